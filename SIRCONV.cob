       *>    Tender.txt AND TenderArch.txt GAIN THE 11 BYTE STORE
       *>    CREDIT COLUMN AFTER THE GCASH AMOUNT (ZERO ON HISTORICAL
       *>    RECORDS - NO CREDIT EXISTED TO BE REDEEMED)
       *>  LAYOUT VERSION 4
       *>    EVERY TERMINAL KEEPS ITS OWN JOURNALS - THE UNCLOSED LINES
       *>    IN Receipt.txt, Tender.txt AND Suspend.txt MOVE TO TERMINAL
       *>    01'S Receipt01.txt, Tender01.txt AND Suspend01.txt, AND THE
       *>    DAY FILES ARE LEFT EMPTY FOR THE CLOSE TO GATHER INTO -
       *>    TERMINAL 01 IS ENTERED IN Terminal.txt, SIGNED OFF, SO THE
       *>    CLOSE GATHERS ITS JOURNALS BEFORE ANY TILL HAS SIGNED ON
       *>    Receipt.txt, ReceiptArchive.txt, Tender.txt, TenderArch.txt
       *>    AND DrawerLog.txt GAIN THE 2 BYTE TERMINAL COLUMN AT THE END
       *>    (SET TO 01 - THE ONE TILL THE SHOP HAD)
       *>  LAYOUT VERSION 5
       *>    PurchOrd.txt GAINS THE 8 BYTE UNIT COST PAID AND THE 6 BYTE
       *>    QUANTITY INVOICED AT THE END OF EVERY LINE (ZERO - LINES
       *>    RECEIVED BEFORE THE UPGRADE HAVE NO RECORDED COST TO MATCH
       *>    A SUPPLIER INVOICE AGAINST, SO THEIR INVOICES GO TO DISPUTE)
       *>  LAYOUT VERSION 6
       *>    Customer.txt GAINS THE 7 BYTE LOYALTY POINTS BALANCE AT THE
       *>    END (ZERO - POINTS ARE ONLY EARNED FROM THE UPGRADE ON)
       *>    EVERY TERMINAL'S TenderNN.txt, THE DAY Tender.txt AND
       *>    TenderArch.txt GAIN THE 11 BYTE POINTS TENDERED COLUMN AT
       *>    THE END (ZERO), AND A CLOSE LEFT PART WAY THROUGH IN
       *>    CloseStep.txt GAINS THE ZERO POINTS DAY TOTAL
       *>  RUN ONCE, WITH SIR-SYSTEM SHUT DOWN, BEFORE THE FIRST RUN OF
       *>  THE UPGRADED SYSTEM - A SUCCESSFUL RUN WRITES THE CURRENT
       *>  LAYOUT VERSION TO LayoutVer.txt AND EVERY LATER RUN ONLY
           SELECT CnvTndArcFile ASSIGN TO "TndACnv.tmp"
               ORGANIZATION IS SEQUENTIAL
               ACCESS IS SEQUENTIAL.
       *>  VERSION 4 - THE DAY JOURNALS READ UNDER THE VERSION 3 RECORD
       *>  LENGTHS AND MOVED TO TERMINAL 01'S OWN JOURNALS, AND THE
       *>  ARCHIVES AND DRAWER LOG WIDENED WITH THE TERMINAL COLUMN
           SELECT Old3JrnlFile ASSIGN TO "Receipt.txt"
               ORGANIZATION IS SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS WSOld3JrnlStatus.
           SELECT Jrnl01File ASSIGN TO "Receipt01.txt"
               ORGANIZATION IS SEQUENTIAL
               ACCESS IS SEQUENTIAL.
           SELECT Old3ArchFile ASSIGN TO "ReceiptArchive.txt"
               ORGANIZATION IS SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS WSOld3ArchStatus.
           SELECT New4ArchFile ASSIGN TO "ReceiptArchive.txt"
               ORGANIZATION IS SEQUENTIAL
               ACCESS IS SEQUENTIAL.
           SELECT Cnv4ArchFile ASSIGN TO "ArchCnv4.tmp"
               ORGANIZATION IS SEQUENTIAL
               ACCESS IS SEQUENTIAL.
           SELECT Old3TndFile ASSIGN TO "Tender.txt"
               ORGANIZATION IS SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS WSOld3TndStatus.
           SELECT Tnd01File ASSIGN TO "Tender01.txt"
               ORGANIZATION IS SEQUENTIAL
               ACCESS IS SEQUENTIAL.
           SELECT Old3TndArcFile ASSIGN TO "TenderArch.txt"
               ORGANIZATION IS SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS WSOld3TndArcStatus.
           SELECT New4TndArcFile ASSIGN TO "TenderArch.txt"
               ORGANIZATION IS SEQUENTIAL
               ACCESS IS SEQUENTIAL.
           SELECT Cnv4TndArcFile ASSIGN TO "TndACnv4.tmp"
               ORGANIZATION IS SEQUENTIAL
               ACCESS IS SEQUENTIAL.
           SELECT OldDrwFile ASSIGN TO "DrawerLog.txt"
               ORGANIZATION IS SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS WSOldDrwStatus.
           SELECT NewDrwFile ASSIGN TO "DrawerLog.txt"
               ORGANIZATION IS SEQUENTIAL
               ACCESS IS SEQUENTIAL.
           SELECT CnvDrwFile ASSIGN TO "DrwCnv.tmp"
               ORGANIZATION IS SEQUENTIAL
               ACCESS IS SEQUENTIAL.
           SELECT OldSuspFile ASSIGN TO "Suspend.txt"
               ORGANIZATION IS SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS WSOldSuspStatus.
           SELECT Susp01File ASSIGN TO "Suspend01.txt"
               ORGANIZATION IS SEQUENTIAL
               ACCESS IS SEQUENTIAL.
       *>  VERSION 5 - THE PO FILE READ UNDER THE VERSION 4 RECORD
       *>  LENGTH AND REWRITTEN WITH THE COST AND INVOICED COLUMNS
           SELECT OldPO4File ASSIGN TO "PurchOrd.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OldPO4Key
               FILE STATUS IS WSOldPO4Status.
           SELECT NewPO5File ASSIGN TO "PurchOrd.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS NewPO5Key
               FILE STATUS IS WSNewPO5Status.
           SELECT CnvPO5File ASSIGN TO "POCnv5.tmp"
               ORGANIZATION IS SEQUENTIAL
               ACCESS IS SEQUENTIAL.
       *>  VERSION 6 - THE CUSTOMER FILE READ UNDER THE VERSION 5 RECORD
       *>  LENGTH, AND EVERY TENDER FILE - THE TERMINAL REGISTER NAMES
       *>  THE PER-TERMINAL ONES, SO ONE PAIR OF SELECTS SERVES THEM ALL
           SELECT OldCust5File ASSIGN TO "Customer.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OldCust5Name
               FILE STATUS IS WSOldCust5Status.
           SELECT NewCust6File ASSIGN TO "Customer.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS NewCust6Name
               FILE STATUS IS WSNewCust6Status.
           SELECT CnvCust6File ASSIGN TO "CustCnv6.tmp"
               ORGANIZATION IS SEQUENTIAL
               ACCESS IS SEQUENTIAL.
           SELECT TermListFile ASSIGN TO "Terminal.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TRL-ID
               FILE STATUS IS WSTermListStatus.
           SELECT Old5TndFile ASSIGN USING WSCnvTndName
               ORGANIZATION IS SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS WSOld5TndStatus.
           SELECT New6TndFile ASSIGN USING WSCnvTndName
               ORGANIZATION IS SEQUENTIAL
               ACCESS IS SEQUENTIAL.
           SELECT Cnv6TndFile ASSIGN TO "TndCnv6.tmp"
               ORGANIZATION IS SEQUENTIAL
               ACCESS IS SEQUENTIAL.
           SELECT StepFile ASSIGN TO "CloseStep.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSStepStatus.
       *>  THE MARKER WRITTEN AFTER A SUCCESSFUL CONVERSION - ITS MERE
       *>  PRESENCE MEANS THE DATA FILES ARE IN THE CURRENT LAYOUT
           SELECT LayoutVerFile ASSIGN TO "LayoutVer.txt"
               02 NATN-REST PIC X(91).
       FD CnvTndArcFile.
           01 CnvTndArcRec PIC X(151).
       *>  VERSION 3 JOURNAL/ARCHIVE LINE - 104 BYTES, TENDER RECORD -
       *>  151 BYTES, DRAWER LOG LINE - 44 BYTES, NONE WITH A TERMINAL
       FD Old3JrnlFile.
           01 Old3JrnlRec PIC X(104).
       FD Jrnl01File.
           01 Jrnl01Rec PIC X(106).
       FD Old3ArchFile.
           01 Old3ArchRec PIC X(104).
       FD New4ArchFile.
           01 New4ArchRec PIC X(106).
       FD Cnv4ArchFile.
           01 Cnv4ArchRec PIC X(106).
       FD Old3TndFile.
           01 Old3TndRec PIC X(151).
       FD Tnd01File.
           01 Tnd01Rec PIC X(153).
       FD Old3TndArcFile.
           01 Old3TndArcRec PIC X(151).
       FD New4TndArcFile.
           01 New4TndArcRec PIC X(153).
       FD Cnv4TndArcFile.
           01 Cnv4TndArcRec PIC X(153).
       FD OldDrwFile.
           01 OldDrwRec PIC X(44).
       FD NewDrwFile.
           01 NewDrwRec PIC X(46).
       FD CnvDrwFile.
           01 CnvDrwRec PIC X(46).
       FD OldSuspFile.
           01 OldSuspRec PIC X(45).
       FD Susp01File.
           01 Susp01Rec PIC X(45).
       *>  VERSION 4 PO LINE - 74 BYTES, NO COST OR INVOICED COLUMNS -
       *>  IF THE FILE IS ALREADY IN THE VERSION 5 LAYOUT THE OPEN
       *>  ITSELF FAILS ON THE RECORD LENGTH AND THE STEP IS SKIPPED
       FD OldPO4File.
           01 OldPO4Data.
               02 OldPO4Key PIC X(31).
               02 OPO4-REST PIC X(43).
       FD NewPO5File.
           01 NewPO5Data.
               02 NewPO5Key PIC X(31).
               02 NPO5-REST PIC X(43).
               02 NPO5-COST PIC ZZZZ9.99.
               02 NPO5-INVD PIC ZZZZZ9.
       FD CnvPO5File.
           01 CnvPO5Rec PIC X(88).
       *>  VERSION 5 CUSTOMER RECORD - 35 BYTES, NO POINTS BALANCE - IF
       *>  THE FILE IS ALREADY IN THE VERSION 6 LAYOUT THE OPEN ITSELF
       *>  FAILS ON THE RECORD LENGTH AND THE STEP IS SKIPPED
       FD OldCust5File.
           01 OldCust5Data.
               02 OldCust5Name PIC X(20).
               02 OCU5-REST PIC X(15).
       FD NewCust6File.
           01 NewCust6Data.
               02 NewCust6Name PIC X(20).
               02 NCU6-REST PIC X(15).
               02 NCU6-POINTS PIC 9(7).
       FD CnvCust6File.
           01 CnvCust6Rec PIC X(42).
       FD TermListFile.
           01 TermListData.
               02 TRL-ID PIC X(2).
               02 TRL-REST PIC X(21).
       *>  VERSION 5 TENDER RECORD - 153 BYTES, NO POINTS COLUMN
       FD Old5TndFile.
           01 Old5TndRec PIC X(153).
       FD New6TndFile.
           01 New6TndRec PIC X(164).
       FD Cnv6TndFile.
           01 Cnv6TndRec PIC X(164).
       *>  THE CLOSE PROGRESS RECORD - 125 BYTES BEFORE VERSION 6 - A
       *>  SHORT LINE READS WITH THE POINTS TOTAL BLANK
       FD StepFile.
           01 StepRec.
               02 STP-BODY PIC X(125).
               02 STP-PTS PIC X(10).
       FD LayoutVerFile.
           01 LayoutVerRec PIC X(8).
       WORKING-STORAGE SECTION.
       01 WSNewTndStatus PIC X(2).
       01 WSOldTndArcStatus PIC X(2).
       01 WSNewTndArcStatus PIC X(2).
       01 WSOld3JrnlStatus PIC X(2).
       01 WSOld3ArchStatus PIC X(2).
       01 WSOld3TndStatus PIC X(2).
       01 WSOld3TndArcStatus PIC X(2).
       01 WSOldDrwStatus PIC X(2).
       01 WSOldSuspStatus PIC X(2).
       01 WSOldPO4Status PIC X(2).
       01 WSNewPO5Status PIC X(2).
       01 WSOldCust5Status PIC X(2).
       01 WSNewCust6Status PIC X(2).
       01 WSTermListStatus PIC X(2).
       01 WSOld5TndStatus PIC X(2).
       01 WSStepStatus PIC X(2).
       01 WSCnvTndName PIC X(20).
       01 WSTermEOF PIC A(1).
       01 WSStepHeld PIC X.
       01 WSStepWork PIC X(135).
       01 WSVerStatus PIC X(2).
       01 WSVerValue PIC X(8).
       01 WSEOF PIC A(1).
               02 WTN-GCASHAMT PIC X(11).
               02 WTN-CREDAMT PIC ZZZZZZZ9.99.
               02 WTN-REST PIC X(91).
       01 WSJrnl4Work.
               02 WJ4-LINE PIC X(104).
               02 WJ4-TERMINAL PIC X(2).
       01 WSTnd4Work.
               02 WT4-REC PIC X(151).
               02 WT4-TERMINAL PIC X(2).
       01 WSDrw4Work.
               02 WD4-LINE PIC X(44).
               02 WD4-TERMINAL PIC X(2).
       01 WSPO5Work.
               02 WP5-KEY PIC X(31).
               02 WP5-REST PIC X(43).
               02 WP5-COST PIC ZZZZ9.99.
               02 WP5-INVD PIC ZZZZZ9.
       01 WSCust6Work.
               02 WC6-NAME PIC X(20).
               02 WC6-REST PIC X(15).
               02 WC6-POINTS PIC 9(7).
       01 WSTnd6Work.
               02 WT6-REC PIC X(153).
               02 WT6-PTS PIC ZZZZZZZ9.99.
       PROCEDURE DIVISION.
       MAINLINE.
           DISPLAY "SIR SYSTEM FILE LAYOUT UPGRADE".
               CLOSE LayoutVerFile
           END-IF.
           EVALUATE WSVerValue
               WHEN "00000006"
                   DISPLAY "Files Already at Layout Version 6"
                   DISPLAY "Nothing to Do"
               WHEN "00000005"
                   PERFORM ConvertLoyaltyV6
                   PERFORM WriteLayoutMarker
                   DISPLAY SPACE
                   DISPLAY "Upgrade Finished"
               WHEN "00000004"
                   PERFORM ConvertPurchOrdV5
                   PERFORM ConvertLoyaltyV6
                   PERFORM WriteLayoutMarker
                   DISPLAY SPACE
                   DISPLAY "Upgrade Finished"
               WHEN "00000003"
                   PERFORM ConvertTerminalsV4
                   PERFORM ConvertPurchOrdV5
                   PERFORM ConvertLoyaltyV6
                   PERFORM WriteLayoutMarker
                   DISPLAY SPACE
                   DISPLAY "Upgrade Finished"
               WHEN "00000002"
                   PERFORM ConvertInventoryV3
                   PERFORM ConvertTendersV3
                   PERFORM ConvertTerminalsV4
                   PERFORM ConvertPurchOrdV5
                   PERFORM ConvertLoyaltyV6
                   PERFORM WriteLayoutMarker
                   DISPLAY SPACE
                   DISPLAY "Upgrade Finished"
                   PERFORM ConvertInventory
                   PERFORM ConvertInventoryV3
                   PERFORM ConvertTendersV3
                   PERFORM ConvertTerminalsV4
                   PERFORM ConvertPurchOrdV5
                   PERFORM ConvertLoyaltyV6
                   PERFORM WriteLayoutMarker
                   DISPLAY SPACE
                   DISPLAY "Upgrade Finished"
       STOP RUN.
       WriteLayoutMarker.
           OPEN OUTPUT LayoutVerFile.
           MOVE "00000006" TO LayoutVerRec.
           WRITE LayoutVerRec.
           CLOSE LayoutVerFile.
       *>  ADDS THE BLANK CASHIER COLUMN TO EVERY ARCHIVED LINE - THE
               DISPLAY "TenderArch.txt at Version 3 - " WSRecCt
                   " Record(s)"
           END-IF.
       *>  MOVES THE UNCLOSED DAY JOURNALS TO TERMINAL 01 AND ADDS THE
       *>  TERMINAL COLUMN TO THE ARCHIVES AND THE DRAWER LOG - LIKE THE
       *>  TENDER STEP THESE ARE SEQUENTIAL FILES, SO THE VERSION IN
       *>  LayoutVer.txt IS THE ONLY GUARD - NEVER RUN IT TWICE
       ConvertTerminalsV4.
           PERFORM MoveJournalV4.
           PERFORM ConvertArchiveV4.
           PERFORM MoveTendersV4.
           PERFORM ConvertTndArchV4.
           PERFORM ConvertDrawerLogV4.
           PERFORM MoveSuspendV4.
           PERFORM RegisterTerminalV4.
       *>  THE JOURNALS JUST MOVED BELONG TO TERMINAL 01, SO IT GOES IN
       *>  THE TERMINAL REGISTER SIGNED OFF - THE REGISTER IS ONLY
       *>  CREATED WHEN IT IS NOT THERE, AND A 01 ALREADY IN IT IS LEFT
       *>  AS IT IS
       RegisterTerminalV4.
           OPEN I-O TermListFile.
           IF WSTermListStatus = "35"
               OPEN OUTPUT TermListFile
               CLOSE TermListFile
               OPEN I-O TermListFile
           END-IF.
           IF WSTermListStatus NOT = "00"
               DISPLAY "Terminal.txt Not Available - Status "
                   WSTermListStatus " - Terminal 01 Not Registered"
           ELSE
               MOVE "01" TO TRL-ID
               MOVE "F" TO TRL-REST
               WRITE TermListData
                   INVALID KEY
                       DISPLAY "Terminal 01 Already Registered"
                   NOT INVALID KEY
                       DISPLAY "Terminal 01 Registered in Terminal.txt"
               END-WRITE
               CLOSE TermListFile
           END-IF.
       MoveJournalV4.
           MOVE 0 TO WSRecCt.
           OPEN INPUT Old3JrnlFile.
           IF WSOld3JrnlStatus NOT = "00"
               DISPLAY "Receipt.txt Not Found - Skipped"
           ELSE
               OPEN OUTPUT Jrnl01File
               MOVE 'N' TO WSEOF
               PERFORM UNTIL WSEOF='Y'
                   READ Old3JrnlFile
                       AT END MOVE 'Y' TO WSEOF
                       NOT AT END
                           MOVE Old3JrnlRec TO WJ4-LINE
                           MOVE "01" TO WJ4-TERMINAL
                           WRITE Jrnl01Rec FROM WSJrnl4Work
                           ADD 1 TO WSRecCt
                   END-READ
               END-PERFORM
               CLOSE Old3JrnlFile
               CLOSE Jrnl01File
               OPEN OUTPUT Old3JrnlFile
               CLOSE Old3JrnlFile
               DISPLAY "Receipt.txt Moved to Receipt01.txt - " WSRecCt
                   " Line(s)"
           END-IF.
       ConvertArchiveV4.
           MOVE 0 TO WSRecCt.
           OPEN INPUT Old3ArchFile.
           IF WSOld3ArchStatus NOT = "00"
               DISPLAY "ReceiptArchive.txt Not Found - Skipped"
           ELSE
               OPEN OUTPUT Cnv4ArchFile
               MOVE 'N' TO WSEOF
               PERFORM UNTIL WSEOF='Y'
                   READ Old3ArchFile
                       AT END MOVE 'Y' TO WSEOF
                       NOT AT END
                           MOVE Old3ArchRec TO WJ4-LINE
                           MOVE "01" TO WJ4-TERMINAL
                           WRITE Cnv4ArchRec FROM WSJrnl4Work
                           ADD 1 TO WSRecCt
                   END-READ
               END-PERFORM
               CLOSE Old3ArchFile
               CLOSE Cnv4ArchFile
               OPEN OUTPUT New4ArchFile
               OPEN INPUT Cnv4ArchFile
               MOVE 'N' TO WSEOF
               PERFORM UNTIL WSEOF='Y'
                   READ Cnv4ArchFile
                       AT END MOVE 'Y' TO WSEOF
                       NOT AT END WRITE New4ArchRec FROM Cnv4ArchRec
                   END-READ
               END-PERFORM
               CLOSE Cnv4ArchFile
               CLOSE New4ArchFile
               DISPLAY "ReceiptArchive.txt at Version 4 - " WSRecCt
                   " Line(s)"
           END-IF.
       MoveTendersV4.
           MOVE 0 TO WSRecCt.
           OPEN INPUT Old3TndFile.
           IF WSOld3TndStatus NOT = "00"
               DISPLAY "Tender.txt Not Found - Skipped"
           ELSE
               OPEN OUTPUT Tnd01File
               MOVE 'N' TO WSEOF
               PERFORM UNTIL WSEOF='Y'
                   READ Old3TndFile
                       AT END MOVE 'Y' TO WSEOF
                       NOT AT END
                           MOVE Old3TndRec TO WT4-REC
                           MOVE "01" TO WT4-TERMINAL
                           WRITE Tnd01Rec FROM WSTnd4Work
                           ADD 1 TO WSRecCt
                   END-READ
               END-PERFORM
               CLOSE Old3TndFile
               CLOSE Tnd01File
               OPEN OUTPUT Old3TndFile
               CLOSE Old3TndFile
               DISPLAY "Tender.txt Moved to Tender01.txt - " WSRecCt
                   " Record(s)"
           END-IF.
       ConvertTndArchV4.
           MOVE 0 TO WSRecCt.
           OPEN INPUT Old3TndArcFile.
           IF WSOld3TndArcStatus NOT = "00"
               DISPLAY "TenderArch.txt Not Found - Skipped"
           ELSE
               OPEN OUTPUT Cnv4TndArcFile
               MOVE 'N' TO WSEOF
               PERFORM UNTIL WSEOF='Y'
                   READ Old3TndArcFile
                       AT END MOVE 'Y' TO WSEOF
                       NOT AT END
                           MOVE Old3TndArcRec TO WT4-REC
                           MOVE "01" TO WT4-TERMINAL
                           WRITE Cnv4TndArcRec FROM WSTnd4Work
                           ADD 1 TO WSRecCt
                   END-READ
               END-PERFORM
               CLOSE Old3TndArcFile
               CLOSE Cnv4TndArcFile
               OPEN OUTPUT New4TndArcFile
               OPEN INPUT Cnv4TndArcFile
               MOVE 'N' TO WSEOF
               PERFORM UNTIL WSEOF='Y'
                   READ Cnv4TndArcFile
                       AT END MOVE 'Y' TO WSEOF
                       NOT AT END WRITE New4TndArcRec FROM Cnv4TndArcRec
                   END-READ
               END-PERFORM
               CLOSE Cnv4TndArcFile
               CLOSE New4TndArcFile
               DISPLAY "TenderArch.txt at Version 4 - " WSRecCt
                   " Record(s)"
           END-IF.
       ConvertDrawerLogV4.
           MOVE 0 TO WSRecCt.
           OPEN INPUT OldDrwFile.
           IF WSOldDrwStatus NOT = "00"
               DISPLAY "DrawerLog.txt Not Found - Skipped"
           ELSE
               OPEN OUTPUT CnvDrwFile
               MOVE 'N' TO WSEOF
               PERFORM UNTIL WSEOF='Y'
                   READ OldDrwFile
                       AT END MOVE 'Y' TO WSEOF
                       NOT AT END
                           MOVE OldDrwRec TO WD4-LINE
                           MOVE "01" TO WD4-TERMINAL
                           WRITE CnvDrwRec FROM WSDrw4Work
                           ADD 1 TO WSRecCt
                   END-READ
               END-PERFORM
               CLOSE OldDrwFile
               CLOSE CnvDrwFile
               OPEN OUTPUT NewDrwFile
               OPEN INPUT CnvDrwFile
               MOVE 'N' TO WSEOF
               PERFORM UNTIL WSEOF='Y'
                   READ CnvDrwFile
                       AT END MOVE 'Y' TO WSEOF
                       NOT AT END WRITE NewDrwRec FROM CnvDrwRec
                   END-READ
               END-PERFORM
               CLOSE CnvDrwFile
               CLOSE NewDrwFile
               DISPLAY "DrawerLog.txt at Version 4 - " WSRecCt
                   " Line(s)"
           END-IF.
       *>  HELD SALES KEEP THEIR LAYOUT - THEY ONLY CHANGE FILE
       MoveSuspendV4.
           MOVE 0 TO WSRecCt.
           OPEN INPUT OldSuspFile.
           IF WSOldSuspStatus NOT = "00"
               DISPLAY "Suspend.txt Not Found - Skipped"
           ELSE
               OPEN OUTPUT Susp01File
               MOVE 'N' TO WSEOF
               PERFORM UNTIL WSEOF='Y'
                   READ OldSuspFile
                       AT END MOVE 'Y' TO WSEOF
                       NOT AT END
                           WRITE Susp01Rec FROM OldSuspRec
                           ADD 1 TO WSRecCt
                   END-READ
               END-PERFORM
               CLOSE OldSuspFile
               CLOSE Susp01File
               OPEN OUTPUT OldSuspFile
               CLOSE OldSuspFile
               DISPLAY "Suspend.txt Moved to Suspend01.txt - " WSRecCt
                   " Sale(s)"
           END-IF.
       *>  ADDS THE ZERO UNIT COST AND QUANTITY INVOICED COLUMNS TO
       *>  EVERY PO LINE - IF THE FILE IS ALREADY IN THE VERSION 5
       *>  LAYOUT THE OPEN UNDER THE VERSION 4 RECORD LENGTH FAILS AND
       *>  THE STEP IS SKIPPED
       ConvertPurchOrdV5.
           MOVE 0 TO WSRecCt.
           OPEN INPUT OldPO4File.
           IF WSOldPO4Status NOT = "00"
               DISPLAY "PurchOrd.txt Not Found or Already at Version 5"
                   " - Skipped"
           ELSE
               OPEN OUTPUT CnvPO5File
               MOVE 'N' TO WSEOF
               PERFORM UNTIL WSEOF='Y'
                   READ OldPO4File NEXT RECORD
                       AT END MOVE 'Y' TO WSEOF
                       NOT AT END
                           MOVE OldPO4Key TO WP5-KEY
                           MOVE OPO4-REST TO WP5-REST
                           MOVE 0 TO WP5-COST
                           MOVE 0 TO WP5-INVD
                           WRITE CnvPO5Rec FROM WSPO5Work
                           ADD 1 TO WSRecCt
                   END-READ
               END-PERFORM
               CLOSE OldPO4File
               CLOSE CnvPO5File
               OPEN OUTPUT NewPO5File
               OPEN INPUT CnvPO5File
               MOVE 'N' TO WSEOF
               PERFORM UNTIL WSEOF='Y'
                   READ CnvPO5File
                       AT END MOVE 'Y' TO WSEOF
                       NOT AT END
                           MOVE CnvPO5Rec TO NewPO5Data
                           WRITE NewPO5Data
                           END-WRITE
                   END-READ
               END-PERFORM
               CLOSE CnvPO5File
               CLOSE NewPO5File
               DISPLAY "PurchOrd.txt at Version 5 - " WSRecCt
                   " Line(s)"
           END-IF.
       *>  ADDS THE ZERO POINTS BALANCE TO EVERY CUSTOMER AND THE ZERO
       *>  POINTS TENDERED COLUMN TO EVERY TENDER FILE - THE TENDER
       *>  FILES ARE SEQUENTIAL, SO AS IN VERSION 4 THE VERSION IN
       *>  LayoutVer.txt IS THE ONLY GUARD - NEVER RUN IT TWICE
       ConvertLoyaltyV6.
           PERFORM ConvertCustomerV6.
           MOVE "Tender.txt" TO WSCnvTndName.
           PERFORM ConvertTenderV6.
           MOVE "TenderArch.txt" TO WSCnvTndName.
           PERFORM ConvertTenderV6.
       *>  TERMINAL 01 IS DONE BY NAME - A SHOP THAT WENT TO VERSION 4
       *>  BEFORE THAT STEP REGISTERED TERMINAL 01 MAY HAVE NO REGISTER
       *>  RECORD FOR IT UNTIL THE TILL NEXT SIGNS ON
           MOVE "Tender01.txt" TO WSCnvTndName.
           PERFORM ConvertTenderV6.
           OPEN INPUT TermListFile.
           IF WSTermListStatus = "00"
               MOVE 'N' TO WSTermEOF
               PERFORM UNTIL WSTermEOF='Y'
                   READ TermListFile NEXT RECORD
                       AT END MOVE 'Y' TO WSTermEOF
                       NOT AT END
                           IF TRL-ID NOT = "01"
                               MOVE SPACES TO WSCnvTndName
                               STRING "Tender" DELIMITED BY SIZE
                                   TRL-ID DELIMITED BY SIZE
                                   ".txt" DELIMITED BY SIZE
                                   INTO WSCnvTndName
                               END-STRING
                               PERFORM ConvertTenderV6
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TermListFile
           END-IF.
           PERFORM ConvertCloseStepV6.
       ConvertCustomerV6.
           MOVE 0 TO WSRecCt.
           OPEN INPUT OldCust5File.
           IF WSOldCust5Status NOT = "00"
               DISPLAY "Customer.txt Not Found or Already at Version 6"
                   " - Skipped"
           ELSE
               OPEN OUTPUT CnvCust6File
               MOVE 'N' TO WSEOF
               PERFORM UNTIL WSEOF='Y'
                   READ OldCust5File NEXT RECORD
                       AT END MOVE 'Y' TO WSEOF
                       NOT AT END
                           MOVE OldCust5Name TO WC6-NAME
                           MOVE OCU5-REST TO WC6-REST
                           MOVE 0 TO WC6-POINTS
                           WRITE CnvCust6Rec FROM WSCust6Work
                           ADD 1 TO WSRecCt
                   END-READ
               END-PERFORM
               CLOSE OldCust5File
               CLOSE CnvCust6File
               OPEN OUTPUT NewCust6File
               OPEN INPUT CnvCust6File
               MOVE 'N' TO WSEOF
               PERFORM UNTIL WSEOF='Y'
                   READ CnvCust6File
                       AT END MOVE 'Y' TO WSEOF
                       NOT AT END
                           MOVE CnvCust6Rec TO NewCust6Data
                           WRITE NewCust6Data
                           END-WRITE
                   END-READ
               END-PERFORM
               CLOSE CnvCust6File
               CLOSE NewCust6File
               DISPLAY "Customer.txt at Version 6 - " WSRecCt
                   " Customer(s)"
           END-IF.
       *>  ONE TENDER FILE, NAMED IN WSCnvTndName
       ConvertTenderV6.
           MOVE 0 TO WSRecCt.
           OPEN INPUT Old5TndFile.
           IF WSOld5TndStatus NOT = "00"
               DISPLAY WSCnvTndName " Not Found - Skipped"
           ELSE
               OPEN OUTPUT Cnv6TndFile
               MOVE 'N' TO WSEOF
               PERFORM UNTIL WSEOF='Y'
                   READ Old5TndFile
                       AT END MOVE 'Y' TO WSEOF
                       NOT AT END
                           MOVE Old5TndRec TO WT6-REC
                           MOVE 0 TO WT6-PTS
                           WRITE Cnv6TndRec FROM WSTnd6Work
                           ADD 1 TO WSRecCt
                   END-READ
               END-PERFORM
               CLOSE Old5TndFile
               CLOSE Cnv6TndFile
               OPEN OUTPUT New6TndFile
               OPEN INPUT Cnv6TndFile
               MOVE 'N' TO WSEOF
               PERFORM UNTIL WSEOF='Y'
                   READ Cnv6TndFile
                       AT END MOVE 'Y' TO WSEOF
                       NOT AT END WRITE New6TndRec FROM Cnv6TndRec
                   END-READ
               END-PERFORM
               CLOSE Cnv6TndFile
               CLOSE New6TndFile
               DISPLAY WSCnvTndName " at Version 6 - " WSRecCt
                   " Record(s)"
           END-IF.
       *>  A CLOSE INTERRUPTED BEFORE THE UPGRADE KEEPS ITS PLACE - ONLY
       *>  THE BLANK POINTS TOTAL ON THE END OF ITS RECORD IS ZEROED
       ConvertCloseStepV6.
           MOVE 'N' TO WSStepHeld.
           OPEN INPUT StepFile.
           IF WSStepStatus = "00"
               READ StepFile
                   AT END MOVE 'N' TO WSStepHeld
                   NOT AT END
                       MOVE 'Y' TO WSStepHeld
                       IF STP-PTS = SPACES
                           MOVE "0000000000" TO STP-PTS
                       END-IF
                       MOVE StepRec TO WSStepWork
               END-READ
               CLOSE StepFile
           END-IF.
           IF WSStepHeld = 'Y'
               OPEN OUTPUT StepFile
               WRITE StepRec FROM WSStepWork
               CLOSE StepFile
               DISPLAY "CloseStep.txt at Version 6"
           END-IF.

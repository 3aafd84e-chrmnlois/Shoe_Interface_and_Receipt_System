              >>SOURCE FORMAT FREE
       *>  SIR SYSTEM - CROSS-FILE INTEGRITY CHECK
       *>  READS THE JOURNALS, COUNTERS, STORE CREDITS, LAYAWAYS AND
       *>  SKU CROSS REFERENCE AND REPORTS EVERY PLACE THEY DISAGREE:
       *>    RcptCtr.txt LOWER THAN THE HIGHEST RECEIPT NUMBER ON ANY
       *>    JOURNAL (Receipt.txt, EVERY TERMINAL'S ReceiptNN.txt AND
       *>    ReceiptArchive.txt) - THE NEXT SALE WOULD REUSE A NUMBER
       *>    RECEIPTS WITH NO TENDER RECORD AND TENDER RECORDS WITH NO
       *>    RECEIPT LINES, TERMINAL BY TERMINAL AND IN THE DAY FILES
       *>    Receipt.txt/Tender.txt - HELD SALES, LAYAWAY PAYMENTS AND
       *>    THE RECEIPT A FULLY PAID LAYAWAY PRINTS ARE NOT MISMATCHES
       *>    TENDER GROSS NOT EQUAL TO ITS RECEIPT LINES, AND TENDERED
       *>    AMOUNTS (CASH, CARD, GCASH, STORE CREDIT, POINTS) LESS THE
       *>    CHANGE NOT EQUAL TO THE AMOUNT DUE
       *>    StoreCred.txt - A BALANCE ABOVE THE CREDIT ISSUED OR OUT OF
       *>    STEP WITH ITS STATUS, AND THE CREDIT DRAWN DOWN ON FILE NOT
       *>    EQUAL TO THE STORE CREDIT TENDERED IN TenderArch.txt AND
       *>    THE TERMINAL TENDER JOURNALS NOT YET ARCHIVED
       *>    OPEN Layaway.txt RESERVATIONS AND SkuXref.txt ENTRIES FOR
       *>    ITEMS NO LONGER ON Inventory.txt - A STOCK KEY MISSING
       *>    FROM Stock.txt WHILE ITS ITEM IS STILL CARRIED IS LISTED AS
       *>    A NOTE (SOLD OUT, OR EVERY PAIR ON LAYAWAY)
       *>  THE TERMINALS ARE TAKEN FROM THE REGISTER IN Terminal.txt.
       *>  RUN IT BEFORE END OF DAY CLOSE, WITH THE TILLS IDLE, SO A BAD
       *>  FILE IS FOUND WHILE THE DAY CAN STILL BE PUT RIGHT - THE
       *>  REPORT GOES TO IntegChk.txt AND THE RUN ENDS WITH RETURN
       *>  CODE 0 WHEN EVERYTHING AGREES AND 4 WHEN ANYTHING DOES NOT.
       *>  NOTHING IS EVER WRITTEN TO THE FILES BEING CHECKED
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SIR-CHECK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CounterFile ASSIGN TO "RcptCtr.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSCtrStatus.
       *>  ANY RECEIPT JOURNAL OR ARCHIVE, AND ANY TENDER JOURNAL OR
       *>  ARCHIVE - THE NAME IS SET BEFORE EACH OPEN
           SELECT JrnlFile ASSIGN USING WSJrnlName
               ORGANIZATION IS SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS WSJrnlStatus.
           SELECT TndFile ASSIGN USING WSTndName
               ORGANIZATION IS SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS WSTndStatus.
           SELECT SuspFile ASSIGN USING WSSuspName
               ORGANIZATION IS SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS WSSuspStatus.
           SELECT TermListFile ASSIGN TO "Terminal.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TRL-ID
               FILE STATUS IS WSTermListStatus.
           SELECT StepFile ASSIGN TO "CloseStep.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSStepStatus.
           SELECT CreditFile ASSIGN TO "StoreCred.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CRD-NO
               FILE STATUS IS WSCrdStatus.
           SELECT LayawayFile ASSIGN TO "Layaway.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LAY-NO
               FILE STATUS IS WSLayStatus.
           SELECT StockFile ASSIGN TO "Stock.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS StockName
               FILE STATUS IS WSStkStatus.
           SELECT InventoryFile ASSIGN TO "Inventory.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ItemName
               FILE STATUS IS WSInvStatus.
           SELECT SkuFile ASSIGN TO "SkuXref.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SkuNo
               FILE STATUS IS WSSkuStatus.
           SELECT CheckRptFile ASSIGN TO "IntegChk.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSRptStatus.
       DATA DIVISION.
       FILE SECTION.
       FD CounterFile.
           01 CounterRec.
               02 CTR-VALUE PIC 9(6).
       *>  THE JOURNAL LINE - SAME LAYOUT IN THE TERMINAL JOURNALS, THE
       *>  DAY FILE AND THE ARCHIVE
       FD JrnlFile.
           01 JrnlRec.
               02 JRN-NO PIC 9(6).
               02 JRN-DATE PIC X(10).
               02 JRN-CUST PIC X(20).
               02 JRN-CASHIER PIC X(10).
               02 JRN-ITEM PIC X(20).
               02 JRN-COLOR PIC X(15).
               02 JRN-SIZE PIC X(2).
               02 JRN-QTY PIC ZZ9.
               02 JRN-PRICE PIC ZZZZZ9.99.
               02 JRN-AMOUNT PIC ZZZZZ9.99.
               02 JRN-TERMINAL PIC X(2).
       *>  THE TENDER RECORD - SAME LAYOUT IN THE TERMINAL JOURNALS, THE
       *>  DAY FILE AND THE ARCHIVE
       FD TndFile.
           01 TndRec.
               02 TNF-RCPTNO PIC 9(6).
               02 TNF-DATE PIC X(10).
               02 TNF-CASHAMT PIC ZZZZZZZ9.99.
               02 TNF-CARDAMT PIC ZZZZZZZ9.99.
               02 TNF-GCASHAMT PIC ZZZZZZZ9.99.
               02 TNF-CREDAMT PIC ZZZZZZZ9.99.
               02 TNF-CHANGE PIC ZZZZZZZ9.99.
               02 TNF-GROSS PIC ZZZZZZZ9.99.
               02 TNF-DISC PIC ZZZZZZZ9.99.
               02 TNF-VATABLE PIC ZZZZZZZ9.99.
               02 TNF-VATAMT PIC ZZZZZZZ9.99.
               02 TNF-EXEMPT PIC ZZZZZZZ9.99.
               02 TNF-SCPWDID PIC X(15).
               02 TNF-CASHIER PIC X(10).
               02 TNF-TERMINAL PIC X(2).
               02 TNF-PTSAMT PIC ZZZZZZZ9.99.
       FD SuspFile.
           01 SuspRec.
               02 SUS-RCPTNO PIC 9(6).
               02 SUS-REST PIC X(39).
       FD TermListFile.
           01 TermListData.
               02 TRL-ID PIC X(2).
               02 TRL-REST PIC X(21).
       FD StepFile.
           01 StepRec.
               02 STP-DATE PIC 9(8).
               02 STP-DATEX PIC X(10).
               02 STP-DONE PIC 9.
               02 STP-REST PIC X(116).
       FD CreditFile.
           01 CreditData.
               02 CRD-NO PIC 9(6).
               02 CRD-DATE PIC X(10).
               02 CRD-CUSTNAME PIC X(20).
               02 CRD-ORIGAMT PIC ZZZZZZZ9.99.
               02 CRD-BALANCE PIC ZZZZZZZ9.99.
               02 CRD-STATUS PIC X.
       FD LayawayFile.
           01 LayawayData.
               02 LAY-NO PIC 9(6).
               02 LAY-DATE PIC X(10).
               02 LAY-CUSTNAME PIC X(20).
               02 LAY-STOCKNAME.
                   03 LAY-ITMNAME PIC X(20).
                   03 LAY-COLOR PIC X(3).
                   03 LAY-SIZE PIC X(2).
               02 LAY-QTY PIC ZZ9.
               02 LAY-PRICE PIC ZZZZZ9.99.
               02 LAY-TOTAL PIC ZZZZZZZ9.99.
               02 LAY-PAID PIC ZZZZZZZ9.99.
               02 LAY-BALANCE PIC ZZZZZZZ9.99.
               02 LAY-STATUS PIC X.
       FD StockFile.
           01 StockData.
               02 StockName PIC X(25).
               02 PerStock PIC ZZZZZ9.
       FD InventoryFile.
           01 ItemData.
               02 ItemName PIC X(20).
               02 ITM-REST PIC X(113).
       FD SkuFile.
           01 SkuData.
               02 SkuNo PIC 9(6).
               02 XrefStockName.
                   03 XrefItmName PIC X(20).
                   03 XrefColor PIC X(3).
                   03 XrefSize PIC X(2).
       FD CheckRptFile.
           01 CheckRptRec PIC X(80).
       WORKING-STORAGE SECTION.
       01 WSCtrStatus PIC X(2).
       01 WSJrnlStatus PIC X(2).
       01 WSTndStatus PIC X(2).
       01 WSSuspStatus PIC X(2).
       01 WSTermListStatus PIC X(2).
       01 WSStepStatus PIC X(2).
       01 WSCrdStatus PIC X(2).
       01 WSLayStatus PIC X(2).
       01 WSStkStatus PIC X(2).
       01 WSInvStatus PIC X(2).
       01 WSSkuStatus PIC X(2).
       01 WSRptStatus PIC X(2).
       01 WSJrnlName PIC X(20).
       01 WSTndName PIC X(20).
       01 WSSuspName PIC X(20).
       01 WSPairLabel PIC X(12).
       01 WSEOF PIC A(1).
       01 WSTermEOF PIC A(1).
       01 WSFound PIC X.
       01 WSRunDate PIC 9(8).
       01 WSRunTime PIC 9(8).
       01 WSRptLine PIC X(80).
       01 WSMismatchCt PIC 9(6).
       01 WSNoteCt PIC 9(6).
       01 WSSectCt PIC 9(6).
       01 WSAmtPrint PIC ZZZZZZZ9.99.
       01 WSAmtPrint2 PIC ZZZZZZZ9.99.
       *>  THE CLOSE STEP LEFT IN CloseStep.txt - A CLOSE STOPPED AFTER
       *>  STEP 4 HAS ARCHIVED THE DAY'S TENDERS BUT NOT YET RESET THE
       *>  TERMINAL JOURNALS, SO THEIR CREDIT IS ALREADY IN THE ARCHIVE
       01 WSStepDone PIC 9.
       *>  RECEIPT COUNTER CHECK
       01 WSCtrValue PIC 9(6).
       01 WSMaxRcpt PIC 9(6).
       01 WSMaxRcptFile PIC X(20).
       *>  THE TERMINAL REGISTER
       01 TermTable.
               02 TermEntry OCCURS 99 TIMES.
                   03 TRT-ID PIC X(2).
       01 TRTCount PIC 99.
       01 TRTIdx PIC 999.
       *>  ONE JOURNAL'S RECEIPTS - LINE TOTAL, HOW MANY TENDERS CLAIMED
       *>  EACH ONE, AND WHETHER IT IS A HELD SALE
       01 RcptTable.
               02 RcptEntry OCCURS 2000 TIMES.
                   03 RCT-NO PIC 9(6).
                   03 RCT-CUST PIC X(20).
                   03 RCT-KEY PIC X(25).
                   03 RCT-LINES PIC 9(4).
                   03 RCT-TOTAL PIC 9(8)V99.
                   03 RCT-TND PIC 9(3).
                   03 RCT-SUSP PIC X.
       01 RCTCount PIC 9(4).
       01 RCTIdx PIC 9(4).
       01 RCTHit PIC 9(4).
       01 WSRctOvfl PIC X.
       01 WSLineKey.
               02 WLK-ITEM PIC X(20).
               02 WLK-COLOR PIC X(3).
               02 WLK-SIZE PIC X(2).
       01 WSLineAmt PIC 9(8)V99.
       *>  LAYAWAYS PAID OUT IN FULL - THE RECEIPT THE RELEASE PRINTS
       *>  HAS NO TENDER OF ITS OWN (THE PAYMENTS CARRIED THE LAYAWAY
       *>  NUMBER), SO IT IS RECOGNISED BY CUSTOMER, STOCK KEY AND TOTAL
       01 RelTable.
               02 RelEntry OCCURS 1000 TIMES.
                   03 REL-CUST PIC X(20).
                   03 REL-KEY PIC X(25).
                   03 REL-TOTAL PIC 9(8)V99.
       01 RELCount PIC 9(4).
       01 RELIdx PIC 9(4).
       *>  TENDER FIGURES
       01 WSTndCash PIC 9(8)V99.
       01 WSTndCard PIC 9(8)V99.
       01 WSTndGCash PIC 9(8)V99.
       01 WSTndCred PIC 9(8)V99.
       01 WSTndPts PIC 9(8)V99.
       01 WSTndChange PIC 9(8)V99.
       01 WSTndGross PIC 9(8)V99.
       01 WSTndDisc PIC 9(8)V99.
       01 WSTndExempt PIC 9(8)V99.
       01 WSTndPaid PIC S9(9)V99.
       01 WSTndDue PIC 9(8)V99.
       01 WSTndDueWhole PIC 9(8).
       *>  STORE CREDIT FIGURES
       01 WSCrdOrig PIC 9(8)V99.
       01 WSCrdBal PIC 9(8)V99.
       01 WSCrdDrawnFile PIC 9(9)V99.
       01 WSCrdDrawnTnd PIC 9(9)V99.
       01 WSCrdPrint PIC ZZZZZZZZ9.99.
       01 WSCrdPrint2 PIC ZZZZZZZZ9.99.
       PROCEDURE DIVISION.
       MAINLINE.
           DISPLAY "SIR SYSTEM CROSS-FILE INTEGRITY CHECK".
           DISPLAY SPACE.
           MOVE 0 TO WSMismatchCt.
           MOVE 0 TO WSNoteCt.
           OPEN OUTPUT CheckRptFile.
           ACCEPT WSRunDate FROM DATE YYYYMMDD.
           ACCEPT WSRunTime FROM TIME.
           MOVE SPACES TO WSRptLine.
           STRING "SIR INTEGRITY CHECK " DELIMITED BY SIZE
               WSRunDate(5:2) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               WSRunDate(7:2) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               WSRunDate(1:4) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WSRunTime(1:2) DELIMITED BY SIZE
               ":" DELIMITED BY SIZE
               WSRunTime(3:2) DELIMITED BY SIZE
               INTO WSRptLine
           END-STRING.
           WRITE CheckRptRec FROM WSRptLine.
           PERFORM LoadTerminals.
           PERFORM ReadCloseStep.
           PERFORM CheckReceiptCounter.
           PERFORM LoadReleasedLayaways.
           PERFORM CheckAllJournals.
           PERFORM CheckStoreCredits.
           PERFORM CheckLayaways.
           PERFORM CheckSkuXref.
           MOVE SPACE TO WSRptLine.
           WRITE CheckRptRec FROM WSRptLine.
           MOVE SPACES TO WSRptLine.
           STRING "MISMATCHES: " DELIMITED BY SIZE
               WSMismatchCt DELIMITED BY SIZE
               "   NOTES: " DELIMITED BY SIZE
               WSNoteCt DELIMITED BY SIZE
               INTO WSRptLine
           END-STRING.
           WRITE CheckRptRec FROM WSRptLine.
           CLOSE CheckRptFile.
           DISPLAY SPACE.
           DISPLAY WSRptLine.
           DISPLAY "Report Written to IntegChk.txt".
           IF WSMismatchCt IS GREATER THAN 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
       STOP RUN.
       *>  EVERY MISMATCH AND NOTE GOES TO THE REPORT AND THE CONSOLE
       WriteMismatch.
           ADD 1 TO WSMismatchCt.
           ADD 1 TO WSSectCt.
           WRITE CheckRptRec FROM WSRptLine.
           DISPLAY WSRptLine.
       WriteNote.
           ADD 1 TO WSNoteCt.
           WRITE CheckRptRec FROM WSRptLine.
           DISPLAY WSRptLine.
       WriteHeading.
           MOVE 0 TO WSSectCt.
           MOVE SPACE TO CheckRptRec.
           WRITE CheckRptRec.
           WRITE CheckRptRec FROM WSRptLine.
           DISPLAY SPACE.
           DISPLAY WSRptLine.
       WriteSectionEnd.
           IF WSSectCt = 0
               MOVE "  NO MISMATCHES" TO WSRptLine
               WRITE CheckRptRec FROM WSRptLine
               DISPLAY WSRptLine
           END-IF.
       *>  THE TERMINAL REGISTER - A SHOP THAT HAS NEVER REGISTERED A
       *>  TERMINAL HAS ONLY EVER RUN AS TERMINAL 01
       LoadTerminals.
           MOVE 0 TO TRTCount.
           OPEN INPUT TermListFile.
           IF WSTermListStatus = "00"
               MOVE 'N' TO WSTermEOF
               PERFORM UNTIL WSTermEOF='Y'
                   READ TermListFile NEXT RECORD
                       AT END MOVE 'Y' TO WSTermEOF
                       NOT AT END
                           IF TRTCount < 99
                               ADD 1 TO TRTCount
                               MOVE TRL-ID TO TRT-ID(TRTCount)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TermListFile
           END-IF.
           IF TRTCount = 0
               MOVE 1 TO TRTCount
               MOVE "01" TO TRT-ID(1)
           END-IF.
       ReadCloseStep.
           MOVE 0 TO WSStepDone.
           OPEN INPUT StepFile.
           IF WSStepStatus = "00"
               READ StepFile
                   AT END MOVE 0 TO WSStepDone
                   NOT AT END
                       IF STP-DONE IS NUMERIC
                           MOVE STP-DONE TO WSStepDone
                       END-IF
               END-READ
               CLOSE StepFile
           END-IF.
       *>  THE COUNTER MUST BE AT OR ABOVE EVERY RECEIPT NUMBER ALREADY
       *>  ISSUED, OR THE NEXT SALE IS HANDED A NUMBER ALREADY USED
       CheckReceiptCounter.
           MOVE "RECEIPT COUNTER (RcptCtr.txt)" TO WSRptLine.
           PERFORM WriteHeading.
           MOVE 0 TO WSCtrValue.
           OPEN INPUT CounterFile.
           IF WSCtrStatus = "00"
               READ CounterFile
                   AT END MOVE 0 TO WSCtrValue
                   NOT AT END MOVE CTR-VALUE TO WSCtrValue
               END-READ
               CLOSE CounterFile
           END-IF.
           MOVE 0 TO WSMaxRcpt.
           MOVE SPACES TO WSMaxRcptFile.
           MOVE "Receipt.txt" TO WSJrnlName.
           PERFORM ScanMaxReceipt.
           MOVE "ReceiptArchive.txt" TO WSJrnlName.
           PERFORM ScanMaxReceipt.
           PERFORM VARYING TRTIdx FROM 1 BY 1 UNTIL TRTIdx > TRTCount
               MOVE SPACES TO WSJrnlName
               STRING "Receipt" DELIMITED BY SIZE
                   TRT-ID(TRTIdx) DELIMITED BY SIZE
                   ".txt" DELIMITED BY SIZE
                   INTO WSJrnlName
               END-STRING
               PERFORM ScanMaxReceipt
           END-PERFORM.
           IF WSMaxRcpt IS GREATER THAN WSCtrValue
               MOVE SPACES TO WSRptLine
               STRING "  RcptCtr.txt AT " DELIMITED BY SIZE
                   WSCtrValue DELIMITED BY SIZE
                   " BUT RECEIPT " DELIMITED BY SIZE
                   WSMaxRcpt DELIMITED BY SIZE
                   " IS ON " DELIMITED BY SIZE
                   WSMaxRcptFile DELIMITED BY SPACE
                   INTO WSRptLine
               END-STRING
               PERFORM WriteMismatch
           END-IF.
           PERFORM WriteSectionEnd.
       ScanMaxReceipt.
           OPEN INPUT JrnlFile.
           IF WSJrnlStatus = "00"
               MOVE 'N' TO WSEOF
               PERFORM UNTIL WSEOF='Y'
                   READ JrnlFile
                       AT END MOVE 'Y' TO WSEOF
                       NOT AT END
                           IF JRN-NO IS GREATER THAN WSMaxRcpt
                               MOVE JRN-NO TO WSMaxRcpt
                               MOVE WSJrnlName TO WSMaxRcptFile
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE JrnlFile
           END-IF.
       LoadReleasedLayaways.
           MOVE 0 TO RELCount.
           OPEN INPUT LayawayFile.
           IF WSLayStatus = "00"
               MOVE 'N' TO WSEOF
               PERFORM UNTIL WSEOF='Y'
                   READ LayawayFile NEXT RECORD
                       AT END MOVE 'Y' TO WSEOF
                       NOT AT END
                           IF LAY-STATUS = 'R' AND RELCount < 1000
                               ADD 1 TO RELCount
                               MOVE LAY-CUSTNAME TO REL-CUST(RELCount)
                               MOVE LAY-STOCKNAME TO REL-KEY(RELCount)
                               MOVE LAY-TOTAL TO REL-TOTAL(RELCount)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LayawayFile
           END-IF.
       *>  EACH TERMINAL'S JOURNALS ARE MATCHED ON THEIR OWN - A SALE'S
       *>  LINES AND ITS TENDER ARE ALWAYS WRITTEN BY THE SAME TERMINAL
       *>  - AND THE DAY FILES THE LAST CLOSE GATHERED AS ONE MORE PAIR
       CheckAllJournals.
           MOVE "RECEIPTS AGAINST TENDERS" TO WSRptLine.
           PERFORM WriteHeading.
           MOVE "DAY FILES" TO WSPairLabel.
           MOVE "Receipt.txt" TO WSJrnlName.
           MOVE "Tender.txt" TO WSTndName.
           MOVE SPACES TO WSSuspName.
           PERFORM CheckJournalPair.
           PERFORM VARYING TRTIdx FROM 1 BY 1 UNTIL TRTIdx > TRTCount
               MOVE SPACES TO WSPairLabel
               STRING "TERMINAL " DELIMITED BY SIZE
                   TRT-ID(TRTIdx) DELIMITED BY SIZE
                   INTO WSPairLabel
               END-STRING
               MOVE SPACES TO WSJrnlName
               STRING "Receipt" DELIMITED BY SIZE
                   TRT-ID(TRTIdx) DELIMITED BY SIZE
                   ".txt" DELIMITED BY SIZE
                   INTO WSJrnlName
               END-STRING
               MOVE SPACES TO WSTndName
               STRING "Tender" DELIMITED BY SIZE
                   TRT-ID(TRTIdx) DELIMITED BY SIZE
                   ".txt" DELIMITED BY SIZE
                   INTO WSTndName
               END-STRING
               MOVE SPACES TO WSSuspName
               STRING "Suspend" DELIMITED BY SIZE
                   TRT-ID(TRTIdx) DELIMITED BY SIZE
                   ".txt" DELIMITED BY SIZE
                   INTO WSSuspName
               END-STRING
               PERFORM CheckJournalPair
           END-PERFORM.
           PERFORM WriteSectionEnd.
       CheckJournalPair.
           MOVE 0 TO RCTCount.
           MOVE 'N' TO WSRctOvfl.
           OPEN INPUT JrnlFile.
           IF WSJrnlStatus = "00"
               MOVE 'N' TO WSEOF
               PERFORM UNTIL WSEOF='Y'
                   READ JrnlFile
                       AT END MOVE 'Y' TO WSEOF
                       NOT AT END PERFORM TallyReceiptLine
                   END-READ
               END-PERFORM
               CLOSE JrnlFile
           END-IF.
       *>  A HELD SALE'S LINES SIT IN THE JOURNAL UNPAID UNTIL IT IS
       *>  RECALLED - NO TENDER IS EXPECTED FOR IT YET
           IF WSSuspName NOT = SPACES
               OPEN INPUT SuspFile
               IF WSSuspStatus = "00"
                   MOVE 'N' TO WSEOF
                   PERFORM UNTIL WSEOF='Y'
                       READ SuspFile
                           AT END MOVE 'Y' TO WSEOF
                           NOT AT END PERFORM MarkSuspended
                       END-READ
                   END-PERFORM
                   CLOSE SuspFile
               END-IF
           END-IF.
           OPEN INPUT TndFile.
           IF WSTndStatus = "00"
               MOVE 'N' TO WSEOF
               PERFORM UNTIL WSEOF='Y'
                   READ TndFile
                       AT END MOVE 'Y' TO WSEOF
                       NOT AT END PERFORM MatchTender
                   END-READ
               END-PERFORM
               CLOSE TndFile
           END-IF.
           PERFORM VARYING RCTIdx FROM 1 BY 1 UNTIL RCTIdx > RCTCount
               PERFORM CheckUntendered
           END-PERFORM.
           IF WSRctOvfl = 'Y'
               MOVE SPACES TO WSRptLine
               STRING "  " DELIMITED BY SIZE
                   WSPairLabel DELIMITED BY SIZE
                   " OVER 2000 RECEIPTS - THE REST NOT CHECKED"
                       DELIMITED BY SIZE
                   INTO WSRptLine
               END-STRING
               PERFORM WriteNote
           END-IF.
       FindReceipt.
           MOVE 0 TO RCTHit.
           PERFORM VARYING RCTIdx FROM 1 BY 1
               UNTIL RCTIdx > RCTCount OR RCTHit > 0
               IF RCT-NO(RCTIdx) = WSLineKey(1:6)
                   MOVE RCTIdx TO RCTHit
               END-IF
           END-PERFORM.
       TallyReceiptLine.
           MOVE SPACES TO WSLineKey.
           MOVE JRN-NO TO WSLineKey(1:6).
           PERFORM FindReceipt.
           MOVE JRN-AMOUNT TO WSLineAmt.
           IF RCTHit > 0
               ADD 1 TO RCT-LINES(RCTHit)
               ADD WSLineAmt TO RCT-TOTAL(RCTHit)
           ELSE
               IF RCTCount < 2000
                   ADD 1 TO RCTCount
                   MOVE JRN-NO TO RCT-NO(RCTCount)
                   MOVE JRN-CUST TO RCT-CUST(RCTCount)
                   MOVE JRN-ITEM TO WLK-ITEM
                   MOVE JRN-COLOR TO WLK-COLOR
                   MOVE JRN-SIZE TO WLK-SIZE
                   MOVE WSLineKey TO RCT-KEY(RCTCount)
                   MOVE 1 TO RCT-LINES(RCTCount)
                   MOVE WSLineAmt TO RCT-TOTAL(RCTCount)
                   MOVE 0 TO RCT-TND(RCTCount)
                   MOVE 'N' TO RCT-SUSP(RCTCount)
               ELSE
                   MOVE 'Y' TO WSRctOvfl
               END-IF
           END-IF.
       MarkSuspended.
           MOVE SPACES TO WSLineKey.
           MOVE SUS-RCPTNO TO WSLineKey(1:6).
           PERFORM FindReceipt.
           IF RCTHit > 0
               MOVE 'Y' TO RCT-SUSP(RCTHit)
           END-IF.
       *>  EVERY TENDER MUST BALANCE ON ITS OWN, AND A SALE'S TENDER
       *>  MUST CARRY THE GROSS OF ITS RECEIPT LINES - A LAYAWAY
       *>  PAYMENT CARRIES THE LAYAWAY NUMBER, NOT A RECEIPT NUMBER
       MatchTender.
           PERFORM CheckTenderBalance.
           IF TNF-SCPWDID(1:8) NOT = "LAYAWAY "
               MOVE SPACES TO WSLineKey
               MOVE TNF-RCPTNO TO WSLineKey(1:6)
               PERFORM FindReceipt
               IF RCTHit = 0
                   IF WSRctOvfl = 'N'
                       MOVE SPACES TO WSRptLine
                       STRING "  " DELIMITED BY SIZE
                           WSPairLabel DELIMITED BY SIZE
                           " TENDER " DELIMITED BY SIZE
                           TNF-RCPTNO DELIMITED BY SIZE
                           " HAS NO RECEIPT LINES" DELIMITED BY SIZE
                           INTO WSRptLine
                       END-STRING
                       PERFORM WriteMismatch
                   END-IF
               ELSE
                   ADD 1 TO RCT-TND(RCTHit)
                   IF RCT-TND(RCTHit) = 2
                       MOVE SPACES TO WSRptLine
                       STRING "  " DELIMITED BY SIZE
                           WSPairLabel DELIMITED BY SIZE
                           " RECEIPT " DELIMITED BY SIZE
                           TNF-RCPTNO DELIMITED BY SIZE
                           " HAS MORE THAN ONE TENDER" DELIMITED BY SIZE
                           INTO WSRptLine
                       END-STRING
                       PERFORM WriteMismatch
                   END-IF
                   IF WSTndGross NOT = RCT-TOTAL(RCTHit)
                       MOVE WSTndGross TO WSAmtPrint
                       MOVE RCT-TOTAL(RCTHit) TO WSAmtPrint2
                       MOVE SPACES TO WSRptLine
                       STRING "  " DELIMITED BY SIZE
                           WSPairLabel DELIMITED BY SIZE
                           " RECEIPT " DELIMITED BY SIZE
                           TNF-RCPTNO DELIMITED BY SIZE
                           " TENDER GROSS" DELIMITED BY SIZE
                           WSAmtPrint DELIMITED BY SIZE
                           " LINES" DELIMITED BY SIZE
                           WSAmtPrint2 DELIMITED BY SIZE
                           INTO WSRptLine
                       END-STRING
                       PERFORM WriteMismatch
                   END-IF
               END-IF
           END-IF.
       *>  WHAT WAS TENDERED LESS THE CHANGE MUST BE THE AMOUNT DUE -
       *>  THE GROSS, OR FOR AN SC/PWD SALE THE VAT-EXEMPT NET LESS THE
       *>  DISCOUNT, ROUNDED TO WHOLE PESOS AS THE TILL DOES
       CheckTenderBalance.
           MOVE TNF-CASHAMT TO WSTndCash.
           MOVE TNF-CARDAMT TO WSTndCard.
           MOVE TNF-GCASHAMT TO WSTndGCash.
           MOVE TNF-CREDAMT TO WSTndCred.
           MOVE TNF-PTSAMT TO WSTndPts.
           MOVE TNF-CHANGE TO WSTndChange.
           MOVE TNF-GROSS TO WSTndGross.
           MOVE TNF-DISC TO WSTndDisc.
           MOVE TNF-EXEMPT TO WSTndExempt.
           COMPUTE WSTndPaid = WSTndCash + WSTndCard + WSTndGCash
               + WSTndCred + WSTndPts - WSTndChange.
           IF WSTndExempt IS GREATER THAN 0
               COMPUTE WSTndDueWhole ROUNDED = WSTndExempt - WSTndDisc
               MOVE WSTndDueWhole TO WSTndDue
           ELSE
               MOVE WSTndGross TO WSTndDue
           END-IF.
           IF WSTndPaid NOT = WSTndDue
               MOVE WSTndPaid TO WSAmtPrint
               MOVE WSTndDue TO WSAmtPrint2
               MOVE SPACES TO WSRptLine
               STRING "  " DELIMITED BY SIZE
                   WSPairLabel DELIMITED BY SIZE
                   " TENDER " DELIMITED BY SIZE
                   TNF-RCPTNO DELIMITED BY SIZE
                   " PAID" DELIMITED BY SIZE
                   WSAmtPrint DELIMITED BY SIZE
                   " DUE" DELIMITED BY SIZE
                   WSAmtPrint2 DELIMITED BY SIZE
                   INTO WSRptLine
               END-STRING
               PERFORM WriteMismatch
           END-IF.
       CheckUntendered.
           IF RCT-TND(RCTIdx) = 0 AND RCT-SUSP(RCTIdx) = 'N'
               MOVE 'N' TO WSFound
               IF RCT-LINES(RCTIdx) = 1
                   PERFORM VARYING RELIdx FROM 1 BY 1
                       UNTIL RELIdx > RELCount OR WSFound = 'Y'
                       IF REL-CUST(RELIdx) = RCT-CUST(RCTIdx)
                           AND REL-KEY(RELIdx) = RCT-KEY(RCTIdx)
                           AND REL-TOTAL(RELIdx) = RCT-TOTAL(RCTIdx)
                           MOVE 'Y' TO WSFound
                       END-IF
                   END-PERFORM
               END-IF
               IF WSFound = 'N'
                   MOVE SPACES TO WSRptLine
                   STRING "  " DELIMITED BY SIZE
                       WSPairLabel DELIMITED BY SIZE
                       " RECEIPT " DELIMITED BY SIZE
                       RCT-NO(RCTIdx) DELIMITED BY SIZE
                       " HAS NO TENDER RECORD" DELIMITED BY SIZE
                       INTO WSRptLine
                   END-STRING
                   PERFORM WriteMismatch
               END-IF
           END-IF.
       *>  EVERY CREDIT'S BALANCE MUST BE WITHIN WHAT WAS ISSUED AND
       *>  MATCH ITS STATUS, AND THE CREDIT DRAWN DOWN ACROSS THE FILE
       *>  MUST EQUAL THE STORE CREDIT TENDERED - THE TENDER RECORDS
       *>  CARRY THE AMOUNT BUT NOT THE CREDIT NUMBER, SO THE DRAWN
       *>  TOTALS ARE COMPARED AS A WHOLE
       CheckStoreCredits.
           MOVE "STORE CREDITS (StoreCred.txt)" TO WSRptLine.
           PERFORM WriteHeading.
           MOVE 0 TO WSCrdDrawnFile.
           MOVE 0 TO WSCrdDrawnTnd.
           OPEN INPUT CreditFile.
           IF WSCrdStatus = "00"
               MOVE 'N' TO WSEOF
               PERFORM UNTIL WSEOF='Y'
                   READ CreditFile NEXT RECORD
                       AT END MOVE 'Y' TO WSEOF
                       NOT AT END PERFORM CheckOneCredit
                   END-READ
               END-PERFORM
               CLOSE CreditFile
           END-IF.
           MOVE "TenderArch.txt" TO WSTndName.
           PERFORM SumCreditDrawn.
           IF WSStepDone NOT = 4
               PERFORM VARYING TRTIdx FROM 1 BY 1 UNTIL TRTIdx > TRTCount
                   MOVE SPACES TO WSTndName
                   STRING "Tender" DELIMITED BY SIZE
                       TRT-ID(TRTIdx) DELIMITED BY SIZE
                       ".txt" DELIMITED BY SIZE
                       INTO WSTndName
                   END-STRING
                   PERFORM SumCreditDrawn
               END-PERFORM
           END-IF.
           IF WSCrdDrawnFile NOT = WSCrdDrawnTnd
               MOVE WSCrdDrawnFile TO WSCrdPrint
               MOVE WSCrdDrawnTnd TO WSCrdPrint2
               MOVE SPACES TO WSRptLine
               STRING "  CREDIT DRAWN PER StoreCred.txt" DELIMITED BY SIZE
                   WSCrdPrint DELIMITED BY SIZE
                   " PER TENDERS" DELIMITED BY SIZE
                   WSCrdPrint2 DELIMITED BY SIZE
                   INTO WSRptLine
               END-STRING
               PERFORM WriteMismatch
           END-IF.
           PERFORM WriteSectionEnd.
       CheckOneCredit.
           MOVE CRD-ORIGAMT TO WSCrdOrig.
           MOVE CRD-BALANCE TO WSCrdBal.
           IF WSCrdBal IS GREATER THAN WSCrdOrig
               MOVE WSCrdBal TO WSAmtPrint
               MOVE WSCrdOrig TO WSAmtPrint2
               MOVE SPACES TO WSRptLine
               STRING "  CREDIT " DELIMITED BY SIZE
                   CRD-NO DELIMITED BY SIZE
                   " BALANCE" DELIMITED BY SIZE
                   WSAmtPrint DELIMITED BY SIZE
                   " ABOVE ISSUED" DELIMITED BY SIZE
                   WSAmtPrint2 DELIMITED BY SIZE
                   INTO WSRptLine
               END-STRING
               PERFORM WriteMismatch
           ELSE
               COMPUTE WSCrdDrawnFile = WSCrdDrawnFile
                   + WSCrdOrig - WSCrdBal
           END-IF.
           IF (CRD-STATUS = 'U' AND WSCrdBal NOT = 0)
               OR (CRD-STATUS = 'O' AND WSCrdBal = 0)
               MOVE WSCrdBal TO WSAmtPrint
               MOVE SPACES TO WSRptLine
               STRING "  CREDIT " DELIMITED BY SIZE
                   CRD-NO DELIMITED BY SIZE
                   " STATUS " DELIMITED BY SIZE
                   CRD-STATUS DELIMITED BY SIZE
                   " WITH BALANCE" DELIMITED BY SIZE
                   WSAmtPrint DELIMITED BY SIZE
                   INTO WSRptLine
               END-STRING
               PERFORM WriteMismatch
           END-IF.
       SumCreditDrawn.
           OPEN INPUT TndFile.
           IF WSTndStatus = "00"
               MOVE 'N' TO WSEOF
               PERFORM UNTIL WSEOF='Y'
                   READ TndFile
                       AT END MOVE 'Y' TO WSEOF
                       NOT AT END
                           MOVE TNF-CREDAMT TO WSTndCred
                           ADD WSTndCred TO WSCrdDrawnTnd
                   END-READ
               END-PERFORM
               CLOSE TndFile
           END-IF.
       *>  AN OPEN LAYAWAY WHOSE ITEM HAS GONE FROM Inventory.txt CAN
       *>  NEITHER BE RELEASED NOR CANCELLED BACK ONTO THE SHELF
       CheckLayaways.
           MOVE "OPEN LAYAWAYS (Layaway.txt)" TO WSRptLine.
           PERFORM WriteHeading.
           OPEN INPUT LayawayFile.
           IF WSLayStatus = "00"
               OPEN INPUT StockFile
               OPEN INPUT InventoryFile
               MOVE 'N' TO WSEOF
               PERFORM UNTIL WSEOF='Y'
                   READ LayawayFile NEXT RECORD
                       AT END MOVE 'Y' TO WSEOF
                       NOT AT END
                           IF LAY-STATUS = 'O'
                               PERFORM CheckOneLayaway
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE StockFile
               CLOSE InventoryFile
               CLOSE LayawayFile
           END-IF.
           PERFORM WriteSectionEnd.
       CheckOneLayaway.
           MOVE LAY-STOCKNAME TO WSLineKey.
           PERFORM LookupStockKey.
           IF WSFound = 'I'
               MOVE SPACES TO WSRptLine
               STRING "  LAYAWAY " DELIMITED BY SIZE
                   LAY-NO DELIMITED BY SIZE
                   " NOTE - " DELIMITED BY SIZE
                   LAY-STOCKNAME DELIMITED BY SIZE
                   " NOT ON Stock.txt, ALL RESERVED" DELIMITED BY SIZE
                   INTO WSRptLine
               END-STRING
               PERFORM WriteNote
           END-IF.
           IF WSFound = 'N'
               MOVE SPACES TO WSRptLine
               STRING "  LAYAWAY " DELIMITED BY SIZE
                   LAY-NO DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   LAY-STOCKNAME DELIMITED BY SIZE
                   " ITEM NOT ON Inventory.txt" DELIMITED BY SIZE
                   INTO WSRptLine
               END-STRING
               PERFORM WriteMismatch
           END-IF.
       *>  A SKU IS ONLY EVER ADDED - ONE WHOSE ITEM HAS GONE FROM
       *>  Inventory.txt SCANS AS A KEY THE TILL CAN NEVER SELL
       CheckSkuXref.
           MOVE "SKU CROSS REFERENCE (SkuXref.txt)" TO WSRptLine.
           PERFORM WriteHeading.
           OPEN INPUT SkuFile.
           IF WSSkuStatus = "00"
               OPEN INPUT StockFile
               OPEN INPUT InventoryFile
               MOVE 'N' TO WSEOF
               PERFORM UNTIL WSEOF='Y'
                   READ SkuFile NEXT RECORD
                       AT END MOVE 'Y' TO WSEOF
                       NOT AT END PERFORM CheckOneSku
                   END-READ
               END-PERFORM
               CLOSE StockFile
               CLOSE InventoryFile
               CLOSE SkuFile
           END-IF.
           PERFORM WriteSectionEnd.
       CheckOneSku.
           MOVE XrefStockName TO WSLineKey.
           PERFORM LookupStockKey.
           IF WSFound = 'I'
               MOVE SPACES TO WSRptLine
               STRING "  SKU " DELIMITED BY SIZE
                   SkuNo DELIMITED BY SIZE
                   " NOTE - " DELIMITED BY SIZE
                   XrefStockName DELIMITED BY SIZE
                   " NOT ON Stock.txt, SOLD OUT" DELIMITED BY SIZE
                   INTO WSRptLine
               END-STRING
               PERFORM WriteNote
           END-IF.
           IF WSFound = 'N'
               MOVE SPACES TO WSRptLine
               STRING "  SKU " DELIMITED BY SIZE
                   SkuNo DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   XrefStockName DELIMITED BY SIZE
                   " ITEM NOT ON Inventory.txt" DELIMITED BY SIZE
                   INTO WSRptLine
               END-STRING
               PERFORM WriteMismatch
           END-IF.
       *>  Y = THE STOCK KEY IN WSLineKey IS ON Stock.txt, I = IT IS NOT
       *>  BUT ITS ITEM IS STILL ON Inventory.txt, N = NEITHER
       LookupStockKey.
           MOVE WSLineKey TO StockName.
           MOVE 'Y' TO WSFound.
           READ StockFile
               INVALID KEY MOVE 'N' TO WSFound
           END-READ.
           IF WSFound = 'N'
               MOVE WLK-ITEM TO ItemName
               MOVE 'I' TO WSFound
               READ InventoryFile
                   INVALID KEY MOVE 'N' TO WSFound
               END-READ
           END-IF.

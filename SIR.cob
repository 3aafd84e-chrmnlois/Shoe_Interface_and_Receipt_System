               RECORD KEY IS BMCode
               FILE STATUS IS WSBMStatus.
       *>  CUSTOMERFILE KEEPS ONE RUNNING RECORD PER CUSTOMER SO A CUSTOMER'S
       *>  VISIT COUNT, TOTAL SPENT AND LOYALTY POINTS BALANCE CAN BE
       *>  LOOKED UP AGAIN LATER
           SELECT CustomerFile ASSIGN TO "Customer.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CustName
               FILE STATUS IS WSCustStatus.
       *>  LOYALTYFILE IS THE POINTS LEDGER - ONE ENTRY FOR EVERY POINT
       *>  MOVEMENT (EARNED, REDEEMED, REVERSED ON A RETURN, EXPIRED),
       *>  KEYED BY CUSTOMER SO EACH CUSTOMER'S ENTRIES READ TOGETHER -
       *>  LOYCOUNTERFILE HOLDS THE LAST LEDGER SEQUENCE NUMBER USED AND
       *>  LOYWORKFILE IS SCRATCH SPACE FOR THE EXPIRY RUN
           SELECT LoyaltyFile ASSIGN TO "Loyalty.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LoyKey
               FILE STATUS IS WSLoyStatus.
           SELECT LoyCounterFile ASSIGN TO "LoyCtr.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSLoyCtrStatus.
           SELECT LoyWorkFile ASSIGN TO "LoyWrk.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSLoyWrkStatus.
       *>  PRICELOGFILE KEEPS A PERMANENT RECORD OF EVERY PRICE CHANGE MADE
       *>  IN EditPrice - OLD PRICE, NEW PRICE, AND THE DATE OF THE CHANGE
           SELECT PriceLogFile ASSIGN TO "PriceLog.txt"
               FILE STATUS IS WSPromoStatus.
       *>  THESE REMAINING FILE ARE FOR THE LOGICAL TRANSFER
       *>  AND USE OF DATA FOR FILE HANDLING
       *>  EVERY TERMINAL RINGS INTO ITS OWN JOURNAL (Receipt01.txt,
       *>  Receipt02.txt ...) SO TWO TILLS NEVER APPEND TO ONE FILE -
       *>  THE NAME IS BUILT AT STARTUP FROM THE TERMINAL ID, AND END
       *>  OF DAY CLOSE POINTS IT AT Receipt.txt, THE DAY FILE EVERY
       *>  TERMINAL'S JOURNAL IS GATHERED INTO BEFORE IT IS ARCHIVED
           SELECT ReceiptFile ASSIGN USING WSRcptFileName
               ORGANIZATION IS SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS WSRcptStatus.
       *>  ANOTHER TERMINAL'S JOURNALS, READ WHILE THIS TERMINAL'S OWN
       *>  (OR THE DAY FILE) MAY BE OPEN - GATHERING THE DAY AT CLOSE,
       *>  THE ALL-TERMINAL X-READ AND TODAY'S RECEIPT LOOKUPS
           SELECT PeerRcptFile ASSIGN USING WSPeerRcptName
               ORGANIZATION IS SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS WSPeerStatus.
           SELECT PeerTndFile ASSIGN USING WSPeerTndName
               ORGANIZATION IS SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS WSPeerStatus.
       *>  TERMINALFILE IS THE REGISTER OF EVERY TILL THAT HAS EVER
       *>  RUN - WHICH JOURNALS THE CLOSE MUST GATHER, AND WHICH
       *>  TERMINALS ARE STILL SIGNED ON WHEN SOMEONE TRIES TO CLOSE
           SELECT TerminalFile ASSIGN TO "Terminal.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TRM-ID
               FILE STATUS IS WSTrmStatus.
       *>  NUMCLAIMFILE HOLDS ONE RECORD PER NUMBER EVER ISSUED, KEYED
       *>  BY NUMBER TYPE AND NUMBER - THE COUNTER FILES ONLY SUGGEST
       *>  THE NEXT NUMBER, A NUMBER IS NOT OURS UNTIL ITS CLAIM RECORD
       *>  IS WRITTEN, SO TWO TERMINALS READING THE SAME COUNTER AT
       *>  THE SAME MOMENT CAN NEVER HAND OUT THE SAME NUMBER
           SELECT NumClaimFile ASSIGN TO "NumClaim.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CLM-KEY
               FILE STATUS IS WSClmStatus.
       *>  COUNTERFILE JUST HOLDS THE LAST RECEIPT NUMBER USED
       *>  SO A RECEIPT NUMBER IS NEVER REUSED BETWEEN RUNS OF THE PROGRAM
           SELECT CounterFile ASSIGN TO "RcptCtr.txt"
           SELECT SkuCounterFile ASSIGN TO "SkuCtr.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSSkuCtrStatus.
       *>  BARCODEFILE MAPS A SUPPLIER'S OWN BARCODE (EAN/UPC, UP TO 14
       *>  DIGITS - TOO LONG FOR A SKU NUMBER) TO THE SKU IT WAS LOADED
       *>  AGAINST, SO THE BOX CAN BE SCANNED JUST AS IT ARRIVED
           SELECT BarcodeFile ASSIGN TO "Barcode.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BAR-CODE
               FILE STATUS IS WSBarStatus.
       *>  STOCKDATEFILE KEEPS THE DATE OF THE LAST DELIVERY AND OF THE
       *>  LAST SALE FOR EVERY ITEM/COLOR/SIZE STOCK KEY SO THE STOCK
       *>  AGING REPORT CAN TELL OLD PAIRS FROM NEW - IT OUTLIVES THE
       *>  STOCKFILE RECORD, WHICH IS DELETED WHEN THE LAST PAIR SELLS
           SELECT StockDateFile ASSIGN TO "StockDate.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SDT-STOCKNAME
               FILE STATUS IS WSSdtStatus.
       *>  USERFILE IS THE CASHIER MASTER - EVERY OPERATOR SIGNS ON AT
       *>  STARTUP AND SUPERVISOR-LEVEL USERS UNLOCK THE SENSITIVE
       *>  FUNCTIONS (PRICE CHANGES, RETURNS, STOCK ADJUSTMENTS)
           SELECT POCounterFile ASSIGN TO "POCtr.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSPOCtrStatus.
       *>  TRANSFERFILE HOLDS ONE RECORD PER BRANCH TRANSFER LINE KEYED
       *>  BY THE SENDING BRANCH, THE TRANSFER NUMBER AND THE STOCK KEY -
       *>  THE BRANCHES WORK FROM THE ONE FILE, SO THE RECEIVING STORE
       *>  CONFIRMS AGAINST THE SAME LINES THE SENDING STORE WROTE, AND
       *>  A LINE STILL AT T IS STOCK THAT IS IN NEITHER STORE - THE
       *>  FILE LIVES ON THE SHARED DRIVE NAMED IN BRANCH.TXT, SO EVERY
       *>  STORE OPENS THE SAME COPY
           SELECT TransferFile ASSIGN USING WSXferFileName
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS XferLineKey
               FILE STATUS IS WSXfrStatus.
       *>  SUPPINVFILE HOLDS ONE RECORD PER SUPPLIER INVOICE LINE KEYED BY
       *>  SUPPLIER, THE SUPPLIER'S INVOICE NUMBER AND THE STOCK KEY -
       *>  EACH LINE CARRIES THE PO IT BILLS AND WHETHER IT MATCHED
           SELECT SuppInvFile ASSIGN TO "SuppInv.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS InvLineKey
               FILE STATUS IS WSInvStatus.
       *>  DAMAGEDFILE IS THE DAMAGED-GOODS BUCKET - DEFECTIVE PAIRS
       *>  TAKEN BACK FROM CUSTOMERS, KEYED BY STOCK KEY, KEPT OUT OF
       *>  SELLABLE STOCK UNTIL THEY GO BACK TO THE SUPPLIER
           SELECT DamagedFile ASSIGN TO "Damaged.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DmgStockName
               FILE STATUS IS WSDmgStatus.
       *>  RTVHEADFILE HOLDS ONE RECORD PER RETURN-TO-VENDOR DOCUMENT -
       *>  THE SUPPLIER, THE CLAIM VALUE AND THE CREDIT MEMO RECEIVED
       *>  AGAINST IT - AND RTVLINEFILE ITS LINES, KEYED LIKE PO LINES
           SELECT RtvHeadFile ASSIGN TO "RTVHead.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RTH-NO
               FILE STATUS IS WSRthStatus.
           SELECT RtvLineFile ASSIGN TO "RTVLine.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RtvLineKey
               FILE STATUS IS WSRtlStatus.
           SELECT RtvCounterFile ASSIGN TO "RTVCtr.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSRtvCtrStatus.
       *>  XFERCOUNTERFILE HOLDS THE LAST TRANSFER NUMBER THIS BRANCH
       *>  SENT, LIKE POCOUNTERFILE DOES FOR PO NUMBERS
           SELECT XferCounterFile ASSIGN TO "XferCtr.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSXfrCtrStatus.
       *>  BRANCHFILE IS ONE RECORD - THIS STORE'S OWN BRANCH CODE AND
       *>  WHERE THE SHARED TRANSFER FILE IS KEPT
           SELECT BranchFile ASSIGN TO "Branch.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSBrStatus.

       *>  RECEIPTARCHIVEFILE HOLDS EVERY JOURNAL RECORD FROM PAST CLOSED DAYS
       *>  ACCTEXPORTFILE IS THE PLAIN DELIMITED FILE THE ACCOUNTING SYSTEM READS
       *>  TENDERFILE IS THE PAYMENT JOURNAL - ONE RECORD PER RECEIPT
       *>  SHOWING HOW THE CUSTOMER PAID (CASH, CARD, GCASH OR A SPLIT)
       *>  AND THE CHANGE GIVEN, SO THE DRAWER CAN BE RECONCILED AT CLOSE
       *>  ONE PER TERMINAL (Tender01.txt ...) LIKE THE RECEIPT JOURNAL,
       *>  GATHERED INTO Tender.txt AT CLOSE
           SELECT TenderFile ASSIGN USING WSTndFileName
               ORGANIZATION IS SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS WSTndStatus.
           SELECT CloseStepFile ASSIGN TO "CloseStep.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSStepStatus.
       *>  ZCOUNTERFILE HOLDS THE Z-COUNTER AND THE ACCUMULATED GRAND
       *>  TOTAL OF EVERY SALE EVER CLOSED - ONLY THE CLOSE WRITES IT
       *>  AND NOTHING EVER RESETS IT, AS THE BIR ACCREDITATION REQUIRES
           SELECT ZCounterFile ASSIGN TO "ZCounter.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSZCtrStatus.
       *>  ZREADINGFILE KEEPS EVERY Z-READING EVER PRODUCED, ONE RECORD
       *>  PER CLOSED DAY - IT IS WHAT A Z-READING IS REPRINTED FROM AND
       *>  WHAT THE MONTHLY SALES BOOK IS BUILT FROM
           SELECT ZReadingFile ASSIGN TO "ZReading.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSZrdStatus.
       *>  SALESBOOKFILE IS THE MONTHLY BIR eSALES SALES BOOK - ONE FILE
       *>  PER MONTH (SalesBookYYYYMM.txt) SO A MONTH ALREADY FILED IS
       *>  NEVER OVERWRITTEN BY THE NEXT ONE
           SELECT SalesBookFile ASSIGN USING WSSalesBookName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSSbkStatus.
       *>  BIRSETUPFILE - ONE RECORD WITH THE TIN, MACHINE
       *>  IDENTIFICATION NUMBER, PERMIT TO USE AND SERIAL NUMBER
       *>  PRINTED ON EVERY Z-READING AND THE SALES BOOK HEADER
           SELECT BirSetupFile ASSIGN TO "BirSetup.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSBirStatus.
       *>  BATCHCTLFILE IS THE CONTROL FILE AN UNATTENDED RUN TAKES ITS
       *>  JOBS FROM (BatchCtl.txt UNLESS ANOTHER NAME IS GIVEN ON THE
       *>  COMMAND LINE) - BATCHRPTFILE IS THE RUN REPORT, ONE BLOCK
       *>  APPENDED PER RUN SO LAST NIGHT'S RESULT IS ALWAYS ON FILE
           SELECT BatchCtlFile ASSIGN USING WSBatCtlName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSBatCtlStatus.
           SELECT BatchRptFile ASSIGN TO "BatchRpt.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSBatRptStatus.
       *>  CATALOGFILE IS A SUPPLIER'S SEASON CATALOG (Catalog.txt UNLESS
       *>  ANOTHER NAME IS GIVEN), ONE COMMA DELIMITED LINE PER ITEM,
       *>  COLOR AND SIZE - CATRPTFILE IS THE IMPORT REPORT, REWRITTEN
       *>  BY EVERY PREVIEW OR POSTING RUN
           SELECT CatalogFile ASSIGN USING WSCatName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSCatStatus.
           SELECT CatRptFile ASSIGN TO "CatImport.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSCatRptStatus.
       *>  JOURNALWORKFILE IS SCRATCH SPACE FOR REWRITING Receipt.txt
       *>  WITHOUT THE LINES OF A VOIDED SALE - SUSPENDFILE HOLDS THE
       *>  HEADER OF EVERY SALE PUT ON HOLD BEFORE TENDER SO IT CAN BE
       *>  RECALLED AND FINISHED LATER - ALL THREE ARE PER TERMINAL
       *>  (RcptWrk01.txt, Suspend01.txt, SuspWrk01.txt) BECAUSE A HELD
       *>  SALE'S LINES SIT IN THAT TERMINAL'S OWN JOURNAL
           SELECT JournalWorkFile ASSIGN USING WSJwkFileName
               ORGANIZATION IS SEQUENTIAL
               ACCESS IS SEQUENTIAL.
           SELECT SuspendFile ASSIGN USING WSSuspFileName
               ORGANIZATION IS SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS WSSuspStatus.
           SELECT SuspendWorkFile ASSIGN USING WSSwkFileName
               ORGANIZATION IS SEQUENTIAL
               ACCESS IS SEQUENTIAL.
       *>  COUNTWORKFILE HOLDS THE VARIANCE LINES OF A STOCK TAKE UNTIL
               02 CustName PIC X(20).
               02 CustPurchCount PIC 9(5).
               02 CustTotalSpent PIC 9(8)V99.
               02 CustPoints PIC 9(7).
       FD LoyaltyFile.
           01 LoyaltyData.
               02 LoyKey.
                   03 LOY-CUSTNAME PIC X(20).
                   03 LOY-SEQ PIC 9(6).
               02 LOY-DATE PIC X(10).
               02 LOY-DATEN PIC 9(8).
       *>  E=EARNED R=REDEEMED AT THE TILL V=REVERSED ON A RETURN
       *>  X=EXPIRED
               02 LOY-TYPE PIC X.
               02 LOY-POINTS PIC 9(7).
               02 LOY-RCPTNO PIC 9(6).
       FD LoyCounterFile.
           01 LoyCounterRec.
               02 LOYCTR-VALUE PIC 9(6).
       FD LoyWorkFile.
           01 LoyWorkRec.
               02 LWK-CUSTNAME PIC X(20).
               02 LWK-POINTS PIC 9(7).
       FD PriceLogFile.
           01 PriceLogRec.
               02 PL-ITEM PIC X(20).
                   03 ITEM-QTY PIC ZZ9.
                   03 ITEM-PRICE PIC ZZZZZ9.99.
                   03 ITEM-AMOUNT PIC ZZZZZ9.99.
       *>  THE TERMINAL THE LINE WAS RUNG ON
               02 RCPT-TERMINAL PIC X(2).
       FD PeerRcptFile.
           01 PeerRcptRec PIC X(106).
       FD PeerTndFile.
           01 PeerTndRec PIC X(164).
       FD TerminalFile.
           01 TerminalData.
               02 TRM-ID PIC X(2).
       *>  O=SIGNED ON F=SIGNED OFF - A TERMINAL THAT DIED WITHOUT
       *>  SIGNING OFF STAYS O UNTIL IT IS NEXT STARTED
               02 TRM-STATUS PIC X.
               02 TRM-USER PIC X(10).
               02 TRM-DATE PIC X(10).
       FD NumClaimFile.
           01 NumClaimRec.
               02 CLM-KEY.
       *>  R=RECEIPT C=STORE CREDIT L=LAYAWAY K=SKU P=PURCHASE ORDER
       *>  T=BRANCH TRANSFER V=RETURN TO VENDOR Y=LOYALTY LEDGER ENTRY
                   03 CLM-TYPE PIC X.
                   03 CLM-NO PIC 9(6).
               02 CLM-TERMINAL PIC X(2).
               02 CLM-DATE PIC X(10).
       FD CounterFile.
           01 CounterRec.
               02 CTR-VALUE PIC 9(6).
       FD SkuCounterFile.
           01 SkuCounterRec.
               02 SKUCTR-VALUE PIC 9(6).
       FD BarcodeFile.
           01 BarcodeRec.
               02 BAR-CODE PIC X(14).
               02 BAR-SKUNO PIC 9(6).
       FD StockDateFile.
           01 StockDateRec.
               02 SDT-STOCKNAME PIC X(25).
               02 SDT-DELIVERED PIC X(10).
               02 SDT-LASTSALE PIC X(10).
       FD UserFile.
           01 UserData.
               02 UserId PIC X(10).
               02 POQtyOrder PIC ZZZZZ9.
               02 POQtyRecd PIC ZZZZZ9.
               02 POLineStat PIC X.
       *>  THE UNIT COST ACTUALLY PAID ON THE DELIVERY, AND HOW MANY OF
       *>  THE PAIRS RECEIVED HAVE BEEN BILLED ON AN APPROVED INVOICE
               02 POUnitCost PIC ZZZZ9.99.
               02 POQtyInvd PIC ZZZZZ9.
       FD POCounterFile.
           01 POCounterRec.
               02 POCTR-VALUE PIC 9(6).
       FD SuppInvFile.
           01 InvLineData.
               02 InvLineKey.
                   03 INV-SUPPLIER PIC X(20).
                   03 INV-NO PIC X(12).
                   03 INVStockName.
                       04 INVItmName PIC X(20).
                       04 INVColorCode PIC X(3).
                       04 INVSizeCode PIC X(2).
               02 INV-PONO PIC 9(6).
               02 INV-DATE PIC X(10).
               02 INV-QTY PIC ZZZZZ9.
               02 INV-COST PIC ZZZZ9.99.
               02 INV-AMOUNT PIC ZZZZZZZ9.99.
       *>  A=APPROVED FOR PAYMENT D=DISPUTED P=PAID
               02 INV-STAT PIC X.
               02 INV-REASON PIC X(20).
       FD DamagedFile.
           01 DamagedData.
               02 DmgStockName.
                   03 DmgItmName PIC X(20).
                   03 DmgColorCode PIC X(3).
                   03 DmgSizeCode PIC X(2).
               02 DMG-QTY PIC ZZZZZ9.
       *>  UNIT COST OF THE PAIRS AT THE TIME THEY CAME BACK - WHAT THE
       *>  SUPPLIER IS CLAIMED FOR
               02 DMG-COST PIC ZZZZ9.99.
               02 DMG-DATE PIC X(10).
       FD RtvHeadFile.
           01 RtvHeadData.
               02 RTH-NO PIC 9(6).
               02 RTH-SUPPLIER PIC X(20).
               02 RTH-DATE PIC X(10).
               02 RTH-PAIRS PIC ZZZZZ9.
               02 RTH-CLAIM PIC ZZZZZZZ9.99.
       *>  O=OPEN CLAIM P=PART CREDITED C=CREDITED IN FULL
               02 RTH-STAT PIC X.
               02 RTH-MEMONO PIC X(12).
               02 RTH-MEMODATE PIC X(10).
               02 RTH-CREDITED PIC ZZZZZZZ9.99.
       FD RtvLineFile.
           01 RtvLineData.
               02 RtvLineKey.
                   03 RTL-NO PIC 9(6).
                   03 RTLStockName PIC X(25).
               02 RTL-QTY PIC ZZZZZ9.
               02 RTL-COST PIC ZZZZ9.99.
               02 RTL-AMOUNT PIC ZZZZZZZ9.99.
       FD RtvCounterFile.
           01 RtvCounterRec.
               02 RTVCTR-VALUE PIC 9(6).
       FD TransferFile.
           01 XferLineData.
               02 XferLineKey.
                   03 XFR-FROM PIC X(3).
                   03 XFR-NO PIC 9(6).
                   03 XFRStockName.
                       04 XFRItmName PIC X(20).
                       04 XFRColorCode PIC X(3).
                       04 XFRSizeCode PIC X(2).
               02 XFR-TO PIC X(3).
               02 XFR-DATE PIC X(10).
               02 XFR-QTYSENT PIC ZZZZZ9.
               02 XFR-QTYRECD PIC ZZZZZ9.
               02 XFR-RECDATE PIC X(10).
       *>  T=IN TRANSIT R=RECEIVED IN FULL S=SHORT RECEIVED
       *>  O=OVER RECEIVED
               02 XFR-STAT PIC X.
       *>  THE SENDING STORE'S UNIT COST, SO STOCK IN TRANSIT CAN BE
       *>  VALUED AND A RECEIVING STORE NEW TO THE ITEM HAS A COST
               02 XFR-UNITCOST PIC ZZZZ9.99.
       FD XferCounterFile.
           01 XferCounterRec.
               02 XFRCTR-VALUE PIC 9(6).
       FD BranchFile.
           01 BranchRec.
               02 BR-CODE PIC X(3).
               02 BR-NAME PIC X(20).
       *>  FULL PATH OF THE TRANSFER FILE ALL THE BRANCHES SHARE -
       *>  BLANK MEANS TRANSFER.TXT IN THIS STORE'S OWN DIRECTORY
               02 BR-XFERPATH PIC X(60).
       FD ReceiptArchiveFile.
           01 ArchRcptInfo.
               02 ARCPT-NO PIC 9(6).
                   03 AITEM-QTY PIC ZZ9.
                   03 AITEM-PRICE PIC ZZZZZ9.99.
                   03 AITEM-AMOUNT PIC ZZZZZ9.99.
               02 ARCPT-TERMINAL PIC X(2).
       FD AcctExportFile.
           01 AcctExportRec PIC X(80).
       FD TenderFile.
               02 TND-EXEMPT PIC ZZZZZZZ9.99.
               02 TND-SCPWDID PIC X(15).
               02 TND-CASHIER PIC X(10).
               02 TND-TERMINAL PIC X(2).
               02 TND-PTSAMT PIC ZZZZZZZ9.99.
       FD CreditFile.
           01 CreditData.
               02 CRD-NO PIC 9(6).
               02 ATND-EXEMPT PIC ZZZZZZZ9.99.
               02 ATND-SCPWDID PIC X(15).
               02 ATND-CASHIER PIC X(10).
               02 ATND-TERMINAL PIC X(2).
               02 ATND-PTSAMT PIC ZZZZZZZ9.99.
       FD CardSettleFile.
           01 CardSettleRec.
               02 CSET-DATE PIC X(10).
               02 DRW-EXPECTED PIC ZZZZZZZ9.99.
               02 DRW-COUNTED PIC ZZZZZZZ9.99.
               02 DRW-OVERSHORT PIC +ZZZZZZZ9.99.
       *>  EACH TERMINAL'S DRAWER IS COUNTED AND LOGGED ON ITS OWN
               02 DRW-TERMINAL PIC X(2).
       FD AuditLogFile.
           01 AuditLogRec.
               02 AUD-DATE PIC X(10).
               02 STEP-VAT PIC 9(8)V99.
               02 STEP-EXEMPT PIC 9(8)V99.
               02 STEP-DISC PIC 9(8)V99.
               02 STEP-PTS PIC 9(8)V99.
       FD ZCounterFile.
           01 ZCounterRec.
               02 ZC-NO PIC 9(6).
               02 ZC-GT PIC 9(12)V99.
               02 ZC-DATEN PIC 9(8).
       FD ZReadingFile.
           01 ZReadingRec PIC X(130).
       FD SalesBookFile.
           01 SalesBookRec PIC X(200).
       FD BirSetupFile.
           01 BirSetupRec.
               02 BIR-TIN PIC X(17).
               02 BIR-MIN PIC X(20).
               02 BIR-PTU PIC X(25).
               02 BIR-SERIAL PIC X(20).
       *>  ONE JOB PER LINE, FIXED COLUMNS LIKE THE SETTLEMENT FILES -
       *>  CLOSE  MM/DD/YYYY            END OF DAY CLOSE OF THAT DATE
       *>  CASH              TT  AMOUNT COUNTED CASH IN TERMINAL TT
       *>  ROLLUP MM/YYYY               MONTH-END ROLL-UP
       *>  SETTLE MM/DD/YYYY C|G        CARD OR GCASH SETTLEMENT MATCH
       *>  A LINE STARTING WITH * IS A COMMENT
       FD BatchCtlFile.
           01 BatchCtlRec.
               02 BCTL-JOB PIC X(6).
               02 FILLER PIC X.
               02 BCTL-PARM PIC X(10).
               02 FILLER PIC X.
               02 BCTL-OPT PIC X(2).
               02 FILLER PIC X.
               02 BCTL-AMT PIC ZZZZZZZ9.99.
               02 BCTL-AMTX REDEFINES BCTL-AMT PIC X(11).
       FD BatchRptFile.
           01 BatchRptRec PIC X(80).
       FD CatalogFile.
           01 CatalogRec PIC X(200).
       FD CatRptFile.
           01 CatRptRec PIC X(100).
       FD JournalWorkFile.
           01 JwkRcptInfo PIC X(106).
       FD SuspendFile.
           01 SuspendRec.
               02 SUS-RCPTNO PIC 9(6).
       01 WSDayCard PIC 9(8)V99.
       01 WSDayGCash PIC 9(8)V99.
       01 WSDayCred PIC 9(8)V99.
       01 WSDayPts PIC 9(8)V99.
       01 WSTndPts PIC 9(8)V99.
       01 WSTndPtsUsed PIC 9(7).
       01 WSDayChange PIC 9(8)V99.
       01 WSExpectedCash PIC 9(8)V99.
       01 WSCountedCash PIC 9(8)V99.
               02 WSTND-EXEMPT PIC ZZZZZZZ9.99.
               02 WSTND-SCPWDID PIC X(15).
               02 WSTND-CASHIER PIC X(10).
               02 WSTND-TERMINAL PIC X(2).
               02 WSTND-PTSAMT PIC ZZZZZZZ9.99.
       *>  VAT AND SC/PWD DISCOUNT WORK FIELDS - SALES PRICES ARE VAT
       *>  INCLUSIVE SO THE NET IS BACKED OUT AT 12 PERCENT, AND AN
       *>  SC/PWD SALE IS VAT EXEMPT WITH A FURTHER 20 PERCENT OFF
       01 WSDayExempt PIC 9(8)V99.
       01 WSDayDisc PIC 9(8)V99.
       01 WSVatExport PIC 9(8).99.
       *>  BIR Z-READING WORK FIELDS - ONE WSZREADING PER CLOSED DAY,
       *>  THE GRAND TOTALS RUN ON FROM ZCounter.txt AND NEVER RESET
       01 WSZCtrStatus PIC X(2).
       01 WSZrdStatus PIC X(2).
       01 WSSbkStatus PIC X(2).
       01 WSBirStatus PIC X(2).
       01 WSZReading.
               02 WZR-NO PIC 9(6).
               02 WZR-DATEN PIC 9(8).
               02 WZR-DATE PIC X(10).
               02 WZR-BEGRCPT PIC 9(6).
               02 WZR-ENDRCPT PIC 9(6).
               02 WZR-RCPTCT PIC 9(6).
               02 WZR-BEGGT PIC 9(12)V99.
               02 WZR-ENDGT PIC 9(12)V99.
               02 WZR-GROSS PIC 9(8)V99.
               02 WZR-VATABLE PIC 9(8)V99.
               02 WZR-VAT PIC 9(8)V99.
               02 WZR-EXEMPT PIC 9(8)V99.
               02 WZR-DISC PIC 9(8)V99.
               02 WZR-PRINTED PIC X(10).
       01 WSZFound PIC X.
       *>  Y WHEN THE Z-COUNTER HAD TO BE REBUILT FROM ZReading.txt
       *>  BECAUSE ZCounter.txt WAS MISSING OR COULD NOT BE READ
       01 WSZRebuilt PIC X.
       01 WSZCtrRead PIC X.
       01 WSZWantN PIC 9(8).
       01 WSZMonth PIC 9(6).
       01 WSZNet PIC 9(8)V99.
       01 WSZGTPrint PIC ZZZZZZZZZZZ9.99.
       01 WSSalesBookName PIC X(20).
       01 WSSbkLine PIC X(200).
       01 WSSbkDays PIC 9(3).
       01 WSSbkGross PIC 9(9)V99.
       01 WSSbkVatable PIC 9(9)V99.
       01 WSSbkVat PIC 9(9)V99.
       01 WSSbkExempt PIC 9(9)V99.
       01 WSSbkDisc PIC 9(9)V99.
       01 WSSbkNet PIC 9(9)V99.
       01 WSSbkBegGTX PIC 9(12).99.
       01 WSSbkEndGTX PIC 9(12).99.
       01 WSSbkGrossX PIC 9(9).99.
       01 WSSbkVatableX PIC 9(9).99.
       01 WSSbkVatX PIC 9(9).99.
       01 WSSbkExemptX PIC 9(9).99.
       01 WSSbkZeroX PIC 9(9).99.
       01 WSSbkDiscX PIC 9(9).99.
       01 WSSbkNetX PIC 9(9).99.
       *>  STORE CREDIT WORK FIELDS - A RETURN ISSUES A NUMBERED CREDIT
       *>  FOR THE REFUND VALUE INSTEAD OF CASH OUT OF THE DRAWER, AND
       *>  THE CREDIT NUMBER IS ACCEPTED AS A TENDER TYPE AT THE TILL
       01 WSRefundAmt PIC 9(8)V99.
       01 WSRefundRcpt PIC 9(6).
       01 WSRfndFound PIC X.
       *>  THE CUSTOMER ON THE ORIGINAL RECEIPT - THE ONE WHO EARNED THE
       *>  POINTS - AND THE CREDIT NAME HELD WHILE THEY ARE REVERSED
       01 WSRfndCust PIC X(20).
       01 WSRfndHoldCust PIC X(20).
       *>  HOW THE ORIGINAL RECEIPT WAS PAID - WHAT EARNED POINTS (CASH
       *>  KEPT, CARD, GCASH) AND THE WHOLE AMOUNT PAID INCLUDING STORE
       *>  CREDIT AND POINTS
       01 WSRfndTndFound PIC X.
       01 WSRfndEarnBase PIC S9(8)V99.
       01 WSRfndPaid PIC 9(8)V99.
       *>  STORE CREDITS APPLIED DURING THE CURRENT TENDER LOOP ARE
       *>  ONLY HELD HERE - THE CREDIT RECORDS THEMSELVES ARE DRAWN
       *>  DOWN WHEN THE TENDER COMPLETES AND ITS RECORD IS WRITTEN,
       01 WSLayStatus PIC X(2).
       01 WSLayCtrStatus PIC X(2).
       01 WSLayNo PIC 9(6).
       01 WSLayRcptNo PIC 9(6).
       01 WSLayTotal PIC 9(8)V99.
       01 WSLayPaid PIC 9(8)V99.
       01 WSLayBal PIC 9(8)V99.
       01 WSPOQtyOrd PIC 9(6).
       01 WSPOShortCt PIC 9(4).
       01 WSPOLineCt PIC 9(4).
       *>  SUPPLIER INVOICE WORK FIELDS - THE AGING TABLE HOLDS ONE
       *>  ENTRY PER SUPPLIERFILE SUPPLIER WITH WHAT IS OWED BY AGE
       01 WSInvStatus PIC X(2).
       01 WSInvNo PIC X(12).
       01 WSInvSupp PIC X(20).
       01 WSInvDate PIC X(10).
       01 WSInvDone PIC X.
       01 WSInvQty PIC 9(6).
       01 WSInvCost PIC 9(5)V99.
       01 WSInvAmt PIC 9(8)V99.
       01 WSInvRecd PIC 9(6).
       01 WSInvBilled PIC 9(6).
       01 WSInvPOCost PIC 9(5)V99.
       01 WSInvOkCt PIC 9(4).
       01 WSInvDispCt PIC 9(4).
       01 WSInvTotal PIC 9(9)V99.
       01 WSInvDispTotal PIC 9(9)V99.
       01 WSInvPrint PIC ZZZZZZZZ9.99.
       01 WSInvLineCt PIC 9(4).
       01 WSAgeToday PIC 9(7).
       01 WSAgeDays PIC S9(7).
       01 AgeTable.
               02 AgeEntry OCCURS 50 TIMES.
                   03 AG-SUPP PIC X(20).
                   03 AG-CURRENT PIC 9(9)V99.
                   03 AG-30 PIC 9(9)V99.
                   03 AG-60 PIC 9(9)V99.
                   03 AG-90 PIC 9(9)V99.
                   03 AG-HELD PIC 9(9)V99.
       01 AGIdx PIC 99.
       01 AGCount PIC 99.
       01 AGFound PIC X.
       01 AGCurPrint PIC ZZZZZZZ9.99.
       01 AG30Print PIC ZZZZZZZ9.99.
       01 AG60Print PIC ZZZZZZZ9.99.
       01 AG90Print PIC ZZZZZZZ9.99.
       01 AGHeldPrint PIC ZZZZZZZ9.99.
       01 WSAgeTotals.
               02 WSAgeTotCur PIC 9(9)V99.
               02 WSAgeTot30 PIC 9(9)V99.
               02 WSAgeTot60 PIC 9(9)V99.
               02 WSAgeTot90 PIC 9(9)V99.
               02 WSAgeTotHeld PIC 9(9)V99.
       *>  LOYALTY POINTS - ONE POINT IS EARNED FOR EVERY WSLoyEarnUnit
       *>  PESOS ACTUALLY PAID AND EACH POINT IS WORTH WSLoyPtValue WHEN
       *>  IT IS REDEEMED AT THE TILL
       01 WSLoyEarnUnit PIC 9(5)V99 VALUE 100.00.
       01 WSLoyPtValue PIC 9(3)V99 VALUE 1.00.
       01 WSCustStatus PIC X(2).
       01 WSLoyStatus PIC X(2).
       01 WSLoyCtrStatus PIC X(2).
       01 WSLoyWrkStatus PIC X(2).
       01 WSLoyBase PIC S9(8)V99.
       01 WSLoyEarned PIC 9(7).
       01 WSLoyPts PIC 9(7).
       01 WSLoyAvail PIC 9(7).
       01 WSLoyMaxPts PIC 9(7).
       01 WSLoyType PIC X.
       01 WSLoySeq PIC 9(6).
       01 WSLoyRef PIC 9(6).
       01 WSLoyMonths PIC 9(3).
       01 WSLoyMonthNo PIC 9(6).
       01 WSLoyCutYY PIC 9(4).
       01 WSLoyCutMM PIC 9(2).
       01 WSLoyCutoff PIC 9(8).
       01 WSLoyPrevCust PIC X(20).
       01 WSLoyOldEarned PIC 9(9).
       01 WSLoyDebits PIC 9(9).
       01 WSLoyExpCt PIC 9(5).
       01 WSLoyExpTotal PIC 9(9).
       01 WSLoyCustCt PIC 9(5).
       01 WSLoyPtsTotal PIC 9(9).
       01 WSLoyValue PIC 9(9)V99.
       01 WSLoyValuePrint PIC ZZZZZZZZ9.99.
       01 WSLoyPtsPrint PIC ZZZZZZZZ9.
       01 WSLoyTypeName PIC X(10).
       *>  DEFECTIVE RETURN AND RETURN-TO-VENDOR WORK FIELDS
       01 WSRtnReason PIC X.
       01 WSDmgStatus PIC X(2).
       01 WSRthStatus PIC X(2).
       01 WSRtlStatus PIC X(2).
       01 WSRtvCtrStatus PIC X(2).
       01 WSRtvNo PIC 9(6).
       01 WSRtvDone PIC X.
       01 WSRtvPairs PIC 9(6).
       01 WSRtvClaim PIC 9(8)V99.
       01 WSRtvAmt PIC 9(8)V99.
       01 WSRtvCost PIC 9(5)V99.
       01 WSRtvOnHand PIC 9(6).
       01 WSRtvCredited PIC 9(8)V99.
       01 WSRtvMemoAmt PIC 9(8)V99.
       01 WSRtvOwed PIC S9(8)V99.
       01 WSRtvOwedTotal PIC S9(9)V99.
       01 WSRtvOpenCt PIC 9(4).
       01 WSRtvPrint PIC ZZZZZZZ9.99.
       01 WSRtvOwedPrint PIC -ZZZZZZZ9.99.
       *>  BRANCH TRANSFER WORK FIELDS
       01 WSXfrStatus PIC X(2).
       01 WSXfrCtrStatus PIC X(2).
       01 WSBrStatus PIC X(2).
       01 WSBranchCode PIC X(3).
       01 WSXferFileName PIC X(60).
       01 WSXferNo PIC 9(6).
       01 WSXferTo PIC X(3).
       01 WSXferFrom PIC X(3).
       01 WSXferDate PIC X(10).
       01 WSXferDone PIC X.
       01 WSXferLineCt PIC 9(4).
       01 WSXferPairs PIC 9(6).
       01 WSXferDiscCt PIC 9(4).
       01 WSXferSent PIC 9(6).
       01 WSXferVar PIC S9(6).
       01 WSXferVarPrint PIC +ZZZZ9.
       01 WSXferCostNum PIC 9(5)V99.
       01 WSXferTransit PIC 9(7).
       01 WSXferValue PIC 9(9)V99.
       01 WSXferValuePrint PIC ZZZZZZZZ9.99.
       01 WSSupplierData.
               02 WSSuppName PIC X(20).
               02 WSSuppBrands PIC X(20).
               02 WSPOQtyOrder PIC ZZZZZ9.
               02 WSPOQtyRecd PIC ZZZZZ9.
               02 WSPOLineStat PIC X.
               02 WSPOUnitCost PIC ZZZZ9.99.
               02 WSPOQtyInvd PIC ZZZZZ9.
       01 WSSoldNum PIC 999.
       01 WSDayTotalExport PIC 9(8).99.
       01 WSCustTotalPrint PIC ZZZZZZ9.99.
                   03 WSITEM-QTY PIC ZZ9.
                   03 WSITEM-PRICE PIC ZZZZZ9.99.
                   03 WSITEM-AMOUNT PIC ZZZZZ9.99.
               02 WSRCPT-TERMINAL PIC X(2).

       01 WSBrandData.
               02 WSBrandName PIC X(20).
       *>  ANYTHING ELSE IS TREATED AS THE ITEM NAME AS BEFORE
       01 WSSkuStatus PIC X(2).
       01 WSSkuCtrStatus PIC X(2).
       01 WSBarStatus PIC X(2).
       01 WSSkuNo PIC 9(6).
       01 WSSkuExists PIC X.
       01 WSSkuHit PIC X.
       01 WSAuthOK PIC X.
       01 WSAuthId PIC X(10).
       01 WSAuthPin PIC 9(4).
       *>  TERMINAL WORK FIELDS - WSTermId IS THE TILL THIS COPY OF THE
       *>  PROGRAM IS RUNNING AS, TAKEN FROM THE COMMAND LINE (01 WHEN
       *>  NONE IS GIVEN), AND EVERY PER-TERMINAL FILE NAME IS BUILT
       *>  FROM IT
       01 WSCmdLine PIC X(80).
       01 WSCmdTerm PIC X(10).
       01 WSCmdTermR REDEFINES WSCmdTerm.
               02 WSCmdTermId PIC X(2).
               02 WSCmdTermRest PIC X(8).
       01 WSTermId PIC X(2) VALUE SPACES.
       *>  UNATTENDED BATCH WORK FIELDS - A SECOND COMMAND-LINE WORD OF
       *>  BATCH RUNS THE JOBS IN THE CONTROL FILE WITH NO OPERATOR AND
       *>  NO PROMPTS. EACH JOB ENDS 0 (DONE), 4 (DONE WITH EXCEPTIONS
       *>  OR NOTHING TO DO) OR 8 (FAILED - LATER JOBS ARE NOT RUN); A
       *>  BAD CONTROL FILE ENDS THE RUN 12. THE HIGHEST IS THE RETURN
       *>  CODE THE SCHEDULER SEES. WSBatJobRC AND WSBatMsg ARE SET
       *>  WHERE A JOB REFUSES AND ONLY READ IN BATCH MODE - WSBatMsg2
       *>  CARRIES A SECOND REPORT LINE FOR A JOB WITH MORE TO SAY
       01 WSCmdMode PIC X(10).
       01 WSCmdCtl PIC X(20).
       01 WSBatchMode PIC X VALUE 'N'.
       01 WSBatCtlName PIC X(20).
       01 WSBatCtlStatus PIC X(2).
       01 WSBatRptStatus PIC X(2).
       01 WSBatLine PIC X(80).
       01 WSBatLineNo PIC 9(4).
       01 WSBatTime PIC 9(8).
       01 WSBatRC PIC 99.
       01 WSBatJobRC PIC 99.
       01 WSBatMsg PIC X(60).
       01 WSBatMsg2 PIC X(60).
       01 WSBatStop PIC X.
       01 WSBatCtlBad PIC X.
       01 WSBatCloseCt PIC 9.
       01 WSBatCloseDate PIC X(10).
       01 WSBatDateN PIC 9(8).
       01 WSBatAmtChk PIC X(11).
       01 WSBatFound PIC X.
       01 WSBatJobNo PIC 99.
       01 WSBatJobTable.
               02 BatJobEntry OCCURS 20 TIMES.
                   03 BJ-TYPE PIC X(6).
                   03 BJ-PARM PIC X(10).
                   03 BJ-OPT PIC X.
                   03 BJ-DATEN PIC 9(8).
       01 BJCount PIC 99.
       01 BJIdx PIC 99.
       01 WSBatCashTable.
               02 BatCashEntry OCCURS 20 TIMES.
                   03 BC-ID PIC X(2).
                   03 BC-AMT PIC 9(8)V99.
       01 BCCount PIC 99.
       01 BCIdx PIC 99.
       01 WSStepFail PIC X VALUE 'N'.
       *>  SUPPLIER CATALOG IMPORT WORK FIELDS - EACH LINE IS
       *>  BRAND,MODEL,COLOR,SIZE,PRICE,COST[,BARCODE]. THE ITEMS AND
       *>  STOCK KEYS THE RUN HAS ACCEPTED ARE HELD IN THE TWO TABLES SO
       *>  A PREVIEW, WHICH POSTS NOTHING, REJECTS EXACTLY WHAT THE
       *>  POSTING RUN WOULD
       01 WSCatName PIC X(20).
       01 WSCatStatus PIC X(2).
       01 WSCatRptStatus PIC X(2).
       01 WSCatPreview PIC X.
       01 WSCatLine PIC X(200).
       01 WSCatLineNo PIC 9(5).
       01 WSCatFields PIC 9.
       01 WSCatBrand PIC X(10).
       01 WSCatBrandLen PIC 99.
       01 WSCatModel PIC X(30).
       01 WSCatModelLen PIC 99.
       01 WSCatColor PIC X(10).
       01 WSCatColorLen PIC 99.
       01 WSCatSize PIC X(10).
       01 WSCatSizeLen PIC 99.
       01 WSCatPriceX PIC X(12).
       01 WSCatCostX PIC X(12).
       01 WSCatBarcode PIC X(20).
       01 WSCatBarLen PIC 99.
       01 WSCatKey.
               02 WCK-ITEM.
                   03 WCK-BRAND PIC X(3).
                   03 WCK-MODEL PIC X(17).
               02 WCK-COLOR PIC X(3).
               02 WCK-SIZE PIC X(2).
       01 WSCatReason PIC X(40).
       01 WSCatPrice PIC 9(5)V99.
       01 WSCatCost PIC 9(5)V99.
       01 WSCatAmtX PIC X(12).
       01 WSCatWhole PIC X(5) JUSTIFIED RIGHT.
       01 WSCatWhole9 REDEFINES WSCatWhole PIC 9(5).
       01 WSCatCents PIC X(2).
       01 WSCatCents9 REDEFINES WSCatCents PIC 99.
       01 WSCatWholeRaw PIC X(12).
       01 WSCatCentsRaw PIC X(12).
       01 WSCatWholeLen PIC 99.
       01 WSCatCentsLen PIC 99.
       01 WSCatDots PIC 99.
       01 WSCatAmt PIC 9(5)V99.
       01 WSCatAmtOK PIC X.
       01 WSCatListLen PIC 99.
       01 WSCatFound PIC X.
       01 WSCatAcceptCt PIC 9(5).
       01 WSCatRejectCt PIC 9(5).
       01 WSCatNewItemCt PIC 9(5).
       01 WSCatRptLine PIC X(100).
       01 WSCatPrint PIC ZZZZ9.99.
       01 WSCatItemTable.
               02 CatItemEntry OCCURS 500 TIMES.
                   03 CI-NAME PIC X(20).
                   03 CI-PRICE PIC 9(5)V99.
                   03 CI-COLORS PIC X(48).
                   03 CI-SIZES PIC X(36).
                   03 CI-STATUS PIC X.
                   03 CI-ONFILE PIC X.
       01 CICount PIC 9(4).
       01 CIIdx PIC 9(4).
       01 CIHit PIC 9(4).
       01 WSCatKeyTable.
               02 CatKeyEntry OCCURS 2000 TIMES.
                   03 CK-KEY PIC X(25).
                   03 CK-BARCODE PIC X(14).
       01 CKCount PIC 9(4).
       01 CKIdx PIC 9(4).
       *>  STOCK AGING WORK FIELDS - PAIRS ON HAND AND THEIR VALUE AT
       *>  UNIT COST BY BRAND IN FOUR BUCKETS OF DAYS SINCE THE LAST
       *>  DELIVERY (0-30, 31-90, 91-180, OVER 180)
       01 WSSdtStatus PIC X(2).
       01 WSSdtOpen PIC X.
       01 WSSdtFound PIC X.
       01 WSSdtKey PIC X(25).
       01 WSSdtWhich PIC X.
       01 WSSdtDate PIC X(10).
       01 WSSdtShowSale PIC X(10).
       01 WSSdtShowDeliv PIC X(10).
       01 WSClrDays PIC 9(4).
       01 WSClrCount PIC 9(5).
       01 WSAgeValue PIC 9(9)V99.
       01 WSAgeUndated PIC 9(7).
       01 WSAgeDaysPrint PIC ZZZZZZ9.
       01 StkAgeTable.
               02 StkAgeEntry OCCURS 20 TIMES.
                   03 SAG-CODE PIC X(3).
                   03 SAG-PAIRS PIC 9(7) OCCURS 4 TIMES.
                   03 SAG-VALUE PIC 9(9)V99 OCCURS 4 TIMES.
       01 SAGCount PIC 99.
       01 SAGIdx PIC 99.
       01 SAGBkt PIC 9.
       01 SAGFound PIC X.
       01 StkAgeTotals.
               02 SAT-PAIRS PIC 9(7) OCCURS 4 TIMES.
               02 SAT-VALUE PIC 9(9)V99 OCCURS 4 TIMES.
       01 StkAgePairLine.
               02 SAP-NAME PIC X(20).
               02 SAP-COL OCCURS 4 TIMES.
                   03 FILLER PIC X(2).
                   03 SAP-PAIRS PIC ZZZZZZZZZZZ9.
       01 StkAgeValueLine.
               02 SAV-NAME PIC X(20).
               02 SAV-COL OCCURS 4 TIMES.
                   03 FILLER PIC X(2).
                   03 SAV-VALUE PIC ZZZZZZZZ9.99.
       01 WSTrmStatus PIC X(2).
       01 WSPeerStatus PIC X(2).
       01 WSRcptFileName PIC X(20).
       01 WSTndFileName PIC X(20).
       01 WSSuspFileName PIC X(20).
       01 WSJwkFileName PIC X(20).
       01 WSSwkFileName PIC X(20).
       01 WSPeerRcptName PIC X(20).
       01 WSPeerTndName PIC X(20).
       01 WSPeerSuspName PIC X(20).
       01 WSNameTerm PIC X(2).
       01 WSOpenTermCt PIC 99.
       01 WSGatherRcptCt PIC 9(6).
       01 WSGatherTndCt PIC 9(6).
       *>  ROOM FOR EVERY TERMINAL ID 01 TO 99 - THE SUBSCRIPTS ARE ONE
       *>  DIGIT WIDER SO A LOOP OVER A FULL TABLE CAN RUN PAST 99
       01 TermTable.
               02 TermEntry OCCURS 99 TIMES.
                   03 TRT-ID PIC X(2).
                   03 TRT-STATUS PIC X.
                   03 TRT-USER PIC X(10).
       01 TRTIdx PIC 999.
       01 TRTCount PIC 99.
       *>  NUMBER CLAIM WORK FIELDS - THE CALLER SETS THE TYPE AND THE
       *>  NUMBER IT HOPES FOR, ClaimNumber MOVES IT UP PAST ANY NUMBER
       *>  ANOTHER TERMINAL HAS ALREADY CLAIMED
       01 WSClmStatus PIC X(2).
       01 WSClaimType PIC X.
       01 WSClaimNo PIC 9(6).
       01 WSClaimOK PIC X.
       01 WSClaimTry PIC 99.
       01 WSClaimTryMax PIC 99 VALUE 5.
       *>  SECURITY AUDIT LOG WORK FIELDS - THE CALLER FILLS THE
       *>  ACTION, REFERENCE AND VALUE AND PERFORMS WriteAuditLog -
       *>  WSAudSuper CARRIES THE AUTHORIZING SUPERVISOR FORWARD FROM
       01 CTCount PIC 99.
       01 CTFound PIC X.
       01 CTRcptPrint PIC ZZZZ9.
       *>  PER-TERMINAL TOTALS - BUILT FROM THE TENDER RECORDS THE SAME
       *>  WAY AS THE PER-CASHIER TABLE, PLUS EACH TERMINAL'S SHARE OF
       *>  THE JOURNAL SALES AT CLOSE, SO THE DRAWER COUNT, THE X-READ
       *>  AND THE ACCOUNTING EXPORT SPLIT BY TILL
       01 TermTotTable.
               02 TermTotEntry OCCURS 99 TIMES.
                   03 TT-ID PIC X(2).
                   03 TT-RCPTS PIC 9(5).
                   03 TT-SALES PIC 9(8)V99.
       *>  CASH TENDERED LESS CHANGE GIVEN - WHAT SHOULD BE IN THIS
       *>  TERMINAL'S DRAWER
                   03 TT-CASH PIC S9(8)V99.
                   03 TT-CARD PIC 9(8)V99.
                   03 TT-GCASH PIC 9(8)V99.
                   03 TT-CRED PIC 9(8)V99.
       01 TTIdx PIC 999.
       01 TTCount PIC 99.
       01 TTFound PIC X.
       01 WSTallyTerm PIC X(2).
       01 WSTermRcptX PIC 9(6).
       01 WSTermSalesX PIC 9(8).99.
       01 WSTermCashX PIC 9(8).99.
       01 WSTermCardX PIC 9(8).99.
       01 WSTermGCashX PIC 9(8).99.
       01 WSTermCredX PIC 9(8).99.
       *>  VOID AND SUSPEND WORK FIELDS
       01 WSSuspStatus PIC X(2).
       01 WSRecallNo PIC 9(6).
       01 WSStepStatus PIC X(2).
       01 WSStepDone PIC 9.
       01 WSResume PIC X.
       *>  A STOPPED CLOSE SEEN AT SIGN-ON OR AT THE START OF A SALE
       01 WSCloseOpen PIC X.
       01 WSCloseOpenStep PIC 9.
       01 WSCloseOpenDate PIC X(10).
       01 MonthLenTable.
               02 FILLER PIC X(24) VALUE "312831303130313130313031".
       01 MonthLenR REDEFINES MonthLenTable.
       *>  MAIN PARAGRAPH WHEREIN IT SHOWS THE MAIN FEATURES OF THE SYSTEM
       *>  GIVING THE OPTIONS FOR THE MAIN MENU
       MAIN.
           IF WSTermId = SPACES
               PERFORM StartTerminal
           END-IF.
       *>  AN UNATTENDED RUN NEVER SIGNS ON OR SHOWS THE MENU - IT RUNS
       *>  THE CONTROL FILE'S JOBS AND ENDS WITH THEIR RETURN CODE
           IF WSBatchMode = 'Y'
               PERFORM BatchRun THRU BatchRunExit
               STOP RUN
           END-IF.
           IF WSSignedOn NOT = 'Y'
               PERFORM SignOn
               PERFORM RegisterTerminal
           END-IF.
           PERFORM UNTIL OpMen='N'
               DISPLAY SPACE
                   WHEN OTHER MOVE 'N' TO OpMen
               END-EVALUATE
           END-PERFORM.
           PERFORM SignOffTerminal.

       STOP RUN.
       *>  START OF GETTING THE DATA FOR THE RECEIPT
       Receipt.
           DISPLAY "WELCOME TO RECEIPT".
           DISPLAY SPACE
       *>  THE TERMINAL THAT RAN A CLOSE WHICH STOPPED PART WAY IS STILL
       *>  SIGNED ON - IT TAKES NO SALE UNTIL THE CLOSE IS FINISHED
           PERFORM CheckCloseOpen.
           IF WSCloseOpen = 'Y'
               DISPLAY "End of Day Close for " WSCloseOpenDate
                   " Not Finished - Finish the Close Before Trading"
               GO TO RcptOptions
           END-IF.
       *>  A SALE PUT ON HOLD BEFORE TENDER CAN BE PICKED BACK UP HERE
       *>  AND A DEPOSIT-AND-INSTALLMENTS SALE GOES THROUGH LAYAWAY
           DISPLAY "1. New Sale | 2. Recall Suspended Sale | 3. Layaway"
       *>  ASSIGN THE NEXT RECEIPT NUMBER FROM THE COUNTER FILE
       *>  SO EVERY RECEIPT CAN BE FOUND AGAIN BY ITS OWN NUMBER
           PERFORM NextReceiptNumber.
           IF WSClaimOK NOT = 'Y'
               DISPLAY "No Receipt Number Available - Receipt Refused"
               GO TO RcptOptions
           END-IF.
           MOVE 0 TO WSRcptMarkdown.
           GO TO RcptItems.
       *>  AN OPTION FOR A NEW RECEIPT OR GOING BACK TO MAIN MENU
           EVALUATE CHOICE
               WHEN 1 PERFORM MAIN
               WHEN 2 PERFORM Receipt
               WHEN OTHER
                   PERFORM SignOffTerminal
                   STOP RUN
           END-EVALUATE.
       *>  THIS PARAGRAPH IS WHERE IT GETS THE ITEMS
       *>  MANAGES EVERY ITEM FROM FILE TO FILE
               SUBTRACT TempQty FROM TempStock2 GIVING ReStock
               MOVE ReStock TO PerStock
           END-IF.
           MOVE StockName TO WSSdtKey.
           MOVE 'S' TO WSSdtWhich.
           MOVE WSCrntdate TO WSSdtDate.
           PERFORM StampStockDate.
           IF ReStock IS GREATER THAN 0
               REWRITE StockData
               END-REWRITE
           MOVE WSCrntdate TO RCPT-DATE.
           MOVE WSCustName TO RCPT-CUSTNAME.
           MOVE WSUserId TO RCPT-CASHIER.
           MOVE WSTermId TO RCPT-TERMINAL.
           WRITE RcptInfo.
           OPEN I-O StockFile.
           CLOSE StockFile.
               MOVE WSTndCred TO WSTndPrint
               DISPLAY"                                 STORE CREDIT PAID:"WSTndPrint
           END-IF.
           IF WSTndPts IS GREATER THAN 0
               MOVE WSTndPts TO WSTndPrint
               DISPLAY"                               LOYALTY POINTS PAID:"WSTndPrint
           END-IF.
           DISPLAY"                                              CHANGE:"PrintChange.
           PERFORM UpdateCustomer.
           MOVE 0 TO WSRcptMarkdown.
           GO TO RcptOptions.
       *>  WRITES OR UPDATES THIS CUSTOMER'S RUNNING RECORD IN CUSTOMERFILE
       *>  SAME READ-THEN-WRITE-OR-REWRITE PATTERN USED FOR BRANDFILE
       *>  THE POINTS EARNED ON WHAT WAS ACTUALLY PAID (WSLoyBase, SET
       *>  WHEN THE TENDER RECORD WAS WRITTEN) GO ON THE SAME RECORD
       UpdateCustomer.
           MOVE WSCustName TO CustName.
           OPEN I-O CustomerFile.
           IF WSCustStatus NOT = "00"
               OPEN OUTPUT CustomerFile
               CLOSE CustomerFile
               OPEN I-O CustomerFile
           END-IF.
           MOVE 'Y' TO ItemExist.
           READ CustomerFile
               INVALID KEY MOVE 'N' TO ItemExist
           END-READ.
           PERFORM ComputeEarnedPoints.
           IF ItemExist = 'Y'
               ADD 1 TO CustPurchCount
               ADD WSReceiptTotal TO CustTotalSpent
               ADD WSLoyEarned TO CustPoints
               REWRITE CustomerData
               END-REWRITE
           ELSE
               MOVE 1 TO CustPurchCount
               MOVE WSReceiptTotal TO CustTotalSpent
               MOVE WSLoyEarned TO CustPoints
               WRITE CustomerData
               END-WRITE
           END-IF.
           CLOSE CustomerFile.
           MOVE WSRcptNo TO WSLoyRef.
           PERFORM WriteEarnedEntry.
       *>  ONE POINT PER FULL WSLoyEarnUnit PAID - FRACTIONS ARE DROPPED
       ComputeEarnedPoints.
           MOVE 0 TO WSLoyEarned.
           IF WSCustName NOT = SPACES AND WSLoyBase IS GREATER THAN 0
               COMPUTE WSLoyEarned = WSLoyBase / WSLoyEarnUnit
           END-IF.
       WriteEarnedEntry.
           IF WSLoyEarned IS GREATER THAN 0
               MOVE 'E' TO WSLoyType
               MOVE WSLoyEarned TO WSLoyPts
               PERFORM WriteLoyaltyEntry
               DISPLAY "Loyalty Points Earned: " WSLoyEarned
           END-IF.
       *>  A LAYAWAY EARNS ITS POINTS ON EACH DEPOSIT AND INSTALLMENT AS
       *>  IT IS PAID - THE VISIT ITSELF IS COUNTED WHEN THE STOCK IS
       *>  RELEASED
       EarnLayawayPoints.
           PERFORM ComputeEarnedPoints.
           IF WSLoyEarned IS GREATER THAN 0
               MOVE WSCustName TO CustName
               OPEN I-O CustomerFile
               IF WSCustStatus NOT = "00"
                   OPEN OUTPUT CustomerFile
                   CLOSE CustomerFile
                   OPEN I-O CustomerFile
               END-IF
               MOVE 'Y' TO ItemExist
               READ CustomerFile
                   INVALID KEY MOVE 'N' TO ItemExist
               END-READ
               IF ItemExist = 'Y'
                   ADD WSLoyEarned TO CustPoints
                   REWRITE CustomerData
                   END-REWRITE
               ELSE
                   MOVE 0 TO CustPurchCount
                   MOVE 0 TO CustTotalSpent
                   MOVE WSLoyEarned TO CustPoints
                   WRITE CustomerData
                   END-WRITE
               END-IF
               CLOSE CustomerFile
               MOVE WSRcptNo TO WSLoyRef
               PERFORM WriteEarnedEntry
           END-IF.
       *>  A CANCELLED LAYAWAY NEVER BECAME A SALE - THE POINTS ITS
       *>  DEPOSIT AND INSTALLMENTS EARNED COME BACK OFF THE CUSTOMER,
       *>  NEVER TAKING THE BALANCE BELOW ZERO, AND THE LEDGER ENTRY
       *>  CARRIES THE LAYAWAY NUMBER
       ReverseLayawayPoints.
           MOVE LAY-CUSTNAME TO WSCustName.
           MOVE WSLayPaid TO WSLoyBase.
           PERFORM ComputeEarnedPoints.
           MOVE 'N' TO ItemExist.
           IF WSLoyEarned IS GREATER THAN 0
               MOVE WSCustName TO CustName
               OPEN I-O CustomerFile
               IF WSCustStatus = "00"
                   MOVE 'Y' TO ItemExist
                   READ CustomerFile
                       INVALID KEY MOVE 'N' TO ItemExist
                   END-READ
                   IF ItemExist = 'Y'
                       IF CustPoints IS LESS THAN WSLoyEarned
                           MOVE CustPoints TO WSLoyEarned
                       END-IF
                       SUBTRACT WSLoyEarned FROM CustPoints
                       REWRITE CustomerData
                       END-REWRITE
                   END-IF
                   CLOSE CustomerFile
               END-IF
           END-IF.
           IF ItemExist = 'Y' AND WSLoyEarned IS GREATER THAN 0
               MOVE 'V' TO WSLoyType
               MOVE WSLoyEarned TO WSLoyPts
               MOVE WSLayNo TO WSLoyRef
               PERFORM WriteLoyaltyEntry
               DISPLAY "Loyalty Points Reversed: " WSLoyEarned
                   " - " WSCustName
           END-IF.
       *>  THE POINTS THE RETURNED PAIRS EARNED COME BACK OFF THE
       *>  CUSTOMER'S BALANCE - NEVER TAKING IT BELOW ZERO. ONLY THE
       *>  SHARE OF THE REFUND THAT WAS PAID IN CASH, CARD OR GCASH
       *>  EARNED POINTS - THE SHARE PAID IN STORE CREDIT OR POINTS
       *>  NEVER DID, SO IT IS LEFT OUT. WITH NO TENDER RECORD TO GO BY
       *>  (NO RECEIPT NUMBER GIVEN) THE WHOLE REFUND IS TAKEN AS EARNING.
       *>  THE POINTS COME OFF THE CUSTOMER ON THE ORIGINAL RECEIPT, NOT
       *>  WHOEVER THE CREDIT IS MADE OUT TO - THE CREDIT NAME IS ONLY
       *>  USED WHEN NO RECEIPT LINE WAS FOUND
       ReverseLoyaltyPoints.
           MOVE WSCustName TO WSRfndHoldCust.
           IF WSRfndFound = 'Y'
               MOVE WSRfndCust TO WSCustName
           END-IF.
           MOVE WSRefundAmt TO WSLoyBase.
           MOVE 'N' TO WSRfndTndFound.
           IF WSRefundRcpt NOT = 0
               PERFORM FindRefundTender
           END-IF.
           IF WSRfndTndFound = 'Y'
               IF WSRfndEarnBase IS GREATER THAN 0
                   AND WSRfndPaid IS GREATER THAN 0
                   COMPUTE WSLoyBase = WSRefundAmt * WSRfndEarnBase
                       / WSRfndPaid
               ELSE
                   MOVE 0 TO WSLoyBase
               END-IF
           END-IF.
           PERFORM ComputeEarnedPoints.
           MOVE 'N' TO ItemExist.
           IF WSLoyEarned IS GREATER THAN 0
               MOVE WSCustName TO CustName
               OPEN I-O CustomerFile
               IF WSCustStatus = "00"
                   MOVE 'Y' TO ItemExist
                   READ CustomerFile
                       INVALID KEY MOVE 'N' TO ItemExist
                   END-READ
                   IF ItemExist = 'Y'
                       IF CustPoints IS LESS THAN WSLoyEarned
                           MOVE CustPoints TO WSLoyEarned
                       END-IF
                       SUBTRACT WSLoyEarned FROM CustPoints
                       REWRITE CustomerData
                       END-REWRITE
                   END-IF
                   CLOSE CustomerFile
               END-IF
           END-IF.
           IF ItemExist = 'Y' AND WSLoyEarned IS GREATER THAN 0
               MOVE 'V' TO WSLoyType
               MOVE WSLoyEarned TO WSLoyPts
               MOVE WSRefundRcpt TO WSLoyRef
               PERFORM WriteLoyaltyEntry
               DISPLAY "Loyalty Points Reversed: " WSLoyEarned
                   " - " WSCustName
           END-IF.
           MOVE WSRfndHoldCust TO WSCustName.
       *>  FINDS THE ORIGINAL RECEIPT'S TENDER RECORD - TODAY'S TENDER
       *>  FILES (EVERY TERMINAL'S) FIRST, THEN THE ARCHIVE, THE SAME
       *>  ORDER FindRefundLine LOOKS FOR THE RECEIPT LINE. A LAYAWAY
       *>  PAYMENT CARRIES ITS LAYAWAY NUMBER IN THE RECEIPT COLUMN AND
       *>  IS PASSED OVER
       FindRefundTender.
           PERFORM LoadTerminals.
           PERFORM VARYING TRTIdx FROM 1 BY 1 UNTIL TRTIdx > TRTCount
               MOVE TRT-ID(TRTIdx) TO WSNameTerm
               PERFORM BuildPeerNames
               MOVE WSPeerTndName TO WSTndFileName
               PERFORM FindRefundInTenders
           END-PERFORM.
           PERFORM UseTerminalFiles.
           IF WSRfndTndFound = 'N'
               OPEN INPUT TenderArchFile
               IF WSTndArchStatus = "00"
                   MOVE 'N' TO WSEOF
                   PERFORM UNTIL WSEOF='Y'
                       READ TenderArchFile INTO WSTenderRec
                           AT END MOVE 'Y' TO WSEOF
                           NOT AT END PERFORM CheckRefundTender
                       END-READ
                   END-PERFORM
                   CLOSE TenderArchFile
               END-IF
           END-IF.
       FindRefundInTenders.
           OPEN INPUT TenderFile.
           IF WSTndStatus = "00"
               MOVE 'N' TO WSEOF
               PERFORM UNTIL WSEOF='Y'
                   READ TenderFile INTO WSTenderRec
                       AT END MOVE 'Y' TO WSEOF
                       NOT AT END PERFORM CheckRefundTender
                   END-READ
               END-PERFORM
               CLOSE TenderFile
           END-IF.
       CheckRefundTender.
           IF WSRfndTndFound = 'N'
               AND WSTND-RCPTNO = WSRefundRcpt
               AND WSTND-SCPWDID(1:8) NOT = "LAYAWAY "
               MOVE 'Y' TO WSRfndTndFound
               MOVE WSTND-CASHAMT TO WSTndAmtNum
               MOVE WSTndAmtNum TO WSRfndEarnBase
               MOVE WSTND-CHANGE TO WSTndAmtNum
               SUBTRACT WSTndAmtNum FROM WSRfndEarnBase
               MOVE WSTND-CARDAMT TO WSTndAmtNum
               ADD WSTndAmtNum TO WSRfndEarnBase
               MOVE WSTND-GCASHAMT TO WSTndAmtNum
               ADD WSTndAmtNum TO WSRfndEarnBase
               MOVE 0 TO WSRfndPaid
               IF WSRfndEarnBase IS GREATER THAN 0
                   MOVE WSRfndEarnBase TO WSRfndPaid
               END-IF
               MOVE WSTND-CREDAMT TO WSTndAmtNum
               ADD WSTndAmtNum TO WSRfndPaid
               MOVE WSTND-PTSAMT TO WSTndAmtNum
               ADD WSTndAmtNum TO WSRfndPaid
           END-IF.
       *>  APPENDS ONE ENTRY TO THE POINTS LEDGER FOR WSCustName - THE
       *>  CUSTOMER'S BALANCE HAS ALREADY MOVED BY NOW, SO WHEN NO
       *>  LEDGER NUMBER CAN BE CLAIMED THE ENTRY IS SHOWN IN FULL FOR
       *>  THE SUPERVISOR TO KEY IN LATER INSTEAD OF BEING LOST QUIETLY
       WriteLoyaltyEntry.
           PERFORM NextLoySeq.
           IF WSClaimOK NOT = 'Y'
               DISPLAY "Points Ledger Entry Not Written - Refer to "
                   "Supervisor: " WSCustName " " WSLoyType " "
                   WSLoyPts " " WSLoyRef
           ELSE
               PERFORM GetSystemDate
               OPEN I-O LoyaltyFile
               IF WSLoyStatus NOT = "00"
                   OPEN OUTPUT LoyaltyFile
                   CLOSE LoyaltyFile
                   OPEN I-O LoyaltyFile
               END-IF
               MOVE WSCustName TO LOY-CUSTNAME
               MOVE WSLoySeq TO LOY-SEQ
               MOVE WSTodayX TO LOY-DATE
               MOVE WSTodayN TO LOY-DATEN
               MOVE WSLoyType TO LOY-TYPE
               MOVE WSLoyPts TO LOY-POINTS
               MOVE WSLoyRef TO LOY-RCPTNO
               WRITE LoyaltyData
               END-WRITE
               CLOSE LoyaltyFile
           END-IF.
       *>  LEDGER SEQUENCE NUMBERS ARE CLAIMED THE SAME WAY AS RECEIPT
       *>  NUMBERS, SO TWO TILLS NEVER WRITE THE SAME LEDGER KEY
       NextLoySeq.
           PERFORM ReadLoyCounter.
           ADD 1 TO LOYCTR-VALUE.
           MOVE 'Y' TO WSClaimType.
           MOVE LOYCTR-VALUE TO WSClaimNo.
           PERFORM ClaimNumber THRU ClaimNumberExit.
           IF WSClaimOK = 'Y'
               MOVE WSClaimNo TO WSLoySeq
               PERFORM ReadLoyCounter
               IF LOYCTR-VALUE IS LESS THAN WSLoySeq
                   MOVE WSLoySeq TO LOYCTR-VALUE
                   OPEN OUTPUT LoyCounterFile
                   WRITE LoyCounterRec
                   CLOSE LoyCounterFile
               END-IF
           END-IF.
       ReadLoyCounter.
           MOVE 0 TO LOYCTR-VALUE.
           OPEN INPUT LoyCounterFile.
           IF WSLoyCtrStatus = "00"
               READ LoyCounterFile INTO LoyCounterRec
                   AT END MOVE 0 TO LOYCTR-VALUE
               END-READ
               CLOSE LoyCounterFile
           END-IF.
       *>  TAKES THE PAYMENT FOR THE RECEIPT - LOOPS UNTIL THE FULL AMOUNT
       *>  DUE IS COVERED SO A SALE CAN BE SPLIT ACROSS TENDER TYPES
       *>  ONLY CASH CAN GO OVER THE AMOUNT DUE AND GIVE CHANGE - A CARD
           MOVE 0 TO WSTndCard.
           MOVE 0 TO WSTndGCash.
           MOVE 0 TO WSTndCred.
           MOVE 0 TO WSTndPts.
           MOVE 0 TO WSTndPtsUsed.
           MOVE 0 TO PCRCount.
           MOVE 0 TO TempChange.
           MOVE 'N' TO WSTndAbort.
           PERFORM TenderLoop.
       *>  THE POINTS DRAW IS TAKEN OFF THE CUSTOMER BEFORE THE SALE IS
       *>  FINISHED - WHEN THE CUSTOMER FILE CANNOT BE UPDATED OR THE
       *>  POINTS ARE NO LONGER ON THE BALANCE THE POINTS TENDER IS
       *>  REFUSED, ITS VALUE GOES BACK ON THE AMOUNT
       *>  DUE AND THE CASHIER TAKES ANOTHER TENDER FOR IT
           PERFORM UNTIL WSTndAbort NOT = 'N' OR WSTndPtsUsed = 0
               PERFORM CommitPointsTender
               IF WSTndPtsUsed IS GREATER THAN 0
                   ADD WSTndPts TO WSTndDue
                   MOVE 0 TO WSTndPts
                   MOVE 0 TO WSTndPtsUsed
                   PERFORM TenderLoop
               END-IF
           END-PERFORM.
       TenderLoop.
           PERFORM UNTIL WSTndDue = 0 OR WSTndAbort NOT = 'N'
               MOVE WSTndDue TO WSTndPrint
               DISPLAY SPACE
               DISPLAY "Amount Due: " WSTndPrint
               DISPLAY "Tender Type - 1 Cash | 2 Card | 3 GCash"
                   " | 4 Store Credit | 5 Points"
               DISPLAY "              8 Void Sale | 9 Back to Options"
               ACCEPT Choice
               IF Choice = 8
                       IF Choice = 4
                           PERFORM TakeCreditTender
                       ELSE
                           IF Choice = 5
                               PERFORM TakePointsTender
                           ELSE
                               PERFORM TakeOneTender
                           END-IF
                       END-IF
                   END-IF
               END-IF
               WHEN OTHER
                   DISPLAY "Invalid Tender Type"
           END-EVALUATE.
       *>  REDEEMS THE SALE CUSTOMER'S LOYALTY POINTS - LIKE A STORE
       *>  CREDIT THE DRAW IS ONLY PARKED HERE (WSTndPtsUsed) AND TAKEN
       *>  OFF THE BALANCE WHEN THE TENDER COMPLETES
       TakePointsTender.
           MOVE 0 TO WSLoyAvail.
           MOVE 'N' TO ItemExist.
           IF WSCustName NOT = SPACES
               MOVE WSCustName TO CustName
               OPEN INPUT CustomerFile
               IF WSCustStatus = "00"
                   MOVE 'Y' TO ItemExist
                   READ CustomerFile
                       INVALID KEY MOVE 'N' TO ItemExist
                   END-READ
                   IF ItemExist = 'Y'
                       MOVE CustPoints TO WSLoyAvail
                   END-IF
                   CLOSE CustomerFile
               END-IF
           END-IF.
           IF WSLoyAvail IS GREATER THAN WSTndPtsUsed
               SUBTRACT WSTndPtsUsed FROM WSLoyAvail
           ELSE
               MOVE 0 TO WSLoyAvail
           END-IF.
           IF WSLoyAvail = 0
               DISPLAY "No Loyalty Points Available for " WSCustName
           ELSE
               PERFORM ApplyPointsTender
           END-IF.
       *>  A POINTS TENDER CANNOT GO OVER THE AMOUNT STILL DUE - NO
       *>  CHANGE IS EVER GIVEN ON POINTS
       ApplyPointsTender.
           COMPUTE WSLoyValue = WSLoyAvail * WSLoyPtValue.
           MOVE WSLoyValue TO WSLoyValuePrint.
           DISPLAY "Points Available: " WSLoyAvail
               "  Worth: " WSLoyValuePrint.
           COMPUTE WSLoyMaxPts = WSTndDue / WSLoyPtValue.
           DISPLAY "Points to Redeem: "
           ACCEPT WSLoyPts.
           IF WSLoyPts IS GREATER THAN WSLoyAvail
               DISPLAY "Not Enough Points"
           ELSE
               IF WSLoyPts IS GREATER THAN WSLoyMaxPts
                   DISPLAY "Points Tender Cannot Exceed Amount Due"
                       " - At Most " WSLoyMaxPts " Points"
               ELSE
                   IF WSLoyPts IS GREATER THAN 0
                       ADD WSLoyPts TO WSTndPtsUsed
                       COMPUTE WSLoyValue = WSLoyPts * WSLoyPtValue
                       ADD WSLoyValue TO WSTndPts
                       SUBTRACT WSLoyValue FROM WSTndDue
                       MOVE WSLoyValue TO WSTndPrint
                       DISPLAY "Points Applied: " WSTndPrint
                   END-IF
               END-IF
           END-IF.
       *>  COMMITS THE PARKED POINTS DRAW - RUN BY TenderSale ONLY WHEN
       *>  THE AMOUNT DUE IS COVERED. THE BALANCE IS READ AGAIN HERE
       *>  BECAUSE ANOTHER TILL MAY HAVE REDEEMED THE SAME POINTS SINCE
       *>  TakePointsTender SHOWED THEM. WSTndPtsUsed COMES BACK ZERO
       *>  WHEN THE DRAW IS COMMITTED AND UNCHANGED WHEN THE CUSTOMER
       *>  FILE COULD NOT BE OPENED, THE CUSTOMER IS GONE OR THE POINTS
       *>  ARE NO LONGER THERE, SO TenderSale CAN REFUSE THE POINTS
       CommitPointsTender.
           IF WSTndPtsUsed IS GREATER THAN 0
               MOVE WSCustName TO CustName
               OPEN I-O CustomerFile
               IF WSCustStatus NOT = "00"
                   DISPLAY "Customer File Not Available - Status "
                       WSCustStatus
                   DISPLAY "Points Tender Refused - Take Another Tender"
               ELSE
                   MOVE 'Y' TO ItemExist
                   READ CustomerFile
                       INVALID KEY MOVE 'N' TO ItemExist
                   END-READ
                   IF ItemExist = 'Y'
                       AND CustPoints IS NOT LESS THAN WSTndPtsUsed
                       SUBTRACT WSTndPtsUsed FROM CustPoints
                       REWRITE CustomerData
                       END-REWRITE
                       CLOSE CustomerFile
                       MOVE 'R' TO WSLoyType
                       MOVE WSTndPtsUsed TO WSLoyPts
                       MOVE WSRcptNo TO WSLoyRef
                       PERFORM WriteLoyaltyEntry
                       MOVE 0 TO WSTndPtsUsed
                   ELSE
                       CLOSE CustomerFile
                       DISPLAY "Points No Longer Available"
                       DISPLAY "Points Tender Refused - Take Another Tender"
                   END-IF
               END-IF
           END-IF.
       *>  REDEEMS A STORE CREDIT BY ITS NUMBER - THE OUTSTANDING
       *>  BALANCE IS SHOWN AND DRAWN ON BY AT MOST THE AMOUNT STILL
       *>  DUE, BUT THE CREDIT RECORD IS NOT TOUCHED YET - THE DRAW
       *>  OPEN EXTEND WITH A FILE-NOT-FOUND FALLBACK USED FOR Receipt.txt
       WriteTenderRecord.
       *>  THE TENDER IS COMPLETE - ANY STORE CREDIT DRAWS PARKED
       *>  DURING THE LOOP ARE COMMITTED NOW, AND ONLY NOW (THE POINTS
       *>  DRAW WAS ALREADY COMMITTED BY TenderSale)
           PERFORM CommitCreditTenders.
       *>  WHAT THE CUSTOMER ACTUALLY PAID ON THIS TENDER - STORE CREDIT
       *>  AND POINTS ARE LEFT OUT, SO NEITHER EARNS POINTS AGAIN
           COMPUTE WSLoyBase = WSTndCash - TempChange + WSTndCard
               + WSTndGCash.
           OPEN EXTEND TenderFile.
           IF WSTndStatus NOT = "00"
               OPEN OUTPUT TenderFile
           MOVE WSExemptAmt TO TND-EXEMPT.
           MOVE WSScpwdId TO TND-SCPWDID.
           MOVE WSUserId TO TND-CASHIER.
           MOVE WSTermId TO TND-TERMINAL.
           MOVE WSTndPts TO TND-PTSAMT.
           WRITE TenderRec.
           CLOSE TenderFile.
       *>  THE DISCOUNT STEP AT TENDER TIME - ASKS WHETHER THE STATUTORY
           END-IF.
       *>  THE END OF DAY MENU - THE CLOSE ITSELF, PLUS THE MID-SHIFT
       *>  X-READ SNAPSHOTS THAT READ TODAY'S TENDER JOURNAL WITHOUT
       *>  ARCHIVING ANYTHING OR TOUCHING LastClose.txt, AND THE BIR
       *>  Z-READING REPRINT, MONTHLY SALES BOOK AND MACHINE DETAILS
       EndOfDay.
           DISPLAY SPACE
           DISPLAY "END OF DAY"
           DISPLAY "2. X-Read (Mid-Shift Snapshot)"
           DISPLAY "3. Shift Change Drawer Check"
           DISPLAY "4. Settlement Import and Match"
           DISPLAY "5. Reprint Z-Reading"
           DISPLAY "6. Monthly Sales Book (BIR eSales)"
           DISPLAY "7. BIR Machine Details"
           ACCEPT Choice.
           EVALUATE Choice
               WHEN 1 PERFORM CloseDay THRU CloseDayExit
               WHEN 2 PERFORM XRead
               WHEN 3 PERFORM ShiftChange
               WHEN 4 PERFORM SettleMatch
               WHEN 5 PERFORM ReprintZReading THRU ReprintZReadingExit
               WHEN 6 PERFORM SalesBook THRU SalesBookExit
               WHEN 7 PERFORM BirSetup THRU BirSetupExit
           END-EVALUATE.
       *>  TOTALS THE DAY'S SALES FROM THE JOURNAL, ARCHIVES THE JOURNAL
       *>  SO IT DOES NOT KEEP GROWING FOREVER, AND RESETS IT FOR THE NEXT DAY
       *>  - EVERY TERMINAL'S JOURNALS ARE GATHERED INTO THE ONE DAY, SO
       *>  THE CLOSE IS RUN ONCE, FROM ANY TERMINAL
       CloseDay.
           DISPLAY SPACE
           DISPLAY "END OF DAY CLOSE"
       *>  A TERMINAL STILL SIGNED ON COULD RING A SALE AFTER ITS JOURNAL
       *>  HAS BEEN GATHERED, AND THAT SALE WOULD BE LOST WHEN THE
       *>  JOURNALS ARE RESET - THE OTHER TILLS SIGN OFF FIRST, OR A
       *>  SUPERVISOR CONFIRMS THEY ARE NO LONGER RUNNING
           PERFORM LoadTerminals.
           PERFORM CheckOpenTerminals THRU CheckOpenTerminalsExit.
           IF WSOpenTermCt IS GREATER THAN 0
               GO TO CloseDayExit
           END-IF.
       *>  A SUSPENDED SALE'S LINES ARE STILL SITTING UNPAID IN THE
       *>  JOURNAL - CLOSING OVER THEM WOULD COUNT AND ARCHIVE THEM AS
       *>  COMPLETED SALES AND THEN TRUNCATE THE JOURNAL UNDER THE HELD
           IF WSSuspCt IS GREATER THAN 0
               DISPLAY "Held Sale(s) on File: " WSSuspCt
               DISPLAY "Recall or Void Held Sales Before Closing"
               MOVE 8 TO WSBatJobRC
               MOVE "HELD SALE(S) ON FILE - CLOSE NOT RUN" TO WSBatMsg
           ELSE
               PERFORM UseDayJournals
               PERFORM EndOfDayClose THRU EndOfDayCloseExit
               PERFORM UseTerminalFiles
           END-IF.
       CloseDayExit.
           EXIT.
       *>  LISTS ANY OTHER TERMINAL STILL SIGNED ON - THE CLOSE GOES
       *>  AHEAD OVER THEM ONLY ON A SUPERVISOR'S SAY-SO, AND THE
       *>  OVERRIDE IS AUDITED
       CheckOpenTerminals.
           MOVE 0 TO WSOpenTermCt.
           PERFORM VARYING TRTIdx FROM 1 BY 1 UNTIL TRTIdx > TRTCount
               IF TRT-STATUS(TRTIdx) = 'O' AND
                   (TRT-ID(TRTIdx) NOT = WSTermId OR WSBatchMode = 'Y')
                   IF WSOpenTermCt = 0
                       DISPLAY "Terminal(s) Still Signed On:"
                   END-IF
                   ADD 1 TO WSOpenTermCt
                   DISPLAY "  TERMINAL " TRT-ID(TRTIdx) "  "
                       TRT-USER(TRTIdx)
               END-IF
           END-PERFORM.
           IF WSOpenTermCt = 0
               GO TO CheckOpenTerminalsExit
           END-IF.
           DISPLAY "Sign Those Terminals Off Before Closing"
           IF WSBatchMode = 'Y'
               MOVE 8 TO WSBatJobRC
               MOVE "TERMINAL(S) STILL SIGNED ON - CLOSE NOT RUN"
                   TO WSBatMsg
               GO TO CheckOpenTerminalsExit
           END-IF.
           DISPLAY "Close Over Them Anyway? (Y/N)"
           ACCEPT WSConfirm.
           IF WSConfirm NOT = 'Y' AND WSConfirm NOT = 'y'
               DISPLAY "End of Day Close NOT Run"
               GO TO CheckOpenTerminalsExit
           END-IF.
           PERFORM SupervisorCheck.
           IF WSAuthOK NOT = 'Y'
               DISPLAY "Supervisor Authorization Required"
               DISPLAY "End of Day Close NOT Run"
               GO TO CheckOpenTerminalsExit
           END-IF.
           MOVE "CLOSEFORCE" TO WSAudAction.
           MOVE SPACES TO WSAudRef.
           STRING "OPEN TERMINALS " DELIMITED BY SIZE
               WSOpenTermCt DELIMITED BY SIZE
               INTO WSAudRef
           END-STRING.
           MOVE 0 TO WSAudValue.
           PERFORM WriteAuditLog.
           MOVE 0 TO WSOpenTermCt.
       CheckOpenTerminalsExit.
           EXIT.
       *>  ONE TENDER RECORD IS WRITTEN PER COMPLETED RECEIPT AND HELD
       *>  SALES ARE BLOCKED AT CLOSE, SO COUNTING THE TENDER JOURNAL
       *>  COUNTS DISTINCT RECEIPTS CORRECTLY EVEN WHEN SUSPEND/RECALL
               END-PERFORM
               CLOSE TenderFile
           END-IF.
       *>  COUNTS THE SALES PARKED IN EVERY TERMINAL'S SUSPEND FILE
       CheckSuspendedSales.
           MOVE 0 TO WSSuspCt.
           PERFORM VARYING TRTIdx FROM 1 BY 1 UNTIL TRTIdx > TRTCount
               MOVE TRT-ID(TRTIdx) TO WSNameTerm
               PERFORM BuildPeerNames
               MOVE WSPeerSuspName TO WSSuspFileName
               PERFORM CountSuspended
           END-PERFORM.
           PERFORM UseTerminalFiles.
       CountSuspended.
           OPEN INPUT SuspendFile.
           IF WSSuspStatus = "00"
               MOVE 'N' TO WSEOF
       *>  ALREADY ARCHIVED - AND A JOURNAL IS ONLY EVER TRUNCATED ONE
       *>  STEP AFTER ITS ARCHIVE COPY IS SAFELY ON FILE
       EndOfDayClose.
           MOVE 'N' TO WSStepFail.
           PERFORM ReadCloseProgress.
           IF WSResume = 'Y'
               DISPLAY "Unfinished Close Found for " WSCloseDate
               DISPLAY "Resuming from the Step that did not Finish"
           ELSE
               MOVE 0 TO WSDayTotal
               PERFORM GatherTerminals THRU GatherTerminalsExit
               IF WSStepFail = 'Y'
                   DISPLAY "Day Journals Not Gathered - Close Not Run"
                   MOVE 8 TO WSBatJobRC
                   MOVE "DAY FILES NOT OPENED - CLOSE NOT RUN"
                       TO WSBatMsg
                   GO TO EndOfDayCloseExit
               END-IF
               IF WSGatherRcptCt = 0 AND WSGatherTndCt = 0
                   DISPLAY "No Sales Recorded for Today"
                   MOVE 4 TO WSBatJobRC
                   MOVE "NO SALES RECORDED - NOTHING TO CLOSE" TO WSBatMsg
                   GO TO EndOfDayCloseExit
               END-IF
               DISPLAY "Terminal Journals Gathered - Lines: "
                   WSGatherRcptCt "  Tenders: " WSGatherTndCt
               OPEN INPUT ReceiptFile
               MOVE "N" TO WSEOF
               PERFORM UNTIL WSEOF = 'Y'
                   READ ReceiptFile INTO WSRcptInfo
               DISPLAY "Total Receipts Today : " WSDayRcptCount
               DISPLAY "Total Sales Today    : " WSDayPrintTotal
               PERFORM GetCloseDate
               IF WSStepFail = 'Y'
                   GO TO EndOfDayCloseExit
               END-IF
               PERFORM TenderBreakdown
               MOVE 0 TO WSStepDone
               PERFORM SaveCloseProgress
           END-IF.
       *>  A RESUMED CLOSE HAS ITS DAY TOTALS BACK FROM THE PROGRESS
       *>  FILE BUT NOT THE PER-TERMINAL SPLIT - THAT IS RE-TALLIED FROM
       *>  THE GATHERED TENDER JOURNAL, WHICH IS NEVER RESET BY THE CLOSE
           IF WSResume = 'Y'
               PERFORM LoadTermTallies
           END-IF.
       *>  UNATTENDED, EVERY DRAWER WITH CASH EXPECTED MUST HAVE ITS
       *>  COUNT IN THE CONTROL FILE BEFORE ANY DRAWER IS LOGGED
           IF WSStepDone IS LESS THAN 1 AND WSBatchMode = 'Y'
               PERFORM CheckBatchCash
               IF WSStepFail = 'Y'
                   GO TO EndOfDayCloseExit
               END-IF
           END-IF.
           IF WSStepDone IS LESS THAN 1
               PERFORM DrawerReconcile
               MOVE 1 TO WSStepDone
               PERFORM SaveCloseProgress
           END-IF.
       *>  AN ARCHIVE THAT CANNOT BE OPENED STOPS THE CLOSE WITH THE
       *>  STEP NOT MARKED DONE - THE NEXT RUN RESUMES FROM THAT STEP
           IF WSStepDone IS LESS THAN 2
               PERFORM ArchiveJournalCopy THRU ArchiveJournalCopyExit
               IF WSStepFail = 'Y'
                   GO TO EndOfDayCloseStop
               END-IF
               MOVE 2 TO WSStepDone
               PERFORM SaveCloseProgress
           END-IF.
               PERFORM SaveCloseProgress
           END-IF.
           IF WSStepDone IS LESS THAN 4
               PERFORM ArchiveTendersCopy THRU ArchiveTendersCopyExit
               IF WSStepFail = 'Y'
                   GO TO EndOfDayCloseStop
               END-IF
               MOVE 4 TO WSStepDone
               PERFORM SaveCloseProgress
           END-IF.
               MOVE 6 TO WSStepDone
               PERFORM SaveCloseProgress
           END-IF.
       *>  THE Z-READING IS TAKEN BEFORE THE LAST CLOSE IS WRITTEN - A
       *>  CLOSE RESUMED AFTER IT WAS ALREADY TAKEN ONLY PRINTS IT AGAIN
           PERFORM WriteZReading THRU WriteZReadingExit.
           IF WSStepFail = 'Y'
               GO TO EndOfDayCloseZStop
           END-IF.
           PERFORM WriteLastClose.
           MOVE 7 TO WSStepDone.
           PERFORM SaveCloseProgress.
           DISPLAY "Journal Archived and Reset for the Next Day".
           GO TO EndOfDayCloseExit.
       EndOfDayCloseStop.
           DISPLAY "Archive File Could Not be Opened - Close Stopped"
           DISPLAY "Run the Close Again to Resume from Step "
               WSStepDone.
           MOVE 8 TO WSBatJobRC.
           MOVE SPACES TO WSBatMsg.
           STRING "ARCHIVE NOT OPENED - CLOSE STOPPED AFTER STEP "
               DELIMITED BY SIZE
               WSStepDone DELIMITED BY SIZE
               INTO WSBatMsg
           END-STRING.
           GO TO EndOfDayCloseExit.
       *>  THE Z-COUNTER COULD NOT BE READ, REBUILT OR SAVED - THE DAY
       *>  IS NOT MARKED CLOSED, SO THE NEXT RUN TAKES THE Z-READING
       *>  AGAIN ONCE THE FILE IS PUT RIGHT
       EndOfDayCloseZStop.
           DISPLAY "Z-Counter Not Saved - Close Stopped"
           DISPLAY "Run the Close Again to Resume from Step "
               WSStepDone.
           MOVE 8 TO WSBatJobRC.
           MOVE "Z-COUNTER NOT SAVED - CLOSE STOPPED" TO WSBatMsg.
       EndOfDayCloseExit.
           EXIT.
       *>  COPIES EVERY TERMINAL'S RECEIPT AND TENDER JOURNALS INTO THE
       *>  DAY FILES Receipt.txt AND Tender.txt - THE CLOSE STEPS THEN
       *>  TOTAL, ARCHIVE AND EXPORT THE DAY FROM THOSE, AND THE
       *>  TERMINAL JOURNALS ARE ONLY RESET ONCE THE ARCHIVE HAS THEM
       *>  WSStepFail COMES BACK Y WHEN A DAY FILE CANNOT BE OPENED
       GatherTerminals.
           MOVE 0 TO WSGatherRcptCt.
           MOVE 0 TO WSGatherTndCt.
           PERFORM UseDayJournals.
           OPEN OUTPUT ReceiptFile.
           IF WSRcptStatus NOT = "00"
               DISPLAY "Receipt.txt Could Not be Opened - Status "
                   WSRcptStatus
               MOVE 'Y' TO WSStepFail
               GO TO GatherTerminalsExit
           END-IF.
           OPEN OUTPUT TenderFile.
           IF WSTndStatus NOT = "00"
               DISPLAY "Tender.txt Could Not be Opened - Status "
                   WSTndStatus
               CLOSE ReceiptFile
               MOVE 'Y' TO WSStepFail
               GO TO GatherTerminalsExit
           END-IF.
           PERFORM VARYING TRTIdx FROM 1 BY 1 UNTIL TRTIdx > TRTCount
               MOVE TRT-ID(TRTIdx) TO WSNameTerm
               PERFORM BuildPeerNames
               PERFORM GatherOneTerminal
           END-PERFORM.
           CLOSE ReceiptFile.
           CLOSE TenderFile.
       GatherTerminalsExit.
           EXIT.
       GatherOneTerminal.
           OPEN INPUT PeerRcptFile.
           IF WSPeerStatus = "00"
               MOVE 'N' TO WSEOF
               PERFORM UNTIL WSEOF='Y'
                   READ PeerRcptFile
                       AT END MOVE 'Y' TO WSEOF
                       NOT AT END
                           WRITE RcptInfo FROM PeerRcptRec
                           ADD 1 TO WSGatherRcptCt
                   END-READ
               END-PERFORM
               CLOSE PeerRcptFile
           END-IF.
           OPEN INPUT PeerTndFile.
           IF WSPeerStatus = "00"
               MOVE 'N' TO WSEOF
               PERFORM UNTIL WSEOF='Y'
                   READ PeerTndFile
                       AT END MOVE 'Y' TO WSEOF
                       NOT AT END
                           WRITE TenderRec FROM PeerTndRec
                           ADD 1 TO WSGatherTndCt
                   END-READ
               END-PERFORM
               CLOSE PeerTndFile
           END-IF.
       *>  READS ANY CLOSE PROGRESS LEFT ON FILE - A STEP BETWEEN 1 AND
       *>  6 MEANS AN UNFINISHED CLOSE, SO THE CLOSE DATE AND THE DAY
       *>  TOTALS SAVED WITH IT ARE RESTORED FOR THE RESUMED STEPS
                           MOVE STEP-VAT TO WSDayVat
                           MOVE STEP-EXEMPT TO WSDayExempt
                           MOVE STEP-DISC TO WSDayDisc
                           MOVE STEP-PTS TO WSDayPts
                       END-IF
               END-READ
               CLOSE CloseStepFile
           MOVE WSDayVat TO STEP-VAT.
           MOVE WSDayExempt TO STEP-EXEMPT.
           MOVE WSDayDisc TO STEP-DISC.
           MOVE WSDayPts TO STEP-PTS.
           WRITE CloseStepRec.
           CLOSE CloseStepFile.
       *>  BIR Z-READING - TAKEN ONCE PER CLOSE, NUMBERED ONE PAST THE
       *>  LAST Z-COUNTER, WITH THE ACCUMULATED GRAND TOTAL CARRIED ON
       *>  FROM ZCounter.txt - THE HISTORY RECORD GOES ON FILE BEFORE
       *>  THE COUNTER MOVES, SO A CLOSE CUT OFF BETWEEN THE TWO FINDS
       *>  ITS OWN Z-READING ON THE RESUME AND DOES NOT NUMBER IT TWICE
       *>  WSStepFail COMES BACK Y WHEN THE COUNTER COULD NOT BE READ
       *>  OR REBUILT, OR THE Z-READING OR THE NEW COUNTER COULD NOT BE
       *>  WRITTEN - THE CLOSE MUST THEN STOP BEFORE WriteLastClose
       WriteZReading.
           PERFORM ReadZCounter.
           IF WSStepFail = 'Y'
               GO TO WriteZReadingExit
           END-IF.
           MOVE WSCloseDateN TO WSZWantN.
           PERFORM FindZReading.
           IF WSZFound = 'N'
               PERFORM BuildZReading
               IF WSStepFail = 'Y'
                   GO TO WriteZReadingExit
               END-IF
           END-IF.
           IF ZC-DATEN NOT = WSCloseDateN OR WSZRebuilt = 'Y'
               MOVE WZR-NO TO ZC-NO
               MOVE WZR-ENDGT TO ZC-GT
               MOVE WZR-DATEN TO ZC-DATEN
               OPEN OUTPUT ZCounterFile
               IF WSZCtrStatus NOT = "00"
                   DISPLAY "ZCounter.txt Could Not be Opened - Status "
                       WSZCtrStatus
                   MOVE 'Y' TO WSStepFail
                   GO TO WriteZReadingExit
               END-IF
               WRITE ZCounterRec
               IF WSZCtrStatus NOT = "00"
                   DISPLAY "ZCounter.txt Could Not be Written - Status "
                       WSZCtrStatus
                   MOVE 'Y' TO WSStepFail
               END-IF
               CLOSE ZCounterFile
               IF WSStepFail = 'Y'
                   GO TO WriteZReadingExit
               END-IF
           END-IF.
           PERFORM ReadBirSetup.
           PERFORM ShowZReading.
       WriteZReadingExit.
           EXIT.
       *>  THE DAY'S FIGURES COME FROM THE CLOSE TOTALS SAVED IN
       *>  CloseStep.txt - THE RECEIPT RANGE FROM THE GATHERED DAY
       *>  JOURNAL, WHICH THE RESET STEPS LEAVE IN PLACE
       BuildZReading.
           COMPUTE WZR-NO = ZC-NO + 1.
           MOVE WSCloseDateN TO WZR-DATEN.
           MOVE WSCloseDate TO WZR-DATE.
           PERFORM FindReceiptRange.
           MOVE WSDayRcptCount TO WZR-RCPTCT.
           MOVE ZC-GT TO WZR-BEGGT.
           COMPUTE WZR-ENDGT = ZC-GT + WSDayTotal.
           MOVE WSDayTotal TO WZR-GROSS.
           MOVE WSDayVatable TO WZR-VATABLE.
           MOVE WSDayVat TO WZR-VAT.
           MOVE WSDayExempt TO WZR-EXEMPT.
           MOVE WSDayDisc TO WZR-DISC.
           PERFORM GetSystemDate.
           MOVE WSTodayX TO WZR-PRINTED.
           OPEN EXTEND ZReadingFile.
           IF WSZrdStatus = "35"
               OPEN OUTPUT ZReadingFile
               CLOSE ZReadingFile
               OPEN EXTEND ZReadingFile
           END-IF.
           IF WSZrdStatus NOT = "00"
               DISPLAY "ZReading.txt Could Not be Opened - Status "
                   WSZrdStatus
               MOVE 'Y' TO WSStepFail
           ELSE
               WRITE ZReadingRec FROM WSZReading
               CLOSE ZReadingFile
           END-IF.
           IF WSStepFail = 'N'
               PERFORM AuditZReading
           END-IF.
       AuditZReading.
           MOVE "ZREADING" TO WSAudAction.
           MOVE SPACES TO WSAudRef.
           STRING "Z " DELIMITED BY SIZE
               WZR-NO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WZR-DATE DELIMITED BY SPACE
               INTO WSAudRef
           END-STRING.
           MOVE WSDayTotal TO WSAudValue.
           PERFORM WriteAuditLog.
       *>  LOWEST AND HIGHEST RECEIPT NUMBER IN THE DAY JOURNAL - BOTH
       *>  ZERO WHEN THE DAY HAD NO RECEIPT LINES AT ALL
       FindReceiptRange.
           MOVE 999999 TO WZR-BEGRCPT.
           MOVE 0 TO WZR-ENDRCPT.
           OPEN INPUT ReceiptFile.
           IF WSRcptStatus = "00"
               MOVE 'N' TO WSEOF
               PERFORM UNTIL WSEOF='Y'
                   READ ReceiptFile INTO WSRcptInfo
                       AT END MOVE 'Y' TO WSEOF
                       NOT AT END
                           IF WSRCPT-NO IS LESS THAN WZR-BEGRCPT
                               MOVE WSRCPT-NO TO WZR-BEGRCPT
                           END-IF
                           IF WSRCPT-NO IS GREATER THAN WZR-ENDRCPT
                               MOVE WSRCPT-NO TO WZR-ENDRCPT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ReceiptFile
           END-IF.
           IF WZR-ENDRCPT = 0
               MOVE 0 TO WZR-BEGRCPT
           END-IF.
       *>  LOOKS FOR THE Z-READING OF THE DAY IN WSZWANTN AND LEAVES IT
       *>  IN WSZREADING WHEN IT IS ON FILE
       FindZReading.
           MOVE 'N' TO WSZFound.
           OPEN INPUT ZReadingFile.
           IF WSZrdStatus = "00"
               MOVE 'N' TO WSEOF
               PERFORM UNTIL WSEOF='Y'
                   READ ZReadingFile INTO WSZReading
                       AT END MOVE 'Y' TO WSEOF
                       NOT AT END
                           IF WZR-DATEN = WSZWantN
                               MOVE 'Y' TO WSZFound
                               MOVE 'Y' TO WSEOF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ZReadingFile
           END-IF.
       *>  A MISSING, EMPTY OR UNREADABLE ZCounter.txt IS NEVER TAKEN
       *>  AS ZERO WHEN Z-READINGS ARE ON FILE - THE COUNTER AND GRAND
       *>  TOTAL ARE REBUILT FROM THE LAST Z-READING, AND WHEN THAT FILE
       *>  CANNOT BE READ EITHER WSStepFail IS SET AND THE CLOSE STOPS
       ReadZCounter.
           MOVE 0 TO ZC-NO.
           MOVE 0 TO ZC-GT.
           MOVE 0 TO ZC-DATEN.
           MOVE 'N' TO WSZRebuilt.
           MOVE 'N' TO WSZCtrRead.
           OPEN INPUT ZCounterFile.
           IF WSZCtrStatus = "00"
               READ ZCounterFile
                   AT END MOVE 'N' TO WSZCtrRead
                   NOT AT END MOVE 'Y' TO WSZCtrRead
               END-READ
               CLOSE ZCounterFile
           END-IF.
           IF WSZCtrRead = 'N' OR ZC-NO NOT NUMERIC
               OR ZC-GT NOT NUMERIC
               PERFORM RebuildZCounter
           END-IF.
       RebuildZCounter.
           MOVE 0 TO ZC-NO.
           MOVE 0 TO ZC-GT.
           MOVE 0 TO ZC-DATEN.
           OPEN INPUT ZReadingFile.
           IF WSZrdStatus = "00"
               MOVE 'N' TO WSEOF
               PERFORM UNTIL WSEOF='Y'
                   READ ZReadingFile INTO WSZReading
                       AT END MOVE 'Y' TO WSEOF
                       NOT AT END
                           IF WZR-NO IS GREATER THAN ZC-NO
                               MOVE WZR-NO TO ZC-NO
                               MOVE WZR-ENDGT TO ZC-GT
                               MOVE WZR-DATEN TO ZC-DATEN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ZReadingFile
               MOVE 'Y' TO WSZRebuilt
               DISPLAY "ZCounter.txt Missing or Unreadable - Rebuilt "
                   "from ZReading.txt at Z-Counter " ZC-NO
           ELSE
               IF WSZrdStatus = "35"
                   MOVE 'Y' TO WSZRebuilt
               ELSE
                   DISPLAY "ZCounter.txt and ZReading.txt Cannot be "
                       "Read - ZReading.txt Status " WSZrdStatus
                   MOVE 'Y' TO WSStepFail
               END-IF
           END-IF.
       ReadBirSetup.
           MOVE SPACES TO BirSetupRec.
           OPEN INPUT BirSetupFile.
           IF WSBirStatus = "00"
               READ BirSetupFile
                   AT END MOVE SPACES TO BirSetupRec
               END-READ
               CLOSE BirSetupFile
           END-IF.
       *>  PRINTS THE Z-READING HELD IN WSZREADING
       ShowZReading.
           COMPUTE WSZNet = WZR-VATABLE + WZR-VAT + WZR-EXEMPT
               - WZR-DISC.
           DISPLAY SPACE
           DISPLAY "******************************************************************"
           DISPLAY "                        SHOENIVERSE COMPANY                       "
           DISPLAY "                1016 Anonas, Sta. Mesa, Manila                    "
           DISPLAY "******************************************************************"
           DISPLAY "VAT REG TIN : " BIR-TIN
           DISPLAY "MIN         : " BIR-MIN
           DISPLAY "PTU NO      : " BIR-PTU
           DISPLAY "SERIAL NO   : " BIR-SERIAL
           DISPLAY SPACE
           DISPLAY "                            Z-READING"
           DISPLAY "Z-COUNTER              : " WZR-NO
           DISPLAY "DATE CLOSED            : " WZR-DATE
           DISPLAY "DATE PRINTED           : " WZR-PRINTED
           DISPLAY "BEGINNING RECEIPT NO   : " WZR-BEGRCPT
           DISPLAY "ENDING RECEIPT NO      : " WZR-ENDRCPT
           DISPLAY "RECEIPTS ISSUED        : " WZR-RCPTCT
           MOVE WZR-BEGGT TO WSZGTPrint
           DISPLAY "BEGINNING GRAND TOTAL  : " WSZGTPrint
           MOVE WZR-ENDGT TO WSZGTPrint
           DISPLAY "ENDING GRAND TOTAL     : " WSZGTPrint
           DISPLAY SPACE
           MOVE WZR-GROSS TO WSTndPrint
           DISPLAY "GROSS SALES            :    " WSTndPrint
           MOVE WZR-VATABLE TO WSTndPrint
           DISPLAY "VATABLE SALES          :    " WSTndPrint
           MOVE WZR-VAT TO WSTndPrint
           DISPLAY "VAT AMOUNT (12%)       :    " WSTndPrint
           MOVE WZR-EXEMPT TO WSTndPrint
           DISPLAY "VAT-EXEMPT SALES       :    " WSTndPrint
           MOVE 0 TO WSTndPrint
           DISPLAY "ZERO-RATED SALES       :    " WSTndPrint
           MOVE WZR-DISC TO WSTndPrint
           DISPLAY "SC/PWD DISCOUNT        :    " WSTndPrint
           MOVE WSZNet TO WSTndPrint
           DISPLAY "NET SALES              :    " WSTndPrint
           DISPLAY "******************************************************************".
       *>  REPRINTS THE Z-READING OF ANY CLOSED DAY FROM ZReading.txt -
       *>  A REPRINT CHANGES NOTHING ON FILE
       ReprintZReading.
           DISPLAY "Enter Date Closed (MM/DD/YYYY): "
           ACCEPT WSDateWork.
           PERFORM ValidateDate.
           IF WSDateValid = 'N'
               DISPLAY "Invalid Date - Use MM/DD/YYYY"
               GO TO ReprintZReadingExit
           END-IF.
           MOVE WSDateNum TO WSZWantN.
           PERFORM FindZReading.
           IF WSZFound = 'N'
               DISPLAY "No Z-Reading on File for that Date"
               GO TO ReprintZReadingExit
           END-IF.
           PERFORM ReadBirSetup.
           DISPLAY SPACE
           DISPLAY "*** REPRINT ***"
           PERFORM ShowZReading.
       ReprintZReadingExit.
           EXIT.
       *>  MONTHLY SALES BOOK IN THE BIR eSALES LAYOUT, BUILT FROM THE
       *>  Z-READINGS OF THE MONTH'S CLOSED DAYS - COMMA DELIMITED:
       *>  H,TIN,MIN,PTU,SERIAL,YYYYMM
       *>  D,DATE,Z-COUNTER,BEG RCPT,END RCPT,BEG GT,END GT,GROSS,
       *>    VATABLE,VAT,EXEMPT,ZERO-RATED,SC/PWD DISC,NET
       *>  T,DAYS,GROSS,VATABLE,VAT,EXEMPT,ZERO-RATED,SC/PWD DISC,NET
       SalesBook.
           DISPLAY "Enter Month (MM/YYYY): "
           ACCEPT WSMonthInput.
           PERFORM ParseMonth.
           IF WSMonthValid = 'N'
               DISPLAY "Invalid Month - Use MM/YYYY"
               GO TO SalesBookExit
           END-IF.
           OPEN INPUT ZReadingFile.
           IF WSZrdStatus NOT = "00"
               DISPLAY "No Z-Readings on File"
               GO TO SalesBookExit
           END-IF.
           PERFORM ReadBirSetup.
           MOVE SPACES TO WSSalesBookName.
           STRING "SalesBook" DELIMITED BY SIZE
               WSRollMonth DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO WSSalesBookName
           END-STRING.
           OPEN OUTPUT SalesBookFile.
           IF WSSbkStatus NOT = "00"
               DISPLAY "Sales Book File Could Not be Created - Status "
                   WSSbkStatus " - " WSSalesBookName
               CLOSE ZReadingFile
               GO TO SalesBookExit
           END-IF.
           MOVE SPACES TO WSSbkLine.
           STRING "H," DELIMITED BY SIZE
               BIR-TIN DELIMITED BY SPACE
               "," DELIMITED BY SIZE
               BIR-MIN DELIMITED BY SPACE
               "," DELIMITED BY SIZE
               BIR-PTU DELIMITED BY SPACE
               "," DELIMITED BY SIZE
               BIR-SERIAL DELIMITED BY SPACE
               "," DELIMITED BY SIZE
               WSRollMonth DELIMITED BY SIZE
               INTO WSSbkLine
           END-STRING.
           WRITE SalesBookRec FROM WSSbkLine.
           MOVE 0 TO WSSbkDays.
           MOVE 0 TO WSSbkGross.
           MOVE 0 TO WSSbkVatable.
           MOVE 0 TO WSSbkVat.
           MOVE 0 TO WSSbkExempt.
           MOVE 0 TO WSSbkDisc.
           MOVE 0 TO WSSbkNet.
           MOVE 0 TO WSSbkZeroX.
           MOVE 'N' TO WSEOF.
           PERFORM UNTIL WSEOF='Y'
               READ ZReadingFile INTO WSZReading
                   AT END MOVE 'Y' TO WSEOF
                   NOT AT END
                       COMPUTE WSZMonth = WZR-DATEN / 100
                       IF WSZMonth = WSRollMonth
                           PERFORM WriteSalesBookDay
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ZReadingFile.
           MOVE WSSbkGross TO WSSbkGrossX.
           MOVE WSSbkVatable TO WSSbkVatableX.
           MOVE WSSbkVat TO WSSbkVatX.
           MOVE WSSbkExempt TO WSSbkExemptX.
           MOVE WSSbkDisc TO WSSbkDiscX.
           MOVE WSSbkNet TO WSSbkNetX.
           MOVE SPACES TO WSSbkLine.
           STRING "T," DELIMITED BY SIZE
               WSSbkDays DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               WSSbkGrossX DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               WSSbkVatableX DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               WSSbkVatX DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               WSSbkExemptX DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               WSSbkZeroX DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               WSSbkDiscX DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               WSSbkNetX DELIMITED BY SIZE
               INTO WSSbkLine
           END-STRING.
           WRITE SalesBookRec FROM WSSbkLine.
           CLOSE SalesBookFile.
           DISPLAY "Days in Sales Book : " WSSbkDays
           MOVE WSSbkNet TO WSTndPrint
           DISPLAY "Net Sales          : " WSTndPrint
           DISPLAY "Written to " WSSalesBookName
           MOVE "SALESBOOK" TO WSAudAction.
           MOVE WSSalesBookName TO WSAudRef.
           MOVE WSSbkNet TO WSAudValue.
           PERFORM WriteAuditLog.
       SalesBookExit.
           EXIT.
       WriteSalesBookDay.
           ADD 1 TO WSSbkDays.
           COMPUTE WSZNet = WZR-VATABLE + WZR-VAT + WZR-EXEMPT
               - WZR-DISC.
           ADD WZR-GROSS TO WSSbkGross.
           ADD WZR-VATABLE TO WSSbkVatable.
           ADD WZR-VAT TO WSSbkVat.
           ADD WZR-EXEMPT TO WSSbkExempt.
           ADD WZR-DISC TO WSSbkDisc.
           ADD WSZNet TO WSSbkNet.
           MOVE WZR-BEGGT TO WSSbkBegGTX.
           MOVE WZR-ENDGT TO WSSbkEndGTX.
           MOVE WZR-GROSS TO WSSbkGrossX.
           MOVE WZR-VATABLE TO WSSbkVatableX.
           MOVE WZR-VAT TO WSSbkVatX.
           MOVE WZR-EXEMPT TO WSSbkExemptX.
           MOVE WZR-DISC TO WSSbkDiscX.
           MOVE WSZNet TO WSSbkNetX.
           MOVE SPACES TO WSSbkLine.
           STRING "D," DELIMITED BY SIZE
               WZR-DATE DELIMITED BY SPACE
               "," DELIMITED BY SIZE
               WZR-NO DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               WZR-BEGRCPT DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               WZR-ENDRCPT DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               WSSbkBegGTX DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               WSSbkEndGTX DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               WSSbkGrossX DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               WSSbkVatableX DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               WSSbkVatX DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               WSSbkExemptX DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               WSSbkZeroX DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               WSSbkDiscX DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               WSSbkNetX DELIMITED BY SIZE
               INTO WSSbkLine
           END-STRING.
           WRITE SalesBookRec FROM WSSbkLine.
       *>  THE MACHINE DETAILS BIR ISSUED FOR THIS TERMINAL - KEYED ONCE
       *>  AT ACCREDITATION, SUPERVISOR ONLY, AND AUDITED
       BirSetup.
           PERFORM ReadBirSetup.
           DISPLAY SPACE
           DISPLAY "BIR MACHINE DETAILS"
           DISPLAY "VAT REG TIN : " BIR-TIN
           DISPLAY "MIN         : " BIR-MIN
           DISPLAY "PTU NO      : " BIR-PTU
           DISPLAY "SERIAL NO   : " BIR-SERIAL
           DISPLAY "Change Machine Details? (Y/N)"
           ACCEPT WSConfirm.
           IF WSConfirm NOT = 'Y' AND WSConfirm NOT = 'y'
               GO TO BirSetupExit
           END-IF.
           PERFORM SupervisorCheck.
           IF WSAuthOK NOT = 'Y'
               DISPLAY "Supervisor Authorization Required"
               GO TO BirSetupExit
           END-IF.
           DISPLAY "VAT Reg TIN (000-000-000-00000): "
           ACCEPT BIR-TIN.
           DISPLAY "Machine Identification No: "
           ACCEPT BIR-MIN.
           DISPLAY "Permit to Use No: "
           ACCEPT BIR-PTU.
           DISPLAY "Machine Serial No: "
           ACCEPT BIR-SERIAL.
           OPEN OUTPUT BirSetupFile.
           WRITE BirSetupRec.
           CLOSE BirSetupFile.
           MOVE "BIRSETUP" TO WSAudAction.
           MOVE BIR-MIN TO WSAudRef.
           MOVE 0 TO WSAudValue.
           PERFORM WriteAuditLog.
           DISPLAY "BIR Machine Details Saved".
       BirSetupExit.
           EXIT.
       *>  X-READ - PRINTS THE CURRENT TENDER BREAKDOWN, VAT SUMMARY
       *>  AND PER-CASHIER TABLE FROM TODAY'S TENDER JOURNAL AT ANY
       *>  TIME OF DAY - PURELY A SNAPSHOT, NOTHING IS ARCHIVED OR
       *>  RESET AND LastClose.txt IS NEVER TOUCHED
       XRead.
           DISPLAY SPACE
           DISPLAY "X-READ - MID-SHIFT SNAPSHOT"
           DISPLAY "1. This Terminal | 2. All Terminals"
           ACCEPT Choice.
           PERFORM GetSystemDate.
           DISPLAY "As of: " WSTodayX
           IF Choice = 2
               PERFORM AllTerminalBreakdown
           ELSE
               DISPLAY "Terminal: " WSTermId
               PERFORM TenderBreakdown
           END-IF.
           DISPLAY SPACE
           DISPLAY "X-READ ONLY - NOTHING ARCHIVED OR RESET".
       *>  SHIFT CHANGE - THE SAME SNAPSHOT PLUS A COUNTED-CASH CHECK
       *>  FOR THE OUTGOING CASHIER, SO A 2PM HANDOVER SHOWS WHOSE
       *>  SHIFT A SHORTAGE BELONGS TO INSTEAD OF WAITING FOR NIGHT
       ShiftChange.
           DISPLAY SPACE
           DISPLAY "SHIFT CHANGE DRAWER CHECK"
           PERFORM GetSystemDate.
           DISPLAY "As of: " WSTodayX
           PERFORM TenderBreakdown.
           DISPLAY SPACE
           DISPLAY "Enter Outgoing Cashier ID: "
           ACCEPT WSShiftId.
           MOVE 'N' TO CTFound.
           PERFORM VARYING CTIdx FROM 1 BY 1 UNTIL CTIdx > CTCount
               IF CT-ID(CTIdx) = WSShiftId
                   MOVE 'Y' TO CTFound
                   MOVE CT-CASH(CTIdx) TO WSExpectedCash
               END-IF
           END-PERFORM.
           IF CTFound = 'N'
               DISPLAY "No Takings on File Today for that Cashier"
           ELSE
               MOVE WSExpectedCash TO WSTndPrint
               DISPLAY "Expected Cash for this Shift: " WSTndPrint
               DISPLAY "Enter Counted Cash: "
               ACCEPT WSCountedCash
               COMPUTE WSOverShort = WSCountedCash - WSExpectedCash
               MOVE WSOverShort TO WSOverShortPrint
               DISPLAY "Shift Over/Short            : " WSOverShortPrint
           END-IF.
           DISPLAY "SNAPSHOT ONLY - NOTHING ARCHIVED OR RESET".
       *>  SETTLEMENT IMPORT AND MATCH - READS THE ACQUIRER'S (OR
       *>  GCASH'S) DAILY SETTLEMENT FILE AND TIES EACH LINE TO A
       *>  TENDER RECORD IN THE ARCHIVE BY DATE AND AMOUNT, THEN
       *>  REPORTS THE EXCEPTIONS BOTH WAYS - RECEIPTS THAT NEVER
       *>  SETTLED AND SETTLEMENTS WITH NO RECEIPT
       SettleMatch.
           DISPLAY SPACE
           DISPLAY "SETTLEMENT IMPORT AND MATCH"
           DISPLAY "1. Card Settlement | 2. GCash Settlement"
           ACCEPT Choice.
           IF Choice = 2
               MOVE 'G' TO WSSettleType
           ELSE
               MOVE 'C' TO WSSettleType
           END-IF.
           MOVE 'N' TO WSDateValid.
           PERFORM UNTIL WSDateValid = 'Y'
               DISPLAY "Enter Settlement Date (MM/DD/YYYY): "
               ACCEPT WSSettleDate
               MOVE WSSettleDate TO WSDateWork
               PERFORM ValidateDate
               IF WSDateValid = 'N'
                   DISPLAY "Invalid Date - Use MM/DD/YYYY"
               END-IF
           END-PERFORM.
           PERFORM SettleRun.
       *>  THE MATCH ITSELF, FOR WSSettleType ON WSSettleDate - SHARED
       *>  BY THE MENU AND THE UNATTENDED RUN
       SettleRun.
           PERFORM LoadSettleTenders.
           IF STNCount = 0
               DISPLAY "No Archived Card/GCash Tenders for that Date"
               DISPLAY "WARNING: More Than 200 Card/GCash Tenders"
                   " That Day - Table Full"
               DISPLAY "EXCEPTION FIGURES BELOW ARE NOT RELIABLE"
               MOVE 4 TO WSBatJobRC
           END-IF.
           MOVE 0 TO WSSetMatchCt.
           MOVE 0 TO WSSetOrphanCt.
           OPEN INPUT CardSettleFile.
           IF WSCSetStatus NOT = "00"
               DISPLAY "Settlement File CardSettle.txt Not Found"
               MOVE 8 TO WSBatJobRC
               MOVE "SETTLEMENT FILE CardSettle.txt NOT FOUND" TO WSBatMsg
           ELSE
               MOVE 'N' TO WSEOF
               PERFORM UNTIL WSEOF='Y'
           OPEN INPUT GCashSettleFile.
           IF WSGSetStatus NOT = "00"
               DISPLAY "Settlement File GCashSettle.txt Not Found"
               MOVE 8 TO WSBatJobRC
               MOVE "SETTLEMENT FILE GCashSettle.txt NOT FOUND"
                   TO WSBatMsg
           ELSE
               MOVE 'N' TO WSEOF
               PERFORM UNTIL WSEOF='Y'
           PERFORM ReadLastClose.
           PERFORM GetSystemDate.
           MOVE 'N' TO WSDateValid.
       *>  UNATTENDED, THE DATE COMES FROM THE CONTROL FILE AND IS
       *>  CHECKED ONCE - A DATE THAT WOULD BE REFUSED STOPS THE CLOSE
           IF WSBatchMode = 'Y'
               PERFORM CheckBatchCloseDate
           END-IF.
           PERFORM UNTIL WSDateValid = 'Y' OR WSStepFail = 'Y'
               DISPLAY "Enter Date Being Closed (MM/DD/YYYY): "
               ACCEPT WSCloseDate
               MOVE WSCloseDate TO WSDateWork
       *>  TOTALS THE DAY'S TENDER JOURNAL BY PAYMENT TYPE SO THE CLOSE
       *>  SHOWS HOW MUCH OF THE DAY CAME IN AS CASH, CARD AND GCASH
       TenderBreakdown.
           PERFORM ClearBreakdown.
           PERFORM ReadTenderBreakdown.
           PERFORM ShowBreakdown.
       *>  THE SAME BREAKDOWN OVER EVERY TERMINAL'S TENDER JOURNAL - THE
       *>  X-READ OF THE WHOLE FLOOR BEFORE ANYTHING IS GATHERED
       AllTerminalBreakdown.
           PERFORM LoadTerminals.
           PERFORM ClearBreakdown.
           PERFORM VARYING TRTIdx FROM 1 BY 1 UNTIL TRTIdx > TRTCount
               MOVE TRT-ID(TRTIdx) TO WSNameTerm
               PERFORM BuildPeerNames
               MOVE WSPeerTndName TO WSTndFileName
               PERFORM ReadTenderBreakdown
           END-PERFORM.
           PERFORM UseTerminalFiles.
           PERFORM ShowBreakdown.
       ClearBreakdown.
           MOVE 0 TO WSDayCash.
           MOVE 0 TO WSDayCard.
           MOVE 0 TO WSDayGCash.
           MOVE 0 TO WSDayCred.
           MOVE 0 TO WSDayPts.
           MOVE 0 TO WSDayChange.
           MOVE 0 TO WSDayVatable.
           MOVE 0 TO WSDayVat.
           MOVE 0 TO WSDayDisc.
           MOVE 0 TO CTCount.
           MOVE SPACES TO CashierTotTable.
           MOVE 0 TO TTCount.
       ReadTenderBreakdown.
           OPEN INPUT TenderFile.
           IF WSTndStatus = "00"
               MOVE 'N' TO WSEOF
               PERFORM UNTIL WSEOF='Y'
                   READ TenderFile INTO WSTenderRec
                       AT END MOVE 'Y' TO WSEOF
                       NOT AT END PERFORM AddTenderToBreakdown
                   END-READ
               END-PERFORM
               CLOSE TenderFile
           END-IF.
       AddTenderToBreakdown.
           MOVE WSTND-CASHAMT TO WSTndAmtNum.
           ADD WSTndAmtNum TO WSDayCash.
           MOVE WSTND-CARDAMT TO WSTndAmtNum.
           ADD WSTndAmtNum TO WSDayCard.
           MOVE WSTND-GCASHAMT TO WSTndAmtNum.
           ADD WSTndAmtNum TO WSDayGCash.
           MOVE WSTND-CREDAMT TO WSTndAmtNum.
           ADD WSTndAmtNum TO WSDayCred.
           MOVE WSTND-PTSAMT TO WSTndAmtNum.
           ADD WSTndAmtNum TO WSDayPts.
           MOVE WSTND-CHANGE TO WSTndAmtNum.
           ADD WSTndAmtNum TO WSDayChange.
           MOVE WSTND-VATABLE TO WSTndAmtNum.
           ADD WSTndAmtNum TO WSDayVatable.
           MOVE WSTND-VATAMT TO WSTndAmtNum.
           ADD WSTndAmtNum TO WSDayVat.
           MOVE WSTND-EXEMPT TO WSTndAmtNum.
           ADD WSTndAmtNum TO WSDayExempt.
           MOVE WSTND-DISC TO WSTndAmtNum.
           ADD WSTndAmtNum TO WSDayDisc.
           PERFORM TallyCashier.
           PERFORM TallyTerminal.
       ShowBreakdown.
           DISPLAY SPACE
           DISPLAY "TENDER BREAKDOWN"
           MOVE WSDayCash TO WSTndPrint.
           DISPLAY "  GCASH          : " WSTndPrint.
           MOVE WSDayCred TO WSTndPrint.
           DISPLAY "  STORE CREDIT   : " WSTndPrint.
           MOVE WSDayPts TO WSTndPrint.
           DISPLAY "  LOYALTY POINTS : " WSTndPrint.
           MOVE WSDayChange TO WSTndPrint.
           DISPLAY "  CHANGE GIVEN   : " WSTndPrint.
           DISPLAY SPACE
               DISPLAY "  " CT-ID(CTIdx) "  " CTRcptPrint
                   "  " WSTndPrint
           END-PERFORM.
           DISPLAY SPACE
           DISPLAY "PER TERMINAL - RECEIPTS, TAKINGS AND DRAWER CASH"
           PERFORM VARYING TTIdx FROM 1 BY 1 UNTIL TTIdx > TTCount
               MOVE TT-RCPTS(TTIdx) TO CTRcptPrint
               MOVE TT-SALES(TTIdx) TO WSTndPrint
               MOVE TT-CASH(TTIdx) TO WSOverShortPrint
               DISPLAY "  TERMINAL " TT-ID(TTIdx) "  " CTRcptPrint
                   "  " WSTndPrint "  " WSOverShortPrint
           END-PERFORM.
       *>  ADDS ONE TENDER RECORD'S NET TAKINGS (ALL TENDERS LESS CHANGE)
       *>  INTO THE SIGNED-ON CASHIER'S SLOT IN THE SHIFT TOTALS TABLE
       TallyCashier.
           ADD WSTndAmtNum TO CT-AMT(CTIdx).
           MOVE WSTND-CREDAMT TO WSTndAmtNum.
           ADD WSTndAmtNum TO CT-AMT(CTIdx).
           MOVE WSTND-PTSAMT TO WSTndAmtNum.
           ADD WSTndAmtNum TO CT-AMT(CTIdx).
           MOVE WSTND-CHANGE TO WSTndAmtNum.
           SUBTRACT WSTndAmtNum FROM CT-AMT(CTIdx).
           SUBTRACT WSTndAmtNum FROM CT-CASH(CTIdx).
       *>  THE SAME TAKINGS SPLIT BY THE TERMINAL THAT RANG THE SALE -
       *>  EACH TERMINAL HAS ITS OWN DRAWER TO COUNT AT THE CLOSE
       TallyTerminal.
           MOVE 'N' TO TTFound.
           PERFORM VARYING TTIdx FROM 1 BY 1 UNTIL TTIdx > TTCount
               IF TT-ID(TTIdx) = WSTND-TERMINAL
                   MOVE 'Y' TO TTFound
                   ADD 1 TO TT-RCPTS(TTIdx)
                   PERFORM AddTerminalTakings
               END-IF
           END-PERFORM.
           IF TTFound = 'N' AND TTCount < 99
               ADD 1 TO TTCount
               MOVE TTCount TO TTIdx
               MOVE WSTND-TERMINAL TO TT-ID(TTIdx)
               MOVE 1 TO TT-RCPTS(TTIdx)
               MOVE 0 TO TT-SALES(TTIdx)
               MOVE 0 TO TT-CASH(TTIdx)
               MOVE 0 TO TT-CARD(TTIdx)
               MOVE 0 TO TT-GCASH(TTIdx)
               MOVE 0 TO TT-CRED(TTIdx)
               PERFORM AddTerminalTakings
           END-IF.
       AddTerminalTakings.
           MOVE WSTND-CASHAMT TO WSTndAmtNum.
           ADD WSTndAmtNum TO TT-SALES(TTIdx).
           ADD WSTndAmtNum TO TT-CASH(TTIdx).
           MOVE WSTND-CARDAMT TO WSTndAmtNum.
           ADD WSTndAmtNum TO TT-SALES(TTIdx).
           ADD WSTndAmtNum TO TT-CARD(TTIdx).
           MOVE WSTND-GCASHAMT TO WSTndAmtNum.
           ADD WSTndAmtNum TO TT-SALES(TTIdx).
           ADD WSTndAmtNum TO TT-GCASH(TTIdx).
           MOVE WSTND-CREDAMT TO WSTndAmtNum.
           ADD WSTndAmtNum TO TT-SALES(TTIdx).
           ADD WSTndAmtNum TO TT-CRED(TTIdx).
           MOVE WSTND-PTSAMT TO WSTndAmtNum.
           ADD WSTndAmtNum TO TT-SALES(TTIdx).
           MOVE WSTND-CHANGE TO WSTndAmtNum.
           SUBTRACT WSTndAmtNum FROM TT-SALES(TTIdx).
           SUBTRACT WSTndAmtNum FROM TT-CASH(TTIdx).
       *>  RE-TALLIES ONLY THE PER-TERMINAL SPLIT FROM THE GATHERED DAY
       *>  TENDER JOURNAL, FOR A CLOSE RESUMED PART WAY THROUGH
       LoadTermTallies.
           MOVE 0 TO TTCount.
           OPEN INPUT TenderFile.
           IF WSTndStatus = "00"
               MOVE 'N' TO WSEOF
               PERFORM UNTIL WSEOF='Y'
                   READ TenderFile INTO WSTenderRec
                       AT END MOVE 'Y' TO WSEOF
                       NOT AT END PERFORM TallyTerminal
                   END-READ
               END-PERFORM
               CLOSE TenderFile
           END-IF.
       *>  COMPARES THE CASH COUNTED IN THE DRAWER AGAINST EXPECTED CASH
       *>  TAKINGS (CASH TENDERED LESS CHANGE GIVEN) AND PUTS THE
       *>  OVER/SHORT FIGURE ON PERMANENT RECORD IN THE DRAWER LOG
       *>  - ONE COUNT AND ONE DRAWER LOG LINE PER TERMINAL DRAWER
       DrawerReconcile.
           DISPLAY SPACE
           DISPLAY "DRAWER RECONCILIATION"
           IF TTCount = 0
               MOVE 1 TO TTCount
               MOVE WSTermId TO TT-ID(1)
               MOVE 0 TO TT-CASH(1)
           END-IF.
           PERFORM VARYING TTIdx FROM 1 BY 1 UNTIL TTIdx > TTCount
               PERFORM ReconcileOneDrawer
           END-PERFORM.
       ReconcileOneDrawer.
           MOVE TT-CASH(TTIdx) TO WSExpectedCash.
           MOVE WSExpectedCash TO WSTndPrint.
           DISPLAY SPACE
           DISPLAY "TERMINAL " TT-ID(TTIdx)
           DISPLAY "Expected Cash in Drawer: " WSTndPrint
           IF WSBatchMode = 'Y'
               PERFORM FindBatchCash
           ELSE
               DISPLAY "Enter Counted Cash: "
               ACCEPT WSCountedCash
           END-IF.
           COMPUTE WSOverShort = WSCountedCash - WSExpectedCash.
           MOVE WSOverShort TO WSOverShortPrint.
           DISPLAY "Drawer Over/Short      : " WSOverShortPrint.
           IF WSBatchMode = 'Y'
               PERFORM ReportBatchDrawer
           END-IF.
           OPEN EXTEND DrawerLogFile.
           IF WSDrwStatus NOT = "00"
               OPEN OUTPUT DrawerLogFile
           MOVE WSExpectedCash TO DRW-EXPECTED.
           MOVE WSCountedCash TO DRW-COUNTED.
           MOVE WSOverShort TO DRW-OVERSHORT.
           MOVE TT-ID(TTIdx) TO DRW-TERMINAL.
           WRITE DrawerLogRec.
           CLOSE DrawerLogFile.
       *>  COPIES THE DAY'S TENDER RECORDS INTO THEIR ARCHIVE - THE
               CLOSE TenderArchFile
               OPEN EXTEND TenderArchFile
           END-IF.
           MOVE 'N' TO WSStepFail.
           IF WSTndArchStatus NOT = "00"
               MOVE 'Y' TO WSStepFail
               GO TO ArchiveTendersCopyExit
           END-IF.
           OPEN INPUT TenderFile
           IF WSTndStatus = "00"
               MOVE 'N' TO WSEOF
                           MOVE WSTND-EXEMPT TO ATND-EXEMPT
                           MOVE WSTND-SCPWDID TO ATND-SCPWDID
                           MOVE WSTND-CASHIER TO ATND-CASHIER
                           MOVE WSTND-TERMINAL TO ATND-TERMINAL
                           MOVE WSTND-PTSAMT TO ATND-PTSAMT
                           WRITE ArchTenderRec
                   END-READ
               END-PERFORM
               CLOSE TenderFile
           END-IF
           CLOSE TenderArchFile.
       ArchiveTendersCopyExit.
           EXIT.
       *>  RESETS EVERY TERMINAL'S TENDER JOURNAL SO TOMORROW'S
       *>  RECONCILIATION STARTS FROM ZERO - ONLY EVER RUN AFTER THE
       *>  ARCHIVE COPY STEP COMPLETED. THE GATHERED Tender.txt IS LEFT
       *>  FOR THE REST OF THE CLOSE AND IS GATHERED OVER TOMORROW
       ResetTenders.
           PERFORM VARYING TRTIdx FROM 1 BY 1 UNTIL TRTIdx > TRTCount
               MOVE TRT-ID(TRTIdx) TO WSNameTerm
               PERFORM BuildPeerNames
               MOVE WSPeerTndName TO WSTndFileName
               OPEN OUTPUT TenderFile
               CLOSE TenderFile
           END-PERFORM.
           PERFORM UseDayJournals.
       *>  COPIES TODAY'S JOURNAL RECORDS INTO THE PERMANENT ARCHIVE -
       *>  TRUNCATING Receipt.txt IS A SEPARATE STEP FOR THE SAME
       *>  REASON AS THE TENDER JOURNAL
               CLOSE ReceiptArchiveFile
               OPEN EXTEND ReceiptArchiveFile
           END-IF.
           MOVE 'N' TO WSStepFail.
           IF WSArchStatus NOT = "00"
               MOVE 'Y' TO WSStepFail
               GO TO ArchiveJournalCopyExit
           END-IF.
           OPEN INPUT ReceiptFile
           MOVE "N" TO WSEOF
           PERFORM UNTIL WSEOF = 'Y'
                       MOVE WSRCPT-CUSTNAME TO ARCPT-CUSTNAME
                       MOVE WSRCPT-CASHIER TO ARCPT-CASHIER
                       MOVE WSITEM-DESC TO AITEM-DESC
                       MOVE WSRCPT-TERMINAL TO ARCPT-TERMINAL
                       WRITE ArchRcptInfo
               END-READ
           END-PERFORM
           CLOSE ReceiptFile
           CLOSE ReceiptArchiveFile.
       ArchiveJournalCopyExit.
           EXIT.
       *>  RESETS EVERY TERMINAL'S JOURNAL SO TOMORROW STARTS EMPTY
       ResetJournal.
           PERFORM VARYING TRTIdx FROM 1 BY 1 UNTIL TRTIdx > TRTCount
               MOVE TRT-ID(TRTIdx) TO WSNameTerm
               PERFORM BuildPeerNames
               MOVE WSPeerRcptName TO WSRcptFileName
               OPEN OUTPUT ReceiptFile
               CLOSE ReceiptFile
           END-PERFORM.
           PERFORM UseDayJournals.
       *>  WRITES A PLAIN DELIMITED FILE THE ACCOUNTING SYSTEM CAN IMPORT
       *>  WITH THE CLOSING DATE, EACH BRAND'S TOTAL SOLD, AND THE DAY'S TOTALS
       ExportAccounting.
               INTO WSExportLine
           END-STRING
           WRITE AcctExportRec FROM WSExportLine
       *>  POINTS REDEEMED AS TENDER RELIEVE THE POINTS LIABILITY
           MOVE SPACES TO WSExportLine
           MOVE WSDayPts TO WSVatExport
           STRING "POINTS-REDEEMED" DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               WSVatExport DELIMITED BY SIZE
               INTO WSExportLine
           END-STRING
           WRITE AcctExportRec FROM WSExportLine
       *>  ONE LINE PER TERMINAL - RECEIPTS, NET TAKINGS, CASH IN THE
       *>  DRAWER, CARD, GCASH AND STORE CREDIT TAKEN AT THAT TILL
           PERFORM VARYING TTIdx FROM 1 BY 1 UNTIL TTIdx > TTCount
               PERFORM ExportOneTerminal
           END-PERFORM
           CLOSE AcctExportFile.
       ExportOneTerminal.
           MOVE TT-RCPTS(TTIdx) TO WSTermRcptX.
           MOVE TT-SALES(TTIdx) TO WSTermSalesX.
           MOVE TT-CASH(TTIdx) TO WSTermCashX.
           MOVE TT-CARD(TTIdx) TO WSTermCardX.
           MOVE TT-GCASH(TTIdx) TO WSTermGCashX.
           MOVE TT-CRED(TTIdx) TO WSTermCredX.
           MOVE SPACES TO WSExportLine.
           STRING "TERMINAL" DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               TT-ID(TTIdx) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               WSTermRcptX DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               WSTermSalesX DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               WSTermCashX DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               WSTermCardX DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               WSTermGCashX DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               WSTermCredX DELIMITED BY SIZE
               INTO WSExportLine
           END-STRING.
           WRITE AcctExportRec FROM WSExportLine.
       *>  THE 5TH OPTION IN THE MAIN MENU
       *>  REVERSES A SALE - RESTORES THE STOCKFILE AND INVENTORYFILE RECORDS
       *>  THE SALE REDUCED OR DELETED, AND TAKES THE QUANTITY BACK OFF OF
           END-IF
           DISPLAY "Enter Quantity Returned: "
           ACCEPT TempQty.
       *>  A PAIR THAT CAME BACK DEFECTIVE MUST NOT GO BACK ON THE
       *>  SELLING FLOOR - IT GOES TO THE DAMAGED BUCKET INSTEAD, TO BE
       *>  SENT BACK TO THE SUPPLIER ON A RETURN-TO-VENDOR DOCUMENT
           DISPLAY "Return Reason: 1. Resaleable | 2. Defective".
           ACCEPT Choice.
           IF Choice = 2
               MOVE 'D' TO WSRtnReason
           ELSE
               MOVE 'R' TO WSRtnReason
           END-IF.
       *>  THE STORE CREDIT NUMBER IS CLAIMED BEFORE ANY STOCK MOVES, SO
       *>  A RETURN THAT CANNOT BE NUMBERED LEAVES THE FILES UNTOUCHED
           PERFORM NextCreditNumber.
           IF WSClaimOK NOT = 'Y'
               DISPLAY "No Store Credit Number Available - Return Not "
                   "Taken"
               CLOSE InventoryFile
               CLOSE StockFile
               CLOSE BrandFile
               GO TO ProcessReturnExit
           END-IF.
       *>  THE REFUND IS VALUED AT WHAT WAS ACTUALLY PAID - A PROMO
       *>  MARKDOWN SALE MUST NOT COME BACK AS A FULL-PRICE CREDIT
           PERFORM GetRefundPrice.
           IF WSRtnReason = 'D'
               PERFORM PostDamaged
           ELSE
               PERFORM RestoreReturnStock
           END-IF.
           PERFORM ReverseBrandSold.
       *>  THE REFUND VALUE USES THE PRICE ESTABLISHED UP FRONT BY
       *>  BECOMES A NUMBERED STORE CREDIT THE CUSTOMER SPENDS AT THE
       *>  TILL AND ACCOUNTING CAN SEE AS A STORED-VALUE LIABILITY
           PERFORM IssueStoreCredit.
           PERFORM ReverseLoyaltyPoints.
       *>  WHO TOOK THE RETURN, FOR WHAT, AND FOR HOW MUCH - WITH THE
       *>  AUTHORIZING SUPERVISOR CARRIED OVER FROM THE GATE CHECK
       *>  (THE STOCK KEY WAS CAPTURED INTO WSAudRef ABOVE)
           IF WSRtnReason = 'D'
               MOVE "RETURN-DMG" TO WSAudAction
           ELSE
               MOVE "RETURN" TO WSAudAction
           END-IF.
           MOVE WSRefundAmt TO WSAudValue.
           PERFORM WriteAuditLog.
           DISPLAY "Return Processed Successfully".
       ProcessReturnExit.
           EXIT.
       *>  A RESALEABLE RETURN GOES BACK INTO SELLABLE STOCK
       RestoreReturnStock.
       *>  IF THE ITEM WAS THE LAST ONE SOLD ITS INVENTORY RECORD WAS DELETED
       *>  SO IT HAS TO BE RE-WRITTEN WITH DETAILS RE-ENTERED BY THE CASHIER
           MOVE 'Y' TO ItemExist.
           READ InventoryFile
               INVALID KEY MOVE 'N' TO ItemExist
           END-READ.
           IF ItemExist = 'N'
               PERFORM RestoreInventoryRecord
           ELSE
               PERFORM RestoreInventoryStock
           END-IF.
       *>  THE STOCKFILE RECORD FOR THIS EXACT COLOR AND SIZE MAY ALSO HAVE
       *>  BEEN DELETED WHEN THE LAST ONE OF IT WAS SOLD
           MOVE 'Y' TO StockExist.
           READ StockFile
               INVALID KEY MOVE 'N' TO StockExist
           END-READ.
           IF StockExist = 'N'
               MOVE TempQty TO PerStock
               WRITE StockData
                   NOT INVALID KEY
                       DISPLAY "Stock Record Restored."
                       PERFORM AssignSku
               END-WRITE
           ELSE
               MOVE PerStock TO TempStock2
               ADD TempQty TO TempStock2
               MOVE TempStock2 TO PerStock
               REWRITE StockData
               END-REWRITE
           END-IF.
       *>  A DEFECTIVE RETURN IS ADDED TO THE DAMAGED BUCKET AT THE ITEM'S
       *>  CURRENT UNIT COST - STOCKFILE AND INVENTORYFILE ARE LEFT ALONE
       *>  SO THE PAIRS NEVER SHOW AS AVAILABLE OR IN THE VALUATION
       PostDamaged.
           MOVE 0 TO WSRtvCost.
           MOVE 'Y' TO ItemExist.
           READ InventoryFile
               INVALID KEY MOVE 'N' TO ItemExist
           END-READ.
           IF ItemExist = 'Y'
               MOVE UnitCost TO WSRtvCost
           END-IF.
           OPEN I-O DamagedFile.
           IF WSDmgStatus NOT = "00"
               OPEN OUTPUT DamagedFile
               CLOSE DamagedFile
               OPEN I-O DamagedFile
           END-IF.
           MOVE StockName TO DmgStockName.
           PERFORM GetSystemDate.
           MOVE 'Y' TO StockExist.
           READ DamagedFile
               INVALID KEY MOVE 'N' TO StockExist
           END-READ.
           IF StockExist = 'N'
               MOVE TempQty TO DMG-QTY
               MOVE WSRtvCost TO DMG-COST
               MOVE WSTodayX TO DMG-DATE
               WRITE DamagedData
               END-WRITE
           ELSE
               MOVE DMG-QTY TO TempStock2
               ADD TempQty TO TempStock2
               MOVE TempStock2 TO DMG-QTY
               IF WSRtvCost IS GREATER THAN 0
                   MOVE WSRtvCost TO DMG-COST
               END-IF
               MOVE WSTodayX TO DMG-DATE
               REWRITE DamagedData
               END-REWRITE
           END-IF.
           CLOSE DamagedFile.
           DISPLAY "Defective - " TempQty " Pair(s) to Damaged Stock".
       *>  ESTABLISHES THE PER-UNIT REFUND PRICE - THE RECEIPT IN THE
       *>  CUSTOMER'S HAND IS LOOKED UP FIRST IN TODAY'S JOURNAL AND
       *>  THEN IN THE ARCHIVE, AND ITS LINE PRICE (PROMO MARKDOWN AND
       GetRefundPrice.
           MOVE 0 TO WSPriceNum.
           MOVE 'N' TO WSRfndFound.
           MOVE SPACES TO WSRfndCust.
           DISPLAY "Enter Receipt Number (0 if Not to Hand): "
           ACCEPT WSRefundRcpt.
           IF WSRefundRcpt NOT = 0
               DISPLAY "Enter Price Actually Paid (Per Unit): "
               ACCEPT WSPriceNum
           END-IF.
       *>  SCANS TODAY'S JOURNALS (EVERY TERMINAL'S) AND THEN THE
       *>  ARCHIVE FOR THE RECEIPT LINE CARRYING THIS ITEM AND SIZE
       FindRefundLine.
           PERFORM LoadTerminals.
           PERFORM VARYING TRTIdx FROM 1 BY 1 UNTIL TRTIdx > TRTCount
               MOVE TRT-ID(TRTIdx) TO WSNameTerm
               PERFORM BuildPeerNames
               MOVE WSPeerRcptName TO WSRcptFileName
               PERFORM FindRefundInJournal
           END-PERFORM.
           PERFORM UseTerminalFiles.
           IF WSRfndFound = 'N'
               OPEN INPUT ReceiptArchiveFile
               IF WSArchStatus = "00"
                   CLOSE ReceiptArchiveFile
               END-IF
           END-IF.
       FindRefundInJournal.
           OPEN INPUT ReceiptFile.
           IF WSRcptStatus = "00"
               MOVE 'N' TO WSEOF
               PERFORM UNTIL WSEOF='Y'
                   READ ReceiptFile INTO WSRcptInfo
                       AT END MOVE 'Y' TO WSEOF
                       NOT AT END PERFORM CheckRefundLine
                   END-READ
               END-PERFORM
               CLOSE ReceiptFile
           END-IF.
       CheckRefundLine.
           IF WSRfndFound = 'N'
               AND WSRCPT-NO = WSRefundRcpt
               AND WSSHOE-NAME = ItemName
               AND WSSHOE-SIZE = SizeCode
               MOVE WSITEM-PRICE TO WSPriceNum
               MOVE WSRCPT-CUSTNAME TO WSRfndCust
               MOVE 'Y' TO WSRfndFound
           END-IF.
       *>  RE-CREATES AN INVENTORY RECORD THAT WAS DELETED WHEN ITS LAST
                   MOVE 'Y' TO ColorFound
               END-IF
           END-PERFORM.
       *>  AN ITEM SET UP FROM A SUPPLIER CATALOG HAS EMPTY LISTS UNTIL
       *>  ITS FIRST PAIRS ARRIVE
           IF ColorFound = 'N' AND AvlColor = SPACES
               MOVE ColorCode TO AvlColor
               MOVE 'Y' TO ColorFound
           END-IF.
           IF ColorFound = 'N'
               MOVE Clear TO FinalColor
               STRING AvlColor DELIMITED BY SPACE
                   MOVE 'Y' TO SizeFound
               END-IF
           END-PERFORM.
           IF SizeFound = 'N' AND AvlSizes = SPACES
               MOVE SizeCode TO AvlSizes
               MOVE 'Y' TO SizeFound
           END-IF.
           IF SizeFound = 'N'
               MOVE Clear TO FinalSIze
               STRING AvlSizes DELIMITED BY SPACE
           END-IF.
       *>  WRITES THE NUMBERED STORE CREDIT RECORD FOR A RETURN'S
       *>  REFUND VALUE - SAME CREATE-IF-MISSING OPEN USED FOR THE
       *>  OTHER INDEXED MASTERS. THE CALLER HAS ALREADY CLAIMED WSCrdNo
       *>  WITH NextCreditNumber BEFORE IT MOVED ANY STOCK
       IssueStoreCredit.
           DISPLAY "Enter Customer Name for the Credit: "
           ACCEPT WSCustName.
           PERFORM GetSystemDate.
           OPEN I-O CreditFile.
           IF WSCrdStatus NOT = "00"
               OPEN OUTPUT CreditFile
           DISPLAY "STORE CREDIT ISSUED - NO " WSCrdNo
               " FOR " WSTndPrint.
       *>  NEXT STORE CREDIT NUMBER FROM ITS OWN COUNTER FILE, SAME
       *>  PATTERN AS THE RECEIPT AND PO COUNTERS - THE COUNTER ONLY
       *>  SUGGESTS THE NUMBER, ClaimNumber MAKES IT OURS, AND THE
       *>  COUNTER IS ONLY EVER MOVED FORWARD SO A SLOWER TERMINAL
       *>  CANNOT WIND IT BACK UNDER A FASTER ONE
       NextCreditNumber.
           PERFORM ReadCreditCounter.
           ADD 1 TO CRDCTR-VALUE.
           MOVE 'C' TO WSClaimType.
           MOVE CRDCTR-VALUE TO WSClaimNo.
           PERFORM ClaimNumber THRU ClaimNumberExit.
           IF WSClaimOK = 'Y'
               MOVE WSClaimNo TO WSCrdNo
               PERFORM ReadCreditCounter
               IF CRDCTR-VALUE IS LESS THAN WSCrdNo
                   MOVE WSCrdNo TO CRDCTR-VALUE
                   OPEN OUTPUT CreditCounterFile
                   WRITE CreditCounterRec
                   CLOSE CreditCounterFile
               END-IF
           END-IF.
       ReadCreditCounter.
           MOVE 0 TO CRDCTR-VALUE.
           OPEN INPUT CreditCounterFile.
           IF WSCrdCtrStatus = "00"
               END-READ
               CLOSE CreditCounterFile
           END-IF.
       *>  NEXT RECEIPT NUMBER FROM THE COUNTER FILE - SHARED BY A NEW
       *>  SALE AND BY A LAYAWAY RELEASE PRINTING ITS FINAL RECEIPT, AND
       *>  BY EVERY TERMINAL, SO THE NUMBER IS CLAIMED BEFORE IT IS USED
       NextReceiptNumber.
           PERFORM ReadReceiptCounter.
           ADD 1 TO CTR-VALUE.
           MOVE 'R' TO WSClaimType.
           MOVE CTR-VALUE TO WSClaimNo.
           PERFORM ClaimNumber THRU ClaimNumberExit.
           IF WSClaimOK = 'Y'
               MOVE WSClaimNo TO WSRcptNo
               PERFORM ReadReceiptCounter
               IF CTR-VALUE IS LESS THAN WSRcptNo
                   MOVE WSRcptNo TO CTR-VALUE
                   OPEN OUTPUT CounterFile
                   WRITE CounterRec
                   CLOSE CounterFile
               END-IF
           END-IF.
       ReadReceiptCounter.
           MOVE 0 TO CTR-VALUE.
           OPEN INPUT CounterFile.
           IF WSCtrStatus = "00"
               END-READ
               CLOSE CounterFile
           END-IF.
       *>  NEXT LAYAWAY NUMBER FROM ITS OWN COUNTER FILE, SAME PATTERN
       *>  AS THE RECEIPT AND PO COUNTERS
       NextLayNumber.
           PERFORM ReadLayCounter.
           ADD 1 TO LAYCTR-VALUE.
           MOVE 'L' TO WSClaimType.
           MOVE LAYCTR-VALUE TO WSClaimNo.
           PERFORM ClaimNumber THRU ClaimNumberExit.
           IF WSClaimOK = 'Y'
               MOVE WSClaimNo TO WSLayNo
               PERFORM ReadLayCounter
               IF LAYCTR-VALUE IS LESS THAN WSLayNo
                   MOVE WSLayNo TO LAYCTR-VALUE
                   OPEN OUTPUT LayCounterFile
                   WRITE LayCounterRec
                   CLOSE LayCounterFile
               END-IF
           END-IF.
       ReadLayCounter.
           MOVE 0 TO LAYCTR-VALUE.
           OPEN INPUT LayCounterFile.
           IF WSLayCtrStatus = "00"
               END-READ
               CLOSE LayCounterFile
           END-IF.
       *>  CLAIMS A NUMBER FOR THIS TERMINAL - THE CLAIM RECORD IS
       *>  WRITTEN UNDER THE TYPE AND NUMBER AS KEY, AND A DUPLICATE KEY
       *>  MEANS ANOTHER TERMINAL GOT THERE FIRST, SO THE NEXT NUMBER UP
       *>  IS TRIED UNTIL A WRITE GOES THROUGH - THE INDEXED FILE LETS
       *>  ONLY ONE WRITER HAVE ANY GIVEN KEY
       *>  THE CLAIM FILE IS ONLY CREATED WHEN IT IS NOT THERE AT ALL
       *>  (STATUS 35) - A CLAIM FILE THAT IS BUSY OR DAMAGED IS TRIED
       *>  AGAIN A FEW TIMES AND THEN LEFT ALONE, NEVER RE-CREATED OVER
       *>  THE TOP OF THE OTHER TERMINALS' CLAIMS. WSClaimOK COMES BACK
       *>  'Y' WHEN THE NUMBER IS OURS AND 'E' WHEN NO NUMBER COULD BE
       *>  CLAIMED - THE CALLER MUST THEN STOP THE TRANSACTION
       ClaimNumber.
           PERFORM GetSystemDate.
           MOVE 'N' TO WSClaimOK.
           MOVE 0 TO WSClaimTry.
           PERFORM UNTIL WSClaimOK NOT = 'N'
               OPEN I-O NumClaimFile
               EVALUATE WSClmStatus
                   WHEN "00"
                       MOVE 'O' TO WSClaimOK
                   WHEN "35"
                       OPEN OUTPUT NumClaimFile
                       CLOSE NumClaimFile
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               IF WSClaimOK = 'N'
                   ADD 1 TO WSClaimTry
                   IF WSClaimTry IS NOT LESS THAN WSClaimTryMax
                       MOVE 'E' TO WSClaimOK
                   END-IF
               END-IF
           END-PERFORM.
           IF WSClaimOK = 'E'
               DISPLAY "Number Claim File Not Available - Status "
                   WSClmStatus
               GO TO ClaimNumberExit
           END-IF.
           MOVE 'N' TO WSClaimOK.
           PERFORM UNTIL WSClaimOK NOT = 'N'
               MOVE WSClaimType TO CLM-TYPE
               MOVE WSClaimNo TO CLM-NO
               MOVE WSTermId TO CLM-TERMINAL
               MOVE WSTodayX TO CLM-DATE
               WRITE NumClaimRec
                   INVALID KEY CONTINUE
               END-WRITE
               EVALUATE WSClmStatus
                   WHEN "00"
                       MOVE 'Y' TO WSClaimOK
                   WHEN "22"
                       ADD 1 TO WSClaimNo
                   WHEN OTHER
                       MOVE 'E' TO WSClaimOK
                       DISPLAY "Number Claim Not Written - Status "
                           WSClmStatus
               END-EVALUATE
           END-PERFORM.
           CLOSE NumClaimFile.
       ClaimNumberExit.
           EXIT.
       *>  THE LAYAWAY DESK - SUSPEND ONLY PARKS A SALE UNTIL THE SAME
       *>  EVENING, THIS IS THE HONEST WAY TO HOLD A PAIR AGAINST A
       *>  DEPOSIT AND COLLECT THE BALANCE OVER LATER VISITS
               GO TO NewLayawayExit
           END-IF.
           PERFORM NextLayNumber.
           IF WSClaimOK NOT = 'Y'
               DISPLAY "No Layaway Number Available - Layaway Not "
                   "Created"
               CLOSE InventoryFile
               CLOSE StockFile
               GO TO NewLayawayExit
           END-IF.
           MOVE WSLayDeposit TO WSLayPayAmt.
           MOVE WSLayNo TO WSRcptNo.
           PERFORM ComputeLayTenderVat.
               GO TO NewLayawayExit
           END-IF.
           PERFORM WriteTenderRecord.
           PERFORM EarnLayawayPoints.
       *>  THE RESERVATION COMES OFF THE SHELF FIGURES EXACTLY LIKE A
       *>  SALE WOULD, SO NOBODY ELSE CAN BE SOLD THE HELD PAIRS
           MOVE PerStock TO TempStock2.
           END-IF.
           PERFORM GetSystemDate.
           MOVE WSTodayX TO WSCrntdate.
       *>  THE FINAL PAYMENT NEEDS A RECEIPT NUMBER FOR THE RELEASE -
       *>  IT IS CLAIMED BEFORE ANY MONEY IS TAKEN SO THE CUSTOMER IS
       *>  NEVER CHARGED FOR A RELEASE THAT CANNOT BE NUMBERED
           IF WSLayPayAmt = WSLayBal
               PERFORM NextReceiptNumber
               IF WSClaimOK NOT = 'Y'
                   DISPLAY "No Receipt Number Available - Payment Not "
                       "Taken"
                   CLOSE LayawayFile
                   GO TO LayawayPaymentExit
               END-IF
               MOVE WSRcptNo TO WSLayRcptNo
           END-IF.
           MOVE WSLayNo TO WSRcptNo.
           PERFORM ComputeLayTenderVat.
           MOVE WSLayPayAmt TO WSAmountDue.
           MOVE LAY-CUSTNAME TO WSCustName.
           PERFORM TenderSale.
           IF WSTndAbort NOT = 'N'
               DISPLAY "Payment Not Taken"
               CLOSE LayawayFile
               IF WSLayPayAmt = WSLayBal
                   PERFORM AuditUnusedLayRcpt
               END-IF
               GO TO LayawayPaymentExit
           END-IF.
           PERFORM WriteTenderRecord.
           PERFORM EarnLayawayPoints.
           MOVE LAY-PAID TO WSLayPaid.
           ADD WSLayPayAmt TO WSLayPaid.
           MOVE WSLayPaid TO LAY-PAID.
           CLOSE LayawayFile.
       LayawayPaymentExit.
           EXIT.
       *>  THE RECEIPT NUMBER CLAIMED FOR A FINAL PAYMENT THAT WAS THEN
       *>  NOT TAKEN IS NEVER USED - IT IS LOGGED AS A VOID, THE SAME
       *>  AS A VOIDED SALE, SO THE GAP IN THE Z-READING'S RECEIPT
       *>  RANGE AND THE SALES BOOK CAN BE ACCOUNTED FOR
       AuditUnusedLayRcpt.
           MOVE SPACES TO WSAudSuper.
           MOVE "VOID" TO WSAudAction.
           MOVE SPACES TO WSAudRef.
           STRING "RCPT " DELIMITED BY SIZE
               WSLayRcptNo DELIMITED BY SIZE
               " LAY " DELIMITED BY SIZE
               WSLayNo DELIMITED BY SIZE
               INTO WSAudRef
           END-STRING.
           MOVE 0 TO WSAudValue.
           PERFORM WriteAuditLog.
           DISPLAY "Receipt " WSLayRcptNo " Not Used - Logged as Void".
       *>  THE FINAL PAYMENT - THE SALE GOES ON TODAY'S JOURNAL UNDER
       *>  A FRESH RECEIPT NUMBER (THE STOCK ALREADY LEFT THE SHELF
       *>  FIGURES WHEN IT WAS RESERVED), THE BRAND SOLD COUNT AND THE
       *>  CUSTOMER'S RUNNING RECORD CATCH UP, AND THE RECEIPT PRINTS
       *>  (THE RECEIPT NUMBER WAS CLAIMED BY LayawayPayment BEFORE THE
       *>  FINAL PAYMENT WAS TENDERED)
       ReleaseLayaway.
           MOVE WSLayRcptNo TO WSRcptNo.
           OPEN EXTEND ReceiptFile.
           IF WSRcptStatus NOT = "00"
               OPEN OUTPUT ReceiptFile
           MOVE LAY-QTY TO ITEM-QTY.
           MOVE LAY-PRICE TO ITEM-PRICE.
           MOVE LAY-TOTAL TO ITEM-AMOUNT.
           MOVE WSTermId TO RCPT-TERMINAL.
           WRITE RcptInfo.
           CLOSE ReceiptFile.
           MOVE LAY-STOCKNAME TO WSSdtKey.
           MOVE 'S' TO WSSdtWhich.
           MOVE WSCrntdate TO WSSdtDate.
           PERFORM StampStockDate.
           MOVE LAY-ITMNAME TO ItemName.
           MOVE LAY-QTY TO TempQty.
           OPEN I-O BrandFile.
           CLOSE BrandFile.
           MOVE LAY-CUSTNAME TO WSCustName.
           MOVE LAY-TOTAL TO WSReceiptTotal.
       *>  THE POINTS WERE EARNED AS EACH PAYMENT CAME IN
           MOVE 0 TO WSLoyBase.
           PERFORM UpdateCustomer.
           DISPLAY SPACE
           DISPLAY "******************************************************************".
               MOVE WSLayPaid TO WSLayForfeit
           END-IF.
           COMPUTE WSLayRefund = WSLayPaid - WSLayForfeit.
           IF WSLayRefund IS GREATER THAN 0
               PERFORM NextCreditNumber
               IF WSClaimOK NOT = 'Y'
                   DISPLAY "No Store Credit Number Available - Layaway "
                       "Not Cancelled"
                   CLOSE LayawayFile
                   GO TO CancelLayawayExit
               END-IF
           END-IF.
       *>  THE RESERVATION GOES BACK ON THE SHELF - SAME RESTORE STEPS
       *>  A RETURN USES, BUT NO BRAND REVERSAL BECAUSE THE SALE NEVER
       *>  REACHED THE BRAND SOLD COUNT
           END-IF.
           CLOSE StockFile.
           CLOSE InventoryFile.
           PERFORM ReverseLayawayPoints.
           IF WSLayRefund IS GREATER THAN 0
               MOVE WSLayRefund TO WSRefundAmt
               PERFORM IssueStoreCredit
               MOVE CustTotalSpent TO WSCustTotalPrint
               DISPLAY "Total Visits : " CustPurchCount
               DISPLAY "Total Spent  : " WSCustTotalPrint
               COMPUTE WSLoyValue = CustPoints * WSLoyPtValue
               MOVE WSLoyValue TO WSLoyValuePrint
               DISPLAY "Points       : " CustPoints
                   "  Worth: " WSLoyValuePrint
           ELSE
               DISPLAY "No Purchase Record Found for this Customer"
           END-IF.
           CLOSE CustomerFile.
           DISPLAY SPACE
           DISPLAY "ITEMS               COLOR          SZ  QTY         PRICE"
           PERFORM LoadTerminals.
           PERFORM VARYING TRTIdx FROM 1 BY 1 UNTIL TRTIdx > TRTCount
               MOVE TRT-ID(TRTIdx) TO WSNameTerm
               PERFORM BuildPeerNames
               MOVE WSPeerRcptName TO WSRcptFileName
               PERFORM InquireJournal
           END-PERFORM.
           PERFORM UseTerminalFiles.
           OPEN INPUT ReceiptArchiveFile.
           IF WSArchStatus = "00"
               MOVE "N" TO WSEOF
               END-PERFORM
               CLOSE CreditFile
           END-IF.
       *>  EVERY POINT MOVEMENT ON THE CUSTOMER'S LEDGER
           OPEN INPUT LoyaltyFile.
           IF WSLoyStatus = "00"
               DISPLAY SPACE
               DISPLAY "LOYALTY POINTS LEDGER"
               DISPLAY "DATE       MOVEMENT    POINTS  RECEIPT"
               MOVE 'N' TO WSEOF
               PERFORM UNTIL WSEOF='Y'
                   READ LoyaltyFile NEXT RECORD
                       AT END MOVE 'Y' TO WSEOF
                       NOT AT END
                           IF LOY-CUSTNAME = InqCustName
                               PERFORM ShowLedgerLine
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LoyaltyFile
           END-IF.
       ShowLedgerLine.
           EVALUATE LOY-TYPE
               WHEN 'E' MOVE "EARNED" TO WSLoyTypeName
               WHEN 'R' MOVE "REDEEMED" TO WSLoyTypeName
               WHEN 'V' MOVE "RETURNED" TO WSLoyTypeName
               WHEN 'X' MOVE "EXPIRED" TO WSLoyTypeName
               WHEN OTHER MOVE LOY-TYPE TO WSLoyTypeName
           END-EVALUATE.
           DISPLAY LOY-DATE " " WSLoyTypeName " " LOY-POINTS " "
               LOY-RCPTNO.
       *>  TODAY'S LINES FOR THE CUSTOMER FROM ONE TERMINAL'S JOURNAL
       InquireJournal.
           OPEN INPUT ReceiptFile.
           IF WSRcptStatus = "00"
               MOVE "N" TO WSEOF
               PERFORM UNTIL WSEOF = 'Y'
                   READ ReceiptFile INTO WSRcptInfo
                       AT END MOVE 'Y' TO WSEOF
                       NOT AT END
                           IF WSRCPT-CUSTNAME = InqCustName
                               DISPLAY WSITEM-DESC
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ReceiptFile
           END-IF.
       *>  THE 2ND OPTION IN THE MAIN MENU
       *>  THIS PARAGRAGH CONSIST OF ALL THE ACTIONS FOR THE INVENTORY
       *>  ALSO THE DISPLAY OF ALL THE ITEMS
           DISPLAY "2. Cheapest Item"
           DISPLAY "3. Most Expensive Item"
           DISPLAY "4. Inventory Valuation Report"
           DISPLAY "5. Stock Aging and Clearance Candidates"
           DISPLAY "0. Return to Main Menu"
           ACCEPT Choice
           EVALUATE Choice
           WHEN 2 PERFORM CheapItem
           WHEN 3 PERFORM ExpensiveItem
           WHEN 4 PERFORM ValuationReport
           WHEN 5 PERFORM StockAgingReport
           WHEN 0 GO TO MAIN
           WHEN OTHER GO TO ItemRecommend
           END-EVALUATE.
               MOVE WSBrand TO BV-CODE(BVIdx)
               MOVE WSItemValue TO BV-AMT(BVIdx)
           END-IF.
       *>  STOCK AGING - HOW LONG THE PAIRS ON HAND HAVE SAT SINCE THEIR
       *>  LAST DELIVERY, BY BRAND AND AT UNIT COST, THEN EVERY STOCK KEY
       *>  WITH NO SALE IN A CHOSEN NUMBER OF DAYS AS A CANDIDATE FOR A
       *>  CLEARANCE PROMOTION. PAIRS ON HAND FROM BEFORE DELIVERY DATES
       *>  WERE KEPT HAVE NO DATE AND ARE COUNTED AS OVER 180 DAYS
       StockAgingReport.
           DISPLAY SPACE
           DISPLAY "STOCK AGING REPORT"
           DISPLAY "Clearance - No Sale in How Many Days (0 = 180): "
           ACCEPT WSClrDays.
           IF WSClrDays = 0
               MOVE 180 TO WSClrDays
           END-IF.
           PERFORM GetSystemDate.
           MOVE WSTodayX TO WSDateWork.
           PERFORM ValidateDate.
           MOVE WSSerial TO WSAgeToday.
           DISPLAY "As of: " WSTodayX.
           MOVE 0 TO SAGCount.
           MOVE ZERO TO StkAgeTotals.
           MOVE 0 TO WSAgeUndated.
           MOVE 0 TO WSClrCount.
           OPEN INPUT StockFile.
           OPEN INPUT InventoryFile.
           MOVE 'N' TO WSSdtOpen.
           OPEN INPUT StockDateFile.
           IF WSSdtStatus = "00"
               MOVE 'Y' TO WSSdtOpen
           END-IF.
           MOVE 'N' TO WSEOF.
           PERFORM UNTIL WSEOF='Y'
               READ StockFile NEXT RECORD
                   AT END MOVE 'Y' TO WSEOF
                   NOT AT END
                       MOVE PerStock TO WSStockNum
                       IF WSStockNum IS GREATER THAN 0
                           PERFORM AgeStockKey
                       END-IF
               END-READ
           END-PERFORM.
           DISPLAY SPACE
           DISPLAY "BRAND                  0-30 DAYS    31-90 DAYS"
               "   91-180 DAYS  OVER 180 DAYS"
           PERFORM VARYING SAGIdx FROM 1 BY 1 UNTIL SAGIdx > SAGCount
               MOVE SAG-CODE(SAGIdx) TO WSLookupCode
               PERFORM BrandLookup
               MOVE WSBrandFullName TO SAP-NAME
               MOVE "  AT UNIT COST" TO SAV-NAME
               PERFORM VARYING SAGBkt FROM 1 BY 1 UNTIL SAGBkt > 4
                   MOVE SAG-PAIRS(SAGIdx, SAGBkt) TO SAP-PAIRS(SAGBkt)
                   MOVE SAG-VALUE(SAGIdx, SAGBkt) TO SAV-VALUE(SAGBkt)
               END-PERFORM
               DISPLAY StkAgePairLine
               DISPLAY StkAgeValueLine
           END-PERFORM.
           MOVE "TOTAL PAIRS" TO SAP-NAME.
           MOVE "  AT UNIT COST" TO SAV-NAME.
           PERFORM VARYING SAGBkt FROM 1 BY 1 UNTIL SAGBkt > 4
               MOVE SAT-PAIRS(SAGBkt) TO SAP-PAIRS(SAGBkt)
               MOVE SAT-VALUE(SAGBkt) TO SAV-VALUE(SAGBkt)
           END-PERFORM.
           DISPLAY SPACE
           DISPLAY StkAgePairLine
           DISPLAY StkAgeValueLine
           IF WSAgeUndated IS GREATER THAN 0
               MOVE WSAgeUndated TO WSAgeDaysPrint
               DISPLAY "Pairs With No Delivery Date (In Over 180): "
                   WSAgeDaysPrint
           END-IF.
       *>  SECOND PASS FOR THE CLEARANCE CANDIDATES
           CLOSE StockFile.
           OPEN INPUT StockFile.
           MOVE WSClrDays TO WSAgeDaysPrint.
           DISPLAY SPACE
           DISPLAY "CLEARANCE CANDIDATES - NO SALE IN " WSAgeDaysPrint
               " DAYS"
           DISPLAY "STOCK KEY                  PAIRS  LAST SALE   "
               "DELIVERED      DAYS"
           MOVE 'N' TO WSEOF.
           PERFORM UNTIL WSEOF='Y'
               READ StockFile NEXT RECORD
                   AT END MOVE 'Y' TO WSEOF
                   NOT AT END
                       MOVE PerStock TO WSStockNum
                       IF WSStockNum IS GREATER THAN 0
                           PERFORM ListClearanceKey
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE StockFile.
           CLOSE InventoryFile.
           IF WSSdtOpen = 'Y'
               CLOSE StockDateFile
           END-IF.
           DISPLAY SPACE
           IF WSClrCount = 0
               DISPLAY "No Clearance Candidates"
           ELSE
               DISPLAY "Candidates: " WSClrCount
                   " - Set Up Markdowns Under Promotions"
           END-IF.
           GO TO ItemRecommend.
       *>  PUTS ONE STOCK KEY'S PAIRS AND COST INTO ITS BRAND'S BUCKET
       AgeStockKey.
           PERFORM ReadStockDate.
           MOVE STItmName TO ItemName.
           MOVE 'Y' TO ItemExist.
           READ InventoryFile
               INVALID KEY MOVE 'N' TO ItemExist
           END-READ.
           MOVE 0 TO WSUnitCostNum.
           IF ItemExist = 'Y'
               MOVE UnitCost TO WSUnitCostNum
           END-IF.
           COMPUTE WSAgeValue = WSStockNum * WSUnitCostNum.
           MOVE 4 TO SAGBkt.
           IF SDT-DELIVERED = SPACES
               ADD WSStockNum TO WSAgeUndated
           ELSE
               MOVE SDT-DELIVERED TO WSDateWork
               PERFORM ValidateDate
               COMPUTE WSAgeDays = WSAgeToday - WSSerial
               EVALUATE TRUE
                   WHEN WSAgeDays IS GREATER THAN 180
                       MOVE 4 TO SAGBkt
                   WHEN WSAgeDays IS GREATER THAN 90
                       MOVE 3 TO SAGBkt
                   WHEN WSAgeDays IS GREATER THAN 30
                       MOVE 2 TO SAGBkt
                   WHEN OTHER
                       MOVE 1 TO SAGBkt
               END-EVALUATE
           END-IF.
           MOVE 'N' TO SAGFound.
           PERFORM VARYING SAGIdx FROM 1 BY 1
               UNTIL SAGIdx > SAGCount OR SAGFound = 'Y'
               IF SAG-CODE(SAGIdx) = STItmName(1:3)
                   MOVE 'Y' TO SAGFound
               END-IF
           END-PERFORM.
           IF SAGFound = 'Y'
               SUBTRACT 1 FROM SAGIdx
           ELSE
               IF SAGCount < 20
                   ADD 1 TO SAGCount
                   MOVE SAGCount TO SAGIdx
                   MOVE ZERO TO StkAgeEntry(SAGIdx)
                   MOVE STItmName(1:3) TO SAG-CODE(SAGIdx)
                   MOVE 'Y' TO SAGFound
               END-IF
           END-IF.
           IF SAGFound = 'Y'
               ADD WSStockNum TO SAG-PAIRS(SAGIdx, SAGBkt)
               ADD WSAgeValue TO SAG-VALUE(SAGIdx, SAGBkt)
           END-IF.
           ADD WSStockNum TO SAT-PAIRS(SAGBkt).
           ADD WSAgeValue TO SAT-VALUE(SAGBkt).
       *>  A KEY NEVER SOLD SINCE ITS LAST DELIVERY IS MEASURED FROM THE
       *>  DELIVERY, AND ONE WITH NO DATES AT ALL IS ALWAYS LISTED
       ListClearanceKey.
           PERFORM ReadStockDate.
           MOVE "NONE" TO WSSdtShowSale.
           MOVE "NONE" TO WSSdtShowDeliv.
           IF SDT-LASTSALE NOT = SPACES
               MOVE SDT-LASTSALE TO WSSdtShowSale
           END-IF.
           IF SDT-DELIVERED NOT = SPACES
               MOVE SDT-DELIVERED TO WSSdtShowDeliv
           END-IF.
           MOVE SDT-LASTSALE TO WSDateWork.
           IF WSDateWork = SPACES
               MOVE SDT-DELIVERED TO WSDateWork
           END-IF.
           IF WSDateWork = SPACES
               ADD 1 TO WSClrCount
               DISPLAY StockName "  " PerStock "  " WSSdtShowSale "  "
                   WSSdtShowDeliv "   NO DATES"
           ELSE
               PERFORM ValidateDate
               COMPUTE WSAgeDays = WSAgeToday - WSSerial
               IF WSAgeDays NOT < WSClrDays
                   ADD 1 TO WSClrCount
                   MOVE WSAgeDays TO WSAgeDaysPrint
                   DISPLAY StockName "  " PerStock "  " WSSdtShowSale
                       "  " WSSdtShowDeliv "  " WSAgeDaysPrint
               END-IF
           END-IF.
       ReadStockDate.
           MOVE 'N' TO WSSdtFound.
           IF WSSdtOpen = 'Y'
               MOVE StockName TO SDT-STOCKNAME
               MOVE 'Y' TO WSSdtFound
               READ StockDateFile
                   INVALID KEY MOVE 'N' TO WSSdtFound
               END-READ
           END-IF.
           IF WSSdtFound = 'N'
               MOVE SPACES TO SDT-DELIVERED
               MOVE SPACES TO SDT-LASTSALE
           END-IF.
       *>  RECORDS A DELIVERY (WSSdtWhich D) OR A SALE (S) OF THE STOCK
       *>  KEY IN WSSdtKey ON WSSdtDate FOR THE STOCK AGING REPORT
       StampStockDate.
           OPEN I-O StockDateFile.
           IF WSSdtStatus NOT = "00"
               OPEN OUTPUT StockDateFile
               CLOSE StockDateFile
               OPEN I-O StockDateFile
           END-IF.
           MOVE WSSdtKey TO SDT-STOCKNAME.
           MOVE 'Y' TO WSSdtFound.
           READ StockDateFile
               INVALID KEY MOVE 'N' TO WSSdtFound
           END-READ.
           IF WSSdtFound = 'N'
               MOVE WSSdtKey TO SDT-STOCKNAME
               MOVE SPACES TO SDT-DELIVERED
               MOVE SPACES TO SDT-LASTSALE
           END-IF.
           IF WSSdtWhich = 'D'
               MOVE WSSdtDate TO SDT-DELIVERED
           ELSE
               MOVE WSSdtDate TO SDT-LASTSALE
           END-IF.
           IF WSSdtFound = 'N'
               WRITE StockDateRec
               END-WRITE
           ELSE
               REWRITE StockDateRec
               END-REWRITE
           END-IF.
           CLOSE StockDateFile.
       *>  THE 7TH OPTION IN THE MAIN MENU
       *>  CONNECTS THE REORDER REPORT TO ACTUAL RESTOCKING - SUPPLIERS
       *>  ARE KEPT IN A MASTER FILE, PURCHASE ORDERS ARE RAISED AGAINST
               DISPLAY "3. Receive Purchase Order"
               DISPLAY "4. Display Purchase Orders"
               DISPLAY "5. Brand Maintenance"
               DISPLAY "6. Branch Transfers"
               DISPLAY "7. Supplier Invoices and Payables"
               DISPLAY "8. Return to Vendor (Defective Stock)"
               DISPLAY "9. Import Supplier Catalog"
               DISPLAY "ENTER ANY KEY TO EXIT"
               ACCEPT Num
               EVALUATE Num
                   WHEN 3 PERFORM ReceivePO
                   WHEN 4 PERFORM DisplayPO
                   WHEN 5 PERFORM BrandMaint
                   WHEN 6 PERFORM BranchTransfers
                   WHEN 7 PERFORM SupplierInvoices
                   WHEN 8 PERFORM ReturnToVendor
                   WHEN 9 PERFORM CatalogImport THRU CatalogImportExit
                   WHEN OTHER MOVE 'N' TO StayOpen
               END-EVALUATE
           END-PERFORM.
               DISPLAY "Supplier Does not Exist"
           ELSE
               PERFORM NextPONumber
               IF WSClaimOK = 'Y'
                   PERFORM EnterPOLines
               ELSE
                   DISPLAY "No PO Number Available - PO Not Raised"
               END-IF
           END-IF.
       *>  ASSIGN THE NEXT PO NUMBER FROM ITS OWN COUNTER FILE, THE SAME
       *>  PATTERN USED FOR RECEIPT NUMBERS SO A PO NUMBER IS NEVER REUSED
       NextPONumber.
           PERFORM ReadPOCounter.
           ADD 1 TO POCTR-VALUE.
           MOVE 'P' TO WSClaimType.
           MOVE POCTR-VALUE TO WSClaimNo.
           PERFORM ClaimNumber THRU ClaimNumberExit.
           IF WSClaimOK = 'Y'
               MOVE WSClaimNo TO WSPONo
               PERFORM ReadPOCounter
               IF POCTR-VALUE IS LESS THAN WSPONo
                   MOVE WSPONo TO POCTR-VALUE
                   OPEN OUTPUT POCounterFile
                   WRITE POCounterRec
                   CLOSE POCounterFile
               END-IF
           END-IF.
       ReadPOCounter.
           MOVE 0 TO POCTR-VALUE.
           OPEN INPUT POCounterFile.
           IF WSPOCtrStatus = "00"
               END-READ
               CLOSE POCounterFile
           END-IF.
       *>  TAKES THE ORDER LINES - EACH LINE IS AN ITEM, COLOR AND SIZE
       *>  WITH THE QUANTITY EXPECTED, WRITTEN WITH STATUS O FOR OPEN
       *>  SO RECEIVING KNOWS WHICH LINES ARE STILL OUTSTANDING
                   MOVE WSPODate TO PODate
                   MOVE 0 TO POQtyRecd
                   MOVE 'O' TO POLineStat
                   MOVE 0 TO POUnitCost
                   MOVE 0 TO POQtyInvd
                   WRITE POLineData
                       INVALID KEY DISPLAY "Line Already on this PO"
                       NOT INVALID KEY DISPLAY "PO Line Added."
       *>  THE MARGIN REPORT VALUES SALES AGAINST REAL COST
               DISPLAY "Enter Unit Cost Paid: "
               ACCEPT WSPOCostNum
               MOVE WSPOCostNum TO POUnitCost
               PERFORM PostPOStock
           END-IF
           REWRITE POLineData
                       PERFORM AssignSku
               END-WRITE
           ELSE
               MOVE PerStock TO TempStock2
               ADD TempQty TO TempStock2
               MOVE TempStock2 TO PerStock
               REWRITE StockData
               END-REWRITE
           END-IF.
           MOVE 'Y' TO ItemExist.
           READ InventoryFile
               INVALID KEY MOVE 'N' TO ItemExist
           END-READ.
           IF ItemExist = 'N'
               PERFORM RestoreInventoryRecord
           ELSE
               PERFORM RestoreInventoryStock
           END-IF.
       *>  THE DELIVERED COST OVERRIDES WHATEVER WAS ON THE RECORD -
       *>  THE LATEST DELIVERY IS WHAT THE NEXT SALE ACTUALLY COSTS US
           MOVE WSPOCostNum TO UnitCost.
           REWRITE ItemData
           END-REWRITE.
           PERFORM GetSystemDate.
           MOVE StockName TO WSSdtKey.
           MOVE 'D' TO WSSdtWhich.
           MOVE WSTodayX TO WSSdtDate.
           PERFORM StampStockDate.
       *>  LISTS EVERY PO LINE ON FILE WITH ITS STATUS SO OUTSTANDING
       *>  ORDERS AND PAST SHORTAGES CAN BE REVIEWED AT ANY TIME
       DisplayPO.
           DISPLAY SPACE
           DISPLAY "PURCHASE ORDERS ON FILE"
           DISPLAY "STATUS: O=OPEN R=RECEIVED S=SHORT SHIPPED"
           DISPLAY SPACE
           OPEN INPUT PurchOrdFile.
           IF WSPOStatus NOT = "00"
               DISPLAY "No Purchase Orders on File"
           ELSE
               MOVE 'N' TO WSEOF
               PERFORM UNTIL WSEOF='Y'
                   READ PurchOrdFile NEXT RECORD INTO WSPOLineData
                       AT END MOVE 'Y' TO WSEOF
                       NOT AT END DISPLAY WSPOLineData
                   END-READ
               END-PERFORM
               CLOSE PurchOrdFile
           END-IF.
       *>  SUPPLIER INVOICES - EVERY BILL IS ENTERED AGAINST ITS PO AND
       *>  EACH LINE CHECKED AGAINST WHAT WAS ACTUALLY RECEIVED AND
       *>  WHAT WE PAID PER UNIT ON THE DELIVERY - A LINE THAT DOES NOT
       *>  AGREE IS HELD AS DISPUTED INSTEAD OF APPROVED FOR PAYMENT
       SupplierInvoices.
           DISPLAY SPACE
           DISPLAY "SUPPLIER INVOICES AND PAYABLES"
           DISPLAY "1. Enter Supplier Invoice | 2. List Invoices"
           DISPLAY "3. Release Disputed Invoice | 4. Record Payment"
           DISPLAY "5. Payables Aging Report"
           ACCEPT Choice.
           EVALUATE Choice
               WHEN 1 PERFORM EnterInvoice THRU EnterInvoiceExit
               WHEN 2 PERFORM ListInvoices
               WHEN 3 PERFORM ReleaseInvoice THRU ReleaseInvoiceExit
               WHEN 4 PERFORM PayInvoice THRU PayInvoiceExit
               WHEN 5 PERFORM PayablesAging
           END-EVALUATE.
       *>  THE PO NUMBER DECIDES THE SUPPLIER - AN INVOICE CAN ONLY BILL
       *>  LINES OF ONE PO, FROM THE SUPPLIER THE PO WAS RAISED WITH
       EnterInvoice.
           DISPLAY "Enter PO Number Being Billed: "
           ACCEPT WSPONo.
           MOVE SPACES TO WSInvSupp.
           OPEN I-O PurchOrdFile.
           IF WSPOStatus NOT = "00"
               DISPLAY "No Purchase Orders on File"
               GO TO EnterInvoiceExit
           END-IF.
           MOVE 'N' TO WSEOF.
           PERFORM UNTIL WSEOF='Y'
               READ PurchOrdFile NEXT RECORD
                   AT END MOVE 'Y' TO WSEOF
                   NOT AT END
                       IF PO-NO = WSPONo
                           MOVE POSupplier TO WSInvSupp
                           MOVE 'Y' TO WSEOF
                       END-IF
               END-READ
           END-PERFORM.
           IF WSInvSupp = SPACES
               CLOSE PurchOrdFile
               DISPLAY "PO " WSPONo " Not on File"
               GO TO EnterInvoiceExit
           END-IF.
           DISPLAY "Supplier: " WSInvSupp.
           DISPLAY "Enter Supplier's Invoice Number: ".
           ACCEPT WSInvNo.
           MOVE 'N' TO WSDateValid.
           PERFORM UNTIL WSDateValid = 'Y'
               DISPLAY "Enter Invoice Date (MM/DD/YYYY): "
               ACCEPT WSInvDate
               MOVE WSInvDate TO WSDateWork
               PERFORM ValidateDate
               IF WSDateValid = 'N'
                   DISPLAY "Invalid Date - Use MM/DD/YYYY"
               END-IF
           END-PERFORM.
           OPEN I-O SuppInvFile.
           IF WSInvStatus NOT = "00"
               OPEN OUTPUT SuppInvFile
               CLOSE SuppInvFile
               OPEN I-O SuppInvFile
           END-IF.
           MOVE 0 TO WSInvOkCt.
           MOVE 0 TO WSInvDispCt.
           MOVE 0 TO WSInvTotal.
           MOVE 0 TO WSInvDispTotal.
           MOVE 'N' TO WSInvDone.
           PERFORM UNTIL WSInvDone = 'Y'
               DISPLAY SPACE
               DISPLAY "Enter Item Name Billed (0 When Done): "
               ACCEPT POItmName
               IF POItmName = '0'
                   MOVE 'Y' TO WSInvDone
               ELSE
                   PERFORM EnterInvoiceLine
               END-IF
           END-PERFORM.
           CLOSE SuppInvFile.
           CLOSE PurchOrdFile.
           MOVE WSInvTotal TO WSInvPrint.
           DISPLAY SPACE
           DISPLAY "INVOICE " WSInvNo " TOTAL      : " WSInvPrint.
           DISPLAY "LINES APPROVED FOR PAYMENT : " WSInvOkCt.
           MOVE WSInvDispTotal TO WSInvPrint.
           DISPLAY "LINES DISPUTED             : " WSInvDispCt
               "  " WSInvPrint.
           MOVE "INVOICE" TO WSAudAction.
           MOVE SPACES TO WSAudRef.
           STRING "I" DELIMITED BY SIZE
               WSInvNo DELIMITED BY SPACE
               "/" DELIMITED BY SIZE
               WSPONo DELIMITED BY SIZE
               INTO WSAudRef
           END-STRING.
           MOVE WSInvTotal TO WSAudValue.
           PERFORM WriteAuditLog.
       EnterInvoiceExit.
           EXIT.
       *>  ONE BILLED LINE - MATCHED TO THE PO LINE FOR THE SAME STOCK
       *>  KEY. IT IS APPROVED ONLY WHEN THE PAIRS WERE RECEIVED, THE
       *>  PAIRS BILLED SO FAR DO NOT EXCEED THE PAIRS RECEIVED (A SHORT
       *>  SHIPPED LINE IS PAYABLE ONLY FOR WHAT ARRIVED) AND THE UNIT
       *>  COST IS THE ONE PAID ON THE DELIVERY
       EnterInvoiceLine.
           DISPLAY "Enter Item Color: "
           ACCEPT POColorCode
           DISPLAY "Enter Item Size: "
           ACCEPT POSizeCode
           DISPLAY "Enter Quantity Billed: "
           ACCEPT WSInvQty
           DISPLAY "Enter Unit Cost Billed: "
           ACCEPT WSInvCost
           COMPUTE WSInvAmt = WSInvQty * WSInvCost
           MOVE WSInvSupp TO INV-SUPPLIER
           MOVE WSInvNo TO INV-NO
           MOVE POStockName TO INVStockName
           MOVE WSPONo TO INV-PONO
           MOVE WSInvDate TO INV-DATE
           MOVE WSInvQty TO INV-QTY
           MOVE WSInvCost TO INV-COST
           MOVE WSInvAmt TO INV-AMOUNT
           MOVE 'A' TO INV-STAT
           MOVE SPACES TO INV-REASON
           MOVE WSPONo TO PO-NO
           MOVE 'Y' TO ItemExist
           READ PurchOrdFile
               INVALID KEY MOVE 'N' TO ItemExist
           END-READ
           IF ItemExist = 'N'
               MOVE 'D' TO INV-STAT
               MOVE "NOT ON PO" TO INV-REASON
           ELSE
               MOVE POQtyRecd TO WSInvRecd
               MOVE POQtyInvd TO WSInvBilled
               MOVE POUnitCost TO WSInvPOCost
               ADD WSInvQty TO WSInvBilled
               EVALUATE TRUE
                   WHEN POLineStat = 'O'
                       MOVE 'D' TO INV-STAT
                       MOVE "NOT YET RECEIVED" TO INV-REASON
                   WHEN WSInvBilled IS GREATER THAN WSInvRecd
                       MOVE 'D' TO INV-STAT
                       IF POLineStat = 'S'
                           MOVE "BILLED SHORT SHIPPED" TO INV-REASON
                       ELSE
                           MOVE "BILLED OVER RECEIVED" TO INV-REASON
                       END-IF
                   WHEN WSInvCost NOT = WSInvPOCost
                       MOVE 'D' TO INV-STAT
                       MOVE "COST DIFFERS" TO INV-REASON
               END-EVALUATE
           END-IF
           WRITE InvLineData
               INVALID KEY
                   DISPLAY "Line Already on this Invoice"
               NOT INVALID KEY
                   ADD WSInvAmt TO WSInvTotal
                   IF INV-STAT = 'A'
                       ADD 1 TO WSInvOkCt
                       MOVE WSInvBilled TO POQtyInvd
                       REWRITE POLineData
                       END-REWRITE
                       DISPLAY "Line Matched - Approved for Payment"
                   ELSE
                       ADD 1 TO WSInvDispCt
                       ADD WSInvAmt TO WSInvDispTotal
                       DISPLAY "Line DISPUTED - " INV-REASON
                   END-IF
           END-WRITE.
       *>  EVERY INVOICE LINE ON FILE WITH ITS STATUS AND WHY A DISPUTED
       *>  LINE WAS HELD
       ListInvoices.
           DISPLAY SPACE
           DISPLAY "SUPPLIER INVOICES ON FILE"
           DISPLAY "STATUS: A=APPROVED D=DISPUTED P=PAID"
           DISPLAY SPACE
           OPEN INPUT SuppInvFile.
           IF WSInvStatus NOT = "00"
               DISPLAY "No Supplier Invoices on File"
           ELSE
               MOVE 'N' TO WSEOF
               PERFORM UNTIL WSEOF='Y'
                   READ SuppInvFile NEXT RECORD
                       AT END MOVE 'Y' TO WSEOF
                       NOT AT END
                           DISPLAY INV-SUPPLIER " " INV-NO " PO "
                               INV-PONO " " INV-DATE
                           DISPLAY "    " INVStockName " " INV-QTY
                               " @ " INV-COST " = " INV-AMOUNT " "
                               INV-STAT " " INV-REASON
                   END-READ
               END-PERFORM
               CLOSE SuppInvFile
           END-IF.
       *>  A DISPUTE SETTLED WITH THE SUPPLIER (CREDIT NOTE AGREED, COST
       *>  CONFIRMED) RELEASES THE INVOICE'S DISPUTED LINES FOR PAYMENT
       *>  - A SUPERVISOR DECISION, AND AUDITED
       ReleaseInvoice.
           PERFORM SupervisorCheck.
           IF WSAuthOK NOT = 'Y'
               DISPLAY "Supervisor Authorization Required"
               GO TO ReleaseInvoiceExit
           END-IF.
           DISPLAY "Enter Supplier Name: ".
           ACCEPT WSInvSupp.
           DISPLAY "Enter Supplier's Invoice Number: ".
           ACCEPT WSInvNo.
           MOVE 0 TO WSInvLineCt.
           MOVE 0 TO WSInvTotal.
           OPEN I-O SuppInvFile.
           IF WSInvStatus NOT = "00"
               DISPLAY "No Supplier Invoices on File"
               GO TO ReleaseInvoiceExit
           END-IF.
           OPEN I-O PurchOrdFile.
           MOVE 'N' TO WSEOF.
           PERFORM UNTIL WSEOF='Y'
               READ SuppInvFile NEXT RECORD
                   AT END MOVE 'Y' TO WSEOF
                   NOT AT END
                       IF INV-SUPPLIER = WSInvSupp AND INV-NO = WSInvNo
                           AND INV-STAT = 'D'
                           PERFORM ReleaseInvoiceLine
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PurchOrdFile.
           CLOSE SuppInvFile.
           IF WSInvLineCt = 0
               DISPLAY "No Disputed Lines on that Invoice"
           ELSE
               MOVE "INVRELEASE" TO WSAudAction
               MOVE SPACES TO WSAudRef
               STRING "INV " DELIMITED BY SIZE
                   WSInvNo DELIMITED BY SPACE
                   INTO WSAudRef
               END-STRING
               MOVE WSInvTotal TO WSAudValue
               PERFORM WriteAuditLog
               DISPLAY WSInvLineCt " Line(s) Released for Payment"
           END-IF.
       ReleaseInvoiceExit.
           EXIT.
       ReleaseInvoiceLine.
           DISPLAY INVStockName " " INV-QTY " @ " INV-COST " "
               INV-REASON.
           MOVE 'A' TO INV-STAT.
           MOVE SPACES TO INV-REASON.
           REWRITE InvLineData
           END-REWRITE.
           ADD 1 TO WSInvLineCt.
           MOVE INV-AMOUNT TO WSInvAmt.
           ADD WSInvAmt TO WSInvTotal.
       *>  THE RELEASED PAIRS COUNT AS BILLED AGAINST THE PO LINE SO A
       *>  LATER INVOICE FOR THE SAME PAIRS IS STILL CAUGHT
           MOVE INV-PONO TO PO-NO.
           MOVE INVStockName TO POStockName.
           MOVE 'Y' TO ItemExist.
           READ PurchOrdFile
               INVALID KEY MOVE 'N' TO ItemExist
           END-READ.
           IF ItemExist = 'Y'
               MOVE POQtyInvd TO WSInvBilled
               MOVE INV-QTY TO WSInvQty
               ADD WSInvQty TO WSInvBilled
               MOVE WSInvBilled TO POQtyInvd
               REWRITE POLineData
               END-REWRITE
           END-IF.
       *>  MARKS AN INVOICE'S APPROVED LINES PAID - DISPUTED LINES ARE
       *>  NEVER PAID UNTIL RELEASED. MONEY LEAVING THE BUSINESS IS A
       *>  SUPERVISOR DECISION, THE SAME AS RELEASING A DISPUTE
       PayInvoice.
           PERFORM SupervisorCheck.
           IF WSAuthOK NOT = 'Y'
               DISPLAY "Supervisor Authorization Required"
               GO TO PayInvoiceExit
           END-IF.
           DISPLAY "Enter Supplier Name: ".
           ACCEPT WSInvSupp.
           DISPLAY "Enter Supplier's Invoice Number: ".
           ACCEPT WSInvNo.
           MOVE 0 TO WSInvLineCt.
           MOVE 0 TO WSInvTotal.
           MOVE 0 TO WSInvDispCt.
           OPEN I-O SuppInvFile.
           IF WSInvStatus NOT = "00"
               DISPLAY "No Supplier Invoices on File"
               GO TO PayInvoiceExit
           END-IF.
           MOVE 'N' TO WSEOF.
           PERFORM UNTIL WSEOF='Y'
               READ SuppInvFile NEXT RECORD
                   AT END MOVE 'Y' TO WSEOF
                   NOT AT END
                       IF INV-SUPPLIER = WSInvSupp AND INV-NO = WSInvNo
                           IF INV-STAT = 'A'
                               MOVE 'P' TO INV-STAT
                               REWRITE InvLineData
                               END-REWRITE
                               ADD 1 TO WSInvLineCt
                               MOVE INV-AMOUNT TO WSInvAmt
                               ADD WSInvAmt TO WSInvTotal
                           END-IF
                           IF INV-STAT = 'D'
                               ADD 1 TO WSInvDispCt
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SuppInvFile.
           IF WSInvLineCt = 0
               DISPLAY "No Approved Unpaid Lines on that Invoice"
           ELSE
               MOVE WSInvTotal TO WSInvPrint
               DISPLAY "Paid: " WSInvLineCt " Line(s)  " WSInvPrint
               MOVE "INVPAID" TO WSAudAction
               MOVE SPACES TO WSAudRef
               STRING "INV " DELIMITED BY SIZE
                   WSInvNo DELIMITED BY SPACE
                   INTO WSAudRef
               END-STRING
               MOVE WSInvTotal TO WSAudValue
               PERFORM WriteAuditLog
           END-IF.
           IF WSInvDispCt IS GREATER THAN 0
               DISPLAY "Still Disputed - Not Paid: " WSInvDispCt
                   " Line(s)"
           END-IF.
       PayInvoiceExit.
           EXIT.
       *>  WHAT WE OWE AND TO WHOM - EVERY UNPAID APPROVED LINE AGED
       *>  FROM ITS INVOICE DATE INTO CURRENT, 30, 60 AND 90+ DAYS,
       *>  WITH DISPUTED LINES SHOWN APART AS ON HOLD
       PayablesAging.
           DISPLAY SPACE
           DISPLAY "PAYABLES AGING BY SUPPLIER"
           PERFORM GetSystemDate.
           MOVE WSTodayX TO WSDateWork.
           PERFORM ValidateDate.
           MOVE WSSerial TO WSAgeToday.
           DISPLAY "As of: " WSTodayX.
           MOVE 0 TO AGCount.
           MOVE ZERO TO WSAgeTotals.
           OPEN INPUT SupplierFile.
           IF WSSuppStatus = "00"
               MOVE 'N' TO WSEOF
               PERFORM UNTIL WSEOF='Y'
                   READ SupplierFile NEXT RECORD
                       AT END MOVE 'Y' TO WSEOF
                       NOT AT END
                           MOVE SuppName TO INV-SUPPLIER
                           PERFORM FindAgeEntry
                   END-READ
               END-PERFORM
               CLOSE SupplierFile
           END-IF.
           OPEN INPUT SuppInvFile.
           IF WSInvStatus = "00"
               MOVE 'N' TO WSEOF
               PERFORM UNTIL WSEOF='Y'
                   READ SuppInvFile NEXT RECORD
                       AT END MOVE 'Y' TO WSEOF
                       NOT AT END
                           IF INV-STAT = 'A' OR INV-STAT = 'D'
                               PERFORM AgeInvoiceLine
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SuppInvFile
           END-IF.
           DISPLAY "SUPPLIER                 CURRENT     31-60 DAYS"
               "  61-90 DAYS    90+ DAYS     ON HOLD"
           PERFORM VARYING AGIdx FROM 1 BY 1 UNTIL AGIdx > AGCount
               MOVE AG-CURRENT(AGIdx) TO AGCurPrint
               MOVE AG-30(AGIdx) TO AG30Print
               MOVE AG-60(AGIdx) TO AG60Print
               MOVE AG-90(AGIdx) TO AG90Print
               MOVE AG-HELD(AGIdx) TO AGHeldPrint
               DISPLAY AG-SUPP(AGIdx) " " AGCurPrint " " AG30Print
                   " " AG60Print " " AG90Print " " AGHeldPrint
           END-PERFORM.
           MOVE WSAgeTotCur TO AGCurPrint.
           MOVE WSAgeTot30 TO AG30Print.
           MOVE WSAgeTot60 TO AG60Print.
           MOVE WSAgeTot90 TO AG90Print.
           MOVE WSAgeTotHeld TO AGHeldPrint.
           DISPLAY "TOTAL                " " " AGCurPrint " " AG30Print
               " " AG60Print " " AG90Print " " AGHeldPrint.
       *>  FINDS (OR ADDS) THE AGING ENTRY FOR INV-SUPPLIER - AN INVOICE
       *>  FROM A SUPPLIER SINCE REMOVED FROM FILE STILL GETS A LINE
       FindAgeEntry.
           MOVE 'N' TO AGFound.
           PERFORM VARYING AGIdx FROM 1 BY 1
               UNTIL AGIdx > AGCount OR AGFound = 'Y'
               IF AG-SUPP(AGIdx) = INV-SUPPLIER
                   MOVE 'Y' TO AGFound
               END-IF
           END-PERFORM.
           IF AGFound = 'Y'
               SUBTRACT 1 FROM AGIdx
           ELSE
               IF AGCount < 50
                   ADD 1 TO AGCount
                   MOVE AGCount TO AGIdx
                   MOVE INV-SUPPLIER TO AG-SUPP(AGIdx)
                   MOVE 0 TO AG-CURRENT(AGIdx)
                   MOVE 0 TO AG-30(AGIdx)
                   MOVE 0 TO AG-60(AGIdx)
                   MOVE 0 TO AG-90(AGIdx)
                   MOVE 0 TO AG-HELD(AGIdx)
                   MOVE 'Y' TO AGFound
               END-IF
           END-IF.
       AgeInvoiceLine.
           PERFORM FindAgeEntry.
           IF AGFound = 'Y'
               MOVE INV-AMOUNT TO WSInvAmt
               IF INV-STAT = 'D'
                   ADD WSInvAmt TO AG-HELD(AGIdx)
                   ADD WSInvAmt TO WSAgeTotHeld
               ELSE
                   MOVE INV-DATE TO WSDateWork
                   PERFORM ValidateDate
                   COMPUTE WSAgeDays = WSAgeToday - WSSerial
                   EVALUATE TRUE
                       WHEN WSAgeDays IS GREATER THAN 90
                           ADD WSInvAmt TO AG-90(AGIdx)
                           ADD WSInvAmt TO WSAgeTot90
                       WHEN WSAgeDays IS GREATER THAN 60
                           ADD WSInvAmt TO AG-60(AGIdx)
                           ADD WSInvAmt TO WSAgeTot60
                       WHEN WSAgeDays IS GREATER THAN 30
                           ADD WSInvAmt TO AG-30(AGIdx)
                           ADD WSInvAmt TO WSAgeTot30
                       WHEN OTHER
                           ADD WSInvAmt TO AG-CURRENT(AGIdx)
                           ADD WSInvAmt TO WSAgeTotCur
                   END-EVALUATE
               END-IF
           END-IF.
       *>  RETURN TO VENDOR - DEFECTIVE PAIRS LEAVE THE DAMAGED BUCKET
       *>  ON A NUMBERED DOCUMENT RAISED AGAINST THE SUPPLIER, WHICH
       *>  STAYS AN OPEN CLAIM UNTIL THE SUPPLIER'S CREDIT MEMO COMES IN
       ReturnToVendor.
           DISPLAY SPACE
           DISPLAY "RETURN TO VENDOR"
           DISPLAY "1. Raise Return-to-Vendor | 2. Record Credit Memo"
           DISPLAY "3. Unpaid Claims Report | 4. Damaged Stock List"
           ACCEPT Choice.
           EVALUATE Choice
               WHEN 1 PERFORM RaiseRTV THRU RaiseRTVExit
               WHEN 2 PERFORM RecordCreditMemo THRU RecordCreditMemoExit
               WHEN 3 PERFORM UnpaidClaimsReport
               WHEN 4 PERFORM DamagedStockList
           END-EVALUATE.
       RaiseRTV.
       *>  THE SUPPLIER IS ONLY LOOKED UP HERE, SO THE FILE IS OPENED
       *>  FOR INPUT - SUPPLIERS ARE SET UP IN SUPPLIER MAINTENANCE
           OPEN INPUT SupplierFile.
           IF WSSuppStatus = "35"
               DISPLAY "No Supplier File - Set Up the Supplier First"
               GO TO RaiseRTVExit
           END-IF.
           IF WSSuppStatus NOT = "00"
               DISPLAY "Supplier File Not Available - Status "
                   WSSuppStatus
               GO TO RaiseRTVExit
           END-IF.
           DISPLAY "Enter Supplier Name : ".
           ACCEPT SuppName.
           MOVE 'Y' TO ItemExist.
           READ SupplierFile
               INVALID KEY MOVE 'N' TO ItemExist
           END-READ.
           CLOSE SupplierFile.
           IF ItemExist = 'N'
               DISPLAY "Supplier Does not Exist"
               GO TO RaiseRTVExit
           END-IF.
           OPEN I-O DamagedFile.
           IF WSDmgStatus NOT = "00"
               DISPLAY "No Damaged Stock on File"
               GO TO RaiseRTVExit
           END-IF.
           PERFORM NextRtvNumber.
           IF WSClaimOK NOT = 'Y'
               DISPLAY "No Return-to-Vendor Number Available - RTV Not "
                   "Raised"
               CLOSE DamagedFile
               GO TO RaiseRTVExit
           END-IF.
           DISPLAY "RETURN-TO-VENDOR NUMBER ASSIGNED: " WSRtvNo.
           PERFORM GetSystemDate.
           MOVE 0 TO WSRtvPairs.
           MOVE 0 TO WSRtvClaim.
           OPEN I-O RtvLineFile.
           IF WSRtlStatus NOT = "00"
               OPEN OUTPUT RtvLineFile
               CLOSE RtvLineFile
               OPEN I-O RtvLineFile
           END-IF.
           MOVE 'N' TO WSRtvDone.
           PERFORM UNTIL WSRtvDone = 'Y'
               DISPLAY SPACE
               DISPLAY "Enter Item Name or SKU to Return (0 When Done): "
               PERFORM GetItemKey
               IF WSKeyName = '0'
                   MOVE 'Y' TO WSRtvDone
               ELSE
                   PERFORM RaiseRTVLine
               END-IF
           END-PERFORM.
           CLOSE RtvLineFile.
           CLOSE DamagedFile.
           IF WSRtvPairs = 0
               DISPLAY "No Lines - Return-to-Vendor " WSRtvNo " is Empty"
               GO TO RaiseRTVExit
           END-IF.
           OPEN I-O RtvHeadFile.
           IF WSRthStatus NOT = "00"
               OPEN OUTPUT RtvHeadFile
               CLOSE RtvHeadFile
               OPEN I-O RtvHeadFile
           END-IF.
           MOVE WSRtvNo TO RTH-NO.
           MOVE SuppName TO RTH-SUPPLIER.
           MOVE WSTodayX TO RTH-DATE.
           MOVE WSRtvPairs TO RTH-PAIRS.
           MOVE WSRtvClaim TO RTH-CLAIM.
           MOVE 'O' TO RTH-STAT.
           MOVE SPACES TO RTH-MEMONO.
           MOVE SPACES TO RTH-MEMODATE.
           MOVE 0 TO RTH-CREDITED.
           WRITE RtvHeadData
           END-WRITE.
           CLOSE RtvHeadFile.
           MOVE "RTV" TO WSAudAction.
           MOVE SPACES TO WSAudRef.
           STRING "RTV " DELIMITED BY SIZE
               WSRtvNo DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               SuppName DELIMITED BY SIZE
               INTO WSAudRef
           END-STRING.
           MOVE WSRtvClaim TO WSAudValue.
           PERFORM WriteAuditLog.
           MOVE WSRtvClaim TO WSRtvPrint.
           DISPLAY "Return-to-Vendor " WSRtvNo " Raised - " WSRtvPairs
               " Pair(s), Claim " WSRtvPrint.
       RaiseRTVExit.
           EXIT.
       *>  ONE LINE - ONLY PAIRS ACTUALLY IN THE DAMAGED BUCKET CAN GO
       RaiseRTVLine.
           MOVE WSKeyName TO DmgItmName.
           IF WSSkuHit = 'Y'
               MOVE WSKeyColor TO DmgColorCode
               MOVE WSKeySize TO DmgSizeCode
           ELSE
               DISPLAY "Enter Item Color: "
               ACCEPT DmgColorCode
               DISPLAY "Enter Item Size: "
               ACCEPT DmgSizeCode
           END-IF.
           MOVE 'Y' TO StockExist.
           READ DamagedFile
               INVALID KEY MOVE 'N' TO StockExist
           END-READ.
           IF StockExist = 'Y'
               MOVE DMG-QTY TO WSRtvOnHand
           ELSE
               MOVE 0 TO WSRtvOnHand
           END-IF.
           IF WSRtvOnHand = 0
               DISPLAY "No Damaged Pairs on File for that Item"
           ELSE
               DISPLAY "Damaged on Hand: " DMG-QTY
               DISPLAY "Enter Quantity to Return: "
               ACCEPT TempQty
               IF TempQty = 0 OR TempQty IS GREATER THAN WSRtvOnHand
                   DISPLAY "Quantity Must be 1 to " DMG-QTY
                       " - Line Not Added"
               ELSE
                   MOVE DMG-COST TO WSRtvCost
                   COMPUTE WSRtvAmt = TempQty * WSRtvCost
                   MOVE WSRtvNo TO RTL-NO
                   MOVE DmgStockName TO RTLStockName
                   MOVE TempQty TO RTL-QTY
                   MOVE WSRtvCost TO RTL-COST
                   MOVE WSRtvAmt TO RTL-AMOUNT
                   WRITE RtvLineData
                       INVALID KEY
                           DISPLAY "Line Already on this Return"
                       NOT INVALID KEY
                           SUBTRACT TempQty FROM WSRtvOnHand
                           MOVE WSRtvOnHand TO DMG-QTY
                           REWRITE DamagedData
                           END-REWRITE
                           ADD TempQty TO WSRtvPairs
                           ADD WSRtvAmt TO WSRtvClaim
                           DISPLAY "Return Line Added."
                   END-WRITE
               END-IF
           END-IF.
       *>  ASSIGN THE NEXT RETURN-TO-VENDOR NUMBER, THE SAME PATTERN
       *>  USED FOR PO NUMBERS
       NextRtvNumber.
           PERFORM ReadRtvCounter.
           ADD 1 TO RTVCTR-VALUE.
           MOVE 'V' TO WSClaimType.
           MOVE RTVCTR-VALUE TO WSClaimNo.
           PERFORM ClaimNumber THRU ClaimNumberExit.
           IF WSClaimOK = 'Y'
               MOVE WSClaimNo TO WSRtvNo
               PERFORM ReadRtvCounter
               IF RTVCTR-VALUE IS LESS THAN WSRtvNo
                   MOVE WSRtvNo TO RTVCTR-VALUE
                   OPEN OUTPUT RtvCounterFile
                   WRITE RtvCounterRec
                   CLOSE RtvCounterFile
               END-IF
           END-IF.
       ReadRtvCounter.
           MOVE 0 TO RTVCTR-VALUE.
           OPEN INPUT RtvCounterFile.
           IF WSRtvCtrStatus = "00"
               READ RtvCounterFile INTO RtvCounterRec
                   AT END MOVE 0 TO RTVCTR-VALUE
               END-READ
               CLOSE RtvCounterFile
           END-IF.
       *>  RECORDS THE SUPPLIER'S CREDIT MEMO AGAINST THE DOCUMENT - A
       *>  MEMO FOR LESS THAN THE CLAIM LEAVES IT PART CREDITED AND
       *>  STILL ON THE UNPAID CLAIMS REPORT FOR THE DIFFERENCE
       RecordCreditMemo.
           DISPLAY "Enter Return-to-Vendor Number: ".
           ACCEPT WSRtvNo.
           OPEN I-O RtvHeadFile.
           IF WSRthStatus NOT = "00"
               DISPLAY "No Return-to-Vendor Documents on File"
               GO TO RecordCreditMemoExit
           END-IF.
           MOVE WSRtvNo TO RTH-NO.
           MOVE 'Y' TO ItemExist.
           READ RtvHeadFile
               INVALID KEY MOVE 'N' TO ItemExist
           END-READ.
           IF ItemExist = 'N'
               CLOSE RtvHeadFile
               DISPLAY "Return-to-Vendor " WSRtvNo " Not on File"
               GO TO RecordCreditMemoExit
           END-IF.
           IF RTH-STAT = 'C'
               CLOSE RtvHeadFile
               DISPLAY "Claim Already Credited in Full - Memo "
                   RTH-MEMONO
               GO TO RecordCreditMemoExit
           END-IF.
           DISPLAY "Supplier: " RTH-SUPPLIER "  Claim: " RTH-CLAIM
               "  Credited So Far: " RTH-CREDITED.
           DISPLAY "Enter Credit Memo Number: ".
           ACCEPT RTH-MEMONO.
           DISPLAY "Enter Credit Memo Amount: ".
           ACCEPT WSRtvMemoAmt.
           PERFORM GetSystemDate.
           MOVE WSTodayX TO RTH-MEMODATE.
           MOVE RTH-CREDITED TO WSRtvCredited.
           ADD WSRtvMemoAmt TO WSRtvCredited.
           MOVE WSRtvCredited TO RTH-CREDITED.
           MOVE RTH-CLAIM TO WSRtvClaim.
           IF WSRtvCredited IS LESS THAN WSRtvClaim
               MOVE 'P' TO RTH-STAT
           ELSE
               MOVE 'C' TO RTH-STAT
           END-IF.
           REWRITE RtvHeadData
           END-REWRITE.
           CLOSE RtvHeadFile.
           MOVE "RTVCREDIT" TO WSAudAction.
           MOVE SPACES TO WSAudRef.
           STRING "RTV " DELIMITED BY SIZE
               WSRtvNo DELIMITED BY SIZE
               " MEMO " DELIMITED BY SIZE
               RTH-MEMONO DELIMITED BY SPACE
               INTO WSAudRef
           END-STRING.
           MOVE WSRtvMemoAmt TO WSAudValue.
           PERFORM WriteAuditLog.
           IF RTH-STAT = 'C'
               DISPLAY "Claim Credited in Full"
           ELSE
               COMPUTE WSRtvOwed = WSRtvClaim - WSRtvCredited
               MOVE WSRtvOwed TO WSRtvOwedPrint
               DISPLAY "Part Credited - Still Owed: " WSRtvOwedPrint
           END-IF.
       RecordCreditMemoExit.
           EXIT.
       *>  EVERY DEFECTIVE-GOODS CLAIM THE SUPPLIER HAS NOT YET PAID IN
       *>  FULL, WITH WHAT IS STILL OWED ON IT
       UnpaidClaimsReport.
           DISPLAY SPACE
           DISPLAY "UNPAID RETURN-TO-VENDOR CLAIMS"
           DISPLAY "RTV#   SUPPLIER             RAISED     PAIRS"
               "       CLAIM     CREDITED        OWED"
           MOVE 0 TO WSRtvOpenCt.
           MOVE 0 TO WSRtvOwedTotal.
           OPEN INPUT RtvHeadFile.
           IF WSRthStatus NOT = "00"
               DISPLAY "No Return-to-Vendor Documents on File"
           ELSE
               MOVE 'N' TO WSEOF
               PERFORM UNTIL WSEOF='Y'
                   READ RtvHeadFile NEXT RECORD
                       AT END MOVE 'Y' TO WSEOF
                       NOT AT END
                           IF RTH-STAT NOT = 'C'
                               PERFORM ListUnpaidClaim
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RtvHeadFile
           END-IF.
           MOVE WSRtvOwedTotal TO WSRtvOwedPrint.
           DISPLAY "OPEN CLAIMS: " WSRtvOpenCt "   TOTAL OWED: "
               WSRtvOwedPrint.
       ListUnpaidClaim.
           ADD 1 TO WSRtvOpenCt.
           MOVE RTH-CLAIM TO WSRtvClaim.
           MOVE RTH-CREDITED TO WSRtvCredited.
           COMPUTE WSRtvOwed = WSRtvClaim - WSRtvCredited.
           ADD WSRtvOwed TO WSRtvOwedTotal.
           MOVE WSRtvOwed TO WSRtvOwedPrint.
           DISPLAY RTH-NO " " RTH-SUPPLIER " " RTH-DATE " " RTH-PAIRS
               " " RTH-CLAIM " " RTH-CREDITED " " WSRtvOwedPrint.
       *>  WHAT IS SITTING IN THE DAMAGED BUCKET WAITING TO GO BACK
       DamagedStockList.
           DISPLAY SPACE
           DISPLAY "DAMAGED STOCK AWAITING RETURN TO VENDOR"
           DISPLAY "ITEM CODE                  QTY  UNIT COST  SINCE"
           OPEN INPUT DamagedFile.
           IF WSDmgStatus NOT = "00"
               DISPLAY "No Damaged Stock on File"
           ELSE
               MOVE 'N' TO WSEOF
               PERFORM UNTIL WSEOF='Y'
                   READ DamagedFile NEXT RECORD
                       AT END MOVE 'Y' TO WSEOF
                       NOT AT END
                           MOVE DMG-QTY TO WSRtvOnHand
                           IF WSRtvOnHand IS GREATER THAN 0
                               DISPLAY DmgStockName " " DMG-QTY "  "
                                   DMG-COST "  " DMG-DATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DamagedFile
           END-IF.
       *>  BRANCH TRANSFERS - PAIRS MOVED BETWEEN STORES GO OUT ON A
       *>  NUMBERED TRANSFER DOCUMENT INSTEAD OF A FAKED RETURN OR A
       *>  STOCK-TAKE ADJUSTMENT, SIT IN TRANSIT UNTIL THE RECEIVING
       *>  STORE CONFIRMS WHAT ARRIVED, AND EVERY MOVE IS AUDITED
       BranchTransfers.
           DISPLAY SPACE
           DISPLAY "BRANCH TRANSFERS"
           PERFORM ReadBranch.
           IF WSBranchCode = SPACES
               DISPLAY "This Branch's Code is Not Set Up Yet"
           ELSE
               DISPLAY "This Branch: " WSBranchCode
               DISPLAY "Transfer File: " WSXferFileName
           END-IF.
           DISPLAY "1. Send Transfer | 2. Receive Transfer"
           DISPLAY "3. In-Transit and Discrepancy Report"
           DISPLAY "4. Set This Branch's Code"
           ACCEPT Choice.
           IF Choice = 4
               PERFORM SetBranchCode
           END-IF.
           IF Choice = 3
               PERFORM TransferReport
           END-IF.
           IF Choice = 1 OR Choice = 2
               IF WSBranchCode = SPACES
                   DISPLAY "Set This Branch's Code Before Transferring"
               ELSE
                   IF Choice = 1
                       PERFORM SendTransfer THRU SendTransferExit
                   ELSE
                       PERFORM ReceiveTransfer THRU ReceiveTransferExit
                   END-IF
               END-IF
           END-IF.
       ReadBranch.
           MOVE SPACES TO WSBranchCode.
           MOVE SPACES TO WSXferFileName.
           OPEN INPUT BranchFile.
           IF WSBrStatus = "00"
               READ BranchFile
                   AT END MOVE SPACES TO BranchRec
               END-READ
               MOVE BR-CODE TO WSBranchCode
               MOVE BR-XFERPATH TO WSXferFileName
               CLOSE BranchFile
           END-IF.
           IF WSXferFileName = SPACES
               MOVE "Transfer.txt" TO WSXferFileName
           END-IF.
       *>  THE BRANCH CODE GOES ON EVERY TRANSFER THIS STORE SENDS OR
       *>  RECEIVES, SO ONLY A SUPERVISOR MAY CHANGE IT
       SetBranchCode.
           PERFORM SupervisorCheck.
           IF WSAuthOK NOT = 'Y'
               DISPLAY "Supervisor Authorization Required"
           ELSE
               DISPLAY "Enter This Branch's Code (3 Characters): "
               ACCEPT BR-CODE
               DISPLAY "Enter Branch Name: "
               ACCEPT BR-NAME
               DISPLAY "Enter Shared Transfer File Path "
                   "(Blank for Transfer.txt Here): "
               MOVE SPACES TO BR-XFERPATH
               ACCEPT BR-XFERPATH
               IF BR-CODE = SPACES
                   DISPLAY "Branch Code Cannot be Blank"
               ELSE
                   OPEN OUTPUT BranchFile
                   WRITE BranchRec
                   CLOSE BranchFile
                   MOVE "BRANCHSET" TO WSAudAction
                   MOVE BR-CODE TO WSAudRef
                   MOVE 0 TO WSAudValue
                   PERFORM WriteAuditLog
                   DISPLAY "Branch Code Set to " BR-CODE
                   PERFORM ReadBranch
                   DISPLAY "Transfer File: " WSXferFileName
               END-IF
           END-IF.
       *>  SENDS A TRANSFER - EACH LINE COMES OFF THIS STORE'S STOCKFILE
       *>  AND INVENTORYFILE AS IT IS WRITTEN AND STAYS IN TRANSIT ON
       *>  THE TRANSFER FILE UNTIL THE OTHER STORE RECEIVES IT
       SendTransfer.
           PERFORM SupervisorCheck.
           IF WSAuthOK NOT = 'Y'
               DISPLAY "Supervisor Authorization Required"
               GO TO SendTransferExit
           END-IF.
           DISPLAY "Enter Receiving Branch Code: "
           ACCEPT WSXferTo.
           IF WSXferTo = SPACES OR WSXferTo = WSBranchCode
               DISPLAY "Receiving Branch Must be Another Branch"
               GO TO SendTransferExit
           END-IF.
           PERFORM NextXferNumber.
           IF WSClaimOK NOT = 'Y'
               DISPLAY "No Transfer Number Available - Transfer Not "
                   "Sent"
               GO TO SendTransferExit
           END-IF.
           DISPLAY "TRANSFER NUMBER ASSIGNED: " WSXferNo.
           PERFORM GetSystemDate.
           MOVE WSTodayX TO WSXferDate.
           MOVE 0 TO WSXferLineCt.
           MOVE 0 TO WSXferPairs.
       *>  THE SHARED FILE IS ONLY CREATED WHEN IT IS NOT THERE - A
       *>  FILE ANOTHER STORE HAS OPEN OR A DRIVE THAT IS NOT MAPPED
       *>  STOPS THE TRANSFER RATHER THAN STARTING A NEW EMPTY FILE
           OPEN I-O TransferFile.
           IF WSXfrStatus = "35"
               OPEN OUTPUT TransferFile
               CLOSE TransferFile
               OPEN I-O TransferFile
           END-IF.
           IF WSXfrStatus NOT = "00"
               DISPLAY "Transfer File Not Available - Status "
                   WSXfrStatus " - " WSXferFileName
               DISPLAY "Transfer " WSXferNo " Not Sent"
               GO TO SendTransferExit
           END-IF.
           OPEN I-O StockFile.
           OPEN I-O InventoryFile.
           MOVE 'N' TO WSXferDone.
           PERFORM UNTIL WSXferDone = 'Y'
               DISPLAY SPACE
               DISPLAY "Enter Item Name or SKU to Send (0 When Done): "
               PERFORM GetItemKey
               IF WSKeyName = '0'
                   MOVE 'Y' TO WSXferDone
               ELSE
                   PERFORM SendXferLine
               END-IF
           END-PERFORM.
           CLOSE TransferFile.
           CLOSE StockFile.
           CLOSE InventoryFile.
           IF WSXferLineCt = 0
               DISPLAY "No Lines Sent - Transfer " WSXferNo " is Empty"
               GO TO SendTransferExit
           END-IF.
           MOVE "XFERSEND" TO WSAudAction.
           MOVE SPACES TO WSAudRef.
           STRING "XFER " DELIMITED BY SIZE
               WSBranchCode DELIMITED BY SIZE
               WSXferNo DELIMITED BY SIZE
               " TO " DELIMITED BY SIZE
               WSXferTo DELIMITED BY SIZE
               INTO WSAudRef
           END-STRING.
           MOVE WSXferPairs TO WSAudValue.
           PERFORM WriteAuditLog.
           DISPLAY "Transfer " WSBranchCode WSXferNo " Sent to "
               WSXferTo " - " WSXferLineCt " Line(s), " WSXferPairs
               " Pair(s) in Transit".
       SendTransferExit.
           EXIT.
       *>  ONE LINE OF A TRANSFER - NO MORE CAN GO OUT THAN IS ON HAND
       *>  FOR THE COLOR AND SIZE, AND A LINE ALREADY ON THE DOCUMENT
       *>  IS REFUSED RATHER THAN SILENTLY ADDED TO
       SendXferLine.
           MOVE WSKeyName TO STItmName.
           IF WSSkuHit = 'Y'
               MOVE WSKeyColor TO ColorCode
               MOVE WSKeySize TO SizeCode
           ELSE
               DISPLAY "Enter Item Color: "
               ACCEPT ColorCode
               DISPLAY "Enter Item Size: "
               ACCEPT SizeCode
           END-IF.
           MOVE 'Y' TO StockExist.
           READ StockFile
               INVALID KEY MOVE 'N' TO StockExist
           END-READ.
           IF StockExist = 'N'
               DISPLAY "No Stock on File for that Item, Color and Size"
           ELSE
               DISPLAY "On Hand: " PerStock
               DISPLAY "Enter Quantity to Send: "
               ACCEPT TempQty
               MOVE PerStock TO TempStock2
               IF TempQty = 0 OR TempQty IS GREATER THAN TempStock2
                   DISPLAY "Quantity Must be 1 to " PerStock
                       " - Line Not Sent"
               ELSE
                   MOVE STItmName TO ItemName
                   MOVE 'Y' TO ItemExist
                   READ InventoryFile
                       INVALID KEY MOVE 'N' TO ItemExist
                   END-READ
                   MOVE WSBranchCode TO XFR-FROM
                   MOVE WSXferNo TO XFR-NO
                   MOVE StockName TO XFRStockName
                   MOVE WSXferTo TO XFR-TO
                   MOVE WSXferDate TO XFR-DATE
                   MOVE TempQty TO XFR-QTYSENT
                   MOVE 0 TO XFR-QTYRECD
                   MOVE SPACES TO XFR-RECDATE
                   MOVE 'T' TO XFR-STAT
                   MOVE 0 TO XFR-UNITCOST
                   IF ItemExist = 'Y'
                       MOVE UnitCost TO XFR-UNITCOST
                   END-IF
                   WRITE XferLineData
                       INVALID KEY
                           DISPLAY "Line Already on this Transfer"
                       NOT INVALID KEY
                           PERFORM XferStockOut
                           ADD 1 TO WSXferLineCt
                           ADD TempQty TO WSXferPairs
                           DISPLAY "Transfer Line Added."
                   END-WRITE
               END-IF
           END-IF.
       *>  TAKES THE PAIRS SENT OFF STOCKFILE AND INVENTORYFILE THE WAY
       *>  A POSTED STOCK-TAKE ADJUSTMENT DOES - THE RECORDS STAY ON
       *>  FILE AT ZERO AND THE ITEM IS MARKED SOLD OUT
       XferStockOut.
           MOVE PerStock TO TempStock2.
           SUBTRACT TempQty FROM TempStock2.
           MOVE TempStock2 TO PerStock.
           REWRITE StockData
           END-REWRITE.
           IF ItemExist = 'Y'
               MOVE Stock TO TempStock2
               IF TempQty IS GREATER THAN TempStock2
                   MOVE 0 TO TempStock2
               ELSE
                   SUBTRACT TempQty FROM TempStock2
               END-IF
               MOVE TempStock2 TO Stock
               IF TempStock2 = 0 AND ItemStatus = 'A'
                   MOVE 'S' TO ItemStatus
               END-IF
               REWRITE ItemData
               END-REWRITE
           END-IF.
       *>  ASSIGN THE NEXT TRANSFER NUMBER, THE SAME PATTERN USED FOR
       *>  PO NUMBERS SO A TRANSFER NUMBER IS NEVER REUSED
       NextXferNumber.
           PERFORM ReadXferCounter.
           ADD 1 TO XFRCTR-VALUE.
           MOVE 'T' TO WSClaimType.
           MOVE XFRCTR-VALUE TO WSClaimNo.
           PERFORM ClaimNumber THRU ClaimNumberExit.
           IF WSClaimOK = 'Y'
               MOVE WSClaimNo TO WSXferNo
               PERFORM ReadXferCounter
               IF XFRCTR-VALUE IS LESS THAN WSXferNo
                   MOVE WSXferNo TO XFRCTR-VALUE
                   OPEN OUTPUT XferCounterFile
                   WRITE XferCounterRec
                   CLOSE XferCounterFile
               END-IF
           END-IF.
       ReadXferCounter.
           MOVE 0 TO XFRCTR-VALUE.
           OPEN INPUT XferCounterFile.
           IF WSXfrCtrStatus = "00"
               READ XferCounterFile INTO XferCounterRec
                   AT END MOVE 0 TO XFRCTR-VALUE
               END-READ
               CLOSE XferCounterFile
           END-IF.
       *>  RECEIVES A TRANSFER - WALKS EVERY IN-TRANSIT LINE OF THE
       *>  TRANSFER ADDRESSED TO THIS BRANCH, TAKES THE QUANTITY THAT
       *>  ACTUALLY ARRIVED INTO STOCK AND CLEARS THE LINE FROM TRANSIT,
       *>  MARKING IT SHORT OR OVER WHEN THE COUNT DOES NOT AGREE
       ReceiveTransfer.
           DISPLAY "Enter Sending Branch Code: "
           ACCEPT WSXferFrom.
           DISPLAY "Enter Transfer Number: "
           ACCEPT WSXferNo.
           PERFORM GetSystemDate.
           MOVE WSTodayX TO WSXferDate.
           MOVE 0 TO WSXferLineCt.
           MOVE 0 TO WSXferPairs.
           MOVE 0 TO WSXferDiscCt.
           OPEN I-O TransferFile.
           IF WSXfrStatus NOT = "00"
               DISPLAY "No Transfers on File"
               GO TO ReceiveTransferExit
           END-IF.
           OPEN I-O StockFile.
           OPEN I-O InventoryFile.
           MOVE 'N' TO WSEOF.
           PERFORM UNTIL WSEOF='Y'
               READ TransferFile NEXT RECORD
                   AT END MOVE 'Y' TO WSEOF
                   NOT AT END
                       IF XFR-FROM = WSXferFrom AND XFR-NO = WSXferNo
                           AND XFR-STAT = 'T'
                           IF XFR-TO = WSBranchCode
                               ADD 1 TO WSXferLineCt
                               PERFORM ReceiveXferLine
                           ELSE
                               DISPLAY "Line " XFRStockName
                                   " is Addressed to Branch " XFR-TO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE TransferFile.
           CLOSE StockFile.
           CLOSE InventoryFile.
           IF WSXferLineCt = 0
               DISPLAY "No In-Transit Lines for Transfer " WSXferFrom
                   WSXferNo " to this Branch"
               GO TO ReceiveTransferExit
           END-IF.
           MOVE "XFERRECV" TO WSAudAction.
           MOVE SPACES TO WSAudRef.
           STRING "XFER " DELIMITED BY SIZE
               WSXferFrom DELIMITED BY SIZE
               WSXferNo DELIMITED BY SIZE
               " AT " DELIMITED BY SIZE
               WSBranchCode DELIMITED BY SIZE
               INTO WSAudRef
           END-STRING.
           MOVE WSXferPairs TO WSAudValue.
           PERFORM WriteAuditLog.
           IF WSXferDiscCt IS GREATER THAN 0
               DISPLAY "WARNING: " WSXferDiscCt
                   " Line(s) Short or Over Received"
           END-IF.
           DISPLAY "Transfer " WSXferFrom WSXferNo " Received - "
               WSXferPairs " Pair(s) Into Stock".
       ReceiveTransferExit.
           EXIT.
       *>  ONE LINE OF THE TRANSFER - A SHORT OR OVER COUNT IS KEPT ON
       *>  THE LINE FOR THE DISCREPANCY REPORT AND AUDITED AS IT HAPPENS
       ReceiveXferLine.
           DISPLAY SPACE
           DISPLAY "TRANSFER LINE: " XFRStockName " SENT: " XFR-QTYSENT.
           DISPLAY "Enter Quantity Received: ".
           ACCEPT TempQty.
           MOVE TempQty TO XFR-QTYRECD.
           MOVE WSXferDate TO XFR-RECDATE.
           MOVE XFR-QTYSENT TO WSXferSent.
           COMPUTE WSXferVar = TempQty - WSXferSent.
           EVALUATE TRUE
               WHEN WSXferVar IS LESS THAN 0
                   MOVE 'S' TO XFR-STAT
               WHEN WSXferVar IS GREATER THAN 0
                   MOVE 'O' TO XFR-STAT
               WHEN OTHER
                   MOVE 'R' TO XFR-STAT
           END-EVALUATE.
           IF WSXferVar NOT = 0
               ADD 1 TO WSXferDiscCt
               MOVE WSXferVar TO WSXferVarPrint
               DISPLAY "Line Received " WSXferVarPrint
                   " Against What Was Sent"
               MOVE "XFERDISC" TO WSAudAction
               MOVE XFRStockName TO WSAudRef
               MOVE WSXferVar TO WSAudValue
               PERFORM WriteAuditLog
           END-IF.
           IF TempQty IS GREATER THAN 0
               PERFORM PostXferStock
               ADD TempQty TO WSXferPairs
           END-IF.
           REWRITE XferLineData
           END-REWRITE.
       *>  ADDS THE RECEIVED PAIRS INTO STOCKFILE AND INVENTORYFILE WITH
       *>  THE SAME RESTORE PARAGRAPHS A DELIVERY USES - AN ITEM NEW TO
       *>  THIS STORE TAKES THE SENDING STORE'S UNIT COST
       PostXferStock.
           MOVE XFRItmName TO STItmName.
           MOVE XFRColorCode TO ColorCode.
           MOVE XFRSizeCode TO SizeCode.
           MOVE XFRItmName TO ItemName.
           MOVE 'Y' TO StockExist.
           READ StockFile
               INVALID KEY MOVE 'N' TO StockExist
           END-READ.
           IF StockExist = 'N'
               MOVE TempQty TO PerStock
               WRITE StockData
                   NOT INVALID KEY
                       DISPLAY "Stock Record Created."
                       PERFORM AssignSku
               END-WRITE
           ELSE
               MOVE PerStock TO TempStock2
               ADD TempQty TO TempStock2
               MOVE TempStock2 TO PerStock
               REWRITE StockData
               END-REWRITE
           END-IF.
           MOVE 'Y' TO ItemExist.
           READ InventoryFile
               INVALID KEY MOVE 'N' TO ItemExist
           END-READ.
           IF ItemExist = 'N'
               PERFORM RestoreInventoryRecord
           ELSE
               PERFORM RestoreInventoryStock
           END-IF.
           MOVE UnitCost TO WSXferCostNum.
           IF WSXferCostNum = 0
               MOVE XFR-UNITCOST TO UnitCost
               REWRITE ItemData
               END-REWRITE
           END-IF.
       *>  PAIRS ARRIVING FROM THE OTHER BRANCH ARE A DELIVERY TO THIS
       *>  STORE AS FAR AS THEIR AGE ON THE SHELF GOES
           PERFORM GetSystemDate.
           MOVE StockName TO WSSdtKey.
           MOVE 'D' TO WSSdtWhich.
           MOVE WSTodayX TO WSSdtDate.
           PERFORM StampStockDate.
       *>  TRANSFERS STILL IN TRANSIT (PAIRS AND VALUE AT COST) AND
       *>  EVERY LINE RECEIVED SHORT OR OVER - A MISSING CARTON SHOWS UP
       *>  HERE AS A TRANSFER THAT NEVER ARRIVES OR ARRIVES SHORT
       TransferReport.
           DISPLAY SPACE
           DISPLAY "BRANCH TRANSFERS IN TRANSIT"
           DISPLAY "FROM XFER#  TO  SENT       ITEM CODE"
               "                   QTY"
           MOVE 0 TO WSXferTransit.
           MOVE 0 TO WSXferValue.
           MOVE 0 TO WSXferDiscCt.
           OPEN INPUT TransferFile.
           IF WSXfrStatus NOT = "00"
               DISPLAY "No Transfers on File"
           ELSE
               MOVE 'N' TO WSEOF
               PERFORM UNTIL WSEOF='Y'
                   READ TransferFile NEXT RECORD
                       AT END MOVE 'Y' TO WSEOF
                       NOT AT END
                           IF XFR-STAT = 'T'
                               PERFORM ListTransitLine
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TransferFile
               MOVE WSXferValue TO WSXferValuePrint
               DISPLAY "PAIRS IN TRANSIT : " WSXferTransit
               DISPLAY "VALUE AT COST    : " WSXferValuePrint
               DISPLAY SPACE
               DISPLAY "SHORT AND OVER RECEIPTS"
               DISPLAY "FROM XFER#  TO  RECEIVED   ITEM CODE"
                   "                  SENT  RECD  VAR"
               OPEN INPUT TransferFile
               MOVE 'N' TO WSEOF
               PERFORM UNTIL WSEOF='Y'
                   READ TransferFile NEXT RECORD
                       AT END MOVE 'Y' TO WSEOF
                       NOT AT END
                           IF XFR-STAT = 'S' OR XFR-STAT = 'O'
                               PERFORM ListDiscrepancyLine
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TransferFile
               DISPLAY "LINES SHORT OR OVER: " WSXferDiscCt
           END-IF.
       ListTransitLine.
           MOVE XFR-QTYSENT TO WSXferSent.
           ADD WSXferSent TO WSXferTransit.
           MOVE XFR-UNITCOST TO WSXferCostNum.
           COMPUTE WSXferValue = WSXferValue
               + WSXferSent * WSXferCostNum.
           DISPLAY XFR-FROM "  " XFR-NO " " XFR-TO " " XFR-DATE " "
               XFRStockName " " XFR-QTYSENT.
       ListDiscrepancyLine.
           ADD 1 TO WSXferDiscCt.
           MOVE XFR-QTYSENT TO WSXferSent.
           MOVE XFR-QTYRECD TO TempQty.
           COMPUTE WSXferVar = TempQty - WSXferSent.
           MOVE WSXferVar TO WSXferVarPrint.
           DISPLAY XFR-FROM "  " XFR-NO " " XFR-TO " " XFR-RECDATE " "
               XFRStockName " " XFR-QTYSENT " " XFR-QTYRECD " "
               WSXferVarPrint.
       *>  SUPPLIER CATALOG IMPORT - LOADS A NEW SEASON'S ITEMS, COLORS,
       *>  SIZES, PRICES, COSTS AND SKUS IN ONE RUN INSTEAD OF KEYING
       *>  EVERY ONE THROUGH AddItem AND AddExist. A LINE IS REJECTED,
       *>  WITH ITS REASON ON CatImport.txt, FOR AN UNKNOWN OR INACTIVE
       *>  BRAND, A BAD PRICE OR COST, OR A STOCK KEY OR BARCODE THAT
       *>  ALREADY EXISTS. NEW STOCK KEYS START AT ZERO PAIRS - THE PAIRS
       *>  THEMSELVES STILL COME IN THROUGH RECEIVE PURCHASE ORDER, AND
       *>  ONLY THEN DOES THE COLOR AND SIZE SHOW AS AVAILABLE
       CatalogImport.
           DISPLAY SPACE
           DISPLAY "IMPORT SUPPLIER CATALOG"
           DISPLAY "Line Layout: BRAND,MODEL,COLOR,SIZE,PRICE,COST,BARCODE"
           DISPLAY "Catalog File Name (Blank = Catalog.txt): "
           MOVE SPACES TO WSCatName.
           ACCEPT WSCatName.
           IF WSCatName = SPACES
               MOVE "Catalog.txt" TO WSCatName
           END-IF.
           OPEN INPUT CatalogFile.
           IF WSCatStatus NOT = "00"
               DISPLAY "Catalog File Not Found: " WSCatName
               GO TO CatalogImportExit
           END-IF.
           DISPLAY "1. Preview Only (Nothing Posted) | 2. Post Catalog"
           ACCEPT Choice.
           EVALUATE Choice
               WHEN 1 MOVE 'Y' TO WSCatPreview
               WHEN 2 MOVE 'N' TO WSCatPreview
               WHEN OTHER
                   CLOSE CatalogFile
                   GO TO CatalogImportExit
           END-EVALUATE.
       *>  POSTING SETS SELLING PRICES, SO IT NEEDS THE SAME AUTHORITY
       *>  AS A PRICE CHANGE - A PREVIEW CHANGES NOTHING AND DOES NOT
           IF WSCatPreview = 'N'
               PERFORM SupervisorCheck
               IF WSAuthOK NOT = 'Y'
                   DISPLAY "Supervisor Authorization Required"
                   CLOSE CatalogFile
                   GO TO CatalogImportExit
               END-IF
           END-IF.
           OPEN INPUT BrandMastFile.
           IF WSBMStatus NOT = "00"
               PERFORM SeedBrandMast
               OPEN INPUT BrandMastFile
           END-IF.
           OPEN I-O StockFile.
           OPEN I-O InventoryFile.
           PERFORM GetSystemDate.
           OPEN OUTPUT CatRptFile.
           MOVE SPACES TO WSCatRptLine.
           STRING "SUPPLIER CATALOG IMPORT " DELIMITED BY SIZE
               WSTodayX DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WSCatName DELIMITED BY SPACE
               INTO WSCatRptLine
           END-STRING.
           WRITE CatRptRec FROM WSCatRptLine.
           IF WSCatPreview = 'Y'
               MOVE "PREVIEW - NOTHING POSTED" TO WSCatRptLine
           ELSE
               MOVE "POSTED TO Inventory.txt, Stock.txt AND SkuXref.txt"
                   TO WSCatRptLine
           END-IF.
           WRITE CatRptRec FROM WSCatRptLine.
           MOVE SPACES TO CatRptRec.
           WRITE CatRptRec.
           MOVE 0 TO WSCatLineNo.
           MOVE 0 TO WSCatAcceptCt.
           MOVE 0 TO WSCatRejectCt.
           MOVE 0 TO WSCatNewItemCt.
           MOVE 0 TO CICount.
           MOVE 0 TO CKCount.
           MOVE 'N' TO WSEOF.
           PERFORM UNTIL WSEOF='Y'
               READ CatalogFile INTO WSCatLine
                   AT END MOVE 'Y' TO WSEOF
                   NOT AT END
                       ADD 1 TO WSCatLineNo
                       PERFORM ImportCatalogLine
               END-READ
           END-PERFORM.
           CLOSE CatalogFile.
           CLOSE BrandMastFile.
           CLOSE StockFile.
           CLOSE InventoryFile.
           MOVE SPACES TO CatRptRec.
           WRITE CatRptRec.
           MOVE SPACES TO WSCatRptLine.
           STRING "LINES READ " DELIMITED BY SIZE
               WSCatLineNo DELIMITED BY SIZE
               "  ACCEPTED " DELIMITED BY SIZE
               WSCatAcceptCt DELIMITED BY SIZE
               "  REJECTED " DELIMITED BY SIZE
               WSCatRejectCt DELIMITED BY SIZE
               "  NEW ITEMS " DELIMITED BY SIZE
               WSCatNewItemCt DELIMITED BY SIZE
               INTO WSCatRptLine
           END-STRING.
           WRITE CatRptRec FROM WSCatRptLine.
           CLOSE CatRptFile.
           DISPLAY SPACE
           DISPLAY WSCatRptLine
           IF WSCatPreview = 'Y'
               DISPLAY "Preview Only - Nothing Posted"
           ELSE
               MOVE "CATIMPORT" TO WSAudAction
               MOVE WSCatName TO WSAudRef
               MOVE WSCatAcceptCt TO WSAudValue
               PERFORM WriteAuditLog
           END-IF
           DISPLAY "Import Report Written to CatImport.txt".
       CatalogImportExit.
           EXIT.
       *>  A BLANK LINE OR THE SUPPLIER'S COLUMN HEADING IS PASSED OVER
       ImportCatalogLine.
           IF WSCatLine NOT = SPACES AND WSCatLine(1:6) NOT = "BRAND,"
               PERFORM CheckCatalogLine THRU CheckCatalogLineExit
               IF WSCatReason = SPACES
                   PERFORM AcceptCatalogLine
               ELSE
                   ADD 1 TO WSCatRejectCt
                   MOVE SPACES TO WSCatRptLine
                   STRING "LINE " DELIMITED BY SIZE
                       WSCatLineNo DELIMITED BY SIZE
                       " REJECTED " DELIMITED BY SIZE
                       WSCatReason DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WSCatLine DELIMITED BY SIZE
                       INTO WSCatRptLine
                   END-STRING
                   WRITE CatRptRec FROM WSCatRptLine
                   DISPLAY WSCatRptLine
               END-IF
           END-IF.
       *>  SPLITS THE LINE AND RUNS EVERY CHECK IN TURN - THE FIRST ONE
       *>  THAT FAILS LEAVES ITS REASON IN WSCatReason
       CheckCatalogLine.
           MOVE SPACES TO WSCatReason.
           MOVE SPACES TO WSCatKey.
           MOVE SPACES TO WSCatBrand.
           MOVE SPACES TO WSCatModel.
           MOVE SPACES TO WSCatColor.
           MOVE SPACES TO WSCatSize.
           MOVE SPACES TO WSCatPriceX.
           MOVE SPACES TO WSCatCostX.
           MOVE SPACES TO WSCatBarcode.
           MOVE 0 TO CIHit.
           UNSTRING WSCatLine DELIMITED BY ','
               INTO WSCatBrand WSCatModel WSCatColor WSCatSize
                   WSCatPriceX WSCatCostX WSCatBarcode
           END-UNSTRING.
           IF WSCatCostX = SPACES
               MOVE "MISSING FIELDS" TO WSCatReason
               GO TO CheckCatalogLineExit
           END-IF.
           IF WSCatBrand(1:3) = SPACES OR WSCatBrand(4:7) NOT = SPACES
               MOVE "BRAND CODE NOT 3 CHARACTERS" TO WSCatReason
               GO TO CheckCatalogLineExit
           END-IF.
           IF WSCatModel = SPACES OR WSCatModel(18:13) NOT = SPACES
               MOVE "MODEL BLANK OR OVER 17 CHARACTERS" TO WSCatReason
               GO TO CheckCatalogLineExit
           END-IF.
           IF WSCatColor = SPACES OR WSCatColor(4:7) NOT = SPACES
               MOVE "COLOR BLANK OR OVER 3 CHARACTERS" TO WSCatReason
               GO TO CheckCatalogLineExit
           END-IF.
           IF WSCatSize = SPACES OR WSCatSize(3:8) NOT = SPACES
               MOVE "SIZE BLANK OR OVER 2 CHARACTERS" TO WSCatReason
               GO TO CheckCatalogLineExit
           END-IF.
           MOVE WSCatBrand TO WCK-BRAND.
           MOVE WSCatModel TO WCK-MODEL.
           MOVE WSCatColor TO WCK-COLOR.
           MOVE WSCatSize TO WCK-SIZE.
           MOVE WCK-BRAND TO BMCode.
           MOVE 'Y' TO ItemExist.
           READ BrandMastFile
               INVALID KEY MOVE 'N' TO ItemExist
           END-READ.
           IF ItemExist = 'N'
               MOVE "BRAND NOT ON BrandMast.txt" TO WSCatReason
               GO TO CheckCatalogLineExit
           END-IF.
           IF BMActive NOT = 'A'
               MOVE "BRAND INACTIVE" TO WSCatReason
               GO TO CheckCatalogLineExit
           END-IF.
           MOVE WSCatPriceX TO WSCatAmtX.
           PERFORM ParseCatAmount.
           IF WSCatAmtOK = 'N' OR WSCatAmt = 0
               MOVE "BAD SELLING PRICE" TO WSCatReason
               GO TO CheckCatalogLineExit
           END-IF.
           MOVE WSCatAmt TO WSCatPrice.
           MOVE WSCatCostX TO WSCatAmtX.
           PERFORM ParseCatAmount.
           IF WSCatAmtOK = 'N' OR WSCatAmt = 0
               MOVE "BAD UNIT COST" TO WSCatReason
               GO TO CheckCatalogLineExit
           END-IF.
           MOVE WSCatAmt TO WSCatCost.
           IF WSCatCost IS GREATER THAN WSCatPrice
               MOVE "UNIT COST ABOVE SELLING PRICE" TO WSCatReason
               GO TO CheckCatalogLineExit
           END-IF.
       *>  A BARCODE OF 6 DIGITS OR LESS WOULD BE TAKEN FOR ONE OF OUR
       *>  OWN SKU NUMBERS AT THE TILL
           IF WSCatBarcode NOT = SPACES
               MOVE 0 TO WSCatBarLen
               INSPECT WSCatBarcode TALLYING WSCatBarLen
                   FOR CHARACTERS BEFORE INITIAL SPACE
               IF WSCatBarLen < 7 OR WSCatBarLen > 14
                   MOVE "BARCODE NOT 7 TO 14 DIGITS" TO WSCatReason
                   GO TO CheckCatalogLineExit
               END-IF
               IF WSCatBarcode(1:WSCatBarLen) IS NOT NUMERIC
                   OR WSCatBarcode(WSCatBarLen + 1:) NOT = SPACES
                   MOVE "BARCODE NOT 7 TO 14 DIGITS" TO WSCatReason
                   GO TO CheckCatalogLineExit
               END-IF
           END-IF.
           PERFORM FindCatItem.
           IF CIHit = 0 AND WSCatFound = 'F'
               MOVE "OVER 500 ITEMS IN ONE RUN" TO WSCatReason
               GO TO CheckCatalogLineExit
           END-IF.
           IF CIHit > 0
               IF CI-STATUS(CIHit) = 'D'
                   MOVE "ITEM DISCONTINUED" TO WSCatReason
                   GO TO CheckCatalogLineExit
               END-IF
               IF CI-PRICE(CIHit) NOT = WSCatPrice
                   MOVE CI-PRICE(CIHit) TO WSCatPrint
                   STRING "PRICE DIFFERS FROM ITEM PRICE "
                           DELIMITED BY SIZE
                       WSCatPrint DELIMITED BY SIZE
                       INTO WSCatReason
                   END-STRING
                   GO TO CheckCatalogLineExit
               END-IF
           END-IF.
           MOVE WSCatKey TO StockName.
           MOVE 'Y' TO StockExist.
           READ StockFile
               INVALID KEY MOVE 'N' TO StockExist
           END-READ.
           IF StockExist = 'Y'
               MOVE "STOCK KEY ALREADY ON Stock.txt" TO WSCatReason
               GO TO CheckCatalogLineExit
           END-IF.
           MOVE 'N' TO WSCatFound.
           PERFORM VARYING CKIdx FROM 1 BY 1
               UNTIL CKIdx > CKCount OR WSCatFound = 'Y'
               IF CK-KEY(CKIdx) = WSCatKey
                   MOVE 'Y' TO WSCatFound
               END-IF
           END-PERFORM.
           IF WSCatFound = 'Y'
               MOVE "STOCK KEY REPEATED IN CATALOG" TO WSCatReason
               GO TO CheckCatalogLineExit
           END-IF.
           IF CKCount NOT < 2000
               MOVE "OVER 2000 LINES IN ONE RUN" TO WSCatReason
               GO TO CheckCatalogLineExit
           END-IF.
       *>  A SOLD OUT KEY IS DELETED FROM Stock.txt BUT KEEPS ITS SKU -
       *>  THE KEY STILL EXISTS AND IS RESTOCKED THROUGH A PO
           PERFORM FindSkuForKey.
           IF WSSkuExists = 'Y'
               STRING "STOCK KEY ALREADY HAS SKU " DELIMITED BY SIZE
                   WSSkuNo DELIMITED BY SIZE
                   INTO WSCatReason
               END-STRING
               GO TO CheckCatalogLineExit
           END-IF.
           IF WSCatBarcode NOT = SPACES
               MOVE 'N' TO WSCatFound
               OPEN INPUT BarcodeFile
               IF WSBarStatus = "00"
                   MOVE WSCatBarcode TO BAR-CODE
                   MOVE 'Y' TO WSCatFound
                   READ BarcodeFile
                       INVALID KEY MOVE 'N' TO WSCatFound
                   END-READ
                   CLOSE BarcodeFile
               END-IF
               PERFORM VARYING CKIdx FROM 1 BY 1
                   UNTIL CKIdx > CKCount OR WSCatFound = 'Y'
                   IF CK-BARCODE(CKIdx) = WSCatBarcode
                       MOVE 'Y' TO WSCatFound
                   END-IF
               END-PERFORM
               IF WSCatFound = 'Y'
                   MOVE "BARCODE ALREADY IN USE" TO WSCatReason
                   GO TO CheckCatalogLineExit
               END-IF
           END-IF.
       *>  ROOM ON THE ITEM'S COLOR AND SIZE LISTS FOR A NEW ENTRY
           MOVE 'N' TO ColorFound.
           MOVE 'N' TO SizeFound.
           IF CIHit > 0
               MOVE CI-COLORS(CIHit) TO AvlColor
               PERFORM SplitColorList
               PERFORM VARYING ColorIdx FROM 1 BY 1
                   UNTIL ColorIdx > ColorCountWS
                   IF ColorEntry(ColorIdx) = WCK-COLOR
                       MOVE 'Y' TO ColorFound
                   END-IF
               END-PERFORM
               MOVE 0 TO WSCatListLen
               INSPECT CI-COLORS(CIHit) TALLYING WSCatListLen
                   FOR CHARACTERS BEFORE INITIAL SPACE
               IF ColorFound = 'N' AND WSCatListLen > 44
                   MOVE "ITEM COLOR LIST FULL" TO WSCatReason
                   GO TO CheckCatalogLineExit
               END-IF
               MOVE CI-SIZES(CIHit) TO AvlSizes
               PERFORM SplitSizeList
               PERFORM VARYING SizeIdx FROM 1 BY 1
                   UNTIL SizeIdx > SizeCountWS
                   IF SizeEntry(SizeIdx) = WCK-SIZE
                       MOVE 'Y' TO SizeFound
                   END-IF
               END-PERFORM
               MOVE 0 TO WSCatListLen
               INSPECT CI-SIZES(CIHit) TALLYING WSCatListLen
                   FOR CHARACTERS BEFORE INITIAL SPACE
               IF SizeFound = 'N' AND WSCatListLen > 33
                   MOVE "ITEM SIZE LIST FULL" TO WSCatReason
                   GO TO CheckCatalogLineExit
               END-IF
           END-IF.
       CheckCatalogLineExit.
           EXIT.
       *>  TURNS A PRICE TEXT SUCH AS 2499, 2499.5 OR 2499.50 IN WSCatAmtX
       *>  INTO WSCatAmt - ANYTHING ELSE, OR OVER 99999.99, IS BAD
       ParseCatAmount.
           MOVE 'Y' TO WSCatAmtOK.
           MOVE 0 TO WSCatAmt.
           MOVE 0 TO WSCatDots.
           INSPECT WSCatAmtX TALLYING WSCatDots FOR ALL '.'.
           MOVE SPACES TO WSCatWholeRaw.
           MOVE SPACES TO WSCatCentsRaw.
           MOVE 0 TO WSCatWholeLen.
           MOVE 0 TO WSCatCentsLen.
           UNSTRING WSCatAmtX DELIMITED BY '.' OR ALL SPACE
               INTO WSCatWholeRaw COUNT IN WSCatWholeLen
                   WSCatCentsRaw COUNT IN WSCatCentsLen
           END-UNSTRING.
           IF WSCatDots > 1 OR WSCatWholeLen = 0 OR WSCatWholeLen > 5
               OR WSCatCentsLen > 2
               MOVE 'N' TO WSCatAmtOK
           ELSE
               MOVE WSCatWholeRaw(1:WSCatWholeLen) TO WSCatWhole
               INSPECT WSCatWhole REPLACING LEADING SPACE BY ZERO
               MOVE "00" TO WSCatCents
               IF WSCatCentsLen > 0
                   MOVE WSCatCentsRaw(1:WSCatCentsLen) TO WSCatCents
                   INSPECT WSCatCents REPLACING ALL SPACE BY ZERO
               END-IF
               IF WSCatWhole IS NOT NUMERIC OR WSCatCents IS NOT NUMERIC
                   MOVE 'N' TO WSCatAmtOK
               ELSE
                   COMPUTE WSCatAmt = WSCatWhole9 + WSCatCents9 / 100
               END-IF
           END-IF.
       *>  THE ITEM AS THIS RUN SEES IT - FROM THE TABLE IF AN EARLIER
       *>  LINE ALREADY TOUCHED IT, ELSE FROM Inventory.txt. CIHit STAYS
       *>  0 FOR A BRAND NEW ITEM (WSCatFound F WHEN THE TABLE IS FULL)
       FindCatItem.
           MOVE 'N' TO WSCatFound.
           PERFORM VARYING CIIdx FROM 1 BY 1
               UNTIL CIIdx > CICount OR CIHit > 0
               IF CI-NAME(CIIdx) = WCK-ITEM
                   MOVE CIIdx TO CIHit
               END-IF
           END-PERFORM.
           IF CIHit = 0
               MOVE WCK-ITEM TO ItemName
               MOVE 'Y' TO ItemExist
               READ InventoryFile
                   INVALID KEY MOVE 'N' TO ItemExist
               END-READ
               IF CICount NOT < 500
                   MOVE 'F' TO WSCatFound
               ELSE
                   IF ItemExist = 'Y'
                       ADD 1 TO CICount
                       MOVE CICount TO CIHit
                       MOVE ItemName TO CI-NAME(CIHit)
                       MOVE Price TO CI-PRICE(CIHit)
                       MOVE AvlColor TO CI-COLORS(CIHit)
                       MOVE AvlSizes TO CI-SIZES(CIHit)
                       MOVE ItemStatus TO CI-STATUS(CIHit)
                       MOVE 'Y' TO CI-ONFILE(CIHit)
                   END-IF
               END-IF
           END-IF.
       FindSkuForKey.
           MOVE 'N' TO WSSkuExists.
           OPEN INPUT SkuFile.
           IF WSSkuStatus = "00"
               MOVE 'N' TO WSEOF2
               PERFORM UNTIL WSEOF2='Y'
                   READ SkuFile NEXT RECORD
                       AT END MOVE 'Y' TO WSEOF2
                       NOT AT END
                           IF XrefStockName = WSCatKey
                               MOVE 'Y' TO WSSkuExists
                               MOVE SkuNo TO WSSkuNo
                               MOVE 'Y' TO WSEOF2
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SkuFile
           END-IF.
       *>  THE LINE PASSED - THE RUN'S TABLES ARE UPDATED EITHER WAY SO
       *>  LATER LINES ARE CHECKED AGAINST IT, AND ONLY A POSTING RUN
       *>  WRITES THE FILES
       AcceptCatalogLine.
           IF CIHit = 0
               ADD 1 TO CICount
               MOVE CICount TO CIHit
               MOVE WCK-ITEM TO CI-NAME(CIHit)
               MOVE WSCatPrice TO CI-PRICE(CIHit)
               MOVE WCK-COLOR TO CI-COLORS(CIHit)
               MOVE WCK-SIZE TO CI-SIZES(CIHit)
               MOVE 'A' TO CI-STATUS(CIHit)
               MOVE 'N' TO CI-ONFILE(CIHit)
               ADD 1 TO WSCatNewItemCt
           ELSE
               IF ColorFound = 'N'
                   IF CI-COLORS(CIHit) = SPACES
                       MOVE WCK-COLOR TO CI-COLORS(CIHit)
                   ELSE
                       MOVE Clear TO FinalColor
                       STRING CI-COLORS(CIHit) DELIMITED BY SPACE
                           ',' DELIMITED BY SIZE
                           WCK-COLOR DELIMITED BY SPACE
                           INTO FinalColor
                       END-STRING
                       MOVE FinalColor TO CI-COLORS(CIHit)
                   END-IF
               END-IF
               IF SizeFound = 'N'
                   IF CI-SIZES(CIHit) = SPACES
                       MOVE WCK-SIZE TO CI-SIZES(CIHit)
                   ELSE
                       MOVE Clear TO FinalSIze
                       STRING CI-SIZES(CIHit) DELIMITED BY SPACE
                           ',' DELIMITED BY SIZE
                           WCK-SIZE DELIMITED BY SPACE
                           INTO FinalSIze
                       END-STRING
                       MOVE FinalSIze TO CI-SIZES(CIHit)
                   END-IF
               END-IF
           END-IF.
           ADD 1 TO CKCount.
           MOVE WSCatKey TO CK-KEY(CKCount).
           MOVE WSCatBarcode TO CK-BARCODE(CKCount).
           ADD 1 TO WSCatAcceptCt.
           MOVE SPACES TO WSCatRptLine.
           IF WSCatPreview = 'Y'
               STRING "LINE " DELIMITED BY SIZE
                   WSCatLineNo DELIMITED BY SIZE
                   " ACCEPTED " DELIMITED BY SIZE
                   WSCatKey DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WSCatBarcode DELIMITED BY SIZE
                   INTO WSCatRptLine
               END-STRING
           ELSE
               PERFORM PostCatalogLine THRU PostCatalogLineExit
               IF WSCatReason NOT = SPACES
                   SUBTRACT 1 FROM WSCatAcceptCt
                   ADD 1 TO WSCatRejectCt
                   STRING "LINE " DELIMITED BY SIZE
                       WSCatLineNo DELIMITED BY SIZE
                       " REJECTED " DELIMITED BY SIZE
                       WSCatReason DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WSCatLine DELIMITED BY SIZE
                       INTO WSCatRptLine
                   END-STRING
                   DISPLAY WSCatRptLine
               ELSE
                   STRING "LINE " DELIMITED BY SIZE
                       WSCatLineNo DELIMITED BY SIZE
                       " POSTED   " DELIMITED BY SIZE
                       WSCatKey DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WSCatBarcode DELIMITED BY SIZE
                       " SKU " DELIMITED BY SIZE
                       WSSkuNo DELIMITED BY SIZE
                       INTO WSCatRptLine
                   END-STRING
               END-IF
           END-IF.
           WRITE CatRptRec FROM WSCatRptLine.
       *>  THE STOCK KEY GOES ON Stock.txt AT ZERO PAIRS FIRST - WHEN IT
       *>  CANNOT BE WRITTEN WSCatReason COMES BACK SET AND NOTHING ELSE
       *>  IS POSTED FOR THE LINE. A NEW ITEM IS WRITTEN WITH THE CATALOG
       *>  PRICE AND COST AND FILED SOLD OUT (S); AN ITEM ALREADY CARRIED
       *>  KEEPS ITS LAST DELIVERED COST UNLESS IT HAS NONE YET. THE NEW
       *>  COLOR AND SIZE ARE LEFT OFF THE ITEM'S AVAILABLE LISTS - THE
       *>  LISTS ONLY SHOW WHAT CAN BE SOLD, AND PostPOStock PUTS THEM ON
       *>  (AND THE ITEM BACK TO A) WHEN THE PAIRS ARRIVE
       PostCatalogLine.
           MOVE 0 TO WSSkuNo.
           MOVE WSCatKey TO StockName.
           MOVE 0 TO PerStock.
           WRITE StockData
               INVALID KEY
                   MOVE "STOCK KEY NOT WRITTEN TO Stock.txt"
                       TO WSCatReason
           END-WRITE.
           IF WSCatReason NOT = SPACES
               GO TO PostCatalogLineExit
           END-IF.
           MOVE WCK-ITEM TO ItemName.
           MOVE 'Y' TO ItemExist.
           READ InventoryFile
               INVALID KEY MOVE 'N' TO ItemExist
           END-READ.
           IF ItemExist = 'N'
               MOVE WCK-ITEM TO ItemName
               MOVE SPACES TO AvlColor
               MOVE SPACES TO AvlSizes
               MOVE WSCatPrice TO Price
               MOVE 0 TO Stock
               MOVE 0 TO ReorderPt
               MOVE 'S' TO ItemStatus
               MOVE WSCatCost TO UnitCost
               WRITE ItemData
               END-WRITE
           ELSE
               MOVE UnitCost TO WSUnitCostNum
               IF WSUnitCostNum = 0
                   MOVE WSCatCost TO UnitCost
                   REWRITE ItemData
                   END-REWRITE
               END-IF
           END-IF.
           PERFORM AssignSku.
           IF WSCatBarcode NOT = SPACES AND WSSkuNo > 0
               OPEN I-O BarcodeFile
               IF WSBarStatus NOT = "00"
                   OPEN OUTPUT BarcodeFile
                   CLOSE BarcodeFile
                   OPEN I-O BarcodeFile
               END-IF
               MOVE WSCatBarcode TO BAR-CODE
               MOVE WSSkuNo TO BAR-SKUNO
               WRITE BarcodeRec
               END-WRITE
               CLOSE BarcodeFile
           END-IF.
       PostCatalogLineExit.
           EXIT.
       *>  BRAND MASTER MAINTENANCE - CODE, FULL NAME AND ACTIVE FLAG
       *>  KEPT AS DATA SO CARRYING NEW BALANCE OR WORLD BALANCE IS AN
       *>  ENTRY HERE, NOT A PROGRAM CHANGE IN THREE PLACES
               DISPLAY "4. Weekly Sales Velocity"
               DISPLAY "5. Gross Margin By Item"
               DISPLAY "6. Monthly Roll-Up and Purge"
               DISPLAY "7. Loyalty Points Expiry and Liability"
               DISPLAY "ENTER ANY KEY TO EXIT"
               ACCEPT Num
               EVALUATE Num
                   WHEN 4 PERFORM VelocityReport
                   WHEN 5 PERFORM MarginReport
                   WHEN 6 PERFORM RollupPurge
                   WHEN 7 PERFORM LoyaltyPoints
                   WHEN OTHER MOVE 'N' TO StayOpen
               END-EVALUATE
           END-PERFORM.
       *>  LOYALTY POINTS BATCH - EXPIRES POINTS EARNED MORE THAN A
       *>  CHOSEN NUMBER OF MONTHS AGO THAT HAVE NOT BEEN USED, AND
       *>  REPORTS THE POINTS STILL OUTSTANDING AS A LIABILITY
       LoyaltyPoints.
           DISPLAY SPACE
           DISPLAY "LOYALTY POINTS"
           DISPLAY "1. Expire Old Points | 2. Points Liability Report"
           ACCEPT Choice.
           EVALUATE Choice
               WHEN 1 PERFORM ExpirePoints THRU ExpirePointsExit
               WHEN 2 PERFORM PointsLiability
           END-EVALUATE.
       *>  POINTS ARE USED OLDEST FIRST, SO A CUSTOMER'S UNUSED OLD
       *>  POINTS ARE WHATEVER WAS EARNED BEFORE THE CUTOFF LESS EVERY
       *>  POINT SINCE TAKEN OFF THE BALANCE (REDEEMED, REVERSED OR
       *>  ALREADY EXPIRED) - THE LEDGER READS IN CUSTOMER ORDER, SO
       *>  EACH CUSTOMER IS TOTALLED AND WRITTEN TO THE WORK FILE ON
       *>  THE CHANGE OF NAME, THEN THE WORK FILE IS POSTED
       ExpirePoints.
           PERFORM SupervisorCheck.
           IF WSAuthOK NOT = 'Y'
               DISPLAY "Points Expiry Cancelled"
               GO TO ExpirePointsExit
           END-IF.
           DISPLAY "Expire Points Earned More Than How Many Months Ago: "
           ACCEPT WSLoyMonths.
           IF WSLoyMonths = 0
               DISPLAY "Months Must be More Than Zero"
               GO TO ExpirePointsExit
           END-IF.
           PERFORM GetSystemDate.
           COMPUTE WSLoyMonthNo = WSSysYY * 12 + WSSysMM - 1
               - WSLoyMonths.
           DIVIDE WSLoyMonthNo BY 12 GIVING WSLoyCutYY
               REMAINDER WSLoyCutMM.
           ADD 1 TO WSLoyCutMM.
           COMPUTE WSLoyCutoff = WSLoyCutYY * 10000 + WSLoyCutMM * 100
               + WSSysDD.
           DISPLAY "Expiring Points Earned Before " WSLoyCutMM "/"
               WSSysDD "/" WSLoyCutYY.
           OPEN INPUT LoyaltyFile.
           IF WSLoyStatus NOT = "00"
               DISPLAY "No Points Ledger on File"
               GO TO ExpirePointsExit
           END-IF.
           OPEN OUTPUT LoyWorkFile.
           MOVE SPACES TO WSLoyPrevCust.
           MOVE 0 TO WSLoyOldEarned.
           MOVE 0 TO WSLoyDebits.
           MOVE 'N' TO WSEOF.
           PERFORM UNTIL WSEOF='Y'
               READ LoyaltyFile NEXT RECORD
                   AT END MOVE 'Y' TO WSEOF
                   NOT AT END PERFORM ExpireScanEntry
               END-READ
           END-PERFORM.
           PERFORM ExpireCustBreak.
           CLOSE LoyaltyFile.
           CLOSE LoyWorkFile.
           MOVE 0 TO WSLoyExpCt.
           MOVE 0 TO WSLoyExpTotal.
           OPEN I-O CustomerFile.
           IF WSCustStatus NOT = "00"
               DISPLAY "Customer File Not Available - Status "
                   WSCustStatus
               DISPLAY "No Points Expired"
               GO TO ExpirePointsExit
           END-IF.
           OPEN INPUT LoyWorkFile.
           MOVE 'N' TO WSEOF.
           PERFORM UNTIL WSEOF='Y'
               READ LoyWorkFile
                   AT END MOVE 'Y' TO WSEOF
                   NOT AT END PERFORM ApplyOneExpiry
               END-READ
           END-PERFORM.
           CLOSE LoyWorkFile.
           CLOSE CustomerFile.
           DISPLAY "CUSTOMERS WITH POINTS EXPIRED: " WSLoyExpCt.
           MOVE WSLoyExpTotal TO WSLoyPtsPrint.
           DISPLAY "POINTS EXPIRED               : " WSLoyPtsPrint.
           MOVE "PTSEXPIRE" TO WSAudAction.
           MOVE SPACES TO WSAudRef.
           STRING "OLDER THAN " DELIMITED BY SIZE
               WSLoyMonths DELIMITED BY SIZE
               " MONTHS" DELIMITED BY SIZE
               INTO WSAudRef
           END-STRING.
           COMPUTE WSAudValue = WSLoyExpTotal * WSLoyPtValue.
           PERFORM WriteAuditLog.
           PERFORM PointsLiability.
       ExpirePointsExit.
           EXIT.
       ExpireScanEntry.
           IF LOY-CUSTNAME NOT = WSLoyPrevCust
               PERFORM ExpireCustBreak
               MOVE LOY-CUSTNAME TO WSLoyPrevCust
           END-IF.
           IF LOY-TYPE = 'E'
               IF LOY-DATEN IS LESS THAN WSLoyCutoff
                   ADD LOY-POINTS TO WSLoyOldEarned
               END-IF
           ELSE
               ADD LOY-POINTS TO WSLoyDebits
           END-IF.
       ExpireCustBreak.
           IF WSLoyPrevCust NOT = SPACES
               AND WSLoyOldEarned IS GREATER THAN WSLoyDebits
               MOVE WSLoyPrevCust TO LWK-CUSTNAME
               COMPUTE LWK-POINTS = WSLoyOldEarned - WSLoyDebits
               WRITE LoyWorkRec
           END-IF.
           MOVE 0 TO WSLoyOldEarned.
           MOVE 0 TO WSLoyDebits.
       ApplyOneExpiry.
           MOVE LWK-CUSTNAME TO CustName.
           MOVE LWK-POINTS TO WSLoyPts.
           MOVE 'Y' TO ItemExist.
           READ CustomerFile
               INVALID KEY MOVE 'N' TO ItemExist
           END-READ.
           IF ItemExist = 'Y'
               IF CustPoints IS LESS THAN WSLoyPts
                   MOVE CustPoints TO WSLoyPts
               END-IF
               SUBTRACT WSLoyPts FROM CustPoints
               REWRITE CustomerData
               END-REWRITE
           END-IF.
           IF ItemExist = 'Y' AND WSLoyPts IS GREATER THAN 0
               MOVE LWK-CUSTNAME TO WSCustName
               MOVE 'X' TO WSLoyType
               MOVE 0 TO WSLoyRef
               PERFORM WriteLoyaltyEntry
               ADD 1 TO WSLoyExpCt
               ADD WSLoyPts TO WSLoyExpTotal
               DISPLAY LWK-CUSTNAME " " WSLoyPts " Point(s) Expired"
           END-IF.
       *>  THE POINTS EVERY CUSTOMER STILL HOLDS, VALUED AT WHAT THEY
       *>  WOULD TAKE OFF A SALE - THE FIGURE ACCOUNTING CARRIES AS THE
       *>  LOYALTY LIABILITY
       PointsLiability.
           DISPLAY SPACE
           DISPLAY "LOYALTY POINTS LIABILITY"
           DISPLAY "CUSTOMER              POINTS         VALUE"
           MOVE 0 TO WSLoyCustCt.
           MOVE 0 TO WSLoyPtsTotal.
           OPEN INPUT CustomerFile.
           IF WSCustStatus = "00"
               MOVE 'N' TO WSEOF
               PERFORM UNTIL WSEOF='Y'
                   READ CustomerFile NEXT RECORD
                       AT END MOVE 'Y' TO WSEOF
                       NOT AT END
                           IF CustPoints IS GREATER THAN 0
                               PERFORM ListPointsHolder
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CustomerFile
           END-IF.
           COMPUTE WSLoyValue = WSLoyPtsTotal * WSLoyPtValue.
           MOVE WSLoyValue TO WSLoyValuePrint.
           MOVE WSLoyPtsTotal TO WSLoyPtsPrint.
           DISPLAY SPACE
           DISPLAY "CUSTOMERS HOLDING POINTS: " WSLoyCustCt.
           DISPLAY "POINTS OUTSTANDING      : " WSLoyPtsPrint.
           DISPLAY "LIABILITY               : " WSLoyValuePrint.
       ListPointsHolder.
           ADD 1 TO WSLoyCustCt.
           ADD CustPoints TO WSLoyPtsTotal.
           COMPUTE WSLoyValue = CustPoints * WSLoyPtValue.
           MOVE WSLoyValue TO WSLoyValuePrint.
           DISPLAY CustName "  " CustPoints "  " WSLoyValuePrint.
       *>  TAKES THE DATE RANGE FOR A REPORT AND KEEPS BOTH ENDS AS
       *>  YYYYMMDD NUMBERS SO ARCHIVE DATES CAN BE RANGE CHECKED
       GetDateRange.
       *>  AND THE RAW ARCHIVE CAN NEVER DOUBLE COUNT
       RollupMonth.
           PERFORM LoadSumMonths.
           IF WSBatchMode = 'Y'
               MOVE BJ-PARM(BJIdx) TO WSMonthInput
           ELSE
               DISPLAY "Enter Month to Roll Up (MM/YYYY): "
               ACCEPT WSMonthInput
           END-IF.
           PERFORM ParseMonth.
           IF WSMonthValid = 'N'
               DISPLAY "Invalid Month - Use MM/YYYY"
               MOVE 8 TO WSBatJobRC
               MOVE "INVALID MONTH" TO WSBatMsg
               GO TO RollupMonthExit
           END-IF.
           PERFORM ReadLastClose.
           DIVIDE WSLastCloseN BY 100 GIVING WSLastCloseMonth.
           IF WSRollMonth IS GREATER THAN OR EQUAL TO WSLastCloseMonth
               DISPLAY "Month Not Fully Closed Yet - Refused"
               MOVE 8 TO WSBatJobRC
               MOVE "MONTH NOT FULLY CLOSED YET - REFUSED" TO WSBatMsg
               GO TO RollupMonthExit
           END-IF.
           MOVE WSRollMonth TO WSLineMonth.
           PERFORM CheckMonthSummarized.
           IF SMNFound = 'Y'
               DISPLAY "Month Already Rolled Up"
               MOVE 4 TO WSBatJobRC
               MOVE "MONTH ALREADY ROLLED UP" TO WSBatMsg
               GO TO RollupMonthExit
           END-IF.
           PERFORM VARYING WSDayIdx FROM 1 BY 1 UNTIL WSDayIdx > 31
           END-IF.
           IF WSRollLineCt = 0
               DISPLAY "No Raw Archive Lines for that Month"
               MOVE 4 TO WSBatJobRC
               MOVE "NO RAW ARCHIVE LINES FOR THAT MONTH" TO WSBatMsg
               GO TO RollupMonthExit
           END-IF.
       *>  A SUMMARY THAT SILENTLY DROPPED ITEMS WOULD STILL REGISTER
           IF WSRollOvfl = 'Y'
               DISPLAY "More Than 100 Distinct Items in that Month"
               DISPLAY "Roll-Up Refused - Nothing Summarized"
               MOVE 8 TO WSBatJobRC
               MOVE "OVER 100 ITEMS IN MONTH - ROLL-UP REFUSED"
                   TO WSBatMsg
               GO TO RollupMonthExit
           END-IF.
           PERFORM WriteMonthSummary.
           DISPLAY "Month Rolled Up - " WSRollLineCt
               " Raw Line(s) Summarized".
           MOVE SPACES TO WSBatMsg.
           STRING "MONTH ROLLED UP - " DELIMITED BY SIZE
               WSRollLineCt DELIMITED BY SIZE
               " RAW LINE(S) SUMMARIZED" DELIMITED BY SIZE
               INTO WSBatMsg
           END-STRING.
       RollupMonthExit.
           EXIT.
       *>  ONE RAW LINE INTO THE DAY AND ITEM TOTALS WHEN IT BELONGS
               END-IF
           END-PERFORM.
           CLOSE UserFile.
       *>  UNATTENDED BATCH RUN - LOADS AND CHECKS THE WHOLE CONTROL
       *>  FILE FIRST (A BAD LINE RUNS NOTHING), THEN RUNS THE JOBS IN
       *>  ORDER. A JOB THAT FAILS STOPS THE RUN WITHOUT TOUCHING THE
       *>  JOBS AFTER IT - A CLOSE STOPPED PART WAY IS LEFT IN
       *>  CloseStep.txt FOR THE NEXT RUN TO RESUME
       BatchRun.
           MOVE "BATCH" TO WSUserId.
           MOVE "UNATTENDED BATCH" TO WSUserName.
           MOVE 0 TO WSBatRC.
           MOVE 'N' TO WSBatStop.
           PERFORM GetSystemDate.
           ACCEPT WSBatTime FROM TIME.
           OPEN EXTEND BatchRptFile.
           IF WSBatRptStatus NOT = "00"
               OPEN OUTPUT BatchRptFile
               CLOSE BatchRptFile
               OPEN EXTEND BatchRptFile
           END-IF.
           MOVE SPACES TO WSBatLine.
           STRING "SIR BATCH RUN " DELIMITED BY SIZE
               WSTodayX DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WSBatTime(1:2) DELIMITED BY SIZE
               ":" DELIMITED BY SIZE
               WSBatTime(3:2) DELIMITED BY SIZE
               "  TERMINAL " DELIMITED BY SIZE
               WSTermId DELIMITED BY SIZE
               "  CONTROL " DELIMITED BY SIZE
               WSBatCtlName DELIMITED BY SPACE
               INTO WSBatLine
           END-STRING.
           WRITE BatchRptRec FROM WSBatLine.
           PERFORM LoadBatchControl.
           IF WSBatCtlBad = 'N' AND BJCount = 0
               MOVE "  NO JOBS IN CONTROL FILE" TO WSBatLine
               WRITE BatchRptRec FROM WSBatLine
               MOVE 'Y' TO WSBatCtlBad
           END-IF.
           IF WSBatCtlBad = 'Y'
               MOVE 12 TO WSBatRC
               MOVE "  CONTROL FILE REJECTED - NO JOBS RUN" TO WSBatLine
               WRITE BatchRptRec FROM WSBatLine
               GO TO BatchRunEnd
           END-IF.
           PERFORM VARYING BJIdx FROM 1 BY 1 UNTIL BJIdx > BJCount
               IF WSBatStop = 'Y'
                   MOVE 0 TO WSBatJobRC
                   MOVE "NOT RUN - AN EARLIER JOB FAILED" TO WSBatMsg
                   MOVE SPACES TO WSBatMsg2
                   PERFORM ReportBatchJob
               ELSE
                   PERFORM RunBatchJob
               END-IF
           END-PERFORM.
       BatchRunEnd.
           MOVE SPACES TO WSBatLine.
           STRING "RUN ENDED - RETURN CODE " DELIMITED BY SIZE
               WSBatRC DELIMITED BY SIZE
               INTO WSBatLine
           END-STRING.
           WRITE BatchRptRec FROM WSBatLine.
           CLOSE BatchRptFile.
           DISPLAY WSBatLine.
           MOVE WSBatRC TO RETURN-CODE.
       BatchRunExit.
           EXIT.
       *>  READS EVERY CONTROL LINE INTO THE JOB TABLE AND THE COUNTED
       *>  CASH TABLE, REPORTING EACH LINE THAT IS WRONG
       LoadBatchControl.
           MOVE 0 TO BJCount.
           MOVE 0 TO BCCount.
           MOVE 0 TO WSBatLineNo.
           MOVE 0 TO WSBatCloseCt.
           MOVE 'N' TO WSBatCtlBad.
           OPEN INPUT BatchCtlFile.
           IF WSBatCtlStatus NOT = "00"
               MOVE SPACES TO WSBatLine
               STRING "  CONTROL FILE " DELIMITED BY SIZE
                   WSBatCtlName DELIMITED BY SPACE
                   " NOT FOUND" DELIMITED BY SIZE
                   INTO WSBatLine
               END-STRING
               WRITE BatchRptRec FROM WSBatLine
               MOVE 'Y' TO WSBatCtlBad
           ELSE
               MOVE 'N' TO WSEOF
               PERFORM UNTIL WSEOF='Y'
                   READ BatchCtlFile
                       AT END MOVE 'Y' TO WSEOF
                       NOT AT END PERFORM CheckBatchLine
                   END-READ
               END-PERFORM
               CLOSE BatchCtlFile
           END-IF.
           IF BCCount IS GREATER THAN 0 AND WSBatCloseCt = 0
               MOVE "  COUNTED CASH GIVEN BUT NO CLOSE JOB" TO WSBatLine
               WRITE BatchRptRec FROM WSBatLine
               MOVE 'Y' TO WSBatCtlBad
           END-IF.
       CheckBatchLine.
           ADD 1 TO WSBatLineNo.
           MOVE SPACES TO WSBatMsg.
           IF BatchCtlRec NOT = SPACES AND BatchCtlRec(1:1) NOT = '*'
               EVALUATE BCTL-JOB
                   WHEN "CLOSE"
                       PERFORM CheckBatchClose
                   WHEN "CASH"
                       PERFORM CheckBatchCashLine
                   WHEN "ROLLUP"
                       MOVE BCTL-PARM TO WSMonthInput
                       PERFORM ParseMonth
                       IF WSMonthValid = 'N'
                           MOVE "ROLLUP MONTH MUST BE MM/YYYY" TO WSBatMsg
                       ELSE
                           MOVE 0 TO WSBatDateN
                           PERFORM AddBatchJob
                       END-IF
                   WHEN "SETTLE"
                       MOVE BCTL-PARM TO WSDateWork
                       PERFORM ValidateDate
                       IF WSDateValid = 'N'
                           MOVE "SETTLE DATE MUST BE MM/DD/YYYY" TO WSBatMsg
                       ELSE
                           IF BCTL-OPT NOT = "C " AND BCTL-OPT NOT = "G "
                               MOVE "SETTLE TYPE MUST BE C (CARD) OR G (GCASH)"
                                   TO WSBatMsg
                           ELSE
                               MOVE WSDateNum TO WSBatDateN
                               PERFORM AddBatchJob
                           END-IF
                       END-IF
                   WHEN OTHER
                       MOVE "UNKNOWN JOB - USE CLOSE, CASH, ROLLUP OR SETTLE"
                           TO WSBatMsg
               END-EVALUATE
           END-IF.
           IF WSBatMsg NOT = SPACES
               MOVE SPACES TO WSBatLine
               STRING "  CONTROL LINE " DELIMITED BY SIZE
                   WSBatLineNo DELIMITED BY SIZE
                   ": " DELIMITED BY SIZE
                   WSBatMsg DELIMITED BY SIZE
                   INTO WSBatLine
               END-STRING
               WRITE BatchRptRec FROM WSBatLine
               MOVE 'Y' TO WSBatCtlBad
           END-IF.
       *>  ONE CLOSE PER RUN - THE CLOSE GATHERS EVERY SALE STILL IN THE
       *>  TERMINAL JOURNALS, SO A SECOND ONE WOULD HAVE NOTHING TO TAKE
       CheckBatchClose.
           MOVE BCTL-PARM TO WSDateWork.
           PERFORM ValidateDate.
           IF WSDateValid = 'N'
               MOVE "CLOSE DATE MUST BE MM/DD/YYYY" TO WSBatMsg
           ELSE
               IF WSBatCloseCt IS GREATER THAN 0
                   MOVE "ONLY ONE CLOSE PER RUN" TO WSBatMsg
               ELSE
                   ADD 1 TO WSBatCloseCt
                   MOVE WSDateNum TO WSBatDateN
                   PERFORM AddBatchJob
               END-IF
           END-IF.
       CheckBatchCashLine.
           MOVE BCTL-AMTX TO WSBatAmtChk.
           INSPECT WSBatAmtChk REPLACING LEADING SPACE BY ZERO.
           IF BCTL-OPT IS NOT NUMERIC OR BCTL-OPT = "00"
               MOVE "CASH TERMINAL MUST BE TWO DIGITS" TO WSBatMsg
           ELSE
               IF WSBatAmtChk(1:8) IS NOT NUMERIC
                   OR WSBatAmtChk(9:1) NOT = '.'
                   OR WSBatAmtChk(10:2) IS NOT NUMERIC
                   MOVE "CASH AMOUNT MUST BE 99999999.99 IN COLUMNS 22-32"
                       TO WSBatMsg
               ELSE
                   MOVE 'N' TO WSBatFound
                   PERFORM VARYING BCIdx FROM 1 BY 1 UNTIL BCIdx > BCCount
                       IF BC-ID(BCIdx) = BCTL-OPT
                           MOVE 'Y' TO WSBatFound
                       END-IF
                   END-PERFORM
                   IF WSBatFound = 'Y'
                       MOVE "TERMINAL COUNTED TWICE" TO WSBatMsg
                   ELSE
                       IF BCCount NOT < 20
                           MOVE "MORE THAN 20 DRAWERS" TO WSBatMsg
                       ELSE
                           ADD 1 TO BCCount
                           MOVE BCTL-OPT TO BC-ID(BCCount)
                           MOVE BCTL-AMT TO BC-AMT(BCCount)
                       END-IF
                   END-IF
               END-IF
           END-IF.
       AddBatchJob.
           IF BJCount NOT < 20
               MOVE "MORE THAN 20 JOBS" TO WSBatMsg
           ELSE
               ADD 1 TO BJCount
               MOVE BCTL-JOB TO BJ-TYPE(BJCount)
               MOVE BCTL-PARM TO BJ-PARM(BJCount)
               MOVE BCTL-OPT(1:1) TO BJ-OPT(BJCount)
               MOVE WSBatDateN TO BJ-DATEN(BJCount)
           END-IF.
       *>  RUNS JOB BJIdx, REPORTS IT AND AUDITS IT
       RunBatchJob.
           MOVE 0 TO WSBatJobRC.
           MOVE SPACES TO WSBatMsg.
           MOVE SPACES TO WSBatMsg2.
           EVALUATE BJ-TYPE(BJIdx)
               WHEN "CLOSE"
                   PERFORM BatchClose
               WHEN "ROLLUP"
                   PERFORM RollupMonth THRU RollupMonthExit
               WHEN "SETTLE"
                   PERFORM BatchSettle
           END-EVALUATE.
           PERFORM ReportBatchJob.
           IF WSBatJobRC IS GREATER THAN WSBatRC
               MOVE WSBatJobRC TO WSBatRC
           END-IF.
           IF WSBatJobRC IS GREATER THAN OR EQUAL TO 8
               MOVE 'Y' TO WSBatStop
           END-IF.
           MOVE "BATCHJOB" TO WSAudAction.
           MOVE SPACES TO WSAudRef.
           STRING BJ-TYPE(BJIdx) DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               BJ-PARM(BJIdx) DELIMITED BY SPACE
               " RC " DELIMITED BY SIZE
               WSBatJobRC DELIMITED BY SIZE
               INTO WSAudRef
           END-STRING.
           MOVE 0 TO WSAudValue.
           PERFORM WriteAuditLog.
       ReportBatchJob.
           MOVE BJIdx TO WSBatJobNo.
           MOVE SPACES TO WSBatLine.
           STRING "JOB " DELIMITED BY SIZE
               WSBatJobNo DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               BJ-TYPE(BJIdx) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               BJ-PARM(BJIdx) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               BJ-OPT(BJIdx) DELIMITED BY SIZE
               " RC " DELIMITED BY SIZE
               WSBatJobRC DELIMITED BY SIZE
               INTO WSBatLine
           END-STRING.
           WRITE BatchRptRec FROM WSBatLine.
           IF WSBatMsg NOT = SPACES
               MOVE SPACES TO WSBatLine
               STRING "  " DELIMITED BY SIZE
                   WSBatMsg DELIMITED BY SIZE
                   INTO WSBatLine
               END-STRING
               WRITE BatchRptRec FROM WSBatLine
           END-IF.
           IF WSBatMsg2 NOT = SPACES
               MOVE SPACES TO WSBatLine
               STRING "  " DELIMITED BY SIZE
                   WSBatMsg2 DELIMITED BY SIZE
                   INTO WSBatLine
               END-STRING
               WRITE BatchRptRec FROM WSBatLine
           END-IF.
       *>  AN UNFINISHED CLOSE ON FILE IS RESUMED FIRST, AS IT WOULD BE
       *>  AT THE KEYBOARD - WHEN THAT WAS A DIFFERENT DAY, THE CLOSE IS
       *>  THEN RUN AGAIN FOR THE DAY THE CONTROL FILE ASKED FOR
       BatchClose.
           MOVE BJ-PARM(BJIdx) TO WSBatCloseDate.
           MOVE BJ-DATEN(BJIdx) TO WSBatDateN.
           PERFORM BatchCloseOnce.
           IF WSBatJobRC IS LESS THAN 8 AND WSResume = 'Y'
               AND WSCloseDateN NOT = WSBatDateN
               MOVE SPACES TO WSBatLine
               STRING "  RESUMED UNFINISHED CLOSE OF " DELIMITED BY SIZE
                   WSCloseDate DELIMITED BY SIZE
                   INTO WSBatLine
               END-STRING
               WRITE BatchRptRec FROM WSBatLine
               MOVE SPACES TO WSBatMsg
               PERFORM BatchCloseOnce
           END-IF.
       BatchCloseOnce.
           MOVE 0 TO WSStepDone.
           MOVE 'N' TO WSResume.
           MOVE SPACES TO WSBatMsg2.
           PERFORM CloseDay THRU CloseDayExit.
           IF WSBatMsg = SPACES AND WSStepDone NOT = 7
               MOVE 8 TO WSBatJobRC
               STRING "CLOSE STOPPED AFTER STEP " DELIMITED BY SIZE
                   WSStepDone DELIMITED BY SIZE
                   " - RUN AGAIN TO RESUME" DELIMITED BY SIZE
                   INTO WSBatMsg
               END-STRING
           END-IF.
           IF WSBatMsg = SPACES
               MOVE WSDayTotal TO WSDayPrintTotal
               STRING "DAY CLOSED " DELIMITED BY SIZE
                   WSCloseDate DELIMITED BY SIZE
                   "  RECEIPTS " DELIMITED BY SIZE
                   WSDayRcptCount DELIMITED BY SIZE
                   "  SALES " DELIMITED BY SIZE
                   WSDayPrintTotal DELIMITED BY SIZE
                   INTO WSBatMsg
               END-STRING
               STRING "Z-COUNTER " DELIMITED BY SIZE
                   WZR-NO DELIMITED BY SIZE
                   INTO WSBatMsg2
               END-STRING
           END-IF.
       *>  THE CONTROL FILE'S CLOSE DATE MEETS THE SAME RULES AS A TYPED
       *>  ONE - NOT ALREADY CLOSED AND NOT AFTER TODAY
       CheckBatchCloseDate.
           MOVE WSBatCloseDate TO WSCloseDate.
           MOVE WSCloseDate TO WSDateWork.
           PERFORM ValidateDate.
           IF WSDateValid = 'Y'
               AND WSDateNum IS LESS THAN OR EQUAL TO WSLastCloseN
               MOVE 'N' TO WSDateValid
               MOVE "THAT DAY HAS ALREADY BEEN CLOSED" TO WSBatMsg
           END-IF.
           IF WSDateValid = 'Y' AND WSDateNum IS GREATER THAN WSTodayN
               MOVE 'N' TO WSDateValid
               MOVE "CLOSE DATE IS AFTER TODAY - REFUSED" TO WSBatMsg
           END-IF.
           IF WSDateValid = 'N'
               IF WSBatMsg = SPACES
                   MOVE "INVALID CLOSE DATE" TO WSBatMsg
               END-IF
               MOVE 8 TO WSBatJobRC
               MOVE 'Y' TO WSStepFail
               DISPLAY "Close Date " WSCloseDate " Refused"
           END-IF.
       *>  EVERY DRAWER EXPECTED TO HOLD CASH NEEDS A COUNT - A DRAWER
       *>  WITH NONE EXPECTED AND NO COUNT GIVEN IS TAKEN AS EMPTY
       CheckBatchCash.
           PERFORM VARYING TTIdx FROM 1 BY 1 UNTIL TTIdx > TTCount
               MOVE 'N' TO WSBatFound
               PERFORM VARYING BCIdx FROM 1 BY 1 UNTIL BCIdx > BCCount
                   IF BC-ID(BCIdx) = TT-ID(TTIdx)
                       MOVE 'Y' TO WSBatFound
                   END-IF
               END-PERFORM
               IF WSBatFound = 'N' AND TT-CASH(TTIdx) NOT = 0
                   AND WSStepFail = 'N'
                   MOVE 'Y' TO WSStepFail
                   MOVE 8 TO WSBatJobRC
                   MOVE SPACES TO WSBatMsg
                   STRING "NO COUNTED CASH FOR TERMINAL " DELIMITED BY SIZE
                       TT-ID(TTIdx) DELIMITED BY SIZE
                       " - CLOSE NOT RUN" DELIMITED BY SIZE
                       INTO WSBatMsg
                   END-STRING
               END-IF
           END-PERFORM.
       *>  A COUNT FOR A TERMINAL WITH NO DRAWER IN THIS CLOSE HAS
       *>  NOTHING TO GO AGAINST - MOST LIKELY A MISTYPED TERMINAL
       *>  NUMBER - SO IT IS REPORTED AND THE JOB ENDS AT LEAST 4
           PERFORM VARYING BCIdx FROM 1 BY 1 UNTIL BCIdx > BCCount
               PERFORM CheckBatchCashTerm
           END-PERFORM.
       CheckBatchCashTerm.
           MOVE 'N' TO WSBatFound.
           PERFORM VARYING TTIdx FROM 1 BY 1 UNTIL TTIdx > TTCount
               IF TT-ID(TTIdx) = BC-ID(BCIdx)
                   MOVE 'Y' TO WSBatFound
               END-IF
           END-PERFORM.
           IF WSBatFound = 'N'
               MOVE SPACES TO WSBatLine
               STRING "  UNKNOWN TERMINAL " DELIMITED BY SIZE
                   BC-ID(BCIdx) DELIMITED BY SIZE
                   " - CASH COUNTED BUT NO DRAWER IN THIS CLOSE"
                       DELIMITED BY SIZE
                   INTO WSBatLine
               END-STRING
               WRITE BatchRptRec FROM WSBatLine
               IF WSBatJobRC IS LESS THAN 4
                   MOVE 4 TO WSBatJobRC
               END-IF
           END-IF.
       FindBatchCash.
           MOVE 0 TO WSCountedCash.
           PERFORM VARYING BCIdx FROM 1 BY 1 UNTIL BCIdx > BCCount
               IF BC-ID(BCIdx) = TT-ID(TTIdx)
                   MOVE BC-AMT(BCIdx) TO WSCountedCash
               END-IF
           END-PERFORM.
       *>  A DRAWER OVER OR SHORT IS AN EXCEPTION FOR THE MORNING, NOT A
       *>  FAILURE - THE CLOSE GOES ON AND THE JOB ENDS 4
       ReportBatchDrawer.
           MOVE WSExpectedCash TO WSTndPrint.
           MOVE SPACES TO WSBatLine.
           STRING "  DRAWER " DELIMITED BY SIZE
               TT-ID(TTIdx) DELIMITED BY SIZE
               "  EXPECTED " DELIMITED BY SIZE
               WSTndPrint DELIMITED BY SIZE
               "  OVER/SHORT " DELIMITED BY SIZE
               WSOverShortPrint DELIMITED BY SIZE
               INTO WSBatLine
           END-STRING.
           WRITE BatchRptRec FROM WSBatLine.
           IF WSOverShort NOT = 0 AND WSBatJobRC IS LESS THAN 4
               MOVE 4 TO WSBatJobRC
           END-IF.
       BatchSettle.
           MOVE BJ-OPT(BJIdx) TO WSSettleType.
           MOVE BJ-PARM(BJIdx) TO WSSettleDate.
           PERFORM SettleRun.
           IF WSBatMsg = SPACES
               IF WSSetOrphanCt IS GREATER THAN 0
                   OR WSSetUnsetCt IS GREATER THAN 0
                   MOVE 4 TO WSBatJobRC
               END-IF
               STRING "MATCHED " DELIMITED BY SIZE
                   WSSetMatchCt DELIMITED BY SIZE
                   "  NO RECEIPT " DELIMITED BY SIZE
                   WSSetOrphanCt DELIMITED BY SIZE
                   "  NEVER SETTLED " DELIMITED BY SIZE
                   WSSetUnsetCt DELIMITED BY SIZE
                   INTO WSBatMsg
               END-STRING
           END-IF.
       *>  WORKS OUT WHICH TERMINAL THIS RUN OF THE PROGRAM IS - THE
       *>  FIRST WORD ON THE COMMAND LINE, TWO DIGITS, 01 WHEN NOTHING
       *>  IS GIVEN SO A SINGLE-TILL SHOP STARTS THE SAME AS BEFORE -
       *>  AND POINTS THE JOURNALS AT THAT TERMINAL'S OWN FILES. A SECOND
       *>  WORD OF BATCH (AND AN OPTIONAL CONTROL FILE NAME AFTER IT)
       *>  MAKES THIS AN UNATTENDED RUN
       StartTerminal.
           MOVE SPACES TO WSCmdLine.
           ACCEPT WSCmdLine FROM COMMAND-LINE.
           MOVE SPACES TO WSCmdTerm.
           MOVE SPACES TO WSCmdMode.
           MOVE SPACES TO WSCmdCtl.
           UNSTRING WSCmdLine DELIMITED BY ALL SPACE
               INTO WSCmdTerm WSCmdMode WSCmdCtl
           END-UNSTRING.
           IF WSCmdTerm = SPACES
               MOVE "01" TO WSCmdTerm
           END-IF.
           IF WSCmdTermId IS NOT NUMERIC OR WSCmdTermRest NOT = SPACES
               OR WSCmdTermId = "00"
               DISPLAY "Terminal ID Must be Two Digits, 01 to 99"
               STOP RUN
           END-IF.
           MOVE WSCmdTermId TO WSTermId.
           PERFORM UseTerminalFiles.
           DISPLAY "TERMINAL " WSTermId.
           IF WSCmdMode = "BATCH" OR WSCmdMode = "batch"
               MOVE 'Y' TO WSBatchMode
               MOVE "BatchCtl.txt" TO WSBatCtlName
               IF WSCmdCtl NOT = SPACES
                   MOVE WSCmdCtl TO WSBatCtlName
               END-IF
           END-IF.
       *>  THIS TERMINAL'S JOURNAL, TENDER, SUSPEND AND SCRATCH FILES
       UseTerminalFiles.
           MOVE WSTermId TO WSNameTerm.
           PERFORM BuildPeerNames.
           MOVE WSPeerRcptName TO WSRcptFileName.
           MOVE WSPeerTndName TO WSTndFileName.
           MOVE WSPeerSuspName TO WSSuspFileName.
           MOVE SPACES TO WSJwkFileName.
           STRING "RcptWrk" DELIMITED BY SIZE
               WSTermId DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO WSJwkFileName
           END-STRING.
           MOVE SPACES TO WSSwkFileName.
           STRING "SuspWrk" DELIMITED BY SIZE
               WSTermId DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO WSSwkFileName
           END-STRING.
       *>  THE JOURNAL FILE NAMES OF TERMINAL WSNameTerm
       BuildPeerNames.
           MOVE SPACES TO WSPeerRcptName.
           STRING "Receipt" DELIMITED BY SIZE
               WSNameTerm DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO WSPeerRcptName
           END-STRING.
           MOVE SPACES TO WSPeerTndName.
           STRING "Tender" DELIMITED BY SIZE
               WSNameTerm DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO WSPeerTndName
           END-STRING.
           MOVE SPACES TO WSPeerSuspName.
           STRING "Suspend" DELIMITED BY SIZE
               WSNameTerm DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO WSPeerSuspName
           END-STRING.
       *>  THE GATHERED DAY FILES END OF DAY CLOSE WORKS FROM - EVERY
       *>  CLOSE STEP THAT USED TO READ THE ONE SHARED JOURNAL READS
       *>  THESE INSTEAD, UNCHANGED
       UseDayJournals.
           MOVE "Receipt.txt" TO WSRcptFileName.
           MOVE "Tender.txt" TO WSTndFileName.
       *>  MARKS THIS TERMINAL SIGNED ON IN THE TERMINAL REGISTER - A
       *>  TERMINAL ALREADY SHOWING SIGNED ON IS EITHER A SESSION THAT
       *>  DIED OR A SECOND TILL STARTED WITH THE SAME ID, WHICH WOULD
       *>  SHARE A JOURNAL, SO ONLY A SUPERVISOR CAN TAKE IT OVER
       RegisterTerminal.
       *>  A CLOSE THAT STOPPED PART WAY RESUMES FROM THE DAY FILES IT
       *>  GATHERED AND THEN RESETS EVERY TERMINAL JOURNAL - A SALE RUNG
       *>  UP BEFORE IT FINISHES WOULD BE WIPED WITHOUT BEING ARCHIVED,
       *>  SO NO TERMINAL SIGNS ON UNTIL THE CLOSE IS FINISHED
           PERFORM CheckCloseOpen.
           IF WSCloseOpen = 'Y'
               DISPLAY "End of Day Close for " WSCloseOpenDate
                   " Stopped After Step " WSCloseOpenStep
               DISPLAY "No Sales Can be Taken Until it is Finished"
               DISPLAY "Finish the Close Now? (Y/N)"
               ACCEPT WSConfirm
               IF WSConfirm = 'Y' OR WSConfirm = 'y'
                   PERFORM CloseDay THRU CloseDayExit
                   PERFORM CheckCloseOpen
               END-IF
               IF WSCloseOpen = 'Y'
                   DISPLAY "Close Not Finished - Terminal Not Signed On"
                   STOP RUN
               END-IF
           END-IF.
           OPEN I-O TerminalFile.
           IF WSTrmStatus NOT = "00"
               OPEN OUTPUT TerminalFile
               CLOSE TerminalFile
               OPEN I-O TerminalFile
           END-IF.
           MOVE WSTermId TO TRM-ID.
           MOVE 'Y' TO ItemExist.
           READ TerminalFile
               INVALID KEY MOVE 'N' TO ItemExist
           END-READ.
           CLOSE TerminalFile.
           IF ItemExist = 'Y' AND TRM-STATUS = 'O'
               DISPLAY "Terminal " WSTermId " Already Signed On by "
                   TRM-USER " on " TRM-DATE
               DISPLAY "Take Over Only if that Session is No Longer"
                   " Running"
               PERFORM SupervisorCheck
               IF WSAuthOK NOT = 'Y'
                   DISPLAY "Supervisor Authorization Required"
                   STOP RUN
               END-IF
               MOVE "TERMTAKEOVR" TO WSAudAction
               MOVE SPACES TO WSAudRef
               STRING "TERMINAL " DELIMITED BY SIZE
                   WSTermId DELIMITED BY SIZE
                   INTO WSAudRef
               END-STRING
               MOVE 0 TO WSAudValue
               PERFORM WriteAuditLog
           END-IF.
           PERFORM GetSystemDate.
           OPEN I-O TerminalFile.
           MOVE WSTermId TO TRM-ID.
           MOVE 'Y' TO ItemExist.
           READ TerminalFile
               INVALID KEY MOVE 'N' TO ItemExist
           END-READ.
           MOVE 'O' TO TRM-STATUS.
           MOVE WSUserId TO TRM-USER.
           MOVE WSTodayX TO TRM-DATE.
           IF ItemExist = 'Y'
               REWRITE TerminalData
               END-REWRITE
           ELSE
               WRITE TerminalData
               END-WRITE
           END-IF.
           CLOSE TerminalFile.
       *>  LOOKS AT THE CLOSE PROGRESS ON FILE WITHOUT TOUCHING THE
       *>  CLOSE'S OWN FIELDS - WSCloseOpen IS Y WHILE A CLOSE STOPPED
       *>  BETWEEN STEPS 1 AND 6 IS WAITING TO BE RESUMED
       CheckCloseOpen.
           MOVE 'N' TO WSCloseOpen.
           OPEN INPUT CloseStepFile.
           IF WSStepStatus = "00"
               READ CloseStepFile
                   AT END MOVE 'N' TO WSCloseOpen
                   NOT AT END
                       IF STEP-DONE IS GREATER THAN 0
                           AND STEP-DONE IS LESS THAN 7
                           MOVE 'Y' TO WSCloseOpen
                           MOVE STEP-DONE TO WSCloseOpenStep
                           MOVE STEP-DATEX TO WSCloseOpenDate
                       END-IF
               END-READ
               CLOSE CloseStepFile
           END-IF.
       *>  MARKS THIS TERMINAL SIGNED OFF ON THE WAY OUT
       SignOffTerminal.
           OPEN I-O TerminalFile.
           IF WSTrmStatus = "00"
               MOVE WSTermId TO TRM-ID
               MOVE 'Y' TO ItemExist
               READ TerminalFile
                   INVALID KEY MOVE 'N' TO ItemExist
               END-READ
               IF ItemExist = 'Y'
                   MOVE 'F' TO TRM-STATUS
                   REWRITE TerminalData
                   END-REWRITE
               END-IF
               CLOSE TerminalFile
           END-IF.
       *>  LOADS THE TERMINAL REGISTER INTO TermTable - EVERY TERMINAL
       *>  THAT HAS EVER RUN, SO EVERY JOURNAL THAT MAY HOLD SALES
       LoadTerminals.
           MOVE 0 TO TRTCount.
           OPEN I-O TerminalFile.
           IF WSTrmStatus = "00"
               MOVE 'N' TO WSEOF
               PERFORM UNTIL WSEOF='Y'
                   READ TerminalFile NEXT RECORD
                       AT END MOVE 'Y' TO WSEOF
                       NOT AT END
                           IF TRTCount < 99
                               ADD 1 TO TRTCount
                               MOVE TRM-ID TO TRT-ID(TRTCount)
                               MOVE TRM-STATUS TO TRT-STATUS(TRTCount)
                               MOVE TRM-USER TO TRT-USER(TRTCount)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TerminalFile
           END-IF.
       *>  APPENDS ONE STAMPED LINE TO THE SECURITY AUDIT LOG - DATE,
       *>  TIME, SIGNED-ON USER, AUTHORIZING SUPERVISOR IF DIFFERENT,
       *>  ACTION, REFERENCE AND VALUE - SAME OPEN EXTEND WITH A
       CheckedReturn.
           PERFORM SupervisorCheck.
           IF WSAuthOK = 'Y'
               PERFORM ProcessReturn THRU ProcessReturnExit
           ELSE
               DISPLAY "Supervisor Authorization Required"
           END-IF.
               PERFORM VARYING SkuCIdx FROM 1 BY 1
                   UNTIL SkuCIdx > 20
                   OR WSKeyChar(SkuCIdx) IS NOT NUMERIC
                   IF SkuCIdx < 7
                       MOVE WSKeyChar(SkuCIdx) TO WSDigitX
                       MOVE WSDigitX TO WSDigit9
                       COMPUTE WSSkuNo = WSSkuNo * 10 + WSDigit9
                   END-IF
               END-PERFORM
       *>  MORE DIGITS THAN A SKU HAS IS A SUPPLIER'S BARCODE, WHICH
       *>  LEADS TO THE SKU IT WAS IMPORTED AGAINST
               IF SkuCIdx > 7
                   PERFORM BarcodeLookup
               END-IF
               OPEN I-O SkuFile
               IF WSSkuStatus = "00"
                   MOVE WSSkuNo TO SkuNo
                   CLOSE SkuFile
               END-IF
           END-IF.
       BarcodeLookup.
           MOVE 0 TO WSSkuNo.
           IF SkuCIdx < 16
               OPEN INPUT BarcodeFile
               IF WSBarStatus = "00"
                   MOVE SPACES TO BAR-CODE
                   MOVE WSKeyInput(1:SkuCIdx - 1) TO BAR-CODE
                   READ BarcodeFile
                       INVALID KEY MOVE 0 TO BAR-SKUNO
                   END-READ
                   MOVE BAR-SKUNO TO WSSkuNo
                   CLOSE BarcodeFile
               END-IF
           END-IF.
       *>  GIVES A NEWLY CREATED STOCK RECORD ITS SKU - IF THE STOCK KEY
       *>  ALREADY HAS ONE (A RECORD DELETED AND RECREATED) THE EXISTING
       *>  NUMBER IS KEPT SO THE BARCODE ON THE BOX STAYS GOOD
               DISPLAY "SKU on File: " WSSkuNo " -> " StockName
           ELSE
               PERFORM NextSkuNumber
               IF WSClaimOK = 'Y'
                   MOVE WSSkuNo TO SkuNo
                   MOVE StockName TO XrefStockName
                   WRITE SkuData
                       NOT INVALID KEY DISPLAY "SKU Assigned: " SkuNo
                           " -> " XrefStockName
                   END-WRITE
               ELSE
                   MOVE 0 TO WSSkuNo
                   DISPLAY "No SKU Number Available - " StockName
                       " Left Without a SKU"
               END-IF
           END-IF.
           CLOSE SkuFile.
       *>  NEXT SKU NUMBER FROM ITS COUNTER FILE, SAME PATTERN AS THE
       *>  RECEIPT AND PO COUNTERS
       NextSkuNumber.
           PERFORM ReadSkuCounter.
           ADD 1 TO SKUCTR-VALUE.
           MOVE 'K' TO WSClaimType.
           MOVE SKUCTR-VALUE TO WSClaimNo.
           PERFORM ClaimNumber THRU ClaimNumberExit.
           IF WSClaimOK = 'Y'
               MOVE WSClaimNo TO WSSkuNo
               PERFORM ReadSkuCounter
               IF SKUCTR-VALUE IS LESS THAN WSSkuNo
                   MOVE WSSkuNo TO SKUCTR-VALUE
                   OPEN OUTPUT SkuCounterFile
                   WRITE SkuCounterRec
                   CLOSE SkuCounterFile
               END-IF
           END-IF.
       ReadSkuCounter.
           MOVE 0 TO SKUCTR-VALUE.
           OPEN INPUT SkuCounterFile.
           IF WSSkuCtrStatus = "00"
               END-READ
               CLOSE SkuCounterFile
           END-IF.
       *>  ONE-TIME BACKFILL - WALKS EVERY STOCK RECORD AND ASSIGNS A SKU
       *>  TO ANY ITEM/COLOR/SIZE THAT DOES NOT HAVE ONE YET
       BuildSkuXref.

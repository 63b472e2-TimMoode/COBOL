       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBLTAM40.
       AUTHOR. TIMOTHY ALEC MOODE.
       DATE-WRITTEN. 10/15/2026.
      * TRADE-IN RECEIPT STEP. THE SALES REPORT TAKES THE TRADE-IN
      * ALLOWANCE OFF THE TAXABLE BASE, BUT THE BOAT WE TOOK IN
      * TRADE NEVER REACHED THE STOCK MASTER - IT SAT ON THE LOT
      * UNAGED AND WAS AN EXCEPTION WHEN IT WAS RESOLD. EACH SALE ON
      * CBLBOAT1.DAT WITH A TRADE-IN ALLOWANCE NOW CARRIES THE
      * TRADE-IN'S HULL NUMBER, TYPE, AND DESCRIPTION. THIS STEP
      * RECEIVES EVERY SUCH TRADE ONTO CBLBSTK.DAT AS A USED UNIT
      * (STATUS U) AT THE SELLING LOCATION, WITH A DEALER COST EQUAL
      * TO THE TRADE ALLOWANCE AND A RECEIVED DATE EQUAL TO THE
      * PURCHASE DATE, SLOTTED INTO HULL NUMBER SEQUENCE SO THE
      * MAINTENANCE STEP CAN STILL MATCH AGAINST THE MASTER. A TRADE
      * ALREADY RECEIVED ON AN EARLIER CYCLE - SAME HULL, RECEIVED
      * ON THE SALE DATE - IS COUNTED, NOT RECEIVED AGAIN, BECAUSE
      * THE SALES FILE IS CUMULATIVE. A BOAT WE SOLD ONCE AND ARE
      * NOW TAKING BACK REPLACES ITS OLD SOLD RECORD. A TRADE-IN
      * SALE WITH NO TRADE HULL, OR ONE THAT CANNOT BE RECEIVED,
      * GOES TO THE EXCEPTION LISTING SO THE LOT COUNT AND THE
      * BOOKS AGREE. RUN IT AHEAD OF THE INVENTORY RELIEF STEP SO A
      * TRADE RESOLD IN THE SAME CYCLE IS ON STOCK TO BE RELIEVED.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STOCK-MASTER
               ASSIGN TO 'C:\COBOLWI19\CBLBSTK.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS STK-STATUS.
           SELECT BOAT-MASTER
               ASSIGN TO 'C:\COBOLWI19\CBLBOAT1.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT NEW-MASTER
               ASSIGN TO 'C:\COBOLWI19\CBLBSTK.NEW'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PRTOUT
               ASSIGN TO 'C:\COBOLWI19\BOAT_TRD.PRT'
                   ORGANIZATION IS RECORD SEQUENTIAL.
           SELECT ERROUT
               ASSIGN TO 'C:\COBOLWI19\BOAT_TRX.PRT'
                   ORGANIZATION IS RECORD SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD STOCK-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS BS-REC
           RECORD CONTAINS 75 CHARACTERS.
       01 BS-REC.
         05 BS-HULL                PIC X(10).
         05 BS-TYPE                PIC X.
         05 BS-LOCATION            PIC X(10).
         05 BS-COST                PIC 9(6)V99.
         05 BS-RECEIVED            PIC X(8).
         05 BS-STATUS              PIC X.
         05 BS-LOT-DATE            PIC X(8).
         05 BS-XFER-STATUS         PIC X.
         05 BS-XFER-FROM           PIC X(10).
         05 BS-XFER-TO             PIC X(10).
         05 BS-SHIP-DATE           PIC X(8).
       FD BOAT-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS BM-REC
           RECORD CONTAINS 128 CHARACTERS.
       01 BM-REC.
         05 I-LAST-NAME            PIC X(15).
         05 I-STATE                PIC XX.
         05 I-BOAT-COST            PIC 9(6)V99.
         05 I-PURCHASE-DATE.
           10 I-PURCHASE-YEAR      PIC XXXX.
           10 I-PURCHASE-MONTH     PIC XX.
           10 I-PURCHASE-DAY       PIC XX.
         05 I-BOAT-TYPE            PIC X.
         05 I-ACCESSORY-PACKAGE    PIC X.
         05 I-PREP-DELIVER-COST    PIC 9(5)V99.
         05 I-TAX-RATE             PIC 9V999.
         05 I-FINANCE-CHARGE       PIC 9(5)V99.
         05 I-LOCATION             PIC X(10).
         05 I-SALESPERSON          PIC X(3).
         05 I-FINANCE-MONTHS       PIC 9(3).
         05 I-FINANCE-APR          PIC 99V99.
         05 I-HULL-NUMBER          PIC X(10).
         05 I-CUSTOMER-NO          PIC X(6).
         05 I-TRADE-ALLOW          PIC 9(6)V99.
         05 I-TRADE-HULL           PIC X(10).
         05 I-TRADE-TYPE           PIC X.
           88 I-TRADE-TYPE-GOOD    VALUES 'B' 'P' 'S' 'J' 'C' 'R'.
         05 I-TRADE-DESC           PIC X(20).
      * HEADER AND TRAILER CONTROL RECORDS BOOK-END THE MASTER -
      * THIS VIEW LETS THEM BE RECOGNIZED AND PASSED OVER
       01 CTL-REC.
         05 CTL-TYPE               PIC X(3).
           88 CTL-CONTROL-REC      VALUES 'HDR' 'TRL'.
         05 FILLER                 PIC X(125).
       FD NEW-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS N-REC
           RECORD CONTAINS 75 CHARACTERS.
       01 N-REC                    PIC X(75).
       FD PRTOUT
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS PRTLINE
           LINAGE IS 40 WITH FOOTING AT 36.
       01 PRTLINE                  PIC X(132).
       FD ERROUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS ERRLINE.
       01 ERRLINE                  PIC X(132).

       WORKING-STORAGE SECTION.
       01 MISC.
         05 EOF                    PIC X           VALUE 'N'.
         05 STK-EOF                PIC X           VALUE 'N'.
         05 STK-STATUS             PIC XX          VALUE SPACES.
         05 CPAGECOUNT             PIC 99          VALUE 0.
         05 SALESCOUNT             PIC 9(5)        VALUE 0.
         05 TRADECOUNT             PIC 9(5)        VALUE 0.
         05 RECEIPTCOUNT           PIC 9(5)        VALUE 0.
         05 RERECEIPTCOUNT         PIC 9(5)        VALUE 0.
         05 ALREADYCOUNT           PIC 9(5)        VALUE 0.
         05 EXCEPTCOUNT            PIC 9(5)        VALUE 0.
         05 MSTOUTCOUNT            PIC 9(5)        VALUE 0.
         05 GT-TRADE-COST          PIC 9(9)V99     VALUE 0.
      * ANSWER AREA FOR THE COMMON DATE EDIT SUBPROGRAM
       01 DV-RESULT.
         05 DV-VALID-SW            PIC X.
           88 DV-DATE-GOOD         VALUE 'Y'.
           88 DV-DATE-BAD          VALUE 'N'.
         05 DV-REASON              PIC X(30).
      * THE WHOLE STOCK MASTER LIVES HERE DURING THE RUN SO EACH
      * RECEIPT CAN BE SLOTTED INTO HULL NUMBER SEQUENCE
       01 STOCK-CONTROLS.
         05 ST-COUNT               PIC 999         VALUE 0.
         05 ST-MAX                 PIC 999         VALUE 200.
         05 ST-IDX                 PIC 999         VALUE 0.
         05 ST-FOUND-IDX           PIC 999         VALUE 0.
           88 HULL-NOT-ON-STOCK    VALUE 0.
         05 ST-INSERT-IDX          PIC 999         VALUE 0.
         05 ST-OVERFLOW            PIC 999         VALUE 0.
         05 ST-ADD-OVERFLOW        PIC 999         VALUE 0.
       01 STOCK-TABLE.
         05 ST-ENTRY OCCURS 200 TIMES.
           10 ST-HULL              PIC X(10).
           10 ST-TYPE              PIC X.
           10 ST-LOCATION          PIC X(10).
           10 ST-COST              PIC 9(6)V99.
           10 ST-RECEIVED          PIC X(8).
           10 ST-STATUS            PIC X.
           10 ST-LOT-DATE          PIC X(8).
           10 ST-XFER-STATUS       PIC X.
           10 ST-XFER-FROM         PIC X(10).
           10 ST-XFER-TO           PIC X(10).
           10 ST-SHIP-DATE         PIC X(8).
           10 ST-ADDED             PIC X.
      * OUTPUT IMAGE FOR THE UPDATED MASTER - BUILT HERE BECAUSE
      * THE INPUT STOCK FILE IS ALREADY CLOSED BY WRITE-BACK TIME
       01 STK-OUT-REC.
         05 SO-HULL                PIC X(10).
         05 SO-TYPE                PIC X.
         05 SO-LOCATION            PIC X(10).
         05 SO-COST                PIC 9(6)V99.
         05 SO-RECEIVED            PIC X(8).
         05 SO-STATUS              PIC X.
         05 SO-LOT-DATE            PIC X(8).
         05 SO-XFER-STATUS         PIC X.
         05 SO-XFER-FROM           PIC X(10).
         05 SO-XFER-TO             PIC X(10).
         05 SO-SHIP-DATE           PIC X(8).
      * OS COMMAND THAT PROMOTES THE UPDATED MASTER OVER THE OLD
       01 PROMOTE-CMD              PIC X(70)  VALUE
         'COPY /Y C:\COBOLWI19\CBLBSTK.NEW C:\COBOLWI19\CBLBSTK.DAT'.
       01 CURDATETIME.
         05 THE-DATE.
           10 CURYEAR              PIC X(4).
           10 CURMONTH             PIC XX.
           10 CURDAY               PIC XX.
         05 THE-TIME.
           10 CURHOUR              PIC XX.
           10 CURMIN               PIC XX.
           10 CURSEC               PIC XX.
       01 H-TITLE-LINE.
         05 FILLER                 PIC X(6)        VALUE 'DATE: '.
         05 H-MONTH                PIC XX.
         05 FILLER                 PIC X           VALUE '/'.
         05 H-DAY                  PIC XX.
         05 FILLER                 PIC X           VALUE '/'.
         05 H-YEAR                 PIC XXXX.
         05 FILLER                 PIC X(30)       VALUE SPACES.
         05 FILLER                 PIC X(38)
               VALUE 'TIMOTHY''S BOATS - TRADE-IN RECEIPTS'.
         05 FILLER                 PIC X(35)       VALUE SPACES.
         05 FILLER                 PIC X(6)        VALUE 'PAGE: '.
         05 H-PAGENUM              PIC Z9.
       01 H-HEADING1.
         05 FILLER                 PIC X(9)        VALUE 'SALE DATE'.
         05 FILLER                 PIC X(3)        VALUE SPACES.
         05 FILLER                 PIC X(8)        VALUE 'CUSTOMER'.
         05 FILLER                 PIC X(9)        VALUE SPACES.
         05 FILLER                 PIC X(10)       VALUE 'TRADE HULL'.
         05 FILLER                 PIC X(2)        VALUE SPACES.
         05 FILLER                 PIC X(4)        VALUE 'TYPE'.
         05 FILLER                 PIC X(2)        VALUE SPACES.
         05 FILLER                 PIC X(11)       VALUE 'DESCRIPTION'.
         05 FILLER                 PIC X(11)       VALUE SPACES.
         05 FILLER                 PIC X(8)        VALUE 'LOCATION'.
         05 FILLER                 PIC X(6)        VALUE SPACES.
         05 FILLER                 PIC X(10)       VALUE 'TRADE COST'.
         05 FILLER                 PIC X(3)        VALUE SPACES.
         05 FILLER                 PIC X(4)        VALUE 'NOTE'.
       01 H-DETAIL.
         05 D-SALE-DATE            PIC X(8).
         05 FILLER                 PIC X(4)        VALUE SPACES.
         05 D-CUSTNAME             PIC X(15).
         05 FILLER                 PIC X(2)        VALUE SPACES.
         05 D-TRADE-HULL           PIC X(10).
         05 FILLER                 PIC X(3)        VALUE SPACES.
         05 D-TRADE-TYPE           PIC X.
         05 FILLER                 PIC X(4)        VALUE SPACES.
         05 D-TRADE-DESC           PIC X(20).
         05 FILLER                 PIC X(2)        VALUE SPACES.
         05 D-LOCATION             PIC X(10).
         05 FILLER                 PIC X(2)        VALUE SPACES.
         05 D-COST                 PIC $ZZZ,ZZZ.99.
         05 FILLER                 PIC X(3)        VALUE SPACES.
         05 D-NOTE                 PIC X(20).
       01 H-TOTALLINE.
         05 FILLER                 PIC X(29)       VALUE SPACES.
         05 FILLER                 PIC X(30)
               VALUE 'USED UNITS RECEIVED THIS RUN: '.
         05 F-RECEIVED             PIC ZZZZ9.
         05 FILLER                 PIC X(6)        VALUE SPACES.
         05 F-TRADE-COST           PIC $$$$,$$$,$$$.99.
       01 H-FINALLINE.
         05 FILLER                 PIC X(16)  VALUE 'TRADE-IN SALES: '.
         05 F-TRADES               PIC ZZZZ9.
         05 FILLER                 PIC X(5)        VALUE SPACES.
         05 FILLER                 PIC X(16)  VALUE 'RE-RECEIVED:    '.
         05 F-RERECEIVED           PIC ZZZZ9.
         05 FILLER                 PIC X(5)        VALUE SPACES.
         05 FILLER                 PIC X(16)  VALUE 'PRIOR CYCLES:   '.
         05 F-ALREADY              PIC ZZZZ9.
         05 FILLER                 PIC X(5)        VALUE SPACES.
         05 FILLER                 PIC X(16)  VALUE 'EXCEPTIONS:     '.
         05 F-EXCEPTIONS           PIC ZZZZ9.
       01 H-STKOVERFLOW.
         05 FILLER                 PIC X(35)
               VALUE '**WARNING - STOCK TABLE FULL,      '.
         05 F-ST-OVERFLOW          PIC ZZZZ9.
         05 FILLER                 PIC X(44)
               VALUE ' HULL(S) NOT LOADED - MASTER NOT PROMOTED**'.
      * EXCEPTION LISTING LAYOUTS
       01 H-ERRTITLE.
         05 FILLER                 PIC X(40)       VALUE SPACES.
         05 FILLER                 PIC X(34)
               VALUE 'TRADE-IN RECEIPT EXCEPTION LISTING'.
       01 H-ERRHEADING.
         05 FILLER                 PIC X(9)        VALUE 'LAST NAME'.
         05 FILLER                 PIC X(11)       VALUE SPACES.
         05 FILLER                 PIC X(9)        VALUE 'SALE HULL'.
         05 FILLER                 PIC X(7)        VALUE SPACES.
         05 FILLER                 PIC X(10)       VALUE 'TRADE HULL'.
         05 FILLER                 PIC X(6)        VALUE SPACES.
         05 FILLER                 PIC X(11)       VALUE 'TRADE ALLOW'.
         05 FILLER                 PIC X(4)        VALUE SPACES.
         05 FILLER                 PIC X(6)        VALUE 'REASON'.
       01 H-ERRDETAIL.
         05 ERR-CUSTNAME           PIC X(15).
         05 FILLER                 PIC X(5)        VALUE SPACES.
         05 ERR-HULL               PIC X(10).
         05 FILLER                 PIC X(6)        VALUE SPACES.
         05 ERR-TRADE-HULL         PIC X(10).
         05 FILLER                 PIC X(4)        VALUE SPACES.
         05 ERR-TRADE-ALLOW        PIC $ZZZ,ZZZ.99.
         05 FILLER                 PIC X(6)        VALUE SPACES.
         05 ERR-REASON             PIC X(44).
       PROCEDURE DIVISION.
       L0-MAIN.
           PERFORM L1-INIT.
           PERFORM L1-MAINLINE
             UNTIL EOF = 'Y'.
           PERFORM L1-CLOSING.
           STOP RUN.

       L1-INIT.
           MOVE FUNCTION CURRENT-DATE TO CURDATETIME.
           MOVE CURMONTH TO H-MONTH.
           MOVE CURDAY TO H-DAY.
           MOVE CURYEAR TO H-YEAR.
           PERFORM L6-LOAD-STOCK.
           OPEN INPUT BOAT-MASTER.
           OPEN OUTPUT PRTOUT.
           OPEN OUTPUT ERROUT.
           WRITE ERRLINE
             FROM H-ERRTITLE
             AFTER ADVANCING PAGE.
           WRITE ERRLINE
             FROM H-ERRHEADING
             AFTER ADVANCING 2 LINES.
           PERFORM L3-HEADINGS.
           PERFORM L2-INPUT.

      * ONLY A SALE WITH A TRADE-IN ALLOWANCE OR A TRADE HULL KEYED
      * IS OF INTEREST - EVERYTHING ELSE IS JUST COUNTED AND PASSED
       L1-MAINLINE.
           COMPUTE SALESCOUNT = SALESCOUNT + 1.
           IF I-TRADE-ALLOW GREATER THAN 0
                   OR I-TRADE-HULL NOT = SPACES
               COMPUTE TRADECOUNT = TRADECOUNT + 1
               PERFORM L4-RECEIVE-TRADE
           END-IF.
           PERFORM L2-INPUT.

       L1-CLOSING.
           MOVE RECEIPTCOUNT TO F-RECEIVED.
           MOVE GT-TRADE-COST TO F-TRADE-COST.
           WRITE PRTLINE
             FROM H-TOTALLINE
             AFTER ADVANCING 3 LINES.
           MOVE TRADECOUNT TO F-TRADES.
           MOVE RERECEIPTCOUNT TO F-RERECEIVED.
           MOVE ALREADYCOUNT TO F-ALREADY.
           MOVE EXCEPTCOUNT TO F-EXCEPTIONS.
           WRITE PRTLINE
             FROM H-FINALLINE
             AFTER ADVANCING 2 LINES.
           IF ST-OVERFLOW GREATER THAN 0
               MOVE ST-OVERFLOW TO F-ST-OVERFLOW
               WRITE PRTLINE
                 FROM H-STKOVERFLOW
                 AFTER ADVANCING 2 LINES
           END-IF.
           CLOSE BOAT-MASTER PRTOUT ERROUT.
      * A TABLE OVERFLOW ON THE LOAD MEANS SOME HULLS NEVER MADE IT
      * INTO THE TABLE - WRITING THE TABLE BACK WOULD DESTROY THEM,
      * SO THE MASTER IS LEFT ALONE AND THE RUN ENDS WITH A WARNING
           IF ST-OVERFLOW = 0
               PERFORM L6-WRITE-STOCK
               CALL 'SYSTEM' USING PROMOTE-CMD
           ELSE
               DISPLAY 'CBLTAM40 - STOCK TABLE FULL, MASTER NOT '
                   'PROMOTED - HULLS NOT LOADED: ' ST-OVERFLOW
               MOVE 8 TO RETURN-CODE
           END-IF.
           IF ST-ADD-OVERFLOW GREATER THAN 0
               MOVE 8 TO RETURN-CODE
           END-IF.
           DISPLAY 'CBLTAM40 - TRADE-IN RECEIPTS COMPLETE'.
           DISPLAY 'TRADE-INS: ' TRADECOUNT
               ' RECEIVED: ' RECEIPTCOUNT
               ' PRIOR CYCLES: ' ALREADYCOUNT
               ' EXCEPTIONS: ' EXCEPTCOUNT.

      * CONTROL RECORDS ARE CAPTURED AND SKIPPED SO THE MAINLINE
      * ONLY EVER SEES TRUE DATA RECORDS
       L2-INPUT.
           PERFORM L2A-READ-MASTER.
           PERFORM L2A-READ-MASTER
             UNTIL EOF = 'Y' OR NOT CTL-CONTROL-REC.

       L2A-READ-MASTER.
           READ BOAT-MASTER
               AT END
                   MOVE 'Y' TO EOF.

       L3-HEADINGS.
           COMPUTE CPAGECOUNT = CPAGECOUNT + 1.
           MOVE CPAGECOUNT TO H-PAGENUM.
           WRITE PRTLINE
             FROM H-TITLE-LINE
             AFTER ADVANCING PAGE.
           WRITE PRTLINE
             FROM H-HEADING1
             AFTER ADVANCING 2 LINES.

      * EDIT THE TRADE, THEN DECIDE WHETHER IT IS NEW TO THE LOT,
      * ALREADY RECEIVED ON AN EARLIER CYCLE, OR A BOAT WE SOLD
      * BEFORE COMING BACK IN
       L4-RECEIVE-TRADE.
           CALL 'CBLDATEV' USING I-PURCHASE-DATE DV-RESULT.
           EVALUATE TRUE
               WHEN I-TRADE-HULL = SPACES
                   MOVE 'TRADE-IN ALLOWANCE WITH NO TRADE HULL'
                       TO ERR-REASON
                   PERFORM L4-TRADE-EXCEPTION
               WHEN I-TRADE-ALLOW = 0
                   MOVE 'TRADE HULL KEYED WITH NO TRADE ALLOWANCE'
                       TO ERR-REASON
                   PERFORM L4-TRADE-EXCEPTION
               WHEN NOT I-TRADE-TYPE-GOOD
                   MOVE 'TRADE TYPE NOT B, P, S, J, C, OR R'
                       TO ERR-REASON
                   PERFORM L4-TRADE-EXCEPTION
               WHEN DV-DATE-BAD
                   MOVE DV-REASON TO ERR-REASON
                   PERFORM L4-TRADE-EXCEPTION
               WHEN OTHER
                   PERFORM L4-FIND-HULL
                   IF HULL-NOT-ON-STOCK
                       PERFORM L4-ADD-RECEIPT
                   ELSE
                       PERFORM L4-HULL-ON-STOCK
                   END-IF
           END-EVALUATE.

      * THE TRADE HULL IS ALREADY ON THE MASTER - WORK OUT WHY. THE
      * WHOLE SALES FILE IS READ EVERY RUN, SO A RECEIPT DATED ON OR
      * AFTER THIS SALE MEANS THIS TRADE - OR A LATER TRADE OF THE
      * SAME HULL - HAS ALREADY BEEN BOOKED IN
       L4-HULL-ON-STOCK.
           EVALUATE TRUE
               WHEN ST-ADDED(ST-FOUND-IDX) = 'Y'
                   MOVE 'TRADE HULL ON AN EARLIER SALE THIS RUN'
                       TO ERR-REASON
                   PERFORM L4-TRADE-EXCEPTION
               WHEN ST-RECEIVED(ST-FOUND-IDX)
                       NOT LESS THAN I-PURCHASE-DATE
                   COMPUTE ALREADYCOUNT = ALREADYCOUNT + 1
               WHEN ST-STATUS(ST-FOUND-IDX) = 'S'
                   MOVE ST-FOUND-IDX TO ST-INSERT-IDX
                   PERFORM L4A-BUILD-ENTRY
                   COMPUTE RERECEIPTCOUNT = RERECEIPTCOUNT + 1
                   MOVE 'RE-RECEIVED - SOLD' TO D-NOTE
                   PERFORM L4-RECEIPT-LINE
               WHEN OTHER
                   MOVE 'TRADE HULL ALREADY ON THE LOT UNSOLD'
                       TO ERR-REASON
                   PERFORM L4-TRADE-EXCEPTION
           END-EVALUATE.

       L4-FIND-HULL.
           MOVE 0 TO ST-FOUND-IDX.
           PERFORM L4A-HULL-LOOKUP
             VARYING ST-IDX FROM 1 BY 1 UNTIL ST-IDX > ST-COUNT.

       L4A-HULL-LOOKUP.
           IF ST-HULL(ST-IDX) EQUAL I-TRADE-HULL
               MOVE ST-IDX TO ST-FOUND-IDX
           END-IF.

      * A NEW HULL GOES IN AHEAD OF THE FIRST HULL THAT SORTS AFTER
      * IT, SO THE MASTER GOES BACK OUT IN HULL NUMBER SEQUENCE
       L4-ADD-RECEIPT.
           IF ST-COUNT NOT LESS THAN ST-MAX
               COMPUTE ST-ADD-OVERFLOW = ST-ADD-OVERFLOW + 1
               MOVE 'STOCK TABLE FULL - RECEIPT NOT CREATED'
                   TO ERR-REASON
               PERFORM L4-TRADE-EXCEPTION
           ELSE
               COMPUTE ST-INSERT-IDX = ST-COUNT + 1
               PERFORM L4A-INSERT-POINT
                 VARYING ST-IDX FROM ST-COUNT BY -1
                   UNTIL ST-IDX < 1
               COMPUTE ST-COUNT = ST-COUNT + 1
               PERFORM L4A-SHIFT-UP
                 VARYING ST-IDX FROM ST-COUNT BY -1
                   UNTIL ST-IDX NOT GREATER THAN ST-INSERT-IDX
               PERFORM L4A-BUILD-ENTRY
               MOVE 'RECEIVED' TO D-NOTE
               PERFORM L4-RECEIPT-LINE
           END-IF.

       L4A-INSERT-POINT.
           IF ST-HULL(ST-IDX) GREATER THAN I-TRADE-HULL
               MOVE ST-IDX TO ST-INSERT-IDX
           END-IF.

       L4A-SHIFT-UP.
           MOVE ST-ENTRY(ST-IDX - 1) TO ST-ENTRY(ST-IDX).

      * THE USED-UNIT RECEIPT ITSELF - STATUS U, THE ALLOWANCE AS
      * DEALER COST, RECEIVED THE DAY THE TRADE CAME IN
       L4A-BUILD-ENTRY.
           MOVE I-TRADE-HULL TO ST-HULL(ST-INSERT-IDX).
           MOVE I-TRADE-TYPE TO ST-TYPE(ST-INSERT-IDX).
           MOVE I-LOCATION TO ST-LOCATION(ST-INSERT-IDX).
           MOVE I-TRADE-ALLOW TO ST-COST(ST-INSERT-IDX).
           MOVE I-PURCHASE-DATE TO ST-RECEIVED(ST-INSERT-IDX).
           MOVE 'U' TO ST-STATUS(ST-INSERT-IDX).
           MOVE I-PURCHASE-DATE TO ST-LOT-DATE(ST-INSERT-IDX).
           MOVE SPACES TO ST-XFER-STATUS(ST-INSERT-IDX).
           MOVE SPACES TO ST-XFER-FROM(ST-INSERT-IDX).
           MOVE SPACES TO ST-XFER-TO(ST-INSERT-IDX).
           MOVE SPACES TO ST-SHIP-DATE(ST-INSERT-IDX).
           MOVE 'Y' TO ST-ADDED(ST-INSERT-IDX).

       L4-RECEIPT-LINE.
           COMPUTE RECEIPTCOUNT = RECEIPTCOUNT + 1.
           COMPUTE GT-TRADE-COST = GT-TRADE-COST + I-TRADE-ALLOW.
           MOVE I-PURCHASE-DATE TO D-SALE-DATE.
           MOVE I-LAST-NAME TO D-CUSTNAME.
           MOVE I-TRADE-HULL TO D-TRADE-HULL.
           MOVE I-TRADE-TYPE TO D-TRADE-TYPE.
           MOVE I-TRADE-DESC TO D-TRADE-DESC.
           MOVE I-LOCATION TO D-LOCATION.
           MOVE I-TRADE-ALLOW TO D-COST.
           WRITE PRTLINE
             FROM H-DETAIL
             AFTER ADVANCING 1 LINE
               AT END-OF-PAGE
                   PERFORM L3-HEADINGS.

       L4-TRADE-EXCEPTION.
           MOVE I-LAST-NAME TO ERR-CUSTNAME.
           MOVE I-HULL-NUMBER TO ERR-HULL.
           MOVE I-TRADE-HULL TO ERR-TRADE-HULL.
           MOVE I-TRADE-ALLOW TO ERR-TRADE-ALLOW.
           WRITE ERRLINE
             FROM H-ERRDETAIL
             AFTER ADVANCING 1 LINE.
           COMPUTE EXCEPTCOUNT = EXCEPTCOUNT + 1.

      * PULL THE WHOLE STOCK MASTER INTO THE TABLE. A MISSING FILE
      * JUST MEANS AN EMPTY LOT.
       L6-LOAD-STOCK.
           OPEN INPUT STOCK-MASTER.
           IF STK-STATUS NOT = '00'
               MOVE 'Y' TO STK-EOF
           ELSE
               PERFORM L6A-READ-STOCK
               PERFORM L6A-TABLE-STOCK
                 UNTIL STK-EOF = 'Y'
               CLOSE STOCK-MASTER
           END-IF.

       L6A-READ-STOCK.
           READ STOCK-MASTER
               AT END
                   MOVE 'Y' TO STK-EOF.

       L6A-TABLE-STOCK.
           IF ST-COUNT LESS THAN ST-MAX
               COMPUTE ST-COUNT = ST-COUNT + 1
               MOVE BS-HULL TO ST-HULL(ST-COUNT)
               MOVE BS-TYPE TO ST-TYPE(ST-COUNT)
               MOVE BS-LOCATION TO ST-LOCATION(ST-COUNT)
               MOVE BS-COST TO ST-COST(ST-COUNT)
               MOVE BS-RECEIVED TO ST-RECEIVED(ST-COUNT)
               MOVE BS-STATUS TO ST-STATUS(ST-COUNT)
               MOVE BS-LOT-DATE TO ST-LOT-DATE(ST-COUNT)
               MOVE BS-XFER-STATUS TO ST-XFER-STATUS(ST-COUNT)
               MOVE BS-XFER-FROM TO ST-XFER-FROM(ST-COUNT)
               MOVE BS-XFER-TO TO ST-XFER-TO(ST-COUNT)
               MOVE BS-SHIP-DATE TO ST-SHIP-DATE(ST-COUNT)
               MOVE 'N' TO ST-ADDED(ST-COUNT)
           ELSE
               COMPUTE ST-OVERFLOW = ST-OVERFLOW + 1
           END-IF.
           PERFORM L6A-READ-STOCK.

       L6-WRITE-STOCK.
           OPEN OUTPUT NEW-MASTER.
           PERFORM L6A-WRITE-ONE
             VARYING ST-IDX FROM 1 BY 1 UNTIL ST-IDX > ST-COUNT.
           CLOSE NEW-MASTER.

       L6A-WRITE-ONE.
           MOVE ST-HULL(ST-IDX) TO SO-HULL.
           MOVE ST-TYPE(ST-IDX) TO SO-TYPE.
           MOVE ST-LOCATION(ST-IDX) TO SO-LOCATION.
           MOVE ST-COST(ST-IDX) TO SO-COST.
           MOVE ST-RECEIVED(ST-IDX) TO SO-RECEIVED.
           MOVE ST-STATUS(ST-IDX) TO SO-STATUS.
           MOVE ST-LOT-DATE(ST-IDX) TO SO-LOT-DATE.
           MOVE ST-XFER-STATUS(ST-IDX) TO SO-XFER-STATUS.
           MOVE ST-XFER-FROM(ST-IDX) TO SO-XFER-FROM.
           MOVE ST-XFER-TO(ST-IDX) TO SO-XFER-TO.
           MOVE ST-SHIP-DATE(ST-IDX) TO SO-SHIP-DATE.
           WRITE N-REC FROM STK-OUT-REC.
           COMPUTE MSTOUTCOUNT = MSTOUTCOUNT + 1.
       END PROGRAM CBLTAM40.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBLTAM39.
       AUTHOR. TIMOTHY ALEC MOODE.
       DATE-WRITTEN. 10/15/2026.
      * PROMOTION EFFECTIVENESS REPORT. EVERY PROMOTION ON THE
      * PROMOTION MASTER CBLPPROM.DAT IS MEASURED AGAINST THE DAILY
      * SALES HISTORY CBLPSHST.DAT. FOR EACH ITEM THE PROMOTION
      * COVERS THE REPORT SHOWS THE UNITS SOLD UNDER THE PROMOTION
      * CODE AND THE DISCOUNT GIVEN ON THEM (QUANTITY TIMES THE GAP
      * BELOW STANDARD PRICE), THEN ALL UNIT SALES OF THE ITEM WHILE
      * THE PROMOTION RAN AGAINST ITS UNIT SALES IN THE SAME NUMBER
      * OF DAYS RIGHT BEFORE THE PROMOTION STARTED, WITH THE CHANGE
      * AND PERCENT CHANGE. A PROMOTION STILL RUNNING IS MEASURED UP
      * TO THE DAY BEFORE THE RUN, SO BOTH SIDES ALWAYS COVER THE
      * SAME NUMBER OF FULL DAYS. A PROMOTION NOT YET STARTED IS
      * LISTED WITH NOTHING TO COMPARE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PROMO-MASTER
               ASSIGN TO 'C:\COBOLWI19\CBLPPROM.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS PR-STATUS.
           SELECT OPTIONAL SALES-HISTORY
               ASSIGN TO 'C:\COBOLWI19\CBLPSHST.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS SH-STATUS.
           SELECT ITEM-MASTER
               ASSIGN TO 'C:\COBOLWI19\CBLPITEM.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PRTOUT
               ASSIGN TO 'C:\COBOLWI19\PIZZAPRM.PRT'
                   ORGANIZATION IS RECORD SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *ONE RECORD PER PROMOTION CODE, AS CBLTAM38 MAINTAINS IT
       FD PROMO-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS PR-REC
           RECORD CONTAINS 88 CHARACTERS.
       01 PR-REC.
         05 PR-CODE PIC X(6).
         05 PR-DESC PIC X(20).
         05 PR-START PIC 9(8).
         05 PR-END PIC 9(8).
         05 PR-DISC-TYPE PIC X.
         05 PR-DISC-VALUE PIC 9(3)V99.
         05 PR-ITEMS.
           10 PR-ITEM PIC X(4) OCCURS 10 TIMES.

      *ONE RECORD PER ACCEPTED REGISTER TRANSACTION, AS CBLTAM20
      *APPENDS THEM - SH-PROMO IS BLANK FOR A FULL-PRICE SALE
       FD SALES-HISTORY
           LABEL RECORD IS STANDARD
           DATA RECORD IS SH-REC
           RECORD CONTAINS 35 CHARACTERS.
       01 SH-REC.
         05 SH-ID PIC X(4).
         05 SH-DATE PIC X(8).
         05 SH-DATE-9 REDEFINES SH-DATE PIC 9(8).
         05 SH-QUANTITY PIC 9(5).
         05 SH-PRICE PIC 99V99.
         05 SH-POSTED PIC X(8).
         05 SH-PROMO PIC X(6).

       FD ITEM-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS IM-REC
           RECORD CONTAINS 38 CHARACTERS.
       01 IM-REC.
         05 IM-ID PIC X(4).
         05 IM-NAME PIC X(20).
         05 IM-CATEGORY PIC X(10).
         05 IM-STDPRICE PIC 99V99.

       FD PRTOUT
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS PRTLINE
           LINAGE IS 40 WITH FOOTING AT 36.
       01 PRTLINE PIC X(132).

       WORKING-STORAGE SECTION.
       01 MISC.
         05 PR-EOF PIC X VALUE 'N'.
         05 PR-STATUS PIC XX VALUE SPACES.
         05 SH-EOF PIC X VALUE 'N'.
         05 SH-STATUS PIC XX VALUE SPACES.
         05 SH-OPEN-SW PIC X VALUE 'N'.
         05 IT-EOF PIC X VALUE 'N'.
         05 CPAGECOUNT PIC 99 VALUE 0.
         05 READCOUNT PIC 9(7) VALUE 0.
         05 BADDATECOUNT PIC 9(5) VALUE 0.
         05 UNIT-CHANGE PIC S9(7) VALUE 0.
         05 PCT-CHANGE PIC S9(5)V9 VALUE 0.
      *DAY NUMBERS FOR THE DATE ARITHMETIC
       01 CALENDAR-WORK.
         05 RUN-DATE-INT PIC 9(7) VALUE 0.
         05 LAST-FULL-DAY-INT PIC 9(7) VALUE 0.
         05 SALE-DAY-INT PIC 9(7) VALUE 0.
         05 WORK-YYYYMMDD PIC 9(8) VALUE 0.
         05 WORK-DATE-X REDEFINES WORK-YYYYMMDD.
           10 WORK-YEAR PIC X(4).
           10 WORK-MONTH PIC XX.
           10 WORK-DAY PIC XX.
      *ITEM TABLE - THE STANDARD PRICE IS WHAT THE DISCOUNT IS
      *MEASURED FROM
       01 ITEM-CONTROLS.
         05 IT-COUNT PIC 999 VALUE 0.
         05 IT-MAX PIC 999 VALUE 100.
         05 IT-IDX PIC 999 VALUE 0.
         05 IT-FOUND-IDX PIC 999 VALUE 0.
           88 ITEM-NOT-FOUND VALUE 0.
         05 IT-OVERFLOW PIC 999 VALUE 0.
       01 ITEM-TABLE.
         05 ITEM-ENTRY OCCURS 100 TIMES.
           10 IT-ID PIC X(4).
           10 IT-NAME PIC X(20).
           10 IT-STDPRICE PIC 99V99.
      *ONE ENTRY PER PROMOTION WITH ITS MEASURING WINDOW AS DAY
      *NUMBERS AND, FOR EACH COVERED ITEM SLOT, THE FOUR UNIT AND
      *DOLLAR BUCKETS THE HISTORY PASS FILLS
       01 PROMO-CONTROLS.
         05 PP-COUNT PIC 999 VALUE 0.
         05 PP-MAX PIC 999 VALUE 50.
         05 PP-IDX PIC 999 VALUE 0.
         05 PP-IX PIC 99 VALUE 0.
         05 PP-OVERFLOW PIC 999 VALUE 0.
       01 PROMO-TABLE.
         05 PROMO-ENTRY OCCURS 50 TIMES.
           10 PP-CODE PIC X(6).
           10 PP-DESC PIC X(20).
           10 PP-START PIC 9(8).
           10 PP-END PIC 9(8).
           10 PP-DISC-TYPE PIC X.
           10 PP-DISC-VALUE PIC 9(3)V99.
           10 PP-START-INT PIC 9(7).
           10 PP-LAST-INT PIC 9(7).
           10 PP-DAYS PIC 9(5).
           10 PP-BEFORE-INT PIC 9(7).
           10 PP-SLOT OCCURS 10 TIMES.
             15 PP-ITEM PIC X(4).
             15 PP-PROMO-QTY PIC 9(7).
             15 PP-DISCOUNT PIC S9(7)V99.
             15 PP-DURING-QTY PIC 9(7).
             15 PP-BEFORE-QTY PIC 9(7).
      *TOTALS FOR THE PROMOTION BEING PRINTED AND FOR THE WHOLE RUN
       01 TOTAL-WORK.
         05 TW-PROMO-QTY PIC 9(8) VALUE 0.
         05 TW-DISCOUNT PIC S9(8)V99 VALUE 0.
         05 TW-DURING-QTY PIC 9(8) VALUE 0.
         05 TW-BEFORE-QTY PIC 9(8) VALUE 0.
         05 GT-PROMO-QTY PIC 9(8) VALUE 0.
         05 GT-DISCOUNT PIC S9(8)V99 VALUE 0.
       01 CURDATETIME.
         05 THE-DATE.
           10 CURYEAR PIC X(4).
           10 CURMONTH PIC XX.
           10 CURDAY PIC XX.
         05 THE-TIME.
           10 CURHOUR PIC XX.
           10 CURMIN PIC XX.
           10 CURSEC PIC XX.
       01 CURDATE-9 REDEFINES CURDATETIME.
         05 CUR-YYYYMMDD PIC 9(8).
         05 FILLER PIC X(6).
       01 H-TITLELINE.
         05 FILLER PIC X(6) VALUE 'DATE: '.
         05 H-MONTH PIC XX.
         05 FILLER PIC X VALUE '/'.
         05 H-DAY PIC XX.
         05 FILLER PIC X VALUE '/'.
         05 H-YEAR PIC XXXX.
         05 FILLER PIC X(32) VALUE SPACES.
         05 FILLER PIC X(30)
                   VALUE 'PROMOTION EFFECTIVENESS'.
         05 FILLER PIC X(46) VALUE SPACES.
         05 FILLER PIC X(6) VALUE 'PAGE: '.
         05 H-PAGENUM PIC Z9.
       01 H-HEADING1.
         05 FILLER PIC X(4) VALUE 'ITEM'.
         05 FILLER PIC X(2) VALUE SPACES.
         05 FILLER PIC X(9) VALUE 'ITEM NAME'.
         05 FILLER PIC X(12) VALUE SPACES.
         05 FILLER PIC X(11) VALUE 'PROMO UNITS'.
         05 FILLER PIC X(5) VALUE SPACES.
         05 FILLER PIC X(14) VALUE 'DISCOUNT GIVEN'.
         05 FILLER PIC X(3) VALUE SPACES.
         05 FILLER PIC X(12) VALUE 'UNITS DURING'.
         05 FILLER PIC X(3) VALUE SPACES.
         05 FILLER PIC X(12) VALUE 'UNITS BEFORE'.
         05 FILLER PIC X(8) VALUE SPACES.
         05 FILLER PIC X(6) VALUE 'CHANGE'.
         05 FILLER PIC X(3) VALUE SPACES.
         05 FILLER PIC X(7) VALUE 'PCT CHG'.
       01 H-PROMOLINE.
         05 FILLER PIC X(7) VALUE 'PROMO: '.
         05 L-CODE PIC X(6).
         05 FILLER PIC X(2) VALUE SPACES.
         05 L-DESC PIC X(20).
         05 FILLER PIC X(4) VALUE SPACES.
         05 FILLER PIC X(5) VALUE 'RUNS '.
         05 L-START-MONTH PIC XX.
         05 FILLER PIC X VALUE '/'.
         05 L-START-DAY PIC XX.
         05 FILLER PIC X VALUE '/'.
         05 L-START-YEAR PIC XXXX.
         05 FILLER PIC X(4) VALUE ' TO '.
         05 L-END-MONTH PIC XX.
         05 FILLER PIC X VALUE '/'.
         05 L-END-DAY PIC XX.
         05 FILLER PIC X VALUE '/'.
         05 L-END-YEAR PIC XXXX.
         05 FILLER PIC X(4) VALUE SPACES.
         05 L-DISC-VALUE PIC ZZ9.99.
         05 FILLER PIC X VALUE SPACE.
         05 L-DISC-DESC PIC X(16).
       01 H-WINDOWLINE.
         05 FILLER PIC X(13) VALUE SPACES.
         05 FILLER PIC X(10) VALUE 'MEASURED: '.
         05 W-DAYS PIC ZZZZ9.
         05 FILLER PIC X(12) VALUE ' DAY(S) FROM'.
         05 FILLER PIC X VALUE SPACE.
         05 W-FROM-MONTH PIC XX.
         05 FILLER PIC X VALUE '/'.
         05 W-FROM-DAY PIC XX.
         05 FILLER PIC X VALUE '/'.
         05 W-FROM-YEAR PIC XXXX.
         05 FILLER PIC X(10) VALUE ' AGAINST  '.
         05 W-BEFORE-DAYS PIC ZZZZ9.
         05 FILLER PIC X(12) VALUE ' DAY(S) FROM'.
         05 FILLER PIC X VALUE SPACE.
         05 W-BEFORE-MONTH PIC XX.
         05 FILLER PIC X VALUE '/'.
         05 W-BEFORE-DAY PIC XX.
         05 FILLER PIC X VALUE '/'.
         05 W-BEFORE-YEAR PIC XXXX.
       01 H-NOTSTARTED.
         05 FILLER PIC X(13) VALUE SPACES.
         05 FILLER PIC X(42) VALUE
                   'NOT STARTED YET - NO SALES TO COMPARE YET'.
       01 H-ITEMDETAIL.
         05 I-ID PIC X(4).
         05 FILLER PIC X(2) VALUE SPACES.
         05 I-NAME PIC X(20).
         05 FILLER PIC X(3) VALUE SPACES.
         05 I-PROMO-QTY PIC Z,ZZZ,ZZ9.
         05 FILLER PIC X(4) VALUE SPACES.
         05 I-DISCOUNT PIC $$$,$$$,$$9.99-.
         05 FILLER PIC X(6) VALUE SPACES.
         05 I-DURING-QTY PIC Z,ZZZ,ZZ9.
         05 FILLER PIC X(6) VALUE SPACES.
         05 I-BEFORE-QTY PIC Z,ZZZ,ZZ9.
         05 FILLER PIC X(3) VALUE SPACES.
         05 I-CHANGE PIC ---,---,--9.
         05 FILLER PIC X(3) VALUE SPACES.
         05 I-PCT PIC ----9.9.
         05 I-PCT-X REDEFINES I-PCT PIC X(7).
       01 H-PROMOTOTAL.
         05 FILLER PIC X(26) VALUE '      PROMOTION TOTAL'.
         05 FILLER PIC X(2) VALUE SPACES.
         05 P-PROMO-QTY PIC ZZ,ZZZ,ZZ9.
         05 FILLER PIC X(4) VALUE SPACES.
         05 P-DISCOUNT PIC $$$,$$$,$$9.99-.
         05 FILLER PIC X(5) VALUE SPACES.
         05 P-DURING-QTY PIC ZZ,ZZZ,ZZ9.
         05 FILLER PIC X(5) VALUE SPACES.
         05 P-BEFORE-QTY PIC ZZ,ZZZ,ZZ9.
         05 FILLER PIC X(3) VALUE SPACES.
         05 P-CHANGE PIC ---,---,--9.
         05 FILLER PIC X(3) VALUE SPACES.
         05 P-PCT PIC ----9.9.
         05 P-PCT-X REDEFINES P-PCT PIC X(7).
       01 H-GRANDTOTAL.
         05 FILLER PIC X(26) VALUE 'ALL PROMOTIONS'.
         05 FILLER PIC X(2) VALUE SPACES.
         05 G-PROMO-QTY PIC ZZ,ZZZ,ZZ9.
         05 FILLER PIC X(4) VALUE SPACES.
         05 G-DISCOUNT PIC $$$,$$$,$$9.99-.
       01 H-FINALLINE.
         05 FILLER PIC X(18) VALUE 'PROMOTIONS:       '.
         05 F-PROMOS PIC ZZ9.
         05 FILLER PIC X(5) VALUE SPACES.
         05 FILLER PIC X(18) VALUE 'HISTORY READ:     '.
         05 F-READCOUNT PIC Z,ZZZ,ZZ9.
         05 FILLER PIC X(5) VALUE SPACES.
         05 FILLER PIC X(18) VALUE 'BAD SALE DATES:   '.
         05 F-BADDATE PIC ZZZZ9.
      *A COVERED ITEM NO LONGER ON THE ITEM MASTER STILL PRINTS -
      *ITS NAME IS SHOWN AS UNKNOWN AND NO DISCOUNT CAN BE WORKED
       01 UNKNOWN-ITEM-NAME PIC X(20) VALUE '**NOT ON CBLPITEM**'.
      *TABLE-FULL WARNINGS
       01 H-ITEMOVERFLOW.
         05 FILLER PIC X(29) VALUE
                   '**WARNING - ITEM TABLE FULL, '.
         05 X-IT-OVERFLOW PIC ZZ9.
         05 FILLER PIC X(21) VALUE
                   ' ITEM(S) NOT LOADED**'.
       01 H-PROMOOVERFLOW.
         05 FILLER PIC X(34) VALUE
                   '**WARNING - PROMOTION TABLE FULL, '.
         05 X-PP-OVERFLOW PIC ZZ9.
         05 FILLER PIC X(26) VALUE
                   ' PROMOTION(S) NOT LOADED**'.
       PROCEDURE DIVISION.
       L0-MAIN.
           PERFORM L1-INIT.
           PERFORM L1-MAINLINE
             UNTIL SH-EOF = 'Y'.
           PERFORM L1-CLOSING.
           STOP RUN.

       L1-INIT.
           MOVE FUNCTION CURRENT-DATE TO CURDATETIME.
           MOVE CURMONTH TO H-MONTH.
           MOVE CURDAY TO H-DAY.
           MOVE CURYEAR TO H-YEAR.
           COMPUTE RUN-DATE-INT =
               FUNCTION INTEGER-OF-DATE(CUR-YYYYMMDD).
           COMPUTE LAST-FULL-DAY-INT = RUN-DATE-INT - 1.
           PERFORM L6-LOAD-ITEMS.
           PERFORM L6-LOAD-PROMOS.
           OPEN OUTPUT PRTOUT.
           OPEN INPUT SALES-HISTORY.
           IF SH-STATUS = '00' OR SH-STATUS = '05'
               MOVE 'Y' TO SH-OPEN-SW
               PERFORM L2-READ-HISTORY
           ELSE
               MOVE 'Y' TO SH-EOF
               DISPLAY 'CBLTAM39 - NO SALES HISTORY TO REPORT FROM'
           END-IF.

      *EVERY HISTORY LINE IS OFFERED TO EVERY PROMOTION
       L1-MAINLINE.
           IF SH-DATE-9 NUMERIC
               COMPUTE SALE-DAY-INT =
                   FUNCTION INTEGER-OF-DATE(SH-DATE-9)
               PERFORM L2-ACCUM-PROMO
                 VARYING PP-IDX FROM 1 BY 1 UNTIL PP-IDX > PP-COUNT
           ELSE
               COMPUTE BADDATECOUNT = BADDATECOUNT + 1
           END-IF.
           PERFORM L2-READ-HISTORY.

      *THE FILE STATUS IS 10 BY NOW FROM THE END-OF-FILE READ, SO
      *THE CLOSE KEYS ON WHETHER THE OPEN ITSELF SUCCEEDED
       L1-CLOSING.
           IF SH-OPEN-SW = 'Y'
               CLOSE SALES-HISTORY
           END-IF.
           PERFORM L3-HEADINGS.
           PERFORM L5-PROMO-BLOCK
             VARYING PP-IDX FROM 1 BY 1 UNTIL PP-IDX > PP-COUNT.
           MOVE GT-PROMO-QTY TO G-PROMO-QTY.
           MOVE GT-DISCOUNT TO G-DISCOUNT.
           WRITE PRTLINE
             FROM H-GRANDTOTAL
             AFTER ADVANCING 3 LINES.
           MOVE PP-COUNT TO F-PROMOS.
           MOVE READCOUNT TO F-READCOUNT.
           MOVE BADDATECOUNT TO F-BADDATE.
           WRITE PRTLINE
             FROM H-FINALLINE
             AFTER ADVANCING 2 LINES.
           IF IT-OVERFLOW GREATER THAN 0
               MOVE IT-OVERFLOW TO X-IT-OVERFLOW
               WRITE PRTLINE
                 FROM H-ITEMOVERFLOW
                 AFTER ADVANCING 2 LINES
           END-IF.
           IF PP-OVERFLOW GREATER THAN 0
               MOVE PP-OVERFLOW TO X-PP-OVERFLOW
               WRITE PRTLINE
                 FROM H-PROMOOVERFLOW
                 AFTER ADVANCING 2 LINES
           END-IF.
           CLOSE PRTOUT.
           DISPLAY 'CBLTAM39 - PROMOTION EFFECTIVENESS COMPLETE'.
           DISPLAY 'PROMOTIONS: ' PP-COUNT
               ' HISTORY READ: ' READCOUNT.

       L2-READ-HISTORY.
           READ SALES-HISTORY
               AT END
                   MOVE 'Y' TO SH-EOF
               NOT AT END
                   COMPUTE READCOUNT = READCOUNT + 1
           END-READ.

       L2-ACCUM-PROMO.
           PERFORM L2A-ACCUM-SLOT
             VARYING PP-IX FROM 1 BY 1 UNTIL PP-IX > 10.

      *A SALE UNDER THIS CODE COUNTS AS PROMOTION UNITS AND
      *DISCOUNT. ANY SALE OF THE ITEM, CODED OR NOT, COUNTS TOWARD
      *THE DURING OR BEFORE WINDOW IT FALLS IN
       L2A-ACCUM-SLOT.
           IF PP-ITEM(PP-IDX, PP-IX) NOT = SPACES
                   AND PP-ITEM(PP-IDX, PP-IX) EQUAL SH-ID
               IF SH-PROMO EQUAL PP-CODE(PP-IDX)
                   COMPUTE PP-PROMO-QTY(PP-IDX, PP-IX) =
                       PP-PROMO-QTY(PP-IDX, PP-IX) + SH-QUANTITY
                   PERFORM L2B-ITEM-LOOKUP
                   IF NOT ITEM-NOT-FOUND
                       COMPUTE PP-DISCOUNT(PP-IDX, PP-IX) =
                           PP-DISCOUNT(PP-IDX, PP-IX) + SH-QUANTITY *
                           (IT-STDPRICE(IT-FOUND-IDX) - SH-PRICE)
                   END-IF
               END-IF
               IF PP-DAYS(PP-IDX) GREATER THAN 0
                   IF SALE-DAY-INT NOT LESS THAN PP-START-INT(PP-IDX)
                       AND SALE-DAY-INT NOT GREATER THAN
                           PP-LAST-INT(PP-IDX)
                       COMPUTE PP-DURING-QTY(PP-IDX, PP-IX) =
                           PP-DURING-QTY(PP-IDX, PP-IX) + SH-QUANTITY
                   END-IF
                   IF SALE-DAY-INT NOT LESS THAN
                           PP-BEFORE-INT(PP-IDX)
                       AND SALE-DAY-INT LESS THAN
                           PP-START-INT(PP-IDX)
                       COMPUTE PP-BEFORE-QTY(PP-IDX, PP-IX) =
                           PP-BEFORE-QTY(PP-IDX, PP-IX) + SH-QUANTITY
                   END-IF
               END-IF
           END-IF.

       L2B-ITEM-LOOKUP.
           MOVE 0 TO IT-FOUND-IDX.
           PERFORM L2C-ITEM-LOOP
             VARYING IT-IDX FROM 1 BY 1 UNTIL IT-IDX > IT-COUNT.

       L2C-ITEM-LOOP.
           IF IT-ID(IT-IDX) EQUAL PP-ITEM(PP-IDX, PP-IX)
               MOVE IT-IDX TO IT-FOUND-IDX
           END-IF.

       L3-HEADINGS.
           COMPUTE CPAGECOUNT = CPAGECOUNT + 1.
           MOVE CPAGECOUNT TO H-PAGENUM.
           WRITE PRTLINE
             FROM H-TITLELINE
             AFTER ADVANCING PAGE.
           WRITE PRTLINE
             FROM H-HEADING1
             AFTER ADVANCING 2 LINES.

      *ONE BLOCK PER PROMOTION - ITS TERMS, THE WINDOW MEASURED,
      *A LINE PER COVERED ITEM, AND THE PROMOTION TOTAL
       L5-PROMO-BLOCK.
           MOVE PP-CODE(PP-IDX) TO L-CODE.
           MOVE PP-DESC(PP-IDX) TO L-DESC.
           MOVE PP-START(PP-IDX) TO WORK-YYYYMMDD.
           MOVE WORK-MONTH TO L-START-MONTH.
           MOVE WORK-DAY TO L-START-DAY.
           MOVE WORK-YEAR TO L-START-YEAR.
           MOVE PP-END(PP-IDX) TO WORK-YYYYMMDD.
           MOVE WORK-MONTH TO L-END-MONTH.
           MOVE WORK-DAY TO L-END-DAY.
           MOVE WORK-YEAR TO L-END-YEAR.
           MOVE PP-DISC-VALUE(PP-IDX) TO L-DISC-VALUE.
           IF PP-DISC-TYPE(PP-IDX) = 'P'
               MOVE 'PERCENT OFF' TO L-DISC-DESC
           ELSE
               MOVE 'DOLLARS OFF EACH' TO L-DISC-DESC
           END-IF.
           WRITE PRTLINE
             FROM H-PROMOLINE
             AFTER ADVANCING 3 LINES
               AT END-OF-PAGE
                   PERFORM L3-HEADINGS.
           IF PP-DAYS(PP-IDX) GREATER THAN 0
               MOVE PP-DAYS(PP-IDX) TO W-DAYS W-BEFORE-DAYS
               MOVE PP-START(PP-IDX) TO WORK-YYYYMMDD
               MOVE WORK-MONTH TO W-FROM-MONTH
               MOVE WORK-DAY TO W-FROM-DAY
               MOVE WORK-YEAR TO W-FROM-YEAR
               COMPUTE WORK-YYYYMMDD =
                   FUNCTION DATE-OF-INTEGER(PP-BEFORE-INT(PP-IDX))
               MOVE WORK-MONTH TO W-BEFORE-MONTH
               MOVE WORK-DAY TO W-BEFORE-DAY
               MOVE WORK-YEAR TO W-BEFORE-YEAR
               WRITE PRTLINE
                 FROM H-WINDOWLINE
                 AFTER ADVANCING 1 LINE
                   AT END-OF-PAGE
                       PERFORM L3-HEADINGS
               END-WRITE
           ELSE
               WRITE PRTLINE
                 FROM H-NOTSTARTED
                 AFTER ADVANCING 1 LINE
                   AT END-OF-PAGE
                       PERFORM L3-HEADINGS
               END-WRITE
           END-IF.
           MOVE 0 TO TW-PROMO-QTY TW-DISCOUNT TW-DURING-QTY
               TW-BEFORE-QTY.
           PERFORM L5A-ITEM-LINE
             VARYING PP-IX FROM 1 BY 1 UNTIL PP-IX > 10.
           MOVE TW-PROMO-QTY TO P-PROMO-QTY.
           MOVE TW-DISCOUNT TO P-DISCOUNT.
           MOVE TW-DURING-QTY TO P-DURING-QTY.
           MOVE TW-BEFORE-QTY TO P-BEFORE-QTY.
           COMPUTE UNIT-CHANGE = TW-DURING-QTY - TW-BEFORE-QTY.
           MOVE UNIT-CHANGE TO P-CHANGE.
           IF TW-BEFORE-QTY GREATER THAN 0
               COMPUTE PCT-CHANGE ROUNDED =
                   UNIT-CHANGE * 100 / TW-BEFORE-QTY
               MOVE PCT-CHANGE TO P-PCT
           ELSE
               MOVE '    N/A' TO P-PCT-X
           END-IF.
           WRITE PRTLINE
             FROM H-PROMOTOTAL
             AFTER ADVANCING 2 LINES
               AT END-OF-PAGE
                   PERFORM L3-HEADINGS.
           COMPUTE GT-PROMO-QTY = GT-PROMO-QTY + TW-PROMO-QTY.
           COMPUTE GT-DISCOUNT = GT-DISCOUNT + TW-DISCOUNT.

      *THE PERCENT CHANGE CANNOT BE WORKED WITHOUT ANY SALES IN THE
      *BEFORE WINDOW, SO IT PRINTS AS N/A
       L5A-ITEM-LINE.
           IF PP-ITEM(PP-IDX, PP-IX) NOT = SPACES
               MOVE PP-ITEM(PP-IDX, PP-IX) TO I-ID
               PERFORM L2B-ITEM-LOOKUP
               IF ITEM-NOT-FOUND
                   MOVE UNKNOWN-ITEM-NAME TO I-NAME
               ELSE
                   MOVE IT-NAME(IT-FOUND-IDX) TO I-NAME
               END-IF
               MOVE PP-PROMO-QTY(PP-IDX, PP-IX) TO I-PROMO-QTY
               MOVE PP-DISCOUNT(PP-IDX, PP-IX) TO I-DISCOUNT
               MOVE PP-DURING-QTY(PP-IDX, PP-IX) TO I-DURING-QTY
               MOVE PP-BEFORE-QTY(PP-IDX, PP-IX) TO I-BEFORE-QTY
               COMPUTE UNIT-CHANGE = PP-DURING-QTY(PP-IDX, PP-IX)
                   - PP-BEFORE-QTY(PP-IDX, PP-IX)
               MOVE UNIT-CHANGE TO I-CHANGE
               IF PP-BEFORE-QTY(PP-IDX, PP-IX) GREATER THAN 0
                   COMPUTE PCT-CHANGE ROUNDED = UNIT-CHANGE * 100
                       / PP-BEFORE-QTY(PP-IDX, PP-IX)
                   MOVE PCT-CHANGE TO I-PCT
               ELSE
                   MOVE '    N/A' TO I-PCT-X
               END-IF
               WRITE PRTLINE
                 FROM H-ITEMDETAIL
                 AFTER ADVANCING 1 LINE
                   AT END-OF-PAGE
                       PERFORM L3-HEADINGS
               END-WRITE
               COMPUTE TW-PROMO-QTY = TW-PROMO-QTY
                   + PP-PROMO-QTY(PP-IDX, PP-IX)
               COMPUTE TW-DISCOUNT = TW-DISCOUNT
                   + PP-DISCOUNT(PP-IDX, PP-IX)
               COMPUTE TW-DURING-QTY = TW-DURING-QTY
                   + PP-DURING-QTY(PP-IDX, PP-IX)
               COMPUTE TW-BEFORE-QTY = TW-BEFORE-QTY
                   + PP-BEFORE-QTY(PP-IDX, PP-IX)
           END-IF.

      *LOADS THE ITEM DESCRIPTION MASTER INTO THE LOOKUP TABLE
       L6-LOAD-ITEMS.
           OPEN INPUT ITEM-MASTER.
           PERFORM L6A-READ-ITEM.
           PERFORM L6A-TABLE-ITEM
             UNTIL IT-EOF = 'Y'.
           CLOSE ITEM-MASTER.

       L6A-READ-ITEM.
           READ ITEM-MASTER
               AT END
                   MOVE 'Y' TO IT-EOF.

       L6A-TABLE-ITEM.
           IF IT-COUNT LESS THAN IT-MAX
               COMPUTE IT-COUNT = IT-COUNT + 1
               MOVE IM-ID TO IT-ID(IT-COUNT)
               MOVE IM-NAME TO IT-NAME(IT-COUNT)
               MOVE IM-STDPRICE TO IT-STDPRICE(IT-COUNT)
           ELSE
               COMPUTE IT-OVERFLOW = IT-OVERFLOW + 1
           END-IF.
           PERFORM L6A-READ-ITEM.

      *LOADS EVERY PROMOTION AND WORKS OUT ITS WINDOW. THE DURING
      *WINDOW RUNS FROM THE START DATE TO THE END DATE OR THE DAY
      *BEFORE THE RUN, WHICHEVER COMES FIRST, AND THE BEFORE WINDOW
      *IS THE SAME NUMBER OF DAYS ENDING THE DAY BEFORE THE START.
      *A MISSING PROMOTION MASTER ANSWERS 05 AND PRINTS AN EMPTY
      *REPORT.
       L6-LOAD-PROMOS.
           OPEN INPUT PROMO-MASTER.
           IF PR-STATUS NOT = '00' AND PR-STATUS NOT = '05'
               DISPLAY 'CBLTAM39 - CANNOT OPEN PROMOTION MASTER, '
                   'STATUS: ' PR-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM L6A-READ-PROMO.
           PERFORM L6A-TABLE-PROMO
             UNTIL PR-EOF = 'Y'.
           CLOSE PROMO-MASTER.

       L6A-READ-PROMO.
           READ PROMO-MASTER
               AT END
                   MOVE 'Y' TO PR-EOF.

       L6A-TABLE-PROMO.
           IF PP-COUNT LESS THAN PP-MAX
               COMPUTE PP-COUNT = PP-COUNT + 1
               MOVE PR-CODE TO PP-CODE(PP-COUNT)
               MOVE PR-DESC TO PP-DESC(PP-COUNT)
               MOVE PR-START TO PP-START(PP-COUNT)
               MOVE PR-END TO PP-END(PP-COUNT)
               MOVE PR-DISC-TYPE TO PP-DISC-TYPE(PP-COUNT)
               MOVE PR-DISC-VALUE TO PP-DISC-VALUE(PP-COUNT)
               COMPUTE PP-START-INT(PP-COUNT) =
                   FUNCTION INTEGER-OF-DATE(PR-START)
               COMPUTE PP-LAST-INT(PP-COUNT) =
                   FUNCTION INTEGER-OF-DATE(PR-END)
               IF PP-LAST-INT(PP-COUNT) GREATER THAN LAST-FULL-DAY-INT
                   MOVE LAST-FULL-DAY-INT TO PP-LAST-INT(PP-COUNT)
               END-IF
               IF PP-LAST-INT(PP-COUNT) NOT LESS THAN
                       PP-START-INT(PP-COUNT)
                   COMPUTE PP-DAYS(PP-COUNT) = PP-LAST-INT(PP-COUNT)
                       - PP-START-INT(PP-COUNT) + 1
               ELSE
                   MOVE 0 TO PP-DAYS(PP-COUNT)
               END-IF
               COMPUTE PP-BEFORE-INT(PP-COUNT) =
                   PP-START-INT(PP-COUNT) - PP-DAYS(PP-COUNT)
               PERFORM L6B-CLEAR-SLOT
                 VARYING PP-IX FROM 1 BY 1 UNTIL PP-IX > 10
           ELSE
               COMPUTE PP-OVERFLOW = PP-OVERFLOW + 1
           END-IF.
           PERFORM L6A-READ-PROMO.

       L6B-CLEAR-SLOT.
           MOVE PR-ITEM(PP-IX) TO PP-ITEM(PP-COUNT, PP-IX).
           MOVE 0 TO PP-PROMO-QTY(PP-COUNT, PP-IX).
           MOVE 0 TO PP-DISCOUNT(PP-COUNT, PP-IX).
           MOVE 0 TO PP-DURING-QTY(PP-COUNT, PP-IX).
           MOVE 0 TO PP-BEFORE-QTY(PP-COUNT, PP-IX).
       END PROGRAM CBLTAM39.

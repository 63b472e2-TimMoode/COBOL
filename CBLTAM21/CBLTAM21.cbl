      * DOLLAR IMPACT - QUANTITY TIMES THE DIFFERENCE - AND THE RUN
      * CLOSES WITH THE REVENUE GIVEN AWAY OR OVERCHARGED TOTALED
      * BY ITEM, PLUS A GRAND TOTAL.
      * THE REGISTER LINES FOR THE PERYEAR/PERMONTH PERIOD ARE THEN
      * AUDITED FROM THE DAILY SALES HISTORY CBLPSHST.DAT IN TWO
      * SEPARATE SECTIONS. FULL-PRICE LINES ARE HELD TO THE STANDARD
      * PRICE THE SAME WAY. LINES RUNG UP UNDER A PROMOTION CODE ARE
      * NOT KEYING ERRORS - EACH IS LISTED WITH THE PRICE ITS
      * PROMOTION ON CBLPPROM.DAT AUTHORIZES AND THE DISCOUNT GIVEN,
      * AND IS ONLY FLAGGED WHEN IT MISSES THAT AUTHORIZED PRICE BY
      * MORE THAN THE TOLERANCE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT ITEM-MASTER
               ASSIGN TO 'C:\COBOLWI19\CBLPITEM.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SALES-HISTORY
               ASSIGN TO 'C:\COBOLWI19\CBLPSHST.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS SH-STATUS.
           SELECT OPTIONAL PROMO-MASTER
               ASSIGN TO 'C:\COBOLWI19\CBLPPROM.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS PR-STATUS.
           SELECT PRTOUT
               ASSIGN TO 'C:\COBOLWI19\PIZZAVAR.PRT'
                   ORGANIZATION IS RECORD SEQUENTIAL.
         05 IM-NAME PIC X(20).
         05 IM-CATEGORY PIC X(10).
         05 IM-STDPRICE PIC 99V99.
      *ONE RECORD PER ACCEPTED REGISTER TRANSACTION, AS CBLTAM20
      *APPENDS THEM - SH-PROMO IS BLANK FOR A FULL-PRICE SALE
       FD SALES-HISTORY
           LABEL RECORD IS STANDARD
           DATA RECORD IS SH-REC
           RECORD CONTAINS 35 CHARACTERS.
       01 SH-REC.
         05 SH-ID PIC X(4).
         05 SH-DATE.
           10 SH-YEAR PIC X(4).
           10 SH-MONTH PIC XX.
           10 SH-DAY PIC XX.
         05 SH-QUANTITY PIC 9(5).
         05 SH-PRICE PIC 99V99.
         05 SH-POSTED PIC X(8).
         05 SH-PROMO PIC X(6).
       FD PROMO-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS PR-REC
           RECORD CONTAINS 88 CHARACTERS.
       01 PR-REC.
         05 PR-CODE PIC X(6).
         05 PR-DESC PIC X(20).
         05 PR-START PIC X(8).
         05 PR-END PIC X(8).
         05 PR-DISC-TYPE PIC X.
         05 PR-DISC-VALUE PIC 9(3)V99.
         05 PR-ITEMS PIC X(40).
       FD PRTOUT
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 132 CHARACTERS
         05 PRICE-DIFF-ABS PIC 99V99 VALUE 0.
         05 DOLLAR-IMPACT PIC S9(7)V99 VALUE 0.
         05 GT-IMPACT PIC S9(9)V99 VALUE 0.
         05 SH-EOF PIC X VALUE 'N'.
         05 SH-STATUS PIC XX VALUE SPACES.
         05 SH-OPEN-SW PIC X VALUE 'N'.
         05 PR-EOF PIC X VALUE 'N'.
         05 PR-STATUS PIC XX VALUE SPACES.
         05 REGREADCOUNT PIC 9(5) VALUE 0.
         05 REGFLAGCOUNT PIC 9(5) VALUE 0.
         05 REG-IMPACT PIC S9(9)V99 VALUE 0.
         05 PROMOREADCOUNT PIC 9(5) VALUE 0.
         05 PROMOFLAGCOUNT PIC 9(5) VALUE 0.
         05 PROMO-UNITS PIC 9(7) VALUE 0.
         05 PROMO-PRICE PIC 99V99 VALUE 0.
         05 DISCOUNT-GIVEN PIC S9(7)V99 VALUE 0.
         05 GT-DISCOUNT PIC S9(9)V99 VALUE 0.
      *WHICH PART OF THE AUDIT IS PRINTING, SO A PAGE BREAK REPEATS
      *THE RIGHT COLUMN HEADINGS
       01 SECTION-SW PIC X VALUE 'M'.
         88 IN-MASTER-SECTION VALUE 'M'.
         88 IN-REGISTER-SECTION VALUE 'R'.
         88 IN-PROMO-SECTION VALUE 'P'.
      *REPORTING PERIOD FOR THE REGISTER SECTIONS
       01 PERIOD-FIELDS.
         05 PERYEAR PIC 9(4) VALUE 0.
         05 PERMONTH PIC 99 VALUE 0.
         05 PERYEAR-X PIC X(4).
         05 PERMONTH-X PIC XX.
      *ALLOWED GAP BETWEEN THE KEYED PRICE AND THE STANDARD PRICE
       01 PRICE-TOLERANCE PIC 99V99 VALUE 0.05.
      *PARAMETER FILE CONTROLS - EACH PARAMETER REMEMBERS WHERE ITS
         05 PARM-EOF PIC X VALUE 'N'.
         05 PARM-VALUE PIC 9(4)V9(3) VALUE 0.
         05 SRC-PRCTOL PIC X(8) VALUE 'DEFAULT'.
         05 SRC-PERYEAR PIC X(8) VALUE 'DEFAULT'.
         05 SRC-PERMONTH PIC X(8) VALUE 'DEFAULT'.
      *PARAMETER PAGE LAYOUTS
       01 H-PARMTITLE.
         05 FILLER PIC X(54) VALUE SPACES.
           10 IT-STDPRICE PIC 99V99.
           10 IT-VARCOUNT PIC 9(5).
           10 IT-VARIMPACT PIC S9(8)V99.
      *PROMOTION TERMS LOADED FROM CBLPPROM.DAT - THE TYPE AND VALUE
      *ARE WHAT TURN A STANDARD PRICE INTO THE AUTHORIZED PRICE
       01 PROMO-CONTROLS.
         05 PP-COUNT PIC 999 VALUE 0.
         05 PP-MAX PIC 999 VALUE 50.
         05 PP-IDX PIC 999 VALUE 0.
         05 PP-FOUND-IDX PIC 999 VALUE 0.
           88 PROMO-NOT-FOUND VALUE 0.
         05 PP-OVERFLOW PIC 999 VALUE 0.
       01 PROMO-TABLE.
         05 PROMO-ENTRY OCCURS 50 TIMES.
           10 PP-CODE PIC X(6).
           10 PP-DISC-TYPE PIC X.
             88 PP-DISC-PERCENT VALUE 'P'.
           10 PP-DISC-VALUE PIC 9(3)V99.
       01 CURDATETIME.
         05 THE-DATE.
           10 CURYEAR PIC X(4).
         05 D-QTY PIC ZZ,ZZ9.
         05 FILLER PIC X(5) VALUE SPACES.
         05 D-IMPACT PIC ++,+++,++9.99.
      *REGISTER SECTION LAYOUTS
       01 H-REGTITLE.
         05 FILLER PIC X(40) VALUE SPACES.
         05 FILLER PIC X(33)
                   VALUE 'REGISTER SALES AT FULL PRICE FOR '.
         05 H-REG-MONTH PIC XX.
         05 FILLER PIC X VALUE '/'.
         05 H-REG-YEAR PIC XXXX.
       01 H-REGTOTAL.
         05 FILLER PIC X(15) VALUE 'REGISTER TOTAL '.
         05 FILLER PIC X(21) VALUE SPACES.
         05 R-FLAGCOUNT PIC ZZZZ9.
         05 FILLER PIC X(6) VALUE SPACES.
         05 R-IMPACT PIC +++,+++,++9.99.
       01 H-PROMOTITLE.
         05 FILLER PIC X(40) VALUE SPACES.
         05 FILLER PIC X(20)
                   VALUE 'PROMOTION SALES FOR '.
         05 H-PROMO-MONTH PIC XX.
         05 FILLER PIC X VALUE '/'.
         05 H-PROMO-YEAR PIC XXXX.
       01 H-PROMOHEADING.
         05 FILLER PIC X(4) VALUE 'ITEM'.
         05 FILLER PIC X(2) VALUE SPACES.
         05 FILLER PIC X(9) VALUE 'ITEM NAME'.
         05 FILLER PIC X(13) VALUE SPACES.
         05 FILLER PIC X(10) VALUE 'SALES DATE'.
         05 FILLER PIC X(2) VALUE SPACES.
         05 FILLER PIC X(6) VALUE 'PROMO '.
         05 FILLER PIC X(2) VALUE SPACES.
         05 FILLER PIC X(6) VALUE ' STD  '.
         05 FILLER PIC X(3) VALUE SPACES.
         05 FILLER PIC X(6) VALUE ' AUTH '.
         05 FILLER PIC X(3) VALUE SPACES.
         05 FILLER PIC X(6) VALUE ' SALE '.
         05 FILLER PIC X(6) VALUE SPACES.
         05 FILLER PIC X(3) VALUE 'QTY'.
         05 FILLER PIC X(4) VALUE SPACES.
         05 FILLER PIC X(14) VALUE 'DISCOUNT GIVEN'.
         05 FILLER PIC X(2) VALUE SPACES.
         05 FILLER PIC X(4) VALUE 'NOTE'.
       01 H-PROMODETAIL.
         05 PD-ID PIC X(4).
         05 FILLER PIC X(2) VALUE SPACES.
         05 PD-NAME PIC X(20).
         05 FILLER PIC X(2) VALUE SPACES.
         05 PD-MONTH PIC XX.
         05 FILLER PIC X VALUE '/'.
         05 PD-DAY PIC XX.
         05 FILLER PIC X VALUE '/'.
         05 PD-YEAR PIC XXXX.
         05 FILLER PIC X(2) VALUE SPACES.
         05 PD-CODE PIC X(6).
         05 FILLER PIC X(2) VALUE SPACES.
         05 PD-STDPRICE PIC $$$.99.
         05 FILLER PIC X(3) VALUE SPACES.
         05 PD-AUTHPRICE PIC $$$.99.
         05 FILLER PIC X(3) VALUE SPACES.
         05 PD-SALEPRICE PIC $$$.99.
         05 FILLER PIC X(3) VALUE SPACES.
         05 PD-QTY PIC ZZ,ZZ9.
         05 FILLER PIC X(5) VALUE SPACES.
         05 PD-DISCOUNT PIC ---,--9.99.
         05 FILLER PIC X(5) VALUE SPACES.
         05 PD-NOTE PIC X(20).
       01 H-PROMOTOTAL.
         05 FILLER PIC X(16) VALUE 'PROMOTION TOTAL '.
         05 FILLER PIC X(10) VALUE SPACES.
         05 FILLER PIC X(7) VALUE 'LINES: '.
         05 PT-LINES PIC ZZZZ9.
         05 FILLER PIC X(4) VALUE SPACES.
         05 FILLER PIC X(7) VALUE 'UNITS: '.
         05 PT-UNITS PIC Z,ZZZ,ZZ9.
         05 FILLER PIC X(4) VALUE SPACES.
         05 FILLER PIC X(10) VALUE 'DISCOUNT: '.
         05 PT-DISCOUNT PIC ---,---,--9.99.
         05 FILLER PIC X(4) VALUE SPACES.
         05 FILLER PIC X(19) VALUE 'OFF PROMO PRICE:   '.
         05 PT-FLAGGED PIC ZZZZ9.
       01 H-NOHISTLINE.
         05 FILLER PIC X(45) VALUE
                   '**NO DAILY SALES HISTORY ON FILE - REGISTER '.
         05 FILLER PIC X(22) VALUE 'SECTIONS NOT PRINTED**'.
      *PER-ITEM VARIANCE TOTALS SECTION
       01 H-ITEMHEADING.
         05 FILLER PIC X(40) VALUE SPACES.
         05 FILLER PIC X(5) VALUE SPACES.
         05 FILLER PIC X(16) VALUE 'UNMATCHED ITEMS:'.
         05 F-UNMATCHED PIC ZZZZ9.
       01 H-FINALLINE2.
         05 FILLER PIC X(16) VALUE 'REGISTER LINES: '.
         05 F-REGREAD PIC ZZZZ9.
         05 FILLER PIC X(5) VALUE SPACES.
         05 FILLER PIC X(16) VALUE 'REG FLAGGED:    '.
         05 F-REGFLAGGED PIC ZZZZ9.
         05 FILLER PIC X(5) VALUE SPACES.
         05 FILLER PIC X(16) VALUE 'PROMOTION LINES:'.
         05 F-PROMOREAD PIC ZZZZ9.
      *EXCEPTION LINE FOR A SALE WHOSE ITEM HAS NO STANDARD PRICE
       01 H-UNMATCHLINE.
         05 FILLER PIC X(44) VALUE
         05 X-IT-OVERFLOW PIC ZZ9.
         05 FILLER PIC X(25) VALUE
                   ' ITEM(S) NOT LOADED**'.
       01 H-PROMOOVERFLOW.
         05 FILLER PIC X(34) VALUE
                   '**WARNING - PROMOTION TABLE FULL, '.
         05 X-PP-OVERFLOW PIC ZZ9.
         05 FILLER PIC X(21) VALUE
                   ' CODE(S) NOT LOADED**'.
       PROCEDURE DIVISION.
       L0-MAIN.
           PERFORM L1-INIT.
           MOVE CURDAY TO H-DAY.
           MOVE CURYEAR TO H-YEAR.
           PERFORM L8-LOAD-PARMS.
      * NO PERIOD PARAMETER MEANS THE RUN DATE'S MONTH IS THE PERIOD
           IF PERYEAR = 0
               MOVE CURYEAR TO PERYEAR
           END-IF.
           IF PERMONTH = 0
               MOVE CURMONTH TO PERMONTH
           END-IF.
           MOVE PERYEAR TO PERYEAR-X.
           MOVE PERMONTH TO PERMONTH-X.
           MOVE PERMONTH-X TO H-REG-MONTH H-PROMO-MONTH.
           MOVE PERYEAR-X TO H-REG-YEAR H-PROMO-YEAR.
           PERFORM L6-LOAD-ITEMS.
           PERFORM L6-LOAD-PROMOS.
           OPEN INPUT PIZZA-MASTER.
           OPEN OUTPUT PRTOUT.
           PERFORM L8-PARM-PAGE.
           COMPUTE READCOUNT = READCOUNT + 1.
           PERFORM L6-ITEM-LOOKUP.
           IF ITEM-NOT-FOUND
               MOVE PIZZA-ID TO X-UNM-ID
               PERFORM L6-UNMATCHED
           ELSE
               PERFORM L2-VARIANCE-CHECK

       L1-CLOSING.
           PERFORM L5-ITEM-TOTALS.
           PERFORM L7-REGISTER-AUDIT.
           MOVE READCOUNT TO F-READ.
           MOVE FLAGCOUNT TO F-FLAGGED.
           MOVE UNMATCHCOUNT TO F-UNMATCHED.
           WRITE PRTLINE
             FROM H-FINALLINE
             AFTER ADVANCING 3 LINES.
           MOVE REGREADCOUNT TO F-REGREAD.
           MOVE REGFLAGCOUNT TO F-REGFLAGGED.
           MOVE PROMOREADCOUNT TO F-PROMOREAD.
           WRITE PRTLINE
             FROM H-FINALLINE2
             AFTER ADVANCING 1 LINE.
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
           CLOSE PIZZA-MASTER PRTOUT.
           DISPLAY 'CBLTAM21 - PRICE VARIANCE AUDIT COMPLETE'.
           DISPLAY 'FLAGGED: ' FLAGCOUNT
               ' UNMATCHED: ' UNMATCHCOUNT
               ' REGISTER FLAGGED: ' REGFLAGCOUNT
               ' PROMOTION: ' PROMOREADCOUNT.

      *THE DOLLAR IMPACT IS QUANTITY TIMES THE PRICE DIFFERENCE -
      *NEGATIVE MEANS REVENUE GIVEN AWAY, POSITIVE AN OVERCHARGE
           WRITE PRTLINE
             FROM H-TITLELINE
             AFTER ADVANCING PAGE.
           EVALUATE TRUE
               WHEN IN-REGISTER-SECTION
                   WRITE PRTLINE
                     FROM H-REGTITLE
                     AFTER ADVANCING 2 LINES
                   WRITE PRTLINE
                     FROM H-HEADING1
                     AFTER ADVANCING 2 LINES
               WHEN IN-PROMO-SECTION
                   WRITE PRTLINE
                     FROM H-PROMOTITLE
                     AFTER ADVANCING 2 LINES
                   WRITE PRTLINE
                     FROM H-PROMOHEADING
                     AFTER ADVANCING 2 LINES
               WHEN OTHER
                   WRITE PRTLINE
                     FROM H-HEADING1
                     AFTER ADVANCING 2 LINES
           END-EVALUATE.

      *REVENUE GIVEN AWAY OR OVERCHARGED, TOTALED BY ITEM - ONLY
      *ITEMS THAT FLAGGED AT LEAST ONE SALE PRINT A LINE
               END-WRITE
           END-IF.

      *THE PERIOD'S REGISTER LINES, READ TWICE FROM THE DAILY SALES
      *HISTORY - FULL-PRICE LINES FIRST, THEN PROMOTION LINES, EACH
      *IN ITS OWN SECTION WITH ITS OWN TOTAL. NEITHER FEEDS THE
      *ITEM TOTALS ABOVE, WHICH BELONG TO THE SALES MASTER.
       L7-REGISTER-AUDIT.
           OPEN INPUT SALES-HISTORY.
           IF SH-STATUS = '00' OR SH-STATUS = '05'
               MOVE 'Y' TO SH-OPEN-SW
           END-IF.
           IF SH-OPEN-SW = 'Y'
               SET IN-REGISTER-SECTION TO TRUE
               PERFORM L3-HEADINGS
               PERFORM L7A-READ-HISTORY
               PERFORM L7A-FULL-PRICE-LINE
                 UNTIL SH-EOF = 'Y'
               CLOSE SALES-HISTORY
               MOVE REGFLAGCOUNT TO R-FLAGCOUNT
               MOVE REG-IMPACT TO R-IMPACT
               WRITE PRTLINE
                 FROM H-REGTOTAL
                 AFTER ADVANCING 2 LINES
               OPEN INPUT SALES-HISTORY
               MOVE 'N' TO SH-EOF
               SET IN-PROMO-SECTION TO TRUE
               PERFORM L3-HEADINGS
               PERFORM L7A-READ-HISTORY
               PERFORM L7A-PROMO-LINE
                 UNTIL SH-EOF = 'Y'
               CLOSE SALES-HISTORY
               MOVE PROMOREADCOUNT TO PT-LINES
               MOVE PROMO-UNITS TO PT-UNITS
               MOVE GT-DISCOUNT TO PT-DISCOUNT
               MOVE PROMOFLAGCOUNT TO PT-FLAGGED
               WRITE PRTLINE
                 FROM H-PROMOTOTAL
                 AFTER ADVANCING 2 LINES
           ELSE
               WRITE PRTLINE
                 FROM H-NOHISTLINE
                 AFTER ADVANCING 3 LINES
           END-IF.

       L7A-READ-HISTORY.
           READ SALES-HISTORY
               AT END
                   MOVE 'Y' TO SH-EOF.

      *A FULL-PRICE REGISTER LINE GETS THE SAME TOLERANCE TEST AS A
      *SALES MASTER RECORD
       L7A-FULL-PRICE-LINE.
           IF SH-YEAR = PERYEAR-X AND SH-MONTH = PERMONTH-X
                   AND SH-PROMO = SPACES
               COMPUTE REGREADCOUNT = REGREADCOUNT + 1
               PERFORM L7B-HISTORY-ITEM-LOOKUP
               IF ITEM-NOT-FOUND
                   MOVE SH-ID TO X-UNM-ID
                   PERFORM L6-UNMATCHED
               ELSE
                   PERFORM L7B-REGISTER-CHECK
               END-IF
           END-IF.
           PERFORM L7A-READ-HISTORY.

       L7B-REGISTER-CHECK.
           COMPUTE PRICE-DIFF = SH-PRICE -
               IT-STDPRICE(IT-FOUND-IDX).
           MOVE PRICE-DIFF TO PRICE-DIFF-ABS.
           IF PRICE-DIFF LESS THAN 0
               COMPUTE PRICE-DIFF-ABS = 0 - PRICE-DIFF
           END-IF.
           IF PRICE-DIFF-ABS GREATER THAN PRICE-TOLERANCE
               COMPUTE DOLLAR-IMPACT = SH-QUANTITY * PRICE-DIFF
               COMPUTE REGFLAGCOUNT = REGFLAGCOUNT + 1
               COMPUTE REG-IMPACT = REG-IMPACT + DOLLAR-IMPACT
               MOVE SH-ID TO D-ID
               MOVE IT-NAME(IT-FOUND-IDX) TO D-NAME
               MOVE SH-MONTH TO D-MONTH
               MOVE SH-DAY TO D-DAY
               MOVE SH-YEAR TO D-YEAR
               MOVE IT-STDPRICE(IT-FOUND-IDX) TO D-STDPRICE
               MOVE SH-PRICE TO D-SALEPRICE
               MOVE PRICE-DIFF TO D-DIFF
               MOVE SH-QUANTITY TO D-QTY
               MOVE DOLLAR-IMPACT TO D-IMPACT
               WRITE PRTLINE
                 FROM H-DETAIL
                 AFTER ADVANCING 1 LINE
                   AT END-OF-PAGE
                       PERFORM L3-HEADINGS
               END-WRITE
           END-IF.

      *EVERY PROMOTION LINE IS LISTED. THE DISCOUNT GIVEN IS THE
      *QUANTITY TIMES THE GAP BELOW STANDARD PRICE, AND THE LINE IS
      *ONLY FLAGGED WHEN THE PRICE RUNG UP MISSES THE PRICE THE
      *PROMOTION AUTHORIZES BY MORE THAN THE TOLERANCE
       L7A-PROMO-LINE.
           IF SH-YEAR = PERYEAR-X AND SH-MONTH = PERMONTH-X
                   AND SH-PROMO NOT = SPACES
               COMPUTE PROMOREADCOUNT = PROMOREADCOUNT + 1
               PERFORM L7B-HISTORY-ITEM-LOOKUP
               IF ITEM-NOT-FOUND
                   MOVE SH-ID TO X-UNM-ID
                   PERFORM L6-UNMATCHED
               ELSE
                   PERFORM L7B-PROMO-CHECK
               END-IF
           END-IF.
           PERFORM L7A-READ-HISTORY.

       L7B-PROMO-CHECK.
           MOVE SPACES TO PD-NOTE.
           COMPUTE DISCOUNT-GIVEN = SH-QUANTITY *
               (IT-STDPRICE(IT-FOUND-IDX) - SH-PRICE).
           COMPUTE PROMO-UNITS = PROMO-UNITS + SH-QUANTITY.
           COMPUTE GT-DISCOUNT = GT-DISCOUNT + DISCOUNT-GIVEN.
           PERFORM L7C-PROMO-LOOKUP.
           IF PROMO-NOT-FOUND
               MOVE 0 TO PROMO-PRICE
               MOVE '**PROMO NOT ON FILE' TO PD-NOTE
               COMPUTE PROMOFLAGCOUNT = PROMOFLAGCOUNT + 1
           ELSE
               PERFORM L7C-AUTHORIZED-PRICE
               COMPUTE PRICE-DIFF = SH-PRICE - PROMO-PRICE
               MOVE PRICE-DIFF TO PRICE-DIFF-ABS
               IF PRICE-DIFF LESS THAN 0
                   COMPUTE PRICE-DIFF-ABS = 0 - PRICE-DIFF
               END-IF
               IF PRICE-DIFF-ABS GREATER THAN PRICE-TOLERANCE
                   MOVE '**OFF PROMO PRICE' TO PD-NOTE
                   COMPUTE PROMOFLAGCOUNT = PROMOFLAGCOUNT + 1
               END-IF
           END-IF.
           MOVE SH-ID TO PD-ID.
           MOVE IT-NAME(IT-FOUND-IDX) TO PD-NAME.
           MOVE SH-MONTH TO PD-MONTH.
           MOVE SH-DAY TO PD-DAY.
           MOVE SH-YEAR TO PD-YEAR.
           MOVE SH-PROMO TO PD-CODE.
           MOVE IT-STDPRICE(IT-FOUND-IDX) TO PD-STDPRICE.
           MOVE PROMO-PRICE TO PD-AUTHPRICE.
           MOVE SH-PRICE TO PD-SALEPRICE.
           MOVE SH-QUANTITY TO PD-QTY.
           MOVE DISCOUNT-GIVEN TO PD-DISCOUNT.
           WRITE PRTLINE
             FROM H-PROMODETAIL
             AFTER ADVANCING 1 LINE
               AT END-OF-PAGE
                   PERFORM L3-HEADINGS.

      *PERCENT OFF IS TAKEN FROM THE STANDARD PRICE AND ROUNDED TO
      *THE CENT - AN AMOUNT OFF NEVER TAKES THE PRICE BELOW ZERO
       L7C-AUTHORIZED-PRICE.
           IF PP-DISC-PERCENT(PP-FOUND-IDX)
               COMPUTE PROMO-PRICE ROUNDED =
                   IT-STDPRICE(IT-FOUND-IDX) *
                   (100 - PP-DISC-VALUE(PP-FOUND-IDX)) / 100
           ELSE
               IF PP-DISC-VALUE(PP-FOUND-IDX) GREATER THAN
                       IT-STDPRICE(IT-FOUND-IDX)
                   MOVE 0 TO PROMO-PRICE
               ELSE
                   COMPUTE PROMO-PRICE = IT-STDPRICE(IT-FOUND-IDX)
                       - PP-DISC-VALUE(PP-FOUND-IDX)
               END-IF
           END-IF.

       L7B-HISTORY-ITEM-LOOKUP.
           MOVE 0 TO IT-FOUND-IDX.
           PERFORM L7C-HISTORY-ITEM-LOOP
             VARYING IT-IDX FROM 1 BY 1 UNTIL IT-IDX > IT-COUNT.

       L7C-HISTORY-ITEM-LOOP.
           IF IT-ID(IT-IDX) EQUAL SH-ID
               MOVE IT-IDX TO IT-FOUND-IDX
           END-IF.

       L7C-PROMO-LOOKUP.
           MOVE 0 TO PP-FOUND-IDX.
           PERFORM L7D-PROMO-LOOP
             VARYING PP-IDX FROM 1 BY 1 UNTIL PP-IDX > PP-COUNT.

       L7D-PROMO-LOOP.
           IF PP-CODE(PP-IDX) EQUAL SH-PROMO
               MOVE PP-IDX TO PP-FOUND-IDX
           END-IF.

      *MATCHES THE SALES RECORD AGAINST THE ITEM TABLE
       L6-ITEM-LOOKUP.
           MOVE 0 TO IT-FOUND-IDX.

      *A SALE WITH NO STANDARD PRICE TO COMPARE AGAINST
       L6-UNMATCHED.
           WRITE PRTLINE
             FROM H-UNMATCHLINE
             AFTER ADVANCING 1 LINE.
           END-IF.
           PERFORM L6A-READ-ITEM.

      *LOADS THE PROMOTION TERMS. A MISSING FILE LEAVES THE TABLE
      *EMPTY AND EVERY PROMOTION LINE IS FLAGGED AS NOT ON FILE.
       L6-LOAD-PROMOS.
           OPEN INPUT PROMO-MASTER.
           IF PR-STATUS = '00' OR PR-STATUS = '05'
               PERFORM L6A-READ-PROMO
               PERFORM L6A-TABLE-PROMO
                 UNTIL PR-EOF = 'Y'
               CLOSE PROMO-MASTER
           END-IF.

       L6A-READ-PROMO.
           READ PROMO-MASTER
               AT END
                   MOVE 'Y' TO PR-EOF.

       L6A-TABLE-PROMO.
           IF PP-COUNT LESS THAN PP-MAX
               COMPUTE PP-COUNT = PP-COUNT + 1
               MOVE PR-CODE TO PP-CODE(PP-COUNT)
               MOVE PR-DISC-TYPE TO PP-DISC-TYPE(PP-COUNT)
               MOVE PR-DISC-VALUE TO PP-DISC-VALUE(PP-COUNT)
           ELSE
               COMPUTE PP-OVERFLOW = PP-OVERFLOW + 1
           END-IF.
           PERFORM L6A-READ-PROMO.

      *READS THE RUNTIME PARAMETER FILE AT STARTUP - A MISSING FILE
      *SIMPLY MEANS THE TOLERANCE AND PERIOD RUN ON THEIR DEFAULTS
       L8-LOAD-PARMS.
           OPEN INPUT PARMFILE.
           IF PARM-STATUS = '00'
      *BUILT-IN DEFAULT KEPT - THE PARAMETER PAGE SHOWS WHICH
       L8A-APPLY-PARM.
           COMPUTE PARM-VALUE = PARM-WHOLE + PARM-DEC / 1000.
           EVALUATE PARM-NAME
               WHEN 'PRCTOL    '
                   IF PARM-VALUE NOT GREATER THAN 5.00
                       MOVE PARM-VALUE TO PRICE-TOLERANCE
                       MOVE 'FILE' TO SRC-PRCTOL
                   ELSE
                       MOVE 'REJECTED' TO SRC-PRCTOL
                   END-IF
               WHEN 'PERYEAR   '
                   IF PARM-WHOLE NOT LESS THAN 1990
                           AND PARM-WHOLE NOT GREATER THAN 2099
                       MOVE PARM-WHOLE TO PERYEAR
                       MOVE 'FILE' TO SRC-PERYEAR
                   ELSE
                       MOVE 'REJECTED' TO SRC-PERYEAR
                   END-IF
               WHEN 'PERMONTH  '
                   IF PARM-WHOLE NOT LESS THAN 1
                           AND PARM-WHOLE NOT GREATER THAN 12
                       MOVE PARM-WHOLE TO PERMONTH
                       MOVE 'FILE' TO SRC-PERMONTH
                   ELSE
                       MOVE 'REJECTED' TO SRC-PERMONTH
                   END-IF
           END-EVALUATE.
           PERFORM L8A-READ-PARM.

      *FIRST PAGE OF THE RUN SHOWS THE VALUES THIS RUN ACTUALLY
      *USED AND WHETHER IT CAME FROM THE FILE OR A DEFAULT
       L8-PARM-PAGE.
           WRITE PRTLINE
           WRITE PRTLINE
             FROM H-PARMDETAIL
             AFTER ADVANCING 1 LINE.
           MOVE 'PERYEAR   ' TO P-NAME.
           MOVE PERYEAR TO P-VALUE.
           MOVE SRC-PERYEAR TO P-SOURCE.
           WRITE PRTLINE
             FROM H-PARMDETAIL
             AFTER ADVANCING 1 LINE.
           MOVE 'PERMONTH  ' TO P-NAME.
           MOVE PERMONTH TO P-VALUE.
           MOVE SRC-PERMONTH TO P-SOURCE.
           WRITE PRTLINE
             FROM H-PARMDETAIL
             AFTER ADVANCING 1 LINE.
       END PROGRAM CBLTAM21.

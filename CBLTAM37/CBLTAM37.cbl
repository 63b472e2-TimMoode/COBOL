       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBLTAM37.
       AUTHOR. TIMOTHY ALEC MOODE.
       DATE-WRITTEN. 10/15/2026.
      * SALES BY DAY OF WEEK. CBLTAM20 NOW APPENDS EVERY ACCEPTED
      * REGISTER TRANSACTION TO THE DAILY SALES HISTORY CBLPSHST.DAT
      * INSTEAD OF LETTING THE DAY'S DETAIL DISAPPEAR INTO THE MONTH
      * TOTAL. THE MANAGER STAFFS AND PREPS BY DAY OF WEEK, SO THIS
      * PROGRAM TAKES ONE MONTH OF THAT HISTORY - THE PERYEAR AND
      * PERMONTH PARAMETERS, DEFAULTING TO THE RUN DATE'S MONTH - AND
      * FOR EACH ITEM SHOWS QUANTITY AND DOLLARS FOR EACH DAY OF THE
      * WEEK, EACH DAY'S SHARE OF THE ITEM'S WEEK, AND WHICH DAY IS
      * BUSIEST AND WHICH SLOWEST. A MONTH HOLDS FOUR OR FIVE OF ANY
      * WEEKDAY, SO BUSIEST AND SLOWEST ARE JUDGED ON THE AVERAGE
      * QUANTITY PER OCCURRENCE OF THE DAY, NOT THE RAW TOTAL. A
      * LAST SECTION FLAGS EVERY CALENDAR DAY OF THE MONTH, UP TO
      * THE DAY BEFORE THE RUN, WITH NO POSTING AT ALL - USUALLY A
      * REGISTER EXPORT THAT WAS NEVER RUN.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SALES-HISTORY
               ASSIGN TO 'C:\COBOLWI19\CBLPSHST.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS SH-STATUS.
           SELECT ITEM-MASTER
               ASSIGN TO 'C:\COBOLWI19\CBLPITEM.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PRTOUT
               ASSIGN TO 'C:\COBOLWI19\PIZZADOW.PRT'
                   ORGANIZATION IS RECORD SEQUENTIAL.
           SELECT PARMFILE
               ASSIGN TO 'C:\COBOLWI19\CBLPARMS.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS PARM-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *ONE RECORD PER ACCEPTED REGISTER TRANSACTION, AS CBLTAM20
      *APPENDS THEM
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

      *RUNTIME PARAMETER FILE - BUSINESS CUTOFFS AS DATA INSTEAD OF
      *WORKING-STORAGE VALUES, SO A CHANGE IS NOT A RECOMPILE
       FD PARMFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS PARM-REC
           RECORD CONTAINS 19 CHARACTERS.
       01 PARM-REC.
         05 PARM-NAME PIC X(10).
         05 FILLER PIC X.
         05 PARM-WHOLE PIC 9(4).
         05 FILLER PIC X.
         05 PARM-DEC PIC 9(3).

       WORKING-STORAGE SECTION.
       01 MISC.
         05 SH-EOF PIC X VALUE 'N'.
         05 SH-STATUS PIC XX VALUE SPACES.
         05 SH-OPEN-SW PIC X VALUE 'N'.
         05 IT-EOF PIC X VALUE 'N'.
         05 CPAGECOUNT PIC 99 VALUE 0.
         05 READCOUNT PIC 9(7) VALUE 0.
         05 INPERIODCOUNT PIC 9(7) VALUE 0.
         05 NOPOSTCOUNT PIC 99 VALUE 0.
         05 BADDATECOUNT PIC 9(7) VALUE 0.
         05 LOOKUP-ID PIC X(4) VALUE SPACES.
         05 SALE-DOLLARS PIC 9(7)V99 VALUE 0.
      *THE REPORTING MONTH
       01 PERIOD-FIELDS.
         05 PERYEAR PIC 9(4) VALUE 0.
         05 PERMONTH PIC 99 VALUE 0.
         05 PERYEAR-X PIC X(4).
         05 PERMONTH-X PIC XX.
      *DAY NUMBERS FOR THE CALENDAR ARITHMETIC - THE WEEKDAY OF A
      *DAY NUMBER IS ITS REMAINDER BY 7, DAY NUMBER 1 BEING A MONDAY
       01 CALENDAR-WORK.
         05 WORK-YYYYMMDD PIC 9(8) VALUE 0.
         05 FIRST-DAY-INT PIC 9(7) VALUE 0.
         05 NEXT-MONTH-INT PIC 9(7) VALUE 0.
         05 DAY-INT PIC 9(7) VALUE 0.
         05 RUN-DATE-INT PIC 9(7) VALUE 0.
         05 DAYS-IN-MONTH PIC 99 VALUE 0.
         05 DOW-QUOTIENT PIC 9(7) VALUE 0.
         05 DOW-REMAINDER PIC 9 VALUE 0.
         05 DOW-IDX PIC 9 VALUE 0.
         05 DOM-IDX PIC 99 VALUE 0.
         05 NEXT-YEAR PIC 9(4) VALUE 0.
         05 NEXT-MONTH PIC 99 VALUE 0.
      *ONE FLAG PER CALENDAR DAY OF THE MONTH - SET WHEN ANY SALE
      *POSTED FOR THAT DAY
       01 DAY-POSTED-TABLE.
         05 DAY-POSTED OCCURS 31 TIMES PIC X.
      *HOW MANY TIMES EACH WEEKDAY FALLS IN THE MONTH
       01 WEEKDAY-COUNT-TABLE.
         05 WEEKDAY-COUNT OCCURS 7 TIMES PIC 9.
       01 DAY-NAMES-TABLE.
         05 DAY-NAMES PIC X(63) VALUE
           'MONDAY   TUESDAY  WEDNESDAYTHURSDAY FRIDAY   SATURDAY SUNDAY
      -    '   '.
       01 DAY-NAMES-REDEF REDEFINES DAY-NAMES-TABLE.
         05 DAY-NAME OCCURS 7 TIMES PIC X(9).
      *ITEM NAME TABLE LOADED FROM CBLPITEM.DAT AT STARTUP
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
      *ONE ENTRY PER ITEM SOLD IN THE MONTH, SEVEN WEEKDAY BUCKETS
      *EACH, MONDAY FIRST. THE ALL-ITEMS TOTALS ARE ADDED UP FROM
      *THESE AT PRINT TIME
       01 DOW-CONTROLS.
         05 DW-COUNT PIC 999 VALUE 0.
         05 DW-MAX PIC 999 VALUE 100.
         05 DW-IDX PIC 999 VALUE 0.
         05 DW-IDX2 PIC 999 VALUE 0.
         05 DW-LIMIT PIC 999 VALUE 0.
         05 DW-FOUND-IDX PIC 999 VALUE 0.
           88 DOW-ITEM-NOT-FOUND VALUE 0.
         05 DW-OVERFLOW PIC 9(5) VALUE 0.
       01 DOW-TABLE.
         05 DW-ENTRY OCCURS 100 TIMES.
           10 DW-ID PIC X(4).
           10 DW-DAY OCCURS 7 TIMES.
             15 DW-QTY PIC 9(7).
             15 DW-DOL PIC 9(7)V99.
       01 DOW-HOLD PIC X(116).
      *THE BLOCK BEING PRINTED - ONE ITEM OR ALL ITEMS TOGETHER
       01 BLOCK-WORK.
         05 BW-DAY OCCURS 7 TIMES.
           10 BW-QTY PIC 9(7).
           10 BW-DOL PIC 9(7)V99.
           10 BW-AVG PIC 9(7)V99.
         05 BW-TOT-QTY PIC 9(9) VALUE 0.
         05 BW-TOT-DOL PIC 9(9)V99 VALUE 0.
         05 BW-SHARE PIC 999V9 VALUE 0.
         05 BW-BUSIEST PIC 9 VALUE 0.
         05 BW-SLOWEST PIC 9 VALUE 0.
         05 BW-IDX PIC 9 VALUE 0.
      *PARAMETER FILE CONTROLS - EACH PARAMETER REMEMBERS WHERE ITS
      *VALUE CAME FROM SO THE PARAMETER PAGE CAN SAY SO
       01 PARM-CONTROLS.
         05 PARM-STATUS PIC XX VALUE SPACES.
         05 PARM-EOF PIC X VALUE 'N'.
         05 SRC-PERYEAR PIC X(8) VALUE 'DEFAULT'.
         05 SRC-PERMONTH PIC X(8) VALUE 'DEFAULT'.
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
      *PARAMETER PAGE LAYOUTS
       01 H-PARMTITLE.
         05 FILLER PIC X(54) VALUE SPACES.
         05 FILLER PIC X(14) VALUE 'RUN PARAMETERS'.
       01 H-PARMHEADING.
         05 FILLER PIC X(30) VALUE SPACES.
         05 FILLER PIC X(10) VALUE 'PARAMETER '.
         05 FILLER PIC X(5) VALUE SPACES.
         05 FILLER PIC X(10) VALUE 'VALUE USED'.
         05 FILLER PIC X(5) VALUE SPACES.
         05 FILLER PIC X(6) VALUE 'SOURCE'.
       01 H-PARMDETAIL.
         05 FILLER PIC X(30) VALUE SPACES.
         05 P-NAME PIC X(10).
         05 FILLER PIC X(5) VALUE SPACES.
         05 P-VALUE PIC ZZZ9.
         05 FILLER PIC X(11) VALUE SPACES.
         05 P-SOURCE PIC X(8).
       01 H-TITLELINE.
         05 FILLER PIC X(6) VALUE 'DATE: '.
         05 H-MONTH PIC XX.
         05 FILLER PIC X VALUE '/'.
         05 H-DAY PIC XX.
         05 FILLER PIC X VALUE '/'.
         05 H-YEAR PIC XXXX.
         05 FILLER PIC X(30) VALUE SPACES.
         05 FILLER PIC X(27)
                   VALUE 'SALES BY DAY OF WEEK FOR   '.
         05 H-PERMONTH PIC XX.
         05 FILLER PIC X VALUE '/'.
         05 H-PERYEAR PIC XXXX.
         05 FILLER PIC X(44) VALUE SPACES.
         05 FILLER PIC X(6) VALUE 'PAGE: '.
         05 H-PAGENUM PIC Z9.
       01 H-HEADING1.
         05 FILLER PIC X(8) VALUE SPACES.
         05 FILLER PIC X(11) VALUE 'DAY OF WEEK'.
         05 FILLER PIC X(4) VALUE SPACES.
         05 FILLER PIC X(4) VALUE 'DAYS'.
         05 FILLER PIC X(9) VALUE SPACES.
         05 FILLER PIC X(8) VALUE 'QUANTITY'.
         05 FILLER PIC X(12) VALUE SPACES.
         05 FILLER PIC X(7) VALUE 'DOLLARS'.
         05 FILLER PIC X(5) VALUE SPACES.
         05 FILLER PIC X(12) VALUE 'PCT OF WEEK '.
         05 FILLER PIC X(4) VALUE SPACES.
         05 FILLER PIC X(11) VALUE 'AVG PER DAY'.
       01 H-ITEMLINE.
         05 FILLER PIC X(6) VALUE 'ITEM: '.
         05 I-ID PIC X(4).
         05 FILLER PIC X(3) VALUE SPACES.
         05 I-NAME PIC X(20).
       01 H-DAYLINE.
         05 FILLER PIC X(8) VALUE SPACES.
         05 D-DAYNAME PIC X(9).
         05 FILLER PIC X(8) VALUE SPACES.
         05 D-DAYS PIC 9.
         05 FILLER PIC X(9) VALUE SPACES.
         05 D-QTY PIC Z,ZZZ,ZZ9.
         05 FILLER PIC X(5) VALUE SPACES.
         05 D-DOL PIC $Z,ZZZ,ZZ9.99.
         05 FILLER PIC X(8) VALUE SPACES.
         05 D-SHARE PIC ZZ9.9.
         05 FILLER PIC X(7) VALUE SPACES.
         05 D-AVG PIC ZZZ,ZZ9.99.
         05 FILLER PIC X(3) VALUE SPACES.
         05 D-MARK PIC X(11).
       01 H-BLOCKTOTAL.
         05 FILLER PIC X(8) VALUE SPACES.
         05 FILLER PIC X(9) VALUE 'MONTH'.
         05 FILLER PIC X(16) VALUE SPACES.
         05 T-QTY PIC ZZZ,ZZZ,ZZ9.
         05 FILLER PIC X(3) VALUE SPACES.
         05 T-DOL PIC $ZZZ,ZZZ,ZZ9.99.
      *SECTION FOR CALENDAR DAYS WITH NOTHING POSTED
       01 H-NOPOSTHEADING.
         05 FILLER PIC X(30) VALUE SPACES.
         05 FILLER PIC X(53) VALUE
             'CALENDAR DAYS WITH NO POSTING - CHECK REGISTER EXPORT'.
       01 H-NOPOSTDETAIL.
         05 FILLER PIC X(30) VALUE SPACES.
         05 NP-MONTH PIC XX.
         05 FILLER PIC X VALUE '/'.
         05 NP-DAY PIC 99.
         05 FILLER PIC X VALUE '/'.
         05 NP-YEAR PIC XXXX.
         05 FILLER PIC X(4) VALUE SPACES.
         05 NP-DAYNAME PIC X(9).
       01 H-ALLPOSTED.
         05 FILLER PIC X(30) VALUE SPACES.
         05 FILLER PIC X(46) VALUE
             'EVERY CALENDAR DAY IN THE PERIOD HAS A POSTING'.
       01 H-FINALLINE.
         05 FILLER PIC X(18) VALUE 'HISTORY READ:     '.
         05 F-READCOUNT PIC Z,ZZZ,ZZ9.
         05 FILLER PIC X(5) VALUE SPACES.
         05 FILLER PIC X(18) VALUE 'IN PERIOD:        '.
         05 F-INPERIOD PIC Z,ZZZ,ZZ9.
         05 FILLER PIC X(5) VALUE SPACES.
         05 FILLER PIC X(18) VALUE 'DAYS NOT POSTED:  '.
         05 F-NOPOST PIC Z9.
         05 FILLER PIC X(5) VALUE SPACES.
         05 FILLER PIC X(18) VALUE 'BAD DATES SKIPPED:'.
         05 F-BADDATE PIC Z,ZZZ,ZZ9.
      *WARNING LINE FOR A TRUNCATED ITEM BUCKET TABLE
       01 H-DOWOVERFLOW.
         05 FILLER PIC X(31) VALUE
                   '**WARNING - ITEM BUCKETS FULL, '.
         05 X-DW-OVERFLOW PIC ZZZZ9.
         05 FILLER PIC X(30) VALUE
                   ' SALE(S) NOT IN ANY ITEM**'.
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
           MOVE PERYEAR-X TO H-PERYEAR.
           MOVE PERMONTH-X TO H-PERMONTH.
           PERFORM L6-BUILD-CALENDAR.
           PERFORM L6-LOAD-ITEMS.
           OPEN OUTPUT PRTOUT.
           PERFORM L8-PARM-PAGE.
           OPEN INPUT SALES-HISTORY.
           IF SH-STATUS = '00' OR SH-STATUS = '05'
               MOVE 'Y' TO SH-OPEN-SW
               PERFORM L2-READ-HISTORY
           ELSE
               MOVE 'Y' TO SH-EOF
               DISPLAY 'CBLTAM37 - NO SALES HISTORY TO REPORT FROM'
           END-IF.

       L1-MAINLINE.
           IF SH-YEAR = PERYEAR-X AND SH-MONTH = PERMONTH-X
               PERFORM L2-ACCUM-SALE
           END-IF.
           PERFORM L2-READ-HISTORY.

      *THE FILE STATUS IS 10 BY NOW FROM THE END-OF-FILE READ, SO
      *THE CLOSE KEYS ON WHETHER THE OPEN ITSELF SUCCEEDED
       L1-CLOSING.
           IF SH-OPEN-SW = 'Y'
               CLOSE SALES-HISTORY
           END-IF.
           PERFORM L5-DOW-SORT.
           PERFORM L3-HEADINGS.
           PERFORM L5-ITEM-BLOCK
             VARYING DW-IDX FROM 1 BY 1 UNTIL DW-IDX > DW-COUNT.
           PERFORM L5-ALL-ITEMS-BLOCK.
           PERFORM L5-NOPOST-SECTION.
           MOVE READCOUNT TO F-READCOUNT.
           MOVE INPERIODCOUNT TO F-INPERIOD.
           MOVE NOPOSTCOUNT TO F-NOPOST.
           MOVE BADDATECOUNT TO F-BADDATE.
           WRITE PRTLINE
             FROM H-FINALLINE
             AFTER ADVANCING 3 LINES.
           IF DW-OVERFLOW GREATER THAN 0
               MOVE DW-OVERFLOW TO X-DW-OVERFLOW
               WRITE PRTLINE
                 FROM H-DOWOVERFLOW
                 AFTER ADVANCING 2 LINES
           END-IF.
           CLOSE PRTOUT.
           DISPLAY 'CBLTAM37 - SALES BY DAY OF WEEK COMPLETE'.
           DISPLAY 'IN PERIOD: ' INPERIODCOUNT
               ' ITEMS: ' DW-COUNT
               ' DAYS NOT POSTED: ' NOPOSTCOUNT
               ' BAD DATES: ' BADDATECOUNT.

       L2-READ-HISTORY.
           READ SALES-HISTORY
               AT END
                   MOVE 'Y' TO SH-EOF
               NOT AT END
                   COMPUTE READCOUNT = READCOUNT + 1
           END-READ.

      *THE SALE GOES INTO ITS ITEM'S BUCKET FOR THE WEEKDAY IT FELL
      *ON, AND ITS CALENDAR DAY IS MARKED AS POSTED. EVERY DATE ON
      *THE HISTORY PASSED THE COMMON DATE EDIT WHEN IT WAS POSTED,
      *SO ONLY A DAMAGED RECORD - A DAY THAT IS NOT A DAY OF THE
      *MONTH - IS COUNTED AND PASSED OVER HERE
       L2-ACCUM-SALE.
           MOVE 0 TO DOM-IDX.
           IF SH-DATE-9 NUMERIC
               MOVE SH-DAY TO DOM-IDX
           END-IF.
           IF DOM-IDX = 0 OR DOM-IDX GREATER THAN DAYS-IN-MONTH
               COMPUTE BADDATECOUNT = BADDATECOUNT + 1
           ELSE
               COMPUTE INPERIODCOUNT = INPERIODCOUNT + 1
               MOVE 'Y' TO DAY-POSTED(DOM-IDX)
               COMPUTE DAY-INT = FIRST-DAY-INT + DOM-IDX - 1
               PERFORM L4-WEEKDAY-OF
               PERFORM L4-FIND-DOW-ITEM
               IF NOT DOW-ITEM-NOT-FOUND
                   COMPUTE SALE-DOLLARS = SH-QUANTITY * SH-PRICE
                   COMPUTE DW-QTY(DW-FOUND-IDX, DOW-IDX) =
                       DW-QTY(DW-FOUND-IDX, DOW-IDX) + SH-QUANTITY
                   COMPUTE DW-DOL(DW-FOUND-IDX, DOW-IDX) =
                       DW-DOL(DW-FOUND-IDX, DOW-IDX) + SALE-DOLLARS
               END-IF
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

      *WEEKDAY OF DAY-INT AS 1 (MONDAY) THROUGH 7 (SUNDAY)
       L4-WEEKDAY-OF.
           DIVIDE DAY-INT BY 7 GIVING DOW-QUOTIENT
               REMAINDER DOW-REMAINDER.
           IF DOW-REMAINDER = 0
               MOVE 7 TO DOW-IDX
           ELSE
               MOVE DOW-REMAINDER TO DOW-IDX
           END-IF.

       L4-FIND-DOW-ITEM.
           MOVE 0 TO DW-FOUND-IDX.
           PERFORM L4A-DOW-LOOKUP
             VARYING DW-IDX FROM 1 BY 1
               UNTIL DW-IDX > DW-COUNT OR NOT DOW-ITEM-NOT-FOUND.
           IF DOW-ITEM-NOT-FOUND
               IF DW-COUNT LESS THAN DW-MAX
                   COMPUTE DW-COUNT = DW-COUNT + 1
                   MOVE DW-COUNT TO DW-FOUND-IDX
                   MOVE SH-ID TO DW-ID(DW-COUNT)
                   PERFORM L4A-CLEAR-BUCKET
                     VARYING BW-IDX FROM 1 BY 1 UNTIL BW-IDX > 7
               ELSE
                   COMPUTE DW-OVERFLOW = DW-OVERFLOW + 1
               END-IF
           END-IF.

       L4A-DOW-LOOKUP.
           IF DW-ID(DW-IDX) EQUAL SH-ID
               MOVE DW-IDX TO DW-FOUND-IDX
           END-IF.

       L4A-CLEAR-BUCKET.
           MOVE 0 TO DW-QTY(DW-COUNT, BW-IDX).
           MOVE 0 TO DW-DOL(DW-COUNT, BW-IDX).

      *BUBBLE SORT OF THE ITEM BUCKETS INTO ITEM ID ORDER
       L5-DOW-SORT.
           PERFORM L5A-OUTERLOOP
             VARYING DW-IDX FROM 1 BY 1 UNTIL DW-IDX NOT LESS THAN
               DW-COUNT.

       L5A-OUTERLOOP.
           COMPUTE DW-LIMIT = DW-COUNT - DW-IDX.
           PERFORM L5B-INNERLOOP
             VARYING DW-IDX2 FROM 1 BY 1 UNTIL DW-IDX2 > DW-LIMIT.

       L5B-INNERLOOP.
           IF DW-ID(DW-IDX2) GREATER THAN DW-ID(DW-IDX2 + 1)
               MOVE DW-ENTRY(DW-IDX2) TO DOW-HOLD
               MOVE DW-ENTRY(DW-IDX2 + 1) TO DW-ENTRY(DW-IDX2)
               MOVE DOW-HOLD TO DW-ENTRY(DW-IDX2 + 1)
           END-IF.

      *ONE ITEM'S SEVEN WEEKDAY LINES AND ITS MONTH TOTAL
       L5-ITEM-BLOCK.
           PERFORM L5A-LOAD-ITEM-DAY
             VARYING BW-IDX FROM 1 BY 1 UNTIL BW-IDX > 7.
           MOVE DW-ID(DW-IDX) TO I-ID.
           MOVE DW-ID(DW-IDX) TO LOOKUP-ID.
           PERFORM L6-ITEM-LOOKUP.
           IF ITEM-NOT-FOUND
               MOVE 'NOT ON ITEM MASTER' TO I-NAME
           ELSE
               MOVE IT-NAME(IT-FOUND-IDX) TO I-NAME
           END-IF.
           PERFORM L5B-PRINT-BLOCK.

       L5A-LOAD-ITEM-DAY.
           MOVE DW-QTY(DW-IDX, BW-IDX) TO BW-QTY(BW-IDX).
           MOVE DW-DOL(DW-IDX, BW-IDX) TO BW-DOL(BW-IDX).

      *EVERY ITEM ADDED TOGETHER, PRINTED THE SAME WAY AS ONE ITEM
       L5-ALL-ITEMS-BLOCK.
           PERFORM L5A-CLEAR-ALL-DAY
             VARYING BW-IDX FROM 1 BY 1 UNTIL BW-IDX > 7.
           PERFORM L5A-ADD-ITEM
             VARYING DW-IDX FROM 1 BY 1 UNTIL DW-IDX > DW-COUNT.
           MOVE 'ALL ' TO I-ID.
           MOVE 'ALL ITEMS' TO I-NAME.
           PERFORM L5B-PRINT-BLOCK.

       L5A-CLEAR-ALL-DAY.
           MOVE 0 TO BW-QTY(BW-IDX).
           MOVE 0 TO BW-DOL(BW-IDX).

       L5A-ADD-ITEM.
           PERFORM L5B-ADD-ITEM-DAY
             VARYING BW-IDX FROM 1 BY 1 UNTIL BW-IDX > 7.

       L5B-ADD-ITEM-DAY.
           COMPUTE BW-QTY(BW-IDX) =
               BW-QTY(BW-IDX) + DW-QTY(DW-IDX, BW-IDX).
           COMPUTE BW-DOL(BW-IDX) =
               BW-DOL(BW-IDX) + DW-DOL(DW-IDX, BW-IDX).

      *TOTALS, AVERAGE PER OCCURRENCE OF EACH WEEKDAY, AND THE
      *BUSIEST AND SLOWEST DAY BY THAT AVERAGE - THE FIRST DAY OF
      *THE WEEK WINS A TIE
       L5B-PRINT-BLOCK.
           MOVE 0 TO BW-TOT-QTY.
           MOVE 0 TO BW-TOT-DOL.
           PERFORM L5C-DAY-AVERAGE
             VARYING BW-IDX FROM 1 BY 1 UNTIL BW-IDX > 7.
           MOVE 1 TO BW-BUSIEST.
           MOVE 1 TO BW-SLOWEST.
           PERFORM L5C-RANK-DAY
             VARYING BW-IDX FROM 2 BY 1 UNTIL BW-IDX > 7.
           WRITE PRTLINE
             FROM H-ITEMLINE
             AFTER ADVANCING 2 LINES
               AT END-OF-PAGE
                   PERFORM L3-HEADINGS.
           PERFORM L5C-DAY-LINE
             VARYING BW-IDX FROM 1 BY 1 UNTIL BW-IDX > 7.
           MOVE BW-TOT-QTY TO T-QTY.
           MOVE BW-TOT-DOL TO T-DOL.
           WRITE PRTLINE
             FROM H-BLOCKTOTAL
             AFTER ADVANCING 1 LINE
               AT END-OF-PAGE
                   PERFORM L3-HEADINGS.

       L5C-DAY-AVERAGE.
           COMPUTE BW-TOT-QTY = BW-TOT-QTY + BW-QTY(BW-IDX).
           COMPUTE BW-TOT-DOL = BW-TOT-DOL + BW-DOL(BW-IDX).
           COMPUTE BW-AVG(BW-IDX) ROUNDED =
               BW-QTY(BW-IDX) / WEEKDAY-COUNT(BW-IDX).

       L5C-RANK-DAY.
           IF BW-AVG(BW-IDX) GREATER THAN BW-AVG(BW-BUSIEST)
               MOVE BW-IDX TO BW-BUSIEST
           END-IF.
           IF BW-AVG(BW-IDX) LESS THAN BW-AVG(BW-SLOWEST)
               MOVE BW-IDX TO BW-SLOWEST
           END-IF.

      *SHARE OF THE WEEK IS THE DAY'S PART OF THE MONTH'S QUANTITY
       L5C-DAY-LINE.
           MOVE 0 TO BW-SHARE.
           IF BW-TOT-QTY GREATER THAN 0
               COMPUTE BW-SHARE ROUNDED =
                   BW-QTY(BW-IDX) * 100 / BW-TOT-QTY
           END-IF.
           MOVE DAY-NAME(BW-IDX) TO D-DAYNAME.
           MOVE WEEKDAY-COUNT(BW-IDX) TO D-DAYS.
           MOVE BW-QTY(BW-IDX) TO D-QTY.
           MOVE BW-DOL(BW-IDX) TO D-DOL.
           MOVE BW-SHARE TO D-SHARE.
           MOVE BW-AVG(BW-IDX) TO D-AVG.
           MOVE SPACES TO D-MARK.
           IF BW-BUSIEST NOT = BW-SLOWEST
               IF BW-IDX = BW-BUSIEST
                   MOVE '<-- BUSIEST' TO D-MARK
               END-IF
               IF BW-IDX = BW-SLOWEST
                   MOVE '<-- SLOWEST' TO D-MARK
               END-IF
           END-IF.
           WRITE PRTLINE
             FROM H-DAYLINE
             AFTER ADVANCING 1 LINE
               AT END-OF-PAGE
                   PERFORM L3-HEADINGS.

      *EVERY DAY OF THE MONTH BEFORE THE RUN DATE THAT HAD NOTHING
      *POSTED AT ALL
       L5-NOPOST-SECTION.
           WRITE PRTLINE
             FROM H-NOPOSTHEADING
             AFTER ADVANCING 3 LINES
               AT END-OF-PAGE
                   PERFORM L3-HEADINGS.
           PERFORM L5A-NOPOST-DAY
             VARYING DOM-IDX FROM 1 BY 1
               UNTIL DOM-IDX > DAYS-IN-MONTH.
           IF NOPOSTCOUNT = 0
               WRITE PRTLINE
                 FROM H-ALLPOSTED
                 AFTER ADVANCING 1 LINE
           END-IF.

       L5A-NOPOST-DAY.
           COMPUTE DAY-INT = FIRST-DAY-INT + DOM-IDX - 1.
           IF DAY-INT LESS THAN RUN-DATE-INT
                   AND DAY-POSTED(DOM-IDX) NOT = 'Y'
               PERFORM L4-WEEKDAY-OF
               MOVE PERMONTH-X TO NP-MONTH
               MOVE DOM-IDX TO NP-DAY
               MOVE PERYEAR-X TO NP-YEAR
               MOVE DAY-NAME(DOW-IDX) TO NP-DAYNAME
               WRITE PRTLINE
                 FROM H-NOPOSTDETAIL
                 AFTER ADVANCING 1 LINE
                   AT END-OF-PAGE
                       PERFORM L3-HEADINGS
               END-WRITE
               COMPUTE NOPOSTCOUNT = NOPOSTCOUNT + 1
           END-IF.

      *DAY NUMBERS OF THE FIRST OF THE MONTH AND OF THE FIRST OF
      *THE NEXT MONTH GIVE THE LENGTH OF THE MONTH, AND WALKING ITS
      *DAYS COUNTS HOW MANY OF EACH WEEKDAY IT HOLDS
       L6-BUILD-CALENDAR.
           COMPUTE WORK-YYYYMMDD = PERYEAR * 10000 + PERMONTH * 100 + 1.
           COMPUTE FIRST-DAY-INT =
               FUNCTION INTEGER-OF-DATE(WORK-YYYYMMDD).
           MOVE PERYEAR TO NEXT-YEAR.
           COMPUTE NEXT-MONTH = PERMONTH + 1.
           IF NEXT-MONTH GREATER THAN 12
               MOVE 1 TO NEXT-MONTH
               COMPUTE NEXT-YEAR = NEXT-YEAR + 1
           END-IF.
           COMPUTE WORK-YYYYMMDD =
               NEXT-YEAR * 10000 + NEXT-MONTH * 100 + 1.
           COMPUTE NEXT-MONTH-INT =
               FUNCTION INTEGER-OF-DATE(WORK-YYYYMMDD).
           COMPUTE DAYS-IN-MONTH = NEXT-MONTH-INT - FIRST-DAY-INT.
           MOVE ALL 'N' TO DAY-POSTED-TABLE.
           MOVE ALL '0' TO WEEKDAY-COUNT-TABLE.
           PERFORM L6A-COUNT-WEEKDAY
             VARYING DOM-IDX FROM 1 BY 1
               UNTIL DOM-IDX > DAYS-IN-MONTH.

       L6A-COUNT-WEEKDAY.
           COMPUTE DAY-INT = FIRST-DAY-INT + DOM-IDX - 1.
           PERFORM L4-WEEKDAY-OF.
           COMPUTE WEEKDAY-COUNT(DOW-IDX) =
               WEEKDAY-COUNT(DOW-IDX) + 1.

      * MATCHES THE ITEM ID AGAINST THE ITEM NAME TABLE
       L6-ITEM-LOOKUP.
           MOVE 0 TO IT-FOUND-IDX.
           PERFORM L6A-LOOKUP-LOOP
             VARYING IT-IDX FROM 1 BY 1 UNTIL IT-IDX > IT-COUNT.

       L6A-LOOKUP-LOOP.
           IF IT-ID(IT-IDX) EQUAL LOOKUP-ID
               MOVE IT-IDX TO IT-FOUND-IDX
           END-IF.

      * LOADS THE ITEM DESCRIPTION MASTER INTO THE LOOKUP TABLE
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
           ELSE
               COMPUTE IT-OVERFLOW = IT-OVERFLOW + 1
           END-IF.
           PERFORM L6A-READ-ITEM.

      *READS THE RUNTIME PARAMETER FILE AT STARTUP - A MISSING FILE
      *SIMPLY MEANS THE PERIOD RUNS ON ITS BUILT-IN DEFAULT
       L8-LOAD-PARMS.
           OPEN INPUT PARMFILE.
           IF PARM-STATUS = '00'
               PERFORM L8A-READ-PARM
               PERFORM L8A-APPLY-PARM
                 UNTIL PARM-EOF = 'Y'
               CLOSE PARMFILE
           END-IF.

       L8A-READ-PARM.
           READ PARMFILE
               AT END
                   MOVE 'Y' TO PARM-EOF.

      *A PARAMETER OUTSIDE ITS SENSIBLE RANGE IS REJECTED AND THE
      *BUILT-IN DEFAULT KEPT - THE PARAMETER PAGE SHOWS WHICH
       L8A-APPLY-PARM.
           EVALUATE PARM-NAME
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

      *FIRST PAGE OF THE RUN SHOWS THE PERIOD THIS RUN ACTUALLY
      *USED AND WHETHER IT CAME FROM THE FILE OR A DEFAULT
       L8-PARM-PAGE.
           WRITE PRTLINE
             FROM H-PARMTITLE
             AFTER ADVANCING PAGE.
           WRITE PRTLINE
             FROM H-PARMHEADING
             AFTER ADVANCING 2 LINES.
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
       END PROGRAM CBLTAM37.

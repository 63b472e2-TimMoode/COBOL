      * A DATE ALREADY ON THAT LIST IS REJECTED, SO RERUNNING A DAY
      * CANNOT DOUBLE-POST. THE UPDATED MASTER IS WRITTEN WITH
      * FRESH CONTROL RECORDS AND PROMOTED OVER THE OLD ONE.
      * EVERY ACCEPTED TRANSACTION IS ALSO KEPT - IT IS HELD ON A
      * WORK FILE DURING THE RUN AND APPENDED TO THE PERMANENT DAILY
      * SALES HISTORY CBLPSHST.DAT ONLY WHEN THE MASTER IS PROMOTED,
      * SO A RUN THAT IS REFUSED AND RERUN DOES NOT LEAVE THE DAY ON
      * THE HISTORY TWICE.
      * A REGISTER LINE MAY NOW CARRY A PROMOTION CODE. A CODED SALE
      * IS HELD TO THE PROMOTION MASTER CBLPPROM.DAT - THE CODE MUST
      * BE ON FILE, THE SALE DATE MUST FALL BETWEEN ITS START AND
      * END DATES, AND THE ITEM MUST BE ONE THE PROMOTION COVERS.
      * THE CODE IS KEPT ON THE SALES HISTORY SO PROMOTION SALES CAN
      * BE REPORTED APART FROM FULL-PRICE SALES.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT ITEM-MASTER
               ASSIGN TO 'C:\COBOLWI19\CBLPITEM.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PROMO-MASTER
               ASSIGN TO 'C:\COBOLWI19\CBLPPROM.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS PR-STATUS.
           SELECT OPTIONAL POSTED-DATES
               ASSIGN TO 'C:\COBOLWI19\CBLPIZPD.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS PD-STATUS.
           SELECT SALES-WORK
               ASSIGN TO 'C:\COBOLWI19\CBLPSHST.WRK'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SALES-HISTORY
               ASSIGN TO 'C:\COBOLWI19\CBLPSHST.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS SH-STATUS.
           SELECT PRTOUT
               ASSIGN TO 'C:\COBOLWI19\PIZZAPST.PRT'
                   ORGANIZATION IS RECORD SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *ONE RECORD PER REGISTER RING-UP DAY PER ITEM. TX-PROMO IS
      *BLANK FOR A FULL-PRICE SALE.
       FD TRANS-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS TX-REC
           RECORD CONTAINS 27 CHARACTERS.
       01 TX-REC.
         05 TX-ID PIC X(4).
         05 TX-DATE.
           10 TX-DAY PIC XX.
         05 TX-QUANTITY PIC 9(5).
         05 TX-PRICE PIC 99V99.
         05 TX-PROMO PIC X(6).

       FD PIZZA-MASTER
           LABEL RECORD IS STANDARD
         05 IM-CATEGORY PIC X(10).
         05 IM-STDPRICE PIC 99V99.

      *ONE RECORD PER PROMOTION CODE - DATES, DISCOUNT, AND THE
      *ITEMS IT COVERS
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

      *ONE LINE PER REGISTER DAY ALREADY FOLDED INTO THE MASTER -
      *THIS IS WHAT KEEPS A RERUN FROM DOUBLE-POSTING
       FD POSTED-DATES
           RECORD CONTAINS 8 CHARACTERS.
       01 PD-REC PIC X(8).

      *ACCEPTED TRANSACTIONS HELD FOR THE HISTORY - SAME LAYOUT AS
      *ONE DAILY SALES HISTORY RECORD, WITH THE DATE IT WAS POSTED
       FD SALES-WORK
           LABEL RECORD IS STANDARD
           DATA RECORD IS SW-REC
           RECORD CONTAINS 35 CHARACTERS.
       01 SW-REC.
         05 SW-ID PIC X(4).
         05 SW-DATE PIC X(8).
         05 SW-QUANTITY PIC 9(5).
         05 SW-PRICE PIC 99V99.
         05 SW-POSTED PIC X(8).
         05 SW-PROMO PIC X(6).

      *PERMANENT DAILY SALES HISTORY, ONE RECORD PER ACCEPTED
      *REGISTER TRANSACTION, ONLY EVER APPENDED TO
       FD SALES-HISTORY
           LABEL RECORD IS STANDARD
           DATA RECORD IS SH-REC
           RECORD CONTAINS 35 CHARACTERS.
       01 SH-REC PIC X(35).

       FD PRTOUT
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 132 CHARACTERS
         05 IT-EOF PIC X VALUE 'N'.
         05 PD-EOF PIC X VALUE 'N'.
         05 PD-STATUS PIC XX VALUE SPACES.
         05 SH-STATUS PIC XX VALUE SPACES.
         05 SW-EOF PIC X VALUE 'N'.
         05 PR-EOF PIC X VALUE 'N'.
         05 PR-STATUS PIC XX VALUE SPACES.
         05 PROMOCOUNT PIC 9(5) VALUE 0.
         05 HISTCOUNT PIC 9(5) VALUE 0.
         05 CPAGECOUNT PIC 99 VALUE 0.
         05 ACCEPTCOUNT PIC 9(5) VALUE 0.
         05 REJCOUNT PIC 9(5) VALUE 0.
         05 ITEM-ENTRY OCCURS 100 TIMES.
           10 IT-ID PIC X(4).
           10 IT-NAME PIC X(20).
      *PROMOTION TABLE LOADED FROM CBLPPROM.DAT AT STARTUP
       01 PROMO-CONTROLS.
         05 PP-COUNT PIC 999 VALUE 0.
         05 PP-MAX PIC 999 VALUE 50.
         05 PP-IDX PIC 999 VALUE 0.
         05 PP-FOUND-IDX PIC 999 VALUE 0.
           88 PROMO-NOT-FOUND VALUE 0.
         05 PP-OVERFLOW PIC 999 VALUE 0.
         05 PP-IX PIC 99 VALUE 0.
         05 PP-COVERED-SW PIC X VALUE 'N'.
           88 ITEM-IS-COVERED VALUE 'Y'.
       01 PROMO-TABLE.
         05 PROMO-ENTRY OCCURS 50 TIMES.
           10 PP-CODE PIC X(6).
           10 PP-START PIC X(8).
           10 PP-END PIC X(8).
           10 PP-ITEMS.
             15 PP-ITEM PIC X(4) OCCURS 10 TIMES.
      *ACCEPTED QUANTITIES ACCUMULATED PER ITEM UNTIL THE MASTER
      *PASS FOLDS THEM IN - FIRST MASTER RECORD FOR THE ID GETS THE
      *WHOLE DAY'S QUANTITY, EXACTLY ONCE
         05 FILLER PIC X(5) VALUE SPACES.
         05 FILLER PIC X(20) VALUE 'MASTERS WRITTEN:    '.
         05 F-MSTOUT PIC ZZZZ9.
       01 H-FINALLINE3.
         05 FILLER PIC X(20) VALUE 'PROMOTION SALES:    '.
         05 F-PROMO PIC ZZZZ9.
      *EXCEPTION LINE FOR AN ACCEPTED ITEM WITH NO SALES RECORD TO
      *FOLD THE QUANTITY INTO
       01 H-NOMASTERLINE.
         05 X-PD-OVERFLOW PIC ZZ9.
         05 FILLER PIC X(44) VALUE
                   ' DATE(S) NOT HELD - MASTER NOT PROMOTED**'.
       01 H-PROMOOVERFLOW.
         05 FILLER PIC X(34) VALUE
                   '**WARNING - PROMOTION TABLE FULL, '.
         05 X-PP-OVERFLOW PIC ZZ9.
         05 FILLER PIC X(44) VALUE
                   ' CODE(S) NOT LOADED - MASTER NOT PROMOTED**'.
       PROCEDURE DIVISION.
       L0-MAIN.
           PERFORM L1-INIT.
           MOVE CURDAY TO H-DAY.
           MOVE CURYEAR TO H-YEAR.
           PERFORM L6-LOAD-ITEMS.
           PERFORM L6-LOAD-PROMOS.
           PERFORM L6-LOAD-POSTED-DATES.
           OPEN INPUT TRANS-FILE.
           OPEN OUTPUT SALES-WORK.
           OPEN OUTPUT PRTOUT.
           PERFORM L3-HEADINGS.
           PERFORM L2-READ-TRANS.

       L1-CLOSING.
           CLOSE TRANS-FILE.
           CLOSE SALES-WORK.
           PERFORM L5-MASTER-PASS.
           PERFORM L5-NOMASTER-CHECK
             VARYING PT-IDX FROM 1 BY 1 UNTIL PT-IDX > PT-COUNT.
           WRITE PRTLINE
             FROM H-FINALLINE2
             AFTER ADVANCING 1 LINE.
           MOVE PROMOCOUNT TO F-PROMO.
           WRITE PRTLINE
             FROM H-FINALLINE3
             AFTER ADVANCING 1 LINE.
           IF IT-OVERFLOW GREATER THAN 0
               MOVE IT-OVERFLOW TO X-IT-OVERFLOW
               WRITE PRTLINE
                 FROM H-PDOVERFLOW
                 AFTER ADVANCING 2 LINES
           END-IF.
           IF PP-OVERFLOW GREATER THAN 0
               MOVE PP-OVERFLOW TO X-PP-OVERFLOW
               WRITE PRTLINE
                 FROM H-PROMOOVERFLOW
                 AFTER ADVANCING 2 LINES
           END-IF.
           CLOSE PRTOUT.
      *A FULL ITEM TABLE MEANS SOME REJECTS MAY REALLY BE GOOD
      *ITEMS, A FULL POSTED-DATE TABLE MEANS A RERUN COULD NOT BE
      *PROVEN UNPOSTED, AND A FULL POSTING TABLE MEANS QUANTITIES
      *WERE TURNED AWAY ON A DAY ABOUT TO BE MARKED POSTED -
      *EITHER WAY THE OLD MASTER AND DATE LIST ARE LEFT ALONE SO
      *THE DAY CAN BE RERUN WHOLE AFTER THE FIX. A FULL PROMOTION
      *TABLE IS TREATED THE SAME WAY, SINCE GOOD PROMOTION SALES
      *MAY HAVE BEEN TURNED AWAY
           IF IT-OVERFLOW = 0 AND PD-OVERFLOW = 0
                   AND PT-OVERFLOW = 0 AND PP-OVERFLOW = 0
               PERFORM L6-WRITE-POSTED-DATES
               PERFORM L6-APPEND-HISTORY
      *PROMOTES THE UPDATED MASTER OVER THE OLD ONE
               CALL 'SYSTEM' USING PROMOTE-CMD
           ELSE
           END-IF.
           DISPLAY 'CBLTAM20 - REGISTER POSTING COMPLETE'.
           DISPLAY 'ACCEPTED: ' ACCEPTCOUNT
               ' REJECTED: ' REJCOUNT
               ' TO HISTORY: ' HISTCOUNT
               ' PROMOTION: ' PROMOCOUNT.

       L2-READ-TRANS.
           READ TRANS-FILE
                   MOVE 'Y' TO TX-EOF.

      *THE DATE MUST BE REAL, THE DAY MUST NOT ALREADY BE POSTED,
      *AND THE ITEM MUST BE ON THE DESCRIPTION MASTER, AND A
      *PROMOTION SALE MUST PASS THE PROMOTION EDIT - EVERYTHING
      *ELSE GOES ON THE REGISTER AS A REJECT WITH ITS REASON
       L2-EDIT-TRANS.
           MOVE SPACES TO D-NAME.
                       PERFORM L4-REJECT-LINE
                   ELSE
                       MOVE IT-NAME(IT-FOUND-IDX) TO D-NAME
                       IF TX-PROMO = SPACES
                           PERFORM L4-ACCEPT-LINE
                       ELSE
                           PERFORM L2A-EDIT-PROMO
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *THE CODE MUST BE ON THE PROMOTION MASTER, THE SALE MUST FALL
      *INSIDE ITS DATES, AND THE ITEM MUST BE ONE IT COVERS
       L2A-EDIT-PROMO.
           PERFORM L2B-PROMO-LOOKUP.
           IF PROMO-NOT-FOUND
               MOVE 'PROMO CODE NOT ON CBLPPROM.DAT' TO D-DISPOSITION
               PERFORM L4-REJECT-LINE
           ELSE
               IF TX-DATE LESS THAN PP-START(PP-FOUND-IDX)
                       OR TX-DATE GREATER THAN PP-END(PP-FOUND-IDX)
                   MOVE 'SALE DATE OUTSIDE PROMO DATES'
                       TO D-DISPOSITION
                   PERFORM L4-REJECT-LINE
               ELSE
                   MOVE 'N' TO PP-COVERED-SW
                   PERFORM L2C-COVERED-LOOP
                     VARYING PP-IX FROM 1 BY 1 UNTIL PP-IX > 10
                   IF ITEM-IS-COVERED
                       PERFORM L4-ACCEPT-LINE
                   ELSE
                       MOVE 'ITEM NOT COVERED BY PROMO'
                           TO D-DISPOSITION
                       PERFORM L4-REJECT-LINE
                   END-IF
               END-IF
           END-IF.

       L2B-PROMO-LOOKUP.
           MOVE 0 TO PP-FOUND-IDX.
           PERFORM L2C-PROMO-LOOP
             VARYING PP-IDX FROM 1 BY 1 UNTIL PP-IDX > PP-COUNT.

       L2C-PROMO-LOOP.
           IF PP-CODE(PP-IDX) EQUAL TX-PROMO
               MOVE PP-IDX TO PP-FOUND-IDX
           END-IF.

       L2C-COVERED-LOOP.
           IF PP-ITEM(PP-FOUND-IDX, PP-IX) EQUAL TX-ID
               MOVE 'Y' TO PP-COVERED-SW
           END-IF.

       L2A-POSTED-LOOKUP.
           MOVE 0 TO PD-FOUND-IDX.
           PERFORM L2B-POSTED-LOOP
               IF PT-FOUND-IDX GREATER THAN 0
                   COMPUTE PT-QTY(PT-FOUND-IDX) =
                       PT-QTY(PT-FOUND-IDX) + TX-QUANTITY
                   IF TX-PROMO = SPACES
                       MOVE 'ACCEPTED' TO D-DISPOSITION
                   ELSE
                       MOVE SPACES TO D-DISPOSITION
                       STRING 'ACCEPTED - PROMO ' DELIMITED BY SIZE
                           TX-PROMO DELIMITED BY SIZE
                           INTO D-DISPOSITION
                       COMPUTE PROMOCOUNT = PROMOCOUNT + 1
                   END-IF
                   COMPUTE ACCEPTCOUNT = ACCEPTCOUNT + 1
                   PERFORM L4-REGISTER-LINE
                   PERFORM L4-HOLD-HISTORY
               ELSE
                   MOVE 'POSTING TABLE FULL' TO D-DISPOSITION
                   PERFORM L4-REJECT-LINE
               END-IF
           END-IF.

      *THE ACCEPTED LINE WAITS ON THE WORK FILE UNTIL THE RUN IS
      *KNOWN TO BE PROMOTED
       L4-HOLD-HISTORY.
           MOVE TX-ID TO SW-ID.
           MOVE TX-DATE TO SW-DATE.
           MOVE TX-QUANTITY TO SW-QUANTITY.
           MOVE TX-PRICE TO SW-PRICE.
           MOVE THE-DATE TO SW-POSTED.
           MOVE TX-PROMO TO SW-PROMO.
           WRITE SW-REC.

       L4-REJECT-LINE.
           COMPUTE REJCOUNT = REJCOUNT + 1.
           PERFORM L4-REGISTER-LINE.
           END-IF.
           PERFORM L6A-READ-ITEM.

      *LOADS THE PROMOTION MASTER INTO THE LOOKUP TABLE. A MISSING
      *FILE MEANS NO PROMOTION IS RUNNING, SO ANY CODED SALE IS
      *REJECTED AS AN UNKNOWN CODE.
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
               MOVE PR-START TO PP-START(PP-COUNT)
               MOVE PR-END TO PP-END(PP-COUNT)
               MOVE PR-ITEMS TO PP-ITEMS(PP-COUNT)
           ELSE
               COMPUTE PP-OVERFLOW = PP-OVERFLOW + 1
           END-IF.
           PERFORM L6A-READ-PROMO.

      *PULLS THE POSTED-DATE LIST IN. A MISSING FILE JUST MEANS
      *NOTHING HAS EVER BEEN POSTED - THE OPTIONAL OPEN COMES BACK
      *STATUS 05 WITH THE FILE OPEN, SO IT STILL GOES THROUGH THE
       L6A-WRITE-PDATE.
           MOVE PD-DATE(PD-IDX) TO PD-REC.
           WRITE PD-REC.
      *THE RUN IS BEING PROMOTED, SO THIS RUN'S ACCEPTED LINES GO
      *ONTO THE END OF THE DAILY SALES HISTORY. A MISSING HISTORY
      *FILE IS CREATED BY THE OPTIONAL EXTEND
       L6-APPEND-HISTORY.
           OPEN INPUT SALES-WORK.
           OPEN EXTEND SALES-HISTORY.
           PERFORM L6A-READ-WORK.
           PERFORM L6A-APPEND-ONE
             UNTIL SW-EOF = 'Y'.
           CLOSE SALES-WORK.
           CLOSE SALES-HISTORY.

       L6A-READ-WORK.
           READ SALES-WORK
               AT END
                   MOVE 'Y' TO SW-EOF.

       L6A-APPEND-ONE.
           WRITE SH-REC FROM SW-REC.
           COMPUTE HISTCOUNT = HISTCOUNT + 1.
           PERFORM L6A-READ-WORK.
       END PROGRAM CBLTAM20.

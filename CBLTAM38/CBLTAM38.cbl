       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBLTAM38.
       AUTHOR. TIMOTHY ALEC MOODE.
       DATE-WRITTEN. 10/15/2026.
      * BATCH MAINTENANCE FOR THE PIZZA PROMOTION MASTER.
      * COUPONS AND SPECIALS USED TO SHOW UP ONLY AS A LOW REGISTER
      * PRICE. CBLPPROM.DAT NOW HOLDS EACH PROMOTION CODE THE
      * REGISTER MAY CARRY - ITS DESCRIPTION, START AND END DATES,
      * THE DISCOUNT (A PERCENT OFF OR AN AMOUNT OFF EACH UNIT), AND
      * UP TO TEN ITEM IDS IT COVERS. THIS PROGRAM APPLIES A
      * TRANSACTION FILE OF ADDS, CHANGES, AND DELETES KEYED ON THE
      * PROMOTION CODE AGAINST THE MASTER INTO A NEW MASTER, THE
      * SAME WAY CBLTAM19 MAINTAINS THE ITEM MASTER, WITH A
      * BEFORE-AND-AFTER AUDIT LISTING AND A REJECT LISTING. EVERY
      * COVERED ITEM MUST BE ON CBLPITEM.DAT, AND A DELETE FOR A
      * PROMOTION THAT ALREADY HAS SALES ON THE DAILY SALES HISTORY
      * CBLPSHST.DAT IS REFUSED SO THE EFFECTIVENESS REPORT NEVER
      * LOSES THE TERMS THOSE SALES WERE MADE UNDER.
      * BOTH FILES MUST BE IN PROMOTION CODE SEQUENCE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PROMO-MASTER
               ASSIGN TO 'C:\COBOLWI19\CBLPPROM.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS PR-STATUS.
           SELECT TRANS-FILE
               ASSIGN TO 'C:\COBOLWI19\CBLPPTRN.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT NEW-MASTER
               ASSIGN TO 'C:\COBOLWI19\CBLPPROM.NEW'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ITEM-MASTER
               ASSIGN TO 'C:\COBOLWI19\CBLPITEM.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SALES-HISTORY
               ASSIGN TO 'C:\COBOLWI19\CBLPSHST.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS SH-STATUS.
           SELECT AUDITOUT
               ASSIGN TO 'C:\COBOLWI19\PPROMAUD.PRT'
                   ORGANIZATION IS RECORD SEQUENTIAL.
           SELECT TRNREJOUT
               ASSIGN TO 'C:\COBOLWI19\PPROMREJ.PRT'
                   ORGANIZATION IS RECORD SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *ONE RECORD PER PROMOTION CODE. PR-DISC-TYPE P TAKES
      *PR-DISC-VALUE PERCENT OFF THE STANDARD PRICE, A TAKES
      *PR-DISC-VALUE DOLLARS OFF EACH UNIT. UNUSED ITEM SLOTS ARE
      *LEFT BLANK.
       FD PROMO-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS PR-REC
           RECORD CONTAINS 88 CHARACTERS.
       01 PR-REC.
         05 PR-CODE PIC X(6).
         05 PR-DESC PIC X(20).
         05 PR-START.
           10 PR-START-YEAR PIC X(4).
           10 PR-START-MONTH PIC XX.
           10 PR-START-DAY PIC XX.
         05 PR-END.
           10 PR-END-YEAR PIC X(4).
           10 PR-END-MONTH PIC XX.
           10 PR-END-DAY PIC XX.
         05 PR-DISC-TYPE PIC X.
         05 PR-DISC-VALUE PIC 9(3)V99.
         05 PR-ITEMS.
           10 PR-ITEM PIC X(4) OCCURS 10 TIMES.

      *TRANSACTION IS AN ACTION CODE IN FRONT OF A FULL PR-REC IMAGE
       FD TRANS-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS T-REC
           RECORD CONTAINS 89 CHARACTERS.
       01 T-REC.
         05 T-ACTION PIC X.
           88 TRN-ADD VALUE 'A'.
           88 TRN-CHANGE VALUE 'C'.
           88 TRN-DELETE VALUE 'D'.
           88 TRN-ACTION-GOOD VALUES 'A' 'C' 'D'.
         05 T-IMAGE.
           10 T-CODE PIC X(6).
           10 T-DESC PIC X(20).
           10 T-START.
             15 T-START-YEAR PIC X(4).
             15 T-START-MONTH PIC XX.
             15 T-START-DAY PIC XX.
           10 T-END.
             15 T-END-YEAR PIC X(4).
             15 T-END-MONTH PIC XX.
             15 T-END-DAY PIC XX.
           10 T-DISC-TYPE PIC X.
             88 T-DISC-PERCENT VALUE 'P'.
             88 T-DISC-AMOUNT VALUE 'A'.
             88 T-DISC-TYPE-GOOD VALUES 'P' 'A'.
           10 T-DISC-VALUE PIC 9(3)V99.
           10 T-DISC-VALUE-X REDEFINES T-DISC-VALUE PIC X(5).
           10 T-ITEMS.
             15 T-ITEM PIC X(4) OCCURS 10 TIMES.

       FD NEW-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS N-REC
           RECORD CONTAINS 88 CHARACTERS.
       01 N-REC PIC X(88).

       FD ITEM-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS IM-REC
           RECORD CONTAINS 38 CHARACTERS.
       01 IM-REC.
         05 IM-ID PIC X(4).
         05 IM-NAME PIC X(20).
         05 IM-CATEGORY PIC X(10).
         05 IM-STDPRICE PIC 99V99.

      *THE SALES HISTORY IS ONLY READ TO LEARN WHICH PROMOTION CODES
      *ALREADY HAVE SALES ON THEM - A DELETE FOR ONE OF THOSE CODES
      *IS REFUSED
       FD SALES-HISTORY
           LABEL RECORD IS STANDARD
           DATA RECORD IS SH-REC
           RECORD CONTAINS 35 CHARACTERS.
       01 SH-REC.
         05 SH-ID PIC X(4).
         05 SH-DATE PIC X(8).
         05 SH-QUANTITY PIC 9(5).
         05 SH-PRICE PIC 99V99.
         05 SH-POSTED PIC X(8).
         05 SH-PROMO PIC X(6).

       FD AUDITOUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS AUDLINE
           LINAGE IS 60 WITH FOOTING AT 56.
       01 AUDLINE PIC X(132).

       FD TRNREJOUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS REJLINE.
       01 REJLINE PIC X(132).

       WORKING-STORAGE SECTION.
       01 MISC.
         05 CPAGECOUNT PIC 99 VALUE 0.
         05 MSTINCOUNT PIC 9(5) VALUE 0.
         05 MSTOUTCOUNT PIC 9(5) VALUE 0.
         05 ADDCOUNT PIC 9(5) VALUE 0.
         05 CHGCOUNT PIC 9(5) VALUE 0.
         05 DELCOUNT PIC 9(5) VALUE 0.
         05 REJCOUNT PIC 9(5) VALUE 0.
         05 SH-STATUS PIC XX VALUE SPACES.
         05 PR-STATUS PIC XX VALUE SPACES.
         05 PR-IX PIC 99 VALUE 0.
         05 ITEMS-KEYED PIC 99 VALUE 0.
      *CONTROL KEYS FOR THE TWO-FILE MATCH, HIGH-VALUES AT END OF FILE
       01 MATCH-KEYS.
         05 MST-KEY PIC X(6) VALUE SPACES.
         05 TRN-KEY PIC X(6) VALUE SPACES.
         05 PREV-TRN-KEY PIC X(6) VALUE SPACES.
       01 IMAGE-EDIT-SWITCH PIC X VALUE 'Y'.
         88 IMAGE-IS-VALID VALUE 'Y'.
         88 IMAGE-IS-INVALID VALUE 'N'.
      *ANSWER AREA FOR THE COMMON DATE EDIT SUBPROGRAM
       01 DV-RESULT.
         05 DV-VALID-SW PIC X.
           88 DV-DATE-GOOD VALUE 'Y'.
           88 DV-DATE-BAD VALUE 'N'.
         05 DV-REASON PIC X(30).
      *ITEM DESCRIPTION TABLE - EVERY COVERED ITEM MUST BE ON IT,
      *AND AN AMOUNT-OFF DISCOUNT MAY NOT EXCEED ITS STANDARD PRICE
       01 ITEM-CONTROLS.
         05 IT-EOF PIC X VALUE 'N'.
         05 IT-COUNT PIC 999 VALUE 0.
         05 IT-MAX PIC 999 VALUE 100.
         05 IT-IDX PIC 999 VALUE 0.
         05 IT-FOUND-IDX PIC 999 VALUE 0.
           88 ITEM-NOT-FOUND VALUE 0.
         05 IT-OVERFLOW PIC 999 VALUE 0.
       01 ITEM-TABLE.
         05 IT-ENTRY OCCURS 100 TIMES.
           10 IT-ID PIC X(4).
           10 IT-STDPRICE PIC 99V99.
      *PROMOTION CODES THAT ALREADY HAVE SALES ON THE HISTORY -
      *LOADED AT STARTUP SO THE DELETE GUARD IS ONE TABLE LOOKUP
       01 SALES-PROMO-CONTROLS.
         05 SH-EOF PIC X VALUE 'N'.
         05 SP-COUNT PIC 999 VALUE 0.
         05 SP-MAX PIC 999 VALUE 200.
         05 SP-IDX PIC 999 VALUE 0.
         05 SP-FOUND-IDX PIC 999 VALUE 0.
           88 PROMO-HAS-NO-SALES VALUE 0.
         05 SP-OVERFLOW PIC 999 VALUE 0.
       01 SALES-PROMO-TABLE.
         05 SP-ENTRY OCCURS 200 TIMES.
           10 SP-CODE PIC X(6).
      *OS COMMAND THAT PROMOTES THE NEW MASTER OVER THE OLD ONE
       01 PROMOTE-CMD PIC X(70) VALUE
         'COPY /Y C:\COBOLWI19\CBLPPROM.NEW C:\COBOLWI19\CBLPPROM.DAT'.
       01 CURDATETIME.
         05 THE-DATE.
           10 CURYEAR PIC XXXX.
           10 CURMONTH PIC XX.
           10 CURDAY PIC XX.
         05 THE-TIME.
           10 CURHOUR PIC XX.
           10 CURMIN PIC XX.
           10 CURSEC PIC XX.
       01 H-TITLELINE.
         05 FILLER PIC X(6) VALUE 'DATE: '.
         05 H-MONTH PIC XX.
         05 FILLER PIC X VALUE '/'.
         05 H-DAY PIC XX.
         05 FILLER PIC X VALUE '/'.
         05 H-YEAR PIC XXXX.
         05 FILLER PIC X(32) VALUE SPACES.
         05 FILLER PIC X(34)
                   VALUE 'PROMOTION MASTER MAINTENANCE AUDIT'.
         05 FILLER PIC X(41) VALUE SPACES.
         05 FILLER PIC X(6) VALUE 'PAGE: '.
         05 H-PAGE PIC Z9.
       01 H-HEADING1.
         05 FILLER PIC X(6) VALUE 'ACTION'.
         05 FILLER PIC X(2) VALUE SPACES.
         05 FILLER PIC X(6) VALUE 'IMAGE '.
         05 FILLER PIC X(2) VALUE SPACES.
         05 FILLER PIC X(6) VALUE 'CODE  '.
         05 FILLER PIC X(2) VALUE SPACES.
         05 FILLER PIC X(11) VALUE 'DESCRIPTION'.
         05 FILLER PIC X(11) VALUE SPACES.
         05 FILLER PIC X(10) VALUE '  STARTS  '.
         05 FILLER PIC X(2) VALUE SPACES.
         05 FILLER PIC X(10) VALUE '   ENDS   '.
         05 FILLER PIC X(2) VALUE SPACES.
         05 FILLER PIC X(9) VALUE 'DISCOUNT '.
         05 FILLER PIC X(2) VALUE SPACES.
         05 FILLER PIC X(13) VALUE 'COVERED ITEMS'.
       01 H-AUDITDETAIL.
         05 A-ACTION PIC X(6).
         05 FILLER PIC X(2) VALUE SPACES.
         05 A-IMAGE PIC X(6).
         05 FILLER PIC X(2) VALUE SPACES.
         05 A-CODE PIC X(6).
         05 FILLER PIC X(2) VALUE SPACES.
         05 A-DESC PIC X(20).
         05 FILLER PIC X(2) VALUE SPACES.
         05 A-START-MONTH PIC XX.
         05 FILLER PIC X VALUE '/'.
         05 A-START-DAY PIC XX.
         05 FILLER PIC X VALUE '/'.
         05 A-START-YEAR PIC XXXX.
         05 FILLER PIC X(2) VALUE SPACES.
         05 A-END-MONTH PIC XX.
         05 FILLER PIC X VALUE '/'.
         05 A-END-DAY PIC XX.
         05 FILLER PIC X VALUE '/'.
         05 A-END-YEAR PIC XXXX.
         05 FILLER PIC X(2) VALUE SPACES.
         05 A-DISC-TYPE PIC X.
         05 FILLER PIC X(2) VALUE SPACES.
         05 A-DISC-VALUE PIC ZZ9.99.
         05 FILLER PIC X(2) VALUE SPACES.
         05 A-ITEM-SLOT OCCURS 10 TIMES.
           10 A-ITEM PIC X(4).
           10 FILLER PIC X VALUE SPACE.
       01 H-FINALLINE1.
         05 FILLER PIC X(14) VALUE 'MASTERS IN:   '.
         05 F-MSTIN PIC ZZZZ9.
         05 FILLER PIC X(5) VALUE SPACES.
         05 FILLER PIC X(14) VALUE 'MASTERS OUT:  '.
         05 F-MSTOUT PIC ZZZZ9.
       01 H-FINALLINE2.
         05 FILLER PIC X(14) VALUE 'ADDS:         '.
         05 F-ADDS PIC ZZZZ9.
         05 FILLER PIC X(5) VALUE SPACES.
         05 FILLER PIC X(14) VALUE 'CHANGES:      '.
         05 F-CHGS PIC ZZZZ9.
         05 FILLER PIC X(5) VALUE SPACES.
         05 FILLER PIC X(14) VALUE 'DELETES:      '.
         05 F-DELS PIC ZZZZ9.
         05 FILLER PIC X(5) VALUE SPACES.
         05 FILLER PIC X(14) VALUE 'REJECTS:      '.
         05 F-REJS PIC ZZZZ9.
      *TABLE-FULL WARNINGS - A TRUNCATED ITEM TABLE MAKES GOOD ITEMS
      *LOOK UNKNOWN, A TRUNCATED SALES TABLE MEANS THE DELETE GUARD
      *CANNOT VOUCH FOR THE CODES IT MISSED
       01 H-ITEMOVERFLOW.
         05 FILLER PIC X(20) VALUE SPACES.
         05 FILLER PIC X(29)
                   VALUE '**WARNING - ITEM TABLE FULL, '.
         05 F-IT-OVERFLOW PIC ZZ9.
         05 FILLER PIC X(21)
                   VALUE ' ITEM(S) NOT LOADED**'.
       01 H-SALESOVERFLOW.
         05 FILLER PIC X(20) VALUE SPACES.
         05 FILLER PIC X(35)
                   VALUE '**WARNING - SALES CODE TABLE FULL, '.
         05 F-SP-OVERFLOW PIC ZZ9.
         05 FILLER PIC X(44)
                   VALUE ' CODE(S) NOT LOADED - DELETES NOT VERIFIED**'.
      *REJECTED TRANSACTION LISTING LAYOUTS
       01 H-REJTITLE.
         05 FILLER PIC X(6) VALUE 'DATE: '.
         05 RJ-MONTH PIC XX.
         05 FILLER PIC X VALUE '/'.
         05 RJ-DAY PIC XX.
         05 FILLER PIC X VALUE '/'.
         05 RJ-YEAR PIC XXXX.
         05 FILLER PIC X(30) VALUE SPACES.
         05 FILLER PIC X(30)
                   VALUE 'REJECTED TRANSACTION LISTING'.
       01 H-REJHEADING.
         05 FILLER PIC X(6) VALUE 'ACTION'.
         05 FILLER PIC X(8) VALUE SPACES.
         05 FILLER PIC X(6) VALUE ' CODE '.
         05 FILLER PIC X(8) VALUE SPACES.
         05 FILLER PIC X(20) VALUE 'REASON FOR REJECTION'.
       01 H-REJDETAIL.
         05 RJ-ACTION PIC X.
         05 FILLER PIC X(13) VALUE SPACES.
         05 RJ-CODE PIC X(6).
         05 FILLER PIC X(8) VALUE SPACES.
         05 RJ-REASON PIC X(44).
       PROCEDURE DIVISION.
       L0-MAIN.
           PERFORM L1-INIT.
           PERFORM L1-MAINLINE
               UNTIL MST-KEY = HIGH-VALUES AND TRN-KEY = HIGH-VALUES.
           PERFORM L1-CLOSING.
           STOP RUN.

       L1-INIT.
           MOVE FUNCTION CURRENT-DATE TO CURDATETIME.
           MOVE CURMONTH TO H-MONTH.
           MOVE CURDAY TO H-DAY.
           MOVE CURYEAR TO H-YEAR.
           PERFORM L6-LOAD-ITEMS.
           PERFORM L6-LOAD-SALES-PROMOS.
      *NO PROMOTION MASTER YET ON A FIRST RUN - THE OPTIONAL OPEN
      *ANSWERS 05 AND THE TRANSACTIONS BUILD IT FROM ADDS
           OPEN INPUT PROMO-MASTER.
           IF PR-STATUS NOT = '00' AND PR-STATUS NOT = '05'
               DISPLAY 'CBLTAM38 - CANNOT OPEN PROMOTION MASTER, '
                   'STATUS: ' PR-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT TRANS-FILE.
           OPEN OUTPUT NEW-MASTER.
           OPEN OUTPUT AUDITOUT.
           OPEN OUTPUT TRNREJOUT.
           MOVE H-MONTH TO RJ-MONTH.
           MOVE H-DAY TO RJ-DAY.
           MOVE H-YEAR TO RJ-YEAR.
           WRITE REJLINE
               FROM H-REJTITLE
                   AFTER ADVANCING PAGE.
           WRITE REJLINE
               FROM H-REJHEADING
                   AFTER ADVANCING 2 LINES.
           PERFORM L3-HEADINGS.
           PERFORM L2-READ-MASTER.
           PERFORM L2-READ-TRANS.

      *CLASSIC TWO-FILE MATCH ON PROMOTION CODE - LOW KEY DRIVES
       L1-MAINLINE.
           IF MST-KEY LESS THAN TRN-KEY
               PERFORM L2-COPY-MASTER
           ELSE
               IF MST-KEY GREATER THAN TRN-KEY
                   PERFORM L2-UNMATCHED-TRANS
               ELSE
                   PERFORM L2-MATCHED-TRANS
               END-IF
           END-IF.

       L1-CLOSING.
           MOVE MSTINCOUNT TO F-MSTIN.
           MOVE MSTOUTCOUNT TO F-MSTOUT.
           WRITE AUDLINE
               FROM H-FINALLINE1
                   AFTER ADVANCING 3 LINES.
           MOVE ADDCOUNT TO F-ADDS.
           MOVE CHGCOUNT TO F-CHGS.
           MOVE DELCOUNT TO F-DELS.
           MOVE REJCOUNT TO F-REJS.
           WRITE AUDLINE
               FROM H-FINALLINE2
                   AFTER ADVANCING 1 LINE.
           IF IT-OVERFLOW GREATER THAN 0
               MOVE IT-OVERFLOW TO F-IT-OVERFLOW
               WRITE AUDLINE
                   FROM H-ITEMOVERFLOW
                       AFTER ADVANCING 2 LINES
           END-IF.
           IF SP-OVERFLOW GREATER THAN 0
               MOVE SP-OVERFLOW TO F-SP-OVERFLOW
               WRITE AUDLINE
                   FROM H-SALESOVERFLOW
                       AFTER ADVANCING 2 LINES
           END-IF.
           CLOSE PROMO-MASTER
                 TRANS-FILE
                 NEW-MASTER
                 AUDITOUT
                 TRNREJOUT.
      *PROMOTES THE NEW MASTER OVER THE OLD ONE SO THE POSTING RUN
      *PICKS UP THE MAINTAINED FILE WITHOUT ANY MANUAL RENAMING
           CALL 'SYSTEM' USING PROMOTE-CMD.
           DISPLAY 'CBLTAM38 - PROMOTION MASTER MAINTENANCE COMPLETE'.
           DISPLAY 'MASTERS OUT: ' MSTOUTCOUNT
               ' REJECTS: ' REJCOUNT.

      *MASTER HAS NO TRANSACTION AGAINST IT - CARRY IT FORWARD AS IS
       L2-COPY-MASTER.
           WRITE N-REC FROM PR-REC.
           COMPUTE MSTOUTCOUNT = MSTOUTCOUNT + 1.
           PERFORM L2-READ-MASTER.

      *TRANSACTION WITH NO MASTER - ONLY AN ADD IS LEGAL HERE
       L2-UNMATCHED-TRANS.
           IF TRN-ADD
               PERFORM L2-VALIDATE-IMAGE
               IF IMAGE-IS-VALID
                   PERFORM L4-APPLY-ADD
               ELSE
                   PERFORM L4-REJECT-TRANS
               END-IF
           ELSE
               IF TRN-ACTION-GOOD
                   MOVE 'NO MATCHING MASTER FOR CHANGE/DELETE'
                       TO RJ-REASON
               ELSE
                   MOVE 'INVALID ACTION CODE - MUST BE A, C, OR D'
                       TO RJ-REASON
               END-IF
               PERFORM L4-REJECT-TRANS
           END-IF.
           PERFORM L2-READ-TRANS.

      *TRANSACTION KEY EQUALS THE MASTER KEY
       L2-MATCHED-TRANS.
           EVALUATE TRUE
               WHEN TRN-ADD
                   MOVE 'ADD FOR A CODE ALREADY ON FILE' TO RJ-REASON
                   PERFORM L4-REJECT-TRANS
               WHEN TRN-CHANGE
                   PERFORM L2-VALIDATE-IMAGE
                   IF IMAGE-IS-VALID
                       PERFORM L4-APPLY-CHANGE
                   ELSE
                       PERFORM L4-REJECT-TRANS
                   END-IF
      *WITH THE SALES CODE TABLE OVERFLOWED, AN UNFOUND CODE PROVES
      *NOTHING - EVERY DELETE IS REFUSED
               WHEN TRN-DELETE
                   IF SP-OVERFLOW GREATER THAN 0
                       MOVE 'SALES CODE TABLE FULL - DELETE UNVERIFIED'
                           TO RJ-REASON
                       PERFORM L4-REJECT-TRANS
                   ELSE
                       PERFORM L2-CHECK-PROMO-SALES
                       IF PROMO-HAS-NO-SALES
                           PERFORM L4-APPLY-DELETE
                       ELSE
                           MOVE 'PROMOTION HAS SALES ON CBLPSHST.DAT'
                               TO RJ-REASON
                           PERFORM L4-REJECT-TRANS
                       END-IF
                   END-IF
               WHEN OTHER
                   MOVE 'INVALID ACTION CODE - MUST BE A, C, OR D'
                       TO RJ-REASON
                   PERFORM L4-REJECT-TRANS
           END-EVALUATE.
           PERFORM L2-READ-TRANS.

       L2-READ-MASTER.
           READ PROMO-MASTER
               AT END
                   MOVE HIGH-VALUES TO MST-KEY
               NOT AT END
                   MOVE PR-CODE TO MST-KEY
                   COMPUTE MSTINCOUNT = MSTINCOUNT + 1
           END-READ.

      *A TRANSACTION WHOSE KEY HAS FALLEN BEHIND THE ONE BEFORE IT
      *GOES TO THE REJECT LISTING INSTEAD OF REWRITING THE MASTER
       L2-READ-TRANS.
           IF TRN-KEY NOT = HIGH-VALUES
               MOVE TRN-KEY TO PREV-TRN-KEY
           END-IF.
           PERFORM L2A-READ-TRANS.
           PERFORM L2A-SEQUENCE-REJECT
               UNTIL TRN-KEY = HIGH-VALUES
                   OR TRN-KEY NOT LESS THAN PREV-TRN-KEY.

       L2A-READ-TRANS.
           READ TRANS-FILE
               AT END
                   MOVE HIGH-VALUES TO TRN-KEY
               NOT AT END
                   MOVE T-CODE TO TRN-KEY
           END-READ.

       L2A-SEQUENCE-REJECT.
           MOVE 'TRANSACTION OUT OF SEQUENCE' TO RJ-REASON.
           PERFORM L4-REJECT-TRANS.
           PERFORM L2A-READ-TRANS.

      *A PROMOTION THE REGISTER WILL BE HELD TO MUST HAVE REAL DATES
      *IN ORDER, A DISCOUNT THAT MAKES SENSE, AND AT LEAST ONE
      *COVERED ITEM - EVERY ONE OF THEM ON THE ITEM MASTER
       L2-VALIDATE-IMAGE.
           SET IMAGE-IS-VALID TO TRUE.
           IF T-DESC = SPACES
               SET IMAGE-IS-INVALID TO TRUE
               MOVE 'PROMOTION DESCRIPTION IS BLANK' TO RJ-REASON
           END-IF.
           IF IMAGE-IS-VALID
               CALL 'CBLDATEV' USING T-START DV-RESULT
               IF DV-DATE-BAD
                   SET IMAGE-IS-INVALID TO TRUE
                   MOVE 'START DATE IS NOT A VALID DATE' TO RJ-REASON
               END-IF
           END-IF.
           IF IMAGE-IS-VALID
               CALL 'CBLDATEV' USING T-END DV-RESULT
               IF DV-DATE-BAD
                   SET IMAGE-IS-INVALID TO TRUE
                   MOVE 'END DATE IS NOT A VALID DATE' TO RJ-REASON
               ELSE
                   IF T-END LESS THAN T-START
                       SET IMAGE-IS-INVALID TO TRUE
                       MOVE 'END DATE IS BEFORE START DATE'
                           TO RJ-REASON
                   END-IF
               END-IF
           END-IF.
           IF IMAGE-IS-VALID
               PERFORM L2A-VALIDATE-DISCOUNT
           END-IF.
           IF IMAGE-IS-VALID
               MOVE 0 TO ITEMS-KEYED
               PERFORM L2A-VALIDATE-ITEM
                   VARYING PR-IX FROM 1 BY 1 UNTIL PR-IX > 10
               IF IMAGE-IS-VALID AND ITEMS-KEYED = 0
                   SET IMAGE-IS-INVALID TO TRUE
                   MOVE 'NO COVERED ITEMS ON PROMOTION' TO RJ-REASON
               END-IF
           END-IF.

       L2A-VALIDATE-DISCOUNT.
           IF NOT T-DISC-TYPE-GOOD
               SET IMAGE-IS-INVALID TO TRUE
               MOVE 'DISCOUNT TYPE MUST BE P OR A' TO RJ-REASON
           ELSE
               IF T-DISC-VALUE-X NOT NUMERIC
                   SET IMAGE-IS-INVALID TO TRUE
                   MOVE 'DISCOUNT VALUE IS NOT NUMERIC' TO RJ-REASON
               ELSE
                   IF T-DISC-VALUE = 0
                       SET IMAGE-IS-INVALID TO TRUE
                       MOVE 'DISCOUNT VALUE IS ZERO' TO RJ-REASON
                   ELSE
                       IF T-DISC-PERCENT AND T-DISC-VALUE > 100
                           SET IMAGE-IS-INVALID TO TRUE
                           MOVE 'PERCENT DISCOUNT IS OVER 100'
                               TO RJ-REASON
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *BLANK SLOTS ARE SIMPLY UNUSED - THE FIRST BAD ITEM FOUND IS
      *THE ONE REPORTED
       L2A-VALIDATE-ITEM.
           IF IMAGE-IS-VALID AND T-ITEM(PR-IX) NOT = SPACES
               COMPUTE ITEMS-KEYED = ITEMS-KEYED + 1
               PERFORM L2B-ITEM-LOOKUP
               IF ITEM-NOT-FOUND
                   SET IMAGE-IS-INVALID TO TRUE
                   MOVE 'COVERED ITEM NOT ON CBLPITEM.DAT' TO RJ-REASON
               ELSE
                   IF T-DISC-AMOUNT
                       AND T-DISC-VALUE > IT-STDPRICE(IT-FOUND-IDX)
                       SET IMAGE-IS-INVALID TO TRUE
                       MOVE 'AMOUNT OFF EXCEEDS ITEM STANDARD PRICE'
                           TO RJ-REASON
                   END-IF
               END-IF
           END-IF.

       L2B-ITEM-LOOKUP.
           MOVE 0 TO IT-FOUND-IDX.
           PERFORM L2C-ITEM-LOOP
               VARYING IT-IDX FROM 1 BY 1 UNTIL IT-IDX > IT-COUNT.

       L2C-ITEM-LOOP.
           IF IT-ID(IT-IDX) EQUAL T-ITEM(PR-IX)
               MOVE IT-IDX TO IT-FOUND-IDX
           END-IF.

      *THE DELETE GUARD - ANY SALE ALREADY MADE UNDER THIS CODE MEANS
      *THE PROMOTION CANNOT COME OFF THE MASTER
       L2-CHECK-PROMO-SALES.
           MOVE 0 TO SP-FOUND-IDX.
           PERFORM L2A-SALES-PROMO-LOOKUP
               VARYING SP-IDX FROM 1 BY 1 UNTIL SP-IDX > SP-COUNT.

       L2A-SALES-PROMO-LOOKUP.
           IF SP-CODE(SP-IDX) EQUAL T-CODE
               MOVE SP-IDX TO SP-FOUND-IDX
           END-IF.

       L3-HEADINGS.
           COMPUTE CPAGECOUNT = CPAGECOUNT + 1.
           MOVE CPAGECOUNT TO H-PAGE.
           WRITE AUDLINE
               FROM H-TITLELINE
                   AFTER ADVANCING PAGE.
           WRITE AUDLINE
               FROM H-HEADING1
                   AFTER ADVANCING 2 LINES.

       L4-APPLY-ADD.
           WRITE N-REC FROM T-IMAGE.
           COMPUTE MSTOUTCOUNT = MSTOUTCOUNT + 1.
           COMPUTE ADDCOUNT = ADDCOUNT + 1.
           MOVE 'ADD   ' TO A-ACTION.
           MOVE 'AFTER ' TO A-IMAGE.
           PERFORM L5-AUDIT-TRANS-IMAGE.

      *CHANGE REPLACES THE WHOLE MASTER IMAGE FROM THE TRANSACTION.
      *THE UPDATED RECORD STAYS IN PR-REC SO A FOLLOWING TRANSACTION
      *FOR THE SAME CODE SEES IT, AND IT IS WRITTEN OUT WHEN THE
      *MATCH MOVES PAST THIS KEY.
       L4-APPLY-CHANGE.
           MOVE 'CHANGE' TO A-ACTION.
           MOVE 'BEFORE' TO A-IMAGE.
           PERFORM L5-AUDIT-MASTER-IMAGE.
           MOVE T-IMAGE TO PR-REC.
           COMPUTE CHGCOUNT = CHGCOUNT + 1.
           MOVE 'CHANGE' TO A-ACTION.
           MOVE 'AFTER ' TO A-IMAGE.
           PERFORM L5-AUDIT-MASTER-IMAGE.

      *DELETE DROPS THE MASTER - IT IS SIMPLY NEVER WRITTEN OUT
       L4-APPLY-DELETE.
           MOVE 'DELETE' TO A-ACTION.
           MOVE 'BEFORE' TO A-IMAGE.
           PERFORM L5-AUDIT-MASTER-IMAGE.
           COMPUTE DELCOUNT = DELCOUNT + 1.
           PERFORM L2-READ-MASTER.

       L4-REJECT-TRANS.
           MOVE T-ACTION TO RJ-ACTION.
           MOVE T-CODE TO RJ-CODE.
           WRITE REJLINE
               FROM H-REJDETAIL
                   AFTER ADVANCING 1 LINE.
           COMPUTE REJCOUNT = REJCOUNT + 1.

       L5-AUDIT-MASTER-IMAGE.
           MOVE PR-CODE TO A-CODE.
           MOVE PR-DESC TO A-DESC.
           MOVE PR-START-MONTH TO A-START-MONTH.
           MOVE PR-START-DAY TO A-START-DAY.
           MOVE PR-START-YEAR TO A-START-YEAR.
           MOVE PR-END-MONTH TO A-END-MONTH.
           MOVE PR-END-DAY TO A-END-DAY.
           MOVE PR-END-YEAR TO A-END-YEAR.
           MOVE PR-DISC-TYPE TO A-DISC-TYPE.
           MOVE PR-DISC-VALUE TO A-DISC-VALUE.
           PERFORM L5A-AUDIT-MASTER-ITEM
               VARYING PR-IX FROM 1 BY 1 UNTIL PR-IX > 10.
           PERFORM L5-AUDIT-WRITE.

       L5A-AUDIT-MASTER-ITEM.
           MOVE PR-ITEM(PR-IX) TO A-ITEM(PR-IX).

       L5-AUDIT-TRANS-IMAGE.
           MOVE T-CODE TO A-CODE.
           MOVE T-DESC TO A-DESC.
           MOVE T-START-MONTH TO A-START-MONTH.
           MOVE T-START-DAY TO A-START-DAY.
           MOVE T-START-YEAR TO A-START-YEAR.
           MOVE T-END-MONTH TO A-END-MONTH.
           MOVE T-END-DAY TO A-END-DAY.
           MOVE T-END-YEAR TO A-END-YEAR.
           MOVE T-DISC-TYPE TO A-DISC-TYPE.
           MOVE T-DISC-VALUE TO A-DISC-VALUE.
           PERFORM L5A-AUDIT-TRANS-ITEM
               VARYING PR-IX FROM 1 BY 1 UNTIL PR-IX > 10.
           PERFORM L5-AUDIT-WRITE.

       L5A-AUDIT-TRANS-ITEM.
           MOVE T-ITEM(PR-IX) TO A-ITEM(PR-IX).

       L5-AUDIT-WRITE.
           WRITE AUDLINE
               FROM H-AUDITDETAIL
                   AFTER ADVANCING 2 LINES
                       AT END-OF-PAGE
                           PERFORM L3-HEADINGS.

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
               MOVE IM-STDPRICE TO IT-STDPRICE(IT-COUNT)
           ELSE
               COMPUTE IT-OVERFLOW = IT-OVERFLOW + 1
           END-IF.
           PERFORM L6A-READ-ITEM.

      *LOADS EVERY DISTINCT PROMOTION CODE ON THE DAILY SALES
      *HISTORY. FULL-PRICE SALES CARRY A BLANK CODE AND ARE PASSED
      *OVER. A MISSING HISTORY MEANS NOTHING HAS SOLD YET.
       L6-LOAD-SALES-PROMOS.
           OPEN INPUT SALES-HISTORY.
           IF SH-STATUS = '00' OR SH-STATUS = '05'
               PERFORM L6A-READ-SALE
               PERFORM L6A-TABLE-SALE-PROMO
                   UNTIL SH-EOF = 'Y'
               CLOSE SALES-HISTORY
           END-IF.

       L6A-READ-SALE.
           READ SALES-HISTORY
               AT END
                   MOVE 'Y' TO SH-EOF.

       L6A-TABLE-SALE-PROMO.
           IF SH-PROMO NOT = SPACES
               MOVE 0 TO SP-FOUND-IDX
               PERFORM L6B-SEEN-LOOKUP
                   VARYING SP-IDX FROM 1 BY 1 UNTIL SP-IDX > SP-COUNT
               IF SP-FOUND-IDX = 0
                   IF SP-COUNT LESS THAN SP-MAX
                       COMPUTE SP-COUNT = SP-COUNT + 1
                       MOVE SH-PROMO TO SP-CODE(SP-COUNT)
                   ELSE
                       COMPUTE SP-OVERFLOW = SP-OVERFLOW + 1
                   END-IF
               END-IF
           END-IF.
           PERFORM L6A-READ-SALE.

       L6B-SEEN-LOOKUP.
           IF SP-CODE(SP-IDX) EQUAL SH-PROMO
               MOVE SP-IDX TO SP-FOUND-IDX
           END-IF.
       END PROGRAM CBLTAM38.

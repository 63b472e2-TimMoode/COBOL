       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBLTAM31.
       AUTHOR. TIMOTHY ALEC MOODE.
       DATE-WRITTEN. 10/15/2026.
      * BATCH MAINTENANCE FOR THE COURSE CATALOG MASTER. THE CATALOG
      * IS THE ONE PLACE THAT SAYS A COURSE CODE IS REAL, WHICH
      * DEPARTMENT OWNS IT AND HOW MANY CREDIT HOURS IT OFFICIALLY
      * CARRIES - THE COURSE-GRADE FILE IS CHECKED AGAINST IT SO A
      * COURSE KEYED AS 4 CREDITS INSTEAD OF 3 STOPS QUIETLY SKEWING
      * THE GPA, THE TRANSCRIPT AND THE EARNED-HOURS TOTAL. READS A
      * TRANSACTION FILE OF ADDS, CHANGES, AND DELETES KEYED ON THE
      * COURSE CODE, APPLIES THEM AGAINST THE CATALOG, AND WRITES A
      * NEW CATALOG. EVERY RECORD TOUCHED GOES ON AN AUDIT REPORT
      * WITH ITS BEFORE AND AFTER IMAGE, AND BAD TRANSACTIONS GO ON
      * A REJECT LISTING. A DELETE FOR A COURSE THAT STILL HAS
      * GRADES ON STDNTCRS.DAT IS REFUSED SO NO GRADE IS ORPHANED.
      * BOTH FILES MUST BE IN COURSE CODE SEQUENCE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CATALOG-MASTER
               ASSIGN TO 'C:\COBOLWI19\STDNTCAT.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS CAT-STATUS.
           SELECT TRANS-FILE
               ASSIGN TO 'C:\COBOLWI19\STDNTCTN.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT NEW-MASTER
               ASSIGN TO 'C:\COBOLWI19\STDNTCAT.NEW'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT COURSE-FILE
               ASSIGN TO 'C:\COBOLWI19\STDNTCRS.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUDITOUT
               ASSIGN TO 'C:\COBOLWI19\STDNTCAU.PRT'
                   ORGANIZATION IS RECORD SEQUENTIAL.
           SELECT TRNREJOUT
               ASSIGN TO 'C:\COBOLWI19\STDNTCRJ.PRT'
                   ORGANIZATION IS RECORD SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *ONE RECORD PER COURSE OFFERED, IN COURSE CODE SEQUENCE
       FD  CATALOG-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS CT-REC
           RECORD CONTAINS 44 CHARACTERS.

       01 CT-REC.
           05 CT-COURSE         PIC X(8).
           05 CT-TITLE          PIC X(30).
           05 CT-DEPT           PIC X(4).
           05 CT-CREDITS        PIC 99.

      *TRANSACTION IS AN ACTION CODE IN FRONT OF A FULL CT-REC IMAGE
       FD  TRANS-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS T-REC
           RECORD CONTAINS 45 CHARACTERS.

       01 T-REC.
           05 T-ACTION          PIC X.
               88 TRN-ADD                  VALUE 'A'.
               88 TRN-CHANGE               VALUE 'C'.
               88 TRN-DELETE               VALUE 'D'.
               88 TRN-ACTION-GOOD          VALUES 'A' 'C' 'D'.
           05 T-IMAGE.
               10 T-COURSE      PIC X(8).
               10 T-TITLE       PIC X(30).
               10 T-DEPT        PIC X(4).
               10 T-CREDITS     PIC 99.
               10 T-CREDITS-X REDEFINES T-CREDITS PIC XX.

       FD  NEW-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS N-REC
           RECORD CONTAINS 44 CHARACTERS.

       01 N-REC                 PIC X(44).

      *THE COURSE-GRADE FILE IS ONLY READ TO LEARN WHICH COURSE
      *CODES STILL HAVE GRADES ON THEM - A DELETE FOR ONE OF THOSE
      *CODES IS REFUSED
       FD  COURSE-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS C-REC
           RECORD CONTAINS 23 CHARACTERS.

       01 C-REC.
           05 C-ID              PIC X(7).
           05 C-TERM            PIC X(5).
           05 C-COURSE          PIC X(8).
           05 C-CREDITS         PIC 99.
           05 C-GRADE           PIC X.

       FD  AUDITOUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS AUDLINE
           LINAGE IS 60 WITH FOOTING AT 56.

       01  AUDLINE              PIC X(132).

       FD  TRNREJOUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS REJLINE.

       01  REJLINE              PIC X(132).

       WORKING-STORAGE SECTION.
       01  MISC.
           05  CAT-STATUS       PIC XX     VALUE SPACES.
           05  CPAGECOUNT       PIC 99     VALUE 0.
           05  MSTINCOUNT       PIC 9(5)   VALUE 0.
           05  MSTOUTCOUNT      PIC 9(5)   VALUE 0.
           05  ADDCOUNT         PIC 9(5)   VALUE 0.
           05  CHGCOUNT         PIC 9(5)   VALUE 0.
           05  DELCOUNT         PIC 9(5)   VALUE 0.
           05  REJCOUNT         PIC 9(5)   VALUE 0.
      *CONTROL KEYS FOR THE TWO-FILE MATCH, HIGH-VALUES AT END OF FILE
       01  MATCH-KEYS.
           05  MST-KEY          PIC X(8)   VALUE SPACES.
           05  TRN-KEY          PIC X(8)   VALUE SPACES.
           05  PREV-TRN-KEY     PIC X(8)   VALUE SPACES.
      *OFFICIAL CREDIT HOURS A CATALOG COURSE MAY CARRY
       01  CREDIT-LOW-LIMIT     PIC 99     VALUE 1.
       01  CREDIT-HIGH-LIMIT    PIC 99     VALUE 12.
       01  IMAGE-EDIT-SWITCH    PIC X      VALUE 'Y'.
           88  IMAGE-IS-VALID              VALUE 'Y'.
           88  IMAGE-IS-INVALID            VALUE 'N'.
      *COURSE CODES THAT STILL HAVE GRADES ON THE COURSE-GRADE FILE -
      *LOADED AT STARTUP SO THE DELETE GUARD IS ONE TABLE LOOKUP
       01  GRADED-CRS-CONTROLS.
           05  CRS-EOF          PIC X      VALUE 'N'.
           05  GC-COUNT         PIC 999    VALUE 0.
           05  GC-MAX           PIC 999    VALUE 500.
           05  GC-IDX           PIC 999    VALUE 0.
           05  GC-FOUND-IDX     PIC 999    VALUE 0.
               88  COURSE-HAS-NO-GRADES    VALUE 0.
           05  GC-OVERFLOW      PIC 999    VALUE 0.
       01  GRADED-CRS-TABLE.
           05  GC-ENTRY OCCURS 500 TIMES.
               10  GC-COURSE    PIC X(8).
      *OS COMMAND THAT PROMOTES THE NEW MASTER OVER THE OLD ONE
       01  PROMOTE-CMD          PIC X(70)  VALUE
         'COPY /Y C:\COBOLWI19\STDNTCAT.NEW C:\COBOLWI19\STDNTCAT.DAT'.
       01  CURDATETIME.
           05  THE-DATE.
               10 CURYEAR       PIC XXXX.
               10 CURMONTH      PIC XX.
               10 CURDAY        PIC XX.
           05  THE-TIME.
               10 CURHOUR       PIC XX.
               10 CURMIN        PIC XX.
               10 CURSEC        PIC XX.
       01  H-TITLELINE.
           05  FILLER           PIC X(6)   VALUE 'DATE: '.
           05  H-MONTH          PIC XX.
           05  FILLER           PIC X      VALUE '/'.
           05  H-DAY            PIC XX.
           05  FILLER           PIC X      VALUE '/'.
           05  H-YEAR           PIC XXXX.
           05  FILLER           PIC X(32)  VALUE SPACES.
           05  FILLER           PIC X(34)
                   VALUE 'COURSE CATALOG MAINTENANCE AUDIT'.
           05  FILLER           PIC X(41)  VALUE SPACES.
           05  FILLER           PIC X(6)   VALUE 'PAGE: '.
           05  H-PAGE           PIC Z9.
       01  H-HEADING1.
           05  FILLER           PIC X(6)   VALUE 'ACTION'.
           05  FILLER           PIC X(4)   VALUE SPACES.
           05  FILLER           PIC X(6)   VALUE 'IMAGE '.
           05  FILLER           PIC X(4)   VALUE SPACES.
           05  FILLER           PIC X(6)   VALUE 'COURSE'.
           05  FILLER           PIC X(6)   VALUE SPACES.
           05  FILLER           PIC X(5)   VALUE 'TITLE'.
           05  FILLER           PIC X(29)  VALUE SPACES.
           05  FILLER           PIC X(4)   VALUE 'DEPT'.
           05  FILLER           PIC X(5)   VALUE SPACES.
           05  FILLER           PIC X(7)   VALUE 'CREDITS'.
       01  H-AUDITDETAIL.
           05  A-ACTION         PIC X(6).
           05  FILLER           PIC X(4)   VALUE SPACES.
           05  A-IMAGE          PIC X(6).
           05  FILLER           PIC X(4)   VALUE SPACES.
           05  A-COURSE         PIC X(8).
           05  FILLER           PIC X(4)   VALUE SPACES.
           05  A-TITLE          PIC X(30).
           05  FILLER           PIC X(4)   VALUE SPACES.
           05  A-DEPT           PIC X(4).
           05  FILLER           PIC X(7)   VALUE SPACES.
           05  A-CREDITS        PIC Z9.
       01  H-FINALLINE1.
           05  FILLER           PIC X(14)  VALUE 'MASTERS IN:   '.
           05  F-MSTIN          PIC ZZZZ9.
           05  FILLER           PIC X(5)   VALUE SPACES.
           05  FILLER           PIC X(14)  VALUE 'MASTERS OUT:  '.
           05  F-MSTOUT         PIC ZZZZ9.
       01  H-FINALLINE2.
           05  FILLER           PIC X(14)  VALUE 'ADDS:         '.
           05  F-ADDS           PIC ZZZZ9.
           05  FILLER           PIC X(5)   VALUE SPACES.
           05  FILLER           PIC X(14)  VALUE 'CHANGES:      '.
           05  F-CHGS           PIC ZZZZ9.
           05  FILLER           PIC X(5)   VALUE SPACES.
           05  FILLER           PIC X(14)  VALUE 'DELETES:      '.
           05  F-DELS           PIC ZZZZ9.
           05  FILLER           PIC X(5)   VALUE SPACES.
           05  FILLER           PIC X(14)  VALUE 'REJECTS:      '.
           05  F-REJS           PIC ZZZZ9.
      *WARNS WHEN THE GRADED-COURSE TABLE COULD NOT HOLD EVERY
      *DISTINCT CODE - THE DELETE GUARD CANNOT VOUCH FOR THE ONES IT
      *MISSED
       01  H-GRADEDOVERFLOW.
           05  FILLER           PIC X(20)  VALUE SPACES.
           05  FILLER           PIC X(38)
                   VALUE '**WARNING - GRADED COURSE TABLE FULL, '.
           05  F-GC-OVERFLOW    PIC ZZ9.
           05  FILLER           PIC X(44)
                   VALUE ' CODE(S) NOT LOADED - DELETES NOT VERIFIED**'.
      *REJECTED TRANSACTION LISTING LAYOUTS
       01  H-REJTITLE.
           05  FILLER           PIC X(6)   VALUE 'DATE: '.
           05  RJ-MONTH         PIC XX.
           05  FILLER           PIC X      VALUE '/'.
           05  RJ-DAY           PIC XX.
           05  FILLER           PIC X      VALUE '/'.
           05  RJ-YEAR          PIC XXXX.
           05  FILLER           PIC X(30)  VALUE SPACES.
           05  FILLER           PIC X(30)
                   VALUE 'REJECTED TRANSACTION LISTING'.
       01  H-REJHEADING.
           05  FILLER           PIC X(6)   VALUE 'ACTION'.
           05  FILLER           PIC X(8)   VALUE SPACES.
           05  FILLER           PIC X(6)   VALUE 'COURSE'.
           05  FILLER           PIC X(8)   VALUE SPACES.
           05  FILLER           PIC X(20)  VALUE 'REASON FOR REJECTION'.
       01  H-REJDETAIL.
           05  RJ-ACTION        PIC X.
           05  FILLER           PIC X(13)  VALUE SPACES.
           05  RJ-COURSE        PIC X(8).
           05  FILLER           PIC X(6)   VALUE SPACES.
           05  RJ-REASON        PIC X(44).
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
           PERFORM L6-LOAD-GRADED-COURSES.
      *NO CATALOG YET ON A FIRST RUN - THE OPTIONAL OPEN ANSWERS 05
      *AND THE TRANSACTIONS BUILD THE CATALOG FROM ADDS
           OPEN INPUT CATALOG-MASTER.
           IF CAT-STATUS NOT EQUAL '00' AND CAT-STATUS NOT EQUAL '05'
               DISPLAY 'CBLTAM31 - CANNOT OPEN COURSE CATALOG, STATUS: '
                   CAT-STATUS
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

      *CLASSIC TWO-FILE MATCH ON COURSE CODE - LOW KEY DRIVES THE
      *LOGIC
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
           IF GC-OVERFLOW GREATER THAN 0
               MOVE GC-OVERFLOW TO F-GC-OVERFLOW
               WRITE AUDLINE
                   FROM H-GRADEDOVERFLOW
                       AFTER ADVANCING 2 LINES
           END-IF.
           CLOSE CATALOG-MASTER
                 TRANS-FILE
                 NEW-MASTER
                 AUDITOUT
                 TRNREJOUT.
      *PROMOTES THE NEW MASTER OVER THE OLD ONE SO THE REPORT RUN
      *PICKS UP THE MAINTAINED FILE WITHOUT ANY MANUAL RENAMING
           CALL 'SYSTEM' USING PROMOTE-CMD.
           DISPLAY 'CBLTAM31 - COURSE CATALOG MAINTENANCE COMPLETE'.
           DISPLAY 'MASTERS OUT: ' MSTOUTCOUNT
               ' REJECTS: ' REJCOUNT.

      *MASTER HAS NO TRANSACTION AGAINST IT - CARRY IT FORWARD AS IS
       L2-COPY-MASTER.
           WRITE N-REC FROM CT-REC.
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
                   MOVE 'ADD FOR A COURSE ALREADY ON FILE' TO RJ-REASON
                   PERFORM L4-REJECT-TRANS
               WHEN TRN-CHANGE
                   PERFORM L2-VALIDATE-IMAGE
                   IF IMAGE-IS-VALID
                       PERFORM L4-APPLY-CHANGE
                   ELSE
                       PERFORM L4-REJECT-TRANS
                   END-IF
      *WITH THE GRADED-COURSE TABLE OVERFLOWED, AN UNFOUND CODE
      *PROVES NOTHING - EVERY DELETE IS REFUSED RATHER THAN RISK
      *ORPHANING A GRADE CARRIED BY A CODE THE TABLE COULD NOT HOLD
               WHEN TRN-DELETE
                   IF GC-OVERFLOW GREATER THAN 0
                       MOVE 'GRADED COURSE TABLE FULL - NOT VERIFIED'
                           TO RJ-REASON
                       PERFORM L4-REJECT-TRANS
                   ELSE
                       PERFORM L2-CHECK-LIVE-GRADES
                       IF COURSE-HAS-NO-GRADES
                           PERFORM L4-APPLY-DELETE
                       ELSE
                           MOVE 'COURSE STILL HAS GRADES ON STDNTCRS'
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
           READ CATALOG-MASTER
               AT END
                   MOVE HIGH-VALUES TO MST-KEY
               NOT AT END
                   MOVE CT-COURSE TO MST-KEY
                   COMPUTE MSTINCOUNT = MSTINCOUNT + 1
           END-READ.

      *THE TWO-FILE MATCH ONLY WORKS ON A SORTED TRANSACTION FILE,
      *AND THE CLERKS BUILD IT BY HAND - A TRANSACTION WHOSE KEY HAS
      *FALLEN BEHIND THE ONE BEFORE IT GOES TO THE REJECT LISTING
      *INSTEAD OF SILENTLY REWRITING THE MASTER
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
                   MOVE T-COURSE TO TRN-KEY
           END-READ.

       L2A-SEQUENCE-REJECT.
           MOVE 'TRANSACTION OUT OF SEQUENCE' TO RJ-REASON.
           PERFORM L4-REJECT-TRANS.
           PERFORM L2A-READ-TRANS.

      *A BLANK TITLE OR DEPARTMENT, OR CREDIT HOURS THAT ARE NOT A
      *SENSIBLE NUMBER, SHOULD NEVER MAKE IT TO THE CATALOG - THE
      *CATALOG IS WHAT EVERY GRADE RECORD IS JUDGED AGAINST
       L2-VALIDATE-IMAGE.
           SET IMAGE-IS-VALID TO TRUE.
           IF T-TITLE = SPACES
               SET IMAGE-IS-INVALID TO TRUE
               MOVE 'COURSE TITLE IS BLANK' TO RJ-REASON
           ELSE
               IF T-DEPT = SPACES
                   SET IMAGE-IS-INVALID TO TRUE
                   MOVE 'DEPARTMENT IS BLANK' TO RJ-REASON
               ELSE
                   IF T-CREDITS-X NOT NUMERIC
                       SET IMAGE-IS-INVALID TO TRUE
                       MOVE 'CREDIT HOURS ARE NOT NUMERIC' TO RJ-REASON
                   ELSE
                       IF T-CREDITS LESS THAN CREDIT-LOW-LIMIT
                               OR T-CREDITS GREATER THAN
                                   CREDIT-HIGH-LIMIT
                           SET IMAGE-IS-INVALID TO TRUE
                           MOVE 'CREDIT HOURS OUTSIDE VALID RANGE 1-12'
                               TO RJ-REASON
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *THE DELETE GUARD - ANY GRADE STILL CARRYING THIS CODE MEANS
      *THE COURSE CANNOT COME OFF THE CATALOG
       L2-CHECK-LIVE-GRADES.
           MOVE 0 TO GC-FOUND-IDX.
           PERFORM L2A-GRADED-LOOKUP
               VARYING GC-IDX FROM 1 BY 1 UNTIL GC-IDX > GC-COUNT.

       L2A-GRADED-LOOKUP.
           IF GC-COURSE(GC-IDX) EQUAL T-COURSE
               MOVE GC-IDX TO GC-FOUND-IDX
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
      *THE UPDATED RECORD STAYS IN CT-REC SO A FOLLOWING TRANSACTION
      *FOR THE SAME CODE SEES IT, AND IT IS WRITTEN OUT WHEN THE
      *MATCH MOVES PAST THIS KEY.
       L4-APPLY-CHANGE.
           MOVE 'CHANGE' TO A-ACTION.
           MOVE 'BEFORE' TO A-IMAGE.
           PERFORM L5-AUDIT-MASTER-IMAGE.
           MOVE T-TITLE TO CT-TITLE.
           MOVE T-DEPT TO CT-DEPT.
           MOVE T-CREDITS TO CT-CREDITS.
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
           MOVE T-COURSE TO RJ-COURSE.
           WRITE REJLINE
               FROM H-REJDETAIL
                   AFTER ADVANCING 1 LINE.
           COMPUTE REJCOUNT = REJCOUNT + 1.

       L5-AUDIT-MASTER-IMAGE.
           MOVE CT-COURSE TO A-COURSE.
           MOVE CT-TITLE TO A-TITLE.
           MOVE CT-DEPT TO A-DEPT.
           MOVE CT-CREDITS TO A-CREDITS.
           PERFORM L5-AUDIT-WRITE.

       L5-AUDIT-TRANS-IMAGE.
           MOVE T-COURSE TO A-COURSE.
           MOVE T-TITLE TO A-TITLE.
           MOVE T-DEPT TO A-DEPT.
           MOVE T-CREDITS TO A-CREDITS.
           PERFORM L5-AUDIT-WRITE.

       L5-AUDIT-WRITE.
           WRITE AUDLINE
               FROM H-AUDITDETAIL
                   AFTER ADVANCING 2 LINES
                       AT END-OF-PAGE
                           PERFORM L3-HEADINGS.

      *LOADS EVERY DISTINCT COURSE CODE STILL ON THE COURSE-GRADE
      *FILE
       L6-LOAD-GRADED-COURSES.
           OPEN INPUT COURSE-FILE.
           PERFORM L6A-READ-COURSE.
           PERFORM L6A-TABLE-GRADED-COURSE
               UNTIL CRS-EOF = 'Y'.
           CLOSE COURSE-FILE.

       L6A-READ-COURSE.
           READ COURSE-FILE
               AT END
                   MOVE 'Y' TO CRS-EOF.

       L6A-TABLE-GRADED-COURSE.
           MOVE 0 TO GC-FOUND-IDX.
           PERFORM L6B-SEEN-LOOKUP
               VARYING GC-IDX FROM 1 BY 1 UNTIL GC-IDX > GC-COUNT.
           IF GC-FOUND-IDX = 0
               IF GC-COUNT LESS THAN GC-MAX
                   COMPUTE GC-COUNT = GC-COUNT + 1
                   MOVE C-COURSE TO GC-COURSE(GC-COUNT)
               ELSE
                   COMPUTE GC-OVERFLOW = GC-OVERFLOW + 1
               END-IF
           END-IF.
           PERFORM L6A-READ-COURSE.

       L6B-SEEN-LOOKUP.
           IF GC-COURSE(GC-IDX) EQUAL C-COURSE
               MOVE GC-IDX TO GC-FOUND-IDX
           END-IF.
       END PROGRAM CBLTAM31.

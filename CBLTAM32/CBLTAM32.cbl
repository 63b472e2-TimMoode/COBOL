       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBLTAM32.
       AUTHOR. TIMOTHY ALEC MOODE.
       DATE-WRITTEN. 10/15/2026.
      * COURSE CATALOG EDIT AND GRADE DISTRIBUTION RUN. EVERY
      * COURSE-GRADE RECORD ON STDNTCRS.DAT IS CHECKED AGAINST THE
      * COURSE CATALOG MAINTAINED BY CBLTAM31 - A COURSE CODE THE
      * CATALOG HAS NEVER HEARD OF, OR CREDIT HOURS THAT DO NOT
      * MATCH THE OFFICIAL CATALOG CREDITS, GOES ON AN EXCEPTION
      * LISTING SO THE REGISTRAR FIXES IT BEFORE IT SKEWS THE GPA
      * VERIFICATION, THE TRANSCRIPT OR THE GRADUATION HOURS. THE
      * SAME PASS COUNTS THE LETTER GRADES GIVEN IN EVERY CATALOG
      * COURSE, AND A GRADE DISTRIBUTION REPORT PRINTS BY DEPARTMENT
      * AND COURSE - A THROUGH F COUNTS, THE PERCENTAGE OF EACH AND
      * THE COURSE GRADE POINT AVERAGE - WITH A SUBTOTAL FOR EACH
      * DEPARTMENT. THE DEANS ASK FOR IT EVERY TERM AND IT WAS BEING
      * BUILT BY HAND. THE TERM IS ACCEPTED FROM THE CONSOLE - A
      * BLANK TERM MEANS EVERY TERM ON FILE - AND ONLY THAT TERM'S
      * GRADES ARE COUNTED, WHILE THE CATALOG EDIT STILL PROVES
      * EVERY RECORD. THE RUN ENDS WITH RETURN CODE 8 WHEN ANY
      * EXCEPTION WAS LISTED SO THE DRIVER FLAGS IT FOR REVIEW.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CATALOG-MASTER
               ASSIGN TO 'C:\COBOLWI19\STDNTCAT.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT COURSE-FILE
               ASSIGN TO 'C:\COBOLWI19\STDNTCRS.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PRTOUT
               ASSIGN TO 'C:\COBOLWI19\STDNTDST.PRT'
                   ORGANIZATION IS RECORD SEQUENTIAL.
           SELECT EXCPOUT
               ASSIGN TO 'C:\COBOLWI19\STDNTCEX.PRT'
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

      *ONE RECORD PER COURSE TAKEN, IN STUDENT ID SEQUENCE
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
               88 GRADE-IS-GOOD        VALUES 'A' 'B' 'C' 'D' 'F'.

       FD  PRTOUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS PRTLINE
           LINAGE IS 60 WITH FOOTING AT 56.

       01  PRTLINE              PIC X(132).

       FD  EXCPOUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS EXCPLINE
           LINAGE IS 60 WITH FOOTING AT 56.

       01  EXCPLINE             PIC X(132).

       WORKING-STORAGE SECTION.
       01  MISC.
           05  CPAGECOUNT       PIC 99     VALUE 0.
           05  XPAGECOUNT       PIC 99     VALUE 0.
           05  EOF              PIC X      VALUE 'N'.
           05  CAT-EOF          PIC X      VALUE 'N'.
           05  CRSREADCOUNT     PIC 9(5)   VALUE 0.
           05  GRADEDCOUNT      PIC 9(5)   VALUE 0.
           05  UNKNOWNCOUNT     PIC 9(5)   VALUE 0.
           05  MISMATCHCOUNT    PIC 9(5)   VALUE 0.
           05  BADGRADECOUNT    PIC 9(5)   VALUE 0.
           05  GRADE-IDX        PIC 9      VALUE 0.
           05  HOLD-DEPT        PIC X(4)   VALUE SPACES.
           05  SEL-TERM         PIC X(5)   VALUE SPACES.
      *COURSE CATALOG TABLE - ONE ENTRY PER CATALOG COURSE CARRYING
      *THE A THROUGH F COUNTS GATHERED FOR IT. THE DEPARTMENT LEADS
      *THE SORT KEY SO THE TABLE CAN BE RE-ORDERED FOR THE REPORT
       01  CAT-CONTROLS.
           05  CAT-COUNT        PIC 9(3)   VALUE 0.
           05  CAT-MAX          PIC 9(3)   VALUE 500.
           05  CAT-IDX          PIC 9(3)   VALUE 0.
           05  CAT-IDX2         PIC 9(3)   VALUE 0.
           05  CAT-LIMIT        PIC 9(3)   VALUE 0.
           05  CAT-FOUND-IDX    PIC 9(3)   VALUE 0.
               88  COURSE-NOT-IN-CATALOG   VALUE 0.
           05  CAT-OVERFLOW     PIC 9(3)   VALUE 0.
       01  CAT-TABLE.
           05  CAT-ENTRY OCCURS 500 TIMES.
               10  CTT-SORTKEY.
                   15  CTT-DEPT     PIC X(4).
                   15  CTT-COURSE   PIC X(8).
               10  CTT-TITLE        PIC X(30).
               10  CTT-CREDITS      PIC 99.
               10  CTT-GRADE-COUNT  PIC 9(5)   OCCURS 5 TIMES.
       01  CAT-HOLD                 PIC X(69).
      *GRADE DISTRIBUTION WORK AREA - LOADED FROM ONE COURSE, ONE
      *DEPARTMENT OR THE WHOLE RUN, THEN FORMATTED ONTO A LINE
       01  DIST-WORK.
           05  DW-COUNT         PIC 9(7)   OCCURS 5 TIMES.
           05  DW-PCT           PIC 999V9  OCCURS 5 TIMES.
           05  DW-TOTAL         PIC 9(7)   VALUE 0.
           05  DW-POINTS        PIC 9(8)   VALUE 0.
           05  DW-AVERAGE       PIC 9V99   VALUE 0.
       01  DEPT-TOTALS.
           05  DT-COUNT         PIC 9(7)   OCCURS 5 TIMES.
           05  DT-COURSES       PIC 9(3)   VALUE 0.
       01  GRAND-TOTALS.
           05  GT-COUNT         PIC 9(7)   OCCURS 5 TIMES.
           05  GT-COURSES       PIC 9(3)   VALUE 0.
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
                   VALUE 'GRADE DISTRIBUTION BY DEPARTMENT'.
           05  FILLER           PIC X(41)  VALUE SPACES.
           05  FILLER           PIC X(6)   VALUE 'PAGE: '.
           05  H-PAGE           PIC Z9.
       01  H-TERMLINE.
           05  FILLER           PIC X(6)   VALUE 'TERM: '.
           05  H-TERM           PIC X(9).
       01  H-HEADING1.
           05  FILLER           PIC X(6)   VALUE 'COURSE'.
           05  FILLER           PIC X(4)   VALUE SPACES.
           05  FILLER           PIC X(5)   VALUE 'TITLE'.
           05  FILLER           PIC X(31)  VALUE SPACES.
           05  FILLER           PIC X(13)  VALUE 'A   PCT      '.
           05  FILLER           PIC X(13)  VALUE 'B   PCT      '.
           05  FILLER           PIC X(13)  VALUE 'C   PCT      '.
           05  FILLER           PIC X(13)  VALUE 'D   PCT      '.
           05  FILLER           PIC X(11)  VALUE 'F   PCT    '.
           05  FILLER           PIC X(6)   VALUE 'TOTAL '.
           05  FILLER           PIC X(7)   VALUE 'AVERAGE'.
       01  H-DEPTLINE.
           05  FILLER           PIC X(12)  VALUE 'DEPARTMENT: '.
           05  H-DEPT           PIC X(4).
       01  H-DISTLINE.
           05  D-COURSE         PIC X(8).
           05  FILLER           PIC X(2)   VALUE SPACES.
           05  D-TITLE          PIC X(30).
           05  FILLER           PIC X(2)   VALUE SPACES.
           05  D-ACOUNT         PIC ZZZZ9.
           05  FILLER           PIC X      VALUE SPACES.
           05  D-APCT           PIC ZZ9.9.
           05  FILLER           PIC X(2)   VALUE SPACES.
           05  D-BCOUNT         PIC ZZZZ9.
           05  FILLER           PIC X      VALUE SPACES.
           05  D-BPCT           PIC ZZ9.9.
           05  FILLER           PIC X(2)   VALUE SPACES.
           05  D-CCOUNT         PIC ZZZZ9.
           05  FILLER           PIC X      VALUE SPACES.
           05  D-CPCT           PIC ZZ9.9.
           05  FILLER           PIC X(2)   VALUE SPACES.
           05  D-DCOUNT         PIC ZZZZ9.
           05  FILLER           PIC X      VALUE SPACES.
           05  D-DPCT           PIC ZZ9.9.
           05  FILLER           PIC X(2)   VALUE SPACES.
           05  D-FCOUNT         PIC ZZZZ9.
           05  FILLER           PIC X      VALUE SPACES.
           05  D-FPCT           PIC ZZ9.9.
           05  FILLER           PIC X(2)   VALUE SPACES.
           05  D-TOTAL          PIC ZZZZZZ9.
           05  FILLER           PIC X(4)   VALUE SPACES.
           05  D-AVERAGE        PIC Z.99.
       01  H-FINALLINE1.
           05  FILLER           PIC X(19)  VALUE 'COURSE RECORDS:    '.
           05  F-CRSREAD        PIC ZZZZ9.
           05  FILLER           PIC X(5)   VALUE SPACES.
           05  FILLER           PIC X(19)  VALUE 'GRADES COUNTED:    '.
           05  F-GRADED         PIC ZZZZ9.
           05  FILLER           PIC X(5)   VALUE SPACES.
           05  FILLER           PIC X(19)  VALUE 'CATALOG COURSES:   '.
           05  F-CATCOUNT       PIC ZZZZ9.
      *WARNS WHEN THE CATALOG TABLE COULD NOT HOLD EVERY COURSE -
      *GRADES FOR THE COURSES IT MISSED LIST AS UNKNOWN
       01  H-CATOVERFLOW.
           05  FILLER           PIC X(20)  VALUE SPACES.
           05  FILLER           PIC X(32)
                   VALUE '**WARNING - CATALOG TABLE FULL, '.
           05  F-CAT-OVERFLOW   PIC ZZ9.
           05  FILLER           PIC X(28)
                   VALUE ' COURSE(S) NOT LOADED**'.
      *CATALOG EXCEPTION LISTING LAYOUTS
       01  H-EXCPTITLE.
           05  FILLER           PIC X(6)   VALUE 'DATE: '.
           05  X-MONTH          PIC XX.
           05  FILLER           PIC X      VALUE '/'.
           05  X-DAY            PIC XX.
           05  FILLER           PIC X      VALUE '/'.
           05  X-YEAR           PIC XXXX.
           05  FILLER           PIC X(30)  VALUE SPACES.
           05  FILLER           PIC X(36)
                   VALUE 'COURSE CATALOG EXCEPTION LISTING'.
           05  FILLER           PIC X(41)  VALUE SPACES.
           05  FILLER           PIC X(6)   VALUE 'PAGE: '.
           05  X-PAGE           PIC Z9.
       01  H-EXCPHEADING.
           05  FILLER           PIC X(7)   VALUE 'STUDENT'.
           05  FILLER           PIC X(5)   VALUE SPACES.
           05  FILLER           PIC X(6)   VALUE 'COURSE'.
           05  FILLER           PIC X(5)   VALUE SPACES.
           05  FILLER           PIC X(6)   VALUE 'KEYED '.
           05  FILLER           PIC X(3)   VALUE SPACES.
           05  FILLER           PIC X(7)   VALUE 'CATALOG'.
           05  FILLER           PIC X(3)   VALUE SPACES.
           05  FILLER           PIC X(5)   VALUE 'GRADE'.
           05  FILLER           PIC X(4)   VALUE SPACES.
           05  FILLER           PIC X(6)   VALUE 'REASON'.
       01  H-EXCPDETAIL.
           05  X-ID             PIC X(7).
           05  FILLER           PIC X(5)   VALUE SPACES.
           05  X-COURSE         PIC X(8).
           05  FILLER           PIC X(5)   VALUE SPACES.
           05  X-KEYED-CR       PIC Z9.
           05  FILLER           PIC X(8)   VALUE SPACES.
           05  X-CATALOG-CR     PIC Z9.
           05  FILLER           PIC X(6)   VALUE SPACES.
           05  X-GRADE          PIC X.
           05  FILLER           PIC X(6)   VALUE SPACES.
           05  X-REASON         PIC X(40).
       01  H-EXCPFINAL.
           05  FILLER           PIC X(17)  VALUE 'UNKNOWN COURSES: '.
           05  F-UNKNOWN        PIC ZZZZ9.
           05  FILLER           PIC X(5)   VALUE SPACES.
           05  FILLER           PIC X(18)  VALUE 'CREDIT MISMATCHES:'.
           05  F-MISMATCH       PIC ZZZZ9.
           05  FILLER           PIC X(5)   VALUE SPACES.
           05  FILLER           PIC X(12)  VALUE 'BAD GRADES: '.
           05  F-BADGRADES      PIC ZZZZ9.
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
           MOVE CURMONTH TO X-MONTH.
           MOVE CURDAY TO X-DAY.
           MOVE CURYEAR TO X-YEAR.
           DISPLAY 'CBLTAM32 - ENTER TERM (BLANK FOR ALL TERMS):'.
           ACCEPT SEL-TERM.
           IF SEL-TERM = SPACES
               MOVE 'ALL TERMS' TO H-TERM
           ELSE
               MOVE SEL-TERM TO H-TERM
           END-IF.
           PERFORM L6-LOAD-CATALOG.
           OPEN INPUT COURSE-FILE.
           OPEN OUTPUT PRTOUT.
           OPEN OUTPUT EXCPOUT.
           PERFORM L3-EXCP-HEADINGS.
           PERFORM L2-READ-COURSE.

      *EVERY COURSE-GRADE RECORD IS PROVEN AGAINST THE CATALOG. A
      *CREDIT MISMATCH IS LISTED BUT THE GRADE STILL COUNTS - THE
      *GRADE ITSELF IS GOOD, ONLY THE HOURS WERE MIS-KEYED. ONLY
      *THE SELECTED TERM'S GRADES ARE COUNTED
       L1-MAINLINE.
           MOVE 0 TO CAT-FOUND-IDX.
           PERFORM L2A-CATALOG-LOOKUP
               VARYING CAT-IDX FROM 1 BY 1 UNTIL CAT-IDX > CAT-COUNT.
           IF COURSE-NOT-IN-CATALOG
               MOVE 0 TO X-CATALOG-CR
               MOVE 'COURSE CODE NOT IN CATALOG' TO X-REASON
               PERFORM L4-EXCEPTION
               COMPUTE UNKNOWNCOUNT = UNKNOWNCOUNT + 1
           ELSE
               IF C-CREDITS NOT EQUAL CTT-CREDITS(CAT-FOUND-IDX)
                   MOVE CTT-CREDITS(CAT-FOUND-IDX) TO X-CATALOG-CR
                   MOVE 'CREDIT HOURS DO NOT MATCH CATALOG'
                       TO X-REASON
                   PERFORM L4-EXCEPTION
                   COMPUTE MISMATCHCOUNT = MISMATCHCOUNT + 1
               END-IF
               IF GRADE-IS-GOOD
                   IF SEL-TERM = SPACES OR C-TERM = SEL-TERM
                       PERFORM L2-COUNT-GRADE
                   END-IF
               ELSE
                   MOVE CTT-CREDITS(CAT-FOUND-IDX) TO X-CATALOG-CR
                   MOVE 'BAD GRADE CODE' TO X-REASON
                   PERFORM L4-EXCEPTION
                   COMPUTE BADGRADECOUNT = BADGRADECOUNT + 1
               END-IF
           END-IF.
           PERFORM L2-READ-COURSE.

       L1-CLOSING.
           MOVE UNKNOWNCOUNT TO F-UNKNOWN.
           MOVE MISMATCHCOUNT TO F-MISMATCH.
           MOVE BADGRADECOUNT TO F-BADGRADES.
           WRITE EXCPLINE
               FROM H-EXCPFINAL
                   AFTER ADVANCING 3 LINES.
           PERFORM L5-CATALOG-SORT.
           PERFORM L5-DISTRIBUTION-REPORT.
           MOVE CRSREADCOUNT TO F-CRSREAD.
           MOVE GRADEDCOUNT TO F-GRADED.
           MOVE CAT-COUNT TO F-CATCOUNT.
           WRITE PRTLINE
               FROM H-FINALLINE1
                   AFTER ADVANCING 3 LINES.
           IF CAT-OVERFLOW GREATER THAN 0
               MOVE CAT-OVERFLOW TO F-CAT-OVERFLOW
               WRITE PRTLINE
                   FROM H-CATOVERFLOW
                       AFTER ADVANCING 2 LINES
           END-IF.
           CLOSE COURSE-FILE
                 PRTOUT
                 EXCPOUT.
           IF UNKNOWNCOUNT + MISMATCHCOUNT + BADGRADECOUNT
                   GREATER THAN 0
               MOVE 8 TO RETURN-CODE
           END-IF.
           DISPLAY 'CBLTAM32 - CATALOG EDIT AND GRADE DISTRIBUTION '
               'COMPLETE'.
           DISPLAY 'COURSE RECORDS: ' CRSREADCOUNT
               ' UNKNOWN: ' UNKNOWNCOUNT
               ' MISMATCHES: ' MISMATCHCOUNT.

       L2-READ-COURSE.
           READ COURSE-FILE
               AT END
                   MOVE 'Y' TO EOF
               NOT AT END
                   COMPUTE CRSREADCOUNT = CRSREADCOUNT + 1
           END-READ.

       L2A-CATALOG-LOOKUP.
           IF CTT-COURSE(CAT-IDX) EQUAL C-COURSE
               MOVE CAT-IDX TO CAT-FOUND-IDX
           END-IF.

      *A THROUGH F LAND IN SLOTS 1 THROUGH 5 - THE SLOT ALSO GIVES
      *THE GRADE POINTS, FIVE LESS THE SLOT, SO AN F IS WORTH ZERO
       L2-COUNT-GRADE.
           EVALUATE C-GRADE
               WHEN 'A'
                   MOVE 1 TO GRADE-IDX
               WHEN 'B'
                   MOVE 2 TO GRADE-IDX
               WHEN 'C'
                   MOVE 3 TO GRADE-IDX
               WHEN 'D'
                   MOVE 4 TO GRADE-IDX
               WHEN OTHER
                   MOVE 5 TO GRADE-IDX
           END-EVALUATE.
           COMPUTE CTT-GRADE-COUNT(CAT-FOUND-IDX, GRADE-IDX) =
               CTT-GRADE-COUNT(CAT-FOUND-IDX, GRADE-IDX) + 1.
           COMPUTE GRADEDCOUNT = GRADEDCOUNT + 1.

       L3-HEADINGS.
           COMPUTE CPAGECOUNT = CPAGECOUNT + 1.
           MOVE CPAGECOUNT TO H-PAGE.
           WRITE PRTLINE
               FROM H-TITLELINE
                   AFTER ADVANCING PAGE.
           WRITE PRTLINE
               FROM H-TERMLINE
                   AFTER ADVANCING 1 LINE.
           WRITE PRTLINE
               FROM H-HEADING1
                   AFTER ADVANCING 2 LINES.

       L3-EXCP-HEADINGS.
           COMPUTE XPAGECOUNT = XPAGECOUNT + 1.
           MOVE XPAGECOUNT TO X-PAGE.
           WRITE EXCPLINE
               FROM H-EXCPTITLE
                   AFTER ADVANCING PAGE.
           WRITE EXCPLINE
               FROM H-EXCPHEADING
                   AFTER ADVANCING 2 LINES.

       L4-EXCEPTION.
           MOVE C-ID TO X-ID.
           MOVE C-COURSE TO X-COURSE.
           MOVE C-CREDITS TO X-KEYED-CR.
           MOVE C-GRADE TO X-GRADE.
           WRITE EXCPLINE
               FROM H-EXCPDETAIL
                   AFTER ADVANCING 1 LINE
                       AT END-OF-PAGE
                           PERFORM L3-EXCP-HEADINGS.

      *BUBBLE SORT OF THE CATALOG TABLE INTO DEPARTMENT AND COURSE
      *ORDER SO EACH DEPARTMENT PRINTS AS ONE GROUP
       L5-CATALOG-SORT.
           PERFORM L5A-CAT-OUTERLOOP
               VARYING CAT-IDX FROM 1 BY 1 UNTIL CAT-IDX NOT LESS THAN
                   CAT-COUNT.

       L5A-CAT-OUTERLOOP.
           COMPUTE CAT-LIMIT = CAT-COUNT - CAT-IDX.
           PERFORM L5B-CAT-INNERLOOP
               VARYING CAT-IDX2 FROM 1 BY 1 UNTIL CAT-IDX2 > CAT-LIMIT.

       L5B-CAT-INNERLOOP.
           IF CTT-SORTKEY(CAT-IDX2) GREATER THAN
                   CTT-SORTKEY(CAT-IDX2 + 1)
               MOVE CAT-ENTRY(CAT-IDX2) TO CAT-HOLD
               MOVE CAT-ENTRY(CAT-IDX2 + 1) TO CAT-ENTRY(CAT-IDX2)
               MOVE CAT-HOLD TO CAT-ENTRY(CAT-IDX2 + 1)
           END-IF.

      *ONE LINE PER CATALOG COURSE, A SUBTOTAL LINE AT EACH CHANGE
      *OF DEPARTMENT AND A LINE FOR THE WHOLE RUN AT THE END
       L5-DISTRIBUTION-REPORT.
           PERFORM L3-HEADINGS.
           MOVE 0 TO GT-COURSES.
           PERFORM L5A-ZERO-GRAND
               VARYING GRADE-IDX FROM 1 BY 1 UNTIL GRADE-IDX > 5.
           IF CAT-COUNT GREATER THAN 0
               MOVE CTT-DEPT(1) TO HOLD-DEPT
               PERFORM L5A-DEPT-START
               PERFORM L5A-COURSE-LINE
                   VARYING CAT-IDX FROM 1 BY 1 UNTIL CAT-IDX > CAT-COUNT
               PERFORM L7-DEPT-BREAK
           END-IF.
           PERFORM L5A-LOAD-GRAND.
           MOVE 'ALL' TO D-COURSE.
           MOVE 'ALL DEPARTMENTS' TO D-TITLE.
           PERFORM L5B-FORMAT-LINE.
           WRITE PRTLINE
               FROM H-DISTLINE
                   AFTER ADVANCING 3 LINES.

       L5A-ZERO-GRAND.
           MOVE 0 TO GT-COUNT(GRADE-IDX).

       L5A-DEPT-START.
           MOVE 0 TO DT-COURSES.
           PERFORM L5B-ZERO-DEPT
               VARYING GRADE-IDX FROM 1 BY 1 UNTIL GRADE-IDX > 5.
           MOVE HOLD-DEPT TO H-DEPT.
           WRITE PRTLINE
               FROM H-DEPTLINE
                   AFTER ADVANCING 2 LINES
                       AT END-OF-PAGE
                           PERFORM L3-HEADINGS.

       L5B-ZERO-DEPT.
           MOVE 0 TO DT-COUNT(GRADE-IDX).

       L5A-COURSE-LINE.
           IF CTT-DEPT(CAT-IDX) NOT EQUAL HOLD-DEPT
               PERFORM L7-DEPT-BREAK
               MOVE CTT-DEPT(CAT-IDX) TO HOLD-DEPT
               PERFORM L5A-DEPT-START
           END-IF.
           PERFORM L5B-LOAD-COURSE
               VARYING GRADE-IDX FROM 1 BY 1 UNTIL GRADE-IDX > 5.
           COMPUTE DT-COURSES = DT-COURSES + 1.
           MOVE CTT-COURSE(CAT-IDX) TO D-COURSE.
           MOVE CTT-TITLE(CAT-IDX) TO D-TITLE.
           PERFORM L5B-FORMAT-LINE.
           WRITE PRTLINE
               FROM H-DISTLINE
                   AFTER ADVANCING 1 LINE
                       AT END-OF-PAGE
                           PERFORM L3-HEADINGS.

      *THE COURSE COUNTS FEED THE WORK AREA AND ROLL INTO THE
      *DEPARTMENT TOTALS IN THE SAME STEP
       L5B-LOAD-COURSE.
           MOVE CTT-GRADE-COUNT(CAT-IDX, GRADE-IDX)
               TO DW-COUNT(GRADE-IDX).
           COMPUTE DT-COUNT(GRADE-IDX) = DT-COUNT(GRADE-IDX) +
               CTT-GRADE-COUNT(CAT-IDX, GRADE-IDX).

       L5A-LOAD-GRAND.
           PERFORM L5B-LOAD-GRAND-GRADE
               VARYING GRADE-IDX FROM 1 BY 1 UNTIL GRADE-IDX > 5.

       L5B-LOAD-GRAND-GRADE.
           MOVE GT-COUNT(GRADE-IDX) TO DW-COUNT(GRADE-IDX).

      *TURNS THE FIVE COUNTS IN THE WORK AREA INTO PERCENTAGES AND A
      *GRADE POINT AVERAGE AND MOVES THEM ONTO THE PRINT LINE. NO
      *GRADES AT ALL LEAVES THE PERCENTAGES AND AVERAGE AT ZERO
       L5B-FORMAT-LINE.
           MOVE 0 TO DW-TOTAL.
           MOVE 0 TO DW-POINTS.
           PERFORM L5C-SUM-GRADE
               VARYING GRADE-IDX FROM 1 BY 1 UNTIL GRADE-IDX > 5.
           MOVE 0 TO DW-AVERAGE.
           PERFORM L5C-PERCENT-GRADE
               VARYING GRADE-IDX FROM 1 BY 1 UNTIL GRADE-IDX > 5.
           IF DW-TOTAL GREATER THAN 0
               COMPUTE DW-AVERAGE ROUNDED = DW-POINTS / DW-TOTAL
           END-IF.
           MOVE DW-COUNT(1) TO D-ACOUNT.
           MOVE DW-PCT(1) TO D-APCT.
           MOVE DW-COUNT(2) TO D-BCOUNT.
           MOVE DW-PCT(2) TO D-BPCT.
           MOVE DW-COUNT(3) TO D-CCOUNT.
           MOVE DW-PCT(3) TO D-CPCT.
           MOVE DW-COUNT(4) TO D-DCOUNT.
           MOVE DW-PCT(4) TO D-DPCT.
           MOVE DW-COUNT(5) TO D-FCOUNT.
           MOVE DW-PCT(5) TO D-FPCT.
           MOVE DW-TOTAL TO D-TOTAL.
           MOVE DW-AVERAGE TO D-AVERAGE.

       L5C-SUM-GRADE.
           COMPUTE DW-TOTAL = DW-TOTAL + DW-COUNT(GRADE-IDX).
           COMPUTE DW-POINTS = DW-POINTS +
               (DW-COUNT(GRADE-IDX) * (5 - GRADE-IDX)).

       L5C-PERCENT-GRADE.
           IF DW-TOTAL GREATER THAN 0
               COMPUTE DW-PCT(GRADE-IDX) ROUNDED =
                   DW-COUNT(GRADE-IDX) * 100 / DW-TOTAL
           ELSE
               MOVE 0 TO DW-PCT(GRADE-IDX)
           END-IF.

      *DEPARTMENT SUBTOTAL LINE, THEN THE DEPARTMENT ROLLS INTO THE
      *GRAND TOTALS
       L7-DEPT-BREAK.
           PERFORM L7A-LOAD-DEPT
               VARYING GRADE-IDX FROM 1 BY 1 UNTIL GRADE-IDX > 5.
           COMPUTE GT-COURSES = GT-COURSES + DT-COURSES.
           MOVE HOLD-DEPT TO D-COURSE.
           MOVE 'DEPARTMENT TOTAL' TO D-TITLE.
           PERFORM L5B-FORMAT-LINE.
           WRITE PRTLINE
               FROM H-DISTLINE
                   AFTER ADVANCING 2 LINES
                       AT END-OF-PAGE
                           PERFORM L3-HEADINGS.

       L7A-LOAD-DEPT.
           MOVE DT-COUNT(GRADE-IDX) TO DW-COUNT(GRADE-IDX).
           COMPUTE GT-COUNT(GRADE-IDX) = GT-COUNT(GRADE-IDX) +
               DT-COUNT(GRADE-IDX).

      *LOADS THE CATALOG INTO THE LOOKUP TABLE WITH EVERY GRADE
      *COUNT STARTING AT ZERO
       L6-LOAD-CATALOG.
           OPEN INPUT CATALOG-MASTER.
           PERFORM L6A-READ-CATALOG.
           PERFORM L6A-TABLE-CATALOG
               UNTIL CAT-EOF = 'Y'.
           CLOSE CATALOG-MASTER.

       L6A-READ-CATALOG.
           READ CATALOG-MASTER
               AT END
                   MOVE 'Y' TO CAT-EOF.

       L6A-TABLE-CATALOG.
           IF CAT-COUNT LESS THAN CAT-MAX
               COMPUTE CAT-COUNT = CAT-COUNT + 1
               MOVE CT-COURSE TO CTT-COURSE(CAT-COUNT)
               MOVE CT-TITLE TO CTT-TITLE(CAT-COUNT)
               MOVE CT-DEPT TO CTT-DEPT(CAT-COUNT)
               MOVE CT-CREDITS TO CTT-CREDITS(CAT-COUNT)
               PERFORM L6B-ZERO-COUNTS
                   VARYING GRADE-IDX FROM 1 BY 1 UNTIL GRADE-IDX > 5
           ELSE
               COMPUTE CAT-OVERFLOW = CAT-OVERFLOW + 1
           END-IF.
           PERFORM L6A-READ-CATALOG.

       L6B-ZERO-COUNTS.
           MOVE 0 TO CTT-GRADE-COUNT(CAT-COUNT, GRADE-IDX).
       END PROGRAM CBLTAM32.

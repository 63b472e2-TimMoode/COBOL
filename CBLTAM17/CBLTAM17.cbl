      * VERIFICATION RUN PROVED. COURSE RECORDS WITH NO MASTER AND
      * BAD GRADE CODES GO TO A SEPARATE EXCEPTION LISTING SO THEY
      * NEVER PRINT ON A PAGE A STUDENT WILL SEE.
      * COURSES PRINT TERM BY TERM, EACH TERM CLOSED WITH ITS OWN
      * TERM GPA NEXT TO THE CUMULATIVE GPA THROUGH THAT TERM, SO
      * ADVISING CAN SEE WHETHER A STUDENT ON THE PROBATION LIST IS
      * ACTUALLY IMPROVING. THE REPEAT POLICY IS THE ONE CBLTAM06
      * APPLIES - ONLY THE LATEST ATTEMPT OF A COURSE COUNTS, AND AN
      * EARLIER ATTEMPT STILL PRINTS BUT IS MARKED AS EXCLUDED.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               88 CTL-CONTROL-REC          VALUES 'HDR' 'TRL'.
           05 FILLER            PIC X(46).

      *ONE RECORD PER COURSE ATTEMPT, IN STUDENT ID SEQUENCE. THE
      *TERM IS THE YEAR AND SESSION (1 SPRING, 2 SUMMER, 3 FALL) -
      *THE SAME TERM CODE THE PROBATION HISTORY CARRIES
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
           05  NODETAILCOUNT    PIC 9(5)   VALUE 0.
           05  ORPHANCOUNT      PIC 9(5)   VALUE 0.
           05  BADGRADECOUNT    PIC 9(5)   VALUE 0.
           05  REPEATCOUNT      PIC 9(5)   VALUE 0.
           05  ADV-LINES        PIC 9      VALUE 1.
      *CONTROL KEYS FOR THE TWO-FILE MATCH, HIGH-VALUES AT END OF FILE
       01  MATCH-KEYS.
           05  MST-KEY          PIC X(7)   VALUE SPACES.
           05  COMPUTED-GPA     PIC 9V99      VALUE 0.
           05  DETAIL-SW        PIC X         VALUE 'N'.
               88  HAS-DETAIL              VALUE 'Y'.
      *TERM SUBTOTALS FOR THE TERM BEING PRINTED
           05  HOLD-TERM        PIC X(5)      VALUE SPACES.
           05  TERM-CREDITS     PIC 9(4)      VALUE 0.
           05  TERM-POINTS      PIC 9(5)V99   VALUE 0.
           05  TERM-GPA         PIC 9V99      VALUE 0.
      *COURSE ATTEMPTS FOR THE STUDENT BEING WORKED - HELD UNTIL THE
      *STUDENT'S LAST RECORD HAS BEEN READ SO A LATER ATTEMPT AT A
      *COURSE CAN EXCLUDE AN EARLIER ONE BEFORE ANYTHING IS TOTALED
       01  ATTEMPT-CONTROLS.
           05  AT-COUNT         PIC 999    VALUE 0.
           05  AT-MAX           PIC 999    VALUE 100.
           05  AT-IDX           PIC 999    VALUE 0.
           05  AT-IDX2          PIC 999    VALUE 0.
           05  AT-START         PIC 999    VALUE 0.
           05  AT-LIMIT         PIC 999    VALUE 0.
           05  AT-FULL-SW       PIC X      VALUE 'N'.
               88  ATTEMPTS-FULL           VALUE 'Y'.
       01  ATTEMPT-TABLE.
           05  AT-ENTRY OCCURS 100 TIMES.
               10  AT-TERM      PIC X(5).
               10  AT-COURSE    PIC X(8).
               10  AT-CREDITS   PIC 99.
               10  AT-GRADE     PIC X.
               10  AT-EXCL-SW   PIC X.
                   88  AT-EXCLUDED         VALUE 'Y'.
       01  AT-HOLD              PIC X(17).
       01  CURDATETIME.
           05  THE-DATE.
               10 CURYEAR       PIC XXXX.
           05  FILLER           PIC X(2)   VALUE SPACES.
           05  H-STU-INIT       PIC X.
       01  H-HEADING1.
           05  FILLER           PIC X(4)   VALUE 'TERM'.
           05  FILLER           PIC X(5)   VALUE SPACES.
           05  FILLER           PIC X(6)   VALUE 'COURSE'.
           05  FILLER           PIC X(8)   VALUE SPACES.
           05  FILLER           PIC X(12)  VALUE 'CREDIT HOURS'.
           05  FILLER           PIC X(5)   VALUE SPACES.
           05  FILLER           PIC X(14)  VALUE 'QUALITY POINTS'.
       01  H-DETAILLINE.
           05  D-TERM           PIC X(5).
           05  FILLER           PIC X(4)   VALUE SPACES.
           05  D-COURSE         PIC X(8).
           05  FILLER           PIC X(10)  VALUE SPACES.
           05  D-CREDITS        PIC Z9.
           05  D-GRADE          PIC X.
           05  FILLER           PIC X(9)   VALUE SPACES.
           05  D-POINTS         PIC ZZ9.99.
           05  FILLER           PIC X(5)   VALUE SPACES.
           05  D-NOTE           PIC X(25).
      *CLOSES EACH TERM - THE TERM'S OWN GPA NEXT TO THE CUMULATIVE
      *GPA THROUGH THE END OF THAT TERM
       01  H-TERMLINE.
           05  FILLER           PIC X(9)   VALUE SPACES.
           05  FILLER           PIC X(5)   VALUE 'TERM '.
           05  TL-TERM          PIC X(5).
           05  FILLER           PIC X(11)  VALUE '  CREDITS: '.
           05  TL-CREDITS       PIC ZZZ9.
           05  FILLER           PIC X(12)  VALUE '   TERM GPA:'.
           05  FILLER           PIC X      VALUE SPACE.
           05  TL-TERMGPA       PIC Z.99.
           05  FILLER           PIC X(19)
                   VALUE '   CUMULATIVE GPA: '.
           05  TL-CUMGPA        PIC Z.99.
       01  H-NODETAILLINE.
           05  FILLER           PIC X(33)
                   VALUE 'NO COURSE DETAIL ON FILE - SEE '.
           05  X-BADGRADE-CRS   PIC X(8).
           05  FILLER           PIC X(8)   VALUE '  GRADE:'.
           05  X-BADGRADE-GRD   PIC X.
       01  H-FULLLINE.
           05  FILLER           PIC X(40)
                   VALUE '**EXCEPTION - OVER 100 COURSE RECORDS - '.
           05  FILLER           PIC X(28)
                   VALUE 'TRANSCRIPT INCOMPLETE FOR: '.
           05  X-FULL-ID        PIC X(7).
       01  H-FINALLINE1.
           05  FILLER           PIC X(16)  VALUE 'MASTERS READ:   '.
           05  F-MSTCOUNT       PIC ZZZZ9.
           05  FILLER           PIC X(5)   VALUE SPACES.
           05  FILLER           PIC X(16)  VALUE 'BAD GRADES:     '.
           05  F-BADGRADES      PIC ZZZZ9.
           05  FILLER           PIC X(5)   VALUE SPACES.
           05  FILLER           PIC X(18)  VALUE 'REPEATS EXCLUDED: '.
           05  F-REPEATS        PIC ZZZZ9.
       PROCEDURE DIVISION.
       L0-MAIN.
           PERFORM L1-INIT.
           PERFORM L2-READ-MASTER.
           PERFORM L2-READ-COURSE.

      *ONE PASS PER MASTER RECORD - GATHER ITS COURSE ATTEMPTS, PUT
      *THEM IN TERM ORDER AND MARK THE ONES A LATER ATTEMPT REPLACES,
      *THEN PRINT THEM ONTO A FRESH TRANSCRIPT PAGE TERM BY TERM AND
      *CLOSE THE PAGE WITH THE TOTALS
       L1-MAINLINE.
           PERFORM L2-SKIP-ORPHANS
               UNTIL CRS-KEY NOT LESS THAN MST-KEY.
           MOVE 0 TO AT-COUNT.
           MOVE 'N' TO AT-FULL-SW.
           PERFORM L2-LOAD-ATTEMPT
               UNTIL CRS-KEY NOT EQUAL MST-KEY.
           PERFORM L4-ORDER-ATTEMPTS.
           PERFORM L4-MARK-REPEATS.
           MOVE 0 TO TOT-CREDITS.
           MOVE 0 TO TOT-POINTS.
           MOVE 'N' TO DETAIL-SW.
           MOVE HIGH-VALUES TO HOLD-TERM.
           PERFORM L3-HEADINGS.
           PERFORM L2-COURSE-LINE
               VARYING AT-IDX FROM 1 BY 1 UNTIL AT-IDX > AT-COUNT.
           IF AT-COUNT GREATER THAN 0
               PERFORM L2-TERM-TOTALS
           END-IF.
           PERFORM L2-TOTALS.
           PERFORM L2-READ-MASTER.

                   AFTER ADVANCING 3 LINES.
           MOVE ORPHANCOUNT TO F-ORPHANS.
           MOVE BADGRADECOUNT TO F-BADGRADES.
           MOVE REPEATCOUNT TO F-REPEATS.
           WRITE EXCLINE
               FROM H-FINALLINE2
                   AFTER ADVANCING 1 LINE.
           COMPUTE ORPHANCOUNT = ORPHANCOUNT + 1.
           PERFORM L2-READ-COURSE.

      *A GOOD ATTEMPT IS HELD IN THE ATTEMPT TABLE. A STUDENT WITH
      *MORE ATTEMPTS THAN THE TABLE HOLDS GETS A TRANSCRIPT OF THE
      *ONES THAT FIT AND A LINE ON THE EXCEPTION LISTING
       L2-LOAD-ATTEMPT.
           IF GRADE-IS-GOOD
               IF AT-COUNT LESS THAN AT-MAX
                   COMPUTE AT-COUNT = AT-COUNT + 1
                   MOVE C-TERM TO AT-TERM(AT-COUNT)
                   MOVE C-COURSE TO AT-COURSE(AT-COUNT)
                   MOVE C-CREDITS TO AT-CREDITS(AT-COUNT)
                   MOVE C-GRADE TO AT-GRADE(AT-COUNT)
                   MOVE 'N' TO AT-EXCL-SW(AT-COUNT)
               ELSE
                   IF NOT ATTEMPTS-FULL
                       MOVE C-ID TO X-FULL-ID
                       WRITE EXCLINE
                           FROM H-FULLLINE
                               AFTER ADVANCING 1 LINE
                       END-WRITE
                   END-IF
                   MOVE 'Y' TO AT-FULL-SW
               END-IF
           ELSE
               MOVE C-ID TO X-BADGRADE-ID
               MOVE C-COURSE TO X-BADGRADE-CRS
           END-IF.
           PERFORM L2-READ-COURSE.

      *ONE TRANSCRIPT LINE PER ATTEMPT - QUALITY POINTS ARE CREDITS
      *TIMES GRADE POINTS, ROLLED INTO THE SAME TOTALS CBLTAM06 USES.
      *AN ATTEMPT A LATER ONE REPLACES STILL PRINTS, MARKED, BUT
      *ADDS NOTHING TO THE TERM OR CUMULATIVE TOTALS
       L2-COURSE-LINE.
           IF AT-TERM(AT-IDX) NOT EQUAL HOLD-TERM
               IF AT-IDX GREATER THAN 1
                   PERFORM L2-TERM-TOTALS
               END-IF
               MOVE AT-TERM(AT-IDX) TO HOLD-TERM
               MOVE 0 TO TERM-CREDITS
               MOVE 0 TO TERM-POINTS
           END-IF.
           PERFORM L4-GRADE-POINTS.
           COMPUTE COURSE-POINTS = AT-CREDITS(AT-IDX) * GRADE-POINTS.
           IF AT-EXCLUDED(AT-IDX)
               MOVE 'EXCLUDED - REPEATED' TO D-NOTE
               COMPUTE REPEATCOUNT = REPEATCOUNT + 1
           ELSE
               MOVE SPACES TO D-NOTE
               COMPUTE TOT-CREDITS = TOT-CREDITS + AT-CREDITS(AT-IDX)
               COMPUTE TOT-POINTS = TOT-POINTS + COURSE-POINTS
               COMPUTE TERM-CREDITS =
                   TERM-CREDITS + AT-CREDITS(AT-IDX)
               COMPUTE TERM-POINTS = TERM-POINTS + COURSE-POINTS
               MOVE 'Y' TO DETAIL-SW
           END-IF.
           MOVE AT-TERM(AT-IDX) TO D-TERM.
           MOVE AT-COURSE(AT-IDX) TO D-COURSE.
           MOVE AT-CREDITS(AT-IDX) TO D-CREDITS.
           MOVE AT-GRADE(AT-IDX) TO D-GRADE.
           MOVE COURSE-POINTS TO D-POINTS.
           WRITE PRTLINE
               FROM H-DETAILLINE
                   AFTER ADVANCING ADV-LINES LINES
                       AT END-OF-PAGE
                           PERFORM L3-HEADINGS.
           MOVE 1 TO ADV-LINES.

      *TERM SUBTOTAL LINE. A TERM WHOSE EVERY ATTEMPT WAS LATER
      *RETAKEN HAS NO COUNTED CREDITS AND SHOWS A ZERO TERM GPA
       L2-TERM-TOTALS.
           MOVE HOLD-TERM TO TL-TERM.
           MOVE TERM-CREDITS TO TL-CREDITS.
           MOVE 0 TO TERM-GPA.
           IF TERM-CREDITS GREATER THAN 0
               COMPUTE TERM-GPA ROUNDED = TERM-POINTS / TERM-CREDITS
           END-IF.
           MOVE TERM-GPA TO TL-TERMGPA.
           MOVE 0 TO TERM-GPA.
           IF TOT-CREDITS GREATER THAN 0
               COMPUTE TERM-GPA ROUNDED = TOT-POINTS / TOT-CREDITS
           END-IF.
           MOVE TERM-GPA TO TL-CUMGPA.
           WRITE PRTLINE
               FROM H-TERMLINE
                   AFTER ADVANCING 1 LINE
                       AT END-OF-PAGE
                           PERFORM L3-HEADINGS.
           MOVE 2 TO ADV-LINES.

      *CLOSE THE PAGE - SAME GPA ARITHMETIC AS THE VERIFICATION RUN.
      *ZERO TOTAL CREDITS LEAVES NOTHING TO DIVIDE BY, SO THE PAGE
      *SAYS NO USABLE DETAIL INSTEAD OF PRINTING A MADE-UP GPA
           WRITE PRTLINE
               FROM H-HEADING1
                   AFTER ADVANCING 2 LINES.
           MOVE 1 TO ADV-LINES.

      *STANDARD FOUR POINT SCALE
       L4-GRADE-POINTS.
           EVALUATE AT-GRADE(AT-IDX)
               WHEN 'A'
                   MOVE 4 TO GRADE-POINTS
               WHEN 'B'
               WHEN OTHER
                   MOVE 0 TO GRADE-POINTS
           END-EVALUATE.

      *BUBBLE SORT OF THE STUDENT'S ATTEMPTS INTO TERM ORDER. ONLY A
      *STRICTLY LATER TERM MOVES, SO ATTEMPTS IN THE SAME TERM KEEP
      *THEIR FILE ORDER
       L4-ORDER-ATTEMPTS.
           PERFORM L4A-ORDER-OUTERLOOP
               VARYING AT-IDX FROM 1 BY 1 UNTIL AT-IDX NOT LESS THAN
                   AT-COUNT.

       L4A-ORDER-OUTERLOOP.
           COMPUTE AT-LIMIT = AT-COUNT - AT-IDX.
           PERFORM L4B-ORDER-INNERLOOP
               VARYING AT-IDX2 FROM 1 BY 1 UNTIL AT-IDX2 > AT-LIMIT.

       L4B-ORDER-INNERLOOP.
           IF AT-TERM(AT-IDX2) GREATER THAN AT-TERM(AT-IDX2 + 1)
               MOVE AT-ENTRY(AT-IDX2) TO AT-HOLD
               MOVE AT-ENTRY(AT-IDX2 + 1) TO AT-ENTRY(AT-IDX2)
               MOVE AT-HOLD TO AT-ENTRY(AT-IDX2 + 1)
           END-IF.

      *REPEAT POLICY - AN ATTEMPT IS EXCLUDED WHEN THE SAME COURSE
      *TURNS UP AGAIN FURTHER DOWN THE TERM-ORDERED TABLE, SO ONLY
      *THE LATEST ATTEMPT OF A COURSE EVER COUNTS
       L4-MARK-REPEATS.
           PERFORM L4A-REPEAT-OUTERLOOP
               VARYING AT-IDX FROM 1 BY 1 UNTIL AT-IDX > AT-COUNT.

       L4A-REPEAT-OUTERLOOP.
           COMPUTE AT-START = AT-IDX + 1.
           PERFORM L4B-REPEAT-INNERLOOP
               VARYING AT-IDX2 FROM AT-START BY 1
                   UNTIL AT-IDX2 > AT-COUNT.

       L4B-REPEAT-INNERLOOP.
           IF AT-COURSE(AT-IDX2) EQUAL AT-COURSE(AT-IDX)
               MOVE 'Y' TO AT-EXCL-SW(AT-IDX)
           END-IF.
       END PROGRAM CBLTAM17.

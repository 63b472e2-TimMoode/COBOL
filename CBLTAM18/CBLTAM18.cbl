      * DLCUTOFF. STUDENTS AT OR OVER THE CUTOFF PRINT ON THE
      * GRADUATION CANDIDATE LIST, AND STUDENTS WITHIN TWELVE
      * CREDITS OF IT PRINT ON A WATCH LIST SO NOBODY GETS MISSED.
      * A COURSE TAKEN MORE THAN ONCE EARNS CREDIT ONLY ON ITS
      * LATEST ATTEMPT BY TERM - THE SAME REPEAT POLICY THE GPA AND
      * TRANSCRIPT RUNS APPLY - SO A RETAKE NEVER COUNTS TWICE AND A
      * FAILED RETAKE TAKES BACK THE CREDIT OF AN EARLIER PASS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               88 CTL-CONTROL-REC          VALUES 'HDR' 'TRL'.
           05 FILLER            PIC X(46).

      *ONE RECORD PER COURSE ATTEMPT, IN STUDENT ID SEQUENCE, WITH
      *THE YEAR AND SESSION (1 SPRING, 2 SUMMER, 3 FALL) TAKEN
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
               88 GRADE-EARNS-CREDIT   VALUES 'A' 'B' 'C' 'D'.
               88 GRADE-IS-GOOD        VALUES 'A' 'B' 'C' 'D' 'F'.

       FD  PRTOUT
           LABEL RECORD IS OMITTED
       01  MISC.
           05  CPAGECOUNT       PIC 99     VALUE 0.
           05  MSTCOUNT         PIC 9(5)   VALUE 0.
           05  REPEATCOUNT      PIC 9(5)   VALUE 0.
           05  ATFULLCOUNT      PIC 9(5)   VALUE 0.
      *CONTROL KEYS FOR THE TWO-FILE MATCH, HIGH-VALUES AT END OF FILE
       01  MATCH-KEYS.
           05  MST-KEY          PIC X(7)   VALUE SPACES.
      *EARNED CREDIT ACCUMULATOR FOR THE STUDENT BEING WORKED
       01  CREDIT-WORK.
           05  EARNED-CREDITS   PIC 9(4)      VALUE 0.
      *LATEST ATTEMPT OF EACH COURSE FOR THE STUDENT BEING WORKED -
      *A LATER TERM REPLACES THE ENTRY, AND WITHIN ONE TERM THE LAST
      *RECORD ON THE FILE WINS
       01  ATTEMPT-CONTROLS.
           05  AT-COUNT         PIC 999    VALUE 0.
           05  AT-MAX           PIC 999    VALUE 100.
           05  AT-IDX           PIC 999    VALUE 0.
           05  AT-FOUND-IDX     PIC 999    VALUE 0.
               88  AT-NOT-FOUND            VALUE 0.
           05  AT-FULL-SW       PIC X      VALUE 'N'.
               88  ATTEMPTS-FULL           VALUE 'Y'.
       01  ATTEMPT-TABLE.
           05  AT-ENTRY OCCURS 100 TIMES.
               10  AT-TERM      PIC X(5).
               10  AT-COURSE    PIC X(8).
               10  AT-CREDITS   PIC 99.
               10  AT-GRADE     PIC X.
                   88  AT-EARNS-CREDIT     VALUES 'A' 'B' 'C' 'D'.
      *CREDIT REQUIREMENT CUTOFF AND THE WATCH WINDOW UNDER IT
       01  GRAD-CONTROLS.
           05  CRED-REQUIRED    PIC 9(4)   VALUE 120.
           05  F-OVERFLOW       PIC ZZ9.
           05  FILLER           PIC X(25)
                   VALUE ' STUDENT(S) NOT LISTED**'.
       01  H-ATFULLLINE.
           05  FILLER           PIC X(20)  VALUE SPACES.
           05  FILLER           PIC X(33)
                   VALUE '**WARNING - OVER 100 COURSES FOR '.
           05  F-ATFULL         PIC ZZZZ9.
           05  FILLER           PIC X(39)
                   VALUE ' STUDENT(S) - EARNED CREDITS MAY BE LOW'.
       01  H-FINALLINE.
           05  FILLER           PIC X(16)  VALUE 'MASTERS READ:   '.
           05  F-MSTCOUNT       PIC ZZZZ9.
           05  FILLER           PIC X(5)   VALUE SPACES.
           05  FILLER           PIC X(16)  VALUE 'ON WATCH LIST:  '.
           05  F-WTCOUNT        PIC ZZZZ9.
           05  FILLER           PIC X(5)   VALUE SPACES.
           05  FILLER           PIC X(18)  VALUE 'REPEATS EXCLUDED: '.
           05  F-REPEATS        PIC ZZZZ9.
       PROCEDURE DIVISION.
       L0-MAIN.
           PERFORM L1-INIT.
           PERFORM L2-SKIP-ORPHANS
               UNTIL CRS-KEY NOT LESS THAN MST-KEY.
           MOVE 0 TO EARNED-CREDITS.
           MOVE 0 TO AT-COUNT.
           MOVE 'N' TO AT-FULL-SW.
           PERFORM L2-LOAD-ATTEMPT
               UNTIL CRS-KEY NOT EQUAL MST-KEY.
           IF ATTEMPTS-FULL
               COMPUTE ATFULLCOUNT = ATFULLCOUNT + 1
           END-IF.
           PERFORM L2-ACCUM-CREDITS
               VARYING AT-IDX FROM 1 BY 1 UNTIL AT-IDX > AT-COUNT.
           COMPUTE MSTCOUNT = MSTCOUNT + 1.
           IF EARNED-CREDITS NOT LESS THAN CRED-REQUIRED
               PERFORM L4-GRAD-CAPTURE
           MOVE MSTCOUNT TO F-MSTCOUNT.
           MOVE GR-COUNT TO F-GRCOUNT.
           MOVE WT-COUNT TO F-WTCOUNT.
           MOVE REPEATCOUNT TO F-REPEATS.
           IF ATFULLCOUNT GREATER THAN 0
               MOVE ATFULLCOUNT TO F-ATFULL
               WRITE PRTLINE
                   FROM H-ATFULLLINE
                       AFTER ADVANCING 3 LINES
           END-IF.
           WRITE PRTLINE
               FROM H-FINALLINE
                   AFTER ADVANCING 3 LINES.
       L2-SKIP-ORPHANS.
           PERFORM L2-READ-COURSE.

      *EACH ATTEMPT EITHER STARTS A NEW COURSE ENTRY OR, WHEN IT IS
      *NOT FROM AN EARLIER TERM, REPLACES THE ATTEMPT ALREADY HELD.
      *AN INCOMPLETE, WITHDRAWAL OR BLANK GRADE IS NOT A GRADED
      *ATTEMPT AND IS PASSED OVER, AS THE GPA RUNS DO, SO IT CANNOT
      *REPLACE AN EARLIER GRADE
       L2-LOAD-ATTEMPT.
           IF GRADE-IS-GOOD
               MOVE 0 TO AT-FOUND-IDX
               PERFORM L4-FIND-COURSE
                   VARYING AT-IDX FROM 1 BY 1
                       UNTIL AT-IDX > AT-COUNT OR NOT AT-NOT-FOUND
               IF AT-NOT-FOUND
                   IF AT-COUNT LESS THAN AT-MAX
                       COMPUTE AT-COUNT = AT-COUNT + 1
                       MOVE AT-COUNT TO AT-FOUND-IDX
                       PERFORM L4-HOLD-ATTEMPT
                   ELSE
                       MOVE 'Y' TO AT-FULL-SW
                   END-IF
               ELSE
                   COMPUTE REPEATCOUNT = REPEATCOUNT + 1
                   IF C-TERM NOT LESS THAN AT-TERM(AT-FOUND-IDX)
                       PERFORM L4-HOLD-ATTEMPT
                   END-IF
               END-IF
           END-IF.
           PERFORM L2-READ-COURSE.

      *ONLY PASSING GRADES EARN CREDIT - AN F IS HOURS ATTEMPTED,
      *NOT HOURS EARNED
       L2-ACCUM-CREDITS.
           IF AT-EARNS-CREDIT(AT-IDX)
               COMPUTE EARNED-CREDITS =
                   EARNED-CREDITS + AT-CREDITS(AT-IDX)
           END-IF.

      *HEADER AND TRAILER CONTROL RECORDS ARE NOT STUDENT DATA
       L2-READ-MASTER.
               FROM H-TITLELINE
                   AFTER ADVANCING PAGE.

       L4-FIND-COURSE.
           IF AT-COURSE(AT-IDX) = C-COURSE
               MOVE AT-IDX TO AT-FOUND-IDX
           END-IF.

       L4-HOLD-ATTEMPT.
           MOVE C-TERM TO AT-TERM(AT-FOUND-IDX).
           MOVE C-COURSE TO AT-COURSE(AT-FOUND-IDX).
           MOVE C-CREDITS TO AT-CREDITS(AT-FOUND-IDX).
           MOVE C-GRADE TO AT-GRADE(AT-FOUND-IDX).

       L4-GRAD-CAPTURE.
           IF GR-COUNT LESS THAN LST-MAX
               COMPUTE GR-COUNT = GR-COUNT + 1

      * DOES NOT MATCH THE COMPUTED ONE. A CORRECTED MASTER IS
      * WRITTEN AND PROMOTED SO THE ROSTER, DEAN'S LIST, AND
      * PROBATION EXTRACT ALL RUN OFF VERIFIED NUMBERS.
      * EVERY COURSE RECORD CARRIES THE TERM IT WAS TAKEN IN, AND
      * THE SCHOOL'S REPEAT POLICY IS APPLIED - WHEN A STUDENT HAS
      * TAKEN THE SAME COURSE MORE THAN ONCE ONLY THE LATEST ATTEMPT
      * COUNTS TOWARD THE GPA, SO AN F THAT WAS RETAKEN NO LONGER
      * DRAGS THE GPA DOWN FOREVER. EACH DISCREPANCY IS FOLLOWED BY
      * THE STUDENT'S TERM-BY-TERM GPA ALONGSIDE THE CUMULATIVE GPA
      * THROUGH THAT TERM. EVERY GPA CORRECTED ON THE MASTER IS
      * ALSO WRITTEN, WITH THE STUDENT'S BEFORE AND AFTER IMAGES, TO
      * THE SHARED CHANGE JOURNAL CBLCHGJ.DAT WHEN THE CORRECTED
      * MASTER IS PROMOTED.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT NEW-MASTER
               ASSIGN TO 'C:\COBOLWI19\STDNTMST.NEW'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT JOURNAL-WORK
               ASSIGN TO 'C:\COBOLWI19\STDNTGPA.CHG'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CHANGE-JOURNAL
               ASSIGN TO 'C:\COBOLWI19\CBLCHGJ.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PRTOUT
               ASSIGN TO 'C:\COBOLWI19\STDNTGPA.PRT'
                   ORGANIZATION IS RECORD SEQUENTIAL.
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

       01 N-REC                 PIC X(49).

      *GPA CORRECTIONS MADE THIS RUN, HELD UNTIL THE MASTER IS
      *PROMOTED AND THEN ADDED TO THE SHARED CHANGE JOURNAL. THE
      *BATCH IS THE COURSE FILE THE GPA WAS RECOMPUTED FROM AND THE
      *STUDENT'S NUMBER WITHIN THE RUN
       FD  JOURNAL-WORK
           LABEL RECORD IS STANDARD
           DATA RECORD IS CW-REC
           RECORD CONTAINS 214 CHARACTERS.

       01 CW-REC.
           05 CW-FILE           PIC X(8).
           05 CW-KEY            PIC X(10).
           05 CW-ACTION         PIC X.
           05 CW-RUN-DATE       PIC X(8).
           05 CW-RUN-TIME       PIC X(6).
           05 CW-PROGRAM        PIC X(8).
           05 CW-BATCH-FILE     PIC X(8).
           05 CW-BATCH-SEQ      PIC 9(5).
           05 CW-BEFORE         PIC X(80).
           05 CW-AFTER          PIC X(80).

      *PERMANENT CHANGE JOURNAL SHARED BY EVERY MASTER MAINTENANCE
      *RUN - ONE RECORD PER ADD (A), CHANGE (C), DELETE (D), OR
      *STOCK TRANSFER (T)
       FD  CHANGE-JOURNAL
           LABEL RECORD IS STANDARD
           DATA RECORD IS CJ-REC
           RECORD CONTAINS 214 CHARACTERS.

       01 CJ-REC                PIC X(214).

       FD  PRTOUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           05  NODETAILCOUNT    PIC 9(5)   VALUE 0.
           05  ORPHANCOUNT      PIC 9(5)   VALUE 0.
           05  BADGRADECOUNT    PIC 9(5)   VALUE 0.
           05  REPEATCOUNT      PIC 9(5)   VALUE 0.
           05  NOTVERIFIEDCOUNT PIC 9(5)   VALUE 0.
           05  JRNLCOUNT        PIC 9(5)   VALUE 0.
           05  CW-EOF           PIC X      VALUE 'N'.
      *CONTROL KEYS FOR THE TWO-FILE MATCH, HIGH-VALUES AT END OF FILE
       01  MATCH-KEYS.
           05  MST-KEY          PIC X(7)   VALUE SPACES.
           05  COMPUTED-GPA     PIC 9V99      VALUE 0.
           05  DETAIL-SW        PIC X         VALUE 'N'.
               88  HAS-DETAIL              VALUE 'Y'.
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
      *ONE ENTRY PER TERM FOR THE STUDENT BEING WORKED - THE TERM'S
      *OWN CREDITS AND POINTS AND THE RUNNING TOTALS THROUGH IT.
      *TERMS PAST THE FORTIETH STILL COUNT IN THE CUMULATIVE GPA,
      *THEY ARE SIMPLY NOT BROKEN OUT ON THE REPORT
       01  TERM-CONTROLS.
           05  TM-COUNT         PIC 99     VALUE 0.
           05  TM-MAX           PIC 99     VALUE 40.
           05  TM-IDX           PIC 99     VALUE 0.
       01  TERM-TABLE.
           05  TM-ENTRY OCCURS 40 TIMES.
               10  TM-TERM          PIC X(5).
               10  TM-CREDITS       PIC 9(4).
               10  TM-POINTS        PIC 9(5)V99.
               10  TM-CUM-CREDITS   PIC 9(4).
               10  TM-CUM-POINTS    PIC 9(5)V99.
      *OS COMMAND THAT PROMOTES THE NEW MASTER OVER THE OLD ONE
       01  PROMOTE-CMD          PIC X(70)  VALUE
         'COPY /Y C:\COBOLWI19\STDNTMST.NEW C:\COBOLWI19\STDNTMST.DAT'.
           05  D-CREDITS        PIC ZZZ9.
           05  FILLER           PIC X(8)   VALUE SPACES.
           05  D-DISPOSITION    PIC X(20).
      *TERM-BY-TERM BREAKDOWN PRINTED UNDER EACH DISCREPANCY
       01  H-TERMLINE.
           05  FILLER           PIC X(13)  VALUE SPACES.
           05  FILLER           PIC X(6)   VALUE 'TERM: '.
           05  TL-TERM          PIC X(5).
           05  FILLER           PIC X(5)   VALUE SPACES.
           05  FILLER           PIC X(9)   VALUE 'CREDITS: '.
           05  TL-CREDITS       PIC ZZZ9.
           05  FILLER           PIC X(5)   VALUE SPACES.
           05  FILLER           PIC X(10)  VALUE 'TERM GPA: '.
           05  TL-TERMGPA       PIC Z.99.
           05  FILLER           PIC X(5)   VALUE SPACES.
           05  FILLER           PIC X(16)  VALUE 'CUMULATIVE GPA: '.
           05  TL-CUMGPA        PIC Z.99.
      *EXCEPTION LINES FOR DETAIL DATA THAT CANNOT BE USED
       01  H-ORPHANLINE.
           05  FILLER           PIC X(40)
           05  X-BADGRADE-CRS   PIC X(8).
           05  FILLER           PIC X(8)   VALUE '  GRADE:'.
           05  X-BADGRADE-GRD   PIC X.
       01  H-FULLLINE.
           05  FILLER           PIC X(40)
                   VALUE '**EXCEPTION - OVER 100 COURSE RECORDS - '.
           05  FILLER           PIC X(22)
                   VALUE 'GPA NOT VERIFIED FOR: '.
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
           05  FILLER           PIC X(5)   VALUE SPACES.
           05  FILLER           PIC X(14)  VALUE 'NOT VERIFIED: '.
           05  F-NOTVERIFIED    PIC ZZZZ9.
       PROCEDURE DIVISION.
       L0-MAIN.
           PERFORM L1-INIT.
           OPEN INPUT STUDENT-MASTER.
           OPEN INPUT COURSE-FILE.
           OPEN OUTPUT NEW-MASTER.
           OPEN OUTPUT JOURNAL-WORK.
           OPEN OUTPUT PRTOUT.
           MOVE THE-DATE TO OH-FILE-DATE.
           WRITE N-REC FROM CTL-OUT-HDR.
           PERFORM L2-READ-MASTER.
           PERFORM L2-READ-COURSE.

      *ONE PASS PER MASTER RECORD - GATHER ITS COURSE ATTEMPTS, PUT
      *THEM IN TERM ORDER, EXCLUDE THE ONES A LATER ATTEMPT REPLACES,
      *COMPUTE THE GPA, AND WRITE THE (POSSIBLY CORRECTED) MASTER
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
           MOVE 0 TO TM-COUNT.
           PERFORM L2-ACCUM-COURSE
               VARYING AT-IDX FROM 1 BY 1 UNTIL AT-IDX > AT-COUNT.
           PERFORM L2-VERIFY-GPA.
           WRITE N-REC FROM I-REC.
           COMPUTE CTL-GPA-OUT = CTL-GPA-OUT + I-GPA.
                   AFTER ADVANCING 3 LINES.
           MOVE ORPHANCOUNT TO F-ORPHANS.
           MOVE BADGRADECOUNT TO F-BADGRADES.
           MOVE REPEATCOUNT TO F-REPEATS.
           MOVE NOTVERIFIEDCOUNT TO F-NOTVERIFIED.
           WRITE PRTLINE
               FROM H-FINALLINE2
                   AFTER ADVANCING 1 LINE.
           CLOSE STUDENT-MASTER
                 COURSE-FILE
                 NEW-MASTER
                 JOURNAL-WORK
                 PRTOUT.
      *PROMOTES THE CORRECTED MASTER OVER THE OLD ONE, AND THE GPA
      *CORRECTIONS THAT WENT INTO IT ONTO THE CHANGE JOURNAL
           PERFORM L6-APPEND-JOURNAL.
           CALL 'SYSTEM' USING PROMOTE-CMD.
           DISPLAY 'CBLTAM06 - GPA VERIFICATION COMPLETE'.
           DISPLAY 'MASTERS READ: ' MSTCOUNT
               ' DISCREPANCIES: ' DISCCOUNT
               ' TO JOURNAL: ' JRNLCOUNT.

      *COURSE DETAIL WITH NO MASTER RECORD TO HANG IT ON
       L2-SKIP-ORPHANS.
           COMPUTE ORPHANCOUNT = ORPHANCOUNT + 1.
           PERFORM L2-READ-COURSE.

      *A GOOD ATTEMPT IS HELD IN THE ATTEMPT TABLE. A STUDENT WITH
      *MORE ATTEMPTS THAN THE TABLE HOLDS CANNOT HAVE THE REPEAT
      *POLICY PROVEN, SO THE GPA IS LEFT ALONE AND LISTED INSTEAD
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
                   MOVE 'Y' TO AT-FULL-SW
               END-IF
           ELSE
               MOVE C-ID TO X-BADGRADE-ID
               MOVE C-COURSE TO X-BADGRADE-CRS
           END-IF.
           PERFORM L2-READ-COURSE.

      *ROLL THIS ATTEMPT INTO THE CREDIT AND QUALITY POINT TOTALS -
      *AN ATTEMPT REPLACED BY A LATER ONE COUNTS FOR NOTHING. EACH
      *NEW TERM OPENS A TERM ENTRY, AND THE ENTRY ALWAYS HOLDS THE
      *RUNNING TOTALS THROUGH THE LAST ATTEMPT SEEN IN IT
       L2-ACCUM-COURSE.
           IF TM-COUNT = 0
               PERFORM L4-TERM-START
           ELSE
               IF AT-TERM(AT-IDX) NOT EQUAL TM-TERM(TM-COUNT)
                       AND TM-COUNT LESS THAN TM-MAX
                   PERFORM L4-TERM-START
               END-IF
           END-IF.
           IF AT-EXCLUDED(AT-IDX)
               COMPUTE REPEATCOUNT = REPEATCOUNT + 1
           ELSE
               PERFORM L4-GRADE-POINTS
               COMPUTE TOT-CREDITS = TOT-CREDITS + AT-CREDITS(AT-IDX)
               COMPUTE TOT-POINTS = TOT-POINTS +
                   (AT-CREDITS(AT-IDX) * GRADE-POINTS)
               IF AT-TERM(AT-IDX) EQUAL TM-TERM(TM-COUNT)
                   COMPUTE TM-CREDITS(TM-COUNT) =
                       TM-CREDITS(TM-COUNT) + AT-CREDITS(AT-IDX)
                   COMPUTE TM-POINTS(TM-COUNT) = TM-POINTS(TM-COUNT)
                       + (AT-CREDITS(AT-IDX) * GRADE-POINTS)
               END-IF
               MOVE 'Y' TO DETAIL-SW
           END-IF.
           IF AT-TERM(AT-IDX) EQUAL TM-TERM(TM-COUNT)
               MOVE TOT-CREDITS TO TM-CUM-CREDITS(TM-COUNT)
               MOVE TOT-POINTS TO TM-CUM-POINTS(TM-COUNT)
           END-IF.

      *COMPARE THE COMPUTED GPA TO THE ONE KEYED ON THE MASTER AND
      *CORRECT THE MASTER IMAGE BEFORE IT IS WRITTEN BACK OUT.
      *ZERO TOTAL CREDITS - EVERY GOOD-GRADE COURSE KEYED WITH 00
      *IS TREATED AS HAVING NO USABLE DETAIL AND PASSES THROUGH
       L2-VERIFY-GPA.
           COMPUTE MSTCOUNT = MSTCOUNT + 1.
           IF ATTEMPTS-FULL
               MOVE I-ID TO X-FULL-ID
               WRITE PRTLINE
                   FROM H-FULLLINE
                       AFTER ADVANCING 1 LINE
                           AT END-OF-PAGE
                               PERFORM L3-HEADINGS
               END-WRITE
               COMPUTE NOTVERIFIEDCOUNT = NOTVERIFIEDCOUNT + 1
           ELSE
               IF NOT HAS-DETAIL OR TOT-CREDITS = 0
                   COMPUTE NODETAILCOUNT = NODETAILCOUNT + 1
               ELSE
                   COMPUTE COMPUTED-GPA ROUNDED =
                       TOT-POINTS / TOT-CREDITS
                   IF COMPUTED-GPA NOT EQUAL I-GPA
                       PERFORM L4-DISCREPANCY
                   END-IF
               END-IF
           END-IF.


      *STANDARD FOUR POINT SCALE
       L4-GRADE-POINTS.
           EVALUATE AT-GRADE(AT-IDX)
               WHEN 'A'
                   MOVE 4 TO GRADE-POINTS
               WHEN 'B'
                   AFTER ADVANCING 2 LINES
                       AT END-OF-PAGE
                           PERFORM L3-HEADINGS.
           PERFORM L4A-TERM-LINE
               VARYING TM-IDX FROM 1 BY 1 UNTIL TM-IDX > TM-COUNT.
           COMPUTE DISCCOUNT = DISCCOUNT + 1.
           MOVE SPACES TO CW-REC.
           MOVE I-REC TO CW-BEFORE.
           MOVE COMPUTED-GPA TO I-GPA.
           MOVE I-REC TO CW-AFTER.
           PERFORM L5-JOURNAL-WRITE.

      *A TERM WITH NO COUNTED CREDITS - EVERY ATTEMPT IN IT LATER
      *RETAKEN - SHOWS A ZERO TERM GPA RATHER THAN A DIVIDE
       L4A-TERM-LINE.
           MOVE TM-TERM(TM-IDX) TO TL-TERM.
           MOVE TM-CREDITS(TM-IDX) TO TL-CREDITS.
           MOVE 0 TO TERM-GPA.
           IF TM-CREDITS(TM-IDX) GREATER THAN 0
               COMPUTE TERM-GPA ROUNDED =
                   TM-POINTS(TM-IDX) / TM-CREDITS(TM-IDX)
           END-IF.
           MOVE TERM-GPA TO TL-TERMGPA.
           MOVE 0 TO TERM-GPA.
           IF TM-CUM-CREDITS(TM-IDX) GREATER THAN 0
               COMPUTE TERM-GPA ROUNDED =
                   TM-CUM-POINTS(TM-IDX) / TM-CUM-CREDITS(TM-IDX)
           END-IF.
           MOVE TERM-GPA TO TL-CUMGPA.
           WRITE PRTLINE
               FROM H-TERMLINE
                   AFTER ADVANCING 1 LINE
                       AT END-OF-PAGE
                           PERFORM L3-HEADINGS.

      *NEW TERM ENTRY WITH ITS OWN TOTALS STARTING AT ZERO
       L4-TERM-START.
           COMPUTE TM-COUNT = TM-COUNT + 1.
           MOVE AT-TERM(AT-IDX) TO TM-TERM(TM-COUNT).
           MOVE 0 TO TM-CREDITS(TM-COUNT).
           MOVE 0 TO TM-POINTS(TM-COUNT).

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

      *A GPA CORRECTION IS A CHANGE TO THE STUDENT MASTER
       L5-JOURNAL-WRITE.
           MOVE 'STDNTMST' TO CW-FILE.
           MOVE I-ID TO CW-KEY.
           MOVE 'C' TO CW-ACTION.
           MOVE THE-DATE TO CW-RUN-DATE.
           MOVE THE-TIME TO CW-RUN-TIME.
           MOVE 'CBLTAM06' TO CW-PROGRAM.
           MOVE 'STDNTCRS' TO CW-BATCH-FILE.
           MOVE MSTCOUNT TO CW-BATCH-SEQ.
           WRITE CW-REC.

      *THE RUN IS BEING PROMOTED, SO THIS RUN'S CORRECTIONS GO ONTO
      *THE END OF THE CHANGE JOURNAL. A MISSING JOURNAL IS CREATED
      *BY THE OPTIONAL EXTEND
       L6-APPEND-JOURNAL.
           OPEN INPUT JOURNAL-WORK.
           OPEN EXTEND CHANGE-JOURNAL.
           PERFORM L6A-READ-JOURNAL-WORK.
           PERFORM L6A-APPEND-JOURNAL-ONE
               UNTIL CW-EOF = 'Y'.
           CLOSE JOURNAL-WORK.
           CLOSE CHANGE-JOURNAL.

       L6A-READ-JOURNAL-WORK.
           READ JOURNAL-WORK
               AT END
                   MOVE 'Y' TO CW-EOF.

       L6A-APPEND-JOURNAL-ONE.
           WRITE CJ-REC FROM CW-REC.
           COMPUTE JRNLCOUNT = JRNLCOUNT + 1.
           PERFORM L6A-READ-JOURNAL-WORK.
       END PROGRAM CBLTAM06.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBLTAM34.
       AUTHOR. TIMOTHY ALEC MOODE.
       DATE-WRITTEN. 10/15/2026.
      * DEGREE CONFERRAL RUN. THE CBLTAM18 CANDIDATE LIST WAS AS FAR
      * AS THE SYSTEM WENT - GRADUATES STAYED ON STDNTMST.DAT FOREVER
      * AND INFLATED THE CBLTAM00 ROSTER AND ITS CLOSING AVERAGES.
      * THIS PROGRAM TAKES THE REGISTRAR'S CONFIRMED GRADUATE LIST
      * (STUDENT ID AND CONFERRAL DATE, IN STUDENT ID SEQUENCE) AND
      * RETIRES EACH GRADUATE - THE STUDENT IS LEFT OFF THE NEW
      * STUDENT MASTER AND ADDED TO THE ALUMNI MASTER CARRYING THE
      * CONFERRAL DATE, THE FINAL GPA, THE TOTAL EARNED CREDITS AND
      * THE EXPECTED STARTING SALARY THE STUDENT HAD ON FILE. EARNED
      * CREDITS FOLLOW THE SAME REPEAT POLICY AS CBLTAM18 - ONLY THE
      * LATEST ATTEMPT OF A COURSE COUNTS AND ONLY A PASSING GRADE
      * EARNS. THE GRADUATE'S COURSE-GRADE RECORDS MOVE OFF
      * STDNTCRS.DAT ONTO THE ALUMNI COURSE HISTORY SO THE GPA AND
      * TRANSCRIPT RUNS DO NOT LIST THEM AS ORPHANS. THE ACTUAL
      * SALARY AND EMPLOYER ON THE ALUMNI RECORD START EMPTY - THE
      * PLACEMENT SURVEY RUN CBLTAM35 POSTS THEM. A GRADUATE NOT ON
      * THE MASTER, WITH A BAD CONFERRAL DATE OR OUT OF SEQUENCE GOES
      * ON THE REJECT LISTING AND THE STUDENT STAYS ON THE MASTER.
      * THE NEW STUDENT MASTER GETS FRESH CONTROL RECORDS AND ALL
      * THREE REBUILT FILES ARE PROMOTED OVER THE OLD ONES.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-MASTER
               ASSIGN TO 'C:\COBOLWI19\STDNTMST.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GRAD-FILE
               ASSIGN TO 'C:\COBOLWI19\STDNTGRL.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT COURSE-FILE
               ASSIGN TO 'C:\COBOLWI19\STDNTCRS.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ALUMNI-MASTER
               ASSIGN TO 'C:\COBOLWI19\STDNTALM.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS ALM-STATUS.
           SELECT NEW-MASTER
               ASSIGN TO 'C:\COBOLWI19\STDNTMST.NEW'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT NEW-COURSE
               ASSIGN TO 'C:\COBOLWI19\STDNTCRS.NEW'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT NEW-ALUMNI
               ASSIGN TO 'C:\COBOLWI19\STDNTALM.NEW'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ALUMNI-COURSE
               ASSIGN TO 'C:\COBOLWI19\STDNTACR.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS ACR-STATUS.
           SELECT PRTOUT
               ASSIGN TO 'C:\COBOLWI19\STDNTCFR.PRT'
                   ORGANIZATION IS RECORD SEQUENTIAL.
           SELECT GRDREJOUT
               ASSIGN TO 'C:\COBOLWI19\STDNTCFJ.PRT'
                   ORGANIZATION IS RECORD SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS I-REC
           RECORD CONTAINS 49 CHARACTERS.

       01 I-REC.
           05 I-ID              PIC X(7).
           05 I-NAME.
               10 I-LNAME      PIC X(15).
               10 I-FNAME      PIC X(15).
               10 I-INIT       PIC X.
           05 I-GPA            PIC 9V99.
           05 I-EX-STRT-SAL    PIC 9(6)V99.

      *HEADER AND TRAILER CONTROL RECORDS BOOK-END THE MASTER - THIS
      *VIEW LETS THEM BE RECOGNIZED AND PASSED OVER
       01 CTL-REC.
           05 CTL-TYPE          PIC X(3).
               88 CTL-CONTROL-REC          VALUES 'HDR' 'TRL'.
           05 FILLER            PIC X(46).

      *ONE RECORD PER CONFIRMED GRADUATE, IN STUDENT ID SEQUENCE
       FD  GRAD-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS G-REC
           RECORD CONTAINS 15 CHARACTERS.

       01 G-REC.
           05 G-ID              PIC X(7).
           05 G-CONFER-DATE.
               10 G-CONFER-YEAR    PIC X(4).
               10 G-CONFER-MONTH   PIC XX.
               10 G-CONFER-DAY     PIC XX.

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
               88 GRADE-IS-GOOD        VALUES 'A' 'B' 'C' 'D' 'F'.

      *ONE RECORD PER ALUMNUS, IN STUDENT ID SEQUENCE. THE ACTUAL
      *SALARY, EMPLOYER AND SURVEY DATE STAY EMPTY UNTIL A PLACEMENT
      *SURVEY RESPONSE IS POSTED - A BLANK SURVEY DATE MEANS NONE
       FD  ALUMNI-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS AL-REC
           RECORD CONTAINS 107 CHARACTERS.

       01 AL-REC.
           05 AL-ID             PIC X(7).
           05 AL-NAME.
               10 AL-LNAME      PIC X(15).
               10 AL-FNAME      PIC X(15).
               10 AL-INIT       PIC X.
           05 AL-CONFER-DATE.
               10 AL-CONFER-YEAR   PIC X(4).
               10 AL-CONFER-MONTH  PIC XX.
               10 AL-CONFER-DAY    PIC XX.
           05 AL-FINAL-GPA      PIC 9V99.
           05 AL-EARNED-CREDITS PIC 9(4).
           05 AL-EX-STRT-SAL    PIC 9(6)V99.
           05 AL-ACT-STRT-SAL   PIC 9(6)V99.
           05 AL-EMPLOYER       PIC X(30).
           05 AL-SURVEY-DATE    PIC X(8).

       FD  NEW-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS N-REC
           RECORD CONTAINS 49 CHARACTERS.

       01 N-REC                 PIC X(49).

       FD  NEW-COURSE
           LABEL RECORD IS STANDARD
           DATA RECORD IS NC-REC
           RECORD CONTAINS 23 CHARACTERS.

       01 NC-REC                PIC X(23).

       FD  NEW-ALUMNI
           LABEL RECORD IS STANDARD
           DATA RECORD IS NA-REC
           RECORD CONTAINS 107 CHARACTERS.

       01 NA-REC                PIC X(107).

      *COURSE-GRADE RECORDS OF EVERY GRADUATE, IN THE ORDER RETIRED
       FD  ALUMNI-COURSE
           LABEL RECORD IS STANDARD
           DATA RECORD IS AC-REC
           RECORD CONTAINS 23 CHARACTERS.

       01 AC-REC                PIC X(23).

       FD  PRTOUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS PRTLINE
           LINAGE IS 60 WITH FOOTING AT 56.

       01  PRTLINE              PIC X(132).

       FD  GRDREJOUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS REJLINE.

       01  REJLINE              PIC X(132).

       WORKING-STORAGE SECTION.
       01  MISC.
           05  CPAGECOUNT       PIC 99     VALUE 0.
           05  MSTINCOUNT       PIC 9(5)   VALUE 0.
           05  MSTOUTCOUNT      PIC 9(5)   VALUE 0.
           05  CONFERCOUNT      PIC 9(5)   VALUE 0.
           05  REJCOUNT         PIC 9(5)   VALUE 0.
           05  CRSMOVECOUNT     PIC 9(5)   VALUE 0.
           05  ALMINCOUNT       PIC 9(5)   VALUE 0.
           05  ALMOUTCOUNT      PIC 9(5)   VALUE 0.
           05  ALM-STATUS       PIC XX     VALUE SPACES.
           05  ACR-STATUS       PIC XX     VALUE SPACES.
           05  ALM-EOF          PIC X      VALUE 'N'.
           05  EARNED-CREDITS   PIC 9(4)   VALUE 0.
      *CONTROL KEYS FOR THE MATCH, HIGH-VALUES AT END OF FILE
       01  MATCH-KEYS.
           05  MST-KEY          PIC X(7)   VALUE SPACES.
           05  GRD-KEY          PIC X(7)   VALUE SPACES.
           05  PREV-GRD-KEY     PIC X(7)   VALUE SPACES.
           05  CRS-KEY          PIC X(7)   VALUE SPACES.
      *OS COMMANDS THAT PROMOTE THE REBUILT FILES OVER THE OLD ONES
       01  PROMOTE-CMD          PIC X(70)  VALUE
         'COPY /Y C:\COBOLWI19\STDNTMST.NEW C:\COBOLWI19\STDNTMST.DAT'.
       01  PROMOTE-CRS-CMD      PIC X(70)  VALUE
         'COPY /Y C:\COBOLWI19\STDNTCRS.NEW C:\COBOLWI19\STDNTCRS.DAT'.
       01  PROMOTE-ALM-CMD      PIC X(70)  VALUE
         'COPY /Y C:\COBOLWI19\STDNTALM.NEW C:\COBOLWI19\STDNTALM.DAT'.
      *FRESH CONTROL RECORDS FOR THE STUDENT MASTER SO THE REPORT
      *RUN CAN PROVE IT ARRIVED WHOLE
       01  CTL-OUT-HDR.
           05  FILLER           PIC X(3)   VALUE 'HDR'.
           05  OH-FILE-DATE     PIC X(8).
           05  OH-SOURCE        PIC X(10)  VALUE 'CBLTAM34'.
           05  FILLER           PIC X(28)  VALUE SPACES.
       01  CTL-OUT-TRL.
           05  FILLER           PIC X(3)   VALUE 'TRL'.
           05  OT-REC-COUNT     PIC 9(7).
           05  OT-HASH-GPA      PIC 9(5)V99.
           05  FILLER           PIC X(32)  VALUE SPACES.
       01  CTL-GPA-OUT          PIC 9(5)V99   VALUE 0.
       01  DV-RESULT.
           05  DV-VALID-SW      PIC X.
               88  DV-DATE-GOOD            VALUE 'Y'.
               88  DV-DATE-BAD             VALUE 'N'.
           05  DV-REASON        PIC X(30).
      *LATEST ATTEMPT OF EACH COURSE FOR THE GRADUATE BEING RETIRED -
      *A LATER TERM REPLACES THE ENTRY, AND WITHIN ONE TERM THE LAST
      *RECORD ON THE FILE WINS
       01  ATTEMPT-CONTROLS.
           05  AT-COUNT         PIC 999    VALUE 0.
           05  AT-MAX           PIC 999    VALUE 100.
           05  AT-IDX           PIC 999    VALUE 0.
           05  AT-FOUND-IDX     PIC 999    VALUE 0.
               88  AT-NOT-FOUND            VALUE 0.
       01  ATTEMPT-TABLE.
           05  AT-ENTRY OCCURS 100 TIMES.
               10  AT-TERM      PIC X(5).
               10  AT-COURSE    PIC X(8).
               10  AT-CREDITS   PIC 99.
               10  AT-GRADE     PIC X.
                   88  AT-EARNS-CREDIT     VALUES 'A' 'B' 'C' 'D'.
      *NEW ALUMNI FROM THIS RUN, IN STUDENT ID ORDER BECAUSE THE
      *GRADUATE LIST IS. THEY ARE MERGED INTO THE ALUMNI MASTER ONCE
      *THE STUDENT MASTER PASS IS DONE
       01  NEW-ALUMNI-CONTROLS.
           05  NA-COUNT         PIC 9(3)   VALUE 0.
           05  NA-MAX           PIC 9(3)   VALUE 500.
           05  NA-IDX           PIC 9(3)   VALUE 1.
       01  NEW-ALUMNI-TABLE.
           05  NA-ENTRY OCCURS 500 TIMES.
               10  NA-ID        PIC X(7).
               10  NA-IMAGE     PIC X(100).
       01  NA-KEY               PIC X(7)   VALUE SPACES.
       01  ALM-KEY              PIC X(7)   VALUE SPACES.
      *ALUMNI RECORD BUILT FOR A GRADUATE - SAME LAYOUT AS AL-REC
       01  ALUMNI-WORK.
           05  AW-ID            PIC X(7).
           05  AW-NAME          PIC X(31).
           05  AW-CONFER-DATE   PIC X(8).
           05  AW-FINAL-GPA     PIC 9V99.
           05  AW-EARNED-CREDITS PIC 9(4).
           05  AW-EX-STRT-SAL   PIC 9(6)V99.
           05  AW-ACT-STRT-SAL  PIC 9(6)V99.
           05  AW-EMPLOYER      PIC X(30).
           05  AW-SURVEY-DATE   PIC X(8).
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
           05  FILLER           PIC X(36)  VALUE SPACES.
           05  FILLER           PIC X(26)
                   VALUE 'DEGREE CONFERRAL REGISTER'.
           05  FILLER           PIC X(46)  VALUE SPACES.
           05  FILLER           PIC X(6)   VALUE 'PAGE: '.
           05  H-PAGE           PIC Z9.
       01  H-HEADING1.
           05  FILLER           PIC XXXX   VALUE '  ID'.
           05  FILLER           PIC X(9)   VALUE SPACES.
           05  FILLER           PIC X(9)   VALUE 'LAST NAME'.
           05  FILLER           PIC X(10)  VALUE SPACES.
           05  FILLER           PIC X(10)  VALUE 'FIRST NAME'.
           05  FILLER           PIC X(7)   VALUE SPACES.
           05  FILLER           PIC X(9)   VALUE 'CONFERRED'.
           05  FILLER           PIC X(4)   VALUE SPACES.
           05  FILLER           PIC X(9)   VALUE 'FINAL GPA'.
           05  FILLER           PIC X(4)   VALUE SPACES.
           05  FILLER           PIC X(14)  VALUE 'EARNED CREDITS'.
           05  FILLER           PIC X(4)   VALUE SPACES.
           05  FILLER           PIC X(15)  VALUE 'EXPECTED SALARY'.
       01  H-DETAILLINE.
           05  D-ID             PIC X(7).
           05  FILLER           PIC X(6)   VALUE SPACES.
           05  D-LNAME          PIC X(15).
           05  FILLER           PIC X(4)   VALUE SPACES.
           05  D-FNAME          PIC X(15).
           05  FILLER           PIC X(2)   VALUE SPACES.
           05  D-MONTH          PIC XX.
           05  FILLER           PIC X      VALUE '/'.
           05  D-DAY            PIC XX.
           05  FILLER           PIC X      VALUE '/'.
           05  D-YEAR           PIC XXXX.
           05  FILLER           PIC X(7)   VALUE SPACES.
           05  D-GPA            PIC Z.99.
           05  FILLER           PIC X(14)  VALUE SPACES.
           05  D-CREDITS        PIC ZZZ9.
           05  FILLER           PIC X(7)   VALUE SPACES.
           05  D-EXSTARTSAL     PIC $ZZZ,ZZZ.99.
       01  H-FINALLINE1.
           05  FILLER           PIC X(14)  VALUE 'MASTERS IN:   '.
           05  F-MSTIN          PIC ZZZZ9.
           05  FILLER           PIC X(5)   VALUE SPACES.
           05  FILLER           PIC X(14)  VALUE 'MASTERS OUT:  '.
           05  F-MSTOUT         PIC ZZZZ9.
           05  FILLER           PIC X(5)   VALUE SPACES.
           05  FILLER           PIC X(14)  VALUE 'CONFERRED:    '.
           05  F-CONFERRED      PIC ZZZZ9.
           05  FILLER           PIC X(5)   VALUE SPACES.
           05  FILLER           PIC X(14)  VALUE 'REJECTS:      '.
           05  F-REJS           PIC ZZZZ9.
       01  H-FINALLINE2.
           05  FILLER           PIC X(14)  VALUE 'ALUMNI IN:    '.
           05  F-ALMIN          PIC ZZZZ9.
           05  FILLER           PIC X(5)   VALUE SPACES.
           05  FILLER           PIC X(14)  VALUE 'ALUMNI OUT:   '.
           05  F-ALMOUT         PIC ZZZZ9.
           05  FILLER           PIC X(5)   VALUE SPACES.
           05  FILLER           PIC X(14)  VALUE 'COURSES MOVED:'.
           05  F-CRSMOVED       PIC ZZZZ9.
      *REJECTED GRADUATE LISTING LAYOUTS
       01  H-REJTITLE.
           05  FILLER           PIC X(6)   VALUE 'DATE: '.
           05  RJ-MONTH         PIC XX.
           05  FILLER           PIC X      VALUE '/'.
           05  RJ-DAY           PIC XX.
           05  FILLER           PIC X      VALUE '/'.
           05  RJ-YEAR          PIC XXXX.
           05  FILLER           PIC X(30)  VALUE SPACES.
           05  FILLER           PIC X(28)
                   VALUE 'REJECTED GRADUATE LISTING'.
       01  H-REJHEADING.
           05  FILLER           PIC XXXX   VALUE '  ID'.
           05  FILLER           PIC X(7)   VALUE SPACES.
           05  FILLER           PIC X(9)   VALUE 'CONFERRAL'.
           05  FILLER           PIC X(5)   VALUE SPACES.
           05  FILLER           PIC X(20)  VALUE 'REASON FOR REJECTION'.
       01  H-REJDETAIL.
           05  RJ-ID            PIC X(7).
           05  FILLER           PIC X(4)   VALUE SPACES.
           05  RJ-CONFER-DATE   PIC X(8).
           05  FILLER           PIC X(6)   VALUE SPACES.
           05  RJ-REASON        PIC X(40).
       PROCEDURE DIVISION.
       L0-MAIN.
           PERFORM L1-INIT.
           PERFORM L1-MAINLINE
               UNTIL MST-KEY = HIGH-VALUES AND GRD-KEY = HIGH-VALUES.
           PERFORM L1-CLOSING.
           STOP RUN.

       L1-INIT.
           MOVE FUNCTION CURRENT-DATE TO CURDATETIME.
           MOVE CURMONTH TO H-MONTH.
           MOVE CURDAY TO H-DAY.
           MOVE CURYEAR TO H-YEAR.
           PERFORM L6-OPEN-ALUMNI.
           OPEN INPUT STUDENT-MASTER.
           OPEN INPUT GRAD-FILE.
           OPEN INPUT COURSE-FILE.
           OPEN OUTPUT NEW-MASTER.
           OPEN OUTPUT NEW-COURSE.
           OPEN OUTPUT PRTOUT.
           OPEN OUTPUT GRDREJOUT.
           MOVE THE-DATE TO OH-FILE-DATE.
           WRITE N-REC FROM CTL-OUT-HDR.
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
           PERFORM L2-READ-GRAD.
           PERFORM L2-READ-COURSE.

      *TWO-FILE MATCH OF THE MASTER AND THE GRADUATE LIST ON STUDENT
      *ID - THE COURSE FILE IS CARRIED ALONG BEHIND THE MASTER
       L1-MAINLINE.
           IF MST-KEY LESS THAN GRD-KEY
               PERFORM L2-COPY-MASTER
           ELSE
               IF MST-KEY GREATER THAN GRD-KEY
                   MOVE 'GRADUATE NOT ON STUDENT MASTER' TO RJ-REASON
                   PERFORM L4-REJECT-GRAD
                   PERFORM L2-READ-GRAD
               ELSE
                   PERFORM L2-MATCHED-GRAD
               END-IF
           END-IF.

       L1-CLOSING.
           PERFORM L2-COPY-COURSE
               UNTIL CRS-KEY = HIGH-VALUES.
           MOVE MSTOUTCOUNT TO OT-REC-COUNT.
           MOVE CTL-GPA-OUT TO OT-HASH-GPA.
           WRITE N-REC FROM CTL-OUT-TRL.
           PERFORM L6-MERGE-ALUMNI.
           MOVE MSTINCOUNT TO F-MSTIN.
           MOVE MSTOUTCOUNT TO F-MSTOUT.
           MOVE CONFERCOUNT TO F-CONFERRED.
           MOVE REJCOUNT TO F-REJS.
           WRITE PRTLINE
               FROM H-FINALLINE1
                   AFTER ADVANCING 3 LINES.
           MOVE ALMINCOUNT TO F-ALMIN.
           MOVE ALMOUTCOUNT TO F-ALMOUT.
           MOVE CRSMOVECOUNT TO F-CRSMOVED.
           WRITE PRTLINE
               FROM H-FINALLINE2
                   AFTER ADVANCING 1 LINE.
           CLOSE STUDENT-MASTER
                 GRAD-FILE
                 COURSE-FILE
                 NEW-MASTER
                 NEW-COURSE
                 ALUMNI-COURSE
                 PRTOUT
                 GRDREJOUT.
      *PROMOTES THE REBUILT FILES OVER THE OLD ONES SO THE NEXT RUN
      *SEES THE GRADUATES RETIRED WITHOUT ANY MANUAL RENAMING
           CALL 'SYSTEM' USING PROMOTE-CMD.
           CALL 'SYSTEM' USING PROMOTE-CRS-CMD.
           CALL 'SYSTEM' USING PROMOTE-ALM-CMD.
           DISPLAY 'CBLTAM34 - DEGREE CONFERRAL RUN COMPLETE'.
           DISPLAY 'CONFERRED: ' CONFERCOUNT
               ' REJECTS: ' REJCOUNT
               ' MASTERS OUT: ' MSTOUTCOUNT.

      *STUDENT IS NOT GRADUATING - THE MASTER AND ITS COURSE RECORDS
      *CARRY FORWARD AS THEY ARE
       L2-COPY-MASTER.
           PERFORM L2-COPY-COURSE
               UNTIL CRS-KEY NOT LESS THAN MST-KEY.
           PERFORM L2-COPY-COURSE
               UNTIL CRS-KEY NOT EQUAL MST-KEY.
           WRITE N-REC FROM I-REC.
           COMPUTE MSTOUTCOUNT = MSTOUTCOUNT + 1.
           COMPUTE CTL-GPA-OUT = CTL-GPA-OUT + I-GPA.
           PERFORM L2-READ-MASTER.

      *GRADUATE FOUND ON THE MASTER. A GOOD CONFERRAL DATE RETIRES
      *THE STUDENT - A BAD ONE, OR NO ROOM LEFT FOR NEW ALUMNI,
      *REJECTS THE GRADUATE AND LEAVES THE STUDENT ON THE MASTER
       L2-MATCHED-GRAD.
           CALL 'CBLDATEV' USING G-CONFER-DATE DV-RESULT.
           IF DV-DATE-BAD
               MOVE DV-REASON TO RJ-REASON
               PERFORM L4-REJECT-GRAD
               PERFORM L2-COPY-MASTER
           ELSE
               IF NA-COUNT NOT LESS THAN NA-MAX
                   MOVE 'NEW ALUMNI TABLE FULL - CONFER NEXT RUN'
                       TO RJ-REASON
                   PERFORM L4-REJECT-GRAD
                   PERFORM L2-COPY-MASTER
               ELSE
                   PERFORM L4-CONFER-GRAD
                   PERFORM L2-READ-MASTER
               END-IF
           END-IF.
           PERFORM L2-READ-GRAD.

       L2-COPY-COURSE.
           WRITE NC-REC FROM C-REC.
           PERFORM L2-READ-COURSE.

      *HEADER AND TRAILER CONTROL RECORDS ARE NOT STUDENT DATA
       L2-READ-MASTER.
           PERFORM L2A-READ-MASTER.
           PERFORM L2A-READ-MASTER
               UNTIL MST-KEY = HIGH-VALUES OR NOT CTL-CONTROL-REC.

       L2A-READ-MASTER.
           READ STUDENT-MASTER
               AT END
                   MOVE HIGH-VALUES TO MST-KEY
               NOT AT END
                   MOVE I-ID TO MST-KEY
                   IF NOT CTL-CONTROL-REC
                       COMPUTE MSTINCOUNT = MSTINCOUNT + 1
                   END-IF
           END-READ.

      *THE GRADUATE LIST IS KEYED BY HAND LIKE ANY TRANSACTION FILE -
      *A GRADUATE WHOSE ID HAS FALLEN BEHIND THE ONE BEFORE IT GOES
      *TO THE REJECT LISTING INSTEAD OF BEING MISSED BY THE MATCH
       L2-READ-GRAD.
           IF GRD-KEY NOT = HIGH-VALUES
               MOVE GRD-KEY TO PREV-GRD-KEY
           END-IF.
           PERFORM L2A-READ-GRAD.
           PERFORM L2A-SEQUENCE-REJECT
               UNTIL GRD-KEY = HIGH-VALUES
                   OR GRD-KEY GREATER THAN PREV-GRD-KEY.

       L2A-READ-GRAD.
           READ GRAD-FILE
               AT END
                   MOVE HIGH-VALUES TO GRD-KEY
               NOT AT END
                   MOVE G-ID TO GRD-KEY
           END-READ.

       L2A-SEQUENCE-REJECT.
           MOVE 'GRADUATE OUT OF SEQUENCE OR DUPLICATED' TO RJ-REASON.
           PERFORM L4-REJECT-GRAD.
           PERFORM L2A-READ-GRAD.

       L2-READ-COURSE.
           READ COURSE-FILE
               AT END
                   MOVE HIGH-VALUES TO CRS-KEY
               NOT AT END
                   MOVE C-ID TO CRS-KEY
           END-READ.

       L3-HEADINGS.
           COMPUTE CPAGECOUNT = CPAGECOUNT + 1.
           MOVE CPAGECOUNT TO H-PAGE.
           WRITE PRTLINE
               FROM H-TITLELINE
                   AFTER ADVANCING PAGE.
           WRITE PRTLINE
               FROM H-HEADING1
                   AFTER ADVANCING 2 LINES.

      *RETIRES THE GRADUATE - COURSE RECORDS AHEAD OF THIS STUDENT
      *CARRY FORWARD, THE STUDENT'S OWN MOVE TO THE ALUMNI COURSE
      *HISTORY AND BUILD THE EARNED CREDITS, AND THE ALUMNI RECORD
      *IS HELD FOR THE MERGE. THE MASTER IS SIMPLY NEVER WRITTEN
       L4-CONFER-GRAD.
           PERFORM L2-COPY-COURSE
               UNTIL CRS-KEY NOT LESS THAN MST-KEY.
           MOVE 0 TO AT-COUNT.
           PERFORM L4A-MOVE-COURSE
               UNTIL CRS-KEY NOT EQUAL MST-KEY.
           MOVE 0 TO EARNED-CREDITS.
           PERFORM L4A-ACCUM-CREDITS
               VARYING AT-IDX FROM 1 BY 1 UNTIL AT-IDX > AT-COUNT.
           MOVE I-ID TO AW-ID.
           MOVE I-NAME TO AW-NAME.
           MOVE G-CONFER-DATE TO AW-CONFER-DATE.
           MOVE I-GPA TO AW-FINAL-GPA.
           MOVE EARNED-CREDITS TO AW-EARNED-CREDITS.
           MOVE I-EX-STRT-SAL TO AW-EX-STRT-SAL.
           MOVE 0 TO AW-ACT-STRT-SAL.
           MOVE SPACES TO AW-EMPLOYER.
           MOVE SPACES TO AW-SURVEY-DATE.
           COMPUTE NA-COUNT = NA-COUNT + 1.
           MOVE ALUMNI-WORK TO NA-ENTRY(NA-COUNT).
           COMPUTE CONFERCOUNT = CONFERCOUNT + 1.
           MOVE I-ID TO D-ID.
           MOVE I-LNAME TO D-LNAME.
           MOVE I-FNAME TO D-FNAME.
           MOVE G-CONFER-MONTH TO D-MONTH.
           MOVE G-CONFER-DAY TO D-DAY.
           MOVE G-CONFER-YEAR TO D-YEAR.
           MOVE I-GPA TO D-GPA.
           MOVE EARNED-CREDITS TO D-CREDITS.
           MOVE I-EX-STRT-SAL TO D-EXSTARTSAL.
           WRITE PRTLINE
               FROM H-DETAILLINE
                   AFTER ADVANCING 1 LINE
                       AT END-OF-PAGE
                           PERFORM L3-HEADINGS.

      *EVERY ATTEMPT MOVES TO THE ALUMNI COURSE HISTORY, BUT ONLY A
      *GRADED (A-F) ATTEMPT IS TABLED FOR THE EARNED CREDITS - AN
      *INCOMPLETE, WITHDRAWAL OR BLANK GRADE MUST NOT REPLACE AN
      *EARLIER GRADE IN THE SAME COURSE
       L4A-MOVE-COURSE.
           WRITE AC-REC FROM C-REC.
           COMPUTE CRSMOVECOUNT = CRSMOVECOUNT + 1.
           IF GRADE-IS-GOOD
               PERFORM L4B-TABLE-ATTEMPT
           END-IF.
           PERFORM L2-READ-COURSE.

      *EACH ATTEMPT EITHER STARTS A NEW COURSE ENTRY OR, WHEN IT IS
      *NOT FROM AN EARLIER TERM, REPLACES THE ATTEMPT ALREADY HELD.
      *A GRADUATE WITH MORE COURSES THAN THE TABLE HOLDS IS CREDITED
      *WITH THE ONES THAT FIT
       L4B-TABLE-ATTEMPT.
           MOVE 0 TO AT-FOUND-IDX.
           PERFORM L4B-FIND-COURSE
               VARYING AT-IDX FROM 1 BY 1
                   UNTIL AT-IDX > AT-COUNT OR NOT AT-NOT-FOUND.
           IF AT-NOT-FOUND
               IF AT-COUNT LESS THAN AT-MAX
                   COMPUTE AT-COUNT = AT-COUNT + 1
                   MOVE AT-COUNT TO AT-FOUND-IDX
                   PERFORM L4B-HOLD-ATTEMPT
               END-IF
           ELSE
               IF C-TERM NOT LESS THAN AT-TERM(AT-FOUND-IDX)
                   PERFORM L4B-HOLD-ATTEMPT
               END-IF
           END-IF.

       L4B-FIND-COURSE.
           IF AT-COURSE(AT-IDX) = C-COURSE
               MOVE AT-IDX TO AT-FOUND-IDX
           END-IF.

       L4B-HOLD-ATTEMPT.
           MOVE C-TERM TO AT-TERM(AT-FOUND-IDX).
           MOVE C-COURSE TO AT-COURSE(AT-FOUND-IDX).
           MOVE C-CREDITS TO AT-CREDITS(AT-FOUND-IDX).
           MOVE C-GRADE TO AT-GRADE(AT-FOUND-IDX).

      *ONLY PASSING GRADES EARN CREDIT
       L4A-ACCUM-CREDITS.
           IF AT-EARNS-CREDIT(AT-IDX)
               COMPUTE EARNED-CREDITS =
                   EARNED-CREDITS + AT-CREDITS(AT-IDX)
           END-IF.

       L4-REJECT-GRAD.
           MOVE G-ID TO RJ-ID.
           MOVE G-CONFER-DATE TO RJ-CONFER-DATE.
           WRITE REJLINE
               FROM H-REJDETAIL
                   AFTER ADVANCING 1 LINE.
           COMPUTE REJCOUNT = REJCOUNT + 1.

      *BOTH ALUMNI FILES ARE OPENED BEFORE ANYTHING ELSE. A MISSING
      *ONE JUST MEANS THIS IS THE FIRST CONFERRAL - THE OPTIONAL OPEN
      *ANSWERS 05. ANY OTHER STATUS STOPS THE RUN BEFORE A GRADUATE
      *IS TAKEN OFF THE STUDENT MASTER
       L6-OPEN-ALUMNI.
           OPEN INPUT ALUMNI-MASTER.
           IF ALM-STATUS NOT EQUAL '00' AND ALM-STATUS NOT EQUAL '05'
               DISPLAY 'CBLTAM34 - CANNOT OPEN ALUMNI MASTER, STATUS: '
                   ALM-STATUS
               DISPLAY 'CBLTAM34 - NO GRADUATE HAS BEEN CONFERRED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN EXTEND ALUMNI-COURSE.
           IF ACR-STATUS NOT EQUAL '00' AND ACR-STATUS NOT EQUAL '05'
               DISPLAY 'CBLTAM34 - CANNOT OPEN ALUMNI COURSE HISTORY, '
                   'STATUS: ' ACR-STATUS
               DISPLAY 'CBLTAM34 - NO GRADUATE HAS BEEN CONFERRED'
               CLOSE ALUMNI-MASTER
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *MERGES THIS RUN'S NEW ALUMNI INTO THE ALUMNI MASTER BY ID. ON
      *THE FIRST CONFERRAL THE FIRST READ OF THE ALUMNI MASTER HITS
      *END
       L6-MERGE-ALUMNI.
           OPEN OUTPUT NEW-ALUMNI.
           PERFORM L6A-READ-ALUMNI.
           MOVE 1 TO NA-IDX.
           PERFORM L6A-SET-NA-KEY.
           PERFORM L6A-MERGE-ONE
               UNTIL ALM-EOF = 'Y' AND NA-KEY = HIGH-VALUES.
           CLOSE ALUMNI-MASTER
                 NEW-ALUMNI.

       L6A-READ-ALUMNI.
           READ ALUMNI-MASTER
               AT END
                   MOVE 'Y' TO ALM-EOF
                   MOVE HIGH-VALUES TO ALM-KEY
               NOT AT END
                   MOVE AL-ID TO ALM-KEY
                   COMPUTE ALMINCOUNT = ALMINCOUNT + 1
           END-READ.

       L6A-SET-NA-KEY.
           IF NA-IDX GREATER THAN NA-COUNT
               MOVE HIGH-VALUES TO NA-KEY
           ELSE
               MOVE NA-ID(NA-IDX) TO NA-KEY
           END-IF.

       L6A-MERGE-ONE.
           IF ALM-KEY NOT GREATER THAN NA-KEY
               WRITE NA-REC FROM AL-REC
               PERFORM L6A-READ-ALUMNI
           ELSE
               WRITE NA-REC FROM NA-ENTRY(NA-IDX)
               COMPUTE NA-IDX = NA-IDX + 1
               PERFORM L6A-SET-NA-KEY
           END-IF.
           COMPUTE ALMOUTCOUNT = ALMOUTCOUNT + 1.
       END PROGRAM CBLTAM34.

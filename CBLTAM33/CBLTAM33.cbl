       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBLTAM33.
       AUTHOR. TIMOTHY ALEC MOODE.
       DATE-WRITTEN. 10/15/2026.
      * NEXT-TERM REGISTRATION RUN. REGISTRATION REQUESTS USED TO
      * ARRIVE ON PAPER AND THE REGISTRAR CHECKED PREREQUISITES BY
      * READING TRANSCRIPTS PRINTED FROM CBLTAM17. THIS PROGRAM
      * WORKS THE REQUEST FILE (STUDENT ID, TERM, COURSE) IN THE
      * ORDER THE REQUESTS WERE RECEIVED AGAINST THE STUDENT MASTER,
      * THE COURSE-GRADE HISTORY ON STDNTCRS.DAT AND THE SECTION
      * SCHEDULE. THE SCHEDULE HOLDS THE SEAT CAPACITY OF EVERY
      * SECTION OFFERED AND THE PREREQUISITE COURSE, WITH THE LOWEST
      * GRADE THAT SATISFIES IT, FOR THE COURSE. THE HISTORY IS READ
      * UNDER THE SAME REPEAT POLICY AS THE GPA RUNS - ONLY THE
      * LATEST ATTEMPT OF A COURSE COUNTS. EACH REQUEST COMES OUT
      * ACCEPTED INTO THE FIRST SECTION WITH AN OPEN SEAT,
      * WAITLISTED ON THE FIRST SECTION WHEN EVERY SECTION IS FULL,
      * OR REJECTED WITH THE REASON - STUDENT NOT ON THE MASTER,
      * COURSE NOT OFFERED OR NOT IN THE CATALOG, A DUPLICATE
      * REQUEST, COURSE ALREADY PASSED, OR PREREQUISITE NOT MET.
      * ACCEPTED REQUESTS ARE WRITTEN TO THE ENROLLMENT FILE IN THE
      * COURSE-GRADE LAYOUT WITH THE GRADE LEFT BLANK AND THE
      * SECTION ADDED ON THE END, SO NEXT TERM'S GRADE RECORDS START
      * FROM A REAL ENROLLMENT. THE RUN PRINTS A CLASS ROSTER FOR
      * EVERY SECTION, A WAITLIST REPORT IN PRIORITY ORDER AND A
      * CONFIRMATION LISTING BY STUDENT. A WORK TABLE RUNNING OUT OF
      * ROOM ENDS THE RUN WITH RETURN CODE 8 FOR REVIEW.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-MASTER
               ASSIGN TO 'C:\COBOLWI19\STDNTMST.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT COURSE-FILE
               ASSIGN TO 'C:\COBOLWI19\STDNTCRS.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CATALOG-MASTER
               ASSIGN TO 'C:\COBOLWI19\STDNTCAT.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SCHEDULE-FILE
               ASSIGN TO 'C:\COBOLWI19\STDNTSEC.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REQUEST-FILE
               ASSIGN TO 'C:\COBOLWI19\STDNTREQ.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ENROLL-FILE
               ASSIGN TO 'C:\COBOLWI19\STDNTENR.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ROSTOUT
               ASSIGN TO 'C:\COBOLWI19\STDNTROS.PRT'
                   ORGANIZATION IS RECORD SEQUENTIAL.
           SELECT WAITOUT
               ASSIGN TO 'C:\COBOLWI19\STDNTWTL.PRT'
                   ORGANIZATION IS RECORD SEQUENTIAL.
           SELECT CONFOUT
               ASSIGN TO 'C:\COBOLWI19\STDNTCNF.PRT'
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

      *ONE RECORD PER SECTION OFFERED. THE PREREQUISITE BELONGS TO
      *THE COURSE - A BLANK PREREQUISITE MEANS NONE, AND A BLANK
      *MINIMUM GRADE MEANS ANY PASSING GRADE
       FD  SCHEDULE-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS SS-REC
           RECORD CONTAINS 28 CHARACTERS.

       01 SS-REC.
           05 SS-TERM           PIC X(5).
           05 SS-COURSE         PIC X(8).
           05 SS-SECTION        PIC X(3).
           05 SS-CAPACITY       PIC 999.
           05 SS-PREREQ         PIC X(8).
           05 SS-MIN-GRADE      PIC X.

      *ONE RECORD PER REQUEST, IN THE ORDER RECEIVED
       FD  REQUEST-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS R-REC
           RECORD CONTAINS 20 CHARACTERS.

       01 R-REC.
           05 R-ID              PIC X(7).
           05 R-TERM            PIC X(5).
           05 R-COURSE          PIC X(8).

      *ONE RECORD PER SEAT GIVEN - THE FIRST 23 CHARACTERS ARE THE
      *COURSE-GRADE LAYOUT WITH THE GRADE STILL BLANK
       FD  ENROLL-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS E-REC
           RECORD CONTAINS 26 CHARACTERS.

       01 E-REC.
           05 E-ID              PIC X(7).
           05 E-TERM            PIC X(5).
           05 E-COURSE          PIC X(8).
           05 E-CREDITS         PIC 99.
           05 E-GRADE           PIC X.
           05 E-SECTION         PIC X(3).

       FD  ROSTOUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS ROSTLINE
           LINAGE IS 60 WITH FOOTING AT 56.

       01  ROSTLINE             PIC X(132).

       FD  WAITOUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS WAITLINE
           LINAGE IS 60 WITH FOOTING AT 56.

       01  WAITLINE             PIC X(132).

       FD  CONFOUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS CONFLINE
           LINAGE IS 60 WITH FOOTING AT 56.

       01  CONFLINE             PIC X(132).

       WORKING-STORAGE SECTION.
       01  MISC.
           05  RPAGECOUNT       PIC 99     VALUE 0.
           05  WPAGECOUNT       PIC 99     VALUE 0.
           05  NPAGECOUNT       PIC 99     VALUE 0.
           05  EOF              PIC X      VALUE 'N'.
           05  MST-EOF          PIC X      VALUE 'N'.
           05  CRS-EOF          PIC X      VALUE 'N'.
           05  CAT-EOF          PIC X      VALUE 'N'.
           05  SEC-EOF          PIC X      VALUE 'N'.
           05  REQCOUNT         PIC 9(5)   VALUE 0.
           05  ACCEPTCOUNT      PIC 9(5)   VALUE 0.
           05  WAITCOUNT        PIC 9(5)   VALUE 0.
           05  REJECTCOUNT      PIC 9(5)   VALUE 0.
           05  HOLD-ID          PIC X(7)   VALUE SPACES.
           05  FIND-ID          PIC X(7)   VALUE SPACES.
           05  FIND-COURSE      PIC X(8)   VALUE SPACES.
           05  MIN-GRADE        PIC X      VALUE SPACE.
           05  REASON           PIC X(30)  VALUE SPACES.
      *STUDENT MASTER TABLE - ID AND NAME ONLY
       01  MST-CONTROLS.
           05  MT-COUNT         PIC 9(4)   VALUE 0.
           05  MT-MAX           PIC 9(4)   VALUE 1000.
           05  MT-IDX           PIC 9(4)   VALUE 0.
           05  MT-FOUND-IDX     PIC 9(4)   VALUE 0.
               88  STUDENT-NOT-FOUND       VALUE 0.
           05  MT-OVERFLOW      PIC 9(4)   VALUE 0.
       01  MST-TABLE.
           05  MT-ENTRY OCCURS 1000 TIMES.
               10  MT-ID        PIC X(7).
               10  MT-LNAME     PIC X(15).
               10  MT-FNAME     PIC X(15).
      *LATEST ATTEMPT OF EVERY COURSE EVERY STUDENT HAS TAKEN. THE
      *FILE IS IN STUDENT ORDER, SO WHILE LOADING ONLY THE CURRENT
      *STUDENT'S ENTRIES - FROM HT-START ON - NEED SEARCHING
       01  HIST-CONTROLS.
           05  HT-COUNT         PIC 9(4)   VALUE 0.
           05  HT-MAX           PIC 9(4)   VALUE 3000.
           05  HT-IDX           PIC 9(4)   VALUE 0.
           05  HT-START         PIC 9(4)   VALUE 1.
           05  HT-FOUND-IDX     PIC 9(4)   VALUE 0.
               88  HISTORY-NOT-FOUND       VALUE 0.
           05  HT-OVERFLOW      PIC 9(4)   VALUE 0.
       01  HIST-TABLE.
           05  HT-ENTRY OCCURS 3000 TIMES.
               10  HT-ID        PIC X(7).
               10  HT-COURSE    PIC X(8).
               10  HT-TERM      PIC X(5).
               10  HT-GRADE     PIC X.
                   88  HT-PASSED           VALUES 'A' 'B' 'C' 'D'.
      *SECTION TABLE - PUT IN TERM, COURSE AND SECTION ORDER SO THE
      *LOWEST NUMBERED SECTION FILLS FIRST AND ROSTERS PRINT IN
      *ORDER. TITLE AND CREDITS COME FROM THE CATALOG
       01  SEC-CONTROLS.
           05  ST-COUNT         PIC 9(3)   VALUE 0.
           05  ST-MAX           PIC 9(3)   VALUE 300.
           05  ST-IDX           PIC 9(3)   VALUE 0.
           05  ST-IDX2          PIC 9(3)   VALUE 0.
           05  ST-LIMIT         PIC 9(3)   VALUE 0.
           05  ST-FIRST-IDX     PIC 9(3)   VALUE 0.
               88  COURSE-NOT-OFFERED      VALUE 0.
           05  ST-OPEN-IDX      PIC 9(3)   VALUE 0.
               88  NO-OPEN-SEAT            VALUE 0.
           05  ST-OVERFLOW      PIC 9(3)   VALUE 0.
       01  SEC-TABLE.
           05  ST-ENTRY OCCURS 300 TIMES.
               10  ST-SORTKEY.
                   15  ST-TERM      PIC X(5).
                   15  ST-COURSE    PIC X(8).
                   15  ST-SECTION   PIC X(3).
               10  ST-CAPACITY      PIC 999.
               10  ST-PREREQ        PIC X(8).
               10  ST-MIN-GRADE     PIC X.
               10  ST-TITLE         PIC X(30).
               10  ST-CREDITS       PIC 99.
               10  ST-CATALOG-SW    PIC X.
                   88  ST-IN-CATALOG           VALUE 'Y'.
               10  ST-ENROLLED      PIC 999.
               10  ST-WAITING       PIC 999.
       01  SEC-HOLD                 PIC X(67).
      *ONE ENTRY PER REQUEST WORKED, KEPT FOR THE PRINTED REPORTS.
      *RS-POSITION IS THE PLACE IN LINE FOR A WAITLISTED REQUEST
       01  RES-CONTROLS.
           05  RS-COUNT         PIC 9(4)   VALUE 0.
           05  RS-MAX           PIC 9(4)   VALUE 2000.
           05  RS-IDX           PIC 9(4)   VALUE 0.
           05  RS-IDX2          PIC 9(4)   VALUE 0.
           05  RS-LIMIT         PIC 9(4)   VALUE 0.
           05  RS-DUP-SW        PIC X      VALUE 'N'.
               88  DUPLICATE-REQUEST       VALUE 'Y'.
           05  RS-OVERFLOW      PIC 9(4)   VALUE 0.
       01  RES-TABLE.
           05  RS-ENTRY OCCURS 2000 TIMES.
               10  RS-ID        PIC X(7).
               10  RS-LNAME     PIC X(15).
               10  RS-FNAME     PIC X(15).
               10  RS-TERM      PIC X(5).
               10  RS-COURSE    PIC X(8).
               10  RS-SECTION   PIC X(3).
               10  RS-STATUS    PIC X.
                   88  RS-ACCEPTED         VALUE 'A'.
                   88  RS-WAITLISTED       VALUE 'W'.
                   88  RS-REJECTED         VALUE 'R'.
               10  RS-POSITION  PIC 999.
               10  RS-REASON    PIC X(30).
       01  RES-HOLD                 PIC X(87).
       01  CURDATETIME.
           05  THE-DATE.
               10 CURYEAR       PIC XXXX.
               10 CURMONTH      PIC XX.
               10 CURDAY        PIC XX.
           05  THE-TIME.
               10 CURHOUR       PIC XX.
               10 CURMIN        PIC XX.
               10 CURSEC        PIC XX.
      *CLASS ROSTER LAYOUTS - ONE PAGE OR MORE PER SECTION
       01  H-ROSTTITLE.
           05  FILLER           PIC X(6)   VALUE 'DATE: '.
           05  R-MONTH          PIC XX.
           05  FILLER           PIC X      VALUE '/'.
           05  R-DAY            PIC XX.
           05  FILLER           PIC X      VALUE '/'.
           05  R-YEAR           PIC XXXX.
           05  FILLER           PIC X(44)  VALUE SPACES.
           05  FILLER           PIC X(12)  VALUE 'CLASS ROSTER'.
           05  FILLER           PIC X(52)  VALUE SPACES.
           05  FILLER           PIC X(6)   VALUE 'PAGE: '.
           05  R-PAGE           PIC Z9.
       01  H-ROSTSECTION.
           05  FILLER           PIC X(6)   VALUE 'TERM: '.
           05  RH-TERM          PIC X(5).
           05  FILLER           PIC X(11)  VALUE '   COURSE: '.
           05  RH-COURSE        PIC X(8).
           05  FILLER           PIC X(12)  VALUE '   SECTION: '.
           05  RH-SECTION       PIC X(3).
           05  FILLER           PIC X(3)   VALUE SPACES.
           05  RH-TITLE         PIC X(30).
           05  FILLER           PIC X(12)  VALUE '   CREDITS: '.
           05  RH-CREDITS       PIC Z9.
           05  FILLER           PIC X(13)  VALUE '   CAPACITY: '.
           05  RH-CAPACITY      PIC ZZ9.
           05  FILLER           PIC X(13)  VALUE '   ENROLLED: '.
           05  RH-ENROLLED      PIC ZZ9.
       01  H-ROSTHEADING.
           05  FILLER           PIC X(10)  VALUE SPACES.
           05  FILLER           PIC X(10)  VALUE 'STUDENT ID'.
           05  FILLER           PIC X(5)   VALUE SPACES.
           05  FILLER           PIC X(9)   VALUE 'LAST NAME'.
           05  FILLER           PIC X(11)  VALUE SPACES.
           05  FILLER           PIC X(10)  VALUE 'FIRST NAME'.
       01  H-ROSTDETAIL.
           05  FILLER           PIC X(10)  VALUE SPACES.
           05  RD-ID            PIC X(7).
           05  FILLER           PIC X(8)   VALUE SPACES.
           05  RD-LNAME         PIC X(15).
           05  FILLER           PIC X(5)   VALUE SPACES.
           05  RD-FNAME         PIC X(15).
       01  H-ROSTNONE.
           05  FILLER           PIC X(10)  VALUE SPACES.
           05  FILLER           PIC X(21)
                   VALUE 'NO STUDENTS ENROLLED'.
      *WAITLIST REPORT LAYOUTS - POSITION IS THE ORDER THE SEATS
      *WILL BE OFFERED IN WHEN A SEAT OPENS
       01  H-WAITTITLE.
           05  FILLER           PIC X(6)   VALUE 'DATE: '.
           05  W-MONTH          PIC XX.
           05  FILLER           PIC X      VALUE '/'.
           05  W-DAY            PIC XX.
           05  FILLER           PIC X      VALUE '/'.
           05  W-YEAR           PIC XXXX.
           05  FILLER           PIC X(42)  VALUE SPACES.
           05  FILLER           PIC X(15)  VALUE 'WAITLIST REPORT'.
           05  FILLER           PIC X(51)  VALUE SPACES.
           05  FILLER           PIC X(6)   VALUE 'PAGE: '.
           05  W-PAGE           PIC Z9.
       01  H-WAITHEADING.
           05  FILLER           PIC X(4)   VALUE 'TERM'.
           05  FILLER           PIC X(4)   VALUE SPACES.
           05  FILLER           PIC X(6)   VALUE 'COURSE'.
           05  FILLER           PIC X(5)   VALUE SPACES.
           05  FILLER           PIC X(7)   VALUE 'SECTION'.
           05  FILLER           PIC X(3)   VALUE SPACES.
           05  FILLER           PIC X(8)   VALUE 'POSITION'.
           05  FILLER           PIC X(4)   VALUE SPACES.
           05  FILLER           PIC X(10)  VALUE 'STUDENT ID'.
           05  FILLER           PIC X(4)   VALUE SPACES.
           05  FILLER           PIC X(9)   VALUE 'LAST NAME'.
           05  FILLER           PIC X(11)  VALUE SPACES.
           05  FILLER           PIC X(10)  VALUE 'FIRST NAME'.
       01  H-WAITDETAIL.
           05  WD-TERM          PIC X(5).
           05  FILLER           PIC X(3)   VALUE SPACES.
           05  WD-COURSE        PIC X(8).
           05  FILLER           PIC X(3)   VALUE SPACES.
           05  WD-SECTION       PIC X(3).
           05  FILLER           PIC X(10)  VALUE SPACES.
           05  WD-POSITION      PIC ZZ9.
           05  FILLER           PIC X(6)   VALUE SPACES.
           05  WD-ID            PIC X(7).
           05  FILLER           PIC X(7)   VALUE SPACES.
           05  WD-LNAME         PIC X(15).
           05  FILLER           PIC X(5)   VALUE SPACES.
           05  WD-FNAME         PIC X(15).
       01  H-WAITNONE.
           05  FILLER           PIC X(10)  VALUE SPACES.
           05  FILLER           PIC X(23)
                   VALUE 'NO STUDENTS WAITLISTED'.
      *CONFIRMATION LISTING LAYOUTS - EVERY REQUEST A STUDENT MADE
      *WITH WHAT BECAME OF IT
       01  H-CONFTITLE.
           05  FILLER           PIC X(6)   VALUE 'DATE: '.
           05  N-MONTH          PIC XX.
           05  FILLER           PIC X      VALUE '/'.
           05  N-DAY            PIC XX.
           05  FILLER           PIC X      VALUE '/'.
           05  N-YEAR           PIC XXXX.
           05  FILLER           PIC X(36)  VALUE SPACES.
           05  FILLER           PIC X(33)
                   VALUE 'REGISTRATION CONFIRMATION LISTING'.
           05  FILLER           PIC X(39)  VALUE SPACES.
           05  FILLER           PIC X(6)   VALUE 'PAGE: '.
           05  N-PAGE           PIC Z9.
       01  H-CONFSTUDENT.
           05  FILLER           PIC X(9)   VALUE 'STUDENT: '.
           05  NS-ID            PIC X(7).
           05  FILLER           PIC X(3)   VALUE SPACES.
           05  NS-LNAME         PIC X(15).
           05  FILLER           PIC X(2)   VALUE SPACES.
           05  NS-FNAME         PIC X(15).
       01  H-CONFHEADING.
           05  FILLER           PIC X(10)  VALUE SPACES.
           05  FILLER           PIC X(4)   VALUE 'TERM'.
           05  FILLER           PIC X(4)   VALUE SPACES.
           05  FILLER           PIC X(6)   VALUE 'COURSE'.
           05  FILLER           PIC X(5)   VALUE SPACES.
           05  FILLER           PIC X(7)   VALUE 'SECTION'.
           05  FILLER           PIC X(3)   VALUE SPACES.
           05  FILLER           PIC X(6)   VALUE 'STATUS'.
           05  FILLER           PIC X(7)   VALUE SPACES.
           05  FILLER           PIC X(6)   VALUE 'REASON'.
       01  H-CONFDETAIL.
           05  FILLER           PIC X(10)  VALUE SPACES.
           05  ND-TERM          PIC X(5).
           05  FILLER           PIC X(3)   VALUE SPACES.
           05  ND-COURSE        PIC X(8).
           05  FILLER           PIC X(3)   VALUE SPACES.
           05  ND-SECTION       PIC X(3).
           05  FILLER           PIC X(7)   VALUE SPACES.
           05  ND-STATUS        PIC X(10).
           05  FILLER           PIC X(3)   VALUE SPACES.
           05  ND-REASON        PIC X(30).
       01  H-FINALLINE1.
           05  FILLER           PIC X(16)  VALUE 'REQUESTS READ:  '.
           05  F-REQCOUNT       PIC ZZZZ9.
           05  FILLER           PIC X(5)   VALUE SPACES.
           05  FILLER           PIC X(16)  VALUE 'ACCEPTED:       '.
           05  F-ACCEPTED       PIC ZZZZ9.
           05  FILLER           PIC X(5)   VALUE SPACES.
           05  FILLER           PIC X(16)  VALUE 'WAITLISTED:     '.
           05  F-WAITLISTED     PIC ZZZZ9.
           05  FILLER           PIC X(5)   VALUE SPACES.
           05  FILLER           PIC X(16)  VALUE 'REJECTED:       '.
           05  F-REJECTED       PIC ZZZZ9.
      *WARNS WHEN A WORK TABLE COULD NOT HOLD EVERYTHING - THE RUN
      *RESULTS FOR WHAT WAS LEFT OUT CANNOT BE TRUSTED
       01  H-OVERFLOWLINE.
           05  FILLER           PIC X(20)  VALUE SPACES.
           05  FILLER           PIC X(12)  VALUE '**WARNING - '.
           05  F-OVER-TABLE     PIC X(16).
           05  FILLER           PIC X(13)  VALUE ' TABLE FULL, '.
           05  F-OVER-COUNT     PIC ZZZ9.
           05  FILLER           PIC X(23)
                   VALUE ' RECORD(S) NOT LOADED**'.
       PROCEDURE DIVISION.
       L0-MAIN.
           PERFORM L1-INIT.
           PERFORM L1-MAINLINE
               UNTIL EOF = 'Y'.
           PERFORM L1-CLOSING.
           STOP RUN.

       L1-INIT.
           MOVE FUNCTION CURRENT-DATE TO CURDATETIME.
           MOVE CURMONTH TO R-MONTH.
           MOVE CURDAY TO R-DAY.
           MOVE CURYEAR TO R-YEAR.
           MOVE CURMONTH TO W-MONTH.
           MOVE CURDAY TO W-DAY.
           MOVE CURYEAR TO W-YEAR.
           MOVE CURMONTH TO N-MONTH.
           MOVE CURDAY TO N-DAY.
           MOVE CURYEAR TO N-YEAR.
           PERFORM L6-LOAD-MASTER.
           PERFORM L6-LOAD-HISTORY.
           PERFORM L6-LOAD-SCHEDULE.
           PERFORM L6-SCHEDULE-SORT.
           PERFORM L6-LOAD-CATALOG.
           OPEN INPUT REQUEST-FILE.
           OPEN OUTPUT ENROLL-FILE.
           OPEN OUTPUT ROSTOUT.
           OPEN OUTPUT WAITOUT.
           OPEN OUTPUT CONFOUT.
           PERFORM L2-READ-REQUEST.

      *EACH REQUEST IS PUT THROUGH THE CHECKS IN TURN - THE FIRST
      *ONE IT FAILS IS THE REASON GIVEN. ONE THAT PASSES THEM ALL
      *GETS A SEAT OR A PLACE ON THE WAITLIST
       L1-MAINLINE.
           MOVE SPACES TO REASON.
           MOVE R-ID TO FIND-ID.
           MOVE 0 TO MT-FOUND-IDX.
           PERFORM L4-FIND-STUDENT
               VARYING MT-IDX FROM 1 BY 1
                   UNTIL MT-IDX > MT-COUNT OR NOT STUDENT-NOT-FOUND.
           IF STUDENT-NOT-FOUND
               MOVE 'STUDENT NOT ON MASTER' TO REASON
           ELSE
               PERFORM L2-CHECK-REQUEST
           END-IF.
           IF REASON NOT EQUAL SPACES
               PERFORM L4-REJECT-REQUEST
           ELSE
               IF NO-OPEN-SEAT
                   PERFORM L4-WAITLIST-REQUEST
               ELSE
                   PERFORM L4-ACCEPT-REQUEST
               END-IF
           END-IF.
           PERFORM L2-READ-REQUEST.

       L1-CLOSING.
           PERFORM L5-WAITLIST-REPORT.
           PERFORM L5-RESULT-SORT.
           PERFORM L5-ROSTERS.
           PERFORM L5-CONFIRMATIONS.
           CLOSE REQUEST-FILE
                 ENROLL-FILE
                 ROSTOUT
                 WAITOUT
                 CONFOUT.
           IF MT-OVERFLOW + HT-OVERFLOW + ST-OVERFLOW + RS-OVERFLOW
                   GREATER THAN 0
               MOVE 8 TO RETURN-CODE
           END-IF.
           DISPLAY 'CBLTAM33 - REGISTRATION RUN COMPLETE'.
           DISPLAY 'REQUESTS: ' REQCOUNT
               ' ACCEPTED: ' ACCEPTCOUNT
               ' WAITLISTED: ' WAITCOUNT
               ' REJECTED: ' REJECTCOUNT.

       L2-READ-REQUEST.
           READ REQUEST-FILE
               AT END
                   MOVE 'Y' TO EOF
               NOT AT END
                   COMPUTE REQCOUNT = REQCOUNT + 1
           END-READ.

      *THE STUDENT IS KNOWN - NOW THE COURSE. THE FIRST SECTION
      *OFFERED CARRIES THE PREREQUISITE, AND THE FIRST SECTION WITH
      *AN OPEN SEAT IS THE ONE A GOOD REQUEST WILL GET
       L2-CHECK-REQUEST.
           MOVE 0 TO ST-FIRST-IDX.
           MOVE 0 TO ST-OPEN-IDX.
           PERFORM L4-FIND-SECTIONS
               VARYING ST-IDX FROM 1 BY 1 UNTIL ST-IDX > ST-COUNT.
           IF COURSE-NOT-OFFERED
               MOVE 'COURSE NOT OFFERED THIS TERM' TO REASON
           ELSE
               IF NOT ST-IN-CATALOG(ST-FIRST-IDX)
                   MOVE 'COURSE NOT IN CATALOG' TO REASON
               ELSE
                   PERFORM L2A-CHECK-HISTORY
               END-IF
           END-IF.

      *A SECOND REQUEST FOR A COURSE ALREADY GIVEN A SEAT OR A
      *WAITLIST PLACE THIS RUN IS A DUPLICATE. PASSED MEANS THE
      *LATEST ATTEMPT WAS A PASSING GRADE
       L2A-CHECK-HISTORY.
           MOVE 'N' TO RS-DUP-SW.
           PERFORM L4-FIND-DUPLICATE
               VARYING RS-IDX FROM 1 BY 1
                   UNTIL RS-IDX > RS-COUNT OR DUPLICATE-REQUEST.
           MOVE R-COURSE TO FIND-COURSE.
           PERFORM L4-FIND-HISTORY.
           IF DUPLICATE-REQUEST
               MOVE 'DUPLICATE REQUEST' TO REASON
           ELSE
               IF NOT HISTORY-NOT-FOUND
                   IF HT-PASSED(HT-FOUND-IDX)
                       MOVE 'COURSE ALREADY PASSED' TO REASON
                   END-IF
               END-IF
           END-IF.
           IF REASON EQUAL SPACES
                   AND ST-PREREQ(ST-FIRST-IDX) NOT EQUAL SPACES
               PERFORM L2B-CHECK-PREREQ
           END-IF.

      *THE PREREQUISITE'S LATEST ATTEMPT MUST BE A PASSING GRADE NO
      *LOWER THAN THE MINIMUM - LETTER ORDER IS GRADE ORDER, SO A
      *GRADE NOT GREATER THAN THE MINIMUM IS GOOD ENOUGH
       L2B-CHECK-PREREQ.
           MOVE ST-PREREQ(ST-FIRST-IDX) TO FIND-COURSE.
           MOVE ST-MIN-GRADE(ST-FIRST-IDX) TO MIN-GRADE.
           IF MIN-GRADE EQUAL SPACE
               MOVE 'D' TO MIN-GRADE
           END-IF.
           PERFORM L4-FIND-HISTORY.
           IF HISTORY-NOT-FOUND
               MOVE 'PREREQUISITE NOT MET' TO REASON
           ELSE
               IF NOT HT-PASSED(HT-FOUND-IDX)
                       OR HT-GRADE(HT-FOUND-IDX) GREATER THAN MIN-GRADE
                   MOVE 'PREREQUISITE NOT MET' TO REASON
               END-IF
           END-IF.

       L3-ROST-HEADINGS.
           COMPUTE RPAGECOUNT = RPAGECOUNT + 1.
           MOVE RPAGECOUNT TO R-PAGE.
           WRITE ROSTLINE
               FROM H-ROSTTITLE
                   AFTER ADVANCING PAGE.
           WRITE ROSTLINE
               FROM H-ROSTSECTION
                   AFTER ADVANCING 2 LINES.
           WRITE ROSTLINE
               FROM H-ROSTHEADING
                   AFTER ADVANCING 2 LINES.

       L3-WAIT-HEADINGS.
           COMPUTE WPAGECOUNT = WPAGECOUNT + 1.
           MOVE WPAGECOUNT TO W-PAGE.
           WRITE WAITLINE
               FROM H-WAITTITLE
                   AFTER ADVANCING PAGE.
           WRITE WAITLINE
               FROM H-WAITHEADING
                   AFTER ADVANCING 2 LINES.

       L3-CONF-HEADINGS.
           COMPUTE NPAGECOUNT = NPAGECOUNT + 1.
           MOVE NPAGECOUNT TO N-PAGE.
           WRITE CONFLINE
               FROM H-CONFTITLE
                   AFTER ADVANCING PAGE.
           WRITE CONFLINE
               FROM H-CONFHEADING
                   AFTER ADVANCING 2 LINES.

       L4-FIND-STUDENT.
           IF MT-ID(MT-IDX) EQUAL FIND-ID
               MOVE MT-IDX TO MT-FOUND-IDX
           END-IF.

       L4-FIND-SECTIONS.
           IF ST-TERM(ST-IDX) EQUAL R-TERM
                   AND ST-COURSE(ST-IDX) EQUAL R-COURSE
               IF COURSE-NOT-OFFERED
                   MOVE ST-IDX TO ST-FIRST-IDX
               END-IF
               IF NO-OPEN-SEAT
                       AND ST-ENROLLED(ST-IDX) LESS THAN
                           ST-CAPACITY(ST-IDX)
                   MOVE ST-IDX TO ST-OPEN-IDX
               END-IF
           END-IF.

       L4-FIND-DUPLICATE.
           IF RS-ID(RS-IDX) EQUAL R-ID
                   AND RS-TERM(RS-IDX) EQUAL R-TERM
                   AND RS-COURSE(RS-IDX) EQUAL R-COURSE
                   AND NOT RS-REJECTED(RS-IDX)
               MOVE 'Y' TO RS-DUP-SW
           END-IF.

      *LOOKS UP THE STUDENT'S LATEST ATTEMPT AT FIND-COURSE
       L4-FIND-HISTORY.
           MOVE 0 TO HT-FOUND-IDX.
           PERFORM L4A-FIND-HISTORY
               VARYING HT-IDX FROM 1 BY 1
                   UNTIL HT-IDX > HT-COUNT OR NOT HISTORY-NOT-FOUND.

       L4A-FIND-HISTORY.
           IF HT-ID(HT-IDX) EQUAL R-ID
                   AND HT-COURSE(HT-IDX) EQUAL FIND-COURSE
               MOVE HT-IDX TO HT-FOUND-IDX
           END-IF.

       L4-ACCEPT-REQUEST.
           COMPUTE ST-ENROLLED(ST-OPEN-IDX) =
               ST-ENROLLED(ST-OPEN-IDX) + 1.
           COMPUTE ACCEPTCOUNT = ACCEPTCOUNT + 1.
           MOVE R-ID TO E-ID.
           MOVE R-TERM TO E-TERM.
           MOVE R-COURSE TO E-COURSE.
           MOVE ST-CREDITS(ST-OPEN-IDX) TO E-CREDITS.
           MOVE SPACE TO E-GRADE.
           MOVE ST-SECTION(ST-OPEN-IDX) TO E-SECTION.
           WRITE E-REC.
           PERFORM L4A-CAPTURE-RESULT.
           IF RS-IDX GREATER THAN 0
               MOVE 'A' TO RS-STATUS(RS-IDX)
               MOVE ST-SECTION(ST-OPEN-IDX) TO RS-SECTION(RS-IDX)
           END-IF.

      *EVERY SECTION IS FULL - THE REQUEST WAITS ON THE FIRST
      *SECTION, BEHIND EVERYONE ALREADY WAITING FOR IT
       L4-WAITLIST-REQUEST.
           COMPUTE ST-WAITING(ST-FIRST-IDX) =
               ST-WAITING(ST-FIRST-IDX) + 1.
           COMPUTE WAITCOUNT = WAITCOUNT + 1.
           PERFORM L4A-CAPTURE-RESULT.
           IF RS-IDX GREATER THAN 0
               MOVE 'W' TO RS-STATUS(RS-IDX)
               MOVE ST-SECTION(ST-FIRST-IDX) TO RS-SECTION(RS-IDX)
               MOVE ST-WAITING(ST-FIRST-IDX) TO RS-POSITION(RS-IDX)
           END-IF.

       L4-REJECT-REQUEST.
           COMPUTE REJECTCOUNT = REJECTCOUNT + 1.
           PERFORM L4A-CAPTURE-RESULT.
           IF RS-IDX GREATER THAN 0
               MOVE 'R' TO RS-STATUS(RS-IDX)
               MOVE REASON TO RS-REASON(RS-IDX)
           END-IF.

      *ADDS THE REQUEST TO THE RESULT TABLE AND LEAVES RS-IDX ON THE
      *NEW ENTRY - OR AT ZERO WHEN THE TABLE IS FULL
       L4A-CAPTURE-RESULT.
           IF RS-COUNT LESS THAN RS-MAX
               COMPUTE RS-COUNT = RS-COUNT + 1
               MOVE RS-COUNT TO RS-IDX
               MOVE R-ID TO RS-ID(RS-IDX)
               MOVE R-TERM TO RS-TERM(RS-IDX)
               MOVE R-COURSE TO RS-COURSE(RS-IDX)
               MOVE SPACES TO RS-SECTION(RS-IDX)
               MOVE 0 TO RS-POSITION(RS-IDX)
               MOVE SPACES TO RS-REASON(RS-IDX)
               IF STUDENT-NOT-FOUND
                   MOVE 'NOT ON MASTER' TO RS-LNAME(RS-IDX)
                   MOVE SPACES TO RS-FNAME(RS-IDX)
               ELSE
                   MOVE MT-LNAME(MT-FOUND-IDX) TO RS-LNAME(RS-IDX)
                   MOVE MT-FNAME(MT-FOUND-IDX) TO RS-FNAME(RS-IDX)
               END-IF
           ELSE
               MOVE 0 TO RS-IDX
               COMPUTE RS-OVERFLOW = RS-OVERFLOW + 1
           END-IF.

      *WAITLIST REPORT - RESULTS ARE STILL IN THE ORDER RECEIVED, SO
      *WITHIN A SECTION THEY COME OUT IN POSITION ORDER
       L5-WAITLIST-REPORT.
           PERFORM L3-WAIT-HEADINGS.
           IF WAITCOUNT = 0
               WRITE WAITLINE
                   FROM H-WAITNONE
                       AFTER ADVANCING 2 LINES
           ELSE
               PERFORM L5A-WAIT-SECTION
                   VARYING ST-IDX FROM 1 BY 1 UNTIL ST-IDX > ST-COUNT
           END-IF.

       L5A-WAIT-SECTION.
           IF ST-WAITING(ST-IDX) GREATER THAN 0
               MOVE SPACES TO WAITLINE
               WRITE WAITLINE
                   AFTER ADVANCING 1 LINE
                       AT END-OF-PAGE
                           PERFORM L3-WAIT-HEADINGS
               END-WRITE
               PERFORM L5B-WAIT-DETAIL
                   VARYING RS-IDX FROM 1 BY 1 UNTIL RS-IDX > RS-COUNT
           END-IF.

       L5B-WAIT-DETAIL.
           IF RS-WAITLISTED(RS-IDX)
                   AND RS-TERM(RS-IDX) EQUAL ST-TERM(ST-IDX)
                   AND RS-COURSE(RS-IDX) EQUAL ST-COURSE(ST-IDX)
                   AND RS-SECTION(RS-IDX) EQUAL ST-SECTION(ST-IDX)
               MOVE RS-TERM(RS-IDX) TO WD-TERM
               MOVE RS-COURSE(RS-IDX) TO WD-COURSE
               MOVE RS-SECTION(RS-IDX) TO WD-SECTION
               MOVE RS-POSITION(RS-IDX) TO WD-POSITION
               MOVE RS-ID(RS-IDX) TO WD-ID
               MOVE RS-LNAME(RS-IDX) TO WD-LNAME
               MOVE RS-FNAME(RS-IDX) TO WD-FNAME
               WRITE WAITLINE
                   FROM H-WAITDETAIL
                       AFTER ADVANCING 1 LINE
                           AT END-OF-PAGE
                               PERFORM L3-WAIT-HEADINGS
               END-WRITE
           END-IF.

      *BUBBLE SORT OF THE RESULTS INTO STUDENT ID ORDER. ONLY A
      *STRICTLY HIGHER ID MOVES, SO EACH STUDENT'S REQUESTS KEEP THE
      *ORDER THEY WERE RECEIVED IN
       L5-RESULT-SORT.
           PERFORM L5A-RES-OUTERLOOP
               VARYING RS-IDX FROM 1 BY 1 UNTIL RS-IDX NOT LESS THAN
                   RS-COUNT.

       L5A-RES-OUTERLOOP.
           COMPUTE RS-LIMIT = RS-COUNT - RS-IDX.
           PERFORM L5B-RES-INNERLOOP
               VARYING RS-IDX2 FROM 1 BY 1 UNTIL RS-IDX2 > RS-LIMIT.

       L5B-RES-INNERLOOP.
           IF RS-ID(RS-IDX2) GREATER THAN RS-ID(RS-IDX2 + 1)
               MOVE RS-ENTRY(RS-IDX2) TO RES-HOLD
               MOVE RS-ENTRY(RS-IDX2 + 1) TO RS-ENTRY(RS-IDX2)
               MOVE RES-HOLD TO RS-ENTRY(RS-IDX2 + 1)
           END-IF.

      *ONE ROSTER PER SECTION ON THE SCHEDULE, STARTING A NEW PAGE,
      *WITH THE ENROLLED STUDENTS IN STUDENT ID ORDER
       L5-ROSTERS.
           PERFORM L5A-ROSTER-SECTION
               VARYING ST-IDX FROM 1 BY 1 UNTIL ST-IDX > ST-COUNT.

       L5A-ROSTER-SECTION.
           MOVE ST-TERM(ST-IDX) TO RH-TERM.
           MOVE ST-COURSE(ST-IDX) TO RH-COURSE.
           MOVE ST-SECTION(ST-IDX) TO RH-SECTION.
           MOVE ST-TITLE(ST-IDX) TO RH-TITLE.
           MOVE ST-CREDITS(ST-IDX) TO RH-CREDITS.
           MOVE ST-CAPACITY(ST-IDX) TO RH-CAPACITY.
           MOVE ST-ENROLLED(ST-IDX) TO RH-ENROLLED.
           PERFORM L3-ROST-HEADINGS.
           IF ST-ENROLLED(ST-IDX) = 0
               WRITE ROSTLINE
                   FROM H-ROSTNONE
                       AFTER ADVANCING 1 LINE
           ELSE
               PERFORM L5B-ROSTER-DETAIL
                   VARYING RS-IDX FROM 1 BY 1 UNTIL RS-IDX > RS-COUNT
           END-IF.

       L5B-ROSTER-DETAIL.
           IF RS-ACCEPTED(RS-IDX)
                   AND RS-TERM(RS-IDX) EQUAL ST-TERM(ST-IDX)
                   AND RS-COURSE(RS-IDX) EQUAL ST-COURSE(ST-IDX)
                   AND RS-SECTION(RS-IDX) EQUAL ST-SECTION(ST-IDX)
               MOVE RS-ID(RS-IDX) TO RD-ID
               MOVE RS-LNAME(RS-IDX) TO RD-LNAME
               MOVE RS-FNAME(RS-IDX) TO RD-FNAME
               WRITE ROSTLINE
                   FROM H-ROSTDETAIL
                       AFTER ADVANCING 1 LINE
                           AT END-OF-PAGE
                               PERFORM L3-ROST-HEADINGS
               END-WRITE
           END-IF.

      *CONFIRMATION LISTING - A STUDENT LINE AT EACH CHANGE OF ID
      *FOLLOWED BY ONE LINE PER REQUEST, THEN THE RUN TOTALS
       L5-CONFIRMATIONS.
           PERFORM L3-CONF-HEADINGS.
           MOVE SPACES TO HOLD-ID.
           PERFORM L5A-CONF-DETAIL
               VARYING RS-IDX FROM 1 BY 1 UNTIL RS-IDX > RS-COUNT.
           MOVE REQCOUNT TO F-REQCOUNT.
           MOVE ACCEPTCOUNT TO F-ACCEPTED.
           MOVE WAITCOUNT TO F-WAITLISTED.
           MOVE REJECTCOUNT TO F-REJECTED.
           WRITE CONFLINE
               FROM H-FINALLINE1
                   AFTER ADVANCING 3 LINES.
           IF MT-OVERFLOW GREATER THAN 0
               MOVE 'STUDENT MASTER' TO F-OVER-TABLE
               MOVE MT-OVERFLOW TO F-OVER-COUNT
               PERFORM L5A-OVERFLOW-LINE
           END-IF.
           IF HT-OVERFLOW GREATER THAN 0
               MOVE 'COURSE HISTORY' TO F-OVER-TABLE
               MOVE HT-OVERFLOW TO F-OVER-COUNT
               PERFORM L5A-OVERFLOW-LINE
           END-IF.
           IF ST-OVERFLOW GREATER THAN 0
               MOVE 'SECTION' TO F-OVER-TABLE
               MOVE ST-OVERFLOW TO F-OVER-COUNT
               PERFORM L5A-OVERFLOW-LINE
           END-IF.
           IF RS-OVERFLOW GREATER THAN 0
               MOVE 'REQUEST RESULT' TO F-OVER-TABLE
               MOVE RS-OVERFLOW TO F-OVER-COUNT
               PERFORM L5A-OVERFLOW-LINE
           END-IF.

       L5A-OVERFLOW-LINE.
           WRITE CONFLINE
               FROM H-OVERFLOWLINE
                   AFTER ADVANCING 2 LINES.

       L5A-CONF-DETAIL.
           IF RS-ID(RS-IDX) NOT EQUAL HOLD-ID
               MOVE RS-ID(RS-IDX) TO HOLD-ID
               MOVE RS-ID(RS-IDX) TO NS-ID
               MOVE RS-LNAME(RS-IDX) TO NS-LNAME
               MOVE RS-FNAME(RS-IDX) TO NS-FNAME
               WRITE CONFLINE
                   FROM H-CONFSTUDENT
                       AFTER ADVANCING 2 LINES
                           AT END-OF-PAGE
                               PERFORM L3-CONF-HEADINGS
               END-WRITE
           END-IF.
           MOVE RS-TERM(RS-IDX) TO ND-TERM.
           MOVE RS-COURSE(RS-IDX) TO ND-COURSE.
           MOVE RS-SECTION(RS-IDX) TO ND-SECTION.
           MOVE RS-REASON(RS-IDX) TO ND-REASON.
           EVALUATE TRUE
               WHEN RS-ACCEPTED(RS-IDX)
                   MOVE 'ACCEPTED' TO ND-STATUS
               WHEN RS-WAITLISTED(RS-IDX)
                   MOVE 'WAITLISTED' TO ND-STATUS
               WHEN OTHER
                   MOVE 'REJECTED' TO ND-STATUS
           END-EVALUATE.
           WRITE CONFLINE
               FROM H-CONFDETAIL
                   AFTER ADVANCING 1 LINE
                       AT END-OF-PAGE
                           PERFORM L3-CONF-HEADINGS.

      *LOADS THE STUDENT MASTER INTO THE LOOKUP TABLE, PASSING OVER
      *THE HEADER AND TRAILER CONTROL RECORDS
       L6-LOAD-MASTER.
           OPEN INPUT STUDENT-MASTER.
           PERFORM L6A-READ-MASTER.
           PERFORM L6A-TABLE-MASTER
               UNTIL MST-EOF = 'Y'.
           CLOSE STUDENT-MASTER.

       L6A-READ-MASTER.
           READ STUDENT-MASTER
               AT END
                   MOVE 'Y' TO MST-EOF.

       L6A-TABLE-MASTER.
           IF NOT CTL-CONTROL-REC
               IF MT-COUNT LESS THAN MT-MAX
                   COMPUTE MT-COUNT = MT-COUNT + 1
                   MOVE I-ID TO MT-ID(MT-COUNT)
                   MOVE I-LNAME TO MT-LNAME(MT-COUNT)
                   MOVE I-FNAME TO MT-FNAME(MT-COUNT)
               ELSE
                   COMPUTE MT-OVERFLOW = MT-OVERFLOW + 1
               END-IF
           END-IF.
           PERFORM L6A-READ-MASTER.

      *LOADS THE LATEST ATTEMPT OF EVERY COURSE - A LATER TERM
      *REPLACES THE ENTRY, AND WITHIN ONE TERM THE LAST RECORD ON
      *THE FILE WINS, THE SAME AS THE GRADUATION RUN
       L6-LOAD-HISTORY.
           OPEN INPUT COURSE-FILE.
           PERFORM L6A-READ-HISTORY.
           PERFORM L6A-TABLE-HISTORY
               UNTIL CRS-EOF = 'Y'.
           CLOSE COURSE-FILE.

       L6A-READ-HISTORY.
           READ COURSE-FILE
               AT END
                   MOVE 'Y' TO CRS-EOF.

       L6A-TABLE-HISTORY.
           IF C-ID NOT EQUAL HOLD-ID
               MOVE C-ID TO HOLD-ID
               COMPUTE HT-START = HT-COUNT + 1
           END-IF.
           IF GRADE-IS-GOOD
               PERFORM L6B-TABLE-ATTEMPT
           END-IF.
           PERFORM L6A-READ-HISTORY.

      *AN INCOMPLETE, WITHDRAWAL OR BLANK GRADE IS NOT A GRADED
      *ATTEMPT, SO ONLY A-F GRADES MAY START OR REPLACE AN ENTRY
       L6B-TABLE-ATTEMPT.
           MOVE 0 TO HT-FOUND-IDX.
           PERFORM L6B-FIND-ATTEMPT
               VARYING HT-IDX FROM HT-START BY 1
                   UNTIL HT-IDX > HT-COUNT OR NOT HISTORY-NOT-FOUND.
           IF HISTORY-NOT-FOUND
               IF HT-COUNT LESS THAN HT-MAX
                   COMPUTE HT-COUNT = HT-COUNT + 1
                   MOVE HT-COUNT TO HT-FOUND-IDX
                   PERFORM L6B-HOLD-ATTEMPT
               ELSE
                   COMPUTE HT-OVERFLOW = HT-OVERFLOW + 1
               END-IF
           ELSE
               IF C-TERM NOT LESS THAN HT-TERM(HT-FOUND-IDX)
                   PERFORM L6B-HOLD-ATTEMPT
               END-IF
           END-IF.

       L6B-FIND-ATTEMPT.
           IF HT-COURSE(HT-IDX) EQUAL C-COURSE
               MOVE HT-IDX TO HT-FOUND-IDX
           END-IF.

       L6B-HOLD-ATTEMPT.
           MOVE C-ID TO HT-ID(HT-FOUND-IDX).
           MOVE C-COURSE TO HT-COURSE(HT-FOUND-IDX).
           MOVE C-TERM TO HT-TERM(HT-FOUND-IDX).
           MOVE C-GRADE TO HT-GRADE(HT-FOUND-IDX).

       L6-LOAD-SCHEDULE.
           OPEN INPUT SCHEDULE-FILE.
           PERFORM L6A-READ-SCHEDULE.
           PERFORM L6A-TABLE-SCHEDULE
               UNTIL SEC-EOF = 'Y'.
           CLOSE SCHEDULE-FILE.

       L6A-READ-SCHEDULE.
           READ SCHEDULE-FILE
               AT END
                   MOVE 'Y' TO SEC-EOF.

      *EVERY SECTION STARTS EMPTY AND MARKED NOT IN THE CATALOG -
      *THE CATALOG PASS FILLS IN THE TITLE AND CREDITS IT KNOWS
       L6A-TABLE-SCHEDULE.
           IF ST-COUNT LESS THAN ST-MAX
               COMPUTE ST-COUNT = ST-COUNT + 1
               MOVE SS-TERM TO ST-TERM(ST-COUNT)
               MOVE SS-COURSE TO ST-COURSE(ST-COUNT)
               MOVE SS-SECTION TO ST-SECTION(ST-COUNT)
               MOVE SS-CAPACITY TO ST-CAPACITY(ST-COUNT)
               MOVE SS-PREREQ TO ST-PREREQ(ST-COUNT)
               MOVE SS-MIN-GRADE TO ST-MIN-GRADE(ST-COUNT)
               MOVE '** NOT IN CATALOG **' TO ST-TITLE(ST-COUNT)
               MOVE 0 TO ST-CREDITS(ST-COUNT)
               MOVE 'N' TO ST-CATALOG-SW(ST-COUNT)
               MOVE 0 TO ST-ENROLLED(ST-COUNT)
               MOVE 0 TO ST-WAITING(ST-COUNT)
           ELSE
               COMPUTE ST-OVERFLOW = ST-OVERFLOW + 1
           END-IF.
           PERFORM L6A-READ-SCHEDULE.

      *BUBBLE SORT OF THE SECTION TABLE INTO TERM, COURSE AND
      *SECTION ORDER
       L6-SCHEDULE-SORT.
           PERFORM L6A-SEC-OUTERLOOP
               VARYING ST-IDX FROM 1 BY 1 UNTIL ST-IDX NOT LESS THAN
                   ST-COUNT.

       L6A-SEC-OUTERLOOP.
           COMPUTE ST-LIMIT = ST-COUNT - ST-IDX.
           PERFORM L6B-SEC-INNERLOOP
               VARYING ST-IDX2 FROM 1 BY 1 UNTIL ST-IDX2 > ST-LIMIT.

       L6B-SEC-INNERLOOP.
           IF ST-SORTKEY(ST-IDX2) GREATER THAN ST-SORTKEY(ST-IDX2 + 1)
               MOVE ST-ENTRY(ST-IDX2) TO SEC-HOLD
               MOVE ST-ENTRY(ST-IDX2 + 1) TO ST-ENTRY(ST-IDX2)
               MOVE SEC-HOLD TO ST-ENTRY(ST-IDX2 + 1)
           END-IF.

      *ONE PASS OF THE CATALOG - EACH CATALOG COURSE GIVES ITS TITLE
      *AND CREDITS TO EVERY SECTION OF IT ON THE SCHEDULE
       L6-LOAD-CATALOG.
           OPEN INPUT CATALOG-MASTER.
           PERFORM L6A-READ-CATALOG.
           PERFORM L6A-MATCH-CATALOG
               UNTIL CAT-EOF = 'Y'.
           CLOSE CATALOG-MASTER.

       L6A-READ-CATALOG.
           READ CATALOG-MASTER
               AT END
                   MOVE 'Y' TO CAT-EOF.

       L6A-MATCH-CATALOG.
           PERFORM L6B-MATCH-SECTION
               VARYING ST-IDX FROM 1 BY 1 UNTIL ST-IDX > ST-COUNT.
           PERFORM L6A-READ-CATALOG.

       L6B-MATCH-SECTION.
           IF ST-COURSE(ST-IDX) EQUAL CT-COURSE
               MOVE CT-TITLE TO ST-TITLE(ST-IDX)
               MOVE CT-CREDITS TO ST-CREDITS(ST-IDX)
               MOVE 'Y' TO ST-CATALOG-SW(ST-IDX)
           END-IF.
       END PROGRAM CBLTAM33.

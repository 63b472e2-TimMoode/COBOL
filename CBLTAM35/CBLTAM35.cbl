       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBLTAM35.
       AUTHOR. TIMOTHY ALEC MOODE.
       DATE-WRITTEN. 10/15/2026.
      * PLACEMENT SURVEY POSTING AND PLACEMENT REPORT. CAREER
      * SERVICES IS ASKED FOR ACTUAL VERSUS EXPECTED STARTING SALARY
      * FOR ACCREDITATION AND HAD NO WAY TO PRODUCE IT. THIS PROGRAM
      * POSTS THE PLACEMENT SURVEY RESPONSES (STUDENT ID, SURVEY
      * DATE, ACTUAL STARTING SALARY AND EMPLOYER, IN STUDENT ID
      * SEQUENCE) ONTO THE ALUMNI MASTER BUILT BY THE CBLTAM34
      * CONFERRAL RUN, THEN REPORTS EVERY GRADUATING CLASS - THE
      * YEAR OF CONFERRAL - WITH ITS GRADUATES, HOW MANY RESPONDED,
      * AND FOR THE RESPONDENTS THE AVERAGE EXPECTED SALARY THEY HAD
      * ON FILE AGAINST THE AVERAGE ACTUAL SALARY THEY REPORTED. A
      * SECOND LISTING NAMES EVERY ALUMNUS WITH NO SURVEY RESPONSE
      * SO CAREER SERVICES CAN FOLLOW UP. A LATER RESPONSE FROM THE
      * SAME ALUMNUS REPLACES AN EARLIER ONE. A RESPONSE FOR AN ID
      * NOT ON THE ALUMNI MASTER, WITH A BAD DATE OR SALARY, WITH NO
      * EMPLOYER, OR OUT OF SEQUENCE GOES ON THE REJECT LISTING. THE
      * SURVEY FILE IS OPTIONAL SO THE REPORT CAN BE RERUN WITHOUT
      * NEW RESPONSES.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALUMNI-MASTER
               ASSIGN TO 'C:\COBOLWI19\STDNTALM.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SURVEY-FILE
               ASSIGN TO 'C:\COBOLWI19\STDNTSRV.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS SRV-STATUS.
           SELECT NEW-ALUMNI
               ASSIGN TO 'C:\COBOLWI19\STDNTALM.NEW'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PRTOUT
               ASSIGN TO 'C:\COBOLWI19\STDNTPLC.PRT'
                   ORGANIZATION IS RECORD SEQUENTIAL.
           SELECT NORESPOUT
               ASSIGN TO 'C:\COBOLWI19\STDNTNRS.PRT'
                   ORGANIZATION IS RECORD SEQUENTIAL.
           SELECT SRVREJOUT
               ASSIGN TO 'C:\COBOLWI19\STDNTSRJ.PRT'
                   ORGANIZATION IS RECORD SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *ONE RECORD PER ALUMNUS, IN STUDENT ID SEQUENCE. A BLANK
      *SURVEY DATE MEANS NO PLACEMENT SURVEY RESPONSE YET
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
               88 AL-NO-RESPONSE           VALUE SPACES.

      *ONE RECORD PER SURVEY RESPONSE, IN STUDENT ID SEQUENCE
       FD  SURVEY-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS SV-REC
           RECORD CONTAINS 53 CHARACTERS.

       01 SV-REC.
           05 SV-ID             PIC X(7).
           05 SV-SURVEY-DATE.
               10 SV-SURVEY-YEAR   PIC X(4).
               10 SV-SURVEY-MONTH  PIC XX.
               10 SV-SURVEY-DAY    PIC XX.
           05 SV-ACT-SAL        PIC 9(6)V99.
           05 SV-ACT-SAL-X REDEFINES SV-ACT-SAL PIC X(8).
           05 SV-EMPLOYER       PIC X(30).

       FD  NEW-ALUMNI
           LABEL RECORD IS STANDARD
           DATA RECORD IS NA-REC
           RECORD CONTAINS 107 CHARACTERS.

       01 NA-REC                PIC X(107).

       FD  PRTOUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS PRTLINE
           LINAGE IS 60 WITH FOOTING AT 56.

       01  PRTLINE              PIC X(132).

       FD  NORESPOUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS NRLINE
           LINAGE IS 60 WITH FOOTING AT 56.

       01  NRLINE               PIC X(132).

       FD  SRVREJOUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS REJLINE.

       01  REJLINE              PIC X(132).

       WORKING-STORAGE SECTION.
       01  MISC.
           05  CPAGECOUNT       PIC 99     VALUE 0.
           05  NPAGECOUNT       PIC 99     VALUE 0.
           05  ALMCOUNT         PIC 9(5)   VALUE 0.
           05  SRVCOUNT         PIC 9(5)   VALUE 0.
           05  POSTCOUNT        PIC 9(5)   VALUE 0.
           05  REPLACECOUNT     PIC 9(5)   VALUE 0.
           05  REJCOUNT         PIC 9(5)   VALUE 0.
           05  NORESPCOUNT      PIC 9(5)   VALUE 0.
           05  SRV-STATUS       PIC XX     VALUE SPACES.
      *CONTROL KEYS FOR THE TWO-FILE MATCH, HIGH-VALUES AT END OF FILE
       01  MATCH-KEYS.
           05  ALM-KEY          PIC X(7)   VALUE SPACES.
           05  SRV-KEY          PIC X(7)   VALUE SPACES.
           05  PREV-SRV-KEY     PIC X(7)   VALUE SPACES.
       01  SURVEY-EDIT-SWITCH   PIC X      VALUE 'Y'.
           88  SURVEY-IS-VALID             VALUE 'Y'.
           88  SURVEY-IS-INVALID           VALUE 'N'.
      *OS COMMAND THAT PROMOTES THE POSTED ALUMNI MASTER
       01  PROMOTE-CMD          PIC X(70)  VALUE
         'COPY /Y C:\COBOLWI19\STDNTALM.NEW C:\COBOLWI19\STDNTALM.DAT'.
       01  DV-RESULT.
           05  DV-VALID-SW      PIC X.
               88  DV-DATE-GOOD            VALUE 'Y'.
               88  DV-DATE-BAD             VALUE 'N'.
           05  DV-REASON        PIC X(30).
      *ONE ENTRY PER GRADUATING CLASS. EXPECTED AND ACTUAL SALARY
      *TOTALS COVER ONLY THE ALUMNI WHO RESPONDED, SO THE TWO
      *AVERAGES COMPARE THE SAME PEOPLE
       01  CLASS-CONTROLS.
           05  CL-COUNT         PIC 99     VALUE 0.
           05  CL-MAX           PIC 99     VALUE 60.
           05  CL-IDX           PIC 99     VALUE 0.
           05  CL-IDX2          PIC 99     VALUE 0.
           05  CL-LIMIT         PIC 99     VALUE 0.
           05  CL-FOUND-IDX     PIC 99     VALUE 0.
               88  CLASS-NOT-FOUND         VALUE 0.
           05  CL-OVERFLOW      PIC 9(5)   VALUE 0.
       01  CLASS-TABLE.
           05  CL-ENTRY OCCURS 60 TIMES.
               10  CL-YEAR      PIC X(4).
               10  CL-GRADS     PIC 9(5).
               10  CL-RESPONSES PIC 9(5).
               10  CL-EXP-TOTAL PIC 9(9)V99.
               10  CL-ACT-TOTAL PIC 9(9)V99.
       01  CLASS-HOLD           PIC X(36).
      *ONE CLASS OR THE WHOLE RUN, FORMATTED ONTO THE REPORT LINE
       01  CLASS-WORK.
           05  CW-GRADS         PIC 9(5)      VALUE 0.
           05  CW-RESPONSES     PIC 9(5)      VALUE 0.
           05  CW-EXP-TOTAL     PIC 9(9)V99   VALUE 0.
           05  CW-ACT-TOTAL     PIC 9(9)V99   VALUE 0.
           05  CW-RESP-PCT      PIC 999V9     VALUE 0.
           05  CW-EXP-AVG       PIC 9(6)V99   VALUE 0.
           05  CW-ACT-AVG       PIC 9(6)V99   VALUE 0.
           05  CW-DIFFERENCE    PIC S9(6)V99  VALUE 0.
           05  CW-ACT-PCT       PIC 999V9     VALUE 0.
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
           05  FILLER           PIC X(39)
                   VALUE 'PLACEMENT REPORT - ACTUAL VS EXPECTED'.
           05  FILLER           PIC X(37)  VALUE SPACES.
           05  FILLER           PIC X(6)   VALUE 'PAGE: '.
           05  H-PAGE           PIC Z9.
       01  H-HEADING1.
           05  FILLER           PIC X(5)   VALUE 'CLASS'.
           05  FILLER           PIC X(5)   VALUE SPACES.
           05  FILLER           PIC X(9)   VALUE 'GRADUATES'.
           05  FILLER           PIC X(4)   VALUE SPACES.
           05  FILLER           PIC X(9)   VALUE 'RESPONDED'.
           05  FILLER           PIC X(4)   VALUE SPACES.
           05  FILLER           PIC X(9)   VALUE 'RESP PCT '.
           05  FILLER           PIC X(5)   VALUE SPACES.
           05  FILLER           PIC X(12)  VALUE 'AVG EXPECTED'.
           05  FILLER           PIC X(6)   VALUE SPACES.
           05  FILLER           PIC X(10)  VALUE 'AVG ACTUAL'.
           05  FILLER           PIC X(8)   VALUE SPACES.
           05  FILLER           PIC X(10)  VALUE 'DIFFERENCE'.
           05  FILLER           PIC X(5)   VALUE SPACES.
           05  FILLER           PIC X(15)  VALUE 'PCT OF EXPECTED'.
       01  H-CLASSLINE.
           05  D-CLASS          PIC X(4).
           05  FILLER           PIC X(9)   VALUE SPACES.
           05  D-GRADS          PIC ZZZZ9.
           05  FILLER           PIC X(8)   VALUE SPACES.
           05  D-RESPONSES      PIC ZZZZ9.
           05  FILLER           PIC X(7)   VALUE SPACES.
           05  D-RESP-PCT       PIC ZZ9.9.
           05  FILLER           PIC X(7)   VALUE SPACES.
           05  D-EXP-AVG        PIC $ZZZ,ZZZ.99.
           05  FILLER           PIC X(5)   VALUE SPACES.
           05  D-ACT-AVG        PIC $ZZZ,ZZZ.99.
           05  FILLER           PIC X(5)   VALUE SPACES.
           05  D-DIFFERENCE     PIC $ZZZ,ZZZ.99-.
           05  FILLER           PIC X(8)   VALUE SPACES.
           05  D-ACT-PCT        PIC ZZ9.9.
       01  H-FINALLINE1.
           05  FILLER           PIC X(16)  VALUE 'ALUMNI READ:    '.
           05  F-ALMCOUNT       PIC ZZZZ9.
           05  FILLER           PIC X(5)   VALUE SPACES.
           05  FILLER           PIC X(16)  VALUE 'SURVEYS READ:   '.
           05  F-SRVCOUNT       PIC ZZZZ9.
           05  FILLER           PIC X(5)   VALUE SPACES.
           05  FILLER           PIC X(16)  VALUE 'POSTED:         '.
           05  F-POSTCOUNT      PIC ZZZZ9.
           05  FILLER           PIC X(5)   VALUE SPACES.
           05  FILLER           PIC X(16)  VALUE 'REPLACED:       '.
           05  F-REPLACECOUNT   PIC ZZZZ9.
       01  H-FINALLINE2.
           05  FILLER           PIC X(16)  VALUE 'REJECTED:       '.
           05  F-REJCOUNT       PIC ZZZZ9.
           05  FILLER           PIC X(5)   VALUE SPACES.
           05  FILLER           PIC X(16)  VALUE 'NO RESPONSE:    '.
           05  F-NORESPCOUNT    PIC ZZZZ9.
       01  H-CLASSOVERFLOW.
           05  FILLER           PIC X(20)  VALUE SPACES.
           05  FILLER           PIC X(30)
                   VALUE '**WARNING - CLASS TABLE FULL, '.
           05  F-CL-OVERFLOW    PIC ZZZZ9.
           05  FILLER           PIC X(28)
                   VALUE ' ALUMNI NOT IN ANY CLASS**'.
      *NO-RESPONSE LISTING LAYOUTS
       01  H-NRTITLE.
           05  FILLER           PIC X(6)   VALUE 'DATE: '.
           05  N-MONTH          PIC XX.
           05  FILLER           PIC X      VALUE '/'.
           05  N-DAY            PIC XX.
           05  FILLER           PIC X      VALUE '/'.
           05  N-YEAR           PIC XXXX.
           05  FILLER           PIC X(34)  VALUE SPACES.
           05  FILLER           PIC X(32)
                   VALUE 'ALUMNI WITH NO SURVEY RESPONSE'.
           05  FILLER           PIC X(42)  VALUE SPACES.
           05  FILLER           PIC X(6)   VALUE 'PAGE: '.
           05  N-PAGE           PIC Z9.
       01  H-NRHEADING.
           05  FILLER           PIC X(5)   VALUE 'CLASS'.
           05  FILLER           PIC X(5)   VALUE SPACES.
           05  FILLER           PIC XXXX   VALUE '  ID'.
           05  FILLER           PIC X(9)   VALUE SPACES.
           05  FILLER           PIC X(9)   VALUE 'LAST NAME'.
           05  FILLER           PIC X(10)  VALUE SPACES.
           05  FILLER           PIC X(10)  VALUE 'FIRST NAME'.
           05  FILLER           PIC X(7)   VALUE SPACES.
           05  FILLER           PIC X(9)   VALUE 'CONFERRED'.
           05  FILLER           PIC X(6)   VALUE SPACES.
           05  FILLER           PIC X(15)  VALUE 'EXPECTED SALARY'.
       01  H-NRDETAIL.
           05  NR-CLASS         PIC X(4).
           05  FILLER           PIC X(6)   VALUE SPACES.
           05  NR-ID            PIC X(7).
           05  FILLER           PIC X(6)   VALUE SPACES.
           05  NR-LNAME         PIC X(15).
           05  FILLER           PIC X(4)   VALUE SPACES.
           05  NR-FNAME         PIC X(15).
           05  FILLER           PIC X(2)   VALUE SPACES.
           05  NR-MONTH         PIC XX.
           05  FILLER           PIC X      VALUE '/'.
           05  NR-DAY           PIC XX.
           05  FILLER           PIC X      VALUE '/'.
           05  NR-YEAR          PIC XXXX.
           05  FILLER           PIC X(8)   VALUE SPACES.
           05  NR-EXSTARTSAL    PIC $ZZZ,ZZZ.99.
       01  H-NRFINAL.
           05  FILLER           PIC X(22)
                   VALUE 'ALUMNI NOT RESPONDING:'.
           05  F-NRCOUNT        PIC ZZZZ9.
      *REJECTED SURVEY LISTING LAYOUTS
       01  H-REJTITLE.
           05  FILLER           PIC X(6)   VALUE 'DATE: '.
           05  RJ-MONTH         PIC XX.
           05  FILLER           PIC X      VALUE '/'.
           05  RJ-DAY           PIC XX.
           05  FILLER           PIC X      VALUE '/'.
           05  RJ-YEAR          PIC XXXX.
           05  FILLER           PIC X(30)  VALUE SPACES.
           05  FILLER           PIC X(30)
                   VALUE 'REJECTED SURVEY RESPONSE LIST'.
       01  H-REJHEADING.
           05  FILLER           PIC XXXX   VALUE '  ID'.
           05  FILLER           PIC X(7)   VALUE SPACES.
           05  FILLER           PIC X(11)  VALUE 'SURVEY DATE'.
           05  FILLER           PIC X(3)   VALUE SPACES.
           05  FILLER           PIC X(20)  VALUE 'REASON FOR REJECTION'.
       01  H-REJDETAIL.
           05  RJ-ID            PIC X(7).
           05  FILLER           PIC X(4)   VALUE SPACES.
           05  RJ-SURVEY-DATE   PIC X(8).
           05  FILLER           PIC X(6)   VALUE SPACES.
           05  RJ-REASON        PIC X(40).
       PROCEDURE DIVISION.
       L0-MAIN.
           PERFORM L1-INIT.
           PERFORM L1-MAINLINE
               UNTIL ALM-KEY = HIGH-VALUES AND SRV-KEY = HIGH-VALUES.
           PERFORM L1-CLOSING.
           STOP RUN.

       L1-INIT.
           MOVE FUNCTION CURRENT-DATE TO CURDATETIME.
           MOVE CURMONTH TO H-MONTH.
           MOVE CURDAY TO H-DAY.
           MOVE CURYEAR TO H-YEAR.
           MOVE CURMONTH TO N-MONTH.
           MOVE CURDAY TO N-DAY.
           MOVE CURYEAR TO N-YEAR.
           MOVE CURMONTH TO RJ-MONTH.
           MOVE CURDAY TO RJ-DAY.
           MOVE CURYEAR TO RJ-YEAR.
           OPEN INPUT ALUMNI-MASTER.
           OPEN INPUT SURVEY-FILE.
           OPEN OUTPUT NEW-ALUMNI.
           OPEN OUTPUT PRTOUT.
           OPEN OUTPUT NORESPOUT.
           OPEN OUTPUT SRVREJOUT.
           WRITE REJLINE
               FROM H-REJTITLE
                   AFTER ADVANCING PAGE.
           WRITE REJLINE
               FROM H-REJHEADING
                   AFTER ADVANCING 2 LINES.
           PERFORM L3-NR-HEADINGS.
           PERFORM L2-READ-ALUMNI.
           PERFORM L2-READ-SURVEY.

      *TWO-FILE MATCH ON STUDENT ID. AN ALUMNUS IS ONLY WRITTEN OUT
      *ONCE THE SURVEY FILE HAS MOVED PAST IT, SO EVERY RESPONSE FOR
      *IT HAS BEEN POSTED BEFORE IT IS COUNTED INTO ITS CLASS
       L1-MAINLINE.
           IF ALM-KEY LESS THAN SRV-KEY
               PERFORM L2-FINISH-ALUMNUS
           ELSE
               IF ALM-KEY GREATER THAN SRV-KEY
                   MOVE 'NOT ON ALUMNI MASTER' TO RJ-REASON
                   PERFORM L4-REJECT-SURVEY
                   PERFORM L2-READ-SURVEY
               ELSE
                   PERFORM L2-MATCHED-SURVEY
               END-IF
           END-IF.

       L1-CLOSING.
           MOVE NORESPCOUNT TO F-NRCOUNT.
           WRITE NRLINE
               FROM H-NRFINAL
                   AFTER ADVANCING 3 LINES.
           PERFORM L5-CLASS-SORT.
           PERFORM L5-PLACEMENT-REPORT.
           MOVE ALMCOUNT TO F-ALMCOUNT.
           MOVE SRVCOUNT TO F-SRVCOUNT.
           MOVE POSTCOUNT TO F-POSTCOUNT.
           MOVE REPLACECOUNT TO F-REPLACECOUNT.
           WRITE PRTLINE
               FROM H-FINALLINE1
                   AFTER ADVANCING 3 LINES.
           MOVE REJCOUNT TO F-REJCOUNT.
           MOVE NORESPCOUNT TO F-NORESPCOUNT.
           WRITE PRTLINE
               FROM H-FINALLINE2
                   AFTER ADVANCING 1 LINE.
           IF CL-OVERFLOW GREATER THAN 0
               MOVE CL-OVERFLOW TO F-CL-OVERFLOW
               WRITE PRTLINE
                   FROM H-CLASSOVERFLOW
                       AFTER ADVANCING 2 LINES
           END-IF.
           CLOSE ALUMNI-MASTER
                 SURVEY-FILE
                 NEW-ALUMNI
                 PRTOUT
                 NORESPOUT
                 SRVREJOUT.
      *PROMOTES THE POSTED ALUMNI MASTER OVER THE OLD ONE
           CALL 'SYSTEM' USING PROMOTE-CMD.
           DISPLAY 'CBLTAM35 - PLACEMENT SURVEY RUN COMPLETE'.
           DISPLAY 'ALUMNI: ' ALMCOUNT
               ' POSTED: ' POSTCOUNT
               ' REJECTED: ' REJCOUNT
               ' NO RESPONSE: ' NORESPCOUNT.

      *THE ALUMNUS IS DONE - WRITE IT, COUNT IT INTO ITS CLASS AND
      *LIST IT WHEN THERE IS STILL NO RESPONSE ON FILE
       L2-FINISH-ALUMNUS.
           WRITE NA-REC FROM AL-REC.
           PERFORM L4-CLASS-ACCUM.
           IF AL-NO-RESPONSE
               PERFORM L4-NO-RESPONSE
           END-IF.
           PERFORM L2-READ-ALUMNI.

      *SURVEY RESPONSE FOR AN ALUMNUS ON FILE - A GOOD ONE IS POSTED
      *INTO THE RECORD WAITING TO BE WRITTEN
       L2-MATCHED-SURVEY.
           PERFORM L2-VALIDATE-SURVEY.
           IF SURVEY-IS-VALID
               IF NOT AL-NO-RESPONSE
                   COMPUTE REPLACECOUNT = REPLACECOUNT + 1
               END-IF
               MOVE SV-SURVEY-DATE TO AL-SURVEY-DATE
               MOVE SV-ACT-SAL TO AL-ACT-STRT-SAL
               MOVE SV-EMPLOYER TO AL-EMPLOYER
               COMPUTE POSTCOUNT = POSTCOUNT + 1
           ELSE
               PERFORM L4-REJECT-SURVEY
           END-IF.
           PERFORM L2-READ-SURVEY.

      *A SURVEY DATE MUST BE REAL AND NOT BEFORE THE CONFERRAL, THE
      *SALARY A REAL AMOUNT, AND THE EMPLOYER FILLED IN
       L2-VALIDATE-SURVEY.
           SET SURVEY-IS-VALID TO TRUE.
           CALL 'CBLDATEV' USING SV-SURVEY-DATE DV-RESULT.
           IF DV-DATE-BAD
               MOVE DV-REASON TO RJ-REASON
               SET SURVEY-IS-INVALID TO TRUE
           ELSE
               IF SV-SURVEY-DATE LESS THAN AL-CONFER-DATE
                   MOVE 'SURVEY DATE BEFORE CONFERRAL DATE'
                       TO RJ-REASON
                   SET SURVEY-IS-INVALID TO TRUE
               ELSE
                   IF SV-ACT-SAL-X NOT NUMERIC
                       MOVE 'ACTUAL SALARY NOT NUMERIC' TO RJ-REASON
                       SET SURVEY-IS-INVALID TO TRUE
                   ELSE
                       IF SV-ACT-SAL = 0
                           MOVE 'ACTUAL SALARY IS ZERO' TO RJ-REASON
                           SET SURVEY-IS-INVALID TO TRUE
                       ELSE
                           IF SV-EMPLOYER = SPACES
                               MOVE 'EMPLOYER MISSING' TO RJ-REASON
                               SET SURVEY-IS-INVALID TO TRUE
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

       L2-READ-ALUMNI.
           READ ALUMNI-MASTER
               AT END
                   MOVE HIGH-VALUES TO ALM-KEY
               NOT AT END
                   MOVE AL-ID TO ALM-KEY
                   COMPUTE ALMCOUNT = ALMCOUNT + 1
           END-READ.

      *A RESPONSE WHOSE ID HAS FALLEN BEHIND THE ONE BEFORE IT GOES
      *TO THE REJECT LISTING. AN EQUAL ID IS A LATER RESPONSE FROM
      *THE SAME ALUMNUS AND IS ALLOWED
       L2-READ-SURVEY.
           IF SRV-KEY NOT = HIGH-VALUES
               MOVE SRV-KEY TO PREV-SRV-KEY
           END-IF.
           PERFORM L2A-READ-SURVEY.
           PERFORM L2A-SEQUENCE-REJECT
               UNTIL SRV-KEY = HIGH-VALUES
                   OR SRV-KEY NOT LESS THAN PREV-SRV-KEY.

       L2A-READ-SURVEY.
           READ SURVEY-FILE
               AT END
                   MOVE HIGH-VALUES TO SRV-KEY
               NOT AT END
                   MOVE SV-ID TO SRV-KEY
                   COMPUTE SRVCOUNT = SRVCOUNT + 1
           END-READ.

       L2A-SEQUENCE-REJECT.
           MOVE 'SURVEY RESPONSE OUT OF SEQUENCE' TO RJ-REASON.
           PERFORM L4-REJECT-SURVEY.
           PERFORM L2A-READ-SURVEY.

       L3-HEADINGS.
           COMPUTE CPAGECOUNT = CPAGECOUNT + 1.
           MOVE CPAGECOUNT TO H-PAGE.
           WRITE PRTLINE
               FROM H-TITLELINE
                   AFTER ADVANCING PAGE.
           WRITE PRTLINE
               FROM H-HEADING1
                   AFTER ADVANCING 2 LINES.

       L3-NR-HEADINGS.
           COMPUTE NPAGECOUNT = NPAGECOUNT + 1.
           MOVE NPAGECOUNT TO N-PAGE.
           WRITE NRLINE
               FROM H-NRTITLE
                   AFTER ADVANCING PAGE.
           WRITE NRLINE
               FROM H-NRHEADING
                   AFTER ADVANCING 2 LINES.

      *THE CLASS IS THE YEAR OF CONFERRAL
       L4-CLASS-ACCUM.
           MOVE 0 TO CL-FOUND-IDX.
           PERFORM L4A-FIND-CLASS
               VARYING CL-IDX FROM 1 BY 1
                   UNTIL CL-IDX > CL-COUNT OR NOT CLASS-NOT-FOUND.
           IF CLASS-NOT-FOUND
               IF CL-COUNT LESS THAN CL-MAX
                   COMPUTE CL-COUNT = CL-COUNT + 1
                   MOVE CL-COUNT TO CL-FOUND-IDX
                   MOVE AL-CONFER-YEAR TO CL-YEAR(CL-FOUND-IDX)
                   MOVE 0 TO CL-GRADS(CL-FOUND-IDX)
                   MOVE 0 TO CL-RESPONSES(CL-FOUND-IDX)
                   MOVE 0 TO CL-EXP-TOTAL(CL-FOUND-IDX)
                   MOVE 0 TO CL-ACT-TOTAL(CL-FOUND-IDX)
               ELSE
                   COMPUTE CL-OVERFLOW = CL-OVERFLOW + 1
               END-IF
           END-IF.
           IF NOT CLASS-NOT-FOUND
               COMPUTE CL-GRADS(CL-FOUND-IDX) =
                   CL-GRADS(CL-FOUND-IDX) + 1
               IF NOT AL-NO-RESPONSE
                   COMPUTE CL-RESPONSES(CL-FOUND-IDX) =
                       CL-RESPONSES(CL-FOUND-IDX) + 1
                   COMPUTE CL-EXP-TOTAL(CL-FOUND-IDX) =
                       CL-EXP-TOTAL(CL-FOUND-IDX) + AL-EX-STRT-SAL
                   COMPUTE CL-ACT-TOTAL(CL-FOUND-IDX) =
                       CL-ACT-TOTAL(CL-FOUND-IDX) + AL-ACT-STRT-SAL
               END-IF
           END-IF.

       L4A-FIND-CLASS.
           IF CL-YEAR(CL-IDX) EQUAL AL-CONFER-YEAR
               MOVE CL-IDX TO CL-FOUND-IDX
           END-IF.

       L4-NO-RESPONSE.
           COMPUTE NORESPCOUNT = NORESPCOUNT + 1.
           MOVE AL-CONFER-YEAR TO NR-CLASS.
           MOVE AL-ID TO NR-ID.
           MOVE AL-LNAME TO NR-LNAME.
           MOVE AL-FNAME TO NR-FNAME.
           MOVE AL-CONFER-MONTH TO NR-MONTH.
           MOVE AL-CONFER-DAY TO NR-DAY.
           MOVE AL-CONFER-YEAR TO NR-YEAR.
           MOVE AL-EX-STRT-SAL TO NR-EXSTARTSAL.
           WRITE NRLINE
               FROM H-NRDETAIL
                   AFTER ADVANCING 1 LINE
                       AT END-OF-PAGE
                           PERFORM L3-NR-HEADINGS.

       L4-REJECT-SURVEY.
           MOVE SV-ID TO RJ-ID.
           MOVE SV-SURVEY-DATE TO RJ-SURVEY-DATE.
           WRITE REJLINE
               FROM H-REJDETAIL
                   AFTER ADVANCING 1 LINE.
           COMPUTE REJCOUNT = REJCOUNT + 1.

      *BUBBLE SORT OF THE CLASS TABLE INTO YEAR ORDER
       L5-CLASS-SORT.
           PERFORM L5A-CLASS-OUTERLOOP
               VARYING CL-IDX FROM 1 BY 1 UNTIL CL-IDX NOT LESS THAN
                   CL-COUNT.

       L5A-CLASS-OUTERLOOP.
           COMPUTE CL-LIMIT = CL-COUNT - CL-IDX.
           PERFORM L5B-CLASS-INNERLOOP
               VARYING CL-IDX2 FROM 1 BY 1 UNTIL CL-IDX2 > CL-LIMIT.

       L5B-CLASS-INNERLOOP.
           IF CL-YEAR(CL-IDX2) GREATER THAN CL-YEAR(CL-IDX2 + 1)
               MOVE CL-ENTRY(CL-IDX2) TO CLASS-HOLD
               MOVE CL-ENTRY(CL-IDX2 + 1) TO CL-ENTRY(CL-IDX2)
               MOVE CLASS-HOLD TO CL-ENTRY(CL-IDX2 + 1)
           END-IF.

      *ONE LINE PER GRADUATING CLASS AND A LINE FOR ALL CLASSES
       L5-PLACEMENT-REPORT.
           PERFORM L3-HEADINGS.
           PERFORM L5A-CLASS-LINE
               VARYING CL-IDX FROM 1 BY 1 UNTIL CL-IDX > CL-COUNT.
           MOVE 0 TO CW-GRADS.
           MOVE 0 TO CW-RESPONSES.
           MOVE 0 TO CW-EXP-TOTAL.
           MOVE 0 TO CW-ACT-TOTAL.
           PERFORM L5A-SUM-CLASS
               VARYING CL-IDX FROM 1 BY 1 UNTIL CL-IDX > CL-COUNT.
           MOVE 'ALL ' TO D-CLASS.
           PERFORM L5B-FORMAT-LINE.
           WRITE PRTLINE
               FROM H-CLASSLINE
                   AFTER ADVANCING 3 LINES.

       L5A-CLASS-LINE.
           MOVE CL-GRADS(CL-IDX) TO CW-GRADS.
           MOVE CL-RESPONSES(CL-IDX) TO CW-RESPONSES.
           MOVE CL-EXP-TOTAL(CL-IDX) TO CW-EXP-TOTAL.
           MOVE CL-ACT-TOTAL(CL-IDX) TO CW-ACT-TOTAL.
           MOVE CL-YEAR(CL-IDX) TO D-CLASS.
           PERFORM L5B-FORMAT-LINE.
           WRITE PRTLINE
               FROM H-CLASSLINE
                   AFTER ADVANCING 1 LINE
                       AT END-OF-PAGE
                           PERFORM L3-HEADINGS.

       L5A-SUM-CLASS.
           COMPUTE CW-GRADS = CW-GRADS + CL-GRADS(CL-IDX).
           COMPUTE CW-RESPONSES = CW-RESPONSES + CL-RESPONSES(CL-IDX).
           COMPUTE CW-EXP-TOTAL = CW-EXP-TOTAL + CL-EXP-TOTAL(CL-IDX).
           COMPUTE CW-ACT-TOTAL = CW-ACT-TOTAL + CL-ACT-TOTAL(CL-IDX).

      *RESPONSE RATE, THE TWO AVERAGES, THEIR DIFFERENCE AND ACTUAL
      *AS A PERCENT OF EXPECTED. A CLASS WITH NO RESPONSES YET SHOWS
      *ZERO AVERAGES RATHER THAN DIVIDING BY ZERO
       L5B-FORMAT-LINE.
           MOVE 0 TO CW-RESP-PCT.
           MOVE 0 TO CW-EXP-AVG.
           MOVE 0 TO CW-ACT-AVG.
           MOVE 0 TO CW-ACT-PCT.
           IF CW-GRADS GREATER THAN 0
               COMPUTE CW-RESP-PCT ROUNDED =
                   CW-RESPONSES * 100 / CW-GRADS
           END-IF.
           IF CW-RESPONSES GREATER THAN 0
               COMPUTE CW-EXP-AVG ROUNDED =
                   CW-EXP-TOTAL / CW-RESPONSES
               COMPUTE CW-ACT-AVG ROUNDED =
                   CW-ACT-TOTAL / CW-RESPONSES
           END-IF.
           IF CW-EXP-TOTAL GREATER THAN 0
               COMPUTE CW-ACT-PCT ROUNDED =
                   CW-ACT-TOTAL * 100 / CW-EXP-TOTAL
                   ON SIZE ERROR
                       MOVE 999.9 TO CW-ACT-PCT
               END-COMPUTE
           END-IF.
           COMPUTE CW-DIFFERENCE = CW-ACT-AVG - CW-EXP-AVG.
           MOVE CW-GRADS TO D-GRADS.
           MOVE CW-RESPONSES TO D-RESPONSES.
           MOVE CW-RESP-PCT TO D-RESP-PCT.
           MOVE CW-EXP-AVG TO D-EXP-AVG.
           MOVE CW-ACT-AVG TO D-ACT-AVG.
           MOVE CW-DIFFERENCE TO D-DIFFERENCE.
           MOVE CW-ACT-PCT TO D-ACT-PCT.
       END PROGRAM CBLTAM35.

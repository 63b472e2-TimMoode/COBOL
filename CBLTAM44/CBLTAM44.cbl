       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBLTAM44.
       AUTHOR. TIMOTHY ALEC MOODE.
       DATE-WRITTEN. 10/15/2026.
      * CHANGE HISTORY INQUIRY. EVERY ADD, CHANGE, DELETE, AND
      * TRANSFER APPLIED BY THE MASTER MAINTENANCE RUNS (CBLTAM05,
      * CBLTAM19, CBLTAM23, AND CBLTAM25), AND EVERY GPA CORRECTED
      * BY CBLTAM06, GOES ONTO THE SHARED CHANGE JOURNAL CBLCHGJ.DAT
      * WITH ITS BEFORE AND AFTER IMAGES, THE RUN DATE AND TIME, AND
      * THE TRANSACTION BATCH IT CAME FROM. THE AUDIT LISTINGS EACH
      * RUN PRINTS ONLY COVER THAT RUN, SO THE AUDITORS HAD NO WAY TO
      * SEE HOW ONE RECORD GOT TO WHERE IT IS. THIS PROGRAM ACCEPTS
      * EITHER A FILE AND KEY - A BLANK KEY MEANS EVERY KEY ON THE
      * FILE - OR A RANGE OF RUN DATES FROM THE CONSOLE, AND PRINTS
      * AND DISPLAYS EVERY JOURNAL ENTRY THAT MATCHES, OLDEST FIRST.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CHANGE-JOURNAL
               ASSIGN TO 'C:\COBOLWI19\CBLCHGJ.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS CJ-STATUS.
           SELECT PRTOUT
               ASSIGN TO 'C:\COBOLWI19\CHGJINQ.PRT'
                   ORGANIZATION IS RECORD SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *PERMANENT CHANGE JOURNAL SHARED BY EVERY MASTER MAINTENANCE
      *RUN - ONE RECORD PER ADD (A), CHANGE (C), DELETE (D), OR
      *STOCK TRANSFER (T), IN THE ORDER THE RUNS WERE PROMOTED
       FD  CHANGE-JOURNAL
           LABEL RECORD IS STANDARD
           DATA RECORD IS CJ-REC
           RECORD CONTAINS 214 CHARACTERS.

       01 CJ-REC.
           05 CJ-FILE           PIC X(8).
           05 CJ-KEY            PIC X(10).
           05 CJ-ACTION         PIC X.
               88 CJ-ADD                   VALUE 'A'.
               88 CJ-CHANGE                VALUE 'C'.
               88 CJ-DELETE                VALUE 'D'.
               88 CJ-TRANSFER              VALUE 'T'.
           05 CJ-RUN-DATE.
               10 CJ-RUN-YEAR   PIC XXXX.
               10 CJ-RUN-MONTH  PIC XX.
               10 CJ-RUN-DAY    PIC XX.
           05 CJ-RUN-TIME.
               10 CJ-RUN-HOUR   PIC XX.
               10 CJ-RUN-MIN    PIC XX.
               10 CJ-RUN-SEC    PIC XX.
           05 CJ-PROGRAM        PIC X(8).
           05 CJ-BATCH-FILE     PIC X(8).
           05 CJ-BATCH-SEQ      PIC 9(5).
           05 CJ-BEFORE         PIC X(80).
           05 CJ-AFTER          PIC X(80).

       FD  PRTOUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS PRTLINE
           LINAGE IS 60 WITH FOOTING AT 56.

       01  PRTLINE              PIC X(132).

       WORKING-STORAGE SECTION.
       01  MISC.
           05  CJ-STATUS        PIC XX     VALUE SPACES.
           05  EOF              PIC X      VALUE 'N'.
           05  CPAGECOUNT       PIC 99     VALUE 0.
           05  READCOUNT        PIC 9(5)   VALUE 0.
           05  HITCOUNT         PIC 9(5)   VALUE 0.
      *WHAT THE CLERK ASKED FOR - A FILE AND KEY, OR A DATE RANGE
       01  INQUIRY.
           05  INQ-MODE         PIC X      VALUE SPACES.
               88  INQ-BY-KEY              VALUE 'K'.
               88  INQ-BY-DATE             VALUE 'D'.
           05  INQ-FILE         PIC X(8)   VALUE SPACES.
           05  INQ-KEY          PIC X(10)  VALUE SPACES.
           05  INQ-FROM-DATE.
               10 FROM-YEAR      PIC XXXX   VALUE SPACES.
               10 FROM-MONTH     PIC XX     VALUE SPACES.
               10 FROM-DAY       PIC XX     VALUE SPACES.
           05  INQ-THRU-DATE.
               10 THRU-YEAR      PIC XXXX   VALUE SPACES.
               10 THRU-MONTH     PIC XX     VALUE SPACES.
               10 THRU-DAY       PIC XX     VALUE SPACES.
      *ANSWER AREA FOR THE COMMON DATE EDIT SUBPROGRAM
       01  DV-RESULT.
           05  DV-VALID-SW      PIC X.
               88  DV-DATE-GOOD            VALUE 'Y'.
               88  DV-DATE-BAD             VALUE 'N'.
           05  DV-REASON        PIC X(30).
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
                   VALUE 'CHANGE JOURNAL HISTORY INQUIRY'.
           05  FILLER           PIC X(41)  VALUE SPACES.
           05  FILLER           PIC X(6)   VALUE 'PAGE: '.
           05  H-PAGE           PIC Z9.
       01  H-KEYSELECT.
           05  FILLER           PIC X(16)  VALUE 'SELECTION: FILE '.
           05  S-FILE           PIC X(8).
           05  FILLER           PIC X(6)   VALUE '  KEY '.
           05  S-KEY            PIC X(10).
       01  H-DATESELECT.
           05  FILLER           PIC X(21)
                   VALUE 'SELECTION: RUN DATES '.
           05  S-FROM-MONTH     PIC XX.
           05  FILLER           PIC X      VALUE '/'.
           05  S-FROM-DAY       PIC XX.
           05  FILLER           PIC X      VALUE '/'.
           05  S-FROM-YEAR      PIC XXXX.
           05  FILLER           PIC X(6)   VALUE ' THRU '.
           05  S-THRU-MONTH     PIC XX.
           05  FILLER           PIC X      VALUE '/'.
           05  S-THRU-DAY       PIC XX.
           05  FILLER           PIC X      VALUE '/'.
           05  S-THRU-YEAR      PIC XXXX.
       01  H-HEADING1.
           05  FILLER           PIC X(8)   VALUE 'RUN DATE'.
           05  FILLER           PIC X(4)   VALUE SPACES.
           05  FILLER           PIC X(8)   VALUE 'RUN TIME'.
           05  FILLER           PIC X(3)   VALUE SPACES.
           05  FILLER           PIC X(7)   VALUE 'PROGRAM'.
           05  FILLER           PIC X(4)   VALUE SPACES.
           05  FILLER           PIC X(4)   VALUE 'FILE'.
           05  FILLER           PIC X(7)   VALUE SPACES.
           05  FILLER           PIC X(3)   VALUE 'KEY'.
           05  FILLER           PIC X(10)  VALUE SPACES.
           05  FILLER           PIC X(6)   VALUE 'ACTION'.
           05  FILLER           PIC X(5)   VALUE SPACES.
           05  FILLER           PIC X(17)  VALUE 'TRANSACTION BATCH'.
       01  H-DETAIL.
           05  D-MONTH          PIC XX.
           05  FILLER           PIC X      VALUE '/'.
           05  D-DAY            PIC XX.
           05  FILLER           PIC X      VALUE '/'.
           05  D-YEAR           PIC XXXX.
           05  FILLER           PIC X(2)   VALUE SPACES.
           05  D-HOUR           PIC XX.
           05  FILLER           PIC X      VALUE ':'.
           05  D-MIN            PIC XX.
           05  FILLER           PIC X      VALUE ':'.
           05  D-SEC            PIC XX.
           05  FILLER           PIC X(3)   VALUE SPACES.
           05  D-PROGRAM        PIC X(8).
           05  FILLER           PIC X(3)   VALUE SPACES.
           05  D-FILE           PIC X(8).
           05  FILLER           PIC X(3)   VALUE SPACES.
           05  D-KEY            PIC X(10).
           05  FILLER           PIC X(3)   VALUE SPACES.
           05  D-ACTION         PIC X(8).
           05  FILLER           PIC X(3)   VALUE SPACES.
           05  D-BATCH-FILE     PIC X(8).
           05  FILLER           PIC X(2)   VALUE ' #'.
           05  D-BATCH-SEQ      PIC 9(5).
       01  H-IMAGELINE.
           05  FILLER           PIC X(12)  VALUE SPACES.
           05  I-IMAGE          PIC X(8).
           05  I-DATA           PIC X(80).
       01  H-FINALLINE.
           05  FILLER           PIC X(16)  VALUE 'JOURNAL READ:   '.
           05  F-READ           PIC ZZZZ9.
           05  FILLER           PIC X(5)   VALUE SPACES.
           05  FILLER           PIC X(16)  VALUE 'ENTRIES FOUND:  '.
           05  F-HITS           PIC ZZZZ9.
       01  H-NONELINE.
           05  FILLER           PIC X(40)
                   VALUE 'NO CHANGES ON THE JOURNAL FOR THIS ASK'.
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
           PERFORM L2-ASK-SELECTION.
           OPEN INPUT CHANGE-JOURNAL.
           IF CJ-STATUS NOT = '00' AND CJ-STATUS NOT = '05'
               DISPLAY 'CBLTAM44 - CANNOT OPEN CHANGE JOURNAL,'
                   ' STATUS: ' CJ-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT PRTOUT.
           PERFORM L3-HEADINGS.
           PERFORM L2-READ-JOURNAL.

       L1-MAINLINE.
           COMPUTE READCOUNT = READCOUNT + 1.
           IF INQ-BY-KEY
               IF CJ-FILE = INQ-FILE
                       AND (INQ-KEY = SPACES OR CJ-KEY = INQ-KEY)
                   PERFORM L4-SHOW-ENTRY
               END-IF
           ELSE
               IF CJ-RUN-DATE NOT LESS THAN INQ-FROM-DATE
                       AND CJ-RUN-DATE NOT GREATER THAN INQ-THRU-DATE
                   PERFORM L4-SHOW-ENTRY
               END-IF
           END-IF.
           PERFORM L2-READ-JOURNAL.

       L1-CLOSING.
           IF HITCOUNT = 0
               WRITE PRTLINE
                   FROM H-NONELINE
                       AFTER ADVANCING 2 LINES
               DISPLAY 'CBLTAM44 - NO CHANGES ON THE JOURNAL FOR THIS'
                   ' SELECTION'
           END-IF.
           MOVE READCOUNT TO F-READ.
           MOVE HITCOUNT TO F-HITS.
           WRITE PRTLINE
               FROM H-FINALLINE
                   AFTER ADVANCING 3 LINES.
           CLOSE CHANGE-JOURNAL
                 PRTOUT.
           DISPLAY 'CBLTAM44 - CHANGE HISTORY INQUIRY COMPLETE'.
           DISPLAY 'JOURNAL READ: ' READCOUNT
               ' ENTRIES FOUND: ' HITCOUNT.

      *A FILE AND KEY, OR A RANGE OF RUN DATES. THE FILE IS THE
      *MASTER'S NAME WITHOUT THE .DAT, AS THE JOURNAL CARRIES IT.
      *A BLANK THRU DATE MEANS THE ONE DAY ASKED FOR
       L2-ASK-SELECTION.
           DISPLAY 'CBLTAM44 - ENTER K TO ASK BY FILE AND KEY,'
               ' D TO ASK BY RUN DATES:'.
           ACCEPT INQ-MODE.
           EVALUATE TRUE
               WHEN INQ-BY-KEY
                   DISPLAY 'CBLTAM44 - ENTER FILE (STDNTMST, CBLPITEM,'
                       ' CBLBSTK, CBLBCUST):'
                   ACCEPT INQ-FILE
                   DISPLAY 'CBLTAM44 - ENTER KEY (BLANK FOR EVERY KEY'
                       ' ON THE FILE):'
                   ACCEPT INQ-KEY
                   IF INQ-FILE = SPACES
                       DISPLAY 'CBLTAM44 - A FILE MUST BE ENTERED'
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   MOVE INQ-FILE TO S-FILE
                   IF INQ-KEY = SPACES
                       MOVE '(ALL)' TO S-KEY
                   ELSE
                       MOVE INQ-KEY TO S-KEY
                   END-IF
               WHEN INQ-BY-DATE
                   DISPLAY 'CBLTAM44 - ENTER FROM DATE (YYYYMMDD):'
                   ACCEPT INQ-FROM-DATE
                   DISPLAY 'CBLTAM44 - ENTER THRU DATE (YYYYMMDD,'
                       ' BLANK FOR THE SAME DAY):'
                   ACCEPT INQ-THRU-DATE
                   IF INQ-THRU-DATE = SPACES
                       MOVE INQ-FROM-DATE TO INQ-THRU-DATE
                   END-IF
                   PERFORM L2A-EDIT-DATES
               WHEN OTHER
                   DISPLAY 'CBLTAM44 - SELECTION MUST BE K OR D'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       L2A-EDIT-DATES.
           CALL 'CBLDATEV' USING INQ-FROM-DATE DV-RESULT.
           IF DV-DATE-GOOD
               CALL 'CBLDATEV' USING INQ-THRU-DATE DV-RESULT
           END-IF.
           IF DV-DATE-BAD
               DISPLAY 'CBLTAM44 - ' DV-REASON
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF INQ-THRU-DATE LESS THAN INQ-FROM-DATE
               DISPLAY 'CBLTAM44 - THRU DATE IS BEFORE THE FROM DATE'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE FROM-MONTH TO S-FROM-MONTH.
           MOVE FROM-DAY TO S-FROM-DAY.
           MOVE FROM-YEAR TO S-FROM-YEAR.
           MOVE THRU-MONTH TO S-THRU-MONTH.
           MOVE THRU-DAY TO S-THRU-DAY.
           MOVE THRU-YEAR TO S-THRU-YEAR.

       L2-READ-JOURNAL.
           READ CHANGE-JOURNAL
               AT END
                   MOVE 'Y' TO EOF
           END-READ.

       L3-HEADINGS.
           COMPUTE CPAGECOUNT = CPAGECOUNT + 1.
           MOVE CPAGECOUNT TO H-PAGE.
           WRITE PRTLINE
               FROM H-TITLELINE
                   AFTER ADVANCING PAGE.
           IF INQ-BY-KEY
               WRITE PRTLINE
                   FROM H-KEYSELECT
                       AFTER ADVANCING 2 LINES
           ELSE
               WRITE PRTLINE
                   FROM H-DATESELECT
                       AFTER ADVANCING 2 LINES
           END-IF.
           WRITE PRTLINE
               FROM H-HEADING1
                   AFTER ADVANCING 2 LINES.

      *ONE ENTRY IS ITS STAMP LINE FOLLOWED BY WHICHEVER IMAGES IT
      *CARRIES - AN ADD HAS NO BEFORE AND A DELETE HAS NO AFTER
       L4-SHOW-ENTRY.
           COMPUTE HITCOUNT = HITCOUNT + 1.
           MOVE CJ-RUN-MONTH TO D-MONTH.
           MOVE CJ-RUN-DAY TO D-DAY.
           MOVE CJ-RUN-YEAR TO D-YEAR.
           MOVE CJ-RUN-HOUR TO D-HOUR.
           MOVE CJ-RUN-MIN TO D-MIN.
           MOVE CJ-RUN-SEC TO D-SEC.
           MOVE CJ-PROGRAM TO D-PROGRAM.
           MOVE CJ-FILE TO D-FILE.
           MOVE CJ-KEY TO D-KEY.
           EVALUATE TRUE
               WHEN CJ-ADD
                   MOVE 'ADD' TO D-ACTION
               WHEN CJ-CHANGE
                   MOVE 'CHANGE' TO D-ACTION
               WHEN CJ-DELETE
                   MOVE 'DELETE' TO D-ACTION
               WHEN CJ-TRANSFER
                   MOVE 'TRANSFER' TO D-ACTION
               WHEN OTHER
                   MOVE CJ-ACTION TO D-ACTION
           END-EVALUATE.
           MOVE CJ-BATCH-FILE TO D-BATCH-FILE.
           MOVE CJ-BATCH-SEQ TO D-BATCH-SEQ.
           WRITE PRTLINE
               FROM H-DETAIL
                   AFTER ADVANCING 2 LINES
                       AT END-OF-PAGE
                           PERFORM L3-HEADINGS.
           IF CJ-BEFORE NOT = SPACES
               MOVE 'BEFORE: ' TO I-IMAGE
               MOVE CJ-BEFORE TO I-DATA
               PERFORM L4A-IMAGE-WRITE
           END-IF.
           IF CJ-AFTER NOT = SPACES
               MOVE 'AFTER:  ' TO I-IMAGE
               MOVE CJ-AFTER TO I-DATA
               PERFORM L4A-IMAGE-WRITE
           END-IF.
           DISPLAY CJ-RUN-DATE ' ' CJ-RUN-TIME ' ' CJ-PROGRAM ' '
               CJ-FILE ' ' CJ-KEY ' ' D-ACTION.

       L4A-IMAGE-WRITE.
           WRITE PRTLINE
               FROM H-IMAGELINE
                   AFTER ADVANCING 1 LINE
                       AT END-OF-PAGE
                           PERFORM L3-HEADINGS.
       END PROGRAM CBLTAM44.

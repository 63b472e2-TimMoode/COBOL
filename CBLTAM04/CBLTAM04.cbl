       PROGRAM-ID. CBLTAM04.
       AUTHOR. TIMOTHY ALEC MOODE.
       DATE-WRITTEN. 1/13/2020.
      * NIGHTLY BATCH DRIVER. RUNS THE JOB STREAM AS SEPARATE OS
      * STEPS, AND CHECKPOINTS PROGRESS TO CBLCHKPT.DAT SO THAT A
      * RERUN AFTER A FAILED STEP PICKS UP WITH THE STEP THAT FAILED
      * INSTEAD OF REPEATING WORK THAT ALREADY COMPLETED.
      * THE STREAM IS READ FROM THE SCHEDULE FILE CBLSCHED.DAT, ONE
      * ENTRY PER JOB IN RUN ORDER, SO THE CALENDAR JOBS THAT USED
      * TO BE STARTED BY HAND RUN WITH THE NIGHTLY CYCLE. EACH
      * ENTRY GIVES THE STEP NUMBER, THE PROGRAM, HOW OFTEN IT RUNS
      * (NIGHTLY, MONTHEND, TERMEND OR QTREND), UP TO FOUR RETURN
      * CODES IT MAY END WITH AND STILL LET THE CYCLE CONTINUE, AND
      * THE EARLIER STEP IT DEPENDS ON. THE PERIOD-END JOBS ARE DUE
      * ONCE THE RUN DATE REACHES THE LAST DAY OF THE PERYEAR/
      * PERMONTH PERIOD, AND ONLY ONCE PER PERIOD - THE CHECKPOINT
      * REMEMBERS THE LAST PERIOD WHOSE MONTH-END STREAM COMPLETED.
      * THE PLAN IS CHECKPOINTED AS IN PROGRESS BEFORE THE FIRST STEP
      * STARTS, SO EVEN A FAILURE IN STEP 1 IS RESUMED WITH THE SAME
      * PERIOD AND STREAMS. WHEN THE PERIOD IS NOT GIVEN AS A
      * PARAMETER AND LAST MONTH'S MONTH-END STREAM NEVER CLOSED -
      * NO RUN FELL ON ITS LAST DAY - LAST MONTH IS PLANNED AGAIN
      * SO THE MISS IS CAUGHT. THE PERIOD-END JOBS WORK FROM THE
      * PERYEAR/PERMONTH PARAMETERS OR THE RUN DATE, SO FOR ANY
      * MONTH THE PARAMETERS DO NOT NAME THEY ARE HELD AS MISSED,
      * THE NIGHTLY JOBS STILL RUN, THE PERIOD STAYS OPEN AND THE
      * RUN ENDS WITH RETURN CODE 8 - THE OPERATOR SETS PERYEAR/
      * PERMONTH TO THE MISSED PERIOD AND RERUNS TO CLOSE IT. A
      * RESTART WHOSE PERIOD-END JOBS ARE STILL TO RUN FOR A MONTH
      * THAT IS NO LONGER THE RUN MONTH STARTS NO JOB AND KEEPS ITS
      * CHECKPOINT UNTIL THE PARAMETERS NAME THAT PERIOD.
      * TERM-END FOLLOWS THE ACADEMIC TERMS (MAY, JULY, DECEMBER)
      * AND QUARTER-END THE CALENDAR QUARTERS. A JOB WHOSE STEP IT
      * DEPENDS ON IS NOT DUE TONIGHT IS HELD. THE RUN PLAN IS
      * PRINTED TO RUNPLAN.PRT BEFORE THE FIRST STEP STARTS, AND THE
      * RESULT OF EVERY STEP IS ADDED AFTER THE STREAM ENDS. A
      * SCHEDULE ENTRY THAT DOES NOT EDIT STOPS THE RUN BEFORE ANY
      * JOB STARTS. WITH NO SCHEDULE FILE THE ORIGINAL SEVEN-STEP
      * NIGHTLY STREAM RUNS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
               ASSIGN TO 'C:\COBOLWI19\CBLCHKPT.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS CHKPT-STATUS.
           SELECT SCHEDFILE
               ASSIGN TO 'C:\COBOLWI19\CBLSCHED.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS SCHED-STATUS.
           SELECT PARMFILE
               ASSIGN TO 'C:\COBOLWI19\CBLPARMS.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS PARM-STATUS.
           SELECT PRTOUT
               ASSIGN TO 'C:\COBOLWI19\RUNPLAN.PRT'
                   ORGANIZATION IS RECORD SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * LAST GOOD STEP OF THE RUN IN PROGRESS, WITH THE PERIOD AND
      * PERIOD-END STREAMS THAT RUN WAS PLANNED WITH SO A RESTART
      * ON A LATER DATE FINISHES THE SAME PLAN, THE LAST PERIOD
      * WHOSE MONTH-END STREAM COMPLETED, AND WHETHER A PLANNED RUN
      * IS STILL IN PROGRESS
       FD CHKPTFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS CHKPT-REC
           RECORD CONTAINS 26 CHARACTERS.
       01 CHKPT-REC.
         05 CK-LASTSTEP            PIC 99.
         05 CK-PERIOD              PIC X(6).
         05 CK-RUN-DATE            PIC X(8).
         05 CK-MONTHEND-SW         PIC X.
         05 CK-TERMEND-SW          PIC X.
         05 CK-QTREND-SW           PIC X.
         05 CK-LASTCLOSE           PIC X(6).
         05 CK-INPROG-SW           PIC X.
      * ONE JOB PER RECORD IN RUN ORDER
       FD SCHEDFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS SCHED-REC
           RECORD CONTAINS 66 CHARACTERS.
       01 SCHED-REC                PIC X(66).
      * RUNTIME PARAMETER FILE - BUSINESS CUTOFFS AS DATA INSTEAD OF
      * WORKING-STORAGE VALUES, SO A CHANGE IS NOT A RECOMPILE
       FD PARMFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS PARM-REC
           RECORD CONTAINS 19 CHARACTERS.
       01 PARM-REC.
         05 PARM-NAME              PIC X(10).
         05 FILLER                 PIC X.
         05 PARM-WHOLE             PIC 9(4).
         05 FILLER                 PIC X.
         05 PARM-DEC               PIC 9(3).
       FD PRTOUT
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS PRTLINE
           LINAGE IS 40 WITH FOOTING AT 36.
       01 PRTLINE                  PIC X(132).

       WORKING-STORAGE SECTION.
       01 MISC.
         05 CHKPT-STATUS           PIC XX          VALUE SPACES.
         05 SCHED-STATUS           PIC XX          VALUE SPACES.
         05 SCHED-EOF              PIC X           VALUE 'N'.
         05 LASTSTEP               PIC 99          VALUE 0.
         05 STEP-RC                PIC S9(4)       VALUE 0.
         05 CPAGECOUNT             PIC 99          VALUE 0.
         05 DUECOUNT               PIC 99          VALUE 0.
         05 SCHEDERRCOUNT          PIC 99          VALUE 0.
         05 RUN-ABORT-SW           PIC X           VALUE 'N'.
           88 RUN-ABORTED          VALUE 'Y'.
         05 RESTART-SW             PIC X           VALUE 'N'.
           88 RESTARTING           VALUE 'Y'.
         05 RC-OK-SW               PIC X           VALUE 'N'.
           88 RC-ALLOWED           VALUE 'Y'.
         05 INPROG-SW              PIC X           VALUE 'N'.
           88 RUN-IN-PROGRESS      VALUE 'Y'.
         05 CATCHUP-SW             PIC X           VALUE 'N'.
           88 CATCHING-UP          VALUE 'Y'.
         05 RESTART-HOLD-SW        PIC X           VALUE 'N'.
           88 RESTART-HELD         VALUE 'Y'.
         05 HELDCOUNT              PIC 99          VALUE 0.
      * PERIOD-END STREAMS DUE ON THIS RUN - H IS DUE BUT HELD
      * BECAUSE ITS PERIOD WAS MISSED
         05 MONTHEND-SW            PIC X           VALUE 'N'.
           88 MONTHEND-DUE         VALUE 'Y'.
           88 MONTHEND-HELD        VALUE 'H'.
         05 TERMEND-SW             PIC X           VALUE 'N'.
           88 TERMEND-DUE          VALUE 'Y'.
           88 TERMEND-HELD         VALUE 'H'.
         05 QTREND-SW              PIC X           VALUE 'N'.
           88 QTREND-DUE           VALUE 'Y'.
           88 QTREND-HELD          VALUE 'H'.
      * PROCESSING PERIOD AND ITS LAST DAY
         05 PERYEAR                PIC 9(4)        VALUE 0.
         05 PERMONTH               PIC 99          VALUE 0.
         05 RUN-INT                PIC 9(7)        VALUE 0.
         05 PERIOD-END-INT         PIC 9(7)        VALUE 0.
         05 PERIOD-END-NUM         PIC 9(8)        VALUE 0.
       01 PERIOD-KEY.
         05 PERYEAR-X              PIC X(4).
         05 PERMONTH-X             PIC XX.
       01 LASTCLOSE.
         05 LC-YEAR                PIC X(4)        VALUE SPACES.
         05 LC-MONTH               PIC XX          VALUE SPACES.
       01 NEXT-MONTH-FIRST.
         05 NM-YEAR                PIC 9(4)        VALUE 0.
         05 NM-MONTH               PIC 99          VALUE 0.
         05 NM-DAY                 PIC 99          VALUE 1.
       01 NEXT-MONTH-NUM REDEFINES NEXT-MONTH-FIRST PIC 9(8).
      * THE MONTH BEFORE THE RUN DATE, FOR THE MONTH-END CATCH-UP
       01 PRIOR-PERIOD.
         05 PP-YEAR                PIC 9(4)        VALUE 0.
         05 PP-MONTH               PIC 99          VALUE 0.
      * THE RUN DATE'S MONTH, AND THE PERIOD THE PERYEAR/PERMONTH
      * PARAMETERS NAME - THE PERIOD THE PERIOD-END JOBS WILL CLOSE
       01 RUN-PERIOD.
         05 RP-YEAR                PIC X(4)        VALUE SPACES.
         05 RP-MONTH               PIC XX          VALUE SPACES.
       01 PARM-PERIOD.
         05 PM-YEAR                PIC X(4)        VALUE SPACES.
         05 PM-MONTH               PIC XX          VALUE SPACES.
       01 MISSED-TEXT.
         05 FILLER                 PIC X(10)       VALUE 'MONTH-END '.
         05 MT-MONTH               PIC XX.
         05 FILLER                 PIC X           VALUE '/'.
         05 MT-YEAR                PIC X(4).
         05 FILLER                 PIC X(30)       VALUE
               ' MISSED - SET PERYEAR/PERMONTH'.
      * PARAMETER FILE CONTROLS
       01 PARM-CONTROLS.
         05 PARM-STATUS            PIC XX          VALUE SPACES.
         05 PARM-EOF               PIC X           VALUE 'N'.
         05 SRC-PERYEAR            PIC X(8)        VALUE 'DEFAULT'.
         05 SRC-PERMONTH           PIC X(8)        VALUE 'DEFAULT'.
      * ORIGINAL NIGHTLY STREAM, RUN WHEN THERE IS NO SCHEDULE FILE.
      * CBLTAM29 MAY END WITH A REVIEW FLAG (8) AND THE CYCLE RUNS
      * ON - A HARD ERROR (16) STOPS IT BEFORE THE REPORTS PUBLISH
       01 DEFAULT-STREAM-TABLE.
         05 FILLER                 PIC X(33)       VALUE
               '01 CBLTAM15 NIGHTLY  00          '.
         05 FILLER                 PIC X(33)       VALUE
               '00 MASTER FILE BACKUPS           '.
         05 FILLER                 PIC X(33)       VALUE
               '02 CBLTAM29 NIGHTLY  00 04 08    '.
         05 FILLER                 PIC X(33)       VALUE
               '01 DATA-QUALITY AUDIT            '.
         05 FILLER                 PIC X(33)       VALUE
               '03 CBLTAM00 NIGHTLY  00          '.
         05 FILLER                 PIC X(33)       VALUE
               '02 STUDENT REPORT                '.
         05 FILLER                 PIC X(33)       VALUE
               '04 CBLTAM01 NIGHTLY  00          '.
         05 FILLER                 PIC X(33)       VALUE
               '02 PIZZA SALES REPORT            '.
         05 FILLER                 PIC X(33)       VALUE
               '05 CBLTAM02 NIGHTLY  00          '.
         05 FILLER                 PIC X(33)       VALUE
               '02 BOAT SALES REPORT             '.
         05 FILLER                 PIC X(33)       VALUE
               '06 CBLTAM14 NIGHTLY  00          '.
         05 FILLER                 PIC X(33)       VALUE
               '05 NIGHTLY BALANCING             '.
         05 FILLER                 PIC X(33)       VALUE
               '07 CBLTAM16 NIGHTLY  00          '.
         05 FILLER                 PIC X(33)       VALUE
               '06 EXECUTIVE SUMMARY             '.
       01 DEFAULT-STREAM-REDEF REDEFINES DEFAULT-STREAM-TABLE.
         05 DEFAULT-JOB OCCURS 7 TIMES PIC X(66).
      * THE JOB STREAM - EACH ENTRY IS A SCHEDULE RECORD PLUS WHAT
      * THE PLAN DECIDED FOR IT AND HOW IT ENDED
       01 JOB-CONTROLS.
         05 JT-COUNT               PIC 99          VALUE 0.
         05 JT-MAX                 PIC 99          VALUE 40.
         05 JT-IDX                 PIC 99          VALUE 0.
         05 JT-FOUND-IDX           PIC 99          VALUE 0.
         05 JT-SRCH-IDX            PIC 99          VALUE 0.
         05 JT-OVERFLOW            PIC 99          VALUE 0.
         05 RC-IDX                 PIC 9           VALUE 0.
         05 OKRC-COUNT             PIC 9           VALUE 0.
       01 JOB-TABLE.
         05 JT-ENTRY OCCURS 40 TIMES.
           10 JT-SCHED.
             15 JT-STEP            PIC 99.
             15 FILLER             PIC X.
             15 JT-PROGRAM         PIC X(8).
             15 FILLER             PIC X.
             15 JT-FREQ            PIC X(8).
               88 JT-NIGHTLY       VALUE 'NIGHTLY '.
               88 JT-MONTHEND      VALUE 'MONTHEND'.
               88 JT-TERMEND       VALUE 'TERMEND '.
               88 JT-QTREND        VALUE 'QTREND  '.
             15 FILLER             PIC X.
             15 JT-OKCODES.
               20 JT-OKRC-ENTRY OCCURS 4 TIMES.
                 25 JT-OKRC        PIC XX.
                 25 JT-OKRC-N REDEFINES JT-OKRC PIC 99.
                 25 FILLER         PIC X.
             15 JT-DEPENDS         PIC 99.
             15 FILLER             PIC X.
             15 JT-DESC            PIC X(30).
      * R RUN, N NOT DUE, H HELD ON ITS DEPENDENCY OR ITS MISSED
      * PERIOD, D DONE BEFORE THE RESTART, E SCHEDULE ERROR
           10 JT-PLAN              PIC X.
           10 JT-PLAN-TEXT         PIC X(47).
      * C COMPLETE, A ALLOWED RETURN CODE, F FAILED
           10 JT-OUTCOME           PIC X.
           10 JT-RC                PIC S9(4).
      * OS COMMAND THAT STARTS ONE JOB
       01 RUN-CMD.
         05 FILLER                 PIC X(13)  VALUE 'C:\COBOLWI19\'.
         05 RC-PROGRAM             PIC X(8).
         05 FILLER                 PIC X(4)        VALUE '.EXE'.
       01 CURDATETIME.
         05 THE-DATE.
           10 CURYEAR              PIC X(4).
           10 CURMONTH             PIC XX.
           10 CURDAY               PIC XX.
         05 THE-TIME.
           10 CURHOUR              PIC XX.
           10 CURMIN               PIC XX.
           10 CURSEC               PIC XX.
       01 THE-DATE-NUM REDEFINES CURDATETIME.
         05 TODAY-NUM              PIC 9(8).
         05 FILLER                 PIC X(6).
       01 PERIOD-END-DATE.
         05 PE-YEAR                PIC X(4).
         05 PE-MONTH               PIC XX.
         05 PE-DAY                 PIC XX.
       01 H-TITLE-LINE.
         05 FILLER                 PIC X(6)        VALUE 'DATE: '.
         05 H-MONTH                PIC XX.
         05 FILLER                 PIC X           VALUE '/'.
         05 H-DAY                  PIC XX.
         05 FILLER                 PIC X           VALUE '/'.
         05 H-YEAR                 PIC XXXX.
         05 FILLER                 PIC X(38)       VALUE SPACES.
         05 FILLER                 PIC X(22)
               VALUE 'NIGHTLY BATCH RUN PLAN'.
         05 FILLER                 PIC X(48)       VALUE SPACES.
         05 FILLER                 PIC X(6)        VALUE 'PAGE: '.
         05 H-PAGENUM              PIC Z9.
       01 H-PERIODLINE.
         05 FILLER                 PIC X(8)        VALUE 'PERIOD: '.
         05 H-PERMONTH             PIC XX.
         05 FILLER                 PIC X           VALUE '/'.
         05 H-PERYEAR              PIC XXXX.
         05 FILLER                 PIC X(2)        VALUE SPACES.
         05 H-PERSOURCE            PIC X(14).
         05 FILLER                 PIC X(13)  VALUE 'PERIOD ENDS: '.
         05 H-PE-MONTH             PIC XX.
         05 FILLER                 PIC X           VALUE '/'.
         05 H-PE-DAY               PIC XX.
         05 FILLER                 PIC X           VALUE '/'.
         05 H-PE-YEAR              PIC XXXX.
         05 FILLER                 PIC X(4)        VALUE SPACES.
         05 FILLER                 PIC X(11)  VALUE 'MONTH-END: '.
         05 H-MONTHEND             PIC X(4).
         05 FILLER                 PIC X(11)  VALUE ' TERM-END: '.
         05 H-TERMEND              PIC X(4).
         05 FILLER                 PIC X(14)  VALUE ' QUARTER-END: '.
         05 H-QTREND               PIC X(4).
       01 H-STREAMLINE.
         05 H-STREAM-TEXT          PIC X(60).
         05 H-CLOSE-TEXT           PIC X(40).
       01 H-LASTCLOSE-TEXT.
         05 FILLER                 PIC X(30)
               VALUE 'LAST MONTH-END STREAM CLOSED: '.
         05 H-LC-MONTH             PIC XX.
         05 FILLER                 PIC X           VALUE '/'.
         05 H-LC-YEAR              PIC XXXX.
       01 H-HEADING1.
         05 FILLER                 PIC X(4)        VALUE 'STEP'.
         05 FILLER                 PIC X(2)        VALUE SPACES.
         05 FILLER                 PIC X(8)        VALUE 'PROGRAM'.
         05 FILLER                 PIC X(2)        VALUE SPACES.
         05 FILLER                 PIC X(8)        VALUE 'RUNS'.
         05 FILLER                 PIC X(2)        VALUE SPACES.
         05 FILLER                 PIC X(12)       VALUE 'ALLOWED RC'.
         05 FILLER                 PIC X(2)        VALUE SPACES.
         05 FILLER                 PIC X(7)        VALUE 'DEPENDS'.
         05 FILLER                 PIC X(2)        VALUE SPACES.
         05 FILLER                 PIC X(30)       VALUE 'DESCRIPTION'.
         05 FILLER                 PIC X(2)        VALUE SPACES.
         05 FILLER                 PIC X(30)       VALUE 'TONIGHT'.
       01 H-DETAIL.
         05 FILLER                 PIC X           VALUE SPACE.
         05 D-STEP                 PIC Z9.
         05 FILLER                 PIC X(3)        VALUE SPACES.
         05 D-PROGRAM              PIC X(8).
         05 FILLER                 PIC X(2)        VALUE SPACES.
         05 D-FREQ                 PIC X(8).
         05 FILLER                 PIC X(2)        VALUE SPACES.
         05 D-OKCODES              PIC X(12).
         05 FILLER                 PIC X(4)        VALUE SPACES.
         05 D-DEPENDS              PIC ZZ.
         05 FILLER                 PIC X(5)        VALUE SPACES.
         05 D-DESC                 PIC X(30).
         05 FILLER                 PIC X(2)        VALUE SPACES.
         05 D-PLAN                 PIC X(47).
       01 H-PLANTOTAL.
         05 FILLER                 PIC X(16)  VALUE 'JOBS SCHEDULED: '.
         05 F-SCHEDULED            PIC Z9.
         05 FILLER                 PIC X(3)        VALUE SPACES.
         05 FILLER                 PIC X(14)  VALUE 'DUE TONIGHT: '.
         05 F-DUE                  PIC Z9.
         05 FILLER                 PIC X(3)        VALUE SPACES.
         05 FILLER                 PIC X(17)  VALUE 'SCHEDULE ERRORS: '.
         05 F-SCHEDERR             PIC Z9.
         05 FILLER                 PIC X(3)        VALUE SPACES.
         05 FILLER                 PIC X(15)  VALUE 'ENTRIES LOST: '.
         05 F-OVERFLOW             PIC Z9.
       01 H-REFUSELINE.
         05 FILLER                 PIC X(53) VALUE
               '**SCHEDULE DOES NOT EDIT - NO JOB HAS BEEN STARTED**'.
       01 H-RESTARTHOLDLINE.
         05 FILLER                 PIC X(52) VALUE
               '**RESTART PERIOD IS NOT THE RUN MONTH - SET PERYEAR/'.
         05 FILLER                 PIC X(42) VALUE
               'PERMONTH TO IT - NO JOB HAS BEEN STARTED**'.
       01 H-RESULTTITLE.
         05 FILLER                 PIC X(11)  VALUE 'RUN RESULTS'.
       01 H-RESULTHEAD.
         05 FILLER                 PIC X(4)        VALUE 'STEP'.
         05 FILLER                 PIC X(2)        VALUE SPACES.
         05 FILLER                 PIC X(8)        VALUE 'PROGRAM'.
         05 FILLER                 PIC X(2)        VALUE SPACES.
         05 FILLER                 PIC X(11)       VALUE 'RETURN CODE'.
         05 FILLER                 PIC X(2)        VALUE SPACES.
         05 FILLER                 PIC X(30)       VALUE 'RESULT'.
       01 H-RESULT.
         05 FILLER                 PIC X           VALUE SPACE.
         05 R-STEP                 PIC Z9.
         05 FILLER                 PIC X(3)        VALUE SPACES.
         05 R-PROGRAM              PIC X(8).
         05 FILLER                 PIC X(6)        VALUE SPACES.
         05 R-RC                   PIC ----9.
         05 FILLER                 PIC X(4)        VALUE SPACES.
         05 R-TEXT                 PIC X(40).
       PROCEDURE DIVISION.
       L0-MAIN.
           PERFORM L1-INIT.
           IF SCHEDERRCOUNT = 0 AND JT-OVERFLOW = 0 AND NOT RESTART-HELD
               MOVE 'Y' TO INPROG-SW
               PERFORM L2-WRITE-CHECKPOINT
               PERFORM L1-MAINLINE
                 VARYING JT-IDX FROM 1 BY 1
                   UNTIL JT-IDX > JT-COUNT OR RUN-ABORTED
           END-IF.
           PERFORM L1-CLOSING.
           STOP RUN.

      * THE PLAN IS SETTLED BEFORE ANYTHING RUNS. A RESTART TAKES
      * THE PERIOD AND THE PERIOD-END STREAMS FROM THE CHECKPOINT SO
      * IT FINISHES THE PLAN THE FAILED RUN STARTED, EVEN AFTER
      * MIDNIGHT HAS MOVED THE CALENDAR ON - PROVIDED ITS PERIOD-END
      * JOBS STILL TO RUN WILL CLOSE THAT PERIOD
       L1-INIT.
           MOVE FUNCTION CURRENT-DATE TO CURDATETIME.
           MOVE CURMONTH TO H-MONTH.
           MOVE CURDAY TO H-DAY.
           MOVE CURYEAR TO H-YEAR.
           MOVE CURYEAR TO RP-YEAR.
           MOVE CURMONTH TO RP-MONTH.
           COMPUTE RUN-INT = FUNCTION INTEGER-OF-DATE(TODAY-NUM).
           PERFORM L2-READ-CHECKPOINT.
           PERFORM L8-LOAD-PARMS.
           IF RESTARTING
               MOVE CK-PERIOD TO PERIOD-KEY
               MOVE PERYEAR-X TO PERYEAR
               MOVE PERMONTH-X TO PERMONTH
               MOVE '(RESTART)' TO H-PERSOURCE
               MOVE CK-MONTHEND-SW TO MONTHEND-SW
               MOVE CK-TERMEND-SW TO TERMEND-SW
               MOVE CK-QTREND-SW TO QTREND-SW
               PERFORM L4-PERIOD-END
               IF MONTHEND-DUE
                   PERFORM L4-PERIOD-CHECK
                   IF MONTHEND-HELD
                       MOVE 'Y' TO RESTART-HOLD-SW
                   END-IF
               END-IF
               DISPLAY 'CBLTAM04 - RESUMING AFTER STEP: ' LASTSTEP
           ELSE
               IF SRC-PERYEAR NOT = 'FILE'
                       AND SRC-PERMONTH NOT = 'FILE'
                   PERFORM L4-CATCHUP-CHECK
               END-IF
               IF PERYEAR = 0
                   MOVE CURYEAR TO PERYEAR
               END-IF
               IF PERMONTH = 0
                   MOVE CURMONTH TO PERMONTH
               END-IF
               MOVE PERYEAR TO PERYEAR-X
               MOVE PERMONTH TO PERMONTH-X
               IF SRC-PERYEAR = 'FILE' OR SRC-PERMONTH = 'FILE'
                   MOVE '(PARAMETER)' TO H-PERSOURCE
               ELSE
                   IF CATCHING-UP
                       MOVE '(MISSED)' TO H-PERSOURCE
                   ELSE
                       MOVE '(RUN DATE)' TO H-PERSOURCE
                   END-IF
               END-IF
               PERFORM L4-PERIOD-END
               PERFORM L4-STREAMS-DUE
               PERFORM L4-PERIOD-CHECK
               DISPLAY 'CBLTAM04 - STARTING NIGHTLY RUN'
               IF CATCHING-UP
                   DISPLAY 'CBLTAM04 - MONTH-END MISSED FOR PERIOD: '
                       PERMONTH-X '/' PERYEAR-X
               END-IF
           END-IF.
           MOVE PERMONTH-X TO MT-MONTH.
           MOVE PERYEAR-X TO MT-YEAR.
           PERFORM L6-LOAD-SCHEDULE.
           PERFORM L4-PLAN-JOB
             VARYING JT-IDX FROM 1 BY 1 UNTIL JT-IDX > JT-COUNT.
           PERFORM L4-HOLD-CHECK.
           OPEN OUTPUT PRTOUT.
           PERFORM L3-HEADINGS.
           PERFORM L3-PLAN-LINE
             VARYING JT-IDX FROM 1 BY 1 UNTIL JT-IDX > JT-COUNT.
           MOVE JT-COUNT TO F-SCHEDULED.
           MOVE DUECOUNT TO F-DUE.
           MOVE SCHEDERRCOUNT TO F-SCHEDERR.
           MOVE JT-OVERFLOW TO F-OVERFLOW.
           WRITE PRTLINE
             FROM H-PLANTOTAL
             AFTER ADVANCING 2 LINES.
           IF SCHEDERRCOUNT > 0 OR JT-OVERFLOW > 0
               WRITE PRTLINE
                 FROM H-REFUSELINE
                 AFTER ADVANCING 2 LINES
           ELSE
               IF RESTART-HELD
                   WRITE PRTLINE
                     FROM H-RESTARTHOLDLINE
                     AFTER ADVANCING 2 LINES
               END-IF
           END-IF.

      * ONE DUE JOB. A STEP AT OR BEFORE THE CHECKPOINT, OR ONE
      * THAT IS NOT DUE OR HELD, IS PASSED OVER
       L1-MAINLINE.
           IF JT-PLAN(JT-IDX) = 'R'
               PERFORM L2-RUN-STEP
           END-IF.

      * A MISSED PERIOD IS LEFT OPEN AND THE RUN ENDS WITH RETURN
      * CODE 8 SO THE OPERATOR RERUNS IT WITH THE PERIOD PARAMETERS
       L1-CLOSING.
           IF SCHEDERRCOUNT > 0 OR JT-OVERFLOW > 0
               DISPLAY 'CBLTAM04 - SCHEDULE DOES NOT EDIT, NO JOB RUN '
                   '- SEE RUNPLAN.PRT'
               MOVE 16 TO RETURN-CODE
           ELSE
               IF RESTART-HELD
                   DISPLAY 'CBLTAM04 - RESTART PERIOD ' PERMONTH-X '/'
                       PERYEAR-X ' IS NOT THE RUN MONTH, NO JOB RUN'
                   DISPLAY 'CBLTAM04 - SET PERYEAR/PERMONTH TO THAT '
                       'PERIOD AND RERUN TO RESUME'
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM L1-CLOSE-RUN
               END-IF
           END-IF.
           CLOSE PRTOUT.

       L1-CLOSE-RUN.
           PERFORM L3-RESULTS.
           IF RUN-ABORTED
               DISPLAY 'CBLTAM04 - RUN ABORTED, LAST GOOD STEP: '
                   LASTSTEP
               DISPLAY 'CBLTAM04 - RERUN TO RESUME AT THE FAILED '
                   'STEP'
           ELSE
               DISPLAY 'CBLTAM04 - NIGHTLY RUN COMPLETE'
               IF MONTHEND-DUE
                   MOVE PERIOD-KEY TO LASTCLOSE
                   DISPLAY 'CBLTAM04 - MONTH-END STREAM CLOSED '
                       'FOR PERIOD: ' PERMONTH-X '/' PERYEAR-X
               END-IF
               IF MONTHEND-HELD
                   DISPLAY 'CBLTAM04 - MONTH-END STREAM FOR PERIOD '
                       PERMONTH-X '/' PERYEAR-X ' MISSED, NOT RUN'
                   DISPLAY 'CBLTAM04 - SET PERYEAR/PERMONTH TO THAT '
                       'PERIOD AND RERUN TO CLOSE IT'
                   MOVE 8 TO RETURN-CODE
               END-IF
               PERFORM L2-RESET-CHECKPOINT
           END-IF.

      * A ZERO RETURN CODE IS ALWAYS GOOD. A NON-ZERO CODE ON THE
      * JOB'S ALLOWED LIST LETS THE CYCLE RUN ON AND IS CALLED OUT
      * TO THE OPERATOR - ANYTHING ELSE STOPS THE CYCLE AT THIS STEP
       L2-RUN-STEP.
           DISPLAY 'CBLTAM04 - STEP ' JT-STEP(JT-IDX) ': '
               JT-PROGRAM(JT-IDX) ' ' JT-DESC(JT-IDX).
           MOVE JT-PROGRAM(JT-IDX) TO RC-PROGRAM.
           CALL 'SYSTEM' USING RUN-CMD.
           MOVE RETURN-CODE TO STEP-RC.
           MOVE STEP-RC TO JT-RC(JT-IDX).
           MOVE 'N' TO RC-OK-SW.
           IF STEP-RC = 0
               MOVE 'Y' TO RC-OK-SW
           ELSE
               PERFORM L2A-CHECK-RC
                 VARYING RC-IDX FROM 1 BY 1 UNTIL RC-IDX > 4
           END-IF.
           IF RC-ALLOWED
               IF STEP-RC = 0
                   MOVE 'C' TO JT-OUTCOME(JT-IDX)
               ELSE
                   MOVE 'A' TO JT-OUTCOME(JT-IDX)
                   DISPLAY 'CBLTAM04 - STEP ' JT-STEP(JT-IDX)
                       ' ENDED WITH ALLOWED RETURN CODE: ' STEP-RC
                       ', CYCLE CONTINUES'
               END-IF
               MOVE JT-STEP(JT-IDX) TO LASTSTEP
               PERFORM L2-WRITE-CHECKPOINT
           ELSE
               MOVE 'F' TO JT-OUTCOME(JT-IDX)
               SET RUN-ABORTED TO TRUE
               DISPLAY 'CBLTAM04 - STEP ' JT-STEP(JT-IDX)
                   ' FAILED, RETURN CODE: ' STEP-RC
           END-IF.

       L2A-CHECK-RC.
           IF JT-OKRC(JT-IDX, RC-IDX) NOT = SPACES
               IF JT-OKRC-N(JT-IDX, RC-IDX) = STEP-RC
                   MOVE 'Y' TO RC-OK-SW
               END-IF
           END-IF.

      * AN OLD ONE-BYTE CHECKPOINT OR AN EMPTY ONE STARTS CLEAN. A
      * PLAN STILL MARKED IN PROGRESS IS A RESTART EVEN WHEN NO STEP
      * HAD COMPLETED - AS IS A GOOD STEP ON A CHECKPOINT WRITTEN
      * BEFORE THE IN-PROGRESS MARK WAS CARRIED
       L2-READ-CHECKPOINT.
           MOVE 0 TO LASTSTEP.
           OPEN INPUT CHKPTFILE.
           IF CHKPT-STATUS = '00'
               MOVE SPACES TO CHKPT-REC
               READ CHKPTFILE
                   AT END
                       MOVE 0 TO LASTSTEP
                   NOT AT END
                       IF CK-LASTSTEP NUMERIC
                           MOVE CK-LASTSTEP TO LASTSTEP
                           MOVE CK-LASTCLOSE TO LASTCLOSE
                           MOVE CK-INPROG-SW TO INPROG-SW
                       END-IF
               END-READ
               CLOSE CHKPTFILE
           END-IF.
           IF LASTSTEP > 0 OR RUN-IN-PROGRESS
               SET RESTARTING TO TRUE
           END-IF.

       L2-WRITE-CHECKPOINT.
           MOVE LASTSTEP TO CK-LASTSTEP.
           MOVE PERIOD-KEY TO CK-PERIOD.
           MOVE THE-DATE TO CK-RUN-DATE.
           MOVE MONTHEND-SW TO CK-MONTHEND-SW.
           MOVE TERMEND-SW TO CK-TERMEND-SW.
           MOVE QTREND-SW TO CK-QTREND-SW.
           MOVE LASTCLOSE TO CK-LASTCLOSE.
           MOVE INPROG-SW TO CK-INPROG-SW.
           OPEN OUTPUT CHKPTFILE.
           WRITE CHKPT-REC.
           CLOSE CHKPTFILE.

       L2-RESET-CHECKPOINT.
           MOVE 0 TO LASTSTEP.
           MOVE 'N' TO INPROG-SW.
           PERFORM L2-WRITE-CHECKPOINT.

       L3-HEADINGS.
           COMPUTE CPAGECOUNT = CPAGECOUNT + 1.
           MOVE CPAGECOUNT TO H-PAGENUM.
           WRITE PRTLINE
             FROM H-TITLE-LINE
             AFTER ADVANCING PAGE.
           WRITE PRTLINE
             FROM H-PERIODLINE
             AFTER ADVANCING 1 LINE.
           WRITE PRTLINE
             FROM H-STREAMLINE
             AFTER ADVANCING 1 LINE.
           WRITE PRTLINE
             FROM H-HEADING1
             AFTER ADVANCING 2 LINES.

       L3-PLAN-LINE.
           MOVE JT-STEP(JT-IDX) TO D-STEP.
           MOVE JT-PROGRAM(JT-IDX) TO D-PROGRAM.
           MOVE JT-FREQ(JT-IDX) TO D-FREQ.
           MOVE JT-OKCODES(JT-IDX) TO D-OKCODES.
           MOVE JT-DEPENDS(JT-IDX) TO D-DEPENDS.
           MOVE JT-DESC(JT-IDX) TO D-DESC.
           MOVE JT-PLAN-TEXT(JT-IDX) TO D-PLAN.
           WRITE PRTLINE
             FROM H-DETAIL
             AFTER ADVANCING 1 LINE
               AT END-OF-PAGE
                   PERFORM L3-HEADINGS.

      * HOW EVERY STEP THAT WAS DUE TONIGHT ENDED
       L3-RESULTS.
           WRITE PRTLINE
             FROM H-RESULTTITLE
             AFTER ADVANCING 3 LINES.
           WRITE PRTLINE
             FROM H-RESULTHEAD
             AFTER ADVANCING 2 LINES.
           PERFORM L3A-RESULT-LINE
             VARYING JT-IDX FROM 1 BY 1 UNTIL JT-IDX > JT-COUNT.

       L3A-RESULT-LINE.
           IF JT-PLAN(JT-IDX) = 'R'
               MOVE JT-STEP(JT-IDX) TO R-STEP
               MOVE JT-PROGRAM(JT-IDX) TO R-PROGRAM
               MOVE JT-RC(JT-IDX) TO R-RC
               EVALUATE JT-OUTCOME(JT-IDX)
                   WHEN 'C'
                       MOVE 'COMPLETE' TO R-TEXT
                   WHEN 'A'
                       MOVE 'ALLOWED RETURN CODE - CYCLE CONTINUED'
                           TO R-TEXT
                   WHEN 'F'
                       MOVE '**FAILED - RUN STOPPED AT THIS STEP**'
                           TO R-TEXT
                   WHEN OTHER
                       MOVE 0 TO R-RC
                       MOVE 'NOT REACHED' TO R-TEXT
               END-EVALUATE
               WRITE PRTLINE
                 FROM H-RESULT
                 AFTER ADVANCING 1 LINE
                   AT END-OF-PAGE
                       PERFORM L3-HEADINGS
           END-IF.

      * LAST DAY OF THE PERIOD IS THE DAY BEFORE THE FIRST OF THE
      * NEXT MONTH
       L4-PERIOD-END.
           IF PERMONTH = 12
               COMPUTE NM-YEAR = PERYEAR + 1
               MOVE 1 TO NM-MONTH
           ELSE
               MOVE PERYEAR TO NM-YEAR
               COMPUTE NM-MONTH = PERMONTH + 1
           END-IF.
           COMPUTE PERIOD-END-INT =
               FUNCTION INTEGER-OF-DATE(NEXT-MONTH-NUM) - 1.
           COMPUTE PERIOD-END-NUM =
               FUNCTION DATE-OF-INTEGER(PERIOD-END-INT).
           MOVE PERIOD-END-NUM TO PERIOD-END-DATE.
           MOVE PERMONTH-X TO H-PERMONTH.
           MOVE PERYEAR-X TO H-PERYEAR.
           MOVE PE-MONTH TO H-PE-MONTH.
           MOVE PE-DAY TO H-PE-DAY.
           MOVE PE-YEAR TO H-PE-YEAR.

      * WITH NO PERIOD PARAMETER, A MONTH BEFORE THE RUN DATE THAT IS
      * LATER THAN THE LAST CLOSED PERIOD HAS NOT HAD ITS MONTH-END
      * STREAM, SO THAT MONTH IS PLANNED INSTEAD OF THE RUN DATE'S
      * AND ITS PERIOD-END JOBS ARE HELD AS MISSED. UNTIL A MONTH-END
      * HAS CLOSED ONCE THERE IS NOTHING TO CATCH UP FROM, AND THE
      * RUN DATE'S MONTH IS USED
       L4-CATCHUP-CHECK.
           MOVE CURYEAR TO PP-YEAR.
           MOVE CURMONTH TO PP-MONTH.
           IF PP-MONTH = 1
               COMPUTE PP-YEAR = PP-YEAR - 1
               MOVE 12 TO PP-MONTH
           ELSE
               COMPUTE PP-MONTH = PP-MONTH - 1
           END-IF.
           IF LASTCLOSE NOT = SPACES AND PRIOR-PERIOD > LASTCLOSE
               MOVE PP-YEAR TO PERYEAR
               MOVE PP-MONTH TO PERMONTH
               MOVE 'Y' TO CATCHUP-SW
           END-IF.

      * THE MONTH-END STREAM IS DUE ONCE THE RUN DATE HAS REACHED
      * THE PERIOD'S LAST DAY, UNLESS THAT PERIOD IS ALREADY CLOSED.
      * TERM-END RIDES ON THE MONTH-END OF MAY, JULY AND DECEMBER,
      * QUARTER-END ON THE MONTH-END OF EACH CALENDAR QUARTER
       L4-STREAMS-DUE.
           IF RUN-INT NOT LESS THAN PERIOD-END-INT
               IF LASTCLOSE = SPACES OR LASTCLOSE < PERIOD-KEY
                   MOVE 'Y' TO MONTHEND-SW
               END-IF
           END-IF.
           IF MONTHEND-DUE
               IF PERMONTH = 5 OR PERMONTH = 7 OR PERMONTH = 12
                   MOVE 'Y' TO TERMEND-SW
               END-IF
               IF PERMONTH = 3 OR PERMONTH = 6 OR PERMONTH = 9
                       OR PERMONTH = 12
                   MOVE 'Y' TO QTREND-SW
               END-IF
           END-IF.

      * THE PERIOD-END JOBS CLOSE THE PERIOD THE PERYEAR/PERMONTH
      * PARAMETERS NAME, OR THE RUN DATE'S MONTH WHEN THERE ARE NONE,
      * SO A DUE STREAM FOR ANY OTHER MONTH IS HELD AS MISSED
       L4-PERIOD-CHECK.
           IF MONTHEND-DUE AND PERIOD-KEY NOT = RUN-PERIOD
                   AND PERIOD-KEY NOT = PARM-PERIOD
               MOVE 'H' TO MONTHEND-SW
               IF TERMEND-DUE
                   MOVE 'H' TO TERMEND-SW
               END-IF
               IF QTREND-DUE
                   MOVE 'H' TO QTREND-SW
               END-IF
           END-IF.

      * A MISSED PERIOD WITH NO PERIOD-END JOB LEFT TO HOLD - ALL OF
      * THEM DONE BEFORE A RESTART, OR NONE SCHEDULED - IS DUE AGAIN
      * SO IT CLOSES. OTHERWISE A RESTART THAT WOULD HOLD THEM IS
      * REFUSED, SO THE CHECKPOINT STILL RESUMES THEM ONCE THE
      * PARAMETERS NAME THE PERIOD
       L4-HOLD-CHECK.
           IF MONTHEND-HELD AND HELDCOUNT = 0
               MOVE 'Y' TO MONTHEND-SW
               MOVE 'DUE' TO H-MONTHEND
               IF TERMEND-HELD
                   MOVE 'Y' TO TERMEND-SW
                   MOVE 'DUE' TO H-TERMEND
               END-IF
               IF QTREND-HELD
                   MOVE 'Y' TO QTREND-SW
                   MOVE 'DUE' TO H-QTREND
               END-IF
           END-IF.
           IF HELDCOUNT = 0
               MOVE 'N' TO RESTART-HOLD-SW
           END-IF.

      * EDITS ONE ENTRY AND DECIDES WHETHER IT RUNS TONIGHT. THE
      * STEP IT DEPENDS ON MUST BE AN EARLIER ENTRY, AND IF THAT
      * STEP IS NOT RUNNING TONIGHT NEITHER IS THIS ONE
       L4-PLAN-JOB.
           MOVE 'N' TO JT-OUTCOME(JT-IDX).
           MOVE 0 TO JT-RC(JT-IDX).
           MOVE 0 TO JT-FOUND-IDX.
           MOVE 0 TO OKRC-COUNT.
           PERFORM L4A-EDIT-OKRC
             VARYING RC-IDX FROM 1 BY 1 UNTIL RC-IDX > 4.
           IF JT-DEPENDS(JT-IDX) NUMERIC
               PERFORM L4A-DEPENDS-LOOKUP
                 VARYING JT-SRCH-IDX FROM 1 BY 1
                   UNTIL JT-SRCH-IDX NOT LESS THAN JT-IDX
           END-IF.
           EVALUATE TRUE
               WHEN JT-STEP(JT-IDX) NOT NUMERIC
                   MOVE 'E' TO JT-PLAN(JT-IDX)
                   MOVE '**STEP NUMBER NOT NUMERIC**'
                       TO JT-PLAN-TEXT(JT-IDX)
               WHEN JT-STEP(JT-IDX) = 0
                   MOVE 'E' TO JT-PLAN(JT-IDX)
                   MOVE '**STEP NUMBER IS ZERO**'
                       TO JT-PLAN-TEXT(JT-IDX)
               WHEN JT-IDX > 1 AND JT-STEP(JT-IDX) NOT >
                       JT-STEP(JT-IDX - 1)
                   MOVE 'E' TO JT-PLAN(JT-IDX)
                   MOVE '**STEP OUT OF SEQUENCE**'
                       TO JT-PLAN-TEXT(JT-IDX)
               WHEN JT-PROGRAM(JT-IDX) = SPACES
                   MOVE 'E' TO JT-PLAN(JT-IDX)
                   MOVE '**NO PROGRAM NAMED**'
                       TO JT-PLAN-TEXT(JT-IDX)
               WHEN NOT JT-NIGHTLY(JT-IDX)
                       AND NOT JT-MONTHEND(JT-IDX)
                       AND NOT JT-TERMEND(JT-IDX)
                       AND NOT JT-QTREND(JT-IDX)
                   MOVE 'E' TO JT-PLAN(JT-IDX)
                   MOVE '**UNKNOWN FREQUENCY**'
                       TO JT-PLAN-TEXT(JT-IDX)
               WHEN OKRC-COUNT = 9
                   MOVE 'E' TO JT-PLAN(JT-IDX)
                   MOVE '**RETURN CODE NOT NUMERIC**'
                       TO JT-PLAN-TEXT(JT-IDX)
               WHEN JT-DEPENDS(JT-IDX) NOT NUMERIC
                   MOVE 'E' TO JT-PLAN(JT-IDX)
                   MOVE '**DEPENDENCY NOT NUMERIC**'
                       TO JT-PLAN-TEXT(JT-IDX)
               WHEN JT-DEPENDS(JT-IDX) > 0 AND JT-FOUND-IDX = 0
                   MOVE 'E' TO JT-PLAN(JT-IDX)
                   MOVE '**DEPENDS ON NO EARLIER STEP**'
                       TO JT-PLAN-TEXT(JT-IDX)
               WHEN JT-MONTHEND(JT-IDX) AND NOT MONTHEND-DUE
                       AND NOT MONTHEND-HELD
                   MOVE 'N' TO JT-PLAN(JT-IDX)
                   MOVE 'NOT DUE - MONTH-END'
                       TO JT-PLAN-TEXT(JT-IDX)
               WHEN JT-TERMEND(JT-IDX) AND NOT TERMEND-DUE
                       AND NOT TERMEND-HELD
                   MOVE 'N' TO JT-PLAN(JT-IDX)
                   MOVE 'NOT DUE - TERM-END'
                       TO JT-PLAN-TEXT(JT-IDX)
               WHEN JT-QTREND(JT-IDX) AND NOT QTREND-DUE
                       AND NOT QTREND-HELD
                   MOVE 'N' TO JT-PLAN(JT-IDX)
                   MOVE 'NOT DUE - QUARTER-END'
                       TO JT-PLAN-TEXT(JT-IDX)
               WHEN JT-DEPENDS(JT-IDX) > 0
                       AND JT-PLAN(JT-FOUND-IDX) NOT = 'R'
                       AND JT-PLAN(JT-FOUND-IDX) NOT = 'D'
                   MOVE 'H' TO JT-PLAN(JT-IDX)
                   MOVE 'HELD - DEPENDS ON STEP NOT RUN'
                       TO JT-PLAN-TEXT(JT-IDX)
               WHEN JT-STEP(JT-IDX) NOT > LASTSTEP
                   MOVE 'D' TO JT-PLAN(JT-IDX)
                   MOVE 'COMPLETED BEFORE RESTART'
                       TO JT-PLAN-TEXT(JT-IDX)
               WHEN (JT-MONTHEND(JT-IDX) AND MONTHEND-HELD)
                       OR (JT-TERMEND(JT-IDX) AND TERMEND-HELD)
                       OR (JT-QTREND(JT-IDX) AND QTREND-HELD)
                   MOVE 'H' TO JT-PLAN(JT-IDX)
                   MOVE MISSED-TEXT TO JT-PLAN-TEXT(JT-IDX)
                   COMPUTE HELDCOUNT = HELDCOUNT + 1
               WHEN OTHER
                   MOVE 'R' TO JT-PLAN(JT-IDX)
                   MOVE 'WILL RUN' TO JT-PLAN-TEXT(JT-IDX)
                   COMPUTE DUECOUNT = DUECOUNT + 1
           END-EVALUATE.
           IF JT-PLAN(JT-IDX) = 'E'
               COMPUTE SCHEDERRCOUNT = SCHEDERRCOUNT + 1
           END-IF.

      * A RETURN CODE ENTRY IS TWO DIGITS OR BLANK - A BAD ONE
      * FORCES THE COUNT TO 9 SO THE ENTRY FAILS ITS EDIT
       L4A-EDIT-OKRC.
           IF JT-OKRC(JT-IDX, RC-IDX) NOT = SPACES
               IF JT-OKRC(JT-IDX, RC-IDX) NUMERIC
                   IF OKRC-COUNT < 9
                       COMPUTE OKRC-COUNT = OKRC-COUNT + 1
                   END-IF
               ELSE
                   MOVE 9 TO OKRC-COUNT
               END-IF
           END-IF.

       L4A-DEPENDS-LOOKUP.
           IF JT-STEP(JT-SRCH-IDX) = JT-DEPENDS(JT-IDX)
               MOVE JT-SRCH-IDX TO JT-FOUND-IDX
           END-IF.

      * LOADS THE JOB STREAM. WITH NO SCHEDULE FILE THE ORIGINAL
      * NIGHTLY STREAM IS USED SO THE CYCLE STILL RUNS
       L6-LOAD-SCHEDULE.
           OPEN INPUT SCHEDFILE.
           IF SCHED-STATUS = '00'
               MOVE 'JOB STREAM FROM CBLSCHED.DAT' TO H-STREAM-TEXT
               PERFORM L6A-READ-SCHED
               PERFORM L6A-TABLE-SCHED
                 UNTIL SCHED-EOF = 'Y'
               CLOSE SCHEDFILE
           ELSE
               MOVE 'NO CBLSCHED.DAT - ORIGINAL NIGHTLY STREAM USED'
                   TO H-STREAM-TEXT
               PERFORM L6A-DEFAULT-JOB
                 VARYING JT-IDX FROM 1 BY 1 UNTIL JT-IDX > 7
           END-IF.
           IF LASTCLOSE = SPACES
               MOVE 'NO MONTH-END STREAM CLOSED YET' TO H-CLOSE-TEXT
           ELSE
               MOVE LC-YEAR TO H-LC-YEAR
               MOVE LC-MONTH TO H-LC-MONTH
               MOVE H-LASTCLOSE-TEXT TO H-CLOSE-TEXT
           END-IF.
           EVALUATE TRUE
               WHEN MONTHEND-DUE
                   MOVE 'DUE' TO H-MONTHEND
               WHEN MONTHEND-HELD
                   MOVE 'HELD' TO H-MONTHEND
               WHEN OTHER
                   MOVE 'NO' TO H-MONTHEND
           END-EVALUATE.
           EVALUATE TRUE
               WHEN TERMEND-DUE
                   MOVE 'DUE' TO H-TERMEND
               WHEN TERMEND-HELD
                   MOVE 'HELD' TO H-TERMEND
               WHEN OTHER
                   MOVE 'NO' TO H-TERMEND
           END-EVALUATE.
           EVALUATE TRUE
               WHEN QTREND-DUE
                   MOVE 'DUE' TO H-QTREND
               WHEN QTREND-HELD
                   MOVE 'HELD' TO H-QTREND
               WHEN OTHER
                   MOVE 'NO' TO H-QTREND
           END-EVALUATE.

       L6A-READ-SCHED.
           MOVE SPACES TO SCHED-REC.
           READ SCHEDFILE
               AT END
                   MOVE 'Y' TO SCHED-EOF.

      * A BLANK LINE IN THE SCHEDULE IS PASSED OVER
       L6A-TABLE-SCHED.
           IF SCHED-REC NOT = SPACES
               IF JT-COUNT LESS THAN JT-MAX
                   COMPUTE JT-COUNT = JT-COUNT + 1
                   MOVE SCHED-REC TO JT-SCHED(JT-COUNT)
               ELSE
                   COMPUTE JT-OVERFLOW = JT-OVERFLOW + 1
               END-IF
           END-IF.
           PERFORM L6A-READ-SCHED.

       L6A-DEFAULT-JOB.
           COMPUTE JT-COUNT = JT-COUNT + 1.
           MOVE DEFAULT-JOB(JT-IDX) TO JT-SCHED(JT-COUNT).

      * READS THE RUNTIME PARAMETER FILE AT STARTUP - ONLY THE
      * PROCESSING PERIOD IS WANTED HERE. THE PERIOD IT NAMES IS
      * KEPT APART, WITH THE RUN DATE FILLING A PART NOT GIVEN, SO A
      * RESTART CAN TELL WHETHER IT NAMES THE CHECKPOINT'S PERIOD
       L8-LOAD-PARMS.
           OPEN INPUT PARMFILE.
           IF PARM-STATUS = '00'
               PERFORM L8A-READ-PARM
               PERFORM L8A-APPLY-PARM
                 UNTIL PARM-EOF = 'Y'
               CLOSE PARMFILE
           END-IF.
           IF SRC-PERYEAR = 'FILE' OR SRC-PERMONTH = 'FILE'
               MOVE RUN-PERIOD TO PARM-PERIOD
               IF SRC-PERYEAR = 'FILE'
                   MOVE PERYEAR TO PM-YEAR
               END-IF
               IF SRC-PERMONTH = 'FILE'
                   MOVE PERMONTH TO PM-MONTH
               END-IF
           END-IF.

       L8A-READ-PARM.
           READ PARMFILE
               AT END
                   MOVE 'Y' TO PARM-EOF.

      * A PERIOD OUTSIDE ITS SENSIBLE RANGE IS IGNORED AND THE RUN
      * DATE'S MONTH KEPT
       L8A-APPLY-PARM.
           EVALUATE PARM-NAME
               WHEN 'PERYEAR   '
                   IF PARM-WHOLE NOT LESS THAN 1990
                           AND PARM-WHOLE NOT GREATER THAN 2099
                       MOVE PARM-WHOLE TO PERYEAR
                       MOVE 'FILE' TO SRC-PERYEAR
                   ELSE
                       MOVE 'REJECTED' TO SRC-PERYEAR
                   END-IF
               WHEN 'PERMONTH  '
                   IF PARM-WHOLE NOT LESS THAN 1
                           AND PARM-WHOLE NOT GREATER THAN 12
                       MOVE PARM-WHOLE TO PERMONTH
                       MOVE 'FILE' TO SRC-PERMONTH
                   ELSE
                       MOVE 'REJECTED' TO SRC-PERMONTH
                   END-IF
           END-EVALUATE.
           PERFORM L8A-READ-PARM.
       END PROGRAM CBLTAM04.

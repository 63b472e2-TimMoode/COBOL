       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBLTAM41.
       AUTHOR. TIMOTHY ALEC MOODE.
       DATE-WRITTEN. 10/15/2026.
      * BOAT TRANSFER REGISTER AND IN-TRANSIT REPORT. BOATS MOVE
      * BETWEEN DEALERSHIP LOCATIONS TO FILL CUSTOMER ORDERS, AND
      * THE STOCK MAINTENANCE STEP NOW RECORDS EACH MOVE AS A
      * SHIPMENT AND A RECEIPT ON THE TRANSFER HISTORY CBLBXFER.DAT.
      * THE REGISTER LISTS EVERY SHIPMENT AND RECEIPT DATED IN THE
      * PERYEAR/PERMONTH PROCESSING PERIOD, WITH THE DAYS EACH
      * RECEIVED BOAT SPENT ON THE ROAD. THE IN-TRANSIT REPORT THEN
      * READS THE STOCK MASTER AND LISTS EVERY UNSOLD BOAT STILL IN
      * TRANSIT MORE THAN XFERDAYS DAYS AFTER IT SHIPPED, SO A BOAT
      * SITTING ON A TRAILER SOMEWHERE GETS NOTICED. BOTH REPORTS
      * ARE READ-ONLY - NEITHER FILE IS UPDATED.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL XFER-HISTORY
               ASSIGN TO 'C:\COBOLWI19\CBLBXFER.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS XFR-STATUS.
           SELECT STOCK-MASTER
               ASSIGN TO 'C:\COBOLWI19\CBLBSTK.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS STK-STATUS.
           SELECT PARMFILE
               ASSIGN TO 'C:\COBOLWI19\CBLPARMS.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS PARM-STATUS.
           SELECT PRTOUT
               ASSIGN TO 'C:\COBOLWI19\BOAT_XFR.PRT'
                   ORGANIZATION IS RECORD SEQUENTIAL.
           SELECT ITROUT
               ASSIGN TO 'C:\COBOLWI19\BOAT_ITR.PRT'
                   ORGANIZATION IS RECORD SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * ONE RECORD PER SHIPMENT OR RECEIPT - EVENT S SHIPPED, R
      * RECEIVED, C SHIPPED AND RECEIVED ON THE SAME TRANSACTION
       FD XFER-HISTORY
           LABEL RECORD IS STANDARD
           DATA RECORD IS XH-REC
           RECORD CONTAINS 72 CHARACTERS.
       01 XH-REC.
         05 XH-HULL                PIC X(10).
         05 XH-TYPE                PIC X.
         05 XH-FROM                PIC X(10).
         05 XH-TO                  PIC X(10).
         05 XH-SHIP-DATE.
           10 XH-SHIP-YEAR         PIC X(4).
           10 XH-SHIP-MONTH        PIC XX.
           10 XH-SHIP-DAY          PIC XX.
         05 XH-RECV-DATE.
           10 XH-RECV-YEAR         PIC X(4).
           10 XH-RECV-MONTH        PIC XX.
           10 XH-RECV-DAY          PIC XX.
         05 XH-EVENT               PIC X.
           88 XH-SHIPPED           VALUE 'S'.
           88 XH-RECEIVED          VALUE 'R'.
           88 XH-COMPLETE          VALUE 'C'.
         05 XH-COST                PIC 9(6)V99.
         05 XH-POST-DATE           PIC X(8).
         05 XH-STATUS              PIC X.
         05 FILLER                 PIC X(7).
       FD STOCK-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS BS-REC
           RECORD CONTAINS 75 CHARACTERS.
       01 BS-REC.
         05 BS-HULL                PIC X(10).
         05 BS-TYPE                PIC X.
         05 BS-LOCATION            PIC X(10).
         05 BS-COST                PIC 9(6)V99.
         05 BS-RECEIVED            PIC X(8).
         05 BS-STATUS              PIC X.
         05 BS-LOT-DATE            PIC X(8).
         05 BS-XFER-STATUS         PIC X.
           88 BS-IN-TRANSIT        VALUE 'T'.
         05 BS-XFER-FROM           PIC X(10).
         05 BS-XFER-TO             PIC X(10).
         05 BS-SHIP-DATE           PIC X(8).
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
       FD ITROUT
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS ITRLINE
           LINAGE IS 40 WITH FOOTING AT 36.
       01 ITRLINE                  PIC X(132).

       WORKING-STORAGE SECTION.
       01 MISC.
         05 XH-EOF                 PIC X           VALUE 'N'.
         05 XFR-STATUS             PIC XX          VALUE SPACES.
         05 XH-OPEN                PIC X           VALUE 'N'.
         05 STK-EOF                PIC X           VALUE 'N'.
         05 STK-STATUS             PIC XX          VALUE SPACES.
         05 CPAGECOUNT             PIC 99          VALUE 0.
         05 IPAGECOUNT             PIC 99          VALUE 0.
         05 HISTCOUNT              PIC 9(5)        VALUE 0.
         05 SHIPCOUNT              PIC 9(5)        VALUE 0.
         05 RECVCOUNT              PIC 9(5)        VALUE 0.
         05 SHIPDOLLARS            PIC 9(9)V99     VALUE 0.
         05 TRANSITCOUNT           PIC 9(5)        VALUE 0.
         05 OVERDUECOUNT           PIC 9(5)        VALUE 0.
         05 OVERDUEDOLLARS         PIC 9(9)V99     VALUE 0.
         05 DAYS-OUT               PIC S9(5)       VALUE 0.
         05 TODAY-INT              PIC 9(7)        VALUE 0.
         05 DATE-WORK              PIC X(8)        VALUE SPACES.
         05 DATE-WORK-NUM REDEFINES DATE-WORK PIC 9(8).
         05 SHIP-INT               PIC 9(7)        VALUE 0.
         05 RECV-INT               PIC 9(7)        VALUE 0.
      * PROCESSING PERIOD FOR THE REGISTER
         05 PERYEAR                PIC 9(4)        VALUE 0.
         05 PERMONTH               PIC 99          VALUE 0.
         05 PERYEAR-X              PIC X(4).
         05 PERMONTH-X             PIC XX.
      * A BOAT STILL IN TRANSIT THIS MANY DAYS AFTER IT SHIPPED IS
      * LISTED ON THE IN-TRANSIT REPORT
         05 XFER-DAYS              PIC 9(3)        VALUE 7.
      * ANSWER AREA FOR THE COMMON DATE EDIT SUBPROGRAM
       01 DV-RESULT.
         05 DV-VALID-SW            PIC X.
           88 DV-DATE-GOOD         VALUE 'Y'.
           88 DV-DATE-BAD          VALUE 'N'.
         05 DV-REASON              PIC X(30).
      * PARAMETER FILE CONTROLS - EACH PARAMETER REMEMBERS WHERE ITS
      * VALUE CAME FROM SO THE PARAMETER PAGE CAN SAY SO
       01 PARM-CONTROLS.
         05 PARM-STATUS            PIC XX          VALUE SPACES.
         05 PARM-EOF               PIC X           VALUE 'N'.
         05 PARM-VALUE             PIC 9(4)V9(3)   VALUE 0.
         05 SRC-PERYEAR            PIC X(8)        VALUE 'DEFAULT'.
         05 SRC-PERMONTH           PIC X(8)        VALUE 'DEFAULT'.
         05 SRC-XFERDAYS           PIC X(8)        VALUE 'DEFAULT'.
      * PARAMETER PAGE LAYOUTS
       01 H-PARMTITLE.
         05 FILLER                 PIC X(54)       VALUE SPACES.
         05 FILLER                 PIC X(14)
                                       VALUE 'RUN PARAMETERS'.
       01 H-PARMHEADING.
         05 FILLER                 PIC X(30)       VALUE SPACES.
         05 FILLER                 PIC X(10)       VALUE 'PARAMETER '.
         05 FILLER                 PIC X(5)        VALUE SPACES.
         05 FILLER                 PIC X(10)       VALUE 'VALUE USED'.
         05 FILLER                 PIC X(5)        VALUE SPACES.
         05 FILLER                 PIC X(6)        VALUE 'SOURCE'.
       01 H-PARMDETAIL.
         05 FILLER                 PIC X(30)       VALUE SPACES.
         05 P-NAME                 PIC X(10).
         05 FILLER                 PIC X(5)        VALUE SPACES.
         05 P-VALUE                PIC ZZZ9.999.
         05 FILLER                 PIC X(7)        VALUE SPACES.
         05 P-SOURCE               PIC X(8).
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
      * TRANSFER REGISTER LAYOUTS
       01 H-TITLE-LINE.
         05 FILLER                 PIC X(6)        VALUE 'DATE: '.
         05 H-MONTH                PIC XX.
         05 FILLER                 PIC X           VALUE '/'.
         05 H-DAY                  PIC XX.
         05 FILLER                 PIC X           VALUE '/'.
         05 H-YEAR                 PIC XXXX.
         05 FILLER                 PIC X(30)       VALUE SPACES.
         05 FILLER                 PIC X(38)
               VALUE 'TIMOTHY''S BOATS - TRANSFER REGISTER'.
         05 FILLER                 PIC X(35)       VALUE SPACES.
         05 FILLER                 PIC X(6)        VALUE 'PAGE: '.
         05 H-PAGENUM              PIC Z9.
       01 H-PERIODLINE.
         05 FILLER                 PIC X(46)       VALUE SPACES.
         05 FILLER                 PIC X(18)
               VALUE 'MOVES FOR PERIOD: '.
         05 H-PERMONTH             PIC XX.
         05 FILLER                 PIC X           VALUE '/'.
         05 H-PERYEAR              PIC XXXX.
       01 H-HEADING1.
         05 FILLER                 PIC X(4)        VALUE 'HULL'.
         05 FILLER                 PIC X(8)        VALUE SPACES.
         05 FILLER                 PIC X(4)        VALUE 'TYPE'.
         05 FILLER                 PIC X(2)        VALUE SPACES.
         05 FILLER                 PIC X(13)
                                       VALUE 'FROM LOCATION'.
         05 FILLER                 PIC X(2)        VALUE SPACES.
         05 FILLER                 PIC X(11)       VALUE 'TO LOCATION'.
         05 FILLER                 PIC X(4)        VALUE SPACES.
         05 FILLER                 PIC X(7)        VALUE 'SHIPPED'.
         05 FILLER                 PIC X(4)        VALUE SPACES.
         05 FILLER                 PIC X(8)        VALUE 'RECEIVED'.
         05 FILLER                 PIC X(3)        VALUE SPACES.
         05 FILLER                 PIC X(7)        VALUE 'IN DAYS'.
         05 FILLER                 PIC X(5)        VALUE SPACES.
         05 FILLER                 PIC X(11)       VALUE 'DEALER COST'.
         05 FILLER                 PIC X(4)        VALUE SPACES.
         05 FILLER                 PIC X(5)        VALUE 'EVENT'.
       01 H-DETAIL.
         05 D-HULL                 PIC X(10).
         05 FILLER                 PIC X(3)        VALUE SPACES.
         05 D-TYPE                 PIC X.
         05 FILLER                 PIC X(4)        VALUE SPACES.
         05 D-FROM                 PIC X(10).
         05 FILLER                 PIC X(5)        VALUE SPACES.
         05 D-TO                   PIC X(10).
         05 FILLER                 PIC X(5)        VALUE SPACES.
         05 D-SHIP-DATE            PIC X(8).
         05 FILLER                 PIC X(3)        VALUE SPACES.
         05 D-RECV-DATE            PIC X(8).
         05 FILLER                 PIC X(5)        VALUE SPACES.
         05 D-DAYS                 PIC ZZZZZ.
         05 FILLER                 PIC X(4)        VALUE SPACES.
         05 D-COST                 PIC $ZZZ,ZZZ.99.
         05 FILLER                 PIC X(4)        VALUE SPACES.
         05 D-EVENT                PIC X(18).
       01 H-REGTOTAL1.
         05 FILLER                 PIC X(20)       VALUE SPACES.
         05 FILLER                 PIC X(25)
               VALUE 'BOATS SHIPPED IN PERIOD: '.
         05 F-SHIPPED              PIC ZZZZ9.
         05 FILLER                 PIC X(6)        VALUE SPACES.
         05 FILLER                 PIC X(13)
                                       VALUE 'DEALER COST: '.
         05 F-SHIPDOLLARS          PIC $$$$,$$$,$$$.99.
       01 H-REGTOTAL2.
         05 FILLER                 PIC X(20)       VALUE SPACES.
         05 FILLER                 PIC X(25)
               VALUE 'BOATS RECEIVED IN PERIOD:'.
         05 F-RECEIVED             PIC ZZZZ9.
      * IN-TRANSIT REPORT LAYOUTS
       01 I-TITLE-LINE.
         05 FILLER                 PIC X(6)        VALUE 'DATE: '.
         05 I-MONTH                PIC XX.
         05 FILLER                 PIC X           VALUE '/'.
         05 I-DAY                  PIC XX.
         05 FILLER                 PIC X           VALUE '/'.
         05 I-YEAR                 PIC XXXX.
         05 FILLER                 PIC X(30)       VALUE SPACES.
         05 FILLER                 PIC X(38)
               VALUE 'TIMOTHY''S BOATS - OVERDUE IN TRANSIT'.
         05 FILLER                 PIC X(35)       VALUE SPACES.
         05 FILLER                 PIC X(6)        VALUE 'PAGE: '.
         05 I-PAGENUM              PIC Z9.
       01 I-LIMITLINE.
         05 FILLER                 PIC X(40)       VALUE SPACES.
         05 FILLER                 PIC X(33)
               VALUE 'SHIPPED AND NOT RECEIVED AFTER   '.
         05 I-XFERDAYS             PIC ZZ9.
         05 FILLER                 PIC X(5)        VALUE ' DAYS'.
       01 I-HEADING1.
         05 FILLER                 PIC X(4)        VALUE 'HULL'.
         05 FILLER                 PIC X(8)        VALUE SPACES.
         05 FILLER                 PIC X(4)        VALUE 'TYPE'.
         05 FILLER                 PIC X(2)        VALUE SPACES.
         05 FILLER                 PIC X(13)
                                       VALUE 'FROM LOCATION'.
         05 FILLER                 PIC X(2)        VALUE SPACES.
         05 FILLER                 PIC X(11)       VALUE 'TO LOCATION'.
         05 FILLER                 PIC X(4)        VALUE SPACES.
         05 FILLER                 PIC X(7)        VALUE 'SHIPPED'.
         05 FILLER                 PIC X(4)        VALUE SPACES.
         05 FILLER                 PIC X(11)       VALUE 'DAYS IN TRN'.
         05 FILLER                 PIC X(5)        VALUE SPACES.
         05 FILLER                 PIC X(11)       VALUE 'DEALER COST'.
       01 I-DETAIL.
         05 ID-HULL                PIC X(10).
         05 FILLER                 PIC X(3)        VALUE SPACES.
         05 ID-TYPE                PIC X.
         05 FILLER                 PIC X(4)        VALUE SPACES.
         05 ID-FROM                PIC X(10).
         05 FILLER                 PIC X(5)        VALUE SPACES.
         05 ID-TO                  PIC X(10).
         05 FILLER                 PIC X(5)        VALUE SPACES.
         05 ID-SHIP-DATE           PIC X(8).
         05 FILLER                 PIC X(8)        VALUE SPACES.
         05 ID-DAYS                PIC ZZZZ9.
         05 FILLER                 PIC X(5)        VALUE SPACES.
         05 ID-COST                PIC $ZZZ,ZZZ.99.
       01 I-TOTALLINE1.
         05 FILLER                 PIC X(20)       VALUE SPACES.
         05 FILLER                 PIC X(25)
               VALUE 'OVERDUE IN TRANSIT:      '.
         05 F-OVERDUE              PIC ZZZZ9.
         05 FILLER                 PIC X(6)        VALUE SPACES.
         05 FILLER                 PIC X(13)
                                       VALUE 'DEALER COST: '.
         05 F-OVERDUEDOLLARS       PIC $$$$,$$$,$$$.99.
       01 I-TOTALLINE2.
         05 FILLER                 PIC X(20)       VALUE SPACES.
         05 FILLER                 PIC X(25)
               VALUE 'ALL BOATS IN TRANSIT:    '.
         05 F-TRANSIT              PIC ZZZZ9.
       PROCEDURE DIVISION.
       L0-MAIN.
           PERFORM L1-INIT.
           PERFORM L1-MAINLINE
             UNTIL XH-EOF = 'Y'.
           PERFORM L1-CLOSING.
           STOP RUN.

       L1-INIT.
           MOVE FUNCTION CURRENT-DATE TO CURDATETIME.
           MOVE CURMONTH TO H-MONTH I-MONTH.
           MOVE CURDAY TO H-DAY I-DAY.
           MOVE CURYEAR TO H-YEAR I-YEAR.
           COMPUTE TODAY-INT = FUNCTION INTEGER-OF-DATE(TODAY-NUM).
           PERFORM L8-LOAD-PARMS.
           IF PERYEAR = 0
               MOVE CURYEAR TO PERYEAR
           END-IF.
           IF PERMONTH = 0
               MOVE CURMONTH TO PERMONTH
           END-IF.
           MOVE PERYEAR TO PERYEAR-X.
           MOVE PERMONTH TO PERMONTH-X.
           MOVE PERYEAR-X TO H-PERYEAR.
           MOVE PERMONTH-X TO H-PERMONTH.
           MOVE XFER-DAYS TO I-XFERDAYS.
           OPEN OUTPUT PRTOUT.
           OPEN OUTPUT ITROUT.
           PERFORM L8-PARM-PAGE.
           PERFORM L3-HEADINGS.
           OPEN INPUT XFER-HISTORY.
           IF XFR-STATUS NOT = '00' AND XFR-STATUS NOT = '05'
               MOVE 'Y' TO XH-EOF
           ELSE
               MOVE 'Y' TO XH-OPEN
               PERFORM L2-READ-HISTORY
           END-IF.

      * A SHIPMENT PRINTS IN THE PERIOD IT SHIPPED, A RECEIPT IN THE
      * PERIOD IT WAS RECEIVED - A MOVE DONE IN ONE STEP PRINTS ONCE
      * IF EITHER DATE FALLS IN THE PERIOD
       L1-MAINLINE.
           COMPUTE HISTCOUNT = HISTCOUNT + 1.
           EVALUATE TRUE
               WHEN XH-SHIPPED
                   IF XH-SHIP-YEAR = PERYEAR-X
                           AND XH-SHIP-MONTH = PERMONTH-X
                       MOVE 'SHIPPED-IN TRANSIT' TO D-EVENT
                       PERFORM L4-REGISTER-LINE
                   END-IF
               WHEN XH-RECEIVED
                   IF XH-RECV-YEAR = PERYEAR-X
                           AND XH-RECV-MONTH = PERMONTH-X
                       MOVE 'RECEIVED' TO D-EVENT
                       PERFORM L4-REGISTER-LINE
                   END-IF
               WHEN XH-COMPLETE
                   IF (XH-SHIP-YEAR = PERYEAR-X
                           AND XH-SHIP-MONTH = PERMONTH-X)
                       OR (XH-RECV-YEAR = PERYEAR-X
                           AND XH-RECV-MONTH = PERMONTH-X)
                       MOVE 'SHIPPED+RECEIVED' TO D-EVENT
                       PERFORM L4-REGISTER-LINE
                   END-IF
           END-EVALUATE.
           PERFORM L2-READ-HISTORY.

       L1-CLOSING.
           MOVE SHIPCOUNT TO F-SHIPPED.
           MOVE SHIPDOLLARS TO F-SHIPDOLLARS.
           WRITE PRTLINE
             FROM H-REGTOTAL1
             AFTER ADVANCING 3 LINES.
           MOVE RECVCOUNT TO F-RECEIVED.
           WRITE PRTLINE
             FROM H-REGTOTAL2
             AFTER ADVANCING 1 LINE.
           IF XH-OPEN = 'Y'
               CLOSE XFER-HISTORY
           END-IF.
           PERFORM L5-IN-TRANSIT-REPORT.
           CLOSE PRTOUT ITROUT.
           DISPLAY 'CBLTAM41 - TRANSFER REGISTER COMPLETE'.
           DISPLAY 'SHIPPED: ' SHIPCOUNT
               ' RECEIVED: ' RECVCOUNT
               ' IN TRANSIT: ' TRANSITCOUNT
               ' OVERDUE: ' OVERDUECOUNT.

       L2-READ-HISTORY.
           READ XFER-HISTORY
               AT END
                   MOVE 'Y' TO XH-EOF.

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
             FROM H-HEADING1
             AFTER ADVANCING 2 LINES.

       L3-ITR-HEADINGS.
           COMPUTE IPAGECOUNT = IPAGECOUNT + 1.
           MOVE IPAGECOUNT TO I-PAGENUM.
           WRITE ITRLINE
             FROM I-TITLE-LINE
             AFTER ADVANCING PAGE.
           WRITE ITRLINE
             FROM I-LIMITLINE
             AFTER ADVANCING 1 LINE.
           WRITE ITRLINE
             FROM I-HEADING1
             AFTER ADVANCING 2 LINES.

      * ONE REGISTER LINE PER MOVE EVENT. DAYS ON THE ROAD ONLY
      * MEANS SOMETHING ONCE THE BOAT HAS BEEN RECEIVED.
       L4-REGISTER-LINE.
           MOVE XH-HULL TO D-HULL.
           MOVE XH-TYPE TO D-TYPE.
           MOVE XH-FROM TO D-FROM.
           MOVE XH-TO TO D-TO.
           MOVE XH-SHIP-DATE TO D-SHIP-DATE.
           MOVE XH-RECV-DATE TO D-RECV-DATE.
           MOVE XH-COST TO D-COST.
           MOVE 0 TO D-DAYS.
           IF XH-SHIPPED OR XH-COMPLETE
               IF XH-SHIP-YEAR = PERYEAR-X
                       AND XH-SHIP-MONTH = PERMONTH-X
                   COMPUTE SHIPCOUNT = SHIPCOUNT + 1
                   COMPUTE SHIPDOLLARS = SHIPDOLLARS + XH-COST
               END-IF
           END-IF.
           IF XH-RECEIVED OR XH-COMPLETE
               IF XH-RECV-YEAR = PERYEAR-X
                       AND XH-RECV-MONTH = PERMONTH-X
                   COMPUTE RECVCOUNT = RECVCOUNT + 1
               END-IF
               PERFORM L4A-DAYS-ON-ROAD
           END-IF.
           WRITE PRTLINE
             FROM H-DETAIL
             AFTER ADVANCING 1 LINE
               AT END-OF-PAGE
                   PERFORM L3-HEADINGS.

       L4A-DAYS-ON-ROAD.
           MOVE XH-SHIP-DATE TO DATE-WORK.
           CALL 'CBLDATEV' USING DATE-WORK DV-RESULT.
           IF DV-DATE-GOOD
               COMPUTE SHIP-INT =
                   FUNCTION INTEGER-OF-DATE(DATE-WORK-NUM)
               MOVE XH-RECV-DATE TO DATE-WORK
               CALL 'CBLDATEV' USING DATE-WORK DV-RESULT
               IF DV-DATE-GOOD
                   COMPUTE RECV-INT =
                       FUNCTION INTEGER-OF-DATE(DATE-WORK-NUM)
                   IF RECV-INT > SHIP-INT
                       COMPUTE D-DAYS = RECV-INT - SHIP-INT
                   END-IF
               END-IF
           END-IF.

      * EVERY UNSOLD BOAT STILL MARKED IN TRANSIT IS COUNTED; THE
      * ONES OUT LONGER THAN THE LIMIT ARE LISTED. A MISSING STOCK
      * FILE JUST MEANS NOTHING IS ON THE ROAD.
       L5-IN-TRANSIT-REPORT.
           PERFORM L3-ITR-HEADINGS.
           OPEN INPUT STOCK-MASTER.
           IF STK-STATUS NOT = '00'
               MOVE 'Y' TO STK-EOF
           ELSE
               PERFORM L5A-READ-STOCK
               PERFORM L5A-CHECK-STOCK
                 UNTIL STK-EOF = 'Y'
               CLOSE STOCK-MASTER
           END-IF.
           MOVE OVERDUECOUNT TO F-OVERDUE.
           MOVE OVERDUEDOLLARS TO F-OVERDUEDOLLARS.
           WRITE ITRLINE
             FROM I-TOTALLINE1
             AFTER ADVANCING 3 LINES.
           MOVE TRANSITCOUNT TO F-TRANSIT.
           WRITE ITRLINE
             FROM I-TOTALLINE2
             AFTER ADVANCING 1 LINE.

       L5A-READ-STOCK.
           READ STOCK-MASTER
               AT END
                   MOVE 'Y' TO STK-EOF.

      * A SHIP DATE THE COMMON EDIT WILL NOT PASS CANNOT BE AGED, SO
      * THE BOAT IS LISTED RATHER THAN LEFT OUT
       L5A-CHECK-STOCK.
           IF BS-IN-TRANSIT AND BS-STATUS NOT = 'S'
               COMPUTE TRANSITCOUNT = TRANSITCOUNT + 1
               MOVE BS-SHIP-DATE TO DATE-WORK
               CALL 'CBLDATEV' USING DATE-WORK DV-RESULT
               IF DV-DATE-BAD
                   MOVE 99999 TO DAYS-OUT
               ELSE
                   COMPUTE DAYS-OUT = TODAY-INT
                       - FUNCTION INTEGER-OF-DATE(DATE-WORK-NUM)
               END-IF
               IF DAYS-OUT > XFER-DAYS
                   PERFORM L5B-OVERDUE-LINE
               END-IF
           END-IF.
           PERFORM L5A-READ-STOCK.

       L5B-OVERDUE-LINE.
           COMPUTE OVERDUECOUNT = OVERDUECOUNT + 1.
           COMPUTE OVERDUEDOLLARS = OVERDUEDOLLARS + BS-COST.
           MOVE BS-HULL TO ID-HULL.
           MOVE BS-TYPE TO ID-TYPE.
           MOVE BS-XFER-FROM TO ID-FROM.
           MOVE BS-XFER-TO TO ID-TO.
           MOVE BS-SHIP-DATE TO ID-SHIP-DATE.
           MOVE DAYS-OUT TO ID-DAYS.
           MOVE BS-COST TO ID-COST.
           WRITE ITRLINE
             FROM I-DETAIL
             AFTER ADVANCING 1 LINE
               AT END-OF-PAGE
                   PERFORM L3-ITR-HEADINGS.

       L8-LOAD-PARMS.
           OPEN INPUT PARMFILE.
           IF PARM-STATUS = '00'
               PERFORM L8A-READ-PARM
               PERFORM L8A-APPLY-PARM
                 UNTIL PARM-EOF = 'Y'
               CLOSE PARMFILE
           END-IF.

       L8A-READ-PARM.
           READ PARMFILE
               AT END
                   MOVE 'Y' TO PARM-EOF.

      * A PARAMETER OUTSIDE ITS SENSIBLE RANGE IS REJECTED AND THE
      * BUILT-IN DEFAULT KEPT - THE PARAMETER PAGE SHOWS WHICH
       L8A-APPLY-PARM.
           COMPUTE PARM-VALUE = PARM-WHOLE + PARM-DEC / 1000.
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
               WHEN 'XFERDAYS  '
                   IF PARM-WHOLE NOT LESS THAN 1
                           AND PARM-WHOLE NOT GREATER THAN 365
                       MOVE PARM-WHOLE TO XFER-DAYS
                       MOVE 'FILE' TO SRC-XFERDAYS
                   ELSE
                       MOVE 'REJECTED' TO SRC-XFERDAYS
                   END-IF
           END-EVALUATE.
           PERFORM L8A-READ-PARM.

      * FIRST PAGE OF THE RUN SHOWS THE CUTOFFS THIS RUN ACTUALLY
      * USED AND WHETHER EACH CAME FROM THE FILE OR A DEFAULT
       L8-PARM-PAGE.
           WRITE PRTLINE
             FROM H-PARMTITLE
             AFTER ADVANCING PAGE.
           WRITE PRTLINE
             FROM H-PARMHEADING
             AFTER ADVANCING 2 LINES.
           MOVE 'PERYEAR   ' TO P-NAME.
           MOVE PERYEAR TO P-VALUE.
           MOVE SRC-PERYEAR TO P-SOURCE.
           WRITE PRTLINE
             FROM H-PARMDETAIL
             AFTER ADVANCING 1 LINE.
           MOVE 'PERMONTH  ' TO P-NAME.
           MOVE PERMONTH TO P-VALUE.
           MOVE SRC-PERMONTH TO P-SOURCE.
           WRITE PRTLINE
             FROM H-PARMDETAIL
             AFTER ADVANCING 1 LINE.
           MOVE 'XFERDAYS  ' TO P-NAME.
           MOVE XFER-DAYS TO P-VALUE.
           MOVE SRC-XFERDAYS TO P-SOURCE.
           WRITE PRTLINE
             FROM H-PARMDETAIL
             AFTER ADVANCING 1 LINE.
       END PROGRAM CBLTAM41.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBLTAM42.
       AUTHOR. TIMOTHY ALEC MOODE.
       DATE-WRITTEN. 10/15/2026.
      * BOAT GROSS PROFIT RUN. THE SALES REPORT SHOWS WHAT THE
      * CUSTOMER PAID AND THE COMMISSION RUN PAYS ON THAT VOLUME,
      * BUT NEITHER SHOWS WHAT THE DEALERSHIP MADE. THIS RUN MATCHES
      * EACH SALE ON CBLBOAT1.DAT FOR THE PERYEAR/PERMONTH PERIOD TO
      * ITS HULL ON THE STOCK MASTER CBLBSTK.DAT AND TAKES THE DEALER
      * COST FROM THERE. THE SALE PRICE IS THE SAME BOAT COST PLUS
      * PREP AND DELIVERY THE SALES REPORT AND COMMISSION RUN USE;
      * THE TRADE-IN ALLOWANCE COMES OFF TO GIVE THE NET PRICE, AND
      * GROSS PROFIT IS THE NET PRICE LESS THE DEALER COST AND LESS
      * THE PREP AND DELIVERY. MARGIN PERCENT IS GROSS PROFIT OVER
      * THE NET PRICE. A SALE UNDER THE MINMARGIN PARAMETER IS
      * FLAGGED, AND THE SUMMARY SUBTOTALS EVERY BOAT TYPE BY
      * LOCATION AND BY SALESPERSON WITH A COUNT OF LOW-MARGIN SALES
      * SO DISCOUNTING TO REACH A COMMISSION TIER SHOWS UP. A SALE
      * THAT CANNOT BE COSTED - NO HULL, NO STOCK RECORD, A STOCK
      * RECORD WITH NO COST, OR A STOCK RECORD FOR A LATER RECEIPT
      * OF THE SAME HULL - GOES TO THE EXCEPTION LISTING INSTEAD OF
      * INTO THE TOTALS. THE RUN IS READ-ONLY.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BOAT-MASTER
               ASSIGN TO 'C:\COBOLWI19\CBLBOAT1.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT STOCK-MASTER
               ASSIGN TO 'C:\COBOLWI19\CBLBSTK.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS STK-STATUS.
           SELECT SLSMN-MASTER
               ASSIGN TO 'C:\COBOLWI19\CBLSLSMN.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PARMFILE
               ASSIGN TO 'C:\COBOLWI19\CBLPARMS.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS PARM-STATUS.
           SELECT PRTOUT
               ASSIGN TO 'C:\COBOLWI19\BOAT_GP.PRT'
                   ORGANIZATION IS RECORD SEQUENTIAL.
           SELECT ERROUT
               ASSIGN TO 'C:\COBOLWI19\BOAT_GPX.PRT'
                   ORGANIZATION IS RECORD SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD BOAT-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS BM-REC
           RECORD CONTAINS 128 CHARACTERS.
       01 BM-REC.
         05 I-LAST-NAME            PIC X(15).
         05 I-STATE                PIC XX.
         05 I-BOAT-COST            PIC 9(6)V99.
         05 I-PURCHASE-DATE.
           10 I-PURCHASE-YEAR      PIC XXXX.
           10 I-PURCHASE-MONTH     PIC XX.
           10 I-PURCHASE-DAY       PIC XX.
         05 I-BOAT-TYPE            PIC X.
         05 I-ACCESSORY-PACKAGE    PIC X.
         05 I-PREP-DELIVER-COST    PIC 9(5)V99.
         05 I-TAX-RATE             PIC 9V999.
         05 I-FINANCE-CHARGE       PIC 9(5)V99.
         05 I-LOCATION             PIC X(10).
         05 I-SALESPERSON          PIC X(3).
         05 I-FINANCE-MONTHS       PIC 9(3).
         05 I-FINANCE-APR          PIC 99V99.
         05 I-HULL-NUMBER          PIC X(10).
         05 I-CUSTOMER-NO          PIC X(6).
         05 I-TRADE-ALLOW          PIC 9(6)V99.
         05 I-TRADE-HULL           PIC X(10).
         05 I-TRADE-TYPE           PIC X.
         05 I-TRADE-DESC           PIC X(20).
      * HEADER AND TRAILER CONTROL RECORDS NOW BOOK-END THE MASTER -
      * THIS VIEW LETS THEM BE RECOGNIZED AND PASSED OVER
       01 CTL-REC.
         05 CTL-TYPE               PIC X(3).
           88 CTL-CONTROL-REC      VALUES 'HDR' 'TRL'.
         05 FILLER                 PIC X(125).
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
         05 BS-XFER-FROM           PIC X(10).
         05 BS-XFER-TO             PIC X(10).
         05 BS-SHIP-DATE           PIC X(8).
      * SALESPERSON MASTER - ONLY THE NAME IS WANTED HERE
       FD SLSMN-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS SM-REC
           RECORD CONTAINS 35 CHARACTERS.
       01 SM-REC.
         05 SM-ID                  PIC X(3).
         05 SM-NAME                PIC X(20).
         05 SM-RATE1               PIC 9V999.
         05 SM-RATE2               PIC 9V999.
         05 SM-RATE3               PIC 9V999.
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
       FD ERROUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS ERRLINE.
       01 ERRLINE                  PIC X(132).

       WORKING-STORAGE SECTION.
       01 MISC.
         05 EOF                    PIC X           VALUE 'N'.
         05 STK-EOF                PIC X           VALUE 'N'.
         05 STK-STATUS             PIC XX          VALUE SPACES.
         05 SM-EOF                 PIC X           VALUE 'N'.
         05 CPAGECOUNT             PIC 99          VALUE 0.
         05 SALESCOUNT             PIC 9(5)        VALUE 0.
         05 PERIODCOUNT            PIC 9(5)        VALUE 0.
         05 OTHERPERCOUNT          PIC 9(5)        VALUE 0.
         05 COSTEDCOUNT            PIC 9(5)        VALUE 0.
         05 LOWCOUNT               PIC 9(5)        VALUE 0.
         05 NOCOSTCOUNT            PIC 9(5)        VALUE 0.
         05 BADDATECOUNT           PIC 9(5)        VALUE 0.
         05 HOLD-TYPE              PIC X           VALUE SPACE.
      * PER-SALE FIGURES
         05 SALEPRICE              PIC 9(7)V99     VALUE 0.
         05 NETPRICE               PIC S9(7)V99    VALUE 0.
         05 DEALERCOST             PIC 9(6)V99     VALUE 0.
         05 GROSSPROFIT            PIC S9(7)V99    VALUE 0.
         05 MARGINPCT              PIC S9(5)V9     VALUE 0.
         05 LOW-MARGIN-SW          PIC X           VALUE 'N'.
           88 LOW-MARGIN           VALUE 'Y'.
      * SALE AT OR ABOVE THIS MARGIN PERCENT IS NOT FLAGGED
         05 MIN-MARGIN             PIC 9(3)V9(3)   VALUE 10.000.
      * PROCESSING PERIOD
         05 PERYEAR                PIC 9(4)        VALUE 0.
         05 PERMONTH               PIC 99          VALUE 0.
         05 PERYEAR-X              PIC X(4).
         05 PERMONTH-X             PIC XX.
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
         05 SRC-MINMARGIN          PIC X(8)        VALUE 'DEFAULT'.
      * HULL, RECEIVED DATE AND DEALER COST OF EVERY STOCK RECORD
       01 STOCK-CONTROLS.
         05 ST-COUNT               PIC 999         VALUE 0.
         05 ST-MAX                 PIC 999         VALUE 200.
         05 ST-IDX                 PIC 999         VALUE 0.
         05 ST-FOUND-IDX           PIC 999         VALUE 0.
         05 ST-OVERFLOW            PIC 999         VALUE 0.
       01 STOCK-TABLE.
         05 ST-ENTRY OCCURS 200 TIMES.
           10 ST-HULL              PIC X(10).
           10 ST-RECEIVED          PIC X(8).
           10 ST-COST              PIC 9(6)V99.
      * SALESPERSON NAMES LOADED FROM CBLSLSMN.DAT
       01 SLSMN-CONTROLS.
         05 SP-COUNT               PIC 99          VALUE 0.
         05 SP-MAX                 PIC 99          VALUE 50.
         05 SP-IDX                 PIC 99          VALUE 0.
         05 SP-FOUND-IDX           PIC 99          VALUE 0.
         05 SP-OVERFLOW            PIC 99          VALUE 0.
       01 SLSMN-TABLE.
         05 SP-ENTRY OCCURS 50 TIMES.
           10 SP-ID                PIC X(3).
           10 SP-NAME              PIC X(20).
      * ONE ENTRY PER BOAT TYPE IN THE ORDER THE TYPES ARE MET
       01 TYPE-CONTROLS.
         05 TY-COUNT               PIC 99          VALUE 0.
         05 TY-MAX                 PIC 99          VALUE 10.
         05 TY-IDX                 PIC 99          VALUE 0.
         05 TY-FOUND-IDX           PIC 99          VALUE 0.
         05 TY-OVERFLOW            PIC 99          VALUE 0.
       01 TYPE-TABLE.
         05 TY-ENTRY OCCURS 10 TIMES.
           10 TY-CODE              PIC X.
           10 TY-SALES             PIC 9(5).
           10 TY-NET               PIC S9(9)V99.
           10 TY-COST              PIC 9(9)V99.
           10 TY-PREP              PIC 9(9)V99.
           10 TY-GP                PIC S9(9)V99.
           10 TY-LOW               PIC 9(5).
      * SUBTOTAL SLOTS WITHIN BOAT TYPE - KIND L IS A LOCATION, KIND
      * S A SALESPERSON. EVERY COSTED SALE LANDS IN ONE OF EACH.
       01 SUB-CONTROLS.
         05 SB-COUNT               PIC 999         VALUE 0.
         05 SB-MAX                 PIC 999         VALUE 300.
         05 SB-IDX                 PIC 999         VALUE 0.
         05 SB-FOUND-IDX           PIC 999         VALUE 0.
         05 SB-OVERFLOW            PIC 999         VALUE 0.
         05 SB-SRCH-KIND           PIC X           VALUE SPACE.
         05 SB-SRCH-CODE           PIC X(10)       VALUE SPACES.
       01 SUB-TABLE.
         05 SB-ENTRY OCCURS 300 TIMES.
           10 SB-TYPE              PIC X.
           10 SB-KIND              PIC X.
           10 SB-CODE              PIC X(10).
           10 SB-SALES             PIC 9(5).
           10 SB-NET               PIC S9(9)V99.
           10 SB-COST              PIC 9(9)V99.
           10 SB-PREP              PIC 9(9)V99.
           10 SB-GP                PIC S9(9)V99.
           10 SB-LOW               PIC 9(5).
      * WHOLE-RUN TOTALS
       01 GRAND-TOTALS.
         05 GT-SALES               PIC 9(5)        VALUE 0.
         05 GT-NET                 PIC S9(9)V99    VALUE 0.
         05 GT-COST                PIC 9(9)V99     VALUE 0.
         05 GT-PREP                PIC 9(9)V99     VALUE 0.
         05 GT-GP                  PIC S9(9)V99    VALUE 0.
         05 GT-LOW                 PIC 9(5)        VALUE 0.
      * ONE SUMMARY LINE'S FIGURES, FROM WHICHEVER TABLE IS PRINTING
       01 SUM-WORK.
         05 SW-LABEL               PIC X(24)       VALUE SPACES.
         05 SW-SALES               PIC 9(5)        VALUE 0.
         05 SW-NET                 PIC S9(9)V99    VALUE 0.
         05 SW-COST                PIC 9(9)V99     VALUE 0.
         05 SW-PREP                PIC 9(9)V99     VALUE 0.
         05 SW-GP                  PIC S9(9)V99    VALUE 0.
         05 SW-LOW                 PIC 9(5)        VALUE 0.
         05 SW-MARGIN              PIC S9(5)V9     VALUE 0.
       01 LOC-LABEL.
         05 FILLER                 PIC X(2)        VALUE SPACES.
         05 LL-CODE                PIC X(10).
       01 SLS-LABEL.
         05 FILLER                 PIC X(2)        VALUE SPACES.
         05 SL-ID                  PIC X(3).
         05 FILLER                 PIC X           VALUE SPACE.
         05 SL-NAME                PIC X(20).
       01 TYPE-LABEL.
         05 FILLER                 PIC X(6)        VALUE 'TOTAL '.
         05 TL-NAME                PIC X(18).
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
       01 H-TITLE-LINE.
         05 FILLER                 PIC X(6)        VALUE 'DATE: '.
         05 H-MONTH                PIC XX.
         05 FILLER                 PIC X           VALUE '/'.
         05 H-DAY                  PIC XX.
         05 FILLER                 PIC X           VALUE '/'.
         05 H-YEAR                 PIC XXXX.
         05 FILLER                 PIC X(30)       VALUE SPACES.
         05 FILLER                 PIC X(38)
               VALUE 'TIMOTHY''S BOATS - GROSS PROFIT BY SALE'.
         05 FILLER                 PIC X(35)       VALUE SPACES.
         05 FILLER                 PIC X(6)        VALUE 'PAGE: '.
         05 H-PAGENUM              PIC Z9.
       01 H-PERIODLINE.
         05 FILLER                 PIC X(46)       VALUE SPACES.
         05 FILLER                 PIC X(18)
               VALUE 'SALES FOR PERIOD: '.
         05 H-PERMONTH             PIC XX.
         05 FILLER                 PIC X           VALUE '/'.
         05 H-PERYEAR              PIC XXXX.
         05 FILLER                 PIC X(20)
               VALUE '   MINIMUM MARGIN: '.
         05 H-MINMARGIN            PIC ZZ9.9.
         05 FILLER                 PIC X           VALUE '%'.
       01 H-HEADING1.
         05 FILLER                 PIC X(15)       VALUE 'CUSTOMER'.
         05 FILLER                 PIC X           VALUE SPACE.
         05 FILLER                 PIC X(8)        VALUE 'SOLD ON'.
         05 FILLER                 PIC X(2)        VALUE SPACES.
         05 FILLER                 PIC X(10)       VALUE 'HULL'.
         05 FILLER                 PIC X(2)        VALUE SPACES.
         05 FILLER                 PIC X(10)       VALUE 'LOCATION'.
         05 FILLER                 PIC X(2)        VALUE SPACES.
         05 FILLER                 PIC X(3)        VALUE 'SLS'.
         05 FILLER                 PIC X(2)        VALUE SPACES.
         05 FILLER                 PIC X(12)  VALUE '        SALE'.
         05 FILLER                 PIC X(2)        VALUE SPACES.
         05 FILLER                 PIC X(10)  VALUE '  TRADE-IN'.
         05 FILLER                 PIC X(2)        VALUE SPACES.
         05 FILLER                 PIC X(10)  VALUE '    DEALER'.
         05 FILLER                 PIC X(2)        VALUE SPACES.
         05 FILLER                 PIC X(9)   VALUE '   PREP &'.
         05 FILLER                 PIC X(2)        VALUE SPACES.
         05 FILLER                 PIC X(13)  VALUE '        GROSS'.
         05 FILLER                 PIC X(2)        VALUE SPACES.
         05 FILLER                 PIC X(8)   VALUE '  MARGIN'.
         05 FILLER                 PIC X(2)        VALUE SPACES.
         05 FILLER                 PIC X(3)        VALUE 'LOW'.
       01 H-HEADING2.
         05 FILLER                 PIC X(55)       VALUE SPACES.
         05 FILLER                 PIC X(12)  VALUE '       PRICE'.
         05 FILLER                 PIC X(2)        VALUE SPACES.
         05 FILLER                 PIC X(10)  VALUE ' ALLOWANCE'.
         05 FILLER                 PIC X(2)        VALUE SPACES.
         05 FILLER                 PIC X(10)  VALUE '      COST'.
         05 FILLER                 PIC X(2)        VALUE SPACES.
         05 FILLER                 PIC X(9)   VALUE ' DELIVERY'.
         05 FILLER                 PIC X(2)        VALUE SPACES.
         05 FILLER                 PIC X(13)  VALUE '       PROFIT'.
         05 FILLER                 PIC X(2)        VALUE SPACES.
         05 FILLER                 PIC X(8)   VALUE '       %'.
       01 BLANKLINE                PIC X(132)      VALUE SPACES.
       01 H-TYPELINE.
         05 FILLER                 PIC X(11)  VALUE 'BOAT TYPE: '.
         05 H-BOATTYPE             PIC X(18).
       01 H-DETAIL.
         05 D-CUSTNAME             PIC X(15).
         05 FILLER                 PIC X           VALUE SPACE.
         05 D-DATE                 PIC X(8).
         05 FILLER                 PIC X(2)        VALUE SPACES.
         05 D-HULL                 PIC X(10).
         05 FILLER                 PIC X(2)        VALUE SPACES.
         05 D-LOCATION             PIC X(10).
         05 FILLER                 PIC X(2)        VALUE SPACES.
         05 D-SLSID                PIC X(3).
         05 FILLER                 PIC X(2)        VALUE SPACES.
         05 D-SALEPRICE            PIC Z,ZZZ,ZZZ.99.
         05 FILLER                 PIC X(2)        VALUE SPACES.
         05 D-TRADE                PIC ZZZ,ZZZ.99.
         05 FILLER                 PIC X(2)        VALUE SPACES.
         05 D-COST                 PIC ZZZ,ZZZ.99.
         05 FILLER                 PIC X(2)        VALUE SPACES.
         05 D-PREP                 PIC ZZ,ZZZ.99.
         05 FILLER                 PIC X(2)        VALUE SPACES.
         05 D-GP                   PIC --,---,--9.99.
         05 FILLER                 PIC X(2)        VALUE SPACES.
         05 D-MARGIN               PIC -----9.9.
         05 FILLER                 PIC X(2)        VALUE SPACES.
         05 D-FLAG                 PIC X(3).
      * SUMMARY PAGE LAYOUTS
       01 H-SUMTITLE.
         05 FILLER                 PIC X(44)       VALUE SPACES.
         05 FILLER                 PIC X(40)
               VALUE 'GROSS PROFIT SUMMARY WITHIN BOAT TYPE'.
       01 H-SUMCOLS.
         05 FILLER                 PIC X(24)
                                       VALUE 'LOCATION / SALESPERSON'.
         05 FILLER                 PIC X(2)        VALUE SPACES.
         05 FILLER                 PIC X(5)        VALUE 'SALES'.
         05 FILLER                 PIC X(3)        VALUE SPACES.
         05 FILLER                 PIC X(14)  VALUE '     NET SALES'.
         05 FILLER                 PIC X(3)        VALUE SPACES.
         05 FILLER                 PIC X(13)  VALUE '  DEALER COST'.
         05 FILLER                 PIC X(3)        VALUE SPACES.
         05 FILLER                 PIC X(12)  VALUE '    PREP/DEL'.
         05 FILLER                 PIC X(3)        VALUE SPACES.
         05 FILLER                 PIC X(14)  VALUE '  GROSS PROFIT'.
         05 FILLER                 PIC X(3)        VALUE SPACES.
         05 FILLER                 PIC X(8)        VALUE 'MARGIN %'.
         05 FILLER                 PIC X(2)        VALUE SPACES.
         05 FILLER                 PIC X(9)        VALUE 'BELOW MIN'.
       01 H-SUBHEAD.
         05 FILLER                 PIC X(4)        VALUE SPACES.
         05 H-SUB-TEXT             PIC X(30).
       01 H-SUMDETAIL.
         05 S-LABEL                PIC X(24).
         05 FILLER                 PIC X(2)        VALUE SPACES.
         05 S-SALES                PIC ZZZZ9.
         05 FILLER                 PIC X(2)        VALUE SPACES.
         05 S-NET                  PIC ----,---,--9.99.
         05 FILLER                 PIC X(3)        VALUE SPACES.
         05 S-COST                 PIC ZZ,ZZZ,ZZZ.99.
         05 FILLER                 PIC X(3)        VALUE SPACES.
         05 S-PREP                 PIC Z,ZZZ,ZZZ.99.
         05 FILLER                 PIC X(2)        VALUE SPACES.
         05 S-GP                   PIC ----,---,--9.99.
         05 FILLER                 PIC X(3)        VALUE SPACES.
         05 S-MARGIN               PIC -----9.9.
         05 FILLER                 PIC X(6)        VALUE SPACES.
         05 S-LOW                  PIC ZZZZ9.
       01 H-FINALLINE.
         05 FILLER                 PIC X(17)  VALUE 'SALES IN PERIOD: '.
         05 F-PERIOD               PIC ZZZZ9.
         05 FILLER                 PIC X(3)        VALUE SPACES.
         05 FILLER                 PIC X(8)        VALUE 'COSTED: '.
         05 F-COSTED               PIC ZZZZ9.
         05 FILLER                 PIC X(3)        VALUE SPACES.
         05 FILLER                 PIC X(15)  VALUE 'BELOW MINIMUM: '.
         05 F-LOW                  PIC ZZZZ9.
         05 FILLER                 PIC X(3)        VALUE SPACES.
         05 FILLER                 PIC X(12)  VALUE 'NOT COSTED: '.
         05 F-NOCOST               PIC ZZZZ9.
         05 FILLER                 PIC X(3)        VALUE SPACES.
         05 FILLER                 PIC X(11)  VALUE 'BAD DATES: '.
         05 F-BADDATES             PIC ZZZZ9.
         05 FILLER                 PIC X(3)        VALUE SPACES.
         05 FILLER                 PIC X(15)  VALUE 'OTHER PERIODS: '.
         05 F-OTHERPER             PIC ZZZZ9.
       01 H-OVERFLOWLINE.
         05 FILLER                 PIC X(36) VALUE
                   '**WARNING - TABLE FULL   STOCK LOST:'.
         05 F-ST-OVERFLOW          PIC ZZZZ9.
         05 FILLER                 PIC X(16) VALUE
                   '  SUBTOTAL SLOTS'.
         05 FILLER                 PIC X(7)        VALUE ' LOST: '.
         05 F-SB-OVERFLOW          PIC ZZZZ9.
         05 FILLER                 PIC X(13) VALUE
                   '  TYPES LOST:'.
         05 F-TY-OVERFLOW          PIC ZZZZ9.
      * EXCEPTION LISTING LAYOUTS
       01 H-ERRTITLE.
         05 FILLER                 PIC X(40)       VALUE SPACES.
         05 FILLER                 PIC X(42)
               VALUE 'GROSS PROFIT EXCEPTIONS - SALES NOT COSTED'.
       01 H-ERRHEADING.
         05 FILLER                 PIC X(9)        VALUE 'LAST NAME'.
         05 FILLER                 PIC X(11)       VALUE SPACES.
         05 FILLER                 PIC X(4)        VALUE 'HULL'.
         05 FILLER                 PIC X(12)       VALUE SPACES.
         05 FILLER                 PIC X(7)        VALUE 'SOLD ON'.
         05 FILLER                 PIC X(4)        VALUE SPACES.
         05 FILLER                 PIC X(3)        VALUE 'SLS'.
         05 FILLER                 PIC X(4)        VALUE SPACES.
         05 FILLER                 PIC X(6)        VALUE 'REASON'.
       01 H-ERRDETAIL.
         05 ERR-CUSTNAME           PIC X(15).
         05 FILLER                 PIC X(5)        VALUE SPACES.
         05 ERR-HULL               PIC X(10).
         05 FILLER                 PIC X(6)        VALUE SPACES.
         05 ERR-DATE               PIC X(8).
         05 FILLER                 PIC X(3)        VALUE SPACES.
         05 ERR-SLSID              PIC X(3).
         05 FILLER                 PIC X(4)        VALUE SPACES.
         05 ERR-REASON             PIC X(44).
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
           MOVE MIN-MARGIN TO H-MINMARGIN.
           PERFORM L6-LOAD-STOCK.
           PERFORM L6-LOAD-SLSMN.
           OPEN INPUT BOAT-MASTER.
           OPEN OUTPUT PRTOUT.
           OPEN OUTPUT ERROUT.
           WRITE ERRLINE
             FROM H-ERRTITLE
             AFTER ADVANCING PAGE.
           WRITE ERRLINE
             FROM H-ERRHEADING
             AFTER ADVANCING 2 LINES.
           PERFORM L8-PARM-PAGE.
           PERFORM L3-HEADINGS.
           PERFORM L2-INPUT.

      * THE PURCHASE DATE IS PROVEN BY THE COMMON DATE EDIT FIRST -
      * A SALE WITH A BAD DATE CANNOT BE PLACED IN ANY PERIOD
       L1-MAINLINE.
           COMPUTE SALESCOUNT = SALESCOUNT + 1.
           CALL 'CBLDATEV' USING I-PURCHASE-DATE DV-RESULT.
           IF DV-DATE-BAD
               MOVE DV-REASON TO ERR-REASON
               PERFORM L4-COST-EXCEPTION
               COMPUTE BADDATECOUNT = BADDATECOUNT + 1
           ELSE
               IF I-PURCHASE-YEAR NOT = PERYEAR-X
                       OR I-PURCHASE-MONTH NOT = PERMONTH-X
                   COMPUTE OTHERPERCOUNT = OTHERPERCOUNT + 1
               ELSE
                   COMPUTE PERIODCOUNT = PERIODCOUNT + 1
                   PERFORM L2-COST-SALE
               END-IF
           END-IF.
           PERFORM L2-INPUT.

       L1-CLOSING.
           PERFORM L5-SUMMARY.
           MOVE PERIODCOUNT TO F-PERIOD.
           MOVE COSTEDCOUNT TO F-COSTED.
           MOVE LOWCOUNT TO F-LOW.
           MOVE NOCOSTCOUNT TO F-NOCOST.
           MOVE BADDATECOUNT TO F-BADDATES.
           MOVE OTHERPERCOUNT TO F-OTHERPER.
           WRITE PRTLINE
             FROM H-FINALLINE
             AFTER ADVANCING 3 LINES.
      * A SHORT STOCK TABLE WOULD PUT REAL SALES ON THE EXCEPTION
      * LISTING, AND A SHORT SUBTOTAL TABLE WOULD UNDERSTATE THE
      * SUMMARY - EITHER ONE MAKES THE RUN NEED A SECOND LOOK
           IF ST-OVERFLOW GREATER THAN 0
                   OR SB-OVERFLOW GREATER THAN 0
                   OR TY-OVERFLOW GREATER THAN 0
               MOVE ST-OVERFLOW TO F-ST-OVERFLOW
               MOVE SB-OVERFLOW TO F-SB-OVERFLOW
               MOVE TY-OVERFLOW TO F-TY-OVERFLOW
               WRITE PRTLINE
                 FROM H-OVERFLOWLINE
                 AFTER ADVANCING 2 LINES
               MOVE 8 TO RETURN-CODE
           END-IF.
           CLOSE BOAT-MASTER PRTOUT ERROUT.
           DISPLAY 'CBLTAM42 - GROSS PROFIT RUN COMPLETE'.
           DISPLAY 'COSTED: ' COSTEDCOUNT
               ' BELOW MINIMUM: ' LOWCOUNT
               ' NOT COSTED: ' NOCOSTCOUNT.

      * CONTROL RECORDS ARE CAPTURED AND SKIPPED SO THE MAINLINE
      * ONLY EVER SEES TRUE DATA RECORDS
       L2-INPUT.
           PERFORM L2A-READ-MASTER.
           PERFORM L2A-READ-MASTER
             UNTIL EOF = 'Y' OR NOT CTL-CONTROL-REC.

       L2A-READ-MASTER.
           READ BOAT-MASTER
               AT END
                   MOVE 'Y' TO EOF.

      * A SALE IS ONLY COSTED AGAINST THE STOCK RECORD OF THE UNIT
      * IT SOLD. A HULL RECEIVED AFTER THE SALE DATE IS A LATER UNIT
      * UNDER THE SAME HULL - A BOAT WE SOLD AND TOOK BACK IN TRADE -
      * AND ITS COST IS THE TRADE ALLOWANCE, NOT THIS SALE'S COST.
       L2-COST-SALE.
           IF I-HULL-NUMBER = SPACES
               MOVE 'SALE CARRIES NO HULL NUMBER' TO ERR-REASON
               PERFORM L4-NOT-COSTED
           ELSE
               PERFORM L4-FIND-HULL
               IF ST-FOUND-IDX = 0
                   MOVE 'NO STOCK RECORD FOR THIS HULL' TO ERR-REASON
                   PERFORM L4-NOT-COSTED
               ELSE
                   IF ST-RECEIVED(ST-FOUND-IDX) > I-PURCHASE-DATE
                       MOVE 'STOCK RECORD IS A LATER RECEIPT OF HULL'
                           TO ERR-REASON
                       PERFORM L4-NOT-COSTED
                   ELSE
                       IF ST-COST(ST-FOUND-IDX) = 0
                           MOVE 'STOCK RECORD CARRIES NO DEALER COST'
                               TO ERR-REASON
                           PERFORM L4-NOT-COSTED
                       ELSE
                           MOVE ST-COST(ST-FOUND-IDX) TO DEALERCOST
                           PERFORM L4-GROSS-PROFIT
                           PERFORM L4-POST-SALE
                           PERFORM L4-DETAIL-LINE
                       END-IF
                   END-IF
               END-IF
           END-IF.

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
           WRITE PRTLINE
             FROM H-HEADING2
             AFTER ADVANCING 1 LINE.

       L3-SUM-HEADINGS.
           COMPUTE CPAGECOUNT = CPAGECOUNT + 1.
           MOVE CPAGECOUNT TO H-PAGENUM.
           WRITE PRTLINE
             FROM H-TITLE-LINE
             AFTER ADVANCING PAGE.
           WRITE PRTLINE
             FROM H-PERIODLINE
             AFTER ADVANCING 1 LINE.
           WRITE PRTLINE
             FROM H-SUMTITLE
             AFTER ADVANCING 2 LINES.
           WRITE PRTLINE
             FROM H-SUMCOLS
             AFTER ADVANCING 2 LINES.

       L4-FIND-HULL.
           MOVE 0 TO ST-FOUND-IDX.
           PERFORM L4A-HULL-LOOKUP
             VARYING ST-IDX FROM 1 BY 1 UNTIL ST-IDX > ST-COUNT.

       L4A-HULL-LOOKUP.
           IF ST-HULL(ST-IDX) EQUAL I-HULL-NUMBER
               MOVE ST-IDX TO ST-FOUND-IDX
           END-IF.

      * SALE PRICE IS BOAT PLUS PREP AND DELIVERY, AS ON THE SALES
      * REPORT. THE TRADE-IN COMES OFF FOR THE NET PRICE; THE PREP
      * AND DELIVERY IS A COST OF THE SALE AND COMES BACK OUT WITH
      * THE DEALER COST. A TRADE WORTH THE WHOLE PRICE LEAVES NOTHING
      * TO MEASURE A MARGIN ON, SO IT IS FLAGGED AS LOW OUTRIGHT.
       L4-GROSS-PROFIT.
           COMPUTE SALEPRICE = I-BOAT-COST + I-PREP-DELIVER-COST.
           COMPUTE NETPRICE = SALEPRICE - I-TRADE-ALLOW.
           COMPUTE GROSSPROFIT = NETPRICE - DEALERCOST
               - I-PREP-DELIVER-COST.
           MOVE 'N' TO LOW-MARGIN-SW.
           IF NETPRICE GREATER THAN 0
               COMPUTE MARGINPCT ROUNDED =
                   GROSSPROFIT * 100 / NETPRICE
               IF MARGINPCT LESS THAN MIN-MARGIN
                   SET LOW-MARGIN TO TRUE
               END-IF
           ELSE
               MOVE 0 TO MARGINPCT
               SET LOW-MARGIN TO TRUE
           END-IF.
           COMPUTE COSTEDCOUNT = COSTEDCOUNT + 1.
           IF LOW-MARGIN
               COMPUTE LOWCOUNT = LOWCOUNT + 1
           END-IF.

      * EACH COSTED SALE ROLLS INTO ITS BOAT TYPE, ITS LOCATION AND
      * ITS SALESPERSON WITHIN THAT TYPE, AND THE GRAND TOTAL
       L4-POST-SALE.
           PERFORM L4A-FIND-TYPE.
           IF TY-FOUND-IDX GREATER THAN 0
               COMPUTE TY-SALES(TY-FOUND-IDX) =
                   TY-SALES(TY-FOUND-IDX) + 1
               COMPUTE TY-NET(TY-FOUND-IDX) =
                   TY-NET(TY-FOUND-IDX) + NETPRICE
               COMPUTE TY-COST(TY-FOUND-IDX) =
                   TY-COST(TY-FOUND-IDX) + DEALERCOST
               COMPUTE TY-PREP(TY-FOUND-IDX) =
                   TY-PREP(TY-FOUND-IDX) + I-PREP-DELIVER-COST
               COMPUTE TY-GP(TY-FOUND-IDX) =
                   TY-GP(TY-FOUND-IDX) + GROSSPROFIT
               IF LOW-MARGIN
                   COMPUTE TY-LOW(TY-FOUND-IDX) =
                       TY-LOW(TY-FOUND-IDX) + 1
               END-IF
           END-IF.
           MOVE 'L' TO SB-SRCH-KIND.
           MOVE I-LOCATION TO SB-SRCH-CODE.
           PERFORM L4A-POST-SUB.
           MOVE 'S' TO SB-SRCH-KIND.
           MOVE I-SALESPERSON TO SB-SRCH-CODE.
           PERFORM L4A-POST-SUB.
           COMPUTE GT-SALES = GT-SALES + 1.
           COMPUTE GT-NET = GT-NET + NETPRICE.
           COMPUTE GT-COST = GT-COST + DEALERCOST.
           COMPUTE GT-PREP = GT-PREP + I-PREP-DELIVER-COST.
           COMPUTE GT-GP = GT-GP + GROSSPROFIT.
           IF LOW-MARGIN
               COMPUTE GT-LOW = GT-LOW + 1
           END-IF.

       L4A-FIND-TYPE.
           MOVE 0 TO TY-FOUND-IDX.
           PERFORM L4B-TYPE-LOOKUP
             VARYING TY-IDX FROM 1 BY 1 UNTIL TY-IDX > TY-COUNT.
           IF TY-FOUND-IDX = 0
               IF TY-COUNT LESS THAN TY-MAX
                   COMPUTE TY-COUNT = TY-COUNT + 1
                   MOVE TY-COUNT TO TY-FOUND-IDX
                   MOVE I-BOAT-TYPE TO TY-CODE(TY-FOUND-IDX)
                   MOVE 0 TO TY-SALES(TY-FOUND-IDX)
                   MOVE 0 TO TY-NET(TY-FOUND-IDX)
                   MOVE 0 TO TY-COST(TY-FOUND-IDX)
                   MOVE 0 TO TY-PREP(TY-FOUND-IDX)
                   MOVE 0 TO TY-GP(TY-FOUND-IDX)
                   MOVE 0 TO TY-LOW(TY-FOUND-IDX)
               ELSE
                   COMPUTE TY-OVERFLOW = TY-OVERFLOW + 1
               END-IF
           END-IF.

       L4B-TYPE-LOOKUP.
           IF TY-CODE(TY-IDX) = I-BOAT-TYPE
               MOVE TY-IDX TO TY-FOUND-IDX
           END-IF.

       L4A-POST-SUB.
           MOVE 0 TO SB-FOUND-IDX.
           PERFORM L4B-SUB-LOOKUP
             VARYING SB-IDX FROM 1 BY 1 UNTIL SB-IDX > SB-COUNT.
           IF SB-FOUND-IDX = 0
               IF SB-COUNT LESS THAN SB-MAX
                   COMPUTE SB-COUNT = SB-COUNT + 1
                   MOVE SB-COUNT TO SB-FOUND-IDX
                   MOVE I-BOAT-TYPE TO SB-TYPE(SB-FOUND-IDX)
                   MOVE SB-SRCH-KIND TO SB-KIND(SB-FOUND-IDX)
                   MOVE SB-SRCH-CODE TO SB-CODE(SB-FOUND-IDX)
                   MOVE 0 TO SB-SALES(SB-FOUND-IDX)
                   MOVE 0 TO SB-NET(SB-FOUND-IDX)
                   MOVE 0 TO SB-COST(SB-FOUND-IDX)
                   MOVE 0 TO SB-PREP(SB-FOUND-IDX)
                   MOVE 0 TO SB-GP(SB-FOUND-IDX)
                   MOVE 0 TO SB-LOW(SB-FOUND-IDX)
               ELSE
                   COMPUTE SB-OVERFLOW = SB-OVERFLOW + 1
               END-IF
           END-IF.
           IF SB-FOUND-IDX GREATER THAN 0
               COMPUTE SB-SALES(SB-FOUND-IDX) =
                   SB-SALES(SB-FOUND-IDX) + 1
               COMPUTE SB-NET(SB-FOUND-IDX) =
                   SB-NET(SB-FOUND-IDX) + NETPRICE
               COMPUTE SB-COST(SB-FOUND-IDX) =
                   SB-COST(SB-FOUND-IDX) + DEALERCOST
               COMPUTE SB-PREP(SB-FOUND-IDX) =
                   SB-PREP(SB-FOUND-IDX) + I-PREP-DELIVER-COST
               COMPUTE SB-GP(SB-FOUND-IDX) =
                   SB-GP(SB-FOUND-IDX) + GROSSPROFIT
               IF LOW-MARGIN
                   COMPUTE SB-LOW(SB-FOUND-IDX) =
                       SB-LOW(SB-FOUND-IDX) + 1
               END-IF
           END-IF.

       L4B-SUB-LOOKUP.
           IF SB-TYPE(SB-IDX) = I-BOAT-TYPE
                   AND SB-KIND(SB-IDX) = SB-SRCH-KIND
                   AND SB-CODE(SB-IDX) = SB-SRCH-CODE
               MOVE SB-IDX TO SB-FOUND-IDX
           END-IF.

      * THE SALES FILE IS KEPT IN BOAT TYPE ORDER FOR THE SALES
      * REPORT, SO A BANNER GOES OUT EACH TIME THE TYPE CHANGES
       L4-DETAIL-LINE.
           IF I-BOAT-TYPE NOT = HOLD-TYPE
               MOVE I-BOAT-TYPE TO HOLD-TYPE
               PERFORM L9-BOATTYPE
               WRITE PRTLINE
                 FROM H-TYPELINE
                 AFTER ADVANCING 2 LINES
                   AT END-OF-PAGE
                       PERFORM L3-HEADINGS
               END-WRITE
           END-IF.
           MOVE I-LAST-NAME TO D-CUSTNAME.
           MOVE I-PURCHASE-DATE TO D-DATE.
           MOVE I-HULL-NUMBER TO D-HULL.
           MOVE I-LOCATION TO D-LOCATION.
           MOVE I-SALESPERSON TO D-SLSID.
           MOVE SALEPRICE TO D-SALEPRICE.
           MOVE I-TRADE-ALLOW TO D-TRADE.
           MOVE DEALERCOST TO D-COST.
           MOVE I-PREP-DELIVER-COST TO D-PREP.
           MOVE GROSSPROFIT TO D-GP.
           MOVE MARGINPCT TO D-MARGIN.
           IF LOW-MARGIN
               MOVE '***' TO D-FLAG
           ELSE
               MOVE SPACES TO D-FLAG
           END-IF.
           WRITE PRTLINE
             FROM H-DETAIL
             AFTER ADVANCING 1 LINE
               AT END-OF-PAGE
                   PERFORM L3-HEADINGS.

       L4-NOT-COSTED.
           PERFORM L4-COST-EXCEPTION.
           COMPUTE NOCOSTCOUNT = NOCOSTCOUNT + 1.

       L4-COST-EXCEPTION.
           MOVE I-LAST-NAME TO ERR-CUSTNAME.
           MOVE I-HULL-NUMBER TO ERR-HULL.
           MOVE I-PURCHASE-DATE TO ERR-DATE.
           MOVE I-SALESPERSON TO ERR-SLSID.
           WRITE ERRLINE
             FROM H-ERRDETAIL
             AFTER ADVANCING 1 LINE.

      * SUMMARY - FOR EACH BOAT TYPE, THE LOCATION SUBTOTALS, THEN
      * THE SALESPERSON SUBTOTALS, THEN THE TYPE TOTAL
       L5-SUMMARY.
           PERFORM L3-SUM-HEADINGS.
           PERFORM L5A-TYPE-SUMMARY
             VARYING TY-IDX FROM 1 BY 1 UNTIL TY-IDX > TY-COUNT.
           MOVE 'GRAND TOTAL' TO SW-LABEL.
           MOVE GT-SALES TO SW-SALES.
           MOVE GT-NET TO SW-NET.
           MOVE GT-COST TO SW-COST.
           MOVE GT-PREP TO SW-PREP.
           MOVE GT-GP TO SW-GP.
           MOVE GT-LOW TO SW-LOW.
           WRITE PRTLINE
             FROM BLANKLINE
             AFTER ADVANCING 1 LINE.
           PERFORM L5C-SUM-LINE.

       L5A-TYPE-SUMMARY.
           MOVE TY-CODE(TY-IDX) TO HOLD-TYPE.
           PERFORM L9-BOATTYPE.
           WRITE PRTLINE
             FROM H-TYPELINE
             AFTER ADVANCING 2 LINES
               AT END-OF-PAGE
                   PERFORM L3-SUM-HEADINGS.
           MOVE 'BY LOCATION' TO H-SUB-TEXT.
           WRITE PRTLINE
             FROM H-SUBHEAD
             AFTER ADVANCING 1 LINE
               AT END-OF-PAGE
                   PERFORM L3-SUM-HEADINGS.
           MOVE 'L' TO SB-SRCH-KIND.
           PERFORM L5B-SUB-SUMMARY
             VARYING SB-IDX FROM 1 BY 1 UNTIL SB-IDX > SB-COUNT.
           MOVE 'BY SALESPERSON' TO H-SUB-TEXT.
           WRITE PRTLINE
             FROM H-SUBHEAD
             AFTER ADVANCING 1 LINE
               AT END-OF-PAGE
                   PERFORM L3-SUM-HEADINGS.
           MOVE 'S' TO SB-SRCH-KIND.
           PERFORM L5B-SUB-SUMMARY
             VARYING SB-IDX FROM 1 BY 1 UNTIL SB-IDX > SB-COUNT.
           MOVE H-BOATTYPE TO TL-NAME.
           MOVE TYPE-LABEL TO SW-LABEL.
           MOVE TY-SALES(TY-IDX) TO SW-SALES.
           MOVE TY-NET(TY-IDX) TO SW-NET.
           MOVE TY-COST(TY-IDX) TO SW-COST.
           MOVE TY-PREP(TY-IDX) TO SW-PREP.
           MOVE TY-GP(TY-IDX) TO SW-GP.
           MOVE TY-LOW(TY-IDX) TO SW-LOW.
           PERFORM L5C-SUM-LINE.

       L5B-SUB-SUMMARY.
           IF SB-TYPE(SB-IDX) = TY-CODE(TY-IDX)
                   AND SB-KIND(SB-IDX) = SB-SRCH-KIND
               IF SB-SRCH-KIND = 'S'
                   PERFORM L5C-SLSMN-LABEL
               ELSE
                   MOVE SB-CODE(SB-IDX) TO LL-CODE
                   MOVE LOC-LABEL TO SW-LABEL
               END-IF
               MOVE SB-SALES(SB-IDX) TO SW-SALES
               MOVE SB-NET(SB-IDX) TO SW-NET
               MOVE SB-COST(SB-IDX) TO SW-COST
               MOVE SB-PREP(SB-IDX) TO SW-PREP
               MOVE SB-GP(SB-IDX) TO SW-GP
               MOVE SB-LOW(SB-IDX) TO SW-LOW
               PERFORM L5C-SUM-LINE
           END-IF.

      * AN ID NOT ON THE SALESPERSON MASTER STILL PRINTS - THE
      * PROFIT WAS MADE EITHER WAY - IT JUST HAS NO NAME BESIDE IT
       L5C-SLSMN-LABEL.
           MOVE SB-CODE(SB-IDX) TO SL-ID.
           MOVE 'NOT ON MASTER' TO SL-NAME.
           PERFORM L5D-SLSMN-LOOKUP
             VARYING SP-IDX FROM 1 BY 1 UNTIL SP-IDX > SP-COUNT.
           MOVE SLS-LABEL TO SW-LABEL.

       L5D-SLSMN-LOOKUP.
           IF SP-ID(SP-IDX) = SL-ID
               MOVE SP-NAME(SP-IDX) TO SL-NAME
           END-IF.

      * MARGIN ON A SUBTOTAL IS ITS OWN GROSS PROFIT OVER ITS OWN
      * NET SALES, NOT AN AVERAGE OF THE SALES' PERCENTAGES
       L5C-SUM-LINE.
           IF SW-NET GREATER THAN 0
               COMPUTE SW-MARGIN ROUNDED = SW-GP * 100 / SW-NET
           ELSE
               MOVE 0 TO SW-MARGIN
           END-IF.
           MOVE SW-LABEL TO S-LABEL.
           MOVE SW-SALES TO S-SALES.
           MOVE SW-NET TO S-NET.
           MOVE SW-COST TO S-COST.
           MOVE SW-PREP TO S-PREP.
           MOVE SW-GP TO S-GP.
           MOVE SW-MARGIN TO S-MARGIN.
           MOVE SW-LOW TO S-LOW.
           WRITE PRTLINE
             FROM H-SUMDETAIL
             AFTER ADVANCING 1 LINE
               AT END-OF-PAGE
                   PERFORM L3-SUM-HEADINGS.

      * PULL HULL, RECEIVED DATE AND COST FOR EVERY STOCK RECORD. A
      * MISSING FILE LEAVES EVERY SALE ON THE EXCEPTION LISTING.
       L6-LOAD-STOCK.
           OPEN INPUT STOCK-MASTER.
           IF STK-STATUS NOT = '00'
               MOVE 'Y' TO STK-EOF
           ELSE
               PERFORM L6A-READ-STOCK
               PERFORM L6A-TABLE-STOCK
                 UNTIL STK-EOF = 'Y'
               CLOSE STOCK-MASTER
           END-IF.

       L6A-READ-STOCK.
           READ STOCK-MASTER
               AT END
                   MOVE 'Y' TO STK-EOF.

       L6A-TABLE-STOCK.
           IF ST-COUNT LESS THAN ST-MAX
               COMPUTE ST-COUNT = ST-COUNT + 1
               MOVE BS-HULL TO ST-HULL(ST-COUNT)
               MOVE BS-RECEIVED TO ST-RECEIVED(ST-COUNT)
               MOVE BS-COST TO ST-COST(ST-COUNT)
           ELSE
               COMPUTE ST-OVERFLOW = ST-OVERFLOW + 1
           END-IF.
           PERFORM L6A-READ-STOCK.

      * LOADS THE SALESPERSON MASTER INTO THE NAME TABLE
       L6-LOAD-SLSMN.
           OPEN INPUT SLSMN-MASTER.
           PERFORM L6A-READ-SLSMN.
           PERFORM L6A-TABLE-SLSMN
             UNTIL SM-EOF = 'Y'.
           CLOSE SLSMN-MASTER.

       L6A-READ-SLSMN.
           READ SLSMN-MASTER
               AT END
                   MOVE 'Y' TO SM-EOF.

       L6A-TABLE-SLSMN.
           IF SP-COUNT LESS THAN SP-MAX
               COMPUTE SP-COUNT = SP-COUNT + 1
               MOVE SM-ID TO SP-ID(SP-COUNT)
               MOVE SM-NAME TO SP-NAME(SP-COUNT)
           ELSE
               COMPUTE SP-OVERFLOW = SP-OVERFLOW + 1
           END-IF.
           PERFORM L6A-READ-SLSMN.

      * READS THE RUNTIME PARAMETER FILE AT STARTUP - A MISSING FILE
      * SIMPLY MEANS EVERY CUTOFF RUNS ON ITS BUILT-IN DEFAULT
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
               WHEN 'MINMARGIN '
                   IF PARM-VALUE NOT GREATER THAN 100
                       MOVE PARM-VALUE TO MIN-MARGIN
                       MOVE 'FILE' TO SRC-MINMARGIN
                   ELSE
                       MOVE 'REJECTED' TO SRC-MINMARGIN
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
           MOVE 'MINMARGIN ' TO P-NAME.
           MOVE MIN-MARGIN TO P-VALUE.
           MOVE SRC-MINMARGIN TO P-SOURCE.
           WRITE PRTLINE
             FROM H-PARMDETAIL
             AFTER ADVANCING 1 LINE.

       L9-BOATTYPE.
           EVALUATE HOLD-TYPE
               WHEN "B"
                   MOVE "BASS BOAT" TO H-BOATTYPE
               WHEN "P"
                   MOVE "PONTOON" TO H-BOATTYPE
               WHEN "S"
                   MOVE "SKI BOAT" TO H-BOATTYPE
               WHEN "J"
                   MOVE "JOHN BOAT" TO H-BOATTYPE
               WHEN "C"
                   MOVE "CANOE" TO H-BOATTYPE
               WHEN "R"
                   MOVE "CABIN CRUISER" TO H-BOATTYPE
               WHEN OTHER
                   MOVE "UNKNOWN TYPE" TO H-BOATTYPE
           END-EVALUATE.
       END PROGRAM CBLTAM42.

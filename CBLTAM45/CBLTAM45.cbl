       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBLTAM45.
       AUTHOR. TIMOTHY ALEC MOODE.
       DATE-WRITTEN. 10/15/2026.
      * BOAT SALES YEAR-END CLOSE. CBLBOAT1.DAT IS CUMULATIVE - EVERY
      * SALE SINCE THE FILE STARTED IS STILL ON IT, SO EVERY RUN THAT
      * READS IT READS ALL OF THEM. ONCE A YEAR THIS STEP MOVES THE
      * CLOSED YEAR'S SALES (AND ANY OLDER ONES STILL CARRIED) OFF
      * THE LIVE FILE TO A DATED ARCHIVE, CBLBYYYY.DAT, AND REBUILDS
      * THE LIVE FILE'S HEADER AND TRAILER CONTROL RECORDS FROM WHAT
      * IS ACTUALLY LEFT ON IT. BOTH FILES KEEP THE BOAT-TYPE
      * GROUPING THE SALES RUN EXPECTS, BECAUSE EACH KEEPS ITS
      * RECORDS IN THE ORDER THEY CAME. THE ARCHIVED SALES ARE ALSO
      * ADDED TO THE END OF THE CLOSED-SALES HISTORY CBLBSHST.DAT,
      * ONE FILE HOLDING EVERY CLOSED YEAR, SO A CUSTOMER'S WHOLE
      * PURCHASE HISTORY CAN STILL BE FOUND. THE YEAR CLOSED IS THE
      * CLOSEYEAR PARAMETER, DEFAULT THE YEAR BEFORE THE RUN DATE.
      * THE CLOSE REFUSES, CHANGES NOTHING AND ENDS WITH RETURN CODE
      * 8 WHEN CBLBOTSU.DAT STILL HOLDS SUSPENSE RECORDS DATED IN OR
      * BEFORE THE CLOSE YEAR, WHEN THE LIVE FILE'S HEADER OR
      * TRAILER IS MISSING OR THE TRAILER DOES NOT PROVE AGAINST
      * WHAT WAS READ, OR WHEN THERE IS NOTHING LEFT TO CLOSE FOR
      * THE YEAR - WHICH IS ALSO WHAT MAKES A RERUN SAFE.
      * EVERY NIGHTLY BOAT SALES RUN (CBLTAM02) REWRITES CBLBOTSU.DAT
      * WITH A COPY OF EVERY SALE OUTSIDE ITS PERIOD - WHICH BY YEAR
      * END IS MOST OF THE YEAR - SO THE SUSPENSE RELEASE CBLTAM28
      * MUST BE RUN IMMEDIATELY BEFORE THE CLOSE, AFTER THE LAST
      * CBLTAM02 RUN. THE REFUSAL STAYS EVEN SO: HELD COPIES LEFT
      * BEHIND WOULD BE APPENDED BACK TO THE LIVE FILE BY THE NEXT
      * RELEASE ONCE THEIR ORIGINALS HAD GONE TO THE ARCHIVE.
      * SALES FROM YEARS BEFORE THE CLOSE YEAR STILL ON THE LIVE
      * FILE GO TO THE ARCHIVE TOO, BUT ARE ONLY COUNTED ON THE
      * REGISTER - THEY BELONG TO YEARS ALREADY REPORTED.
      * ON A GOOD CLOSE THE STEP PRINTS AN ANNUAL COMMISSION
      * EARNINGS STATEMENT PER SALESPERSON OFF THE CLOSE YEAR'S
      * SALES, PRICED AND TIERED THE WAY THE MONTHLY COMMISSION RUN
      * DOES IT, AGAINST THE FIGURES THE MONTHLY RUNS ACTUALLY PAID
      * ON CBLCYTD.DAT. THE PAID FIGURES ARE WHAT GO TO CBLCTAX.DAT
      * FOR PAYROLL'S YEAR-END TAX FORMS AND TO THE COMMISSION
      * HISTORY FILE CBLCYTDH.DAT - THE RE-PRICING READS THE FILE IN
      * BOAT-TYPE ORDER, NOT DATE ORDER, SO ITS TIERS ARE ONLY A
      * CHECK ON THEM. A SALESPERSON WITH NO MONTHLY RECORD FOR THE
      * YEAR IS REPORTED AT THE RE-PRICED FIGURES, AND THE
      * STATEMENT SAYS SO. AFTER THE HISTORY IS WRITTEN
      * CBLCYTD.DAT IS REWRITTEN WITH A ZERO STARTING RECORD FOR
      * THE NEW YEAR PER SALESPERSON, SO THE FIRST COMMISSION RUN OF
      * THE NEW YEAR STARTS ITS TIERS FROM NOTHING. RUN THE CLOSE
      * BEFORE THAT FIRST COMMISSION RUN.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BOAT-MASTER
               ASSIGN TO 'C:\COBOLWI19\CBLBOAT1.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BOAT-NEW
               ASSIGN TO 'C:\COBOLWI19\CBLBOAT1.NEW'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ARCHIVE-NEW
               ASSIGN TO 'C:\COBOLWI19\CBLBARCH.NEW'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SALES-HISTORY
               ASSIGN TO 'C:\COBOLWI19\CBLBSHST.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BOAT-SUSPENSE
               ASSIGN TO 'C:\COBOLWI19\CBLBOTSU.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS BTSUSP-STATUS.
           SELECT SLSMN-MASTER
               ASSIGN TO 'C:\COBOLWI19\CBLSLSMN.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL YTD-HISTORY
               ASSIGN TO 'C:\COBOLWI19\CBLCYTD.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS YTD-STATUS.
           SELECT OPTIONAL YTD-CLOSED
               ASSIGN TO 'C:\COBOLWI19\CBLCYTDH.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TAXOUT
               ASSIGN TO 'C:\COBOLWI19\CBLCTAX.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PARMFILE
               ASSIGN TO 'C:\COBOLWI19\CBLPARMS.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS PARM-STATUS.
           SELECT PRTOUT
               ASSIGN TO 'C:\COBOLWI19\BOAT_YE.PRT'
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
      * CONTROL RECORD VIEW OF THE SAME AREA - HEADER (FILE DATE AND
      * SOURCE) AND TRAILER (RECORD COUNT PLUS A BOAT COST HASH)
       01 CTL-REC.
         05 CTL-TYPE               PIC X(3).
           88 CTL-HEADER           VALUE 'HDR'.
           88 CTL-TRAILER          VALUE 'TRL'.
           88 CTL-CONTROL-REC      VALUES 'HDR' 'TRL'.
         05 CTL-HDR-DATA.
           10 CTL-FILE-DATE        PIC X(8).
           10 CTL-SOURCE           PIC X(10).
           10 FILLER               PIC X(107).
         05 CTL-TRL-DATA REDEFINES CTL-HDR-DATA.
           10 CTL-REC-COUNT        PIC 9(5).
           10 CTL-HASH-COST        PIC 9(9)V99.
           10 FILLER               PIC X(109).
       FD BOAT-NEW
           LABEL RECORD IS STANDARD
           DATA RECORD IS BN-REC
           RECORD CONTAINS 128 CHARACTERS.
       01 BN-REC                   PIC X(128).
      * THE CLOSED YEAR'S SALES - COPIED TO CBLBYYYY.DAT ON A GOOD
      * CLOSE, WITH THEIR OWN HEADER AND TRAILER
       FD ARCHIVE-NEW
           LABEL RECORD IS STANDARD
           DATA RECORD IS AR-REC
           RECORD CONTAINS 128 CHARACTERS.
       01 AR-REC                   PIC X(128).
       01 AR-CTL-REC.
         05 AR-CTL-TYPE            PIC X(3).
           88 AR-CTL-CONTROL-REC   VALUES 'HDR' 'TRL'.
         05 FILLER                 PIC X(125).
      * EVERY CLOSED YEAR'S SALES, DATA RECORDS ONLY, ADDED TO AT
      * EACH CLOSE
       FD SALES-HISTORY
           LABEL RECORD IS STANDARD
           DATA RECORD IS SH-REC
           RECORD CONTAINS 128 CHARACTERS.
       01 SH-REC                   PIC X(128).
       FD BOAT-SUSPENSE
           LABEL RECORD IS STANDARD
           DATA RECORD IS BSU-REC
           RECORD CONTAINS 128 CHARACTERS.
       01 BSU-REC.
         05 FILLER                 PIC X(25).
         05 BSU-PURCHASE-YEAR      PIC XXXX.
         05 FILLER                 PIC X(99).
      * SALESPERSON MASTER - NAME AND THE THREE TIER RATES
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
      * YEAR-TO-DATE COMMISSION STANDING THE MONTHLY RUN KEEPS
       FD YTD-HISTORY
           LABEL RECORD IS STANDARD
           DATA RECORD IS YT-REC
           RECORD CONTAINS 55 CHARACTERS.
       01 YT-REC.
         05 YT-ID                  PIC X(3).
         05 YT-YEAR                PIC X(4).
         05 YT-SALESAMT            PIC 9(10)V99.
         05 YT-COMMAMT             PIC 9(9)V99.
         05 YT-LASTMONTH           PIC XX.
         05 YT-MONTHSALES          PIC 9(10)V99.
         05 YT-MONTHCOMM           PIC 9(9)V99.
      * CLOSED YEARS' COMMISSION TOTALS - SAME LAYOUT, ONE RECORD
      * PER SALESPERSON PER CLOSED YEAR, ADDED TO AT EACH CLOSE
       FD YTD-CLOSED
           LABEL RECORD IS STANDARD
           DATA RECORD IS YH-REC
           RECORD CONTAINS 55 CHARACTERS.
       01 YH-REC                   PIC X(55).
      * ANNUAL COMMISSION INTERFACE FILE FOR PAYROLL'S YEAR-END TAX
      * FORMS - HEADER AND TRAILER BOOK-END THE DETAILS THE SAME WAY
      * AS THE MONTHLY PAY FILE
       FD TAXOUT
           LABEL RECORD IS STANDARD
           DATA RECORD IS TAX-REC
           RECORD CONTAINS 50 CHARACTERS.
       01 TAX-REC                  PIC X(50).
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
         05 EOF                    PIC X           VALUE 'N'.
         05 AR-EOF                 PIC X           VALUE 'N'.
         05 SM-EOF                 PIC X           VALUE 'N'.
         05 BTSUSP-EOF             PIC X           VALUE 'N'.
         05 BTSUSP-STATUS          PIC XX          VALUE SPACES.
         05 YTD-EOF                PIC X           VALUE 'N'.
         05 YTD-STATUS             PIC XX          VALUE SPACES.
         05 CPAGECOUNT             PIC 99          VALUE 0.
         05 SUSPCOUNT              PIC 9(5)        VALUE 0.
         05 CLOSEDCOUNT            PIC 9(5)        VALUE 0.
         05 OLDERCOUNT             PIC 9(5)        VALUE 0.
         05 OLDERHASH              PIC 9(9)V99     VALUE 0.
         05 BADDATECOUNT           PIC 9(5)        VALUE 0.
         05 UNKNOWNCOUNT           PIC 9(5)        VALUE 0.
         05 ARCHCOUNT              PIC 9(5)        VALUE 0.
         05 ARCHHASH               PIC 9(9)V99     VALUE 0.
         05 LIVECOUNT              PIC 9(5)        VALUE 0.
         05 LIVEHASH               PIC 9(9)V99     VALUE 0.
         05 TAXCOUNT               PIC 9(5)        VALUE 0.
         05 TAX-COMM-HASH          PIC 9(10)V99    VALUE 0.
         05 YTDHISTCOUNT           PIC 9(5)        VALUE 0.
         05 SHSTCOUNT              PIC 9(5)        VALUE 0.
         05 CTOTALCOST             PIC 9(7)V99     VALUE 0.
         05 COMMRATE               PIC 9V999       VALUE 0.
         05 COMMAMT                PIC 9(7)V99     VALUE 0.
         05 YTD-VOLUME             PIC 9(10)V99    VALUE 0.
         05 GTSALES                PIC 9(5)        VALUE 0.
         05 GTSALESAMT             PIC 9(10)V99    VALUE 0.
         05 GTCOMMAMT              PIC 9(10)V99    VALUE 0.
         05 CLOSED-SW              PIC X           VALUE 'N'.
           88 SALE-CLOSED          VALUE 'Y'.
         05 REFUSE-SW              PIC X           VALUE 'N'.
           88 CLOSE-REFUSED        VALUE 'Y'.
      * THE YEAR BEING CLOSED AND THE YEAR BEING OPENED
         05 RUNYEAR                PIC 9(4)        VALUE 0.
         05 CLOSEYEAR              PIC 9(4)        VALUE 0.
         05 NEWYEAR                PIC 9(4)        VALUE 0.
         05 CLOSEYEAR-X            PIC X(4).
         05 NEWYEAR-X              PIC X(4).
      * TIER BREAKPOINTS ON YEAR-TO-DATE SALES VOLUME - THE SAME
      * BREAKPOINTS THE MONTHLY COMMISSION RUN USES
       01 TIER-LIMITS.
         05 TIER1-LIMIT            PIC 9(6)        VALUE 25000.
         05 TIER2-LIMIT            PIC 9(6)        VALUE 75000.
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
         05 SRC-CLOSEYEAR          PIC X(8)        VALUE 'DEFAULT'.
      * FILE BALANCING CONTROLS - WHAT WAS ACTUALLY READ VERSUS WHAT
      * THE TRAILER RECORD CLAIMS IS ON THE FILE
       01 BALANCE-CONTROLS.
         05 HDR-SEEN-SW            PIC X           VALUE 'N'.
           88 HEADER-SEEN          VALUE 'Y'.
         05 TRL-SEEN-SW            PIC X           VALUE 'N'.
           88 TRAILER-SEEN         VALUE 'Y'.
         05 CTL-READ-COUNT         PIC 9(5)        VALUE 0.
         05 CTL-COST-TOTAL         PIC 9(9)V99     VALUE 0.
         05 SV-REC-COUNT           PIC 9(5)        VALUE 0.
         05 SV-HASH-COST           PIC 9(9)V99     VALUE 0.
      * SALESPERSON TABLE LOADED FROM CBLSLSMN.DAT AT STARTUP - IT
      * ALSO CARRIES THE MONTHLY RUNS' FIGURES FOR THE CLOSE YEAR AND
      * ANY RECORD THE NEW YEAR HAS ALREADY STARTED
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
           10 SP-RATE1             PIC 9V999.
           10 SP-RATE2             PIC 9V999.
           10 SP-RATE3             PIC 9V999.
           10 SP-SALES             PIC 9(5).
           10 SP-SALESAMT          PIC 9(10)V99.
           10 SP-COMMAMT           PIC 9(9)V99.
           10 SP-HIST-SW           PIC X.
           10 SP-HIST-SALES        PIC 9(10)V99.
           10 SP-HIST-COMM         PIC 9(9)V99.
           10 SP-NEWYR-SW          PIC X.
           10 SP-NEWYR-REC         PIC X(55).
      * THE FIGURES REPORTED TO PAYROLL AND THE HISTORY - WHAT THE
      * MONTHLY RUNS PAID, OR THE RE-PRICED ONES WHERE THEY LEFT NO
      * RECORD FOR THE YEAR
           10 SP-RPT-SALESAMT      PIC 9(10)V99.
           10 SP-RPT-COMMAMT       PIC 9(9)V99.
      * EVERY CLOSE-YEAR SALE IS HELD HERE SO THE STATEMENTS CAN BE
      * GROUPED BY SALESPERSON AFTER THE WHOLE FILE IS READ - AN
      * OVERFLOW REFUSES THE CLOSE RATHER THAN PRINT SHORT STATEMENTS
       01 SALE-CONTROLS.
         05 SL-COUNT               PIC 9(4)        VALUE 0.
         05 SL-MAX                 PIC 9(4)        VALUE 1500.
         05 SL-IDX                 PIC 9(4)        VALUE 0.
         05 SL-OVERFLOW            PIC 9(4)        VALUE 0.
       01 SALE-TABLE.
         05 SL-ENTRY OCCURS 1500 TIMES.
           10 SL-SLSID             PIC X(3).
           10 SL-CUSTNAME          PIC X(15).
           10 SL-DATE.
             15 SL-YEAR            PIC X(4).
             15 SL-MONTH           PIC XX.
             15 SL-DAY             PIC XX.
           10 SL-HULL              PIC X(10).
           10 SL-AMOUNT            PIC 9(7)V99.
           10 SL-RATE              PIC 9V999.
           10 SL-COMM              PIC 9(7)V99.
      * FRESH CONTROL RECORDS FOR THE LIVE FILE AND THE ARCHIVE
       01 CTL-OUT-HDR.
         05 FILLER                 PIC X(3)        VALUE 'HDR'.
         05 OH-FILE-DATE           PIC X(8).
         05 OH-SOURCE              PIC X(10)       VALUE 'CBLTAM45'.
         05 FILLER                 PIC X(107)      VALUE SPACES.
       01 CTL-OUT-TRL.
         05 FILLER                 PIC X(3)        VALUE 'TRL'.
         05 OT-REC-COUNT           PIC 9(5).
         05 OT-HASH-COST           PIC 9(9)V99.
         05 FILLER                 PIC X(109)      VALUE SPACES.
      * TAX FILE RECORD LAYOUTS
       01 TAX-OUT-HDR.
         05 FILLER                 PIC X(3)        VALUE 'HDR'.
         05 TH-FILE-DATE           PIC X(8).
         05 TH-SOURCE              PIC X(10)       VALUE 'CBLTAM45'.
         05 TH-TAX-YEAR            PIC X(4).
         05 FILLER                 PIC X(25)       VALUE SPACES.
       01 TAX-OUT-DETAIL.
         05 TD-ID                  PIC X(3).
         05 TD-NAME                PIC X(20).
         05 TD-TAX-YEAR            PIC X(4).
         05 TD-SALESAMT            PIC 9(10)V99.
         05 TD-COMMAMT             PIC 9(9)V99.
       01 TAX-OUT-TRL.
         05 FILLER                 PIC X(3)        VALUE 'TRL'.
         05 TT-REC-COUNT           PIC 9(5).
         05 TT-HASH-COMM           PIC 9(10)V99.
         05 FILLER                 PIC X(30)       VALUE SPACES.
      * OS COMMANDS THAT PROMOTE THE REBUILT LIVE FILE AND FILE THE
      * ARCHIVE UNDER THE CLOSE YEAR'S NAME
       01 BT-PROMOTE-CMD           PIC X(70)  VALUE
         'COPY /Y C:\COBOLWI19\CBLBOAT1.NEW C:\COBOLWI19\CBLBOAT1.DAT'.
       01 ARCH-PROMOTE-CMD.
         05 FILLER                 PIC X(51)  VALUE
               'COPY /Y C:\COBOLWI19\CBLBARCH.NEW C:\COBOLWI19\CBLB'.
         05 AP-YEAR                PIC X(4).
         05 FILLER                 PIC X(4)        VALUE '.DAT'.
         05 FILLER                 PIC X(11)       VALUE SPACES.
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
         05 H-TITLE                PIC X(37).
         05 FILLER                 PIC X(5)        VALUE SPACES.
         05 FILLER                 PIC X(6)        VALUE 'YEAR: '.
         05 H-CLOSEYEAR            PIC X(4).
         05 FILLER                 PIC X(21)       VALUE SPACES.
         05 FILLER                 PIC X(6)        VALUE 'PAGE: '.
         05 H-PAGENUM              PIC Z9.
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
      * CLOSE REGISTER LAYOUTS
       01 H-BALHEADING.
         05 FILLER                 PIC X(23)
                                       VALUE 'LIVE FILE CONTROL PROOF'.
       01 H-BALLINE1.
         05 FILLER                 PIC X(22)
                                       VALUE 'RECORDS READ:         '.
         05 F-BAL-READ             PIC ZZ,ZZ9.
         05 FILLER                 PIC X(8)        VALUE SPACES.
         05 FILLER                 PIC X(17)
                                       VALUE 'TRAILER COUNT:   '.
         05 F-BAL-TRLCOUNT         PIC ZZ,ZZ9.
       01 H-BALLINE2.
         05 FILLER                 PIC X(17)
                                       VALUE 'COST HASH READ:  '.
         05 F-BAL-HASH             PIC $$$$,$$$,$$$.99.
         05 FILLER                 PIC X(4)        VALUE SPACES.
         05 FILLER                 PIC X(17)
                                       VALUE 'TRAILER HASH:    '.
         05 F-BAL-TRLHASH          PIC $$$$,$$$,$$$.99.
       01 H-COUNTLINE.
         05 C-LABEL                PIC X(40).
         05 C-COUNT                PIC ZZ,ZZ9.
         05 FILLER                 PIC X(8)        VALUE SPACES.
         05 C-HASH                 PIC $$$$,$$$,$$$.99.
       01 H-REFUSELINE.
         05 FILLER                 PIC X(18)
                                       VALUE '**CLOSE REFUSED - '.
         05 X-REASON               PIC X(75).
         05 X-COUNT                PIC ZZ,ZZZ.
       01 H-ARCHLINE.
         05 FILLER                 PIC X(40)
               VALUE 'CLOSED SALES ARCHIVED TO:'.
         05 FILLER                 PIC X(17)
                                       VALUE 'C:\COBOLWI19\CBLB'.
         05 A-YEAR                 PIC X(4).
         05 FILLER                 PIC X(4)        VALUE '.DAT'.
      * STATEMENT PAGE LAYOUTS
       01 H-SLSMNLINE.
         05 FILLER                 PIC X(13)
                                       VALUE 'SALESPERSON: '.
         05 H-SP-ID                PIC X(3).
         05 FILLER                 PIC X(3)        VALUE SPACES.
         05 H-SP-NAME              PIC X(20).
       01 H-HEADING1.
         05 FILLER                 PIC X(8)        VALUE 'CUSTOMER'.
         05 FILLER                 PIC X(12)       VALUE SPACES.
         05 FILLER                 PIC X(8)        VALUE 'PURCHASE'.
         05 FILLER                 PIC X(7)        VALUE SPACES.
         05 FILLER                 PIC X(4)        VALUE 'HULL'.
         05 FILLER                 PIC X(9)        VALUE SPACES.
         05 FILLER                 PIC X(11)       VALUE 'SALE AMOUNT'.
         05 FILLER                 PIC X(8)        VALUE SPACES.
         05 FILLER                 PIC X(4)        VALUE 'RATE'.
         05 FILLER                 PIC X(8)        VALUE SPACES.
         05 FILLER                 PIC X(10)       VALUE 'COMMISSION'.
       01 H-DETAIL.
         05 D-CUSTNAME             PIC X(15).
         05 FILLER                 PIC X(5)        VALUE SPACES.
         05 D-YEAR                 PIC XXXX.
         05 FILLER                 PIC X           VALUE '/'.
         05 D-MONTH                PIC XX.
         05 FILLER                 PIC X           VALUE '/'.
         05 D-DAY                  PIC XX.
         05 FILLER                 PIC X(5)        VALUE SPACES.
         05 D-HULL                 PIC X(10).
         05 FILLER                 PIC X(3)        VALUE SPACES.
         05 D-AMOUNT               PIC Z,ZZZ,ZZZ.99.
         05 FILLER                 PIC X(6)        VALUE SPACES.
         05 D-RATE                 PIC .999.
         05 FILLER                 PIC X(6)        VALUE SPACES.
         05 D-COMM                 PIC ZZZ,ZZZ.99.
       01 H-SLSMNTOTAL.
         05 FILLER                 PIC X(20)
                                       VALUE 'RE-PRICED SALES:    '.
         05 T-SP-SALES             PIC ZZZZ9.
         05 FILLER                 PIC X(5)        VALUE SPACES.
         05 FILLER                 PIC X(13)
                                       VALUE 'SALE AMOUNT: '.
         05 T-SP-SALESAMT          PIC $$,$$$,$$$,$$$.99.
         05 FILLER                 PIC X(5)        VALUE SPACES.
         05 FILLER                 PIC X(12)       VALUE 'COMMISSION: '.
         05 T-SP-COMMAMT           PIC $$$$,$$$,$$$.99.
      * WHAT THE MONTHLY RUNS LEFT ON CBLCYTD.DAT FOR THE SAME YEAR -
      * THE FIGURES REPORTED TO PAYROLL, WITH THE RE-PRICED TOTALS
      * ABOVE THEM SO A DIFFERENCE IS SEEN
       01 H-HISTLINE.
         05 FILLER                 PIC X(38)
               VALUE 'PAID BY MONTHLY RUNS - TO PAYROLL:    '.
         05 Y-HIST-SALES           PIC $$,$$$,$$$,$$$.99.
         05 FILLER                 PIC X(5)        VALUE SPACES.
         05 FILLER                 PIC X(12)       VALUE 'COMMISSION: '.
         05 Y-HIST-COMM            PIC $$$$,$$$,$$$.99.
       01 H-NOHISTLINE.
         05 FILLER                 PIC X(48) VALUE
               'NO MONTHLY RECORD - RE-PRICED FIGURES TO PAYROLL'.
       01 H-NOSALESLINE.
         05 FILLER                 PIC X(27)
                   VALUE 'NO SALES RECORDED THIS YEAR'.
      * DEALERSHIP RECAP PAGE LAYOUTS
       01 H-RECAPHEADING.
         05 FILLER                 PIC X(34)       VALUE SPACES.
         05 FILLER                 PIC X(48) VALUE
               'DEALERSHIP ANNUAL RECAP - AS REPORTED TO PAYROLL'.
       01 H-RECAPCOLS.
         05 FILLER                 PIC X(3)        VALUE 'ID '.
         05 FILLER                 PIC X(4)        VALUE SPACES.
         05 FILLER                 PIC X(4)        VALUE 'NAME'.
         05 FILLER                 PIC X(18)       VALUE SPACES.
         05 FILLER                 PIC X(5)        VALUE 'SALES'.
         05 FILLER                 PIC X(10)       VALUE SPACES.
         05 FILLER                 PIC X(11)       VALUE 'SALE AMOUNT'.
         05 FILLER                 PIC X(8)        VALUE SPACES.
         05 FILLER                 PIC X(10)       VALUE 'COMMISSION'.
       01 H-RECAPDETAIL.
         05 R-SP-ID                PIC X(3).
         05 FILLER                 PIC X(4)        VALUE SPACES.
         05 R-SP-NAME              PIC X(20).
         05 FILLER                 PIC X(2)        VALUE SPACES.
         05 R-SP-SALES             PIC ZZZZ9.
         05 FILLER                 PIC X(5)        VALUE SPACES.
         05 R-SP-SALESAMT          PIC $$,$$$,$$$,$$$.99.
         05 FILLER                 PIC X(3)        VALUE SPACES.
         05 R-SP-COMMAMT           PIC $$$$,$$$,$$$.99.
       01 H-RECAPTOTAL.
         05 FILLER                 PIC X(7)        VALUE 'TOTALS '.
         05 FILLER                 PIC X(20)       VALUE SPACES.
         05 R-GT-SALES             PIC ZZZZ9.
         05 FILLER                 PIC X(5)        VALUE SPACES.
         05 R-GT-SALESAMT          PIC $$,$$$,$$$,$$$.99.
         05 FILLER                 PIC X(3)        VALUE SPACES.
         05 R-GT-COMMAMT           PIC $$,$$$,$$$,$$$.99.
       01 H-RECAPEXCP.
         05 FILLER                 PIC X(40) VALUE
                   'SALES WITH UNKNOWN SALESPERSON ID:      '.
         05 R-UNKNOWN              PIC ZZZZ9.
      * EXCEPTION LINE FOR A SALE WITH NO SALESPERSON MATCH
       01 H-EXCPLINE.
         05 FILLER                 PIC X(38) VALUE
                   '**EXCEPTION - UNKNOWN SALESPERSON ID: '.
         05 X-SLSID                PIC X(3).
         05 FILLER                 PIC X(11)       VALUE '  CUSTOMER:'.
         05 X-CUSTNAME             PIC X(15).
       PROCEDURE DIVISION.
       L0-MAIN.
           PERFORM L1-INIT.
           PERFORM L1-MAINLINE.
           PERFORM L1-CLOSING.
           STOP RUN.

       L1-INIT.
           MOVE FUNCTION CURRENT-DATE TO CURDATETIME.
           MOVE CURMONTH TO H-MONTH.
           MOVE CURDAY TO H-DAY.
           MOVE CURYEAR TO H-YEAR.
           MOVE CURYEAR TO RUNYEAR.
           PERFORM L8-LOAD-PARMS.
           IF CLOSEYEAR = 0
               COMPUTE CLOSEYEAR = RUNYEAR - 1
           END-IF.
           COMPUTE NEWYEAR = CLOSEYEAR + 1.
           MOVE CLOSEYEAR TO CLOSEYEAR-X.
           MOVE NEWYEAR TO NEWYEAR-X.
           MOVE CLOSEYEAR-X TO H-CLOSEYEAR.
           MOVE CLOSEYEAR-X TO AP-YEAR.
           MOVE CLOSEYEAR-X TO A-YEAR.
           OPEN OUTPUT PRTOUT.
           PERFORM L8-PARM-PAGE.
           PERFORM L6-LOAD-SLSMN.
           PERFORM L6-LOAD-YTD.

      * EVERYTHING IS PROVEN BEFORE ANYTHING IS TOUCHED - A REFUSED
      * CLOSE LEAVES EVERY FILE EXACTLY AS IT FOUND IT
       L1-MAINLINE.
           MOVE 'YEAR-END CLOSE REGISTER' TO H-TITLE.
           PERFORM L3-HEADINGS.
           PERFORM L2-CHECK-SUSPENSE.
           PERFORM L2-PROVE-MASTER.
           PERFORM L2-EDIT-CLOSE.
           IF NOT CLOSE-REFUSED
               PERFORM L4-CLOSE-YEAR
               PERFORM L4-SET-REPORTED
                 VARYING SP-IDX FROM 1 BY 1 UNTIL SP-IDX > SP-COUNT
               MOVE 'ANNUAL COMMISSION EARNINGS STATEMENT' TO H-TITLE
               PERFORM L5-STATEMENT
                 VARYING SP-IDX FROM 1 BY 1 UNTIL SP-IDX > SP-COUNT
               PERFORM L5-RECAP
               PERFORM L7-TAX-FILE
               PERFORM L7-ROLL-YTD
           END-IF.

       L1-CLOSING.
           CLOSE PRTOUT.
           IF CLOSE-REFUSED
               DISPLAY 'CBLTAM45 - YEAR-END CLOSE REFUSED FOR '
                   CLOSEYEAR-X ' - SEE BOAT_YE.PRT'
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY 'CBLTAM45 - YEAR-END CLOSE COMPLETE FOR '
                   CLOSEYEAR-X
               DISPLAY 'ARCHIVED: ' ARCHCOUNT
                   ' KEPT LIVE: ' LIVECOUNT
                   ' TAX FILE DETAILS: ' TAXCOUNT
                   ' TO SALES HISTORY: ' SHSTCOUNT
           END-IF.

      * A SUSPENSE RECORD DATED IN OR BEFORE THE CLOSE YEAR IS A SALE
      * THAT HAS NOT BEEN SETTLED INTO ANY PERIOD YET - THE YEAR
      * CANNOT CLOSE UNDER IT. THE OPTIONAL OPEN COMES BACK STATUS
      * 05 WITH THE FILE OPEN, SO IT STILL GOES THROUGH THE READ
      * LOOP AND THE CLOSE.
       L2-CHECK-SUSPENSE.
           OPEN INPUT BOAT-SUSPENSE.
           IF BTSUSP-STATUS = '00' OR BTSUSP-STATUS = '05'
               PERFORM L2B-READ-SUSPENSE
               PERFORM L2B-CHECK-ONE
                 UNTIL BTSUSP-EOF = 'Y'
               CLOSE BOAT-SUSPENSE
           ELSE
               MOVE 'Y' TO BTSUSP-EOF
           END-IF.

       L2B-READ-SUSPENSE.
           READ BOAT-SUSPENSE
               AT END
                   MOVE 'Y' TO BTSUSP-EOF.

       L2B-CHECK-ONE.
           IF BSU-PURCHASE-YEAR NOT GREATER THAN CLOSEYEAR-X
               COMPUTE SUSPCOUNT = SUSPCOUNT + 1
           END-IF.
           PERFORM L2B-READ-SUSPENSE.

      * FIRST PASS - PROVES THE TRAILER AGAINST WHAT IS ACTUALLY ON
      * THE FILE AND PRICES EVERY CLOSE-YEAR SALE FOR THE STATEMENTS.
      * AN OLDER SALE STILL ON THE FILE WILL BE ARCHIVED WITH THEM BUT
      * IS ONLY COUNTED - ITS YEAR WAS REPORTED WHEN IT CLOSED
       L2-PROVE-MASTER.
           OPEN INPUT BOAT-MASTER.
           PERFORM L2A-READ-MASTER.
           PERFORM L2A-PROVE-ONE
             UNTIL EOF = 'Y'.
           CLOSE BOAT-MASTER.

       L2A-READ-MASTER.
           READ BOAT-MASTER
               AT END
                   MOVE 'Y' TO EOF.

       L2A-PROVE-ONE.
           IF CTL-HEADER
               MOVE 'Y' TO HDR-SEEN-SW
           ELSE
               IF CTL-TRAILER
                   MOVE CTL-REC-COUNT TO SV-REC-COUNT
                   MOVE CTL-HASH-COST TO SV-HASH-COST
                   MOVE 'Y' TO TRL-SEEN-SW
               ELSE
                   COMPUTE CTL-READ-COUNT = CTL-READ-COUNT + 1
                   COMPUTE CTL-COST-TOTAL = CTL-COST-TOTAL +
                       I-BOAT-COST
                   PERFORM L4A-CLASSIFY
                   IF SALE-CLOSED
                       COMPUTE CLOSEDCOUNT = CLOSEDCOUNT + 1
                       IF I-PURCHASE-YEAR = CLOSEYEAR-X
                           PERFORM L2C-PRICE-SALE
                       ELSE
                           COMPUTE OLDERCOUNT = OLDERCOUNT + 1
                           COMPUTE OLDERHASH = OLDERHASH + I-BOAT-COST
                       END-IF
                   END-IF
               END-IF
           END-IF.
           PERFORM L2A-READ-MASTER.

      * SAME PRICING AS THE MONTHLY RUN - BOAT COST PLUS PREP AND
      * DELIVERY - AT THE TIER THE SELLER'S VOLUME FOR THE YEAR HAS
      * REACHED INCLUDING THIS SALE
       L2C-PRICE-SALE.
           COMPUTE CTOTALCOST = I-BOAT-COST + I-PREP-DELIVER-COST.
           PERFORM L4-FIND-SLSMN.
           IF SP-FOUND-IDX = 0
               PERFORM L4-UNKNOWN-SLSMN
           ELSE
               PERFORM L4-TIER-RATE
               COMPUTE COMMAMT ROUNDED = CTOTALCOST * COMMRATE
               PERFORM L4-TABLE-SALE
               COMPUTE SP-SALES(SP-FOUND-IDX) =
                   SP-SALES(SP-FOUND-IDX) + 1
               COMPUTE SP-SALESAMT(SP-FOUND-IDX) =
                   SP-SALESAMT(SP-FOUND-IDX) + CTOTALCOST
               COMPUTE SP-COMMAMT(SP-FOUND-IDX) =
                   SP-COMMAMT(SP-FOUND-IDX) + COMMAMT
               COMPUTE GTSALES = GTSALES + 1
           END-IF.

      * PRINTS THE CONTROL PROOF AND EVERY REASON THE YEAR CANNOT
      * CLOSE - ALL OF THEM, SO ONE RERUN IS ENOUGH ONCE THEY ARE
      * CLEARED
       L2-EDIT-CLOSE.
           MOVE CTL-READ-COUNT TO F-BAL-READ.
           MOVE SV-REC-COUNT TO F-BAL-TRLCOUNT.
           MOVE CTL-COST-TOTAL TO F-BAL-HASH.
           MOVE SV-HASH-COST TO F-BAL-TRLHASH.
           WRITE PRTLINE
             FROM H-BALHEADING
             AFTER ADVANCING 2 LINES.
           WRITE PRTLINE
             FROM H-BALLINE1
             AFTER ADVANCING 2 LINES.
           WRITE PRTLINE
             FROM H-BALLINE2
             AFTER ADVANCING 1 LINE.
           IF SUSPCOUNT GREATER THAN 0
               MOVE 'SUSPENSE NOT RELEASED - RUN CBLTAM28 AFTER LAST CBL
      -            'TAM02, JUST BEFORE CLOSE'
                   TO X-REASON
               MOVE SUSPCOUNT TO X-COUNT
               PERFORM L2D-REFUSE
           END-IF.
           IF NOT HEADER-SEEN
               MOVE 'HEADER RECORD MISSING' TO X-REASON
               MOVE 0 TO X-COUNT
               PERFORM L2D-REFUSE
           END-IF.
           IF NOT TRAILER-SEEN
               MOVE 'TRAILER RECORD MISSING' TO X-REASON
               MOVE 0 TO X-COUNT
               PERFORM L2D-REFUSE
           ELSE
               IF CTL-READ-COUNT NOT EQUAL SV-REC-COUNT
                       OR CTL-COST-TOTAL NOT EQUAL SV-HASH-COST
                   MOVE 'LIVE FILE OUT OF BALANCE WITH ITS TRAILER'
                       TO X-REASON
                   MOVE 0 TO X-COUNT
                   PERFORM L2D-REFUSE
               END-IF
           END-IF.
           IF CLOSEDCOUNT = 0
               MOVE 'NO SALES ON FILE FOR THE YEAR - ALREADY CLOSED'
                   TO X-REASON
               MOVE 0 TO X-COUNT
               PERFORM L2D-REFUSE
           END-IF.
           IF SL-OVERFLOW GREATER THAN 0
               MOVE 'SALE TABLE FULL - SALES OVER THE LIMIT'
                   TO X-REASON
               MOVE SL-OVERFLOW TO X-COUNT
               PERFORM L2D-REFUSE
           END-IF.
           IF SP-OVERFLOW GREATER THAN 0
               MOVE 'SALESPERSON TABLE FULL - SALESPEOPLE OVER LIMIT'
                   TO X-REASON
               MOVE SP-OVERFLOW TO X-COUNT
               PERFORM L2D-REFUSE
           END-IF.

       L2D-REFUSE.
           WRITE PRTLINE
             FROM H-REFUSELINE
             AFTER ADVANCING 2 LINES.
           MOVE 'Y' TO REFUSE-SW.

      * SECOND PASS - EACH SALE GOES TO THE ARCHIVE OR STAYS ON THE
      * LIVE FILE IN THE ORDER IT CAME, SO BOTH KEEP THEIR BOAT-TYPE
      * GROUPING. EACH FILE GETS A FRESH HEADER AND A TRAILER BUILT
      * FROM THE COUNT AND HASH ACTUALLY WRITTEN TO IT.
       L4-CLOSE-YEAR.
           MOVE 'N' TO EOF.
           MOVE THE-DATE TO OH-FILE-DATE.
           OPEN INPUT BOAT-MASTER.
           OPEN OUTPUT BOAT-NEW.
           OPEN OUTPUT ARCHIVE-NEW.
           WRITE BN-REC FROM CTL-OUT-HDR.
           WRITE AR-REC FROM CTL-OUT-HDR.
           PERFORM L2A-READ-MASTER.
           PERFORM L4A-SPLIT-ONE
             UNTIL EOF = 'Y'.
           CLOSE BOAT-MASTER.
           MOVE LIVECOUNT TO OT-REC-COUNT.
           MOVE LIVEHASH TO OT-HASH-COST.
           WRITE BN-REC FROM CTL-OUT-TRL.
           MOVE ARCHCOUNT TO OT-REC-COUNT.
           MOVE ARCHHASH TO OT-HASH-COST.
           WRITE AR-REC FROM CTL-OUT-TRL.
           CLOSE BOAT-NEW ARCHIVE-NEW.
           CALL 'SYSTEM' USING ARCH-PROMOTE-CMD.
           CALL 'SYSTEM' USING BT-PROMOTE-CMD.
           PERFORM L4B-APPEND-HISTORY.
           MOVE 'SALES ARCHIVED (COUNT / COST HASH):' TO C-LABEL.
           MOVE ARCHCOUNT TO C-COUNT.
           MOVE ARCHHASH TO C-HASH.
           WRITE PRTLINE
             FROM H-COUNTLINE
             AFTER ADVANCING 3 LINES.
           MOVE '  OF THEM FROM YEARS BEFORE THE CLOSE:' TO C-LABEL.
           MOVE OLDERCOUNT TO C-COUNT.
           MOVE OLDERHASH TO C-HASH.
           WRITE PRTLINE
             FROM H-COUNTLINE
             AFTER ADVANCING 1 LINE.
           MOVE 'SALES KEPT ON LIVE FILE (COUNT / HASH):' TO C-LABEL.
           MOVE LIVECOUNT TO C-COUNT.
           MOVE LIVEHASH TO C-HASH.
           WRITE PRTLINE
             FROM H-COUNTLINE
             AFTER ADVANCING 1 LINE.
           MOVE 'KEPT LIVE - PURCHASE DATE FAILS EDIT:' TO C-LABEL.
           MOVE BADDATECOUNT TO C-COUNT.
           MOVE 0 TO C-HASH.
           WRITE PRTLINE
             FROM H-COUNTLINE
             AFTER ADVANCING 1 LINE.
           WRITE PRTLINE
             FROM H-ARCHLINE
             AFTER ADVANCING 2 LINES.

       L4A-SPLIT-ONE.
           IF NOT CTL-CONTROL-REC
               PERFORM L4A-CLASSIFY
               IF SALE-CLOSED
                   WRITE AR-REC FROM BM-REC
                   COMPUTE ARCHCOUNT = ARCHCOUNT + 1
                   COMPUTE ARCHHASH = ARCHHASH + I-BOAT-COST
               ELSE
                   WRITE BN-REC FROM BM-REC
                   COMPUTE LIVECOUNT = LIVECOUNT + 1
                   COMPUTE LIVEHASH = LIVEHASH + I-BOAT-COST
                   IF DV-DATE-BAD
                       COMPUTE BADDATECOUNT = BADDATECOUNT + 1
                   END-IF
               END-IF
           END-IF.
           PERFORM L2A-READ-MASTER.

      * THE ARCHIVE'S SALES GO ONTO THE END OF THE CLOSED-SALES
      * HISTORY - A MISSING HISTORY FILE IS CREATED BY THE OPTIONAL
      * EXTEND
       L4B-APPEND-HISTORY.
           OPEN INPUT ARCHIVE-NEW.
           OPEN EXTEND SALES-HISTORY.
           PERFORM L4B-READ-ARCHIVE.
           PERFORM L4B-APPEND-ONE
             UNTIL AR-EOF = 'Y'.
           CLOSE ARCHIVE-NEW.
           CLOSE SALES-HISTORY.

       L4B-READ-ARCHIVE.
           READ ARCHIVE-NEW
               AT END
                   MOVE 'Y' TO AR-EOF.

       L4B-APPEND-ONE.
           IF NOT AR-CTL-CONTROL-REC
               WRITE SH-REC FROM AR-REC
               COMPUTE SHSTCOUNT = SHSTCOUNT + 1
           END-IF.
           PERFORM L4B-READ-ARCHIVE.

      * A SALE CLOSES WITH THE YEAR WHEN ITS PURCHASE DATE IS GOOD
      * AND FALLS IN OR BEFORE THE CLOSE YEAR - A SALE WITH A BAD
      * DATE CANNOT BE PLACED IN ANY YEAR, SO IT STAYS LIVE WHERE
      * THE SALES RUN KEEPS REPORTING IT
       L4A-CLASSIFY.
           MOVE 'N' TO CLOSED-SW.
           CALL 'CBLDATEV' USING I-PURCHASE-DATE DV-RESULT.
           IF DV-DATE-GOOD
                   AND I-PURCHASE-YEAR NOT GREATER THAN CLOSEYEAR-X
               MOVE 'Y' TO CLOSED-SW
           END-IF.

      * PAYROLL AND THE HISTORY GET THE COMMISSION THE MONTHLY RUNS
      * ACTUALLY PAID - THE RE-PRICED FIGURES STAND IN ONLY WHERE THE
      * MONTHLY RUNS LEFT NO RECORD FOR THE YEAR
       L4-SET-REPORTED.
           IF SP-HIST-SW(SP-IDX) = 'Y'
               MOVE SP-HIST-SALES(SP-IDX) TO SP-RPT-SALESAMT(SP-IDX)
               MOVE SP-HIST-COMM(SP-IDX) TO SP-RPT-COMMAMT(SP-IDX)
           ELSE
               MOVE SP-SALESAMT(SP-IDX) TO SP-RPT-SALESAMT(SP-IDX)
               MOVE SP-COMMAMT(SP-IDX) TO SP-RPT-COMMAMT(SP-IDX)
           END-IF.

       L4-FIND-SLSMN.
           MOVE 0 TO SP-FOUND-IDX.
           PERFORM L4A-SLSMN-LOOKUP
             VARYING SP-IDX FROM 1 BY 1 UNTIL SP-IDX > SP-COUNT.

       L4A-SLSMN-LOOKUP.
           IF SP-ID(SP-IDX) EQUAL I-SALESPERSON
               MOVE SP-IDX TO SP-FOUND-IDX
           END-IF.

      * THE TIER FOLLOWS THE YEAR'S VOLUME INCLUDING THIS SALE
       L4-TIER-RATE.
           COMPUTE YTD-VOLUME = SP-SALESAMT(SP-FOUND-IDX) +
               CTOTALCOST.
           IF YTD-VOLUME NOT GREATER THAN TIER1-LIMIT
               MOVE SP-RATE1(SP-FOUND-IDX) TO COMMRATE
           ELSE
               IF YTD-VOLUME NOT GREATER THAN TIER2-LIMIT
                   MOVE SP-RATE2(SP-FOUND-IDX) TO COMMRATE
               ELSE
                   MOVE SP-RATE3(SP-FOUND-IDX) TO COMMRATE
               END-IF
           END-IF.

       L4-TABLE-SALE.
           IF SL-COUNT LESS THAN SL-MAX
               COMPUTE SL-COUNT = SL-COUNT + 1
               MOVE I-SALESPERSON TO SL-SLSID(SL-COUNT)
               MOVE I-LAST-NAME TO SL-CUSTNAME(SL-COUNT)
               MOVE I-PURCHASE-DATE TO SL-DATE(SL-COUNT)
               MOVE I-HULL-NUMBER TO SL-HULL(SL-COUNT)
               MOVE CTOTALCOST TO SL-AMOUNT(SL-COUNT)
               MOVE COMMRATE TO SL-RATE(SL-COUNT)
               MOVE COMMAMT TO SL-COMM(SL-COUNT)
           ELSE
               COMPUTE SL-OVERFLOW = SL-OVERFLOW + 1
           END-IF.

       L4-UNKNOWN-SLSMN.
           MOVE I-SALESPERSON TO X-SLSID.
           MOVE I-LAST-NAME TO X-CUSTNAME.
           WRITE PRTLINE
             FROM H-EXCPLINE
             AFTER ADVANCING 1 LINE.
           COMPUTE UNKNOWNCOUNT = UNKNOWNCOUNT + 1.

      * ONE ANNUAL STATEMENT PAGE PER SALESPERSON
       L5-STATEMENT.
           PERFORM L3-HEADINGS.
           MOVE SP-ID(SP-IDX) TO H-SP-ID.
           MOVE SP-NAME(SP-IDX) TO H-SP-NAME.
           WRITE PRTLINE
             FROM H-SLSMNLINE
             AFTER ADVANCING 2 LINES.
           WRITE PRTLINE
             FROM H-HEADING1
             AFTER ADVANCING 2 LINES.
           IF SP-SALES(SP-IDX) = 0
               WRITE PRTLINE
                 FROM H-NOSALESLINE
                 AFTER ADVANCING 2 LINES
           ELSE
               PERFORM L5A-STATEMENT-DETAIL
                 VARYING SL-IDX FROM 1 BY 1 UNTIL SL-IDX > SL-COUNT
           END-IF.
           MOVE SP-SALES(SP-IDX) TO T-SP-SALES.
           MOVE SP-SALESAMT(SP-IDX) TO T-SP-SALESAMT.
           MOVE SP-COMMAMT(SP-IDX) TO T-SP-COMMAMT.
           WRITE PRTLINE
             FROM H-SLSMNTOTAL
             AFTER ADVANCING 3 LINES.
           IF SP-HIST-SW(SP-IDX) = 'Y'
               MOVE SP-HIST-SALES(SP-IDX) TO Y-HIST-SALES
               MOVE SP-HIST-COMM(SP-IDX) TO Y-HIST-COMM
               WRITE PRTLINE
                 FROM H-HISTLINE
                 AFTER ADVANCING 2 LINES
           ELSE
               WRITE PRTLINE
                 FROM H-NOHISTLINE
                 AFTER ADVANCING 2 LINES
           END-IF.

       L5A-STATEMENT-DETAIL.
           IF SL-SLSID(SL-IDX) = SP-ID(SP-IDX)
               MOVE SL-CUSTNAME(SL-IDX) TO D-CUSTNAME
               MOVE SL-YEAR(SL-IDX) TO D-YEAR
               MOVE SL-MONTH(SL-IDX) TO D-MONTH
               MOVE SL-DAY(SL-IDX) TO D-DAY
               MOVE SL-HULL(SL-IDX) TO D-HULL
               MOVE SL-AMOUNT(SL-IDX) TO D-AMOUNT
               MOVE SL-RATE(SL-IDX) TO D-RATE
               MOVE SL-COMM(SL-IDX) TO D-COMM
               WRITE PRTLINE
                 FROM H-DETAIL
                 AFTER ADVANCING 1 LINE
                   AT END-OF-PAGE
                       PERFORM L3-HEADINGS
               END-WRITE
           END-IF.

      * DEALERSHIP RECAP - ONE LINE PER SALESPERSON PLUS TOTALS
       L5-RECAP.
           PERFORM L3-HEADINGS.
           WRITE PRTLINE
             FROM H-RECAPHEADING
             AFTER ADVANCING 2 LINES.
           WRITE PRTLINE
             FROM H-RECAPCOLS
             AFTER ADVANCING 2 LINES.
           PERFORM L5A-RECAP-DETAIL
             VARYING SP-IDX FROM 1 BY 1 UNTIL SP-IDX > SP-COUNT.
           MOVE GTSALES TO R-GT-SALES.
           MOVE GTSALESAMT TO R-GT-SALESAMT.
           MOVE GTCOMMAMT TO R-GT-COMMAMT.
           WRITE PRTLINE
             FROM H-RECAPTOTAL
             AFTER ADVANCING 2 LINES.
           MOVE UNKNOWNCOUNT TO R-UNKNOWN.
           WRITE PRTLINE
             FROM H-RECAPEXCP
             AFTER ADVANCING 2 LINES.

       L5A-RECAP-DETAIL.
           MOVE SP-ID(SP-IDX) TO R-SP-ID.
           MOVE SP-NAME(SP-IDX) TO R-SP-NAME.
           MOVE SP-SALES(SP-IDX) TO R-SP-SALES.
           MOVE SP-RPT-SALESAMT(SP-IDX) TO R-SP-SALESAMT.
           MOVE SP-RPT-COMMAMT(SP-IDX) TO R-SP-COMMAMT.
           WRITE PRTLINE
             FROM H-RECAPDETAIL
             AFTER ADVANCING 1 LINE.
           COMPUTE GTSALESAMT = GTSALESAMT + SP-RPT-SALESAMT(SP-IDX).
           COMPUTE GTCOMMAMT = GTCOMMAMT + SP-RPT-COMMAMT(SP-IDX).

       L3-HEADINGS.
           COMPUTE CPAGECOUNT = CPAGECOUNT + 1.
           MOVE CPAGECOUNT TO H-PAGENUM.
           WRITE PRTLINE
             FROM H-TITLE-LINE
             AFTER ADVANCING PAGE.

      * THE FILE PAYROLL LOADS FOR THE YEAR-END TAX FORMS - ONE
      * DETAIL PER SALESPERSON WITH SALES IN THE YEAR, BOOK-ENDED BY
      * A HEADER AND A TRAILER CARRYING THE DETAIL COUNT AND A
      * COMMISSION HASH TOTAL
       L7-TAX-FILE.
           OPEN OUTPUT TAXOUT.
           MOVE THE-DATE TO TH-FILE-DATE.
           MOVE CLOSEYEAR-X TO TH-TAX-YEAR.
           WRITE TAX-REC FROM TAX-OUT-HDR.
           PERFORM L7A-TAX-DETAIL
             VARYING SP-IDX FROM 1 BY 1 UNTIL SP-IDX > SP-COUNT.
           MOVE TAXCOUNT TO TT-REC-COUNT.
           MOVE TAX-COMM-HASH TO TT-HASH-COMM.
           WRITE TAX-REC FROM TAX-OUT-TRL.
           CLOSE TAXOUT.

       L7A-TAX-DETAIL.
           IF SP-RPT-SALESAMT(SP-IDX) GREATER THAN 0
                   OR SP-RPT-COMMAMT(SP-IDX) GREATER THAN 0
               MOVE SP-ID(SP-IDX) TO TD-ID
               MOVE SP-NAME(SP-IDX) TO TD-NAME
               MOVE CLOSEYEAR-X TO TD-TAX-YEAR
               MOVE SP-RPT-SALESAMT(SP-IDX) TO TD-SALESAMT
               MOVE SP-RPT-COMMAMT(SP-IDX) TO TD-COMMAMT
               WRITE TAX-REC FROM TAX-OUT-DETAIL
               COMPUTE TAXCOUNT = TAXCOUNT + 1
               COMPUTE TAX-COMM-HASH = TAX-COMM-HASH +
                   SP-RPT-COMMAMT(SP-IDX)
           END-IF.

      * THE CLOSED YEAR'S ANNUAL TOTALS ARE ADDED TO THE CLOSED-YEAR
      * HISTORY, THEN THE YTD FILE IS REWRITTEN FOR THE NEW YEAR - A
      * NEW-YEAR RECORD ALREADY THERE IS KEPT AS IT IS, EVERYONE ELSE
      * STARTS THE YEAR AT ZERO
       L7-ROLL-YTD.
           OPEN EXTEND YTD-CLOSED.
           PERFORM L7A-CLOSED-ONE
             VARYING SP-IDX FROM 1 BY 1 UNTIL SP-IDX > SP-COUNT.
           CLOSE YTD-CLOSED.
           OPEN OUTPUT YTD-HISTORY.
           PERFORM L7A-NEWYEAR-ONE
             VARYING SP-IDX FROM 1 BY 1 UNTIL SP-IDX > SP-COUNT.
           CLOSE YTD-HISTORY.

       L7A-CLOSED-ONE.
           IF SP-SALES(SP-IDX) GREATER THAN 0
                   OR SP-HIST-SW(SP-IDX) = 'Y'
               MOVE SPACES TO YT-REC
               MOVE SP-ID(SP-IDX) TO YT-ID
               MOVE CLOSEYEAR-X TO YT-YEAR
               MOVE SP-RPT-SALESAMT(SP-IDX) TO YT-SALESAMT
               MOVE SP-RPT-COMMAMT(SP-IDX) TO YT-COMMAMT
               MOVE '12' TO YT-LASTMONTH
               MOVE 0 TO YT-MONTHSALES
               MOVE 0 TO YT-MONTHCOMM
               MOVE YT-REC TO YH-REC
               WRITE YH-REC
               COMPUTE YTDHISTCOUNT = YTDHISTCOUNT + 1
           END-IF.

       L7A-NEWYEAR-ONE.
           IF SP-NEWYR-SW(SP-IDX) = 'Y'
               MOVE SP-NEWYR-REC(SP-IDX) TO YT-REC
           ELSE
               MOVE SPACES TO YT-REC
               MOVE SP-ID(SP-IDX) TO YT-ID
               MOVE NEWYEAR-X TO YT-YEAR
               MOVE 0 TO YT-SALESAMT
               MOVE 0 TO YT-COMMAMT
               MOVE '00' TO YT-LASTMONTH
               MOVE 0 TO YT-MONTHSALES
               MOVE 0 TO YT-MONTHCOMM
           END-IF.
           WRITE YT-REC.

      * PULLS THE MONTHLY RUNS' YTD STANDING INTO THE TABLE - THE
      * CLOSE YEAR'S RECORD IS SHOWN ON THE STATEMENT AND A RECORD
      * THE NEW YEAR ALREADY STARTED IS CARRIED. THE OPTIONAL OPEN
      * COMES BACK STATUS 05 WITH THE FILE OPEN, SO IT STILL GOES
      * THROUGH THE READ LOOP AND THE CLOSE.
       L6-LOAD-YTD.
           OPEN INPUT YTD-HISTORY.
           IF YTD-STATUS = '00' OR YTD-STATUS = '05'
               PERFORM L6A-READ-YTD
               PERFORM L6A-TAKE-YTD
                 UNTIL YTD-EOF = 'Y'
               CLOSE YTD-HISTORY
           ELSE
               MOVE 'Y' TO YTD-EOF
           END-IF.

       L6A-READ-YTD.
           READ YTD-HISTORY
               AT END
                   MOVE 'Y' TO YTD-EOF.

       L6A-TAKE-YTD.
           PERFORM L6B-MATCH-YTD
             VARYING SP-IDX FROM 1 BY 1 UNTIL SP-IDX > SP-COUNT.
           PERFORM L6A-READ-YTD.

       L6B-MATCH-YTD.
           IF SP-ID(SP-IDX) = YT-ID
               IF YT-YEAR = CLOSEYEAR-X
                   MOVE 'Y' TO SP-HIST-SW(SP-IDX)
                   MOVE YT-SALESAMT TO SP-HIST-SALES(SP-IDX)
                   MOVE YT-COMMAMT TO SP-HIST-COMM(SP-IDX)
               ELSE
                   IF YT-YEAR GREATER THAN CLOSEYEAR-X
                       MOVE 'Y' TO SP-NEWYR-SW(SP-IDX)
                       MOVE YT-REC TO SP-NEWYR-REC(SP-IDX)
                   END-IF
               END-IF
           END-IF.

      * LOADS THE SALESPERSON MASTER INTO THE LOOKUP TABLE
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
               MOVE SM-RATE1 TO SP-RATE1(SP-COUNT)
               MOVE SM-RATE2 TO SP-RATE2(SP-COUNT)
               MOVE SM-RATE3 TO SP-RATE3(SP-COUNT)
               MOVE 0 TO SP-SALES(SP-COUNT)
               MOVE 0 TO SP-SALESAMT(SP-COUNT)
               MOVE 0 TO SP-COMMAMT(SP-COUNT)
               MOVE 'N' TO SP-HIST-SW(SP-COUNT)
               MOVE 0 TO SP-HIST-SALES(SP-COUNT)
               MOVE 0 TO SP-HIST-COMM(SP-COUNT)
               MOVE 0 TO SP-RPT-SALESAMT(SP-COUNT)
               MOVE 0 TO SP-RPT-COMMAMT(SP-COUNT)
               MOVE 'N' TO SP-NEWYR-SW(SP-COUNT)
               MOVE SPACES TO SP-NEWYR-REC(SP-COUNT)
           ELSE
               COMPUTE SP-OVERFLOW = SP-OVERFLOW + 1
           END-IF.
           PERFORM L6A-READ-SLSMN.

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

      * A CLOSE YEAR STILL IN THE FUTURE IS REJECTED AND THE DEFAULT
      * KEPT - THE PARAMETER PAGE SHOWS WHICH
       L8A-APPLY-PARM.
           EVALUATE PARM-NAME
               WHEN 'CLOSEYEAR '
                   IF PARM-WHOLE NOT LESS THAN 1990
                           AND PARM-WHOLE NOT GREATER THAN RUNYEAR
                       MOVE PARM-WHOLE TO CLOSEYEAR
                       MOVE 'FILE' TO SRC-CLOSEYEAR
                   ELSE
                       MOVE 'REJECTED' TO SRC-CLOSEYEAR
                   END-IF
           END-EVALUATE.
           PERFORM L8A-READ-PARM.

      * FIRST PAGE OF THE RUN SHOWS THE YEAR THIS RUN ACTUALLY
      * CLOSED AND WHETHER IT CAME FROM THE FILE OR THE DEFAULT
       L8-PARM-PAGE.
           WRITE PRTLINE
             FROM H-PARMTITLE
             AFTER ADVANCING PAGE.
           WRITE PRTLINE
             FROM H-PARMHEADING
             AFTER ADVANCING 2 LINES.
           MOVE 'CLOSEYEAR ' TO P-NAME.
           MOVE CLOSEYEAR TO P-VALUE.
           MOVE SRC-CLOSEYEAR TO P-SOURCE.
           WRITE PRTLINE
             FROM H-PARMDETAIL
             AFTER ADVANCING 1 LINE.
       END PROGRAM CBLTAM45.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBLTAM47.
       AUTHOR. TIMOTHY ALEC MOODE.
       DATE-WRITTEN. 10/15/2026.
      * BOAT CUSTOMER ACCOUNT INQUIRY. WHEN A CUSTOMER CALLS, THE
      * OFFICE USED TO CHECK THREE PLACES - THE CUSTOMER MASTER
      * LISTING FOR THE ADDRESS, THE REPEAT-CUSTOMER RUN FOR WHAT
      * THEY BOUGHT, AND THE DELINQUENCY REPORT FOR THE LOAN. THIS
      * PROGRAM ACCEPTS A CUSTOMER NUMBER, OR A LAST NAME WHEN THE
      * CALLER DOES NOT KNOW THEIR NUMBER, FROM THE CONSOLE AND
      * READS THE CUSTOMER FROM THE INDEXED MASTER CBLBCUST.IDX THAT
      * CBLTAM46 LOADS. A LAST NAME SHARED BY SEVERAL CUSTOMERS
      * LISTS THEM ALL SO THE CLERK CAN PICK THE RIGHT ONE. IT THEN
      * DISPLAYS AND PRINTS ONE ACCOUNT PAGE: NAME, ADDRESS AND
      * PHONE, EVERY BOAT THE CUSTOMER BOUGHT - FROM THE CLOSED-
      * SALES HISTORY CBLBSHST.DAT AS WELL AS THE LIVE SALES FILE -
      * WITH THE AMOUNT PAID PRICED THE WAY THE COUPON-BOOK RUN
      * PRICES IT, AND EVERY OPEN LOAN ON CBLBLOAN.DAT WITH ITS
      * ORIGINAL AMOUNT, BALANCE, LAST PAYMENT, DAYS PAST DUE AND A
      * PAYOFF FIGURE AS OF TODAY. THE SALES AND LOAN FILES ARE READ
      * AS THEY STAND, SO THE PAGE SHOWS TONIGHT'S POSTINGS THE
      * MOMENT THEY ARE PROMOTED.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUST-INDEXED
               ASSIGN TO 'C:\COBOLWI19\CBLBCUST.IDX'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS IX-ID
                   ALTERNATE RECORD KEY IS IX-LAST-NAME
                       WITH DUPLICATES
                   FILE STATUS IS IX-STATUS.
           SELECT OPTIONAL SALES-HISTORY
               ASSIGN TO 'C:\COBOLWI19\CBLBSHST.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS SH-STATUS.
           SELECT BOAT-MASTER
               ASSIGN TO 'C:\COBOLWI19\CBLBOAT1.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL LOAN-MASTER
               ASSIGN TO 'C:\COBOLWI19\CBLBLOAN.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS LOAN-STATUS.
           SELECT PRTOUT
               ASSIGN TO 'C:\COBOLWI19\CUSTINQ.PRT'
                   ORGANIZATION IS RECORD SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * CUSTOMER MASTER WITH THE LAST-NAME SEARCH KEY
       FD CUST-INDEXED
           LABEL RECORD IS STANDARD
           DATA RECORD IS IX-REC
           RECORD CONTAINS 93 CHARACTERS.
       01 IX-REC.
         05 IX-ID                  PIC X(6).
         05 IX-LAST-NAME           PIC X(15).
         05 IX-NAME                PIC X(20).
         05 IX-ADDRESS             PIC X(20).
         05 IX-CITY                PIC X(15).
         05 IX-STATE               PIC XX.
         05 IX-ZIP                 PIC X(5).
         05 IX-PHONE               PIC X(10).
      * EVERY CLOSED YEAR'S SALES, SAME LAYOUT AS THE LIVE FILE
       FD SALES-HISTORY
           LABEL RECORD IS STANDARD
           DATA RECORD IS SH-REC
           RECORD CONTAINS 128 CHARACTERS.
       01 SH-REC                   PIC X(128).
       FD BOAT-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS BM-REC
           RECORD CONTAINS 128 CHARACTERS.
       01 BM-REC                   PIC X(128).
      * ONE RECORD PER OPEN LOAN, KEYED CUSTOMER NUMBER PLUS
      * PURCHASE DATE
       FD LOAN-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS LN-REC
           RECORD CONTAINS 67 CHARACTERS.
       01 LN-REC.
         05 LN-KEY.
           10 LN-CUSTNO            PIC X(6).
           10 LN-DATE.
             15 LN-YEAR            PIC X(4).
             15 LN-MONTH           PIC XX.
             15 LN-DAY             PIC XX.
         05 LN-CUSTNAME            PIC X(15).
         05 LN-ORIG-AMT            PIC 9(8)V99.
         05 LN-BALANCE             PIC 9(8)V99.
         05 LN-PAYMENT             PIC 9(7)V99.
         05 LN-LASTPAY.
           10 LN-LASTPAY-YEAR      PIC X(4).
           10 LN-LASTPAY-MONTH     PIC XX.
           10 LN-LASTPAY-DAY       PIC XX.
         05 LN-STATUS              PIC X.
       FD PRTOUT
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS PRTLINE
           LINAGE IS 40 WITH FOOTING AT 36.
       01 PRTLINE                  PIC X(132).

       WORKING-STORAGE SECTION.
       01 MISC.
         05 EOF                    PIC X           VALUE 'N'.
         05 SH-EOF                 PIC X           VALUE 'N'.
         05 LOAN-EOF               PIC X           VALUE 'N'.
         05 IX-STATUS              PIC XX          VALUE SPACES.
         05 SH-STATUS              PIC XX          VALUE SPACES.
         05 LOAN-STATUS            PIC XX          VALUE SPACES.
         05 ASKED-ID               PIC X(6)        VALUE SPACES.
         05 ASKED-NAME             PIC X(15)       VALUE SPACES.
         05 PICK-NO                PIC 99          VALUE 0.
         05 FOUND-SW               PIC X           VALUE 'N'.
           88 CUSTOMER-FOUND       VALUE 'Y'.
         05 CPAGECOUNT             PIC 99          VALUE 0.
         05 SALECOUNT              PIC 9(5)        VALUE 0.
         05 TOTPAID                PIC 9(10)V99    VALUE 0.
         05 LOANCOUNT              PIC 9(5)        VALUE 0.
         05 TOTBALANCE             PIC 9(10)V99    VALUE 0.
         05 TOTPAYOFF              PIC 9(10)V99    VALUE 0.
         05 DAYS-SINCE-PAY         PIC S9(5)       VALUE 0.
         05 DAYS-PAST-DUE          PIC S9(5)       VALUE 0.
         05 TODAY-INT              PIC 9(7)        VALUE 0.
         05 LASTPAY-INT            PIC 9(7)        VALUE 0.
         05 LASTPAY-NUM            PIC 9(8)        VALUE 0.
         05 LOAN-APR               PIC 99V99       VALUE 0.
         05 ACCRUED-INT            PIC 9(8)V99     VALUE 0.
         05 PAYOFF-AMT             PIC 9(8)V99     VALUE 0.
      * A PAYMENT IS DUE EVERY 30 DAYS, SO A LOAN IS PAST DUE ONLY
      * ONCE THIS MANY DAYS HAVE GONE BY SINCE THE LAST PAYMENT -
      * THE SAME LINE THE DELINQUENCY AGING DRAWS
         05 PAY-CYCLE-DAYS         PIC 99          VALUE 30.
      * SAME PRICING WORK FIELDS THE COUPON-BOOK RUN USES
       01 PRICE-WORK.
         05 CTOTALCOST             PIC 9(7)V99     VALUE 0.
         05 CNETBASE               PIC 9(7)V99     VALUE 0.
         05 CTAXAMOUNT             PIC 9(7)V99     VALUE 0.
         05 CAMOUNTDUE             PIC 9(8)V99     VALUE 0.
      * ANSWER AREA FOR THE COMMON DATE EDIT SUBPROGRAM
       01 DV-RESULT.
         05 DV-VALID-SW            PIC X.
           88 DV-DATE-GOOD         VALUE 'Y'.
           88 DV-DATE-BAD          VALUE 'N'.
         05 DV-REASON              PIC X(30).
      * THE SALE RECORD BEING LOOKED AT, FROM EITHER SALES FILE
       01 SALE-REC.
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
      * HEADER AND TRAILER CONTROL RECORDS BOOK-END THE LIVE FILE -
      * THIS VIEW LETS THEM BE RECOGNIZED AND PASSED OVER
       01 CTL-REC REDEFINES SALE-REC.
         05 CTL-TYPE               PIC X(3).
           88 CTL-CONTROL-REC      VALUES 'HDR' 'TRL'.
         05 FILLER                 PIC X(125).
      * THE CUSTOMER THE PAGE IS FOR
       01 FOUND-CUST.
         05 FC-ID                  PIC X(6).
         05 FC-LAST-NAME           PIC X(15).
         05 FC-NAME                PIC X(20).
         05 FC-ADDRESS             PIC X(20).
         05 FC-CITY                PIC X(15).
         05 FC-STATE               PIC XX.
         05 FC-ZIP                 PIC X(5).
         05 FC-PHONE.
           10 FC-PHONE-AREA        PIC X(3).
           10 FC-PHONE-EXCH        PIC X(3).
           10 FC-PHONE-LINE        PIC X(4).
      * CUSTOMERS SHARING THE LAST NAME ASKED FOR
       01 MATCH-CONTROLS.
         05 MT-COUNT               PIC 99          VALUE 0.
         05 MT-MAX                 PIC 99          VALUE 20.
         05 MT-IDX                 PIC 99          VALUE 0.
         05 MT-OVERFLOW            PIC 9(5)        VALUE 0.
       01 MATCH-TABLE.
         05 MT-ENTRY OCCURS 20 TIMES.
           10 MT-REC.
             15 MT-ID              PIC X(6).
             15 FILLER             PIC X(15).
             15 MT-NAME            PIC X(20).
             15 FILLER             PIC X(20).
             15 MT-CITY            PIC X(15).
             15 MT-STATE           PIC XX.
             15 FILLER             PIC X(5).
             15 MT-PHONE           PIC X(10).
      * PURCHASE DATE AND RATE OF EACH OF THE CUSTOMER'S SALES, SO
      * A LOAN CAN FIND THE RATE IT WAS WRITTEN AT
       01 SALE-CONTROLS.
         05 SK-COUNT               PIC 99          VALUE 0.
         05 SK-MAX                 PIC 99          VALUE 50.
         05 SK-IDX                 PIC 99          VALUE 0.
         05 SK-FOUND-IDX           PIC 99          VALUE 0.
       01 SALE-KEY-TABLE.
         05 SK-ENTRY OCCURS 50 TIMES.
           10 SK-DATE              PIC X(8).
           10 SK-APR               PIC 99V99.
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
       01 H-TITLE-LINE.
         05 FILLER                 PIC X(6)        VALUE 'DATE: '.
         05 H-MONTH                PIC XX.
         05 FILLER                 PIC X           VALUE '/'.
         05 H-DAY                  PIC XX.
         05 FILLER                 PIC X           VALUE '/'.
         05 H-YEAR                 PIC XXXX.
         05 FILLER                 PIC X(28)       VALUE SPACES.
         05 FILLER                 PIC X(42)
               VALUE 'TIMOTHY''S BOATS - CUSTOMER ACCOUNT INQUIRY'.
         05 FILLER                 PIC X(31)       VALUE SPACES.
         05 FILLER                 PIC X(6)        VALUE 'PAGE: '.
         05 H-PAGENUM              PIC Z9.
      * CUSTOMER BLOCK
       01 H-CUSTLINE1.
         05 FILLER                 PIC X(10)       VALUE 'CUSTOMER: '.
         05 C-ID                   PIC X(6).
         05 FILLER                 PIC X(4)        VALUE SPACES.
         05 C-NAME                 PIC X(20).
       01 H-CUSTLINE2.
         05 FILLER                 PIC X(10)       VALUE 'ADDRESS:  '.
         05 C-ADDRESS              PIC X(20).
       01 H-CUSTLINE3.
         05 FILLER                 PIC X(10)       VALUE SPACES.
         05 C-CITY                 PIC X(15).
         05 FILLER                 PIC X           VALUE SPACE.
         05 C-STATE                PIC XX.
         05 FILLER                 PIC X(2)        VALUE SPACES.
         05 C-ZIP                  PIC X(5).
       01 H-CUSTLINE4.
         05 FILLER                 PIC X(10)       VALUE 'PHONE:    '.
         05 FILLER                 PIC X           VALUE '('.
         05 C-PHONE-AREA           PIC X(3).
         05 FILLER                 PIC X(2)        VALUE ') '.
         05 C-PHONE-EXCH           PIC X(3).
         05 FILLER                 PIC X           VALUE '-'.
         05 C-PHONE-LINE           PIC X(4).
      * BOATS PURCHASED SECTION
       01 H-SALETITLE.
         05 FILLER                 PIC X(15)
                                       VALUE 'BOATS PURCHASED'.
       01 H-SALEHEADING.
         05 FILLER                 PIC X(8)        VALUE 'PURCHASE'.
         05 FILLER                 PIC X(5)        VALUE SPACES.
         05 FILLER                 PIC X(4)        VALUE 'HULL'.
         05 FILLER                 PIC X(9)        VALUE SPACES.
         05 FILLER                 PIC X(9)        VALUE 'BOAT TYPE'.
         05 FILLER                 PIC X(7)        VALUE SPACES.
         05 FILLER                 PIC X(8)        VALUE 'LOCATION'.
         05 FILLER                 PIC X(5)        VALUE SPACES.
         05 FILLER                 PIC X(11)       VALUE 'SALESPERSON'.
         05 FILLER                 PIC X(6)        VALUE SPACES.
         05 FILLER                 PIC X(11)       VALUE 'AMOUNT PAID'.
       01 H-SALEDETAIL.
         05 D-MONTH                PIC XX.
         05 FILLER                 PIC X           VALUE '/'.
         05 D-DAY                  PIC XX.
         05 FILLER                 PIC X           VALUE '/'.
         05 D-YEAR                 PIC XXXX.
         05 FILLER                 PIC X(3)        VALUE SPACES.
         05 D-HULL                 PIC X(10).
         05 FILLER                 PIC X(3)        VALUE SPACES.
         05 D-BOATTYPE             PIC X(13).
         05 FILLER                 PIC X(3)        VALUE SPACES.
         05 D-LOCATION             PIC X(10).
         05 FILLER                 PIC X(7)        VALUE SPACES.
         05 D-SALESPERSON          PIC X(3).
         05 FILLER                 PIC X(7)        VALUE SPACES.
         05 D-PAID                 PIC $$,$$$,$$$.99.
       01 H-SALETOTAL.
         05 FILLER                 PIC X(16)  VALUE 'BOATS BOUGHT:   '.
         05 T-SALES                PIC ZZZZ9.
         05 FILLER                 PIC X(5)        VALUE SPACES.
         05 FILLER                 PIC X(12)  VALUE 'TOTAL PAID: '.
         05 T-PAID                 PIC $$,$$$,$$$,$$$.99.
       01 H-NOSALES.
         05 FILLER                 PIC X(25)
                   VALUE 'NO BOAT PURCHASES ON FILE'.
      * OPEN LOANS SECTION
       01 H-LOANTITLE.
         05 FILLER                 PIC X(10)       VALUE 'OPEN LOANS'.
       01 H-LOANHEADING.
         05 FILLER                 PIC X(9)        VALUE 'LOAN DATE'.
         05 FILLER                 PIC X(7)        VALUE SPACES.
         05 FILLER                 PIC X(8)        VALUE 'ORIGINAL'.
         05 FILLER                 PIC X(9)        VALUE SPACES.
         05 FILLER                 PIC X(7)        VALUE 'BALANCE'.
         05 FILLER                 PIC X(4)        VALUE SPACES.
         05 FILLER                 PIC X(8)        VALUE 'LAST PAY'.
         05 FILLER                 PIC X(4)        VALUE SPACES.
         05 FILLER                 PIC X(8)        VALUE 'PAST DUE'.
         05 FILLER                 PIC X(5)        VALUE SPACES.
         05 FILLER                 PIC X(12)       VALUE 'PAYOFF TODAY'.
       01 H-LOANDETAIL.
         05 L-MONTH                PIC XX.
         05 FILLER                 PIC X           VALUE '/'.
         05 L-DAY                  PIC XX.
         05 FILLER                 PIC X           VALUE '/'.
         05 L-YEAR                 PIC XXXX.
         05 FILLER                 PIC X(2)        VALUE SPACES.
         05 L-ORIG-AMT             PIC $$,$$$,$$$.99.
         05 FILLER                 PIC X(3)        VALUE SPACES.
         05 L-BALANCE              PIC $$,$$$,$$$.99.
         05 FILLER                 PIC X(2)        VALUE SPACES.
         05 L-LASTPAY-MONTH        PIC XX.
         05 FILLER                 PIC X           VALUE '/'.
         05 L-LASTPAY-DAY          PIC XX.
         05 FILLER                 PIC X           VALUE '/'.
         05 L-LASTPAY-YEAR         PIC XXXX.
         05 FILLER                 PIC X(2)        VALUE SPACES.
         05 L-PAST-DUE             PIC ZZZZ9.
         05 FILLER                 PIC X(5)        VALUE ' DAYS'.
         05 FILLER                 PIC X(2)        VALUE SPACES.
         05 L-PAYOFF               PIC $$,$$$,$$$.99.
         05 FILLER                 PIC X           VALUE SPACE.
         05 L-NOTE                 PIC X.
       01 H-LOANTOTAL.
         05 FILLER                 PIC X(16)  VALUE 'OPEN LOANS:     '.
         05 T-LOANS                PIC ZZZZ9.
         05 FILLER                 PIC X(5)        VALUE SPACES.
         05 FILLER                 PIC X(15)  VALUE 'TOTAL BALANCE: '.
         05 T-BALANCE              PIC $$,$$$,$$$,$$$.99.
         05 FILLER                 PIC X(5)        VALUE SPACES.
         05 FILLER                 PIC X(14)  VALUE 'TOTAL PAYOFF: '.
         05 T-PAYOFF               PIC $$,$$$,$$$,$$$.99.
       01 H-NOLOANS.
         05 FILLER                 PIC X(21)
                   VALUE 'NO OPEN LOANS ON FILE'.
       01 H-NOAPRNOTE.
         05 FILLER                 PIC X(50) VALUE
               '* SALE NOT ON FILE - PAYOFF SHOWN IS THE BALANCE'.
       01 H-NOTFOUND.
         05 FILLER                 PIC X(25)
                   VALUE 'NO CUSTOMER ON FILE FOR: '.
         05 N-ASKED                PIC X(15).
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
           COMPUTE TODAY-INT = FUNCTION INTEGER-OF-DATE(TODAY-NUM).
           OPEN INPUT CUST-INDEXED.
           IF IX-STATUS NOT = '00'
               DISPLAY 'CBLTAM47 - CANNOT OPEN INDEXED CUSTOMER '
                   'MASTER, STATUS: ' IX-STATUS
               DISPLAY 'CBLTAM47 - RUN CBLTAM46 TO LOAD IT FIRST'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY 'CBLTAM47 - ENTER CUSTOMER NUMBER, OR LEAVE '
               'BLANK TO SEARCH BY LAST NAME:'.
           ACCEPT ASKED-ID.
           IF ASKED-ID = SPACES
               DISPLAY 'CBLTAM47 - ENTER CUSTOMER LAST NAME:'
               ACCEPT ASKED-NAME
           END-IF.
           OPEN OUTPUT PRTOUT.
           PERFORM L3-HEADINGS.

       L1-MAINLINE.
           IF ASKED-ID NOT = SPACES
               PERFORM L2-FIND-BY-NUMBER
           ELSE
               IF ASKED-NAME NOT = SPACES
                   PERFORM L2-FIND-BY-NAME
               END-IF
           END-IF.
           IF CUSTOMER-FOUND
               PERFORM L4-ACCOUNT-PAGE
           ELSE
               IF ASKED-ID NOT = SPACES
                   MOVE ASKED-ID TO N-ASKED
               ELSE
                   MOVE ASKED-NAME TO N-ASKED
               END-IF
               WRITE PRTLINE
                 FROM H-NOTFOUND
                 AFTER ADVANCING 2 LINES
               DISPLAY 'CBLTAM47 - NO CUSTOMER ON FILE FOR: '
                   N-ASKED
           END-IF.

       L1-CLOSING.
           CLOSE CUST-INDEXED PRTOUT.
           DISPLAY 'CBLTAM47 - CUSTOMER INQUIRY COMPLETE'.
           IF CUSTOMER-FOUND
               DISPLAY 'CUSTOMER: ' FC-ID
                   ' BOATS: ' SALECOUNT
                   ' OPEN LOANS: ' LOANCOUNT
           END-IF.

       L2-FIND-BY-NUMBER.
           MOVE ASKED-ID TO IX-ID.
           READ CUST-INDEXED
               KEY IS IX-ID
               INVALID KEY
                   MOVE 'N' TO FOUND-SW
               NOT INVALID KEY
                   MOVE IX-REC TO FOUND-CUST
                   MOVE 'Y' TO FOUND-SW
           END-READ.

      * EVERY CUSTOMER CARRYING THE LAST NAME IS TABLED - ONE IS
      * THE ANSWER, SEVERAL ARE LISTED FOR THE CLERK TO CHOOSE FROM
       L2-FIND-BY-NAME.
           MOVE ASKED-NAME TO IX-LAST-NAME.
           START CUST-INDEXED
               KEY IS EQUAL TO IX-LAST-NAME
               INVALID KEY
                   MOVE 'Y' TO EOF
           END-START.
           IF EOF = 'N'
               PERFORM L2A-READ-NEXT
               PERFORM L2A-TABLE-MATCH
                 UNTIL EOF = 'Y'
           END-IF.
           EVALUATE MT-COUNT
               WHEN 0
                   MOVE 'N' TO FOUND-SW
               WHEN 1
                   MOVE MT-REC(1) TO FOUND-CUST
                   MOVE 'Y' TO FOUND-SW
               WHEN OTHER
                   PERFORM L2B-PICK-MATCH
           END-EVALUATE.

       L2A-READ-NEXT.
           READ CUST-INDEXED NEXT RECORD
               AT END
                   MOVE 'Y' TO EOF
           END-READ.
           IF IX-STATUS NOT = '00' AND IX-STATUS NOT = '02'
                   AND IX-STATUS NOT = '10'
               DISPLAY 'CBLTAM47 - READ ERROR, STATUS: ' IX-STATUS
               MOVE 'Y' TO EOF
           END-IF.

       L2A-TABLE-MATCH.
           IF IX-LAST-NAME NOT = ASKED-NAME
               MOVE 'Y' TO EOF
           ELSE
               IF MT-COUNT LESS THAN MT-MAX
                   COMPUTE MT-COUNT = MT-COUNT + 1
                   MOVE IX-REC TO MT-REC(MT-COUNT)
               ELSE
                   COMPUTE MT-OVERFLOW = MT-OVERFLOW + 1
               END-IF
               PERFORM L2A-READ-NEXT
           END-IF.

      * SEVERAL CUSTOMERS SHARE THE NAME - LIST THEM AND LET THE
      * CLERK PICK ONE BY ITS LINE NUMBER
       L2B-PICK-MATCH.
           DISPLAY 'CBLTAM47 - ' MT-COUNT ' CUSTOMERS NAMED '
               ASKED-NAME.
           PERFORM L2B-LIST-ONE
             VARYING MT-IDX FROM 1 BY 1 UNTIL MT-IDX > MT-COUNT.
           IF MT-OVERFLOW GREATER THAN 0
               DISPLAY 'CBLTAM47 - ' MT-OVERFLOW ' MORE NOT LISTED -'
                   ' SEARCH BY CUSTOMER NUMBER FOR THOSE'
           END-IF.
           DISPLAY 'CBLTAM47 - ENTER LINE NUMBER OF THE CUSTOMER '
               '(00 TO CANCEL):'.
           ACCEPT PICK-NO.
           IF PICK-NO GREATER THAN 0
                   AND PICK-NO NOT GREATER THAN MT-COUNT
               MOVE MT-REC(PICK-NO) TO FOUND-CUST
               MOVE 'Y' TO FOUND-SW
           ELSE
               DISPLAY 'CBLTAM47 - NO CUSTOMER PICKED'
               MOVE 'N' TO FOUND-SW
           END-IF.

       L2B-LIST-ONE.
           DISPLAY MT-IDX ') ' MT-ID(MT-IDX) '  ' MT-NAME(MT-IDX)
               '  ' MT-CITY(MT-IDX) ' ' MT-STATE(MT-IDX)
               '  ' MT-PHONE(MT-IDX).

       L3-HEADINGS.
           COMPUTE CPAGECOUNT = CPAGECOUNT + 1.
           MOVE CPAGECOUNT TO H-PAGENUM.
           WRITE PRTLINE
             FROM H-TITLE-LINE
             AFTER ADVANCING PAGE.

      * ONE ACCOUNT PAGE - WHO THE CUSTOMER IS, WHAT THEY BOUGHT,
      * AND WHAT THEY STILL OWE
       L4-ACCOUNT-PAGE.
           MOVE FC-ID TO C-ID.
           MOVE FC-NAME TO C-NAME.
           MOVE FC-ADDRESS TO C-ADDRESS.
           MOVE FC-CITY TO C-CITY.
           MOVE FC-STATE TO C-STATE.
           MOVE FC-ZIP TO C-ZIP.
           MOVE FC-PHONE-AREA TO C-PHONE-AREA.
           MOVE FC-PHONE-EXCH TO C-PHONE-EXCH.
           MOVE FC-PHONE-LINE TO C-PHONE-LINE.
           WRITE PRTLINE
             FROM H-CUSTLINE1
             AFTER ADVANCING 2 LINES.
           WRITE PRTLINE
             FROM H-CUSTLINE2
             AFTER ADVANCING 1 LINE.
           WRITE PRTLINE
             FROM H-CUSTLINE3
             AFTER ADVANCING 1 LINE.
           WRITE PRTLINE
             FROM H-CUSTLINE4
             AFTER ADVANCING 1 LINE.
           DISPLAY H-CUSTLINE1.
           DISPLAY H-CUSTLINE2.
           DISPLAY H-CUSTLINE3.
           DISPLAY H-CUSTLINE4.
           PERFORM L5-SALES-SECTION.
           PERFORM L6-LOANS-SECTION.

      * CLOSED YEARS FIRST, THEN THE LIVE FILE, SO THE PURCHASES
      * COME OUT OLDEST YEAR FIRST
       L5-SALES-SECTION.
           WRITE PRTLINE
             FROM H-SALETITLE
             AFTER ADVANCING 3 LINES.
           WRITE PRTLINE
             FROM H-SALEHEADING
             AFTER ADVANCING 2 LINES.
           DISPLAY ' '.
           DISPLAY H-SALETITLE.
           DISPLAY H-SALEHEADING.
           OPEN INPUT SALES-HISTORY.
           IF SH-STATUS = '00' OR SH-STATUS = '05'
               PERFORM L5A-READ-HISTORY
               PERFORM L5A-HISTORY-ONE
                 UNTIL SH-EOF = 'Y'
               CLOSE SALES-HISTORY
           ELSE
               MOVE 'Y' TO SH-EOF
           END-IF.
           MOVE 'N' TO EOF.
           OPEN INPUT BOAT-MASTER.
           PERFORM L5B-READ-MASTER.
           PERFORM L5B-MASTER-ONE
             UNTIL EOF = 'Y'.
           CLOSE BOAT-MASTER.
           IF SALECOUNT = 0
               WRITE PRTLINE
                 FROM H-NOSALES
                 AFTER ADVANCING 2 LINES
               DISPLAY H-NOSALES
           ELSE
               MOVE SALECOUNT TO T-SALES
               MOVE TOTPAID TO T-PAID
               WRITE PRTLINE
                 FROM H-SALETOTAL
                 AFTER ADVANCING 2 LINES
               DISPLAY H-SALETOTAL
           END-IF.

       L5A-READ-HISTORY.
           READ SALES-HISTORY
               AT END
                   MOVE 'Y' TO SH-EOF.

       L5A-HISTORY-ONE.
           MOVE SH-REC TO SALE-REC.
           PERFORM L5C-CHECK-SALE.
           PERFORM L5A-READ-HISTORY.

       L5B-READ-MASTER.
           READ BOAT-MASTER
               AT END
                   MOVE 'Y' TO EOF.

       L5B-MASTER-ONE.
           MOVE BM-REC TO SALE-REC.
           IF NOT CTL-CONTROL-REC
               PERFORM L5C-CHECK-SALE
           END-IF.
           PERFORM L5B-READ-MASTER.

       L5C-CHECK-SALE.
           IF I-CUSTOMER-NO = FC-ID
               PERFORM L5D-SALE-LINE
           END-IF.

      * THE AMOUNT PAID IS PRICED THE WAY THE COUPON-BOOK RUN AND
      * THE LOAN FILE PRICE IT - BOAT PLUS PREP, LESS THE TRADE-IN,
      * PLUS TAX AND THE FINANCE CHARGE
       L5D-SALE-LINE.
           COMPUTE CTOTALCOST = I-BOAT-COST + I-PREP-DELIVER-COST.
           IF I-TRADE-ALLOW GREATER THAN CTOTALCOST
               MOVE 0 TO CNETBASE
           ELSE
               COMPUTE CNETBASE = CTOTALCOST - I-TRADE-ALLOW
           END-IF.
           COMPUTE CTAXAMOUNT ROUNDED = CNETBASE * I-TAX-RATE.
           COMPUTE CAMOUNTDUE ROUNDED =
               CNETBASE + CTAXAMOUNT + I-FINANCE-CHARGE.
           MOVE I-PURCHASE-MONTH TO D-MONTH.
           MOVE I-PURCHASE-DAY TO D-DAY.
           MOVE I-PURCHASE-YEAR TO D-YEAR.
           MOVE I-HULL-NUMBER TO D-HULL.
           PERFORM L5E-BOATTYPE.
           MOVE I-LOCATION TO D-LOCATION.
           MOVE I-SALESPERSON TO D-SALESPERSON.
           MOVE CAMOUNTDUE TO D-PAID.
           WRITE PRTLINE
             FROM H-SALEDETAIL
             AFTER ADVANCING 1 LINE
               AT END-OF-PAGE
                   PERFORM L3-HEADINGS
                   WRITE PRTLINE
                     FROM H-SALEHEADING
                     AFTER ADVANCING 2 LINES
           END-WRITE.
           DISPLAY H-SALEDETAIL.
           COMPUTE SALECOUNT = SALECOUNT + 1.
           COMPUTE TOTPAID = TOTPAID + CAMOUNTDUE.
           IF SK-COUNT LESS THAN SK-MAX
               COMPUTE SK-COUNT = SK-COUNT + 1
               MOVE I-PURCHASE-DATE TO SK-DATE(SK-COUNT)
               MOVE I-FINANCE-APR TO SK-APR(SK-COUNT)
           END-IF.

       L5E-BOATTYPE.
           EVALUATE I-BOAT-TYPE
               WHEN 'B'
                   MOVE 'BASS BOAT' TO D-BOATTYPE
               WHEN 'P'
                   MOVE 'PONTOON' TO D-BOATTYPE
               WHEN 'S'
                   MOVE 'SKI BOAT' TO D-BOATTYPE
               WHEN 'J'
                   MOVE 'JOHN BOAT' TO D-BOATTYPE
               WHEN 'C'
                   MOVE 'CANOE' TO D-BOATTYPE
               WHEN 'R'
                   MOVE 'CABIN CRUISER' TO D-BOATTYPE
               WHEN OTHER
                   MOVE 'UNKNOWN' TO D-BOATTYPE
           END-EVALUATE.

      * EVERY OPEN LOAN ON THE LOAN FILE FOR THE CUSTOMER. A MISSING
      * FILE JUST MEANS NO LOANS HAVE BEEN OPENED.
       L6-LOANS-SECTION.
           WRITE PRTLINE
             FROM H-LOANTITLE
             AFTER ADVANCING 3 LINES.
           WRITE PRTLINE
             FROM H-LOANHEADING
             AFTER ADVANCING 2 LINES.
           DISPLAY ' '.
           DISPLAY H-LOANTITLE.
           DISPLAY H-LOANHEADING.
           OPEN INPUT LOAN-MASTER.
           IF LOAN-STATUS = '00' OR LOAN-STATUS = '05'
               PERFORM L6A-READ-LOAN
               PERFORM L6A-LOAN-ONE
                 UNTIL LOAN-EOF = 'Y'
               CLOSE LOAN-MASTER
           ELSE
               MOVE 'Y' TO LOAN-EOF
           END-IF.
           IF LOANCOUNT = 0
               WRITE PRTLINE
                 FROM H-NOLOANS
                 AFTER ADVANCING 2 LINES
               DISPLAY H-NOLOANS
           ELSE
               MOVE LOANCOUNT TO T-LOANS
               MOVE TOTBALANCE TO T-BALANCE
               MOVE TOTPAYOFF TO T-PAYOFF
               WRITE PRTLINE
                 FROM H-LOANTOTAL
                 AFTER ADVANCING 2 LINES
               DISPLAY H-LOANTOTAL
           END-IF.

       L6A-READ-LOAN.
           READ LOAN-MASTER
               AT END
                   MOVE 'Y' TO LOAN-EOF.

       L6A-LOAN-ONE.
           IF LN-CUSTNO = FC-ID AND LN-STATUS = 'O'
               PERFORM L6B-LOAN-LINE
           END-IF.
           PERFORM L6A-READ-LOAN.

      * DAYS PAST DUE COUNT FROM THE DAY THE NEXT PAYMENT FELL DUE,
      * ONE PAYMENT CYCLE AFTER THE LAST ONE. THE PAYOFF IS THE
      * BALANCE PLUS SIMPLE INTEREST AT THE SALE'S RATE FOR THE
      * DAYS SINCE THE LAST PAYMENT. A LAST-PAYMENT DATE THE COMMON
      * EDIT WILL NOT PASS COUNTS NO DAYS, AS ON THE AGING REPORT.
       L6B-LOAN-LINE.
           CALL 'CBLDATEV' USING LN-LASTPAY DV-RESULT.
           IF DV-DATE-BAD
               MOVE 0 TO DAYS-SINCE-PAY
           ELSE
               MOVE LN-LASTPAY TO LASTPAY-NUM
               COMPUTE LASTPAY-INT =
                   FUNCTION INTEGER-OF-DATE(LASTPAY-NUM)
               COMPUTE DAYS-SINCE-PAY = TODAY-INT - LASTPAY-INT
               IF DAYS-SINCE-PAY LESS THAN 0
                   MOVE 0 TO DAYS-SINCE-PAY
               END-IF
           END-IF.
           COMPUTE DAYS-PAST-DUE = DAYS-SINCE-PAY - PAY-CYCLE-DAYS.
           IF DAYS-PAST-DUE LESS THAN 0
               MOVE 0 TO DAYS-PAST-DUE
           END-IF.
           MOVE 0 TO SK-FOUND-IDX.
           PERFORM L6C-RATE-LOOKUP
             VARYING SK-IDX FROM 1 BY 1 UNTIL SK-IDX > SK-COUNT.
           IF SK-FOUND-IDX = 0
               MOVE 0 TO LOAN-APR
               MOVE '*' TO L-NOTE
           ELSE
               MOVE SK-APR(SK-FOUND-IDX) TO LOAN-APR
               MOVE SPACE TO L-NOTE
           END-IF.
           COMPUTE ACCRUED-INT ROUNDED =
               LN-BALANCE * LOAN-APR * DAYS-SINCE-PAY / 36500.
           COMPUTE PAYOFF-AMT = LN-BALANCE + ACCRUED-INT.
           MOVE LN-MONTH TO L-MONTH.
           MOVE LN-DAY TO L-DAY.
           MOVE LN-YEAR TO L-YEAR.
           MOVE LN-ORIG-AMT TO L-ORIG-AMT.
           MOVE LN-BALANCE TO L-BALANCE.
           MOVE LN-LASTPAY-MONTH TO L-LASTPAY-MONTH.
           MOVE LN-LASTPAY-DAY TO L-LASTPAY-DAY.
           MOVE LN-LASTPAY-YEAR TO L-LASTPAY-YEAR.
           MOVE DAYS-PAST-DUE TO L-PAST-DUE.
           MOVE PAYOFF-AMT TO L-PAYOFF.
           WRITE PRTLINE
             FROM H-LOANDETAIL
             AFTER ADVANCING 1 LINE
               AT END-OF-PAGE
                   PERFORM L3-HEADINGS
                   WRITE PRTLINE
                     FROM H-LOANHEADING
                     AFTER ADVANCING 2 LINES
           END-WRITE.
           DISPLAY H-LOANDETAIL.
           IF SK-FOUND-IDX = 0
               WRITE PRTLINE
                 FROM H-NOAPRNOTE
                 AFTER ADVANCING 1 LINE
               DISPLAY H-NOAPRNOTE
           END-IF.
           COMPUTE LOANCOUNT = LOANCOUNT + 1.
           COMPUTE TOTBALANCE = TOTBALANCE + LN-BALANCE.
           COMPUTE TOTPAYOFF = TOTPAYOFF + PAYOFF-AMT.

      * THE LOAN KEY IS THE CUSTOMER AND THE PURCHASE DATE, SO THE
      * CUSTOMER'S SALE ON THAT DATE CARRIES THE LOAN'S RATE
       L6C-RATE-LOOKUP.
           IF SK-FOUND-IDX = 0 AND SK-DATE(SK-IDX) = LN-DATE
               MOVE SK-IDX TO SK-FOUND-IDX
           END-IF.
       END PROGRAM CBLTAM47.

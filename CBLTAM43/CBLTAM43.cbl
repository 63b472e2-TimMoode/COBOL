       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBLTAM43.
       AUTHOR. TIMOTHY ALEC MOODE.
       DATE-WRITTEN. 10/15/2026.
      * MONTH-END GENERAL LEDGER JOURNAL INTERFACE. THE BOOKKEEPER
      * USED TO RE-KEY THE MONTH INTO THE LEDGER OFF FOUR SEPARATE
      * PRINTOUTS. THIS RUN READS THE DATA BEHIND THOSE PRINTOUTS
      * FOR THE PERYEAR/PERMONTH PERIOD AND WRITES ONE JOURNAL FILE
      * THE LEDGER LOADS DIRECTLY, BOOK-ENDED BY A HEADER AND A
      * TRAILER CARRYING THE RECORD COUNT AND BOTH SIDE TOTALS.
      *   BOAT SALES (CBLBOAT1.DAT) - PRICED THE WAY THE COUPON BOOK
      *     AND LOAN RUNS PRICE THEM. REVENUE IS CREDITED WITH THE
      *     BOAT PLUS PREP AND DELIVERY, SALES TAX PAYABLE WITH THE
      *     TAX AND FINANCE INCOME WITH THE FINANCE CHARGE. THE
      *     AMOUNT DUE IS DEBITED TO CASH, OR TO LOANS RECEIVABLE
      *     WHEN THE SALE WAS FINANCED, AND THE TRADE-IN ALLOWANCE
      *     IS DEBITED TO THE TRADE-IN INVENTORY ASSET.
      *   PIZZA SALES (CBLPSHST.DAT) - EACH REGISTER LINE IN THE
      *     PERIOD DEBITS CASH AND CREDITS THE REVENUE ACCOUNT OF
      *     THE ITEM'S CATEGORY ON THE ITEM MASTER.
      *   COMMISSIONS (CBLCPAY.DAT) - THE COMMISSION RUN'S PAY FILE
      *     DEBITS COMMISSION EXPENSE AND CREDITS COMMISSIONS
      *     PAYABLE. ITS TRAILER COUNT AND HASH ARE PROVEN FIRST.
      *   LOAN PAYMENTS (CBLBPMTH.DAT) - EVERY PAYMENT THE
      *     RECEIVABLES RUN POSTED IN THE PERIOD DEBITS CASH AND
      *     CREDITS LOANS RECEIVABLE.
      * NO ACCOUNT NUMBER IS HELD IN THE PROGRAM - EVERY SOURCE AND
      * ITEM IS LOOKED UP ON THE CHART-OF-ACCOUNTS MAP CBLGLMAP.DAT
      * SO AN ACCOUNT CHANGE IS A DATA CHANGE. THE JOURNAL IS ONLY
      * RELEASED OVER CBLGLJNL.DAT WHEN DEBITS EQUAL CREDITS, EVERY
      * LINE IS MAPPED AND THE PAY FILE PROVES OUT - OTHERWISE IT IS
      * HELD, THE LISTING SAYS WHY AND THE RUN ENDS WITH A WARNING.
      * A SALE OR REGISTER LINE THAT CANNOT BE JOURNALED GOES TO THE
      * EXCEPTION LISTING FOR THE BOOKKEEPER TO ENTER BY HAND.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BOAT-MASTER
               ASSIGN TO 'C:\COBOLWI19\CBLBOAT1.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SALES-HISTORY
               ASSIGN TO 'C:\COBOLWI19\CBLPSHST.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS SH-STATUS.
           SELECT ITEM-MASTER
               ASSIGN TO 'C:\COBOLWI19\CBLPITEM.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS IM-STATUS.
           SELECT OPTIONAL PAY-FILE
               ASSIGN TO 'C:\COBOLWI19\CBLCPAY.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS PAY-STATUS.
           SELECT OPTIONAL PAYMENT-HISTORY
               ASSIGN TO 'C:\COBOLWI19\CBLBPMTH.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS PM-STATUS.
           SELECT ACCOUNT-MAP
               ASSIGN TO 'C:\COBOLWI19\CBLGLMAP.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS MAP-STATUS.
           SELECT PARMFILE
               ASSIGN TO 'C:\COBOLWI19\CBLPARMS.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS PARM-STATUS.
           SELECT JOURNAL-FILE
               ASSIGN TO 'C:\COBOLWI19\CBLGLJNL.NEW'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PRTOUT
               ASSIGN TO 'C:\COBOLWI19\GLJRNL.PRT'
                   ORGANIZATION IS RECORD SEQUENTIAL.
           SELECT ERROUT
               ASSIGN TO 'C:\COBOLWI19\GLJRNLX.PRT'
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
      * DAILY PIZZA SALES HISTORY - OLDER LINES END AFTER THE PRICE
      * AND READ WITH A BLANK POSTED DATE AND PROMOTION CODE
       FD SALES-HISTORY
           LABEL RECORD IS STANDARD
           DATA RECORD IS SH-REC
           RECORD CONTAINS 35 CHARACTERS.
       01 SH-REC.
         05 SH-ID                  PIC X(4).
         05 SH-DATE.
           10 SH-YEAR              PIC X(4).
           10 SH-MONTH             PIC XX.
           10 SH-DAY               PIC XX.
         05 SH-QUANTITY            PIC 9(5).
         05 SH-PRICE               PIC 99V99.
         05 SH-POSTED              PIC X(8).
         05 SH-PROMO               PIC X(6).
      * PIZZA ITEM MASTER - ONLY THE CATEGORY IS WANTED HERE
       FD ITEM-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS IM-REC
           RECORD CONTAINS 38 CHARACTERS.
       01 IM-REC.
         05 IM-ID                  PIC X(4).
         05 IM-NAME                PIC X(20).
         05 IM-CATEGORY            PIC X(10).
         05 IM-STDPRICE            PIC 99V99.
      * COMMISSION PAY FILE WRITTEN BY THE COMMISSION RUN - HEADER,
      * ONE DETAIL PER SALESPERSON, TRAILER WITH COUNT AND HASH
       FD PAY-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS PF-DETAIL
           RECORD CONTAINS 24 CHARACTERS.
       01 PF-DETAIL.
         05 PF-ID                  PIC X(3).
         05 PF-SALESAMT            PIC 9(9)V99.
         05 PF-COMMAMT             PIC 9(8)V99.
       01 PF-HDR.
         05 PF-REC-TYPE            PIC X(3).
           88 PF-HEADER-REC        VALUE 'HDR'.
           88 PF-TRAILER-REC       VALUE 'TRL'.
         05 PF-FILE-DATE.
           10 PF-FILE-YEAR         PIC X(4).
           10 PF-FILE-MONTH        PIC XX.
           10 PF-FILE-DAY          PIC XX.
         05 PF-SOURCE              PIC X(10).
         05 FILLER                 PIC X(3).
       01 PF-TRL.
         05 FILLER                 PIC X(3).
         05 PF-REC-COUNT           PIC 9(5).
         05 PF-HASH-COMM           PIC 9(9)V99.
         05 FILLER                 PIC X(5).
      * PAYMENTS POSTED BY THE RECEIVABLES RUN
       FD PAYMENT-HISTORY
           LABEL RECORD IS STANDARD
           DATA RECORD IS PM-REC
           RECORD CONTAINS 39 CHARACTERS.
       01 PM-REC.
         05 PM-CUSTNO              PIC X(6).
         05 PM-LOANDATE            PIC X(8).
         05 PM-PAYDATE.
           10 PM-PAY-YEAR          PIC X(4).
           10 PM-PAY-MONTH         PIC XX.
           10 PM-PAY-DAY           PIC XX.
         05 PM-AMOUNT              PIC 9(7)V99.
         05 PM-POSTED              PIC X(8).
      * CHART-OF-ACCOUNTS MAP - ONE RECORD PER SOURCE AND ITEM
      * GIVING THE LEDGER ACCOUNT AND ITS DESCRIPTION
       FD ACCOUNT-MAP
           LABEL RECORD IS STANDARD
           DATA RECORD IS MAP-REC
           RECORD CONTAINS 44 CHARACTERS.
       01 MAP-REC.
         05 MAP-SOURCE             PIC X(4).
         05 MAP-ITEM               PIC X(10).
         05 MAP-ACCOUNT            PIC X(10).
         05 MAP-DESC               PIC X(20).
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
      * JOURNAL FOR THE LEDGER LOAD - HEADER, ONE DEBIT OR CREDIT
      * RECORD PER ACCOUNT LINE, TRAILER
       FD JOURNAL-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS JN-REC
           RECORD CONTAINS 62 CHARACTERS.
       01 JN-REC                   PIC X(62).
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
         05 SH-EOF                 PIC X           VALUE 'N'.
         05 SH-STATUS              PIC XX          VALUE SPACES.
         05 IM-EOF                 PIC X           VALUE 'N'.
         05 IM-STATUS              PIC XX          VALUE SPACES.
         05 PAY-EOF                PIC X           VALUE 'N'.
         05 PAY-STATUS             PIC XX          VALUE SPACES.
         05 PM-EOF                 PIC X           VALUE 'N'.
         05 PM-STATUS              PIC XX          VALUE SPACES.
         05 MAP-EOF                PIC X           VALUE 'N'.
         05 MAP-STATUS             PIC XX          VALUE SPACES.
         05 CPAGECOUNT             PIC 99          VALUE 0.
         05 BOATCOUNT              PIC 9(5)        VALUE 0.
         05 PIZZACOUNT             PIC 9(5)        VALUE 0.
         05 COMMCOUNT              PIC 9(5)        VALUE 0.
         05 LOANPMTCOUNT           PIC 9(5)        VALUE 0.
         05 EXCPCOUNT              PIC 9(5)        VALUE 0.
         05 UNMAPPEDCOUNT          PIC 9(5)        VALUE 0.
         05 JNLOUTCOUNT            PIC 9(5)        VALUE 0.
      * THE JOURNAL IS HELD WHEN ANYTHING STOPS IT PROVING OUT
         05 JOURNAL-HOLD-SW        PIC X           VALUE 'N'.
           88 JOURNAL-HELD         VALUE 'Y'.
      * PROCESSING PERIOD
         05 PERYEAR                PIC 9(4)        VALUE 0.
         05 PERMONTH               PIC 99          VALUE 0.
         05 PERYEAR-X              PIC X(4).
         05 PERMONTH-X             PIC XX.
      * SAME PRICING WORK FIELDS THE COUPON-BOOK AND LOAN RUNS USE
       01 PRICE-WORK.
         05 CTOTALCOST             PIC 9(7)V99     VALUE 0.
         05 CNETBASE               PIC 9(7)V99     VALUE 0.
         05 CTAXAMOUNT             PIC 9(7)V99     VALUE 0.
         05 CAMOUNTDUE             PIC 9(8)V99     VALUE 0.
         05 PIZZA-AMOUNT           PIC 9(7)V99     VALUE 0.
      * COMMISSION PAY FILE PROOF
       01 PAY-PROOF.
         05 PAY-HDR-SW             PIC X           VALUE 'N'.
         05 PAY-TRL-SW             PIC X           VALUE 'N'.
         05 PAY-PERIOD-SW          PIC X           VALUE 'N'.
         05 PAY-DETAILCOUNT        PIC 9(5)        VALUE 0.
         05 PAY-HASH               PIC 9(9)V99     VALUE 0.
         05 PAY-TRL-COUNT          PIC 9(5)        VALUE 0.
         05 PAY-TRL-HASH           PIC 9(9)V99     VALUE 0.
      * ONE POSTING ON ITS WAY INTO THE JOURNAL TABLE
       01 JNL-POSTING.
         05 JP-SOURCE              PIC X(4)        VALUE SPACES.
         05 JP-ITEM                PIC X(10)       VALUE SPACES.
         05 JP-DC                  PIC X           VALUE SPACE.
         05 JP-AMOUNT              PIC 9(8)V99     VALUE 0.
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
      * PIZZA ITEM CATEGORIES LOADED FROM CBLPITEM.DAT
       01 ITEM-CONTROLS.
         05 IT-COUNT               PIC 999         VALUE 0.
         05 IT-MAX                 PIC 999         VALUE 100.
         05 IT-IDX                 PIC 999         VALUE 0.
         05 IT-FOUND-IDX           PIC 999         VALUE 0.
         05 IT-OVERFLOW            PIC 999         VALUE 0.
       01 ITEM-TABLE.
         05 IT-ENTRY OCCURS 100 TIMES.
           10 IT-ID                PIC X(4).
           10 IT-CATEGORY          PIC X(10).
      * CHART-OF-ACCOUNTS MAP LOADED FROM CBLGLMAP.DAT
       01 MAP-CONTROLS.
         05 MP-COUNT               PIC 999         VALUE 0.
         05 MP-MAX                 PIC 999         VALUE 100.
         05 MP-IDX                 PIC 999         VALUE 0.
         05 MP-FOUND-IDX           PIC 999         VALUE 0.
         05 MP-OVERFLOW            PIC 999         VALUE 0.
       01 MAP-TABLE.
         05 MP-ENTRY OCCURS 100 TIMES.
           10 MP-SOURCE            PIC X(4).
           10 MP-ITEM              PIC X(10).
           10 MP-ACCOUNT           PIC X(10).
           10 MP-DESC              PIC X(20).
      * ONE JOURNAL LINE PER SOURCE AND ITEM IN THE ORDER THEY ARE
      * MET, EACH CARRYING ITS DEBIT AND CREDIT SIDES
       01 JNL-CONTROLS.
         05 JE-COUNT               PIC 99          VALUE 0.
         05 JE-MAX                 PIC 99          VALUE 60.
         05 JE-IDX                 PIC 99          VALUE 0.
         05 JE-FOUND-IDX           PIC 99          VALUE 0.
         05 JE-OVERFLOW            PIC 9(5)        VALUE 0.
       01 JNL-TABLE.
         05 JE-ENTRY OCCURS 60 TIMES.
           10 JE-SOURCE            PIC X(4).
           10 JE-ITEM              PIC X(10).
           10 JE-ACCOUNT           PIC X(10).
           10 JE-DESC              PIC X(20).
           10 JE-DEBIT             PIC 9(9)V99.
           10 JE-CREDIT            PIC 9(9)V99.
      * JOURNAL SIDE TOTALS - THE PROOF AND THE TRAILER
       01 JNL-TOTALS.
         05 TOT-DEBIT              PIC 9(11)V99    VALUE 0.
         05 TOT-CREDIT             PIC 9(11)V99    VALUE 0.
      * JOURNAL FILE RECORD LAYOUTS
       01 JNL-OUT-HDR.
         05 FILLER                 PIC X(3)        VALUE 'HDR'.
         05 JH-PERIOD.
           10 JH-PERYEAR           PIC X(4).
           10 JH-PERMONTH          PIC XX.
         05 JH-RUN-DATE            PIC X(8).
         05 JH-SOURCE              PIC X(10)       VALUE 'CBLTAM43'.
         05 FILLER                 PIC X(35)       VALUE SPACES.
       01 JNL-OUT-DETAIL.
         05 JD-ACCOUNT             PIC X(10).
         05 JD-DC                  PIC X.
         05 JD-AMOUNT              PIC 9(9)V99.
         05 JD-SOURCE              PIC X(4).
         05 JD-ITEM                PIC X(10).
         05 JD-DESC                PIC X(20).
         05 JD-PERIOD              PIC X(6).
       01 JNL-OUT-TRL.
         05 FILLER                 PIC X(3)        VALUE 'TRL'.
         05 JT-REC-COUNT           PIC 9(5).
         05 JT-TOTAL-DEBIT         PIC 9(11)V99.
         05 JT-TOTAL-CREDIT        PIC 9(11)V99.
         05 FILLER                 PIC X(28)       VALUE SPACES.
      * OS COMMAND THAT RELEASES THE NEW JOURNAL FOR THE LEDGER LOAD
       01 PROMOTE-CMD              PIC X(70)  VALUE
         'COPY /Y C:\COBOLWI19\CBLGLJNL.NEW C:\COBOLWI19\CBLGLJNL.DAT'.
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
         05 FILLER                 PIC X(32)       VALUE SPACES.
         05 FILLER                 PIC X(34)
               VALUE 'MONTH-END GENERAL LEDGER JOURNAL'.
         05 FILLER                 PIC X(37)       VALUE SPACES.
         05 FILLER                 PIC X(6)        VALUE 'PAGE: '.
         05 H-PAGENUM              PIC Z9.
       01 H-PERIODLINE.
         05 FILLER                 PIC X(50)       VALUE SPACES.
         05 FILLER                 PIC X(20)
               VALUE 'JOURNAL FOR PERIOD: '.
         05 H-PERMONTH             PIC XX.
         05 FILLER                 PIC X           VALUE '/'.
         05 H-PERYEAR              PIC XXXX.
       01 H-HEADING1.
         05 FILLER                 PIC X(6)        VALUE 'SOURCE'.
         05 FILLER                 PIC X(2)        VALUE SPACES.
         05 FILLER                 PIC X(10)       VALUE 'ITEM'.
         05 FILLER                 PIC X(3)        VALUE SPACES.
         05 FILLER                 PIC X(10)       VALUE 'ACCOUNT'.
         05 FILLER                 PIC X(3)        VALUE SPACES.
         05 FILLER                 PIC X(20)       VALUE 'DESCRIPTION'.
         05 FILLER                 PIC X(5)        VALUE SPACES.
         05 FILLER                 PIC X(15)
                                       VALUE '          DEBIT'.
         05 FILLER                 PIC X(5)        VALUE SPACES.
         05 FILLER                 PIC X(15)
                                       VALUE '         CREDIT'.
       01 H-DETAIL.
         05 D-SOURCE               PIC X(4).
         05 FILLER                 PIC X(4)        VALUE SPACES.
         05 D-ITEM                 PIC X(10).
         05 FILLER                 PIC X(3)        VALUE SPACES.
         05 D-ACCOUNT              PIC X(10).
         05 FILLER                 PIC X(3)        VALUE SPACES.
         05 D-DESC                 PIC X(20).
         05 FILLER                 PIC X(5)        VALUE SPACES.
         05 D-DEBIT                PIC ZZZ,ZZZ,ZZZ.99.
         05 FILLER                 PIC X(6)        VALUE SPACES.
         05 D-CREDIT               PIC ZZZ,ZZZ,ZZZ.99.
       01 H-TOTALLINE.
         05 FILLER                 PIC X(38)       VALUE SPACES.
         05 FILLER                 PIC X(21)
                                       VALUE 'JOURNAL TOTALS'.
         05 T-DEBIT                PIC ZZ,ZZZ,ZZZ,ZZZ.99.
         05 FILLER                 PIC X(3)        VALUE SPACES.
         05 T-CREDIT               PIC ZZ,ZZZ,ZZZ,ZZZ.99.
       01 H-PROOFLINE.
         05 FILLER                 PIC X(38)       VALUE SPACES.
         05 FILLER                 PIC X(21)
                                       VALUE 'DEBITS LESS CREDITS'.
         05 T-DIFFERENCE           PIC --,---,---,--9.99.
       01 H-RELEASELINE.
         05 FILLER                 PIC X(38)       VALUE SPACES.
         05 R-TEXT                 PIC X(60).
       01 H-FINALLINE.
         05 FILLER                 PIC X(12)  VALUE 'BOAT SALES: '.
         05 F-BOATS                PIC ZZZZ9.
         05 FILLER                 PIC X(3)        VALUE SPACES.
         05 FILLER                 PIC X(13)  VALUE 'PIZZA LINES: '.
         05 F-PIZZA                PIC ZZZZ9.
         05 FILLER                 PIC X(3)        VALUE SPACES.
         05 FILLER                 PIC X(13)  VALUE 'PAY DETAILS: '.
         05 F-COMM                 PIC ZZZZ9.
         05 FILLER                 PIC X(3)        VALUE SPACES.
         05 FILLER                 PIC X(15)  VALUE 'LOAN PAYMENTS: '.
         05 F-LOANPMT              PIC ZZZZ9.
         05 FILLER                 PIC X(3)        VALUE SPACES.
         05 FILLER                 PIC X(12)  VALUE 'EXCEPTIONS: '.
         05 F-EXCP                 PIC ZZZZ9.
         05 FILLER                 PIC X(3)        VALUE SPACES.
         05 FILLER                 PIC X(10)  VALUE 'UNMAPPED: '.
         05 F-UNMAPPED             PIC ZZZZ9.
       01 H-OVERFLOWLINE.
         05 FILLER                 PIC X(36) VALUE
                   '**WARNING - TABLE FULL  ITEMS LOST: '.
         05 F-IT-OVERFLOW          PIC ZZZZ9.
         05 FILLER                 PIC X(17) VALUE
                   '  ACCOUNTS LOST: '.
         05 F-MP-OVERFLOW          PIC ZZZZ9.
         05 FILLER                 PIC X(22) VALUE
                   '  POSTINGS NOT HELD: '.
         05 F-JE-OVERFLOW          PIC ZZZZ9.
      * EXCEPTION LISTING LAYOUTS
       01 H-ERRTITLE.
         05 FILLER                 PIC X(40)       VALUE SPACES.
         05 FILLER                 PIC X(44)
               VALUE 'GENERAL LEDGER JOURNAL EXCEPTIONS'.
       01 H-ERRHEADING.
         05 FILLER                 PIC X(6)        VALUE 'SOURCE'.
         05 FILLER                 PIC X(2)        VALUE SPACES.
         05 FILLER                 PIC X(26)       VALUE 'KEY'.
         05 FILLER                 PIC X(14)  VALUE '        AMOUNT'.
         05 FILLER                 PIC X(4)        VALUE SPACES.
         05 FILLER                 PIC X(6)        VALUE 'REASON'.
       01 H-ERRDETAIL.
         05 ERR-SOURCE             PIC X(4).
         05 FILLER                 PIC X(4)        VALUE SPACES.
         05 ERR-KEY                PIC X(26).
         05 ERR-AMOUNT             PIC ZZZ,ZZZ,ZZZ.99.
         05 FILLER                 PIC X(4)        VALUE SPACES.
         05 ERR-REASON             PIC X(48).
      * EXCEPTION KEY VIEWS FOR EACH SOURCE
       01 BOAT-KEY.
         05 BK-NAME                PIC X(15).
         05 FILLER                 PIC X           VALUE SPACE.
         05 BK-HULL                PIC X(10).
       01 PIZZA-KEY.
         05 PK-ID                  PIC X(4).
         05 FILLER                 PIC X           VALUE SPACE.
         05 PK-DATE                PIC X(8).
       01 MAP-KEY.
         05 MK-SOURCE              PIC X(4).
         05 FILLER                 PIC X           VALUE '/'.
         05 MK-ITEM                PIC X(10).
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
      * NO PERIOD PARAMETER MEANS THE RUN DATE'S MONTH IS THE PERIOD
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
           PERFORM L6-LOAD-ITEMS.
           PERFORM L6-LOAD-MAP.
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
           PERFORM L2-INPUT.

      * BOAT SALES FIRST. THE PURCHASE DATE IS PROVEN BY THE COMMON
      * DATE EDIT - A SALE WITH A BAD DATE CANNOT BE PLACED IN ANY
      * PERIOD SO IT IS LISTED FOR THE BOOKKEEPER
       L1-MAINLINE.
           CALL 'CBLDATEV' USING I-PURCHASE-DATE DV-RESULT.
           IF DV-DATE-BAD
               MOVE DV-REASON TO ERR-REASON
               MOVE 0 TO ERR-AMOUNT
               PERFORM L4-BOAT-EXCEPTION
           ELSE
               IF I-PURCHASE-YEAR = PERYEAR-X
                       AND I-PURCHASE-MONTH = PERMONTH-X
                   PERFORM L2-BOAT-SALE
               END-IF
           END-IF.
           PERFORM L2-INPUT.

       L1-CLOSING.
           CLOSE BOAT-MASTER.
           PERFORM L5-PIZZA-PASS.
           PERFORM L5-COMMISSION-PASS.
           PERFORM L5-LOAN-PASS.
           PERFORM L5-MAP-ACCOUNT
             VARYING JE-IDX FROM 1 BY 1 UNTIL JE-IDX > JE-COUNT.
           PERFORM L3-HEADINGS.
           PERFORM L5-LISTING-LINE
             VARYING JE-IDX FROM 1 BY 1 UNTIL JE-IDX > JE-COUNT.
           PERFORM L5-PROOF.
           MOVE BOATCOUNT TO F-BOATS.
           MOVE PIZZACOUNT TO F-PIZZA.
           MOVE COMMCOUNT TO F-COMM.
           MOVE LOANPMTCOUNT TO F-LOANPMT.
           MOVE EXCPCOUNT TO F-EXCP.
           MOVE UNMAPPEDCOUNT TO F-UNMAPPED.
           WRITE PRTLINE
             FROM H-FINALLINE
             AFTER ADVANCING 3 LINES.
           IF IT-OVERFLOW GREATER THAN 0
                   OR MP-OVERFLOW GREATER THAN 0
                   OR JE-OVERFLOW GREATER THAN 0
               MOVE IT-OVERFLOW TO F-IT-OVERFLOW
               MOVE MP-OVERFLOW TO F-MP-OVERFLOW
               MOVE JE-OVERFLOW TO F-JE-OVERFLOW
               WRITE PRTLINE
                 FROM H-OVERFLOWLINE
                 AFTER ADVANCING 2 LINES
           END-IF.
           CLOSE PRTOUT ERROUT.
      * A HELD JOURNAL IS NEVER WRITTEN OVER THE LAST RELEASED ONE -
      * THE LEDGER LOAD ONLY EVER SEES A JOURNAL THAT PROVED OUT
           IF JOURNAL-HELD
               DISPLAY 'CBLTAM43 - JOURNAL HELD, NOT RELEASED - '
                   'SEE GLJRNL.PRT AND GLJRNLX.PRT'
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM L7-WRITE-JOURNAL
               CALL 'SYSTEM' USING PROMOTE-CMD
           END-IF.
           DISPLAY 'CBLTAM43 - GENERAL LEDGER JOURNAL COMPLETE'.
           DISPLAY 'JOURNAL RECORDS: ' JNLOUTCOUNT
               ' EXCEPTIONS: ' EXCPCOUNT
               ' UNMAPPED: ' UNMAPPEDCOUNT.

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

      * PRICED EXACTLY AS THE COUPON BOOK AND LOAN RUNS PRICE IT.
      * THE TWO DEBITS ONLY BALANCE THE THREE CREDITS WHEN THE TRADE
      * FITS INSIDE THE PRICE, SO A LARGER TRADE IS LISTED INSTEAD
       L2-BOAT-SALE.
           COMPUTE CTOTALCOST = I-BOAT-COST + I-PREP-DELIVER-COST.
           IF I-TRADE-ALLOW GREATER THAN CTOTALCOST
               MOVE 'TRADE-IN ALLOWANCE EXCEEDS THE SALE PRICE'
                   TO ERR-REASON
               MOVE I-TRADE-ALLOW TO ERR-AMOUNT
               PERFORM L4-BOAT-EXCEPTION
           ELSE
               COMPUTE CNETBASE = CTOTALCOST - I-TRADE-ALLOW
               COMPUTE CTAXAMOUNT ROUNDED = CNETBASE * I-TAX-RATE
               COMPUTE CAMOUNTDUE = CNETBASE + CTAXAMOUNT +
                   I-FINANCE-CHARGE
               COMPUTE BOATCOUNT = BOATCOUNT + 1
               MOVE 'BOAT' TO JP-SOURCE
               IF I-FINANCE-MONTHS GREATER THAN 0
                   MOVE 'LOANRCV' TO JP-ITEM
               ELSE
                   MOVE 'CASH' TO JP-ITEM
               END-IF
               MOVE 'D' TO JP-DC
               MOVE CAMOUNTDUE TO JP-AMOUNT
               PERFORM L4-POST-JOURNAL
               MOVE 'TRADEIN' TO JP-ITEM
               MOVE I-TRADE-ALLOW TO JP-AMOUNT
               PERFORM L4-POST-JOURNAL
               MOVE 'C' TO JP-DC
               MOVE 'REVENUE' TO JP-ITEM
               MOVE CTOTALCOST TO JP-AMOUNT
               PERFORM L4-POST-JOURNAL
               MOVE 'SALESTAX' TO JP-ITEM
               MOVE CTAXAMOUNT TO JP-AMOUNT
               PERFORM L4-POST-JOURNAL
               MOVE 'FINCHG' TO JP-ITEM
               MOVE I-FINANCE-CHARGE TO JP-AMOUNT
               PERFORM L4-POST-JOURNAL
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

      * ADDS ONE POSTING TO ITS SOURCE AND ITEM LINE, OPENING THE
      * LINE THE FIRST TIME IT IS MET. A ZERO AMOUNT POSTS NOTHING.
      * A POSTING THE FULL TABLE CANNOT HOLD WOULD LEAVE THE
      * JOURNAL SHORT, SO IT HOLDS THE JOURNAL.
       L4-POST-JOURNAL.
           IF JP-AMOUNT GREATER THAN 0
               MOVE 0 TO JE-FOUND-IDX
               PERFORM L4A-JNL-LOOKUP
                 VARYING JE-IDX FROM 1 BY 1 UNTIL JE-IDX > JE-COUNT
               IF JE-FOUND-IDX = 0
                   IF JE-COUNT LESS THAN JE-MAX
                       COMPUTE JE-COUNT = JE-COUNT + 1
                       MOVE JE-COUNT TO JE-FOUND-IDX
                       MOVE JP-SOURCE TO JE-SOURCE(JE-COUNT)
                       MOVE JP-ITEM TO JE-ITEM(JE-COUNT)
                       MOVE SPACES TO JE-ACCOUNT(JE-COUNT)
                       MOVE SPACES TO JE-DESC(JE-COUNT)
                       MOVE 0 TO JE-DEBIT(JE-COUNT)
                       MOVE 0 TO JE-CREDIT(JE-COUNT)
                   ELSE
                       COMPUTE JE-OVERFLOW = JE-OVERFLOW + 1
                       MOVE 'Y' TO JOURNAL-HOLD-SW
                   END-IF
               END-IF
               IF JE-FOUND-IDX GREATER THAN 0
                   IF JP-DC = 'D'
                       COMPUTE JE-DEBIT(JE-FOUND-IDX) =
                           JE-DEBIT(JE-FOUND-IDX) + JP-AMOUNT
                   ELSE
                       COMPUTE JE-CREDIT(JE-FOUND-IDX) =
                           JE-CREDIT(JE-FOUND-IDX) + JP-AMOUNT
                   END-IF
               END-IF
           END-IF.

       L4A-JNL-LOOKUP.
           IF JE-SOURCE(JE-IDX) = JP-SOURCE
                   AND JE-ITEM(JE-IDX) = JP-ITEM
               MOVE JE-IDX TO JE-FOUND-IDX
           END-IF.

       L4-BOAT-EXCEPTION.
           MOVE 'BOAT' TO ERR-SOURCE.
           MOVE I-LAST-NAME TO BK-NAME.
           MOVE I-HULL-NUMBER TO BK-HULL.
           MOVE BOAT-KEY TO ERR-KEY.
           PERFORM L4-EXCEPTION.

       L4-EXCEPTION.
           WRITE ERRLINE
             FROM H-ERRDETAIL
             AFTER ADVANCING 1 LINE.
           COMPUTE EXCPCOUNT = EXCPCOUNT + 1.

      * PIZZA REGISTER LINES DATED IN THE PERIOD. A MISSING HISTORY
      * JUST MEANS NO PIZZA SALES ARE JOURNALED
       L5-PIZZA-PASS.
           OPEN INPUT SALES-HISTORY.
           IF SH-STATUS = '00' OR SH-STATUS = '05'
               PERFORM L5A-READ-HISTORY
               PERFORM L5A-PIZZA-LINE
                 UNTIL SH-EOF = 'Y'
               CLOSE SALES-HISTORY
           END-IF.

       L5A-READ-HISTORY.
           MOVE SPACES TO SH-REC.
           READ SALES-HISTORY
               AT END
                   MOVE 'Y' TO SH-EOF.

      * AN ITEM NO LONGER ON THE ITEM MASTER HAS NO CATEGORY TO
      * CARRY ITS REVENUE, SO IT IS LISTED RATHER THAN GUESSED AT
       L5A-PIZZA-LINE.
           IF SH-YEAR = PERYEAR-X AND SH-MONTH = PERMONTH-X
               COMPUTE PIZZA-AMOUNT = SH-QUANTITY * SH-PRICE
               MOVE 0 TO IT-FOUND-IDX
               PERFORM L5B-ITEM-LOOKUP
                 VARYING IT-IDX FROM 1 BY 1 UNTIL IT-IDX > IT-COUNT
               IF IT-FOUND-IDX = 0
                   MOVE 'PIZZ' TO ERR-SOURCE
                   MOVE SH-ID TO PK-ID
                   MOVE SH-DATE TO PK-DATE
                   MOVE PIZZA-KEY TO ERR-KEY
                   MOVE PIZZA-AMOUNT TO ERR-AMOUNT
                   MOVE 'ITEM NOT ON ITEM MASTER - NO CATEGORY'
                       TO ERR-REASON
                   PERFORM L4-EXCEPTION
               ELSE
                   COMPUTE PIZZACOUNT = PIZZACOUNT + 1
                   MOVE 'PIZZ' TO JP-SOURCE
                   MOVE 'CASH' TO JP-ITEM
                   MOVE 'D' TO JP-DC
                   MOVE PIZZA-AMOUNT TO JP-AMOUNT
                   PERFORM L4-POST-JOURNAL
                   MOVE IT-CATEGORY(IT-FOUND-IDX) TO JP-ITEM
                   MOVE 'C' TO JP-DC
                   PERFORM L4-POST-JOURNAL
               END-IF
           END-IF.
           PERFORM L5A-READ-HISTORY.

       L5B-ITEM-LOOKUP.
           IF IT-ID(IT-IDX) = SH-ID
               MOVE IT-IDX TO IT-FOUND-IDX
           END-IF.

      * THE COMMISSION PAY FILE MUST BE THIS PERIOD'S AND MUST PROVE
      * AGAINST ITS OWN TRAILER - A FILE THAT DOES NOT HOLDS THE
      * JOURNAL, SINCE THE EXPENSE WOULD BE WRONG OR MISSING
       L5-COMMISSION-PASS.
           MOVE 'COMM' TO ERR-SOURCE.
           MOVE SPACES TO ERR-KEY.
           MOVE 0 TO ERR-AMOUNT.
           OPEN INPUT PAY-FILE.
           IF PAY-STATUS NOT = '00'
               MOVE 'COMMISSION PAY FILE NOT FOUND' TO ERR-REASON
               PERFORM L5B-PAY-HOLD
           ELSE
               PERFORM L5A-READ-PAY
               PERFORM L5A-PAY-RECORD
                 UNTIL PAY-EOF = 'Y'
               CLOSE PAY-FILE
               PERFORM L5A-PROVE-PAY
           END-IF.

       L5A-READ-PAY.
           READ PAY-FILE
               AT END
                   MOVE 'Y' TO PAY-EOF.

       L5A-PAY-RECORD.
           IF PF-HEADER-REC
               MOVE 'Y' TO PAY-HDR-SW
               MOVE PF-FILE-DATE TO ERR-KEY
               IF PF-FILE-YEAR = PERYEAR-X
                       AND PF-FILE-MONTH = PERMONTH-X
                   MOVE 'Y' TO PAY-PERIOD-SW
               ELSE
                   MOVE 'PAY FILE IS NOT FOR THIS PERIOD'
                       TO ERR-REASON
                   PERFORM L5B-PAY-HOLD
               END-IF
           ELSE
               IF PF-TRAILER-REC
                   MOVE 'Y' TO PAY-TRL-SW
                   MOVE PF-REC-COUNT TO PAY-TRL-COUNT
                   MOVE PF-HASH-COMM TO PAY-TRL-HASH
               ELSE
                   COMPUTE PAY-DETAILCOUNT = PAY-DETAILCOUNT + 1
                   COMPUTE PAY-HASH = PAY-HASH + PF-COMMAMT
                   IF PAY-PERIOD-SW = 'Y'
                       COMPUTE COMMCOUNT = COMMCOUNT + 1
                       MOVE 'COMM' TO JP-SOURCE
                       MOVE 'EXPENSE' TO JP-ITEM
                       MOVE 'D' TO JP-DC
                       MOVE PF-COMMAMT TO JP-AMOUNT
                       PERFORM L4-POST-JOURNAL
                       MOVE 'PAYABLE' TO JP-ITEM
                       MOVE 'C' TO JP-DC
                       PERFORM L4-POST-JOURNAL
                   END-IF
               END-IF
           END-IF.
           PERFORM L5A-READ-PAY.

       L5A-PROVE-PAY.
           MOVE SPACES TO ERR-KEY.
           IF PAY-HDR-SW NOT = 'Y'
               MOVE 'PAY FILE HAS NO HEADER RECORD' TO ERR-REASON
               PERFORM L5B-PAY-HOLD
           END-IF.
           IF PAY-TRL-SW NOT = 'Y'
               MOVE 'PAY FILE HAS NO TRAILER RECORD' TO ERR-REASON
               PERFORM L5B-PAY-HOLD
           ELSE
               IF PAY-TRL-COUNT NOT = PAY-DETAILCOUNT
                   MOVE PAY-DETAILCOUNT TO ERR-AMOUNT
                   MOVE 'PAY FILE DETAIL COUNT DISAGREES WITH TRAILER'
                       TO ERR-REASON
                   PERFORM L5B-PAY-HOLD
               END-IF
               IF PAY-TRL-HASH NOT = PAY-HASH
                   MOVE PAY-HASH TO ERR-AMOUNT
                   MOVE 'PAY FILE COMMISSION HASH DISAGREES WITH TRL'
                       TO ERR-REASON
                   PERFORM L5B-PAY-HOLD
               END-IF
           END-IF.

       L5B-PAY-HOLD.
           MOVE 'COMM' TO ERR-SOURCE.
           PERFORM L4-EXCEPTION.
           MOVE 'Y' TO JOURNAL-HOLD-SW.

      * LOAN PAYMENTS THE RECEIVABLES RUN POSTED, BY PAYMENT DATE. A
      * MISSING HISTORY JUST MEANS NO PAYMENTS HAVE POSTED YET
       L5-LOAN-PASS.
           OPEN INPUT PAYMENT-HISTORY.
           IF PM-STATUS = '00' OR PM-STATUS = '05'
               PERFORM L5A-READ-PAYMENT
               PERFORM L5A-LOAN-PAYMENT
                 UNTIL PM-EOF = 'Y'
               CLOSE PAYMENT-HISTORY
           END-IF.

       L5A-READ-PAYMENT.
           READ PAYMENT-HISTORY
               AT END
                   MOVE 'Y' TO PM-EOF.

       L5A-LOAN-PAYMENT.
           IF PM-PAY-YEAR = PERYEAR-X AND PM-PAY-MONTH = PERMONTH-X
               COMPUTE LOANPMTCOUNT = LOANPMTCOUNT + 1
               MOVE 'LOAN' TO JP-SOURCE
               MOVE 'CASH' TO JP-ITEM
               MOVE 'D' TO JP-DC
               MOVE PM-AMOUNT TO JP-AMOUNT
               PERFORM L4-POST-JOURNAL
               MOVE 'LOANRCV' TO JP-ITEM
               MOVE 'C' TO JP-DC
               PERFORM L4-POST-JOURNAL
           END-IF.
           PERFORM L5A-READ-PAYMENT.

      * EVERY JOURNAL LINE TAKES ITS ACCOUNT FROM THE MAP. A LINE
      * WITH NO ACCOUNT CANNOT BE LOADED, SO IT HOLDS THE JOURNAL
       L5-MAP-ACCOUNT.
           MOVE 0 TO MP-FOUND-IDX.
           PERFORM L5A-MAP-LOOKUP
             VARYING MP-IDX FROM 1 BY 1 UNTIL MP-IDX > MP-COUNT.
           IF MP-FOUND-IDX = 0
               MOVE '*UNMAPPED*' TO JE-ACCOUNT(JE-IDX)
               MOVE JE-SOURCE(JE-IDX) TO ERR-SOURCE
               MOVE JE-SOURCE(JE-IDX) TO MK-SOURCE
               MOVE JE-ITEM(JE-IDX) TO MK-ITEM
               MOVE MAP-KEY TO ERR-KEY
               COMPUTE ERR-AMOUNT = JE-DEBIT(JE-IDX) +
                   JE-CREDIT(JE-IDX)
               MOVE 'NO ACCOUNT ON THE CHART-OF-ACCOUNTS MAP'
                   TO ERR-REASON
               PERFORM L4-EXCEPTION
               COMPUTE UNMAPPEDCOUNT = UNMAPPEDCOUNT + 1
               MOVE 'Y' TO JOURNAL-HOLD-SW
           ELSE
               MOVE MP-ACCOUNT(MP-FOUND-IDX) TO JE-ACCOUNT(JE-IDX)
               MOVE MP-DESC(MP-FOUND-IDX) TO JE-DESC(JE-IDX)
           END-IF.

       L5A-MAP-LOOKUP.
           IF MP-SOURCE(MP-IDX) = JE-SOURCE(JE-IDX)
                   AND MP-ITEM(MP-IDX) = JE-ITEM(JE-IDX)
               MOVE MP-IDX TO MP-FOUND-IDX
           END-IF.

       L5-LISTING-LINE.
           MOVE JE-SOURCE(JE-IDX) TO D-SOURCE.
           MOVE JE-ITEM(JE-IDX) TO D-ITEM.
           MOVE JE-ACCOUNT(JE-IDX) TO D-ACCOUNT.
           MOVE JE-DESC(JE-IDX) TO D-DESC.
           MOVE JE-DEBIT(JE-IDX) TO D-DEBIT.
           MOVE JE-CREDIT(JE-IDX) TO D-CREDIT.
           COMPUTE TOT-DEBIT = TOT-DEBIT + JE-DEBIT(JE-IDX).
           COMPUTE TOT-CREDIT = TOT-CREDIT + JE-CREDIT(JE-IDX).
           WRITE PRTLINE
             FROM H-DETAIL
             AFTER ADVANCING 1 LINE
               AT END-OF-PAGE
                   PERFORM L3-HEADINGS.

      * THE PROOF - DEBITS MUST EQUAL CREDITS BEFORE THE JOURNAL
      * GOES ANYWHERE. THE LAST LINE SAYS WHETHER IT WAS RELEASED.
       L5-PROOF.
           MOVE TOT-DEBIT TO T-DEBIT.
           MOVE TOT-CREDIT TO T-CREDIT.
           WRITE PRTLINE
             FROM H-TOTALLINE
             AFTER ADVANCING 2 LINES.
           COMPUTE T-DIFFERENCE = TOT-DEBIT - TOT-CREDIT.
           WRITE PRTLINE
             FROM H-PROOFLINE
             AFTER ADVANCING 1 LINE.
           IF TOT-DEBIT NOT = TOT-CREDIT
               MOVE 'Y' TO JOURNAL-HOLD-SW
               MOVE '**JOURNAL OUT OF BALANCE - HELD, NOT RELEASED**'
                   TO R-TEXT
           ELSE
               IF JOURNAL-HELD
                   MOVE '**JOURNAL HELD - SEE EXCEPTION LISTING**'
                       TO R-TEXT
               ELSE
                   MOVE 'JOURNAL IN BALANCE - RELEASED TO CBLGLJNL.DAT'
                       TO R-TEXT
               END-IF
           END-IF.
           WRITE PRTLINE
             FROM H-RELEASELINE
             AFTER ADVANCING 2 LINES.

      * PULL THE ITEM CATEGORIES. A MISSING ITEM MASTER LEAVES EVERY
      * REGISTER LINE ON THE EXCEPTION LISTING.
       L6-LOAD-ITEMS.
           OPEN INPUT ITEM-MASTER.
           IF IM-STATUS NOT = '00'
               MOVE 'Y' TO IM-EOF
           ELSE
               PERFORM L6A-READ-ITEM
               PERFORM L6A-TABLE-ITEM
                 UNTIL IM-EOF = 'Y'
               CLOSE ITEM-MASTER
           END-IF.

       L6A-READ-ITEM.
           READ ITEM-MASTER
               AT END
                   MOVE 'Y' TO IM-EOF.

       L6A-TABLE-ITEM.
           IF IT-COUNT LESS THAN IT-MAX
               COMPUTE IT-COUNT = IT-COUNT + 1
               MOVE IM-ID TO IT-ID(IT-COUNT)
               MOVE IM-CATEGORY TO IT-CATEGORY(IT-COUNT)
           ELSE
               COMPUTE IT-OVERFLOW = IT-OVERFLOW + 1
           END-IF.
           PERFORM L6A-READ-ITEM.

      * PULL THE CHART-OF-ACCOUNTS MAP. A MISSING MAP LEAVES EVERY
      * LINE UNMAPPED, WHICH HOLDS THE JOURNAL. A FULL TABLE COULD
      * LEAVE A REAL ACCOUNT UNMAPPED, SO IT HOLDS THE JOURNAL TOO.
       L6-LOAD-MAP.
           OPEN INPUT ACCOUNT-MAP.
           IF MAP-STATUS NOT = '00'
               MOVE 'Y' TO MAP-EOF
           ELSE
               PERFORM L6A-READ-MAP
               PERFORM L6A-TABLE-MAP
                 UNTIL MAP-EOF = 'Y'
               CLOSE ACCOUNT-MAP
           END-IF.

       L6A-READ-MAP.
           READ ACCOUNT-MAP
               AT END
                   MOVE 'Y' TO MAP-EOF.

       L6A-TABLE-MAP.
           IF MP-COUNT LESS THAN MP-MAX
               COMPUTE MP-COUNT = MP-COUNT + 1
               MOVE MAP-SOURCE TO MP-SOURCE(MP-COUNT)
               MOVE MAP-ITEM TO MP-ITEM(MP-COUNT)
               MOVE MAP-ACCOUNT TO MP-ACCOUNT(MP-COUNT)
               MOVE MAP-DESC TO MP-DESC(MP-COUNT)
           ELSE
               COMPUTE MP-OVERFLOW = MP-OVERFLOW + 1
               MOVE 'Y' TO JOURNAL-HOLD-SW
           END-IF.
           PERFORM L6A-READ-MAP.

      * WRITES THE RELEASED JOURNAL - HEADER, A DEBIT AND/OR CREDIT
      * RECORD FOR EACH LINE, AND THE TRAILER THE LEDGER LOAD PROVES
       L7-WRITE-JOURNAL.
           OPEN OUTPUT JOURNAL-FILE.
           MOVE PERYEAR-X TO JH-PERYEAR.
           MOVE PERMONTH-X TO JH-PERMONTH.
           MOVE THE-DATE TO JH-RUN-DATE.
           WRITE JN-REC FROM JNL-OUT-HDR.
           PERFORM L7A-JOURNAL-LINE
             VARYING JE-IDX FROM 1 BY 1 UNTIL JE-IDX > JE-COUNT.
           MOVE JNLOUTCOUNT TO JT-REC-COUNT.
           MOVE TOT-DEBIT TO JT-TOTAL-DEBIT.
           MOVE TOT-CREDIT TO JT-TOTAL-CREDIT.
           WRITE JN-REC FROM JNL-OUT-TRL.
           CLOSE JOURNAL-FILE.

       L7A-JOURNAL-LINE.
           MOVE JE-ACCOUNT(JE-IDX) TO JD-ACCOUNT.
           MOVE JE-SOURCE(JE-IDX) TO JD-SOURCE.
           MOVE JE-ITEM(JE-IDX) TO JD-ITEM.
           MOVE JE-DESC(JE-IDX) TO JD-DESC.
           MOVE JH-PERIOD TO JD-PERIOD.
           IF JE-DEBIT(JE-IDX) GREATER THAN 0
               MOVE 'D' TO JD-DC
               MOVE JE-DEBIT(JE-IDX) TO JD-AMOUNT
               WRITE JN-REC FROM JNL-OUT-DETAIL
               COMPUTE JNLOUTCOUNT = JNLOUTCOUNT + 1
           END-IF.
           IF JE-CREDIT(JE-IDX) GREATER THAN 0
               MOVE 'C' TO JD-DC
               MOVE JE-CREDIT(JE-IDX) TO JD-AMOUNT
               WRITE JN-REC FROM JNL-OUT-DETAIL
               COMPUTE JNLOUTCOUNT = JNLOUTCOUNT + 1
           END-IF.

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
       END PROGRAM CBLTAM43.

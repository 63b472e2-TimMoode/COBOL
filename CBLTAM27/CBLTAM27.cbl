      * RUN CLOSES WITH A DELINQUENCY REPORT AGING EVERY OPEN
      * BALANCE AT 30, 60, AND 90 DAYS SINCE THE LAST PAYMENT,
      * WITH THE DELINQUENT BALANCES TOTALED AS THE AMOUNT AT RISK.
      * EVERY PAYMENT THAT POSTS IS ALSO KEPT ON A PAYMENT HISTORY
      * SO THE MONTH'S RECEIPTS CAN BE JOURNALED TO THE LEDGER -
      * THE CYCLE'S POSTINGS ARE HELD IN A WORK FILE AND ONLY GO
      * ONTO THE HISTORY WHEN THE LOAN FILE IS PROMOTED.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ASSIGN TO 'C:\COBOLWI19\CBLBPMT.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS PMT-STATUS.
           SELECT PAYHIST-WORK
               ASSIGN TO 'C:\COBOLWI19\CBLBPMTH.WRK'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PAYMENT-HISTORY
               ASSIGN TO 'C:\COBOLWI19\CBLBPMTH.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS PH-STATUS.
           SELECT NEW-MASTER
               ASSIGN TO 'C:\COBOLWI19\CBLBLOAN.NEW'
                   ORGANIZATION IS LINE SEQUENTIAL.
       FD BOAT-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS BM-REC
           RECORD CONTAINS 128 CHARACTERS.
       01 BM-REC.
         05 I-LAST-NAME            PIC X(15).
         05 I-STATE                PIC XX.
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
      * ONE RECORD PER PAYMENT RECEIVED THIS CYCLE
       FD PAYMENT-FILE
           LABEL RECORD IS STANDARD
         05 PY-LOANDATE            PIC X(8).
         05 PY-PAYDATE             PIC X(8).
         05 PY-AMOUNT              PIC 9(7)V99.
      * PAYMENTS POSTED THIS CYCLE, HELD FOR THE HISTORY - THE
      * PAYMENT AS KEYED PLUS THE DATE IT WAS POSTED
       FD PAYHIST-WORK
           LABEL RECORD IS STANDARD
           DATA RECORD IS PW-REC
           RECORD CONTAINS 39 CHARACTERS.
       01 PW-REC.
         05 PW-CUSTNO              PIC X(6).
         05 PW-LOANDATE            PIC X(8).
         05 PW-PAYDATE             PIC X(8).
         05 PW-AMOUNT              PIC 9(7)V99.
         05 PW-POSTED              PIC X(8).
      * PERMANENT HISTORY OF POSTED PAYMENTS, ONLY EVER APPENDED TO
       FD PAYMENT-HISTORY
           LABEL RECORD IS STANDARD
           DATA RECORD IS PH-REC
           RECORD CONTAINS 39 CHARACTERS.
       01 PH-REC                   PIC X(39).
       FD NEW-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS N-REC
         05 PMT-EOF                PIC X           VALUE 'N'.
         05 LOAN-STATUS            PIC XX          VALUE SPACES.
         05 PMT-STATUS             PIC XX          VALUE SPACES.
         05 PH-STATUS              PIC XX          VALUE SPACES.
         05 PW-EOF                 PIC X           VALUE 'N'.
         05 HISTCOUNT              PIC 9(5)        VALUE 0.
         05 CPAGECOUNT             PIC 99          VALUE 0.
         05 NEWLOANCOUNT           PIC 9(5)        VALUE 0.
         05 POSTEDCOUNT            PIC 9(5)        VALUE 0.

       L1-CLOSING.
           CLOSE BOAT-MASTER.
           OPEN OUTPUT PAYHIST-WORK.
           PERFORM L5-POST-PAYMENTS.
           CLOSE PAYHIST-WORK.
           PERFORM L3-HEADINGS.
           PERFORM L5-AGE-LOAN
             VARYING LT-IDX FROM 1 BY 1 UNTIL LT-IDX > LT-COUNT.
      * A TABLE OVERFLOW MEANS LOANS PAST THE TABLE LIMIT WERE
      * NEVER LOADED - WRITING THE TABLE BACK WOULD DESTROY THEM,
      * SO THE LOAN FILE IS LEFT ALONE AND THE RUN ENDS WITH A
      * WARNING. THE CYCLE'S PAYMENTS ONLY GO ONTO THE HISTORY
      * WHEN THE BALANCES THEY REDUCED ARE KEPT
           IF LT-OVERFLOW = 0
               PERFORM L6-WRITE-LOANS
               PERFORM L6-APPEND-HISTORY
               CALL 'SYSTEM' USING PROMOTE-CMD
           ELSE
               DISPLAY 'CBLTAM27 - LOAN TABLE FULL, MASTER NOT '
           DISPLAY 'NEW LOANS: ' NEWLOANCOUNT
               ' PAYMENTS: ' POSTEDCOUNT
               ' EXCEPTIONS: ' EXCPCOUNT
               ' BAD TERMS: ' BADTERMCOUNT
               ' TO HISTORY: ' HISTCOUNT.

      * CONTROL RECORDS ARE CAPTURED AND SKIPPED SO THE MAINLINE
      * ONLY EVER SEES TRUE DATA RECORDS
                       LT-BALANCE(LT-FOUND-IDX) - PY-AMOUNT
                   MOVE PY-PAYDATE TO LT-LASTPAY(LT-FOUND-IDX)
                   COMPUTE POSTEDCOUNT = POSTEDCOUNT + 1
                   PERFORM L5B-PMT-HISTORY
                   IF LT-BALANCE(LT-FOUND-IDX) = 0
                       MOVE 'C' TO LT-STATUS(LT-FOUND-IDX)
                       COMPUTE CLOSEDCOUNT = CLOSEDCOUNT + 1
               MOVE LT-IDX TO LT-FOUND-IDX
           END-IF.

       L5B-PMT-HISTORY.
           MOVE PY-CUSTNO TO PW-CUSTNO.
           MOVE PY-LOANDATE TO PW-LOANDATE.
           MOVE PY-PAYDATE TO PW-PAYDATE.
           MOVE PY-AMOUNT TO PW-AMOUNT.
           MOVE THE-DATE TO PW-POSTED.
           WRITE PW-REC.

       L5C-PMT-EXCEPTION.
           MOVE PY-CUSTNO TO ERR-CUSTNO.
           MOVE PY-LOANDATE TO ERR-LOANDATE.
               WRITE N-REC FROM LN-OUT-REC
               COMPUTE MSTOUTCOUNT = MSTOUTCOUNT + 1
           END-IF.

      * THE LOAN FILE IS BEING PROMOTED, SO THIS CYCLE'S POSTED
      * PAYMENTS GO ONTO THE END OF THE PAYMENT HISTORY. A MISSING
      * HISTORY FILE IS CREATED BY THE OPTIONAL EXTEND
       L6-APPEND-HISTORY.
           OPEN INPUT PAYHIST-WORK.
           OPEN EXTEND PAYMENT-HISTORY.
           PERFORM L6A-READ-WORK.
           PERFORM L6A-APPEND-ONE
             UNTIL PW-EOF = 'Y'.
           CLOSE PAYHIST-WORK.
           CLOSE PAYMENT-HISTORY.

       L6A-READ-WORK.
           READ PAYHIST-WORK
               AT END
                   MOVE 'Y' TO PW-EOF.

       L6A-APPEND-ONE.
           WRITE PH-REC FROM PW-REC.
           COMPUTE HISTCOUNT = HISTCOUNT + 1.
           PERFORM L6A-READ-WORK.
       END PROGRAM CBLTAM27.

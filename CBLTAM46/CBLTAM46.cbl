       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBLTAM46.
       AUTHOR. TIMOTHY ALEC MOODE.
       DATE-WRITTEN. 10/15/2026.
      * BOAT CUSTOMER MASTER CONVERSION. LOADS THE LINE SEQUENTIAL
      * CUSTOMER MASTER CBLBCUST.DAT THAT CBLTAM25 MAINTAINS INTO AN
      * INDEXED MASTER CBLBCUST.IDX FOR THE CUSTOMER ACCOUNT INQUIRY.
      * THE PRIME KEY IS THE CUSTOMER NUMBER, AND A SECOND KEY ON THE
      * CUSTOMER'S LAST NAME, DUPLICATES ALLOWED, LETS THE OFFICE
      * FIND A CALLER WHO DOES NOT KNOW THEIR NUMBER. THE MASTER
      * CARRIES ONE NAME FIELD, SO THE LAST NAME IS TAKEN FROM IT -
      * THE PART BEFORE THE COMMA WHEN THE NAME WAS KEYED LAST NAME
      * FIRST, OTHERWISE THE LAST WORD OF THE NAME. THE SEQUENTIAL
      * FILE STAYS THE MASTER CBLTAM25 UPDATES - THIS LOAD IS RERUN
      * AFTER EACH MAINTENANCE RUN TO FRESHEN THE INDEXED COPY.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CUST-MASTER
               ASSIGN TO 'C:\COBOLWI19\CBLBCUST.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS CUST-STATUS.
           SELECT CUST-INDEXED
               ASSIGN TO 'C:\COBOLWI19\CBLBCUST.IDX'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS IX-ID
                   ALTERNATE RECORD KEY IS IX-LAST-NAME
                       WITH DUPLICATES
                   FILE STATUS IS IX-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * ONE RECORD PER CUSTOMER, KEYED ON THE CUSTOMER NUMBER THE
      * SALE RECORDS CARRY
       FD CUST-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS CU-REC
           RECORD CONTAINS 78 CHARACTERS.
       01 CU-REC.
         05 CU-ID                  PIC X(6).
         05 CU-NAME                PIC X(20).
         05 CU-ADDRESS             PIC X(20).
         05 CU-CITY                PIC X(15).
         05 CU-STATE               PIC XX.
         05 CU-ZIP                 PIC X(5).
         05 CU-PHONE               PIC X(10).
      * SAME CUSTOMER RECORD WITH THE LAST-NAME SEARCH KEY ADDED
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

       WORKING-STORAGE SECTION.
       01 MISC.
         05 EOF                    PIC X           VALUE 'N'.
         05 CUST-STATUS            PIC XX          VALUE SPACES.
         05 IX-STATUS              PIC XX          VALUE SPACES.
         05 LOADCOUNT              PIC 9(5)        VALUE 0.
         05 DUPCOUNT               PIC 9(5)        VALUE 0.
         05 ERRCOUNT               PIC 9(5)        VALUE 0.
         05 NONAMECOUNT            PIC 9(5)        VALUE 0.
      * THE NAME BROKEN INTO ITS WORDS TO FIND THE LAST NAME
       01 NAME-WORK.
         05 COMMA-COUNT            PIC 99          VALUE 0.
         05 NAME-WORDS             PIC 99          VALUE 0.
         05 NAME-WORD OCCURS 5 TIMES
                                   PIC X(20).
       PROCEDURE DIVISION.
       L0-MAIN.
           PERFORM L1-INIT.
           PERFORM L1-MAINLINE
             UNTIL EOF = 'Y'.
           PERFORM L1-CLOSING.
           STOP RUN.

       L1-INIT.
      * NO CUSTOMER MASTER YET ANSWERS 05 - THE LOAD STILL BUILDS AN
      * EMPTY INDEXED MASTER FOR THE INQUIRY TO OPEN
           OPEN INPUT CUST-MASTER.
           IF CUST-STATUS NOT = '00' AND CUST-STATUS NOT = '05'
               DISPLAY 'CBLTAM46 - CANNOT OPEN CUSTOMER MASTER,'
                   ' STATUS: ' CUST-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT CUST-INDEXED.
           IF IX-STATUS NOT = '00'
               DISPLAY 'CBLTAM46 - CANNOT CREATE INDEXED MASTER,'
                   ' STATUS: ' IX-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM L2-INPUT.

       L1-MAINLINE.
           PERFORM L2-LOAD-ONE.
           PERFORM L2-INPUT.

       L1-CLOSING.
           CLOSE CUST-MASTER CUST-INDEXED.
           DISPLAY 'CBLTAM46 - INDEXED CUSTOMER MASTER LOAD COMPLETE'.
           DISPLAY 'LOADED: ' LOADCOUNT
               ' DUPLICATES: ' DUPCOUNT
               ' NO LAST NAME: ' NONAMECOUNT
               ' ERRORS: ' ERRCOUNT.
           IF ERRCOUNT GREATER THAN 0
               MOVE 8 TO RETURN-CODE
           END-IF.

       L2-LOAD-ONE.
           MOVE CU-ID TO IX-ID.
           MOVE CU-NAME TO IX-NAME.
           MOVE CU-ADDRESS TO IX-ADDRESS.
           MOVE CU-CITY TO IX-CITY.
           MOVE CU-STATE TO IX-STATE.
           MOVE CU-ZIP TO IX-ZIP.
           MOVE CU-PHONE TO IX-PHONE.
           PERFORM L3-LAST-NAME.
           WRITE IX-REC.
           EVALUATE IX-STATUS
               WHEN '00'
                   COMPUTE LOADCOUNT = LOADCOUNT + 1
               WHEN '02'
      * ANOTHER CUSTOMER ALREADY HAS THIS LAST NAME - EXPECTED
                   COMPUTE LOADCOUNT = LOADCOUNT + 1
               WHEN '22'
      * SAME CUSTOMER NUMBER ALREADY LOADED - COUNT IT AND MOVE ON
                   COMPUTE DUPCOUNT = DUPCOUNT + 1
                   DISPLAY 'CBLTAM46 - DUPLICATE CUSTOMER SKIPPED: '
                       IX-ID
               WHEN OTHER
                   COMPUTE ERRCOUNT = ERRCOUNT + 1
                   DISPLAY 'CBLTAM46 - WRITE ERROR, STATUS: '
                       IX-STATUS ' CUSTOMER: ' IX-ID
           END-EVALUATE.

      * LAST NAME FIRST WITH A COMMA ('SMITH, JOHN') GIVES THE PART
      * BEFORE THE COMMA - OTHERWISE ('JOHN SMITH') THE LAST WORD
       L3-LAST-NAME.
           MOVE SPACES TO IX-LAST-NAME.
           MOVE 0 TO COMMA-COUNT.
           INSPECT CU-NAME TALLYING COMMA-COUNT FOR ALL ','.
           IF COMMA-COUNT GREATER THAN 0
               UNSTRING CU-NAME DELIMITED BY ','
                   INTO IX-LAST-NAME
               END-UNSTRING
           ELSE
               MOVE SPACES TO NAME-WORD(1) NAME-WORD(2)
                   NAME-WORD(3) NAME-WORD(4) NAME-WORD(5)
               MOVE 0 TO NAME-WORDS
               UNSTRING CU-NAME DELIMITED BY ALL SPACE
                   INTO NAME-WORD(1) NAME-WORD(2) NAME-WORD(3)
                       NAME-WORD(4) NAME-WORD(5)
                   TALLYING IN NAME-WORDS
               END-UNSTRING
               IF NAME-WORDS GREATER THAN 0
                   MOVE NAME-WORD(NAME-WORDS) TO IX-LAST-NAME
               END-IF
           END-IF.
           IF IX-LAST-NAME = SPACES
               COMPUTE NONAMECOUNT = NONAMECOUNT + 1
               DISPLAY 'CBLTAM46 - NO LAST NAME ON MASTER FOR: '
                   IX-ID
           END-IF.

       L2-INPUT.
           READ CUST-MASTER
               AT END
                   MOVE 'Y' TO EOF.

       END PROGRAM CBLTAM46.

      * BEFORE-AND-AFTER AUDIT LISTING AND A REJECT LISTING. A
      * DELETE FOR AN ITEM THAT STILL HAS SALES ON CBLPIZZA.DAT IS
      * REFUSED SO LIVE SALES RECORDS CANNOT BE ORPHANED.
      * BOTH FILES MUST BE IN ITEM ID SEQUENCE. EVERY ADD, CHANGE,
      * AND DELETE APPLIED IS ALSO WRITTEN, WITH ITS BEFORE AND
      * AFTER IMAGES AND THE TRANSACTION IT CAME FROM, TO THE SHARED
      * CHANGE JOURNAL CBLCHGJ.DAT WHEN THE NEW MASTER IS PROMOTED.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT PIZZA-MASTER
               ASSIGN TO 'C:\COBOLWI19\CBLPIZZA.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT JOURNAL-WORK
               ASSIGN TO 'C:\COBOLWI19\CBLPITEM.CHG'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CHANGE-JOURNAL
               ASSIGN TO 'C:\COBOLWI19\CBLCHGJ.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUDITOUT
               ASSIGN TO 'C:\COBOLWI19\PITEMAUD.PRT'
                   ORGANIZATION IS RECORD SEQUENTIAL.
           88 CTL-CONTROL-REC VALUES 'HDR' 'TRL'.
         05 FILLER PIC X(23).

      *CHANGES APPLIED THIS RUN, HELD UNTIL THE MASTER IS PROMOTED
      *AND THEN ADDED TO THE SHARED CHANGE JOURNAL. THE BATCH IS THE
      *TRANSACTION FILE AND THE TRANSACTION'S NUMBER WITHIN IT
       FD  JOURNAL-WORK
           LABEL RECORD IS STANDARD
           DATA RECORD IS CW-REC
           RECORD CONTAINS 214 CHARACTERS.

       01 CW-REC.
           05 CW-FILE           PIC X(8).
           05 CW-KEY            PIC X(10).
           05 CW-ACTION         PIC X.
           05 CW-RUN-DATE       PIC X(8).
           05 CW-RUN-TIME       PIC X(6).
           05 CW-PROGRAM        PIC X(8).
           05 CW-BATCH-FILE     PIC X(8).
           05 CW-BATCH-SEQ      PIC 9(5).
           05 CW-BEFORE         PIC X(80).
           05 CW-AFTER          PIC X(80).

      *PERMANENT CHANGE JOURNAL SHARED BY EVERY MASTER MAINTENANCE
      *RUN - ONE RECORD PER ADD (A), CHANGE (C), DELETE (D), OR
      *STOCK TRANSFER (T)
       FD  CHANGE-JOURNAL
           LABEL RECORD IS STANDARD
           DATA RECORD IS CJ-REC
           RECORD CONTAINS 214 CHARACTERS.

       01 CJ-REC                PIC X(214).

       FD  AUDITOUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           05  CHGCOUNT         PIC 9(5)   VALUE 0.
           05  DELCOUNT         PIC 9(5)   VALUE 0.
           05  REJCOUNT         PIC 9(5)   VALUE 0.
           05  TRNCOUNT         PIC 9(5)   VALUE 0.
           05  JRNLCOUNT        PIC 9(5)   VALUE 0.
           05  CW-EOF           PIC X      VALUE 'N'.
      *CONTROL KEYS FOR THE TWO-FILE MATCH, HIGH-VALUES AT END OF FILE
       01  MATCH-KEYS.
           05  MST-KEY          PIC X(4)   VALUE SPACES.
           OPEN INPUT ITEM-MASTER.
           OPEN INPUT TRANS-FILE.
           OPEN OUTPUT NEW-MASTER.
           OPEN OUTPUT JOURNAL-WORK.
           OPEN OUTPUT AUDITOUT.
           OPEN OUTPUT TRNREJOUT.
           MOVE H-MONTH TO RJ-MONTH.
           CLOSE ITEM-MASTER
                 TRANS-FILE
                 NEW-MASTER
                 JOURNAL-WORK
                 AUDITOUT
                 TRNREJOUT.
      *PROMOTES THE NEW MASTER OVER THE OLD ONE SO THE REPORT RUN
      *PICKS UP THE MAINTAINED FILE WITHOUT ANY MANUAL RENAMING, AND
      *THE CHANGES THAT WENT INTO IT ONTO THE CHANGE JOURNAL
           PERFORM L6-APPEND-JOURNAL.
           CALL 'SYSTEM' USING PROMOTE-CMD.
           DISPLAY 'CBLTAM19 - ITEM MASTER MAINTENANCE COMPLETE'.
           DISPLAY 'MASTERS OUT: ' MSTOUTCOUNT
               ' REJECTS: ' REJCOUNT
               ' TO JOURNAL: ' JRNLCOUNT.

      *MASTER HAS NO TRANSACTION AGAINST IT - CARRY IT FORWARD AS IS
       L2-COPY-MASTER.
                   MOVE HIGH-VALUES TO TRN-KEY
               NOT AT END
                   MOVE T-ID TO TRN-KEY
                   COMPUTE TRNCOUNT = TRNCOUNT + 1
           END-READ.

       L2A-SEQUENCE-REJECT.
           MOVE 'ADD   ' TO A-ACTION.
           MOVE 'AFTER ' TO A-IMAGE.
           PERFORM L5-AUDIT-TRANS-IMAGE.
           MOVE SPACES TO CW-REC.
           MOVE 'A' TO CW-ACTION.
           MOVE T-IMAGE TO CW-AFTER.
           PERFORM L5-JOURNAL-WRITE.

      *CHANGE REPLACES THE WHOLE MASTER IMAGE FROM THE TRANSACTION.
      *THE UPDATED RECORD STAYS IN IM-REC SO A FOLLOWING TRANSACTION
           MOVE 'CHANGE' TO A-ACTION.
           MOVE 'BEFORE' TO A-IMAGE.
           PERFORM L5-AUDIT-MASTER-IMAGE.
           MOVE SPACES TO CW-REC.
           MOVE 'C' TO CW-ACTION.
           MOVE IM-REC TO CW-BEFORE.
           MOVE T-NAME TO IM-NAME.
           MOVE T-CATEGORY TO IM-CATEGORY.
           MOVE T-STDPRICE TO IM-STDPRICE.
           MOVE 'CHANGE' TO A-ACTION.
           MOVE 'AFTER ' TO A-IMAGE.
           PERFORM L5-AUDIT-MASTER-IMAGE.
           MOVE IM-REC TO CW-AFTER.
           PERFORM L5-JOURNAL-WRITE.

      *DELETE DROPS THE MASTER - IT IS SIMPLY NEVER WRITTEN OUT
       L4-APPLY-DELETE.
           MOVE 'DELETE' TO A-ACTION.
           MOVE 'BEFORE' TO A-IMAGE.
           PERFORM L5-AUDIT-MASTER-IMAGE.
           MOVE SPACES TO CW-REC.
           MOVE 'D' TO CW-ACTION.
           MOVE IM-REC TO CW-BEFORE.
           PERFORM L5-JOURNAL-WRITE.
           COMPUTE DELCOUNT = DELCOUNT + 1.
           PERFORM L2-READ-MASTER.

                       AT END-OF-PAGE
                           PERFORM L3-HEADINGS.

      *THE ACTION AND IMAGES ARE ALREADY IN THE WORK RECORD - THIS
      *STAMPS WHICH FILE, WHICH KEY, AND WHICH TRANSACTION DID IT
       L5-JOURNAL-WRITE.
           MOVE 'CBLPITEM' TO CW-FILE.
           MOVE T-ID TO CW-KEY.
           MOVE THE-DATE TO CW-RUN-DATE.
           MOVE THE-TIME TO CW-RUN-TIME.
           MOVE 'CBLTAM19' TO CW-PROGRAM.
           MOVE 'CBLPITRN' TO CW-BATCH-FILE.
           MOVE TRNCOUNT TO CW-BATCH-SEQ.
           WRITE CW-REC.

      *LOADS EVERY DISTINCT ITEM ID STILL ON THE SALES FILE. THE
      *HEADER AND TRAILER CONTROL RECORDS ARE NOT SALES DATA.
       L6-LOAD-SALES-IDS.
           IF SI-ID(SI-IDX) EQUAL PIZZA-ID
               MOVE SI-IDX TO SI-FOUND-IDX
           END-IF.

      *THE RUN IS BEING PROMOTED, SO THIS RUN'S CHANGES GO ONTO THE
      *END OF THE CHANGE JOURNAL. A MISSING JOURNAL IS CREATED BY
      *THE OPTIONAL EXTEND
       L6-APPEND-JOURNAL.
           OPEN INPUT JOURNAL-WORK.
           OPEN EXTEND CHANGE-JOURNAL.
           PERFORM L6A-READ-JOURNAL-WORK.
           PERFORM L6A-APPEND-JOURNAL-ONE
               UNTIL CW-EOF = 'Y'.
           CLOSE JOURNAL-WORK.
           CLOSE CHANGE-JOURNAL.

       L6A-READ-JOURNAL-WORK.
           READ JOURNAL-WORK
               AT END
                   MOVE 'Y' TO CW-EOF.

       L6A-APPEND-JOURNAL-ONE.
           WRITE CJ-REC FROM CW-REC.
           COMPUTE JRNLCOUNT = JRNLCOUNT + 1.
           PERFORM L6A-READ-JOURNAL-WORK.
       END PROGRAM CBLTAM19.

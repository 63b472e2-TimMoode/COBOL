      * THE OTHER MASTERS GET. THE DATE RECEIVED IS PROVEN THROUGH
      * THE COMMON DATE EDIT AND THE BOAT TYPE AGAINST THE CODES
      * THE SALES REPORT KNOWS. BOTH FILES MUST BE IN HULL NUMBER
      * SEQUENCE. A BOAT MOVED BETWEEN LOCATIONS GOES THROUGH A
      * TRANSFER (ACTION T) GIVING THE FROM-LOCATION, TO-LOCATION,
      * SHIP DATE, AND RECEIVE DATE - A CHANGE MAY NO LONGER MOVE A
      * BOAT. A TRANSFER WITH NO RECEIVE DATE LEAVES THE HULL IN
      * TRANSIT, ON NEITHER LOT, UNTIL A SECOND TRANSFER FOR THE
      * SAME MOVE SUPPLIES THE RECEIVE DATE. EVERY SHIPMENT AND
      * RECEIPT IS WRITTEN TO THE TRANSFER HISTORY CBLBXFER.DAT FOR
      * THE TRANSFER REGISTER. EVERY RECEIPT, CHANGE, DELETE, AND
      * TRANSFER APPLIED IS ALSO WRITTEN, WITH ITS BEFORE AND AFTER
      * IMAGES AND THE TRANSACTION IT CAME FROM, TO THE SHARED
      * CHANGE JOURNAL CBLCHGJ.DAT WHEN THE NEW MASTER IS PROMOTED.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT NEW-MASTER
               ASSIGN TO 'C:\COBOLWI19\CBLBSTK.NEW'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT XFER-WORK
               ASSIGN TO 'C:\COBOLWI19\CBLBXFER.WRK'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL XFER-HISTORY
               ASSIGN TO 'C:\COBOLWI19\CBLBXFER.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT JOURNAL-WORK
               ASSIGN TO 'C:\COBOLWI19\CBLBSTK.CHG'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CHANGE-JOURNAL
               ASSIGN TO 'C:\COBOLWI19\CBLCHGJ.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUDITOUT
               ASSIGN TO 'C:\COBOLWI19\BOATSAUD.PRT'
                   ORGANIZATION IS RECORD SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *ONE RECORD PER HULL ON THE LOT. THE LOT DATE IS WHEN THE
      *BOAT REACHED ITS CURRENT LOCATION; THE TRANSFER FIELDS HOLD
      *THE MOVE IN TRANSIT, OR THE LAST MOVE ONCE IT IS RECEIVED
       FD  STOCK-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS BS-REC
           RECORD CONTAINS 75 CHARACTERS.

       01 BS-REC.
           05 BS-HULL           PIC X(10).
           05 BS-COST           PIC 9(6)V99.
           05 BS-RECEIVED       PIC X(8).
           05 BS-STATUS         PIC X.
           05 BS-LOT-DATE       PIC X(8).
           05 BS-XFER-STATUS    PIC X.
               88 BS-IN-TRANSIT            VALUE 'T'.
           05 BS-XFER-FROM      PIC X(10).
           05 BS-XFER-TO        PIC X(10).
           05 BS-SHIP-DATE      PIC X(8).

      *TRANSACTION IS AN ACTION CODE IN FRONT OF A FULL BS-REC IMAGE
      *- A TRANSFER CARRIES THE MOVE IN THE SAME AREA INSTEAD
       FD  TRANS-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS T-REC
           RECORD CONTAINS 76 CHARACTERS.

       01 T-REC.
           05 T-ACTION          PIC X.
               88 TRN-ADD                  VALUE 'A'.
               88 TRN-CHANGE               VALUE 'C'.
               88 TRN-DELETE               VALUE 'D'.
               88 TRN-TRANSFER             VALUE 'T'.
               88 TRN-ACTION-GOOD          VALUES 'A' 'C' 'D' 'T'.
           05 T-IMAGE.
               10 T-HULL        PIC X(10).
               10 T-TYPE        PIC X.
               10 T-COST-X REDEFINES T-COST PIC X(8).
               10 T-RECEIVED    PIC X(8).
               10 T-STATUS      PIC X.
               10 T-LOT-DATE    PIC X(8).
               10 T-XFER-STATUS PIC X.
               10 T-XFER-FROM   PIC X(10).
               10 T-XFER-TO     PIC X(10).
               10 T-SHIP-DATE   PIC X(8).
           05 T-XFER-IMAGE REDEFINES T-IMAGE.
               10 T-X-HULL      PIC X(10).
               10 T-X-FROM      PIC X(10).
               10 T-X-TO        PIC X(10).
               10 T-X-SHIP      PIC X(8).
               10 T-X-RECV      PIC X(8).
               10 FILLER        PIC X(29).

       FD  NEW-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS N-REC
           RECORD CONTAINS 75 CHARACTERS.

       01 N-REC                 PIC X(75).

      *SHIPMENTS AND RECEIPTS APPLIED THIS RUN, HELD UNTIL THE
      *MASTER IS PROMOTED AND THEN ADDED TO THE TRANSFER HISTORY
       FD  XFER-WORK
           LABEL RECORD IS STANDARD
           DATA RECORD IS XW-REC
           RECORD CONTAINS 72 CHARACTERS.

       01 XW-REC.
           05 XW-HULL           PIC X(10).
           05 XW-TYPE           PIC X.
           05 XW-FROM           PIC X(10).
           05 XW-TO             PIC X(10).
           05 XW-SHIP-DATE      PIC X(8).
           05 XW-RECV-DATE      PIC X(8).
           05 XW-EVENT          PIC X.
           05 XW-COST           PIC 9(6)V99.
           05 XW-POST-DATE      PIC X(8).
           05 XW-STATUS         PIC X.
           05 FILLER            PIC X(7).

      *PERMANENT TRANSFER HISTORY - ONE RECORD PER SHIPMENT OR
      *RECEIPT, EVENT S SHIPPED, R RECEIVED, C SHIPPED AND RECEIVED
      *ON THE SAME TRANSACTION
       FD  XFER-HISTORY
           LABEL RECORD IS STANDARD
           DATA RECORD IS XH-REC
           RECORD CONTAINS 72 CHARACTERS.

       01 XH-REC                PIC X(72).

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
           05  CHGCOUNT         PIC 9(5)   VALUE 0.
           05  DELCOUNT         PIC 9(5)   VALUE 0.
           05  REJCOUNT         PIC 9(5)   VALUE 0.
           05  XFERCOUNT        PIC 9(5)   VALUE 0.
           05  HISTCOUNT        PIC 9(5)   VALUE 0.
           05  XW-EOF           PIC X      VALUE 'N'.
           05  TRNCOUNT         PIC 9(5)   VALUE 0.
           05  JRNLCOUNT        PIC 9(5)   VALUE 0.
           05  CW-EOF           PIC X      VALUE 'N'.
      *CONTROL KEYS FOR THE TWO-FILE MATCH, HIGH-VALUES AT END OF FILE
       01  MATCH-KEYS.
           05  MST-KEY          PIC X(10)  VALUE SPACES.
           05  FILLER           PIC X(8)   VALUE 'RECEIVED'.
           05  FILLER           PIC X(6)   VALUE SPACES.
           05  FILLER           PIC X(6)   VALUE 'STATUS'.
           05  FILLER           PIC X(4)   VALUE SPACES.
           05  FILLER           PIC X(8)   VALUE 'LOT DATE'.
           05  FILLER           PIC X(6)   VALUE SPACES.
           05  FILLER           PIC X(13)  VALUE 'IN TRANSIT TO'.
       01  H-AUDITDETAIL.
           05  A-ACTION         PIC X(6).
           05  FILLER           PIC X(4)   VALUE SPACES.
           05  A-RECEIVED       PIC X(8).
           05  FILLER           PIC X(6)   VALUE SPACES.
           05  A-STATUS         PIC X.
           05  FILLER           PIC X(9)   VALUE SPACES.
           05  A-LOT-DATE       PIC X(8).
           05  FILLER           PIC X(6)   VALUE SPACES.
           05  A-TRANSIT-TO     PIC X(10).
       01  H-FINALLINE1.
           05  FILLER           PIC X(14)  VALUE 'MASTERS IN:   '.
           05  F-MSTIN          PIC ZZZZ9.
           05  FILLER           PIC X(5)   VALUE SPACES.
           05  FILLER           PIC X(14)  VALUE 'REJECTS:      '.
           05  F-REJS           PIC ZZZZ9.
           05  FILLER           PIC X(5)   VALUE SPACES.
           05  FILLER           PIC X(14)  VALUE 'TRANSFERS:    '.
           05  F-XFERS          PIC ZZZZ9.
      *REJECTED TRANSACTION LISTING LAYOUTS
       01  H-REJTITLE.
           05  FILLER           PIC X(6)   VALUE 'DATE: '.
           OPEN INPUT STOCK-MASTER.
           OPEN INPUT TRANS-FILE.
           OPEN OUTPUT NEW-MASTER.
           OPEN OUTPUT JOURNAL-WORK.
           OPEN OUTPUT XFER-WORK.
           OPEN OUTPUT AUDITOUT.
           OPEN OUTPUT TRNREJOUT.
           MOVE H-MONTH TO RJ-MONTH.
           MOVE CHGCOUNT TO F-CHGS.
           MOVE DELCOUNT TO F-DELS.
           MOVE REJCOUNT TO F-REJS.
           MOVE XFERCOUNT TO F-XFERS.
           WRITE AUDLINE
               FROM H-FINALLINE2
                   AFTER ADVANCING 1 LINE.
           CLOSE STOCK-MASTER
                 TRANS-FILE
                 NEW-MASTER
                 XFER-WORK
                 JOURNAL-WORK
                 AUDITOUT
                 TRNREJOUT.
      *PROMOTES THE NEW MASTER OVER THE OLD ONE, AND THE MOVES THAT
      *WENT INTO IT ONTO THE TRANSFER HISTORY, AND EVERY CHANGE ONTO
      *THE CHANGE JOURNAL
           PERFORM L6-APPEND-HISTORY.
           PERFORM L6-APPEND-JOURNAL.
           CALL 'SYSTEM' USING PROMOTE-CMD.
           DISPLAY 'CBLTAM23 - BOAT STOCK MAINTENANCE COMPLETE'.
           DISPLAY 'MASTERS OUT: ' MSTOUTCOUNT
               ' REJECTS: ' REJCOUNT
               ' TRANSFERS: ' XFERCOUNT
               ' TO JOURNAL: ' JRNLCOUNT.

      *MASTER HAS NO TRANSACTION AGAINST IT - CARRY IT FORWARD AS IS
       L2-COPY-MASTER.
               END-IF
           ELSE
               IF TRN-ACTION-GOOD
                   MOVE 'NO MATCHING MASTER FOR CHANGE/DELETE/XFER'
                       TO RJ-REASON
               ELSE
                   MOVE 'INVALID ACTION CODE - MUST BE A, C, D, OR T'
                       TO RJ-REASON
               END-IF
               PERFORM L4-REJECT-TRANS
                   PERFORM L4-REJECT-TRANS
               WHEN TRN-CHANGE
                   PERFORM L2-VALIDATE-IMAGE
                   IF IMAGE-IS-VALID
                       PERFORM L2-VALIDATE-CHANGE
                   END-IF
                   IF IMAGE-IS-VALID
                       PERFORM L4-APPLY-CHANGE
                   ELSE
                   END-IF
               WHEN TRN-DELETE
                   PERFORM L4-APPLY-DELETE
               WHEN TRN-TRANSFER
                   PERFORM L2-VALIDATE-TRANSFER
                   IF IMAGE-IS-VALID
                       PERFORM L4-APPLY-TRANSFER
                   ELSE
                       PERFORM L4-REJECT-TRANS
                   END-IF
               WHEN OTHER
                   MOVE 'INVALID ACTION CODE - MUST BE A, C, D, OR T'
                       TO RJ-REASON
                   PERFORM L4-REJECT-TRANS
           END-EVALUATE.
                   MOVE HIGH-VALUES TO TRN-KEY
               NOT AT END
                   MOVE T-HULL TO TRN-KEY
                   COMPUTE TRNCOUNT = TRNCOUNT + 1
           END-READ.

       L2A-SEQUENCE-REJECT.
               END-IF
           END-IF.

      *A CHANGE CORRECTS THE RECEIPT - IT MAY NOT MOVE THE BOAT, OR
      *TOUCH ONE THAT IS ON A TRAILER BETWEEN LOTS
       L2-VALIDATE-CHANGE.
           IF BS-IN-TRANSIT
               SET IMAGE-IS-INVALID TO TRUE
               MOVE 'HULL IN TRANSIT - RECEIVE THE TRANSFER FIRST'
                   TO RJ-REASON
           ELSE
               IF T-LOCATION NOT = BS-LOCATION
                   SET IMAGE-IS-INVALID TO TRUE
                   MOVE 'LOCATION MOVES MUST BE A TRANSFER (T)'
                       TO RJ-REASON
               END-IF
           END-IF.

      *A HULL ON A LOT MAY BE SHIPPED FROM WHERE IT IS TO SOMEWHERE
      *ELSE. A HULL IN TRANSIT MAY ONLY BE RECEIVED, AND ONLY BY A
      *TRANSFER THAT REPEATS THE SAME MOVE WITH A RECEIVE DATE.
       L2-VALIDATE-TRANSFER.
           SET IMAGE-IS-VALID TO TRUE.
           IF BS-STATUS = 'S'
               SET IMAGE-IS-INVALID TO TRUE
               MOVE 'HULL IS SOLD - CANNOT BE TRANSFERRED'
                   TO RJ-REASON
           ELSE
               IF BS-IN-TRANSIT
                   PERFORM L2A-VALIDATE-RECEIPT
               ELSE
                   PERFORM L2A-VALIDATE-SHIPMENT
               END-IF
           END-IF.
           IF IMAGE-IS-VALID AND T-X-RECV NOT = SPACES
               CALL 'CBLDATEV' USING T-X-RECV DV-RESULT
               IF DV-DATE-BAD
                   SET IMAGE-IS-INVALID TO TRUE
                   MOVE DV-REASON TO RJ-REASON
               ELSE
                   IF T-X-RECV < T-X-SHIP
                       SET IMAGE-IS-INVALID TO TRUE
                       MOVE 'RECEIVE DATE IS BEFORE THE SHIP DATE'
                           TO RJ-REASON
                   END-IF
               END-IF
           END-IF.

       L2A-VALIDATE-RECEIPT.
           IF T-X-RECV = SPACES
               SET IMAGE-IS-INVALID TO TRUE
               MOVE 'HULL ALREADY IN TRANSIT' TO RJ-REASON
           ELSE
               IF T-X-FROM NOT = BS-XFER-FROM
                       OR T-X-TO NOT = BS-XFER-TO
                       OR T-X-SHIP NOT = BS-SHIP-DATE
                   SET IMAGE-IS-INVALID TO TRUE
                   MOVE 'DOES NOT MATCH THE TRANSFER IN TRANSIT'
                       TO RJ-REASON
               END-IF
           END-IF.

       L2A-VALIDATE-SHIPMENT.
           CALL 'CBLDATEV' USING T-X-SHIP DV-RESULT.
           EVALUATE TRUE
               WHEN T-X-FROM NOT = BS-LOCATION
                   SET IMAGE-IS-INVALID TO TRUE
                   MOVE 'FROM-LOCATION IS NOT WHERE THE HULL IS'
                       TO RJ-REASON
               WHEN T-X-TO = SPACES OR T-X-TO = T-X-FROM
                   SET IMAGE-IS-INVALID TO TRUE
                   MOVE 'TO-LOCATION MISSING OR SAME AS FROM'
                       TO RJ-REASON
               WHEN DV-DATE-BAD
                   SET IMAGE-IS-INVALID TO TRUE
                   MOVE DV-REASON TO RJ-REASON
               WHEN BS-LOT-DATE NOT = SPACES
                       AND T-X-SHIP < BS-LOT-DATE
                   SET IMAGE-IS-INVALID TO TRUE
                   MOVE 'SHIP DATE IS BEFORE THE HULL REACHED THE LOT'
                       TO RJ-REASON
               WHEN T-X-SHIP < BS-RECEIVED
                   SET IMAGE-IS-INVALID TO TRUE
                   MOVE 'SHIP DATE IS BEFORE THE HULL REACHED THE LOT'
                       TO RJ-REASON
           END-EVALUATE.

       L3-HEADINGS.
           COMPUTE CPAGECOUNT = CPAGECOUNT + 1.
           MOVE CPAGECOUNT TO H-PAGE.
               FROM H-HEADING1
                   AFTER ADVANCING 2 LINES.

      *A RECEIPT ARRIVES ON ITS LOT THE DAY IT IS RECEIVED AND IS
      *NEVER IN TRANSIT - TRANSFERS ARE THE ONLY WAY TO SET THAT
       L4-APPLY-ADD.
           IF T-LOT-DATE = SPACES
               MOVE T-RECEIVED TO T-LOT-DATE
           END-IF.
           MOVE SPACES TO T-XFER-STATUS.
           MOVE SPACES TO T-XFER-FROM.
           MOVE SPACES TO T-XFER-TO.
           MOVE SPACES TO T-SHIP-DATE.
           WRITE N-REC FROM T-IMAGE.
           COMPUTE MSTOUTCOUNT = MSTOUTCOUNT + 1.
           COMPUTE ADDCOUNT = ADDCOUNT + 1.
           MOVE 'ADD   ' TO A-ACTION.
           MOVE 'AFTER ' TO A-IMAGE.
           PERFORM L5-AUDIT-TRANS-IMAGE.
           MOVE SPACES TO CW-REC.
           MOVE 'A' TO CW-ACTION.
           MOVE T-IMAGE TO CW-AFTER.
           PERFORM L5-JOURNAL-WRITE.

      *CHANGE REPLACES THE WHOLE MASTER IMAGE FROM THE TRANSACTION
       L4-APPLY-CHANGE.
           MOVE 'CHANGE' TO A-ACTION.
           MOVE 'BEFORE' TO A-IMAGE.
           PERFORM L5-AUDIT-MASTER-IMAGE.
           MOVE SPACES TO CW-REC.
           MOVE 'C' TO CW-ACTION.
           MOVE BS-REC TO CW-BEFORE.
      *A BOAT THAT NEVER MOVED HAS BEEN ON ITS LOT SINCE IT WAS
      *RECEIVED, SO A CORRECTED RECEIVED DATE CARRIES TO THE LOT DATE
           IF BS-LOT-DATE = SPACES OR BS-LOT-DATE = BS-RECEIVED
               MOVE T-RECEIVED TO BS-LOT-DATE
           END-IF.
           MOVE T-TYPE TO BS-TYPE.
           MOVE T-LOCATION TO BS-LOCATION.
           MOVE T-COST TO BS-COST.
           MOVE 'CHANGE' TO A-ACTION.
           MOVE 'AFTER ' TO A-IMAGE.
           PERFORM L5-AUDIT-MASTER-IMAGE.
           MOVE BS-REC TO CW-AFTER.
           PERFORM L5-JOURNAL-WRITE.

      *DELETE DROPS THE MASTER - IT IS SIMPLY NEVER WRITTEN OUT
       L4-APPLY-DELETE.
           MOVE 'DELETE' TO A-ACTION.
           MOVE 'BEFORE' TO A-IMAGE.
           PERFORM L5-AUDIT-MASTER-IMAGE.
           MOVE SPACES TO CW-REC.
           MOVE 'D' TO CW-ACTION.
           MOVE BS-REC TO CW-BEFORE.
           PERFORM L5-JOURNAL-WRITE.
           COMPUTE DELCOUNT = DELCOUNT + 1.
           PERFORM L2-READ-MASTER.

      *SHIP PUTS THE HULL IN TRANSIT; A RECEIVE DATE, ON THIS
      *TRANSACTION OR A LATER ONE, LANDS IT ON THE NEW LOT. THE
      *FROM, TO, AND SHIP DATE STAY ON THE MASTER AS THE LAST MOVE.
       L4-APPLY-TRANSFER.
           MOVE 'XFER  ' TO A-ACTION.
           MOVE 'BEFORE' TO A-IMAGE.
           PERFORM L5-AUDIT-MASTER-IMAGE.
           MOVE SPACES TO CW-REC.
           MOVE 'T' TO CW-ACTION.
           MOVE BS-REC TO CW-BEFORE.
           MOVE SPACES TO XW-REC.
           IF BS-IN-TRANSIT
               MOVE 'R' TO XW-EVENT
           ELSE
               IF T-X-RECV = SPACES
                   MOVE 'S' TO XW-EVENT
               ELSE
                   MOVE 'C' TO XW-EVENT
               END-IF
           END-IF.
           MOVE T-X-FROM TO BS-XFER-FROM.
           MOVE T-X-TO TO BS-XFER-TO.
           MOVE T-X-SHIP TO BS-SHIP-DATE.
           IF T-X-RECV = SPACES
               SET BS-IN-TRANSIT TO TRUE
           ELSE
               MOVE SPACES TO BS-XFER-STATUS
               MOVE T-X-TO TO BS-LOCATION
               MOVE T-X-RECV TO BS-LOT-DATE
           END-IF.
           COMPUTE XFERCOUNT = XFERCOUNT + 1.
           MOVE 'XFER  ' TO A-ACTION.
           MOVE 'AFTER ' TO A-IMAGE.
           PERFORM L5-AUDIT-MASTER-IMAGE.
           MOVE BS-REC TO CW-AFTER.
           PERFORM L5-JOURNAL-WRITE.
           MOVE BS-HULL TO XW-HULL.
           MOVE BS-TYPE TO XW-TYPE.
           MOVE T-X-FROM TO XW-FROM.
           MOVE T-X-TO TO XW-TO.
           MOVE T-X-SHIP TO XW-SHIP-DATE.
           MOVE T-X-RECV TO XW-RECV-DATE.
           MOVE BS-COST TO XW-COST.
           MOVE THE-DATE TO XW-POST-DATE.
           MOVE BS-STATUS TO XW-STATUS.
           WRITE XW-REC.

       L4-REJECT-TRANS.
           MOVE T-ACTION TO RJ-ACTION.
           MOVE T-HULL TO RJ-HULL.
           MOVE BS-COST TO A-COST.
           MOVE BS-RECEIVED TO A-RECEIVED.
           MOVE BS-STATUS TO A-STATUS.
           MOVE BS-LOT-DATE TO A-LOT-DATE.
           IF BS-IN-TRANSIT
               MOVE BS-XFER-TO TO A-TRANSIT-TO
           ELSE
               MOVE SPACES TO A-TRANSIT-TO
           END-IF.
           PERFORM L5-AUDIT-WRITE.

       L5-AUDIT-TRANS-IMAGE.
           MOVE T-COST TO A-COST.
           MOVE T-RECEIVED TO A-RECEIVED.
           MOVE T-STATUS TO A-STATUS.
           MOVE T-LOT-DATE TO A-LOT-DATE.
           MOVE SPACES TO A-TRANSIT-TO.
           PERFORM L5-AUDIT-WRITE.

       L5-AUDIT-WRITE.
                   AFTER ADVANCING 2 LINES
                       AT END-OF-PAGE
                           PERFORM L3-HEADINGS.

      *THE ACTION AND IMAGES ARE ALREADY IN THE WORK RECORD - THIS
      *STAMPS WHICH FILE, WHICH KEY, AND WHICH TRANSACTION DID IT
       L5-JOURNAL-WRITE.
           MOVE 'CBLBSTK' TO CW-FILE.
           MOVE T-HULL TO CW-KEY.
           MOVE THE-DATE TO CW-RUN-DATE.
           MOVE THE-TIME TO CW-RUN-TIME.
           MOVE 'CBLTAM23' TO CW-PROGRAM.
           MOVE 'CBLBSTKT' TO CW-BATCH-FILE.
           MOVE TRNCOUNT TO CW-BATCH-SEQ.
           WRITE CW-REC.

      *THE RUN IS BEING PROMOTED, SO THIS RUN'S SHIPMENTS AND
      *RECEIPTS GO ONTO THE END OF THE TRANSFER HISTORY. A MISSING
      *HISTORY FILE IS CREATED BY THE OPTIONAL EXTEND
       L6-APPEND-HISTORY.
           OPEN INPUT XFER-WORK.
           OPEN EXTEND XFER-HISTORY.
           PERFORM L6A-READ-WORK.
           PERFORM L6A-APPEND-ONE
               UNTIL XW-EOF = 'Y'.
           CLOSE XFER-WORK.
           CLOSE XFER-HISTORY.

       L6A-READ-WORK.
           READ XFER-WORK
               AT END
                   MOVE 'Y' TO XW-EOF.

       L6A-APPEND-ONE.
           WRITE XH-REC FROM XW-REC.
           COMPUTE HISTCOUNT = HISTCOUNT + 1.
           PERFORM L6A-READ-WORK.

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
       END PROGRAM CBLTAM23.

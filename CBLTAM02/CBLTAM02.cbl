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
      * CONTROL RECORD VIEW OF THE SAME AREA - THE MASTER NOW ARRIVES
      * WITH A HEADER (FILE DATE AND SOURCE) AND A TRAILER (RECORD
      * COUNT PLUS A BOAT COST HASH TOTAL) SO A TRUNCATED TRANSFER
         05 CTL-HDR-DATA.
           10 CTL-FILE-DATE        PIC X(8).
           10 CTL-SOURCE           PIC X(10).
           10 FILLER               PIC X(107).
         05 CTL-TRL-DATA REDEFINES CTL-HDR-DATA.
           10 CTL-REC-COUNT        PIC 9(5).
           10 CTL-HASH-COST        PIC 9(9)V99.
           10 FILLER               PIC X(109).
       FD PRTOUT
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 132 CHARACTERS
       FD SUSPOUT
           LABEL RECORD IS STANDARD
           DATA RECORD IS SUSP-REC
           RECORD CONTAINS 128 CHARACTERS.
       01 SUSP-REC                 PIC X(128).
      * RUNTIME PARAMETER FILE - BUSINESS CUTOFFS AS DATA INSTEAD OF
      * WORKING-STORAGE VALUES, SO A CHANGE IS NOT A RECOMPILE
       FD PARMFILE

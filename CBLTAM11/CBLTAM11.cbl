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
      * SALESPERSON MASTER - NAME AND THE THREE TIER RATES
       FD SLSMN-MASTER
           LABEL RECORD IS STANDARD

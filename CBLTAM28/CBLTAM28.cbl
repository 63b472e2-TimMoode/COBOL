       FD BOAT-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS BM-REC
           RECORD CONTAINS 128 CHARACTERS.
       01 BM-REC.
         05 FILLER                 PIC X(17).
         05 BM-BOAT-COST           PIC 9(6)V99.
         05 BM-BOAT-TYPE           PIC X.
         05 FILLER                 PIC X(39).
         05 BM-HULL-NUMBER         PIC X(10).
         05 FILLER                 PIC X(45).
      * CONTROL RECORD VIEW OF THE SAME AREA
       01 BT-CTL-REC.
         05 BT-CTL-TYPE            PIC X(3).
           88 BT-CTL-HEADER        VALUE 'HDR'.
           88 BT-CTL-TRAILER       VALUE 'TRL'.
           88 BT-CTL-CONTROL-REC   VALUES 'HDR' 'TRL'.
         05 FILLER                 PIC X(125).
       FD BOAT-SUSPENSE
           LABEL RECORD IS STANDARD
           DATA RECORD IS BSU-REC
           RECORD CONTAINS 128 CHARACTERS.
       01 BSU-REC.
         05 FILLER                 PIC X(17).
         05 BSU-BOAT-COST          PIC 9(6)V99.
         05 FILLER                 PIC X(103).
       FD BOAT-NEW
           LABEL RECORD IS STANDARD
           DATA RECORD IS BN-REC
           RECORD CONTAINS 128 CHARACTERS.
       01 BN-REC                   PIC X(128).
       FD PRTOUT
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 132 CHARACTERS
             15 BR-TYPE            PIC X.
             15 FILLER             PIC X(39).
             15 BR-HULL            PIC X(10).
             15 FILLER             PIC X(45).
           10 BR-RELEASED-SW      PIC X.
      * FRESH TRAILER CONTROL RECORDS WITH THE POST-RELEASE TOTALS
       01 PZ-CTL-OUT-TRL.
         05 FILLER                 PIC X(3)        VALUE 'TRL'.
         05 BT-OT-REC-COUNT        PIC 9(5).
         05 BT-OT-HASH-COST        PIC 9(9)V99.
         05 FILLER                 PIC X(109)      VALUE SPACES.
      * OS COMMANDS THAT PROMOTE THE UPDATED MASTERS
       01 PZ-PROMOTE-CMD           PIC X(70)  VALUE
         'COPY /Y C:\COBOLWI19\CBLPIZZA.NEW C:\COBOLWI19\CBLPIZZA.DAT'.

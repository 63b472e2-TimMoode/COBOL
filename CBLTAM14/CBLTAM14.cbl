       FD BOAT-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS BT-REC
           RECORD CONTAINS 128 CHARACTERS.
       01 BT-REC.
         05 BT-TYPE                PIC X(3).
           88 BT-CONTROL-REC       VALUES 'HDR' 'TRL'.
         05 FILLER                 PIC X(125).
      * PREVIOUS RUN'S COUNTS, ONE LINE PER MASTER FILE
       FD RECON-STATE
           LABEL RECORD IS STANDARD

      * ON THE LOT UNSOLD IS THEN AGED AGAINST THE RUN DATE AND
      * REPORTED AS UNITS AND DOLLARS BY BOAT TYPE WITHIN LOCATION,
      * WITH ANYTHING OVER NINETY DAYS FLAGGED ** AND OVER
      * ONE-EIGHTY FLAGGED ***. USED UNITS TAKEN IN TRADE (STATUS U)
      * ARE AGED IN THEIR OWN SECTION AND TOTALED APART FROM NEW
      * STOCK. A BOAT SHIPPED BETWEEN LOCATIONS AND NOT YET
      * RECEIVED BELONGS TO NEITHER LOT - IT IS AGED IN AN IN-TRANSIT
      * SECTION OF ITS OWN. ALONGSIDE ITS AGE IN STOCK EACH BOAT
      * SHOWS THE DATE IT REACHED ITS CURRENT LOT AND ITS DAYS THERE,
      * SO A TRANSFERRED BOAT IS NOT CREDITED TO THE NEW LOT FROM
      * ITS ORIGINAL RECEIVED DATE. THE UPDATED STOCK MASTER IS
      * WRITTEN BACK AND PROMOTED.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       FD STOCK-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS BS-REC
           RECORD CONTAINS 75 CHARACTERS.
       01 BS-REC.
         05 BS-HULL                PIC X(10).
         05 BS-TYPE                PIC X.
         05 BS-COST                PIC 9(6)V99.
         05 BS-RECEIVED            PIC X(8).
         05 BS-STATUS              PIC X.
         05 BS-LOT-DATE            PIC X(8).
         05 BS-XFER-STATUS         PIC X.
         05 BS-XFER-FROM           PIC X(10).
         05 BS-XFER-TO             PIC X(10).
         05 BS-SHIP-DATE           PIC X(8).
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
       FD NEW-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS N-REC
           RECORD CONTAINS 75 CHARACTERS.
       01 N-REC                    PIC X(75).
       FD PRTOUT
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 132 CHARACTERS
         05 TODAY-INT              PIC 9(7)        VALUE 0.
         05 RECEIVED-INT           PIC 9(7)        VALUE 0.
         05 RECEIVED-NUM           PIC 9(8)        VALUE 0.
         05 DAYS-AT-LOT            PIC S9(5)       VALUE 0.
         05 LOT-DATE-X             PIC X(8)        VALUE SPACES.
         05 LOT-DATE-NUM REDEFINES LOT-DATE-X PIC 9(8).
      * THE ACCUMULATOR SLOT A HULL ROLLS INTO
         05 SLOT-SECT              PIC X           VALUE SPACE.
         05 SLOT-LOCATION          PIC X(10)       VALUE SPACES.
         05 SLOT-COND              PIC X           VALUE SPACE.
      * WHICH AGING SECTION IS PRINTING - NEW STOCK, TRADE-INS, OR
      * BOATS IN TRANSIT BETWEEN LOTS
         05 AGE-SECTION-SW         PIC X           VALUE 'N'.
           88 AGING-NEW-UNITS      VALUE 'N'.
           88 AGING-USED-UNITS     VALUE 'U'.
           88 AGING-IN-TRANSIT     VALUE 'T'.
      * ANSWER AREA FOR THE COMMON DATE EDIT SUBPROGRAM
       01 DV-RESULT.
         05 DV-VALID-SW            PIC X.
           10 ST-COST              PIC 9(6)V99.
           10 ST-RECEIVED          PIC X(8).
           10 ST-STATUS            PIC X.
           10 ST-LOT-DATE          PIC X(8).
           10 ST-XFER-STATUS       PIC X.
             88 ST-IN-TRANSIT      VALUE 'T'.
           10 ST-XFER-FROM         PIC X(10).
           10 ST-XFER-TO           PIC X(10).
           10 ST-SHIP-DATE         PIC X(8).
           10 ST-SOLD              PIC X.
      * UNITS AND DOLLARS BY TYPE WITHIN LOCATION, BUILT DURING THE
      * AGING PASS AND SORTED BEFORE THE TOTALS SECTION PRINTS -
      * THE SECTION BYTE SORTS THE IN-TRANSIT SLOTS AFTER THE LOTS
       01 AGE-CONTROLS.
         05 AG-COUNT               PIC 99          VALUE 0.
         05 AG-MAX                 PIC 99          VALUE 60.
       01 AGE-TABLE.
         05 AG-ENTRY OCCURS 60 TIMES.
           10 AG-KEY.
             15 AG-SECT            PIC X.
             15 AG-LOCATION        PIC X(10).
             15 AG-TYPE            PIC X.
             15 AG-COND            PIC X.
           10 AG-UNITS             PIC 9(5).
           10 AG-DOLLARS           PIC 9(9)V99.
           10 AG-OVER90            PIC 9(5).
           10 AG-OVER180           PIC 9(5).
       01 AG-HOLD.
         05 AG-HOLD-KEY            PIC X(13).
         05 AG-HOLD-UNITS          PIC 9(5).
         05 AG-HOLD-DOLLARS        PIC 9(9)V99.
         05 AG-HOLD-OVER90         PIC 9(5).
         05 SO-COST                PIC 9(6)V99.
         05 SO-RECEIVED            PIC X(8).
         05 SO-STATUS              PIC X.
         05 SO-LOT-DATE            PIC X(8).
         05 SO-XFER-STATUS         PIC X.
         05 SO-XFER-FROM           PIC X(10).
         05 SO-XFER-TO             PIC X(10).
         05 SO-SHIP-DATE           PIC X(8).
      * GRAND TOTALS KEPT FOR NEW AND USED UNITS SEPARATELY -
      * SUBSCRIPT 1 IS NEW STOCK, 2 IS TRADE-INS, 3 IS IN TRANSIT
       01 GRAND-TOTALS.
         05 GT-ENTRY OCCURS 3 TIMES.
           10 GT-UNITS             PIC 9(7)        VALUE 0.
           10 GT-DOLLARS           PIC 9(10)V99    VALUE 0.
           10 GT-OVER90            PIC 9(7)        VALUE 0.
           10 GT-OVER180           PIC 9(7)        VALUE 0.
         05 GT-IDX                 PIC 9           VALUE 1.
      * OS COMMAND THAT PROMOTES THE RELIEVED MASTER OVER THE OLD
       01 PROMOTE-CMD              PIC X(70)  VALUE
         'COPY /Y C:\COBOLWI19\CBLBSTK.NEW C:\COBOLWI19\CBLBSTK.DAT'.
         05 FILLER                 PIC X(5)        VALUE SPACES.
         05 FILLER                 PIC X(8)        VALUE 'RECEIVED'.
         05 FILLER                 PIC X(6)        VALUE SPACES.
         05 FILLER                 PIC X(11)       VALUE 'DAYS IN STK'.
         05 FILLER                 PIC X(5)        VALUE SPACES.
         05 FILLER                 PIC X(4)        VALUE 'FLAG'.
         05 FILLER                 PIC X(2)        VALUE SPACES.
         05 FILLER                 PIC X(9)        VALUE 'LOT SINCE'.
         05 FILLER                 PIC X(4)        VALUE SPACES.
         05 FILLER                 PIC X(11)       VALUE 'DAYS AT LOT'.
         05 FILLER                 PIC X(4)        VALUE SPACES.
         05 FILLER                 PIC X(13)
                                       VALUE 'IN TRANSIT TO'.
       01 H-DETAIL.
         05 D-HULL                 PIC X(10).
         05 FILLER                 PIC X(5)        VALUE SPACES.
         05 D-DAYS                 PIC ZZZZ9.
         05 FILLER                 PIC X(8)        VALUE SPACES.
         05 D-FLAG                 PIC X(3).
         05 FILLER                 PIC X(4)        VALUE SPACES.
         05 D-LOT-DATE             PIC X(8).
         05 FILLER                 PIC X(8)        VALUE SPACES.
         05 D-LOT-DAYS             PIC ZZZZ9.
         05 FILLER                 PIC X(7)        VALUE SPACES.
         05 D-TRANSIT-TO           PIC X(10).
      * SECTION BANNERS OVER THE DETAIL LINES
       01 H-SECTIONLINE.
         05 FILLER                 PIC X(30)       VALUE SPACES.
         05 H-SECTION-TEXT         PIC X(40).
      * TOTALS SECTION - TYPE WITHIN LOCATION
       01 H-TOTHEADING.
         05 FILLER                 PIC X(30)       VALUE SPACES.
         05 FILLER                 PIC X(8)        VALUE 'LOCATION'.
         05 FILLER                 PIC X(6)        VALUE SPACES.
         05 FILLER                 PIC X(4)        VALUE 'TYPE'.
         05 FILLER                 PIC X(2)        VALUE SPACES.
         05 FILLER                 PIC X(4)        VALUE 'COND'.
         05 FILLER                 PIC X(4)        VALUE SPACES.
         05 FILLER                 PIC X(5)        VALUE 'UNITS'.
         05 FILLER                 PIC X(8)        VALUE SPACES.
         05 FILLER                 PIC X(4)        VALUE SPACES.
         05 T-TYPE                 PIC X.
         05 FILLER                 PIC X(5)        VALUE SPACES.
         05 T-COND                 PIC X(4).
         05 FILLER                 PIC X(2)        VALUE SPACES.
         05 T-UNITS                PIC ZZ,ZZ9.
         05 FILLER                 PIC X(3)        VALUE SPACES.
         05 T-DOLLARS              PIC $$$$,$$$,$$$.99.
         05 FILLER                 PIC X(10)       VALUE SPACES.
         05 T-OVER180              PIC ZZ,ZZ9.
       01 H-GRANDTOTALS.
         05 G-LABEL                PIC X(26).
         05 G-UNITS                PIC ZZ,ZZ9.
         05 FILLER                 PIC X(3)        VALUE SPACES.
         05 G-DOLLARS              PIC $$$$,$$$,$$$.99.
           PERFORM L2-INPUT.

       L1-CLOSING.
           SET AGING-NEW-UNITS TO TRUE.
           MOVE 'NEW UNITS ON THE LOT' TO H-SECTION-TEXT.
           PERFORM L5-AGE-SECTION.
           SET AGING-USED-UNITS TO TRUE.
           MOVE 'USED UNITS ON THE LOT - TRADE-INS'
               TO H-SECTION-TEXT.
           PERFORM L5-AGE-SECTION.
           SET AGING-IN-TRANSIT TO TRUE.
           MOVE 'IN TRANSIT - LOT SINCE IS THE SHIP DATE'
               TO H-SECTION-TEXT.
           PERFORM L5-AGE-SECTION.
           PERFORM L5-AGE-SORT.
           PERFORM L5-TOTALS-SECTION.
           MOVE RELIEFCOUNT TO F-RELIEVED.
           PERFORM L4A-HULL-LOOKUP
             VARYING ST-IDX FROM 1 BY 1 UNTIL ST-IDX > ST-COUNT.

      * A USED TRADE UNIT RECEIVED AFTER THE SALE DATE IS A LATER
      * UNIT UNDER THE SAME HULL - A BOAT WE SOLD AND LATER TOOK BACK
      * IN TRADE - SO THE OLD SALE COUNTS AS ALREADY RELIEVED, NOT
      * AGAINST IT. A NEW UNIT SOLD BEFORE IT WAS BOOKED IN STILL
      * COMES OFF STOCK
       L4A-HULL-LOOKUP.
           IF ST-HULL(ST-IDX) EQUAL I-HULL-NUMBER
               IF ST-SOLD(ST-IDX) = 'Y' OR ST-STATUS(ST-IDX) = 'S'
                       OR (ST-STATUS(ST-IDX) = 'U'
                       AND ST-RECEIVED(ST-IDX) > I-PURCHASE-DATE)
                   MOVE ST-IDX TO ST-PRIOR-IDX
               ELSE
                   MOVE ST-IDX TO ST-FOUND-IDX
             FROM H-ERRDETAIL
             AFTER ADVANCING 1 LINE.

      * ONE PASS OF THE STOCK TABLE PER SECTION - NEW STOCK FIRST,
      * THEN THE TRADE-INS, THEN WHATEVER IS ON A TRAILER BETWEEN
      * LOTS, EACH UNDER ITS OWN BANNER
       L5-AGE-SECTION.
           WRITE PRTLINE
             FROM H-SECTIONLINE
             AFTER ADVANCING 2 LINES
               AT END-OF-PAGE
                   PERFORM L3-HEADINGS.
           PERFORM L5-AGE-STOCK
             VARYING ST-IDX FROM 1 BY 1 UNTIL ST-IDX > ST-COUNT.

      * ONE AGING LINE PER HULL STILL ON THE LOT - SOLD RECORDS,
      * THIS RUN OR EARLIER, ARE NOT INVENTORY. A RECEIVED DATE
      * THE COMMON EDIT WILL NOT PASS PRINTS WITHOUT AN AGE RATHER
       L5-AGE-STOCK.
           IF ST-SOLD(ST-IDX) NOT = 'Y'
                   AND ST-STATUS(ST-IDX) NOT = 'S'
               EVALUATE TRUE
                   WHEN ST-IN-TRANSIT(ST-IDX)
                       IF AGING-IN-TRANSIT
                           PERFORM L5A-AGE-ONE
                       END-IF
                   WHEN ST-STATUS(ST-IDX) = 'U'
                       IF AGING-USED-UNITS
                           PERFORM L5A-AGE-ONE
                       END-IF
                   WHEN OTHER
                       IF AGING-NEW-UNITS
                           PERFORM L5A-AGE-ONE
                       END-IF
               END-EVALUATE
           END-IF.

       L5A-AGE-ONE.
           MOVE ST-HULL(ST-IDX) TO D-HULL.
           MOVE ST-TYPE(ST-IDX) TO D-TYPE.
           IF AGING-IN-TRANSIT
               MOVE 'IN TRANSIT' TO D-LOCATION
               MOVE ST-XFER-TO(ST-IDX) TO D-TRANSIT-TO
           ELSE
               MOVE ST-LOCATION(ST-IDX) TO D-LOCATION
               MOVE SPACES TO D-TRANSIT-TO
           END-IF.
           MOVE ST-COST(ST-IDX) TO D-COST.
           MOVE ST-RECEIVED(ST-IDX) TO D-RECEIVED.
           CALL 'CBLDATEV' USING ST-RECEIVED(ST-IDX) DV-RESULT.
                   END-IF
               END-IF
           END-IF.
           PERFORM L5A-DAYS-AT-LOT.
           WRITE PRTLINE
             FROM H-DETAIL
             AFTER ADVANCING 1 LINE
                   PERFORM L3-HEADINGS.
           PERFORM L5B-POST-AGE-SLOT.

      * TIME AT THE CURRENT LOT RUNS FROM THE DAY THE BOAT ARRIVED
      * THERE - THE RECEIVED DATE FOR A BOAT THAT NEVER MOVED - AND
      * TIME IN TRANSIT FROM THE SHIP DATE
       L5A-DAYS-AT-LOT.
           EVALUATE TRUE
               WHEN AGING-IN-TRANSIT
                   MOVE ST-SHIP-DATE(ST-IDX) TO LOT-DATE-X
               WHEN ST-LOT-DATE(ST-IDX) = SPACES
                   MOVE ST-RECEIVED(ST-IDX) TO LOT-DATE-X
               WHEN OTHER
                   MOVE ST-LOT-DATE(ST-IDX) TO LOT-DATE-X
           END-EVALUATE.
           MOVE LOT-DATE-X TO D-LOT-DATE.
           CALL 'CBLDATEV' USING LOT-DATE-X DV-RESULT.
           IF DV-DATE-BAD
               MOVE 0 TO DAYS-AT-LOT
           ELSE
               COMPUTE DAYS-AT-LOT = TODAY-INT
                   - FUNCTION INTEGER-OF-DATE(LOT-DATE-NUM)
               IF DAYS-AT-LOT LESS THAN 0
                   MOVE 0 TO DAYS-AT-LOT
               END-IF
           END-IF.
           MOVE DAYS-AT-LOT TO D-LOT-DAYS.

      * ROLL THE HULL INTO ITS LOCATION-AND-TYPE ACCUMULATOR SLOT.
      * AN IN-TRANSIT BOAT COUNTS UNDER NEITHER LOT.
       L5B-POST-AGE-SLOT.
           EVALUATE TRUE
               WHEN AGING-IN-TRANSIT
                   MOVE 3 TO GT-IDX
                   MOVE '2' TO SLOT-SECT
                   MOVE 'IN TRANSIT' TO SLOT-LOCATION
               WHEN AGING-USED-UNITS
                   MOVE 2 TO GT-IDX
                   MOVE '1' TO SLOT-SECT
                   MOVE ST-LOCATION(ST-IDX) TO SLOT-LOCATION
               WHEN OTHER
                   MOVE 1 TO GT-IDX
                   MOVE '1' TO SLOT-SECT
                   MOVE ST-LOCATION(ST-IDX) TO SLOT-LOCATION
           END-EVALUATE.
           IF ST-STATUS(ST-IDX) = 'U'
               MOVE 'U' TO SLOT-COND
           ELSE
               MOVE 'N' TO SLOT-COND
           END-IF.
           MOVE 0 TO AG-FOUND-IDX.
           PERFORM L5C-AGE-LOOKUP
             VARYING AG-IDX FROM 1 BY 1 UNTIL AG-IDX > AG-COUNT.
               IF AG-COUNT LESS THAN AG-MAX
                   COMPUTE AG-COUNT = AG-COUNT + 1
                   MOVE AG-COUNT TO AG-FOUND-IDX
                   MOVE SLOT-SECT TO AG-SECT(AG-FOUND-IDX)
                   MOVE SLOT-LOCATION TO AG-LOCATION(AG-FOUND-IDX)
                   MOVE ST-TYPE(ST-IDX) TO AG-TYPE(AG-FOUND-IDX)
                   MOVE SLOT-COND TO AG-COND(AG-FOUND-IDX)
                   MOVE 0 TO AG-UNITS(AG-FOUND-IDX)
                   MOVE 0 TO AG-DOLLARS(AG-FOUND-IDX)
                   MOVE 0 TO AG-OVER90(AG-FOUND-IDX)
                   COMPUTE AG-OVER90(AG-FOUND-IDX) =
                       AG-OVER90(AG-FOUND-IDX) + 1
               END-IF
               COMPUTE GT-UNITS(GT-IDX) = GT-UNITS(GT-IDX) + 1
               COMPUTE GT-DOLLARS(GT-IDX) =
                   GT-DOLLARS(GT-IDX) + ST-COST(ST-IDX)
               IF DAYS-ON-LOT GREATER THAN 180
                   COMPUTE GT-OVER180(GT-IDX) =
                       GT-OVER180(GT-IDX) + 1
               END-IF
               IF DAYS-ON-LOT GREATER THAN 90
                   COMPUTE GT-OVER90(GT-IDX) = GT-OVER90(GT-IDX) + 1
               END-IF
           END-IF.

       L5C-AGE-LOOKUP.
           IF AG-SECT(AG-IDX) EQUAL SLOT-SECT
                   AND AG-LOCATION(AG-IDX) EQUAL SLOT-LOCATION
                   AND AG-TYPE(AG-IDX) EQUAL ST-TYPE(ST-IDX)
                   AND AG-COND(AG-IDX) EQUAL SLOT-COND
               MOVE AG-IDX TO AG-FOUND-IDX
           END-IF.

             AFTER ADVANCING 2 LINES.
           PERFORM L5A-TOTALS-LINE
             VARYING AG-IDX FROM 1 BY 1 UNTIL AG-IDX > AG-COUNT.
           MOVE 'TOTAL NEW UNITS' TO G-LABEL.
           MOVE GT-UNITS(1) TO G-UNITS.
           MOVE GT-DOLLARS(1) TO G-DOLLARS.
           MOVE GT-OVER90(1) TO G-OVER90.
           MOVE GT-OVER180(1) TO G-OVER180.
           WRITE PRTLINE
             FROM H-GRANDTOTALS
             AFTER ADVANCING 2 LINES.
           MOVE 'TOTAL USED UNITS' TO G-LABEL.
           MOVE GT-UNITS(2) TO G-UNITS.
           MOVE GT-DOLLARS(2) TO G-DOLLARS.
           MOVE GT-OVER90(2) TO G-OVER90.
           MOVE GT-OVER180(2) TO G-OVER180.
           WRITE PRTLINE
             FROM H-GRANDTOTALS
             AFTER ADVANCING 1 LINE.
           MOVE 'TOTAL IN TRANSIT' TO G-LABEL.
           MOVE GT-UNITS(3) TO G-UNITS.
           MOVE GT-DOLLARS(3) TO G-DOLLARS.
           MOVE GT-OVER90(3) TO G-OVER90.
           MOVE GT-OVER180(3) TO G-OVER180.
           WRITE PRTLINE
             FROM H-GRANDTOTALS
             AFTER ADVANCING 1 LINE.
           MOVE 'GRAND TOTALS' TO G-LABEL.
           COMPUTE G-UNITS = GT-UNITS(1) + GT-UNITS(2) + GT-UNITS(3).
           COMPUTE G-DOLLARS =
               GT-DOLLARS(1) + GT-DOLLARS(2) + GT-DOLLARS(3).
           COMPUTE G-OVER90 =
               GT-OVER90(1) + GT-OVER90(2) + GT-OVER90(3).
           COMPUTE G-OVER180 =
               GT-OVER180(1) + GT-OVER180(2) + GT-OVER180(3).
           WRITE PRTLINE
             FROM H-GRANDTOTALS
             AFTER ADVANCING 1 LINE.

       L5A-TOTALS-LINE.
           MOVE AG-LOCATION(AG-IDX) TO T-LOCATION.
           MOVE AG-TYPE(AG-IDX) TO T-TYPE.
           IF AG-COND(AG-IDX) = 'U'
               MOVE 'USED' TO T-COND
           ELSE
               MOVE 'NEW ' TO T-COND
           END-IF.
           MOVE AG-UNITS(AG-IDX) TO T-UNITS.
           MOVE AG-DOLLARS(AG-IDX) TO T-DOLLARS.
           MOVE AG-OVER90(AG-IDX) TO T-OVER90.
               MOVE BS-COST TO ST-COST(ST-COUNT)
               MOVE BS-RECEIVED TO ST-RECEIVED(ST-COUNT)
               MOVE BS-STATUS TO ST-STATUS(ST-COUNT)
               MOVE BS-LOT-DATE TO ST-LOT-DATE(ST-COUNT)
               MOVE BS-XFER-STATUS TO ST-XFER-STATUS(ST-COUNT)
               MOVE BS-XFER-FROM TO ST-XFER-FROM(ST-COUNT)
               MOVE BS-XFER-TO TO ST-XFER-TO(ST-COUNT)
               MOVE BS-SHIP-DATE TO ST-SHIP-DATE(ST-COUNT)
               MOVE 'N' TO ST-SOLD(ST-COUNT)
           ELSE
               COMPUTE ST-OVERFLOW = ST-OVERFLOW + 1
           MOVE ST-COST(ST-IDX) TO SO-COST.
           MOVE ST-RECEIVED(ST-IDX) TO SO-RECEIVED.
           MOVE ST-STATUS(ST-IDX) TO SO-STATUS.
           MOVE ST-LOT-DATE(ST-IDX) TO SO-LOT-DATE.
           MOVE ST-XFER-STATUS(ST-IDX) TO SO-XFER-STATUS.
           MOVE ST-XFER-FROM(ST-IDX) TO SO-XFER-FROM.
           MOVE ST-XFER-TO(ST-IDX) TO SO-XFER-TO.
           MOVE ST-SHIP-DATE(ST-IDX) TO SO-SHIP-DATE.
           WRITE N-REC FROM STK-OUT-REC.
           COMPUTE MSTOUTCOUNT = MSTOUTCOUNT + 1.
       END PROGRAM CBLTAM24.

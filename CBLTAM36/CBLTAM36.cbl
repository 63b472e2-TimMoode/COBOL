       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBLTAM36.
       AUTHOR. TIMOTHY ALEC MOODE.
       DATE-WRITTEN. 10/15/2026.
      * INGREDIENT PURCHASE ORDER RUN. CBLTAM22 WRITES CBLPFCST.DAT
      * IN PIZZAS PER ITEM, BUT THE SUPPLIERS SELL POUNDS OF CHEESE,
      * CASES OF DOUGH BALLS AND TINS OF SAUCE, AND THE FORECAST WAS
      * STILL BEING TURNED INTO AN ORDER ON A CALCULATOR. THIS
      * PROGRAM MULTIPLIES EVERY FORECAST ITEM OUT THROUGH THE RECIPE
      * MASTER (CBLPRCP.DAT - ONE RECORD PER ITEM AND INGREDIENT WITH
      * THE AMOUNT OF THE INGREDIENT ONE ITEM USES) INTO TOTAL NEEDS
      * PER INGREDIENT, TAKES OFF THE ON-HAND COUNT CARRIED ON THE
      * INGREDIENT MASTER (CBLPING.DAT), ROUNDS WHAT IS STILL SHORT
      * UP TO WHOLE PACKS, AND WRITES A PRINTED PURCHASE ORDER FOR
      * EACH SUPPLIER TOGETHER WITH A DATA FILE THE SUPPLIERS CAN
      * LOAD. A FORECAST ITEM WITH NO RECIPE, A RECIPE THAT NAMES AN
      * INGREDIENT NOT ON THE MASTER, AND AN INGREDIENT WITH NO PACK
      * SIZE OR SUPPLIER ARE ALL LISTED ON THE EXCEPTION LISTING SO
      * NOTHING IS LEFT OFF THE ORDER WITHOUT SOMEONE SEEING IT.
      * NEITHER MASTER HAS TO BE IN ANY PARTICULAR SEQUENCE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FCST-FILE
               ASSIGN TO 'C:\COBOLWI19\CBLPFCST.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RECIPE-MASTER
               ASSIGN TO 'C:\COBOLWI19\CBLPRCP.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT INGRED-MASTER
               ASSIGN TO 'C:\COBOLWI19\CBLPING.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT POOUT
               ASSIGN TO 'C:\COBOLWI19\CBLPPORD.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PRTOUT
               ASSIGN TO 'C:\COBOLWI19\PIZZAPO.PRT'
                   ORGANIZATION IS RECORD SEQUENTIAL.
           SELECT EXCOUT
               ASSIGN TO 'C:\COBOLWI19\PIZZAPOX.PRT'
                   ORGANIZATION IS RECORD SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *SUGGESTED ORDER IN PIZZAS PER ITEM, AS CBLTAM22 WRITES IT
       FD FCST-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS FC-REC
           RECORD CONTAINS 31 CHARACTERS.
       01 FC-REC.
         05 FC-ID PIC X(4).
         05 FC-NAME PIC X(20).
         05 FC-QTY PIC 9(7).

      *ONE RECORD PER ITEM AND INGREDIENT - RC-QTY IS HOW MUCH OF
      *THE INGREDIENT, IN ITS UNIT OF MEASURE, ONE ITEM USES
       FD RECIPE-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS RC-REC
           RECORD CONTAINS 17 CHARACTERS.
       01 RC-REC.
         05 RC-ITEM-ID PIC X(4).
         05 RC-ING-ID PIC X(6).
         05 RC-QTY PIC 9(3)V9(4).

      *ONE RECORD PER INGREDIENT. PACK SIZE AND ON-HAND ARE BOTH IN
      *THE UNIT OF MEASURE, PACK COST IS WHAT ONE PACK COSTS
       FD INGRED-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS IG-REC
           RECORD CONTAINS 65 CHARACTERS.
       01 IG-REC.
         05 IG-ID PIC X(6).
         05 IG-NAME PIC X(20).
         05 IG-UOM PIC X(4).
         05 IG-PACK-SIZE PIC 9(4)V99.
         05 IG-PACK-DESC PIC X(8).
         05 IG-SUPPLIER PIC X(6).
         05 IG-ONHAND PIC 9(6)V99.
         05 IG-PACK-COST PIC 9(5)V99.

      *ONE RECORD PER INGREDIENT ORDERED, IN SUPPLIER SEQUENCE
       FD POOUT
           LABEL RECORD IS STANDARD
           DATA RECORD IS PO-REC
           RECORD CONTAINS 69 CHARACTERS.
       01 PO-REC.
         05 PO-SUPPLIER PIC X(6).
         05 PO-DATE PIC X(8).
         05 PO-ING-ID PIC X(6).
         05 PO-ING-NAME PIC X(20).
         05 PO-PACKS PIC 9(5).
         05 PO-PACK-DESC PIC X(8).
         05 PO-PACK-COST PIC 9(5)V99.
         05 PO-EXT-COST PIC 9(7)V99.

       FD PRTOUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS PRTLINE
           LINAGE IS 40 WITH FOOTING AT 36.
       01 PRTLINE PIC X(132).

       FD EXCOUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS EXCLINE.
       01 EXCLINE PIC X(132).

       WORKING-STORAGE SECTION.
       01 MISC.
         05 FC-EOF PIC X VALUE 'N'.
         05 RC-EOF PIC X VALUE 'N'.
         05 IG-EOF PIC X VALUE 'N'.
         05 CPAGECOUNT PIC 99 VALUE 0.
         05 FCSTCOUNT PIC 9(5) VALUE 0.
         05 NORECIPECOUNT PIC 9(5) VALUE 0.
         05 NOINGREDCOUNT PIC 9(5) VALUE 0.
         05 NOORDERCOUNT PIC 9(5) VALUE 0.
         05 ORDERCOUNT PIC 9(5) VALUE 0.
         05 COVEREDCOUNT PIC 9(5) VALUE 0.
         05 SUPPCOUNT PIC 9(5) VALUE 0.
         05 EXCCOUNT PIC 9(5) VALUE 0.
         05 RECIPE-LINES PIC 999 VALUE 0.
         05 HOLD-SUPPLIER PIC X(6) VALUE SPACES.
      *WORK AREAS FOR ONE INGREDIENT ON THE ORDER
       01 ORDER-WORK.
         05 OW-SHORT PIC 9(9)V9(4) VALUE 0.
         05 OW-PACKS PIC 9(5) VALUE 0.
         05 OW-EXT-COST PIC 9(7)V99 VALUE 0.
         05 SUPP-COST PIC 9(9)V99 VALUE 0.
         05 GT-COST PIC 9(9)V99 VALUE 0.
      *INGREDIENT MASTER LOADED AT STARTUP. IN-NEED BUILDS UP AS
      *THE FORECAST IS EXPLODED THROUGH THE RECIPES
       01 INGRED-CONTROLS.
         05 IN-COUNT PIC 999 VALUE 0.
         05 IN-MAX PIC 999 VALUE 300.
         05 IN-IDX PIC 999 VALUE 0.
         05 IN-IDX2 PIC 999 VALUE 0.
         05 IN-LIMIT PIC 999 VALUE 0.
         05 IN-FOUND-IDX PIC 999 VALUE 0.
           88 INGRED-NOT-FOUND VALUE 0.
         05 IN-OVERFLOW PIC 999 VALUE 0.
       01 INGRED-TABLE.
         05 IN-ENTRY OCCURS 300 TIMES.
           10 IN-ID PIC X(6).
           10 IN-NAME PIC X(20).
           10 IN-UOM PIC X(4).
           10 IN-PACK-SIZE PIC 9(4)V99.
           10 IN-PACK-DESC PIC X(8).
           10 IN-SUPPLIER PIC X(6).
           10 IN-ONHAND PIC 9(6)V99.
           10 IN-PACK-COST PIC 9(5)V99.
           10 IN-NEED PIC 9(9)V9(4).
       01 INGRED-HOLD PIC X(78).
      *RECIPE MASTER LOADED AT STARTUP
       01 RECIPE-CONTROLS.
         05 RT-COUNT PIC 9(4) VALUE 0.
         05 RT-MAX PIC 9(4) VALUE 1000.
         05 RT-IDX PIC 9(4) VALUE 0.
         05 RT-OVERFLOW PIC 9(4) VALUE 0.
       01 RECIPE-TABLE.
         05 RT-ENTRY OCCURS 1000 TIMES.
           10 RT-ITEM-ID PIC X(4).
           10 RT-ING-ID PIC X(6).
           10 RT-QTY PIC 9(3)V9(4).
       01 CURDATETIME.
         05 THE-DATE.
           10 CURYEAR PIC XXXX.
           10 CURMONTH PIC XX.
           10 CURDAY PIC XX.
         05 THE-TIME.
           10 CURHOUR PIC XX.
           10 CURMIN PIC XX.
           10 CURSEC PIC XX.
       01 H-TITLELINE.
         05 FILLER PIC X(6) VALUE 'DATE: '.
         05 H-MONTH PIC XX.
         05 FILLER PIC X VALUE '/'.
         05 H-DAY PIC XX.
         05 FILLER PIC X VALUE '/'.
         05 H-YEAR PIC XXXX.
         05 FILLER PIC X(30) VALUE SPACES.
         05 FILLER PIC X(26)
                   VALUE 'PURCHASE ORDER - SUPPLIER '.
         05 H-SUPPLIER PIC X(6).
         05 FILLER PIC X(46) VALUE SPACES.
         05 FILLER PIC X(6) VALUE 'PAGE: '.
         05 H-PAGE PIC Z9.
       01 H-HEADING1.
         05 FILLER PIC X(6) VALUE 'INGRED'.
         05 FILLER PIC X(3) VALUE SPACES.
         05 FILLER PIC X(15) VALUE 'INGREDIENT NAME'.
         05 FILLER PIC X(7) VALUE SPACES.
         05 FILLER PIC X(4) VALUE 'UNIT'.
         05 FILLER PIC X(6) VALUE SPACES.
         05 FILLER PIC X(6) VALUE 'NEEDED'.
         05 FILLER PIC X(5) VALUE SPACES.
         05 FILLER PIC X(7) VALUE 'ON HAND'.
         05 FILLER PIC X(7) VALUE SPACES.
         05 FILLER PIC X(5) VALUE 'SHORT'.
         05 FILLER PIC X(3) VALUE SPACES.
         05 FILLER PIC X(4) VALUE 'PACK'.
         05 FILLER PIC X(10) VALUE SPACES.
         05 FILLER PIC X(4) VALUE 'SIZE'.
         05 FILLER PIC X(4) VALUE SPACES.
         05 FILLER PIC X(5) VALUE 'PACKS'.
         05 FILLER PIC X(4) VALUE SPACES.
         05 FILLER PIC X(9) VALUE 'PACK COST'.
         05 FILLER PIC X(7) VALUE SPACES.
         05 FILLER PIC X(8) VALUE 'EXTENDED'.
       01 H-DETAIL.
         05 D-ING-ID PIC X(6).
         05 FILLER PIC X(3) VALUE SPACES.
         05 D-ING-NAME PIC X(20).
         05 FILLER PIC X(2) VALUE SPACES.
         05 D-UOM PIC X(4).
         05 FILLER PIC X(2) VALUE SPACES.
         05 D-NEEDED PIC ZZZ,ZZ9.99.
         05 FILLER PIC X(2) VALUE SPACES.
         05 D-ONHAND PIC ZZZ,ZZ9.99.
         05 FILLER PIC X(2) VALUE SPACES.
         05 D-SHORT PIC ZZZ,ZZ9.99.
         05 FILLER PIC X(3) VALUE SPACES.
         05 D-PACK-DESC PIC X(8).
         05 FILLER PIC X(2) VALUE SPACES.
         05 D-PACK-SIZE PIC Z,ZZ9.99.
         05 FILLER PIC X(3) VALUE SPACES.
         05 D-PACKS PIC ZZ,ZZ9.
         05 FILLER PIC X(3) VALUE SPACES.
         05 D-PACK-COST PIC $ZZ,ZZ9.99.
         05 FILLER PIC X(2) VALUE SPACES.
         05 D-EXT-COST PIC $Z,ZZZ,ZZ9.99.
       01 H-SUPPTOTAL.
         05 FILLER PIC X(80) VALUE SPACES.
         05 FILLER PIC X(22)
                   VALUE 'TOTAL PURCHASE ORDER: '.
         05 FILLER PIC X(7) VALUE SPACES.
         05 S-COST PIC $ZZZ,ZZZ,ZZ9.99.
      *RUN SUMMARY PRINTED ON ITS OWN PAGE AFTER THE LAST ORDER
       01 H-SUMTITLE.
         05 FILLER PIC X(6) VALUE 'DATE: '.
         05 SM-MONTH PIC XX.
         05 FILLER PIC X VALUE '/'.
         05 SM-DAY PIC XX.
         05 FILLER PIC X VALUE '/'.
         05 SM-YEAR PIC XXXX.
         05 FILLER PIC X(36) VALUE SPACES.
         05 FILLER PIC X(26)
                   VALUE 'PURCHASE ORDER RUN SUMMARY'.
       01 H-GRANDTOTAL.
         05 FILLER PIC X(26)
                   VALUE 'TOTAL ALL PURCHASE ORDERS:'.
         05 FILLER PIC X(3) VALUE SPACES.
         05 G-COST PIC $ZZZ,ZZZ,ZZ9.99.
       01 H-FINALLINE1.
         05 FILLER PIC X(18) VALUE 'FORECAST ITEMS:   '.
         05 F-FCSTCOUNT PIC ZZZZ9.
         05 FILLER PIC X(5) VALUE SPACES.
         05 FILLER PIC X(18) VALUE 'NO RECIPE:        '.
         05 F-NORECIPE PIC ZZZZ9.
         05 FILLER PIC X(5) VALUE SPACES.
         05 FILLER PIC X(18) VALUE 'SUPPLIERS:        '.
         05 F-SUPPCOUNT PIC ZZZZ9.
       01 H-FINALLINE2.
         05 FILLER PIC X(18) VALUE 'INGREDS ORDERED:  '.
         05 F-ORDERCOUNT PIC ZZZZ9.
         05 FILLER PIC X(5) VALUE SPACES.
         05 FILLER PIC X(18) VALUE 'COVERED ON HAND:  '.
         05 F-COVERED PIC ZZZZ9.
         05 FILLER PIC X(5) VALUE SPACES.
         05 FILLER PIC X(18) VALUE 'EXCEPTIONS:       '.
         05 F-EXCCOUNT PIC ZZZZ9.
       01 H-FINALLINE3.
         05 FILLER PIC X(18) VALUE 'UNKNOWN INGREDS:  '.
         05 F-NOINGRED PIC ZZZZ9.
         05 FILLER PIC X(5) VALUE SPACES.
         05 FILLER PIC X(18) VALUE 'CANNOT ORDER:     '.
         05 F-NOORDER PIC ZZZZ9.
      *WARNING LINES FOR TRUNCATED TABLES - A FULL TABLE MEANS
      *INGREDIENTS OR RECIPE LINES ARE MISSING FROM THE ORDER
       01 H-INGREDOVERFLOW.
         05 FILLER PIC X(35) VALUE
                   '**WARNING - INGREDIENT TABLE FULL, '.
         05 X-IN-OVERFLOW PIC ZZ9.
         05 FILLER PIC X(29) VALUE
                   ' INGREDIENT(S) NOT LOADED**'.
       01 H-RECIPEOVERFLOW.
         05 FILLER PIC X(31) VALUE
                   '**WARNING - RECIPE TABLE FULL, '.
         05 X-RT-OVERFLOW PIC ZZZ9.
         05 FILLER PIC X(29) VALUE
                   ' RECIPE LINE(S) NOT LOADED**'.
      *EXCEPTION LISTING LAYOUTS
       01 H-EXCTITLE.
         05 FILLER PIC X(6) VALUE 'DATE: '.
         05 X-MONTH PIC XX.
         05 FILLER PIC X VALUE '/'.
         05 X-DAY PIC XX.
         05 FILLER PIC X VALUE '/'.
         05 X-YEAR PIC XXXX.
         05 FILLER PIC X(30) VALUE SPACES.
         05 FILLER PIC X(34)
                   VALUE 'PURCHASE ORDER EXCEPTIONS LISTING'.
       01 H-EXCHEADING.
         05 FILLER PIC X(4) VALUE 'ITEM'.
         05 FILLER PIC X(4) VALUE SPACES.
         05 FILLER PIC X(9) VALUE 'ITEM NAME'.
         05 FILLER PIC X(13) VALUE SPACES.
         05 FILLER PIC X(12) VALUE 'FORECAST QTY'.
         05 FILLER PIC X(3) VALUE SPACES.
         05 FILLER PIC X(6) VALUE 'INGRED'.
         05 FILLER PIC X(4) VALUE SPACES.
         05 FILLER PIC X(6) VALUE 'REASON'.
       01 H-EXCDETAIL.
         05 X-ITEM-ID PIC X(4).
         05 FILLER PIC X(4) VALUE SPACES.
         05 X-ITEM-NAME PIC X(20).
         05 FILLER PIC X(5) VALUE SPACES.
         05 X-FCST-QTY PIC Z,ZZZ,ZZ9.
         05 FILLER PIC X(4) VALUE SPACES.
         05 X-ING-ID PIC X(6).
         05 FILLER PIC X(4) VALUE SPACES.
         05 X-REASON PIC X(40).
       PROCEDURE DIVISION.
       L0-MAIN.
           PERFORM L1-INIT.
           PERFORM L1-MAINLINE
               UNTIL FC-EOF = 'Y'.
           PERFORM L1-CLOSING.
           STOP RUN.

       L1-INIT.
           MOVE FUNCTION CURRENT-DATE TO CURDATETIME.
           MOVE CURMONTH TO H-MONTH.
           MOVE CURDAY TO H-DAY.
           MOVE CURYEAR TO H-YEAR.
           MOVE CURMONTH TO SM-MONTH.
           MOVE CURDAY TO SM-DAY.
           MOVE CURYEAR TO SM-YEAR.
           MOVE CURMONTH TO X-MONTH.
           MOVE CURDAY TO X-DAY.
           MOVE CURYEAR TO X-YEAR.
           PERFORM L6-LOAD-INGREDIENTS.
           PERFORM L6-LOAD-RECIPES.
           OPEN INPUT FCST-FILE.
           OPEN OUTPUT POOUT.
           OPEN OUTPUT PRTOUT.
           OPEN OUTPUT EXCOUT.
           WRITE EXCLINE
               FROM H-EXCTITLE
                   AFTER ADVANCING PAGE.
           WRITE EXCLINE
               FROM H-EXCHEADING
                   AFTER ADVANCING 2 LINES.
           PERFORM L2-READ-FCST.

       L1-MAINLINE.
           PERFORM L2-EXPLODE-ITEM.
           PERFORM L2-READ-FCST.

      *EVERY INGREDIENT NOW CARRIES ITS TOTAL NEED. THE TABLE IS PUT
      *IN SUPPLIER ORDER SO EACH SUPPLIER'S ORDER PRINTS TOGETHER
       L1-CLOSING.
           PERFORM L5-INGRED-SORT.
           PERFORM L4-ORDER-INGREDIENT
               VARYING IN-IDX FROM 1 BY 1 UNTIL IN-IDX > IN-COUNT.
           IF HOLD-SUPPLIER NOT = SPACES
               PERFORM L4-SUPPLIER-TOTAL
           END-IF.
           WRITE PRTLINE
               FROM H-SUMTITLE
                   AFTER ADVANCING PAGE.
           MOVE GT-COST TO G-COST.
           WRITE PRTLINE
               FROM H-GRANDTOTAL
                   AFTER ADVANCING 3 LINES.
           MOVE FCSTCOUNT TO F-FCSTCOUNT.
           MOVE NORECIPECOUNT TO F-NORECIPE.
           MOVE SUPPCOUNT TO F-SUPPCOUNT.
           WRITE PRTLINE
               FROM H-FINALLINE1
                   AFTER ADVANCING 3 LINES.
           MOVE ORDERCOUNT TO F-ORDERCOUNT.
           MOVE COVEREDCOUNT TO F-COVERED.
           MOVE EXCCOUNT TO F-EXCCOUNT.
           WRITE PRTLINE
               FROM H-FINALLINE2
                   AFTER ADVANCING 1 LINE.
           MOVE NOINGREDCOUNT TO F-NOINGRED.
           MOVE NOORDERCOUNT TO F-NOORDER.
           WRITE PRTLINE
               FROM H-FINALLINE3
                   AFTER ADVANCING 1 LINE.
           IF IN-OVERFLOW GREATER THAN 0
               MOVE IN-OVERFLOW TO X-IN-OVERFLOW
               WRITE PRTLINE
                   FROM H-INGREDOVERFLOW
                       AFTER ADVANCING 2 LINES
           END-IF.
           IF RT-OVERFLOW GREATER THAN 0
               MOVE RT-OVERFLOW TO X-RT-OVERFLOW
               WRITE PRTLINE
                   FROM H-RECIPEOVERFLOW
                       AFTER ADVANCING 2 LINES
           END-IF.
           CLOSE FCST-FILE
                 POOUT
                 PRTOUT
                 EXCOUT.
           DISPLAY 'CBLTAM36 - INGREDIENT PURCHASE ORDER RUN COMPLETE'.
           DISPLAY 'FORECAST ITEMS: ' FCSTCOUNT
               ' ORDERED: ' ORDERCOUNT
               ' SUPPLIERS: ' SUPPCOUNT
               ' EXCEPTIONS: ' EXCCOUNT.
           DISPLAY 'UNKNOWN INGREDIENTS: ' NOINGREDCOUNT
               ' CANNOT ORDER: ' NOORDERCOUNT.

       L2-READ-FCST.
           READ FCST-FILE
               AT END
                   MOVE 'Y' TO FC-EOF
               NOT AT END
                   COMPUTE FCSTCOUNT = FCSTCOUNT + 1
           END-READ.

      *EACH RECIPE LINE FOR THE ITEM ADDS FORECAST QUANTITY TIMES
      *THE RECIPE AMOUNT TO THAT INGREDIENT'S NEED
       L2-EXPLODE-ITEM.
           MOVE 0 TO RECIPE-LINES.
           PERFORM L2A-RECIPE-LINE
               VARYING RT-IDX FROM 1 BY 1 UNTIL RT-IDX > RT-COUNT.
           IF RECIPE-LINES = 0
               MOVE SPACES TO X-ING-ID
               MOVE 'NO RECIPE - ORDER BY HAND' TO X-REASON
               PERFORM L4-EXCEPTION-LINE
               COMPUTE NORECIPECOUNT = NORECIPECOUNT + 1
           END-IF.

       L2A-RECIPE-LINE.
           IF RT-ITEM-ID(RT-IDX) EQUAL FC-ID
               COMPUTE RECIPE-LINES = RECIPE-LINES + 1
               PERFORM L6-INGRED-LOOKUP
               IF INGRED-NOT-FOUND
                   MOVE RT-ING-ID(RT-IDX) TO X-ING-ID
                   MOVE 'INGREDIENT NOT ON INGREDIENT MASTER'
                       TO X-REASON
                   PERFORM L4-EXCEPTION-LINE
                   COMPUTE NOINGREDCOUNT = NOINGREDCOUNT + 1
               ELSE
                   COMPUTE IN-NEED(IN-FOUND-IDX) =
                       IN-NEED(IN-FOUND-IDX) +
                           FC-QTY * RT-QTY(RT-IDX)
               END-IF
           END-IF.

       L3-HEADINGS.
           COMPUTE CPAGECOUNT = CPAGECOUNT + 1.
           MOVE CPAGECOUNT TO H-PAGE.
           WRITE PRTLINE
               FROM H-TITLELINE
                   AFTER ADVANCING PAGE.
           WRITE PRTLINE
               FROM H-HEADING1
                   AFTER ADVANCING 2 LINES.

      *WHAT IS STILL SHORT AFTER ON-HAND IS ROUNDED UP TO WHOLE
      *PACKS. EACH SUPPLIER STARTS ITS OWN ORDER ON A NEW PAGE
       L4-ORDER-INGREDIENT.
           IF IN-NEED(IN-IDX) GREATER THAN 0
               IF IN-NEED(IN-IDX) NOT GREATER THAN IN-ONHAND(IN-IDX)
                   COMPUTE COVEREDCOUNT = COVEREDCOUNT + 1
               ELSE
                   IF IN-PACK-SIZE(IN-IDX) = 0
                       MOVE 'NO PACK SIZE ON MASTER - ORDER BY HAND'
                           TO X-REASON
                       PERFORM L4-CANNOT-ORDER
                   ELSE
                       IF IN-SUPPLIER(IN-IDX) = SPACES
                           MOVE 'NO SUPPLIER ON MASTER - ORDER BY HAND'
                               TO X-REASON
                           PERFORM L4-CANNOT-ORDER
                       ELSE
                           PERFORM L4A-ORDER-LINE
                       END-IF
                   END-IF
               END-IF
           END-IF.

       L4A-ORDER-LINE.
           IF IN-SUPPLIER(IN-IDX) NOT = HOLD-SUPPLIER
               IF HOLD-SUPPLIER NOT = SPACES
                   PERFORM L4-SUPPLIER-TOTAL
               END-IF
               MOVE IN-SUPPLIER(IN-IDX) TO HOLD-SUPPLIER
               MOVE IN-SUPPLIER(IN-IDX) TO H-SUPPLIER
               MOVE 0 TO CPAGECOUNT
               MOVE 0 TO SUPP-COST
               COMPUTE SUPPCOUNT = SUPPCOUNT + 1
               PERFORM L3-HEADINGS
           END-IF.
           COMPUTE OW-SHORT = IN-NEED(IN-IDX) - IN-ONHAND(IN-IDX).
           COMPUTE OW-PACKS = OW-SHORT / IN-PACK-SIZE(IN-IDX).
           IF OW-PACKS * IN-PACK-SIZE(IN-IDX) LESS THAN OW-SHORT
               COMPUTE OW-PACKS = OW-PACKS + 1
           END-IF.
           COMPUTE OW-EXT-COST = OW-PACKS * IN-PACK-COST(IN-IDX).
           MOVE IN-ID(IN-IDX) TO D-ING-ID.
           MOVE IN-NAME(IN-IDX) TO D-ING-NAME.
           MOVE IN-UOM(IN-IDX) TO D-UOM.
           MOVE IN-NEED(IN-IDX) TO D-NEEDED.
           MOVE IN-ONHAND(IN-IDX) TO D-ONHAND.
           MOVE OW-SHORT TO D-SHORT.
           MOVE IN-PACK-DESC(IN-IDX) TO D-PACK-DESC.
           MOVE IN-PACK-SIZE(IN-IDX) TO D-PACK-SIZE.
           MOVE OW-PACKS TO D-PACKS.
           MOVE IN-PACK-COST(IN-IDX) TO D-PACK-COST.
           MOVE OW-EXT-COST TO D-EXT-COST.
           WRITE PRTLINE
               FROM H-DETAIL
                   AFTER ADVANCING 1 LINE
                       AT END-OF-PAGE
                           PERFORM L3-HEADINGS.
           MOVE IN-SUPPLIER(IN-IDX) TO PO-SUPPLIER.
           MOVE THE-DATE TO PO-DATE.
           MOVE IN-ID(IN-IDX) TO PO-ING-ID.
           MOVE IN-NAME(IN-IDX) TO PO-ING-NAME.
           MOVE OW-PACKS TO PO-PACKS.
           MOVE IN-PACK-DESC(IN-IDX) TO PO-PACK-DESC.
           MOVE IN-PACK-COST(IN-IDX) TO PO-PACK-COST.
           MOVE OW-EXT-COST TO PO-EXT-COST.
           WRITE PO-REC.
           COMPUTE SUPP-COST = SUPP-COST + OW-EXT-COST.
           COMPUTE GT-COST = GT-COST + OW-EXT-COST.
           COMPUTE ORDERCOUNT = ORDERCOUNT + 1.

       L4-SUPPLIER-TOTAL.
           MOVE SUPP-COST TO S-COST.
           WRITE PRTLINE
               FROM H-SUPPTOTAL
                   AFTER ADVANCING 2 LINES.

      *A SHORTAGE THAT CANNOT BE TURNED INTO PACKS OR SENT TO A
      *SUPPLIER IS LISTED RATHER THAN LEFT OFF THE ORDER SILENTLY
       L4-CANNOT-ORDER.
           MOVE SPACES TO X-ITEM-ID.
           MOVE IN-NAME(IN-IDX) TO X-ITEM-NAME.
           MOVE 0 TO X-FCST-QTY.
           MOVE IN-ID(IN-IDX) TO X-ING-ID.
           WRITE EXCLINE
               FROM H-EXCDETAIL
                   AFTER ADVANCING 1 LINE.
           COMPUTE EXCCOUNT = EXCCOUNT + 1.
           COMPUTE NOORDERCOUNT = NOORDERCOUNT + 1.

       L4-EXCEPTION-LINE.
           MOVE FC-ID TO X-ITEM-ID.
           MOVE FC-NAME TO X-ITEM-NAME.
           MOVE FC-QTY TO X-FCST-QTY.
           WRITE EXCLINE
               FROM H-EXCDETAIL
                   AFTER ADVANCING 1 LINE.
           COMPUTE EXCCOUNT = EXCCOUNT + 1.

      *BUBBLE SORT OF THE INGREDIENT TABLE BY SUPPLIER, THEN BY
      *INGREDIENT ID WITHIN SUPPLIER
       L5-INGRED-SORT.
           PERFORM L5A-OUTERLOOP
               VARYING IN-IDX FROM 1 BY 1 UNTIL IN-IDX NOT LESS THAN
                   IN-COUNT.

       L5A-OUTERLOOP.
           COMPUTE IN-LIMIT = IN-COUNT - IN-IDX.
           PERFORM L5B-INNERLOOP
               VARYING IN-IDX2 FROM 1 BY 1 UNTIL IN-IDX2 > IN-LIMIT.

       L5B-INNERLOOP.
           IF IN-SUPPLIER(IN-IDX2) GREATER THAN
                   IN-SUPPLIER(IN-IDX2 + 1)
               OR (IN-SUPPLIER(IN-IDX2) EQUAL IN-SUPPLIER(IN-IDX2 + 1)
                   AND IN-ID(IN-IDX2) GREATER THAN IN-ID(IN-IDX2 + 1))
               MOVE IN-ENTRY(IN-IDX2) TO INGRED-HOLD
               MOVE IN-ENTRY(IN-IDX2 + 1) TO IN-ENTRY(IN-IDX2)
               MOVE INGRED-HOLD TO IN-ENTRY(IN-IDX2 + 1)
           END-IF.

      *MATCHES THE RECIPE LINE AGAINST THE INGREDIENT TABLE
       L6-INGRED-LOOKUP.
           MOVE 0 TO IN-FOUND-IDX.
           PERFORM L6A-LOOKUP-LOOP
               VARYING IN-IDX FROM 1 BY 1
                   UNTIL IN-IDX > IN-COUNT OR NOT INGRED-NOT-FOUND.

       L6A-LOOKUP-LOOP.
           IF IN-ID(IN-IDX) EQUAL RT-ING-ID(RT-IDX)
               MOVE IN-IDX TO IN-FOUND-IDX
           END-IF.

      *LOADS THE INGREDIENT MASTER WITH EVERY NEED STARTING AT ZERO
       L6-LOAD-INGREDIENTS.
           OPEN INPUT INGRED-MASTER.
           PERFORM L6A-READ-INGRED.
           PERFORM L6A-TABLE-INGRED
               UNTIL IG-EOF = 'Y'.
           CLOSE INGRED-MASTER.

       L6A-READ-INGRED.
           READ INGRED-MASTER
               AT END
                   MOVE 'Y' TO IG-EOF.

       L6A-TABLE-INGRED.
           IF IN-COUNT LESS THAN IN-MAX
               COMPUTE IN-COUNT = IN-COUNT + 1
               MOVE IG-ID TO IN-ID(IN-COUNT)
               MOVE IG-NAME TO IN-NAME(IN-COUNT)
               MOVE IG-UOM TO IN-UOM(IN-COUNT)
               MOVE IG-PACK-SIZE TO IN-PACK-SIZE(IN-COUNT)
               MOVE IG-PACK-DESC TO IN-PACK-DESC(IN-COUNT)
               MOVE IG-SUPPLIER TO IN-SUPPLIER(IN-COUNT)
               MOVE IG-ONHAND TO IN-ONHAND(IN-COUNT)
               MOVE IG-PACK-COST TO IN-PACK-COST(IN-COUNT)
               MOVE 0 TO IN-NEED(IN-COUNT)
           ELSE
               COMPUTE IN-OVERFLOW = IN-OVERFLOW + 1
           END-IF.
           PERFORM L6A-READ-INGRED.

       L6-LOAD-RECIPES.
           OPEN INPUT RECIPE-MASTER.
           PERFORM L6A-READ-RECIPE.
           PERFORM L6A-TABLE-RECIPE
               UNTIL RC-EOF = 'Y'.
           CLOSE RECIPE-MASTER.

       L6A-READ-RECIPE.
           READ RECIPE-MASTER
               AT END
                   MOVE 'Y' TO RC-EOF.

       L6A-TABLE-RECIPE.
           IF RT-COUNT LESS THAN RT-MAX
               COMPUTE RT-COUNT = RT-COUNT + 1
               MOVE RC-ITEM-ID TO RT-ITEM-ID(RT-COUNT)
               MOVE RC-ING-ID TO RT-ING-ID(RT-COUNT)
               MOVE RC-QTY TO RT-QTY(RT-COUNT)
           ELSE
               COMPUTE RT-OVERFLOW = RT-OVERFLOW + 1
           END-IF.
           PERFORM L6A-READ-RECIPE.
       END PROGRAM CBLTAM36.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. LANDCOST.
       AUTHOR. IVANNA COLAN.
      ******************************************************************
      * 04/27 Landed-cost ranking of each part's suppliers off the
      * run's GOODDATA. PPVRPT holds a unit price up to standard, but
      * an offshore part at the lowest unit price can cost us the
      * most once the truck and the duty are paid. Every accepted
      * order is landed through LANDCALC - unit price in US dollars,
      * plus the estimated freight per unit when it ships collect,
      * plus the duty at its country of origin's rate - and the
      * orders are averaged per part and supplier over the quantity
      * bought. Each part's suppliers are then listed cheapest landed
      * first, with where each would rank on unit price alone, so the
      * buyer sees at a glance where the price leader is not the
      * cheapest part to own.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Input good records from tonight's run
           SELECT GOODDATAIN ASSIGN TO GOODDATA
           FILE STATUS IS IN-GOODDATA-KEY.

      * Output Landed Cost Report
           SELECT PRINT-LINE ASSIGN TO PRTLINE.

       DATA DIVISION.
       FILE SECTION.
       FD  GOODDATAIN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 1029 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS GOODDATAIN-REC.
       01  GOODDATAIN-REC     PIC X(1029).

       FD  PRINT-LINE RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 133 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PRINT-REC.
       01  PRINT-REC      PIC X(133).

       WORKING-STORAGE SECTION.
           COPY PARTSUB. *> PART-SUPP-ADDR-PO Copybook
           COPY LANDREQ. *> LANDCALC landed-cost request block

       01 FILE-STATUS-CODES.
           05 IN-GOODDATA-KEY            PIC X(2).
                88 CODE-WRITE               VALUE SPACES.

       01 FILES-EOF.
           05 GOODDATAIN-EOF-WS               PIC X(01) VALUE 'N'.
              88 GOODDATA-END-OF-FILE                    VALUE 'Y'.

       01 WS-IN-GOODDATA-CTR               PIC 9(7) VALUE ZERO.
       01 WS-ORDERS-LANDED-CTR             PIC 9(7) VALUE ZERO.
       01 WS-FREIGHT-EST-CTR               PIC 9(7) VALUE ZERO.
       01 WS-FREIGHT-GAP-CTR               PIC 9(7) VALUE ZERO.
       01 WS-DUTY-GAP-CTR                  PIC 9(7) VALUE ZERO.
       01 WS-FX-GAP-CTR                    PIC 9(7) VALUE ZERO.
       01 WS-PARTS-CTR                     PIC 9(7) VALUE ZERO.
       01 WS-PRICE-LEADER-LOST-CTR         PIC 9(7) VALUE ZERO.
       01 WS-PO-COUNTER                    PIC 9 VALUE 1.
       01 WS-ADDR-COUNTER                  PIC 9 VALUE 1.
       01 WS-ORDER-STATE                   PIC X(02) VALUE SPACES.

      *04/27 One row per part and supplier. The leading part and
      * average landed cost make the sort key, so each part's
      * suppliers come out cheapest landed first.
       01 WS-LAND-TABLE.
           05 WS-LC-ENTRY OCCURS 5000 TIMES.
              10 WS-LC-KEY.
                 15 WS-LC-PART-NUMBER     PIC X(23).
                 15 WS-LC-AVG-LANDED      PIC 9(07)V9(4).
                 15 WS-LC-SUPPLIER-CODE   PIC X(10).
              10 WS-LC-ORDER-CTR          PIC 9(05).
              10 WS-LC-QTY                PIC 9(09).
              10 WS-LC-EXT-PRICE          PIC 9(11)V99.
              10 WS-LC-EXT-FREIGHT        PIC 9(11)V99.
              10 WS-LC-EXT-DUTY           PIC 9(11)V99.
              10 WS-LC-AVG-PRICE          PIC 9(07)V9(4).
              10 WS-LC-LANDED-RANK        PIC 9(03).
              10 WS-LC-PRICE-RANK         PIC 9(03).
              10 WS-LC-GAP-FLAG           PIC X(01).
                 88 WS-LC-HAS-GAP               VALUE 'Y'.
       01 WS-LC-MAX                       PIC 9(04) VALUE ZERO.
       01 WS-LC-IDX                       PIC 9(04) VALUE 1.
       01 WS-LC-FOUND-IDX                 PIC 9(04) VALUE ZERO.
       01 WS-LC-SWAP                      PIC X(115) VALUE SPACES.
       01 WS-SORT-I                       PIC 9(04) VALUE ZERO.
       01 WS-SORT-J                       PIC 9(04) VALUE ZERO.
       01 WS-GROUP-START                  PIC 9(04) VALUE 1.
       01 WS-PREV-PART                    PIC X(23) VALUE SPACES.

       01 WS-EXT-AMOUNT                   PIC 9(11)V99 VALUE ZERO.

       01 WS-FLAGS.
           05 WS-LINE-KTR               PIC 9(4) VALUE 0.
       01 WS-PAGE-CTR                   PIC 9(4) VALUE ZERO.
       01 WS-MAX-LINES-PER-PAGE         PIC 9(4) VALUE 0055.

      *************************************************************
      ****** Report headings ******
      *************************************************************
       01 WS-BLANK-LINE                 PIC X(133)     VALUE SPACES.
       01 WS-PAGE-HEADING.
           05 FILLER              PIC X(3)       VALUE SPACES.
           05 FILLER              PIC X(56) VALUE
              'Destiny Auto Parts - Landed Cost by Part and Supplier'.
           05 FILLER              PIC X(52)      VALUE SPACES.
           05 FILLER              PIC X(5)       VALUE 'PAGE '.
           05 WS-PAGE-NO-OUT      PIC ZZZ9       VALUE ZERO.

       01 WS-HEADER.
          05 FILLER              PIC X(3)       VALUE SPACES.
          05 FILLER              PIC X(25)      VALUE 'Part Number'.
          05 FILLER              PIC X(05)      VALUE 'Rank'.
          05 FILLER              PIC X(12)      VALUE 'Supplier'.
          05 FILLER              PIC X(07)      VALUE ' Orders'.
          05 FILLER              PIC X(11)      VALUE '   Quantity'.
          05 FILLER              PIC X(13)      VALUE '   Unit Price'.
          05 FILLER              PIC X(13)      VALUE '      Freight'.
          05 FILLER              PIC X(13)      VALUE '         Duty'.
          05 FILLER              PIC X(13)      VALUE '  Landed Cost'.
          05 FILLER              PIC X(07)      VALUE '  Price'.
          05 FILLER              PIC X(11)      VALUE 'Note'.
       01 WS-UNDERLINE.
          05 FILLER              PIC X(3)       VALUE SPACES.
          05 FILLER              PIC X(23)      VALUE ALL '='.
          05 FILLER              PIC X(02)      VALUE SPACES.
          05 FILLER              PIC X(03)      VALUE ALL '='.
          05 FILLER              PIC X(02)      VALUE SPACES.
          05 FILLER              PIC X(10)      VALUE ALL '='.
          05 FILLER              PIC X(02)      VALUE SPACES.
          05 FILLER              PIC X(05)      VALUE ALL '='.
          05 FILLER              PIC X(02)      VALUE SPACES.
          05 FILLER              PIC X(09)      VALUE ALL '='.
          05 FILLER              PIC X(02)      VALUE SPACES.
          05 FILLER              PIC X(11)      VALUE ALL '='.
          05 FILLER              PIC X(02)      VALUE SPACES.
          05 FILLER              PIC X(11)      VALUE ALL '='.
          05 FILLER              PIC X(02)      VALUE SPACES.
          05 FILLER              PIC X(11)      VALUE ALL '='.
          05 FILLER              PIC X(02)      VALUE SPACES.
          05 FILLER              PIC X(11)      VALUE ALL '='.
          05 FILLER              PIC X(02)      VALUE SPACES.
          05 FILLER              PIC X(05)      VALUE ALL '='.
          05 FILLER              PIC X(02)      VALUE SPACES.
          05 FILLER              PIC X(12)      VALUE ALL '='.

       01 WS-LAND-LINE-OUT.
          05 FILLER                 PIC X(3)       VALUE SPACES.
          05 LC-PART-OUT            PIC X(23)      VALUE SPACES.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 LC-RANK-OUT            PIC ZZ9        VALUE ZERO.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 LC-SUPPLIER-OUT        PIC X(10)      VALUE SPACES.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 LC-ORDERS-OUT          PIC ZZZZ9      VALUE ZERO.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 LC-QTY-OUT             PIC ZZZZZZZZ9  VALUE ZERO.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 LC-PRICE-OUT           PIC ZZZZZ9.9999 VALUE ZERO.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 LC-FREIGHT-OUT         PIC ZZZZZ9.9999 VALUE ZERO.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 LC-DUTY-OUT            PIC ZZZZZ9.9999 VALUE ZERO.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 LC-LANDED-OUT          PIC ZZZZZ9.9999 VALUE ZERO.
          05 FILLER                 PIC X(04)      VALUE SPACES.
          05 LC-PRICE-RANK-OUT      PIC ZZ9        VALUE ZERO.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 LC-NOTE-OUT            PIC X(12)      VALUE SPACES.

       01 WS-SUMMARY-LINE.
           05 FILLER                PIC X(3)  VALUE SPACES.
           05 WS-SUMMARY-LABEL      PIC X(34) VALUE SPACES.
           05 WS-SUMMARY-COUNT      PIC ZZZ,ZZZ,ZZ9 VALUE ZERO.
           05 FILLER                PIC X(96) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN.
           PERFORM 000-Housekeeping.
           PERFORM 100-Main2 UNTIL GOODDATAIN-EOF-WS = 'Y'.
           PERFORM 450-AverageCosts.
           PERFORM 500-SortLanded
              THRU 500-SortLanded-Exit.
           PERFORM 550-RankSuppliers.
           PERFORM 700-PrintRanking.
           PERFORM 900-WriteSummary.
           PERFORM 600-CLOSE-FILES.
           GOBACK.

       000-Housekeeping.
           INITIALIZE PART-SUPP-ADDR-PO.
           INITIALIZE WS-LAND-TABLE.
           PERFORM 300-Open-Files.
           MOVE SPACES TO PRINT-REC.
      * Priming Read
           PERFORM 400-Read-GOODDATAIN.

       100-Main2.
           PERFORM 210-FindOrderState.
           PERFORM VARYING WS-PO-COUNTER FROM 1 BY 1
              UNTIL WS-PO-COUNTER > PURCHASE-ORDER-COUNT-PO
                 IF PO-NUMBER-PO (WS-PO-COUNTER) NOT = SPACES
                    AND QUANTITY-PO (WS-PO-COUNTER) > ZERO
                    AND UNIT-PRICE-PO (WS-PO-COUNTER) > ZERO
                    PERFORM 200-LandOneOrder
                 END-IF
           END-PERFORM.
           PERFORM 400-Read-GOODDATAIN.

      *04/27 An order whose freight or duty could not be worked out
      * is still landed on what could be - the row is marked so the
      * buyer knows the figure is short.
       200-LandOneOrder.
           MOVE PART-NUMBER-PO TO LCR-PART-NUMBER.
           MOVE CARRIER-CODE-PO TO LCR-CARRIER-CODE.
           MOVE WS-ORDER-STATE TO LCR-ORIGIN-STATE.
           MOVE SHIP-TO-PLANT-PO TO LCR-SHIP-TO-PLANT.
           MOVE FREIGHT-TERMS-PO TO LCR-FREIGHT-TERMS.
           MOVE COUNTRY-ORIGIN-PO TO LCR-COUNTRY-ORIGIN.
           MOVE CURRENCY-CODE-PO (WS-PO-COUNTER) TO LCR-CURRENCY-CODE.
           MOVE QUANTITY-PO (WS-PO-COUNTER) TO LCR-QUANTITY.
           MOVE UNIT-PRICE-PO (WS-PO-COUNTER) TO LCR-UNIT-PRICE.
           CALL 'LANDCALC' USING LANDED-COST-REQUEST.
           IF LCR-CALC-FAILED
              DISPLAY 'LANDCOST - LANDCALC COULD NOT LOAD ITS TABLES'
              GO TO 2000-ABEND-RTN
           END-IF.
           ADD 1 TO WS-ORDERS-LANDED-CTR.
           PERFORM 220-FindPartSupplier.
           ADD 1 TO WS-LC-ORDER-CTR (WS-LC-FOUND-IDX).
           ADD QUANTITY-PO (WS-PO-COUNTER)
              TO WS-LC-QTY (WS-LC-FOUND-IDX).
           COMPUTE WS-EXT-AMOUNT ROUNDED =
              LCR-USD-UNIT-PRICE * QUANTITY-PO (WS-PO-COUNTER).
           ADD WS-EXT-AMOUNT TO WS-LC-EXT-PRICE (WS-LC-FOUND-IDX).
           COMPUTE WS-EXT-AMOUNT ROUNDED =
              LCR-FREIGHT-PER-UNIT * QUANTITY-PO (WS-PO-COUNTER).
           ADD WS-EXT-AMOUNT TO WS-LC-EXT-FREIGHT (WS-LC-FOUND-IDX).
           COMPUTE WS-EXT-AMOUNT ROUNDED =
              LCR-DUTY-PER-UNIT * QUANTITY-PO (WS-PO-COUNTER).
           ADD WS-EXT-AMOUNT TO WS-LC-EXT-DUTY (WS-LC-FOUND-IDX).
           EVALUATE TRUE
              WHEN LCR-FREIGHT-ESTIMATED
                 ADD 1 TO WS-FREIGHT-EST-CTR
              WHEN LCR-FREIGHT-NO-MEASURE
              WHEN LCR-FREIGHT-NO-LANE
                 ADD 1 TO WS-FREIGHT-GAP-CTR
                 MOVE 'Y' TO WS-LC-GAP-FLAG (WS-LC-FOUND-IDX)
           END-EVALUATE.
           IF LCR-DUTY-NO-COUNTRY
              OR LCR-DUTY-UNCLASSIFIED
              ADD 1 TO WS-DUTY-GAP-CTR
              MOVE 'Y' TO WS-LC-GAP-FLAG (WS-LC-FOUND-IDX)
           END-IF.
           IF LCR-FX-NO-RATE
              ADD 1 TO WS-FX-GAP-CTR
              MOVE 'Y' TO WS-LC-GAP-FLAG (WS-LC-FOUND-IDX)
           END-IF.

      *04/27 The lane's origin is the supplier's order address,
      * same as USETAX finds it.
       210-FindOrderState.
           MOVE SPACES TO WS-ORDER-STATE.
           PERFORM VARYING WS-ADDR-COUNTER FROM 1 BY 1
              UNTIL WS-ADDR-COUNTER > SUPP-ADDR-COUNT-PO
                 OR WS-ORDER-STATE NOT = SPACES
                 IF ORDER-ADDRESS-PO (WS-ADDR-COUNTER)
                    MOVE ADDR-STATE-PO (WS-ADDR-COUNTER)
                       TO WS-ORDER-STATE
                 END-IF
           END-PERFORM.

       220-FindPartSupplier.
           MOVE ZERO TO WS-LC-FOUND-IDX.
           PERFORM VARYING WS-LC-IDX FROM 1 BY 1
              UNTIL WS-LC-IDX > WS-LC-MAX OR WS-LC-FOUND-IDX > ZERO
                 IF WS-LC-PART-NUMBER (WS-LC-IDX) = PART-NUMBER-PO
                    AND WS-LC-SUPPLIER-CODE (WS-LC-IDX)
                       = SUPPLIER-CODE-PO
                    MOVE WS-LC-IDX TO WS-LC-FOUND-IDX
                 END-IF
           END-PERFORM.
           IF WS-LC-FOUND-IDX = ZERO
              IF WS-LC-MAX >= 5000
                 DISPLAY 'LANDCOST - PART/SUPPLIER TABLE FULL AT 5000 '
                    'ROWS - RAISE OCCURS IN LANDCOST'
                 GO TO 2000-ABEND-RTN
              END-IF
              ADD 1 TO WS-LC-MAX
              MOVE WS-LC-MAX TO WS-LC-FOUND-IDX
              MOVE PART-NUMBER-PO
                 TO WS-LC-PART-NUMBER (WS-LC-FOUND-IDX)
              MOVE SUPPLIER-CODE-PO
                 TO WS-LC-SUPPLIER-CODE (WS-LC-FOUND-IDX)
              MOVE 'N' TO WS-LC-GAP-FLAG (WS-LC-FOUND-IDX)
           END-IF.

       300-Open-Files.
           OPEN INPUT GOODDATAIN.
           IF IN-GOODDATA-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning Input GOODDATA File'
                GO TO 2000-ABEND-RTN
           END-IF.

           OPEN OUTPUT PRINT-LINE.

       400-Read-GOODDATAIN.
           READ GOODDATAIN INTO PART-SUPP-ADDR-PO
      * Set AT END Switch
                AT END MOVE "Y" TO GOODDATAIN-EOF-WS
           END-READ.
           IF (NOT GOODDATA-END-OF-FILE) THEN
              ADD +1 TO WS-IN-GOODDATA-CTR
           END-IF.

      *04/27 Unit figures averaged over the quantity bought, so a
      * big order weighs in proportion.
       450-AverageCosts.
           PERFORM VARYING WS-LC-IDX FROM 1 BY 1
              UNTIL WS-LC-IDX > WS-LC-MAX
                 COMPUTE WS-LC-AVG-PRICE (WS-LC-IDX) ROUNDED =
                    WS-LC-EXT-PRICE (WS-LC-IDX)
                    / WS-LC-QTY (WS-LC-IDX)
                 COMPUTE WS-LC-AVG-LANDED (WS-LC-IDX) ROUNDED =
                    (WS-LC-EXT-PRICE (WS-LC-IDX)
                     + WS-LC-EXT-FREIGHT (WS-LC-IDX)
                     + WS-LC-EXT-DUTY (WS-LC-IDX))
                    / WS-LC-QTY (WS-LC-IDX)
           END-PERFORM.

      *04/27 Part, then cheapest landed first, then supplier.
       500-SortLanded.
           IF WS-LC-MAX < 2
              GO TO 500-SortLanded-Exit
           END-IF.
           PERFORM VARYING WS-SORT-I FROM 1 BY 1
              UNTIL WS-SORT-I >= WS-LC-MAX
              PERFORM VARYING WS-SORT-J FROM 1 BY 1
                 UNTIL WS-SORT-J >= WS-LC-MAX
                 IF WS-LC-KEY (WS-SORT-J) >
                       WS-LC-KEY (WS-SORT-J + 1)
                    MOVE WS-LC-ENTRY (WS-SORT-J) TO WS-LC-SWAP
                    MOVE WS-LC-ENTRY (WS-SORT-J + 1)
                       TO WS-LC-ENTRY (WS-SORT-J)
                    MOVE WS-LC-SWAP TO WS-LC-ENTRY (WS-SORT-J + 1)
                 END-IF
              END-PERFORM
           END-PERFORM.
       500-SortLanded-Exit.
           EXIT.

      *04/27 The landed rank is the row's place within its part now
      * the table is sorted; the price rank counts the part's
      * suppliers with a lower average unit price.
       550-RankSuppliers.
           MOVE LOW-VALUES TO WS-PREV-PART.
           PERFORM VARYING WS-LC-IDX FROM 1 BY 1
              UNTIL WS-LC-IDX > WS-LC-MAX
                 IF WS-LC-PART-NUMBER (WS-LC-IDX) NOT = WS-PREV-PART
                    MOVE WS-LC-IDX TO WS-GROUP-START
                    MOVE WS-LC-PART-NUMBER (WS-LC-IDX) TO WS-PREV-PART
                    ADD 1 TO WS-PARTS-CTR
                 END-IF
                 COMPUTE WS-LC-LANDED-RANK (WS-LC-IDX) =
                    WS-LC-IDX - WS-GROUP-START + 1
                 MOVE 1 TO WS-LC-PRICE-RANK (WS-LC-IDX)
                 PERFORM VARYING WS-SORT-J FROM WS-GROUP-START BY 1
                    UNTIL WS-SORT-J > WS-LC-MAX
                       OR WS-LC-PART-NUMBER (WS-SORT-J)
                          NOT = WS-PREV-PART
                       IF WS-LC-AVG-PRICE (WS-SORT-J)
                             < WS-LC-AVG-PRICE (WS-LC-IDX)
                          ADD 1 TO WS-LC-PRICE-RANK (WS-LC-IDX)
                       END-IF
                 END-PERFORM
                 IF WS-LC-PRICE-RANK (WS-LC-IDX) = 1
                    AND WS-LC-LANDED-RANK (WS-LC-IDX) > 1
                    ADD 1 TO WS-PRICE-LEADER-LOST-CTR
                 END-IF
           END-PERFORM.

       600-CLOSE-FILES.
           CLOSE  GOODDATAIN, PRINT-LINE.

      * Matches the fix in FINALEX's 2000-ABEND-RTN - DISPLAY and
      * EXIT alone just fell through to whatever paragraph follows.
       2000-ABEND-RTN.
           DISPLAY 'PROGRAM ENCOUNTERED AN ERROR'.
           MOVE 16 TO RETURN-CODE.
           GOBACK.

       700-PrintRanking.
           PERFORM 800-NEW-PAGE.
           MOVE LOW-VALUES TO WS-PREV-PART.
           PERFORM VARYING WS-LC-IDX FROM 1 BY 1
              UNTIL WS-LC-IDX > WS-LC-MAX
                 PERFORM 710-Write-Land-Line
           END-PERFORM.

      *04/27 The part number only on its first supplier's line, and
      * a blank line between parts.
       710-Write-Land-Line.
           IF WS-LINE-KTR > WS-MAX-LINES-PER-PAGE
              PERFORM 800-NEW-PAGE
              MOVE LOW-VALUES TO WS-PREV-PART
           END-IF.
           IF WS-LC-PART-NUMBER (WS-LC-IDX) = WS-PREV-PART
              MOVE SPACES TO LC-PART-OUT
           ELSE
              IF WS-LC-LANDED-RANK (WS-LC-IDX) = 1
                 AND WS-LC-IDX > 1
                 AND WS-LINE-KTR > 2
                 WRITE PRINT-REC FROM WS-BLANK-LINE
                 ADD 1 TO WS-LINE-KTR
              END-IF
              MOVE WS-LC-PART-NUMBER (WS-LC-IDX) TO LC-PART-OUT
              MOVE WS-LC-PART-NUMBER (WS-LC-IDX) TO WS-PREV-PART
           END-IF.
           MOVE WS-LC-LANDED-RANK (WS-LC-IDX) TO LC-RANK-OUT.
           MOVE WS-LC-SUPPLIER-CODE (WS-LC-IDX) TO LC-SUPPLIER-OUT.
           MOVE WS-LC-ORDER-CTR (WS-LC-IDX) TO LC-ORDERS-OUT.
           MOVE WS-LC-QTY (WS-LC-IDX) TO LC-QTY-OUT.
           MOVE WS-LC-AVG-PRICE (WS-LC-IDX) TO LC-PRICE-OUT.
           COMPUTE LC-FREIGHT-OUT ROUNDED =
              WS-LC-EXT-FREIGHT (WS-LC-IDX) / WS-LC-QTY (WS-LC-IDX).
           COMPUTE LC-DUTY-OUT ROUNDED =
              WS-LC-EXT-DUTY (WS-LC-IDX) / WS-LC-QTY (WS-LC-IDX).
           MOVE WS-LC-AVG-LANDED (WS-LC-IDX) TO LC-LANDED-OUT.
           MOVE WS-LC-PRICE-RANK (WS-LC-IDX) TO LC-PRICE-RANK-OUT.
           MOVE SPACES TO LC-NOTE-OUT.
           EVALUATE TRUE
              WHEN WS-LC-HAS-GAP (WS-LC-IDX)
                 MOVE 'COST SHORT' TO LC-NOTE-OUT
              WHEN WS-LC-PRICE-RANK (WS-LC-IDX) = 1
                 AND WS-LC-LANDED-RANK (WS-LC-IDX) > 1
                 MOVE 'PRICE ONLY' TO LC-NOTE-OUT
           END-EVALUATE.
           WRITE PRINT-REC FROM WS-LAND-LINE-OUT.
           ADD 1 TO WS-LINE-KTR.

       800-NEW-PAGE.
           ADD 1 TO WS-PAGE-CTR.
           MOVE WS-PAGE-CTR TO WS-PAGE-NO-OUT.
           WRITE PRINT-REC FROM WS-PAGE-HEADING AFTER ADVANCING PAGE.
           WRITE PRINT-REC FROM WS-HEADER.
           WRITE PRINT-REC FROM WS-UNDERLINE.
           MOVE 2 TO WS-LINE-KTR.

       900-WriteSummary.
           PERFORM 800-NEW-PAGE.
           WRITE PRINT-REC FROM WS-BLANK-LINE.
           MOVE 'RUN SUMMARY' TO WS-SUMMARY-LABEL.
           MOVE ZERO TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'GOODDATA RECORDS READ' TO WS-SUMMARY-LABEL.
           MOVE WS-IN-GOODDATA-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'ORDERS LANDED' TO WS-SUMMARY-LABEL.
           MOVE WS-ORDERS-LANDED-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'COLLECT ORDERS FREIGHT ESTIMATED' TO
              WS-SUMMARY-LABEL.
           MOVE WS-FREIGHT-EST-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'COLLECT ORDERS NO WEIGHT OR LANE' TO
              WS-SUMMARY-LABEL.
           MOVE WS-FREIGHT-GAP-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'ORDERS WITH NO DUTY RATE' TO WS-SUMMARY-LABEL.
           MOVE WS-DUTY-GAP-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'ORDERS WITH NO FXRATES CARD' TO WS-SUMMARY-LABEL.
           MOVE WS-FX-GAP-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'PARTS RANKED' TO WS-SUMMARY-LABEL.
           MOVE WS-PARTS-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'PART/SUPPLIER ROWS' TO WS-SUMMARY-LABEL.
           MOVE WS-LC-MAX TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'PRICE LEADER NOT LANDED LEADER' TO WS-SUMMARY-LABEL.
           MOVE WS-PRICE-LEADER-LOST-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.

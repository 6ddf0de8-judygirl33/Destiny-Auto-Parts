      * so purchasing sees where actual spend is drifting off the
      * negotiated numbers. Orders for parts with no standard on file
      * are counted, not guessed at.
      * 04/27 A landed-cost variance now sits beside the price
      * variance - the order's landed unit cost from LANDCALC (price
      * in US dollars plus estimated collect freight plus duty) less
      * the same standard, extended and totaled the same way. The
      * cheapest price and the cheapest part are not always the same
      * supplier once an offshore order pays its truck and its duty.
      ******************************************************************

       ENVIRONMENT DIVISION.
       FD  GOODDATAIN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 1029 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS GOODDATAIN-REC.
       01  GOODDATAIN-REC     PIC X(1029).

       FD  STDCOST
           RECORDING MODE IS F
       WORKING-STORAGE SECTION.
           COPY PARTSUB. *> PART-SUPP-ADDR-PO Copybook
           COPY STDCTAB. *> Standard-cost control table
           COPY LANDREQ. *> LANDCALC landed-cost request block

       01 FILE-STATUS-CODES.
           05 IN-GOODDATA-KEY            PIC X(2).
              10 WS-BPPV-BUYER-CODE       PIC X(03) VALUE SPACES.
              10 WS-BPPV-ORDER-CTR        PIC 9(07) VALUE ZERO.
              10 WS-BPPV-VARIANCE         PIC S9(11)V99 VALUE ZERO.
              10 WS-BPPV-LANDED-VAR       PIC S9(11)V99 VALUE ZERO.
       01 WS-BPPV-MAX                     PIC 9(04) VALUE ZERO.
       01 WS-BPPV-FOUND-FLAG              PIC X VALUE 'N'.
           88 BUYER-PPV-FOUND                  VALUE 'Y'.
              10 WS-SPPV-SUPPLIER-CODE    PIC X(10) VALUE SPACES.
              10 WS-SPPV-ORDER-CTR        PIC 9(07) VALUE ZERO.
              10 WS-SPPV-VARIANCE         PIC S9(11)V99 VALUE ZERO.
              10 WS-SPPV-LANDED-VAR       PIC S9(11)V99 VALUE ZERO.
       01 WS-SPPV-MAX                     PIC 9(04) VALUE ZERO.
       01 WS-SPPV-FOUND-FLAG              PIC X VALUE 'N'.
           88 SUPP-PPV-FOUND                   VALUE 'Y'.
       01 WS-ORDER-VARIANCE               PIC S9(11)V99 VALUE ZERO.
       01 WS-GRAND-VARIANCE               PIC S9(11)V99 VALUE ZERO.

      *04/27 Landed-cost variance, and what went into it.
       01 WS-ORDER-STATE                  PIC X(02) VALUE SPACES.
       01 WS-ADDR-COUNTER                 PIC 9 VALUE 1.
       01 WS-UNIT-LANDED-VAR              PIC S9(8)V9(4) VALUE ZERO.
       01 WS-ORDER-LANDED-VAR             PIC S9(11)V99 VALUE ZERO.
       01 WS-GRAND-LANDED-VAR             PIC S9(11)V99 VALUE ZERO.
       01 WS-FREIGHT-EST-CTR              PIC 9(7) VALUE ZERO.
       01 WS-FREIGHT-GAP-CTR              PIC 9(7) VALUE ZERO.
       01 WS-DUTY-GAP-CTR                 PIC 9(7) VALUE ZERO.
       01 WS-FX-GAP-CTR                   PIC 9(7) VALUE ZERO.

       01 WS-FLAGS.
           05 WS-LINE-KTR               PIC 9(4) VALUE 0.
       01 WS-PAGE-CTR                   PIC 9(4) VALUE ZERO.
          05 FILLER              PIC X(02)      VALUE SPACES.
          05 FILLER              PIC X(18)
                                 VALUE 'Variance (+over)'.
          05 FILLER              PIC X(02)      VALUE SPACES.
          05 FILLER              PIC X(18)
                                 VALUE 'Landed Var (+over)'.

       01 WS-UNDERLINE.
           05 FILLER                    PIC X(3)       VALUE SPACES.
           05 FILLER                    PIC X(08)      VALUE ALL '='.
           05 FILLER                    PIC X(02)      VALUE SPACE.
           05 FILLER                    PIC X(18)      VALUE ALL '='.
           05 FILLER                    PIC X(02)      VALUE SPACE.
           05 FILLER                    PIC X(18)      VALUE ALL '='.

       01 WS-PPV-LINE-OUT.
          05 FILLER                 PIC X(3)       VALUE SPACES.
          05 PPV-ORDERS-OUT         PIC ZZZ,ZZ9    VALUE ZERO.
          05 FILLER                 PIC X(03)      VALUE SPACES.
          05 PPV-VARIANCE-OUT       PIC -,---,---,--9.99 VALUE ZERO.
          05 FILLER                 PIC X(04)      VALUE SPACES.
          05 PPV-LANDED-OUT         PIC -,---,---,--9.99 VALUE ZERO.

       01 WS-SUMMARY-LINE.
           05 FILLER                PIC X(3)  VALUE SPACES.
              VALUE 'TOTAL VARIANCE VS STANDARD'.
           05 WS-GRAND-VARIANCE-OUT PIC -,---,---,--9.99 VALUE ZERO.
           05 FILLER                PIC X(79) VALUE SPACES.
       01 WS-GRAND-LANDED-LINE.
           05 FILLER                PIC X(3)  VALUE SPACES.
           05 FILLER                PIC X(34)
              VALUE 'TOTAL LANDED VARIANCE VS STANDARD'.
           05 WS-GRAND-LANDED-OUT   PIC -,---,---,--9.99 VALUE ZERO.
           05 FILLER                PIC X(79) VALUE SPACES.

       PROCEDURE DIVISION.

           IF NOT STANDARD-FOUND
              ADD 1 TO WS-NO-STANDARD-CTR
           ELSE
              PERFORM 250-FindOrderState
              PERFORM VARYING WS-PO-COUNTER FROM 1 BY 1
                 UNTIL WS-PO-COUNTER > PURCHASE-ORDER-COUNT-PO
                    IF PO-NUMBER-PO (WS-PO-COUNTER) NOT = SPACES
           COMPUTE WS-ORDER-VARIANCE =
              WS-UNIT-VARIANCE * QUANTITY-PO (WS-PO-COUNTER).
           ADD WS-ORDER-VARIANCE TO WS-GRAND-VARIANCE.
           PERFORM 260-LandOneOrder.
           PERFORM 230-RollupBuyer.
           PERFORM 240-RollupSupplier.

           END-IF.
           ADD 1 TO WS-BPPV-ORDER-CTR (WS-BPPV-IDX).
           ADD WS-ORDER-VARIANCE TO WS-BPPV-VARIANCE (WS-BPPV-IDX).
           ADD WS-ORDER-LANDED-VAR
              TO WS-BPPV-LANDED-VAR (WS-BPPV-IDX).

       240-RollupSupplier.
           MOVE 'N' TO WS-SPPV-FOUND-FLAG.
           END-IF.
           ADD 1 TO WS-SPPV-ORDER-CTR (WS-SPPV-IDX).
           ADD WS-ORDER-VARIANCE TO WS-SPPV-VARIANCE (WS-SPPV-IDX).
           ADD WS-ORDER-LANDED-VAR
              TO WS-SPPV-LANDED-VAR (WS-SPPV-IDX).

      *04/27 The lane's origin is the supplier's order address,
      * same as USETAX finds it.
       250-FindOrderState.
           MOVE SPACES TO WS-ORDER-STATE.
           PERFORM VARYING WS-ADDR-COUNTER FROM 1 BY 1
              UNTIL WS-ADDR-COUNTER > SUPP-ADDR-COUNT-PO
                 OR WS-ORDER-STATE NOT = SPACES
                 IF ORDER-ADDRESS-PO (WS-ADDR-COUNTER)
                    MOVE ADDR-STATE-PO (WS-ADDR-COUNTER)
                       TO WS-ORDER-STATE
                 END-IF
           END-PERFORM.

      *04/27 Landed unit cost less standard, extended the same way
      * as the price variance. An order whose freight or duty could
      * not be worked out is still landed on what could be, and
      * counted on the summary so the gap shows.
       260-LandOneOrder.
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
              DISPLAY 'PPVRPT - LANDCALC COULD NOT LOAD ITS TABLES'
              GO TO 2000-ABEND-RTN
           END-IF.
           EVALUATE TRUE
              WHEN LCR-FREIGHT-ESTIMATED
                 ADD 1 TO WS-FREIGHT-EST-CTR
              WHEN LCR-FREIGHT-NO-MEASURE
              WHEN LCR-FREIGHT-NO-LANE
                 ADD 1 TO WS-FREIGHT-GAP-CTR
           END-EVALUATE.
           IF NOT LCR-DUTY-APPLIED
              ADD 1 TO WS-DUTY-GAP-CTR
           END-IF.
           IF LCR-FX-NO-RATE
              ADD 1 TO WS-FX-GAP-CTR
           END-IF.
           COMPUTE WS-UNIT-LANDED-VAR =
              LCR-LANDED-UNIT-COST
              - SC-STD-COST (WS-STD-FOUND-IDX).
           COMPUTE WS-ORDER-LANDED-VAR ROUNDED =
              WS-UNIT-LANDED-VAR * QUANTITY-PO (WS-PO-COUNTER).
           ADD WS-ORDER-LANDED-VAR TO WS-GRAND-LANDED-VAR.

       300-Open-Files.
           OPEN INPUT GOODDATAIN.
           MOVE WS-BPPV-BUYER-CODE (WS-BPPV-IDX) TO PPV-CODE-OUT.
           MOVE WS-BPPV-ORDER-CTR (WS-BPPV-IDX) TO PPV-ORDERS-OUT.
           MOVE WS-BPPV-VARIANCE (WS-BPPV-IDX) TO PPV-VARIANCE-OUT.
           MOVE WS-BPPV-LANDED-VAR (WS-BPPV-IDX) TO PPV-LANDED-OUT.
           WRITE PRINT-REC FROM WS-PPV-LINE-OUT.
           ADD 1 TO WS-LINE-KTR.

           MOVE WS-SPPV-SUPPLIER-CODE (WS-SPPV-IDX) TO PPV-CODE-OUT.
           MOVE WS-SPPV-ORDER-CTR (WS-SPPV-IDX) TO PPV-ORDERS-OUT.
           MOVE WS-SPPV-VARIANCE (WS-SPPV-IDX) TO PPV-VARIANCE-OUT.
           MOVE WS-SPPV-LANDED-VAR (WS-SPPV-IDX) TO PPV-LANDED-OUT.
           WRITE PRINT-REC FROM WS-PPV-LINE-OUT.
           ADD 1 TO WS-LINE-KTR.

              WS-SUMMARY-LABEL.
           MOVE WS-NO-STANDARD-CTR TO WS-SUMMARY-COUNT.
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
           MOVE WS-GRAND-VARIANCE TO WS-GRAND-VARIANCE-OUT.
           WRITE PRINT-REC FROM WS-GRAND-LINE.
           MOVE WS-GRAND-LANDED-VAR TO WS-GRAND-LANDED-OUT.
           WRITE PRINT-REC FROM WS-GRAND-LANDED-LINE.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. LANDCALC.
       AUTHOR. IVANNA COLAN.
      ******************************************************************
      * 04/27 Landed-cost calculation for one purchase order, CALLed
      * the way PARMLOAD is with the request block in LANDREQ. The
      * lowest unit price is not always the cheapest part once the
      * truck and the customs broker are paid, so the landed cost
      * per unit is built up here from three pieces:
      *   - the unit price in US dollars, at the FXRATES rate for
      *     the order's currency (1.000000 when there is no card);
      *   - the freight per unit when the order ships collect - the
      *     order's weight and cube off the PARTMAST parts master,
      *     priced at the FRTRATE rate for the carrier and lane
      *     (supplier state to our plant), spread over the quantity;
      *   - the duty per unit at the COUNTRY table's rate for the
      *     order's country of origin.
      * Prepaid freight is in the supplier's price already, so only
      * collect orders carry an estimate. The masters are loaded on
      * the first call and kept for the rest of the caller's run -
      * opening PARTMAST for every order the way PARMLOAD opens
      * PARMMAST would read the whole master once per order line.
      * 04/28 FRTRATE now carries the carriers' contracts - weight
      * breaks within a lane and a fuel surcharge - so the estimate
      * takes the break the shipment reaches and adds the fuel.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Input parts master - unit weight and cube
           SELECT PARTMAST ASSIGN TO PARTMAST
           FILE STATUS IS IN-PARTMAST-KEY.

      * Input freight rate control file - see FRTTAB.
           SELECT FRTRATE ASSIGN TO FRTRATE
           FILE STATUS IS IN-FRTRATE-KEY.

      * Input country control file - see CTRYTAB.
           SELECT COUNTRY ASSIGN TO COUNTRY
           FILE STATUS IS IN-COUNTRY-KEY.

      * Input currency-to-USD rate control file - see FXRTAB.
           SELECT FXRATES ASSIGN TO FXRATES
           FILE STATUS IS IN-FXRATES-KEY.

       DATA DIVISION.
       FILE SECTION.
      * Same 155-byte master row PARTMUPD maintains.
       FD  PARTMAST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 155 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PARTMAST-REC.
       01  PARTMAST-REC.
           05  PM-PART-NUMBER          PIC X(23).
           05  FILLER                  PIC X(117).
           05  PM-UNIT-WEIGHT          PIC 9(05)V99.
           05  PM-UNIT-CUBE            PIC 9(03)V99.
      *05/11 Planning lead time - see PARTMUPD. Grew 152 to 155.
           05  FILLER                  PIC X(03).

       FD  FRTRATE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 47 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS FRTRATE-REC.
       01  FRTRATE-REC     PIC X(47).

       FD  COUNTRY
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 28 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS COUNTRY-REC.
       01  COUNTRY-REC     PIC X(28).

       FD  FXRATES
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 13 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS FXRATES-REC.
       01  FXRATES-REC     PIC X(13).

       WORKING-STORAGE SECTION.
           COPY FRTTAB.   *> Freight rate table
           COPY CTRYTAB.  *> Country control table
           COPY FXRTAB.   *> Currency-to-USD rate control table

       01 FILE-STATUS-CODES.
           05 IN-PARTMAST-KEY            PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
           05 IN-FRTRATE-KEY             PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
                88 FRTRATE-NOT-FOUND        VALUE '35'.
           05 IN-COUNTRY-KEY             PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
           05 IN-FXRATES-KEY             PIC X(2).
                88 CODE-WRITE               VALUE SPACES.

       01 FILES-EOF.
           05 PARTMAST-EOF-WS                 PIC X(01) VALUE 'N'.
              88 PARTMAST-EOF                            VALUE 'Y'.
           05 FRTRATE-EOF-WS                  PIC X(01) VALUE 'N'.
              88 FRTRATE-EOF                             VALUE 'Y'.
           05 COUNTRY-EOF-WS                  PIC X(01) VALUE 'N'.
              88 COUNTRY-EOF                             VALUE 'Y'.
           05 FXRATES-EOF-WS                  PIC X(01) VALUE 'N'.
              88 FXRATES-EOF                             VALUE 'Y'.

      *04/27 Storage stays put between CALLs, so the masters are
      * only read the first time through.
       01 WS-TABLES-LOADED-FLAG            PIC X(01) VALUE 'N'.
           88 TABLES-LOADED                      VALUE 'Y'.

      *04/27 Only the measured parts are kept - an unmeasured part
      * finds nothing and comes back without a freight estimate.
       01 WS-MEASURE-TABLE.
           05 WS-MS-ENTRY OCCURS 50000 TIMES.
              10 WS-MS-PART-NUMBER        PIC X(23).
              10 WS-MS-UNIT-WEIGHT        PIC 9(05)V99.
              10 WS-MS-UNIT-CUBE          PIC 9(03)V99.
       01 WS-MS-MAX                       PIC 9(05) VALUE ZERO.
       01 WS-MS-IDX                       PIC 9(05) VALUE ZERO.
       01 WS-MS-FOUND-IDX                 PIC 9(05) VALUE ZERO.

       01 WS-FRTRATE-INDEX                 PIC 9(4) VALUE 1.
       01 WS-COUNTRY-INDEX                 PIC 9(4) VALUE 1.
       01 WS-FX-IDX                        PIC 9(4) VALUE 1.

      *04/27 Lane match - the row scoring highest wins: 2 for the
      * carrier named, 1 for the state named, so an exact lane beats
      * a carrier's catch-all, which beats the general tariff.
      *04/28 Within the winning lane, the highest weight break the
      * shipment reaches.
       01 WS-LANE-SCORE                    PIC 9(01) VALUE ZERO.
       01 WS-BEST-SCORE                    PIC 9(01) VALUE ZERO.
       01 WS-BEST-LANE-IDX                 PIC 9(4) VALUE ZERO.
       01 WS-BEST-BREAK                    PIC 9(06) VALUE ZERO.

       01 WS-FX-RATE-WORK                  PIC 9(3)V9(6) VALUE 1.
       01 WS-SHIP-WEIGHT                   PIC 9(11)V99 VALUE ZERO.
       01 WS-SHIP-CUBE                     PIC 9(09)V99 VALUE ZERO.
       01 WS-WEIGHT-CHARGE                 PIC 9(11)V99 VALUE ZERO.
       01 WS-CUBE-CHARGE                   PIC 9(11)V99 VALUE ZERO.
       01 WS-FREIGHT-CHARGE                PIC 9(11)V99 VALUE ZERO.

       LINKAGE SECTION.
           COPY LANDREQ.

       PROCEDURE DIVISION USING LANDED-COST-REQUEST.

       MAIN.
           MOVE '0' TO LCR-CALC-STATUS.
           MOVE ZERO TO LCR-USD-UNIT-PRICE, LCR-FREIGHT-PER-UNIT,
              LCR-DUTY-PER-UNIT, LCR-LANDED-UNIT-COST.
           IF NOT TABLES-LOADED
              PERFORM 300-LoadTables
                 THRU 300-LoadTables-Exit
              IF LCR-CALC-FAILED
                 GOBACK
              END-IF
           END-IF.
           PERFORM 200-ConvertPrice.
           PERFORM 210-EstimateFreight.
           PERFORM 220-ApplyDuty.
           COMPUTE LCR-LANDED-UNIT-COST =
              LCR-USD-UNIT-PRICE + LCR-FREIGHT-PER-UNIT
              + LCR-DUTY-PER-UNIT.
           GOBACK.

      *04/27 Same rule APEXTRCT converts by - a currency with no
      * card goes through at par and the caller counts it.
       200-ConvertPrice.
           MOVE 1 TO WS-FX-RATE-WORK.
           MOVE 'N' TO LCR-FX-STATUS.
           PERFORM VARYING WS-FX-IDX FROM 1 BY 1
              UNTIL WS-FX-IDX > FX-RATE-MAX OR LCR-FX-CONVERTED
                 IF FX-CURRENCY-CODE (WS-FX-IDX) = LCR-CURRENCY-CODE
                    MOVE FX-RATE-TO-USD (WS-FX-IDX)
                       TO WS-FX-RATE-WORK
                    MOVE 'Y' TO LCR-FX-STATUS
                 END-IF
           END-PERFORM.
           COMPUTE LCR-USD-UNIT-PRICE ROUNDED =
              LCR-UNIT-PRICE * WS-FX-RATE-WORK.

      *04/27 Only a collect order's truck is ours to pay. The whole
      * order's weight and cube are priced as one shipment, so the
      * minimum charge weighs heavily on a small order, as it does
      * on the carrier's invoice.
       210-EstimateFreight.
           IF NOT LCR-COLLECT-FREIGHT
              OR LCR-QUANTITY NOT > ZERO
              MOVE 'P' TO LCR-FREIGHT-STATUS
           ELSE
              PERFORM 230-FindMeasure
              IF WS-MS-FOUND-IDX = ZERO
                 MOVE 'W' TO LCR-FREIGHT-STATUS
              ELSE
                 COMPUTE WS-SHIP-WEIGHT =
                    LCR-QUANTITY * WS-MS-UNIT-WEIGHT (WS-MS-FOUND-IDX)
                 COMPUTE WS-SHIP-CUBE =
                    LCR-QUANTITY * WS-MS-UNIT-CUBE (WS-MS-FOUND-IDX)
                 PERFORM 240-FindLane
                 IF WS-BEST-LANE-IDX = ZERO
                    MOVE 'L' TO LCR-FREIGHT-STATUS
                 ELSE
                    MOVE 'E' TO LCR-FREIGHT-STATUS
                    PERFORM 250-PriceShipment
                 END-IF
              END-IF
           END-IF.

      *04/27 A blank country has not been classified yet and a code
      * off the table has no rate - both go through duty-free and
      * the caller counts them, the way IMPCOMPL keeps its UC line.
       220-ApplyDuty.
           IF LCR-COUNTRY-ORIGIN = SPACES
              MOVE 'U' TO LCR-DUTY-STATUS
           ELSE
              MOVE 'N' TO LCR-DUTY-STATUS
              PERFORM VARYING WS-COUNTRY-INDEX FROM 1 BY 1
                 UNTIL WS-COUNTRY-INDEX > COUNTRY-MAX
                    OR LCR-DUTY-APPLIED
                    IF CY-COUNTRY-CODE (WS-COUNTRY-INDEX)
                          = LCR-COUNTRY-ORIGIN
                       MOVE 'D' TO LCR-DUTY-STATUS
                       COMPUTE LCR-DUTY-PER-UNIT ROUNDED =
                          LCR-USD-UNIT-PRICE
                          * CY-DUTY-RATE-PCT (WS-COUNTRY-INDEX)
                          / 100
                    END-IF
              END-PERFORM
           END-IF.

       230-FindMeasure.
           MOVE ZERO TO WS-MS-FOUND-IDX.
           PERFORM VARYING WS-MS-IDX FROM 1 BY 1
              UNTIL WS-MS-IDX > WS-MS-MAX OR WS-MS-FOUND-IDX > ZERO
                 IF WS-MS-PART-NUMBER (WS-MS-IDX) = LCR-PART-NUMBER
                    MOVE WS-MS-IDX TO WS-MS-FOUND-IDX
                 END-IF
           END-PERFORM.

       240-FindLane.
           MOVE ZERO TO WS-BEST-LANE-IDX.
           MOVE ZERO TO WS-BEST-SCORE.
           MOVE ZERO TO WS-BEST-BREAK.
           PERFORM VARYING WS-FRTRATE-INDEX FROM 1 BY 1
              UNTIL WS-FRTRATE-INDEX > FREIGHT-RATE-MAX
                 IF FR-DEST-PLANT (WS-FRTRATE-INDEX)
                       = LCR-SHIP-TO-PLANT
                    AND FR-WEIGHT-BREAK (WS-FRTRATE-INDEX)
                       NOT > WS-SHIP-WEIGHT
                    AND (FR-CARRIER-CODE (WS-FRTRATE-INDEX)
                          = LCR-CARRIER-CODE
                       OR FR-CARRIER-CODE (WS-FRTRATE-INDEX) = '****')
                    AND (FR-ORIGIN-STATE (WS-FRTRATE-INDEX)
                          = LCR-ORIGIN-STATE
                       OR FR-ORIGIN-STATE (WS-FRTRATE-INDEX) = '**')
                    MOVE 1 TO WS-LANE-SCORE
                    IF FR-CARRIER-CODE (WS-FRTRATE-INDEX)
                          = LCR-CARRIER-CODE
                       ADD 2 TO WS-LANE-SCORE
                    END-IF
                    IF FR-ORIGIN-STATE (WS-FRTRATE-INDEX)
                          = LCR-ORIGIN-STATE
                       ADD 1 TO WS-LANE-SCORE
                    END-IF
                    IF WS-LANE-SCORE > WS-BEST-SCORE
                       OR (WS-LANE-SCORE = WS-BEST-SCORE
                          AND FR-WEIGHT-BREAK (WS-FRTRATE-INDEX)
                             > WS-BEST-BREAK)
                       MOVE WS-LANE-SCORE TO WS-BEST-SCORE
                       MOVE FR-WEIGHT-BREAK (WS-FRTRATE-INDEX)
                          TO WS-BEST-BREAK
                       MOVE WS-FRTRATE-INDEX TO WS-BEST-LANE-IDX
                    END-IF
                 END-IF
           END-PERFORM.

       250-PriceShipment.
           COMPUTE WS-WEIGHT-CHARGE ROUNDED =
              WS-SHIP-WEIGHT * FR-RATE-PER-LB (WS-BEST-LANE-IDX).
           COMPUTE WS-CUBE-CHARGE ROUNDED =
              WS-SHIP-CUBE * FR-RATE-PER-CUFT (WS-BEST-LANE-IDX).
           MOVE WS-WEIGHT-CHARGE TO WS-FREIGHT-CHARGE.
           IF WS-CUBE-CHARGE > WS-FREIGHT-CHARGE
              MOVE WS-CUBE-CHARGE TO WS-FREIGHT-CHARGE
           END-IF.
           IF FR-MIN-CHARGE (WS-BEST-LANE-IDX) > WS-FREIGHT-CHARGE
              MOVE FR-MIN-CHARGE (WS-BEST-LANE-IDX)
                 TO WS-FREIGHT-CHARGE
           END-IF.
           COMPUTE WS-FREIGHT-CHARGE ROUNDED =
              WS-FREIGHT-CHARGE
              * (1 + FR-FUEL-PCT (WS-BEST-LANE-IDX) / 100).
           COMPUTE LCR-FREIGHT-PER-UNIT ROUNDED =
              WS-FREIGHT-CHARGE / LCR-QUANTITY.

      *04/27 PARTMAST and COUNTRY are required. A missing FRTRATE
      * (status 35) only means traffic has not keyed any lanes yet -
      * every collect order then comes back with no lane.
       300-LoadTables.
           OPEN INPUT PARTMAST.
           IF IN-PARTMAST-KEY NOT = '00'
              DISPLAY 'LANDCALC - File Problem openning PARTMAST'
              MOVE '9' TO LCR-CALC-STATUS
              GO TO 300-LoadTables-Exit
           END-IF.
           PERFORM 310-LoadMeasures UNTIL PARTMAST-EOF
              OR LCR-CALC-FAILED.
           CLOSE PARTMAST.
           IF LCR-CALC-FAILED
              GO TO 300-LoadTables-Exit
           END-IF.

           OPEN INPUT FRTRATE.
           IF FRTRATE-NOT-FOUND
              MOVE ZERO TO FREIGHT-RATE-MAX
           ELSE
              IF IN-FRTRATE-KEY NOT = '00'
                 DISPLAY 'LANDCALC - File Problem openning FRTRATE'
                 MOVE '9' TO LCR-CALC-STATUS
                 GO TO 300-LoadTables-Exit
              END-IF
              PERFORM 320-LoadFreightRates
              IF LCR-CALC-FAILED
                 GO TO 300-LoadTables-Exit
              END-IF
           END-IF.

           OPEN INPUT COUNTRY.
           IF IN-COUNTRY-KEY NOT = '00'
              DISPLAY 'LANDCALC - File Problem openning COUNTRY'
              MOVE '9' TO LCR-CALC-STATUS
              GO TO 300-LoadTables-Exit
           END-IF.
           INITIALIZE COUNTRY-TABLE.
           MOVE 1 TO WS-COUNTRY-INDEX.
           PERFORM 335-ReadNextCountry UNTIL COUNTRY-EOF.
           COMPUTE COUNTRY-MAX = WS-COUNTRY-INDEX - 1.
           CLOSE COUNTRY.

           OPEN INPUT FXRATES.
           IF IN-FXRATES-KEY NOT = '00'
              DISPLAY 'LANDCALC - File Problem openning FXRATES'
              MOVE '9' TO LCR-CALC-STATUS
              GO TO 300-LoadTables-Exit
           END-IF.
           INITIALIZE FX-RATE-TABLE.
           MOVE 1 TO WS-FX-IDX.
           PERFORM 345-ReadNextFxRate UNTIL FXRATES-EOF.
           COMPUTE FX-RATE-MAX = WS-FX-IDX - 1.
           CLOSE FXRATES.
           MOVE 'Y' TO WS-TABLES-LOADED-FLAG.
       300-LoadTables-Exit.
           EXIT.

       310-LoadMeasures.
           READ PARTMAST
              AT END
                 MOVE 'Y' TO PARTMAST-EOF-WS
           END-READ.
           IF NOT PARTMAST-EOF
              AND PM-UNIT-WEIGHT IS NUMERIC
              AND PM-UNIT-CUBE IS NUMERIC
              AND (PM-UNIT-WEIGHT > ZERO OR PM-UNIT-CUBE > ZERO)
                 IF WS-MS-MAX >= 50000
                    DISPLAY 'LANDCALC - MEASURE TABLE FULL AT 50000 '
                       'ROWS - RAISE OCCURS IN LANDCALC'
                    MOVE '9' TO LCR-CALC-STATUS
                 ELSE
                    ADD 1 TO WS-MS-MAX
                    MOVE PM-PART-NUMBER
                       TO WS-MS-PART-NUMBER (WS-MS-MAX)
                    MOVE PM-UNIT-WEIGHT
                       TO WS-MS-UNIT-WEIGHT (WS-MS-MAX)
                    MOVE PM-UNIT-CUBE
                       TO WS-MS-UNIT-CUBE (WS-MS-MAX)
                 END-IF
           END-IF.

       320-LoadFreightRates.
           INITIALIZE FREIGHT-RATE-TABLE.
           MOVE 1 TO WS-FRTRATE-INDEX.
           PERFORM 325-ReadNextFreightRate UNTIL FRTRATE-EOF
              OR LCR-CALC-FAILED.
           COMPUTE FREIGHT-RATE-MAX = WS-FRTRATE-INDEX - 1.
           CLOSE FRTRATE.

       325-ReadNextFreightRate.
           READ FRTRATE
              AT END
                 MOVE 'Y' TO FRTRATE-EOF-WS
           END-READ.
           IF NOT FRTRATE-EOF
              IF WS-FRTRATE-INDEX > 1000
                 DISPLAY 'LANDCALC - FREIGHT RATE TABLE FULL AT 1000 '
                    'ROWS - RAISE OCCURS IN COPYBOOK'
                 MOVE '9' TO LCR-CALC-STATUS
              ELSE
                 MOVE FRTRATE-REC
                    TO FREIGHT-RATE-LIST (WS-FRTRATE-INDEX)
                 ADD 1 TO WS-FRTRATE-INDEX
              END-IF
           END-IF.

       335-ReadNextCountry.
           READ COUNTRY INTO COUNTRY-LIST(WS-COUNTRY-INDEX)
              AT END
                 MOVE 'Y' TO COUNTRY-EOF-WS
           END-READ.
           IF NOT COUNTRY-EOF
              ADD 1 TO WS-COUNTRY-INDEX
           END-IF.

       345-ReadNextFxRate.
           READ FXRATES INTO FX-RATE-LIST(WS-FX-IDX)
              AT END
                 MOVE 'Y' TO FXRATES-EOF-WS
           END-READ.
           IF NOT FXRATES-EOF
              ADD 1 TO WS-FX-IDX
           END-IF.

      * days is marked inactive instead of silently lingering. The
      * maintained master is staged (PARTMSTO) and promoted on a
      * clean run, the same pattern as POHISTLD.
      * 05/11 Carries the planning lead time LEADAPLY sets off the
      * measured receipts (see LEADMEAS) through the rebuild.
      ******************************************************************

       ENVIRONMENT DIVISION.
       FD  PARTMAST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 155 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PARTMAST-REC.
       01  PARTMAST-REC.
      * the master row from 130 to 131; every FD that reads it
      * needs the new length.
           05  PM-LIFECYCLE-CODE       PIC X(01).
      *04/18 Core-bearing flag - 'Y' on a remanufactured part that
      * carries a core charge we only get back by returning the old
      * core (see CORETRK). Maintained through PLCMNT alongside the
      * lifecycle code. Grew the master row from 131 to 132.
           05  PM-CORE-FLAG            PIC X(01).
               88 PM-CORE-BEARING            VALUE 'Y'.
      *04/21 ABC class by annual usage value - 'A' the few parts
      * carrying most of the value, 'C' the long tail. Set quarterly
      * by ABCCLASS; drives how often CYCCOUNT counts the part. Grew
      * the master row from 132 to 133.
           05  PM-ABC-CLASS            PIC X(01).
               88 PM-ABC-CLASS-A             VALUE 'A'.
               88 PM-ABC-CLASS-B             VALUE 'B'.
               88 PM-ABC-CLASS-C             VALUE 'C'.
      *04/22 Commodity class off the last good record that carried
      * one - the month-end valuation (INVVAL) rolls stock up by it
      * to the COMMGL accounts. Grew the master row from 133 to 137.
           05  PM-COMMODITY-CLASS      PIC X(04).
      *04/25 Shelf life in months for a part that ages out on the
      * shelf - fluids, adhesives, seals, batteries. Zero means the
      * part does not perish. Maintained through PLCMNT; LOTTRK works
      * each received lot's expiry from it. Grew the master row from
      * 137 to 140.
           05  PM-SHELF-LIFE-MONTHS    PIC 9(03).
      *04/27 Unit weight in pounds and cube in cubic feet, one unit
      * as shipped. Maintained through PLCMNT; LANDCALC estimates a
      * collect order's freight from them. Zero means not yet
      * measured. Grew the master row from 140 to 152.
           05  PM-UNIT-WEIGHT          PIC 9(05)V99.
           05  PM-UNIT-CUBE            PIC 9(03)V99.
      *05/11 Planning lead time in weeks - what the supplier really
      * takes, measured order to first receipt by LEADMEAS and set in
      * bulk by LEADAPLY once purchasing has reviewed the
      * suggestions. REORDPT plans off it in place of the quoted
      * catalog lead time inside PM-CATALOG-DETAIL, which the feed
      * keeps overwriting. Zero means plan off the quoted figure.
      * Grew the master row from 152 to 155.
           05  PM-PLAN-LEAD-WEEKS      PIC 9(03).

       FD  GOODDATAIN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 1029 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS GOODDATAIN-REC.
       01  GOODDATAIN-REC     PIC X(1029).

       FD  PMSTDAYS
           RECORDING MODE IS F
       FD  PARTMSTO
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 155 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PARTMSTO-REC.
       01  PARTMSTO-REC     PIC X(155).

       FD  PRINT-LINE RECORDING MODE F
           LABEL RECORDS ARE STANDARD
              10 WS-PM-LAST-CHANGED       PIC 9(08).
              10 WS-PM-ACTIVE-FLAG        PIC X(01).
              10 WS-PM-LIFECYCLE          PIC X(01).
              10 WS-PM-CORE-FLAG          PIC X(01).
              10 WS-PM-ABC-CLASS          PIC X(01).
              10 WS-PM-COMM-CLASS         PIC X(04).
              10 WS-PM-SHELF-LIFE         PIC 9(03).
              10 WS-PM-UNIT-WEIGHT        PIC 9(05)V99.
              10 WS-PM-UNIT-CUBE          PIC 9(03)V99.
              10 WS-PM-PLAN-LEAD-WEEKS    PIC 9(03).
       01 WS-PM-MAX                       PIC 9(05) VALUE ZERO.
       01 WS-PM-WORK-IDX                  PIC 9(05) VALUE ZERO.
       01 WS-PM-FOUND-IDX                 PIC 9(05) VALUE ZERO.
                    TO WS-PM-LAST-SEEN (WS-PM-FOUND-IDX)
                 MOVE 'A' TO WS-PM-ACTIVE-FLAG (WS-PM-FOUND-IDX)
           END-EVALUATE.
      *04/22 Keep the commodity class current - a blank on the feed
      * leaves the one already held alone.
           IF COMMODITY-CLASS-PO NOT = SPACES
              MOVE COMMODITY-CLASS-PO
                 TO WS-PM-COMM-CLASS (WS-PM-FOUND-IDX)
           END-IF.

       210-FindMasterPart.
           MOVE 'N' TO WS-PM-FOUND-FLAG.
           MOVE WS-PM-MAX TO WS-PM-FOUND-IDX.
      *03/19 A brand-new part starts its life active.
           MOVE 'A' TO WS-PM-LIFECYCLE (WS-PM-FOUND-IDX).
      *04/18 ...and carrying no core until PLCMNT says it does.
           MOVE 'N' TO WS-PM-CORE-FLAG (WS-PM-FOUND-IDX).
      *04/21 ...and in the long tail until ABCCLASS values it.
           MOVE 'C' TO WS-PM-ABC-CLASS (WS-PM-FOUND-IDX).
      *04/25 ...and not perishable until PLCMNT gives it a life.
           MOVE ZERO TO WS-PM-SHELF-LIFE (WS-PM-FOUND-IDX).
      *04/27 ...and unmeasured until PLCMNT weighs it.
           MOVE ZERO TO WS-PM-UNIT-WEIGHT (WS-PM-FOUND-IDX).
           MOVE ZERO TO WS-PM-UNIT-CUBE (WS-PM-FOUND-IDX).
      *05/11 ...and planned off its quoted lead time until measured.
           MOVE ZERO TO WS-PM-PLAN-LEAD-WEEKS (WS-PM-FOUND-IDX).
           MOVE CI-PART-NUMBER
              TO WS-PM-PART-NUMBER (WS-PM-FOUND-IDX).
           MOVE CI-DETAIL TO WS-PM-DETAIL (WS-PM-FOUND-IDX).
      * the nightly rewrite wiped every code PLCMNT ever set.
              MOVE PM-LIFECYCLE-CODE
                 TO WS-PM-LIFECYCLE (WS-PM-WORK-IDX)
              MOVE PM-CORE-FLAG
                 TO WS-PM-CORE-FLAG (WS-PM-WORK-IDX)
              MOVE PM-ABC-CLASS
                 TO WS-PM-ABC-CLASS (WS-PM-WORK-IDX)
              MOVE PM-COMMODITY-CLASS
                 TO WS-PM-COMM-CLASS (WS-PM-WORK-IDX)
              IF PM-SHELF-LIFE-MONTHS IS NUMERIC
                 MOVE PM-SHELF-LIFE-MONTHS
                    TO WS-PM-SHELF-LIFE (WS-PM-WORK-IDX)
              ELSE
                 MOVE ZERO TO WS-PM-SHELF-LIFE (WS-PM-WORK-IDX)
              END-IF
              IF PM-UNIT-WEIGHT IS NUMERIC
                 MOVE PM-UNIT-WEIGHT
                    TO WS-PM-UNIT-WEIGHT (WS-PM-WORK-IDX)
              ELSE
                 MOVE ZERO TO WS-PM-UNIT-WEIGHT (WS-PM-WORK-IDX)
              END-IF
              IF PM-UNIT-CUBE IS NUMERIC
                 MOVE PM-UNIT-CUBE
                    TO WS-PM-UNIT-CUBE (WS-PM-WORK-IDX)
              ELSE
                 MOVE ZERO TO WS-PM-UNIT-CUBE (WS-PM-WORK-IDX)
              END-IF
              IF PM-PLAN-LEAD-WEEKS IS NUMERIC
                 MOVE PM-PLAN-LEAD-WEEKS
                    TO WS-PM-PLAN-LEAD-WEEKS (WS-PM-WORK-IDX)
              ELSE
                 MOVE ZERO TO WS-PM-PLAN-LEAD-WEEKS (WS-PM-WORK-IDX)
              END-IF
           END-IF.

       320-LoadInactiveDays.
                    TO PM-ACTIVE-FLAG
                 MOVE WS-PM-LIFECYCLE (WS-PM-WORK-IDX)
                    TO PM-LIFECYCLE-CODE
                 MOVE WS-PM-CORE-FLAG (WS-PM-WORK-IDX)
                    TO PM-CORE-FLAG
                 MOVE WS-PM-ABC-CLASS (WS-PM-WORK-IDX)
                    TO PM-ABC-CLASS
                 MOVE WS-PM-COMM-CLASS (WS-PM-WORK-IDX)
                    TO PM-COMMODITY-CLASS
                 MOVE WS-PM-SHELF-LIFE (WS-PM-WORK-IDX)
                    TO PM-SHELF-LIFE-MONTHS
                 MOVE WS-PM-UNIT-WEIGHT (WS-PM-WORK-IDX)
                    TO PM-UNIT-WEIGHT
                 MOVE WS-PM-UNIT-CUBE (WS-PM-WORK-IDX)
                    TO PM-UNIT-CUBE
                 MOVE WS-PM-PLAN-LEAD-WEEKS (WS-PM-WORK-IDX)
                    TO PM-PLAN-LEAD-WEEKS
                 MOVE PARTMAST-REC TO PARTMSTO-REC
                 WRITE PARTMSTO-REC
                 IF OUT-PARTMSTO-KEY NOT = '00'

      * code ('A' active, 'S' service-only, 'R' run-out, 'O'
      * obsolete - the codes the edit pipeline now enforces), and
      * stages the maintained master to PARTMSTO for promotion.
      * 04/18 Also sets the core-bearing flag CORETRK reads to
      * build the core-owed balances off each receipt.
      * 04/25 And the shelf life in months LOTTRK dates each
      * received lot's expiry from.
      * 04/27 And the unit weight and cube LANDCALC estimates a
      * collect shipment's freight from.
      ******************************************************************

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       FILE SECTION.
      * Same 155-byte master row PARTMUPD maintains.
       FD  PARTMAST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 155 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PARTMAST-REC.
       01  PARTMAST-REC     PIC X(155).

       FD  PARTMSTO
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 155 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PARTMSTO-REC.
       01  PARTMSTO-REC     PIC X(155).

       FD  OPERMST
           RECORDING MODE IS F
           COPY OPERTAB. *> Operator authorization table

      *03/19 The master in storage, same 131-byte shape on file.
      *04/18 Now 132 with the core-bearing flag.
      *04/21 Now 133 with the ABC class ABCCLASS sets - carried
      * through untouched here.
      *04/22 Now 137 with the commodity class PARTMUPD keeps.
      *04/25 Now 140 with the shelf life in months.
      *04/27 Now 152 with the unit weight and cube.
      *05/11 Now 155 with the planning lead time LEADAPLY sets -
      * carried through untouched here.
       01 WS-MASTER-TABLE.
           05 WS-PM-ENTRY OCCURS 50000 TIMES
              INDEXED BY WS-PM-IDX.
              10 WS-PM-BODY               PIC X(106).
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

       01 FILE-STATUS-CODES.
       01 WS-YES-NO-RESPONSE               PIC X(01) VALUE 'N'.
           88 OPERATOR-SAYS-YES                    VALUE 'Y' 'y'.
       01 WS-FIELD-BUFFER                  PIC X(15) VALUE SPACES.
      *04/27 Weight and cube are keyed as digits with the two
      * decimals implied, and shown back edited.
       01 WS-WEIGHT-ENTRY                  PIC X(07) VALUE ZERO.
       01 WS-WEIGHT-ENTRY-N REDEFINES WS-WEIGHT-ENTRY
                                           PIC 9(05)V99.
       01 WS-CUBE-ENTRY                    PIC X(05) VALUE ZERO.
       01 WS-CUBE-ENTRY-N REDEFINES WS-CUBE-ENTRY
                                           PIC 9(03)V99.
       01 WS-WEIGHT-SHOW                   PIC ZZZZ9.99.
       01 WS-CUBE-SHOW                     PIC ZZ9.99.

      *03/19 Sign-on state - lifecycle policy is engineering's call,
      * update authority required.
                 IF OPERATOR-SAYS-YES
                    PERFORM 230-CaptureLifecycle
                 END-IF
                 DISPLAY 'CORE-BEARING NOW: '
                    WS-PM-CORE-FLAG (WS-WORK-IDX)
                    '  (Y=CARRIES A CORE CHARGE)'
                 DISPLAY 'UPDATE? (Y/N): ' WITH NO ADVANCING
                 ACCEPT WS-YES-NO-RESPONSE
                 IF OPERATOR-SAYS-YES
                    PERFORM 240-CaptureCoreFlag
                 END-IF
                 DISPLAY 'SHELF LIFE NOW: '
                    WS-PM-SHELF-LIFE (WS-WORK-IDX)
                    ' MONTHS  (000=DOES NOT PERISH)'
                 DISPLAY 'UPDATE? (Y/N): ' WITH NO ADVANCING
                 ACCEPT WS-YES-NO-RESPONSE
                 IF OPERATOR-SAYS-YES
                    PERFORM 250-CaptureShelfLife
                 END-IF
                 MOVE WS-PM-UNIT-WEIGHT (WS-WORK-IDX)
                    TO WS-WEIGHT-SHOW
                 MOVE WS-PM-UNIT-CUBE (WS-WORK-IDX)
                    TO WS-CUBE-SHOW
                 DISPLAY 'UNIT WEIGHT NOW: ' WS-WEIGHT-SHOW ' LBS'
                    '  CUBE NOW: ' WS-CUBE-SHOW ' CU FT'
                 DISPLAY 'UPDATE? (Y/N): ' WITH NO ADVANCING
                 ACCEPT WS-YES-NO-RESPONSE
                 IF OPERATOR-SAYS-YES
                    PERFORM 260-CaptureWeightCube
                 END-IF
              ELSE
                 DISPLAY 'PART NOT ON MASTER: '
                    WS-SEARCH-PART-NUMBER
                 DISPLAY 'NOT A LIFECYCLE CODE - UNCHANGED.'
           END-EVALUATE.

      *04/18 Only the part's flag lives here - the core value and
      * the return window are per supplier, on CORETERMS.
       240-CaptureCoreFlag.
           DISPLAY 'CORE-BEARING (Y/N): ' WITH NO ADVANCING.
           MOVE SPACES TO WS-FIELD-BUFFER.
           ACCEPT WS-FIELD-BUFFER.
           EVALUATE WS-FIELD-BUFFER (1:1)
              WHEN 'Y' WHEN 'N'
                 MOVE WS-FIELD-BUFFER (1:1)
                    TO WS-PM-CORE-FLAG (WS-WORK-IDX)
                 ADD 1 TO WS-UPDATED-CTR
                 DISPLAY 'UPDATED.'
              WHEN OTHER
                 DISPLAY 'NOT Y OR N - UNCHANGED.'
           END-EVALUATE.

      *04/25 Three digits, the way FITMNT takes a model year, so a
      * stray letter is turned away instead of stored.
       250-CaptureShelfLife.
           DISPLAY 'SHELF LIFE IN MONTHS (3 DIGITS, 000=NONE): '
              WITH NO ADVANCING.
           MOVE SPACES TO WS-FIELD-BUFFER.
           ACCEPT WS-FIELD-BUFFER.
           IF WS-FIELD-BUFFER (1:3) IS NUMERIC
              AND WS-FIELD-BUFFER (4:12) = SPACES
                 MOVE WS-FIELD-BUFFER (1:3)
                    TO WS-PM-SHELF-LIFE (WS-WORK-IDX)
                 ADD 1 TO WS-UPDATED-CTR
                 DISPLAY 'UPDATED.'
           ELSE
                 DISPLAY 'NOT THREE DIGITS - UNCHANGED.'
           END-IF.

      *04/27 Per single unit as shipped, packaging included. Each
      * is taken on its own so a bad cube does not lose a good weight.
       260-CaptureWeightCube.
           DISPLAY 'UNIT WEIGHT IN LBS (7 DIGITS, 2 DECIMALS IMPLIED): '
              WITH NO ADVANCING.
           MOVE SPACES TO WS-FIELD-BUFFER.
           ACCEPT WS-FIELD-BUFFER.
           IF WS-FIELD-BUFFER (1:7) IS NUMERIC
              AND WS-FIELD-BUFFER (8:8) = SPACES
                 MOVE WS-FIELD-BUFFER (1:7) TO WS-WEIGHT-ENTRY
                 MOVE WS-WEIGHT-ENTRY-N
                    TO WS-PM-UNIT-WEIGHT (WS-WORK-IDX)
                 ADD 1 TO WS-UPDATED-CTR
                 DISPLAY 'UPDATED.'
           ELSE
                 DISPLAY 'NOT SEVEN DIGITS - UNCHANGED.'
           END-IF.
           DISPLAY 'UNIT CUBE IN CU FT (5 DIGITS, 2 DECIMALS IMPLIED): '
              WITH NO ADVANCING.
           MOVE SPACES TO WS-FIELD-BUFFER.
           ACCEPT WS-FIELD-BUFFER.
           IF WS-FIELD-BUFFER (1:5) IS NUMERIC
              AND WS-FIELD-BUFFER (6:10) = SPACES
                 MOVE WS-FIELD-BUFFER (1:5) TO WS-CUBE-ENTRY
                 MOVE WS-CUBE-ENTRY-N
                    TO WS-PM-UNIT-CUBE (WS-WORK-IDX)
                 ADD 1 TO WS-UPDATED-CTR
                 DISPLAY 'UPDATED.'
           ELSE
                 DISPLAY 'NOT FIVE DIGITS - UNCHANGED.'
           END-IF.

       300-Open-Files.
           OPEN INPUT PARTMAST.
           IF IN-PARTMAST-KEY NOT = '00' THEN
       900-WriteSummary.
           DISPLAY ' '.
           DISPLAY '---------------------------------------------'.
           DISPLAY 'PARTS UPDATED     : ' WS-UPDATED-CTR.
           DISPLAY 'PARTS WRITTEN     : ' WS-PM-MAX.
           DISPLAY '---------------------------------------------'.


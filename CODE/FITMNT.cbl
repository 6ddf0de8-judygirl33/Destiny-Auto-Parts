       IDENTIFICATION DIVISION.
       PROGRAM-ID. FITMNT.
       AUTHOR. IVANNA COLAN.
      ******************************************************************
      * 04/20 Vehicle fitment maintenance. A PARTSUPP record carries
      * the one make/model/year its supplier quoted against, but a
      * part fits many vehicles across runs of model years, and the
      * counter's question is always "what fits this vehicle".
      * Console-driven like INTMNT: signs the operator on against
      * OPERMST, loads the FITMENT master, prompts for a part number
      * (validated with a keyed READ against the PARTVSAM catalog),
      * lists the part's applications, and adds or drops them. Every
      * added application is checked against the same VEHMAKE/
      * VEHMODEL/YEARLIM control files PARTEDIT edits the inbound
      * feed with, and may not overlap a range the part already
      * carries for that make and model. The maintained master is
      * staged to FITMENTO for promotion, the SUPPMNT pattern.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Vehicle fitment master - see FITTAB.
           SELECT FITMENT ASSIGN TO FITMENT
           FILE STATUS IS IN-FITMENT-KEY.

           SELECT FITMENTO ASSIGN TO FITMENTO
           FILE STATUS IS OUT-FITMENTO-KEY.

           SELECT PARTS-VSAM ASSIGN TO PARTVSAM
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS REC-PART-NUMBER
           FILE STATUS IS IN-PARTVSAM-KEY.

      * Operator authorization table - see OPERTAB.
           SELECT OPERMST ASSIGN TO OPERMST
           FILE STATUS IS IN-OPERMST-KEY.

           SELECT YEARLIM ASSIGN TO YEARLIM
           FILE STATUS IS IN-YEARLIM-KEY.

           SELECT VEHMAKE ASSIGN TO VEHMAKE
           FILE STATUS IS IN-VEHMAKE-KEY.

      * Valid vehicle-make/model combinations - see MODELTAB.
           SELECT VEHMODEL ASSIGN TO VEHMODEL
           FILE STATUS IS IN-VEHMODEL-KEY.

       DATA DIVISION.
       FILE SECTION.
       FD  FITMENT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 48 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS FITMENT-REC.
       01  FITMENT-REC     PIC X(48).

       FD  FITMENTO
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 48 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS FITMENTO-REC.
       01  FITMENTO-REC     PIC X(48).

       FD  PARTS-VSAM
           RECORD CONTAINS 117 CHARACTERS
           DATA RECORD IS PARTS-REC.
       01  PARTS-REC.
           05  REC-PART-NUMBER       PIC X(23).
           05  REC-PART-NAME         PIC X(14).
           05  FILLER                PIC X(80).

       FD  OPERMST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS OPERMST-REC.
       01  OPERMST-REC     PIC X(40).

       FD  YEARLIM
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 8 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS YEARLIM-REC.
       01  YEARLIM-REC     PIC X(8).

       FD  VEHMAKE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 20 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS VEHMAKE-REC.
       01  VEHMAKE-REC     PIC X(20).

       FD  VEHMODEL
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 14 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS VEHMODEL-REC.
       01  VEHMODEL-REC     PIC X(14).

       WORKING-STORAGE SECTION.
           COPY OPERTAB. *> Operator authorization table
           COPY FITTAB.  *> Vehicle fitment table
           COPY YEARLIM. *> Vehicle-year valid range control card
           COPY MAKETAB. *> Vehicle-make code/name control table
           COPY MODELTAB. *> Vehicle-make/model cross-reference

       01 FILE-STATUS-CODES.
           05 IN-FITMENT-KEY             PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
      * A first-ever run has no fitment master yet - start empty.
                88 FITMENT-NOT-FOUND        VALUE '35'.
           05 OUT-FITMENTO-KEY           PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
           05 IN-PARTVSAM-KEY            PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
                88 VSAM-RECORD-NOT-FOUND    VALUE '23'.
           05 IN-OPERMST-KEY             PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
           05 IN-YEARLIM-KEY             PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
           05 IN-VEHMAKE-KEY             PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
           05 IN-VEHMODEL-KEY            PIC X(2).
                88 CODE-WRITE               VALUE SPACES.

       01 FILES-EOF.
           05 FITMENT-EOF-WS                  PIC X(01) VALUE 'N'.
              88 FITMENT-EOF                             VALUE 'Y'.
           05 OPERMST-EOF-WS                  PIC X(01) VALUE 'N'.
              88 OPERMST-EOF                             VALUE 'Y'.
           05 VEHMAKE-EOF-WS                  PIC X(01) VALUE 'N'.
              88 VEHMAKE-EOF                             VALUE 'Y'.
           05 VEHMODEL-EOF-WS                 PIC X(01) VALUE 'N'.
              88 VEHMODEL-EOF                            VALUE 'Y'.

       01 WS-FITMENT-INDEX                 PIC 9(5) VALUE 1.
       01 WS-MAKE-INDEX                    PIC 9(4) VALUE 1.
       01 WS-MODEL-INDEX                   PIC 9(4) VALUE 1.
       01 WS-WORK-IDX                      PIC 9(5) VALUE 1.
       01 WS-APPLICATION-CTR               PIC 9(4) VALUE ZERO.
       01 WS-FOUND-FLAG                    PIC X(01) VALUE 'N'.
           88 APPLICATION-ON-PART                  VALUE 'Y'.
       01 WS-OVERLAP-FLAG                  PIC X(01) VALUE 'N'.
           88 RANGE-OVERLAPS                       VALUE 'Y'.
       01 WS-CATALOG-FLAG                  PIC X(01) VALUE 'N'.
           88 PART-ON-CATALOG                      VALUE 'Y'.
       01 WS-VALID-FLAG                    PIC X(01) VALUE 'N'.
           88 APPLICATION-VALID                    VALUE 'Y'.
       01 MAKE-FOUND-FLAG                  PIC X(01) VALUE 'N'.
           88 MAKE-FOUND                           VALUE 'Y'.
       01 MODEL-FOUND-FLAG                 PIC X(01) VALUE 'N'.
           88 MODEL-FOUND                          VALUE 'Y'.
       01 WS-CONTINUE-FLAG                 PIC X(01) VALUE 'Y'.
           88 KEEP-MAINTAINING                     VALUE 'Y'.

       01 WS-SEARCH-PART-NUMBER            PIC X(23) VALUE SPACES.
       01 WS-ACTION-RESPONSE               PIC X(01) VALUE SPACES.

      *04/20 The application being keyed - years come in as text so
      * a non-numeric entry can be turned away instead of abending.
       01 WS-WORK-APPLICATION.
           05 WS-WORK-MAKE-CODE            PIC X(03) VALUE SPACES.
           05 WS-WORK-MODEL-NAME           PIC X(10) VALUE SPACES.
           05 WS-YEAR-FROM-IN              PIC X(04) VALUE SPACES.
           05 WS-YEAR-TO-IN                PIC X(04) VALUE SPACES.
           05 WS-WORK-YEAR-FROM            PIC 9(04) VALUE ZERO.
           05 WS-WORK-YEAR-TO              PIC 9(04) VALUE ZERO.

      *04/20 Sign-on state - the fitment rows steer what the counter
      * sells and what PARTEDIT warns on, update authority required.
       01 WS-OPERATOR-ID                   PIC X(08) VALUE SPACES.
       01 WS-OPER-INDEX                    PIC 9(4) VALUE 1.
       01 WS-OPER-FOUND-IDX                PIC 9(4) VALUE ZERO.
       01 WS-OPER-FOUND-FLAG               PIC X VALUE 'N'.
           88 OPERATOR-AUTHORIZED                VALUE 'Y'.
       01 WS-REQUIRED-LEVEL                PIC 9(1) VALUE 2.

       01 WS-ADDED-CTR                     PIC 9(05) VALUE ZERO.
       01 WS-DROPPED-CTR                   PIC 9(05) VALUE ZERO.
       01 WS-ROWS-WRITTEN-CTR              PIC 9(05) VALUE ZERO.

       PROCEDURE DIVISION.

       MAIN.
           PERFORM 000-Housekeeping.
           PERFORM 100-Main2 UNTIL NOT KEEP-MAINTAINING.
           PERFORM 500-WriteStaged.
           PERFORM 900-WriteSummary.
           PERFORM 600-CLOSE-FILES.
           GOBACK.

       000-Housekeeping.
           DISPLAY '---------------------------------------------'.
           DISPLAY 'VEHICLE FITMENT MAINTENANCE'.
           DISPLAY '---------------------------------------------'.
           PERFORM 300-Open-Files.
           PERFORM 050-SignOnOperator.
           DISPLAY 'FITMENT ROWS ON FILE: ' FITMENT-MAX.

       050-SignOnOperator.
           DISPLAY 'OPERATOR ID: ' WITH NO ADVANCING.
           ACCEPT WS-OPERATOR-ID.
           MOVE 'N' TO WS-OPER-FOUND-FLAG.
           PERFORM VARYING WS-OPER-INDEX FROM 1 BY 1
              UNTIL WS-OPER-INDEX > OPERATOR-MAX
                 OR OPERATOR-AUTHORIZED
                 IF OA-OPERATOR-ID (WS-OPER-INDEX) = WS-OPERATOR-ID
                    AND OA-FUNCTION (WS-OPER-INDEX) = 'FITMNT'
                    AND OA-AUTH-LEVEL (WS-OPER-INDEX)
                       >= WS-REQUIRED-LEVEL
                    MOVE 'Y' TO WS-OPER-FOUND-FLAG
                    MOVE WS-OPER-INDEX TO WS-OPER-FOUND-IDX
                 END-IF
           END-PERFORM.
           IF NOT OPERATOR-AUTHORIZED
              DISPLAY 'OPERATOR ' WS-OPERATOR-ID
                 ' NOT AUTHORIZED FOR FITMNT - SESSION ENDED'
              GO TO 2000-ABEND-RTN
           END-IF.
           DISPLAY 'SIGNED ON: '
              OA-OPERATOR-NAME (WS-OPER-FOUND-IDX).

      *04/20 A part must read back off the PARTVSAM catalog before
      * its applications can be touched - the fitment master can
      * never point at a part we do not carry.
       100-Main2.
           DISPLAY 'ENTER PART NUMBER (END TO QUIT): '
              WITH NO ADVANCING.
           ACCEPT WS-SEARCH-PART-NUMBER.
           IF WS-SEARCH-PART-NUMBER = SPACES
              OR WS-SEARCH-PART-NUMBER = 'END'
                 MOVE 'N' TO WS-CONTINUE-FLAG
           ELSE
              PERFORM 250-FindOnCatalog
              IF PART-ON-CATALOG
                 DISPLAY 'PART: ' WS-SEARCH-PART-NUMBER ' '
                    REC-PART-NAME
                 PERFORM 200-ListApplications
                 PERFORM 210-CaptureAction
              ELSE
                 DISPLAY 'PART NOT ON CATALOG: '
                    WS-SEARCH-PART-NUMBER
              END-IF
           END-IF.

       200-ListApplications.
           MOVE ZERO TO WS-APPLICATION-CTR.
           PERFORM VARYING WS-WORK-IDX FROM 1 BY 1
              UNTIL WS-WORK-IDX > FITMENT-MAX
                 IF FT-PART-NUMBER (WS-WORK-IDX)
                       = WS-SEARCH-PART-NUMBER
                    ADD 1 TO WS-APPLICATION-CTR
                    DISPLAY '  FITS: '
                       FT-MAKE-CODE (WS-WORK-IDX) ' '
                       FT-MODEL-NAME (WS-WORK-IDX) ' '
                       FT-YEAR-FROM (WS-WORK-IDX) '-'
                       FT-YEAR-TO (WS-WORK-IDX)
                 END-IF
           END-PERFORM.
           IF WS-APPLICATION-CTR = ZERO
              DISPLAY '  (NO APPLICATIONS ON FILE YET)'
           END-IF.

       210-CaptureAction.
           DISPLAY 'ACTION - A=ADD APPLICATION D=DROP APPLICATION '
              '(ENTER TO SKIP): ' WITH NO ADVANCING.
           ACCEPT WS-ACTION-RESPONSE.
           EVALUATE WS-ACTION-RESPONSE
              WHEN 'A' WHEN 'a'
                 PERFORM 220-AddApplication
              WHEN 'D' WHEN 'd'
                 PERFORM 230-DropApplication
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

       220-AddApplication.
           PERFORM 215-CaptureVehicle.
           PERFORM 260-ValidateApplication.
           IF APPLICATION-VALID
              PERFORM 245-CheckOverlap
              IF RANGE-OVERLAPS
                 DISPLAY 'OVERLAPS AN APPLICATION ALREADY ON FILE'
                    ' - UNCHANGED.'
              ELSE
                 PERFORM 270-AppendApplication
              END-IF
           END-IF.

      *04/20 Dropping blanks the row in place; 500-WriteStaged
      * skips blanked rows, so the staged master comes out compact.
       230-DropApplication.
           PERFORM 215-CaptureVehicle.
           PERFORM 240-FindApplication.
           IF APPLICATION-ON-PART
              MOVE SPACES TO FT-PART-NUMBER (WS-WORK-IDX)
              MOVE SPACES TO FT-MAKE-CODE (WS-WORK-IDX)
              MOVE SPACES TO FT-MODEL-NAME (WS-WORK-IDX)
              MOVE ZERO TO FT-YEAR-FROM (WS-WORK-IDX)
              MOVE ZERO TO FT-YEAR-TO (WS-WORK-IDX)
              ADD 1 TO WS-DROPPED-CTR
              DISPLAY 'DROPPED.'
           ELSE
              DISPLAY 'NOT AN APPLICATION OF THIS PART - UNCHANGED.'
           END-IF.

      *04/20 A blank YEAR TO means the part fits the one model year.
       215-CaptureVehicle.
           INITIALIZE WS-WORK-APPLICATION.
           DISPLAY 'MAKE CODE: ' WITH NO ADVANCING.
           ACCEPT WS-WORK-MAKE-CODE.
           DISPLAY 'MODEL: ' WITH NO ADVANCING.
           ACCEPT WS-WORK-MODEL-NAME.
           DISPLAY 'YEAR FROM (YYYY): ' WITH NO ADVANCING.
           ACCEPT WS-YEAR-FROM-IN.
           DISPLAY 'YEAR TO (YYYY, ENTER = SAME YEAR): '
              WITH NO ADVANCING.
           ACCEPT WS-YEAR-TO-IN.
           IF WS-YEAR-TO-IN = SPACES
              MOVE WS-YEAR-FROM-IN TO WS-YEAR-TO-IN
           END-IF.
           IF WS-YEAR-FROM-IN IS NUMERIC
              MOVE WS-YEAR-FROM-IN TO WS-WORK-YEAR-FROM
           END-IF.
           IF WS-YEAR-TO-IN IS NUMERIC
              MOVE WS-YEAR-TO-IN TO WS-WORK-YEAR-TO
           END-IF.

      * Exact match on make, model and range - a drop names the row
      * the way 200-ListApplications showed it.
       240-FindApplication.
           MOVE 'N' TO WS-FOUND-FLAG.
           PERFORM VARYING WS-WORK-IDX FROM 1 BY 1
              UNTIL WS-WORK-IDX > FITMENT-MAX
                 OR APPLICATION-ON-PART
                 IF FT-PART-NUMBER (WS-WORK-IDX)
                       = WS-SEARCH-PART-NUMBER
                    AND FT-MAKE-CODE (WS-WORK-IDX) = WS-WORK-MAKE-CODE
                    AND FT-MODEL-NAME (WS-WORK-IDX)
                       = WS-WORK-MODEL-NAME
                    AND FT-YEAR-FROM (WS-WORK-IDX) = WS-WORK-YEAR-FROM
                    AND FT-YEAR-TO (WS-WORK-IDX) = WS-WORK-YEAR-TO
                    MOVE 'Y' TO WS-FOUND-FLAG
                 END-IF
           END-PERFORM.
           IF APPLICATION-ON-PART
              SUBTRACT 1 FROM WS-WORK-IDX
           END-IF.

      *04/20 Two ranges for the same part, make and model may not
      * share a year - extend the existing row instead (drop it and
      * add the wider range).
       245-CheckOverlap.
           MOVE 'N' TO WS-OVERLAP-FLAG.
           PERFORM VARYING WS-WORK-IDX FROM 1 BY 1
              UNTIL WS-WORK-IDX > FITMENT-MAX
                 OR RANGE-OVERLAPS
                 IF FT-PART-NUMBER (WS-WORK-IDX)
                       = WS-SEARCH-PART-NUMBER
                    AND FT-MAKE-CODE (WS-WORK-IDX) = WS-WORK-MAKE-CODE
                    AND FT-MODEL-NAME (WS-WORK-IDX)
                       = WS-WORK-MODEL-NAME
                    AND FT-YEAR-FROM (WS-WORK-IDX) <= WS-WORK-YEAR-TO
                    AND FT-YEAR-TO (WS-WORK-IDX) >= WS-WORK-YEAR-FROM
                    MOVE 'Y' TO WS-OVERLAP-FLAG
                 END-IF
           END-PERFORM.

      * One keyed READ against PARTVSAM - the PARTINQ pattern.
       250-FindOnCatalog.
           MOVE 'N' TO WS-CATALOG-FLAG.
           MOVE WS-SEARCH-PART-NUMBER TO REC-PART-NUMBER.
           READ PARTS-VSAM
              INVALID KEY CONTINUE
           END-READ.
           EVALUATE TRUE
              WHEN IN-PARTVSAM-KEY = '00'
                 MOVE 'Y' TO WS-CATALOG-FLAG
              WHEN VSAM-RECORD-NOT-FOUND
                 CONTINUE
              WHEN OTHER
                 DISPLAY 'PARTS-VSAM READ FAILED, STATUS '
                    IN-PARTVSAM-KEY
                 GO TO 2000-ABEND-RTN
           END-EVALUATE.

      *04/20 The same make, make/model and year-window checks
      * PARTEDIT puts the inbound feed through, so an application
      * keyed here can never itself draw a PARTEDIT warning.
       260-ValidateApplication.
           MOVE 'Y' TO WS-VALID-FLAG.
           MOVE 'N' TO MAKE-FOUND-FLAG.
           PERFORM VARYING WS-MAKE-INDEX FROM 1 BY 1
              UNTIL WS-MAKE-INDEX > MAKE-MAX OR MAKE-FOUND
                 IF MAKE-CODE (WS-MAKE-INDEX) = WS-WORK-MAKE-CODE
                    MOVE 'Y' TO MAKE-FOUND-FLAG
                 END-IF
           END-PERFORM.
           IF NOT MAKE-FOUND
              DISPLAY 'MAKE NOT ON VEHMAKE: ' WS-WORK-MAKE-CODE
              MOVE 'N' TO WS-VALID-FLAG
           ELSE
              MOVE 'N' TO MODEL-FOUND-FLAG
              PERFORM VARYING WS-MODEL-INDEX FROM 1 BY 1
                 UNTIL WS-MODEL-INDEX > MODEL-MAX OR MODEL-FOUND
                    IF MODEL-MAKE-CODE (WS-MODEL-INDEX)
                          = WS-WORK-MAKE-CODE
                       AND MODEL-NAME (WS-MODEL-INDEX)
                          = WS-WORK-MODEL-NAME
                       MOVE 'Y' TO MODEL-FOUND-FLAG
                    END-IF
              END-PERFORM
              IF NOT MODEL-FOUND
                 DISPLAY 'MODEL NOT ON VEHMODEL FOR '
                    WS-WORK-MAKE-CODE ': ' WS-WORK-MODEL-NAME
                 MOVE 'N' TO WS-VALID-FLAG
              END-IF
           END-IF.
           IF WS-YEAR-FROM-IN IS NOT NUMERIC
              OR WS-YEAR-TO-IN IS NOT NUMERIC
                 DISPLAY 'YEARS MUST BE FOUR DIGITS'
                 MOVE 'N' TO WS-VALID-FLAG
           ELSE
              IF WS-WORK-YEAR-FROM < YEAR-LIMIT-MIN
                 OR WS-WORK-YEAR-TO > YEAR-LIMIT-MAX
                    DISPLAY 'YEARS OUTSIDE ' YEAR-LIMIT-MIN '-'
                       YEAR-LIMIT-MAX ' ON YEARLIM'
                    MOVE 'N' TO WS-VALID-FLAG
              END-IF
              IF WS-WORK-YEAR-FROM > WS-WORK-YEAR-TO
                 DISPLAY 'YEAR FROM IS AFTER YEAR TO'
                 MOVE 'N' TO WS-VALID-FLAG
              END-IF
           END-IF.
           IF NOT APPLICATION-VALID
              DISPLAY 'APPLICATION NOT ADDED.'
           END-IF.

       270-AppendApplication.
           IF FITMENT-MAX >= 10000
              DISPLAY 'FITMNT - FITMENT TABLE FULL AT 10000 '
                 'ROWS - RAISE OCCURS IN FITTAB'
              GO TO 2000-ABEND-RTN
           END-IF.
           ADD 1 TO FITMENT-MAX.
           MOVE WS-SEARCH-PART-NUMBER
              TO FT-PART-NUMBER (FITMENT-MAX).
           MOVE WS-WORK-MAKE-CODE TO FT-MAKE-CODE (FITMENT-MAX).
           MOVE WS-WORK-MODEL-NAME TO FT-MODEL-NAME (FITMENT-MAX).
           MOVE WS-WORK-YEAR-FROM TO FT-YEAR-FROM (FITMENT-MAX).
           MOVE WS-WORK-YEAR-TO TO FT-YEAR-TO (FITMENT-MAX).
           ADD 1 TO WS-ADDED-CTR.
           DISPLAY 'ADDED.'.

       300-Open-Files.
           OPEN INPUT FITMENT.
           IF FITMENT-NOT-FOUND
              MOVE 'Y' TO FITMENT-EOF-WS
           ELSE
              IF IN-FITMENT-KEY NOT = '00'
                 DISPLAY
                        '---------------------------------------------'
                 DISPLAY 'File Problem openning Input FITMENT'
                 GO TO 2000-ABEND-RTN
              ELSE
                 PERFORM 3660-LoadFitmentTable
              END-IF
           END-IF.
           OPEN OUTPUT FITMENTO.
           IF OUT-FITMENTO-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning FITMENTO'
                GO TO 2000-ABEND-RTN
           END-IF.
           OPEN INPUT PARTS-VSAM.
           IF IN-PARTVSAM-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning PARTVSAM, STATUS '
                   IN-PARTVSAM-KEY
                GO TO 2000-ABEND-RTN
           END-IF.
           OPEN INPUT OPERMST.
           IF IN-OPERMST-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning OPERMST'
                GO TO 2000-ABEND-RTN
           ELSE
                PERFORM 3700-LoadOperators
           END-IF.
           OPEN INPUT YEARLIM.
           IF IN-YEARLIM-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning Input YEARLIM File'
                GO TO 2000-ABEND-RTN
           ELSE
                PERFORM 3200-LoadYearLimits
           END-IF.
           OPEN INPUT VEHMAKE.
           IF IN-VEHMAKE-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning Input VEHMAKE File'
                GO TO 2000-ABEND-RTN
           ELSE
                PERFORM 3400-LoadMakeTable
           END-IF.
           OPEN INPUT VEHMODEL.
           IF IN-VEHMODEL-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning Input VEHMODEL File'
                GO TO 2000-ABEND-RTN
           ELSE
                PERFORM 3600-LoadModelTable
           END-IF.

       3200-LoadYearLimits.
           READ YEARLIM INTO YEAR-LIMITS
              AT END
                 DISPLAY
                    'YEARLIM control file empty, using default range'
           END-READ.
           CLOSE YEARLIM.

       3400-LoadMakeTable.
           INITIALIZE MAKE-TABLE.
           MOVE 1 TO WS-MAKE-INDEX.
           PERFORM 3450-ReadNextMake UNTIL VEHMAKE-EOF.
           COMPUTE MAKE-MAX = WS-MAKE-INDEX - 1.
           CLOSE VEHMAKE.

       3450-ReadNextMake.
           IF WS-MAKE-INDEX > 50
              DISPLAY 'FITMNT - MAKE TABLE FULL AT 50 MAKES - '
                 'RAISE OCCURS IN MAKETAB'
              GO TO 2000-ABEND-RTN
           END-IF.
           READ VEHMAKE INTO MAKE-LIST(WS-MAKE-INDEX)
              AT END
                 MOVE 'Y' TO VEHMAKE-EOF-WS
           END-READ.
           IF NOT VEHMAKE-EOF
              ADD 1 TO WS-MAKE-INDEX
           END-IF.

       3600-LoadModelTable.
           INITIALIZE MODEL-TABLE.
           MOVE 1 TO WS-MODEL-INDEX.
           PERFORM 3650-ReadNextModel UNTIL VEHMODEL-EOF.
           COMPUTE MODEL-MAX = WS-MODEL-INDEX - 1.
           CLOSE VEHMODEL.

       3650-ReadNextModel.
           IF WS-MODEL-INDEX > 200
              DISPLAY 'FITMNT - MODEL TABLE FULL AT 200 MODELS - '
                 'RAISE OCCURS IN MODELTAB'
              GO TO 2000-ABEND-RTN
           END-IF.
           READ VEHMODEL INTO MODEL-LIST(WS-MODEL-INDEX)
              AT END
                 MOVE 'Y' TO VEHMODEL-EOF-WS
           END-READ.
           IF NOT VEHMODEL-EOF
              ADD 1 TO WS-MODEL-INDEX
           END-IF.

       3660-LoadFitmentTable.
           INITIALIZE FITMENT-TABLE.
           MOVE 1 TO WS-FITMENT-INDEX.
           PERFORM 3670-ReadNextFitment UNTIL FITMENT-EOF.
           COMPUTE FITMENT-MAX = WS-FITMENT-INDEX - 1.
           CLOSE FITMENT.

       3670-ReadNextFitment.
           IF WS-FITMENT-INDEX > 10000
              DISPLAY 'FITMNT - FITMENT TABLE FULL AT 10000 ROWS - '
                 'RAISE OCCURS IN FITTAB'
              GO TO 2000-ABEND-RTN
           END-IF.
           READ FITMENT INTO FITMENT-LIST(WS-FITMENT-INDEX)
              AT END
                 MOVE 'Y' TO FITMENT-EOF-WS
           END-READ.
           IF NOT FITMENT-EOF
              ADD 1 TO WS-FITMENT-INDEX
           END-IF.

       3700-LoadOperators.
           INITIALIZE OPERATOR-TABLE.
           MOVE 1 TO WS-OPER-INDEX.
           PERFORM 3750-ReadNextOperator UNTIL OPERMST-EOF.
           COMPUTE OPERATOR-MAX = WS-OPER-INDEX - 1.
           CLOSE OPERMST.

       3750-ReadNextOperator.
           IF WS-OPER-INDEX > 200
              DISPLAY 'FITMNT - OPERATOR TABLE FULL AT 200 '
                 'ROWS - RAISE OCCURS IN OPERTAB'
              GO TO 2000-ABEND-RTN
           END-IF.
           READ OPERMST INTO OPERATOR-LIST(WS-OPER-INDEX)
              AT END
                 MOVE 'Y' TO OPERMST-EOF-WS
           END-READ.
           IF NOT OPERMST-EOF
              ADD 1 TO WS-OPER-INDEX
           END-IF.

       500-WriteStaged.
           PERFORM VARYING WS-WORK-IDX FROM 1 BY 1
              UNTIL WS-WORK-IDX > FITMENT-MAX
                 IF FT-PART-NUMBER (WS-WORK-IDX) NOT = SPACES
                    MOVE FITMENT-LIST (WS-WORK-IDX)
                       TO FITMENTO-REC
                    WRITE FITMENTO-REC
                    IF OUT-FITMENTO-KEY NOT = '00'
                       GO TO 2000-ABEND-RTN
                    END-IF
                    ADD 1 TO WS-ROWS-WRITTEN-CTR
                 END-IF
           END-PERFORM.

       900-WriteSummary.
           DISPLAY ' '.
           DISPLAY '---------------------------------------------'.
           DISPLAY 'APPLICATIONS ADDED  : ' WS-ADDED-CTR.
           DISPLAY 'APPLICATIONS DROPPED: ' WS-DROPPED-CTR.
           DISPLAY 'ROWS STAGED         : ' WS-ROWS-WRITTEN-CTR.
           DISPLAY '---------------------------------------------'.

       600-CLOSE-FILES.
           CLOSE PARTS-VSAM, FITMENTO.

      * Matches the fix in FINALEX's 2000-ABEND-RTN - DISPLAY and
      * EXIT alone just fell through to whatever paragraph follows.
       2000-ABEND-RTN.
           DISPLAY 'PROGRAM ENCOUNTERED AN ERROR'.
           MOVE 16 TO RETURN-CODE.
           GOBACK.

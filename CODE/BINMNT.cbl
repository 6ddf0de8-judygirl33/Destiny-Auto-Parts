       IDENTIFICATION DIVISION.
       PROGRAM-ID. BINMNT.
       AUTHOR. IVANNA COLAN.
      ******************************************************************
      * 04/24 Warehouse bin-location maintenance. Receiving has never
      * had anywhere to look up where a part lives - the lead keeps
      * it in their head and a new hand puts stock wherever there is
      * room. Console-driven like FITMNT: signs the operator on
      * against OPERMST, loads the BINLOC master, prompts for a plant
      * (validated against the PLANTS master) and a part number
      * (validated with a keyed READ against the PARTVSAM catalog),
      * shows the part's bins at that plant, and sets the primary
      * bin, adds or removes an overflow bin, or drops the row. A
      * bin can be the primary for only one part in a plant, or
      * put-away would send two parts to the same shelf. The
      * maintained master is staged to BINLOCO for promotion, the
      * SUPPMNT pattern.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Warehouse bin-location master - see BINTAB.
           SELECT BINLOC ASSIGN TO BINLOC
           FILE STATUS IS IN-BINLOC-KEY.

           SELECT BINLOCO ASSIGN TO BINLOCO
           FILE STATUS IS OUT-BINLOCO-KEY.

           SELECT PARTS-VSAM ASSIGN TO PARTVSAM
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS REC-PART-NUMBER
           FILE STATUS IS IN-PARTVSAM-KEY.

      * Operator authorization table - see OPERTAB.
           SELECT OPERMST ASSIGN TO OPERMST
           FILE STATUS IS IN-OPERMST-KEY.

      * Input plant master - see PLNTTAB.
           SELECT PLANTS ASSIGN TO PLANTS
           FILE STATUS IS IN-PLANTS-KEY.

       DATA DIVISION.
       FILE SECTION.
       FD  BINLOC
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 64 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS BINLOC-REC.
       01  BINLOC-REC     PIC X(64).

       FD  BINLOCO
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 64 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS BINLOCO-REC.
       01  BINLOCO-REC     PIC X(64).

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

       FD  PLANTS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 83 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PLANTS-REC.
       01  PLANTS-REC     PIC X(83).

       WORKING-STORAGE SECTION.
           COPY OPERTAB. *> Operator authorization table
           COPY BINTAB.  *> Warehouse bin-location table
           COPY PLNTTAB. *> Plant master table

       01 FILE-STATUS-CODES.
           05 IN-BINLOC-KEY              PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
      * A first-ever run has no bin master yet - start empty.
                88 BINLOC-NOT-FOUND         VALUE '35'.
           05 OUT-BINLOCO-KEY            PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
           05 IN-PARTVSAM-KEY            PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
                88 VSAM-RECORD-NOT-FOUND    VALUE '23'.
           05 IN-OPERMST-KEY             PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
           05 IN-PLANTS-KEY              PIC X(2).
                88 CODE-WRITE               VALUE SPACES.

       01 FILES-EOF.
           05 BINLOC-EOF-WS                   PIC X(01) VALUE 'N'.
              88 BINLOC-EOF                              VALUE 'Y'.
           05 OPERMST-EOF-WS                  PIC X(01) VALUE 'N'.
              88 OPERMST-EOF                             VALUE 'Y'.
           05 PLANTS-EOF-WS                   PIC X(01) VALUE 'N'.
              88 PLANTS-EOF                              VALUE 'Y'.

       01 WS-BIN-INDEX                     PIC 9(5) VALUE 1.
       01 WS-WORK-IDX                      PIC 9(5) VALUE 1.
       01 WS-ROW-IDX                       PIC 9(5) VALUE ZERO.
       01 WS-SLOT-IDX                      PIC 9(1) VALUE 1.
       01 WS-FREE-SLOT                     PIC 9(1) VALUE ZERO.
       01 WS-OVERFLOW-CTR                  PIC 9(1) VALUE ZERO.
       01 WS-PLANT-INDEX                   PIC 9(4) VALUE 1.
       01 WS-PLANT-FOUND-FLAG              PIC X VALUE 'N'.
           88 PLANT-VALID                        VALUE 'Y'.
       01 WS-CATALOG-FLAG                  PIC X(01) VALUE 'N'.
           88 PART-ON-CATALOG                      VALUE 'Y'.
       01 WS-BIN-USED-FLAG                 PIC X(01) VALUE 'N'.
           88 BIN-ALREADY-PRIMARY                  VALUE 'Y'.
       01 WS-CONTINUE-FLAG                 PIC X(01) VALUE 'Y'.
           88 KEEP-MAINTAINING                     VALUE 'Y'.

       01 WS-SEARCH-PLANT                  PIC X(03) VALUE SPACES.
       01 WS-SEARCH-PART-NUMBER            PIC X(23) VALUE SPACES.
       01 WS-WORK-BIN                      PIC X(08) VALUE SPACES.
       01 WS-USED-BY-PART                  PIC X(23) VALUE SPACES.
       01 WS-ACTION-RESPONSE               PIC X(01) VALUE SPACES.

      *04/24 Sign-on state - the bin rows steer where every receipt
      * is shelved, update authority required.
       01 WS-OPERATOR-ID                   PIC X(08) VALUE SPACES.
       01 WS-OPER-INDEX                    PIC 9(4) VALUE 1.
       01 WS-OPER-FOUND-IDX                PIC 9(4) VALUE ZERO.
       01 WS-OPER-FOUND-FLAG               PIC X VALUE 'N'.
           88 OPERATOR-AUTHORIZED                VALUE 'Y'.
       01 WS-REQUIRED-LEVEL                PIC 9(1) VALUE 2.

       01 WS-ADDED-CTR                     PIC 9(05) VALUE ZERO.
       01 WS-PRIMARY-CHG-CTR               PIC 9(05) VALUE ZERO.
       01 WS-OVERFLOW-ADD-CTR              PIC 9(05) VALUE ZERO.
       01 WS-OVERFLOW-DEL-CTR              PIC 9(05) VALUE ZERO.
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
           DISPLAY 'WAREHOUSE BIN-LOCATION MAINTENANCE'.
           DISPLAY '---------------------------------------------'.
           PERFORM 300-Open-Files.
           PERFORM 050-SignOnOperator.
           DISPLAY 'BIN ROWS ON FILE: ' BIN-LOCATION-MAX.

       050-SignOnOperator.
           DISPLAY 'OPERATOR ID: ' WITH NO ADVANCING.
           ACCEPT WS-OPERATOR-ID.
           MOVE 'N' TO WS-OPER-FOUND-FLAG.
           PERFORM VARYING WS-OPER-INDEX FROM 1 BY 1
              UNTIL WS-OPER-INDEX > OPERATOR-MAX
                 OR OPERATOR-AUTHORIZED
                 IF OA-OPERATOR-ID (WS-OPER-INDEX) = WS-OPERATOR-ID
                    AND OA-FUNCTION (WS-OPER-INDEX) = 'BINMNT'
                    AND OA-AUTH-LEVEL (WS-OPER-INDEX)
                       >= WS-REQUIRED-LEVEL
                    MOVE 'Y' TO WS-OPER-FOUND-FLAG
                    MOVE WS-OPER-INDEX TO WS-OPER-FOUND-IDX
                 END-IF
           END-PERFORM.
           IF NOT OPERATOR-AUTHORIZED
              DISPLAY 'OPERATOR ' WS-OPERATOR-ID
                 ' NOT AUTHORIZED FOR BINMNT - SESSION ENDED'
              GO TO 2000-ABEND-RTN
           END-IF.
           DISPLAY 'SIGNED ON: '
              OA-OPERATOR-NAME (WS-OPER-FOUND-IDX).

      *04/24 The plant must be on the PLANTS master and the part must
      * read back off the PARTVSAM catalog before its bins can be
      * touched - the bin master can never point at a building or a
      * part we do not have.
       100-Main2.
           DISPLAY 'ENTER PLANT CODE (END TO QUIT): '
              WITH NO ADVANCING.
           ACCEPT WS-SEARCH-PLANT.
           IF WS-SEARCH-PLANT = SPACES
              OR WS-SEARCH-PLANT = 'END'
                 MOVE 'N' TO WS-CONTINUE-FLAG
           ELSE
              PERFORM 280-CheckPlant
              IF PLANT-VALID
                 DISPLAY 'ENTER PART NUMBER: ' WITH NO ADVANCING
                 ACCEPT WS-SEARCH-PART-NUMBER
                 PERFORM 250-FindOnCatalog
                 IF PART-ON-CATALOG
                    DISPLAY 'PART: ' WS-SEARCH-PART-NUMBER ' '
                       REC-PART-NAME
                    PERFORM 200-ListBins
                    PERFORM 210-CaptureAction
                 ELSE
                    DISPLAY 'PART NOT ON CATALOG: '
                       WS-SEARCH-PART-NUMBER
                 END-IF
              ELSE
                 DISPLAY 'PLANT NOT ON PLANTS: ' WS-SEARCH-PLANT
              END-IF
           END-IF.

       200-ListBins.
           PERFORM 240-FindRow.
           IF WS-ROW-IDX = ZERO
              DISPLAY '  (NO BINS AT PLANT ' WS-SEARCH-PLANT
                 ' YET)'
           ELSE
              DISPLAY '  PRIMARY BIN : '
                 BN-PRIMARY-BIN (WS-ROW-IDX)
              PERFORM VARYING WS-SLOT-IDX FROM 1 BY 1
                 UNTIL WS-SLOT-IDX > 3
                    IF BN-OVERFLOW-BIN (WS-ROW-IDX, WS-SLOT-IDX)
                          NOT = SPACES
                       DISPLAY '  OVERFLOW BIN: '
                          BN-OVERFLOW-BIN (WS-ROW-IDX, WS-SLOT-IDX)
                    END-IF
              END-PERFORM
           END-IF.

       210-CaptureAction.
           DISPLAY 'ACTION - P=SET PRIMARY O=ADD OVERFLOW '
              'R=REMOVE OVERFLOW D=DROP ROW (ENTER TO SKIP): '
              WITH NO ADVANCING.
           ACCEPT WS-ACTION-RESPONSE.
           EVALUATE WS-ACTION-RESPONSE
              WHEN 'P' WHEN 'p'
                 PERFORM 220-SetPrimary
              WHEN 'O' WHEN 'o'
                 PERFORM 225-AddOverflow
              WHEN 'R' WHEN 'r'
                 PERFORM 227-RemoveOverflow
              WHEN 'D' WHEN 'd'
                 PERFORM 230-DropRow
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

      *04/24 Setting the primary on a part with no row at the plant
      * adds the row; on a part that has one it moves the part to
      * the new bin and keeps its overflow bins.
       220-SetPrimary.
           PERFORM 215-CaptureBin.
           IF WS-WORK-BIN = SPACES
              DISPLAY 'BIN MAY NOT BE BLANK - UNCHANGED.'
           ELSE
              PERFORM 245-CheckPrimaryInUse
              IF BIN-ALREADY-PRIMARY
                 DISPLAY 'BIN ' WS-WORK-BIN ' IS ALREADY PRIMARY FOR '
                    WS-USED-BY-PART ' - UNCHANGED.'
              ELSE
                 IF WS-ROW-IDX = ZERO
                    PERFORM 270-AppendRow
                 ELSE
                    MOVE WS-WORK-BIN TO BN-PRIMARY-BIN (WS-ROW-IDX)
                    ADD 1 TO WS-PRIMARY-CHG-CTR
                    DISPLAY 'PRIMARY BIN CHANGED.'
                 END-IF
              END-IF
           END-IF.

      *04/24 Overflow bins hang off a primary - a part must have its
      * primary at the plant before it can overflow anywhere.
       225-AddOverflow.
           IF WS-ROW-IDX = ZERO
              DISPLAY 'SET THE PRIMARY BIN FIRST - UNCHANGED.'
           ELSE
              PERFORM 215-CaptureBin
              PERFORM 247-CheckOverflowSlots
              EVALUATE TRUE
                 WHEN WS-WORK-BIN = SPACES
                    DISPLAY 'BIN MAY NOT BE BLANK - UNCHANGED.'
                 WHEN WS-WORK-BIN = BN-PRIMARY-BIN (WS-ROW-IDX)
                    DISPLAY 'THAT IS THE PRIMARY BIN - UNCHANGED.'
                 WHEN WS-OVERFLOW-CTR > ZERO
                    DISPLAY 'ALREADY AN OVERFLOW BIN - UNCHANGED.'
                 WHEN WS-FREE-SLOT = ZERO
                    DISPLAY 'ALL 3 OVERFLOW BINS IN USE - REMOVE ONE '
                       'FIRST. UNCHANGED.'
                 WHEN OTHER
                    MOVE WS-WORK-BIN
                       TO BN-OVERFLOW-BIN (WS-ROW-IDX, WS-FREE-SLOT)
                    ADD 1 TO WS-OVERFLOW-ADD-CTR
                    DISPLAY 'OVERFLOW BIN ADDED.'
              END-EVALUATE
           END-IF.

       227-RemoveOverflow.
           IF WS-ROW-IDX = ZERO
              DISPLAY 'NO BINS AT THIS PLANT - UNCHANGED.'
           ELSE
              PERFORM 215-CaptureBin
              PERFORM 247-CheckOverflowSlots
              IF WS-OVERFLOW-CTR = ZERO
                 DISPLAY 'NOT AN OVERFLOW BIN OF THIS PART - '
                    'UNCHANGED.'
              ELSE
                 MOVE SPACES TO BN-OVERFLOW-BIN
                    (WS-ROW-IDX, WS-OVERFLOW-CTR)
                 ADD 1 TO WS-OVERFLOW-DEL-CTR
                 DISPLAY 'OVERFLOW BIN REMOVED.'
              END-IF
           END-IF.

      *04/24 Dropping blanks the row in place; 500-WriteStaged
      * skips blanked rows, so the staged master comes out compact.
       230-DropRow.
           IF WS-ROW-IDX = ZERO
              DISPLAY 'NO BINS AT THIS PLANT - UNCHANGED.'
           ELSE
              MOVE SPACES TO BIN-LOCATION-LIST (WS-ROW-IDX)
              ADD 1 TO WS-DROPPED-CTR
              DISPLAY 'DROPPED.'
           END-IF.

       215-CaptureBin.
           MOVE SPACES TO WS-WORK-BIN.
           DISPLAY 'BIN: ' WITH NO ADVANCING.
           ACCEPT WS-WORK-BIN.

      * One row per plant and part - WS-ROW-IDX is zero when the part
      * has no bins at the plant.
       240-FindRow.
           MOVE ZERO TO WS-ROW-IDX.
           PERFORM VARYING WS-WORK-IDX FROM 1 BY 1
              UNTIL WS-WORK-IDX > BIN-LOCATION-MAX
                 OR WS-ROW-IDX > ZERO
                 IF BN-PLANT-CODE (WS-WORK-IDX) = WS-SEARCH-PLANT
                    AND BN-PART-NUMBER (WS-WORK-IDX)
                       = WS-SEARCH-PART-NUMBER
                    MOVE WS-WORK-IDX TO WS-ROW-IDX
                 END-IF
           END-PERFORM.

      *04/24 Another part at the same plant already put away to the
      * bin as its primary - the part itself moving bins is fine.
       245-CheckPrimaryInUse.
           MOVE 'N' TO WS-BIN-USED-FLAG.
           PERFORM VARYING WS-WORK-IDX FROM 1 BY 1
              UNTIL WS-WORK-IDX > BIN-LOCATION-MAX
                 OR BIN-ALREADY-PRIMARY
                 IF BN-PLANT-CODE (WS-WORK-IDX) = WS-SEARCH-PLANT
                    AND BN-PRIMARY-BIN (WS-WORK-IDX) = WS-WORK-BIN
                    AND BN-PART-NUMBER (WS-WORK-IDX)
                       NOT = WS-SEARCH-PART-NUMBER
                    MOVE 'Y' TO WS-BIN-USED-FLAG
                    MOVE BN-PART-NUMBER (WS-WORK-IDX)
                       TO WS-USED-BY-PART
                 END-IF
           END-PERFORM.

      *04/24 WS-OVERFLOW-CTR is the slot already holding the keyed
      * bin (zero when none does); WS-FREE-SLOT the first blank slot
      * (zero when all three are taken).
       247-CheckOverflowSlots.
           MOVE ZERO TO WS-OVERFLOW-CTR.
           MOVE ZERO TO WS-FREE-SLOT.
           PERFORM VARYING WS-SLOT-IDX FROM 1 BY 1
              UNTIL WS-SLOT-IDX > 3
                 IF BN-OVERFLOW-BIN (WS-ROW-IDX, WS-SLOT-IDX)
                       = SPACES
                    IF WS-FREE-SLOT = ZERO
                       MOVE WS-SLOT-IDX TO WS-FREE-SLOT
                    END-IF
                 ELSE
                    IF BN-OVERFLOW-BIN (WS-ROW-IDX, WS-SLOT-IDX)
                          = WS-WORK-BIN
                       MOVE WS-SLOT-IDX TO WS-OVERFLOW-CTR
                    END-IF
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

       270-AppendRow.
           IF BIN-LOCATION-MAX >= 20000
              DISPLAY 'BINMNT - BIN-LOCATION TABLE FULL AT 20000 '
                 'ROWS - RAISE OCCURS IN BINTAB'
              GO TO 2000-ABEND-RTN
           END-IF.
           ADD 1 TO BIN-LOCATION-MAX.
           MOVE SPACES TO BIN-LOCATION-LIST (BIN-LOCATION-MAX).
           MOVE WS-SEARCH-PLANT TO BN-PLANT-CODE (BIN-LOCATION-MAX).
           MOVE WS-SEARCH-PART-NUMBER
              TO BN-PART-NUMBER (BIN-LOCATION-MAX).
           MOVE WS-WORK-BIN TO BN-PRIMARY-BIN (BIN-LOCATION-MAX).
           ADD 1 TO WS-ADDED-CTR.
           DISPLAY 'ADDED.'.

       280-CheckPlant.
           MOVE 'N' TO WS-PLANT-FOUND-FLAG.
           PERFORM VARYING WS-PLANT-INDEX FROM 1 BY 1
              UNTIL WS-PLANT-INDEX > PLANT-MAX
                 OR PLANT-VALID
                 IF PL-PLANT-CODE (WS-PLANT-INDEX) = WS-SEARCH-PLANT
                    MOVE 'Y' TO WS-PLANT-FOUND-FLAG
                 END-IF
           END-PERFORM.

       300-Open-Files.
           OPEN INPUT BINLOC.
           IF BINLOC-NOT-FOUND
              MOVE 'Y' TO BINLOC-EOF-WS
           ELSE
              IF IN-BINLOC-KEY NOT = '00'
                 DISPLAY
                        '---------------------------------------------'
                 DISPLAY 'File Problem openning Input BINLOC'
                 GO TO 2000-ABEND-RTN
              ELSE
                 PERFORM 3660-LoadBinTable
              END-IF
           END-IF.
           OPEN OUTPUT BINLOCO.
           IF OUT-BINLOCO-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning BINLOCO'
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
           OPEN INPUT PLANTS.
           IF IN-PLANTS-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning Input PLANTS'
                GO TO 2000-ABEND-RTN
           ELSE
                PERFORM 3800-LoadPlantTable
           END-IF.

       3660-LoadBinTable.
           INITIALIZE BIN-LOCATION-TABLE.
           MOVE 1 TO WS-BIN-INDEX.
           PERFORM 3670-ReadNextBin UNTIL BINLOC-EOF.
           COMPUTE BIN-LOCATION-MAX = WS-BIN-INDEX - 1.
           CLOSE BINLOC.

       3670-ReadNextBin.
           IF WS-BIN-INDEX > 20000
              DISPLAY 'BINMNT - BIN-LOCATION TABLE FULL AT 20000 '
                 'ROWS - RAISE OCCURS IN BINTAB'
              GO TO 2000-ABEND-RTN
           END-IF.
           READ BINLOC INTO BIN-LOCATION-LIST(WS-BIN-INDEX)
              AT END
                 MOVE 'Y' TO BINLOC-EOF-WS
           END-READ.
           IF NOT BINLOC-EOF
              ADD 1 TO WS-BIN-INDEX
           END-IF.

       3700-LoadOperators.
           INITIALIZE OPERATOR-TABLE.
           MOVE 1 TO WS-OPER-INDEX.
           PERFORM 3750-ReadNextOperator UNTIL OPERMST-EOF.
           COMPUTE OPERATOR-MAX = WS-OPER-INDEX - 1.
           CLOSE OPERMST.

       3750-ReadNextOperator.
           IF WS-OPER-INDEX > 200
              DISPLAY 'BINMNT - OPERATOR TABLE FULL AT 200 '
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

      *04/24 Loads PLANT-TABLE from PLANTS, same shape as FINALEX's
      * plant load.
       3800-LoadPlantTable.
           INITIALIZE PLANT-TABLE.
           MOVE 1 TO WS-PLANT-INDEX.
           PERFORM 3850-ReadNextPlant UNTIL PLANTS-EOF.
           COMPUTE PLANT-MAX = WS-PLANT-INDEX - 1.
           CLOSE PLANTS.

       3850-ReadNextPlant.
           READ PLANTS
              AT END
                 MOVE 'Y' TO PLANTS-EOF-WS
           END-READ.
           IF NOT PLANTS-EOF
              IF WS-PLANT-INDEX > 10
                 DISPLAY 'BINMNT - PLANT TABLE FULL AT 10 ROWS - '
                    'RAISE OCCURS IN COPYBOOK'
                 GO TO 2000-ABEND-RTN
              END-IF
              MOVE PLANTS-REC TO PLANT-LIST (WS-PLANT-INDEX)
              ADD 1 TO WS-PLANT-INDEX
           END-IF.

       500-WriteStaged.
           PERFORM VARYING WS-WORK-IDX FROM 1 BY 1
              UNTIL WS-WORK-IDX > BIN-LOCATION-MAX
                 IF BN-PART-NUMBER (WS-WORK-IDX) NOT = SPACES
                    MOVE BIN-LOCATION-LIST (WS-WORK-IDX)
                       TO BINLOCO-REC
                    WRITE BINLOCO-REC
                    IF OUT-BINLOCO-KEY NOT = '00'
                       GO TO 2000-ABEND-RTN
                    END-IF
                    ADD 1 TO WS-ROWS-WRITTEN-CTR
                 END-IF
           END-PERFORM.

       900-WriteSummary.
           DISPLAY ' '.
           DISPLAY '---------------------------------------------'.
           DISPLAY 'BIN ROWS ADDED       : ' WS-ADDED-CTR.
           DISPLAY 'PRIMARY BINS CHANGED : ' WS-PRIMARY-CHG-CTR.
           DISPLAY 'OVERFLOW BINS ADDED  : ' WS-OVERFLOW-ADD-CTR.
           DISPLAY 'OVERFLOW BINS REMOVED: ' WS-OVERFLOW-DEL-CTR.
           DISPLAY 'BIN ROWS DROPPED     : ' WS-DROPPED-CTR.
           DISPLAY 'ROWS STAGED          : ' WS-ROWS-WRITTEN-CTR.
           DISPLAY '---------------------------------------------'.

       600-CLOSE-FILES.
           CLOSE PARTS-VSAM, BINLOCO.

      * Matches the fix in FINALEX's 2000-ABEND-RTN - DISPLAY and
      * EXIT alone just fell through to whatever paragraph follows.
       2000-ABEND-RTN.
           DISPLAY 'PROGRAM ENCOUNTERED AN ERROR'.
           MOVE 16 TO RETURN-CODE.
           GOBACK.

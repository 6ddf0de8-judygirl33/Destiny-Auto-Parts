       IDENTIFICATION DIVISION.
       PROGRAM-ID. FITINQ.
       AUTHOR. IVANNA COLAN.
      ******************************************************************
      * 04/20 Counter inquiry by vehicle. PARTINQ and INTINQ start
      * from a part number; the customer at the counter starts from
      * the vehicle - "what fits a 2014 F-150". Takes a make code,
      * model and model year, finds every part whose FITMENT
      * application covers that year for that make and model (the
      * master FITMNT maintains), and lists each with its catalog
      * name off PARTVSAM, its lifecycle status off the PARTMAST
      * parts master and the interchange group it belongs to on
      * INTCHG - so an obsolete or run-out fit points straight at
      * the group members the counter can sell instead. The master
      * rescans from the top once per inquiry for the lifecycles,
      * the tradeoff INTINQ already took.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Vehicle fitment master - see FITTAB.
           SELECT FITMENT ASSIGN TO FITMENT
           FILE STATUS IS IN-FITMENT-KEY.

      * Interchange-group master - see INTCTAB.
           SELECT INTCHG ASSIGN TO INTCHG
           FILE STATUS IS IN-INTCHG-KEY.

           SELECT PARTS-VSAM ASSIGN TO PARTVSAM
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS REC-PART-NUMBER
           FILE STATUS IS IN-PARTVSAM-KEY.

      * Parts master, for each part's lifecycle - see PARTMUPD.
           SELECT PARTMAST ASSIGN TO PARTMAST
           FILE STATUS IS IN-PARTMAST-KEY.

       DATA DIVISION.
       FILE SECTION.
       FD  FITMENT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 48 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS FITMENT-REC.
       01  FITMENT-REC     PIC X(48).

       FD  INTCHG
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 30 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS INTCHG-REC.
       01  INTCHG-REC     PIC X(30).

       FD  PARTS-VSAM
           RECORD CONTAINS 117 CHARACTERS
           DATA RECORD IS PARTS-REC.
       01  PARTS-REC.
           05  REC-PART-NUMBER       PIC X(23).
           05  REC-PART-NAME         PIC X(14).
           05  FILLER                PIC X(80).

       FD  PARTMAST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 155 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PARTMAST-REC.
       01  PARTMAST-REC.
           05  PM-PART-NUMBER          PIC X(23).
           05  FILLER                  PIC X(106).
           05  FILLER                  PIC X(01).
           05  PM-LIFECYCLE-CODE       PIC X(01).
           05  FILLER                  PIC X(01).
      *04/21 ABC class - see PARTMUPD. Grew 132 to 133.
           05  FILLER                  PIC X(01).
      *04/22 Commodity class - see PARTMUPD. Grew 133 to 137.
           05  FILLER                  PIC X(04).
      *04/25 Shelf life - see PARTMUPD. Grew 137 to 140.
           05  FILLER                  PIC X(03).
      *04/27 Weight and cube - see PARTMUPD. Grew 140 to 152.
           05  FILLER                  PIC X(12).
      *05/11 Planning lead time - see PARTMUPD. Grew 152 to 155.
           05  FILLER                  PIC X(03).

       WORKING-STORAGE SECTION.
           COPY FITTAB.  *> Vehicle fitment table
           COPY INTCTAB. *> Interchange-group table

       01 FILE-STATUS-CODES.
           05 IN-FITMENT-KEY             PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
           05 IN-INTCHG-KEY              PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
      * No interchange groups keyed yet - every part shows ungrouped.
                88 INTCHG-NOT-FOUND         VALUE '35'.
           05 IN-PARTVSAM-KEY            PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
                88 VSAM-RECORD-NOT-FOUND    VALUE '23'.
           05 IN-PARTMAST-KEY            PIC X(2).
                88 CODE-WRITE               VALUE SPACES.

       01 FILES-EOF.
           05 FITMENT-EOF-WS                  PIC X(01) VALUE 'N'.
              88 FITMENT-EOF                             VALUE 'Y'.
           05 INTCHG-EOF-WS                   PIC X(01) VALUE 'N'.
              88 INTCHG-EOF                              VALUE 'Y'.
           05 PARTMAST-EOF-WS                 PIC X(01) VALUE 'N'.
              88 PARTMAST-EOF                            VALUE 'Y'.

       01 WS-FITMENT-INDEX                 PIC 9(5) VALUE 1.
       01 WS-GROUP-INDEX                   PIC 9(4) VALUE 1.
       01 WS-WORK-IDX                      PIC 9(5) VALUE 1.
       01 WS-GROUP-IDX                     PIC 9(4) VALUE 1.
       01 WS-CONTINUE-FLAG                 PIC X(01) VALUE 'Y'.
           88 KEEP-LOOKING                         VALUE 'Y'.
       01 WS-ALREADY-FLAG                  PIC X(01) VALUE 'N'.
           88 PART-ALREADY-LISTED                  VALUE 'Y'.

      *04/20 The vehicle being asked about - the year comes in as
      * text so a mistyped year is turned away instead of abending.
       01 WS-SEARCH-MAKE-CODE              PIC X(03) VALUE SPACES.
       01 WS-SEARCH-MODEL-NAME             PIC X(10) VALUE SPACES.
       01 WS-SEARCH-YEAR-IN                PIC X(04) VALUE SPACES.
       01 WS-SEARCH-YEAR                   PIC 9(04) VALUE ZERO.

      *04/20 The inquiry's fitting parts in hand - names off the
      * catalog, groups off INTCHG, lifecycles off one master pass.
       01 WS-FIT-TABLE.
           05 WS-FP-ENTRY OCCURS 200 TIMES.
              10 WS-FP-PART-NUMBER        PIC X(23) VALUE SPACES.
              10 WS-FP-PART-NAME          PIC X(14) VALUE SPACES.
              10 WS-FP-YEAR-FROM          PIC 9(04) VALUE ZERO.
              10 WS-FP-YEAR-TO            PIC 9(04) VALUE ZERO.
              10 WS-FP-GROUP-ID           PIC X(06) VALUE SPACES.
              10 WS-FP-LIFECYCLE          PIC X(01) VALUE SPACES.
       01 WS-FP-MAX                       PIC 9(4) VALUE ZERO.
       01 WS-FP-IDX                       PIC 9(4) VALUE 1.
       01 WS-LIFECYCLE-TEXT               PIC X(13) VALUE SPACES.
       01 WS-GROUP-TEXT                   PIC X(06) VALUE SPACES.

       01 WS-INQUIRY-CTR                  PIC 9(05) VALUE ZERO.

       PROCEDURE DIVISION.

       MAIN.
           PERFORM 000-Housekeeping.
           PERFORM 100-Main2 UNTIL NOT KEEP-LOOKING.
           PERFORM 900-WriteSummary.
           PERFORM 600-CLOSE-FILES.
           GOBACK.

       000-Housekeeping.
           DISPLAY '---------------------------------------------'.
           DISPLAY 'PARTS BY VEHICLE INQUIRY'.
           DISPLAY '---------------------------------------------'.
           PERFORM 300-Open-Files.
           DISPLAY 'FITMENT ROWS ON FILE: ' FITMENT-MAX.

       100-Main2.
           DISPLAY 'ENTER MAKE CODE (END TO QUIT): '
              WITH NO ADVANCING.
           ACCEPT WS-SEARCH-MAKE-CODE.
           IF WS-SEARCH-MAKE-CODE = SPACES
              OR WS-SEARCH-MAKE-CODE = 'END'
                 MOVE 'N' TO WS-CONTINUE-FLAG
           ELSE
              DISPLAY 'MODEL: ' WITH NO ADVANCING
              ACCEPT WS-SEARCH-MODEL-NAME
              DISPLAY 'MODEL YEAR (YYYY): ' WITH NO ADVANCING
              ACCEPT WS-SEARCH-YEAR-IN
              IF WS-SEARCH-YEAR-IN IS NOT NUMERIC
                 DISPLAY 'YEAR MUST BE FOUR DIGITS'
              ELSE
                 MOVE WS-SEARCH-YEAR-IN TO WS-SEARCH-YEAR
                 ADD 1 TO WS-INQUIRY-CTR
                 PERFORM 200-GatherFits
                 IF WS-FP-MAX > ZERO
                    PERFORM 220-GatherLifecycles
                    PERFORM 230-ShowFits
                 ELSE
                    DISPLAY 'NO PARTS ON FILE FIT '
                       WS-SEARCH-YEAR ' ' WS-SEARCH-MAKE-CODE ' '
                       WS-SEARCH-MODEL-NAME
                 END-IF
              END-IF
              DISPLAY ' '
           END-IF.

      *04/20 Every application covering the year for this make and
      * model - FITMNT keeps a part's ranges from overlapping, but a
      * part is still listed only once.
       200-GatherFits.
           INITIALIZE WS-FIT-TABLE.
           MOVE ZERO TO WS-FP-MAX.
           PERFORM VARYING WS-WORK-IDX FROM 1 BY 1
              UNTIL WS-WORK-IDX > FITMENT-MAX
                 IF FT-MAKE-CODE (WS-WORK-IDX) = WS-SEARCH-MAKE-CODE
                    AND FT-MODEL-NAME (WS-WORK-IDX)
                       = WS-SEARCH-MODEL-NAME
                    AND FT-YEAR-FROM (WS-WORK-IDX) <= WS-SEARCH-YEAR
                    AND FT-YEAR-TO (WS-WORK-IDX) >= WS-SEARCH-YEAR
                    PERFORM 205-AddFit
                 END-IF
           END-PERFORM.

       205-AddFit.
           MOVE 'N' TO WS-ALREADY-FLAG.
           PERFORM VARYING WS-FP-IDX FROM 1 BY 1
              UNTIL WS-FP-IDX > WS-FP-MAX OR PART-ALREADY-LISTED
                 IF WS-FP-PART-NUMBER (WS-FP-IDX)
                       = FT-PART-NUMBER (WS-WORK-IDX)
                    MOVE 'Y' TO WS-ALREADY-FLAG
                 END-IF
           END-PERFORM.
           IF NOT PART-ALREADY-LISTED
              IF WS-FP-MAX >= 200
                 DISPLAY 'MORE THAN 200 PARTS FIT - FIRST 200 SHOWN'
              ELSE
                 ADD 1 TO WS-FP-MAX
                 MOVE FT-PART-NUMBER (WS-WORK-IDX)
                    TO WS-FP-PART-NUMBER (WS-FP-MAX)
                 MOVE FT-YEAR-FROM (WS-WORK-IDX)
                    TO WS-FP-YEAR-FROM (WS-FP-MAX)
                 MOVE FT-YEAR-TO (WS-WORK-IDX)
                    TO WS-FP-YEAR-TO (WS-FP-MAX)
                 PERFORM 210-ReadCatalogName
                 PERFORM 215-FindGroup
              END-IF
           END-IF.

       210-ReadCatalogName.
           MOVE WS-FP-PART-NUMBER (WS-FP-MAX) TO REC-PART-NUMBER.
           READ PARTS-VSAM
              INVALID KEY CONTINUE
           END-READ.
           EVALUATE TRUE
              WHEN IN-PARTVSAM-KEY = '00'
                 MOVE REC-PART-NAME
                    TO WS-FP-PART-NAME (WS-FP-MAX)
              WHEN VSAM-RECORD-NOT-FOUND
                 MOVE '(NOT ON CAT.)'
                    TO WS-FP-PART-NAME (WS-FP-MAX)
              WHEN OTHER
                 DISPLAY 'PARTS-VSAM READ FAILED, STATUS '
                    IN-PARTVSAM-KEY
                 GO TO 2000-ABEND-RTN
           END-EVALUATE.

       215-FindGroup.
           PERFORM VARYING WS-GROUP-IDX FROM 1 BY 1
              UNTIL WS-GROUP-IDX > INTERCHANGE-MAX
                 OR WS-FP-GROUP-ID (WS-FP-MAX) NOT = SPACES
                 IF IG-PART-NUMBER (WS-GROUP-IDX)
                       = WS-FP-PART-NUMBER (WS-FP-MAX)
                    MOVE IG-GROUP-ID (WS-GROUP-IDX)
                       TO WS-FP-GROUP-ID (WS-FP-MAX)
                 END-IF
           END-PERFORM.

      *04/20 One pass over the master covers every fitting part.
       220-GatherLifecycles.
           CLOSE PARTMAST.
           OPEN INPUT PARTMAST.
           MOVE 'N' TO PARTMAST-EOF-WS.
           PERFORM 225-ReadNextMaster UNTIL PARTMAST-EOF.

       225-ReadNextMaster.
           READ PARTMAST
              AT END MOVE 'Y' TO PARTMAST-EOF-WS
           END-READ.
           IF NOT PARTMAST-EOF
              PERFORM VARYING WS-FP-IDX FROM 1 BY 1
                 UNTIL WS-FP-IDX > WS-FP-MAX
                    IF WS-FP-PART-NUMBER (WS-FP-IDX)
                          = PM-PART-NUMBER
                       MOVE PM-LIFECYCLE-CODE
                          TO WS-FP-LIFECYCLE (WS-FP-IDX)
                    END-IF
              END-PERFORM
           END-IF.

       230-ShowFits.
           DISPLAY 'PARTS FITTING ' WS-SEARCH-YEAR ' '
              WS-SEARCH-MAKE-CODE ' ' WS-SEARCH-MODEL-NAME
              ': ' WS-FP-MAX.
           PERFORM VARYING WS-FP-IDX FROM 1 BY 1
              UNTIL WS-FP-IDX > WS-FP-MAX
                 EVALUATE WS-FP-LIFECYCLE (WS-FP-IDX)
                    WHEN 'A' MOVE 'ACTIVE' TO WS-LIFECYCLE-TEXT
                    WHEN 'S' MOVE 'SERVICE ONLY' TO WS-LIFECYCLE-TEXT
                    WHEN 'R' MOVE 'RUN-OUT' TO WS-LIFECYCLE-TEXT
                    WHEN 'O' MOVE 'OBSOLETE' TO WS-LIFECYCLE-TEXT
                    WHEN OTHER
                       MOVE '(NOT ON FILE)' TO WS-LIFECYCLE-TEXT
                 END-EVALUATE
                 IF WS-FP-GROUP-ID (WS-FP-IDX) = SPACES
                    MOVE '(NONE)' TO WS-GROUP-TEXT
                 ELSE
                    MOVE WS-FP-GROUP-ID (WS-FP-IDX) TO WS-GROUP-TEXT
                 END-IF
                 DISPLAY '  '
                    WS-FP-PART-NUMBER (WS-FP-IDX) ' '
                    WS-FP-PART-NAME (WS-FP-IDX) ' '
                    WS-FP-YEAR-FROM (WS-FP-IDX) '-'
                    WS-FP-YEAR-TO (WS-FP-IDX) ' '
                    WS-LIFECYCLE-TEXT ' GROUP ' WS-GROUP-TEXT
           END-PERFORM.

       300-Open-Files.
           OPEN INPUT FITMENT.
           IF IN-FITMENT-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning Input FITMENT'
                GO TO 2000-ABEND-RTN
           ELSE
                PERFORM 3660-LoadFitmentTable
           END-IF.
           OPEN INPUT INTCHG.
           IF NOT INTCHG-NOT-FOUND
              IF IN-INTCHG-KEY NOT = '00'
                 DISPLAY
                        '---------------------------------------------'
                 DISPLAY 'File Problem openning Input INTCHG'
                 GO TO 2000-ABEND-RTN
              ELSE
                 PERFORM 3800-LoadGroups
              END-IF
           END-IF.
           OPEN INPUT PARTS-VSAM.
           IF IN-PARTVSAM-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning PARTVSAM, STATUS '
                   IN-PARTVSAM-KEY
                GO TO 2000-ABEND-RTN
           END-IF.
           OPEN INPUT PARTMAST.
           IF IN-PARTMAST-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning Input PARTMAST'
                GO TO 2000-ABEND-RTN
           END-IF.

       3660-LoadFitmentTable.
           INITIALIZE FITMENT-TABLE.
           MOVE 1 TO WS-FITMENT-INDEX.
           PERFORM 3670-ReadNextFitment UNTIL FITMENT-EOF.
           COMPUTE FITMENT-MAX = WS-FITMENT-INDEX - 1.
           CLOSE FITMENT.

       3670-ReadNextFitment.
           IF WS-FITMENT-INDEX > 10000
              DISPLAY 'FITINQ - FITMENT TABLE FULL AT 10000 ROWS - '
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

       3800-LoadGroups.
           INITIALIZE INTERCHANGE-TABLE.
           MOVE 1 TO WS-GROUP-INDEX.
           PERFORM 3850-ReadNextGroup UNTIL INTCHG-EOF.
           COMPUTE INTERCHANGE-MAX = WS-GROUP-INDEX - 1.
           CLOSE INTCHG.

       3850-ReadNextGroup.
           IF WS-GROUP-INDEX > 2000
              DISPLAY 'FITINQ - INTERCHANGE TABLE FULL AT 2000 '
                 'ROWS - RAISE OCCURS IN INTCTAB'
              GO TO 2000-ABEND-RTN
           END-IF.
           READ INTCHG INTO INTERCHANGE-LIST(WS-GROUP-INDEX)
              AT END
                 MOVE 'Y' TO INTCHG-EOF-WS
           END-READ.
           IF NOT INTCHG-EOF
              ADD 1 TO WS-GROUP-INDEX
           END-IF.

       900-WriteSummary.
           DISPLAY ' '.
           DISPLAY '---------------------------------------------'.
           DISPLAY 'INQUIRIES ANSWERED: ' WS-INQUIRY-CTR.
           DISPLAY '---------------------------------------------'.

       600-CLOSE-FILES.
           CLOSE PARTS-VSAM, PARTMAST.

      * Matches the fix in FINALEX's 2000-ABEND-RTN - DISPLAY and
      * EXIT alone just fell through to whatever paragraph follows.
       2000-ABEND-RTN.
           DISPLAY 'PROGRAM ENCOUNTERED AN ERROR'.
           MOVE 16 TO RETURN-CODE.
           GOBACK.

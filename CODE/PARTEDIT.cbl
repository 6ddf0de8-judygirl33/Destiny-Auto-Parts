      *9/18 used 05 variables instead of PARTS group variable to avoid
      * issue with COMP field weeks-lead-time.
      *9/25 testing if errors > 3 after counting one more error
      *04/20 warns when the vehicle is not one of the part's known
      * applications on the FITMENT master (see FITTAB).
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      * MAKE-TABLE below when that make carries its own range.
       01 WS-LEAD-TIME-MIN             PIC 9(03) VALUE 001.
       01 WS-LEAD-TIME-MAX             PIC 9(03) VALUE 004.
      *04/20 Fitment lookup - see FITMENT-TABLE.
       01 WS-FIT-IDX                   PIC 9(05) VALUE 1.
       01 PART-FITTED-FLAG             PIC X     VALUE 'N'.
           88 PART-HAS-FITMENT                   VALUE 'Y'.
       01 FIT-FOUND-FLAG               PIC X     VALUE 'N'.
           88 FIT-FOUND                          VALUE 'Y'.

      *10/20 Blueprint numbers are a 2-letter drawing-series prefix
      * followed by 8 digits, e.g. 'BP00012345' - the full 10 bytes of
       COPY MAKETAB. *>10/07 Vehicle-make code/name table, loaded by FINALEX
      *11/21 Vehicle-make/model cross-reference, loaded by FINALEX
       COPY MODELTAB.
      *04/20 Vehicle fitment master, loaded by FINALEX
       COPY FITTAB.
       01  PART-NUMBER       PIC X(23) VALUE SPACES.
       01  PART-NAME         PIC X(14) VALUE SPACES.
       01  SPEC-NUMBER       PIC X(07) VALUE SPACES.
           SPEC-NUMBER, GOVT-COMML-CODE, BLUEPRINT-NUMBER,
           UNIT-OF-MEASURE, WEEKS-LEAD-TIME, VEHICLE-MAKE,
           VEHICLE-MODEL, VEHICLE-YEAR, YEAR-LIMITS, MAKE-TABLE,
           MAKE-MAX, MODEL-TABLE, MODEL-MAX, FITMENT-TABLE,
           FITMENT-MAX, DATA-ERRORS.

      *9/24 WHEN A MANDATORY FIELD IS BLANK, WE ADD 4 TO ERRORCOUNTER TO
      * CONSIDER THE RECORD WRONG AND NOT KEEP ANALYZING THE REST>>>>>>
                            MOVE 202 TO ERROR-REASON-CODE (ERRORCOUNTER)
                         END-IF
           END-IF.

      *04/20 Validating the vehicle is one of the part's known
      * applications on the FITMENT master - same make and model,
      * year inside the fitted range. A part with no applications
      * keyed yet passes, there being nothing to check it against.
           MOVE 'N' TO PART-FITTED-FLAG.
           MOVE 'N' TO FIT-FOUND-FLAG.
           PERFORM VARYING WS-FIT-IDX FROM 1 BY 1
              UNTIL WS-FIT-IDX > FITMENT-MAX OR FIT-FOUND
                 IF FT-PART-NUMBER (WS-FIT-IDX) = PART-NUMBER
                    MOVE 'Y' TO PART-FITTED-FLAG
                    IF FT-MAKE-CODE (WS-FIT-IDX) = VEHICLE-MAKE
                       AND FT-MODEL-NAME (WS-FIT-IDX) = VEHICLE-MODEL
                       AND WS-VEHICLE-YEAR-INT
                          >= FT-YEAR-FROM (WS-FIT-IDX)
                       AND WS-VEHICLE-YEAR-INT
                          <= FT-YEAR-TO (WS-FIT-IDX)
                       MOVE 'Y' TO FIT-FOUND-FLAG
                    END-IF
                 END-IF
           END-PERFORM.
           IF PART-HAS-FITMENT AND NOT FIT-FOUND
                    ADD +1 TO ERRORCOUNTER
                    IF ERRORCOUNTER > ERROR-THRESHOLD
                       THEN ADD +4 TO ERRORCOUNTER
                           GOBACK
                       ELSE
                         MOVE 'WARNING - VEHICLE NOT A KNOWN FITMENT'
                            TO ERROR-MESSAGE (ERRORCOUNTER)
                         MOVE 209 TO ERROR-REASON-CODE (ERRORCOUNTER)
                    END-IF
           END-IF.
      *Validate WEEKS LEAD TIME to be numeric and between 1 and 4,
      *10/31 unless the matched VEHICLE-MAKE carries its own plausible
      * range in MAKE-TABLE (imports like JAG/PEU/BMW routinely run

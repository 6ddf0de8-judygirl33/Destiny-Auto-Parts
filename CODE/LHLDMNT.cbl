       IDENTIFICATION DIVISION.
       PROGRAM-ID. LHLDMNT.
       AUTHOR. FABIO COSTA.
      ******************************************************************
      * 05/15 Legal-hold register maintenance. When legal tells us a
      * dispute or an investigation is coming, the records behind it
      * have to survive the ageing and archive housekeeping until the
      * matter closes - until now that meant someone remembering to
      * pull tapes before HISTAGE and ARCHPRGE got to them. Console-
      * driven like ALLOCMNT: signs the operator on against OPERMST -
      * legal holds the LHLDMNT function - loads the LEGLHOLD register
      * (see LHLDTAB), and prompts for a matter, listing every hold on
      * file for it, then for the supplier and part the hold covers
      * (either may be left blank for any). Two actions:
      *   P  places the hold, with an optional from/to date range -
      *      a new row, or a released row put back in force;
      *   R  releases an active hold. The row stays on the register
      *      with who released it and when.
      * A hold must name a supplier, a part or a date range - a
      * matter-wide hold on everything is a tape pull, not a register
      * row. A supplier not on SUPPMST needs the operator to confirm,
      * since a hold can outlive the supplier's master row. Every
      * change writes a row to the LHLDAUD audit trail with the
      * operator. The register is kept in key order as rows are added
      * and staged to LHLDMSO for promotion, the SUPPMNT pattern.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Legal-hold register - see LHLDTAB.
           SELECT LEGLHOLD ASSIGN TO LEGLHOLD
           FILE STATUS IS IN-LEGLHOLD-KEY.

           SELECT LHLDMSO ASSIGN TO LHLDMSO
           FILE STATUS IS OUT-LHLDMSO-KEY.

      * Supplier master - see SUPMTAB.
           SELECT SUPPMST ASSIGN TO SUPPMST
           FILE STATUS IS IN-SUPPMST-KEY.

      * Operator authorization table - see OPERTAB.
           SELECT OPERMST ASSIGN TO OPERMST
           FILE STATUS IS IN-OPERMST-KEY.

      * Change audit trail - one row per hold placed or released,
      * with the signed-on operator. Accumulates across sessions, so
      * opened EXTEND.
           SELECT LHLDAUD ASSIGN TO LHLDAUD
           FILE STATUS IS OUT-LHLDAUD-KEY.

      * Business process-date control card - see PROCDATE.
           SELECT PROCDATE ASSIGN TO PROCDATE
           FILE STATUS IS PROCDATE-KEY.

       DATA DIVISION.
       FILE SECTION.
       FD  LEGLHOLD
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS LEGLHOLD-REC.
       01  LEGLHOLD-REC     PIC X(100).

       FD  LHLDMSO
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS LHLDMSO-REC.
       01  LHLDMSO-REC      PIC X(100).

       FD  SUPPMST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 74 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SUPPMST-REC.
       01  SUPPMST-REC      PIC X(74).

       FD  OPERMST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS OPERMST-REC.
       01  OPERMST-REC     PIC X(40).

      * Audit row - the hold's key, P placed or R released, the
      * date range in force, who, when.
       FD  LHLDAUD
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 76 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS LHLDAUD-REC.
       01  LHLDAUD-REC.
           05  LA-MATTER-ID           PIC X(10).
           05  LA-SUPPLIER-CODE       PIC X(10).
           05  LA-PART-NUMBER         PIC X(23).
           05  LA-ACTION              PIC X(01).
           05  LA-FROM-DATE           PIC 9(08).
           05  LA-TO-DATE             PIC 9(08).
           05  LA-OPERATOR-ID         PIC X(08).
           05  LA-ACTION-DATE         PIC 9(08).

       FD  PROCDATE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 8 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PROCDATE-REC.
       01  PROCDATE-REC     PIC X(8).

       WORKING-STORAGE SECTION.
           COPY OPERTAB. *> Operator authorization table
           COPY LHLDTAB. *> Legal-hold register
           COPY SUPMTAB. *> Supplier master table
      * Business process date control card - see PROCDATE.
           COPY PROCDATE.

       01 FILE-STATUS-CODES.
           05 IN-LEGLHOLD-KEY            PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
      * A first-ever run has no register yet - start empty.
                88 LEGLHOLD-NOT-FOUND       VALUE '35'.
           05 OUT-LHLDMSO-KEY            PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
           05 IN-SUPPMST-KEY             PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
           05 IN-OPERMST-KEY             PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
           05 OUT-LHLDAUD-KEY            PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
           05 PROCDATE-KEY               PIC X(2).
                88 CODE-WRITE               VALUE SPACES.

       01 FILES-EOF.
           05 LEGLHOLD-EOF-WS                 PIC X(01) VALUE 'N'.
              88 LEGLHOLD-EOF                            VALUE 'Y'.
           05 SUPPMST-EOF-WS                  PIC X(01) VALUE 'N'.
              88 SUPPMST-EOF                             VALUE 'Y'.
           05 OPERMST-EOF-WS                  PIC X(01) VALUE 'N'.
              88 OPERMST-EOF                             VALUE 'Y'.

       01 WS-HOLD-INDEX                    PIC 9(4) VALUE 1.
       01 WS-WORK-IDX                      PIC 9(4) VALUE 1.
       01 WS-SHIFT-IDX                     PIC 9(4) VALUE ZERO.
       01 WS-HOLD-FOUND-IDX                PIC 9(4) VALUE ZERO.
       01 WS-HOLDS-LISTED-CTR              PIC 9(3) VALUE ZERO.
       01 WS-SUPPMST-INDEX                 PIC 9(4) VALUE 1.
       01 WS-SUPPMST-FOUND-IDX             PIC 9(4) VALUE ZERO.

      *05/15 Binary-search bounds over the ordered register. After an
      * unsuccessful search WS-BSRCH-LO is the slot a new hold
      * belongs in, which is where 260-InsertHold puts it - the
      * ALLOCMNT pattern.
       01 WS-BSRCH-LO                      PIC 9(4) VALUE ZERO.
       01 WS-BSRCH-HI                      PIC 9(4) VALUE ZERO.
       01 WS-BSRCH-MID                     PIC 9(4) VALUE ZERO.
       01 WS-SEARCH-KEY.
           05 WS-SEARCH-MATTER-ID          PIC X(10) VALUE SPACES.
           05 WS-SEARCH-SUPPLIER-CODE      PIC X(10) VALUE SPACES.
           05 WS-SEARCH-PART-NUMBER        PIC X(23) VALUE SPACES.

       01 WS-CONTINUE-FLAG                 PIC X(01) VALUE 'Y'.
           88 KEEP-MAINTAINING                     VALUE 'Y'.
       01 WS-ACTION-RESPONSE               PIC X(01) VALUE SPACES.
       01 WS-YES-NO-RESPONSE               PIC X(01) VALUE 'N'.
           88 OPERATOR-SAYS-YES                    VALUE 'Y' 'y'.

      *05/15 Date-range entry - blank leaves that end open.
       01 WS-DATE-ENTRY                    PIC X(08) VALUE SPACES.
       01 WS-DATE-ENTRY-NUM REDEFINES WS-DATE-ENTRY
                                           PIC 9(08).
       01 WS-DATE-ENTRY-PARTS REDEFINES WS-DATE-ENTRY.
           05 WS-DATE-ENTRY-YYYY           PIC 9(04).
           05 WS-DATE-ENTRY-MM             PIC 9(02).
           05 WS-DATE-ENTRY-DD             PIC 9(02).
       01 WS-DATE-OK-FLAG                  PIC X(01) VALUE 'N'.
           88 DATE-ENTRY-OK                        VALUE 'Y'.
       01 WS-NEW-FROM-DATE                 PIC 9(08) VALUE ZERO.
       01 WS-NEW-TO-DATE                   PIC 9(08) VALUE ZERO.
       01 WS-HOLD-STATUS-TEXT              PIC X(30) VALUE SPACES.

      *05/15 Sign-on state - changing the register needs update
      * authority.
       01 WS-OPERATOR-ID                   PIC X(08) VALUE SPACES.
       01 WS-OPER-INDEX                    PIC 9(4) VALUE 1.
       01 WS-OPER-FOUND-IDX                PIC 9(4) VALUE ZERO.
       01 WS-OPER-FOUND-FLAG               PIC X VALUE 'N'.
           88 OPERATOR-AUTHORIZED                VALUE 'Y'.
       01 WS-REQUIRED-LEVEL                PIC 9(1) VALUE 2.

       01 WS-PLACED-CTR                    PIC 9(05) VALUE ZERO.
       01 WS-REPLACED-CTR                  PIC 9(05) VALUE ZERO.
       01 WS-RELEASED-CTR                  PIC 9(05) VALUE ZERO.
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
           DISPLAY 'LEGAL-HOLD REGISTER MAINTENANCE'.
           DISPLAY '---------------------------------------------'.
           PERFORM 370-LoadProcessDate.
           PERFORM 300-Open-Files.
           PERFORM 050-SignOnOperator.
           DISPLAY 'HOLDS ON FILE: ' LEGAL-HOLD-MAX.

       050-SignOnOperator.
           DISPLAY 'OPERATOR ID: ' WITH NO ADVANCING.
           ACCEPT WS-OPERATOR-ID.
           MOVE 'N' TO WS-OPER-FOUND-FLAG.
           PERFORM VARYING WS-OPER-INDEX FROM 1 BY 1
              UNTIL WS-OPER-INDEX > OPERATOR-MAX
                 OR OPERATOR-AUTHORIZED
                 IF OA-OPERATOR-ID (WS-OPER-INDEX) = WS-OPERATOR-ID
                    AND OA-FUNCTION (WS-OPER-INDEX) = 'LHLDMNT'
                    AND OA-AUTH-LEVEL (WS-OPER-INDEX)
                       >= WS-REQUIRED-LEVEL
                    MOVE 'Y' TO WS-OPER-FOUND-FLAG
                    MOVE WS-OPER-INDEX TO WS-OPER-FOUND-IDX
                 END-IF
           END-PERFORM.
           IF NOT OPERATOR-AUTHORIZED
              DISPLAY 'OPERATOR ' WS-OPERATOR-ID
                 ' NOT AUTHORIZED FOR LHLDMNT - SESSION ENDED'
              GO TO 2000-ABEND-RTN
           END-IF.
           DISPLAY 'SIGNED ON: '
              OA-OPERATOR-NAME (WS-OPER-FOUND-IDX).

       100-Main2.
           DISPLAY 'ENTER MATTER ID (END TO QUIT): '
              WITH NO ADVANCING.
           ACCEPT WS-SEARCH-MATTER-ID.
           IF WS-SEARCH-MATTER-ID = SPACES
              OR WS-SEARCH-MATTER-ID = 'END'
                 MOVE 'N' TO WS-CONTINUE-FLAG
           ELSE
              PERFORM 200-ShowMatter
              DISPLAY 'SUPPLIER CODE (ENTER FOR ANY): '
                 WITH NO ADVANCING
              ACCEPT WS-SEARCH-SUPPLIER-CODE
              DISPLAY 'PART NUMBER (ENTER FOR ANY): '
                 WITH NO ADVANCING
              ACCEPT WS-SEARCH-PART-NUMBER
              PERFORM 210-CaptureAction
                 THRU 210-CaptureAction-Exit
           END-IF.

      *05/15 Every hold on file for the matter, active or released.
       200-ShowMatter.
           MOVE ZERO TO WS-HOLDS-LISTED-CTR.
           PERFORM VARYING WS-WORK-IDX FROM 1 BY 1
              UNTIL WS-WORK-IDX > LEGAL-HOLD-MAX
                 IF LH-MATTER-ID (WS-WORK-IDX) = WS-SEARCH-MATTER-ID
                    PERFORM 205-FormatStatus
                    DISPLAY '  SUPP ' LH-SUPPLIER-CODE (WS-WORK-IDX)
                       ' PART ' LH-PART-NUMBER (WS-WORK-IDX)
                    DISPLAY '    FROM ' LH-FROM-DATE (WS-WORK-IDX)
                       ' TO ' LH-TO-DATE (WS-WORK-IDX) ' '
                       WS-HOLD-STATUS-TEXT
                    ADD 1 TO WS-HOLDS-LISTED-CTR
                 END-IF
           END-PERFORM.
           IF WS-HOLDS-LISTED-CTR = ZERO
              DISPLAY '  (NO HOLDS ON FILE FOR THIS MATTER)'
           END-IF.

       205-FormatStatus.
           MOVE SPACES TO WS-HOLD-STATUS-TEXT.
           IF LH-HOLD-ACTIVE (WS-WORK-IDX)
              STRING 'ACTIVE SINCE '
                 LH-PLACED-DATE (WS-WORK-IDX)
                 DELIMITED BY SIZE INTO WS-HOLD-STATUS-TEXT
           ELSE
              STRING 'RELEASED '
                 LH-RELEASED-DATE (WS-WORK-IDX) ' '
                 LH-RELEASED-BY (WS-WORK-IDX)
                 DELIMITED BY SIZE INTO WS-HOLD-STATUS-TEXT
           END-IF.

       210-CaptureAction.
           PERFORM 245-FindHold.
           IF WS-HOLD-FOUND-IDX = ZERO
              DISPLAY '  HOLD      : (NONE ON FILE)'
           ELSE
              MOVE WS-HOLD-FOUND-IDX TO WS-WORK-IDX
              PERFORM 205-FormatStatus
              DISPLAY '  HOLD      : ' WS-HOLD-STATUS-TEXT
           END-IF.
           DISPLAY 'ACTION - P=PLACE HOLD R=RELEASE HOLD '
              '(ENTER TO SKIP): '
              WITH NO ADVANCING.
           ACCEPT WS-ACTION-RESPONSE.
           EVALUATE WS-ACTION-RESPONSE
              WHEN 'P' WHEN 'p'
                 PERFORM 220-PlaceHold
                    THRU 220-PlaceHold-Exit
              WHEN 'R' WHEN 'r'
                 PERFORM 230-ReleaseHold
                    THRU 230-ReleaseHold-Exit
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
       210-CaptureAction-Exit.
           EXIT.

      *05/15 A new row, or a released one put back in force with the
      * new range and a fresh placed stamp.
       220-PlaceHold.
           IF WS-HOLD-FOUND-IDX > ZERO
              IF LH-HOLD-ACTIVE (WS-HOLD-FOUND-IDX)
                 DISPLAY 'HOLD ALREADY ACTIVE - RELEASE IT FIRST TO '
                    'CHANGE THE RANGE.'
                 GO TO 220-PlaceHold-Exit
              END-IF
           END-IF.
           IF WS-SEARCH-SUPPLIER-CODE NOT = SPACES
              PERFORM 240-FindSupplier
              IF WS-SUPPMST-FOUND-IDX = ZERO
                 DISPLAY 'SUPPLIER NOT ON SUPPMST: '
                    WS-SEARCH-SUPPLIER-CODE
                 DISPLAY 'HOLD ON THE CODE AS ENTERED? (Y/N): '
                    WITH NO ADVANCING
                 ACCEPT WS-YES-NO-RESPONSE
                 IF NOT OPERATOR-SAYS-YES
                    GO TO 220-PlaceHold-Exit
                 END-IF
              ELSE
                 DISPLAY '  SUPPLIER  : '
                    SM-SUPPLIER-NAME (WS-SUPPMST-FOUND-IDX)
              END-IF
           END-IF.
           DISPLAY 'FROM DATE YYYYMMDD (ENTER FOR OPEN): '
              WITH NO ADVANCING.
           ACCEPT WS-DATE-ENTRY.
           PERFORM 280-CheckDateEntry.
           IF NOT DATE-ENTRY-OK
              GO TO 220-PlaceHold-Exit
           END-IF.
           MOVE WS-DATE-ENTRY-NUM TO WS-NEW-FROM-DATE.
           DISPLAY 'TO DATE YYYYMMDD (ENTER FOR OPEN): '
              WITH NO ADVANCING.
           ACCEPT WS-DATE-ENTRY.
           PERFORM 280-CheckDateEntry.
           IF NOT DATE-ENTRY-OK
              GO TO 220-PlaceHold-Exit
           END-IF.
           MOVE WS-DATE-ENTRY-NUM TO WS-NEW-TO-DATE.
           IF WS-NEW-FROM-DATE > ZERO AND WS-NEW-TO-DATE > ZERO
              AND WS-NEW-FROM-DATE > WS-NEW-TO-DATE
              DISPLAY 'FROM DATE IS AFTER TO DATE - NOT PLACED.'
              GO TO 220-PlaceHold-Exit
           END-IF.
           IF WS-SEARCH-SUPPLIER-CODE = SPACES
              AND WS-SEARCH-PART-NUMBER = SPACES
              AND WS-NEW-FROM-DATE = ZERO
              AND WS-NEW-TO-DATE = ZERO
              DISPLAY 'A HOLD MUST NAME A SUPPLIER, A PART OR A '
                 'DATE RANGE - NOT PLACED.'
              GO TO 220-PlaceHold-Exit
           END-IF.
           IF WS-HOLD-FOUND-IDX = ZERO
              PERFORM 260-InsertHold
              ADD 1 TO WS-PLACED-CTR
           ELSE
              ADD 1 TO WS-REPLACED-CTR
           END-IF.
           MOVE WS-NEW-FROM-DATE TO LH-FROM-DATE (WS-HOLD-FOUND-IDX).
           MOVE WS-NEW-TO-DATE TO LH-TO-DATE (WS-HOLD-FOUND-IDX).
           MOVE WS-OPERATOR-ID TO LH-PLACED-BY (WS-HOLD-FOUND-IDX).
           MOVE PROCESS-DATE TO LH-PLACED-DATE (WS-HOLD-FOUND-IDX).
           MOVE SPACES TO LH-RELEASED-BY (WS-HOLD-FOUND-IDX).
           MOVE ZERO TO LH-RELEASED-DATE (WS-HOLD-FOUND-IDX).
           MOVE 'P' TO LA-ACTION.
           PERFORM 270-WriteAuditRow.
           DISPLAY 'HOLD PLACED.'.
           PERFORM 200-ShowMatter.
       220-PlaceHold-Exit.
           EXIT.

      *05/15 The row stays on the register, stamped released - the
      * hold's history is as much a record as the hold itself.
       230-ReleaseHold.
           IF WS-HOLD-FOUND-IDX = ZERO
              DISPLAY 'NO HOLD ON FILE - NOTHING TO RELEASE.'
              GO TO 230-ReleaseHold-Exit
           END-IF.
           IF NOT LH-HOLD-ACTIVE (WS-HOLD-FOUND-IDX)
              DISPLAY 'HOLD ALREADY RELEASED.'
              GO TO 230-ReleaseHold-Exit
           END-IF.
           DISPLAY 'RELEASE THIS HOLD? (Y/N): ' WITH NO ADVANCING.
           ACCEPT WS-YES-NO-RESPONSE.
           IF NOT OPERATOR-SAYS-YES
              GO TO 230-ReleaseHold-Exit
           END-IF.
           MOVE WS-OPERATOR-ID TO LH-RELEASED-BY (WS-HOLD-FOUND-IDX).
           MOVE PROCESS-DATE TO LH-RELEASED-DATE (WS-HOLD-FOUND-IDX).
           MOVE LH-FROM-DATE (WS-HOLD-FOUND-IDX) TO WS-NEW-FROM-DATE.
           MOVE LH-TO-DATE (WS-HOLD-FOUND-IDX) TO WS-NEW-TO-DATE.
           MOVE 'R' TO LA-ACTION.
           PERFORM 270-WriteAuditRow.
           ADD 1 TO WS-RELEASED-CTR.
           DISPLAY 'HOLD RELEASED.'.
           PERFORM 200-ShowMatter.
       230-ReleaseHold-Exit.
           EXIT.

       240-FindSupplier.
           MOVE ZERO TO WS-SUPPMST-FOUND-IDX.
           PERFORM VARYING WS-SUPPMST-INDEX FROM 1 BY 1
              UNTIL WS-SUPPMST-INDEX > SUPP-MASTER-MAX
                 OR WS-SUPPMST-FOUND-IDX > ZERO
                 IF SM-SUPPLIER-CODE (WS-SUPPMST-INDEX)
                       = WS-SEARCH-SUPPLIER-CODE
                    MOVE WS-SUPPMST-INDEX TO WS-SUPPMST-FOUND-IDX
                 END-IF
           END-PERFORM.

      *05/15 Binary search of the ordered register on matter +
      * supplier + part.
       245-FindHold.
           MOVE ZERO TO WS-HOLD-FOUND-IDX.
           MOVE 1 TO WS-BSRCH-LO.
           MOVE LEGAL-HOLD-MAX TO WS-BSRCH-HI.
           PERFORM 246-SearchStep
              UNTIL WS-BSRCH-LO > WS-BSRCH-HI
                 OR WS-HOLD-FOUND-IDX > ZERO.

       246-SearchStep.
           COMPUTE WS-BSRCH-MID = (WS-BSRCH-LO + WS-BSRCH-HI) / 2.
           EVALUATE TRUE
              WHEN LH-HOLD-KEY (WS-BSRCH-MID) = WS-SEARCH-KEY
                 MOVE WS-BSRCH-MID TO WS-HOLD-FOUND-IDX
              WHEN LH-HOLD-KEY (WS-BSRCH-MID) < WS-SEARCH-KEY
                 COMPUTE WS-BSRCH-LO = WS-BSRCH-MID + 1
              WHEN OTHER
                 COMPUTE WS-BSRCH-HI = WS-BSRCH-MID - 1
           END-EVALUATE.

      *05/15 Opens a slot at WS-BSRCH-LO, the insertion point the
      * unsuccessful search left, so the register stays in key order.
       260-InsertHold.
           IF LEGAL-HOLD-MAX >= 500
              DISPLAY 'LHLDMNT - LEGAL-HOLD TABLE FULL AT 500 '
                 'ROWS - RAISE OCCURS IN LHLDTAB'
              GO TO 2000-ABEND-RTN
           END-IF.
           PERFORM VARYING WS-SHIFT-IDX FROM LEGAL-HOLD-MAX
              BY -1 UNTIL WS-SHIFT-IDX < WS-BSRCH-LO
                 MOVE LEGAL-HOLD-LIST (WS-SHIFT-IDX)
                    TO LEGAL-HOLD-LIST (WS-SHIFT-IDX + 1)
           END-PERFORM.
           ADD 1 TO LEGAL-HOLD-MAX.
           MOVE SPACES TO LEGAL-HOLD-LIST (WS-BSRCH-LO).
           MOVE WS-SEARCH-KEY TO LH-HOLD-KEY (WS-BSRCH-LO).
           MOVE WS-BSRCH-LO TO WS-HOLD-FOUND-IDX.

      * LA-ACTION is set by the caller.
       270-WriteAuditRow.
           MOVE WS-SEARCH-MATTER-ID TO LA-MATTER-ID.
           MOVE WS-SEARCH-SUPPLIER-CODE TO LA-SUPPLIER-CODE.
           MOVE WS-SEARCH-PART-NUMBER TO LA-PART-NUMBER.
           MOVE WS-NEW-FROM-DATE TO LA-FROM-DATE.
           MOVE WS-NEW-TO-DATE TO LA-TO-DATE.
           MOVE WS-OPERATOR-ID TO LA-OPERATOR-ID.
           MOVE PROCESS-DATE TO LA-ACTION-DATE.
           WRITE LHLDAUD-REC.
           IF OUT-LHLDAUD-KEY NOT = '00'
              GO TO 2000-ABEND-RTN
           END-IF.

      *05/15 Blank is an open end and comes back as zero; anything
      * else has to be a plausible YYYYMMDD.
       280-CheckDateEntry.
           MOVE 'Y' TO WS-DATE-OK-FLAG.
           IF WS-DATE-ENTRY = SPACES
              MOVE ZERO TO WS-DATE-ENTRY-NUM
           ELSE
              IF WS-DATE-ENTRY NOT NUMERIC
                 MOVE 'N' TO WS-DATE-OK-FLAG
              ELSE
                 IF WS-DATE-ENTRY-YYYY < 1900
                    OR WS-DATE-ENTRY-MM < 1
                    OR WS-DATE-ENTRY-MM > 12
                    OR WS-DATE-ENTRY-DD < 1
                    OR WS-DATE-ENTRY-DD > 31
                    MOVE 'N' TO WS-DATE-OK-FLAG
                 END-IF
              END-IF
           END-IF.
           IF NOT DATE-ENTRY-OK
              DISPLAY 'DATE MUST BE YYYYMMDD OR BLANK - NOT PLACED.'
           END-IF.

       300-Open-Files.
           OPEN INPUT LEGLHOLD.
           IF LEGLHOLD-NOT-FOUND
              MOVE 'Y' TO LEGLHOLD-EOF-WS
           ELSE
              IF IN-LEGLHOLD-KEY NOT = '00'
                 DISPLAY
                        '---------------------------------------------'
                 DISPLAY 'File Problem openning Input LEGLHOLD'
                 GO TO 2000-ABEND-RTN
              ELSE
                 PERFORM 3600-LoadHolds
              END-IF
           END-IF.
           OPEN OUTPUT LHLDMSO.
           IF OUT-LHLDMSO-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning LHLDMSO'
                GO TO 2000-ABEND-RTN
           END-IF.
           OPEN INPUT SUPPMST.
           IF IN-SUPPMST-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning Input SUPPMST'
                GO TO 2000-ABEND-RTN
           ELSE
                MOVE 1 TO WS-SUPPMST-INDEX
                PERFORM 3650-ReadNextSupplier UNTIL SUPPMST-EOF
                COMPUTE SUPP-MASTER-MAX = WS-SUPPMST-INDEX - 1
                CLOSE SUPPMST
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
           OPEN EXTEND LHLDAUD.
           IF OUT-LHLDAUD-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning LHLDAUD'
                GO TO 2000-ABEND-RTN
           END-IF.

       3600-LoadHolds.
           INITIALIZE LEGAL-HOLD-TABLE.
           MOVE 1 TO WS-HOLD-INDEX.
           PERFORM 3610-ReadNextHold UNTIL LEGLHOLD-EOF.
           COMPUTE LEGAL-HOLD-MAX = WS-HOLD-INDEX - 1.
           CLOSE LEGLHOLD.

       3610-ReadNextHold.
           IF WS-HOLD-INDEX > 500
              DISPLAY 'LHLDMNT - LEGAL-HOLD TABLE FULL AT 500 '
                 'ROWS - RAISE OCCURS IN LHLDTAB'
              GO TO 2000-ABEND-RTN
           END-IF.
           READ LEGLHOLD INTO LEGAL-HOLD-LIST(WS-HOLD-INDEX)
              AT END
                 MOVE 'Y' TO LEGLHOLD-EOF-WS
           END-READ.
           IF NOT LEGLHOLD-EOF
              ADD 1 TO WS-HOLD-INDEX
           END-IF.

       3650-ReadNextSupplier.
           IF WS-SUPPMST-INDEX > 500
              DISPLAY 'LHLDMNT - SUPPLIER MASTER TABLE FULL AT 500 '
                 'ROWS - RAISE OCCURS IN SUPMTAB'
              GO TO 2000-ABEND-RTN
           END-IF.
           READ SUPPMST INTO SUPP-MASTER-LIST(WS-SUPPMST-INDEX)
              AT END
                 MOVE 'Y' TO SUPPMST-EOF-WS
           END-READ.
           IF NOT SUPPMST-EOF
              ADD 1 TO WS-SUPPMST-INDEX
           END-IF.

       3700-LoadOperators.
           INITIALIZE OPERATOR-TABLE.
           MOVE 1 TO WS-OPER-INDEX.
           PERFORM 3750-ReadNextOperator UNTIL OPERMST-EOF.
           COMPUTE OPERATOR-MAX = WS-OPER-INDEX - 1.
           CLOSE OPERMST.

       3750-ReadNextOperator.
           IF WS-OPER-INDEX > 200
              DISPLAY 'LHLDMNT - OPERATOR TABLE FULL AT 200 '
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

       370-LoadProcessDate.
           OPEN INPUT PROCDATE.
           IF PROCDATE-KEY = '00'
              READ PROCDATE INTO PROCESS-DATE
                 AT END CONTINUE
              END-READ
              CLOSE PROCDATE
           END-IF.
           IF PROCESS-DATE = ZERO
              ACCEPT PROCESS-DATE FROM DATE YYYYMMDD
           END-IF.

       500-WriteStaged.
           PERFORM VARYING WS-WORK-IDX FROM 1 BY 1
              UNTIL WS-WORK-IDX > LEGAL-HOLD-MAX
                 MOVE LEGAL-HOLD-LIST (WS-WORK-IDX)
                    TO LHLDMSO-REC
                 WRITE LHLDMSO-REC
                 IF OUT-LHLDMSO-KEY NOT = '00'
                    GO TO 2000-ABEND-RTN
                 END-IF
                 ADD 1 TO WS-ROWS-WRITTEN-CTR
           END-PERFORM.

       900-WriteSummary.
           DISPLAY ' '.
           DISPLAY '---------------------------------------------'.
           DISPLAY 'HOLDS PLACED          : ' WS-PLACED-CTR.
           DISPLAY 'HOLDS PUT BACK        : ' WS-REPLACED-CTR.
           DISPLAY 'HOLDS RELEASED        : ' WS-RELEASED-CTR.
           DISPLAY 'ROWS STAGED           : ' WS-ROWS-WRITTEN-CTR.
           DISPLAY '---------------------------------------------'.

       600-CLOSE-FILES.
           CLOSE LHLDMSO, LHLDAUD.

      * Matches the fix in FINALEX's 2000-ABEND-RTN - DISPLAY and
      * EXIT alone just fell through to whatever paragraph follows.
       2000-ABEND-RTN.
           DISPLAY 'PROGRAM ENCOUNTERED AN ERROR'.
           MOVE 16 TO RETURN-CODE.
           GOBACK.

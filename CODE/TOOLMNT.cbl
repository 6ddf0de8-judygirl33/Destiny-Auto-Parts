       IDENTIFICATION DIVISION.
       PROGRAM-ID. TOOLMNT.
       AUTHOR. FABIO COSTA.
      ******************************************************************
      * 05/02 Supplier-held tooling register maintenance. The dies,
      * molds and fixtures we own at supplier plants were tracked in
      * a binder in engineering. Console-driven like ASLMNT: signs
      * the operator on against OPERMST - tooling engineering holds
      * the TOOLMNT function - loads the TOOLMST register (see
      * TOOLTAB) and prompts for a tool ID. Actions:
      *   A  adds a tool not yet on the register - the part must be
      *      on PARTMAST and the holding supplier on SUPPMST; keyed
      *      with its type, cost and expected life in shots or
      *      pieces, and counted as audited the day it is added;
      *   C  changes a tool's cost or expected life, or moves it to
      *      another supplier (the life used so far goes with it);
      *   U  records an audit - someone has seen the tool at the
      *      supplier - stamping today's date;
      *   R  records the tool pulled back to us;
      *   S  records the tool scrapped.
      * Every change writes a row to the TOOLAUD audit trail with the
      * supplier, old and new status and the operator. The register
      * is kept in tool-ID order as tools are added and staged to
      * TOOLMSTO for promotion, the SUPPMNT pattern. TOOLLIFE counts
      * receipts down against each tool's life every night; TOOLRPT
      * reports off the register quarterly.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Tooling register - see TOOLTAB.
           SELECT TOOLMST ASSIGN TO TOOLMST
           FILE STATUS IS IN-TOOLMST-KEY.

           SELECT TOOLMSTO ASSIGN TO TOOLMSTO
           FILE STATUS IS OUT-TOOLMSTO-KEY.

      * Supplier master - see SUPMTAB.
           SELECT SUPPMST ASSIGN TO SUPPMST
           FILE STATUS IS IN-SUPPMST-KEY.

      * Parts master, to confirm a new tool's part exists
           SELECT PARTMAST ASSIGN TO PARTMAST
           FILE STATUS IS IN-PARTMAST-KEY.

      * Operator authorization table - see OPERTAB.
           SELECT OPERMST ASSIGN TO OPERMST
           FILE STATUS IS IN-OPERMST-KEY.

      * Change audit trail - one row per change, with the signed-on
      * operator. Accumulates across sessions, so opened EXTEND.
           SELECT TOOLAUD ASSIGN TO TOOLAUD
           FILE STATUS IS OUT-TOOLAUD-KEY.

      * Business process-date control card - see PROCDATE.
           SELECT PROCDATE ASSIGN TO PROCDATE
           FILE STATUS IS PROCDATE-KEY.

       DATA DIVISION.
       FILE SECTION.
       FD  TOOLMST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 108 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS TOOLMST-REC.
       01  TOOLMST-REC      PIC X(108).

       FD  TOOLMSTO
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 108 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS TOOLMSTO-REC.
       01  TOOLMSTO-REC     PIC X(108).

       FD  SUPPMST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 74 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SUPPMST-REC.
       01  SUPPMST-REC      PIC X(74).

      * Parts-master rows - see PARTMUPD.
       FD  PARTMAST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 155 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PARTMAST-REC.
       01  PARTMAST-REC.
           05  PM-PART-NUMBER          PIC X(23).
           05  FILLER                  PIC X(132).

       FD  OPERMST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS OPERMST-REC.
       01  OPERMST-REC     PIC X(40).

      * Audit row - tool, what was done, the supplier holding it
      * after the change, status before and after, who, when.
       FD  TOOLAUD
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 39 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS TOOLAUD-REC.
       01  TOOLAUD-REC.
           05  TA-TOOL-ID             PIC X(10).
           05  TA-ACTION              PIC X(01).
           05  TA-OLD-STATUS          PIC X(01).
           05  TA-NEW-STATUS          PIC X(01).
           05  TA-SUPPLIER-CODE       PIC X(10).
           05  TA-OPERATOR-ID         PIC X(08).
           05  TA-ACTION-DATE         PIC 9(08).

       FD  PROCDATE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 8 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PROCDATE-REC.
       01  PROCDATE-REC     PIC X(8).

       WORKING-STORAGE SECTION.
           COPY OPERTAB. *> Operator authorization table
           COPY TOOLTAB. *> Tooling register
           COPY SUPMTAB. *> Supplier master table
      * Business process date control card - see PROCDATE.
           COPY PROCDATE.

       01 FILE-STATUS-CODES.
           05 IN-TOOLMST-KEY             PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
      * A first-ever run has no register yet - start empty.
                88 TOOLMST-NOT-FOUND        VALUE '35'.
           05 OUT-TOOLMSTO-KEY           PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
           05 IN-SUPPMST-KEY             PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
           05 IN-PARTMAST-KEY            PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
           05 IN-OPERMST-KEY             PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
           05 OUT-TOOLAUD-KEY            PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
           05 PROCDATE-KEY               PIC X(2).
                88 CODE-WRITE               VALUE SPACES.

       01 FILES-EOF.
           05 TOOLMST-EOF-WS                  PIC X(01) VALUE 'N'.
              88 TOOLMST-EOF                             VALUE 'Y'.
           05 SUPPMST-EOF-WS                  PIC X(01) VALUE 'N'.
              88 SUPPMST-EOF                             VALUE 'Y'.
           05 PARTMAST-EOF-WS                 PIC X(01) VALUE 'N'.
              88 PARTMAST-EOF                            VALUE 'Y'.
           05 OPERMST-EOF-WS                  PIC X(01) VALUE 'N'.
              88 OPERMST-EOF                             VALUE 'Y'.

       01 WS-TOOL-INDEX                    PIC 9(5) VALUE 1.
       01 WS-WORK-IDX                      PIC 9(5) VALUE 1.
       01 WS-SHIFT-IDX                     PIC 9(5) VALUE ZERO.
       01 WS-TOOL-FOUND-IDX                PIC 9(5) VALUE ZERO.
       01 WS-SUPPMST-INDEX                 PIC 9(4) VALUE 1.
       01 WS-SUPPMST-FOUND-IDX             PIC 9(4) VALUE ZERO.

      *05/02 Binary-search bounds over the ordered register. After an
      * unsuccessful search WS-BSRCH-LO is the slot a new tool
      * belongs in, which is where 260-InsertTool puts it - the
      * ASLMNT 260-InsertSource pattern.
       01 WS-BSRCH-LO                      PIC 9(5) VALUE ZERO.
       01 WS-BSRCH-HI                      PIC 9(5) VALUE ZERO.
       01 WS-BSRCH-MID                     PIC 9(5) VALUE ZERO.
       01 WS-SEARCH-TOOL-ID                PIC X(10) VALUE SPACES.
       01 WS-SEARCH-PART-NUMBER            PIC X(23) VALUE SPACES.
       01 WS-SEARCH-SUPPLIER-CODE          PIC X(10) VALUE SPACES.

       01 WS-CONTINUE-FLAG                 PIC X(01) VALUE 'Y'.
           88 KEEP-MAINTAINING                     VALUE 'Y'.
       01 WS-MASTER-FOUND-FLAG             PIC X(01) VALUE 'N'.
           88 MASTER-FOUND                         VALUE 'Y'.
       01 WS-ACTION-RESPONSE               PIC X(01) VALUE SPACES.
       01 WS-YES-NO-RESPONSE               PIC X(01) VALUE 'N'.
           88 ENGINEER-SAYS-YES                    VALUE 'Y' 'y'.
       01 WS-FIELD-BUFFER                  PIC X(15) VALUE SPACES.
       01 WS-OLD-STATUS                    PIC X(01) VALUE SPACES.
       01 WS-STATUS-TEXT                   PIC X(11) VALUE SPACES.

      *05/02 Cost keyed as whole cents, life as a count - both as
      * digits, shown edited.
       01 WS-COST-IN                       PIC 9(09)V99 VALUE ZERO.
       01 WS-COST-IN-X REDEFINES WS-COST-IN
                                           PIC X(11).
       01 WS-LIFE-IN                       PIC 9(09) VALUE ZERO.
       01 WS-LIFE-IN-X REDEFINES WS-LIFE-IN
                                           PIC X(09).
       01 WS-COST-OUT                      PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-LIFE-OUT                      PIC ZZZ,ZZZ,ZZ9.
       01 WS-USED-OUT                      PIC ZZZ,ZZZ,ZZ9.
       01 WS-LEFT-OUT                      PIC ZZZ,ZZZ,ZZ9.
       01 WS-LIFE-LEFT                     PIC 9(09) VALUE ZERO.

      *05/02 Sign-on state - changing the register needs update
      * authority.
       01 WS-OPERATOR-ID                   PIC X(08) VALUE SPACES.
       01 WS-OPER-INDEX                    PIC 9(4) VALUE 1.
       01 WS-OPER-FOUND-IDX                PIC 9(4) VALUE ZERO.
       01 WS-OPER-FOUND-FLAG               PIC X VALUE 'N'.
           88 OPERATOR-AUTHORIZED                VALUE 'Y'.
       01 WS-REQUIRED-LEVEL                PIC 9(1) VALUE 2.

       01 WS-ADDED-CTR                     PIC 9(05) VALUE ZERO.
       01 WS-CHANGED-CTR                   PIC 9(05) VALUE ZERO.
       01 WS-AUDITED-CTR                   PIC 9(05) VALUE ZERO.
       01 WS-RETIRED-CTR                   PIC 9(05) VALUE ZERO.
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
           DISPLAY 'SUPPLIER-HELD TOOLING REGISTER MAINTENANCE'.
           DISPLAY '---------------------------------------------'.
           PERFORM 370-LoadProcessDate.
           PERFORM 300-Open-Files.
           PERFORM 050-SignOnOperator.
           DISPLAY 'TOOLS ON FILE: ' TOOL-MAX.

       050-SignOnOperator.
           DISPLAY 'OPERATOR ID: ' WITH NO ADVANCING.
           ACCEPT WS-OPERATOR-ID.
           MOVE 'N' TO WS-OPER-FOUND-FLAG.
           PERFORM VARYING WS-OPER-INDEX FROM 1 BY 1
              UNTIL WS-OPER-INDEX > OPERATOR-MAX
                 OR OPERATOR-AUTHORIZED
                 IF OA-OPERATOR-ID (WS-OPER-INDEX) = WS-OPERATOR-ID
                    AND OA-FUNCTION (WS-OPER-INDEX) = 'TOOLMNT'
                    AND OA-AUTH-LEVEL (WS-OPER-INDEX)
                       >= WS-REQUIRED-LEVEL
                    MOVE 'Y' TO WS-OPER-FOUND-FLAG
                    MOVE WS-OPER-INDEX TO WS-OPER-FOUND-IDX
                 END-IF
           END-PERFORM.
           IF NOT OPERATOR-AUTHORIZED
              DISPLAY 'OPERATOR ' WS-OPERATOR-ID
                 ' NOT AUTHORIZED FOR TOOLMNT - SESSION ENDED'
              GO TO 2000-ABEND-RTN
           END-IF.
           DISPLAY 'SIGNED ON: '
              OA-OPERATOR-NAME (WS-OPER-FOUND-IDX).

       100-Main2.
           DISPLAY 'ENTER TOOL ID (END TO QUIT): '
              WITH NO ADVANCING.
           ACCEPT WS-SEARCH-TOOL-ID.
           IF WS-SEARCH-TOOL-ID = SPACES
              OR WS-SEARCH-TOOL-ID = 'END'
                 MOVE 'N' TO WS-CONTINUE-FLAG
           ELSE
              PERFORM 245-FindTool
              IF WS-TOOL-FOUND-IDX = ZERO
                 PERFORM 220-AddTool
                    THRU 220-AddTool-Exit
              ELSE
                 PERFORM 200-ShowTool
                 PERFORM 210-CaptureAction
                    THRU 210-CaptureAction-Exit
              END-IF
           END-IF.

       200-ShowTool.
           MOVE WS-TOOL-FOUND-IDX TO WS-WORK-IDX.
           PERFORM 205-StatusText.
           MOVE TL-TOOL-COST (WS-WORK-IDX) TO WS-COST-OUT.
           MOVE TL-EXPECTED-LIFE (WS-WORK-IDX) TO WS-LIFE-OUT.
           MOVE TL-LIFE-USED (WS-WORK-IDX) TO WS-USED-OUT.
           IF TL-LIFE-USED (WS-WORK-IDX)
                 < TL-EXPECTED-LIFE (WS-WORK-IDX)
              COMPUTE WS-LIFE-LEFT = TL-EXPECTED-LIFE (WS-WORK-IDX)
                 - TL-LIFE-USED (WS-WORK-IDX)
           ELSE
              MOVE ZERO TO WS-LIFE-LEFT
           END-IF.
           MOVE WS-LIFE-LEFT TO WS-LEFT-OUT.
           DISPLAY '  PART      : ' TL-PART-NUMBER (WS-WORK-IDX)
              '  TYPE ' TL-TOOL-TYPE (WS-WORK-IDX).
           DISPLAY '  HELD BY   : ' TL-SUPPLIER-CODE (WS-WORK-IDX)
              '  STATUS ' WS-STATUS-TEXT.
           DISPLAY '  COST      : ' WS-COST-OUT.
           DISPLAY '  LIFE      : ' WS-LIFE-OUT '  USED ' WS-USED-OUT
              '  LEFT ' WS-LEFT-OUT.
           DISPLAY '  AUDITED   : ' TL-LAST-AUDIT-DATE (WS-WORK-IDX)
              '  LAST USED ' TL-LAST-USE-DATE (WS-WORK-IDX).

       205-StatusText.
           EVALUATE TRUE
              WHEN TL-AT-SUPPLIER (WS-WORK-IDX)
                 MOVE 'AT SUPPLIER' TO WS-STATUS-TEXT
              WHEN TL-RETURNED (WS-WORK-IDX)
                 MOVE 'RETURNED' TO WS-STATUS-TEXT
              WHEN TL-SCRAPPED (WS-WORK-IDX)
                 MOVE 'SCRAPPED' TO WS-STATUS-TEXT
              WHEN OTHER
                 MOVE 'UNKNOWN' TO WS-STATUS-TEXT
           END-EVALUATE.

       210-CaptureAction.
           DISPLAY 'ACTION - C=CHANGE U=AUDITED R=RETURNED S=SCRAPPED '
              '(ENTER TO SKIP): '
              WITH NO ADVANCING.
           ACCEPT WS-ACTION-RESPONSE.
           EVALUATE WS-ACTION-RESPONSE
              WHEN 'C' WHEN 'c'
                 MOVE 'C' TO WS-ACTION-RESPONSE
                 PERFORM 230-ChangeTool
                    THRU 230-ChangeTool-Exit
              WHEN 'U' WHEN 'u'
                 PERFORM 235-AuditTool
                    THRU 235-AuditTool-Exit
              WHEN 'R' WHEN 'r'
                 MOVE 'R' TO WS-ACTION-RESPONSE
                 PERFORM 238-RetireTool
                    THRU 238-RetireTool-Exit
              WHEN 'S' WHEN 's'
                 MOVE 'S' TO WS-ACTION-RESPONSE
                 PERFORM 238-RetireTool
                    THRU 238-RetireTool-Exit
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
       210-CaptureAction-Exit.
           EXIT.

      *05/02 A tool not on the register. It goes on at the supplier
      * holding it, audited today - whoever keys it has the paperwork
      * in hand.
       220-AddTool.
           DISPLAY 'TOOL NOT ON THE REGISTER - ADD IT? (Y/N): '
              WITH NO ADVANCING.
           ACCEPT WS-YES-NO-RESPONSE.
           IF NOT ENGINEER-SAYS-YES
              GO TO 220-AddTool-Exit
           END-IF.
           DISPLAY 'OWNING PART NUMBER: ' WITH NO ADVANCING.
           ACCEPT WS-SEARCH-PART-NUMBER.
           PERFORM 250-FindPart.
           IF NOT MASTER-FOUND
              DISPLAY 'PART NOT ON PARTMAST: '
                 WS-SEARCH-PART-NUMBER ' - NOT ADDED.'
              GO TO 220-AddTool-Exit
           END-IF.
           DISPLAY 'SUPPLIER HOLDING IT: ' WITH NO ADVANCING.
           ACCEPT WS-SEARCH-SUPPLIER-CODE.
           PERFORM 240-FindSupplier.
           IF WS-SUPPMST-FOUND-IDX = ZERO
              DISPLAY 'SUPPLIER NOT ON SUPPMST: '
                 WS-SEARCH-SUPPLIER-CODE ' - NOT ADDED.'
              GO TO 220-AddTool-Exit
           END-IF.
           DISPLAY '  SUPPLIER  : '
              SM-SUPPLIER-NAME (WS-SUPPMST-FOUND-IDX).
           DISPLAY 'TOOL TYPE D=DIE M=MOLD F=FIXTURE: '
              WITH NO ADVANCING.
           MOVE SPACES TO WS-FIELD-BUFFER.
           ACCEPT WS-FIELD-BUFFER.
           IF WS-FIELD-BUFFER (1:1) NOT = 'D'
              AND WS-FIELD-BUFFER (1:1) NOT = 'M'
              AND WS-FIELD-BUFFER (1:1) NOT = 'F'
              DISPLAY 'NOT D, M OR F - NOT ADDED.'
              GO TO 220-AddTool-Exit
           END-IF.
           DISPLAY 'COST 9(9)V99 (11 DIGITS, CENTS IMPLIED): '
              WITH NO ADVANCING.
           MOVE SPACES TO WS-COST-IN-X.
           ACCEPT WS-COST-IN-X.
           IF WS-COST-IN-X NOT NUMERIC
              DISPLAY 'NOT 11 DIGITS - NOT ADDED.'
              GO TO 220-AddTool-Exit
           END-IF.
           DISPLAY 'EXPECTED LIFE IN SHOTS OR PIECES (9 DIGITS): '
              WITH NO ADVANCING.
           MOVE SPACES TO WS-LIFE-IN-X.
           ACCEPT WS-LIFE-IN-X.
           IF WS-LIFE-IN-X NOT NUMERIC
              OR WS-LIFE-IN = ZERO
              DISPLAY 'NOT 9 DIGITS OR ZERO - NOT ADDED.'
              GO TO 220-AddTool-Exit
           END-IF.
           PERFORM 260-InsertTool.
           MOVE WS-SEARCH-PART-NUMBER
              TO TL-PART-NUMBER (WS-TOOL-FOUND-IDX).
           MOVE WS-SEARCH-SUPPLIER-CODE
              TO TL-SUPPLIER-CODE (WS-TOOL-FOUND-IDX).
           MOVE WS-FIELD-BUFFER (1:1)
              TO TL-TOOL-TYPE (WS-TOOL-FOUND-IDX).
           MOVE WS-COST-IN TO TL-TOOL-COST (WS-TOOL-FOUND-IDX).
           MOVE WS-LIFE-IN TO TL-EXPECTED-LIFE (WS-TOOL-FOUND-IDX).
           MOVE ZERO TO TL-LIFE-USED (WS-TOOL-FOUND-IDX).
           MOVE PROCESS-DATE
              TO TL-LAST-AUDIT-DATE (WS-TOOL-FOUND-IDX).
           MOVE 'A' TO TL-STATUS (WS-TOOL-FOUND-IDX).
           MOVE PROCESS-DATE TO TL-ADDED-DATE (WS-TOOL-FOUND-IDX).
           MOVE ZERO TO TL-LAST-USE-DATE (WS-TOOL-FOUND-IDX).
           MOVE SPACES TO WS-OLD-STATUS.
           MOVE 'A' TO WS-ACTION-RESPONSE.
           PERFORM 270-WriteAuditRow.
           ADD 1 TO WS-ADDED-CTR.
           DISPLAY 'TOOL ADDED TO THE REGISTER.'.
       220-AddTool-Exit.
           EXIT.

      *05/02 Cost, life and holding supplier - enter skips a field.
      * A tool back from the supplier or scrapped is not changed.
       230-ChangeTool.
           IF NOT TL-AT-SUPPLIER (WS-TOOL-FOUND-IDX)
              DISPLAY 'TOOL IS NOT AT A SUPPLIER - NOT CHANGED.'
              GO TO 230-ChangeTool-Exit
           END-IF.
           MOVE TL-TOOL-COST (WS-TOOL-FOUND-IDX) TO WS-COST-OUT.
           DISPLAY 'COST 9(9)V99 (' WS-COST-OUT ') NEW VALUE: '
              WITH NO ADVANCING.
           MOVE SPACES TO WS-COST-IN-X.
           ACCEPT WS-COST-IN-X.
           IF WS-COST-IN-X NOT = SPACES
              IF WS-COST-IN-X NUMERIC
                 MOVE WS-COST-IN TO TL-TOOL-COST (WS-TOOL-FOUND-IDX)
              ELSE
                 DISPLAY 'NOT 11 DIGITS - UNCHANGED.'
              END-IF
           END-IF.
           MOVE TL-EXPECTED-LIFE (WS-TOOL-FOUND-IDX) TO WS-LIFE-OUT.
           DISPLAY 'EXPECTED LIFE (' WS-LIFE-OUT ') NEW VALUE: '
              WITH NO ADVANCING.
           MOVE SPACES TO WS-LIFE-IN-X.
           ACCEPT WS-LIFE-IN-X.
           IF WS-LIFE-IN-X NOT = SPACES
              IF WS-LIFE-IN-X NUMERIC
                 AND WS-LIFE-IN > ZERO
                 MOVE WS-LIFE-IN
                    TO TL-EXPECTED-LIFE (WS-TOOL-FOUND-IDX)
              ELSE
                 DISPLAY 'NOT 9 DIGITS OR ZERO - UNCHANGED.'
              END-IF
           END-IF.
           DISPLAY 'HELD BY (' TL-SUPPLIER-CODE (WS-TOOL-FOUND-IDX)
              ') MOVE TO SUPPLIER: ' WITH NO ADVANCING.
           MOVE SPACES TO WS-SEARCH-SUPPLIER-CODE.
           ACCEPT WS-SEARCH-SUPPLIER-CODE.
           IF WS-SEARCH-SUPPLIER-CODE NOT = SPACES
              PERFORM 240-FindSupplier
              IF WS-SUPPMST-FOUND-IDX = ZERO
                 DISPLAY 'SUPPLIER NOT ON SUPPMST - UNCHANGED.'
              ELSE
                 MOVE WS-SEARCH-SUPPLIER-CODE
                    TO TL-SUPPLIER-CODE (WS-TOOL-FOUND-IDX)
              END-IF
           END-IF.
           MOVE TL-STATUS (WS-TOOL-FOUND-IDX) TO WS-OLD-STATUS.
           PERFORM 270-WriteAuditRow.
           ADD 1 TO WS-CHANGED-CTR.
           DISPLAY 'TOOL CHANGED.'.
       230-ChangeTool-Exit.
           EXIT.

      *05/02 Someone has seen the tool at the supplier today.
       235-AuditTool.
           IF NOT TL-AT-SUPPLIER (WS-TOOL-FOUND-IDX)
              DISPLAY 'TOOL IS NOT AT A SUPPLIER - NOTHING TO AUDIT.'
              GO TO 235-AuditTool-Exit
           END-IF.
           DISPLAY 'TOOL SEEN AT ' TL-SUPPLIER-CODE (WS-TOOL-FOUND-IDX)
              ' - RECORD THE AUDIT? (Y/N): ' WITH NO ADVANCING.
           ACCEPT WS-YES-NO-RESPONSE.
           IF NOT ENGINEER-SAYS-YES
              GO TO 235-AuditTool-Exit
           END-IF.
           MOVE TL-STATUS (WS-TOOL-FOUND-IDX) TO WS-OLD-STATUS.
           MOVE PROCESS-DATE
              TO TL-LAST-AUDIT-DATE (WS-TOOL-FOUND-IDX).
           MOVE 'U' TO WS-ACTION-RESPONSE.
           PERFORM 270-WriteAuditRow.
           ADD 1 TO WS-AUDITED-CTR.
           DISPLAY 'AUDIT RECORDED.'.
       235-AuditTool-Exit.
           EXIT.

      *05/02 Pulled back or scrapped - the row and its history stay
      * on the register. WS-ACTION-RESPONSE carries R or S in.
       238-RetireTool.
           IF NOT TL-AT-SUPPLIER (WS-TOOL-FOUND-IDX)
              DISPLAY 'TOOL IS NOT AT A SUPPLIER - NOT CHANGED.'
              GO TO 238-RetireTool-Exit
           END-IF.
           IF WS-ACTION-RESPONSE = 'R'
              DISPLAY 'TOOL BACK FROM THE SUPPLIER? (Y/N): '
                 WITH NO ADVANCING
           ELSE
              DISPLAY 'SCRAP THIS TOOL? (Y/N): ' WITH NO ADVANCING
           END-IF.
           ACCEPT WS-YES-NO-RESPONSE.
           IF NOT ENGINEER-SAYS-YES
              GO TO 238-RetireTool-Exit
           END-IF.
           MOVE TL-STATUS (WS-TOOL-FOUND-IDX) TO WS-OLD-STATUS.
           MOVE WS-ACTION-RESPONSE TO TL-STATUS (WS-TOOL-FOUND-IDX).
           PERFORM 270-WriteAuditRow.
           ADD 1 TO WS-RETIRED-CTR.
           DISPLAY 'TOOL STATUS CHANGED.'.
       238-RetireTool-Exit.
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

      *05/02 Binary search of the ordered register on tool ID.
       245-FindTool.
           MOVE ZERO TO WS-TOOL-FOUND-IDX.
           MOVE 1 TO WS-BSRCH-LO.
           MOVE TOOL-MAX TO WS-BSRCH-HI.
           PERFORM 246-SearchStep
              UNTIL WS-BSRCH-LO > WS-BSRCH-HI
                 OR WS-TOOL-FOUND-IDX > ZERO.

       246-SearchStep.
           COMPUTE WS-BSRCH-MID = (WS-BSRCH-LO + WS-BSRCH-HI) / 2.
           EVALUATE TRUE
              WHEN TL-TOOL-ID (WS-BSRCH-MID) = WS-SEARCH-TOOL-ID
                 MOVE WS-BSRCH-MID TO WS-TOOL-FOUND-IDX
              WHEN TL-TOOL-ID (WS-BSRCH-MID) < WS-SEARCH-TOOL-ID
                 COMPUTE WS-BSRCH-LO = WS-BSRCH-MID + 1
              WHEN OTHER
                 COMPUTE WS-BSRCH-HI = WS-BSRCH-MID - 1
           END-EVALUATE.

      *05/02 Rescans the parts master from the top - the ENGRLSE
      * tradeoff; only a new tool needs the lookup.
       250-FindPart.
           MOVE 'N' TO WS-MASTER-FOUND-FLAG.
           OPEN INPUT PARTMAST.
           IF IN-PARTMAST-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning PARTMAST'
                GO TO 2000-ABEND-RTN
           END-IF.
           MOVE 'N' TO PARTMAST-EOF-WS.
           PERFORM 255-ReadNextMaster
              UNTIL MASTER-FOUND OR PARTMAST-EOF.
           CLOSE PARTMAST.

       255-ReadNextMaster.
           READ PARTMAST
              AT END MOVE 'Y' TO PARTMAST-EOF-WS
           END-READ.
           IF NOT PARTMAST-EOF
              IF PM-PART-NUMBER = WS-SEARCH-PART-NUMBER
                 MOVE 'Y' TO WS-MASTER-FOUND-FLAG
              END-IF
           END-IF.

      *05/02 Opens a slot at WS-BSRCH-LO, the insertion point the
      * unsuccessful search left, so the register stays in order.
       260-InsertTool.
           IF TOOL-MAX >= 5000
              DISPLAY 'TOOLMNT - TOOL TABLE FULL AT 5000 '
                 'ROWS - RAISE OCCURS IN TOOLTAB'
              GO TO 2000-ABEND-RTN
           END-IF.
           PERFORM VARYING WS-SHIFT-IDX FROM TOOL-MAX
              BY -1 UNTIL WS-SHIFT-IDX < WS-BSRCH-LO
                 MOVE TOOL-LIST (WS-SHIFT-IDX)
                    TO TOOL-LIST (WS-SHIFT-IDX + 1)
           END-PERFORM.
           ADD 1 TO TOOL-MAX.
           MOVE SPACES TO TOOL-LIST (WS-BSRCH-LO).
           MOVE WS-SEARCH-TOOL-ID TO TL-TOOL-ID (WS-BSRCH-LO).
           MOVE WS-BSRCH-LO TO WS-TOOL-FOUND-IDX.

      * WS-ACTION-RESPONSE carries the action into the row.
       270-WriteAuditRow.
           MOVE WS-SEARCH-TOOL-ID TO TA-TOOL-ID.
           MOVE WS-ACTION-RESPONSE TO TA-ACTION.
           MOVE WS-OLD-STATUS TO TA-OLD-STATUS.
           MOVE TL-STATUS (WS-TOOL-FOUND-IDX) TO TA-NEW-STATUS.
           MOVE TL-SUPPLIER-CODE (WS-TOOL-FOUND-IDX)
              TO TA-SUPPLIER-CODE.
           MOVE WS-OPERATOR-ID TO TA-OPERATOR-ID.
           MOVE PROCESS-DATE TO TA-ACTION-DATE.
           WRITE TOOLAUD-REC.
           IF OUT-TOOLAUD-KEY NOT = '00'
              GO TO 2000-ABEND-RTN
           END-IF.

       300-Open-Files.
           OPEN INPUT TOOLMST.
           IF TOOLMST-NOT-FOUND
              MOVE 'Y' TO TOOLMST-EOF-WS
           ELSE
              IF IN-TOOLMST-KEY NOT = '00'
                 DISPLAY
                        '---------------------------------------------'
                 DISPLAY 'File Problem openning Input TOOLMST'
                 GO TO 2000-ABEND-RTN
              ELSE
                 PERFORM 3600-LoadTools
              END-IF
           END-IF.
           OPEN OUTPUT TOOLMSTO.
           IF OUT-TOOLMSTO-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning TOOLMSTO'
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
           OPEN EXTEND TOOLAUD.
           IF OUT-TOOLAUD-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning TOOLAUD'
                GO TO 2000-ABEND-RTN
           END-IF.

       3600-LoadTools.
           INITIALIZE TOOL-TABLE.
           MOVE 1 TO WS-TOOL-INDEX.
           PERFORM 3610-ReadNextTool UNTIL TOOLMST-EOF.
           COMPUTE TOOL-MAX = WS-TOOL-INDEX - 1.
           CLOSE TOOLMST.

       3610-ReadNextTool.
           IF WS-TOOL-INDEX > 5000
              DISPLAY 'TOOLMNT - TOOL TABLE FULL AT 5000 '
                 'ROWS - RAISE OCCURS IN TOOLTAB'
              GO TO 2000-ABEND-RTN
           END-IF.
           READ TOOLMST INTO TOOL-LIST(WS-TOOL-INDEX)
              AT END
                 MOVE 'Y' TO TOOLMST-EOF-WS
           END-READ.
           IF NOT TOOLMST-EOF
              ADD 1 TO WS-TOOL-INDEX
           END-IF.

       3650-ReadNextSupplier.
           IF WS-SUPPMST-INDEX > 500
              DISPLAY 'TOOLMNT - SUPPLIER MASTER TABLE FULL AT 500 '
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
              DISPLAY 'TOOLMNT - OPERATOR TABLE FULL AT 200 '
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

      *05/02 Every row goes back out, returned and scrapped tools
      * included - the register is the history.
       500-WriteStaged.
           PERFORM VARYING WS-WORK-IDX FROM 1 BY 1
              UNTIL WS-WORK-IDX > TOOL-MAX
                 MOVE TOOL-LIST (WS-WORK-IDX) TO TOOLMSTO-REC
                 WRITE TOOLMSTO-REC
                 IF OUT-TOOLMSTO-KEY NOT = '00'
                    GO TO 2000-ABEND-RTN
                 END-IF
                 ADD 1 TO WS-ROWS-WRITTEN-CTR
           END-PERFORM.

       900-WriteSummary.
           DISPLAY ' '.
           DISPLAY '---------------------------------------------'.
           DISPLAY 'TOOLS ADDED           : ' WS-ADDED-CTR.
           DISPLAY 'TOOLS CHANGED         : ' WS-CHANGED-CTR.
           DISPLAY 'AUDITS RECORDED       : ' WS-AUDITED-CTR.
           DISPLAY 'RETURNED OR SCRAPPED  : ' WS-RETIRED-CTR.
           DISPLAY 'ROWS STAGED           : ' WS-ROWS-WRITTEN-CTR.
           DISPLAY '---------------------------------------------'.

       600-CLOSE-FILES.
           CLOSE TOOLMSTO, TOOLAUD.

      * Matches the fix in FINALEX's 2000-ABEND-RTN - DISPLAY and
      * EXIT alone just fell through to whatever paragraph follows.
       2000-ABEND-RTN.
           DISPLAY 'PROGRAM ENCOUNTERED AN ERROR'.
           MOVE 16 TO RETURN-CODE.
           GOBACK.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. RATEAPPR.
       AUTHOR. FABIO COSTA.
      ******************************************************************
      * 05/04 Purchasing-manager approval of the supplier quality
      * ratings RATECALC proposes. RATECALC never touches the master -
      * it stages each rating that would change to RATEPEND with the
      * scores behind it, and this console (the BANKRLSE pattern) is
      * where a manager (supervisor authority on RATEAPPR) works
      * through them: approve puts the proposed rating on the master,
      * reject leaves the master alone, skip carries the proposal to
      * RATEPNDO for another session. Override puts the manager's own
      * rating on the master instead - a reason is mandatory, and the
      * override stands (RATECALC proposes nothing for the supplier)
      * for the QROVRDAY parameter's days (default 180) and then
      * lapses; see RATETAB. After the pending proposals any other
      * supplier can be overridden the same way. Lapsed overrides are
      * dropped when RATEOVRO is written. Every decision lands on the
      * RATEAUD trail with the operator, the date, the old and new
      * ratings and the scores that drove it. The maintained master
      * is staged to SUPPMSTO and the overrides to RATEOVRO, both
      * promoted the way BANKRLSE's are.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RATEPEND ASSIGN TO RATEPEND
           FILE STATUS IS IN-RATEPEND-KEY.

           SELECT RATEPNDO ASSIGN TO RATEPNDO
           FILE STATUS IS OUT-RATEPNDO-KEY.

           SELECT SUPPMST ASSIGN TO SUPPMST
           FILE STATUS IS IN-SUPPMST-KEY.

           SELECT SUPPMSTO ASSIGN TO SUPPMSTO
           FILE STATUS IS OUT-SUPPMSTO-KEY.

      * Rating overrides - see RATETAB.
           SELECT RATEOVR ASSIGN TO RATEOVR
           FILE STATUS IS IN-RATEOVR-KEY.

           SELECT RATEOVRO ASSIGN TO RATEOVRO
           FILE STATUS IS OUT-RATEOVRO-KEY.

      * Operator authorization table - see OPERTAB.
           SELECT OPERMST ASSIGN TO OPERMST
           FILE STATUS IS IN-OPERMST-KEY.

      * Rating-decision audit trail - accumulates, EXTEND.
           SELECT RATEAUD ASSIGN TO RATEAUD
           FILE STATUS IS OUT-RATEAUD-KEY.

      * Business process-date control card - see PROCDATE.
           SELECT PROCDATE ASSIGN TO PROCDATE
           FILE STATUS IS PROCDATE-KEY.

       DATA DIVISION.
       FILE SECTION.
      * Same 40-byte proposal row RATECALC stages.
       FD  RATEPEND
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RATEPEND-REC.
       01  RATEPEND-REC.
           05  RP-SUPPLIER-CODE        PIC X(10).
           05  RP-CURRENT-RATING       PIC X(01).
           05  RP-PROPOSED-RATING      PIC X(01).
           05  RP-DLV-SCORE            PIC 9(03).
           05  RP-DOCK-SCORE           PIC 9(03).
           05  RP-EDIT-SCORE           PIC 9(03).
           05  RP-CAR-SCORE            PIC 9(03).
           05  RP-COMPOSITE            PIC 9(03).
           05  RP-MEASURED-FLAGS.
               10  RP-DLV-MEASURED     PIC X(01).
               10  RP-DOCK-MEASURED    PIC X(01).
               10  RP-EDIT-MEASURED    PIC X(01).
           05  RP-CALC-DATE            PIC 9(08).
           05  FILLER                  PIC X(02).

       FD  RATEPNDO
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RATEPNDO-REC.
       01  RATEPNDO-REC     PIC X(40).

      * Same 74-byte row FINALEX's supplier-master load reads.
       FD  SUPPMST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 74 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SUPPMST-REC.
       01  SUPPMST-REC     PIC X(74).

       FD  SUPPMSTO
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 74 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SUPPMSTO-REC.
       01  SUPPMSTO-REC     PIC X(74).

       FD  RATEOVR
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 65 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RATEOVR-REC.
       01  RATEOVR-REC     PIC X(65).

       FD  RATEOVRO
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 65 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RATEOVRO-REC.
       01  RATEOVRO-REC     PIC X(65).

       FD  OPERMST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS OPERMST-REC.
       01  OPERMST-REC     PIC X(40).

      *05/04 One audit row per decision. Action 'A' approved, 'R'
      * rejected, 'O' overridden, 'X' override lapsed and dropped.
      * The scores are RATECALC's for the proposal decided (zero, and
      * the measured flags 'N', on an override keyed without one).
       FD  RATEAUD
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 85 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RATEAUD-REC.
       01  RATEAUD-REC.
           05  RA-SUPPLIER-CODE       PIC X(10).
           05  RA-ACTION              PIC X(01).
           05  RA-OLD-RATING          PIC X(01).
           05  RA-NEW-RATING          PIC X(01).
           05  RA-DLV-SCORE           PIC 9(03).
           05  RA-DOCK-SCORE          PIC 9(03).
           05  RA-EDIT-SCORE          PIC 9(03).
           05  RA-CAR-SCORE           PIC 9(03).
           05  RA-COMPOSITE           PIC 9(03).
           05  RA-MEASURED-FLAGS      PIC X(03).
           05  RA-OPERATOR-ID         PIC X(08).
           05  RA-ACTION-DATE         PIC 9(08).
           05  RA-REASON              PIC X(30).
           05  RA-EXPIRY-DATE         PIC 9(08).

       FD  PROCDATE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 8 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PROCDATE-REC.
       01  PROCDATE-REC     PIC X(8).

       WORKING-STORAGE SECTION.
           COPY SUPMTAB.  *> Supplier master control table
           COPY RATETAB.  *> Rating override table
           COPY OPERTAB.  *> Operator authorization table
           COPY PARMTAB.  *> PARMLOAD central-parameter request block
           COPY PROCDATE. *> Business process date control card

       01 FILE-STATUS-CODES.
      * No proposals or overrides on file just means none to work.
           05 IN-RATEPEND-KEY            PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
                88 RATEPEND-NOT-FOUND       VALUE '35'.
           05 OUT-RATEPNDO-KEY           PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
           05 IN-SUPPMST-KEY             PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
           05 OUT-SUPPMSTO-KEY           PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
           05 IN-RATEOVR-KEY             PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
                88 RATEOVR-NOT-FOUND        VALUE '35'.
           05 OUT-RATEOVRO-KEY           PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
           05 IN-OPERMST-KEY             PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
           05 OUT-RATEAUD-KEY            PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
           05 PROCDATE-KEY               PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
                88 PROCDATE-NOT-FOUND       VALUE '35'.

       01 FILES-EOF.
           05 RATEPEND-EOF-WS                 PIC X(01) VALUE 'N'.
              88 RATEPEND-EOF                            VALUE 'Y'.
           05 SUPPMST-EOF-WS                  PIC X(01) VALUE 'N'.
              88 SUPPMST-EOF                             VALUE 'Y'.
           05 RATEOVR-EOF-WS                  PIC X(01) VALUE 'N'.
              88 RATEOVR-EOF                             VALUE 'Y'.
           05 OPERMST-EOF-WS                  PIC X(01) VALUE 'N'.
              88 OPERMST-EOF                             VALUE 'Y'.

       01 WS-SUPPMST-INDEX                 PIC 9(4) VALUE 1.
       01 WS-WORK-IDX                      PIC 9(4) VALUE 1.
       01 WS-FOUND-FLAG                    PIC X(01) VALUE 'N'.
           88 SUPPLIER-ON-FILE                     VALUE 'Y'.
       01 WS-OVR-INDEX                     PIC 9(4) VALUE 1.
       01 WS-OVR-FOUND-IDX                 PIC 9(4) VALUE ZERO.
       01 WS-SEARCH-SUPPLIER-CODE          PIC X(10) VALUE SPACES.
       01 WS-DECISION                      PIC X(01) VALUE SPACE.
           88 MANAGER-APPROVES                     VALUE 'A' 'a'.
           88 MANAGER-REJECTS                      VALUE 'R' 'r'.
           88 MANAGER-OVERRIDES                    VALUE 'O' 'o'.
       01 WS-CONTINUE-FLAG                 PIC X(01) VALUE 'Y'.
           88 MORE-OVERRIDES                       VALUE 'Y'.
       01 WS-NEW-RATING                    PIC X(01) VALUE SPACE.
           88 VALID-RATING                         VALUE '1' '2' '3'.
       01 WS-OVERRIDE-REASON               PIC X(30) VALUE SPACES.
       01 WS-OVERRIDE-DONE                 PIC X(01) VALUE 'N'.
           88 OVERRIDE-KEYED                       VALUE 'Y'.
       01 WS-AUD-ACTION                    PIC X(01) VALUE SPACE.
       01 WS-AUD-OLD-RATING                PIC X(01) VALUE SPACE.
       01 WS-AUD-NEW-RATING                PIC X(01) VALUE SPACE.
       01 WS-AUD-REASON                    PIC X(30) VALUE SPACES.
       01 WS-AUD-EXPIRY                    PIC 9(08) VALUE ZERO.
       01 WS-SCORE-EDIT                    PIC ZZ9.
       01 WS-SCORE-OUT                     PIC X(03) VALUE SPACES.

      *05/04 The proposal being worked, or zero scores for an override
      * keyed without one - what the audit row records.
       01 WS-PENDING-HOLD.
           05  WS-PH-DLV-SCORE         PIC 9(03) VALUE ZERO.
           05  WS-PH-DOCK-SCORE        PIC 9(03) VALUE ZERO.
           05  WS-PH-EDIT-SCORE        PIC 9(03) VALUE ZERO.
           05  WS-PH-CAR-SCORE         PIC 9(03) VALUE ZERO.
           05  WS-PH-COMPOSITE         PIC 9(03) VALUE ZERO.
           05  WS-PH-MEASURED-FLAGS    PIC X(03) VALUE 'NNN'.

      *05/04 Days an override stands - PARMLOAD QROVRDAY overrides.
       01 WS-OVERRIDE-DAYS                 PIC 9(03) VALUE 180.

      *05/04 Sign-on state - changing a supplier's rating is
      * purchasing-manager work.
       01 WS-OPERATOR-ID                   PIC X(08) VALUE SPACES.
       01 WS-OPER-INDEX                    PIC 9(4) VALUE 1.
       01 WS-OPER-FOUND-IDX                PIC 9(4) VALUE ZERO.
       01 WS-OPER-FOUND-FLAG               PIC X VALUE 'N'.
           88 OPERATOR-AUTHORIZED                VALUE 'Y'.
       01 WS-REQUIRED-LEVEL                PIC 9(1) VALUE 3.

       01 WS-RECORDS-WORKED                PIC 9(05) VALUE ZERO.
       01 WS-RECORDS-APPROVED              PIC 9(05) VALUE ZERO.
       01 WS-RECORDS-REJECTED              PIC 9(05) VALUE ZERO.
       01 WS-RECORDS-OVERRIDDEN            PIC 9(05) VALUE ZERO.
       01 WS-RECORDS-SKIPPED               PIC 9(05) VALUE ZERO.
       01 WS-RECORDS-DROPPED               PIC 9(05) VALUE ZERO.
       01 WS-OTHER-OVERRIDES               PIC 9(05) VALUE ZERO.
       01 WS-LAPSED-CTR                    PIC 9(05) VALUE ZERO.

      * CEEDAYS work areas - the same shape POAGERPT uses.
       01 WS-PICSTR-IN.
           05  WS-PICSTR-LTH-IN     PIC S9(4) COMP VALUE 8.
           05  WS-PICSTR-STR-IN     PIC X(8)  VALUE 'YYYYMMDD'.
       01 WS-DATE-IN-CEE.
           05  WS-DATE-IN-LTH-CEE   PIC S9(4) COMP VALUE 8.
           05  WS-DATE-IN-STR-CEE   PIC X(8).
      * CEEDATE hands the date back - the same shape REORDPT uses.
       01 WS-DATE-OUT-CEE.
           05  WS-DATE-OUT-LTH-CEE  PIC S9(4) COMP VALUE 8.
           05  WS-DATE-OUT-STR-CEE  PIC X(8).
       01 FC.
           05  FC-SEV              PIC S9(4) COMP.
           05  FC-MSG              PIC S9(4) COMP.
           05  FC-CTW              PIC X.
           05  FC-FAC              PIC X(3).
           05  FC-ISI              PIC S9(8) COMP.
       01 WS-DAY-INT                       PIC 9(9) COMP VALUE ZERO.
       01 WS-TODAY-INT                     PIC 9(9) COMP VALUE ZERO.
       01 WS-WORK-INT                      PIC 9(9) COMP VALUE ZERO.

       PROCEDURE DIVISION.

       MAIN.
           PERFORM 000-Housekeeping.
           PERFORM 100-ProcessPending THRU 100-ProcessPending-Exit
              UNTIL RATEPEND-EOF.
           PERFORM 150-OtherOverride THRU 150-OtherOverride-Exit
              UNTIL NOT MORE-OVERRIDES.
           PERFORM 500-WriteMaster.
           PERFORM 520-WriteOverrides.
           PERFORM 900-WriteSummary.
           PERFORM 600-CLOSE-FILES.
           GOBACK.

       000-Housekeeping.
           DISPLAY '---------------------------------------------'.
           DISPLAY 'SUPPLIER QUALITY RATING APPROVAL'.
           DISPLAY '---------------------------------------------'.
           PERFORM 300-Open-Files.
           PERFORM 050-SignOnOperator.
           MOVE PROCESS-DATE TO WS-DATE-IN-STR-CEE.
           CALL "CEEDAYS" USING WS-DATE-IN-CEE, WS-PICSTR-IN,
              WS-DAY-INT, FC.
           IF FC-SEV NOT = ZERO
              DISPLAY 'RATEAPPR - PROCESS DATE ' PROCESS-DATE
                 ' IS NOT A DATE'
              GO TO 2000-ABEND-RTN
           END-IF.
           MOVE WS-DAY-INT TO WS-TODAY-INT.
           PERFORM 380-LoadParms.
           PERFORM 3800-LoadSupplierMaster.
           PERFORM 3900-LoadOverrides.
           PERFORM 400-Read-Pending.

       050-SignOnOperator.
           DISPLAY 'OPERATOR ID: ' WITH NO ADVANCING.
           ACCEPT WS-OPERATOR-ID.
           MOVE 'N' TO WS-OPER-FOUND-FLAG.
           PERFORM VARYING WS-OPER-INDEX FROM 1 BY 1
              UNTIL WS-OPER-INDEX > OPERATOR-MAX
                 OR OPERATOR-AUTHORIZED
                 IF OA-OPERATOR-ID (WS-OPER-INDEX) = WS-OPERATOR-ID
                    AND OA-FUNCTION (WS-OPER-INDEX) = 'RATEAPPR'
                    AND OA-AUTH-LEVEL (WS-OPER-INDEX)
                       >= WS-REQUIRED-LEVEL
                    MOVE 'Y' TO WS-OPER-FOUND-FLAG
                    MOVE WS-OPER-INDEX TO WS-OPER-FOUND-IDX
                 END-IF
           END-PERFORM.
           IF NOT OPERATOR-AUTHORIZED
              DISPLAY 'OPERATOR ' WS-OPERATOR-ID
                 ' NOT A RATEAPPR SUPERVISOR - SESSION ENDED'
              GO TO 2000-ABEND-RTN
           END-IF.
           DISPLAY 'SIGNED ON: '
              OA-OPERATOR-NAME (WS-OPER-FOUND-IDX).

      *05/04 One proposal. A supplier since dropped from the master,
      * or overridden after RATECALC ran, has its proposal dropped -
      * the next quarter's run proposes afresh.
       100-ProcessPending.
           IF RATEPEND-EOF
              GO TO 100-ProcessPending-Exit
           END-IF.
           ADD 1 TO WS-RECORDS-WORKED.
           MOVE RP-SUPPLIER-CODE TO WS-SEARCH-SUPPLIER-CODE.
           PERFORM 210-FindSupplier.
           PERFORM 215-FindOverride.
           IF NOT SUPPLIER-ON-FILE
              DISPLAY ' '
              DISPLAY 'SUPPLIER ' RP-SUPPLIER-CODE
                 ' NO LONGER ON THE MASTER - PROPOSAL DROPPED.'
              ADD 1 TO WS-RECORDS-DROPPED
              PERFORM 400-Read-Pending
              GO TO 100-ProcessPending-Exit
           END-IF.
           IF WS-OVR-FOUND-IDX > ZERO
              AND RO-EXPIRY-DATE (WS-OVR-FOUND-IDX) NOT < PROCESS-DATE
              DISPLAY ' '
              DISPLAY 'SUPPLIER ' RP-SUPPLIER-CODE
                 ' IS OVERRIDDEN UNTIL '
                 RO-EXPIRY-DATE (WS-OVR-FOUND-IDX)
                 ' - PROPOSAL DROPPED.'
              ADD 1 TO WS-RECORDS-DROPPED
              PERFORM 400-Read-Pending
              GO TO 100-ProcessPending-Exit
           END-IF.
           MOVE RP-DLV-SCORE TO WS-PH-DLV-SCORE.
           MOVE RP-DOCK-SCORE TO WS-PH-DOCK-SCORE.
           MOVE RP-EDIT-SCORE TO WS-PH-EDIT-SCORE.
           MOVE RP-CAR-SCORE TO WS-PH-CAR-SCORE.
           MOVE RP-COMPOSITE TO WS-PH-COMPOSITE.
           MOVE RP-MEASURED-FLAGS TO WS-PH-MEASURED-FLAGS.
           PERFORM 200-ShowProposal.
           DISPLAY 'A=APPROVE  R=REJECT  O=OVERRIDE  S=SKIP: '
              WITH NO ADVANCING.
           ACCEPT WS-DECISION.
           EVALUATE TRUE
              WHEN MANAGER-APPROVES
                 MOVE 'A' TO WS-AUD-ACTION
                 MOVE SM-SUPPLIER-RATING (WS-WORK-IDX)
                    TO WS-AUD-OLD-RATING
                 MOVE RP-PROPOSED-RATING TO WS-AUD-NEW-RATING
                 MOVE RP-PROPOSED-RATING
                    TO SM-SUPPLIER-RATING (WS-WORK-IDX)
                 MOVE SPACES TO WS-AUD-REASON
                 MOVE ZERO TO WS-AUD-EXPIRY
                 PERFORM 450-WriteAudit
                 ADD 1 TO WS-RECORDS-APPROVED
                 DISPLAY 'APPROVED - RATING NOW ' RP-PROPOSED-RATING
              WHEN MANAGER-REJECTS
                 MOVE 'R' TO WS-AUD-ACTION
                 MOVE SM-SUPPLIER-RATING (WS-WORK-IDX)
                    TO WS-AUD-OLD-RATING
                 MOVE RP-PROPOSED-RATING TO WS-AUD-NEW-RATING
                 MOVE SPACES TO WS-AUD-REASON
                 MOVE ZERO TO WS-AUD-EXPIRY
                 PERFORM 450-WriteAudit
                 ADD 1 TO WS-RECORDS-REJECTED
                 DISPLAY 'REJECTED - RATING LEFT AT '
                    SM-SUPPLIER-RATING (WS-WORK-IDX)
              WHEN MANAGER-OVERRIDES
                 PERFORM 260-KeyOverride THRU 260-KeyOverride-Exit
                 IF OVERRIDE-KEYED
                    ADD 1 TO WS-RECORDS-OVERRIDDEN
                 ELSE
                    PERFORM 410-CarryForward
                 END-IF
              WHEN OTHER
                 PERFORM 410-CarryForward
                 DISPLAY 'SKIPPED - CARRIED FORWARD.'
           END-EVALUATE.
           PERFORM 400-Read-Pending.
       100-ProcessPending-Exit.
           EXIT.

      *05/04 Any other supplier the manager wants to override.
       150-OtherOverride.
           DISPLAY ' '.
           DISPLAY 'SUPPLIER TO OVERRIDE (OR END): ' WITH NO ADVANCING.
           MOVE SPACES TO WS-SEARCH-SUPPLIER-CODE.
           ACCEPT WS-SEARCH-SUPPLIER-CODE.
           IF WS-SEARCH-SUPPLIER-CODE = SPACES
              OR WS-SEARCH-SUPPLIER-CODE = 'END'
              MOVE 'N' TO WS-CONTINUE-FLAG
              GO TO 150-OtherOverride-Exit
           END-IF.
           PERFORM 210-FindSupplier.
           IF NOT SUPPLIER-ON-FILE
              DISPLAY 'SUPPLIER ' WS-SEARCH-SUPPLIER-CODE
                 ' NOT ON THE MASTER.'
              GO TO 150-OtherOverride-Exit
           END-IF.
           IF SM-PROSPECT (WS-WORK-IDX)
              DISPLAY 'SUPPLIER ' WS-SEARCH-SUPPLIER-CODE
                 ' IS STILL A PROSPECT - ACTIVATE IT IN ONBDACT FIRST.'
              GO TO 150-OtherOverride-Exit
           END-IF.
           PERFORM 215-FindOverride.
           DISPLAY 'NAME          : ' SM-SUPPLIER-NAME (WS-WORK-IDX).
           DISPLAY 'RATING NOW    : ' SM-SUPPLIER-RATING (WS-WORK-IDX).
           IF WS-OVR-FOUND-IDX > ZERO
              DISPLAY 'OVERRIDDEN BY : ' RO-SET-BY (WS-OVR-FOUND-IDX)
                 ' UNTIL ' RO-EXPIRY-DATE (WS-OVR-FOUND-IDX)
              DISPLAY 'REASON        : ' RO-REASON (WS-OVR-FOUND-IDX)
           END-IF.
           INITIALIZE WS-PENDING-HOLD.
           MOVE 'NNN' TO WS-PH-MEASURED-FLAGS.
           PERFORM 260-KeyOverride THRU 260-KeyOverride-Exit.
           IF OVERRIDE-KEYED
              ADD 1 TO WS-OTHER-OVERRIDES
           END-IF.
       150-OtherOverride-Exit.
           EXIT.

       200-ShowProposal.
           DISPLAY ' '.
           DISPLAY '==============================================='.
           DISPLAY 'SUPPLIER      : ' RP-SUPPLIER-CODE
              '  ' SM-SUPPLIER-NAME (WS-WORK-IDX).
           DISPLAY 'RATING NOW    : ' SM-SUPPLIER-RATING (WS-WORK-IDX).
           DISPLAY 'PROPOSED      : ' RP-PROPOSED-RATING
              '   (SCORED ' RP-CALC-DATE ')'.
           MOVE 'n/a' TO WS-SCORE-OUT.
           IF RP-DLV-MEASURED = 'Y'
              MOVE RP-DLV-SCORE TO WS-SCORE-EDIT
              MOVE WS-SCORE-EDIT TO WS-SCORE-OUT
           END-IF.
           DISPLAY '  ON-TIME     : ' WS-SCORE-OUT.
           MOVE 'n/a' TO WS-SCORE-OUT.
           IF RP-DOCK-MEASURED = 'Y'
              MOVE RP-DOCK-SCORE TO WS-SCORE-EDIT
              MOVE WS-SCORE-EDIT TO WS-SCORE-OUT
           END-IF.
           DISPLAY '  DOCK        : ' WS-SCORE-OUT.
           MOVE 'n/a' TO WS-SCORE-OUT.
           IF RP-EDIT-MEASURED = 'Y'
              MOVE RP-EDIT-SCORE TO WS-SCORE-EDIT
              MOVE WS-SCORE-EDIT TO WS-SCORE-OUT
           END-IF.
           DISPLAY '  EDIT        : ' WS-SCORE-OUT.
           MOVE RP-CAR-SCORE TO WS-SCORE-EDIT.
           DISPLAY '  OPEN CARS   : ' WS-SCORE-EDIT.
           MOVE RP-COMPOSITE TO WS-SCORE-EDIT.
           DISPLAY '  COMPOSITE   : ' WS-SCORE-EDIT.
           IF RP-CURRENT-RATING NOT = SM-SUPPLIER-RATING (WS-WORK-IDX)
              DISPLAY 'NOTE - THE MASTER RATING HAS CHANGED SINCE '
                 'RATECALC RAN (WAS ' RP-CURRENT-RATING ').'
           END-IF.

       210-FindSupplier.
           MOVE 'N' TO WS-FOUND-FLAG.
           PERFORM VARYING WS-WORK-IDX FROM 1 BY 1
              UNTIL WS-WORK-IDX > SUPP-MASTER-MAX
                 OR SUPPLIER-ON-FILE
                 IF SM-SUPPLIER-CODE (WS-WORK-IDX)
                       = WS-SEARCH-SUPPLIER-CODE
                    MOVE 'Y' TO WS-FOUND-FLAG
                 END-IF
           END-PERFORM.
           IF SUPPLIER-ON-FILE
              SUBTRACT 1 FROM WS-WORK-IDX
           END-IF.

       215-FindOverride.
           MOVE ZERO TO WS-OVR-FOUND-IDX.
           PERFORM VARYING WS-OVR-INDEX FROM 1 BY 1
              UNTIL WS-OVR-INDEX > RATE-OVERRIDE-MAX
                 OR WS-OVR-FOUND-IDX > ZERO
                 IF RO-SUPPLIER-CODE (WS-OVR-INDEX)
                       = WS-SEARCH-SUPPLIER-CODE
                    MOVE WS-OVR-INDEX TO WS-OVR-FOUND-IDX
                 END-IF
           END-PERFORM.

      *05/04 The manager's own rating, with a mandatory reason. It
      * replaces any override already on file for the supplier and
      * stands for WS-OVERRIDE-DAYS from today.
       260-KeyOverride.
           MOVE 'N' TO WS-OVERRIDE-DONE.
           DISPLAY 'OVERRIDE RATING (1/2/3): ' WITH NO ADVANCING.
           MOVE SPACE TO WS-NEW-RATING.
           ACCEPT WS-NEW-RATING.
           IF NOT VALID-RATING
              DISPLAY 'RATING MUST BE 1, 2 OR 3 - NOT OVERRIDDEN.'
              GO TO 260-KeyOverride-Exit
           END-IF.
           DISPLAY 'REASON FOR THE OVERRIDE: ' WITH NO ADVANCING.
           MOVE SPACES TO WS-OVERRIDE-REASON.
           ACCEPT WS-OVERRIDE-REASON.
           IF WS-OVERRIDE-REASON = SPACES
              DISPLAY 'A REASON IS REQUIRED - NOT OVERRIDDEN.'
              GO TO 260-KeyOverride-Exit
           END-IF.
           COMPUTE WS-WORK-INT = WS-TODAY-INT + WS-OVERRIDE-DAYS.
           CALL "CEEDATE" USING WS-WORK-INT, WS-PICSTR-IN,
              WS-DATE-OUT-CEE, FC.
           IF FC-SEV NOT = ZERO
              DISPLAY 'RATEAPPR - CEEDATE FAILED FOR THE OVERRIDE '
                 'EXPIRY'
              GO TO 2000-ABEND-RTN
           END-IF.
           IF WS-OVR-FOUND-IDX = ZERO
              IF RATE-OVERRIDE-MAX >= 500
                 DISPLAY 'RATEAPPR - OVERRIDE TABLE FULL AT 500 '
                    'ROWS - RAISE OCCURS IN RATETAB'
                 GO TO 2000-ABEND-RTN
              END-IF
              ADD 1 TO RATE-OVERRIDE-MAX
              MOVE RATE-OVERRIDE-MAX TO WS-OVR-FOUND-IDX
           END-IF.
           MOVE SM-SUPPLIER-CODE (WS-WORK-IDX)
              TO RO-SUPPLIER-CODE (WS-OVR-FOUND-IDX).
           MOVE WS-NEW-RATING TO RO-RATING (WS-OVR-FOUND-IDX).
           MOVE WS-OVERRIDE-REASON TO RO-REASON (WS-OVR-FOUND-IDX).
           MOVE WS-OPERATOR-ID TO RO-SET-BY (WS-OVR-FOUND-IDX).
           MOVE PROCESS-DATE TO RO-SET-DATE (WS-OVR-FOUND-IDX).
           MOVE WS-DATE-OUT-STR-CEE
              TO RO-EXPIRY-DATE (WS-OVR-FOUND-IDX).
           MOVE 'O' TO WS-AUD-ACTION.
           MOVE SM-SUPPLIER-RATING (WS-WORK-IDX) TO WS-AUD-OLD-RATING.
           MOVE WS-NEW-RATING TO WS-AUD-NEW-RATING.
           MOVE WS-OVERRIDE-REASON TO WS-AUD-REASON.
           MOVE RO-EXPIRY-DATE (WS-OVR-FOUND-IDX) TO WS-AUD-EXPIRY.
           MOVE WS-NEW-RATING TO SM-SUPPLIER-RATING (WS-WORK-IDX).
           PERFORM 450-WriteAudit.
           MOVE 'Y' TO WS-OVERRIDE-DONE.
           DISPLAY 'OVERRIDDEN - RATING ' WS-NEW-RATING ' UNTIL '
              RO-EXPIRY-DATE (WS-OVR-FOUND-IDX).
       260-KeyOverride-Exit.
           EXIT.

       300-Open-Files.
           OPEN INPUT RATEPEND.
           IF RATEPEND-NOT-FOUND
              MOVE 'Y' TO RATEPEND-EOF-WS
           ELSE
              IF IN-RATEPEND-KEY NOT = '00' THEN
                 DISPLAY 'File Problem openning RATEPEND'
                 GO TO 2000-ABEND-RTN
              END-IF
           END-IF.
           OPEN OUTPUT RATEPNDO.
           IF OUT-RATEPNDO-KEY NOT = '00' THEN
                DISPLAY 'File Problem openning RATEPNDO'
                GO TO 2000-ABEND-RTN
           END-IF.
           OPEN INPUT SUPPMST.
           IF IN-SUPPMST-KEY NOT = '00' THEN
                DISPLAY 'File Problem openning SUPPMST'
                GO TO 2000-ABEND-RTN
           END-IF.
           OPEN OUTPUT SUPPMSTO.
           IF OUT-SUPPMSTO-KEY NOT = '00' THEN
                DISPLAY 'File Problem openning SUPPMSTO'
                GO TO 2000-ABEND-RTN
           END-IF.
           OPEN INPUT RATEOVR.
           IF RATEOVR-NOT-FOUND
              MOVE 'Y' TO RATEOVR-EOF-WS
           ELSE
              IF IN-RATEOVR-KEY NOT = '00' THEN
                 DISPLAY 'File Problem openning RATEOVR'
                 GO TO 2000-ABEND-RTN
              END-IF
           END-IF.
           OPEN OUTPUT RATEOVRO.
           IF OUT-RATEOVRO-KEY NOT = '00' THEN
                DISPLAY 'File Problem openning RATEOVRO'
                GO TO 2000-ABEND-RTN
           END-IF.
           OPEN INPUT OPERMST.
           IF IN-OPERMST-KEY NOT = '00' THEN
                DISPLAY 'File Problem openning OPERMST'
                GO TO 2000-ABEND-RTN
           ELSE
                PERFORM 3700-LoadOperators
           END-IF.
           OPEN EXTEND RATEAUD.
           IF OUT-RATEAUD-KEY NOT = '00' THEN
                DISPLAY 'File Problem openning RATEAUD'
                GO TO 2000-ABEND-RTN
           END-IF.
           PERFORM 370-LoadProcessDate.

       3700-LoadOperators.
           INITIALIZE OPERATOR-TABLE.
           MOVE 1 TO WS-OPER-INDEX.
           PERFORM 3750-ReadNextOperator UNTIL OPERMST-EOF.
           COMPUTE OPERATOR-MAX = WS-OPER-INDEX - 1.
           CLOSE OPERMST.

       3750-ReadNextOperator.
           IF WS-OPER-INDEX > 200
              DISPLAY 'RATEAPPR - OPERATOR TABLE FULL AT 200 '
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

      *05/04 The PARMMAST master's value, when in force on the
      * business process date, overrides the default - see PARMTAB.
       380-LoadParms.
           MOVE 'QROVRDAY' TO PRQ-PARM-NAME.
           MOVE PROCESS-DATE TO PRQ-AS-OF-DATE.
           CALL 'PARMLOAD' USING PARM-REQUEST.
           IF PRQ-PARM-FOUND
              MOVE PRQ-PARM-VALUE (1:3) TO WS-OVERRIDE-DAYS
           END-IF.

       3800-LoadSupplierMaster.
           INITIALIZE SUPP-MASTER-TABLE.
           MOVE 1 TO WS-SUPPMST-INDEX.
           PERFORM 3850-ReadNextSupplier UNTIL SUPPMST-EOF.
           COMPUTE SUPP-MASTER-MAX = WS-SUPPMST-INDEX - 1.

       3850-ReadNextSupplier.
           IF WS-SUPPMST-INDEX > 500
              DISPLAY 'RATEAPPR - SUPPLIER MASTER TABLE FULL AT 500 '
                 'SUPPLIERS - RAISE OCCURS IN SUPMTAB'
              GO TO 2000-ABEND-RTN
           END-IF.
           READ SUPPMST INTO SUPP-MASTER-LIST(WS-SUPPMST-INDEX)
              AT END
                 MOVE 'Y' TO SUPPMST-EOF-WS
           END-READ.
           IF NOT SUPPMST-EOF
              ADD 1 TO WS-SUPPMST-INDEX
           END-IF.

       3900-LoadOverrides.
           INITIALIZE RATE-OVERRIDE-TABLE.
           MOVE 1 TO WS-OVR-INDEX.
           PERFORM 3950-ReadNextOverride UNTIL RATEOVR-EOF.
           COMPUTE RATE-OVERRIDE-MAX = WS-OVR-INDEX - 1.

       3950-ReadNextOverride.
           IF WS-OVR-INDEX > 500
              DISPLAY 'RATEAPPR - OVERRIDE TABLE FULL AT 500 '
                 'ROWS - RAISE OCCURS IN RATETAB'
              GO TO 2000-ABEND-RTN
           END-IF.
           READ RATEOVR INTO RATE-OVERRIDE-LIST(WS-OVR-INDEX)
              AT END
                 MOVE 'Y' TO RATEOVR-EOF-WS
           END-READ.
           IF NOT RATEOVR-EOF
              ADD 1 TO WS-OVR-INDEX
           END-IF.

       400-Read-Pending.
           READ RATEPEND
              AT END MOVE 'Y' TO RATEPEND-EOF-WS
           END-READ.

       410-CarryForward.
           MOVE RATEPEND-REC TO RATEPNDO-REC.
           WRITE RATEPNDO-REC.
           IF OUT-RATEPNDO-KEY NOT = '00'
              GO TO 2000-ABEND-RTN
           END-IF.
           ADD 1 TO WS-RECORDS-SKIPPED.

       450-WriteAudit.
           MOVE SPACES TO RATEAUD-REC.
           MOVE SM-SUPPLIER-CODE (WS-WORK-IDX) TO RA-SUPPLIER-CODE.
           MOVE WS-AUD-ACTION TO RA-ACTION.
           MOVE WS-AUD-OLD-RATING TO RA-OLD-RATING.
           MOVE WS-AUD-NEW-RATING TO RA-NEW-RATING.
           MOVE WS-PH-DLV-SCORE TO RA-DLV-SCORE.
           MOVE WS-PH-DOCK-SCORE TO RA-DOCK-SCORE.
           MOVE WS-PH-EDIT-SCORE TO RA-EDIT-SCORE.
           MOVE WS-PH-CAR-SCORE TO RA-CAR-SCORE.
           MOVE WS-PH-COMPOSITE TO RA-COMPOSITE.
           MOVE WS-PH-MEASURED-FLAGS TO RA-MEASURED-FLAGS.
           MOVE WS-OPERATOR-ID TO RA-OPERATOR-ID.
           MOVE PROCESS-DATE TO RA-ACTION-DATE.
           MOVE WS-AUD-REASON TO RA-REASON.
           MOVE WS-AUD-EXPIRY TO RA-EXPIRY-DATE.
           WRITE RATEAUD-REC.
           IF OUT-RATEAUD-KEY NOT = '00'
              GO TO 2000-ABEND-RTN
           END-IF.

       500-WriteMaster.
           PERFORM VARYING WS-WORK-IDX FROM 1 BY 1
              UNTIL WS-WORK-IDX > SUPP-MASTER-MAX
                 MOVE SUPP-MASTER-LIST (WS-WORK-IDX) TO SUPPMSTO-REC
                 WRITE SUPPMSTO-REC
                 IF OUT-SUPPMSTO-KEY NOT = '00'
                    GO TO 2000-ABEND-RTN
                 END-IF
           END-PERFORM.

      *05/04 Overrides past their expiry are dropped and logged; the
      * master keeps the overridden rating until the next RATECALC
      * proposal is approved.
       520-WriteOverrides.
           PERFORM VARYING WS-OVR-INDEX FROM 1 BY 1
              UNTIL WS-OVR-INDEX > RATE-OVERRIDE-MAX
                 IF RO-EXPIRY-DATE (WS-OVR-INDEX) < PROCESS-DATE
                    PERFORM 530-LogLapsed
                 ELSE
                    MOVE RATE-OVERRIDE-LIST (WS-OVR-INDEX)
                       TO RATEOVRO-REC
                    WRITE RATEOVRO-REC
                    IF OUT-RATEOVRO-KEY NOT = '00'
                       GO TO 2000-ABEND-RTN
                    END-IF
                 END-IF
           END-PERFORM.

       530-LogLapsed.
           MOVE RO-SUPPLIER-CODE (WS-OVR-INDEX)
              TO WS-SEARCH-SUPPLIER-CODE.
           PERFORM 210-FindSupplier.
           IF SUPPLIER-ON-FILE
              INITIALIZE WS-PENDING-HOLD
              MOVE 'NNN' TO WS-PH-MEASURED-FLAGS
              MOVE 'X' TO WS-AUD-ACTION
              MOVE RO-RATING (WS-OVR-INDEX) TO WS-AUD-OLD-RATING
              MOVE SM-SUPPLIER-RATING (WS-WORK-IDX)
                 TO WS-AUD-NEW-RATING
              MOVE 'OVERRIDE LAPSED' TO WS-AUD-REASON
              MOVE RO-EXPIRY-DATE (WS-OVR-INDEX) TO WS-AUD-EXPIRY
              PERFORM 450-WriteAudit
           END-IF.
           ADD 1 TO WS-LAPSED-CTR.

       900-WriteSummary.
           DISPLAY ' '.
           DISPLAY '---------------------------------------------'.
           DISPLAY 'PROPOSALS WORKED   : ' WS-RECORDS-WORKED.
           DISPLAY 'APPROVED           : ' WS-RECORDS-APPROVED.
           DISPLAY 'REJECTED           : ' WS-RECORDS-REJECTED.
           DISPLAY 'OVERRIDDEN         : ' WS-RECORDS-OVERRIDDEN.
           DISPLAY 'SKIPPED            : ' WS-RECORDS-SKIPPED.
           DISPLAY 'DROPPED            : ' WS-RECORDS-DROPPED.
           DISPLAY 'OTHER OVERRIDES    : ' WS-OTHER-OVERRIDES.
           DISPLAY 'OVERRIDES LAPSED   : ' WS-LAPSED-CTR.
           DISPLAY '---------------------------------------------'.

       600-CLOSE-FILES.
           IF NOT RATEPEND-NOT-FOUND
              CLOSE RATEPEND
           END-IF.
           IF NOT RATEOVR-NOT-FOUND
              CLOSE RATEOVR
           END-IF.
           CLOSE RATEPNDO, SUPPMST, SUPPMSTO, RATEOVRO, RATEAUD.

      * Matches the fix in FINALEX's 2000-ABEND-RTN - DISPLAY and
      * EXIT alone just fell through to whatever paragraph follows.
       2000-ABEND-RTN.
           DISPLAY 'PROGRAM ENCOUNTERED AN ERROR'.
           MOVE 16 TO RETURN-CODE.
           GOBACK.

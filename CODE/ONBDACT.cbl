       IDENTIFICATION DIVISION.
       PROGRAM-ID. ONBDACT.
       AUTHOR. FABIO COSTA.
      ******************************************************************
      * 05/03 Supplier activation. SUPPMNT puts every new supplier
      * code on the master as a prospect (SM-PROSPECT - see SUPMTAB),
      * which the edit pipeline rejects as unknown, so nothing can be
      * ordered from a supplier nobody has vetted. This console - the
      * BANKRLSE dual-control pattern applied to onboarding - is the
      * only way a prospect goes live: a purchasing manager
      * (supervisor authority on ONBDACT, and never the operator who
      * keyed the prospect in SUPPMNT) calls up the prospect, sees
      * its onboarding checklist from ONBDCHK (W-9 and required
      * documents, denied-party screen, remit address, released bank
      * details - see ONBDREQ), and activates it only once every
      * step is done. A denied-party near-miss is the one step the
      * manager may clear on review; an exact denied-party hit never
      * activates. The maintained master is staged to SUPPMSTO for
      * promotion the way SUPPMNT's is; every activation lands on
      * the SUPMAUD trail ('V', and 'M' for a cleared near-miss).
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUPPMST ASSIGN TO SUPPMST
           FILE STATUS IS IN-SUPPMST-KEY.

           SELECT SUPPMSTO ASSIGN TO SUPPMSTO
           FILE STATUS IS OUT-SUPPMSTO-KEY.

      * Operator authorization table - see OPERTAB.
           SELECT OPERMST ASSIGN TO OPERMST
           FILE STATUS IS IN-OPERMST-KEY.

      * Supplier maintenance audit trail - read first for who keyed
      * each prospect, then extended with the activations.
           SELECT SUPMAUD ASSIGN TO SUPMAUD
           FILE STATUS IS SUPMAUD-KEY.

      * Business process-date control card - see PROCDATE.
           SELECT PROCDATE ASSIGN TO PROCDATE
           FILE STATUS IS PROCDATE-KEY.

       DATA DIVISION.
       FILE SECTION.
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

       FD  OPERMST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS OPERMST-REC.
       01  OPERMST-REC     PIC X(40).

      * Same 27-byte row SUPPMNT writes.
       FD  SUPMAUD
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 27 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SUPMAUD-REC.
       01  SUPMAUD-REC.
           05  SA-SUPPLIER-CODE       PIC X(10).
           05  SA-ACTION              PIC X(01).
           05  SA-OPERATOR-ID         PIC X(08).
           05  SA-ACTION-DATE         PIC 9(08).

       FD  PROCDATE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 8 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PROCDATE-REC.
       01  PROCDATE-REC     PIC X(8).

       WORKING-STORAGE SECTION.
           COPY SUPMTAB.  *> Supplier master control table
           COPY OPERTAB.  *> Operator authorization table
           COPY ONBDREQ.  *> ONBDCHK onboarding-checklist request
           COPY PROCDATE. *> Business process date control card

       01 FILE-STATUS-CODES.
           05 IN-SUPPMST-KEY             PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
           05 OUT-SUPPMSTO-KEY           PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
           05 IN-OPERMST-KEY             PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
           05 SUPMAUD-KEY                PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
                88 SUPMAUD-NOT-FOUND        VALUE '35'.
           05 PROCDATE-KEY               PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
                88 PROCDATE-NOT-FOUND       VALUE '35'.

       01 FILES-EOF.
           05 SUPPMST-EOF-WS                  PIC X(01) VALUE 'N'.
              88 SUPPMST-EOF                             VALUE 'Y'.
           05 OPERMST-EOF-WS                  PIC X(01) VALUE 'N'.
              88 OPERMST-EOF                             VALUE 'Y'.
           05 SUPMAUD-EOF-WS                  PIC X(01) VALUE 'N'.
              88 SUPMAUD-EOF                             VALUE 'Y'.

      *05/03 Sign-on state - activating a supplier is purchasing-
      * manager work.
       01 WS-OPERATOR-ID                   PIC X(08) VALUE SPACES.
       01 WS-OPER-INDEX                    PIC 9(4) VALUE 1.
       01 WS-OPER-FOUND-IDX                PIC 9(4) VALUE ZERO.
       01 WS-OPER-FOUND-FLAG               PIC X VALUE 'N'.
           88 OPERATOR-AUTHORIZED                VALUE 'Y'.
       01 WS-REQUIRED-LEVEL                PIC 9(1) VALUE 3.

      *05/03 Who keyed each supplier in SUPPMNT, and when - the
      * latest 'A' row per code on the SUPMAUD trail.
       01 WS-ADDED-TABLE.
           05 WS-ADD-ENTRY OCCURS 500 TIMES.
              10 WS-ADD-SUPPLIER          PIC X(10).
              10 WS-ADD-OPERATOR          PIC X(08).
              10 WS-ADD-DATE              PIC 9(08).
       01 WS-ADD-MAX                       PIC 9(4) VALUE ZERO.
       01 WS-ADD-IDX                       PIC 9(4) VALUE 1.
       01 WS-ADD-FOUND-IDX                 PIC 9(4) VALUE ZERO.

       01 WS-SUPPMST-INDEX                 PIC 9(4) VALUE 1.
       01 WS-WORK-IDX                      PIC 9(4) VALUE 1.
       01 WS-FOUND-FLAG                    PIC X(01) VALUE 'N'.
           88 SUPPLIER-ON-FILE                     VALUE 'Y'.
       01 WS-CONTINUE-FLAG                 PIC X(01) VALUE 'Y'.
           88 KEEP-WORKING                         VALUE 'Y'.
       01 WS-SEARCH-SUPPLIER-CODE          PIC X(10) VALUE SPACES.
       01 WS-YES-NO-RESPONSE               PIC X(01) VALUE 'N'.
           88 OPERATOR-SAYS-YES                    VALUE 'Y' 'y'.
       01 WS-STEP-TEXT                     PIC X(08) VALUE SPACES.

       01 WS-LOOKED-AT-CTR                 PIC 9(05) VALUE ZERO.
       01 WS-ACTIVATED-CTR                 PIC 9(05) VALUE ZERO.
       01 WS-HELD-CTR                      PIC 9(05) VALUE ZERO.
       01 WS-SELF-ACTIVATE-CTR             PIC 9(05) VALUE ZERO.
       01 WS-NEAR-MISS-CLEARED-CTR         PIC 9(05) VALUE ZERO.

       PROCEDURE DIVISION.

       MAIN.
           PERFORM 000-Housekeeping.
           PERFORM 100-Main2 UNTIL NOT KEEP-WORKING.
           PERFORM 500-WriteMaster.
           PERFORM 900-WriteSummary.
           PERFORM 600-CLOSE-FILES.
           GOBACK.

       000-Housekeeping.
           DISPLAY '---------------------------------------------'.
           DISPLAY 'SUPPLIER ACTIVATION (ONBOARDING)'.
           DISPLAY '---------------------------------------------'.
           PERFORM 300-Open-Files.
           PERFORM 050-SignOnOperator.
           PERFORM 3800-LoadSupplierMaster.
           PERFORM 150-ListProspects.

       050-SignOnOperator.
           DISPLAY 'OPERATOR ID: ' WITH NO ADVANCING.
           ACCEPT WS-OPERATOR-ID.
           MOVE 'N' TO WS-OPER-FOUND-FLAG.
           PERFORM VARYING WS-OPER-INDEX FROM 1 BY 1
              UNTIL WS-OPER-INDEX > OPERATOR-MAX
                 OR OPERATOR-AUTHORIZED
                 IF OA-OPERATOR-ID (WS-OPER-INDEX) = WS-OPERATOR-ID
                    AND OA-FUNCTION (WS-OPER-INDEX) = 'ONBDACT'
                    AND OA-AUTH-LEVEL (WS-OPER-INDEX)
                       >= WS-REQUIRED-LEVEL
                    MOVE 'Y' TO WS-OPER-FOUND-FLAG
                    MOVE WS-OPER-INDEX TO WS-OPER-FOUND-IDX
                 END-IF
           END-PERFORM.
           IF NOT OPERATOR-AUTHORIZED
              DISPLAY 'OPERATOR ' WS-OPERATOR-ID
                 ' NOT AN ONBDACT PURCHASING MANAGER - SESSION ENDED'
              GO TO 2000-ABEND-RTN
           END-IF.
           DISPLAY 'SIGNED ON: '
              OA-OPERATOR-NAME (WS-OPER-FOUND-IDX).

       060-WriteAuditRow.
           MOVE WS-SEARCH-SUPPLIER-CODE TO SA-SUPPLIER-CODE.
           MOVE WS-OPERATOR-ID TO SA-OPERATOR-ID.
           MOVE PROCESS-DATE TO SA-ACTION-DATE.
           WRITE SUPMAUD-REC.
           IF SUPMAUD-KEY NOT = '00'
              GO TO 2000-ABEND-RTN
           END-IF.

       100-Main2.
           DISPLAY ' '.
           DISPLAY 'ENTER SUPPLIER CODE (LIST, END TO QUIT): '
              WITH NO ADVANCING.
           ACCEPT WS-SEARCH-SUPPLIER-CODE.
           EVALUATE TRUE
              WHEN WS-SEARCH-SUPPLIER-CODE = SPACES
              WHEN WS-SEARCH-SUPPLIER-CODE = 'END'
                 MOVE 'N' TO WS-CONTINUE-FLAG
              WHEN WS-SEARCH-SUPPLIER-CODE = 'LIST'
                 PERFORM 150-ListProspects
              WHEN OTHER
                 PERFORM 200-WorkProspect THRU 200-WorkProspect-Exit
           END-EVALUATE.

      *05/03 The prospects waiting, so the manager need not know the
      * codes.
       150-ListProspects.
           DISPLAY 'PROSPECTS ON THE MASTER:'.
           PERFORM VARYING WS-WORK-IDX FROM 1 BY 1
              UNTIL WS-WORK-IDX > SUPP-MASTER-MAX
                 IF SM-PROSPECT (WS-WORK-IDX)
                    DISPLAY '  ' SM-SUPPLIER-CODE (WS-WORK-IDX)
                       '  ' SM-SUPPLIER-NAME (WS-WORK-IDX)
                 END-IF
           END-PERFORM.

       200-WorkProspect.
           PERFORM 210-FindSupplier.
           IF NOT SUPPLIER-ON-FILE
              DISPLAY 'SUPPLIER NOT ON FILE: ' WS-SEARCH-SUPPLIER-CODE
              GO TO 200-WorkProspect-Exit
           END-IF.
           IF NOT SM-PROSPECT (WS-WORK-IDX)
              DISPLAY 'SUPPLIER ' WS-SEARCH-SUPPLIER-CODE
                 ' IS ALREADY ACTIVE.'
              GO TO 200-WorkProspect-Exit
           END-IF.
           ADD 1 TO WS-LOOKED-AT-CTR.
           PERFORM 220-FindAdder.
           PERFORM 230-RunChecklist.
           PERFORM 240-ShowChecklist.

      *05/03 Two people - the operator who keyed the prospect cannot
      * also let it trade.
           IF WS-ADD-FOUND-IDX > ZERO
              AND WS-ADD-OPERATOR (WS-ADD-FOUND-IDX) = WS-OPERATOR-ID
              DISPLAY 'KEYED BY YOU - ANOTHER MANAGER MUST ACTIVATE IT.'
              ADD 1 TO WS-SELF-ACTIVATE-CTR
              GO TO 200-WorkProspect-Exit
           END-IF.

      *05/03 A name near-miss with everything else done is the one
      * hold a person may clear - DENYSCRN's near-misses are
      * "for a person to clear, never an automatic block".
           IF OBQ-SCREEN-NEAR-MISS AND OBQ-DOCS-DONE
              AND OBQ-REMIT-DONE AND OBQ-BANK-DONE
              DISPLAY 'NAME IS A NEAR-MISS TO A DENIED PARTY. '
                 'REVIEWED AND CLEARED? (Y/N): ' WITH NO ADVANCING
              ACCEPT WS-YES-NO-RESPONSE
              IF OPERATOR-SAYS-YES
                 MOVE 'M' TO SA-ACTION
                 PERFORM 060-WriteAuditRow
                 ADD 1 TO WS-NEAR-MISS-CLEARED-CTR
                 MOVE 'Y' TO OBQ-READY-FLAG
              END-IF
           END-IF.

           IF NOT OBQ-READY
              DISPLAY 'HELD - ' OBQ-HOLD-REASON
              ADD 1 TO WS-HELD-CTR
              GO TO 200-WorkProspect-Exit
           END-IF.

           DISPLAY 'ACTIVATE ' WS-SEARCH-SUPPLIER-CODE '? (Y/N): '
              WITH NO ADVANCING.
           ACCEPT WS-YES-NO-RESPONSE.
           IF OPERATOR-SAYS-YES
              MOVE SPACE TO SM-ONBOARD-STATUS (WS-WORK-IDX)
              MOVE 'V' TO SA-ACTION
              PERFORM 060-WriteAuditRow
              ADD 1 TO WS-ACTIVATED-CTR
              DISPLAY 'ACTIVATED - LIVE ONCE THIS MASTER IS PROMOTED.'
           ELSE
              DISPLAY 'NOT ACTIVATED.'
           END-IF.
       200-WorkProspect-Exit.
           EXIT.

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

       220-FindAdder.
           MOVE ZERO TO WS-ADD-FOUND-IDX.
           PERFORM VARYING WS-ADD-IDX FROM 1 BY 1
              UNTIL WS-ADD-IDX > WS-ADD-MAX
                 OR WS-ADD-FOUND-IDX > ZERO
                 IF WS-ADD-SUPPLIER (WS-ADD-IDX)
                       = WS-SEARCH-SUPPLIER-CODE
                    MOVE WS-ADD-IDX TO WS-ADD-FOUND-IDX
                 END-IF
           END-PERFORM.

       230-RunChecklist.
           MOVE SM-SUPPLIER-CODE (WS-WORK-IDX) TO OBQ-SUPPLIER-CODE.
           MOVE SM-SUPPLIER-NAME (WS-WORK-IDX) TO OBQ-SUPPLIER-NAME.
           MOVE SM-PAY-METHOD (WS-WORK-IDX) TO OBQ-PAY-METHOD.
           MOVE SM-BANK-ROUTING (WS-WORK-IDX) TO OBQ-BANK-ROUTING.
           MOVE SM-BANK-ACCOUNT (WS-WORK-IDX) TO OBQ-BANK-ACCOUNT.
           MOVE PROCESS-DATE TO OBQ-AS-OF-DATE.
           CALL 'ONBDCHK' USING ONBOARD-REQUEST.

       240-ShowChecklist.
           DISPLAY '==============================================='.
           DISPLAY 'SUPPLIER      : ' SM-SUPPLIER-CODE (WS-WORK-IDX)
              '  ' SM-SUPPLIER-NAME (WS-WORK-IDX).
           IF WS-ADD-FOUND-IDX > ZERO
              DISPLAY 'KEYED BY      : '
                 WS-ADD-OPERATOR (WS-ADD-FOUND-IDX)
                 ' ON ' WS-ADD-DATE (WS-ADD-FOUND-IDX)
           ELSE
              DISPLAY 'KEYED BY      : (NOT ON SUPMAUD)'
           END-IF.
           IF OBQ-DOCS-DONE
              MOVE 'DONE' TO WS-STEP-TEXT
           ELSE
              MOVE 'OPEN' TO WS-STEP-TEXT
           END-IF.
           DISPLAY 'W-9 AND DOCS  : ' WS-STEP-TEXT.
           EVALUATE TRUE
              WHEN OBQ-SCREEN-DONE
                 MOVE 'CLEAN' TO WS-STEP-TEXT
              WHEN OBQ-SCREEN-DENIED
                 MOVE 'DENIED' TO WS-STEP-TEXT
              WHEN OBQ-SCREEN-NEAR-MISS
                 MOVE 'NEARMISS' TO WS-STEP-TEXT
              WHEN OTHER
                 MOVE 'OPEN' TO WS-STEP-TEXT
           END-EVALUATE.
           DISPLAY 'DENIED SCREEN : ' WS-STEP-TEXT.
           IF OBQ-REMIT-DONE
              MOVE 'DONE' TO WS-STEP-TEXT
           ELSE
              MOVE 'OPEN' TO WS-STEP-TEXT
           END-IF.
           DISPLAY 'REMIT ADDRESS : ' WS-STEP-TEXT.
           IF OBQ-BANK-DONE
              MOVE 'DONE' TO WS-STEP-TEXT
           ELSE
              MOVE 'OPEN' TO WS-STEP-TEXT
           END-IF.
           DISPLAY 'BANK DETAILS  : ' WS-STEP-TEXT.

       300-Open-Files.
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
           OPEN INPUT OPERMST.
           IF IN-OPERMST-KEY NOT = '00' THEN
                DISPLAY 'File Problem openning OPERMST'
                GO TO 2000-ABEND-RTN
           ELSE
                PERFORM 3700-LoadOperators
           END-IF.
      *05/03 Read the trail for the keying operators, then reopen it
      * to add this session's activations.
           OPEN INPUT SUPMAUD.
           IF SUPMAUD-NOT-FOUND
              CONTINUE
           ELSE
              IF SUPMAUD-KEY NOT = '00'
                 DISPLAY 'File Problem openning Input SUPMAUD'
                 GO TO 2000-ABEND-RTN
              END-IF
              PERFORM 3900-ReadAuditRow UNTIL SUPMAUD-EOF
              CLOSE SUPMAUD
           END-IF.
           OPEN EXTEND SUPMAUD.
           IF SUPMAUD-KEY NOT = '00' THEN
                DISPLAY 'File Problem openning SUPMAUD'
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
              DISPLAY 'ONBDACT - OPERATOR TABLE FULL AT 200 '
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

       3800-LoadSupplierMaster.
           INITIALIZE SUPP-MASTER-TABLE.
           MOVE 1 TO WS-SUPPMST-INDEX.
           PERFORM 3850-ReadNextSupplier UNTIL SUPPMST-EOF.
           COMPUTE SUPP-MASTER-MAX = WS-SUPPMST-INDEX - 1.

       3850-ReadNextSupplier.
           IF WS-SUPPMST-INDEX > 500
              DISPLAY 'ONBDACT - SUPPLIER MASTER TABLE FULL AT 500 '
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

      *05/03 A later add of the same code (deleted and re-keyed)
      * replaces the earlier one.
       3900-ReadAuditRow.
           READ SUPMAUD
              AT END
                 MOVE 'Y' TO SUPMAUD-EOF-WS
           END-READ.
           IF NOT SUPMAUD-EOF AND SA-ACTION = 'A'
              MOVE SA-SUPPLIER-CODE TO WS-SEARCH-SUPPLIER-CODE
              PERFORM 220-FindAdder
              IF WS-ADD-FOUND-IDX = ZERO
                 IF WS-ADD-MAX >= 500
                    DISPLAY 'ONBDACT - ADDED-BY TABLE FULL AT 500 '
                       'ROWS - RAISE OCCURS IN ONBDACT'
                    GO TO 2000-ABEND-RTN
                 END-IF
                 ADD 1 TO WS-ADD-MAX
                 MOVE WS-ADD-MAX TO WS-ADD-FOUND-IDX
                 MOVE SA-SUPPLIER-CODE
                    TO WS-ADD-SUPPLIER (WS-ADD-FOUND-IDX)
              END-IF
              MOVE SA-OPERATOR-ID TO WS-ADD-OPERATOR (WS-ADD-FOUND-IDX)
              MOVE SA-ACTION-DATE TO WS-ADD-DATE (WS-ADD-FOUND-IDX)
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

       900-WriteSummary.
           DISPLAY ' '.
           DISPLAY '---------------------------------------------'.
           DISPLAY 'PROSPECTS LOOKED AT : ' WS-LOOKED-AT-CTR.
           DISPLAY 'ACTIVATED           : ' WS-ACTIVATED-CTR.
           DISPLAY 'HELD BY CHECKLIST   : ' WS-HELD-CTR.
           DISPLAY 'HELD - SAME KEYER   : ' WS-SELF-ACTIVATE-CTR.
           DISPLAY 'NEAR-MISSES CLEARED : ' WS-NEAR-MISS-CLEARED-CTR.
           DISPLAY '---------------------------------------------'.

       600-CLOSE-FILES.
           CLOSE SUPPMST, SUPPMSTO, SUPMAUD.

      * Matches the fix in FINALEX's 2000-ABEND-RTN - DISPLAY and
      * EXIT alone just fell through to whatever paragraph follows.
       2000-ABEND-RTN.
           DISPLAY 'PROGRAM ENCOUNTERED AN ERROR'.
           MOVE 16 TO RETURN-CODE.
           GOBACK.

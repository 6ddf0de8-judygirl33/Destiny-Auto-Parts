       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALLOCMNT.
       AUTHOR. IVANNA COLAN.
      ******************************************************************
      * 05/08 Dual-source allocation target maintenance. Purchasing
      * agrees split targets for the parts it deliberately dual-
      * sources, but the agreement lived in a spreadsheet nobody
      * ordering from looked at. Console-driven like ASLMNT: signs
      * the operator on against OPERMST - purchasing holds the
      * ALLOCMNT function - loads the ALLOCMST target list (see
      * ALLOCTAB), and prompts for a part, listing every supplier's
      * target on file for it with the part's total, then for a
      * supplier, which must be on SUPPMST. Two actions:
      *   T  sets the supplier's target percent for the part - a new
      *      row (the part must be on PARTMAST) or a change to one
      *      already on file;
      *   R  removes the supplier's target. Removing the last row
      *      takes the part off allocation altogether.
      * A part's targets should total 100; each change shows the
      * new total so the operator can finish the split in the same
      * session, and ALLOCRPT flags any part left short or over.
      * Every change writes a row to the ALLOCAUD audit trail with
      * the old and new percent and the operator. The list is kept
      * in part-then-supplier order as rows are added and staged to
      * ALLOCMSO for promotion, the SUPPMNT pattern.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Allocation target list - see ALLOCTAB.
           SELECT ALLOCMST ASSIGN TO ALLOCMST
           FILE STATUS IS IN-ALLOCMST-KEY.

           SELECT ALLOCMSO ASSIGN TO ALLOCMSO
           FILE STATUS IS OUT-ALLOCMSO-KEY.

      * Supplier master - see SUPMTAB.
           SELECT SUPPMST ASSIGN TO SUPPMST
           FILE STATUS IS IN-SUPPMST-KEY.

      * Parts master, to confirm a new target's part exists
           SELECT PARTMAST ASSIGN TO PARTMAST
           FILE STATUS IS IN-PARTMAST-KEY.

      * Operator authorization table - see OPERTAB.
           SELECT OPERMST ASSIGN TO OPERMST
           FILE STATUS IS IN-OPERMST-KEY.

      * Change audit trail - one row per target change, with the
      * signed-on operator. Accumulates across sessions, so opened
      * EXTEND.
           SELECT ALLOCAUD ASSIGN TO ALLOCAUD
           FILE STATUS IS OUT-ALLOCAUD-KEY.

      * Business process-date control card - see PROCDATE.
           SELECT PROCDATE ASSIGN TO PROCDATE
           FILE STATUS IS PROCDATE-KEY.

       DATA DIVISION.
       FILE SECTION.
       FD  ALLOCMST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 55 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS ALLOCMST-REC.
       01  ALLOCMST-REC     PIC X(55).

       FD  ALLOCMSO
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 55 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS ALLOCMSO-REC.
       01  ALLOCMSO-REC     PIC X(55).

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

      * Audit row - part, supplier, percent before and after, who,
      * when. A removed target has a zero new percent.
       FD  ALLOCAUD
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 55 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS ALLOCAUD-REC.
       01  ALLOCAUD-REC.
           05  LA-PART-NUMBER         PIC X(23).
           05  LA-SUPPLIER-CODE       PIC X(10).
           05  LA-OLD-PCT             PIC 9(03).
           05  LA-NEW-PCT             PIC 9(03).
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
           COPY ALLOCTAB. *> Dual-source allocation targets
           COPY SUPMTAB. *> Supplier master table
      * Business process date control card - see PROCDATE.
           COPY PROCDATE.

       01 FILE-STATUS-CODES.
           05 IN-ALLOCMST-KEY            PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
      * A first-ever run has no target list yet - start empty.
                88 ALLOCMST-NOT-FOUND       VALUE '35'.
           05 OUT-ALLOCMSO-KEY           PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
           05 IN-SUPPMST-KEY             PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
           05 IN-PARTMAST-KEY            PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
           05 IN-OPERMST-KEY             PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
           05 OUT-ALLOCAUD-KEY           PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
           05 PROCDATE-KEY               PIC X(2).
                88 CODE-WRITE               VALUE SPACES.

       01 FILES-EOF.
           05 ALLOCMST-EOF-WS                 PIC X(01) VALUE 'N'.
              88 ALLOCMST-EOF                            VALUE 'Y'.
           05 SUPPMST-EOF-WS                  PIC X(01) VALUE 'N'.
              88 SUPPMST-EOF                             VALUE 'Y'.
           05 PARTMAST-EOF-WS                 PIC X(01) VALUE 'N'.
              88 PARTMAST-EOF                            VALUE 'Y'.
           05 OPERMST-EOF-WS                  PIC X(01) VALUE 'N'.
              88 OPERMST-EOF                             VALUE 'Y'.

       01 WS-ALLOC-INDEX                   PIC 9(5) VALUE 1.
       01 WS-WORK-IDX                      PIC 9(5) VALUE 1.
       01 WS-SHIFT-IDX                     PIC 9(5) VALUE ZERO.
       01 WS-ALLOC-FOUND-IDX               PIC 9(5) VALUE ZERO.
       01 WS-TARGETS-LISTED-CTR            PIC 9(3) VALUE ZERO.
       01 WS-PART-TOTAL-PCT                PIC 9(5) VALUE ZERO.
       01 WS-SUPPMST-INDEX                 PIC 9(4) VALUE 1.
       01 WS-SUPPMST-FOUND-IDX             PIC 9(4) VALUE ZERO.

      *05/08 Binary-search bounds over the ordered list. After an
      * unsuccessful search WS-BSRCH-LO is the slot a new target
      * belongs in, which is where 260-InsertTarget puts it - the
      * ASLMNT pattern.
       01 WS-BSRCH-LO                      PIC 9(5) VALUE ZERO.
       01 WS-BSRCH-HI                      PIC 9(5) VALUE ZERO.
       01 WS-BSRCH-MID                     PIC 9(5) VALUE ZERO.
       01 WS-SEARCH-KEY.
           05 WS-SEARCH-PART-NUMBER        PIC X(23) VALUE SPACES.
           05 WS-SEARCH-SUPPLIER-CODE      PIC X(10) VALUE SPACES.

       01 WS-CONTINUE-FLAG                 PIC X(01) VALUE 'Y'.
           88 KEEP-MAINTAINING                     VALUE 'Y'.
       01 WS-MASTER-FOUND-FLAG             PIC X(01) VALUE 'N'.
           88 MASTER-FOUND                         VALUE 'Y'.
       01 WS-ACTION-RESPONSE               PIC X(01) VALUE SPACES.
       01 WS-YES-NO-RESPONSE               PIC X(01) VALUE 'N'.
           88 OPERATOR-SAYS-YES                    VALUE 'Y' 'y'.
       01 WS-PCT-ENTRY                     PIC X(03) VALUE SPACES.
       01 WS-PCT-ENTRY-NUM REDEFINES WS-PCT-ENTRY
                                           PIC 9(03).
       01 WS-OLD-PCT                       PIC 9(03) VALUE ZERO.
       01 WS-NEW-PCT                       PIC 9(03) VALUE ZERO.

      *05/08 Sign-on state - changing the list needs update
      * authority.
       01 WS-OPERATOR-ID                   PIC X(08) VALUE SPACES.
       01 WS-OPER-INDEX                    PIC 9(4) VALUE 1.
       01 WS-OPER-FOUND-IDX                PIC 9(4) VALUE ZERO.
       01 WS-OPER-FOUND-FLAG               PIC X VALUE 'N'.
           88 OPERATOR-AUTHORIZED                VALUE 'Y'.
       01 WS-REQUIRED-LEVEL                PIC 9(1) VALUE 2.

       01 WS-ADDED-CTR                     PIC 9(05) VALUE ZERO.
       01 WS-CHANGED-CTR                   PIC 9(05) VALUE ZERO.
       01 WS-REMOVED-CTR                   PIC 9(05) VALUE ZERO.
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
           DISPLAY 'DUAL-SOURCE ALLOCATION TARGET MAINTENANCE'.
           DISPLAY '---------------------------------------------'.
           PERFORM 370-LoadProcessDate.
           PERFORM 300-Open-Files.
           PERFORM 050-SignOnOperator.
           DISPLAY 'TARGETS ON FILE: ' ALLOC-TARGET-MAX.

       050-SignOnOperator.
           DISPLAY 'OPERATOR ID: ' WITH NO ADVANCING.
           ACCEPT WS-OPERATOR-ID.
           MOVE 'N' TO WS-OPER-FOUND-FLAG.
           PERFORM VARYING WS-OPER-INDEX FROM 1 BY 1
              UNTIL WS-OPER-INDEX > OPERATOR-MAX
                 OR OPERATOR-AUTHORIZED
                 IF OA-OPERATOR-ID (WS-OPER-INDEX) = WS-OPERATOR-ID
                    AND OA-FUNCTION (WS-OPER-INDEX) = 'ALLOCMNT'
                    AND OA-AUTH-LEVEL (WS-OPER-INDEX)
                       >= WS-REQUIRED-LEVEL
                    MOVE 'Y' TO WS-OPER-FOUND-FLAG
                    MOVE WS-OPER-INDEX TO WS-OPER-FOUND-IDX
                 END-IF
           END-PERFORM.
           IF NOT OPERATOR-AUTHORIZED
              DISPLAY 'OPERATOR ' WS-OPERATOR-ID
                 ' NOT AUTHORIZED FOR ALLOCMNT - SESSION ENDED'
              GO TO 2000-ABEND-RTN
           END-IF.
           DISPLAY 'SIGNED ON: '
              OA-OPERATOR-NAME (WS-OPER-FOUND-IDX).

       100-Main2.
           DISPLAY 'ENTER PART NUMBER (END TO QUIT): '
              WITH NO ADVANCING.
           ACCEPT WS-SEARCH-PART-NUMBER.
           IF WS-SEARCH-PART-NUMBER = SPACES
              OR WS-SEARCH-PART-NUMBER = 'END'
                 MOVE 'N' TO WS-CONTINUE-FLAG
           ELSE
              PERFORM 200-ShowPart
              DISPLAY 'SUPPLIER CODE (ENTER TO SKIP): '
                 WITH NO ADVANCING
              ACCEPT WS-SEARCH-SUPPLIER-CODE
              IF WS-SEARCH-SUPPLIER-CODE NOT = SPACES
                 PERFORM 210-CaptureAction
                    THRU 210-CaptureAction-Exit
              END-IF
           END-IF.

      *05/08 Every supplier's target for the part, and their total.
       200-ShowPart.
           MOVE ZERO TO WS-TARGETS-LISTED-CTR.
           MOVE ZERO TO WS-PART-TOTAL-PCT.
           PERFORM VARYING WS-WORK-IDX FROM 1 BY 1
              UNTIL WS-WORK-IDX > ALLOC-TARGET-MAX
                 IF AL-PART-NUMBER (WS-WORK-IDX)
                       = WS-SEARCH-PART-NUMBER
                    DISPLAY '  ' AL-SUPPLIER-CODE (WS-WORK-IDX) ' '
                       AL-TARGET-PCT (WS-WORK-IDX) '% SET '
                       AL-SET-DATE (WS-WORK-IDX) ' BY '
                       AL-SET-BY (WS-WORK-IDX)
                    ADD 1 TO WS-TARGETS-LISTED-CTR
                    ADD AL-TARGET-PCT (WS-WORK-IDX)
                       TO WS-PART-TOTAL-PCT
                 END-IF
           END-PERFORM.
           IF WS-TARGETS-LISTED-CTR = ZERO
              DISPLAY '  (NO TARGETS ON FILE - PART NOT ALLOCATED)'
           ELSE
              DISPLAY '  TARGETS TOTAL ' WS-PART-TOTAL-PCT '%'
              IF WS-PART-TOTAL-PCT NOT = 100
                 DISPLAY '  ** TARGETS DO NOT TOTAL 100% **'
              END-IF
           END-IF.

       210-CaptureAction.
           PERFORM 240-FindSupplier.
           IF WS-SUPPMST-FOUND-IDX = ZERO
              DISPLAY 'SUPPLIER NOT ON SUPPMST: '
                 WS-SEARCH-SUPPLIER-CODE
              GO TO 210-CaptureAction-Exit
           END-IF.
           DISPLAY '  SUPPLIER  : '
              SM-SUPPLIER-NAME (WS-SUPPMST-FOUND-IDX).
           PERFORM 245-FindTarget.
           IF WS-ALLOC-FOUND-IDX = ZERO
              DISPLAY '  TARGET    : (NONE ON FILE)'
           ELSE
              DISPLAY '  TARGET    : '
                 AL-TARGET-PCT (WS-ALLOC-FOUND-IDX) '%'
           END-IF.
           DISPLAY 'ACTION - T=SET TARGET R=REMOVE TARGET '
              '(ENTER TO SKIP): '
              WITH NO ADVANCING.
           ACCEPT WS-ACTION-RESPONSE.
           EVALUATE WS-ACTION-RESPONSE
              WHEN 'T' WHEN 't'
                 PERFORM 220-SetTarget
                    THRU 220-SetTarget-Exit
              WHEN 'R' WHEN 'r'
                 PERFORM 230-RemoveTarget
                    THRU 230-RemoveTarget-Exit
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
       210-CaptureAction-Exit.
           EXIT.

      *05/08 A whole percent from 1 to 100. A new row needs the part
      * on the parts master; a change keeps the row and restamps it.
       220-SetTarget.
           IF WS-ALLOC-FOUND-IDX = ZERO
              PERFORM 250-FindPart
              IF NOT MASTER-FOUND
                 DISPLAY 'PART NOT ON PARTMAST: '
                    WS-SEARCH-PART-NUMBER ' - NOT SET.'
                 GO TO 220-SetTarget-Exit
              END-IF
           END-IF.
           DISPLAY 'TARGET PERCENT (1-100): ' WITH NO ADVANCING.
           ACCEPT WS-PCT-ENTRY.
           INSPECT WS-PCT-ENTRY REPLACING LEADING SPACES BY ZEROS.
           IF WS-PCT-ENTRY NOT NUMERIC
              OR WS-PCT-ENTRY-NUM = ZERO
              OR WS-PCT-ENTRY-NUM > 100
              DISPLAY 'TARGET MUST BE A WHOLE PERCENT FROM 1 TO 100 '
                 '- NOT SET.'
              GO TO 220-SetTarget-Exit
           END-IF.
           MOVE WS-PCT-ENTRY-NUM TO WS-NEW-PCT.
           IF WS-ALLOC-FOUND-IDX = ZERO
              PERFORM 260-InsertTarget
              MOVE ZERO TO WS-OLD-PCT
              ADD 1 TO WS-ADDED-CTR
           ELSE
              MOVE AL-TARGET-PCT (WS-ALLOC-FOUND-IDX) TO WS-OLD-PCT
              ADD 1 TO WS-CHANGED-CTR
           END-IF.
           MOVE WS-NEW-PCT TO AL-TARGET-PCT (WS-ALLOC-FOUND-IDX).
           MOVE PROCESS-DATE TO AL-SET-DATE (WS-ALLOC-FOUND-IDX).
           MOVE WS-OPERATOR-ID TO AL-SET-BY (WS-ALLOC-FOUND-IDX).
           PERFORM 270-WriteAuditRow.
           DISPLAY 'TARGET SET.'.
           PERFORM 200-ShowPart.
       220-SetTarget-Exit.
           EXIT.

      *05/08 The row goes - the rows after it close up so the list
      * stays in key order with no gaps.
       230-RemoveTarget.
           IF WS-ALLOC-FOUND-IDX = ZERO
              DISPLAY 'NO TARGET ON FILE - NOTHING TO REMOVE.'
              GO TO 230-RemoveTarget-Exit
           END-IF.
           DISPLAY 'REMOVE THIS TARGET? (Y/N): ' WITH NO ADVANCING.
           ACCEPT WS-YES-NO-RESPONSE.
           IF NOT OPERATOR-SAYS-YES
              GO TO 230-RemoveTarget-Exit
           END-IF.
           MOVE AL-TARGET-PCT (WS-ALLOC-FOUND-IDX) TO WS-OLD-PCT.
           MOVE ZERO TO WS-NEW-PCT.
           PERFORM 270-WriteAuditRow.
           PERFORM VARYING WS-SHIFT-IDX FROM WS-ALLOC-FOUND-IDX BY 1
              UNTIL WS-SHIFT-IDX >= ALLOC-TARGET-MAX
                 MOVE ALLOC-TARGET-LIST (WS-SHIFT-IDX + 1)
                    TO ALLOC-TARGET-LIST (WS-SHIFT-IDX)
           END-PERFORM.
           INITIALIZE ALLOC-TARGET-LIST (ALLOC-TARGET-MAX).
           SUBTRACT 1 FROM ALLOC-TARGET-MAX.
           ADD 1 TO WS-REMOVED-CTR.
           DISPLAY 'TARGET REMOVED.'.
           PERFORM 200-ShowPart.
       230-RemoveTarget-Exit.
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

      *05/08 Binary search of the ordered list on part + supplier.
       245-FindTarget.
           MOVE ZERO TO WS-ALLOC-FOUND-IDX.
           MOVE 1 TO WS-BSRCH-LO.
           MOVE ALLOC-TARGET-MAX TO WS-BSRCH-HI.
           PERFORM 246-SearchStep
              UNTIL WS-BSRCH-LO > WS-BSRCH-HI
                 OR WS-ALLOC-FOUND-IDX > ZERO.

       246-SearchStep.
           COMPUTE WS-BSRCH-MID = (WS-BSRCH-LO + WS-BSRCH-HI) / 2.
           EVALUATE TRUE
              WHEN AL-ALLOC-KEY (WS-BSRCH-MID) = WS-SEARCH-KEY
                 MOVE WS-BSRCH-MID TO WS-ALLOC-FOUND-IDX
              WHEN AL-ALLOC-KEY (WS-BSRCH-MID) < WS-SEARCH-KEY
                 COMPUTE WS-BSRCH-LO = WS-BSRCH-MID + 1
              WHEN OTHER
                 COMPUTE WS-BSRCH-HI = WS-BSRCH-MID - 1
           END-EVALUATE.

      *05/08 Rescans the parts master from the top - the ASLMNT
      * tradeoff; only a brand-new target needs the lookup.
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

      *05/08 Opens a slot at WS-BSRCH-LO, the insertion point the
      * unsuccessful search left, so the list stays in key order.
       260-InsertTarget.
           IF ALLOC-TARGET-MAX >= 5000
              DISPLAY 'ALLOCMNT - ALLOCATION TABLE FULL AT 5000 '
                 'ROWS - RAISE OCCURS IN ALLOCTAB'
              GO TO 2000-ABEND-RTN
           END-IF.
           PERFORM VARYING WS-SHIFT-IDX FROM ALLOC-TARGET-MAX
              BY -1 UNTIL WS-SHIFT-IDX < WS-BSRCH-LO
                 MOVE ALLOC-TARGET-LIST (WS-SHIFT-IDX)
                    TO ALLOC-TARGET-LIST (WS-SHIFT-IDX + 1)
           END-PERFORM.
           ADD 1 TO ALLOC-TARGET-MAX.
           MOVE SPACES TO ALLOC-TARGET-LIST (WS-BSRCH-LO).
           MOVE ZERO TO AL-TARGET-PCT (WS-BSRCH-LO).
           MOVE ZERO TO AL-SET-DATE (WS-BSRCH-LO).
           MOVE WS-SEARCH-KEY TO AL-ALLOC-KEY (WS-BSRCH-LO).
           MOVE WS-BSRCH-LO TO WS-ALLOC-FOUND-IDX.

       270-WriteAuditRow.
           MOVE WS-SEARCH-PART-NUMBER TO LA-PART-NUMBER.
           MOVE WS-SEARCH-SUPPLIER-CODE TO LA-SUPPLIER-CODE.
           MOVE WS-OLD-PCT TO LA-OLD-PCT.
           MOVE WS-NEW-PCT TO LA-NEW-PCT.
           MOVE WS-OPERATOR-ID TO LA-OPERATOR-ID.
           MOVE PROCESS-DATE TO LA-ACTION-DATE.
           WRITE ALLOCAUD-REC.
           IF OUT-ALLOCAUD-KEY NOT = '00'
              GO TO 2000-ABEND-RTN
           END-IF.

       300-Open-Files.
           OPEN INPUT ALLOCMST.
           IF ALLOCMST-NOT-FOUND
              MOVE 'Y' TO ALLOCMST-EOF-WS
           ELSE
              IF IN-ALLOCMST-KEY NOT = '00'
                 DISPLAY
                        '---------------------------------------------'
                 DISPLAY 'File Problem openning Input ALLOCMST'
                 GO TO 2000-ABEND-RTN
              ELSE
                 PERFORM 3600-LoadTargets
              END-IF
           END-IF.
           OPEN OUTPUT ALLOCMSO.
           IF OUT-ALLOCMSO-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning ALLOCMSO'
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
           OPEN EXTEND ALLOCAUD.
           IF OUT-ALLOCAUD-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning ALLOCAUD'
                GO TO 2000-ABEND-RTN
           END-IF.

       3600-LoadTargets.
           INITIALIZE ALLOC-TARGET-TABLE.
           MOVE 1 TO WS-ALLOC-INDEX.
           PERFORM 3610-ReadNextTarget UNTIL ALLOCMST-EOF.
           COMPUTE ALLOC-TARGET-MAX = WS-ALLOC-INDEX - 1.
           CLOSE ALLOCMST.

       3610-ReadNextTarget.
           IF WS-ALLOC-INDEX > 5000
              DISPLAY 'ALLOCMNT - ALLOCATION TABLE FULL AT 5000 '
                 'ROWS - RAISE OCCURS IN ALLOCTAB'
              GO TO 2000-ABEND-RTN
           END-IF.
           READ ALLOCMST INTO ALLOC-TARGET-LIST(WS-ALLOC-INDEX)
              AT END
                 MOVE 'Y' TO ALLOCMST-EOF-WS
           END-READ.
           IF NOT ALLOCMST-EOF
              ADD 1 TO WS-ALLOC-INDEX
           END-IF.

       3650-ReadNextSupplier.
           IF WS-SUPPMST-INDEX > 500
              DISPLAY 'ALLOCMNT - SUPPLIER MASTER TABLE FULL AT 500 '
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
              DISPLAY 'ALLOCMNT - OPERATOR TABLE FULL AT 200 '
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
              UNTIL WS-WORK-IDX > ALLOC-TARGET-MAX
                 MOVE ALLOC-TARGET-LIST (WS-WORK-IDX)
                    TO ALLOCMSO-REC
                 WRITE ALLOCMSO-REC
                 IF OUT-ALLOCMSO-KEY NOT = '00'
                    GO TO 2000-ABEND-RTN
                 END-IF
                 ADD 1 TO WS-ROWS-WRITTEN-CTR
           END-PERFORM.

       900-WriteSummary.
           DISPLAY ' '.
           DISPLAY '---------------------------------------------'.
           DISPLAY 'TARGETS ADDED         : ' WS-ADDED-CTR.
           DISPLAY 'TARGETS CHANGED       : ' WS-CHANGED-CTR.
           DISPLAY 'TARGETS REMOVED       : ' WS-REMOVED-CTR.
           DISPLAY 'ROWS STAGED           : ' WS-ROWS-WRITTEN-CTR.
           DISPLAY '---------------------------------------------'.

       600-CLOSE-FILES.
           CLOSE ALLOCMSO, ALLOCAUD.

      * Matches the fix in FINALEX's 2000-ABEND-RTN - DISPLAY and
      * EXIT alone just fell through to whatever paragraph follows.
       2000-ABEND-RTN.
           DISPLAY 'PROGRAM ENCOUNTERED AN ERROR'.
           MOVE 16 TO RETURN-CODE.
           GOBACK.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. VMIMNT.
       AUTHOR. IVANNA COLAN.
      ******************************************************************
      * 05/24 Vendor-managed inventory agreement maintenance. The
      * suppliers that manage our stock of their parts agreed a
      * minimum and maximum per part per plant, but the figures lived
      * in the contracts and nothing we sent or received was checked
      * against them. Console-driven like ALLOCMNT: signs the
      * operator on against OPERMST - purchasing holds the VMIMNT
      * function - loads the VMIAGREE agreement list (see VMITAB),
      * and prompts for a supplier, which must be on SUPPMST, listing
      * every part and plant on file for it, then for a part and a
      * plant - ENTER for plant '001' - which must be on PLANTS. Two
      * actions:
      *   S  sets the agreed minimum and maximum - a new row (the
      *      part must be on PARTMAST) or a change to one already on
      *      file;
      *   R  removes the row. Removing a supplier's last row takes
      *      the supplier off VMI altogether.
      * Every change writes a row to the VMIAUD audit trail with the
      * old and new minimum and maximum and the operator. The list is
      * kept in supplier, part, then plant order as rows are added
      * and staged to VMIAGREO for promotion, the SUPPMNT pattern.
      * VMIEXTR sends each supplier its activity nightly and VMIRECV
      * checks the supplier's replenishment orders against the
      * maximum.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * VMI agreement list - see VMITAB.
           SELECT VMIAGREE ASSIGN TO VMIAGREE
           FILE STATUS IS IN-VMIAGREE-KEY.

           SELECT VMIAGREO ASSIGN TO VMIAGREO
           FILE STATUS IS OUT-VMIAGREO-KEY.

      * Supplier master - see SUPMTAB.
           SELECT SUPPMST ASSIGN TO SUPPMST
           FILE STATUS IS IN-SUPPMST-KEY.

      * Parts master, to confirm a new agreement's part exists
           SELECT PARTMAST ASSIGN TO PARTMAST
           FILE STATUS IS IN-PARTMAST-KEY.

      * Plant/receiving-location master - see PLNTTAB.
           SELECT PLANTS ASSIGN TO PLANTS
           FILE STATUS IS IN-PLANTS-KEY.

      * Operator authorization table - see OPERTAB.
           SELECT OPERMST ASSIGN TO OPERMST
           FILE STATUS IS IN-OPERMST-KEY.

      * Change audit trail - one row per agreement change, with the
      * signed-on operator. Accumulates across sessions, so opened
      * EXTEND.
           SELECT VMIAUD ASSIGN TO VMIAUD
           FILE STATUS IS OUT-VMIAUD-KEY.

      * Business process-date control card - see PROCDATE.
           SELECT PROCDATE ASSIGN TO PROCDATE
           FILE STATUS IS PROCDATE-KEY.

       DATA DIVISION.
       FILE SECTION.
       FD  VMIAGREE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 70 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS VMIAGREE-REC.
       01  VMIAGREE-REC     PIC X(70).

       FD  VMIAGREO
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 70 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS VMIAGREO-REC.
       01  VMIAGREO-REC     PIC X(70).

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

       FD  PLANTS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 83 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PLANTS-REC.
       01  PLANTS-REC     PIC X(83).

       FD  OPERMST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS OPERMST-REC.
       01  OPERMST-REC     PIC X(40).

      * Audit row - supplier, part, plant, minimum and maximum before
      * and after, who, when. A removed row has zero new figures.
       FD  VMIAUD
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS VMIAUD-REC.
       01  VMIAUD-REC.
           05  VU-SUPPLIER-CODE       PIC X(10).
           05  VU-PART-NUMBER         PIC X(23).
           05  VU-PLANT-CODE          PIC X(03).
           05  VU-OLD-MIN-QTY         PIC 9(07).
           05  VU-OLD-MAX-QTY         PIC 9(07).
           05  VU-NEW-MIN-QTY         PIC 9(07).
           05  VU-NEW-MAX-QTY         PIC 9(07).
           05  VU-OPERATOR-ID         PIC X(08).
           05  VU-ACTION-DATE         PIC 9(08).

       FD  PROCDATE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 8 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PROCDATE-REC.
       01  PROCDATE-REC     PIC X(8).

       WORKING-STORAGE SECTION.
           COPY OPERTAB. *> Operator authorization table
           COPY VMITAB. *> VMI agreements
           COPY SUPMTAB. *> Supplier master table
           COPY PLNTTAB. *> Plant/receiving-location master
      * Business process date control card - see PROCDATE.
           COPY PROCDATE.

       01 FILE-STATUS-CODES.
           05 IN-VMIAGREE-KEY            PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
      * A first-ever run has no agreement list yet - start empty.
                88 VMIAGREE-NOT-FOUND       VALUE '35'.
           05 OUT-VMIAGREO-KEY           PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
           05 IN-SUPPMST-KEY             PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
           05 IN-PARTMAST-KEY            PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
           05 IN-PLANTS-KEY              PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
           05 IN-OPERMST-KEY             PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
           05 OUT-VMIAUD-KEY             PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
           05 PROCDATE-KEY               PIC X(2).
                88 CODE-WRITE               VALUE SPACES.

       01 FILES-EOF.
           05 VMIAGREE-EOF-WS                 PIC X(01) VALUE 'N'.
              88 VMIAGREE-EOF                            VALUE 'Y'.
           05 SUPPMST-EOF-WS                  PIC X(01) VALUE 'N'.
              88 SUPPMST-EOF                             VALUE 'Y'.
           05 PARTMAST-EOF-WS                 PIC X(01) VALUE 'N'.
              88 PARTMAST-EOF                            VALUE 'Y'.
           05 PLANTS-EOF-WS                   PIC X(01) VALUE 'N'.
              88 PLANTS-EOF                              VALUE 'Y'.
           05 OPERMST-EOF-WS                  PIC X(01) VALUE 'N'.
              88 OPERMST-EOF                             VALUE 'Y'.

       01 WS-AGREE-INDEX                   PIC 9(5) VALUE 1.
       01 WS-WORK-IDX                      PIC 9(5) VALUE 1.
       01 WS-SHIFT-IDX                     PIC 9(5) VALUE ZERO.
       01 WS-AGREE-FOUND-IDX               PIC 9(5) VALUE ZERO.
       01 WS-ROWS-LISTED-CTR               PIC 9(4) VALUE ZERO.
       01 WS-SUPPMST-INDEX                 PIC 9(4) VALUE 1.
       01 WS-SUPPMST-FOUND-IDX             PIC 9(4) VALUE ZERO.
       01 WS-PLANT-INDEX                   PIC 9(4) VALUE 1.
       01 WS-PLANT-FOUND-IDX               PIC 9(4) VALUE ZERO.

      *05/24 Binary-search bounds over the ordered list. After an
      * unsuccessful search WS-BSRCH-LO is the slot a new agreement
      * belongs in, which is where 260-InsertAgreement puts it - the
      * ALLOCMNT pattern.
       01 WS-BSRCH-LO                      PIC 9(5) VALUE ZERO.
       01 WS-BSRCH-HI                      PIC 9(5) VALUE ZERO.
       01 WS-BSRCH-MID                     PIC 9(5) VALUE ZERO.
       01 WS-SEARCH-KEY.
           05 WS-SEARCH-SUPPLIER-CODE      PIC X(10) VALUE SPACES.
           05 WS-SEARCH-PART-NUMBER        PIC X(23) VALUE SPACES.
           05 WS-SEARCH-PLANT-CODE         PIC X(03) VALUE SPACES.

       01 WS-CONTINUE-FLAG                 PIC X(01) VALUE 'Y'.
           88 KEEP-MAINTAINING                     VALUE 'Y'.
       01 WS-MASTER-FOUND-FLAG             PIC X(01) VALUE 'N'.
           88 MASTER-FOUND                         VALUE 'Y'.
       01 WS-ACTION-RESPONSE               PIC X(01) VALUE SPACES.
       01 WS-YES-NO-RESPONSE               PIC X(01) VALUE 'N'.
           88 OPERATOR-SAYS-YES                    VALUE 'Y' 'y'.
       01 WS-QTY-ENTRY                     PIC X(07) VALUE SPACES.
       01 WS-QTY-ENTRY-NUM REDEFINES WS-QTY-ENTRY
                                           PIC 9(07).
       01 WS-OLD-MIN-QTY                   PIC 9(07) VALUE ZERO.
       01 WS-OLD-MAX-QTY                   PIC 9(07) VALUE ZERO.
       01 WS-NEW-MIN-QTY                   PIC 9(07) VALUE ZERO.
       01 WS-NEW-MAX-QTY                   PIC 9(07) VALUE ZERO.

      *05/24 Sign-on state - changing the list needs update
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
           DISPLAY 'VENDOR-MANAGED INVENTORY AGREEMENT MAINTENANCE'.
           DISPLAY '---------------------------------------------'.
           PERFORM 370-LoadProcessDate.
           PERFORM 300-Open-Files.
           PERFORM 050-SignOnOperator.
           DISPLAY 'AGREEMENTS ON FILE: ' VMI-AGREE-MAX.

       050-SignOnOperator.
           DISPLAY 'OPERATOR ID: ' WITH NO ADVANCING.
           ACCEPT WS-OPERATOR-ID.
           MOVE 'N' TO WS-OPER-FOUND-FLAG.
           PERFORM VARYING WS-OPER-INDEX FROM 1 BY 1
              UNTIL WS-OPER-INDEX > OPERATOR-MAX
                 OR OPERATOR-AUTHORIZED
                 IF OA-OPERATOR-ID (WS-OPER-INDEX) = WS-OPERATOR-ID
                    AND OA-FUNCTION (WS-OPER-INDEX) = 'VMIMNT'
                    AND OA-AUTH-LEVEL (WS-OPER-INDEX)
                       >= WS-REQUIRED-LEVEL
                    MOVE 'Y' TO WS-OPER-FOUND-FLAG
                    MOVE WS-OPER-INDEX TO WS-OPER-FOUND-IDX
                 END-IF
           END-PERFORM.
           IF NOT OPERATOR-AUTHORIZED
              DISPLAY 'OPERATOR ' WS-OPERATOR-ID
                 ' NOT AUTHORIZED FOR VMIMNT - SESSION ENDED'
              GO TO 2000-ABEND-RTN
           END-IF.
           DISPLAY 'SIGNED ON: '
              OA-OPERATOR-NAME (WS-OPER-FOUND-IDX).

       100-Main2.
           DISPLAY 'ENTER SUPPLIER CODE (END TO QUIT): '
              WITH NO ADVANCING.
           MOVE SPACES TO WS-SEARCH-KEY.
           ACCEPT WS-SEARCH-SUPPLIER-CODE.
           IF WS-SEARCH-SUPPLIER-CODE = SPACES
              OR WS-SEARCH-SUPPLIER-CODE = 'END'
                 MOVE 'N' TO WS-CONTINUE-FLAG
           ELSE
              PERFORM 240-FindSupplier
              IF WS-SUPPMST-FOUND-IDX = ZERO
                 DISPLAY 'SUPPLIER NOT ON SUPPMST: '
                    WS-SEARCH-SUPPLIER-CODE
              ELSE
                 DISPLAY '  SUPPLIER  : '
                    SM-SUPPLIER-NAME (WS-SUPPMST-FOUND-IDX)
                 PERFORM 200-ShowSupplier
                 DISPLAY 'PART NUMBER (ENTER TO SKIP): '
                    WITH NO ADVANCING
                 ACCEPT WS-SEARCH-PART-NUMBER
                 IF WS-SEARCH-PART-NUMBER NOT = SPACES
                    PERFORM 210-CaptureAction
                       THRU 210-CaptureAction-Exit
                 END-IF
              END-IF
           END-IF.

      *05/24 Every part and plant the supplier manages for us.
       200-ShowSupplier.
           MOVE ZERO TO WS-ROWS-LISTED-CTR.
           PERFORM VARYING WS-WORK-IDX FROM 1 BY 1
              UNTIL WS-WORK-IDX > VMI-AGREE-MAX
                 IF VA-SUPPLIER-CODE (WS-WORK-IDX)
                       = WS-SEARCH-SUPPLIER-CODE
                    DISPLAY '  ' VA-PART-NUMBER (WS-WORK-IDX) ' '
                       VA-PLANT-CODE (WS-WORK-IDX) ' MIN '
                       VA-MIN-QTY (WS-WORK-IDX) ' MAX '
                       VA-MAX-QTY (WS-WORK-IDX) ' SET '
                       VA-SET-DATE (WS-WORK-IDX) ' BY '
                       VA-SET-BY (WS-WORK-IDX)
                    ADD 1 TO WS-ROWS-LISTED-CTR
                 END-IF
           END-PERFORM.
           IF WS-ROWS-LISTED-CTR = ZERO
              DISPLAY '  (NO AGREEMENTS ON FILE - SUPPLIER NOT VMI)'
           END-IF.

      *05/24 A blank plant is plant '001', the same default the edit
      * pipeline gives SHIP-TO-PLANT-PO.
       210-CaptureAction.
           DISPLAY 'PLANT (ENTER FOR 001): ' WITH NO ADVANCING.
           ACCEPT WS-SEARCH-PLANT-CODE.
           IF WS-SEARCH-PLANT-CODE = SPACES
              MOVE '001' TO WS-SEARCH-PLANT-CODE
           END-IF.
           PERFORM 235-FindPlant.
           IF WS-PLANT-FOUND-IDX = ZERO
              DISPLAY 'PLANT NOT ON PLANTS: ' WS-SEARCH-PLANT-CODE
              GO TO 210-CaptureAction-Exit
           END-IF.
           DISPLAY '  PLANT     : '
              PL-PLANT-NAME (WS-PLANT-FOUND-IDX).
           PERFORM 245-FindAgreement.
           IF WS-AGREE-FOUND-IDX = ZERO
              DISPLAY '  AGREEMENT : (NONE ON FILE)'
           ELSE
              DISPLAY '  AGREEMENT : MIN '
                 VA-MIN-QTY (WS-AGREE-FOUND-IDX) ' MAX '
                 VA-MAX-QTY (WS-AGREE-FOUND-IDX)
           END-IF.
           DISPLAY 'ACTION - S=SET MIN/MAX R=REMOVE '
              '(ENTER TO SKIP): '
              WITH NO ADVANCING.
           ACCEPT WS-ACTION-RESPONSE.
           EVALUATE WS-ACTION-RESPONSE
              WHEN 'S' WHEN 's'
                 PERFORM 220-SetAgreement
                    THRU 220-SetAgreement-Exit
              WHEN 'R' WHEN 'r'
                 PERFORM 230-RemoveAgreement
                    THRU 230-RemoveAgreement-Exit
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
       210-CaptureAction-Exit.
           EXIT.

      *05/24 Whole units. The maximum must be above zero and the
      * minimum may not exceed it. A new row needs the part on the
      * parts master; a change keeps the row and restamps it.
       220-SetAgreement.
           IF WS-AGREE-FOUND-IDX = ZERO
              PERFORM 250-FindPart
              IF NOT MASTER-FOUND
                 DISPLAY 'PART NOT ON PARTMAST: '
                    WS-SEARCH-PART-NUMBER ' - NOT SET.'
                 GO TO 220-SetAgreement-Exit
              END-IF
           END-IF.
           DISPLAY 'MINIMUM QTY: ' WITH NO ADVANCING.
           MOVE SPACES TO WS-QTY-ENTRY.
           ACCEPT WS-QTY-ENTRY.
           PERFORM 225-RightJustifyQty.
           IF WS-QTY-ENTRY NOT NUMERIC
              DISPLAY 'MINIMUM MUST BE WHOLE UNITS - NOT SET.'
              GO TO 220-SetAgreement-Exit
           END-IF.
           MOVE WS-QTY-ENTRY-NUM TO WS-NEW-MIN-QTY.
           DISPLAY 'MAXIMUM QTY: ' WITH NO ADVANCING.
           MOVE SPACES TO WS-QTY-ENTRY.
           ACCEPT WS-QTY-ENTRY.
           PERFORM 225-RightJustifyQty.
           IF WS-QTY-ENTRY NOT NUMERIC
              OR WS-QTY-ENTRY-NUM = ZERO
              DISPLAY 'MAXIMUM MUST BE WHOLE UNITS ABOVE ZERO '
                 '- NOT SET.'
              GO TO 220-SetAgreement-Exit
           END-IF.
           MOVE WS-QTY-ENTRY-NUM TO WS-NEW-MAX-QTY.
           IF WS-NEW-MIN-QTY > WS-NEW-MAX-QTY
              DISPLAY 'MINIMUM ABOVE MAXIMUM - NOT SET.'
              GO TO 220-SetAgreement-Exit
           END-IF.
           IF WS-AGREE-FOUND-IDX = ZERO
              PERFORM 260-InsertAgreement
              MOVE ZERO TO WS-OLD-MIN-QTY, WS-OLD-MAX-QTY
              ADD 1 TO WS-ADDED-CTR
           ELSE
              MOVE VA-MIN-QTY (WS-AGREE-FOUND-IDX) TO WS-OLD-MIN-QTY
              MOVE VA-MAX-QTY (WS-AGREE-FOUND-IDX) TO WS-OLD-MAX-QTY
              ADD 1 TO WS-CHANGED-CTR
           END-IF.
           MOVE WS-NEW-MIN-QTY TO VA-MIN-QTY (WS-AGREE-FOUND-IDX).
           MOVE WS-NEW-MAX-QTY TO VA-MAX-QTY (WS-AGREE-FOUND-IDX).
           MOVE PROCESS-DATE TO VA-SET-DATE (WS-AGREE-FOUND-IDX).
           MOVE WS-OPERATOR-ID TO VA-SET-BY (WS-AGREE-FOUND-IDX).
           PERFORM 270-WriteAuditRow.
           DISPLAY 'AGREEMENT SET.'.
           PERFORM 200-ShowSupplier.
       220-SetAgreement-Exit.
           EXIT.

      *05/24 A quantity keyed short, left-justified, is moved to the
      * right and zero-filled so it tests numeric.
       225-RightJustifyQty.
           PERFORM 226-ShiftQtyRight
              UNTIL WS-QTY-ENTRY = SPACES
                 OR WS-QTY-ENTRY (7:1) NOT = SPACE.
           INSPECT WS-QTY-ENTRY REPLACING LEADING SPACES BY ZEROS.

       226-ShiftQtyRight.
           MOVE WS-QTY-ENTRY (1:6) TO WS-QTY-ENTRY (2:6).
           MOVE SPACE TO WS-QTY-ENTRY (1:1).

      *05/24 The row goes - the rows after it close up so the list
      * stays in key order with no gaps.
       230-RemoveAgreement.
           IF WS-AGREE-FOUND-IDX = ZERO
              DISPLAY 'NO AGREEMENT ON FILE - NOTHING TO REMOVE.'
              GO TO 230-RemoveAgreement-Exit
           END-IF.
           DISPLAY 'REMOVE THIS AGREEMENT? (Y/N): ' WITH NO ADVANCING.
           ACCEPT WS-YES-NO-RESPONSE.
           IF NOT OPERATOR-SAYS-YES
              GO TO 230-RemoveAgreement-Exit
           END-IF.
           MOVE VA-MIN-QTY (WS-AGREE-FOUND-IDX) TO WS-OLD-MIN-QTY.
           MOVE VA-MAX-QTY (WS-AGREE-FOUND-IDX) TO WS-OLD-MAX-QTY.
           MOVE ZERO TO WS-NEW-MIN-QTY, WS-NEW-MAX-QTY.
           PERFORM 270-WriteAuditRow.
           PERFORM VARYING WS-SHIFT-IDX FROM WS-AGREE-FOUND-IDX BY 1
              UNTIL WS-SHIFT-IDX >= VMI-AGREE-MAX
                 MOVE VMI-AGREE-LIST (WS-SHIFT-IDX + 1)
                    TO VMI-AGREE-LIST (WS-SHIFT-IDX)
           END-PERFORM.
           INITIALIZE VMI-AGREE-LIST (VMI-AGREE-MAX).
           SUBTRACT 1 FROM VMI-AGREE-MAX.
           ADD 1 TO WS-REMOVED-CTR.
           DISPLAY 'AGREEMENT REMOVED.'.
           PERFORM 200-ShowSupplier.
       230-RemoveAgreement-Exit.
           EXIT.

       235-FindPlant.
           MOVE ZERO TO WS-PLANT-FOUND-IDX.
           PERFORM VARYING WS-PLANT-INDEX FROM 1 BY 1
              UNTIL WS-PLANT-INDEX > PLANT-MAX
                 OR WS-PLANT-FOUND-IDX > ZERO
                 IF PL-PLANT-CODE (WS-PLANT-INDEX)
                       = WS-SEARCH-PLANT-CODE
                    MOVE WS-PLANT-INDEX TO WS-PLANT-FOUND-IDX
                 END-IF
           END-PERFORM.

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

      *05/24 Binary search of the ordered list on supplier, part and
      * plant.
       245-FindAgreement.
           MOVE ZERO TO WS-AGREE-FOUND-IDX.
           MOVE 1 TO WS-BSRCH-LO.
           MOVE VMI-AGREE-MAX TO WS-BSRCH-HI.
           PERFORM 246-SearchStep
              UNTIL WS-BSRCH-LO > WS-BSRCH-HI
                 OR WS-AGREE-FOUND-IDX > ZERO.

       246-SearchStep.
           COMPUTE WS-BSRCH-MID = (WS-BSRCH-LO + WS-BSRCH-HI) / 2.
           EVALUATE TRUE
              WHEN VA-AGREE-KEY (WS-BSRCH-MID) = WS-SEARCH-KEY
                 MOVE WS-BSRCH-MID TO WS-AGREE-FOUND-IDX
              WHEN VA-AGREE-KEY (WS-BSRCH-MID) < WS-SEARCH-KEY
                 COMPUTE WS-BSRCH-LO = WS-BSRCH-MID + 1
              WHEN OTHER
                 COMPUTE WS-BSRCH-HI = WS-BSRCH-MID - 1
           END-EVALUATE.

      *05/24 Rescans the parts master from the top - the ASLMNT
      * tradeoff; only a brand-new agreement needs the lookup.
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

      *05/24 Opens a slot at WS-BSRCH-LO, the insertion point the
      * unsuccessful search left, so the list stays in key order.
       260-InsertAgreement.
           IF VMI-AGREE-MAX >= 2000
              DISPLAY 'VMIMNT - VMI AGREEMENT TABLE FULL AT 2000 '
                 'ROWS - RAISE OCCURS IN VMITAB'
              GO TO 2000-ABEND-RTN
           END-IF.
           PERFORM VARYING WS-SHIFT-IDX FROM VMI-AGREE-MAX
              BY -1 UNTIL WS-SHIFT-IDX < WS-BSRCH-LO
                 MOVE VMI-AGREE-LIST (WS-SHIFT-IDX)
                    TO VMI-AGREE-LIST (WS-SHIFT-IDX + 1)
           END-PERFORM.
           ADD 1 TO VMI-AGREE-MAX.
           MOVE SPACES TO VMI-AGREE-LIST (WS-BSRCH-LO).
           MOVE ZERO TO VA-MIN-QTY (WS-BSRCH-LO).
           MOVE ZERO TO VA-MAX-QTY (WS-BSRCH-LO).
           MOVE ZERO TO VA-SET-DATE (WS-BSRCH-LO).
           MOVE WS-SEARCH-KEY TO VA-AGREE-KEY (WS-BSRCH-LO).
           MOVE WS-BSRCH-LO TO WS-AGREE-FOUND-IDX.

       270-WriteAuditRow.
           MOVE WS-SEARCH-SUPPLIER-CODE TO VU-SUPPLIER-CODE.
           MOVE WS-SEARCH-PART-NUMBER TO VU-PART-NUMBER.
           MOVE WS-SEARCH-PLANT-CODE TO VU-PLANT-CODE.
           MOVE WS-OLD-MIN-QTY TO VU-OLD-MIN-QTY.
           MOVE WS-OLD-MAX-QTY TO VU-OLD-MAX-QTY.
           MOVE WS-NEW-MIN-QTY TO VU-NEW-MIN-QTY.
           MOVE WS-NEW-MAX-QTY TO VU-NEW-MAX-QTY.
           MOVE WS-OPERATOR-ID TO VU-OPERATOR-ID.
           MOVE PROCESS-DATE TO VU-ACTION-DATE.
           WRITE VMIAUD-REC.
           IF OUT-VMIAUD-KEY NOT = '00'
              GO TO 2000-ABEND-RTN
           END-IF.

       300-Open-Files.
           OPEN INPUT VMIAGREE.
           IF VMIAGREE-NOT-FOUND
              MOVE 'Y' TO VMIAGREE-EOF-WS
           ELSE
              IF IN-VMIAGREE-KEY NOT = '00'
                 DISPLAY
                        '---------------------------------------------'
                 DISPLAY 'File Problem openning Input VMIAGREE'
                 GO TO 2000-ABEND-RTN
              ELSE
                 PERFORM 3600-LoadAgreements
              END-IF
           END-IF.
           OPEN OUTPUT VMIAGREO.
           IF OUT-VMIAGREO-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning VMIAGREO'
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
           OPEN INPUT PLANTS.
           IF IN-PLANTS-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning Input PLANTS'
                GO TO 2000-ABEND-RTN
           ELSE
                INITIALIZE PLANT-TABLE
                MOVE 1 TO WS-PLANT-INDEX
                PERFORM 3680-ReadNextPlant UNTIL PLANTS-EOF
                COMPUTE PLANT-MAX = WS-PLANT-INDEX - 1
                CLOSE PLANTS
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
           OPEN EXTEND VMIAUD.
           IF OUT-VMIAUD-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning VMIAUD'
                GO TO 2000-ABEND-RTN
           END-IF.

       3600-LoadAgreements.
           INITIALIZE VMI-AGREE-TABLE.
           MOVE 1 TO WS-AGREE-INDEX.
           PERFORM 3610-ReadNextAgreement UNTIL VMIAGREE-EOF.
           COMPUTE VMI-AGREE-MAX = WS-AGREE-INDEX - 1.
           CLOSE VMIAGREE.

       3610-ReadNextAgreement.
           IF WS-AGREE-INDEX > 2000
              DISPLAY 'VMIMNT - VMI AGREEMENT TABLE FULL AT 2000 '
                 'ROWS - RAISE OCCURS IN VMITAB'
              GO TO 2000-ABEND-RTN
           END-IF.
           READ VMIAGREE INTO VMI-AGREE-LIST(WS-AGREE-INDEX)
              AT END
                 MOVE 'Y' TO VMIAGREE-EOF-WS
           END-READ.
           IF NOT VMIAGREE-EOF
              ADD 1 TO WS-AGREE-INDEX
           END-IF.

       3650-ReadNextSupplier.
           IF WS-SUPPMST-INDEX > 500
              DISPLAY 'VMIMNT - SUPPLIER MASTER TABLE FULL AT 500 '
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

       3680-ReadNextPlant.
           IF WS-PLANT-INDEX > 10
              DISPLAY 'VMIMNT - PLANT TABLE FULL AT 10 '
                 'ROWS - RAISE OCCURS IN PLNTTAB'
              GO TO 2000-ABEND-RTN
           END-IF.
           READ PLANTS INTO PLANT-LIST(WS-PLANT-INDEX)
              AT END
                 MOVE 'Y' TO PLANTS-EOF-WS
           END-READ.
           IF NOT PLANTS-EOF
              ADD 1 TO WS-PLANT-INDEX
           END-IF.

       3700-LoadOperators.
           INITIALIZE OPERATOR-TABLE.
           MOVE 1 TO WS-OPER-INDEX.
           PERFORM 3750-ReadNextOperator UNTIL OPERMST-EOF.
           COMPUTE OPERATOR-MAX = WS-OPER-INDEX - 1.
           CLOSE OPERMST.

       3750-ReadNextOperator.
           IF WS-OPER-INDEX > 200
              DISPLAY 'VMIMNT - OPERATOR TABLE FULL AT 200 '
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
              UNTIL WS-WORK-IDX > VMI-AGREE-MAX
                 MOVE VMI-AGREE-LIST (WS-WORK-IDX)
                    TO VMIAGREO-REC
                 WRITE VMIAGREO-REC
                 IF OUT-VMIAGREO-KEY NOT = '00'
                    GO TO 2000-ABEND-RTN
                 END-IF
                 ADD 1 TO WS-ROWS-WRITTEN-CTR
           END-PERFORM.

       900-WriteSummary.
           DISPLAY ' '.
           DISPLAY '---------------------------------------------'.
           DISPLAY 'AGREEMENTS ADDED      : ' WS-ADDED-CTR.
           DISPLAY 'AGREEMENTS CHANGED    : ' WS-CHANGED-CTR.
           DISPLAY 'AGREEMENTS REMOVED    : ' WS-REMOVED-CTR.
           DISPLAY 'ROWS STAGED           : ' WS-ROWS-WRITTEN-CTR.
           DISPLAY '---------------------------------------------'.

       600-CLOSE-FILES.
           CLOSE VMIAGREO, VMIAUD.

      * Matches the fix in FINALEX's 2000-ABEND-RTN - DISPLAY and
      * EXIT alone just fell through to whatever paragraph follows.
       2000-ABEND-RTN.
           DISPLAY 'PROGRAM ENCOUNTERED AN ERROR'.
           MOVE 16 TO RETURN-CODE.
           GOBACK.

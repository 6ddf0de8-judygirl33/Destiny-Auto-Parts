       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTMNT.
       AUTHOR. FABIO COSTA.
      ******************************************************************
      * 05/05 Supplier contact master maintenance. The chase and
      * escalation reports told a buyer which supplier to chase but
      * not who to call. Console-driven like TOOLMNT: signs the
      * operator on against OPERMST (the CONTMNT function, update
      * authority), loads the CONTMST contact master (see CONTTAB)
      * and prompts for a supplier code, which must be on SUPPMST.
      * The supplier's contacts are shown one per role - S sales,
      * C customer service, A accounts receivable, Q quality,
      * E escalation - and the operator picks a role to work:
      *   a role with no contact gets one added (name and phone
      *      required, email optional);
      *   a role with a contact can be changed (enter keeps a
      *      field) or deleted.
      * Every change writes a row to the CONTAUD audit trail with
      * the signed-on operator. The master is kept in supplier/role
      * order as contacts are added and staged to CONTMSTO for
      * promotion, the SUPPMNT pattern. CONTLOOK serves the
      * contacts to the reports; CONTGAP lists the gaps weekly.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Supplier contact master - see CONTTAB.
           SELECT CONTMST ASSIGN TO CONTMST
           FILE STATUS IS IN-CONTMST-KEY.

           SELECT CONTMSTO ASSIGN TO CONTMSTO
           FILE STATUS IS OUT-CONTMSTO-KEY.

      * Supplier master - see SUPMTAB.
           SELECT SUPPMST ASSIGN TO SUPPMST
           FILE STATUS IS IN-SUPPMST-KEY.

      * Operator authorization table - see OPERTAB.
           SELECT OPERMST ASSIGN TO OPERMST
           FILE STATUS IS IN-OPERMST-KEY.

      * Change audit trail - one row per change, with the signed-on
      * operator. Accumulates across sessions, so opened EXTEND.
           SELECT CONTAUD ASSIGN TO CONTAUD
           FILE STATUS IS OUT-CONTAUD-KEY.

      * Business process-date control card - see PROCDATE.
           SELECT PROCDATE ASSIGN TO PROCDATE
           FILE STATUS IS PROCDATE-KEY.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTMST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 112 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CONTMST-REC.
       01  CONTMST-REC      PIC X(112).

       FD  CONTMSTO
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 112 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CONTMSTO-REC.
       01  CONTMSTO-REC     PIC X(112).

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

      * Audit row - supplier, role, what was done (A added, C
      * changed, D deleted), the contact's name before and after,
      * who, when.
       FD  CONTAUD
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 78 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CONTAUD-REC.
       01  CONTAUD-REC.
           05  CA-SUPPLIER-CODE       PIC X(10).
           05  CA-ROLE                PIC X(01).
           05  CA-ACTION              PIC X(01).
           05  CA-OLD-NAME            PIC X(25).
           05  CA-NEW-NAME            PIC X(25).
           05  CA-OPERATOR-ID         PIC X(08).
           05  CA-ACTION-DATE         PIC 9(08).

       FD  PROCDATE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 8 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PROCDATE-REC.
       01  PROCDATE-REC     PIC X(8).

       WORKING-STORAGE SECTION.
           COPY OPERTAB. *> Operator authorization table
           COPY CONTTAB. *> Supplier contact master
           COPY SUPMTAB. *> Supplier master table
      * Business process date control card - see PROCDATE.
           COPY PROCDATE.

       01 FILE-STATUS-CODES.
           05 IN-CONTMST-KEY             PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
      * A first-ever run has no master yet - start empty.
                88 CONTMST-NOT-FOUND        VALUE '35'.
           05 OUT-CONTMSTO-KEY           PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
           05 IN-SUPPMST-KEY             PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
           05 IN-OPERMST-KEY             PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
           05 OUT-CONTAUD-KEY            PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
           05 PROCDATE-KEY               PIC X(2).
                88 CODE-WRITE               VALUE SPACES.

       01 FILES-EOF.
           05 CONTMST-EOF-WS                  PIC X(01) VALUE 'N'.
              88 CONTMST-EOF                             VALUE 'Y'.
           05 SUPPMST-EOF-WS                  PIC X(01) VALUE 'N'.
              88 SUPPMST-EOF                             VALUE 'Y'.
           05 OPERMST-EOF-WS                  PIC X(01) VALUE 'N'.
              88 OPERMST-EOF                             VALUE 'Y'.

       01 WS-CONTACT-INDEX                 PIC 9(4) VALUE 1.
       01 WS-WORK-IDX                      PIC 9(4) VALUE 1.
       01 WS-SHIFT-IDX                     PIC 9(4) VALUE ZERO.
       01 WS-CONTACT-FOUND-IDX             PIC 9(4) VALUE ZERO.
       01 WS-SUPPMST-INDEX                 PIC 9(4) VALUE 1.
       01 WS-SUPPMST-FOUND-IDX             PIC 9(4) VALUE ZERO.

      *05/05 Binary-search bounds over the ordered master. After an
      * unsuccessful search WS-BSRCH-LO is the slot a new contact
      * belongs in - the TOOLMNT 260-InsertTool pattern.
       01 WS-BSRCH-LO                      PIC 9(4) VALUE ZERO.
       01 WS-BSRCH-HI                      PIC 9(4) VALUE ZERO.
       01 WS-BSRCH-MID                     PIC 9(4) VALUE ZERO.
       01 WS-SEARCH-KEY.
           05 WS-SEARCH-SUPPLIER-CODE      PIC X(10) VALUE SPACES.
           05 WS-SEARCH-ROLE               PIC X(01) VALUE SPACES.
              88 VALID-ROLE             VALUE 'S' 'C' 'A' 'Q' 'E'.

      *05/05 The five roles in display order, with their captions.
       01 WS-ROLE-VALUES.
           05 FILLER  PIC X(17) VALUE 'SSALES           '.
           05 FILLER  PIC X(17) VALUE 'CCUSTOMER SERVICE'.
           05 FILLER  PIC X(17) VALUE 'AACCOUNTS RECV   '.
           05 FILLER  PIC X(17) VALUE 'QQUALITY         '.
           05 FILLER  PIC X(17) VALUE 'EESCALATION      '.
       01 WS-ROLE-TABLE REDEFINES WS-ROLE-VALUES.
           05 WS-ROLE-ENTRY OCCURS 5 TIMES.
              10 WS-ROLE-CODE              PIC X(01).
              10 WS-ROLE-CAPTION           PIC X(16).
       01 WS-ROLE-IDX                      PIC 9(1) VALUE 1.

       01 WS-CONTINUE-FLAG                 PIC X(01) VALUE 'Y'.
           88 KEEP-MAINTAINING                     VALUE 'Y'.
       01 WS-ROLE-DONE-FLAG                PIC X(01) VALUE 'N'.
           88 SUPPLIER-DONE                        VALUE 'Y'.
       01 WS-ACTION-RESPONSE               PIC X(01) VALUE SPACES.
       01 WS-YES-NO-RESPONSE               PIC X(01) VALUE 'N'.
           88 OPERATOR-SAYS-YES                    VALUE 'Y' 'y'.
       01 WS-NAME-BUFFER                   PIC X(25) VALUE SPACES.
       01 WS-PHONE-BUFFER                  PIC X(15) VALUE SPACES.
       01 WS-EMAIL-BUFFER                  PIC X(40) VALUE SPACES.
       01 WS-OLD-NAME                      PIC X(25) VALUE SPACES.
       01 WS-AUDIT-NEW-NAME                PIC X(25) VALUE SPACES.

      *05/05 Sign-on state - changing the master needs update
      * authority.
       01 WS-OPERATOR-ID                   PIC X(08) VALUE SPACES.
       01 WS-OPER-INDEX                    PIC 9(4) VALUE 1.
       01 WS-OPER-FOUND-IDX                PIC 9(4) VALUE ZERO.
       01 WS-OPER-FOUND-FLAG               PIC X VALUE 'N'.
           88 OPERATOR-AUTHORIZED                VALUE 'Y'.
       01 WS-REQUIRED-LEVEL                PIC 9(1) VALUE 2.

       01 WS-ADDED-CTR                     PIC 9(05) VALUE ZERO.
       01 WS-CHANGED-CTR                   PIC 9(05) VALUE ZERO.
       01 WS-DELETED-CTR                   PIC 9(05) VALUE ZERO.
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
           DISPLAY 'SUPPLIER CONTACT MASTER MAINTENANCE'.
           DISPLAY '---------------------------------------------'.
           PERFORM 370-LoadProcessDate.
           PERFORM 300-Open-Files.
           PERFORM 050-SignOnOperator.
           DISPLAY 'CONTACTS ON FILE: ' CONTACT-MAX.

       050-SignOnOperator.
           DISPLAY 'OPERATOR ID: ' WITH NO ADVANCING.
           ACCEPT WS-OPERATOR-ID.
           MOVE 'N' TO WS-OPER-FOUND-FLAG.
           PERFORM VARYING WS-OPER-INDEX FROM 1 BY 1
              UNTIL WS-OPER-INDEX > OPERATOR-MAX
                 OR OPERATOR-AUTHORIZED
                 IF OA-OPERATOR-ID (WS-OPER-INDEX) = WS-OPERATOR-ID
                    AND OA-FUNCTION (WS-OPER-INDEX) = 'CONTMNT'
                    AND OA-AUTH-LEVEL (WS-OPER-INDEX)
                       >= WS-REQUIRED-LEVEL
                    MOVE 'Y' TO WS-OPER-FOUND-FLAG
                    MOVE WS-OPER-INDEX TO WS-OPER-FOUND-IDX
                 END-IF
           END-PERFORM.
           IF NOT OPERATOR-AUTHORIZED
              DISPLAY 'OPERATOR ' WS-OPERATOR-ID
                 ' NOT AUTHORIZED FOR CONTMNT - SESSION ENDED'
              GO TO 2000-ABEND-RTN
           END-IF.
           DISPLAY 'SIGNED ON: '
              OA-OPERATOR-NAME (WS-OPER-FOUND-IDX).

       100-Main2.
           DISPLAY 'ENTER SUPPLIER CODE (END TO QUIT): '
              WITH NO ADVANCING.
           MOVE SPACES TO WS-SEARCH-SUPPLIER-CODE.
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
                 MOVE 'N' TO WS-ROLE-DONE-FLAG
                 PERFORM 200-WorkSupplier
                    THRU 200-WorkSupplier-Exit
                    UNTIL SUPPLIER-DONE
              END-IF
           END-IF.

      *05/05 Shows the supplier's contacts and works one role.
      * Enter at the role prompt finishes the supplier.
       200-WorkSupplier.
           DISPLAY ' '.
           DISPLAY 'SUPPLIER  : ' WS-SEARCH-SUPPLIER-CODE '  '
              SM-SUPPLIER-NAME (WS-SUPPMST-FOUND-IDX).
           PERFORM VARYING WS-ROLE-IDX FROM 1 BY 1
              UNTIL WS-ROLE-IDX > 5
                 MOVE WS-ROLE-CODE (WS-ROLE-IDX) TO WS-SEARCH-ROLE
                 PERFORM 245-FindContact
                 IF WS-CONTACT-FOUND-IDX = ZERO
                    DISPLAY '  ' WS-ROLE-CODE (WS-ROLE-IDX) ' '
                       WS-ROLE-CAPTION (WS-ROLE-IDX) ': (NONE)'
                 ELSE
                    DISPLAY '  ' WS-ROLE-CODE (WS-ROLE-IDX) ' '
                       WS-ROLE-CAPTION (WS-ROLE-IDX) ': '
                       CT-CONTACT-NAME (WS-CONTACT-FOUND-IDX) ' '
                       CT-PHONE (WS-CONTACT-FOUND-IDX)
                    DISPLAY '                      '
                       CT-EMAIL (WS-CONTACT-FOUND-IDX)
                 END-IF
           END-PERFORM.
           DISPLAY 'ROLE TO MAINTAIN S/C/A/Q/E (ENTER WHEN DONE): '
              WITH NO ADVANCING.
           MOVE SPACES TO WS-SEARCH-ROLE.
           ACCEPT WS-SEARCH-ROLE.
           IF WS-SEARCH-ROLE = SPACES
              MOVE 'Y' TO WS-ROLE-DONE-FLAG
              GO TO 200-WorkSupplier-Exit
           END-IF.
           IF NOT VALID-ROLE
              DISPLAY 'NOT S, C, A, Q OR E.'
              GO TO 200-WorkSupplier-Exit
           END-IF.
           PERFORM 245-FindContact.
           IF WS-CONTACT-FOUND-IDX = ZERO
              PERFORM 220-AddContact THRU 220-AddContact-Exit
           ELSE
              PERFORM 210-CaptureAction THRU 210-CaptureAction-Exit
           END-IF.
       200-WorkSupplier-Exit.
           EXIT.

       210-CaptureAction.
           DISPLAY 'ACTION - C=CHANGE D=DELETE (ENTER TO SKIP): '
              WITH NO ADVANCING.
           ACCEPT WS-ACTION-RESPONSE.
           EVALUATE WS-ACTION-RESPONSE
              WHEN 'C' WHEN 'c'
                 PERFORM 230-ChangeContact
                    THRU 230-ChangeContact-Exit
              WHEN 'D' WHEN 'd'
                 PERFORM 235-DeleteContact
                    THRU 235-DeleteContact-Exit
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
       210-CaptureAction-Exit.
           EXIT.

      *05/05 A role with no contact yet. A name and a phone number
      * are the least a buyer can call.
       220-AddContact.
           DISPLAY 'NO CONTACT FOR THIS ROLE - ADD ONE? (Y/N): '
              WITH NO ADVANCING.
           ACCEPT WS-YES-NO-RESPONSE.
           IF NOT OPERATOR-SAYS-YES
              GO TO 220-AddContact-Exit
           END-IF.
           DISPLAY 'CONTACT NAME: ' WITH NO ADVANCING.
           MOVE SPACES TO WS-NAME-BUFFER.
           ACCEPT WS-NAME-BUFFER.
           IF WS-NAME-BUFFER = SPACES
              DISPLAY 'A NAME IS REQUIRED - NOT ADDED.'
              GO TO 220-AddContact-Exit
           END-IF.
           DISPLAY 'PHONE       : ' WITH NO ADVANCING.
           MOVE SPACES TO WS-PHONE-BUFFER.
           ACCEPT WS-PHONE-BUFFER.
           IF WS-PHONE-BUFFER = SPACES
              DISPLAY 'A PHONE NUMBER IS REQUIRED - NOT ADDED.'
              GO TO 220-AddContact-Exit
           END-IF.
           DISPLAY 'EMAIL       : ' WITH NO ADVANCING.
           MOVE SPACES TO WS-EMAIL-BUFFER.
           ACCEPT WS-EMAIL-BUFFER.
           PERFORM 260-InsertContact.
           MOVE WS-NAME-BUFFER
              TO CT-CONTACT-NAME (WS-CONTACT-FOUND-IDX).
           MOVE WS-PHONE-BUFFER TO CT-PHONE (WS-CONTACT-FOUND-IDX).
           MOVE WS-EMAIL-BUFFER TO CT-EMAIL (WS-CONTACT-FOUND-IDX).
           MOVE PROCESS-DATE TO CT-CHANGED-DATE (WS-CONTACT-FOUND-IDX).
           MOVE WS-OPERATOR-ID TO CT-CHANGED-BY (WS-CONTACT-FOUND-IDX).
           MOVE SPACES TO WS-OLD-NAME.
           MOVE WS-NAME-BUFFER TO WS-AUDIT-NEW-NAME.
           MOVE 'A' TO WS-ACTION-RESPONSE.
           PERFORM 270-WriteAuditRow.
           ADD 1 TO WS-ADDED-CTR.
           DISPLAY 'CONTACT ADDED.'.
       220-AddContact-Exit.
           EXIT.

      *05/05 Enter keeps a field; a single '-' clears the email.
       230-ChangeContact.
           MOVE CT-CONTACT-NAME (WS-CONTACT-FOUND-IDX) TO WS-OLD-NAME.
           DISPLAY 'NAME  (' CT-CONTACT-NAME (WS-CONTACT-FOUND-IDX)
              ') NEW VALUE: ' WITH NO ADVANCING.
           MOVE SPACES TO WS-NAME-BUFFER.
           ACCEPT WS-NAME-BUFFER.
           IF WS-NAME-BUFFER NOT = SPACES
              MOVE WS-NAME-BUFFER
                 TO CT-CONTACT-NAME (WS-CONTACT-FOUND-IDX)
           END-IF.
           DISPLAY 'PHONE (' CT-PHONE (WS-CONTACT-FOUND-IDX)
              ') NEW VALUE: ' WITH NO ADVANCING.
           MOVE SPACES TO WS-PHONE-BUFFER.
           ACCEPT WS-PHONE-BUFFER.
           IF WS-PHONE-BUFFER NOT = SPACES
              MOVE WS-PHONE-BUFFER TO CT-PHONE (WS-CONTACT-FOUND-IDX)
           END-IF.
           DISPLAY 'EMAIL (' CT-EMAIL (WS-CONTACT-FOUND-IDX) ')'.
           DISPLAY '      NEW VALUE (- TO CLEAR): ' WITH NO ADVANCING.
           MOVE SPACES TO WS-EMAIL-BUFFER.
           ACCEPT WS-EMAIL-BUFFER.
           IF WS-EMAIL-BUFFER = '-'
              MOVE SPACES TO CT-EMAIL (WS-CONTACT-FOUND-IDX)
           ELSE
              IF WS-EMAIL-BUFFER NOT = SPACES
                 MOVE WS-EMAIL-BUFFER
                    TO CT-EMAIL (WS-CONTACT-FOUND-IDX)
              END-IF
           END-IF.
           MOVE PROCESS-DATE TO CT-CHANGED-DATE (WS-CONTACT-FOUND-IDX).
           MOVE WS-OPERATOR-ID TO CT-CHANGED-BY (WS-CONTACT-FOUND-IDX).
           MOVE CT-CONTACT-NAME (WS-CONTACT-FOUND-IDX)
              TO WS-AUDIT-NEW-NAME.
           MOVE 'C' TO WS-ACTION-RESPONSE.
           PERFORM 270-WriteAuditRow.
           ADD 1 TO WS-CHANGED-CTR.
           DISPLAY 'CONTACT CHANGED.'.
       230-ChangeContact-Exit.
           EXIT.

      *05/05 The row comes off the master - the audit trail keeps
      * who it was.
       235-DeleteContact.
           DISPLAY 'DELETE ' CT-CONTACT-NAME (WS-CONTACT-FOUND-IDX)
              '? (Y/N): ' WITH NO ADVANCING.
           ACCEPT WS-YES-NO-RESPONSE.
           IF NOT OPERATOR-SAYS-YES
              GO TO 235-DeleteContact-Exit
           END-IF.
           MOVE CT-CONTACT-NAME (WS-CONTACT-FOUND-IDX) TO WS-OLD-NAME.
           MOVE SPACES TO WS-AUDIT-NEW-NAME.
           MOVE 'D' TO WS-ACTION-RESPONSE.
           PERFORM 270-WriteAuditRow.
           PERFORM VARYING WS-SHIFT-IDX FROM WS-CONTACT-FOUND-IDX
              BY 1 UNTIL WS-SHIFT-IDX >= CONTACT-MAX
                 MOVE CONTACT-LIST (WS-SHIFT-IDX + 1)
                    TO CONTACT-LIST (WS-SHIFT-IDX)
           END-PERFORM.
           MOVE SPACES TO CONTACT-LIST (CONTACT-MAX).
           SUBTRACT 1 FROM CONTACT-MAX.
           ADD 1 TO WS-DELETED-CTR.
           DISPLAY 'CONTACT DELETED.'.
       235-DeleteContact-Exit.
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

      *05/05 Binary search of the ordered master on supplier+role.
       245-FindContact.
           MOVE ZERO TO WS-CONTACT-FOUND-IDX.
           MOVE 1 TO WS-BSRCH-LO.
           MOVE CONTACT-MAX TO WS-BSRCH-HI.
           PERFORM 246-SearchStep
              UNTIL WS-BSRCH-LO > WS-BSRCH-HI
                 OR WS-CONTACT-FOUND-IDX > ZERO.

       246-SearchStep.
           COMPUTE WS-BSRCH-MID = (WS-BSRCH-LO + WS-BSRCH-HI) / 2.
           EVALUATE TRUE
              WHEN CT-CONTACT-KEY (WS-BSRCH-MID) = WS-SEARCH-KEY
                 MOVE WS-BSRCH-MID TO WS-CONTACT-FOUND-IDX
              WHEN CT-CONTACT-KEY (WS-BSRCH-MID) < WS-SEARCH-KEY
                 COMPUTE WS-BSRCH-LO = WS-BSRCH-MID + 1
              WHEN OTHER
                 COMPUTE WS-BSRCH-HI = WS-BSRCH-MID - 1
           END-EVALUATE.

      *05/05 Opens a slot at WS-BSRCH-LO, the insertion point the
      * unsuccessful search left, so the master stays in order.
       260-InsertContact.
           IF CONTACT-MAX >= 2500
              DISPLAY 'CONTMNT - CONTACT TABLE FULL AT 2500 '
                 'ROWS - RAISE OCCURS IN CONTTAB'
              GO TO 2000-ABEND-RTN
           END-IF.
           PERFORM VARYING WS-SHIFT-IDX FROM CONTACT-MAX
              BY -1 UNTIL WS-SHIFT-IDX < WS-BSRCH-LO
                 MOVE CONTACT-LIST (WS-SHIFT-IDX)
                    TO CONTACT-LIST (WS-SHIFT-IDX + 1)
           END-PERFORM.
           ADD 1 TO CONTACT-MAX.
           MOVE SPACES TO CONTACT-LIST (WS-BSRCH-LO).
           MOVE WS-SEARCH-KEY TO CT-CONTACT-KEY (WS-BSRCH-LO).
           MOVE WS-BSRCH-LO TO WS-CONTACT-FOUND-IDX.

      * WS-ACTION-RESPONSE carries the action into the row.
       270-WriteAuditRow.
           MOVE WS-SEARCH-SUPPLIER-CODE TO CA-SUPPLIER-CODE.
           MOVE WS-SEARCH-ROLE TO CA-ROLE.
           MOVE WS-ACTION-RESPONSE TO CA-ACTION.
           MOVE WS-OLD-NAME TO CA-OLD-NAME.
           MOVE WS-AUDIT-NEW-NAME TO CA-NEW-NAME.
           MOVE WS-OPERATOR-ID TO CA-OPERATOR-ID.
           MOVE PROCESS-DATE TO CA-ACTION-DATE.
           WRITE CONTAUD-REC.
           IF OUT-CONTAUD-KEY NOT = '00'
              GO TO 2000-ABEND-RTN
           END-IF.

       300-Open-Files.
           OPEN INPUT CONTMST.
           IF CONTMST-NOT-FOUND
              MOVE 'Y' TO CONTMST-EOF-WS
           ELSE
              IF IN-CONTMST-KEY NOT = '00'
                 DISPLAY
                        '---------------------------------------------'
                 DISPLAY 'File Problem openning Input CONTMST'
                 GO TO 2000-ABEND-RTN
              ELSE
                 PERFORM 3600-LoadContacts
              END-IF
           END-IF.
           OPEN OUTPUT CONTMSTO.
           IF OUT-CONTMSTO-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning CONTMSTO'
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
           OPEN EXTEND CONTAUD.
           IF OUT-CONTAUD-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning CONTAUD'
                GO TO 2000-ABEND-RTN
           END-IF.

       3600-LoadContacts.
           INITIALIZE CONTACT-TABLE.
           MOVE 1 TO WS-CONTACT-INDEX.
           PERFORM 3610-ReadNextContact UNTIL CONTMST-EOF.
           COMPUTE CONTACT-MAX = WS-CONTACT-INDEX - 1.
           CLOSE CONTMST.

       3610-ReadNextContact.
           IF WS-CONTACT-INDEX > 2500
              DISPLAY 'CONTMNT - CONTACT TABLE FULL AT 2500 '
                 'ROWS - RAISE OCCURS IN CONTTAB'
              GO TO 2000-ABEND-RTN
           END-IF.
           READ CONTMST INTO CONTACT-LIST(WS-CONTACT-INDEX)
              AT END
                 MOVE 'Y' TO CONTMST-EOF-WS
           END-READ.
           IF NOT CONTMST-EOF
              ADD 1 TO WS-CONTACT-INDEX
           END-IF.

       3650-ReadNextSupplier.
           IF WS-SUPPMST-INDEX > 500
              DISPLAY 'CONTMNT - SUPPLIER MASTER TABLE FULL AT 500 '
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
              DISPLAY 'CONTMNT - OPERATOR TABLE FULL AT 200 '
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
              UNTIL WS-WORK-IDX > CONTACT-MAX
                 MOVE CONTACT-LIST (WS-WORK-IDX) TO CONTMSTO-REC
                 WRITE CONTMSTO-REC
                 IF OUT-CONTMSTO-KEY NOT = '00'
                    GO TO 2000-ABEND-RTN
                 END-IF
                 ADD 1 TO WS-ROWS-WRITTEN-CTR
           END-PERFORM.

       900-WriteSummary.
           DISPLAY ' '.
           DISPLAY '---------------------------------------------'.
           DISPLAY 'CONTACTS ADDED        : ' WS-ADDED-CTR.
           DISPLAY 'CONTACTS CHANGED      : ' WS-CHANGED-CTR.
           DISPLAY 'CONTACTS DELETED      : ' WS-DELETED-CTR.
           DISPLAY 'ROWS STAGED           : ' WS-ROWS-WRITTEN-CTR.
           DISPLAY '---------------------------------------------'.

       600-CLOSE-FILES.
           CLOSE CONTMSTO, CONTAUD.

      * Matches the fix in FINALEX's 2000-ABEND-RTN - DISPLAY and
      * EXIT alone just fell through to whatever paragraph follows.
       2000-ABEND-RTN.
           DISPLAY 'PROGRAM ENCOUNTERED AN ERROR'.
           MOVE 16 TO RETURN-CODE.
           GOBACK.

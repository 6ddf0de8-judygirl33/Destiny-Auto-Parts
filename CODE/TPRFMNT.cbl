       IDENTIFICATION DIVISION.
       PROGRAM-ID. TPRFMNT.
       AUTHOR. IVANNA COLAN.
      ******************************************************************
      * 05/28 EDI trading-partner profile maintenance. A supplier
      * flagged EDI-capable on SUPPMST went straight into production
      * on its first submission, and a new partner's first weeks of
      * bad rows landed in ERRORFILE, on the correction desk and in
      * CHANRPT's quality numbers. Console-driven like BASGMNT: signs
      * the operator on against OPERMST - the EDI coordinator holds
      * the TPRFMNT function - loads the TPPROF profile list (see
      * TPRFTAB) and prompts for a supplier, which must be on
      * SUPPMST. Two actions:
      *   S  sets the profile - status T (testing), C (certified) or
      *      S (suspended), the go-live date (required to certify; a
      *      certified partner stays in the test lane until it) and
      *      the Y/N flags for the five transaction types: parts,
      *      orders, ASN, acknowledgments and catalog. Putting a
      *      partner into testing stamps the test-start date, which
      *      starts its EDICERT certification counts over;
      *   R  removes the profile - the partner goes back to the
      *      pre-profile treatment, production with every type.
      * Every change writes a row to the TPRFAUD audit trail with the
      * before and after status, go-live date and type flags and the
      * operator. The list is kept in supplier order as rows are
      * added and staged to TPPROFO for promotion, the SUPPMNT
      * pattern.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Trading-partner profile list - see TPRFTAB.
           SELECT TPPROF ASSIGN TO TPPROF
           FILE STATUS IS IN-TPPROF-KEY.

           SELECT TPPROFO ASSIGN TO TPPROFO
           FILE STATUS IS OUT-TPPROFO-KEY.

      * Supplier master - see SUPMTAB.
           SELECT SUPPMST ASSIGN TO SUPPMST
           FILE STATUS IS IN-SUPPMST-KEY.

      * Operator authorization table - see OPERTAB.
           SELECT OPERMST ASSIGN TO OPERMST
           FILE STATUS IS IN-OPERMST-KEY.

      * Change audit trail - one row per profile change, with the
      * signed-on operator. Accumulates across sessions, so opened
      * EXTEND.
           SELECT TPRFAUD ASSIGN TO TPRFAUD
           FILE STATUS IS OUT-TPRFAUD-KEY.

      * Business process-date control card - see PROCDATE.
           SELECT PROCDATE ASSIGN TO PROCDATE
           FILE STATUS IS PROCDATE-KEY.

       DATA DIVISION.
       FILE SECTION.
       FD  TPPROF
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 54 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS TPPROF-REC.
       01  TPPROF-REC       PIC X(54).

       FD  TPPROFO
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 54 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS TPPROFO-REC.
       01  TPPROFO-REC      PIC X(54).

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

      * Audit row - supplier, action (S set, R remove), status,
      * go-live date and type flags before and after, who, when. A
      * new profile has blank before values, a removed one blank
      * after values.
       FD  TPRFAUD
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 58 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS TPRFAUD-REC.
       01  TPRFAUD-REC.
           05  TU-SUPPLIER-CODE       PIC X(10).
           05  TU-ACTION              PIC X(01).
           05  TU-OLD-STATUS          PIC X(01).
           05  TU-OLD-GO-LIVE         PIC 9(08).
           05  TU-OLD-TYPES           PIC X(05).
           05  TU-NEW-STATUS          PIC X(01).
           05  TU-NEW-GO-LIVE         PIC 9(08).
           05  TU-NEW-TYPES           PIC X(05).
           05  TU-OPERATOR-ID         PIC X(08).
           05  TU-ACTION-DATE         PIC 9(08).
           05  FILLER                 PIC X(03).

       FD  PROCDATE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 8 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PROCDATE-REC.
       01  PROCDATE-REC     PIC X(8).

       WORKING-STORAGE SECTION.
           COPY OPERTAB. *> Operator authorization table
           COPY TPRFTAB. *> EDI trading-partner profiles
           COPY SUPMTAB. *> Supplier master control table
      * Business process date control card - see PROCDATE.
           COPY PROCDATE.

       01 FILE-STATUS-CODES.
           05 IN-TPPROF-KEY              PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
      * A first-ever run has no profile list yet - start empty.
                88 TPPROF-NOT-FOUND         VALUE '35'.
           05 OUT-TPPROFO-KEY            PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
           05 IN-SUPPMST-KEY             PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
           05 IN-OPERMST-KEY             PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
           05 OUT-TPRFAUD-KEY            PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
           05 PROCDATE-KEY               PIC X(2).
                88 CODE-WRITE               VALUE SPACES.

       01 FILES-EOF.
           05 TPPROF-EOF-WS                   PIC X(01) VALUE 'N'.
              88 TPPROF-EOF                              VALUE 'Y'.
           05 SUPPMST-EOF-WS                  PIC X(01) VALUE 'N'.
              88 SUPPMST-EOF                             VALUE 'Y'.
           05 OPERMST-EOF-WS                  PIC X(01) VALUE 'N'.
              88 OPERMST-EOF                             VALUE 'Y'.

       01 WS-PROFILE-INDEX                 PIC 9(5) VALUE 1.
       01 WS-WORK-IDX                      PIC 9(5) VALUE 1.
       01 WS-SHIFT-IDX                     PIC 9(5) VALUE ZERO.
       01 WS-PROFILE-FOUND-IDX             PIC 9(5) VALUE ZERO.
       01 WS-SUPPMST-INDEX                 PIC 9(4) VALUE 1.
       01 WS-SUPPMST-FOUND-IDX             PIC 9(4) VALUE ZERO.

      *05/28 Binary-search bounds over the ordered list. After an
      * unsuccessful search WS-BSRCH-LO is the slot a new row belongs
      * in, which is where 260-InsertProfile puts it - the BASGMNT
      * pattern.
       01 WS-BSRCH-LO                      PIC 9(5) VALUE ZERO.
       01 WS-BSRCH-HI                      PIC 9(5) VALUE ZERO.
       01 WS-BSRCH-MID                     PIC 9(5) VALUE ZERO.
       01 WS-SEARCH-SUPPLIER-CODE          PIC X(10) VALUE SPACES.

       01 WS-CONTINUE-FLAG                 PIC X(01) VALUE 'Y'.
           88 KEEP-MAINTAINING                     VALUE 'Y'.
       01 WS-ACTION-RESPONSE               PIC X(01) VALUE SPACES.
       01 WS-YES-NO-RESPONSE               PIC X(01) VALUE 'N'.
           88 OPERATOR-SAYS-YES                    VALUE 'Y' 'y'.

      *05/28 Profile values as keyed, checked before any is applied.
       01 WS-ENTRY-STATUS                  PIC X(01) VALUE SPACES.
           88 ENTRY-STATUS-VALID                   VALUE 'T' 'C' 'S'.
       01 WS-ENTRY-GO-LIVE                 PIC X(08) VALUE SPACES.
       01 WS-ENTRY-GO-LIVE-NUM REDEFINES WS-ENTRY-GO-LIVE
                                           PIC 9(08).
       01 WS-ENTRY-TYPES.
           05 WS-ENTRY-TYPE-FLAG OCCURS 5 TIMES
                                           PIC X(01).
       01 WS-TYPE-IDX                      PIC 9(1) VALUE ZERO.
       01 WS-TYPES-VALID-FLAG              PIC X(01) VALUE 'Y'.
           88 ENTRY-TYPES-VALID                    VALUE 'Y'.
       01 WS-NEW-GO-LIVE                   PIC 9(08) VALUE ZERO.

      *05/28 Before and after images for the audit row.
       01 WS-OLD-STATUS                    PIC X(01) VALUE SPACES.
       01 WS-OLD-GO-LIVE                   PIC 9(08) VALUE ZERO.
       01 WS-OLD-TYPES                     PIC X(05) VALUE SPACES.
       01 WS-NEW-STATUS                    PIC X(01) VALUE SPACES.
       01 WS-NEW-TYPES                     PIC X(05) VALUE SPACES.
       01 WS-AUDIT-ACTION                  PIC X(01) VALUE SPACES.

      *05/28 Sign-on state - changing the list needs update
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
           DISPLAY 'EDI TRADING-PARTNER PROFILE MAINTENANCE'.
           DISPLAY '---------------------------------------------'.
           PERFORM 370-LoadProcessDate.
           PERFORM 300-Open-Files.
           PERFORM 050-SignOnOperator.
           DISPLAY 'PROFILES ON FILE: ' PARTNER-PROFILE-MAX.

       050-SignOnOperator.
           DISPLAY 'OPERATOR ID: ' WITH NO ADVANCING.
           ACCEPT WS-OPERATOR-ID.
           MOVE 'N' TO WS-OPER-FOUND-FLAG.
           PERFORM VARYING WS-OPER-INDEX FROM 1 BY 1
              UNTIL WS-OPER-INDEX > OPERATOR-MAX
                 OR OPERATOR-AUTHORIZED
                 IF OA-OPERATOR-ID (WS-OPER-INDEX) = WS-OPERATOR-ID
                    AND OA-FUNCTION (WS-OPER-INDEX) = 'TPRFMNT'
                    AND OA-AUTH-LEVEL (WS-OPER-INDEX)
                       >= WS-REQUIRED-LEVEL
                    MOVE 'Y' TO WS-OPER-FOUND-FLAG
                    MOVE WS-OPER-INDEX TO WS-OPER-FOUND-IDX
                 END-IF
           END-PERFORM.
           IF NOT OPERATOR-AUTHORIZED
              DISPLAY 'OPERATOR ' WS-OPERATOR-ID
                 ' NOT AUTHORIZED FOR TPRFMNT - SESSION ENDED'
              GO TO 2000-ABEND-RTN
           END-IF.
           DISPLAY 'SIGNED ON: '
              OA-OPERATOR-NAME (WS-OPER-FOUND-IDX).

       100-Main2.
           DISPLAY 'SUPPLIER CODE (END TO QUIT): ' WITH NO ADVANCING.
           ACCEPT WS-SEARCH-SUPPLIER-CODE.
           EVALUATE WS-SEARCH-SUPPLIER-CODE
              WHEN SPACES WHEN 'END' WHEN 'end'
                 MOVE 'N' TO WS-CONTINUE-FLAG
              WHEN OTHER
                 PERFORM 110-ProfileWork
                    THRU 110-ProfileWork-Exit
           END-EVALUATE.

      *05/28 A partner must be a supplier on SUPPMST before it can
      * have a profile.
       110-ProfileWork.
           PERFORM 240-FindSupplier.
           IF WS-SUPPMST-FOUND-IDX = ZERO
              DISPLAY 'SUPPLIER NOT ON SUPPMST: '
                 WS-SEARCH-SUPPLIER-CODE
              GO TO 110-ProfileWork-Exit
           END-IF.
           DISPLAY '  SUPPLIER  : '
              SM-SUPPLIER-NAME (WS-SUPPMST-FOUND-IDX)
              '  EDI ' SM-EDI-FLAG (WS-SUPPMST-FOUND-IDX).
           PERFORM 245-FindProfile.
           PERFORM 200-ShowProfile.
           PERFORM 210-CaptureAction
              THRU 210-CaptureAction-Exit.
       110-ProfileWork-Exit.
           EXIT.

       200-ShowProfile.
           IF WS-PROFILE-FOUND-IDX = ZERO
              DISPLAY '  PROFILE   : (NONE ON FILE - PRODUCTION, '
                 'ALL TYPES)'
           ELSE
              DISPLAY '  STATUS    : '
                 TP-STATUS (WS-PROFILE-FOUND-IDX)
                 '  GO-LIVE ' TP-GO-LIVE-DATE (WS-PROFILE-FOUND-IDX)
                 '  TEST START '
                 TP-TEST-START-DATE (WS-PROFILE-FOUND-IDX)
              DISPLAY '  TYPES     : PARTS '
                 TP-ALLOW-PARTS (WS-PROFILE-FOUND-IDX)
                 ' ORDERS ' TP-ALLOW-ORDERS (WS-PROFILE-FOUND-IDX)
                 ' ASN ' TP-ALLOW-ASN (WS-PROFILE-FOUND-IDX)
                 ' ACKS ' TP-ALLOW-ACKS (WS-PROFILE-FOUND-IDX)
                 ' CATALOG ' TP-ALLOW-CATALOG (WS-PROFILE-FOUND-IDX)
              DISPLAY '  SET       : '
                 TP-SET-DATE (WS-PROFILE-FOUND-IDX) ' BY '
                 TP-SET-BY (WS-PROFILE-FOUND-IDX)
           END-IF.

       210-CaptureAction.
           DISPLAY 'ACTION - S=SET PROFILE R=REMOVE PROFILE '
              '(ENTER TO SKIP): '
              WITH NO ADVANCING.
           ACCEPT WS-ACTION-RESPONSE.
           EVALUATE WS-ACTION-RESPONSE
              WHEN 'S' WHEN 's'
                 PERFORM 220-SetProfile
                    THRU 220-SetProfile-Exit
              WHEN 'R' WHEN 'r'
                 PERFORM 230-RemoveProfile
                    THRU 230-RemoveProfile-Exit
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
       210-CaptureAction-Exit.
           EXIT.

      *05/28 Everything is keyed and checked first; nothing on the
      * row changes until all of it is good.
       220-SetProfile.
           DISPLAY 'STATUS - T=TESTING C=CERTIFIED S=SUSPENDED: '
              WITH NO ADVANCING.
           ACCEPT WS-ENTRY-STATUS.
           IF NOT ENTRY-STATUS-VALID
              DISPLAY 'STATUS MUST BE T, C OR S - NOT SET.'
              GO TO 220-SetProfile-Exit
           END-IF.
           DISPLAY 'GO-LIVE DATE YYYYMMDD (ENTER FOR NONE): '
              WITH NO ADVANCING.
           ACCEPT WS-ENTRY-GO-LIVE.
           IF WS-ENTRY-GO-LIVE = SPACES
              MOVE ZERO TO WS-NEW-GO-LIVE
           ELSE
              IF WS-ENTRY-GO-LIVE IS NOT NUMERIC
                 DISPLAY 'GO-LIVE DATE NOT NUMERIC: ' WS-ENTRY-GO-LIVE
                    ' - NOT SET.'
                 GO TO 220-SetProfile-Exit
              END-IF
              MOVE WS-ENTRY-GO-LIVE-NUM TO WS-NEW-GO-LIVE
           END-IF.
           IF WS-ENTRY-STATUS = 'C' AND WS-NEW-GO-LIVE = ZERO
              DISPLAY 'A CERTIFIED PARTNER NEEDS A GO-LIVE DATE - '
                 'NOT SET.'
              GO TO 220-SetProfile-Exit
           END-IF.
           DISPLAY 'TYPES ALLOWED Y/N - PARTS ORDERS ASN ACKS '
              'CATALOG (E.G. YYYNN): '
              WITH NO ADVANCING.
           ACCEPT WS-ENTRY-TYPES.
           MOVE 'Y' TO WS-TYPES-VALID-FLAG.
           PERFORM VARYING WS-TYPE-IDX FROM 1 BY 1
              UNTIL WS-TYPE-IDX > 5
                 IF WS-ENTRY-TYPE-FLAG (WS-TYPE-IDX) = 'y'
                    MOVE 'Y' TO WS-ENTRY-TYPE-FLAG (WS-TYPE-IDX)
                 END-IF
                 IF WS-ENTRY-TYPE-FLAG (WS-TYPE-IDX) = 'n'
                    MOVE 'N' TO WS-ENTRY-TYPE-FLAG (WS-TYPE-IDX)
                 END-IF
                 IF WS-ENTRY-TYPE-FLAG (WS-TYPE-IDX) NOT = 'Y'
                    AND WS-ENTRY-TYPE-FLAG (WS-TYPE-IDX) NOT = 'N'
                    MOVE 'N' TO WS-TYPES-VALID-FLAG
                 END-IF
           END-PERFORM.
           IF NOT ENTRY-TYPES-VALID
              DISPLAY 'FIVE Y/N FLAGS EXPECTED: ' WS-ENTRY-TYPES
                 ' - NOT SET.'
              GO TO 220-SetProfile-Exit
           END-IF.
           IF WS-PROFILE-FOUND-IDX = ZERO
              PERFORM 260-InsertProfile
              MOVE SPACES TO WS-OLD-STATUS
              MOVE ZERO TO WS-OLD-GO-LIVE
              MOVE SPACES TO WS-OLD-TYPES
              ADD 1 TO WS-ADDED-CTR
           ELSE
              MOVE TP-STATUS (WS-PROFILE-FOUND-IDX) TO WS-OLD-STATUS
              MOVE TP-GO-LIVE-DATE (WS-PROFILE-FOUND-IDX)
                 TO WS-OLD-GO-LIVE
              MOVE TP-ALLOWED-TYPES (WS-PROFILE-FOUND-IDX)
                 TO WS-OLD-TYPES
              ADD 1 TO WS-CHANGED-CTR
           END-IF.
      *05/28 Going into testing - from no profile or from another
      * status - starts a fresh certification period.
           IF WS-ENTRY-STATUS = 'T' AND WS-OLD-STATUS NOT = 'T'
              MOVE PROCESS-DATE
                 TO TP-TEST-START-DATE (WS-PROFILE-FOUND-IDX)
           END-IF.
           MOVE WS-ENTRY-STATUS TO TP-STATUS (WS-PROFILE-FOUND-IDX).
           MOVE WS-NEW-GO-LIVE
              TO TP-GO-LIVE-DATE (WS-PROFILE-FOUND-IDX).
           MOVE WS-ENTRY-TYPES
              TO TP-ALLOWED-TYPES (WS-PROFILE-FOUND-IDX).
           MOVE PROCESS-DATE TO TP-SET-DATE (WS-PROFILE-FOUND-IDX).
           MOVE WS-OPERATOR-ID TO TP-SET-BY (WS-PROFILE-FOUND-IDX).
           MOVE 'S' TO WS-AUDIT-ACTION.
           MOVE WS-ENTRY-STATUS TO WS-NEW-STATUS.
           MOVE WS-ENTRY-TYPES TO WS-NEW-TYPES.
           PERFORM 270-WriteAuditRow.
           IF WS-ENTRY-STATUS = 'C'
              AND WS-NEW-GO-LIVE > PROCESS-DATE
              DISPLAY 'PROFILE SET - PARTNER STAYS IN THE TEST LANE '
                 'UNTIL ' WS-NEW-GO-LIVE '.'
           ELSE
              DISPLAY 'PROFILE SET.'
           END-IF.
           PERFORM 200-ShowProfile.
       220-SetProfile-Exit.
           EXIT.

      *05/28 The row goes - the rows after it close up so the list
      * stays in supplier order with no gaps.
       230-RemoveProfile.
           IF WS-PROFILE-FOUND-IDX = ZERO
              DISPLAY 'NO PROFILE ON FILE - NOTHING TO REMOVE.'
              GO TO 230-RemoveProfile-Exit
           END-IF.
           DISPLAY 'REMOVE THIS PROFILE? (Y/N): '
              WITH NO ADVANCING.
           ACCEPT WS-YES-NO-RESPONSE.
           IF NOT OPERATOR-SAYS-YES
              GO TO 230-RemoveProfile-Exit
           END-IF.
           MOVE TP-STATUS (WS-PROFILE-FOUND-IDX) TO WS-OLD-STATUS.
           MOVE TP-GO-LIVE-DATE (WS-PROFILE-FOUND-IDX)
              TO WS-OLD-GO-LIVE.
           MOVE TP-ALLOWED-TYPES (WS-PROFILE-FOUND-IDX)
              TO WS-OLD-TYPES.
           MOVE SPACES TO WS-NEW-STATUS.
           MOVE ZERO TO WS-NEW-GO-LIVE.
           MOVE SPACES TO WS-NEW-TYPES.
           MOVE 'R' TO WS-AUDIT-ACTION.
           PERFORM 270-WriteAuditRow.
           PERFORM VARYING WS-SHIFT-IDX FROM WS-PROFILE-FOUND-IDX BY 1
              UNTIL WS-SHIFT-IDX >= PARTNER-PROFILE-MAX
                 MOVE PARTNER-PROFILE-LIST (WS-SHIFT-IDX + 1)
                    TO PARTNER-PROFILE-LIST (WS-SHIFT-IDX)
           END-PERFORM.
           INITIALIZE PARTNER-PROFILE-LIST (PARTNER-PROFILE-MAX).
           SUBTRACT 1 FROM PARTNER-PROFILE-MAX.
           MOVE ZERO TO WS-PROFILE-FOUND-IDX.
           ADD 1 TO WS-REMOVED-CTR.
           DISPLAY 'PROFILE REMOVED.'.
       230-RemoveProfile-Exit.
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

      *05/28 Binary search of the ordered list on supplier.
       245-FindProfile.
           MOVE ZERO TO WS-PROFILE-FOUND-IDX.
           MOVE 1 TO WS-BSRCH-LO.
           MOVE PARTNER-PROFILE-MAX TO WS-BSRCH-HI.
           PERFORM 246-SearchStep
              UNTIL WS-BSRCH-LO > WS-BSRCH-HI
                 OR WS-PROFILE-FOUND-IDX > ZERO.

       246-SearchStep.
           COMPUTE WS-BSRCH-MID = (WS-BSRCH-LO + WS-BSRCH-HI) / 2.
           EVALUATE TRUE
              WHEN TP-SUPPLIER-CODE (WS-BSRCH-MID)
                    = WS-SEARCH-SUPPLIER-CODE
                 MOVE WS-BSRCH-MID TO WS-PROFILE-FOUND-IDX
              WHEN TP-SUPPLIER-CODE (WS-BSRCH-MID)
                    < WS-SEARCH-SUPPLIER-CODE
                 COMPUTE WS-BSRCH-LO = WS-BSRCH-MID + 1
              WHEN OTHER
                 COMPUTE WS-BSRCH-HI = WS-BSRCH-MID - 1
           END-EVALUATE.

      *05/28 Opens a slot at WS-BSRCH-LO, the insertion point the
      * unsuccessful search left, so the list stays in supplier
      * order.
       260-InsertProfile.
           IF PARTNER-PROFILE-MAX >= 500
              DISPLAY 'TPRFMNT - PROFILE TABLE FULL AT 500 '
                 'ROWS - RAISE OCCURS IN TPRFTAB'
              GO TO 2000-ABEND-RTN
           END-IF.
           PERFORM VARYING WS-SHIFT-IDX FROM PARTNER-PROFILE-MAX
              BY -1 UNTIL WS-SHIFT-IDX < WS-BSRCH-LO
                 MOVE PARTNER-PROFILE-LIST (WS-SHIFT-IDX)
                    TO PARTNER-PROFILE-LIST (WS-SHIFT-IDX + 1)
           END-PERFORM.
           ADD 1 TO PARTNER-PROFILE-MAX.
           MOVE SPACES TO PARTNER-PROFILE-LIST (WS-BSRCH-LO).
           MOVE ZERO TO TP-GO-LIVE-DATE (WS-BSRCH-LO).
           MOVE ZERO TO TP-TEST-START-DATE (WS-BSRCH-LO).
           MOVE ZERO TO TP-SET-DATE (WS-BSRCH-LO).
           MOVE WS-SEARCH-SUPPLIER-CODE
              TO TP-SUPPLIER-CODE (WS-BSRCH-LO).
           MOVE WS-BSRCH-LO TO WS-PROFILE-FOUND-IDX.

       270-WriteAuditRow.
           MOVE SPACES TO TPRFAUD-REC.
           MOVE WS-SEARCH-SUPPLIER-CODE TO TU-SUPPLIER-CODE.
           MOVE WS-AUDIT-ACTION TO TU-ACTION.
           MOVE WS-OLD-STATUS TO TU-OLD-STATUS.
           MOVE WS-OLD-GO-LIVE TO TU-OLD-GO-LIVE.
           MOVE WS-OLD-TYPES TO TU-OLD-TYPES.
           MOVE WS-NEW-STATUS TO TU-NEW-STATUS.
           MOVE WS-NEW-GO-LIVE TO TU-NEW-GO-LIVE.
           MOVE WS-NEW-TYPES TO TU-NEW-TYPES.
           MOVE WS-OPERATOR-ID TO TU-OPERATOR-ID.
           MOVE PROCESS-DATE TO TU-ACTION-DATE.
           WRITE TPRFAUD-REC.
           IF OUT-TPRFAUD-KEY NOT = '00'
              GO TO 2000-ABEND-RTN
           END-IF.

       300-Open-Files.
           OPEN INPUT TPPROF.
           IF TPPROF-NOT-FOUND
              MOVE 'Y' TO TPPROF-EOF-WS
           ELSE
              IF IN-TPPROF-KEY NOT = '00'
                 DISPLAY
                        '---------------------------------------------'
                 DISPLAY 'File Problem openning Input TPPROF'
                 GO TO 2000-ABEND-RTN
              ELSE
                 PERFORM 3600-LoadProfiles
              END-IF
           END-IF.
           OPEN OUTPUT TPPROFO.
           IF OUT-TPPROFO-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning TPPROFO'
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
           OPEN EXTEND TPRFAUD.
           IF OUT-TPRFAUD-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning TPRFAUD'
                GO TO 2000-ABEND-RTN
           END-IF.

       3600-LoadProfiles.
           INITIALIZE PARTNER-PROFILE-TABLE.
           MOVE 1 TO WS-PROFILE-INDEX.
           PERFORM 3610-ReadNextProfile UNTIL TPPROF-EOF.
           COMPUTE PARTNER-PROFILE-MAX = WS-PROFILE-INDEX - 1.
           CLOSE TPPROF.

       3610-ReadNextProfile.
           IF WS-PROFILE-INDEX > 500
              DISPLAY 'TPRFMNT - PROFILE TABLE FULL AT 500 '
                 'ROWS - RAISE OCCURS IN TPRFTAB'
              GO TO 2000-ABEND-RTN
           END-IF.
           READ TPPROF INTO PARTNER-PROFILE-LIST(WS-PROFILE-INDEX)
              AT END
                 MOVE 'Y' TO TPPROF-EOF-WS
           END-READ.
           IF NOT TPPROF-EOF
              ADD 1 TO WS-PROFILE-INDEX
           END-IF.

       3650-ReadNextSupplier.
           IF WS-SUPPMST-INDEX > 500
              DISPLAY 'TPRFMNT - SUPPLIER MASTER TABLE FULL AT 500 '
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
              DISPLAY 'TPRFMNT - OPERATOR TABLE FULL AT 200 '
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
              UNTIL WS-WORK-IDX > PARTNER-PROFILE-MAX
                 MOVE PARTNER-PROFILE-LIST (WS-WORK-IDX)
                    TO TPPROFO-REC
                 WRITE TPPROFO-REC
                 IF OUT-TPPROFO-KEY NOT = '00'
                    GO TO 2000-ABEND-RTN
                 END-IF
                 ADD 1 TO WS-ROWS-WRITTEN-CTR
           END-PERFORM.

       900-WriteSummary.
           DISPLAY ' '.
           DISPLAY '---------------------------------------------'.
           DISPLAY 'PROFILES ADDED        : ' WS-ADDED-CTR.
           DISPLAY 'PROFILES CHANGED      : ' WS-CHANGED-CTR.
           DISPLAY 'PROFILES REMOVED      : ' WS-REMOVED-CTR.
           DISPLAY 'ROWS STAGED           : ' WS-ROWS-WRITTEN-CTR.
           DISPLAY '---------------------------------------------'.

       600-CLOSE-FILES.
           CLOSE TPPROFO, TPRFAUD.

      * Matches the fix in FINALEX's 2000-ABEND-RTN - DISPLAY and
      * EXIT alone just fell through to whatever paragraph follows.
       2000-ABEND-RTN.
           DISPLAY 'PROGRAM ENCOUNTERED AN ERROR'.
           MOVE 16 TO RETURN-CODE.
           GOBACK.

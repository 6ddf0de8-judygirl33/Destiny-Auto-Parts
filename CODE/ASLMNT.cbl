       IDENTIFICATION DIVISION.
       PROGRAM-ID. ASLMNT.
       AUTHOR. IVANNA COLAN.
      ******************************************************************
      * 04/30 Approved-source list maintenance. Any supplier on the
      * master could be sent an order for any part, and the first
      * anyone heard of a new source was a receiving inspector
      * finding the parts did not fit. Console-driven like BINMNT:
      * signs the operator on against OPERMST - quality engineering
      * holds the ASLMNT function - loads the ASLMST approved-source
      * list (see ASLTAB), and prompts for a part, listing every
      * source on file for it, then for a supplier, which must be on
      * SUPPMST. Three actions:
      *   P  logs a first-article sample against its report number -
      *      a new source (the part must be on PARTMAST) or one
      *      withdrawn earlier starts over as pending;
      *   A  approves a pending source once its first-article report
      *      has passed, stamping the date and the engineer;
      *   W  withdraws a pending or approved source.
      * Every change writes a row to the ASLAUD audit trail with the
      * old and new status and the operator. The list is kept in
      * part-then-supplier order as rows are added and staged to
      * ASLMSTO for promotion, the SUPPMNT pattern. FINALEX holds an
      * order to an unapproved source of a listed part in SRCHOLD,
      * which SRCRLSE works.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Approved-source list - see ASLTAB.
           SELECT ASLMST ASSIGN TO ASLMST
           FILE STATUS IS IN-ASLMST-KEY.

           SELECT ASLMSTO ASSIGN TO ASLMSTO
           FILE STATUS IS OUT-ASLMSTO-KEY.

      * Supplier master - see SUPMTAB.
           SELECT SUPPMST ASSIGN TO SUPPMST
           FILE STATUS IS IN-SUPPMST-KEY.

      * Parts master, to confirm a new source's part exists
           SELECT PARTMAST ASSIGN TO PARTMAST
           FILE STATUS IS IN-PARTMAST-KEY.

      * Operator authorization table - see OPERTAB.
           SELECT OPERMST ASSIGN TO OPERMST
           FILE STATUS IS IN-OPERMST-KEY.

      * Change audit trail - one row per status change, with the
      * signed-on operator. Accumulates across sessions, so opened
      * EXTEND.
           SELECT ASLAUD ASSIGN TO ASLAUD
           FILE STATUS IS OUT-ASLAUD-KEY.

      * Business process-date control card - see PROCDATE.
           SELECT PROCDATE ASSIGN TO PROCDATE
           FILE STATUS IS PROCDATE-KEY.

       DATA DIVISION.
       FILE SECTION.
       FD  ASLMST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 73 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS ASLMST-REC.
       01  ASLMST-REC       PIC X(73).

       FD  ASLMSTO
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 73 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS ASLMSTO-REC.
       01  ASLMSTO-REC      PIC X(73).

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

      * Audit row - part, supplier, status before and after, the
      * first-article report, who, when.
       FD  ASLAUD
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 61 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS ASLAUD-REC.
       01  ASLAUD-REC.
           05  AA-PART-NUMBER         PIC X(23).
           05  AA-SUPPLIER-CODE       PIC X(10).
           05  AA-OLD-STATUS          PIC X(01).
           05  AA-NEW-STATUS          PIC X(01).
           05  AA-FA-REPORT           PIC X(10).
           05  AA-OPERATOR-ID         PIC X(08).
           05  AA-ACTION-DATE         PIC 9(08).

       FD  PROCDATE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 8 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PROCDATE-REC.
       01  PROCDATE-REC     PIC X(8).

       WORKING-STORAGE SECTION.
           COPY OPERTAB. *> Operator authorization table
           COPY ASLTAB. *> Approved-source list
           COPY SUPMTAB. *> Supplier master table
      * Business process date control card - see PROCDATE.
           COPY PROCDATE.

       01 FILE-STATUS-CODES.
           05 IN-ASLMST-KEY              PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
      * A first-ever run has no approved-source list yet - start
      * empty.
                88 ASLMST-NOT-FOUND         VALUE '35'.
           05 OUT-ASLMSTO-KEY            PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
           05 IN-SUPPMST-KEY             PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
           05 IN-PARTMAST-KEY            PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
           05 IN-OPERMST-KEY             PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
           05 OUT-ASLAUD-KEY             PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
           05 PROCDATE-KEY               PIC X(2).
                88 CODE-WRITE               VALUE SPACES.

       01 FILES-EOF.
           05 ASLMST-EOF-WS                   PIC X(01) VALUE 'N'.
              88 ASLMST-EOF                              VALUE 'Y'.
           05 SUPPMST-EOF-WS                  PIC X(01) VALUE 'N'.
              88 SUPPMST-EOF                             VALUE 'Y'.
           05 PARTMAST-EOF-WS                 PIC X(01) VALUE 'N'.
              88 PARTMAST-EOF                            VALUE 'Y'.
           05 OPERMST-EOF-WS                  PIC X(01) VALUE 'N'.
              88 OPERMST-EOF                             VALUE 'Y'.

       01 WS-SOURCE-INDEX                  PIC 9(5) VALUE 1.
       01 WS-WORK-IDX                      PIC 9(5) VALUE 1.
       01 WS-SHIFT-IDX                     PIC 9(5) VALUE ZERO.
       01 WS-SOURCE-FOUND-IDX              PIC 9(5) VALUE ZERO.
       01 WS-SOURCES-LISTED-CTR            PIC 9(3) VALUE ZERO.
       01 WS-SUPPMST-INDEX                 PIC 9(4) VALUE 1.
       01 WS-SUPPMST-FOUND-IDX             PIC 9(4) VALUE ZERO.

      *04/30 Binary-search bounds over the ordered list. After an
      * unsuccessful search WS-BSRCH-LO is the slot a new source
      * belongs in, which is where 260-InsertSource puts it - the
      * 204-RegisterPartNumber pattern in FINALEX.
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
           88 ENGINEER-SAYS-YES                    VALUE 'Y' 'y'.
       01 WS-WORK-FA-REPORT                PIC X(10) VALUE SPACES.
       01 WS-OLD-STATUS                    PIC X(01) VALUE SPACES.
       01 WS-STATUS-TEXT                   PIC X(09) VALUE SPACES.

      *04/30 Sign-on state - changing the list needs update
      * authority.
       01 WS-OPERATOR-ID                   PIC X(08) VALUE SPACES.
       01 WS-OPER-INDEX                    PIC 9(4) VALUE 1.
       01 WS-OPER-FOUND-IDX                PIC 9(4) VALUE ZERO.
       01 WS-OPER-FOUND-FLAG               PIC X VALUE 'N'.
           88 OPERATOR-AUTHORIZED                VALUE 'Y'.
       01 WS-REQUIRED-LEVEL                PIC 9(1) VALUE 2.

       01 WS-LOGGED-CTR                    PIC 9(05) VALUE ZERO.
       01 WS-APPROVED-CTR                  PIC 9(05) VALUE ZERO.
       01 WS-WITHDRAWN-CTR                 PIC 9(05) VALUE ZERO.
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
           DISPLAY 'APPROVED-SOURCE LIST MAINTENANCE'.
           DISPLAY '---------------------------------------------'.
           PERFORM 370-LoadProcessDate.
           PERFORM 300-Open-Files.
           PERFORM 050-SignOnOperator.
           DISPLAY 'SOURCES ON FILE: ' APPROVED-SOURCE-MAX.

       050-SignOnOperator.
           DISPLAY 'OPERATOR ID: ' WITH NO ADVANCING.
           ACCEPT WS-OPERATOR-ID.
           MOVE 'N' TO WS-OPER-FOUND-FLAG.
           PERFORM VARYING WS-OPER-INDEX FROM 1 BY 1
              UNTIL WS-OPER-INDEX > OPERATOR-MAX
                 OR OPERATOR-AUTHORIZED
                 IF OA-OPERATOR-ID (WS-OPER-INDEX) = WS-OPERATOR-ID
                    AND OA-FUNCTION (WS-OPER-INDEX) = 'ASLMNT'
                    AND OA-AUTH-LEVEL (WS-OPER-INDEX)
                       >= WS-REQUIRED-LEVEL
                    MOVE 'Y' TO WS-OPER-FOUND-FLAG
                    MOVE WS-OPER-INDEX TO WS-OPER-FOUND-IDX
                 END-IF
           END-PERFORM.
           IF NOT OPERATOR-AUTHORIZED
              DISPLAY 'OPERATOR ' WS-OPERATOR-ID
                 ' NOT AUTHORIZED FOR ASLMNT - SESSION ENDED'
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

      *04/30 Every source on file for the part, whatever its status.
       200-ShowPart.
           MOVE ZERO TO WS-SOURCES-LISTED-CTR.
           PERFORM VARYING WS-WORK-IDX FROM 1 BY 1
              UNTIL WS-WORK-IDX > APPROVED-SOURCE-MAX
                 IF AS-PART-NUMBER (WS-WORK-IDX)
                       = WS-SEARCH-PART-NUMBER
                    PERFORM 205-StatusText
                    DISPLAY '  ' AS-SUPPLIER-CODE (WS-WORK-IDX) ' '
                       WS-STATUS-TEXT ' REPORT '
                       AS-FA-REPORT (WS-WORK-IDX) ' SAMPLED '
                       AS-SAMPLE-DATE (WS-WORK-IDX) ' APPROVED '
                       AS-APPROVAL-DATE (WS-WORK-IDX) ' BY '
                       AS-ENGINEER (WS-WORK-IDX)
                    ADD 1 TO WS-SOURCES-LISTED-CTR
                 END-IF
           END-PERFORM.
           IF WS-SOURCES-LISTED-CTR = ZERO
              DISPLAY '  (NO SOURCES ON FILE - PART NOT CONTROLLED)'
           END-IF.

       205-StatusText.
           EVALUATE TRUE
              WHEN AS-PENDING (WS-WORK-IDX)
                 MOVE 'PENDING' TO WS-STATUS-TEXT
              WHEN AS-APPROVED (WS-WORK-IDX)
                 MOVE 'APPROVED' TO WS-STATUS-TEXT
              WHEN AS-WITHDRAWN (WS-WORK-IDX)
                 MOVE 'WITHDRAWN' TO WS-STATUS-TEXT
              WHEN OTHER
                 MOVE 'UNKNOWN' TO WS-STATUS-TEXT
           END-EVALUATE.

       210-CaptureAction.
           PERFORM 240-FindSupplier.
           IF WS-SUPPMST-FOUND-IDX = ZERO
              DISPLAY 'SUPPLIER NOT ON SUPPMST: '
                 WS-SEARCH-SUPPLIER-CODE
              GO TO 210-CaptureAction-Exit
           END-IF.
           DISPLAY '  SUPPLIER  : '
              SM-SUPPLIER-NAME (WS-SUPPMST-FOUND-IDX).
           PERFORM 245-FindSource.
           IF WS-SOURCE-FOUND-IDX = ZERO
              DISPLAY '  STATUS    : (NOT ON THE LIST)'
           ELSE
              MOVE WS-SOURCE-FOUND-IDX TO WS-WORK-IDX
              PERFORM 205-StatusText
              DISPLAY '  STATUS    : ' WS-STATUS-TEXT
           END-IF.
           DISPLAY 'ACTION - P=LOG FIRST-ARTICLE SAMPLE A=APPROVE '
              'W=WITHDRAW (ENTER TO SKIP): '
              WITH NO ADVANCING.
           ACCEPT WS-ACTION-RESPONSE.
           EVALUATE WS-ACTION-RESPONSE
              WHEN 'P' WHEN 'p'
                 PERFORM 220-LogSample
                    THRU 220-LogSample-Exit
              WHEN 'A' WHEN 'a'
                 PERFORM 230-ApproveSource
                    THRU 230-ApproveSource-Exit
              WHEN 'W' WHEN 'w'
                 PERFORM 235-WithdrawSource
                    THRU 235-WithdrawSource-Exit
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
       210-CaptureAction-Exit.
           EXIT.

      *04/30 A first-article sample opens (or reopens) a source as
      * pending. A source already pending or approved is left alone
      * - withdraw it first to start its qualification over.
       220-LogSample.
           IF WS-SOURCE-FOUND-IDX > ZERO
              IF AS-PENDING (WS-SOURCE-FOUND-IDX)
                 DISPLAY 'SAMPLE ALREADY PENDING UNDER REPORT '
                    AS-FA-REPORT (WS-SOURCE-FOUND-IDX)
                    ' - NOT CHANGED.'
                 GO TO 220-LogSample-Exit
              END-IF
              IF AS-APPROVED (WS-SOURCE-FOUND-IDX)
                 DISPLAY 'SOURCE ALREADY APPROVED - NOT CHANGED.'
                 GO TO 220-LogSample-Exit
              END-IF
           ELSE
              PERFORM 250-FindPart
              IF NOT MASTER-FOUND
                 DISPLAY 'PART NOT ON PARTMAST: '
                    WS-SEARCH-PART-NUMBER ' - NOT LOGGED.'
                 GO TO 220-LogSample-Exit
              END-IF
           END-IF.
           DISPLAY 'FIRST-ARTICLE REPORT NUMBER: ' WITH NO ADVANCING.
           ACCEPT WS-WORK-FA-REPORT.
           IF WS-WORK-FA-REPORT = SPACES
              DISPLAY 'A REPORT NUMBER IS REQUIRED - NOT LOGGED.'
              GO TO 220-LogSample-Exit
           END-IF.
           IF WS-SOURCE-FOUND-IDX = ZERO
              PERFORM 260-InsertSource
              MOVE SPACES TO WS-OLD-STATUS
           ELSE
              MOVE AS-STATUS (WS-SOURCE-FOUND-IDX) TO WS-OLD-STATUS
           END-IF.
           MOVE 'P' TO AS-STATUS (WS-SOURCE-FOUND-IDX).
           MOVE WS-WORK-FA-REPORT TO AS-FA-REPORT (WS-SOURCE-FOUND-IDX).
           MOVE PROCESS-DATE TO AS-SAMPLE-DATE (WS-SOURCE-FOUND-IDX).
           MOVE ZERO TO AS-APPROVAL-DATE (WS-SOURCE-FOUND-IDX).
           MOVE SPACES TO AS-ENGINEER (WS-SOURCE-FOUND-IDX).
           PERFORM 270-WriteAuditRow.
           ADD 1 TO WS-LOGGED-CTR.
           DISPLAY 'SAMPLE LOGGED - SOURCE PENDING FIRST ARTICLE.'.
       220-LogSample-Exit.
           EXIT.

      *04/30 Only a pending source can be approved - approval is the
      * sign-off on the first-article report logged against it.
       230-ApproveSource.
           IF WS-SOURCE-FOUND-IDX = ZERO
              DISPLAY 'NO SAMPLE LOGGED FOR THIS SOURCE - LOG THE '
                 'FIRST ARTICLE FIRST.'
              GO TO 230-ApproveSource-Exit
           END-IF.
           IF NOT AS-PENDING (WS-SOURCE-FOUND-IDX)
              DISPLAY 'SOURCE IS NOT PENDING - NOT APPROVED.'
              GO TO 230-ApproveSource-Exit
           END-IF.
           DISPLAY 'FIRST-ARTICLE REPORT '
              AS-FA-REPORT (WS-SOURCE-FOUND-IDX) ' SAMPLED '
              AS-SAMPLE-DATE (WS-SOURCE-FOUND-IDX)
              ' PASSED - APPROVE SOURCE? (Y/N): '
              WITH NO ADVANCING.
           ACCEPT WS-YES-NO-RESPONSE.
           IF NOT ENGINEER-SAYS-YES
              GO TO 230-ApproveSource-Exit
           END-IF.
           MOVE AS-STATUS (WS-SOURCE-FOUND-IDX) TO WS-OLD-STATUS.
           MOVE 'A' TO AS-STATUS (WS-SOURCE-FOUND-IDX).
           MOVE PROCESS-DATE TO AS-APPROVAL-DATE (WS-SOURCE-FOUND-IDX).
           MOVE WS-OPERATOR-ID TO AS-ENGINEER (WS-SOURCE-FOUND-IDX).
           PERFORM 270-WriteAuditRow.
           ADD 1 TO WS-APPROVED-CTR.
           DISPLAY 'SOURCE APPROVED.'.
       230-ApproveSource-Exit.
           EXIT.

      *04/30 Withdrawal keeps the row and its history - the part
      * stays controlled, so orders to this supplier hold again.
       235-WithdrawSource.
           IF WS-SOURCE-FOUND-IDX = ZERO
              DISPLAY 'SOURCE NOT ON THE LIST - NOTHING TO WITHDRAW.'
              GO TO 235-WithdrawSource-Exit
           END-IF.
           IF AS-WITHDRAWN (WS-SOURCE-FOUND-IDX)
              DISPLAY 'SOURCE ALREADY WITHDRAWN.'
              GO TO 235-WithdrawSource-Exit
           END-IF.
           DISPLAY 'WITHDRAW THIS SOURCE? (Y/N): ' WITH NO ADVANCING.
           ACCEPT WS-YES-NO-RESPONSE.
           IF NOT ENGINEER-SAYS-YES
              GO TO 235-WithdrawSource-Exit
           END-IF.
           MOVE AS-STATUS (WS-SOURCE-FOUND-IDX) TO WS-OLD-STATUS.
           MOVE 'W' TO AS-STATUS (WS-SOURCE-FOUND-IDX).
           PERFORM 270-WriteAuditRow.
           ADD 1 TO WS-WITHDRAWN-CTR.
           DISPLAY 'SOURCE WITHDRAWN.'.
       235-WithdrawSource-Exit.
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

      *04/30 Binary search of the ordered list on part + supplier.
       245-FindSource.
           MOVE ZERO TO WS-SOURCE-FOUND-IDX.
           MOVE 1 TO WS-BSRCH-LO.
           MOVE APPROVED-SOURCE-MAX TO WS-BSRCH-HI.
           PERFORM 246-SearchStep
              UNTIL WS-BSRCH-LO > WS-BSRCH-HI
                 OR WS-SOURCE-FOUND-IDX > ZERO.

       246-SearchStep.
           COMPUTE WS-BSRCH-MID = (WS-BSRCH-LO + WS-BSRCH-HI) / 2.
           EVALUATE TRUE
              WHEN AS-SOURCE-KEY (WS-BSRCH-MID) = WS-SEARCH-KEY
                 MOVE WS-BSRCH-MID TO WS-SOURCE-FOUND-IDX
              WHEN AS-SOURCE-KEY (WS-BSRCH-MID) < WS-SEARCH-KEY
                 COMPUTE WS-BSRCH-LO = WS-BSRCH-MID + 1
              WHEN OTHER
                 COMPUTE WS-BSRCH-HI = WS-BSRCH-MID - 1
           END-EVALUATE.

      *04/30 Rescans the parts master from the top - the ENGRLSE
      * tradeoff; only a brand-new source needs the lookup.
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

      *04/30 Opens a slot at WS-BSRCH-LO, the insertion point the
      * unsuccessful search left, so the list stays in key order.
       260-InsertSource.
           IF APPROVED-SOURCE-MAX >= 20000
              DISPLAY 'ASLMNT - APPROVED SOURCE TABLE FULL AT 20000 '
                 'ROWS - RAISE OCCURS IN ASLTAB'
              GO TO 2000-ABEND-RTN
           END-IF.
           PERFORM VARYING WS-SHIFT-IDX FROM APPROVED-SOURCE-MAX
              BY -1 UNTIL WS-SHIFT-IDX < WS-BSRCH-LO
                 MOVE APPROVED-SOURCE-LIST (WS-SHIFT-IDX)
                    TO APPROVED-SOURCE-LIST (WS-SHIFT-IDX + 1)
           END-PERFORM.
           ADD 1 TO APPROVED-SOURCE-MAX.
           MOVE SPACES TO APPROVED-SOURCE-LIST (WS-BSRCH-LO).
           MOVE ZERO TO AS-SAMPLE-DATE (WS-BSRCH-LO).
           MOVE ZERO TO AS-APPROVAL-DATE (WS-BSRCH-LO).
           MOVE WS-SEARCH-KEY TO AS-SOURCE-KEY (WS-BSRCH-LO).
           MOVE WS-BSRCH-LO TO WS-SOURCE-FOUND-IDX.

       270-WriteAuditRow.
           MOVE WS-SEARCH-PART-NUMBER TO AA-PART-NUMBER.
           MOVE WS-SEARCH-SUPPLIER-CODE TO AA-SUPPLIER-CODE.
           MOVE WS-OLD-STATUS TO AA-OLD-STATUS.
           MOVE AS-STATUS (WS-SOURCE-FOUND-IDX) TO AA-NEW-STATUS.
           MOVE AS-FA-REPORT (WS-SOURCE-FOUND-IDX) TO AA-FA-REPORT.
           MOVE WS-OPERATOR-ID TO AA-OPERATOR-ID.
           MOVE PROCESS-DATE TO AA-ACTION-DATE.
           WRITE ASLAUD-REC.
           IF OUT-ASLAUD-KEY NOT = '00'
              GO TO 2000-ABEND-RTN
           END-IF.

       300-Open-Files.
           OPEN INPUT ASLMST.
           IF ASLMST-NOT-FOUND
              MOVE 'Y' TO ASLMST-EOF-WS
           ELSE
              IF IN-ASLMST-KEY NOT = '00'
                 DISPLAY
                        '---------------------------------------------'
                 DISPLAY 'File Problem openning Input ASLMST'
                 GO TO 2000-ABEND-RTN
              ELSE
                 PERFORM 3600-LoadSources
              END-IF
           END-IF.
           OPEN OUTPUT ASLMSTO.
           IF OUT-ASLMSTO-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning ASLMSTO'
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
           OPEN EXTEND ASLAUD.
           IF OUT-ASLAUD-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning ASLAUD'
                GO TO 2000-ABEND-RTN
           END-IF.

       3600-LoadSources.
           INITIALIZE APPROVED-SOURCE-TABLE.
           MOVE 1 TO WS-SOURCE-INDEX.
           PERFORM 3610-ReadNextSource UNTIL ASLMST-EOF.
           COMPUTE APPROVED-SOURCE-MAX = WS-SOURCE-INDEX - 1.
           CLOSE ASLMST.

       3610-ReadNextSource.
           IF WS-SOURCE-INDEX > 20000
              DISPLAY 'ASLMNT - APPROVED SOURCE TABLE FULL AT 20000 '
                 'ROWS - RAISE OCCURS IN ASLTAB'
              GO TO 2000-ABEND-RTN
           END-IF.
           READ ASLMST INTO APPROVED-SOURCE-LIST(WS-SOURCE-INDEX)
              AT END
                 MOVE 'Y' TO ASLMST-EOF-WS
           END-READ.
           IF NOT ASLMST-EOF
              ADD 1 TO WS-SOURCE-INDEX
           END-IF.

       3650-ReadNextSupplier.
           IF WS-SUPPMST-INDEX > 500
              DISPLAY 'ASLMNT - SUPPLIER MASTER TABLE FULL AT 500 '
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
              DISPLAY 'ASLMNT - OPERATOR TABLE FULL AT 200 '
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

      *04/30 Every row goes back out, withdrawn ones included - the
      * part stays controlled and the history stays on file.
       500-WriteStaged.
           PERFORM VARYING WS-WORK-IDX FROM 1 BY 1
              UNTIL WS-WORK-IDX > APPROVED-SOURCE-MAX
                 MOVE APPROVED-SOURCE-LIST (WS-WORK-IDX)
                    TO ASLMSTO-REC
                 WRITE ASLMSTO-REC
                 IF OUT-ASLMSTO-KEY NOT = '00'
                    GO TO 2000-ABEND-RTN
                 END-IF
                 ADD 1 TO WS-ROWS-WRITTEN-CTR
           END-PERFORM.

       900-WriteSummary.
           DISPLAY ' '.
           DISPLAY '---------------------------------------------'.
           DISPLAY 'SAMPLES LOGGED        : ' WS-LOGGED-CTR.
           DISPLAY 'SOURCES APPROVED      : ' WS-APPROVED-CTR.
           DISPLAY 'SOURCES WITHDRAWN     : ' WS-WITHDRAWN-CTR.
           DISPLAY 'ROWS STAGED           : ' WS-ROWS-WRITTEN-CTR.
           DISPLAY '---------------------------------------------'.

       600-CLOSE-FILES.
           CLOSE ASLMSTO, ASLAUD.

      * Matches the fix in FINALEX's 2000-ABEND-RTN - DISPLAY and
      * EXIT alone just fell through to whatever paragraph follows.
       2000-ABEND-RTN.
           DISPLAY 'PROGRAM ENCOUNTERED AN ERROR'.
           MOVE 16 TO RETURN-CODE.
           GOBACK.

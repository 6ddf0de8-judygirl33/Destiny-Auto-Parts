       IDENTIFICATION DIVISION.
       PROGRAM-ID. SRCRLSE.
       AUTHOR. FABIO COSTA.
      ******************************************************************
      * 04/30 Source-hold release. Records FINALEX diverted to the
      * SRCHOLD queue (an order for a part on the approved-source
      * list, to a supplier whose source is not approved - see
      * ASLTAB) wait here for quality. The ENGRLSE pattern: each held
      * record's part and supplier are shown with where the source
      * stands on ASLMST today. Once ASLMNT has approved the source
      * the record can be released - appended to GOODDATA-FILE - or
      * held again, carried to the next session's queue (SRCHOLDO).
      * A source still not approved can only be released on a
      * deviation, and only by a quality supervisor (level 3);
      * everyone else carries it forward. Each decision is written
      * to the SRCAUD audit trail with the signed-on operator.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Records held for an unapproved source by FINALEX
           SELECT SRCHOLD ASSIGN TO SRCHOLD
           FILE STATUS IS IN-SRCHOLD-KEY.

      * Records still held at the end of this session
           SELECT SRCHOLDO ASSIGN TO SRCHOLDO
           FILE STATUS IS OUT-SRCHOLDO-KEY.

      * Released records are appended here
           SELECT GOODDATA-FILE ASSIGN TO GOODDATA
           FILE STATUS IS OUT-GOODDATA-KEY.

      * Approved-source list - see ASLTAB.
           SELECT ASLMST ASSIGN TO ASLMST
           FILE STATUS IS IN-ASLMST-KEY.

      * Operator authorization table - see OPERTAB.
           SELECT OPERMST ASSIGN TO OPERMST
           FILE STATUS IS IN-OPERMST-KEY.

      * Release audit trail - one row per decision. Accumulates
      * across sessions, so opened EXTEND.
           SELECT SRCAUD ASSIGN TO SRCAUD
           FILE STATUS IS OUT-SRCAUD-KEY.

      * Business process-date control card - see PROCDATE.
           SELECT PROCDATE ASSIGN TO PROCDATE
           FILE STATUS IS PROCDATE-KEY.

       DATA DIVISION.
       FILE SECTION.
       FD  SRCHOLD
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 1029 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SRCHOLD-REC.
       01  SRCHOLD-REC     PIC X(1029).

       FD  SRCHOLDO
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 1029 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SRCHOLDO-REC.
       01  SRCHOLDO-REC     PIC X(1029).

       FD  GOODDATA-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 1029 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS GOODDATA-REC.
       01  GOODDATA-REC     PIC X(1029).

       FD  ASLMST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 73 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS ASLMST-REC.
       01  ASLMST-REC       PIC X(73).

       FD  OPERMST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS OPERMST-REC.
       01  OPERMST-REC     PIC X(40).

      * Release audit row - part, supplier, decision, who, when.
      * R released on an approved source, D released on a
      * deviation, H held.
       FD  SRCAUD
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 50 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SRCAUD-REC.
       01  SRCAUD-REC.
           05  SA-PART-NUMBER         PIC X(23).
           05  SA-SUPPLIER-CODE       PIC X(10).
           05  SA-DECISION            PIC X(01).
           05  SA-OPERATOR-ID         PIC X(08).
           05  SA-DECISION-DATE       PIC 9(08).

       FD  PROCDATE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 8 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PROCDATE-REC.
       01  PROCDATE-REC     PIC X(8).

       WORKING-STORAGE SECTION.
           COPY PARTSUB. *> PART-SUPP-ADDR-PO Copybook
           COPY OPERTAB. *> Operator authorization table
           COPY ASLTAB. *> Approved-source list
           COPY PROCDATE. *> Business process date control card

       01 FILE-STATUS-CODES.
           05 IN-SRCHOLD-KEY             PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
           05 OUT-SRCHOLDO-KEY           PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
           05 OUT-GOODDATA-KEY           PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
           05 IN-ASLMST-KEY              PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
                88 ASLMST-NOT-FOUND         VALUE '35'.
           05 IN-OPERMST-KEY             PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
           05 OUT-SRCAUD-KEY             PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
           05 PROCDATE-KEY               PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
                88 PROCDATE-NOT-FOUND       VALUE '35'.

       01 FILES-EOF.
           05 SRCHOLD-EOF-WS                  PIC X(01) VALUE 'N'.
              88 SRCHOLD-EOF                             VALUE 'Y'.
           05 ASLMST-EOF-WS                   PIC X(01) VALUE 'N'.
              88 ASLMST-EOF                              VALUE 'Y'.
           05 OPERMST-EOF-WS                  PIC X(01) VALUE 'N'.
              88 OPERMST-EOF                             VALUE 'Y'.

      *04/30 Sign-on state - release needs level 2, a deviation
      * release level 3.
       01 WS-OPERATOR-ID                   PIC X(08) VALUE SPACES.
       01 WS-OPER-INDEX                    PIC 9(4) VALUE 1.
       01 WS-OPER-FOUND-IDX                PIC 9(4) VALUE ZERO.
       01 WS-OPER-FOUND-FLAG               PIC X VALUE 'N'.
           88 OPERATOR-AUTHORIZED                VALUE 'Y'.
       01 WS-REQUIRED-LEVEL                PIC 9(1) VALUE 2.
       01 WS-DEVIATION-LEVEL               PIC 9(1) VALUE 3.

       01 WS-SOURCE-INDEX                  PIC 9(5) VALUE 1.
       01 WS-WORK-IDX                      PIC 9(5) VALUE 1.
       01 WS-SOURCE-FOUND-IDX              PIC 9(5) VALUE ZERO.
       01 WS-BSRCH-LO                      PIC 9(5) VALUE ZERO.
       01 WS-BSRCH-HI                      PIC 9(5) VALUE ZERO.
       01 WS-BSRCH-MID                     PIC 9(5) VALUE ZERO.
       01 WS-SEARCH-KEY.
           05 WS-SEARCH-PART-NUMBER        PIC X(23) VALUE SPACES.
           05 WS-SEARCH-SUPPLIER-CODE      PIC X(10) VALUE SPACES.
       01 WS-APPROVED-LISTED-CTR           PIC 9(3) VALUE ZERO.

       01 WS-YES-NO-RESPONSE               PIC X(01) VALUE 'N'.
           88 QUALITY-SAYS-YES                     VALUE 'Y' 'y'.

       01 WS-RECORDS-WORKED                PIC 9(05) VALUE ZERO.
       01 WS-RECORDS-RELEASED              PIC 9(05) VALUE ZERO.
       01 WS-RECORDS-DEVIATED              PIC 9(05) VALUE ZERO.
       01 WS-RECORDS-HELD                  PIC 9(05) VALUE ZERO.

       PROCEDURE DIVISION.

       MAIN.
           PERFORM 000-Housekeeping.
           PERFORM 100-ProcessHold UNTIL SRCHOLD-EOF.
           PERFORM 900-WriteSummary.
           PERFORM 600-CLOSE-FILES.
           GOBACK.

       000-Housekeeping.
           DISPLAY '---------------------------------------------'.
           DISPLAY 'SOURCE HOLD RELEASE - UNAPPROVED SOURCES'.
           DISPLAY '---------------------------------------------'.
           PERFORM 300-Open-Files.
           PERFORM 050-SignOnOperator.
           PERFORM 400-Read-SrcHold.

      *04/30 An approved source releases on a plain yes; one that is
      * still pending or withdrawn takes a supervisor's deviation.
       100-ProcessHold.
           IF NOT SRCHOLD-EOF
              ADD 1 TO WS-RECORDS-WORKED
              PERFORM 200-ShowSource
              MOVE 'N' TO WS-YES-NO-RESPONSE
              IF WS-SOURCE-FOUND-IDX > ZERO
                 AND AS-APPROVED (WS-SOURCE-FOUND-IDX)
                 DISPLAY 'SOURCE NOW APPROVED - RELEASE TO GOODDATA? '
                    '(Y/N): ' WITH NO ADVANCING
                 ACCEPT WS-YES-NO-RESPONSE
                 MOVE 'R' TO SA-DECISION
              ELSE
                 IF OA-AUTH-LEVEL (WS-OPER-FOUND-IDX)
                       >= WS-DEVIATION-LEVEL
                    DISPLAY 'SOURCE NOT APPROVED - RELEASE ON A '
                       'DEVIATION? (Y/N): ' WITH NO ADVANCING
                    ACCEPT WS-YES-NO-RESPONSE
                    MOVE 'D' TO SA-DECISION
                 ELSE
                    DISPLAY 'SOURCE NOT APPROVED - A SUPERVISOR MUST '
                       'RELEASE ON A DEVIATION.'
                 END-IF
              END-IF
              IF QUALITY-SAYS-YES
                 MOVE PART-SUPP-ADDR-PO TO GOODDATA-REC
                 WRITE GOODDATA-REC
                 IF OUT-GOODDATA-KEY NOT = '00'
                    GO TO 2000-ABEND-RTN
                 END-IF
                 PERFORM 250-WriteAuditRow
                 IF SA-DECISION = 'D'
                    ADD 1 TO WS-RECORDS-DEVIATED
                 ELSE
                    ADD 1 TO WS-RECORDS-RELEASED
                 END-IF
                 DISPLAY 'RELEASED.'
              ELSE
                 MOVE PART-SUPP-ADDR-PO TO SRCHOLDO-REC
                 WRITE SRCHOLDO-REC
                 IF OUT-SRCHOLDO-KEY NOT = '00'
                    GO TO 2000-ABEND-RTN
                 END-IF
                 MOVE 'H' TO SA-DECISION
                 PERFORM 250-WriteAuditRow
                 ADD 1 TO WS-RECORDS-HELD
                 DISPLAY 'STILL HELD - CARRIED FORWARD.'
              END-IF
              PERFORM 400-Read-SrcHold
           END-IF.

       050-SignOnOperator.
           DISPLAY 'OPERATOR ID: ' WITH NO ADVANCING.
           ACCEPT WS-OPERATOR-ID.
           MOVE 'N' TO WS-OPER-FOUND-FLAG.
           PERFORM VARYING WS-OPER-INDEX FROM 1 BY 1
              UNTIL WS-OPER-INDEX > OPERATOR-MAX
                 OR OPERATOR-AUTHORIZED
                 IF OA-OPERATOR-ID (WS-OPER-INDEX) = WS-OPERATOR-ID
                    AND OA-FUNCTION (WS-OPER-INDEX) = 'SRCRLSE'
                    AND OA-AUTH-LEVEL (WS-OPER-INDEX)
                       >= WS-REQUIRED-LEVEL
                    MOVE 'Y' TO WS-OPER-FOUND-FLAG
                    MOVE WS-OPER-INDEX TO WS-OPER-FOUND-IDX
                 END-IF
           END-PERFORM.
           IF NOT OPERATOR-AUTHORIZED
              DISPLAY 'OPERATOR ' WS-OPERATOR-ID
                 ' NOT AUTHORIZED FOR SRCRLSE - SESSION ENDED'
              GO TO 2000-ABEND-RTN
           END-IF.
           DISPLAY 'SIGNED ON: '
              OA-OPERATOR-NAME (WS-OPER-FOUND-IDX).

      *04/30 The held order, where its source stands today, and the
      * sources already approved for the part - a buyer may prefer
      * to re-place the order with one of those.
       200-ShowSource.
           MOVE PART-NUMBER-PO TO WS-SEARCH-PART-NUMBER.
           MOVE SUPPLIER-CODE-PO TO WS-SEARCH-SUPPLIER-CODE.
           PERFORM 210-FindSource.
           DISPLAY ' '.
           DISPLAY '==============================================='.
           DISPLAY 'PART NUMBER      : ' PART-NUMBER-PO.
           DISPLAY 'PART NAME        : ' PART-NAME-PO.
           DISPLAY 'SUPPLIER         : ' SUPPLIER-CODE-PO ' '
              SUPPLIER-NAME-PO.
           IF WS-SOURCE-FOUND-IDX = ZERO
              DISPLAY 'SOURCE STATUS    : (NOT ON THE LIST)'
           ELSE
              EVALUATE TRUE
                 WHEN AS-APPROVED (WS-SOURCE-FOUND-IDX)
                    DISPLAY 'SOURCE STATUS    : APPROVED '
                       AS-APPROVAL-DATE (WS-SOURCE-FOUND-IDX) ' BY '
                       AS-ENGINEER (WS-SOURCE-FOUND-IDX)
                 WHEN AS-PENDING (WS-SOURCE-FOUND-IDX)
                    DISPLAY 'SOURCE STATUS    : PENDING - REPORT '
                       AS-FA-REPORT (WS-SOURCE-FOUND-IDX)
                       ' SAMPLED ' AS-SAMPLE-DATE (WS-SOURCE-FOUND-IDX)
                 WHEN OTHER
                    DISPLAY 'SOURCE STATUS    : WITHDRAWN'
              END-EVALUATE
           END-IF.
           MOVE ZERO TO WS-APPROVED-LISTED-CTR.
           PERFORM VARYING WS-WORK-IDX FROM 1 BY 1
              UNTIL WS-WORK-IDX > APPROVED-SOURCE-MAX
                 IF AS-PART-NUMBER (WS-WORK-IDX) = PART-NUMBER-PO
                    AND AS-APPROVED (WS-WORK-IDX)
                    DISPLAY 'APPROVED SOURCE  : '
                       AS-SUPPLIER-CODE (WS-WORK-IDX)
                    ADD 1 TO WS-APPROVED-LISTED-CTR
                 END-IF
           END-PERFORM.
           IF WS-APPROVED-LISTED-CTR = ZERO
              DISPLAY 'APPROVED SOURCE  : (NONE YET)'
           END-IF.

      *04/30 Binary search of the ordered list on part + supplier.
       210-FindSource.
           MOVE ZERO TO WS-SOURCE-FOUND-IDX.
           MOVE 1 TO WS-BSRCH-LO.
           MOVE APPROVED-SOURCE-MAX TO WS-BSRCH-HI.
           PERFORM 215-SearchStep
              UNTIL WS-BSRCH-LO > WS-BSRCH-HI
                 OR WS-SOURCE-FOUND-IDX > ZERO.

       215-SearchStep.
           COMPUTE WS-BSRCH-MID = (WS-BSRCH-LO + WS-BSRCH-HI) / 2.
           EVALUATE TRUE
              WHEN AS-SOURCE-KEY (WS-BSRCH-MID) = WS-SEARCH-KEY
                 MOVE WS-BSRCH-MID TO WS-SOURCE-FOUND-IDX
              WHEN AS-SOURCE-KEY (WS-BSRCH-MID) < WS-SEARCH-KEY
                 COMPUTE WS-BSRCH-LO = WS-BSRCH-MID + 1
              WHEN OTHER
                 COMPUTE WS-BSRCH-HI = WS-BSRCH-MID - 1
           END-EVALUATE.

       250-WriteAuditRow.
           MOVE PART-NUMBER-PO TO SA-PART-NUMBER.
           MOVE SUPPLIER-CODE-PO TO SA-SUPPLIER-CODE.
           MOVE WS-OPERATOR-ID TO SA-OPERATOR-ID.
           MOVE PROCESS-DATE TO SA-DECISION-DATE.
           WRITE SRCAUD-REC.
           IF OUT-SRCAUD-KEY NOT = '00'
              GO TO 2000-ABEND-RTN
           END-IF.

       300-Open-Files.
           OPEN INPUT SRCHOLD.
           IF IN-SRCHOLD-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning SRCHOLD'
                GO TO 2000-ABEND-RTN
           END-IF.
           OPEN OUTPUT SRCHOLDO.
           IF OUT-SRCHOLDO-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning SRCHOLDO'
                GO TO 2000-ABEND-RTN
           END-IF.
           OPEN EXTEND GOODDATA-FILE.
           IF OUT-GOODDATA-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning GOODDATA-FILE'
                GO TO 2000-ABEND-RTN
           END-IF.
           OPEN INPUT ASLMST.
           IF ASLMST-NOT-FOUND
              CONTINUE
           ELSE
              IF IN-ASLMST-KEY NOT = '00'
                 DISPLAY
                        '---------------------------------------------'
                 DISPLAY 'File Problem openning ASLMST'
                 GO TO 2000-ABEND-RTN
              ELSE
                 PERFORM 3600-LoadSources
              END-IF
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
           OPEN EXTEND SRCAUD.
           IF OUT-SRCAUD-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning SRCAUD'
                GO TO 2000-ABEND-RTN
           END-IF.
           PERFORM 370-LoadProcessDate.

       3600-LoadSources.
           INITIALIZE APPROVED-SOURCE-TABLE.
           MOVE 1 TO WS-SOURCE-INDEX.
           PERFORM 3610-ReadNextSource UNTIL ASLMST-EOF.
           COMPUTE APPROVED-SOURCE-MAX = WS-SOURCE-INDEX - 1.
           CLOSE ASLMST.

       3610-ReadNextSource.
           IF WS-SOURCE-INDEX > 20000
              DISPLAY 'SRCRLSE - APPROVED SOURCE TABLE FULL AT 20000 '
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

       3700-LoadOperators.
           INITIALIZE OPERATOR-TABLE.
           MOVE 1 TO WS-OPER-INDEX.
           PERFORM 3750-ReadNextOperator UNTIL OPERMST-EOF.
           COMPUTE OPERATOR-MAX = WS-OPER-INDEX - 1.
           CLOSE OPERMST.

       3750-ReadNextOperator.
           IF WS-OPER-INDEX > 200
              DISPLAY 'SRCRLSE - OPERATOR TABLE FULL AT 200 '
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

       400-Read-SrcHold.
           READ SRCHOLD INTO PART-SUPP-ADDR-PO
              AT END MOVE 'Y' TO SRCHOLD-EOF-WS
           END-READ.

       900-WriteSummary.
           DISPLAY ' '.
           DISPLAY '---------------------------------------------'.
           DISPLAY 'RECORDS WORKED        : ' WS-RECORDS-WORKED.
           DISPLAY 'RELEASED (APPROVED)   : ' WS-RECORDS-RELEASED.
           DISPLAY 'RELEASED (DEVIATION)  : ' WS-RECORDS-DEVIATED.
           DISPLAY 'STILL HELD            : ' WS-RECORDS-HELD.
           DISPLAY '---------------------------------------------'.

       600-CLOSE-FILES.
           CLOSE SRCHOLD, SRCHOLDO, GOODDATA-FILE, SRCAUD.

      * Matches the fix in FINALEX's 2000-ABEND-RTN - DISPLAY and
      * EXIT alone just fell through to whatever paragraph follows.
       2000-ABEND-RTN.
           DISPLAY 'PROGRAM ENCOUNTERED AN ERROR'.
           MOVE 16 TO RETURN-CODE.
           GOBACK.

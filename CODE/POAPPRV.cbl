      * on the session log and dropped), or skips it, carrying it to
      * the next session's queue (APPRHLDO, the BADDATA/BADDATAO
      * stage pattern).
      * 05/12 A held order SPLITORD pulled as one piece of an order
      * split under the threshold shows its whole group off SPLITLOG
      * - every piece, the combined value, which pieces had already
      * been released - and the one decision taken on the first
      * piece is applied to the rest of the set as they come up.
      * 05/13 APPRAUD carries the order's supplier, so SODBRCH can
      * tie an approval to the same operator's supplier-master and
      * bank-release actions on that supplier.
      ******************************************************************

       ENVIRONMENT DIVISION.
           SELECT PROCDATE ASSIGN TO PROCDATE
           FILE STATUS IS PROCDATE-KEY.

      *05/12 Split-order groups SPLITORD logged - see SPLITTAB.
      * Optional: a shop that has never had a split runs without one.
           SELECT SPLITLOG ASSIGN TO SPLITLOG
           FILE STATUS IS IN-SPLITLOG-KEY.

       DATA DIVISION.
       FILE SECTION.
      * Same 108-byte PURCHASE-REC shape FINALEX writes.
       FD  APPRHOLD
           RECORDING MODE IS F
           RECORD CONTAINS 128 CHARACTERS
           DATA RECORD IS APPRHOLD-REC.
       01  APPRHOLD-REC.
           05  HLD-PO-NUMBER           PIC X(06).
           05  HLD-DROP-SHIP           PIC X(01).
           05  HLD-CARRIER-CODE        PIC X(04).
           05  HLD-FREIGHT-TERMS       PIC X(02).
      *05/22 Company the order books to and the intercompany flag
      * - see COMPANY-CODE-PO in PARTSUB.
           05  HLD-COMPANY-CODE        PIC X(02).
           05  HLD-INTERCO-FLAG        PIC X(01).

       FD  APPRHLDO
           RECORDING MODE IS F
           RECORD CONTAINS 128 CHARACTERS
           DATA RECORD IS APPRHLDO-REC.
       01  APPRHLDO-REC     PIC X(128).

       FD  RELPO
           RECORDING MODE IS F
           RECORD CONTAINS 128 CHARACTERS
           DATA RECORD IS RELPO-REC.
       01  RELPO-REC     PIC X(128).

      *02/26 Operator authorization rows - see OPERTAB.
       FD  OPERMST
       FD  APPRAUD
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 56 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS APPRAUD-REC.
       01  APPRAUD-REC.
           05  AP-AUD-DECISION        PIC X(01).
           05  AP-AUD-OPERATOR-ID     PIC X(08).
           05  AP-AUD-DECISION-DATE   PIC 9(08).
      *05/13 Supplier on the order - see SODBRCH.
           05  AP-AUD-SUPPLIER-CODE   PIC X(10).

       FD  PROCDATE
           RECORDING MODE IS F
           DATA RECORD IS PROCDATE-REC.
       01  PROCDATE-REC     PIC X(8).

      *05/12 One row per order in a split group - see SPLITTAB.
       FD  SPLITLOG
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 120 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SPLITLOG-REC.
       01  SPLITLOG-REC     PIC X(120).

       WORKING-STORAGE SECTION.
           COPY OPERTAB.  *> Operator authorization table
           COPY PROCDATE. *> Business process date control card
           COPY SPLITTAB. *> Split-order groups off SPLITLOG

       01 FILE-STATUS-CODES.
           05 IN-APPRHOLD-KEY            PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
           05 OUT-RELPO-KEY              PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
           05 IN-SPLITLOG-KEY            PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
                88 SPLITLOG-NOT-FOUND       VALUE '35'.

       01 FILES-EOF.
           05 APPRHOLD-EOF-WS                 PIC X(01) VALUE 'N'.
              88 APPRHOLD-EOF                            VALUE 'Y'.
           05 OPERMST-EOF-WS                  PIC X(01) VALUE 'N'.
              88 OPERMST-EOF                             VALUE 'Y'.
           05 SPLITLOG-EOF-WS                 PIC X(01) VALUE 'N'.
              88 SPLITLOG-EOF                            VALUE 'Y'.

      *02/26 Sign-on state - releasing here needs supervisor level.
       01 WS-OPERATOR-ID                   PIC X(08) VALUE SPACES.
           88 SUPERVISOR-APPROVES                  VALUE 'A' 'a'.
           88 SUPERVISOR-REJECTS                   VALUE 'R' 'r'.

      *05/12 The split group the held order belongs to, and the set
      * decision taken on the group's first piece this session.
       01 WS-SPLIT-INDEX                   PIC 9(5) VALUE 1.
       01 WS-SPLIT-FOUND-IDX               PIC 9(5) VALUE ZERO.
       01 WS-SET-GROUP-ID                  PIC X(12) VALUE SPACES.
       01 WS-SET-DECISION                  PIC X(01) VALUE SPACE.
       01 WS-SPLIT-VALUE-DISPLAY           PIC $$$,$$$,$$$,$$9.99.
       01 WS-SPLIT-MEMBER-DISPLAY          PIC $$,$$$,$$$,$$9.99.
       01 WS-SPLIT-STATUS                  PIC X(16) VALUE SPACES.
       01 WS-RECORDS-SET-DECIDED           PIC 9(05) VALUE ZERO.

       01 WS-RECORDS-WORKED                PIC 9(05) VALUE ZERO.
       01 WS-RECORDS-RELEASED              PIC 9(05) VALUE ZERO.
       01 WS-RECORDS-REJECTED              PIC 9(05) VALUE ZERO.
              DISPLAY 'UNIT PRICE    : ' WS-PRICE-DISPLAY ' '
                 HLD-CURRENCY-CODE
              DISPLAY 'EXTENDED VALUE: ' WS-EXT-VALUE-DISPLAY
      *05/12 A split piece takes its group's set decision.
              PERFORM 150-SplitGroupDecision
              EVALUATE TRUE
                 WHEN SUPERVISOR-APPROVES
                    MOVE APPRHOLD-REC TO RELPO-REC
              PERFORM 400-Read-Hold
           END-IF.

      *05/12 The first piece of a split group seen this session shows
      * the whole group and takes the decision for the set; the rest
      * of its pieces follow on APPRHOLD (SPLITORD writes them
      * together) and are decided the same way without a prompt. A
      * piece carried forward on APPRHLDO gets the same treatment in
      * the next session.
       150-SplitGroupDecision.
           PERFORM 160-FindSplitGroup.
           IF WS-SPLIT-FOUND-IDX > ZERO
              AND SL-GROUP-ID (WS-SPLIT-FOUND-IDX) = WS-SET-GROUP-ID
                 MOVE WS-SET-DECISION TO WS-DECISION
                 ADD 1 TO WS-RECORDS-SET-DECIDED
                 DISPLAY 'SPLIT GROUP   : ' WS-SET-GROUP-ID
                    ' - SET DECISION ' WS-SET-DECISION ' APPLIED'
           ELSE
                 IF WS-SPLIT-FOUND-IDX > ZERO
                    PERFORM 170-ShowSplitGroup
                 END-IF
                 DISPLAY 'A=APPROVE  R=REJECT  S=SKIP: '
                    WITH NO ADVANCING
                 ACCEPT WS-DECISION
                 IF WS-SPLIT-FOUND-IDX > ZERO
                    MOVE SL-GROUP-ID (WS-SPLIT-FOUND-IDX)
                       TO WS-SET-GROUP-ID
                    MOVE WS-DECISION TO WS-SET-DECISION
                 ELSE
                    MOVE SPACES TO WS-SET-GROUP-ID
                 END-IF
           END-IF.

      *05/12 The held piece is the log row SPLITORD pulled it on.
       160-FindSplitGroup.
           MOVE ZERO TO WS-SPLIT-FOUND-IDX.
           PERFORM VARYING WS-SPLIT-INDEX FROM 1 BY 1
              UNTIL WS-SPLIT-INDEX > SPLIT-GROUP-MAX
                 OR WS-SPLIT-FOUND-IDX > ZERO
                 IF SL-PO-NUMBER (WS-SPLIT-INDEX) = HLD-PO-NUMBER
                    AND SL-PART-NUMBER (WS-SPLIT-INDEX)
                       = HLD-PART-NUMBER
                    AND SL-HELD (WS-SPLIT-INDEX)
                    MOVE WS-SPLIT-INDEX TO WS-SPLIT-FOUND-IDX
                 END-IF
           END-PERFORM.

       170-ShowSplitGroup.
           MOVE SL-GROUP-VALUE (WS-SPLIT-FOUND-IDX)
              TO WS-SPLIT-VALUE-DISPLAY.
           DISPLAY '-----------------------------------------------'.
           IF SL-SAME-PART (WS-SPLIT-FOUND-IDX)
              DISPLAY 'SPLIT ORDER - SAME PART, GROUP '
                 SL-GROUP-ID (WS-SPLIT-FOUND-IDX)
           ELSE
              DISPLAY 'SPLIT ORDER - SAME COMMODITY CLASS '
                 SL-COMMODITY-CLASS (WS-SPLIT-FOUND-IDX)
                 ', GROUP ' SL-GROUP-ID (WS-SPLIT-FOUND-IDX)
           END-IF.
           DISPLAY SL-GROUP-ORDERS (WS-SPLIT-FOUND-IDX)
              ' ORDERS, COMBINED ' WS-SPLIT-VALUE-DISPLAY
              ' - THRESHOLD ' SL-THRESHOLD (WS-SPLIT-FOUND-IDX).
           PERFORM VARYING WS-SPLIT-INDEX FROM 1 BY 1
              UNTIL WS-SPLIT-INDEX > SPLIT-GROUP-MAX
                 IF SL-GROUP-ID (WS-SPLIT-INDEX)
                    = SL-GROUP-ID (WS-SPLIT-FOUND-IDX)
                    MOVE SL-ORDER-VALUE (WS-SPLIT-INDEX)
                       TO WS-SPLIT-MEMBER-DISPLAY
                    IF SL-HELD (WS-SPLIT-INDEX)
                       MOVE 'HELD' TO WS-SPLIT-STATUS
                    ELSE
                       MOVE 'ALREADY RELEASED' TO WS-SPLIT-STATUS
                    END-IF
                    DISPLAY '  ' SL-PO-NUMBER (WS-SPLIT-INDEX) ' '
                       SL-PART-NUMBER (WS-SPLIT-INDEX) ' '
                       SL-ORDER-DATE (WS-SPLIT-INDEX) ' '
                       WS-SPLIT-MEMBER-DISPLAY ' ' WS-SPLIT-STATUS
                 END-IF
           END-PERFORM.
           DISPLAY 'DECISION APPLIES TO EVERY HELD ORDER IN THE GROUP'.

      *02/26 Signs the operator on against the OPERMST table - only
      * an ID with supervisor authority for POAPPRV may release.
       050-SignOnOperator.
           MOVE HLD-PART-NUMBER TO AP-AUD-PART-NUMBER.
           MOVE WS-OPERATOR-ID TO AP-AUD-OPERATOR-ID.
           MOVE PROCESS-DATE TO AP-AUD-DECISION-DATE.
           MOVE HLD-SUPPLIER-CODE TO AP-AUD-SUPPLIER-CODE.
           WRITE APPRAUD-REC.
           IF OUT-APPRAUD-KEY NOT = '00'
              GO TO 2000-ABEND-RTN
                GO TO 2000-ABEND-RTN
           END-IF.
           PERFORM 370-LoadProcessDate.
           OPEN INPUT SPLITLOG.
           IF IN-SPLITLOG-KEY = '00'
                PERFORM 3800-LoadSplitGroups
           ELSE
                IF NOT SPLITLOG-NOT-FOUND
                   DISPLAY
                        '---------------------------------------------'
                   DISPLAY 'File Problem openning SPLITLOG'
                   GO TO 2000-ABEND-RTN
                END-IF
           END-IF.

      *02/26 Loads OPERATOR-TABLE from OPERMST, same shape as
      * FINALEX's 3400-LoadMakeTable, bounds-checked.
              ADD 1 TO WS-OPER-INDEX
           END-IF.

      *05/12 Loads SPLIT-GROUP-TABLE from SPLITLOG the same way.
       3800-LoadSplitGroups.
           INITIALIZE SPLIT-GROUP-TABLE.
           MOVE 1 TO WS-SPLIT-INDEX.
           PERFORM 3850-ReadNextSplit UNTIL SPLITLOG-EOF.
           COMPUTE SPLIT-GROUP-MAX = WS-SPLIT-INDEX - 1.
           CLOSE SPLITLOG.

       3850-ReadNextSplit.
           IF WS-SPLIT-INDEX > 5000
              DISPLAY 'POAPPRV - SPLIT GROUP TABLE FULL AT 5000 '
                 'ROWS - RAISE OCCURS IN SPLITTAB'
              GO TO 2000-ABEND-RTN
           END-IF.
           READ SPLITLOG INTO SPLIT-GROUP-LIST(WS-SPLIT-INDEX)
              AT END
                 MOVE 'Y' TO SPLITLOG-EOF-WS
           END-READ.
           IF NOT SPLITLOG-EOF
              ADD 1 TO WS-SPLIT-INDEX
           END-IF.

       370-LoadProcessDate.
           OPEN INPUT PROCDATE.
           IF PROCDATE-KEY = '00'
           DISPLAY 'RELEASED       : ' WS-RECORDS-RELEASED.
           DISPLAY 'REJECTED       : ' WS-RECORDS-REJECTED.
           DISPLAY 'SKIPPED        : ' WS-RECORDS-SKIPPED.
           DISPLAY 'BY SET DECISION: ' WS-RECORDS-SET-DECIDED.
           DISPLAY '---------------------------------------------'.

       600-CLOSE-FILES.

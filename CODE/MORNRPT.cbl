           SELECT CMPSUM ASSIGN TO CMPSUM
           FILE STATUS IS IN-CMPSUM-KEY.

      *05/31 Report distribution log, as DISTBRST writes it
           SELECT DISTLOG ASSIGN TO DISTLOG
           FILE STATUS IS IN-DISTLOG-KEY.

      *01/05 Business process-date control card - see PROCDATE.
           SELECT PROCDATE ASSIGN TO PROCDATE
           FILE STATUS IS PROCDATE-KEY.
      * Same 102-byte OPENPO-REC POMATCH writes.
       FD  OPENPO-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 126 CHARACTERS
           DATA RECORD IS OPENPO-REC.
       01  OPENPO-REC.
           05  OP-PO-NUMBER            PIC X(06).
      * the dock's expected-receipts views skip it. Grew the row
      * 122 to 123.
           05  OP-DROP-SHIP            PIC X(01).
      *05/22 Company the order books to and the intercompany flag
      * - see COMPANY-CODE-PO in PARTSUB. Grew the row 123 to 126.
           05  OP-COMPANY-CODE         PIC X(02).
           05  OP-INTERCO-FLAG         PIC X(01).

      * Same 83-byte SUPPSUM-REC SUPPEXT writes.
       FD  SUPPSUM
       FD  BADDATA-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 1037 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS BADDATA-REC.
       01  BADDATA-REC     PIC X(1037).

      * Same 28-byte counts record PARTSCMP writes.
       FD  CMPSUM
           05  CS-CHANGES          PIC 9(07).
           05  CS-UNCHANGED        PIC 9(07).

      *05/31 Same 120-byte DISTLOG-REC DISTBRST writes.
       FD  DISTLOG
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 120 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS DISTLOG-REC.
       01  DISTLOG-REC.
           05  DL-BUSINESS-DATE        PIC 9(08).
           05  DL-BURST-ID.
               10  DL-RUN-DATE         PIC 9(08).
               10  DL-RUN-SEQ          PIC 9(03).
               10  DL-BURST-TIME       PIC 9(06).
           05  DL-REPORT-ID            PIC X(08).
           05  DL-BREAK-FIELD          PIC X(04).
           05  DL-BREAK-VALUE          PIC X(10).
           05  DL-RECIPIENT            PIC X(08).
           05  DL-METHOD               PIC X(01).
           05  DL-COPIES               PIC 9(02).
           05  DL-LINE-COUNT           PIC 9(07).
           05  DL-DEFAULT-FLAG         PIC X(01).
               88  DL-ON-DEFAULT-PILE            VALUE 'Y'.
           05  DL-DESTINATION          PIC X(40).
           05  FILLER                  PIC X(14).

      *01/05 Business process-date control card - see PROCDATE.
       FD  PROCDATE
           RECORDING MODE IS F
           05 IN-CMPSUM-KEY              PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
                88 CMPSUM-NOT-FOUND         VALUE '35'.
           05 IN-DISTLOG-KEY             PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
                88 DISTLOG-NOT-FOUND        VALUE '35'.
           05 PROCDATE-KEY               PIC X(2).
                88 CODE-WRITE               VALUE SPACES.

              88 SUPPSUM-EOF                             VALUE 'Y'.
           05 BADDATA-EOF-WS                  PIC X(01) VALUE 'N'.
              88 BADDATA-EOF                             VALUE 'Y'.
           05 DISTLOG-EOF-WS                  PIC X(01) VALUE 'N'.
              88 DISTLOG-EOF                             VALUE 'Y'.

      *01/05 Headline numbers lifted off RECONFILE - the labels are
      * the exact literals FINALEX's 900-WriteReconciliation writes,
       01 WS-CMP-DROPS                     PIC 9(7) VALUE ZERO.
       01 WS-CMP-CHANGES                   PIC 9(7) VALUE ZERO.

      *05/31 Report distribution off DISTLOG - only each report's
      * latest burst for the business date counts, so a rerun report
      * is not counted twice. A value on the DEFAULT pile is one no
      * recipient claimed; the first few are listed by name.
       01 WS-DIST-REPORT-TABLE.
           05 WS-DIST-REPORT-ENTRY OCCURS 100 TIMES
              INDEXED BY WS-DIST-IDX.
              10 WS-DIST-REPORT-ID         PIC X(08) VALUE SPACES.
              10 WS-DIST-BURST-ID          PIC X(17) VALUE SPACES.
       01 WS-DIST-REPORT-MAX               PIC 9(03) VALUE ZERO.
       01 WS-DIST-FOUND-IDX                PIC 9(03) VALUE ZERO.
       01 WS-DIST-VALUES-CTR               PIC 9(7) VALUE ZERO.
       01 WS-DIST-RECIPIENTS-CTR           PIC 9(7) VALUE ZERO.
       01 WS-DIST-DEFAULT-CTR              PIC 9(7) VALUE ZERO.
       01 WS-DIST-DEFAULT-LINES            PIC 9(7) VALUE ZERO.
       01 WS-DIST-LIST-TABLE.
           05 WS-DIST-LIST-ENTRY OCCURS 10 TIMES
              INDEXED BY WS-DLIST-IDX.
              10 WS-DIST-LIST-TEXT         PIC X(50) VALUE SPACES.
       01 WS-DIST-LIST-MAX                 PIC 9(03) VALUE ZERO.
       01 WS-DIST-MORE-OUT                 PIC ZZZ,ZZ9 VALUE ZERO.

      *01/05 One flag per section plus the rollup - any 'Y' turns the
      * status line to LOOK HERE FIRST and sets the RC to 4.
       01 WS-ATTENTION-FLAGS.
           05 WS-ATTN-QUEUE                 PIC X VALUE 'N'.
           05 WS-ATTN-DROPS                 PIC X VALUE 'N'.
           05 WS-ATTN-NORECON               PIC X VALUE 'N'.
           05 WS-ATTN-DIST                  PIC X VALUE 'N'.
       01 WS-ATTENTION-ANY                 PIC X VALUE 'N'.
           88 NEEDS-ATTENTION                       VALUE 'Y'.

           PERFORM 130-ReadConcentration.
           PERFORM 140-CountCorrectionQueue.
           PERFORM 150-ReadCompareCounts.
           PERFORM 160-ReadDistributionLog.
           PERFORM 500-WritePage.
           PERFORM 600-CLOSE-FILES.
           IF NEEDS-ATTENTION
              MOVE 'Y' TO WS-ATTENTION-ANY
           END-IF.

      *05/31 Two passes over DISTLOG: the first finds each report's
      * latest burst for the business date, the second counts it.
      * The log is optional - before the first burst there is none.
       160-ReadDistributionLog.
           OPEN INPUT DISTLOG.
           IF IN-DISTLOG-KEY NOT = '00'
              CONTINUE
           ELSE
              PERFORM 162-FindLatestBurst UNTIL DISTLOG-EOF
              CLOSE DISTLOG
              MOVE 'N' TO DISTLOG-EOF-WS
              OPEN INPUT DISTLOG
              PERFORM 165-CountBurstRow UNTIL DISTLOG-EOF
              CLOSE DISTLOG
           END-IF.
           IF WS-DIST-DEFAULT-CTR > ZERO
              MOVE 'Y' TO WS-ATTN-DIST
              MOVE 'Y' TO WS-ATTENTION-ANY
           END-IF.

       162-FindLatestBurst.
           READ DISTLOG
              AT END MOVE 'Y' TO DISTLOG-EOF-WS
           END-READ.
           IF NOT DISTLOG-EOF AND DL-BUSINESS-DATE = PROCESS-DATE
              PERFORM 168-FindDistReport
              IF WS-DIST-FOUND-IDX = ZERO
                 IF WS-DIST-REPORT-MAX >= 100
                    DISPLAY 'MORNRPT - DIST REPORT TABLE FULL AT 100 '
                       'ROWS - RAISE OCCURS IN MORNRPT'
                    GO TO 2000-ABEND-RTN
                 END-IF
                 ADD 1 TO WS-DIST-REPORT-MAX
                 MOVE WS-DIST-REPORT-MAX TO WS-DIST-FOUND-IDX
                 MOVE DL-REPORT-ID
                    TO WS-DIST-REPORT-ID (WS-DIST-FOUND-IDX)
              END-IF
              IF DL-BURST-ID > WS-DIST-BURST-ID (WS-DIST-FOUND-IDX)
                 MOVE DL-BURST-ID
                    TO WS-DIST-BURST-ID (WS-DIST-FOUND-IDX)
              END-IF
           END-IF.

       165-CountBurstRow.
           READ DISTLOG
              AT END MOVE 'Y' TO DISTLOG-EOF-WS
           END-READ.
           IF NOT DISTLOG-EOF AND DL-BUSINESS-DATE = PROCESS-DATE
              PERFORM 168-FindDistReport
              IF DL-BURST-ID = WS-DIST-BURST-ID (WS-DIST-FOUND-IDX)
                 IF DL-BREAK-VALUE NOT = SPACES
                    ADD 1 TO WS-DIST-VALUES-CTR
                 END-IF
                 IF DL-ON-DEFAULT-PILE
                    ADD 1 TO WS-DIST-DEFAULT-CTR
                    ADD DL-LINE-COUNT TO WS-DIST-DEFAULT-LINES
                    PERFORM 167-ListDefaultValue
                 ELSE
                    ADD 1 TO WS-DIST-RECIPIENTS-CTR
                 END-IF
              END-IF
           END-IF.

       167-ListDefaultValue.
           IF WS-DIST-LIST-MAX < 10
              ADD 1 TO WS-DIST-LIST-MAX
              IF DL-BREAK-VALUE = SPACES
                 STRING 'DEFAULT PILE: ' DL-REPORT-ID
                        ' WHOLE REPORT - NO R CARD'
                    DELIMITED BY SIZE
                    INTO WS-DIST-LIST-TEXT (WS-DIST-LIST-MAX)
              ELSE
                 STRING 'DEFAULT PILE: ' DL-REPORT-ID ' '
                        DL-BREAK-FIELD ' ' DL-BREAK-VALUE
                    DELIMITED BY SIZE
                    INTO WS-DIST-LIST-TEXT (WS-DIST-LIST-MAX)
              END-IF
           END-IF.

       168-FindDistReport.
           MOVE ZERO TO WS-DIST-FOUND-IDX.
           PERFORM VARYING WS-DIST-IDX FROM 1 BY 1
              UNTIL WS-DIST-IDX > WS-DIST-REPORT-MAX
                 OR WS-DIST-FOUND-IDX > ZERO
                 IF WS-DIST-REPORT-ID (WS-DIST-IDX) = DL-REPORT-ID
                    SET WS-DIST-FOUND-IDX TO WS-DIST-IDX
                 END-IF
           END-PERFORM.

       500-WritePage.
           MOVE 'LAST NIGHT - EDIT WINDOW (RECONFILE)'
              TO WS-SECTION-TITLE.
           END-IF.
           WRITE PRINT-REC FROM WS-BLANK-LINE.

      *05/31 Values no recipient claimed went to the DEFAULT pile -
      * someone has to hand those pages out and add the DISTMAST card.
           MOVE 'REPORT DISTRIBUTION (DISTLOG)' TO WS-SECTION-TITLE.
           WRITE PRINT-REC FROM WS-SECTION-LINE.
           IF WS-DIST-REPORT-MAX = ZERO
              MOVE 'NO REPORTS BURST FOR THIS BUSINESS DATE'
                 TO WS-TEXT-BODY
              WRITE PRINT-REC FROM WS-TEXT-LINE
           ELSE
              MOVE 'REPORTS BURST' TO WS-DETAIL-LABEL
              MOVE WS-DIST-REPORT-MAX TO WS-DETAIL-COUNT
              MOVE SPACES TO WS-DETAIL-FLAG
              WRITE PRINT-REC FROM WS-DETAIL-LINE
              MOVE 'BREAK VALUES DISTRIBUTED' TO WS-DETAIL-LABEL
              MOVE WS-DIST-VALUES-CTR TO WS-DETAIL-COUNT
              WRITE PRINT-REC FROM WS-DETAIL-LINE
              MOVE 'SENT TO A NAMED RECIPIENT' TO WS-DETAIL-LABEL
              MOVE WS-DIST-RECIPIENTS-CTR TO WS-DETAIL-COUNT
              WRITE PRINT-REC FROM WS-DETAIL-LINE
              MOVE 'ON THE DEFAULT PILE' TO WS-DETAIL-LABEL
              MOVE WS-DIST-DEFAULT-CTR TO WS-DETAIL-COUNT
              IF WS-ATTN-DIST = 'Y'
                 MOVE '<-- LOOK HERE' TO WS-DETAIL-FLAG
              ELSE
                 MOVE SPACES TO WS-DETAIL-FLAG
              END-IF
              WRITE PRINT-REC FROM WS-DETAIL-LINE
              MOVE 'DEFAULT PILE LINES' TO WS-DETAIL-LABEL
              MOVE WS-DIST-DEFAULT-LINES TO WS-DETAIL-COUNT
              MOVE SPACES TO WS-DETAIL-FLAG
              WRITE PRINT-REC FROM WS-DETAIL-LINE
              PERFORM VARYING WS-DLIST-IDX FROM 1 BY 1
                 UNTIL WS-DLIST-IDX > WS-DIST-LIST-MAX
                    MOVE WS-DIST-LIST-TEXT (WS-DLIST-IDX)
                       TO WS-TEXT-BODY
                    WRITE PRINT-REC FROM WS-TEXT-LINE
              END-PERFORM
              IF WS-DIST-DEFAULT-CTR > WS-DIST-LIST-MAX
                 COMPUTE WS-DIST-MORE-OUT =
                    WS-DIST-DEFAULT-CTR - WS-DIST-LIST-MAX
                 MOVE SPACES TO WS-TEXT-BODY
                 STRING '... AND ' WS-DIST-MORE-OUT
                        ' MORE - SEE THE DISTBRST LOGS'
                    DELIMITED BY SIZE INTO WS-TEXT-BODY
                 WRITE PRINT-REC FROM WS-TEXT-LINE
              END-IF
           END-IF.
           WRITE PRINT-REC FROM WS-BLANK-LINE.

           IF NEEDS-ATTENTION
              MOVE 'LOOK HERE FIRST - FLAGGED SECTIONS ABOVE'
                 TO WS-STATUS-TEXT

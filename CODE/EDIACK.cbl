      *       structured ERRFILE-REASON-CODE values)
      *   N = not found on any output (for example routed to
      *       DUPLICATE-FILE) - the portal shows these as pending.
      * 05/28 Trading-partner lanes (see EDIROUTE). Every row now
      * carries the supplier, the transaction (P part/order row, N
      * ship notice) and the lane (blank production, T test), and
      * two more sources join the EDIIN rows:
      *   HOLDACK - the 'H' (held, not processed) rows EDIROUTE wrote
      *     for a suspended partner (reason 536) or a transaction
      *     type the profile does not allow (537), copied through;
      *   ASNRSLT - ASNMATCH's per-notice verdicts, acknowledged A,
      *     or R with 538 (no open order) or 539 (bad ship date or
      *     quantity). A short or late shipment is still a good
      *     notice.
      * Both are optional. PARM='TEST' is the EDITEST lane's run,
      * which stamps every row it builds with lane T.
      ******************************************************************

       ENVIRONMENT DIVISION.
           SELECT EDIACKO ASSIGN TO EDIACK
           FILE STATUS IS OUT-EDIACK-KEY.

      *05/28 Held-row acknowledgments written by EDIROUTE
           SELECT HOLDACK ASSIGN TO HOLDACK
           FILE STATUS IS IN-HOLDACK-KEY.

      *05/28 Per-notice verdicts written by ASNMATCH
           SELECT ASNRSLT ASSIGN TO ASNRSLT
           FILE STATUS IS IN-ASNRSLT-KEY.

           SELECT PRINT-LINE ASSIGN TO PRTLINE.

       DATA DIVISION.
       FILE SECTION.
      * Only the part number off the front of the 298-byte EDIIN row
      * matters here - see EDIXLATE for the full layout.
      *05/28 And the supplier code.
       FD  EDIIN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS EDIIN-REC.
       01  EDIIN-REC.
           05  EDI-PART-NUMBER        PIC X(23).
           05  FILLER                 PIC X(85).
           05  EDI-SUPPLIER-CODE      PIC X(10).
           05  FILLER                 PIC X(180).

      *10/26 Same structured layout FINALEX writes.
       FD  ERRORFILE
       FD  WARNINGIN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 1029 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS WARNINGIN-REC.
       01  WARNINGIN-REC.
           05  WARN-LINE-PART-NUMBER  PIC X(23).
           05  FILLER                 PIC X(1006).

       FD  GOODDATAIN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 1029 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS GOODDATAIN-REC.
       01  GOODDATAIN-REC.
           05  GOOD-PART-NUMBER       PIC X(23).
           05  FILLER                 PIC X(1006).

      *12/04 Fixed acknowledgment layout per the portal's spec - one
      * row per inbound EDIIN row, status plus up to five structured
      * reason codes on a reject.
      *05/28 Supplier, transaction and lane carved on behind the
      * reason codes. Grew the row 40 to 52.
       FD  EDIACKO
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 52 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS EDIACK-REC.
       01  EDIACK-REC.
               88 ACK-WARNED                VALUE 'W'.
               88 ACK-REJECTED              VALUE 'R'.
               88 ACK-NOT-FOUND             VALUE 'N'.
               88 ACK-HELD                  VALUE 'H'.
           05  ACK-REASON-CODE OCCURS 5 TIMES
                                      PIC 9(03).
           05  ACK-SUPPLIER-CODE      PIC X(10).
           05  ACK-TXN-TYPE           PIC X(01).
               88 ACK-PART-ORDER-ROW        VALUE 'P'.
               88 ACK-SHIP-NOTICE           VALUE 'N'.
           05  ACK-LANE               PIC X(01).
               88 ACK-PRODUCTION-LANE       VALUE ' '.
               88 ACK-TEST-LANE             VALUE 'T'.
           05  FILLER                 PIC X(01).

      *05/28 Already in the acknowledgment layout.
       FD  HOLDACK
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 52 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS HOLDACK-REC.
       01  HOLDACK-REC                PIC X(52).

      *05/28 Same 30-byte verdict row ASNMATCH writes.
       FD  ASNRSLT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 30 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS ASNRSLT-REC.
       01  ASNRSLT-REC.
           05  AR-PO-NUMBER            PIC X(06).
           05  AR-SUPPLIER-CODE        PIC X(10).
           05  AR-SHIP-DATE            PIC 9(08).
           05  AR-RESULT               PIC X(01).
               88  AR-NO-ORDER                  VALUE 'O'.
               88  AR-BAD-NOTICE                VALUE 'B'.
           05  FILLER                  PIC X(05).

       FD  PRINT-LINE RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 133 CHARACTERS
                88 CODE-WRITE               VALUE SPACES.
           05 OUT-EDIACK-KEY             PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
      *05/28 Both optional - a run with neither DD still acknowledges
      * the EDIIN rows as before.
           05 IN-HOLDACK-KEY             PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
                88 HOLDACK-NOT-FOUND        VALUE '35'.
           05 IN-ASNRSLT-KEY             PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
                88 ASNRSLT-NOT-FOUND        VALUE '35'.

       01 FILES-EOF.
           05 EDIIN-EOF-WS                    PIC X(01) VALUE 'N'.
              88 WARNINGIN-EOF                           VALUE 'Y'.
           05 GOODDATAIN-EOF-WS               PIC X(01) VALUE 'N'.
              88 GOODDATA-END-OF-FILE                    VALUE 'Y'.
           05 HOLDACK-EOF-WS                  PIC X(01) VALUE 'N'.
              88 HOLDACK-EOF                             VALUE 'Y'.
           05 ASNRSLT-EOF-WS                  PIC X(01) VALUE 'N'.
              88 ASNRSLT-EOF                             VALUE 'Y'.

       01 WS-IN-EDIIN-CTR                  PIC 9(7) VALUE ZERO.
       01 WS-ACK-A-CTR                     PIC 9(7) VALUE ZERO.
       01 WS-ACK-W-CTR                     PIC 9(7) VALUE ZERO.
       01 WS-ACK-R-CTR                     PIC 9(7) VALUE ZERO.
       01 WS-ACK-N-CTR                     PIC 9(7) VALUE ZERO.
       01 WS-ACK-H-CTR                     PIC 9(7) VALUE ZERO.
       01 WS-IN-ASNRSLT-CTR                PIC 9(7) VALUE ZERO.
       01 WS-ASN-ACK-A-CTR                 PIC 9(7) VALUE ZERO.
       01 WS-ASN-ACK-R-CTR                 PIC 9(7) VALUE ZERO.

      *05/28 Set from the PARM - see the LINKAGE SECTION note.
       01 WS-RUN-MODE-WS                   PIC X(1) VALUE ' '.
           88 TEST-LANE-RUN                        VALUE 'T'.
       01 WS-ACK-LANE                      PIC X(1) VALUE ' '.

      *05/28 Reason codes on a rejected ship notice - see the
      * RSNCODES control table.
       01 WS-RSN-ASN-NO-ORDER              PIC 9(3) VALUE 538.
       01 WS-RSN-ASN-BAD-NOTICE            PIC 9(3) VALUE 539.

      *12/04 Reject rows off ERRORFILE - one entry per row, part plus
      * its reason code, scanned per acknowledgment.
           05 WS-SUMMARY-COUNT      PIC ZZZ,ZZZ,ZZ9 VALUE ZERO.
           05 FILLER                PIC X(96) VALUE SPACES.

       LINKAGE SECTION.
      *05/28 The step's PARM - a halfword length then the text, the
      * way FINALEX picks up its run mode. PARM='TEST' marks the
      * EDITEST lane's run; no PARM is the production run.
       01  RUN-PARM.
           05  RUN-PARM-LENGTH           PIC S9(4) COMP.
           05  RUN-PARM-TEXT             PIC X(04).

       PROCEDURE DIVISION USING RUN-PARM.

       MAIN.
           PERFORM 000-Housekeeping.
           PERFORM 100-Main2 UNTIL EDIIN-EOF-WS = 'Y'.
           PERFORM 700-CopyHeldAcks UNTIL HOLDACK-EOF.
           PERFORM 750-AckShipNotices UNTIL ASNRSLT-EOF.
           PERFORM 900-WriteSummary.
           PERFORM 600-CLOSE-FILES.
           GOBACK.

       000-Housekeeping.
           INITIALIZE WS-ERROR-TABLE, WS-WARN-TABLE, WS-GOOD-TABLE.
           IF RUN-PARM-LENGTH >= 4
              AND RUN-PARM-TEXT = 'TEST'
              MOVE 'T' TO WS-RUN-MODE-WS
              MOVE 'T' TO WS-ACK-LANE
           END-IF.
           PERFORM 300-Open-Files.
           PERFORM 310-LoadErrorTable UNTIL ERRORFILE-EOF.
           PERFORM 320-LoadWarnTable UNTIL WARNINGIN-EOF.
           MOVE SPACES TO EDIACK-REC.
           INITIALIZE EDIACK-REC.
           MOVE EDI-PART-NUMBER TO ACK-PART-NUMBER.
           MOVE EDI-SUPPLIER-CODE TO ACK-SUPPLIER-CODE.
           MOVE 'P' TO ACK-TXN-TYPE.
           MOVE WS-ACK-LANE TO ACK-LANE.
           PERFORM 210-CheckRejected.
           IF NOT PART-FOUND-IN-TABLE
              PERFORM 220-CheckAccepted
                DISPLAY 'File Problem openning EDIACK'
                GO TO 2000-ABEND-RTN
           END-IF.
           OPEN INPUT HOLDACK.
           IF HOLDACK-NOT-FOUND
              MOVE 'Y' TO HOLDACK-EOF-WS
           ELSE
              IF IN-HOLDACK-KEY NOT = '00' THEN
                 DISPLAY
                        '---------------------------------------------'
                 DISPLAY 'File Problem openning Input HOLDACK'
                 GO TO 2000-ABEND-RTN
              END-IF
           END-IF.
           OPEN INPUT ASNRSLT.
           IF ASNRSLT-NOT-FOUND
              MOVE 'Y' TO ASNRSLT-EOF-WS
           ELSE
              IF IN-ASNRSLT-KEY NOT = '00' THEN
                 DISPLAY
                        '---------------------------------------------'
                 DISPLAY 'File Problem openning Input ASNRSLT'
                 GO TO 2000-ABEND-RTN
              END-IF
           END-IF.
           OPEN OUTPUT PRINT-LINE.

       400-Read-EDIIN.
       600-CLOSE-FILES.
           CLOSE  EDIIN, ERRORFILE, WARNINGIN, GOODDATAIN, EDIACKO,
                  PRINT-LINE.
           IF NOT HOLDACK-NOT-FOUND
              CLOSE HOLDACK
           END-IF.
           IF NOT ASNRSLT-NOT-FOUND
              CLOSE ASNRSLT
           END-IF.

      * Matches the fix in FINALEX's 2000-ABEND-RTN - DISPLAY and
      * EXIT alone just fell through to whatever paragraph follows.
           MOVE 16 TO RETURN-CODE.
           GOBACK.

      *05/28 EDIROUTE already built these rows - they go back to the
      * partner as they are.
       700-CopyHeldAcks.
           READ HOLDACK
              AT END MOVE 'Y' TO HOLDACK-EOF-WS
           END-READ.
           IF NOT HOLDACK-EOF
              MOVE HOLDACK-REC TO EDIACK-REC
              WRITE EDIACK-REC
              IF OUT-EDIACK-KEY NOT = '00'
                 GO TO 2000-ABEND-RTN
              END-IF
              ADD 1 TO WS-ACK-H-CTR
           END-IF.

      *05/28 The PO number rides in the part-number slot of a ship
      * notice's acknowledgment.
       750-AckShipNotices.
           READ ASNRSLT
              AT END MOVE 'Y' TO ASNRSLT-EOF-WS
           END-READ.
           IF NOT ASNRSLT-EOF
              ADD 1 TO WS-IN-ASNRSLT-CTR
              MOVE SPACES TO EDIACK-REC
              INITIALIZE EDIACK-REC
              MOVE AR-PO-NUMBER TO ACK-PART-NUMBER
              MOVE AR-SUPPLIER-CODE TO ACK-SUPPLIER-CODE
              MOVE 'N' TO ACK-TXN-TYPE
              MOVE WS-ACK-LANE TO ACK-LANE
              EVALUATE TRUE
                 WHEN AR-NO-ORDER
                    MOVE 'R' TO ACK-STATUS
                    MOVE WS-RSN-ASN-NO-ORDER TO ACK-REASON-CODE (1)
                    ADD 1 TO WS-ASN-ACK-R-CTR
                 WHEN AR-BAD-NOTICE
                    MOVE 'R' TO ACK-STATUS
                    MOVE WS-RSN-ASN-BAD-NOTICE TO ACK-REASON-CODE (1)
                    ADD 1 TO WS-ASN-ACK-R-CTR
                 WHEN OTHER
                    MOVE 'A' TO ACK-STATUS
                    ADD 1 TO WS-ASN-ACK-A-CTR
              END-EVALUATE
              WRITE EDIACK-REC
              IF OUT-EDIACK-KEY NOT = '00'
                 GO TO 2000-ABEND-RTN
              END-IF
           END-IF.

       900-WriteSummary.
           MOVE 'EDI ACKNOWLEDGMENT RUN SUMMARY' TO WS-SUMMARY-LABEL.
           IF TEST-LANE-RUN
              MOVE 'EDI ACKNOWLEDGMENTS - TEST LANE' TO WS-SUMMARY-LABEL
           END-IF.
           MOVE ZERO TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'EDI SUBMISSIONS READ' TO WS-SUMMARY-LABEL.
           MOVE 'NOT FOUND ON ANY OUTPUT' TO WS-SUMMARY-LABEL.
           MOVE WS-ACK-N-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'HELD BY PARTNER PROFILE' TO WS-SUMMARY-LABEL.
           MOVE WS-ACK-H-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'SHIP NOTICES ACKNOWLEDGED' TO WS-SUMMARY-LABEL.
           MOVE WS-IN-ASNRSLT-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE '  ACCEPTED' TO WS-SUMMARY-LABEL.
           MOVE WS-ASN-ACK-A-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE '  REJECTED' TO WS-SUMMARY-LABEL.
           MOVE WS-ASN-ACK-R-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.

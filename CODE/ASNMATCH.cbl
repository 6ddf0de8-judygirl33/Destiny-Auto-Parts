      *     lost, which today surfaces only when someone phones.
      * Notices matching no order are listed the way POMATCH lists
      * orphan receipts.
      * 05/28 Also writes one ASNRSLT row per notice - the supplier and
      * the verdict - which EDIACK turns into the partner's ship-notice
      * acknowledgment on the EDITEST lane. Production points ASNRSLT
      * at DUMMY.
      ******************************************************************

       ENVIRONMENT DIVISION.
           SELECT PROCDATE ASSIGN TO PROCDATE
           FILE STATUS IS PROCDATE-KEY.

      *05/28 Per-notice verdicts for the acknowledgment.
           SELECT ASNRSLT ASSIGN TO ASNRSLT
           FILE STATUS IS OUT-ASNRSLT-KEY.

           SELECT PRINT-LINE ASSIGN TO PRTLINE.

       DATA DIVISION.
      * Same OPENPO-REC shape POMATCH writes.
       FD  OPENPO
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

      *02/16 One row per advance ship notice.
       FD  ASNIN
           DATA RECORD IS PROCDATE-REC.
       01  PROCDATE-REC     PIC X(8).

      *05/28 One row per notice: A clean, S short ship, L late ship,
      * O no open order on OPENPO, B bad ship date or quantity. A
      * transit gap is ours to chase, not the supplier's, and leaves
      * the notice clean.
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
               88  AR-CLEAN                     VALUE 'A'.
               88  AR-SHORT-SHIP                VALUE 'S'.
               88  AR-LATE-SHIP                 VALUE 'L'.
               88  AR-NO-ORDER                  VALUE 'O'.
               88  AR-BAD-NOTICE                VALUE 'B'.
           05  FILLER                  PIC X(05).

       FD  PRINT-LINE RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 133 CHARACTERS
                88 CODE-WRITE               VALUE SPACES.
                88 PROCDATE-NOT-FOUND       VALUE '35'.

           05 OUT-ASNRSLT-KEY           PIC X(2).
                88 CODE-WRITE               VALUE SPACES.

       01 FILES-EOF.
           05 OPENPO-EOF-WS                   PIC X(01) VALUE 'N'.
              88 OPENPO-END-OF-FILE                      VALUE 'Y'.
              10 WS-ASN-CARRIER           PIC X(04) VALUE SPACES.
              10 WS-ASN-MATCHED           PIC X(01) VALUE 'N'.
                 88 ASN-MATCHED                    VALUE 'Y'.
      *05/28 The notice's verdict and its order's supplier, for
      * ASNRSLT.
              10 WS-ASN-RESULT            PIC X(01) VALUE SPACES.
                 88 ASN-RESULT-CLEAN               VALUE 'A'.
                 88 ASN-RESULT-BAD                 VALUE 'B'.
              10 WS-ASN-SUPPLIER          PIC X(10) VALUE SPACES.
       01 WS-ASN-MAX                      PIC 9(05) VALUE ZERO.
       01 WS-ASN-INDEX                    PIC 9(05) VALUE 1.

           PERFORM 000-Housekeeping.
           PERFORM 100-Main2 UNTIL OPENPO-EOF-WS = 'Y'.
           PERFORM 700-ReportOrphanNotices.
           PERFORM 750-WriteResults.
           PERFORM 900-WriteSummary.
           PERFORM 600-CLOSE-FILES.
           GOBACK.
              UNTIL WS-ASN-IDX > WS-ASN-MAX
                 IF WS-ASN-PO-NUMBER (WS-ASN-IDX) = OP-PO-NUMBER
                    MOVE 'Y' TO WS-ASN-MATCHED (WS-ASN-IDX)
                    MOVE OP-SUPPLIER-CODE
                       TO WS-ASN-SUPPLIER (WS-ASN-IDX)
                    IF OP-PO-STATUS = 'O'
                       AND OP-QTY-OUTSTANDING > ZERO
                       PERFORM 210-JudgeNotice
           IF WS-ASN-QTY (WS-ASN-IDX) < OP-QTY-OUTSTANDING
              MOVE 'SHORT SHIP' TO FND-FINDING-OUT
              ADD 1 TO WS-SHORT-SHIP-CTR
              IF ASN-RESULT-CLEAN (WS-ASN-IDX)
                 MOVE 'S' TO WS-ASN-RESULT (WS-ASN-IDX)
              END-IF
              PERFORM 220-Write-Finding-Line
           END-IF.
           IF WS-ASN-SHIP-DATE (WS-ASN-IDX) > OP-DELIVERY-DATE
              MOVE 'LATE SHIP' TO FND-FINDING-OUT
              ADD 1 TO WS-LATE-SHIP-CTR
              IF ASN-RESULT-CLEAN (WS-ASN-IDX)
                 MOVE 'L' TO WS-ASN-RESULT (WS-ASN-IDX)
              END-IF
              PERFORM 220-Write-Finding-Line
           END-IF.
      *02/16 Shipped days ago and the dock still shows the balance -
                GO TO 2000-ABEND-RTN
           END-IF.

           OPEN OUTPUT ASNRSLT.
           IF OUT-ASNRSLT-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning ASNRSLT'
                GO TO 2000-ABEND-RTN
           END-IF.

           OPEN OUTPUT PRINT-LINE.

       310-LoadNotices.
              MOVE ASN-QTY-SHIPPED TO WS-ASN-QTY (WS-ASN-INDEX)
              MOVE ASN-CARRIER TO WS-ASN-CARRIER (WS-ASN-INDEX)
              MOVE 'N' TO WS-ASN-MATCHED (WS-ASN-INDEX)
      *05/28 A notice with no usable ship date or quantity is bad
      * whatever order it names.
              IF ASN-SHIP-DATE IS NOT NUMERIC
                 OR ASN-SHIP-DATE = ZERO
                 OR ASN-QTY-SHIPPED IS NOT NUMERIC
                 OR ASN-QTY-SHIPPED = ZERO
                 MOVE 'B' TO WS-ASN-RESULT (WS-ASN-INDEX)
              ELSE
                 MOVE 'A' TO WS-ASN-RESULT (WS-ASN-INDEX)
              END-IF
              ADD 1 TO WS-IN-ASNIN-CTR
           END-IF.

           END-IF.

       600-CLOSE-FILES.
           CLOSE  OPENPO, ASNRSLT, PRINT-LINE.

      * Matches the fix in FINALEX's 2000-ABEND-RTN - DISPLAY and
      * EXIT alone just fell through to whatever paragraph follows.
                 END-IF
           END-PERFORM.

      *05/28 One verdict per notice, in feed order. A notice that
      * matched nothing has no order to name a supplier.
       750-WriteResults.
           PERFORM VARYING WS-ASN-IDX FROM 1 BY 1
              UNTIL WS-ASN-IDX > WS-ASN-MAX
                 MOVE SPACES TO ASNRSLT-REC
                 MOVE WS-ASN-PO-NUMBER (WS-ASN-IDX) TO AR-PO-NUMBER
                 MOVE WS-ASN-SUPPLIER (WS-ASN-IDX)
                    TO AR-SUPPLIER-CODE
                 MOVE WS-ASN-SHIP-DATE (WS-ASN-IDX) TO AR-SHIP-DATE
                 MOVE WS-ASN-RESULT (WS-ASN-IDX) TO AR-RESULT
                 IF NOT ASN-MATCHED (WS-ASN-IDX)
                    AND NOT ASN-RESULT-BAD (WS-ASN-IDX)
                    MOVE 'O' TO AR-RESULT
                 END-IF
                 WRITE ASNRSLT-REC
                 IF OUT-ASNRSLT-KEY NOT = '00'
                    GO TO 2000-ABEND-RTN
                 END-IF
           END-PERFORM.

       800-NEW-PAGE.
           ADD 1 TO WS-PAGE-CTR.
           MOVE WS-PAGE-CTR TO WS-PAGE-NO-OUT.

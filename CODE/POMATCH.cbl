      * see FINALEX's PURCHASE-REC.
       FD  PURC-FILES
           RECORDING MODE IS F
           RECORD CONTAINS 128 CHARACTERS
           DATA RECORD IS PURCHASE-REC.
       01  PURCHASE-REC.
           05  REC-PO-NUMBER           PIC X(06) VALUE SPACES.
      * PARTSUB.
           05  REC-CARRIER-CODE        PIC X(04) VALUE SPACES.
           05  REC-FREIGHT-TERMS       PIC X(02) VALUE SPACES.
      *05/22 Company the order books to and the intercompany flag
      * - see COMPANY-CODE-PO in PARTSUB.
           05  REC-COMPANY-CODE        PIC X(02) VALUE SPACES.
           05  REC-INTERCO-FLAG        PIC X(01) VALUE SPACES.

      *11/09 FINALEX ends PURC-FILES with a trailer record - checked
      * below so it is skipped rather than matched like a real order.
      * on a mix of runs.
           05  PURC-TRAILER-RUN-DATE   PIC 9(08).
           05  PURC-TRAILER-RUN-SEQ    PIC 9(03).
           05  FILLER                  PIC X(91).

      *11/28 One row per dock receipt - PO number, receipt date,
      * quantity received.
       FD  RECEIPTS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 25 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RECEIPTS-REC.
       01  RECEIPTS-REC.
           05  RCPT-PO-NUMBER          PIC X(06).
           05  RCPT-RECEIPT-DATE       PIC 9(08).
           05  RCPT-QUANTITY           PIC 9(07).
      *04/29 Dock-clock receipt time - see OPSEDIT. Grew 21 to 25.
           05  FILLER                  PIC X(04).

      *12/31 One row per purchasing transaction - the PO number, the
      * action ('C' cancelled, 'X' closed) and the action date.
      * cancelled. Only 'O' orders age.
       FD  OPENPO
           RECORDING MODE IS F
           RECORD CONTAINS 126 CHARACTERS
           DATA RECORD IS OPENPO-REC.
       01  OPENPO-REC.
           05  OP-PO-NUMBER            PIC X(06) VALUE SPACES.
      * the dock's expected-receipts views skip it. Grew the row
      * 122 to 123.
           05  OP-DROP-SHIP            PIC X(01) VALUE SPACES.
      *05/22 Company the order books to and the intercompany flag
      * - see COMPANY-CODE-PO in PARTSUB. Grew the row 123 to 126.
           05  OP-COMPANY-CODE         PIC X(02) VALUE SPACES.
           05  OP-INTERCO-FLAG         PIC X(01) VALUE SPACES.

      * Business process-date control card - see PROCDATE.
       FD  PROCDATE
       01 WS-ACKED-CTR                     PIC 9(7) VALUE ZERO.
       01 WS-REPROMISE-CTR                 PIC 9(7) VALUE ZERO.
       01 WS-CONSIGNED-RCPT-CTR            PIC 9(7) VALUE ZERO.
      *04/23 Transfer receipts passed by - see XFERTRK.
       01 WS-TRANSFER-RCPT-CTR             PIC 9(7) VALUE ZERO.

      *03/16 Consigned balances in storage - loaded off CONSBAL,
      * grown by consigned receipts, rewritten at end of run.
      *04/08 The drop-ship marker rides through to the status file
      * so the dock's views can skip the order.
           MOVE REC-DROP-SHIP TO OP-DROP-SHIP.
      *05/22 And the company the order books to.
           MOVE REC-COMPANY-CODE TO OP-COMPANY-CODE.
           MOVE REC-INTERCO-FLAG TO OP-INTERCO-FLAG.
           IF OP-COMPANY-CODE = SPACES
              MOVE '01' TO OP-COMPANY-CODE
           END-IF.
      *03/16 A consigned order's receipts also build the consigned
      * balance - the stock is the supplier's until the warehouse
      * uses it, and CONSPAY pays off the usage feed, not these
           OPEN OUTPUT PRINT-LINE.

       310-LoadReceipts.
           PERFORM 315-ReadNextReceipt
              THRU 315-ReadNextReceipt-Exit
              UNTIL RECEIPTS-EOF.
           CLOSE RECEIPTS.
           PERFORM 320-ReadNextStatus UNTIL POSTATUS-EOF.
           CLOSE POSTATUS.
              AT END
                 MOVE 'Y' TO RECEIPTS-EOF-WS
           END-READ.
      *04/23 A receipt under a transfer number ('T' plus five
      * digits) is stock moving between our own plants - XFERTRK
      * closes those against XFRMAST, so it is counted here and
      * kept off the orphan list.
           IF NOT RECEIPTS-EOF
              AND RCPT-PO-NUMBER (1:1) = 'T'
              AND RCPT-PO-NUMBER (2:5) IS NUMERIC
              ADD 1 TO WS-TRANSFER-RCPT-CTR
              GO TO 315-ReadNextReceipt-Exit
           END-IF.
           IF NOT RECEIPTS-EOF
      *11/28 A receipts feed bigger than the table means the match
      * would silently ignore the overflow - stop instead.
              MOVE 'N' TO WS-RCPT-MATCHED (WS-RECEIPT-INDEX)
              ADD 1 TO WS-IN-RECEIPTS-CTR
           END-IF.
       315-ReadNextReceipt-Exit.
           EXIT.

      *12/31 Unknown actions are ignored rather than guessed at.
       320-ReadNextStatus.
           MOVE 'RECEIPTS MATCHING NO ORDER' TO WS-SUMMARY-LABEL.
           MOVE WS-ORPHAN-RECEIPT-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'TRANSFER RECEIPTS LEFT TO XFERTRK' TO
              WS-SUMMARY-LABEL.
           MOVE WS-TRANSFER-RCPT-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'ORDERS ACKNOWLEDGED BY SUPPLIER' TO WS-SUMMARY-LABEL.
           MOVE WS-ACKED-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.

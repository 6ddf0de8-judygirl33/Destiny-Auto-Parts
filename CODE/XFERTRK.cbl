       IDENTIFICATION DIVISION.
       PROGRAM-ID. XFERTRK.
       AUTHOR. IVANNA COLAN.
      ******************************************************************
      * 04/23 Inter-plant stock transfer orders. Since the PLANTS
      * master arrived we kept buying a part for one building while
      * another sat on months of it. A transfer order moves stock
      * from one plant to another instead, and this program tracks
      * each one from raised to closed, the way POMATCH tracks a
      * purchase order on OPENPO. Every night it:
      *   - applies the XFERTRAN feed keyed by the buyers and the
      *     shipping docks - 'A' raises a transfer (part, from plant,
      *     to plant, quantity) and is given the next number in the
      *     transfer range, 'T' plus five digits, which POEDIT keeps
      *     purchase orders out of; 'S' records the from-plant's ship
      *     date; 'C' cancels a transfer not yet shipped;
      *   - applies the transfer receipts off tonight's cleaned
      *     RECEIPTS feed - the receiving dock keys a transfer the
      *     same way as a purchase order, under its T number - adding
      *     up the quantity received and closing the transfer once
      *     it is all in;
      *   - lists every transfer still open or in transit.
      * XFRMAST is loaded at start and rewritten whole at the end,
      * the CONSBAL pattern. REORDPT reads it for the transfers
      * already on their way when it pairs short plants with plants
      * holding excess.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Input transfer transactions keyed by buyers and shipping
           SELECT XFERTRAN ASSIGN TO XFERTRAN
           FILE STATUS IS IN-XFERTRAN-KEY.

      * Input dock receipts, as OPSEDIT passed them
           SELECT RECEIPTS ASSIGN TO RECEIPTS
           FILE STATUS IS IN-RECEIPTS-KEY.

      * Transfer master - read at start, rewritten whole at the end
           SELECT XFRMAST ASSIGN TO XFRMAST
           FILE STATUS IS XFRMAST-KEY.

      * Input plant master - see PLNTTAB.
           SELECT PLANTS ASSIGN TO PLANTS
           FILE STATUS IS IN-PLANTS-KEY.

      *12/17 Business process-date control card - see PROCDATE.
           SELECT PROCDATE ASSIGN TO PROCDATE
           FILE STATUS IS PROCDATE-KEY.

      * Output Transfer Activity Report
           SELECT PRINT-LINE ASSIGN TO PRTLINE.

       DATA DIVISION.
       FILE SECTION.
      *04/23 One row per transfer action. The number is blank on an
      * 'A' - the program assigns it. The date is the day the
      * transfer was raised, shipped or cancelled; zero means today.
       FD  XFERTRAN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 51 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS XFERTRAN-REC.
       01  XFERTRAN-REC.
           05  XT-ACTION               PIC X(01).
               88  XT-ADD                     VALUE 'A'.
               88  XT-SHIP                    VALUE 'S'.
               88  XT-CANCEL                  VALUE 'C'.
           05  XT-XFER-NUMBER          PIC X(06).
           05  XT-PART-NUMBER          PIC X(23).
           05  XT-FROM-PLANT           PIC X(03).
           05  XT-TO-PLANT             PIC X(03).
           05  XT-QTY                  PIC 9(07).
           05  XT-DATE                 PIC 9(08).

      * Same 25-byte receipt row POMATCH reads.
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

      *04/23 One row per transfer: the part, the two plants, the
      * quantity sent for and received so far, and its dates. Status
      * O open, S shipped (in transit), R received in full, C
      * cancelled; the close date is the day it went R or C. The
      * last-run date is the rerun guard.
       FD  XFRMAST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 90 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS XFRMAST-REC.
       01  XFRMAST-REC.
           05  XF-XFER-NUMBER          PIC X(06).
           05  XF-PART-NUMBER          PIC X(23).
           05  XF-FROM-PLANT           PIC X(03).
           05  XF-TO-PLANT             PIC X(03).
           05  XF-QTY                  PIC 9(07).
           05  XF-QTY-RECEIVED         PIC 9(07).
           05  XF-CREATE-DATE          PIC 9(08).
           05  XF-SHIP-DATE            PIC 9(08).
           05  XF-RECEIVE-DATE         PIC 9(08).
           05  XF-CLOSE-DATE           PIC 9(08).
           05  XF-STATUS               PIC X(01).
           05  XF-LAST-RUN-DATE        PIC 9(08).

       FD  PLANTS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 83 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PLANTS-REC.
       01  PLANTS-REC     PIC X(83).

       FD  PROCDATE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 8 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PROCDATE-REC.
       01  PROCDATE-REC     PIC X(8).

       FD  PRINT-LINE RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 133 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PRINT-REC.
       01  PRINT-REC      PIC X(133).

       WORKING-STORAGE SECTION.
           COPY PLNTTAB.  *> Plant master table
           COPY PARMTAB.  *> PARMLOAD central-parameter request block
      * Business process date control card - see PROCDATE.
           COPY PROCDATE.

       01 FILE-STATUS-CODES.
      * File status key for input File XFERTRAN
           05 IN-XFERTRAN-KEY           PIC X(2).
                88 CODE-WRITE               VALUE SPACES.

      * File status key for input File RECEIPTS
           05 IN-RECEIPTS-KEY           PIC X(2).
                88 CODE-WRITE               VALUE SPACES.

      * A missing transfer master just means no transfer raised yet.
           05 XFRMAST-KEY               PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
                88 XFRMAST-NOT-FOUND        VALUE '35'.

      * File status key for input File PLANTS
           05 IN-PLANTS-KEY             PIC X(2).
                88 CODE-WRITE               VALUE SPACES.

           05 PROCDATE-KEY              PIC X(2).
                88 CODE-WRITE               VALUE SPACES.

       01 FILES-EOF.
           05 XFERTRAN-EOF-WS                 PIC X(01) VALUE 'N'.
              88 XFERTRAN-EOF                            VALUE 'Y'.
           05 RECEIPTS-EOF-WS                 PIC X(01) VALUE 'N'.
              88 RECEIPTS-EOF                            VALUE 'Y'.
           05 XFRMAST-EOF-WS                  PIC X(01) VALUE 'N'.
              88 XFRMAST-EOF                             VALUE 'Y'.
           05 PLANTS-EOF-WS                   PIC X(01) VALUE 'N'.
              88 PLANTS-EOF                              VALUE 'Y'.

      *04/23 Days a received or cancelled transfer stays on the
      * master before it is purged - PARMLOAD XFERKEEP overrides.
       01 WS-KEEP-DAYS                     PIC 9(03) VALUE 090.

       01 WS-IN-XFERTRAN-CTR               PIC 9(7) VALUE ZERO.
       01 WS-IN-RECEIPTS-CTR               PIC 9(7) VALUE ZERO.
       01 WS-ADDED-CTR                     PIC 9(7) VALUE ZERO.
       01 WS-SHIPPED-CTR                   PIC 9(7) VALUE ZERO.
       01 WS-CANCELLED-CTR                 PIC 9(7) VALUE ZERO.
       01 WS-REFUSED-CTR                   PIC 9(7) VALUE ZERO.
       01 WS-XFER-RCPT-CTR                 PIC 9(7) VALUE ZERO.
       01 WS-PO-RCPT-CTR                   PIC 9(7) VALUE ZERO.
       01 WS-ORPHAN-RCPT-CTR               PIC 9(7) VALUE ZERO.
       01 WS-CLOSED-CTR                    PIC 9(7) VALUE ZERO.
       01 WS-OPEN-CTR                      PIC 9(7) VALUE ZERO.
       01 WS-IN-TRANSIT-CTR                PIC 9(7) VALUE ZERO.
       01 WS-PURGED-CTR                    PIC 9(7) VALUE ZERO.
       01 WS-IN-XFER-CTR                   PIC 9(7) VALUE ZERO.
       01 WS-OUT-XFER-CTR                  PIC 9(7) VALUE ZERO.

       01 WS-PLANT-INDEX                   PIC 9(4) VALUE 1.
       01 WS-PLANT-FOUND-FLAG              PIC X VALUE 'N'.
           88 PLANT-VALID                        VALUE 'Y'.
       01 WS-SEARCH-PLANT                  PIC X(03) VALUE SPACES.

      *04/23 The transfer master in storage, in number order - the
      * numbers are handed out in sequence and new rows go on the
      * end.
       01 WS-TRANSFER-TABLE.
           05 WS-XF-ENTRY OCCURS 20000 TIMES.
              10 WS-XF-ROW.
                 15 WS-XF-XFER-NUMBER     PIC X(06).
                 15 WS-XF-PART-NUMBER     PIC X(23).
                 15 WS-XF-FROM-PLANT      PIC X(03).
                 15 WS-XF-TO-PLANT        PIC X(03).
                 15 WS-XF-QTY             PIC 9(07).
                 15 WS-XF-QTY-RECEIVED    PIC 9(07).
                 15 WS-XF-CREATE-DATE     PIC 9(08).
                 15 WS-XF-SHIP-DATE       PIC 9(08).
                 15 WS-XF-RECEIVE-DATE    PIC 9(08).
                 15 WS-XF-CLOSE-DATE      PIC 9(08).
                 15 WS-XF-STATUS          PIC X(01).
                    88 WS-XF-OPEN               VALUE 'O'.
                    88 WS-XF-SHIPPED            VALUE 'S'.
                    88 WS-XF-RECEIVED           VALUE 'R'.
                    88 WS-XF-CANCELLED          VALUE 'C'.
                 15 WS-XF-LAST-RUN-DATE   PIC 9(08).
       01 WS-XF-MAX                       PIC 9(05) VALUE ZERO.
       01 WS-XF-IDX                       PIC 9(05) VALUE 1.
       01 WS-XF-FOUND-IDX                 PIC 9(05) VALUE ZERO.
       01 WS-SEARCH-XFER                  PIC X(06) VALUE SPACES.

      *04/23 Next transfer number - one past the highest on the
      * master.
       01 WS-NEXT-XFER-NUM                PIC 9(05) VALUE ZERO.
       01 WS-HIGH-XFER-NUM                PIC 9(05) VALUE ZERO.
       01 WS-XFER-NUMBER-WORK.
           05 WS-XFER-PREFIX              PIC X(01) VALUE 'T'.
           05 WS-XFER-DIGITS              PIC 9(05) VALUE ZERO.

       01 WS-ACTION-DATE                  PIC 9(08) VALUE ZERO.
       01 WS-DAYS-OPEN                    PIC S9(7) VALUE ZERO.
       01 WS-FINDING                      PIC X(30) VALUE SPACES.

      * CEEDAYS work areas - the same shape POAGERPT uses.
       01 WS-PICSTR-IN.
           05  WS-PICSTR-LTH-IN     PIC S9(4) COMP VALUE 8.
           05  WS-PICSTR-STR-IN     PIC X(8)  VALUE 'YYYYMMDD'.
       01 WS-DATE-IN-CEE.
           05  WS-DATE-IN-LTH-CEE   PIC S9(4) COMP VALUE 8.
           05  WS-DATE-IN-STR-CEE   PIC X(8).
       01 FC.
           05  FC-SEV              PIC S9(4) COMP.
           05  FC-MSG              PIC S9(4) COMP.
           05  FC-CTW              PIC X.
           05  FC-FAC              PIC X(3).
           05  FC-ISI              PIC S9(8) COMP.
       01 WS-DAY-INT                       PIC 9(9) COMP VALUE ZERO.
       01 WS-TODAY-INT                     PIC 9(9) COMP VALUE ZERO.

       01 WS-FLAGS.
           05 WS-LINE-KTR               PIC 9(4) VALUE 0.
       01 WS-PAGE-CTR                   PIC 9(4) VALUE ZERO.
       01 WS-MAX-LINES-PER-PAGE         PIC 9(4) VALUE 0055.

      *************************************************************
      ****** Report headings ******
      *************************************************************
       01 WS-BLANK-LINE                 PIC X(133)     VALUE SPACES.
       01 WS-PAGE-HEADING.
           05 FILLER              PIC X(3)       VALUE SPACES.
           05 FILLER              PIC X(54) VALUE
              'Destiny Auto Parts - Inter-Plant Transfers'.
           05 FILLER              PIC X(54)      VALUE SPACES.
           05 FILLER              PIC X(5)       VALUE 'PAGE '.
           05 WS-PAGE-NO-OUT      PIC ZZZ9       VALUE ZERO.
       01 WS-SECTION-LINE.
           05 FILLER              PIC X(3)       VALUE SPACES.
           05 WS-SECTION-TITLE    PIC X(60)      VALUE SPACES.
           05 FILLER              PIC X(70)      VALUE SPACES.

       01 WS-TRAN-HEADER.
          05 FILLER              PIC X(3)       VALUE SPACES.
          05 FILLER              PIC X(04)      VALUE 'Act'.
          05 FILLER              PIC X(08)      VALUE 'Xfer'.
          05 FILLER              PIC X(25)      VALUE 'Part Number'.
          05 FILLER              PIC X(06)      VALUE 'From'.
          05 FILLER              PIC X(06)      VALUE 'To'.
          05 FILLER              PIC X(10)      VALUE '  Quantity'.
          05 FILLER              PIC X(10)      VALUE 'Date'.
          05 FILLER              PIC X(30)      VALUE 'Finding'.
       01 WS-TRAN-LINE-OUT.
          05 FILLER                 PIC X(3)       VALUE SPACES.
          05 TRN-ACTION-OUT         PIC X(01)      VALUE SPACES.
          05 FILLER                 PIC X(03)      VALUE SPACES.
          05 TRN-XFER-OUT           PIC X(06)      VALUE SPACES.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 TRN-PART-OUT           PIC X(23)      VALUE SPACES.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 TRN-FROM-OUT           PIC X(03)      VALUE SPACES.
          05 FILLER                 PIC X(03)      VALUE SPACES.
          05 TRN-TO-OUT             PIC X(03)      VALUE SPACES.
          05 FILLER                 PIC X(03)      VALUE SPACES.
          05 TRN-QTY-OUT            PIC Z,ZZZ,ZZ9  VALUE ZERO.
          05 FILLER                 PIC X(01)      VALUE SPACES.
          05 TRN-DATE-OUT           PIC X(08)      VALUE SPACES.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 TRN-FINDING-OUT        PIC X(30)      VALUE SPACES.

       01 WS-RCPT-HEADER.
          05 FILLER              PIC X(3)       VALUE SPACES.
          05 FILLER              PIC X(08)      VALUE 'Xfer'.
          05 FILLER              PIC X(25)      VALUE 'Part Number'.
          05 FILLER              PIC X(06)      VALUE 'To'.
          05 FILLER              PIC X(10)      VALUE 'Received'.
          05 FILLER              PIC X(10)      VALUE '  Quantity'.
          05 FILLER              PIC X(10)      VALUE ' Total Rcd'.
          05 FILLER              PIC X(10)      VALUE '  Sent For'.
          05 FILLER              PIC X(30)      VALUE ' Finding'.
       01 WS-RCPT-LINE-OUT.
          05 FILLER                 PIC X(3)       VALUE SPACES.
          05 RCV-XFER-OUT           PIC X(06)      VALUE SPACES.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 RCV-PART-OUT           PIC X(23)      VALUE SPACES.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 RCV-TO-OUT             PIC X(03)      VALUE SPACES.
          05 FILLER                 PIC X(03)      VALUE SPACES.
          05 RCV-DATE-OUT           PIC X(08)      VALUE SPACES.
          05 FILLER                 PIC X(01)      VALUE SPACES.
          05 RCV-QTY-OUT            PIC Z,ZZZ,ZZ9  VALUE ZERO.
          05 FILLER                 PIC X(01)      VALUE SPACES.
          05 RCV-TOTAL-OUT          PIC Z,ZZZ,ZZ9  VALUE ZERO.
          05 FILLER                 PIC X(01)      VALUE SPACES.
          05 RCV-SENT-OUT           PIC Z,ZZZ,ZZ9  VALUE ZERO.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 RCV-FINDING-OUT        PIC X(30)      VALUE SPACES.

       01 WS-OPEN-HEADER.
          05 FILLER              PIC X(3)       VALUE SPACES.
          05 FILLER              PIC X(08)      VALUE 'Xfer'.
          05 FILLER              PIC X(25)      VALUE 'Part Number'.
          05 FILLER              PIC X(06)      VALUE 'From'.
          05 FILLER              PIC X(06)      VALUE 'To'.
          05 FILLER              PIC X(10)      VALUE '  Sent For'.
          05 FILLER              PIC X(10)      VALUE '  Received'.
          05 FILLER              PIC X(10)      VALUE ' Raised'.
          05 FILLER              PIC X(10)      VALUE 'Shipped'.
          05 FILLER              PIC X(08)      VALUE 'Days'.
          05 FILLER              PIC X(10)      VALUE 'Status'.
       01 WS-OPEN-LINE-OUT.
          05 FILLER                 PIC X(3)       VALUE SPACES.
          05 OPN-XFER-OUT           PIC X(06)      VALUE SPACES.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 OPN-PART-OUT           PIC X(23)      VALUE SPACES.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 OPN-FROM-OUT           PIC X(03)      VALUE SPACES.
          05 FILLER                 PIC X(03)      VALUE SPACES.
          05 OPN-TO-OUT             PIC X(03)      VALUE SPACES.
          05 FILLER                 PIC X(03)      VALUE SPACES.
          05 OPN-QTY-OUT            PIC Z,ZZZ,ZZ9  VALUE ZERO.
          05 FILLER                 PIC X(01)      VALUE SPACES.
          05 OPN-RCVD-OUT           PIC Z,ZZZ,ZZ9  VALUE ZERO.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 OPN-RAISED-OUT         PIC X(08)      VALUE SPACES.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 OPN-SHIPPED-OUT        PIC X(08)      VALUE SPACES.
          05 FILLER                 PIC X(01)      VALUE SPACES.
          05 OPN-DAYS-OUT           PIC ZZZ9       VALUE ZERO.
          05 FILLER                 PIC X(03)      VALUE SPACES.
          05 OPN-STATUS-OUT         PIC X(10)      VALUE SPACES.

       01 WS-SUMMARY-LINE.
           05 FILLER                PIC X(3)  VALUE SPACES.
           05 WS-SUMMARY-LABEL      PIC X(34) VALUE SPACES.
           05 WS-SUMMARY-COUNT      PIC ZZZ,ZZZ,ZZ9 VALUE ZERO.
           05 FILLER                PIC X(96) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN.
           PERFORM 000-Housekeeping.
           MOVE 'TRANSFER TRANSACTIONS' TO WS-SECTION-TITLE.
           PERFORM 820-Write-Section.
           WRITE PRINT-REC FROM WS-TRAN-HEADER.
           ADD 1 TO WS-LINE-KTR.
           PERFORM 100-Main2 UNTIL XFERTRAN-EOF.
           MOVE 'TRANSFER RECEIPTS AT THE DOCK' TO WS-SECTION-TITLE.
           PERFORM 800-NEW-PAGE.
           PERFORM 820-Write-Section.
           WRITE PRINT-REC FROM WS-RCPT-HEADER.
           ADD 1 TO WS-LINE-KTR.
           PERFORM 420-Read-RECEIPTS.
           PERFORM 250-ApplyReceipt
              THRU 250-ApplyReceipt-Exit
              UNTIL RECEIPTS-EOF.
           PERFORM 700-PrintOpenTransfers.
           PERFORM 940-WriteTransferMaster.
           PERFORM 900-WriteSummary.
           PERFORM 600-CLOSE-FILES.
           GOBACK.

       000-Housekeeping.
           PERFORM 370-LoadProcessDate.
           MOVE PROCESS-DATE TO WS-DATE-IN-STR-CEE.
           PERFORM 510-DayNumber.
           MOVE WS-DAY-INT TO WS-TODAY-INT.
           PERFORM 380-LoadParms.
           PERFORM 300-Open-Files.
           MOVE SPACES TO PRINT-REC.
           PERFORM 800-NEW-PAGE.
      * Priming Read
           PERFORM 410-Read-XFERTRAN.

       100-Main2.
           PERFORM 200-ApplyTransaction
              THRU 200-ApplyTransaction-Exit.
           PERFORM 410-Read-XFERTRAN.

      *04/23 One transaction end to end - the first finding wins and
      * the row is listed either way, so the buyer sees the number
      * each new transfer was given.
       200-ApplyTransaction.
           MOVE SPACES TO WS-FINDING.
           MOVE XT-DATE TO WS-ACTION-DATE.
           IF XT-DATE NOT NUMERIC
              MOVE 'DATE NOT VALID' TO WS-FINDING
              GO TO 200-ApplyTransaction-Done
           END-IF.
           IF WS-ACTION-DATE = ZERO
              MOVE PROCESS-DATE TO WS-ACTION-DATE
           END-IF.
           MOVE WS-ACTION-DATE TO WS-DATE-IN-STR-CEE.
           PERFORM 510-DayNumber.
           IF WS-DAY-INT = ZERO
              MOVE 'DATE NOT VALID' TO WS-FINDING
              GO TO 200-ApplyTransaction-Done
           END-IF.
           IF WS-ACTION-DATE > PROCESS-DATE
              MOVE 'DATE IN THE FUTURE' TO WS-FINDING
              GO TO 200-ApplyTransaction-Done
           END-IF.
           EVALUATE TRUE
              WHEN XT-ADD
                 PERFORM 210-AddTransfer
                    THRU 210-AddTransfer-Exit
              WHEN XT-SHIP
                 PERFORM 220-ShipTransfer
              WHEN XT-CANCEL
                 PERFORM 230-CancelTransfer
              WHEN OTHER
                 MOVE 'UNKNOWN ACTION' TO WS-FINDING
           END-EVALUATE.
       200-ApplyTransaction-Done.
           PERFORM 290-WriteTransactionLine.
       200-ApplyTransaction-Exit.
           EXIT.

      *04/23 Both plants must be on the PLANTS master and differ, and
      * the quantity must be plausible - the same bounds OPSEDIT
      * holds a receipt to.
       210-AddTransfer.
           MOVE XT-FROM-PLANT TO WS-SEARCH-PLANT.
           PERFORM 280-CheckPlant.
           IF NOT PLANT-VALID
              MOVE 'FROM PLANT NOT ON PLANTS' TO WS-FINDING
           END-IF.
           MOVE XT-TO-PLANT TO WS-SEARCH-PLANT.
           PERFORM 280-CheckPlant.
           IF WS-FINDING = SPACES
              AND NOT PLANT-VALID
              MOVE 'TO PLANT NOT ON PLANTS' TO WS-FINDING
           END-IF.
           IF WS-FINDING = SPACES
              AND XT-FROM-PLANT = XT-TO-PLANT
              MOVE 'FROM AND TO PLANT THE SAME' TO WS-FINDING
           END-IF.
           IF WS-FINDING = SPACES
              AND XT-PART-NUMBER = SPACES
              MOVE 'PART NUMBER BLANK' TO WS-FINDING
           END-IF.
           IF WS-FINDING = SPACES
              AND (XT-QTY NOT NUMERIC
                 OR XT-QTY = ZERO
                 OR XT-QTY > 999999)
              MOVE 'IMPLAUSIBLE QUANTITY' TO WS-FINDING
           END-IF.
           IF WS-FINDING NOT = SPACES
              GO TO 210-AddTransfer-Exit
           END-IF.
           IF WS-XF-MAX >= 20000
              DISPLAY 'XFERTRK - TRANSFER TABLE FULL AT 20000 '
                 'ROWS - RAISE OCCURS IN XFERTRK'
              GO TO 2000-ABEND-RTN
           END-IF.
           IF WS-NEXT-XFER-NUM = 99999
              DISPLAY 'XFERTRK - TRANSFER NUMBER RANGE EXHAUSTED AT '
                 'T99999'
              GO TO 2000-ABEND-RTN
           END-IF.
           ADD 1 TO WS-NEXT-XFER-NUM.
           MOVE WS-NEXT-XFER-NUM TO WS-XFER-DIGITS.
           ADD 1 TO WS-XF-MAX.
           INITIALIZE WS-XF-ENTRY (WS-XF-MAX).
           MOVE WS-XFER-NUMBER-WORK TO WS-XF-XFER-NUMBER (WS-XF-MAX).
           MOVE XT-PART-NUMBER TO WS-XF-PART-NUMBER (WS-XF-MAX).
           MOVE XT-FROM-PLANT TO WS-XF-FROM-PLANT (WS-XF-MAX).
           MOVE XT-TO-PLANT TO WS-XF-TO-PLANT (WS-XF-MAX).
           MOVE XT-QTY TO WS-XF-QTY (WS-XF-MAX).
           MOVE WS-ACTION-DATE TO WS-XF-CREATE-DATE (WS-XF-MAX).
           MOVE 'O' TO WS-XF-STATUS (WS-XF-MAX).
           MOVE WS-XFER-NUMBER-WORK TO XT-XFER-NUMBER.
           MOVE 'RAISED' TO WS-FINDING.
           ADD 1 TO WS-ADDED-CTR.
       210-AddTransfer-Exit.
           EXIT.

      *04/23 Only an open transfer can ship, and not before it was
      * raised.
       220-ShipTransfer.
           MOVE XT-XFER-NUMBER TO WS-SEARCH-XFER.
           PERFORM 240-FindTransfer.
           IF WS-XF-FOUND-IDX = ZERO
              MOVE 'NOT ON TRANSFER MASTER' TO WS-FINDING
           ELSE
              IF NOT WS-XF-OPEN (WS-XF-FOUND-IDX)
                 MOVE 'NOT OPEN - CANNOT SHIP' TO WS-FINDING
              ELSE
                 IF WS-ACTION-DATE
                       < WS-XF-CREATE-DATE (WS-XF-FOUND-IDX)
                    MOVE 'SHIPPED BEFORE RAISED' TO WS-FINDING
                 END-IF
              END-IF
           END-IF.
           IF WS-FINDING = SPACES
              MOVE WS-ACTION-DATE TO WS-XF-SHIP-DATE (WS-XF-FOUND-IDX)
              MOVE 'S' TO WS-XF-STATUS (WS-XF-FOUND-IDX)
              MOVE 'SHIPPED - IN TRANSIT' TO WS-FINDING
              ADD 1 TO WS-SHIPPED-CTR
           END-IF.

      *04/23 A transfer already on the truck has to be received,
      * not cancelled - only an open one can be.
       230-CancelTransfer.
           MOVE XT-XFER-NUMBER TO WS-SEARCH-XFER.
           PERFORM 240-FindTransfer.
           IF WS-XF-FOUND-IDX = ZERO
              MOVE 'NOT ON TRANSFER MASTER' TO WS-FINDING
           ELSE
              IF NOT WS-XF-OPEN (WS-XF-FOUND-IDX)
                 MOVE 'NOT OPEN - CANNOT CANCEL' TO WS-FINDING
              END-IF
           END-IF.
           IF WS-FINDING = SPACES
              MOVE WS-ACTION-DATE
                 TO WS-XF-CLOSE-DATE (WS-XF-FOUND-IDX)
              MOVE 'C' TO WS-XF-STATUS (WS-XF-FOUND-IDX)
              MOVE 'CANCELLED' TO WS-FINDING
              ADD 1 TO WS-CANCELLED-CTR
           END-IF.

       240-FindTransfer.
           MOVE ZERO TO WS-XF-FOUND-IDX.
           PERFORM VARYING WS-XF-IDX FROM 1 BY 1
              UNTIL WS-XF-IDX > WS-XF-MAX
                 OR WS-XF-FOUND-IDX > ZERO
                 IF WS-XF-XFER-NUMBER (WS-XF-IDX) = WS-SEARCH-XFER
                    MOVE WS-XF-IDX TO WS-XF-FOUND-IDX
                 END-IF
           END-PERFORM.

      *04/23 Receipts under a purchase order number are POMATCH's
      * business and pass by. A transfer receipt adds to what has
      * come in; once the quantity sent for is all in, the transfer
      * closes. A receipt against a transfer never keyed as shipped
      * still counts - the truck evidently left - and takes the
      * receipt date as its ship date.
       250-ApplyReceipt.
           IF RCPT-PO-NUMBER (1:1) NOT = 'T'
              OR RCPT-PO-NUMBER (2:5) NOT NUMERIC
              ADD 1 TO WS-PO-RCPT-CTR
              GO TO 250-ApplyReceipt-Next
           END-IF.
           ADD 1 TO WS-XFER-RCPT-CTR.
           MOVE SPACES TO WS-FINDING.
           MOVE RCPT-PO-NUMBER TO WS-SEARCH-XFER.
           PERFORM 240-FindTransfer.
           IF WS-XF-FOUND-IDX = ZERO
              MOVE 'NOT ON TRANSFER MASTER' TO WS-FINDING
           ELSE
              IF WS-XF-CANCELLED (WS-XF-FOUND-IDX)
                 MOVE 'TRANSFER WAS CANCELLED' TO WS-FINDING
              END-IF
           END-IF.
           IF WS-FINDING NOT = SPACES
              ADD 1 TO WS-ORPHAN-RCPT-CTR
              PERFORM 295-WriteReceiptLine
              GO TO 250-ApplyReceipt-Next
           END-IF.
           ADD RCPT-QUANTITY TO WS-XF-QTY-RECEIVED (WS-XF-FOUND-IDX).
           MOVE RCPT-RECEIPT-DATE
              TO WS-XF-RECEIVE-DATE (WS-XF-FOUND-IDX).
           IF WS-XF-SHIP-DATE (WS-XF-FOUND-IDX) = ZERO
              MOVE RCPT-RECEIPT-DATE
                 TO WS-XF-SHIP-DATE (WS-XF-FOUND-IDX)
           END-IF.
           EVALUATE TRUE
              WHEN WS-XF-RECEIVED (WS-XF-FOUND-IDX)
                 MOVE 'OVER-RECEIPT ON CLOSED XFER' TO WS-FINDING
              WHEN WS-XF-QTY-RECEIVED (WS-XF-FOUND-IDX)
                    < WS-XF-QTY (WS-XF-FOUND-IDX)
                 MOVE 'S' TO WS-XF-STATUS (WS-XF-FOUND-IDX)
                 MOVE 'PART RECEIVED - STILL OPEN' TO WS-FINDING
              WHEN OTHER
                 MOVE 'R' TO WS-XF-STATUS (WS-XF-FOUND-IDX)
                 MOVE RCPT-RECEIPT-DATE
                    TO WS-XF-CLOSE-DATE (WS-XF-FOUND-IDX)
                 MOVE 'RECEIVED IN FULL - CLOSED' TO WS-FINDING
                 ADD 1 TO WS-CLOSED-CTR
           END-EVALUATE.
           PERFORM 295-WriteReceiptLine.
       250-ApplyReceipt-Next.
           PERFORM 420-Read-RECEIPTS.
       250-ApplyReceipt-Exit.
           EXIT.

       280-CheckPlant.
           MOVE 'N' TO WS-PLANT-FOUND-FLAG.
           PERFORM VARYING WS-PLANT-INDEX FROM 1 BY 1
              UNTIL WS-PLANT-INDEX > PLANT-MAX
                 OR PLANT-VALID
                 IF PL-PLANT-CODE (WS-PLANT-INDEX) = WS-SEARCH-PLANT
                    MOVE 'Y' TO WS-PLANT-FOUND-FLAG
                 END-IF
           END-PERFORM.

       290-WriteTransactionLine.
           IF WS-FINDING NOT = 'RAISED'
              AND WS-FINDING NOT = 'SHIPPED - IN TRANSIT'
              AND WS-FINDING NOT = 'CANCELLED'
              ADD 1 TO WS-REFUSED-CTR
           END-IF.
           IF WS-LINE-KTR > WS-MAX-LINES-PER-PAGE
              PERFORM 800-NEW-PAGE
              PERFORM 820-Write-Section
              WRITE PRINT-REC FROM WS-TRAN-HEADER
              ADD 1 TO WS-LINE-KTR
           END-IF.
           MOVE XT-ACTION TO TRN-ACTION-OUT.
           MOVE XT-XFER-NUMBER TO TRN-XFER-OUT.
           MOVE XT-PART-NUMBER TO TRN-PART-OUT.
           MOVE XT-FROM-PLANT TO TRN-FROM-OUT.
           MOVE XT-TO-PLANT TO TRN-TO-OUT.
           IF XT-QTY NUMERIC
              MOVE XT-QTY TO TRN-QTY-OUT
           ELSE
              MOVE ZERO TO TRN-QTY-OUT
           END-IF.
           MOVE WS-ACTION-DATE TO TRN-DATE-OUT.
           MOVE WS-FINDING TO TRN-FINDING-OUT.
           WRITE PRINT-REC FROM WS-TRAN-LINE-OUT.
           ADD 1 TO WS-LINE-KTR.

       295-WriteReceiptLine.
           IF WS-LINE-KTR > WS-MAX-LINES-PER-PAGE
              PERFORM 800-NEW-PAGE
              PERFORM 820-Write-Section
              WRITE PRINT-REC FROM WS-RCPT-HEADER
              ADD 1 TO WS-LINE-KTR
           END-IF.
           MOVE SPACES TO WS-RCPT-LINE-OUT.
           MOVE RCPT-PO-NUMBER TO RCV-XFER-OUT.
           MOVE RCPT-RECEIPT-DATE TO RCV-DATE-OUT.
           MOVE RCPT-QUANTITY TO RCV-QTY-OUT.
           IF WS-XF-FOUND-IDX > ZERO
              MOVE WS-XF-PART-NUMBER (WS-XF-FOUND-IDX) TO RCV-PART-OUT
              MOVE WS-XF-TO-PLANT (WS-XF-FOUND-IDX) TO RCV-TO-OUT
              MOVE WS-XF-QTY-RECEIVED (WS-XF-FOUND-IDX)
                 TO RCV-TOTAL-OUT
              MOVE WS-XF-QTY (WS-XF-FOUND-IDX) TO RCV-SENT-OUT
           ELSE
              MOVE ZERO TO RCV-TOTAL-OUT
              MOVE ZERO TO RCV-SENT-OUT
           END-IF.
           MOVE WS-FINDING TO RCV-FINDING-OUT.
           WRITE PRINT-REC FROM WS-RCPT-LINE-OUT.
           ADD 1 TO WS-LINE-KTR.

       300-Open-Files.
           OPEN INPUT XFRMAST.
           IF XFRMAST-NOT-FOUND
              CONTINUE
           ELSE
              IF XFRMAST-KEY NOT = '00'
                 DISPLAY 'File Problem openning XFRMAST'
                 GO TO 2000-ABEND-RTN
              ELSE
                 PERFORM 340-LoadTransferMaster UNTIL XFRMAST-EOF
                 CLOSE XFRMAST
              END-IF
           END-IF.
           MOVE WS-HIGH-XFER-NUM TO WS-NEXT-XFER-NUM.

           OPEN INPUT PLANTS.
      *    Input File Status Checking for PLANTS
           IF IN-PLANTS-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning Input PLANTS'
                GO TO 2000-ABEND-RTN
           ELSE
                PERFORM 3800-LoadPlantTable
           END-IF.

           OPEN INPUT XFERTRAN.
      *    Input File Status Checking for XFERTRAN
           IF IN-XFERTRAN-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning Input XFERTRAN'
                GO TO 2000-ABEND-RTN
           END-IF.

           OPEN INPUT RECEIPTS.
      *    Input File Status Checking for RECEIPTS
           IF IN-RECEIPTS-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning Input RECEIPTS'
                GO TO 2000-ABEND-RTN
           END-IF.

           OPEN OUTPUT PRINT-LINE.

       340-LoadTransferMaster.
           READ XFRMAST
              AT END
                 MOVE 'Y' TO XFRMAST-EOF-WS
           END-READ.
      *04/23 A master already stamped with tonight's process date
      * means tonight's transactions and receipts are already on it
      * - stop rather than raise and receive twice, the CONSBAL
      * stand.
           IF NOT XFRMAST-EOF
              AND XF-LAST-RUN-DATE = PROCESS-DATE
              DISPLAY 'XFERTRK - XFRMAST ALREADY CARRIES THE RUN '
                 'FOR ' PROCESS-DATE ' - RERUN WOULD APPLY TWICE. '
                 'RESTORE XFRMAST BEFORE RERUNNING'
              GO TO 2000-ABEND-RTN
           END-IF.
           IF NOT XFRMAST-EOF
              IF WS-XF-MAX >= 20000
                 DISPLAY 'XFERTRK - TRANSFER TABLE FULL AT 20000 '
                    'ROWS - RAISE OCCURS IN XFERTRK'
                 GO TO 2000-ABEND-RTN
              END-IF
              ADD 1 TO WS-XF-MAX
              MOVE XFRMAST-REC TO WS-XF-ROW (WS-XF-MAX)
              ADD 1 TO WS-IN-XFER-CTR
              IF XF-XFER-NUMBER (2:5) NUMERIC
                 MOVE XF-XFER-NUMBER (2:5) TO WS-XFER-DIGITS
                 IF WS-XFER-DIGITS > WS-HIGH-XFER-NUM
                    MOVE WS-XFER-DIGITS TO WS-HIGH-XFER-NUM
                 END-IF
              END-IF
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

      *04/23 The PARMMAST master's retention, when in force on the
      * business process date, overrides the default - see PARMTAB.
       380-LoadParms.
           MOVE 'XFERKEEP' TO PRQ-PARM-NAME.
           MOVE PROCESS-DATE TO PRQ-AS-OF-DATE.
           CALL 'PARMLOAD' USING PARM-REQUEST.
           IF PRQ-PARM-FOUND
              MOVE PRQ-PARM-VALUE (1:3) TO WS-KEEP-DAYS
           END-IF.

      *04/23 Loads PLANT-TABLE from PLANTS, same shape as FINALEX's
      * plant load.
       3800-LoadPlantTable.
           INITIALIZE PLANT-TABLE.
           MOVE 1 TO WS-PLANT-INDEX.
           PERFORM 3850-ReadNextPlant UNTIL PLANTS-EOF.
           COMPUTE PLANT-MAX = WS-PLANT-INDEX - 1.
           CLOSE PLANTS.

       3850-ReadNextPlant.
           READ PLANTS
              AT END
                 MOVE 'Y' TO PLANTS-EOF-WS
           END-READ.
           IF NOT PLANTS-EOF
              IF WS-PLANT-INDEX > 10
                 DISPLAY 'XFERTRK - PLANT TABLE FULL AT 10 ROWS - '
                    'RAISE OCCURS IN COPYBOOK'
                 GO TO 2000-ABEND-RTN
              END-IF
              MOVE PLANTS-REC TO PLANT-LIST (WS-PLANT-INDEX)
              ADD 1 TO WS-PLANT-INDEX
           END-IF.

       410-Read-XFERTRAN.
           READ XFERTRAN
                AT END MOVE "Y" TO XFERTRAN-EOF-WS
           END-READ.
           IF (NOT XFERTRAN-EOF) THEN
              ADD +1 TO WS-IN-XFERTRAN-CTR
           END-IF.

       420-Read-RECEIPTS.
           READ RECEIPTS
                AT END MOVE "Y" TO RECEIPTS-EOF-WS
           END-READ.
           IF (NOT RECEIPTS-EOF) THEN
              ADD +1 TO WS-IN-RECEIPTS-CTR
           END-IF.

      *04/23 Lilian day number for the date in WS-DATE-IN-STR-CEE -
      * zero when CEEDAYS will not take it.
       510-DayNumber.
           CALL "CEEDAYS" USING WS-DATE-IN-CEE, WS-PICSTR-IN,
              WS-DAY-INT, FC.
           IF FC-SEV NOT = ZERO
              MOVE ZERO TO WS-DAY-INT
           END-IF.

       600-CLOSE-FILES.
           CLOSE  XFERTRAN, RECEIPTS, PRINT-LINE.

      * Matches the fix in FINALEX's 2000-ABEND-RTN - DISPLAY and
      * EXIT alone just fell through to whatever paragraph follows.
       2000-ABEND-RTN.
           DISPLAY 'PROGRAM ENCOUNTERED AN ERROR'.
           MOVE 16 TO RETURN-CODE.
           GOBACK.

      *04/23 Every transfer not yet closed, in number order, with the
      * days since it was raised - the transfer side of the open
      * purchase order listing.
       700-PrintOpenTransfers.
           MOVE 'TRANSFERS OPEN OR IN TRANSIT' TO WS-SECTION-TITLE.
           PERFORM 800-NEW-PAGE.
           PERFORM 820-Write-Section.
           WRITE PRINT-REC FROM WS-OPEN-HEADER.
           ADD 1 TO WS-LINE-KTR.
           PERFORM VARYING WS-XF-IDX FROM 1 BY 1
              UNTIL WS-XF-IDX > WS-XF-MAX
                 IF WS-XF-OPEN (WS-XF-IDX)
                    OR WS-XF-SHIPPED (WS-XF-IDX)
                    PERFORM 710-Write-Open-Line
                 END-IF
           END-PERFORM.

       710-Write-Open-Line.
           IF WS-LINE-KTR > WS-MAX-LINES-PER-PAGE
              PERFORM 800-NEW-PAGE
              PERFORM 820-Write-Section
              WRITE PRINT-REC FROM WS-OPEN-HEADER
              ADD 1 TO WS-LINE-KTR
           END-IF.
           MOVE SPACES TO WS-OPEN-LINE-OUT.
           MOVE WS-XF-XFER-NUMBER (WS-XF-IDX) TO OPN-XFER-OUT.
           MOVE WS-XF-PART-NUMBER (WS-XF-IDX) TO OPN-PART-OUT.
           MOVE WS-XF-FROM-PLANT (WS-XF-IDX) TO OPN-FROM-OUT.
           MOVE WS-XF-TO-PLANT (WS-XF-IDX) TO OPN-TO-OUT.
           MOVE WS-XF-QTY (WS-XF-IDX) TO OPN-QTY-OUT.
           MOVE WS-XF-QTY-RECEIVED (WS-XF-IDX) TO OPN-RCVD-OUT.
           MOVE WS-XF-CREATE-DATE (WS-XF-IDX) TO OPN-RAISED-OUT.
           IF WS-XF-SHIP-DATE (WS-XF-IDX) > ZERO
              MOVE WS-XF-SHIP-DATE (WS-XF-IDX) TO OPN-SHIPPED-OUT
           END-IF.
           MOVE WS-XF-CREATE-DATE (WS-XF-IDX) TO WS-DATE-IN-STR-CEE.
           PERFORM 510-DayNumber.
           MOVE ZERO TO WS-DAYS-OPEN.
           IF WS-DAY-INT > ZERO
              COMPUTE WS-DAYS-OPEN = WS-TODAY-INT - WS-DAY-INT
           END-IF.
           MOVE WS-DAYS-OPEN TO OPN-DAYS-OUT.
           IF WS-XF-OPEN (WS-XF-IDX)
              MOVE 'OPEN' TO OPN-STATUS-OUT
              ADD 1 TO WS-OPEN-CTR
           ELSE
              MOVE 'IN TRANSIT' TO OPN-STATUS-OUT
              ADD 1 TO WS-IN-TRANSIT-CTR
           END-IF.
           WRITE PRINT-REC FROM WS-OPEN-LINE-OUT.
           ADD 1 TO WS-LINE-KTR.

       800-NEW-PAGE.
           ADD 1 TO WS-PAGE-CTR.
           MOVE WS-PAGE-CTR TO WS-PAGE-NO-OUT.
           WRITE PRINT-REC FROM WS-PAGE-HEADING AFTER ADVANCING PAGE.
           MOVE ZERO TO WS-LINE-KTR.

       820-Write-Section.
           WRITE PRINT-REC FROM WS-BLANK-LINE.
           WRITE PRINT-REC FROM WS-SECTION-LINE.
           ADD 2 TO WS-LINE-KTR.

       900-WriteSummary.
           PERFORM 800-NEW-PAGE.
           WRITE PRINT-REC FROM WS-BLANK-LINE.
           MOVE 'RUN SUMMARY' TO WS-SUMMARY-LABEL.
           MOVE ZERO TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'TRANSFER ROWS CARRIED IN' TO WS-SUMMARY-LABEL.
           MOVE WS-IN-XFER-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'TRANSACTIONS READ' TO WS-SUMMARY-LABEL.
           MOVE WS-IN-XFERTRAN-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE '  TRANSFERS RAISED' TO WS-SUMMARY-LABEL.
           MOVE WS-ADDED-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE '  TRANSFERS SHIPPED' TO WS-SUMMARY-LABEL.
           MOVE WS-SHIPPED-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE '  TRANSFERS CANCELLED' TO WS-SUMMARY-LABEL.
           MOVE WS-CANCELLED-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE '  REFUSED' TO WS-SUMMARY-LABEL.
           MOVE WS-REFUSED-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'RECEIPT ROWS READ' TO WS-SUMMARY-LABEL.
           MOVE WS-IN-RECEIPTS-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE '  PURCHASE ORDER RECEIPTS PASSED' TO WS-SUMMARY-LABEL.
           MOVE WS-PO-RCPT-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE '  TRANSFER RECEIPTS' TO WS-SUMMARY-LABEL.
           MOVE WS-XFER-RCPT-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE '  NOT MATCHED TO A TRANSFER' TO WS-SUMMARY-LABEL.
           MOVE WS-ORPHAN-RCPT-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'TRANSFERS CLOSED TONIGHT' TO WS-SUMMARY-LABEL.
           MOVE WS-CLOSED-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'TRANSFERS STILL OPEN' TO WS-SUMMARY-LABEL.
           MOVE WS-OPEN-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'TRANSFERS IN TRANSIT' TO WS-SUMMARY-LABEL.
           MOVE WS-IN-TRANSIT-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'CLOSED TRANSFERS PURGED' TO WS-SUMMARY-LABEL.
           MOVE WS-PURGED-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'TRANSFER ROWS WRITTEN' TO WS-SUMMARY-LABEL.
           MOVE WS-OUT-XFER-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.

      *04/23 Rewrites the transfer master whole, every row stamped
      * with the process date for the rerun guard. A transfer closed
      * longer ago than the retention is dropped - but the highest
      * number is always kept, so the next number never goes back.
       940-WriteTransferMaster.
           OPEN OUTPUT XFRMAST.
           IF XFRMAST-KEY NOT = '00'
              DISPLAY 'File Problem openning XFRMAST for OUTPUT'
              GO TO 2000-ABEND-RTN
           END-IF.
           PERFORM VARYING WS-XF-IDX FROM 1 BY 1
              UNTIL WS-XF-IDX > WS-XF-MAX
                 PERFORM 950-WriteTransferRow
           END-PERFORM.
           CLOSE XFRMAST.

       950-WriteTransferRow.
           MOVE ZERO TO WS-DAYS-OPEN.
           IF (WS-XF-RECEIVED (WS-XF-IDX)
              OR WS-XF-CANCELLED (WS-XF-IDX))
              AND WS-XF-IDX < WS-XF-MAX
              MOVE WS-XF-CLOSE-DATE (WS-XF-IDX) TO WS-DATE-IN-STR-CEE
              PERFORM 510-DayNumber
              IF WS-DAY-INT > ZERO
                 COMPUTE WS-DAYS-OPEN = WS-TODAY-INT - WS-DAY-INT
              END-IF
           END-IF.
           IF WS-DAYS-OPEN > WS-KEEP-DAYS
              ADD 1 TO WS-PURGED-CTR
           ELSE
              MOVE PROCESS-DATE TO WS-XF-LAST-RUN-DATE (WS-XF-IDX)
              MOVE WS-XF-ROW (WS-XF-IDX) TO XFRMAST-REC
              WRITE XFRMAST-REC
              IF XFRMAST-KEY NOT = '00'
                 GO TO 2000-ABEND-RTN
              END-IF
              ADD 1 TO WS-OUT-XFER-CTR
           END-IF.

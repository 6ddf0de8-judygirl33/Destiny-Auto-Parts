       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVMATCH.
       AUTHOR. IVANNA COLAN.
      ******************************************************************
      * 04/13 Supplier invoice three-way match. APEXTRCT used to build
      * the AP feed straight off PURC-FILES, so we paid what we
      * ordered - not what arrived, and not what the supplier billed.
      * This program reads the night's supplier invoice lines (the
      * AP-keyed paper invoices and the portal's EDI invoices land
      * in the same INVOICES shape, told apart by the channel byte),
      * streams the OPENPO status file POMATCH just rebuilt, and
      * matches each line three ways:
      *   - the billed unit price against the order's price, within
      *     the INVPRTOL percentage on the parameter master,
      *   - the quantity billed to date against the quantity
      *     ordered, within the INVQYTOL percentage, and
      *   - the quantity billed to date against OP-QTY-RECEIVED,
      *     within the same INVQYTOL percentage.
      * A line that passes all three is written to INVMTCH, which is
      * the only thing APEXTRCT will release a payable against. A
      * price or order-quantity break, a supplier that is not the
      * order's supplier, a cancelled order, or a PO number that is
      * not on OPENPO goes to the INVEXCP exception queue AP works.
      * A line billing quantity the dock has not received yet is
      * held on INVHOLD; the job stages the holds back in as INVHLDIN
      * the next night, so the line is re-matched after every
      * POMATCH and releases the night the receipt lands.
      * Quantity billed to date per PO is carried on the INVBILL
      * ledger - loaded at startup, rewritten whole at end of run,
      * the CONSBAL pattern - so a second invoice against the same
      * receipt cannot pay it twice.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Input open-PO status file, as written by POMATCH
           SELECT OPENPO ASSIGN TO OPENPO
           FILE STATUS IS IN-OPENPO-KEY.

      * Input supplier invoice lines - keyed and EDI
           SELECT INVOICES ASSIGN TO INVOICES
           FILE STATUS IS IN-INVOICES-KEY.

      * Input invoice lines held on a prior night for receipt
           SELECT INVHLDIN ASSIGN TO INVHLDIN
           FILE STATUS IS IN-INVHLDIN-KEY.

      * Quantity billed to date per PO - loaded, then rewritten
           SELECT INVBILL ASSIGN TO INVBILL
           FILE STATUS IS INVBILL-KEY.

      * Business process-date control card - see PROCDATE.
           SELECT PROCDATE ASSIGN TO PROCDATE
           FILE STATUS IS PROCDATE-KEY.

      * Output matched invoice lines, released to APEXTRCT
           SELECT INVMTCH ASSIGN TO INVMTCH
           FILE STATUS IS OUT-INVMTCH-KEY.

      * Output invoice lines held for quantity not yet received
           SELECT INVHOLD ASSIGN TO INVHOLD
           FILE STATUS IS OUT-INVHOLD-KEY.

      * Output invoice exception queue - appended, AP works it
           SELECT INVEXCP ASSIGN TO INVEXCP
           FILE STATUS IS OUT-INVEXCP-KEY.

           SELECT PRINT-LINE ASSIGN TO PRTLINE.

       DATA DIVISION.
       FILE SECTION.
      * Same OPENPO-REC shape POMATCH writes.
       FD  OPENPO
           RECORDING MODE IS F
           RECORD CONTAINS 126 CHARACTERS
           DATA RECORD IS OPENPO-REC.
       01  OPENPO-REC.
           05  OP-PO-NUMBER            PIC X(06).
           05  OP-BUYER-CODE           PIC X(03).
           05  OP-QTY-ORDERED          PIC S9(8) COMP.
           05  OP-QTY-RECEIVED         PIC S9(8) COMP.
           05  OP-QTY-OUTSTANDING      PIC S9(8) COMP.
           05  OP-UNIT-PRICE           PIC S9(7)V99 COMP-3.
           05  OP-ORDER-DATE           PIC X(08).
           05  OP-DELIVERY-DATE        PIC X(08).
           05  OP-LAST-RECEIPT-DATE    PIC X(08).
           05  OP-CURRENCY-CODE        PIC X(03).
           05  OP-PART-NUMBER          PIC X(23).
           05  OP-SUPPLIER-CODE        PIC X(10).
           05  OP-SUPPLIER-NAME        PIC X(15).
           05  OP-PO-STATUS            PIC X(01).
           05  OP-SHIP-TO-PLANT        PIC X(03).
           05  OP-PROMISED-QTY         PIC 9(07).
           05  OP-PROMISED-DATE        PIC 9(08).
      *03/17 Order type - 'R' marks a return/credit.
           05  OP-ORDER-TYPE           PIC X(01).
           05  OP-AMENDED-FLAG         PIC X(01).
      *04/08 'Y' marks a drop-ship order - no truck comes to our
      * dock, so there is no receipt to match against.
           05  OP-DROP-SHIP            PIC X(01).
           05  OP-COMPANY-CODE         PIC X(02).
           05  OP-INTERCO-FLAG         PIC X(01).

      *04/13 One row per invoice line - the supplier's invoice
      * number, who billed it, the PO it bills, the invoice date,
      * the quantity and unit price billed, and the channel it came
      * in on: 'K' keyed by AP off paper, 'E' off the EDI portal.
       FD  INVOICES
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 51 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS INVOICES-REC.
       01  INVOICES-REC.
           05  IV-INVOICE-NO           PIC X(10).
           05  IV-SUPPLIER-CODE        PIC X(10).
           05  IV-PO-NUMBER            PIC X(06).
           05  IV-INVOICE-DATE         PIC 9(08).
           05  IV-QTY-BILLED           PIC 9(07).
           05  IV-UNIT-PRICE           PIC 9(7)V99.
           05  IV-CHANNEL              PIC X(01).
               88  IV-KEYED-CHANNEL          VALUE 'K'.
               88  IV-EDI-CHANNEL            VALUE 'E'.

      *04/13 A held line is the invoice row as it arrived plus the
      * date it was first held, so the hold report can age it.
       FD  INVHLDIN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 59 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS INVHLDIN-REC.
       01  INVHLDIN-REC.
           05  IH-INVOICE-LINE         PIC X(51).
           05  IH-HOLD-DATE            PIC 9(08).

       FD  INVHOLD
           RECORDING MODE IS F
           RECORD CONTAINS 59 CHARACTERS
           DATA RECORD IS INVHOLD-REC.
       01  INVHOLD-REC.
           05  HO-INVOICE-LINE         PIC X(51).
           05  HO-HOLD-DATE            PIC 9(08).

      *04/13 Billed-to-date ledger row - see the SELECT note. The
      * last-run stamp is the CONSBAL rerun guard.
       FD  INVBILL
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 22 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS INVBILL-REC.
       01  INVBILL-REC.
           05  IB-PO-NUMBER            PIC X(06).
           05  IB-QTY-BILLED           PIC 9(08).
           05  IB-LAST-RUN-DATE        PIC 9(08).

      *04/13 One row per matched invoice line - what APEXTRCT pays.
       FD  INVMTCH
           RECORDING MODE IS F
           RECORD CONTAINS 50 CHARACTERS
           DATA RECORD IS INVMTCH-REC.
       01  INVMTCH-REC.
           05  MT-PO-NUMBER            PIC X(06).
           05  MT-INVOICE-NO           PIC X(10).
           05  MT-SUPPLIER-CODE        PIC X(10).
           05  MT-QTY-BILLED           PIC 9(07).
           05  MT-UNIT-PRICE           PIC 9(7)V99.
           05  MT-INVOICE-DATE         PIC 9(08).

      *04/13 Exception-queue row - the invoice line as it arrived,
      * the break reason, what the order said, and the date it was
      * queued. Reasons: NP no such PO on OPENPO, SU billed by a
      * supplier other than the order's, CN order cancelled, PR
      * price outside tolerance, QO billed past the ordered
      * quantity.
       FD  INVEXCP
           RECORDING MODE IS F
           RECORD CONTAINS 84 CHARACTERS
           DATA RECORD IS INVEXCP-REC.
       01  INVEXCP-REC.
           05  EX-INVOICE-LINE         PIC X(51).
           05  EX-REASON               PIC X(02).
           05  EX-PO-UNIT-PRICE        PIC 9(7)V99.
           05  EX-QTY-RECEIVED         PIC 9(07).
           05  EX-QTY-BILLED-TO-DATE   PIC 9(07).
           05  EX-QUEUED-DATE          PIC 9(08).

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
      * TIMELOG timing-capture parameter block
           COPY TIMETAB.
      * Business process date control card - see PROCDATE.
           COPY PROCDATE.
      * PARMLOAD central-parameter request block
           COPY PARMTAB.

       01 FILE-STATUS-CODES.
      * File status key for input File OPENPO
           05 IN-OPENPO-KEY             PIC X(2).
                88 CODE-WRITE               VALUE SPACES.

      * File status key for input File INVOICES
           05 IN-INVOICES-KEY           PIC X(2).
                88 CODE-WRITE               VALUE SPACES.

      * A first-ever run has no held lines yet - start empty.
           05 IN-INVHLDIN-KEY           PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
                88 INVHLDIN-NOT-FOUND       VALUE '35'.

      * A missing ledger just means nothing has been billed yet.
           05 INVBILL-KEY               PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
                88 INVBILL-NOT-FOUND        VALUE '35'.

           05 PROCDATE-KEY              PIC X(2).
                88 CODE-WRITE               VALUE SPACES.

      * File status keys for the three outputs
           05 OUT-INVMTCH-KEY           PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
           05 OUT-INVHOLD-KEY           PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
           05 OUT-INVEXCP-KEY           PIC X(2).
                88 CODE-WRITE               VALUE SPACES.

       01 FILES-EOF.
           05 OPENPO-EOF-WS                   PIC X(01) VALUE 'N'.
              88 OPENPO-END-OF-FILE                      VALUE 'Y'.
           05 INVOICES-EOF-WS                 PIC X(01) VALUE 'N'.
              88 INVOICES-EOF                            VALUE 'Y'.
           05 INVHLDIN-EOF-WS                 PIC X(01) VALUE 'N'.
              88 INVHLDIN-EOF                            VALUE 'Y'.
           05 INVBILL-EOF-WS                  PIC X(01) VALUE 'N'.
              88 INVBILL-EOF                             VALUE 'Y'.

       01 WS-IN-OPENPO-CTR                 PIC 9(7) VALUE ZERO.
       01 WS-IN-INVOICE-CTR                PIC 9(7) VALUE ZERO.
       01 WS-IN-HELD-CTR                   PIC 9(7) VALUE ZERO.
       01 WS-KEYED-CTR                     PIC 9(7) VALUE ZERO.
       01 WS-EDI-CTR                       PIC 9(7) VALUE ZERO.
       01 WS-MATCHED-CTR                   PIC 9(7) VALUE ZERO.
       01 WS-RELEASED-CTR                  PIC 9(7) VALUE ZERO.
       01 WS-HELD-CTR                      PIC 9(7) VALUE ZERO.
       01 WS-EXCEPTION-CTR                 PIC 9(7) VALUE ZERO.
       01 WS-NO-PO-CTR                     PIC 9(7) VALUE ZERO.

      *04/13 Match tolerances, in percent with two decimals, off the
      * parameter master (INVPRTOL price, INVQYTOL quantity). The
      * defaults hold when the master has no row in force.
       01 WS-PRICE-TOL-PCT                 PIC 9(2)V99 VALUE 02.00.
       01 WS-QTY-TOL-PCT                   PIC 9(2)V99 VALUE 05.00.
       01 WS-TOL-DIGITS                    PIC X(04) VALUE ZEROES.
       01 WS-TOL-NUM REDEFINES WS-TOL-DIGITS
                                           PIC 9(2)V99.

      *04/13 The night's invoice lines - last night's holds first,
      * then the new feed - loaded up front and scanned per order,
      * the shape DOCKINSP uses for the inspection feed.
       01 WS-INV-TABLE.
           05 WS-INV-ENTRY OCCURS 10000 TIMES
              INDEXED BY WS-INV-IDX.
              10 WS-INV-LINE.
                 15 WS-INV-INVOICE-NO     PIC X(10) VALUE SPACES.
                 15 WS-INV-SUPPLIER       PIC X(10) VALUE SPACES.
                 15 WS-INV-PO-NUMBER      PIC X(06) VALUE SPACES.
                 15 WS-INV-DATE           PIC 9(08) VALUE ZERO.
                 15 WS-INV-QTY            PIC 9(07) VALUE ZERO.
                 15 WS-INV-PRICE          PIC 9(7)V99 VALUE ZERO.
                 15 WS-INV-CHANNEL        PIC X(01) VALUE SPACES.
              10 WS-INV-HOLD-DATE         PIC 9(08) VALUE ZERO.
              10 WS-INV-MATCHED           PIC X(01) VALUE 'N'.
                 88 INVOICE-LINE-DONE              VALUE 'Y'.
       01 WS-INV-MAX                      PIC 9(05) VALUE ZERO.

      *04/13 Billed-to-date ledger in storage.
       01 WS-BILL-TABLE.
           05 WS-BILL-ENTRY OCCURS 20000 TIMES.
              10 WS-BILL-PO-NUMBER        PIC X(06) VALUE SPACES.
              10 WS-BILL-QTY              PIC 9(08) VALUE ZERO.
       01 WS-BILL-MAX                     PIC 9(05) VALUE ZERO.
       01 WS-BILL-IDX                     PIC 9(05) VALUE 1.
       01 WS-BILL-FOUND-IDX               PIC 9(05) VALUE ZERO.

      *04/13 Match work fields for the line in hand.
       01 WS-BILLED-TO-DATE               PIC 9(08) VALUE ZERO.
       01 WS-BILLED-AFTER                 PIC 9(08) VALUE ZERO.
       01 WS-QTY-LIMIT                    PIC 9(09)V99 VALUE ZERO.
       01 WS-PRICE-DIFF                   PIC 9(07)V99 VALUE ZERO.
       01 WS-PRICE-VAR-PCT                PIC 9(07)V99 VALUE ZERO.
       01 WS-PO-PRICE-WORK                PIC 9(07)V99 VALUE ZERO.
       01 WS-RECEIVED-WORK                PIC 9(07) VALUE ZERO.
       01 WS-MATCH-RESULT                 PIC X(02) VALUE SPACES.
           88 LINE-MATCHED                       VALUE 'OK'.
           88 LINE-HELD-FOR-RECEIPT              VALUE 'RC'.
       01 WS-DISPOSITION-TEXT             PIC X(24) VALUE SPACES.

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
           05 FILLER              PIC X(50) VALUE
              'Destiny Auto Parts - Invoice Three-Way Match'.
           05 FILLER              PIC X(58)      VALUE SPACES.
           05 FILLER              PIC X(5)       VALUE 'PAGE '.
           05 WS-PAGE-NO-OUT      PIC ZZZ9       VALUE ZERO.
       01 WS-HEADER.
          05 FILLER              PIC X(3)       VALUE SPACES.
          05 FILLER              PIC X(12)      VALUE 'Invoice'.
          05 FILLER              PIC X(12)      VALUE 'Supplier'.
          05 FILLER              PIC X(08)      VALUE 'PO No'.
          05 FILLER              PIC X(04)      VALUE 'Ch'.
          05 FILLER              PIC X(10)      VALUE 'Qty Billed'.
          05 FILLER              PIC X(13)      VALUE '   Inv Price'.
          05 FILLER              PIC X(13)      VALUE '    PO Price'.
          05 FILLER              PIC X(10)      VALUE '  Received'.
          05 FILLER              PIC X(10)      VALUE '  Billed'.
          05 FILLER              PIC X(24)      VALUE ' Disposition'.

       01 WS-DETAIL-LINE-OUT.
          05 FILLER                 PIC X(3)       VALUE SPACES.
          05 DTL-INVOICE-OUT        PIC X(10)      VALUE SPACES.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 DTL-SUPPLIER-OUT       PIC X(10)      VALUE SPACES.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 DTL-PO-OUT             PIC X(06)      VALUE SPACES.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 DTL-CHANNEL-OUT        PIC X(01)      VALUE SPACES.
          05 FILLER                 PIC X(03)      VALUE SPACES.
          05 DTL-QTY-OUT            PIC Z,ZZZ,ZZ9  VALUE ZERO.
          05 FILLER                 PIC X(01)      VALUE SPACES.
          05 DTL-INV-PRICE-OUT      PIC Z,ZZZ,ZZ9.99 VALUE ZERO.
          05 FILLER                 PIC X(01)      VALUE SPACES.
          05 DTL-PO-PRICE-OUT       PIC Z,ZZZ,ZZ9.99 VALUE ZERO.
          05 FILLER                 PIC X(01)      VALUE SPACES.
          05 DTL-RECEIVED-OUT       PIC Z,ZZZ,ZZ9  VALUE ZERO.
          05 FILLER                 PIC X(01)      VALUE SPACES.
          05 DTL-BILLED-OUT         PIC Z,ZZZ,ZZ9  VALUE ZERO.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 DTL-DISPOSITION-OUT    PIC X(24)      VALUE SPACES.

       01 WS-SUMMARY-LINE.
           05 FILLER                PIC X(3)  VALUE SPACES.
           05 WS-SUMMARY-LABEL      PIC X(34) VALUE SPACES.
           05 WS-SUMMARY-COUNT      PIC ZZZ,ZZZ,ZZ9 VALUE ZERO.
           05 FILLER                PIC X(96) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN.
      * Start/end timing rows bracket the step on STEPSTAT.
           MOVE 'INVMATCH' TO TL-STEP-NAME.
           MOVE 'S' TO TL-PHASE.
           MOVE ZERO TO TL-INPUT-COUNT.
           CALL 'TIMELOG' USING TIMELOG-PARMS.
           PERFORM 000-Housekeeping.
           PERFORM 100-Main2 UNTIL OPENPO-EOF-WS = 'Y'.
           PERFORM 700-ReportUnknownPos.
           PERFORM 940-WriteBilledLedger.
           PERFORM 900-WriteSummary.
           PERFORM 600-CLOSE-FILES.
           MOVE 'E' TO TL-PHASE.
           MOVE WS-IN-INVOICE-CTR TO TL-INPUT-COUNT.
           CALL 'TIMELOG' USING TIMELOG-PARMS.
           GOBACK.

       000-Housekeeping.
           INITIALIZE WS-INV-TABLE.
           PERFORM 370-LoadProcessDate.
           PERFORM 380-LoadTolerances.
           PERFORM 300-Open-Files.
           MOVE SPACES TO PRINT-REC.
           PERFORM 800-NEW-PAGE.
      * Priming Read
           PERFORM 400-Read-OPENPO.

       100-Main2.
           PERFORM 200-MatchInvoices.
           PERFORM 400-Read-OPENPO.

      *04/13 Every invoice line billing this order's PO number is
      * matched once, in load order - last night's holds ahead of
      * tonight's feed, so an older invoice claims the receipt
      * first.
       200-MatchInvoices.
           PERFORM VARYING WS-INV-IDX FROM 1 BY 1
              UNTIL WS-INV-IDX > WS-INV-MAX
                 IF WS-INV-PO-NUMBER (WS-INV-IDX) = OP-PO-NUMBER
                    AND NOT INVOICE-LINE-DONE (WS-INV-IDX)
                    MOVE 'Y' TO WS-INV-MATCHED (WS-INV-IDX)
                    PERFORM 210-MatchLine
                       THRU 210-MatchLine-Exit
                 END-IF
           END-PERFORM.

      *04/13 The three-way match for one line. A drop-ship order
      * never comes across our dock and a return order is a credit
      * coming back to us, so neither waits on a receipt - both are
      * matched two ways, price and ordered quantity.
       210-MatchLine.
           MOVE SPACES TO WS-MATCH-RESULT.
           PERFORM 220-FindBilledToDate.
           MOVE OP-UNIT-PRICE TO WS-PO-PRICE-WORK.
           IF OP-QTY-RECEIVED > ZERO
              MOVE OP-QTY-RECEIVED TO WS-RECEIVED-WORK
           ELSE
              MOVE ZERO TO WS-RECEIVED-WORK
           END-IF.
           COMPUTE WS-BILLED-AFTER =
              WS-BILLED-TO-DATE + WS-INV-QTY (WS-INV-IDX).
           IF WS-INV-SUPPLIER (WS-INV-IDX) NOT = OP-SUPPLIER-CODE
              MOVE 'SU' TO WS-MATCH-RESULT
              GO TO 210-MatchLine-Decide
           END-IF.
           IF OP-PO-STATUS = 'C'
              MOVE 'CN' TO WS-MATCH-RESULT
              GO TO 210-MatchLine-Decide
           END-IF.
      * Price - the variance as a percentage of the order's price.
           IF WS-INV-PRICE (WS-INV-IDX) > WS-PO-PRICE-WORK
              COMPUTE WS-PRICE-DIFF =
                 WS-INV-PRICE (WS-INV-IDX) - WS-PO-PRICE-WORK
           ELSE
              COMPUTE WS-PRICE-DIFF =
                 WS-PO-PRICE-WORK - WS-INV-PRICE (WS-INV-IDX)
           END-IF.
           IF WS-PRICE-DIFF > ZERO
              IF WS-PO-PRICE-WORK = ZERO
                 MOVE 'PR' TO WS-MATCH-RESULT
                 GO TO 210-MatchLine-Decide
              END-IF
              COMPUTE WS-PRICE-VAR-PCT ROUNDED =
                 WS-PRICE-DIFF * 100 / WS-PO-PRICE-WORK
              IF WS-PRICE-VAR-PCT > WS-PRICE-TOL-PCT
                 MOVE 'PR' TO WS-MATCH-RESULT
                 GO TO 210-MatchLine-Decide
              END-IF
           END-IF.
      * Quantity against what was ordered.
           COMPUTE WS-QTY-LIMIT =
              OP-QTY-ORDERED * (100 + WS-QTY-TOL-PCT) / 100.
           IF WS-BILLED-AFTER > WS-QTY-LIMIT
              MOVE 'QO' TO WS-MATCH-RESULT
              GO TO 210-MatchLine-Decide
           END-IF.
      * Quantity against what the dock has actually received.
           IF OP-DROP-SHIP NOT = 'Y' AND OP-ORDER-TYPE NOT = 'R'
              COMPUTE WS-QTY-LIMIT =
                 WS-RECEIVED-WORK * (100 + WS-QTY-TOL-PCT) / 100
              IF WS-BILLED-AFTER > WS-QTY-LIMIT
                 MOVE 'RC' TO WS-MATCH-RESULT
                 GO TO 210-MatchLine-Decide
              END-IF
           END-IF.
           MOVE 'OK' TO WS-MATCH-RESULT.
       210-MatchLine-Decide.
           EVALUATE TRUE
              WHEN LINE-MATCHED
                 PERFORM 230-WriteMatchedLine
              WHEN LINE-HELD-FOR-RECEIPT
                 PERFORM 240-WriteHeldLine
              WHEN OTHER
                 PERFORM 250-WriteException
           END-EVALUATE.
       210-MatchLine-Exit.
           EXIT.

      *04/13 Quantity already billed against the order, off the
      * ledger; WS-BILL-FOUND-IDX is zero when the PO has never
      * been billed.
       220-FindBilledToDate.
           MOVE ZERO TO WS-BILLED-TO-DATE.
           MOVE ZERO TO WS-BILL-FOUND-IDX.
           PERFORM VARYING WS-BILL-IDX FROM 1 BY 1
              UNTIL WS-BILL-IDX > WS-BILL-MAX
                 OR WS-BILL-FOUND-IDX > ZERO
                 IF WS-BILL-PO-NUMBER (WS-BILL-IDX) = OP-PO-NUMBER
                    MOVE WS-BILL-IDX TO WS-BILL-FOUND-IDX
                    MOVE WS-BILL-QTY (WS-BILL-IDX)
                       TO WS-BILLED-TO-DATE
                 END-IF
           END-PERFORM.

       230-WriteMatchedLine.
           MOVE SPACES TO INVMTCH-REC.
           MOVE OP-PO-NUMBER TO MT-PO-NUMBER.
           MOVE WS-INV-INVOICE-NO (WS-INV-IDX) TO MT-INVOICE-NO.
           MOVE WS-INV-SUPPLIER (WS-INV-IDX) TO MT-SUPPLIER-CODE.
           MOVE WS-INV-QTY (WS-INV-IDX) TO MT-QTY-BILLED.
           MOVE WS-INV-PRICE (WS-INV-IDX) TO MT-UNIT-PRICE.
           MOVE WS-INV-DATE (WS-INV-IDX) TO MT-INVOICE-DATE.
           WRITE INVMTCH-REC.
           IF OUT-INVMTCH-KEY NOT = '00'
              GO TO 2000-ABEND-RTN
           END-IF.
           ADD 1 TO WS-MATCHED-CTR.
           IF WS-INV-HOLD-DATE (WS-INV-IDX) > ZERO
              ADD 1 TO WS-RELEASED-CTR
              MOVE 'RELEASED - RECEIVED' TO WS-DISPOSITION-TEXT
              PERFORM 710-Write-Detail-Line
           END-IF.
      * The ledger moves the moment the line is matched, so a
      * second line on the same PO tonight sees this one.
           IF WS-BILL-FOUND-IDX > ZERO
              MOVE WS-BILLED-AFTER TO WS-BILL-QTY (WS-BILL-FOUND-IDX)
           ELSE
              IF WS-BILL-MAX >= 20000
                 DISPLAY 'INVMATCH - BILLED LEDGER TABLE FULL AT '
                    '20000 ROWS - RAISE OCCURS IN INVMATCH'
                 GO TO 2000-ABEND-RTN
              END-IF
              ADD 1 TO WS-BILL-MAX
              MOVE OP-PO-NUMBER TO WS-BILL-PO-NUMBER (WS-BILL-MAX)
              MOVE WS-BILLED-AFTER TO WS-BILL-QTY (WS-BILL-MAX)
           END-IF.

      *04/13 A line keeps the date it was first held, so a hold
      * re-staged night after night still ages from day one.
       240-WriteHeldLine.
           MOVE WS-INV-LINE (WS-INV-IDX) TO HO-INVOICE-LINE.
           IF WS-INV-HOLD-DATE (WS-INV-IDX) > ZERO
              MOVE WS-INV-HOLD-DATE (WS-INV-IDX) TO HO-HOLD-DATE
           ELSE
              MOVE PROCESS-DATE TO HO-HOLD-DATE
           END-IF.
           WRITE INVHOLD-REC.
           IF OUT-INVHOLD-KEY NOT = '00'
              GO TO 2000-ABEND-RTN
           END-IF.
           ADD 1 TO WS-HELD-CTR.
           MOVE 'HELD - NOT RECEIVED' TO WS-DISPOSITION-TEXT.
           PERFORM 710-Write-Detail-Line.

       250-WriteException.
           MOVE WS-INV-LINE (WS-INV-IDX) TO EX-INVOICE-LINE.
           MOVE WS-MATCH-RESULT TO EX-REASON.
           MOVE WS-PO-PRICE-WORK TO EX-PO-UNIT-PRICE.
           MOVE WS-RECEIVED-WORK TO EX-QTY-RECEIVED.
           MOVE WS-BILLED-TO-DATE TO EX-QTY-BILLED-TO-DATE.
           MOVE PROCESS-DATE TO EX-QUEUED-DATE.
           WRITE INVEXCP-REC.
           IF OUT-INVEXCP-KEY NOT = '00'
              GO TO 2000-ABEND-RTN
           END-IF.
           ADD 1 TO WS-EXCEPTION-CTR.
           EVALUATE WS-MATCH-RESULT
              WHEN 'SU'
                 MOVE 'EXC SU - NOT PO SUPPLIER' TO WS-DISPOSITION-TEXT
              WHEN 'CN'
                 MOVE 'EXC CN - PO CANCELLED' TO WS-DISPOSITION-TEXT
              WHEN 'PR'
                 MOVE 'EXC PR - PRICE VARIANCE' TO WS-DISPOSITION-TEXT
              WHEN 'QO'
                 MOVE 'EXC QO - OVER ORDERED' TO WS-DISPOSITION-TEXT
              WHEN OTHER
                 MOVE 'EXC NP - PO NOT ON FILE' TO WS-DISPOSITION-TEXT
           END-EVALUATE.
           PERFORM 710-Write-Detail-Line.

       300-Open-Files.
           OPEN INPUT OPENPO.
      *    Input File Status Checking for OPENPO
           IF IN-OPENPO-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning Input OPENPO'
                GO TO 2000-ABEND-RTN
           END-IF.

      * Held lines load first - see 200-MatchInvoices.
           OPEN INPUT INVHLDIN.
           IF INVHLDIN-NOT-FOUND
              MOVE 'Y' TO INVHLDIN-EOF-WS
           ELSE
              IF IN-INVHLDIN-KEY NOT = '00'
                 DISPLAY 'File Problem openning Input INVHLDIN'
                 GO TO 2000-ABEND-RTN
              ELSE
                 PERFORM 320-ReadNextHeldLine UNTIL INVHLDIN-EOF
                 CLOSE INVHLDIN
              END-IF
           END-IF.

           OPEN INPUT INVOICES.
      *    Input File Status Checking for INVOICES
           IF IN-INVOICES-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning Input INVOICES'
                GO TO 2000-ABEND-RTN
           ELSE
                PERFORM 310-ReadNextInvoice UNTIL INVOICES-EOF
                CLOSE INVOICES
           END-IF.

           OPEN INPUT INVBILL.
           IF INVBILL-NOT-FOUND
              CONTINUE
           ELSE
              IF INVBILL-KEY NOT = '00'
                 DISPLAY 'File Problem openning INVBILL'
                 GO TO 2000-ABEND-RTN
              ELSE
                 PERFORM 340-LoadBilledLedger UNTIL INVBILL-EOF
                 CLOSE INVBILL
              END-IF
           END-IF.

           OPEN OUTPUT INVMTCH.
      *    Output File Status Checking for INVMTCH
           IF OUT-INVMTCH-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning INVMTCH'
                GO TO 2000-ABEND-RTN
           END-IF.

           OPEN OUTPUT INVHOLD.
      *    Output File Status Checking for INVHOLD
           IF OUT-INVHOLD-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning INVHOLD'
                GO TO 2000-ABEND-RTN
           END-IF.

           OPEN EXTEND INVEXCP.
      *    Output File Status Checking for INVEXCP
           IF OUT-INVEXCP-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning INVEXCP'
                GO TO 2000-ABEND-RTN
           END-IF.

           OPEN OUTPUT PRINT-LINE.

       310-ReadNextInvoice.
           READ INVOICES
              AT END
                 MOVE 'Y' TO INVOICES-EOF-WS
           END-READ.
           IF NOT INVOICES-EOF
              PERFORM 330-CheckInvoiceTable
              MOVE INVOICES-REC TO WS-INV-LINE (WS-INV-MAX)
              MOVE ZERO TO WS-INV-HOLD-DATE (WS-INV-MAX)
              ADD 1 TO WS-IN-INVOICE-CTR
              IF IV-EDI-CHANNEL
                 ADD 1 TO WS-EDI-CTR
              ELSE
                 ADD 1 TO WS-KEYED-CTR
              END-IF
           END-IF.

       320-ReadNextHeldLine.
           READ INVHLDIN
              AT END
                 MOVE 'Y' TO INVHLDIN-EOF-WS
           END-READ.
           IF NOT INVHLDIN-EOF
              PERFORM 330-CheckInvoiceTable
              MOVE IH-INVOICE-LINE TO WS-INV-LINE (WS-INV-MAX)
              MOVE IH-HOLD-DATE TO WS-INV-HOLD-DATE (WS-INV-MAX)
              ADD 1 TO WS-IN-HELD-CTR
           END-IF.

      *04/13 An invoice load bigger than the table means lines
      * would silently go unmatched and unpaid - stop instead.
       330-CheckInvoiceTable.
           IF WS-INV-MAX >= 10000
              DISPLAY 'INVMATCH - INVOICE TABLE FULL AT 10000 '
                 'ROWS - RAISE OCCURS IN INVMATCH'
              GO TO 2000-ABEND-RTN
           END-IF.
           ADD 1 TO WS-INV-MAX.
           MOVE 'N' TO WS-INV-MATCHED (WS-INV-MAX).

       340-LoadBilledLedger.
           READ INVBILL
              AT END
                 MOVE 'Y' TO INVBILL-EOF-WS
           END-READ.
      *04/13 A ledger row already stamped with tonight's process
      * date means this run already billed its lines - stop rather
      * than count them twice, the CONSBAL stand.
           IF NOT INVBILL-EOF
              AND IB-LAST-RUN-DATE = PROCESS-DATE
              DISPLAY 'INVMATCH - INVBILL ALREADY CARRIES BILLING '
                 'FOR ' PROCESS-DATE ' - RERUN WOULD DOUBLE-COUNT. '
                 'RESTORE INVBILL BEFORE RERUNNING'
              GO TO 2000-ABEND-RTN
           END-IF.
           IF NOT INVBILL-EOF
              IF WS-BILL-MAX >= 20000
                 DISPLAY 'INVMATCH - BILLED LEDGER TABLE FULL AT '
                    '20000 ROWS - RAISE OCCURS IN INVMATCH'
                 GO TO 2000-ABEND-RTN
              END-IF
              ADD 1 TO WS-BILL-MAX
              MOVE IB-PO-NUMBER TO WS-BILL-PO-NUMBER (WS-BILL-MAX)
              MOVE IB-QTY-BILLED TO WS-BILL-QTY (WS-BILL-MAX)
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

      *04/13 Tolerances in force on the business date - see PARMTAB.
      * Keyed as four digits, two of them decimals ('0250' = 2.50).
       380-LoadTolerances.
           MOVE 'INVPRTOL' TO PRQ-PARM-NAME.
           MOVE PROCESS-DATE TO PRQ-AS-OF-DATE.
           CALL 'PARMLOAD' USING PARM-REQUEST.
           IF PRQ-PARM-FOUND
              AND PRQ-PARM-VALUE (1:4) IS NUMERIC
              MOVE PRQ-PARM-VALUE (1:4) TO WS-TOL-DIGITS
              MOVE WS-TOL-NUM TO WS-PRICE-TOL-PCT
           END-IF.
           MOVE 'INVQYTOL' TO PRQ-PARM-NAME.
           MOVE PROCESS-DATE TO PRQ-AS-OF-DATE.
           CALL 'PARMLOAD' USING PARM-REQUEST.
           IF PRQ-PARM-FOUND
              AND PRQ-PARM-VALUE (1:4) IS NUMERIC
              MOVE PRQ-PARM-VALUE (1:4) TO WS-TOL-DIGITS
              MOVE WS-TOL-NUM TO WS-QTY-TOL-PCT
           END-IF.

       400-Read-OPENPO.
           READ OPENPO
      * Set AT END Switch
                AT END MOVE "Y" TO OPENPO-EOF-WS
                IF IN-OPENPO-KEY  = '00' THEN
                    DISPLAY
                        '---------------------------------------------'
                    DISPLAY 'Input file OPENPO reading problem'
                    PERFORM 2000-ABEND-RTN
                END-IF
           END-READ.
           IF (NOT OPENPO-END-OF-FILE) THEN
              ADD +1 TO WS-IN-OPENPO-CTR
           END-IF.

       600-CLOSE-FILES.
           CLOSE  OPENPO, INVMTCH, INVHOLD, INVEXCP, PRINT-LINE.

       2000-ABEND-RTN.
           DISPLAY 'PROGRAM ENCOUNTERED AN ERROR'.
           MOVE 16 TO RETURN-CODE.
           GOBACK.

      *04/13 Every line still unmatched after the OPENPO pass bills
      * a PO number the order book has never seen - queued as an
      * exception, the way POMATCH lists its orphan receipts.
       700-ReportUnknownPos.
           MOVE ZERO TO WS-PO-PRICE-WORK.
           MOVE ZERO TO WS-RECEIVED-WORK.
           MOVE ZERO TO WS-BILLED-TO-DATE.
           MOVE 'NP' TO WS-MATCH-RESULT.
           PERFORM VARYING WS-INV-IDX FROM 1 BY 1
              UNTIL WS-INV-IDX > WS-INV-MAX
                 IF NOT INVOICE-LINE-DONE (WS-INV-IDX)
                    ADD 1 TO WS-NO-PO-CTR
                    PERFORM 250-WriteException
                 END-IF
           END-PERFORM.

       710-Write-Detail-Line.
           IF WS-LINE-KTR > WS-MAX-LINES-PER-PAGE
              PERFORM 800-NEW-PAGE
           END-IF.
           MOVE WS-INV-INVOICE-NO (WS-INV-IDX) TO DTL-INVOICE-OUT.
           MOVE WS-INV-SUPPLIER (WS-INV-IDX) TO DTL-SUPPLIER-OUT.
           MOVE WS-INV-PO-NUMBER (WS-INV-IDX) TO DTL-PO-OUT.
           MOVE WS-INV-CHANNEL (WS-INV-IDX) TO DTL-CHANNEL-OUT.
           MOVE WS-INV-QTY (WS-INV-IDX) TO DTL-QTY-OUT.
           MOVE WS-INV-PRICE (WS-INV-IDX) TO DTL-INV-PRICE-OUT.
           MOVE WS-PO-PRICE-WORK TO DTL-PO-PRICE-OUT.
           MOVE WS-RECEIVED-WORK TO DTL-RECEIVED-OUT.
           MOVE WS-BILLED-TO-DATE TO DTL-BILLED-OUT.
           MOVE WS-DISPOSITION-TEXT TO DTL-DISPOSITION-OUT.
           WRITE PRINT-REC FROM WS-DETAIL-LINE-OUT.
           ADD 1 TO WS-LINE-KTR.

       800-NEW-PAGE.
           ADD 1 TO WS-PAGE-CTR.
           MOVE WS-PAGE-CTR TO WS-PAGE-NO-OUT.
           WRITE PRINT-REC FROM WS-PAGE-HEADING AFTER ADVANCING PAGE.
           WRITE PRINT-REC FROM WS-HEADER.
           MOVE ZERO TO WS-LINE-KTR.

       900-WriteSummary.
           WRITE PRINT-REC FROM WS-BLANK-LINE.
           MOVE 'RUN SUMMARY' TO WS-SUMMARY-LABEL.
           MOVE ZERO TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'OPEN-PO RECORDS READ' TO WS-SUMMARY-LABEL.
           MOVE WS-IN-OPENPO-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'INVOICE LINES RECEIVED' TO WS-SUMMARY-LABEL.
           MOVE WS-IN-INVOICE-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE '  KEYED FROM PAPER' TO WS-SUMMARY-LABEL.
           MOVE WS-KEYED-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE '  EDI FROM THE PORTAL' TO WS-SUMMARY-LABEL.
           MOVE WS-EDI-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'PRIOR HELD LINES RE-MATCHED' TO WS-SUMMARY-LABEL.
           MOVE WS-IN-HELD-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'LINES MATCHED FOR PAYMENT' TO WS-SUMMARY-LABEL.
           MOVE WS-MATCHED-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE '  OF WHICH RELEASED FROM HOLD' TO WS-SUMMARY-LABEL.
           MOVE WS-RELEASED-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'LINES HELD FOR RECEIPT' TO WS-SUMMARY-LABEL.
           MOVE WS-HELD-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'LINES QUEUED AS EXCEPTIONS' TO WS-SUMMARY-LABEL.
           MOVE WS-EXCEPTION-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE '  OF WHICH PO NOT ON OPENPO' TO WS-SUMMARY-LABEL.
           MOVE WS-NO-PO-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.

      *04/13 Rewrites the billed-to-date ledger whole with tonight's
      * matched lines folded in, every row stamped with the process
      * date for the rerun guard.
       940-WriteBilledLedger.
           OPEN OUTPUT INVBILL.
           IF INVBILL-KEY NOT = '00'
              DISPLAY 'File Problem openning INVBILL for OUTPUT'
              GO TO 2000-ABEND-RTN
           END-IF.
           PERFORM VARYING WS-BILL-IDX FROM 1 BY 1
              UNTIL WS-BILL-IDX > WS-BILL-MAX
                 MOVE WS-BILL-PO-NUMBER (WS-BILL-IDX) TO IB-PO-NUMBER
                 MOVE WS-BILL-QTY (WS-BILL-IDX) TO IB-QTY-BILLED
                 MOVE PROCESS-DATE TO IB-LAST-RUN-DATE
                 WRITE INVBILL-REC
                 IF INVBILL-KEY NOT = '00'
                    GO TO 2000-ABEND-RTN
                 END-IF
           END-PERFORM.
           CLOSE INVBILL.

           SELECT CONSIGNF ASSIGN TO CONSIGNF
           FILE STATUS IS IN-CONSIGNF-KEY.

      *04/13 Invoice lines INVMATCH matched three ways against the
      * order and the dock's receipts - a payable is released only
      * against one of these now. A payable with no matched invoice
      * yet waits on PAYPEND and is staged back in as PAYPNDIN the
      * next night, the CERTHOLD/CERTHIN gate.
           SELECT INVMTCH ASSIGN TO INVMTCH
           FILE STATUS IS IN-INVMTCH-KEY.

           SELECT PAYPNDIN ASSIGN TO PAYPNDIN
           FILE STATUS IS IN-PAYPNDIN-KEY.

           SELECT PAYPEND ASSIGN TO PAYPEND
           FILE STATUS IS OUT-PAYPEND-KEY.

      * Output AP-ready extract
           SELECT APEXTRCT ASSIGN TO APEXTRCT
           FILE STATUS IS OUT-APEXTRCT-KEY.
      * see FINALEX's PURCHASE-REC.
       FD  PURC-FILES
           RECORDING MODE IS F
           RECORD CONTAINS 128 CHARACTERS
           DATA RECORD IS PURCHASE-REC.
       01  PURCHASE-REC.
           05  REC-PO-NUMBER           PIC X(06) VALUE SPACES.
      * PARTSUB. Widened the record from 119 to 125.
           05  REC-CARRIER-CODE        PIC X(04) VALUE SPACES.
           05  REC-FREIGHT-TERMS       PIC X(02) VALUE SPACES.
      *05/22 Company the order books to and the intercompany flag
      * - see COMPANY-CODE-PO in PARTSUB.
           05  REC-COMPANY-CODE        PIC X(02) VALUE SPACES.
           05  REC-INTERCO-FLAG        PIC X(01) VALUE SPACES.

      *11/09 FINALEX now ends PURC-FILES with a trailer record -
      * checked below so it is skipped rather than extracted as a
      * on a mix of runs.
           05  PURC-TRAILER-RUN-DATE   PIC 9(08).
           05  PURC-TRAILER-RUN-SEQ    PIC 9(03).
           05  FILLER                  PIC X(83).

       FD  BUYRVNDR
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 17 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS BUYRVNDR-REC.
       01  BUYRVNDR-REC     PIC X(17).

      *12/30 Payment-terms control file - see TERMTAB.
       FD  PAYTERMS
           05  CM-PO-NUMBER            PIC X(06).
           05  FILLER                  PIC X(41).

      *03/24 Held payables, same 178-byte AP shape - reruns of this
      * extract pick them back up once the cert lands.
       FD  CERTHOLD
           RECORDING MODE IS F
           RECORD CONTAINS 178 CHARACTERS
           DATA RECORD IS CERTHOLD-REC.
       01  CERTHOLD-REC     PIC X(178).

      *04/10 Prior night's CERTHOLD rows, same 178-byte AP shape.
       FD  CERTHIN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 178 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CERTHIN-REC.
       01  CERTHIN-REC     PIC X(178).

      *04/13 Matched invoice lines, as INVMATCH writes them.
       FD  INVMTCH
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 50 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS INVMTCH-REC.
       01  INVMTCH-REC.
           05  MT-PO-NUMBER            PIC X(06).
           05  MT-INVOICE-NO           PIC X(10).
           05  MT-SUPPLIER-CODE        PIC X(10).
           05  MT-QTY-BILLED           PIC 9(07).
           05  MT-UNIT-PRICE           PIC 9(7)V99.
           05  MT-INVOICE-DATE         PIC 9(08).

      *04/13 Payables waiting on an invoice, same 178-byte AP shape.
       FD  PAYPEND
           RECORDING MODE IS F
           RECORD CONTAINS 178 CHARACTERS
           DATA RECORD IS PAYPEND-REC.
       01  PAYPEND-REC     PIC X(178).

      *04/13 Prior night's PAYPEND rows, same 178-byte AP shape.
       FD  PAYPNDIN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 178 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PAYPNDIN-REC.
       01  PAYPNDIN-REC     PIC X(178).

      *03/18 Supplier master control file - see SUPMTAB.
       FD  SUPPMST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 74 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SUPPMST-REC.
       01  SUPPMST-REC     PIC X(74).

      *03/16 Consignment flag rows - see CONSTAB.
       FD  CONSIGNF
      * net 30 we signed. Zeros when the order carries no terms.
       FD  APEXTRCT
           RECORDING MODE IS F
           RECORD CONTAINS 178 CHARACTERS
           DATA RECORD IS APEXTRCT-REC.
      *03/17 Widened from 141 to 142 for the document type - 'I'
      * invoice, 'C' credit memo for a return order. The amounts
      * sees who pays the truck. Grew the feed row 148 to 154.
           05  AP-CARRIER-CODE         PIC X(04) VALUE SPACES.
           05  AP-FREIGHT-TERMS        PIC X(02) VALUE SPACES.
      *04/14 Run identifier of the night the row went out to AP -
      * stamped at the moment it is written to the extract, so a
      * payable released off CERTHIN or PAYPNDIN carries the night
      * it was actually paid, and the duplicate-payment audit can
      * name every night a PO went out. Grew the feed row 154 to
      * 165; every FD that reads APEXTRCT/APHIST needs the new
      * length.
           05  AP-RUN-DATE             PIC 9(08) VALUE ZERO.
           05  AP-RUN-SEQ              PIC 9(03) VALUE ZERO.
      *05/22 Company the payable books to and the intercompany
      * flag - see COMPANY-CODE-PO in PARTSUB. Grew the row 165 to
      * 168.
           05  AP-COMPANY-CODE         PIC X(02) VALUE SPACES.
           05  AP-INTERCO-FLAG         PIC X(01) VALUE SPACES.
      *06/02 The supplier's invoice number a matched line pays, so
      * AP can tell which invoice each payable settles and two
      * invoices billing one PO for the same amount are not taken
      * for a duplicate payment. Blank on a credit memo and on a
      * row still waiting on PAYPEND. Grew the row 168 to 178.
           05  AP-INVOICE-NO           PIC X(10) VALUE SPACES.

      *04/05 Amendment history rows POAMEND writes - PO, field
      * code, old and new values (numerics zero-padded), date.
           05 OUT-APEXTRCT-KEY          PIC X(2).
                88 CODE-WRITE               VALUE SPACES.

      *04/13 File status keys for the invoice gate - a first-ever
      * run has no payables waiting yet, so PAYPNDIN may be missing.
           05 IN-INVMTCH-KEY            PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
           05 IN-PAYPNDIN-KEY           PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
                88 PAYPNDIN-NOT-FOUND       VALUE '35'.
           05 OUT-PAYPEND-KEY           PIC X(2).
                88 CODE-WRITE               VALUE SPACES.

      *03/02 Run-correlation state - the RUNIDENT record is read at
      * startup; a trailer carrying a different identifier means the
      * inputs are a mix of runs and the job stops on the spot.
           05 WS-HR-PO-NUMBER              PIC X(06).
           05 FILLER                       PIC X(67).
           05 WS-HR-PART-NUMBER            PIC X(23).
           05 FILLER                       PIC X(82).

      *04/13 Tonight's matched invoice lines, each paid once. The
      * base row is the payable as the order built it; each matched
      * line pays its own quantity at its own billed price, and the
      * converted and discount amounts scale off the base row's.
       01 INVMTCH-EOF-WS                   PIC X(01) VALUE 'N'.
           88 INVMTCH-EOF                          VALUE 'Y'.
       01 PAYPNDIN-EOF-WS                  PIC X(01) VALUE 'N'.
           88 PAYPNDIN-EOF                         VALUE 'Y'.
       01 WS-INVM-TABLE.
           05 WS-INVM-ENTRY OCCURS 10000 TIMES.
              10 WS-INVM-PO-NUMBER        PIC X(06) VALUE SPACES.
              10 WS-INVM-INVOICE-NO       PIC X(10) VALUE SPACES.
              10 WS-INVM-QTY              PIC 9(07) VALUE ZERO.
              10 WS-INVM-PRICE            PIC 9(7)V99 VALUE ZERO.
              10 WS-INVM-PAID             PIC X(01) VALUE 'N'.
                 88 INVOICE-LINE-PAID              VALUE 'Y'.
       01 WS-INVM-MAX                     PIC 9(05) VALUE ZERO.
       01 WS-INVM-IDX                     PIC 9(05) VALUE 1.
       01 WS-BASE-ROW                     PIC X(178) VALUE SPACES.
       01 WS-BASE-PO-NUMBER               PIC X(06) VALUE SPACES.
       01 WS-BASE-UNIT-PRICE              PIC 9(7)V99 VALUE ZERO.
       01 WS-BASE-EXTENDED                PIC 9(9)V99 VALUE ZERO.
       01 WS-BASE-USD                     PIC 9(9)V99 VALUE ZERO.
       01 WS-BASE-DISCOUNT                PIC 9(9)V99 VALUE ZERO.
       01 WS-REMAIN-QTY                   PIC 9(07) VALUE ZERO.
       01 WS-INVOICE-PAID-CTR             PIC 9(7) VALUE ZERO.
       01 WS-PENDING-IN-CTR               PIC 9(7) VALUE ZERO.
       01 WS-PENDING-OUT-CTR              PIC 9(7) VALUE ZERO.
       01 WS-INVOICE-UNPAID-CTR           PIC 9(7) VALUE ZERO.

      *03/24 Government part numbers and certified PO numbers for
      * the material-cert payment hold.
       01 WS-BUYER-IDX                     PIC 9(04) VALUE 1.
       01 WS-BUYER-FOUND-FLAG              PIC X     VALUE 'N'.
           88 BUYER-FOUND                            VALUE 'Y'.
      *05/22 The order's company - each company has its own AP
      * vendor IDs, so the crosswalk is looked up by company and
      * buyer. Blank on an order from before the company rode on
      * PURC-FILES, which is company '01'.
       01 WS-ORDER-COMPANY                 PIC X(02) VALUE SPACES.

      *05/22 Payables written to the feed per company, so each
      * company's AP total can be tied out on its own, and the
      * payables between our own companies.
       01 WS-COMPANY-COUNTS.
           05 WS-CC-ENTRY OCCURS 10 TIMES.
              10 WS-CC-COMPANY             PIC X(02) VALUE SPACES.
              10 WS-CC-EXTRACTED           PIC 9(7) VALUE ZERO.
       01 WS-CC-MAX                        PIC 9(4) VALUE ZERO.
       01 WS-CC-IDX                        PIC 9(4) VALUE 1.
       01 WS-CC-FOUND-FLAG                 PIC X     VALUE 'N'.
           88 CC-FOUND                               VALUE 'Y'.
       01 WS-INTERCO-PAYABLE-CTR           PIC 9(7) VALUE ZERO.

      *12/30 Payment-terms lookup and the CEEDAYS/CEEDATE work areas
      * for the due/discount date arithmetic - the same CEE calls
      ****** Report headings ******
      *************************************************************
       01 WS-BLANK-LINE                 PIC X(133)     VALUE SPACES.
      *04/13 Matched invoices no payable claimed - see 700.
       01 WS-UNPAID-HEADER.
          05 FILLER              PIC X(3)       VALUE SPACES.
          05 FILLER              PIC X(50)      VALUE
             'MATCHED INVOICE LINES WITH NO PAYABLE WAITING'.
       01 WS-UNPAID-LINE-OUT.
          05 FILLER                 PIC X(3)       VALUE SPACES.
          05 UNP-PO-OUT             PIC X(06)      VALUE SPACES.
          05 FILLER                 PIC X(03)      VALUE SPACES.
          05 UNP-INVOICE-OUT        PIC X(10)      VALUE SPACES.
          05 FILLER                 PIC X(03)      VALUE SPACES.
          05 UNP-QTY-OUT            PIC Z,ZZZ,ZZ9  VALUE ZERO.
          05 FILLER                 PIC X(03)      VALUE SPACES.
          05 UNP-PRICE-OUT          PIC Z,ZZZ,ZZ9.99 VALUE ZERO.

       01 WS-SUMMARY-LINE.
           05 FILLER                PIC X(3)  VALUE SPACES.
           05 WS-SUMMARY-LABEL      PIC X(34) VALUE SPACES.
           CALL 'TIMELOG' USING TIMELOG-PARMS.
           PERFORM 000-Housekeeping.
           PERFORM 100-Main2 UNTIL PURCHASE-EOF-WS = 'Y'.
           PERFORM 700-ReportUnpaidInvoices.
           PERFORM 900-WriteSummary.
           PERFORM 600-CLOSE-FILES.
           MOVE 'E' TO TL-PHASE.
           PERFORM 305-LoadRunIdentifier.
           PERFORM 310-LoadAmendments.
           PERFORM 255-ReprocessHeldRows.
      *04/13 Payables that waited on an invoice go through the gate
      * again against tonight's matched lines.
           PERFORM 265-ReprocessPendingRows.
      * Priming Read
           PERFORM 400-Read-PURC-FILES.

                GO TO 2000-ABEND-RTN
           END-IF.

           OPEN INPUT INVMTCH.
      *    Input File Status Checking for INVMTCH
           IF IN-INVMTCH-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning Input INVMTCH'
                GO TO 2000-ABEND-RTN
           ELSE
                PERFORM 380-LoadMatchedInvoices UNTIL INVMTCH-EOF
                CLOSE INVMTCH
           END-IF.

           OPEN OUTPUT PAYPEND.
      *    Output File Status Checking for PAYPEND
           IF OUT-PAYPEND-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning PAYPEND'
                GO TO 2000-ABEND-RTN
           END-IF.

           OPEN INPUT SUPPMST.
      *    Input File Status Checking for SUPPMST file
           IF IN-SUPPMST-KEY NOT = '00' THEN
              AT END
                 MOVE 'Y' TO BUYRVNDR-EOF-WS
           END-READ.
      *05/22 A crosswalk row with no company is company '01's.
           IF NOT BUYRVNDR-EOF
              AND COMPANY-CODE-BV (WS-BUYER-IDX) = SPACES
              MOVE '01' TO COMPANY-CODE-BV (WS-BUYER-IDX)
           END-IF.
           IF NOT BUYRVNDR-EOF
              ADD 1 TO WS-BUYER-IDX
           END-IF.
           END-IF.

       600-CLOSE-FILES.
           CLOSE  PURC-FILES, APEXTRCT, CERTHOLD, PAYPEND,
                  PRINT-LINE.

      *11/21 Matches the fix in FINALEX's 2000-ABEND-RTN - DISPLAY and
      * EXIT alone just fell through to whatever paragraph follows.
           GOBACK.

       200-BuildExtract.
           MOVE REC-COMPANY-CODE TO WS-ORDER-COMPANY.
           IF WS-ORDER-COMPANY = SPACES
              MOVE '01' TO WS-ORDER-COMPANY
           END-IF.
           PERFORM 210-FindVendor.
           MOVE REC-PO-NUMBER TO AP-PO-NUMBER.
           IF BUYER-FOUND
           MOVE REC-PO-PART-NUMBER TO AP-PART-NUMBER.
           MOVE REC-CARRIER-CODE TO AP-CARRIER-CODE.
           MOVE REC-FREIGHT-TERMS TO AP-FREIGHT-TERMS.
           MOVE WS-ORDER-COMPANY TO AP-COMPANY-CODE.
           MOVE REC-INTERCO-FLAG TO AP-INTERCO-FLAG.
           MOVE REC-PO-SUPPLIER-NAME TO AP-SUPPLIER-NAME.
           PERFORM 230-ComputeTermsDates
              THRU 230-ComputeTermsDates-Exit.
      *03/18 Payment routing off the supplier master - a supplier
      * the master does not know pays by check, the old default.
           PERFORM 240-FindPaymentMethod.
      *04/13 Nothing pays until the supplier's invoice has matched
      * the order and the receipt - see 260-ApplyInvoiceGate.
           PERFORM 260-ApplyInvoiceGate
              THRU 260-ApplyInvoiceGate-Exit.

      *03/24 A government part's payable waits on CERTHOLD until
      * its material cert is on the master - reruns pick it back up
      * once the cert lands, and nobody pays for an uncertified lot.
      *04/13 Moved here from 200-BuildExtract so an invoiced line
      * off PAYPNDIN takes the same cert check.
       270-WritePayable.
           PERFORM 250-CheckMaterialCert.
           IF PART-IS-GOVT AND NOT CERT-ON-FILE
              WRITE CERTHOLD-REC FROM APEXTRCT-REC
              END-IF
              ADD 1 TO WS-CERT-HELD-CTR
           ELSE
              PERFORM 275-StampRunId
              WRITE APEXTRCT-REC
              ADD 1 TO WS-EXTRACTED-CTR
              PERFORM 280-CountByCompany
           END-IF.

      *04/14 Tonight's run identifier off RUNIDENT - zeros when
      * FINALEX has not stamped a run yet.
       275-StampRunId.
           MOVE WS-CONTROL-RUN-DATE TO AP-RUN-DATE.
           MOVE WS-CONTROL-RUN-SEQ TO AP-RUN-SEQ.
      *05/22 A row held from before the company rode on the feed
      * is company '01'.
           IF AP-COMPANY-CODE = SPACES
              MOVE '01' TO AP-COMPANY-CODE
           END-IF.

      *05/22 Counts the payable just written against its company.
       280-CountByCompany.
           MOVE 'N' TO WS-CC-FOUND-FLAG.
           PERFORM VARYING WS-CC-IDX FROM 1 BY 1
              UNTIL WS-CC-IDX > WS-CC-MAX OR CC-FOUND
                 IF WS-CC-COMPANY (WS-CC-IDX) = AP-COMPANY-CODE
                    MOVE 'Y' TO WS-CC-FOUND-FLAG
                    ADD 1 TO WS-CC-EXTRACTED (WS-CC-IDX)
                 END-IF
           END-PERFORM.
           IF NOT CC-FOUND AND WS-CC-MAX < 10
              ADD 1 TO WS-CC-MAX
              MOVE AP-COMPANY-CODE TO WS-CC-COMPANY (WS-CC-MAX)
              MOVE 1 TO WS-CC-EXTRACTED (WS-CC-MAX)
           END-IF.
           IF AP-INTERCO-FLAG = 'Y'
              ADD 1 TO WS-INTERCO-PAYABLE-CTR
           END-IF.

      *04/13 Keys on the payable row rather than PURCHASE-REC, so a
      * row staged back in off PAYPNDIN checks the same way.
       250-CheckMaterialCert.
           MOVE 'N' TO WS-GOVT-FOUND-FLAG.
           MOVE 'N' TO WS-CERT-FOUND-FLAG.
              UNTIL WS-GOVT-IDX > WS-GOVT-MAX
                 OR PART-IS-GOVT
                 IF WS-GOVT-PART (WS-GOVT-IDX)
                       = AP-PART-NUMBER
                    MOVE 'Y' TO WS-GOVT-FOUND-FLAG
                 END-IF
           END-PERFORM.
              PERFORM VARYING WS-CERT-IDX FROM 1 BY 1
                 UNTIL WS-CERT-IDX > WS-CERT-MAX
                    OR CERT-ON-FILE
                 IF WS-CERT-PO (WS-CERT-IDX) = AP-PO-NUMBER
                    MOVE 'Y' TO WS-CERT-FOUND-FLAG
                 END-IF
              END-PERFORM
           END-IF.

      *04/13 Three-way-match gate. Each matched invoice line on the
      * order pays its own billed quantity at its own billed price
      * (INVMATCH already held it within tolerance of the order),
      * until the order's quantity is used up; whatever quantity no
      * invoice has billed yet waits on PAYPEND for a later night.
      * A return order leaves as a credit memo and has nothing to
      * wait for, so it passes straight through.
       260-ApplyInvoiceGate.
           MOVE SPACES TO AP-INVOICE-NO.
           IF AP-DOC-TYPE = 'C'
              PERFORM 270-WritePayable
              GO TO 260-ApplyInvoiceGate-Exit
           END-IF.
           MOVE APEXTRCT-REC TO WS-BASE-ROW.
           MOVE AP-PO-NUMBER TO WS-BASE-PO-NUMBER.
           MOVE AP-UNIT-PRICE TO WS-BASE-UNIT-PRICE.
           MOVE AP-EXTENDED-AMOUNT TO WS-BASE-EXTENDED.
           MOVE AP-USD-AMOUNT TO WS-BASE-USD.
           MOVE AP-DISCOUNT-AMOUNT TO WS-BASE-DISCOUNT.
           MOVE AP-QUANTITY TO WS-REMAIN-QTY.
           PERFORM VARYING WS-INVM-IDX FROM 1 BY 1
              UNTIL WS-INVM-IDX > WS-INVM-MAX
                 OR WS-REMAIN-QTY = ZERO
                 IF WS-INVM-PO-NUMBER (WS-INVM-IDX)
                       = WS-BASE-PO-NUMBER
                    AND NOT INVOICE-LINE-PAID (WS-INVM-IDX)
                    PERFORM 262-PayMatchedLine
                 END-IF
           END-PERFORM.
           IF WS-REMAIN-QTY > ZERO
              MOVE WS-BASE-ROW TO APEXTRCT-REC
              MOVE WS-REMAIN-QTY TO AP-QUANTITY
              MOVE WS-BASE-UNIT-PRICE TO AP-UNIT-PRICE
              PERFORM 264-ScaleAmounts
              WRITE PAYPEND-REC FROM APEXTRCT-REC
              IF OUT-PAYPEND-KEY NOT = '00'
                 GO TO 2000-ABEND-RTN
              END-IF
              ADD 1 TO WS-PENDING-OUT-CTR
           END-IF.
       260-ApplyInvoiceGate-Exit.
           EXIT.

       262-PayMatchedLine.
           MOVE 'Y' TO WS-INVM-PAID (WS-INVM-IDX).
           MOVE WS-BASE-ROW TO APEXTRCT-REC.
           MOVE WS-INVM-QTY (WS-INVM-IDX) TO AP-QUANTITY.
           MOVE WS-INVM-PRICE (WS-INVM-IDX) TO AP-UNIT-PRICE.
           MOVE WS-INVM-INVOICE-NO (WS-INVM-IDX) TO AP-INVOICE-NO.
           PERFORM 264-ScaleAmounts.
           PERFORM 270-WritePayable.
           ADD 1 TO WS-INVOICE-PAID-CTR.
           IF WS-INVM-QTY (WS-INVM-IDX) >= WS-REMAIN-QTY
              MOVE ZERO TO WS-REMAIN-QTY
           ELSE
              SUBTRACT WS-INVM-QTY (WS-INVM-IDX) FROM WS-REMAIN-QTY
           END-IF.

      *04/13 Re-extends the row at its new quantity and price; the
      * USD and discount amounts move in proportion to the base
      * row's, so the order's FX rate and terms carry through.
       264-ScaleAmounts.
           COMPUTE AP-EXTENDED-AMOUNT ROUNDED =
              AP-QUANTITY * AP-UNIT-PRICE.
           IF WS-BASE-EXTENDED > ZERO
              COMPUTE AP-USD-AMOUNT ROUNDED =
                 WS-BASE-USD * AP-EXTENDED-AMOUNT / WS-BASE-EXTENDED
              COMPUTE AP-DISCOUNT-AMOUNT ROUNDED =
                 WS-BASE-DISCOUNT * AP-EXTENDED-AMOUNT
                    / WS-BASE-EXTENDED
           ELSE
              MOVE AP-EXTENDED-AMOUNT TO AP-USD-AMOUNT
              MOVE ZERO TO AP-DISCOUNT-AMOUNT
           END-IF.

      *04/13 Last night's waiting payables - a missing PAYPNDIN just
      * means nothing has waited yet.
       265-ReprocessPendingRows.
           OPEN INPUT PAYPNDIN.
           IF PAYPNDIN-NOT-FOUND
              MOVE 'Y' TO PAYPNDIN-EOF-WS
           ELSE
              IF IN-PAYPNDIN-KEY NOT = '00'
                 DISPLAY 'File Problem openning Input PAYPNDIN'
                 GO TO 2000-ABEND-RTN
              ELSE
                 PERFORM 266-ReadNextPendingRow UNTIL PAYPNDIN-EOF
                 CLOSE PAYPNDIN
              END-IF
           END-IF.

       266-ReadNextPendingRow.
           READ PAYPNDIN INTO APEXTRCT-REC
              AT END
                 MOVE 'Y' TO PAYPNDIN-EOF-WS
           END-READ.
           IF NOT PAYPNDIN-EOF
              ADD 1 TO WS-PENDING-IN-CTR
              PERFORM 260-ApplyInvoiceGate
                 THRU 260-ApplyInvoiceGate-Exit
           END-IF.

       380-LoadMatchedInvoices.
           READ INVMTCH
              AT END
                 MOVE 'Y' TO INVMTCH-EOF-WS
           END-READ.
           IF NOT INVMTCH-EOF
              IF WS-INVM-MAX >= 10000
                 DISPLAY 'APEXTRCT - MATCHED INVOICE TABLE FULL AT '
                    '10000 ROWS - RAISE OCCURS IN APEXTRCT'
                 GO TO 2000-ABEND-RTN
              END-IF
              ADD 1 TO WS-INVM-MAX
              MOVE MT-PO-NUMBER TO WS-INVM-PO-NUMBER (WS-INVM-MAX)
              MOVE MT-INVOICE-NO TO WS-INVM-INVOICE-NO (WS-INVM-MAX)
              MOVE MT-QTY-BILLED TO WS-INVM-QTY (WS-INVM-MAX)
              MOVE MT-UNIT-PRICE TO WS-INVM-PRICE (WS-INVM-MAX)
              MOVE 'N' TO WS-INVM-PAID (WS-INVM-MAX)
           END-IF.

      *04/13 A matched line no payable claimed - the order was
      * consigned, still held for its cert, or paid before the gate
      * went in. Listed so AP can settle it by hand.
       700-ReportUnpaidInvoices.
           PERFORM VARYING WS-INVM-IDX FROM 1 BY 1
              UNTIL WS-INVM-IDX > WS-INVM-MAX
                 IF NOT INVOICE-LINE-PAID (WS-INVM-IDX)
                    ADD 1 TO WS-INVOICE-UNPAID-CTR
                    MOVE WS-INVM-PO-NUMBER (WS-INVM-IDX)
                       TO UNP-PO-OUT
                    MOVE WS-INVM-INVOICE-NO (WS-INVM-IDX)
                       TO UNP-INVOICE-OUT
                    MOVE WS-INVM-QTY (WS-INVM-IDX) TO UNP-QTY-OUT
                    MOVE WS-INVM-PRICE (WS-INVM-IDX)
                       TO UNP-PRICE-OUT
                    IF WS-INVOICE-UNPAID-CTR = 1
                       WRITE PRINT-REC FROM WS-UNPAID-HEADER
                    END-IF
                    WRITE PRINT-REC FROM WS-UNPAID-LINE-OUT
                 END-IF
           END-PERFORM.

      *04/10 Re-checks every payable held on a prior night: the
      * night its cert lands on CERTMAST (or the part leaves the
      * restricted catalog) it rides the extract; otherwise it goes
              END-IF
              ADD 1 TO WS-STILL-HELD-CTR
           ELSE
              MOVE WS-HELD-ROW TO APEXTRCT-REC
              PERFORM 275-StampRunId
              WRITE APEXTRCT-REC
              ADD 1 TO WS-CERT-RELEASED-CTR
              ADD 1 TO WS-EXTRACTED-CTR
              PERFORM 280-CountByCompany
           END-IF.

       210-FindVendor.
           PERFORM VARYING WS-BUYER-IDX FROM 1 BY 1
              UNTIL WS-BUYER-IDX > BUYER-VENDOR-MAX OR BUYER-FOUND
                 IF BUYER-CODE-BV (WS-BUYER-IDX) = REC-BUYER-CODE
                    AND COMPANY-CODE-BV (WS-BUYER-IDX)
                       = WS-ORDER-COMPANY
                    MOVE 'Y' TO WS-BUYER-FOUND-FLAG
                 END-IF
           END-PERFORM.
           MOVE 'HELD PAYABLES STILL WAITING' TO WS-SUMMARY-LABEL.
           MOVE WS-STILL-HELD-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'PAYABLES BACK IN OFF PAYPNDIN' TO WS-SUMMARY-LABEL.
           MOVE WS-PENDING-IN-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'INVOICE LINES PAID' TO WS-SUMMARY-LABEL.
           MOVE WS-INVOICE-PAID-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'PAYABLES WAITING ON AN INVOICE' TO WS-SUMMARY-LABEL.
           MOVE WS-PENDING-OUT-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'MATCHED INVOICES NOT PAID' TO WS-SUMMARY-LABEL.
           MOVE WS-INVOICE-UNPAID-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
      *05/22 The extract split by company, and the payables between
      * our own companies.
           PERFORM VARYING WS-CC-IDX FROM 1 BY 1
              UNTIL WS-CC-IDX > WS-CC-MAX
                 MOVE SPACES TO WS-SUMMARY-LABEL
                 STRING 'EXTRACTED FOR COMPANY '
                    WS-CC-COMPANY (WS-CC-IDX)
                    DELIMITED BY SIZE INTO WS-SUMMARY-LABEL
                 MOVE WS-CC-EXTRACTED (WS-CC-IDX) TO WS-SUMMARY-COUNT
                 WRITE PRINT-REC FROM WS-SUMMARY-LINE
           END-PERFORM.
           MOVE 'INTERCOMPANY PAYABLES EXTRACTED' TO WS-SUMMARY-LABEL.
           MOVE WS-INTERCO-PAYABLE-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.

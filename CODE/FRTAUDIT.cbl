       IDENTIFICATION DIVISION.
       PROGRAM-ID. FRTAUDIT.
       AUTHOR. FABIO COSTA.
      ******************************************************************
      * 04/28 Freight invoice audit. Carrier freight bills were paid
      * on faith - nothing held a bill up against the contract or
      * against what actually came through the dock. The carriers'
      * billing feed FRTINV carries one row per freight bill
      * (carrier, pro number, bill date, our PO, billed weight,
      * linehaul and fuel charges). Every night each bill is checked
      * line by line, and the first failure wins:
      *   DP - the pro number was already paid, or came twice
      *        tonight,
      *   NC - the carrier is not on CARRIERS or not under contract,
      *   NP - the PO is not on the OPENPO status file,
      *   PP - the order's freight terms say prepaid
      *        (PREPAID-FREIGHT-PO on GOODDATA) - the supplier owes
      *        this freight, not us,
      *   NS - no dock receipt on RECEIPTS and no advance-ship
      *        notice on ASNIN for the PO - nothing to haul yet,
      *   WC - ASNIN shows the PO shipped, but never with this
      *        carrier,
      *   NL - no contract rate on FRTRATE for the carrier, lane
      *        and weight,
      *   OB - overbilled: linehaul plus fuel comes to more than the
      *        contract charge plus the FRTTOLPC parameter's percent
      *        (default 2).
      * Only a clean bill is written to FRTPAYO in the 178-byte
      * AP-feed shape - PRTSUPP2 appends it to the night's APEXTRCT
      * generation the way it does CONSPAYO. Every bill audited is
      * kept on the FRTLEDG ledger by carrier and pro number, so a
      * pro paid once is caught when billed again; a pro held as an
      * exception is audited afresh when the carrier re-bills it.
      * Ledger rows go after the FRTKEEP parameter's days (default
      * 730). FRTLEDG is loaded at start and rewritten whole at the
      * end, the CONSBAL pattern.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Carrier freight bills, as the carriers' billing feed sends
           SELECT FRTINV ASSIGN TO FRTINV
           FILE STATUS IS IN-FRTINV-KEY.

      * Freight bills already audited, by carrier and pro number
           SELECT FRTLEDG ASSIGN TO FRTLEDG
           FILE STATUS IS FRTLEDG-KEY.

      * Carrier master - see CARRTAB.
           SELECT CARRIERS ASSIGN TO CARRIERS
           FILE STATUS IS IN-CARRIERS-KEY.

      * Contract freight rates - see FRTTAB.
           SELECT FRTRATE ASSIGN TO FRTRATE
           FILE STATUS IS IN-FRTRATE-KEY.

      * Open purchase-order status file, as POMATCH writes it
           SELECT OPENPO ASSIGN TO OPENPO
           FILE STATUS IS IN-OPENPO-KEY.

      * Every GOODDATA generation on hand, for the order's terms
           SELECT GOODDATA-FILE ASSIGN TO GOODDATA
           FILE STATUS IS IN-GOODDATA-KEY.

      * The dock's receipts
           SELECT RECEIPTS ASSIGN TO RECEIPTS
           FILE STATUS IS IN-RECEIPTS-KEY.

      * Advance-ship notices from the EDI channel
           SELECT ASNIN ASSIGN TO ASNIN
           FILE STATUS IS IN-ASNIN-KEY.

      * Clean freight bills in the AP-feed shape
           SELECT FRTPAYO ASSIGN TO FRTPAYO
           FILE STATUS IS OUT-FRTPAYO-KEY.

      * Business process-date control card - see PROCDATE.
           SELECT PROCDATE ASSIGN TO PROCDATE
           FILE STATUS IS PROCDATE-KEY.

           SELECT PRINT-LINE ASSIGN TO PRTLINE.

       DATA DIVISION.
       FILE SECTION.
      *04/28 One row per freight bill. Weight in whole pounds.
       FD  FRTINV
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 55 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS FRTINV-REC.
       01  FRTINV-REC.
           05  FI-CARRIER-CODE         PIC X(04).
           05  FI-PRO-NUMBER           PIC X(12).
           05  FI-BILL-DATE            PIC 9(08).
           05  FI-PO-NUMBER            PIC X(06).
           05  FI-BILLED-WEIGHT        PIC 9(07).
           05  FI-LINEHAUL-AMT         PIC 9(7)V99.
           05  FI-FUEL-AMT             PIC 9(7)V99.

      *04/28 One row per carrier and pro number audited. Status 'C'
      * went to AP clean, 'X' was held as an exception.
       FD  FRTLEDG
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 56 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS FRTLEDG-REC.
       01  FRTLEDG-REC.
           05  FL-CARRIER-CODE         PIC X(04).
           05  FL-PRO-NUMBER           PIC X(12).
           05  FL-PO-NUMBER            PIC X(06).
           05  FL-BILL-DATE            PIC 9(08).
           05  FL-BILLED-AMOUNT        PIC 9(7)V99.
           05  FL-AUDIT-STATUS         PIC X(01).
           05  FL-AUDIT-DATE           PIC 9(08).
           05  FL-LAST-RUN-DATE        PIC 9(08).

       FD  CARRIERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 27 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CARRIERS-REC.
       01  CARRIERS-REC     PIC X(27).

       FD  FRTRATE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 47 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS FRTRATE-REC.
       01  FRTRATE-REC     PIC X(47).

      * Same OPENPO-REC shape POMATCH writes.
       FD  OPENPO
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 126 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
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
           05  OP-ORDER-TYPE           PIC X(01).
           05  OP-AMENDED-FLAG         PIC X(01).
           05  OP-DROP-SHIP            PIC X(01).
           05  OP-COMPANY-CODE         PIC X(02).
           05  OP-INTERCO-FLAG         PIC X(01).

       FD  GOODDATA-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 1029 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS GOODDATA-REC.
       01  GOODDATA-REC     PIC X(1029).

       FD  RECEIPTS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 25 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RECEIPTS-REC.
       01  RECEIPTS-REC.
           05  RCPT-PO-NUMBER          PIC X(06).
           05  RCPT-RECEIPT-DATE       PIC 9(08).
           05  RCPT-QTY-RECEIVED       PIC 9(07).
      *04/29 Dock-clock receipt time - see OPSEDIT. Grew 21 to 25.
           05  FILLER                  PIC X(04).

       FD  ASNIN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 25 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS ASNIN-REC.
       01  ASNIN-REC.
           05  ASN-PO-NUMBER           PIC X(06).
           05  ASN-SHIP-DATE           PIC 9(08).
           05  ASN-QTY-SHIPPED         PIC 9(07).
           05  ASN-CARRIER             PIC X(04).

      *04/28 Same 178-byte feed row APEXTRCT writes. The vendor
      * field carries the carrier code and the part-number slot the
      * carrier's pro number - a freight bill has no part behind it,
      * and AP quotes the pro back to the carrier on the remittance.
       FD  FRTPAYO
           RECORDING MODE IS F
           RECORD CONTAINS 178 CHARACTERS
           DATA RECORD IS FRTPAYO-REC.
       01  FRTPAYO-REC.
           05  FP-PO-NUMBER            PIC X(06).
           05  FP-VENDOR-ID            PIC X(10).
           05  FP-QUANTITY             PIC 9(07).
           05  FP-UNIT-PRICE           PIC 9(7)V99.
           05  FP-EXTENDED-AMOUNT      PIC 9(9)V99.
           05  FP-ORDER-DATE           PIC 9(08).
           05  FP-DELIVERY-DATE        PIC 9(08).
           05  FP-CURRENCY-CODE        PIC X(03).
           05  FP-USD-AMOUNT           PIC 9(9)V99.
           05  FP-PART-NUMBER          PIC X(23).
           05  FP-SUPPLIER-NAME        PIC X(15).
           05  FP-TERMS-CODE           PIC X(03).
           05  FP-DUE-DATE             PIC 9(08).
           05  FP-DISCOUNT-DATE        PIC 9(08).
           05  FP-DISCOUNT-AMOUNT      PIC 9(9)V99.
           05  FP-DOC-TYPE             PIC X(01).
           05  FP-PAY-METHOD           PIC X(01).
           05  FP-ACCT-MASK            PIC X(04).
           05  FP-AMENDED-FLAG         PIC X(01).
           05  FP-CARRIER-CODE         PIC X(04).
           05  FP-FREIGHT-TERMS        PIC X(02).
           05  FP-RUN-DATE             PIC 9(08).
           05  FP-RUN-SEQ              PIC 9(03).
      *05/22 Company the payable books to and the intercompany
      * flag - see COMPANY-CODE-PO in PARTSUB. Grew the row 165 to
      * 168.
           05  FP-COMPANY-CODE         PIC X(02).
           05  FP-INTERCO-FLAG         PIC X(01).
      *06/02 Invoice-number slot in the shared AP-feed shape - the
      * carrier's pro number already rides in the part slot, so
      * this rides blank. Grew the row 168 to 178.
           05  FP-INVOICE-NO           PIC X(10).

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
           COPY PARTSUB.  *> PART-SUPP-ADDR-PO Copybook
           COPY CARRTAB.  *> Carrier master table
           COPY FRTTAB.   *> Contract freight rate table
           COPY PARMTAB.  *> PARMLOAD central-parameter request block
      * Business process date control card - see PROCDATE.
           COPY PROCDATE.

       01 FILE-STATUS-CODES.
      * File status key for input File FRTINV
           05 IN-FRTINV-KEY             PIC X(2).
                88 CODE-WRITE               VALUE SPACES.

      * A missing ledger just means no freight bill audited yet.
           05 FRTLEDG-KEY               PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
                88 FRTLEDG-NOT-FOUND        VALUE '35'.

           05 IN-CARRIERS-KEY           PIC X(2).
                88 CODE-WRITE               VALUE SPACES.

      * A missing rate file means no contract rates keyed yet.
           05 IN-FRTRATE-KEY            PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
                88 FRTRATE-NOT-FOUND        VALUE '35'.

           05 IN-OPENPO-KEY             PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
           05 IN-GOODDATA-KEY           PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
           05 IN-RECEIPTS-KEY           PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
           05 IN-ASNIN-KEY              PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
           05 OUT-FRTPAYO-KEY           PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
           05 PROCDATE-KEY              PIC X(2).
                88 CODE-WRITE               VALUE SPACES.

       01 FILES-EOF.
           05 FRTINV-EOF-WS                   PIC X(01) VALUE 'N'.
              88 FRTINV-EOF                              VALUE 'Y'.
           05 FRTLEDG-EOF-WS                  PIC X(01) VALUE 'N'.
              88 FRTLEDG-EOF                             VALUE 'Y'.
           05 CARRIERS-EOF-WS                 PIC X(01) VALUE 'N'.
              88 CARRIERS-EOF                            VALUE 'Y'.
           05 FRTRATE-EOF-WS                  PIC X(01) VALUE 'N'.
              88 FRTRATE-EOF                             VALUE 'Y'.
           05 OPENPO-EOF-WS                   PIC X(01) VALUE 'N'.
              88 OPENPO-EOF                              VALUE 'Y'.
           05 GOODDATA-EOF-WS                 PIC X(01) VALUE 'N'.
              88 GOODDATA-EOF                            VALUE 'Y'.
           05 RECEIPTS-EOF-WS                 PIC X(01) VALUE 'N'.
              88 RECEIPTS-EOF                            VALUE 'Y'.
           05 ASNIN-EOF-WS                    PIC X(01) VALUE 'N'.
              88 ASNIN-EOF                               VALUE 'Y'.

      *04/28 Percent a bill may run over the contract charge before
      * it is held - rounding and accessorials the contract allows.
      * PARMLOAD FRTTOLPC overrides.
       01 WS-TOLERANCE-PCT                 PIC 9(03) VALUE 002.
      *04/28 Days an audited bill stays on the ledger - PARMLOAD
      * FRTKEEP overrides.
       01 WS-KEEP-DAYS                     PIC 9(03) VALUE 730.

       01 WS-IN-FRTINV-CTR                 PIC 9(7) VALUE ZERO.
       01 WS-IN-LEDGER-CTR                 PIC 9(7) VALUE ZERO.
       01 WS-OUT-LEDGER-CTR                PIC 9(7) VALUE ZERO.
       01 WS-PURGED-CTR                    PIC 9(7) VALUE ZERO.
       01 WS-CLEAN-CTR                     PIC 9(7) VALUE ZERO.
       01 WS-EXCEPTION-CTR                 PIC 9(7) VALUE ZERO.
       01 WS-DUP-PRO-CTR                   PIC 9(7) VALUE ZERO.
       01 WS-NOT-CONTRACT-CTR              PIC 9(7) VALUE ZERO.
       01 WS-NO-ORDER-CTR                  PIC 9(7) VALUE ZERO.
       01 WS-PREPAID-CTR                   PIC 9(7) VALUE ZERO.
       01 WS-NO-SHIPMENT-CTR               PIC 9(7) VALUE ZERO.
       01 WS-WRONG-CARRIER-CTR             PIC 9(7) VALUE ZERO.
       01 WS-NO-LANE-CTR                   PIC 9(7) VALUE ZERO.
       01 WS-OVERBILLED-CTR                PIC 9(7) VALUE ZERO.
       01 WS-CLEAN-AMOUNT                  PIC 9(9)V99 VALUE ZERO.
       01 WS-HELD-AMOUNT                   PIC 9(9)V99 VALUE ZERO.
       01 WS-OVER-AMOUNT                   PIC 9(9)V99 VALUE ZERO.

      *04/28 Tonight's bills, with what the night's files say about
      * the order and shipment behind each.
       01 WS-BILL-TABLE.
           05 WS-FB-ENTRY OCCURS 2000 TIMES.
              10 WS-FB-CARRIER            PIC X(04).
              10 WS-FB-PRO-NUMBER         PIC X(12).
              10 WS-FB-BILL-DATE          PIC 9(08).
              10 WS-FB-PO-NUMBER          PIC X(06).
              10 WS-FB-WEIGHT             PIC 9(07).
              10 WS-FB-LINEHAUL           PIC 9(7)V99.
              10 WS-FB-FUEL               PIC 9(7)V99.
              10 WS-FB-BILLED             PIC 9(8)V99.
              10 WS-FB-EXPECTED           PIC 9(8)V99.
              10 WS-FB-PLANT              PIC X(03).
      *05/22 The order's company - the freight payable books to the
      * same company as the goods.
              10 WS-FB-COMPANY            PIC X(02).
              10 WS-FB-TERMS              PIC X(02).
                 88 WS-FB-PREPAID                   VALUE 'PP'.
              10 WS-FB-ORIGIN-STATE       PIC X(02).
              10 WS-FB-ORDER-FLAG         PIC X(01).
                 88 WS-FB-ORDER-FOUND               VALUE 'Y'.
              10 WS-FB-GOOD-FLAG          PIC X(01).
                 88 WS-FB-GOOD-FOUND                VALUE 'Y'.
              10 WS-FB-RECEIPT-FLAG       PIC X(01).
                 88 WS-FB-RECEIVED                  VALUE 'Y'.
              10 WS-FB-ASN-FLAG           PIC X(01).
                 88 WS-FB-ASN-FOUND                 VALUE 'Y'.
              10 WS-FB-ASN-CARRIER-FLAG   PIC X(01).
                 88 WS-FB-ASN-CARRIER-MATCH         VALUE 'Y'.
              10 WS-FB-REASON             PIC X(02).
                 88 WS-FB-CLEAN                     VALUE SPACES.
       01 WS-FB-MAX                        PIC 9(04) VALUE ZERO.
       01 WS-FB-IDX                        PIC 9(04) VALUE 1.
       01 WS-FB-SCAN-IDX                   PIC 9(04) VALUE 1.

      *04/28 The ledger in storage, one 56-byte FRTLEDG row each.
       01 WS-LEDGER-TABLE.
           05 WS-LG-ENTRY OCCURS 20000 TIMES.
              10 WS-LG-ROW.
                 15 WS-LG-CARRIER         PIC X(04).
                 15 WS-LG-PRO-NUMBER      PIC X(12).
                 15 WS-LG-PO-NUMBER       PIC X(06).
                 15 WS-LG-BILL-DATE       PIC 9(08).
                 15 WS-LG-BILLED          PIC 9(7)V99.
                 15 WS-LG-STATUS          PIC X(01).
                    88 WS-LG-PAID                   VALUE 'C'.
                 15 WS-LG-AUDIT-DATE      PIC 9(08).
                 15 WS-LG-LAST-RUN-DATE   PIC 9(08).
       01 WS-LG-MAX                        PIC 9(05) VALUE ZERO.
       01 WS-LG-IDX                        PIC 9(05) VALUE 1.
       01 WS-LG-FOUND-IDX                  PIC 9(05) VALUE ZERO.
       01 WS-DAYS-ON-LEDGER                PIC S9(7) VALUE ZERO.

       01 WS-CARRIER-INDEX                 PIC 9(4) VALUE 1.
       01 WS-CARRIER-FOUND-IDX             PIC 9(4) VALUE ZERO.
       01 WS-FRTRATE-INDEX                 PIC 9(4) VALUE 1.
       01 WS-PO-COUNTER                    PIC 9(2) VALUE ZERO.
       01 WS-ADDR-COUNTER                  PIC 9(2) VALUE ZERO.
       01 WS-ORDER-STATE                   PIC X(02) VALUE SPACES.

      *04/28 Contract lane - the carrier must be named; a row for
      * the bill's origin state beats the carrier's '**' row for the
      * plant, and within the lane the highest weight break the
      * billed weight reaches wins.
       01 WS-LANE-SCORE                    PIC 9(01) VALUE ZERO.
       01 WS-BEST-SCORE                    PIC 9(01) VALUE ZERO.
       01 WS-BEST-LANE-IDX                 PIC 9(4) VALUE ZERO.
       01 WS-BEST-BREAK                    PIC 9(06) VALUE ZERO.
       01 WS-CONTRACT-CHARGE               PIC 9(9)V99 VALUE ZERO.
       01 WS-ALLOWED-CHARGE                PIC 9(9)V99 VALUE ZERO.

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
              'Destiny Auto Parts - Freight Bill Audit'.
           05 FILLER              PIC X(54)      VALUE SPACES.
           05 FILLER              PIC X(5)       VALUE 'PAGE '.
           05 WS-PAGE-NO-OUT      PIC ZZZ9       VALUE ZERO.
       01 WS-SECTION-LINE.
           05 FILLER              PIC X(3)       VALUE SPACES.
           05 WS-SECTION-TITLE    PIC X(60)      VALUE SPACES.
           05 FILLER              PIC X(70)      VALUE SPACES.

       01 WS-HEADER.
          05 FILLER              PIC X(3)       VALUE SPACES.
          05 FILLER              PIC X(6)       VALUE 'Carr'.
          05 FILLER              PIC X(14)      VALUE 'Pro Number'.
          05 FILLER              PIC X(8)       VALUE 'PO'.
          05 FILLER              PIC X(10)      VALUE 'Bill Date'.
          05 FILLER              PIC X(11)      VALUE '  Weight'.
          05 FILLER              PIC X(15)      VALUE '        Billed'.
          05 FILLER              PIC X(15)      VALUE '      Contract'.
          05 FILLER              PIC X(04)      VALUE SPACES.
          05 FILLER              PIC X(30)      VALUE 'Finding'.

       01 WS-BILL-LINE-OUT.
          05 FILLER                 PIC X(3)       VALUE SPACES.
          05 BILL-CARRIER-OUT       PIC X(04)      VALUE SPACES.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 BILL-PRO-OUT           PIC X(12)      VALUE SPACES.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 BILL-PO-OUT            PIC X(06)      VALUE SPACES.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 BILL-DATE-OUT          PIC 9(08)      VALUE ZERO.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 BILL-WEIGHT-OUT        PIC Z,ZZZ,ZZ9  VALUE ZERO.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 BILL-BILLED-OUT        PIC ZZ,ZZZ,ZZ9.99 VALUE ZERO.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 BILL-CONTRACT-OUT      PIC ZZ,ZZZ,ZZ9.99 VALUE ZERO.
          05 FILLER                 PIC X(04)      VALUE SPACES.
          05 BILL-FINDING-OUT       PIC X(30)      VALUE SPACES.

       01 WS-SUMMARY-LINE.
           05 FILLER                PIC X(3)  VALUE SPACES.
           05 WS-SUMMARY-LABEL      PIC X(34) VALUE SPACES.
           05 WS-SUMMARY-COUNT      PIC ZZZ,ZZZ,ZZ9 VALUE ZERO.
           05 FILLER                PIC X(96) VALUE SPACES.
       01 WS-AMOUNT-LINE.
           05 FILLER                PIC X(3)  VALUE SPACES.
           05 WS-AMOUNT-LABEL       PIC X(34) VALUE SPACES.
           05 WS-AMOUNT-OUT         PIC ZZZ,ZZZ,ZZ9.99 VALUE ZERO.
           05 FILLER                PIC X(82) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN.
           PERFORM 000-Housekeeping.
           PERFORM 200-AuditBill
              THRU 200-AuditBill-Exit
              VARYING WS-FB-IDX FROM 1 BY 1
              UNTIL WS-FB-IDX > WS-FB-MAX.
           PERFORM 700-PrintCleanBills.
           PERFORM 710-PrintExceptions.
           PERFORM 940-WriteLedger.
           PERFORM 900-WriteSummary.
           PERFORM 600-CLOSE-FILES.
           GOBACK.

       000-Housekeeping.
           INITIALIZE WS-BILL-TABLE.
           PERFORM 370-LoadProcessDate.
           MOVE PROCESS-DATE TO WS-DATE-IN-STR-CEE.
           PERFORM 510-DayNumber.
           MOVE WS-DAY-INT TO WS-TODAY-INT.
           PERFORM 380-LoadParms.
           PERFORM 300-Open-Files.

      *04/28 One bill against the contract and the night's files -
      * the first failure wins. A clean bill goes to AP.
       200-AuditBill.
           MOVE ZERO TO WS-FB-EXPECTED (WS-FB-IDX).
           PERFORM 210-CheckDuplicate.
           IF NOT WS-FB-CLEAN (WS-FB-IDX)
              GO TO 200-AuditBill-Done
           END-IF.
           PERFORM 220-FindCarrier.
           IF WS-CARRIER-FOUND-IDX = ZERO
              MOVE 'NC' TO WS-FB-REASON (WS-FB-IDX)
              GO TO 200-AuditBill-Done
           END-IF.
           IF NOT CR-CONTRACTED (WS-CARRIER-FOUND-IDX)
              MOVE 'NC' TO WS-FB-REASON (WS-FB-IDX)
              GO TO 200-AuditBill-Done
           END-IF.
           IF NOT WS-FB-ORDER-FOUND (WS-FB-IDX)
              MOVE 'NP' TO WS-FB-REASON (WS-FB-IDX)
              GO TO 200-AuditBill-Done
           END-IF.
           IF WS-FB-PREPAID (WS-FB-IDX)
              MOVE 'PP' TO WS-FB-REASON (WS-FB-IDX)
              GO TO 200-AuditBill-Done
           END-IF.
           IF NOT WS-FB-RECEIVED (WS-FB-IDX)
              AND NOT WS-FB-ASN-FOUND (WS-FB-IDX)
              MOVE 'NS' TO WS-FB-REASON (WS-FB-IDX)
              GO TO 200-AuditBill-Done
           END-IF.
      *    Dock receipts carry no carrier - only a notice can say
      *    the freight moved with someone else.
           IF WS-FB-ASN-FOUND (WS-FB-IDX)
              AND NOT WS-FB-ASN-CARRIER-MATCH (WS-FB-IDX)
              MOVE 'WC' TO WS-FB-REASON (WS-FB-IDX)
              GO TO 200-AuditBill-Done
           END-IF.
           PERFORM 240-FindContractLane.
           IF WS-BEST-LANE-IDX = ZERO
              MOVE 'NL' TO WS-FB-REASON (WS-FB-IDX)
              GO TO 200-AuditBill-Done
           END-IF.
           PERFORM 250-PriceContract.
           IF WS-FB-BILLED (WS-FB-IDX) > WS-ALLOWED-CHARGE
              MOVE 'OB' TO WS-FB-REASON (WS-FB-IDX)
              COMPUTE WS-OVER-AMOUNT = WS-OVER-AMOUNT
                 + WS-FB-BILLED (WS-FB-IDX) - WS-CONTRACT-CHARGE
              GO TO 200-AuditBill-Done
           END-IF.
           PERFORM 260-WritePayableLine.
       200-AuditBill-Done.
           IF WS-FB-CLEAN (WS-FB-IDX)
              ADD 1 TO WS-CLEAN-CTR
              ADD WS-FB-BILLED (WS-FB-IDX) TO WS-CLEAN-AMOUNT
           ELSE
              ADD 1 TO WS-EXCEPTION-CTR
              ADD WS-FB-BILLED (WS-FB-IDX) TO WS-HELD-AMOUNT
              EVALUATE WS-FB-REASON (WS-FB-IDX)
                 WHEN 'DP' ADD 1 TO WS-DUP-PRO-CTR
                 WHEN 'NC' ADD 1 TO WS-NOT-CONTRACT-CTR
                 WHEN 'NP' ADD 1 TO WS-NO-ORDER-CTR
                 WHEN 'PP' ADD 1 TO WS-PREPAID-CTR
                 WHEN 'NS' ADD 1 TO WS-NO-SHIPMENT-CTR
                 WHEN 'WC' ADD 1 TO WS-WRONG-CARRIER-CTR
                 WHEN 'NL' ADD 1 TO WS-NO-LANE-CTR
                 WHEN 'OB' ADD 1 TO WS-OVERBILLED-CTR
              END-EVALUATE
           END-IF.
       200-AuditBill-Exit.
           EXIT.

      *04/28 A pro already paid, or billed earlier on tonight's
      * feed, is a duplicate. A pro held last time is not - the
      * carrier is re-billing it corrected.
       210-CheckDuplicate.
           PERFORM 215-FindLedgerRow.
           IF WS-LG-FOUND-IDX > ZERO
              IF WS-LG-PAID (WS-LG-FOUND-IDX)
                 MOVE 'DP' TO WS-FB-REASON (WS-FB-IDX)
              END-IF
           END-IF.
           PERFORM VARYING WS-FB-SCAN-IDX FROM 1 BY 1
              UNTIL WS-FB-SCAN-IDX >= WS-FB-IDX
                 IF WS-FB-CARRIER (WS-FB-SCAN-IDX)
                       = WS-FB-CARRIER (WS-FB-IDX)
                    AND WS-FB-PRO-NUMBER (WS-FB-SCAN-IDX)
                       = WS-FB-PRO-NUMBER (WS-FB-IDX)
                    MOVE 'DP' TO WS-FB-REASON (WS-FB-IDX)
                 END-IF
           END-PERFORM.

       215-FindLedgerRow.
           MOVE ZERO TO WS-LG-FOUND-IDX.
           PERFORM VARYING WS-LG-IDX FROM 1 BY 1
              UNTIL WS-LG-IDX > WS-LG-MAX
                 OR WS-LG-FOUND-IDX > ZERO
                 IF WS-LG-CARRIER (WS-LG-IDX)
                       = WS-FB-CARRIER (WS-FB-IDX)
                    AND WS-LG-PRO-NUMBER (WS-LG-IDX)
                       = WS-FB-PRO-NUMBER (WS-FB-IDX)
                    MOVE WS-LG-IDX TO WS-LG-FOUND-IDX
                 END-IF
           END-PERFORM.

       220-FindCarrier.
           MOVE ZERO TO WS-CARRIER-FOUND-IDX.
           PERFORM VARYING WS-CARRIER-INDEX FROM 1 BY 1
              UNTIL WS-CARRIER-INDEX > CARRIER-MAX
                 OR WS-CARRIER-FOUND-IDX > ZERO
                 IF CR-CARRIER-CODE (WS-CARRIER-INDEX)
                       = WS-FB-CARRIER (WS-FB-IDX)
                    MOVE WS-CARRIER-INDEX TO WS-CARRIER-FOUND-IDX
                 END-IF
           END-PERFORM.

       240-FindContractLane.
           MOVE ZERO TO WS-BEST-LANE-IDX.
           MOVE ZERO TO WS-BEST-SCORE.
           MOVE ZERO TO WS-BEST-BREAK.
           PERFORM VARYING WS-FRTRATE-INDEX FROM 1 BY 1
              UNTIL WS-FRTRATE-INDEX > FREIGHT-RATE-MAX
                 IF FR-CARRIER-CODE (WS-FRTRATE-INDEX)
                       = WS-FB-CARRIER (WS-FB-IDX)
                    AND FR-DEST-PLANT (WS-FRTRATE-INDEX)
                       = WS-FB-PLANT (WS-FB-IDX)
                    AND FR-WEIGHT-BREAK (WS-FRTRATE-INDEX)
                       NOT > WS-FB-WEIGHT (WS-FB-IDX)
                    AND (FR-ORIGIN-STATE (WS-FRTRATE-INDEX)
                          = WS-FB-ORIGIN-STATE (WS-FB-IDX)
                       OR FR-ORIGIN-STATE (WS-FRTRATE-INDEX) = '**')
                    MOVE 1 TO WS-LANE-SCORE
                    IF FR-ORIGIN-STATE (WS-FRTRATE-INDEX) NOT = '**'
                       ADD 1 TO WS-LANE-SCORE
                    END-IF
                    IF WS-LANE-SCORE > WS-BEST-SCORE
                       OR (WS-LANE-SCORE = WS-BEST-SCORE
                          AND FR-WEIGHT-BREAK (WS-FRTRATE-INDEX)
                             > WS-BEST-BREAK)
                       MOVE WS-LANE-SCORE TO WS-BEST-SCORE
                       MOVE FR-WEIGHT-BREAK (WS-FRTRATE-INDEX)
                          TO WS-BEST-BREAK
                       MOVE WS-FRTRATE-INDEX TO WS-BEST-LANE-IDX
                    END-IF
                 END-IF
           END-PERFORM.

      *04/28 The bill carries no cube, so the contract charge is
      * weight at the break's rate, never under the minimum, plus
      * the contract fuel surcharge.
       250-PriceContract.
           COMPUTE WS-CONTRACT-CHARGE ROUNDED =
              WS-FB-WEIGHT (WS-FB-IDX)
              * FR-RATE-PER-LB (WS-BEST-LANE-IDX).
           IF WS-CONTRACT-CHARGE < FR-MIN-CHARGE (WS-BEST-LANE-IDX)
              MOVE FR-MIN-CHARGE (WS-BEST-LANE-IDX)
                 TO WS-CONTRACT-CHARGE
           END-IF.
           COMPUTE WS-CONTRACT-CHARGE ROUNDED =
              WS-CONTRACT-CHARGE
              * (1 + FR-FUEL-PCT (WS-BEST-LANE-IDX) / 100).
           MOVE WS-CONTRACT-CHARGE TO WS-FB-EXPECTED (WS-FB-IDX).
           COMPUTE WS-ALLOWED-CHARGE ROUNDED =
              WS-CONTRACT-CHARGE * (1 + WS-TOLERANCE-PCT / 100).

       260-WritePayableLine.
           MOVE SPACES TO FRTPAYO-REC.
           MOVE WS-FB-PO-NUMBER (WS-FB-IDX) TO FP-PO-NUMBER.
           MOVE WS-FB-CARRIER (WS-FB-IDX) TO FP-VENDOR-ID.
           MOVE 1 TO FP-QUANTITY.
           MOVE WS-FB-BILLED (WS-FB-IDX) TO FP-UNIT-PRICE.
           MOVE WS-FB-BILLED (WS-FB-IDX) TO FP-EXTENDED-AMOUNT.
           MOVE WS-FB-BILLED (WS-FB-IDX) TO FP-USD-AMOUNT.
           MOVE WS-FB-BILL-DATE (WS-FB-IDX) TO FP-ORDER-DATE.
           MOVE WS-FB-BILL-DATE (WS-FB-IDX) TO FP-DELIVERY-DATE.
           MOVE 'USD' TO FP-CURRENCY-CODE.
           MOVE WS-FB-PRO-NUMBER (WS-FB-IDX) TO FP-PART-NUMBER.
           MOVE CR-CARRIER-NAME (WS-CARRIER-FOUND-IDX)
              TO FP-SUPPLIER-NAME.
           MOVE ZERO TO FP-DUE-DATE.
           MOVE ZERO TO FP-DISCOUNT-DATE.
           MOVE ZERO TO FP-DISCOUNT-AMOUNT.
           MOVE 'I' TO FP-DOC-TYPE.
      *    Carrier bills route by check, as consignment payables do.
           MOVE 'C' TO FP-PAY-METHOD.
           MOVE SPACES TO FP-ACCT-MASK.
           MOVE WS-FB-CARRIER (WS-FB-IDX) TO FP-CARRIER-CODE.
           MOVE 'CC' TO FP-FREIGHT-TERMS.
           MOVE PROCESS-DATE TO FP-RUN-DATE.
           MOVE ZERO TO FP-RUN-SEQ.
      *05/22 Carriers are third parties - never intercompany.
           MOVE WS-FB-COMPANY (WS-FB-IDX) TO FP-COMPANY-CODE.
           MOVE 'N' TO FP-INTERCO-FLAG.
           WRITE FRTPAYO-REC.
           IF OUT-FRTPAYO-KEY NOT = '00'
              GO TO 2000-ABEND-RTN
           END-IF.

       300-Open-Files.
           OPEN INPUT FRTLEDG.
           IF FRTLEDG-NOT-FOUND
              CONTINUE
           ELSE
              IF FRTLEDG-KEY NOT = '00'
                 DISPLAY 'File Problem openning FRTLEDG'
                 GO TO 2000-ABEND-RTN
              ELSE
                 PERFORM 310-LoadLedger UNTIL FRTLEDG-EOF
                 CLOSE FRTLEDG
              END-IF
           END-IF.

           OPEN INPUT CARRIERS.
           IF IN-CARRIERS-KEY NOT = '00' THEN
                DISPLAY 'File Problem openning Input CARRIERS'
                GO TO 2000-ABEND-RTN
           ELSE
                MOVE 1 TO WS-CARRIER-INDEX
                PERFORM 320-ReadNextCarrier UNTIL CARRIERS-EOF
                COMPUTE CARRIER-MAX = WS-CARRIER-INDEX - 1
                CLOSE CARRIERS
           END-IF.

           OPEN INPUT FRTRATE.
           IF FRTRATE-NOT-FOUND
              CONTINUE
           ELSE
              IF IN-FRTRATE-KEY NOT = '00'
                 DISPLAY 'File Problem openning Input FRTRATE'
                 GO TO 2000-ABEND-RTN
              ELSE
                 MOVE 1 TO WS-FRTRATE-INDEX
                 PERFORM 325-ReadNextRate UNTIL FRTRATE-EOF
                 COMPUTE FREIGHT-RATE-MAX = WS-FRTRATE-INDEX - 1
                 CLOSE FRTRATE
              END-IF
           END-IF.

           OPEN INPUT FRTINV.
           IF IN-FRTINV-KEY NOT = '00' THEN
                DISPLAY 'File Problem openning Input FRTINV'
                GO TO 2000-ABEND-RTN
           ELSE
                PERFORM 330-LoadBill UNTIL FRTINV-EOF
                CLOSE FRTINV
           END-IF.

           OPEN INPUT OPENPO.
           IF IN-OPENPO-KEY NOT = '00' THEN
                DISPLAY 'File Problem openning Input OPENPO'
                GO TO 2000-ABEND-RTN
           ELSE
                PERFORM 340-TakeOrder UNTIL OPENPO-EOF
                CLOSE OPENPO
           END-IF.

           OPEN INPUT GOODDATA-FILE.
           IF IN-GOODDATA-KEY NOT = '00' THEN
                DISPLAY 'File Problem openning Input GOODDATA'
                GO TO 2000-ABEND-RTN
           ELSE
                PERFORM 430-Read-GoodData
                PERFORM 345-TakeOrderTerms UNTIL GOODDATA-EOF
                CLOSE GOODDATA-FILE
           END-IF.

           OPEN INPUT RECEIPTS.
           IF IN-RECEIPTS-KEY NOT = '00' THEN
                DISPLAY 'File Problem openning Input RECEIPTS'
                GO TO 2000-ABEND-RTN
           ELSE
                PERFORM 350-TakeReceipt UNTIL RECEIPTS-EOF
                CLOSE RECEIPTS
           END-IF.

           OPEN INPUT ASNIN.
           IF IN-ASNIN-KEY NOT = '00' THEN
                DISPLAY 'File Problem openning Input ASNIN'
                GO TO 2000-ABEND-RTN
           ELSE
                PERFORM 355-TakeNotice UNTIL ASNIN-EOF
                CLOSE ASNIN
           END-IF.

           OPEN OUTPUT FRTPAYO.
           IF OUT-FRTPAYO-KEY NOT = '00' THEN
                DISPLAY 'File Problem openning FRTPAYO'
                GO TO 2000-ABEND-RTN
           END-IF.
           OPEN OUTPUT PRINT-LINE.

       310-LoadLedger.
           READ FRTLEDG
              AT END
                 MOVE 'Y' TO FRTLEDG-EOF-WS
           END-READ.
      *04/28 A ledger already stamped with tonight's process date
      * means tonight's bills are already on it - stop rather than
      * pay twice, the CONSBAL stand.
           IF NOT FRTLEDG-EOF
              AND FL-LAST-RUN-DATE = PROCESS-DATE
              DISPLAY 'FRTAUDIT - FRTLEDG ALREADY CARRIES THE RUN '
                 'FOR ' PROCESS-DATE ' - RERUN WOULD PAY TWICE. '
                 'RESTORE FRTLEDG BEFORE RERUNNING'
              GO TO 2000-ABEND-RTN
           END-IF.
           IF NOT FRTLEDG-EOF
              IF WS-LG-MAX >= 20000
                 DISPLAY 'FRTAUDIT - FREIGHT LEDGER TABLE FULL AT '
                    '20000 ROWS - RAISE OCCURS IN FRTAUDIT'
                 GO TO 2000-ABEND-RTN
              END-IF
              ADD 1 TO WS-LG-MAX
              MOVE FRTLEDG-REC TO WS-LG-ROW (WS-LG-MAX)
              ADD 1 TO WS-IN-LEDGER-CTR
           END-IF.

       320-ReadNextCarrier.
           IF WS-CARRIER-INDEX > 100
              DISPLAY 'FRTAUDIT - CARRIER TABLE FULL AT 100 '
                 'ROWS - RAISE OCCURS IN CARRTAB'
              GO TO 2000-ABEND-RTN
           END-IF.
           READ CARRIERS INTO CARRIER-LIST(WS-CARRIER-INDEX)
              AT END
                 MOVE 'Y' TO CARRIERS-EOF-WS
           END-READ.
           IF NOT CARRIERS-EOF
              ADD 1 TO WS-CARRIER-INDEX
           END-IF.

       325-ReadNextRate.
           READ FRTRATE
              AT END
                 MOVE 'Y' TO FRTRATE-EOF-WS
           END-READ.
           IF NOT FRTRATE-EOF
              IF WS-FRTRATE-INDEX > 1000
                 DISPLAY 'FRTAUDIT - FREIGHT RATE TABLE FULL AT 1000 '
                    'ROWS - RAISE OCCURS IN FRTTAB'
                 GO TO 2000-ABEND-RTN
              END-IF
              MOVE FRTRATE-REC TO FREIGHT-RATE-LIST (WS-FRTRATE-INDEX)
              ADD 1 TO WS-FRTRATE-INDEX
           END-IF.

       330-LoadBill.
           PERFORM 410-Read-FRTINV.
           IF NOT FRTINV-EOF
              IF WS-FB-MAX >= 2000
                 DISPLAY 'FRTAUDIT - FREIGHT BILL TABLE FULL AT 2000 '
                    'ROWS - RAISE OCCURS IN FRTAUDIT'
                 GO TO 2000-ABEND-RTN
              END-IF
              ADD 1 TO WS-FB-MAX
              MOVE FI-CARRIER-CODE TO WS-FB-CARRIER (WS-FB-MAX)
              MOVE FI-PRO-NUMBER TO WS-FB-PRO-NUMBER (WS-FB-MAX)
              MOVE FI-BILL-DATE TO WS-FB-BILL-DATE (WS-FB-MAX)
              MOVE FI-PO-NUMBER TO WS-FB-PO-NUMBER (WS-FB-MAX)
              MOVE FI-BILLED-WEIGHT TO WS-FB-WEIGHT (WS-FB-MAX)
              MOVE FI-LINEHAUL-AMT TO WS-FB-LINEHAUL (WS-FB-MAX)
              MOVE FI-FUEL-AMT TO WS-FB-FUEL (WS-FB-MAX)
              COMPUTE WS-FB-BILLED (WS-FB-MAX) =
                 FI-LINEHAUL-AMT + FI-FUEL-AMT
              MOVE 'N' TO WS-FB-ORDER-FLAG (WS-FB-MAX)
              MOVE 'N' TO WS-FB-GOOD-FLAG (WS-FB-MAX)
              MOVE 'N' TO WS-FB-RECEIPT-FLAG (WS-FB-MAX)
              MOVE 'N' TO WS-FB-ASN-FLAG (WS-FB-MAX)
              MOVE 'N' TO WS-FB-ASN-CARRIER-FLAG (WS-FB-MAX)
              MOVE SPACES TO WS-FB-REASON (WS-FB-MAX)
              MOVE '01' TO WS-FB-COMPANY (WS-FB-MAX)
           END-IF.

      *04/28 The order's receiving plant is the lane's destination.
       340-TakeOrder.
           READ OPENPO
              AT END
                 MOVE 'Y' TO OPENPO-EOF-WS
           END-READ.
           IF NOT OPENPO-EOF
              PERFORM VARYING WS-FB-SCAN-IDX FROM 1 BY 1
                 UNTIL WS-FB-SCAN-IDX > WS-FB-MAX
                    IF WS-FB-PO-NUMBER (WS-FB-SCAN-IDX)
                          = OP-PO-NUMBER
                       MOVE 'Y' TO WS-FB-ORDER-FLAG (WS-FB-SCAN-IDX)
                       MOVE OP-SHIP-TO-PLANT
                          TO WS-FB-PLANT (WS-FB-SCAN-IDX)
                       IF OP-COMPANY-CODE NOT = SPACES
                          MOVE OP-COMPANY-CODE
                             TO WS-FB-COMPANY (WS-FB-SCAN-IDX)
                       END-IF
                    END-IF
              END-PERFORM
           END-IF.

      *04/28 Freight terms and the order-address state - the lane's
      * origin - off the order's GOODDATA record. The generations
      * come newest first, so the first one read for a PO wins.
       345-TakeOrderTerms.
           MOVE SPACES TO WS-ORDER-STATE.
           PERFORM VARYING WS-ADDR-COUNTER FROM 1 BY 1
              UNTIL WS-ADDR-COUNTER > SUPP-ADDR-COUNT-PO
                 OR WS-ADDR-COUNTER > 6
                 OR WS-ORDER-STATE NOT = SPACES
                 IF ORDER-ADDRESS-PO (WS-ADDR-COUNTER)
                    MOVE ADDR-STATE-PO (WS-ADDR-COUNTER)
                       TO WS-ORDER-STATE
                 END-IF
           END-PERFORM.
           PERFORM VARYING WS-PO-COUNTER FROM 1 BY 1
              UNTIL WS-PO-COUNTER > PURCHASE-ORDER-COUNT-PO
                 OR WS-PO-COUNTER > 6
                 PERFORM 346-MatchOrderTerms
           END-PERFORM.
           PERFORM 430-Read-GoodData.

       346-MatchOrderTerms.
           PERFORM VARYING WS-FB-SCAN-IDX FROM 1 BY 1
              UNTIL WS-FB-SCAN-IDX > WS-FB-MAX
                 IF WS-FB-PO-NUMBER (WS-FB-SCAN-IDX)
                       = PO-NUMBER-PO (WS-PO-COUNTER)
                    AND NOT WS-FB-GOOD-FOUND (WS-FB-SCAN-IDX)
                    MOVE 'Y' TO WS-FB-GOOD-FLAG (WS-FB-SCAN-IDX)
                    MOVE FREIGHT-TERMS-PO
                       TO WS-FB-TERMS (WS-FB-SCAN-IDX)
                    MOVE WS-ORDER-STATE
                       TO WS-FB-ORIGIN-STATE (WS-FB-SCAN-IDX)
                 END-IF
           END-PERFORM.

       350-TakeReceipt.
           READ RECEIPTS
              AT END
                 MOVE 'Y' TO RECEIPTS-EOF-WS
           END-READ.
           IF NOT RECEIPTS-EOF
              PERFORM VARYING WS-FB-SCAN-IDX FROM 1 BY 1
                 UNTIL WS-FB-SCAN-IDX > WS-FB-MAX
                    IF WS-FB-PO-NUMBER (WS-FB-SCAN-IDX)
                          = RCPT-PO-NUMBER
                       MOVE 'Y' TO WS-FB-RECEIPT-FLAG (WS-FB-SCAN-IDX)
                    END-IF
              END-PERFORM
           END-IF.

       355-TakeNotice.
           READ ASNIN
              AT END
                 MOVE 'Y' TO ASNIN-EOF-WS
           END-READ.
           IF NOT ASNIN-EOF
              PERFORM VARYING WS-FB-SCAN-IDX FROM 1 BY 1
                 UNTIL WS-FB-SCAN-IDX > WS-FB-MAX
                    IF WS-FB-PO-NUMBER (WS-FB-SCAN-IDX)
                          = ASN-PO-NUMBER
                       MOVE 'Y' TO WS-FB-ASN-FLAG (WS-FB-SCAN-IDX)
                       IF ASN-CARRIER = WS-FB-CARRIER (WS-FB-SCAN-IDX)
                          MOVE 'Y'
                             TO WS-FB-ASN-CARRIER-FLAG (WS-FB-SCAN-IDX)
                       END-IF
                    END-IF
              END-PERFORM
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

      *04/28 The PARMMAST master's values, when in force on the
      * business process date, override the defaults - see PARMTAB.
       380-LoadParms.
           MOVE 'FRTTOLPC' TO PRQ-PARM-NAME.
           MOVE PROCESS-DATE TO PRQ-AS-OF-DATE.
           CALL 'PARMLOAD' USING PARM-REQUEST.
           IF PRQ-PARM-FOUND
              MOVE PRQ-PARM-VALUE (1:3) TO WS-TOLERANCE-PCT
           END-IF.
           MOVE 'FRTKEEP ' TO PRQ-PARM-NAME.
           MOVE PROCESS-DATE TO PRQ-AS-OF-DATE.
           CALL 'PARMLOAD' USING PARM-REQUEST.
           IF PRQ-PARM-FOUND
              MOVE PRQ-PARM-VALUE (1:3) TO WS-KEEP-DAYS
           END-IF.

       410-Read-FRTINV.
           READ FRTINV
                AT END MOVE "Y" TO FRTINV-EOF-WS
           END-READ.
           IF (NOT FRTINV-EOF) THEN
              ADD +1 TO WS-IN-FRTINV-CTR
           END-IF.

       430-Read-GoodData.
           READ GOODDATA-FILE INTO PART-SUPP-ADDR-PO
              AT END MOVE 'Y' TO GOODDATA-EOF-WS
           END-READ.

      *04/28 Lilian day number for the date in WS-DATE-IN-STR-CEE -
      * zero when CEEDAYS will not take it.
       510-DayNumber.
           CALL "CEEDAYS" USING WS-DATE-IN-CEE, WS-PICSTR-IN,
              WS-DAY-INT, FC.
           IF FC-SEV NOT = ZERO
              MOVE ZERO TO WS-DAY-INT
           END-IF.

       600-CLOSE-FILES.
           CLOSE  FRTPAYO, PRINT-LINE.

      * Matches the fix in FINALEX's 2000-ABEND-RTN - DISPLAY and
      * EXIT alone just fell through to whatever paragraph follows.
       2000-ABEND-RTN.
           DISPLAY 'PROGRAM ENCOUNTERED AN ERROR'.
           MOVE 16 TO RETURN-CODE.
           GOBACK.

       700-PrintCleanBills.
           MOVE SPACES TO PRINT-REC.
           PERFORM 800-NEW-PAGE.
           MOVE 'CLEAN FREIGHT BILLS - PASSED TO AP'
              TO WS-SECTION-TITLE.
           PERFORM 820-Write-Section.
           PERFORM VARYING WS-FB-IDX FROM 1 BY 1
              UNTIL WS-FB-IDX > WS-FB-MAX
                 IF WS-FB-CLEAN (WS-FB-IDX)
                    PERFORM 720-Write-Bill-Line
                 END-IF
           END-PERFORM.

       710-PrintExceptions.
           PERFORM 800-NEW-PAGE.
           MOVE 'FREIGHT BILL EXCEPTIONS - HELD FROM AP'
              TO WS-SECTION-TITLE.
           PERFORM 820-Write-Section.
           PERFORM VARYING WS-FB-IDX FROM 1 BY 1
              UNTIL WS-FB-IDX > WS-FB-MAX
                 IF NOT WS-FB-CLEAN (WS-FB-IDX)
                    PERFORM 720-Write-Bill-Line
                 END-IF
           END-PERFORM.

       720-Write-Bill-Line.
           MOVE WS-FB-CARRIER (WS-FB-IDX) TO BILL-CARRIER-OUT.
           MOVE WS-FB-PRO-NUMBER (WS-FB-IDX) TO BILL-PRO-OUT.
           MOVE WS-FB-PO-NUMBER (WS-FB-IDX) TO BILL-PO-OUT.
           MOVE WS-FB-BILL-DATE (WS-FB-IDX) TO BILL-DATE-OUT.
           MOVE WS-FB-WEIGHT (WS-FB-IDX) TO BILL-WEIGHT-OUT.
           MOVE WS-FB-BILLED (WS-FB-IDX) TO BILL-BILLED-OUT.
           MOVE WS-FB-EXPECTED (WS-FB-IDX) TO BILL-CONTRACT-OUT.
           EVALUATE WS-FB-REASON (WS-FB-IDX)
              WHEN SPACES
                 MOVE 'CLEAN' TO BILL-FINDING-OUT
              WHEN 'DP'
                 MOVE 'DP DUPLICATE PRO NUMBER' TO BILL-FINDING-OUT
              WHEN 'NC'
                 MOVE 'NC CARRIER NOT UNDER CONTRACT'
                    TO BILL-FINDING-OUT
              WHEN 'NP'
                 MOVE 'NP ORDER NOT ON OPENPO' TO BILL-FINDING-OUT
              WHEN 'PP'
                 MOVE 'PP SUPPLIER PREPAYS FREIGHT' TO BILL-FINDING-OUT
              WHEN 'NS'
                 MOVE 'NS NO RECEIPT OR ASN' TO BILL-FINDING-OUT
              WHEN 'WC'
                 MOVE 'WC ASN NAMES ANOTHER CARRIER'
                    TO BILL-FINDING-OUT
              WHEN 'NL'
                 MOVE 'NL NO CONTRACT RATE FOR LANE' TO BILL-FINDING-OUT
              WHEN 'OB'
                 MOVE 'OB OVERBILLED VS CONTRACT' TO BILL-FINDING-OUT
           END-EVALUATE.
           IF WS-LINE-KTR > WS-MAX-LINES-PER-PAGE
              PERFORM 800-NEW-PAGE
              PERFORM 820-Write-Section
           END-IF.
           WRITE PRINT-REC FROM WS-BILL-LINE-OUT.
           ADD 1 TO WS-LINE-KTR.

       800-NEW-PAGE.
           ADD 1 TO WS-PAGE-CTR.
           MOVE WS-PAGE-CTR TO WS-PAGE-NO-OUT.
           WRITE PRINT-REC FROM WS-PAGE-HEADING AFTER ADVANCING PAGE.
           MOVE ZERO TO WS-LINE-KTR.

       820-Write-Section.
           WRITE PRINT-REC FROM WS-BLANK-LINE.
           WRITE PRINT-REC FROM WS-SECTION-LINE.
           WRITE PRINT-REC FROM WS-HEADER.
           ADD 3 TO WS-LINE-KTR.

       900-WriteSummary.
           PERFORM 800-NEW-PAGE.
           WRITE PRINT-REC FROM WS-BLANK-LINE.
           MOVE 'RUN SUMMARY' TO WS-SUMMARY-LABEL.
           MOVE ZERO TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'FREIGHT BILLS READ' TO WS-SUMMARY-LABEL.
           MOVE WS-IN-FRTINV-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'CLEAN BILLS PASSED TO AP' TO WS-SUMMARY-LABEL.
           MOVE WS-CLEAN-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'BILLS HELD AS EXCEPTIONS' TO WS-SUMMARY-LABEL.
           MOVE WS-EXCEPTION-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE '  DUPLICATE PRO NUMBER' TO WS-SUMMARY-LABEL.
           MOVE WS-DUP-PRO-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE '  CARRIER NOT UNDER CONTRACT' TO WS-SUMMARY-LABEL.
           MOVE WS-NOT-CONTRACT-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE '  ORDER NOT ON OPENPO' TO WS-SUMMARY-LABEL.
           MOVE WS-NO-ORDER-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE '  SUPPLIER PREPAYS FREIGHT' TO WS-SUMMARY-LABEL.
           MOVE WS-PREPAID-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE '  NO RECEIPT OR ASN' TO WS-SUMMARY-LABEL.
           MOVE WS-NO-SHIPMENT-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE '  ASN NAMES ANOTHER CARRIER' TO WS-SUMMARY-LABEL.
           MOVE WS-WRONG-CARRIER-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE '  NO CONTRACT RATE FOR LANE' TO WS-SUMMARY-LABEL.
           MOVE WS-NO-LANE-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE '  OVERBILLED VS CONTRACT' TO WS-SUMMARY-LABEL.
           MOVE WS-OVERBILLED-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'LEDGER ROWS CARRIED IN' TO WS-SUMMARY-LABEL.
           MOVE WS-IN-LEDGER-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'LEDGER ROWS AGED OFF' TO WS-SUMMARY-LABEL.
           MOVE WS-PURGED-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'LEDGER ROWS WRITTEN' TO WS-SUMMARY-LABEL.
           MOVE WS-OUT-LEDGER-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'AMOUNT PASSED TO AP' TO WS-AMOUNT-LABEL.
           MOVE WS-CLEAN-AMOUNT TO WS-AMOUNT-OUT.
           WRITE PRINT-REC FROM WS-AMOUNT-LINE.
           MOVE 'AMOUNT HELD' TO WS-AMOUNT-LABEL.
           MOVE WS-HELD-AMOUNT TO WS-AMOUNT-OUT.
           WRITE PRINT-REC FROM WS-AMOUNT-LINE.
           MOVE 'OVERBILLED OVER CONTRACT' TO WS-AMOUNT-LABEL.
           MOVE WS-OVER-AMOUNT TO WS-AMOUNT-OUT.
           WRITE PRINT-REC FROM WS-AMOUNT-LINE.

      *04/28 Tonight's bills onto the ledger - a re-billed pro held
      * last time takes its existing row, a duplicate of a paid pro
      * leaves the paid row alone - then the whole ledger out,
      * stamped with the run date, less rows past the keep days.
       940-WriteLedger.
           PERFORM VARYING WS-FB-IDX FROM 1 BY 1
              UNTIL WS-FB-IDX > WS-FB-MAX
                 IF WS-FB-REASON (WS-FB-IDX) NOT = 'DP'
                    PERFORM 945-PostBill
                 END-IF
           END-PERFORM.
           OPEN OUTPUT FRTLEDG.
           IF FRTLEDG-KEY NOT = '00'
              DISPLAY 'File Problem openning FRTLEDG for OUTPUT'
              GO TO 2000-ABEND-RTN
           END-IF.
           PERFORM VARYING WS-LG-IDX FROM 1 BY 1
              UNTIL WS-LG-IDX > WS-LG-MAX
                 PERFORM 950-WriteLedgerRow
           END-PERFORM.
           CLOSE FRTLEDG.

       945-PostBill.
           PERFORM 215-FindLedgerRow.
           IF WS-LG-FOUND-IDX = ZERO
              IF WS-LG-MAX >= 20000
                 DISPLAY 'FRTAUDIT - FREIGHT LEDGER TABLE FULL AT '
                    '20000 ROWS - RAISE OCCURS IN FRTAUDIT'
                 GO TO 2000-ABEND-RTN
              END-IF
              ADD 1 TO WS-LG-MAX
              MOVE WS-LG-MAX TO WS-LG-FOUND-IDX
              MOVE WS-FB-CARRIER (WS-FB-IDX)
                 TO WS-LG-CARRIER (WS-LG-FOUND-IDX)
              MOVE WS-FB-PRO-NUMBER (WS-FB-IDX)
                 TO WS-LG-PRO-NUMBER (WS-LG-FOUND-IDX)
           END-IF.
           MOVE WS-FB-PO-NUMBER (WS-FB-IDX)
              TO WS-LG-PO-NUMBER (WS-LG-FOUND-IDX).
           MOVE WS-FB-BILL-DATE (WS-FB-IDX)
              TO WS-LG-BILL-DATE (WS-LG-FOUND-IDX).
           MOVE WS-FB-BILLED (WS-FB-IDX)
              TO WS-LG-BILLED (WS-LG-FOUND-IDX).
           IF WS-FB-CLEAN (WS-FB-IDX)
              MOVE 'C' TO WS-LG-STATUS (WS-LG-FOUND-IDX)
           ELSE
              MOVE 'X' TO WS-LG-STATUS (WS-LG-FOUND-IDX)
           END-IF.
           MOVE PROCESS-DATE TO WS-LG-AUDIT-DATE (WS-LG-FOUND-IDX).

       950-WriteLedgerRow.
           MOVE ZERO TO WS-DAYS-ON-LEDGER.
           MOVE WS-LG-AUDIT-DATE (WS-LG-IDX) TO WS-DATE-IN-STR-CEE.
           PERFORM 510-DayNumber.
           IF WS-DAY-INT > ZERO
              COMPUTE WS-DAYS-ON-LEDGER = WS-TODAY-INT - WS-DAY-INT
           END-IF.
           IF WS-DAYS-ON-LEDGER > WS-KEEP-DAYS
              ADD 1 TO WS-PURGED-CTR
           ELSE
              MOVE PROCESS-DATE TO WS-LG-LAST-RUN-DATE (WS-LG-IDX)
              MOVE WS-LG-ROW (WS-LG-IDX) TO FRTLEDG-REC
              WRITE FRTLEDG-REC
              IF FRTLEDG-KEY NOT = '00'
                 GO TO 2000-ABEND-RTN
              END-IF
              ADD 1 TO WS-OUT-LEDGER-CTR
           END-IF.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. RCLTRACE.
       AUTHOR. FABIO COSTA.
      ******************************************************************
      * 04/26 Supplier recall and field-campaign trace. When a
      * supplier announces a recall ("lots 4411-4420", "everything
      * shipped in March") working out what we took in and where it
      * went took days across CERTMAST, RECEIPTS, OPENPO and the
      * drop-ship addresses. Given the RECALLCD card - supplier
      * and/or part, an optional lot range and an optional date
      * range - this utility prints:
      *   - every dock receipt against the supplier's orders for the
      *     part inside the range, by plant, with the lot or cert
      *     the dock recorded against it;
      *   - every date-coded lot on LOTMAST inside the lot range;
      *   - what is still on our shelves, plant by plant, off the
      *     count-adjusted ONHAND, and how much of it is in the
      *     recalled lots where the lots are tracked;
      *   - every drop-ship order that went straight to a customer's
      *     shop, with the shop's address off GOODDATA, so the
      *     counter can call them.
      * A lot range is matched against LOTMAST lot numbers and
      * CERTMAST cert ids. An order with nothing recorded against it
      * in either is listed as LOT NOT RECORDED rather than dropped -
      * a recall errs on the side of the call. The date range is the
      * dock's receipt date, and the order's delivery date for a
      * drop-ship order, which never crosses our dock.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * The recall being traced - see RECALLCD-REC.
           SELECT RECALLCD ASSIGN TO RECALLCD
           FILE STATUS IS IN-RECALLCD-KEY.

      * Input open-PO status file, as written by POMATCH
           SELECT OPENPO ASSIGN TO OPENPO
           FILE STATUS IS IN-OPENPO-KEY.

      * Input dock receipts, as the dock system appends them
           SELECT RECEIPTS ASSIGN TO RECEIPTS
           FILE STATUS IS IN-RECEIPTS-KEY.

      * Input cert master, as CERTTRCK accumulates it
           SELECT CERTMAST ASSIGN TO CERTMAST
           FILE STATUS IS IN-CERTMAST-KEY.

      * Input lot master, as LOTTRK writes it
           SELECT LOTMAST ASSIGN TO LOTMAST
           FILE STATUS IS IN-LOTMAST-KEY.

      * Input on-hand balances, as CYCCOUNT adjusted them
           SELECT ONHAND ASSIGN TO ONHAND
           FILE STATUS IS IN-ONHAND-KEY.

      * Input edited part/supplier records, for drop-ship addresses
           SELECT GOODDATA-FILE ASSIGN TO GOODDATA
           FILE STATUS IS IN-GOODDATA-KEY.

      * Output Recall Trace Report
           SELECT PRINT-LINE ASSIGN TO PRTLINE.

       DATA DIVISION.
       FILE SECTION.
      *04/26 The recall - blanks or zeros mean any. Supplier or part
      * must be given; a lot range with only its low end is that one
      * lot.
       FD  RECALLCD
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 73 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RECALLCD-REC.
       01  RECALLCD-REC.
           05  RCL-SUPPLIER-CODE       PIC X(10).
           05  RCL-PART-NUMBER         PIC X(23).
           05  RCL-LOT-FROM            PIC X(12).
           05  RCL-LOT-TO              PIC X(12).
           05  RCL-FROM-DATE           PIC 9(08).
           05  RCL-TO-DATE             PIC 9(08).

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
           05  OP-ORDER-TYPE           PIC X(01).
           05  OP-AMENDED-FLAG         PIC X(01).
           05  OP-DROP-SHIP            PIC X(01).
           05  OP-COMPANY-CODE         PIC X(02).
           05  OP-INTERCO-FLAG         PIC X(01).

      * Same 25-byte dock receipt row POMATCH reads.
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

      * Same 47-byte cert row CERTTRCK accumulates.
       FD  CERTMAST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 47 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CERTMAST-REC.
       01  CERTMAST-REC.
           05  CM-PO-NUMBER            PIC X(06).
           05  CM-PART-NUMBER          PIC X(23).
           05  CM-CERT-ID              PIC X(10).
           05  CM-RECEIVED-DATE        PIC 9(08).

      * Same 109-byte lot row LOTTRK writes.
       FD  LOTMAST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 109 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS LOTMAST-REC.
       01  LOTMAST-REC.
           05  LT-PLANT-CODE           PIC X(03).
           05  LT-PART-NUMBER          PIC X(23).
           05  LT-LOT-NUMBER           PIC X(12).
           05  LT-PO-NUMBER            PIC X(06).
           05  LT-SUPPLIER-CODE        PIC X(10).
           05  LT-RECEIPT-DATE         PIC 9(08).
           05  LT-MFG-DATE             PIC 9(08).
           05  LT-EXPIRY-DATE          PIC 9(08).
           05  LT-QTY-RECEIVED         PIC 9(07).
           05  LT-QTY-ON-HAND          PIC 9(07).
           05  LT-SHORT-LIFE-FLAG      PIC X(01).
           05  LT-EMPTIED-DATE         PIC 9(08).
           05  LT-LAST-RUN-DATE        PIC 9(08).

      * Same 38-byte per-plant balance row REORDPT reads.
       FD  ONHAND
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 38 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS ONHAND-REC.
       01  ONHAND-REC.
           05  OH-PART-NUMBER          PIC X(23).
           05  OH-QTY-ON-HAND          PIC 9(07).
           05  OH-WEEKLY-USAGE         PIC 9(05).
           05  OH-PLANT-CODE           PIC X(03).

       FD  GOODDATA-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 1029 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS GOODDATA-REC.
       01  GOODDATA-REC     PIC X(1029).

       FD  PRINT-LINE RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 133 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PRINT-REC.
       01  PRINT-REC      PIC X(133).

       WORKING-STORAGE SECTION.
           COPY PARTSUB.  *> PART-SUPP-ADDR-PO Copybook

       01 FILE-STATUS-CODES.
           05 IN-RECALLCD-KEY           PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
           05 IN-OPENPO-KEY             PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
           05 IN-RECEIPTS-KEY           PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
      * A missing cert or lot master just means nothing recorded.
           05 IN-CERTMAST-KEY           PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
                88 CERTMAST-NOT-FOUND       VALUE '35'.
           05 IN-LOTMAST-KEY            PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
                88 LOTMAST-NOT-FOUND        VALUE '35'.
           05 IN-ONHAND-KEY             PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
           05 IN-GOODDATA-KEY           PIC X(2).
                88 CODE-WRITE               VALUE SPACES.

       01 FILES-EOF.
           05 OPENPO-EOF-WS                   PIC X(01) VALUE 'N'.
              88 OPENPO-EOF                              VALUE 'Y'.
           05 RECEIPTS-EOF-WS                 PIC X(01) VALUE 'N'.
              88 RECEIPTS-EOF                            VALUE 'Y'.
           05 CERTMAST-EOF-WS                 PIC X(01) VALUE 'N'.
              88 CERTMAST-EOF                            VALUE 'Y'.
           05 LOTMAST-EOF-WS                  PIC X(01) VALUE 'N'.
              88 LOTMAST-EOF                             VALUE 'Y'.
           05 ONHAND-EOF-WS                   PIC X(01) VALUE 'N'.
              88 ONHAND-EOF                              VALUE 'Y'.
           05 GOODDATA-EOF-WS                 PIC X(01) VALUE 'N'.
              88 GOODDATA-EOF                            VALUE 'Y'.

      *04/26 The recall as read off the card.
       01 WS-RECALL-SUPPLIER               PIC X(10) VALUE SPACES.
       01 WS-RECALL-PART                   PIC X(23) VALUE SPACES.
       01 WS-RECALL-LOT-FROM               PIC X(12) VALUE SPACES.
       01 WS-RECALL-LOT-TO                 PIC X(12) VALUE SPACES.
       01 WS-RECALL-FROM                   PIC 9(08) VALUE ZERO.
       01 WS-RECALL-TO                     PIC 9(08) VALUE 99999999.
       01 WS-LOT-RANGE-FLAG                PIC X(01) VALUE 'N'.
           88 LOT-RANGE-GIVEN                    VALUE 'Y'.

       01 WS-RECEIPTS-CTR                  PIC 9(7) VALUE ZERO.
       01 WS-LOTS-CTR                      PIC 9(7) VALUE ZERO.
       01 WS-ONHAND-CTR                    PIC 9(7) VALUE ZERO.
       01 WS-DROP-SHIP-CTR                 PIC 9(7) VALUE ZERO.
       01 WS-NO-ADDRESS-CTR                PIC 9(7) VALUE ZERO.
       01 WS-QTY-RECEIVED-TOTAL            PIC 9(9) VALUE ZERO.
       01 WS-QTY-ON-HAND-TOTAL             PIC 9(9) VALUE ZERO.

      *04/26 The supplier's orders for the part. Lot-known says a
      * lot or cert was recorded against the order at all; lot-hit
      * says one of them falls in the recalled range.
       01 WS-ORDER-TABLE.
           05 WS-ORD-ENTRY OCCURS 20000 TIMES.
              10 WS-ORD-PO                PIC X(06).
              10 WS-ORD-PART              PIC X(23).
              10 WS-ORD-SUPPLIER-CODE     PIC X(10).
              10 WS-ORD-SUPPLIER-NAME     PIC X(15).
              10 WS-ORD-PLANT             PIC X(03).
              10 WS-ORD-DELIVERY-DATE     PIC 9(08).
              10 WS-ORD-QTY-ORDERED       PIC 9(08).
              10 WS-ORD-DROP-SHIP         PIC X(01).
                 88 WS-ORD-IS-DROP-SHIP         VALUE 'Y'.
              10 WS-ORD-LOT-KNOWN         PIC X(01).
                 88 WS-ORD-HAS-LOT              VALUE 'Y'.
              10 WS-ORD-LOT-HIT           PIC X(01).
                 88 WS-ORD-IN-RECALL            VALUE 'Y'.
              10 WS-ORD-LOT               PIC X(12).
              10 WS-ORD-SHOP.
                 15 WS-ORD-SHOP-1         PIC X(15).
                 15 WS-ORD-SHOP-2         PIC X(15).
                 15 WS-ORD-SHOP-3         PIC X(15).
                 15 WS-ORD-SHOP-CITY      PIC X(15).
                 15 WS-ORD-SHOP-STATE     PIC X(02).
                 15 WS-ORD-SHOP-ZIP       PIC X(10).
       01 WS-ORD-MAX                      PIC 9(05) VALUE ZERO.
       01 WS-ORD-IDX                      PIC 9(05) VALUE 1.
       01 WS-ORD-FOUND-IDX                PIC 9(05) VALUE ZERO.
       01 WS-FIND-PO                      PIC X(06) VALUE SPACES.
       01 WS-ORD-DATE-WORK                PIC X(08) VALUE SPACES.
       01 WS-ORD-DATE-NUM REDEFINES WS-ORD-DATE-WORK PIC 9(08).

      *04/26 Receipts to report, sorted by plant, part and date.
       01 WS-RECEIPT-TABLE.
           05 WS-RC-ENTRY OCCURS 20000 TIMES.
              10 WS-RC-KEY.
                 15 WS-RC-PLANT           PIC X(03).
                 15 WS-RC-PART            PIC X(23).
                 15 WS-RC-DATE            PIC 9(08).
              10 WS-RC-PO                 PIC X(06).
              10 WS-RC-SUPPLIER-CODE      PIC X(10).
              10 WS-RC-QTY                PIC 9(07).
              10 WS-RC-LOT                PIC X(12).
       01 WS-RC-MAX                       PIC 9(05) VALUE ZERO.
       01 WS-RC-IDX                       PIC 9(05) VALUE 1.
       01 WS-RC-SWAP                      PIC X(69) VALUE SPACES.
       01 WS-SORT-I                       PIC 9(05) VALUE ZERO.
       01 WS-SORT-J                       PIC 9(05) VALUE ZERO.
       01 WS-PREV-PLANT                   PIC X(03) VALUE SPACES.

      *04/26 Recalled lots off LOTMAST, for their listing and for
      * the share of each plant's on-hand they still hold.
       01 WS-LOT-TABLE.
           05 WS-LT-ENTRY OCCURS 5000 TIMES.
              10 WS-LT-PLANT              PIC X(03).
              10 WS-LT-PART               PIC X(23).
              10 WS-LT-LOT                PIC X(12).
              10 WS-LT-PO                 PIC X(06).
              10 WS-LT-RECEIVED-DATE      PIC 9(08).
              10 WS-LT-EXPIRY-DATE        PIC 9(08).
              10 WS-LT-QTY-RECEIVED       PIC 9(07).
              10 WS-LT-QTY-ON-HAND        PIC 9(07).
       01 WS-LT-MAX                       PIC 9(04) VALUE ZERO.
       01 WS-LT-IDX                       PIC 9(04) VALUE 1.
       01 WS-LOT-QTY-AT-PLANT             PIC 9(09) VALUE ZERO.

      *04/26 The parts the recall reaches, for the on-hand section.
       01 WS-RECALL-PART-TABLE.
           05 WS-RP-PART OCCURS 500 TIMES PIC X(23).
       01 WS-RP-MAX                       PIC 9(03) VALUE ZERO.
       01 WS-RP-IDX                       PIC 9(03) VALUE 1.
       01 WS-RP-FOUND-IDX                 PIC 9(03) VALUE ZERO.

       01 WS-ADDR-COUNTER                 PIC 9(01) VALUE 1.
       01 WS-PO-COUNTER                   PIC 9(01) VALUE 1.
       01 WS-SHOP-ADDR-IDX                PIC 9(01) VALUE ZERO.

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
              'Destiny Auto Parts - Supplier Recall Trace'.
           05 FILLER              PIC X(58)      VALUE SPACES.
           05 FILLER              PIC X(5)       VALUE 'PAGE '.
           05 WS-PAGE-NO-OUT      PIC ZZZ9       VALUE ZERO.
       01 WS-SECTION-LINE.
           05 FILLER              PIC X(3)       VALUE SPACES.
           05 WS-SECTION-TITLE    PIC X(60)      VALUE SPACES.
           05 FILLER              PIC X(70)      VALUE SPACES.
       01 WS-RECALL-LINE.
           05 FILLER              PIC X(3)       VALUE SPACES.
           05 FILLER              PIC X(10)      VALUE 'SUPPLIER '.
           05 RCO-SUPPLIER-OUT    PIC X(10)      VALUE SPACES.
           05 FILLER              PIC X(07)      VALUE '  PART '.
           05 RCO-PART-OUT        PIC X(23)      VALUE SPACES.
           05 FILLER              PIC X(07)      VALUE '  LOTS '.
           05 RCO-LOT-FROM-OUT    PIC X(12)      VALUE SPACES.
           05 FILLER              PIC X(04)      VALUE ' TO '.
           05 RCO-LOT-TO-OUT      PIC X(12)      VALUE SPACES.
           05 FILLER              PIC X(08)      VALUE '  DATES '.
           05 RCO-FROM-OUT        PIC 9(08)      VALUE ZERO.
           05 FILLER              PIC X(04)      VALUE ' TO '.
           05 RCO-TO-OUT          PIC 9(08)      VALUE ZERO.
           05 FILLER              PIC X(17)      VALUE SPACES.

       01 WS-RECEIPT-HEADER.
          05 FILLER              PIC X(3)       VALUE SPACES.
          05 FILLER              PIC X(06)      VALUE 'Plant'.
          05 FILLER              PIC X(25)      VALUE 'Part Number'.
          05 FILLER              PIC X(10)      VALUE 'Received'.
          05 FILLER              PIC X(08)      VALUE 'Order'.
          05 FILLER              PIC X(12)      VALUE 'Supplier'.
          05 FILLER              PIC X(10)      VALUE '  Quantity'.
          05 FILLER              PIC X(02)      VALUE SPACES.
          05 FILLER              PIC X(16)      VALUE 'Lot / Cert'.
       01 WS-RECEIPT-LINE-OUT.
          05 FILLER                 PIC X(3)       VALUE SPACES.
          05 RCP-PLANT-OUT          PIC X(03)      VALUE SPACES.
          05 FILLER                 PIC X(03)      VALUE SPACES.
          05 RCP-PART-OUT           PIC X(23)      VALUE SPACES.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 RCP-DATE-OUT           PIC X(08)      VALUE SPACES.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 RCP-PO-OUT             PIC X(06)      VALUE SPACES.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 RCP-SUPPLIER-OUT       PIC X(10)      VALUE SPACES.
          05 FILLER                 PIC X(03)      VALUE SPACES.
          05 RCP-QTY-OUT            PIC Z,ZZZ,ZZ9  VALUE ZERO.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 RCP-LOT-OUT            PIC X(17)      VALUE SPACES.

       01 WS-LOT-HEADER.
          05 FILLER              PIC X(3)       VALUE SPACES.
          05 FILLER              PIC X(06)      VALUE 'Plant'.
          05 FILLER              PIC X(25)      VALUE 'Part Number'.
          05 FILLER              PIC X(14)      VALUE 'Lot'.
          05 FILLER              PIC X(08)      VALUE 'Order'.
          05 FILLER              PIC X(10)      VALUE 'Received'.
          05 FILLER              PIC X(10)      VALUE 'Expires'.
          05 FILLER              PIC X(10)      VALUE '  Received'.
          05 FILLER              PIC X(10)      VALUE '   On Hand'.
       01 WS-LOT-LINE-OUT.
          05 FILLER                 PIC X(3)       VALUE SPACES.
          05 LTO-PLANT-OUT          PIC X(03)      VALUE SPACES.
          05 FILLER                 PIC X(03)      VALUE SPACES.
          05 LTO-PART-OUT           PIC X(23)      VALUE SPACES.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 LTO-LOT-OUT            PIC X(12)      VALUE SPACES.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 LTO-PO-OUT             PIC X(06)      VALUE SPACES.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 LTO-RECEIVED-OUT       PIC X(08)      VALUE SPACES.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 LTO-EXPIRY-OUT         PIC X(08)      VALUE SPACES.
          05 FILLER                 PIC X(01)      VALUE SPACES.
          05 LTO-QTY-RCVD-OUT       PIC Z,ZZZ,ZZ9  VALUE ZERO.
          05 FILLER                 PIC X(01)      VALUE SPACES.
          05 LTO-QTY-OH-OUT         PIC Z,ZZZ,ZZ9  VALUE ZERO.

       01 WS-ONHAND-HEADER.
          05 FILLER              PIC X(3)       VALUE SPACES.
          05 FILLER              PIC X(06)      VALUE 'Plant'.
          05 FILLER              PIC X(25)      VALUE 'Part Number'.
          05 FILLER              PIC X(12)      VALUE '     On Hand'.
          05 FILLER              PIC X(18)      VALUE
             '  In Recalled Lots'.
       01 WS-ONHAND-LINE-OUT.
          05 FILLER                 PIC X(3)       VALUE SPACES.
          05 OHO-PLANT-OUT          PIC X(03)      VALUE SPACES.
          05 FILLER                 PIC X(03)      VALUE SPACES.
          05 OHO-PART-OUT           PIC X(23)      VALUE SPACES.
          05 FILLER                 PIC X(03)      VALUE SPACES.
          05 OHO-QTY-OUT            PIC Z,ZZZ,ZZ9  VALUE ZERO.
          05 FILLER                 PIC X(09)      VALUE SPACES.
          05 OHO-LOT-QTY-OUT        PIC Z,ZZZ,ZZ9  VALUE ZERO.
          05 OHO-LOT-NOTE-OUT       PIC X(14)      VALUE SPACES.

       01 WS-DROP-HEADER.
          05 FILLER              PIC X(3)       VALUE SPACES.
          05 FILLER              PIC X(08)      VALUE 'Order'.
          05 FILLER              PIC X(25)      VALUE 'Part Number'.
          05 FILLER              PIC X(10)      VALUE 'Delivery'.
          05 FILLER              PIC X(10)      VALUE '  Quantity'.
          05 FILLER              PIC X(02)      VALUE SPACES.
          05 FILLER              PIC X(14)      VALUE 'Lot / Cert'.
          05 FILLER              PIC X(20)      VALUE
             'Customer Shop'.
       01 WS-DROP-LINE-OUT.
          05 FILLER                 PIC X(3)       VALUE SPACES.
          05 DRP-PO-OUT             PIC X(06)      VALUE SPACES.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 DRP-PART-OUT           PIC X(23)      VALUE SPACES.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 DRP-DATE-OUT           PIC X(08)      VALUE SPACES.
          05 FILLER                 PIC X(01)      VALUE SPACES.
          05 DRP-QTY-OUT            PIC Z,ZZZ,ZZ9  VALUE ZERO.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 DRP-LOT-OUT            PIC X(12)      VALUE SPACES.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 DRP-SHOP-OUT           PIC X(63)      VALUE SPACES.
       01 WS-DROP-ADDR-LINE-OUT.
          05 FILLER                 PIC X(68)      VALUE SPACES.
          05 DRA-ADDR-OUT           PIC X(65)      VALUE SPACES.

       01 WS-SUMMARY-LINE.
           05 FILLER                PIC X(3)  VALUE SPACES.
           05 WS-SUMMARY-LABEL      PIC X(34) VALUE SPACES.
           05 WS-SUMMARY-COUNT      PIC ZZZ,ZZZ,ZZ9 VALUE ZERO.
           05 FILLER                PIC X(96) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN.
           PERFORM 000-Housekeeping.
           PERFORM 420-Read-Receipts.
           PERFORM 200-TakeReceipt UNTIL RECEIPTS-EOF.
           PERFORM 500-SortReceipts
              THRU 500-SortReceipts-Exit.
           PERFORM 700-PrintReceipts.
           IF LOT-RANGE-GIVEN
              PERFORM 720-PrintLots
           END-IF.
           PERFORM 740-PrintOnHand.
           PERFORM 430-Read-GoodData.
           PERFORM 250-TakeShopAddress UNTIL GOODDATA-EOF.
           PERFORM 760-PrintDropShips.
           PERFORM 900-WriteSummary.
           PERFORM 600-CLOSE-FILES.
           GOBACK.

       000-Housekeeping.
           PERFORM 300-Open-Files.
           PERFORM 310-LoadRecallCard.
           PERFORM 320-LoadOrders UNTIL OPENPO-EOF.
           IF LOT-RANGE-GIVEN
              PERFORM 330-LoadCerts
                 THRU 330-LoadCerts-Exit
              PERFORM 340-LoadLots
                 THRU 340-LoadLots-Exit
           END-IF.
           MOVE SPACES TO PRINT-REC.
           PERFORM 800-NEW-PAGE.
           MOVE WS-RECALL-SUPPLIER TO RCO-SUPPLIER-OUT.
           MOVE WS-RECALL-PART TO RCO-PART-OUT.
           MOVE WS-RECALL-LOT-FROM TO RCO-LOT-FROM-OUT.
           MOVE WS-RECALL-LOT-TO TO RCO-LOT-TO-OUT.
           MOVE WS-RECALL-FROM TO RCO-FROM-OUT.
           MOVE WS-RECALL-TO TO RCO-TO-OUT.
           WRITE PRINT-REC FROM WS-RECALL-LINE.
           ADD 1 TO WS-LINE-KTR.

      *04/26 A dock receipt against one of the recalled orders,
      * inside the date range - with a lot range, an order whose
      * lots or certs are all outside it is left off.
       200-TakeReceipt.
           MOVE RCPT-PO-NUMBER TO WS-FIND-PO.
           PERFORM 210-FindOrder.
           IF WS-ORD-FOUND-IDX > ZERO
              AND NOT WS-ORD-IS-DROP-SHIP (WS-ORD-FOUND-IDX)
              AND RCPT-RECEIPT-DATE >= WS-RECALL-FROM
              AND RCPT-RECEIPT-DATE <= WS-RECALL-TO
              IF NOT LOT-RANGE-GIVEN
                 OR WS-ORD-IN-RECALL (WS-ORD-FOUND-IDX)
                 OR NOT WS-ORD-HAS-LOT (WS-ORD-FOUND-IDX)
                 PERFORM 220-AddReceipt
              END-IF
           END-IF.
           PERFORM 420-Read-Receipts.

       210-FindOrder.
           MOVE ZERO TO WS-ORD-FOUND-IDX.
           PERFORM VARYING WS-ORD-IDX FROM 1 BY 1
              UNTIL WS-ORD-IDX > WS-ORD-MAX
                 OR WS-ORD-FOUND-IDX > ZERO
                 IF WS-ORD-PO (WS-ORD-IDX) = WS-FIND-PO
                    MOVE WS-ORD-IDX TO WS-ORD-FOUND-IDX
                 END-IF
           END-PERFORM.

       220-AddReceipt.
           IF WS-RC-MAX >= 20000
              DISPLAY 'RCLTRACE - RECEIPT TABLE FULL AT 20000 '
                 'ROWS - RAISE OCCURS IN RCLTRACE'
              GO TO 2000-ABEND-RTN
           END-IF.
           ADD 1 TO WS-RC-MAX.
           MOVE WS-ORD-PLANT (WS-ORD-FOUND-IDX)
              TO WS-RC-PLANT (WS-RC-MAX).
           MOVE WS-ORD-PART (WS-ORD-FOUND-IDX)
              TO WS-RC-PART (WS-RC-MAX).
           MOVE RCPT-RECEIPT-DATE TO WS-RC-DATE (WS-RC-MAX).
           MOVE RCPT-PO-NUMBER TO WS-RC-PO (WS-RC-MAX).
           MOVE WS-ORD-SUPPLIER-CODE (WS-ORD-FOUND-IDX)
              TO WS-RC-SUPPLIER-CODE (WS-RC-MAX).
           MOVE RCPT-QTY-RECEIVED TO WS-RC-QTY (WS-RC-MAX).
           MOVE WS-ORD-LOT (WS-ORD-FOUND-IDX)
              TO WS-RC-LOT (WS-RC-MAX).
           ADD RCPT-QTY-RECEIVED TO WS-QTY-RECEIVED-TOTAL.
           PERFORM 230-NotePart.

      *04/26 Every part the recall reaches, once.
       230-NotePart.
           MOVE ZERO TO WS-RP-FOUND-IDX.
           PERFORM VARYING WS-RP-IDX FROM 1 BY 1
              UNTIL WS-RP-IDX > WS-RP-MAX
                 OR WS-RP-FOUND-IDX > ZERO
                 IF WS-RP-PART (WS-RP-IDX)
                       = WS-ORD-PART (WS-ORD-FOUND-IDX)
                    MOVE WS-RP-IDX TO WS-RP-FOUND-IDX
                 END-IF
           END-PERFORM.
           IF WS-RP-FOUND-IDX = ZERO
              IF WS-RP-MAX >= 500
                 DISPLAY 'RCLTRACE - PART TABLE FULL AT 500 '
                    'ROWS - RAISE OCCURS IN RCLTRACE'
                 GO TO 2000-ABEND-RTN
              END-IF
              ADD 1 TO WS-RP-MAX
              MOVE WS-ORD-PART (WS-ORD-FOUND-IDX)
                 TO WS-RP-PART (WS-RP-MAX)
           END-IF.

      *04/26 GOODDATA carries each order's addresses - the type-4
      * one is the customer's shop a drop-ship order went to. The
      * latest generation read wins.
       250-TakeShopAddress.
           MOVE ZERO TO WS-SHOP-ADDR-IDX.
           PERFORM VARYING WS-ADDR-COUNTER FROM 1 BY 1
              UNTIL WS-ADDR-COUNTER > SUPP-ADDR-COUNT-PO
                 OR WS-ADDR-COUNTER > 6
                 IF DROP-SHIP-ADDRESS-PO (WS-ADDR-COUNTER)
                    MOVE WS-ADDR-COUNTER TO WS-SHOP-ADDR-IDX
                 END-IF
           END-PERFORM.
           IF WS-SHOP-ADDR-IDX > ZERO
              PERFORM VARYING WS-PO-COUNTER FROM 1 BY 1
                 UNTIL WS-PO-COUNTER > PURCHASE-ORDER-COUNT-PO
                    OR WS-PO-COUNTER > 6
                    PERFORM 260-MatchShopOrder
              END-PERFORM
           END-IF.
           PERFORM 430-Read-GoodData.

       260-MatchShopOrder.
           MOVE PO-NUMBER-PO (WS-PO-COUNTER) TO WS-FIND-PO.
           PERFORM 210-FindOrder.
           IF WS-ORD-FOUND-IDX > ZERO
              AND WS-ORD-IS-DROP-SHIP (WS-ORD-FOUND-IDX)
              MOVE ADDRESS-1-PO (WS-SHOP-ADDR-IDX)
                 TO WS-ORD-SHOP-1 (WS-ORD-FOUND-IDX)
              MOVE ADDRESS-2-PO (WS-SHOP-ADDR-IDX)
                 TO WS-ORD-SHOP-2 (WS-ORD-FOUND-IDX)
              MOVE ADDRESS-3-PO (WS-SHOP-ADDR-IDX)
                 TO WS-ORD-SHOP-3 (WS-ORD-FOUND-IDX)
              MOVE CITY-PO (WS-SHOP-ADDR-IDX)
                 TO WS-ORD-SHOP-CITY (WS-ORD-FOUND-IDX)
              MOVE ADDR-STATE-PO (WS-SHOP-ADDR-IDX)
                 TO WS-ORD-SHOP-STATE (WS-ORD-FOUND-IDX)
              MOVE ZIP-CODE-ALPHA-PO (WS-SHOP-ADDR-IDX)
                 TO WS-ORD-SHOP-ZIP (WS-ORD-FOUND-IDX)
           END-IF.

       300-Open-Files.
           OPEN INPUT RECALLCD.
           IF IN-RECALLCD-KEY NOT = '00' THEN
                DISPLAY 'File Problem openning Input RECALLCD'
                GO TO 2000-ABEND-RTN
           END-IF.
           OPEN INPUT OPENPO.
           IF IN-OPENPO-KEY NOT = '00' THEN
                DISPLAY 'File Problem openning Input OPENPO'
                GO TO 2000-ABEND-RTN
           END-IF.
           OPEN INPUT RECEIPTS.
           IF IN-RECEIPTS-KEY NOT = '00' THEN
                DISPLAY 'File Problem openning Input RECEIPTS'
                GO TO 2000-ABEND-RTN
           END-IF.
           OPEN INPUT ONHAND.
           IF IN-ONHAND-KEY NOT = '00' THEN
                DISPLAY 'File Problem openning Input ONHAND'
                GO TO 2000-ABEND-RTN
           END-IF.
           OPEN INPUT GOODDATA-FILE.
           IF IN-GOODDATA-KEY NOT = '00' THEN
                DISPLAY 'File Problem openning Input GOODDATA'
                GO TO 2000-ABEND-RTN
           END-IF.
           OPEN OUTPUT PRINT-LINE.

       310-LoadRecallCard.
           READ RECALLCD
              AT END
                 DISPLAY 'RECALLCD empty - nothing to trace'
                 GO TO 2000-ABEND-RTN
           END-READ.
           CLOSE RECALLCD.
           MOVE RCL-SUPPLIER-CODE TO WS-RECALL-SUPPLIER.
           MOVE RCL-PART-NUMBER TO WS-RECALL-PART.
           IF WS-RECALL-SUPPLIER = SPACES AND WS-RECALL-PART = SPACES
              DISPLAY 'RECALLCD carries neither supplier nor part - '
                 'nothing to trace'
              GO TO 2000-ABEND-RTN
           END-IF.
           IF RCL-LOT-FROM NOT = SPACES
              MOVE 'Y' TO WS-LOT-RANGE-FLAG
              MOVE RCL-LOT-FROM TO WS-RECALL-LOT-FROM
              IF RCL-LOT-TO = SPACES
                 MOVE RCL-LOT-FROM TO WS-RECALL-LOT-TO
              ELSE
                 MOVE RCL-LOT-TO TO WS-RECALL-LOT-TO
              END-IF
           END-IF.
           IF RCL-FROM-DATE IS NUMERIC
              MOVE RCL-FROM-DATE TO WS-RECALL-FROM
           END-IF.
           IF RCL-TO-DATE IS NUMERIC
              AND RCL-TO-DATE > ZERO
              MOVE RCL-TO-DATE TO WS-RECALL-TO
           END-IF.

      *04/26 The supplier's orders for the part, open or closed.
       320-LoadOrders.
           READ OPENPO
              AT END
                 MOVE 'Y' TO OPENPO-EOF-WS
           END-READ.
           IF NOT OPENPO-EOF
              AND (WS-RECALL-SUPPLIER = SPACES
                 OR OP-SUPPLIER-CODE = WS-RECALL-SUPPLIER)
              AND (WS-RECALL-PART = SPACES
                 OR OP-PART-NUMBER = WS-RECALL-PART)
              AND OP-ORDER-TYPE NOT = 'R'
              IF WS-ORD-MAX >= 20000
                 DISPLAY 'RCLTRACE - ORDER TABLE FULL AT 20000 '
                    'ROWS - RAISE OCCURS IN RCLTRACE'
                 GO TO 2000-ABEND-RTN
              END-IF
              ADD 1 TO WS-ORD-MAX
              INITIALIZE WS-ORD-ENTRY (WS-ORD-MAX)
              MOVE OP-PO-NUMBER TO WS-ORD-PO (WS-ORD-MAX)
              MOVE OP-PART-NUMBER TO WS-ORD-PART (WS-ORD-MAX)
              MOVE OP-SUPPLIER-CODE
                 TO WS-ORD-SUPPLIER-CODE (WS-ORD-MAX)
              MOVE OP-SUPPLIER-NAME
                 TO WS-ORD-SUPPLIER-NAME (WS-ORD-MAX)
              MOVE OP-SHIP-TO-PLANT TO WS-ORD-PLANT (WS-ORD-MAX)
      *       A blank plant is the original building - see PLNTTAB.
              IF WS-ORD-PLANT (WS-ORD-MAX) = SPACES
                 MOVE '001' TO WS-ORD-PLANT (WS-ORD-MAX)
              END-IF
              MOVE OP-DELIVERY-DATE TO WS-ORD-DATE-WORK
              IF WS-ORD-DATE-NUM IS NUMERIC
                 MOVE WS-ORD-DATE-NUM
                    TO WS-ORD-DELIVERY-DATE (WS-ORD-MAX)
              END-IF
              IF OP-QTY-ORDERED > ZERO
                 MOVE OP-QTY-ORDERED TO WS-ORD-QTY-ORDERED (WS-ORD-MAX)
              END-IF
              MOVE OP-DROP-SHIP TO WS-ORD-DROP-SHIP (WS-ORD-MAX)
              MOVE 'N' TO WS-ORD-LOT-KNOWN (WS-ORD-MAX)
              MOVE 'N' TO WS-ORD-LOT-HIT (WS-ORD-MAX)
           END-IF.

      *04/26 A cert against a recalled order tells us the order's
      * lot - in the range, the order is in the recall.
       330-LoadCerts.
           OPEN INPUT CERTMAST.
           IF CERTMAST-NOT-FOUND
              GO TO 330-LoadCerts-Exit
           END-IF.
           IF IN-CERTMAST-KEY NOT = '00'
              DISPLAY 'File Problem openning Input CERTMAST'
              GO TO 2000-ABEND-RTN
           END-IF.
           PERFORM 335-TakeCert UNTIL CERTMAST-EOF.
           CLOSE CERTMAST.
       330-LoadCerts-Exit.
           EXIT.

       335-TakeCert.
           READ CERTMAST
              AT END
                 MOVE 'Y' TO CERTMAST-EOF-WS
           END-READ.
           IF NOT CERTMAST-EOF
              MOVE CM-PO-NUMBER TO WS-FIND-PO
              PERFORM 210-FindOrder
              IF WS-ORD-FOUND-IDX > ZERO
                 MOVE 'Y' TO WS-ORD-LOT-KNOWN (WS-ORD-FOUND-IDX)
                 IF CM-CERT-ID >= WS-RECALL-LOT-FROM
                    AND CM-CERT-ID <= WS-RECALL-LOT-TO
                    MOVE 'Y' TO WS-ORD-LOT-HIT (WS-ORD-FOUND-IDX)
                    MOVE CM-CERT-ID TO WS-ORD-LOT (WS-ORD-FOUND-IDX)
                 END-IF
              END-IF
           END-IF.

      *04/26 Date-coded lots off LOTMAST - the same test as a cert,
      * and a lot in the range is kept for its own listing.
       340-LoadLots.
           OPEN INPUT LOTMAST.
           IF LOTMAST-NOT-FOUND
              GO TO 340-LoadLots-Exit
           END-IF.
           IF IN-LOTMAST-KEY NOT = '00'
              DISPLAY 'File Problem openning Input LOTMAST'
              GO TO 2000-ABEND-RTN
           END-IF.
           PERFORM 345-TakeLot
              THRU 345-TakeLot-Exit
              UNTIL LOTMAST-EOF.
           CLOSE LOTMAST.
       340-LoadLots-Exit.
           EXIT.

       345-TakeLot.
           READ LOTMAST
              AT END
                 MOVE 'Y' TO LOTMAST-EOF-WS
           END-READ.
           IF LOTMAST-EOF
              GO TO 345-TakeLot-Exit
           END-IF.
           MOVE LT-PO-NUMBER TO WS-FIND-PO.
           PERFORM 210-FindOrder.
           IF WS-ORD-FOUND-IDX > ZERO
              MOVE 'Y' TO WS-ORD-LOT-KNOWN (WS-ORD-FOUND-IDX)
           END-IF.
           IF LT-LOT-NUMBER < WS-RECALL-LOT-FROM
              OR LT-LOT-NUMBER > WS-RECALL-LOT-TO
              GO TO 345-TakeLot-Exit
           END-IF.
           IF WS-RECALL-SUPPLIER NOT = SPACES
              AND LT-SUPPLIER-CODE NOT = WS-RECALL-SUPPLIER
              GO TO 345-TakeLot-Exit
           END-IF.
           IF WS-RECALL-PART NOT = SPACES
              AND LT-PART-NUMBER NOT = WS-RECALL-PART
              GO TO 345-TakeLot-Exit
           END-IF.
           IF WS-ORD-FOUND-IDX > ZERO
              MOVE 'Y' TO WS-ORD-LOT-HIT (WS-ORD-FOUND-IDX)
              MOVE LT-LOT-NUMBER TO WS-ORD-LOT (WS-ORD-FOUND-IDX)
           END-IF.
           IF WS-LT-MAX >= 5000
              DISPLAY 'RCLTRACE - LOT TABLE FULL AT 5000 '
                 'ROWS - RAISE OCCURS IN RCLTRACE'
              GO TO 2000-ABEND-RTN
           END-IF.
           ADD 1 TO WS-LT-MAX.
           MOVE LT-PLANT-CODE TO WS-LT-PLANT (WS-LT-MAX).
           MOVE LT-PART-NUMBER TO WS-LT-PART (WS-LT-MAX).
           MOVE LT-LOT-NUMBER TO WS-LT-LOT (WS-LT-MAX).
           MOVE LT-PO-NUMBER TO WS-LT-PO (WS-LT-MAX).
           MOVE LT-RECEIPT-DATE TO WS-LT-RECEIVED-DATE (WS-LT-MAX).
           MOVE LT-EXPIRY-DATE TO WS-LT-EXPIRY-DATE (WS-LT-MAX).
           MOVE LT-QTY-RECEIVED TO WS-LT-QTY-RECEIVED (WS-LT-MAX).
           MOVE LT-QTY-ON-HAND TO WS-LT-QTY-ON-HAND (WS-LT-MAX).
       345-TakeLot-Exit.
           EXIT.

       410-Read-OnHand.
           READ ONHAND
              AT END MOVE 'Y' TO ONHAND-EOF-WS
           END-READ.

       420-Read-Receipts.
           READ RECEIPTS
              AT END MOVE 'Y' TO RECEIPTS-EOF-WS
           END-READ.

       430-Read-GoodData.
           READ GOODDATA-FILE INTO PART-SUPP-ADDR-PO
              AT END MOVE 'Y' TO GOODDATA-EOF-WS
           END-READ.

      *04/26 Plant, then part, then receipt date.
       500-SortReceipts.
           IF WS-RC-MAX < 2
              GO TO 500-SortReceipts-Exit
           END-IF.
           PERFORM VARYING WS-SORT-I FROM 1 BY 1
              UNTIL WS-SORT-I >= WS-RC-MAX
              PERFORM VARYING WS-SORT-J FROM 1 BY 1
                 UNTIL WS-SORT-J >= WS-RC-MAX
                 IF WS-RC-KEY (WS-SORT-J) >
                       WS-RC-KEY (WS-SORT-J + 1)
                    MOVE WS-RC-ENTRY (WS-SORT-J) TO WS-RC-SWAP
                    MOVE WS-RC-ENTRY (WS-SORT-J + 1)
                       TO WS-RC-ENTRY (WS-SORT-J)
                    MOVE WS-RC-SWAP TO WS-RC-ENTRY (WS-SORT-J + 1)
                 END-IF
              END-PERFORM
           END-PERFORM.
       500-SortReceipts-Exit.
           EXIT.

       600-CLOSE-FILES.
           CLOSE  OPENPO, RECEIPTS, ONHAND, GOODDATA-FILE, PRINT-LINE.

      * Matches the fix in FINALEX's 2000-ABEND-RTN - DISPLAY and
      * EXIT alone just fell through to whatever paragraph follows.
       2000-ABEND-RTN.
           DISPLAY 'PROGRAM ENCOUNTERED AN ERROR'.
           MOVE 16 TO RETURN-CODE.
           GOBACK.

       700-PrintReceipts.
           MOVE 'RECEIPTS AT OUR DOCKS BY PLANT' TO WS-SECTION-TITLE.
           PERFORM 820-Write-Section.
           WRITE PRINT-REC FROM WS-RECEIPT-HEADER.
           ADD 1 TO WS-LINE-KTR.
           MOVE SPACES TO WS-PREV-PLANT.
           PERFORM VARYING WS-RC-IDX FROM 1 BY 1
              UNTIL WS-RC-IDX > WS-RC-MAX
                 PERFORM 710-Write-Receipt-Line
           END-PERFORM.

       710-Write-Receipt-Line.
           IF WS-LINE-KTR > WS-MAX-LINES-PER-PAGE
              PERFORM 800-NEW-PAGE
              PERFORM 820-Write-Section
              WRITE PRINT-REC FROM WS-RECEIPT-HEADER
              ADD 1 TO WS-LINE-KTR
           END-IF.
           IF WS-RC-PLANT (WS-RC-IDX) NOT = WS-PREV-PLANT
              AND WS-PREV-PLANT NOT = SPACES
              WRITE PRINT-REC FROM WS-BLANK-LINE
              ADD 1 TO WS-LINE-KTR
           END-IF.
           MOVE WS-RC-PLANT (WS-RC-IDX) TO WS-PREV-PLANT.
           MOVE WS-RC-PLANT (WS-RC-IDX) TO RCP-PLANT-OUT.
           MOVE WS-RC-PART (WS-RC-IDX) TO RCP-PART-OUT.
           MOVE WS-RC-DATE (WS-RC-IDX) TO RCP-DATE-OUT.
           MOVE WS-RC-PO (WS-RC-IDX) TO RCP-PO-OUT.
           MOVE WS-RC-SUPPLIER-CODE (WS-RC-IDX) TO RCP-SUPPLIER-OUT.
           MOVE WS-RC-QTY (WS-RC-IDX) TO RCP-QTY-OUT.
           IF WS-RC-LOT (WS-RC-IDX) = SPACES
              MOVE 'LOT NOT RECORDED' TO RCP-LOT-OUT
           ELSE
              MOVE WS-RC-LOT (WS-RC-IDX) TO RCP-LOT-OUT
           END-IF.
           WRITE PRINT-REC FROM WS-RECEIPT-LINE-OUT.
           ADD 1 TO WS-LINE-KTR.
           ADD 1 TO WS-RECEIPTS-CTR.

       720-PrintLots.
           MOVE 'RECALLED LOTS ON THE LOT MASTER' TO WS-SECTION-TITLE.
           PERFORM 800-NEW-PAGE.
           PERFORM 820-Write-Section.
           WRITE PRINT-REC FROM WS-LOT-HEADER.
           ADD 1 TO WS-LINE-KTR.
           PERFORM VARYING WS-LT-IDX FROM 1 BY 1
              UNTIL WS-LT-IDX > WS-LT-MAX
                 PERFORM 730-Write-Lot-Line
           END-PERFORM.

       730-Write-Lot-Line.
           IF WS-LINE-KTR > WS-MAX-LINES-PER-PAGE
              PERFORM 800-NEW-PAGE
              PERFORM 820-Write-Section
              WRITE PRINT-REC FROM WS-LOT-HEADER
              ADD 1 TO WS-LINE-KTR
           END-IF.
           MOVE WS-LT-PLANT (WS-LT-IDX) TO LTO-PLANT-OUT.
           MOVE WS-LT-PART (WS-LT-IDX) TO LTO-PART-OUT.
           MOVE WS-LT-LOT (WS-LT-IDX) TO LTO-LOT-OUT.
           MOVE WS-LT-PO (WS-LT-IDX) TO LTO-PO-OUT.
           MOVE WS-LT-RECEIVED-DATE (WS-LT-IDX) TO LTO-RECEIVED-OUT.
           MOVE WS-LT-EXPIRY-DATE (WS-LT-IDX) TO LTO-EXPIRY-OUT.
           MOVE WS-LT-QTY-RECEIVED (WS-LT-IDX) TO LTO-QTY-RCVD-OUT.
           MOVE WS-LT-QTY-ON-HAND (WS-LT-IDX) TO LTO-QTY-OH-OUT.
           WRITE PRINT-REC FROM WS-LOT-LINE-OUT.
           ADD 1 TO WS-LINE-KTR.
           ADD 1 TO WS-LOTS-CTR.

      *04/26 Every plant still holding a part the recall reaches -
      * stock transferred on from the receiving plant shows here
      * too.
       740-PrintOnHand.
           MOVE 'STILL ON OUR SHELVES' TO WS-SECTION-TITLE.
           PERFORM 800-NEW-PAGE.
           PERFORM 820-Write-Section.
           WRITE PRINT-REC FROM WS-ONHAND-HEADER.
           ADD 1 TO WS-LINE-KTR.
           PERFORM 410-Read-OnHand.
           PERFORM 745-TakeOnHand UNTIL ONHAND-EOF.

       745-TakeOnHand.
           MOVE ZERO TO WS-RP-FOUND-IDX.
           PERFORM VARYING WS-RP-IDX FROM 1 BY 1
              UNTIL WS-RP-IDX > WS-RP-MAX
                 OR WS-RP-FOUND-IDX > ZERO
                 IF WS-RP-PART (WS-RP-IDX) = OH-PART-NUMBER
                    MOVE WS-RP-IDX TO WS-RP-FOUND-IDX
                 END-IF
           END-PERFORM.
           IF WS-RP-FOUND-IDX > ZERO
              AND OH-QTY-ON-HAND > ZERO
              PERFORM 750-Write-OnHand-Line
           END-IF.
           PERFORM 410-Read-OnHand.

       750-Write-OnHand-Line.
           IF WS-LINE-KTR > WS-MAX-LINES-PER-PAGE
              PERFORM 800-NEW-PAGE
              PERFORM 820-Write-Section
              WRITE PRINT-REC FROM WS-ONHAND-HEADER
              ADD 1 TO WS-LINE-KTR
           END-IF.
           MOVE OH-PLANT-CODE TO OHO-PLANT-OUT.
           MOVE OH-PART-NUMBER TO OHO-PART-OUT.
           MOVE OH-QTY-ON-HAND TO OHO-QTY-OUT.
           MOVE ZERO TO WS-LOT-QTY-AT-PLANT.
           MOVE SPACES TO OHO-LOT-NOTE-OUT.
           IF LOT-RANGE-GIVEN
              PERFORM VARYING WS-LT-IDX FROM 1 BY 1
                 UNTIL WS-LT-IDX > WS-LT-MAX
                    IF WS-LT-PLANT (WS-LT-IDX) = OH-PLANT-CODE
                       AND WS-LT-PART (WS-LT-IDX) = OH-PART-NUMBER
                       ADD WS-LT-QTY-ON-HAND (WS-LT-IDX)
                          TO WS-LOT-QTY-AT-PLANT
                    END-IF
              END-PERFORM
              MOVE WS-LOT-QTY-AT-PLANT TO OHO-LOT-QTY-OUT
           ELSE
              MOVE ZERO TO OHO-LOT-QTY-OUT
              MOVE ' - ALL SUSPECT' TO OHO-LOT-NOTE-OUT
           END-IF.
           WRITE PRINT-REC FROM WS-ONHAND-LINE-OUT.
           ADD 1 TO WS-LINE-KTR.
           ADD 1 TO WS-ONHAND-CTR.
           ADD OH-QTY-ON-HAND TO WS-QTY-ON-HAND-TOTAL.

      *04/26 Drop-ship orders inside the date range, with the shop
      * to call. With a lot range, an order whose lots or certs are
      * all outside it is left off, the same as a dock receipt.
       760-PrintDropShips.
           MOVE 'DROP-SHIPPED STRAIGHT TO CUSTOMER SHOPS'
              TO WS-SECTION-TITLE.
           PERFORM 800-NEW-PAGE.
           PERFORM 820-Write-Section.
           WRITE PRINT-REC FROM WS-DROP-HEADER.
           ADD 1 TO WS-LINE-KTR.
           PERFORM VARYING WS-ORD-IDX FROM 1 BY 1
              UNTIL WS-ORD-IDX > WS-ORD-MAX
                 IF WS-ORD-IS-DROP-SHIP (WS-ORD-IDX)
                    AND WS-ORD-DELIVERY-DATE (WS-ORD-IDX)
                       >= WS-RECALL-FROM
                    AND WS-ORD-DELIVERY-DATE (WS-ORD-IDX)
                       <= WS-RECALL-TO
                    IF NOT LOT-RANGE-GIVEN
                       OR WS-ORD-IN-RECALL (WS-ORD-IDX)
                       OR NOT WS-ORD-HAS-LOT (WS-ORD-IDX)
                       PERFORM 770-Write-Drop-Line
                    END-IF
                 END-IF
           END-PERFORM.

       770-Write-Drop-Line.
           IF WS-LINE-KTR > WS-MAX-LINES-PER-PAGE - 2
              PERFORM 800-NEW-PAGE
              PERFORM 820-Write-Section
              WRITE PRINT-REC FROM WS-DROP-HEADER
              ADD 1 TO WS-LINE-KTR
           END-IF.
           MOVE WS-ORD-PO (WS-ORD-IDX) TO DRP-PO-OUT.
           MOVE WS-ORD-PART (WS-ORD-IDX) TO DRP-PART-OUT.
           MOVE WS-ORD-DELIVERY-DATE (WS-ORD-IDX) TO DRP-DATE-OUT.
           MOVE WS-ORD-QTY-ORDERED (WS-ORD-IDX) TO DRP-QTY-OUT.
           IF WS-ORD-LOT (WS-ORD-IDX) = SPACES
              MOVE 'NOT RECORDED' TO DRP-LOT-OUT
           ELSE
              MOVE WS-ORD-LOT (WS-ORD-IDX) TO DRP-LOT-OUT
           END-IF.
           MOVE SPACES TO DRP-SHOP-OUT.
           IF WS-ORD-SHOP (WS-ORD-IDX) = SPACES
              MOVE 'NO SHOP ADDRESS ON GOODDATA - SEE THE BUYER'
                 TO DRP-SHOP-OUT
              ADD 1 TO WS-NO-ADDRESS-CTR
              WRITE PRINT-REC FROM WS-DROP-LINE-OUT
              ADD 1 TO WS-LINE-KTR
           ELSE
              STRING WS-ORD-SHOP-1 (WS-ORD-IDX) ' '
                 WS-ORD-SHOP-2 (WS-ORD-IDX)
                 DELIMITED BY SIZE INTO DRP-SHOP-OUT
              WRITE PRINT-REC FROM WS-DROP-LINE-OUT
              MOVE SPACES TO DRA-ADDR-OUT
              STRING WS-ORD-SHOP-3 (WS-ORD-IDX) ' '
                 WS-ORD-SHOP-CITY (WS-ORD-IDX) ' '
                 WS-ORD-SHOP-STATE (WS-ORD-IDX) ' '
                 WS-ORD-SHOP-ZIP (WS-ORD-IDX)
                 DELIMITED BY SIZE INTO DRA-ADDR-OUT
              WRITE PRINT-REC FROM WS-DROP-ADDR-LINE-OUT
              ADD 2 TO WS-LINE-KTR
           END-IF.
           ADD 1 TO WS-DROP-SHIP-CTR.

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
           MOVE 'SUPPLIER ORDERS FOR THE PART' TO WS-SUMMARY-LABEL.
           MOVE WS-ORD-MAX TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'RECEIPTS IN THE RECALL' TO WS-SUMMARY-LABEL.
           MOVE WS-RECEIPTS-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE '  QUANTITY RECEIVED' TO WS-SUMMARY-LABEL.
           MOVE WS-QTY-RECEIVED-TOTAL TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'RECALLED LOTS ON FILE' TO WS-SUMMARY-LABEL.
           MOVE WS-LOTS-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'PLANT BALANCES STILL HOLDING' TO WS-SUMMARY-LABEL.
           MOVE WS-ONHAND-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE '  QUANTITY ON HAND' TO WS-SUMMARY-LABEL.
           MOVE WS-QTY-ON-HAND-TOTAL TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'DROP-SHIP ORDERS TO CALL' TO WS-SUMMARY-LABEL.
           MOVE WS-DROP-SHIP-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE '  WITH NO SHOP ADDRESS' TO WS-SUMMARY-LABEL.
           MOVE WS-NO-ADDRESS-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHGBACK.
       AUTHOR. FABIO COSTA.
      ******************************************************************
      * 04/19 Supplier chargebacks for late delivery and expedited
      * freight. DLVPERF scores late deliveries and EXPEDITE tells the
      * buyers what to chase, but nothing ever recovered what a late
      * order cost us, even where the agreement carries a penalty
      * clause. Every night this program:
      *   - applies the waivers buyers keyed through CHGWAIV - a
      *     waived chargeback never reaches AP, and the waiver lands
      *     on the CHGAUD audit trail with who keyed it and why;
      *   - releases every chargeback that has sat out its waiver
      *     hold (WS-HOLD-DAYS) to AP as a row in the DEBITMEM format
      *     DOCKINSP writes, so REMITADV nets it off the supplier's
      *     payment the same way it nets a rejected-goods memo;
      *   - prices tonight's late receipts (RECEIPTS.CLEAN against
      *     the OPENPO delivery date) at the supplier's penalty
      *     percent per day late, up to the cap (see SM-LATE-PCT-
      *     PER-DAY in SUPMTAB);
      *   - prices the carriers' EXPFRT expedited-freight bills in
      *     full against suppliers whose agreement makes expedited
      *     freight chargeable.
      * Every chargeback lives on the CHGBKMST chargeback master,
      * loaded at start and rewritten whole at the end, the CONSBAL
      * pattern.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Input dock receipts, as OPSEDIT passed them
           SELECT RECEIPTS ASSIGN TO RECEIPTS
           FILE STATUS IS IN-RECEIPTS-KEY.

      * Input expedited-freight bills from the carriers
           SELECT EXPFRT ASSIGN TO EXPFRT
           FILE STATUS IS IN-EXPFRT-KEY.

      * Input waivers keyed through CHGWAIV
           SELECT CHGWAIV ASSIGN TO CHGWAIV
           FILE STATUS IS IN-CHGWAIV-KEY.

      * Chargeback master - loaded, then rewritten
           SELECT CHGBKMST ASSIGN TO CHGBKMST
           FILE STATUS IS CHGBKMST-KEY.

      * Supplier master control file - see SUPMTAB.
           SELECT SUPPMST ASSIGN TO SUPPMST
           FILE STATUS IS IN-SUPPMST-KEY.

      * Open purchase-order status file, as POMATCH wrote it
           SELECT OPENPO ASSIGN TO OPENPO
           FILE STATUS IS IN-OPENPO-KEY.

      * Business process-date control card - see PROCDATE.
           SELECT PROCDATE ASSIGN TO PROCDATE
           FILE STATUS IS PROCDATE-KEY.

      * Output debit-memo rows for AP
           SELECT DEBITMEM ASSIGN TO DEBITMEM
           FILE STATUS IS OUT-DEBITMEM-KEY.

      * Waiver audit trail, shared with CHGWAIV
           SELECT CHGAUD ASSIGN TO CHGAUD
           FILE STATUS IS OUT-CHGAUD-KEY.

           SELECT PRINT-LINE ASSIGN TO PRTLINE.

       DATA DIVISION.
       FILE SECTION.
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

      *04/19 One row per expedited-freight bill - the order the
      * premium truck was run for, the carrier and its bill.
       FD  EXPFRT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 39 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS EXPFRT-REC.
       01  EXPFRT-REC.
           05  EF-PO-NUMBER            PIC X(06).
           05  EF-CARRIER-CODE         PIC X(04).
           05  EF-BILL-NUMBER          PIC X(12).
           05  EF-BILL-DATE            PIC 9(08).
           05  EF-FREIGHT-AMOUNT       PIC 9(7)V99.

      *04/19 Same 53-byte waiver row CHGWAIV writes.
       FD  CHGWAIV
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 53 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CHGWAIV-REC.
       01  CHGWAIV-REC.
           05  CW-CHARGEBACK-NO        PIC 9(07).
           05  CW-WAIVE-REASON         PIC X(30).
           05  CW-KEYED-BY             PIC X(08).
           05  CW-KEYED-DATE           PIC 9(08).

      *04/19 One row per chargeback. Type 'L' late receipt, 'F'
      * expedited freight; status 'P' pending (inside its waiver
      * hold), 'W' waived, 'R' released to AP.
       FD  CHGBKMST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 180 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CHGBKMST-REC.
       01  CHGBKMST-REC.
           05  CB-CHARGEBACK-NO        PIC 9(07).
           05  CB-TYPE                 PIC X(01).
           05  CB-STATUS               PIC X(01).
           05  CB-PO-NUMBER            PIC X(06).
           05  CB-SUPPLIER-CODE        PIC X(10).
           05  CB-SUPPLIER-NAME        PIC X(15).
           05  CB-PART-NUMBER          PIC X(23).
           05  CB-BUYER-CODE           PIC X(03).
           05  CB-EVENT-DATE           PIC 9(08).
           05  CB-DAYS-LATE            PIC 9(03).
           05  CB-QUANTITY             PIC 9(07).
           05  CB-BASIS-AMOUNT         PIC 9(9)V99.
           05  CB-CHARGE-AMOUNT        PIC 9(9)V99.
           05  CB-FREIGHT-BILL         PIC X(12).
           05  CB-CREATED-DATE         PIC 9(08).
           05  CB-CLOSED-DATE          PIC 9(08).
           05  CB-WAIVE-REASON         PIC X(30).
           05  CB-WAIVED-BY            PIC X(08).
           05  CB-LAST-RUN-DATE        PIC 9(08).

      * Same 74-byte row FINALEX's supplier-master load reads.
       FD  SUPPMST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 74 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SUPPMST-REC.
       01  SUPPMST-REC     PIC X(74).

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

       FD  PROCDATE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 8 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PROCDATE-REC.
       01  PROCDATE-REC     PIC X(8).

      * Same 92-byte memo row DOCKINSP writes.
       FD  DEBITMEM
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 92 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS DEBITMEM-REC.
       01  DEBITMEM-REC.
           05  DM-PO-NUMBER            PIC X(06).
           05  DM-SUPPLIER-CODE        PIC X(10).
           05  DM-SUPPLIER-NAME        PIC X(15).
           05  DM-PART-NUMBER          PIC X(23).
           05  DM-QTY-RETURNED         PIC 9(07).
           05  DM-UNIT-PRICE           PIC 9(7)V99.
           05  DM-MEMO-AMOUNT          PIC 9(9)V99.
           05  DM-DEFECT-REASON        PIC 9(03).
           05  DM-INSPECT-DATE         PIC 9(08).

      *04/19 Waiver audit row - chargeback, action, who, when, why.
      * 'K' keyed at the console, 'W' applied here, 'X' refused here
      * because the chargeback was no longer pending.
       FD  CHGAUD
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 54 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CHGAUD-REC.
       01  CHGAUD-REC.
           05  CA-CHARGEBACK-NO        PIC 9(07).
           05  CA-ACTION               PIC X(01).
           05  CA-OPERATOR-ID          PIC X(08).
           05  CA-ACTION-DATE          PIC 9(08).
           05  CA-REASON               PIC X(30).

       FD  PRINT-LINE RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 133 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PRINT-REC.
       01  PRINT-REC      PIC X(133).

       WORKING-STORAGE SECTION.
      * Supplier master control table - see SUPMTAB.
           COPY SUPMTAB.
      * Business process date control card - see PROCDATE.
           COPY PROCDATE.

       01 FILE-STATUS-CODES.
      * File status key for input File RECEIPTS
           05 IN-RECEIPTS-KEY           PIC X(2).
                88 CODE-WRITE               VALUE SPACES.

      * File status key for input File EXPFRT
           05 IN-EXPFRT-KEY             PIC X(2).
                88 CODE-WRITE               VALUE SPACES.

      * File status key for input File CHGWAIV
           05 IN-CHGWAIV-KEY            PIC X(2).
                88 CODE-WRITE               VALUE SPACES.

      * A missing master just means nothing has been charged yet.
           05 CHGBKMST-KEY              PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
                88 CHGBKMST-NOT-FOUND       VALUE '35'.

      * File status key for input File SUPPMST
           05 IN-SUPPMST-KEY            PIC X(2).
                88 CODE-WRITE               VALUE SPACES.

      * File status key for input File OPENPO
           05 IN-OPENPO-KEY             PIC X(2).
                88 CODE-WRITE               VALUE SPACES.

           05 PROCDATE-KEY              PIC X(2).
                88 CODE-WRITE               VALUE SPACES.

      * File status key for output File DEBITMEM
           05 OUT-DEBITMEM-KEY          PIC X(2).
                88 CODE-WRITE               VALUE SPACES.

      * File status key for output File CHGAUD
           05 OUT-CHGAUD-KEY            PIC X(2).
                88 CODE-WRITE               VALUE SPACES.

       01 FILES-EOF.
           05 RECEIPTS-EOF-WS                 PIC X(01) VALUE 'N'.
              88 RECEIPTS-EOF                            VALUE 'Y'.
           05 EXPFRT-EOF-WS                   PIC X(01) VALUE 'N'.
              88 EXPFRT-EOF                              VALUE 'Y'.
           05 CHGWAIV-EOF-WS                  PIC X(01) VALUE 'N'.
              88 CHGWAIV-EOF                             VALUE 'Y'.
           05 CHGBKMST-EOF-WS                 PIC X(01) VALUE 'N'.
              88 CHGBKMST-EOF                            VALUE 'Y'.
           05 SUPPMST-EOF-WS                  PIC X(01) VALUE 'N'.
              88 SUPPMST-EOF                             VALUE 'Y'.
           05 OPENPO-EOF-WS                   PIC X(01) VALUE 'N'.
              88 OPENPO-EOF                              VALUE 'Y'.

      *04/19 Days a priced chargeback waits for a buyer's waiver
      * before it goes to AP.
       01 WS-HOLD-DAYS                     PIC 9(03) VALUE 005.

      *04/19 Reason codes stamped on the debit-memo rows, so REMITADV
      * and STMRECON can tell a chargeback from a rejected-goods
      * memo or a core credit. Carried as rows on RSNCODES.
       01 WS-LATE-REASON-CODE              PIC 9(03) VALUE 901.
       01 WS-FREIGHT-REASON-CODE           PIC 9(03) VALUE 902.

       01 WS-IN-RECEIPTS-CTR               PIC 9(7) VALUE ZERO.
       01 WS-NOT-TRACED-CTR                PIC 9(7) VALUE ZERO.
       01 WS-LATE-CTR                      PIC 9(7) VALUE ZERO.
       01 WS-NO-CLAUSE-CTR                 PIC 9(7) VALUE ZERO.
       01 WS-LATE-PRICED-CTR               PIC 9(7) VALUE ZERO.
       01 WS-CAPPED-CTR                    PIC 9(7) VALUE ZERO.
       01 WS-IN-FREIGHT-CTR                PIC 9(7) VALUE ZERO.
       01 WS-FREIGHT-PRICED-CTR            PIC 9(7) VALUE ZERO.
       01 WS-FREIGHT-EXCEPT-CTR            PIC 9(7) VALUE ZERO.
       01 WS-IN-WAIVER-CTR                 PIC 9(7) VALUE ZERO.
       01 WS-WAIVED-CTR                    PIC 9(7) VALUE ZERO.
       01 WS-WAIVER-REFUSED-CTR            PIC 9(7) VALUE ZERO.
       01 WS-RELEASED-CTR                  PIC 9(7) VALUE ZERO.
       01 WS-IN-MASTER-CTR                 PIC 9(7) VALUE ZERO.
       01 WS-PURGED-CTR                    PIC 9(7) VALUE ZERO.
       01 WS-OUT-MASTER-CTR                PIC 9(7) VALUE ZERO.
       01 WS-PRICED-TOTAL                  PIC 9(9)V99 VALUE ZERO.
       01 WS-WAIVED-TOTAL                  PIC 9(9)V99 VALUE ZERO.
       01 WS-RELEASED-TOTAL                PIC 9(9)V99 VALUE ZERO.

       01 WS-MASTER-INDEX                  PIC 9(4) VALUE 1.
       01 WS-SM-IDX                        PIC 9(4) VALUE 1.
       01 WS-SM-FOUND-IDX                  PIC 9(4) VALUE ZERO.

      *04/19 The chargeback master in storage, in chargeback-number
      * order - the same 180-byte shape it is written in.
       01 WS-CHARGE-TABLE.
           05 WS-CB-ENTRY OCCURS 20000 TIMES.
              10 WS-CB-CHARGEBACK-NO      PIC 9(07).
              10 WS-CB-TYPE               PIC X(01).
              10 WS-CB-STATUS             PIC X(01).
              10 WS-CB-PO-NUMBER          PIC X(06).
              10 WS-CB-SUPPLIER-CODE      PIC X(10).
              10 WS-CB-SUPPLIER-NAME      PIC X(15).
              10 WS-CB-PART-NUMBER        PIC X(23).
              10 WS-CB-BUYER-CODE         PIC X(03).
              10 WS-CB-EVENT-DATE         PIC 9(08).
              10 WS-CB-DAYS-LATE          PIC 9(03).
              10 WS-CB-QUANTITY           PIC 9(07).
              10 WS-CB-BASIS-AMOUNT       PIC 9(9)V99.
              10 WS-CB-CHARGE-AMOUNT      PIC 9(9)V99.
              10 WS-CB-FREIGHT-BILL       PIC X(12).
              10 WS-CB-CREATED-DATE       PIC 9(08).
              10 WS-CB-CLOSED-DATE        PIC 9(08).
              10 WS-CB-WAIVE-REASON       PIC X(30).
              10 WS-CB-WAIVED-BY          PIC X(08).
              10 WS-CB-LAST-RUN-DATE      PIC 9(08).
       01 WS-CB-MAX                       PIC 9(05) VALUE ZERO.
       01 WS-CB-IDX                       PIC 9(05) VALUE 1.
       01 WS-CB-FOUND-IDX                 PIC 9(05) VALUE ZERO.
       01 WS-NEXT-CHARGEBACK-NO           PIC 9(07) VALUE ZERO.

      *04/19 Tonight's open orders - everything a receipt or a
      * freight bill is priced against.
       01 WS-ORDER-TABLE.
           05 WS-ORD-ENTRY OCCURS 50000 TIMES.
              10 WS-ORD-PO                PIC X(06).
              10 WS-ORD-BUYER             PIC X(03).
              10 WS-ORD-PART              PIC X(23).
              10 WS-ORD-SUPPLIER-CODE     PIC X(10).
              10 WS-ORD-SUPPLIER-NAME     PIC X(15).
              10 WS-ORD-UNIT-PRICE        PIC 9(7)V99.
              10 WS-ORD-DELIVERY-DATE     PIC X(08).
              10 WS-ORD-TYPE              PIC X(01).
       01 WS-ORD-MAX                      PIC 9(05) VALUE ZERO.
       01 WS-ORD-IDX                      PIC 9(05) VALUE 1.
       01 WS-ORD-FOUND-IDX                PIC 9(05) VALUE ZERO.
       01 WS-SEARCH-PO                    PIC X(06) VALUE SPACES.

       01 WS-DAYS-LATE                    PIC 9(05) VALUE ZERO.
       01 WS-BASIS-AMOUNT                 PIC 9(9)V99 VALUE ZERO.
       01 WS-CHARGE-AMOUNT                PIC 9(9)V99 VALUE ZERO.
       01 WS-CAP-AMOUNT                   PIC 9(9)V99 VALUE ZERO.
       01 WS-FINDING                      PIC X(30) VALUE SPACES.
      *04/19 Closed chargebacks older than a year drop off at the
      * rewrite - the process date less one in the year digits.
       01 WS-PURGE-DATE                   PIC 9(08) VALUE ZERO.

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
       01 WS-FROM-INT                      PIC 9(9) COMP VALUE ZERO.

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
              'Destiny Auto Parts - Supplier Chargebacks'.
           05 FILLER              PIC X(54)      VALUE SPACES.
           05 FILLER              PIC X(5)       VALUE 'PAGE '.
           05 WS-PAGE-NO-OUT      PIC ZZZ9       VALUE ZERO.
       01 WS-SECTION-LINE.
           05 FILLER              PIC X(3)       VALUE SPACES.
           05 WS-SECTION-TITLE    PIC X(60)      VALUE SPACES.
           05 FILLER              PIC X(70)      VALUE SPACES.
       01 WS-HEADER.
          05 FILLER              PIC X(3)       VALUE SPACES.
          05 FILLER              PIC X(09)      VALUE 'Chgbk No'.
          05 FILLER              PIC X(17)      VALUE 'Supplier Name'.
          05 FILLER              PIC X(08)      VALUE 'PO No'.
          05 FILLER              PIC X(10)      VALUE 'Date'.
          05 FILLER              PIC X(05)      VALUE 'Late'.
          05 FILLER              PIC X(16)      VALUE
             '          Basis'.
          05 FILLER              PIC X(16)      VALUE
             '         Charge'.
          05 FILLER              PIC X(30)      VALUE 'Finding'.

       01 WS-DETAIL-LINE-OUT.
          05 FILLER                 PIC X(3)       VALUE SPACES.
          05 DTL-CHARGEBACK-OUT     PIC X(07)      VALUE SPACES.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 DTL-SUPPLIER-OUT       PIC X(15)      VALUE SPACES.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 DTL-PO-OUT             PIC X(06)      VALUE SPACES.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 DTL-DATE-OUT           PIC X(08)      VALUE SPACES.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 DTL-DAYS-OUT           PIC ZZ9        VALUE ZERO.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 DTL-BASIS-OUT          PIC $$$,$$$,$$9.99 VALUE ZERO.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 DTL-CHARGE-OUT         PIC $$$,$$$,$$9.99 VALUE ZERO.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 DTL-FINDING-OUT        PIC X(30)      VALUE SPACES.

       01 WS-SUMMARY-LINE.
           05 FILLER                PIC X(3)  VALUE SPACES.
           05 WS-SUMMARY-LABEL      PIC X(34) VALUE SPACES.
           05 WS-SUMMARY-COUNT      PIC ZZZ,ZZZ,ZZ9 VALUE ZERO.
           05 FILLER                PIC X(96) VALUE SPACES.
       01 WS-SUMMARY-AMOUNT-LINE.
           05 FILLER                PIC X(3)  VALUE SPACES.
           05 WS-SUMMARY-AMT-LABEL  PIC X(34) VALUE SPACES.
           05 WS-SUMMARY-AMOUNT     PIC $$$,$$$,$$9.99 VALUE ZERO.
           05 FILLER                PIC X(82) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN.
           PERFORM 000-Housekeeping.
           MOVE 'WAIVERS KEYED BY THE BUYERS' TO WS-SECTION-TITLE.
           PERFORM 820-Write-Section.
           PERFORM 420-Read-CHGWAIV.
           PERFORM 250-ApplyWaiver
              THRU 250-ApplyWaiver-Exit
              UNTIL CHGWAIV-EOF.
           MOVE 'CHARGEBACKS RELEASED TO AP AS DEBIT MEMOS'
              TO WS-SECTION-TITLE.
           PERFORM 800-NEW-PAGE.
           PERFORM 820-Write-Section.
           PERFORM 270-ReleaseCharges.
           MOVE 'LATE RECEIPTS PRICED TONIGHT' TO WS-SECTION-TITLE.
           PERFORM 800-NEW-PAGE.
           PERFORM 820-Write-Section.
           PERFORM 400-Read-RECEIPTS.
           PERFORM 100-Main2 UNTIL RECEIPTS-EOF.
           MOVE 'EXPEDITED FREIGHT BILLS PRICED TONIGHT'
              TO WS-SECTION-TITLE.
           PERFORM 800-NEW-PAGE.
           PERFORM 820-Write-Section.
           PERFORM 410-Read-EXPFRT.
           PERFORM 230-PriceFreight
              THRU 230-PriceFreight-Exit
              UNTIL EXPFRT-EOF.
           PERFORM 940-WriteMaster.
           PERFORM 900-WriteSummary.
           PERFORM 600-CLOSE-FILES.
           GOBACK.

       000-Housekeeping.
           PERFORM 370-LoadProcessDate.
           COMPUTE WS-PURGE-DATE = PROCESS-DATE - 10000.
           MOVE PROCESS-DATE TO WS-DATE-IN-STR-CEE.
           PERFORM 500-DayNumber.
           MOVE WS-DAY-INT TO WS-TODAY-INT.
           PERFORM 300-Open-Files.
           MOVE SPACES TO PRINT-REC.
           PERFORM 800-NEW-PAGE.

       100-Main2.
           PERFORM 200-PriceLateReceipt
              THRU 200-PriceLateReceipt-Exit.
           PERFORM 400-Read-RECEIPTS.

      *04/19 A receipt landing after the order's delivery date is
      * charged the supplier's penalty percent of the receipt's
      * value for every day late, up to the cap. A late receipt
      * from a supplier with no penalty clause is only counted -
      * DLVPERF already scores it. A receipt we cannot trace to an
      * open order is POMATCH's exception to report, not ours.
       200-PriceLateReceipt.
           MOVE RCPT-PO-NUMBER TO WS-SEARCH-PO.
           PERFORM 210-FindOrder.
           IF WS-ORD-FOUND-IDX = ZERO
              ADD 1 TO WS-NOT-TRACED-CTR
              GO TO 200-PriceLateReceipt-Exit
           END-IF.
           IF WS-ORD-TYPE (WS-ORD-FOUND-IDX) = 'R'
              OR WS-ORD-DELIVERY-DATE (WS-ORD-FOUND-IDX) NOT NUMERIC
              GO TO 200-PriceLateReceipt-Exit
           END-IF.
           MOVE WS-ORD-DELIVERY-DATE (WS-ORD-FOUND-IDX)
              TO WS-DATE-IN-STR-CEE.
           PERFORM 500-DayNumber.
           MOVE WS-DAY-INT TO WS-FROM-INT.
           MOVE RCPT-RECEIPT-DATE TO WS-DATE-IN-STR-CEE.
           PERFORM 500-DayNumber.
           IF WS-FROM-INT = ZERO
              OR WS-DAY-INT NOT > WS-FROM-INT
              GO TO 200-PriceLateReceipt-Exit
           END-IF.
           COMPUTE WS-DAYS-LATE = WS-DAY-INT - WS-FROM-INT.
           ADD 1 TO WS-LATE-CTR.
           PERFORM 215-FindSupplier.
           IF WS-SM-FOUND-IDX = ZERO
              ADD 1 TO WS-NO-CLAUSE-CTR
              GO TO 200-PriceLateReceipt-Exit
           END-IF.
           IF SM-LATE-PCT-PER-DAY (WS-SM-FOUND-IDX) NOT NUMERIC
              OR SM-LATE-PCT-PER-DAY (WS-SM-FOUND-IDX) = ZERO
              ADD 1 TO WS-NO-CLAUSE-CTR
              GO TO 200-PriceLateReceipt-Exit
           END-IF.
           COMPUTE WS-BASIS-AMOUNT ROUNDED = RCPT-QUANTITY
              * WS-ORD-UNIT-PRICE (WS-ORD-FOUND-IDX).
           COMPUTE WS-CHARGE-AMOUNT ROUNDED = WS-BASIS-AMOUNT
              * SM-LATE-PCT-PER-DAY (WS-SM-FOUND-IDX)
              * WS-DAYS-LATE / 100.
           MOVE 'PRICED - ON HOLD FOR WAIVER' TO WS-FINDING.
           IF SM-LATE-CAP-PCT (WS-SM-FOUND-IDX) NUMERIC
              AND SM-LATE-CAP-PCT (WS-SM-FOUND-IDX) > ZERO
              COMPUTE WS-CAP-AMOUNT ROUNDED = WS-BASIS-AMOUNT
                 * SM-LATE-CAP-PCT (WS-SM-FOUND-IDX) / 100
              IF WS-CHARGE-AMOUNT > WS-CAP-AMOUNT
                 MOVE WS-CAP-AMOUNT TO WS-CHARGE-AMOUNT
                 MOVE 'CAPPED - ON HOLD FOR WAIVER' TO WS-FINDING
                 ADD 1 TO WS-CAPPED-CTR
              END-IF
           END-IF.
           IF WS-CHARGE-AMOUNT = ZERO
              GO TO 200-PriceLateReceipt-Exit
           END-IF.
           PERFORM 240-AddCharge.
           MOVE 'L' TO WS-CB-TYPE (WS-CB-MAX).
           MOVE RCPT-RECEIPT-DATE TO WS-CB-EVENT-DATE (WS-CB-MAX).
           MOVE WS-DAYS-LATE TO WS-CB-DAYS-LATE (WS-CB-MAX).
           MOVE RCPT-QUANTITY TO WS-CB-QUANTITY (WS-CB-MAX).
           ADD 1 TO WS-LATE-PRICED-CTR.
           PERFORM 280-ListCharge.
       200-PriceLateReceipt-Exit.
           EXIT.

       210-FindOrder.
           MOVE ZERO TO WS-ORD-FOUND-IDX.
           PERFORM VARYING WS-ORD-IDX FROM 1 BY 1
              UNTIL WS-ORD-IDX > WS-ORD-MAX
                 OR WS-ORD-FOUND-IDX > ZERO
                 IF WS-ORD-PO (WS-ORD-IDX) = WS-SEARCH-PO
                    MOVE WS-ORD-IDX TO WS-ORD-FOUND-IDX
                 END-IF
           END-PERFORM.

       215-FindSupplier.
           MOVE ZERO TO WS-SM-FOUND-IDX.
           PERFORM VARYING WS-SM-IDX FROM 1 BY 1
              UNTIL WS-SM-IDX > SUPP-MASTER-MAX
                 OR WS-SM-FOUND-IDX > ZERO
                 IF SM-SUPPLIER-CODE (WS-SM-IDX)
                    = WS-ORD-SUPPLIER-CODE (WS-ORD-FOUND-IDX)
                    MOVE WS-SM-IDX TO WS-SM-FOUND-IDX
                 END-IF
           END-PERFORM.

      *04/19 An expedited-freight bill is charged back in full when
      * the supplier's agreement makes expedited freight chargeable.
      * A bill already charged, one we cannot trace to an open order
      * and one the agreement does not let us charge are listed -
      * somebody still has to decide who pays that truck.
       230-PriceFreight.
           MOVE ZERO TO WS-CB-FOUND-IDX.
           PERFORM VARYING WS-CB-IDX FROM 1 BY 1
              UNTIL WS-CB-IDX > WS-CB-MAX
                 OR WS-CB-FOUND-IDX > ZERO
                 IF WS-CB-TYPE (WS-CB-IDX) = 'F'
                    AND WS-CB-FREIGHT-BILL (WS-CB-IDX)
                       = EF-BILL-NUMBER
                    MOVE WS-CB-IDX TO WS-CB-FOUND-IDX
                 END-IF
           END-PERFORM.
           MOVE SPACES TO WS-DETAIL-LINE-OUT.
           MOVE EF-PO-NUMBER TO DTL-PO-OUT.
           MOVE EF-BILL-DATE TO DTL-DATE-OUT.
           MOVE EF-FREIGHT-AMOUNT TO DTL-BASIS-OUT.
           MOVE ZERO TO DTL-CHARGE-OUT.
           IF WS-CB-FOUND-IDX > ZERO
              MOVE 'DUPLICATE FREIGHT BILL' TO DTL-FINDING-OUT
              MOVE WS-CB-SUPPLIER-NAME (WS-CB-FOUND-IDX)
                 TO DTL-SUPPLIER-OUT
              GO TO 230-FreightException
           END-IF.
           MOVE EF-PO-NUMBER TO WS-SEARCH-PO.
           PERFORM 210-FindOrder.
           IF WS-ORD-FOUND-IDX = ZERO
              MOVE 'PO NOT ON OPENPO' TO DTL-FINDING-OUT
              GO TO 230-FreightException
           END-IF.
           MOVE WS-ORD-SUPPLIER-NAME (WS-ORD-FOUND-IDX)
              TO DTL-SUPPLIER-OUT.
           PERFORM 215-FindSupplier.
           IF WS-SM-FOUND-IDX = ZERO
              MOVE 'SUPPLIER NOT ON SUPPMST' TO DTL-FINDING-OUT
              GO TO 230-FreightException
           END-IF.
           IF NOT SM-EXPEDITE-CHARGEABLE (WS-SM-FOUND-IDX)
              MOVE 'EXPEDITE NOT CHARGEABLE' TO DTL-FINDING-OUT
              GO TO 230-FreightException
           END-IF.
           MOVE EF-FREIGHT-AMOUNT TO WS-BASIS-AMOUNT.
           MOVE EF-FREIGHT-AMOUNT TO WS-CHARGE-AMOUNT.
           MOVE 'PRICED - ON HOLD FOR WAIVER' TO WS-FINDING.
           PERFORM 240-AddCharge.
           MOVE 'F' TO WS-CB-TYPE (WS-CB-MAX).
           MOVE EF-BILL-DATE TO WS-CB-EVENT-DATE (WS-CB-MAX).
           MOVE EF-BILL-NUMBER TO WS-CB-FREIGHT-BILL (WS-CB-MAX).
           ADD 1 TO WS-FREIGHT-PRICED-CTR.
           PERFORM 280-ListCharge.
           GO TO 230-PriceFreight-Next.
       230-FreightException.
           ADD 1 TO WS-FREIGHT-EXCEPT-CTR.
           PERFORM 830-Write-Detail-Line.
       230-PriceFreight-Next.
           PERFORM 410-Read-EXPFRT.
       230-PriceFreight-Exit.
           EXIT.

      *04/19 Appends a pending chargeback for the order found, with
      * the next chargeback number.
       240-AddCharge.
           IF WS-CB-MAX >= 20000
              DISPLAY 'CHGBACK - CHARGEBACK TABLE FULL AT 20000 '
                 'ROWS - RAISE OCCURS IN CHGBACK'
              GO TO 2000-ABEND-RTN
           END-IF.
           ADD 1 TO WS-CB-MAX.
           ADD 1 TO WS-NEXT-CHARGEBACK-NO.
           MOVE SPACES TO WS-CB-ENTRY (WS-CB-MAX).
           MOVE WS-NEXT-CHARGEBACK-NO
              TO WS-CB-CHARGEBACK-NO (WS-CB-MAX).
           MOVE 'P' TO WS-CB-STATUS (WS-CB-MAX).
           MOVE WS-ORD-PO (WS-ORD-FOUND-IDX)
              TO WS-CB-PO-NUMBER (WS-CB-MAX).
           MOVE WS-ORD-SUPPLIER-CODE (WS-ORD-FOUND-IDX)
              TO WS-CB-SUPPLIER-CODE (WS-CB-MAX).
           MOVE WS-ORD-SUPPLIER-NAME (WS-ORD-FOUND-IDX)
              TO WS-CB-SUPPLIER-NAME (WS-CB-MAX).
           MOVE WS-ORD-PART (WS-ORD-FOUND-IDX)
              TO WS-CB-PART-NUMBER (WS-CB-MAX).
           MOVE WS-ORD-BUYER (WS-ORD-FOUND-IDX)
              TO WS-CB-BUYER-CODE (WS-CB-MAX).
           MOVE ZERO TO WS-CB-EVENT-DATE (WS-CB-MAX),
              WS-CB-DAYS-LATE (WS-CB-MAX),
              WS-CB-QUANTITY (WS-CB-MAX),
              WS-CB-CLOSED-DATE (WS-CB-MAX),
              WS-CB-LAST-RUN-DATE (WS-CB-MAX).
           MOVE WS-BASIS-AMOUNT TO WS-CB-BASIS-AMOUNT (WS-CB-MAX).
           MOVE WS-CHARGE-AMOUNT TO WS-CB-CHARGE-AMOUNT (WS-CB-MAX).
           MOVE PROCESS-DATE TO WS-CB-CREATED-DATE (WS-CB-MAX).
           ADD WS-CHARGE-AMOUNT TO WS-PRICED-TOTAL.

      *04/19 A waiver only stops a chargeback still inside its hold -
      * once it has gone to AP as a debit memo the buyer has to take
      * it up with AP. Applied or refused, the waiver is written to
      * the audit trail.
       250-ApplyWaiver.
           MOVE ZERO TO WS-CB-FOUND-IDX.
           PERFORM VARYING WS-CB-IDX FROM 1 BY 1
              UNTIL WS-CB-IDX > WS-CB-MAX
                 OR WS-CB-FOUND-IDX > ZERO
                 IF WS-CB-CHARGEBACK-NO (WS-CB-IDX)
                    = CW-CHARGEBACK-NO
                    MOVE WS-CB-IDX TO WS-CB-FOUND-IDX
                 END-IF
           END-PERFORM.
           MOVE SPACES TO WS-DETAIL-LINE-OUT.
           MOVE CW-CHARGEBACK-NO TO DTL-CHARGEBACK-OUT.
           MOVE CW-KEYED-DATE TO DTL-DATE-OUT.
           MOVE ZERO TO DTL-DAYS-OUT, DTL-BASIS-OUT, DTL-CHARGE-OUT.
           MOVE CW-CHARGEBACK-NO TO CA-CHARGEBACK-NO.
           MOVE CW-KEYED-BY TO CA-OPERATOR-ID.
           MOVE PROCESS-DATE TO CA-ACTION-DATE.
           MOVE CW-WAIVE-REASON TO CA-REASON.
           IF WS-CB-FOUND-IDX = ZERO
              MOVE 'NOT ON FILE - WAIVER REFUSED' TO DTL-FINDING-OUT
              GO TO 250-WaiverRefused
           END-IF.
           MOVE WS-CB-SUPPLIER-NAME (WS-CB-FOUND-IDX)
              TO DTL-SUPPLIER-OUT.
           MOVE WS-CB-PO-NUMBER (WS-CB-FOUND-IDX) TO DTL-PO-OUT.
           MOVE WS-CB-DAYS-LATE (WS-CB-FOUND-IDX) TO DTL-DAYS-OUT.
           MOVE WS-CB-BASIS-AMOUNT (WS-CB-FOUND-IDX) TO DTL-BASIS-OUT.
           MOVE WS-CB-CHARGE-AMOUNT (WS-CB-FOUND-IDX)
              TO DTL-CHARGE-OUT.
           IF WS-CB-STATUS (WS-CB-FOUND-IDX) NOT = 'P'
              MOVE 'NO LONGER PENDING - REFUSED' TO DTL-FINDING-OUT
              GO TO 250-WaiverRefused
           END-IF.
           MOVE 'W' TO WS-CB-STATUS (WS-CB-FOUND-IDX).
           MOVE PROCESS-DATE TO WS-CB-CLOSED-DATE (WS-CB-FOUND-IDX).
           MOVE CW-WAIVE-REASON TO WS-CB-WAIVE-REASON (WS-CB-FOUND-IDX).
           MOVE CW-KEYED-BY TO WS-CB-WAIVED-BY (WS-CB-FOUND-IDX).
           MOVE CW-WAIVE-REASON TO DTL-FINDING-OUT.
           MOVE 'W' TO CA-ACTION.
           PERFORM 255-WriteAudit.
           ADD 1 TO WS-WAIVED-CTR.
           ADD WS-CB-CHARGE-AMOUNT (WS-CB-FOUND-IDX)
              TO WS-WAIVED-TOTAL.
           PERFORM 830-Write-Detail-Line.
           GO TO 250-ApplyWaiver-Next.
       250-WaiverRefused.
           MOVE 'X' TO CA-ACTION.
           PERFORM 255-WriteAudit.
           ADD 1 TO WS-WAIVER-REFUSED-CTR.
           PERFORM 830-Write-Detail-Line.
       250-ApplyWaiver-Next.
           PERFORM 420-Read-CHGWAIV.
       250-ApplyWaiver-Exit.
           EXIT.

       255-WriteAudit.
           WRITE CHGAUD-REC.
           IF OUT-CHGAUD-KEY NOT = '00'
              DISPLAY 'CHGBACK - WRITE FAILED ON CHGAUD, STATUS '
                 OUT-CHGAUD-KEY
              GO TO 2000-ABEND-RTN
           END-IF.

      *04/19 A pending chargeback that has sat out its hold goes to
      * AP as a debit memo - no goods come back, so the quantity and
      * unit price are zero and the memo amount is the charge. The
      * event date stands in for the inspection date, which with
      * the PO and part is how REMITADV logs the netting.
       270-ReleaseCharges.
           PERFORM VARYING WS-CB-IDX FROM 1 BY 1
              UNTIL WS-CB-IDX > WS-CB-MAX
                 IF WS-CB-STATUS (WS-CB-IDX) = 'P'
                    MOVE WS-CB-CREATED-DATE (WS-CB-IDX)
                       TO WS-DATE-IN-STR-CEE
                    PERFORM 500-DayNumber
                    IF WS-DAY-INT > ZERO
                       AND WS-TODAY-INT - WS-DAY-INT
                          NOT < WS-HOLD-DAYS
                       PERFORM 275-WriteDebitMemo
                    END-IF
                 END-IF
           END-PERFORM.

       275-WriteDebitMemo.
           MOVE SPACES TO DEBITMEM-REC.
           MOVE WS-CB-PO-NUMBER (WS-CB-IDX) TO DM-PO-NUMBER.
           MOVE WS-CB-SUPPLIER-CODE (WS-CB-IDX) TO DM-SUPPLIER-CODE.
           MOVE WS-CB-SUPPLIER-NAME (WS-CB-IDX) TO DM-SUPPLIER-NAME.
           MOVE WS-CB-PART-NUMBER (WS-CB-IDX) TO DM-PART-NUMBER.
           MOVE ZERO TO DM-QTY-RETURNED, DM-UNIT-PRICE.
           MOVE WS-CB-CHARGE-AMOUNT (WS-CB-IDX) TO DM-MEMO-AMOUNT.
           IF WS-CB-TYPE (WS-CB-IDX) = 'F'
              MOVE WS-FREIGHT-REASON-CODE TO DM-DEFECT-REASON
           ELSE
              MOVE WS-LATE-REASON-CODE TO DM-DEFECT-REASON
           END-IF.
           MOVE WS-CB-EVENT-DATE (WS-CB-IDX) TO DM-INSPECT-DATE.
           WRITE DEBITMEM-REC.
           IF OUT-DEBITMEM-KEY NOT = '00'
              DISPLAY 'CHGBACK - WRITE FAILED ON DEBITMEM, STATUS '
                 OUT-DEBITMEM-KEY
              GO TO 2000-ABEND-RTN
           END-IF.
           MOVE 'R' TO WS-CB-STATUS (WS-CB-IDX).
           MOVE PROCESS-DATE TO WS-CB-CLOSED-DATE (WS-CB-IDX).
           ADD 1 TO WS-RELEASED-CTR.
           ADD WS-CB-CHARGE-AMOUNT (WS-CB-IDX) TO WS-RELEASED-TOTAL.
           MOVE WS-CB-IDX TO WS-CB-FOUND-IDX.
           IF WS-CB-TYPE (WS-CB-IDX) = 'F'
              MOVE 'FREIGHT BILL ' TO WS-FINDING
              MOVE WS-CB-FREIGHT-BILL (WS-CB-IDX) TO WS-FINDING (14:12)
           ELSE
              MOVE 'LATE DELIVERY' TO WS-FINDING
           END-IF.
           PERFORM 285-ListRow.

      *04/19 Lists the chargeback just added.
       280-ListCharge.
           MOVE WS-CB-MAX TO WS-CB-FOUND-IDX.
           PERFORM 285-ListRow.

       285-ListRow.
           MOVE SPACES TO WS-DETAIL-LINE-OUT.
           MOVE WS-CB-CHARGEBACK-NO (WS-CB-FOUND-IDX)
              TO DTL-CHARGEBACK-OUT.
           MOVE WS-CB-SUPPLIER-NAME (WS-CB-FOUND-IDX)
              TO DTL-SUPPLIER-OUT.
           MOVE WS-CB-PO-NUMBER (WS-CB-FOUND-IDX) TO DTL-PO-OUT.
           MOVE WS-CB-EVENT-DATE (WS-CB-FOUND-IDX) TO DTL-DATE-OUT.
           MOVE WS-CB-DAYS-LATE (WS-CB-FOUND-IDX) TO DTL-DAYS-OUT.
           MOVE WS-CB-BASIS-AMOUNT (WS-CB-FOUND-IDX) TO DTL-BASIS-OUT.
           MOVE WS-CB-CHARGE-AMOUNT (WS-CB-FOUND-IDX)
              TO DTL-CHARGE-OUT.
           MOVE WS-FINDING TO DTL-FINDING-OUT.
           PERFORM 830-Write-Detail-Line.

       300-Open-Files.
           OPEN INPUT CHGBKMST.
           IF CHGBKMST-NOT-FOUND
              CONTINUE
           ELSE
              IF CHGBKMST-KEY NOT = '00'
                 DISPLAY 'File Problem openning CHGBKMST'
                 GO TO 2000-ABEND-RTN
              ELSE
                 PERFORM 340-LoadMaster UNTIL CHGBKMST-EOF
                 CLOSE CHGBKMST
              END-IF
           END-IF.

           OPEN INPUT SUPPMST.
      *    Input File Status Checking for SUPPMST
           IF IN-SUPPMST-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning Input SUPPMST'
                GO TO 2000-ABEND-RTN
           ELSE
                PERFORM 310-LoadSupplierMaster
           END-IF.

           OPEN INPUT OPENPO.
      *    Input File Status Checking for OPENPO
           IF IN-OPENPO-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning Input OPENPO'
                GO TO 2000-ABEND-RTN
           ELSE
                PERFORM 325-LoadOpenPo UNTIL OPENPO-EOF
                CLOSE OPENPO
           END-IF.

           OPEN INPUT RECEIPTS.
      *    Input File Status Checking for RECEIPTS
           IF IN-RECEIPTS-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning Input RECEIPTS'
                GO TO 2000-ABEND-RTN
           END-IF.

           OPEN INPUT EXPFRT.
      *    Input File Status Checking for EXPFRT
           IF IN-EXPFRT-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning Input EXPFRT'
                GO TO 2000-ABEND-RTN
           END-IF.

           OPEN INPUT CHGWAIV.
      *    Input File Status Checking for CHGWAIV
           IF IN-CHGWAIV-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning Input CHGWAIV'
                GO TO 2000-ABEND-RTN
           END-IF.

           OPEN OUTPUT DEBITMEM.
           IF OUT-DEBITMEM-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning Output DEBITMEM'
                GO TO 2000-ABEND-RTN
           END-IF.

      *04/19 The audit trail accumulates across runs and sessions.
           OPEN EXTEND CHGAUD.
           IF OUT-CHGAUD-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning CHGAUD'
                GO TO 2000-ABEND-RTN
           END-IF.

           OPEN OUTPUT PRINT-LINE.

       310-LoadSupplierMaster.
           INITIALIZE SUPP-MASTER-TABLE.
           MOVE 1 TO WS-MASTER-INDEX.
           PERFORM 315-ReadNextSupplier UNTIL SUPPMST-EOF.
           COMPUTE SUPP-MASTER-MAX = WS-MASTER-INDEX - 1.
           CLOSE SUPPMST.

       315-ReadNextSupplier.
           IF WS-MASTER-INDEX > 500
              DISPLAY 'CHGBACK - SUPPLIER MASTER TABLE FULL AT 500 '
                 'ROWS - RAISE OCCURS IN SUPMTAB'
              GO TO 2000-ABEND-RTN
           END-IF.
           READ SUPPMST INTO SUPP-MASTER-LIST(WS-MASTER-INDEX)
              AT END
                 MOVE 'Y' TO SUPPMST-EOF-WS
           END-READ.
           IF NOT SUPPMST-EOF
              ADD 1 TO WS-MASTER-INDEX
           END-IF.

       325-LoadOpenPo.
           READ OPENPO
              AT END
                 MOVE 'Y' TO OPENPO-EOF-WS
           END-READ.
           IF NOT OPENPO-EOF
              IF WS-ORD-MAX >= 50000
                 DISPLAY 'CHGBACK - ORDER TABLE FULL AT 50000 '
                    'ROWS - RAISE OCCURS IN CHGBACK'
                 GO TO 2000-ABEND-RTN
              END-IF
              ADD 1 TO WS-ORD-MAX
              MOVE OP-PO-NUMBER TO WS-ORD-PO (WS-ORD-MAX)
              MOVE OP-BUYER-CODE TO WS-ORD-BUYER (WS-ORD-MAX)
              MOVE OP-PART-NUMBER TO WS-ORD-PART (WS-ORD-MAX)
              MOVE OP-SUPPLIER-CODE
                 TO WS-ORD-SUPPLIER-CODE (WS-ORD-MAX)
              MOVE OP-SUPPLIER-NAME
                 TO WS-ORD-SUPPLIER-NAME (WS-ORD-MAX)
              MOVE OP-UNIT-PRICE TO WS-ORD-UNIT-PRICE (WS-ORD-MAX)
              MOVE OP-DELIVERY-DATE
                 TO WS-ORD-DELIVERY-DATE (WS-ORD-MAX)
              MOVE OP-ORDER-TYPE TO WS-ORD-TYPE (WS-ORD-MAX)
           END-IF.

       340-LoadMaster.
           READ CHGBKMST
              AT END
                 MOVE 'Y' TO CHGBKMST-EOF-WS
           END-READ.
      *04/19 A master already stamped with tonight's process date
      * means tonight's chargebacks are already on it - stop rather
      * than price and release them twice, the CONSBAL stand.
           IF NOT CHGBKMST-EOF
              AND CB-LAST-RUN-DATE = PROCESS-DATE
              DISPLAY 'CHGBACK - CHGBKMST ALREADY CARRIES THE RUN '
                 'FOR ' PROCESS-DATE ' - RERUN WOULD CHARGE TWICE. '
                 'RESTORE CHGBKMST BEFORE RERUNNING'
              GO TO 2000-ABEND-RTN
           END-IF.
           IF NOT CHGBKMST-EOF
              IF WS-CB-MAX >= 20000
                 DISPLAY 'CHGBACK - CHARGEBACK TABLE FULL AT 20000 '
                    'ROWS - RAISE OCCURS IN CHGBACK'
                 GO TO 2000-ABEND-RTN
              END-IF
              ADD 1 TO WS-CB-MAX
              MOVE CHGBKMST-REC TO WS-CB-ENTRY (WS-CB-MAX)
              IF CB-CHARGEBACK-NO > WS-NEXT-CHARGEBACK-NO
                 MOVE CB-CHARGEBACK-NO TO WS-NEXT-CHARGEBACK-NO
              END-IF
              ADD 1 TO WS-IN-MASTER-CTR
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

       400-Read-RECEIPTS.
           READ RECEIPTS
      * Set AT END Switch
                AT END MOVE "Y" TO RECEIPTS-EOF-WS
           END-READ.
           IF (NOT RECEIPTS-EOF) THEN
              ADD +1 TO WS-IN-RECEIPTS-CTR
           END-IF.

       410-Read-EXPFRT.
           READ EXPFRT
                AT END MOVE "Y" TO EXPFRT-EOF-WS
           END-READ.
           IF (NOT EXPFRT-EOF) THEN
              ADD +1 TO WS-IN-FREIGHT-CTR
           END-IF.

       420-Read-CHGWAIV.
           READ CHGWAIV
                AT END MOVE "Y" TO CHGWAIV-EOF-WS
           END-READ.
           IF (NOT CHGWAIV-EOF) THEN
              ADD +1 TO WS-IN-WAIVER-CTR
           END-IF.

      *04/19 Lilian day number for the date in WS-DATE-IN-STR-CEE -
      * zero when CEEDAYS will not take it.
       500-DayNumber.
           CALL "CEEDAYS" USING WS-DATE-IN-CEE, WS-PICSTR-IN,
              WS-DAY-INT, FC.
           IF FC-SEV NOT = ZERO
              MOVE ZERO TO WS-DAY-INT
           END-IF.

       600-CLOSE-FILES.
           CLOSE  RECEIPTS, EXPFRT, CHGWAIV, DEBITMEM, CHGAUD,
                  PRINT-LINE.

      * Matches the fix in FINALEX's 2000-ABEND-RTN - DISPLAY and
      * EXIT alone just fell through to whatever paragraph follows.
       2000-ABEND-RTN.
           DISPLAY 'PROGRAM ENCOUNTERED AN ERROR'.
           MOVE 16 TO RETURN-CODE.
           GOBACK.

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

       830-Write-Detail-Line.
           IF WS-LINE-KTR > WS-MAX-LINES-PER-PAGE
              PERFORM 800-NEW-PAGE
              PERFORM 820-Write-Section
           END-IF.
           WRITE PRINT-REC FROM WS-DETAIL-LINE-OUT.
           ADD 1 TO WS-LINE-KTR.

       900-WriteSummary.
           PERFORM 800-NEW-PAGE.
           WRITE PRINT-REC FROM WS-BLANK-LINE.
           MOVE 'RUN SUMMARY' TO WS-SUMMARY-LABEL.
           MOVE ZERO TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'CHARGEBACKS CARRIED IN' TO WS-SUMMARY-LABEL.
           MOVE WS-IN-MASTER-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'WAIVERS READ' TO WS-SUMMARY-LABEL.
           MOVE WS-IN-WAIVER-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE '  APPLIED' TO WS-SUMMARY-LABEL.
           MOVE WS-WAIVED-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE '  REFUSED' TO WS-SUMMARY-LABEL.
           MOVE WS-WAIVER-REFUSED-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'CHARGES WAIVED TONIGHT' TO WS-SUMMARY-AMT-LABEL.
           MOVE WS-WAIVED-TOTAL TO WS-SUMMARY-AMOUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-AMOUNT-LINE.
           MOVE 'RELEASED TO AP AS DEBIT MEMOS' TO WS-SUMMARY-LABEL.
           MOVE WS-RELEASED-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'CHARGES RELEASED TONIGHT' TO WS-SUMMARY-AMT-LABEL.
           MOVE WS-RELEASED-TOTAL TO WS-SUMMARY-AMOUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-AMOUNT-LINE.
           MOVE 'RECEIPTS READ' TO WS-SUMMARY-LABEL.
           MOVE WS-IN-RECEIPTS-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE '  NOT ON AN OPEN ORDER' TO WS-SUMMARY-LABEL.
           MOVE WS-NOT-TRACED-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE '  RECEIVED LATE' TO WS-SUMMARY-LABEL.
           MOVE WS-LATE-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE '    NO PENALTY CLAUSE' TO WS-SUMMARY-LABEL.
           MOVE WS-NO-CLAUSE-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE '    PRICED' TO WS-SUMMARY-LABEL.
           MOVE WS-LATE-PRICED-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE '      HELD TO THE CAP' TO WS-SUMMARY-LABEL.
           MOVE WS-CAPPED-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'FREIGHT BILLS READ' TO WS-SUMMARY-LABEL.
           MOVE WS-IN-FREIGHT-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE '  PRICED' TO WS-SUMMARY-LABEL.
           MOVE WS-FREIGHT-PRICED-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE '  NOT CHARGED - LISTED' TO WS-SUMMARY-LABEL.
           MOVE WS-FREIGHT-EXCEPT-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'CHARGES PRICED TONIGHT' TO WS-SUMMARY-AMT-LABEL.
           MOVE WS-PRICED-TOTAL TO WS-SUMMARY-AMOUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-AMOUNT-LINE.
           MOVE 'CHARGEBACKS AGED OFF' TO WS-SUMMARY-LABEL.
           MOVE WS-PURGED-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'CHARGEBACKS WRITTEN' TO WS-SUMMARY-LABEL.
           MOVE WS-OUT-MASTER-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.

      *04/19 Rewrites the master whole. A chargeback waived or
      * released more than a year ago drops off; every row left is
      * stamped with the process date for the rerun guard.
       940-WriteMaster.
           OPEN OUTPUT CHGBKMST.
           IF CHGBKMST-KEY NOT = '00'
              DISPLAY 'File Problem openning CHGBKMST for OUTPUT'
              GO TO 2000-ABEND-RTN
           END-IF.
           PERFORM VARYING WS-CB-IDX FROM 1 BY 1
              UNTIL WS-CB-IDX > WS-CB-MAX
                 IF WS-CB-STATUS (WS-CB-IDX) NOT = 'P'
                    AND WS-CB-CLOSED-DATE (WS-CB-IDX) < WS-PURGE-DATE
                    ADD 1 TO WS-PURGED-CTR
                 ELSE
                    MOVE PROCESS-DATE
                       TO WS-CB-LAST-RUN-DATE (WS-CB-IDX)
                    MOVE WS-CB-ENTRY (WS-CB-IDX) TO CHGBKMST-REC
                    WRITE CHGBKMST-REC
                    IF CHGBKMST-KEY NOT = '00'
                       GO TO 2000-ABEND-RTN
                    END-IF
                    ADD 1 TO WS-OUT-MASTER-CTR
                 END-IF
           END-PERFORM.
           CLOSE CHGBKMST.

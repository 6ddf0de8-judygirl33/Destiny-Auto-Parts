       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYCONF.
       AUTHOR. FABIO COSTA.
      ******************************************************************
      * 04/15 AP payment confirmation. Once APEXTRCT handed a row to
      * the AP system we never heard back - nobody knew whether we
      * paid on time or took the TERMTAB early-pay discount. This
      * program keeps the APLEDGR open-item ledger: every payable
      * row on tonight's new APEXTRCT generation is added to it as
      * an open item (in USD, due and discount dates recomposed to
      * YYYYMMDD), then the AP system's nightly APPAID file (PO,
      * paid date, check or ACH trace, amount paid, discount taken)
      * is matched to the open item it settles - same PO, amount
      * paid plus discount taken agreeing with the row's USD amount
      * within a dollar - and that item is stamped paid with the
      * date, trace, amount and discount. The report lists the
      * exceptions:
      *   - payments that settle no open item (no extract on file,
      *     an amount that disagrees, or a PO already paid), and
      *   - open items still unpaid past their due date.
      * DISCRPT reads the paid items monthly for the discounts
      * taken vs. lost report. The ledger is loaded at startup and
      * rewritten whole at end of run, the CONSBAL pattern; paid
      * items drop off a year after their paid date. Credit memos
      * (doc type C) are not payments and are not carried.
      * 04/16 Every item settled tonight is also written to PAYSETL
      * with the payment that settled it - REMITADV builds the
      * supplier remittance advices from it.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Input tonight's AP extract generation, as APEXTRCT wrote it
           SELECT APXNEW ASSIGN TO APXNEW
           FILE STATUS IS IN-APXNEW-KEY.

      * Input AP system's nightly paid file
           SELECT APPAID ASSIGN TO APPAID
           FILE STATUS IS IN-APPAID-KEY.

      * AP open-item ledger - loaded, then rewritten
           SELECT APLEDGR ASSIGN TO APLEDGR
           FILE STATUS IS APLEDGR-KEY.

      * Business process-date control card - see PROCDATE.
           SELECT PROCDATE ASSIGN TO PROCDATE
           FILE STATUS IS PROCDATE-KEY.

      *04/16 Output items settled tonight, for REMITADV
           SELECT PAYSETL ASSIGN TO PAYSETL
           FILE STATUS IS OUT-PAYSETL-KEY.

           SELECT PRINT-LINE ASSIGN TO PRTLINE.

       DATA DIVISION.
       FILE SECTION.
      * Same 178-byte feed row APEXTRCT writes.
       FD  APXNEW
           RECORDING MODE IS F
           RECORD CONTAINS 178 CHARACTERS
           DATA RECORD IS APXNEW-REC.
       01  APXNEW-REC.
           05  AX-PO-NUMBER            PIC X(06).
           05  AX-VENDOR-ID            PIC X(10).
           05  FILLER                  PIC 9(07).
           05  FILLER                  PIC 9(7)V99.
           05  AX-EXTENDED-AMOUNT      PIC 9(9)V99.
           05  FILLER                  PIC X(19).
           05  AX-USD-AMOUNT           PIC 9(9)V99.
           05  FILLER                  PIC X(23).
           05  AX-SUPPLIER-NAME        PIC X(15).
           05  FILLER                  PIC X(03).
           05  AX-DUE-DATE             PIC X(08).
           05  AX-DISCOUNT-DATE        PIC X(08).
           05  AX-DISCOUNT-AMOUNT      PIC 9(9)V99.
           05  AX-DOC-TYPE             PIC X(01).
               88 AX-CREDIT-MEMO             VALUE 'C'.
           05  FILLER                  PIC X(12).
           05  AX-RUN-DATE             PIC 9(08).
           05  AX-RUN-SEQ              PIC 9(03).
      *05/22 Company the payable books to and the intercompany
      * flag - see COMPANY-CODE-PO in PARTSUB. Grew the row 165 to
      * 168.
           05  AX-COMPANY-CODE         PIC X(02).
           05  AX-INTERCO-FLAG         PIC X(01).
      *06/02 The supplier's invoice number the row pays - see
      * 262-PayMatchedLine in APEXTRCT. Grew the row 168 to 178.
           05  FILLER                  PIC X(10).

      *04/15 One row per payment the AP system released. Paid date
      * comes back in the AP interface's MMDDYYYY, the same as the
      * dates we send it; pay type 'K' check, 'A' ACH.
       FD  APPAID
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 52 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS APPAID-REC.
       01  APPAID-REC.
           05  PD-PO-NUMBER            PIC X(06).
           05  PD-PAID-DATE            PIC X(08).
           05  PD-PAY-TYPE             PIC X(01).
               88 PD-PAID-BY-CHECK           VALUE 'K'.
               88 PD-PAID-BY-ACH             VALUE 'A'.
           05  PD-TRACE                PIC X(15).
           05  PD-AMOUNT-PAID          PIC 9(9)V99.
           05  PD-DISCOUNT-TAKEN       PIC 9(9)V99.

      *04/15 Open-item ledger row - one per payable row extracted,
      * keyed by its PO and run identifier. Dates are YYYYMMDD. The
      * last-run stamp is the CONSBAL rerun guard.
       FD  APLEDGR
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 136 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS APLEDGR-REC.
       01  APLEDGR-REC.
           05  LG-PO-NUMBER            PIC X(06).
           05  LG-VENDOR-ID            PIC X(10).
           05  LG-SUPPLIER-NAME        PIC X(15).
           05  LG-USD-AMOUNT           PIC 9(9)V99.
           05  LG-DUE-DATE             PIC 9(08).
           05  LG-DISCOUNT-DATE        PIC 9(08).
           05  LG-DISCOUNT-AVAIL       PIC 9(9)V99.
           05  LG-RUN-DATE             PIC 9(08).
           05  LG-RUN-SEQ              PIC 9(03).
           05  LG-PAID-STATUS          PIC X(01).
               88 LG-ITEM-OPEN               VALUE 'O'.
               88 LG-ITEM-PAID               VALUE 'P'.
           05  LG-PAID-DATE            PIC 9(08).
           05  LG-PAY-TYPE             PIC X(01).
           05  LG-PAY-TRACE            PIC X(15).
           05  LG-AMOUNT-PAID          PIC 9(9)V99.
           05  LG-DISCOUNT-TAKEN       PIC 9(9)V99.
           05  LG-LAST-RUN-DATE        PIC 9(08).
           05  FILLER                  PIC X(01).

      *04/16 One row per item settled tonight, with the payment that
      * settled it. Supplier, pay type, trace and paid date lead the
      * row so a sort on the front of it groups one payment to one
      * supplier together. Gross is the item's USD amount.
       FD  PAYSETL
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PAYSETL-REC.
       01  PAYSETL-REC.
           05  PS-SUPPLIER-NAME        PIC X(15).
           05  PS-PAY-TYPE             PIC X(01).
           05  PS-PAY-TRACE            PIC X(15).
           05  PS-PAID-DATE            PIC 9(08).
           05  PS-PO-NUMBER            PIC X(06).
           05  PS-VENDOR-ID            PIC X(10).
           05  PS-RUN-DATE             PIC 9(08).
           05  PS-RUN-SEQ              PIC 9(03).
           05  PS-GROSS-AMOUNT         PIC 9(9)V99.
           05  PS-DISCOUNT-TAKEN       PIC 9(9)V99.
           05  PS-AMOUNT-PAID          PIC 9(9)V99.
           05  FILLER                  PIC X(01).

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

       01 FILE-STATUS-CODES.
      * File status key for input File APXNEW
           05 IN-APXNEW-KEY             PIC X(2).
                88 CODE-WRITE               VALUE SPACES.

      * File status key for input File APPAID
           05 IN-APPAID-KEY             PIC X(2).
                88 CODE-WRITE               VALUE SPACES.

      * A missing ledger just means nothing has been extracted yet.
           05 APLEDGR-KEY               PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
                88 APLEDGR-NOT-FOUND        VALUE '35'.

           05 PROCDATE-KEY              PIC X(2).
                88 CODE-WRITE               VALUE SPACES.

      * File status key for output File PAYSETL
           05 OUT-PAYSETL-KEY           PIC X(2).
                88 CODE-WRITE               VALUE SPACES.

       01 FILES-EOF.
           05 APXNEW-EOF-WS                   PIC X(01) VALUE 'N'.
              88 APXNEW-EOF                              VALUE 'Y'.
           05 APPAID-EOF-WS                   PIC X(01) VALUE 'N'.
              88 APPAID-EOF                              VALUE 'Y'.
           05 APLEDGR-EOF-WS                  PIC X(01) VALUE 'N'.
              88 APLEDGR-EOF                             VALUE 'Y'.

       01 WS-IN-LEDGER-CTR                 PIC 9(7) VALUE ZERO.
       01 WS-IN-APXNEW-CTR                 PIC 9(7) VALUE ZERO.
       01 WS-ADDED-CTR                     PIC 9(7) VALUE ZERO.
       01 WS-CREDIT-SKIP-CTR               PIC 9(7) VALUE ZERO.
       01 WS-IN-APPAID-CTR                 PIC 9(7) VALUE ZERO.
       01 WS-SETTLED-CTR                   PIC 9(7) VALUE ZERO.
       01 WS-PAID-LATE-CTR                 PIC 9(7) VALUE ZERO.
       01 WS-UNMATCHED-CTR                 PIC 9(7) VALUE ZERO.
       01 WS-PAST-DUE-CTR                  PIC 9(7) VALUE ZERO.
       01 WS-PURGED-CTR                    PIC 9(7) VALUE ZERO.
       01 WS-OUT-LEDGER-CTR                PIC 9(7) VALUE ZERO.

      *04/15 Dollars of disagreement between what AP paid (plus
      * the discount it took) and the item's USD amount that still
      * settle the item - the STMRECON tolerance.
       01 WS-AMOUNT-TOLERANCE              PIC 9(3)V99 VALUE 1.00.

      *04/15 The open-item ledger in storage.
       01 WS-LEDGER-TABLE.
           05 WS-LG-ENTRY OCCURS 50000 TIMES
              INDEXED BY WS-LG-IDX.
              10 WS-LG-ROW                PIC X(136).
       01 WS-LG-MAX                       PIC 9(05) VALUE ZERO.
       01 WS-LG-FOUND-IDX                 PIC 9(05) VALUE ZERO.
       01 WS-LG-FOUND-FLAG                PIC X(01) VALUE 'N'.
           88 ITEM-SETTLED                       VALUE 'Y'.
       01 WS-PO-OPEN-FLAG                 PIC X(01) VALUE 'N'.
           88 PO-HAS-OPEN-ITEM                   VALUE 'Y'.
       01 WS-PO-PAID-FLAG                 PIC X(01) VALUE 'N'.
           88 PO-HAS-PAID-ITEM                   VALUE 'Y'.
       01 WS-PO-SUPPLIER-NAME             PIC X(15) VALUE SPACES.

       01 WS-SETTLED-AMOUNT               PIC 9(10)V99 VALUE ZERO.
       01 WS-DIFF-WORK                    PIC S9(11)V99 VALUE ZERO.
       01 WS-PAID-DATE-YMD                PIC 9(08) VALUE ZERO.
      *04/15 Paid items older than a year drop off at the rewrite -
      * the process date less one in the year digits.
       01 WS-PURGE-DATE                   PIC 9(08) VALUE ZERO.

      *04/15 The AP feed's MMDDYYYY dates recomposed to YYYYMMDD -
      * the same shape CASHFCST uses.
       01 WS-MMDDYYYY-IN.
           05  WS-MD-MM                 PIC X(02).
           05  WS-MD-DD                 PIC X(02).
           05  WS-MD-YYYY               PIC X(04).
       01 WS-YYYYMMDD-OUT.
           05  WS-YO-YYYY               PIC X(04).
           05  WS-YO-MM                 PIC X(02).
           05  WS-YO-DD                 PIC X(02).

      * CEEDAYS work areas - the same shape ACKCHASE/POAGERPT use.
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
       01 WS-TODAY-INT                     PIC 9(9) COMP VALUE ZERO.
       01 WS-DUE-INT                       PIC 9(9) COMP VALUE ZERO.
       01 WS-DAYS-PAST-DUE                 PIC 9(5) VALUE ZERO.

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
              'Destiny Auto Parts - AP Payment Confirmation'.
           05 FILLER              PIC X(54)      VALUE SPACES.
           05 FILLER              PIC X(5)       VALUE 'PAGE '.
           05 WS-PAGE-NO-OUT      PIC ZZZ9       VALUE ZERO.
       01 WS-HEADER.
          05 FILLER              PIC X(3)       VALUE SPACES.
          05 FILLER              PIC X(08)      VALUE 'PO No'.
          05 FILLER              PIC X(17)      VALUE 'Supplier Name'.
          05 FILLER              PIC X(14)      VALUE 'Run Date/Seq'.
          05 FILLER              PIC X(16)      VALUE
             '         Amount'.
          05 FILLER              PIC X(16)      VALUE
             '       Discount'.
          05 FILLER              PIC X(10)      VALUE 'Date'.
          05 FILLER              PIC X(17)      VALUE 'Check/ACH Trace'.
          05 FILLER              PIC X(20)      VALUE 'Finding'.

       01 WS-EXCP-LINE-OUT.
          05 FILLER                 PIC X(3)       VALUE SPACES.
          05 PCX-PO-OUT             PIC X(06)      VALUE SPACES.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 PCX-SUPPLIER-OUT       PIC X(15)      VALUE SPACES.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 PCX-RUN-DATE-OUT       PIC X(08)      VALUE SPACES.
          05 PCX-RUN-SLASH-OUT      PIC X(01)      VALUE SPACES.
          05 PCX-RUN-SEQ-OUT        PIC X(03)      VALUE SPACES.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 PCX-AMOUNT-OUT         PIC $$$,$$$,$$9.99 VALUE ZERO.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 PCX-DISCOUNT-OUT       PIC $$$,$$$,$$9.99 VALUE ZERO.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 PCX-DATE-OUT           PIC X(08)      VALUE SPACES.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 PCX-TRACE-OUT          PIC X(15)      VALUE SPACES.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 PCX-FINDING-OUT        PIC X(20)      VALUE SPACES.

       01 WS-PAST-DUE-FINDING.
          05 FILLER                 PIC X(09)      VALUE 'PAST DUE '.
          05 PDF-DAYS-OUT           PIC ZZZZ9      VALUE ZERO.
          05 FILLER                 PIC X(05)      VALUE ' DAYS'.

       01 WS-SUMMARY-LINE.
           05 FILLER                PIC X(3)  VALUE SPACES.
           05 WS-SUMMARY-LABEL      PIC X(34) VALUE SPACES.
           05 WS-SUMMARY-COUNT      PIC ZZZ,ZZZ,ZZ9 VALUE ZERO.
           05 FILLER                PIC X(96) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN.
      * Start/end timing rows bracket the step on STEPSTAT.
           MOVE 'PAYCONF ' TO TL-STEP-NAME.
           MOVE 'S' TO TL-PHASE.
           MOVE ZERO TO TL-INPUT-COUNT.
           CALL 'TIMELOG' USING TIMELOG-PARMS.
           PERFORM 000-Housekeeping.
           PERFORM 100-Main2 UNTIL APPAID-EOF.
           PERFORM 700-ReportPastDue.
           PERFORM 940-WriteLedger.
           PERFORM 900-WriteSummary.
           PERFORM 600-CLOSE-FILES.
           MOVE 'E' TO TL-PHASE.
           MOVE WS-IN-APPAID-CTR TO TL-INPUT-COUNT.
           CALL 'TIMELOG' USING TIMELOG-PARMS.
           GOBACK.

       000-Housekeeping.
           PERFORM 370-LoadProcessDate.
           COMPUTE WS-PURGE-DATE = PROCESS-DATE - 10000.
           MOVE PROCESS-DATE TO WS-DATE-IN-STR-CEE.
           CALL "CEEDAYS" USING WS-DATE-IN-CEE, WS-PICSTR-IN,
              WS-TODAY-INT, FC.
           PERFORM 300-Open-Files.
           MOVE SPACES TO PRINT-REC.
           PERFORM 800-NEW-PAGE.
      * Priming Read
           PERFORM 400-Read-APPAID.

       100-Main2.
           PERFORM 200-MatchPayment
              THRU 200-MatchPayment-Exit.
           PERFORM 400-Read-APPAID.

      *04/15 A payment settles the first open item on its PO whose
      * USD amount agrees with what AP paid plus the discount it
      * took - oldest first, since the ledger is in extract order.
      * Anything else is an exception, told apart by what the PO
      * does have on the ledger.
       200-MatchPayment.
           COMPUTE WS-SETTLED-AMOUNT =
              PD-AMOUNT-PAID + PD-DISCOUNT-TAKEN.
           MOVE PD-PAID-DATE TO WS-MMDDYYYY-IN.
           PERFORM 220-RecomposeDate.
           MOVE WS-YYYYMMDD-OUT TO WS-PAID-DATE-YMD.
           MOVE 'N' TO WS-LG-FOUND-FLAG.
           MOVE 'N' TO WS-PO-OPEN-FLAG.
           MOVE 'N' TO WS-PO-PAID-FLAG.
           MOVE SPACES TO WS-PO-SUPPLIER-NAME.
           PERFORM VARYING WS-LG-IDX FROM 1 BY 1
              UNTIL WS-LG-IDX > WS-LG-MAX
                 OR ITEM-SETTLED
                 MOVE WS-LG-ROW (WS-LG-IDX) TO APLEDGR-REC
                 IF LG-PO-NUMBER = PD-PO-NUMBER
                    MOVE LG-SUPPLIER-NAME TO WS-PO-SUPPLIER-NAME
                    IF LG-ITEM-PAID
                       MOVE 'Y' TO WS-PO-PAID-FLAG
                    ELSE
                       MOVE 'Y' TO WS-PO-OPEN-FLAG
                       COMPUTE WS-DIFF-WORK =
                          LG-USD-AMOUNT - WS-SETTLED-AMOUNT
                       IF WS-DIFF-WORK < ZERO
                          COMPUTE WS-DIFF-WORK = ZERO - WS-DIFF-WORK
                       END-IF
                       IF WS-DIFF-WORK NOT > WS-AMOUNT-TOLERANCE
                          MOVE 'Y' TO WS-LG-FOUND-FLAG
                          SET WS-LG-FOUND-IDX TO WS-LG-IDX
                       END-IF
                    END-IF
                 END-IF
           END-PERFORM.
           IF ITEM-SETTLED
              PERFORM 210-StampItemPaid
              GO TO 200-MatchPayment-Exit
           END-IF.
           MOVE SPACES TO WS-EXCP-LINE-OUT.
           MOVE PD-PO-NUMBER TO PCX-PO-OUT.
           MOVE WS-PO-SUPPLIER-NAME TO PCX-SUPPLIER-OUT.
           MOVE PD-AMOUNT-PAID TO PCX-AMOUNT-OUT.
           MOVE PD-DISCOUNT-TAKEN TO PCX-DISCOUNT-OUT.
           MOVE WS-PAID-DATE-YMD TO PCX-DATE-OUT.
           MOVE PD-TRACE TO PCX-TRACE-OUT.
           EVALUATE TRUE
              WHEN PO-HAS-OPEN-ITEM
                 MOVE 'AMOUNT DISAGREES' TO PCX-FINDING-OUT
              WHEN PO-HAS-PAID-ITEM
                 MOVE 'PO ALREADY PAID' TO PCX-FINDING-OUT
              WHEN OTHER
                 MOVE 'NO EXTRACT ON FILE' TO PCX-FINDING-OUT
           END-EVALUATE.
           PERFORM 230-Write-Excp-Line.
           ADD 1 TO WS-UNMATCHED-CTR.
       200-MatchPayment-Exit.
           EXIT.

       210-StampItemPaid.
           MOVE WS-LG-ROW (WS-LG-FOUND-IDX) TO APLEDGR-REC.
           MOVE 'P' TO LG-PAID-STATUS.
           MOVE WS-PAID-DATE-YMD TO LG-PAID-DATE.
           MOVE PD-PAY-TYPE TO LG-PAY-TYPE.
           MOVE PD-TRACE TO LG-PAY-TRACE.
           MOVE PD-AMOUNT-PAID TO LG-AMOUNT-PAID.
           MOVE PD-DISCOUNT-TAKEN TO LG-DISCOUNT-TAKEN.
           MOVE APLEDGR-REC TO WS-LG-ROW (WS-LG-FOUND-IDX).
           ADD 1 TO WS-SETTLED-CTR.
           IF LG-DUE-DATE NOT = ZERO
              AND LG-PAID-DATE > LG-DUE-DATE
              ADD 1 TO WS-PAID-LATE-CTR
           END-IF.
           PERFORM 215-WriteSettled.

      *04/16 The settled item, for the remittance advices.
       215-WriteSettled.
           MOVE SPACES TO PAYSETL-REC.
           MOVE LG-SUPPLIER-NAME TO PS-SUPPLIER-NAME.
           MOVE LG-PAY-TYPE TO PS-PAY-TYPE.
           MOVE LG-PAY-TRACE TO PS-PAY-TRACE.
           MOVE LG-PAID-DATE TO PS-PAID-DATE.
           MOVE LG-PO-NUMBER TO PS-PO-NUMBER.
           MOVE LG-VENDOR-ID TO PS-VENDOR-ID.
           MOVE LG-RUN-DATE TO PS-RUN-DATE.
           MOVE LG-RUN-SEQ TO PS-RUN-SEQ.
           MOVE LG-USD-AMOUNT TO PS-GROSS-AMOUNT.
           MOVE LG-DISCOUNT-TAKEN TO PS-DISCOUNT-TAKEN.
           MOVE LG-AMOUNT-PAID TO PS-AMOUNT-PAID.
           WRITE PAYSETL-REC.
           IF OUT-PAYSETL-KEY NOT = '00'
              GO TO 2000-ABEND-RTN
           END-IF.

       220-RecomposeDate.
           MOVE WS-MD-YYYY TO WS-YO-YYYY.
           MOVE WS-MD-MM TO WS-YO-MM.
           MOVE WS-MD-DD TO WS-YO-DD.

       230-Write-Excp-Line.
           IF WS-LINE-KTR > WS-MAX-LINES-PER-PAGE
              PERFORM 800-NEW-PAGE
           END-IF.
           WRITE PRINT-REC FROM WS-EXCP-LINE-OUT.
           ADD 1 TO WS-LINE-KTR.

       300-Open-Files.
           OPEN INPUT APLEDGR.
           IF APLEDGR-NOT-FOUND
              CONTINUE
           ELSE
              IF APLEDGR-KEY NOT = '00'
                 DISPLAY 'File Problem openning APLEDGR'
                 GO TO 2000-ABEND-RTN
              ELSE
                 PERFORM 340-LoadLedger UNTIL APLEDGR-EOF
                 CLOSE APLEDGR
              END-IF
           END-IF.

           OPEN INPUT APXNEW.
      *    Input File Status Checking for APXNEW
           IF IN-APXNEW-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning Input APXNEW'
                GO TO 2000-ABEND-RTN
           ELSE
                PERFORM 310-AddExtractedRow
                   THRU 310-AddExtractedRow-Exit
                   UNTIL APXNEW-EOF
                CLOSE APXNEW
           END-IF.

           OPEN INPUT APPAID.
      *    Input File Status Checking for APPAID
           IF IN-APPAID-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning Input APPAID'
                GO TO 2000-ABEND-RTN
           END-IF.

           OPEN OUTPUT PAYSETL.
      *    Output File Status Checking for PAYSETL
           IF OUT-PAYSETL-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning PAYSETL'
                GO TO 2000-ABEND-RTN
           END-IF.

           OPEN OUTPUT PRINT-LINE.

      *04/15 Each payable row tonight's extract carried becomes an
      * open item. The discount the terms offer was computed on the
      * order-currency amount; it is carried in USD at the row's own
      * rate so it compares with what AP took.
       310-AddExtractedRow.
           READ APXNEW
              AT END
                 MOVE 'Y' TO APXNEW-EOF-WS
           END-READ.
           IF APXNEW-EOF
              GO TO 310-AddExtractedRow-Exit
           END-IF.
           ADD 1 TO WS-IN-APXNEW-CTR.
           IF AX-CREDIT-MEMO
              ADD 1 TO WS-CREDIT-SKIP-CTR
              GO TO 310-AddExtractedRow-Exit
           END-IF.
           PERFORM 330-CheckLedgerTable.
           MOVE SPACES TO APLEDGR-REC.
           MOVE AX-PO-NUMBER TO LG-PO-NUMBER.
           MOVE AX-VENDOR-ID TO LG-VENDOR-ID.
           MOVE AX-SUPPLIER-NAME TO LG-SUPPLIER-NAME.
           MOVE AX-USD-AMOUNT TO LG-USD-AMOUNT.
           MOVE ZERO TO LG-DUE-DATE.
           IF AX-DUE-DATE NOT = SPACES
              AND AX-DUE-DATE NOT = '00000000'
              MOVE AX-DUE-DATE TO WS-MMDDYYYY-IN
              PERFORM 220-RecomposeDate
              MOVE WS-YYYYMMDD-OUT TO LG-DUE-DATE
           END-IF.
           MOVE ZERO TO LG-DISCOUNT-DATE.
           IF AX-DISCOUNT-DATE NOT = SPACES
              AND AX-DISCOUNT-DATE NOT = '00000000'
              MOVE AX-DISCOUNT-DATE TO WS-MMDDYYYY-IN
              PERFORM 220-RecomposeDate
              MOVE WS-YYYYMMDD-OUT TO LG-DISCOUNT-DATE
           END-IF.
           IF AX-EXTENDED-AMOUNT > ZERO
              COMPUTE LG-DISCOUNT-AVAIL ROUNDED =
                 AX-DISCOUNT-AMOUNT * AX-USD-AMOUNT
                 / AX-EXTENDED-AMOUNT
           ELSE
              MOVE ZERO TO LG-DISCOUNT-AVAIL
           END-IF.
           MOVE AX-RUN-DATE TO LG-RUN-DATE.
           MOVE AX-RUN-SEQ TO LG-RUN-SEQ.
           MOVE 'O' TO LG-PAID-STATUS.
           MOVE ZERO TO LG-PAID-DATE.
           MOVE ZERO TO LG-AMOUNT-PAID.
           MOVE ZERO TO LG-DISCOUNT-TAKEN.
           MOVE ZERO TO LG-LAST-RUN-DATE.
           MOVE APLEDGR-REC TO WS-LG-ROW (WS-LG-MAX).
           ADD 1 TO WS-ADDED-CTR.
       310-AddExtractedRow-Exit.
           EXIT.

      *04/15 A ledger bigger than the table means items would be
      * silently dropped at the rewrite - stop instead.
       330-CheckLedgerTable.
           IF WS-LG-MAX >= 50000
              DISPLAY 'PAYCONF - LEDGER TABLE FULL AT 50000 '
                 'ROWS - RAISE OCCURS IN PAYCONF'
              GO TO 2000-ABEND-RTN
           END-IF.
           ADD 1 TO WS-LG-MAX.

       340-LoadLedger.
           READ APLEDGR
              AT END
                 MOVE 'Y' TO APLEDGR-EOF-WS
           END-READ.
      *04/15 A ledger row already stamped with tonight's process
      * date means this run already added tonight's extract - stop
      * rather than carry every item twice, the CONSBAL stand.
           IF NOT APLEDGR-EOF
              AND LG-LAST-RUN-DATE = PROCESS-DATE
              DISPLAY 'PAYCONF - APLEDGR ALREADY CARRIES THE RUN '
                 'FOR ' PROCESS-DATE ' - RERUN WOULD DOUBLE-COUNT. '
                 'RESTORE APLEDGR BEFORE RERUNNING'
              GO TO 2000-ABEND-RTN
           END-IF.
           IF NOT APLEDGR-EOF
              PERFORM 330-CheckLedgerTable
              MOVE APLEDGR-REC TO WS-LG-ROW (WS-LG-MAX)
              ADD 1 TO WS-IN-LEDGER-CTR
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

       400-Read-APPAID.
           READ APPAID
      * Set AT END Switch
                AT END MOVE "Y" TO APPAID-EOF-WS
                IF IN-APPAID-KEY  = '00' THEN
                    DISPLAY
                        '---------------------------------------------'
                    DISPLAY 'Input file APPAID reading problem'
                    PERFORM 2000-ABEND-RTN
                END-IF
           END-READ.
           IF (NOT APPAID-EOF) THEN
              ADD +1 TO WS-IN-APPAID-CTR
           END-IF.

       600-CLOSE-FILES.
           CLOSE  APPAID, PAYSETL, PRINT-LINE.

      *04/15 Every item still open with its due date behind us -
      * AP either never released it or released it under a PO we
      * could not match.
       700-ReportPastDue.
           WRITE PRINT-REC FROM WS-BLANK-LINE.
           ADD 1 TO WS-LINE-KTR.
           PERFORM VARYING WS-LG-IDX FROM 1 BY 1
              UNTIL WS-LG-IDX > WS-LG-MAX
                 MOVE WS-LG-ROW (WS-LG-IDX) TO APLEDGR-REC
                 IF LG-ITEM-OPEN
                    AND LG-DUE-DATE NOT = ZERO
                    AND LG-DUE-DATE < PROCESS-DATE
                    PERFORM 710-Write-Past-Due
                 END-IF
           END-PERFORM.

       710-Write-Past-Due.
           MOVE ZERO TO WS-DAYS-PAST-DUE.
           MOVE LG-DUE-DATE TO WS-DATE-IN-STR-CEE.
           CALL "CEEDAYS" USING WS-DATE-IN-CEE, WS-PICSTR-IN,
              WS-DUE-INT, FC.
           IF FC-SEV = ZERO
              COMPUTE WS-DAYS-PAST-DUE = WS-TODAY-INT - WS-DUE-INT
           END-IF.
           MOVE SPACES TO WS-EXCP-LINE-OUT.
           MOVE LG-PO-NUMBER TO PCX-PO-OUT.
           MOVE LG-SUPPLIER-NAME TO PCX-SUPPLIER-OUT.
           MOVE LG-RUN-DATE TO PCX-RUN-DATE-OUT.
           MOVE '/' TO PCX-RUN-SLASH-OUT.
           MOVE LG-RUN-SEQ TO PCX-RUN-SEQ-OUT.
           MOVE LG-USD-AMOUNT TO PCX-AMOUNT-OUT.
           MOVE LG-DISCOUNT-AVAIL TO PCX-DISCOUNT-OUT.
           MOVE LG-DUE-DATE TO PCX-DATE-OUT.
           MOVE WS-DAYS-PAST-DUE TO PDF-DAYS-OUT.
           MOVE WS-PAST-DUE-FINDING TO PCX-FINDING-OUT.
           PERFORM 230-Write-Excp-Line.
           ADD 1 TO WS-PAST-DUE-CTR.

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
           WRITE PRINT-REC FROM WS-HEADER.
           MOVE ZERO TO WS-LINE-KTR.

       900-WriteSummary.
           WRITE PRINT-REC FROM WS-BLANK-LINE.
           MOVE 'RUN SUMMARY' TO WS-SUMMARY-LABEL.
           MOVE ZERO TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'LEDGER ITEMS CARRIED IN' TO WS-SUMMARY-LABEL.
           MOVE WS-IN-LEDGER-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'EXTRACT ROWS READ' TO WS-SUMMARY-LABEL.
           MOVE WS-IN-APXNEW-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE '  ADDED AS OPEN ITEMS' TO WS-SUMMARY-LABEL.
           MOVE WS-ADDED-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE '  CREDIT MEMOS NOT CARRIED' TO WS-SUMMARY-LABEL.
           MOVE WS-CREDIT-SKIP-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'PAYMENTS READ' TO WS-SUMMARY-LABEL.
           MOVE WS-IN-APPAID-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE '  SETTLED AN OPEN ITEM' TO WS-SUMMARY-LABEL.
           MOVE WS-SETTLED-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE '    OF WHICH PAID AFTER DUE DATE' TO WS-SUMMARY-LABEL.
           MOVE WS-PAID-LATE-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE '  UNMATCHED PAYMENTS' TO WS-SUMMARY-LABEL.
           MOVE WS-UNMATCHED-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'OPEN ITEMS PAST DUE' TO WS-SUMMARY-LABEL.
           MOVE WS-PAST-DUE-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'PAID ITEMS AGED OFF THE LEDGER' TO WS-SUMMARY-LABEL.
           MOVE WS-PURGED-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'LEDGER ITEMS WRITTEN' TO WS-SUMMARY-LABEL.
           MOVE WS-OUT-LEDGER-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.

      *04/15 Rewrites the ledger whole - tonight's new items and
      * payments folded in, paid items a year old dropped, every
      * row stamped with the process date for the rerun guard.
       940-WriteLedger.
           OPEN OUTPUT APLEDGR.
           IF APLEDGR-KEY NOT = '00'
              DISPLAY 'File Problem openning APLEDGR for OUTPUT'
              GO TO 2000-ABEND-RTN
           END-IF.
           PERFORM VARYING WS-LG-IDX FROM 1 BY 1
              UNTIL WS-LG-IDX > WS-LG-MAX
                 MOVE WS-LG-ROW (WS-LG-IDX) TO APLEDGR-REC
                 IF LG-ITEM-PAID
                    AND LG-PAID-DATE < WS-PURGE-DATE
                    ADD 1 TO WS-PURGED-CTR
                 ELSE
                    MOVE PROCESS-DATE TO LG-LAST-RUN-DATE
                    WRITE APLEDGR-REC
                    IF APLEDGR-KEY NOT = '00'
                       GO TO 2000-ABEND-RTN
                    END-IF
                    ADD 1 TO WS-OUT-LEDGER-CTR
                 END-IF
           END-PERFORM.
           CLOSE APLEDGR.

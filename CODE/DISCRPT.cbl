       IDENTIFICATION DIVISION.
       PROGRAM-ID. DISCRPT.
       AUTHOR. FABIO COSTA.
      ******************************************************************
      * 04/15 Monthly discounts taken vs. discounts lost. Reads the
      * APLEDGR open-item ledger PAYCONF keeps and, for every item
      * the AP system confirmed paid in the month under report (the
      * calendar month before the business process date), compares
      * the early-pay discount the TERMTAB terms offered with the
      * discount AP actually took. The difference is money we left
      * on the table. Totals print twice - by supplier, then by
      * buyer - with the count of payments, how many went out after
      * their due date, and the discount offered, taken and lost.
      * The buyer is found by reading the BUYRVNDR crosswalk
      * backwards off the row's AP vendor ID; a vendor no buyer
      * carries (CONSPAY's pay-on-use rows) totals as UNASSIGNED.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * AP open-item ledger, as PAYCONF wrote it
           SELECT APLEDGR ASSIGN TO APLEDGR
           FILE STATUS IS IN-APLEDGR-KEY.

      * Input buyer-code/AP-vendor-ID crosswalk control file
           SELECT BUYRVNDR ASSIGN TO BUYRVNDR
           FILE STATUS IS IN-BUYRVNDR-KEY.

      * Business process-date control card - see PROCDATE.
           SELECT PROCDATE ASSIGN TO PROCDATE
           FILE STATUS IS PROCDATE-KEY.

           SELECT PRINT-LINE ASSIGN TO PRTLINE.

       DATA DIVISION.
       FILE SECTION.
      * Same 136-byte ledger row PAYCONF writes.
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
           05  LG-PAID-DATE-R REDEFINES LG-PAID-DATE.
               10  LG-PAID-YYYYMM      PIC 9(06).
               10  FILLER              PIC 9(02).
           05  LG-PAY-TYPE             PIC X(01).
           05  LG-PAY-TRACE            PIC X(15).
           05  LG-AMOUNT-PAID          PIC 9(9)V99.
           05  LG-DISCOUNT-TAKEN       PIC 9(9)V99.
           05  LG-LAST-RUN-DATE        PIC 9(08).
           05  FILLER                  PIC X(01).

       FD  BUYRVNDR
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 17 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS BUYRVNDR-REC.
       01  BUYRVNDR-REC     PIC X(17).

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
           COPY BUYRTAB.  *> Buyer-code/AP-vendor-ID control table
           COPY PROCDATE. *> Business process date control card

       01 FILE-STATUS-CODES.
           05 IN-APLEDGR-KEY            PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
           05 IN-BUYRVNDR-KEY           PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
           05 PROCDATE-KEY              PIC X(2).
                88 CODE-WRITE               VALUE SPACES.

       01 FILES-EOF.
           05 APLEDGR-EOF-WS                  PIC X(01) VALUE 'N'.
              88 APLEDGR-EOF                             VALUE 'Y'.
           05 BUYRVNDR-EOF-WS                 PIC X(01) VALUE 'N'.
              88 BUYRVNDR-EOF                            VALUE 'Y'.

       01 WS-IN-LEDGER-CTR                 PIC 9(7) VALUE ZERO.
       01 WS-IN-MONTH-CTR                  PIC 9(7) VALUE ZERO.

      *04/15 The month under report - the one before the process
      * date's month.
       01 WS-REPORT-MONTH.
           05 WS-RPT-YYYY                  PIC 9(04) VALUE ZERO.
           05 WS-RPT-MM                    PIC 9(02) VALUE ZERO.
       01 WS-REPORT-YYYYMM REDEFINES WS-REPORT-MONTH
                                           PIC 9(06).
       01 WS-PROCESS-DATE-R.
           05 WS-PD-YYYY                   PIC 9(04).
           05 WS-PD-MM                     PIC 9(02).
           05 WS-PD-DD                     PIC 9(02).

      *04/15 Per-supplier and per-buyer totals - the same columns
      * for both, so one accumulator shape and one print line serve
      * both sections.
       01 WS-SUPP-TABLE.
           05 WS-SUPP-ENTRY OCCURS 1000 TIMES
              INDEXED BY WS-SUPP-IDX.
              10 WS-SUPP-KEY              PIC X(15) VALUE SPACES.
              10 WS-SUPP-TOTALS.
                 15 WS-SUPP-PAYMENTS      PIC 9(07) VALUE ZERO.
                 15 WS-SUPP-LATE          PIC 9(07) VALUE ZERO.
                 15 WS-SUPP-PAID          PIC 9(11)V99 VALUE ZERO.
                 15 WS-SUPP-OFFERED       PIC 9(11)V99 VALUE ZERO.
                 15 WS-SUPP-TAKEN         PIC 9(11)V99 VALUE ZERO.
                 15 WS-SUPP-LOST          PIC 9(11)V99 VALUE ZERO.
       01 WS-SUPP-MAX                     PIC 9(05) VALUE ZERO.
       01 WS-SUPP-FOUND-IDX               PIC 9(05) VALUE ZERO.
       01 WS-SUPP-SWAP                    PIC X(81) VALUE SPACES.

       01 WS-BUYR-TABLE.
           05 WS-BUYR-ENTRY OCCURS 51 TIMES
              INDEXED BY WS-BUYR-IDX.
              10 WS-BUYR-KEY              PIC X(15) VALUE SPACES.
              10 WS-BUYR-TOTALS.
                 15 WS-BUYR-PAYMENTS      PIC 9(07) VALUE ZERO.
                 15 WS-BUYR-LATE          PIC 9(07) VALUE ZERO.
                 15 WS-BUYR-PAID          PIC 9(11)V99 VALUE ZERO.
                 15 WS-BUYR-OFFERED       PIC 9(11)V99 VALUE ZERO.
                 15 WS-BUYR-TAKEN         PIC 9(11)V99 VALUE ZERO.
                 15 WS-BUYR-LOST          PIC 9(11)V99 VALUE ZERO.
       01 WS-BUYR-MAX                     PIC 9(05) VALUE ZERO.
       01 WS-BUYR-FOUND-IDX               PIC 9(05) VALUE ZERO.
       01 WS-BUYR-SWAP                    PIC X(81) VALUE SPACES.

       01 WS-GRAND-TOTALS.
           05 WS-GRAND-PAYMENTS           PIC 9(07) VALUE ZERO.
           05 WS-GRAND-LATE               PIC 9(07) VALUE ZERO.
           05 WS-GRAND-PAID               PIC 9(11)V99 VALUE ZERO.
           05 WS-GRAND-OFFERED            PIC 9(11)V99 VALUE ZERO.
           05 WS-GRAND-TAKEN              PIC 9(11)V99 VALUE ZERO.
           05 WS-GRAND-LOST               PIC 9(11)V99 VALUE ZERO.

       01 WS-FOUND-FLAG                   PIC X(01) VALUE 'N'.
           88 KEY-FOUND                         VALUE 'Y'.
       01 WS-BUYER-KEY                    PIC X(15) VALUE SPACES.
       01 WS-ITEM-LOST                    PIC 9(09)V99 VALUE ZERO.
       01 WS-ITEM-LATE                    PIC 9(01) VALUE ZERO.
       01 WS-BUYER-IDX                    PIC 9(4) VALUE 1.
       01 WS-SORT-I                       PIC 9(05) VALUE ZERO.
       01 WS-SORT-J                       PIC 9(05) VALUE ZERO.

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
              'Destiny Auto Parts - Discounts Taken vs. Lost'.
           05 FILLER              PIC X(09)      VALUE 'Month of '.
           05 WS-MONTH-OUT        PIC 9(06)      VALUE ZERO.
           05 FILLER              PIC X(39)      VALUE SPACES.
           05 FILLER              PIC X(5)       VALUE 'PAGE '.
           05 WS-PAGE-NO-OUT      PIC ZZZ9       VALUE ZERO.
       01 WS-SECTION-LINE.
          05 FILLER              PIC X(3)       VALUE SPACES.
          05 WS-SECTION-OUT      PIC X(30)      VALUE SPACES.
       01 WS-HEADER.
          05 FILLER              PIC X(3)       VALUE SPACES.
          05 WS-HEADER-KEY-OUT   PIC X(17)      VALUE 'Supplier Name'.
          05 FILLER              PIC X(10)      VALUE '  Paymnts'.
          05 FILLER              PIC X(08)      VALUE '   Late'.
          05 FILLER              PIC X(18)      VALUE
             '         USD Paid'.
          05 FILLER              PIC X(18)      VALUE
             '    Disc Offered'.
          05 FILLER              PIC X(18)      VALUE
             '      Disc Taken'.
          05 FILLER              PIC X(18)      VALUE
             '       Disc Lost'.

       01 WS-DISC-LINE-OUT.
          05 FILLER                 PIC X(3)       VALUE SPACES.
          05 DSC-KEY-OUT            PIC X(15)      VALUE SPACES.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 DSC-PAYMENTS-OUT       PIC ZZZ,ZZ9    VALUE ZERO.
          05 FILLER                 PIC X(03)      VALUE SPACES.
          05 DSC-LATE-OUT           PIC ZZZ,ZZ9    VALUE ZERO.
          05 FILLER                 PIC X(01)      VALUE SPACES.
          05 DSC-PAID-OUT           PIC $$$,$$$,$$$,$$9.99 VALUE ZERO.
          05 DSC-OFFERED-OUT        PIC $$$,$$$,$$$,$$9.99 VALUE ZERO.
          05 DSC-TAKEN-OUT          PIC $$$,$$$,$$$,$$9.99 VALUE ZERO.
          05 DSC-LOST-OUT           PIC $$$,$$$,$$$,$$9.99 VALUE ZERO.

       01 WS-SUMMARY-LINE.
           05 FILLER                PIC X(3)  VALUE SPACES.
           05 WS-SUMMARY-LABEL      PIC X(34) VALUE SPACES.
           05 WS-SUMMARY-COUNT      PIC ZZZ,ZZZ,ZZ9 VALUE ZERO.
           05 FILLER                PIC X(96) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN.
           PERFORM 000-Housekeeping.
           PERFORM 100-Main2 UNTIL APLEDGR-EOF.
           PERFORM 500-SortTotals.
           PERFORM 700-ReportBySupplier.
           PERFORM 710-ReportByBuyer.
           PERFORM 900-WriteSummary.
           PERFORM 600-CLOSE-FILES.
           GOBACK.

       000-Housekeeping.
           INITIALIZE WS-SUPP-TABLE, WS-BUYR-TABLE.
           PERFORM 300-Open-Files.
           PERFORM 370-LoadProcessDate.
           MOVE PROCESS-DATE TO WS-PROCESS-DATE-R.
           IF WS-PD-MM = 01
              COMPUTE WS-RPT-YYYY = WS-PD-YYYY - 1
              MOVE 12 TO WS-RPT-MM
           ELSE
              MOVE WS-PD-YYYY TO WS-RPT-YYYY
              COMPUTE WS-RPT-MM = WS-PD-MM - 1
           END-IF.
           MOVE WS-REPORT-YYYYMM TO WS-MONTH-OUT.
      * Priming Read
           PERFORM 400-Read-APLEDGR.

      *04/15 Only items paid in the month under report count.
       100-Main2.
           IF LG-ITEM-PAID
              AND LG-PAID-YYYYMM = WS-REPORT-YYYYMM
              ADD 1 TO WS-IN-MONTH-CTR
              PERFORM 200-AccumulateItem
           END-IF.
           PERFORM 400-Read-APLEDGR.

      *04/15 The discount lost is what the terms offered less what
      * AP took - never negative; a discount taken beyond the offer
      * is AP's business, not a saving of ours.
       200-AccumulateItem.
           MOVE ZERO TO WS-ITEM-LOST.
           IF LG-DISCOUNT-AVAIL > LG-DISCOUNT-TAKEN
              COMPUTE WS-ITEM-LOST =
                 LG-DISCOUNT-AVAIL - LG-DISCOUNT-TAKEN
           END-IF.
           MOVE ZERO TO WS-ITEM-LATE.
           IF LG-DUE-DATE NOT = ZERO
              AND LG-PAID-DATE > LG-DUE-DATE
              MOVE 1 TO WS-ITEM-LATE
           END-IF.
           PERFORM 210-FindSupplier.
           ADD 1 TO WS-SUPP-PAYMENTS (WS-SUPP-FOUND-IDX).
           ADD WS-ITEM-LATE TO WS-SUPP-LATE (WS-SUPP-FOUND-IDX).
           ADD LG-AMOUNT-PAID TO WS-SUPP-PAID (WS-SUPP-FOUND-IDX).
           ADD LG-DISCOUNT-AVAIL
              TO WS-SUPP-OFFERED (WS-SUPP-FOUND-IDX).
           ADD LG-DISCOUNT-TAKEN
              TO WS-SUPP-TAKEN (WS-SUPP-FOUND-IDX).
           ADD WS-ITEM-LOST TO WS-SUPP-LOST (WS-SUPP-FOUND-IDX).
           PERFORM 220-FindBuyer.
           ADD 1 TO WS-BUYR-PAYMENTS (WS-BUYR-FOUND-IDX).
           ADD WS-ITEM-LATE TO WS-BUYR-LATE (WS-BUYR-FOUND-IDX).
           ADD LG-AMOUNT-PAID TO WS-BUYR-PAID (WS-BUYR-FOUND-IDX).
           ADD LG-DISCOUNT-AVAIL
              TO WS-BUYR-OFFERED (WS-BUYR-FOUND-IDX).
           ADD LG-DISCOUNT-TAKEN
              TO WS-BUYR-TAKEN (WS-BUYR-FOUND-IDX).
           ADD WS-ITEM-LOST TO WS-BUYR-LOST (WS-BUYR-FOUND-IDX).
           ADD 1 TO WS-GRAND-PAYMENTS.
           ADD WS-ITEM-LATE TO WS-GRAND-LATE.
           ADD LG-AMOUNT-PAID TO WS-GRAND-PAID.
           ADD LG-DISCOUNT-AVAIL TO WS-GRAND-OFFERED.
           ADD LG-DISCOUNT-TAKEN TO WS-GRAND-TAKEN.
           ADD WS-ITEM-LOST TO WS-GRAND-LOST.

       210-FindSupplier.
           MOVE 'N' TO WS-FOUND-FLAG.
           MOVE ZERO TO WS-SUPP-FOUND-IDX.
           PERFORM VARYING WS-SUPP-IDX FROM 1 BY 1
              UNTIL WS-SUPP-IDX > WS-SUPP-MAX
                 OR KEY-FOUND
                 IF WS-SUPP-KEY (WS-SUPP-IDX) = LG-SUPPLIER-NAME
                    MOVE 'Y' TO WS-FOUND-FLAG
                    SET WS-SUPP-FOUND-IDX TO WS-SUPP-IDX
                 END-IF
           END-PERFORM.
           IF NOT KEY-FOUND
              IF WS-SUPP-MAX >= 1000
                 DISPLAY 'DISCRPT - SUPPLIER TABLE FULL AT 1000 '
                    'SUPPLIERS - RAISE OCCURS IN DISCRPT'
                 GO TO 2000-ABEND-RTN
              END-IF
              ADD 1 TO WS-SUPP-MAX
              MOVE WS-SUPP-MAX TO WS-SUPP-FOUND-IDX
              MOVE LG-SUPPLIER-NAME
                 TO WS-SUPP-KEY (WS-SUPP-FOUND-IDX)
           END-IF.

      *04/15 The crosswalk read backwards - the first buyer whose
      * AP vendor ID is the row's.
       220-FindBuyer.
           MOVE 'UNASSIGNED' TO WS-BUYER-KEY.
           PERFORM VARYING WS-BUYER-IDX FROM 1 BY 1
              UNTIL WS-BUYER-IDX > BUYER-VENDOR-MAX
                 OR WS-BUYER-KEY NOT = 'UNASSIGNED'
                 IF AP-VENDOR-ID-BV (WS-BUYER-IDX) = LG-VENDOR-ID
                    MOVE BUYER-CODE-BV (WS-BUYER-IDX)
                       TO WS-BUYER-KEY
                 END-IF
           END-PERFORM.
           MOVE 'N' TO WS-FOUND-FLAG.
           MOVE ZERO TO WS-BUYR-FOUND-IDX.
           PERFORM VARYING WS-BUYR-IDX FROM 1 BY 1
              UNTIL WS-BUYR-IDX > WS-BUYR-MAX
                 OR KEY-FOUND
                 IF WS-BUYR-KEY (WS-BUYR-IDX) = WS-BUYER-KEY
                    MOVE 'Y' TO WS-FOUND-FLAG
                    SET WS-BUYR-FOUND-IDX TO WS-BUYR-IDX
                 END-IF
           END-PERFORM.
           IF NOT KEY-FOUND
              ADD 1 TO WS-BUYR-MAX
              MOVE WS-BUYR-MAX TO WS-BUYR-FOUND-IDX
              MOVE WS-BUYER-KEY TO WS-BUYR-KEY (WS-BUYR-FOUND-IDX)
           END-IF.

       300-Open-Files.
           OPEN INPUT APLEDGR.
           IF IN-APLEDGR-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning Input APLEDGR'
                GO TO 2000-ABEND-RTN
           END-IF.
           OPEN INPUT BUYRVNDR.
           IF IN-BUYRVNDR-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning Input BUYRVNDR File'
                GO TO 2000-ABEND-RTN
           ELSE
                PERFORM 310-LoadBuyerVendorTable
           END-IF.
           OPEN OUTPUT PRINT-LINE.

       310-LoadBuyerVendorTable.
           INITIALIZE BUYER-VENDOR-TABLE.
           MOVE 1 TO WS-BUYER-IDX.
           PERFORM 315-ReadNextBuyer UNTIL BUYRVNDR-EOF.
           COMPUTE BUYER-VENDOR-MAX = WS-BUYER-IDX - 1.
           CLOSE BUYRVNDR.

       315-ReadNextBuyer.
           IF WS-BUYER-IDX > 50
              DISPLAY 'DISCRPT - BUYER TABLE FULL AT 50 ROWS - '
                 'RAISE OCCURS IN BUYRTAB'
              GO TO 2000-ABEND-RTN
           END-IF.
           READ BUYRVNDR INTO BUYER-VENDOR-LIST(WS-BUYER-IDX)
              AT END
                 MOVE 'Y' TO BUYRVNDR-EOF-WS
           END-READ.
           IF NOT BUYRVNDR-EOF
              ADD 1 TO WS-BUYER-IDX
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

       400-Read-APLEDGR.
           READ APLEDGR
      * Set AT END Switch
                AT END MOVE "Y" TO APLEDGR-EOF-WS
                IF IN-APLEDGR-KEY  = '00' THEN
                    DISPLAY
                        '---------------------------------------------'
                    DISPLAY 'Input file APLEDGR reading problem'
                    PERFORM 2000-ABEND-RTN
                END-IF
           END-READ.
           IF (NOT APLEDGR-EOF) THEN
              ADD +1 TO WS-IN-LEDGER-CTR
           END-IF.

      *04/15 Both sections print in name order - a plain exchange
      * sort, same one-time shape as EXPEDITE's buyer sort.
       500-SortTotals.
           PERFORM VARYING WS-SORT-I FROM 1 BY 1
              UNTIL WS-SORT-I >= WS-SUPP-MAX
              PERFORM VARYING WS-SORT-J FROM 1 BY 1
                 UNTIL WS-SORT-J >= WS-SUPP-MAX
                 IF WS-SUPP-KEY (WS-SORT-J) >
                       WS-SUPP-KEY (WS-SORT-J + 1)
                    MOVE WS-SUPP-ENTRY (WS-SORT-J) TO WS-SUPP-SWAP
                    MOVE WS-SUPP-ENTRY (WS-SORT-J + 1)
                       TO WS-SUPP-ENTRY (WS-SORT-J)
                    MOVE WS-SUPP-SWAP TO WS-SUPP-ENTRY (WS-SORT-J + 1)
                 END-IF
              END-PERFORM
           END-PERFORM.
           PERFORM VARYING WS-SORT-I FROM 1 BY 1
              UNTIL WS-SORT-I >= WS-BUYR-MAX
              PERFORM VARYING WS-SORT-J FROM 1 BY 1
                 UNTIL WS-SORT-J >= WS-BUYR-MAX
                 IF WS-BUYR-KEY (WS-SORT-J) >
                       WS-BUYR-KEY (WS-SORT-J + 1)
                    MOVE WS-BUYR-ENTRY (WS-SORT-J) TO WS-BUYR-SWAP
                    MOVE WS-BUYR-ENTRY (WS-SORT-J + 1)
                       TO WS-BUYR-ENTRY (WS-SORT-J)
                    MOVE WS-BUYR-SWAP TO WS-BUYR-ENTRY (WS-SORT-J + 1)
                 END-IF
              END-PERFORM
           END-PERFORM.

       600-CLOSE-FILES.
           CLOSE  APLEDGR, PRINT-LINE.

       700-ReportBySupplier.
           MOVE 'BY SUPPLIER' TO WS-SECTION-OUT.
           MOVE 'Supplier Name' TO WS-HEADER-KEY-OUT.
           PERFORM 800-NEW-PAGE.
           PERFORM VARYING WS-SUPP-IDX FROM 1 BY 1
              UNTIL WS-SUPP-IDX > WS-SUPP-MAX
                 MOVE WS-SUPP-KEY (WS-SUPP-IDX) TO DSC-KEY-OUT
                 MOVE WS-SUPP-PAYMENTS (WS-SUPP-IDX)
                    TO DSC-PAYMENTS-OUT
                 MOVE WS-SUPP-LATE (WS-SUPP-IDX) TO DSC-LATE-OUT
                 MOVE WS-SUPP-PAID (WS-SUPP-IDX) TO DSC-PAID-OUT
                 MOVE WS-SUPP-OFFERED (WS-SUPP-IDX)
                    TO DSC-OFFERED-OUT
                 MOVE WS-SUPP-TAKEN (WS-SUPP-IDX) TO DSC-TAKEN-OUT
                 MOVE WS-SUPP-LOST (WS-SUPP-IDX) TO DSC-LOST-OUT
                 PERFORM 720-Write-Disc-Line
           END-PERFORM.
           PERFORM 730-Write-Total-Line.

       710-ReportByBuyer.
           MOVE 'BY BUYER' TO WS-SECTION-OUT.
           MOVE 'Buyer' TO WS-HEADER-KEY-OUT.
           PERFORM 800-NEW-PAGE.
           PERFORM VARYING WS-BUYR-IDX FROM 1 BY 1
              UNTIL WS-BUYR-IDX > WS-BUYR-MAX
                 MOVE WS-BUYR-KEY (WS-BUYR-IDX) TO DSC-KEY-OUT
                 MOVE WS-BUYR-PAYMENTS (WS-BUYR-IDX)
                    TO DSC-PAYMENTS-OUT
                 MOVE WS-BUYR-LATE (WS-BUYR-IDX) TO DSC-LATE-OUT
                 MOVE WS-BUYR-PAID (WS-BUYR-IDX) TO DSC-PAID-OUT
                 MOVE WS-BUYR-OFFERED (WS-BUYR-IDX)
                    TO DSC-OFFERED-OUT
                 MOVE WS-BUYR-TAKEN (WS-BUYR-IDX) TO DSC-TAKEN-OUT
                 MOVE WS-BUYR-LOST (WS-BUYR-IDX) TO DSC-LOST-OUT
                 PERFORM 720-Write-Disc-Line
           END-PERFORM.
           PERFORM 730-Write-Total-Line.

       720-Write-Disc-Line.
           IF WS-LINE-KTR > WS-MAX-LINES-PER-PAGE
              PERFORM 800-NEW-PAGE
           END-IF.
           WRITE PRINT-REC FROM WS-DISC-LINE-OUT.
           ADD 1 TO WS-LINE-KTR.

       730-Write-Total-Line.
           WRITE PRINT-REC FROM WS-BLANK-LINE.
           MOVE 'MONTH TOTAL' TO DSC-KEY-OUT.
           MOVE WS-GRAND-PAYMENTS TO DSC-PAYMENTS-OUT.
           MOVE WS-GRAND-LATE TO DSC-LATE-OUT.
           MOVE WS-GRAND-PAID TO DSC-PAID-OUT.
           MOVE WS-GRAND-OFFERED TO DSC-OFFERED-OUT.
           MOVE WS-GRAND-TAKEN TO DSC-TAKEN-OUT.
           MOVE WS-GRAND-LOST TO DSC-LOST-OUT.
           WRITE PRINT-REC FROM WS-DISC-LINE-OUT.
           ADD 2 TO WS-LINE-KTR.

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
           WRITE PRINT-REC FROM WS-SECTION-LINE.
           WRITE PRINT-REC FROM WS-HEADER.
           MOVE ZERO TO WS-LINE-KTR.

       900-WriteSummary.
           WRITE PRINT-REC FROM WS-BLANK-LINE.
           MOVE 'RUN SUMMARY' TO WS-SUMMARY-LABEL.
           MOVE ZERO TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'LEDGER ITEMS READ' TO WS-SUMMARY-LABEL.
           MOVE WS-IN-LEDGER-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'ITEMS PAID IN THE MONTH' TO WS-SUMMARY-LABEL.
           MOVE WS-IN-MONTH-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'SUPPLIERS PAID' TO WS-SUMMARY-LABEL.
           MOVE WS-SUPP-MAX TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.

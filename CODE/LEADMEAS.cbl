       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEADMEAS.
       AUTHOR. IVANNA COLAN.
      ******************************************************************
      * 05/11 Actual supplier lead time against the quoted lead time.
      * WEEKS-LEAD-TIME-PO is what the supplier claims and REORDPT
      * plans off it, but nothing ever checked it - DLVPERF judges a
      * delivery against our delivery date, not against how long the
      * supplier really takes from order to dock. This measures every
      * received order on OPENPO from its order date to its first
      * receipt: the earliest receipt the dock has logged for the PO
      * on RECEIPTS, the same feed POMATCH nets (OPENPO itself only
      * keeps the last receipt date). Each measured order is kept on
      * LEADHIST so the measurement outlives the order dropping off
      * OPENPO; the orders first received inside the LTWINDAY
      * parameter's rolling window (default 180 days) are averaged
      * per part and supplier and compared to the quoted lead time on
      * the PARTMAST catalog detail. A combination averaging more than
      * the LTTOLWKS parameter's weeks (default 1) over the quote is
      * listed, and when it has at least LTMINRCV receipts behind it
      * (default 3) a suggested lead time - the average rounded up to
      * whole weeks - goes to LEADSUGG for purchasing to review and
      * load onto the parts master in bulk through LEADAPLY.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Input order status file, as POMATCH writes it
           SELECT OPENPO-FILE ASSIGN TO OPENPO
           FILE STATUS IS IN-OPENPO-KEY.

      * Input dock receipts feed, as POMATCH reads it
           SELECT RECEIPTS ASSIGN TO RECEIPTS
           FILE STATUS IS IN-RECEIPTS-KEY.

      * Measured orders carried from the last run, and the refreshed
      * copy for the next one
           SELECT LEADHIST ASSIGN TO LEADHIST
           FILE STATUS IS IN-LEADHIST-KEY.

           SELECT LEADHSTO ASSIGN TO LEADHSTO
           FILE STATUS IS OUT-LEADHSTO-KEY.

      * Input parts master, for the quoted lead time
           SELECT PARTMAST ASSIGN TO PARTMAST
           FILE STATUS IS IN-PARTMAST-KEY.

      * Business process-date control card - see PROCDATE.
           SELECT PROCDATE ASSIGN TO PROCDATE
           FILE STATUS IS PROCDATE-KEY.

      * Output suggested lead times, for LEADAPLY
           SELECT LEADSUGG ASSIGN TO LEADSUGG
           FILE STATUS IS OUT-LEADSUGG-KEY.

           SELECT PRINT-LINE ASSIGN TO PRTLINE.

       DATA DIVISION.
       FILE SECTION.
      * Same OPENPO-REC shape POMATCH writes.
       FD  OPENPO-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 126 CHARACTERS
           DATA RECORD IS OPENPO-REC.
       01  OPENPO-REC.
           05  OP-PO-NUMBER            PIC X(06) VALUE SPACES.
           05  OP-BUYER-CODE           PIC X(03) VALUE SPACES.
           05  OP-QTY-ORDERED          PIC S9(8) COMP VALUE ZERO.
           05  OP-QTY-RECEIVED         PIC S9(8) COMP VALUE ZERO.
           05  OP-QTY-OUTSTANDING      PIC S9(8) COMP VALUE ZERO.
           05  OP-UNIT-PRICE           PIC S9(7)V99 COMP-3 VALUE ZERO.
           05  OP-ORDER-DATE           PIC X(08) VALUE SPACES.
           05  OP-DELIVERY-DATE        PIC X(08) VALUE SPACES.
           05  OP-LAST-RECEIPT-DATE    PIC X(08) VALUE SPACES.
           05  OP-CURRENCY-CODE        PIC X(03) VALUE SPACES.
           05  OP-PART-NUMBER          PIC X(23) VALUE SPACES.
           05  OP-SUPPLIER-CODE        PIC X(10) VALUE SPACES.
           05  OP-SUPPLIER-NAME        PIC X(15) VALUE SPACES.
           05  OP-PO-STATUS            PIC X(01) VALUE SPACES.
               88 OP-STATUS-OPEN             VALUE 'O'.
               88 OP-STATUS-RECEIVED         VALUE 'R'.
               88 OP-STATUS-CLOSED           VALUE 'X'.
               88 OP-STATUS-CANCELLED        VALUE 'C'.
           05  OP-SHIP-TO-PLANT        PIC X(03) VALUE SPACES.
           05  OP-PROMISED-QTY         PIC 9(07) VALUE ZERO.
           05  OP-PROMISED-DATE        PIC 9(08) VALUE ZERO.
           05  OP-ORDER-TYPE           PIC X(01) VALUE SPACES.
           05  OP-AMENDED-FLAG         PIC X(01) VALUE SPACES.
           05  OP-DROP-SHIP            PIC X(01) VALUE SPACES.
           05  OP-COMPANY-CODE         PIC X(02) VALUE SPACES.
           05  OP-INTERCO-FLAG         PIC X(01) VALUE SPACES.

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
           05  RCPT-QUANTITY           PIC 9(07).
           05  FILLER                  PIC X(04).

      *05/11 One row per measured order, in PO order - the order's
      * part, supplier and order date, its first receipt date, and
      * the days between.
       FD  LEADHIST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS LEADHIST-REC.
       01  LEADHIST-REC     PIC X(60).

       FD  LEADHSTO
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS LEADHSTO-REC.
       01  LEADHSTO-REC     PIC X(60).

      * Same 155-byte master row PARTMUPD maintains. The quoted lead
      * time is the binary field inside the catalog detail, where
      * PARTS-FILE carries it.
       FD  PARTMAST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 155 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PARTMAST-REC.
       01  PARTMAST-REC.
           05  PM-PART-NUMBER          PIC X(23).
           05  PM-CATALOG-DETAIL.
               10  FILLER              PIC X(35).
               10  PM-WEEKS-LEAD-TIME  PIC S9(04) COMP.
               10  FILLER              PIC X(45).
           05  FILLER                  PIC X(47).
           05  PM-PLAN-LEAD-WEEKS      PIC 9(03).

       FD  PROCDATE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 8 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PROCDATE-REC.
       01  PROCDATE-REC     PIC X(8).

      *05/11 One row per part and supplier running over its quote
      * with enough receipts behind it. Purchasing may delete a row,
      * or key a different suggested figure, before LEADAPLY loads
      * the file.
       FD  LEADSUGG
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS LEADSUGG-REC.
       01  LEADSUGG-REC.
           05  LS-PART-NUMBER          PIC X(23).
           05  LS-SUPPLIER-CODE        PIC X(10).
           05  LS-QUOTED-WEEKS         PIC 9(03).
           05  LS-ACTUAL-WEEKS         PIC 9(03)V9.
           05  LS-SUGGESTED-WEEKS      PIC 9(03).
           05  LS-RECEIPTS             PIC 9(05).
           05  LS-AVG-DAYS             PIC 9(05).
           05  LS-AS-OF-DATE           PIC 9(08).
           05  FILLER                  PIC X(19).

       FD  PRINT-LINE RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 133 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PRINT-REC.
       01  PRINT-REC      PIC X(133).

       WORKING-STORAGE SECTION.
           COPY PROCDATE. *> Business process date control card
           COPY PARMTAB.  *> PARMLOAD central-parameter request block

       01 FILE-STATUS-CODES.
      * File status key for input File OPENPO
           05 IN-OPENPO-KEY              PIC X(2).
                88 CODE-WRITE               VALUE SPACES.

      * File status key for input File RECEIPTS
           05 IN-RECEIPTS-KEY            PIC X(2).
                88 CODE-WRITE               VALUE SPACES.

      * File status key for input File LEADHIST
           05 IN-LEADHIST-KEY            PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
      * First run - nothing measured yet.
                88 LEADHIST-NOT-FOUND       VALUE '35'.

      * File status key for output File LEADHSTO
           05 OUT-LEADHSTO-KEY           PIC X(2).
                88 CODE-WRITE               VALUE SPACES.

      * File status key for input File PARTMAST
           05 IN-PARTMAST-KEY            PIC X(2).
                88 CODE-WRITE               VALUE SPACES.

           05 PROCDATE-KEY               PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
                88 PROCDATE-NOT-FOUND       VALUE '35'.

      * File status key for output File LEADSUGG
           05 OUT-LEADSUGG-KEY           PIC X(2).
                88 CODE-WRITE               VALUE SPACES.

       01 FILES-EOF.
           05 OPENPO-EOF-WS                   PIC X(01) VALUE 'N'.
              88 OPENPO-EOF                              VALUE 'Y'.
           05 RECEIPTS-EOF-WS                 PIC X(01) VALUE 'N'.
              88 RECEIPTS-EOF                            VALUE 'Y'.
           05 LEADHIST-EOF-WS                 PIC X(01) VALUE 'N'.
              88 LEADHIST-EOF                            VALUE 'Y'.
           05 PARTMAST-EOF-WS                 PIC X(01) VALUE 'N'.
              88 PARTMAST-EOF                            VALUE 'Y'.

       01 WS-IN-OPENPO-CTR                 PIC 9(7) VALUE ZERO.
       01 WS-IN-RECEIPTS-CTR               PIC 9(7) VALUE ZERO.
       01 WS-TRANSFER-RCPT-CTR             PIC 9(7) VALUE ZERO.
       01 WS-BAD-RCPT-CTR                  PIC 9(7) VALUE ZERO.
       01 WS-HISTORY-READ-CTR              PIC 9(7) VALUE ZERO.
       01 WS-NOT-MEASURED-CTR              PIC 9(7) VALUE ZERO.
       01 WS-NOT-RECEIVED-CTR              PIC 9(7) VALUE ZERO.
       01 WS-BAD-DATE-CTR                  PIC 9(7) VALUE ZERO.
       01 WS-NEW-MEASURED-CTR              PIC 9(7) VALUE ZERO.
       01 WS-REMEASURED-CTR                PIC 9(7) VALUE ZERO.
       01 WS-AGED-OUT-CTR                  PIC 9(7) VALUE ZERO.
       01 WS-HISTORY-KEPT-CTR              PIC 9(7) VALUE ZERO.
       01 WS-NOT-ON-MASTER-CTR             PIC 9(7) VALUE ZERO.
       01 WS-WITHIN-QUOTE-CTR              PIC 9(7) VALUE ZERO.
       01 WS-OVER-QUOTE-CTR                PIC 9(7) VALUE ZERO.
       01 WS-TOO-FEW-CTR                   PIC 9(7) VALUE ZERO.
       01 WS-ALREADY-PLANNED-CTR           PIC 9(7) VALUE ZERO.
       01 WS-SUGGESTED-CTR                 PIC 9(7) VALUE ZERO.

      *05/11 Rolling window in days, weeks over the quote before a
      * combination is listed, and receipts needed before a figure is
      * suggested - PARMLOAD LTWINDAY, LTTOLWKS and LTMINRCV.
       01 WS-WINDOW-DAYS                   PIC 9(03) VALUE 180.
       01 WS-TOLERANCE-WEEKS               PIC 9(02) VALUE 01.
       01 WS-MIN-RECEIPTS                  PIC 9(02) VALUE 03.

      *05/11 CEEDAYS turns a YYYYMMDD date into a Lilian day number so
      * lead time in days is a plain subtraction - the same call
      * POAGERPT ages orders with.
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
       01 WS-WINDOW-START-INT              PIC 9(9) COMP VALUE ZERO.
       01 WS-ORDER-INT                     PIC 9(9) COMP VALUE ZERO.
       01 WS-RECEIPT-INT                   PIC 9(9) COMP VALUE ZERO.
       01 WS-LEAD-DAYS                     PIC S9(9) COMP VALUE ZERO.

      *05/11 Earliest receipt per PO off the dock feed, in PO order.
       01 WS-FIRST-RCPT-TABLE.
           05 WS-FR-ENTRY OCCURS 50000 TIMES.
              10 WS-FR-PO-NUMBER          PIC X(06) VALUE SPACES.
              10 WS-FR-DATE               PIC 9(08) VALUE ZERO.
       01 WS-FR-MAX                       PIC 9(05) VALUE ZERO.

      *05/11 Every measured order, in PO order - one LEADHIST row.
       01 WS-HISTORY-TABLE.
           05 WS-LH-ENTRY OCCURS 50000 TIMES.
              10 WS-LH-PO-NUMBER          PIC X(06) VALUE SPACES.
              10 WS-LH-PART-NUMBER        PIC X(23) VALUE SPACES.
              10 WS-LH-SUPPLIER-CODE      PIC X(10) VALUE SPACES.
              10 WS-LH-ORDER-DATE         PIC 9(08) VALUE ZERO.
              10 WS-LH-RECEIPT-DATE       PIC 9(08) VALUE ZERO.
              10 WS-LH-LEAD-DAYS          PIC 9(05) VALUE ZERO.
       01 WS-LH-MAX                       PIC 9(05) VALUE ZERO.
       01 WS-LH-IDX                       PIC 9(05) VALUE 1.

      *05/11 The row as read or measured, before it is slotted in.
       01 WS-NEW-HISTORY.
           05 WS-NEW-PO-NUMBER             PIC X(06) VALUE SPACES.
           05 WS-NEW-PART-NUMBER           PIC X(23) VALUE SPACES.
           05 WS-NEW-SUPPLIER-CODE         PIC X(10) VALUE SPACES.
           05 WS-NEW-ORDER-DATE            PIC 9(08) VALUE ZERO.
           05 WS-NEW-RECEIPT-DATE          PIC 9(08) VALUE ZERO.
           05 WS-NEW-LEAD-DAYS             PIC 9(05) VALUE ZERO.

      *05/11 The window's orders rolled up per part and supplier, in
      * key order, with the part's quoted and planning lead times off
      * the master.
       01 WS-COMBO-TABLE.
           05 WS-LC-ENTRY OCCURS 20000 TIMES.
              10 WS-LC-KEY.
                 15 WS-LC-PART-NUMBER     PIC X(23) VALUE SPACES.
                 15 WS-LC-SUPPLIER-CODE   PIC X(10) VALUE SPACES.
              10 WS-LC-RECEIPTS           PIC 9(05) VALUE ZERO.
              10 WS-LC-TOTAL-DAYS         PIC 9(09) VALUE ZERO.
              10 WS-LC-LONGEST-DAYS       PIC 9(05) VALUE ZERO.
              10 WS-LC-QUOTED-WEEKS       PIC 9(04) VALUE ZERO.
              10 WS-LC-PLAN-WEEKS         PIC 9(03) VALUE ZERO.
              10 WS-LC-ON-MASTER          PIC X(01) VALUE 'N'.
                 88 COMBO-ON-MASTER                VALUE 'Y'.
       01 WS-LC-MAX                       PIC 9(05) VALUE ZERO.
       01 WS-LC-IDX                       PIC 9(05) VALUE 1.

      *05/11 Binary-search bounds, shared by the three tables. After
      * an unsuccessful search WS-BSRCH-LO is the slot the key belongs
      * in - where a new row is inserted, and where a part's run of
      * suppliers starts.
       01 WS-BSRCH-LO                      PIC 9(5) VALUE ZERO.
       01 WS-BSRCH-HI                      PIC 9(5) VALUE ZERO.
       01 WS-BSRCH-MID                     PIC 9(5) VALUE ZERO.
       01 WS-SHIFT-IDX                     PIC 9(5) VALUE ZERO.
       01 WS-ROW-FOUND-IDX                 PIC 9(5) VALUE ZERO.
       01 WS-SEARCH-PO-NUMBER              PIC X(06) VALUE SPACES.
       01 WS-SEARCH-COMBO-KEY.
           05 WS-SEARCH-PART-NUMBER        PIC X(23) VALUE SPACES.
           05 WS-SEARCH-SUPPLIER-CODE      PIC X(10) VALUE SPACES.

       01 WS-AVG-DAYS                      PIC 9(05) VALUE ZERO.
       01 WS-ACTUAL-WEEKS                  PIC 9(04)V9 VALUE ZERO.
       01 WS-OVER-WEEKS                    PIC S9(04)V9 VALUE ZERO.
       01 WS-SUGGESTED-WEEKS               PIC 9(03) VALUE ZERO.
       01 WS-RECEIPT-WEEKS                 PIC 9(09) VALUE ZERO.

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
           05 FILLER              PIC X(64) VALUE
              'Destiny Auto Parts - Supplier Lead Time, Actual versus Qu
      -       'oted'.
           05 FILLER              PIC X(44)      VALUE SPACES.
           05 FILLER              PIC X(5)       VALUE 'PAGE '.
           05 WS-PAGE-NO-OUT      PIC ZZZ9       VALUE ZERO.
       01 WS-SECTION-LINE.
           05 FILLER              PIC X(3)       VALUE SPACES.
           05 FILLER              PIC X(40)      VALUE
              'Running over quote - receipts from '.
           05 WS-SECTION-START    PIC 9(08)      VALUE ZERO.
           05 FILLER              PIC X(04)      VALUE ' TO '.
           05 WS-SECTION-DATE     PIC 9(08)      VALUE ZERO.
           05 FILLER              PIC X(13)      VALUE
              ', tolerance '.
           05 WS-SECTION-TOL      PIC Z9         VALUE ZERO.
           05 FILLER              PIC X(55)      VALUE ' weeks'.

       01 WS-HEADER.
          05 FILLER              PIC X(3)       VALUE SPACES.
          05 FILLER              PIC X(24)      VALUE 'Part'.
          05 FILLER              PIC X(11)      VALUE 'Supplier'.
          05 FILLER              PIC X(07)      VALUE ' Rcpts'.
          05 FILLER              PIC X(09)      VALUE ' Avg days'.
          05 FILLER              PIC X(09)      VALUE ' Longest'.
          05 FILLER              PIC X(09)      VALUE ' Act wks'.
          05 FILLER              PIC X(09)      VALUE ' Quoted'.
          05 FILLER              PIC X(09)      VALUE ' Over by'.
          05 FILLER              PIC X(09)      VALUE ' Planned'.
          05 FILLER              PIC X(10)      VALUE ' Suggested'.
          05 FILLER              PIC X(24)      VALUE SPACES.

      *05/11 One line per combination running over its quote.
       01 WS-LEAD-LINE-OUT.
          05 FILLER                 PIC X(3)       VALUE SPACES.
          05 LL-PART-OUT            PIC X(23)      VALUE SPACES.
          05 FILLER                 PIC X(01)      VALUE SPACES.
          05 LL-SUPPLIER-OUT        PIC X(10)      VALUE SPACES.
          05 FILLER                 PIC X(01)      VALUE SPACES.
          05 LL-RECEIPTS-OUT        PIC ZZZ,ZZ9    VALUE ZERO.
          05 FILLER                 PIC X(01)      VALUE SPACES.
          05 LL-AVG-DAYS-OUT        PIC ZZZ,ZZ9    VALUE ZERO.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 LL-LONGEST-OUT         PIC ZZZ,ZZ9    VALUE ZERO.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 LL-ACTUAL-OUT          PIC Z,ZZ9.9    VALUE ZERO.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 LL-QUOTED-OUT          PIC ZZZ,ZZ9    VALUE ZERO.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 LL-OVER-OUT            PIC Z,ZZ9.9    VALUE ZERO.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 LL-PLANNED-OUT         PIC ZZZ,ZZ9    VALUE ZERO.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 LL-SUGGESTED-OUT       PIC ZZZ,ZZ9    VALUE ZERO.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 LL-FLAG-OUT            PIC X(17)      VALUE SPACES.
          05 FILLER                 PIC X(07)      VALUE SPACES.

       01 WS-SUMMARY-LINE.
           05 FILLER                PIC X(3)  VALUE SPACES.
           05 WS-SUMMARY-LABEL      PIC X(34) VALUE SPACES.
           05 WS-SUMMARY-COUNT      PIC ZZZ,ZZZ,ZZ9 VALUE ZERO.
           05 FILLER                PIC X(85) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN.
           PERFORM 000-Housekeeping.
           PERFORM 100-Main2 UNTIL OPENPO-EOF-WS = 'Y'.
           PERFORM 500-RollHistory.
           PERFORM 550-ApplyMaster.
           PERFORM 700-WriteReport.
           PERFORM 900-WriteSummary.
           PERFORM 600-CLOSE-FILES.
           GOBACK.

       000-Housekeeping.
           INITIALIZE WS-FIRST-RCPT-TABLE, WS-HISTORY-TABLE,
              WS-COMBO-TABLE.
           PERFORM 370-LoadProcessDate.
           PERFORM 380-LoadParms.
           MOVE PROCESS-DATE TO WS-DATE-IN-STR-CEE.
           CALL "CEEDAYS" USING WS-DATE-IN-CEE, WS-PICSTR-IN,
              WS-TODAY-INT, FC.
           COMPUTE WS-WINDOW-START-INT =
              WS-TODAY-INT - WS-WINDOW-DAYS.
           MOVE PROCESS-DATE TO WS-SECTION-DATE.
           MOVE WS-TOLERANCE-WEEKS TO WS-SECTION-TOL.
           PERFORM 300-Open-Files.
      * Priming Read
           PERFORM 400-Read-OPENPO.

       100-Main2.
           PERFORM 200-MeasureOrder THRU 200-MeasureOrder-Exit.
           PERFORM 400-Read-OPENPO.

      *05/11 A return, a drop-ship order (no truck comes to our dock)
      * or a cancelled order says nothing about how long the supplier
      * takes. Anything else the dock has received is measured from
      * its order date to its earliest receipt.
       200-MeasureOrder.
           IF OP-ORDER-TYPE = 'R'
              OR OP-DROP-SHIP = 'Y'
              OR OP-STATUS-CANCELLED
                 ADD 1 TO WS-NOT-MEASURED-CTR
                 GO TO 200-MeasureOrder-Exit
           END-IF.
           MOVE OP-PO-NUMBER TO WS-SEARCH-PO-NUMBER.
           PERFORM 225-FindReceipt.
           IF WS-ROW-FOUND-IDX = ZERO
              ADD 1 TO WS-NOT-RECEIVED-CTR
              GO TO 200-MeasureOrder-Exit
           END-IF.
           MOVE WS-FR-DATE (WS-ROW-FOUND-IDX) TO WS-NEW-RECEIPT-DATE.
           MOVE OP-ORDER-DATE TO WS-DATE-IN-STR-CEE.
           CALL "CEEDAYS" USING WS-DATE-IN-CEE, WS-PICSTR-IN,
              WS-ORDER-INT, FC.
           IF FC-SEV NOT = ZERO
              ADD 1 TO WS-BAD-DATE-CTR
              GO TO 200-MeasureOrder-Exit
           END-IF.
           MOVE WS-NEW-RECEIPT-DATE TO WS-DATE-IN-STR-CEE.
           CALL "CEEDAYS" USING WS-DATE-IN-CEE, WS-PICSTR-IN,
              WS-RECEIPT-INT, FC.
           IF FC-SEV NOT = ZERO
              ADD 1 TO WS-BAD-DATE-CTR
              GO TO 200-MeasureOrder-Exit
           END-IF.
           COMPUTE WS-LEAD-DAYS = WS-RECEIPT-INT - WS-ORDER-INT.
      *05/11 Received before it was ordered is a keying error on one
      * side or the other - counted, not averaged in.
           IF WS-LEAD-DAYS < ZERO
              ADD 1 TO WS-BAD-DATE-CTR
              GO TO 200-MeasureOrder-Exit
           END-IF.
           MOVE OP-PO-NUMBER TO WS-NEW-PO-NUMBER.
           MOVE OP-PART-NUMBER TO WS-NEW-PART-NUMBER.
           MOVE OP-SUPPLIER-CODE TO WS-NEW-SUPPLIER-CODE.
           MOVE OP-ORDER-DATE TO WS-NEW-ORDER-DATE.
           MOVE WS-LEAD-DAYS TO WS-NEW-LEAD-DAYS.
           PERFORM 235-FindHistory.
      *05/11 An order measured on an earlier run is measured again -
      * the first receipt only ever moves earlier, when the dock
      * keys a late receipt slip.
           IF WS-ROW-FOUND-IDX > ZERO
              MOVE WS-NEW-HISTORY TO WS-LH-ENTRY (WS-ROW-FOUND-IDX)
              ADD 1 TO WS-REMEASURED-CTR
           ELSE
              PERFORM 237-InsertHistory
              ADD 1 TO WS-NEW-MEASURED-CTR
           END-IF.
       200-MeasureOrder-Exit.
           EXIT.

       225-FindReceipt.
           MOVE ZERO TO WS-ROW-FOUND-IDX.
           MOVE 1 TO WS-BSRCH-LO.
           MOVE WS-FR-MAX TO WS-BSRCH-HI.
           PERFORM 226-ReceiptSearchStep
              UNTIL WS-BSRCH-LO > WS-BSRCH-HI
                 OR WS-ROW-FOUND-IDX > ZERO.

       226-ReceiptSearchStep.
           COMPUTE WS-BSRCH-MID = (WS-BSRCH-LO + WS-BSRCH-HI) / 2.
           EVALUATE TRUE
              WHEN WS-FR-PO-NUMBER (WS-BSRCH-MID) = WS-SEARCH-PO-NUMBER
                 MOVE WS-BSRCH-MID TO WS-ROW-FOUND-IDX
              WHEN WS-FR-PO-NUMBER (WS-BSRCH-MID) < WS-SEARCH-PO-NUMBER
                 COMPUTE WS-BSRCH-LO = WS-BSRCH-MID + 1
              WHEN OTHER
                 COMPUTE WS-BSRCH-HI = WS-BSRCH-MID - 1
           END-EVALUATE.

      *05/11 Opens a slot at WS-BSRCH-LO, the insertion point the
      * unsuccessful search left, so the table stays in PO order.
       227-InsertReceipt.
           IF WS-FR-MAX >= 50000
              DISPLAY 'LEADMEAS - RECEIPT TABLE FULL AT 50000 '
                 'ROWS - RAISE OCCURS IN LEADMEAS'
              GO TO 2000-ABEND-RTN
           END-IF.
           PERFORM VARYING WS-SHIFT-IDX FROM WS-FR-MAX
              BY -1 UNTIL WS-SHIFT-IDX < WS-BSRCH-LO
                 MOVE WS-FR-ENTRY (WS-SHIFT-IDX)
                    TO WS-FR-ENTRY (WS-SHIFT-IDX + 1)
           END-PERFORM.
           ADD 1 TO WS-FR-MAX.
           MOVE RCPT-PO-NUMBER TO WS-FR-PO-NUMBER (WS-BSRCH-LO).
           MOVE RCPT-RECEIPT-DATE TO WS-FR-DATE (WS-BSRCH-LO).

       235-FindHistory.
           MOVE ZERO TO WS-ROW-FOUND-IDX.
           MOVE 1 TO WS-BSRCH-LO.
           MOVE WS-LH-MAX TO WS-BSRCH-HI.
           PERFORM 236-HistorySearchStep
              UNTIL WS-BSRCH-LO > WS-BSRCH-HI
                 OR WS-ROW-FOUND-IDX > ZERO.

       236-HistorySearchStep.
           COMPUTE WS-BSRCH-MID = (WS-BSRCH-LO + WS-BSRCH-HI) / 2.
           EVALUATE TRUE
              WHEN WS-LH-PO-NUMBER (WS-BSRCH-MID) = WS-NEW-PO-NUMBER
                 MOVE WS-BSRCH-MID TO WS-ROW-FOUND-IDX
              WHEN WS-LH-PO-NUMBER (WS-BSRCH-MID) < WS-NEW-PO-NUMBER
                 COMPUTE WS-BSRCH-LO = WS-BSRCH-MID + 1
              WHEN OTHER
                 COMPUTE WS-BSRCH-HI = WS-BSRCH-MID - 1
           END-EVALUATE.

       237-InsertHistory.
           IF WS-LH-MAX >= 50000
              DISPLAY 'LEADMEAS - HISTORY TABLE FULL AT 50000 '
                 'ROWS - RAISE OCCURS IN LEADMEAS'
              GO TO 2000-ABEND-RTN
           END-IF.
           PERFORM VARYING WS-SHIFT-IDX FROM WS-LH-MAX
              BY -1 UNTIL WS-SHIFT-IDX < WS-BSRCH-LO
                 MOVE WS-LH-ENTRY (WS-SHIFT-IDX)
                    TO WS-LH-ENTRY (WS-SHIFT-IDX + 1)
           END-PERFORM.
           ADD 1 TO WS-LH-MAX.
           MOVE WS-NEW-HISTORY TO WS-LH-ENTRY (WS-BSRCH-LO).

       245-FindCombo.
           MOVE ZERO TO WS-ROW-FOUND-IDX.
           MOVE 1 TO WS-BSRCH-LO.
           MOVE WS-LC-MAX TO WS-BSRCH-HI.
           PERFORM 246-ComboSearchStep
              UNTIL WS-BSRCH-LO > WS-BSRCH-HI
                 OR WS-ROW-FOUND-IDX > ZERO.

       246-ComboSearchStep.
           COMPUTE WS-BSRCH-MID = (WS-BSRCH-LO + WS-BSRCH-HI) / 2.
           EVALUATE TRUE
              WHEN WS-LC-KEY (WS-BSRCH-MID) = WS-SEARCH-COMBO-KEY
                 MOVE WS-BSRCH-MID TO WS-ROW-FOUND-IDX
              WHEN WS-LC-KEY (WS-BSRCH-MID) < WS-SEARCH-COMBO-KEY
                 COMPUTE WS-BSRCH-LO = WS-BSRCH-MID + 1
              WHEN OTHER
                 COMPUTE WS-BSRCH-HI = WS-BSRCH-MID - 1
           END-EVALUATE.

       247-InsertCombo.
           IF WS-LC-MAX >= 20000
              DISPLAY 'LEADMEAS - PART/SUPPLIER TABLE FULL AT 20000 '
                 'ROWS - RAISE OCCURS IN LEADMEAS'
              GO TO 2000-ABEND-RTN
           END-IF.
           PERFORM VARYING WS-SHIFT-IDX FROM WS-LC-MAX
              BY -1 UNTIL WS-SHIFT-IDX < WS-BSRCH-LO
                 MOVE WS-LC-ENTRY (WS-SHIFT-IDX)
                    TO WS-LC-ENTRY (WS-SHIFT-IDX + 1)
           END-PERFORM.
           ADD 1 TO WS-LC-MAX.
           INITIALIZE WS-LC-ENTRY (WS-BSRCH-LO).
           MOVE 'N' TO WS-LC-ON-MASTER (WS-BSRCH-LO).
           MOVE WS-SEARCH-COMBO-KEY TO WS-LC-KEY (WS-BSRCH-LO).
           MOVE WS-BSRCH-LO TO WS-ROW-FOUND-IDX.

       300-Open-Files.
      *    The receipts and the carried history load whole before the
      *    first order is measured.
           OPEN INPUT RECEIPTS.
      *    Input File Status Checking for RECEIPTS
           IF IN-RECEIPTS-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning Input RECEIPTS'
                GO TO 2000-ABEND-RTN
           ELSE
                PERFORM 320-ReadNextReceipt
                   THRU 320-ReadNextReceipt-Exit
                   UNTIL RECEIPTS-EOF
                CLOSE RECEIPTS
           END-IF.

           OPEN INPUT LEADHIST.
      *    Input File Status Checking for LEADHIST
           IF LEADHIST-NOT-FOUND
              CONTINUE
           ELSE
              IF IN-LEADHIST-KEY NOT = '00' THEN
                 DISPLAY
                        '---------------------------------------------'
                 DISPLAY 'File Problem openning Input LEADHIST'
                 GO TO 2000-ABEND-RTN
              ELSE
                 PERFORM 330-ReadNextHistory UNTIL LEADHIST-EOF
                 CLOSE LEADHIST
              END-IF
           END-IF.

           OPEN INPUT OPENPO-FILE.
      *    Input File Status Checking for OPENPO
           IF IN-OPENPO-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning Input OPENPO'
                GO TO 2000-ABEND-RTN
           END-IF.

           OPEN INPUT PARTMAST.
      *    Input File Status Checking for PARTMAST
           IF IN-PARTMAST-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning Input PARTMAST'
                GO TO 2000-ABEND-RTN
           END-IF.

           OPEN OUTPUT LEADHSTO.
      *    Output File Status Checking for LEADHSTO
           IF OUT-LEADHSTO-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning LEADHSTO'
                GO TO 2000-ABEND-RTN
           END-IF.

           OPEN OUTPUT LEADSUGG.
      *    Output File Status Checking for LEADSUGG
           IF OUT-LEADSUGG-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning LEADSUGG'
                GO TO 2000-ABEND-RTN
           END-IF.

           OPEN OUTPUT PRINT-LINE.

      *05/11 A receipt under a transfer number ('T' plus five digits)
      * is a plant-to-plant move, not a supplier delivery - POMATCH
      * skips it the same way. The earliest date per PO is kept.
       320-ReadNextReceipt.
           READ RECEIPTS
              AT END
                 MOVE 'Y' TO RECEIPTS-EOF-WS
           END-READ.
           IF RECEIPTS-EOF
              GO TO 320-ReadNextReceipt-Exit
           END-IF.
           ADD 1 TO WS-IN-RECEIPTS-CTR.
           IF RCPT-PO-NUMBER (1:1) = 'T'
              ADD 1 TO WS-TRANSFER-RCPT-CTR
              GO TO 320-ReadNextReceipt-Exit
           END-IF.
           IF RCPT-RECEIPT-DATE IS NOT NUMERIC
              OR RCPT-RECEIPT-DATE = ZERO
                 ADD 1 TO WS-BAD-RCPT-CTR
                 GO TO 320-ReadNextReceipt-Exit
           END-IF.
           MOVE RCPT-PO-NUMBER TO WS-SEARCH-PO-NUMBER.
           PERFORM 225-FindReceipt.
           IF WS-ROW-FOUND-IDX > ZERO
              IF RCPT-RECEIPT-DATE < WS-FR-DATE (WS-ROW-FOUND-IDX)
                 MOVE RCPT-RECEIPT-DATE
                    TO WS-FR-DATE (WS-ROW-FOUND-IDX)
              END-IF
           ELSE
              PERFORM 227-InsertReceipt
           END-IF.
       320-ReadNextReceipt-Exit.
           EXIT.

       330-ReadNextHistory.
           READ LEADHIST INTO WS-NEW-HISTORY
              AT END
                 MOVE 'Y' TO LEADHIST-EOF-WS
           END-READ.
           IF NOT LEADHIST-EOF
              ADD 1 TO WS-HISTORY-READ-CTR
              PERFORM 235-FindHistory
              IF WS-ROW-FOUND-IDX > ZERO
                 MOVE WS-NEW-HISTORY TO WS-LH-ENTRY (WS-ROW-FOUND-IDX)
              ELSE
                 PERFORM 237-InsertHistory
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

      *05/11 The PARMMAST master's values, when in force on the
      * business process date, override the defaults - see PARMTAB.
       380-LoadParms.
           MOVE 'LTWINDAY' TO PRQ-PARM-NAME.
           MOVE PROCESS-DATE TO PRQ-AS-OF-DATE.
           CALL 'PARMLOAD' USING PARM-REQUEST.
           IF PRQ-PARM-FOUND
              AND PRQ-PARM-VALUE (1:3) IS NUMERIC
              MOVE PRQ-PARM-VALUE (1:3) TO WS-WINDOW-DAYS
           END-IF.
           MOVE 'LTTOLWKS' TO PRQ-PARM-NAME.
           MOVE PROCESS-DATE TO PRQ-AS-OF-DATE.
           CALL 'PARMLOAD' USING PARM-REQUEST.
           IF PRQ-PARM-FOUND
              AND PRQ-PARM-VALUE (1:2) IS NUMERIC
              MOVE PRQ-PARM-VALUE (1:2) TO WS-TOLERANCE-WEEKS
           END-IF.
           MOVE 'LTMINRCV' TO PRQ-PARM-NAME.
           MOVE PROCESS-DATE TO PRQ-AS-OF-DATE.
           CALL 'PARMLOAD' USING PARM-REQUEST.
           IF PRQ-PARM-FOUND
              AND PRQ-PARM-VALUE (1:2) IS NUMERIC
              MOVE PRQ-PARM-VALUE (1:2) TO WS-MIN-RECEIPTS
           END-IF.

       400-Read-OPENPO.
           READ OPENPO-FILE
      * Set AT END Switch
                AT END MOVE "Y" TO OPENPO-EOF-WS
                IF IN-OPENPO-KEY  = '00' THEN
                    DISPLAY
                        '---------------------------------------------'
                    DISPLAY 'Input file OPENPO reading problem'
                    PERFORM 2000-ABEND-RTN
                END-IF
           END-READ.
           IF (NOT OPENPO-EOF) THEN
              ADD +1 TO WS-IN-OPENPO-CTR
           END-IF.

      *05/11 An order first received before the window opened has
      * aged out - dropped from the history, not averaged. Every
      * other order goes back out to LEADHSTO and into its part and
      * supplier's rollup.
       500-RollHistory.
           MOVE PROCESS-DATE TO WS-SECTION-START.
           PERFORM VARYING WS-LH-IDX FROM 1 BY 1
              UNTIL WS-LH-IDX > WS-LH-MAX
                 PERFORM 510-RollOneOrder THRU 510-RollOneOrder-Exit
           END-PERFORM.

       510-RollOneOrder.
           MOVE WS-LH-RECEIPT-DATE (WS-LH-IDX) TO WS-DATE-IN-STR-CEE.
           CALL "CEEDAYS" USING WS-DATE-IN-CEE, WS-PICSTR-IN,
              WS-RECEIPT-INT, FC.
           IF FC-SEV NOT = ZERO
              OR WS-RECEIPT-INT < WS-WINDOW-START-INT
                 ADD 1 TO WS-AGED-OUT-CTR
                 GO TO 510-RollOneOrder-Exit
           END-IF.
           MOVE WS-LH-ENTRY (WS-LH-IDX) TO LEADHSTO-REC.
           WRITE LEADHSTO-REC.
           IF OUT-LEADHSTO-KEY NOT = '00'
              GO TO 2000-ABEND-RTN
           END-IF.
           ADD 1 TO WS-HISTORY-KEPT-CTR.
           IF WS-LH-RECEIPT-DATE (WS-LH-IDX) < WS-SECTION-START
              MOVE WS-LH-RECEIPT-DATE (WS-LH-IDX) TO WS-SECTION-START
           END-IF.
           MOVE WS-LH-PART-NUMBER (WS-LH-IDX)
              TO WS-SEARCH-PART-NUMBER.
           MOVE WS-LH-SUPPLIER-CODE (WS-LH-IDX)
              TO WS-SEARCH-SUPPLIER-CODE.
           PERFORM 245-FindCombo.
           IF WS-ROW-FOUND-IDX = ZERO
              PERFORM 247-InsertCombo
           END-IF.
           ADD 1 TO WS-LC-RECEIPTS (WS-ROW-FOUND-IDX).
           ADD WS-LH-LEAD-DAYS (WS-LH-IDX)
              TO WS-LC-TOTAL-DAYS (WS-ROW-FOUND-IDX).
           IF WS-LH-LEAD-DAYS (WS-LH-IDX)
                 > WS-LC-LONGEST-DAYS (WS-ROW-FOUND-IDX)
              MOVE WS-LH-LEAD-DAYS (WS-LH-IDX)
                 TO WS-LC-LONGEST-DAYS (WS-ROW-FOUND-IDX)
           END-IF.
       510-RollOneOrder-Exit.
           EXIT.

      *05/11 Each master row hands its quoted and planning lead times
      * to every supplier row for the part. The run starts at the slot
      * a search for the part with a blank supplier leaves.
       550-ApplyMaster.
           PERFORM 560-ReadNextMaster UNTIL PARTMAST-EOF.

       560-ReadNextMaster.
           READ PARTMAST
              AT END
                 MOVE 'Y' TO PARTMAST-EOF-WS
           END-READ.
           IF NOT PARTMAST-EOF
              MOVE PM-PART-NUMBER TO WS-SEARCH-PART-NUMBER
              MOVE SPACES TO WS-SEARCH-SUPPLIER-CODE
              PERFORM 245-FindCombo
              IF WS-ROW-FOUND-IDX > ZERO
                 MOVE WS-ROW-FOUND-IDX TO WS-BSRCH-LO
              END-IF
              PERFORM VARYING WS-LC-IDX FROM WS-BSRCH-LO BY 1
                 UNTIL WS-LC-IDX > WS-LC-MAX
                    OR WS-LC-PART-NUMBER (WS-LC-IDX)
                       NOT = PM-PART-NUMBER
                    MOVE PM-WEEKS-LEAD-TIME
                       TO WS-LC-QUOTED-WEEKS (WS-LC-IDX)
                    IF PM-PLAN-LEAD-WEEKS IS NUMERIC
                       MOVE PM-PLAN-LEAD-WEEKS
                          TO WS-LC-PLAN-WEEKS (WS-LC-IDX)
                    END-IF
                    MOVE 'Y' TO WS-LC-ON-MASTER (WS-LC-IDX)
              END-PERFORM
           END-IF.

       600-CLOSE-FILES.
           CLOSE  OPENPO-FILE, PARTMAST, LEADHSTO, LEADSUGG,
              PRINT-LINE.

      * Matches the fix in FINALEX's 2000-ABEND-RTN - DISPLAY and
      * EXIT alone just fell through to whatever paragraph follows.
       2000-ABEND-RTN.
           DISPLAY 'PROGRAM ENCOUNTERED AN ERROR'.
           MOVE 16 TO RETURN-CODE.
           GOBACK.

       700-WriteReport.
           PERFORM 800-NEW-PAGE.
           PERFORM VARYING WS-LC-IDX FROM 1 BY 1
              UNTIL WS-LC-IDX > WS-LC-MAX
                 PERFORM 710-JudgeCombo THRU 710-JudgeCombo-Exit
           END-PERFORM.

      *05/11 The actual lead time is the window's average in weeks.
      * Over the quote by more than the tolerance lists the
      * combination; the suggested figure is the average rounded up
      * to whole weeks, written out only when enough receipts stand
      * behind it and the part is not already planned on it.
       710-JudgeCombo.
           IF NOT COMBO-ON-MASTER (WS-LC-IDX)
              ADD 1 TO WS-NOT-ON-MASTER-CTR
              GO TO 710-JudgeCombo-Exit
           END-IF.
           COMPUTE WS-AVG-DAYS ROUNDED =
              WS-LC-TOTAL-DAYS (WS-LC-IDX) / WS-LC-RECEIPTS (WS-LC-IDX).
           COMPUTE WS-RECEIPT-WEEKS = WS-LC-RECEIPTS (WS-LC-IDX) * 7.
           COMPUTE WS-ACTUAL-WEEKS ROUNDED =
              WS-LC-TOTAL-DAYS (WS-LC-IDX) / WS-RECEIPT-WEEKS.
           COMPUTE WS-OVER-WEEKS =
              WS-ACTUAL-WEEKS - WS-LC-QUOTED-WEEKS (WS-LC-IDX).
           IF WS-OVER-WEEKS NOT > WS-TOLERANCE-WEEKS
              ADD 1 TO WS-WITHIN-QUOTE-CTR
              GO TO 710-JudgeCombo-Exit
           END-IF.
           ADD 1 TO WS-OVER-QUOTE-CTR.
           COMPUTE WS-SUGGESTED-WEEKS =
              (WS-LC-TOTAL-DAYS (WS-LC-IDX) + WS-RECEIPT-WEEKS - 1)
              / WS-RECEIPT-WEEKS.
           MOVE SPACES TO LL-FLAG-OUT.
           EVALUATE TRUE
              WHEN WS-LC-RECEIPTS (WS-LC-IDX) < WS-MIN-RECEIPTS
                 MOVE 'TOO FEW RECEIPTS' TO LL-FLAG-OUT
                 ADD 1 TO WS-TOO-FEW-CTR
              WHEN WS-LC-PLAN-WEEKS (WS-LC-IDX) = WS-SUGGESTED-WEEKS
                 MOVE 'ALREADY PLANNED' TO LL-FLAG-OUT
                 ADD 1 TO WS-ALREADY-PLANNED-CTR
              WHEN OTHER
                 PERFORM 720-WriteSuggestion
           END-EVALUATE.
           IF WS-LINE-KTR > WS-MAX-LINES-PER-PAGE
              PERFORM 800-NEW-PAGE
           END-IF.
           MOVE WS-LC-PART-NUMBER (WS-LC-IDX) TO LL-PART-OUT.
           MOVE WS-LC-SUPPLIER-CODE (WS-LC-IDX) TO LL-SUPPLIER-OUT.
           MOVE WS-LC-RECEIPTS (WS-LC-IDX) TO LL-RECEIPTS-OUT.
           MOVE WS-AVG-DAYS TO LL-AVG-DAYS-OUT.
           MOVE WS-LC-LONGEST-DAYS (WS-LC-IDX) TO LL-LONGEST-OUT.
           MOVE WS-ACTUAL-WEEKS TO LL-ACTUAL-OUT.
           MOVE WS-LC-QUOTED-WEEKS (WS-LC-IDX) TO LL-QUOTED-OUT.
           MOVE WS-OVER-WEEKS TO LL-OVER-OUT.
           MOVE WS-LC-PLAN-WEEKS (WS-LC-IDX) TO LL-PLANNED-OUT.
           MOVE WS-SUGGESTED-WEEKS TO LL-SUGGESTED-OUT.
           WRITE PRINT-REC FROM WS-LEAD-LINE-OUT.
           ADD 1 TO WS-LINE-KTR.
       710-JudgeCombo-Exit.
           EXIT.

       720-WriteSuggestion.
           MOVE SPACES TO LEADSUGG-REC.
           MOVE WS-LC-PART-NUMBER (WS-LC-IDX) TO LS-PART-NUMBER.
           MOVE WS-LC-SUPPLIER-CODE (WS-LC-IDX) TO LS-SUPPLIER-CODE.
           MOVE WS-LC-QUOTED-WEEKS (WS-LC-IDX) TO LS-QUOTED-WEEKS.
           MOVE WS-ACTUAL-WEEKS TO LS-ACTUAL-WEEKS.
           MOVE WS-SUGGESTED-WEEKS TO LS-SUGGESTED-WEEKS.
           MOVE WS-LC-RECEIPTS (WS-LC-IDX) TO LS-RECEIPTS.
           MOVE WS-AVG-DAYS TO LS-AVG-DAYS.
           MOVE PROCESS-DATE TO LS-AS-OF-DATE.
           WRITE LEADSUGG-REC.
           IF OUT-LEADSUGG-KEY NOT = '00'
              GO TO 2000-ABEND-RTN
           END-IF.
           ADD 1 TO WS-SUGGESTED-CTR.

       800-NEW-PAGE.
           ADD 1 TO WS-PAGE-CTR.
           MOVE WS-PAGE-CTR TO WS-PAGE-NO-OUT.
           WRITE PRINT-REC FROM WS-PAGE-HEADING AFTER ADVANCING PAGE.
           WRITE PRINT-REC FROM WS-BLANK-LINE.
           WRITE PRINT-REC FROM WS-SECTION-LINE.
           WRITE PRINT-REC FROM WS-HEADER.
           MOVE 4 TO WS-LINE-KTR.

       900-WriteSummary.
           WRITE PRINT-REC FROM WS-BLANK-LINE.
           MOVE 'LEAD TIME RUN SUMMARY' TO WS-SUMMARY-LABEL.
           MOVE ZERO TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'DOCK RECEIPTS READ' TO WS-SUMMARY-LABEL.
           MOVE WS-IN-RECEIPTS-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'TRANSFER RECEIPTS SKIPPED' TO WS-SUMMARY-LABEL.
           MOVE WS-TRANSFER-RCPT-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'RECEIPTS WITH NO USABLE DATE' TO WS-SUMMARY-LABEL.
           MOVE WS-BAD-RCPT-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'ORDERS READ' TO WS-SUMMARY-LABEL.
           MOVE WS-IN-OPENPO-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'RETURN/DROP-SHIP/CANCELLED SKIPPED' TO
              WS-SUMMARY-LABEL.
           MOVE WS-NOT-MEASURED-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'ORDERS NOT YET RECEIVED' TO WS-SUMMARY-LABEL.
           MOVE WS-NOT-RECEIVED-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'ORDERS WITH UNUSABLE DATES' TO WS-SUMMARY-LABEL.
           MOVE WS-BAD-DATE-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'ORDERS MEASURED FOR THE FIRST TIME' TO
              WS-SUMMARY-LABEL.
           MOVE WS-NEW-MEASURED-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'ORDERS MEASURED AGAIN' TO WS-SUMMARY-LABEL.
           MOVE WS-REMEASURED-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'HISTORY ROWS CARRIED IN' TO WS-SUMMARY-LABEL.
           MOVE WS-HISTORY-READ-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'HISTORY ROWS AGED OUT OF WINDOW' TO WS-SUMMARY-LABEL.
           MOVE WS-AGED-OUT-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'ORDERS IN THE WINDOW' TO WS-SUMMARY-LABEL.
           MOVE WS-HISTORY-KEPT-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'PART/SUPPLIERS MEASURED' TO WS-SUMMARY-LABEL.
           MOVE WS-LC-MAX TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'PARTS NOT ON PARTMAST' TO WS-SUMMARY-LABEL.
           MOVE WS-NOT-ON-MASTER-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'WITHIN QUOTE PLUS TOLERANCE' TO WS-SUMMARY-LABEL.
           MOVE WS-WITHIN-QUOTE-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'RUNNING OVER QUOTE' TO WS-SUMMARY-LABEL.
           MOVE WS-OVER-QUOTE-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'OVER QUOTE, TOO FEW RECEIPTS' TO WS-SUMMARY-LABEL.
           MOVE WS-TOO-FEW-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'OVER QUOTE, ALREADY PLANNED' TO WS-SUMMARY-LABEL.
           MOVE WS-ALREADY-PLANNED-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'SUGGESTED LEAD TIMES WRITTEN' TO WS-SUMMARY-LABEL.
           MOVE WS-SUGGESTED-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.

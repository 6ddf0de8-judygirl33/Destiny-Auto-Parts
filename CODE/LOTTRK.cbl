       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOTTRK.
       AUTHOR. IVANNA COLAN.
      ******************************************************************
      * 04/25 Shelf-life and date-coded lot tracking. Fluids,
      * adhesives, rubber seals and batteries age out on the shelf
      * and nothing knew which stock was the old stock. PLCMNT now
      * holds a shelf life in months on the parts master; the dock
      * keys each date-coded lot it receives onto the LOTRCPT feed
      * (order or transfer number, lot number, manufacture and/or
      * expiry date, quantity). Every night this program:
      *   - applies the LOTRCPT feed to the LOTMAST lot master, one
      *     row per lot per plant - the part and plant come off the
      *     OPENPO status file for a purchase order, off XFRMAST for
      *     a 'T' numbered transfer; a lot with no expiry keyed is
      *     dated from its manufacture date plus the part's shelf
      *     life;
      *   - flags any lot arriving with less of its life left than
      *     the LOTMINLF parameter's percent (default 67) - listed
      *     on the report with the supplier so the buyer can refuse
      *     it or charge it back;
      *   - brings each plant's lot balances into line with the
      *     count-adjusted ONHAND figure, issuing the difference
      *     first-expiry-first-out - the oldest-dated lot is the one
      *     the warehouse is told to pick first, so it is taken to
      *     be the one that went.
      * Emptied lots stay on the master for the LOTKEEP parameter's
      * days (default 730) so a recall can still be traced to them.
      * LOTMAST is loaded at start and rewritten whole at the end,
      * the CONSBAL pattern. LOTEXP reports off it weekly.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Input lot receipts keyed by the dock
           SELECT LOTRCPT ASSIGN TO LOTRCPT
           FILE STATUS IS IN-LOTRCPT-KEY.

      * Lot master - read at start, rewritten whole at the end
           SELECT LOTMAST ASSIGN TO LOTMAST
           FILE STATUS IS LOTMAST-KEY.

      * Input parts master, for each part's shelf life
           SELECT PARTMAST ASSIGN TO PARTMAST
           FILE STATUS IS IN-PARTMAST-KEY.

      * Input open-PO status file, as written by POMATCH
           SELECT OPENPO ASSIGN TO OPENPO
           FILE STATUS IS IN-OPENPO-KEY.

      * Input transfer master, as written by XFERTRK
           SELECT XFRMAST ASSIGN TO XFRMAST
           FILE STATUS IS IN-XFRMAST-KEY.

      * Input on-hand balances, as CYCCOUNT adjusted them
           SELECT ONHAND ASSIGN TO ONHAND
           FILE STATUS IS IN-ONHAND-KEY.

      *12/17 Business process-date control card - see PROCDATE.
           SELECT PROCDATE ASSIGN TO PROCDATE
           FILE STATUS IS PROCDATE-KEY.

      * Output Lot Activity Report
           SELECT PRINT-LINE ASSIGN TO PRTLINE.

       DATA DIVISION.
       FILE SECTION.
      *04/25 One row per lot the dock received. The order is the
      * purchase order or transfer number the receipt came in on. A
      * zero receipt date means today; either date may be zero but
      * not both.
       FD  LOTRCPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 49 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS LOTRCPT-REC.
       01  LOTRCPT-REC.
           05  LR-PO-NUMBER            PIC X(06).
           05  LR-RECEIPT-DATE         PIC 9(08).
           05  LR-LOT-NUMBER           PIC X(12).
           05  LR-MFG-DATE             PIC 9(08).
           05  LR-EXPIRY-DATE          PIC 9(08).
           05  LR-QUANTITY             PIC 9(07).

      *04/25 One row per lot per plant: where it came from, its
      * dates, what was received and what is left. The short-life
      * flag marks a lot that arrived under the LOTMINLF minimum; the
      * emptied date is the night the balance reached zero. The
      * last-run date is the rerun guard.
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

      * Same 155-byte master row PARTMUPD maintains.
       FD  PARTMAST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 155 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PARTMAST-REC.
       01  PARTMAST-REC.
           05  PM-PART-NUMBER          PIC X(23).
           05  FILLER                  PIC X(114).
           05  PM-SHELF-LIFE-MONTHS    PIC 9(03).
           05  FILLER                  PIC X(12).
      *05/11 Planning lead time - see PARTMUPD. Grew 152 to 155.
           05  FILLER                  PIC X(03).

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

      * Same 90-byte transfer row XFERTRK writes - only the number,
      * the part and the receiving plant are needed here.
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
           05  FILLER                  PIC X(55).

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
           COPY PARMTAB.  *> PARMLOAD central-parameter request block
      * Business process date control card - see PROCDATE.
           COPY PROCDATE.

       01 FILE-STATUS-CODES.
      * File status key for input File LOTRCPT
           05 IN-LOTRCPT-KEY            PIC X(2).
                88 CODE-WRITE               VALUE SPACES.

      * A missing lot master just means no lot received yet.
           05 LOTMAST-KEY               PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
                88 LOTMAST-NOT-FOUND        VALUE '35'.

      * File status key for input File PARTMAST
           05 IN-PARTMAST-KEY           PIC X(2).
                88 CODE-WRITE               VALUE SPACES.

      * File status key for input File OPENPO
           05 IN-OPENPO-KEY             PIC X(2).
                88 CODE-WRITE               VALUE SPACES.

      * A missing transfer master just means no transfer raised yet.
           05 IN-XFRMAST-KEY            PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
                88 XFRMAST-NOT-FOUND        VALUE '35'.

      * File status key for input File ONHAND
           05 IN-ONHAND-KEY             PIC X(2).
                88 CODE-WRITE               VALUE SPACES.

           05 PROCDATE-KEY              PIC X(2).
                88 CODE-WRITE               VALUE SPACES.

       01 FILES-EOF.
           05 LOTRCPT-EOF-WS                  PIC X(01) VALUE 'N'.
              88 LOTRCPT-EOF                             VALUE 'Y'.
           05 LOTMAST-EOF-WS                  PIC X(01) VALUE 'N'.
              88 LOTMAST-EOF                             VALUE 'Y'.
           05 PARTMAST-EOF-WS                 PIC X(01) VALUE 'N'.
              88 PARTMAST-EOF                            VALUE 'Y'.
           05 OPENPO-EOF-WS                   PIC X(01) VALUE 'N'.
              88 OPENPO-EOF                              VALUE 'Y'.
           05 XFRMAST-EOF-WS                  PIC X(01) VALUE 'N'.
              88 XFRMAST-EOF                             VALUE 'Y'.
           05 ONHAND-EOF-WS                   PIC X(01) VALUE 'N'.
              88 ONHAND-EOF                              VALUE 'Y'.

      *04/25 Least share of its life, in percent, a lot must have
      * left when it arrives - PARMLOAD LOTMINLF overrides.
       01 WS-MIN-LIFE-PCT                  PIC 9(03) VALUE 067.
      *04/25 Days an emptied lot stays on the master - PARMLOAD
      * LOTKEEP overrides.
       01 WS-KEEP-DAYS                     PIC 9(03) VALUE 730.

       01 WS-IN-LOTRCPT-CTR                PIC 9(7) VALUE ZERO.
       01 WS-IN-ONHAND-CTR                 PIC 9(7) VALUE ZERO.
       01 WS-IN-LOT-CTR                    PIC 9(7) VALUE ZERO.
       01 WS-LOTS-ADDED-CTR                PIC 9(7) VALUE ZERO.
       01 WS-LOTS-TOPPED-CTR               PIC 9(7) VALUE ZERO.
       01 WS-REFUSED-CTR                   PIC 9(7) VALUE ZERO.
       01 WS-SHORT-LIFE-CTR                PIC 9(7) VALUE ZERO.
       01 WS-ISSUED-QTY-CTR                PIC 9(9) VALUE ZERO.
       01 WS-EMPTIED-CTR                   PIC 9(7) VALUE ZERO.
       01 WS-UNDATED-CTR                   PIC 9(7) VALUE ZERO.
       01 WS-PURGED-CTR                    PIC 9(7) VALUE ZERO.
       01 WS-OUT-LOT-CTR                   PIC 9(7) VALUE ZERO.

      *04/25 The parts that perish - anything not here has no shelf
      * life and is not lot-tracked.
       01 WS-SHELF-PART-TABLE.
           05 WS-SP-ENTRY OCCURS 5000 TIMES.
              10 WS-SP-PART-NUMBER        PIC X(23).
              10 WS-SP-MONTHS             PIC 9(03).
       01 WS-SP-MAX                       PIC 9(04) VALUE ZERO.
       01 WS-SP-IDX                       PIC 9(04) VALUE 1.
       01 WS-SP-FOUND-IDX                 PIC 9(04) VALUE ZERO.

      *04/25 Tonight's orders - the part, supplier and plant behind
      * each purchase order lot.
       01 WS-ORDER-TABLE.
           05 WS-ORD-ENTRY OCCURS 50000 TIMES.
              10 WS-ORD-PO                PIC X(06).
              10 WS-ORD-PART              PIC X(23).
              10 WS-ORD-SUPPLIER-CODE     PIC X(10).
              10 WS-ORD-PLANT             PIC X(03).
       01 WS-ORD-MAX                      PIC 9(05) VALUE ZERO.
       01 WS-ORD-IDX                      PIC 9(05) VALUE 1.
       01 WS-ORD-FOUND-IDX                PIC 9(05) VALUE ZERO.

      *04/25 The transfers - the part and receiving plant behind
      * each transfer lot.
       01 WS-TRANSFER-TABLE.
           05 WS-XF-ENTRY OCCURS 20000 TIMES.
              10 WS-XF-XFER-NUMBER        PIC X(06).
              10 WS-XF-PART-NUMBER        PIC X(23).
              10 WS-XF-TO-PLANT           PIC X(03).
       01 WS-XF-MAX                       PIC 9(05) VALUE ZERO.
       01 WS-XF-IDX                       PIC 9(05) VALUE 1.
       01 WS-XF-FOUND-IDX                 PIC 9(05) VALUE ZERO.

      *04/25 The lot master in storage. The new and seen flags are
      * for tonight only and are not written back.
       01 WS-LOT-TABLE.
           05 WS-LT-ENTRY OCCURS 20000 TIMES.
              10 WS-LT-ROW.
                 15 WS-LT-PLANT-CODE      PIC X(03).
                 15 WS-LT-PART-NUMBER     PIC X(23).
                 15 WS-LT-LOT-NUMBER      PIC X(12).
                 15 WS-LT-PO-NUMBER       PIC X(06).
                 15 WS-LT-SUPPLIER-CODE   PIC X(10).
                 15 WS-LT-RECEIPT-DATE    PIC 9(08).
                 15 WS-LT-MFG-DATE        PIC 9(08).
                 15 WS-LT-EXPIRY-DATE     PIC 9(08).
                 15 WS-LT-QTY-RECEIVED    PIC 9(07).
                 15 WS-LT-QTY-ON-HAND     PIC 9(07).
                 15 WS-LT-SHORT-LIFE-FLAG PIC X(01).
                    88 WS-LT-SHORT-LIFE         VALUE 'Y'.
                 15 WS-LT-EMPTIED-DATE    PIC 9(08).
                 15 WS-LT-LAST-RUN-DATE   PIC 9(08).
              10 WS-LT-NEW-FLAG           PIC X(01).
                 88 WS-LT-NEW-TONIGHT           VALUE 'Y'.
              10 WS-LT-SEEN-FLAG          PIC X(01).
                 88 WS-LT-ON-ONHAND             VALUE 'Y'.
       01 WS-LT-MAX                       PIC 9(05) VALUE ZERO.
       01 WS-LT-IDX                       PIC 9(05) VALUE 1.
       01 WS-LT-FOUND-IDX                 PIC 9(05) VALUE ZERO.
       01 WS-LT-OLDEST-IDX                PIC 9(05) VALUE ZERO.

      *04/25 The lot being keyed, resolved to its part and plant.
       01 WS-WORK-LOT.
           05 WS-WORK-PLANT                PIC X(03) VALUE SPACES.
           05 WS-WORK-PART                 PIC X(23) VALUE SPACES.
           05 WS-WORK-SUPPLIER             PIC X(10) VALUE SPACES.
           05 WS-WORK-RECEIPT-DATE         PIC 9(08) VALUE ZERO.
           05 WS-WORK-EXPIRY-DATE          PIC 9(08) VALUE ZERO.
       01 WS-RECEIPT-INT                   PIC 9(9) COMP VALUE ZERO.
       01 WS-MFG-INT                       PIC 9(9) COMP VALUE ZERO.
       01 WS-EXPIRY-INT                    PIC 9(9) COMP VALUE ZERO.
       01 WS-TOTAL-LIFE-DAYS               PIC S9(7) VALUE ZERO.
       01 WS-LIFE-LEFT-DAYS                PIC S9(7) VALUE ZERO.
       01 WS-LIFE-LEFT-PCT                 PIC S9(5) VALUE ZERO.
       01 WS-FINDING                       PIC X(30) VALUE SPACES.

      *04/25 Manufacture date plus shelf life, month arithmetic on
      * the date's own digits - the day is pulled back to the end of
      * a shorter month.
       01 WS-CALC-DATE                     PIC 9(08) VALUE ZERO.
       01 WS-CALC-DATE-PARTS REDEFINES WS-CALC-DATE.
           05 WS-CALC-YYYY                 PIC 9(04).
           05 WS-CALC-MM                   PIC 9(02).
           05 WS-CALC-DD                   PIC 9(02).
       01 WS-MONTH-COUNT                   PIC 9(05) VALUE ZERO.
       01 WS-YEARS-ADDED                   PIC 9(03) VALUE ZERO.
       01 WS-LEAP-QUOTIENT                 PIC 9(04) VALUE ZERO.
       01 WS-LEAP-REMAINDER                PIC 9(03) VALUE ZERO.
       01 WS-MONTH-END                     PIC 9(02) VALUE ZERO.
       01 WS-MONTH-DAYS-VALUES.
           05 FILLER                       PIC X(24)
              VALUE '312831303130313130313031'.
       01 WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
           05 WS-MONTH-DAYS                PIC 9(02) OCCURS 12 TIMES.

      *04/25 One ONHAND balance set against the lots behind it.
       01 WS-LOT-BALANCE                   PIC 9(09) VALUE ZERO.
       01 WS-EXCESS-QTY                    PIC 9(09) VALUE ZERO.
       01 WS-ISSUE-QTY                     PIC 9(07) VALUE ZERO.
       01 WS-DAYS-EMPTY                    PIC S9(7) VALUE ZERO.

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
              'Destiny Auto Parts - Date-Coded Lot Activity'.
           05 FILLER              PIC X(54)      VALUE SPACES.
           05 FILLER              PIC X(5)       VALUE 'PAGE '.
           05 WS-PAGE-NO-OUT      PIC ZZZ9       VALUE ZERO.
       01 WS-SECTION-LINE.
           05 FILLER              PIC X(3)       VALUE SPACES.
           05 WS-SECTION-TITLE    PIC X(60)      VALUE SPACES.
           05 FILLER              PIC X(70)      VALUE SPACES.

       01 WS-LOT-HEADER.
          05 FILLER              PIC X(3)       VALUE SPACES.
          05 FILLER              PIC X(08)      VALUE 'Order'.
          05 FILLER              PIC X(14)      VALUE 'Lot'.
          05 FILLER              PIC X(25)      VALUE 'Part Number'.
          05 FILLER              PIC X(06)      VALUE 'Plant'.
          05 FILLER              PIC X(10)      VALUE 'Made'.
          05 FILLER              PIC X(10)      VALUE 'Expires'.
          05 FILLER              PIC X(10)      VALUE '  Quantity'.
          05 FILLER              PIC X(06)      VALUE ' Life'.
          05 FILLER              PIC X(30)      VALUE 'Finding'.
       01 WS-LOT-LINE-OUT.
          05 FILLER                 PIC X(3)       VALUE SPACES.
          05 LOT-ORDER-OUT          PIC X(06)      VALUE SPACES.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 LOT-LOT-OUT            PIC X(12)      VALUE SPACES.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 LOT-PART-OUT           PIC X(23)      VALUE SPACES.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 LOT-PLANT-OUT          PIC X(03)      VALUE SPACES.
          05 FILLER                 PIC X(03)      VALUE SPACES.
          05 LOT-MFG-OUT            PIC X(08)      VALUE SPACES.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 LOT-EXPIRY-OUT         PIC X(08)      VALUE SPACES.
          05 FILLER                 PIC X(01)      VALUE SPACES.
          05 LOT-QTY-OUT            PIC Z,ZZZ,ZZ9  VALUE ZERO.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 LOT-PCT-OUT            PIC ZZ9        VALUE ZERO.
          05 LOT-PCT-SIGN-OUT       PIC X(01)      VALUE SPACES.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 LOT-FINDING-OUT        PIC X(30)      VALUE SPACES.

       01 WS-SHORT-HEADER.
          05 FILLER              PIC X(3)       VALUE SPACES.
          05 FILLER              PIC X(08)      VALUE 'Order'.
          05 FILLER              PIC X(12)      VALUE 'Supplier'.
          05 FILLER              PIC X(14)      VALUE 'Lot'.
          05 FILLER              PIC X(25)      VALUE 'Part Number'.
          05 FILLER              PIC X(06)      VALUE 'Plant'.
          05 FILLER              PIC X(10)      VALUE 'Received'.
          05 FILLER              PIC X(10)      VALUE 'Expires'.
          05 FILLER              PIC X(10)      VALUE '  Quantity'.
          05 FILLER              PIC X(10)      VALUE ' Days Left'.
       01 WS-SHORT-LINE-OUT.
          05 FILLER                 PIC X(3)       VALUE SPACES.
          05 SHT-ORDER-OUT          PIC X(06)      VALUE SPACES.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 SHT-SUPPLIER-OUT       PIC X(10)      VALUE SPACES.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 SHT-LOT-OUT            PIC X(12)      VALUE SPACES.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 SHT-PART-OUT           PIC X(23)      VALUE SPACES.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 SHT-PLANT-OUT          PIC X(03)      VALUE SPACES.
          05 FILLER                 PIC X(03)      VALUE SPACES.
          05 SHT-RECEIVED-OUT       PIC X(08)      VALUE SPACES.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 SHT-EXPIRY-OUT         PIC X(08)      VALUE SPACES.
          05 FILLER                 PIC X(01)      VALUE SPACES.
          05 SHT-QTY-OUT            PIC Z,ZZZ,ZZ9  VALUE ZERO.
          05 FILLER                 PIC X(03)      VALUE SPACES.
          05 SHT-DAYS-OUT           PIC -,ZZZ,ZZ9  VALUE ZERO.

       01 WS-SUMMARY-LINE.
           05 FILLER                PIC X(3)  VALUE SPACES.
           05 WS-SUMMARY-LABEL      PIC X(34) VALUE SPACES.
           05 WS-SUMMARY-COUNT      PIC ZZZ,ZZZ,ZZ9 VALUE ZERO.
           05 FILLER                PIC X(96) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN.
           PERFORM 000-Housekeeping.
           MOVE 'LOTS RECEIVED AT THE DOCK' TO WS-SECTION-TITLE.
           PERFORM 820-Write-Section.
           WRITE PRINT-REC FROM WS-LOT-HEADER.
           ADD 1 TO WS-LINE-KTR.
           PERFORM 100-Main2 UNTIL LOTRCPT-EOF.
           PERFORM 700-PrintShortLife.
           PERFORM 400-Read-ONHAND.
           PERFORM 250-BalanceToOnHand
              THRU 250-BalanceToOnHand-Exit
              UNTIL ONHAND-EOF.
           PERFORM 280-EmptyUnseenLots.
           PERFORM 940-WriteLotMaster.
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
           PERFORM 410-Read-LOTRCPT.

       100-Main2.
           PERFORM 200-ApplyLot
              THRU 200-ApplyLot-Exit.
           PERFORM 410-Read-LOTRCPT.

      *04/25 One keyed lot end to end - the first finding wins and
      * the row is listed either way.
       200-ApplyLot.
           MOVE SPACES TO WS-FINDING.
           INITIALIZE WS-WORK-LOT.
           MOVE ZERO TO WS-LIFE-LEFT-PCT.
           IF LR-QUANTITY NOT NUMERIC
              OR LR-QUANTITY = ZERO
              MOVE 'IMPLAUSIBLE QUANTITY' TO WS-FINDING
              GO TO 200-ApplyLot-Done
           END-IF.
           IF LR-LOT-NUMBER = SPACES
              MOVE 'LOT NUMBER BLANK' TO WS-FINDING
              GO TO 200-ApplyLot-Done
           END-IF.
           PERFORM 210-ResolveOrder.
           IF WS-FINDING NOT = SPACES
              GO TO 200-ApplyLot-Done
           END-IF.
           PERFORM 220-FindShelfPart.
           IF WS-SP-FOUND-IDX = ZERO
              MOVE 'PART HAS NO SHELF LIFE' TO WS-FINDING
              GO TO 200-ApplyLot-Done
           END-IF.
           PERFORM 230-DateTheLot
              THRU 230-DateTheLot-Exit.
           IF WS-FINDING NOT = SPACES
              GO TO 200-ApplyLot-Done
           END-IF.
           PERFORM 240-PostLot
              THRU 240-PostLot-Exit.
       200-ApplyLot-Done.
           IF WS-FINDING NOT = SPACES
              AND WS-FINDING NOT = 'LOT ADDED'
              AND WS-FINDING NOT = 'ADDED TO LOT ON FILE'
              AND WS-FINDING NOT = 'SHORT LIFE - REFUSE OR CHARGE'
              ADD 1 TO WS-REFUSED-CTR
           END-IF.
           PERFORM 290-WriteLotLine.
       200-ApplyLot-Exit.
           EXIT.

      *04/25 The part and receiving plant behind the order number -
      * a transfer keys its T number the way the dock does on
      * RECEIPTS.
       210-ResolveOrder.
           IF LR-PO-NUMBER (1:1) = 'T'
              AND LR-PO-NUMBER (2:5) IS NUMERIC
              MOVE ZERO TO WS-XF-FOUND-IDX
              PERFORM VARYING WS-XF-IDX FROM 1 BY 1
                 UNTIL WS-XF-IDX > WS-XF-MAX
                    OR WS-XF-FOUND-IDX > ZERO
                    IF WS-XF-XFER-NUMBER (WS-XF-IDX) = LR-PO-NUMBER
                       MOVE WS-XF-IDX TO WS-XF-FOUND-IDX
                    END-IF
              END-PERFORM
              IF WS-XF-FOUND-IDX = ZERO
                 MOVE 'TRANSFER NOT ON XFRMAST' TO WS-FINDING
              ELSE
                 MOVE WS-XF-PART-NUMBER (WS-XF-FOUND-IDX)
                    TO WS-WORK-PART
                 MOVE WS-XF-TO-PLANT (WS-XF-FOUND-IDX)
                    TO WS-WORK-PLANT
              END-IF
           ELSE
              MOVE ZERO TO WS-ORD-FOUND-IDX
              PERFORM VARYING WS-ORD-IDX FROM 1 BY 1
                 UNTIL WS-ORD-IDX > WS-ORD-MAX
                    OR WS-ORD-FOUND-IDX > ZERO
                    IF WS-ORD-PO (WS-ORD-IDX) = LR-PO-NUMBER
                       MOVE WS-ORD-IDX TO WS-ORD-FOUND-IDX
                    END-IF
              END-PERFORM
              IF WS-ORD-FOUND-IDX = ZERO
                 MOVE 'ORDER NOT ON OPENPO' TO WS-FINDING
              ELSE
                 MOVE WS-ORD-PART (WS-ORD-FOUND-IDX) TO WS-WORK-PART
                 MOVE WS-ORD-SUPPLIER-CODE (WS-ORD-FOUND-IDX)
                    TO WS-WORK-SUPPLIER
                 MOVE WS-ORD-PLANT (WS-ORD-FOUND-IDX)
                    TO WS-WORK-PLANT
      *          A blank plant is the original building - see PLNTTAB.
                 IF WS-WORK-PLANT = SPACES
                    MOVE '001' TO WS-WORK-PLANT
                 END-IF
              END-IF
           END-IF.

       220-FindShelfPart.
           MOVE ZERO TO WS-SP-FOUND-IDX.
           PERFORM VARYING WS-SP-IDX FROM 1 BY 1
              UNTIL WS-SP-IDX > WS-SP-MAX
                 OR WS-SP-FOUND-IDX > ZERO
                 IF WS-SP-PART-NUMBER (WS-SP-IDX) = WS-WORK-PART
                    MOVE WS-SP-IDX TO WS-SP-FOUND-IDX
                 END-IF
           END-PERFORM.

      *04/25 Every date keyed must be a real date, the lot cannot be
      * made after it arrived, and with no expiry keyed it is dated
      * from manufacture plus the part's shelf life. Its life left
      * on arrival is then measured against its whole life.
       230-DateTheLot.
           MOVE LR-RECEIPT-DATE TO WS-WORK-RECEIPT-DATE.
           IF LR-RECEIPT-DATE NOT NUMERIC
              OR LR-MFG-DATE NOT NUMERIC
              OR LR-EXPIRY-DATE NOT NUMERIC
              MOVE 'DATE NOT VALID' TO WS-FINDING
              GO TO 230-DateTheLot-Exit
           END-IF.
           IF WS-WORK-RECEIPT-DATE = ZERO
              MOVE PROCESS-DATE TO WS-WORK-RECEIPT-DATE
           END-IF.
           IF LR-MFG-DATE = ZERO
              AND LR-EXPIRY-DATE = ZERO
              MOVE 'MFG OR EXPIRY DATE REQUIRED' TO WS-FINDING
              GO TO 230-DateTheLot-Exit
           END-IF.
           MOVE WS-WORK-RECEIPT-DATE TO WS-DATE-IN-STR-CEE.
           PERFORM 510-DayNumber.
           MOVE WS-DAY-INT TO WS-RECEIPT-INT.
           IF WS-RECEIPT-INT = ZERO
              OR WS-WORK-RECEIPT-DATE > PROCESS-DATE
              MOVE 'RECEIPT DATE NOT VALID' TO WS-FINDING
              GO TO 230-DateTheLot-Exit
           END-IF.
           MOVE ZERO TO WS-MFG-INT.
           IF LR-MFG-DATE NOT = ZERO
              MOVE LR-MFG-DATE TO WS-DATE-IN-STR-CEE
              PERFORM 510-DayNumber
              MOVE WS-DAY-INT TO WS-MFG-INT
              IF WS-MFG-INT = ZERO
                 OR LR-MFG-DATE > WS-WORK-RECEIPT-DATE
                 MOVE 'MFG DATE NOT VALID' TO WS-FINDING
                 GO TO 230-DateTheLot-Exit
              END-IF
           END-IF.
           IF LR-EXPIRY-DATE NOT = ZERO
              MOVE LR-EXPIRY-DATE TO WS-WORK-EXPIRY-DATE
           ELSE
              MOVE LR-MFG-DATE TO WS-CALC-DATE
              PERFORM 530-AddShelfLife
              MOVE WS-CALC-DATE TO WS-WORK-EXPIRY-DATE
           END-IF.
           MOVE WS-WORK-EXPIRY-DATE TO WS-DATE-IN-STR-CEE.
           PERFORM 510-DayNumber.
           MOVE WS-DAY-INT TO WS-EXPIRY-INT.
           IF WS-EXPIRY-INT = ZERO
              OR (WS-MFG-INT > ZERO
                 AND WS-EXPIRY-INT <= WS-MFG-INT)
              MOVE 'EXPIRY DATE NOT VALID' TO WS-FINDING
              GO TO 230-DateTheLot-Exit
           END-IF.
      *    Whole life off the lot's own dates where it has both,
      *    otherwise off the part's shelf life at 30 days a month.
           IF WS-MFG-INT > ZERO
              COMPUTE WS-TOTAL-LIFE-DAYS = WS-EXPIRY-INT - WS-MFG-INT
           ELSE
              COMPUTE WS-TOTAL-LIFE-DAYS =
                 WS-SP-MONTHS (WS-SP-FOUND-IDX) * 30
           END-IF.
           COMPUTE WS-LIFE-LEFT-DAYS = WS-EXPIRY-INT - WS-RECEIPT-INT.
           IF WS-LIFE-LEFT-DAYS <= ZERO
              MOVE ZERO TO WS-LIFE-LEFT-PCT
           ELSE
              COMPUTE WS-LIFE-LEFT-PCT =
                 (WS-LIFE-LEFT-DAYS * 100) / WS-TOTAL-LIFE-DAYS
           END-IF.
       230-DateTheLot-Exit.
           EXIT.

      *04/25 The same lot number for the same part at the same plant
      * is the same lot arriving on another truck - its quantity is
      * added on, as long as the dates agree.
       240-PostLot.
           MOVE ZERO TO WS-LT-FOUND-IDX.
           PERFORM VARYING WS-LT-IDX FROM 1 BY 1
              UNTIL WS-LT-IDX > WS-LT-MAX
                 OR WS-LT-FOUND-IDX > ZERO
                 IF WS-LT-PLANT-CODE (WS-LT-IDX) = WS-WORK-PLANT
                    AND WS-LT-PART-NUMBER (WS-LT-IDX) = WS-WORK-PART
                    AND WS-LT-LOT-NUMBER (WS-LT-IDX) = LR-LOT-NUMBER
                    MOVE WS-LT-IDX TO WS-LT-FOUND-IDX
                 END-IF
           END-PERFORM.
           IF WS-LT-FOUND-IDX > ZERO
              IF WS-LT-EXPIRY-DATE (WS-LT-FOUND-IDX)
                    NOT = WS-WORK-EXPIRY-DATE
                 MOVE 'LOT ON FILE WITH OTHER EXPIRY' TO WS-FINDING
              ELSE
                 ADD LR-QUANTITY
                    TO WS-LT-QTY-RECEIVED (WS-LT-FOUND-IDX)
                 ADD LR-QUANTITY
                    TO WS-LT-QTY-ON-HAND (WS-LT-FOUND-IDX)
                 MOVE ZERO TO WS-LT-EMPTIED-DATE (WS-LT-FOUND-IDX)
                 MOVE 'ADDED TO LOT ON FILE' TO WS-FINDING
                 ADD 1 TO WS-LOTS-TOPPED-CTR
              END-IF
              GO TO 240-PostLot-Exit
           END-IF.
           IF WS-LT-MAX >= 20000
              DISPLAY 'LOTTRK - LOT TABLE FULL AT 20000 '
                 'ROWS - RAISE OCCURS IN LOTTRK'
              GO TO 2000-ABEND-RTN
           END-IF.
           ADD 1 TO WS-LT-MAX.
           INITIALIZE WS-LT-ENTRY (WS-LT-MAX).
           MOVE WS-WORK-PLANT TO WS-LT-PLANT-CODE (WS-LT-MAX).
           MOVE WS-WORK-PART TO WS-LT-PART-NUMBER (WS-LT-MAX).
           MOVE LR-LOT-NUMBER TO WS-LT-LOT-NUMBER (WS-LT-MAX).
           MOVE LR-PO-NUMBER TO WS-LT-PO-NUMBER (WS-LT-MAX).
           MOVE WS-WORK-SUPPLIER TO WS-LT-SUPPLIER-CODE (WS-LT-MAX).
           MOVE WS-WORK-RECEIPT-DATE
              TO WS-LT-RECEIPT-DATE (WS-LT-MAX).
           MOVE LR-MFG-DATE TO WS-LT-MFG-DATE (WS-LT-MAX).
           MOVE WS-WORK-EXPIRY-DATE TO WS-LT-EXPIRY-DATE (WS-LT-MAX).
           MOVE LR-QUANTITY TO WS-LT-QTY-RECEIVED (WS-LT-MAX).
           MOVE LR-QUANTITY TO WS-LT-QTY-ON-HAND (WS-LT-MAX).
           MOVE 'N' TO WS-LT-SHORT-LIFE-FLAG (WS-LT-MAX).
           MOVE 'Y' TO WS-LT-NEW-FLAG (WS-LT-MAX).
           MOVE 'N' TO WS-LT-SEEN-FLAG (WS-LT-MAX).
           ADD 1 TO WS-LOTS-ADDED-CTR.
           MOVE 'LOT ADDED' TO WS-FINDING.
      *    Still taken on - the stock is on the dock either way - but
      *    listed for the buyer to refuse or charge back.
           IF WS-LIFE-LEFT-PCT < WS-MIN-LIFE-PCT
              MOVE 'Y' TO WS-LT-SHORT-LIFE-FLAG (WS-LT-MAX)
              MOVE 'SHORT LIFE - REFUSE OR CHARGE' TO WS-FINDING
              ADD 1 TO WS-SHORT-LIFE-CTR
           END-IF.
       240-PostLot-Exit.
           EXIT.

      *04/25 One ONHAND balance against its plant's lots of the part.
      * Lots holding more than the balance give up the difference
      * oldest expiry first; a balance above the lots is stock that
      * came in before it was dated, counted but not invented.
       250-BalanceToOnHand.
           MOVE OH-PART-NUMBER TO WS-WORK-PART.
           PERFORM 220-FindShelfPart.
           IF WS-SP-FOUND-IDX = ZERO
              GO TO 250-BalanceToOnHand-Next
           END-IF.
           MOVE ZERO TO WS-LOT-BALANCE.
           PERFORM VARYING WS-LT-IDX FROM 1 BY 1
              UNTIL WS-LT-IDX > WS-LT-MAX
                 IF WS-LT-PLANT-CODE (WS-LT-IDX) = OH-PLANT-CODE
                    AND WS-LT-PART-NUMBER (WS-LT-IDX) = OH-PART-NUMBER
                    MOVE 'Y' TO WS-LT-SEEN-FLAG (WS-LT-IDX)
                    ADD WS-LT-QTY-ON-HAND (WS-LT-IDX) TO WS-LOT-BALANCE
                 END-IF
           END-PERFORM.
           IF WS-LOT-BALANCE < OH-QTY-ON-HAND
              ADD 1 TO WS-UNDATED-CTR
              GO TO 250-BalanceToOnHand-Next
           END-IF.
           COMPUTE WS-EXCESS-QTY = WS-LOT-BALANCE - OH-QTY-ON-HAND.
           PERFORM 260-IssueOldestLot
              UNTIL WS-EXCESS-QTY = ZERO.
       250-BalanceToOnHand-Next.
           PERFORM 400-Read-ONHAND.
       250-BalanceToOnHand-Exit.
           EXIT.

      *04/25 First expiry, first out - the lot of this part at this
      * plant with stock left and the earliest expiry gives up what
      * it can.
       260-IssueOldestLot.
           MOVE ZERO TO WS-LT-OLDEST-IDX.
           PERFORM VARYING WS-LT-IDX FROM 1 BY 1
              UNTIL WS-LT-IDX > WS-LT-MAX
                 IF WS-LT-PLANT-CODE (WS-LT-IDX) = OH-PLANT-CODE
                    AND WS-LT-PART-NUMBER (WS-LT-IDX) = OH-PART-NUMBER
                    AND WS-LT-QTY-ON-HAND (WS-LT-IDX) > ZERO
                    IF WS-LT-OLDEST-IDX = ZERO
                       MOVE WS-LT-IDX TO WS-LT-OLDEST-IDX
                    ELSE
                       IF WS-LT-EXPIRY-DATE (WS-LT-IDX) <
                             WS-LT-EXPIRY-DATE (WS-LT-OLDEST-IDX)
                          MOVE WS-LT-IDX TO WS-LT-OLDEST-IDX
                       END-IF
                    END-IF
                 END-IF
           END-PERFORM.
           IF WS-LT-OLDEST-IDX = ZERO
              MOVE ZERO TO WS-EXCESS-QTY
           ELSE
              IF WS-LT-QTY-ON-HAND (WS-LT-OLDEST-IDX) > WS-EXCESS-QTY
                 MOVE WS-EXCESS-QTY TO WS-ISSUE-QTY
              ELSE
                 MOVE WS-LT-QTY-ON-HAND (WS-LT-OLDEST-IDX)
                    TO WS-ISSUE-QTY
              END-IF
              MOVE WS-LT-OLDEST-IDX TO WS-LT-IDX
              PERFORM 270-IssueFromLot
              SUBTRACT WS-ISSUE-QTY FROM WS-EXCESS-QTY
           END-IF.

       270-IssueFromLot.
           SUBTRACT WS-ISSUE-QTY FROM WS-LT-QTY-ON-HAND (WS-LT-IDX).
           ADD WS-ISSUE-QTY TO WS-ISSUED-QTY-CTR.
           IF WS-LT-QTY-ON-HAND (WS-LT-IDX) = ZERO
              MOVE PROCESS-DATE TO WS-LT-EMPTIED-DATE (WS-LT-IDX)
              ADD 1 TO WS-EMPTIED-CTR
           END-IF.

      *04/25 A lot whose part and plant has no ONHAND row at all -
      * the plant holds none of the part, so the lot is gone.
       280-EmptyUnseenLots.
           PERFORM VARYING WS-LT-IDX FROM 1 BY 1
              UNTIL WS-LT-IDX > WS-LT-MAX
                 IF NOT WS-LT-ON-ONHAND (WS-LT-IDX)
                    AND WS-LT-QTY-ON-HAND (WS-LT-IDX) > ZERO
                    MOVE WS-LT-QTY-ON-HAND (WS-LT-IDX) TO WS-ISSUE-QTY
                    PERFORM 270-IssueFromLot
                 END-IF
           END-PERFORM.

       290-WriteLotLine.
           IF WS-LINE-KTR > WS-MAX-LINES-PER-PAGE
              PERFORM 800-NEW-PAGE
              PERFORM 820-Write-Section
              WRITE PRINT-REC FROM WS-LOT-HEADER
              ADD 1 TO WS-LINE-KTR
           END-IF.
           MOVE SPACES TO WS-LOT-LINE-OUT.
           MOVE LR-PO-NUMBER TO LOT-ORDER-OUT.
           MOVE LR-LOT-NUMBER TO LOT-LOT-OUT.
           MOVE WS-WORK-PART TO LOT-PART-OUT.
           MOVE WS-WORK-PLANT TO LOT-PLANT-OUT.
           MOVE LR-MFG-DATE TO LOT-MFG-OUT.
           MOVE WS-WORK-EXPIRY-DATE TO LOT-EXPIRY-OUT.
           IF LR-QUANTITY NUMERIC
              MOVE LR-QUANTITY TO LOT-QTY-OUT
           ELSE
              MOVE ZERO TO LOT-QTY-OUT
           END-IF.
           IF WS-WORK-EXPIRY-DATE > ZERO
              MOVE WS-LIFE-LEFT-PCT TO LOT-PCT-OUT
              MOVE '%' TO LOT-PCT-SIGN-OUT
           ELSE
              MOVE ZERO TO LOT-PCT-OUT
           END-IF.
           MOVE WS-FINDING TO LOT-FINDING-OUT.
           WRITE PRINT-REC FROM WS-LOT-LINE-OUT.
           ADD 1 TO WS-LINE-KTR.

       300-Open-Files.
           OPEN INPUT LOTMAST.
           IF LOTMAST-NOT-FOUND
              CONTINUE
           ELSE
              IF LOTMAST-KEY NOT = '00'
                 DISPLAY 'File Problem openning LOTMAST'
                 GO TO 2000-ABEND-RTN
              ELSE
                 PERFORM 340-LoadLotMaster UNTIL LOTMAST-EOF
                 CLOSE LOTMAST
              END-IF
           END-IF.

           OPEN INPUT PARTMAST.
      *    Input File Status Checking for PARTMAST
           IF IN-PARTMAST-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning Input PARTMAST'
                GO TO 2000-ABEND-RTN
           ELSE
                PERFORM 320-LoadShelfParts UNTIL PARTMAST-EOF
                CLOSE PARTMAST
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

           OPEN INPUT XFRMAST.
           IF XFRMAST-NOT-FOUND
              CONTINUE
           ELSE
              IF IN-XFRMAST-KEY NOT = '00'
                 DISPLAY 'File Problem openning XFRMAST'
                 GO TO 2000-ABEND-RTN
              ELSE
                 PERFORM 330-LoadTransfers UNTIL XFRMAST-EOF
                 CLOSE XFRMAST
              END-IF
           END-IF.

           OPEN INPUT LOTRCPT.
      *    Input File Status Checking for LOTRCPT
           IF IN-LOTRCPT-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning Input LOTRCPT'
                GO TO 2000-ABEND-RTN
           END-IF.

           OPEN INPUT ONHAND.
      *    Input File Status Checking for ONHAND
           IF IN-ONHAND-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning Input ONHAND'
                GO TO 2000-ABEND-RTN
           END-IF.

           OPEN OUTPUT PRINT-LINE.

       320-LoadShelfParts.
           READ PARTMAST
              AT END
                 MOVE 'Y' TO PARTMAST-EOF-WS
           END-READ.
           IF NOT PARTMAST-EOF
              AND PM-SHELF-LIFE-MONTHS IS NUMERIC
              AND PM-SHELF-LIFE-MONTHS > ZERO
              IF WS-SP-MAX >= 5000
                 DISPLAY 'LOTTRK - SHELF-LIFE TABLE FULL AT 5000 '
                    'ROWS - RAISE OCCURS IN LOTTRK'
                 GO TO 2000-ABEND-RTN
              END-IF
              ADD 1 TO WS-SP-MAX
              MOVE PM-PART-NUMBER TO WS-SP-PART-NUMBER (WS-SP-MAX)
              MOVE PM-SHELF-LIFE-MONTHS TO WS-SP-MONTHS (WS-SP-MAX)
           END-IF.

       325-LoadOpenPo.
           READ OPENPO
              AT END
                 MOVE 'Y' TO OPENPO-EOF-WS
           END-READ.
           IF NOT OPENPO-EOF
              IF WS-ORD-MAX >= 50000
                 DISPLAY 'LOTTRK - ORDER TABLE FULL AT 50000 '
                    'ROWS - RAISE OCCURS IN LOTTRK'
                 GO TO 2000-ABEND-RTN
              END-IF
              ADD 1 TO WS-ORD-MAX
              MOVE OP-PO-NUMBER TO WS-ORD-PO (WS-ORD-MAX)
              MOVE OP-PART-NUMBER TO WS-ORD-PART (WS-ORD-MAX)
              MOVE OP-SUPPLIER-CODE
                 TO WS-ORD-SUPPLIER-CODE (WS-ORD-MAX)
              MOVE OP-SHIP-TO-PLANT TO WS-ORD-PLANT (WS-ORD-MAX)
           END-IF.

       330-LoadTransfers.
           READ XFRMAST
              AT END
                 MOVE 'Y' TO XFRMAST-EOF-WS
           END-READ.
           IF NOT XFRMAST-EOF
              IF WS-XF-MAX >= 20000
                 DISPLAY 'LOTTRK - TRANSFER TABLE FULL AT 20000 '
                    'ROWS - RAISE OCCURS IN LOTTRK'
                 GO TO 2000-ABEND-RTN
              END-IF
              ADD 1 TO WS-XF-MAX
              MOVE XF-XFER-NUMBER TO WS-XF-XFER-NUMBER (WS-XF-MAX)
              MOVE XF-PART-NUMBER TO WS-XF-PART-NUMBER (WS-XF-MAX)
              MOVE XF-TO-PLANT TO WS-XF-TO-PLANT (WS-XF-MAX)
           END-IF.

       340-LoadLotMaster.
           READ LOTMAST
              AT END
                 MOVE 'Y' TO LOTMAST-EOF-WS
           END-READ.
      *04/25 A master already stamped with tonight's process date
      * means tonight's lots are already on it - stop rather than
      * receive and issue twice, the CONSBAL stand.
           IF NOT LOTMAST-EOF
              AND LT-LAST-RUN-DATE = PROCESS-DATE
              DISPLAY 'LOTTRK - LOTMAST ALREADY CARRIES THE RUN '
                 'FOR ' PROCESS-DATE ' - RERUN WOULD APPLY TWICE. '
                 'RESTORE LOTMAST BEFORE RERUNNING'
              GO TO 2000-ABEND-RTN
           END-IF.
           IF NOT LOTMAST-EOF
              IF WS-LT-MAX >= 20000
                 DISPLAY 'LOTTRK - LOT TABLE FULL AT 20000 '
                    'ROWS - RAISE OCCURS IN LOTTRK'
                 GO TO 2000-ABEND-RTN
              END-IF
              ADD 1 TO WS-LT-MAX
              MOVE LOTMAST-REC TO WS-LT-ROW (WS-LT-MAX)
              MOVE 'N' TO WS-LT-NEW-FLAG (WS-LT-MAX)
              MOVE 'N' TO WS-LT-SEEN-FLAG (WS-LT-MAX)
              ADD 1 TO WS-IN-LOT-CTR
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

      *04/25 The PARMMAST master's values, when in force on the
      * business process date, override the defaults - see PARMTAB.
       380-LoadParms.
           MOVE 'LOTMINLF' TO PRQ-PARM-NAME.
           MOVE PROCESS-DATE TO PRQ-AS-OF-DATE.
           CALL 'PARMLOAD' USING PARM-REQUEST.
           IF PRQ-PARM-FOUND
              MOVE PRQ-PARM-VALUE (1:3) TO WS-MIN-LIFE-PCT
           END-IF.
           MOVE 'LOTKEEP ' TO PRQ-PARM-NAME.
           MOVE PROCESS-DATE TO PRQ-AS-OF-DATE.
           CALL 'PARMLOAD' USING PARM-REQUEST.
           IF PRQ-PARM-FOUND
              MOVE PRQ-PARM-VALUE (1:3) TO WS-KEEP-DAYS
           END-IF.

       400-Read-ONHAND.
           READ ONHAND
                AT END MOVE "Y" TO ONHAND-EOF-WS
           END-READ.
           IF (NOT ONHAND-EOF) THEN
              ADD +1 TO WS-IN-ONHAND-CTR
           END-IF.

       410-Read-LOTRCPT.
           READ LOTRCPT
                AT END MOVE "Y" TO LOTRCPT-EOF-WS
           END-READ.
           IF (NOT LOTRCPT-EOF) THEN
              ADD +1 TO WS-IN-LOTRCPT-CTR
           END-IF.

      *04/25 Lilian day number for the date in WS-DATE-IN-STR-CEE -
      * zero when CEEDAYS will not take it.
       510-DayNumber.
           CALL "CEEDAYS" USING WS-DATE-IN-CEE, WS-PICSTR-IN,
              WS-DAY-INT, FC.
           IF FC-SEV NOT = ZERO
              MOVE ZERO TO WS-DAY-INT
           END-IF.

      *04/25 WS-CALC-DATE moved on by the part's shelf life in whole
      * months; the 31st of a month landing in a 30-day month (or
      * February) becomes that month's last day.
       530-AddShelfLife.
           COMPUTE WS-MONTH-COUNT =
              WS-CALC-MM - 1 + WS-SP-MONTHS (WS-SP-FOUND-IDX).
           DIVIDE WS-MONTH-COUNT BY 12 GIVING WS-YEARS-ADDED
              REMAINDER WS-MONTH-COUNT.
           ADD WS-YEARS-ADDED TO WS-CALC-YYYY.
           COMPUTE WS-CALC-MM = WS-MONTH-COUNT + 1.
           MOVE WS-MONTH-DAYS (WS-CALC-MM) TO WS-MONTH-END.
           IF WS-CALC-MM = 2
              DIVIDE WS-CALC-YYYY BY 4 GIVING WS-LEAP-QUOTIENT
                 REMAINDER WS-LEAP-REMAINDER
              IF WS-LEAP-REMAINDER = ZERO
                 MOVE 29 TO WS-MONTH-END
                 DIVIDE WS-CALC-YYYY BY 100 GIVING WS-LEAP-QUOTIENT
                    REMAINDER WS-LEAP-REMAINDER
                 IF WS-LEAP-REMAINDER = ZERO
                    DIVIDE WS-CALC-YYYY BY 400
                       GIVING WS-LEAP-QUOTIENT
                       REMAINDER WS-LEAP-REMAINDER
                    IF WS-LEAP-REMAINDER NOT = ZERO
                       MOVE 28 TO WS-MONTH-END
                    END-IF
                 END-IF
              END-IF
           END-IF.
           IF WS-CALC-DD > WS-MONTH-END
              MOVE WS-MONTH-END TO WS-CALC-DD
           END-IF.

       600-CLOSE-FILES.
           CLOSE  LOTRCPT, ONHAND, PRINT-LINE.

      * Matches the fix in FINALEX's 2000-ABEND-RTN - DISPLAY and
      * EXIT alone just fell through to whatever paragraph follows.
       2000-ABEND-RTN.
           DISPLAY 'PROGRAM ENCOUNTERED AN ERROR'.
           MOVE 16 TO RETURN-CODE.
           GOBACK.

      *04/25 Tonight's short-life lots with the supplier and order,
      * for the buyer to refuse or charge back.
       700-PrintShortLife.
           MOVE 'SHORT-LIFE LOTS - REFUSE OR CHARGE BACK'
              TO WS-SECTION-TITLE.
           PERFORM 800-NEW-PAGE.
           PERFORM 820-Write-Section.
           WRITE PRINT-REC FROM WS-SHORT-HEADER.
           ADD 1 TO WS-LINE-KTR.
           PERFORM VARYING WS-LT-IDX FROM 1 BY 1
              UNTIL WS-LT-IDX > WS-LT-MAX
                 IF WS-LT-NEW-TONIGHT (WS-LT-IDX)
                    AND WS-LT-SHORT-LIFE (WS-LT-IDX)
                    PERFORM 710-Write-Short-Line
                 END-IF
           END-PERFORM.

       710-Write-Short-Line.
           IF WS-LINE-KTR > WS-MAX-LINES-PER-PAGE
              PERFORM 800-NEW-PAGE
              PERFORM 820-Write-Section
              WRITE PRINT-REC FROM WS-SHORT-HEADER
              ADD 1 TO WS-LINE-KTR
           END-IF.
           MOVE SPACES TO WS-SHORT-LINE-OUT.
           MOVE WS-LT-PO-NUMBER (WS-LT-IDX) TO SHT-ORDER-OUT.
           MOVE WS-LT-SUPPLIER-CODE (WS-LT-IDX) TO SHT-SUPPLIER-OUT.
           MOVE WS-LT-LOT-NUMBER (WS-LT-IDX) TO SHT-LOT-OUT.
           MOVE WS-LT-PART-NUMBER (WS-LT-IDX) TO SHT-PART-OUT.
           MOVE WS-LT-PLANT-CODE (WS-LT-IDX) TO SHT-PLANT-OUT.
           MOVE WS-LT-RECEIPT-DATE (WS-LT-IDX) TO SHT-RECEIVED-OUT.
           MOVE WS-LT-EXPIRY-DATE (WS-LT-IDX) TO SHT-EXPIRY-OUT.
           MOVE WS-LT-QTY-RECEIVED (WS-LT-IDX) TO SHT-QTY-OUT.
           MOVE WS-LT-RECEIPT-DATE (WS-LT-IDX) TO WS-DATE-IN-STR-CEE.
           PERFORM 510-DayNumber.
           MOVE WS-DAY-INT TO WS-RECEIPT-INT.
           MOVE WS-LT-EXPIRY-DATE (WS-LT-IDX) TO WS-DATE-IN-STR-CEE.
           PERFORM 510-DayNumber.
           COMPUTE WS-LIFE-LEFT-DAYS = WS-DAY-INT - WS-RECEIPT-INT.
           MOVE WS-LIFE-LEFT-DAYS TO SHT-DAYS-OUT.
           WRITE PRINT-REC FROM WS-SHORT-LINE-OUT.
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
           MOVE 'LOT ROWS CARRIED IN' TO WS-SUMMARY-LABEL.
           MOVE WS-IN-LOT-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'LOT RECEIPTS READ' TO WS-SUMMARY-LABEL.
           MOVE WS-IN-LOTRCPT-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE '  NEW LOTS' TO WS-SUMMARY-LABEL.
           MOVE WS-LOTS-ADDED-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE '  ADDED TO LOTS ON FILE' TO WS-SUMMARY-LABEL.
           MOVE WS-LOTS-TOPPED-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE '  REFUSED' TO WS-SUMMARY-LABEL.
           MOVE WS-REFUSED-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'SHORT-LIFE LOTS' TO WS-SUMMARY-LABEL.
           MOVE WS-SHORT-LIFE-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'ONHAND ROWS READ' TO WS-SUMMARY-LABEL.
           MOVE WS-IN-ONHAND-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'QUANTITY ISSUED FEFO' TO WS-SUMMARY-LABEL.
           MOVE WS-ISSUED-QTY-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'LOTS EMPTIED TONIGHT' TO WS-SUMMARY-LABEL.
           MOVE WS-EMPTIED-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'BALANCES WITH UNDATED STOCK' TO WS-SUMMARY-LABEL.
           MOVE WS-UNDATED-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'EMPTIED LOTS PURGED' TO WS-SUMMARY-LABEL.
           MOVE WS-PURGED-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'LOT ROWS WRITTEN' TO WS-SUMMARY-LABEL.
           MOVE WS-OUT-LOT-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.

      *04/25 Rewrites the lot master whole, every row stamped with
      * the process date for the rerun guard. A lot emptied longer
      * ago than the retention is dropped.
       940-WriteLotMaster.
           OPEN OUTPUT LOTMAST.
           IF LOTMAST-KEY NOT = '00'
              DISPLAY 'File Problem openning LOTMAST for OUTPUT'
              GO TO 2000-ABEND-RTN
           END-IF.
           PERFORM VARYING WS-LT-IDX FROM 1 BY 1
              UNTIL WS-LT-IDX > WS-LT-MAX
                 PERFORM 950-WriteLotRow
           END-PERFORM.
           CLOSE LOTMAST.

       950-WriteLotRow.
           MOVE ZERO TO WS-DAYS-EMPTY.
           IF WS-LT-QTY-ON-HAND (WS-LT-IDX) = ZERO
              AND WS-LT-EMPTIED-DATE (WS-LT-IDX) > ZERO
              MOVE WS-LT-EMPTIED-DATE (WS-LT-IDX) TO WS-DATE-IN-STR-CEE
              PERFORM 510-DayNumber
              IF WS-DAY-INT > ZERO
                 COMPUTE WS-DAYS-EMPTY = WS-TODAY-INT - WS-DAY-INT
              END-IF
           END-IF.
           IF WS-DAYS-EMPTY > WS-KEEP-DAYS
              ADD 1 TO WS-PURGED-CTR
           ELSE
              MOVE PROCESS-DATE TO WS-LT-LAST-RUN-DATE (WS-LT-IDX)
              MOVE WS-LT-ROW (WS-LT-IDX) TO LOTMAST-REC
              WRITE LOTMAST-REC
              IF LOTMAST-KEY NOT = '00'
                 GO TO 2000-ABEND-RTN
              END-IF
              ADD 1 TO WS-OUT-LOT-CTR
           END-IF.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRCSPRD.
       AUTHOR. IVANNA COLAN.
      ******************************************************************
      * 05/09 Quarterly price-spread consolidation report. PPVRPT
      * measures each order against the part's standard, so nobody
      * sees the same part bought from two suppliers at very
      * different prices. This reads every GOODDATA generation still
      * on hand - the active group and its ARCHIVE copies - and rolls
      * every accepted order occurrence dated in the quarter (the
      * three calendar months through the business process date's
      * month) up by part and supplier - quantity and extended
      * value in USD (off FXRATES, as GLEXTRCT does) - then, for
      * every part bought from more than one supplier, lists each
      * supplier's volume and average unit price, the spread between
      * the cheapest and the dearest source, and the saving had all
      * the part's volume gone at the lowest QUALIFIED source's
      * price. A source is qualified when the supplier is an
      * activated supplier on SUPPMST (a prospect still in
      * onboarding is on hold) and, for a part on the approved-
      * source list (ASLMST - see ASLTAB), its row there is
      * approved. A part with no qualified source is counted, not
      * priced. Parts are ranked biggest saving first within buyer
      * and commodity class, with a subtotal per class, per buyer,
      * and for the run. The buyer is the one on the part's latest
      * order in the quarter. Credit occurrences (zero or negative
      * quantity) are left out of the averages. Read-only.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Good records as written by FINALEX - the archive and active
      * bases, concatenated
           SELECT GOODDATA-FILE ASSIGN TO GOODDATA
           FILE STATUS IS IN-GOODDATA-KEY.

      * Supplier master - see SUPMTAB.
           SELECT SUPPMST ASSIGN TO SUPPMST
           FILE STATUS IS IN-SUPPMST-KEY.

      * Approved-source list - see ASLTAB.
           SELECT ASLMST ASSIGN TO ASLMST
           FILE STATUS IS IN-ASLMST-KEY.

      * Input currency-to-USD rate control file - see FXRTAB.
           SELECT FXRATES ASSIGN TO FXRATES
           FILE STATUS IS IN-FXRATES-KEY.

      * Business process-date control card - see PROCDATE.
           SELECT PROCDATE ASSIGN TO PROCDATE
           FILE STATUS IS PROCDATE-KEY.

           SELECT PRINT-LINE ASSIGN TO PRTLINE.

       DATA DIVISION.
       FILE SECTION.
       FD  GOODDATA-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 1029 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS GOODDATA-REC.
       01  GOODDATA-REC     PIC X(1029).

       FD  SUPPMST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 74 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SUPPMST-REC.
       01  SUPPMST-REC      PIC X(74).

       FD  ASLMST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 73 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS ASLMST-REC.
       01  ASLMST-REC       PIC X(73).

       FD  FXRATES
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 13 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS FXRATES-REC.
       01  FXRATES-REC     PIC X(13).

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
           COPY SUPMTAB.  *> Supplier master table
           COPY ASLTAB.   *> Approved-source list
           COPY FXRTAB.   *> Currency-to-USD rate control table
           COPY PROCDATE. *> Business process date control card

       01 FILE-STATUS-CODES.
      * File status key for input File GOODDATA
           05 IN-GOODDATA-KEY            PIC X(2).
                88 CODE-WRITE               VALUE SPACES.

      * File status key for input File SUPPMST
           05 IN-SUPPMST-KEY             PIC X(2).
                88 CODE-WRITE               VALUE SPACES.

      * File status key for input File ASLMST
           05 IN-ASLMST-KEY              PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
      * No approved-source list yet - no part is source-controlled.
                88 ASLMST-NOT-FOUND         VALUE '35'.

      * File status key for input File FXRATES
           05 IN-FXRATES-KEY             PIC X(2).
                88 CODE-WRITE               VALUE SPACES.

           05 PROCDATE-KEY               PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
                88 PROCDATE-NOT-FOUND       VALUE '35'.

       01 FILES-EOF.
           05 GOODDATA-EOF-WS                 PIC X(01) VALUE 'N'.
              88 GOODDATA-EOF                            VALUE 'Y'.
           05 SUPPMST-EOF-WS                  PIC X(01) VALUE 'N'.
              88 SUPPMST-EOF                             VALUE 'Y'.
           05 ASLMST-EOF-WS                   PIC X(01) VALUE 'N'.
              88 ASLMST-EOF                              VALUE 'Y'.
           05 FXRATES-EOF-WS                  PIC X(01) VALUE 'N'.
              88 FXRATES-EOF                             VALUE 'Y'.

       01 WS-IN-GOODDATA-CTR               PIC 9(7) VALUE ZERO.
       01 WS-CREDIT-SKIP-CTR               PIC 9(7) VALUE ZERO.
       01 WS-OUT-OF-QUARTER-CTR            PIC 9(7) VALUE ZERO.
       01 WS-FX-NOT-FOUND-CTR              PIC 9(7) VALUE ZERO.
       01 WS-PARTS-CTR                     PIC 9(7) VALUE ZERO.
       01 WS-SINGLE-SOURCE-CTR             PIC 9(7) VALUE ZERO.
       01 WS-NO-QUALIFIED-CTR              PIC 9(7) VALUE ZERO.
       01 WS-OPPORTUNITY-CTR               PIC 9(7) VALUE ZERO.

       01 WS-SUPPMST-INDEX                 PIC 9(4) VALUE 1.
       01 WS-SUPPMST-FOUND-IDX             PIC 9(4) VALUE ZERO.
       01 WS-SOURCE-INDEX                  PIC 9(5) VALUE 1.
       01 WS-PO-COUNTER                    PIC 9 VALUE 1.
       01 WS-FX-IDX                        PIC 9(04) VALUE 1.
       01 WS-FX-FOUND-FLAG                 PIC X     VALUE 'N'.
           88 FX-RATE-FOUND                          VALUE 'Y'.
       01 WS-FX-RATE-WORK                  PIC 9(3)V9(6) VALUE 1.
       01 WS-EXT-VALUE                     PIC S9(11)V99 VALUE ZERO.
       01 WS-USD-VALUE                     PIC S9(13)V99 VALUE ZERO.

      *05/09 First day of the quarter - the first of the month two
      * months before the process date's month.
       01 WS-QUARTER-START-DATE.
           05 WS-QTR-START-YYYY            PIC 9(04) VALUE ZERO.
           05 WS-QTR-START-MM              PIC 9(02) VALUE ZERO.
           05 WS-QTR-START-DD              PIC 9(02) VALUE ZERO.
       01 WS-QUARTER-START-NUM REDEFINES WS-QUARTER-START-DATE
                                           PIC 9(08).

      *05/09 Binary-search bounds, shared by the part-and-supplier
      * rollup and the approved-source lookup. After an unsuccessful
      * rollup search WS-BSRCH-LO is the slot the new row belongs
      * in, which is where 230-InsertSourceRow puts it.
       01 WS-BSRCH-LO                      PIC 9(5) VALUE ZERO.
       01 WS-BSRCH-HI                      PIC 9(5) VALUE ZERO.
       01 WS-BSRCH-MID                     PIC 9(5) VALUE ZERO.
       01 WS-SHIFT-IDX                     PIC 9(5) VALUE ZERO.
       01 WS-SEARCH-KEY.
           05 WS-SEARCH-PART-NUMBER        PIC X(23) VALUE SPACES.
           05 WS-SEARCH-SUPPLIER-CODE      PIC X(10) VALUE SPACES.
       01 WS-ROW-FOUND-IDX                 PIC 9(5) VALUE ZERO.
       01 WS-ASL-FOUND-IDX                 PIC 9(5) VALUE ZERO.
       01 WS-ASL-LISTED-FLAG               PIC X VALUE 'N'.
           88 PART-SOURCE-CONTROLLED             VALUE 'Y'.

      *05/09 The quarter's accepted volume by part and supplier,
      * kept in part-then-supplier order as rows are added so each
      * part's suppliers are a run. The buyer is the one on the
      * latest order seen for the row.
       01 WS-SOURCE-TABLE.
           05 WS-SRC-ENTRY OCCURS 10000 TIMES.
              10 WS-SRC-KEY.
                 15 WS-SRC-PART-NUMBER    PIC X(23) VALUE SPACES.
                 15 WS-SRC-SUPPLIER-CODE  PIC X(10) VALUE SPACES.
              10 WS-SRC-QUANTITY          PIC S9(11) VALUE ZERO.
              10 WS-SRC-VALUE             PIC S9(13)V99 VALUE ZERO.
              10 WS-SRC-AVG-PRICE         PIC 9(9)V9999 VALUE ZERO.
              10 WS-SRC-CLASS             PIC X(04) VALUE SPACES.
              10 WS-SRC-BUYER             PIC X(03) VALUE SPACES.
              10 WS-SRC-LAST-ORDER-DATE   PIC 9(08) VALUE ZERO.
              10 WS-SRC-QUALIFIED-FLAG    PIC X(01) VALUE 'N'.
                 88 WS-SRC-QUALIFIED               VALUE 'Y'.
       01 WS-SOURCE-MAX                    PIC 9(5) VALUE ZERO.
       01 WS-SRC-IDX                       PIC 9(5) VALUE 1.

      *05/09 One row per multi-source part with a qualified source,
      * kept in report order as rows are added - buyer, then class,
      * then biggest saving first (the saving is carried inverted in
      * the key so an ascending compare ranks it descending).
       01 WS-OPP-TABLE.
           05 WS-OPP-ENTRY OCCURS 5000 TIMES.
              10 WS-OPP-KEY.
                 15 WS-OPP-BUYER          PIC X(03) VALUE SPACES.
                 15 WS-OPP-CLASS          PIC X(04) VALUE SPACES.
                 15 WS-OPP-SAVING-INV     PIC 9(13)V99 VALUE ZERO.
                 15 WS-OPP-PART-NUMBER    PIC X(23) VALUE SPACES.
              10 WS-OPP-SAVING            PIC 9(13)V99 VALUE ZERO.
              10 WS-OPP-FIRST-IDX         PIC 9(5) VALUE ZERO.
              10 WS-OPP-LAST-IDX          PIC 9(5) VALUE ZERO.
              10 WS-OPP-LOW-PRICE         PIC 9(9)V9999 VALUE ZERO.
              10 WS-OPP-HIGH-PRICE        PIC 9(9)V9999 VALUE ZERO.
              10 WS-OPP-QUAL-PRICE        PIC 9(9)V9999 VALUE ZERO.
              10 WS-OPP-QUANTITY          PIC S9(11) VALUE ZERO.
              10 WS-OPP-VALUE             PIC S9(13)V99 VALUE ZERO.
       01 WS-OPP-MAX                       PIC 9(5) VALUE ZERO.
       01 WS-OPP-IDX                       PIC 9(5) VALUE 1.
       01 WS-INSERT-IDX                    PIC 9(5) VALUE ZERO.
       01 WS-NEW-OPP                       PIC X(135) VALUE SPACES.

      *05/09 Per-part working fields while a part's run is summed.
       01 WS-PART-FIRST-IDX                PIC 9(5) VALUE ZERO.
       01 WS-PART-LAST-IDX                 PIC 9(5) VALUE ZERO.
       01 WS-PART-SOURCES                  PIC 9(5) VALUE ZERO.
       01 WS-PART-QUANTITY                 PIC S9(11) VALUE ZERO.
       01 WS-PART-VALUE                    PIC S9(13)V99 VALUE ZERO.
       01 WS-PART-LOW-PRICE                PIC 9(9)V9999 VALUE ZERO.
       01 WS-PART-HIGH-PRICE               PIC 9(9)V9999 VALUE ZERO.
       01 WS-PART-QUAL-PRICE               PIC 9(9)V9999 VALUE ZERO.
       01 WS-PART-BUYER                    PIC X(03) VALUE SPACES.
       01 WS-PART-CLASS                    PIC X(04) VALUE SPACES.
       01 WS-PART-LATEST-DATE              PIC 9(08) VALUE ZERO.
       01 WS-PART-SAVING                   PIC S9(13)V99 VALUE ZERO.
       01 WS-SPREAD-PCT                    PIC 9(5)V9 VALUE ZERO.
       01 WS-MAX-SAVING                    PIC 9(13)V99
                                           VALUE 9999999999999.99.

      *05/09 Control-break state and subtotals.
       01 WS-PREV-BUYER                    PIC X(03) VALUE SPACES.
       01 WS-PREV-CLASS                    PIC X(04) VALUE SPACES.
       01 WS-CLASS-SAVING                  PIC 9(13)V99 VALUE ZERO.
       01 WS-BUYER-SAVING                  PIC 9(13)V99 VALUE ZERO.
       01 WS-TOTAL-SAVING                  PIC 9(13)V99 VALUE ZERO.
       01 WS-RANK                          PIC 9(5) VALUE ZERO.

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
              'Destiny Auto Parts - Price-Spread Consolidation Opportuni
      -       'ties'.
           05 FILLER              PIC X(44)      VALUE SPACES.
           05 FILLER              PIC X(5)       VALUE 'PAGE '.
           05 WS-PAGE-NO-OUT      PIC ZZZ9       VALUE ZERO.
       01 WS-SECTION-LINE.
           05 FILLER              PIC X(3)       VALUE SPACES.
           05 FILLER              PIC X(24)      VALUE
              'Orders dated'.
           05 WS-SECTION-START    PIC 9(08)      VALUE ZERO.
           05 FILLER              PIC X(04)      VALUE ' TO '.
           05 WS-SECTION-DATE     PIC 9(08)      VALUE ZERO.
           05 FILLER              PIC X(86)      VALUE SPACES.

       01 WS-HEADER.
          05 FILLER              PIC X(3)       VALUE SPACES.
          05 FILLER              PIC X(06)      VALUE 'Rank'.
          05 FILLER              PIC X(06)      VALUE 'Buyer'.
          05 FILLER              PIC X(06)      VALUE 'Class'.
          05 FILLER              PIC X(25)      VALUE 'Part'.
          05 FILLER              PIC X(15)      VALUE 'Low price'.
          05 FILLER              PIC X(15)      VALUE 'High price'.
          05 FILLER              PIC X(10)      VALUE 'Spread %'.
          05 FILLER              PIC X(15)      VALUE 'Qualified low'.
          05 FILLER              PIC X(20)      VALUE
             '      Saving (USD)'.
       01 WS-SUPPLIER-HEADER.
          05 FILLER              PIC X(26)      VALUE SPACES.
          05 FILLER              PIC X(12)      VALUE 'Supplier'.
          05 FILLER              PIC X(15)      VALUE '    Quantity'.
          05 FILLER              PIC X(15)      VALUE 'Avg price'.
          05 FILLER              PIC X(20)      VALUE
             '     Value (USD)'.
          05 FILLER              PIC X(20)      VALUE 'Source'.

      *05/09 One line per part, then one per supplier under it.
       01 WS-PART-LINE-OUT.
          05 FILLER                 PIC X(3)       VALUE SPACES.
          05 PRT-RANK-OUT           PIC ZZZZ9      VALUE ZERO.
          05 FILLER                 PIC X(01)      VALUE SPACES.
          05 PRT-BUYER-OUT          PIC X(03)      VALUE SPACES.
          05 FILLER                 PIC X(03)      VALUE SPACES.
          05 PRT-CLASS-OUT          PIC X(04)      VALUE SPACES.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 PRT-PART-OUT           PIC X(23)      VALUE SPACES.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 PRT-LOW-PRICE-OUT      PIC ZZZ,ZZ9.9999 VALUE ZERO.
          05 FILLER                 PIC X(03)      VALUE SPACES.
          05 PRT-HIGH-PRICE-OUT     PIC ZZZ,ZZ9.9999 VALUE ZERO.
          05 FILLER                 PIC X(03)      VALUE SPACES.
          05 PRT-SPREAD-OUT         PIC ZZZZ9.9    VALUE ZERO.
          05 FILLER                 PIC X(03)      VALUE SPACES.
          05 PRT-QUAL-PRICE-OUT     PIC ZZZ,ZZ9.9999 VALUE ZERO.
          05 FILLER                 PIC X(03)      VALUE SPACES.
          05 PRT-SAVING-OUT         PIC Z,ZZZ,ZZZ,ZZ9.99 VALUE ZERO.

       01 WS-DETAIL-LINE-OUT.
          05 FILLER                 PIC X(26)      VALUE SPACES.
          05 DTL-SUPPLIER-OUT       PIC X(10)      VALUE SPACES.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 DTL-QUANTITY-OUT       PIC ZZ,ZZZ,ZZZ,ZZ9 VALUE ZERO.
          05 FILLER                 PIC X(01)      VALUE SPACES.
          05 DTL-AVG-PRICE-OUT      PIC ZZZ,ZZ9.9999 VALUE ZERO.
          05 FILLER                 PIC X(03)      VALUE SPACES.
          05 DTL-VALUE-OUT          PIC ZZ,ZZZ,ZZZ,ZZ9.99 VALUE ZERO.
          05 FILLER                 PIC X(03)      VALUE SPACES.
          05 DTL-LOW-HIGH-OUT       PIC X(05)      VALUE SPACES.
          05 FILLER                 PIC X(01)      VALUE SPACES.
          05 DTL-QUALIFIED-OUT      PIC X(14)      VALUE SPACES.

       01 WS-SUBTOTAL-LINE-OUT.
          05 FILLER                 PIC X(3)       VALUE SPACES.
          05 SUB-LABEL-OUT          PIC X(20)      VALUE SPACES.
          05 SUB-KEY-OUT            PIC X(04)      VALUE SPACES.
          05 FILLER                 PIC X(81)      VALUE SPACES.
          05 SUB-SAVING-OUT         PIC Z,ZZZ,ZZZ,ZZ9.99 VALUE ZERO.

       01 WS-SUMMARY-LINE.
           05 FILLER                PIC X(3)  VALUE SPACES.
           05 WS-SUMMARY-LABEL      PIC X(34) VALUE SPACES.
           05 WS-SUMMARY-COUNT      PIC ZZZ,ZZZ,ZZ9 VALUE ZERO.
           05 FILLER                PIC X(96) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN.
           PERFORM 000-Housekeeping.
           PERFORM 100-Main2 UNTIL GOODDATA-EOF-WS = 'Y'.
           PERFORM 500-BuildOpportunities.
           PERFORM 700-WriteReport.
           PERFORM 900-WriteSummary.
           PERFORM 600-CLOSE-FILES.
           GOBACK.

       000-Housekeeping.
           INITIALIZE WS-SOURCE-TABLE, WS-OPP-TABLE.
           PERFORM 300-Open-Files.
           PERFORM 370-LoadProcessDate.
           PERFORM 380-SetQuarterStart.
           MOVE PROCESS-DATE TO WS-SECTION-DATE.
           MOVE WS-QUARTER-START-NUM TO WS-SECTION-START.
      * Priming Read
           PERFORM 400-Read-GOODDATA.

       100-Main2.
           PERFORM 200-RollupRecord.
           PERFORM 400-Read-GOODDATA.

      *05/09 Every order occurrence dated in the quarter with a
      * positive quantity adds to its part-and-supplier row.
       200-RollupRecord.
           MOVE PART-NUMBER-PO TO WS-SEARCH-PART-NUMBER.
           MOVE SUPPLIER-CODE-PO TO WS-SEARCH-SUPPLIER-CODE.
           PERFORM VARYING WS-PO-COUNTER FROM 1 BY 1
              UNTIL WS-PO-COUNTER > PURCHASE-ORDER-COUNT-PO
                 EVALUATE TRUE
                    WHEN ORDER-DATE-PO (WS-PO-COUNTER)
                          < WS-QUARTER-START-NUM
                    WHEN ORDER-DATE-PO (WS-PO-COUNTER) > PROCESS-DATE
                       ADD 1 TO WS-OUT-OF-QUARTER-CTR
                    WHEN QUANTITY-PO (WS-PO-COUNTER) NOT > ZERO
                       ADD 1 TO WS-CREDIT-SKIP-CTR
                    WHEN OTHER
                       PERFORM 210-AddOccurrence
                 END-EVALUATE
           END-PERFORM.

       210-AddOccurrence.
           COMPUTE WS-EXT-VALUE =
              QUANTITY-PO (WS-PO-COUNTER)
              * UNIT-PRICE-PO (WS-PO-COUNTER).
           PERFORM 220-FindFxRate.
           COMPUTE WS-USD-VALUE ROUNDED =
              WS-EXT-VALUE * WS-FX-RATE-WORK.
           PERFORM 225-FindSourceRow.
           IF WS-ROW-FOUND-IDX = ZERO
              PERFORM 230-InsertSourceRow
           END-IF.
           ADD QUANTITY-PO (WS-PO-COUNTER)
              TO WS-SRC-QUANTITY (WS-ROW-FOUND-IDX).
           ADD WS-USD-VALUE TO WS-SRC-VALUE (WS-ROW-FOUND-IDX).
           MOVE COMMODITY-CLASS-PO TO WS-SRC-CLASS (WS-ROW-FOUND-IDX).
           IF ORDER-DATE-PO (WS-PO-COUNTER)
                 >= WS-SRC-LAST-ORDER-DATE (WS-ROW-FOUND-IDX)
              MOVE ORDER-DATE-PO (WS-PO-COUNTER)
                 TO WS-SRC-LAST-ORDER-DATE (WS-ROW-FOUND-IDX)
              MOVE BUYER-CODE-PO (WS-PO-COUNTER)
                 TO WS-SRC-BUYER (WS-ROW-FOUND-IDX)
           END-IF.

       220-FindFxRate.
           MOVE 'N' TO WS-FX-FOUND-FLAG.
           MOVE 1 TO WS-FX-RATE-WORK.
           PERFORM VARYING WS-FX-IDX FROM 1 BY 1
              UNTIL WS-FX-IDX > FX-RATE-MAX OR FX-RATE-FOUND
                 IF FX-CURRENCY-CODE (WS-FX-IDX)
                       = CURRENCY-CODE-PO (WS-PO-COUNTER)
                    MOVE 'Y' TO WS-FX-FOUND-FLAG
                    MOVE FX-RATE-TO-USD (WS-FX-IDX)
                       TO WS-FX-RATE-WORK
                 END-IF
           END-PERFORM.
           IF NOT FX-RATE-FOUND
              ADD 1 TO WS-FX-NOT-FOUND-CTR
           END-IF.

       225-FindSourceRow.
           MOVE ZERO TO WS-ROW-FOUND-IDX.
           MOVE 1 TO WS-BSRCH-LO.
           MOVE WS-SOURCE-MAX TO WS-BSRCH-HI.
           PERFORM 226-SourceSearchStep
              UNTIL WS-BSRCH-LO > WS-BSRCH-HI
                 OR WS-ROW-FOUND-IDX > ZERO.

       226-SourceSearchStep.
           COMPUTE WS-BSRCH-MID = (WS-BSRCH-LO + WS-BSRCH-HI) / 2.
           EVALUATE TRUE
              WHEN WS-SRC-KEY (WS-BSRCH-MID) = WS-SEARCH-KEY
                 MOVE WS-BSRCH-MID TO WS-ROW-FOUND-IDX
              WHEN WS-SRC-KEY (WS-BSRCH-MID) < WS-SEARCH-KEY
                 COMPUTE WS-BSRCH-LO = WS-BSRCH-MID + 1
              WHEN OTHER
                 COMPUTE WS-BSRCH-HI = WS-BSRCH-MID - 1
           END-EVALUATE.

      *05/09 Opens a slot at WS-BSRCH-LO, the insertion point the
      * unsuccessful search left, so the rollup stays in key order.
       230-InsertSourceRow.
           IF WS-SOURCE-MAX >= 10000
              DISPLAY 'PRCSPRD - SOURCE TABLE FULL AT 10000 '
                 'ROWS - RAISE OCCURS IN WS-SOURCE-TABLE'
              GO TO 2000-ABEND-RTN
           END-IF.
           PERFORM VARYING WS-SHIFT-IDX FROM WS-SOURCE-MAX
              BY -1 UNTIL WS-SHIFT-IDX < WS-BSRCH-LO
                 MOVE WS-SRC-ENTRY (WS-SHIFT-IDX)
                    TO WS-SRC-ENTRY (WS-SHIFT-IDX + 1)
           END-PERFORM.
           ADD 1 TO WS-SOURCE-MAX.
           INITIALIZE WS-SRC-ENTRY (WS-BSRCH-LO).
           MOVE WS-SEARCH-KEY TO WS-SRC-KEY (WS-BSRCH-LO).
           MOVE WS-BSRCH-LO TO WS-ROW-FOUND-IDX.

       300-Open-Files.
           OPEN INPUT GOODDATA-FILE.
      *    Input File Status Checking for GOODDATA
           IF IN-GOODDATA-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning Input GOODDATA'
                GO TO 2000-ABEND-RTN
           END-IF.

           OPEN INPUT SUPPMST.
      *    Input File Status Checking for SUPPMST
           IF IN-SUPPMST-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning Input SUPPMST'
                GO TO 2000-ABEND-RTN
           ELSE
                MOVE 1 TO WS-SUPPMST-INDEX
                PERFORM 310-ReadNextSupplier UNTIL SUPPMST-EOF
                COMPUTE SUPP-MASTER-MAX = WS-SUPPMST-INDEX - 1
                CLOSE SUPPMST
           END-IF.

           OPEN INPUT ASLMST.
      *    Input File Status Checking for ASLMST
           IF ASLMST-NOT-FOUND
              CONTINUE
           ELSE
              IF IN-ASLMST-KEY NOT = '00' THEN
                 DISPLAY
                        '---------------------------------------------'
                 DISPLAY 'File Problem openning Input ASLMST'
                 GO TO 2000-ABEND-RTN
              ELSE
                 PERFORM 315-LoadApprovedSources
              END-IF
           END-IF.

           OPEN INPUT FXRATES.
      *    Input File Status Checking for FXRATES
           IF IN-FXRATES-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning Input FXRATES'
                GO TO 2000-ABEND-RTN
           ELSE
                PERFORM 320-LoadFxRateTable
           END-IF.

           OPEN OUTPUT PRINT-LINE.

       310-ReadNextSupplier.
           IF WS-SUPPMST-INDEX > 500
              DISPLAY 'PRCSPRD - SUPPLIER MASTER TABLE FULL AT 500 '
                 'ROWS - RAISE OCCURS IN SUPMTAB'
              GO TO 2000-ABEND-RTN
           END-IF.
           READ SUPPMST INTO SUPP-MASTER-LIST(WS-SUPPMST-INDEX)
              AT END
                 MOVE 'Y' TO SUPPMST-EOF-WS
           END-READ.
           IF NOT SUPPMST-EOF
              ADD 1 TO WS-SUPPMST-INDEX
           END-IF.

       315-LoadApprovedSources.
           INITIALIZE APPROVED-SOURCE-TABLE.
           MOVE 1 TO WS-SOURCE-INDEX.
           PERFORM 316-ReadNextSource UNTIL ASLMST-EOF.
           COMPUTE APPROVED-SOURCE-MAX = WS-SOURCE-INDEX - 1.
           CLOSE ASLMST.

       316-ReadNextSource.
           IF WS-SOURCE-INDEX > 20000
              DISPLAY 'PRCSPRD - APPROVED SOURCE TABLE FULL AT 20000 '
                 'ROWS - RAISE OCCURS IN ASLTAB'
              GO TO 2000-ABEND-RTN
           END-IF.
           READ ASLMST INTO APPROVED-SOURCE-LIST(WS-SOURCE-INDEX)
              AT END
                 MOVE 'Y' TO ASLMST-EOF-WS
           END-READ.
           IF NOT ASLMST-EOF
              ADD 1 TO WS-SOURCE-INDEX
           END-IF.

       320-LoadFxRateTable.
           INITIALIZE FX-RATE-TABLE.
           MOVE 1 TO WS-FX-IDX.
           PERFORM 325-ReadNextFxRate UNTIL FXRATES-EOF.
           COMPUTE FX-RATE-MAX = WS-FX-IDX - 1.
           CLOSE FXRATES.

       325-ReadNextFxRate.
           READ FXRATES INTO FX-RATE-LIST(WS-FX-IDX)
              AT END
                 MOVE 'Y' TO FXRATES-EOF-WS
           END-READ.
           IF NOT FXRATES-EOF
              ADD 1 TO WS-FX-IDX
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

       380-SetQuarterStart.
           MOVE PROCESS-DATE (1:4) TO WS-QTR-START-YYYY.
           MOVE PROCESS-DATE (5:2) TO WS-QTR-START-MM.
           MOVE 01 TO WS-QTR-START-DD.
           IF WS-QTR-START-MM > 2
              SUBTRACT 2 FROM WS-QTR-START-MM
           ELSE
              ADD 10 TO WS-QTR-START-MM
              SUBTRACT 1 FROM WS-QTR-START-YYYY
           END-IF.

       400-Read-GOODDATA.
           READ GOODDATA-FILE INTO PART-SUPP-ADDR-PO
      * Set AT END Switch
                AT END MOVE "Y" TO GOODDATA-EOF-WS
                IF IN-GOODDATA-KEY  = '00' THEN
                    DISPLAY
                        '---------------------------------------------'
                    DISPLAY 'Input file GOODDATA reading problem'
                    PERFORM 2000-ABEND-RTN
                END-IF
           END-READ.
           IF (NOT GOODDATA-EOF) THEN
              ADD +1 TO WS-IN-GOODDATA-CTR
           END-IF.

      *05/09 The rollup is in part order, so each part's suppliers
      * are a run; 510 prices the run and moves past it.
       500-BuildOpportunities.
           MOVE 1 TO WS-PART-FIRST-IDX.
           PERFORM 510-PricePart
              THRU 510-PricePart-Exit
              UNTIL WS-PART-FIRST-IDX > WS-SOURCE-MAX.

       510-PricePart.
           ADD 1 TO WS-PARTS-CTR.
           MOVE WS-SRC-PART-NUMBER (WS-PART-FIRST-IDX)
              TO WS-SEARCH-PART-NUMBER.
           MOVE ZERO TO WS-PART-SOURCES, WS-PART-QUANTITY,
              WS-PART-VALUE, WS-PART-LOW-PRICE, WS-PART-HIGH-PRICE,
              WS-PART-QUAL-PRICE, WS-PART-LATEST-DATE.
           MOVE SPACES TO WS-PART-BUYER, WS-PART-CLASS.
           MOVE WS-PART-FIRST-IDX TO WS-PART-LAST-IDX.
           PERFORM VARYING WS-SRC-IDX FROM WS-PART-FIRST-IDX BY 1
              UNTIL WS-SRC-IDX > WS-SOURCE-MAX
                 OR WS-SRC-PART-NUMBER (WS-SRC-IDX)
                    NOT = WS-SEARCH-PART-NUMBER
                 MOVE WS-SRC-IDX TO WS-PART-LAST-IDX
                 PERFORM 520-PriceSource
           END-PERFORM.
           COMPUTE WS-PART-FIRST-IDX = WS-PART-LAST-IDX + 1.
           IF WS-PART-SOURCES < 2
              ADD 1 TO WS-SINGLE-SOURCE-CTR
              GO TO 510-PricePart-Exit
           END-IF.
           IF WS-PART-QUAL-PRICE = ZERO
              ADD 1 TO WS-NO-QUALIFIED-CTR
              GO TO 510-PricePart-Exit
           END-IF.
           COMPUTE WS-PART-SAVING ROUNDED =
              WS-PART-VALUE
              - (WS-PART-QUANTITY * WS-PART-QUAL-PRICE).
           IF WS-PART-SAVING < ZERO
              MOVE ZERO TO WS-PART-SAVING
           END-IF.
           PERFORM 530-InsertOpportunity.
       510-PricePart-Exit.
           EXIT.

      *05/09 Average price, the part's low/high, and - when the source
      * qualifies - the lowest qualified price.
       520-PriceSource.
           ADD 1 TO WS-PART-SOURCES.
           COMPUTE WS-SRC-AVG-PRICE (WS-SRC-IDX) ROUNDED =
              WS-SRC-VALUE (WS-SRC-IDX) / WS-SRC-QUANTITY (WS-SRC-IDX).
           ADD WS-SRC-QUANTITY (WS-SRC-IDX) TO WS-PART-QUANTITY.
           ADD WS-SRC-VALUE (WS-SRC-IDX) TO WS-PART-VALUE.
           IF WS-PART-SOURCES = 1
              OR WS-SRC-AVG-PRICE (WS-SRC-IDX) < WS-PART-LOW-PRICE
              MOVE WS-SRC-AVG-PRICE (WS-SRC-IDX) TO WS-PART-LOW-PRICE
           END-IF.
           IF WS-SRC-AVG-PRICE (WS-SRC-IDX) > WS-PART-HIGH-PRICE
              MOVE WS-SRC-AVG-PRICE (WS-SRC-IDX)
                 TO WS-PART-HIGH-PRICE
           END-IF.
           IF WS-SRC-LAST-ORDER-DATE (WS-SRC-IDX)
                 >= WS-PART-LATEST-DATE
              MOVE WS-SRC-LAST-ORDER-DATE (WS-SRC-IDX)
                 TO WS-PART-LATEST-DATE
              MOVE WS-SRC-BUYER (WS-SRC-IDX) TO WS-PART-BUYER
              MOVE WS-SRC-CLASS (WS-SRC-IDX) TO WS-PART-CLASS
           END-IF.
           MOVE WS-SRC-SUPPLIER-CODE (WS-SRC-IDX)
              TO WS-SEARCH-SUPPLIER-CODE.
           PERFORM 540-CheckQualified
              THRU 540-CheckQualified-Exit.
           IF WS-SRC-QUALIFIED (WS-SRC-IDX)
              IF WS-PART-QUAL-PRICE = ZERO
                 OR WS-SRC-AVG-PRICE (WS-SRC-IDX) < WS-PART-QUAL-PRICE
                 MOVE WS-SRC-AVG-PRICE (WS-SRC-IDX)
                    TO WS-PART-QUAL-PRICE
              END-IF
           END-IF.

      *05/09 Slot the part in after every row with the same or a
      * lower report key, shifting the higher keys down one - the
      * SUPPDUP candidate-list pattern.
       530-InsertOpportunity.
           IF WS-OPP-MAX >= 5000
              DISPLAY 'PRCSPRD - OPPORTUNITY TABLE FULL AT 5000 '
                 'ROWS - RAISE OCCURS IN WS-OPP-TABLE'
              GO TO 2000-ABEND-RTN
           END-IF.
           INITIALIZE WS-OPP-ENTRY (WS-OPP-MAX + 1).
           MOVE WS-PART-BUYER TO WS-OPP-BUYER (WS-OPP-MAX + 1).
           MOVE WS-PART-CLASS TO WS-OPP-CLASS (WS-OPP-MAX + 1).
           COMPUTE WS-OPP-SAVING-INV (WS-OPP-MAX + 1) =
              WS-MAX-SAVING - WS-PART-SAVING.
           MOVE WS-SEARCH-PART-NUMBER
              TO WS-OPP-PART-NUMBER (WS-OPP-MAX + 1).
           MOVE WS-PART-SAVING TO WS-OPP-SAVING (WS-OPP-MAX + 1).
           COMPUTE WS-OPP-FIRST-IDX (WS-OPP-MAX + 1) =
              WS-PART-LAST-IDX - WS-PART-SOURCES + 1.
           MOVE WS-PART-LAST-IDX TO WS-OPP-LAST-IDX (WS-OPP-MAX + 1).
           MOVE WS-PART-LOW-PRICE TO WS-OPP-LOW-PRICE (WS-OPP-MAX + 1).
           MOVE WS-PART-HIGH-PRICE
              TO WS-OPP-HIGH-PRICE (WS-OPP-MAX + 1).
           MOVE WS-PART-QUAL-PRICE
              TO WS-OPP-QUAL-PRICE (WS-OPP-MAX + 1).
           MOVE WS-PART-QUANTITY TO WS-OPP-QUANTITY (WS-OPP-MAX + 1).
           MOVE WS-PART-VALUE TO WS-OPP-VALUE (WS-OPP-MAX + 1).
           MOVE WS-OPP-ENTRY (WS-OPP-MAX + 1) TO WS-NEW-OPP.
           COMPUTE WS-INSERT-IDX = WS-OPP-MAX + 1.
           PERFORM VARYING WS-SHIFT-IDX FROM WS-OPP-MAX BY -1
              UNTIL WS-SHIFT-IDX < 1
                 OR WS-OPP-KEY (WS-SHIFT-IDX)
                    <= WS-OPP-KEY (WS-OPP-MAX + 1)
                 MOVE WS-SHIFT-IDX TO WS-INSERT-IDX
           END-PERFORM.
           PERFORM VARYING WS-SHIFT-IDX FROM WS-OPP-MAX BY -1
              UNTIL WS-SHIFT-IDX < WS-INSERT-IDX
                 MOVE WS-OPP-ENTRY (WS-SHIFT-IDX)
                    TO WS-OPP-ENTRY (WS-SHIFT-IDX + 1)
           END-PERFORM.
           MOVE WS-NEW-OPP TO WS-OPP-ENTRY (WS-INSERT-IDX).
           ADD 1 TO WS-OPP-MAX.
           ADD 1 TO WS-OPPORTUNITY-CTR.

      *05/09 Activated supplier on the master, and - for a part on
      * the approved-source list - an approved row for this supplier
      * (the 207-CheckApprovedSource test in FINALEX).
       540-CheckQualified.
           MOVE 'N' TO WS-SRC-QUALIFIED-FLAG (WS-SRC-IDX).
           MOVE ZERO TO WS-SUPPMST-FOUND-IDX.
           PERFORM VARYING WS-SUPPMST-INDEX FROM 1 BY 1
              UNTIL WS-SUPPMST-INDEX > SUPP-MASTER-MAX
                 OR WS-SUPPMST-FOUND-IDX > ZERO
                 IF SM-SUPPLIER-CODE (WS-SUPPMST-INDEX)
                       = WS-SEARCH-SUPPLIER-CODE
                    MOVE WS-SUPPMST-INDEX TO WS-SUPPMST-FOUND-IDX
                 END-IF
           END-PERFORM.
           IF WS-SUPPMST-FOUND-IDX = ZERO
              GO TO 540-CheckQualified-Exit
           END-IF.
           IF SM-PROSPECT (WS-SUPPMST-FOUND-IDX)
              GO TO 540-CheckQualified-Exit
           END-IF.
           MOVE 'N' TO WS-ASL-LISTED-FLAG.
           MOVE ZERO TO WS-ASL-FOUND-IDX.
           MOVE 1 TO WS-BSRCH-LO.
           MOVE APPROVED-SOURCE-MAX TO WS-BSRCH-HI.
           PERFORM 545-AslSearchStep
              UNTIL WS-BSRCH-LO > WS-BSRCH-HI
                 OR WS-ASL-FOUND-IDX > ZERO.
           IF WS-ASL-FOUND-IDX > ZERO
              IF AS-APPROVED (WS-ASL-FOUND-IDX)
                 MOVE 'Y' TO WS-SRC-QUALIFIED-FLAG (WS-SRC-IDX)
              END-IF
              GO TO 540-CheckQualified-Exit
           END-IF.
           IF WS-BSRCH-LO <= APPROVED-SOURCE-MAX
              IF AS-PART-NUMBER (WS-BSRCH-LO) = WS-SEARCH-PART-NUMBER
                 MOVE 'Y' TO WS-ASL-LISTED-FLAG
              END-IF
           END-IF.
           IF WS-BSRCH-LO > 1
              IF AS-PART-NUMBER (WS-BSRCH-LO - 1)
                    = WS-SEARCH-PART-NUMBER
                 MOVE 'Y' TO WS-ASL-LISTED-FLAG
              END-IF
           END-IF.
           IF NOT PART-SOURCE-CONTROLLED
              MOVE 'Y' TO WS-SRC-QUALIFIED-FLAG (WS-SRC-IDX)
           END-IF.
       540-CheckQualified-Exit.
           EXIT.

       545-AslSearchStep.
           COMPUTE WS-BSRCH-MID = (WS-BSRCH-LO + WS-BSRCH-HI) / 2.
           EVALUATE TRUE
              WHEN AS-SOURCE-KEY (WS-BSRCH-MID) = WS-SEARCH-KEY
                 MOVE WS-BSRCH-MID TO WS-ASL-FOUND-IDX
              WHEN AS-SOURCE-KEY (WS-BSRCH-MID) < WS-SEARCH-KEY
                 COMPUTE WS-BSRCH-LO = WS-BSRCH-MID + 1
              WHEN OTHER
                 COMPUTE WS-BSRCH-HI = WS-BSRCH-MID - 1
           END-EVALUATE.

       600-CLOSE-FILES.
           CLOSE  GOODDATA-FILE, PRINT-LINE.

      * Matches the fix in FINALEX's 2000-ABEND-RTN - DISPLAY and
      * EXIT alone just fell through to whatever paragraph follows.
       2000-ABEND-RTN.
           DISPLAY 'PROGRAM ENCOUNTERED AN ERROR'.
           MOVE 16 TO RETURN-CODE.
           GOBACK.

      *05/09 Report order is buyer, class, biggest saving first; a
      * change of class or buyer prints the subtotal of the group
      * just finished.
       700-WriteReport.
           PERFORM 800-NEW-PAGE.
           IF WS-OPP-MAX > ZERO
              MOVE WS-OPP-BUYER (1) TO WS-PREV-BUYER
              MOVE WS-OPP-CLASS (1) TO WS-PREV-CLASS
           END-IF.
           PERFORM VARYING WS-OPP-IDX FROM 1 BY 1
              UNTIL WS-OPP-IDX > WS-OPP-MAX
                 IF WS-OPP-BUYER (WS-OPP-IDX) NOT = WS-PREV-BUYER
                    PERFORM 740-WriteClassTotal
                    PERFORM 750-WriteBuyerTotal
                 ELSE
                    IF WS-OPP-CLASS (WS-OPP-IDX) NOT = WS-PREV-CLASS
                       PERFORM 740-WriteClassTotal
                    END-IF
                 END-IF
                 MOVE WS-OPP-BUYER (WS-OPP-IDX) TO WS-PREV-BUYER
                 MOVE WS-OPP-CLASS (WS-OPP-IDX) TO WS-PREV-CLASS
                 PERFORM 710-WritePart
           END-PERFORM.
           IF WS-OPP-MAX > ZERO
              PERFORM 740-WriteClassTotal
              PERFORM 750-WriteBuyerTotal
           END-IF.
           WRITE PRINT-REC FROM WS-BLANK-LINE.
           MOVE 'ALL BUYERS' TO SUB-LABEL-OUT.
           MOVE SPACES TO SUB-KEY-OUT.
           MOVE WS-TOTAL-SAVING TO SUB-SAVING-OUT.
           WRITE PRINT-REC FROM WS-SUBTOTAL-LINE-OUT.

       710-WritePart.
           IF WS-LINE-KTR > WS-MAX-LINES-PER-PAGE
              PERFORM 800-NEW-PAGE
           END-IF.
           ADD 1 TO WS-RANK.
           MOVE WS-RANK TO PRT-RANK-OUT.
           MOVE WS-OPP-BUYER (WS-OPP-IDX) TO PRT-BUYER-OUT.
           MOVE WS-OPP-CLASS (WS-OPP-IDX) TO PRT-CLASS-OUT.
           MOVE WS-OPP-PART-NUMBER (WS-OPP-IDX) TO PRT-PART-OUT.
           MOVE WS-OPP-LOW-PRICE (WS-OPP-IDX) TO PRT-LOW-PRICE-OUT.
           MOVE WS-OPP-HIGH-PRICE (WS-OPP-IDX) TO PRT-HIGH-PRICE-OUT.
           MOVE ZERO TO WS-SPREAD-PCT.
           IF WS-OPP-LOW-PRICE (WS-OPP-IDX) > ZERO
              COMPUTE WS-SPREAD-PCT ROUNDED =
                 (WS-OPP-HIGH-PRICE (WS-OPP-IDX)
                  - WS-OPP-LOW-PRICE (WS-OPP-IDX)) * 100
                 / WS-OPP-LOW-PRICE (WS-OPP-IDX)
           END-IF.
           MOVE WS-SPREAD-PCT TO PRT-SPREAD-OUT.
           MOVE WS-OPP-QUAL-PRICE (WS-OPP-IDX) TO PRT-QUAL-PRICE-OUT.
           MOVE WS-OPP-SAVING (WS-OPP-IDX) TO PRT-SAVING-OUT.
           WRITE PRINT-REC FROM WS-BLANK-LINE.
           WRITE PRINT-REC FROM WS-PART-LINE-OUT.
           ADD 2 TO WS-LINE-KTR.
           ADD WS-OPP-SAVING (WS-OPP-IDX) TO WS-CLASS-SAVING.
           PERFORM VARYING WS-SRC-IDX FROM WS-OPP-FIRST-IDX (WS-OPP-IDX)
              BY 1 UNTIL WS-SRC-IDX > WS-OPP-LAST-IDX (WS-OPP-IDX)
                 PERFORM 720-WriteSupplierLine
           END-PERFORM.

       720-WriteSupplierLine.
           IF WS-LINE-KTR > WS-MAX-LINES-PER-PAGE
              PERFORM 800-NEW-PAGE
           END-IF.
           MOVE WS-SRC-SUPPLIER-CODE (WS-SRC-IDX) TO DTL-SUPPLIER-OUT.
           MOVE WS-SRC-QUANTITY (WS-SRC-IDX) TO DTL-QUANTITY-OUT.
           MOVE WS-SRC-AVG-PRICE (WS-SRC-IDX) TO DTL-AVG-PRICE-OUT.
           MOVE WS-SRC-VALUE (WS-SRC-IDX) TO DTL-VALUE-OUT.
           MOVE SPACES TO DTL-LOW-HIGH-OUT.
           IF WS-SRC-AVG-PRICE (WS-SRC-IDX)
                 = WS-OPP-LOW-PRICE (WS-OPP-IDX)
              MOVE 'LOW' TO DTL-LOW-HIGH-OUT
           END-IF.
           IF WS-SRC-AVG-PRICE (WS-SRC-IDX)
                 = WS-OPP-HIGH-PRICE (WS-OPP-IDX)
              MOVE 'HIGH' TO DTL-LOW-HIGH-OUT
           END-IF.
           IF WS-SRC-QUALIFIED (WS-SRC-IDX)
              MOVE 'QUALIFIED' TO DTL-QUALIFIED-OUT
           ELSE
              MOVE 'NOT QUALIFIED' TO DTL-QUALIFIED-OUT
           END-IF.
           WRITE PRINT-REC FROM WS-DETAIL-LINE-OUT.
           ADD 1 TO WS-LINE-KTR.

       740-WriteClassTotal.
           MOVE 'CLASS SUBTOTAL' TO SUB-LABEL-OUT.
           MOVE WS-PREV-CLASS TO SUB-KEY-OUT.
           MOVE WS-CLASS-SAVING TO SUB-SAVING-OUT.
           WRITE PRINT-REC FROM WS-BLANK-LINE.
           WRITE PRINT-REC FROM WS-SUBTOTAL-LINE-OUT.
           ADD 2 TO WS-LINE-KTR.
           ADD WS-CLASS-SAVING TO WS-BUYER-SAVING.
           MOVE ZERO TO WS-CLASS-SAVING.

       750-WriteBuyerTotal.
           MOVE 'BUYER SUBTOTAL' TO SUB-LABEL-OUT.
           MOVE WS-PREV-BUYER TO SUB-KEY-OUT.
           MOVE WS-BUYER-SAVING TO SUB-SAVING-OUT.
           WRITE PRINT-REC FROM WS-SUBTOTAL-LINE-OUT.
           ADD 1 TO WS-LINE-KTR.
           ADD WS-BUYER-SAVING TO WS-TOTAL-SAVING.
           MOVE ZERO TO WS-BUYER-SAVING.

       800-NEW-PAGE.
           ADD 1 TO WS-PAGE-CTR.
           MOVE WS-PAGE-CTR TO WS-PAGE-NO-OUT.
           WRITE PRINT-REC FROM WS-PAGE-HEADING AFTER ADVANCING PAGE.
           WRITE PRINT-REC FROM WS-BLANK-LINE.
           WRITE PRINT-REC FROM WS-SECTION-LINE.
           WRITE PRINT-REC FROM WS-HEADER.
           WRITE PRINT-REC FROM WS-SUPPLIER-HEADER.
           MOVE 4 TO WS-LINE-KTR.

       900-WriteSummary.
           WRITE PRINT-REC FROM WS-BLANK-LINE.
           MOVE 'PRICE-SPREAD RUN SUMMARY' TO WS-SUMMARY-LABEL.
           MOVE ZERO TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'GOOD RECORDS READ' TO WS-SUMMARY-LABEL.
           MOVE WS-IN-GOODDATA-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'OCCURRENCES DATED OUTSIDE QUARTER' TO
              WS-SUMMARY-LABEL.
           MOVE WS-OUT-OF-QUARTER-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'CREDIT OCCURRENCES LEFT OUT' TO WS-SUMMARY-LABEL.
           MOVE WS-CREDIT-SKIP-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'PARTS BOUGHT' TO WS-SUMMARY-LABEL.
           MOVE WS-PARTS-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'PARTS FROM ONE SUPPLIER ONLY' TO WS-SUMMARY-LABEL.
           MOVE WS-SINGLE-SOURCE-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'MULTI-SOURCE, NO QUALIFIED SOURCE' TO
              WS-SUMMARY-LABEL.
           MOVE WS-NO-QUALIFIED-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'PARTS RANKED' TO WS-SUMMARY-LABEL.
           MOVE WS-OPPORTUNITY-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'CURRENCY RATE NOT FOUND, USED 1.0' TO
              WS-SUMMARY-LABEL.
           MOVE WS-FX-NOT-FOUND-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.

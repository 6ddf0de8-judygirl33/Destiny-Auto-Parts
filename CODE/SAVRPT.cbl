       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAVRPT.
       AUTHOR. FABIO COSTA.
      ******************************************************************
      * 05/10 Monthly negotiated-savings and cost-avoidance report.
      * Every quote award (QUOTMNT) and catalog release (CATRLSE) that
      * beat the prior price - or held off an increase the supplier
      * asked for - is on SAVEVNT as a savings event: part, supplier,
      * buyer, old price, new price, effective date, and type. This
      * realizes each event effective this calendar year against the
      * accepted order occurrences actually placed at the new price
      * from the effective date on: realized saving is the quantity
      * times the old price less the new, in USD off FXRATES as
      * GLEXTRCT does. The event in force for an order is the latest
      * one for the part and supplier effective on or before the
      * order date; an order at any other price counts against the
      * event as off-price, not as a saving. Prints every event by
      * buyer with a buyer subtotal, then the year-to-date totals by
      * supplier and by commodity class, and flags an event nothing
      * has been ordered at yet as NEVER ORDERED.
      *
      * GOODDATA only goes back as far as the ARCHIVE base does, so
      * the year-to-date totals are carried month to month on SAVYTD
      * - one row per event with what it has realized so far and the
      * date it is realized through. Each run adds only orders dated
      * after that date and writes the refreshed rows to SAVYTDO; a
      * rerun for the same process date adds nothing. Rows carried
      * from an earlier year are dropped, so January starts clean.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Good records as written by FINALEX - the archive and active
      * bases, concatenated
           SELECT GOODDATA-FILE ASSIGN TO GOODDATA
           FILE STATUS IS IN-GOODDATA-KEY.

      * Savings event log - see SAVETAB.
           SELECT SAVEVNT ASSIGN TO SAVEVNT
           FILE STATUS IS IN-SAVEVNT-KEY.

      * Year-to-date realization carried from the last run, and the
      * refreshed copy for the next one
           SELECT SAVYTD ASSIGN TO SAVYTD
           FILE STATUS IS IN-SAVYTD-KEY.

           SELECT SAVYTDO ASSIGN TO SAVYTDO
           FILE STATUS IS OUT-SAVYTDO-KEY.

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

       FD  SAVEVNT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 83 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SAVEVNT-REC.
       01  SAVEVNT-REC      PIC X(83).

      *05/10 One row per event, keyed the way SE-EVENT-KEY is.
       FD  SAVYTD
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 97 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SAVYTD-REC.
       01  SAVYTD-REC.
           05  SC-EVENT-KEY.
               10  SC-PART-NUMBER      PIC X(23).
               10  SC-SUPPLIER-CODE    PIC X(10).
               10  SC-EFF-DATE         PIC 9(08).
           05  SC-YEAR                 PIC 9(04).
           05  SC-THRU-DATE            PIC 9(08).
           05  SC-QUANTITY             PIC S9(11).
           05  SC-SAVING               PIC S9(13)V99.
           05  SC-ORDERS               PIC 9(07).
           05  SC-OFF-PRICE            PIC 9(07).
           05  SC-CLASS                PIC X(04).

       FD  SAVYTDO
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 97 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SAVYTDO-REC.
       01  SAVYTDO-REC      PIC X(97).

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
           COPY SAVETAB.  *> Negotiated savings events
           COPY FXRTAB.   *> Currency-to-USD rate control table
           COPY PROCDATE. *> Business process date control card

       01 FILE-STATUS-CODES.
      * File status key for input File GOODDATA
           05 IN-GOODDATA-KEY            PIC X(2).
                88 CODE-WRITE               VALUE SPACES.

      * File status key for input File SAVEVNT
           05 IN-SAVEVNT-KEY             PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
      * No award or release has been logged yet.
                88 SAVEVNT-NOT-FOUND        VALUE '35'.

      * File status key for input File SAVYTD
           05 IN-SAVYTD-KEY              PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
      * First run - nothing carried yet.
                88 SAVYTD-NOT-FOUND         VALUE '35'.

      * File status key for output File SAVYTDO
           05 OUT-SAVYTDO-KEY            PIC X(2).
                88 CODE-WRITE               VALUE SPACES.

      * File status key for input File FXRATES
           05 IN-FXRATES-KEY             PIC X(2).
                88 CODE-WRITE               VALUE SPACES.

           05 PROCDATE-KEY               PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
                88 PROCDATE-NOT-FOUND       VALUE '35'.

       01 FILES-EOF.
           05 GOODDATA-EOF-WS                 PIC X(01) VALUE 'N'.
              88 GOODDATA-EOF                            VALUE 'Y'.
           05 SAVEVNT-EOF-WS                  PIC X(01) VALUE 'N'.
              88 SAVEVNT-EOF                             VALUE 'Y'.
           05 SAVYTD-EOF-WS                   PIC X(01) VALUE 'N'.
              88 SAVYTD-EOF                              VALUE 'Y'.
           05 FXRATES-EOF-WS                  PIC X(01) VALUE 'N'.
              88 FXRATES-EOF                             VALUE 'Y'.

       01 WS-IN-GOODDATA-CTR               PIC 9(7) VALUE ZERO.
       01 WS-EVENTS-READ-CTR               PIC 9(7) VALUE ZERO.
       01 WS-PRIOR-YEAR-CTR                PIC 9(7) VALUE ZERO.
       01 WS-NOT-YET-CTR                   PIC 9(7) VALUE ZERO.
       01 WS-REPLACED-CTR                  PIC 9(7) VALUE ZERO.
       01 WS-CARRY-READ-CTR                PIC 9(7) VALUE ZERO.
       01 WS-CARRY-DROPPED-CTR             PIC 9(7) VALUE ZERO.
       01 WS-OUT-OF-YEAR-CTR               PIC 9(7) VALUE ZERO.
       01 WS-CREDIT-SKIP-CTR               PIC 9(7) VALUE ZERO.
       01 WS-ALREADY-COUNTED-CTR           PIC 9(7) VALUE ZERO.
       01 WS-REALIZED-CTR                  PIC 9(7) VALUE ZERO.
       01 WS-OFF-PRICE-CTR                 PIC 9(7) VALUE ZERO.
       01 WS-NEVER-ORDERED-CTR             PIC 9(7) VALUE ZERO.
       01 WS-FX-NOT-FOUND-CTR              PIC 9(7) VALUE ZERO.

       01 WS-PO-COUNTER                    PIC 9 VALUE 1.
       01 WS-FX-IDX                        PIC 9(04) VALUE 1.
       01 WS-FX-FOUND-FLAG                 PIC X     VALUE 'N'.
           88 FX-RATE-FOUND                          VALUE 'Y'.
       01 WS-FX-RATE-WORK                  PIC 9(3)V9(6) VALUE 1.
       01 WS-EXT-SAVING                    PIC S9(13)V99 VALUE ZERO.
       01 WS-USD-SAVING                    PIC S9(13)V99 VALUE ZERO.

      *05/10 January 1st of the process date's year - events and
      * orders before it belong to an earlier year's report.
       01 WS-YEAR-START-DATE.
           05 WS-YEAR-START-YYYY           PIC 9(04) VALUE ZERO.
           05 WS-YEAR-START-MMDD           PIC 9(04) VALUE 0101.
       01 WS-YEAR-START-NUM REDEFINES WS-YEAR-START-DATE
                                           PIC 9(08).

      *05/10 Binary-search bounds over the event table. After an
      * unsuccessful search WS-BSRCH-LO is the slot the key belongs
      * in - where 315-InsertEvent puts a new event, and where an
      * order's part-and-supplier run starts in 210-RealizeOrder.
       01 WS-BSRCH-LO                      PIC 9(5) VALUE ZERO.
       01 WS-BSRCH-HI                      PIC 9(5) VALUE ZERO.
       01 WS-BSRCH-MID                     PIC 9(5) VALUE ZERO.
       01 WS-SHIFT-IDX                     PIC 9(5) VALUE ZERO.
       01 WS-SEARCH-KEY.
           05 WS-SEARCH-PART-NUMBER        PIC X(23) VALUE SPACES.
           05 WS-SEARCH-SUPPLIER-CODE      PIC X(10) VALUE SPACES.
           05 WS-SEARCH-EFF-DATE           PIC 9(08) VALUE ZERO.
       01 WS-ROW-FOUND-IDX                 PIC 9(5) VALUE ZERO.
       01 WS-IN-FORCE-IDX                  PIC 9(5) VALUE ZERO.
       01 WS-EVT-IDX                       PIC 9(5) VALUE 1.

      *05/10 The event row as read, before it is slotted in.
       01 WS-NEW-EVENT.
           05 WS-NEW-EVENT-KEY.
              10 WS-NEW-PART-NUMBER        PIC X(23) VALUE SPACES.
              10 WS-NEW-SUPPLIER-CODE      PIC X(10) VALUE SPACES.
              10 WS-NEW-EFF-DATE           PIC 9(08) VALUE ZERO.
           05 FILLER                       PIC X(42) VALUE SPACES.

      *05/10 What each event has realized, row for row with the
      * SAVINGS-EVENT-TABLE - carried in off SAVYTD, added to off
      * this run's orders, and written back out to SAVYTDO. The
      * class is the commodity class on the part's orders.
       01 WS-EVENT-ACCUM-TABLE.
           05 WS-EA-ENTRY OCCURS 5000 TIMES.
              10 WS-EA-THRU-DATE           PIC 9(08) VALUE ZERO.
              10 WS-EA-QUANTITY            PIC S9(11) VALUE ZERO.
              10 WS-EA-SAVING              PIC S9(13)V99 VALUE ZERO.
              10 WS-EA-ORDERS              PIC 9(07) VALUE ZERO.
              10 WS-EA-OFF-PRICE           PIC 9(07) VALUE ZERO.
              10 WS-EA-CLASS               PIC X(04) VALUE SPACES.

      *05/10 Rollups for the report, each kept in key order as rows
      * are added.
       01 WS-BUYER-TABLE.
           05 WS-BUY-ENTRY OCCURS 200 TIMES.
              10 WS-BUY-CODE               PIC X(03) VALUE SPACES.
              10 WS-BUY-EVENTS             PIC 9(05) VALUE ZERO.
              10 WS-BUY-NEVER              PIC 9(05) VALUE ZERO.
              10 WS-BUY-QUANTITY           PIC S9(11) VALUE ZERO.
              10 WS-BUY-SAVING             PIC S9(13)V99 VALUE ZERO.
       01 WS-BUYER-MAX                     PIC 9(5) VALUE ZERO.
       01 WS-BUY-IDX                       PIC 9(5) VALUE 1.

       01 WS-SUPPLIER-TABLE.
           05 WS-SUP-ENTRY OCCURS 2000 TIMES.
              10 WS-SUP-CODE               PIC X(10) VALUE SPACES.
              10 WS-SUP-EVENTS             PIC 9(05) VALUE ZERO.
              10 WS-SUP-NEVER              PIC 9(05) VALUE ZERO.
              10 WS-SUP-QUANTITY           PIC S9(11) VALUE ZERO.
              10 WS-SUP-SAVING             PIC S9(13)V99 VALUE ZERO.
       01 WS-SUPPLIER-MAX                  PIC 9(5) VALUE ZERO.
       01 WS-SUP-IDX                       PIC 9(5) VALUE 1.

       01 WS-CLASS-TABLE.
           05 WS-CLS-ENTRY OCCURS 200 TIMES.
              10 WS-CLS-CODE               PIC X(04) VALUE SPACES.
              10 WS-CLS-EVENTS             PIC 9(05) VALUE ZERO.
              10 WS-CLS-NEVER              PIC 9(05) VALUE ZERO.
              10 WS-CLS-QUANTITY           PIC S9(11) VALUE ZERO.
              10 WS-CLS-SAVING             PIC S9(13)V99 VALUE ZERO.
       01 WS-CLASS-MAX                     PIC 9(5) VALUE ZERO.
       01 WS-CLS-IDX                       PIC 9(5) VALUE 1.

       01 WS-ROLLUP-KEY                    PIC X(10) VALUE SPACES.
       01 WS-ROLLUP-FOUND-IDX              PIC 9(5) VALUE ZERO.
       01 WS-NEVER-FLAG                    PIC 9(01) VALUE ZERO.

       01 WS-TOTAL-EVENTS                  PIC 9(05) VALUE ZERO.
       01 WS-TOTAL-NEVER                   PIC 9(05) VALUE ZERO.
       01 WS-TOTAL-QUANTITY                PIC S9(11) VALUE ZERO.
       01 WS-TOTAL-SAVING                  PIC S9(13)V99 VALUE ZERO.

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
              'Destiny Auto Parts - Negotiated Savings and Cost Avoidanc
      -       'e'.
           05 FILLER              PIC X(44)      VALUE SPACES.
           05 FILLER              PIC X(5)       VALUE 'PAGE '.
           05 WS-PAGE-NO-OUT      PIC ZZZ9       VALUE ZERO.
       01 WS-SECTION-LINE.
           05 FILLER              PIC X(3)       VALUE SPACES.
           05 WS-SECTION-TITLE    PIC X(40)      VALUE SPACES.
           05 FILLER              PIC X(14)      VALUE
              'Year to date '.
           05 WS-SECTION-START    PIC 9(08)      VALUE ZERO.
           05 FILLER              PIC X(04)      VALUE ' TO '.
           05 WS-SECTION-DATE     PIC 9(08)      VALUE ZERO.
           05 FILLER              PIC X(56)      VALUE SPACES.

      *05/10 800-NEW-PAGE prints whichever column header the section
      * in progress has moved here.
       01 WS-COLUMN-HEADER              PIC X(133)     VALUE SPACES.

       01 WS-EVENT-HEADER.
          05 FILLER              PIC X(3)       VALUE SPACES.
          05 FILLER              PIC X(04)      VALUE 'Buy'.
          05 FILLER              PIC X(24)      VALUE 'Part'.
          05 FILLER              PIC X(11)      VALUE 'Supplier'.
          05 FILLER              PIC X(02)      VALUE 'S'.
          05 FILLER              PIC X(10)      VALUE 'Type'.
          05 FILLER              PIC X(09)      VALUE 'Eff date'.
          05 FILLER              PIC X(13)      VALUE '   Old price'.
          05 FILLER              PIC X(13)      VALUE '   New price'.
          05 FILLER              PIC X(12)      VALUE ' Qty at new'.
          05 FILLER              PIC X(17)      VALUE
             '  Realized (USD)'.
          05 FILLER              PIC X(13)      VALUE SPACES.

       01 WS-ROLLUP-HEADER.
          05 FILLER              PIC X(3)       VALUE SPACES.
          05 WS-ROLLUP-KEY-HDR   PIC X(12)      VALUE SPACES.
          05 FILLER              PIC X(11)      VALUE '     Events'.
          05 FILLER              PIC X(08)      VALUE '   Never'.
          05 FILLER              PIC X(16)      VALUE
             '      Qty at new'.
          05 FILLER              PIC X(21)      VALUE
             '       Realized (USD)'.

      *05/10 One line per event.
       01 WS-EVENT-LINE-OUT.
          05 FILLER                 PIC X(3)       VALUE SPACES.
          05 EVT-BUYER-OUT          PIC X(03)      VALUE SPACES.
          05 FILLER                 PIC X(01)      VALUE SPACES.
          05 EVT-PART-OUT           PIC X(23)      VALUE SPACES.
          05 FILLER                 PIC X(01)      VALUE SPACES.
          05 EVT-SUPPLIER-OUT       PIC X(10)      VALUE SPACES.
          05 FILLER                 PIC X(01)      VALUE SPACES.
          05 EVT-SOURCE-OUT         PIC X(01)      VALUE SPACES.
          05 FILLER                 PIC X(01)      VALUE SPACES.
          05 EVT-TYPE-OUT           PIC X(09)      VALUE SPACES.
          05 FILLER                 PIC X(01)      VALUE SPACES.
          05 EVT-EFF-DATE-OUT       PIC 9(08)      VALUE ZERO.
          05 FILLER                 PIC X(01)      VALUE SPACES.
          05 EVT-OLD-PRICE-OUT      PIC Z,ZZZ,ZZ9.99 VALUE ZERO.
          05 FILLER                 PIC X(01)      VALUE SPACES.
          05 EVT-NEW-PRICE-OUT      PIC Z,ZZZ,ZZ9.99 VALUE ZERO.
          05 FILLER                 PIC X(01)      VALUE SPACES.
          05 EVT-QUANTITY-OUT       PIC ZZZ,ZZZ,ZZ9 VALUE ZERO.
          05 FILLER                 PIC X(01)      VALUE SPACES.
          05 EVT-SAVING-OUT         PIC Z,ZZZ,ZZZ,ZZ9.99 VALUE ZERO.
          05 FILLER                 PIC X(01)      VALUE SPACES.
          05 EVT-FLAG-OUT           PIC X(13)      VALUE SPACES.
          05 FILLER                 PIC X(02)      VALUE SPACES.

       01 WS-ROLLUP-LINE-OUT.
          05 FILLER                 PIC X(3)       VALUE SPACES.
          05 ROL-KEY-OUT            PIC X(12)      VALUE SPACES.
          05 ROL-EVENTS-OUT         PIC ZZZ,ZZZ,ZZ9 VALUE ZERO.
          05 FILLER                 PIC X(01)      VALUE SPACES.
          05 ROL-NEVER-OUT          PIC ZZZ,ZZ9    VALUE ZERO.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 ROL-QUANTITY-OUT       PIC ZZ,ZZZ,ZZZ,ZZ9 VALUE ZERO.
          05 FILLER                 PIC X(01)      VALUE SPACES.
          05 ROL-SAVING-OUT         PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99
                                                   VALUE ZERO.

       01 WS-SUBTOTAL-LINE-OUT.
          05 FILLER                 PIC X(3)       VALUE SPACES.
          05 SUB-LABEL-OUT          PIC X(20)      VALUE SPACES.
          05 SUB-KEY-OUT            PIC X(10)      VALUE SPACES.
          05 FILLER                 PIC X(56)      VALUE SPACES.
          05 SUB-QUANTITY-OUT       PIC ZZZ,ZZZ,ZZ9 VALUE ZERO.
          05 FILLER                 PIC X(01)      VALUE SPACES.
          05 SUB-SAVING-OUT         PIC Z,ZZZ,ZZZ,ZZ9.99 VALUE ZERO.
          05 FILLER                 PIC X(16)      VALUE SPACES.

       01 WS-SUMMARY-LINE.
           05 FILLER                PIC X(3)  VALUE SPACES.
           05 WS-SUMMARY-LABEL      PIC X(34) VALUE SPACES.
           05 WS-SUMMARY-COUNT      PIC ZZZ,ZZZ,ZZ9 VALUE ZERO.
           05 FILLER                PIC X(85) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN.
           PERFORM 000-Housekeeping.
           PERFORM 100-Main2 UNTIL GOODDATA-EOF-WS = 'Y'.
           PERFORM 500-BuildRollups.
           PERFORM 550-WriteCarry.
           PERFORM 700-WriteReport.
           PERFORM 900-WriteSummary.
           PERFORM 600-CLOSE-FILES.
           GOBACK.

       000-Housekeeping.
           INITIALIZE SAVINGS-EVENT-TABLE, WS-EVENT-ACCUM-TABLE,
              WS-BUYER-TABLE, WS-SUPPLIER-TABLE, WS-CLASS-TABLE.
           PERFORM 370-LoadProcessDate.
           MOVE PROCESS-DATE (1:4) TO WS-YEAR-START-YYYY.
           MOVE PROCESS-DATE TO WS-SECTION-DATE.
           MOVE WS-YEAR-START-NUM TO WS-SECTION-START.
           PERFORM 300-Open-Files.
      * Priming Read
           PERFORM 400-Read-GOODDATA.

       100-Main2.
           PERFORM 200-CheckRecord.
           PERFORM 400-Read-GOODDATA.

      *05/10 Every order occurrence dated this year through the process
      * date with a positive quantity is tried against the events.
       200-CheckRecord.
           MOVE PART-NUMBER-PO TO WS-SEARCH-PART-NUMBER.
           MOVE SUPPLIER-CODE-PO TO WS-SEARCH-SUPPLIER-CODE.
           PERFORM VARYING WS-PO-COUNTER FROM 1 BY 1
              UNTIL WS-PO-COUNTER > PURCHASE-ORDER-COUNT-PO
                 EVALUATE TRUE
                    WHEN ORDER-DATE-PO (WS-PO-COUNTER)
                          < WS-YEAR-START-NUM
                    WHEN ORDER-DATE-PO (WS-PO-COUNTER) > PROCESS-DATE
                       ADD 1 TO WS-OUT-OF-YEAR-CTR
                    WHEN QUANTITY-PO (WS-PO-COUNTER) NOT > ZERO
                       ADD 1 TO WS-CREDIT-SKIP-CTR
                    WHEN OTHER
                       PERFORM 210-RealizeOrder
                          THRU 210-RealizeOrder-Exit
                 END-EVALUATE
           END-PERFORM.

      *05/10 The part-and-supplier run starts at the slot a search
      * for effective date zero leaves in WS-BSRCH-LO; the event in
      * force is the last row of the run effective by the order date.
       210-RealizeOrder.
           MOVE ZERO TO WS-SEARCH-EFF-DATE.
           PERFORM 225-FindEvent.
           MOVE ZERO TO WS-IN-FORCE-IDX.
           PERFORM VARYING WS-EVT-IDX FROM WS-BSRCH-LO BY 1
              UNTIL WS-EVT-IDX > SAVINGS-EVENT-MAX
                 OR SE-PART-NUMBER (WS-EVT-IDX)
                    NOT = WS-SEARCH-PART-NUMBER
                 OR SE-SUPPLIER-CODE (WS-EVT-IDX)
                    NOT = WS-SEARCH-SUPPLIER-CODE
                 MOVE COMMODITY-CLASS-PO TO WS-EA-CLASS (WS-EVT-IDX)
                 IF SE-EFF-DATE (WS-EVT-IDX)
                       <= ORDER-DATE-PO (WS-PO-COUNTER)
                    MOVE WS-EVT-IDX TO WS-IN-FORCE-IDX
                 END-IF
           END-PERFORM.
           IF WS-IN-FORCE-IDX = ZERO
              GO TO 210-RealizeOrder-Exit
           END-IF.
           IF ORDER-DATE-PO (WS-PO-COUNTER)
                 <= WS-EA-THRU-DATE (WS-IN-FORCE-IDX)
              ADD 1 TO WS-ALREADY-COUNTED-CTR
              GO TO 210-RealizeOrder-Exit
           END-IF.
           IF UNIT-PRICE-PO (WS-PO-COUNTER)
                 NOT = SE-NEW-PRICE (WS-IN-FORCE-IDX)
              ADD 1 TO WS-EA-OFF-PRICE (WS-IN-FORCE-IDX)
              ADD 1 TO WS-OFF-PRICE-CTR
              GO TO 210-RealizeOrder-Exit
           END-IF.
           COMPUTE WS-EXT-SAVING =
              QUANTITY-PO (WS-PO-COUNTER)
              * (SE-OLD-PRICE (WS-IN-FORCE-IDX)
                 - SE-NEW-PRICE (WS-IN-FORCE-IDX)).
           PERFORM 220-FindFxRate.
           COMPUTE WS-USD-SAVING ROUNDED =
              WS-EXT-SAVING * WS-FX-RATE-WORK.
           ADD QUANTITY-PO (WS-PO-COUNTER)
              TO WS-EA-QUANTITY (WS-IN-FORCE-IDX).
           ADD WS-USD-SAVING TO WS-EA-SAVING (WS-IN-FORCE-IDX).
           ADD 1 TO WS-EA-ORDERS (WS-IN-FORCE-IDX).
           ADD 1 TO WS-REALIZED-CTR.
       210-RealizeOrder-Exit.
           EXIT.

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

       225-FindEvent.
           MOVE ZERO TO WS-ROW-FOUND-IDX.
           MOVE 1 TO WS-BSRCH-LO.
           MOVE SAVINGS-EVENT-MAX TO WS-BSRCH-HI.
           PERFORM 226-EventSearchStep
              UNTIL WS-BSRCH-LO > WS-BSRCH-HI
                 OR WS-ROW-FOUND-IDX > ZERO.

       226-EventSearchStep.
           COMPUTE WS-BSRCH-MID = (WS-BSRCH-LO + WS-BSRCH-HI) / 2.
           EVALUATE TRUE
              WHEN SE-EVENT-KEY (WS-BSRCH-MID) = WS-SEARCH-KEY
                 MOVE WS-BSRCH-MID TO WS-ROW-FOUND-IDX
              WHEN SE-EVENT-KEY (WS-BSRCH-MID) < WS-SEARCH-KEY
                 COMPUTE WS-BSRCH-LO = WS-BSRCH-MID + 1
              WHEN OTHER
                 COMPUTE WS-BSRCH-HI = WS-BSRCH-MID - 1
           END-EVALUATE.

       300-Open-Files.
           OPEN INPUT GOODDATA-FILE.
      *    Input File Status Checking for GOODDATA
           IF IN-GOODDATA-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning Input GOODDATA'
                GO TO 2000-ABEND-RTN
           END-IF.

           OPEN INPUT SAVEVNT.
      *    Input File Status Checking for SAVEVNT
           IF SAVEVNT-NOT-FOUND
              CONTINUE
           ELSE
              IF IN-SAVEVNT-KEY NOT = '00' THEN
                 DISPLAY
                        '---------------------------------------------'
                 DISPLAY 'File Problem openning Input SAVEVNT'
                 GO TO 2000-ABEND-RTN
              ELSE
                 PERFORM 310-ReadNextEvent
                    THRU 310-ReadNextEvent-Exit
                    UNTIL SAVEVNT-EOF
                 CLOSE SAVEVNT
              END-IF
           END-IF.

      *    The carry is applied once every event is in place.
           OPEN INPUT SAVYTD.
      *    Input File Status Checking for SAVYTD
           IF SAVYTD-NOT-FOUND
              CONTINUE
           ELSE
              IF IN-SAVYTD-KEY NOT = '00' THEN
                 DISPLAY
                        '---------------------------------------------'
                 DISPLAY 'File Problem openning Input SAVYTD'
                 GO TO 2000-ABEND-RTN
              ELSE
                 PERFORM 330-ReadNextCarry UNTIL SAVYTD-EOF
                 CLOSE SAVYTD
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

           OPEN OUTPUT SAVYTDO.
      *    Output File Status Checking for SAVYTDO
           IF OUT-SAVYTDO-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning SAVYTDO'
                GO TO 2000-ABEND-RTN
           END-IF.

           OPEN OUTPUT PRINT-LINE.

      *05/10 Only this year's events, effective by the process date,
      * are kept. A second event for the same part, supplier and
      * effective date is a re-keyed award or release and replaces
      * the first.
       310-ReadNextEvent.
           READ SAVEVNT INTO WS-NEW-EVENT
              AT END
                 MOVE 'Y' TO SAVEVNT-EOF-WS
           END-READ.
           IF SAVEVNT-EOF
              GO TO 310-ReadNextEvent-Exit
           END-IF.
           ADD 1 TO WS-EVENTS-READ-CTR.
           IF WS-NEW-EFF-DATE < WS-YEAR-START-NUM
              ADD 1 TO WS-PRIOR-YEAR-CTR
              GO TO 310-ReadNextEvent-Exit
           END-IF.
           IF WS-NEW-EFF-DATE > PROCESS-DATE
              ADD 1 TO WS-NOT-YET-CTR
              GO TO 310-ReadNextEvent-Exit
           END-IF.
           MOVE WS-NEW-EVENT-KEY TO WS-SEARCH-KEY.
           PERFORM 225-FindEvent.
           IF WS-ROW-FOUND-IDX > ZERO
              MOVE WS-NEW-EVENT TO SAVINGS-EVENT-LIST (WS-ROW-FOUND-IDX)
              ADD 1 TO WS-REPLACED-CTR
           ELSE
              PERFORM 315-InsertEvent
           END-IF.
       310-ReadNextEvent-Exit.
           EXIT.

      *05/10 Opens a slot at WS-BSRCH-LO, the insertion point the
      * unsuccessful search left, so the table stays in key order.
       315-InsertEvent.
           IF SAVINGS-EVENT-MAX >= 5000
              DISPLAY 'SAVRPT - SAVINGS EVENT TABLE FULL AT 5000 '
                 'ROWS - RAISE OCCURS IN SAVETAB'
              GO TO 2000-ABEND-RTN
           END-IF.
           PERFORM VARYING WS-SHIFT-IDX FROM SAVINGS-EVENT-MAX
              BY -1 UNTIL WS-SHIFT-IDX < WS-BSRCH-LO
                 MOVE SAVINGS-EVENT-LIST (WS-SHIFT-IDX)
                    TO SAVINGS-EVENT-LIST (WS-SHIFT-IDX + 1)
           END-PERFORM.
           ADD 1 TO SAVINGS-EVENT-MAX.
           MOVE WS-NEW-EVENT TO SAVINGS-EVENT-LIST (WS-BSRCH-LO).

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

      *05/10 A carried row from an earlier year, or for an event no
      * longer on SAVEVNT, is dropped.
       330-ReadNextCarry.
           READ SAVYTD
              AT END
                 MOVE 'Y' TO SAVYTD-EOF-WS
           END-READ.
           IF NOT SAVYTD-EOF
              ADD 1 TO WS-CARRY-READ-CTR
              MOVE SC-EVENT-KEY TO WS-SEARCH-KEY
              PERFORM 225-FindEvent
              IF SC-YEAR NOT = WS-YEAR-START-YYYY
                 OR WS-ROW-FOUND-IDX = ZERO
                    ADD 1 TO WS-CARRY-DROPPED-CTR
              ELSE
                 MOVE SC-THRU-DATE
                    TO WS-EA-THRU-DATE (WS-ROW-FOUND-IDX)
                 MOVE SC-QUANTITY TO WS-EA-QUANTITY (WS-ROW-FOUND-IDX)
                 MOVE SC-SAVING TO WS-EA-SAVING (WS-ROW-FOUND-IDX)
                 MOVE SC-ORDERS TO WS-EA-ORDERS (WS-ROW-FOUND-IDX)
                 MOVE SC-OFF-PRICE
                    TO WS-EA-OFF-PRICE (WS-ROW-FOUND-IDX)
                 MOVE SC-CLASS TO WS-EA-CLASS (WS-ROW-FOUND-IDX)
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

      *05/10 Each event adds to its buyer, supplier and class rows.
       500-BuildRollups.
           PERFORM VARYING WS-EVT-IDX FROM 1 BY 1
              UNTIL WS-EVT-IDX > SAVINGS-EVENT-MAX
                 MOVE ZERO TO WS-NEVER-FLAG
                 IF WS-EA-ORDERS (WS-EVT-IDX) = ZERO
                    MOVE 1 TO WS-NEVER-FLAG
                    ADD 1 TO WS-NEVER-ORDERED-CTR
                 END-IF
                 IF WS-EA-CLASS (WS-EVT-IDX) = SPACES
                    MOVE 'NONE' TO WS-EA-CLASS (WS-EVT-IDX)
                 END-IF
                 PERFORM 510-AddToBuyer
                 PERFORM 520-AddToSupplier
                 PERFORM 530-AddToClass
                 ADD 1 TO WS-TOTAL-EVENTS
                 ADD WS-NEVER-FLAG TO WS-TOTAL-NEVER
                 ADD WS-EA-QUANTITY (WS-EVT-IDX) TO WS-TOTAL-QUANTITY
                 ADD WS-EA-SAVING (WS-EVT-IDX) TO WS-TOTAL-SAVING
           END-PERFORM.

      *05/10 Each rollup finds its row, or slots a new one in after
      * every lower key - the SUPPDUP candidate-list pattern.
       510-AddToBuyer.
           MOVE ZERO TO WS-ROLLUP-FOUND-IDX.
           PERFORM VARYING WS-BUY-IDX FROM 1 BY 1
              UNTIL WS-BUY-IDX > WS-BUYER-MAX
                 OR WS-BUY-CODE (WS-BUY-IDX)
                    >= SE-BUYER-CODE (WS-EVT-IDX)
                 CONTINUE
           END-PERFORM.
           IF WS-BUY-IDX <= WS-BUYER-MAX
              IF WS-BUY-CODE (WS-BUY-IDX) = SE-BUYER-CODE (WS-EVT-IDX)
                 MOVE WS-BUY-IDX TO WS-ROLLUP-FOUND-IDX
              END-IF
           END-IF.
           IF WS-ROLLUP-FOUND-IDX = ZERO
              IF WS-BUYER-MAX >= 200
                 DISPLAY 'SAVRPT - BUYER TABLE FULL AT 200 '
                    'ROWS - RAISE OCCURS IN WS-BUYER-TABLE'
                 GO TO 2000-ABEND-RTN
              END-IF
              PERFORM VARYING WS-SHIFT-IDX FROM WS-BUYER-MAX BY -1
                 UNTIL WS-SHIFT-IDX < WS-BUY-IDX
                    MOVE WS-BUY-ENTRY (WS-SHIFT-IDX)
                       TO WS-BUY-ENTRY (WS-SHIFT-IDX + 1)
              END-PERFORM
              ADD 1 TO WS-BUYER-MAX
              INITIALIZE WS-BUY-ENTRY (WS-BUY-IDX)
              MOVE SE-BUYER-CODE (WS-EVT-IDX)
                 TO WS-BUY-CODE (WS-BUY-IDX)
              MOVE WS-BUY-IDX TO WS-ROLLUP-FOUND-IDX
           END-IF.
           ADD 1 TO WS-BUY-EVENTS (WS-ROLLUP-FOUND-IDX).
           ADD WS-NEVER-FLAG TO WS-BUY-NEVER (WS-ROLLUP-FOUND-IDX).
           ADD WS-EA-QUANTITY (WS-EVT-IDX)
              TO WS-BUY-QUANTITY (WS-ROLLUP-FOUND-IDX).
           ADD WS-EA-SAVING (WS-EVT-IDX)
              TO WS-BUY-SAVING (WS-ROLLUP-FOUND-IDX).

       520-AddToSupplier.
           MOVE ZERO TO WS-ROLLUP-FOUND-IDX.
           PERFORM VARYING WS-SUP-IDX FROM 1 BY 1
              UNTIL WS-SUP-IDX > WS-SUPPLIER-MAX
                 OR WS-SUP-CODE (WS-SUP-IDX)
                    >= SE-SUPPLIER-CODE (WS-EVT-IDX)
                 CONTINUE
           END-PERFORM.
           IF WS-SUP-IDX <= WS-SUPPLIER-MAX
              IF WS-SUP-CODE (WS-SUP-IDX)
                    = SE-SUPPLIER-CODE (WS-EVT-IDX)
                 MOVE WS-SUP-IDX TO WS-ROLLUP-FOUND-IDX
              END-IF
           END-IF.
           IF WS-ROLLUP-FOUND-IDX = ZERO
              IF WS-SUPPLIER-MAX >= 2000
                 DISPLAY 'SAVRPT - SUPPLIER TABLE FULL AT 2000 '
                    'ROWS - RAISE OCCURS IN WS-SUPPLIER-TABLE'
                 GO TO 2000-ABEND-RTN
              END-IF
              PERFORM VARYING WS-SHIFT-IDX FROM WS-SUPPLIER-MAX BY -1
                 UNTIL WS-SHIFT-IDX < WS-SUP-IDX
                    MOVE WS-SUP-ENTRY (WS-SHIFT-IDX)
                       TO WS-SUP-ENTRY (WS-SHIFT-IDX + 1)
              END-PERFORM
              ADD 1 TO WS-SUPPLIER-MAX
              INITIALIZE WS-SUP-ENTRY (WS-SUP-IDX)
              MOVE SE-SUPPLIER-CODE (WS-EVT-IDX)
                 TO WS-SUP-CODE (WS-SUP-IDX)
              MOVE WS-SUP-IDX TO WS-ROLLUP-FOUND-IDX
           END-IF.
           ADD 1 TO WS-SUP-EVENTS (WS-ROLLUP-FOUND-IDX).
           ADD WS-NEVER-FLAG TO WS-SUP-NEVER (WS-ROLLUP-FOUND-IDX).
           ADD WS-EA-QUANTITY (WS-EVT-IDX)
              TO WS-SUP-QUANTITY (WS-ROLLUP-FOUND-IDX).
           ADD WS-EA-SAVING (WS-EVT-IDX)
              TO WS-SUP-SAVING (WS-ROLLUP-FOUND-IDX).

       530-AddToClass.
           MOVE ZERO TO WS-ROLLUP-FOUND-IDX.
           PERFORM VARYING WS-CLS-IDX FROM 1 BY 1
              UNTIL WS-CLS-IDX > WS-CLASS-MAX
                 OR WS-CLS-CODE (WS-CLS-IDX)
                    >= WS-EA-CLASS (WS-EVT-IDX)
                 CONTINUE
           END-PERFORM.
           IF WS-CLS-IDX <= WS-CLASS-MAX
              IF WS-CLS-CODE (WS-CLS-IDX) = WS-EA-CLASS (WS-EVT-IDX)
                 MOVE WS-CLS-IDX TO WS-ROLLUP-FOUND-IDX
              END-IF
           END-IF.
           IF WS-ROLLUP-FOUND-IDX = ZERO
              IF WS-CLASS-MAX >= 200
                 DISPLAY 'SAVRPT - CLASS TABLE FULL AT 200 '
                    'ROWS - RAISE OCCURS IN WS-CLASS-TABLE'
                 GO TO 2000-ABEND-RTN
              END-IF
              PERFORM VARYING WS-SHIFT-IDX FROM WS-CLASS-MAX BY -1
                 UNTIL WS-SHIFT-IDX < WS-CLS-IDX
                    MOVE WS-CLS-ENTRY (WS-SHIFT-IDX)
                       TO WS-CLS-ENTRY (WS-SHIFT-IDX + 1)
              END-PERFORM
              ADD 1 TO WS-CLASS-MAX
              INITIALIZE WS-CLS-ENTRY (WS-CLS-IDX)
              MOVE WS-EA-CLASS (WS-EVT-IDX) TO WS-CLS-CODE (WS-CLS-IDX)
              MOVE WS-CLS-IDX TO WS-ROLLUP-FOUND-IDX
           END-IF.
           ADD 1 TO WS-CLS-EVENTS (WS-ROLLUP-FOUND-IDX).
           ADD WS-NEVER-FLAG TO WS-CLS-NEVER (WS-ROLLUP-FOUND-IDX).
           ADD WS-EA-QUANTITY (WS-EVT-IDX)
              TO WS-CLS-QUANTITY (WS-ROLLUP-FOUND-IDX).
           ADD WS-EA-SAVING (WS-EVT-IDX)
              TO WS-CLS-SAVING (WS-ROLLUP-FOUND-IDX).

      *05/10 Every event this year goes back out realized through the
      * process date, for the next run to pick up from.
       550-WriteCarry.
           PERFORM VARYING WS-EVT-IDX FROM 1 BY 1
              UNTIL WS-EVT-IDX > SAVINGS-EVENT-MAX
                 MOVE SE-EVENT-KEY (WS-EVT-IDX) TO SC-EVENT-KEY
                 MOVE WS-YEAR-START-YYYY TO SC-YEAR
                 MOVE PROCESS-DATE TO SC-THRU-DATE
                 MOVE WS-EA-QUANTITY (WS-EVT-IDX) TO SC-QUANTITY
                 MOVE WS-EA-SAVING (WS-EVT-IDX) TO SC-SAVING
                 MOVE WS-EA-ORDERS (WS-EVT-IDX) TO SC-ORDERS
                 MOVE WS-EA-OFF-PRICE (WS-EVT-IDX) TO SC-OFF-PRICE
                 MOVE WS-EA-CLASS (WS-EVT-IDX) TO SC-CLASS
                 WRITE SAVYTDO-REC FROM SAVYTD-REC
                 IF OUT-SAVYTDO-KEY NOT = '00'
                    GO TO 2000-ABEND-RTN
                 END-IF
           END-PERFORM.

       600-CLOSE-FILES.
           CLOSE  GOODDATA-FILE, SAVYTDO, PRINT-LINE.

      * Matches the fix in FINALEX's 2000-ABEND-RTN - DISPLAY and
      * EXIT alone just fell through to whatever paragraph follows.
       2000-ABEND-RTN.
           DISPLAY 'PROGRAM ENCOUNTERED AN ERROR'.
           MOVE 16 TO RETURN-CODE.
           GOBACK.

      *05/10 Events by buyer, each buyer closed by its subtotal, then
      * the supplier and commodity-class rollups on pages of their
      * own.
       700-WriteReport.
           MOVE 'Savings events by buyer' TO WS-SECTION-TITLE.
           MOVE WS-EVENT-HEADER TO WS-COLUMN-HEADER.
           PERFORM 800-NEW-PAGE.
           PERFORM VARYING WS-BUY-IDX FROM 1 BY 1
              UNTIL WS-BUY-IDX > WS-BUYER-MAX
                 PERFORM 710-WriteBuyer
           END-PERFORM.
           WRITE PRINT-REC FROM WS-BLANK-LINE.
           MOVE 'ALL BUYERS' TO SUB-LABEL-OUT.
           MOVE SPACES TO SUB-KEY-OUT.
           MOVE WS-TOTAL-QUANTITY TO SUB-QUANTITY-OUT.
           MOVE WS-TOTAL-SAVING TO SUB-SAVING-OUT.
           WRITE PRINT-REC FROM WS-SUBTOTAL-LINE-OUT.

           MOVE 'Year-to-date savings by supplier' TO WS-SECTION-TITLE.
           MOVE 'Supplier' TO WS-ROLLUP-KEY-HDR.
           MOVE WS-ROLLUP-HEADER TO WS-COLUMN-HEADER.
           PERFORM 800-NEW-PAGE.
           PERFORM VARYING WS-SUP-IDX FROM 1 BY 1
              UNTIL WS-SUP-IDX > WS-SUPPLIER-MAX
                 MOVE WS-SUP-CODE (WS-SUP-IDX) TO ROL-KEY-OUT
                 MOVE WS-SUP-EVENTS (WS-SUP-IDX) TO ROL-EVENTS-OUT
                 MOVE WS-SUP-NEVER (WS-SUP-IDX) TO ROL-NEVER-OUT
                 MOVE WS-SUP-QUANTITY (WS-SUP-IDX) TO ROL-QUANTITY-OUT
                 MOVE WS-SUP-SAVING (WS-SUP-IDX) TO ROL-SAVING-OUT
                 PERFORM 730-WriteRollupLine
           END-PERFORM.
           PERFORM 740-WriteRollupTotal.

           MOVE 'Year-to-date savings by commodity class'
              TO WS-SECTION-TITLE.
           MOVE 'Class' TO WS-ROLLUP-KEY-HDR.
           MOVE WS-ROLLUP-HEADER TO WS-COLUMN-HEADER.
           PERFORM 800-NEW-PAGE.
           PERFORM VARYING WS-CLS-IDX FROM 1 BY 1
              UNTIL WS-CLS-IDX > WS-CLASS-MAX
                 MOVE WS-CLS-CODE (WS-CLS-IDX) TO ROL-KEY-OUT
                 MOVE WS-CLS-EVENTS (WS-CLS-IDX) TO ROL-EVENTS-OUT
                 MOVE WS-CLS-NEVER (WS-CLS-IDX) TO ROL-NEVER-OUT
                 MOVE WS-CLS-QUANTITY (WS-CLS-IDX) TO ROL-QUANTITY-OUT
                 MOVE WS-CLS-SAVING (WS-CLS-IDX) TO ROL-SAVING-OUT
                 PERFORM 730-WriteRollupLine
           END-PERFORM.
           PERFORM 740-WriteRollupTotal.

       710-WriteBuyer.
           PERFORM VARYING WS-EVT-IDX FROM 1 BY 1
              UNTIL WS-EVT-IDX > SAVINGS-EVENT-MAX
                 IF SE-BUYER-CODE (WS-EVT-IDX)
                       = WS-BUY-CODE (WS-BUY-IDX)
                    PERFORM 720-WriteEventLine
                 END-IF
           END-PERFORM.
           IF WS-LINE-KTR > WS-MAX-LINES-PER-PAGE
              PERFORM 800-NEW-PAGE
           END-IF.
           MOVE 'BUYER SUBTOTAL' TO SUB-LABEL-OUT.
           MOVE WS-BUY-CODE (WS-BUY-IDX) TO SUB-KEY-OUT.
           MOVE WS-BUY-QUANTITY (WS-BUY-IDX) TO SUB-QUANTITY-OUT.
           MOVE WS-BUY-SAVING (WS-BUY-IDX) TO SUB-SAVING-OUT.
           WRITE PRINT-REC FROM WS-SUBTOTAL-LINE-OUT.
           WRITE PRINT-REC FROM WS-BLANK-LINE.
           ADD 2 TO WS-LINE-KTR.

       720-WriteEventLine.
           IF WS-LINE-KTR > WS-MAX-LINES-PER-PAGE
              PERFORM 800-NEW-PAGE
           END-IF.
           MOVE SE-BUYER-CODE (WS-EVT-IDX) TO EVT-BUYER-OUT.
           MOVE SE-PART-NUMBER (WS-EVT-IDX) TO EVT-PART-OUT.
           MOVE SE-SUPPLIER-CODE (WS-EVT-IDX) TO EVT-SUPPLIER-OUT.
           MOVE SE-EVENT-SOURCE (WS-EVT-IDX) TO EVT-SOURCE-OUT.
           IF SE-AVOIDED-INCREASE (WS-EVT-IDX)
              MOVE 'AVOIDED' TO EVT-TYPE-OUT
           ELSE
              MOVE 'REDUCTION' TO EVT-TYPE-OUT
           END-IF.
           MOVE SE-EFF-DATE (WS-EVT-IDX) TO EVT-EFF-DATE-OUT.
           MOVE SE-OLD-PRICE (WS-EVT-IDX) TO EVT-OLD-PRICE-OUT.
           MOVE SE-NEW-PRICE (WS-EVT-IDX) TO EVT-NEW-PRICE-OUT.
           MOVE WS-EA-QUANTITY (WS-EVT-IDX) TO EVT-QUANTITY-OUT.
           MOVE WS-EA-SAVING (WS-EVT-IDX) TO EVT-SAVING-OUT.
           MOVE SPACES TO EVT-FLAG-OUT.
           IF WS-EA-ORDERS (WS-EVT-IDX) = ZERO
              MOVE 'NEVER ORDERED' TO EVT-FLAG-OUT
           END-IF.
           WRITE PRINT-REC FROM WS-EVENT-LINE-OUT.
           ADD 1 TO WS-LINE-KTR.

       730-WriteRollupLine.
           IF WS-LINE-KTR > WS-MAX-LINES-PER-PAGE
              PERFORM 800-NEW-PAGE
           END-IF.
           WRITE PRINT-REC FROM WS-ROLLUP-LINE-OUT.
           ADD 1 TO WS-LINE-KTR.

       740-WriteRollupTotal.
           WRITE PRINT-REC FROM WS-BLANK-LINE.
           MOVE 'ALL' TO ROL-KEY-OUT.
           MOVE WS-TOTAL-EVENTS TO ROL-EVENTS-OUT.
           MOVE WS-TOTAL-NEVER TO ROL-NEVER-OUT.
           MOVE WS-TOTAL-QUANTITY TO ROL-QUANTITY-OUT.
           MOVE WS-TOTAL-SAVING TO ROL-SAVING-OUT.
           WRITE PRINT-REC FROM WS-ROLLUP-LINE-OUT.
           ADD 2 TO WS-LINE-KTR.

       800-NEW-PAGE.
           ADD 1 TO WS-PAGE-CTR.
           MOVE WS-PAGE-CTR TO WS-PAGE-NO-OUT.
           WRITE PRINT-REC FROM WS-PAGE-HEADING AFTER ADVANCING PAGE.
           WRITE PRINT-REC FROM WS-BLANK-LINE.
           WRITE PRINT-REC FROM WS-SECTION-LINE.
           WRITE PRINT-REC FROM WS-COLUMN-HEADER.
           MOVE 4 TO WS-LINE-KTR.

       900-WriteSummary.
           WRITE PRINT-REC FROM WS-BLANK-LINE.
           MOVE 'SAVINGS RUN SUMMARY' TO WS-SUMMARY-LABEL.
           MOVE ZERO TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'SAVINGS EVENTS READ' TO WS-SUMMARY-LABEL.
           MOVE WS-EVENTS-READ-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'EVENTS EFFECTIVE IN AN EARLIER YEAR' TO
              WS-SUMMARY-LABEL.
           MOVE WS-PRIOR-YEAR-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'EVENTS NOT YET EFFECTIVE' TO WS-SUMMARY-LABEL.
           MOVE WS-NOT-YET-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'EVENTS REPLACED BY A RE-KEY' TO WS-SUMMARY-LABEL.
           MOVE WS-REPLACED-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'EVENTS REPORTED' TO WS-SUMMARY-LABEL.
           MOVE SAVINGS-EVENT-MAX TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'EVENTS NEVER ORDERED AT NEW PRICE' TO
              WS-SUMMARY-LABEL.
           MOVE WS-NEVER-ORDERED-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'CARRIED ROWS READ' TO WS-SUMMARY-LABEL.
           MOVE WS-CARRY-READ-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'CARRIED ROWS DROPPED' TO WS-SUMMARY-LABEL.
           MOVE WS-CARRY-DROPPED-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'GOOD RECORDS READ' TO WS-SUMMARY-LABEL.
           MOVE WS-IN-GOODDATA-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'OCCURRENCES DATED OUTSIDE THE YEAR' TO
              WS-SUMMARY-LABEL.
           MOVE WS-OUT-OF-YEAR-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'CREDIT OCCURRENCES LEFT OUT' TO WS-SUMMARY-LABEL.
           MOVE WS-CREDIT-SKIP-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'ORDERS REALIZED THIS RUN' TO WS-SUMMARY-LABEL.
           MOVE WS-REALIZED-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'ORDERS OFF THE NEGOTIATED PRICE' TO WS-SUMMARY-LABEL.
           MOVE WS-OFF-PRICE-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'ORDERS COUNTED ON AN EARLIER RUN' TO
              WS-SUMMARY-LABEL.
           MOVE WS-ALREADY-COUNTED-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'CURRENCY RATE NOT FOUND, USED 1.0' TO
              WS-SUMMARY-LABEL.
           MOVE WS-FX-NOT-FOUND-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.

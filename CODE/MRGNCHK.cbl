       IDENTIFICATION DIVISION.
       PROGRAM-ID. MRGNCHK.
       AUTHOR. IVANNA COLAN.
      ******************************************************************
      * 05/29 Nightly margin-erosion check of the selling-price book.
      * PRCWATCH and PPVRPT tell purchasing when cost moves, but the
      * counter's prices sat on a spreadsheet nobody compared, so a
      * supplier increase could run a part's margin down for months.
      * Every part with a price in force on PRCBOOK (see SPBKTAB -
      * SPBKMNT keeps it) is checked against two costs:
      *   - its latest accepted cost. An order accepted tonight is
      *     landed through LANDCALC (US dollars, plus freight and
      *     duty) the way PPVRPT lands it; otherwise the part's
      *     latest price on PRICEHST stands, unless the cost already
      *     carried on MRGNHIST is a landed one at least as recent.
      *   - its negotiated standard, SC-STD-COST off STDCOST.
      * The trade price is the lower of the two selling prices, so
      * it is the one held to the floor: a part whose trade margin on
      * either cost is under its commodity class's floor (MRGNFLR
      * cards, else PARMLOAD MRGNFLOR, default 20 percent) is listed
      * by class, with the cost movement behind it - the cost before
      * the last move, the move in percent, the supplier and date it
      * came from - so pricing can reprice before the counter sells
      * at a loss. MRGNHIST carries each part's current and prior
      * cost night to night; STEP020 promotes it on a clean run. A
      * rerun on the same business date moves nothing twice.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Selling-price book - see SPBKTAB.
           SELECT PRCBOOK ASSIGN TO PRCBOOK
           FILE STATUS IS IN-PRCBOOK-KEY.

      * Parts master - each part's commodity class.
           SELECT PARTMAST ASSIGN TO PARTMAST
           FILE STATUS IS IN-PARTMAST-KEY.

      * Commodity-class control file - see COMMTAB.
           SELECT COMCLAS ASSIGN TO COMCLAS
           FILE STATUS IS IN-COMCLAS-KEY.

      * Negotiated standard cost per part - see STDCTAB.
           SELECT STDCOST ASSIGN TO STDCOST
           FILE STATUS IS IN-STDCOST-KEY.

      * Margin floor per commodity class, one card per class.
           SELECT MRGNFLR ASSIGN TO MRGNFLR
           FILE STATUS IS IN-MRGNFLR-KEY.

      * Last accepted unit price per part+supplier - see PRCWATCH.
           SELECT PRICEHST ASSIGN TO PRICEHST
           FILE STATUS IS IN-PRICEHST-KEY.

      * Input good records from tonight's run
           SELECT GOODDATAIN ASSIGN TO GOODDATA
           FILE STATUS IS IN-GOODDATA-KEY.

      * Each part's current and prior cost, carried night to night
           SELECT MRGNHIST ASSIGN TO MRGNHIST
           FILE STATUS IS IN-MRGNHIST-KEY.

           SELECT MRGNHSTO ASSIGN TO MRGNHSTO
           FILE STATUS IS OUT-MRGNHSTO-KEY.

      * Parts under the floor, before and after the sort
           SELECT MRGNWORK ASSIGN TO MRGNWORK
           FILE STATUS IS OUT-MRGNWORK-KEY.

           SELECT SORTWK ASSIGN TO SRTWK01.

           SELECT MRGNSORT ASSIGN TO MRGNSORT
           FILE STATUS IS IN-MRGNSORT-KEY.

      * Business process-date control card - see PROCDATE.
           SELECT PROCDATE ASSIGN TO PROCDATE
           FILE STATUS IS PROCDATE-KEY.

           SELECT PRINT-LINE ASSIGN TO PRTLINE.

       DATA DIVISION.
       FILE SECTION.
       FD  PRCBOOK
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 69 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PRCBOOK-REC.
       01  PRCBOOK-REC      PIC X(69).

       FD  PARTMAST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 155 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PARTMAST-REC.
       01  PARTMAST-REC.
           05  PM-PART-NUMBER          PIC X(23).
           05  FILLER                  PIC X(110).
           05  PM-COMMODITY-CLASS      PIC X(04).
           05  FILLER                  PIC X(18).

       FD  COMCLAS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 30 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS COMCLAS-REC.
       01  COMCLAS-REC      PIC X(30).

       FD  STDCOST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 33 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS STDCOST-REC.
       01  STDCOST-REC     PIC X(33).

      * Class code and its floor in whole percent; the rest of the
      * card is free for a note.
       FD  MRGNFLR
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS MRGNFLR-REC.
       01  MRGNFLR-REC.
           05  MF-CLASS-CODE           PIC X(04).
           05  FILLER                  PIC X(01).
           05  MF-FLOOR-PCT            PIC 9(03).
           05  FILLER                  PIC X(72).

      * Same 50-byte row PRCWATCH keeps.
       FD  PRICEHST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 50 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PRICEHST-REC.
       01  PRICEHST-REC.
           05  PH-PART-NUMBER          PIC X(23).
           05  PH-SUPPLIER-CODE        PIC X(10).
           05  PH-LAST-PRICE           PIC 9(7)V99.
           05  PH-LAST-DATE            PIC 9(08).

       FD  GOODDATAIN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 1029 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS GOODDATAIN-REC.
       01  GOODDATAIN-REC     PIC X(1029).

      * One row per part in the book - see WM-HIST-ROW.
       FD  MRGNHIST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS MRGNHIST-REC.
       01  MRGNHIST-REC.
           05  MH-PART-NUMBER          PIC X(23).
           05  FILLER                  PIC X(57).

       FD  MRGNHSTO
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS MRGNHSTO-REC.
       01  MRGNHSTO-REC     PIC X(80).

       FD  MRGNWORK
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 128 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS MRGNWORK-REC.
       01  MRGNWORK-REC     PIC X(128).

       SD  SORTWK.
       01  SRT-REC.
           05  SRT-KEY                 PIC X(27).
           05  FILLER                  PIC X(101).

      * Same shape as MRGNWORK, in class then part order.
       FD  MRGNSORT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 128 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS MRGNSORT-REC.
       01  MRGNSORT-REC     PIC X(128).

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
           COPY SPBKTAB.  *> Selling-price book
           COPY STDCTAB.  *> Standard-cost control table
           COPY COMMTAB.  *> Commodity-class control table
           COPY PARTSUB.  *> PART-SUPP-ADDR-PO Copybook
           COPY LANDREQ.  *> LANDCALC landed-cost request block
           COPY PARMTAB.  *> PARMLOAD central-parameter request block
           COPY PROCDATE. *> Business process date control card

       01 FILE-STATUS-CODES.
           05 IN-PRCBOOK-KEY             PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
           05 IN-PARTMAST-KEY            PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
           05 IN-COMCLAS-KEY             PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
           05 IN-STDCOST-KEY             PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
           05 IN-MRGNFLR-KEY             PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
           05 IN-PRICEHST-KEY            PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
           05 IN-GOODDATA-KEY            PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
           05 IN-MRGNHIST-KEY            PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
      * A first-ever run has no history yet - start empty.
                88 MRGNHIST-NOT-FOUND       VALUE '35'.
           05 OUT-MRGNHSTO-KEY           PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
           05 OUT-MRGNWORK-KEY           PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
           05 IN-MRGNSORT-KEY            PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
           05 PROCDATE-KEY               PIC X(2).
                88 CODE-WRITE               VALUE SPACES.

       01 FILES-EOF.
           05 PRCBOOK-EOF-WS                  PIC X(01) VALUE 'N'.
              88 PRCBOOK-EOF                             VALUE 'Y'.
           05 PARTMAST-EOF-WS                 PIC X(01) VALUE 'N'.
              88 PARTMAST-EOF                            VALUE 'Y'.
           05 COMCLAS-EOF-WS                  PIC X(01) VALUE 'N'.
              88 COMCLAS-EOF                             VALUE 'Y'.
           05 STDCOST-EOF-WS                  PIC X(01) VALUE 'N'.
              88 STDCOST-EOF                             VALUE 'Y'.
           05 MRGNFLR-EOF-WS                  PIC X(01) VALUE 'N'.
              88 MRGNFLR-EOF                             VALUE 'Y'.
           05 PRICEHST-EOF-WS                 PIC X(01) VALUE 'N'.
              88 PRICEHST-EOF                            VALUE 'Y'.
           05 GOODDATAIN-EOF-WS               PIC X(01) VALUE 'N'.
              88 GOODDATA-END-OF-FILE                    VALUE 'Y'.
           05 MRGNHIST-EOF-WS                 PIC X(01) VALUE 'N'.
              88 MRGNHIST-EOF                            VALUE 'Y'.
           05 MRGNSORT-EOF-WS                 PIC X(01) VALUE 'N'.
              88 MRGNSORT-EOF                            VALUE 'Y'.

       01 WS-LOAD-INDEX                    PIC 9(5) VALUE 1.
       01 WS-PO-COUNTER                    PIC 9 VALUE 1.
       01 WS-ADDR-COUNTER                  PIC 9 VALUE 1.
       01 WS-ORDER-STATE                   PIC X(02) VALUE SPACES.

       01 WS-IN-GOODDATA-CTR               PIC 9(7) VALUE ZERO.
       01 WS-BOOK-ROWS-CTR                 PIC 9(7) VALUE ZERO.
       01 WS-PENDING-PRICES-CTR            PIC 9(7) VALUE ZERO.
       01 WS-ORDERS-LANDED-CTR             PIC 9(7) VALUE ZERO.
       01 WS-NO-CLASS-CTR                  PIC 9(7) VALUE ZERO.
       01 WS-NO-COST-CTR                   PIC 9(7) VALUE ZERO.
       01 WS-NO-STANDARD-CTR               PIC 9(7) VALUE ZERO.
       01 WS-COST-MOVED-CTR                PIC 9(7) VALUE ZERO.
       01 WS-UNDER-ACTUAL-CTR              PIC 9(7) VALUE ZERO.
       01 WS-UNDER-STANDARD-CTR            PIC 9(7) VALUE ZERO.
       01 WS-ALERTS-CTR                    PIC 9(7) VALUE ZERO.
       01 WS-HIST-WRITTEN-CTR              PIC 9(7) VALUE ZERO.

      *05/29 Floor for a class with no MRGNFLR card - PARMLOAD
      * MRGNFLOR overrides, keyed as three digits (020).
       01 WS-DEFAULT-FLOOR-PCT             PIC 9(3) VALUE 020.

       01 WS-FLOOR-TABLE.
           05 WS-FLOOR-ENTRY OCCURS 100 TIMES
              INDEXED BY WS-FLOOR-IDX.
              10 WS-FLOOR-CLASS-CODE      PIC X(04) VALUE SPACES.
              10 WS-FLOOR-PCT             PIC 9(03) VALUE ZERO.
       01 WS-FLOOR-MAX                    PIC 9(03) VALUE ZERO.

      *05/29 One entry per part with a price in force, in part order
      * off the book, gathering its class, standard, latest accepted
      * price, tonight's landed cost and the carried cost history.
      * WM-HIST-ROW is the MRGNHIST row itself.
       01 WS-MARGIN-TABLE.
           05 WS-MARGIN-ENTRY OCCURS 5000 TIMES
              INDEXED BY WS-MRG-IDX.
              10 WM-PART-NUMBER           PIC X(23) VALUE SPACES.
              10 WM-CLASS-CODE            PIC X(04) VALUE SPACES.
              10 WM-LIST-PRICE            PIC 9(7)V99 VALUE ZERO.
              10 WM-TRADE-PRICE           PIC 9(7)V99 VALUE ZERO.
              10 WM-STD-COST              PIC 9(7)V99 VALUE ZERO.
              10 WM-STD-FLAG              PIC X(01) VALUE 'N'.
                 88 WM-HAS-STANDARD                VALUE 'Y'.
              10 WM-PH-PRICE              PIC 9(7)V99 VALUE ZERO.
              10 WM-PH-SUPPLIER-CODE      PIC X(10) VALUE SPACES.
              10 WM-PH-DATE               PIC 9(08) VALUE ZERO.
              10 WM-LANDED-COST           PIC 9(7)V9(4) VALUE ZERO.
              10 WM-LANDED-SUPPLIER-CODE  PIC X(10) VALUE SPACES.
              10 WM-LANDED-FLAG           PIC X(01) VALUE 'N'.
                 88 WM-LANDED-TONIGHT              VALUE 'Y'.
              10 WM-HIST-FLAG             PIC X(01) VALUE 'N'.
                 88 WM-HAS-HISTORY                 VALUE 'Y'.
              10 WM-HIST-ROW.
                 15 WM-H-PART-NUMBER      PIC X(23) VALUE SPACES.
                 15 WM-H-COST             PIC 9(7)V9(4) VALUE ZERO.
                 15 WM-H-COST-SOURCE      PIC X(01) VALUE SPACES.
                    88 WM-H-LANDED-COST            VALUE 'L'.
                 15 WM-H-COST-SUPPLIER    PIC X(10) VALUE SPACES.
                 15 WM-H-COST-DATE        PIC 9(08) VALUE ZERO.
                 15 WM-H-PRIOR-COST       PIC 9(7)V9(4) VALUE ZERO.
                 15 WM-H-PRIOR-SOURCE     PIC X(01) VALUE SPACES.
                 15 WM-H-PRIOR-DATE       PIC 9(08) VALUE ZERO.
                 15 FILLER                PIC X(07) VALUE SPACES.
       01 WS-MARGIN-MAX                   PIC 9(05) VALUE ZERO.
       01 WS-MARGIN-INDEX                 PIC 9(05) VALUE ZERO.
       01 WS-MARGIN-FOUND-IDX             PIC 9(05) VALUE ZERO.
       01 WS-STDCOST-INDEX                PIC 9(05) VALUE ZERO.
       01 WS-CLASS-INDEX                  PIC 9(03) VALUE ZERO.

       01 WS-BSRCH-LO                      PIC 9(5) VALUE ZERO.
       01 WS-BSRCH-HI                      PIC 9(5) VALUE ZERO.
       01 WS-BSRCH-MID                     PIC 9(5) VALUE ZERO.
       01 WS-SEARCH-PART-NUMBER            PIC X(23) VALUE SPACES.

      *05/29 Tonight's settled cost and the margins worked off it.
       01 WS-NEW-COST                      PIC 9(7)V9(4) VALUE ZERO.
       01 WS-NEW-COST-SOURCE               PIC X(01) VALUE SPACES.
       01 WS-NEW-COST-SUPPLIER             PIC X(10) VALUE SPACES.
       01 WS-NEW-COST-DATE                 PIC 9(08) VALUE ZERO.
       01 WS-HAVE-COST-FLAG                PIC X(01) VALUE 'N'.
           88 HAVE-COST                            VALUE 'Y'.
       01 WS-TRADE-MARGIN                  PIC S9(7)V9 VALUE ZERO.
       01 WS-LIST-MARGIN                   PIC S9(7)V9 VALUE ZERO.
       01 WS-STD-MARGIN                    PIC S9(7)V9 VALUE ZERO.
       01 WS-MOVE-PCT                      PIC S9(7)V9 VALUE ZERO.
       01 WS-CLASS-FLOOR                   PIC 9(03) VALUE ZERO.
       01 WS-UNDER-ACTUAL-FLAG             PIC X(01) VALUE 'N'.
           88 UNDER-ON-ACTUAL                      VALUE 'Y'.
       01 WS-UNDER-STANDARD-FLAG           PIC X(01) VALUE 'N'.
           88 UNDER-ON-STANDARD                    VALUE 'Y'.

      *05/29 One part under its floor, written for the class sort.
       01 WS-ALERT-ROW.
           05 MW-SORT-KEY.
              10 MW-CLASS-CODE             PIC X(04) VALUE SPACES.
              10 MW-PART-NUMBER            PIC X(23) VALUE SPACES.
           05 MW-LIST-PRICE                PIC 9(7)V99 VALUE ZERO.
           05 MW-TRADE-PRICE               PIC 9(7)V99 VALUE ZERO.
           05 MW-COST                      PIC 9(7)V9(4) VALUE ZERO.
           05 MW-COST-SOURCE               PIC X(01) VALUE SPACES.
              88 MW-LANDED-COST                    VALUE 'L'.
              88 MW-ACCEPTED-PRICE                 VALUE 'P'.
           05 MW-COST-SUPPLIER             PIC X(10) VALUE SPACES.
           05 MW-COST-DATE                 PIC 9(08) VALUE ZERO.
           05 MW-PRIOR-COST                PIC 9(7)V9(4) VALUE ZERO.
           05 MW-PRIOR-DATE                PIC 9(08) VALUE ZERO.
           05 MW-STD-COST                  PIC 9(7)V99 VALUE ZERO.
           05 MW-TRADE-MARGIN              PIC S9(5)V9 VALUE ZERO.
           05 MW-LIST-MARGIN               PIC S9(5)V9 VALUE ZERO.
           05 MW-STD-MARGIN                PIC S9(5)V9 VALUE ZERO.
           05 MW-FLOOR-PCT                 PIC 9(03) VALUE ZERO.
           05 MW-REASON                    PIC X(01) VALUE SPACES.
              88 MW-UNDER-ACTUAL                   VALUE 'A'.
              88 MW-UNDER-STANDARD                 VALUE 'S'.
              88 MW-UNDER-BOTH                     VALUE 'B'.
           05 MW-HAS-COST-FLAG             PIC X(01) VALUE 'N'.
              88 MW-HAS-COST                       VALUE 'Y'.
           05 MW-HAS-STD-FLAG              PIC X(01) VALUE 'N'.
              88 MW-HAS-STANDARD                   VALUE 'Y'.
           05 FILLER                       PIC X(01) VALUE SPACES.

       01 WS-PREV-CLASS-CODE               PIC X(04) VALUE SPACES.
       01 WS-CLASS-DESCRIPTION             PIC X(25) VALUE SPACES.

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
           05 FILLER              PIC X(52) VALUE
              'Destiny Auto Parts - Margin Erosion Alerts'.
           05 FILLER              PIC X(56)      VALUE SPACES.
           05 FILLER              PIC X(5)       VALUE 'PAGE '.
           05 WS-PAGE-NO-OUT      PIC ZZZ9       VALUE ZERO.
       01 WS-HEADER-1.
          05 FILLER              PIC X(3)       VALUE SPACES.
          05 FILLER              PIC X(24)      VALUE 'Part Number'.
          05 FILLER              PIC X(13)      VALUE ' Trade Price'.
          05 FILLER              PIC X(15)      VALUE ' Latest Cost'.
          05 FILLER              PIC X(09)      VALUE ' Margin'.
          05 FILLER              PIC X(13)      VALUE '    Standard'.
          05 FILLER              PIC X(09)      VALUE ' Margin'.
          05 FILLER              PIC X(04)      VALUE 'Flr'.
          05 FILLER              PIC X(13)      VALUE '  Prior Cost'.
          05 FILLER              PIC X(08)      VALUE '  Move'.
          05 FILLER              PIC X(11)      VALUE 'Supplier'.
          05 FILLER              PIC X(08)      VALUE 'Cost On'.
       01 WS-HEADER-2.
          05 FILLER              PIC X(3)       VALUE SPACES.
          05 FILLER              PIC X(24)      VALUE ALL '='.
          05 FILLER              PIC X(13)      VALUE ALL '='.
          05 FILLER              PIC X(15)      VALUE ALL '='.
          05 FILLER              PIC X(09)      VALUE ALL '='.
          05 FILLER              PIC X(13)      VALUE ALL '='.
          05 FILLER              PIC X(09)      VALUE ALL '='.
          05 FILLER              PIC X(04)      VALUE ALL '='.
          05 FILLER              PIC X(13)      VALUE ALL '='.
          05 FILLER              PIC X(08)      VALUE ALL '='.
          05 FILLER              PIC X(11)      VALUE ALL '='.
          05 FILLER              PIC X(08)      VALUE ALL '='.

       01 WS-CLASS-LINE-OUT.
          05 FILLER                 PIC X(3)       VALUE SPACES.
          05 FILLER                 PIC X(17)      VALUE
             'COMMODITY CLASS '.
          05 CLS-CLASS-OUT          PIC X(04)      VALUE SPACES.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 CLS-DESCRIPTION-OUT    PIC X(25)      VALUE SPACES.
          05 FILLER                 PIC X(09)      VALUE '  FLOOR '.
          05 CLS-FLOOR-OUT          PIC ZZ9        VALUE ZERO.
          05 FILLER                 PIC X(01)      VALUE '%'.
          05 FILLER                 PIC X(69)      VALUE SPACES.

       01 WS-ALERT-LINE-OUT.
          05 FILLER                 PIC X(3)       VALUE SPACES.
          05 MRG-PART-OUT           PIC X(23)      VALUE SPACES.
          05 FILLER                 PIC X(01)      VALUE SPACES.
          05 MRG-TRADE-OUT          PIC Z,ZZZ,ZZ9.99 VALUE ZERO.
          05 FILLER                 PIC X(01)      VALUE SPACES.
          05 MRG-COST-OUT           PIC Z,ZZZ,ZZ9.99 VALUE ZERO.
          05 FILLER                 PIC X(01)      VALUE SPACES.
          05 MRG-SOURCE-OUT         PIC X(01)      VALUE SPACES.
          05 FILLER                 PIC X(01)      VALUE SPACES.
          05 MRG-MARGIN-OUT         PIC -ZZZZ9.9   VALUE ZERO.
          05 FILLER                 PIC X(01)      VALUE SPACES.
          05 MRG-STD-OUT            PIC Z,ZZZ,ZZ9.99 VALUE ZERO.
          05 FILLER                 PIC X(01)      VALUE SPACES.
          05 MRG-STD-MARGIN-OUT     PIC -ZZZZ9.9   VALUE ZERO.
          05 FILLER                 PIC X(01)      VALUE SPACES.
          05 MRG-FLOOR-OUT          PIC ZZ9        VALUE ZERO.
          05 FILLER                 PIC X(01)      VALUE SPACES.
          05 MRG-PRIOR-OUT          PIC Z,ZZZ,ZZ9.99 VALUE ZERO.
          05 FILLER                 PIC X(01)      VALUE SPACES.
          05 MRG-MOVE-OUT           PIC -ZZZ9.9    VALUE ZERO.
          05 FILLER                 PIC X(01)      VALUE SPACES.
          05 MRG-SUPPLIER-OUT       PIC X(10)      VALUE SPACES.
          05 FILLER                 PIC X(01)      VALUE SPACES.
          05 MRG-COST-DATE-OUT      PIC X(08)      VALUE SPACES.
          05 FILLER                 PIC X(03)      VALUE SPACES.

      *05/29 Second line - the list price and its margin, and which
      * cost put the part under the floor.
       01 WS-ALERT-NOTE-OUT.
          05 FILLER                 PIC X(5)       VALUE SPACES.
          05 FILLER                 PIC X(06)      VALUE 'LIST '.
          05 NOTE-LIST-OUT          PIC Z,ZZZ,ZZ9.99 VALUE ZERO.
          05 FILLER                 PIC X(09)      VALUE '  MARGIN '.
          05 NOTE-LIST-MARGIN-OUT   PIC -ZZZZ9.9   VALUE ZERO.
          05 FILLER                 PIC X(03)      VALUE SPACES.
          05 NOTE-REASON-OUT        PIC X(40)      VALUE SPACES.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 NOTE-SOURCE-OUT        PIC X(30)      VALUE SPACES.
          05 FILLER                 PIC X(18)      VALUE SPACES.

       01 WS-NONE-LINE.
          05 FILLER              PIC X(3)       VALUE SPACES.
          05 FILLER              PIC X(44)      VALUE
             'NO PARTS UNDER THEIR MARGIN FLOOR'.

       01 WS-SUMMARY-LINE.
           05 FILLER                PIC X(3)  VALUE SPACES.
           05 WS-SUMMARY-LABEL      PIC X(34) VALUE SPACES.
           05 WS-SUMMARY-COUNT      PIC ZZZ,ZZZ,ZZ9 VALUE ZERO.
           05 FILLER                PIC X(96) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN.
           PERFORM 000-Housekeeping.
           PERFORM 100-Main2 UNTIL GOODDATAIN-EOF-WS = 'Y'.
           PERFORM 500-CheckMargins.
           PERFORM 650-SortAlerts.
           PERFORM 700-WriteReport.
           PERFORM 900-WriteSummary.
           PERFORM 600-CLOSE-FILES.
           GOBACK.

       000-Housekeeping.
           INITIALIZE WS-MARGIN-TABLE.
           PERFORM 370-LoadProcessDate.
           PERFORM 380-LoadParms.
           PERFORM 300-Open-Files.
      * Priming Read
           PERFORM 400-Read-GOODDATAIN.

       100-Main2.
           PERFORM 200-LandRecordOrders
              THRU 200-LandRecordOrders-Exit.
           PERFORM 400-Read-GOODDATAIN.

      *05/29 Only a part in the book needs its cost landed; a return
      * is not a purchase cost.
       200-LandRecordOrders.
           IF RETURN-ORDER-PO
              GO TO 200-LandRecordOrders-Exit
           END-IF.
           MOVE PART-NUMBER-PO TO WS-SEARCH-PART-NUMBER.
           PERFORM 245-FindMarginPart.
           IF WS-MARGIN-FOUND-IDX = ZERO
              GO TO 200-LandRecordOrders-Exit
           END-IF.
           PERFORM 250-FindOrderState.
           PERFORM VARYING WS-PO-COUNTER FROM 1 BY 1
              UNTIL WS-PO-COUNTER > PURCHASE-ORDER-COUNT-PO
                 IF PO-NUMBER-PO (WS-PO-COUNTER) NOT = SPACES
                    AND UNIT-PRICE-PO (WS-PO-COUNTER) > ZERO
                    PERFORM 260-LandOneOrder
                 END-IF
           END-PERFORM.
       200-LandRecordOrders-Exit.
           EXIT.

      *05/29 Binary search of the margin table on part.
       245-FindMarginPart.
           MOVE ZERO TO WS-MARGIN-FOUND-IDX.
           MOVE 1 TO WS-BSRCH-LO.
           MOVE WS-MARGIN-MAX TO WS-BSRCH-HI.
           PERFORM 246-SearchStep
              UNTIL WS-BSRCH-LO > WS-BSRCH-HI
                 OR WS-MARGIN-FOUND-IDX > ZERO.

       246-SearchStep.
           COMPUTE WS-BSRCH-MID = (WS-BSRCH-LO + WS-BSRCH-HI) / 2.
           EVALUATE TRUE
              WHEN WM-PART-NUMBER (WS-BSRCH-MID)
                    = WS-SEARCH-PART-NUMBER
                 MOVE WS-BSRCH-MID TO WS-MARGIN-FOUND-IDX
              WHEN WM-PART-NUMBER (WS-BSRCH-MID)
                    < WS-SEARCH-PART-NUMBER
                 COMPUTE WS-BSRCH-LO = WS-BSRCH-MID + 1
              WHEN OTHER
                 COMPUTE WS-BSRCH-HI = WS-BSRCH-MID - 1
           END-EVALUATE.

      *05/29 The lane's origin is the supplier's order address, the
      * PPVRPT rule.
       250-FindOrderState.
           MOVE SPACES TO WS-ORDER-STATE.
           PERFORM VARYING WS-ADDR-COUNTER FROM 1 BY 1
              UNTIL WS-ADDR-COUNTER > SUPP-ADDR-COUNT-PO
                 OR WS-ORDER-STATE NOT = SPACES
                 IF ORDER-ADDRESS-PO (WS-ADDR-COUNTER)
                    MOVE ADDR-STATE-PO (WS-ADDR-COUNTER)
                       TO WS-ORDER-STATE
                 END-IF
           END-PERFORM.

      *05/29 Landed the same way PPVRPT lands an order; the last
      * order accepted tonight is the part's latest cost.
       260-LandOneOrder.
           MOVE PART-NUMBER-PO TO LCR-PART-NUMBER.
           MOVE CARRIER-CODE-PO TO LCR-CARRIER-CODE.
           MOVE WS-ORDER-STATE TO LCR-ORIGIN-STATE.
           MOVE SHIP-TO-PLANT-PO TO LCR-SHIP-TO-PLANT.
           MOVE FREIGHT-TERMS-PO TO LCR-FREIGHT-TERMS.
           MOVE COUNTRY-ORIGIN-PO TO LCR-COUNTRY-ORIGIN.
           MOVE CURRENCY-CODE-PO (WS-PO-COUNTER) TO LCR-CURRENCY-CODE.
           MOVE QUANTITY-PO (WS-PO-COUNTER) TO LCR-QUANTITY.
           MOVE UNIT-PRICE-PO (WS-PO-COUNTER) TO LCR-UNIT-PRICE.
           CALL 'LANDCALC' USING LANDED-COST-REQUEST.
           IF LCR-CALC-FAILED
              DISPLAY 'MRGNCHK - LANDCALC COULD NOT LOAD ITS TABLES'
              GO TO 2000-ABEND-RTN
           END-IF.
           MOVE LCR-LANDED-UNIT-COST
              TO WM-LANDED-COST (WS-MARGIN-FOUND-IDX).
           MOVE SUPPLIER-CODE-PO
              TO WM-LANDED-SUPPLIER-CODE (WS-MARGIN-FOUND-IDX).
           MOVE 'Y' TO WM-LANDED-FLAG (WS-MARGIN-FOUND-IDX).
           ADD 1 TO WS-ORDERS-LANDED-CTR.

       300-Open-Files.
           OPEN INPUT PRCBOOK.
           IF IN-PRCBOOK-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning Input PRCBOOK'
                GO TO 2000-ABEND-RTN
           ELSE
                PERFORM 3100-LoadBook
           END-IF.
           OPEN INPUT PARTMAST.
           IF IN-PARTMAST-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning Input PARTMAST'
                GO TO 2000-ABEND-RTN
           ELSE
                PERFORM 3200-ReadNextPart UNTIL PARTMAST-EOF
                CLOSE PARTMAST
           END-IF.
           OPEN INPUT COMCLAS.
           IF IN-COMCLAS-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning Input COMCLAS'
                GO TO 2000-ABEND-RTN
           ELSE
                PERFORM 3300-LoadClasses
           END-IF.
           OPEN INPUT STDCOST.
           IF IN-STDCOST-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning Input STDCOST'
                GO TO 2000-ABEND-RTN
           ELSE
                PERFORM 3400-LoadStandardCosts
           END-IF.
           OPEN INPUT MRGNFLR.
           IF IN-MRGNFLR-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning Input MRGNFLR'
                GO TO 2000-ABEND-RTN
           ELSE
                PERFORM 3500-ReadNextFloor UNTIL MRGNFLR-EOF
                CLOSE MRGNFLR
           END-IF.
           OPEN INPUT PRICEHST.
           IF IN-PRICEHST-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning Input PRICEHST'
                GO TO 2000-ABEND-RTN
           ELSE
                PERFORM 3600-ReadNextPrice UNTIL PRICEHST-EOF
                CLOSE PRICEHST
           END-IF.
           OPEN INPUT MRGNHIST.
           IF MRGNHIST-NOT-FOUND
              MOVE 'Y' TO MRGNHIST-EOF-WS
           ELSE
              IF IN-MRGNHIST-KEY NOT = '00'
                 DISPLAY
                        '---------------------------------------------'
                 DISPLAY 'File Problem openning Input MRGNHIST'
                 GO TO 2000-ABEND-RTN
              ELSE
                 PERFORM 3700-ReadNextHistory UNTIL MRGNHIST-EOF
                 CLOSE MRGNHIST
              END-IF
           END-IF.
           OPEN INPUT GOODDATAIN.
           IF IN-GOODDATA-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning Input GOODDATA'
                GO TO 2000-ABEND-RTN
           END-IF.
           OPEN OUTPUT MRGNHSTO.
           IF OUT-MRGNHSTO-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning MRGNHSTO'
                GO TO 2000-ABEND-RTN
           END-IF.
           OPEN OUTPUT MRGNWORK.
           IF OUT-MRGNWORK-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning MRGNWORK'
                GO TO 2000-ABEND-RTN
           END-IF.
           OPEN OUTPUT PRINT-LINE.

      *05/29 The book is in part, then effective-date order, so the
      * last row in force for a part is the one that prices it.
       3100-LoadBook.
           INITIALIZE SELL-PRICE-TABLE.
           MOVE 1 TO WS-LOAD-INDEX.
           PERFORM 3110-ReadNextBookRow UNTIL PRCBOOK-EOF.
           COMPUTE SELL-PRICE-MAX = WS-LOAD-INDEX - 1.
           CLOSE PRCBOOK.
           PERFORM VARYING WS-LOAD-INDEX FROM 1 BY 1
              UNTIL WS-LOAD-INDEX > SELL-PRICE-MAX
                 IF SP-EFFECTIVE-DATE (WS-LOAD-INDEX) > PROCESS-DATE
                    ADD 1 TO WS-PENDING-PRICES-CTR
                 ELSE
                    PERFORM 3120-TakeBookRow
                 END-IF
           END-PERFORM.

       3110-ReadNextBookRow.
           IF WS-LOAD-INDEX > 5000
              DISPLAY 'MRGNCHK - SELLING-PRICE TABLE FULL AT 5000 '
                 'ROWS - RAISE OCCURS IN SPBKTAB'
              GO TO 2000-ABEND-RTN
           END-IF.
           READ PRCBOOK INTO SELL-PRICE-LIST(WS-LOAD-INDEX)
              AT END
                 MOVE 'Y' TO PRCBOOK-EOF-WS
           END-READ.
           IF NOT PRCBOOK-EOF
              ADD 1 TO WS-LOAD-INDEX
              ADD 1 TO WS-BOOK-ROWS-CTR
           END-IF.

       3120-TakeBookRow.
           IF WS-MARGIN-MAX = ZERO
              OR WM-PART-NUMBER (WS-MARGIN-MAX)
                 NOT = SP-PART-NUMBER (WS-LOAD-INDEX)
              ADD 1 TO WS-MARGIN-MAX
              MOVE SP-PART-NUMBER (WS-LOAD-INDEX)
                 TO WM-PART-NUMBER (WS-MARGIN-MAX)
           END-IF.
           MOVE SP-LIST-PRICE (WS-LOAD-INDEX)
              TO WM-LIST-PRICE (WS-MARGIN-MAX).
           MOVE SP-TRADE-PRICE (WS-LOAD-INDEX)
              TO WM-TRADE-PRICE (WS-MARGIN-MAX).

       3200-ReadNextPart.
           READ PARTMAST
              AT END
                 MOVE 'Y' TO PARTMAST-EOF-WS
           END-READ.
           IF NOT PARTMAST-EOF
              MOVE PM-PART-NUMBER TO WS-SEARCH-PART-NUMBER
              PERFORM 245-FindMarginPart
              IF WS-MARGIN-FOUND-IDX > ZERO
                 MOVE PM-COMMODITY-CLASS
                    TO WM-CLASS-CODE (WS-MARGIN-FOUND-IDX)
              END-IF
           END-IF.

       3300-LoadClasses.
           INITIALIZE COMMODITY-CLASS-TABLE.
           MOVE 1 TO WS-LOAD-INDEX.
           PERFORM 3310-ReadNextClass UNTIL COMCLAS-EOF.
           COMPUTE COMMODITY-CLASS-MAX = WS-LOAD-INDEX - 1.
           CLOSE COMCLAS.

       3310-ReadNextClass.
           IF WS-LOAD-INDEX > 100
              DISPLAY 'MRGNCHK - COMMODITY CLASS TABLE FULL AT 100 '
                 'ROWS - RAISE OCCURS IN COMMTAB'
              GO TO 2000-ABEND-RTN
           END-IF.
           READ COMCLAS INTO COMMODITY-CLASS-LIST(WS-LOAD-INDEX)
              AT END
                 MOVE 'Y' TO COMCLAS-EOF-WS
           END-READ.
           IF NOT COMCLAS-EOF
              ADD 1 TO WS-LOAD-INDEX
           END-IF.

      *05/29 Loads STD-COST-TABLE from STDCOST, same shape as
      * PPVRPT's 3900-LoadStandardCosts, then hangs each standard on
      * its part.
       3400-LoadStandardCosts.
           INITIALIZE STD-COST-TABLE.
           MOVE 1 TO WS-STDCOST-INDEX.
           PERFORM 3410-ReadNextStandard UNTIL STDCOST-EOF.
           COMPUTE STD-COST-MAX = WS-STDCOST-INDEX - 1.
           CLOSE STDCOST.
           PERFORM VARYING WS-STDCOST-INDEX FROM 1 BY 1
              UNTIL WS-STDCOST-INDEX > STD-COST-MAX
                 MOVE SC-PART-NUMBER (WS-STDCOST-INDEX)
                    TO WS-SEARCH-PART-NUMBER
                 PERFORM 245-FindMarginPart
                 IF WS-MARGIN-FOUND-IDX > ZERO
                    MOVE SC-STD-COST (WS-STDCOST-INDEX)
                       TO WM-STD-COST (WS-MARGIN-FOUND-IDX)
                    MOVE 'Y' TO WM-STD-FLAG (WS-MARGIN-FOUND-IDX)
                 END-IF
           END-PERFORM.

       3410-ReadNextStandard.
           IF WS-STDCOST-INDEX > 2000
              DISPLAY 'MRGNCHK - STANDARD COST TABLE FULL AT 2000 '
                 'ROWS - RAISE OCCURS IN STDCTAB'
              GO TO 2000-ABEND-RTN
           END-IF.
           READ STDCOST INTO STD-COST-LIST(WS-STDCOST-INDEX)
              AT END
                 MOVE 'Y' TO STDCOST-EOF-WS
           END-READ.
           IF NOT STDCOST-EOF
              ADD 1 TO WS-STDCOST-INDEX
           END-IF.

       3500-ReadNextFloor.
           READ MRGNFLR
              AT END
                 MOVE 'Y' TO MRGNFLR-EOF-WS
           END-READ.
           IF NOT MRGNFLR-EOF
              IF MF-FLOOR-PCT IS NOT NUMERIC
                 DISPLAY 'MRGNCHK - MRGNFLR FLOOR NOT NUMERIC FOR '
                    'CLASS ' MF-CLASS-CODE ' - CARD SKIPPED'
              ELSE
                 IF WS-FLOOR-MAX >= 100
                    DISPLAY 'MRGNCHK - FLOOR TABLE FULL AT 100 '
                       'ROWS - RAISE OCCURS IN MRGNCHK'
                    GO TO 2000-ABEND-RTN
                 END-IF
                 ADD 1 TO WS-FLOOR-MAX
                 MOVE MF-CLASS-CODE
                    TO WS-FLOOR-CLASS-CODE (WS-FLOOR-MAX)
                 MOVE MF-FLOOR-PCT TO WS-FLOOR-PCT (WS-FLOOR-MAX)
              END-IF
           END-IF.

      *05/29 A part's latest accepted price is its PRICEHST row with
      * the latest date, whichever supplier it came from.
       3600-ReadNextPrice.
           READ PRICEHST
              AT END
                 MOVE 'Y' TO PRICEHST-EOF-WS
           END-READ.
           IF NOT PRICEHST-EOF
              MOVE PH-PART-NUMBER TO WS-SEARCH-PART-NUMBER
              PERFORM 245-FindMarginPart
              IF WS-MARGIN-FOUND-IDX > ZERO
                 IF PH-LAST-DATE
                       >= WM-PH-DATE (WS-MARGIN-FOUND-IDX)
                    MOVE PH-LAST-PRICE
                       TO WM-PH-PRICE (WS-MARGIN-FOUND-IDX)
                    MOVE PH-SUPPLIER-CODE
                       TO WM-PH-SUPPLIER-CODE (WS-MARGIN-FOUND-IDX)
                    MOVE PH-LAST-DATE
                       TO WM-PH-DATE (WS-MARGIN-FOUND-IDX)
                 END-IF
              END-IF
           END-IF.

      *05/29 A part that has left the book leaves its history behind.
       3700-ReadNextHistory.
           READ MRGNHIST
              AT END
                 MOVE 'Y' TO MRGNHIST-EOF-WS
           END-READ.
           IF NOT MRGNHIST-EOF
              MOVE MH-PART-NUMBER TO WS-SEARCH-PART-NUMBER
              PERFORM 245-FindMarginPart
              IF WS-MARGIN-FOUND-IDX > ZERO
                 MOVE MRGNHIST-REC
                    TO WM-HIST-ROW (WS-MARGIN-FOUND-IDX)
                 MOVE 'Y' TO WM-HIST-FLAG (WS-MARGIN-FOUND-IDX)
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

      *05/29 The PARMMAST master's value, when in force on the
      * business process date, overrides the default - see PARMTAB.
       380-LoadParms.
           MOVE 'MRGNFLOR' TO PRQ-PARM-NAME.
           MOVE PROCESS-DATE TO PRQ-AS-OF-DATE.
           CALL 'PARMLOAD' USING PARM-REQUEST.
           IF PRQ-PARM-FOUND
              MOVE PRQ-PARM-VALUE (1:3) TO WS-DEFAULT-FLOOR-PCT
           END-IF.

       400-Read-GOODDATAIN.
           READ GOODDATAIN INTO PART-SUPP-ADDR-PO
      * Set AT END Switch
                AT END MOVE "Y" TO GOODDATAIN-EOF-WS
                IF IN-GOODDATA-KEY  = '00' THEN
                    DISPLAY
                        '---------------------------------------------'
                    DISPLAY 'Input file GOODDATAIN reading problem'
                    PERFORM 2000-ABEND-RTN
                END-IF
           END-READ.
           IF (NOT GOODDATA-END-OF-FILE) THEN
              ADD +1 TO WS-IN-GOODDATA-CTR
           END-IF.

      *05/29 Every part in the book: settle tonight's cost, carry
      * the history forward and hold the trade price to the floor.
       500-CheckMargins.
           PERFORM VARYING WS-MARGIN-INDEX FROM 1 BY 1
              UNTIL WS-MARGIN-INDEX > WS-MARGIN-MAX
                 PERFORM 510-SettleCost
                 PERFORM 520-CheckOnePart
                    THRU 520-CheckOnePart-Exit
                 PERFORM 560-WriteHistory
           END-PERFORM.

      *05/29 Landed tonight beats everything; a later accepted price
      * beats the carried cost; otherwise the carried cost stands.
      * When the cost changes, the one it replaces becomes the prior
      * cost the report shows the move from - an unchanged cost on a
      * rerun leaves the prior alone.
       510-SettleCost.
           MOVE 'Y' TO WS-HAVE-COST-FLAG.
           EVALUATE TRUE
              WHEN WM-LANDED-TONIGHT (WS-MARGIN-INDEX)
                 MOVE WM-LANDED-COST (WS-MARGIN-INDEX) TO WS-NEW-COST
                 MOVE 'L' TO WS-NEW-COST-SOURCE
                 MOVE WM-LANDED-SUPPLIER-CODE (WS-MARGIN-INDEX)
                    TO WS-NEW-COST-SUPPLIER
                 MOVE PROCESS-DATE TO WS-NEW-COST-DATE
              WHEN WM-PH-DATE (WS-MARGIN-INDEX) > ZERO
                 AND (NOT WM-HAS-HISTORY (WS-MARGIN-INDEX)
                    OR WM-PH-DATE (WS-MARGIN-INDEX)
                       > WM-H-COST-DATE (WS-MARGIN-INDEX))
                 MOVE WM-PH-PRICE (WS-MARGIN-INDEX) TO WS-NEW-COST
                 MOVE 'P' TO WS-NEW-COST-SOURCE
                 MOVE WM-PH-SUPPLIER-CODE (WS-MARGIN-INDEX)
                    TO WS-NEW-COST-SUPPLIER
                 MOVE WM-PH-DATE (WS-MARGIN-INDEX) TO WS-NEW-COST-DATE
              WHEN WM-HAS-HISTORY (WS-MARGIN-INDEX)
                 MOVE WM-H-COST (WS-MARGIN-INDEX) TO WS-NEW-COST
                 MOVE WM-H-COST-SOURCE (WS-MARGIN-INDEX)
                    TO WS-NEW-COST-SOURCE
                 MOVE WM-H-COST-SUPPLIER (WS-MARGIN-INDEX)
                    TO WS-NEW-COST-SUPPLIER
                 MOVE WM-H-COST-DATE (WS-MARGIN-INDEX)
                    TO WS-NEW-COST-DATE
              WHEN OTHER
                 MOVE 'N' TO WS-HAVE-COST-FLAG
           END-EVALUATE.
           IF HAVE-COST
              IF WM-HAS-HISTORY (WS-MARGIN-INDEX)
                 AND WS-NEW-COST NOT = WM-H-COST (WS-MARGIN-INDEX)
                 MOVE WM-H-COST (WS-MARGIN-INDEX)
                    TO WM-H-PRIOR-COST (WS-MARGIN-INDEX)
                 MOVE WM-H-COST-SOURCE (WS-MARGIN-INDEX)
                    TO WM-H-PRIOR-SOURCE (WS-MARGIN-INDEX)
                 MOVE WM-H-COST-DATE (WS-MARGIN-INDEX)
                    TO WM-H-PRIOR-DATE (WS-MARGIN-INDEX)
                 ADD 1 TO WS-COST-MOVED-CTR
              END-IF
              MOVE WM-PART-NUMBER (WS-MARGIN-INDEX)
                 TO WM-H-PART-NUMBER (WS-MARGIN-INDEX)
              MOVE WS-NEW-COST TO WM-H-COST (WS-MARGIN-INDEX)
              MOVE WS-NEW-COST-SOURCE
                 TO WM-H-COST-SOURCE (WS-MARGIN-INDEX)
              MOVE WS-NEW-COST-SUPPLIER
                 TO WM-H-COST-SUPPLIER (WS-MARGIN-INDEX)
              MOVE WS-NEW-COST-DATE
                 TO WM-H-COST-DATE (WS-MARGIN-INDEX)
              MOVE 'Y' TO WM-HIST-FLAG (WS-MARGIN-INDEX)
           ELSE
              ADD 1 TO WS-NO-COST-CTR
           END-IF.

      *05/29 Margin is on the selling price: (price - cost) / price.
       520-CheckOnePart.
           IF WM-CLASS-CODE (WS-MARGIN-INDEX) = SPACES
              ADD 1 TO WS-NO-CLASS-CTR
           END-IF.
           PERFORM 530-FindFloor.
           MOVE 'N' TO WS-UNDER-ACTUAL-FLAG.
           MOVE 'N' TO WS-UNDER-STANDARD-FLAG.
           MOVE ZERO TO WS-TRADE-MARGIN, WS-LIST-MARGIN,
              WS-STD-MARGIN.
           IF HAVE-COST
              COMPUTE WS-TRADE-MARGIN ROUNDED =
                 (WM-TRADE-PRICE (WS-MARGIN-INDEX) - WS-NEW-COST)
                 * 100 / WM-TRADE-PRICE (WS-MARGIN-INDEX)
              COMPUTE WS-LIST-MARGIN ROUNDED =
                 (WM-LIST-PRICE (WS-MARGIN-INDEX) - WS-NEW-COST)
                 * 100 / WM-LIST-PRICE (WS-MARGIN-INDEX)
              IF WS-TRADE-MARGIN < WS-CLASS-FLOOR
                 MOVE 'Y' TO WS-UNDER-ACTUAL-FLAG
                 ADD 1 TO WS-UNDER-ACTUAL-CTR
              END-IF
           END-IF.
           IF WM-HAS-STANDARD (WS-MARGIN-INDEX)
              COMPUTE WS-STD-MARGIN ROUNDED =
                 (WM-TRADE-PRICE (WS-MARGIN-INDEX)
                  - WM-STD-COST (WS-MARGIN-INDEX))
                 * 100 / WM-TRADE-PRICE (WS-MARGIN-INDEX)
              IF WS-STD-MARGIN < WS-CLASS-FLOOR
                 MOVE 'Y' TO WS-UNDER-STANDARD-FLAG
                 ADD 1 TO WS-UNDER-STANDARD-CTR
              END-IF
           ELSE
              ADD 1 TO WS-NO-STANDARD-CTR
           END-IF.
           IF NOT UNDER-ON-ACTUAL AND NOT UNDER-ON-STANDARD
              GO TO 520-CheckOnePart-Exit
           END-IF.
           PERFORM 540-WriteAlert.
       520-CheckOnePart-Exit.
           EXIT.

       530-FindFloor.
           MOVE WS-DEFAULT-FLOOR-PCT TO WS-CLASS-FLOOR.
           PERFORM VARYING WS-FLOOR-IDX FROM 1 BY 1
              UNTIL WS-FLOOR-IDX > WS-FLOOR-MAX
                 IF WS-FLOOR-CLASS-CODE (WS-FLOOR-IDX)
                       = WM-CLASS-CODE (WS-MARGIN-INDEX)
                    MOVE WS-FLOOR-PCT (WS-FLOOR-IDX) TO WS-CLASS-FLOOR
                 END-IF
           END-PERFORM.

       540-WriteAlert.
           INITIALIZE WS-ALERT-ROW.
           MOVE WM-CLASS-CODE (WS-MARGIN-INDEX) TO MW-CLASS-CODE.
           MOVE WM-PART-NUMBER (WS-MARGIN-INDEX) TO MW-PART-NUMBER.
           MOVE WM-LIST-PRICE (WS-MARGIN-INDEX) TO MW-LIST-PRICE.
           MOVE WM-TRADE-PRICE (WS-MARGIN-INDEX) TO MW-TRADE-PRICE.
           IF HAVE-COST
              MOVE 'Y' TO MW-HAS-COST-FLAG
              MOVE WS-NEW-COST TO MW-COST
              MOVE WS-NEW-COST-SOURCE TO MW-COST-SOURCE
              MOVE WS-NEW-COST-SUPPLIER TO MW-COST-SUPPLIER
              MOVE WS-NEW-COST-DATE TO MW-COST-DATE
              MOVE WM-H-PRIOR-COST (WS-MARGIN-INDEX) TO MW-PRIOR-COST
              MOVE WM-H-PRIOR-DATE (WS-MARGIN-INDEX) TO MW-PRIOR-DATE
           END-IF.
           IF WM-HAS-STANDARD (WS-MARGIN-INDEX)
              MOVE 'Y' TO MW-HAS-STD-FLAG
              MOVE WM-STD-COST (WS-MARGIN-INDEX) TO MW-STD-COST
           END-IF.
           MOVE WS-TRADE-MARGIN TO MW-TRADE-MARGIN.
           MOVE WS-LIST-MARGIN TO MW-LIST-MARGIN.
           MOVE WS-STD-MARGIN TO MW-STD-MARGIN.
           MOVE WS-CLASS-FLOOR TO MW-FLOOR-PCT.
           EVALUATE TRUE
              WHEN UNDER-ON-ACTUAL AND UNDER-ON-STANDARD
                 MOVE 'B' TO MW-REASON
              WHEN UNDER-ON-ACTUAL
                 MOVE 'A' TO MW-REASON
              WHEN OTHER
                 MOVE 'S' TO MW-REASON
           END-EVALUATE.
           WRITE MRGNWORK-REC FROM WS-ALERT-ROW.
           IF OUT-MRGNWORK-KEY NOT = '00'
              GO TO 2000-ABEND-RTN
           END-IF.
           ADD 1 TO WS-ALERTS-CTR.

      *05/29 Only a part with a cost has anything to carry.
       560-WriteHistory.
           IF WM-HAS-HISTORY (WS-MARGIN-INDEX)
              MOVE WM-HIST-ROW (WS-MARGIN-INDEX) TO MRGNHSTO-REC
              WRITE MRGNHSTO-REC
              IF OUT-MRGNHSTO-KEY NOT = '00'
                 GO TO 2000-ABEND-RTN
              END-IF
              ADD 1 TO WS-HIST-WRITTEN-CTR
           END-IF.

       600-CLOSE-FILES.
           CLOSE  GOODDATAIN, MRGNHSTO, MRGNSORT, PRINT-LINE.

      * Matches the fix in FINALEX's 2000-ABEND-RTN - DISPLAY and
      * EXIT alone just fell through to whatever paragraph follows.
       2000-ABEND-RTN.
           DISPLAY 'PROGRAM ENCOUNTERED AN ERROR'.
           MOVE 16 TO RETURN-CODE.
           GOBACK.

      *05/29 Puts the parts under their floor into class, then part
      * order - the CYCLTIME sort, USING/GIVING. SORT opens and
      * closes both files itself.
       650-SortAlerts.
           CLOSE MRGNWORK.
           SORT SORTWK ON ASCENDING KEY SRT-KEY
              USING MRGNWORK GIVING MRGNSORT.
           OPEN INPUT MRGNSORT.
      *    Input File Status Checking for MRGNSORT
           IF IN-MRGNSORT-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning Input MRGNSORT'
                GO TO 2000-ABEND-RTN
           END-IF.

      *05/29 A heading line starts each commodity class.
       700-WriteReport.
           PERFORM 800-NEW-PAGE.
           MOVE HIGH-VALUES TO WS-PREV-CLASS-CODE.
           PERFORM 710-ReadNextAlert.
           IF MRGNSORT-EOF
              WRITE PRINT-REC FROM WS-NONE-LINE
              ADD 1 TO WS-LINE-KTR
           END-IF.
           PERFORM 720-WriteAlert UNTIL MRGNSORT-EOF.

       710-ReadNextAlert.
           READ MRGNSORT INTO WS-ALERT-ROW
              AT END
                 MOVE 'Y' TO MRGNSORT-EOF-WS
           END-READ.

       720-WriteAlert.
           IF WS-LINE-KTR > WS-MAX-LINES-PER-PAGE
              PERFORM 800-NEW-PAGE
              MOVE HIGH-VALUES TO WS-PREV-CLASS-CODE
           END-IF.
           IF MW-CLASS-CODE NOT = WS-PREV-CLASS-CODE
              PERFORM 730-WriteClassLine
           END-IF.
           MOVE MW-PART-NUMBER TO MRG-PART-OUT.
           MOVE MW-TRADE-PRICE TO MRG-TRADE-OUT.
           MOVE MW-STD-COST TO MRG-STD-OUT.
           MOVE MW-STD-MARGIN TO MRG-STD-MARGIN-OUT.
           MOVE MW-FLOOR-PCT TO MRG-FLOOR-OUT.
           MOVE MW-COST TO MRG-COST-OUT.
           MOVE MW-COST-SOURCE TO MRG-SOURCE-OUT.
           MOVE MW-TRADE-MARGIN TO MRG-MARGIN-OUT.
           MOVE MW-PRIOR-COST TO MRG-PRIOR-OUT.
           MOVE MW-COST-SUPPLIER TO MRG-SUPPLIER-OUT.
           MOVE MW-COST-DATE TO MRG-COST-DATE-OUT.
           MOVE ZERO TO WS-MOVE-PCT.
           IF MW-PRIOR-COST > ZERO
              COMPUTE WS-MOVE-PCT ROUNDED =
                 (MW-COST - MW-PRIOR-COST) * 100 / MW-PRIOR-COST
           END-IF.
           MOVE WS-MOVE-PCT TO MRG-MOVE-OUT.
           IF NOT MW-HAS-COST
              MOVE 'NO COST' TO MRG-COST-DATE-OUT
           END-IF.
           WRITE PRINT-REC FROM WS-ALERT-LINE-OUT.
           MOVE MW-LIST-PRICE TO NOTE-LIST-OUT.
           MOVE MW-LIST-MARGIN TO NOTE-LIST-MARGIN-OUT.
           EVALUATE TRUE
              WHEN MW-UNDER-BOTH
                 MOVE 'UNDER FLOOR ON LATEST COST AND STANDARD'
                    TO NOTE-REASON-OUT
              WHEN MW-UNDER-ACTUAL
                 MOVE 'UNDER FLOOR ON LATEST COST'
                    TO NOTE-REASON-OUT
              WHEN OTHER
                 MOVE 'UNDER FLOOR ON STANDARD COST'
                    TO NOTE-REASON-OUT
           END-EVALUATE.
           EVALUATE TRUE
              WHEN MW-LANDED-COST
                 MOVE 'COST LANDED (L)' TO NOTE-SOURCE-OUT
              WHEN MW-ACCEPTED-PRICE
                 MOVE 'COST ACCEPTED PRICE (P)' TO NOTE-SOURCE-OUT
              WHEN OTHER
                 MOVE 'NO ACCEPTED COST ON FILE' TO NOTE-SOURCE-OUT
           END-EVALUATE.
           IF MW-HAS-COST AND MW-PRIOR-COST = ZERO
              MOVE 'FIRST COST ON FILE' TO NOTE-SOURCE-OUT
           END-IF.
           IF NOT MW-HAS-STANDARD
              MOVE 'NO STANDARD ON STDCOST' TO NOTE-SOURCE-OUT
           END-IF.
           WRITE PRINT-REC FROM WS-ALERT-NOTE-OUT.
           ADD 2 TO WS-LINE-KTR.
           PERFORM 710-ReadNextAlert.

       730-WriteClassLine.
           MOVE MW-CLASS-CODE TO WS-PREV-CLASS-CODE.
           MOVE MW-CLASS-CODE TO CLS-CLASS-OUT.
           IF MW-CLASS-CODE = SPACES
              MOVE 'NONE' TO CLS-CLASS-OUT
           END-IF.
           MOVE 'NOT ON COMCLAS' TO CLS-DESCRIPTION-OUT.
           PERFORM VARYING WS-CLASS-INDEX FROM 1 BY 1
              UNTIL WS-CLASS-INDEX > COMMODITY-CLASS-MAX
                 IF CC-CLASS-CODE (WS-CLASS-INDEX) = MW-CLASS-CODE
                    MOVE CC-DESCRIPTION (WS-CLASS-INDEX)
                       TO CLS-DESCRIPTION-OUT
                 END-IF
           END-PERFORM.
           MOVE MW-FLOOR-PCT TO CLS-FLOOR-OUT.
           WRITE PRINT-REC FROM WS-BLANK-LINE.
           WRITE PRINT-REC FROM WS-CLASS-LINE-OUT.
           ADD 2 TO WS-LINE-KTR.

       800-NEW-PAGE.
           ADD 1 TO WS-PAGE-CTR.
           MOVE WS-PAGE-CTR TO WS-PAGE-NO-OUT.
           WRITE PRINT-REC FROM WS-PAGE-HEADING AFTER ADVANCING PAGE.
           WRITE PRINT-REC FROM WS-HEADER-1.
           WRITE PRINT-REC FROM WS-HEADER-2.
           MOVE ZERO TO WS-LINE-KTR.

       900-WriteSummary.
           WRITE PRINT-REC FROM WS-BLANK-LINE.
           MOVE 'RUN SUMMARY' TO WS-SUMMARY-LABEL.
           MOVE ZERO TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'PRICE BOOK ROWS READ' TO WS-SUMMARY-LABEL.
           MOVE WS-BOOK-ROWS-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE '  PRICES NOT YET IN FORCE' TO WS-SUMMARY-LABEL.
           MOVE WS-PENDING-PRICES-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'PARTS CHECKED' TO WS-SUMMARY-LABEL.
           MOVE WS-MARGIN-MAX TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE '  WITH NO COMMODITY CLASS' TO WS-SUMMARY-LABEL.
           MOVE WS-NO-CLASS-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE '  WITH NO ACCEPTED COST' TO WS-SUMMARY-LABEL.
           MOVE WS-NO-COST-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE '  WITH NO STANDARD COST' TO WS-SUMMARY-LABEL.
           MOVE WS-NO-STANDARD-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'GOODDATA RECORDS READ' TO WS-SUMMARY-LABEL.
           MOVE WS-IN-GOODDATA-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'ORDERS LANDED FOR BOOK PARTS' TO WS-SUMMARY-LABEL.
           MOVE WS-ORDERS-LANDED-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'PART COSTS MOVED' TO WS-SUMMARY-LABEL.
           MOVE WS-COST-MOVED-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'UNDER FLOOR ON LATEST COST' TO WS-SUMMARY-LABEL.
           MOVE WS-UNDER-ACTUAL-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'UNDER FLOOR ON STANDARD COST' TO WS-SUMMARY-LABEL.
           MOVE WS-UNDER-STANDARD-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'PARTS LISTED' TO WS-SUMMARY-LABEL.
           MOVE WS-ALERTS-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'HISTORY ROWS CARRIED' TO WS-SUMMARY-LABEL.
           MOVE WS-HIST-WRITTEN-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'DEFAULT FLOOR PCT' TO WS-SUMMARY-LABEL.
           MOVE WS-DEFAULT-FLOOR-PCT TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CYCCOUNT.
       AUTHOR. IVANNA COLAN.
      ******************************************************************
      * 04/21 Daily cycle count for the warehouse plants. The ONHAND
      * feed is our only view of stock and nobody checked it until
      * REORDPT suggested something absurd. Every night this program:
      *   - posts tonight's cleaned ONHAND balances onto the CNTMST
      *     count master, one row per part per plant, carrying the
      *     part's PM-ABC-CLASS off PARTMAST (ABCCLASS sets it);
      *   - applies the counts keyed from yesterday's sheets (the
      *     CNTRSLT feed), and prints a variance report - counted
      *     against book, extended at SC-STD-COST, biggest money
      *     first;
      *   - selects today's counts and prints a blind count sheet
      *     per plant (no book quantity on it), spread so every A
      *     part is counted monthly, B quarterly and C yearly: each
      *     plant counts its class's rows over the interval in even
      *     daily slices;
      *   - writes ONHAND.ADJUSTED - tonight's balances with each
      *     counted part/plant's count correction carried onto the
      *     book figure - which REORDPT and EXPEDITE now read.
      * CNTMST is loaded at start and rewritten whole at the end,
      * the CONSBAL pattern.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Input on-hand balance feed, as OPSEDIT passed it
           SELECT ONHAND ASSIGN TO ONHAND
           FILE STATUS IS IN-ONHAND-KEY.

      * Input count results keyed from the count sheets
           SELECT CNTRSLT ASSIGN TO CNTRSLT
           FILE STATUS IS IN-CNTRSLT-KEY.

      * Count master - read at start, rewritten whole at the end
           SELECT CNTMST ASSIGN TO CNTMST
           FILE STATUS IS CNTMST-KEY.

      * Input parts master, for each part's ABC class
           SELECT PARTMAST ASSIGN TO PARTMAST
           FILE STATUS IS IN-PARTMAST-KEY.

      * Input standard-cost control file - see STDCTAB.
           SELECT STDCOST ASSIGN TO STDCOST
           FILE STATUS IS IN-STDCOST-KEY.

      * Input plant master - see PLNTTAB.
           SELECT PLANTS ASSIGN TO PLANTS
           FILE STATUS IS IN-PLANTS-KEY.

      *12/17 Business process-date control card - see PROCDATE.
           SELECT PROCDATE ASSIGN TO PROCDATE
           FILE STATUS IS PROCDATE-KEY.

      * Output count-adjusted on-hand balances
           SELECT ONHADJ ASSIGN TO ONHADJ
           FILE STATUS IS OUT-ONHADJ-KEY.

      * Output Count Sheets and Variance Report
           SELECT PRINT-LINE ASSIGN TO PRTLINE.

       DATA DIVISION.
       FILE SECTION.
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

      *04/21 One row per part/plant counted - the quantity found and
      * the date it was counted, keyed from the count sheet.
       FD  CNTRSLT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 49 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CNTRSLT-REC.
       01  CNTRSLT-REC.
           05  CR-PART-NUMBER          PIC X(23).
           05  CR-PLANT-CODE           PIC X(03).
           05  CR-COUNTED-QTY          PIC 9(07).
           05  CR-COUNT-DATE           PIC 9(08).
           05  CR-COUNTER-ID           PIC X(08).

      *04/21 One row per part per plant: its class, when it was last
      * put on a sheet and last counted, and the book figure and the
      * quantity found at that count. The last-run date is the
      * rerun guard.
       FD  CNTMST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 65 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CNTMST-REC.
       01  CNTMST-REC.
           05  CM-PART-NUMBER          PIC X(23).
           05  CM-PLANT-CODE           PIC X(03).
           05  CM-ABC-CLASS            PIC X(01).
           05  CM-LAST-SELECTED        PIC 9(08).
           05  CM-LAST-COUNTED         PIC 9(08).
           05  CM-BOOK-AT-COUNT        PIC 9(07).
           05  CM-COUNTED-QTY          PIC 9(07).
           05  CM-LAST-RUN-DATE        PIC 9(08).

      * Same 155-byte master row PARTMUPD maintains.
       FD  PARTMAST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 155 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PARTMAST-REC.
       01  PARTMAST-REC.
           05  PM-PART-NUMBER          PIC X(23).
           05  FILLER                  PIC X(109).
           05  PM-ABC-CLASS            PIC X(01).
      *04/22 Commodity class - see PARTMUPD. Grew 133 to 137.
           05  FILLER                  PIC X(04).
      *04/25 Shelf life - see PARTMUPD. Grew 137 to 140.
           05  FILLER                  PIC X(03).
      *04/27 Weight and cube - see PARTMUPD. Grew 140 to 152.
           05  FILLER                  PIC X(12).
      *05/11 Planning lead time - see PARTMUPD. Grew 152 to 155.
           05  FILLER                  PIC X(03).

       FD  STDCOST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 33 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS STDCOST-REC.
       01  STDCOST-REC     PIC X(33).

       FD  PLANTS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 83 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PLANTS-REC.
       01  PLANTS-REC     PIC X(83).

       FD  PROCDATE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 8 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PROCDATE-REC.
       01  PROCDATE-REC     PIC X(8).

      *04/21 Same 38-byte row as ONHAND, so REORDPT and EXPEDITE read
      * it without a change.
       FD  ONHADJ
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 38 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS ONHADJ-REC.
       01  ONHADJ-REC.
           05  OA-PART-NUMBER          PIC X(23).
           05  OA-QTY-ON-HAND          PIC 9(07).
           05  OA-WEEKLY-USAGE         PIC 9(05).
           05  OA-PLANT-CODE           PIC X(03).

       FD  PRINT-LINE RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 133 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PRINT-REC.
       01  PRINT-REC      PIC X(133).

       WORKING-STORAGE SECTION.
           COPY STDCTAB.  *> Standard-cost control table
           COPY PLNTTAB.  *> Plant master table
      * Business process date control card - see PROCDATE.
           COPY PROCDATE.

       01 FILE-STATUS-CODES.
      * File status key for input File ONHAND
           05 IN-ONHAND-KEY             PIC X(2).
                88 CODE-WRITE               VALUE SPACES.

      * File status key for input File CNTRSLT
           05 IN-CNTRSLT-KEY            PIC X(2).
                88 CODE-WRITE               VALUE SPACES.

      * A missing count master just means nothing counted yet.
           05 CNTMST-KEY                PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
                88 CNTMST-NOT-FOUND         VALUE '35'.

      * File status key for input File PARTMAST
           05 IN-PARTMAST-KEY           PIC X(2).
                88 CODE-WRITE               VALUE SPACES.

      * File status key for input File STDCOST
           05 IN-STDCOST-KEY            PIC X(2).
                88 CODE-WRITE               VALUE SPACES.

      * File status key for input File PLANTS
           05 IN-PLANTS-KEY             PIC X(2).
                88 CODE-WRITE               VALUE SPACES.

           05 PROCDATE-KEY              PIC X(2).
                88 CODE-WRITE               VALUE SPACES.

      * File status key for output File ONHADJ
           05 OUT-ONHADJ-KEY            PIC X(2).
                88 CODE-WRITE               VALUE SPACES.

       01 FILES-EOF.
           05 ONHAND-EOF-WS                   PIC X(01) VALUE 'N'.
              88 ONHAND-END-OF-FILE                      VALUE 'Y'.
           05 CNTRSLT-EOF-WS                  PIC X(01) VALUE 'N'.
              88 CNTRSLT-EOF                             VALUE 'Y'.
           05 CNTMST-EOF-WS                   PIC X(01) VALUE 'N'.
              88 CNTMST-EOF                              VALUE 'Y'.
           05 PARTMAST-EOF-WS                 PIC X(01) VALUE 'N'.
              88 PARTMAST-EOF                            VALUE 'Y'.
           05 STDCOST-EOF-WS                  PIC X(01) VALUE 'N'.
              88 STDCOST-EOF                             VALUE 'Y'.
           05 PLANTS-EOF-WS                   PIC X(01) VALUE 'N'.
              88 PLANTS-EOF                              VALUE 'Y'.

      *04/21 Days between counts by class - A monthly, B quarterly,
      * C yearly.
       01 WS-A-INTERVAL                    PIC 9(03) VALUE 030.
       01 WS-B-INTERVAL                    PIC 9(03) VALUE 091.
       01 WS-C-INTERVAL                    PIC 9(03) VALUE 365.
       01 WS-INTERVAL                      PIC 9(03) VALUE ZERO.

       01 WS-IN-ONHAND-CTR                 PIC 9(7) VALUE ZERO.
       01 WS-IN-RESULTS-CTR                PIC 9(7) VALUE ZERO.
       01 WS-APPLIED-CTR                   PIC 9(7) VALUE ZERO.
       01 WS-REFUSED-CTR                   PIC 9(7) VALUE ZERO.
       01 WS-SELECTED-CTR                  PIC 9(7) VALUE ZERO.
       01 WS-DUE-LEFT-CTR                  PIC 9(7) VALUE ZERO.
       01 WS-ADJUSTED-CTR                  PIC 9(7) VALUE ZERO.
       01 WS-OUT-ONHADJ-CTR                PIC 9(7) VALUE ZERO.
       01 WS-IN-COUNT-CTR                  PIC 9(7) VALUE ZERO.
       01 WS-OUT-COUNT-CTR                 PIC 9(7) VALUE ZERO.

       01 WS-STDCOST-INDEX                 PIC 9(4) VALUE 1.
       01 WS-PLANT-INDEX                   PIC 9(4) VALUE 1.

      *04/21 The count master in storage, with tonight's book figure
      * and usage for every row ONHAND carried tonight.
       01 WS-COUNT-TABLE.
           05 WS-CM-ENTRY OCCURS 30000 TIMES.
              10 WS-CM-ROW.
                 15 WS-CM-PART-NUMBER     PIC X(23).
                 15 WS-CM-PLANT-CODE      PIC X(03).
                 15 WS-CM-ABC-CLASS       PIC X(01).
                 15 WS-CM-LAST-SELECTED   PIC 9(08).
                 15 WS-CM-LAST-COUNTED    PIC 9(08).
                 15 WS-CM-BOOK-AT-COUNT   PIC 9(07).
                 15 WS-CM-COUNTED-QTY     PIC 9(07).
                 15 WS-CM-LAST-RUN-DATE   PIC 9(08).
              10 WS-CM-BOOK-TODAY         PIC 9(07).
              10 WS-CM-USAGE-TODAY        PIC 9(05).
              10 WS-CM-SEEN-FLAG          PIC X(01).
                 88 WS-CM-ON-ONHAND             VALUE 'Y'.
       01 WS-CM-MAX                       PIC 9(05) VALUE ZERO.
       01 WS-CM-IDX                       PIC 9(05) VALUE 1.
       01 WS-CM-FOUND-IDX                 PIC 9(05) VALUE ZERO.
       01 WS-SEARCH-PART                  PIC X(23) VALUE SPACES.
       01 WS-SEARCH-PLANT                 PIC X(03) VALUE SPACES.

      *04/21 The A and B parts off PARTMAST - anything not here is a
      * C part.
       01 WS-CLASS-PART-TABLE.
           05 WS-CP-ENTRY OCCURS 20000 TIMES.
              10 WS-CP-PART-NUMBER        PIC X(23).
              10 WS-CP-CLASS              PIC X(01).
       01 WS-CP-MAX                       PIC 9(05) VALUE ZERO.
       01 WS-CP-IDX                       PIC 9(05) VALUE 1.
       01 WS-PART-CLASS                   PIC X(01) VALUE 'C'.

      *04/21 Rows per plant and class, and the day's quota of each -
      * the rows spread evenly over the class's interval, rounded
      * up, so the whole class comes round inside it.
       01 WS-QUOTA-TABLE.
           05 WS-PQ-ENTRY OCCURS 30 TIMES.
              10 WS-PQ-PLANT-CODE         PIC X(03).
              10 WS-PQ-CLASS              PIC X(01).
              10 WS-PQ-ROW-CTR            PIC 9(07).
              10 WS-PQ-QUOTA              PIC 9(05).
              10 WS-PQ-PICKED             PIC 9(05).
       01 WS-PQ-MAX                       PIC 9(02) VALUE ZERO.
       01 WS-PQ-IDX                       PIC 9(02) VALUE 1.
       01 WS-PQ-FOUND-IDX                 PIC 9(02) VALUE ZERO.

      *04/21 Today's selections, sorted by plant for the sheets.
       01 WS-SHEET-TABLE.
           05 WS-SH-ENTRY OCCURS 5000 TIMES.
              10 WS-SH-PLANT-CODE         PIC X(03).
              10 WS-SH-PART-NUMBER        PIC X(23).
              10 WS-SH-CLASS              PIC X(01).
              10 WS-SH-LAST-COUNTED       PIC 9(08).
       01 WS-SH-MAX                       PIC 9(04) VALUE ZERO.
       01 WS-SH-IDX                       PIC 9(04) VALUE 1.
       01 WS-SH-SWAP                      PIC X(35) VALUE SPACES.
       01 WS-BREAK-PLANT                  PIC X(03) VALUE SPACES.

      *04/21 Tonight's applied counts, sorted by the size of the
      * variance in money, either way.
       01 WS-VARIANCE-TABLE.
           05 WS-VR-ENTRY OCCURS 5000 TIMES.
              10 WS-VR-PLANT-CODE         PIC X(03).
              10 WS-VR-PART-NUMBER        PIC X(23).
              10 WS-VR-CLASS              PIC X(01).
              10 WS-VR-COUNT-DATE         PIC 9(08).
              10 WS-VR-COUNTER-ID         PIC X(08).
              10 WS-VR-BOOK-QTY           PIC 9(07).
              10 WS-VR-COUNTED-QTY        PIC 9(07).
              10 WS-VR-VAR-QTY            PIC S9(07).
              10 WS-VR-VAR-VALUE          PIC S9(9)V99.
              10 WS-VR-ABS-VALUE          PIC 9(9)V99.
       01 WS-VR-MAX                       PIC 9(04) VALUE ZERO.
       01 WS-VR-IDX                       PIC 9(04) VALUE 1.
       01 WS-VR-SWAP                      PIC X(86) VALUE SPACES.
       01 WS-NET-VAR-VALUE                PIC S9(11)V99 VALUE ZERO.
       01 WS-GROSS-VAR-VALUE              PIC 9(11)V99 VALUE ZERO.

       01 WS-SORT-I                       PIC 9(04) VALUE ZERO.
       01 WS-SORT-J                       PIC 9(04) VALUE ZERO.
       01 WS-STD-COST                     PIC 9(7)V99 VALUE ZERO.
       01 WS-REF-DATE                     PIC 9(08) VALUE ZERO.
       01 WS-DAYS-SINCE                   PIC S9(7) VALUE ZERO.
       01 WS-ADJ-QTY                      PIC S9(9) VALUE ZERO.
       01 WS-DUE-FLAG                     PIC X(01) VALUE 'N'.
           88 ROW-IS-DUE                        VALUE 'Y'.
       01 WS-FINDING                      PIC X(30) VALUE SPACES.

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
              'Destiny Auto Parts - Cycle Count'.
           05 FILLER              PIC X(54)      VALUE SPACES.
           05 FILLER              PIC X(5)       VALUE 'PAGE '.
           05 WS-PAGE-NO-OUT      PIC ZZZ9       VALUE ZERO.
       01 WS-SECTION-LINE.
           05 FILLER              PIC X(3)       VALUE SPACES.
           05 WS-SECTION-TITLE    PIC X(60)      VALUE SPACES.
           05 FILLER              PIC X(70)      VALUE SPACES.

       01 WS-VAR-HEADER.
          05 FILLER              PIC X(3)       VALUE SPACES.
          05 FILLER              PIC X(06)      VALUE 'Plant'.
          05 FILLER              PIC X(25)      VALUE 'Part Number'.
          05 FILLER              PIC X(04)      VALUE 'Cls'.
          05 FILLER              PIC X(10)      VALUE 'Counted'.
          05 FILLER              PIC X(10)      VALUE 'By'.
          05 FILLER              PIC X(10)      VALUE '      Book'.
          05 FILLER              PIC X(10)      VALUE '     Found'.
          05 FILLER              PIC X(11)      VALUE '   Var Qty'.
          05 FILLER              PIC X(18)      VALUE
             '    Variance Value'.
       01 WS-VAR-LINE-OUT.
          05 FILLER                 PIC X(3)       VALUE SPACES.
          05 VAR-PLANT-OUT          PIC X(03)      VALUE SPACES.
          05 FILLER                 PIC X(03)      VALUE SPACES.
          05 VAR-PART-OUT           PIC X(23)      VALUE SPACES.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 VAR-CLASS-OUT          PIC X(01)      VALUE SPACES.
          05 FILLER                 PIC X(03)      VALUE SPACES.
          05 VAR-DATE-OUT           PIC X(08)      VALUE SPACES.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 VAR-COUNTER-OUT        PIC X(08)      VALUE SPACES.
          05 FILLER                 PIC X(01)      VALUE SPACES.
          05 VAR-BOOK-OUT           PIC Z,ZZZ,ZZ9  VALUE ZERO.
          05 FILLER                 PIC X(01)      VALUE SPACES.
          05 VAR-FOUND-OUT          PIC Z,ZZZ,ZZ9  VALUE ZERO.
          05 FILLER                 PIC X(01)      VALUE SPACES.
          05 VAR-QTY-OUT            PIC -,---,--9  VALUE ZERO.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 VAR-VALUE-OUT          PIC -,---,---,--9.99 VALUE ZERO.

       01 WS-REFUSED-HEADER.
          05 FILLER              PIC X(3)       VALUE SPACES.
          05 FILLER              PIC X(06)      VALUE 'Plant'.
          05 FILLER              PIC X(25)      VALUE 'Part Number'.
          05 FILLER              PIC X(10)      VALUE 'Counted'.
          05 FILLER              PIC X(10)      VALUE 'By'.
          05 FILLER              PIC X(10)      VALUE '     Found'.
          05 FILLER              PIC X(30)      VALUE 'Finding'.
       01 WS-REFUSED-LINE-OUT.
          05 FILLER                 PIC X(3)       VALUE SPACES.
          05 REF-PLANT-OUT          PIC X(03)      VALUE SPACES.
          05 FILLER                 PIC X(03)      VALUE SPACES.
          05 REF-PART-OUT           PIC X(23)      VALUE SPACES.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 REF-DATE-OUT           PIC X(08)      VALUE SPACES.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 REF-COUNTER-OUT        PIC X(08)      VALUE SPACES.
          05 FILLER                 PIC X(01)      VALUE SPACES.
          05 REF-FOUND-OUT          PIC X(09)      VALUE SPACES.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 REF-FINDING-OUT        PIC X(30)      VALUE SPACES.

      *04/21 The count sheet is blind - the counter writes down what
      * is on the shelf, not what the book says should be.
       01 WS-SHEET-PLANT-LINE.
          05 FILLER              PIC X(3)       VALUE SPACES.
          05 FILLER              PIC X(18)      VALUE
             'COUNT SHEET PLANT '.
          05 SHT-PLANT-CODE-OUT  PIC X(03)      VALUE SPACES.
          05 FILLER              PIC X(02)      VALUE SPACES.
          05 SHT-PLANT-NAME-OUT  PIC X(20)      VALUE SPACES.
          05 FILLER              PIC X(13)      VALUE
             '  COUNT DATE '.
          05 SHT-DATE-OUT        PIC X(08)      VALUE SPACES.
       01 WS-SHEET-HEADER.
          05 FILLER              PIC X(3)       VALUE SPACES.
          05 FILLER              PIC X(25)      VALUE 'Part Number'.
          05 FILLER              PIC X(06)      VALUE 'Class'.
          05 FILLER              PIC X(14)      VALUE 'Last Counted'.
          05 FILLER              PIC X(20)      VALUE 'Quantity Found'.
          05 FILLER              PIC X(20)      VALUE 'Counted By'.
       01 WS-SHEET-LINE-OUT.
          05 FILLER                 PIC X(3)       VALUE SPACES.
          05 SHT-PART-OUT           PIC X(23)      VALUE SPACES.
          05 FILLER                 PIC X(04)      VALUE SPACES.
          05 SHT-CLASS-OUT          PIC X(01)      VALUE SPACES.
          05 FILLER                 PIC X(03)      VALUE SPACES.
          05 SHT-LAST-OUT           PIC X(08)      VALUE SPACES.
          05 FILLER                 PIC X(06)      VALUE SPACES.
          05 FILLER                 PIC X(20)      VALUE
             '______________'.
          05 FILLER                 PIC X(20)      VALUE
             '______________'.

       01 WS-SUMMARY-LINE.
           05 FILLER                PIC X(3)  VALUE SPACES.
           05 WS-SUMMARY-LABEL      PIC X(34) VALUE SPACES.
           05 WS-SUMMARY-COUNT      PIC ZZZ,ZZZ,ZZ9 VALUE ZERO.
           05 FILLER                PIC X(96) VALUE SPACES.
       01 WS-SUMMARY-AMOUNT-LINE.
           05 FILLER                PIC X(3)  VALUE SPACES.
           05 WS-SUMMARY-AMT-LABEL  PIC X(34) VALUE SPACES.
           05 WS-SUMMARY-AMOUNT     PIC -,---,---,--9.99 VALUE ZERO.
           05 FILLER                PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN.
           PERFORM 000-Housekeeping.
           PERFORM 100-Main2 UNTIL ONHAND-END-OF-FILE.
           MOVE 'COUNT RESULTS NOT APPLIED' TO WS-SECTION-TITLE.
           PERFORM 820-Write-Section.
           WRITE PRINT-REC FROM WS-REFUSED-HEADER.
           ADD 1 TO WS-LINE-KTR.
           PERFORM 410-Read-CNTRSLT.
           PERFORM 250-ApplyResult
              THRU 250-ApplyResult-Exit
              UNTIL CNTRSLT-EOF.
           PERFORM 500-SortVariances
              THRU 500-SortVariances-Exit.
           PERFORM 700-PrintVariances.
           PERFORM 520-CountQuotas.
           PERFORM 530-SelectCounts.
           PERFORM 560-SortSheets
              THRU 560-SortSheets-Exit.
           PERFORM 750-PrintSheets.
           PERFORM 920-WriteAdjusted.
           PERFORM 940-WriteCountMaster.
           PERFORM 900-WriteSummary.
           PERFORM 600-CLOSE-FILES.
           GOBACK.

       000-Housekeeping.
           PERFORM 370-LoadProcessDate.
           MOVE PROCESS-DATE TO WS-DATE-IN-STR-CEE.
           PERFORM 510-DayNumber.
           MOVE WS-DAY-INT TO WS-TODAY-INT.
           PERFORM 300-Open-Files.
           MOVE SPACES TO PRINT-REC.
           PERFORM 800-NEW-PAGE.
      * Priming Read
           PERFORM 400-Read-ONHAND.

       100-Main2.
           PERFORM 200-PostBalance.
           PERFORM 400-Read-ONHAND.

      *04/21 Tonight's balance onto the part/plant's count row - a
      * part/plant never seen before gets a row, never counted and
      * never selected, so it is due at once.
       200-PostBalance.
           MOVE OH-PART-NUMBER TO WS-SEARCH-PART.
           MOVE OH-PLANT-CODE TO WS-SEARCH-PLANT.
           PERFORM 210-FindCountRow.
           IF WS-CM-FOUND-IDX = ZERO
              IF WS-CM-MAX >= 30000
                 DISPLAY 'CYCCOUNT - COUNT TABLE FULL AT 30000 '
                    'ROWS - RAISE OCCURS IN CYCCOUNT'
                 GO TO 2000-ABEND-RTN
              END-IF
              ADD 1 TO WS-CM-MAX
              MOVE WS-CM-MAX TO WS-CM-FOUND-IDX
              INITIALIZE WS-CM-ENTRY (WS-CM-FOUND-IDX)
              MOVE OH-PART-NUMBER
                 TO WS-CM-PART-NUMBER (WS-CM-FOUND-IDX)
              MOVE OH-PLANT-CODE TO WS-CM-PLANT-CODE (WS-CM-FOUND-IDX)
           END-IF.
           PERFORM 220-FindPartClass.
           MOVE WS-PART-CLASS TO WS-CM-ABC-CLASS (WS-CM-FOUND-IDX).
           MOVE OH-QTY-ON-HAND TO WS-CM-BOOK-TODAY (WS-CM-FOUND-IDX).
           MOVE OH-WEEKLY-USAGE
              TO WS-CM-USAGE-TODAY (WS-CM-FOUND-IDX).
           MOVE 'Y' TO WS-CM-SEEN-FLAG (WS-CM-FOUND-IDX).

       210-FindCountRow.
           MOVE ZERO TO WS-CM-FOUND-IDX.
           PERFORM VARYING WS-CM-IDX FROM 1 BY 1
              UNTIL WS-CM-IDX > WS-CM-MAX
                 OR WS-CM-FOUND-IDX > ZERO
                 IF WS-CM-PART-NUMBER (WS-CM-IDX) = WS-SEARCH-PART
                    AND WS-CM-PLANT-CODE (WS-CM-IDX) = WS-SEARCH-PLANT
                    MOVE WS-CM-IDX TO WS-CM-FOUND-IDX
                 END-IF
           END-PERFORM.

       220-FindPartClass.
           MOVE 'C' TO WS-PART-CLASS.
           PERFORM VARYING WS-CP-IDX FROM 1 BY 1
              UNTIL WS-CP-IDX > WS-CP-MAX
                 OR WS-PART-CLASS NOT = 'C'
                 IF WS-CP-PART-NUMBER (WS-CP-IDX) = OH-PART-NUMBER
                    MOVE WS-CP-CLASS (WS-CP-IDX) TO WS-PART-CLASS
                 END-IF
           END-PERFORM.

      *04/21 A count is applied only against a part/plant on
      * tonight's ONHAND - the book figure it is measured against is
      * tonight's, so the sheets must be keyed the day after the
      * count, before the warehouse moves the stock again. A count
      * older than the one already applied is refused rather than
      * undo it.
       250-ApplyResult.
           MOVE SPACES TO WS-FINDING.
           EVALUATE TRUE
              WHEN CR-COUNTED-QTY NOT NUMERIC
                 MOVE 'COUNTED QTY NOT NUMERIC' TO WS-FINDING
              WHEN CR-COUNT-DATE NOT NUMERIC
                 MOVE 'COUNT DATE NOT VALID' TO WS-FINDING
              WHEN CR-COUNT-DATE > PROCESS-DATE
                 MOVE 'COUNT DATE IN THE FUTURE' TO WS-FINDING
           END-EVALUATE.
           IF WS-FINDING NOT = SPACES
              PERFORM 260-RefuseResult
              GO TO 250-ApplyResult-Next
           END-IF.
           MOVE CR-PART-NUMBER TO WS-SEARCH-PART.
           MOVE CR-PLANT-CODE TO WS-SEARCH-PLANT.
           PERFORM 210-FindCountRow.
           IF WS-CM-FOUND-IDX = ZERO
              MOVE 'NOT ON TONIGHT''S ONHAND' TO WS-FINDING
           ELSE
              IF NOT WS-CM-ON-ONHAND (WS-CM-FOUND-IDX)
                 MOVE 'NOT ON TONIGHT''S ONHAND' TO WS-FINDING
              ELSE
                 IF CR-COUNT-DATE
                       < WS-CM-LAST-COUNTED (WS-CM-FOUND-IDX)
                    MOVE 'OLDER THAN COUNT ON FILE' TO WS-FINDING
                 END-IF
              END-IF
           END-IF.
           IF WS-FINDING NOT = SPACES
              PERFORM 260-RefuseResult
              GO TO 250-ApplyResult-Next
           END-IF.
           MOVE WS-CM-BOOK-TODAY (WS-CM-FOUND-IDX)
              TO WS-CM-BOOK-AT-COUNT (WS-CM-FOUND-IDX).
           MOVE CR-COUNTED-QTY TO WS-CM-COUNTED-QTY (WS-CM-FOUND-IDX).
           MOVE CR-COUNT-DATE TO WS-CM-LAST-COUNTED (WS-CM-FOUND-IDX).
           ADD 1 TO WS-APPLIED-CTR.
           PERFORM 270-AddVariance.
       250-ApplyResult-Next.
           PERFORM 410-Read-CNTRSLT.
       250-ApplyResult-Exit.
           EXIT.

       260-RefuseResult.
           ADD 1 TO WS-REFUSED-CTR.
           MOVE SPACES TO WS-REFUSED-LINE-OUT.
           MOVE CR-PLANT-CODE TO REF-PLANT-OUT.
           MOVE CR-PART-NUMBER TO REF-PART-OUT.
           MOVE CR-COUNT-DATE TO REF-DATE-OUT.
           MOVE CR-COUNTER-ID TO REF-COUNTER-OUT.
           MOVE CR-COUNTED-QTY TO REF-FOUND-OUT.
           MOVE WS-FINDING TO REF-FINDING-OUT.
           IF WS-LINE-KTR > WS-MAX-LINES-PER-PAGE
              PERFORM 800-NEW-PAGE
              PERFORM 820-Write-Section
              WRITE PRINT-REC FROM WS-REFUSED-HEADER
              ADD 1 TO WS-LINE-KTR
           END-IF.
           WRITE PRINT-REC FROM WS-REFUSED-LINE-OUT.
           ADD 1 TO WS-LINE-KTR.

      *04/21 Found less book, extended at standard. A part with no
      * standard still shows its quantity variance, at zero value.
       270-AddVariance.
           IF WS-VR-MAX >= 5000
              DISPLAY 'CYCCOUNT - VARIANCE TABLE FULL AT 5000 '
                 'ROWS - RAISE OCCURS IN CYCCOUNT'
              GO TO 2000-ABEND-RTN
           END-IF.
           ADD 1 TO WS-VR-MAX.
           MOVE CR-PLANT-CODE TO WS-VR-PLANT-CODE (WS-VR-MAX).
           MOVE CR-PART-NUMBER TO WS-VR-PART-NUMBER (WS-VR-MAX).
           MOVE WS-CM-ABC-CLASS (WS-CM-FOUND-IDX)
              TO WS-VR-CLASS (WS-VR-MAX).
           MOVE CR-COUNT-DATE TO WS-VR-COUNT-DATE (WS-VR-MAX).
           MOVE CR-COUNTER-ID TO WS-VR-COUNTER-ID (WS-VR-MAX).
           MOVE WS-CM-BOOK-AT-COUNT (WS-CM-FOUND-IDX)
              TO WS-VR-BOOK-QTY (WS-VR-MAX).
           MOVE CR-COUNTED-QTY TO WS-VR-COUNTED-QTY (WS-VR-MAX).
           COMPUTE WS-VR-VAR-QTY (WS-VR-MAX) =
              CR-COUNTED-QTY - WS-CM-BOOK-AT-COUNT (WS-CM-FOUND-IDX).
           MOVE ZERO TO WS-STD-COST.
           PERFORM VARYING WS-STDCOST-INDEX FROM 1 BY 1
              UNTIL WS-STDCOST-INDEX > STD-COST-MAX
                 OR WS-STD-COST > ZERO
                 IF SC-PART-NUMBER (WS-STDCOST-INDEX)
                       = CR-PART-NUMBER
                    MOVE SC-STD-COST (WS-STDCOST-INDEX)
                       TO WS-STD-COST
                 END-IF
           END-PERFORM.
           COMPUTE WS-VR-VAR-VALUE (WS-VR-MAX) =
              WS-VR-VAR-QTY (WS-VR-MAX) * WS-STD-COST.
           IF WS-VR-VAR-VALUE (WS-VR-MAX) < ZERO
              COMPUTE WS-VR-ABS-VALUE (WS-VR-MAX) =
                 ZERO - WS-VR-VAR-VALUE (WS-VR-MAX)
           ELSE
              MOVE WS-VR-VAR-VALUE (WS-VR-MAX)
                 TO WS-VR-ABS-VALUE (WS-VR-MAX)
           END-IF.
           ADD WS-VR-VAR-VALUE (WS-VR-MAX) TO WS-NET-VAR-VALUE.
           ADD WS-VR-ABS-VALUE (WS-VR-MAX) TO WS-GROSS-VAR-VALUE.

       300-Open-Files.
           OPEN INPUT CNTMST.
           IF CNTMST-NOT-FOUND
              CONTINUE
           ELSE
              IF CNTMST-KEY NOT = '00'
                 DISPLAY 'File Problem openning CNTMST'
                 GO TO 2000-ABEND-RTN
              ELSE
                 PERFORM 340-LoadCountMaster UNTIL CNTMST-EOF
                 CLOSE CNTMST
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
                PERFORM 320-LoadClassParts UNTIL PARTMAST-EOF
                CLOSE PARTMAST
           END-IF.

           OPEN INPUT STDCOST.
      *    Input File Status Checking for STDCOST
           IF IN-STDCOST-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning Input STDCOST'
                GO TO 2000-ABEND-RTN
           ELSE
                PERFORM 3900-LoadStandardCosts
           END-IF.

           OPEN INPUT PLANTS.
      *    Input File Status Checking for PLANTS
           IF IN-PLANTS-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning Input PLANTS'
                GO TO 2000-ABEND-RTN
           ELSE
                PERFORM 3800-LoadPlantTable
           END-IF.

           OPEN INPUT ONHAND.
      *    Input File Status Checking for ONHAND
           IF IN-ONHAND-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning Input ONHAND'
                GO TO 2000-ABEND-RTN
           END-IF.

           OPEN INPUT CNTRSLT.
      *    Input File Status Checking for CNTRSLT
           IF IN-CNTRSLT-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning Input CNTRSLT'
                GO TO 2000-ABEND-RTN
           END-IF.

           OPEN OUTPUT ONHADJ.
           IF OUT-ONHADJ-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning Output ONHADJ'
                GO TO 2000-ABEND-RTN
           END-IF.

           OPEN OUTPUT PRINT-LINE.

       320-LoadClassParts.
           READ PARTMAST
              AT END
                 MOVE 'Y' TO PARTMAST-EOF-WS
           END-READ.
           IF NOT PARTMAST-EOF
              AND (PM-ABC-CLASS = 'A' OR PM-ABC-CLASS = 'B')
              IF WS-CP-MAX >= 20000
                 DISPLAY 'CYCCOUNT - CLASS PART TABLE FULL AT 20000 '
                    'PARTS - RAISE OCCURS IN CYCCOUNT'
                 GO TO 2000-ABEND-RTN
              END-IF
              ADD 1 TO WS-CP-MAX
              MOVE PM-PART-NUMBER TO WS-CP-PART-NUMBER (WS-CP-MAX)
              MOVE PM-ABC-CLASS TO WS-CP-CLASS (WS-CP-MAX)
           END-IF.

       340-LoadCountMaster.
           READ CNTMST
              AT END
                 MOVE 'Y' TO CNTMST-EOF-WS
           END-READ.
      *04/21 A master already stamped with tonight's process date
      * means tonight's counts are already applied and tonight's
      * sheets already printed - stop rather than select twice, the
      * CONSBAL stand.
           IF NOT CNTMST-EOF
              AND CM-LAST-RUN-DATE = PROCESS-DATE
              DISPLAY 'CYCCOUNT - CNTMST ALREADY CARRIES THE RUN '
                 'FOR ' PROCESS-DATE ' - RERUN WOULD SELECT TWICE. '
                 'RESTORE CNTMST BEFORE RERUNNING'
              GO TO 2000-ABEND-RTN
           END-IF.
           IF NOT CNTMST-EOF
              IF WS-CM-MAX >= 30000
                 DISPLAY 'CYCCOUNT - COUNT TABLE FULL AT 30000 '
                    'ROWS - RAISE OCCURS IN CYCCOUNT'
                 GO TO 2000-ABEND-RTN
              END-IF
              ADD 1 TO WS-CM-MAX
              INITIALIZE WS-CM-ENTRY (WS-CM-MAX)
              MOVE CNTMST-REC TO WS-CM-ROW (WS-CM-MAX)
              MOVE 'N' TO WS-CM-SEEN-FLAG (WS-CM-MAX)
              ADD 1 TO WS-IN-COUNT-CTR
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

      *04/21 Loads PLANT-TABLE from PLANTS, same shape as FINALEX's
      * plant load.
       3800-LoadPlantTable.
           INITIALIZE PLANT-TABLE.
           MOVE 1 TO WS-PLANT-INDEX.
           PERFORM 3850-ReadNextPlant UNTIL PLANTS-EOF.
           COMPUTE PLANT-MAX = WS-PLANT-INDEX - 1.
           CLOSE PLANTS.

       3850-ReadNextPlant.
           READ PLANTS
              AT END
                 MOVE 'Y' TO PLANTS-EOF-WS
           END-READ.
           IF NOT PLANTS-EOF
              IF WS-PLANT-INDEX > 10
                 DISPLAY 'CYCCOUNT - PLANT TABLE FULL AT 10 ROWS - '
                    'RAISE OCCURS IN COPYBOOK'
                 GO TO 2000-ABEND-RTN
              END-IF
              MOVE PLANTS-REC TO PLANT-LIST (WS-PLANT-INDEX)
              ADD 1 TO WS-PLANT-INDEX
           END-IF.

      *04/21 Loads STD-COST-TABLE from STDCOST, same shape as
      * PPVRPT's.
       3900-LoadStandardCosts.
           INITIALIZE STD-COST-TABLE.
           MOVE 1 TO WS-STDCOST-INDEX.
           PERFORM 3950-ReadNextStandard UNTIL STDCOST-EOF.
           COMPUTE STD-COST-MAX = WS-STDCOST-INDEX - 1.
           CLOSE STDCOST.

       3950-ReadNextStandard.
           READ STDCOST
              AT END
                 MOVE 'Y' TO STDCOST-EOF-WS
           END-READ.
           IF NOT STDCOST-EOF
              IF WS-STDCOST-INDEX > 2000
                 DISPLAY 'CYCCOUNT - STDCOST TABLE FULL AT 2000 ROWS'
                    ' - RAISE OCCURS IN COPYBOOK'
                 GO TO 2000-ABEND-RTN
              END-IF
              MOVE STDCOST-REC TO STD-COST-LIST (WS-STDCOST-INDEX)
              ADD 1 TO WS-STDCOST-INDEX
           END-IF.

       400-Read-ONHAND.
           READ ONHAND
                AT END MOVE "Y" TO ONHAND-EOF-WS
           END-READ.
           IF (NOT ONHAND-END-OF-FILE) THEN
              ADD +1 TO WS-IN-ONHAND-CTR
           END-IF.

       410-Read-CNTRSLT.
           READ CNTRSLT
                AT END MOVE "Y" TO CNTRSLT-EOF-WS
           END-READ.
           IF (NOT CNTRSLT-EOF) THEN
              ADD +1 TO WS-IN-RESULTS-CTR
           END-IF.

      *04/21 Biggest money first, shortage or overage alike - the
      * exchange sort EXPEDITE uses for its action list.
       500-SortVariances.
           IF WS-VR-MAX < 2
              GO TO 500-SortVariances-Exit
           END-IF.
           PERFORM VARYING WS-SORT-I FROM 1 BY 1
              UNTIL WS-SORT-I >= WS-VR-MAX
              PERFORM VARYING WS-SORT-J FROM 1 BY 1
                 UNTIL WS-SORT-J >= WS-VR-MAX
                 IF WS-VR-ABS-VALUE (WS-SORT-J) <
                       WS-VR-ABS-VALUE (WS-SORT-J + 1)
                    MOVE WS-VR-ENTRY (WS-SORT-J) TO WS-VR-SWAP
                    MOVE WS-VR-ENTRY (WS-SORT-J + 1)
                       TO WS-VR-ENTRY (WS-SORT-J)
                    MOVE WS-VR-SWAP TO WS-VR-ENTRY (WS-SORT-J + 1)
                 END-IF
              END-PERFORM
           END-PERFORM.
       500-SortVariances-Exit.
           EXIT.

      *04/21 Lilian day number for the date in WS-DATE-IN-STR-CEE -
      * zero when CEEDAYS will not take it.
       510-DayNumber.
           CALL "CEEDAYS" USING WS-DATE-IN-CEE, WS-PICSTR-IN,
              WS-DAY-INT, FC.
           IF FC-SEV NOT = ZERO
              MOVE ZERO TO WS-DAY-INT
           END-IF.

      *04/21 Rows on tonight's ONHAND by plant and class, and the
      * day's quota for each.
       520-CountQuotas.
           PERFORM VARYING WS-CM-IDX FROM 1 BY 1
              UNTIL WS-CM-IDX > WS-CM-MAX
                 IF WS-CM-ON-ONHAND (WS-CM-IDX)
                    PERFORM 525-FindQuota
                    ADD 1 TO WS-PQ-ROW-CTR (WS-PQ-FOUND-IDX)
                 END-IF
           END-PERFORM.
           PERFORM VARYING WS-PQ-IDX FROM 1 BY 1
              UNTIL WS-PQ-IDX > WS-PQ-MAX
                 EVALUATE WS-PQ-CLASS (WS-PQ-IDX)
                    WHEN 'A' MOVE WS-A-INTERVAL TO WS-INTERVAL
                    WHEN 'B' MOVE WS-B-INTERVAL TO WS-INTERVAL
                    WHEN OTHER MOVE WS-C-INTERVAL TO WS-INTERVAL
                 END-EVALUATE
                 COMPUTE WS-PQ-QUOTA (WS-PQ-IDX) =
                    (WS-PQ-ROW-CTR (WS-PQ-IDX) + WS-INTERVAL - 1)
                    / WS-INTERVAL
           END-PERFORM.

       525-FindQuota.
           MOVE ZERO TO WS-PQ-FOUND-IDX.
           PERFORM VARYING WS-PQ-IDX FROM 1 BY 1
              UNTIL WS-PQ-IDX > WS-PQ-MAX
                 OR WS-PQ-FOUND-IDX > ZERO
                 IF WS-PQ-PLANT-CODE (WS-PQ-IDX)
                       = WS-CM-PLANT-CODE (WS-CM-IDX)
                    AND WS-PQ-CLASS (WS-PQ-IDX)
                       = WS-CM-ABC-CLASS (WS-CM-IDX)
                    MOVE WS-PQ-IDX TO WS-PQ-FOUND-IDX
                 END-IF
           END-PERFORM.
           IF WS-PQ-FOUND-IDX = ZERO
              IF WS-PQ-MAX >= 30
                 DISPLAY 'CYCCOUNT - QUOTA TABLE FULL AT 30 ROWS - '
                    'RAISE OCCURS IN CYCCOUNT'
                 GO TO 2000-ABEND-RTN
              END-IF
              ADD 1 TO WS-PQ-MAX
              MOVE WS-PQ-MAX TO WS-PQ-FOUND-IDX
              MOVE WS-CM-PLANT-CODE (WS-CM-IDX)
                 TO WS-PQ-PLANT-CODE (WS-PQ-MAX)
              MOVE WS-CM-ABC-CLASS (WS-CM-IDX)
                 TO WS-PQ-CLASS (WS-PQ-MAX)
              MOVE ZERO TO WS-PQ-ROW-CTR (WS-PQ-MAX)
              MOVE ZERO TO WS-PQ-QUOTA (WS-PQ-MAX)
              MOVE ZERO TO WS-PQ-PICKED (WS-PQ-MAX)
           END-IF.

      *04/21 A row is due once its class's interval has passed since
      * it was last counted or last put on a sheet, whichever is
      * later - so a sheet never keyed comes round again after one
      * interval instead of every night. Never-counted rows are due
      * at once. Due rows are taken in master order up to the day's
      * quota; one passed over stays due and is taken on a later
      * night.
       530-SelectCounts.
           PERFORM VARYING WS-CM-IDX FROM 1 BY 1
              UNTIL WS-CM-IDX > WS-CM-MAX
                 IF WS-CM-ON-ONHAND (WS-CM-IDX)
                    PERFORM 540-CheckDue
                    IF ROW-IS-DUE
                       PERFORM 525-FindQuota
                       IF WS-PQ-PICKED (WS-PQ-FOUND-IDX)
                             < WS-PQ-QUOTA (WS-PQ-FOUND-IDX)
                          PERFORM 550-SelectRow
                       ELSE
                          ADD 1 TO WS-DUE-LEFT-CTR
                       END-IF
                    END-IF
                 END-IF
           END-PERFORM.

       540-CheckDue.
           MOVE 'N' TO WS-DUE-FLAG.
           EVALUATE WS-CM-ABC-CLASS (WS-CM-IDX)
              WHEN 'A' MOVE WS-A-INTERVAL TO WS-INTERVAL
              WHEN 'B' MOVE WS-B-INTERVAL TO WS-INTERVAL
              WHEN OTHER MOVE WS-C-INTERVAL TO WS-INTERVAL
           END-EVALUATE.
           MOVE WS-CM-LAST-COUNTED (WS-CM-IDX) TO WS-REF-DATE.
           IF WS-CM-LAST-SELECTED (WS-CM-IDX) > WS-REF-DATE
              MOVE WS-CM-LAST-SELECTED (WS-CM-IDX) TO WS-REF-DATE
           END-IF.
           IF WS-REF-DATE = ZERO
              MOVE 'Y' TO WS-DUE-FLAG
           ELSE
              MOVE WS-REF-DATE TO WS-DATE-IN-STR-CEE
              PERFORM 510-DayNumber
              IF WS-DAY-INT = ZERO
                 MOVE 'Y' TO WS-DUE-FLAG
              ELSE
                 COMPUTE WS-DAYS-SINCE = WS-TODAY-INT - WS-DAY-INT
                 IF WS-DAYS-SINCE NOT < WS-INTERVAL
                    MOVE 'Y' TO WS-DUE-FLAG
                 END-IF
              END-IF
           END-IF.

       550-SelectRow.
           IF WS-SH-MAX >= 5000
              DISPLAY 'CYCCOUNT - SHEET TABLE FULL AT 5000 '
                 'ROWS - RAISE OCCURS IN CYCCOUNT'
              GO TO 2000-ABEND-RTN
           END-IF.
           ADD 1 TO WS-SH-MAX.
           MOVE WS-CM-PLANT-CODE (WS-CM-IDX)
              TO WS-SH-PLANT-CODE (WS-SH-MAX).
           MOVE WS-CM-PART-NUMBER (WS-CM-IDX)
              TO WS-SH-PART-NUMBER (WS-SH-MAX).
           MOVE WS-CM-ABC-CLASS (WS-CM-IDX) TO WS-SH-CLASS (WS-SH-MAX).
           MOVE WS-CM-LAST-COUNTED (WS-CM-IDX)
              TO WS-SH-LAST-COUNTED (WS-SH-MAX).
           MOVE PROCESS-DATE TO WS-CM-LAST-SELECTED (WS-CM-IDX).
           ADD 1 TO WS-PQ-PICKED (WS-PQ-FOUND-IDX).
           ADD 1 TO WS-SELECTED-CTR.

      *04/21 Plant, then part, for the sheets.
       560-SortSheets.
           IF WS-SH-MAX < 2
              GO TO 560-SortSheets-Exit
           END-IF.
           PERFORM VARYING WS-SORT-I FROM 1 BY 1
              UNTIL WS-SORT-I >= WS-SH-MAX
              PERFORM VARYING WS-SORT-J FROM 1 BY 1
                 UNTIL WS-SORT-J >= WS-SH-MAX
                 IF WS-SH-ENTRY (WS-SORT-J) (1:26) >
                       WS-SH-ENTRY (WS-SORT-J + 1) (1:26)
                    MOVE WS-SH-ENTRY (WS-SORT-J) TO WS-SH-SWAP
                    MOVE WS-SH-ENTRY (WS-SORT-J + 1)
                       TO WS-SH-ENTRY (WS-SORT-J)
                    MOVE WS-SH-SWAP TO WS-SH-ENTRY (WS-SORT-J + 1)
                 END-IF
              END-PERFORM
           END-PERFORM.
       560-SortSheets-Exit.
           EXIT.

       600-CLOSE-FILES.
           CLOSE  ONHAND, CNTRSLT, ONHADJ, PRINT-LINE.

      * Matches the fix in FINALEX's 2000-ABEND-RTN - DISPLAY and
      * EXIT alone just fell through to whatever paragraph follows.
       2000-ABEND-RTN.
           DISPLAY 'PROGRAM ENCOUNTERED AN ERROR'.
           MOVE 16 TO RETURN-CODE.
           GOBACK.

       700-PrintVariances.
           MOVE 'COUNT VARIANCES - LARGEST VALUE FIRST'
              TO WS-SECTION-TITLE.
           PERFORM 800-NEW-PAGE.
           PERFORM 820-Write-Section.
           WRITE PRINT-REC FROM WS-VAR-HEADER.
           ADD 1 TO WS-LINE-KTR.
           PERFORM VARYING WS-VR-IDX FROM 1 BY 1
              UNTIL WS-VR-IDX > WS-VR-MAX
                 PERFORM 710-Write-Variance-Line
           END-PERFORM.

       710-Write-Variance-Line.
           IF WS-LINE-KTR > WS-MAX-LINES-PER-PAGE
              PERFORM 800-NEW-PAGE
              PERFORM 820-Write-Section
              WRITE PRINT-REC FROM WS-VAR-HEADER
              ADD 1 TO WS-LINE-KTR
           END-IF.
           MOVE WS-VR-PLANT-CODE (WS-VR-IDX) TO VAR-PLANT-OUT.
           MOVE WS-VR-PART-NUMBER (WS-VR-IDX) TO VAR-PART-OUT.
           MOVE WS-VR-CLASS (WS-VR-IDX) TO VAR-CLASS-OUT.
           MOVE WS-VR-COUNT-DATE (WS-VR-IDX) TO VAR-DATE-OUT.
           MOVE WS-VR-COUNTER-ID (WS-VR-IDX) TO VAR-COUNTER-OUT.
           MOVE WS-VR-BOOK-QTY (WS-VR-IDX) TO VAR-BOOK-OUT.
           MOVE WS-VR-COUNTED-QTY (WS-VR-IDX) TO VAR-FOUND-OUT.
           MOVE WS-VR-VAR-QTY (WS-VR-IDX) TO VAR-QTY-OUT.
           MOVE WS-VR-VAR-VALUE (WS-VR-IDX) TO VAR-VALUE-OUT.
           WRITE PRINT-REC FROM WS-VAR-LINE-OUT.
           ADD 1 TO WS-LINE-KTR.

      *04/21 A fresh page per plant, so each sheet can go to its own
      * building.
       750-PrintSheets.
           MOVE SPACES TO WS-BREAK-PLANT.
           PERFORM VARYING WS-SH-IDX FROM 1 BY 1
              UNTIL WS-SH-IDX > WS-SH-MAX
                 IF WS-SH-PLANT-CODE (WS-SH-IDX) NOT = WS-BREAK-PLANT
                    MOVE WS-SH-PLANT-CODE (WS-SH-IDX)
                       TO WS-BREAK-PLANT
                    PERFORM 800-NEW-PAGE
                    PERFORM 760-Write-Sheet-Header
                 END-IF
                 PERFORM 770-Write-Sheet-Line
           END-PERFORM.

       760-Write-Sheet-Header.
           MOVE WS-BREAK-PLANT TO SHT-PLANT-CODE-OUT.
           MOVE SPACES TO SHT-PLANT-NAME-OUT.
           PERFORM VARYING WS-PLANT-INDEX FROM 1 BY 1
              UNTIL WS-PLANT-INDEX > PLANT-MAX
                 IF PL-PLANT-CODE (WS-PLANT-INDEX) = WS-BREAK-PLANT
                    MOVE PL-PLANT-NAME (WS-PLANT-INDEX)
                       TO SHT-PLANT-NAME-OUT
                 END-IF
           END-PERFORM.
           MOVE PROCESS-DATE TO SHT-DATE-OUT.
           WRITE PRINT-REC FROM WS-BLANK-LINE.
           WRITE PRINT-REC FROM WS-SHEET-PLANT-LINE.
           WRITE PRINT-REC FROM WS-BLANK-LINE.
           WRITE PRINT-REC FROM WS-SHEET-HEADER.
           ADD 4 TO WS-LINE-KTR.

       770-Write-Sheet-Line.
           IF WS-LINE-KTR > WS-MAX-LINES-PER-PAGE
              PERFORM 800-NEW-PAGE
              PERFORM 760-Write-Sheet-Header
           END-IF.
           MOVE WS-SH-PART-NUMBER (WS-SH-IDX) TO SHT-PART-OUT.
           MOVE WS-SH-CLASS (WS-SH-IDX) TO SHT-CLASS-OUT.
           IF WS-SH-LAST-COUNTED (WS-SH-IDX) = ZERO
              MOVE 'NEVER' TO SHT-LAST-OUT
           ELSE
              MOVE WS-SH-LAST-COUNTED (WS-SH-IDX) TO SHT-LAST-OUT
           END-IF.
           WRITE PRINT-REC FROM WS-BLANK-LINE.
           WRITE PRINT-REC FROM WS-SHEET-LINE-OUT.
           ADD 2 TO WS-LINE-KTR.

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
           MOVE 'COUNT ROWS CARRIED IN' TO WS-SUMMARY-LABEL.
           MOVE WS-IN-COUNT-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'ONHAND BALANCE ROWS READ' TO WS-SUMMARY-LABEL.
           MOVE WS-IN-ONHAND-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'COUNT RESULTS READ' TO WS-SUMMARY-LABEL.
           MOVE WS-IN-RESULTS-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE '  APPLIED' TO WS-SUMMARY-LABEL.
           MOVE WS-APPLIED-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE '  NOT APPLIED' TO WS-SUMMARY-LABEL.
           MOVE WS-REFUSED-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'NET VARIANCE AT STANDARD' TO WS-SUMMARY-AMT-LABEL.
           MOVE WS-NET-VAR-VALUE TO WS-SUMMARY-AMOUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-AMOUNT-LINE.
           MOVE 'GROSS VARIANCE AT STANDARD'
              TO WS-SUMMARY-AMT-LABEL.
           MOVE WS-GROSS-VAR-VALUE TO WS-SUMMARY-AMOUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-AMOUNT-LINE.
           MOVE 'COUNTS SELECTED FOR TODAY' TO WS-SUMMARY-LABEL.
           MOVE WS-SELECTED-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE '  DUE BUT OVER TODAY''S QUOTA' TO WS-SUMMARY-LABEL.
           MOVE WS-DUE-LEFT-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'ADJUSTED ONHAND ROWS WRITTEN' TO WS-SUMMARY-LABEL.
           MOVE WS-OUT-ONHADJ-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE '  CARRYING A COUNT CORRECTION' TO WS-SUMMARY-LABEL.
           MOVE WS-ADJUSTED-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'COUNT ROWS WRITTEN' TO WS-SUMMARY-LABEL.
           MOVE WS-OUT-COUNT-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.

      *04/21 Tonight's balances with each counted row's correction
      * - what was found less what the book said on the night the
      * count was keyed - carried onto tonight's book figure. The
      * correction stands until the part/plant is counted again;
      * never below zero.
       920-WriteAdjusted.
           PERFORM VARYING WS-CM-IDX FROM 1 BY 1
              UNTIL WS-CM-IDX > WS-CM-MAX
                 IF WS-CM-ON-ONHAND (WS-CM-IDX)
                    PERFORM 930-WriteAdjustedRow
                 END-IF
           END-PERFORM.

       930-WriteAdjustedRow.
           MOVE WS-CM-BOOK-TODAY (WS-CM-IDX) TO WS-ADJ-QTY.
           IF WS-CM-LAST-COUNTED (WS-CM-IDX) > ZERO
              COMPUTE WS-ADJ-QTY = WS-CM-BOOK-TODAY (WS-CM-IDX)
                 + WS-CM-COUNTED-QTY (WS-CM-IDX)
                 - WS-CM-BOOK-AT-COUNT (WS-CM-IDX)
              IF WS-ADJ-QTY < ZERO
                 MOVE ZERO TO WS-ADJ-QTY
              END-IF
              IF WS-ADJ-QTY NOT = WS-CM-BOOK-TODAY (WS-CM-IDX)
                 ADD 1 TO WS-ADJUSTED-CTR
              END-IF
           END-IF.
           MOVE WS-CM-PART-NUMBER (WS-CM-IDX) TO OA-PART-NUMBER.
           MOVE WS-ADJ-QTY TO OA-QTY-ON-HAND.
           MOVE WS-CM-USAGE-TODAY (WS-CM-IDX) TO OA-WEEKLY-USAGE.
           MOVE WS-CM-PLANT-CODE (WS-CM-IDX) TO OA-PLANT-CODE.
           WRITE ONHADJ-REC.
           IF OUT-ONHADJ-KEY NOT = '00'
              GO TO 2000-ABEND-RTN
           END-IF.
           ADD 1 TO WS-OUT-ONHADJ-CTR.

      *04/21 Rewrites the count master whole, every row stamped with
      * the process date for the rerun guard. Rows for a part/plant
      * gone from ONHAND are kept - the history is still good if the
      * part comes back.
       940-WriteCountMaster.
           OPEN OUTPUT CNTMST.
           IF CNTMST-KEY NOT = '00'
              DISPLAY 'File Problem openning CNTMST for OUTPUT'
              GO TO 2000-ABEND-RTN
           END-IF.
           PERFORM VARYING WS-CM-IDX FROM 1 BY 1
              UNTIL WS-CM-IDX > WS-CM-MAX
                 MOVE PROCESS-DATE TO WS-CM-LAST-RUN-DATE (WS-CM-IDX)
                 MOVE WS-CM-ROW (WS-CM-IDX) TO CNTMST-REC
                 WRITE CNTMST-REC
                 IF CNTMST-KEY NOT = '00'
                    GO TO 2000-ABEND-RTN
                 END-IF
                 ADD 1 TO WS-OUT-COUNT-CTR
           END-PERFORM.
           CLOSE CNTMST.

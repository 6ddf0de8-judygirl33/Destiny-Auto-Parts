       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVVAL.
       AUTHOR. IVANNA COLAN.
      ******************************************************************
      * 04/22 Month-end inventory valuation with the excess-and-
      * obsolete reserve. Finance asked every month-end what the
      * stock was worth and how much of it will never sell, and got
      * a spreadsheet. This values every ONHAND balance (the count-
      * adjusted figure CYCCOUNT writes) at the part's SC-STD-COST on
      * STDCOST, rolled up by plant and by the commodity class
      * PARTMUPD keeps on the parts master, each class mapped to its
      * GL account through COMMGL (see GLXTAB) - blank or unmapped
      * classes go to GLSUSPNS the way GLEXTRCT does. Each balance
      * is then tested for the reserve:
      *   - obsolete: no usage, marked obsolete by PLCMNT, or
      *     superseded on SUPERSED as of the process date - the whole
      *     value reserved at the OBSLPCT parameter's percent
      *     (default 100);
      *   - excess: otherwise, stock beyond EOWEEKS weeks of usage
      *     (default 26) - that stock's value reserved at the
      *     EXCSPCT parameter's percent (default 50).
      * Output is the print report plus GLPOST rows in the layout
      * GLEXTRCT writes: the stock value debited to each class's
      * account, and the reserve as a balanced pair - debit the
      * EORSVEXP expense account, credit the EORSVBAL contra
      * account (parameters, defaults INVRSVEX and INVRESRV).
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Input on-hand balances, as CYCCOUNT adjusted them
           SELECT ONHAND ASSIGN TO ONHAND
           FILE STATUS IS IN-ONHAND-KEY.

      * Input standard-cost control file - see STDCTAB.
           SELECT STDCOST ASSIGN TO STDCOST
           FILE STATUS IS IN-STDCOST-KEY.

      * Input parts master, for lifecycle and commodity class
           SELECT PARTMAST ASSIGN TO PARTMAST
           FILE STATUS IS IN-PARTMAST-KEY.

      * Part supersession control file - see SUPSTAB.
           SELECT SUPERSED ASSIGN TO SUPERSED
           FILE STATUS IS IN-SUPERSED-KEY.

      * Commodity-class to GL-account crosswalk - see GLXTAB.
           SELECT COMMGL ASSIGN TO COMMGL
           FILE STATUS IS IN-COMMGL-KEY.

      * Business process-date control card - see PROCDATE.
           SELECT PROCDATE ASSIGN TO PROCDATE
           FILE STATUS IS PROCDATE-KEY.

      * Output GL posting feed in the ledger system's import layout
           SELECT GLPOST ASSIGN TO GLPOST
           FILE STATUS IS OUT-GLPOST-KEY.

      * Output Inventory Valuation Report
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

       FD  STDCOST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 33 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS STDCOST-REC.
       01  STDCOST-REC     PIC X(33).

      * Same 155-byte master row PARTMUPD maintains.
       FD  PARTMAST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 155 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PARTMAST-REC.
       01  PARTMAST-REC.
           05  PM-PART-NUMBER          PIC X(23).
           05  FILLER                  PIC X(107).
           05  PM-LIFECYCLE-CODE       PIC X(01).
               88 PM-OBSOLETE                VALUE 'O'.
           05  FILLER                  PIC X(02).
           05  PM-COMMODITY-CLASS      PIC X(04).
           05  FILLER                  PIC X(15).
      *05/11 Planning lead time - see PARTMUPD. Grew 152 to 155.
           05  FILLER                  PIC X(03).

       FD  SUPERSED
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 56 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SUPERSED-REC.
       01  SUPERSED-REC     PIC X(56).

       FD  COMMGL
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 13 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS COMMGL-REC.
       01  COMMGL-REC     PIC X(13).

       FD  PROCDATE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 8 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PROCDATE-REC.
       01  PROCDATE-REC     PIC X(8).

      * Same 30-byte posting line GLEXTRCT writes.
      *05/22 Now 32, with GLEXTRCT's company on the end. Valuation
      * posts to company '01' - the blank company - as it always has.
       FD  GLPOST
           RECORDING MODE IS F
           RECORD CONTAINS 32 CHARACTERS
           DATA RECORD IS GLPOST-REC.
       01  GLPOST-REC.
           05  GLP-ACCOUNT             PIC X(08).
           05  GLP-PERIOD              PIC 9(06).
           05  GLP-DRCR                PIC X(01).
           05  GLP-AMOUNT              PIC 9(13)V99.
           05  GLP-COMPANY             PIC X(02).

       FD  PRINT-LINE RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 133 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PRINT-REC.
       01  PRINT-REC      PIC X(133).

       WORKING-STORAGE SECTION.
           COPY STDCTAB.  *> Standard-cost control table
           COPY SUPSTAB.  *> Part supersession control table
           COPY GLXTAB.   *> Commodity-class/GL-account crosswalk
           COPY PROCDATE. *> Business process date
           COPY PARMTAB.  *> PARMLOAD central-parameter request block

       01 FILE-STATUS-CODES.
           05 IN-ONHAND-KEY              PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
           05 IN-STDCOST-KEY             PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
           05 IN-PARTMAST-KEY            PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
           05 IN-SUPERSED-KEY            PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
           05 IN-COMMGL-KEY              PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
           05 PROCDATE-KEY               PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
                88 PROCDATE-NOT-FOUND       VALUE '35'.
           05 OUT-GLPOST-KEY             PIC X(2).
                88 CODE-WRITE               VALUE SPACES.

       01 FILES-EOF.
           05 ONHAND-EOF-WS                   PIC X(01) VALUE 'N'.
              88 ONHAND-END-OF-FILE                      VALUE 'Y'.
           05 STDCOST-EOF-WS                  PIC X(01) VALUE 'N'.
              88 STDCOST-EOF                             VALUE 'Y'.
           05 PARTMAST-EOF-WS                 PIC X(01) VALUE 'N'.
              88 PARTMAST-EOF                            VALUE 'Y'.
           05 SUPERSED-EOF-WS                 PIC X(01) VALUE 'N'.
              88 SUPERSED-EOF                            VALUE 'Y'.
           05 COMMGL-EOF-WS                   PIC X(01) VALUE 'N'.
              88 COMMGL-EOF                              VALUE 'Y'.

       01 WS-IN-ONHAND-CTR                 PIC 9(7) VALUE ZERO.
       01 WS-NO-STANDARD-CTR               PIC 9(7) VALUE ZERO.
       01 WS-SUSPENSE-CTR                  PIC 9(7) VALUE ZERO.
       01 WS-OBSOLETE-CTR                  PIC 9(7) VALUE ZERO.
       01 WS-EXCESS-CTR                    PIC 9(7) VALUE ZERO.
       01 WS-POSTINGS-CTR                  PIC 9(7) VALUE ZERO.
       01 WS-STDCOST-INDEX                 PIC 9(4) VALUE 1.
       01 WS-SUPERSED-INDEX                PIC 9(4) VALUE 1.
       01 WS-COMMGL-INDEX                  PIC 9(4) VALUE 1.

      *04/22 What the master and SUPERSED say about each STDCOST
      * part, held alongside STD-COST-TABLE row for row. A part with
      * no standard cannot be valued, so nothing else is kept.
       01 WS-PART-INFO-TABLE.
           05 WS-PI-ENTRY OCCURS 2000 TIMES.
              10 WS-PI-LIFECYCLE          PIC X(01) VALUE SPACE.
              10 WS-PI-COMM-CLASS         PIC X(04) VALUE SPACES.
              10 WS-PI-SUPERSEDED         PIC X(01) VALUE 'N'.
       01 WS-PI-IDX                       PIC 9(04) VALUE ZERO.
       01 WS-PI-FOUND-IDX                 PIC 9(04) VALUE ZERO.

      *04/22 Value and reserve by plant and commodity class.
       01 WS-VALUATION-TABLE.
           05 WS-VL-ENTRY OCCURS 500 TIMES.
              10 WS-VL-PLANT              PIC X(03) VALUE SPACES.
              10 WS-VL-CLASS              PIC X(04) VALUE SPACES.
              10 WS-VL-GL-ACCOUNT         PIC X(08) VALUE SPACES.
              10 WS-VL-VALUE              PIC 9(13)V99 VALUE ZERO.
              10 WS-VL-EXCESS-RSV         PIC 9(13)V99 VALUE ZERO.
              10 WS-VL-OBSOLETE-RSV       PIC 9(13)V99 VALUE ZERO.
       01 WS-VL-MAX                       PIC 9(04) VALUE ZERO.
       01 WS-VL-IDX                       PIC 9(04) VALUE ZERO.
       01 WS-VL-FOUND-IDX                 PIC 9(04) VALUE ZERO.
       01 WS-VL-SWAP                      PIC X(60) VALUE SPACES.
       01 WS-SORT-I                       PIC 9(04) VALUE ZERO.
       01 WS-SORT-J                       PIC 9(04) VALUE ZERO.

      *04/22 Stock value rolled up by GL account for the posting.
       01 WS-POSTING-TABLE.
           05 WS-POST-ENTRY OCCURS 200 TIMES.
              10 WS-POST-ACCOUNT          PIC X(08) VALUE SPACES.
              10 WS-POST-AMOUNT           PIC 9(13)V99 VALUE ZERO.
       01 WS-POSTING-MAX                  PIC 9(04) VALUE ZERO.
       01 WS-POST-IDX                     PIC 9(04) VALUE 1.
       01 WS-POST-FOUND-IDX               PIC 9(04) VALUE ZERO.

      *04/22 Reserve rules - defaults, overridden off PARMMAST.
       01 WS-EO-WEEKS                     PIC 9(03) VALUE 26.
       01 WS-EXCESS-PCT                   PIC 9(03) VALUE 50.
       01 WS-OBSOLETE-PCT                 PIC 9(03) VALUE 100.
       01 WS-RSV-EXPENSE-ACCT             PIC X(08) VALUE 'INVRSVEX'.
       01 WS-RSV-CONTRA-ACCT              PIC X(08) VALUE 'INVRESRV'.

       01 WS-PERIOD-YYYYMM                PIC 9(06) VALUE ZERO.
       01 WS-GL-ACCOUNT-WORK              PIC X(08) VALUE SPACES.
       01 WS-DRCR-WORK                    PIC X(01) VALUE SPACE.
       01 WS-POST-AMOUNT-WORK             PIC 9(13)V99 VALUE ZERO.
       01 WS-CLASS-WORK                   PIC X(04) VALUE SPACES.
       01 WS-STOCK-VALUE                  PIC 9(13)V99 VALUE ZERO.
       01 WS-COVER-QTY                    PIC 9(09) VALUE ZERO.
       01 WS-EXCESS-QTY                   PIC 9(07) VALUE ZERO.
       01 WS-RESERVE-BASE                 PIC 9(13)V99 VALUE ZERO.
       01 WS-RESERVE-AMT                  PIC 9(13)V99 VALUE ZERO.
       01 WS-EO-REASON                    PIC X(10) VALUE SPACES.
       01 WS-TOTAL-VALUE                  PIC 9(13)V99 VALUE ZERO.
       01 WS-TOTAL-EXCESS-RSV             PIC 9(13)V99 VALUE ZERO.
       01 WS-TOTAL-OBSOLETE-RSV           PIC 9(13)V99 VALUE ZERO.
       01 WS-TOTAL-RESERVE                PIC 9(13)V99 VALUE ZERO.

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
              'Destiny Auto Parts - Month-End Inventory Valuation'.
           05 FILLER              PIC X(54)      VALUE SPACES.
           05 FILLER              PIC X(5)       VALUE 'PAGE '.
           05 WS-PAGE-NO-OUT      PIC ZZZ9       VALUE ZERO.
       01 WS-SECTION-LINE.
           05 FILLER              PIC X(3)       VALUE SPACES.
           05 WS-SECTION-TITLE    PIC X(60)      VALUE SPACES.
           05 FILLER              PIC X(70)      VALUE SPACES.

      *04/22 Column heading and line for the E&O detail.
       01 WS-HEADER.
          05 FILLER              PIC X(3)       VALUE SPACES.
          05 FILLER              PIC X(25)      VALUE 'Part Number'.
          05 FILLER              PIC X(07)      VALUE 'Plant'.
          05 FILLER              PIC X(11)      VALUE '    On Hand'.
          05 FILLER              PIC X(09)      VALUE '  Wkly Us'.
          05 FILLER              PIC X(12)      VALUE '  Reason'.
          05 FILLER              PIC X(22)      VALUE
             '      Reserve Base'.
          05 FILLER              PIC X(22)      VALUE
             '           Reserve'.
       01 WS-DETAIL-LINE-OUT.
          05 FILLER                 PIC X(3)       VALUE SPACES.
          05 DTL-PART-OUT           PIC X(23)      VALUE SPACES.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 DTL-PLANT-OUT          PIC X(03)      VALUE SPACES.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 DTL-QTY-OUT            PIC Z,ZZZ,ZZ9  VALUE ZERO.
          05 FILLER                 PIC X(03)      VALUE SPACES.
          05 DTL-USAGE-OUT          PIC ZZ,ZZ9     VALUE ZERO.
          05 FILLER                 PIC X(03)      VALUE SPACES.
          05 DTL-REASON-OUT         PIC X(10)      VALUE SPACES.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 DTL-BASE-OUT           PIC $$$,$$$,$$$,$$9.99
                                                   VALUE ZERO.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 DTL-RESERVE-OUT        PIC $$$,$$$,$$$,$$9.99
                                                   VALUE ZERO.

      *04/22 Column heading and line for the plant/class valuation.
       01 WS-VAL-HEADER.
          05 FILLER              PIC X(3)       VALUE SPACES.
          05 FILLER              PIC X(07)      VALUE 'Plant'.
          05 FILLER              PIC X(07)      VALUE 'Class'.
          05 FILLER              PIC X(10)      VALUE 'GL Acct'.
          05 FILLER              PIC X(21)      VALUE
             '       Stock Value'.
          05 FILLER              PIC X(21)      VALUE
             '    Excess Reserve'.
          05 FILLER              PIC X(21)      VALUE
             '  Obsolete Reserve'.
       01 WS-VAL-LINE-OUT.
          05 FILLER                 PIC X(3)       VALUE SPACES.
          05 VAL-PLANT-OUT          PIC X(03)      VALUE SPACES.
          05 FILLER                 PIC X(04)      VALUE SPACES.
          05 VAL-CLASS-OUT          PIC X(04)      VALUE SPACES.
          05 FILLER                 PIC X(03)      VALUE SPACES.
          05 VAL-ACCOUNT-OUT        PIC X(08)      VALUE SPACES.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 VAL-VALUE-OUT          PIC $$$,$$$,$$$,$$9.99
                                                   VALUE ZERO.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 VAL-EXCESS-OUT         PIC $$$,$$$,$$$,$$9.99
                                                   VALUE ZERO.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 VAL-OBSOLETE-OUT       PIC $$$,$$$,$$$,$$9.99
                                                   VALUE ZERO.

      *04/22 Column heading and line for the posting listing.
       01 WS-POST-HEADER.
          05 FILLER              PIC X(3)       VALUE SPACES.
          05 FILLER              PIC X(10)      VALUE 'GL Acct'.
          05 FILLER              PIC X(08)      VALUE 'Period'.
          05 FILLER              PIC X(05)      VALUE 'D/C'.
          05 FILLER              PIC X(21)      VALUE
             '            Amount'.
       01 WS-POST-LINE-OUT.
          05 FILLER                 PIC X(3)       VALUE SPACES.
          05 PST-ACCOUNT-OUT        PIC X(08)      VALUE SPACES.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 PST-PERIOD-OUT         PIC 9(06)      VALUE ZERO.
          05 FILLER                 PIC X(03)      VALUE SPACES.
          05 PST-DRCR-OUT           PIC X(01)      VALUE SPACES.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 PST-AMOUNT-OUT         PIC $$$,$$$,$$$,$$9.99
                                                   VALUE ZERO.

       01 WS-TOTAL-LINE.
           05 FILLER                PIC X(3)  VALUE SPACES.
           05 WS-TOTAL-LABEL        PIC X(34) VALUE SPACES.
           05 WS-TOTAL-AMOUNT-OUT   PIC $$$,$$$,$$$,$$9.99
                                              VALUE ZERO.
           05 FILLER                PIC X(78) VALUE SPACES.

       01 WS-SUMMARY-LINE.
           05 FILLER                PIC X(3)  VALUE SPACES.
           05 WS-SUMMARY-LABEL      PIC X(34) VALUE SPACES.
           05 WS-SUMMARY-COUNT      PIC ZZZ,ZZZ,ZZ9 VALUE ZERO.
           05 FILLER                PIC X(96) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN.
           PERFORM 000-Housekeeping.
           PERFORM 100-Main2 UNTIL ONHAND-END-OF-FILE.
           PERFORM 500-SortValuation
              THRU 500-SortValuation-Exit.
           PERFORM 750-PrintValuation.
           PERFORM 700-WritePostings.
           PERFORM 900-WriteSummary.
           PERFORM 600-CLOSE-FILES.
           GOBACK.

       000-Housekeeping.
           INITIALIZE WS-VALUATION-TABLE.
           INITIALIZE WS-POSTING-TABLE.
           PERFORM 370-LoadProcessDate.
           MOVE PROCESS-DATE (1:6) TO WS-PERIOD-YYYYMM.
           PERFORM 380-LoadReserveParms.
           PERFORM 300-Open-Files.
           MOVE SPACES TO PRINT-REC.
           PERFORM 800-NEW-PAGE.
           MOVE 'EXCESS AND OBSOLETE STOCK' TO WS-SECTION-TITLE.
           PERFORM 820-Write-Section.
      * Priming Read
           PERFORM 400-Read-ONHAND.

       100-Main2.
           PERFORM 200-ValueBalance.
           PERFORM 400-Read-ONHAND.

      *04/22 One plant's balance of one part, valued at standard and
      * tested for the reserve. A part with no standard cannot be
      * valued and is only counted.
       200-ValueBalance.
           MOVE ZERO TO WS-PI-FOUND-IDX.
           PERFORM VARYING WS-PI-IDX FROM 1 BY 1
              UNTIL WS-PI-IDX > STD-COST-MAX
                 OR WS-PI-FOUND-IDX > ZERO
                 IF SC-PART-NUMBER (WS-PI-IDX) = OH-PART-NUMBER
                    MOVE WS-PI-IDX TO WS-PI-FOUND-IDX
                 END-IF
           END-PERFORM.
           IF WS-PI-FOUND-IDX = ZERO
              ADD 1 TO WS-NO-STANDARD-CTR
           ELSE
              COMPUTE WS-STOCK-VALUE ROUNDED =
                 OH-QTY-ON-HAND * SC-STD-COST (WS-PI-FOUND-IDX)
              MOVE WS-PI-COMM-CLASS (WS-PI-FOUND-IDX)
                 TO WS-CLASS-WORK
              PERFORM 210-FindGlAccount
              PERFORM 220-FindValuationRow
              ADD WS-STOCK-VALUE TO WS-VL-VALUE (WS-VL-FOUND-IDX)
              ADD WS-STOCK-VALUE TO WS-TOTAL-VALUE
              PERFORM 230-AddToRollup
              PERFORM 240-TestReserve
           END-IF.

      *04/22 Blank class, or a class with no crosswalk row, values
      * to suspense so finance sees it instead of losing it - the
      * same rule GLEXTRCT applies to spend.
       210-FindGlAccount.
           MOVE 'GLSUSPNS' TO WS-GL-ACCOUNT-WORK.
           IF WS-CLASS-WORK NOT = SPACES
              PERFORM VARYING WS-COMMGL-INDEX FROM 1 BY 1
                 UNTIL WS-COMMGL-INDEX > CLASS-GL-MAX
                    OR WS-GL-ACCOUNT-WORK NOT = 'GLSUSPNS'
                 IF CG-CLASS-CODE (WS-COMMGL-INDEX) = WS-CLASS-WORK
                    MOVE CG-GL-ACCOUNT (WS-COMMGL-INDEX)
                       TO WS-GL-ACCOUNT-WORK
                 END-IF
              END-PERFORM
           END-IF.
           IF WS-GL-ACCOUNT-WORK = 'GLSUSPNS'
              ADD 1 TO WS-SUSPENSE-CTR
           END-IF.

       220-FindValuationRow.
           MOVE ZERO TO WS-VL-FOUND-IDX.
           PERFORM VARYING WS-VL-IDX FROM 1 BY 1
              UNTIL WS-VL-IDX > WS-VL-MAX
                 OR WS-VL-FOUND-IDX > ZERO
                 IF WS-VL-PLANT (WS-VL-IDX) = OH-PLANT-CODE
                    AND WS-VL-CLASS (WS-VL-IDX) = WS-CLASS-WORK
                    MOVE WS-VL-IDX TO WS-VL-FOUND-IDX
                 END-IF
           END-PERFORM.
           IF WS-VL-FOUND-IDX = ZERO
              IF WS-VL-MAX >= 500
                 DISPLAY 'INVVAL - VALUATION TABLE FULL AT 500 '
                    'PLANT/CLASS ROWS - RAISE OCCURS IN INVVAL'
                 GO TO 2000-ABEND-RTN
              END-IF
              ADD 1 TO WS-VL-MAX
              MOVE WS-VL-MAX TO WS-VL-FOUND-IDX
              MOVE OH-PLANT-CODE TO WS-VL-PLANT (WS-VL-FOUND-IDX)
              MOVE WS-CLASS-WORK TO WS-VL-CLASS (WS-VL-FOUND-IDX)
              MOVE WS-GL-ACCOUNT-WORK
                 TO WS-VL-GL-ACCOUNT (WS-VL-FOUND-IDX)
           END-IF.

       230-AddToRollup.
           MOVE ZERO TO WS-POST-FOUND-IDX.
           PERFORM VARYING WS-POST-IDX FROM 1 BY 1
              UNTIL WS-POST-IDX > WS-POSTING-MAX
                 OR WS-POST-FOUND-IDX > ZERO
                 IF WS-POST-ACCOUNT (WS-POST-IDX)
                       = WS-GL-ACCOUNT-WORK
                    MOVE WS-POST-IDX TO WS-POST-FOUND-IDX
                 END-IF
           END-PERFORM.
           IF WS-POST-FOUND-IDX = ZERO
              IF WS-POSTING-MAX >= 200
                 DISPLAY 'INVVAL - POSTING TABLE FULL AT 200 '
                    'ACCOUNTS - RAISE OCCURS IN INVVAL'
                 GO TO 2000-ABEND-RTN
              END-IF
              ADD 1 TO WS-POSTING-MAX
              MOVE WS-POSTING-MAX TO WS-POST-FOUND-IDX
              MOVE WS-GL-ACCOUNT-WORK
                 TO WS-POST-ACCOUNT (WS-POST-FOUND-IDX)
           END-IF.
           ADD WS-STOCK-VALUE TO WS-POST-AMOUNT (WS-POST-FOUND-IDX).

      *04/22 Obsolete is tested first - a part nobody uses, that
      * PLCMNT has retired, or that has been superseded is reserved
      * in full at the obsolete rate and is not tested for excess.
       240-TestReserve.
           MOVE SPACES TO WS-EO-REASON.
           MOVE ZERO TO WS-RESERVE-BASE.
           MOVE ZERO TO WS-RESERVE-AMT.
           EVALUATE TRUE
              WHEN OH-QTY-ON-HAND = ZERO
                 CONTINUE
              WHEN WS-PI-LIFECYCLE (WS-PI-FOUND-IDX) = 'O'
                 MOVE 'OBSOLETE' TO WS-EO-REASON
              WHEN WS-PI-SUPERSEDED (WS-PI-FOUND-IDX) = 'Y'
                 MOVE 'SUPERSEDED' TO WS-EO-REASON
              WHEN OH-WEEKLY-USAGE = ZERO
                 MOVE 'NO USAGE' TO WS-EO-REASON
              WHEN OTHER
                 COMPUTE WS-COVER-QTY =
                    OH-WEEKLY-USAGE * WS-EO-WEEKS
                 IF OH-QTY-ON-HAND > WS-COVER-QTY
                    COMPUTE WS-EXCESS-QTY =
                       OH-QTY-ON-HAND - WS-COVER-QTY
                    COMPUTE WS-RESERVE-BASE ROUNDED =
                       WS-EXCESS-QTY * SC-STD-COST (WS-PI-FOUND-IDX)
                    COMPUTE WS-RESERVE-AMT ROUNDED =
                       WS-RESERVE-BASE * WS-EXCESS-PCT / 100
                    MOVE 'EXCESS' TO WS-EO-REASON
                    ADD 1 TO WS-EXCESS-CTR
                    ADD WS-RESERVE-AMT
                       TO WS-VL-EXCESS-RSV (WS-VL-FOUND-IDX)
                    ADD WS-RESERVE-AMT TO WS-TOTAL-EXCESS-RSV
                 END-IF
           END-EVALUATE.
           IF WS-EO-REASON NOT = SPACES
              AND WS-EO-REASON NOT = 'EXCESS'
              MOVE WS-STOCK-VALUE TO WS-RESERVE-BASE
              COMPUTE WS-RESERVE-AMT ROUNDED =
                 WS-RESERVE-BASE * WS-OBSOLETE-PCT / 100
              ADD 1 TO WS-OBSOLETE-CTR
              ADD WS-RESERVE-AMT
                 TO WS-VL-OBSOLETE-RSV (WS-VL-FOUND-IDX)
              ADD WS-RESERVE-AMT TO WS-TOTAL-OBSOLETE-RSV
           END-IF.
           IF WS-EO-REASON NOT = SPACES
              MOVE SPACES TO WS-DETAIL-LINE-OUT
              MOVE OH-PART-NUMBER TO DTL-PART-OUT
              MOVE OH-PLANT-CODE TO DTL-PLANT-OUT
              MOVE OH-QTY-ON-HAND TO DTL-QTY-OUT
              MOVE OH-WEEKLY-USAGE TO DTL-USAGE-OUT
              MOVE WS-EO-REASON TO DTL-REASON-OUT
              MOVE WS-RESERVE-BASE TO DTL-BASE-OUT
              MOVE WS-RESERVE-AMT TO DTL-RESERVE-OUT
              PERFORM 830-Write-Detail-Line
           END-IF.

       300-Open-Files.
           OPEN INPUT STDCOST.
           IF IN-STDCOST-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning Input STDCOST File'
                GO TO 2000-ABEND-RTN
           ELSE
                PERFORM 3900-LoadStandardCosts
           END-IF.

           OPEN INPUT PARTMAST.
           IF IN-PARTMAST-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning Input PARTMAST'
                GO TO 2000-ABEND-RTN
           ELSE
                PERFORM 3920-LoadMasterInfo
           END-IF.

           OPEN INPUT SUPERSED.
           IF IN-SUPERSED-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning SUPERSED'
                GO TO 2000-ABEND-RTN
           ELSE
                PERFORM 3980-LoadSupersessions
           END-IF.

           OPEN INPUT COMMGL.
           IF IN-COMMGL-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning Input COMMGL'
                GO TO 2000-ABEND-RTN
           ELSE
                PERFORM 310-LoadCrosswalk
           END-IF.

           OPEN INPUT ONHAND.
           IF IN-ONHAND-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning Input ONHAND File'
                GO TO 2000-ABEND-RTN
           END-IF.

           OPEN OUTPUT GLPOST.
           IF OUT-GLPOST-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning GLPOST'
                GO TO 2000-ABEND-RTN
           END-IF.

           OPEN OUTPUT PRINT-LINE.

       310-LoadCrosswalk.
           INITIALIZE CLASS-GL-TABLE.
           MOVE 1 TO WS-COMMGL-INDEX.
           PERFORM 315-ReadNextCrosswalk UNTIL COMMGL-EOF.
           COMPUTE CLASS-GL-MAX = WS-COMMGL-INDEX - 1.
           CLOSE COMMGL.

       315-ReadNextCrosswalk.
           IF WS-COMMGL-INDEX > 100
              DISPLAY 'INVVAL - CROSSWALK TABLE FULL AT 100 '
                 'ROWS - RAISE OCCURS IN GLXTAB'
              GO TO 2000-ABEND-RTN
           END-IF.
           READ COMMGL INTO CLASS-GL-LIST(WS-COMMGL-INDEX)
              AT END
                 MOVE 'Y' TO COMMGL-EOF-WS
           END-READ.
           IF NOT COMMGL-EOF
              ADD 1 TO WS-COMMGL-INDEX
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

      *04/22 The PARMMAST master's reserve rules, when in force on
      * the business process date, override the defaults - see
      * PARMTAB.
       380-LoadReserveParms.
           MOVE 'EOWEEKS ' TO PRQ-PARM-NAME.
           MOVE PROCESS-DATE TO PRQ-AS-OF-DATE.
           CALL 'PARMLOAD' USING PARM-REQUEST.
           IF PRQ-PARM-FOUND
              MOVE PRQ-PARM-VALUE (1:3) TO WS-EO-WEEKS
           END-IF.
           MOVE 'EXCSPCT ' TO PRQ-PARM-NAME.
           MOVE PROCESS-DATE TO PRQ-AS-OF-DATE.
           CALL 'PARMLOAD' USING PARM-REQUEST.
           IF PRQ-PARM-FOUND
              MOVE PRQ-PARM-VALUE (1:3) TO WS-EXCESS-PCT
           END-IF.
           MOVE 'OBSLPCT ' TO PRQ-PARM-NAME.
           MOVE PROCESS-DATE TO PRQ-AS-OF-DATE.
           CALL 'PARMLOAD' USING PARM-REQUEST.
           IF PRQ-PARM-FOUND
              MOVE PRQ-PARM-VALUE (1:3) TO WS-OBSOLETE-PCT
           END-IF.
           MOVE 'EORSVEXP' TO PRQ-PARM-NAME.
           MOVE PROCESS-DATE TO PRQ-AS-OF-DATE.
           CALL 'PARMLOAD' USING PARM-REQUEST.
           IF PRQ-PARM-FOUND
              MOVE PRQ-PARM-VALUE (1:8) TO WS-RSV-EXPENSE-ACCT
           END-IF.
           MOVE 'EORSVBAL' TO PRQ-PARM-NAME.
           MOVE PROCESS-DATE TO PRQ-AS-OF-DATE.
           CALL 'PARMLOAD' USING PARM-REQUEST.
           IF PRQ-PARM-FOUND
              MOVE PRQ-PARM-VALUE (1:8) TO WS-RSV-CONTRA-ACCT
           END-IF.
           IF WS-EXCESS-PCT > 100 OR WS-OBSOLETE-PCT > 100
              DISPLAY 'INVVAL - RESERVE PERCENT OVER 100 - EXCSPCT '
                 WS-EXCESS-PCT ' OBSLPCT ' WS-OBSOLETE-PCT
              GO TO 2000-ABEND-RTN
           END-IF.

      *04/22 Loads STD-COST-TABLE from STDCOST, same shape as
      * PPVRPT's.
       3900-LoadStandardCosts.
           INITIALIZE STD-COST-TABLE.
           INITIALIZE WS-PART-INFO-TABLE.
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
                 DISPLAY 'INVVAL - STDCOST TABLE FULL AT 2000 ROWS'
                    ' - RAISE OCCURS IN COPYBOOK'
                 GO TO 2000-ABEND-RTN
              END-IF
              MOVE STDCOST-REC TO STD-COST-LIST (WS-STDCOST-INDEX)
              MOVE 'N' TO WS-PI-SUPERSEDED (WS-STDCOST-INDEX)
              ADD 1 TO WS-STDCOST-INDEX
           END-IF.

      *04/22 Lifecycle and commodity class off the master, for the
      * parts that carry a standard.
       3920-LoadMasterInfo.
           PERFORM 3925-ReadNextMaster UNTIL PARTMAST-EOF.
           CLOSE PARTMAST.

       3925-ReadNextMaster.
           READ PARTMAST
              AT END
                 MOVE 'Y' TO PARTMAST-EOF-WS
           END-READ.
           IF NOT PARTMAST-EOF
              MOVE ZERO TO WS-PI-FOUND-IDX
              PERFORM VARYING WS-PI-IDX FROM 1 BY 1
                 UNTIL WS-PI-IDX > STD-COST-MAX
                    OR WS-PI-FOUND-IDX > ZERO
                 IF SC-PART-NUMBER (WS-PI-IDX) = PM-PART-NUMBER
                    MOVE WS-PI-IDX TO WS-PI-FOUND-IDX
                 END-IF
              END-PERFORM
              IF WS-PI-FOUND-IDX > ZERO
                 MOVE PM-LIFECYCLE-CODE
                    TO WS-PI-LIFECYCLE (WS-PI-FOUND-IDX)
                 MOVE PM-COMMODITY-CLASS
                    TO WS-PI-COMM-CLASS (WS-PI-FOUND-IDX)
              END-IF
           END-IF.

      *04/22 Loads SUPERSESSION-TABLE from SUPERSED, same shape as
      * PARTINQ's, and marks every standard-costed part whose
      * supersession is in effect on the process date.
       3980-LoadSupersessions.
           INITIALIZE SUPERSESSION-TABLE.
           MOVE 1 TO WS-SUPERSED-INDEX.
           PERFORM 3985-ReadNextSupersession UNTIL SUPERSED-EOF.
           COMPUTE SUPERSESSION-MAX = WS-SUPERSED-INDEX - 1.
           CLOSE SUPERSED.
           PERFORM VARYING WS-SUPERSED-INDEX FROM 1 BY 1
              UNTIL WS-SUPERSED-INDEX > SUPERSESSION-MAX
                 IF SU-EFFECTIVE-DATE (WS-SUPERSED-INDEX)
                       NOT > PROCESS-DATE
                    PERFORM 3990-MarkSuperseded
                 END-IF
           END-PERFORM.

       3985-ReadNextSupersession.
           IF WS-SUPERSED-INDEX > 500
              DISPLAY 'INVVAL - SUPERSESSION TABLE FULL AT 500 '
                 'ROWS - RAISE OCCURS IN SUPSTAB'
              GO TO 2000-ABEND-RTN
           END-IF.
           READ SUPERSED INTO SUPERSESSION-LIST(WS-SUPERSED-INDEX)
              AT END
                 MOVE 'Y' TO SUPERSED-EOF-WS
           END-READ.
           IF NOT SUPERSED-EOF
              ADD 1 TO WS-SUPERSED-INDEX
           END-IF.

       3990-MarkSuperseded.
           PERFORM VARYING WS-PI-IDX FROM 1 BY 1
              UNTIL WS-PI-IDX > STD-COST-MAX
                 IF SC-PART-NUMBER (WS-PI-IDX)
                       = SU-OLD-PART-NUMBER (WS-SUPERSED-INDEX)
                    MOVE 'Y' TO WS-PI-SUPERSEDED (WS-PI-IDX)
                 END-IF
           END-PERFORM.

       400-Read-ONHAND.
           READ ONHAND
                AT END MOVE "Y" TO ONHAND-EOF-WS
           END-READ.
           IF (NOT ONHAND-END-OF-FILE) THEN
              ADD +1 TO WS-IN-ONHAND-CTR
           END-IF.

      *04/22 Plant then class - the exchange sort EXPEDITE uses for
      * its action list.
       500-SortValuation.
           IF WS-VL-MAX < 2
              GO TO 500-SortValuation-Exit
           END-IF.
           PERFORM VARYING WS-SORT-I FROM 1 BY 1
              UNTIL WS-SORT-I >= WS-VL-MAX
              PERFORM VARYING WS-SORT-J FROM 1 BY 1
                 UNTIL WS-SORT-J >= WS-VL-MAX
                 IF WS-VL-PLANT (WS-SORT-J) >
                       WS-VL-PLANT (WS-SORT-J + 1)
                    OR (WS-VL-PLANT (WS-SORT-J) =
                          WS-VL-PLANT (WS-SORT-J + 1)
                       AND WS-VL-CLASS (WS-SORT-J) >
                          WS-VL-CLASS (WS-SORT-J + 1))
                    MOVE WS-VL-ENTRY (WS-SORT-J) TO WS-VL-SWAP
                    MOVE WS-VL-ENTRY (WS-SORT-J + 1)
                       TO WS-VL-ENTRY (WS-SORT-J)
                    MOVE WS-VL-SWAP TO WS-VL-ENTRY (WS-SORT-J + 1)
                 END-IF
              END-PERFORM
           END-PERFORM.
       500-SortValuation-Exit.
           EXIT.

       600-CLOSE-FILES.
           CLOSE  ONHAND, GLPOST, PRINT-LINE.

      * Matches the fix in FINALEX's 2000-ABEND-RTN - DISPLAY and
      * EXIT alone just fell through to whatever paragraph follows.
       2000-ABEND-RTN.
           DISPLAY 'PROGRAM ENCOUNTERED AN ERROR'.
           MOVE 16 TO RETURN-CODE.
           GOBACK.

      *04/22 Stock value debited to each class's account, then the
      * reserve as a balanced expense/contra pair. Each row is also
      * listed on the report so finance can tie the feed out.
       700-WritePostings.
           MOVE 'GL POSTINGS' TO WS-SECTION-TITLE.
           WRITE PRINT-REC FROM WS-BLANK-LINE.
           WRITE PRINT-REC FROM WS-SECTION-LINE.
           WRITE PRINT-REC FROM WS-POST-HEADER.
           ADD 3 TO WS-LINE-KTR.
           PERFORM VARYING WS-POST-IDX FROM 1 BY 1
              UNTIL WS-POST-IDX > WS-POSTING-MAX
                 MOVE WS-POST-ACCOUNT (WS-POST-IDX)
                    TO WS-GL-ACCOUNT-WORK
                 MOVE 'D' TO WS-DRCR-WORK
                 MOVE WS-POST-AMOUNT (WS-POST-IDX)
                    TO WS-POST-AMOUNT-WORK
                 PERFORM 710-WritePostingRow
           END-PERFORM.
           COMPUTE WS-TOTAL-RESERVE =
              WS-TOTAL-EXCESS-RSV + WS-TOTAL-OBSOLETE-RSV.
           IF WS-TOTAL-RESERVE > ZERO
              MOVE WS-RSV-EXPENSE-ACCT TO WS-GL-ACCOUNT-WORK
              MOVE 'D' TO WS-DRCR-WORK
              MOVE WS-TOTAL-RESERVE TO WS-POST-AMOUNT-WORK
              PERFORM 710-WritePostingRow
              MOVE WS-RSV-CONTRA-ACCT TO WS-GL-ACCOUNT-WORK
              MOVE 'C' TO WS-DRCR-WORK
              MOVE WS-TOTAL-RESERVE TO WS-POST-AMOUNT-WORK
              PERFORM 710-WritePostingRow
           END-IF.

       710-WritePostingRow.
           MOVE SPACES TO GLPOST-REC.
           MOVE WS-GL-ACCOUNT-WORK TO GLP-ACCOUNT.
           MOVE WS-PERIOD-YYYYMM TO GLP-PERIOD.
           MOVE WS-DRCR-WORK TO GLP-DRCR.
           MOVE WS-POST-AMOUNT-WORK TO GLP-AMOUNT.
           WRITE GLPOST-REC.
           IF OUT-GLPOST-KEY NOT = '00'
              GO TO 2000-ABEND-RTN
           END-IF.
           ADD 1 TO WS-POSTINGS-CTR.
           MOVE WS-GL-ACCOUNT-WORK TO PST-ACCOUNT-OUT.
           MOVE WS-PERIOD-YYYYMM TO PST-PERIOD-OUT.
           MOVE WS-DRCR-WORK TO PST-DRCR-OUT.
           MOVE WS-POST-AMOUNT-WORK TO PST-AMOUNT-OUT.
           WRITE PRINT-REC FROM WS-POST-LINE-OUT.
           ADD 1 TO WS-LINE-KTR.

       750-PrintValuation.
           PERFORM 800-NEW-PAGE.
           MOVE 'STOCK VALUE AND RESERVE BY PLANT AND CLASS'
              TO WS-SECTION-TITLE.
           PERFORM 825-Write-Val-Section.
           PERFORM VARYING WS-VL-IDX FROM 1 BY 1
              UNTIL WS-VL-IDX > WS-VL-MAX
                 IF WS-LINE-KTR > WS-MAX-LINES-PER-PAGE
                    PERFORM 800-NEW-PAGE
                    PERFORM 825-Write-Val-Section
                 END-IF
                 MOVE WS-VL-PLANT (WS-VL-IDX) TO VAL-PLANT-OUT
                 MOVE WS-VL-CLASS (WS-VL-IDX) TO VAL-CLASS-OUT
                 MOVE WS-VL-GL-ACCOUNT (WS-VL-IDX) TO VAL-ACCOUNT-OUT
                 MOVE WS-VL-VALUE (WS-VL-IDX) TO VAL-VALUE-OUT
                 MOVE WS-VL-EXCESS-RSV (WS-VL-IDX) TO VAL-EXCESS-OUT
                 MOVE WS-VL-OBSOLETE-RSV (WS-VL-IDX)
                    TO VAL-OBSOLETE-OUT
                 WRITE PRINT-REC FROM WS-VAL-LINE-OUT
                 ADD 1 TO WS-LINE-KTR
           END-PERFORM.
           WRITE PRINT-REC FROM WS-BLANK-LINE.
           MOVE 'TOTAL STOCK VALUE' TO WS-TOTAL-LABEL.
           MOVE WS-TOTAL-VALUE TO WS-TOTAL-AMOUNT-OUT.
           WRITE PRINT-REC FROM WS-TOTAL-LINE.
           MOVE 'TOTAL EXCESS RESERVE' TO WS-TOTAL-LABEL.
           MOVE WS-TOTAL-EXCESS-RSV TO WS-TOTAL-AMOUNT-OUT.
           WRITE PRINT-REC FROM WS-TOTAL-LINE.
           MOVE 'TOTAL OBSOLETE RESERVE' TO WS-TOTAL-LABEL.
           MOVE WS-TOTAL-OBSOLETE-RSV TO WS-TOTAL-AMOUNT-OUT.
           WRITE PRINT-REC FROM WS-TOTAL-LINE.
           ADD 4 TO WS-LINE-KTR.

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

       825-Write-Val-Section.
           WRITE PRINT-REC FROM WS-BLANK-LINE.
           WRITE PRINT-REC FROM WS-SECTION-LINE.
           WRITE PRINT-REC FROM WS-VAL-HEADER.
           ADD 3 TO WS-LINE-KTR.

       830-Write-Detail-Line.
           IF WS-LINE-KTR > WS-MAX-LINES-PER-PAGE
              PERFORM 800-NEW-PAGE
              PERFORM 820-Write-Section
           END-IF.
           WRITE PRINT-REC FROM WS-DETAIL-LINE-OUT.
           ADD 1 TO WS-LINE-KTR.

       900-WriteSummary.
           WRITE PRINT-REC FROM WS-BLANK-LINE.
           MOVE 'RUN SUMMARY' TO WS-SUMMARY-LABEL.
           MOVE ZERO TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'ONHAND BALANCE ROWS READ' TO WS-SUMMARY-LABEL.
           MOVE WS-IN-ONHAND-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE '  WITH NO STANDARD COST' TO WS-SUMMARY-LABEL.
           MOVE WS-NO-STANDARD-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE '  VALUED TO SUSPENSE' TO WS-SUMMARY-LABEL.
           MOVE WS-SUSPENSE-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE '  RESERVED AS OBSOLETE' TO WS-SUMMARY-LABEL.
           MOVE WS-OBSOLETE-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE '  RESERVED AS EXCESS' TO WS-SUMMARY-LABEL.
           MOVE WS-EXCESS-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'GL POSTING ROWS WRITTEN' TO WS-SUMMARY-LABEL.
           MOVE WS-POSTINGS-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'WEEKS OF USAGE COVERED' TO WS-SUMMARY-LABEL.
           MOVE WS-EO-WEEKS TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'EXCESS RESERVE PERCENT' TO WS-SUMMARY-LABEL.
           MOVE WS-EXCESS-PCT TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'OBSOLETE RESERVE PERCENT' TO WS-SUMMARY-LABEL.
           MOVE WS-OBSOLETE-PCT TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.

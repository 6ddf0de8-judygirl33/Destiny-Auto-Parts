       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALLOCRPT.
       AUTHOR. FABIO COSTA.
      ******************************************************************
      * 05/08 Monthly dual-source allocation report. Reads the month's
      * GOODDATA generations and, for every part with targets on
      * ALLOCMST (see ALLOCTAB), rolls the accepted purchase-order
      * quantity and the extended value (converted to USD off
      * FXRATES, as GLEXTRCT does) up by supplier - including
      * suppliers the part has no target with. Each part then lists
      * every supplier's target percent against its actual quantity
      * share and value share for the month. A supplier whose
      * quantity share is off its target by more than the tolerance
      * is flagged, as is any supplier that took volume with no
      * target at all, and the part is counted as drifting. The
      * tolerance is the PARMLOAD ALLOCTOL parameter, in whole
      * percentage points (10 when the parameter master has no
      * row). A part whose targets do not total 100 is flagged too,
      * since its shares cannot all be met. A part with no accepted
      * orders in the month is listed but not judged. Read-only.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * The month's good records, as written by FINALEX
           SELECT GOODDATA-FILE ASSIGN TO GOODDATA
           FILE STATUS IS IN-GOODDATA-KEY.

      * Allocation target list - see ALLOCTAB.
           SELECT ALLOCMST ASSIGN TO ALLOCMST
           FILE STATUS IS IN-ALLOCMST-KEY.

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

       FD  ALLOCMST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 55 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS ALLOCMST-REC.
       01  ALLOCMST-REC     PIC X(55).

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
           COPY ALLOCTAB. *> Dual-source allocation targets
           COPY FXRTAB.   *> Currency-to-USD rate control table
           COPY PROCDATE. *> Business process date control card
           COPY PARMTAB.  *> PARMLOAD central-parameter request block

       01 FILE-STATUS-CODES.
      * File status key for input File GOODDATA
           05 IN-GOODDATA-KEY            PIC X(2).
                88 CODE-WRITE               VALUE SPACES.

      * File status key for input File ALLOCMST
           05 IN-ALLOCMST-KEY            PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
      * No target list yet - nothing to report against.
                88 ALLOCMST-NOT-FOUND       VALUE '35'.

      * File status key for input File FXRATES
           05 IN-FXRATES-KEY             PIC X(2).
                88 CODE-WRITE               VALUE SPACES.

           05 PROCDATE-KEY               PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
                88 PROCDATE-NOT-FOUND       VALUE '35'.

       01 FILES-EOF.
           05 GOODDATA-EOF-WS                 PIC X(01) VALUE 'N'.
              88 GOODDATA-EOF                            VALUE 'Y'.
           05 ALLOCMST-EOF-WS                 PIC X(01) VALUE 'N'.
              88 ALLOCMST-EOF                            VALUE 'Y'.
           05 FXRATES-EOF-WS                  PIC X(01) VALUE 'N'.
              88 FXRATES-EOF                             VALUE 'Y'.

       01 WS-IN-GOODDATA-CTR               PIC 9(7) VALUE ZERO.
       01 WS-ALLOC-ORDERS-CTR              PIC 9(7) VALUE ZERO.
       01 WS-FX-NOT-FOUND-CTR              PIC 9(7) VALUE ZERO.
       01 WS-PARTS-CTR                     PIC 9(7) VALUE ZERO.
       01 WS-PARTS-IDLE-CTR                PIC 9(7) VALUE ZERO.
       01 WS-PARTS-DRIFT-CTR               PIC 9(7) VALUE ZERO.
       01 WS-PARTS-NOT-100-CTR             PIC 9(7) VALUE ZERO.
       01 WS-UNALLOC-LINES-CTR             PIC 9(7) VALUE ZERO.

       01 WS-ALLOC-INDEX                   PIC 9(5) VALUE 1.
       01 WS-PO-COUNTER                    PIC 9 VALUE 1.
       01 WS-FX-IDX                        PIC 9(04) VALUE 1.
       01 WS-FX-FOUND-FLAG                 PIC X     VALUE 'N'.
           88 FX-RATE-FOUND                          VALUE 'Y'.
       01 WS-FX-RATE-WORK                  PIC 9(3)V9(6) VALUE 1.
       01 WS-EXT-VALUE                     PIC S9(11)V99 VALUE ZERO.
       01 WS-USD-VALUE                     PIC S9(13)V99 VALUE ZERO.

      *05/08 Binary-search bounds over the ordered target list - the
      * FINALEX approved-source search.
       01 WS-BSRCH-LO                      PIC 9(5) VALUE ZERO.
       01 WS-BSRCH-HI                      PIC 9(5) VALUE ZERO.
       01 WS-BSRCH-MID                     PIC 9(5) VALUE ZERO.
       01 WS-SEARCH-KEY.
           05 WS-SEARCH-PART-NUMBER        PIC X(23) VALUE SPACES.
           05 WS-SEARCH-SUPPLIER-CODE      PIC X(10) VALUE SPACES.
       01 WS-ALLOC-FOUND-IDX               PIC 9(5) VALUE ZERO.
       01 WS-PART-ALLOCATED-FLAG           PIC X VALUE 'N'.
           88 PART-ALLOCATED                     VALUE 'Y'.

      *05/08 The month's accepted volume by part and supplier. Rows
      * 1 through ALLOC-TARGET-MAX line up with the target list row
      * for row; a supplier with no target on an allocated part is
      * added after them as its orders turn up.
       01 WS-SHARE-TABLE.
           05 WS-SHARE-ENTRY OCCURS 6000 TIMES.
              10 WS-SHR-PART-NUMBER       PIC X(23) VALUE SPACES.
              10 WS-SHR-SUPPLIER-CODE     PIC X(10) VALUE SPACES.
              10 WS-SHR-QUANTITY          PIC S9(11) VALUE ZERO.
              10 WS-SHR-VALUE             PIC S9(13)V99 VALUE ZERO.
       01 WS-SHARE-MAX                     PIC 9(5) VALUE ZERO.
       01 WS-SHARE-IDX                     PIC 9(5) VALUE 1.
       01 WS-SHARE-FOUND-IDX               PIC 9(5) VALUE ZERO.

      *05/08 Per-part working totals for the report.
       01 WS-PART-FIRST-IDX                PIC 9(5) VALUE ZERO.
       01 WS-PART-LAST-IDX                 PIC 9(5) VALUE ZERO.
       01 WS-PART-TARGET-TOTAL             PIC 9(5) VALUE ZERO.
       01 WS-PART-QUANTITY                 PIC S9(11) VALUE ZERO.
       01 WS-PART-VALUE                    PIC S9(13)V99 VALUE ZERO.
       01 WS-PART-DRIFT-FLAG               PIC X VALUE 'N'.
           88 PART-DRIFTING                      VALUE 'Y'.
       01 WS-LINE-TARGET                   PIC 9(3) VALUE ZERO.
       01 WS-QTY-SHARE                     PIC 9(3)V9 VALUE ZERO.
       01 WS-VALUE-SHARE                   PIC 9(3)V9 VALUE ZERO.
       01 WS-DEVIATION                     PIC S9(3)V9 VALUE ZERO.
       01 WS-ABS-DEVIATION                 PIC 9(3)V9 VALUE ZERO.

      *05/08 Drift tolerance, whole percentage points - PARMLOAD
      * ALLOCTOL overrides.
       01 WS-ALLOC-TOLERANCE               PIC 9(2) VALUE 10.

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
              'Destiny Auto Parts - Allocation Target vs Actual'.
           05 FILLER              PIC X(54)      VALUE SPACES.
           05 FILLER              PIC X(5)       VALUE 'PAGE '.
           05 WS-PAGE-NO-OUT      PIC ZZZ9       VALUE ZERO.
       01 WS-SECTION-LINE.
           05 FILLER              PIC X(3)       VALUE SPACES.
           05 FILLER              PIC X(24)      VALUE
              'Month ending'.
           05 WS-SECTION-DATE     PIC 9(08)      VALUE ZERO.
           05 FILLER              PIC X(04)      VALUE SPACES.
           05 FILLER              PIC X(20)      VALUE
              'Tolerance (points)'.
           05 WS-SECTION-TOL      PIC Z9         VALUE ZERO.
           05 FILLER              PIC X(72)      VALUE SPACES.

       01 WS-HEADER.
          05 FILLER              PIC X(3)       VALUE SPACES.
          05 FILLER              PIC X(25)      VALUE 'Part'.
          05 FILLER              PIC X(12)      VALUE 'Supplier'.
          05 FILLER              PIC X(08)      VALUE 'Target'.
          05 FILLER              PIC X(15)      VALUE '    Quantity'.
          05 FILLER              PIC X(08)      VALUE 'Qty %'.
          05 FILLER              PIC X(19)      VALUE
             '     Value (USD)'.
          05 FILLER              PIC X(08)      VALUE 'Val %'.
          05 FILLER              PIC X(08)      VALUE 'Drift'.
          05 FILLER              PIC X(12)      VALUE 'Flag'.

      *05/08 One line per part, then one per supplier under it.
       01 WS-PART-LINE-OUT.
          05 FILLER                 PIC X(3)       VALUE SPACES.
          05 PRT-PART-OUT           PIC X(23)      VALUE SPACES.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 FILLER                 PIC X(12)      VALUE 'PART TOTAL'.
          05 PRT-TARGET-OUT         PIC ZZZZ9      VALUE ZERO.
          05 FILLER                 PIC X(03)      VALUE SPACES.
          05 PRT-QUANTITY-OUT       PIC ZZ,ZZZ,ZZZ,ZZ9 VALUE ZERO.
          05 FILLER                 PIC X(09)      VALUE SPACES.
          05 PRT-VALUE-OUT          PIC ZZ,ZZZ,ZZZ,ZZ9.99 VALUE ZERO.
          05 FILLER                 PIC X(18)      VALUE SPACES.
          05 PRT-FLAG-OUT           PIC X(20)      VALUE SPACES.

       01 WS-DETAIL-LINE-OUT.
          05 FILLER                 PIC X(28)      VALUE SPACES.
          05 DTL-SUPPLIER-OUT       PIC X(10)      VALUE SPACES.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 DTL-TARGET-OUT         PIC X(05)      VALUE SPACES.
          05 FILLER                 PIC X(03)      VALUE SPACES.
          05 DTL-QUANTITY-OUT       PIC ZZ,ZZZ,ZZZ,ZZ9 VALUE ZERO.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 DTL-QTY-SHARE-OUT      PIC ZZ9.9      VALUE ZERO.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 DTL-VALUE-OUT          PIC ZZ,ZZZ,ZZZ,ZZ9.99 VALUE ZERO.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 DTL-VALUE-SHARE-OUT    PIC ZZ9.9      VALUE ZERO.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 DTL-DEVIATION-OUT      PIC +ZZ9.9     VALUE ZERO.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 DTL-FLAG-OUT           PIC X(12)      VALUE SPACES.

       01 WS-SUMMARY-LINE.
           05 FILLER                PIC X(3)  VALUE SPACES.
           05 WS-SUMMARY-LABEL      PIC X(34) VALUE SPACES.
           05 WS-SUMMARY-COUNT      PIC ZZZ,ZZZ,ZZ9 VALUE ZERO.
           05 FILLER                PIC X(96) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN.
           PERFORM 000-Housekeeping.
           PERFORM 100-Main2 UNTIL GOODDATA-EOF-WS = 'Y'.
           PERFORM 700-WriteParts.
           PERFORM 900-WriteSummary.
           PERFORM 600-CLOSE-FILES.
           GOBACK.

       000-Housekeeping.
           PERFORM 300-Open-Files.
           PERFORM 370-LoadProcessDate.
           PERFORM 380-LoadParms.
           MOVE PROCESS-DATE TO WS-SECTION-DATE.
           MOVE WS-ALLOC-TOLERANCE TO WS-SECTION-TOL.
      * Priming Read
           PERFORM 400-Read-GOODDATA.

       100-Main2.
           PERFORM 200-TallyRecord
              THRU 200-TallyRecord-Exit.
           PERFORM 400-Read-GOODDATA.

      *05/08 Only a part with targets is of interest; every order
      * occurrence on its record adds to the supplier's row.
       200-TallyRecord.
           MOVE PART-NUMBER-PO TO WS-SEARCH-PART-NUMBER.
           MOVE SUPPLIER-CODE-PO TO WS-SEARCH-SUPPLIER-CODE.
           PERFORM 210-FindShareRow.
           IF NOT PART-ALLOCATED
              GO TO 200-TallyRecord-Exit
           END-IF.
           ADD 1 TO WS-ALLOC-ORDERS-CTR.
           PERFORM VARYING WS-PO-COUNTER FROM 1 BY 1
              UNTIL WS-PO-COUNTER > PURCHASE-ORDER-COUNT-PO
                 COMPUTE WS-EXT-VALUE =
                    QUANTITY-PO (WS-PO-COUNTER)
                    * UNIT-PRICE-PO (WS-PO-COUNTER)
                 PERFORM 220-FindFxRate
                 COMPUTE WS-USD-VALUE ROUNDED =
                    WS-EXT-VALUE * WS-FX-RATE-WORK
                 ADD QUANTITY-PO (WS-PO-COUNTER)
                    TO WS-SHR-QUANTITY (WS-SHARE-FOUND-IDX)
                 ADD WS-USD-VALUE
                    TO WS-SHR-VALUE (WS-SHARE-FOUND-IDX)
           END-PERFORM.
       200-TallyRecord-Exit.
           EXIT.

      *05/08 A target row found is its own share row. A miss with
      * the part at the insertion point (or just before it) means
      * the part is allocated but this supplier has no target - its
      * row is found or added after the target rows.
       210-FindShareRow.
           MOVE 'N' TO WS-PART-ALLOCATED-FLAG.
           MOVE ZERO TO WS-ALLOC-FOUND-IDX.
           MOVE ZERO TO WS-SHARE-FOUND-IDX.
           MOVE 1 TO WS-BSRCH-LO.
           MOVE ALLOC-TARGET-MAX TO WS-BSRCH-HI.
           PERFORM 215-SearchStep
              UNTIL WS-BSRCH-LO > WS-BSRCH-HI
                 OR WS-ALLOC-FOUND-IDX > ZERO.
           IF WS-ALLOC-FOUND-IDX > ZERO
              MOVE 'Y' TO WS-PART-ALLOCATED-FLAG
              MOVE WS-ALLOC-FOUND-IDX TO WS-SHARE-FOUND-IDX
           ELSE
              IF WS-BSRCH-LO <= ALLOC-TARGET-MAX
                 IF AL-PART-NUMBER (WS-BSRCH-LO)
                       = WS-SEARCH-PART-NUMBER
                    MOVE 'Y' TO WS-PART-ALLOCATED-FLAG
                 END-IF
              END-IF
              IF WS-BSRCH-LO > 1
                 IF AL-PART-NUMBER (WS-BSRCH-LO - 1)
                       = WS-SEARCH-PART-NUMBER
                    MOVE 'Y' TO WS-PART-ALLOCATED-FLAG
                 END-IF
              END-IF
              IF PART-ALLOCATED
                 PERFORM 230-FindUnallocatedRow
              END-IF
           END-IF.

       215-SearchStep.
           COMPUTE WS-BSRCH-MID = (WS-BSRCH-LO + WS-BSRCH-HI) / 2.
           EVALUATE TRUE
              WHEN AL-ALLOC-KEY (WS-BSRCH-MID) = WS-SEARCH-KEY
                 MOVE WS-BSRCH-MID TO WS-ALLOC-FOUND-IDX
              WHEN AL-ALLOC-KEY (WS-BSRCH-MID) < WS-SEARCH-KEY
                 COMPUTE WS-BSRCH-LO = WS-BSRCH-MID + 1
              WHEN OTHER
                 COMPUTE WS-BSRCH-HI = WS-BSRCH-MID - 1
           END-EVALUATE.

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

       230-FindUnallocatedRow.
           COMPUTE WS-SHARE-IDX = ALLOC-TARGET-MAX + 1.
           PERFORM VARYING WS-SHARE-IDX FROM WS-SHARE-IDX BY 1
              UNTIL WS-SHARE-IDX > WS-SHARE-MAX
                 OR WS-SHARE-FOUND-IDX > ZERO
                 IF WS-SHR-PART-NUMBER (WS-SHARE-IDX)
                       = WS-SEARCH-PART-NUMBER
                    AND WS-SHR-SUPPLIER-CODE (WS-SHARE-IDX)
                       = WS-SEARCH-SUPPLIER-CODE
                    MOVE WS-SHARE-IDX TO WS-SHARE-FOUND-IDX
                 END-IF
           END-PERFORM.
           IF WS-SHARE-FOUND-IDX = ZERO
              IF WS-SHARE-MAX >= 6000
                 DISPLAY 'ALLOCRPT - SHARE TABLE FULL AT 6000 '
                    'ROWS - RAISE OCCURS IN ALLOCRPT'
                 GO TO 2000-ABEND-RTN
              END-IF
              ADD 1 TO WS-SHARE-MAX
              MOVE WS-SHARE-MAX TO WS-SHARE-FOUND-IDX
              MOVE WS-SEARCH-PART-NUMBER
                 TO WS-SHR-PART-NUMBER (WS-SHARE-FOUND-IDX)
              MOVE WS-SEARCH-SUPPLIER-CODE
                 TO WS-SHR-SUPPLIER-CODE (WS-SHARE-FOUND-IDX)
           END-IF.

       300-Open-Files.
           OPEN INPUT GOODDATA-FILE.
      *    Input File Status Checking for GOODDATA
           IF IN-GOODDATA-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning Input GOODDATA'
                GO TO 2000-ABEND-RTN
           END-IF.

           OPEN INPUT ALLOCMST.
      *    Input File Status Checking for ALLOCMST
           IF ALLOCMST-NOT-FOUND
              MOVE 'Y' TO ALLOCMST-EOF-WS
           ELSE
              IF IN-ALLOCMST-KEY NOT = '00' THEN
                 DISPLAY
                        '---------------------------------------------'
                 DISPLAY 'File Problem openning Input ALLOCMST'
                 GO TO 2000-ABEND-RTN
              ELSE
                 PERFORM 310-LoadTargets
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

      *05/08 The share table starts as a copy of the target keys.
       310-LoadTargets.
           INITIALIZE ALLOC-TARGET-TABLE.
           INITIALIZE WS-SHARE-TABLE.
           MOVE 1 TO WS-ALLOC-INDEX.
           PERFORM 315-ReadNextTarget UNTIL ALLOCMST-EOF.
           COMPUTE ALLOC-TARGET-MAX = WS-ALLOC-INDEX - 1.
           MOVE ALLOC-TARGET-MAX TO WS-SHARE-MAX.
           CLOSE ALLOCMST.

       315-ReadNextTarget.
           IF WS-ALLOC-INDEX > 5000
              DISPLAY 'ALLOCRPT - ALLOCATION TABLE FULL AT 5000 '
                 'ROWS - RAISE OCCURS IN ALLOCTAB'
              GO TO 2000-ABEND-RTN
           END-IF.
           READ ALLOCMST INTO ALLOC-TARGET-LIST(WS-ALLOC-INDEX)
              AT END
                 MOVE 'Y' TO ALLOCMST-EOF-WS
           END-READ.
           IF NOT ALLOCMST-EOF
              MOVE AL-PART-NUMBER (WS-ALLOC-INDEX)
                 TO WS-SHR-PART-NUMBER (WS-ALLOC-INDEX)
              MOVE AL-SUPPLIER-CODE (WS-ALLOC-INDEX)
                 TO WS-SHR-SUPPLIER-CODE (WS-ALLOC-INDEX)
              ADD 1 TO WS-ALLOC-INDEX
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

       380-LoadParms.
           MOVE 'ALLOCTOL' TO PRQ-PARM-NAME.
           MOVE PROCESS-DATE TO PRQ-AS-OF-DATE.
           CALL 'PARMLOAD' USING PARM-REQUEST.
           IF PRQ-PARM-FOUND
              AND PRQ-PARM-VALUE (1:2) IS NUMERIC
              MOVE PRQ-PARM-VALUE (1:2) TO WS-ALLOC-TOLERANCE
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

       600-CLOSE-FILES.
           CLOSE  GOODDATA-FILE, PRINT-LINE.

      * Matches the fix in FINALEX's 2000-ABEND-RTN - DISPLAY and
      * EXIT alone just fell through to whatever paragraph follows.
       2000-ABEND-RTN.
           DISPLAY 'PROGRAM ENCOUNTERED AN ERROR'.
           MOVE 16 TO RETURN-CODE.
           GOBACK.

      *05/08 The target list is in part order, so each part's target
      * rows are a run; 710 reports the run and moves past it.
       700-WriteParts.
           PERFORM 800-NEW-PAGE.
           MOVE 1 TO WS-PART-FIRST-IDX.
           PERFORM 710-WritePart
              THRU 710-WritePart-Exit
              UNTIL WS-PART-FIRST-IDX > ALLOC-TARGET-MAX.

       710-WritePart.
           ADD 1 TO WS-PARTS-CTR.
           MOVE AL-PART-NUMBER (WS-PART-FIRST-IDX)
              TO WS-SEARCH-PART-NUMBER.
           MOVE ZERO TO WS-PART-TARGET-TOTAL, WS-PART-QUANTITY,
              WS-PART-VALUE.
           MOVE 'N' TO WS-PART-DRIFT-FLAG.
           MOVE WS-PART-FIRST-IDX TO WS-PART-LAST-IDX.
           PERFORM VARYING WS-SHARE-IDX FROM WS-PART-FIRST-IDX BY 1
              UNTIL WS-SHARE-IDX > ALLOC-TARGET-MAX
                 OR AL-PART-NUMBER (WS-SHARE-IDX)
                    NOT = WS-SEARCH-PART-NUMBER
                 MOVE WS-SHARE-IDX TO WS-PART-LAST-IDX
                 ADD AL-TARGET-PCT (WS-SHARE-IDX)
                    TO WS-PART-TARGET-TOTAL
                 ADD WS-SHR-QUANTITY (WS-SHARE-IDX)
                    TO WS-PART-QUANTITY
                 ADD WS-SHR-VALUE (WS-SHARE-IDX) TO WS-PART-VALUE
           END-PERFORM.
           COMPUTE WS-SHARE-IDX = ALLOC-TARGET-MAX + 1.
           PERFORM VARYING WS-SHARE-IDX FROM WS-SHARE-IDX BY 1
              UNTIL WS-SHARE-IDX > WS-SHARE-MAX
                 IF WS-SHR-PART-NUMBER (WS-SHARE-IDX)
                       = WS-SEARCH-PART-NUMBER
                    ADD WS-SHR-QUANTITY (WS-SHARE-IDX)
                       TO WS-PART-QUANTITY
                    ADD WS-SHR-VALUE (WS-SHARE-IDX) TO WS-PART-VALUE
                 END-IF
           END-PERFORM.

           IF WS-LINE-KTR > WS-MAX-LINES-PER-PAGE
              PERFORM 800-NEW-PAGE
           END-IF.
           WRITE PRINT-REC FROM WS-BLANK-LINE.
           MOVE WS-SEARCH-PART-NUMBER TO PRT-PART-OUT.
           MOVE WS-PART-TARGET-TOTAL TO PRT-TARGET-OUT.
           MOVE WS-PART-QUANTITY TO PRT-QUANTITY-OUT.
           MOVE WS-PART-VALUE TO PRT-VALUE-OUT.
           MOVE SPACES TO PRT-FLAG-OUT.
           IF WS-PART-TARGET-TOTAL NOT = 100
              MOVE 'TARGETS NOT 100%' TO PRT-FLAG-OUT
              ADD 1 TO WS-PARTS-NOT-100-CTR
           END-IF.
           IF WS-PART-QUANTITY NOT > ZERO
              IF PRT-FLAG-OUT = SPACES
                 MOVE 'NO ORDERS THIS MONTH' TO PRT-FLAG-OUT
              END-IF
              ADD 1 TO WS-PARTS-IDLE-CTR
           END-IF.
           WRITE PRINT-REC FROM WS-PART-LINE-OUT.
           ADD 2 TO WS-LINE-KTR.

           PERFORM VARYING WS-SHARE-IDX FROM WS-PART-FIRST-IDX BY 1
              UNTIL WS-SHARE-IDX > WS-PART-LAST-IDX
                 MOVE AL-TARGET-PCT (WS-SHARE-IDX) TO WS-LINE-TARGET
                 PERFORM 720-WriteSupplierLine
           END-PERFORM.
           COMPUTE WS-SHARE-IDX = ALLOC-TARGET-MAX + 1.
           PERFORM VARYING WS-SHARE-IDX FROM WS-SHARE-IDX BY 1
              UNTIL WS-SHARE-IDX > WS-SHARE-MAX
                 IF WS-SHR-PART-NUMBER (WS-SHARE-IDX)
                       = WS-SEARCH-PART-NUMBER
                    MOVE ZERO TO WS-LINE-TARGET
                    PERFORM 720-WriteSupplierLine
                    ADD 1 TO WS-UNALLOC-LINES-CTR
                 END-IF
           END-PERFORM.
           IF PART-DRIFTING
              ADD 1 TO WS-PARTS-DRIFT-CTR
           END-IF.
           COMPUTE WS-PART-FIRST-IDX = WS-PART-LAST-IDX + 1.
       710-WritePart-Exit.
           EXIT.

      *05/08 Shares are of the part's total for the month; a supplier
      * row at or past ALLOC-TARGET-MAX + 1 has no target.
       720-WriteSupplierLine.
           IF WS-LINE-KTR > WS-MAX-LINES-PER-PAGE
              PERFORM 800-NEW-PAGE
           END-IF.
           MOVE WS-SHR-SUPPLIER-CODE (WS-SHARE-IDX)
              TO DTL-SUPPLIER-OUT.
           IF WS-SHARE-IDX > ALLOC-TARGET-MAX
              MOVE 'NONE' TO DTL-TARGET-OUT
           ELSE
              MOVE WS-LINE-TARGET TO DTL-TARGET-OUT
              MOVE '%' TO DTL-TARGET-OUT (4:1)
           END-IF.
           MOVE WS-SHR-QUANTITY (WS-SHARE-IDX) TO DTL-QUANTITY-OUT.
           MOVE WS-SHR-VALUE (WS-SHARE-IDX) TO DTL-VALUE-OUT.
           MOVE ZERO TO WS-QTY-SHARE, WS-VALUE-SHARE.
           IF WS-PART-QUANTITY > ZERO
              COMPUTE WS-QTY-SHARE ROUNDED =
                 WS-SHR-QUANTITY (WS-SHARE-IDX) * 100
                 / WS-PART-QUANTITY
           END-IF.
           IF WS-PART-VALUE > ZERO
              COMPUTE WS-VALUE-SHARE ROUNDED =
                 WS-SHR-VALUE (WS-SHARE-IDX) * 100
                 / WS-PART-VALUE
           END-IF.
           MOVE WS-QTY-SHARE TO DTL-QTY-SHARE-OUT.
           MOVE WS-VALUE-SHARE TO DTL-VALUE-SHARE-OUT.
           COMPUTE WS-DEVIATION = WS-QTY-SHARE - WS-LINE-TARGET.
           MOVE WS-DEVIATION TO DTL-DEVIATION-OUT.
           IF WS-DEVIATION < ZERO
              COMPUTE WS-ABS-DEVIATION = ZERO - WS-DEVIATION
           ELSE
              MOVE WS-DEVIATION TO WS-ABS-DEVIATION
           END-IF.
           MOVE SPACES TO DTL-FLAG-OUT.
           IF WS-PART-QUANTITY > ZERO
              IF WS-SHARE-IDX > ALLOC-TARGET-MAX
                 MOVE 'NO TARGET' TO DTL-FLAG-OUT
                 MOVE 'Y' TO WS-PART-DRIFT-FLAG
              ELSE
                 IF WS-ABS-DEVIATION > WS-ALLOC-TOLERANCE
                    MOVE '** DRIFT **' TO DTL-FLAG-OUT
                    MOVE 'Y' TO WS-PART-DRIFT-FLAG
                 END-IF
              END-IF
           END-IF.
           WRITE PRINT-REC FROM WS-DETAIL-LINE-OUT.
           ADD 1 TO WS-LINE-KTR.

       800-NEW-PAGE.
           ADD 1 TO WS-PAGE-CTR.
           MOVE WS-PAGE-CTR TO WS-PAGE-NO-OUT.
           WRITE PRINT-REC FROM WS-PAGE-HEADING AFTER ADVANCING PAGE.
           WRITE PRINT-REC FROM WS-BLANK-LINE.
           WRITE PRINT-REC FROM WS-SECTION-LINE.
           WRITE PRINT-REC FROM WS-HEADER.
           MOVE 3 TO WS-LINE-KTR.

       900-WriteSummary.
           WRITE PRINT-REC FROM WS-BLANK-LINE.
           MOVE 'ALLOCATION RUN SUMMARY' TO WS-SUMMARY-LABEL.
           MOVE ZERO TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'GOOD RECORDS READ' TO WS-SUMMARY-LABEL.
           MOVE WS-IN-GOODDATA-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'RECORDS FOR ALLOCATED PARTS' TO WS-SUMMARY-LABEL.
           MOVE WS-ALLOC-ORDERS-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'ALLOCATED PARTS' TO WS-SUMMARY-LABEL.
           MOVE WS-PARTS-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'PARTS WITH NO ORDERS THIS MONTH' TO WS-SUMMARY-LABEL.
           MOVE WS-PARTS-IDLE-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'PARTS DRIFTING FROM TARGET' TO WS-SUMMARY-LABEL.
           MOVE WS-PARTS-DRIFT-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'PARTS WITH TARGETS NOT 100%' TO WS-SUMMARY-LABEL.
           MOVE WS-PARTS-NOT-100-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'SUPPLIERS ORDERED WITH NO TARGET' TO
              WS-SUMMARY-LABEL.
           MOVE WS-UNALLOC-LINES-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'CURRENCY RATE NOT FOUND, USED 1.0' TO
              WS-SUMMARY-LABEL.
           MOVE WS-FX-NOT-FOUND-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.

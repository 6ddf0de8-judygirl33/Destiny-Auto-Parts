       IDENTIFICATION DIVISION.
       PROGRAM-ID. RISKWTCH.
       AUTHOR. FABIO COSTA.
      ******************************************************************
      * 05/06 Weekly supplier financial-risk watch list for purchasing
      * management. Lists every supplier RISKLOAD has on the watch
      * (band worsened - see RISKTAB) with its score, the band it
      * came from and the band it is at now, the date it went on,
      * and what we stand to lose if it fails: the open value of its
      * orders on OPENPO (outstanding quantity at order price, in US
      * dollars off FXRATES, the RNIACCR conversion) and, part by
      * part, its share of all the open supply we have on order for
      * that part. A part it supplies alone shows 100% - those are
      * the ones to resource first. Returns/credits and closed or
      * cancelled orders are not supply and are left out. Read-only.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Supplier financial-risk master - see RISKTAB.
           SELECT RISKMST ASSIGN TO RISKMST
           FILE STATUS IS IN-RISKMST-KEY.

      * Supplier master - see SUPMTAB.
           SELECT SUPPMST ASSIGN TO SUPPMST
           FILE STATUS IS IN-SUPPMST-KEY.

      * Open purchase-order status file, as POMATCH writes it
           SELECT OPENPO ASSIGN TO OPENPO
           FILE STATUS IS IN-OPENPO-KEY.

      * Currency-to-USD rate control file - see FXRTAB.
           SELECT FXRATES ASSIGN TO FXRATES
           FILE STATUS IS IN-FXRATES-KEY.

      * Business process-date control card - see PROCDATE.
           SELECT PROCDATE ASSIGN TO PROCDATE
           FILE STATUS IS PROCDATE-KEY.

           SELECT PRINT-LINE ASSIGN TO PRTLINE.

       DATA DIVISION.
       FILE SECTION.
       FD  RISKMST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 41 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RISKMST-REC.
       01  RISKMST-REC      PIC X(41).

       FD  SUPPMST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 74 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SUPPMST-REC.
       01  SUPPMST-REC      PIC X(74).

      * Same OPENPO-REC shape POMATCH writes.
       FD  OPENPO
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 126 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
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

      * Currency-to-USD rate control file - see FXRTAB.
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
           COPY RISKTAB.  *> Supplier financial-risk master table
           COPY SUPMTAB.  *> Supplier master table
           COPY FXRTAB.   *> Currency-to-USD rate control table
           COPY PARMTAB.  *> PARMLOAD central-parameter request block
      * Business process date control card - see PROCDATE.
           COPY PROCDATE.

       01 FILE-STATUS-CODES.
      * No master yet just means nobody is on the watch.
           05 IN-RISKMST-KEY            PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
                88 RISKMST-NOT-FOUND        VALUE '35'.
           05 IN-SUPPMST-KEY            PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
           05 IN-OPENPO-KEY             PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
           05 IN-FXRATES-KEY            PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
           05 PROCDATE-KEY              PIC X(2).
                88 CODE-WRITE               VALUE SPACES.

       01 FILES-EOF.
           05 RISKMST-EOF-WS                  PIC X(01) VALUE 'N'.
              88 RISKMST-EOF                             VALUE 'Y'.
           05 SUPPMST-EOF-WS                  PIC X(01) VALUE 'N'.
              88 SUPPMST-EOF                             VALUE 'Y'.
           05 OPENPO-EOF-WS                   PIC X(01) VALUE 'N'.
              88 OPENPO-EOF                              VALUE 'Y'.
           05 FXRATES-EOF-WS                  PIC X(01) VALUE 'N'.
              88 FXRATES-EOF                             VALUE 'Y'.

      *05/06 Open supply per watched supplier and part, with the
      * part's open supply across every supplier filled in on the
      * second OPENPO pass.
       01 WS-WATCH-PART-TABLE.
           05 WS-WP-ENTRY OCCURS 5000 TIMES.
              10 WS-WP-SUPPLIER           PIC X(10).
              10 WS-WP-PART-NUMBER        PIC X(23).
              10 WS-WP-OPEN-QTY           PIC 9(09).
              10 WS-WP-OPEN-VALUE         PIC 9(11)V99.
              10 WS-WP-ALL-QTY            PIC 9(09).
       01 WS-WP-MAX                        PIC 9(05) VALUE ZERO.
       01 WS-WP-IDX                        PIC 9(05) VALUE 1.
       01 WS-WP-FOUND-IDX                  PIC 9(05) VALUE ZERO.

       01 WS-RISK-INDEX                    PIC 9(4) VALUE 1.
       01 WS-RISK-FOUND-IDX                PIC 9(4) VALUE ZERO.
       01 WS-BSRCH-LO                      PIC 9(4) VALUE ZERO.
       01 WS-BSRCH-HI                      PIC 9(4) VALUE ZERO.
       01 WS-BSRCH-MID                     PIC 9(4) VALUE ZERO.
       01 WS-SEARCH-SUPPLIER-CODE          PIC X(10) VALUE SPACES.
       01 WS-SUPPMST-INDEX                 PIC 9(4) VALUE 1.
       01 WS-SUPPMST-FOUND-IDX             PIC 9(4) VALUE ZERO.

       01 WS-FX-IDX                        PIC 9(04) VALUE 1.
       01 WS-FX-FOUND-FLAG                 PIC X     VALUE 'N'.
           88 FX-RATE-FOUND                          VALUE 'Y'.
       01 WS-FX-RATE-WORK                  PIC 9(3)V9(6) VALUE 1.
       01 WS-LINE-VALUE                    PIC 9(11)V99 VALUE ZERO.
       01 WS-SUPPLIER-VALUE                PIC 9(11)V99 VALUE ZERO.
       01 WS-SUPPLIER-PARTS                PIC 9(05) VALUE ZERO.
       01 WS-SHARE-PCT                     PIC 9(3)V9 VALUE ZERO.

       01 WS-WATCHED-CTR                   PIC 9(7) VALUE ZERO.
       01 WS-WATCHED-HIGH-CTR              PIC 9(7) VALUE ZERO.
       01 WS-NO-ORDERS-CTR                 PIC 9(7) VALUE ZERO.
       01 WS-PARTS-CTR                     PIC 9(7) VALUE ZERO.
       01 WS-SOLE-SOURCE-CTR               PIC 9(7) VALUE ZERO.
       01 WS-FX-NOT-FOUND-CTR              PIC 9(7) VALUE ZERO.
       01 WS-TOTAL-VALUE                   PIC 9(13)V99 VALUE ZERO.

      *05/06 Band at or past which a supplier is high risk - the
      * PARMLOAD RISKHIGH value overrides, as in RISKLOAD.
       01 WS-HIGH-BAND                     PIC 9(01) VALUE 4.

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
              'Destiny Auto Parts - Supplier Financial-Risk Watch'.
           05 FILLER              PIC X(54)      VALUE SPACES.
           05 FILLER              PIC X(5)       VALUE 'PAGE '.
           05 WS-PAGE-NO-OUT      PIC ZZZ9       VALUE ZERO.
       01 WS-SECTION-LINE.
           05 FILLER              PIC X(3)       VALUE SPACES.
           05 FILLER              PIC X(40)      VALUE
              'SUPPLIERS ON THE WATCH LIST AS OF'.
           05 WS-SECTION-DATE     PIC X(08)      VALUE SPACES.
           05 FILLER              PIC X(82)      VALUE SPACES.

       01 WS-HEADER.
          05 FILLER              PIC X(3)       VALUE SPACES.
          05 FILLER              PIC X(12)      VALUE 'Supplier'.
          05 FILLER              PIC X(17)      VALUE 'Name'.
          05 FILLER              PIC X(07)      VALUE 'Score'.
          05 FILLER              PIC X(07)      VALUE 'Band'.
          05 FILLER              PIC X(11)      VALUE 'On Watch'.
          05 FILLER              PIC X(10)      VALUE 'Scored'.
          05 FILLER              PIC X(20)      VALUE
             '   Open Value (USD)'.
       01 WS-PART-HEADER.
          05 FILLER              PIC X(8)       VALUE SPACES.
          05 FILLER              PIC X(25)      VALUE 'Part'.
          05 FILLER              PIC X(15)      VALUE '  Their Open'.
          05 FILLER              PIC X(15)      VALUE '   All Open'.
          05 FILLER              PIC X(08)      VALUE '  Share'.

       01 WS-SUPPLIER-LINE-OUT.
          05 FILLER                 PIC X(3)       VALUE SPACES.
          05 SUP-SUPPLIER-OUT       PIC X(10)      VALUE SPACES.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 SUP-NAME-OUT           PIC X(15)      VALUE SPACES.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 SUP-SCORE-OUT          PIC ZZ9        VALUE ZERO.
          05 FILLER                 PIC X(04)      VALUE SPACES.
          05 SUP-FROM-BAND-OUT      PIC 9(01)      VALUE ZERO.
          05 FILLER                 PIC X(02)      VALUE '->'.
          05 SUP-BAND-OUT           PIC 9(01)      VALUE ZERO.
          05 FILLER                 PIC X(03)      VALUE SPACES.
          05 SUP-WATCH-DATE-OUT     PIC X(08)      VALUE SPACES.
          05 FILLER                 PIC X(03)      VALUE SPACES.
          05 SUP-SCORE-DATE-OUT     PIC X(08)      VALUE SPACES.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 SUP-VALUE-OUT          PIC ZZ,ZZZ,ZZZ,ZZ9.99 VALUE ZERO.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 SUP-HIGH-OUT           PIC X(09)      VALUE SPACES.
       01 WS-PART-LINE-OUT.
          05 FILLER                 PIC X(8)       VALUE SPACES.
          05 PRT-PART-OUT           PIC X(23)      VALUE SPACES.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 PRT-THEIR-QTY-OUT      PIC ZZZ,ZZZ,ZZ9 VALUE ZERO.
          05 FILLER                 PIC X(04)      VALUE SPACES.
          05 PRT-ALL-QTY-OUT        PIC ZZZ,ZZZ,ZZ9 VALUE ZERO.
          05 FILLER                 PIC X(03)      VALUE SPACES.
          05 PRT-SHARE-OUT          PIC ZZ9.9      VALUE ZERO.
          05 FILLER                 PIC X(01)      VALUE '%'.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 PRT-SOLE-OUT           PIC X(11)      VALUE SPACES.
       01 WS-NO-ORDERS-LINE.
          05 FILLER                 PIC X(8)       VALUE SPACES.
          05 FILLER                 PIC X(30)      VALUE
             'NO OPEN ORDERS ON OPENPO'.

       01 WS-SUMMARY-LINE.
           05 FILLER                PIC X(3)  VALUE SPACES.
           05 WS-SUMMARY-LABEL      PIC X(34) VALUE SPACES.
           05 WS-SUMMARY-COUNT      PIC ZZZ,ZZZ,ZZ9 VALUE ZERO.
           05 FILLER                PIC X(85) VALUE SPACES.
       01 WS-SUMMARY-VALUE-LINE.
           05 FILLER                PIC X(3)  VALUE SPACES.
           05 WS-SUMMARY-VALUE-LABEL PIC X(34) VALUE SPACES.
           05 WS-SUMMARY-VALUE      PIC ZZZ,ZZZ,ZZZ,ZZ9.99 VALUE ZERO.
           05 FILLER                PIC X(78) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN.
           PERFORM 000-Housekeeping.
           PERFORM 200-ReportSupplier
              THRU 200-ReportSupplier-Exit
              VARYING WS-RISK-INDEX FROM 1 BY 1
              UNTIL WS-RISK-INDEX > RISK-MAX.
           PERFORM 900-WriteSummary.
           PERFORM 600-CLOSE-FILES.
           GOBACK.

       000-Housekeeping.
           PERFORM 370-LoadProcessDate.
           PERFORM 380-LoadParms.
           PERFORM 300-Open-Files.
           PERFORM 340-LoadWatchedSupply.
           PERFORM 350-LoadAllSupply THRU 350-LoadAllSupply-Exit.
           MOVE PROCESS-DATE TO WS-SECTION-DATE.
           PERFORM 800-NEW-PAGE.

      *05/06 One watched supplier - its heading line with the open
      * value, then a line per part it has open.
       200-ReportSupplier.
           IF NOT RK-ON-WATCH (WS-RISK-INDEX)
              GO TO 200-ReportSupplier-Exit
           END-IF.
           ADD 1 TO WS-WATCHED-CTR.
           MOVE ZERO TO WS-SUPPLIER-VALUE, WS-SUPPLIER-PARTS.
           PERFORM VARYING WS-WP-IDX FROM 1 BY 1
              UNTIL WS-WP-IDX > WS-WP-MAX
                 IF WS-WP-SUPPLIER (WS-WP-IDX)
                       = RK-SUPPLIER-CODE (WS-RISK-INDEX)
                    ADD WS-WP-OPEN-VALUE (WS-WP-IDX)
                       TO WS-SUPPLIER-VALUE
                    ADD 1 TO WS-SUPPLIER-PARTS
                 END-IF
           END-PERFORM.
           ADD WS-SUPPLIER-VALUE TO WS-TOTAL-VALUE.
           IF WS-LINE-KTR + WS-SUPPLIER-PARTS + 3
                 > WS-MAX-LINES-PER-PAGE
              PERFORM 800-NEW-PAGE
           END-IF.
           PERFORM 700-Write-Supplier-Line.
           IF WS-SUPPLIER-PARTS = ZERO
              ADD 1 TO WS-NO-ORDERS-CTR
              WRITE PRINT-REC FROM WS-NO-ORDERS-LINE
              ADD 1 TO WS-LINE-KTR
              GO TO 200-ReportSupplier-Exit
           END-IF.
           WRITE PRINT-REC FROM WS-PART-HEADER.
           ADD 1 TO WS-LINE-KTR.
           PERFORM VARYING WS-WP-IDX FROM 1 BY 1
              UNTIL WS-WP-IDX > WS-WP-MAX
                 IF WS-WP-SUPPLIER (WS-WP-IDX)
                       = RK-SUPPLIER-CODE (WS-RISK-INDEX)
                    PERFORM 710-Write-Part-Line
                 END-IF
           END-PERFORM.
       200-ReportSupplier-Exit.
           EXIT.

      *05/06 Rate for the order's currency off the FXRATES table - a
      * currency with no card converts at 1.000000 and is counted,
      * the same fallback RNIACCR uses.
       220-FindFxRate.
           MOVE 'N' TO WS-FX-FOUND-FLAG.
           MOVE 1 TO WS-FX-RATE-WORK.
           PERFORM VARYING WS-FX-IDX FROM 1 BY 1
              UNTIL WS-FX-IDX > FX-RATE-MAX OR FX-RATE-FOUND
                 IF FX-CURRENCY-CODE (WS-FX-IDX) = OP-CURRENCY-CODE
                    MOVE 'Y' TO WS-FX-FOUND-FLAG
                    MOVE FX-RATE-TO-USD (WS-FX-IDX)
                       TO WS-FX-RATE-WORK
                 END-IF
           END-PERFORM.
           IF NOT FX-RATE-FOUND
              ADD 1 TO WS-FX-NOT-FOUND-CTR
           END-IF.

      *05/06 Binary search of the ordered risk master.
       240-FindRisk.
           MOVE ZERO TO WS-RISK-FOUND-IDX.
           MOVE 1 TO WS-BSRCH-LO.
           MOVE RISK-MAX TO WS-BSRCH-HI.
           PERFORM 245-SearchStep
              UNTIL WS-BSRCH-LO > WS-BSRCH-HI
                 OR WS-RISK-FOUND-IDX > ZERO.

       245-SearchStep.
           COMPUTE WS-BSRCH-MID = (WS-BSRCH-LO + WS-BSRCH-HI) / 2.
           EVALUATE TRUE
              WHEN RK-SUPPLIER-CODE (WS-BSRCH-MID)
                    = WS-SEARCH-SUPPLIER-CODE
                 MOVE WS-BSRCH-MID TO WS-RISK-FOUND-IDX
              WHEN RK-SUPPLIER-CODE (WS-BSRCH-MID)
                    < WS-SEARCH-SUPPLIER-CODE
                 COMPUTE WS-BSRCH-LO = WS-BSRCH-MID + 1
              WHEN OTHER
                 COMPUTE WS-BSRCH-HI = WS-BSRCH-MID - 1
           END-EVALUATE.

       300-Open-Files.
           OPEN INPUT RISKMST.
           IF RISKMST-NOT-FOUND
              CONTINUE
           ELSE
              IF IN-RISKMST-KEY NOT = '00'
                 DISPLAY 'File Problem openning Input RISKMST'
                 GO TO 2000-ABEND-RTN
              ELSE
                 MOVE 1 TO WS-RISK-INDEX
                 PERFORM 310-ReadNextRisk UNTIL RISKMST-EOF
                 COMPUTE RISK-MAX = WS-RISK-INDEX - 1
                 CLOSE RISKMST
              END-IF
           END-IF.

           OPEN INPUT SUPPMST.
           IF IN-SUPPMST-KEY NOT = '00' THEN
                DISPLAY 'File Problem openning Input SUPPMST'
                GO TO 2000-ABEND-RTN
           ELSE
                MOVE 1 TO WS-SUPPMST-INDEX
                PERFORM 320-ReadNextSupplier UNTIL SUPPMST-EOF
                COMPUTE SUPP-MASTER-MAX = WS-SUPPMST-INDEX - 1
                CLOSE SUPPMST
           END-IF.

           OPEN INPUT FXRATES.
           IF IN-FXRATES-KEY NOT = '00' THEN
                DISPLAY 'File Problem openning Input FXRATES'
                GO TO 2000-ABEND-RTN
           ELSE
                INITIALIZE FX-RATE-TABLE
                MOVE 1 TO WS-FX-IDX
                PERFORM 325-ReadNextFxRate UNTIL FXRATES-EOF
                COMPUTE FX-RATE-MAX = WS-FX-IDX - 1
                CLOSE FXRATES
           END-IF.

           OPEN OUTPUT PRINT-LINE.

       310-ReadNextRisk.
           IF WS-RISK-INDEX > 500
              DISPLAY 'RISKWTCH - RISK TABLE FULL AT 500 '
                 'ROWS - RAISE OCCURS IN RISKTAB'
              GO TO 2000-ABEND-RTN
           END-IF.
           READ RISKMST INTO RISK-LIST (WS-RISK-INDEX)
              AT END
                 MOVE 'Y' TO RISKMST-EOF-WS
           END-READ.
           IF NOT RISKMST-EOF
              ADD 1 TO WS-RISK-INDEX
           END-IF.

       320-ReadNextSupplier.
           IF WS-SUPPMST-INDEX > 500
              DISPLAY 'RISKWTCH - SUPPLIER MASTER TABLE FULL AT 500 '
                 'ROWS - RAISE OCCURS IN SUPMTAB'
              GO TO 2000-ABEND-RTN
           END-IF.
           READ SUPPMST INTO SUPP-MASTER-LIST (WS-SUPPMST-INDEX)
              AT END
                 MOVE 'Y' TO SUPPMST-EOF-WS
           END-READ.
           IF NOT SUPPMST-EOF
              ADD 1 TO WS-SUPPMST-INDEX
           END-IF.

       325-ReadNextFxRate.
           READ FXRATES INTO FX-RATE-LIST(WS-FX-IDX)
              AT END
                 MOVE 'Y' TO FXRATES-EOF-WS
           END-READ.
           IF NOT FXRATES-EOF
              ADD 1 TO WS-FX-IDX
           END-IF.

      *05/06 First OPENPO pass - the watched suppliers' own open
      * supply, one slot per supplier and part.
       340-LoadWatchedSupply.
           OPEN INPUT OPENPO.
           IF IN-OPENPO-KEY NOT = '00' THEN
                DISPLAY 'File Problem openning Input OPENPO'
                GO TO 2000-ABEND-RTN
           END-IF.
           MOVE 'N' TO OPENPO-EOF-WS.
           PERFORM 345-AddWatchedLine THRU 345-AddWatchedLine-Exit
              UNTIL OPENPO-EOF.
           CLOSE OPENPO.

       345-AddWatchedLine.
           READ OPENPO
              AT END
                 MOVE 'Y' TO OPENPO-EOF-WS
           END-READ.
           IF OPENPO-EOF
              GO TO 345-AddWatchedLine-Exit
           END-IF.
           IF OP-PO-STATUS NOT = 'O'
              OR OP-QTY-OUTSTANDING <= ZERO
              OR OP-ORDER-TYPE = 'R'
              GO TO 345-AddWatchedLine-Exit
           END-IF.
           MOVE OP-SUPPLIER-CODE TO WS-SEARCH-SUPPLIER-CODE.
           PERFORM 240-FindRisk.
           IF WS-RISK-FOUND-IDX = ZERO
              GO TO 345-AddWatchedLine-Exit
           END-IF.
           IF NOT RK-ON-WATCH (WS-RISK-FOUND-IDX)
              GO TO 345-AddWatchedLine-Exit
           END-IF.
           MOVE ZERO TO WS-WP-FOUND-IDX.
           PERFORM VARYING WS-WP-IDX FROM 1 BY 1
              UNTIL WS-WP-IDX > WS-WP-MAX
                 OR WS-WP-FOUND-IDX > ZERO
                 IF WS-WP-SUPPLIER (WS-WP-IDX) = OP-SUPPLIER-CODE
                    AND WS-WP-PART-NUMBER (WS-WP-IDX) = OP-PART-NUMBER
                    MOVE WS-WP-IDX TO WS-WP-FOUND-IDX
                 END-IF
           END-PERFORM.
           IF WS-WP-FOUND-IDX = ZERO
              IF WS-WP-MAX >= 5000
                 DISPLAY 'RISKWTCH - WATCHED SUPPLY TABLE FULL AT '
                    '5000 ROWS - RAISE OCCURS IN RISKWTCH'
                 GO TO 2000-ABEND-RTN
              END-IF
              ADD 1 TO WS-WP-MAX
              MOVE WS-WP-MAX TO WS-WP-FOUND-IDX
              MOVE OP-SUPPLIER-CODE TO WS-WP-SUPPLIER (WS-WP-FOUND-IDX)
              MOVE OP-PART-NUMBER
                 TO WS-WP-PART-NUMBER (WS-WP-FOUND-IDX)
              MOVE ZERO TO WS-WP-OPEN-QTY (WS-WP-FOUND-IDX)
              MOVE ZERO TO WS-WP-OPEN-VALUE (WS-WP-FOUND-IDX)
              MOVE ZERO TO WS-WP-ALL-QTY (WS-WP-FOUND-IDX)
           END-IF.
           PERFORM 220-FindFxRate.
           COMPUTE WS-LINE-VALUE ROUNDED =
              OP-QTY-OUTSTANDING * OP-UNIT-PRICE * WS-FX-RATE-WORK.
           ADD OP-QTY-OUTSTANDING TO WS-WP-OPEN-QTY (WS-WP-FOUND-IDX).
           ADD WS-LINE-VALUE TO WS-WP-OPEN-VALUE (WS-WP-FOUND-IDX).
       345-AddWatchedLine-Exit.
           EXIT.

      *05/06 Second OPENPO pass - every supplier's open supply of
      * each part a watched supplier has open, for the share.
       350-LoadAllSupply.
           IF WS-WP-MAX = ZERO
              GO TO 350-LoadAllSupply-Exit
           END-IF.
           OPEN INPUT OPENPO.
           IF IN-OPENPO-KEY NOT = '00' THEN
                DISPLAY 'File Problem reopenning Input OPENPO'
                GO TO 2000-ABEND-RTN
           END-IF.
           MOVE 'N' TO OPENPO-EOF-WS.
           PERFORM 355-AddAllLine THRU 355-AddAllLine-Exit
              UNTIL OPENPO-EOF.
           CLOSE OPENPO.
       350-LoadAllSupply-Exit.
           EXIT.

       355-AddAllLine.
           READ OPENPO
              AT END
                 MOVE 'Y' TO OPENPO-EOF-WS
           END-READ.
           IF OPENPO-EOF
              GO TO 355-AddAllLine-Exit
           END-IF.
           IF OP-PO-STATUS NOT = 'O'
              OR OP-QTY-OUTSTANDING <= ZERO
              OR OP-ORDER-TYPE = 'R'
              GO TO 355-AddAllLine-Exit
           END-IF.
           PERFORM VARYING WS-WP-IDX FROM 1 BY 1
              UNTIL WS-WP-IDX > WS-WP-MAX
                 IF WS-WP-PART-NUMBER (WS-WP-IDX) = OP-PART-NUMBER
                    ADD OP-QTY-OUTSTANDING
                       TO WS-WP-ALL-QTY (WS-WP-IDX)
                 END-IF
           END-PERFORM.
       355-AddAllLine-Exit.
           EXIT.

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
           MOVE 'RISKHIGH' TO PRQ-PARM-NAME.
           MOVE PROCESS-DATE TO PRQ-AS-OF-DATE.
           CALL 'PARMLOAD' USING PARM-REQUEST.
           IF PRQ-PARM-FOUND
              AND PRQ-PARM-VALUE (1:1) IS NUMERIC
              AND PRQ-PARM-VALUE (1:1) NOT = '0'
              MOVE PRQ-PARM-VALUE (1:1) TO WS-HIGH-BAND
           END-IF.

       600-CLOSE-FILES.
           CLOSE PRINT-LINE.

      * Matches the fix in FINALEX's 2000-ABEND-RTN - DISPLAY and
      * EXIT alone just fell through to whatever paragraph follows.
       2000-ABEND-RTN.
           DISPLAY 'PROGRAM ENCOUNTERED AN ERROR'.
           MOVE 16 TO RETURN-CODE.
           GOBACK.

       700-Write-Supplier-Line.
           MOVE RK-SUPPLIER-CODE (WS-RISK-INDEX) TO SUP-SUPPLIER-OUT.
           MOVE SPACES TO SUP-NAME-OUT.
           MOVE ZERO TO WS-SUPPMST-FOUND-IDX.
           PERFORM VARYING WS-SUPPMST-INDEX FROM 1 BY 1
              UNTIL WS-SUPPMST-INDEX > SUPP-MASTER-MAX
                 OR WS-SUPPMST-FOUND-IDX > ZERO
                 IF SM-SUPPLIER-CODE (WS-SUPPMST-INDEX)
                       = RK-SUPPLIER-CODE (WS-RISK-INDEX)
                    MOVE WS-SUPPMST-INDEX TO WS-SUPPMST-FOUND-IDX
                    MOVE SM-SUPPLIER-NAME (WS-SUPPMST-INDEX)
                       TO SUP-NAME-OUT
                 END-IF
           END-PERFORM.
           MOVE RK-SCORE (WS-RISK-INDEX) TO SUP-SCORE-OUT.
           MOVE RK-WATCH-FROM-BAND (WS-RISK-INDEX) TO SUP-FROM-BAND-OUT.
           MOVE RK-BAND (WS-RISK-INDEX) TO SUP-BAND-OUT.
           MOVE RK-WATCH-DATE (WS-RISK-INDEX) TO SUP-WATCH-DATE-OUT.
           MOVE RK-SCORE-DATE (WS-RISK-INDEX) TO SUP-SCORE-DATE-OUT.
           MOVE WS-SUPPLIER-VALUE TO SUP-VALUE-OUT.
           IF RK-BAND (WS-RISK-INDEX) >= WS-HIGH-BAND
              MOVE 'HIGH RISK' TO SUP-HIGH-OUT
              ADD 1 TO WS-WATCHED-HIGH-CTR
           ELSE
              MOVE SPACES TO SUP-HIGH-OUT
           END-IF.
           WRITE PRINT-REC FROM WS-BLANK-LINE.
           WRITE PRINT-REC FROM WS-SUPPLIER-LINE-OUT.
           ADD 2 TO WS-LINE-KTR.

      *05/06 A part on this supplier alone is flagged SOLE SOURCE.
       710-Write-Part-Line.
           IF WS-LINE-KTR > WS-MAX-LINES-PER-PAGE
              PERFORM 800-NEW-PAGE
              WRITE PRINT-REC FROM WS-PART-HEADER
              ADD 1 TO WS-LINE-KTR
           END-IF.
           ADD 1 TO WS-PARTS-CTR.
           MOVE WS-WP-PART-NUMBER (WS-WP-IDX) TO PRT-PART-OUT.
           MOVE WS-WP-OPEN-QTY (WS-WP-IDX) TO PRT-THEIR-QTY-OUT.
           MOVE WS-WP-ALL-QTY (WS-WP-IDX) TO PRT-ALL-QTY-OUT.
           IF WS-WP-ALL-QTY (WS-WP-IDX) > ZERO
              COMPUTE WS-SHARE-PCT ROUNDED =
                 WS-WP-OPEN-QTY (WS-WP-IDX) * 100
                 / WS-WP-ALL-QTY (WS-WP-IDX)
           ELSE
              MOVE ZERO TO WS-SHARE-PCT
           END-IF.
           MOVE WS-SHARE-PCT TO PRT-SHARE-OUT.
           IF WS-WP-OPEN-QTY (WS-WP-IDX) = WS-WP-ALL-QTY (WS-WP-IDX)
              MOVE 'SOLE SOURCE' TO PRT-SOLE-OUT
              ADD 1 TO WS-SOLE-SOURCE-CTR
           ELSE
              MOVE SPACES TO PRT-SOLE-OUT
           END-IF.
           WRITE PRINT-REC FROM WS-PART-LINE-OUT.
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
           MOVE 'RUN SUMMARY' TO WS-SUMMARY-LABEL.
           MOVE ZERO TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'SUPPLIERS SCORED' TO WS-SUMMARY-LABEL.
           MOVE RISK-MAX TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'SUPPLIERS ON THE WATCH LIST' TO WS-SUMMARY-LABEL.
           MOVE WS-WATCHED-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE '  NOW HIGH RISK' TO WS-SUMMARY-LABEL.
           MOVE WS-WATCHED-HIGH-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE '  WITH NO OPEN ORDERS' TO WS-SUMMARY-LABEL.
           MOVE WS-NO-ORDERS-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'PARTS ON ORDER FROM THEM' TO WS-SUMMARY-LABEL.
           MOVE WS-PARTS-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE '  SOLE SOURCE' TO WS-SUMMARY-LABEL.
           MOVE WS-SOLE-SOURCE-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'ORDER LINES WITH NO FX RATE CARD' TO WS-SUMMARY-LABEL.
           MOVE WS-FX-NOT-FOUND-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'OPEN VALUE ON WATCH (USD)' TO WS-SUMMARY-VALUE-LABEL.
           MOVE WS-TOTAL-VALUE TO WS-SUMMARY-VALUE.
           WRITE PRINT-REC FROM WS-SUMMARY-VALUE-LINE.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. TOOLRPT.
       AUTHOR. FABIO COSTA.
      ******************************************************************
      * 05/02 Quarterly supplier-held tooling report, off the TOOLMST
      * register TOOLMNT maintains and TOOLLIFE counts down (see
      * TOOLTAB). Three lists of tools still at a supplier, each
      * with what the tool cost us, so engineering can pull tools
      * back before they disappear:
      *   NEARING END OF LIFE - life left at or under the TLEOLPCT
      *     parameter's percent of expected life (default 10),
      *     worn-out tools included;
      *   NOT AUDITED         - nobody has seen the tool in the
      *     TLAUDDAY parameter's days (default 365);
      *   DORMANT SUPPLIER    - the holding supplier is off SUPPMST,
      *     or has no order on OPENPO placed in the TLORDDAY
      *     parameter's days (default 365).
      * A tool can turn up on more than one list. Read-only.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Tooling register - see TOOLTAB.
           SELECT TOOLMST ASSIGN TO TOOLMST
           FILE STATUS IS IN-TOOLMST-KEY.

      * Supplier master - see SUPMTAB.
           SELECT SUPPMST ASSIGN TO SUPPMST
           FILE STATUS IS IN-SUPPMST-KEY.

      * Open purchase-order status file, as POMATCH writes it
           SELECT OPENPO ASSIGN TO OPENPO
           FILE STATUS IS IN-OPENPO-KEY.

      * Business process-date control card - see PROCDATE.
           SELECT PROCDATE ASSIGN TO PROCDATE
           FILE STATUS IS PROCDATE-KEY.

           SELECT PRINT-LINE ASSIGN TO PRTLINE.

       DATA DIVISION.
       FILE SECTION.
       FD  TOOLMST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 108 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS TOOLMST-REC.
       01  TOOLMST-REC      PIC X(108).

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
           COPY TOOLTAB.  *> Tooling register
           COPY SUPMTAB.  *> Supplier master table
           COPY PARMTAB.  *> PARMLOAD central-parameter request block
      * Business process date control card - see PROCDATE.
           COPY PROCDATE.

       01 FILE-STATUS-CODES.
      * No register yet just means no tools to report.
           05 IN-TOOLMST-KEY            PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
                88 TOOLMST-NOT-FOUND        VALUE '35'.
           05 IN-SUPPMST-KEY            PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
           05 IN-OPENPO-KEY             PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
           05 PROCDATE-KEY              PIC X(2).
                88 CODE-WRITE               VALUE SPACES.

       01 FILES-EOF.
           05 TOOLMST-EOF-WS                  PIC X(01) VALUE 'N'.
              88 TOOLMST-EOF                             VALUE 'Y'.
           05 SUPPMST-EOF-WS                  PIC X(01) VALUE 'N'.
              88 SUPPMST-EOF                             VALUE 'Y'.
           05 OPENPO-EOF-WS                   PIC X(01) VALUE 'N'.
              88 OPENPO-EOF                              VALUE 'Y'.

      *05/02 Percent of expected life left at which a tool is listed
      * as nearing its end - PARMLOAD TLEOLPCT overrides.
       01 WS-EOL-PCT                       PIC 9(03) VALUE 010.
      *05/02 Days since its last audit after which a tool is listed -
      * PARMLOAD TLAUDDAY overrides.
       01 WS-AUDIT-DAYS                    PIC 9(03) VALUE 365.
      *05/02 Days without an order after which a holding supplier is
      * dormant - PARMLOAD TLORDDAY overrides.
       01 WS-ORDER-DAYS                    PIC 9(03) VALUE 365.

       01 WS-EOL-CTR                       PIC 9(7) VALUE ZERO.
       01 WS-UNAUDITED-CTR                 PIC 9(7) VALUE ZERO.
       01 WS-DORMANT-CTR                   PIC 9(7) VALUE ZERO.
       01 WS-ACTIVE-CTR                    PIC 9(7) VALUE ZERO.
       01 WS-EOL-COST                      PIC 9(11)V99 VALUE ZERO.
       01 WS-UNAUDITED-COST                PIC 9(11)V99 VALUE ZERO.
       01 WS-DORMANT-COST                  PIC 9(11)V99 VALUE ZERO.
       01 WS-ACTIVE-COST                   PIC 9(11)V99 VALUE ZERO.

      *05/02 Newest order date per supplier on the status file.
       01 WS-LAST-ORDER-TABLE.
           05 WS-LO-ENTRY OCCURS 2000 TIMES.
              10 WS-LO-SUPPLIER           PIC X(10).
              10 WS-LO-ORDER-DATE         PIC 9(08).
       01 WS-LO-MAX                        PIC 9(04) VALUE ZERO.
       01 WS-LO-IDX                        PIC 9(04) VALUE 1.
       01 WS-LO-FOUND-IDX                  PIC 9(04) VALUE ZERO.

       01 WS-TOOL-INDEX                    PIC 9(5) VALUE 1.
       01 WS-SUPPMST-INDEX                 PIC 9(4) VALUE 1.
       01 WS-SUPPMST-FOUND-IDX             PIC 9(4) VALUE ZERO.
       01 WS-SEARCH-SUPPLIER-CODE          PIC X(10) VALUE SPACES.
       01 WS-LIFE-LEFT                     PIC 9(09) VALUE ZERO.
       01 WS-LIFE-LIMIT                    PIC 9(11) VALUE ZERO.
       01 WS-PCT-LEFT                      PIC 9(03) VALUE ZERO.
       01 WS-DAYS-SINCE                    PIC 9(07) VALUE ZERO.

      * CEEDAYS work areas - the same shape POAGERPT uses.
       01 WS-PICSTR-IN.
           05  WS-PICSTR-LTH-IN     PIC S9(4) COMP VALUE 8.
           05  WS-PICSTR-STR-IN     PIC X(8)  VALUE 'YYYYMMDD'.
       01 WS-DATE-IN-CEE.
           05  WS-DATE-IN-LTH-CEE   PIC S9(4) COMP VALUE 8.
           05  WS-DATE-IN-STR-CEE   PIC X(8).
      * CEEDATE hands the date back - the same shape REORDPT uses.
       01 WS-DATE-OUT-CEE.
           05  WS-DATE-OUT-LTH-CEE  PIC S9(4) COMP VALUE 8.
           05  WS-DATE-OUT-STR-CEE  PIC X(8).
       01 FC.
           05  FC-SEV              PIC S9(4) COMP.
           05  FC-MSG              PIC S9(4) COMP.
           05  FC-CTW              PIC X.
           05  FC-FAC              PIC X(3).
           05  FC-ISI              PIC S9(8) COMP.
       01 WS-DAY-INT                       PIC 9(9) COMP VALUE ZERO.
       01 WS-TODAY-INT                     PIC 9(9) COMP VALUE ZERO.
       01 WS-WORK-INT                      PIC 9(9) COMP VALUE ZERO.
       01 WS-AUDIT-CUTOFF-DATE             PIC 9(08) VALUE ZERO.
       01 WS-ORDER-CUTOFF-DATE             PIC 9(08) VALUE ZERO.

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
              'Destiny Auto Parts - Supplier-Held Tooling'.
           05 FILLER              PIC X(54)      VALUE SPACES.
           05 FILLER              PIC X(5)       VALUE 'PAGE '.
           05 WS-PAGE-NO-OUT      PIC ZZZ9       VALUE ZERO.
       01 WS-SECTION-LINE.
           05 FILLER              PIC X(3)       VALUE SPACES.
           05 WS-SECTION-TITLE    PIC X(40)      VALUE SPACES.
           05 WS-SECTION-DATE     PIC X(08)      VALUE SPACES.
           05 FILLER              PIC X(82)      VALUE SPACES.

       01 WS-EOL-HEADER.
          05 FILLER              PIC X(3)       VALUE SPACES.
          05 FILLER              PIC X(12)      VALUE 'Tool'.
          05 FILLER              PIC X(25)      VALUE 'Part'.
          05 FILLER              PIC X(12)      VALUE 'Supplier'.
          05 FILLER              PIC X(13)      VALUE 'Expected Life'.
          05 FILLER              PIC X(13)      VALUE '    Life Left'.
          05 FILLER              PIC X(07)      VALUE ' % Left'.
          05 FILLER              PIC X(16) VALUE '            Cost'.
       01 WS-EOL-LINE-OUT.
          05 FILLER                 PIC X(3)       VALUE SPACES.
          05 EOL-TOOL-OUT           PIC X(10)      VALUE SPACES.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 EOL-PART-OUT           PIC X(23)      VALUE SPACES.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 EOL-SUPPLIER-OUT       PIC X(10)      VALUE SPACES.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 EOL-LIFE-OUT           PIC ZZZ,ZZZ,ZZ9 VALUE ZERO.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 EOL-LEFT-OUT           PIC ZZZ,ZZZ,ZZ9 VALUE ZERO.
          05 FILLER                 PIC X(04)      VALUE SPACES.
          05 EOL-PCT-OUT            PIC ZZ9        VALUE ZERO.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 EOL-COST-OUT           PIC ZZZ,ZZZ,ZZ9.99 VALUE ZERO.

       01 WS-AUDIT-HEADER.
          05 FILLER              PIC X(3)       VALUE SPACES.
          05 FILLER              PIC X(12)      VALUE 'Tool'.
          05 FILLER              PIC X(25)      VALUE 'Part'.
          05 FILLER              PIC X(12)      VALUE 'Supplier'.
          05 FILLER              PIC X(12)      VALUE 'Last Audit'.
          05 FILLER              PIC X(10)      VALUE '      Days'.
          05 FILLER              PIC X(16) VALUE '            Cost'.
       01 WS-AUDIT-LINE-OUT.
          05 FILLER                 PIC X(3)       VALUE SPACES.
          05 AUD-TOOL-OUT           PIC X(10)      VALUE SPACES.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 AUD-PART-OUT           PIC X(23)      VALUE SPACES.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 AUD-SUPPLIER-OUT       PIC X(10)      VALUE SPACES.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 AUD-DATE-OUT           PIC X(08)      VALUE SPACES.
          05 FILLER                 PIC X(04)      VALUE SPACES.
          05 AUD-DAYS-OUT           PIC Z,ZZZ,ZZ9  VALUE ZERO.
          05 FILLER                 PIC X(03)      VALUE SPACES.
          05 AUD-COST-OUT           PIC ZZZ,ZZZ,ZZ9.99 VALUE ZERO.

       01 WS-DORMANT-HEADER.
          05 FILLER              PIC X(3)       VALUE SPACES.
          05 FILLER              PIC X(12)      VALUE 'Tool'.
          05 FILLER              PIC X(25)      VALUE 'Part'.
          05 FILLER              PIC X(12)      VALUE 'Supplier'.
          05 FILLER              PIC X(22)      VALUE 'Reason'.
          05 FILLER              PIC X(12)      VALUE 'Last Order'.
          05 FILLER              PIC X(16) VALUE '            Cost'.
       01 WS-DORMANT-LINE-OUT.
          05 FILLER                 PIC X(3)       VALUE SPACES.
          05 DRM-TOOL-OUT           PIC X(10)      VALUE SPACES.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 DRM-PART-OUT           PIC X(23)      VALUE SPACES.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 DRM-SUPPLIER-OUT       PIC X(10)      VALUE SPACES.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 DRM-REASON-OUT         PIC X(20)      VALUE SPACES.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 DRM-ORDER-OUT          PIC X(08)      VALUE SPACES.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 DRM-COST-OUT           PIC ZZZ,ZZZ,ZZ9.99 VALUE ZERO.

       01 WS-SUMMARY-LINE.
           05 FILLER                PIC X(3)  VALUE SPACES.
           05 WS-SUMMARY-LABEL      PIC X(34) VALUE SPACES.
           05 WS-SUMMARY-COUNT      PIC ZZZ,ZZZ,ZZ9 VALUE ZERO.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WS-SUMMARY-COST       PIC ZZ,ZZZ,ZZZ,ZZ9.99 VALUE ZERO.
           05 FILLER                PIC X(77) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN.
           PERFORM 000-Housekeeping.
           PERFORM 700-PrintEndOfLife.
           PERFORM 720-PrintUnaudited.
           PERFORM 740-PrintDormant.
           PERFORM 900-WriteSummary.
           PERFORM 600-CLOSE-FILES.
           GOBACK.

       000-Housekeeping.
           PERFORM 370-LoadProcessDate.
           MOVE PROCESS-DATE TO WS-DATE-IN-STR-CEE.
           PERFORM 510-DayNumber.
           IF WS-DAY-INT = ZERO
              DISPLAY 'TOOLRPT - PROCESS DATE ' PROCESS-DATE
                 ' IS NOT A DATE'
              GO TO 2000-ABEND-RTN
           END-IF.
           MOVE WS-DAY-INT TO WS-TODAY-INT.
           PERFORM 380-LoadParms.
           COMPUTE WS-WORK-INT = WS-TODAY-INT - WS-AUDIT-DAYS.
           PERFORM 515-DateOf.
           MOVE WS-DATE-OUT-STR-CEE TO WS-AUDIT-CUTOFF-DATE.
           COMPUTE WS-WORK-INT = WS-TODAY-INT - WS-ORDER-DAYS.
           PERFORM 515-DateOf.
           MOVE WS-DATE-OUT-STR-CEE TO WS-ORDER-CUTOFF-DATE.
           PERFORM 300-Open-Files.

      *05/02 Life left at or under the percent of expected life.
       200-CheckEndOfLife.
           IF NOT TL-AT-SUPPLIER (WS-TOOL-INDEX)
              GO TO 200-CheckEndOfLife-Exit
           END-IF.
           IF TL-LIFE-USED (WS-TOOL-INDEX)
                 < TL-EXPECTED-LIFE (WS-TOOL-INDEX)
              COMPUTE WS-LIFE-LEFT = TL-EXPECTED-LIFE (WS-TOOL-INDEX)
                 - TL-LIFE-USED (WS-TOOL-INDEX)
           ELSE
              MOVE ZERO TO WS-LIFE-LEFT
           END-IF.
           COMPUTE WS-LIFE-LIMIT =
              TL-EXPECTED-LIFE (WS-TOOL-INDEX) * WS-EOL-PCT / 100.
           IF WS-LIFE-LEFT > WS-LIFE-LIMIT
              GO TO 200-CheckEndOfLife-Exit
           END-IF.
           IF TL-EXPECTED-LIFE (WS-TOOL-INDEX) > ZERO
              COMPUTE WS-PCT-LEFT = WS-LIFE-LEFT * 100
                 / TL-EXPECTED-LIFE (WS-TOOL-INDEX)
           ELSE
              MOVE ZERO TO WS-PCT-LEFT
           END-IF.
           PERFORM 710-Write-EOL-Line.
       200-CheckEndOfLife-Exit.
           EXIT.

      *05/02 Last seen before the audit cutoff.
       210-CheckAudit.
           IF NOT TL-AT-SUPPLIER (WS-TOOL-INDEX)
              GO TO 210-CheckAudit-Exit
           END-IF.
           IF TL-LAST-AUDIT-DATE (WS-TOOL-INDEX)
                 NOT < WS-AUDIT-CUTOFF-DATE
              GO TO 210-CheckAudit-Exit
           END-IF.
           MOVE ZERO TO WS-DAYS-SINCE.
           IF TL-LAST-AUDIT-DATE (WS-TOOL-INDEX) > ZERO
              MOVE TL-LAST-AUDIT-DATE (WS-TOOL-INDEX)
                 TO WS-DATE-IN-STR-CEE
              PERFORM 510-DayNumber
              IF WS-DAY-INT > ZERO
                 COMPUTE WS-DAYS-SINCE = WS-TODAY-INT - WS-DAY-INT
              END-IF
           END-IF.
           PERFORM 730-Write-Audit-Line.
       210-CheckAudit-Exit.
           EXIT.

      *05/02 Held by a supplier we have dropped or stopped ordering
      * from.
       220-CheckDormant.
           IF NOT TL-AT-SUPPLIER (WS-TOOL-INDEX)
              GO TO 220-CheckDormant-Exit
           END-IF.
           ADD 1 TO WS-ACTIVE-CTR.
           ADD TL-TOOL-COST (WS-TOOL-INDEX) TO WS-ACTIVE-COST.
           MOVE TL-SUPPLIER-CODE (WS-TOOL-INDEX)
              TO WS-SEARCH-SUPPLIER-CODE.
           PERFORM 240-FindSupplier.
           PERFORM 245-FindLastOrder.
           IF WS-LO-FOUND-IDX = ZERO
              MOVE 'NONE' TO DRM-ORDER-OUT
           ELSE
              MOVE WS-LO-ORDER-DATE (WS-LO-FOUND-IDX) TO DRM-ORDER-OUT
           END-IF.
           EVALUATE TRUE
              WHEN WS-SUPPMST-FOUND-IDX = ZERO
                 MOVE 'OFF SUPPLIER MASTER' TO DRM-REASON-OUT
              WHEN WS-LO-FOUND-IDX = ZERO
                 MOVE 'NO ORDERS ON FILE' TO DRM-REASON-OUT
              WHEN WS-LO-ORDER-DATE (WS-LO-FOUND-IDX)
                    < WS-ORDER-CUTOFF-DATE
                 MOVE 'NO RECENT ORDERS' TO DRM-REASON-OUT
              WHEN OTHER
                 GO TO 220-CheckDormant-Exit
           END-EVALUATE.
           PERFORM 750-Write-Dormant-Line.
       220-CheckDormant-Exit.
           EXIT.

       240-FindSupplier.
           MOVE ZERO TO WS-SUPPMST-FOUND-IDX.
           PERFORM VARYING WS-SUPPMST-INDEX FROM 1 BY 1
              UNTIL WS-SUPPMST-INDEX > SUPP-MASTER-MAX
                 OR WS-SUPPMST-FOUND-IDX > ZERO
                 IF SM-SUPPLIER-CODE (WS-SUPPMST-INDEX)
                       = WS-SEARCH-SUPPLIER-CODE
                    MOVE WS-SUPPMST-INDEX TO WS-SUPPMST-FOUND-IDX
                 END-IF
           END-PERFORM.

       245-FindLastOrder.
           MOVE ZERO TO WS-LO-FOUND-IDX.
           PERFORM VARYING WS-LO-IDX FROM 1 BY 1
              UNTIL WS-LO-IDX > WS-LO-MAX
                 OR WS-LO-FOUND-IDX > ZERO
                 IF WS-LO-SUPPLIER (WS-LO-IDX)
                       = WS-SEARCH-SUPPLIER-CODE
                    MOVE WS-LO-IDX TO WS-LO-FOUND-IDX
                 END-IF
           END-PERFORM.

       300-Open-Files.
           OPEN INPUT TOOLMST.
           IF TOOLMST-NOT-FOUND
              CONTINUE
           ELSE
              IF IN-TOOLMST-KEY NOT = '00'
                 DISPLAY 'File Problem openning Input TOOLMST'
                 GO TO 2000-ABEND-RTN
              ELSE
                 MOVE 1 TO WS-TOOL-INDEX
                 PERFORM 310-ReadNextTool UNTIL TOOLMST-EOF
                 COMPUTE TOOL-MAX = WS-TOOL-INDEX - 1
                 CLOSE TOOLMST
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

           OPEN INPUT OPENPO.
           IF IN-OPENPO-KEY NOT = '00' THEN
                DISPLAY 'File Problem openning Input OPENPO'
                GO TO 2000-ABEND-RTN
           ELSE
                PERFORM 330-LoadOrder THRU 330-LoadOrder-Exit
                   UNTIL OPENPO-EOF
                CLOSE OPENPO
           END-IF.

           OPEN OUTPUT PRINT-LINE.

       310-ReadNextTool.
           IF WS-TOOL-INDEX > 5000
              DISPLAY 'TOOLRPT - TOOL TABLE FULL AT 5000 '
                 'ROWS - RAISE OCCURS IN TOOLTAB'
              GO TO 2000-ABEND-RTN
           END-IF.
           READ TOOLMST INTO TOOL-LIST (WS-TOOL-INDEX)
              AT END
                 MOVE 'Y' TO TOOLMST-EOF-WS
           END-READ.
           IF NOT TOOLMST-EOF
              ADD 1 TO WS-TOOL-INDEX
           END-IF.

       320-ReadNextSupplier.
           IF WS-SUPPMST-INDEX > 500
              DISPLAY 'TOOLRPT - SUPPLIER MASTER TABLE FULL AT 500 '
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

      *05/02 Keeps the newest order date seen for each supplier.
       330-LoadOrder.
           READ OPENPO
              AT END
                 MOVE 'Y' TO OPENPO-EOF-WS
           END-READ.
           IF OPENPO-EOF
              GO TO 330-LoadOrder-Exit
           END-IF.
           IF OP-ORDER-DATE NOT NUMERIC
              GO TO 330-LoadOrder-Exit
           END-IF.
           MOVE OP-SUPPLIER-CODE TO WS-SEARCH-SUPPLIER-CODE.
           PERFORM 245-FindLastOrder.
           IF WS-LO-FOUND-IDX = ZERO
              IF WS-LO-MAX >= 2000
                 DISPLAY 'TOOLRPT - LAST ORDER TABLE FULL AT 2000 '
                    'ROWS - RAISE OCCURS IN TOOLRPT'
                 GO TO 2000-ABEND-RTN
              END-IF
              ADD 1 TO WS-LO-MAX
              MOVE WS-LO-MAX TO WS-LO-FOUND-IDX
              MOVE OP-SUPPLIER-CODE TO WS-LO-SUPPLIER (WS-LO-FOUND-IDX)
              MOVE ZERO TO WS-LO-ORDER-DATE (WS-LO-FOUND-IDX)
           END-IF.
           IF OP-ORDER-DATE > WS-LO-ORDER-DATE (WS-LO-FOUND-IDX)
              MOVE OP-ORDER-DATE TO WS-LO-ORDER-DATE (WS-LO-FOUND-IDX)
           END-IF.
       330-LoadOrder-Exit.
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

      *05/02 The PARMMAST master's values, when in force on the
      * business process date, override the defaults - see PARMTAB.
       380-LoadParms.
           MOVE 'TLEOLPCT' TO PRQ-PARM-NAME.
           MOVE PROCESS-DATE TO PRQ-AS-OF-DATE.
           CALL 'PARMLOAD' USING PARM-REQUEST.
           IF PRQ-PARM-FOUND
              MOVE PRQ-PARM-VALUE (1:3) TO WS-EOL-PCT
           END-IF.
           MOVE 'TLAUDDAY' TO PRQ-PARM-NAME.
           MOVE PROCESS-DATE TO PRQ-AS-OF-DATE.
           CALL 'PARMLOAD' USING PARM-REQUEST.
           IF PRQ-PARM-FOUND
              MOVE PRQ-PARM-VALUE (1:3) TO WS-AUDIT-DAYS
           END-IF.
           MOVE 'TLORDDAY' TO PRQ-PARM-NAME.
           MOVE PROCESS-DATE TO PRQ-AS-OF-DATE.
           CALL 'PARMLOAD' USING PARM-REQUEST.
           IF PRQ-PARM-FOUND
              MOVE PRQ-PARM-VALUE (1:3) TO WS-ORDER-DAYS
           END-IF.

      *05/02 Lilian day number for the date in WS-DATE-IN-STR-CEE -
      * zero when CEEDAYS will not take it.
       510-DayNumber.
           CALL "CEEDAYS" USING WS-DATE-IN-CEE, WS-PICSTR-IN,
              WS-DAY-INT, FC.
           IF FC-SEV NOT = ZERO
              MOVE ZERO TO WS-DAY-INT
           END-IF.

      *05/02 Calendar date for the Lilian day in WS-WORK-INT.
       515-DateOf.
           CALL "CEEDATE" USING WS-WORK-INT, WS-PICSTR-IN,
              WS-DATE-OUT-CEE, FC.
           IF FC-SEV NOT = ZERO
              DISPLAY 'TOOLRPT - CEEDATE FAILED FOR A CUTOFF BEFORE '
                 PROCESS-DATE
              GO TO 2000-ABEND-RTN
           END-IF.

       600-CLOSE-FILES.
           CLOSE  PRINT-LINE.

      * Matches the fix in FINALEX's 2000-ABEND-RTN - DISPLAY and
      * EXIT alone just fell through to whatever paragraph follows.
       2000-ABEND-RTN.
           DISPLAY 'PROGRAM ENCOUNTERED AN ERROR'.
           MOVE 16 TO RETURN-CODE.
           GOBACK.

       700-PrintEndOfLife.
           PERFORM 800-NEW-PAGE.
           MOVE 'TOOLS NEARING END OF LIFE AS OF ' TO WS-SECTION-TITLE.
           MOVE PROCESS-DATE TO WS-SECTION-DATE.
           PERFORM 820-Write-Section.
           WRITE PRINT-REC FROM WS-EOL-HEADER.
           ADD 1 TO WS-LINE-KTR.
           PERFORM 200-CheckEndOfLife
              THRU 200-CheckEndOfLife-Exit
              VARYING WS-TOOL-INDEX FROM 1 BY 1
              UNTIL WS-TOOL-INDEX > TOOL-MAX.

       710-Write-EOL-Line.
           IF WS-LINE-KTR > WS-MAX-LINES-PER-PAGE
              PERFORM 800-NEW-PAGE
              PERFORM 820-Write-Section
              WRITE PRINT-REC FROM WS-EOL-HEADER
              ADD 1 TO WS-LINE-KTR
           END-IF.
           MOVE TL-TOOL-ID (WS-TOOL-INDEX) TO EOL-TOOL-OUT.
           MOVE TL-PART-NUMBER (WS-TOOL-INDEX) TO EOL-PART-OUT.
           MOVE TL-SUPPLIER-CODE (WS-TOOL-INDEX) TO EOL-SUPPLIER-OUT.
           MOVE TL-EXPECTED-LIFE (WS-TOOL-INDEX) TO EOL-LIFE-OUT.
           MOVE WS-LIFE-LEFT TO EOL-LEFT-OUT.
           MOVE WS-PCT-LEFT TO EOL-PCT-OUT.
           MOVE TL-TOOL-COST (WS-TOOL-INDEX) TO EOL-COST-OUT.
           WRITE PRINT-REC FROM WS-EOL-LINE-OUT.
           ADD 1 TO WS-LINE-KTR.
           ADD 1 TO WS-EOL-CTR.
           ADD TL-TOOL-COST (WS-TOOL-INDEX) TO WS-EOL-COST.

       720-PrintUnaudited.
           PERFORM 800-NEW-PAGE.
           MOVE 'TOOLS NOT AUDITED SINCE ' TO WS-SECTION-TITLE.
           MOVE WS-AUDIT-CUTOFF-DATE TO WS-SECTION-DATE.
           PERFORM 820-Write-Section.
           WRITE PRINT-REC FROM WS-AUDIT-HEADER.
           ADD 1 TO WS-LINE-KTR.
           PERFORM 210-CheckAudit
              THRU 210-CheckAudit-Exit
              VARYING WS-TOOL-INDEX FROM 1 BY 1
              UNTIL WS-TOOL-INDEX > TOOL-MAX.

       730-Write-Audit-Line.
           IF WS-LINE-KTR > WS-MAX-LINES-PER-PAGE
              PERFORM 800-NEW-PAGE
              PERFORM 820-Write-Section
              WRITE PRINT-REC FROM WS-AUDIT-HEADER
              ADD 1 TO WS-LINE-KTR
           END-IF.
           MOVE TL-TOOL-ID (WS-TOOL-INDEX) TO AUD-TOOL-OUT.
           MOVE TL-PART-NUMBER (WS-TOOL-INDEX) TO AUD-PART-OUT.
           MOVE TL-SUPPLIER-CODE (WS-TOOL-INDEX) TO AUD-SUPPLIER-OUT.
           IF TL-LAST-AUDIT-DATE (WS-TOOL-INDEX) = ZERO
              MOVE 'NEVER' TO AUD-DATE-OUT
           ELSE
              MOVE TL-LAST-AUDIT-DATE (WS-TOOL-INDEX) TO AUD-DATE-OUT
           END-IF.
           MOVE WS-DAYS-SINCE TO AUD-DAYS-OUT.
           MOVE TL-TOOL-COST (WS-TOOL-INDEX) TO AUD-COST-OUT.
           WRITE PRINT-REC FROM WS-AUDIT-LINE-OUT.
           ADD 1 TO WS-LINE-KTR.
           ADD 1 TO WS-UNAUDITED-CTR.
           ADD TL-TOOL-COST (WS-TOOL-INDEX) TO WS-UNAUDITED-COST.

       740-PrintDormant.
           PERFORM 800-NEW-PAGE.
           MOVE 'TOOLS AT DORMANT SUPPLIERS AS OF ' TO WS-SECTION-TITLE.
           MOVE PROCESS-DATE TO WS-SECTION-DATE.
           PERFORM 820-Write-Section.
           WRITE PRINT-REC FROM WS-DORMANT-HEADER.
           ADD 1 TO WS-LINE-KTR.
           PERFORM 220-CheckDormant
              THRU 220-CheckDormant-Exit
              VARYING WS-TOOL-INDEX FROM 1 BY 1
              UNTIL WS-TOOL-INDEX > TOOL-MAX.

       750-Write-Dormant-Line.
           IF WS-LINE-KTR > WS-MAX-LINES-PER-PAGE
              PERFORM 800-NEW-PAGE
              PERFORM 820-Write-Section
              WRITE PRINT-REC FROM WS-DORMANT-HEADER
              ADD 1 TO WS-LINE-KTR
           END-IF.
           MOVE TL-TOOL-ID (WS-TOOL-INDEX) TO DRM-TOOL-OUT.
           MOVE TL-PART-NUMBER (WS-TOOL-INDEX) TO DRM-PART-OUT.
           MOVE TL-SUPPLIER-CODE (WS-TOOL-INDEX) TO DRM-SUPPLIER-OUT.
           MOVE TL-TOOL-COST (WS-TOOL-INDEX) TO DRM-COST-OUT.
           WRITE PRINT-REC FROM WS-DORMANT-LINE-OUT.
           ADD 1 TO WS-LINE-KTR.
           ADD 1 TO WS-DORMANT-CTR.
           ADD TL-TOOL-COST (WS-TOOL-INDEX) TO WS-DORMANT-COST.

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
           MOVE 'RUN SUMMARY - TOOLS AND COST' TO WS-SUMMARY-LABEL.
           MOVE ZERO TO WS-SUMMARY-COUNT.
           MOVE ZERO TO WS-SUMMARY-COST.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'TOOLS ON THE REGISTER' TO WS-SUMMARY-LABEL.
           MOVE TOOL-MAX TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'TOOLS AT SUPPLIERS' TO WS-SUMMARY-LABEL.
           MOVE WS-ACTIVE-CTR TO WS-SUMMARY-COUNT.
           MOVE WS-ACTIVE-COST TO WS-SUMMARY-COST.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE '  NEARING END OF LIFE' TO WS-SUMMARY-LABEL.
           MOVE WS-EOL-CTR TO WS-SUMMARY-COUNT.
           MOVE WS-EOL-COST TO WS-SUMMARY-COST.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE '  NOT AUDITED' TO WS-SUMMARY-LABEL.
           MOVE WS-UNAUDITED-CTR TO WS-SUMMARY-COUNT.
           MOVE WS-UNAUDITED-COST TO WS-SUMMARY-COST.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE '  AT DORMANT SUPPLIERS' TO WS-SUMMARY-LABEL.
           MOVE WS-DORMANT-CTR TO WS-SUMMARY-COUNT.
           MOVE WS-DORMANT-COST TO WS-SUMMARY-COST.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.

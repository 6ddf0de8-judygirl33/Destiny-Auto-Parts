       IDENTIFICATION DIVISION.
       PROGRAM-ID. CORERPT.
       AUTHOR. FABIO COSTA.
      ******************************************************************
      * 04/18 Monthly core charge report off the CORELEDG core
      * ledger CORETRK keeps, sorted by supplier ahead of this step:
      *   - cores owed, by supplier - every open lot's cores not yet
      *     returned and what they are worth at the supplier's core
      *     value;
      *   - cores returned but not yet credited - each return whose
      *     credit REMITADV has not netted off a payment, with the
      *     days it has waited;
      *   - cores past the supplier's return window - open lots
      *     older than the window on CORETERMS, whose core charge
      *     the supplier may refuse to give back.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Input core ledger, sorted by supplier
           SELECT CORELEDG ASSIGN TO CORELEDG
           FILE STATUS IS IN-CORELEDG-KEY.

      * Business process-date control card - see PROCDATE.
           SELECT PROCDATE ASSIGN TO PROCDATE
           FILE STATUS IS PROCDATE-KEY.

           SELECT PRINT-LINE ASSIGN TO PRTLINE.

       DATA DIVISION.
       FILE SECTION.
      * Same 130-byte ledger row CORETRK writes.
       FD  CORELEDG
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CORELEDG-REC.
       01  CORELEDG-REC     PIC X(130).

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
      * Business process date control card - see PROCDATE.
           COPY PROCDATE.

       01 FILE-STATUS-CODES.
      * File status key for input File CORELEDG
           05 IN-CORELEDG-KEY           PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
           05 PROCDATE-KEY              PIC X(2).
                88 CODE-WRITE               VALUE SPACES.

       01 FILES-EOF.
           05 CORELEDG-EOF-WS                 PIC X(01) VALUE 'N'.
              88 CORELEDG-EOF                            VALUE 'Y'.

       01 WS-IN-LEDGER-CTR                 PIC 9(7) VALUE ZERO.
       01 WS-UNCREDITED-CTR                PIC 9(7) VALUE ZERO.
       01 WS-OVERDUE-CTR                   PIC 9(7) VALUE ZERO.

      *04/18 The ledger in storage, in supplier order - the same
      * 130-byte shape CORETRK writes.
       01 WS-LEDGER-TABLE.
           05 WS-CL-ENTRY OCCURS 30000 TIMES.
              10 WS-CL-ROW-TYPE           PIC X(01).
              10 WS-CL-SUPPLIER-CODE      PIC X(10).
              10 WS-CL-SUPPLIER-NAME      PIC X(15).
              10 WS-CL-PART-NUMBER        PIC X(23).
              10 WS-CL-PO-NUMBER          PIC X(06).
              10 WS-CL-EVENT-DATE         PIC 9(08).
              10 WS-CL-QUANTITY           PIC 9(07).
              10 WS-CL-QTY-RETURNED       PIC 9(07).
              10 WS-CL-CORE-VALUE         PIC 9(5)V99.
              10 WS-CL-CREDIT-AMOUNT      PIC 9(9)V99.
              10 WS-CL-CREDITED-DATE      PIC 9(08).
              10 WS-CL-RETURN-DAYS        PIC 9(03).
              10 WS-CL-RETURN-AUTH        PIC X(10).
              10 WS-CL-LAST-RUN-DATE      PIC 9(08).
              10 FILLER                   PIC X(06).
       01 WS-CL-MAX                       PIC 9(05) VALUE ZERO.
       01 WS-CL-IDX                       PIC 9(05) VALUE 1.

       01 WS-QTY-OPEN                     PIC 9(07) VALUE ZERO.
       01 WS-VALUE-OPEN                   PIC 9(9)V99 VALUE ZERO.
       01 WS-DAYS-OVER                    PIC 9(05) VALUE ZERO.

      *04/18 Supplier break for the cores-owed totals.
       01 WS-PREV-SUPPLIER                PIC X(15) VALUE SPACES.
       01 WS-SUPP-LOTS                    PIC 9(05) VALUE ZERO.
       01 WS-SUPP-CORES                   PIC 9(07) VALUE ZERO.
       01 WS-SUPP-VALUE                   PIC 9(9)V99 VALUE ZERO.
       01 WS-TOTAL-LOTS                   PIC 9(05) VALUE ZERO.
       01 WS-TOTAL-CORES                  PIC 9(07) VALUE ZERO.
       01 WS-TOTAL-VALUE                  PIC 9(9)V99 VALUE ZERO.
       01 WS-UNCREDITED-VALUE             PIC 9(9)V99 VALUE ZERO.
       01 WS-OVERDUE-VALUE                PIC 9(9)V99 VALUE ZERO.

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
       01 WS-TODAY-INT                     PIC 9(9) COMP VALUE ZERO.
       01 WS-EVENT-INT                     PIC 9(9) COMP VALUE ZERO.
       01 WS-AGE-DAYS                      PIC 9(5) VALUE ZERO.

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
              'Destiny Auto Parts - Monthly Core Charge Report'.
           05 FILLER              PIC X(54)      VALUE SPACES.
           05 FILLER              PIC X(5)       VALUE 'PAGE '.
           05 WS-PAGE-NO-OUT      PIC ZZZ9       VALUE ZERO.
       01 WS-SECTION-LINE.
           05 FILLER              PIC X(3)       VALUE SPACES.
           05 WS-SECTION-TITLE    PIC X(60)      VALUE SPACES.
           05 FILLER              PIC X(70)      VALUE SPACES.

       01 WS-OWED-HEADER.
          05 FILLER              PIC X(3)       VALUE SPACES.
          05 FILLER              PIC X(17)      VALUE 'Supplier Name'.
          05 FILLER              PIC X(10)      VALUE 'Open Lots'.
          05 FILLER              PIC X(12)      VALUE ' Cores Owed'.
          05 FILLER              PIC X(16)      VALUE
             '     Value Owed'.
       01 WS-OWED-LINE-OUT.
          05 FILLER                 PIC X(3)       VALUE SPACES.
          05 OWL-SUPPLIER-OUT       PIC X(15)      VALUE SPACES.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 OWL-LOTS-OUT           PIC ZZ,ZZ9     VALUE ZERO.
          05 FILLER                 PIC X(04)      VALUE SPACES.
          05 OWL-CORES-OUT          PIC Z,ZZZ,ZZ9  VALUE ZERO.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 OWL-VALUE-OUT          PIC $$$,$$$,$$9.99 VALUE ZERO.

       01 WS-DETAIL-HEADER.
          05 FILLER              PIC X(3)       VALUE SPACES.
          05 FILLER              PIC X(17)      VALUE 'Supplier Name'.
          05 FILLER              PIC X(25)      VALUE 'Part Number'.
          05 FILLER              PIC X(08)      VALUE 'PO No'.
          05 FILLER              PIC X(10)      VALUE 'Date'.
          05 FILLER              PIC X(09)      VALUE '  Cores'.
          05 FILLER              PIC X(16)      VALUE
             '         Amount'.
          05 FILLER              PIC X(08)      VALUE '   Days'.
          05 WS-DETAIL-HDR-NOTE  PIC X(12)      VALUE SPACES.
       01 WS-DETAIL-LINE-OUT.
          05 FILLER                 PIC X(3)       VALUE SPACES.
          05 DTL-SUPPLIER-OUT       PIC X(15)      VALUE SPACES.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 DTL-PART-OUT           PIC X(23)      VALUE SPACES.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 DTL-PO-OUT             PIC X(06)      VALUE SPACES.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 DTL-DATE-OUT           PIC X(08)      VALUE SPACES.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 DTL-QTY-OUT            PIC Z,ZZZ,ZZ9  VALUE ZERO.
          05 FILLER                 PIC X(01)      VALUE SPACES.
          05 DTL-AMOUNT-OUT         PIC $$$,$$$,$$9.99 VALUE ZERO.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 DTL-DAYS-OUT           PIC ZZ,ZZ9     VALUE ZERO.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 DTL-NOTE-OUT           PIC X(12)      VALUE SPACES.

       01 WS-SUMMARY-LINE.
           05 FILLER                PIC X(3)  VALUE SPACES.
           05 WS-SUMMARY-LABEL      PIC X(34) VALUE SPACES.
           05 WS-SUMMARY-COUNT      PIC ZZZ,ZZZ,ZZ9 VALUE ZERO.
           05 FILLER                PIC X(96) VALUE SPACES.
       01 WS-SUMMARY-AMOUNT-LINE.
           05 FILLER                PIC X(3)  VALUE SPACES.
           05 WS-SUMMARY-AMT-LABEL  PIC X(34) VALUE SPACES.
           05 WS-SUMMARY-AMOUNT     PIC $$$,$$$,$$9.99 VALUE ZERO.
           05 FILLER                PIC X(82) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN.
           PERFORM 000-Housekeeping.
           PERFORM 200-ReportOwed.
           PERFORM 300-ReportUncredited.
           PERFORM 400-ReportOverdue.
           PERFORM 900-WriteSummary.
           PERFORM 600-CLOSE-FILES.
           GOBACK.

       000-Housekeeping.
           PERFORM 370-LoadProcessDate.
           MOVE PROCESS-DATE TO WS-DATE-IN-STR-CEE.
           CALL "CEEDAYS" USING WS-DATE-IN-CEE, WS-PICSTR-IN,
              WS-TODAY-INT, FC.
           OPEN INPUT CORELEDG.
      *    Input File Status Checking for CORELEDG
           IF IN-CORELEDG-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning Input CORELEDG'
                GO TO 2000-ABEND-RTN
           END-IF.
           PERFORM 310-LoadLedger UNTIL CORELEDG-EOF.
           CLOSE CORELEDG.
           OPEN OUTPUT PRINT-LINE.
           MOVE SPACES TO PRINT-REC.

      *04/18 Open lots, totalled at each change of supplier.
       200-ReportOwed.
           MOVE 'CORES OWED BY SUPPLIER' TO WS-SECTION-TITLE.
           PERFORM 800-NEW-PAGE.
           PERFORM 820-Write-Owed-Section.
           MOVE SPACES TO WS-PREV-SUPPLIER.
           PERFORM VARYING WS-CL-IDX FROM 1 BY 1
              UNTIL WS-CL-IDX > WS-CL-MAX
                 IF WS-CL-ROW-TYPE (WS-CL-IDX) = 'O'
                    AND WS-CL-QTY-RETURNED (WS-CL-IDX)
                       < WS-CL-QUANTITY (WS-CL-IDX)
                    PERFORM 210-AddOwed
                 END-IF
           END-PERFORM.
           IF WS-PREV-SUPPLIER NOT = SPACES
              PERFORM 220-WriteSupplierOwed
           END-IF.
           WRITE PRINT-REC FROM WS-BLANK-LINE.
           MOVE SPACES TO WS-OWED-LINE-OUT.
           MOVE 'TOTAL' TO OWL-SUPPLIER-OUT.
           MOVE WS-TOTAL-LOTS TO OWL-LOTS-OUT.
           MOVE WS-TOTAL-CORES TO OWL-CORES-OUT.
           MOVE WS-TOTAL-VALUE TO OWL-VALUE-OUT.
           WRITE PRINT-REC FROM WS-OWED-LINE-OUT.
           ADD 2 TO WS-LINE-KTR.

       210-AddOwed.
           IF WS-CL-SUPPLIER-NAME (WS-CL-IDX) NOT = WS-PREV-SUPPLIER
              IF WS-PREV-SUPPLIER NOT = SPACES
                 PERFORM 220-WriteSupplierOwed
              END-IF
              MOVE WS-CL-SUPPLIER-NAME (WS-CL-IDX)
                 TO WS-PREV-SUPPLIER
           END-IF.
           COMPUTE WS-QTY-OPEN = WS-CL-QUANTITY (WS-CL-IDX)
              - WS-CL-QTY-RETURNED (WS-CL-IDX).
           COMPUTE WS-VALUE-OPEN =
              WS-QTY-OPEN * WS-CL-CORE-VALUE (WS-CL-IDX).
           ADD 1 TO WS-SUPP-LOTS.
           ADD WS-QTY-OPEN TO WS-SUPP-CORES.
           ADD WS-VALUE-OPEN TO WS-SUPP-VALUE.

       220-WriteSupplierOwed.
           IF WS-LINE-KTR > WS-MAX-LINES-PER-PAGE
              PERFORM 800-NEW-PAGE
              PERFORM 820-Write-Owed-Section
           END-IF.
           MOVE SPACES TO WS-OWED-LINE-OUT.
           MOVE WS-PREV-SUPPLIER TO OWL-SUPPLIER-OUT.
           MOVE WS-SUPP-LOTS TO OWL-LOTS-OUT.
           MOVE WS-SUPP-CORES TO OWL-CORES-OUT.
           MOVE WS-SUPP-VALUE TO OWL-VALUE-OUT.
           WRITE PRINT-REC FROM WS-OWED-LINE-OUT.
           ADD 1 TO WS-LINE-KTR.
           ADD WS-SUPP-LOTS TO WS-TOTAL-LOTS.
           ADD WS-SUPP-CORES TO WS-TOTAL-CORES.
           ADD WS-SUPP-VALUE TO WS-TOTAL-VALUE.
           MOVE ZERO TO WS-SUPP-LOTS, WS-SUPP-CORES, WS-SUPP-VALUE.

      *04/18 Returns AP has not yet netted a credit for.
       300-ReportUncredited.
           MOVE 'CORES RETURNED BUT NOT YET CREDITED'
              TO WS-SECTION-TITLE.
           MOVE 'SINCE RETURN' TO WS-DETAIL-HDR-NOTE.
           PERFORM 800-NEW-PAGE.
           PERFORM 830-Write-Detail-Section.
           PERFORM VARYING WS-CL-IDX FROM 1 BY 1
              UNTIL WS-CL-IDX > WS-CL-MAX
                 IF WS-CL-ROW-TYPE (WS-CL-IDX) = 'R'
                    AND WS-CL-CREDITED-DATE (WS-CL-IDX) = ZERO
                    PERFORM 500-AgeRow
                    MOVE SPACES TO WS-DETAIL-LINE-OUT
                    MOVE WS-CL-SUPPLIER-NAME (WS-CL-IDX)
                       TO DTL-SUPPLIER-OUT
                    MOVE WS-CL-PART-NUMBER (WS-CL-IDX) TO DTL-PART-OUT
                    MOVE WS-CL-PO-NUMBER (WS-CL-IDX) TO DTL-PO-OUT
                    MOVE WS-CL-EVENT-DATE (WS-CL-IDX) TO DTL-DATE-OUT
                    MOVE WS-CL-QUANTITY (WS-CL-IDX) TO DTL-QTY-OUT
                    MOVE WS-CL-CREDIT-AMOUNT (WS-CL-IDX)
                       TO DTL-AMOUNT-OUT
                    MOVE WS-AGE-DAYS TO DTL-DAYS-OUT
                    MOVE WS-CL-RETURN-AUTH (WS-CL-IDX) TO DTL-NOTE-OUT
                    PERFORM 840-Write-Detail-Line
                    ADD 1 TO WS-UNCREDITED-CTR
                    ADD WS-CL-CREDIT-AMOUNT (WS-CL-IDX)
                       TO WS-UNCREDITED-VALUE
                 END-IF
           END-PERFORM.

      *04/18 Open lots older than the supplier's return window. A
      * lot with no window on file is never overdue - CORETRK has
      * already listed it as having no terms.
       400-ReportOverdue.
           MOVE 'CORES PAST THE SUPPLIER''S RETURN WINDOW'
              TO WS-SECTION-TITLE.
           MOVE 'PAST WINDOW' TO WS-DETAIL-HDR-NOTE.
           PERFORM 800-NEW-PAGE.
           PERFORM 830-Write-Detail-Section.
           PERFORM VARYING WS-CL-IDX FROM 1 BY 1
              UNTIL WS-CL-IDX > WS-CL-MAX
                 IF WS-CL-ROW-TYPE (WS-CL-IDX) = 'O'
                    AND WS-CL-QTY-RETURNED (WS-CL-IDX)
                       < WS-CL-QUANTITY (WS-CL-IDX)
                    AND WS-CL-RETURN-DAYS (WS-CL-IDX) > ZERO
                    PERFORM 500-AgeRow
                    IF WS-AGE-DAYS > WS-CL-RETURN-DAYS (WS-CL-IDX)
                       PERFORM 410-ListOverdue
                    END-IF
                 END-IF
           END-PERFORM.

       410-ListOverdue.
           COMPUTE WS-DAYS-OVER = WS-AGE-DAYS
              - WS-CL-RETURN-DAYS (WS-CL-IDX).
           COMPUTE WS-QTY-OPEN = WS-CL-QUANTITY (WS-CL-IDX)
              - WS-CL-QTY-RETURNED (WS-CL-IDX).
           COMPUTE WS-VALUE-OPEN =
              WS-QTY-OPEN * WS-CL-CORE-VALUE (WS-CL-IDX).
           MOVE SPACES TO WS-DETAIL-LINE-OUT.
           MOVE WS-CL-SUPPLIER-NAME (WS-CL-IDX) TO DTL-SUPPLIER-OUT.
           MOVE WS-CL-PART-NUMBER (WS-CL-IDX) TO DTL-PART-OUT.
           MOVE WS-CL-PO-NUMBER (WS-CL-IDX) TO DTL-PO-OUT.
           MOVE WS-CL-EVENT-DATE (WS-CL-IDX) TO DTL-DATE-OUT.
           MOVE WS-QTY-OPEN TO DTL-QTY-OUT.
           MOVE WS-VALUE-OPEN TO DTL-AMOUNT-OUT.
           MOVE WS-DAYS-OVER TO DTL-DAYS-OUT.
           PERFORM 840-Write-Detail-Line.
           ADD 1 TO WS-OVERDUE-CTR.
           ADD WS-VALUE-OPEN TO WS-OVERDUE-VALUE.

       500-AgeRow.
           MOVE ZERO TO WS-AGE-DAYS.
           MOVE WS-CL-EVENT-DATE (WS-CL-IDX) TO WS-DATE-IN-STR-CEE.
           CALL "CEEDAYS" USING WS-DATE-IN-CEE, WS-PICSTR-IN,
              WS-EVENT-INT, FC.
           IF FC-SEV = ZERO
              AND WS-TODAY-INT > WS-EVENT-INT
              COMPUTE WS-AGE-DAYS = WS-TODAY-INT - WS-EVENT-INT
           END-IF.

       310-LoadLedger.
           READ CORELEDG
              AT END
                 MOVE 'Y' TO CORELEDG-EOF-WS
           END-READ.
           IF NOT CORELEDG-EOF
              IF WS-CL-MAX >= 30000
                 DISPLAY 'CORERPT - LEDGER TABLE FULL AT 30000 '
                    'ROWS - RAISE OCCURS IN CORERPT'
                 GO TO 2000-ABEND-RTN
              END-IF
              ADD 1 TO WS-CL-MAX
              MOVE CORELEDG-REC TO WS-CL-ENTRY (WS-CL-MAX)
              ADD 1 TO WS-IN-LEDGER-CTR
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

       600-CLOSE-FILES.
           CLOSE  PRINT-LINE.

      * Matches the fix in FINALEX's 2000-ABEND-RTN - DISPLAY and
      * EXIT alone just fell through to whatever paragraph follows.
       2000-ABEND-RTN.
           DISPLAY 'PROGRAM ENCOUNTERED AN ERROR'.
           MOVE 16 TO RETURN-CODE.
           GOBACK.

       800-NEW-PAGE.
           ADD 1 TO WS-PAGE-CTR.
           MOVE WS-PAGE-CTR TO WS-PAGE-NO-OUT.
           WRITE PRINT-REC FROM WS-PAGE-HEADING AFTER ADVANCING PAGE.
           MOVE ZERO TO WS-LINE-KTR.

       820-Write-Owed-Section.
           WRITE PRINT-REC FROM WS-BLANK-LINE.
           WRITE PRINT-REC FROM WS-SECTION-LINE.
           WRITE PRINT-REC FROM WS-OWED-HEADER.
           ADD 3 TO WS-LINE-KTR.

       830-Write-Detail-Section.
           WRITE PRINT-REC FROM WS-BLANK-LINE.
           WRITE PRINT-REC FROM WS-SECTION-LINE.
           WRITE PRINT-REC FROM WS-DETAIL-HEADER.
           ADD 3 TO WS-LINE-KTR.

       840-Write-Detail-Line.
           IF WS-LINE-KTR > WS-MAX-LINES-PER-PAGE
              PERFORM 800-NEW-PAGE
              PERFORM 830-Write-Detail-Section
           END-IF.
           WRITE PRINT-REC FROM WS-DETAIL-LINE-OUT.
           ADD 1 TO WS-LINE-KTR.

       900-WriteSummary.
           PERFORM 800-NEW-PAGE.
           WRITE PRINT-REC FROM WS-BLANK-LINE.
           MOVE 'RUN SUMMARY' TO WS-SUMMARY-LABEL.
           MOVE ZERO TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'LEDGER ROWS READ' TO WS-SUMMARY-LABEL.
           MOVE WS-IN-LEDGER-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'OPEN CORE-OWED LOTS' TO WS-SUMMARY-LABEL.
           MOVE WS-TOTAL-LOTS TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'CORES OWED' TO WS-SUMMARY-LABEL.
           MOVE WS-TOTAL-CORES TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'VALUE OF CORES OWED' TO WS-SUMMARY-AMT-LABEL.
           MOVE WS-TOTAL-VALUE TO WS-SUMMARY-AMOUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-AMOUNT-LINE.
           MOVE 'RETURNS NOT YET CREDITED' TO WS-SUMMARY-LABEL.
           MOVE WS-UNCREDITED-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'CREDIT STILL EXPECTED' TO WS-SUMMARY-AMT-LABEL.
           MOVE WS-UNCREDITED-VALUE TO WS-SUMMARY-AMOUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-AMOUNT-LINE.
           MOVE 'LOTS PAST RETURN WINDOW' TO WS-SUMMARY-LABEL.
           MOVE WS-OVERDUE-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'VALUE PAST RETURN WINDOW' TO WS-SUMMARY-AMT-LABEL.
           MOVE WS-OVERDUE-VALUE TO WS-SUMMARY-AMOUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-AMOUNT-LINE.

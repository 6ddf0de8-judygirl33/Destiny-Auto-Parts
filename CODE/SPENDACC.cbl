      * process date means the night already accumulated - stop and
      * say so rather than double-count the quarter, the same stand
      * BUYRSPND takes in the edit pipeline.
      * 05/21 Rows are kept by fiscal period (FISCLOOK - the 4-4-5
      * calendar on FISCPER), not calendar month. Once finance has
      * closed the period the process date falls in, a late run
      * accumulates into the current open period instead and the
      * summary says so; with no open period after it the run stops
      * rather than post into a closed one.
      * 05/22 An order one of our companies placed on another is
      * intercompany (INTERCOMPANY-PO, see PARTSUB) and is not
      * third-party spend - it is skipped and counted on the summary.
      ******************************************************************

       ENVIRONMENT DIVISION.
       FD  GOODDATAIN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 1029 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS GOODDATAIN-REC.
       01  GOODDATAIN-REC     PIC X(1029).

       FD  FXRATES
           RECORDING MODE IS F
           COPY UOMTAB.   *> UOM conversion-factor control table
           COPY PROCDATE. *> Business process date control card
           COPY SPNDTAB.  *> Period-spend history table
           COPY FISCREQ.  *> FISCLOOK fiscal-period request block

       01 FILE-STATUS-CODES.
           05 IN-GOODDATA-KEY            PIC X(2).
       01 WS-ROWS-READ-CTR                 PIC 9(7) VALUE ZERO.
       01 WS-ROWS-WRITTEN-CTR              PIC 9(7) VALUE ZERO.
       01 WS-ROWS-ADDED-CTR                PIC 9(7) VALUE ZERO.
       01 WS-INTERCO-SKIP-CTR              PIC 9(7) VALUE ZERO.
       01 WS-PO-COUNTER                    PIC 9 VALUE 1.
      *05/21 The fiscal period posted to, YYYYPP.
       01 WS-SPEND-MONTH                   PIC 9(6) VALUE ZERO.
       01 WS-ROUTED-ORDER-CTR              PIC 9(7) VALUE ZERO.

       01 WS-PS-FOUND-FLAG                 PIC X(01) VALUE 'N'.
           88 PERIOD-ROW-FOUND                    VALUE 'Y'.
           05 WS-SUMMARY-COUNT      PIC ZZZ,ZZZ,ZZ9 VALUE ZERO.
           05 FILLER                PIC X(96) VALUE SPACES.

      *05/21 A period prints as the period, not as a count.
       01 WS-PERIOD-LINE.
           05 FILLER                PIC X(3)  VALUE SPACES.
           05 WS-PERIOD-LABEL       PIC X(34) VALUE SPACES.
           05 FILLER                PIC X(05) VALUE SPACES.
           05 WS-PERIOD-OUT         PIC 9(06) VALUE ZERO.
           05 FILLER                PIC X(85) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN.
           INITIALIZE PART-SUPP-ADDR-PO, PERIOD-SPEND-TABLE.
           PERFORM 300-Open-Files.
           PERFORM 370-LoadProcessDate.
           PERFORM 375-FindSpendPeriod.
           PERFORM 380-LoadHistory.
      * Priming Read
           PERFORM 400-Read-GOODDATAIN.

       100-Main2.
           IF INTERCOMPANY-PO
              ADD 1 TO WS-INTERCO-SKIP-CTR
           ELSE
              PERFORM 200-Accumulate-Spend
           END-IF.
           PERFORM 400-Read-GOODDATAIN.

      *04/01 Buyer rides on the purchase-order occurrence, so the
                       TO PS-VALUE-USD (PERIOD-SPEND-IDX)
                    MOVE PROCESS-DATE
                       TO PS-LAST-RUN-DATE (PERIOD-SPEND-IDX)
                    IF FRQ-ROUTED
                       ADD 1 TO WS-ROUTED-ORDER-CTR
                    END-IF
                 END-IF
           END-PERFORM.

              ACCEPT PROCESS-DATE FROM DATE YYYYMMDD
           END-IF.

      *05/21 The fiscal period the process date falls in - or, once
      * finance has closed it, the current open period. Nothing
      * posts into a closed period.
       375-FindSpendPeriod.
           MOVE PROCESS-DATE TO FRQ-DATE.
           CALL 'FISCLOOK' USING FISCAL-REQUEST.
           IF FRQ-ROUTED AND FRQ-POST-PERIOD = ZERO
              DISPLAY 'SPENDACC - FISCAL PERIOD ' FRQ-PERIOD
                 ' IS CLOSED AND NO LATER PERIOD IS OPEN - OPEN THE '
                 'NEXT PERIOD ON FISCPER AND RERUN'
              GO TO 2000-ABEND-RTN
           END-IF.
           IF FRQ-ROUTED
              DISPLAY 'SPENDACC - FISCAL PERIOD ' FRQ-PERIOD
                 ' IS CLOSED - SPEND ACCUMULATES TO OPEN PERIOD '
                 FRQ-POST-PERIOD
           END-IF.
           IF NOT FRQ-ON-CALENDAR
              DISPLAY 'SPENDACC - ' PROCESS-DATE
                 ' IS NOT ON THE FISCPER CALENDAR - ACCUMULATING TO '
                 'CALENDAR MONTH ' FRQ-POST-PERIOD
           END-IF.
           MOVE FRQ-POST-PERIOD TO WS-SPEND-MONTH.

      *04/01 The whole history loads, tonight's rows get added to,
      * and everything is rewritten. A row already stamped with
      * tonight's process date is the rerun tripwire.
           MOVE 'RUN SUMMARY' TO WS-SUMMARY-LABEL.
           MOVE ZERO TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'FISCAL PERIOD ACCUMULATED' TO WS-PERIOD-LABEL.
           MOVE WS-SPEND-MONTH TO WS-PERIOD-OUT.
           WRITE PRINT-REC FROM WS-PERIOD-LINE.
           IF FRQ-ROUTED
              MOVE 'LATE - PERIOD CLOSED, ROUTED FROM' TO
                 WS-PERIOD-LABEL
              MOVE FRQ-PERIOD TO WS-PERIOD-OUT
              WRITE PRINT-REC FROM WS-PERIOD-LINE
              MOVE 'ORDERS ROUTED TO OPEN PERIOD' TO WS-SUMMARY-LABEL
              MOVE WS-ROUTED-ORDER-CTR TO WS-SUMMARY-COUNT
              WRITE PRINT-REC FROM WS-SUMMARY-LINE
           END-IF.
           MOVE 'GOOD RECORDS READ' TO WS-SUMMARY-LABEL.
           MOVE WS-IN-GOODDATA-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'HISTORY ROWS WRITTEN' TO WS-SUMMARY-LABEL.
           MOVE WS-ROWS-WRITTEN-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'INTERCOMPANY ORDERS SKIPPED' TO WS-SUMMARY-LABEL.
           MOVE WS-INTERCO-SKIP-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.

      * currency with no dated history revalues at 1.000000 both
      * ways and is counted on the summary - no history, no
      * movement, no surprise.
      * 05/21 Month-end is now fiscal period end. The closing rate is
      * the rate in force on the last day of the fiscal period
      * (FISCLOOK - the 4-4-5 calendar on FISCPER) the process date
      * falls in, and the heading names the period the movement
      * books to - the current open period when finance has already
      * closed that one, and the summary says so.
      ******************************************************************

       ENVIRONMENT DIVISION.
      * Same OPENPO-REC shape POMATCH writes.
       FD  OPENPO
           RECORDING MODE IS F
           RECORD CONTAINS 126 CHARACTERS
           DATA RECORD IS OPENPO-REC.
       01  OPENPO-REC.
           05  OP-PO-NUMBER            PIC X(06).
      * the dock's expected-receipts views skip it. Grew the row
      * 122 to 123.
           05  OP-DROP-SHIP            PIC X(01).
      *05/22 Company the order books to and the intercompany flag
      * - see COMPANY-CODE-PO in PARTSUB. Grew the row 123 to 126.
           05  OP-COMPANY-CODE         PIC X(02).
           05  OP-INTERCO-FLAG         PIC X(01).

       FD  FXHIST
           RECORDING MODE IS F
       WORKING-STORAGE SECTION.
           COPY FXHTAB.   *> Dated rate history
           COPY PROCDATE. *> Business process date control card
           COPY FISCREQ.  *> FISCLOOK fiscal-period request block

       01 FILE-STATUS-CODES.
      * File status key for input File OPENPO
       01 WS-LOOKUP-CURRENCY               PIC X(03) VALUE SPACES.
       01 WS-LOOKUP-DATE                   PIC 9(08) VALUE ZERO.
       01 WS-FX-RATE-WORK                  PIC 9(3)V9(6) VALUE 1.
      *05/21 Closing-rate date - fiscal period end, or the process
      * date when the calendar does not cover it.
       01 WS-REVAL-DATE                    PIC 9(08) VALUE ZERO.

       01 WS-OUTSTANDING-VALUE             PIC S9(11)V99 VALUE ZERO.
       01 WS-BOOKED-USD                    PIC S9(13)V99 VALUE ZERO.
           05 FILLER              PIC X(3)       VALUE SPACES.
           05 FILLER              PIC X(54) VALUE
              'Destiny Auto Parts - Month-End FX Revaluation'.
           05 FILLER              PIC X(16)      VALUE
              'BOOK TO PERIOD '.
           05 WS-PH-PERIOD-OUT    PIC 9(06)      VALUE ZERO.
           05 FILLER              PIC X(32)      VALUE SPACES.
           05 FILLER              PIC X(5)       VALUE 'PAGE '.
           05 WS-PAGE-NO-OUT      PIC ZZZ9       VALUE ZERO.
       01 WS-HEADER.
           05 WS-SUMMARY-COUNT      PIC ZZZ,ZZZ,ZZ9 VALUE ZERO.
           05 FILLER                PIC X(96) VALUE SPACES.

      *05/21 A period or date prints as itself, not as a count.
       01 WS-PERIOD-LINE.
           05 FILLER                PIC X(3)  VALUE SPACES.
           05 WS-PERIOD-LABEL       PIC X(34) VALUE SPACES.
           05 FILLER                PIC X(03) VALUE SPACES.
           05 WS-PERIOD-OUT         PIC 9(08) VALUE ZERO.
           05 FILLER                PIC X(85) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN.
           INITIALIZE WS-CCY-TABLE.
           PERFORM 300-Open-Files.
           PERFORM 370-LoadProcessDate.
           PERFORM 380-FindRevalPeriod.
           MOVE SPACES TO PRINT-REC.
           PERFORM 800-NEW-PAGE.
      * Priming Read
           END-IF.
           COMPUTE WS-BOOKED-USD ROUNDED =
              WS-OUTSTANDING-VALUE * WS-FX-RATE-WORK.
           MOVE WS-REVAL-DATE TO WS-LOOKUP-DATE.
           PERFORM 210-FindHistoricRate.
           COMPUTE WS-MONTH-END-USD ROUNDED =
              WS-OUTSTANDING-VALUE * WS-FX-RATE-WORK.
              ACCEPT PROCESS-DATE FROM DATE YYYYMMDD
           END-IF.

      *05/21 Closing rates are taken at the end of the fiscal period
      * the process date falls in. A period finance has closed is
      * not reopened by a late rerun - the movement books to the
      * current open period and the summary says so.
       380-FindRevalPeriod.
           MOVE PROCESS-DATE TO FRQ-DATE.
           CALL 'FISCLOOK' USING FISCAL-REQUEST.
           IF FRQ-ON-CALENDAR
              MOVE FRQ-END-DATE TO WS-REVAL-DATE
           ELSE
              MOVE PROCESS-DATE TO WS-REVAL-DATE
              DISPLAY 'FXREVAL - ' PROCESS-DATE
                 ' IS NOT ON THE FISCPER CALENDAR - REVALUING AT '
                 'THE PROCESS DATE'
           END-IF.
           IF FRQ-ROUTED AND FRQ-POST-PERIOD = ZERO
              DISPLAY 'FXREVAL - FISCAL PERIOD ' FRQ-PERIOD
                 ' IS CLOSED AND NO LATER PERIOD IS OPEN ON FISCPER'
           END-IF.
           IF FRQ-ROUTED AND FRQ-POST-PERIOD > ZERO
              DISPLAY 'FXREVAL - FISCAL PERIOD ' FRQ-PERIOD
                 ' IS CLOSED - MOVEMENT BOOKS TO OPEN PERIOD '
                 FRQ-POST-PERIOD
           END-IF.
           MOVE FRQ-POST-PERIOD TO WS-PH-PERIOD-OUT.

       400-Read-OPENPO.
           READ OPENPO
      * Set AT END Switch
           MOVE 'RUN SUMMARY' TO WS-SUMMARY-LABEL.
           MOVE ZERO TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'CLOSING RATES AS OF' TO WS-PERIOD-LABEL.
           MOVE WS-REVAL-DATE TO WS-PERIOD-OUT.
           WRITE PRINT-REC FROM WS-PERIOD-LINE.
           IF FRQ-ROUTED
              MOVE 'LATE - PERIOD CLOSED, ROUTED FROM' TO
                 WS-PERIOD-LABEL
              MOVE FRQ-PERIOD TO WS-PERIOD-OUT
              WRITE PRINT-REC FROM WS-PERIOD-LINE
           END-IF.
           MOVE 'OPEN-PO RECORDS READ' TO WS-SUMMARY-LABEL.
           MOVE WS-IN-OPENPO-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.

      *   3. Twelve-month spend split by buyer.
      * The window is the twelve months ending with the process-date
      * month, so the pack run on the 1st covers the year just done.
      * 05/21 The window is twelve fiscal periods (FISCLOOK - the
      * 4-4-5 calendar on FISCPER), not calendar months: it ends
      * with the period the process date falls in, and the dated
      * RUNSTATS and MEASHIST rows are placed by the period their
      * run date falls in. PERSPEND is already kept by period.
      ******************************************************************

       ENVIRONMENT DIVISION.
       WORKING-STORAGE SECTION.
           COPY PROCDATE. *> Business process date control card
           COPY SPNDTAB.  *> Period-spend history table
           COPY FISCREQ.  *> FISCLOOK fiscal-period request block

       01 FILE-STATUS-CODES.
           05 IN-PERSPEND-KEY            PIC X(2).

      *04/01 The twelve report months, newest last, built backwards
      * from the process-date month.
      *05/21 Fiscal periods now, YYYYPP - twelve to the fiscal year,
      * so the same borrowing across the year end still holds.
       01 WS-MONTH-WINDOW.
           05 WS-MW-ENTRY OCCURS 12 TIMES.
              10 WS-MW-MONTH              PIC 9(06) VALUE ZERO.
       01 WS-SECTION1-TITLE.
          05 FILLER              PIC X(3)       VALUE SPACES.
          05 FILLER              PIC X(60)      VALUE
             '1. PERIOD TREND - TRAILING TWELVE FISCAL PERIODS'.
       01 WS-TREND-HEADER.
          05 FILLER              PIC X(3)       VALUE SPACES.
          05 FILLER              PIC X(08)      VALUE 'Period'.
          05 FILLER              PIC X(11)      VALUE '   Orders'.
          05 FILLER              PIC X(16)      VALUE
             '     Qty Eaches'.

      *04/01 Oldest month first, newest (the process-date month)
      * last, borrowing across the year end as needed.
      *05/21 Counted back from the fiscal period of the process date.
       380-BuildMonthWindow.
           MOVE PROCESS-DATE TO FRQ-DATE.
           CALL 'FISCLOOK' USING FISCAL-REQUEST.
           IF NOT FRQ-ON-CALENDAR
              DISPLAY 'MGMTPACK - ' PROCESS-DATE
                 ' IS NOT ON THE FISCPER CALENDAR - WINDOW ENDS WITH '
                 'CALENDAR MONTH ' FRQ-PERIOD
           END-IF.
           MOVE FRQ-PERIOD (1:4) TO WS-WORK-YEAR.
           MOVE FRQ-PERIOD (5:2) TO WS-WORK-MONTH.
           PERFORM VARYING WS-MW-IDX FROM 12 BY -1
              UNTIL WS-MW-IDX < 1
                 MOVE WS-WORK-YEAR TO WS-WORK-YYYY
      *04/01 The dated nightly counts give each month its feed and
      * reject volumes - the same population ERRORFILE carries, but
      * RUNSTATS rows are dated and the reject rows are not.
      *05/21 A run counts in the fiscal period its date falls in.
       120-RollRunstats.
           MOVE RS-RUN-DATE TO FRQ-DATE.
           CALL 'FISCLOOK' USING FISCAL-REQUEST.
           MOVE FRQ-PERIOD TO WS-WORK-YYYYMM.
           PERFORM 390-FindWindowMonth.
           IF MONTH-IN-WINDOW
              ADD RS-INPUT-CTR
           PERFORM 410-Read-RUNSTATS.

       130-RollOntime.
           MOVE MH-RUN-DATE TO FRQ-DATE.
           CALL 'FISCLOOK' USING FISCAL-REQUEST.
           MOVE FRQ-PERIOD TO WS-WORK-YYYYMM.
           PERFORM 390-FindWindowMonth.
           IF MONTH-IN-WINDOW
              ADD MH-MEASURED-PERF

      *05/21 Fiscal-period calendar, one row per period, loaded once
      * the same way MAKE-TABLE is (see MAKETAB) from the FISCPER
      * control file CTLMNT maintains. Our books run on a 4-4-5
      * calendar, not calendar months, so every period-sensitive
      * program - GLEXTRCT, RNIACCR, FXREVAL, SPENDACC, USETAX,
      * MGMTPACK, REBACCUM - asks FISCLOOK which period a date falls
      * in instead of taking the year and month off the date.
      * FP-PERIOD is the fiscal year and period number, YYYYPP,
      * twelve periods to the year. Once finance closes a period
      * (FP-STATUS 'C') nothing posts into it again - a late rerun
      * is routed to the current open period (see FISCREQ).
       01  FISCAL-PERIOD-TABLE.
           05  FISCAL-PERIOD-LIST OCCURS 200 TIMES
               INDEXED BY FISCAL-PERIOD-IDX.
              08  FP-PERIOD           PIC 9(06) VALUE ZERO.
              08  FP-PERIOD-R REDEFINES FP-PERIOD.
                  10  FP-FISCAL-YEAR  PIC 9(04).
                  10  FP-PERIOD-NO    PIC 9(02).
              08  FILLER              PIC X(01) VALUE SPACES.
              08  FP-START-DATE       PIC 9(08) VALUE ZERO.
              08  FILLER              PIC X(01) VALUE SPACES.
              08  FP-END-DATE         PIC 9(08) VALUE ZERO.
              08  FILLER              PIC X(01) VALUE SPACES.
              08  FP-STATUS           PIC X(01) VALUE 'O'.
                  88  FP-OPEN                     VALUE 'O'.
                  88  FP-CLOSED                   VALUE 'C'.
              08  FILLER              PIC X(01) VALUE SPACES.
              08  FP-CLOSED-DATE      PIC 9(08) VALUE ZERO.
              08  FILLER              PIC X(01) VALUE SPACES.
              08  FP-CLOSED-BY        PIC X(08) VALUE SPACES.

       01  FISCAL-PERIOD-MAX         PIC 9(4) VALUE ZERO.

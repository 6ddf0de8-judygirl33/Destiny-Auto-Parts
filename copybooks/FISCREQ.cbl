      *05/21 Request block for the FISCLOOK fiscal-period lookup
      * subprogram. The caller passes a date and gets back the
      * fiscal period it falls in (see FISCTAB) with the period's
      * start, end and status, and the period to post to: the same
      * period while it is open, or - when finance has closed it -
      * the earliest open period after it, with FRQ-ROUTED set so
      * the caller can report that late activity was moved. A
      * closed period with no open period after it comes back with
      * FRQ-POST-PERIOD zero - nothing may post until finance opens
      * the next period. A date no FISCPER row covers comes back
      * not found, dated by its calendar year and month, open, so a
      * gap in the calendar is counted and reported rather than
      * stopping the run.
       01  FISCAL-REQUEST.
           05  FRQ-DATE                PIC 9(08) VALUE ZERO.
           05  FRQ-PERIOD              PIC 9(06) VALUE ZERO.
           05  FRQ-START-DATE          PIC 9(08) VALUE ZERO.
           05  FRQ-END-DATE            PIC 9(08) VALUE ZERO.
           05  FRQ-STATUS              PIC X(01) VALUE SPACES.
               88  FRQ-PERIOD-CLOSED          VALUE 'C'.
           05  FRQ-POST-PERIOD         PIC 9(06) VALUE ZERO.
           05  FRQ-FOUND-FLAG          PIC X(01) VALUE 'N'.
               88  FRQ-ON-CALENDAR            VALUE 'Y'.
           05  FRQ-ROUTED-FLAG         PIC X(01) VALUE 'N'.
               88  FRQ-ROUTED                 VALUE 'Y'.

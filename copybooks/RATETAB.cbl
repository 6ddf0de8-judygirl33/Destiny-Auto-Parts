      *05/04 Supplier quality-rating override table, loaded from the
      * RATEOVR file the same way CAR-TABLE is (see CARTAB). The
      * quarterly RATECALC run proposes SM-SUPPLIER-RATING off what
      * we measure (DLVPERF on-time, dock rejects, edit rejects, open
      * CARs) and a purchasing manager approves each proposal in
      * RATEAPPR. Where the manager disagrees with the numbers the
      * rating can be overridden instead - only with a reason, and
      * only until RO-EXPIRY-DATE (the set date plus the QROVRDAY
      * parameter's days). While an override is in force RATECALC
      * proposes nothing for the supplier; once it lapses RATEAPPR
      * drops the row and the next run proposes off the measures
      * again. One row per supplier.
       01  RATE-OVERRIDE-TABLE.
           05  RATE-OVERRIDE-LIST OCCURS 500 TIMES
               INDEXED BY RATE-OVR-IDX.
              08  RO-SUPPLIER-CODE    PIC X(10) VALUE SPACES.
              08  RO-RATING           PIC X(01) VALUE SPACES.
              08  RO-REASON           PIC X(30) VALUE SPACES.
              08  RO-SET-BY           PIC X(08) VALUE SPACES.
              08  RO-SET-DATE         PIC 9(08) VALUE ZERO.
              08  RO-EXPIRY-DATE      PIC 9(08) VALUE ZERO.

       01  RATE-OVERRIDE-MAX         PIC 9(4) VALUE ZERO.

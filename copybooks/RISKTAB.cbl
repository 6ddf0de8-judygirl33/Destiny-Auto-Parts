      *05/06 Supplier financial-risk master, one row per supplier in
      * supplier-code order, kept by RISKLOAD off the external credit
      * agency's RISKIN feed. RK-BAND runs 1 (sound) to 5 (failing);
      * a band at or past the RISKHIGH parameter (default 4) is high
      * risk - FINALEX warns on every new order to such a supplier.
      * A supplier whose band worsens goes on the watch list
      * (RK-ON-WATCH) with the band it held before, and comes off
      * once a later score puts it back at that band or better.
      * RISKWTCH reports the watch list weekly. A supplier whose
      * first score is already high risk goes straight on the watch.
       01  RISK-TABLE.
           05  RISK-LIST OCCURS 500 TIMES
               INDEXED BY RISK-IDX.
              08  RK-SUPPLIER-CODE    PIC X(10) VALUE SPACES.
              08  RK-SCORE            PIC 9(03) VALUE ZERO.
              08  RK-BAND             PIC 9(01) VALUE ZERO.
              08  RK-SCORE-DATE       PIC 9(08) VALUE ZERO.
              08  RK-PRIOR-BAND       PIC 9(01) VALUE ZERO.
              08  RK-PRIOR-DATE       PIC 9(08) VALUE ZERO.
              08  RK-WATCH-FLAG       PIC X(01) VALUE 'N'.
                  88  RK-ON-WATCH               VALUE 'Y'.
              08  RK-WATCH-DATE       PIC 9(08) VALUE ZERO.
              08  RK-WATCH-FROM-BAND  PIC 9(01) VALUE ZERO.

       01  RISK-MAX                  PIC 9(4) VALUE ZERO.

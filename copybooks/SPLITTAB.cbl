      *05/12 Split-order groups, one row per order in a group - the
      * orders one buyer placed with one supplier for one part (basis
      * 'P'), or for one commodity class (basis 'C'), inside the
      * SPLTDAYS window, each at or under the APRVTHRS threshold but
      * together over it. SPLITORD appends the rows to SPLITLOG the
      * night it finds the group; tonight's pieces went to APPRHOLD
      * as a set (SL-HELD) and the earlier ones had already been
      * released. POAPPRV loads the rows the same way MAKE-TABLE is
      * loaded (see MAKETAB) to show a held order's whole group and
      * take one decision for the set; SPLITRPT reports the month's
      * groups by buyer.
       01  SPLIT-GROUP-TABLE.
           05  SPLIT-GROUP-LIST OCCURS 5000 TIMES
               INDEXED BY SPLIT-GROUP-IDX.
              08  SL-GROUP-ID.
                  10  SL-GROUP-DATE   PIC 9(08) VALUE ZERO.
                  10  SL-GROUP-SEQ    PIC 9(04) VALUE ZERO.
              08  SL-BASIS            PIC X(01) VALUE SPACES.
                  88  SL-SAME-PART               VALUE 'P'.
                  88  SL-SAME-CLASS              VALUE 'C'.
              08  SL-BUYER-CODE       PIC X(03) VALUE SPACES.
              08  SL-SUPPLIER-CODE    PIC X(10) VALUE SPACES.
              08  SL-PART-NUMBER      PIC X(23) VALUE SPACES.
              08  SL-COMMODITY-CLASS  PIC X(04) VALUE SPACES.
              08  SL-PO-NUMBER        PIC X(06) VALUE SPACES.
              08  SL-ORDER-DATE       PIC 9(08) VALUE ZERO.
              08  SL-ORDER-VALUE      PIC 9(09)V99 VALUE ZERO.
              08  SL-GROUP-VALUE      PIC 9(11)V99 VALUE ZERO.
              08  SL-GROUP-ORDERS     PIC 9(03) VALUE ZERO.
              08  SL-THRESHOLD        PIC 9(09) VALUE ZERO.
              08  SL-HELD-FLAG        PIC X(01) VALUE SPACES.
                  88  SL-HELD                    VALUE 'Y'.
              08  FILLER              PIC X(16) VALUE SPACES.

       01  SPLIT-GROUP-MAX           PIC 9(5) VALUE ZERO.

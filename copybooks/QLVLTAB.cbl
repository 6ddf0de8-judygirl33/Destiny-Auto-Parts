      *05/01 Dock inspection level per part per supplier, loaded once
      * the same way APPROVED-SOURCE-TABLE is (see ASLTAB) from the
      * INSPLVL master QUALPPM restates every night. QL-INSP-LEVEL
      * tells receiving how hard to look at the combination's next
      * lot:
      *   '1' - every lot inspected 100%,
      *   'S' - every lot sampled,
      *   'K' - skip-lot, one lot in the QLSKIPN parameter's N.
      * QL-PPM is the rolling defect rate over the QLPPMDAY window -
      * rejected quantity per million received, off the window
      * totals beside it. A reject drops the combination straight to
      * '1' and zeroes QL-CLEAN-RUN; it moves back up one level at a
      * time, only after QLCLNRUN clean inspected lots in a row and
      * never looser than its PPM allows. QL-LOTS-SINCE-INSP counts
      * lots received since the last one the dock inspected, which
      * is what a skip-lot combination's next lot is picked on.
      * QL-PRIOR-LEVEL is the level as the run found it - spaces for
      * a combination first seen tonight. Kept in part-then-supplier
      * order (QL-LEVEL-KEY) so QUALPPM can binary search it.
       01  INSPECTION-LEVEL-TABLE.
           05  INSPECTION-LEVEL-LIST OCCURS 20000 TIMES
               INDEXED BY INSPECTION-LEVEL-IDX.
              08  QL-LEVEL-KEY.
                  10  QL-PART-NUMBER  PIC X(23) VALUE SPACES.
                  10  QL-SUPPLIER-CODE
                                      PIC X(10) VALUE SPACES.
              08  FILLER              PIC X(01) VALUE SPACES.
              08  QL-INSP-LEVEL       PIC X(01) VALUE SPACES.
                  88  QL-FULL-INSPECT            VALUE '1'.
                  88  QL-SAMPLED                 VALUE 'S'.
                  88  QL-SKIP-LOT                VALUE 'K'.
              08  FILLER              PIC X(01) VALUE SPACES.
              08  QL-CLEAN-RUN        PIC 9(04) VALUE ZERO.
              08  FILLER              PIC X(01) VALUE SPACES.
              08  QL-LOTS-SINCE-INSP  PIC 9(04) VALUE ZERO.
              08  FILLER              PIC X(01) VALUE SPACES.
              08  QL-LAST-REJECT-DATE PIC 9(08) VALUE ZERO.
              08  FILLER              PIC X(01) VALUE SPACES.
              08  QL-PPM              PIC 9(07) VALUE ZERO.
              08  FILLER              PIC X(01) VALUE SPACES.
              08  QL-LEVEL-DATE       PIC 9(08) VALUE ZERO.
              08  FILLER              PIC X(01) VALUE SPACES.
              08  QL-WINDOW-RECEIVED  PIC 9(09) VALUE ZERO.
              08  FILLER              PIC X(01) VALUE SPACES.
              08  QL-WINDOW-REJECTED  PIC 9(09) VALUE ZERO.
              08  FILLER              PIC X(01) VALUE SPACES.
              08  QL-PRIOR-LEVEL      PIC X(01) VALUE SPACES.

       01  INSPECTION-LEVEL-MAX      PIC 9(5) VALUE ZERO.

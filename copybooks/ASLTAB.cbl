      *04/30 Approved-source list, one row per part per supplier
      * quality has qualified (or is qualifying) to make it, loaded
      * once the same way MAKE-TABLE is (see MAKETAB) from the ASLMST
      * dataset ASLMNT maintains. A new source starts 'P' pending
      * when its first-article sample is logged against the PPAP /
      * first-article report number, and moves to 'A' approved when
      * the quality engineer signs the report off - the approval
      * date and the engineer's operator ID are stamped on the row.
      * 'W' withdraws a source that was pending or approved. ASLMNT
      * keeps the file in part-then-supplier order (AS-SOURCE-KEY)
      * so FINALEX can binary search it. A part with no rows at all
      * is not source-controlled; once a part has any row, an order
      * to a supplier whose row is not 'A' is held in SRCHOLD for
      * SRCRLSE instead of flowing to GOODDATA.
       01  APPROVED-SOURCE-TABLE.
           05  APPROVED-SOURCE-LIST OCCURS 20000 TIMES
               INDEXED BY APPROVED-SOURCE-IDX.
              08  AS-SOURCE-KEY.
                  10  AS-PART-NUMBER  PIC X(23) VALUE SPACES.
                  10  AS-SUPPLIER-CODE
                                      PIC X(10) VALUE SPACES.
              08  FILLER              PIC X(01) VALUE SPACES.
              08  AS-STATUS           PIC X(01) VALUE SPACES.
                  88  AS-PENDING                 VALUE 'P'.
                  88  AS-APPROVED                VALUE 'A'.
                  88  AS-WITHDRAWN               VALUE 'W'.
              08  FILLER              PIC X(01) VALUE SPACES.
              08  AS-FA-REPORT        PIC X(10) VALUE SPACES.
              08  FILLER              PIC X(01) VALUE SPACES.
              08  AS-SAMPLE-DATE      PIC 9(08) VALUE ZERO.
              08  FILLER              PIC X(01) VALUE SPACES.
              08  AS-APPROVAL-DATE    PIC 9(08) VALUE ZERO.
              08  FILLER              PIC X(01) VALUE SPACES.
              08  AS-ENGINEER         PIC X(08) VALUE SPACES.

       01  APPROVED-SOURCE-MAX       PIC 9(5) VALUE ZERO.

      *05/08 Dual-source allocation targets, one row per part per
      * supplier purchasing has agreed a share of the part's volume
      * with (70/30 and the like, to keep both suppliers alive),
      * loaded once the same way MAKE-TABLE is (see MAKETAB) from the
      * ALLOCMST dataset ALLOCMNT maintains. ALLOCMNT keeps the file
      * in part-then-supplier order (AL-ALLOC-KEY) so FINALEX can
      * binary search it. A part with no rows has no targets; once
      * a part has any row, FINALEX warns on an order to a supplier
      * with none, and ALLOCRPT compares each month's accepted
      * quantity and value share against the targets. A part's
      * targets should total 100 - ALLOCRPT flags one that does not.
       01  ALLOC-TARGET-TABLE.
           05  ALLOC-TARGET-LIST OCCURS 5000 TIMES
               INDEXED BY ALLOC-TARGET-IDX.
              08  AL-ALLOC-KEY.
                  10  AL-PART-NUMBER  PIC X(23) VALUE SPACES.
                  10  AL-SUPPLIER-CODE
                                      PIC X(10) VALUE SPACES.
              08  FILLER              PIC X(01) VALUE SPACES.
              08  AL-TARGET-PCT       PIC 9(03) VALUE ZERO.
              08  FILLER              PIC X(01) VALUE SPACES.
              08  AL-SET-DATE         PIC 9(08) VALUE ZERO.
              08  FILLER              PIC X(01) VALUE SPACES.
              08  AL-SET-BY           PIC X(08) VALUE SPACES.

       01  ALLOC-TARGET-MAX          PIC 9(5) VALUE ZERO.

      *05/24 Vendor-managed inventory agreements, one row per part
      * per plant a supplier manages the stock of for us, loaded once
      * the same way MAKE-TABLE is (see MAKETAB) from the VMIAGREE
      * dataset VMIMNT maintains. The supplier watches our stock and
      * places its own replenishment orders, so each row carries the
      * minimum and maximum agreed for the part at that plant: the
      * supplier keeps us above the minimum and must never ship us
      * over the maximum. VMIMNT keeps the file in supplier, part,
      * then plant order (VA-AGREE-KEY) so VMIEXTR sends each
      * supplier its rows together and VMIRECV can binary search it.
      * A blank plant is plant '001', the original building. A
      * supplier with no rows is not a VMI supplier.
       01  VMI-AGREE-TABLE.
           05  VMI-AGREE-LIST OCCURS 2000 TIMES
               INDEXED BY VMI-AGREE-IDX.
              08  VA-AGREE-KEY.
                  10  VA-SUPPLIER-CODE
                                      PIC X(10) VALUE SPACES.
                  10  VA-PART-NUMBER  PIC X(23) VALUE SPACES.
                  10  VA-PLANT-CODE   PIC X(03) VALUE SPACES.
              08  FILLER              PIC X(01) VALUE SPACES.
              08  VA-MIN-QTY          PIC 9(07) VALUE ZERO.
              08  FILLER              PIC X(01) VALUE SPACES.
              08  VA-MAX-QTY          PIC 9(07) VALUE ZERO.
              08  FILLER              PIC X(01) VALUE SPACES.
              08  VA-SET-DATE         PIC 9(08) VALUE ZERO.
              08  FILLER              PIC X(01) VALUE SPACES.
              08  VA-SET-BY           PIC X(08) VALUE SPACES.

       01  VMI-AGREE-MAX             PIC 9(5) VALUE ZERO.

      *04/24 Warehouse bin-location master, one row per part per
      * plant - the primary bin the part is put away to and up to
      * three overflow bins for when the primary is full - loaded
      * once the same way MAKE-TABLE is (see MAKETAB) from the BINLOC
      * master BINMNT maintains. The plant is a code on the PLANTS
      * master and the part must be on the PARTVSAM catalog; BINMNT
      * will not key anything else. PUTAWAY prints each night's
      * receipts against it and lists the receipts whose part has
      * no row here for their plant. An unused overflow slot is
      * blank.
       01  BIN-LOCATION-TABLE.
           05  BIN-LOCATION-LIST OCCURS 20000 TIMES
               INDEXED BY BIN-LOCATION-IDX.
              08  BN-PLANT-CODE       PIC X(03) VALUE SPACES.
              08  FILLER              PIC X(01) VALUE SPACES.
              08  BN-PART-NUMBER      PIC X(23) VALUE SPACES.
              08  FILLER              PIC X(01) VALUE SPACES.
              08  BN-PRIMARY-BIN      PIC X(08) VALUE SPACES.
              08  FILLER              PIC X(01) VALUE SPACES.
              08  BN-OVERFLOW OCCURS 3 TIMES.
                 10  BN-OVERFLOW-BIN  PIC X(08) VALUE SPACES.
                 10  FILLER           PIC X(01) VALUE SPACES.

       01  BIN-LOCATION-MAX          PIC 9(5) VALUE ZERO.

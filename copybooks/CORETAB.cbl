      *04/18 Core-charge terms, one row per supplier and core part,
      * loaded from the CORETERMS control file the same way
      * MAKE-TABLE is (see MAKETAB). The core value is what the
      * supplier credits back for each old core returned; the
      * return window is the days after receipt the supplier still
      * takes the core back. A row with a blank part number covers
      * every core part from that supplier that has no row of its
      * own. Only parts flagged core-bearing on PARTMAST are looked
      * up here - see CORETRK.
       01  CORE-TERMS-TABLE.
           05  CORE-TERMS-LIST OCCURS 1000 TIMES
               INDEXED BY CORE-TERMS-IDX.
              08  CT-SUPPLIER-CODE    PIC X(10) VALUE SPACES.
              08  FILLER              PIC X(01) VALUE SPACES.
              08  CT-PART-NUMBER      PIC X(23) VALUE SPACES.
              08  FILLER              PIC X(01) VALUE SPACES.
              08  CT-CORE-VALUE       PIC 9(5)V99 VALUE ZERO.
              08  CT-RETURN-DAYS      PIC 9(03) VALUE ZERO.

       01  CORE-TERMS-MAX            PIC 9(4) VALUE ZERO.

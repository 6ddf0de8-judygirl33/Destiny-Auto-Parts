      *04/17 Supplier warranty-terms table, one row per supplier,
      * loaded from the WARRTRMS control file the same way
      * MAKE-TABLE is (see MAKETAB). Months covered run from the
      * date we bought the part (its receipt, or the order date
      * when no receipt is on file) to the failure; labor is only
      * claimed back where the agreement says the supplier pays
      * it. A supplier with no row here gives no warranty, and
      * WARRCLM lists its claims as outside terms rather than
      * filing them.
       01  WARRANTY-TERMS-TABLE.
           05  WARRANTY-TERMS-LIST OCCURS 500 TIMES
               INDEXED BY WARRANTY-TERMS-IDX.
              08  WT-SUPPLIER-CODE    PIC X(10) VALUE SPACES.
              08  FILLER              PIC X(01) VALUE SPACES.
              08  WT-MONTHS-COVERED   PIC 9(03) VALUE ZERO.
              08  WT-LABOR-FLAG       PIC X(01) VALUE SPACES.
                  88  WT-LABOR-RECOVERABLE       VALUE 'Y'.

       01  WARRANTY-TERMS-MAX        PIC 9(4) VALUE ZERO.

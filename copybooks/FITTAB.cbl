      *04/20 Vehicle fitment master, one row per part per application
      * (make, model and the model-year range the part fits), loaded
      * once the same way MAKE-TABLE is (see MAKETAB) from the FITMENT
      * master FITMNT maintains. A PARTSUPP record only ever carries
      * the one vehicle its supplier quoted against; this is every
      * vehicle the part actually fits. Make and model are the codes
      * on VEHMAKE/VEHMODEL - FITMNT will not key any other. PARTEDIT
      * warns when an inbound record's vehicle is not among its
      * part's rows here; FITINQ answers "what fits this vehicle".
       01  FITMENT-TABLE.
           05  FITMENT-LIST OCCURS 10000 TIMES
               INDEXED BY FITMENT-IDX.
              08  FT-PART-NUMBER      PIC X(23) VALUE SPACES.
              08  FILLER              PIC X(01) VALUE SPACES.
              08  FT-MAKE-CODE        PIC X(03) VALUE SPACES.
              08  FILLER              PIC X(01) VALUE SPACES.
              08  FT-MODEL-NAME       PIC X(10) VALUE SPACES.
              08  FILLER              PIC X(01) VALUE SPACES.
              08  FT-YEAR-FROM        PIC 9(04) VALUE ZERO.
              08  FILLER              PIC X(01) VALUE SPACES.
              08  FT-YEAR-TO          PIC 9(04) VALUE ZERO.

       01  FITMENT-MAX               PIC 9(5) VALUE ZERO.

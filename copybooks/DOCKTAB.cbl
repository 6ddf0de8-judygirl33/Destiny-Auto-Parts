      *04/29 Dock capacity, one row per plant we receive into,
      * loaded once the same way MAKE-TABLE is (see MAKETAB) from
      * the DOCKCAP control file receiving keeps. DOORS is how many
      * trucks the plant can unload at once; SLOTS-PER-HOUR how many
      * appointments one door takes an hour, so 02 books on the hour
      * and the half hour. Appointments are taken from the opening
      * time up to, not including, the closing time (both HHMM on
      * the dock clock). A plant with no row here takes no
      * appointments - DOCKMNT refuses them.
       01  DOCK-CAPACITY-TABLE.
           05  DOCK-CAPACITY-LIST OCCURS 10 TIMES
               INDEXED BY DOCK-CAPACITY-IDX.
              08  DK-PLANT-CODE       PIC X(03) VALUE SPACES.
              08  FILLER              PIC X(01) VALUE SPACES.
              08  DK-DOORS            PIC 9(02) VALUE ZERO.
              08  FILLER              PIC X(01) VALUE SPACES.
              08  DK-SLOTS-PER-HOUR   PIC 9(02) VALUE ZERO.
              08  FILLER              PIC X(01) VALUE SPACES.
              08  DK-OPEN-TIME        PIC 9(04) VALUE ZERO.
              08  FILLER              PIC X(01) VALUE SPACES.
              08  DK-CLOSE-TIME       PIC 9(04) VALUE ZERO.

       01  DOCK-CAPACITY-MAX         PIC 9(4) VALUE ZERO.

      *04/27 Freight rate table, one row per carrier and lane, loaded
      * once the same way CARRIER-TABLE is (see CARRTAB) from the
      * FRTRATE control file traffic keeps. A lane runs from the
      * supplier's order-address state to our receiving plant. '****'
      * for the carrier or '**' for the state is a catch-all row: the
      * most specific row for a lane wins, so a contract rate for one
      * carrier sits beside a general tariff for the rest. A shipment
      * pays the greater of its weight at the per-pound rate and its
      * cube at the per-cubic-foot rate, never less than the minimum.
      * LANDCALC estimates a collect order's freight from these rows.
      * Rates are dollars to four decimals, e.g. 0001250 is $0.1250.
      *04/28 Now the contract itself - a lane can carry several rows,
      * one per weight break: a row applies to a shipment of at
      * least FR-WEIGHT-BREAK pounds, and the highest break the
      * shipment reaches wins within the lane. The fuel surcharge is
      * percent to two decimals on top of the freight charge, e.g.
      * 1250 is 12.50%. FRTAUDIT audits the carriers' bills against
      * the same rows. Grew the row from 35 to 47 bytes.
       01  FREIGHT-RATE-TABLE.
           05  FREIGHT-RATE-LIST OCCURS 1000 TIMES
               INDEXED BY FREIGHT-RATE-IDX.
              08  FR-CARRIER-CODE     PIC X(04) VALUE SPACES.
              08  FILLER              PIC X(01) VALUE SPACES.
              08  FR-ORIGIN-STATE     PIC X(02) VALUE SPACES.
              08  FILLER              PIC X(01) VALUE SPACES.
              08  FR-DEST-PLANT       PIC X(03) VALUE SPACES.
              08  FILLER              PIC X(01) VALUE SPACES.
              08  FR-RATE-PER-LB      PIC 9(3)V9(4) VALUE ZERO.
              08  FILLER              PIC X(01) VALUE SPACES.
              08  FR-RATE-PER-CUFT    PIC 9(3)V9(4) VALUE ZERO.
              08  FILLER              PIC X(01) VALUE SPACES.
              08  FR-MIN-CHARGE       PIC 9(5)V9(2) VALUE ZERO.
              08  FILLER              PIC X(01) VALUE SPACES.
              08  FR-WEIGHT-BREAK     PIC 9(06) VALUE ZERO.
              08  FILLER              PIC X(01) VALUE SPACES.
              08  FR-FUEL-PCT         PIC 9(2)V9(2) VALUE ZERO.

       01  FREIGHT-RATE-MAX          PIC 9(4) VALUE ZERO.

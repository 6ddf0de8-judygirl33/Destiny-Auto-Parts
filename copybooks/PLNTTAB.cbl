      * this table at edit time; a blank defaults to plant '001', the
      * original building, so records from before the field existed
      * route exactly as they always have.
      *05/22 PL-COMPANY-CODE names the legal entity that owns the
      * building (see COMPTAB) - an order's company is derived off
      * its ship-to plant. Blank is company '01', the original
      * company. Grew the row 27 to 30.
      *05/23 Street, city and zip of the building, printed as the
      * ship-to on the purchase-order document PODOCPRT sends
      * non-EDI suppliers. Grew the row 30 to 83.
       01  PLANT-TABLE.
           05  PLANT-LIST OCCURS 10 TIMES
               INDEXED BY PLANT-IDX.
              08  PL-PLANT-NAME       PIC X(20) VALUE SPACES.
              08  FILLER              PIC X(01) VALUE SPACES.
              08  PL-PLANT-STATE      PIC X(02) VALUE SPACES.
              08  FILLER              PIC X(01) VALUE SPACES.
              08  PL-COMPANY-CODE     PIC X(02) VALUE SPACES.
              08  FILLER              PIC X(01) VALUE SPACES.
              08  PL-ADDRESS-1        PIC X(25) VALUE SPACES.
              08  FILLER              PIC X(01) VALUE SPACES.
              08  PL-CITY             PIC X(15) VALUE SPACES.
              08  FILLER              PIC X(01) VALUE SPACES.
              08  PL-ZIP-CODE         PIC X(10) VALUE SPACES.

       01  PLANT-MAX                 PIC 9(4) VALUE ZERO.

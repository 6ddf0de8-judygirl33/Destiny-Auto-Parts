      *05/10 Negotiated savings events, one row per price a buyer
      * won - a quote awarded through QUOTMNT or a catalog price
      * released through CATRLSE - loaded once the same way MAKE-TABLE
      * is (see MAKETAB) from the SAVEVNT dataset both consoles append
      * to. The old price is what we paid before: the last accepted
      * price on PRICEHST for a reduction, or the price the supplier
      * asked for on an avoided increase. The new price is the one
      * the buyer settled on, from the effective date on. SAVRPT
      * holds the rows in part-supplier-effective order (SE-EVENT-KEY)
      * and realizes each one against what was actually ordered at
      * the new price.
       01  SAVINGS-EVENT-TABLE.
           05  SAVINGS-EVENT-LIST OCCURS 5000 TIMES
               INDEXED BY SAVINGS-EVENT-IDX.
              08  SE-EVENT-KEY.
                  10  SE-PART-NUMBER  PIC X(23) VALUE SPACES.
                  10  SE-SUPPLIER-CODE
                                      PIC X(10) VALUE SPACES.
                  10  SE-EFF-DATE     PIC 9(08) VALUE ZERO.
              08  FILLER              PIC X(01) VALUE SPACES.
              08  SE-BUYER-CODE       PIC X(03) VALUE SPACES.
              08  FILLER              PIC X(01) VALUE SPACES.
              08  SE-OLD-PRICE        PIC 9(7)V99 VALUE ZERO.
              08  SE-NEW-PRICE        PIC 9(7)V99 VALUE ZERO.
              08  SE-EVENT-TYPE       PIC X(01) VALUE SPACES.
                  88  SE-PRICE-REDUCTION         VALUE 'R'.
                  88  SE-AVOIDED-INCREASE        VALUE 'A'.
              08  SE-EVENT-SOURCE     PIC X(01) VALUE SPACES.
                  88  SE-FROM-QUOTE              VALUE 'Q'.
                  88  SE-FROM-CATALOG            VALUE 'C'.
              08  FILLER              PIC X(01) VALUE SPACES.
              08  SE-OPERATOR-ID      PIC X(08) VALUE SPACES.
              08  SE-RECORDED-DATE    PIC 9(08) VALUE ZERO.

       01  SAVINGS-EVENT-MAX         PIC 9(5) VALUE ZERO.

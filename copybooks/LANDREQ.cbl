      *04/27 Request block for the LANDCALC landed-cost subprogram.
      * A low unit price is not a low cost once an offshore order
      * pays duty and we pay the truck: LANDCALC turns one order's
      * unit price into US dollars off FXRATES, adds the freight per
      * unit estimated from the part's weight and cube (PARTMAST) at
      * the carrier's lane rate (FRTRATE - see FRTTAB) when the order
      * ships collect, and adds the duty at the COUNTRY table's rate
      * for the country of origin. The caller fills the order fields;
      * the rest come back, each cost per single unit in US dollars,
      * with a status byte saying how each part of it was arrived at.
      * LANDCOST ranks a part's suppliers on the result and PPVRPT
      * carries its variance to standard beside the price variance.
       01  LANDED-COST-REQUEST.
      * Filled in by the caller from the order.
           05  LCR-PART-NUMBER         PIC X(23) VALUE SPACES.
           05  LCR-CARRIER-CODE        PIC X(04) VALUE SPACES.
           05  LCR-ORIGIN-STATE        PIC X(02) VALUE SPACES.
           05  LCR-SHIP-TO-PLANT       PIC X(03) VALUE SPACES.
           05  LCR-FREIGHT-TERMS       PIC X(02) VALUE SPACES.
               88  LCR-COLLECT-FREIGHT        VALUE 'CC'.
           05  LCR-COUNTRY-ORIGIN      PIC X(02) VALUE SPACES.
           05  LCR-CURRENCY-CODE       PIC X(03) VALUE SPACES.
           05  LCR-QUANTITY            PIC S9(07) VALUE ZERO.
           05  LCR-UNIT-PRICE          PIC S9(07)V99 VALUE ZERO.
      * Returned by LANDCALC.
           05  LCR-USD-UNIT-PRICE      PIC S9(07)V9(4) VALUE ZERO.
           05  LCR-FREIGHT-PER-UNIT    PIC S9(07)V9(4) VALUE ZERO.
           05  LCR-DUTY-PER-UNIT       PIC S9(07)V9(4) VALUE ZERO.
           05  LCR-LANDED-UNIT-COST    PIC S9(07)V9(4) VALUE ZERO.
           05  LCR-FREIGHT-STATUS      PIC X(01) VALUE SPACES.
               88  LCR-FREIGHT-PREPAID        VALUE 'P'.
               88  LCR-FREIGHT-ESTIMATED      VALUE 'E'.
               88  LCR-FREIGHT-NO-MEASURE     VALUE 'W'.
               88  LCR-FREIGHT-NO-LANE        VALUE 'L'.
           05  LCR-DUTY-STATUS         PIC X(01) VALUE SPACES.
               88  LCR-DUTY-APPLIED           VALUE 'D'.
               88  LCR-DUTY-UNCLASSIFIED      VALUE 'U'.
               88  LCR-DUTY-NO-COUNTRY        VALUE 'N'.
           05  LCR-FX-STATUS           PIC X(01) VALUE SPACES.
               88  LCR-FX-CONVERTED           VALUE 'Y'.
               88  LCR-FX-NO-RATE             VALUE 'N'.
           05  LCR-CALC-STATUS         PIC X(01) VALUE SPACES.
               88  LCR-CALC-OK                VALUE '0'.
               88  LCR-CALC-FAILED            VALUE '9'.

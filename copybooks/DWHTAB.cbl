      *05/30 Warehouse dimension rows, one row per version of a
      * dimension member, for the BI extract DWEXTR writes nightly.
      * Six dimensions share the one row shape, told apart by
      * WD-DIM-CODE: 'BUYR' buyer, 'COMM' commodity class, 'DATE'
      * calendar day, 'PART' part, 'PLNT' receiving plant, 'SUPP'
      * supplier. WD-NATURAL-KEY is the member's own code (the date
      * as YYYYMMDD for a day); WD-SURROGATE-KEY is the warehouse key
      * the fact rows carry, numbered from 1 within each dimension
      * and never reused. Key zero is the unknown member - a fact
      * whose code is on no dimension carries it. A change to a
      * member's attributes closes its current row (WD-EFFECTIVE-TO
      * set to the business date it was replaced, current flag 'N')
      * and opens a new row under a new key effective that date, so
      * history is kept - the slowly changing kind. A member gone
      * from its source is closed the same way and left on file. The
      * rows are carried on DWDIMS in dimension, then natural-key,
      * then effective-date order, and loaded one dimension at a
      * time the same way MAKE-TABLE is (see MAKETAB). WD-RUN-DATE
      * and WD-RUN-SEQ are the run identifier (see FINALEX's
      * RUNIDENT) of the night the row was last extracted.
       01  WH-DIM-TABLE.
           05  WH-DIM-LIST OCCURS 20000 TIMES
               INDEXED BY WH-DIM-IDX.
              08  WD-RUN-DATE         PIC 9(08) VALUE ZERO.
              08  WD-RUN-SEQ          PIC 9(03) VALUE ZERO.
              08  WD-DIM-CODE         PIC X(04) VALUE SPACES.
              08  WD-SURROGATE-KEY    PIC 9(09) VALUE ZERO.
              08  WD-NATURAL-KEY      PIC X(23) VALUE SPACES.
              08  WD-EFFECTIVE-FROM   PIC 9(08) VALUE ZERO.
              08  WD-EFFECTIVE-TO     PIC 9(08) VALUE ZERO.
              08  WD-CURRENT-FLAG     PIC X(01) VALUE SPACES.
                  88  WD-CURRENT-ROW             VALUE 'Y'.
              08  WD-ATTRIBUTES       PIC X(80) VALUE SPACES.

       01  WH-DIM-MAX                PIC 9(5) VALUE ZERO.

      *05/30 The attribute block of each dimension, one view per
      * dimension over the 80 bytes of WD-ATTRIBUTES. Unused bytes
      * are spaces, so two versions compare equal byte for byte when
      * nothing the warehouse keeps has changed.
       01  WH-ATTRIBUTES.
           05  WH-ATTRIBUTE-AREA      PIC X(80) VALUE SPACES.
      * Supplier, off SUPPMST (see SUPMTAB). Bank details never
      * leave the master.
           05  WH-SUPPLIER-ATTR REDEFINES WH-ATTRIBUTE-AREA.
              08  WH-SU-NAME          PIC X(15).
              08  WH-SU-TYPE          PIC X(01).
              08  WH-SU-RATING        PIC X(01).
              08  WH-SU-STATUS        PIC X(01).
              08  WH-SU-ONBOARD       PIC X(01).
              08  WH-SU-EDI-FLAG      PIC X(01).
              08  WH-SU-PAY-METHOD    PIC X(01).
              08  WH-SU-DIVERSITY     PIC X(02).
              08  WH-SU-FREIGHT-TERMS PIC X(02).
              08  FILLER              PIC X(55).
      * Part, off PARTMAST.
           05  WH-PART-ATTR REDEFINES WH-ATTRIBUTE-AREA.
              08  WH-PA-NAME          PIC X(14).
              08  WH-PA-GOVT-COMML    PIC X(01).
              08  WH-PA-UOM           PIC X(03).
              08  WH-PA-VEHICLE-MAKE  PIC X(03).
              08  WH-PA-VEHICLE-MODEL PIC X(10).
              08  WH-PA-VEHICLE-YEAR  PIC X(04).
              08  WH-PA-ACTIVE-FLAG   PIC X(01).
              08  WH-PA-LIFECYCLE     PIC X(01).
              08  WH-PA-CORE-FLAG     PIC X(01).
              08  WH-PA-ABC-CLASS     PIC X(01).
              08  WH-PA-COMMODITY     PIC X(04).
              08  FILLER              PIC X(37).
      * Buyer, off the BUYRVNDR crosswalk (company '01' vendor ID)
      * and the BUYRASGN assignments (see BASGTAB) - the classes the
      * buyer holds and the classes the buyer backs up.
           05  WH-BUYER-ATTR REDEFINES WH-ATTRIBUTE-AREA.
              08  WH-BY-AP-VENDOR-ID  PIC X(10).
              08  WH-BY-COMPANY-CODE  PIC X(02).
              08  WH-BY-CLASSES-HELD  PIC 9(04).
              08  WH-BY-CLASSES-BACKED
                                      PIC 9(04).
              08  FILLER              PIC X(60).
      * Receiving plant, off PLANTS (see PLNTTAB).
           05  WH-PLANT-ATTR REDEFINES WH-ATTRIBUTE-AREA.
              08  WH-PL-NAME          PIC X(20).
              08  WH-PL-STATE         PIC X(02).
              08  WH-PL-COMPANY-CODE  PIC X(02).
              08  WH-PL-CITY          PIC X(15).
              08  WH-PL-ZIP-CODE      PIC X(10).
              08  FILLER              PIC X(31).
      * Commodity class, off COMCLAS (see COMMTAB).
           05  WH-COMMODITY-ATTR REDEFINES WH-ATTRIBUTE-AREA.
              08  WH-CM-DESCRIPTION   PIC X(25).
              08  FILLER              PIC X(55).
      * Calendar day. Day of week 1 Monday through 7 Sunday; the
      * holiday flag is off HOLIDAYS, the fiscal period off FISCPER
      * (see FISCTAB) - a period finance closes, or a holiday added,
      * versions the day like any other change.
           05  WH-DATE-ATTR REDEFINES WH-ATTRIBUTE-AREA.
              08  WH-DT-YEAR          PIC 9(04).
              08  WH-DT-MONTH         PIC 9(02).
              08  WH-DT-DAY           PIC 9(02).
              08  WH-DT-DAY-OF-WEEK   PIC 9(01).
              08  WH-DT-DAY-NAME      PIC X(03).
              08  WH-DT-WEEKEND-FLAG  PIC X(01).
              08  WH-DT-HOLIDAY-FLAG  PIC X(01).
              08  WH-DT-BUSINESS-DAY  PIC X(01).
              08  WH-DT-FISCAL-PERIOD PIC 9(06).
              08  WH-DT-FISCAL-STATUS PIC X(01).
              08  WH-DT-ON-FISCAL-CAL PIC X(01).
              08  FILLER              PIC X(57).

      *05/22 Company (legal entity) master, one row per company we
      * run on this system, loaded once the same way MAKE-TABLE is
      * (see MAKETAB) from the COMPANY control file CTLMNT
      * maintains. Each company keeps its own GL, its own AP vendor
      * IDs and its own 1099 filing, so an order's company - taken
      * off its ship-to plant's PL-COMPANY-CODE (see PLNTTAB) - is
      * carried on GOODDATA, PURC-FILES, OPENPO and the AP extract.
      * CO-PAYER-TIN is the federal ID YE1099 files under.
      * CO-SUPPLIER-CODE is the code the company carries as a
      * supplier on SUPPMST, when it sells to the others - an order
      * placed on that supplier is intercompany and stays out of
      * third-party spend. A blank company anywhere is company '01',
      * the original company.
       01  COMPANY-TABLE.
           05  COMPANY-LIST OCCURS 10 TIMES
               INDEXED BY COMPANY-IDX.
              08  CO-COMPANY-CODE     PIC X(02) VALUE SPACES.
              08  FILLER              PIC X(01) VALUE SPACES.
              08  CO-COMPANY-NAME     PIC X(30) VALUE SPACES.
              08  FILLER              PIC X(01) VALUE SPACES.
              08  CO-PAYER-TIN        PIC X(09) VALUE SPACES.
              08  FILLER              PIC X(01) VALUE SPACES.
              08  CO-SUPPLIER-CODE    PIC X(10) VALUE SPACES.

       01  COMPANY-MAX               PIC 9(4) VALUE ZERO.

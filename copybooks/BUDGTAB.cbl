              08  BB-BUYER-CODE       PIC X(03) VALUE SPACES.
              08  FILLER              PIC X(01) VALUE SPACES.
              08  BB-MONTH-BUDGET     PIC 9(11)V99 VALUE ZERO.
      *05/22 Company the budget belongs to - a buyer who buys for
      * both companies has a row under each, and each company's
      * orders only draw on their own row. Blank is company '01'
      * (see COMPTAB). Grew the row 17 to 20.
              08  FILLER              PIC X(01) VALUE SPACES.
              08  BB-COMPANY-CODE     PIC X(02) VALUE SPACES.

       01  BUYER-BUDGET-MAX          PIC 9(4) VALUE ZERO.

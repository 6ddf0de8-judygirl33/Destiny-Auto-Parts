              08  BUYER-CODE-BV       PIC X(3) VALUE SPACES.
              08  FILLER              PIC X(1) VALUE SPACES.
              08  AP-VENDOR-ID-BV     PIC X(10) VALUE SPACES.
      *05/22 Company the vendor ID is good for - each company has
      * its own AP vendor IDs, so a buyer buying for both has a row
      * under each. Blank is company '01' (see COMPTAB). Grew the
      * row 14 to 17.
              08  FILLER              PIC X(1) VALUE SPACES.
              08  COMPANY-CODE-BV     PIC X(2) VALUE SPACES.

       01  BUYER-VENDOR-MAX         PIC 9(4) VALUE ZERO.

      *05/15 Legal-hold register, one row per matter per supplier/
      * part scope legal has told us to preserve records for. A hold
      * names a supplier, a part, a date range, or any mix of the
      * three - a blank supplier or part means any, a zero from- or
      * to-date leaves that end of the range open. A row is held
      * when it falls in the range and matches every key the hold
      * names; a key the file does not carry (PONUMREG has no
      * supplier) cannot be matched, so a hold naming it does not
      * reach that file. Released holds stay on the register with
      * who released them and when - a hold is active only while
      * LH-RELEASED-DATE is zero. Loaded once from the LEGLHOLD
      * dataset the same way MAKE-TABLE is (see MAKETAB); LHLDMNT
      * maintains it in matter-then-supplier-then-part order
      * (LH-HOLD-KEY). HISTAGE keeps held detail instead of rolling
      * it up, LHLDCHK flags held archive generations for the hold
      * bases before ARCHPRGE scratches them, and LHLDRPT lists
      * every active hold each month.
       01  LEGAL-HOLD-TABLE.
           05  LEGAL-HOLD-LIST OCCURS 500 TIMES
               INDEXED BY LEGAL-HOLD-IDX.
              08  LH-HOLD-KEY.
                  10  LH-MATTER-ID    PIC X(10) VALUE SPACES.
                  10  LH-SUPPLIER-CODE
                                      PIC X(10) VALUE SPACES.
                  10  LH-PART-NUMBER  PIC X(23) VALUE SPACES.
              08  FILLER              PIC X(01) VALUE SPACES.
              08  LH-FROM-DATE        PIC 9(08) VALUE ZERO.
              08  LH-TO-DATE          PIC 9(08) VALUE ZERO.
              08  FILLER              PIC X(01) VALUE SPACES.
              08  LH-PLACED-BY        PIC X(08) VALUE SPACES.
              08  LH-PLACED-DATE      PIC 9(08) VALUE ZERO.
              08  FILLER              PIC X(01) VALUE SPACES.
              08  LH-RELEASED-BY      PIC X(08) VALUE SPACES.
              08  LH-RELEASED-DATE    PIC 9(08) VALUE ZERO.
                  88  LH-HOLD-ACTIVE            VALUE ZERO.
              08  FILLER              PIC X(06) VALUE SPACES.

       01  LEGAL-HOLD-MAX            PIC 9(4) VALUE ZERO.

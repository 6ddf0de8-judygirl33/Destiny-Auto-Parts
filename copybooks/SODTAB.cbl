      *05/13 Segregation-of-duties conflict rules, one row per pair
      * of console functions one person must not hold together - a
      * supplier set up on SUPPMNT, its bank account released on
      * BANKRLSE and its orders approved on POAPPRV should take at
      * least two people. The functions are the program names OPERMST
      * grants authority on (see OPERTAB); each side carries the
      * lowest authority level that counts (1 inquiry, 2 update,
      * 3 supervisor - blank or zero counts any grant). Loaded once
      * from the SODRULES dataset the same way MAKE-TABLE is (see
      * MAKETAB): SODGRANT checks the OPERMST grants against it each
      * quarter, SODBRCH the audit trails every night.
       01  SOD-RULE-TABLE.
           05  SOD-RULE-LIST OCCURS 100 TIMES
               INDEXED BY SOD-RULE-IDX.
              08  SR-RULE-ID          PIC X(04) VALUE SPACES.
              08  FILLER              PIC X(01) VALUE SPACES.
              08  SR-FUNCTION-A       PIC X(08) VALUE SPACES.
              08  FILLER              PIC X(01) VALUE SPACES.
              08  SR-LEVEL-A          PIC 9(01) VALUE ZERO.
              08  FILLER              PIC X(01) VALUE SPACES.
              08  SR-FUNCTION-B       PIC X(08) VALUE SPACES.
              08  FILLER              PIC X(01) VALUE SPACES.
              08  SR-LEVEL-B          PIC 9(01) VALUE ZERO.
              08  FILLER              PIC X(01) VALUE SPACES.
              08  SR-DESCRIPTION      PIC X(40) VALUE SPACES.
              08  FILLER              PIC X(13) VALUE SPACES.

       01  SOD-RULE-MAX              PIC 9(4) VALUE ZERO.

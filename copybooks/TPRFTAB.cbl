      *05/28 EDI trading-partner profiles, one row per supplier on
      * the EDI channel, loaded once the same way MAKE-TABLE is (see
      * MAKETAB) from the TPPROF dataset TPRFMNT maintains. The status
      * decides which lane a partner's EDIIN and ASNIN submissions
      * travel: a partner in testing goes down the EDITEST lane and
      * never reaches GOODDATA, OPENPO or the correction desk; a
      * suspended partner's submissions are held; a certified partner
      * is in production from its go-live date on. The five type
      * flags say which transactions the partner may send at all. A
      * supplier with no profile is treated as it always was - in
      * production, every type allowed. TPRFMNT keeps the file in
      * supplier order so EDIROUTE and EDICERT can binary search it.
       01  PARTNER-PROFILE-TABLE.
           05  PARTNER-PROFILE-LIST OCCURS 500 TIMES
               INDEXED BY PARTNER-PROFILE-IDX.
              08  TP-SUPPLIER-CODE    PIC X(10) VALUE SPACES.
              08  FILLER              PIC X(01) VALUE SPACES.
              08  TP-STATUS           PIC X(01) VALUE SPACES.
                  88  TP-TESTING                 VALUE 'T'.
                  88  TP-CERTIFIED               VALUE 'C'.
                  88  TP-SUSPENDED               VALUE 'S'.
              08  FILLER              PIC X(01) VALUE SPACES.
      * A certified partner stays in the test lane until this date.
              08  TP-GO-LIVE-DATE     PIC 9(08) VALUE ZERO.
              08  FILLER              PIC X(01) VALUE SPACES.
      * 'Y' where the partner may send the transaction type.
              08  TP-ALLOWED-TYPES.
                  10  TP-ALLOW-PARTS  PIC X(01) VALUE SPACES.
                      88  TP-PARTS-ALLOWED       VALUE 'Y'.
                  10  TP-ALLOW-ORDERS PIC X(01) VALUE SPACES.
                      88  TP-ORDERS-ALLOWED      VALUE 'Y'.
                  10  TP-ALLOW-ASN    PIC X(01) VALUE SPACES.
                      88  TP-ASN-ALLOWED         VALUE 'Y'.
                  10  TP-ALLOW-ACKS   PIC X(01) VALUE SPACES.
                      88  TP-ACKS-ALLOWED        VALUE 'Y'.
                  10  TP-ALLOW-CATALOG
                                      PIC X(01) VALUE SPACES.
                      88  TP-CATALOG-ALLOWED     VALUE 'Y'.
              08  FILLER              PIC X(01) VALUE SPACES.
      * Stamped by TPRFMNT each time the partner is put into testing -
      * EDICERT starts the partner's certification counts over when
      * it changes.
              08  TP-TEST-START-DATE  PIC 9(08) VALUE ZERO.
              08  FILLER              PIC X(01) VALUE SPACES.
              08  TP-SET-DATE         PIC 9(08) VALUE ZERO.
              08  FILLER              PIC X(01) VALUE SPACES.
              08  TP-SET-BY           PIC X(08) VALUE SPACES.

       01  PARTNER-PROFILE-MAX       PIC 9(5) VALUE ZERO.

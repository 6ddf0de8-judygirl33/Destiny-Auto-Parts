      *05/05 Supplier contact master - who to call at a supplier, by
      * role, loaded once the same way TOOL-TABLE is (see TOOLTAB)
      * from the CONTMST dataset CONTMNT maintains. One row per
      * supplier per role, kept in CT-CONTACT-KEY order so CONTLOOK
      * can binary-search it. The chase and escalation reports print
      * the role they need on every line: customer service on
      * ACKCHASE and EXPEDITE, quality on CARAGE, accounts
      * receivable on STMRECON's breaks, and on DOCEXPRP the role
      * that owns the document. CONTGAP lists every supplier missing
      * a role one of those reports needs.
       01  CONTACT-TABLE.
           05  CONTACT-LIST OCCURS 2500 TIMES
               INDEXED BY CONTACT-IDX.
              08  CT-CONTACT-KEY.
                  10  CT-SUPPLIER-CODE PIC X(10) VALUE SPACES.
                  10  CT-ROLE          PIC X(01) VALUE SPACES.
                      88  CT-SALES                VALUE 'S'.
                      88  CT-CUSTOMER-SERVICE     VALUE 'C'.
                      88  CT-ACCOUNTS-RECEIVABLE  VALUE 'A'.
                      88  CT-QUALITY              VALUE 'Q'.
                      88  CT-ESCALATION           VALUE 'E'.
                      88  CT-VALID-ROLE  VALUE 'S' 'C' 'A' 'Q' 'E'.
              08  FILLER              PIC X(01) VALUE SPACES.
              08  CT-CONTACT-NAME     PIC X(25) VALUE SPACES.
              08  FILLER              PIC X(01) VALUE SPACES.
              08  CT-PHONE            PIC X(15) VALUE SPACES.
              08  FILLER              PIC X(01) VALUE SPACES.
              08  CT-EMAIL            PIC X(40) VALUE SPACES.
              08  FILLER              PIC X(01) VALUE SPACES.
              08  CT-CHANGED-DATE     PIC 9(08) VALUE ZERO.
              08  FILLER              PIC X(01) VALUE SPACES.
              08  CT-CHANGED-BY       PIC X(08) VALUE SPACES.

       01  CONTACT-MAX               PIC 9(4) VALUE ZERO.

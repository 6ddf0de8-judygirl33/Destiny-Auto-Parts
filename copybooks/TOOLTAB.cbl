      *05/02 Tooling register - the dies, molds and fixtures we own
      * that sit at a supplier's plant, loaded once the same way
      * APPROVED-SOURCE-TABLE is (see ASLTAB) from the TOOLMST
      * dataset TOOLMNT maintains. One row per tool: the part it
      * makes, the supplier holding it, what it cost us, and its
      * expected life in shots or pieces. TOOLLIFE adds every
      * night's receipts of the part from the holding supplier to
      * TL-LIFE-USED, so expected less used is the life left. An
      * audit (someone has seen the tool at the supplier) stamps
      * TL-LAST-AUDIT-DATE. A tool pulled back to us or scrapped
      * stays on the register with its status changed. TOOLMNT keeps
      * the file in TL-TOOL-ID order; TOOLRPT reports off it
      * quarterly.
       01  TOOL-TABLE.
           05  TOOL-LIST OCCURS 5000 TIMES
               INDEXED BY TOOL-IDX.
              08  TL-TOOL-ID          PIC X(10) VALUE SPACES.
              08  FILLER              PIC X(01) VALUE SPACES.
              08  TL-PART-NUMBER      PIC X(23) VALUE SPACES.
              08  FILLER              PIC X(01) VALUE SPACES.
              08  TL-SUPPLIER-CODE    PIC X(10) VALUE SPACES.
              08  FILLER              PIC X(01) VALUE SPACES.
              08  TL-TOOL-TYPE        PIC X(01) VALUE SPACES.
                  88  TL-DIE                     VALUE 'D'.
                  88  TL-MOLD                    VALUE 'M'.
                  88  TL-FIXTURE                 VALUE 'F'.
                  88  TL-VALID-TYPE              VALUE 'D' 'M' 'F'.
              08  FILLER              PIC X(01) VALUE SPACES.
              08  TL-TOOL-COST        PIC 9(09)V99 VALUE ZERO.
              08  FILLER              PIC X(01) VALUE SPACES.
              08  TL-EXPECTED-LIFE    PIC 9(09) VALUE ZERO.
              08  FILLER              PIC X(01) VALUE SPACES.
              08  TL-LIFE-USED        PIC 9(09) VALUE ZERO.
              08  FILLER              PIC X(01) VALUE SPACES.
              08  TL-LAST-AUDIT-DATE  PIC 9(08) VALUE ZERO.
              08  FILLER              PIC X(01) VALUE SPACES.
              08  TL-STATUS           PIC X(01) VALUE SPACES.
                  88  TL-AT-SUPPLIER             VALUE 'A'.
                  88  TL-RETURNED                VALUE 'R'.
                  88  TL-SCRAPPED                VALUE 'S'.
              08  FILLER              PIC X(01) VALUE SPACES.
              08  TL-ADDED-DATE       PIC 9(08) VALUE ZERO.
              08  FILLER              PIC X(01) VALUE SPACES.
              08  TL-LAST-USE-DATE    PIC 9(08) VALUE ZERO.

       01  TOOL-MAX                  PIC 9(5) VALUE ZERO.

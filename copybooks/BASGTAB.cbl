      *05/26 Commodity-to-buyer assignments, one row per commodity
      * class (see COMMTAB) per plant, loaded once the same way
      * MAKE-TABLE is (see MAKETAB) from the BUYRASGN dataset BASGMNT
      * maintains. Each row names the buyer responsible for buying
      * the class at that plant and the backup who covers when the
      * buyer is marked out of office. A blank plant is the class's
      * default for every plant with no row of its own. BASGMNT
      * keeps the file in class-then-plant order (BA-ASSIGN-KEY) so
      * FINALEX, REQWORKL and BUYRRPT can binary search it. A class
      * with no rows has no assigned buyer and is not checked.
       01  BUYER-ASSIGN-TABLE.
           05  BUYER-ASSIGN-LIST OCCURS 1000 TIMES
               INDEXED BY BUYER-ASSIGN-IDX.
              08  BA-ASSIGN-KEY.
                  10  BA-COMMODITY-CLASS
                                      PIC X(04) VALUE SPACES.
                  10  BA-PLANT-CODE   PIC X(03) VALUE SPACES.
              08  FILLER              PIC X(01) VALUE SPACES.
              08  BA-BUYER-CODE       PIC X(03) VALUE SPACES.
              08  FILLER              PIC X(01) VALUE SPACES.
              08  BA-BACKUP-CODE      PIC X(03) VALUE SPACES.
              08  FILLER              PIC X(01) VALUE SPACES.
      * 'Y' while the buyer is out of office - BASGMNT sets it on
      * every row the buyer holds at once.
              08  BA-BUYER-OUT        PIC X(01) VALUE SPACES.
                  88  BA-BUYER-OUT-OF-OFFICE     VALUE 'Y'.
              08  FILLER              PIC X(01) VALUE SPACES.
              08  BA-SET-DATE         PIC 9(08) VALUE ZERO.
              08  FILLER              PIC X(01) VALUE SPACES.
              08  BA-SET-BY           PIC X(08) VALUE SPACES.

       01  BUYER-ASSIGN-MAX          PIC 9(5) VALUE ZERO.

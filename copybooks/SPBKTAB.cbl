      *05/29 Selling-price book, one row per part per effective date,
      * loaded once the same way MAKE-TABLE is (see MAKETAB) from the
      * PRCBOOK dataset SPBKMNT maintains. The counter's list price
      * and the trade price our account customers pay, each taking
      * effect on its date: the row in force for a part is the latest
      * one whose effective date has come, and a later-dated row is a
      * price change already keyed for the day it starts. SPBKMNT
      * keeps the file in part, then effective-date order
      * (SP-PRICE-KEY) so MRGNCHK can binary search it, and drops a
      * row once a later one for the same part is in force - the
      * change history is on SPBKAUD. A part with no row in force is
      * not in the book.
       01  SELL-PRICE-TABLE.
           05  SELL-PRICE-LIST OCCURS 5000 TIMES
               INDEXED BY SELL-PRICE-IDX.
              08  SP-PRICE-KEY.
                  10  SP-PART-NUMBER  PIC X(23) VALUE SPACES.
                  10  SP-EFFECTIVE-DATE
                                      PIC 9(08) VALUE ZERO.
              08  FILLER              PIC X(01) VALUE SPACES.
              08  SP-LIST-PRICE       PIC 9(7)V99 VALUE ZERO.
              08  FILLER              PIC X(01) VALUE SPACES.
              08  SP-TRADE-PRICE      PIC 9(7)V99 VALUE ZERO.
              08  FILLER              PIC X(01) VALUE SPACES.
              08  SP-SET-DATE         PIC 9(08) VALUE ZERO.
              08  FILLER              PIC X(01) VALUE SPACES.
              08  SP-SET-BY           PIC X(08) VALUE SPACES.

       01  SELL-PRICE-MAX            PIC 9(5) VALUE ZERO.

           05  SUPP-MASTER-LIST OCCURS 500 TIMES
               INDEXED BY SUPP-MASTER-IDX.
              08  SM-SUPPLIER-CODE    PIC X(10) VALUE SPACES.
      *05/03 Onboarding status, carved out of the separator byte after
      * the code so the row stays 74 bytes. SUPPMNT adds every new
      * code as a prospect ('P'), which the edit pipeline treats as
      * not on the master; only ONBDACT - a second operator with
      * purchasing-manager authority, once the onboarding checklist
      * is complete (see ONBDREQ) - clears it to blank. Every row
      * written before onboarding existed is blank, i.e. active.
              08  SM-ONBOARD-STATUS   PIC X(01) VALUE SPACES.
                  88  SM-PROSPECT                VALUE 'P'.
                  88  SM-ACTIVATED               VALUE ' '.
              08  SM-SUPPLIER-NAME    PIC X(15) VALUE SPACES.
              08  SM-SUPPLIER-TYPE    PIC X(01) VALUE SPACES.
              08  SM-SUPPLIER-RATING  PIC X(01) VALUE SPACES.
              08  SM-FREIGHT-TERMS    PIC X(02) VALUE SPACES.
                  88  SM-FREIGHT-PREPAID         VALUE 'PP'.
                  88  SM-FREIGHT-COLLECT         VALUE 'CC'.
      *04/19 Late-delivery penalty clause off the supplier's
      * agreement - the percent of a late receipt's value charged
      * back per day late, the cap on that charge as a percent of
      * the receipt's value (zero means uncapped), and 'Y' where the
      * agreement lets us charge expedited freight back. A zero
      * percent means no penalty clause. CHGBACK prices against
      * these; maintained through SUPPMNT. Grew the master row from
      * 64 to 74 bytes; every FD that reads SUPPMST needs the new
      * length.
              08  SM-LATE-PCT-PER-DAY PIC 9(2)V99 VALUE ZERO.
              08  SM-LATE-CAP-PCT     PIC 9(3)V99 VALUE ZERO.
              08  SM-EXPEDITE-FLAG    PIC X(01) VALUE SPACES.
                  88  SM-EXPEDITE-CHARGEABLE     VALUE 'Y'.

       01  SUPP-MASTER-MAX           PIC 9(4) VALUE ZERO.

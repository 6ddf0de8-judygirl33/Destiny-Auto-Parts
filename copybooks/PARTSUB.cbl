           05 FREIGHT-TERMS-PO       PIC X(02) VALUE SPACES.
                88 PREPAID-FREIGHT-PO    VALUE 'PP'.
                88 COLLECT-FREIGHT-PO    VALUE 'CC'.
      *05/22 Legal entity the record's orders belong to, derived at
      * edit time off the ship-to plant's company on PLANTS (see
      * PLNTTAB and COMPTAB) - never keyed by the supplier. Blank is
      * company '01', the original company, so records from before
      * we ran a second company book exactly as before. The
      * intercompany flag is set when the supplier is one of our
      * own companies; those orders stay out of third-party spend.
      * Both ride PURC-FILES, OPENPO and the AP extract. Grew the
      * record from 1026 to 1029 bytes; every DD that moves this
      * record whole needs the new LRECL.
           05 COMPANY-CODE-PO        PIC X(02) VALUE SPACES.
           05 INTERCO-FLAG-PO        PIC X(01) VALUE SPACES.
                88 INTERCOMPANY-PO       VALUE 'Y'.

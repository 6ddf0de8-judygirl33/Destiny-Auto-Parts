      *05/05 Request block for the CONTLOOK supplier-contact lookup
      * subprogram. The caller passes the supplier and the contact
      * role it needs (the CT-ROLE codes in CONTTAB - S sales,
      * C customer service, A accounts receivable, Q quality,
      * E escalation) and gets back the contact's name, phone and
      * email, or CRQ-FOUND-FLAG 'N' when CONTMST has no contact for
      * that role - the caller prints that the contact is missing
      * rather than leave the buyer a blank to guess at.
       01  CONTACT-REQUEST.
           05  CRQ-SUPPLIER-CODE       PIC X(10) VALUE SPACES.
           05  CRQ-ROLE                PIC X(01) VALUE SPACES.
           05  CRQ-CONTACT-NAME        PIC X(25) VALUE SPACES.
           05  CRQ-PHONE               PIC X(15) VALUE SPACES.
           05  CRQ-EMAIL               PIC X(40) VALUE SPACES.
           05  CRQ-FOUND-FLAG          PIC X(01) VALUE 'N'.
               88  CRQ-CONTACT-FOUND          VALUE 'Y'.

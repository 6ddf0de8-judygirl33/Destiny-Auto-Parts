      * FINALEX.
       FD  PURC-FILES
           RECORDING MODE IS F
           RECORD CONTAINS 128 CHARACTERS
           DATA RECORD IS PURCHASE-REC.
       01  PURCHASE-REC.
           05  REC-PO-NUMBER           PIC X(06) VALUE SPACES.
      * PARTSUB.
           05  REC-CARRIER-CODE        PIC X(04) VALUE SPACES.
           05  REC-FREIGHT-TERMS       PIC X(02) VALUE SPACES.
      *05/22 Company the order books to and the intercompany flag
      * - see COMPANY-CODE-PO in PARTSUB.
           05  REC-COMPANY-CODE        PIC X(02) VALUE SPACES.
           05  REC-INTERCO-FLAG        PIC X(01) VALUE SPACES.

       01  PURCHASE-REC-TEST REDEFINES PURCHASE-REC.
           05  PURC-TRAILER-TEST       PIC X(07).
           05  FILLER                  PIC X(121).

       FD  RECEIPTS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 25 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RECEIPTS-REC.
       01  RECEIPTS-REC.
           05  RCPT-PO-NUMBER          PIC X(06).
           05  RCPT-RECEIPT-DATE       PIC 9(08).
           05  RCPT-QUANTITY           PIC 9(07).
      *04/29 Dock-clock receipt time - see OPSEDIT. Grew 21 to 25.
           05  FILLER                  PIC X(04).

      * Same 21-byte row FINALEX's 209-WriteSupplierHistory writes.
       FD  SUPPHIST

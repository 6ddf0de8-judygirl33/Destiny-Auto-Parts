       FD  PARTSUPPIN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 1029 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PARTSUPPIN-REC.
       01  PARTSUPPIN-REC     PIC X(1029).

       FD  GOODDATA-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 1029 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS GOODDATA-REC.
       01  GOODDATA-REC     PIC X(1029).

      * Same structured layout FINALEX writes.
       FD  ERRORFILE
       FD  BADDATA-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 1037 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS BADDATA-REC.
       01  BADDATA-REC     PIC X(1037).

      * Same PURCHASE-REC shape FINALEX writes to both files.
       FD  APPRHOLD
           RECORDING MODE IS F
           RECORD CONTAINS 128 CHARACTERS
           DATA RECORD IS APPRHOLD-REC.
       01  APPRHOLD-REC.
           05  HLD-PO-NUMBER           PIC X(06).
           05  FILLER                  PIC X(31).
           05  HLD-PART-NUMBER         PIC X(23).
           05  HLD-SUPPLIER-CODE       PIC X(10).
           05  FILLER                  PIC X(38).

       FD  PURC-FILES
           RECORDING MODE IS F
           RECORD CONTAINS 128 CHARACTERS
           DATA RECORD IS PURCHASE-REC.
       01  PURCHASE-REC.
           05  REC-PO-NUMBER           PIC X(06).
           05  FILLER                  PIC X(31).
           05  REC-PO-PART-NUMBER      PIC X(23).
           05  REC-PO-SUPPLIER-CODE    PIC X(10).
           05  FILLER                  PIC X(38).
       01  PURCHASE-REC-TEST REDEFINES PURCHASE-REC.
           05  PURC-TRAILER-TEST       PIC X(07).
           05  FILLER                  PIC X(121).

       FD  OPENPO
           RECORDING MODE IS F
           RECORD CONTAINS 126 CHARACTERS
           DATA RECORD IS OPENPO-REC.
       01  OPENPO-REC.
           05  OP-PO-NUMBER            PIC X(06).
           05  OP-PART-NUMBER          PIC X(23).
           05  FILLER                  PIC X(25).
           05  OP-PO-STATUS            PIC X(01).
           05  FILLER                  PIC X(24).

      * Same 178-byte feed row APEXTRCT writes.
       FD  APHIST
           RECORDING MODE IS F
           RECORD CONTAINS 178 CHARACTERS
           DATA RECORD IS APHIST-REC.
       01  APHIST-REC.
           05  APH-PO-NUMBER           PIC X(06).
           05  APH-EXTENDED-AMOUNT     PIC 9(9)V99.
           05  FILLER                  PIC X(30).
           05  APH-PART-NUMBER         PIC X(23).
      *04/14 Grew 154 to 165 - the run identifier rides at the end.
      *05/22 Grew 165 to 168 - the company and intercompany flag too.
      *06/02 Grew 168 to 178 - the invoice number too.
           05  FILLER                  PIC X(82).

      *02/27 The trace request - PO and/or part, optional order-date
      * range.
      * PART-SUPP-ADDR-PO image; BADDATA carries the image plus the
      * first-seen date on the end.
       01 WS-BAD-WORK.
           05 WS-BAD-BODY                  PIC X(1029).
           05 WS-BAD-FIRST-SEEN            PIC 9(08).

       01 WS-FLAGS.

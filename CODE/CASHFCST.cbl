
       DATA DIVISION.
       FILE SECTION.
      * Same 178-byte feed row APEXTRCT writes.
       FD  APHIST
           RECORDING MODE IS F
           RECORD CONTAINS 178 CHARACTERS
           DATA RECORD IS APHIST-REC.
       01  APHIST-REC.
           05  APH-PO-NUMBER           PIC X(06).
           05  APH-DUE-DATE            PIC X(08).
           05  APH-DISCOUNT-DATE       PIC X(08).
           05  APH-DISCOUNT-AMOUNT     PIC 9(9)V99.
      *04/14 Grew 154 to 165 - the run identifier rides at the end.
      *05/22 Grew 165 to 168 - the company and intercompany flag too.
      *06/02 Grew 168 to 178 - the invoice number too.
           05  FILLER                  PIC X(37).

      * Same OPENPO-REC shape POMATCH writes - only the PO number
      * and the status matter here.
       FD  OPENPO
           RECORDING MODE IS F
           RECORD CONTAINS 126 CHARACTERS
           DATA RECORD IS OPENPO-REC.
       01  OPENPO-REC.
           05  OP-PO-NUMBER            PIC X(06).
           05  FILLER                  PIC X(95).
           05  OP-PO-STATUS            PIC X(01).
           05  FILLER                  PIC X(24).

       FD  PROCDATE
           RECORDING MODE IS F

      *12/31 Widened from 101 to 102 for the lifecycle status.
       FD  OPENPO-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 126 CHARACTERS
           DATA RECORD IS OPENPO-REC.
       01  OPENPO-REC.
           05  OP-PO-NUMBER            PIC X(06) VALUE SPACES.
      * the dock's expected-receipts views skip it. Grew the row
      * 122 to 123.
           05  OP-DROP-SHIP            PIC X(01) VALUE SPACES.
      *05/22 Company the order books to and the intercompany flag
      * - see COMPANY-CODE-PO in PARTSUB. Grew the row 123 to 126.
           05  OP-COMPANY-CODE         PIC X(02) VALUE SPACES.
           05  OP-INTERCO-FLAG         PIC X(01) VALUE SPACES.

      *12/17 Business process-date control card - see PROCDATE.
       FD  PROCDATE

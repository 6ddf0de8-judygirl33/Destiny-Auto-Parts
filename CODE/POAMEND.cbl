      * Same 122-byte OPENPO-REC shape POMATCH writes.
       FD  OPENPO
           RECORDING MODE IS F
           RECORD CONTAINS 126 CHARACTERS
           DATA RECORD IS OPENPO-REC.
       01  OPENPO-REC     PIC X(126).

      *04/05 Amendment history - original and new values, numerics
      * as zero-padded digit strings so APEXTRCT can parse them.
      * area below gives the row in hand its field names.
       01 WS-OPENPO-TABLE.
           05 WS-OP-ROW OCCURS 20000 TIMES
                                           PIC X(126).
       01 WS-OP-MAX                       PIC 9(5) VALUE ZERO.
       01 WS-OP-IDX                       PIC 9(5) VALUE 1.
       01 WS-OP-FOUND-IDX                 PIC 9(5) VALUE ZERO.
      * the dock's expected-receipts views skip it. Grew the row
      * 122 to 123.
           05  OP-DROP-SHIP            PIC X(01).
      *05/22 Company the order books to and the intercompany flag
      * - see COMPANY-CODE-PO in PARTSUB. Grew the row 123 to 126.
           05  OP-COMPANY-CODE         PIC X(02).
           05  OP-INTERCO-FLAG         PIC X(01).

       01 WS-IN-AMNDIN-CTR                 PIC 9(7) VALUE ZERO.
       01 WS-APPLIED-CTR                   PIC 9(7) VALUE ZERO.

       FD  BADDATAIN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 1037 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS BADDATAIN-REC.
       01  BADDATAIN-REC.
           05  BAD-PART-NUMBER        PIC X(23).
           05  FILLER                 PIC X(85).
           05  BAD-SUPPLIER-CODE      PIC X(10).
           05  FILLER                 PIC X(919).

       FD  PRINT-LINE RECORDING MODE F
           LABEL RECORDS ARE STANDARD

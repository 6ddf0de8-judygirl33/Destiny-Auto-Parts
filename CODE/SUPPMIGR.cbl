      * sits at the same offset REJANAL reads it from.
       FD  BADDATA-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 1037 CHARACTERS
           DATA RECORD IS BADDATA-REC.
       01  BADDATA-REC.
           05  FILLER               PIC X(108).
           05  BAD-SUPPLIER-CODE    PIC X(10).
           05  FILLER               PIC X(919).

       FD  BADDATAO
           RECORDING MODE IS F
           RECORD CONTAINS 1037 CHARACTERS
           DATA RECORD IS BADDATAO-REC.
       01  BADDATAO-REC     PIC X(1037).

       FD  PRINT-LINE RECORDING MODE F
           LABEL RECORDS ARE STANDARD

       FD  GOODDATAIN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 1029 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS GOODDATAIN-REC.
       01  GOODDATAIN-REC     PIC X(1029).

      *10/26 Same structured layout FINALEX writes, with the source
      * channel it now stamps on every row.
       FD  WARNINGIN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 1029 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS WARNINGIN-REC.
       01  WARNINGIN-REC.
           05  WARN-LINE-PART-NUMBER  PIC X(23).
           05  FILLER                 PIC X(1006).

       FD  BADDATAIN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 1037 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS BADDATAIN-REC.
       01  BADDATAIN-REC.
      * hazmat class and the first-seen date.
           05  FILLER                 PIC X(871).
           05  BAD-CHANNEL-CODE       PIC X(01).
           05  FILLER                 PIC X(47).

       FD  PRINT-LINE RECORDING MODE F
           LABEL RECORDS ARE STANDARD

       FD  BADDATA-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 1037 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS BADDATA-REC.
       01  BADDATA-REC.
           05  BAD-PART-NUMBER        PIC X(23).
           05  FILLER                 PIC X(85).
           05  BAD-SUPPLIER-CODE      PIC X(10).
           05  FILLER                 PIC X(911).
           05  BAD-FIRST-SEEN         PIC 9(08).

      * Same 500-byte ERRORFILE-REC FINALEX writes.

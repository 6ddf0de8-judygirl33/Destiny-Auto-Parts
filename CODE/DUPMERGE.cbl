       FD  DUPFILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 1029 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS DUPFILE-REC.
       01  DUPFILE-REC     PIC X(1029).

       FD  GOODDATAIN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 1029 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS GOODDATAIN-REC.
       01  GOODDATAIN-REC     PIC X(1029).

       FD  GOODMRGD
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 1029 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS GOODMRGD-REC.
       01  GOODMRGD-REC     PIC X(1029).

       FD  PRINT-LINE RECORDING MODE F
           LABEL RECORDS ARE STANDARD
       01 WS-DUP-TABLE.
           05 WS-DUP-ENTRY OCCURS 2000 TIMES
              INDEXED BY WS-DUP-IDX.
              10 WS-DUP-RECORD            PIC X(1029).
              10 WS-DUP-MATCHED           PIC X(01).
                 88 DUP-MATCHED                  VALUE 'Y'.
       01 WS-DUP-MAX                      PIC 9(05) VALUE ZERO.

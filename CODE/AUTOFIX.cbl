       FD  PARTSUPPIN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 1029 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PARTSUPPIN-REC.
       01  PARTSUPPIN-REC     PIC X(1029).

       FD  PSUPFIX
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 1029 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PSUPFIX-REC.
       01  PSUPFIX-REC     PIC X(1029).

       FD  FIXRULES
           RECORDING MODE IS F

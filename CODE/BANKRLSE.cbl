           DATA RECORD IS BANKPNDO-REC.
       01  BANKPNDO-REC     PIC X(48).

      * Same 74-byte row FINALEX's supplier-master load reads.
       FD  SUPPMST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 74 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SUPPMST-REC.
       01  SUPPMST-REC     PIC X(74).

       FD  SUPPMSTO
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 74 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SUPPMSTO-REC.
       01  SUPPMSTO-REC     PIC X(74).

       FD  OPERMST
           RECORDING MODE IS F

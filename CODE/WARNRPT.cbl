       FD  WARNINGIN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 1029 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS WARNINGIN-REC.
       01  WARNINGIN-REC.
           05  WARN-LINE-PART-NUMBER  PIC X(23).
           05  WARN-LINE-MESSAGE      PIC X(80).
           05  FILLER                 PIC X(926).

      *01/19 Reason-code catalog control file - see RSNTAB.
       FD  RSNCODES

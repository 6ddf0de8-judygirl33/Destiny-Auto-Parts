       FD  ENGHOLD
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 1029 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS ENGHOLD-REC.
       01  ENGHOLD-REC     PIC X(1029).

       FD  ENGHOLDO
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 1029 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS ENGHOLDO-REC.
       01  ENGHOLDO-REC     PIC X(1029).

       FD  GOODDATA-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 1029 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS GOODDATA-REC.
       01  GOODDATA-REC     PIC X(1029).

      * Parts-master rows - see PARTMUPD.
       FD  PARTMAST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 155 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PARTMAST-REC.
       01  PARTMAST-REC.
           05  FILLER                  PIC X(24).
           05  PM-ACTIVE-FLAG          PIC X(01).
           05  PM-LIFECYCLE-CODE       PIC X(01).
      *04/18 Core-bearing flag - see PARTMUPD. Grew 131 to 132.
           05  FILLER                  PIC X(01).
      *04/21 ABC class - see PARTMUPD. Grew 132 to 133.
           05  FILLER                  PIC X(01).
      *04/22 Commodity class - see PARTMUPD. Grew 133 to 137.
           05  FILLER                  PIC X(04).
      *04/25 Shelf life - see PARTMUPD. Grew 137 to 140.
           05  FILLER                  PIC X(03).
      *04/27 Weight and cube - see PARTMUPD. Grew 140 to 152.
           05  FILLER                  PIC X(12).
      *05/11 Planning lead time - see PARTMUPD. Grew 152 to 155.
           05  FILLER                  PIC X(03).

      *02/26 Operator authorization rows - see OPERTAB.
       FD  OPERMST

       FD  PARTSUPP
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 1029 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PARTSUPP-REC.
       01  PARTSUPP-REC.
      * overpunch tests NUMERIC and adds algebraically on both sides
      * of the envelope.
           05  PS-QUANTITY-1         PIC S9(07).
           05  FILLER                PIC X(426).

       FD  SPLIT1
           RECORDING MODE IS F
           RECORD CONTAINS 1029 CHARACTERS
           DATA RECORD IS SPLIT1-REC.
       01  SPLIT1-REC     PIC X(1029).

       FD  SPLIT2
           RECORDING MODE IS F
           RECORD CONTAINS 1029 CHARACTERS
           DATA RECORD IS SPLIT2-REC.
       01  SPLIT2-REC     PIC X(1029).

       FD  SPLIT3
           RECORDING MODE IS F
           RECORD CONTAINS 1029 CHARACTERS
           DATA RECORD IS SPLIT3-REC.
       01  SPLIT3-REC     PIC X(1029).

       FD  SPLIT4
           RECORDING MODE IS F
           RECORD CONTAINS 1029 CHARACTERS
           DATA RECORD IS SPLIT4-REC.
       01  SPLIT4-REC     PIC X(1029).

       WORKING-STORAGE SECTION.
      *03/03 TIMELOG timing-capture parameter block
           05 WS-SPLIT-QTY-HASH OCCURS 4 TIMES
                                            PIC 9(9).
       01 WS-SPLIT-SUB                      PIC 9(1) VALUE ZERO.
       01 WS-ENVELOPE-REC                   PIC X(1029) VALUE SPACES.

       PROCEDURE DIVISION.


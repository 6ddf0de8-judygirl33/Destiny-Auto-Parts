
       FD  PURCIN
           RECORDING MODE IS F
           RECORD CONTAINS 128 CHARACTERS
           DATA RECORD IS PURCIN-REC.
       01  PURCIN-REC     PIC X(128).
       01  PURCIN-TRAILER-VIEW REDEFINES PURCIN-REC.
           05  PURCIN-TRL-TEST       PIC X(07).
           05  PURCIN-TRL-COUNT      PIC 9(07).
           05  PURCIN-TRL-CHECKSUM   PIC 9(09).
           05  FILLER                PIC X(105).

      * Same 84-byte layout FINALEX's RECON-REC writes.
       FD  RECONIN

       FD  PURCOUT
           RECORDING MODE IS F
           RECORD CONTAINS 128 CHARACTERS
           DATA RECORD IS PURCOUT-REC.
       01  PURCOUT-REC     PIC X(128).

       FD  RECONOUT
           RECORDING MODE IS F

       FD  ARCHGOOD
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 1029 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS ARCHGOOD-REC.
       01  ARCHGOOD-REC     PIC X(1029).

      * Same structured layout FINALEX writes to ERRORFILE.
       FD  ARCHERR
      * order-date fields are what the selection needs.
       FD  ARCHPURC
           RECORDING MODE IS F
           RECORD CONTAINS 128 CHARACTERS
           DATA RECORD IS ARCHPURC-REC.
       01  ARCHPURC-REC.
           05  APU-PO-NUMBER           PIC X(06).
           05  FILLER                  PIC X(31).
           05  APU-PART-NUMBER         PIC X(23).
           05  APU-SUPPLIER-CODE       PIC X(10).
           05  FILLER                  PIC X(38).

       01  ARCHPURC-REC-TEST REDEFINES ARCHPURC-REC.
           05  APU-TRAILER-TEST        PIC X(07).
           05  FILLER                  PIC X(121).

      *02/27 Selection card - blank fields mean "any", zero dates
      * mean no date bound on that side.

       FD  GOODOUT
           RECORDING MODE IS F
           RECORD CONTAINS 1029 CHARACTERS
           DATA RECORD IS GOODOUT-REC.
       01  GOODOUT-REC     PIC X(1029).

       FD  ERROUT
           RECORDING MODE IS F

       FD  PURCOUT
           RECORDING MODE IS F
           RECORD CONTAINS 128 CHARACTERS
           DATA RECORD IS PURCOUT-REC.
       01  PURCOUT-REC     PIC X(128).

       FD  PRINT-LINE RECORDING MODE F
           LABEL RECORDS ARE STANDARD

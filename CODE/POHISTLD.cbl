       FD  ORDHIST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 128 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS ORDHIST-REC.
       01  ORDHIST-REC.
      * PARTSUB.
           05  ORD-CARRIER-CODE     PIC X(04).
           05  ORD-FREIGHT-TERMS    PIC X(02).
      *05/22 Company the order books to and the intercompany flag
      * - see COMPANY-CODE-PO in PARTSUB.
           05  ORD-COMPANY-CODE     PIC X(02).
           05  ORD-INTERCO-FLAG     PIC X(01).
       01  ORDHIST-TRAILER-VIEW REDEFINES ORDHIST-REC.
           05  ORD-TRAILER-TEST     PIC X(07).
           05  FILLER               PIC X(121).

      * Same 60-byte row FINALEX's 3750-ReadNextPOHist loads into
      * PART-HIST-LIST - see POHISTAB.

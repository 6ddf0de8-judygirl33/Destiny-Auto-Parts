           LABEL RECORDS ARE STANDARD
      *11/21 Widened from 558 to 971 along with GOODDATA-REC in
      * FINALEX - see PARTSUB's SUPP-ADDRESS-PO/PURCHASE-ORDER-PO.
           RECORD CONTAINS 1029 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS GOODDATAIN-REC.
       01  GOODDATAIN-REC     PIC X(1029).

       FD  VEHMAKE
           RECORDING MODE IS F
      *11/21 Widened another 413 bytes (456 to 869) for
      * SUPP-ADDRESS-PO/PURCHASE-ORDER-PO growing from OCCURS 3 TIMES
      * to OCCURS 1 TO 6 TIMES DEPENDING ON - same reasoning again.
      *06/02 Widened another 3 bytes (924 to 927) for COMPANY-CODE-PO
      * and INTERCO-FLAG-PO on the end of the record, so the sort no
      * longer drops them - same reasoning again.
       SD  SORTWK.
       01  SRT-REC.
           05  PART-NUMBER-SRT       PIC X(23).
           05  VEHICLE-MAKE-SRT      PIC X(03).
           05  FILLER                PIC X(28).
           05  SUPPLIER-CODE-SRT     PIC X(10).
           05  FILLER                PIC X(927).

       FD  GOODDATA-SORTED
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
      *11/21 Widened from 558 to 971, same reasoning as GOODDATAIN.
           RECORD CONTAINS 1029 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS GDSORTED-REC.
       01  GDSORTED-REC     PIC X(1029).


       FD  RPTFILE

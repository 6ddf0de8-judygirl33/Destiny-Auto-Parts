      * builds from receipts (the restated balance is staged to
      * CONSBALO for promotion), prices it off PRICEHST's last
      * accepted price, and writes one payable line per usage in the
      * 178-byte AP-feed layout - the job concatenates CONSPAYO
      * ahead of the night's APEXTRCT output, the RELPO pattern, so
      * AP pays on use instead of on receipt. The consigned-balance
      * report per supplier is what both sides count the same stock
           05  PH-LAST-PRICE           PIC 9(7)V99.
           05  PH-LAST-DATE            PIC 9(08).

      *03/16 Same 178-byte feed row APEXTRCT writes. The PO number
      * is the CONSGN literal and the vendor field carries the
      * supplier code - a consignment payable has no order behind
      * it, and AP routes it off the vendor.
       FD  CONSPAYO
           RECORDING MODE IS F
           RECORD CONTAINS 178 CHARACTERS
           DATA RECORD IS CONSPAYO-REC.
       01  CONSPAYO-REC.
           05  CP-PO-NUMBER            PIC X(06).
      * consignment payable has no truck of ours, they ride blank.
           05  CP-CARRIER-CODE         PIC X(04).
           05  CP-FREIGHT-TERMS        PIC X(02).
      *04/14 Run-identifier slots in the shared AP-feed shape - a
      * usage payable comes off no FINALEX run, so it carries the
      * business date it was raised with a zero sequence. Grew the
      * row 154 to 165.
           05  CP-RUN-DATE             PIC 9(08).
           05  CP-RUN-SEQ              PIC 9(03).
      *05/22 Company the payable books to and the intercompany
      * flag - see COMPANY-CODE-PO in PARTSUB. Grew the row 165 to
      * 168.
           05  CP-COMPANY-CODE         PIC X(02).
           05  CP-INTERCO-FLAG         PIC X(01).
      *06/02 Invoice-number slot in the shared AP-feed shape - a
      * usage payable is raised off no supplier invoice, it rides
      * blank. Grew the row 168 to 178.
           05  CP-INVOICE-NO           PIC X(10).

       FD  PROCDATE
           RECORDING MODE IS F
      * otherwise - the master lookup lives in APEXTRCT.
           MOVE 'C' TO CP-PAY-METHOD.
           MOVE SPACES TO CP-ACCT-MASK.
           MOVE PROCESS-DATE TO CP-RUN-DATE.
           MOVE ZERO TO CP-RUN-SEQ.
      *05/22 The usage feed names no plant, so consignment use books
      * to company '01', the only company stocking consigned parts.
           MOVE '01' TO CP-COMPANY-CODE.
           MOVE 'N' TO CP-INTERCO-FLAG.
           WRITE CONSPAYO-REC.
           IF OUT-CONSPAYO-KEY NOT = '00'
              GO TO 2000-ABEND-RTN

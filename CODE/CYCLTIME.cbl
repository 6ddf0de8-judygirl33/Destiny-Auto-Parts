       IDENTIFICATION DIVISION.
       PROGRAM-ID. CYCLTIME.
       AUTHOR. IVANNA COLAN.
      ******************************************************************
      * 05/27 Procurement cycle time, requisition to payment. Every
      * stage an order passes through is on file somewhere - REQEDIT's
      * intake on OPENREQS, the order cut on PURC-FILES, POAPPRV's
      * approval on APPRAUD, POXMIT/PODOCPRT's send on XMITLOG, the
      * supplier's acknowledged promise on OPENPO, the dock's receipt
      * on RECEIPTS and the payable on the APEXTRCT generation - but
      * nothing joined them, so nobody could say how long a request
      * takes end to end or where it sits. This keeps one CYCLHIST
      * row per order with the date it reached each stage, the LEADHIST
      * way: tonight's orders join off PURC-FILES, the requisition's
      * intake date comes across on the requisition number the order
      * carries, and the other stages are stamped by PO number with
      * the earliest date each source shows. OPENPO keeps only the
      * promise, not when it arrived, so the acknowledgment is dated
      * the night the promise first shows up - run this every night.
      *
      * Each pair of consecutive stages, and the whole span from
      * intake (or the order, when it did not start as a requisition)
      * to the AP extract, is measured in business days against the
      * HOLIDAYS calendar, the POAGERPT way. An order that never went
      * to the approval queue has no approval stage, and its
      * transmission is measured from the order instead. A leg counts
      * toward the month its later stage fell in; the month to date
      * and the three months before it are kept. The legs are sorted
      * and printed with their count, median and 90th percentile for
      * the month against the prior three months - overall, then by
      * buyer, commodity class (off PARTMAST) and receiving plant. The
      * run summary counts the orders still in flight by the last
      * stage they have reached.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Input tonight's accepted and released orders
           SELECT PURC-FILES ASSIGN TO PURCHASE
           FILE STATUS IS IN-PURCHASE-KEY.

      * Input the requisitions REQEDIT has taken in
           SELECT OPENREQS ASSIGN TO OPENREQS
           FILE STATUS IS IN-OPENREQS-KEY.

      * Input POAPPRV's approval audit trail
           SELECT APPRAUD ASSIGN TO APPRAUD
           FILE STATUS IS IN-APPRAUD-KEY.

      * Input the order transmission log
           SELECT XMITLOG ASSIGN TO XMITLOG
           FILE STATUS IS IN-XMITLOG-KEY.

      * Input order status file, as POMATCH writes it
           SELECT OPENPO-FILE ASSIGN TO OPENPO
           FILE STATUS IS IN-OPENPO-KEY.

      * Input dock receipts feed, as POMATCH reads it
           SELECT RECEIPTS ASSIGN TO RECEIPTS
           FILE STATUS IS IN-RECEIPTS-KEY.

      * Input tonight's AP extract generation
           SELECT APEXTRCT ASSIGN TO APEXTRCT
           FILE STATUS IS IN-APEXTRCT-KEY.

      * Input parts master, for the commodity class
           SELECT PARTMAST ASSIGN TO PARTMAST
           FILE STATUS IS IN-PARTMAST-KEY.

      * Input holiday/shutdown calendar - see HOLTAB.
           SELECT HOLIDAYS ASSIGN TO HOLIDAYS
           FILE STATUS IS IN-HOLIDAYS-KEY.

      * Business process-date control card - see PROCDATE.
           SELECT PROCDATE ASSIGN TO PROCDATE
           FILE STATUS IS PROCDATE-KEY.

      * Orders carried from the last run, and the refreshed copy for
      * the next one
           SELECT CYCLHIST ASSIGN TO CYCLHIST
           FILE STATUS IS IN-CYCLHIST-KEY.

           SELECT CYCLHSTO ASSIGN TO CYCLHSTO
           FILE STATUS IS OUT-CYCLHSTO-KEY.

      * Measured legs, before and after the sort
           SELECT OBSWORK ASSIGN TO OBSWORK
           FILE STATUS IS OUT-OBSWORK-KEY.

           SELECT SORTWK ASSIGN TO SRTWK01.

           SELECT OBSSORT ASSIGN TO OBSSORT
           FILE STATUS IS IN-OBSSORT-KEY.

           SELECT PRINT-LINE ASSIGN TO PRTLINE.

       DATA DIVISION.
       FILE SECTION.
      * Same PURCHASE-REC shape FINALEX writes.
       FD  PURC-FILES
           RECORDING MODE IS F
           RECORD CONTAINS 128 CHARACTERS
           DATA RECORD IS PURCHASE-REC.
       01  PURCHASE-REC.
           05  REC-PO-NUMBER           PIC X(06).
           05  REC-BUYER-CODE          PIC X(03).
           05  FILLER                  PIC X(09).
           05  REC-ORDER-DATE          PIC X(08).
           05  FILLER                  PIC X(31).
           05  REC-PO-PART-NUMBER      PIC X(23).
           05  FILLER                  PIC X(28).
           05  REC-REQUISITION-NO      PIC X(06).
           05  REC-SHIP-TO-PLANT       PIC X(03).
           05  REC-ORDER-TYPE          PIC X(01).
           05  FILLER                  PIC X(10).

       01  PURCHASE-REC-TEST REDEFINES PURCHASE-REC.
           05  PURC-TRAILER-TEST       PIC X(07).
           05  FILLER                  PIC X(121).

      * Same 73-byte requisition row REQEDIT writes.
       FD  OPENREQS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 73 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS OPENREQS-REC.
       01  OPENREQS-REC.
           05  OR-REQ-NUMBER           PIC X(06).
           05  FILLER                  PIC X(56).
           05  OR-INTAKE-DATE          PIC 9(08).
           05  OR-PLANT-CODE           PIC X(03).

      * Same 56-byte decision row POAPPRV writes.
       FD  APPRAUD
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 56 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS APPRAUD-REC.
       01  APPRAUD-REC.
           05  AP-AUD-PO-NUMBER       PIC X(06).
           05  AP-AUD-PART-NUMBER     PIC X(23).
           05  AP-AUD-DECISION        PIC X(01).
           05  AP-AUD-OPERATOR-ID     PIC X(08).
           05  AP-AUD-DECISION-DATE   PIC 9(08).
           05  AP-AUD-SUPPLIER-CODE   PIC X(10).

      * Same 53-byte transmission row POXMIT writes.
       FD  XMITLOG
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 53 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS XMITLOG-REC.
       01  XMITLOG-REC.
           05  XL-PO-NUMBER            PIC X(06).
           05  XL-SUPPLIER-CODE        PIC X(10).
           05  XL-PART-NUMBER          PIC X(23).
           05  XL-SEND-DATE            PIC 9(08).
           05  XL-SEND-TIME            PIC 9(06).

      * Same OPENPO-REC shape POMATCH writes.
       FD  OPENPO-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 126 CHARACTERS
           DATA RECORD IS OPENPO-REC.
       01  OPENPO-REC.
           05  OP-PO-NUMBER            PIC X(06) VALUE SPACES.
           05  OP-BUYER-CODE           PIC X(03) VALUE SPACES.
           05  OP-QTY-ORDERED          PIC S9(8) COMP VALUE ZERO.
           05  OP-QTY-RECEIVED         PIC S9(8) COMP VALUE ZERO.
           05  OP-QTY-OUTSTANDING      PIC S9(8) COMP VALUE ZERO.
           05  OP-UNIT-PRICE           PIC S9(7)V99 COMP-3 VALUE ZERO.
           05  OP-ORDER-DATE           PIC X(08) VALUE SPACES.
           05  OP-DELIVERY-DATE        PIC X(08) VALUE SPACES.
           05  OP-LAST-RECEIPT-DATE    PIC X(08) VALUE SPACES.
           05  OP-CURRENCY-CODE        PIC X(03) VALUE SPACES.
           05  OP-PART-NUMBER          PIC X(23) VALUE SPACES.
           05  OP-SUPPLIER-CODE        PIC X(10) VALUE SPACES.
           05  OP-SUPPLIER-NAME        PIC X(15) VALUE SPACES.
           05  OP-PO-STATUS            PIC X(01) VALUE SPACES.
           05  OP-SHIP-TO-PLANT        PIC X(03) VALUE SPACES.
           05  OP-PROMISED-QTY         PIC 9(07) VALUE ZERO.
           05  OP-PROMISED-DATE        PIC 9(08) VALUE ZERO.
           05  OP-ORDER-TYPE           PIC X(01) VALUE SPACES.
           05  OP-AMENDED-FLAG         PIC X(01) VALUE SPACES.
           05  OP-DROP-SHIP            PIC X(01) VALUE SPACES.
           05  OP-COMPANY-CODE         PIC X(02) VALUE SPACES.
           05  OP-INTERCO-FLAG         PIC X(01) VALUE SPACES.

      * Same 25-byte dock receipt row POMATCH reads.
       FD  RECEIPTS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 25 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RECEIPTS-REC.
       01  RECEIPTS-REC.
           05  RCPT-PO-NUMBER          PIC X(06).
           05  RCPT-RECEIPT-DATE       PIC 9(08).
           05  RCPT-QUANTITY           PIC 9(07).
           05  FILLER                  PIC X(04).

      * Same 178-byte feed row APEXTRCT writes.
       FD  APEXTRCT
           RECORDING MODE IS F
           RECORD CONTAINS 178 CHARACTERS
           DATA RECORD IS APEXTRCT-REC.
       01  APEXTRCT-REC.
           05  APH-PO-NUMBER           PIC X(06).
           05  FILLER                  PIC X(148).
           05  APH-RUN-DATE            PIC 9(08).
           05  APH-RUN-SEQ             PIC 9(03).
      *06/02 Grew 168 to 178 - the invoice number rides at the end.
           05  FILLER                  PIC X(13).

      * Same 155-byte master row PARTMUPD maintains.
       FD  PARTMAST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 155 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PARTMAST-REC.
       01  PARTMAST-REC.
           05  PM-PART-NUMBER          PIC X(23).
           05  FILLER                  PIC X(110).
           05  PM-COMMODITY-CLASS      PIC X(04).
           05  FILLER                  PIC X(18).

       FD  HOLIDAYS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 8 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS HOLIDAYS-REC.
       01  HOLIDAYS-REC     PIC X(8).

       FD  PROCDATE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 8 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PROCDATE-REC.
       01  PROCDATE-REC     PIC X(8).

      * One row per order, in PO order - see WS-HISTORY-TABLE.
       FD  CYCLHIST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 101 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CYCLHIST-REC.
       01  CYCLHIST-REC     PIC X(101).

       FD  CYCLHSTO
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 101 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CYCLHSTO-REC.
       01  CYCLHSTO-REC     PIC X(101).

      * One measured leg per breakout - the overall figure, the
      * buyer, the commodity class and the plant each get a row.
       FD  OBSWORK
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 12 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS OBSWORK-REC.
       01  OBSWORK-REC.
           05  OB-DIMENSION            PIC X(01).
           05  OB-GROUP-KEY            PIC X(04).
           05  OB-LEG                  PIC 9(01).
           05  OB-PERIOD               PIC X(01).
           05  OB-DAYS                 PIC 9(05).

       SD  SORTWK.
       01  SRT-REC.
           05  SRT-KEY                 PIC X(12).

      * Same shape as OBSWORK, in breakout/group/leg/period/days order.
       FD  OBSSORT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 12 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS OBSSORT-REC.
       01  OBSSORT-REC.
           05  OS-BREAK-KEY.
               10  OS-DIMENSION        PIC X(01).
               10  OS-GROUP-KEY        PIC X(04).
               10  OS-LEG              PIC 9(01).
           05  OS-PERIOD               PIC X(01).
               88  OS-MONTH-TO-DATE          VALUE 'C'.
           05  OS-DAYS                 PIC 9(05).

       FD  PRINT-LINE RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 133 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PRINT-REC.
       01  PRINT-REC      PIC X(133).

       WORKING-STORAGE SECTION.
           COPY PROCDATE. *> Business process date control card

       01 FILE-STATUS-CODES.
      * File status key for input File PURCHASE
           05 IN-PURCHASE-KEY            PIC X(2).
                88 CODE-WRITE               VALUE SPACES.

      * File status key for input File OPENREQS
           05 IN-OPENREQS-KEY            PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
                88 OPENREQS-NOT-FOUND       VALUE '35'.

      * File status key for input File APPRAUD
           05 IN-APPRAUD-KEY             PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
                88 APPRAUD-NOT-FOUND        VALUE '35'.

      * File status key for input File XMITLOG
           05 IN-XMITLOG-KEY             PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
                88 XMITLOG-NOT-FOUND        VALUE '35'.

      * File status key for input File OPENPO
           05 IN-OPENPO-KEY              PIC X(2).
                88 CODE-WRITE               VALUE SPACES.

      * File status key for input File RECEIPTS
           05 IN-RECEIPTS-KEY            PIC X(2).
                88 CODE-WRITE               VALUE SPACES.

      * File status key for input File APEXTRCT
           05 IN-APEXTRCT-KEY            PIC X(2).
                88 CODE-WRITE               VALUE SPACES.

      * File status key for input File PARTMAST
           05 IN-PARTMAST-KEY            PIC X(2).
                88 CODE-WRITE               VALUE SPACES.

      * File status key for input File HOLIDAYS
           05 IN-HOLIDAYS-KEY            PIC X(2).
                88 CODE-WRITE               VALUE SPACES.

           05 PROCDATE-KEY               PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
                88 PROCDATE-NOT-FOUND       VALUE '35'.

      * File status key for input File CYCLHIST
           05 IN-CYCLHIST-KEY            PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
      * First run - nothing carried yet.
                88 CYCLHIST-NOT-FOUND       VALUE '35'.

      * File status key for output File CYCLHSTO
           05 OUT-CYCLHSTO-KEY           PIC X(2).
                88 CODE-WRITE               VALUE SPACES.

      * File status keys for the measured-leg work files
           05 OUT-OBSWORK-KEY            PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
           05 IN-OBSSORT-KEY             PIC X(2).
                88 CODE-WRITE               VALUE SPACES.

       01 FILES-EOF.
           05 PURCHASE-EOF-WS                 PIC X(01) VALUE 'N'.
              88 PURCHASE-EOF                            VALUE 'Y'.
           05 OPENREQS-EOF-WS                 PIC X(01) VALUE 'N'.
              88 OPENREQS-EOF                            VALUE 'Y'.
           05 APPRAUD-EOF-WS                  PIC X(01) VALUE 'N'.
              88 APPRAUD-EOF                             VALUE 'Y'.
           05 XMITLOG-EOF-WS                  PIC X(01) VALUE 'N'.
              88 XMITLOG-EOF                             VALUE 'Y'.
           05 OPENPO-EOF-WS                   PIC X(01) VALUE 'N'.
              88 OPENPO-EOF                              VALUE 'Y'.
           05 RECEIPTS-EOF-WS                 PIC X(01) VALUE 'N'.
              88 RECEIPTS-EOF                            VALUE 'Y'.
           05 APEXTRCT-EOF-WS                 PIC X(01) VALUE 'N'.
              88 APEXTRCT-EOF                            VALUE 'Y'.
           05 PARTMAST-EOF-WS                 PIC X(01) VALUE 'N'.
              88 PARTMAST-EOF                            VALUE 'Y'.
           05 HOLIDAYS-EOF-WS                 PIC X(01) VALUE 'N'.
              88 HOLIDAYS-EOF                            VALUE 'Y'.
           05 CYCLHIST-EOF-WS                 PIC X(01) VALUE 'N'.
              88 CYCLHIST-EOF                            VALUE 'Y'.
           05 OBSSORT-EOF-WS                  PIC X(01) VALUE 'N'.
              88 OBSSORT-EOF                             VALUE 'Y'.

       01 WS-IN-PURCHASE-CTR               PIC 9(7) VALUE ZERO.
       01 WS-RETURN-SKIP-CTR               PIC 9(7) VALUE ZERO.
       01 WS-BAD-ORDER-DATE-CTR            PIC 9(7) VALUE ZERO.
       01 WS-NEW-ORDER-CTR                 PIC 9(7) VALUE ZERO.
       01 WS-KNOWN-ORDER-CTR               PIC 9(7) VALUE ZERO.
       01 WS-HISTORY-READ-CTR              PIC 9(7) VALUE ZERO.
       01 WS-IN-OPENREQS-CTR               PIC 9(7) VALUE ZERO.
       01 WS-INTAKE-STAMP-CTR              PIC 9(7) VALUE ZERO.
       01 WS-IN-APPRAUD-CTR                PIC 9(7) VALUE ZERO.
       01 WS-APPROVAL-STAMP-CTR            PIC 9(7) VALUE ZERO.
       01 WS-IN-XMITLOG-CTR                PIC 9(7) VALUE ZERO.
       01 WS-XMIT-STAMP-CTR                PIC 9(7) VALUE ZERO.
       01 WS-IN-OPENPO-CTR                 PIC 9(7) VALUE ZERO.
       01 WS-ACK-STAMP-CTR                 PIC 9(7) VALUE ZERO.
       01 WS-IN-RECEIPTS-CTR               PIC 9(7) VALUE ZERO.
       01 WS-RECEIPT-STAMP-CTR             PIC 9(7) VALUE ZERO.
       01 WS-IN-APEXTRCT-CTR               PIC 9(7) VALUE ZERO.
       01 WS-AP-STAMP-CTR                  PIC 9(7) VALUE ZERO.
       01 WS-AGED-OUT-CTR                  PIC 9(7) VALUE ZERO.
       01 WS-HISTORY-KEPT-CTR              PIC 9(7) VALUE ZERO.
       01 WS-NO-CLASS-CTR                  PIC 9(7) VALUE ZERO.
       01 WS-LEG-MEASURED-CTR              PIC 9(7) VALUE ZERO.
       01 WS-LEG-BACKWARD-CTR              PIC 9(7) VALUE ZERO.
       01 WS-BAD-DATE-CTR                  PIC 9(7) VALUE ZERO.
       01 WS-OBS-WRITTEN-CTR               PIC 9(9) VALUE ZERO.
       01 WS-COMPLETE-CTR                  PIC 9(7) VALUE ZERO.

      *05/27 Orders still short of the AP extract, by the last stage
      * they have reached - slot numbers as WS-CH-STAGE-DATE.
       01 WS-IN-FLIGHT-TABLE.
           05 WS-IN-FLIGHT-CTR OCCURS 7 TIMES
                                           PIC 9(7) VALUE ZERO.

      *05/27 Holiday/shutdown calendar - see HOLTAB. Each date is
      * turned into a Lilian day number at load; one that falls on a
      * weekend is dropped to zero, since the weekend already comes
      * off the count.
           COPY HOLTAB.
       01 WS-HOLIDAY-INTS.
           05 WS-HOLIDAY-INT OCCURS 100 TIMES
                                        PIC 9(9) COMP VALUE ZERO.
       01 WS-HOLIDAY-INDEX                 PIC 9(4) VALUE 1.

      *05/27 CEEDAYS turns a YYYYMMDD date into a Lilian day number -
      * the same call POAGERPT ages orders with.
       01 WS-PICSTR-IN.
           05  WS-PICSTR-LTH-IN     PIC S9(4) COMP VALUE 8.
           05  WS-PICSTR-STR-IN     PIC X(8)  VALUE 'YYYYMMDD'.
       01 WS-DATE-IN-CEE.
           05  WS-DATE-IN-LTH-CEE   PIC S9(4) COMP VALUE 8.
           05  WS-DATE-IN-STR-CEE   PIC X(8).
       01 FC.
           05  FC-SEV              PIC S9(4) COMP.
           05  FC-MSG              PIC S9(4) COMP.
           05  FC-CTW              PIC X.
           05  FC-FAC              PIC X(3).
           05  FC-ISI              PIC S9(8) COMP.

      *05/27 A date's business-day number is the count of business
      * days from Lilian day one up to and including it, so the
      * business days between two stages are a plain subtraction.
      * Remainder 2 and 3 of the day number over 7 are Saturday and
      * Sunday (Lilian day one was a Friday), so each whole week holds
      * five and the part week loses whichever of those it reaches;
      * then every weekday holiday on or before the date comes off.
       01 WS-CONV-DATE                     PIC 9(08) VALUE ZERO.
       01 WS-DAY-INT                       PIC 9(9) COMP VALUE ZERO.
       01 WS-DAY-QUOTIENT                  PIC 9(9) COMP VALUE ZERO.
       01 WS-DAY-REMAINDER                 PIC 9(1) COMP VALUE ZERO.
       01 WS-BIZ-NUMBER                    PIC 9(9) COMP VALUE ZERO.
       01 WS-STAGE-BIZ-TABLE.
           05 WS-STAGE-BIZ OCCURS 7 TIMES  PIC 9(9) COMP VALUE ZERO.
       01 WS-LEG-DAYS                      PIC S9(9) COMP VALUE ZERO.

      *05/27 The reporting window - the month to date, and the three
      * whole months before it. An order is dropped from the history
      * once its payable went out before the window opened, or once
      * it is a year older than the window without ever reaching AP.
       01 WS-MONTH-START                   PIC 9(08) VALUE ZERO.
       01 WS-MONTH-START-R REDEFINES WS-MONTH-START.
           05 WS-MONTH-START-YYYY          PIC 9(04).
           05 WS-MONTH-START-MM            PIC 9(02).
           05 WS-MONTH-START-DD            PIC 9(02).
       01 WS-WINDOW-START                  PIC 9(08) VALUE ZERO.
       01 WS-WINDOW-START-R REDEFINES WS-WINDOW-START.
           05 WS-WINDOW-START-YYYY         PIC 9(04).
           05 WS-WINDOW-START-MM           PIC 9(02).
           05 WS-WINDOW-START-DD           PIC 9(02).
       01 WS-STALE-CUTOFF                  PIC 9(08) VALUE ZERO.

      *05/27 The seven stages, in the order an order reaches them:
      *   1 requisition intake     2 order cut       3 approval
      *   4 transmission           5 acknowledgment  6 first receipt
      *   7 AP extract
      * One CYCLHIST row per order, in PO order, with the date each
      * stage was reached - zero until it is.
       01 WS-HISTORY-TABLE.
           05 WS-CH-ENTRY OCCURS 50000 TIMES.
              10 WS-CH-PO-NUMBER          PIC X(06) VALUE SPACES.
              10 WS-CH-REQUISITION-NO     PIC X(06) VALUE SPACES.
              10 WS-CH-BUYER-CODE         PIC X(03) VALUE SPACES.
              10 WS-CH-PLANT-CODE         PIC X(03) VALUE SPACES.
              10 WS-CH-PART-NUMBER        PIC X(23) VALUE SPACES.
              10 WS-CH-COMMODITY-CLASS    PIC X(04) VALUE SPACES.
              10 WS-CH-STAGE-DATE OCCURS 7 TIMES
                                          PIC 9(08) VALUE ZERO.
       01 WS-CH-MAX                       PIC 9(05) VALUE ZERO.
       01 WS-CH-IDX                       PIC 9(05) VALUE 1.

      *05/27 The row as read or built, before it is slotted in.
       01 WS-NEW-HISTORY.
           05 WS-NEW-PO-NUMBER             PIC X(06) VALUE SPACES.
           05 WS-NEW-REQUISITION-NO        PIC X(06) VALUE SPACES.
           05 WS-NEW-BUYER-CODE            PIC X(03) VALUE SPACES.
           05 WS-NEW-PLANT-CODE            PIC X(03) VALUE SPACES.
           05 WS-NEW-PART-NUMBER           PIC X(23) VALUE SPACES.
           05 WS-NEW-COMMODITY-CLASS       PIC X(04) VALUE SPACES.
           05 WS-NEW-STAGE-DATE OCCURS 7 TIMES
                                           PIC 9(08) VALUE ZERO.

      *05/27 Earliest intake date per requisition off OPENREQS, in
      * requisition order.
       01 WS-REQ-TABLE.
           05 WS-RQ-ENTRY OCCURS 50000 TIMES.
              10 WS-RQ-REQ-NUMBER         PIC X(06) VALUE SPACES.
              10 WS-RQ-INTAKE-DATE        PIC 9(08) VALUE ZERO.
       01 WS-RQ-MAX                       PIC 9(05) VALUE ZERO.

      *05/27 Distinct parts on the history, in part order, each with
      * its class off the master - the SPLITORD one-pass lookup.
       01 WS-PART-TABLE.
           05 WS-PT-ENTRY OCCURS 20000 TIMES.
              10 WS-PT-PART-NUMBER        PIC X(23) VALUE SPACES.
              10 WS-PT-COMMODITY-CLASS    PIC X(04) VALUE SPACES.
       01 WS-PT-MAX                       PIC 9(05) VALUE ZERO.

      *05/27 Binary-search bounds, shared by the three tables. After
      * an unsuccessful search WS-BSRCH-LO is the slot the key belongs
      * in.
       01 WS-BSRCH-LO                      PIC 9(5) VALUE ZERO.
       01 WS-BSRCH-HI                      PIC 9(5) VALUE ZERO.
       01 WS-BSRCH-MID                     PIC 9(5) VALUE ZERO.
       01 WS-SHIFT-IDX                     PIC 9(5) VALUE ZERO.
       01 WS-ROW-FOUND-IDX                 PIC 9(5) VALUE ZERO.
       01 WS-SEARCH-PO-NUMBER              PIC X(06) VALUE SPACES.
       01 WS-SEARCH-REQ-NUMBER             PIC X(06) VALUE SPACES.
       01 WS-SEARCH-PART-NUMBER            PIC X(23) VALUE SPACES.

      *05/27 Stamping work items - the stage slot and the date a
      * source shows for it; the earliest date wins.
       01 WS-STAMP-SLOT                    PIC 9(01) VALUE ZERO.
       01 WS-STAMP-DATE                    PIC 9(08) VALUE ZERO.
       01 WS-STAMP-FLAG                    PIC X(01) VALUE 'N'.
           88 STAGE-STAMPED                           VALUE 'Y'.
       01 WS-SLOT-IDX                      PIC 9(01) VALUE ZERO.
       01 WS-LAST-SLOT                     PIC 9(01) VALUE ZERO.

      *05/27 The legs measured - the stage each runs from and to.
      * Leg 3 runs from the order when there was no approval, and
      * leg 7 (end to end) from the order when there was no
      * requisition.
       01 WS-LEG-FROM-LIST                 PIC X(07) VALUE '1234561'.
       01 WS-LEG-FROM-R REDEFINES WS-LEG-FROM-LIST.
           05 WS-LEG-FROM OCCURS 7 TIMES   PIC 9(01).
       01 WS-LEG-TO-LIST                   PIC X(07) VALUE '2345677'.
       01 WS-LEG-TO-R REDEFINES WS-LEG-TO-LIST.
           05 WS-LEG-TO OCCURS 7 TIMES     PIC 9(01).
       01 WS-LEG-LABELS.
           05 FILLER PIC X(26) VALUE 'REQUISITION TO ORDER'.
           05 FILLER PIC X(26) VALUE 'ORDER TO APPROVAL'.
           05 FILLER PIC X(26) VALUE 'APPROVAL TO TRANSMISSION'.
           05 FILLER PIC X(26) VALUE 'TRANSMISSION TO SUPPL ACK'.
           05 FILLER PIC X(26) VALUE 'SUPPLIER ACK TO RECEIPT'.
           05 FILLER PIC X(26) VALUE 'RECEIPT TO AP EXTRACT'.
           05 FILLER PIC X(26) VALUE 'END TO END'.
       01 WS-LEG-LABEL-TABLE REDEFINES WS-LEG-LABELS.
           05 WS-LEG-LABEL OCCURS 7 TIMES  PIC X(26).
       01 WS-LEG-IDX                       PIC 9(01) VALUE ZERO.
       01 WS-FROM-SLOT                     PIC 9(01) VALUE ZERO.
       01 WS-TO-SLOT                       PIC 9(01) VALUE ZERO.
       01 WS-LEG-PERIOD                    PIC X(01) VALUE SPACES.

      *05/27 In-flight stage names for the run summary.
       01 WS-STAGE-NAMES.
           05 FILLER PIC X(24) VALUE 'REQUISITION TAKEN IN'.
           05 FILLER PIC X(24) VALUE 'ORDERED, NOT SENT'.
           05 FILLER PIC X(24) VALUE 'APPROVED, NOT SENT'.
           05 FILLER PIC X(24) VALUE 'SENT, NOT ACKNOWLEDGED'.
           05 FILLER PIC X(24) VALUE 'ACKNOWLEDGED, NOT RCVD'.
           05 FILLER PIC X(24) VALUE 'RECEIVED, NOT TO AP'.
           05 FILLER PIC X(24) VALUE 'EXTRACTED TO AP'.
       01 WS-STAGE-NAME-TABLE REDEFINES WS-STAGE-NAMES.
           05 WS-STAGE-NAME OCCURS 7 TIMES PIC X(24).

      *05/27 Breakout names for the report sections.
       01 WS-DIMENSION-NAMES.
           05 FILLER PIC X(20) VALUE 'ALL ORDERS'.
           05 FILLER PIC X(20) VALUE 'BY BUYER'.
           05 FILLER PIC X(20) VALUE 'BY COMMODITY CLASS'.
           05 FILLER PIC X(20) VALUE 'BY RECEIVING PLANT'.
       01 WS-DIMENSION-NAME-TABLE REDEFINES WS-DIMENSION-NAMES.
           05 WS-DIMENSION-NAME OCCURS 4 TIMES PIC X(20).
       01 WS-DIMENSION-IDX                 PIC 9(01) VALUE ZERO.

      *05/27 Control-break work items for the sorted legs. One
      * period's days for the group at a time, already in order, so
      * the median and 90th percentile are picked by position.
       01 WS-PREV-BREAK-KEY.
           05 WS-PREV-DIMENSION            PIC X(01) VALUE SPACES.
           05 WS-PREV-GROUP-KEY            PIC X(04) VALUE SPACES.
           05 WS-PREV-LEG                  PIC 9(01) VALUE ZERO.
       01 WS-PREV-PERIOD                   PIC X(01) VALUE SPACES.
       01 WS-LAST-PRINTED-KEY              PIC X(05) VALUE SPACES.
       01 WS-OBS-TABLE.
           05 WS-OBS-DAYS OCCURS 50000 TIMES
                                           PIC 9(05) VALUE ZERO.
       01 WS-OBS-MAX                       PIC 9(05) VALUE ZERO.
       01 WS-MEDIAN-POS                    PIC 9(05) VALUE ZERO.
       01 WS-P90-POS                       PIC 9(05) VALUE ZERO.
       01 WS-STAT-MEDIAN                   PIC 9(05)V9 VALUE ZERO.
       01 WS-STAT-P90                      PIC 9(05) VALUE ZERO.
       01 WS-CUR-COUNT                     PIC 9(05) VALUE ZERO.
       01 WS-CUR-MEDIAN                    PIC 9(05)V9 VALUE ZERO.
       01 WS-CUR-P90                       PIC 9(05) VALUE ZERO.
       01 WS-PRI-COUNT                     PIC 9(05) VALUE ZERO.
       01 WS-PRI-MEDIAN                    PIC 9(05)V9 VALUE ZERO.
       01 WS-PRI-P90                       PIC 9(05) VALUE ZERO.
       01 WS-CHANGE-MEDIAN                 PIC S9(05)V9 VALUE ZERO.
       01 WS-CHANGE-P90                    PIC S9(05) VALUE ZERO.
       01 WS-LINES-PRINTED-CTR             PIC 9(7) VALUE ZERO.

       01 WS-FLAGS.
           05 WS-LINE-KTR               PIC 9(4) VALUE 0.
       01 WS-PAGE-CTR                   PIC 9(4) VALUE ZERO.
       01 WS-MAX-LINES-PER-PAGE         PIC 9(4) VALUE 0055.

      *************************************************************
      ****** Report headings ******
      *************************************************************
       01 WS-BLANK-LINE                 PIC X(133)     VALUE SPACES.
       01 WS-PAGE-HEADING.
           05 FILLER              PIC X(3)       VALUE SPACES.
           05 FILLER              PIC X(40) VALUE
              'Destiny Auto Parts - Procurement Cycle '.
           05 FILLER              PIC X(24) VALUE
              'Time, Requisition to AP'.
           05 FILLER              PIC X(44)      VALUE SPACES.
           05 FILLER              PIC X(5)       VALUE 'PAGE '.
           05 WS-PAGE-NO-OUT      PIC ZZZ9       VALUE ZERO.
           05 FILLER              PIC X(13)      VALUE SPACES.
       01 WS-SECTION-LINE.
           05 FILLER              PIC X(3)       VALUE SPACES.
           05 FILLER              PIC X(37)      VALUE
              'Business days between stages - month '.
           05 WS-SECTION-MONTH    PIC 9(08)      VALUE ZERO.
           05 FILLER              PIC X(04)      VALUE ' TO '.
           05 WS-SECTION-DATE     PIC 9(08)      VALUE ZERO.
           05 FILLER              PIC X(17)      VALUE
              ' against prior '.
           05 WS-SECTION-PRIOR    PIC 9(08)      VALUE ZERO.
           05 FILLER              PIC X(08)      VALUE ' BEFORE '.
           05 WS-SECTION-PRIOR-END PIC 9(08)     VALUE ZERO.
           05 FILLER              PIC X(32)      VALUE SPACES.
       01 WS-DIMENSION-LINE.
           05 FILLER              PIC X(3)       VALUE SPACES.
           05 WS-DIMENSION-OUT    PIC X(20)      VALUE SPACES.
           05 FILLER              PIC X(110)     VALUE SPACES.

       01 WS-HEADER-1.
          05 FILLER              PIC X(36)      VALUE SPACES.
          05 FILLER              PIC X(25)      VALUE
             '----- Month to date -----'.
          05 FILLER              PIC X(04)      VALUE SPACES.
          05 FILLER              PIC X(25)      VALUE
             '--- Prior three months --'.
          05 FILLER              PIC X(04)      VALUE SPACES.
          05 FILLER              PIC X(17)      VALUE
             'Change vs prior'.
          05 FILLER              PIC X(22)      VALUE SPACES.
       01 WS-HEADER-2.
          05 FILLER              PIC X(3)       VALUE SPACES.
          05 FILLER              PIC X(06)      VALUE 'Group'.
          05 FILLER              PIC X(27)      VALUE 'Stage'.
          05 FILLER              PIC X(07)      VALUE ' Orders'.
          05 FILLER              PIC X(10)      VALUE '    Median'.
          05 FILLER              PIC X(08)      VALUE '    90th'.
          05 FILLER              PIC X(04)      VALUE SPACES.
          05 FILLER              PIC X(07)      VALUE ' Orders'.
          05 FILLER              PIC X(10)      VALUE '    Median'.
          05 FILLER              PIC X(08)      VALUE '    90th'.
          05 FILLER              PIC X(04)      VALUE SPACES.
          05 FILLER              PIC X(08)      VALUE '  Median'.
          05 FILLER              PIC X(09)      VALUE '     90th'.
          05 FILLER              PIC X(22)      VALUE SPACES.

      *05/27 One line per group and leg - the group printed on its
      * first leg only.
       01 WS-DETAIL-LINE-OUT.
          05 FILLER                 PIC X(3)       VALUE SPACES.
          05 DL-GROUP-OUT           PIC X(04)      VALUE SPACES.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 DL-STAGE-OUT           PIC X(26)      VALUE SPACES.
          05 FILLER                 PIC X(01)      VALUE SPACES.
          05 DL-CUR-COUNT-OUT       PIC ZZZ,ZZ9    VALUE ZERO.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 DL-CUR-MEDIAN-OUT      PIC ZZ,ZZ9.9   VALUE ZERO.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 DL-CUR-P90-OUT         PIC ZZ,ZZ9     VALUE ZERO.
          05 FILLER                 PIC X(04)      VALUE SPACES.
          05 DL-PRI-COUNT-OUT       PIC ZZZ,ZZ9    VALUE ZERO.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 DL-PRI-MEDIAN-OUT      PIC ZZ,ZZ9.9   VALUE ZERO.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 DL-PRI-P90-OUT         PIC ZZ,ZZ9     VALUE ZERO.
          05 FILLER                 PIC X(04)      VALUE SPACES.
          05 DL-MEDIAN-CHG-OUT      PIC +Z,ZZ9.9   VALUE ZERO.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 DL-P90-CHG-OUT         PIC +ZZ,ZZ9    VALUE ZERO.
          05 FILLER                 PIC X(22)      VALUE SPACES.

       01 WS-SUMMARY-LINE.
           05 FILLER                PIC X(3)  VALUE SPACES.
           05 WS-SUMMARY-LABEL      PIC X(34) VALUE SPACES.
           05 WS-SUMMARY-COUNT      PIC ZZZ,ZZZ,ZZ9 VALUE ZERO.
           05 FILLER                PIC X(85) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN.
           PERFORM 000-Housekeeping.
           PERFORM 100-Main2 UNTIL PURCHASE-EOF.
           PERFORM 250-StampIntake.
           PERFORM 260-ReadNextApproval UNTIL APPRAUD-EOF.
           PERFORM 265-ReadNextTransmission UNTIL XMITLOG-EOF.
           PERFORM 270-ReadNextOpenOrder UNTIL OPENPO-EOF.
           PERFORM 275-ReadNextReceipt THRU 275-ReadNextReceipt-Exit
              UNTIL RECEIPTS-EOF.
           PERFORM 280-ReadNextPayable UNTIL APEXTRCT-EOF.
           PERFORM 550-ApplyMaster.
           PERFORM 500-RollHistory.
           PERFORM 650-SortLegs.
           PERFORM 700-WriteReport.
           PERFORM 900-WriteSummary.
           PERFORM 600-CLOSE-FILES.
           GOBACK.

       000-Housekeeping.
           INITIALIZE WS-HISTORY-TABLE, WS-REQ-TABLE, WS-PART-TABLE.
           PERFORM 370-LoadProcessDate.
           PERFORM 375-SetWindow.
           PERFORM 380-LoadHolidays.
           PERFORM 300-Open-Files.
      * Priming Read
           PERFORM 400-Read-PURC-FILES.

       100-Main2.
           PERFORM 200-JoinOrder THRU 200-JoinOrder-Exit.
           PERFORM 400-Read-PURC-FILES.

      *05/27 Each order on tonight's PURC-FILES joins the history with
      * its order date, buyer, plant, part and requisition number. A
      * return is not a purchase cycle, and an order older than the
      * history keeps (a released order read again) is not brought
      * back.
       200-JoinOrder.
           IF REC-ORDER-TYPE = 'R'
              ADD 1 TO WS-RETURN-SKIP-CTR
              GO TO 200-JoinOrder-Exit
           END-IF.
           IF REC-ORDER-DATE IS NOT NUMERIC
              ADD 1 TO WS-BAD-ORDER-DATE-CTR
              GO TO 200-JoinOrder-Exit
           END-IF.
           INITIALIZE WS-NEW-HISTORY.
           MOVE REC-ORDER-DATE TO WS-NEW-STAGE-DATE (2).
           IF WS-NEW-STAGE-DATE (2) = ZERO
              OR WS-NEW-STAGE-DATE (2) < WS-STALE-CUTOFF
                 ADD 1 TO WS-BAD-ORDER-DATE-CTR
                 GO TO 200-JoinOrder-Exit
           END-IF.
           MOVE REC-PO-NUMBER TO WS-SEARCH-PO-NUMBER.
           PERFORM 235-FindHistory.
           IF WS-ROW-FOUND-IDX > ZERO
              ADD 1 TO WS-KNOWN-ORDER-CTR
              GO TO 200-JoinOrder-Exit
           END-IF.
           MOVE REC-PO-NUMBER TO WS-NEW-PO-NUMBER.
           MOVE REC-REQUISITION-NO TO WS-NEW-REQUISITION-NO.
           MOVE REC-BUYER-CODE TO WS-NEW-BUYER-CODE.
           MOVE REC-SHIP-TO-PLANT TO WS-NEW-PLANT-CODE.
      *05/27 Blank plant is the home plant, as REQWORKL routes it.
           IF WS-NEW-PLANT-CODE = SPACES
              MOVE '001' TO WS-NEW-PLANT-CODE
           END-IF.
           MOVE REC-PO-PART-NUMBER TO WS-NEW-PART-NUMBER.
           PERFORM 237-InsertHistory.
           ADD 1 TO WS-NEW-ORDER-CTR.
       200-JoinOrder-Exit.
           EXIT.

       225-FindRequisition.
           MOVE ZERO TO WS-ROW-FOUND-IDX.
           MOVE 1 TO WS-BSRCH-LO.
           MOVE WS-RQ-MAX TO WS-BSRCH-HI.
           PERFORM 226-RequisitionSearchStep
              UNTIL WS-BSRCH-LO > WS-BSRCH-HI
                 OR WS-ROW-FOUND-IDX > ZERO.

       226-RequisitionSearchStep.
           COMPUTE WS-BSRCH-MID = (WS-BSRCH-LO + WS-BSRCH-HI) / 2.
           EVALUATE TRUE
              WHEN WS-RQ-REQ-NUMBER (WS-BSRCH-MID)
                    = WS-SEARCH-REQ-NUMBER
                 MOVE WS-BSRCH-MID TO WS-ROW-FOUND-IDX
              WHEN WS-RQ-REQ-NUMBER (WS-BSRCH-MID)
                    < WS-SEARCH-REQ-NUMBER
                 COMPUTE WS-BSRCH-LO = WS-BSRCH-MID + 1
              WHEN OTHER
                 COMPUTE WS-BSRCH-HI = WS-BSRCH-MID - 1
           END-EVALUATE.

       227-InsertRequisition.
           IF WS-RQ-MAX >= 50000
              DISPLAY 'CYCLTIME - REQUISITION TABLE FULL AT 50000 '
                 'ROWS - RAISE OCCURS IN CYCLTIME'
              GO TO 2000-ABEND-RTN
           END-IF.
           PERFORM VARYING WS-SHIFT-IDX FROM WS-RQ-MAX
              BY -1 UNTIL WS-SHIFT-IDX < WS-BSRCH-LO
                 MOVE WS-RQ-ENTRY (WS-SHIFT-IDX)
                    TO WS-RQ-ENTRY (WS-SHIFT-IDX + 1)
           END-PERFORM.
           ADD 1 TO WS-RQ-MAX.
           MOVE OR-REQ-NUMBER TO WS-RQ-REQ-NUMBER (WS-BSRCH-LO).
           MOVE OR-INTAKE-DATE TO WS-RQ-INTAKE-DATE (WS-BSRCH-LO).

       235-FindHistory.
           MOVE ZERO TO WS-ROW-FOUND-IDX.
           MOVE 1 TO WS-BSRCH-LO.
           MOVE WS-CH-MAX TO WS-BSRCH-HI.
           PERFORM 236-HistorySearchStep
              UNTIL WS-BSRCH-LO > WS-BSRCH-HI
                 OR WS-ROW-FOUND-IDX > ZERO.

       236-HistorySearchStep.
           COMPUTE WS-BSRCH-MID = (WS-BSRCH-LO + WS-BSRCH-HI) / 2.
           EVALUATE TRUE
              WHEN WS-CH-PO-NUMBER (WS-BSRCH-MID) = WS-SEARCH-PO-NUMBER
                 MOVE WS-BSRCH-MID TO WS-ROW-FOUND-IDX
              WHEN WS-CH-PO-NUMBER (WS-BSRCH-MID) < WS-SEARCH-PO-NUMBER
                 COMPUTE WS-BSRCH-LO = WS-BSRCH-MID + 1
              WHEN OTHER
                 COMPUTE WS-BSRCH-HI = WS-BSRCH-MID - 1
           END-EVALUATE.

       237-InsertHistory.
           IF WS-CH-MAX >= 50000
              DISPLAY 'CYCLTIME - HISTORY TABLE FULL AT 50000 '
                 'ROWS - RAISE OCCURS IN CYCLTIME'
              GO TO 2000-ABEND-RTN
           END-IF.
           PERFORM VARYING WS-SHIFT-IDX FROM WS-CH-MAX
              BY -1 UNTIL WS-SHIFT-IDX < WS-BSRCH-LO
                 MOVE WS-CH-ENTRY (WS-SHIFT-IDX)
                    TO WS-CH-ENTRY (WS-SHIFT-IDX + 1)
           END-PERFORM.
           ADD 1 TO WS-CH-MAX.
           MOVE WS-NEW-HISTORY TO WS-CH-ENTRY (WS-BSRCH-LO).

      *05/27 Stamps WS-STAMP-DATE on the order WS-ROW-FOUND-IDX found,
      * in stage WS-STAMP-SLOT, when the stage is not yet dated or the
      * date is earlier than the one it has.
       240-StampEarliest.
           MOVE 'N' TO WS-STAMP-FLAG.
           IF WS-STAMP-DATE IS NUMERIC
              AND WS-STAMP-DATE > ZERO
              IF WS-CH-STAGE-DATE (WS-ROW-FOUND-IDX, WS-STAMP-SLOT)
                    = ZERO
                 OR WS-STAMP-DATE
                    < WS-CH-STAGE-DATE (WS-ROW-FOUND-IDX, WS-STAMP-SLOT)
                 MOVE WS-STAMP-DATE
                    TO WS-CH-STAGE-DATE (WS-ROW-FOUND-IDX,
                       WS-STAMP-SLOT)
                 MOVE 'Y' TO WS-STAMP-FLAG
              END-IF
           END-IF.

       245-FindPart.
           MOVE ZERO TO WS-ROW-FOUND-IDX.
           MOVE 1 TO WS-BSRCH-LO.
           MOVE WS-PT-MAX TO WS-BSRCH-HI.
           PERFORM 246-PartSearchStep
              UNTIL WS-BSRCH-LO > WS-BSRCH-HI
                 OR WS-ROW-FOUND-IDX > ZERO.

       246-PartSearchStep.
           COMPUTE WS-BSRCH-MID = (WS-BSRCH-LO + WS-BSRCH-HI) / 2.
           EVALUATE TRUE
              WHEN WS-PT-PART-NUMBER (WS-BSRCH-MID)
                    = WS-SEARCH-PART-NUMBER
                 MOVE WS-BSRCH-MID TO WS-ROW-FOUND-IDX
              WHEN WS-PT-PART-NUMBER (WS-BSRCH-MID)
                    < WS-SEARCH-PART-NUMBER
                 COMPUTE WS-BSRCH-LO = WS-BSRCH-MID + 1
              WHEN OTHER
                 COMPUTE WS-BSRCH-HI = WS-BSRCH-MID - 1
           END-EVALUATE.

       247-InsertPart.
           IF WS-PT-MAX >= 20000
              DISPLAY 'CYCLTIME - PART TABLE FULL AT 20000 '
                 'ROWS - RAISE OCCURS IN CYCLTIME'
              GO TO 2000-ABEND-RTN
           END-IF.
           PERFORM VARYING WS-SHIFT-IDX FROM WS-PT-MAX
              BY -1 UNTIL WS-SHIFT-IDX < WS-BSRCH-LO
                 MOVE WS-PT-ENTRY (WS-SHIFT-IDX)
                    TO WS-PT-ENTRY (WS-SHIFT-IDX + 1)
           END-PERFORM.
           ADD 1 TO WS-PT-MAX.
           MOVE WS-SEARCH-PART-NUMBER
              TO WS-PT-PART-NUMBER (WS-BSRCH-LO).
           MOVE SPACES TO WS-PT-COMMODITY-CLASS (WS-BSRCH-LO).

      *05/27 The requisition's intake date, for every order that
      * carries a requisition number REQEDIT took in.
       250-StampIntake.
           PERFORM VARYING WS-CH-IDX FROM 1 BY 1
              UNTIL WS-CH-IDX > WS-CH-MAX
                 IF WS-CH-REQUISITION-NO (WS-CH-IDX) NOT = SPACES
                    MOVE WS-CH-REQUISITION-NO (WS-CH-IDX)
                       TO WS-SEARCH-REQ-NUMBER
                    PERFORM 225-FindRequisition
                    IF WS-ROW-FOUND-IDX > ZERO
                       MOVE WS-RQ-INTAKE-DATE (WS-ROW-FOUND-IDX)
                          TO WS-STAMP-DATE
                       MOVE 1 TO WS-STAMP-SLOT
                       MOVE WS-CH-IDX TO WS-ROW-FOUND-IDX
                       PERFORM 240-StampEarliest
                       IF STAGE-STAMPED
                          ADD 1 TO WS-INTAKE-STAMP-CTR
                       END-IF
                    END-IF
                 END-IF
           END-PERFORM.

      *05/27 An approval decision ('A') dates the approval stage; a
      * rejection or a carry-forward is not an approval.
       260-ReadNextApproval.
           READ APPRAUD
              AT END
                 MOVE 'Y' TO APPRAUD-EOF-WS
           END-READ.
           IF NOT APPRAUD-EOF
              ADD 1 TO WS-IN-APPRAUD-CTR
              IF AP-AUD-DECISION = 'A'
                 MOVE AP-AUD-PO-NUMBER TO WS-SEARCH-PO-NUMBER
                 PERFORM 235-FindHistory
                 IF WS-ROW-FOUND-IDX > ZERO
                    MOVE AP-AUD-DECISION-DATE TO WS-STAMP-DATE
                    MOVE 3 TO WS-STAMP-SLOT
                    PERFORM 240-StampEarliest
                    IF STAGE-STAMPED
                       ADD 1 TO WS-APPROVAL-STAMP-CTR
                    END-IF
                 END-IF
              END-IF
           END-IF.

      *05/27 The first send of the order, EDI or printed.
       265-ReadNextTransmission.
           READ XMITLOG
              AT END
                 MOVE 'Y' TO XMITLOG-EOF-WS
           END-READ.
           IF NOT XMITLOG-EOF
              ADD 1 TO WS-IN-XMITLOG-CTR
              MOVE XL-PO-NUMBER TO WS-SEARCH-PO-NUMBER
              PERFORM 235-FindHistory
              IF WS-ROW-FOUND-IDX > ZERO
                 MOVE XL-SEND-DATE TO WS-STAMP-DATE
                 MOVE 4 TO WS-STAMP-SLOT
                 PERFORM 240-StampEarliest
                 IF STAGE-STAMPED
                    ADD 1 TO WS-XMIT-STAMP-CTR
                 END-IF
              END-IF
           END-IF.

      *05/27 A promise on OPENPO is the supplier's acknowledgment. The
      * file does not say when it came in, so the first night it is
      * seen dates it - an acknowledgment already dated is left be.
       270-ReadNextOpenOrder.
           READ OPENPO-FILE
              AT END
                 MOVE 'Y' TO OPENPO-EOF-WS
           END-READ.
           IF NOT OPENPO-EOF
              ADD 1 TO WS-IN-OPENPO-CTR
              IF OP-PROMISED-DATE IS NUMERIC
                 AND OP-PROMISED-DATE > ZERO
                 MOVE OP-PO-NUMBER TO WS-SEARCH-PO-NUMBER
                 PERFORM 235-FindHistory
                 IF WS-ROW-FOUND-IDX > ZERO
                    IF WS-CH-STAGE-DATE (WS-ROW-FOUND-IDX, 5) = ZERO
                       MOVE PROCESS-DATE
                          TO WS-CH-STAGE-DATE (WS-ROW-FOUND-IDX, 5)
                       ADD 1 TO WS-ACK-STAMP-CTR
                    END-IF
                 END-IF
              END-IF
           END-IF.

      *05/27 The earliest receipt per PO - a transfer number ('T'
      * plus five digits) is a plant-to-plant move, skipped the way
      * POMATCH and LEADMEAS skip it.
       275-ReadNextReceipt.
           READ RECEIPTS
              AT END
                 MOVE 'Y' TO RECEIPTS-EOF-WS
           END-READ.
           IF RECEIPTS-EOF
              GO TO 275-ReadNextReceipt-Exit
           END-IF.
           ADD 1 TO WS-IN-RECEIPTS-CTR.
           IF RCPT-PO-NUMBER (1:1) = 'T'
              GO TO 275-ReadNextReceipt-Exit
           END-IF.
           MOVE RCPT-PO-NUMBER TO WS-SEARCH-PO-NUMBER.
           PERFORM 235-FindHistory.
           IF WS-ROW-FOUND-IDX > ZERO
              MOVE RCPT-RECEIPT-DATE TO WS-STAMP-DATE
              MOVE 6 TO WS-STAMP-SLOT
              PERFORM 240-StampEarliest
              IF STAGE-STAMPED
                 ADD 1 TO WS-RECEIPT-STAMP-CTR
              END-IF
           END-IF.
       275-ReadNextReceipt-Exit.
           EXIT.

      *05/27 The run that first sent a payable for the PO to AP.
       280-ReadNextPayable.
           READ APEXTRCT
              AT END
                 MOVE 'Y' TO APEXTRCT-EOF-WS
           END-READ.
           IF NOT APEXTRCT-EOF
              ADD 1 TO WS-IN-APEXTRCT-CTR
              MOVE APH-PO-NUMBER TO WS-SEARCH-PO-NUMBER
              PERFORM 235-FindHistory
              IF WS-ROW-FOUND-IDX > ZERO
                 IF APH-RUN-DATE IS NUMERIC
                    AND APH-RUN-DATE > ZERO
                    MOVE APH-RUN-DATE TO WS-STAMP-DATE
                 ELSE
                    MOVE PROCESS-DATE TO WS-STAMP-DATE
                 END-IF
                 MOVE 7 TO WS-STAMP-SLOT
                 PERFORM 240-StampEarliest
                 IF STAGE-STAMPED
                    ADD 1 TO WS-AP-STAMP-CTR
                 END-IF
              END-IF
           END-IF.

       300-Open-Files.
      *    The carried history and the requisitions load whole before
      *    tonight's orders join.
           OPEN INPUT CYCLHIST.
      *    Input File Status Checking for CYCLHIST
           IF CYCLHIST-NOT-FOUND
              CONTINUE
           ELSE
              IF IN-CYCLHIST-KEY NOT = '00' THEN
                 DISPLAY
                        '---------------------------------------------'
                 DISPLAY 'File Problem openning Input CYCLHIST'
                 GO TO 2000-ABEND-RTN
              ELSE
                 PERFORM 330-ReadNextHistory UNTIL CYCLHIST-EOF
                 CLOSE CYCLHIST
              END-IF
           END-IF.

           OPEN INPUT OPENREQS.
      *    Input File Status Checking for OPENREQS
           IF OPENREQS-NOT-FOUND
              CONTINUE
           ELSE
              IF IN-OPENREQS-KEY NOT = '00' THEN
                 DISPLAY
                        '---------------------------------------------'
                 DISPLAY 'File Problem openning Input OPENREQS'
                 GO TO 2000-ABEND-RTN
              ELSE
                 PERFORM 320-ReadNextRequisition UNTIL OPENREQS-EOF
                 CLOSE OPENREQS
              END-IF
           END-IF.

           OPEN INPUT PURC-FILES.
      *    Input File Status Checking for PURCHASE
           IF IN-PURCHASE-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning Input PURCHASE'
                GO TO 2000-ABEND-RTN
           END-IF.

      *    An empty approval trail or transmission log is read as at
      *    end - nothing approved or sent yet.
           OPEN INPUT APPRAUD.
      *    Input File Status Checking for APPRAUD
           IF APPRAUD-NOT-FOUND
              MOVE 'Y' TO APPRAUD-EOF-WS
           ELSE
              IF IN-APPRAUD-KEY NOT = '00' THEN
                 DISPLAY
                        '---------------------------------------------'
                 DISPLAY 'File Problem openning Input APPRAUD'
                 GO TO 2000-ABEND-RTN
              END-IF
           END-IF.

           OPEN INPUT XMITLOG.
      *    Input File Status Checking for XMITLOG
           IF XMITLOG-NOT-FOUND
              MOVE 'Y' TO XMITLOG-EOF-WS
           ELSE
              IF IN-XMITLOG-KEY NOT = '00' THEN
                 DISPLAY
                        '---------------------------------------------'
                 DISPLAY 'File Problem openning Input XMITLOG'
                 GO TO 2000-ABEND-RTN
              END-IF
           END-IF.

           OPEN INPUT OPENPO-FILE.
      *    Input File Status Checking for OPENPO
           IF IN-OPENPO-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning Input OPENPO'
                GO TO 2000-ABEND-RTN
           END-IF.

           OPEN INPUT RECEIPTS.
      *    Input File Status Checking for RECEIPTS
           IF IN-RECEIPTS-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning Input RECEIPTS'
                GO TO 2000-ABEND-RTN
           END-IF.

           OPEN INPUT APEXTRCT.
      *    Input File Status Checking for APEXTRCT
           IF IN-APEXTRCT-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning Input APEXTRCT'
                GO TO 2000-ABEND-RTN
           END-IF.

           OPEN INPUT PARTMAST.
      *    Input File Status Checking for PARTMAST
           IF IN-PARTMAST-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning Input PARTMAST'
                GO TO 2000-ABEND-RTN
           END-IF.

           OPEN OUTPUT CYCLHSTO.
      *    Output File Status Checking for CYCLHSTO
           IF OUT-CYCLHSTO-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning CYCLHSTO'
                GO TO 2000-ABEND-RTN
           END-IF.

           OPEN OUTPUT OBSWORK.
      *    Output File Status Checking for OBSWORK
           IF OUT-OBSWORK-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning OBSWORK'
                GO TO 2000-ABEND-RTN
           END-IF.

           OPEN OUTPUT PRINT-LINE.

      *05/27 The earliest intake date per requisition number.
       320-ReadNextRequisition.
           READ OPENREQS
              AT END
                 MOVE 'Y' TO OPENREQS-EOF-WS
           END-READ.
           IF NOT OPENREQS-EOF
              ADD 1 TO WS-IN-OPENREQS-CTR
              IF OR-INTAKE-DATE IS NUMERIC
                 AND OR-INTAKE-DATE > ZERO
                 MOVE OR-REQ-NUMBER TO WS-SEARCH-REQ-NUMBER
                 PERFORM 225-FindRequisition
                 IF WS-ROW-FOUND-IDX > ZERO
                    IF OR-INTAKE-DATE
                          < WS-RQ-INTAKE-DATE (WS-ROW-FOUND-IDX)
                       MOVE OR-INTAKE-DATE
                          TO WS-RQ-INTAKE-DATE (WS-ROW-FOUND-IDX)
                    END-IF
                 ELSE
                    PERFORM 227-InsertRequisition
                 END-IF
              END-IF
           END-IF.

       330-ReadNextHistory.
           READ CYCLHIST INTO WS-NEW-HISTORY
              AT END
                 MOVE 'Y' TO CYCLHIST-EOF-WS
           END-READ.
           IF NOT CYCLHIST-EOF
              ADD 1 TO WS-HISTORY-READ-CTR
              MOVE WS-NEW-PO-NUMBER TO WS-SEARCH-PO-NUMBER
              PERFORM 235-FindHistory
              IF WS-ROW-FOUND-IDX > ZERO
                 MOVE WS-NEW-HISTORY TO WS-CH-ENTRY (WS-ROW-FOUND-IDX)
              ELSE
                 PERFORM 237-InsertHistory
              END-IF
           END-IF.

       370-LoadProcessDate.
           OPEN INPUT PROCDATE.
           IF PROCDATE-KEY = '00'
              READ PROCDATE INTO PROCESS-DATE
                 AT END CONTINUE
              END-READ
              CLOSE PROCDATE
           END-IF.
           IF PROCESS-DATE = ZERO
              ACCEPT PROCESS-DATE FROM DATE YYYYMMDD
           END-IF.

      *05/27 The month to date runs from the first of the process
      * date's month; the prior three months start three firsts back
      * and run up to the day before the month opened.
       375-SetWindow.
           MOVE PROCESS-DATE TO WS-MONTH-START.
           MOVE 01 TO WS-MONTH-START-DD.
           MOVE WS-MONTH-START TO WS-WINDOW-START.
           IF WS-MONTH-START-MM > 3
              SUBTRACT 3 FROM WS-WINDOW-START-MM
           ELSE
              ADD 9 TO WS-WINDOW-START-MM
              SUBTRACT 1 FROM WS-WINDOW-START-YYYY
           END-IF.
           COMPUTE WS-STALE-CUTOFF = WS-WINDOW-START - 10000.
           MOVE WS-MONTH-START TO WS-SECTION-MONTH.
           MOVE PROCESS-DATE TO WS-SECTION-DATE.
           MOVE WS-WINDOW-START TO WS-SECTION-PRIOR.
           MOVE WS-MONTH-START TO WS-SECTION-PRIOR-END.

      *05/27 Loads the holiday calendar as Lilian day numbers. A
      * missing or empty HOLIDAYS card means no plant shutdowns on
      * file - weekends still come off.
       380-LoadHolidays.
           INITIALIZE HOLIDAY-TABLE.
           OPEN INPUT HOLIDAYS.
           IF IN-HOLIDAYS-KEY = '00'
              MOVE 1 TO WS-HOLIDAY-INDEX
              PERFORM 385-ReadNextHoliday UNTIL HOLIDAYS-EOF
              COMPUTE HOLIDAY-MAX = WS-HOLIDAY-INDEX - 1
              CLOSE HOLIDAYS
           END-IF.
           PERFORM VARYING WS-HOLIDAY-INDEX FROM 1 BY 1
              UNTIL WS-HOLIDAY-INDEX > HOLIDAY-MAX
              MOVE HO-DATE (WS-HOLIDAY-INDEX) TO WS-DATE-IN-STR-CEE
              CALL "CEEDAYS" USING WS-DATE-IN-CEE, WS-PICSTR-IN,
                 WS-HOLIDAY-INT (WS-HOLIDAY-INDEX), FC
              IF FC-SEV NOT = ZERO
                 MOVE ZERO TO WS-HOLIDAY-INT (WS-HOLIDAY-INDEX)
              ELSE
                 DIVIDE WS-HOLIDAY-INT (WS-HOLIDAY-INDEX) BY 7
                    GIVING WS-DAY-QUOTIENT
                    REMAINDER WS-DAY-REMAINDER
                 IF WS-DAY-REMAINDER = 2 OR WS-DAY-REMAINDER = 3
                    MOVE ZERO TO WS-HOLIDAY-INT (WS-HOLIDAY-INDEX)
                 END-IF
              END-IF
           END-PERFORM.

       385-ReadNextHoliday.
           IF WS-HOLIDAY-INDEX > 100
              DISPLAY 'CYCLTIME - HOLIDAY TABLE FULL AT 100 DATES - '
                 'RAISE OCCURS IN HOLTAB'
              GO TO 2000-ABEND-RTN
           END-IF.
           READ HOLIDAYS INTO HOLIDAY-LIST(WS-HOLIDAY-INDEX)
              AT END
                 MOVE 'Y' TO HOLIDAYS-EOF-WS
           END-READ.
           IF NOT HOLIDAYS-EOF
              ADD 1 TO WS-HOLIDAY-INDEX
           END-IF.

      *05/27 WS-CONV-DATE to its business-day number - see the note
      * on WS-CONV-DATE. Zero when the date is missing or unusable.
       390-BusinessDayNumber.
           MOVE ZERO TO WS-BIZ-NUMBER.
           IF WS-CONV-DATE IS NUMERIC
              AND WS-CONV-DATE > ZERO
              MOVE WS-CONV-DATE TO WS-DATE-IN-STR-CEE
              CALL "CEEDAYS" USING WS-DATE-IN-CEE, WS-PICSTR-IN,
                 WS-DAY-INT, FC
              IF FC-SEV NOT = ZERO
                 ADD 1 TO WS-BAD-DATE-CTR
              ELSE
                 DIVIDE WS-DAY-INT BY 7
                    GIVING WS-DAY-QUOTIENT
                    REMAINDER WS-DAY-REMAINDER
                 COMPUTE WS-BIZ-NUMBER =
                    WS-DAY-QUOTIENT * 5 + WS-DAY-REMAINDER
                 IF WS-DAY-REMAINDER >= 2
                    SUBTRACT 1 FROM WS-BIZ-NUMBER
                 END-IF
                 IF WS-DAY-REMAINDER >= 3
                    SUBTRACT 1 FROM WS-BIZ-NUMBER
                 END-IF
                 PERFORM VARYING WS-HOLIDAY-INDEX FROM 1 BY 1
                    UNTIL WS-HOLIDAY-INDEX > HOLIDAY-MAX
                    IF WS-HOLIDAY-INT (WS-HOLIDAY-INDEX) > ZERO
                       AND WS-HOLIDAY-INT (WS-HOLIDAY-INDEX)
                          <= WS-DAY-INT
                       SUBTRACT 1 FROM WS-BIZ-NUMBER
                    END-IF
                 END-PERFORM
              END-IF
           END-IF.

       400-Read-PURC-FILES.
           READ PURC-FILES
      * Set AT END Switch
                AT END MOVE "Y" TO PURCHASE-EOF-WS
                IF IN-PURCHASE-KEY  = '00' THEN
                    DISPLAY
                        '---------------------------------------------'
                    DISPLAY 'Input file PURCHASE reading problem'
                    PERFORM 2000-ABEND-RTN
                END-IF
           END-READ.
      *    The trailer closing each generation is not an order.
           IF (NOT PURCHASE-EOF) THEN
              IF PURC-TRAILER-TEST = 'TRAILER'
                 GO TO 400-Read-PURC-FILES
              END-IF
              ADD +1 TO WS-IN-PURCHASE-CTR
           END-IF.

      *05/27 Every order still in the window goes back out to
      * CYCLHSTO and has its legs measured.
       500-RollHistory.
           PERFORM VARYING WS-CH-IDX FROM 1 BY 1
              UNTIL WS-CH-IDX > WS-CH-MAX
                 PERFORM 510-RollOneOrder THRU 510-RollOneOrder-Exit
           END-PERFORM.

       510-RollOneOrder.
           IF (WS-CH-STAGE-DATE (WS-CH-IDX, 7) > ZERO
              AND WS-CH-STAGE-DATE (WS-CH-IDX, 7) < WS-WINDOW-START)
              OR WS-CH-STAGE-DATE (WS-CH-IDX, 2) < WS-STALE-CUTOFF
                 ADD 1 TO WS-AGED-OUT-CTR
                 GO TO 510-RollOneOrder-Exit
           END-IF.
           MOVE WS-CH-ENTRY (WS-CH-IDX) TO CYCLHSTO-REC.
           WRITE CYCLHSTO-REC.
           IF OUT-CYCLHSTO-KEY NOT = '00'
              GO TO 2000-ABEND-RTN
           END-IF.
           ADD 1 TO WS-HISTORY-KEPT-CTR.
      *    Where it sits - the last stage reached, for an order not
      *    yet through to AP.
           IF WS-CH-STAGE-DATE (WS-CH-IDX, 7) > ZERO
              ADD 1 TO WS-COMPLETE-CTR
           ELSE
              MOVE 2 TO WS-LAST-SLOT
              PERFORM VARYING WS-SLOT-IDX FROM 3 BY 1
                 UNTIL WS-SLOT-IDX > 6
                    IF WS-CH-STAGE-DATE (WS-CH-IDX, WS-SLOT-IDX) > ZERO
                       MOVE WS-SLOT-IDX TO WS-LAST-SLOT
                    END-IF
              END-PERFORM
              ADD 1 TO WS-IN-FLIGHT-CTR (WS-LAST-SLOT)
           END-IF.
           PERFORM VARYING WS-SLOT-IDX FROM 1 BY 1
              UNTIL WS-SLOT-IDX > 7
                 MOVE WS-CH-STAGE-DATE (WS-CH-IDX, WS-SLOT-IDX)
                    TO WS-CONV-DATE
                 PERFORM 390-BusinessDayNumber
                 MOVE WS-BIZ-NUMBER TO WS-STAGE-BIZ (WS-SLOT-IDX)
           END-PERFORM.
           PERFORM VARYING WS-LEG-IDX FROM 1 BY 1
              UNTIL WS-LEG-IDX > 7
                 PERFORM 520-MeasureLeg THRU 520-MeasureLeg-Exit
           END-PERFORM.
       510-RollOneOrder-Exit.
           EXIT.

      *05/27 One leg of one order. Both stages must be dated, and the
      * later one must fall inside the window - the month to date
      * ('C') or the prior three months ('P'). A leg that runs
      * backwards is a keying slip on one side and is counted, not
      * measured.
       520-MeasureLeg.
           MOVE WS-LEG-FROM (WS-LEG-IDX) TO WS-FROM-SLOT.
           MOVE WS-LEG-TO (WS-LEG-IDX) TO WS-TO-SLOT.
           IF WS-STAGE-BIZ (WS-FROM-SLOT) = ZERO
              AND (WS-LEG-IDX = 3 OR WS-LEG-IDX = 7)
                 MOVE 2 TO WS-FROM-SLOT
           END-IF.
           IF WS-STAGE-BIZ (WS-FROM-SLOT) = ZERO
              OR WS-STAGE-BIZ (WS-TO-SLOT) = ZERO
                 GO TO 520-MeasureLeg-Exit
           END-IF.
           IF WS-CH-STAGE-DATE (WS-CH-IDX, WS-TO-SLOT) < WS-WINDOW-START
              OR WS-CH-STAGE-DATE (WS-CH-IDX, WS-TO-SLOT)
                 > PROCESS-DATE
                 GO TO 520-MeasureLeg-Exit
           END-IF.
           COMPUTE WS-LEG-DAYS =
              WS-STAGE-BIZ (WS-TO-SLOT) - WS-STAGE-BIZ (WS-FROM-SLOT).
           IF WS-LEG-DAYS < ZERO
              ADD 1 TO WS-LEG-BACKWARD-CTR
              GO TO 520-MeasureLeg-Exit
           END-IF.
           IF WS-CH-STAGE-DATE (WS-CH-IDX, WS-TO-SLOT)
                 >= WS-MONTH-START
              MOVE 'C' TO WS-LEG-PERIOD
           ELSE
              MOVE 'P' TO WS-LEG-PERIOD
           END-IF.
           ADD 1 TO WS-LEG-MEASURED-CTR.
           MOVE WS-LEG-IDX TO OB-LEG.
           MOVE WS-LEG-PERIOD TO OB-PERIOD.
           MOVE WS-LEG-DAYS TO OB-DAYS.
           MOVE '1' TO OB-DIMENSION.
           MOVE '*' TO OB-GROUP-KEY.
           PERFORM 530-WriteLeg.
           MOVE '2' TO OB-DIMENSION.
           MOVE WS-CH-BUYER-CODE (WS-CH-IDX) TO OB-GROUP-KEY.
           PERFORM 530-WriteLeg.
           MOVE '3' TO OB-DIMENSION.
           MOVE WS-CH-COMMODITY-CLASS (WS-CH-IDX) TO OB-GROUP-KEY.
           IF OB-GROUP-KEY = SPACES
              MOVE 'NONE' TO OB-GROUP-KEY
           END-IF.
           PERFORM 530-WriteLeg.
           MOVE '4' TO OB-DIMENSION.
           MOVE WS-CH-PLANT-CODE (WS-CH-IDX) TO OB-GROUP-KEY.
           PERFORM 530-WriteLeg.
       520-MeasureLeg-Exit.
           EXIT.

       530-WriteLeg.
           WRITE OBSWORK-REC.
           IF OUT-OBSWORK-KEY NOT = '00'
              DISPLAY 'Output OBSWORK writing problem'
              GO TO 2000-ABEND-RTN
           END-IF.
           ADD 1 TO WS-OBS-WRITTEN-CTR.

      *05/27 Every part on the history gets its class off the master
      * in one pass; a part not on the master, or with no class,
      * reports under class NONE.
       550-ApplyMaster.
           PERFORM VARYING WS-CH-IDX FROM 1 BY 1
              UNTIL WS-CH-IDX > WS-CH-MAX
                 MOVE WS-CH-PART-NUMBER (WS-CH-IDX)
                    TO WS-SEARCH-PART-NUMBER
                 PERFORM 245-FindPart
                 IF WS-ROW-FOUND-IDX = ZERO
                    PERFORM 247-InsertPart
                 END-IF
           END-PERFORM.
           PERFORM 560-ReadNextMaster UNTIL PARTMAST-EOF.
           PERFORM VARYING WS-CH-IDX FROM 1 BY 1
              UNTIL WS-CH-IDX > WS-CH-MAX
                 MOVE WS-CH-PART-NUMBER (WS-CH-IDX)
                    TO WS-SEARCH-PART-NUMBER
                 PERFORM 245-FindPart
                 IF WS-ROW-FOUND-IDX > ZERO
                    MOVE WS-PT-COMMODITY-CLASS (WS-ROW-FOUND-IDX)
                       TO WS-CH-COMMODITY-CLASS (WS-CH-IDX)
                 END-IF
                 IF WS-CH-COMMODITY-CLASS (WS-CH-IDX) = SPACES
                    ADD 1 TO WS-NO-CLASS-CTR
                 END-IF
           END-PERFORM.

       560-ReadNextMaster.
           READ PARTMAST
              AT END
                 MOVE 'Y' TO PARTMAST-EOF-WS
           END-READ.
           IF NOT PARTMAST-EOF
              MOVE PM-PART-NUMBER TO WS-SEARCH-PART-NUMBER
              PERFORM 245-FindPart
              IF WS-ROW-FOUND-IDX > ZERO
                 MOVE PM-COMMODITY-CLASS
                    TO WS-PT-COMMODITY-CLASS (WS-ROW-FOUND-IDX)
              END-IF
           END-IF.

       600-CLOSE-FILES.
           CLOSE  PURC-FILES, APPRAUD, XMITLOG, OPENPO-FILE, RECEIPTS,
              APEXTRCT, PARTMAST, CYCLHSTO, OBSSORT, PRINT-LINE.

      * Matches the fix in FINALEX's 2000-ABEND-RTN - DISPLAY and
      * EXIT alone just fell through to whatever paragraph follows.
       2000-ABEND-RTN.
           DISPLAY 'PROGRAM ENCOUNTERED AN ERROR'.
           MOVE 16 TO RETURN-CODE.
           GOBACK.

      *05/27 Sorts the measured legs into breakout, group, leg,
      * period and days order - the FINALRPT sort, USING/GIVING.
      * SORT opens and closes both files itself.
       650-SortLegs.
           CLOSE OBSWORK.
           SORT SORTWK ON ASCENDING KEY SRT-KEY
              USING OBSWORK GIVING OBSSORT.
           OPEN INPUT OBSSORT.
      *    Input File Status Checking for OBSSORT
           IF IN-OBSSORT-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning Input OBSSORT'
                GO TO 2000-ABEND-RTN
           END-IF.

      *05/27 Control break on breakout, group and leg; within a leg
      * the month to date sorts ahead of the prior months.
       700-WriteReport.
           MOVE ZERO TO WS-DIMENSION-IDX.
           MOVE SPACES TO WS-PREV-BREAK-KEY, WS-PREV-PERIOD,
              WS-LAST-PRINTED-KEY.
           MOVE ZERO TO WS-OBS-MAX, WS-CUR-COUNT, WS-PRI-COUNT.
           PERFORM 710-ReadNextLeg.
           IF OBSSORT-EOF
              PERFORM 800-NEW-PAGE
           END-IF.
           PERFORM 720-TakeLeg UNTIL OBSSORT-EOF.
           IF WS-OBS-MAX > ZERO
              PERFORM 730-ClosePeriod
              PERFORM 740-Write-Leg-Line
           END-IF.

       710-ReadNextLeg.
           READ OBSSORT
              AT END
                 MOVE 'Y' TO OBSSORT-EOF-WS
           END-READ.

       720-TakeLeg.
           IF OS-BREAK-KEY NOT = WS-PREV-BREAK-KEY
              IF WS-OBS-MAX > ZERO
                 PERFORM 730-ClosePeriod
                 PERFORM 740-Write-Leg-Line
              END-IF
              IF OS-DIMENSION NOT = WS-PREV-DIMENSION
                 MOVE OS-DIMENSION TO WS-DIMENSION-IDX
                 PERFORM 800-NEW-PAGE
              END-IF
              MOVE OS-BREAK-KEY TO WS-PREV-BREAK-KEY
              MOVE OS-PERIOD TO WS-PREV-PERIOD
              MOVE ZERO TO WS-CUR-COUNT, WS-CUR-MEDIAN, WS-CUR-P90,
                 WS-PRI-COUNT, WS-PRI-MEDIAN, WS-PRI-P90
           END-IF.
           IF OS-PERIOD NOT = WS-PREV-PERIOD
              PERFORM 730-ClosePeriod
              MOVE OS-PERIOD TO WS-PREV-PERIOD
           END-IF.
           IF WS-OBS-MAX >= 50000
              DISPLAY 'CYCLTIME - LEG TABLE FULL AT 50000 '
                 'ROWS - RAISE OCCURS IN CYCLTIME'
              GO TO 2000-ABEND-RTN
           END-IF.
           ADD 1 TO WS-OBS-MAX.
           MOVE OS-DAYS TO WS-OBS-DAYS (WS-OBS-MAX).
           PERFORM 710-ReadNextLeg.

      *05/27 The days are already in order. The median is the middle
      * one, or the mean of the middle two; the 90th percentile is the
      * nearest rank - the smallest figure at least nine in ten of the
      * orders came in at or under.
       730-ClosePeriod.
           IF WS-OBS-MAX > ZERO
              DIVIDE WS-OBS-MAX BY 2 GIVING WS-MEDIAN-POS
                 REMAINDER WS-SHIFT-IDX
              IF WS-SHIFT-IDX = ZERO
                 COMPUTE WS-STAT-MEDIAN ROUNDED =
                    (WS-OBS-DAYS (WS-MEDIAN-POS)
                     + WS-OBS-DAYS (WS-MEDIAN-POS + 1)) / 2
              ELSE
                 ADD 1 TO WS-MEDIAN-POS
                 MOVE WS-OBS-DAYS (WS-MEDIAN-POS) TO WS-STAT-MEDIAN
              END-IF
              COMPUTE WS-P90-POS = (WS-OBS-MAX * 9 + 9) / 10
              MOVE WS-OBS-DAYS (WS-P90-POS) TO WS-STAT-P90
              IF WS-PREV-PERIOD = 'C'
                 MOVE WS-OBS-MAX TO WS-CUR-COUNT
                 MOVE WS-STAT-MEDIAN TO WS-CUR-MEDIAN
                 MOVE WS-STAT-P90 TO WS-CUR-P90
              ELSE
                 MOVE WS-OBS-MAX TO WS-PRI-COUNT
                 MOVE WS-STAT-MEDIAN TO WS-PRI-MEDIAN
                 MOVE WS-STAT-P90 TO WS-PRI-P90
              END-IF
           END-IF.
           MOVE ZERO TO WS-OBS-MAX.

      *05/27 One line for the group's leg. A period with nothing in
      * it prints blank, and the change is shown only when both
      * periods have orders.
       740-Write-Leg-Line.
           IF WS-LINE-KTR > WS-MAX-LINES-PER-PAGE
              PERFORM 800-NEW-PAGE
           END-IF.
           MOVE SPACES TO WS-DETAIL-LINE-OUT.
           IF WS-PREV-DIMENSION = '1'
              MOVE 'ALL' TO DL-GROUP-OUT
           ELSE
              MOVE WS-PREV-GROUP-KEY TO DL-GROUP-OUT
           END-IF.
           IF WS-PREV-DIMENSION = WS-LAST-PRINTED-KEY (1:1)
              AND WS-PREV-GROUP-KEY = WS-LAST-PRINTED-KEY (2:4)
                 MOVE SPACES TO DL-GROUP-OUT
           END-IF.
           MOVE WS-PREV-DIMENSION TO WS-LAST-PRINTED-KEY (1:1).
           MOVE WS-PREV-GROUP-KEY TO WS-LAST-PRINTED-KEY (2:4).
           MOVE WS-LEG-LABEL (WS-PREV-LEG) TO DL-STAGE-OUT.
           IF WS-CUR-COUNT > ZERO
              MOVE WS-CUR-COUNT TO DL-CUR-COUNT-OUT
              MOVE WS-CUR-MEDIAN TO DL-CUR-MEDIAN-OUT
              MOVE WS-CUR-P90 TO DL-CUR-P90-OUT
           END-IF.
           IF WS-PRI-COUNT > ZERO
              MOVE WS-PRI-COUNT TO DL-PRI-COUNT-OUT
              MOVE WS-PRI-MEDIAN TO DL-PRI-MEDIAN-OUT
              MOVE WS-PRI-P90 TO DL-PRI-P90-OUT
           END-IF.
           IF WS-CUR-COUNT > ZERO
              AND WS-PRI-COUNT > ZERO
                 COMPUTE WS-CHANGE-MEDIAN =
                    WS-CUR-MEDIAN - WS-PRI-MEDIAN
                 COMPUTE WS-CHANGE-P90 = WS-CUR-P90 - WS-PRI-P90
                 MOVE WS-CHANGE-MEDIAN TO DL-MEDIAN-CHG-OUT
                 MOVE WS-CHANGE-P90 TO DL-P90-CHG-OUT
           END-IF.
           WRITE PRINT-REC FROM WS-DETAIL-LINE-OUT.
           ADD 1 TO WS-LINE-KTR.
           ADD 1 TO WS-LINES-PRINTED-CTR.

       800-NEW-PAGE.
           ADD 1 TO WS-PAGE-CTR.
           MOVE WS-PAGE-CTR TO WS-PAGE-NO-OUT.
           IF WS-DIMENSION-IDX > ZERO
              MOVE WS-DIMENSION-NAME (WS-DIMENSION-IDX)
                 TO WS-DIMENSION-OUT
           ELSE
              MOVE 'NO LEGS IN WINDOW' TO WS-DIMENSION-OUT
           END-IF.
           WRITE PRINT-REC FROM WS-PAGE-HEADING AFTER ADVANCING PAGE.
           WRITE PRINT-REC FROM WS-BLANK-LINE.
           WRITE PRINT-REC FROM WS-SECTION-LINE.
           WRITE PRINT-REC FROM WS-DIMENSION-LINE.
           WRITE PRINT-REC FROM WS-HEADER-1.
           WRITE PRINT-REC FROM WS-HEADER-2.
           MOVE 6 TO WS-LINE-KTR.
      *    The group is printed again at the top of a new page.
           MOVE SPACES TO WS-LAST-PRINTED-KEY.

       900-WriteSummary.
           WRITE PRINT-REC FROM WS-BLANK-LINE.
           MOVE 'CYCLE TIME RUN SUMMARY' TO WS-SUMMARY-LABEL.
           MOVE ZERO TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'HISTORY ROWS CARRIED IN' TO WS-SUMMARY-LABEL.
           MOVE WS-HISTORY-READ-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'ORDER ROWS READ' TO WS-SUMMARY-LABEL.
           MOVE WS-IN-PURCHASE-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'RETURNS SKIPPED' TO WS-SUMMARY-LABEL.
           MOVE WS-RETURN-SKIP-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'ORDERS WITH NO USABLE ORDER DATE' TO WS-SUMMARY-LABEL.
           MOVE WS-BAD-ORDER-DATE-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'ORDERS JOINED TONIGHT' TO WS-SUMMARY-LABEL.
           MOVE WS-NEW-ORDER-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'ORDERS ALREADY ON HISTORY' TO WS-SUMMARY-LABEL.
           MOVE WS-KNOWN-ORDER-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'REQUISITIONS READ' TO WS-SUMMARY-LABEL.
           MOVE WS-IN-OPENREQS-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'INTAKE DATES STAMPED' TO WS-SUMMARY-LABEL.
           MOVE WS-INTAKE-STAMP-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'APPROVAL DECISIONS READ' TO WS-SUMMARY-LABEL.
           MOVE WS-IN-APPRAUD-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'APPROVAL DATES STAMPED' TO WS-SUMMARY-LABEL.
           MOVE WS-APPROVAL-STAMP-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'TRANSMISSIONS READ' TO WS-SUMMARY-LABEL.
           MOVE WS-IN-XMITLOG-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'TRANSMISSION DATES STAMPED' TO WS-SUMMARY-LABEL.
           MOVE WS-XMIT-STAMP-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'OPEN ORDER ROWS READ' TO WS-SUMMARY-LABEL.
           MOVE WS-IN-OPENPO-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'ACKNOWLEDGMENTS DATED TONIGHT' TO WS-SUMMARY-LABEL.
           MOVE WS-ACK-STAMP-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'DOCK RECEIPTS READ' TO WS-SUMMARY-LABEL.
           MOVE WS-IN-RECEIPTS-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'RECEIPT DATES STAMPED' TO WS-SUMMARY-LABEL.
           MOVE WS-RECEIPT-STAMP-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'AP EXTRACT LINES READ' TO WS-SUMMARY-LABEL.
           MOVE WS-IN-APEXTRCT-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'AP EXTRACT DATES STAMPED' TO WS-SUMMARY-LABEL.
           MOVE WS-AP-STAMP-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'HISTORY ROWS AGED OUT' TO WS-SUMMARY-LABEL.
           MOVE WS-AGED-OUT-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'HISTORY ROWS KEPT' TO WS-SUMMARY-LABEL.
           MOVE WS-HISTORY-KEPT-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'ORDERS WITH NO COMMODITY CLASS' TO WS-SUMMARY-LABEL.
           MOVE WS-NO-CLASS-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'LEGS MEASURED IN WINDOW' TO WS-SUMMARY-LABEL.
           MOVE WS-LEG-MEASURED-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'LEGS RUNNING BACKWARDS' TO WS-SUMMARY-LABEL.
           MOVE WS-LEG-BACKWARD-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'STAGE DATES NOT USABLE' TO WS-SUMMARY-LABEL.
           MOVE WS-BAD-DATE-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           WRITE PRINT-REC FROM WS-BLANK-LINE.
           MOVE 'ORDERS IN FLIGHT, LAST STAGE' TO WS-SUMMARY-LABEL.
           MOVE ZERO TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           PERFORM VARYING WS-SLOT-IDX FROM 2 BY 1
              UNTIL WS-SLOT-IDX > 6
                 MOVE SPACES TO WS-SUMMARY-LABEL
                 STRING '  ' WS-STAGE-NAME (WS-SLOT-IDX)
                    DELIMITED BY SIZE INTO WS-SUMMARY-LABEL
                 MOVE WS-IN-FLIGHT-CTR (WS-SLOT-IDX)
                    TO WS-SUMMARY-COUNT
                 WRITE PRINT-REC FROM WS-SUMMARY-LINE
           END-PERFORM.
           MOVE '  EXTRACTED TO AP' TO WS-SUMMARY-LABEL.
           MOVE WS-COMPLETE-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.

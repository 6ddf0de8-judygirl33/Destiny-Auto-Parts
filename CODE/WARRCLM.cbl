       IDENTIFICATION DIVISION.
       PROGRAM-ID. WARRCLM.
       AUTHOR. IVANNA COLAN.
      ******************************************************************
      * 04/17 Warranty claim tracking and supplier recovery. When a
      * part we bought failed in a customer's car inside warranty the
      * counter ate the cost - nothing linked the failure back to the
      * supplier and the price we paid. This program takes the
      * counter's WARRIN claim intake (part, failure date, plant,
      * labor and part cost, PO if known) and traces each claim back
      * to the order it was bought on:
      *   - a PO on the claim is looked up on OPENPO, then on the
      *     retained PURC-FILES generations;
      *   - with no PO, the latest order for the part placed on or
      *     before the failure date is taken.
      * The supplier's row on the WARRTRMS terms table (WARRTAB)
      * says how many months are covered and whether labor is
      * recoverable. A claim inside terms is filed: it goes onto
      * the WARRMST claim master and a claim-back letter prints
      * for the supplier's order address on ADDRMST. A claim we
      * cannot win (no order traced, no terms, failed outside the
      * covered months) is listed on its own and NOT filed.
      * Supplier credits come back on WARRRCV and draw the claims
      * down; the report ends with the recovery aging of every
      * claim still open, by supplier. WARRMST is loaded at start
      * and rewritten whole at the end, the CONSBAL pattern; closed
      * claims drop off a year after they close.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Input counter warranty-claim intake
           SELECT WARRIN ASSIGN TO WARRIN
           FILE STATUS IS IN-WARRIN-KEY.

      * Input supplier warranty credits against filed claims
           SELECT WARRRCV ASSIGN TO WARRRCV
           FILE STATUS IS IN-WARRRCV-KEY.

      * Warranty claim master - loaded, then rewritten
           SELECT WARRMST ASSIGN TO WARRMST
           FILE STATUS IS WARRMST-KEY.

      * Supplier warranty-terms control file - see WARRTAB.
           SELECT WARRTRMS ASSIGN TO WARRTRMS
           FILE STATUS IS IN-WARRTRMS-KEY.

      * Open purchase-order status file, as POMATCH wrote it
           SELECT OPENPO ASSIGN TO OPENPO
           FILE STATUS IS IN-OPENPO-KEY.

      * Retained purchase-order generations, as FINALEX wrote them
           SELECT PURC-FILES ASSIGN TO PURCHASE
           FILE STATUS IS IN-PURCHASE-KEY.

      * Supplier address master, as maintained by ADDRMSTR
           SELECT ADDRMST ASSIGN TO ADDRMST
           FILE STATUS IS IN-ADDRMST-KEY.

      * Business process-date control card - see PROCDATE.
           SELECT PROCDATE ASSIGN TO PROCDATE
           FILE STATUS IS PROCDATE-KEY.

      * Claim-back letters to suppliers
           SELECT LETTERS ASSIGN TO LETTERS.

           SELECT PRINT-LINE ASSIGN TO PRTLINE.

       DATA DIVISION.
       FILE SECTION.
      *04/17 One row per failed part the counter claims on. Costs
      * are what the counter spent putting the car right; the PO is
      * blank when the counter does not know it.
       FD  WARRIN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 66 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS WARRIN-REC.
       01  WARRIN-REC.
           05  WI-CLAIM-NUMBER         PIC X(08).
           05  WI-PART-NUMBER          PIC X(23).
           05  WI-FAILURE-DATE         PIC 9(08).
           05  WI-PLANT                PIC X(03).
           05  WI-LABOR-COST           PIC 9(7)V99.
           05  WI-PART-COST            PIC 9(7)V99.
           05  WI-PO-NUMBER            PIC X(06).

      *04/17 One row per credit a supplier sent against a claim. A
      * close flag of 'Y' means the supplier has settled all it
      * will - whatever is left is written off.
       FD  WARRRCV
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 26 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS WARRRCV-REC.
       01  WARRRCV-REC.
           05  WR-CLAIM-NUMBER         PIC X(08).
           05  WR-RECOVERED-AMOUNT     PIC 9(7)V99.
           05  WR-RECOVERED-DATE       PIC 9(08).
           05  WR-CLOSE-FLAG           PIC X(01).
               88 WR-CLOSE-CLAIM             VALUE 'Y'.

      *04/17 One row per claim filed. Status 'O' open, 'R' recovered
      * in full, 'W' closed short with the rest written off. The
      * last-run stamp is the CONSBAL rerun guard.
       FD  WARRMST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 164 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS WARRMST-REC.
       01  WARRMST-REC.
           05  WC-CLAIM-NUMBER         PIC X(08).
           05  WC-PART-NUMBER          PIC X(23).
           05  WC-FAILURE-DATE         PIC 9(08).
           05  WC-PLANT                PIC X(03).
           05  WC-LABOR-COST           PIC 9(7)V99.
           05  WC-PART-COST            PIC 9(7)V99.
           05  WC-PO-NUMBER            PIC X(06).
           05  WC-SUPPLIER-CODE        PIC X(10).
           05  WC-SUPPLIER-NAME        PIC X(15).
           05  WC-PRICE-PAID           PIC 9(7)V99.
           05  WC-PURCHASE-DATE        PIC 9(08).
           05  WC-CLAIM-AMOUNT         PIC 9(7)V99.
           05  WC-RECOVERED-AMOUNT     PIC 9(7)V99.
           05  WC-CLAIM-DATE           PIC 9(08).
           05  WC-CLAIM-STATUS         PIC X(01).
               88 WC-CLAIM-OPEN              VALUE 'O'.
               88 WC-CLAIM-RECOVERED         VALUE 'R'.
               88 WC-CLAIM-WRITTEN-OFF       VALUE 'W'.
           05  WC-CLOSED-DATE          PIC 9(08).
           05  WC-LAST-RUN-DATE        PIC 9(08).
           05  FILLER                  PIC X(13).

       FD  WARRTRMS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 15 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS WARRTRMS-REC.
       01  WARRTRMS-REC     PIC X(15).

      * Same 126-byte status row POMATCH writes.
       FD  OPENPO
           RECORDING MODE IS F
           RECORD CONTAINS 126 CHARACTERS
           DATA RECORD IS OPENPO-REC.
       01  OPENPO-REC.
           05  OP-PO-NUMBER            PIC X(06).
           05  OP-BUYER-CODE           PIC X(03).
           05  OP-QTY-ORDERED          PIC S9(8) COMP.
           05  OP-QTY-RECEIVED         PIC S9(8) COMP.
           05  OP-QTY-OUTSTANDING      PIC S9(8) COMP.
           05  OP-UNIT-PRICE           PIC S9(7)V99 COMP-3.
           05  OP-ORDER-DATE           PIC X(08).
           05  OP-DELIVERY-DATE        PIC X(08).
           05  OP-LAST-RECEIPT-DATE    PIC X(08).
           05  OP-CURRENCY-CODE        PIC X(03).
           05  OP-PART-NUMBER          PIC X(23).
           05  OP-SUPPLIER-CODE        PIC X(10).
           05  OP-SUPPLIER-NAME        PIC X(15).
           05  FILLER                  PIC X(25).

      * Same PURCHASE-REC shape FINALEX writes; the trailer closing
      * each generation is skipped.
       FD  PURC-FILES
           RECORDING MODE IS F
           RECORD CONTAINS 128 CHARACTERS
           DATA RECORD IS PURCHASE-REC.
       01  PURCHASE-REC.
           05  REC-PO-NUMBER           PIC X(06).
           05  REC-BUYER-CODE          PIC X(03).
           05  REC-QUANTITY            PIC S9(8) COMP.
           05  REC-UNIT-PRICE          PIC S9(7)V99 COMP-3.
           05  REC-ORDER-DATE          PIC X(08).
           05  FILLER                  PIC X(31).
           05  REC-PO-PART-NUMBER      PIC X(23).
           05  REC-PO-SUPPLIER-CODE    PIC X(10).
           05  REC-PO-SUPPLIER-NAME    PIC X(15).
           05  FILLER                  PIC X(23).
       01  PURCHASE-REC-TEST REDEFINES PURCHASE-REC.
           05  PURC-TRAILER-TEST       PIC X(07).
           05  FILLER                  PIC X(121).

      * Same 78-byte master row ADDRMSTR writes.
       FD  ADDRMST
           RECORDING MODE IS F
           RECORD CONTAINS 78 CHARACTERS
           DATA RECORD IS ADDRMST-REC.
       01  ADDRMST-REC.
           05  AM-SUPPLIER-CODE        PIC X(10).
           05  AM-ADDRESS-TYPE         PIC X(01).
           05  AM-ADDRESS-1            PIC X(15).
           05  AM-ADDRESS-2            PIC X(15).
           05  AM-ADDRESS-3            PIC X(15).
           05  AM-CITY                 PIC X(15).
           05  AM-STATE                PIC X(02).
           05  AM-ZIP                  PIC X(05).

       FD  PROCDATE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 8 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PROCDATE-REC.
       01  PROCDATE-REC     PIC X(8).

       FD  LETTERS RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 133 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS LETTER-REC.
       01  LETTER-REC     PIC X(133).

       FD  PRINT-LINE RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 133 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PRINT-REC.
       01  PRINT-REC      PIC X(133).

       WORKING-STORAGE SECTION.
      * Supplier warranty-terms table - see WARRTAB.
           COPY WARRTAB.
      * Business process date control card - see PROCDATE.
           COPY PROCDATE.

       01 FILE-STATUS-CODES.
      * File status key for input File WARRIN
           05 IN-WARRIN-KEY             PIC X(2).
                88 CODE-WRITE               VALUE SPACES.

      * File status key for input File WARRRCV
           05 IN-WARRRCV-KEY            PIC X(2).
                88 CODE-WRITE               VALUE SPACES.

      * A missing master just means no claim has been filed yet.
           05 WARRMST-KEY               PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
                88 WARRMST-NOT-FOUND        VALUE '35'.

      * File status key for input File WARRTRMS
           05 IN-WARRTRMS-KEY           PIC X(2).
                88 CODE-WRITE               VALUE SPACES.

      * File status key for input File OPENPO
           05 IN-OPENPO-KEY             PIC X(2).
                88 CODE-WRITE               VALUE SPACES.

      * File status key for input File PURC-FILES
           05 IN-PURCHASE-KEY           PIC X(2).
                88 CODE-WRITE               VALUE SPACES.

      * File status key for input File ADDRMST
           05 IN-ADDRMST-KEY            PIC X(2).
                88 CODE-WRITE               VALUE SPACES.

           05 PROCDATE-KEY              PIC X(2).
                88 CODE-WRITE               VALUE SPACES.

       01 FILES-EOF.
           05 WARRIN-EOF-WS                   PIC X(01) VALUE 'N'.
              88 WARRIN-EOF                              VALUE 'Y'.
           05 WARRRCV-EOF-WS                  PIC X(01) VALUE 'N'.
              88 WARRRCV-EOF                             VALUE 'Y'.
           05 WARRMST-EOF-WS                  PIC X(01) VALUE 'N'.
              88 WARRMST-EOF                             VALUE 'Y'.
           05 WARRTRMS-EOF-WS                 PIC X(01) VALUE 'N'.
              88 WARRTRMS-EOF                            VALUE 'Y'.
           05 OPENPO-EOF-WS                   PIC X(01) VALUE 'N'.
              88 OPENPO-EOF                              VALUE 'Y'.
           05 PURCHASE-EOF-WS                 PIC X(01) VALUE 'N'.
              88 PURCHASE-EOF                            VALUE 'Y'.
           05 ADDRMST-EOF-WS                  PIC X(01) VALUE 'N'.
              88 ADDRMST-EOF                             VALUE 'Y'.

       01 WS-IN-CLAIMS-CTR                 PIC 9(7) VALUE ZERO.
       01 WS-IN-MASTER-CTR                 PIC 9(7) VALUE ZERO.
       01 WS-FILED-CTR                     PIC 9(7) VALUE ZERO.
       01 WS-OUTSIDE-CTR                   PIC 9(7) VALUE ZERO.
       01 WS-DUPLICATE-CTR                 PIC 9(7) VALUE ZERO.
       01 WS-IN-RECOVERY-CTR               PIC 9(7) VALUE ZERO.
       01 WS-RECOVERY-APPLIED-CTR          PIC 9(7) VALUE ZERO.
       01 WS-RECOVERY-UNMATCHED-CTR        PIC 9(7) VALUE ZERO.
       01 WS-RECOVERED-CTR                 PIC 9(7) VALUE ZERO.
       01 WS-WRITTEN-OFF-CTR               PIC 9(7) VALUE ZERO.
       01 WS-OPEN-CLAIM-CTR                PIC 9(7) VALUE ZERO.
       01 WS-PURGED-CTR                    PIC 9(7) VALUE ZERO.
       01 WS-OUT-MASTER-CTR                PIC 9(7) VALUE ZERO.
       01 WS-LETTER-CTR                    PIC 9(7) VALUE ZERO.

       01 WS-TERMS-INDEX                   PIC 9(4) VALUE 1.
       01 WS-TERMS-FOUND-IDX               PIC 9(4) VALUE ZERO.
       01 WS-TERMS-FOUND-FLAG              PIC X(01) VALUE 'N'.
           88 TERMS-ON-FILE                       VALUE 'Y'.

      *04/17 The claim master in storage.
       01 WS-CLAIM-TABLE.
           05 WS-CL-ENTRY OCCURS 20000 TIMES.
              10 WS-CL-ROW                PIC X(164).
       01 WS-CL-MAX                       PIC 9(05) VALUE ZERO.
       01 WS-CL-IDX                       PIC 9(05) VALUE 1.
       01 WS-CL-FOUND-IDX                 PIC 9(05) VALUE ZERO.
       01 WS-SEARCH-CLAIM                 PIC X(08) VALUE SPACES.
       01 WS-CL-FOUND-FLAG                PIC X(01) VALUE 'N'.
           88 CLAIM-ON-FILE                      VALUE 'Y'.

      *04/17 Tonight's OPENPO rows - the receipt date is the best
      * evidence of when we took the part in.
       01 WS-OPENPO-TABLE.
           05 WS-OPO-ENTRY OCCURS 20000 TIMES.
              10 WS-OPO-PO                PIC X(06).
              10 WS-OPO-PART              PIC X(23).
              10 WS-OPO-SUPPLIER-CODE     PIC X(10).
              10 WS-OPO-SUPPLIER-NAME     PIC X(15).
              10 WS-OPO-PRICE             PIC 9(7)V99.
              10 WS-OPO-ORDER-DATE        PIC X(08).
              10 WS-OPO-RECEIPT-DATE      PIC X(08).
       01 WS-OPO-MAX                      PIC 9(05) VALUE ZERO.
       01 WS-OPO-IDX                      PIC 9(05) VALUE 1.

      *04/17 Every order on the retained PURC-FILES generations.
       01 WS-PURCH-TABLE.
           05 WS-PUR-ENTRY OCCURS 50000 TIMES.
              10 WS-PUR-PO                PIC X(06).
              10 WS-PUR-PART              PIC X(23).
              10 WS-PUR-SUPPLIER-CODE     PIC X(10).
              10 WS-PUR-SUPPLIER-NAME     PIC X(15).
              10 WS-PUR-PRICE             PIC 9(7)V99.
              10 WS-PUR-ORDER-DATE        PIC X(08).
       01 WS-PUR-MAX                      PIC 9(05) VALUE ZERO.
       01 WS-PUR-IDX                      PIC 9(05) VALUE 1.

      *04/17 Order addresses off the address master - the one the
      * supplier corresponds with, where the letters go.
       01 WS-ORDADDR-TABLE.
           05 WS-OA-ENTRY OCCURS 500 TIMES.
              10 WS-OA-SUPPLIER           PIC X(10) VALUE SPACES.
              10 WS-OA-ADDRESS-1          PIC X(15) VALUE SPACES.
              10 WS-OA-ADDRESS-2          PIC X(15) VALUE SPACES.
              10 WS-OA-ADDRESS-3          PIC X(15) VALUE SPACES.
              10 WS-OA-CITY               PIC X(15) VALUE SPACES.
              10 WS-OA-STATE              PIC X(02) VALUE SPACES.
              10 WS-OA-ZIP                PIC X(05) VALUE SPACES.
       01 WS-OA-MAX                       PIC 9(4) VALUE ZERO.
       01 WS-OA-IDX                       PIC 9(4) VALUE 1.
       01 WS-OA-FOUND-IDX                 PIC 9(4) VALUE ZERO.

      *04/17 What the trace found for the claim in hand.
       01 WS-TRACE-FOUND-FLAG             PIC X(01) VALUE 'N'.
           88 ORDER-TRACED                       VALUE 'Y'.
       01 WS-TRACE-PO                     PIC X(06) VALUE SPACES.
       01 WS-TRACE-SUPPLIER-CODE          PIC X(10) VALUE SPACES.
       01 WS-TRACE-SUPPLIER-NAME          PIC X(15) VALUE SPACES.
       01 WS-TRACE-PRICE                  PIC 9(7)V99 VALUE ZERO.
       01 WS-TRACE-DATE                   PIC 9(08) VALUE ZERO.
       01 WS-TRACE-DATE-X REDEFINES WS-TRACE-DATE PIC X(08).
       01 WS-BEST-ORDER-DATE              PIC X(08) VALUE SPACES.
       01 WS-OUTSIDE-REASON               PIC X(30) VALUE SPACES.

      *04/17 The last day of cover - the purchase date moved on by
      * the months covered. Day 31 of a short month still compares
      * correctly as a number, so no calendar arithmetic is needed.
       01 WS-COVER-END-DATE.
           05 WS-CE-YYYY                  PIC 9(04) VALUE ZERO.
           05 WS-CE-MM                    PIC 9(02) VALUE ZERO.
           05 WS-CE-DD                    PIC 9(02) VALUE ZERO.
       01 WS-COVER-END-NUM REDEFINES WS-COVER-END-DATE PIC 9(08).
       01 WS-PURCHASE-DATE-PARTS.
           05 WS-PD-YYYY                  PIC 9(04) VALUE ZERO.
           05 WS-PD-MM                    PIC 9(02) VALUE ZERO.
           05 WS-PD-DD                    PIC 9(02) VALUE ZERO.
       01 WS-MONTH-WORK                   PIC 9(07) VALUE ZERO.
       01 WS-MONTHS-REMAIN                PIC 9(02) VALUE ZERO.

       01 WS-CLAIM-AMOUNT                 PIC 9(7)V99 VALUE ZERO.
       01 WS-LABOR-CLAIMED                PIC 9(7)V99 VALUE ZERO.
       01 WS-PART-CLAIMED                 PIC 9(7)V99 VALUE ZERO.
       01 WS-OUTSTANDING                  PIC 9(7)V99 VALUE ZERO.
      *04/17 Closed claims older than a year drop off at the
      * rewrite - the process date less one in the year digits.
       01 WS-PURGE-DATE                   PIC 9(08) VALUE ZERO.

      *04/17 Recovery aging by supplier, days since the claim was
      * filed: 0-30, 31-60, 61-90, over 90.
       01 WS-AGING-TABLE.
           05 WS-AG-ENTRY OCCURS 500 TIMES.
              10 WS-AG-SUPPLIER-NAME      PIC X(15).
              10 WS-AG-CLAIMS             PIC 9(05).
              10 WS-AG-BUCKET             PIC 9(9)V99 OCCURS 4 TIMES.
              10 WS-AG-TOTAL              PIC 9(9)V99.
       01 WS-AG-MAX                       PIC 9(4) VALUE ZERO.
       01 WS-AG-IDX                       PIC 9(4) VALUE 1.
       01 WS-AG-FOUND-IDX                 PIC 9(4) VALUE ZERO.
       01 WS-BUCKET-IDX                   PIC 9(1) VALUE 1.
       01 WS-GRAND-CLAIMS                 PIC 9(05) VALUE ZERO.
       01 WS-GRAND-BUCKETS.
           05 WS-GRAND-BUCKET             PIC 9(9)V99 OCCURS 4 TIMES.
       01 WS-GRAND-TOTAL                  PIC 9(9)V99 VALUE ZERO.

      *04/17 Claims outside terms, held for their own page.
       01 WS-OUTSIDE-TABLE.
           05 WS-OUTSIDE-ROW OCCURS 5000 TIMES PIC X(133).
       01 WS-MAX-OUTSIDE                  PIC 9(05) VALUE 5000.

      * CEEDAYS work areas - the same shape ACKCHASE/POAGERPT use.
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
       01 WS-TODAY-INT                     PIC 9(9) COMP VALUE ZERO.
       01 WS-CLAIM-INT                     PIC 9(9) COMP VALUE ZERO.
       01 WS-CLAIM-AGE                     PIC 9(5) VALUE ZERO.

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
           05 FILLER              PIC X(54) VALUE
              'Destiny Auto Parts - Warranty Claims and Recovery'.
           05 FILLER              PIC X(54)      VALUE SPACES.
           05 FILLER              PIC X(5)       VALUE 'PAGE '.
           05 WS-PAGE-NO-OUT      PIC ZZZ9       VALUE ZERO.
       01 WS-SECTION-LINE.
           05 FILLER              PIC X(3)       VALUE SPACES.
           05 WS-SECTION-TITLE    PIC X(60)      VALUE SPACES.
           05 FILLER              PIC X(70)      VALUE SPACES.
       01 WS-HEADER.
          05 FILLER              PIC X(3)       VALUE SPACES.
          05 FILLER              PIC X(10)      VALUE 'Claim No'.
          05 FILLER              PIC X(25)      VALUE 'Part Number'.
          05 FILLER              PIC X(17)      VALUE 'Supplier Name'.
          05 FILLER              PIC X(08)      VALUE 'PO No'.
          05 FILLER              PIC X(10)      VALUE 'Date'.
          05 FILLER              PIC X(16)      VALUE
             '         Amount'.
          05 FILLER              PIC X(30)      VALUE 'Finding'.

       01 WS-CLAIM-LINE-OUT.
          05 FILLER                 PIC X(3)       VALUE SPACES.
          05 WCL-CLAIM-OUT          PIC X(08)      VALUE SPACES.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 WCL-PART-OUT           PIC X(23)      VALUE SPACES.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 WCL-SUPPLIER-OUT       PIC X(15)      VALUE SPACES.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 WCL-PO-OUT             PIC X(06)      VALUE SPACES.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 WCL-DATE-OUT           PIC X(08)      VALUE SPACES.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 WCL-AMOUNT-OUT         PIC $$$,$$$,$$9.99 VALUE ZERO.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 WCL-FINDING-OUT        PIC X(30)      VALUE SPACES.

       01 WS-AGING-HEADER.
          05 FILLER              PIC X(3)       VALUE SPACES.
          05 FILLER              PIC X(17)      VALUE 'Supplier Name'.
          05 FILLER              PIC X(08)      VALUE ' Claims'.
          05 FILLER              PIC X(16)      VALUE
             '      0-30 Days'.
          05 FILLER              PIC X(16)      VALUE
             '     31-60 Days'.
          05 FILLER              PIC X(16)      VALUE
             '     61-90 Days'.
          05 FILLER              PIC X(16)      VALUE
             '   Over 90 Days'.
          05 FILLER              PIC X(16)      VALUE
             '    Outstanding'.

       01 WS-AGING-LINE-OUT.
          05 FILLER                 PIC X(3)       VALUE SPACES.
          05 AGL-SUPPLIER-OUT       PIC X(15)      VALUE SPACES.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 AGL-CLAIMS-OUT         PIC ZZ,ZZ9     VALUE ZERO.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 AGL-BUCKET-OUT         PIC $$$,$$$,$$9.99 VALUE ZERO
                                    OCCURS 4 TIMES.
          05 AGL-TOTAL-OUT          PIC $$$,$$$,$$9.99 VALUE ZERO.

       01 WS-SUMMARY-LINE.
           05 FILLER                PIC X(3)  VALUE SPACES.
           05 WS-SUMMARY-LABEL      PIC X(34) VALUE SPACES.
           05 WS-SUMMARY-COUNT      PIC ZZZ,ZZZ,ZZ9 VALUE ZERO.
           05 FILLER                PIC X(96) VALUE SPACES.

      *************************************************************
      ****** Claim-back letter ******
      *************************************************************
       01 WS-LETTER-HEADING.
           05 FILLER              PIC X(3)       VALUE SPACES.
           05 FILLER              PIC X(54) VALUE
              'Destiny Auto Parts - Warranty Claim'.
           05 FILLER              PIC X(54)      VALUE SPACES.
           05 FILLER              PIC X(05)      VALUE 'DATE '.
           05 WLH-DATE-OUT        PIC X(08)      VALUE SPACES.
       01 WS-LETTER-LINE.
           05 FILLER              PIC X(3)       VALUE SPACES.
           05 WLL-LABEL-OUT       PIC X(22)      VALUE SPACES.
           05 WLL-TEXT-OUT        PIC X(60)      VALUE SPACES.
           05 FILLER              PIC X(48)      VALUE SPACES.
       01 WS-LETTER-AMOUNT-LINE.
           05 FILLER              PIC X(3)       VALUE SPACES.
           05 WLA-LABEL-OUT       PIC X(22)      VALUE SPACES.
           05 WLA-AMOUNT-OUT      PIC $$$,$$$,$$9.99 VALUE ZERO.
           05 FILLER              PIC X(02)      VALUE SPACES.
           05 WLA-NOTE-OUT        PIC X(30)      VALUE SPACES.
           05 FILLER              PIC X(62)      VALUE SPACES.
       01 WS-CITY-LINE.
           05 CTL-CITY-OUT        PIC X(15)      VALUE SPACES.
           05 FILLER              PIC X(01)      VALUE SPACES.
           05 CTL-STATE-OUT       PIC X(02)      VALUE SPACES.
           05 FILLER              PIC X(02)      VALUE SPACES.
           05 CTL-ZIP-OUT         PIC X(05)      VALUE SPACES.
       01 WS-MONTHS-TEXT.
           05 WMT-MONTHS-OUT      PIC ZZ9        VALUE ZERO.
           05 FILLER              PIC X(21)      VALUE
              ' MONTHS FROM PURCHASE'.

       PROCEDURE DIVISION.

       MAIN.
           PERFORM 000-Housekeeping.
           MOVE 'CLAIMS FILED' TO WS-SECTION-TITLE.
           PERFORM 820-Write-Section.
           PERFORM 100-Main2 UNTIL WARRIN-EOF.
           PERFORM 500-ApplyRecoveries.
           PERFORM 700-ReportAging.
           PERFORM 940-WriteMaster.
           PERFORM 900-WriteSummary.
           PERFORM 600-CLOSE-FILES.
           GOBACK.

       000-Housekeeping.
           PERFORM 370-LoadProcessDate.
           MOVE ZERO TO WS-GRAND-BUCKETS.
           COMPUTE WS-PURGE-DATE = PROCESS-DATE - 10000.
           MOVE PROCESS-DATE TO WS-DATE-IN-STR-CEE.
           CALL "CEEDAYS" USING WS-DATE-IN-CEE, WS-PICSTR-IN,
              WS-TODAY-INT, FC.
           PERFORM 300-Open-Files.
           MOVE SPACES TO PRINT-REC.
           PERFORM 800-NEW-PAGE.
      * Priming Read
           PERFORM 400-Read-WARRIN.

       100-Main2.
           PERFORM 200-ProcessClaim
              THRU 200-ProcessClaim-Exit.
           PERFORM 400-Read-WARRIN.

      *04/17 Trace the claim to its order, then hold it against the
      * supplier's terms. Anything we cannot win goes on the
      * outside-terms list instead of to the supplier.
       200-ProcessClaim.
           MOVE WI-CLAIM-NUMBER TO WS-SEARCH-CLAIM.
           PERFORM 205-FindClaim.
           IF CLAIM-ON-FILE
              MOVE 'DUPLICATE CLAIM NUMBER' TO WS-OUTSIDE-REASON
              ADD 1 TO WS-DUPLICATE-CTR
              PERFORM 290-ListOutside
              GO TO 200-ProcessClaim-Exit
           END-IF.
           PERFORM 210-TraceOrder.
           IF NOT ORDER-TRACED
              MOVE 'NO ORDER TRACED FOR PART' TO WS-OUTSIDE-REASON
              PERFORM 290-ListOutside
              GO TO 200-ProcessClaim-Exit
           END-IF.
           PERFORM 240-FindTerms.
           IF NOT TERMS-ON-FILE
              OR WT-MONTHS-COVERED (WS-TERMS-FOUND-IDX) = ZERO
              MOVE 'SUPPLIER GIVES NO WARRANTY' TO WS-OUTSIDE-REASON
              PERFORM 290-ListOutside
              GO TO 200-ProcessClaim-Exit
           END-IF.
           IF WI-FAILURE-DATE < WS-TRACE-DATE
              MOVE 'FAILED BEFORE PURCHASE DATE' TO WS-OUTSIDE-REASON
              PERFORM 290-ListOutside
              GO TO 200-ProcessClaim-Exit
           END-IF.
           PERFORM 250-ComputeCoverEnd.
           IF WI-FAILURE-DATE > WS-COVER-END-NUM
              MOVE WT-MONTHS-COVERED (WS-TERMS-FOUND-IDX)
                 TO WMT-MONTHS-OUT
              MOVE SPACES TO WS-OUTSIDE-REASON
              STRING 'PAST' DELIMITED BY SIZE
                 WS-MONTHS-TEXT DELIMITED BY SIZE
                 INTO WS-OUTSIDE-REASON
              PERFORM 290-ListOutside
              GO TO 200-ProcessClaim-Exit
           END-IF.
           PERFORM 260-FileClaim.
       200-ProcessClaim-Exit.
           EXIT.

       205-FindClaim.
           MOVE 'N' TO WS-CL-FOUND-FLAG.
           MOVE ZERO TO WS-CL-FOUND-IDX.
           PERFORM VARYING WS-CL-IDX FROM 1 BY 1
              UNTIL WS-CL-IDX > WS-CL-MAX
                 OR CLAIM-ON-FILE
                 IF WS-CL-ROW (WS-CL-IDX) (1:8) = WS-SEARCH-CLAIM
                    MOVE 'Y' TO WS-CL-FOUND-FLAG
                    MOVE WS-CL-IDX TO WS-CL-FOUND-IDX
                 END-IF
           END-PERFORM.

      *04/17 A PO on the claim is trusted first - OPENPO, which has
      * the receipt date, then the retained orders. Without one,
      * the part's latest order placed on or before the failure.
       210-TraceOrder.
           MOVE 'N' TO WS-TRACE-FOUND-FLAG.
           MOVE SPACES TO WS-TRACE-PO, WS-TRACE-SUPPLIER-CODE,
              WS-TRACE-SUPPLIER-NAME, WS-BEST-ORDER-DATE.
           MOVE ZERO TO WS-TRACE-PRICE, WS-TRACE-DATE.
           IF WI-PO-NUMBER NOT = SPACES
              PERFORM 215-TraceOpenPo
              IF NOT ORDER-TRACED
                 PERFORM 220-TracePurchasePo
              END-IF
           ELSE
              PERFORM 225-TraceLatestOrder
           END-IF.

       215-TraceOpenPo.
           PERFORM VARYING WS-OPO-IDX FROM 1 BY 1
              UNTIL WS-OPO-IDX > WS-OPO-MAX
                 OR ORDER-TRACED
                 IF WS-OPO-PO (WS-OPO-IDX) = WI-PO-NUMBER
                    AND WS-OPO-PART (WS-OPO-IDX) = WI-PART-NUMBER
                    MOVE 'Y' TO WS-TRACE-FOUND-FLAG
                    MOVE WS-OPO-PO (WS-OPO-IDX) TO WS-TRACE-PO
                    MOVE WS-OPO-SUPPLIER-CODE (WS-OPO-IDX)
                       TO WS-TRACE-SUPPLIER-CODE
                    MOVE WS-OPO-SUPPLIER-NAME (WS-OPO-IDX)
                       TO WS-TRACE-SUPPLIER-NAME
                    MOVE WS-OPO-PRICE (WS-OPO-IDX) TO WS-TRACE-PRICE
                    IF WS-OPO-RECEIPT-DATE (WS-OPO-IDX) NOT = SPACES
                       AND WS-OPO-RECEIPT-DATE (WS-OPO-IDX)
                          NOT = '00000000'
                       MOVE WS-OPO-RECEIPT-DATE (WS-OPO-IDX)
                          TO WS-TRACE-DATE-X
                    ELSE
                       MOVE WS-OPO-ORDER-DATE (WS-OPO-IDX)
                          TO WS-TRACE-DATE-X
                    END-IF
                 END-IF
           END-PERFORM.

       220-TracePurchasePo.
           PERFORM VARYING WS-PUR-IDX FROM 1 BY 1
              UNTIL WS-PUR-IDX > WS-PUR-MAX
                 OR ORDER-TRACED
                 IF WS-PUR-PO (WS-PUR-IDX) = WI-PO-NUMBER
                    AND WS-PUR-PART (WS-PUR-IDX) = WI-PART-NUMBER
                    MOVE 'Y' TO WS-TRACE-FOUND-FLAG
                    PERFORM 230-TakePurchaseRow
                 END-IF
           END-PERFORM.

       225-TraceLatestOrder.
           PERFORM VARYING WS-PUR-IDX FROM 1 BY 1
              UNTIL WS-PUR-IDX > WS-PUR-MAX
                 IF WS-PUR-PART (WS-PUR-IDX) = WI-PART-NUMBER
                    AND WS-PUR-ORDER-DATE (WS-PUR-IDX)
                       NOT > WI-FAILURE-DATE
                    AND WS-PUR-ORDER-DATE (WS-PUR-IDX)
                       > WS-BEST-ORDER-DATE
                    MOVE 'Y' TO WS-TRACE-FOUND-FLAG
                    MOVE WS-PUR-ORDER-DATE (WS-PUR-IDX)
                       TO WS-BEST-ORDER-DATE
                    PERFORM 230-TakePurchaseRow
                 END-IF
           END-PERFORM.

       230-TakePurchaseRow.
           MOVE WS-PUR-PO (WS-PUR-IDX) TO WS-TRACE-PO.
           MOVE WS-PUR-SUPPLIER-CODE (WS-PUR-IDX)
              TO WS-TRACE-SUPPLIER-CODE.
           MOVE WS-PUR-SUPPLIER-NAME (WS-PUR-IDX)
              TO WS-TRACE-SUPPLIER-NAME.
           MOVE WS-PUR-PRICE (WS-PUR-IDX) TO WS-TRACE-PRICE.
           MOVE WS-PUR-ORDER-DATE (WS-PUR-IDX) TO WS-TRACE-DATE-X.

       240-FindTerms.
           MOVE 'N' TO WS-TERMS-FOUND-FLAG.
           MOVE ZERO TO WS-TERMS-FOUND-IDX.
           PERFORM VARYING WS-TERMS-INDEX FROM 1 BY 1
              UNTIL WS-TERMS-INDEX > WARRANTY-TERMS-MAX
                 OR TERMS-ON-FILE
                 IF WT-SUPPLIER-CODE (WS-TERMS-INDEX)
                       = WS-TRACE-SUPPLIER-CODE
                    MOVE 'Y' TO WS-TERMS-FOUND-FLAG
                    MOVE WS-TERMS-INDEX TO WS-TERMS-FOUND-IDX
                 END-IF
           END-PERFORM.

       250-ComputeCoverEnd.
           MOVE WS-TRACE-DATE TO WS-PURCHASE-DATE-PARTS.
           COMPUTE WS-MONTH-WORK = WS-PD-YYYY * 12 + WS-PD-MM - 1
              + WT-MONTHS-COVERED (WS-TERMS-FOUND-IDX).
           DIVIDE WS-MONTH-WORK BY 12 GIVING WS-CE-YYYY
              REMAINDER WS-MONTHS-REMAIN.
           COMPUTE WS-CE-MM = WS-MONTHS-REMAIN + 1.
           MOVE WS-PD-DD TO WS-CE-DD.

      *04/17 Inside terms - the claim is the price we paid for the
      * part (what the counter spent when no price is on the
      * order), plus the labor where the supplier's agreement
      * covers it.
       260-FileClaim.
           IF WS-TRACE-PRICE > ZERO
              MOVE WS-TRACE-PRICE TO WS-PART-CLAIMED
           ELSE
              MOVE WI-PART-COST TO WS-PART-CLAIMED
           END-IF.
           IF WT-LABOR-RECOVERABLE (WS-TERMS-FOUND-IDX)
              MOVE WI-LABOR-COST TO WS-LABOR-CLAIMED
           ELSE
              MOVE ZERO TO WS-LABOR-CLAIMED
           END-IF.
           COMPUTE WS-CLAIM-AMOUNT = WS-PART-CLAIMED
              + WS-LABOR-CLAIMED.
           IF WS-CL-MAX >= 20000
              DISPLAY 'WARRCLM - CLAIM TABLE FULL AT 20000 '
                 'ROWS - RAISE OCCURS IN WARRCLM'
              GO TO 2000-ABEND-RTN
           END-IF.
           ADD 1 TO WS-CL-MAX.
           MOVE SPACES TO WARRMST-REC.
           MOVE WI-CLAIM-NUMBER TO WC-CLAIM-NUMBER.
           MOVE WI-PART-NUMBER TO WC-PART-NUMBER.
           MOVE WI-FAILURE-DATE TO WC-FAILURE-DATE.
           MOVE WI-PLANT TO WC-PLANT.
           MOVE WI-LABOR-COST TO WC-LABOR-COST.
           MOVE WI-PART-COST TO WC-PART-COST.
           MOVE WS-TRACE-PO TO WC-PO-NUMBER.
           MOVE WS-TRACE-SUPPLIER-CODE TO WC-SUPPLIER-CODE.
           MOVE WS-TRACE-SUPPLIER-NAME TO WC-SUPPLIER-NAME.
           MOVE WS-TRACE-PRICE TO WC-PRICE-PAID.
           MOVE WS-TRACE-DATE TO WC-PURCHASE-DATE.
           MOVE WS-CLAIM-AMOUNT TO WC-CLAIM-AMOUNT.
           MOVE ZERO TO WC-RECOVERED-AMOUNT.
           MOVE PROCESS-DATE TO WC-CLAIM-DATE.
           MOVE 'O' TO WC-CLAIM-STATUS.
           MOVE ZERO TO WC-CLOSED-DATE.
           MOVE ZERO TO WC-LAST-RUN-DATE.
           MOVE WARRMST-REC TO WS-CL-ROW (WS-CL-MAX).
           ADD 1 TO WS-FILED-CTR.
           MOVE SPACES TO WS-CLAIM-LINE-OUT.
           MOVE WI-CLAIM-NUMBER TO WCL-CLAIM-OUT.
           MOVE WI-PART-NUMBER TO WCL-PART-OUT.
           MOVE WS-TRACE-SUPPLIER-NAME TO WCL-SUPPLIER-OUT.
           MOVE WS-TRACE-PO TO WCL-PO-OUT.
           MOVE WI-FAILURE-DATE TO WCL-DATE-OUT.
           MOVE WS-CLAIM-AMOUNT TO WCL-AMOUNT-OUT.
           IF WS-LABOR-CLAIMED > ZERO
              MOVE 'FILED - PART AND LABOR' TO WCL-FINDING-OUT
           ELSE
              MOVE 'FILED - PART ONLY' TO WCL-FINDING-OUT
           END-IF.
           PERFORM 830-Write-Claim-Line.
           PERFORM 270-WriteLetter.

      *04/17 One letter per claim filed, to the supplier's order
      * address.
       270-WriteLetter.
           MOVE PROCESS-DATE TO WLH-DATE-OUT.
           WRITE LETTER-REC FROM WS-LETTER-HEADING
              AFTER ADVANCING PAGE.
           WRITE LETTER-REC FROM WS-BLANK-LINE.
           MOVE SPACES TO WS-LETTER-LINE.
           MOVE 'TO:' TO WLL-LABEL-OUT.
           MOVE WS-TRACE-SUPPLIER-NAME TO WLL-TEXT-OUT.
           WRITE LETTER-REC FROM WS-LETTER-LINE.
           PERFORM 275-FindOrderAddress.
           IF WS-OA-FOUND-IDX > ZERO
              MOVE SPACES TO WS-LETTER-LINE
              MOVE WS-OA-ADDRESS-1 (WS-OA-FOUND-IDX) TO WLL-TEXT-OUT
              WRITE LETTER-REC FROM WS-LETTER-LINE
              IF WS-OA-ADDRESS-2 (WS-OA-FOUND-IDX) NOT = SPACES
                 MOVE WS-OA-ADDRESS-2 (WS-OA-FOUND-IDX)
                    TO WLL-TEXT-OUT
                 WRITE LETTER-REC FROM WS-LETTER-LINE
              END-IF
              IF WS-OA-ADDRESS-3 (WS-OA-FOUND-IDX) NOT = SPACES
                 MOVE WS-OA-ADDRESS-3 (WS-OA-FOUND-IDX)
                    TO WLL-TEXT-OUT
                 WRITE LETTER-REC FROM WS-LETTER-LINE
              END-IF
              MOVE SPACES TO WS-CITY-LINE
              MOVE WS-OA-CITY (WS-OA-FOUND-IDX) TO CTL-CITY-OUT
              MOVE WS-OA-STATE (WS-OA-FOUND-IDX) TO CTL-STATE-OUT
              MOVE WS-OA-ZIP (WS-OA-FOUND-IDX) TO CTL-ZIP-OUT
              MOVE WS-CITY-LINE TO WLL-TEXT-OUT
              WRITE LETTER-REC FROM WS-LETTER-LINE
           ELSE
              MOVE SPACES TO WS-LETTER-LINE
              MOVE '*** NO ORDER ADDRESS ON FILE ***' TO WLL-TEXT-OUT
              WRITE LETTER-REC FROM WS-LETTER-LINE
           END-IF.
           WRITE LETTER-REC FROM WS-BLANK-LINE.
           MOVE SPACES TO WS-LETTER-LINE.
           MOVE 'RE: WARRANTY CLAIM' TO WLL-LABEL-OUT.
           MOVE WI-CLAIM-NUMBER TO WLL-TEXT-OUT.
           WRITE LETTER-REC FROM WS-LETTER-LINE.
           WRITE LETTER-REC FROM WS-BLANK-LINE.
           MOVE SPACES TO WS-LETTER-LINE.
           MOVE 'THE PART BELOW, BOUGHT FROM YOU ON OUR ORDER,'
              TO WLL-TEXT-OUT.
           WRITE LETTER-REC FROM WS-LETTER-LINE.
           MOVE 'FAILED IN SERVICE INSIDE YOUR WARRANTY TERMS.'
              TO WLL-TEXT-OUT.
           WRITE LETTER-REC FROM WS-LETTER-LINE.
           MOVE 'PLEASE CREDIT THE AMOUNT BELOW, QUOTING OUR CLAIM.'
              TO WLL-TEXT-OUT.
           WRITE LETTER-REC FROM WS-LETTER-LINE.
           WRITE LETTER-REC FROM WS-BLANK-LINE.
           MOVE SPACES TO WS-LETTER-LINE.
           MOVE 'PART NUMBER:' TO WLL-LABEL-OUT.
           MOVE WI-PART-NUMBER TO WLL-TEXT-OUT.
           WRITE LETTER-REC FROM WS-LETTER-LINE.
           MOVE 'PURCHASE ORDER:' TO WLL-LABEL-OUT.
           MOVE WS-TRACE-PO TO WLL-TEXT-OUT.
           WRITE LETTER-REC FROM WS-LETTER-LINE.
           MOVE 'PURCHASED:' TO WLL-LABEL-OUT.
           MOVE WS-TRACE-DATE-X TO WLL-TEXT-OUT.
           WRITE LETTER-REC FROM WS-LETTER-LINE.
           MOVE 'FAILED:' TO WLL-LABEL-OUT.
           MOVE WI-FAILURE-DATE TO WLL-TEXT-OUT.
           WRITE LETTER-REC FROM WS-LETTER-LINE.
           MOVE 'WARRANTY:' TO WLL-LABEL-OUT.
           MOVE WT-MONTHS-COVERED (WS-TERMS-FOUND-IDX)
              TO WMT-MONTHS-OUT.
           MOVE WS-MONTHS-TEXT TO WLL-TEXT-OUT.
           WRITE LETTER-REC FROM WS-LETTER-LINE.
           WRITE LETTER-REC FROM WS-BLANK-LINE.
           MOVE SPACES TO WS-LETTER-AMOUNT-LINE.
           MOVE 'PART (PRICE PAID):' TO WLA-LABEL-OUT.
           MOVE WS-PART-CLAIMED TO WLA-AMOUNT-OUT.
           WRITE LETTER-REC FROM WS-LETTER-AMOUNT-LINE.
           MOVE 'LABOR:' TO WLA-LABEL-OUT.
           MOVE WS-LABOR-CLAIMED TO WLA-AMOUNT-OUT.
           IF NOT WT-LABOR-RECOVERABLE (WS-TERMS-FOUND-IDX)
              MOVE 'NOT CLAIMED UNDER YOUR TERMS' TO WLA-NOTE-OUT
           END-IF.
           WRITE LETTER-REC FROM WS-LETTER-AMOUNT-LINE.
           MOVE SPACES TO WS-LETTER-AMOUNT-LINE.
           MOVE 'TOTAL CLAIMED:' TO WLA-LABEL-OUT.
           MOVE WS-CLAIM-AMOUNT TO WLA-AMOUNT-OUT.
           WRITE LETTER-REC FROM WS-LETTER-AMOUNT-LINE.
           ADD 1 TO WS-LETTER-CTR.

       275-FindOrderAddress.
           MOVE ZERO TO WS-OA-FOUND-IDX.
           PERFORM VARYING WS-OA-IDX FROM 1 BY 1
              UNTIL WS-OA-IDX > WS-OA-MAX
                 OR WS-OA-FOUND-IDX > ZERO
                 IF WS-OA-SUPPLIER (WS-OA-IDX)
                       = WS-TRACE-SUPPLIER-CODE
                    MOVE WS-OA-IDX TO WS-OA-FOUND-IDX
                 END-IF
           END-PERFORM.

       290-ListOutside.
           ADD 1 TO WS-OUTSIDE-CTR.
           MOVE SPACES TO WS-CLAIM-LINE-OUT.
           MOVE WI-CLAIM-NUMBER TO WCL-CLAIM-OUT.
           MOVE WI-PART-NUMBER TO WCL-PART-OUT.
           MOVE WS-TRACE-SUPPLIER-NAME TO WCL-SUPPLIER-OUT.
           MOVE WS-TRACE-PO TO WCL-PO-OUT.
           MOVE WI-FAILURE-DATE TO WCL-DATE-OUT.
           COMPUTE WCL-AMOUNT-OUT = WI-PART-COST + WI-LABOR-COST.
           MOVE WS-OUTSIDE-REASON TO WCL-FINDING-OUT.
      *04/17 Claims we cannot win print on a page of their own
      * after tonight's filings - held here until then.
           IF WS-OUTSIDE-CTR > WS-MAX-OUTSIDE
              DISPLAY 'WARRCLM - OUTSIDE-TERMS TABLE FULL AT '
                 WS-MAX-OUTSIDE ' ROWS - RAISE OCCURS IN WARRCLM'
              GO TO 2000-ABEND-RTN
           END-IF.
           MOVE WS-CLAIM-LINE-OUT TO WS-OUTSIDE-ROW (WS-OUTSIDE-CTR).

       300-Open-Files.
           OPEN INPUT WARRMST.
           IF WARRMST-NOT-FOUND
              CONTINUE
           ELSE
              IF WARRMST-KEY NOT = '00'
                 DISPLAY 'File Problem openning WARRMST'
                 GO TO 2000-ABEND-RTN
              ELSE
                 PERFORM 340-LoadMaster UNTIL WARRMST-EOF
                 CLOSE WARRMST
              END-IF
           END-IF.

           OPEN INPUT WARRTRMS.
      *    Input File Status Checking for WARRTRMS
           IF IN-WARRTRMS-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning Input WARRTRMS'
                GO TO 2000-ABEND-RTN
           ELSE
                PERFORM 310-LoadTerms
           END-IF.

           OPEN INPUT OPENPO.
      *    Input File Status Checking for OPENPO
           IF IN-OPENPO-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning Input OPENPO'
                GO TO 2000-ABEND-RTN
           ELSE
                PERFORM 320-LoadOpenPo UNTIL OPENPO-EOF
                CLOSE OPENPO
           END-IF.

           OPEN INPUT PURC-FILES.
      *    Input File Status Checking for PURC-FILES
           IF IN-PURCHASE-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning Input PURC-FILES'
                GO TO 2000-ABEND-RTN
           ELSE
                PERFORM 325-LoadPurchases UNTIL PURCHASE-EOF
                CLOSE PURC-FILES
           END-IF.

           OPEN INPUT ADDRMST.
      *    Input File Status Checking for ADDRMST
           IF IN-ADDRMST-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning Input ADDRMST'
                GO TO 2000-ABEND-RTN
           ELSE
                PERFORM 330-LoadOrderAddresses UNTIL ADDRMST-EOF
                CLOSE ADDRMST
           END-IF.

           OPEN INPUT WARRIN.
      *    Input File Status Checking for WARRIN
           IF IN-WARRIN-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning Input WARRIN'
                GO TO 2000-ABEND-RTN
           END-IF.

           OPEN INPUT WARRRCV.
      *    Input File Status Checking for WARRRCV
           IF IN-WARRRCV-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning Input WARRRCV'
                GO TO 2000-ABEND-RTN
           END-IF.

           OPEN OUTPUT LETTERS.
           OPEN OUTPUT PRINT-LINE.

       310-LoadTerms.
           INITIALIZE WARRANTY-TERMS-TABLE.
           MOVE 1 TO WS-TERMS-INDEX.
           PERFORM 315-ReadNextTerms UNTIL WARRTRMS-EOF.
           COMPUTE WARRANTY-TERMS-MAX = WS-TERMS-INDEX - 1.
           CLOSE WARRTRMS.

       315-ReadNextTerms.
           IF WS-TERMS-INDEX > 500
              DISPLAY 'WARRCLM - WARRANTY TERMS TABLE FULL AT 500 '
                 'SUPPLIERS - RAISE OCCURS IN WARRTAB'
              GO TO 2000-ABEND-RTN
           END-IF.
           READ WARRTRMS INTO WARRANTY-TERMS-LIST(WS-TERMS-INDEX)
              AT END
                 MOVE 'Y' TO WARRTRMS-EOF-WS
           END-READ.
           IF NOT WARRTRMS-EOF
              ADD 1 TO WS-TERMS-INDEX
           END-IF.

       320-LoadOpenPo.
           READ OPENPO
              AT END
                 MOVE 'Y' TO OPENPO-EOF-WS
           END-READ.
           IF NOT OPENPO-EOF
              IF WS-OPO-MAX >= 20000
                 DISPLAY 'WARRCLM - OPENPO TABLE FULL AT 20000 '
                    'ROWS - RAISE OCCURS IN WARRCLM'
                 GO TO 2000-ABEND-RTN
              END-IF
              ADD 1 TO WS-OPO-MAX
              MOVE WS-OPO-MAX TO WS-OPO-IDX
              MOVE OP-PO-NUMBER TO WS-OPO-PO (WS-OPO-IDX)
              MOVE OP-PART-NUMBER TO WS-OPO-PART (WS-OPO-IDX)
              MOVE OP-SUPPLIER-CODE
                 TO WS-OPO-SUPPLIER-CODE (WS-OPO-IDX)
              MOVE OP-SUPPLIER-NAME
                 TO WS-OPO-SUPPLIER-NAME (WS-OPO-IDX)
              MOVE OP-UNIT-PRICE TO WS-OPO-PRICE (WS-OPO-IDX)
              MOVE OP-ORDER-DATE TO WS-OPO-ORDER-DATE (WS-OPO-IDX)
              MOVE OP-LAST-RECEIPT-DATE
                 TO WS-OPO-RECEIPT-DATE (WS-OPO-IDX)
           END-IF.

      *04/17 Every generation ends in its own trailer - skip them
      * all; the record counts are FINALEX's business, not ours.
       325-LoadPurchases.
           READ PURC-FILES
              AT END
                 MOVE 'Y' TO PURCHASE-EOF-WS
           END-READ.
           IF NOT PURCHASE-EOF
              AND PURC-TRAILER-TEST NOT = 'TRAILER'
              IF WS-PUR-MAX >= 50000
                 DISPLAY 'WARRCLM - PURCHASE TABLE FULL AT 50000 '
                    'ROWS - RAISE OCCURS IN WARRCLM'
                 GO TO 2000-ABEND-RTN
              END-IF
              ADD 1 TO WS-PUR-MAX
              MOVE WS-PUR-MAX TO WS-PUR-IDX
              MOVE REC-PO-NUMBER TO WS-PUR-PO (WS-PUR-IDX)
              MOVE REC-PO-PART-NUMBER TO WS-PUR-PART (WS-PUR-IDX)
              MOVE REC-PO-SUPPLIER-CODE
                 TO WS-PUR-SUPPLIER-CODE (WS-PUR-IDX)
              MOVE REC-PO-SUPPLIER-NAME
                 TO WS-PUR-SUPPLIER-NAME (WS-PUR-IDX)
              MOVE REC-UNIT-PRICE TO WS-PUR-PRICE (WS-PUR-IDX)
              MOVE REC-ORDER-DATE TO WS-PUR-ORDER-DATE (WS-PUR-IDX)
           END-IF.

      *04/17 Only the order rows ('1') address a letter.
       330-LoadOrderAddresses.
           READ ADDRMST
              AT END
                 MOVE 'Y' TO ADDRMST-EOF-WS
           END-READ.
           IF NOT ADDRMST-EOF
              AND AM-ADDRESS-TYPE = '1'
              IF WS-OA-MAX >= 500
                 DISPLAY 'WARRCLM - ADDRESS TABLE FULL AT 500 '
                    'SUPPLIERS - RAISE OCCURS IN WARRCLM'
                 GO TO 2000-ABEND-RTN
              END-IF
              ADD 1 TO WS-OA-MAX
              MOVE WS-OA-MAX TO WS-OA-IDX
              MOVE AM-SUPPLIER-CODE TO WS-OA-SUPPLIER (WS-OA-IDX)
              MOVE AM-ADDRESS-1 TO WS-OA-ADDRESS-1 (WS-OA-IDX)
              MOVE AM-ADDRESS-2 TO WS-OA-ADDRESS-2 (WS-OA-IDX)
              MOVE AM-ADDRESS-3 TO WS-OA-ADDRESS-3 (WS-OA-IDX)
              MOVE AM-CITY TO WS-OA-CITY (WS-OA-IDX)
              MOVE AM-STATE TO WS-OA-STATE (WS-OA-IDX)
              MOVE AM-ZIP TO WS-OA-ZIP (WS-OA-IDX)
           END-IF.

       340-LoadMaster.
           READ WARRMST
              AT END
                 MOVE 'Y' TO WARRMST-EOF-WS
           END-READ.
      *04/17 A master row already stamped with tonight's process
      * date means this run already filed tonight's claims - stop
      * rather than file them twice, the CONSBAL stand.
           IF NOT WARRMST-EOF
              AND WC-LAST-RUN-DATE = PROCESS-DATE
              DISPLAY 'WARRCLM - WARRMST ALREADY CARRIES THE RUN '
                 'FOR ' PROCESS-DATE ' - RERUN WOULD FILE TWICE. '
                 'RESTORE WARRMST BEFORE RERUNNING'
              GO TO 2000-ABEND-RTN
           END-IF.
           IF NOT WARRMST-EOF
              IF WS-CL-MAX >= 20000
                 DISPLAY 'WARRCLM - CLAIM TABLE FULL AT 20000 '
                    'ROWS - RAISE OCCURS IN WARRCLM'
                 GO TO 2000-ABEND-RTN
              END-IF
              ADD 1 TO WS-CL-MAX
              MOVE WARRMST-REC TO WS-CL-ROW (WS-CL-MAX)
              ADD 1 TO WS-IN-MASTER-CTR
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

       400-Read-WARRIN.
           READ WARRIN
      * Set AT END Switch
                AT END MOVE "Y" TO WARRIN-EOF-WS
           END-READ.
           IF (NOT WARRIN-EOF) THEN
              ADD +1 TO WS-IN-CLAIMS-CTR
           END-IF.

      *04/17 The claims we cannot win, then the supplier credits.
       500-ApplyRecoveries.
           MOVE 'CLAIMS OUTSIDE SUPPLIER TERMS - NOT FILED'
              TO WS-SECTION-TITLE.
           PERFORM 800-NEW-PAGE.
           PERFORM 820-Write-Section.
           PERFORM VARYING WS-CL-IDX FROM 1 BY 1
              UNTIL WS-CL-IDX > WS-OUTSIDE-CTR
                 MOVE WS-OUTSIDE-ROW (WS-CL-IDX) TO WS-CLAIM-LINE-OUT
                 PERFORM 830-Write-Claim-Line
           END-PERFORM.
           MOVE 'SUPPLIER RECOVERIES APPLIED' TO WS-SECTION-TITLE.
           PERFORM 800-NEW-PAGE.
           PERFORM 820-Write-Section.
           PERFORM 510-ReadRecovery.
           PERFORM 520-ApplyRecovery
              THRU 520-ApplyRecovery-Exit
              UNTIL WARRRCV-EOF.

       510-ReadRecovery.
           READ WARRRCV
              AT END
                 MOVE 'Y' TO WARRRCV-EOF-WS
           END-READ.
           IF NOT WARRRCV-EOF
              ADD 1 TO WS-IN-RECOVERY-CTR
           END-IF.

       520-ApplyRecovery.
           MOVE WR-CLAIM-NUMBER TO WS-SEARCH-CLAIM.
           PERFORM 205-FindClaim.
           MOVE SPACES TO WS-CLAIM-LINE-OUT.
           MOVE WR-CLAIM-NUMBER TO WCL-CLAIM-OUT.
           MOVE WR-RECOVERED-DATE TO WCL-DATE-OUT.
           MOVE WR-RECOVERED-AMOUNT TO WCL-AMOUNT-OUT.
           IF NOT CLAIM-ON-FILE
              MOVE 'NO SUCH CLAIM ON FILE' TO WCL-FINDING-OUT
              PERFORM 830-Write-Claim-Line
              ADD 1 TO WS-RECOVERY-UNMATCHED-CTR
              PERFORM 510-ReadRecovery
              GO TO 520-ApplyRecovery-Exit
           END-IF.
           MOVE WS-CL-ROW (WS-CL-FOUND-IDX) TO WARRMST-REC.
           MOVE WC-PART-NUMBER TO WCL-PART-OUT.
           MOVE WC-SUPPLIER-NAME TO WCL-SUPPLIER-OUT.
           MOVE WC-PO-NUMBER TO WCL-PO-OUT.
           IF NOT WC-CLAIM-OPEN
              MOVE 'CLAIM ALREADY CLOSED' TO WCL-FINDING-OUT
              PERFORM 830-Write-Claim-Line
              ADD 1 TO WS-RECOVERY-UNMATCHED-CTR
              PERFORM 510-ReadRecovery
              GO TO 520-ApplyRecovery-Exit
           END-IF.
           ADD WR-RECOVERED-AMOUNT TO WC-RECOVERED-AMOUNT.
           ADD 1 TO WS-RECOVERY-APPLIED-CTR.
           EVALUATE TRUE
              WHEN WC-RECOVERED-AMOUNT NOT < WC-CLAIM-AMOUNT
                 MOVE 'R' TO WC-CLAIM-STATUS
                 MOVE WR-RECOVERED-DATE TO WC-CLOSED-DATE
                 ADD 1 TO WS-RECOVERED-CTR
                 MOVE 'RECOVERED IN FULL' TO WCL-FINDING-OUT
              WHEN WR-CLOSE-CLAIM
                 MOVE 'W' TO WC-CLAIM-STATUS
                 MOVE WR-RECOVERED-DATE TO WC-CLOSED-DATE
                 ADD 1 TO WS-WRITTEN-OFF-CTR
                 MOVE 'CLOSED SHORT - REST WRITTEN OFF'
                    TO WCL-FINDING-OUT
              WHEN OTHER
                 MOVE 'PART RECOVERED - STILL OPEN'
                    TO WCL-FINDING-OUT
           END-EVALUATE.
           MOVE WARRMST-REC TO WS-CL-ROW (WS-CL-FOUND-IDX).
           PERFORM 830-Write-Claim-Line.
           PERFORM 510-ReadRecovery.
       520-ApplyRecovery-Exit.
           EXIT.

       600-CLOSE-FILES.
           CLOSE  WARRIN, WARRRCV, LETTERS, PRINT-LINE.

      *04/17 Every claim still open, aged from the night it was
      * filed and totalled by supplier.
       700-ReportAging.
           PERFORM VARYING WS-CL-IDX FROM 1 BY 1
              UNTIL WS-CL-IDX > WS-CL-MAX
                 MOVE WS-CL-ROW (WS-CL-IDX) TO WARRMST-REC
                 IF WC-CLAIM-OPEN
                    PERFORM 710-AgeClaim
                 END-IF
           END-PERFORM.
           MOVE 'RECOVERY AGING - OPEN CLAIMS BY SUPPLIER'
              TO WS-SECTION-TITLE.
           PERFORM 800-NEW-PAGE.
           PERFORM 820-Write-Section.
           WRITE PRINT-REC FROM WS-AGING-HEADER.
           ADD 1 TO WS-LINE-KTR.
           PERFORM VARYING WS-AG-IDX FROM 1 BY 1
              UNTIL WS-AG-IDX > WS-AG-MAX
                 MOVE SPACES TO WS-AGING-LINE-OUT
                 MOVE WS-AG-SUPPLIER-NAME (WS-AG-IDX)
                    TO AGL-SUPPLIER-OUT
                 MOVE WS-AG-CLAIMS (WS-AG-IDX) TO AGL-CLAIMS-OUT
                 PERFORM VARYING WS-BUCKET-IDX FROM 1 BY 1
                    UNTIL WS-BUCKET-IDX > 4
                       MOVE WS-AG-BUCKET (WS-AG-IDX, WS-BUCKET-IDX)
                          TO AGL-BUCKET-OUT (WS-BUCKET-IDX)
                 END-PERFORM
                 MOVE WS-AG-TOTAL (WS-AG-IDX) TO AGL-TOTAL-OUT
                 PERFORM 720-Write-Aging-Line
           END-PERFORM.
           WRITE PRINT-REC FROM WS-BLANK-LINE.
           MOVE SPACES TO WS-AGING-LINE-OUT.
           MOVE 'TOTAL' TO AGL-SUPPLIER-OUT.
           MOVE WS-GRAND-CLAIMS TO AGL-CLAIMS-OUT.
           PERFORM VARYING WS-BUCKET-IDX FROM 1 BY 1
              UNTIL WS-BUCKET-IDX > 4
                 MOVE WS-GRAND-BUCKET (WS-BUCKET-IDX)
                    TO AGL-BUCKET-OUT (WS-BUCKET-IDX)
           END-PERFORM.
           MOVE WS-GRAND-TOTAL TO AGL-TOTAL-OUT.
           PERFORM 720-Write-Aging-Line.

       710-AgeClaim.
           ADD 1 TO WS-OPEN-CLAIM-CTR.
           COMPUTE WS-OUTSTANDING =
              WC-CLAIM-AMOUNT - WC-RECOVERED-AMOUNT.
           MOVE ZERO TO WS-CLAIM-AGE.
           MOVE WC-CLAIM-DATE TO WS-DATE-IN-STR-CEE.
           CALL "CEEDAYS" USING WS-DATE-IN-CEE, WS-PICSTR-IN,
              WS-CLAIM-INT, FC.
           IF FC-SEV = ZERO
              AND WS-TODAY-INT > WS-CLAIM-INT
              COMPUTE WS-CLAIM-AGE = WS-TODAY-INT - WS-CLAIM-INT
           END-IF.
           EVALUATE TRUE
              WHEN WS-CLAIM-AGE NOT > 30
                 MOVE 1 TO WS-BUCKET-IDX
              WHEN WS-CLAIM-AGE NOT > 60
                 MOVE 2 TO WS-BUCKET-IDX
              WHEN WS-CLAIM-AGE NOT > 90
                 MOVE 3 TO WS-BUCKET-IDX
              WHEN OTHER
                 MOVE 4 TO WS-BUCKET-IDX
           END-EVALUATE.
           MOVE ZERO TO WS-AG-FOUND-IDX.
           PERFORM VARYING WS-AG-IDX FROM 1 BY 1
              UNTIL WS-AG-IDX > WS-AG-MAX
                 OR WS-AG-FOUND-IDX > ZERO
                 IF WS-AG-SUPPLIER-NAME (WS-AG-IDX)
                       = WC-SUPPLIER-NAME
                    MOVE WS-AG-IDX TO WS-AG-FOUND-IDX
                 END-IF
           END-PERFORM.
           IF WS-AG-FOUND-IDX = ZERO
              IF WS-AG-MAX >= 500
                 DISPLAY 'WARRCLM - AGING TABLE FULL AT 500 '
                    'SUPPLIERS - RAISE OCCURS IN WARRCLM'
                 GO TO 2000-ABEND-RTN
              END-IF
              ADD 1 TO WS-AG-MAX
              MOVE WS-AG-MAX TO WS-AG-FOUND-IDX
              MOVE WC-SUPPLIER-NAME
                 TO WS-AG-SUPPLIER-NAME (WS-AG-FOUND-IDX)
              MOVE ZERO TO WS-AG-CLAIMS (WS-AG-FOUND-IDX)
              MOVE ZERO TO WS-AG-BUCKET (WS-AG-FOUND-IDX, 1)
              MOVE ZERO TO WS-AG-BUCKET (WS-AG-FOUND-IDX, 2)
              MOVE ZERO TO WS-AG-BUCKET (WS-AG-FOUND-IDX, 3)
              MOVE ZERO TO WS-AG-BUCKET (WS-AG-FOUND-IDX, 4)
              MOVE ZERO TO WS-AG-TOTAL (WS-AG-FOUND-IDX)
           END-IF.
           ADD 1 TO WS-AG-CLAIMS (WS-AG-FOUND-IDX).
           ADD WS-OUTSTANDING
              TO WS-AG-BUCKET (WS-AG-FOUND-IDX, WS-BUCKET-IDX).
           ADD WS-OUTSTANDING TO WS-AG-TOTAL (WS-AG-FOUND-IDX).
           ADD 1 TO WS-GRAND-CLAIMS.
           ADD WS-OUTSTANDING TO WS-GRAND-BUCKET (WS-BUCKET-IDX).
           ADD WS-OUTSTANDING TO WS-GRAND-TOTAL.

       720-Write-Aging-Line.
           IF WS-LINE-KTR > WS-MAX-LINES-PER-PAGE
              PERFORM 800-NEW-PAGE
              WRITE PRINT-REC FROM WS-AGING-HEADER
              ADD 1 TO WS-LINE-KTR
           END-IF.
           WRITE PRINT-REC FROM WS-AGING-LINE-OUT.
           ADD 1 TO WS-LINE-KTR.

      * Matches the fix in FINALEX's 2000-ABEND-RTN - DISPLAY and
      * EXIT alone just fell through to whatever paragraph follows.
       2000-ABEND-RTN.
           DISPLAY 'PROGRAM ENCOUNTERED AN ERROR'.
           MOVE 16 TO RETURN-CODE.
           GOBACK.

       800-NEW-PAGE.
           ADD 1 TO WS-PAGE-CTR.
           MOVE WS-PAGE-CTR TO WS-PAGE-NO-OUT.
           WRITE PRINT-REC FROM WS-PAGE-HEADING AFTER ADVANCING PAGE.
           MOVE ZERO TO WS-LINE-KTR.

       820-Write-Section.
           WRITE PRINT-REC FROM WS-BLANK-LINE.
           WRITE PRINT-REC FROM WS-SECTION-LINE.
           WRITE PRINT-REC FROM WS-HEADER.
           ADD 3 TO WS-LINE-KTR.

       830-Write-Claim-Line.
           IF WS-LINE-KTR > WS-MAX-LINES-PER-PAGE
              PERFORM 800-NEW-PAGE
              PERFORM 820-Write-Section
           END-IF.
           WRITE PRINT-REC FROM WS-CLAIM-LINE-OUT.
           ADD 1 TO WS-LINE-KTR.

       900-WriteSummary.
           WRITE PRINT-REC FROM WS-BLANK-LINE.
           MOVE 'RUN SUMMARY' TO WS-SUMMARY-LABEL.
           MOVE ZERO TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'CLAIMS ON MASTER CARRIED IN' TO WS-SUMMARY-LABEL.
           MOVE WS-IN-MASTER-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'CLAIMS READ' TO WS-SUMMARY-LABEL.
           MOVE WS-IN-CLAIMS-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE '  FILED WITH SUPPLIER' TO WS-SUMMARY-LABEL.
           MOVE WS-FILED-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE '  OUTSIDE TERMS - NOT FILED' TO WS-SUMMARY-LABEL.
           MOVE WS-OUTSIDE-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE '    OF WHICH DUPLICATE CLAIM NO' TO WS-SUMMARY-LABEL.
           MOVE WS-DUPLICATE-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'CLAIM-BACK LETTERS PRINTED' TO WS-SUMMARY-LABEL.
           MOVE WS-LETTER-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'RECOVERIES READ' TO WS-SUMMARY-LABEL.
           MOVE WS-IN-RECOVERY-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE '  APPLIED TO A CLAIM' TO WS-SUMMARY-LABEL.
           MOVE WS-RECOVERY-APPLIED-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE '  UNMATCHED' TO WS-SUMMARY-LABEL.
           MOVE WS-RECOVERY-UNMATCHED-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'CLAIMS RECOVERED IN FULL' TO WS-SUMMARY-LABEL.
           MOVE WS-RECOVERED-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'CLAIMS CLOSED SHORT' TO WS-SUMMARY-LABEL.
           MOVE WS-WRITTEN-OFF-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'CLAIMS STILL OPEN' TO WS-SUMMARY-LABEL.
           MOVE WS-OPEN-CLAIM-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'CLOSED CLAIMS AGED OFF THE MASTER' TO WS-SUMMARY-LABEL.
           MOVE WS-PURGED-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'CLAIMS ON MASTER WRITTEN' TO WS-SUMMARY-LABEL.
           MOVE WS-OUT-MASTER-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.

      *04/17 Rewrites the master whole - tonight's claims and
      * recoveries folded in, claims closed a year ago dropped,
      * every row stamped with the process date for the rerun
      * guard.
       940-WriteMaster.
           OPEN OUTPUT WARRMST.
           IF WARRMST-KEY NOT = '00'
              DISPLAY 'File Problem openning WARRMST for OUTPUT'
              GO TO 2000-ABEND-RTN
           END-IF.
           PERFORM VARYING WS-CL-IDX FROM 1 BY 1
              UNTIL WS-CL-IDX > WS-CL-MAX
                 MOVE WS-CL-ROW (WS-CL-IDX) TO WARRMST-REC
                 IF NOT WC-CLAIM-OPEN
                    AND WC-CLOSED-DATE < WS-PURGE-DATE
                    ADD 1 TO WS-PURGED-CTR
                 ELSE
                    MOVE PROCESS-DATE TO WC-LAST-RUN-DATE
                    WRITE WARRMST-REC
                    IF WARRMST-KEY NOT = '00'
                       GO TO 2000-ABEND-RTN
                    END-IF
                    ADD 1 TO WS-OUT-MASTER-CTR
                 END-IF
           END-PERFORM.
           CLOSE WARRMST.

      * tax-filing service imports. Rows whose supplier name matches
      * nothing on the master still total and print, flagged with a
      * blank code, so nothing slips the filing on a name mismatch.
      * 05/22 Each company files its own 1099s. Spend totals by
      * company and supplier, the tax file carries the paying
      * company's code, name and TIN off the COMPANY master (see
      * COMPTAB), and the report runs a company at a time. What one
      * of our companies paid another is not reportable and is left
      * out - counted on the summary.
      ******************************************************************

       ENVIRONMENT DIVISION.
           SELECT PROCDATE ASSIGN TO PROCDATE
           FILE STATUS IS PROCDATE-KEY.

      * Company master - see COMPTAB.
           SELECT COMPANY ASSIGN TO COMPANY
           FILE STATUS IS IN-COMPANY-KEY.

      * Fixed-layout file for the tax-filing service
           SELECT TAXFILE ASSIGN TO TAXFILE
           FILE STATUS IS OUT-TAXFILE-KEY.

       DATA DIVISION.
       FILE SECTION.
      * Same 178-byte feed row APEXTRCT writes - the USD amount and
      * the supplier name are what the filing needs.
       FD  APHIST
           RECORDING MODE IS F
           RECORD CONTAINS 178 CHARACTERS
           DATA RECORD IS APHIST-REC.
       01  APHIST-REC.
           05  APH-PO-NUMBER           PIC X(06).
           05  APH-USD-AMOUNT          PIC 9(9)V99.
           05  FILLER                  PIC X(23).
           05  APH-SUPPLIER-NAME       PIC X(15).
      *04/14 Grew 154 to 165 - the run identifier rides at the end.
      *05/22 Grew 165 to 168 - the company and intercompany flag too.
           05  FILLER                  PIC X(54).
           05  APH-COMPANY-CODE        PIC X(02).
           05  APH-INTERCO-FLAG        PIC X(01).
               88  APH-INTERCOMPANY            VALUE 'Y'.
      *06/02 The supplier's invoice number the row pays - see
      * 262-PayMatchedLine in APEXTRCT. Grew the row 168 to 178.
           05  FILLER                  PIC X(10).

       FD  SUPPMST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 74 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SUPPMST-REC.
       01  SUPPMST-REC     PIC X(74).

      * Same 78-byte master row ADDRMSTR writes.
       FD  ADDRMST
           DATA RECORD IS PROCDATE-REC.
       01  PROCDATE-REC     PIC X(8).

       FD  COMPANY
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 54 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS COMPANY-REC.
       01  COMPANY-REC     PIC X(54).

      *02/20 One row per reportable supplier, the tax-filing
      * service's fixed import layout.
      *05/22 The paying company's code, TIN and name on the end -
      * 79 to 120.
       FD  TAXFILE
           RECORDING MODE IS F
           RECORD CONTAINS 120 CHARACTERS
           DATA RECORD IS TAXFILE-REC.
       01  TAXFILE-REC.
           05  TF-TAX-YEAR             PIC 9(04).
           05  TF-REMIT-CITY           PIC X(15).
           05  TF-REMIT-STATE          PIC X(02).
           05  TF-REMIT-ZIP            PIC X(05).
           05  TF-COMPANY-CODE         PIC X(02).
           05  TF-PAYER-TIN            PIC X(09).
           05  TF-PAYER-NAME           PIC X(30).

       FD  PRINT-LINE RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           COPY SUPMTAB.  *> Supplier master control table
           COPY PROCDATE. *> Business process date control card
           COPY PARMTAB.  *> PARMLOAD central-parameter request block
           COPY COMPTAB.  *> Company master control table

       01 FILE-STATUS-CODES.
      * File status key for input File APHIST
                88 CODE-WRITE               VALUE SPACES.
                88 PROCDATE-NOT-FOUND       VALUE '35'.

      * File status key for input File COMPANY
           05 IN-COMPANY-KEY            PIC X(2).
                88 CODE-WRITE               VALUE SPACES.

      * File status key for output File TAXFILE
           05 OUT-TAXFILE-KEY           PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
              88 SUPPMST-EOF                             VALUE 'Y'.
           05 ADDRMST-EOF-WS                  PIC X(01) VALUE 'N'.
              88 ADDRMST-EOF                             VALUE 'Y'.
           05 COMPANY-EOF-WS                  PIC X(01) VALUE 'N'.
              88 COMPANY-EOF                             VALUE 'Y'.

       01 WS-IN-APHIST-CTR                 PIC 9(7) VALUE ZERO.
       01 WS-REPORTABLE-CTR                PIC 9(7) VALUE ZERO.
       01 WS-UNDER-THRESHOLD-CTR           PIC 9(7) VALUE ZERO.
       01 WS-UNMATCHED-NAME-CTR            PIC 9(7) VALUE ZERO.
       01 WS-INTERCO-CTR                   PIC 9(7) VALUE ZERO.
       01 WS-NO-PAYER-CTR                  PIC 9(7) VALUE ZERO.

       01 WS-THRESHOLD                     PIC 9(9) VALUE 000000600.
       01 WS-TAX-YEAR                      PIC 9(4) VALUE ZERO.
       01 WS-REMIT-FOUND-IDX              PIC 9(4) VALUE ZERO.

      *02/20 Paid value per supplier across the year.
      *05/22 Per company and supplier.
       01 WS-SPEND-TABLE.
           05 WS-SPD-ENTRY OCCURS 500 TIMES.
              10 WS-SPD-COMPANY           PIC X(02) VALUE SPACES.
              10 WS-SPD-SUPPLIER-CODE     PIC X(10) VALUE SPACES.
              10 WS-SPD-SUPPLIER-NAME     PIC X(15) VALUE SPACES.
              10 WS-SPD-PAID-USD          PIC 9(11)V99 VALUE ZERO.
           88 SUPPLIER-ON-SPEND                 VALUE 'Y'.
       01 WS-SPD-FOUND-IDX                PIC 9(4) VALUE ZERO.

      *05/22 The row's company, and the companies paid from in the
      * order first seen, with each one's filings.
       01 WS-ROW-COMPANY                  PIC X(02) VALUE SPACES.
       01 WS-COMPANY-INDEX                PIC 9(4) VALUE 1.
       01 WS-COMPANY-FOUND-IDX            PIC 9(4) VALUE ZERO.
       01 WS-COMPANY-COUNTS.
           05 WS-CC-ENTRY OCCURS 10 TIMES.
              10 WS-CC-COMPANY            PIC X(02) VALUE SPACES.
              10 WS-CC-REPORTABLE         PIC 9(7) VALUE ZERO.
       01 WS-CC-MAX                       PIC 9(4) VALUE ZERO.
       01 WS-CC-IDX                       PIC 9(4) VALUE 1.
       01 WS-CC-FOUND-FLAG                PIC X     VALUE 'N'.
           88 CC-FOUND                          VALUE 'Y'.

       01 WS-FLAGS.
           05 WS-LINE-KTR               PIC 9(4) VALUE 0.
       01 WS-PAGE-CTR                   PIC 9(4) VALUE ZERO.
          05 FILLER              PIC X(20)      VALUE
             '      Paid USD'.
          05 FILLER              PIC X(12)      VALUE 'Reportable'.
      *05/22 Heads each company's pages.
       01 WS-COMPANY-HEADING.
          05 FILLER              PIC X(3)       VALUE SPACES.
          05 FILLER              PIC X(09)      VALUE 'Company: '.
          05 CH-COMPANY-OUT      PIC X(02)      VALUE SPACES.
          05 FILLER              PIC X(02)      VALUE SPACES.
          05 CH-NAME-OUT         PIC X(30)      VALUE SPACES.
          05 FILLER              PIC X(12)      VALUE '  Payer TIN '.
          05 CH-TIN-OUT          PIC X(09)      VALUE SPACES.

       01 WS-SPEND-LINE-OUT.
          05 FILLER                 PIC X(3)       VALUE SPACES.
      *04/12 The APHIST stream is the whole archive base now, a
      * year-plus of nightly extracts - only the rows ordered in
      * the tax year under report may total.
      *05/22 Paid to one of our own companies is not reportable.
       100-Main2.
           IF APH-ORDER-DATE (5:4) = WS-TAX-YEAR-X
              IF APH-INTERCOMPANY
                 ADD 1 TO WS-INTERCO-CTR
              ELSE
                 PERFORM 200-AccumulateRow
              END-IF
           END-IF.
           PERFORM 400-Read-APHIST.

      * the filing never silently drops spend.
       200-AccumulateRow.
           PERFORM 210-FindSupplierByName.
           MOVE APH-COMPANY-CODE TO WS-ROW-COMPANY.
           IF WS-ROW-COMPANY = SPACES
              MOVE '01' TO WS-ROW-COMPANY
           END-IF.
           PERFORM 220-AddCompany.
           MOVE 'N' TO WS-SPD-FOUND-FLAG.
           MOVE ZERO TO WS-SPD-FOUND-IDX.
           PERFORM VARYING WS-SPD-IDX FROM 1 BY 1
                 OR SUPPLIER-ON-SPEND
                 IF WS-SPD-SUPPLIER-NAME (WS-SPD-IDX)
                       = APH-SUPPLIER-NAME
                    AND WS-SPD-COMPANY (WS-SPD-IDX)
                       = WS-ROW-COMPANY
                    MOVE 'Y' TO WS-SPD-FOUND-FLAG
                    MOVE WS-SPD-IDX TO WS-SPD-FOUND-IDX
                 END-IF
              MOVE WS-SPEND-MAX TO WS-SPD-FOUND-IDX
              MOVE APH-SUPPLIER-NAME
                 TO WS-SPD-SUPPLIER-NAME (WS-SPD-FOUND-IDX)
              MOVE WS-ROW-COMPANY
                 TO WS-SPD-COMPANY (WS-SPD-FOUND-IDX)
              IF SUPPMST-FOUND
                 MOVE SM-SUPPLIER-CODE (WS-SUPPMST-FOUND-IDX)
                    TO WS-SPD-SUPPLIER-CODE (WS-SPD-FOUND-IDX)
                 END-IF
           END-PERFORM.

      *05/22 A company enters the list with its first paid row.
       220-AddCompany.
           MOVE 'N' TO WS-CC-FOUND-FLAG.
           PERFORM VARYING WS-CC-IDX FROM 1 BY 1
              UNTIL WS-CC-IDX > WS-CC-MAX OR CC-FOUND
                 IF WS-CC-COMPANY (WS-CC-IDX) = WS-ROW-COMPANY
                    MOVE 'Y' TO WS-CC-FOUND-FLAG
                 END-IF
           END-PERFORM.
           IF NOT CC-FOUND
              IF WS-CC-MAX >= 10
                 DISPLAY 'YE1099 - COMPANY TABLE FULL AT 10 '
                    'COMPANIES - RAISE OCCURS IN YE1099'
                 GO TO 2000-ABEND-RTN
              END-IF
              ADD 1 TO WS-CC-MAX
              MOVE WS-ROW-COMPANY TO WS-CC-COMPANY (WS-CC-MAX)
           END-IF.

      *02/20 Suppliers at or above the threshold go to the tax file
      * with their remit address; everyone prints on the summary.
      *05/22 A company at a time, each on its own pages under its
      * payer name and TIN.
       700-WriteFilings.
           PERFORM VARYING WS-CC-IDX FROM 1 BY 1
              UNTIL WS-CC-IDX > WS-CC-MAX
                 PERFORM 705-WriteCompanyFilings
           END-PERFORM.

       705-WriteCompanyFilings.
           PERFORM 730-FindCompany.
           MOVE WS-CC-COMPANY (WS-CC-IDX) TO CH-COMPANY-OUT.
           MOVE SPACES TO CH-NAME-OUT, CH-TIN-OUT.
           IF WS-COMPANY-FOUND-IDX > ZERO
              MOVE CO-COMPANY-NAME (WS-COMPANY-FOUND-IDX)
                 TO CH-NAME-OUT
              MOVE CO-PAYER-TIN (WS-COMPANY-FOUND-IDX) TO CH-TIN-OUT
           ELSE
              MOVE '** NOT ON COMPANY MASTER **' TO CH-NAME-OUT
           END-IF.
           IF WS-CC-IDX > 1
              PERFORM 800-NEW-PAGE
           END-IF.
           WRITE PRINT-REC FROM WS-COMPANY-HEADING.
           ADD 1 TO WS-LINE-KTR.
           PERFORM VARYING WS-SPD-IDX FROM 1 BY 1
              UNTIL WS-SPD-IDX > WS-SPEND-MAX
                 IF WS-SPD-COMPANY (WS-SPD-IDX)
                       = WS-CC-COMPANY (WS-CC-IDX)
                    IF WS-LINE-KTR > WS-MAX-LINES-PER-PAGE
                       PERFORM 800-NEW-PAGE
                       WRITE PRINT-REC FROM WS-COMPANY-HEADING
                       ADD 1 TO WS-LINE-KTR
                    END-IF
                    MOVE WS-SPD-SUPPLIER-CODE (WS-SPD-IDX)
                       TO SPD-SUPPLIER-OUT
                    MOVE WS-SPD-SUPPLIER-NAME (WS-SPD-IDX)
                       TO SPD-NAME-OUT
                    MOVE WS-SPD-PAID-USD (WS-SPD-IDX) TO SPD-PAID-OUT
                    IF WS-SPD-PAID-USD (WS-SPD-IDX) >= WS-THRESHOLD
                       MOVE 'YES' TO SPD-REPORTABLE-OUT
                       PERFORM 710-Write-Tax-Row
                       ADD 1 TO WS-REPORTABLE-CTR
                       ADD 1 TO WS-CC-REPORTABLE (WS-CC-IDX)
                    ELSE
                       MOVE 'NO ' TO SPD-REPORTABLE-OUT
                       ADD 1 TO WS-UNDER-THRESHOLD-CTR
                    END-IF
                    WRITE PRINT-REC FROM WS-SPEND-LINE-OUT
                    ADD 1 TO WS-LINE-KTR
                 END-IF
           END-PERFORM.

       710-Write-Tax-Row.
           MOVE WS-SPD-SUPPLIER-NAME (WS-SPD-IDX)
              TO TF-SUPPLIER-NAME.
           MOVE WS-SPD-PAID-USD (WS-SPD-IDX) TO TF-PAID-USD.
           MOVE WS-SPD-COMPANY (WS-SPD-IDX) TO TF-COMPANY-CODE.
           IF WS-COMPANY-FOUND-IDX > ZERO
              MOVE CO-PAYER-TIN (WS-COMPANY-FOUND-IDX)
                 TO TF-PAYER-TIN
              MOVE CO-COMPANY-NAME (WS-COMPANY-FOUND-IDX)
                 TO TF-PAYER-NAME
           ELSE
              ADD 1 TO WS-NO-PAYER-CTR
           END-IF.
           PERFORM 720-FindRemitAddress.
           IF REMIT-ADDRESS-FOUND
              MOVE WS-REMIT-ADDRESS-1 (WS-REMIT-FOUND-IDX)
                 END-IF
           END-PERFORM.

      *05/22 The company being written, on the COMPANY master.
       730-FindCompany.
           MOVE ZERO TO WS-COMPANY-FOUND-IDX.
           PERFORM VARYING WS-COMPANY-INDEX FROM 1 BY 1
              UNTIL WS-COMPANY-INDEX > COMPANY-MAX
                 OR WS-COMPANY-FOUND-IDX > ZERO
                 IF CO-COMPANY-CODE (WS-COMPANY-INDEX)
                       = WS-CC-COMPANY (WS-CC-IDX)
                    MOVE WS-COMPANY-INDEX TO WS-COMPANY-FOUND-IDX
                 END-IF
           END-PERFORM.

       300-Open-Files.
           OPEN INPUT APHIST.
      *    Input File Status Checking for APHIST
                CLOSE THRS1099
           END-IF.

           OPEN INPUT COMPANY.
      *    Input File Status Checking for COMPANY
           IF IN-COMPANY-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning Input COMPANY'
                GO TO 2000-ABEND-RTN
           ELSE
                PERFORM 3900-LoadCompanies
           END-IF.

           OPEN OUTPUT TAXFILE.
      *    Output File Status Checking for TAXFILE
           IF OUT-TAXFILE-KEY NOT = '00' THEN
              ADD 1 TO WS-SUPPMST-INDEX
           END-IF.

       3900-LoadCompanies.
           INITIALIZE COMPANY-TABLE.
           MOVE 1 TO WS-COMPANY-INDEX.
           PERFORM 3950-ReadNextCompany UNTIL COMPANY-EOF.
           COMPUTE COMPANY-MAX = WS-COMPANY-INDEX - 1.
           CLOSE COMPANY.

       3950-ReadNextCompany.
           IF WS-COMPANY-INDEX > 10
              DISPLAY 'YE1099 - COMPANY TABLE FULL AT 10 '
                 'COMPANIES - RAISE OCCURS IN COMPTAB'
              GO TO 2000-ABEND-RTN
           END-IF.
           READ COMPANY INTO COMPANY-LIST(WS-COMPANY-INDEX)
              AT END
                 MOVE 'Y' TO COMPANY-EOF-WS
           END-READ.
           IF NOT COMPANY-EOF
              ADD 1 TO WS-COMPANY-INDEX
           END-IF.

      *02/20 Only the remit rows ('3') matter to a filing.
       310-LoadRemitAddresses.
           PERFORM 315-ReadNextAddress UNTIL ADDRMST-EOF.
           MOVE 'NAMES NOT ON SUPPLIER MASTER' TO WS-SUMMARY-LABEL.
           MOVE WS-UNMATCHED-NAME-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
      *05/22 The filing split by company, and what stayed out.
           PERFORM VARYING WS-CC-IDX FROM 1 BY 1
              UNTIL WS-CC-IDX > WS-CC-MAX
                 MOVE SPACES TO WS-SUMMARY-LABEL
                 STRING 'REPORTABLE FOR COMPANY '
                    WS-CC-COMPANY (WS-CC-IDX)
                    DELIMITED BY SIZE INTO WS-SUMMARY-LABEL
                 MOVE WS-CC-REPORTABLE (WS-CC-IDX) TO WS-SUMMARY-COUNT
                 WRITE PRINT-REC FROM WS-SUMMARY-LINE
           END-PERFORM.
           MOVE 'INTERCOMPANY ROWS EXCLUDED' TO WS-SUMMARY-LABEL.
           MOVE WS-INTERCO-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'FILINGS WITH NO PAYER ON COMPANY' TO WS-SUMMARY-LABEL.
           MOVE WS-NO-PAYER-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.

      * Each supplier also gets their received-not-invoiced value
      * off OPENPO as context - REMITCMP catches address fraud, this
      * catches the money drift.
      * 05/05 Each break (not matched, amount diff, credit missing)
      * carries the supplier's accounts-receivable contact off the
      * CONTMST contact master (via CONTLOOK) on a line beneath it.
      ******************************************************************

       ENVIRONMENT DIVISION.
               88 ST-INVOICE-LINE            VALUE 'I'.
               88 ST-CREDIT-LINE             VALUE 'C'.

      * Same 178-byte feed row APEXTRCT writes.
       FD  APHIST
           RECORDING MODE IS F
           RECORD CONTAINS 178 CHARACTERS
           DATA RECORD IS APHIST-REC.
       01  APHIST-REC.
           05  APH-PO-NUMBER           PIC X(06).
           05  FILLER                  PIC 9(07).
           05  FILLER                  PIC 9(7)V99.
           05  APH-EXTENDED-AMOUNT     PIC 9(9)V99.
      *04/14 Grew 154 to 165 - the run identifier rides at the end.
      *05/22 Grew 165 to 168 - the company and intercompany flag too.
      *06/02 Grew 168 to 178 - the invoice number too.
           05  FILLER                  PIC X(135).

      * Same 92-byte debit-memo row DOCKINSP writes.
       FD  DEBITMEM
      * Same OPENPO-REC shape POMATCH writes.
       FD  OPENPO
           RECORDING MODE IS F
           RECORD CONTAINS 126 CHARACTERS
           DATA RECORD IS OPENPO-REC.
       01  OPENPO-REC.
           05  OP-PO-NUMBER            PIC X(06).
      * the dock's expected-receipts views skip it. Grew the row
      * 122 to 123.
           05  OP-DROP-SHIP            PIC X(01).
      *05/22 Company the order books to and the intercompany flag
      * - see COMPANY-CODE-PO in PARTSUB. Grew the row 123 to 126.
           05  OP-COMPANY-CODE         PIC X(02).
           05  OP-INTERCO-FLAG         PIC X(01).

       FD  PRINT-LINE RECORDING MODE F
           LABEL RECORDS ARE STANDARD
       01  PRINT-REC      PIC X(133).

       WORKING-STORAGE SECTION.
           COPY CONTREQ.  *> CONTLOOK supplier-contact request block

       01 FILE-STATUS-CODES.
           05 IN-STMTIN-KEY             PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
       01 WS-AMOUNT-DIFF-CTR               PIC 9(7) VALUE ZERO.
       01 WS-CREDIT-MISSING-CTR            PIC 9(7) VALUE ZERO.
       01 WS-CLEAN-CTR                     PIC 9(7) VALUE ZERO.
       01 WS-NO-CONTACT-CTR                PIC 9(7) VALUE ZERO.

      *03/11 Pennies of disagreement AP will not chase.
       01 WS-AMOUNT-TOLERANCE              PIC 9(3)V99 VALUE 1.00.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 RCN-FINDING-OUT        PIC X(14)      VALUE SPACES.

      *05/05 Who to call - printed beneath each break.
       01 WS-CONTACT-LINE-OUT.
          05 FILLER                 PIC X(6)       VALUE SPACES.
          05 CTL-ROLE-OUT           PIC X(18)      VALUE
             'ACCTS RECEIVABLE:'.
          05 CTL-NAME-OUT           PIC X(25)      VALUE SPACES.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 CTL-PHONE-OUT          PIC X(15)      VALUE SPACES.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 CTL-EMAIL-OUT          PIC X(40)      VALUE SPACES.

       01 WS-SUMMARY-LINE.
           05 FILLER                PIC X(3)  VALUE SPACES.
           05 WS-SUMMARY-LABEL      PIC X(34) VALUE SPACES.
           MOVE ST-AMOUNT TO RCN-STMT-AMT-OUT.
           WRITE PRINT-REC FROM WS-RECON-LINE-OUT.
           ADD 1 TO WS-LINE-KTR.
           MOVE ST-SUPPLIER-CODE TO CRQ-SUPPLIER-CODE.
           PERFORM 240-Write-Contact-Line.

      *05/05 The supplier's accounts-receivable contact, or a note that
      * CONTMST has none - CONTGAP lists those weekly.
       240-Write-Contact-Line.
      * The caller sets CRQ-SUPPLIER-CODE.
           MOVE 'A' TO CRQ-ROLE.
           CALL 'CONTLOOK' USING CONTACT-REQUEST.
           IF CRQ-CONTACT-FOUND
              MOVE CRQ-CONTACT-NAME TO CTL-NAME-OUT
              MOVE CRQ-PHONE TO CTL-PHONE-OUT
              MOVE CRQ-EMAIL TO CTL-EMAIL-OUT
           ELSE
              MOVE 'NO CONTACT ON FILE' TO CTL-NAME-OUT
              MOVE SPACES TO CTL-PHONE-OUT, CTL-EMAIL-OUT
              ADD 1 TO WS-NO-CONTACT-CTR
           END-IF.
           WRITE PRINT-REC FROM WS-CONTACT-LINE-OUT.
           ADD 1 TO WS-LINE-KTR.

      *03/11 Every memo still unmatched is a credit they owe us
      * that never arrived.
                    WRITE PRINT-REC FROM WS-RECON-LINE-OUT
                    ADD 1 TO WS-LINE-KTR
                    ADD 1 TO WS-CREDIT-MISSING-CTR
                    MOVE WS-MEMO-SUPPLIER (WS-MEMO-IDX)
                       TO CRQ-SUPPLIER-CODE
                    PERFORM 240-Write-Contact-Line
                 END-IF
           END-PERFORM.

           MOVE 'CREDITS THEY STILL OWE US' TO WS-SUMMARY-LABEL.
           MOVE WS-CREDIT-MISSING-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'BREAKS WITH NO CONTACT ON FILE' TO WS-SUMMARY-LABEL.
           MOVE WS-NO-CONTACT-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.

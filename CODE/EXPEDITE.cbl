      *     warehouse what we cannot sell yet.
      * The report breaks by BUYER-CODE so each buyer gets their own
      * call list each morning.
      * 05/05 Each order carries the supplier's customer-service
      * contact off the CONTMST contact master (via CONTLOOK) on a
      * line beneath it - the call list now says who to call.
      ******************************************************************

       ENVIRONMENT DIVISION.
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

      * Same 38-byte per-plant balance row REORDPT reads.
       FD  ONHAND

       WORKING-STORAGE SECTION.
           COPY PROCDATE. *> Business process date control card
           COPY CONTREQ.  *> CONTLOOK supplier-contact request block

       01 FILE-STATUS-CODES.
      * File status key for input File OPENPO
       01 WS-EXPEDITE-CTR                  PIC 9(7) VALUE ZERO.
       01 WS-PUSHOUT-CTR                   PIC 9(7) VALUE ZERO.
       01 WS-NO-BALANCE-CTR                PIC 9(7) VALUE ZERO.
       01 WS-NO-CONTACT-CTR                PIC 9(7) VALUE ZERO.

      *02/13 Months of cover already on hand that makes an open
      * order a push-out candidate.
          05 FILLER                 PIC X(04)      VALUE SPACES.
          05 ACT-ACTION-OUT         PIC X(08)      VALUE SPACES.

      *05/05 Who to call - printed beneath each action line.
       01 WS-CONTACT-LINE-OUT.
          05 FILLER                 PIC X(8)       VALUE SPACES.
          05 FILLER                 PIC X(18)      VALUE
             'CUST SERVICE:'.
          05 CTL-NAME-OUT           PIC X(25)      VALUE SPACES.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 CTL-PHONE-OUT          PIC X(15)      VALUE SPACES.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 CTL-EMAIL-OUT          PIC X(40)      VALUE SPACES.

       01 WS-SUMMARY-LINE.
           05 FILLER                PIC X(3)  VALUE SPACES.
           05 WS-SUMMARY-LABEL      PIC X(34) VALUE SPACES.
           END-IF.
           WRITE PRINT-REC FROM WS-ACTION-LINE-OUT.
           ADD 1 TO WS-LINE-KTR.
           PERFORM 730-Write-Contact-Line.

      *05/05 The supplier's customer-service contact, or a note that
      * CONTMST has none - CONTGAP lists those weekly.
       730-Write-Contact-Line.
           MOVE WS-ACT-SUPPLIER (WS-ACT-IDX) TO CRQ-SUPPLIER-CODE.
           MOVE 'C' TO CRQ-ROLE.
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

       300-Open-Files.
           OPEN INPUT OPENPO.
           MOVE 'OPEN ORDERS WITH NO BALANCE ROW' TO WS-SUMMARY-LABEL.
           MOVE WS-NO-BALANCE-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'ACTIONS WITH NO CONTACT ON FILE' TO WS-SUMMARY-LABEL.
           MOVE WS-NO-CONTACT-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.

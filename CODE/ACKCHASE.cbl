      * same walk POAGERPT ages with), one line per order with its
      * buyer and supplier, so the daily chase is a list instead of
      * a hunch.
      * 05/05 Each order carries the supplier's customer-service
      * contact off the CONTMST contact master (via CONTLOOK) on a
      * line beneath it, so the buyer knows who to call.
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

       FD  HOLIDAYS
           RECORDING MODE IS F
           COPY HOLTAB.   *> Holiday/shutdown calendar control table
           COPY PROCDATE. *> Business process date control card
           COPY PARMTAB.  *> PARMLOAD central-parameter request block
           COPY CONTREQ.  *> CONTLOOK supplier-contact request block

      *02/18 Holiday dates as Lilian day numbers, converted once at
      * load the way POAGERPT does.

       01 WS-IN-OPENPO-CTR                 PIC 9(7) VALUE ZERO.
       01 WS-CHASE-CTR                     PIC 9(7) VALUE ZERO.
       01 WS-NO-CONTACT-CTR                PIC 9(7) VALUE ZERO.

       01 WS-ACKDAYS-LIMIT                 PIC 9(2) VALUE 03.

          05 FILLER                 PIC X(04)      VALUE SPACES.
          05 CHS-AGE-OUT            PIC ZZZZ9      VALUE ZERO.

      *05/05 Who to call - printed beneath each chase line.
       01 WS-CONTACT-LINE-OUT.
          05 FILLER                 PIC X(6)       VALUE SPACES.
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
           WRITE PRINT-REC FROM WS-CHASE-LINE-OUT.
           ADD 1 TO WS-LINE-KTR.
           ADD 1 TO WS-CHASE-CTR.
           PERFORM 230-Write-Contact-Line.

      *05/05 The supplier's customer-service contact, or a note that
      * CONTMST has none - CONTGAP lists those weekly.
       230-Write-Contact-Line.
           MOVE OP-SUPPLIER-CODE TO CRQ-SUPPLIER-CODE.
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
           MOVE 'ORDERS ON THE CHASE LIST' TO WS-SUMMARY-LABEL.
           MOVE WS-CHASE-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'ORDERS WITH NO CONTACT ON FILE' TO WS-SUMMARY-LABEL.
           MOVE WS-NO-CONTACT-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.

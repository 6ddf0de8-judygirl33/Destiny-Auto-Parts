      * walk POAGERPT uses), and flags the ones past their due date
      * so the morning meeting sees exactly which suppliers are
      * sitting on a demand.
      * 05/05 Each supplier's heading line carries its quality
      * contact off the CONTMST contact master (via CONTLOOK), so the
      * chase goes to a named person.
      ******************************************************************

       ENVIRONMENT DIVISION.

       WORKING-STORAGE SECTION.
           COPY PROCDATE. *> Business process date control card
           COPY CONTREQ.  *> CONTLOOK supplier-contact request block
      *01/02 Holiday/shutdown calendar - see HOLTAB. Each date is
      * converted to its Lilian day number at load so the
      * business-day walk below compares day numbers.
       01 WS-IN-CARFILE-CTR                PIC 9(7) VALUE ZERO.
       01 WS-OPEN-CTR                      PIC 9(7) VALUE ZERO.
       01 WS-OVERDUE-CTR                   PIC 9(7) VALUE ZERO.
       01 WS-NO-CONTACT-CTR                PIC 9(7) VALUE ZERO.

      * Date conversion work area - CEEDAYS turns a YYYYMMDD date
      * string into a Lilian day number, the POAGERPT machinery.
          05 FILLER                 PIC X(3)       VALUE SPACES.
          05 FILLER                 PIC X(10)      VALUE 'SUPPLIER: '.
          05 BRK-SUPPLIER-OUT       PIC X(10)      VALUE SPACES.
      *05/05 Quality contact for the supplier.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 FILLER                 PIC X(09)      VALUE 'QUALITY: '.
          05 BRK-CONTACT-OUT        PIC X(25)      VALUE SPACES.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 BRK-PHONE-OUT          PIC X(15)      VALUE SPACES.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 BRK-EMAIL-OUT          PIC X(40)      VALUE SPACES.

       01 WS-CAR-LINE-OUT.
          05 FILLER                 PIC X(3)       VALUE SPACES.
           IF CA-SUPPLIER-CODE NOT = WS-PREV-SUPPLIER
              MOVE CA-SUPPLIER-CODE TO WS-PREV-SUPPLIER
              MOVE CA-SUPPLIER-CODE TO BRK-SUPPLIER-OUT
              PERFORM 210-LookupContact
              WRITE PRINT-REC FROM WS-SUPPLIER-BREAK-LINE
              ADD 1 TO WS-LINE-KTR
           END-IF.
       200-Age-Car-Exit.
           EXIT.

      *05/05 The supplier's quality contact, or a note that CONTMST
      * has none - CONTGAP lists those weekly.
       210-LookupContact.
           MOVE CA-SUPPLIER-CODE TO CRQ-SUPPLIER-CODE.
           MOVE 'Q' TO CRQ-ROLE.
           CALL 'CONTLOOK' USING CONTACT-REQUEST.
           IF CRQ-CONTACT-FOUND
              MOVE CRQ-CONTACT-NAME TO BRK-CONTACT-OUT
              MOVE CRQ-PHONE TO BRK-PHONE-OUT
              MOVE CRQ-EMAIL TO BRK-EMAIL-OUT
           ELSE
              MOVE 'NO CONTACT ON FILE' TO BRK-CONTACT-OUT
              MOVE SPACES TO BRK-PHONE-OUT, BRK-EMAIL-OUT
              ADD 1 TO WS-NO-CONTACT-CTR
           END-IF.

      * One step of the business-day walk - counts WS-DAY-INT
      * toward the age unless it is a Saturday, a Sunday, or a date
      * on the holiday calendar. The POAGERPT walk.
           MOVE 'OVERDUE' TO WS-SUMMARY-LABEL.
           MOVE WS-OVERDUE-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'SUPPLIERS WITH NO QUALITY CONTACT' TO WS-SUMMARY-LABEL.
           MOVE WS-NO-CONTACT-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.

      * (REQUISITION-NO-PO in PARTSUB) and rides through to
      * PURC-FILES, which is how REQWORKL knows a request became an
      * order.
      * 05/25 Requisitions carry the plant they are for. REORDPT now
      * raises its own (requester REORDPT, numbered S00001 up) off
      * its reorder-point suggestions and feeds them through here
      * like any other; a blank plant is plant '001'.
      ******************************************************************

       ENVIRONMENT DIVISION.
       DATA DIVISION.
       FILE SECTION.
      *02/04 One row per requisition raised on the floor.
      *05/25 Plant code on the end - widened the record from 62 to 65.
       FD  REQNIN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 65 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REQNIN-REC.
       01  REQNIN-REC.
           05  RQ-QUANTITY             PIC 9(07).
           05  RQ-NEED-DATE            PIC 9(08).
           05  RQ-SUPPLIER-CODE        PIC X(10).
           05  RQ-PLANT-CODE           PIC X(03).

      * Same 117-byte record shape PARTLOAD loads, keyed on the part
      * number.
       FD  SUPPMST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 74 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SUPPMST-REC.
       01  SUPPMST-REC     PIC X(74).

      * Business process-date control card - see PROCDATE.
       FD  PROCDATE

      *02/04 Accepted requisition - the inbound row plus the intake
      * date it cleared the edit, so the worklist can age it.
      *05/25 Plant code on the end - widened the record from 70 to 73.
       FD  OPENREQS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 73 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS OPENREQS-REC.
       01  OPENREQS-REC.
           05  OR-NEED-DATE            PIC 9(08).
           05  OR-SUPPLIER-CODE        PIC X(10).
           05  OR-INTAKE-DATE          PIC 9(08).
           05  OR-PLANT-CODE           PIC X(03).

      *02/04 Same structured reject layout FINALEX writes to
      * ERRORFILE - part number, reason code, message - so the
           MOVE RQ-NEED-DATE TO OR-NEED-DATE.
           MOVE RQ-SUPPLIER-CODE TO OR-SUPPLIER-CODE.
           MOVE PROCESS-DATE TO OR-INTAKE-DATE.
      *05/25 A blank plant is the original building.
           IF RQ-PLANT-CODE = SPACES
              MOVE '001' TO OR-PLANT-CODE
           ELSE
              MOVE RQ-PLANT-CODE TO OR-PLANT-CODE
           END-IF.
           WRITE OPENREQS-REC.
           IF OUT-OPENREQS-KEY NOT = '00'
              GO TO 2000-ABEND-RTN

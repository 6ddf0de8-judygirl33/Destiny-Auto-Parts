      * SUPPRPT, CONCRPT and any future supplier report consume the
      * extract instead - cutting window time and guaranteeing the
      * reports agree with each other.
      * 05/22 An order one of our companies placed on another is
      * intercompany (INTERCOMPANY-PO, see PARTSUB) and is not
      * third-party spend - it stays out of SUPPSUM, so out of every
      * supplier report built on it, and is counted on the summary.
      ******************************************************************

       ENVIRONMENT DIVISION.
       FD  GOODDATAIN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 1029 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS GOODDATAIN-REC.
       01  GOODDATAIN-REC     PIC X(1029).

      *12/29 UOM conversion-factor control file - see UOMTAB.
       FD  UOMFACT

       01 WS-IN-GOODDATA-CTR               PIC 9(7) VALUE ZERO.
       01 WS-ROWS-WRITTEN-CTR              PIC 9(7) VALUE ZERO.
       01 WS-INTERCO-SKIP-CTR              PIC 9(7) VALUE ZERO.
       01 WS-PO-COUNTER                    PIC 9 VALUE 1.

      *12/23 Supplier-within-make rollup, the same keying CONCRPT
           PERFORM 400-Read-GOODDATAIN.

       100-Main2.
           IF INTERCOMPANY-PO
              ADD 1 TO WS-INTERCO-SKIP-CTR
           ELSE
              PERFORM 200-Accumulate-Rollup
           END-IF.
           PERFORM 400-Read-GOODDATAIN.

       200-Accumulate-Rollup.
           MOVE 'SUPPLIER/MAKE ROWS WRITTEN' TO WS-SUMMARY-LABEL.
           MOVE WS-ROWS-WRITTEN-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'INTERCOMPANY ORDERS SKIPPED' TO WS-SUMMARY-LABEL.
           MOVE WS-INTERCO-SKIP-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.

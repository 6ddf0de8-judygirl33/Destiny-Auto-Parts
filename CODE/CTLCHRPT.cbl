       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTLCHRPT.
       AUTHOR. IVANNA COLAN.
      ******************************************************************
      * 05/17 Monthly control-table change report for audit. Lists
      * every add, change and delete CTLMNT wrote to the CTLCHGLG
      * change log in the process month, in the order they were made:
      * date, table, action, row key, field and operator, then the
      * old and new values under it. An add shows the new row and a
      * delete the row as it stood. Ends with adds/changes/deletes per
      * table and run totals. The log itself is never pruned - it is
      * the audit trail - so any earlier month can be rerun by
      * overriding PROCDATE.
      * 05/21 FISCPER - the fiscal-period calendar finance closes
      * periods on - is CTLMNT's thirteenth table and is counted
      * here with the rest.
      * 05/22 COMPANY, the legal-entity master, makes fourteen.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Control-table change log - written by CTLMNT.
           SELECT CTLCHGLG ASSIGN TO CTLCHGLG
           FILE STATUS IS IN-CTLCHGLG-KEY.

      * Business process-date control card - see PROCDATE.
           SELECT PROCDATE ASSIGN TO PROCDATE
           FILE STATUS IS PROCDATE-KEY.

           SELECT PRINT-LINE ASSIGN TO PRTLINE.

       DATA DIVISION.
       FILE SECTION.
      * Same 176-byte log row CTLMNT writes.
       FD  CTLCHGLG
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 176 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CTLCHGLG-REC.
       01  CTLCHGLG-REC.
           05  CL-TABLE-NAME          PIC X(08).
           05  CL-ACTION              PIC X(01).
               88  CL-ADDED                    VALUE 'A'.
               88  CL-CHANGED                  VALUE 'C'.
               88  CL-DELETED                  VALUE 'D'.
           05  CL-ROW-KEY             PIC X(27).
           05  CL-FIELD-NAME          PIC X(12).
           05  CL-OLD-VALUE           PIC X(56).
           05  CL-NEW-VALUE           PIC X(56).
           05  CL-OPERATOR-ID         PIC X(08).
           05  CL-CHANGE-DATE         PIC 9(08).

       FD  PROCDATE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 8 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PROCDATE-REC.
       01  PROCDATE-REC     PIC X(8).

       FD  PRINT-LINE RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 133 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PRINT-REC.
       01  PRINT-REC      PIC X(133).

       WORKING-STORAGE SECTION.
           COPY PROCDATE. *> Business process date control card

       01 FILE-STATUS-CODES.
           05 IN-CTLCHGLG-KEY            PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
                88 CTLCHGLG-NOT-FOUND       VALUE '35'.
           05 PROCDATE-KEY               PIC X(2).
                88 CODE-WRITE               VALUE SPACES.

       01 FILES-EOF.
           05 CTLCHGLG-EOF-WS                 PIC X(01) VALUE 'N'.
              88 CTLCHGLG-EOF                            VALUE 'Y'.

       01 WS-REPORT-MONTH                  PIC 9(6) VALUE ZERO.
       01 WS-LOG-READ-CTR                  PIC 9(7) VALUE ZERO.
       01 WS-LOG-LISTED-CTR                PIC 9(7) VALUE ZERO.

      *05/17 Adds, changes and deletes per table, in CTLMNT's order.
       01 WS-TABLE-NO                      PIC 9(2) VALUE ZERO.
       01 WS-TABLE-SUMMARY-TABLE.
           05 WS-TS-ENTRY OCCURS 14 TIMES.
              10 WS-TS-NAME                 PIC X(08) VALUE SPACES.
              10 WS-TS-ADDS                 PIC 9(05) VALUE ZERO.
              10 WS-TS-CHANGES              PIC 9(05) VALUE ZERO.
              10 WS-TS-DELETES              PIC 9(05) VALUE ZERO.

       01 WS-RUN-TOTALS.
           05 WS-RN-ADDS                    PIC 9(07) VALUE ZERO.
           05 WS-RN-CHANGES                 PIC 9(07) VALUE ZERO.
           05 WS-RN-DELETES                 PIC 9(07) VALUE ZERO.

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
              'Destiny Auto Parts - Control Table Change Report'.
           05 FILLER              PIC X(54)      VALUE SPACES.
           05 FILLER              PIC X(5)       VALUE 'PAGE '.
           05 WS-PAGE-NO-OUT      PIC ZZZ9       VALUE ZERO.
           05 FILLER              PIC X(13)      VALUE SPACES.
       01 WS-SECTION-LINE.
           05 FILLER              PIC X(3)       VALUE SPACES.
           05 WS-SECTION-TEXT     PIC X(50)      VALUE SPACES.
           05 WS-SECTION-DATE     PIC 9999/99/99 VALUE ZERO.
           05 FILLER              PIC X(70)      VALUE SPACES.

       01 WS-HEADER.
          05 FILLER              PIC X(3)       VALUE SPACES.
          05 FILLER              PIC X(12)      VALUE 'Date'.
          05 FILLER              PIC X(10)      VALUE 'Table'.
          05 FILLER              PIC X(8)       VALUE 'Action'.
          05 FILLER              PIC X(29)      VALUE 'Row key'.
          05 FILLER              PIC X(14)      VALUE 'Field'.
          05 FILLER              PIC X(8)       VALUE 'Operator'.
          05 FILLER              PIC X(49)      VALUE SPACES.

       01 WS-CHANGE-LINE-OUT.
          05 FILLER                 PIC X(3)       VALUE SPACES.
          05 CH-DATE-OUT            PIC 9999/99/99 VALUE ZERO.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 CH-TABLE-OUT           PIC X(08)      VALUE SPACES.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 CH-ACTION-OUT          PIC X(06)      VALUE SPACES.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 CH-KEY-OUT             PIC X(27)      VALUE SPACES.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 CH-FIELD-OUT           PIC X(12)      VALUE SPACES.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 CH-OPERATOR-OUT        PIC X(08)      VALUE SPACES.
          05 FILLER                 PIC X(49)      VALUE SPACES.

       01 WS-VALUE-LINE-OUT.
          05 FILLER                 PIC X(10)      VALUE SPACES.
          05 FILLER                 PIC X(05)      VALUE 'WAS: '.
          05 CH-OLD-OUT             PIC X(56)      VALUE SPACES.
          05 FILLER                 PIC X(01)      VALUE SPACES.
          05 FILLER                 PIC X(05)      VALUE 'NOW: '.
          05 CH-NEW-OUT             PIC X(56)      VALUE SPACES.

       01 WS-NONE-LINE-OUT.
          05 FILLER                 PIC X(3)       VALUE SPACES.
          05 FILLER                 PIC X(40)      VALUE
             'NO CONTROL TABLE CHANGES THIS MONTH'.
          05 FILLER                 PIC X(90)      VALUE SPACES.

       01 WS-TABLE-LINE-OUT.
          05 FILLER                 PIC X(3)       VALUE SPACES.
          05 TS-NAME-OUT            PIC X(10)      VALUE SPACES.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 FILLER                 PIC X(05)      VALUE 'ADDS '.
          05 TS-ADDS-OUT            PIC ZZZ,ZZ9    VALUE ZERO.
          05 FILLER                 PIC X(03)      VALUE SPACES.
          05 FILLER                 PIC X(08)      VALUE 'CHANGES '.
          05 TS-CHANGES-OUT         PIC ZZZ,ZZ9    VALUE ZERO.
          05 FILLER                 PIC X(03)      VALUE SPACES.
          05 FILLER                 PIC X(08)      VALUE 'DELETES '.
          05 TS-DELETES-OUT         PIC ZZZ,ZZ9    VALUE ZERO.
          05 FILLER                 PIC X(70)      VALUE SPACES.

       01 WS-SUMMARY-LINE.
           05 FILLER                PIC X(3)  VALUE SPACES.
           05 WS-SUMMARY-LABEL      PIC X(34) VALUE SPACES.
           05 WS-SUMMARY-COUNT      PIC ZZZ,ZZZ,ZZ9 VALUE ZERO.
           05 FILLER                PIC X(85) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN.
           PERFORM 000-Housekeeping.
           PERFORM 100-Main2 UNTIL CTLCHGLG-EOF.
           IF WS-LOG-LISTED-CTR = ZERO
              WRITE PRINT-REC FROM WS-NONE-LINE-OUT
           END-IF.
           PERFORM 900-WriteSummary.
           PERFORM 600-CLOSE-FILES.
           GOBACK.

       000-Housekeeping.
           PERFORM 370-LoadProcessDate.
           MOVE PROCESS-DATE (1:6) TO WS-REPORT-MONTH.
           MOVE 'VEHMAKE'  TO WS-TS-NAME (1).
           MOVE 'VEHMODEL' TO WS-TS-NAME (2).
           MOVE 'PAYTERMS' TO WS-TS-NAME (3).
           MOVE 'HAZCLASS' TO WS-TS-NAME (4).
           MOVE 'CARRIERS' TO WS-TS-NAME (5).
           MOVE 'COUNTRY'  TO WS-TS-NAME (6).
           MOVE 'COMCLAS'  TO WS-TS-NAME (7).
           MOVE 'UOMFACT'  TO WS-TS-NAME (8).
           MOVE 'PLANTS'   TO WS-TS-NAME (9).
           MOVE 'RSNCODES' TO WS-TS-NAME (10).
           MOVE 'STATETAX' TO WS-TS-NAME (11).
           MOVE 'COMMGL'   TO WS-TS-NAME (12).
           MOVE 'FISCPER'  TO WS-TS-NAME (13).
           MOVE 'COMPANY'  TO WS-TS-NAME (14).
           PERFORM 300-Open-Files.
           MOVE 'Control table changes for the month of'
              TO WS-SECTION-TEXT.
           MOVE PROCESS-DATE TO WS-SECTION-DATE.
           PERFORM 800-NEW-PAGE.

       100-Main2.
           READ CTLCHGLG
              AT END
                 MOVE 'Y' TO CTLCHGLG-EOF-WS
           END-READ.
           IF NOT CTLCHGLG-EOF
              ADD 1 TO WS-LOG-READ-CTR
              IF CL-CHANGE-DATE (1:6) = WS-REPORT-MONTH
                 PERFORM 200-PrintChange
              END-IF
           END-IF.

       200-PrintChange.
           IF WS-LINE-KTR > WS-MAX-LINES-PER-PAGE
              PERFORM 800-NEW-PAGE
           END-IF.
           MOVE CL-CHANGE-DATE TO CH-DATE-OUT.
           MOVE CL-TABLE-NAME TO CH-TABLE-OUT.
           MOVE CL-ROW-KEY TO CH-KEY-OUT.
           MOVE CL-FIELD-NAME TO CH-FIELD-OUT.
           MOVE CL-OPERATOR-ID TO CH-OPERATOR-OUT.
           MOVE CL-OLD-VALUE TO CH-OLD-OUT.
           MOVE CL-NEW-VALUE TO CH-NEW-OUT.
           EVALUATE TRUE
              WHEN CL-ADDED
                 MOVE 'ADD' TO CH-ACTION-OUT
                 ADD 1 TO WS-RN-ADDS
              WHEN CL-CHANGED
                 MOVE 'CHANGE' TO CH-ACTION-OUT
                 ADD 1 TO WS-RN-CHANGES
              WHEN CL-DELETED
                 MOVE 'DELETE' TO CH-ACTION-OUT
                 ADD 1 TO WS-RN-DELETES
              WHEN OTHER
                 MOVE CL-ACTION TO CH-ACTION-OUT
           END-EVALUATE.
           PERFORM 210-CountTable.
           WRITE PRINT-REC FROM WS-CHANGE-LINE-OUT.
           WRITE PRINT-REC FROM WS-VALUE-LINE-OUT.
           ADD 2 TO WS-LINE-KTR.
           ADD 1 TO WS-LOG-LISTED-CTR.

       210-CountTable.
           PERFORM VARYING WS-TABLE-NO FROM 1 BY 1
              UNTIL WS-TABLE-NO > 14
                 IF WS-TS-NAME (WS-TABLE-NO) = CL-TABLE-NAME
                    IF CL-ADDED
                       ADD 1 TO WS-TS-ADDS (WS-TABLE-NO)
                    END-IF
                    IF CL-CHANGED
                       ADD 1 TO WS-TS-CHANGES (WS-TABLE-NO)
                    END-IF
                    IF CL-DELETED
                       ADD 1 TO WS-TS-DELETES (WS-TABLE-NO)
                    END-IF
                 END-IF
           END-PERFORM.

       300-Open-Files.
           OPEN INPUT CTLCHGLG.
           IF CTLCHGLG-NOT-FOUND
              MOVE 'Y' TO CTLCHGLG-EOF-WS
           ELSE
              IF IN-CTLCHGLG-KEY NOT = '00'
                 DISPLAY
                        '---------------------------------------------'
                 DISPLAY 'File Problem openning Input CTLCHGLG'
                 GO TO 2000-ABEND-RTN
              END-IF
           END-IF.
           OPEN OUTPUT PRINT-LINE.

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

       600-CLOSE-FILES.
           IF NOT CTLCHGLG-NOT-FOUND
              CLOSE CTLCHGLG
           END-IF.
           CLOSE PRINT-LINE.

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
           WRITE PRINT-REC FROM WS-BLANK-LINE.
           WRITE PRINT-REC FROM WS-SECTION-LINE.
           WRITE PRINT-REC FROM WS-HEADER.
           MOVE 4 TO WS-LINE-KTR.

       900-WriteSummary.
           WRITE PRINT-REC FROM WS-BLANK-LINE.
           PERFORM VARYING WS-TABLE-NO FROM 1 BY 1
              UNTIL WS-TABLE-NO > 14
                 MOVE WS-TS-NAME (WS-TABLE-NO) TO TS-NAME-OUT
                 MOVE WS-TS-ADDS (WS-TABLE-NO) TO TS-ADDS-OUT
                 MOVE WS-TS-CHANGES (WS-TABLE-NO) TO TS-CHANGES-OUT
                 MOVE WS-TS-DELETES (WS-TABLE-NO) TO TS-DELETES-OUT
                 WRITE PRINT-REC FROM WS-TABLE-LINE-OUT
           END-PERFORM.
           WRITE PRINT-REC FROM WS-BLANK-LINE.
           MOVE 'CONTROL TABLE CHANGE SUMMARY' TO WS-SUMMARY-LABEL.
           MOVE ZERO TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'LOG ROWS READ' TO WS-SUMMARY-LABEL.
           MOVE WS-LOG-READ-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'ROWS ADDED' TO WS-SUMMARY-LABEL.
           MOVE WS-RN-ADDS TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'FIELDS CHANGED' TO WS-SUMMARY-LABEL.
           MOVE WS-RN-CHANGES TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'ROWS DELETED' TO WS-SUMMARY-LABEL.
           MOVE WS-RN-DELETES TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. FISCLOOK.
       AUTHOR. IVANNA COLAN.
      ******************************************************************
      * 05/21 Fiscal-period lookup. CALLed by GLEXTRCT, RNIACCR,
      * FXREVAL, SPENDACC, USETAX, MGMTPACK and REBACCUM for the
      * fiscal period a date falls in, so every month-end program
      * works the same 4-4-5 calendar off the FISCPER table CTLMNT
      * maintains (see FISCTAB) instead of taking the calendar month
      * off the date. The calendar is loaded into
      * FISCAL-PERIOD-TABLE on the first call and kept for the run,
      * the CONTLOOK pattern. When the period is closed the answer
      * also carries the period to post to instead - the earliest
      * open period after it - so no late rerun posts into a period
      * finance has closed. A missing FISCPER (status 35) just
      * means no calendar - every date comes back not found, dated
      * by its calendar month. The request block is laid out in
      * FISCREQ.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Fiscal-period calendar - see FISCTAB.
           SELECT FISCPER ASSIGN TO FISCPER
           FILE STATUS IS IN-FISCPER-KEY.

       DATA DIVISION.
       FILE SECTION.
       FD  FISCPER
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 44 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS FISCPER-REC.
       01  FISCPER-REC      PIC X(44).

       WORKING-STORAGE SECTION.
           COPY FISCTAB. *> Fiscal-period calendar table

       01 IN-FISCPER-KEY                   PIC X(2).
           88 CODE-WRITE                        VALUE SPACES.
           88 FISCPER-NOT-FOUND                 VALUE '35'.
       01 FISCPER-EOF-WS                   PIC X(01) VALUE 'N'.
           88 FISCPER-EOF                        VALUE 'Y'.
      *05/21 Loaded once per run - working storage is kept between
      * calls.
       01 WS-LOADED-FLAG                   PIC X(01) VALUE 'N'.
           88 CALENDAR-LOADED                    VALUE 'Y'.
       01 WS-PERIOD-INDEX                  PIC 9(4) VALUE 1.
       01 WS-PERIOD-FOUND-IDX              PIC 9(4) VALUE ZERO.
       01 WS-OPEN-FOUND-IDX                PIC 9(4) VALUE ZERO.

       LINKAGE SECTION.
           COPY FISCREQ.

       PROCEDURE DIVISION USING FISCAL-REQUEST.

       MAIN.
           IF NOT CALENDAR-LOADED
              PERFORM 300-LoadCalendar THRU 300-LoadCalendar-Exit
           END-IF.
           MOVE 'N' TO FRQ-FOUND-FLAG, FRQ-ROUTED-FLAG.
           MOVE ZERO TO FRQ-START-DATE, FRQ-END-DATE.
           PERFORM 200-FindPeriod.
           IF WS-PERIOD-FOUND-IDX = ZERO
              MOVE FRQ-DATE (1:6) TO FRQ-PERIOD
              MOVE 'O' TO FRQ-STATUS
              MOVE FRQ-PERIOD TO FRQ-POST-PERIOD
              GOBACK
           END-IF.
           MOVE 'Y' TO FRQ-FOUND-FLAG.
           MOVE FP-PERIOD (WS-PERIOD-FOUND-IDX) TO FRQ-PERIOD.
           MOVE FP-START-DATE (WS-PERIOD-FOUND-IDX) TO FRQ-START-DATE.
           MOVE FP-END-DATE (WS-PERIOD-FOUND-IDX) TO FRQ-END-DATE.
           MOVE FP-STATUS (WS-PERIOD-FOUND-IDX) TO FRQ-STATUS.
           MOVE FRQ-PERIOD TO FRQ-POST-PERIOD.
           IF FRQ-PERIOD-CLOSED
              MOVE 'Y' TO FRQ-ROUTED-FLAG
              PERFORM 220-FindOpenPeriod
              IF WS-OPEN-FOUND-IDX > ZERO
                 MOVE FP-PERIOD (WS-OPEN-FOUND-IDX)
                    TO FRQ-POST-PERIOD
              ELSE
                 MOVE ZERO TO FRQ-POST-PERIOD
              END-IF
           END-IF.
           GOBACK.

      *05/21 The period whose start-to-end range holds the date.
       200-FindPeriod.
           MOVE ZERO TO WS-PERIOD-FOUND-IDX.
           PERFORM VARYING WS-PERIOD-INDEX FROM 1 BY 1
              UNTIL WS-PERIOD-INDEX > FISCAL-PERIOD-MAX
                 OR WS-PERIOD-FOUND-IDX > ZERO
                 IF FP-START-DATE (WS-PERIOD-INDEX) <= FRQ-DATE
                    AND FP-END-DATE (WS-PERIOD-INDEX) >= FRQ-DATE
                    MOVE WS-PERIOD-INDEX TO WS-PERIOD-FOUND-IDX
                 END-IF
           END-PERFORM.

      *05/21 The current open period for a closed one - the earliest
      * open period that follows it. Periods close in order, so this
      * is the period finance is working in now.
       220-FindOpenPeriod.
           MOVE ZERO TO WS-OPEN-FOUND-IDX.
           PERFORM VARYING WS-PERIOD-INDEX FROM 1 BY 1
              UNTIL WS-PERIOD-INDEX > FISCAL-PERIOD-MAX
                 IF FP-OPEN (WS-PERIOD-INDEX)
                    AND FP-PERIOD (WS-PERIOD-INDEX) > FRQ-PERIOD
                    IF WS-OPEN-FOUND-IDX = ZERO
                       MOVE WS-PERIOD-INDEX TO WS-OPEN-FOUND-IDX
                    ELSE
                       IF FP-PERIOD (WS-PERIOD-INDEX)
                             < FP-PERIOD (WS-OPEN-FOUND-IDX)
                          MOVE WS-PERIOD-INDEX TO WS-OPEN-FOUND-IDX
                       END-IF
                    END-IF
                 END-IF
           END-PERFORM.

       300-LoadCalendar.
           MOVE 'Y' TO WS-LOADED-FLAG.
           INITIALIZE FISCAL-PERIOD-TABLE.
           MOVE ZERO TO FISCAL-PERIOD-MAX.
           OPEN INPUT FISCPER.
           IF FISCPER-NOT-FOUND
              GO TO 300-LoadCalendar-Exit
           END-IF.
           IF IN-FISCPER-KEY NOT = '00'
              DISPLAY 'FISCLOOK - File Problem openning FISCPER - '
                 'CALENDAR MONTHS WILL BE USED'
              GO TO 300-LoadCalendar-Exit
           END-IF.
           MOVE 1 TO WS-PERIOD-INDEX.
           PERFORM 310-ReadNextPeriod THRU 310-ReadNextPeriod-Exit
              UNTIL FISCPER-EOF.
           COMPUTE FISCAL-PERIOD-MAX = WS-PERIOD-INDEX - 1.
           CLOSE FISCPER.
       300-LoadCalendar-Exit.
           EXIT.

      *05/21 A full table stops the load rather than failing the
      * caller - dates past the last loaded period come back not
      * found until the OCCURS is raised.
       310-ReadNextPeriod.
           IF WS-PERIOD-INDEX > 200
              DISPLAY 'FISCLOOK - PERIOD TABLE FULL AT 200 '
                 'ROWS - RAISE OCCURS IN FISCTAB'
              MOVE 'Y' TO FISCPER-EOF-WS
              GO TO 310-ReadNextPeriod-Exit
           END-IF.
           READ FISCPER INTO FISCAL-PERIOD-LIST(WS-PERIOD-INDEX)
              AT END
                 MOVE 'Y' TO FISCPER-EOF-WS
           END-READ.
           IF NOT FISCPER-EOF
              ADD 1 TO WS-PERIOD-INDEX
           END-IF.
       310-ReadNextPeriod-Exit.
           EXIT.

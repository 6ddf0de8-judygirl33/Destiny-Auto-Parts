       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUNLRPT.
       AUTHOR. FABIO COSTA.
      ******************************************************************
      * 05/19 Morning job-stream status off the RUNLEDGR run ledger
      * RUNLEDG writes around every ledgered step of PRTSUPP1 and
      * PRTSUPP2. For the business date on PROCDATE it lists each
      * stream's steps in the order they first ran, each with where
      * it ended up:
      *   COMPLETED          - ran clean (on a rerun too, if that is
      *                        where it finally got done),
      *   BYPASSED ON RERUN  - already complete, skipped by the rerun,
      *   FAILED             - released and never completed.
      * Each stream closes with its attempt count and step totals.
      * RETURN-CODE 4 when any step stands failed, so the scheduler
      * can page the same way it does off MORNRPT. Any earlier night
      * can be rerun by overriding PROCDATE.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Job-stream run ledger - written by RUNLEDG.
           SELECT RUNLEDGR ASSIGN TO RUNLEDGR
           FILE STATUS IS IN-RUNLEDGR-KEY.

      * Business process-date control card - see PROCDATE.
           SELECT PROCDATE ASSIGN TO PROCDATE
           FILE STATUS IS PROCDATE-KEY.

           SELECT PRINT-LINE ASSIGN TO PRTLINE.

       DATA DIVISION.
       FILE SECTION.
      * Same 60-byte ledger row RUNLEDG writes.
       FD  RUNLEDGR
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RUNLEDGR-REC.
       01  RUNLEDGR-REC.
           05  RL-STREAM              PIC X(08).
           05  RL-BUSINESS-DATE       PIC 9(08).
           05  RL-ATTEMPT             PIC 9(02).
           05  RL-STEP-NAME           PIC X(08).
           05  RL-EVENT               PIC X(01).
               88  RL-STREAM-STARTED           VALUE 'S'.
               88  RL-RELEASED                 VALUE 'R'.
               88  RL-BYPASSED                 VALUE 'B'.
               88  RL-COMPLETED                VALUE 'C'.
           05  RL-RUN-DATE            PIC 9(08).
           05  RL-RUN-SEQ             PIC 9(03).
           05  RL-CLOCK-DATE          PIC 9(08).
           05  RL-CLOCK-TIME          PIC 9(06).
           05  FILLER                 PIC X(08).

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
           05 IN-RUNLEDGR-KEY            PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
                88 RUNLEDGR-NOT-FOUND       VALUE '35'.
           05 PROCDATE-KEY               PIC X(2).
                88 CODE-WRITE               VALUE SPACES.

       01 FILES-EOF.
           05 RUNLEDGR-EOF-WS                 PIC X(01) VALUE 'N'.
              88 RUNLEDGR-EOF                            VALUE 'Y'.

       01 WS-LEDGER-READ-CTR               PIC 9(7) VALUE ZERO.
       01 WS-LEDGER-DATE-CTR               PIC 9(7) VALUE ZERO.

      *05/19 One entry per stream seen on the date, in ledger order.
       01 WS-STREAM-MAX                    PIC 9(4) VALUE 10.
       01 WS-STREAM-CTR                    PIC 9(4) VALUE ZERO.
       01 WS-STREAM-IDX                    PIC 9(4) VALUE ZERO.
       01 WS-STREAM-TABLE.
           05 WS-SR-ENTRY OCCURS 10 TIMES.
              10 WS-SR-NAME                 PIC X(08) VALUE SPACES.
              10 WS-SR-ATTEMPTS             PIC 9(02) VALUE ZERO.
              10 WS-SR-COMPLETED            PIC 9(04) VALUE ZERO.
              10 WS-SR-BYPASSED             PIC 9(04) VALUE ZERO.
              10 WS-SR-FAILED               PIC 9(04) VALUE ZERO.

      *05/19 One entry per stream and step, holding the step's latest
      * event - rows land in time order, so the last one read wins.
       01 WS-STEP-MAX                      PIC 9(4) VALUE 200.
       01 WS-STEP-CTR                      PIC 9(4) VALUE ZERO.
       01 WS-STEP-IDX                      PIC 9(4) VALUE ZERO.
       01 WS-STEP-FOUND                    PIC X(01) VALUE 'N'.
           88 STEP-ON-TABLE                        VALUE 'Y'.
       01 WS-STEP-TABLE.
           05 WS-SP-ENTRY OCCURS 200 TIMES.
              10 WS-SP-STREAM               PIC X(08) VALUE SPACES.
              10 WS-SP-STEP                 PIC X(08) VALUE SPACES.
              10 WS-SP-EVENT                PIC X(01) VALUE SPACES.
                 88 SP-RELEASED                     VALUE 'R'.
                 88 SP-BYPASSED                     VALUE 'B'.
                 88 SP-COMPLETED                    VALUE 'C'.
              10 WS-SP-ATTEMPT              PIC 9(02) VALUE ZERO.
              10 WS-SP-RUN-DATE             PIC 9(08) VALUE ZERO.
              10 WS-SP-RUN-SEQ              PIC 9(03) VALUE ZERO.
              10 WS-SP-CLOCK-TIME           PIC 9(06) VALUE ZERO.
              10 WS-SP-RELEASES             PIC 9(02) VALUE ZERO.

       01 WS-RUN-TOTALS.
           05 WS-RN-COMPLETED               PIC 9(05) VALUE ZERO.
           05 WS-RN-BYPASSED                PIC 9(05) VALUE ZERO.
           05 WS-RN-FAILED                  PIC 9(05) VALUE ZERO.

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
              'Destiny Auto Parts - Job Stream Run Ledger'.
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
          05 FILLER              PIC X(10)      VALUE 'Stream'.
          05 FILLER              PIC X(10)      VALUE 'Step'.
          05 FILLER              PIC X(20)      VALUE 'Status'.
          05 FILLER              PIC X(9)       VALUE 'Attempt'.
          05 FILLER              PIC X(13)      VALUE 'Run id'.
          05 FILLER              PIC X(10)      VALUE 'Time'.
          05 FILLER              PIC X(8)       VALUE 'Released'.
          05 FILLER              PIC X(50)      VALUE SPACES.

       01 WS-STEP-LINE-OUT.
          05 FILLER                 PIC X(3)       VALUE SPACES.
          05 SL-STREAM-OUT          PIC X(08)      VALUE SPACES.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 SL-STEP-OUT            PIC X(08)      VALUE SPACES.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 SL-STATUS-OUT          PIC X(18)      VALUE SPACES.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 SL-ATTEMPT-OUT         PIC Z9         VALUE ZERO.
          05 FILLER                 PIC X(07)      VALUE SPACES.
          05 SL-RUN-DATE-OUT        PIC 9(08)      VALUE ZERO.
          05 SL-RUN-SEQ-OUT         PIC 9(03)      VALUE ZERO.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 SL-TIME-OUT            PIC 99B99B99   VALUE ZERO.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 SL-RELEASES-OUT        PIC Z9         VALUE ZERO.
          05 FILLER                 PIC X(56)      VALUE SPACES.

       01 WS-STREAM-LINE-OUT.
          05 FILLER                 PIC X(3)       VALUE SPACES.
          05 SS-STREAM-OUT          PIC X(08)      VALUE SPACES.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 FILLER                 PIC X(09)      VALUE 'ATTEMPTS '.
          05 SS-ATTEMPTS-OUT        PIC Z9         VALUE ZERO.
          05 FILLER                 PIC X(03)      VALUE SPACES.
          05 FILLER                 PIC X(10)      VALUE 'COMPLETED '.
          05 SS-COMPLETED-OUT       PIC ZZZ9       VALUE ZERO.
          05 FILLER                 PIC X(03)      VALUE SPACES.
          05 FILLER                 PIC X(09)      VALUE 'BYPASSED '.
          05 SS-BYPASSED-OUT        PIC ZZZ9       VALUE ZERO.
          05 FILLER                 PIC X(03)      VALUE SPACES.
          05 FILLER                 PIC X(07)      VALUE 'FAILED '.
          05 SS-FAILED-OUT          PIC ZZZ9       VALUE ZERO.
          05 FILLER                 PIC X(62)      VALUE SPACES.

       01 WS-NONE-LINE-OUT.
          05 FILLER                 PIC X(3)       VALUE SPACES.
          05 FILLER                 PIC X(50)      VALUE
             'NO JOB STREAM ACTIVITY ON THE LEDGER FOR THIS DATE'.
          05 FILLER                 PIC X(80)      VALUE SPACES.

       01 WS-SUMMARY-LINE.
           05 FILLER                PIC X(3)  VALUE SPACES.
           05 WS-SUMMARY-LABEL      PIC X(34) VALUE SPACES.
           05 WS-SUMMARY-COUNT      PIC ZZZ,ZZZ,ZZ9 VALUE ZERO.
           05 FILLER                PIC X(85) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN.
           PERFORM 000-Housekeeping.
           PERFORM 100-Main2 UNTIL RUNLEDGR-EOF.
           IF WS-STEP-CTR = ZERO
              WRITE PRINT-REC FROM WS-NONE-LINE-OUT
           ELSE
              PERFORM 400-PrintStream
                 VARYING WS-STREAM-IDX FROM 1 BY 1
                    UNTIL WS-STREAM-IDX > WS-STREAM-CTR
           END-IF.
           PERFORM 900-WriteSummary.
           PERFORM 600-CLOSE-FILES.
           IF WS-RN-FAILED > ZERO
              MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

       000-Housekeeping.
           PERFORM 370-LoadProcessDate.
           PERFORM 300-Open-Files.
           MOVE 'Job stream steps for business date'
              TO WS-SECTION-TEXT.
           MOVE PROCESS-DATE TO WS-SECTION-DATE.
           PERFORM 800-NEW-PAGE.

       100-Main2.
           READ RUNLEDGR
              AT END
                 MOVE 'Y' TO RUNLEDGR-EOF-WS
           END-READ.
           IF NOT RUNLEDGR-EOF
              ADD 1 TO WS-LEDGER-READ-CTR
              IF RL-BUSINESS-DATE = PROCESS-DATE
                 ADD 1 TO WS-LEDGER-DATE-CTR
                 PERFORM 200-NoteStream
                 IF NOT RL-STREAM-STARTED
                    PERFORM 210-NoteStep
                       THRU 210-NoteStep-Exit
                 END-IF
              END-IF
           END-IF.

       200-NoteStream.
           MOVE 'N' TO WS-STEP-FOUND.
           PERFORM VARYING WS-STREAM-IDX FROM 1 BY 1
              UNTIL WS-STREAM-IDX > WS-STREAM-CTR
                 OR STEP-ON-TABLE
                 IF WS-SR-NAME (WS-STREAM-IDX) = RL-STREAM
                    MOVE 'Y' TO WS-STEP-FOUND
                 END-IF
           END-PERFORM.
           IF STEP-ON-TABLE
              SUBTRACT 1 FROM WS-STREAM-IDX
           ELSE
              IF WS-STREAM-CTR NOT < WS-STREAM-MAX
                 DISPLAY 'RUNLRPT - STREAM TABLE FULL - '
                    RL-STREAM ' NOT REPORTED'
                 MOVE ZERO TO WS-STREAM-IDX
              ELSE
                 ADD 1 TO WS-STREAM-CTR
                 MOVE WS-STREAM-CTR TO WS-STREAM-IDX
                 MOVE RL-STREAM TO WS-SR-NAME (WS-STREAM-IDX)
              END-IF
           END-IF.
           IF WS-STREAM-IDX > ZERO
              AND RL-ATTEMPT > WS-SR-ATTEMPTS (WS-STREAM-IDX)
              MOVE RL-ATTEMPT TO WS-SR-ATTEMPTS (WS-STREAM-IDX)
           END-IF.

       210-NoteStep.
           MOVE 'N' TO WS-STEP-FOUND.
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
              UNTIL WS-STEP-IDX > WS-STEP-CTR
                 OR STEP-ON-TABLE
                 IF WS-SP-STREAM (WS-STEP-IDX) = RL-STREAM
                    AND WS-SP-STEP (WS-STEP-IDX) = RL-STEP-NAME
                    MOVE 'Y' TO WS-STEP-FOUND
                 END-IF
           END-PERFORM.
           IF STEP-ON-TABLE
              SUBTRACT 1 FROM WS-STEP-IDX
           ELSE
              IF WS-STEP-CTR NOT < WS-STEP-MAX
                 DISPLAY 'RUNLRPT - STEP TABLE FULL - '
                    RL-STREAM ' ' RL-STEP-NAME ' NOT REPORTED'
                 GO TO 210-NoteStep-Exit
              END-IF
              ADD 1 TO WS-STEP-CTR
              MOVE WS-STEP-CTR TO WS-STEP-IDX
              MOVE RL-STREAM TO WS-SP-STREAM (WS-STEP-IDX)
              MOVE RL-STEP-NAME TO WS-SP-STEP (WS-STEP-IDX)
           END-IF.
           MOVE RL-EVENT TO WS-SP-EVENT (WS-STEP-IDX).
           MOVE RL-ATTEMPT TO WS-SP-ATTEMPT (WS-STEP-IDX).
           MOVE RL-RUN-DATE TO WS-SP-RUN-DATE (WS-STEP-IDX).
           MOVE RL-RUN-SEQ TO WS-SP-RUN-SEQ (WS-STEP-IDX).
           MOVE RL-CLOCK-TIME TO WS-SP-CLOCK-TIME (WS-STEP-IDX).
           IF RL-RELEASED
              ADD 1 TO WS-SP-RELEASES (WS-STEP-IDX)
           END-IF.
       210-NoteStep-Exit.
           EXIT.

       300-Open-Files.
           OPEN INPUT RUNLEDGR.
           IF RUNLEDGR-NOT-FOUND
              MOVE 'Y' TO RUNLEDGR-EOF-WS
           ELSE
              IF IN-RUNLEDGR-KEY NOT = '00'
                 DISPLAY
                        '---------------------------------------------'
                 DISPLAY 'File Problem openning Input RUNLEDGR'
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

      *05/19 One stream's steps, then its totals line.
       400-PrintStream.
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
              UNTIL WS-STEP-IDX > WS-STEP-CTR
                 IF WS-SP-STREAM (WS-STEP-IDX) =
                    WS-SR-NAME (WS-STREAM-IDX)
                    PERFORM 410-PrintStep
                 END-IF
           END-PERFORM.
           MOVE WS-SR-NAME (WS-STREAM-IDX) TO SS-STREAM-OUT.
           MOVE WS-SR-ATTEMPTS (WS-STREAM-IDX) TO SS-ATTEMPTS-OUT.
           MOVE WS-SR-COMPLETED (WS-STREAM-IDX) TO SS-COMPLETED-OUT.
           MOVE WS-SR-BYPASSED (WS-STREAM-IDX) TO SS-BYPASSED-OUT.
           MOVE WS-SR-FAILED (WS-STREAM-IDX) TO SS-FAILED-OUT.
           WRITE PRINT-REC FROM WS-STREAM-LINE-OUT.
           WRITE PRINT-REC FROM WS-BLANK-LINE.
           ADD 2 TO WS-LINE-KTR.

       410-PrintStep.
           IF WS-LINE-KTR > WS-MAX-LINES-PER-PAGE
              PERFORM 800-NEW-PAGE
           END-IF.
           MOVE WS-SP-STREAM (WS-STEP-IDX) TO SL-STREAM-OUT.
           MOVE WS-SP-STEP (WS-STEP-IDX) TO SL-STEP-OUT.
           MOVE WS-SP-ATTEMPT (WS-STEP-IDX) TO SL-ATTEMPT-OUT.
           MOVE WS-SP-RUN-DATE (WS-STEP-IDX) TO SL-RUN-DATE-OUT.
           MOVE WS-SP-RUN-SEQ (WS-STEP-IDX) TO SL-RUN-SEQ-OUT.
           MOVE WS-SP-CLOCK-TIME (WS-STEP-IDX) TO SL-TIME-OUT.
           MOVE WS-SP-RELEASES (WS-STEP-IDX) TO SL-RELEASES-OUT.
           EVALUATE TRUE
              WHEN SP-COMPLETED (WS-STEP-IDX)
                 MOVE 'COMPLETED' TO SL-STATUS-OUT
                 ADD 1 TO WS-SR-COMPLETED (WS-STREAM-IDX)
                 ADD 1 TO WS-RN-COMPLETED
              WHEN SP-BYPASSED (WS-STEP-IDX)
                 MOVE 'BYPASSED ON RERUN' TO SL-STATUS-OUT
                 ADD 1 TO WS-SR-BYPASSED (WS-STREAM-IDX)
                 ADD 1 TO WS-RN-BYPASSED
              WHEN OTHER
                 MOVE 'FAILED' TO SL-STATUS-OUT
                 ADD 1 TO WS-SR-FAILED (WS-STREAM-IDX)
                 ADD 1 TO WS-RN-FAILED
           END-EVALUATE.
           WRITE PRINT-REC FROM WS-STEP-LINE-OUT.
           ADD 1 TO WS-LINE-KTR.

       600-CLOSE-FILES.
           IF NOT RUNLEDGR-NOT-FOUND
              CLOSE RUNLEDGR
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
           MOVE 'JOB STREAM RUN LEDGER SUMMARY' TO WS-SUMMARY-LABEL.
           MOVE ZERO TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'LEDGER ROWS READ' TO WS-SUMMARY-LABEL.
           MOVE WS-LEDGER-READ-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'LEDGER ROWS FOR THE DATE' TO WS-SUMMARY-LABEL.
           MOVE WS-LEDGER-DATE-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'STEPS COMPLETED' TO WS-SUMMARY-LABEL.
           MOVE WS-RN-COMPLETED TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'STEPS BYPASSED ON RERUN' TO WS-SUMMARY-LABEL.
           MOVE WS-RN-BYPASSED TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'STEPS FAILED' TO WS-SUMMARY-LABEL.
           MOVE WS-RN-FAILED TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.

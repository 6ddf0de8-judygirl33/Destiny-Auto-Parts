       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUNLEDG.
       AUTHOR. IVANNA COLAN.
      ******************************************************************
      * 05/19 Job-stream run ledger. FINALEX restarts itself off its
      * checkpoint, but when PRTSUPP1 or PRTSUPP2 died part-way the
      * rerun point was picked off the SYSOUT and the runbook, and
      * more than once a step that adds into RUNSTATS, SUPPHIST or
      * PERSPEND was run twice and doubled a night. Every step in a
      * stream that must not run twice for one business date now sits
      * between two executions of this program, and the ledger
      * (RUNLEDGR) carries one row per event, keyed by stream,
      * business date and step and stamped with the night's run
      * identifier. The step's PARM picks the mode, same way FINALEX
      * and MSTSNAP take theirs:
      *   START,stream       - the control step at the top of the
      *                        stream. Opens the next attempt for the
      *                        business date and lists every step the
      *                        ledger already shows complete - those
      *                        are bypassed. RETURN-CODE 4 on a rerun.
      *   TEST,stream,step   - ahead of a ledgered step. RETURN-CODE 0
      *                        and a released row when the step has
      *                        not completed for the business date;
      *                        RETURN-CODE 4 and a bypassed row when
      *                        it has - the JCL skips the step on 4.
      *   DONE,stream,step   - after the step, run only when the step
      *                        ended clean. Writes the completed row.
      * A released row with no completed row after it is a step that
      * failed - RUNLRPT reads it that way on the morning report.
      * The ledger is never pruned; each night only ever looks at its
      * own business date off PROCDATE.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Job-stream run ledger - read, then extended, in one step.
           SELECT RUNLEDGR ASSIGN TO RUNLEDGR
           FILE STATUS IS RUNLEDGR-KEY.

      * Run identifier FINALEX assigns - see 375-AssignRunId there.
           SELECT RUNIDENT ASSIGN TO RUNIDENT
           FILE STATUS IS RUNIDENT-KEY.

      * Business process-date control card - see PROCDATE.
           SELECT PROCDATE ASSIGN TO PROCDATE
           FILE STATUS IS PROCDATE-KEY.

       DATA DIVISION.
       FILE SECTION.
      *05/19 One row per ledger event. RUNLRPT reads the same layout.
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

       FD  RUNIDENT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 11 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RUNIDENT-REC.
       01  RUNIDENT-REC.
           05  RI-RUN-DATE             PIC 9(08).
           05  RI-RUN-SEQ              PIC 9(03).

       FD  PROCDATE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 8 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PROCDATE-REC.
       01  PROCDATE-REC     PIC X(8).

       WORKING-STORAGE SECTION.
           COPY PROCDATE. *> Business process date control card

       01 FILE-STATUS-CODES.
           05 RUNLEDGR-KEY               PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
                88 RUNLEDGR-NOT-FOUND       VALUE '35'.
           05 RUNIDENT-KEY               PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
           05 PROCDATE-KEY               PIC X(2).
                88 CODE-WRITE               VALUE SPACES.

       01 FILES-EOF.
           05 RUNLEDGR-EOF-WS                 PIC X(01) VALUE 'N'.
              88 RUNLEDGR-EOF                            VALUE 'Y'.

      *05/19 Set from the PARM - see the LINKAGE SECTION note.
       01 WS-RUN-MODE                      PIC X(08) VALUE SPACES.
           88 START-RUN                            VALUE 'START'.
           88 TEST-RUN                             VALUE 'TEST'.
           88 DONE-RUN                             VALUE 'DONE'.
       01 WS-PARM-BUFFER                   PIC X(40) VALUE SPACES.
       01 WS-STREAM                        PIC X(08) VALUE SPACES.
       01 WS-STEP-NAME                     PIC X(08) VALUE SPACES.

      *05/19 The night's run identifier. Ahead of FINALEX on a new
      * business date RUNIDENT still holds the prior night's, so the
      * row is stamped with the process date and sequence zero - the
      * same fallback MSTSNAP uses - and still sorts into its night.
       01 WS-NIGHT-RUN-ID.
           05 WS-NIGHT-RUN-DATE            PIC 9(08) VALUE ZERO.
           05 WS-NIGHT-RUN-SEQ             PIC 9(03) VALUE ZERO.

      *05/19 What the ledger already holds for this stream and date.
       01 WS-LAST-ATTEMPT                  PIC 9(02) VALUE ZERO.
       01 WS-THIS-ATTEMPT                  PIC 9(02) VALUE ZERO.
       01 WS-STEP-DONE-FLAG                PIC X(01) VALUE 'N'.
           88 STEP-ALREADY-DONE                    VALUE 'Y'.
       01 WS-DONE-ATTEMPT                  PIC 9(02) VALUE ZERO.
       01 WS-DONE-RUN-ID.
           05 WS-DONE-RUN-DATE             PIC 9(08) VALUE ZERO.
           05 WS-DONE-RUN-SEQ              PIC 9(03) VALUE ZERO.
       01 WS-LEDGER-READ-CTR               PIC 9(7) VALUE ZERO.

      *05/19 Steps the ledger shows complete, for the START listing.
       01 WS-DONE-MAX                      PIC 9(4) VALUE 60.
       01 WS-DONE-CTR                      PIC 9(4) VALUE ZERO.
       01 WS-DONE-IDX                      PIC 9(4) VALUE ZERO.
       01 WS-DONE-FOUND                    PIC X(01) VALUE 'N'.
           88 DONE-STEP-LISTED                     VALUE 'Y'.
       01 WS-DONE-TABLE.
           05 WS-DN-ENTRY OCCURS 60 TIMES.
              10 WS-DN-STEP                 PIC X(08) VALUE SPACES.
              10 WS-DN-ATTEMPT              PIC 9(02) VALUE ZERO.
              10 WS-DN-RUN-ID               PIC X(11) VALUE SPACES.

       01 WS-CLOCK                         PIC 9(08) VALUE ZERO.
       01 WS-EVENT-OUT                     PIC X(01) VALUE SPACES.

       LINKAGE SECTION.
      *05/19 The step's PARM - a halfword length then the text, same
      * way FINALEX picks its run mode up: START,stream or
      * TEST,stream,step or DONE,stream,step.
       01  RUN-PARM.
           05  RUN-PARM-LENGTH           PIC S9(4) COMP.
           05  RUN-PARM-TEXT             PIC X(40).

       PROCEDURE DIVISION USING RUN-PARM.

       MAIN.
           PERFORM 000-Housekeeping.
           PERFORM 100-ScanLedger.
           EVALUATE TRUE
              WHEN START-RUN
                 PERFORM 200-StartStream
              WHEN TEST-RUN
                 PERFORM 300-TestStep
              WHEN DONE-RUN
                 PERFORM 400-CompleteStep
           END-EVALUATE.
           GOBACK.

       000-Housekeeping.
           PERFORM 030-ParseRunParm.
           PERFORM 370-LoadProcessDate.
           PERFORM 375-LoadRunId.

      *05/19 Unlike FINALEX's PARM there is no safe default here - a
      * step the ledger cannot name is a step it cannot guard, so a
      * bad PARM stops the step and the JCL runs nothing behind it.
       030-ParseRunParm.
           MOVE SPACES TO WS-PARM-BUFFER.
           IF RUN-PARM-LENGTH > 0 AND RUN-PARM-LENGTH <= 40
              MOVE RUN-PARM-TEXT (1:RUN-PARM-LENGTH)
                 TO WS-PARM-BUFFER
           END-IF.
           UNSTRING WS-PARM-BUFFER DELIMITED BY ','
              INTO WS-RUN-MODE WS-STREAM WS-STEP-NAME
           END-UNSTRING.
           IF NOT START-RUN AND NOT TEST-RUN AND NOT DONE-RUN
              DISPLAY 'RUNLEDG - PARM MUST BE START,stream OR '
                 'TEST,stream,step OR DONE,stream,step'
              GO TO 2000-ABEND-RTN
           END-IF.
           IF WS-STREAM = SPACES
              DISPLAY 'RUNLEDG - PARM NAMES NO JOB STREAM'
              GO TO 2000-ABEND-RTN
           END-IF.
           IF START-RUN
              MOVE SPACES TO WS-STEP-NAME
           ELSE
              IF WS-STEP-NAME = SPACES
                 DISPLAY 'RUNLEDG - ' WS-RUN-MODE
                    ' PARM NAMES NO STEP'
                 GO TO 2000-ABEND-RTN
              END-IF
           END-IF.

      *05/19 One pass over the ledger for this stream's business date:
      * the highest attempt so far, whether this step has already
      * completed, and (for START) every step that has.
       100-ScanLedger.
           OPEN INPUT RUNLEDGR.
           IF RUNLEDGR-NOT-FOUND
              MOVE 'Y' TO RUNLEDGR-EOF-WS
           ELSE
              IF RUNLEDGR-KEY NOT = '00'
                 DISPLAY
                        '---------------------------------------------'
                 DISPLAY 'File Problem openning Input RUNLEDGR'
                 GO TO 2000-ABEND-RTN
              END-IF
           END-IF.
           PERFORM 110-ReadLedger UNTIL RUNLEDGR-EOF.
           IF NOT RUNLEDGR-NOT-FOUND
              CLOSE RUNLEDGR
           END-IF.

       110-ReadLedger.
           READ RUNLEDGR
              AT END
                 MOVE 'Y' TO RUNLEDGR-EOF-WS
           END-READ.
           IF NOT RUNLEDGR-EOF
              ADD 1 TO WS-LEDGER-READ-CTR
              IF RL-STREAM = WS-STREAM
                 AND RL-BUSINESS-DATE = PROCESS-DATE
                 PERFORM 120-NoteLedgerRow
              END-IF
           END-IF.

       120-NoteLedgerRow.
           IF RL-ATTEMPT > WS-LAST-ATTEMPT
              MOVE RL-ATTEMPT TO WS-LAST-ATTEMPT
           END-IF.
           IF RL-COMPLETED
              IF RL-STEP-NAME = WS-STEP-NAME
                 MOVE 'Y' TO WS-STEP-DONE-FLAG
                 MOVE RL-ATTEMPT TO WS-DONE-ATTEMPT
                 MOVE RL-RUN-DATE TO WS-DONE-RUN-DATE
                 MOVE RL-RUN-SEQ TO WS-DONE-RUN-SEQ
              END-IF
              IF START-RUN
                 PERFORM 130-ListDoneStep
              END-IF
           END-IF.

       130-ListDoneStep.
           MOVE 'N' TO WS-DONE-FOUND.
           PERFORM VARYING WS-DONE-IDX FROM 1 BY 1
              UNTIL WS-DONE-IDX > WS-DONE-CTR
                 IF WS-DN-STEP (WS-DONE-IDX) = RL-STEP-NAME
                    MOVE 'Y' TO WS-DONE-FOUND
                 END-IF
           END-PERFORM.
           IF NOT DONE-STEP-LISTED AND WS-DONE-CTR < WS-DONE-MAX
              ADD 1 TO WS-DONE-CTR
              MOVE RL-STEP-NAME TO WS-DN-STEP (WS-DONE-CTR)
              MOVE RL-ATTEMPT TO WS-DN-ATTEMPT (WS-DONE-CTR)
              MOVE RL-RUN-DATE TO WS-DN-RUN-ID (WS-DONE-CTR) (1:8)
              MOVE RL-RUN-SEQ TO WS-DN-RUN-ID (WS-DONE-CTR) (9:3)
           END-IF.

      *05/19 The top of the stream. A first attempt is quiet; a rerun
      * says so on the SYSOUT and names every step it will bypass,
      * so operations can see the plan before anything runs.
       200-StartStream.
           COMPUTE WS-THIS-ATTEMPT = WS-LAST-ATTEMPT + 1.
           MOVE 'S' TO WS-EVENT-OUT.
           PERFORM 500-WriteLedgerRow.
           DISPLAY '---------------------------------------------'.
           DISPLAY 'RUNLEDG - ' WS-STREAM ' BUSINESS DATE '
              PROCESS-DATE ' ATTEMPT ' WS-THIS-ATTEMPT.
           DISPLAY '---------------------------------------------'.
           IF WS-LAST-ATTEMPT = ZERO
              DISPLAY 'RUNLEDG - FIRST RUN FOR THE BUSINESS DATE'
              MOVE 0 TO RETURN-CODE
           ELSE
              DISPLAY 'RUNLEDG - RERUN - ' WS-DONE-CTR
                 ' STEP(S) ALREADY COMPLETE WILL BE BYPASSED'
              PERFORM VARYING WS-DONE-IDX FROM 1 BY 1
                 UNTIL WS-DONE-IDX > WS-DONE-CTR
                    DISPLAY '   ' WS-DN-STEP (WS-DONE-IDX)
                       ' COMPLETED ON ATTEMPT '
                       WS-DN-ATTEMPT (WS-DONE-IDX)
                       ' RUN ' WS-DN-RUN-ID (WS-DONE-IDX)
              END-PERFORM
              MOVE 4 TO RETURN-CODE
           END-IF.

      *05/19 Ahead of a ledgered step. A stream restarted below its
      * START step still gets an attempt - the first, if the ledger
      * has nothing for the date yet.
       300-TestStep.
           MOVE WS-LAST-ATTEMPT TO WS-THIS-ATTEMPT.
           IF WS-THIS-ATTEMPT = ZERO
              MOVE 1 TO WS-THIS-ATTEMPT
           END-IF.
           IF STEP-ALREADY-DONE
              MOVE 'B' TO WS-EVENT-OUT
              PERFORM 500-WriteLedgerRow
              DISPLAY 'RUNLEDG - ' WS-STREAM ' ' WS-STEP-NAME
                 ' COMPLETED ON ATTEMPT ' WS-DONE-ATTEMPT
                 ' RUN ' WS-DONE-RUN-ID ' - BYPASSED'
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 'R' TO WS-EVENT-OUT
              PERFORM 500-WriteLedgerRow
              DISPLAY 'RUNLEDG - ' WS-STREAM ' ' WS-STEP-NAME
                 ' RELEASED ON ATTEMPT ' WS-THIS-ATTEMPT
              MOVE 0 TO RETURN-CODE
           END-IF.

       400-CompleteStep.
           MOVE WS-LAST-ATTEMPT TO WS-THIS-ATTEMPT.
           IF WS-THIS-ATTEMPT = ZERO
              MOVE 1 TO WS-THIS-ATTEMPT
           END-IF.
           MOVE 'C' TO WS-EVENT-OUT.
           PERFORM 500-WriteLedgerRow.
           DISPLAY 'RUNLEDG - ' WS-STREAM ' ' WS-STEP-NAME
              ' COMPLETED ON ATTEMPT ' WS-THIS-ATTEMPT
              ' RUN ' WS-NIGHT-RUN-ID.
           MOVE 0 TO RETURN-CODE.

      *05/19 One open-write-close per row, the TIMELOG way, so the
      * row is on the ledger before the step it guards starts.
       500-WriteLedgerRow.
           OPEN EXTEND RUNLEDGR.
           IF RUNLEDGR-KEY NOT = '00'
              DISPLAY '---------------------------------------------'
              DISPLAY 'File Problem openning RUNLEDGR'
              GO TO 2000-ABEND-RTN
           END-IF.
           MOVE SPACES TO RUNLEDGR-REC.
           MOVE WS-STREAM TO RL-STREAM.
           MOVE PROCESS-DATE TO RL-BUSINESS-DATE.
           MOVE WS-THIS-ATTEMPT TO RL-ATTEMPT.
           MOVE WS-STEP-NAME TO RL-STEP-NAME.
           MOVE WS-EVENT-OUT TO RL-EVENT.
           MOVE WS-NIGHT-RUN-DATE TO RL-RUN-DATE.
           MOVE WS-NIGHT-RUN-SEQ TO RL-RUN-SEQ.
           ACCEPT RL-CLOCK-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CLOCK FROM TIME.
           MOVE WS-CLOCK (1:6) TO RL-CLOCK-TIME.
           WRITE RUNLEDGR-REC.
           IF RUNLEDGR-KEY NOT = '00'
              DISPLAY 'RUNLEDG - WRITE FAILED ON RUNLEDGR - STATUS '
                 RUNLEDGR-KEY
              CLOSE RUNLEDGR
              GO TO 2000-ABEND-RTN
           END-IF.
           CLOSE RUNLEDGR.

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

       375-LoadRunId.
           MOVE PROCESS-DATE TO WS-NIGHT-RUN-DATE.
           MOVE ZERO TO WS-NIGHT-RUN-SEQ.
           OPEN INPUT RUNIDENT.
           IF RUNIDENT-KEY = '00'
              READ RUNIDENT
                 AT END CONTINUE
              END-READ
              IF RUNIDENT-KEY = '00'
                 AND RI-RUN-DATE = PROCESS-DATE
                 MOVE RI-RUN-SEQ TO WS-NIGHT-RUN-SEQ
              END-IF
              CLOSE RUNIDENT
           END-IF.

      * Matches the fix in FINALEX's 2000-ABEND-RTN - DISPLAY and
      * EXIT alone just fell through to whatever paragraph follows.
       2000-ABEND-RTN.
           DISPLAY 'PROGRAM ENCOUNTERED AN ERROR'.
           MOVE 16 TO RETURN-CODE.
           GOBACK.

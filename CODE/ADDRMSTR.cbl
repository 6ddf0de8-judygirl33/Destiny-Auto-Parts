      * and AP can see exactly what moved. The maintained master is
      * staged (ADDRMSTO) and promoted over production only on a
      * clean run, the same stage-then-promote pattern POHISTLD uses.
      * 05/03 Seeds the master with the remit-to addresses SUPPMNT
      * stages to ONBDADDR for prospects still in onboarding - a
      * prospect is not on the feed until it trades. A seed row only
      * fills a supplier/type the master does not have; once the
      * feed carries the supplier, the feed owns its address.
      ******************************************************************

       ENVIRONMENT DIVISION.
           SELECT ADDRIN ASSIGN TO ADDR
           FILE STATUS IS IN-ADDR-KEY.

      *05/03 Onboarding remit-to addresses keyed through SUPPMNT
           SELECT ONBDADDR ASSIGN TO ONBDADDR
           FILE STATUS IS IN-ONBDADDR-KEY.

      * Output maintained address master, staged for promotion
           SELECT ADDRMSTO ASSIGN TO ADDRMSTO
           FILE STATUS IS OUT-ADDRMSTO-KEY.
           05  ADDR-TRAILER-TEST       PIC X(07).
           05  FILLER                  PIC X(71).

      *05/03 Same row shape as ADDRIN, no trailer.
       FD  ONBDADDR
           RECORDING MODE IS F
           RECORD CONTAINS 78 CHARACTERS
           DATA RECORD IS ONBDADDR-REC.
       01  ONBDADDR-REC.
           05  ONB-ADDRESS-TYPE        PIC X(01).
           05  ONB-ADDRESS-BODY        PIC X(67).
           05  ONB-ADDR-SUPPLIER-CODE  PIC X(10).

       FD  ADDRMSTO
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
                88 CODE-WRITE               VALUE SPACES.
           05 OUT-ADDRMSTO-KEY           PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
           05 IN-ONBDADDR-KEY            PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
                88 ONBDADDR-NOT-FOUND       VALUE '35'.

       01 FILES-EOF.
           05 ADDRMST-EOF-WS                  PIC X(01) VALUE 'N'.
              88 ADDRMST-EOF                             VALUE 'Y'.
           05 ADDRIN-EOF-WS                   PIC X(01) VALUE 'N'.
              88 ADDRIN-EOF                              VALUE 'Y'.
           05 ONBDADDR-EOF-WS                 PIC X(01) VALUE 'N'.
              88 ONBDADDR-EOF                            VALUE 'Y'.

      *12/10 The whole master, held in storage while tonight's rows
      * merge in - one entry per supplier/type.
       01 WS-IN-ADDR-CTR                  PIC 9(7) VALUE ZERO.
       01 WS-ADDED-CTR                    PIC 9(7) VALUE ZERO.
       01 WS-CHANGED-CTR                  PIC 9(7) VALUE ZERO.
       01 WS-SEEDED-CTR                   PIC 9(7) VALUE ZERO.

       01 WS-FLAGS.
           05 WS-LINE-KTR               PIC 9(4) VALUE 0.
       MAIN.
           PERFORM 000-Housekeeping.
           PERFORM 100-Main2 UNTIL ADDRIN-EOF-WS = 'Y'.
           PERFORM 150-SeedOnboarding.
           PERFORM 700-WriteMaster.
           PERFORM 900-WriteSummary.
           PERFORM 600-CLOSE-FILES.
                 CONTINUE
           END-EVALUATE.

      *05/03 After the feed, so a supplier the feed already carries
      * keeps the feed's address.
       150-SeedOnboarding.
           OPEN INPUT ONBDADDR.
           IF ONBDADDR-NOT-FOUND
              CONTINUE
           ELSE
              IF IN-ONBDADDR-KEY NOT = '00'
                 DISPLAY 'File Problem openning Input ONBDADDR'
                 GO TO 2000-ABEND-RTN
              END-IF
              PERFORM 160-SeedAddress UNTIL ONBDADDR-EOF
              CLOSE ONBDADDR
           END-IF.

       160-SeedAddress.
           READ ONBDADDR
              AT END
                 MOVE 'Y' TO ONBDADDR-EOF-WS
           END-READ.
           IF NOT ONBDADDR-EOF
              MOVE 'N' TO WS-MST-FOUND-FLAG
              PERFORM VARYING WS-MST-WORK-IDX FROM 1 BY 1
                 UNTIL WS-MST-WORK-IDX > WS-MASTER-MAX
                    OR MASTER-ENTRY-FOUND
                    IF WS-MST-SUPPLIER-CODE (WS-MST-WORK-IDX)
                          = ONB-ADDR-SUPPLIER-CODE
                       AND WS-MST-ADDRESS-TYPE (WS-MST-WORK-IDX)
                          = ONB-ADDRESS-TYPE
                       MOVE 'Y' TO WS-MST-FOUND-FLAG
                    END-IF
              END-PERFORM
              IF NOT MASTER-ENTRY-FOUND
                 PERFORM 170-AddSeedEntry
              END-IF
           END-IF.

       170-AddSeedEntry.
           IF WS-MASTER-MAX >= 2000
              DISPLAY 'ADDRMSTR - MASTER TABLE FULL AT 2000 '
                 'ENTRIES - RAISE OCCURS IN ADDRMSTR'
              GO TO 2000-ABEND-RTN
           END-IF.
           ADD 1 TO WS-MASTER-MAX.
           MOVE WS-MASTER-MAX TO WS-MST-FOUND-IDX.
           MOVE ONB-ADDR-SUPPLIER-CODE
              TO WS-MST-SUPPLIER-CODE (WS-MST-FOUND-IDX).
           MOVE ONB-ADDRESS-TYPE
              TO WS-MST-ADDRESS-TYPE (WS-MST-FOUND-IDX).
           MOVE ONB-ADDRESS-BODY
              TO WS-MST-ADDRESS-BODY (WS-MST-FOUND-IDX).
           ADD 1 TO WS-SEEDED-CTR.
           IF WS-LINE-KTR > WS-MAX-LINES-PER-PAGE
              PERFORM 800-NEW-PAGE
           END-IF.
           MOVE ONB-ADDR-SUPPLIER-CODE TO CHANGE-SUPPLIER-OUT.
           MOVE ONB-ADDRESS-TYPE TO CHANGE-TYPE-OUT.
           MOVE 'SEEDED' TO CHANGE-ACTION-OUT.
           MOVE ONB-ADDRESS-BODY TO CHANGE-BODY-OUT.
           WRITE PRINT-REC FROM WS-CHANGE-LINE-OUT.
           ADD 1 TO WS-LINE-KTR.

       210-AddMasterEntry.
      *12/10 A master bigger than the table means addresses would
      * silently drop out of the merge - stop instead.
           MOVE 'ADDRESSES CHANGED ON MASTER' TO WS-SUMMARY-LABEL.
           MOVE WS-CHANGED-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'ONBOARDING ADDRESSES SEEDED' TO WS-SUMMARY-LABEL.
           MOVE WS-SEEDED-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'MASTER ENTRIES WRITTEN' TO WS-SUMMARY-LABEL.
           MOVE WS-MASTER-MAX TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.

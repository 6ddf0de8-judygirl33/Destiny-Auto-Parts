      * RESUBMIT uses for BADDATA/BADDATAO - operations renames the
      * staged copy over PRTSUPP.PROD.SUPPMST once the session closes
      * clean.
      * 04/19 Late-delivery penalty terms (percent per day late, cap
      * percent, expedite freight chargeable) for CHGBACK.
      * 05/03 A new code goes on the master as a prospect - unknown to
      * the edit pipeline until ONBDACT activates it - and a
      * prospect's remit-to address can be staged to ONBDADDR for
      * ADDRMSTR to seed the address master with.
      * 05/04 Supplier rating keyed for prospects only - an active
      * supplier's rating is maintained through RATECALC/RATEAPPR.
      ******************************************************************

       ENVIRONMENT DIVISION.
           SELECT SUPMAUD ASSIGN TO SUPMAUD
           FILE STATUS IS OUT-SUPMAUD-KEY.

      *05/03 Remit-to addresses keyed for prospects, in the ADDR-FILES
      * row shape ADDRMSTR reads. Accumulates, so opened EXTEND.
           SELECT ONBDADDR ASSIGN TO ONBDADDR
           FILE STATUS IS OUT-ONBDADDR-KEY.

      * Business process-date control card - see PROCDATE.
           SELECT PROCDATE ASSIGN TO PROCDATE
           FILE STATUS IS PROCDATE-KEY.

       DATA DIVISION.
       FILE SECTION.
      * Same 74-byte row FINALEX's supplier-master load reads - see
      * SUPMTAB.
       FD  SUPPMST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 74 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SUPPMST-REC.
       01  SUPPMST-REC     PIC X(74).

       FD  SUPPMSTO
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 74 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SUPPMSTO-REC.
       01  SUPPMSTO-REC     PIC X(74).

      *03/18 Pending bank-detail change rows.
       FD  BANKPEND
           05  SA-OPERATOR-ID         PIC X(08).
           05  SA-ACTION-DATE         PIC 9(08).

      *05/03 Same 78-byte row FINALEX's 209-MoveAddresses writes.
       FD  ONBDADDR
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 78 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS ONBDADDR-REC.
       01  ONBDADDR-REC.
           05  ONA-ADDRESS-TYPE         PIC X(01).
           05  ONA-ADDRESS-1            PIC X(15).
           05  ONA-ADDRESS-2            PIC X(15).
           05  ONA-ADDRESS-3            PIC X(15).
           05  ONA-CITY                 PIC X(15).
           05  ONA-STATE                PIC X(02).
           05  ONA-ZIP                  PIC X(05).
           05  ONA-SUPPLIER-CODE        PIC X(10).

       FD  PROCDATE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
                88 CODE-WRITE               VALUE SPACES.
           05 OUT-SUPMAUD-KEY            PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
           05 OUT-ONBDADDR-KEY           PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
           05 PROCDATE-KEY               PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
                88 PROCDATE-NOT-FOUND       VALUE '35'.
      * convention RESUBMIT's correction prompts use.
       01 WS-FIELD-BUFFER                  PIC X(15) VALUE SPACES.

      *04/19 Penalty terms keyed as digits with an implied point,
      * and shown edited.
       01 WS-PCT-DAY-IN                    PIC 9(2)V99 VALUE ZERO.
       01 WS-PCT-CAP-IN                    PIC 9(3)V99 VALUE ZERO.
       01 WS-PCT-DAY-OUT                   PIC Z9.99.
       01 WS-PCT-CAP-OUT                   PIC ZZ9.99.

       01 WS-ADDED-CTR                     PIC 9(05) VALUE ZERO.
       01 WS-UPDATED-CTR                   PIC 9(05) VALUE ZERO.
       01 WS-BANK-STAGED-CTR               PIC 9(05) VALUE ZERO.
       01 WS-REMIT-STAGED-CTR              PIC 9(05) VALUE ZERO.

       PROCEDURE DIVISION.


       210-ShowSupplier.
           DISPLAY 'SUPPLIER CODE  : ' SM-SUPPLIER-CODE (WS-WORK-IDX).
      *05/03 Onboarding status is ONBDACT's to clear, never keyed here.
           IF SM-PROSPECT (WS-WORK-IDX)
              DISPLAY 'ONBOARDING     : PROSPECT - NOT YET ACTIVE'
           ELSE
              DISPLAY 'ONBOARDING     : ACTIVE'
           END-IF.
           DISPLAY 'SUPPLIER NAME  : ' SM-SUPPLIER-NAME (WS-WORK-IDX).
           DISPLAY 'SUPPLIER TYPE  : ' SM-SUPPLIER-TYPE (WS-WORK-IDX).
           DISPLAY 'SUPPLIER RATING: ' SM-SUPPLIER-RATING (WS-WORK-IDX).
              SM-DIV-CERT-EXPIRY (WS-WORK-IDX).
           DISPLAY 'FREIGHT TERMS  : '
              SM-FREIGHT-TERMS (WS-WORK-IDX).
           MOVE SM-LATE-PCT-PER-DAY (WS-WORK-IDX) TO WS-PCT-DAY-OUT.
           MOVE SM-LATE-CAP-PCT (WS-WORK-IDX) TO WS-PCT-CAP-OUT.
           DISPLAY 'LATE PCT / DAY : ' WS-PCT-DAY-OUT.
           DISPLAY 'LATE CAP PCT   : ' WS-PCT-CAP-OUT.
           DISPLAY 'EXPEDITE CHG   : '
              SM-EXPEDITE-FLAG (WS-WORK-IDX).

       220-AskToUpdate.
           DISPLAY 'UPDATE THIS SUPPLIER? (Y/N): ' WITH NO ADVANCING.
              MOVE WS-FIELD-BUFFER TO SM-SUPPLIER-TYPE (WS-WORK-IDX)
           END-IF.

      *05/04 Only a prospect's starting rating is keyed here - once a
      * supplier is active its rating comes from RATECALC through
      * RATEAPPR's approval and override trail.
           IF SM-PROSPECT (WS-WORK-IDX)
              DISPLAY 'SUPPLIER RATING ('
                 SM-SUPPLIER-RATING (WS-WORK-IDX)
                 ') NEW VALUE: ' WITH NO ADVANCING
              MOVE SPACES TO WS-FIELD-BUFFER
              ACCEPT WS-FIELD-BUFFER
              IF WS-FIELD-BUFFER NOT = SPACES
                 MOVE WS-FIELD-BUFFER
                    TO SM-SUPPLIER-RATING (WS-WORK-IDX)
              END-IF
           ELSE
              DISPLAY 'SUPPLIER RATING ('
                 SM-SUPPLIER-RATING (WS-WORK-IDX)
                 ') IS SET THROUGH RATEAPPR'
           END-IF.

           DISPLAY 'SUPPLIER STATUS (' SM-SUPPLIER-STATUS (WS-WORK-IDX)
              END-IF
           END-IF.

      *04/19 Late-delivery penalty clause - percent of the receipt
      * value per day late and the cap, both keyed as whole hundredths
      * (050 is 0.50 percent), and whether expedited freight can be
      * charged back. CHGBACK prices chargebacks against them.
           DISPLAY 'LATE PCT/DAY 9(2)V99 ('
              SM-LATE-PCT-PER-DAY (WS-WORK-IDX)
              ') NEW VALUE: ' WITH NO ADVANCING
           MOVE SPACES TO WS-FIELD-BUFFER
           ACCEPT WS-FIELD-BUFFER
           IF WS-FIELD-BUFFER NOT = SPACES
              IF WS-FIELD-BUFFER (1:4) NUMERIC
                 MOVE WS-FIELD-BUFFER (1:4) TO WS-PCT-DAY-IN
                 MOVE WS-PCT-DAY-IN
                    TO SM-LATE-PCT-PER-DAY (WS-WORK-IDX)
              ELSE
                 DISPLAY 'NOT 4 DIGITS - UNCHANGED.'
              END-IF
           END-IF.

           DISPLAY 'LATE CAP PCT 9(3)V99 ('
              SM-LATE-CAP-PCT (WS-WORK-IDX)
              ') NEW VALUE: ' WITH NO ADVANCING
           MOVE SPACES TO WS-FIELD-BUFFER
           ACCEPT WS-FIELD-BUFFER
           IF WS-FIELD-BUFFER NOT = SPACES
              IF WS-FIELD-BUFFER (1:5) NUMERIC
                 MOVE WS-FIELD-BUFFER (1:5) TO WS-PCT-CAP-IN
                 MOVE WS-PCT-CAP-IN
                    TO SM-LATE-CAP-PCT (WS-WORK-IDX)
              ELSE
                 DISPLAY 'NOT 5 DIGITS - UNCHANGED.'
              END-IF
           END-IF.

           DISPLAY 'EXPEDITE FREIGHT CHARGEABLE Y/N ('
              SM-EXPEDITE-FLAG (WS-WORK-IDX)
              ') NEW VALUE: ' WITH NO ADVANCING
           MOVE SPACES TO WS-FIELD-BUFFER
           ACCEPT WS-FIELD-BUFFER
           IF WS-FIELD-BUFFER NOT = SPACES
              IF WS-FIELD-BUFFER (1:1) = 'Y'
                 OR WS-FIELD-BUFFER (1:1) = 'N'
                 MOVE WS-FIELD-BUFFER (1:1)
                    TO SM-EXPEDITE-FLAG (WS-WORK-IDX)
              ELSE
                 DISPLAY 'NOT Y OR N - UNCHANGED.'
              END-IF
           END-IF.

      *03/18 Bank details are dual-control: this console only STAGES
      * a change to BANKPEND, stamped with who keyed it - BANKRLSE
      * is where a second operator releases it onto the master.
              PERFORM 260-StageBankChange
           END-IF.

      *05/03 A prospect is not on the ADDR-FILES feed until it trades,
      * so its remit-to address is keyed here for ADDRMSTR to seed
      * the address master with - the onboarding checklist looks
      * for it there.
           IF SM-PROSPECT (WS-WORK-IDX)
              DISPLAY 'STAGE A REMIT-TO ADDRESS? (Y/N): '
                 WITH NO ADVANCING
              ACCEPT WS-YES-NO-RESPONSE
              IF OPERATOR-SAYS-YES
                 PERFORM 265-StageRemitAddress
              END-IF
           END-IF.

       260-StageBankChange.
           MOVE SPACES TO BANKPEND-REC.
           MOVE WS-SEARCH-SUPPLIER-CODE TO BP-SUPPLIER-CODE.
           DISPLAY 'STAGED - A SECOND OPERATOR RELEASES IT IN '
              'BANKRLSE.'.

      *05/03 One remit-to ('3') row for the prospect.
       265-StageRemitAddress.
           MOVE SPACES TO ONBDADDR-REC.
           MOVE '3' TO ONA-ADDRESS-TYPE.
           MOVE WS-SEARCH-SUPPLIER-CODE TO ONA-SUPPLIER-CODE.
           DISPLAY 'REMIT ADDRESS LINE 1: ' WITH NO ADVANCING.
           MOVE SPACES TO WS-FIELD-BUFFER.
           ACCEPT WS-FIELD-BUFFER.
           MOVE WS-FIELD-BUFFER TO ONA-ADDRESS-1.
           DISPLAY 'REMIT ADDRESS LINE 2: ' WITH NO ADVANCING.
           MOVE SPACES TO WS-FIELD-BUFFER.
           ACCEPT WS-FIELD-BUFFER.
           MOVE WS-FIELD-BUFFER TO ONA-ADDRESS-2.
           DISPLAY 'REMIT ADDRESS LINE 3: ' WITH NO ADVANCING.
           MOVE SPACES TO WS-FIELD-BUFFER.
           ACCEPT WS-FIELD-BUFFER.
           MOVE WS-FIELD-BUFFER TO ONA-ADDRESS-3.
           DISPLAY 'REMIT CITY: ' WITH NO ADVANCING.
           MOVE SPACES TO WS-FIELD-BUFFER.
           ACCEPT WS-FIELD-BUFFER.
           MOVE WS-FIELD-BUFFER TO ONA-CITY.
           DISPLAY 'REMIT STATE: ' WITH NO ADVANCING.
           MOVE SPACES TO WS-FIELD-BUFFER.
           ACCEPT WS-FIELD-BUFFER.
           MOVE WS-FIELD-BUFFER (1:2) TO ONA-STATE.
           DISPLAY 'REMIT ZIP: ' WITH NO ADVANCING.
           MOVE SPACES TO WS-FIELD-BUFFER.
           ACCEPT WS-FIELD-BUFFER.
           MOVE WS-FIELD-BUFFER (1:5) TO ONA-ZIP.
           IF ONA-ADDRESS-1 = SPACES OR ONA-CITY = SPACES
              DISPLAY 'NO STREET OR CITY - NOT STAGED.'
           ELSE
              WRITE ONBDADDR-REC
              IF OUT-ONBDADDR-KEY NOT = '00'
                 GO TO 2000-ABEND-RTN
              END-IF
              ADD 1 TO WS-REMIT-STAGED-CTR
              DISPLAY 'STAGED - ON THE ADDRESS MASTER AFTER THE NEXT '
                 'ADDRMSTR RUN.'
           END-IF.

       240-AddSupplier.
      *11/24 A master bigger than the 500 SUPMTAB slots would load
      * incompletely into FINALEX's edit table - stop here rather
           ADD 1 TO SUPP-MASTER-MAX.
           MOVE SUPP-MASTER-MAX TO WS-WORK-IDX.
           MOVE SPACES TO SUPP-MASTER-LIST (WS-WORK-IDX).
      *04/19 No penalty clause until one is keyed.
           MOVE ZERO TO SM-LATE-PCT-PER-DAY (WS-WORK-IDX),
              SM-LATE-CAP-PCT (WS-WORK-IDX).
           MOVE WS-SEARCH-SUPPLIER-CODE
              TO SM-SUPPLIER-CODE (WS-WORK-IDX).
      *05/03 Unknown to the edits until ONBDACT activates it.
           MOVE 'P' TO SM-ONBOARD-STATUS (WS-WORK-IDX).
           PERFORM 230-CaptureFields.
           MOVE 'A' TO SA-ACTION.
           PERFORM 060-WriteAuditRow.
           ADD 1 TO WS-ADDED-CTR.
           DISPLAY 'ADDED AS A PROSPECT - A PURCHASING MANAGER '
              'ACTIVATES IT IN ONBDACT.'.

       300-Open-Files.
           OPEN INPUT SUPPMST.
                GO TO 2000-ABEND-RTN
           END-IF.

           OPEN EXTEND ONBDADDR.
           IF OUT-ONBDADDR-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning ONBDADDR'
                GO TO 2000-ABEND-RTN
           END-IF.

           OPEN EXTEND SUPMAUD.
           IF OUT-SUPMAUD-KEY NOT = '00' THEN
                DISPLAY
           DISPLAY 'SUPPLIERS UPDATED: ' WS-UPDATED-CTR.
           DISPLAY 'SUPPLIERS WRITTEN: ' SUPP-MASTER-MAX.
           DISPLAY 'BANK CHANGES STAGED: ' WS-BANK-STAGED-CTR.
           DISPLAY 'REMIT ADDRS STAGED : ' WS-REMIT-STAGED-CTR.
           DISPLAY '---------------------------------------------'.

       600-CLOSE-FILES.
           CLOSE SUPPMST, SUPPMSTO, SUPMAUD, BANKPEND, ONBDADDR.

      *11/24 Matches the fix in FINALEX's 2000-ABEND-RTN - DISPLAY and
      * EXIT alone just fell through to whatever paragraph follows.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. BASGMNT.
       AUTHOR. IVANNA COLAN.
      ******************************************************************
      * 05/26 Commodity-to-buyer assignment maintenance. BUYER-CODE-PO
      * is whatever the feed says, so orders and requisitions landed
      * on whichever buyer happened to key them. Console-driven like
      * ALLOCMNT: signs the operator on against OPERMST - purchasing
      * management holds the BASGMNT function - loads the BUYRASGN
      * assignment list (see BASGTAB), and offers two kinds of work:
      *   A  assignments - prompts for a commodity class, which must
      *      be on COMCLAS, listing every plant's assignment on file
      *      for it, then for a plant (blank is the class's default
      *      for every plant with no row of its own, otherwise the
      *      plant must be on PLANTS). S sets the responsible buyer
      *      and the backup, R removes the row;
      *   O  out of office - prompts for a buyer, lists every class
      *      the buyer holds, and marks the buyer out (O) or back
      *      (B) on all of them at once, so REQWORKL routes to the
      *      backups and FINALEX accepts the backups' orders.
      * Buyer and backup must both be on BUYRVNDR, the only list of
      * buyer codes we keep, and may not be the same buyer. Every
      * change writes a row to the BASGAUD audit trail with the
      * before and after buyer, backup and out-of-office flag and
      * the operator. The list is kept in class-then-plant order as
      * rows are added and staged to BUYRASGO for promotion, the
      * SUPPMNT pattern.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Commodity-to-buyer assignment list - see BASGTAB.
           SELECT BUYRASGN ASSIGN TO BUYRASGN
           FILE STATUS IS IN-BUYRASGN-KEY.

           SELECT BUYRASGO ASSIGN TO BUYRASGO
           FILE STATUS IS OUT-BUYRASGO-KEY.

      * Commodity-class control table - see COMMTAB.
           SELECT COMCLAS ASSIGN TO COMCLAS
           FILE STATUS IS IN-COMCLAS-KEY.

      * Plant/receiving-location master - see PLNTTAB.
           SELECT PLANTS ASSIGN TO PLANTS
           FILE STATUS IS IN-PLANTS-KEY.

      * Buyer-code to AP-vendor-ID crosswalk - see BUYRTAB.
           SELECT BUYRVNDR ASSIGN TO BUYRVNDR
           FILE STATUS IS IN-BUYRVNDR-KEY.

      * Operator authorization table - see OPERTAB.
           SELECT OPERMST ASSIGN TO OPERMST
           FILE STATUS IS IN-OPERMST-KEY.

      * Change audit trail - one row per assignment change, with the
      * signed-on operator. Accumulates across sessions, so opened
      * EXTEND.
           SELECT BASGAUD ASSIGN TO BASGAUD
           FILE STATUS IS OUT-BASGAUD-KEY.

      * Business process-date control card - see PROCDATE.
           SELECT PROCDATE ASSIGN TO PROCDATE
           FILE STATUS IS PROCDATE-KEY.

       DATA DIVISION.
       FILE SECTION.
       FD  BUYRASGN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 35 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS BUYRASGN-REC.
       01  BUYRASGN-REC     PIC X(35).

       FD  BUYRASGO
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 35 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS BUYRASGO-REC.
       01  BUYRASGO-REC     PIC X(35).

       FD  COMCLAS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 30 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS COMCLAS-REC.
       01  COMCLAS-REC      PIC X(30).

       FD  PLANTS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 83 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PLANTS-REC.
       01  PLANTS-REC       PIC X(83).

       FD  BUYRVNDR
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 17 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS BUYRVNDR-REC.
       01  BUYRVNDR-REC     PIC X(17).

       FD  OPERMST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS OPERMST-REC.
       01  OPERMST-REC     PIC X(40).

      * Audit row - class, plant, action (S set, R remove, O out of
      * office, B back), buyer/backup/out flag before and after,
      * who, when. A removed row has blank after values.
       FD  BASGAUD
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 41 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS BASGAUD-REC.
       01  BASGAUD-REC.
           05  BU-COMMODITY-CLASS     PIC X(04).
           05  BU-PLANT-CODE          PIC X(03).
           05  BU-ACTION              PIC X(01).
           05  BU-OLD-BUYER           PIC X(03).
           05  BU-OLD-BACKUP          PIC X(03).
           05  BU-OLD-OUT-FLAG        PIC X(01).
           05  BU-NEW-BUYER           PIC X(03).
           05  BU-NEW-BACKUP          PIC X(03).
           05  BU-NEW-OUT-FLAG        PIC X(01).
           05  BU-OPERATOR-ID         PIC X(08).
           05  BU-ACTION-DATE         PIC 9(08).
           05  FILLER                 PIC X(03).

       FD  PROCDATE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 8 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PROCDATE-REC.
       01  PROCDATE-REC     PIC X(8).

       WORKING-STORAGE SECTION.
           COPY OPERTAB. *> Operator authorization table
           COPY BASGTAB. *> Commodity-to-buyer assignments
           COPY COMMTAB. *> Commodity-class control table
           COPY PLNTTAB. *> Plant/receiving-location master
           COPY BUYRTAB. *> Buyer-code to AP-vendor-ID crosswalk
      * Business process date control card - see PROCDATE.
           COPY PROCDATE.

       01 FILE-STATUS-CODES.
           05 IN-BUYRASGN-KEY            PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
      * A first-ever run has no assignment list yet - start empty.
                88 BUYRASGN-NOT-FOUND       VALUE '35'.
           05 OUT-BUYRASGO-KEY           PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
           05 IN-COMCLAS-KEY             PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
           05 IN-PLANTS-KEY              PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
           05 IN-BUYRVNDR-KEY            PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
           05 IN-OPERMST-KEY             PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
           05 OUT-BASGAUD-KEY            PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
           05 PROCDATE-KEY               PIC X(2).
                88 CODE-WRITE               VALUE SPACES.

       01 FILES-EOF.
           05 BUYRASGN-EOF-WS                 PIC X(01) VALUE 'N'.
              88 BUYRASGN-EOF                            VALUE 'Y'.
           05 COMCLAS-EOF-WS                  PIC X(01) VALUE 'N'.
              88 COMCLAS-EOF                             VALUE 'Y'.
           05 PLANTS-EOF-WS                   PIC X(01) VALUE 'N'.
              88 PLANTS-EOF                              VALUE 'Y'.
           05 BUYRVNDR-EOF-WS                 PIC X(01) VALUE 'N'.
              88 BUYRVNDR-EOF                            VALUE 'Y'.
           05 OPERMST-EOF-WS                  PIC X(01) VALUE 'N'.
              88 OPERMST-EOF                             VALUE 'Y'.

       01 WS-ASSIGN-INDEX                  PIC 9(5) VALUE 1.
       01 WS-WORK-IDX                      PIC 9(5) VALUE 1.
       01 WS-SHIFT-IDX                     PIC 9(5) VALUE ZERO.
       01 WS-ASSIGN-FOUND-IDX              PIC 9(5) VALUE ZERO.
       01 WS-ROWS-LISTED-CTR               PIC 9(5) VALUE ZERO.
       01 WS-LOAD-INDEX                    PIC 9(4) VALUE 1.
       01 WS-LOOKUP-IDX                    PIC 9(4) VALUE 1.

      *05/26 Binary-search bounds over the ordered list. After an
      * unsuccessful search WS-BSRCH-LO is the slot a new row belongs
      * in, which is where 260-InsertAssignment puts it - the
      * ALLOCMNT pattern.
       01 WS-BSRCH-LO                      PIC 9(5) VALUE ZERO.
       01 WS-BSRCH-HI                      PIC 9(5) VALUE ZERO.
       01 WS-BSRCH-MID                     PIC 9(5) VALUE ZERO.
       01 WS-SEARCH-KEY.
           05 WS-SEARCH-CLASS              PIC X(04) VALUE SPACES.
           05 WS-SEARCH-PLANT              PIC X(03) VALUE SPACES.

       01 WS-CONTINUE-FLAG                 PIC X(01) VALUE 'Y'.
           88 KEEP-MAINTAINING                     VALUE 'Y'.
       01 WS-MASTER-FOUND-FLAG             PIC X(01) VALUE 'N'.
           88 MASTER-FOUND                         VALUE 'Y'.
       01 WS-MENU-RESPONSE                 PIC X(03) VALUE SPACES.
       01 WS-ACTION-RESPONSE               PIC X(01) VALUE SPACES.
       01 WS-YES-NO-RESPONSE               PIC X(01) VALUE 'N'.
           88 OPERATOR-SAYS-YES                    VALUE 'Y' 'y'.
       01 WS-ENTRY-BUYER                   PIC X(03) VALUE SPACES.
       01 WS-ENTRY-BACKUP                  PIC X(03) VALUE SPACES.
       01 WS-CHECK-BUYER                   PIC X(03) VALUE SPACES.
       01 WS-OUT-BUYER                     PIC X(03) VALUE SPACES.
       01 WS-NEW-OUT-FLAG                  PIC X(01) VALUE SPACES.

      *05/26 Before and after images for the audit row.
       01 WS-OLD-BUYER                     PIC X(03) VALUE SPACES.
       01 WS-OLD-BACKUP                    PIC X(03) VALUE SPACES.
       01 WS-OLD-OUT-FLAG                  PIC X(01) VALUE SPACES.
       01 WS-NEW-BUYER                     PIC X(03) VALUE SPACES.
       01 WS-NEW-BACKUP                    PIC X(03) VALUE SPACES.
       01 WS-AUDIT-ACTION                  PIC X(01) VALUE SPACES.

      *05/26 Sign-on state - changing the list needs update
      * authority.
       01 WS-OPERATOR-ID                   PIC X(08) VALUE SPACES.
       01 WS-OPER-INDEX                    PIC 9(4) VALUE 1.
       01 WS-OPER-FOUND-IDX                PIC 9(4) VALUE ZERO.
       01 WS-OPER-FOUND-FLAG               PIC X VALUE 'N'.
           88 OPERATOR-AUTHORIZED                VALUE 'Y'.
       01 WS-REQUIRED-LEVEL                PIC 9(1) VALUE 2.

       01 WS-ADDED-CTR                     PIC 9(05) VALUE ZERO.
       01 WS-CHANGED-CTR                   PIC 9(05) VALUE ZERO.
       01 WS-REMOVED-CTR                   PIC 9(05) VALUE ZERO.
       01 WS-OUT-OF-OFFICE-CTR             PIC 9(05) VALUE ZERO.
       01 WS-ROWS-WRITTEN-CTR              PIC 9(05) VALUE ZERO.

       PROCEDURE DIVISION.

       MAIN.
           PERFORM 000-Housekeeping.
           PERFORM 100-Main2 UNTIL NOT KEEP-MAINTAINING.
           PERFORM 500-WriteStaged.
           PERFORM 900-WriteSummary.
           PERFORM 600-CLOSE-FILES.
           GOBACK.

       000-Housekeeping.
           DISPLAY '---------------------------------------------'.
           DISPLAY 'COMMODITY-TO-BUYER ASSIGNMENT MAINTENANCE'.
           DISPLAY '---------------------------------------------'.
           PERFORM 370-LoadProcessDate.
           PERFORM 300-Open-Files.
           PERFORM 050-SignOnOperator.
           DISPLAY 'ASSIGNMENTS ON FILE: ' BUYER-ASSIGN-MAX.

       050-SignOnOperator.
           DISPLAY 'OPERATOR ID: ' WITH NO ADVANCING.
           ACCEPT WS-OPERATOR-ID.
           MOVE 'N' TO WS-OPER-FOUND-FLAG.
           PERFORM VARYING WS-OPER-INDEX FROM 1 BY 1
              UNTIL WS-OPER-INDEX > OPERATOR-MAX
                 OR OPERATOR-AUTHORIZED
                 IF OA-OPERATOR-ID (WS-OPER-INDEX) = WS-OPERATOR-ID
                    AND OA-FUNCTION (WS-OPER-INDEX) = 'BASGMNT'
                    AND OA-AUTH-LEVEL (WS-OPER-INDEX)
                       >= WS-REQUIRED-LEVEL
                    MOVE 'Y' TO WS-OPER-FOUND-FLAG
                    MOVE WS-OPER-INDEX TO WS-OPER-FOUND-IDX
                 END-IF
           END-PERFORM.
           IF NOT OPERATOR-AUTHORIZED
              DISPLAY 'OPERATOR ' WS-OPERATOR-ID
                 ' NOT AUTHORIZED FOR BASGMNT - SESSION ENDED'
              GO TO 2000-ABEND-RTN
           END-IF.
           DISPLAY 'SIGNED ON: '
              OA-OPERATOR-NAME (WS-OPER-FOUND-IDX).

       100-Main2.
           DISPLAY 'A=ASSIGNMENTS O=OUT OF OFFICE (END TO QUIT): '
              WITH NO ADVANCING.
           ACCEPT WS-MENU-RESPONSE.
           EVALUATE WS-MENU-RESPONSE
              WHEN 'A' WHEN 'a'
                 PERFORM 110-AssignmentWork
                    THRU 110-AssignmentWork-Exit
              WHEN 'O' WHEN 'o'
                 PERFORM 400-OutOfOfficeWork
                    THRU 400-OutOfOfficeWork-Exit
              WHEN SPACES WHEN 'END' WHEN 'end'
                 MOVE 'N' TO WS-CONTINUE-FLAG
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

      *05/26 A class must be on COMCLAS before anyone can own it.
       110-AssignmentWork.
           DISPLAY 'COMMODITY CLASS: ' WITH NO ADVANCING.
           ACCEPT WS-SEARCH-CLASS.
           IF WS-SEARCH-CLASS = SPACES
              GO TO 110-AssignmentWork-Exit
           END-IF.
           PERFORM 240-FindClass.
           IF NOT MASTER-FOUND
              DISPLAY 'CLASS NOT ON COMCLAS: ' WS-SEARCH-CLASS
              GO TO 110-AssignmentWork-Exit
           END-IF.
           DISPLAY '  CLASS     : '
              CC-DESCRIPTION (WS-LOOKUP-IDX).
           PERFORM 200-ShowClass.
           DISPLAY 'PLANT CODE (ENTER FOR ALL-PLANT DEFAULT): '
              WITH NO ADVANCING.
           ACCEPT WS-SEARCH-PLANT.
           IF WS-SEARCH-PLANT NOT = SPACES
              PERFORM 242-FindPlant
              IF NOT MASTER-FOUND
                 DISPLAY 'PLANT NOT ON PLANTS: ' WS-SEARCH-PLANT
                 GO TO 110-AssignmentWork-Exit
              END-IF
              DISPLAY '  PLANT     : '
                 PL-PLANT-NAME (WS-LOOKUP-IDX)
           END-IF.
           PERFORM 210-CaptureAction
              THRU 210-CaptureAction-Exit.
       110-AssignmentWork-Exit.
           EXIT.

      *05/26 Every plant's assignment on file for the class.
       200-ShowClass.
           MOVE ZERO TO WS-ROWS-LISTED-CTR.
           PERFORM VARYING WS-WORK-IDX FROM 1 BY 1
              UNTIL WS-WORK-IDX > BUYER-ASSIGN-MAX
                 IF BA-COMMODITY-CLASS (WS-WORK-IDX)
                       = WS-SEARCH-CLASS
                    PERFORM 205-ShowRow
                    ADD 1 TO WS-ROWS-LISTED-CTR
                 END-IF
           END-PERFORM.
           IF WS-ROWS-LISTED-CTR = ZERO
              DISPLAY '  (NO ASSIGNMENTS ON FILE - CLASS UNASSIGNED)'
           END-IF.

       205-ShowRow.
           IF BA-PLANT-CODE (WS-WORK-IDX) = SPACES
              DISPLAY '  ALL PLANTS  BUYER '
                 BA-BUYER-CODE (WS-WORK-IDX) ' BACKUP '
                 BA-BACKUP-CODE (WS-WORK-IDX) ' OUT '
                 BA-BUYER-OUT (WS-WORK-IDX) ' SET '
                 BA-SET-DATE (WS-WORK-IDX) ' BY '
                 BA-SET-BY (WS-WORK-IDX)
           ELSE
              DISPLAY '  PLANT ' BA-PLANT-CODE (WS-WORK-IDX)
                 '   BUYER ' BA-BUYER-CODE (WS-WORK-IDX) ' BACKUP '
                 BA-BACKUP-CODE (WS-WORK-IDX) ' OUT '
                 BA-BUYER-OUT (WS-WORK-IDX) ' SET '
                 BA-SET-DATE (WS-WORK-IDX) ' BY '
                 BA-SET-BY (WS-WORK-IDX)
           END-IF.

       210-CaptureAction.
           PERFORM 245-FindAssignment.
           IF WS-ASSIGN-FOUND-IDX = ZERO
              DISPLAY '  ASSIGNED  : (NONE ON FILE)'
           ELSE
              DISPLAY '  ASSIGNED  : BUYER '
                 BA-BUYER-CODE (WS-ASSIGN-FOUND-IDX) ' BACKUP '
                 BA-BACKUP-CODE (WS-ASSIGN-FOUND-IDX)
           END-IF.
           DISPLAY 'ACTION - S=SET BUYER R=REMOVE ASSIGNMENT '
              '(ENTER TO SKIP): '
              WITH NO ADVANCING.
           ACCEPT WS-ACTION-RESPONSE.
           EVALUATE WS-ACTION-RESPONSE
              WHEN 'S' WHEN 's'
                 PERFORM 220-SetAssignment
                    THRU 220-SetAssignment-Exit
              WHEN 'R' WHEN 'r'
                 PERFORM 230-RemoveAssignment
                    THRU 230-RemoveAssignment-Exit
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
       210-CaptureAction-Exit.
           EXIT.

      *05/26 Buyer and backup both on BUYRVNDR and different people.
      * A buyer already marked out on other rows stays out on this
      * one, so the backup takes it from the start.
       220-SetAssignment.
           DISPLAY 'RESPONSIBLE BUYER: ' WITH NO ADVANCING.
           ACCEPT WS-ENTRY-BUYER.
           MOVE WS-ENTRY-BUYER TO WS-CHECK-BUYER.
           PERFORM 248-FindBuyer.
           IF WS-ENTRY-BUYER = SPACES OR NOT MASTER-FOUND
              DISPLAY 'BUYER NOT ON BUYRVNDR: ' WS-ENTRY-BUYER
                 ' - NOT SET.'
              GO TO 220-SetAssignment-Exit
           END-IF.
           DISPLAY 'BACKUP BUYER: ' WITH NO ADVANCING.
           ACCEPT WS-ENTRY-BACKUP.
           MOVE WS-ENTRY-BACKUP TO WS-CHECK-BUYER.
           PERFORM 248-FindBuyer.
           IF WS-ENTRY-BACKUP = SPACES OR NOT MASTER-FOUND
              DISPLAY 'BACKUP NOT ON BUYRVNDR: ' WS-ENTRY-BACKUP
                 ' - NOT SET.'
              GO TO 220-SetAssignment-Exit
           END-IF.
           IF WS-ENTRY-BACKUP = WS-ENTRY-BUYER
              DISPLAY 'BACKUP MUST BE A DIFFERENT BUYER - NOT SET.'
              GO TO 220-SetAssignment-Exit
           END-IF.
           MOVE SPACES TO WS-NEW-OUT-FLAG.
           PERFORM VARYING WS-WORK-IDX FROM 1 BY 1
              UNTIL WS-WORK-IDX > BUYER-ASSIGN-MAX
                 IF BA-BUYER-CODE (WS-WORK-IDX) = WS-ENTRY-BUYER
                    AND BA-BUYER-OUT-OF-OFFICE (WS-WORK-IDX)
                    MOVE 'Y' TO WS-NEW-OUT-FLAG
                 END-IF
           END-PERFORM.
           IF WS-ASSIGN-FOUND-IDX = ZERO
              PERFORM 260-InsertAssignment
              MOVE SPACES TO WS-OLD-BUYER
              MOVE SPACES TO WS-OLD-BACKUP
              MOVE SPACES TO WS-OLD-OUT-FLAG
              ADD 1 TO WS-ADDED-CTR
           ELSE
              MOVE BA-BUYER-CODE (WS-ASSIGN-FOUND-IDX)
                 TO WS-OLD-BUYER
              MOVE BA-BACKUP-CODE (WS-ASSIGN-FOUND-IDX)
                 TO WS-OLD-BACKUP
              MOVE BA-BUYER-OUT (WS-ASSIGN-FOUND-IDX)
                 TO WS-OLD-OUT-FLAG
              ADD 1 TO WS-CHANGED-CTR
           END-IF.
           MOVE WS-ENTRY-BUYER TO BA-BUYER-CODE (WS-ASSIGN-FOUND-IDX).
           MOVE WS-ENTRY-BACKUP
              TO BA-BACKUP-CODE (WS-ASSIGN-FOUND-IDX).
           MOVE WS-NEW-OUT-FLAG TO BA-BUYER-OUT (WS-ASSIGN-FOUND-IDX).
           MOVE PROCESS-DATE TO BA-SET-DATE (WS-ASSIGN-FOUND-IDX).
           MOVE WS-OPERATOR-ID TO BA-SET-BY (WS-ASSIGN-FOUND-IDX).
           MOVE 'S' TO WS-AUDIT-ACTION.
           MOVE WS-ENTRY-BUYER TO WS-NEW-BUYER.
           MOVE WS-ENTRY-BACKUP TO WS-NEW-BACKUP.
           MOVE WS-ASSIGN-FOUND-IDX TO WS-WORK-IDX.
           PERFORM 270-WriteAuditRow.
           IF WS-NEW-OUT-FLAG = 'Y'
              DISPLAY 'ASSIGNMENT SET - BUYER IS OUT OF OFFICE, '
                 'BACKUP COVERS.'
           ELSE
              DISPLAY 'ASSIGNMENT SET.'
           END-IF.
           PERFORM 200-ShowClass.
       220-SetAssignment-Exit.
           EXIT.

      *05/26 The row goes - the rows after it close up so the list
      * stays in key order with no gaps.
       230-RemoveAssignment.
           IF WS-ASSIGN-FOUND-IDX = ZERO
              DISPLAY 'NO ASSIGNMENT ON FILE - NOTHING TO REMOVE.'
              GO TO 230-RemoveAssignment-Exit
           END-IF.
           DISPLAY 'REMOVE THIS ASSIGNMENT? (Y/N): '
              WITH NO ADVANCING.
           ACCEPT WS-YES-NO-RESPONSE.
           IF NOT OPERATOR-SAYS-YES
              GO TO 230-RemoveAssignment-Exit
           END-IF.
           MOVE BA-BUYER-CODE (WS-ASSIGN-FOUND-IDX) TO WS-OLD-BUYER.
           MOVE BA-BACKUP-CODE (WS-ASSIGN-FOUND-IDX) TO WS-OLD-BACKUP.
           MOVE BA-BUYER-OUT (WS-ASSIGN-FOUND-IDX) TO WS-OLD-OUT-FLAG.
           MOVE SPACES TO WS-NEW-BUYER.
           MOVE SPACES TO WS-NEW-BACKUP.
           MOVE SPACES TO WS-NEW-OUT-FLAG.
           MOVE 'R' TO WS-AUDIT-ACTION.
           MOVE WS-ASSIGN-FOUND-IDX TO WS-WORK-IDX.
           PERFORM 270-WriteAuditRow.
           PERFORM VARYING WS-SHIFT-IDX FROM WS-ASSIGN-FOUND-IDX BY 1
              UNTIL WS-SHIFT-IDX >= BUYER-ASSIGN-MAX
                 MOVE BUYER-ASSIGN-LIST (WS-SHIFT-IDX + 1)
                    TO BUYER-ASSIGN-LIST (WS-SHIFT-IDX)
           END-PERFORM.
           INITIALIZE BUYER-ASSIGN-LIST (BUYER-ASSIGN-MAX).
           SUBTRACT 1 FROM BUYER-ASSIGN-MAX.
           ADD 1 TO WS-REMOVED-CTR.
           DISPLAY 'ASSIGNMENT REMOVED.'.
           PERFORM 200-ShowClass.
       230-RemoveAssignment-Exit.
           EXIT.

       240-FindClass.
           MOVE 'N' TO WS-MASTER-FOUND-FLAG.
           PERFORM VARYING WS-LOOKUP-IDX FROM 1 BY 1
              UNTIL WS-LOOKUP-IDX > COMMODITY-CLASS-MAX
                 OR MASTER-FOUND
                 IF CC-CLASS-CODE (WS-LOOKUP-IDX) = WS-SEARCH-CLASS
                    MOVE 'Y' TO WS-MASTER-FOUND-FLAG
                 END-IF
           END-PERFORM.
           IF MASTER-FOUND
              SUBTRACT 1 FROM WS-LOOKUP-IDX
           END-IF.

       242-FindPlant.
           MOVE 'N' TO WS-MASTER-FOUND-FLAG.
           PERFORM VARYING WS-LOOKUP-IDX FROM 1 BY 1
              UNTIL WS-LOOKUP-IDX > PLANT-MAX
                 OR MASTER-FOUND
                 IF PL-PLANT-CODE (WS-LOOKUP-IDX) = WS-SEARCH-PLANT
                    MOVE 'Y' TO WS-MASTER-FOUND-FLAG
                 END-IF
           END-PERFORM.
           IF MASTER-FOUND
              SUBTRACT 1 FROM WS-LOOKUP-IDX
           END-IF.

      *05/26 Binary search of the ordered list on class + plant.
       245-FindAssignment.
           MOVE ZERO TO WS-ASSIGN-FOUND-IDX.
           MOVE 1 TO WS-BSRCH-LO.
           MOVE BUYER-ASSIGN-MAX TO WS-BSRCH-HI.
           PERFORM 246-SearchStep
              UNTIL WS-BSRCH-LO > WS-BSRCH-HI
                 OR WS-ASSIGN-FOUND-IDX > ZERO.

       246-SearchStep.
           COMPUTE WS-BSRCH-MID = (WS-BSRCH-LO + WS-BSRCH-HI) / 2.
           EVALUATE TRUE
              WHEN BA-ASSIGN-KEY (WS-BSRCH-MID) = WS-SEARCH-KEY
                 MOVE WS-BSRCH-MID TO WS-ASSIGN-FOUND-IDX
              WHEN BA-ASSIGN-KEY (WS-BSRCH-MID) < WS-SEARCH-KEY
                 COMPUTE WS-BSRCH-LO = WS-BSRCH-MID + 1
              WHEN OTHER
                 COMPUTE WS-BSRCH-HI = WS-BSRCH-MID - 1
           END-EVALUATE.

      *05/26 A buyer code is good when BUYRVNDR knows it under any
      * company.
       248-FindBuyer.
           MOVE 'N' TO WS-MASTER-FOUND-FLAG.
           PERFORM VARYING WS-LOOKUP-IDX FROM 1 BY 1
              UNTIL WS-LOOKUP-IDX > BUYER-VENDOR-MAX
                 OR MASTER-FOUND
                 IF BUYER-CODE-BV (WS-LOOKUP-IDX) = WS-CHECK-BUYER
                    MOVE 'Y' TO WS-MASTER-FOUND-FLAG
                 END-IF
           END-PERFORM.

      *05/26 Opens a slot at WS-BSRCH-LO, the insertion point the
      * unsuccessful search left, so the list stays in key order.
       260-InsertAssignment.
           IF BUYER-ASSIGN-MAX >= 1000
              DISPLAY 'BASGMNT - ASSIGNMENT TABLE FULL AT 1000 '
                 'ROWS - RAISE OCCURS IN BASGTAB'
              GO TO 2000-ABEND-RTN
           END-IF.
           PERFORM VARYING WS-SHIFT-IDX FROM BUYER-ASSIGN-MAX
              BY -1 UNTIL WS-SHIFT-IDX < WS-BSRCH-LO
                 MOVE BUYER-ASSIGN-LIST (WS-SHIFT-IDX)
                    TO BUYER-ASSIGN-LIST (WS-SHIFT-IDX + 1)
           END-PERFORM.
           ADD 1 TO BUYER-ASSIGN-MAX.
           MOVE SPACES TO BUYER-ASSIGN-LIST (WS-BSRCH-LO).
           MOVE ZERO TO BA-SET-DATE (WS-BSRCH-LO).
           MOVE WS-SEARCH-KEY TO BA-ASSIGN-KEY (WS-BSRCH-LO).
           MOVE WS-BSRCH-LO TO WS-ASSIGN-FOUND-IDX.

      *05/26 One row per assignment touched - WS-WORK-IDX names it.
       270-WriteAuditRow.
           MOVE SPACES TO BASGAUD-REC.
           MOVE BA-COMMODITY-CLASS (WS-WORK-IDX)
              TO BU-COMMODITY-CLASS.
           MOVE BA-PLANT-CODE (WS-WORK-IDX) TO BU-PLANT-CODE.
           MOVE WS-AUDIT-ACTION TO BU-ACTION.
           MOVE WS-OLD-BUYER TO BU-OLD-BUYER.
           MOVE WS-OLD-BACKUP TO BU-OLD-BACKUP.
           MOVE WS-OLD-OUT-FLAG TO BU-OLD-OUT-FLAG.
           MOVE WS-NEW-BUYER TO BU-NEW-BUYER.
           MOVE WS-NEW-BACKUP TO BU-NEW-BACKUP.
           MOVE WS-NEW-OUT-FLAG TO BU-NEW-OUT-FLAG.
           MOVE WS-OPERATOR-ID TO BU-OPERATOR-ID.
           MOVE PROCESS-DATE TO BU-ACTION-DATE.
           WRITE BASGAUD-REC.
           IF OUT-BASGAUD-KEY NOT = '00'
              GO TO 2000-ABEND-RTN
           END-IF.

      *05/26 Out of office is a property of the buyer, not of one
      * class, so it is set or cleared on every row the buyer holds
      * as responsible buyer - each row changed is audited.
       400-OutOfOfficeWork.
           DISPLAY 'BUYER CODE: ' WITH NO ADVANCING.
           ACCEPT WS-OUT-BUYER.
           IF WS-OUT-BUYER = SPACES
              GO TO 400-OutOfOfficeWork-Exit
           END-IF.
           MOVE ZERO TO WS-ROWS-LISTED-CTR.
           PERFORM VARYING WS-WORK-IDX FROM 1 BY 1
              UNTIL WS-WORK-IDX > BUYER-ASSIGN-MAX
                 IF BA-BUYER-CODE (WS-WORK-IDX) = WS-OUT-BUYER
                    DISPLAY '  CLASS ' BA-COMMODITY-CLASS (WS-WORK-IDX)
                       ' PLANT ' BA-PLANT-CODE (WS-WORK-IDX)
                       ' BACKUP ' BA-BACKUP-CODE (WS-WORK-IDX)
                       ' OUT ' BA-BUYER-OUT (WS-WORK-IDX)
                    ADD 1 TO WS-ROWS-LISTED-CTR
                 END-IF
           END-PERFORM.
           IF WS-ROWS-LISTED-CTR = ZERO
              DISPLAY 'BUYER HOLDS NO ASSIGNMENTS: ' WS-OUT-BUYER
              GO TO 400-OutOfOfficeWork-Exit
           END-IF.
           DISPLAY 'ACTION - O=MARK OUT OF OFFICE B=MARK BACK '
              '(ENTER TO SKIP): '
              WITH NO ADVANCING.
           ACCEPT WS-ACTION-RESPONSE.
           EVALUATE WS-ACTION-RESPONSE
              WHEN 'O' WHEN 'o'
                 MOVE 'Y' TO WS-NEW-OUT-FLAG
                 MOVE 'O' TO WS-AUDIT-ACTION
              WHEN 'B' WHEN 'b'
                 MOVE SPACES TO WS-NEW-OUT-FLAG
                 MOVE 'B' TO WS-AUDIT-ACTION
              WHEN OTHER
                 GO TO 400-OutOfOfficeWork-Exit
           END-EVALUATE.
           PERFORM VARYING WS-WORK-IDX FROM 1 BY 1
              UNTIL WS-WORK-IDX > BUYER-ASSIGN-MAX
                 IF BA-BUYER-CODE (WS-WORK-IDX) = WS-OUT-BUYER
                    AND BA-BUYER-OUT (WS-WORK-IDX)
                       NOT = WS-NEW-OUT-FLAG
                    PERFORM 410-FlagRow
                 END-IF
           END-PERFORM.
           IF WS-NEW-OUT-FLAG = 'Y'
              DISPLAY 'BUYER ' WS-OUT-BUYER
                 ' MARKED OUT OF OFFICE - BACKUPS COVER.'
           ELSE
              DISPLAY 'BUYER ' WS-OUT-BUYER ' MARKED BACK.'
           END-IF.
       400-OutOfOfficeWork-Exit.
           EXIT.

       410-FlagRow.
           MOVE BA-BUYER-CODE (WS-WORK-IDX) TO WS-OLD-BUYER.
           MOVE BA-BACKUP-CODE (WS-WORK-IDX) TO WS-OLD-BACKUP.
           MOVE BA-BUYER-OUT (WS-WORK-IDX) TO WS-OLD-OUT-FLAG.
           MOVE WS-OLD-BUYER TO WS-NEW-BUYER.
           MOVE WS-OLD-BACKUP TO WS-NEW-BACKUP.
           MOVE WS-NEW-OUT-FLAG TO BA-BUYER-OUT (WS-WORK-IDX).
           MOVE PROCESS-DATE TO BA-SET-DATE (WS-WORK-IDX).
           MOVE WS-OPERATOR-ID TO BA-SET-BY (WS-WORK-IDX).
           PERFORM 270-WriteAuditRow.
           ADD 1 TO WS-OUT-OF-OFFICE-CTR.

       300-Open-Files.
           OPEN INPUT BUYRASGN.
           IF BUYRASGN-NOT-FOUND
              MOVE 'Y' TO BUYRASGN-EOF-WS
           ELSE
              IF IN-BUYRASGN-KEY NOT = '00'
                 DISPLAY
                        '---------------------------------------------'
                 DISPLAY 'File Problem openning Input BUYRASGN'
                 GO TO 2000-ABEND-RTN
              ELSE
                 PERFORM 3600-LoadAssignments
              END-IF
           END-IF.
           OPEN OUTPUT BUYRASGO.
           IF OUT-BUYRASGO-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning BUYRASGO'
                GO TO 2000-ABEND-RTN
           END-IF.
           OPEN INPUT COMCLAS.
           IF IN-COMCLAS-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning Input COMCLAS'
                GO TO 2000-ABEND-RTN
           ELSE
                PERFORM 3620-LoadClasses
           END-IF.
           OPEN INPUT PLANTS.
           IF IN-PLANTS-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning Input PLANTS'
                GO TO 2000-ABEND-RTN
           ELSE
                PERFORM 3640-LoadPlants
           END-IF.
           OPEN INPUT BUYRVNDR.
           IF IN-BUYRVNDR-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning Input BUYRVNDR'
                GO TO 2000-ABEND-RTN
           ELSE
                PERFORM 3660-LoadBuyers
           END-IF.
           OPEN INPUT OPERMST.
           IF IN-OPERMST-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning OPERMST'
                GO TO 2000-ABEND-RTN
           ELSE
                PERFORM 3700-LoadOperators
           END-IF.
           OPEN EXTEND BASGAUD.
           IF OUT-BASGAUD-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning BASGAUD'
                GO TO 2000-ABEND-RTN
           END-IF.

       3600-LoadAssignments.
           INITIALIZE BUYER-ASSIGN-TABLE.
           MOVE 1 TO WS-ASSIGN-INDEX.
           PERFORM 3610-ReadNextAssignment UNTIL BUYRASGN-EOF.
           COMPUTE BUYER-ASSIGN-MAX = WS-ASSIGN-INDEX - 1.
           CLOSE BUYRASGN.

       3610-ReadNextAssignment.
           IF WS-ASSIGN-INDEX > 1000
              DISPLAY 'BASGMNT - ASSIGNMENT TABLE FULL AT 1000 '
                 'ROWS - RAISE OCCURS IN BASGTAB'
              GO TO 2000-ABEND-RTN
           END-IF.
           READ BUYRASGN INTO BUYER-ASSIGN-LIST(WS-ASSIGN-INDEX)
              AT END
                 MOVE 'Y' TO BUYRASGN-EOF-WS
           END-READ.
           IF NOT BUYRASGN-EOF
              ADD 1 TO WS-ASSIGN-INDEX
           END-IF.

       3620-LoadClasses.
           INITIALIZE COMMODITY-CLASS-TABLE.
           MOVE 1 TO WS-LOAD-INDEX.
           PERFORM 3630-ReadNextClass UNTIL COMCLAS-EOF.
           COMPUTE COMMODITY-CLASS-MAX = WS-LOAD-INDEX - 1.
           CLOSE COMCLAS.

       3630-ReadNextClass.
           IF WS-LOAD-INDEX > 100
              DISPLAY 'BASGMNT - COMMODITY CLASS TABLE FULL AT 100 '
                 'ROWS - RAISE OCCURS IN COMMTAB'
              GO TO 2000-ABEND-RTN
           END-IF.
           READ COMCLAS INTO COMMODITY-CLASS-LIST(WS-LOAD-INDEX)
              AT END
                 MOVE 'Y' TO COMCLAS-EOF-WS
           END-READ.
           IF NOT COMCLAS-EOF
              ADD 1 TO WS-LOAD-INDEX
           END-IF.

       3640-LoadPlants.
           INITIALIZE PLANT-TABLE.
           MOVE 1 TO WS-LOAD-INDEX.
           PERFORM 3650-ReadNextPlant UNTIL PLANTS-EOF.
           COMPUTE PLANT-MAX = WS-LOAD-INDEX - 1.
           CLOSE PLANTS.

       3650-ReadNextPlant.
           IF WS-LOAD-INDEX > 10
              DISPLAY 'BASGMNT - PLANT TABLE FULL AT 10 '
                 'ROWS - RAISE OCCURS IN PLNTTAB'
              GO TO 2000-ABEND-RTN
           END-IF.
           READ PLANTS INTO PLANT-LIST(WS-LOAD-INDEX)
              AT END
                 MOVE 'Y' TO PLANTS-EOF-WS
           END-READ.
           IF NOT PLANTS-EOF
              ADD 1 TO WS-LOAD-INDEX
           END-IF.

       3660-LoadBuyers.
           INITIALIZE BUYER-VENDOR-TABLE.
           MOVE 1 TO WS-LOAD-INDEX.
           PERFORM 3670-ReadNextBuyer UNTIL BUYRVNDR-EOF.
           COMPUTE BUYER-VENDOR-MAX = WS-LOAD-INDEX - 1.
           CLOSE BUYRVNDR.

       3670-ReadNextBuyer.
           IF WS-LOAD-INDEX > 50
              DISPLAY 'BASGMNT - BUYER TABLE FULL AT 50 '
                 'ROWS - RAISE OCCURS IN BUYRTAB'
              GO TO 2000-ABEND-RTN
           END-IF.
           READ BUYRVNDR INTO BUYER-VENDOR-LIST(WS-LOAD-INDEX)
              AT END
                 MOVE 'Y' TO BUYRVNDR-EOF-WS
           END-READ.
           IF NOT BUYRVNDR-EOF
              ADD 1 TO WS-LOAD-INDEX
           END-IF.

       3700-LoadOperators.
           INITIALIZE OPERATOR-TABLE.
           MOVE 1 TO WS-OPER-INDEX.
           PERFORM 3750-ReadNextOperator UNTIL OPERMST-EOF.
           COMPUTE OPERATOR-MAX = WS-OPER-INDEX - 1.
           CLOSE OPERMST.

       3750-ReadNextOperator.
           IF WS-OPER-INDEX > 200
              DISPLAY 'BASGMNT - OPERATOR TABLE FULL AT 200 '
                 'ROWS - RAISE OCCURS IN OPERTAB'
              GO TO 2000-ABEND-RTN
           END-IF.
           READ OPERMST INTO OPERATOR-LIST(WS-OPER-INDEX)
              AT END
                 MOVE 'Y' TO OPERMST-EOF-WS
           END-READ.
           IF NOT OPERMST-EOF
              ADD 1 TO WS-OPER-INDEX
           END-IF.

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

       500-WriteStaged.
           PERFORM VARYING WS-WORK-IDX FROM 1 BY 1
              UNTIL WS-WORK-IDX > BUYER-ASSIGN-MAX
                 MOVE BUYER-ASSIGN-LIST (WS-WORK-IDX)
                    TO BUYRASGO-REC
                 WRITE BUYRASGO-REC
                 IF OUT-BUYRASGO-KEY NOT = '00'
                    GO TO 2000-ABEND-RTN
                 END-IF
                 ADD 1 TO WS-ROWS-WRITTEN-CTR
           END-PERFORM.

       900-WriteSummary.
           DISPLAY ' '.
           DISPLAY '---------------------------------------------'.
           DISPLAY 'ASSIGNMENTS ADDED     : ' WS-ADDED-CTR.
           DISPLAY 'ASSIGNMENTS CHANGED   : ' WS-CHANGED-CTR.
           DISPLAY 'ASSIGNMENTS REMOVED   : ' WS-REMOVED-CTR.
           DISPLAY 'OUT-OF-OFFICE CHANGES : ' WS-OUT-OF-OFFICE-CTR.
           DISPLAY 'ROWS STAGED           : ' WS-ROWS-WRITTEN-CTR.
           DISPLAY '---------------------------------------------'.

       600-CLOSE-FILES.
           CLOSE BUYRASGO, BASGAUD.

      * Matches the fix in FINALEX's 2000-ABEND-RTN - DISPLAY and
      * EXIT alone just fell through to whatever paragraph follows.
       2000-ABEND-RTN.
           DISPLAY 'PROGRAM ENCOUNTERED AN ERROR'.
           MOVE 16 TO RETURN-CODE.
           GOBACK.

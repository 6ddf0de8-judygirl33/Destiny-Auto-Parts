       IDENTIFICATION DIVISION.
       PROGRAM-ID. DISTBRST.
       AUTHOR. IVANNA COLAN.
      ******************************************************************
      * 05/31 Report distribution burst. Every report used to land in
      * one SYSOUT class and operations split the printout into piles
      * by hand each morning - EXPEDITE pages to each buyer, the
      * put-away and inspection lists to each plant, the CAR aging to
      * quality. This step runs behind a report, reads the report's
      * printed output back off its cataloged dataset (RPTIN, with
      * the carriage-control byte) and, by the DISTMAST distribution
      * master (see DISTTAB), hands every line to the recipient of
      * the break value it falls under:
      *   - each page's heading is reprinted at the top of every
      *     recipient's share of that page;
      *   - lines ahead of the first break value, and the run summary
      *     from the trailer marker on, go to the report's own
      *     recipient (its '*' card);
      *   - a value with no recipient, or one naming a recipient with
      *     no P card, goes to the DEFAULT pile and is flagged on the
      *     distribution log for the morning status page (MORNRPT).
      * BURSTOUT carries every line keyed by recipient. The delivery
      * job written to the internal reader (INTRDR) copies each
      * recipient's lines off it into that recipient's own dataset,
      * PRTSUPP.DIST.recipient.report, and prints it at the
      * recipient's destination or mails it to the recipient's
      * address - a recipient list that changes with DISTMAST cannot
      * be coded as fixed DD statements. DISTLOG takes one row per
      * break value per night, accumulating like SPLITLOG. The PARM
      * names the report: PARM='EXPEDITE'.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * The report's printed output - carriage control plus the line.
           SELECT RPTIN ASSIGN TO RPTIN
           FILE STATUS IS IN-RPTIN-KEY.

      * Distribution master cards - see DISTTAB.
           SELECT DISTMAST ASSIGN TO DISTMAST
           FILE STATUS IS IN-DISTMAST-KEY.

      * Every report line keyed by the recipient it goes to
           SELECT BURSTOUT ASSIGN TO BURSTOUT
           FILE STATUS IS OUT-BURSTOUT-KEY.

      * One row per break value per night, accumulating
           SELECT DISTLOG ASSIGN TO DISTLOG
           FILE STATUS IS OUT-DISTLOG-KEY.

      * The delivery job, submitted through the internal reader
           SELECT INTRDR ASSIGN TO INTRDR
           FILE STATUS IS OUT-INTRDR-KEY.

      * Night's run identifier, as FINALEX writes it
           SELECT RUNIDENT ASSIGN TO RUNIDENT
           FILE STATUS IS RUNIDENT-KEY.

      * Business process-date control card - see PROCDATE.
           SELECT PROCDATE ASSIGN TO PROCDATE
           FILE STATUS IS PROCDATE-KEY.

           SELECT PRINT-LINE ASSIGN TO PRTLINE.

       DATA DIVISION.
       FILE SECTION.
      * Same 133-byte PRINT-REC the report programs write, with the
      * carriage-control byte WRITE ... ADVANCING puts ahead of it.
       FD  RPTIN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 134 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RPTIN-REC.
       01  RPTIN-REC.
           05  RP-CARRIAGE-CONTROL     PIC X(01).
               88  RP-NEW-PAGE                   VALUE '1'.
           05  RP-LINE                 PIC X(133).

      * R, V and P cards - column layout in DISTTAB.
       FD  DISTMAST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORDS ARE DM-REPORT-CARD DM-VALUE-CARD
                            DM-RECIPIENT-CARD.
       01  DM-REPORT-CARD.
           05  DM-CARD-TYPE            PIC X(01).
               88  DM-REPORT-TYPE                VALUE 'R'.
               88  DM-VALUE-TYPE                 VALUE 'V'.
               88  DM-RECIPIENT-TYPE             VALUE 'P'.
               88  DM-COMMENT-TYPE               VALUE '*'.
           05  FILLER                  PIC X(01).
           05  DM-R-REPORT-ID          PIC X(08).
           05  FILLER                  PIC X(01).
           05  DM-R-BREAK-FIELD        PIC X(04).
               88  DM-R-FIELD-VALID              VALUE 'BUYR' 'PLNT'
                                                       'SUPP' 'COMM'
                                                       SPACES.
           05  FILLER                  PIC X(01).
           05  DM-R-VALUE-COL          PIC 9(03).
           05  DM-R-VALUE-LEN          PIC 9(02).
           05  FILLER                  PIC X(01).
           05  DM-R-KEY-TEXT           PIC X(20).
           05  DM-R-KEY-COL            PIC 9(03).
           05  FILLER                  PIC X(01).
           05  DM-R-HEAD-LINES         PIC 9(01).
           05  FILLER                  PIC X(01).
           05  DM-R-TRAIL-TEXT         PIC X(20).
           05  DM-R-TRAIL-COL          PIC 9(03).
           05  FILLER                  PIC X(09).
       01  DM-VALUE-CARD.
           05  FILLER                  PIC X(02).
           05  DM-V-REPORT-ID          PIC X(08).
           05  FILLER                  PIC X(01).
           05  DM-V-BREAK-FIELD        PIC X(04).
           05  FILLER                  PIC X(01).
           05  DM-V-BREAK-VALUE        PIC X(10).
           05  FILLER                  PIC X(01).
           05  DM-V-RECIPIENT          PIC X(08).
           05  FILLER                  PIC X(45).
       01  DM-RECIPIENT-CARD.
           05  FILLER                  PIC X(02).
           05  DM-P-RECIPIENT          PIC X(08).
           05  FILLER                  PIC X(01).
           05  DM-P-NAME               PIC X(20).
           05  FILLER                  PIC X(01).
           05  DM-P-METHOD             PIC X(01).
               88  DM-P-METHOD-VALID             VALUE 'E' 'P'.
           05  FILLER                  PIC X(01).
           05  DM-P-COPIES             PIC 9(02).
           05  FILLER                  PIC X(01).
           05  DM-P-DESTINATION        PIC X(40).
           05  FILLER                  PIC X(03).

      * Recipient, then the report line as it was printed.
       FD  BURSTOUT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 142 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS BURSTOUT-REC.
       01  BURSTOUT-REC.
           05  BO-RECIPIENT            PIC X(08).
           05  BO-CARRIAGE-CONTROL     PIC X(01).
           05  BO-LINE                 PIC X(133).

      * One row per break value - MORNRPT reads the same 120 bytes.
       FD  DISTLOG
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 120 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS DISTLOG-REC.
       01  DISTLOG-REC.
           05  DL-BUSINESS-DATE        PIC 9(08).
           05  DL-RUN-DATE             PIC 9(08).
           05  DL-RUN-SEQ              PIC 9(03).
           05  DL-BURST-TIME           PIC 9(06).
           05  DL-REPORT-ID            PIC X(08).
           05  DL-BREAK-FIELD          PIC X(04).
           05  DL-BREAK-VALUE          PIC X(10).
           05  DL-RECIPIENT            PIC X(08).
           05  DL-METHOD               PIC X(01).
           05  DL-COPIES               PIC 9(02).
           05  DL-LINE-COUNT           PIC 9(07).
           05  DL-DEFAULT-FLAG         PIC X(01).
           05  DL-DESTINATION          PIC X(40).
           05  FILLER                  PIC X(14).

       FD  INTRDR
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS INTRDR-REC.
       01  INTRDR-REC      PIC X(80).

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

       FD  PRINT-LINE RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 133 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PRINT-REC.
       01  PRINT-REC      PIC X(133).

       WORKING-STORAGE SECTION.
           COPY DISTTAB.  *> Report distribution master
           COPY PROCDATE. *> Business process date control card

       01 FILE-STATUS-CODES.
           05 IN-RPTIN-KEY               PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
           05 IN-DISTMAST-KEY            PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
           05 OUT-BURSTOUT-KEY           PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
           05 OUT-DISTLOG-KEY            PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
           05 OUT-INTRDR-KEY             PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
           05 RUNIDENT-KEY               PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
           05 PROCDATE-KEY               PIC X(2).
                88 CODE-WRITE               VALUE SPACES.

       01 FILES-EOF.
           05 RPTIN-EOF-WS                    PIC X(01) VALUE 'N'.
              88 RPTIN-EOF                               VALUE 'Y'.
           05 DISTMAST-EOF-WS                 PIC X(01) VALUE 'N'.
              88 DISTMAST-EOF                            VALUE 'Y'.

       01 WS-PARM-BUFFER                   PIC X(40) VALUE SPACES.
       01 WS-REPORT-ID                     PIC X(08) VALUE SPACES.

      *05/31 The night's run identifier - RUNLEDG's fallback when
      * RUNIDENT is not yet tonight's.
       01 WS-NIGHT-RUN-ID.
           05 WS-NIGHT-RUN-DATE            PIC 9(08) VALUE ZERO.
           05 WS-NIGHT-RUN-SEQ             PIC 9(03) VALUE ZERO.
       01 WS-TIME-NOW                      PIC 9(08) VALUE ZERO.

       01 WS-IN-RPTIN-CTR                  PIC 9(7) VALUE ZERO.
       01 WS-BURST-OUT-CTR                 PIC 9(7) VALUE ZERO.
       01 WS-HEADING-REPLAY-CTR            PIC 9(7) VALUE ZERO.
       01 WS-PAGES-CTR                     PIC 9(7) VALUE ZERO.
       01 WS-DEFAULT-VALUES-CTR            PIC 9(7) VALUE ZERO.
       01 WS-DEFAULT-LINES-CTR             PIC 9(7) VALUE ZERO.
       01 WS-CARDS-SKIPPED-CTR             PIC 9(7) VALUE ZERO.
       01 WS-JOB-CARDS-CTR                 PIC 9(7) VALUE ZERO.
       01 WS-LOG-ROWS-CTR                  PIC 9(7) VALUE ZERO.

      *05/31 This report's R card, and the significant lengths of its
      * two markers (trailing spaces dropped).
       01 WS-REPORT-FOUND-FLAG             PIC X(01) VALUE 'N'.
           88 REPORT-ON-MASTER                     VALUE 'Y'.
       01 WS-RPT-BREAK-FIELD               PIC X(04) VALUE SPACES.
           88 WS-RPT-WHOLE-REPORT                  VALUE SPACES.
       01 WS-RPT-VALUE-COL                 PIC 9(03) VALUE ZERO.
       01 WS-RPT-VALUE-LEN                 PIC 9(02) VALUE ZERO.
       01 WS-RPT-KEY-TEXT                  PIC X(20) VALUE SPACES.
       01 WS-RPT-KEY-COL                   PIC 9(03) VALUE ZERO.
       01 WS-RPT-KEY-LEN                   PIC 9(02) VALUE ZERO.
       01 WS-RPT-HEAD-LINES                PIC 9(01) VALUE ZERO.
       01 WS-RPT-TRAIL-TEXT                PIC X(20) VALUE SPACES.
       01 WS-RPT-TRAIL-COL                 PIC 9(03) VALUE ZERO.
       01 WS-RPT-TRAIL-LEN                 PIC 9(02) VALUE ZERO.
       01 WS-MARKER-TEXT                   PIC X(20) VALUE SPACES.
       01 WS-MARKER-LEN                    PIC 9(02) VALUE ZERO.

      *05/31 The current page's heading, held until a recipient's
      * first line under it.
       01 WS-HEADING-TABLE.
           05 WS-HEADING-ENTRY OCCURS 9 TIMES
              INDEXED BY WS-HDG-IDX.
              10 WS-HEADING-REC            PIC X(134) VALUE SPACES.
       01 WS-HEADING-MAX                   PIC 9(01) VALUE ZERO.
       01 WS-HEADING-SEQ                   PIC 9(07) VALUE ZERO.
       01 WS-IN-HEADING-FLAG               PIC X(01) VALUE 'N'.
           88 IN-HEADING                           VALUE 'Y'.
       01 WS-IN-TRAILER-FLAG               PIC X(01) VALUE 'N'.
           88 IN-TRAILER                           VALUE 'Y'.

      *05/31 One entry per recipient this report reaches - its P card
      * (zero for a DEFAULT pile with no card of its own), the last
      * page heading it was given and its line count. The entry's
      * number is its step number in the delivery job.
       01 WS-PILE-TABLE.
           05 WS-PILE-ENTRY OCCURS 120 TIMES
              INDEXED BY WS-PILE-IDX.
              10 WS-PILE-RECIPIENT         PIC X(08) VALUE SPACES.
              10 WS-PILE-CARD-IDX          PIC 9(05) VALUE ZERO.
              10 WS-PILE-HEADING-SEQ       PIC 9(07) VALUE ZERO.
              10 WS-PILE-LINES             PIC 9(07) VALUE ZERO.
              10 WS-PILE-METHOD            PIC X(01) VALUE SPACES.
                 88 WS-PILE-BY-EMAIL               VALUE 'E'.
              10 WS-PILE-COPIES            PIC 9(02) VALUE ZERO.
              10 WS-PILE-DESTINATION       PIC X(40) VALUE SPACES.
       01 WS-PILE-MAX                      PIC 9(03) VALUE ZERO.
       01 WS-PILE-INDEX                    PIC 9(03) VALUE ZERO.
       01 WS-PILE-FOUND-IDX                PIC 9(03) VALUE ZERO.
       01 WS-REPORT-PILE-IDX               PIC 9(03) VALUE ZERO.
       01 WS-CURRENT-PILE-IDX              PIC 9(03) VALUE ZERO.

      *05/31 One entry per break value this report printed - a value
      * of spaces is the heading and summary lines the report's own
      * recipient takes. The distribution log row is written off it.
       01 WS-VALUE-TABLE.
           05 WS-VALUE-ENTRY OCCURS 2000 TIMES
              INDEXED BY WS-VAL-IDX.
              10 WS-VAL-BREAK-VALUE        PIC X(10) VALUE SPACES.
              10 WS-VAL-PILE-IDX           PIC 9(03) VALUE ZERO.
              10 WS-VAL-DEFAULT-FLAG       PIC X(01) VALUE 'N'.
                 88 WS-VAL-ON-DEFAULT              VALUE 'Y'.
              10 WS-VAL-LINES              PIC 9(07) VALUE ZERO.
       01 WS-VALUE-MAX                     PIC 9(05) VALUE ZERO.
       01 WS-VALUE-INDEX                   PIC 9(05) VALUE ZERO.
       01 WS-VALUE-FOUND-IDX               PIC 9(05) VALUE ZERO.
       01 WS-REPORT-VALUE-IDX              PIC 9(05) VALUE ZERO.
       01 WS-CURRENT-VALUE-IDX             PIC 9(05) VALUE ZERO.

      *05/31 Resolving one break value to its recipient.
       01 WS-BREAK-VALUE                   PIC X(10) VALUE SPACES.
       01 WS-TARGET-RECIPIENT              PIC X(08) VALUE SPACES.
       01 WS-TARGET-DEFAULT-FLAG           PIC X(01) VALUE 'N'.
           88 TARGET-ON-DEFAULT                    VALUE 'Y'.
       01 WS-EXACT-CARD-IDX                PIC 9(05) VALUE ZERO.
       01 WS-FIELD-CARD-IDX                PIC 9(05) VALUE ZERO.
       01 WS-REPORT-CARD-IDX               PIC 9(05) VALUE ZERO.
       01 WS-CARD-INDEX                    PIC 9(05) VALUE ZERO.
       01 WS-RECIPIENT-INDEX               PIC 9(05) VALUE ZERO.
       01 WS-RECIPIENT-FOUND-IDX           PIC 9(05) VALUE ZERO.

      *05/31 DEFAULT's delivery when DISTMAST has no P card for it -
      * printed at operations, the MORNRPT destination.
       01 WS-DEFAULT-RECIPIENT             PIC X(08) VALUE 'DEFAULT'.
       01 WS-DEFAULT-DESTINATION           PIC X(40) VALUE 'OPS'.
       01 WS-MAIL-FROM                     PIC X(40)
              VALUE 'PRTSUPP@DESTINYAUTOPARTS.COM'.

       01 WS-JCL-CARD                      PIC X(80) VALUE SPACES.
       01 WS-STEP-NO                       PIC 9(03) VALUE ZERO.
       01 WS-COPIES-OUT                    PIC 9(02) VALUE ZERO.

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
           05 FILLER              PIC X(45) VALUE
              'Destiny Auto Parts - Report Distribution Log'.
           05 FILLER              PIC X(08)      VALUE 'REPORT '.
           05 HDG-REPORT-OUT      PIC X(08)      VALUE SPACES.
           05 FILLER              PIC X(02)      VALUE SPACES.
           05 FILLER              PIC X(06)      VALUE 'FIELD '.
           05 HDG-FIELD-OUT       PIC X(04)      VALUE SPACES.
           05 FILLER              PIC X(35)      VALUE SPACES.
           05 FILLER              PIC X(5)       VALUE 'PAGE '.
           05 WS-PAGE-NO-OUT      PIC ZZZ9       VALUE ZERO.
           05 FILLER              PIC X(13)      VALUE SPACES.
       01 WS-HEADER-1.
          05 FILLER              PIC X(3)       VALUE SPACES.
          05 FILLER              PIC X(12)      VALUE 'Value'.
          05 FILLER              PIC X(10)      VALUE 'Recipient'.
          05 FILLER              PIC X(22)      VALUE 'Name'.
          05 FILLER              PIC X(05)      VALUE 'How'.
          05 FILLER              PIC X(42)      VALUE 'Destination'.
          05 FILLER              PIC X(08)      VALUE 'Copies'.
          05 FILLER              PIC X(09)      VALUE '    Lines'.
          05 FILLER              PIC X(22)      VALUE SPACES.
       01 WS-HEADER-2.
          05 FILLER              PIC X(3)       VALUE SPACES.
          05 FILLER              PIC X(10)      VALUE ALL '='.
          05 FILLER              PIC X(02)      VALUE SPACES.
          05 FILLER              PIC X(08)      VALUE ALL '='.
          05 FILLER              PIC X(02)      VALUE SPACES.
          05 FILLER              PIC X(20)      VALUE ALL '='.
          05 FILLER              PIC X(02)      VALUE SPACES.
          05 FILLER              PIC X(03)      VALUE ALL '='.
          05 FILLER              PIC X(02)      VALUE SPACES.
          05 FILLER              PIC X(40)      VALUE ALL '='.
          05 FILLER              PIC X(02)      VALUE SPACES.
          05 FILLER              PIC X(06)      VALUE ALL '='.
          05 FILLER              PIC X(02)      VALUE SPACES.
          05 FILLER              PIC X(09)      VALUE ALL '='.
          05 FILLER              PIC X(22)      VALUE SPACES.

       01 WS-LOG-LINE-OUT.
          05 FILLER                 PIC X(3)       VALUE SPACES.
          05 LOG-VALUE-OUT          PIC X(10)      VALUE SPACES.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 LOG-RECIPIENT-OUT      PIC X(08)      VALUE SPACES.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 LOG-NAME-OUT           PIC X(20)      VALUE SPACES.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 LOG-METHOD-OUT         PIC X(03)      VALUE SPACES.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 LOG-DESTINATION-OUT    PIC X(40)      VALUE SPACES.
          05 FILLER                 PIC X(04)      VALUE SPACES.
          05 LOG-COPIES-OUT         PIC Z9         VALUE ZERO.
          05 FILLER                 PIC X(04)      VALUE SPACES.
          05 LOG-LINES-OUT          PIC ZZZ,ZZ9    VALUE ZERO.
          05 FILLER                 PIC X(02)      VALUE SPACES.
          05 LOG-FLAG-OUT           PIC X(20)      VALUE SPACES.

       01 WS-NONE-LINE.
          05 FILLER              PIC X(3)       VALUE SPACES.
          05 FILLER              PIC X(44)      VALUE
             'NO REPORT LINES TO DISTRIBUTE'.

       01 WS-SUMMARY-LINE.
           05 FILLER                PIC X(3)  VALUE SPACES.
           05 WS-SUMMARY-LABEL      PIC X(34) VALUE SPACES.
           05 WS-SUMMARY-COUNT      PIC ZZZ,ZZZ,ZZ9 VALUE ZERO.
           05 FILLER                PIC X(96) VALUE SPACES.

       LINKAGE SECTION.
       01  RUN-PARM.
           05  RUN-PARM-LENGTH           PIC S9(4) COMP.
           05  RUN-PARM-TEXT             PIC X(40).

       PROCEDURE DIVISION USING RUN-PARM.

       MAIN.
           PERFORM 000-Housekeeping.
           PERFORM 100-BurstLine UNTIL RPTIN-EOF.
           PERFORM 500-WriteDeliveryJob
              THRU 500-WriteDeliveryJob-Exit.
           PERFORM 550-WriteDistLog.
           PERFORM 700-WriteReport.
           PERFORM 900-WriteSummary.
           PERFORM 600-CLOSE-FILES.
           GOBACK.

       000-Housekeeping.
           PERFORM 030-ParseRunParm.
           PERFORM 370-LoadProcessDate.
           PERFORM 375-LoadRunId.
           PERFORM 300-Open-Files.
           PERFORM 320-TakeReportCard.
      * Priming Read
           PERFORM 400-Read-RPTIN.

      *05/31 The report is the one thing this step cannot guess - a
      * burst under the wrong name would send one report's pages to
      * another report's recipients.
       030-ParseRunParm.
           MOVE SPACES TO WS-PARM-BUFFER.
           IF RUN-PARM-LENGTH > 0 AND RUN-PARM-LENGTH <= 40
              MOVE RUN-PARM-TEXT (1:RUN-PARM-LENGTH)
                 TO WS-PARM-BUFFER
           END-IF.
           UNSTRING WS-PARM-BUFFER DELIMITED BY ',' OR SPACE
              INTO WS-REPORT-ID
           END-UNSTRING.
           IF WS-REPORT-ID = SPACES
              DISPLAY 'DISTBRST - PARM MUST NAME THE REPORT TO BURST'
              GO TO 2000-ABEND-RTN
           END-IF.

      *05/31 Every line: a new page starts a heading; the trailer
      * marker starts the summary; a line carrying a break value
      * moves the report to that value's recipient. A heading line
      * is held - it goes out ahead of each recipient's first line
      * on the page.
       100-BurstLine.
           IF RP-NEW-PAGE
              PERFORM 110-StartPage
           END-IF.
           IF NOT IN-TRAILER AND WS-RPT-TRAIL-LEN > ZERO
              MOVE RP-LINE (WS-RPT-TRAIL-COL:WS-RPT-TRAIL-LEN)
                 TO WS-MARKER-TEXT
              IF WS-MARKER-TEXT (1:WS-RPT-TRAIL-LEN)
                    = WS-RPT-TRAIL-TEXT (1:WS-RPT-TRAIL-LEN)
                 MOVE 'Y' TO WS-IN-TRAILER-FLAG
                 MOVE 'N' TO WS-IN-HEADING-FLAG
                 MOVE WS-REPORT-PILE-IDX TO WS-CURRENT-PILE-IDX
                 MOVE WS-REPORT-VALUE-IDX TO WS-CURRENT-VALUE-IDX
              END-IF
           END-IF.
           IF IN-HEADING
              ADD 1 TO WS-HEADING-MAX
              MOVE RPTIN-REC TO WS-HEADING-REC (WS-HEADING-MAX)
              IF WS-HEADING-MAX >= WS-RPT-HEAD-LINES
                 MOVE 'N' TO WS-IN-HEADING-FLAG
              END-IF
           ELSE
              IF NOT IN-TRAILER AND NOT WS-RPT-WHOLE-REPORT
                 PERFORM 120-CheckBreakValue
              END-IF
              PERFORM 150-WriteToPile
           END-IF.
           PERFORM 400-Read-RPTIN.

       110-StartPage.
           ADD 1 TO WS-HEADING-SEQ.
           ADD 1 TO WS-PAGES-CTR.
           MOVE ZERO TO WS-HEADING-MAX.
           MOVE 'Y' TO WS-IN-HEADING-FLAG.

      *05/31 A line carries a break value when its marker sits at the
      * marker column or, with no marker, when the value columns are
      * not blank. The line itself goes to the new value's pile.
       120-CheckBreakValue.
           MOVE SPACES TO WS-BREAK-VALUE.
           IF WS-RPT-KEY-LEN > ZERO
              MOVE RP-LINE (WS-RPT-KEY-COL:WS-RPT-KEY-LEN)
                 TO WS-MARKER-TEXT
              IF WS-MARKER-TEXT (1:WS-RPT-KEY-LEN)
                    = WS-RPT-KEY-TEXT (1:WS-RPT-KEY-LEN)
                 MOVE RP-LINE (WS-RPT-VALUE-COL:WS-RPT-VALUE-LEN)
                    TO WS-BREAK-VALUE
              END-IF
           ELSE
              MOVE RP-LINE (WS-RPT-VALUE-COL:WS-RPT-VALUE-LEN)
                 TO WS-BREAK-VALUE
           END-IF.
           IF WS-BREAK-VALUE NOT = SPACES
              PERFORM 130-TakeBreakValue
           END-IF.

      *05/31 A value seen before keeps the pile it was given.
       130-TakeBreakValue.
           MOVE ZERO TO WS-VALUE-FOUND-IDX.
           PERFORM VARYING WS-VALUE-INDEX FROM 1 BY 1
              UNTIL WS-VALUE-INDEX > WS-VALUE-MAX
                 OR WS-VALUE-FOUND-IDX > ZERO
                 IF WS-VAL-BREAK-VALUE (WS-VALUE-INDEX)
                       = WS-BREAK-VALUE
                    MOVE WS-VALUE-INDEX TO WS-VALUE-FOUND-IDX
                 END-IF
           END-PERFORM.
           IF WS-VALUE-FOUND-IDX = ZERO
              PERFORM 200-ResolveRecipient
              PERFORM 140-AddValue
           END-IF.
           MOVE WS-VALUE-FOUND-IDX TO WS-CURRENT-VALUE-IDX.
           MOVE WS-VAL-PILE-IDX (WS-VALUE-FOUND-IDX)
              TO WS-CURRENT-PILE-IDX.

       140-AddValue.
           IF WS-VALUE-MAX >= 2000
              DISPLAY 'DISTBRST - BREAK VALUE TABLE FULL AT 2000 '
                 'ROWS - RAISE OCCURS IN DISTBRST'
              GO TO 2000-ABEND-RTN
           END-IF.
           PERFORM 250-FindPile.
           ADD 1 TO WS-VALUE-MAX.
           MOVE WS-BREAK-VALUE TO WS-VAL-BREAK-VALUE (WS-VALUE-MAX).
           MOVE WS-PILE-FOUND-IDX TO WS-VAL-PILE-IDX (WS-VALUE-MAX).
           MOVE WS-TARGET-DEFAULT-FLAG
              TO WS-VAL-DEFAULT-FLAG (WS-VALUE-MAX).
           IF TARGET-ON-DEFAULT AND WS-BREAK-VALUE NOT = SPACES
              ADD 1 TO WS-DEFAULT-VALUES-CTR
           END-IF.
           MOVE WS-VALUE-MAX TO WS-VALUE-FOUND-IDX.

      *05/31 Writes the line to the current pile, reprinting the
      * page's heading first when this is the pile's first line on
      * the page.
       150-WriteToPile.
           IF WS-PILE-HEADING-SEQ (WS-CURRENT-PILE-IDX)
                 NOT = WS-HEADING-SEQ
              MOVE WS-HEADING-SEQ
                 TO WS-PILE-HEADING-SEQ (WS-CURRENT-PILE-IDX)
              PERFORM VARYING WS-HDG-IDX FROM 1 BY 1
                 UNTIL WS-HDG-IDX > WS-HEADING-MAX
                    MOVE WS-PILE-RECIPIENT (WS-CURRENT-PILE-IDX)
                       TO BO-RECIPIENT
                    MOVE WS-HEADING-REC (WS-HDG-IDX)
                       TO BURSTOUT-REC (9:134)
                    PERFORM 160-WriteBurstRec
                    ADD 1 TO WS-HEADING-REPLAY-CTR
              END-PERFORM
           END-IF.
           MOVE WS-PILE-RECIPIENT (WS-CURRENT-PILE-IDX)
              TO BO-RECIPIENT.
           MOVE RPTIN-REC TO BURSTOUT-REC (9:134).
           PERFORM 160-WriteBurstRec.

       160-WriteBurstRec.
           WRITE BURSTOUT-REC.
           IF OUT-BURSTOUT-KEY NOT = '00'
              DISPLAY 'DISTBRST - BURSTOUT WRITE FAILED, STATUS '
                 OUT-BURSTOUT-KEY
              GO TO 2000-ABEND-RTN
           END-IF.
           ADD 1 TO WS-BURST-OUT-CTR.
           ADD 1 TO WS-PILE-LINES (WS-CURRENT-PILE-IDX).
           ADD 1 TO WS-VAL-LINES (WS-CURRENT-VALUE-IDX).
           IF WS-VAL-ON-DEFAULT (WS-CURRENT-VALUE-IDX)
              ADD 1 TO WS-DEFAULT-LINES-CTR
           END-IF.

      *05/31 Most specific card first: this report and this value;
      * any report on this field and this value; this report's '*'.
      * Nothing found - or a recipient with no P card - is the
      * DEFAULT pile, flagged. A value of spaces is the report's own
      * lines, so only its '*' card applies and DEFAULT is not a
      * miss.
       200-ResolveRecipient.
           MOVE ZERO TO WS-EXACT-CARD-IDX.
           MOVE ZERO TO WS-FIELD-CARD-IDX.
           MOVE ZERO TO WS-REPORT-CARD-IDX.
           PERFORM VARYING WS-CARD-INDEX FROM 1 BY 1
              UNTIL WS-CARD-INDEX > DIST-VALUE-MAX
                 PERFORM 210-MatchValueCard
           END-PERFORM.
           MOVE 'N' TO WS-TARGET-DEFAULT-FLAG.
           MOVE SPACES TO WS-TARGET-RECIPIENT.
           EVALUATE TRUE
              WHEN NOT REPORT-ON-MASTER
                 CONTINUE
              WHEN WS-EXACT-CARD-IDX > ZERO
                 MOVE DV-RECIPIENT (WS-EXACT-CARD-IDX)
                    TO WS-TARGET-RECIPIENT
              WHEN WS-FIELD-CARD-IDX > ZERO
                 MOVE DV-RECIPIENT (WS-FIELD-CARD-IDX)
                    TO WS-TARGET-RECIPIENT
              WHEN WS-REPORT-CARD-IDX > ZERO
                 MOVE DV-RECIPIENT (WS-REPORT-CARD-IDX)
                    TO WS-TARGET-RECIPIENT
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
           IF WS-TARGET-RECIPIENT NOT = SPACES
              AND WS-TARGET-RECIPIENT NOT = WS-DEFAULT-RECIPIENT
              PERFORM 220-FindRecipientCard
              IF WS-RECIPIENT-FOUND-IDX = ZERO
                 DISPLAY 'DISTBRST - RECIPIENT ' WS-TARGET-RECIPIENT
                    ' HAS NO P CARD - ' WS-REPORT-ID ' VALUE '
                    WS-BREAK-VALUE ' TO DEFAULT'
                 MOVE SPACES TO WS-TARGET-RECIPIENT
              END-IF
           END-IF.
           IF WS-TARGET-RECIPIENT = SPACES
              MOVE WS-DEFAULT-RECIPIENT TO WS-TARGET-RECIPIENT
              IF WS-BREAK-VALUE NOT = SPACES
                 OR NOT REPORT-ON-MASTER
                 MOVE 'Y' TO WS-TARGET-DEFAULT-FLAG
              END-IF
           END-IF.

       210-MatchValueCard.
           IF DV-REPORT-ID (WS-CARD-INDEX) = WS-REPORT-ID
              IF DV-BREAK-VALUE (WS-CARD-INDEX) = WS-BREAK-VALUE
                 AND WS-BREAK-VALUE NOT = SPACES
                 MOVE WS-CARD-INDEX TO WS-EXACT-CARD-IDX
              END-IF
              IF DV-BREAK-VALUE (WS-CARD-INDEX) = '*'
                 MOVE WS-CARD-INDEX TO WS-REPORT-CARD-IDX
              END-IF
           END-IF.
           IF DV-REPORT-ID (WS-CARD-INDEX) = '*'
              AND DV-BREAK-FIELD (WS-CARD-INDEX) = WS-RPT-BREAK-FIELD
              AND NOT WS-RPT-WHOLE-REPORT
              AND DV-BREAK-VALUE (WS-CARD-INDEX) = WS-BREAK-VALUE
              AND WS-BREAK-VALUE NOT = SPACES
              MOVE WS-CARD-INDEX TO WS-FIELD-CARD-IDX
           END-IF.

       220-FindRecipientCard.
           MOVE ZERO TO WS-RECIPIENT-FOUND-IDX.
           PERFORM VARYING WS-RECIPIENT-INDEX FROM 1 BY 1
              UNTIL WS-RECIPIENT-INDEX > DIST-RECIPIENT-MAX
                 OR WS-RECIPIENT-FOUND-IDX > ZERO
                 IF DP-RECIPIENT (WS-RECIPIENT-INDEX)
                       = WS-TARGET-RECIPIENT
                    MOVE WS-RECIPIENT-INDEX TO WS-RECIPIENT-FOUND-IDX
                 END-IF
           END-PERFORM.

      *05/31 The pile for WS-TARGET-RECIPIENT, opened on first use
      * with its delivery off the P card.
       250-FindPile.
           MOVE ZERO TO WS-PILE-FOUND-IDX.
           PERFORM VARYING WS-PILE-INDEX FROM 1 BY 1
              UNTIL WS-PILE-INDEX > WS-PILE-MAX
                 OR WS-PILE-FOUND-IDX > ZERO
                 IF WS-PILE-RECIPIENT (WS-PILE-INDEX)
                       = WS-TARGET-RECIPIENT
                    MOVE WS-PILE-INDEX TO WS-PILE-FOUND-IDX
                 END-IF
           END-PERFORM.
           IF WS-PILE-FOUND-IDX = ZERO
              IF WS-PILE-MAX >= 120
                 DISPLAY 'DISTBRST - PILE TABLE FULL AT 120 '
                    'RECIPIENTS - ONE DELIVERY JOB HOLDS NO MORE'
                 GO TO 2000-ABEND-RTN
              END-IF
              ADD 1 TO WS-PILE-MAX
              MOVE WS-PILE-MAX TO WS-PILE-FOUND-IDX
              MOVE WS-TARGET-RECIPIENT
                 TO WS-PILE-RECIPIENT (WS-PILE-MAX)
              PERFORM 220-FindRecipientCard
              MOVE WS-RECIPIENT-FOUND-IDX
                 TO WS-PILE-CARD-IDX (WS-PILE-MAX)
              IF WS-RECIPIENT-FOUND-IDX > ZERO
                 MOVE DP-METHOD (WS-RECIPIENT-FOUND-IDX)
                    TO WS-PILE-METHOD (WS-PILE-MAX)
                 MOVE DP-COPIES (WS-RECIPIENT-FOUND-IDX)
                    TO WS-PILE-COPIES (WS-PILE-MAX)
                 MOVE DP-DESTINATION (WS-RECIPIENT-FOUND-IDX)
                    TO WS-PILE-DESTINATION (WS-PILE-MAX)
              ELSE
                 MOVE 'P' TO WS-PILE-METHOD (WS-PILE-MAX)
                 MOVE 1 TO WS-PILE-COPIES (WS-PILE-MAX)
                 MOVE WS-DEFAULT-DESTINATION
                    TO WS-PILE-DESTINATION (WS-PILE-MAX)
              END-IF
           END-IF.

       300-Open-Files.
           OPEN INPUT DISTMAST.
           IF IN-DISTMAST-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning Input DISTMAST'
                GO TO 2000-ABEND-RTN
           ELSE
                INITIALIZE DIST-REPORT-TABLE
                           DIST-VALUE-TABLE
                           DIST-RECIPIENT-TABLE
                PERFORM 310-ReadNextCard UNTIL DISTMAST-EOF
                CLOSE DISTMAST
           END-IF.
           OPEN INPUT RPTIN.
           IF IN-RPTIN-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning Input RPTIN'
                GO TO 2000-ABEND-RTN
           END-IF.
           OPEN OUTPUT BURSTOUT.
           IF OUT-BURSTOUT-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning BURSTOUT'
                GO TO 2000-ABEND-RTN
           END-IF.
      *05/31 EXTEND - tonight's rows join every night's before.
           OPEN EXTEND DISTLOG.
           IF OUT-DISTLOG-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning DISTLOG'
                GO TO 2000-ABEND-RTN
           END-IF.
           OPEN OUTPUT INTRDR.
           IF OUT-INTRDR-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning INTRDR'
                GO TO 2000-ABEND-RTN
           END-IF.
           OPEN OUTPUT PRINT-LINE.

      *05/31 A card that cannot be used is skipped with a message
      * rather than stopping the night - the report still goes out,
      * what it would have named falls to DEFAULT and shows up there.
       310-ReadNextCard.
           READ DISTMAST
              AT END
                 MOVE 'Y' TO DISTMAST-EOF-WS
           END-READ.
           IF NOT DISTMAST-EOF
              EVALUATE TRUE
                 WHEN DM-REPORT-TYPE
                    PERFORM 311-TakeReportCard
                 WHEN DM-VALUE-TYPE
                    PERFORM 312-TakeValueCard
                 WHEN DM-RECIPIENT-TYPE
                    PERFORM 313-TakeRecipientCard
                 WHEN DM-COMMENT-TYPE
                    CONTINUE
                 WHEN DM-CARD-TYPE = SPACE
                    CONTINUE
                 WHEN OTHER
                    DISPLAY 'DISTBRST - DISTMAST CARD TYPE '
                       DM-CARD-TYPE ' UNKNOWN - CARD SKIPPED'
                    ADD 1 TO WS-CARDS-SKIPPED-CTR
              END-EVALUATE
           END-IF.

       311-TakeReportCard.
           IF DM-R-REPORT-ID = SPACES
              OR NOT DM-R-FIELD-VALID
              OR DM-R-VALUE-COL IS NOT NUMERIC
              OR DM-R-VALUE-LEN IS NOT NUMERIC
              OR DM-R-KEY-COL IS NOT NUMERIC
              OR DM-R-HEAD-LINES IS NOT NUMERIC
              OR DM-R-TRAIL-COL IS NOT NUMERIC
              DISPLAY 'DISTBRST - DISTMAST R CARD FOR '
                 DM-R-REPORT-ID ' NOT VALID - CARD SKIPPED'
              ADD 1 TO WS-CARDS-SKIPPED-CTR
           ELSE
              IF DIST-REPORT-MAX >= 200
                 DISPLAY 'DISTBRST - DIST REPORT TABLE FULL AT 200 '
                    'ROWS - RAISE OCCURS IN DISTTAB'
                 GO TO 2000-ABEND-RTN
              END-IF
              ADD 1 TO DIST-REPORT-MAX
              MOVE DM-R-REPORT-ID TO DR-REPORT-ID (DIST-REPORT-MAX)
              MOVE DM-R-BREAK-FIELD
                 TO DR-BREAK-FIELD (DIST-REPORT-MAX)
              MOVE DM-R-VALUE-COL TO DR-VALUE-COL (DIST-REPORT-MAX)
              MOVE DM-R-VALUE-LEN TO DR-VALUE-LEN (DIST-REPORT-MAX)
              MOVE DM-R-KEY-TEXT TO DR-KEY-TEXT (DIST-REPORT-MAX)
              MOVE DM-R-KEY-COL TO DR-KEY-COL (DIST-REPORT-MAX)
              MOVE DM-R-HEAD-LINES
                 TO DR-HEAD-LINES (DIST-REPORT-MAX)
              MOVE DM-R-TRAIL-TEXT TO DR-TRAIL-TEXT (DIST-REPORT-MAX)
              MOVE DM-R-TRAIL-COL TO DR-TRAIL-COL (DIST-REPORT-MAX)
           END-IF.

       312-TakeValueCard.
           IF DM-V-REPORT-ID = SPACES
              OR DM-V-BREAK-VALUE = SPACES
              OR DM-V-RECIPIENT = SPACES
              DISPLAY 'DISTBRST - DISTMAST V CARD FOR '
                 DM-V-REPORT-ID ' ' DM-V-BREAK-VALUE
                 ' NOT VALID - CARD SKIPPED'
              ADD 1 TO WS-CARDS-SKIPPED-CTR
           ELSE
              IF DIST-VALUE-MAX >= 3000
                 DISPLAY 'DISTBRST - DIST VALUE TABLE FULL AT 3000 '
                    'ROWS - RAISE OCCURS IN DISTTAB'
                 GO TO 2000-ABEND-RTN
              END-IF
              ADD 1 TO DIST-VALUE-MAX
              MOVE DM-V-REPORT-ID TO DV-REPORT-ID (DIST-VALUE-MAX)
              MOVE DM-V-BREAK-FIELD
                 TO DV-BREAK-FIELD (DIST-VALUE-MAX)
              MOVE DM-V-BREAK-VALUE
                 TO DV-BREAK-VALUE (DIST-VALUE-MAX)
              MOVE DM-V-RECIPIENT TO DV-RECIPIENT (DIST-VALUE-MAX)
           END-IF.

      *05/31 The recipient names a dataset qualifier in the delivery
      * job, so it must start with a letter.
       313-TakeRecipientCard.
           IF DM-P-RECIPIENT (1:1) = SPACE
              OR DM-P-RECIPIENT (1:1) IS NOT ALPHABETIC-UPPER
              OR NOT DM-P-METHOD-VALID
              OR DM-P-DESTINATION = SPACES
              DISPLAY 'DISTBRST - DISTMAST P CARD FOR '
                 DM-P-RECIPIENT ' NOT VALID - CARD SKIPPED'
              ADD 1 TO WS-CARDS-SKIPPED-CTR
           ELSE
              IF DIST-RECIPIENT-MAX >= 500
                 DISPLAY 'DISTBRST - DIST RECIPIENT TABLE FULL AT '
                    '500 ROWS - RAISE OCCURS IN DISTTAB'
                 GO TO 2000-ABEND-RTN
              END-IF
              ADD 1 TO DIST-RECIPIENT-MAX
              MOVE DM-P-RECIPIENT
                 TO DP-RECIPIENT (DIST-RECIPIENT-MAX)
              MOVE DM-P-NAME TO DP-NAME (DIST-RECIPIENT-MAX)
              MOVE DM-P-METHOD TO DP-METHOD (DIST-RECIPIENT-MAX)
              MOVE DM-P-DESTINATION
                 TO DP-DESTINATION (DIST-RECIPIENT-MAX)
              IF DM-P-COPIES IS NUMERIC AND DM-P-COPIES > ZERO
                 MOVE DM-P-COPIES TO DP-COPIES (DIST-RECIPIENT-MAX)
              ELSE
                 MOVE 1 TO DP-COPIES (DIST-RECIPIENT-MAX)
              END-IF
           END-IF.

      *05/31 This report's R card. A report with none goes out whole
      * on the DEFAULT pile, flagged, until operations adds one; a
      * card whose columns run off the print line is treated the
      * same way.
       320-TakeReportCard.
           PERFORM VARYING DIST-REPORT-IDX FROM 1 BY 1
              UNTIL DIST-REPORT-IDX > DIST-REPORT-MAX
                 IF DR-REPORT-ID (DIST-REPORT-IDX) = WS-REPORT-ID
                    MOVE 'Y' TO WS-REPORT-FOUND-FLAG
                    MOVE DR-BREAK-FIELD (DIST-REPORT-IDX)
                       TO WS-RPT-BREAK-FIELD
                    MOVE DR-VALUE-COL (DIST-REPORT-IDX)
                       TO WS-RPT-VALUE-COL
                    MOVE DR-VALUE-LEN (DIST-REPORT-IDX)
                       TO WS-RPT-VALUE-LEN
                    MOVE DR-KEY-TEXT (DIST-REPORT-IDX)
                       TO WS-RPT-KEY-TEXT
                    MOVE DR-KEY-COL (DIST-REPORT-IDX)
                       TO WS-RPT-KEY-COL
                    MOVE DR-HEAD-LINES (DIST-REPORT-IDX)
                       TO WS-RPT-HEAD-LINES
                    MOVE DR-TRAIL-TEXT (DIST-REPORT-IDX)
                       TO WS-RPT-TRAIL-TEXT
                    MOVE DR-TRAIL-COL (DIST-REPORT-IDX)
                       TO WS-RPT-TRAIL-COL
                 END-IF
           END-PERFORM.
           IF NOT REPORT-ON-MASTER
              DISPLAY 'DISTBRST - ' WS-REPORT-ID
                 ' HAS NO R CARD ON DISTMAST - WHOLE REPORT TO DEFAULT'
              MOVE SPACES TO WS-RPT-BREAK-FIELD
           END-IF.
           IF WS-RPT-HEAD-LINES = ZERO
              MOVE 1 TO WS-RPT-HEAD-LINES
           END-IF.
           MOVE WS-RPT-KEY-TEXT TO WS-MARKER-TEXT.
           PERFORM 330-MeasureMarker.
           MOVE WS-MARKER-LEN TO WS-RPT-KEY-LEN.
           MOVE WS-RPT-TRAIL-TEXT TO WS-MARKER-TEXT.
           PERFORM 330-MeasureMarker.
           MOVE WS-MARKER-LEN TO WS-RPT-TRAIL-LEN.
           IF NOT WS-RPT-WHOLE-REPORT
              IF WS-RPT-VALUE-COL = ZERO
                 OR WS-RPT-VALUE-LEN = ZERO
                 OR WS-RPT-VALUE-LEN > 10
                 OR WS-RPT-VALUE-COL + WS-RPT-VALUE-LEN - 1 > 133
                 OR (WS-RPT-KEY-LEN > ZERO
                    AND (WS-RPT-KEY-COL = ZERO
                       OR WS-RPT-KEY-COL + WS-RPT-KEY-LEN - 1 > 133))
                 DISPLAY 'DISTBRST - ' WS-REPORT-ID ' R CARD '
                    'COLUMNS OFF THE PRINT LINE - WHOLE REPORT TO '
                    'DEFAULT'
                 MOVE 'N' TO WS-REPORT-FOUND-FLAG
                 MOVE SPACES TO WS-RPT-BREAK-FIELD
              END-IF
           END-IF.
           IF WS-RPT-TRAIL-LEN > ZERO
              AND (WS-RPT-TRAIL-COL = ZERO
                 OR WS-RPT-TRAIL-COL + WS-RPT-TRAIL-LEN - 1 > 133)
              DISPLAY 'DISTBRST - ' WS-REPORT-ID ' TRAILER COLUMN '
                 'OFF THE PRINT LINE - TRAILER IGNORED'
              MOVE ZERO TO WS-RPT-TRAIL-LEN
           END-IF.
           MOVE WS-REPORT-ID TO HDG-REPORT-OUT.
           MOVE WS-RPT-BREAK-FIELD TO HDG-FIELD-OUT.
      * The report's own pile takes everything ahead of the first
      * break value and, for a whole report, everything.
           MOVE SPACES TO WS-BREAK-VALUE.
           PERFORM 200-ResolveRecipient.
           PERFORM 140-AddValue.
           MOVE WS-VALUE-FOUND-IDX TO WS-REPORT-VALUE-IDX.
           MOVE WS-VALUE-FOUND-IDX TO WS-CURRENT-VALUE-IDX.
           MOVE WS-VAL-PILE-IDX (WS-VALUE-FOUND-IDX)
              TO WS-REPORT-PILE-IDX.
           MOVE WS-REPORT-PILE-IDX TO WS-CURRENT-PILE-IDX.

      *05/31 Significant length of WS-MARKER-TEXT - zero when blank.
       330-MeasureMarker.
           MOVE 20 TO WS-MARKER-LEN.
           PERFORM UNTIL WS-MARKER-LEN = ZERO
              OR WS-MARKER-TEXT (WS-MARKER-LEN:1) NOT = SPACE
                 SUBTRACT 1 FROM WS-MARKER-LEN
           END-PERFORM.

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
           ACCEPT WS-TIME-NOW FROM TIME.

       400-Read-RPTIN.
           READ RPTIN
              AT END
                 MOVE 'Y' TO RPTIN-EOF-WS
           END-READ.
           IF NOT RPTIN-EOF
              ADD 1 TO WS-IN-RPTIN-CTR
           END-IF.

      *05/31 The delivery job: for each pile, a step clearing the
      * recipient's dataset and a SORT copy of the pile's lines into
      * it, printed or mailed on the way. Nothing is submitted when
      * the report printed nothing.
       500-WriteDeliveryJob.
           IF WS-BURST-OUT-CTR = ZERO
              GO TO 500-WriteDeliveryJob-Exit
           END-IF.
           STRING '//DISTDLVR JOB (ACCTNO),''REPORT DISTRIBUTION'','
                  'CLASS=A,MSGCLASS=X,'
              DELIMITED BY SIZE INTO WS-JCL-CARD.
           PERFORM 590-WriteJclCard.
           MOVE '//             MSGLEVEL=(1,1)' TO WS-JCL-CARD.
           PERFORM 590-WriteJclCard.
           STRING '//* DELIVERS ' DELIMITED BY SIZE
                  WS-REPORT-ID DELIMITED BY SPACE
                  ' FOR BUSINESS DATE ' PROCESS-DATE
                  ' - WRITTEN BY DISTBRST'
                  DELIMITED BY SIZE INTO WS-JCL-CARD.
           PERFORM 590-WriteJclCard.
           PERFORM VARYING WS-PILE-INDEX FROM 1 BY 1
              UNTIL WS-PILE-INDEX > WS-PILE-MAX
                 IF WS-PILE-LINES (WS-PILE-INDEX) > ZERO
                    PERFORM 510-WritePileSteps
                 END-IF
           END-PERFORM.
           MOVE '//' TO WS-JCL-CARD.
           PERFORM 590-WriteJclCard.
       500-WriteDeliveryJob-Exit.
           EXIT.

       510-WritePileSteps.
           MOVE WS-PILE-INDEX TO WS-STEP-NO.
           STRING '//D' WS-STEP-NO '     EXEC PGM=IEFBR14'
              DELIMITED BY SIZE INTO WS-JCL-CARD.
           PERFORM 590-WriteJclCard.
           MOVE '//DEL1     DD   DISP=(MOD,DELETE,DELETE),'
              TO WS-JCL-CARD.
           PERFORM 590-WriteJclCard.
           PERFORM 520-WritePileDsn.
           STRING '//             SPACE=(TRK,(1,1)),'
                  'DCB=(RECFM=FBA,LRECL=134,BLKSIZE=0)'
              DELIMITED BY SIZE INTO WS-JCL-CARD.
           PERFORM 590-WriteJclCard.
           STRING '//S' WS-STEP-NO '     EXEC PGM=SORT'
              DELIMITED BY SIZE INTO WS-JCL-CARD.
           PERFORM 590-WriteJclCard.
           MOVE '//SYSOUT   DD   SYSOUT=*' TO WS-JCL-CARD.
           PERFORM 590-WriteJclCard.
           STRING '//SORTIN   DD   DISP=SHR,DSN=PRTSUPP.PROD.BURST.'
                  DELIMITED BY SIZE
                  WS-REPORT-ID DELIMITED BY SPACE
              INTO WS-JCL-CARD.
           PERFORM 590-WriteJclCard.
           MOVE '//KEEP     DD   DISP=(NEW,CATLG,DELETE),'
              TO WS-JCL-CARD.
           PERFORM 590-WriteJclCard.
           PERFORM 520-WritePileDsn.
           MOVE '//             SPACE=(TRK,(5,5),RLSE),' TO WS-JCL-CARD.
           PERFORM 590-WriteJclCard.
           MOVE '//             DCB=(RECFM=FBA,LRECL=134,BLKSIZE=0)'
              TO WS-JCL-CARD.
           PERFORM 590-WriteJclCard.
           IF WS-PILE-BY-EMAIL (WS-PILE-INDEX)
              MOVE '//MAIL     DD   SYSOUT=(B,SMTP)' TO WS-JCL-CARD
              PERFORM 590-WriteJclCard
           ELSE
              MOVE WS-PILE-COPIES (WS-PILE-INDEX) TO WS-COPIES-OUT
              STRING '//PRINT    DD   SYSOUT=A,COPIES=' WS-COPIES-OUT
                     ',' DELIMITED BY SIZE INTO WS-JCL-CARD
              PERFORM 590-WriteJclCard
              STRING '//             DEST='
                     WS-PILE-DESTINATION (WS-PILE-INDEX)
                 DELIMITED BY SIZE INTO WS-JCL-CARD
              PERFORM 590-WriteJclCard
           END-IF.
           MOVE '//SYSIN    DD   *' TO WS-JCL-CARD.
           PERFORM 590-WriteJclCard.
           MOVE '  OPTION COPY' TO WS-JCL-CARD.
           PERFORM 590-WriteJclCard.
           STRING '  INCLUDE COND=(1,8,CH,EQ,C'''
                  WS-PILE-RECIPIENT (WS-PILE-INDEX)
                  ''')'
              DELIMITED BY SIZE INTO WS-JCL-CARD.
           PERFORM 590-WriteJclCard.
           MOVE '  OUTFIL FNAMES=KEEP,BUILD=(9,134)' TO WS-JCL-CARD.
           PERFORM 590-WriteJclCard.
           IF WS-PILE-BY-EMAIL (WS-PILE-INDEX)
              PERFORM 530-WriteMailStatements
           ELSE
              MOVE '  OUTFIL FNAMES=PRINT,BUILD=(9,134)'
                 TO WS-JCL-CARD
              PERFORM 590-WriteJclCard
           END-IF.
           MOVE '/*' TO WS-JCL-CARD.
           PERFORM 590-WriteJclCard.

       520-WritePileDsn.
           STRING '//             DSN=PRTSUPP.DIST.' DELIMITED BY SIZE
                  WS-PILE-RECIPIENT (WS-PILE-INDEX) DELIMITED BY SPACE
                  '.' DELIMITED BY SIZE
                  WS-REPORT-ID DELIMITED BY SPACE
                  ',' DELIMITED BY SIZE
              INTO WS-JCL-CARD.
           PERFORM 590-WriteJclCard.

      *05/31 Mailed through the SMTP writer: the envelope and the
      * subject as header lines, the pile's lines without carriage
      * control as the body, a lone period to end it.
       530-WriteMailStatements.
           MOVE '  OUTFIL FNAMES=MAIL,REMOVECC,BUILD=(10,133),'
              TO WS-JCL-CARD.
           PERFORM 590-WriteJclCard.
           MOVE '    HEADER1=(''HELO PRTSUPP'',/,' TO WS-JCL-CARD.
           PERFORM 590-WriteJclCard.
           STRING '      ''MAIL FROM:<' DELIMITED BY SIZE
                  WS-MAIL-FROM DELIMITED BY SPACE
                  '>'',/,' DELIMITED BY SIZE INTO WS-JCL-CARD.
           PERFORM 590-WriteJclCard.
           STRING '      ''RCPT TO:<'
                  DELIMITED BY SIZE
                  WS-PILE-DESTINATION (WS-PILE-INDEX)
                  DELIMITED BY SPACE
                  '>'',/,' DELIMITED BY SIZE INTO WS-JCL-CARD.
           PERFORM 590-WriteJclCard.
           MOVE '      ''DATA'',/,' TO WS-JCL-CARD.
           PERFORM 590-WriteJclCard.
           STRING '      ''SUBJECT: ' DELIMITED BY SIZE
                  WS-REPORT-ID DELIMITED BY SPACE
                  ' FOR ' PROCESS-DATE ''',/,'' ''),'
                  DELIMITED BY SIZE INTO WS-JCL-CARD.
           PERFORM 590-WriteJclCard.
           MOVE '    TRAILER1=(''.'')' TO WS-JCL-CARD.
           PERFORM 590-WriteJclCard.

       590-WriteJclCard.
           WRITE INTRDR-REC FROM WS-JCL-CARD.
           IF OUT-INTRDR-KEY NOT = '00'
              DISPLAY 'DISTBRST - INTRDR WRITE FAILED, STATUS '
                 OUT-INTRDR-KEY
              GO TO 2000-ABEND-RTN
           END-IF.
           ADD 1 TO WS-JOB-CARDS-CTR.
           MOVE SPACES TO WS-JCL-CARD.

      *05/31 One row per break value that printed anything, plus the
      * report's own lines.
       550-WriteDistLog.
           PERFORM VARYING WS-VALUE-INDEX FROM 1 BY 1
              UNTIL WS-VALUE-INDEX > WS-VALUE-MAX
                 IF WS-VAL-LINES (WS-VALUE-INDEX) > ZERO
                    PERFORM 560-WriteLogRow
                 END-IF
           END-PERFORM.

       560-WriteLogRow.
           MOVE SPACES TO DISTLOG-REC.
           MOVE WS-VAL-PILE-IDX (WS-VALUE-INDEX) TO WS-PILE-INDEX.
           MOVE PROCESS-DATE TO DL-BUSINESS-DATE.
           MOVE WS-NIGHT-RUN-DATE TO DL-RUN-DATE.
           MOVE WS-NIGHT-RUN-SEQ TO DL-RUN-SEQ.
           MOVE WS-TIME-NOW (1:6) TO DL-BURST-TIME.
           MOVE WS-REPORT-ID TO DL-REPORT-ID.
           MOVE WS-RPT-BREAK-FIELD TO DL-BREAK-FIELD.
           MOVE WS-VAL-BREAK-VALUE (WS-VALUE-INDEX) TO DL-BREAK-VALUE.
           MOVE WS-PILE-RECIPIENT (WS-PILE-INDEX) TO DL-RECIPIENT.
           MOVE WS-PILE-METHOD (WS-PILE-INDEX) TO DL-METHOD.
           MOVE WS-PILE-COPIES (WS-PILE-INDEX) TO DL-COPIES.
           MOVE WS-PILE-DESTINATION (WS-PILE-INDEX) TO DL-DESTINATION.
           MOVE WS-VAL-LINES (WS-VALUE-INDEX) TO DL-LINE-COUNT.
           IF WS-VAL-ON-DEFAULT (WS-VALUE-INDEX)
              MOVE 'Y' TO DL-DEFAULT-FLAG
           ELSE
              MOVE 'N' TO DL-DEFAULT-FLAG
           END-IF.
           WRITE DISTLOG-REC.
           IF OUT-DISTLOG-KEY NOT = '00'
              DISPLAY 'DISTBRST - DISTLOG WRITE FAILED, STATUS '
                 OUT-DISTLOG-KEY
              GO TO 2000-ABEND-RTN
           END-IF.
           ADD 1 TO WS-LOG-ROWS-CTR.

      *05/31 The printed log - every value, where it went.
       700-WriteReport.
           PERFORM 800-NEW-PAGE.
           IF WS-IN-RPTIN-CTR = ZERO
              WRITE PRINT-REC FROM WS-NONE-LINE
              ADD 1 TO WS-LINE-KTR
           END-IF.
           PERFORM VARYING WS-VALUE-INDEX FROM 1 BY 1
              UNTIL WS-VALUE-INDEX > WS-VALUE-MAX
                 IF WS-VAL-LINES (WS-VALUE-INDEX) > ZERO
                    PERFORM 710-WriteLogLine
                 END-IF
           END-PERFORM.

       710-WriteLogLine.
           IF WS-LINE-KTR > WS-MAX-LINES-PER-PAGE
              PERFORM 800-NEW-PAGE
           END-IF.
           MOVE WS-VAL-PILE-IDX (WS-VALUE-INDEX) TO WS-PILE-INDEX.
           MOVE WS-VAL-BREAK-VALUE (WS-VALUE-INDEX) TO LOG-VALUE-OUT.
           IF WS-VAL-BREAK-VALUE (WS-VALUE-INDEX) = SPACES
              MOVE '(REPORT)' TO LOG-VALUE-OUT
           END-IF.
           MOVE WS-PILE-RECIPIENT (WS-PILE-INDEX) TO LOG-RECIPIENT-OUT.
           MOVE SPACES TO LOG-NAME-OUT.
           MOVE WS-PILE-CARD-IDX (WS-PILE-INDEX) TO WS-RECIPIENT-INDEX.
           IF WS-RECIPIENT-INDEX > ZERO
              MOVE DP-NAME (WS-RECIPIENT-INDEX) TO LOG-NAME-OUT
           END-IF.
           IF WS-PILE-BY-EMAIL (WS-PILE-INDEX)
              MOVE 'E' TO LOG-METHOD-OUT
           ELSE
              MOVE 'P' TO LOG-METHOD-OUT
           END-IF.
           MOVE WS-PILE-DESTINATION (WS-PILE-INDEX)
              TO LOG-DESTINATION-OUT.
           MOVE WS-PILE-COPIES (WS-PILE-INDEX) TO LOG-COPIES-OUT.
           MOVE WS-VAL-LINES (WS-VALUE-INDEX) TO LOG-LINES-OUT.
           IF WS-VAL-ON-DEFAULT (WS-VALUE-INDEX)
              MOVE '<-- NO RECIPIENT' TO LOG-FLAG-OUT
           ELSE
              MOVE SPACES TO LOG-FLAG-OUT
           END-IF.
           WRITE PRINT-REC FROM WS-LOG-LINE-OUT.
           ADD 1 TO WS-LINE-KTR.

       800-NEW-PAGE.
           ADD 1 TO WS-PAGE-CTR.
           MOVE WS-PAGE-CTR TO WS-PAGE-NO-OUT.
           WRITE PRINT-REC FROM WS-PAGE-HEADING AFTER ADVANCING PAGE.
           WRITE PRINT-REC FROM WS-HEADER-1.
           WRITE PRINT-REC FROM WS-HEADER-2.
           MOVE ZERO TO WS-LINE-KTR.

       900-WriteSummary.
           WRITE PRINT-REC FROM WS-BLANK-LINE.
           MOVE 'RUN SUMMARY' TO WS-SUMMARY-LABEL.
           MOVE ZERO TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'REPORT LINES READ' TO WS-SUMMARY-LABEL.
           MOVE WS-IN-RPTIN-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'REPORT PAGES' TO WS-SUMMARY-LABEL.
           MOVE WS-PAGES-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'LINES WRITTEN TO PILES' TO WS-SUMMARY-LABEL.
           MOVE WS-BURST-OUT-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE '  HEADING LINES REPRINTED' TO WS-SUMMARY-LABEL.
           MOVE WS-HEADING-REPLAY-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'BREAK VALUES' TO WS-SUMMARY-LABEL.
           COMPUTE WS-SUMMARY-COUNT = WS-VALUE-MAX - 1.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'RECIPIENT PILES' TO WS-SUMMARY-LABEL.
           MOVE WS-PILE-MAX TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'VALUES WITH NO RECIPIENT' TO WS-SUMMARY-LABEL.
           MOVE WS-DEFAULT-VALUES-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'LINES ON DEFAULT PILE, FLAGGED' TO WS-SUMMARY-LABEL.
           MOVE WS-DEFAULT-LINES-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'DISTLOG ROWS WRITTEN' TO WS-SUMMARY-LABEL.
           MOVE WS-LOG-ROWS-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'DELIVERY JOB CARDS SUBMITTED' TO WS-SUMMARY-LABEL.
           MOVE WS-JOB-CARDS-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE 'DISTMAST CARDS SKIPPED' TO WS-SUMMARY-LABEL.
           MOVE WS-CARDS-SKIPPED-CTR TO WS-SUMMARY-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.

       600-CLOSE-FILES.
           CLOSE RPTIN
                 BURSTOUT
                 DISTLOG
                 INTRDR
                 PRINT-LINE.

      * Matches the fix in FINALEX's 2000-ABEND-RTN - DISPLAY and
      * EXIT alone just fell through to whatever paragraph follows.
       2000-ABEND-RTN.
           DISPLAY 'PROGRAM ENCOUNTERED AN ERROR'.
           MOVE 16 TO RETURN-CODE.
           GOBACK.

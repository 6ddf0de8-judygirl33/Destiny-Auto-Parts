      ******************************************************************
      * 02/28 Historical record-layout conversion. PART-SUPP-ADDR-PO
      * has grown 558 to 971 to 972 to 975 to 993 to 999 to 1002 to
      * 1006 to 1007 to 1019 to 1020 to 1026 to 1029 bytes (version
      * 13 today), and every older archived generation became
      * unreadable by current programs - REJANAL already could not
      * concatenate ERRORFILE generations from before the structured
      * layout. This utility reads ONE historical generation of the
      * feed) at the layout version named on the LAYOUTVR card and
      * writes current-layout records, defaulting the fields that did
      * not exist the way FINALEX defaults them on read (CHANNEL 'F',
      * SHIP-TO-PLANT '001', COMPANY '01', everything else
      * blank/zero):
      *   1 = 558   three fixed address/PO occurrences
      *   2 = 971   OCCURS 6 with counts
      *   3 = 972   + channel code
      *   9 = 1007  + order type
      *  10 = 1019  + country of origin and HTS code
      *  11 = 1020  + drop-ship marker
      *  12 = 1026  + carrier and freight terms
      * One input DD per version (point the unused ones at DUMMY) -
      * the card decides which is read, since a fixed-block FD can
      * only carry one LRECL. HEADER/TRAILER envelope rows on a feed
           SELECT OLD1020 ASSIGN TO OLD1020
           FILE STATUS IS IN-OLD1020-KEY.

           SELECT OLD1026 ASSIGN TO OLD1026
           FILE STATUS IS IN-OLD1026-KEY.

           SELECT LAYOUTVR ASSIGN TO LAYOUTVR
           FILE STATUS IS IN-LAYOUTVR-KEY.

           DATA RECORD IS OLD1020-REC.
       01  OLD1020-REC     PIC X(1020).

       FD  OLD1026
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 1026 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS OLD1026-REC.
       01  OLD1026-REC     PIC X(1026).

       FD  LAYOUTVR
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD

       FD  NEWFEED
           RECORDING MODE IS F
           RECORD CONTAINS 1029 CHARACTERS
           DATA RECORD IS NEWFEED-REC.
       01  NEWFEED-REC     PIC X(1029).

       FD  PRINT-LINE RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           05 IN-OLD1019-KEY            PIC X(2).
           05 IN-OLD1020-KEY            PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
           05 IN-OLD1026-KEY            PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
           05 IN-LAYOUTVR-KEY           PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
           05 OUT-NEWFEED-KEY           PIC X(2).
      *02/28 The old record lands here whatever its length - READ
      * INTO pads the tail with spaces, and the per-version views
      * below carve it up.
       01 WS-OLD-BUFFER                    PIC X(1029) VALUE SPACES.

      *02/28 The 558-byte era: part and supplier sections as today,
      * then three fixed address and purchase-order occurrences, no
           IF SHIP-TO-PLANT-PO = SPACES
              MOVE '001' TO SHIP-TO-PLANT-PO
           END-IF.
      *05/22 Every record before the company existed is company '01'.
           IF COMPANY-CODE-PO = SPACES
              MOVE '01' TO COMPANY-CODE-PO
           END-IF.

       210-ConvertFrom558.
           MOVE V1-PARTS TO PARTS-PO.
                 GO TO 2000-ABEND-RTN
           END-READ.
           CLOSE LAYOUTVR.
           IF WS-INPUT-VERSION < 1 OR WS-INPUT-VERSION > 12
              DISPLAY 'LAYOUTVR version ' WS-INPUT-VERSION
                 ' not one this utility converts (1-12)'
              GO TO 2000-ABEND-RTN
           END-IF.

                 IF IN-OLD1020-KEY NOT = '00'
                    GO TO 2000-ABEND-RTN
                 END-IF
              WHEN 12 OPEN INPUT OLD1026
                 IF IN-OLD1026-KEY NOT = '00'
                    GO TO 2000-ABEND-RTN
                 END-IF
           END-EVALUATE.

       400-Read-OldRecord.
                 READ OLD1020 INTO WS-OLD-BUFFER
                    AT END MOVE 'Y' TO OLDFILE-EOF-WS
                 END-READ
              WHEN 12
                 READ OLD1026 INTO WS-OLD-BUFFER
                    AT END MOVE 'Y' TO OLDFILE-EOF-WS
                 END-READ
           END-EVALUATE.
           IF NOT OLDFILE-EOF
              ADD 1 TO WS-IN-CTR
              WHEN 9 CLOSE OLD1007
              WHEN 10 CLOSE OLD1019
              WHEN 11 CLOSE OLD1020
              WHEN 12 CLOSE OLD1026
           END-EVALUATE.
           CLOSE NEWFEED, PRINT-LINE.


       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTLMNT.
       AUTHOR. FABIO COSTA.
      ******************************************************************
      * 05/17 Control-table maintenance. The flat control tables the
      * edit pipeline and its reports load - VEHMAKE, VEHMODEL,
      * PAYTERMS, HAZCLASS, CARRIERS, COUNTRY, COMCLAS, UOMFACT,
      * PLANTS, RSNCODES, STATETAX and COMMGL - were edited by hand in
      * ISPF; a shifted column took the nightly edit down twice and
      * nobody could say who changed a row or when. Console-driven
      * like SUPPMNT: signs the operator on against OPERMST, loads
      * every table into its copybook table, and loops on a table
      * name and a key - shows the row, then changes or deletes it,
      * or adds it when it is not on file. Every field is checked as
      * it is keyed (digits where the layout is numeric, codes from
      * their lists) and the rows other tables lean on are checked
      * across tables: a model's make must be on VEHMAKE and a GL
      * crosswalk's class on COMCLAS, and a make or class still in use
      * cannot be deleted. Every add, change and delete is written to
      * the CTLCHGLG change log - table, key, field, old value, new
      * value, operator, date; a changed row logs one line per field
      * that moved, an add or delete logs the whole row - and
      * CTLCHRPT reports the log monthly. All twelve tables are
      * staged to their xxxxO datasets at close for promotion, the
      * SUPPMNT pattern.
      * 05/21 FISCPER, the fiscal-period calendar (see FISCTAB), is
      * the thirteenth table - finance adds the periods and closes
      * them here, so every close is on the change log with the
      * operator who made it. A period closes only after its end
      * date and only once every earlier period is closed, reopens
      * only while no later period is closed, keeps its dates once
      * closed and cannot be deleted while closed; no two periods
      * may overlap.
      * 05/22 COMPANY, the legal-entity master (see COMPTAB), is the
      * fourteenth table, and each plant now names the company that
      * owns it. A company cannot be deleted while a plant names it,
      * and company '01' - what a blank company means everywhere -
      * cannot be deleted at all.
      * 05/23 Each plant carries its street, city and zip - the
      * ship-to address printed on the purchase-order documents
      * PODOCPRT sends suppliers who are not on EDI.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VEHMAKE ASSIGN TO VEHMAKE
           FILE STATUS IS IN-VEHMAKE-KEY.

           SELECT VEHMODEL ASSIGN TO VEHMODEL
           FILE STATUS IS IN-VEHMODEL-KEY.

           SELECT PAYTERMS ASSIGN TO PAYTERMS
           FILE STATUS IS IN-PAYTERMS-KEY.

           SELECT HAZCLASS ASSIGN TO HAZCLASS
           FILE STATUS IS IN-HAZCLASS-KEY.

           SELECT CARRIERS ASSIGN TO CARRIERS
           FILE STATUS IS IN-CARRIERS-KEY.

           SELECT COUNTRY ASSIGN TO COUNTRY
           FILE STATUS IS IN-COUNTRY-KEY.

           SELECT COMCLAS ASSIGN TO COMCLAS
           FILE STATUS IS IN-COMCLAS-KEY.

           SELECT UOMFACT ASSIGN TO UOMFACT
           FILE STATUS IS IN-UOMFACT-KEY.

           SELECT PLANTS ASSIGN TO PLANTS
           FILE STATUS IS IN-PLANTS-KEY.

           SELECT RSNCODES ASSIGN TO RSNCODES
           FILE STATUS IS IN-RSNCODES-KEY.

           SELECT STATETAX ASSIGN TO STATETAX
           FILE STATUS IS IN-STATETAX-KEY.

           SELECT COMMGL ASSIGN TO COMMGL
           FILE STATUS IS IN-COMMGL-KEY.

           SELECT FISCPER ASSIGN TO FISCPER
           FILE STATUS IS IN-FISCPER-KEY.

           SELECT COMPANY ASSIGN TO COMPANY
           FILE STATUS IS IN-COMPANY-KEY.

      * Staged copies of the maintained tables, for promotion.
           SELECT VEHMAKEO ASSIGN TO VEHMAKEO
           FILE STATUS IS OUT-VEHMAKEO-KEY.

           SELECT VEHMODLO ASSIGN TO VEHMODLO
           FILE STATUS IS OUT-VEHMODLO-KEY.

           SELECT PAYTRMSO ASSIGN TO PAYTRMSO
           FILE STATUS IS OUT-PAYTRMSO-KEY.

           SELECT HAZCLSO ASSIGN TO HAZCLSO
           FILE STATUS IS OUT-HAZCLSO-KEY.

           SELECT CARRIERO ASSIGN TO CARRIERO
           FILE STATUS IS OUT-CARRIERO-KEY.

           SELECT COUNTRYO ASSIGN TO COUNTRYO
           FILE STATUS IS OUT-COUNTRYO-KEY.

           SELECT COMCLASO ASSIGN TO COMCLASO
           FILE STATUS IS OUT-COMCLASO-KEY.

           SELECT UOMFACTO ASSIGN TO UOMFACTO
           FILE STATUS IS OUT-UOMFACTO-KEY.

           SELECT PLANTSO ASSIGN TO PLANTSO
           FILE STATUS IS OUT-PLANTSO-KEY.

           SELECT RSNCODEO ASSIGN TO RSNCODEO
           FILE STATUS IS OUT-RSNCODEO-KEY.

           SELECT STATETXO ASSIGN TO STATETXO
           FILE STATUS IS OUT-STATETXO-KEY.

           SELECT COMMGLO ASSIGN TO COMMGLO
           FILE STATUS IS OUT-COMMGLO-KEY.

           SELECT FISCPERO ASSIGN TO FISCPERO
           FILE STATUS IS OUT-FISCPERO-KEY.

           SELECT COMPANYO ASSIGN TO COMPANYO
           FILE STATUS IS OUT-COMPANYO-KEY.

      * Operator authorization table - see OPERTAB.
           SELECT OPERMST ASSIGN TO OPERMST
           FILE STATUS IS IN-OPERMST-KEY.

      * Change log - accumulates across sessions, EXTEND.
           SELECT CTLCHGLG ASSIGN TO CTLCHGLG
           FILE STATUS IS OUT-CTLCHGLG-KEY.

      * Business process-date control card - see PROCDATE.
           SELECT PROCDATE ASSIGN TO PROCDATE
           FILE STATUS IS PROCDATE-KEY.

       DATA DIVISION.
       FILE SECTION.
       FD  VEHMAKE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 20 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS VEHMAKE-REC.
       01  VEHMAKE-REC     PIC X(20).

       FD  VEHMODEL
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 14 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS VEHMODEL-REC.
       01  VEHMODEL-REC     PIC X(14).

       FD  PAYTERMS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 14 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PAYTERMS-REC.
       01  PAYTERMS-REC     PIC X(14).

       FD  HAZCLASS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 34 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS HAZCLASS-REC.
       01  HAZCLASS-REC     PIC X(34).

       FD  CARRIERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 27 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CARRIERS-REC.
       01  CARRIERS-REC     PIC X(27).

       FD  COUNTRY
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 28 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS COUNTRY-REC.
       01  COUNTRY-REC     PIC X(28).

       FD  COMCLAS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 30 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS COMCLAS-REC.
       01  COMCLAS-REC     PIC X(30).

       FD  UOMFACT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 33 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS UOMFACT-REC.
       01  UOMFACT-REC     PIC X(33).

       FD  PLANTS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 83 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PLANTS-REC.
       01  PLANTS-REC     PIC X(83).

       FD  RSNCODES
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 56 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RSNCODES-REC.
       01  RSNCODES-REC     PIC X(56).

       FD  STATETAX
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 9 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS STATETAX-REC.
       01  STATETAX-REC     PIC X(9).

       FD  COMMGL
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 13 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS COMMGL-REC.
       01  COMMGL-REC     PIC X(13).

       FD  FISCPER
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 44 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS FISCPER-REC.
       01  FISCPER-REC     PIC X(44).

       FD  COMPANY
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 54 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS COMPANY-REC.
       01  COMPANY-REC     PIC X(54).

       FD  VEHMAKEO
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 20 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS VEHMAKEO-REC.
       01  VEHMAKEO-REC     PIC X(20).

       FD  VEHMODLO
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 14 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS VEHMODLO-REC.
       01  VEHMODLO-REC     PIC X(14).

       FD  PAYTRMSO
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 14 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PAYTRMSO-REC.
       01  PAYTRMSO-REC     PIC X(14).

       FD  HAZCLSO
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 34 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS HAZCLSO-REC.
       01  HAZCLSO-REC     PIC X(34).

       FD  CARRIERO
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 27 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CARRIERO-REC.
       01  CARRIERO-REC     PIC X(27).

       FD  COUNTRYO
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 28 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS COUNTRYO-REC.
       01  COUNTRYO-REC     PIC X(28).

       FD  COMCLASO
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 30 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS COMCLASO-REC.
       01  COMCLASO-REC     PIC X(30).

       FD  UOMFACTO
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 33 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS UOMFACTO-REC.
       01  UOMFACTO-REC     PIC X(33).

       FD  PLANTSO
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 83 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PLANTSO-REC.
       01  PLANTSO-REC     PIC X(83).

       FD  RSNCODEO
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 56 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RSNCODEO-REC.
       01  RSNCODEO-REC     PIC X(56).

       FD  STATETXO
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 9 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS STATETXO-REC.
       01  STATETXO-REC     PIC X(9).

       FD  COMMGLO
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 13 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS COMMGLO-REC.
       01  COMMGLO-REC     PIC X(13).

       FD  FISCPERO
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 44 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS FISCPERO-REC.
       01  FISCPERO-REC     PIC X(44).

       FD  COMPANYO
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 54 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS COMPANYO-REC.
       01  COMPANYO-REC     PIC X(54).

       FD  OPERMST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS OPERMST-REC.
       01  OPERMST-REC     PIC X(40).

      *05/17 One row per field changed, or per row added or deleted.
       FD  CTLCHGLG
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 176 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CTLCHGLG-REC.
       01  CTLCHGLG-REC.
           05  CL-TABLE-NAME          PIC X(08).
           05  CL-ACTION              PIC X(01).
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

       WORKING-STORAGE SECTION.
           COPY OPERTAB.  *> Operator authorization table
           COPY PROCDATE. *> Business process date control card
           COPY MAKETAB.  *> VEHMAKE
           COPY MODELTAB. *> VEHMODEL
           COPY TERMTAB.  *> PAYTERMS
           COPY HAZTAB.   *> HAZCLASS
           COPY CARRTAB.  *> CARRIERS
           COPY CTRYTAB.  *> COUNTRY
           COPY COMMTAB.  *> COMCLAS
           COPY UOMTAB.   *> UOMFACT
           COPY PLNTTAB.  *> PLANTS
           COPY RSNTAB.   *> RSNCODES
           COPY TAXTAB.   *> STATETAX
           COPY GLXTAB.   *> COMMGL
           COPY FISCTAB.  *> FISCPER
           COPY COMPTAB.  *> COMPANY

       01 FILE-STATUS-CODES.
           05 IN-VEHMAKE-KEY             PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
           05 IN-VEHMODEL-KEY            PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
           05 IN-PAYTERMS-KEY            PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
           05 IN-HAZCLASS-KEY            PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
           05 IN-CARRIERS-KEY            PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
           05 IN-COUNTRY-KEY             PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
           05 IN-COMCLAS-KEY             PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
           05 IN-UOMFACT-KEY             PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
           05 IN-PLANTS-KEY              PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
           05 IN-RSNCODES-KEY            PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
           05 IN-STATETAX-KEY            PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
           05 IN-COMMGL-KEY              PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
           05 IN-FISCPER-KEY             PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
           05 IN-COMPANY-KEY             PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
           05 OUT-VEHMAKEO-KEY           PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
           05 OUT-VEHMODLO-KEY           PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
           05 OUT-PAYTRMSO-KEY           PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
           05 OUT-HAZCLSO-KEY            PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
           05 OUT-CARRIERO-KEY           PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
           05 OUT-COUNTRYO-KEY           PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
           05 OUT-COMCLASO-KEY           PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
           05 OUT-UOMFACTO-KEY           PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
           05 OUT-PLANTSO-KEY            PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
           05 OUT-RSNCODEO-KEY           PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
           05 OUT-STATETXO-KEY           PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
           05 OUT-COMMGLO-KEY            PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
           05 OUT-FISCPERO-KEY           PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
           05 OUT-COMPANYO-KEY           PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
           05 IN-OPERMST-KEY             PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
           05 OUT-CTLCHGLG-KEY           PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
           05 PROCDATE-KEY               PIC X(2).
                88 CODE-WRITE               VALUE SPACES.

       01 FILES-EOF.
           05 VEHMAKE-EOF-WS                  PIC X(01) VALUE 'N'.
              88 VEHMAKE-EOF                             VALUE 'Y'.
           05 VEHMODEL-EOF-WS                 PIC X(01) VALUE 'N'.
              88 VEHMODEL-EOF                            VALUE 'Y'.
           05 PAYTERMS-EOF-WS                 PIC X(01) VALUE 'N'.
              88 PAYTERMS-EOF                            VALUE 'Y'.
           05 HAZCLASS-EOF-WS                 PIC X(01) VALUE 'N'.
              88 HAZCLASS-EOF                            VALUE 'Y'.
           05 CARRIERS-EOF-WS                 PIC X(01) VALUE 'N'.
              88 CARRIERS-EOF                            VALUE 'Y'.
           05 COUNTRY-EOF-WS                  PIC X(01) VALUE 'N'.
              88 COUNTRY-EOF                             VALUE 'Y'.
           05 COMCLAS-EOF-WS                  PIC X(01) VALUE 'N'.
              88 COMCLAS-EOF                             VALUE 'Y'.
           05 UOMFACT-EOF-WS                  PIC X(01) VALUE 'N'.
              88 UOMFACT-EOF                             VALUE 'Y'.
           05 PLANTS-EOF-WS                   PIC X(01) VALUE 'N'.
              88 PLANTS-EOF                              VALUE 'Y'.
           05 RSNCODES-EOF-WS                 PIC X(01) VALUE 'N'.
              88 RSNCODES-EOF                            VALUE 'Y'.
           05 STATETAX-EOF-WS                 PIC X(01) VALUE 'N'.
              88 STATETAX-EOF                            VALUE 'Y'.
           05 COMMGL-EOF-WS                   PIC X(01) VALUE 'N'.
              88 COMMGL-EOF                              VALUE 'Y'.
           05 FISCPER-EOF-WS                  PIC X(01) VALUE 'N'.
              88 FISCPER-EOF                             VALUE 'Y'.
           05 COMPANY-EOF-WS                  PIC X(01) VALUE 'N'.
              88 COMPANY-EOF                             VALUE 'Y'.
           05 OPERMST-EOF-WS                  PIC X(01) VALUE 'N'.
              88 OPERMST-EOF                             VALUE 'Y'.

       01 WS-LOAD-INDEX                    PIC 9(4) VALUE 1.
       01 WS-WORK-IDX                      PIC 9(4) VALUE 1.
       01 WS-SHIFT-IDX                     PIC 9(4) VALUE 1.
       01 WS-REF-IDX                       PIC 9(4) VALUE 1.
       01 WS-FOUND-FLAG                    PIC X(01) VALUE 'N'.
           88 ROW-ON-FILE                          VALUE 'Y'.
       01 WS-REF-FOUND-FLAG                PIC X(01) VALUE 'N'.
           88 REFERENCE-FOUND                      VALUE 'Y'.
       01 WS-CONTINUE-FLAG                 PIC X(01) VALUE 'Y'.
           88 KEEP-MAINTAINING                     VALUE 'Y'.
       01 WS-ADDING-FLAG                   PIC X(01) VALUE 'N'.
           88 ADDING-ROW                           VALUE 'Y'.
       01 WS-COMPLETE-FLAG                 PIC X(01) VALUE 'Y'.
           88 ROW-COMPLETE                         VALUE 'Y'.

      *05/17 The table being maintained, by its DD name.
       01 WS-TABLE-NAME                    PIC X(08) VALUE SPACES.
       01 WS-TABLE-NO                      PIC 9(02) VALUE ZERO.
           88 TB-VEHMAKE                           VALUE 1.
           88 TB-VEHMODEL                          VALUE 2.
           88 TB-PAYTERMS                          VALUE 3.
           88 TB-HAZCLASS                          VALUE 4.
           88 TB-CARRIERS                          VALUE 5.
           88 TB-COUNTRY                           VALUE 6.
           88 TB-COMCLAS                           VALUE 7.
           88 TB-UOMFACT                           VALUE 8.
           88 TB-PLANTS                            VALUE 9.
           88 TB-RSNCODES                          VALUE 10.
           88 TB-STATETAX                          VALUE 11.
           88 TB-COMMGL                            VALUE 12.
           88 TB-FISCPER                           VALUE 13.
           88 TB-COMPANY                           VALUE 14.

      *05/17 The key as keyed, laid out the way the row starts - a
      * model's make then name, a UOM factor's UOM then part.
       01 WS-SEARCH-KEY                    PIC X(27) VALUE SPACES.
       01 WS-RSN-KEY                       PIC 9(03) VALUE ZERO.
       01 WS-YES-NO-RESPONSE               PIC X(01) VALUE 'N'.
           88 OPERATOR-SAYS-YES                    VALUE 'Y' 'y'.
       01 WS-ACTION-RESPONSE               PIC X(01) VALUE SPACE.
           88 OPERATOR-CHANGES                     VALUE 'C' 'c'.
           88 OPERATOR-DELETES                     VALUE 'D' 'd'.
       01 WS-FIELD-BUFFER                  PIC X(40) VALUE SPACES.

      *05/17 Percentages keyed as digits, hundredths or ten-
      * thousandths implied (0250 is 2.50 percent).
       01 WS-PCT4-IN-X.
           05 WS-PCT4-IN                   PIC 9(2)V99.
       01 WS-PCT6-IN-X.
           05 WS-PCT6-IN                   PIC 9(2)V9(4).
       01 WS-PCT4-OUT                      PIC Z9.99.
       01 WS-PCT6-OUT                      PIC Z9.9999.

      *05/21 A fiscal period's date range as it is being keyed, for
      * the overlap check against every other period.
       01 WS-FP-NEW-START                  PIC 9(08) VALUE ZERO.
       01 WS-FP-NEW-END                    PIC 9(08) VALUE ZERO.

      *05/17 Change-log line being built.
       01 WS-LOG-ACTION                    PIC X(01) VALUE SPACES.
       01 WS-LOG-FIELD                     PIC X(12) VALUE SPACES.
       01 WS-LOG-OLD                       PIC X(56) VALUE SPACES.
       01 WS-LOG-NEW                       PIC X(56) VALUE SPACES.
       01 WS-ROW-IMAGE                     PIC X(56) VALUE SPACES.

      *05/17 Sign-on state - control-table maintenance needs level 2.
       01 WS-OPERATOR-ID                   PIC X(08) VALUE SPACES.
       01 WS-OPER-INDEX                    PIC 9(4) VALUE 1.
       01 WS-OPER-FOUND-IDX                PIC 9(4) VALUE ZERO.
       01 WS-OPER-FOUND-FLAG               PIC X VALUE 'N'.
           88 OPERATOR-AUTHORIZED                VALUE 'Y'.
       01 WS-REQUIRED-LEVEL                PIC 9(1) VALUE 2.

       01 WS-ADDED-CTR                     PIC 9(05) VALUE ZERO.
       01 WS-CHANGED-CTR                   PIC 9(05) VALUE ZERO.
       01 WS-DELETED-CTR                   PIC 9(05) VALUE ZERO.
       01 WS-LOGGED-CTR                    PIC 9(05) VALUE ZERO.
       01 WS-LOGGED-BEFORE                 PIC 9(05) VALUE ZERO.

       PROCEDURE DIVISION.

       MAIN.
           PERFORM 000-Housekeeping.
           PERFORM 100-Main2 UNTIL NOT KEEP-MAINTAINING.
           PERFORM 500-WriteTables.
           PERFORM 900-WriteSummary.
           PERFORM 600-CLOSE-FILES.
           GOBACK.

       000-Housekeeping.
           DISPLAY '---------------------------------------------'.
           DISPLAY 'CONTROL TABLE MAINTENANCE'.
           DISPLAY '---------------------------------------------'.
           PERFORM 300-Open-Files.
           PERFORM 050-SignOnOperator.
           PERFORM 3800-LoadTables.

       050-SignOnOperator.
           DISPLAY 'OPERATOR ID: ' WITH NO ADVANCING.
           ACCEPT WS-OPERATOR-ID.
           MOVE 'N' TO WS-OPER-FOUND-FLAG.
           PERFORM VARYING WS-OPER-INDEX FROM 1 BY 1
              UNTIL WS-OPER-INDEX > OPERATOR-MAX
                 OR OPERATOR-AUTHORIZED
                 IF OA-OPERATOR-ID (WS-OPER-INDEX) = WS-OPERATOR-ID
                    AND OA-FUNCTION (WS-OPER-INDEX) = 'CTLMNT'
                    AND OA-AUTH-LEVEL (WS-OPER-INDEX)
                       >= WS-REQUIRED-LEVEL
                    MOVE 'Y' TO WS-OPER-FOUND-FLAG
                    MOVE WS-OPER-INDEX TO WS-OPER-FOUND-IDX
                 END-IF
           END-PERFORM.
           IF NOT OPERATOR-AUTHORIZED
              DISPLAY 'OPERATOR ' WS-OPERATOR-ID
                 ' NOT AUTHORIZED FOR CTLMNT - SESSION ENDED'
              GO TO 2000-ABEND-RTN
           END-IF.
           DISPLAY 'SIGNED ON: '
              OA-OPERATOR-NAME (WS-OPER-FOUND-IDX).

       100-Main2.
           DISPLAY 'TABLE - VEHMAKE VEHMODEL PAYTERMS HAZCLASS'.
           DISPLAY '        CARRIERS COUNTRY COMCLAS UOMFACT PLANTS'.
           DISPLAY '        RSNCODES STATETAX COMMGL FISCPER COMPANY'.
           DISPLAY 'ENTER TABLE (END TO QUIT): ' WITH NO ADVANCING.
           MOVE SPACES TO WS-TABLE-NAME.
           ACCEPT WS-TABLE-NAME.
           IF WS-TABLE-NAME = SPACES
              OR WS-TABLE-NAME = 'END'
                 MOVE 'N' TO WS-CONTINUE-FLAG
           ELSE
              PERFORM 110-SelectTable
              IF WS-TABLE-NO = ZERO
                 DISPLAY WS-TABLE-NAME ' IS NOT A CONTROL TABLE'
              ELSE
                 PERFORM 120-MaintainRow THRU 120-MaintainRow-Exit
              END-IF
           END-IF.

       110-SelectTable.
           EVALUATE WS-TABLE-NAME
              WHEN 'VEHMAKE'  MOVE 1 TO WS-TABLE-NO
              WHEN 'VEHMODEL' MOVE 2 TO WS-TABLE-NO
              WHEN 'PAYTERMS' MOVE 3 TO WS-TABLE-NO
              WHEN 'HAZCLASS' MOVE 4 TO WS-TABLE-NO
              WHEN 'CARRIERS' MOVE 5 TO WS-TABLE-NO
              WHEN 'COUNTRY'  MOVE 6 TO WS-TABLE-NO
              WHEN 'COMCLAS'  MOVE 7 TO WS-TABLE-NO
              WHEN 'UOMFACT'  MOVE 8 TO WS-TABLE-NO
              WHEN 'PLANTS'   MOVE 9 TO WS-TABLE-NO
              WHEN 'RSNCODES' MOVE 10 TO WS-TABLE-NO
              WHEN 'STATETAX' MOVE 11 TO WS-TABLE-NO
              WHEN 'COMMGL'   MOVE 12 TO WS-TABLE-NO
              WHEN 'FISCPER'  MOVE 13 TO WS-TABLE-NO
              WHEN 'COMPANY'  MOVE 14 TO WS-TABLE-NO
              WHEN OTHER      MOVE ZERO TO WS-TABLE-NO
           END-EVALUATE.

       120-MaintainRow.
           PERFORM 200-PromptKey.
           IF WS-SEARCH-KEY = SPACES
              DISPLAY 'NO KEY ENTERED.'
              GO TO 120-MaintainRow-Exit
           END-IF.
           PERFORM 210-FindRow.
           IF ROW-ON-FILE
              PERFORM 220-ShowRow
              DISPLAY 'C TO CHANGE, D TO DELETE, ENTER TO LEAVE: '
                 WITH NO ADVANCING
              MOVE SPACE TO WS-ACTION-RESPONSE
              ACCEPT WS-ACTION-RESPONSE
              IF OPERATOR-CHANGES
                 PERFORM 240-ChangeRow
              END-IF
              IF OPERATOR-DELETES
                 PERFORM 260-DeleteRow THRU 260-DeleteRow-Exit
              END-IF
           ELSE
              DISPLAY 'NOT ON ' WS-TABLE-NAME ' - ADD IT? (Y/N): '
                 WITH NO ADVANCING
              ACCEPT WS-YES-NO-RESPONSE
              IF OPERATOR-SAYS-YES
                 PERFORM 250-AddRow THRU 250-AddRow-Exit
              END-IF
           END-IF.
       120-MaintainRow-Exit.
           EXIT.

      *05/17 A key that fails its own edit comes back blank.
       200-PromptKey.
           MOVE SPACES TO WS-SEARCH-KEY.
           EVALUATE TRUE
              WHEN TB-VEHMAKE
                 DISPLAY 'MAKE CODE: ' WITH NO ADVANCING
                 PERFORM 295-AcceptBuffer
                 MOVE WS-FIELD-BUFFER (1:3) TO WS-SEARCH-KEY (1:3)
              WHEN TB-VEHMODEL
                 DISPLAY 'MAKE CODE: ' WITH NO ADVANCING
                 PERFORM 295-AcceptBuffer
                 MOVE WS-FIELD-BUFFER (1:3) TO WS-SEARCH-KEY (1:3)
                 DISPLAY 'MODEL NAME: ' WITH NO ADVANCING
                 PERFORM 295-AcceptBuffer
                 MOVE WS-FIELD-BUFFER (1:10) TO WS-SEARCH-KEY (5:10)
                 IF WS-SEARCH-KEY (1:3) = SPACES
                    OR WS-SEARCH-KEY (5:10) = SPACES
                    MOVE SPACES TO WS-SEARCH-KEY
                 END-IF
              WHEN TB-PAYTERMS
                 DISPLAY 'TERMS CODE: ' WITH NO ADVANCING
                 PERFORM 295-AcceptBuffer
                 MOVE WS-FIELD-BUFFER (1:3) TO WS-SEARCH-KEY (1:3)
              WHEN TB-HAZCLASS
                 DISPLAY 'HAZARD CLASS: ' WITH NO ADVANCING
                 PERFORM 295-AcceptBuffer
                 MOVE WS-FIELD-BUFFER (1:3) TO WS-SEARCH-KEY (1:3)
              WHEN TB-CARRIERS
                 DISPLAY 'CARRIER CODE: ' WITH NO ADVANCING
                 PERFORM 295-AcceptBuffer
                 MOVE WS-FIELD-BUFFER (1:4) TO WS-SEARCH-KEY (1:4)
              WHEN TB-COUNTRY
                 DISPLAY 'COUNTRY CODE: ' WITH NO ADVANCING
                 PERFORM 295-AcceptBuffer
                 IF WS-FIELD-BUFFER (1:2) ALPHABETIC
                    AND WS-FIELD-BUFFER (3:1) = SPACE
                    MOVE WS-FIELD-BUFFER (1:2) TO WS-SEARCH-KEY (1:2)
                 ELSE
                    DISPLAY 'COUNTRY CODE IS TWO LETTERS.'
                 END-IF
              WHEN TB-COMCLAS
                 DISPLAY 'COMMODITY CLASS: ' WITH NO ADVANCING
                 PERFORM 295-AcceptBuffer
                 MOVE WS-FIELD-BUFFER (1:4) TO WS-SEARCH-KEY (1:4)
              WHEN TB-UOMFACT
                 DISPLAY 'UNIT OF MEASURE: ' WITH NO ADVANCING
                 PERFORM 295-AcceptBuffer
                 MOVE WS-FIELD-BUFFER (1:3) TO WS-SEARCH-KEY (1:3)
                 DISPLAY 'PART NUMBER (ENTER FOR THE UOM DEFAULT): '
                    WITH NO ADVANCING
                 PERFORM 295-AcceptBuffer
                 MOVE WS-FIELD-BUFFER (1:23) TO WS-SEARCH-KEY (5:23)
                 IF WS-SEARCH-KEY (1:3) = SPACES
                    MOVE SPACES TO WS-SEARCH-KEY
                 END-IF
              WHEN TB-PLANTS
                 DISPLAY 'PLANT CODE: ' WITH NO ADVANCING
                 PERFORM 295-AcceptBuffer
                 MOVE WS-FIELD-BUFFER (1:3) TO WS-SEARCH-KEY (1:3)
              WHEN TB-RSNCODES
                 DISPLAY 'REASON CODE (3 DIGITS): ' WITH NO ADVANCING
                 PERFORM 295-AcceptBuffer
                 IF WS-FIELD-BUFFER (1:3) NUMERIC
                    MOVE WS-FIELD-BUFFER (1:3) TO WS-SEARCH-KEY (1:3)
                    MOVE WS-FIELD-BUFFER (1:3) TO WS-RSN-KEY
                 ELSE
                    DISPLAY 'NOT 3 DIGITS.'
                 END-IF
              WHEN TB-STATETAX
                 DISPLAY 'STATE: ' WITH NO ADVANCING
                 PERFORM 295-AcceptBuffer
                 IF WS-FIELD-BUFFER (1:2) ALPHABETIC
                    AND WS-FIELD-BUFFER (3:1) = SPACE
                    MOVE WS-FIELD-BUFFER (1:2) TO WS-SEARCH-KEY (1:2)
                 ELSE
                    DISPLAY 'STATE IS TWO LETTERS.'
                 END-IF
              WHEN TB-COMMGL
                 DISPLAY 'COMMODITY CLASS: ' WITH NO ADVANCING
                 PERFORM 295-AcceptBuffer
                 MOVE WS-FIELD-BUFFER (1:4) TO WS-SEARCH-KEY (1:4)
              WHEN TB-FISCPER
                 DISPLAY 'FISCAL PERIOD (YYYYPP): ' WITH NO ADVANCING
                 PERFORM 295-AcceptBuffer
                 IF WS-FIELD-BUFFER (1:6) NUMERIC
                    AND WS-FIELD-BUFFER (7:1) = SPACE
                    AND WS-FIELD-BUFFER (5:2) >= '01'
                    AND WS-FIELD-BUFFER (5:2) <= '12'
                    MOVE WS-FIELD-BUFFER (1:6) TO WS-SEARCH-KEY (1:6)
                 ELSE
                    DISPLAY 'PERIOD IS YEAR AND PERIOD 01-12, YYYYPP.'
                 END-IF
              WHEN TB-COMPANY
                 DISPLAY 'COMPANY CODE: ' WITH NO ADVANCING
                 PERFORM 295-AcceptBuffer
                 MOVE WS-FIELD-BUFFER (1:2) TO WS-SEARCH-KEY (1:2)
           END-EVALUATE.

       210-FindRow.
           MOVE 'N' TO WS-FOUND-FLAG.
           EVALUATE TRUE
              WHEN TB-VEHMAKE
                 PERFORM VARYING WS-WORK-IDX FROM 1 BY 1
                    UNTIL WS-WORK-IDX > MAKE-MAX OR ROW-ON-FILE
                       IF MAKE-CODE (WS-WORK-IDX) = WS-SEARCH-KEY (1:3)
                          MOVE 'Y' TO WS-FOUND-FLAG
                       END-IF
                 END-PERFORM
              WHEN TB-VEHMODEL
                 PERFORM VARYING WS-WORK-IDX FROM 1 BY 1
                    UNTIL WS-WORK-IDX > MODEL-MAX OR ROW-ON-FILE
                       IF MODEL-LIST (WS-WORK-IDX)
                             = WS-SEARCH-KEY (1:14)
                          MOVE 'Y' TO WS-FOUND-FLAG
                       END-IF
                 END-PERFORM
              WHEN TB-PAYTERMS
                 PERFORM VARYING WS-WORK-IDX FROM 1 BY 1
                    UNTIL WS-WORK-IDX > PAYMENT-TERMS-MAX
                       OR ROW-ON-FILE
                       IF TM-TERMS-CODE (WS-WORK-IDX)
                             = WS-SEARCH-KEY (1:3)
                          MOVE 'Y' TO WS-FOUND-FLAG
                       END-IF
                 END-PERFORM
              WHEN TB-HAZCLASS
                 PERFORM VARYING WS-WORK-IDX FROM 1 BY 1
                    UNTIL WS-WORK-IDX > HAZARD-CLASS-MAX
                       OR ROW-ON-FILE
                       IF HZ-CLASS-CODE (WS-WORK-IDX)
                             = WS-SEARCH-KEY (1:3)
                          MOVE 'Y' TO WS-FOUND-FLAG
                       END-IF
                 END-PERFORM
              WHEN TB-CARRIERS
                 PERFORM VARYING WS-WORK-IDX FROM 1 BY 1
                    UNTIL WS-WORK-IDX > CARRIER-MAX OR ROW-ON-FILE
                       IF CR-CARRIER-CODE (WS-WORK-IDX)
                             = WS-SEARCH-KEY (1:4)
                          MOVE 'Y' TO WS-FOUND-FLAG
                       END-IF
                 END-PERFORM
              WHEN TB-COUNTRY
                 PERFORM VARYING WS-WORK-IDX FROM 1 BY 1
                    UNTIL WS-WORK-IDX > COUNTRY-MAX OR ROW-ON-FILE
                       IF CY-COUNTRY-CODE (WS-WORK-IDX)
                             = WS-SEARCH-KEY (1:2)
                          MOVE 'Y' TO WS-FOUND-FLAG
                       END-IF
                 END-PERFORM
              WHEN TB-COMCLAS
                 PERFORM VARYING WS-WORK-IDX FROM 1 BY 1
                    UNTIL WS-WORK-IDX > COMMODITY-CLASS-MAX
                       OR ROW-ON-FILE
                       IF CC-CLASS-CODE (WS-WORK-IDX)
                             = WS-SEARCH-KEY (1:4)
                          MOVE 'Y' TO WS-FOUND-FLAG
                       END-IF
                 END-PERFORM
              WHEN TB-UOMFACT
                 PERFORM VARYING WS-WORK-IDX FROM 1 BY 1
                    UNTIL WS-WORK-IDX > UOM-CONV-MAX OR ROW-ON-FILE
                       IF UC-UOM (WS-WORK-IDX) = WS-SEARCH-KEY (1:3)
                          AND UC-PART-NUMBER (WS-WORK-IDX)
                             = WS-SEARCH-KEY (5:23)
                          MOVE 'Y' TO WS-FOUND-FLAG
                       END-IF
                 END-PERFORM
              WHEN TB-PLANTS
                 PERFORM VARYING WS-WORK-IDX FROM 1 BY 1
                    UNTIL WS-WORK-IDX > PLANT-MAX OR ROW-ON-FILE
                       IF PL-PLANT-CODE (WS-WORK-IDX)
                             = WS-SEARCH-KEY (1:3)
                          MOVE 'Y' TO WS-FOUND-FLAG
                       END-IF
                 END-PERFORM
              WHEN TB-RSNCODES
                 PERFORM VARYING WS-WORK-IDX FROM 1 BY 1
                    UNTIL WS-WORK-IDX > RSNCODE-MAX OR ROW-ON-FILE
                       IF RC-CODE (WS-WORK-IDX) = WS-RSN-KEY
                          MOVE 'Y' TO WS-FOUND-FLAG
                       END-IF
                 END-PERFORM
              WHEN TB-STATETAX
                 PERFORM VARYING WS-WORK-IDX FROM 1 BY 1
                    UNTIL WS-WORK-IDX > STATE-TAX-MAX OR ROW-ON-FILE
                       IF TX-STATE (WS-WORK-IDX) = WS-SEARCH-KEY (1:2)
                          MOVE 'Y' TO WS-FOUND-FLAG
                       END-IF
                 END-PERFORM
              WHEN TB-COMMGL
                 PERFORM VARYING WS-WORK-IDX FROM 1 BY 1
                    UNTIL WS-WORK-IDX > CLASS-GL-MAX OR ROW-ON-FILE
                       IF CG-CLASS-CODE (WS-WORK-IDX)
                             = WS-SEARCH-KEY (1:4)
                          MOVE 'Y' TO WS-FOUND-FLAG
                       END-IF
                 END-PERFORM
              WHEN TB-FISCPER
                 PERFORM VARYING WS-WORK-IDX FROM 1 BY 1
                    UNTIL WS-WORK-IDX > FISCAL-PERIOD-MAX
                       OR ROW-ON-FILE
                       IF FP-PERIOD (WS-WORK-IDX)
                             = WS-SEARCH-KEY (1:6)
                          MOVE 'Y' TO WS-FOUND-FLAG
                       END-IF
                 END-PERFORM
              WHEN TB-COMPANY
                 PERFORM VARYING WS-WORK-IDX FROM 1 BY 1
                    UNTIL WS-WORK-IDX > COMPANY-MAX
                       OR ROW-ON-FILE
                       IF CO-COMPANY-CODE (WS-WORK-IDX)
                             = WS-SEARCH-KEY (1:2)
                          MOVE 'Y' TO WS-FOUND-FLAG
                       END-IF
                 END-PERFORM
           END-EVALUATE.
           IF ROW-ON-FILE
              SUBTRACT 1 FROM WS-WORK-IDX
           END-IF.

       220-ShowRow.
           EVALUATE TRUE
              WHEN TB-VEHMAKE
                 DISPLAY 'MAKE CODE      : ' MAKE-CODE (WS-WORK-IDX)
                 DISPLAY 'MAKE NAME      : ' MAKE-NAME (WS-WORK-IDX)
                 DISPLAY 'MIN LEAD WEEKS : '
                    MIN-LEAD-WEEKS (WS-WORK-IDX)
                 DISPLAY 'MAX LEAD WEEKS : '
                    MAX-LEAD-WEEKS (WS-WORK-IDX)
              WHEN TB-VEHMODEL
                 DISPLAY 'MAKE CODE      : '
                    MODEL-MAKE-CODE (WS-WORK-IDX)
                 DISPLAY 'MODEL NAME     : ' MODEL-NAME (WS-WORK-IDX)
              WHEN TB-PAYTERMS
                 MOVE TM-DISC-PCT (WS-WORK-IDX) TO WS-PCT4-OUT
                 DISPLAY 'TERMS CODE     : '
                    TM-TERMS-CODE (WS-WORK-IDX)
                 DISPLAY 'NET DAYS       : ' TM-NET-DAYS (WS-WORK-IDX)
                 DISPLAY 'DISCOUNT PCT   : ' WS-PCT4-OUT
                 DISPLAY 'DISCOUNT DAYS  : '
                    TM-DISC-DAYS (WS-WORK-IDX)
              WHEN TB-HAZCLASS
                 DISPLAY 'HAZARD CLASS   : '
                    HZ-CLASS-CODE (WS-WORK-IDX)
                 DISPLAY 'DESCRIPTION    : '
                    HZ-DESCRIPTION (WS-WORK-IDX)
              WHEN TB-CARRIERS
                 DISPLAY 'CARRIER CODE   : '
                    CR-CARRIER-CODE (WS-WORK-IDX)
                 DISPLAY 'CARRIER NAME   : '
                    CR-CARRIER-NAME (WS-WORK-IDX)
                 DISPLAY 'CONTRACTED     : '
                    CR-CONTRACT-FLAG (WS-WORK-IDX)
              WHEN TB-COUNTRY
                 MOVE CY-DUTY-RATE-PCT (WS-WORK-IDX) TO WS-PCT4-OUT
                 DISPLAY 'COUNTRY CODE   : '
                    CY-COUNTRY-CODE (WS-WORK-IDX)
                 DISPLAY 'COUNTRY NAME   : '
                    CY-COUNTRY-NAME (WS-WORK-IDX)
                 DISPLAY 'DUTY RATE PCT  : ' WS-PCT4-OUT
              WHEN TB-COMCLAS
                 DISPLAY 'CLASS CODE     : '
                    CC-CLASS-CODE (WS-WORK-IDX)
                 DISPLAY 'DESCRIPTION    : '
                    CC-DESCRIPTION (WS-WORK-IDX)
              WHEN TB-UOMFACT
                 DISPLAY 'UOM            : ' UC-UOM (WS-WORK-IDX)
                 DISPLAY 'PART NUMBER    : '
                    UC-PART-NUMBER (WS-WORK-IDX)
                 DISPLAY 'EACHES PER UOM : '
                    UC-EACH-FACTOR (WS-WORK-IDX)
              WHEN TB-PLANTS
                 DISPLAY 'PLANT CODE     : '
                    PL-PLANT-CODE (WS-WORK-IDX)
                 DISPLAY 'PLANT NAME     : '
                    PL-PLANT-NAME (WS-WORK-IDX)
                 DISPLAY 'PLANT STATE    : '
                    PL-PLANT-STATE (WS-WORK-IDX)
                 DISPLAY 'COMPANY CODE   : '
                    PL-COMPANY-CODE (WS-WORK-IDX)
                 DISPLAY 'STREET ADDRESS : '
                    PL-ADDRESS-1 (WS-WORK-IDX)
                 DISPLAY 'CITY           : ' PL-CITY (WS-WORK-IDX)
                 DISPLAY 'ZIP CODE       : '
                    PL-ZIP-CODE (WS-WORK-IDX)
              WHEN TB-RSNCODES
                 DISPLAY 'REASON CODE    : ' RC-CODE (WS-WORK-IDX)
                 DISPLAY 'REASON TEXT    : ' RC-TEXT (WS-WORK-IDX)
                 DISPLAY 'SEVERITY R/W   : '
                    RC-SEVERITY (WS-WORK-IDX)
                 DISPLAY 'OWNING TEAM    : ' RC-TEAM (WS-WORK-IDX)
              WHEN TB-STATETAX
                 MOVE TX-RATE-PCT (WS-WORK-IDX) TO WS-PCT6-OUT
                 DISPLAY 'STATE          : ' TX-STATE (WS-WORK-IDX)
                 DISPLAY 'USE-TAX RATE   : ' WS-PCT6-OUT
              WHEN TB-COMMGL
                 DISPLAY 'CLASS CODE     : '
                    CG-CLASS-CODE (WS-WORK-IDX)
                 DISPLAY 'GL ACCOUNT     : '
                    CG-GL-ACCOUNT (WS-WORK-IDX)
              WHEN TB-FISCPER
                 DISPLAY 'FISCAL PERIOD  : ' FP-PERIOD (WS-WORK-IDX)
                 DISPLAY 'START DATE     : '
                    FP-START-DATE (WS-WORK-IDX)
                 DISPLAY 'END DATE       : ' FP-END-DATE (WS-WORK-IDX)
                 DISPLAY 'STATUS O/C     : ' FP-STATUS (WS-WORK-IDX)
                 IF FP-CLOSED (WS-WORK-IDX)
                    DISPLAY 'CLOSED ON      : '
                       FP-CLOSED-DATE (WS-WORK-IDX)
                    DISPLAY 'CLOSED BY      : '
                       FP-CLOSED-BY (WS-WORK-IDX)
                 END-IF
              WHEN TB-COMPANY
                 DISPLAY 'COMPANY CODE   : '
                    CO-COMPANY-CODE (WS-WORK-IDX)
                 DISPLAY 'COMPANY NAME   : '
                    CO-COMPANY-NAME (WS-WORK-IDX)
                 DISPLAY 'PAYER TIN      : '
                    CO-PAYER-TIN (WS-WORK-IDX)
                 DISPLAY 'AS SUPPLIER    : '
                    CO-SUPPLIER-CODE (WS-WORK-IDX)
           END-EVALUATE.

       240-ChangeRow.
           MOVE 'N' TO WS-ADDING-FLAG.
           MOVE WS-LOGGED-CTR TO WS-LOGGED-BEFORE.
           PERFORM 280-CaptureFields.
           IF WS-LOGGED-CTR > WS-LOGGED-BEFORE
              ADD 1 TO WS-CHANGED-CTR
           ELSE
              DISPLAY 'NOTHING CHANGED.'
           END-IF.

      *05/17 The key goes on a new last row and the fields are
      * captured into it; a row left without its required fields is
      * taken back off. Rows other tables hang off must exist first.
       250-AddRow.
           IF TB-VEHMODEL
              PERFORM 270-FindMake
              IF NOT REFERENCE-FOUND
                 DISPLAY 'MAKE ' WS-SEARCH-KEY (1:3)
                    ' NOT ON VEHMAKE - ROW NOT ADDED.'
                 GO TO 250-AddRow-Exit
              END-IF
           END-IF.
           IF TB-COMMGL
              PERFORM 272-FindClass
              IF NOT REFERENCE-FOUND
                 DISPLAY 'CLASS ' WS-SEARCH-KEY (1:4)
                    ' NOT ON COMCLAS - ROW NOT ADDED.'
                 GO TO 250-AddRow-Exit
              END-IF
           END-IF.
           MOVE 'Y' TO WS-ADDING-FLAG.
           PERFORM 252-AppendRow.
           PERFORM 280-CaptureFields.
           PERFORM 285-CheckComplete.
           IF NOT ROW-COMPLETE
              DISPLAY 'REQUIRED FIELD LEFT BLANK - ROW NOT ADDED.'
              PERFORM 254-RemoveRow
              GO TO 250-AddRow-Exit
           END-IF.
           MOVE 'A' TO WS-LOG-ACTION.
           IF TB-PLANTS
              PERFORM 292-LogPlantRow
           ELSE
              PERFORM 290-RowImage
              MOVE 'ROW' TO WS-LOG-FIELD
              MOVE SPACES TO WS-LOG-OLD
              MOVE WS-ROW-IMAGE TO WS-LOG-NEW
              PERFORM 275-WriteLogRow
           END-IF.
           ADD 1 TO WS-ADDED-CTR.
       250-AddRow-Exit.
           EXIT.

       252-AppendRow.
           EVALUATE TRUE
              WHEN TB-VEHMAKE
                 IF MAKE-MAX >= 50
                    DISPLAY 'CTLMNT - MAKE TABLE FULL AT 50 '
                       'ROWS - RAISE OCCURS IN MAKETAB'
                    GO TO 2000-ABEND-RTN
                 END-IF
                 ADD 1 TO MAKE-MAX
                 MOVE MAKE-MAX TO WS-WORK-IDX
                 MOVE WS-SEARCH-KEY (1:3) TO MAKE-CODE (WS-WORK-IDX)
              WHEN TB-VEHMODEL
                 IF MODEL-MAX >= 200
                    DISPLAY 'CTLMNT - MODEL TABLE FULL AT 200 '
                       'ROWS - RAISE OCCURS IN MODELTAB'
                    GO TO 2000-ABEND-RTN
                 END-IF
                 ADD 1 TO MODEL-MAX
                 MOVE MODEL-MAX TO WS-WORK-IDX
                 MOVE WS-SEARCH-KEY (1:14) TO MODEL-LIST (WS-WORK-IDX)
              WHEN TB-PAYTERMS
                 IF PAYMENT-TERMS-MAX >= 50
                    DISPLAY 'CTLMNT - TERMS TABLE FULL AT 50 '
                       'ROWS - RAISE OCCURS IN TERMTAB'
                    GO TO 2000-ABEND-RTN
                 END-IF
                 ADD 1 TO PAYMENT-TERMS-MAX
                 MOVE PAYMENT-TERMS-MAX TO WS-WORK-IDX
                 MOVE WS-SEARCH-KEY (1:3)
                    TO TM-TERMS-CODE (WS-WORK-IDX)
              WHEN TB-HAZCLASS
                 IF HAZARD-CLASS-MAX >= 50
                    DISPLAY 'CTLMNT - HAZARD CLASS TABLE FULL AT 50 '
                       'ROWS - RAISE OCCURS IN HAZTAB'
                    GO TO 2000-ABEND-RTN
                 END-IF
                 ADD 1 TO HAZARD-CLASS-MAX
                 MOVE HAZARD-CLASS-MAX TO WS-WORK-IDX
                 MOVE WS-SEARCH-KEY (1:3)
                    TO HZ-CLASS-CODE (WS-WORK-IDX)
              WHEN TB-CARRIERS
                 IF CARRIER-MAX >= 100
                    DISPLAY 'CTLMNT - CARRIER TABLE FULL AT 100 '
                       'ROWS - RAISE OCCURS IN CARRTAB'
                    GO TO 2000-ABEND-RTN
                 END-IF
                 ADD 1 TO CARRIER-MAX
                 MOVE CARRIER-MAX TO WS-WORK-IDX
                 MOVE WS-SEARCH-KEY (1:4)
                    TO CR-CARRIER-CODE (WS-WORK-IDX)
              WHEN TB-COUNTRY
                 IF COUNTRY-MAX >= 250
                    DISPLAY 'CTLMNT - COUNTRY TABLE FULL AT 250 '
                       'ROWS - RAISE OCCURS IN CTRYTAB'
                    GO TO 2000-ABEND-RTN
                 END-IF
                 ADD 1 TO COUNTRY-MAX
                 MOVE COUNTRY-MAX TO WS-WORK-IDX
                 MOVE WS-SEARCH-KEY (1:2)
                    TO CY-COUNTRY-CODE (WS-WORK-IDX)
              WHEN TB-COMCLAS
                 IF COMMODITY-CLASS-MAX >= 100
                    DISPLAY 'CTLMNT - COMMODITY TABLE FULL AT 100 '
                       'ROWS - RAISE OCCURS IN COMMTAB'
                    GO TO 2000-ABEND-RTN
                 END-IF
                 ADD 1 TO COMMODITY-CLASS-MAX
                 MOVE COMMODITY-CLASS-MAX TO WS-WORK-IDX
                 MOVE WS-SEARCH-KEY (1:4)
                    TO CC-CLASS-CODE (WS-WORK-IDX)
              WHEN TB-UOMFACT
                 IF UOM-CONV-MAX >= 100
                    DISPLAY 'CTLMNT - UOM TABLE FULL AT 100 '
                       'ROWS - RAISE OCCURS IN UOMTAB'
                    GO TO 2000-ABEND-RTN
                 END-IF
                 ADD 1 TO UOM-CONV-MAX
                 MOVE UOM-CONV-MAX TO WS-WORK-IDX
                 MOVE WS-SEARCH-KEY (1:3) TO UC-UOM (WS-WORK-IDX)
                 MOVE WS-SEARCH-KEY (5:23)
                    TO UC-PART-NUMBER (WS-WORK-IDX)
              WHEN TB-PLANTS
                 IF PLANT-MAX >= 10
                    DISPLAY 'CTLMNT - PLANT TABLE FULL AT 10 '
                       'ROWS - RAISE OCCURS IN PLNTTAB'
                    GO TO 2000-ABEND-RTN
                 END-IF
                 ADD 1 TO PLANT-MAX
                 MOVE PLANT-MAX TO WS-WORK-IDX
                 MOVE WS-SEARCH-KEY (1:3)
                    TO PL-PLANT-CODE (WS-WORK-IDX)
              WHEN TB-RSNCODES
                 IF RSNCODE-MAX >= 100
                    DISPLAY 'CTLMNT - REASON CODE TABLE FULL AT 100 '
                       'ROWS - RAISE OCCURS IN RSNTAB'
                    GO TO 2000-ABEND-RTN
                 END-IF
                 ADD 1 TO RSNCODE-MAX
                 MOVE RSNCODE-MAX TO WS-WORK-IDX
                 MOVE WS-RSN-KEY TO RC-CODE (WS-WORK-IDX)
              WHEN TB-STATETAX
                 IF STATE-TAX-MAX >= 60
                    DISPLAY 'CTLMNT - STATE TAX TABLE FULL AT 60 '
                       'ROWS - RAISE OCCURS IN TAXTAB'
                    GO TO 2000-ABEND-RTN
                 END-IF
                 ADD 1 TO STATE-TAX-MAX
                 MOVE STATE-TAX-MAX TO WS-WORK-IDX
                 MOVE WS-SEARCH-KEY (1:2) TO TX-STATE (WS-WORK-IDX)
              WHEN TB-COMMGL
                 IF CLASS-GL-MAX >= 100
                    DISPLAY 'CTLMNT - CLASS GL TABLE FULL AT 100 '
                       'ROWS - RAISE OCCURS IN GLXTAB'
                    GO TO 2000-ABEND-RTN
                 END-IF
                 ADD 1 TO CLASS-GL-MAX
                 MOVE CLASS-GL-MAX TO WS-WORK-IDX
                 MOVE WS-SEARCH-KEY (1:4)
                    TO CG-CLASS-CODE (WS-WORK-IDX)
              WHEN TB-FISCPER
                 IF FISCAL-PERIOD-MAX >= 200
                    DISPLAY 'CTLMNT - PERIOD TABLE FULL AT 200 '
                       'ROWS - RAISE OCCURS IN FISCTAB'
                    GO TO 2000-ABEND-RTN
                 END-IF
                 ADD 1 TO FISCAL-PERIOD-MAX
                 MOVE FISCAL-PERIOD-MAX TO WS-WORK-IDX
                 INITIALIZE FISCAL-PERIOD-LIST (WS-WORK-IDX)
                 MOVE WS-SEARCH-KEY (1:6) TO FP-PERIOD (WS-WORK-IDX)
                 MOVE 'O' TO FP-STATUS (WS-WORK-IDX)
              WHEN TB-COMPANY
                 IF COMPANY-MAX >= 10
                    DISPLAY 'CTLMNT - COMPANY TABLE FULL AT 10 '
                       'ROWS - RAISE OCCURS IN COMPTAB'
                    GO TO 2000-ABEND-RTN
                 END-IF
                 ADD 1 TO COMPANY-MAX
                 MOVE COMPANY-MAX TO WS-WORK-IDX
                 INITIALIZE COMPANY-LIST (WS-WORK-IDX)
                 MOVE WS-SEARCH-KEY (1:2)
                    TO CO-COMPANY-CODE (WS-WORK-IDX)
           END-EVALUATE.

      *05/17 Closes the gap the row at WS-WORK-IDX leaves; used by a
      * delete and by an add that is backed out (always the last row).
       254-RemoveRow.
           EVALUATE TRUE
              WHEN TB-VEHMAKE
                 PERFORM VARYING WS-SHIFT-IDX FROM WS-WORK-IDX BY 1
                    UNTIL WS-SHIFT-IDX >= MAKE-MAX
                       MOVE MAKE-LIST (WS-SHIFT-IDX + 1)
                          TO MAKE-LIST (WS-SHIFT-IDX)
                 END-PERFORM
                 INITIALIZE MAKE-LIST (MAKE-MAX)
                 SUBTRACT 1 FROM MAKE-MAX
              WHEN TB-VEHMODEL
                 PERFORM VARYING WS-SHIFT-IDX FROM WS-WORK-IDX BY 1
                    UNTIL WS-SHIFT-IDX >= MODEL-MAX
                       MOVE MODEL-LIST (WS-SHIFT-IDX + 1)
                          TO MODEL-LIST (WS-SHIFT-IDX)
                 END-PERFORM
                 INITIALIZE MODEL-LIST (MODEL-MAX)
                 SUBTRACT 1 FROM MODEL-MAX
              WHEN TB-PAYTERMS
                 PERFORM VARYING WS-SHIFT-IDX FROM WS-WORK-IDX BY 1
                    UNTIL WS-SHIFT-IDX >= PAYMENT-TERMS-MAX
                       MOVE PAYMENT-TERMS-LIST (WS-SHIFT-IDX + 1)
                          TO PAYMENT-TERMS-LIST (WS-SHIFT-IDX)
                 END-PERFORM
                 INITIALIZE PAYMENT-TERMS-LIST (PAYMENT-TERMS-MAX)
                 SUBTRACT 1 FROM PAYMENT-TERMS-MAX
              WHEN TB-HAZCLASS
                 PERFORM VARYING WS-SHIFT-IDX FROM WS-WORK-IDX BY 1
                    UNTIL WS-SHIFT-IDX >= HAZARD-CLASS-MAX
                       MOVE HAZARD-CLASS-LIST (WS-SHIFT-IDX + 1)
                          TO HAZARD-CLASS-LIST (WS-SHIFT-IDX)
                 END-PERFORM
                 INITIALIZE HAZARD-CLASS-LIST (HAZARD-CLASS-MAX)
                 SUBTRACT 1 FROM HAZARD-CLASS-MAX
              WHEN TB-CARRIERS
                 PERFORM VARYING WS-SHIFT-IDX FROM WS-WORK-IDX BY 1
                    UNTIL WS-SHIFT-IDX >= CARRIER-MAX
                       MOVE CARRIER-LIST (WS-SHIFT-IDX + 1)
                          TO CARRIER-LIST (WS-SHIFT-IDX)
                 END-PERFORM
                 INITIALIZE CARRIER-LIST (CARRIER-MAX)
                 SUBTRACT 1 FROM CARRIER-MAX
              WHEN TB-COUNTRY
                 PERFORM VARYING WS-SHIFT-IDX FROM WS-WORK-IDX BY 1
                    UNTIL WS-SHIFT-IDX >= COUNTRY-MAX
                       MOVE COUNTRY-LIST (WS-SHIFT-IDX + 1)
                          TO COUNTRY-LIST (WS-SHIFT-IDX)
                 END-PERFORM
                 INITIALIZE COUNTRY-LIST (COUNTRY-MAX)
                 SUBTRACT 1 FROM COUNTRY-MAX
              WHEN TB-COMCLAS
                 PERFORM VARYING WS-SHIFT-IDX FROM WS-WORK-IDX BY 1
                    UNTIL WS-SHIFT-IDX >= COMMODITY-CLASS-MAX
                       MOVE COMMODITY-CLASS-LIST (WS-SHIFT-IDX + 1)
                          TO COMMODITY-CLASS-LIST (WS-SHIFT-IDX)
                 END-PERFORM
                 INITIALIZE COMMODITY-CLASS-LIST (COMMODITY-CLASS-MAX)
                 SUBTRACT 1 FROM COMMODITY-CLASS-MAX
              WHEN TB-UOMFACT
                 PERFORM VARYING WS-SHIFT-IDX FROM WS-WORK-IDX BY 1
                    UNTIL WS-SHIFT-IDX >= UOM-CONV-MAX
                       MOVE UOM-CONV-LIST (WS-SHIFT-IDX + 1)
                          TO UOM-CONV-LIST (WS-SHIFT-IDX)
                 END-PERFORM
                 INITIALIZE UOM-CONV-LIST (UOM-CONV-MAX)
                 SUBTRACT 1 FROM UOM-CONV-MAX
              WHEN TB-PLANTS
                 PERFORM VARYING WS-SHIFT-IDX FROM WS-WORK-IDX BY 1
                    UNTIL WS-SHIFT-IDX >= PLANT-MAX
                       MOVE PLANT-LIST (WS-SHIFT-IDX + 1)
                          TO PLANT-LIST (WS-SHIFT-IDX)
                 END-PERFORM
                 INITIALIZE PLANT-LIST (PLANT-MAX)
                 SUBTRACT 1 FROM PLANT-MAX
              WHEN TB-RSNCODES
                 PERFORM VARYING WS-SHIFT-IDX FROM WS-WORK-IDX BY 1
                    UNTIL WS-SHIFT-IDX >= RSNCODE-MAX
                       MOVE REASON-CODE-LIST (WS-SHIFT-IDX + 1)
                          TO REASON-CODE-LIST (WS-SHIFT-IDX)
                 END-PERFORM
                 INITIALIZE REASON-CODE-LIST (RSNCODE-MAX)
                 SUBTRACT 1 FROM RSNCODE-MAX
              WHEN TB-STATETAX
                 PERFORM VARYING WS-SHIFT-IDX FROM WS-WORK-IDX BY 1
                    UNTIL WS-SHIFT-IDX >= STATE-TAX-MAX
                       MOVE STATE-TAX-LIST (WS-SHIFT-IDX + 1)
                          TO STATE-TAX-LIST (WS-SHIFT-IDX)
                 END-PERFORM
                 INITIALIZE STATE-TAX-LIST (STATE-TAX-MAX)
                 SUBTRACT 1 FROM STATE-TAX-MAX
              WHEN TB-COMMGL
                 PERFORM VARYING WS-SHIFT-IDX FROM WS-WORK-IDX BY 1
                    UNTIL WS-SHIFT-IDX >= CLASS-GL-MAX
                       MOVE CLASS-GL-LIST (WS-SHIFT-IDX + 1)
                          TO CLASS-GL-LIST (WS-SHIFT-IDX)
                 END-PERFORM
                 INITIALIZE CLASS-GL-LIST (CLASS-GL-MAX)
                 SUBTRACT 1 FROM CLASS-GL-MAX
              WHEN TB-FISCPER
                 PERFORM VARYING WS-SHIFT-IDX FROM WS-WORK-IDX BY 1
                    UNTIL WS-SHIFT-IDX >= FISCAL-PERIOD-MAX
                       MOVE FISCAL-PERIOD-LIST (WS-SHIFT-IDX + 1)
                          TO FISCAL-PERIOD-LIST (WS-SHIFT-IDX)
                 END-PERFORM
                 INITIALIZE FISCAL-PERIOD-LIST (FISCAL-PERIOD-MAX)
                 SUBTRACT 1 FROM FISCAL-PERIOD-MAX
              WHEN TB-COMPANY
                 PERFORM VARYING WS-SHIFT-IDX FROM WS-WORK-IDX BY 1
                    UNTIL WS-SHIFT-IDX >= COMPANY-MAX
                       MOVE COMPANY-LIST (WS-SHIFT-IDX + 1)
                          TO COMPANY-LIST (WS-SHIFT-IDX)
                 END-PERFORM
                 INITIALIZE COMPANY-LIST (COMPANY-MAX)
                 SUBTRACT 1 FROM COMPANY-MAX
           END-EVALUATE.

      *05/17 A make with models, or a class with a GL crosswalk row,
      * stays - delete what hangs off it first.
       260-DeleteRow.
           IF TB-VEHMAKE
              MOVE 'N' TO WS-REF-FOUND-FLAG
              PERFORM VARYING WS-REF-IDX FROM 1 BY 1
                 UNTIL WS-REF-IDX > MODEL-MAX OR REFERENCE-FOUND
                    IF MODEL-MAKE-CODE (WS-REF-IDX)
                          = MAKE-CODE (WS-WORK-IDX)
                       MOVE 'Y' TO WS-REF-FOUND-FLAG
                    END-IF
              END-PERFORM
              IF REFERENCE-FOUND
                 DISPLAY 'MAKE STILL HAS MODELS ON VEHMODEL - '
                    'NOT DELETED.'
                 GO TO 260-DeleteRow-Exit
              END-IF
           END-IF.
           IF TB-COMCLAS
              PERFORM 272-FindClass
              IF REFERENCE-FOUND
                 DISPLAY 'CLASS STILL MAPPED ON COMMGL - NOT DELETED.'
                 GO TO 260-DeleteRow-Exit
              END-IF
           END-IF.
      *05/21 What has posted to a closed period stays on the books -
      * reopen it before deleting it.
           IF TB-FISCPER
              IF FP-CLOSED (WS-WORK-IDX)
                 DISPLAY 'PERIOD IS CLOSED - NOT DELETED.'
                 GO TO 260-DeleteRow-Exit
              END-IF
           END-IF.
      *05/22 Company '01' is what a blank company means - it stays.
      * Nor can a company go while a plant still names it.
           IF TB-COMPANY
              IF CO-COMPANY-CODE (WS-WORK-IDX) = '01'
                 DISPLAY 'COMPANY 01 IS THE DEFAULT - NOT DELETED.'
                 GO TO 260-DeleteRow-Exit
              END-IF
              MOVE 'N' TO WS-REF-FOUND-FLAG
              PERFORM VARYING WS-REF-IDX FROM 1 BY 1
                 UNTIL WS-REF-IDX > PLANT-MAX OR REFERENCE-FOUND
                    IF PL-COMPANY-CODE (WS-REF-IDX)
                          = CO-COMPANY-CODE (WS-WORK-IDX)
                       MOVE 'Y' TO WS-REF-FOUND-FLAG
                    END-IF
              END-PERFORM
              IF REFERENCE-FOUND
                 DISPLAY 'COMPANY STILL NAMED ON PLANTS - '
                    'NOT DELETED.'
                 GO TO 260-DeleteRow-Exit
              END-IF
           END-IF.
           DISPLAY 'DELETE THIS ROW? (Y/N): ' WITH NO ADVANCING.
           ACCEPT WS-YES-NO-RESPONSE.
           IF NOT OPERATOR-SAYS-YES
              GO TO 260-DeleteRow-Exit
           END-IF.
           MOVE 'D' TO WS-LOG-ACTION.
           IF TB-PLANTS
              PERFORM 292-LogPlantRow
              PERFORM 254-RemoveRow
           ELSE
              PERFORM 290-RowImage
              PERFORM 254-RemoveRow
              MOVE 'ROW' TO WS-LOG-FIELD
              MOVE WS-ROW-IMAGE TO WS-LOG-OLD
              MOVE SPACES TO WS-LOG-NEW
              PERFORM 275-WriteLogRow
           END-IF.
           ADD 1 TO WS-DELETED-CTR.
       260-DeleteRow-Exit.
           EXIT.

       270-FindMake.
           MOVE 'N' TO WS-REF-FOUND-FLAG.
           PERFORM VARYING WS-REF-IDX FROM 1 BY 1
              UNTIL WS-REF-IDX > MAKE-MAX OR REFERENCE-FOUND
                 IF MAKE-CODE (WS-REF-IDX) = WS-SEARCH-KEY (1:3)
                    MOVE 'Y' TO WS-REF-FOUND-FLAG
                 END-IF
           END-PERFORM.

      * The class code sits first in both COMCLAS and COMMGL keys.
       272-FindClass.
           MOVE 'N' TO WS-REF-FOUND-FLAG.
           IF TB-COMMGL
              PERFORM VARYING WS-REF-IDX FROM 1 BY 1
                 UNTIL WS-REF-IDX > COMMODITY-CLASS-MAX
                    OR REFERENCE-FOUND
                    IF CC-CLASS-CODE (WS-REF-IDX) = WS-SEARCH-KEY (1:4)
                       MOVE 'Y' TO WS-REF-FOUND-FLAG
                    END-IF
              END-PERFORM
           ELSE
              PERFORM VARYING WS-REF-IDX FROM 1 BY 1
                 UNTIL WS-REF-IDX > CLASS-GL-MAX OR REFERENCE-FOUND
                    IF CG-CLASS-CODE (WS-REF-IDX) = WS-SEARCH-KEY (1:4)
                       MOVE 'Y' TO WS-REF-FOUND-FLAG
                    END-IF
              END-PERFORM
           END-IF.

       275-WriteLogRow.
           MOVE WS-TABLE-NAME TO CL-TABLE-NAME.
           MOVE WS-LOG-ACTION TO CL-ACTION.
           MOVE WS-SEARCH-KEY TO CL-ROW-KEY.
           MOVE WS-LOG-FIELD TO CL-FIELD-NAME.
           MOVE WS-LOG-OLD TO CL-OLD-VALUE.
           MOVE WS-LOG-NEW TO CL-NEW-VALUE.
           MOVE WS-OPERATOR-ID TO CL-OPERATOR-ID.
           MOVE PROCESS-DATE TO CL-CHANGE-DATE.
           WRITE CTLCHGLG-REC.
           IF OUT-CTLCHGLG-KEY NOT = '00'
              GO TO 2000-ABEND-RTN
           END-IF.
           ADD 1 TO WS-LOGGED-CTR.

      *05/17 On a change, one log row per field whose value moved;
      * an add logs the whole row once it is complete.
       276-LogField.
           IF NOT ADDING-ROW
              AND WS-LOG-NEW NOT = WS-LOG-OLD
              MOVE 'C' TO WS-LOG-ACTION
              PERFORM 275-WriteLogRow
           END-IF.

      *05/17 SPACES leaves a field the way it is, same as SUPPMNT's
      * capture prompts. A value that fails its edit is refused and
      * the field left as it was.
       280-CaptureFields.
           EVALUATE TRUE
              WHEN TB-VEHMAKE   PERFORM 4100-Capture-VEHMAKE
              WHEN TB-VEHMODEL
                 IF NOT ADDING-ROW
                    DISPLAY 'A MODEL ROW IS ALL KEY - DELETE AND ADD.'
                 END-IF
              WHEN TB-PAYTERMS  PERFORM 4300-Capture-PAYTERMS
              WHEN TB-HAZCLASS  PERFORM 4400-Capture-HAZCLASS
              WHEN TB-CARRIERS  PERFORM 4500-Capture-CARRIERS
              WHEN TB-COUNTRY   PERFORM 4600-Capture-COUNTRY
              WHEN TB-COMCLAS   PERFORM 4700-Capture-COMCLAS
              WHEN TB-UOMFACT   PERFORM 4800-Capture-UOMFACT
              WHEN TB-PLANTS    PERFORM 4900-Capture-PLANTS
              WHEN TB-RSNCODES  PERFORM 5000-Capture-RSNCODES
              WHEN TB-STATETAX  PERFORM 5100-Capture-STATETAX
              WHEN TB-COMMGL    PERFORM 5200-Capture-COMMGL
              WHEN TB-FISCPER   PERFORM 5300-Capture-FISCPER
              WHEN TB-COMPANY   PERFORM 5400-Capture-COMPANY
           END-EVALUATE.

      *05/17 The fields a new row cannot go out without.
       285-CheckComplete.
           MOVE 'Y' TO WS-COMPLETE-FLAG.
           EVALUATE TRUE
              WHEN TB-VEHMAKE
                 IF MAKE-NAME (WS-WORK-IDX) = SPACES
                    MOVE 'N' TO WS-COMPLETE-FLAG
                 END-IF
              WHEN TB-PAYTERMS
                 IF TM-NET-DAYS (WS-WORK-IDX) = ZERO
                    MOVE 'N' TO WS-COMPLETE-FLAG
                 END-IF
              WHEN TB-HAZCLASS
                 IF HZ-DESCRIPTION (WS-WORK-IDX) = SPACES
                    MOVE 'N' TO WS-COMPLETE-FLAG
                 END-IF
              WHEN TB-CARRIERS
                 IF CR-CARRIER-NAME (WS-WORK-IDX) = SPACES
                    MOVE 'N' TO WS-COMPLETE-FLAG
                 END-IF
              WHEN TB-COUNTRY
                 IF CY-COUNTRY-NAME (WS-WORK-IDX) = SPACES
                    MOVE 'N' TO WS-COMPLETE-FLAG
                 END-IF
              WHEN TB-COMCLAS
                 IF CC-DESCRIPTION (WS-WORK-IDX) = SPACES
                    MOVE 'N' TO WS-COMPLETE-FLAG
                 END-IF
              WHEN TB-UOMFACT
                 IF UC-EACH-FACTOR (WS-WORK-IDX) = ZERO
                    MOVE 'N' TO WS-COMPLETE-FLAG
                 END-IF
              WHEN TB-PLANTS
                 IF PL-PLANT-NAME (WS-WORK-IDX) = SPACES
                    OR PL-PLANT-STATE (WS-WORK-IDX) = SPACES
                    MOVE 'N' TO WS-COMPLETE-FLAG
                 END-IF
              WHEN TB-RSNCODES
                 IF RC-TEXT (WS-WORK-IDX) = SPACES
                    OR RC-TEAM (WS-WORK-IDX) = SPACES
                    OR NOT (RC-SEV-REJECT (WS-WORK-IDX)
                       OR RC-SEV-WARN (WS-WORK-IDX))
                    MOVE 'N' TO WS-COMPLETE-FLAG
                 END-IF
              WHEN TB-COMMGL
                 IF CG-GL-ACCOUNT (WS-WORK-IDX) = SPACES
                    MOVE 'N' TO WS-COMPLETE-FLAG
                 END-IF
              WHEN TB-FISCPER
                 IF FP-START-DATE (WS-WORK-IDX) = ZERO
                    OR FP-END-DATE (WS-WORK-IDX) = ZERO
                    MOVE 'N' TO WS-COMPLETE-FLAG
                 END-IF
              WHEN TB-COMPANY
                 IF CO-COMPANY-NAME (WS-WORK-IDX) = SPACES
                    OR CO-PAYER-TIN (WS-WORK-IDX) = SPACES
                    MOVE 'N' TO WS-COMPLETE-FLAG
                 END-IF
           END-EVALUATE.

      *05/17 The row at WS-WORK-IDX as it sits on the dataset.
       290-RowImage.
           MOVE SPACES TO WS-ROW-IMAGE.
           EVALUATE TRUE
              WHEN TB-VEHMAKE
                 MOVE MAKE-LIST (WS-WORK-IDX) TO WS-ROW-IMAGE
              WHEN TB-VEHMODEL
                 MOVE MODEL-LIST (WS-WORK-IDX) TO WS-ROW-IMAGE
              WHEN TB-PAYTERMS
                 MOVE PAYMENT-TERMS-LIST (WS-WORK-IDX) TO WS-ROW-IMAGE
              WHEN TB-HAZCLASS
                 MOVE HAZARD-CLASS-LIST (WS-WORK-IDX) TO WS-ROW-IMAGE
              WHEN TB-CARRIERS
                 MOVE CARRIER-LIST (WS-WORK-IDX) TO WS-ROW-IMAGE
              WHEN TB-COUNTRY
                 MOVE COUNTRY-LIST (WS-WORK-IDX) TO WS-ROW-IMAGE
              WHEN TB-COMCLAS
                 MOVE COMMODITY-CLASS-LIST (WS-WORK-IDX)
                    TO WS-ROW-IMAGE
              WHEN TB-UOMFACT
                 MOVE UOM-CONV-LIST (WS-WORK-IDX) TO WS-ROW-IMAGE
              WHEN TB-PLANTS
                 MOVE PLANT-LIST (WS-WORK-IDX) TO WS-ROW-IMAGE
              WHEN TB-RSNCODES
                 MOVE REASON-CODE-LIST (WS-WORK-IDX) TO WS-ROW-IMAGE
              WHEN TB-STATETAX
                 MOVE STATE-TAX-LIST (WS-WORK-IDX) TO WS-ROW-IMAGE
              WHEN TB-COMMGL
                 MOVE CLASS-GL-LIST (WS-WORK-IDX) TO WS-ROW-IMAGE
              WHEN TB-FISCPER
                 MOVE FISCAL-PERIOD-LIST (WS-WORK-IDX) TO WS-ROW-IMAGE
              WHEN TB-COMPANY
                 MOVE COMPANY-LIST (WS-WORK-IDX) TO WS-ROW-IMAGE
           END-EVALUATE.

      *06/01 A PLANTS row is wider than a log value since the address
      * went on, so a plant add or delete logs one row per field under
      * the same field names a change uses, not the row image.
       292-LogPlantRow.
           MOVE 'PLANT-NAME' TO WS-LOG-FIELD.
           MOVE PL-PLANT-NAME (WS-WORK-IDX) TO WS-LOG-NEW.
           PERFORM 293-LogPlantField.
           MOVE 'PLANT-STATE' TO WS-LOG-FIELD.
           MOVE PL-PLANT-STATE (WS-WORK-IDX) TO WS-LOG-NEW.
           PERFORM 293-LogPlantField.
           MOVE 'COMPANY-CODE' TO WS-LOG-FIELD.
           MOVE PL-COMPANY-CODE (WS-WORK-IDX) TO WS-LOG-NEW.
           PERFORM 293-LogPlantField.
           MOVE 'PLANT-STREET' TO WS-LOG-FIELD.
           MOVE PL-ADDRESS-1 (WS-WORK-IDX) TO WS-LOG-NEW.
           PERFORM 293-LogPlantField.
           MOVE 'PLANT-CITY' TO WS-LOG-FIELD.
           MOVE PL-CITY (WS-WORK-IDX) TO WS-LOG-NEW.
           PERFORM 293-LogPlantField.
           MOVE 'PLANT-ZIP' TO WS-LOG-FIELD.
           MOVE PL-ZIP-CODE (WS-WORK-IDX) TO WS-LOG-NEW.
           PERFORM 293-LogPlantField.

      * The value is staged in WS-LOG-NEW; a delete logs it as old.
       293-LogPlantField.
           IF WS-LOG-ACTION = 'D'
              MOVE WS-LOG-NEW TO WS-LOG-OLD
              MOVE SPACES TO WS-LOG-NEW
           ELSE
              MOVE SPACES TO WS-LOG-OLD
           END-IF.
           PERFORM 275-WriteLogRow.

       295-AcceptBuffer.
           MOVE SPACES TO WS-FIELD-BUFFER.
           ACCEPT WS-FIELD-BUFFER.

       300-Open-Files.
           OPEN INPUT VEHMAKE.
           IF IN-VEHMAKE-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning Input VEHMAKE'
                GO TO 2000-ABEND-RTN
           END-IF.
           OPEN INPUT VEHMODEL.
           IF IN-VEHMODEL-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning Input VEHMODEL'
                GO TO 2000-ABEND-RTN
           END-IF.
           OPEN INPUT PAYTERMS.
           IF IN-PAYTERMS-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning Input PAYTERMS'
                GO TO 2000-ABEND-RTN
           END-IF.
           OPEN INPUT HAZCLASS.
           IF IN-HAZCLASS-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning Input HAZCLASS'
                GO TO 2000-ABEND-RTN
           END-IF.
           OPEN INPUT CARRIERS.
           IF IN-CARRIERS-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning Input CARRIERS'
                GO TO 2000-ABEND-RTN
           END-IF.
           OPEN INPUT COUNTRY.
           IF IN-COUNTRY-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning Input COUNTRY'
                GO TO 2000-ABEND-RTN
           END-IF.
           OPEN INPUT COMCLAS.
           IF IN-COMCLAS-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning Input COMCLAS'
                GO TO 2000-ABEND-RTN
           END-IF.
           OPEN INPUT UOMFACT.
           IF IN-UOMFACT-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning Input UOMFACT'
                GO TO 2000-ABEND-RTN
           END-IF.
           OPEN INPUT PLANTS.
           IF IN-PLANTS-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning Input PLANTS'
                GO TO 2000-ABEND-RTN
           END-IF.
           OPEN INPUT RSNCODES.
           IF IN-RSNCODES-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning Input RSNCODES'
                GO TO 2000-ABEND-RTN
           END-IF.
           OPEN INPUT STATETAX.
           IF IN-STATETAX-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning Input STATETAX'
                GO TO 2000-ABEND-RTN
           END-IF.
           OPEN INPUT COMMGL.
           IF IN-COMMGL-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning Input COMMGL'
                GO TO 2000-ABEND-RTN
           END-IF.
           OPEN INPUT FISCPER.
           IF IN-FISCPER-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning Input FISCPER'
                GO TO 2000-ABEND-RTN
           END-IF.
           OPEN INPUT COMPANY.
           IF IN-COMPANY-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning Input COMPANY'
                GO TO 2000-ABEND-RTN
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
           OPEN EXTEND CTLCHGLG.
           IF OUT-CTLCHGLG-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning CTLCHGLG'
                GO TO 2000-ABEND-RTN
           END-IF.
           PERFORM 370-LoadProcessDate.

       3700-LoadOperators.
           INITIALIZE OPERATOR-TABLE.
           MOVE 1 TO WS-OPER-INDEX.
           PERFORM 3750-ReadNextOperator UNTIL OPERMST-EOF.
           COMPUTE OPERATOR-MAX = WS-OPER-INDEX - 1.
           CLOSE OPERMST.

       3750-ReadNextOperator.
           IF WS-OPER-INDEX > 200
              DISPLAY 'CTLMNT - OPERATOR TABLE FULL AT 200 '
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

      *05/17 Every table loads whole, the MAKETAB way, and closes.
       3800-LoadTables.
           INITIALIZE MAKE-TABLE.
           MOVE 1 TO WS-LOAD-INDEX.
           PERFORM 3810-ReadMake UNTIL VEHMAKE-EOF.
           COMPUTE MAKE-MAX = WS-LOAD-INDEX - 1.
           CLOSE VEHMAKE.
           INITIALIZE MODEL-TABLE.
           MOVE 1 TO WS-LOAD-INDEX.
           PERFORM 3815-ReadModel UNTIL VEHMODEL-EOF.
           COMPUTE MODEL-MAX = WS-LOAD-INDEX - 1.
           CLOSE VEHMODEL.
           INITIALIZE PAYMENT-TERMS-TABLE.
           MOVE 1 TO WS-LOAD-INDEX.
           PERFORM 3820-ReadTerms UNTIL PAYTERMS-EOF.
           COMPUTE PAYMENT-TERMS-MAX = WS-LOAD-INDEX - 1.
           CLOSE PAYTERMS.
           INITIALIZE HAZARD-CLASS-TABLE.
           MOVE 1 TO WS-LOAD-INDEX.
           PERFORM 3825-ReadHazard UNTIL HAZCLASS-EOF.
           COMPUTE HAZARD-CLASS-MAX = WS-LOAD-INDEX - 1.
           CLOSE HAZCLASS.
           INITIALIZE CARRIER-TABLE.
           MOVE 1 TO WS-LOAD-INDEX.
           PERFORM 3830-ReadCarrier UNTIL CARRIERS-EOF.
           COMPUTE CARRIER-MAX = WS-LOAD-INDEX - 1.
           CLOSE CARRIERS.
           INITIALIZE COUNTRY-TABLE.
           MOVE 1 TO WS-LOAD-INDEX.
           PERFORM 3835-ReadCountry UNTIL COUNTRY-EOF.
           COMPUTE COUNTRY-MAX = WS-LOAD-INDEX - 1.
           CLOSE COUNTRY.
           INITIALIZE COMMODITY-CLASS-TABLE.
           MOVE 1 TO WS-LOAD-INDEX.
           PERFORM 3840-ReadCommodity UNTIL COMCLAS-EOF.
           COMPUTE COMMODITY-CLASS-MAX = WS-LOAD-INDEX - 1.
           CLOSE COMCLAS.
           INITIALIZE UOM-CONV-TABLE.
           MOVE 1 TO WS-LOAD-INDEX.
           PERFORM 3845-ReadUom UNTIL UOMFACT-EOF.
           COMPUTE UOM-CONV-MAX = WS-LOAD-INDEX - 1.
           CLOSE UOMFACT.
           INITIALIZE PLANT-TABLE.
           MOVE 1 TO WS-LOAD-INDEX.
           PERFORM 3850-ReadPlant UNTIL PLANTS-EOF.
           COMPUTE PLANT-MAX = WS-LOAD-INDEX - 1.
           CLOSE PLANTS.
           INITIALIZE REASON-CODE-TABLE.
           MOVE 1 TO WS-LOAD-INDEX.
           PERFORM 3855-ReadReason UNTIL RSNCODES-EOF.
           COMPUTE RSNCODE-MAX = WS-LOAD-INDEX - 1.
           CLOSE RSNCODES.
           INITIALIZE STATE-TAX-TABLE.
           MOVE 1 TO WS-LOAD-INDEX.
           PERFORM 3860-ReadStateTax UNTIL STATETAX-EOF.
           COMPUTE STATE-TAX-MAX = WS-LOAD-INDEX - 1.
           CLOSE STATETAX.
           INITIALIZE CLASS-GL-TABLE.
           MOVE 1 TO WS-LOAD-INDEX.
           PERFORM 3865-ReadClassGl UNTIL COMMGL-EOF.
           COMPUTE CLASS-GL-MAX = WS-LOAD-INDEX - 1.
           CLOSE COMMGL.
           INITIALIZE FISCAL-PERIOD-TABLE.
           MOVE 1 TO WS-LOAD-INDEX.
           PERFORM 3870-ReadFiscal UNTIL FISCPER-EOF.
           COMPUTE FISCAL-PERIOD-MAX = WS-LOAD-INDEX - 1.
           CLOSE FISCPER.
           INITIALIZE COMPANY-TABLE.
           MOVE 1 TO WS-LOAD-INDEX.
           PERFORM 3875-ReadCompany UNTIL COMPANY-EOF.
           COMPUTE COMPANY-MAX = WS-LOAD-INDEX - 1.
           CLOSE COMPANY.

       3810-ReadMake.
           IF WS-LOAD-INDEX > 50
              DISPLAY 'CTLMNT - MAKE TABLE FULL AT 50 '
                 'ROWS - RAISE OCCURS IN MAKETAB'
              GO TO 2000-ABEND-RTN
           END-IF.
           READ VEHMAKE INTO MAKE-LIST(WS-LOAD-INDEX)
              AT END
                 MOVE 'Y' TO VEHMAKE-EOF-WS
           END-READ.
           IF NOT VEHMAKE-EOF
              ADD 1 TO WS-LOAD-INDEX
           END-IF.

       3815-ReadModel.
           IF WS-LOAD-INDEX > 200
              DISPLAY 'CTLMNT - MODEL TABLE FULL AT 200 '
                 'ROWS - RAISE OCCURS IN MODELTAB'
              GO TO 2000-ABEND-RTN
           END-IF.
           READ VEHMODEL INTO MODEL-LIST(WS-LOAD-INDEX)
              AT END
                 MOVE 'Y' TO VEHMODEL-EOF-WS
           END-READ.
           IF NOT VEHMODEL-EOF
              ADD 1 TO WS-LOAD-INDEX
           END-IF.

       3820-ReadTerms.
           IF WS-LOAD-INDEX > 50
              DISPLAY 'CTLMNT - TERMS TABLE FULL AT 50 '
                 'ROWS - RAISE OCCURS IN TERMTAB'
              GO TO 2000-ABEND-RTN
           END-IF.
           READ PAYTERMS INTO PAYMENT-TERMS-LIST(WS-LOAD-INDEX)
              AT END
                 MOVE 'Y' TO PAYTERMS-EOF-WS
           END-READ.
           IF NOT PAYTERMS-EOF
              ADD 1 TO WS-LOAD-INDEX
           END-IF.

       3825-ReadHazard.
           IF WS-LOAD-INDEX > 50
              DISPLAY 'CTLMNT - HAZARD CLASS TABLE FULL AT 50 '
                 'ROWS - RAISE OCCURS IN HAZTAB'
              GO TO 2000-ABEND-RTN
           END-IF.
           READ HAZCLASS INTO HAZARD-CLASS-LIST(WS-LOAD-INDEX)
              AT END
                 MOVE 'Y' TO HAZCLASS-EOF-WS
           END-READ.
           IF NOT HAZCLASS-EOF
              ADD 1 TO WS-LOAD-INDEX
           END-IF.

       3830-ReadCarrier.
           IF WS-LOAD-INDEX > 100
              DISPLAY 'CTLMNT - CARRIER TABLE FULL AT 100 '
                 'ROWS - RAISE OCCURS IN CARRTAB'
              GO TO 2000-ABEND-RTN
           END-IF.
           READ CARRIERS INTO CARRIER-LIST(WS-LOAD-INDEX)
              AT END
                 MOVE 'Y' TO CARRIERS-EOF-WS
           END-READ.
           IF NOT CARRIERS-EOF
              ADD 1 TO WS-LOAD-INDEX
           END-IF.

       3835-ReadCountry.
           IF WS-LOAD-INDEX > 250
              DISPLAY 'CTLMNT - COUNTRY TABLE FULL AT 250 '
                 'ROWS - RAISE OCCURS IN CTRYTAB'
              GO TO 2000-ABEND-RTN
           END-IF.
           READ COUNTRY INTO COUNTRY-LIST(WS-LOAD-INDEX)
              AT END
                 MOVE 'Y' TO COUNTRY-EOF-WS
           END-READ.
           IF NOT COUNTRY-EOF
              ADD 1 TO WS-LOAD-INDEX
           END-IF.

       3840-ReadCommodity.
           IF WS-LOAD-INDEX > 100
              DISPLAY 'CTLMNT - COMMODITY TABLE FULL AT 100 '
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

       3845-ReadUom.
           IF WS-LOAD-INDEX > 100
              DISPLAY 'CTLMNT - UOM TABLE FULL AT 100 '
                 'ROWS - RAISE OCCURS IN UOMTAB'
              GO TO 2000-ABEND-RTN
           END-IF.
           READ UOMFACT INTO UOM-CONV-LIST(WS-LOAD-INDEX)
              AT END
                 MOVE 'Y' TO UOMFACT-EOF-WS
           END-READ.
           IF NOT UOMFACT-EOF
              ADD 1 TO WS-LOAD-INDEX
           END-IF.

       3850-ReadPlant.
           IF WS-LOAD-INDEX > 10
              DISPLAY 'CTLMNT - PLANT TABLE FULL AT 10 '
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

       3855-ReadReason.
           IF WS-LOAD-INDEX > 100
              DISPLAY 'CTLMNT - REASON CODE TABLE FULL AT 100 '
                 'ROWS - RAISE OCCURS IN RSNTAB'
              GO TO 2000-ABEND-RTN
           END-IF.
           READ RSNCODES INTO REASON-CODE-LIST(WS-LOAD-INDEX)
              AT END
                 MOVE 'Y' TO RSNCODES-EOF-WS
           END-READ.
           IF NOT RSNCODES-EOF
              ADD 1 TO WS-LOAD-INDEX
           END-IF.

       3860-ReadStateTax.
           IF WS-LOAD-INDEX > 60
              DISPLAY 'CTLMNT - STATE TAX TABLE FULL AT 60 '
                 'ROWS - RAISE OCCURS IN TAXTAB'
              GO TO 2000-ABEND-RTN
           END-IF.
           READ STATETAX INTO STATE-TAX-LIST(WS-LOAD-INDEX)
              AT END
                 MOVE 'Y' TO STATETAX-EOF-WS
           END-READ.
           IF NOT STATETAX-EOF
              ADD 1 TO WS-LOAD-INDEX
           END-IF.

       3865-ReadClassGl.
           IF WS-LOAD-INDEX > 100
              DISPLAY 'CTLMNT - CLASS GL TABLE FULL AT 100 '
                 'ROWS - RAISE OCCURS IN GLXTAB'
              GO TO 2000-ABEND-RTN
           END-IF.
           READ COMMGL INTO CLASS-GL-LIST(WS-LOAD-INDEX)
              AT END
                 MOVE 'Y' TO COMMGL-EOF-WS
           END-READ.
           IF NOT COMMGL-EOF
              ADD 1 TO WS-LOAD-INDEX
           END-IF.

       3870-ReadFiscal.
           IF WS-LOAD-INDEX > 200
              DISPLAY 'CTLMNT - PERIOD TABLE FULL AT 200 '
                 'ROWS - RAISE OCCURS IN FISCTAB'
              GO TO 2000-ABEND-RTN
           END-IF.
           READ FISCPER INTO FISCAL-PERIOD-LIST(WS-LOAD-INDEX)
              AT END
                 MOVE 'Y' TO FISCPER-EOF-WS
           END-READ.
           IF NOT FISCPER-EOF
              ADD 1 TO WS-LOAD-INDEX
           END-IF.

       3875-ReadCompany.
           IF WS-LOAD-INDEX > 10
              DISPLAY 'CTLMNT - COMPANY TABLE FULL AT 10 '
                 'ROWS - RAISE OCCURS IN COMPTAB'
              GO TO 2000-ABEND-RTN
           END-IF.
           READ COMPANY INTO COMPANY-LIST(WS-LOAD-INDEX)
              AT END
                 MOVE 'Y' TO COMPANY-EOF-WS
           END-READ.
           IF NOT COMPANY-EOF
              ADD 1 TO WS-LOAD-INDEX
           END-IF.

       4100-Capture-VEHMAKE.
           MOVE MAKE-NAME (WS-WORK-IDX) TO WS-LOG-OLD.
           DISPLAY 'MAKE NAME      (' MAKE-NAME (WS-WORK-IDX)
              ') NEW VALUE: ' WITH NO ADVANCING.
           PERFORM 295-AcceptBuffer.
           IF WS-FIELD-BUFFER NOT = SPACES
              MOVE WS-FIELD-BUFFER TO MAKE-NAME (WS-WORK-IDX)
           END-IF.
           MOVE MAKE-NAME (WS-WORK-IDX) TO WS-LOG-NEW.
           MOVE 'MAKE-NAME' TO WS-LOG-FIELD.
           PERFORM 276-LogField.
      * The lead-time band may not cross - raise the max before the
      * min when moving both up.
           MOVE MIN-LEAD-WEEKS (WS-WORK-IDX) TO WS-LOG-OLD.
           DISPLAY 'MIN LEAD WEEKS 999 (' MIN-LEAD-WEEKS (WS-WORK-IDX)
              ') NEW VALUE: ' WITH NO ADVANCING.
           PERFORM 295-AcceptBuffer.
           IF WS-FIELD-BUFFER NOT = SPACES
              IF WS-FIELD-BUFFER (1:3) NOT NUMERIC
                 DISPLAY 'NOT 3 DIGITS - UNCHANGED.'
              ELSE
                 IF MAX-LEAD-WEEKS (WS-WORK-IDX) > ZERO
                    AND WS-FIELD-BUFFER (1:3)
                       > MAX-LEAD-WEEKS (WS-WORK-IDX)
                    DISPLAY 'ABOVE MAX LEAD WEEKS - UNCHANGED.'
                 ELSE
                    MOVE WS-FIELD-BUFFER (1:3)
                       TO MIN-LEAD-WEEKS (WS-WORK-IDX)
                 END-IF
              END-IF
           END-IF.
           MOVE MIN-LEAD-WEEKS (WS-WORK-IDX) TO WS-LOG-NEW.
           MOVE 'MIN-LEAD-WKS' TO WS-LOG-FIELD.
           PERFORM 276-LogField.
           MOVE MAX-LEAD-WEEKS (WS-WORK-IDX) TO WS-LOG-OLD.
           DISPLAY 'MAX LEAD WEEKS 999 (' MAX-LEAD-WEEKS (WS-WORK-IDX)
              ') NEW VALUE: ' WITH NO ADVANCING.
           PERFORM 295-AcceptBuffer.
           IF WS-FIELD-BUFFER NOT = SPACES
              IF WS-FIELD-BUFFER (1:3) NOT NUMERIC
                 DISPLAY 'NOT 3 DIGITS - UNCHANGED.'
              ELSE
                 IF WS-FIELD-BUFFER (1:3)
                       < MIN-LEAD-WEEKS (WS-WORK-IDX)
                    DISPLAY 'BELOW MIN LEAD WEEKS - UNCHANGED.'
                 ELSE
                    MOVE WS-FIELD-BUFFER (1:3)
                       TO MAX-LEAD-WEEKS (WS-WORK-IDX)
                 END-IF
              END-IF
           END-IF.
           MOVE MAX-LEAD-WEEKS (WS-WORK-IDX) TO WS-LOG-NEW.
           MOVE 'MAX-LEAD-WKS' TO WS-LOG-FIELD.
           PERFORM 276-LogField.

      *05/17 Discount days may not run past net days; no discount
      * percent means no discount days.
       4300-Capture-PAYTERMS.
           MOVE TM-NET-DAYS (WS-WORK-IDX) TO WS-LOG-OLD.
           DISPLAY 'NET DAYS 999   (' TM-NET-DAYS (WS-WORK-IDX)
              ') NEW VALUE: ' WITH NO ADVANCING.
           PERFORM 295-AcceptBuffer.
           IF WS-FIELD-BUFFER NOT = SPACES
              IF WS-FIELD-BUFFER (1:3) NOT NUMERIC
                 OR WS-FIELD-BUFFER (1:3) = '000'
                 DISPLAY 'NOT 3 DIGITS OVER ZERO - UNCHANGED.'
              ELSE
                 IF WS-FIELD-BUFFER (1:3) < TM-DISC-DAYS (WS-WORK-IDX)
                    DISPLAY 'UNDER DISCOUNT DAYS - UNCHANGED.'
                 ELSE
                    MOVE WS-FIELD-BUFFER (1:3)
                       TO TM-NET-DAYS (WS-WORK-IDX)
                 END-IF
              END-IF
           END-IF.
           MOVE TM-NET-DAYS (WS-WORK-IDX) TO WS-LOG-NEW.
           MOVE 'NET-DAYS' TO WS-LOG-FIELD.
           PERFORM 276-LogField.
           MOVE TM-DISC-PCT (WS-WORK-IDX) TO WS-PCT4-OUT.
           MOVE WS-PCT4-OUT TO WS-LOG-OLD.
           DISPLAY 'DISC PCT 9(2)V99 (' WS-PCT4-OUT
              ') NEW VALUE: ' WITH NO ADVANCING.
           PERFORM 295-AcceptBuffer.
           IF WS-FIELD-BUFFER NOT = SPACES
              IF WS-FIELD-BUFFER (1:4) NUMERIC
                 MOVE WS-FIELD-BUFFER (1:4) TO WS-PCT4-IN-X
                 MOVE WS-PCT4-IN TO TM-DISC-PCT (WS-WORK-IDX)
              ELSE
                 DISPLAY 'NOT 4 DIGITS - UNCHANGED.'
              END-IF
           END-IF.
           MOVE TM-DISC-PCT (WS-WORK-IDX) TO WS-PCT4-OUT.
           MOVE WS-PCT4-OUT TO WS-LOG-NEW.
           MOVE 'DISC-PCT' TO WS-LOG-FIELD.
           PERFORM 276-LogField.
           MOVE TM-DISC-DAYS (WS-WORK-IDX) TO WS-LOG-OLD.
           DISPLAY 'DISC DAYS 999  (' TM-DISC-DAYS (WS-WORK-IDX)
              ') NEW VALUE: ' WITH NO ADVANCING.
           PERFORM 295-AcceptBuffer.
           IF WS-FIELD-BUFFER NOT = SPACES
              IF WS-FIELD-BUFFER (1:3) NOT NUMERIC
                 DISPLAY 'NOT 3 DIGITS - UNCHANGED.'
              ELSE
                 IF WS-FIELD-BUFFER (1:3) > TM-NET-DAYS (WS-WORK-IDX)
                    DISPLAY 'PAST NET DAYS - UNCHANGED.'
                 ELSE
                    MOVE WS-FIELD-BUFFER (1:3)
                       TO TM-DISC-DAYS (WS-WORK-IDX)
                 END-IF
              END-IF
           END-IF.
           IF TM-DISC-PCT (WS-WORK-IDX) = ZERO
              AND TM-DISC-DAYS (WS-WORK-IDX) > ZERO
              DISPLAY 'NO DISCOUNT PERCENT - DISCOUNT DAYS CLEARED.'
              MOVE ZERO TO TM-DISC-DAYS (WS-WORK-IDX)
           END-IF.
           MOVE TM-DISC-DAYS (WS-WORK-IDX) TO WS-LOG-NEW.
           MOVE 'DISC-DAYS' TO WS-LOG-FIELD.
           PERFORM 276-LogField.

       4400-Capture-HAZCLASS.
           MOVE HZ-DESCRIPTION (WS-WORK-IDX) TO WS-LOG-OLD.
           DISPLAY 'DESCRIPTION    (' HZ-DESCRIPTION (WS-WORK-IDX)
              ') NEW VALUE: ' WITH NO ADVANCING.
           PERFORM 295-AcceptBuffer.
           IF WS-FIELD-BUFFER NOT = SPACES
              MOVE WS-FIELD-BUFFER TO HZ-DESCRIPTION (WS-WORK-IDX)
           END-IF.
           MOVE HZ-DESCRIPTION (WS-WORK-IDX) TO WS-LOG-NEW.
           MOVE 'DESCRIPTION' TO WS-LOG-FIELD.
           PERFORM 276-LogField.

       4500-Capture-CARRIERS.
           MOVE CR-CARRIER-NAME (WS-WORK-IDX) TO WS-LOG-OLD.
           DISPLAY 'CARRIER NAME   (' CR-CARRIER-NAME (WS-WORK-IDX)
              ') NEW VALUE: ' WITH NO ADVANCING.
           PERFORM 295-AcceptBuffer.
           IF WS-FIELD-BUFFER NOT = SPACES
              MOVE WS-FIELD-BUFFER TO CR-CARRIER-NAME (WS-WORK-IDX)
           END-IF.
           MOVE CR-CARRIER-NAME (WS-WORK-IDX) TO WS-LOG-NEW.
           MOVE 'CARRIER-NAME' TO WS-LOG-FIELD.
           PERFORM 276-LogField.
           MOVE CR-CONTRACT-FLAG (WS-WORK-IDX) TO WS-LOG-OLD.
           DISPLAY 'CONTRACTED Y/N (' CR-CONTRACT-FLAG (WS-WORK-IDX)
              ') NEW VALUE: ' WITH NO ADVANCING.
           PERFORM 295-AcceptBuffer.
           IF WS-FIELD-BUFFER NOT = SPACES
              IF WS-FIELD-BUFFER (1:1) = 'Y' OR 'N'
                 MOVE WS-FIELD-BUFFER (1:1)
                    TO CR-CONTRACT-FLAG (WS-WORK-IDX)
              ELSE
                 DISPLAY 'NOT Y OR N - UNCHANGED.'
              END-IF
           END-IF.
           MOVE CR-CONTRACT-FLAG (WS-WORK-IDX) TO WS-LOG-NEW.
           MOVE 'CONTRACTED' TO WS-LOG-FIELD.
           PERFORM 276-LogField.

       4600-Capture-COUNTRY.
           MOVE CY-COUNTRY-NAME (WS-WORK-IDX) TO WS-LOG-OLD.
           DISPLAY 'COUNTRY NAME   (' CY-COUNTRY-NAME (WS-WORK-IDX)
              ') NEW VALUE: ' WITH NO ADVANCING.
           PERFORM 295-AcceptBuffer.
           IF WS-FIELD-BUFFER NOT = SPACES
              MOVE WS-FIELD-BUFFER TO CY-COUNTRY-NAME (WS-WORK-IDX)
           END-IF.
           MOVE CY-COUNTRY-NAME (WS-WORK-IDX) TO WS-LOG-NEW.
           MOVE 'COUNTRY-NAME' TO WS-LOG-FIELD.
           PERFORM 276-LogField.
           MOVE CY-DUTY-RATE-PCT (WS-WORK-IDX) TO WS-PCT4-OUT.
           MOVE WS-PCT4-OUT TO WS-LOG-OLD.
           DISPLAY 'DUTY PCT 9(2)V99 (' WS-PCT4-OUT
              ') NEW VALUE: ' WITH NO ADVANCING.
           PERFORM 295-AcceptBuffer.
           IF WS-FIELD-BUFFER NOT = SPACES
              IF WS-FIELD-BUFFER (1:4) NUMERIC
                 MOVE WS-FIELD-BUFFER (1:4) TO WS-PCT4-IN-X
                 MOVE WS-PCT4-IN TO CY-DUTY-RATE-PCT (WS-WORK-IDX)
              ELSE
                 DISPLAY 'NOT 4 DIGITS - UNCHANGED.'
              END-IF
           END-IF.
           MOVE CY-DUTY-RATE-PCT (WS-WORK-IDX) TO WS-PCT4-OUT.
           MOVE WS-PCT4-OUT TO WS-LOG-NEW.
           MOVE 'DUTY-PCT' TO WS-LOG-FIELD.
           PERFORM 276-LogField.

       4700-Capture-COMCLAS.
           MOVE CC-DESCRIPTION (WS-WORK-IDX) TO WS-LOG-OLD.
           DISPLAY 'DESCRIPTION    (' CC-DESCRIPTION (WS-WORK-IDX)
              ') NEW VALUE: ' WITH NO ADVANCING.
           PERFORM 295-AcceptBuffer.
           IF WS-FIELD-BUFFER NOT = SPACES
              MOVE WS-FIELD-BUFFER TO CC-DESCRIPTION (WS-WORK-IDX)
           END-IF.
           MOVE CC-DESCRIPTION (WS-WORK-IDX) TO WS-LOG-NEW.
           MOVE 'DESCRIPTION' TO WS-LOG-FIELD.
           PERFORM 276-LogField.

       4800-Capture-UOMFACT.
           MOVE UC-EACH-FACTOR (WS-WORK-IDX) TO WS-LOG-OLD.
           DISPLAY 'EACHES PER UOM 99999 ('
              UC-EACH-FACTOR (WS-WORK-IDX)
              ') NEW VALUE: ' WITH NO ADVANCING.
           PERFORM 295-AcceptBuffer.
           IF WS-FIELD-BUFFER NOT = SPACES
              IF WS-FIELD-BUFFER (1:5) NOT NUMERIC
                 OR WS-FIELD-BUFFER (1:5) = '00000'
                 DISPLAY 'NOT 5 DIGITS OVER ZERO - UNCHANGED.'
              ELSE
                 MOVE WS-FIELD-BUFFER (1:5)
                    TO UC-EACH-FACTOR (WS-WORK-IDX)
              END-IF
           END-IF.
           MOVE UC-EACH-FACTOR (WS-WORK-IDX) TO WS-LOG-NEW.
           MOVE 'EACH-FACTOR' TO WS-LOG-FIELD.
           PERFORM 276-LogField.

       4900-Capture-PLANTS.
           MOVE PL-PLANT-NAME (WS-WORK-IDX) TO WS-LOG-OLD.
           DISPLAY 'PLANT NAME     (' PL-PLANT-NAME (WS-WORK-IDX)
              ') NEW VALUE: ' WITH NO ADVANCING.
           PERFORM 295-AcceptBuffer.
           IF WS-FIELD-BUFFER NOT = SPACES
              MOVE WS-FIELD-BUFFER TO PL-PLANT-NAME (WS-WORK-IDX)
           END-IF.
           MOVE PL-PLANT-NAME (WS-WORK-IDX) TO WS-LOG-NEW.
           MOVE 'PLANT-NAME' TO WS-LOG-FIELD.
           PERFORM 276-LogField.
           MOVE PL-PLANT-STATE (WS-WORK-IDX) TO WS-LOG-OLD.
           DISPLAY 'PLANT STATE    (' PL-PLANT-STATE (WS-WORK-IDX)
              ') NEW VALUE: ' WITH NO ADVANCING.
           PERFORM 295-AcceptBuffer.
           IF WS-FIELD-BUFFER NOT = SPACES
              IF WS-FIELD-BUFFER (1:2) ALPHABETIC
                 AND WS-FIELD-BUFFER (1:1) NOT = SPACE
                 AND WS-FIELD-BUFFER (2:1) NOT = SPACE
                 AND WS-FIELD-BUFFER (3:1) = SPACE
                 MOVE WS-FIELD-BUFFER (1:2)
                    TO PL-PLANT-STATE (WS-WORK-IDX)
              ELSE
                 DISPLAY 'STATE IS TWO LETTERS - UNCHANGED.'
              END-IF
           END-IF.
           MOVE PL-PLANT-STATE (WS-WORK-IDX) TO WS-LOG-NEW.
           MOVE 'PLANT-STATE' TO WS-LOG-FIELD.
           PERFORM 276-LogField.
      *05/22 The owning company must be on COMPANY; a blank leaves
      * the plant with company '01'.
           MOVE PL-COMPANY-CODE (WS-WORK-IDX) TO WS-LOG-OLD.
           DISPLAY 'COMPANY CODE   (' PL-COMPANY-CODE (WS-WORK-IDX)
              ') NEW VALUE: ' WITH NO ADVANCING.
           PERFORM 295-AcceptBuffer.
           IF WS-FIELD-BUFFER NOT = SPACES
              MOVE 'N' TO WS-REF-FOUND-FLAG
              PERFORM VARYING WS-REF-IDX FROM 1 BY 1
                 UNTIL WS-REF-IDX > COMPANY-MAX OR REFERENCE-FOUND
                    IF CO-COMPANY-CODE (WS-REF-IDX)
                          = WS-FIELD-BUFFER (1:2)
                       AND WS-FIELD-BUFFER (3:1) = SPACE
                       MOVE 'Y' TO WS-REF-FOUND-FLAG
                    END-IF
              END-PERFORM
              IF REFERENCE-FOUND
                 MOVE WS-FIELD-BUFFER (1:2)
                    TO PL-COMPANY-CODE (WS-WORK-IDX)
              ELSE
                 DISPLAY 'NOT ON COMPANY - UNCHANGED.'
              END-IF
           END-IF.
           MOVE PL-COMPANY-CODE (WS-WORK-IDX) TO WS-LOG-NEW.
           MOVE 'COMPANY-CODE' TO WS-LOG-FIELD.
           PERFORM 276-LogField.
      *05/23 The building's street address - printed as the ship-to
      * on the purchase-order documents non-EDI suppliers get.
           MOVE PL-ADDRESS-1 (WS-WORK-IDX) TO WS-LOG-OLD.
           DISPLAY 'STREET ADDRESS (' PL-ADDRESS-1 (WS-WORK-IDX)
              ') NEW VALUE: ' WITH NO ADVANCING.
           PERFORM 295-AcceptBuffer.
           IF WS-FIELD-BUFFER NOT = SPACES
              MOVE WS-FIELD-BUFFER TO PL-ADDRESS-1 (WS-WORK-IDX)
           END-IF.
           MOVE PL-ADDRESS-1 (WS-WORK-IDX) TO WS-LOG-NEW.
           MOVE 'PLANT-STREET' TO WS-LOG-FIELD.
           PERFORM 276-LogField.
           MOVE PL-CITY (WS-WORK-IDX) TO WS-LOG-OLD.
           DISPLAY 'CITY           (' PL-CITY (WS-WORK-IDX)
              ') NEW VALUE: ' WITH NO ADVANCING.
           PERFORM 295-AcceptBuffer.
           IF WS-FIELD-BUFFER NOT = SPACES
              MOVE WS-FIELD-BUFFER TO PL-CITY (WS-WORK-IDX)
           END-IF.
           MOVE PL-CITY (WS-WORK-IDX) TO WS-LOG-NEW.
           MOVE 'PLANT-CITY' TO WS-LOG-FIELD.
           PERFORM 276-LogField.
           MOVE PL-ZIP-CODE (WS-WORK-IDX) TO WS-LOG-OLD.
           DISPLAY 'ZIP CODE       (' PL-ZIP-CODE (WS-WORK-IDX)
              ') NEW VALUE: ' WITH NO ADVANCING.
           PERFORM 295-AcceptBuffer.
           IF WS-FIELD-BUFFER NOT = SPACES
              MOVE WS-FIELD-BUFFER TO PL-ZIP-CODE (WS-WORK-IDX)
           END-IF.
           MOVE PL-ZIP-CODE (WS-WORK-IDX) TO WS-LOG-NEW.
           MOVE 'PLANT-ZIP' TO WS-LOG-FIELD.
           PERFORM 276-LogField.

       5000-Capture-RSNCODES.
           MOVE RC-TEXT (WS-WORK-IDX) TO WS-LOG-OLD.
           DISPLAY 'REASON TEXT    (' RC-TEXT (WS-WORK-IDX)
              ') NEW VALUE: ' WITH NO ADVANCING.
           PERFORM 295-AcceptBuffer.
           IF WS-FIELD-BUFFER NOT = SPACES
              MOVE WS-FIELD-BUFFER TO RC-TEXT (WS-WORK-IDX)
           END-IF.
           MOVE RC-TEXT (WS-WORK-IDX) TO WS-LOG-NEW.
           MOVE 'REASON-TEXT' TO WS-LOG-FIELD.
           PERFORM 276-LogField.
           MOVE RC-SEVERITY (WS-WORK-IDX) TO WS-LOG-OLD.
           DISPLAY 'SEVERITY R/W   (' RC-SEVERITY (WS-WORK-IDX)
              ') NEW VALUE: ' WITH NO ADVANCING.
           PERFORM 295-AcceptBuffer.
           IF WS-FIELD-BUFFER NOT = SPACES
              IF WS-FIELD-BUFFER (1:1) = 'R' OR 'W'
                 MOVE WS-FIELD-BUFFER (1:1)
                    TO RC-SEVERITY (WS-WORK-IDX)
              ELSE
                 DISPLAY 'NOT R OR W - UNCHANGED.'
              END-IF
           END-IF.
           MOVE RC-SEVERITY (WS-WORK-IDX) TO WS-LOG-NEW.
           MOVE 'SEVERITY' TO WS-LOG-FIELD.
           PERFORM 276-LogField.
           MOVE RC-TEAM (WS-WORK-IDX) TO WS-LOG-OLD.
           DISPLAY 'OWNING TEAM    (' RC-TEAM (WS-WORK-IDX)
              ') NEW VALUE: ' WITH NO ADVANCING.
           PERFORM 295-AcceptBuffer.
           IF WS-FIELD-BUFFER NOT = SPACES
              MOVE WS-FIELD-BUFFER TO RC-TEAM (WS-WORK-IDX)
           END-IF.
           MOVE RC-TEAM (WS-WORK-IDX) TO WS-LOG-NEW.
           MOVE 'OWNING-TEAM' TO WS-LOG-FIELD.
           PERFORM 276-LogField.

       5100-Capture-STATETAX.
           MOVE TX-RATE-PCT (WS-WORK-IDX) TO WS-PCT6-OUT.
           MOVE WS-PCT6-OUT TO WS-LOG-OLD.
           DISPLAY 'RATE PCT 9(2)V9(4) (' WS-PCT6-OUT
              ') NEW VALUE: ' WITH NO ADVANCING.
           PERFORM 295-AcceptBuffer.
           IF WS-FIELD-BUFFER NOT = SPACES
              IF WS-FIELD-BUFFER (1:6) NUMERIC
                 MOVE WS-FIELD-BUFFER (1:6) TO WS-PCT6-IN-X
                 MOVE WS-PCT6-IN TO TX-RATE-PCT (WS-WORK-IDX)
              ELSE
                 DISPLAY 'NOT 6 DIGITS - UNCHANGED.'
              END-IF
           END-IF.
           MOVE TX-RATE-PCT (WS-WORK-IDX) TO WS-PCT6-OUT.
           MOVE WS-PCT6-OUT TO WS-LOG-NEW.
           MOVE 'RATE-PCT' TO WS-LOG-FIELD.
           PERFORM 276-LogField.

       5200-Capture-COMMGL.
           MOVE CG-GL-ACCOUNT (WS-WORK-IDX) TO WS-LOG-OLD.
           DISPLAY 'GL ACCOUNT     (' CG-GL-ACCOUNT (WS-WORK-IDX)
              ') NEW VALUE: ' WITH NO ADVANCING.
           PERFORM 295-AcceptBuffer.
           IF WS-FIELD-BUFFER NOT = SPACES
              MOVE WS-FIELD-BUFFER TO CG-GL-ACCOUNT (WS-WORK-IDX)
           END-IF.
           MOVE CG-GL-ACCOUNT (WS-WORK-IDX) TO WS-LOG-NEW.
           MOVE 'GL-ACCOUNT' TO WS-LOG-FIELD.
           PERFORM 276-LogField.

      *05/21 A closed period's dates are locked - reopen it first.
      * Periods may not overlap. Closing takes a period that has
      * ended and whose earlier periods are all closed; reopening
      * takes a period with no later period closed, so the books
      * close and reopen in order and FISCLOOK's "next open period"
      * is always the one finance is working in.
       5300-Capture-FISCPER.
           IF FP-CLOSED (WS-WORK-IDX)
              DISPLAY 'PERIOD IS CLOSED - DATES LOCKED.'
           ELSE
              PERFORM 5310-Capture-FP-Dates
           END-IF.
           MOVE FP-STATUS (WS-WORK-IDX) TO WS-LOG-OLD.
           DISPLAY 'STATUS O/C     (' FP-STATUS (WS-WORK-IDX)
              ') NEW VALUE: ' WITH NO ADVANCING.
           PERFORM 295-AcceptBuffer.
           IF WS-FIELD-BUFFER NOT = SPACES
              IF WS-FIELD-BUFFER (1:1) = 'C'
                 AND FP-OPEN (WS-WORK-IDX)
                 PERFORM 5330-ClosePeriod
              ELSE
                 IF WS-FIELD-BUFFER (1:1) = 'O'
                    AND FP-CLOSED (WS-WORK-IDX)
                    PERFORM 5340-ReopenPeriod
                 ELSE
                    IF WS-FIELD-BUFFER (1:1) NOT = 'O'
                       AND WS-FIELD-BUFFER (1:1) NOT = 'C'
                       DISPLAY 'NOT O OR C - UNCHANGED.'
                    END-IF
                 END-IF
              END-IF
           END-IF.
           MOVE FP-STATUS (WS-WORK-IDX) TO WS-LOG-NEW.
           MOVE 'STATUS' TO WS-LOG-FIELD.
           PERFORM 276-LogField.

       5310-Capture-FP-Dates.
           MOVE FP-START-DATE (WS-WORK-IDX) TO WS-LOG-OLD.
           DISPLAY 'START DATE YYYYMMDD (' FP-START-DATE (WS-WORK-IDX)
              ') NEW VALUE: ' WITH NO ADVANCING.
           PERFORM 295-AcceptBuffer.
           IF WS-FIELD-BUFFER NOT = SPACES
              IF WS-FIELD-BUFFER (1:8) NOT NUMERIC
                 OR WS-FIELD-BUFFER (1:8) = '00000000'
                 DISPLAY 'NOT 8 DIGITS - UNCHANGED.'
              ELSE
                 MOVE WS-FIELD-BUFFER (1:8) TO WS-FP-NEW-START
                 MOVE FP-END-DATE (WS-WORK-IDX) TO WS-FP-NEW-END
                 IF WS-FP-NEW-END = ZERO
                    MOVE WS-FP-NEW-START TO WS-FP-NEW-END
                 END-IF
                 IF WS-FP-NEW-START > WS-FP-NEW-END
                    DISPLAY 'AFTER END DATE - UNCHANGED.'
                 ELSE
                    PERFORM 5320-CheckOverlap
                    IF REFERENCE-FOUND
                       DISPLAY 'OVERLAPS PERIOD '
                          FP-PERIOD (WS-REF-IDX) ' - UNCHANGED.'
                    ELSE
                       MOVE WS-FP-NEW-START
                          TO FP-START-DATE (WS-WORK-IDX)
                    END-IF
                 END-IF
              END-IF
           END-IF.
           MOVE FP-START-DATE (WS-WORK-IDX) TO WS-LOG-NEW.
           MOVE 'START-DATE' TO WS-LOG-FIELD.
           PERFORM 276-LogField.
           MOVE FP-END-DATE (WS-WORK-IDX) TO WS-LOG-OLD.
           DISPLAY 'END DATE YYYYMMDD   (' FP-END-DATE (WS-WORK-IDX)
              ') NEW VALUE: ' WITH NO ADVANCING.
           PERFORM 295-AcceptBuffer.
           IF WS-FIELD-BUFFER NOT = SPACES
              IF WS-FIELD-BUFFER (1:8) NOT NUMERIC
                 OR WS-FIELD-BUFFER (1:8) = '00000000'
                 DISPLAY 'NOT 8 DIGITS - UNCHANGED.'
              ELSE
                 MOVE WS-FIELD-BUFFER (1:8) TO WS-FP-NEW-END
                 MOVE FP-START-DATE (WS-WORK-IDX) TO WS-FP-NEW-START
                 IF WS-FP-NEW-START = ZERO
                    MOVE WS-FP-NEW-END TO WS-FP-NEW-START
                 END-IF
                 IF WS-FP-NEW-END < WS-FP-NEW-START
                    DISPLAY 'BEFORE START DATE - UNCHANGED.'
                 ELSE
                    PERFORM 5320-CheckOverlap
                    IF REFERENCE-FOUND
                       DISPLAY 'OVERLAPS PERIOD '
                          FP-PERIOD (WS-REF-IDX) ' - UNCHANGED.'
                    ELSE
                       MOVE WS-FP-NEW-END
                          TO FP-END-DATE (WS-WORK-IDX)
                    END-IF
                 END-IF
              END-IF
           END-IF.
           MOVE FP-END-DATE (WS-WORK-IDX) TO WS-LOG-NEW.
           MOVE 'END-DATE' TO WS-LOG-FIELD.
           PERFORM 276-LogField.

      *05/21 Leaves WS-REF-IDX on the first other period whose range
      * meets WS-FP-NEW-START thru WS-FP-NEW-END.
       5320-CheckOverlap.
           MOVE 'N' TO WS-REF-FOUND-FLAG.
           PERFORM VARYING WS-REF-IDX FROM 1 BY 1
              UNTIL WS-REF-IDX > FISCAL-PERIOD-MAX OR REFERENCE-FOUND
                 IF WS-REF-IDX NOT = WS-WORK-IDX
                    AND FP-START-DATE (WS-REF-IDX) > ZERO
                    AND FP-START-DATE (WS-REF-IDX) <= WS-FP-NEW-END
                    AND FP-END-DATE (WS-REF-IDX) >= WS-FP-NEW-START
                    MOVE 'Y' TO WS-REF-FOUND-FLAG
                 END-IF
           END-PERFORM.
           IF REFERENCE-FOUND
              SUBTRACT 1 FROM WS-REF-IDX
           END-IF.

       5330-ClosePeriod.
           IF FP-END-DATE (WS-WORK-IDX) = ZERO
              OR FP-END-DATE (WS-WORK-IDX) >= PROCESS-DATE
              DISPLAY 'PERIOD HAS NOT ENDED - STILL OPEN.'
           ELSE
              MOVE 'N' TO WS-REF-FOUND-FLAG
              PERFORM VARYING WS-REF-IDX FROM 1 BY 1
                 UNTIL WS-REF-IDX > FISCAL-PERIOD-MAX
                    OR REFERENCE-FOUND
                    IF FP-OPEN (WS-REF-IDX)
                       AND FP-PERIOD (WS-REF-IDX)
                          < FP-PERIOD (WS-WORK-IDX)
                       MOVE 'Y' TO WS-REF-FOUND-FLAG
                    END-IF
              END-PERFORM
              IF REFERENCE-FOUND
                 DISPLAY 'AN EARLIER PERIOD IS STILL OPEN - '
                    'STILL OPEN.'
              ELSE
                 MOVE 'C' TO FP-STATUS (WS-WORK-IDX)
                 MOVE PROCESS-DATE TO FP-CLOSED-DATE (WS-WORK-IDX)
                 MOVE WS-OPERATOR-ID TO FP-CLOSED-BY (WS-WORK-IDX)
              END-IF
           END-IF.

       5340-ReopenPeriod.
           MOVE 'N' TO WS-REF-FOUND-FLAG.
           PERFORM VARYING WS-REF-IDX FROM 1 BY 1
              UNTIL WS-REF-IDX > FISCAL-PERIOD-MAX OR REFERENCE-FOUND
                 IF FP-CLOSED (WS-REF-IDX)
                    AND FP-PERIOD (WS-REF-IDX)
                       > FP-PERIOD (WS-WORK-IDX)
                    MOVE 'Y' TO WS-REF-FOUND-FLAG
                 END-IF
           END-PERFORM.
           IF REFERENCE-FOUND
              DISPLAY 'A LATER PERIOD IS CLOSED - STILL CLOSED.'
           ELSE
              MOVE 'O' TO FP-STATUS (WS-WORK-IDX)
              MOVE ZERO TO FP-CLOSED-DATE (WS-WORK-IDX)
              MOVE SPACES TO FP-CLOSED-BY (WS-WORK-IDX)
           END-IF.

      *05/22 The company's name and payer TIN, and the supplier code
      * it carries on SUPPMST when it sells to the others - blank
      * when it never does. The TIN is nine digits.
       5400-Capture-COMPANY.
           MOVE CO-COMPANY-NAME (WS-WORK-IDX) TO WS-LOG-OLD.
           DISPLAY 'COMPANY NAME   (' CO-COMPANY-NAME (WS-WORK-IDX)
              ') NEW VALUE: ' WITH NO ADVANCING.
           PERFORM 295-AcceptBuffer.
           IF WS-FIELD-BUFFER NOT = SPACES
              MOVE WS-FIELD-BUFFER TO CO-COMPANY-NAME (WS-WORK-IDX)
           END-IF.
           MOVE CO-COMPANY-NAME (WS-WORK-IDX) TO WS-LOG-NEW.
           MOVE 'COMPANY-NAME' TO WS-LOG-FIELD.
           PERFORM 276-LogField.
           MOVE CO-PAYER-TIN (WS-WORK-IDX) TO WS-LOG-OLD.
           DISPLAY 'PAYER TIN      (' CO-PAYER-TIN (WS-WORK-IDX)
              ') NEW VALUE: ' WITH NO ADVANCING.
           PERFORM 295-AcceptBuffer.
           IF WS-FIELD-BUFFER NOT = SPACES
              IF WS-FIELD-BUFFER (1:9) NUMERIC
                 AND WS-FIELD-BUFFER (10:1) = SPACE
                 MOVE WS-FIELD-BUFFER (1:9)
                    TO CO-PAYER-TIN (WS-WORK-IDX)
              ELSE
                 DISPLAY 'TIN IS NINE DIGITS - UNCHANGED.'
              END-IF
           END-IF.
           MOVE CO-PAYER-TIN (WS-WORK-IDX) TO WS-LOG-NEW.
           MOVE 'PAYER-TIN' TO WS-LOG-FIELD.
           PERFORM 276-LogField.
           MOVE CO-SUPPLIER-CODE (WS-WORK-IDX) TO WS-LOG-OLD.
           DISPLAY 'AS SUPPLIER    (' CO-SUPPLIER-CODE (WS-WORK-IDX)
              ') NEW VALUE: ' WITH NO ADVANCING.
           PERFORM 295-AcceptBuffer.
           IF WS-FIELD-BUFFER NOT = SPACES
              MOVE WS-FIELD-BUFFER (1:10)
                 TO CO-SUPPLIER-CODE (WS-WORK-IDX)
           END-IF.
           MOVE CO-SUPPLIER-CODE (WS-WORK-IDX) TO WS-LOG-NEW.
           MOVE 'SUPPLIER' TO WS-LOG-FIELD.
           PERFORM 276-LogField.

      *05/17 Every table is staged, changed or not, so the promote
      * step is the same twelve copies every session.
      *05/21 Thirteen, with FISCPER.
      *05/22 Fourteen, with COMPANY.
       500-WriteTables.
           OPEN OUTPUT VEHMAKEO VEHMODLO PAYTRMSO HAZCLSO CARRIERO
                       COUNTRYO COMCLASO UOMFACTO PLANTSO RSNCODEO
                       STATETXO COMMGLO FISCPERO COMPANYO.
           IF OUT-VEHMAKEO-KEY NOT = '00'
              OR OUT-VEHMODLO-KEY NOT = '00'
              OR OUT-PAYTRMSO-KEY NOT = '00'
              OR OUT-HAZCLSO-KEY NOT = '00'
              OR OUT-CARRIERO-KEY NOT = '00'
              OR OUT-COUNTRYO-KEY NOT = '00'
              OR OUT-COMCLASO-KEY NOT = '00'
              OR OUT-UOMFACTO-KEY NOT = '00'
              OR OUT-PLANTSO-KEY NOT = '00'
              OR OUT-RSNCODEO-KEY NOT = '00'
              OR OUT-STATETXO-KEY NOT = '00'
              OR OUT-COMMGLO-KEY NOT = '00'
              OR OUT-FISCPERO-KEY NOT = '00'
              OR OUT-COMPANYO-KEY NOT = '00'
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning staged table outputs'
                GO TO 2000-ABEND-RTN
           END-IF.
           PERFORM VARYING WS-WORK-IDX FROM 1 BY 1
              UNTIL WS-WORK-IDX > MAKE-MAX
                 WRITE VEHMAKEO-REC FROM MAKE-LIST (WS-WORK-IDX)
           END-PERFORM.
           PERFORM VARYING WS-WORK-IDX FROM 1 BY 1
              UNTIL WS-WORK-IDX > MODEL-MAX
                 WRITE VEHMODLO-REC FROM MODEL-LIST (WS-WORK-IDX)
           END-PERFORM.
           PERFORM VARYING WS-WORK-IDX FROM 1 BY 1
              UNTIL WS-WORK-IDX > PAYMENT-TERMS-MAX
                 WRITE PAYTRMSO-REC
                    FROM PAYMENT-TERMS-LIST (WS-WORK-IDX)
           END-PERFORM.
           PERFORM VARYING WS-WORK-IDX FROM 1 BY 1
              UNTIL WS-WORK-IDX > HAZARD-CLASS-MAX
                 WRITE HAZCLSO-REC FROM HAZARD-CLASS-LIST (WS-WORK-IDX)
           END-PERFORM.
           PERFORM VARYING WS-WORK-IDX FROM 1 BY 1
              UNTIL WS-WORK-IDX > CARRIER-MAX
                 WRITE CARRIERO-REC FROM CARRIER-LIST (WS-WORK-IDX)
           END-PERFORM.
           PERFORM VARYING WS-WORK-IDX FROM 1 BY 1
              UNTIL WS-WORK-IDX > COUNTRY-MAX
                 WRITE COUNTRYO-REC FROM COUNTRY-LIST (WS-WORK-IDX)
           END-PERFORM.
           PERFORM VARYING WS-WORK-IDX FROM 1 BY 1
              UNTIL WS-WORK-IDX > COMMODITY-CLASS-MAX
                 WRITE COMCLASO-REC
                    FROM COMMODITY-CLASS-LIST (WS-WORK-IDX)
           END-PERFORM.
           PERFORM VARYING WS-WORK-IDX FROM 1 BY 1
              UNTIL WS-WORK-IDX > UOM-CONV-MAX
                 WRITE UOMFACTO-REC FROM UOM-CONV-LIST (WS-WORK-IDX)
           END-PERFORM.
           PERFORM VARYING WS-WORK-IDX FROM 1 BY 1
              UNTIL WS-WORK-IDX > PLANT-MAX
                 WRITE PLANTSO-REC FROM PLANT-LIST (WS-WORK-IDX)
           END-PERFORM.
           PERFORM VARYING WS-WORK-IDX FROM 1 BY 1
              UNTIL WS-WORK-IDX > RSNCODE-MAX
                 WRITE RSNCODEO-REC FROM REASON-CODE-LIST (WS-WORK-IDX)
           END-PERFORM.
           PERFORM VARYING WS-WORK-IDX FROM 1 BY 1
              UNTIL WS-WORK-IDX > STATE-TAX-MAX
                 WRITE STATETXO-REC FROM STATE-TAX-LIST (WS-WORK-IDX)
           END-PERFORM.
           PERFORM VARYING WS-WORK-IDX FROM 1 BY 1
              UNTIL WS-WORK-IDX > CLASS-GL-MAX
                 WRITE COMMGLO-REC FROM CLASS-GL-LIST (WS-WORK-IDX)
           END-PERFORM.
           PERFORM VARYING WS-WORK-IDX FROM 1 BY 1
              UNTIL WS-WORK-IDX > FISCAL-PERIOD-MAX
                 WRITE FISCPERO-REC
                    FROM FISCAL-PERIOD-LIST (WS-WORK-IDX)
           END-PERFORM.
           PERFORM VARYING WS-WORK-IDX FROM 1 BY 1
              UNTIL WS-WORK-IDX > COMPANY-MAX
                 WRITE COMPANYO-REC FROM COMPANY-LIST (WS-WORK-IDX)
           END-PERFORM.

       900-WriteSummary.
           DISPLAY ' '.
           DISPLAY '---------------------------------------------'.
           DISPLAY 'ROWS ADDED      : ' WS-ADDED-CTR.
           DISPLAY 'ROWS CHANGED    : ' WS-CHANGED-CTR.
           DISPLAY 'ROWS DELETED    : ' WS-DELETED-CTR.
           DISPLAY 'CHANGE LOG ROWS : ' WS-LOGGED-CTR.
           DISPLAY '---------------------------------------------'.

       600-CLOSE-FILES.
           CLOSE VEHMAKEO, VEHMODLO, PAYTRMSO, HAZCLSO, CARRIERO,
                 COUNTRYO, COMCLASO, UOMFACTO, PLANTSO, RSNCODEO,
                 STATETXO, COMMGLO, FISCPERO, COMPANYO, CTLCHGLG.

      * Matches the fix in FINALEX's 2000-ABEND-RTN - DISPLAY and
      * EXIT alone just fell through to whatever paragraph follows.
       2000-ABEND-RTN.
           DISPLAY 'PROGRAM ENCOUNTERED AN ERROR'.
           MOVE 16 TO RETURN-CODE.
           GOBACK.

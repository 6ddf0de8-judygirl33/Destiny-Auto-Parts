       IDENTIFICATION DIVISION.
       PROGRAM-ID. MSTSNAP.
       AUTHOR. FABIO COSTA.
      ******************************************************************
      * 05/18 Point-in-time master snapshot and restore verification.
      * Every master is promoted on its own, so a bad promote or a
      * lost volume used to mean restoring each one from whatever
      * backup happened to exist, each from a different night. The
      * nightly MSTSNAP job now copies every master after the window
      * as one set - each to its PRTSUPP.SNAP base, all in the same
      * step - and this program proves the set. The step's PARM
      * picks the mode, same way FINALEX and RESUBMIT take theirs:
      *   SNAP      - counts and hashes every live master and writes
      *               the set header (SNAPHDR), one row per master,
      *               stamped with the run identifier on RUNIDENT.
      *               Runs ahead of the copy.
      *   CHECK     - re-reads the copies just cataloged and proves
      *               each one's record count and hash total against
      *               the set header, i.e. against the live file.
      *   RESTORE=yyyymmddsss - restore verification: the set header
      *               must carry that run identifier, and every master
      *               reloaded from it to the PRTSUPP.TEST qualifier
      *               must open and match its recorded count and hash.
      * The hash total is each byte's value times its column, summed
      * over the record, so a shifted or swapped field changes it
      * where a straight byte sum would not. Every master's result
      * goes to SNAPLOG. RETURN-CODE 8 when any master is missing,
      * will not open or does not match - the set is not good.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * The masters in the set, in set order. Each DD is the live
      * master for SNAP, the new snapshot generation for CHECK, and
      * the restored test copy for RESTORE - see the JCL.
           SELECT SUPPMST ASSIGN TO SUPPMST
           FILE STATUS IS IN-MASTER-KEY.

           SELECT PARTMAST ASSIGN TO PARTMAST
           FILE STATUS IS IN-MASTER-KEY.

           SELECT PARMMAST ASSIGN TO PARMMAST
           FILE STATUS IS IN-MASTER-KEY.

           SELECT OPENPO ASSIGN TO OPENPO
           FILE STATUS IS IN-MASTER-KEY.

           SELECT BLNKMAST ASSIGN TO BLNKMAST
           FILE STATUS IS IN-MASTER-KEY.

           SELECT CONSBAL ASSIGN TO CONSBAL
           FILE STATUS IS IN-MASTER-KEY.

           SELECT PRICEHST ASSIGN TO PRICEHST
           FILE STATUS IS IN-MASTER-KEY.

           SELECT REBSPND ASSIGN TO REBSPND
           FILE STATUS IS IN-MASTER-KEY.

           SELECT ADDRMST ASSIGN TO ADDRMST
           FILE STATUS IS IN-MASTER-KEY.

           SELECT ALLOCMST ASSIGN TO ALLOCMST
           FILE STATUS IS IN-MASTER-KEY.

           SELECT ASLMST ASSIGN TO ASLMST
           FILE STATUS IS IN-MASTER-KEY.

           SELECT BINLOC ASSIGN TO BINLOC
           FILE STATUS IS IN-MASTER-KEY.

           SELECT CARFILE ASSIGN TO CARFILE
           FILE STATUS IS IN-MASTER-KEY.

           SELECT CONTMST ASSIGN TO CONTMST
           FILE STATUS IS IN-MASTER-KEY.

           SELECT DOCKAPPT ASSIGN TO DOCKAPPT
           FILE STATUS IS IN-MASTER-KEY.

           SELECT DOCKCAP ASSIGN TO DOCKCAP
           FILE STATUS IS IN-MASTER-KEY.

           SELECT FITMENT ASSIGN TO FITMENT
           FILE STATUS IS IN-MASTER-KEY.

           SELECT INTCHG ASSIGN TO INTCHG
           FILE STATUS IS IN-MASTER-KEY.

           SELECT LEGLHOLD ASSIGN TO LEGLHOLD
           FILE STATUS IS IN-MASTER-KEY.

           SELECT OPERMST ASSIGN TO OPERMST
           FILE STATUS IS IN-MASTER-KEY.

           SELECT PONUMREG ASSIGN TO PONUMREG
           FILE STATUS IS IN-MASTER-KEY.

           SELECT PRCAGREE ASSIGN TO PRCAGREE
           FILE STATUS IS IN-MASTER-KEY.

           SELECT QUOTFILE ASSIGN TO QUOTFILE
           FILE STATUS IS IN-MASTER-KEY.

           SELECT STDCOST ASSIGN TO STDCOST
           FILE STATUS IS IN-MASTER-KEY.

           SELECT MOQFILE ASSIGN TO MOQFILE
           FILE STATUS IS IN-MASTER-KEY.

           SELECT SUPERSED ASSIGN TO SUPERSED
           FILE STATUS IS IN-MASTER-KEY.

           SELECT BOMFILE ASSIGN TO BOMFILE
           FILE STATUS IS IN-MASTER-KEY.

           SELECT SUPPDOCS ASSIGN TO SUPPDOCS
           FILE STATUS IS IN-MASTER-KEY.

           SELECT SPXREF ASSIGN TO SPXREF
           FILE STATUS IS IN-MASTER-KEY.

           SELECT TOOLMST ASSIGN TO TOOLMST
           FILE STATUS IS IN-MASTER-KEY.

           SELECT SAVYTD ASSIGN TO SAVYTD
           FILE STATUS IS IN-MASTER-KEY.

           SELECT RISKMST ASSIGN TO RISKMST
           FILE STATUS IS IN-MASTER-KEY.

           SELECT INSPLVL ASSIGN TO INSPLVL
           FILE STATUS IS IN-MASTER-KEY.

           SELECT CONSIGNF ASSIGN TO CONSIGNF
           FILE STATUS IS IN-MASTER-KEY.

           SELECT REBATES ASSIGN TO REBATES
           FILE STATUS IS IN-MASTER-KEY.

           SELECT PERSPEND ASSIGN TO PERSPEND
           FILE STATUS IS IN-MASTER-KEY.

           SELECT RATEOVR ASSIGN TO RATEOVR
           FILE STATUS IS IN-MASTER-KEY.

           SELECT FRTRATE ASSIGN TO FRTRATE
           FILE STATUS IS IN-MASTER-KEY.

           SELECT CORETRMS ASSIGN TO CORETRMS
           FILE STATUS IS IN-MASTER-KEY.

           SELECT WARRTRMS ASSIGN TO WARRTRMS
           FILE STATUS IS IN-MASTER-KEY.

           SELECT PLANCHG ASSIGN TO PLANCHG
           FILE STATUS IS IN-MASTER-KEY.

           SELECT FIXRULES ASSIGN TO FIXRULES
           FILE STATUS IS IN-MASTER-KEY.

           SELECT DENYLIST ASSIGN TO DENYLIST
           FILE STATUS IS IN-MASTER-KEY.

           SELECT SODRULES ASSIGN TO SODRULES
           FILE STATUS IS IN-MASTER-KEY.

           SELECT BUYRVNDR ASSIGN TO BUYRVNDR
           FILE STATUS IS IN-MASTER-KEY.

           SELECT BUYRBUDG ASSIGN TO BUYRBUDG
           FILE STATUS IS IN-MASTER-KEY.

           SELECT FXRATES ASSIGN TO FXRATES
           FILE STATUS IS IN-MASTER-KEY.

           SELECT HOLIDAYS ASSIGN TO HOLIDAYS
           FILE STATUS IS IN-MASTER-KEY.

           SELECT VEHMAKE ASSIGN TO VEHMAKE
           FILE STATUS IS IN-MASTER-KEY.

           SELECT VEHMODEL ASSIGN TO VEHMODEL
           FILE STATUS IS IN-MASTER-KEY.

           SELECT PAYTERMS ASSIGN TO PAYTERMS
           FILE STATUS IS IN-MASTER-KEY.

           SELECT HAZCLASS ASSIGN TO HAZCLASS
           FILE STATUS IS IN-MASTER-KEY.

           SELECT CARRIERS ASSIGN TO CARRIERS
           FILE STATUS IS IN-MASTER-KEY.

           SELECT COUNTRY ASSIGN TO COUNTRY
           FILE STATUS IS IN-MASTER-KEY.

           SELECT COMCLAS ASSIGN TO COMCLAS
           FILE STATUS IS IN-MASTER-KEY.

           SELECT UOMFACT ASSIGN TO UOMFACT
           FILE STATUS IS IN-MASTER-KEY.

           SELECT PLANTS ASSIGN TO PLANTS
           FILE STATUS IS IN-MASTER-KEY.

           SELECT RSNCODES ASSIGN TO RSNCODES
           FILE STATUS IS IN-MASTER-KEY.

           SELECT STATETAX ASSIGN TO STATETAX
           FILE STATUS IS IN-MASTER-KEY.

           SELECT COMMGL ASSIGN TO COMMGL
           FILE STATUS IS IN-MASTER-KEY.

           SELECT COMPANY ASSIGN TO COMPANY
           FILE STATUS IS IN-MASTER-KEY.

           SELECT FISCPER ASSIGN TO FISCPER
           FILE STATUS IS IN-MASTER-KEY.

           SELECT BUYRASGN ASSIGN TO BUYRASGN
           FILE STATUS IS IN-MASTER-KEY.

           SELECT VMIAGREE ASSIGN TO VMIAGREE
           FILE STATUS IS IN-MASTER-KEY.

           SELECT TPPROF ASSIGN TO TPPROF
           FILE STATUS IS IN-MASTER-KEY.

           SELECT PRCBOOK ASSIGN TO PRCBOOK
           FILE STATUS IS IN-MASTER-KEY.

           SELECT DISTMAST ASSIGN TO DISTMAST
           FILE STATUS IS IN-MASTER-KEY.

           SELECT DWDIMS ASSIGN TO DWDIMS
           FILE STATUS IS IN-MASTER-KEY.

      * Snapshot set header - one row per master, with the run
      * identifier, record count and hash total.
           SELECT SNAPHDR ASSIGN TO SNAPHDR
           FILE STATUS IS SNAPHDR-KEY.

      * Snapshot/verification log - every master, every run; EXTEND.
           SELECT SNAPLOG ASSIGN TO SNAPLOG
           FILE STATUS IS SNAPLOG-KEY.

      * Run-identifier control record FINALEX maintains.
           SELECT RUNIDENT ASSIGN TO RUNIDENT
           FILE STATUS IS RUNIDENT-KEY.

      * Business process-date control card - see PROCDATE.
           SELECT PROCDATE ASSIGN TO PROCDATE
           FILE STATUS IS PROCDATE-KEY.

       DATA DIVISION.
       FILE SECTION.
       FD  SUPPMST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 74 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SUPPMST-REC.
       01  SUPPMST-REC     PIC X(74).

       FD  PARTMAST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 155 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PARTMAST-REC.
       01  PARTMAST-REC     PIC X(155).

       FD  PARMMAST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 33 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PARMMAST-REC.
       01  PARMMAST-REC     PIC X(33).

       FD  OPENPO
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 126 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS OPENPO-REC.
       01  OPENPO-REC     PIC X(126).

       FD  BLNKMAST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 72 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS BLNKMAST-REC.
       01  BLNKMAST-REC     PIC X(72).

       FD  CONSBAL
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 50 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CONSBAL-REC.
       01  CONSBAL-REC     PIC X(50).

       FD  PRICEHST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 50 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PRICEHST-REC.
       01  PRICEHST-REC     PIC X(50).

       FD  REBSPND
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 35 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REBSPND-REC.
       01  REBSPND-REC     PIC X(35).

       FD  ADDRMST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 78 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS ADDRMST-REC.
       01  ADDRMST-REC     PIC X(78).

       FD  ALLOCMST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 55 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS ALLOCMST-REC.
       01  ALLOCMST-REC     PIC X(55).

       FD  ASLMST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 73 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS ASLMST-REC.
       01  ASLMST-REC     PIC X(73).

       FD  BINLOC
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 64 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS BINLOC-REC.
       01  BINLOC-REC     PIC X(64).

       FD  CARFILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 47 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CARFILE-REC.
       01  CARFILE-REC     PIC X(47).

       FD  CONTMST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 112 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CONTMST-REC.
       01  CONTMST-REC     PIC X(112).

       FD  DOCKAPPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 63 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS DOCKAPPT-REC.
       01  DOCKAPPT-REC     PIC X(63).

       FD  DOCKCAP
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 19 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS DOCKCAP-REC.
       01  DOCKCAP-REC     PIC X(19).

       FD  FITMENT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 48 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS FITMENT-REC.
       01  FITMENT-REC     PIC X(48).

       FD  INTCHG
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 30 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS INTCHG-REC.
       01  INTCHG-REC     PIC X(30).

       FD  LEGLHOLD
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS LEGLHOLD-REC.
       01  LEGLHOLD-REC     PIC X(100).

       FD  OPERMST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS OPERMST-REC.
       01  OPERMST-REC     PIC X(40).

       FD  PONUMREG
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 37 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PONUMREG-REC.
       01  PONUMREG-REC     PIC X(37).

       FD  PRCAGREE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PRCAGREE-REC.
       01  PRCAGREE-REC     PIC X(60).

       FD  QUOTFILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 55 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS QUOTFILE-REC.
       01  QUOTFILE-REC     PIC X(55).

       FD  STDCOST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 33 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS STDCOST-REC.
       01  STDCOST-REC     PIC X(33).

       FD  MOQFILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 47 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS MOQFILE-REC.
       01  MOQFILE-REC     PIC X(47).

       FD  SUPERSED
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 56 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SUPERSED-REC.
       01  SUPERSED-REC     PIC X(56).

       FD  BOMFILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 53 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS BOMFILE-REC.
       01  BOMFILE-REC     PIC X(53).

       FD  SUPPDOCS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 24 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SUPPDOCS-REC.
       01  SUPPDOCS-REC     PIC X(24).

       FD  SPXREF
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 58 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SPXREF-REC.
       01  SPXREF-REC     PIC X(58).

       FD  TOOLMST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 108 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS TOOLMST-REC.
       01  TOOLMST-REC     PIC X(108).

       FD  SAVYTD
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 97 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SAVYTD-REC.
       01  SAVYTD-REC     PIC X(97).

       FD  RISKMST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 41 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RISKMST-REC.
       01  RISKMST-REC     PIC X(41).

       FD  INSPLVL
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 93 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS INSPLVL-REC.
       01  INSPLVL-REC     PIC X(93).

       FD  CONSIGNF
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 36 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CONSIGNF-REC.
       01  CONSIGNF-REC     PIC X(36).

       FD  REBATES
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 55 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REBATES-REC.
       01  REBATES-REC     PIC X(55).

       FD  PERSPEND
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 63 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PERSPEND-REC.
       01  PERSPEND-REC     PIC X(63).

       FD  RATEOVR
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 65 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RATEOVR-REC.
       01  RATEOVR-REC     PIC X(65).

       FD  FRTRATE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 47 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS FRTRATE-REC.
       01  FRTRATE-REC     PIC X(47).

       FD  CORETRMS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 45 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CORETRMS-REC.
       01  CORETRMS-REC     PIC X(45).

       FD  WARRTRMS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 15 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS WARRTRMS-REC.
       01  WARRTRMS-REC     PIC X(15).

       FD  PLANCHG
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 55 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PLANCHG-REC.
       01  PLANCHG-REC     PIC X(55).

       FD  FIXRULES
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS FIXRULES-REC.
       01  FIXRULES-REC     PIC X(60).

       FD  DENYLIST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 45 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS DENYLIST-REC.
       01  DENYLIST-REC     PIC X(45).

       FD  SODRULES
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SODRULES-REC.
       01  SODRULES-REC     PIC X(80).

       FD  BUYRVNDR
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 17 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS BUYRVNDR-REC.
       01  BUYRVNDR-REC     PIC X(17).

       FD  BUYRBUDG
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 20 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS BUYRBUDG-REC.
       01  BUYRBUDG-REC     PIC X(20).

       FD  FXRATES
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 13 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS FXRATES-REC.
       01  FXRATES-REC     PIC X(13).

       FD  HOLIDAYS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 8 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS HOLIDAYS-REC.
       01  HOLIDAYS-REC     PIC X(8).

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

       FD  COMPANY
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 54 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS COMPANY-REC.
       01  COMPANY-REC     PIC X(54).

       FD  FISCPER
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 44 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS FISCPER-REC.
       01  FISCPER-REC     PIC X(44).

       FD  BUYRASGN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 35 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS BUYRASGN-REC.
       01  BUYRASGN-REC     PIC X(35).

       FD  VMIAGREE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 70 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS VMIAGREE-REC.
       01  VMIAGREE-REC     PIC X(70).

       FD  TPPROF
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 54 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS TPPROF-REC.
       01  TPPROF-REC     PIC X(54).

       FD  PRCBOOK
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 69 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PRCBOOK-REC.
       01  PRCBOOK-REC     PIC X(69).

       FD  DISTMAST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS DISTMAST-REC.
       01  DISTMAST-REC     PIC X(80).

       FD  DWDIMS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 144 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS DWDIMS-REC.
       01  DWDIMS-REC     PIC X(144).

       FD  SNAPHDR
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SNAPHDR-REC.
       01  SNAPHDR-REC.
           05  SH-RUN-DATE            PIC 9(08).
           05  SH-RUN-SEQ             PIC 9(03).
           05  SH-MASTER              PIC X(08).
           05  SH-LRECL               PIC 9(05).
           05  SH-RECORD-COUNT        PIC 9(09).
           05  SH-HASH-TOTAL          PIC 9(18).
           05  SH-SNAP-DATE           PIC 9(08).
           05  FILLER                 PIC X(01).

       FD  SNAPLOG
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 120 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SNAPLOG-REC.
       01  SNAPLOG-REC.
           05  SG-RUN-DATE            PIC 9(08).
           05  SG-RUN-SEQ             PIC 9(03).
           05  SG-MODE                PIC X(08).
           05  SG-MASTER              PIC X(08).
           05  SG-EXPECTED-COUNT      PIC 9(09).
           05  SG-RECORD-COUNT        PIC 9(09).
           05  SG-EXPECTED-HASH       PIC 9(18).
           05  SG-HASH-TOTAL          PIC 9(18).
           05  SG-RESULT              PIC X(08).
           05  SG-PROCESS-DATE        PIC 9(08).
           05  FILLER                 PIC X(23).

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
      * One status key serves every master - they are opened, read
      * and closed one at a time.
           05 IN-MASTER-KEY              PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
           05 SNAPHDR-KEY                PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
           05 SNAPLOG-KEY                PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
           05 RUNIDENT-KEY               PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
           05 PROCDATE-KEY               PIC X(2).
                88 CODE-WRITE               VALUE SPACES.

       01 FILES-EOF.
           05 MASTER-EOF-WS                   PIC X(01) VALUE 'N'.
              88 MASTER-EOF                              VALUE 'Y'.
           05 SNAPHDR-EOF-WS                  PIC X(01) VALUE 'N'.
              88 SNAPHDR-EOF                             VALUE 'Y'.

      *05/18 Set from the PARM - see the LINKAGE SECTION note.
       01 WS-RUN-MODE                      PIC X(08) VALUE 'SNAP'.
           88 SNAP-RUN                             VALUE 'SNAP'.
           88 CHECK-RUN                            VALUE 'CHECK'.
           88 RESTORE-RUN                          VALUE 'RESTORE'.
       01 WS-PARM-BUFFER                   PIC X(40) VALUE SPACES.
       01 WS-REQUESTED-RUN-ID              PIC X(11) VALUE SPACES.

      *05/18 The set's run identifier - RUNIDENT's for SNAP, the set
      * header's for CHECK and RESTORE.
       01 WS-SET-RUN-ID.
           05 WS-SET-RUN-DATE              PIC 9(08) VALUE ZERO.
           05 WS-SET-RUN-SEQ               PIC 9(03) VALUE ZERO.
       01 WS-SET-SNAP-DATE                 PIC 9(08) VALUE ZERO.

      *05/18 The masters in the set, in set order, with the record
      * length each one is written at. A master added to the set goes
      * on here, in the FILE-CONTROL and FILE SECTION lists, in the
      * 210/220/230 EVALUATEs, and in both job streams.
       01 WS-SLOT-INIT.
           05 FILLER PIC X(13) VALUE 'SUPPMST 00074'.
           05 FILLER PIC X(13) VALUE 'PARTMAST00155'.
           05 FILLER PIC X(13) VALUE 'PARMMAST00033'.
           05 FILLER PIC X(13) VALUE 'OPENPO  00126'.
           05 FILLER PIC X(13) VALUE 'BLNKMAST00072'.
           05 FILLER PIC X(13) VALUE 'CONSBAL 00050'.
           05 FILLER PIC X(13) VALUE 'PRICEHST00050'.
           05 FILLER PIC X(13) VALUE 'REBSPND 00035'.
           05 FILLER PIC X(13) VALUE 'ADDRMST 00078'.
           05 FILLER PIC X(13) VALUE 'ALLOCMST00055'.
           05 FILLER PIC X(13) VALUE 'ASLMST  00073'.
           05 FILLER PIC X(13) VALUE 'BINLOC  00064'.
           05 FILLER PIC X(13) VALUE 'CARFILE 00047'.
           05 FILLER PIC X(13) VALUE 'CONTMST 00112'.
           05 FILLER PIC X(13) VALUE 'DOCKAPPT00063'.
           05 FILLER PIC X(13) VALUE 'DOCKCAP 00019'.
           05 FILLER PIC X(13) VALUE 'FITMENT 00048'.
           05 FILLER PIC X(13) VALUE 'INTCHG  00030'.
           05 FILLER PIC X(13) VALUE 'LEGLHOLD00100'.
           05 FILLER PIC X(13) VALUE 'OPERMST 00040'.
           05 FILLER PIC X(13) VALUE 'PONUMREG00037'.
           05 FILLER PIC X(13) VALUE 'PRCAGREE00060'.
           05 FILLER PIC X(13) VALUE 'QUOTFILE00055'.
           05 FILLER PIC X(13) VALUE 'STDCOST 00033'.
           05 FILLER PIC X(13) VALUE 'MOQFILE 00047'.
           05 FILLER PIC X(13) VALUE 'SUPERSED00056'.
           05 FILLER PIC X(13) VALUE 'BOMFILE 00053'.
           05 FILLER PIC X(13) VALUE 'SUPPDOCS00024'.
           05 FILLER PIC X(13) VALUE 'SPXREF  00058'.
           05 FILLER PIC X(13) VALUE 'TOOLMST 00108'.
           05 FILLER PIC X(13) VALUE 'SAVYTD  00097'.
           05 FILLER PIC X(13) VALUE 'RISKMST 00041'.
           05 FILLER PIC X(13) VALUE 'INSPLVL 00093'.
           05 FILLER PIC X(13) VALUE 'CONSIGNF00036'.
           05 FILLER PIC X(13) VALUE 'REBATES 00055'.
           05 FILLER PIC X(13) VALUE 'PERSPEND00063'.
           05 FILLER PIC X(13) VALUE 'RATEOVR 00065'.
           05 FILLER PIC X(13) VALUE 'FRTRATE 00047'.
           05 FILLER PIC X(13) VALUE 'CORETRMS00045'.
           05 FILLER PIC X(13) VALUE 'WARRTRMS00015'.
           05 FILLER PIC X(13) VALUE 'PLANCHG 00055'.
           05 FILLER PIC X(13) VALUE 'FIXRULES00060'.
           05 FILLER PIC X(13) VALUE 'DENYLIST00045'.
           05 FILLER PIC X(13) VALUE 'SODRULES00080'.
           05 FILLER PIC X(13) VALUE 'BUYRVNDR00017'.
           05 FILLER PIC X(13) VALUE 'BUYRBUDG00020'.
           05 FILLER PIC X(13) VALUE 'FXRATES 00013'.
           05 FILLER PIC X(13) VALUE 'HOLIDAYS00008'.
           05 FILLER PIC X(13) VALUE 'VEHMAKE 00020'.
           05 FILLER PIC X(13) VALUE 'VEHMODEL00014'.
           05 FILLER PIC X(13) VALUE 'PAYTERMS00014'.
           05 FILLER PIC X(13) VALUE 'HAZCLASS00034'.
           05 FILLER PIC X(13) VALUE 'CARRIERS00027'.
           05 FILLER PIC X(13) VALUE 'COUNTRY 00028'.
           05 FILLER PIC X(13) VALUE 'COMCLAS 00030'.
           05 FILLER PIC X(13) VALUE 'UOMFACT 00033'.
           05 FILLER PIC X(13) VALUE 'PLANTS  00083'.
           05 FILLER PIC X(13) VALUE 'RSNCODES00056'.
           05 FILLER PIC X(13) VALUE 'STATETAX00009'.
           05 FILLER PIC X(13) VALUE 'COMMGL  00013'.
      *06/01 The company, fiscal calendar, buyer assignment, VMI,
      * trading-partner, selling-price, report distribution and
      * warehouse dimension masters join the set.
           05 FILLER PIC X(13) VALUE 'COMPANY 00054'.
           05 FILLER PIC X(13) VALUE 'FISCPER 00044'.
           05 FILLER PIC X(13) VALUE 'BUYRASGN00035'.
           05 FILLER PIC X(13) VALUE 'VMIAGREE00070'.
           05 FILLER PIC X(13) VALUE 'TPPROF  00054'.
           05 FILLER PIC X(13) VALUE 'PRCBOOK 00069'.
           05 FILLER PIC X(13) VALUE 'DISTMAST00080'.
           05 FILLER PIC X(13) VALUE 'DWDIMS  00144'.
       01 WS-SLOT-NAMES REDEFINES WS-SLOT-INIT.
           05 WS-SLOT-NAME-ENTRY OCCURS 68 TIMES.
              10 WS-SN-NAME                 PIC X(08).
              10 WS-SN-LRECL                PIC 9(05).
       01 WS-SLOT-MAX                      PIC 9(4) VALUE 68.
       01 WS-SLOT                          PIC 9(4) VALUE ZERO.
       01 WS-HDR-SLOT                      PIC 9(4) VALUE ZERO.

       01 WS-SLOT-TABLE.
           05 WS-SL-ENTRY OCCURS 68 TIMES.
              10 WS-SL-OPENED               PIC X(01) VALUE 'N'.
                 88 SLOT-OPENED                     VALUE 'Y'.
              10 WS-SL-ON-HEADER            PIC X(01) VALUE 'N'.
                 88 SLOT-ON-HEADER                  VALUE 'Y'.
              10 WS-SL-COUNT                PIC 9(09) VALUE ZERO.
              10 WS-SL-HASH                 PIC 9(18) VALUE ZERO.
              10 WS-SL-EXP-COUNT            PIC 9(09) VALUE ZERO.
              10 WS-SL-EXP-HASH             PIC 9(18) VALUE ZERO.
              10 WS-SL-RESULT               PIC X(08) VALUE SPACES.

      *05/18 A byte's value - the byte goes in the low half of a
      * halfword whose high half stays LOW-VALUE.
       01 WS-HASH-REC                      PIC X(155) VALUE SPACES.
       01 WS-BYTE-POS                      PIC 9(4) VALUE ZERO.
       01 WS-BYTE-WORK.
           05 WS-BYTE-HIGH                 PIC X(01) VALUE LOW-VALUE.
           05 WS-BYTE-LOW                  PIC X(01) VALUE LOW-VALUE.
       01 WS-BYTE-VALUE REDEFINES WS-BYTE-WORK
                                           PIC 9(4) COMP.

       01 WS-MATCHED-CTR                   PIC 9(4) VALUE ZERO.
       01 WS-FAILED-CTR                    PIC 9(4) VALUE ZERO.
       01 WS-RUN-ID-FLAG                   PIC X(01) VALUE 'Y'.
           88 RUN-ID-AGREES                        VALUE 'Y'.
       01 WS-COUNT-OUT                     PIC ZZZ,ZZZ,ZZ9.

       LINKAGE SECTION.
      *05/18 The step's PARM - a halfword length then the text, same
      * way FINALEX picks its run mode up: SNAP (the default with no
      * PARM), CHECK, or RESTORE=yyyymmddsss.
       01  RUN-PARM.
           05  RUN-PARM-LENGTH           PIC S9(4) COMP.
           05  RUN-PARM-TEXT             PIC X(40).

       PROCEDURE DIVISION USING RUN-PARM.

       MAIN.
           PERFORM 000-Housekeeping.
           PERFORM 200-MeasureSlot THRU 200-MeasureSlot-Exit
              VARYING WS-SLOT FROM 1 BY 1
                 UNTIL WS-SLOT > WS-SLOT-MAX.
           IF SNAP-RUN
              PERFORM 500-WriteHeader
           ELSE
              PERFORM 400-CompareSlots
           END-IF.
           PERFORM 600-WriteLog.
           PERFORM 900-WriteSummary.
           PERFORM 950-CLOSE-FILES.
           GOBACK.

       000-Housekeeping.
           PERFORM 030-ParseRunParm.
           PERFORM 370-LoadProcessDate.
           DISPLAY '---------------------------------------------'.
           DISPLAY 'MSTSNAP - MASTER SNAPSHOT - MODE ' WS-RUN-MODE.
           DISPLAY '---------------------------------------------'.
           IF SNAP-RUN
              PERFORM 375-LoadRunId
              MOVE PROCESS-DATE TO WS-SET-SNAP-DATE
           ELSE
              PERFORM 380-LoadSetHeader
           END-IF.
           OPEN EXTEND SNAPLOG.
           IF SNAPLOG-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning SNAPLOG'
                GO TO 2000-ABEND-RTN
           END-IF.

      *05/18 Unrecognized text is ignored and the run is a SNAP, the
      * same forgiving scan FINALEX makes of its PARM.
       030-ParseRunParm.
           MOVE SPACES TO WS-PARM-BUFFER.
           IF RUN-PARM-LENGTH > 0 AND RUN-PARM-LENGTH <= 40
              MOVE RUN-PARM-TEXT (1:RUN-PARM-LENGTH)
                 TO WS-PARM-BUFFER
           END-IF.
           IF WS-PARM-BUFFER (1:5) = 'CHECK'
              MOVE 'CHECK' TO WS-RUN-MODE
           END-IF.
           IF WS-PARM-BUFFER (1:8) = 'RESTORE='
              MOVE 'RESTORE' TO WS-RUN-MODE
              MOVE WS-PARM-BUFFER (9:11) TO WS-REQUESTED-RUN-ID
              IF WS-REQUESTED-RUN-ID NOT NUMERIC
                 DISPLAY 'MSTSNAP - RESTORE= NEEDS THE 11-DIGIT RUN '
                    'IDENTIFIER (YYYYMMDDSSS)'
                 GO TO 2000-ABEND-RTN
              END-IF
           END-IF.

      *05/18 One master, opened, read to the end and closed. A master
      * that will not open is recorded as such - the rest of the set
      * is still measured so the log shows everything wrong at once.
       200-MeasureSlot.
           MOVE 'N' TO WS-SL-OPENED (WS-SLOT).
           MOVE ZERO TO WS-SL-COUNT (WS-SLOT).
           MOVE ZERO TO WS-SL-HASH (WS-SLOT).
           MOVE 'N' TO MASTER-EOF-WS.
           PERFORM 210-OpenSlot.
           IF IN-MASTER-KEY NOT = '00'
              DISPLAY 'MSTSNAP - ' WS-SN-NAME (WS-SLOT)
                 ' WILL NOT OPEN - STATUS ' IN-MASTER-KEY
              GO TO 200-MeasureSlot-Exit
           END-IF.
           MOVE 'Y' TO WS-SL-OPENED (WS-SLOT).
           PERFORM 220-ReadSlot UNTIL MASTER-EOF.
           PERFORM 230-CloseSlot.
       200-MeasureSlot-Exit.
           EXIT.

       210-OpenSlot.
           EVALUATE WS-SLOT
              WHEN 1  OPEN INPUT SUPPMST
              WHEN 2  OPEN INPUT PARTMAST
              WHEN 3  OPEN INPUT PARMMAST
              WHEN 4  OPEN INPUT OPENPO
              WHEN 5  OPEN INPUT BLNKMAST
              WHEN 6  OPEN INPUT CONSBAL
              WHEN 7  OPEN INPUT PRICEHST
              WHEN 8  OPEN INPUT REBSPND
              WHEN 9  OPEN INPUT ADDRMST
              WHEN 10 OPEN INPUT ALLOCMST
              WHEN 11 OPEN INPUT ASLMST
              WHEN 12 OPEN INPUT BINLOC
              WHEN 13 OPEN INPUT CARFILE
              WHEN 14 OPEN INPUT CONTMST
              WHEN 15 OPEN INPUT DOCKAPPT
              WHEN 16 OPEN INPUT DOCKCAP
              WHEN 17 OPEN INPUT FITMENT
              WHEN 18 OPEN INPUT INTCHG
              WHEN 19 OPEN INPUT LEGLHOLD
              WHEN 20 OPEN INPUT OPERMST
              WHEN 21 OPEN INPUT PONUMREG
              WHEN 22 OPEN INPUT PRCAGREE
              WHEN 23 OPEN INPUT QUOTFILE
              WHEN 24 OPEN INPUT STDCOST
              WHEN 25 OPEN INPUT MOQFILE
              WHEN 26 OPEN INPUT SUPERSED
              WHEN 27 OPEN INPUT BOMFILE
              WHEN 28 OPEN INPUT SUPPDOCS
              WHEN 29 OPEN INPUT SPXREF
              WHEN 30 OPEN INPUT TOOLMST
              WHEN 31 OPEN INPUT SAVYTD
              WHEN 32 OPEN INPUT RISKMST
              WHEN 33 OPEN INPUT INSPLVL
              WHEN 34 OPEN INPUT CONSIGNF
              WHEN 35 OPEN INPUT REBATES
              WHEN 36 OPEN INPUT PERSPEND
              WHEN 37 OPEN INPUT RATEOVR
              WHEN 38 OPEN INPUT FRTRATE
              WHEN 39 OPEN INPUT CORETRMS
              WHEN 40 OPEN INPUT WARRTRMS
              WHEN 41 OPEN INPUT PLANCHG
              WHEN 42 OPEN INPUT FIXRULES
              WHEN 43 OPEN INPUT DENYLIST
              WHEN 44 OPEN INPUT SODRULES
              WHEN 45 OPEN INPUT BUYRVNDR
              WHEN 46 OPEN INPUT BUYRBUDG
              WHEN 47 OPEN INPUT FXRATES
              WHEN 48 OPEN INPUT HOLIDAYS
              WHEN 49 OPEN INPUT VEHMAKE
              WHEN 50 OPEN INPUT VEHMODEL
              WHEN 51 OPEN INPUT PAYTERMS
              WHEN 52 OPEN INPUT HAZCLASS
              WHEN 53 OPEN INPUT CARRIERS
              WHEN 54 OPEN INPUT COUNTRY
              WHEN 55 OPEN INPUT COMCLAS
              WHEN 56 OPEN INPUT UOMFACT
              WHEN 57 OPEN INPUT PLANTS
              WHEN 58 OPEN INPUT RSNCODES
              WHEN 59 OPEN INPUT STATETAX
              WHEN 60 OPEN INPUT COMMGL
              WHEN 61 OPEN INPUT COMPANY
              WHEN 62 OPEN INPUT FISCPER
              WHEN 63 OPEN INPUT BUYRASGN
              WHEN 64 OPEN INPUT VMIAGREE
              WHEN 65 OPEN INPUT TPPROF
              WHEN 66 OPEN INPUT PRCBOOK
              WHEN 67 OPEN INPUT DISTMAST
              WHEN 68 OPEN INPUT DWDIMS
           END-EVALUATE.

       220-ReadSlot.
           MOVE SPACES TO WS-HASH-REC.
           EVALUATE WS-SLOT
              WHEN 1
                 READ SUPPMST INTO WS-HASH-REC
                    AT END MOVE 'Y' TO MASTER-EOF-WS
                 END-READ
              WHEN 2
                 READ PARTMAST INTO WS-HASH-REC
                    AT END MOVE 'Y' TO MASTER-EOF-WS
                 END-READ
              WHEN 3
                 READ PARMMAST INTO WS-HASH-REC
                    AT END MOVE 'Y' TO MASTER-EOF-WS
                 END-READ
              WHEN 4
                 READ OPENPO INTO WS-HASH-REC
                    AT END MOVE 'Y' TO MASTER-EOF-WS
                 END-READ
              WHEN 5
                 READ BLNKMAST INTO WS-HASH-REC
                    AT END MOVE 'Y' TO MASTER-EOF-WS
                 END-READ
              WHEN 6
                 READ CONSBAL INTO WS-HASH-REC
                    AT END MOVE 'Y' TO MASTER-EOF-WS
                 END-READ
              WHEN 7
                 READ PRICEHST INTO WS-HASH-REC
                    AT END MOVE 'Y' TO MASTER-EOF-WS
                 END-READ
              WHEN 8
                 READ REBSPND INTO WS-HASH-REC
                    AT END MOVE 'Y' TO MASTER-EOF-WS
                 END-READ
              WHEN 9
                 READ ADDRMST INTO WS-HASH-REC
                    AT END MOVE 'Y' TO MASTER-EOF-WS
                 END-READ
              WHEN 10
                 READ ALLOCMST INTO WS-HASH-REC
                    AT END MOVE 'Y' TO MASTER-EOF-WS
                 END-READ
              WHEN 11
                 READ ASLMST INTO WS-HASH-REC
                    AT END MOVE 'Y' TO MASTER-EOF-WS
                 END-READ
              WHEN 12
                 READ BINLOC INTO WS-HASH-REC
                    AT END MOVE 'Y' TO MASTER-EOF-WS
                 END-READ
              WHEN 13
                 READ CARFILE INTO WS-HASH-REC
                    AT END MOVE 'Y' TO MASTER-EOF-WS
                 END-READ
              WHEN 14
                 READ CONTMST INTO WS-HASH-REC
                    AT END MOVE 'Y' TO MASTER-EOF-WS
                 END-READ
              WHEN 15
                 READ DOCKAPPT INTO WS-HASH-REC
                    AT END MOVE 'Y' TO MASTER-EOF-WS
                 END-READ
              WHEN 16
                 READ DOCKCAP INTO WS-HASH-REC
                    AT END MOVE 'Y' TO MASTER-EOF-WS
                 END-READ
              WHEN 17
                 READ FITMENT INTO WS-HASH-REC
                    AT END MOVE 'Y' TO MASTER-EOF-WS
                 END-READ
              WHEN 18
                 READ INTCHG INTO WS-HASH-REC
                    AT END MOVE 'Y' TO MASTER-EOF-WS
                 END-READ
              WHEN 19
                 READ LEGLHOLD INTO WS-HASH-REC
                    AT END MOVE 'Y' TO MASTER-EOF-WS
                 END-READ
              WHEN 20
                 READ OPERMST INTO WS-HASH-REC
                    AT END MOVE 'Y' TO MASTER-EOF-WS
                 END-READ
              WHEN 21
                 READ PONUMREG INTO WS-HASH-REC
                    AT END MOVE 'Y' TO MASTER-EOF-WS
                 END-READ
              WHEN 22
                 READ PRCAGREE INTO WS-HASH-REC
                    AT END MOVE 'Y' TO MASTER-EOF-WS
                 END-READ
              WHEN 23
                 READ QUOTFILE INTO WS-HASH-REC
                    AT END MOVE 'Y' TO MASTER-EOF-WS
                 END-READ
              WHEN 24
                 READ STDCOST INTO WS-HASH-REC
                    AT END MOVE 'Y' TO MASTER-EOF-WS
                 END-READ
              WHEN 25
                 READ MOQFILE INTO WS-HASH-REC
                    AT END MOVE 'Y' TO MASTER-EOF-WS
                 END-READ
              WHEN 26
                 READ SUPERSED INTO WS-HASH-REC
                    AT END MOVE 'Y' TO MASTER-EOF-WS
                 END-READ
              WHEN 27
                 READ BOMFILE INTO WS-HASH-REC
                    AT END MOVE 'Y' TO MASTER-EOF-WS
                 END-READ
              WHEN 28
                 READ SUPPDOCS INTO WS-HASH-REC
                    AT END MOVE 'Y' TO MASTER-EOF-WS
                 END-READ
              WHEN 29
                 READ SPXREF INTO WS-HASH-REC
                    AT END MOVE 'Y' TO MASTER-EOF-WS
                 END-READ
              WHEN 30
                 READ TOOLMST INTO WS-HASH-REC
                    AT END MOVE 'Y' TO MASTER-EOF-WS
                 END-READ
              WHEN 31
                 READ SAVYTD INTO WS-HASH-REC
                    AT END MOVE 'Y' TO MASTER-EOF-WS
                 END-READ
              WHEN 32
                 READ RISKMST INTO WS-HASH-REC
                    AT END MOVE 'Y' TO MASTER-EOF-WS
                 END-READ
              WHEN 33
                 READ INSPLVL INTO WS-HASH-REC
                    AT END MOVE 'Y' TO MASTER-EOF-WS
                 END-READ
              WHEN 34
                 READ CONSIGNF INTO WS-HASH-REC
                    AT END MOVE 'Y' TO MASTER-EOF-WS
                 END-READ
              WHEN 35
                 READ REBATES INTO WS-HASH-REC
                    AT END MOVE 'Y' TO MASTER-EOF-WS
                 END-READ
              WHEN 36
                 READ PERSPEND INTO WS-HASH-REC
                    AT END MOVE 'Y' TO MASTER-EOF-WS
                 END-READ
              WHEN 37
                 READ RATEOVR INTO WS-HASH-REC
                    AT END MOVE 'Y' TO MASTER-EOF-WS
                 END-READ
              WHEN 38
                 READ FRTRATE INTO WS-HASH-REC
                    AT END MOVE 'Y' TO MASTER-EOF-WS
                 END-READ
              WHEN 39
                 READ CORETRMS INTO WS-HASH-REC
                    AT END MOVE 'Y' TO MASTER-EOF-WS
                 END-READ
              WHEN 40
                 READ WARRTRMS INTO WS-HASH-REC
                    AT END MOVE 'Y' TO MASTER-EOF-WS
                 END-READ
              WHEN 41
                 READ PLANCHG INTO WS-HASH-REC
                    AT END MOVE 'Y' TO MASTER-EOF-WS
                 END-READ
              WHEN 42
                 READ FIXRULES INTO WS-HASH-REC
                    AT END MOVE 'Y' TO MASTER-EOF-WS
                 END-READ
              WHEN 43
                 READ DENYLIST INTO WS-HASH-REC
                    AT END MOVE 'Y' TO MASTER-EOF-WS
                 END-READ
              WHEN 44
                 READ SODRULES INTO WS-HASH-REC
                    AT END MOVE 'Y' TO MASTER-EOF-WS
                 END-READ
              WHEN 45
                 READ BUYRVNDR INTO WS-HASH-REC
                    AT END MOVE 'Y' TO MASTER-EOF-WS
                 END-READ
              WHEN 46
                 READ BUYRBUDG INTO WS-HASH-REC
                    AT END MOVE 'Y' TO MASTER-EOF-WS
                 END-READ
              WHEN 47
                 READ FXRATES INTO WS-HASH-REC
                    AT END MOVE 'Y' TO MASTER-EOF-WS
                 END-READ
              WHEN 48
                 READ HOLIDAYS INTO WS-HASH-REC
                    AT END MOVE 'Y' TO MASTER-EOF-WS
                 END-READ
              WHEN 49
                 READ VEHMAKE INTO WS-HASH-REC
                    AT END MOVE 'Y' TO MASTER-EOF-WS
                 END-READ
              WHEN 50
                 READ VEHMODEL INTO WS-HASH-REC
                    AT END MOVE 'Y' TO MASTER-EOF-WS
                 END-READ
              WHEN 51
                 READ PAYTERMS INTO WS-HASH-REC
                    AT END MOVE 'Y' TO MASTER-EOF-WS
                 END-READ
              WHEN 52
                 READ HAZCLASS INTO WS-HASH-REC
                    AT END MOVE 'Y' TO MASTER-EOF-WS
                 END-READ
              WHEN 53
                 READ CARRIERS INTO WS-HASH-REC
                    AT END MOVE 'Y' TO MASTER-EOF-WS
                 END-READ
              WHEN 54
                 READ COUNTRY INTO WS-HASH-REC
                    AT END MOVE 'Y' TO MASTER-EOF-WS
                 END-READ
              WHEN 55
                 READ COMCLAS INTO WS-HASH-REC
                    AT END MOVE 'Y' TO MASTER-EOF-WS
                 END-READ
              WHEN 56
                 READ UOMFACT INTO WS-HASH-REC
                    AT END MOVE 'Y' TO MASTER-EOF-WS
                 END-READ
              WHEN 57
                 READ PLANTS INTO WS-HASH-REC
                    AT END MOVE 'Y' TO MASTER-EOF-WS
                 END-READ
              WHEN 58
                 READ RSNCODES INTO WS-HASH-REC
                    AT END MOVE 'Y' TO MASTER-EOF-WS
                 END-READ
              WHEN 59
                 READ STATETAX INTO WS-HASH-REC
                    AT END MOVE 'Y' TO MASTER-EOF-WS
                 END-READ
              WHEN 60
                 READ COMMGL INTO WS-HASH-REC
                    AT END MOVE 'Y' TO MASTER-EOF-WS
                 END-READ
              WHEN 61
                 READ COMPANY INTO WS-HASH-REC
                    AT END MOVE 'Y' TO MASTER-EOF-WS
                 END-READ
              WHEN 62
                 READ FISCPER INTO WS-HASH-REC
                    AT END MOVE 'Y' TO MASTER-EOF-WS
                 END-READ
              WHEN 63
                 READ BUYRASGN INTO WS-HASH-REC
                    AT END MOVE 'Y' TO MASTER-EOF-WS
                 END-READ
              WHEN 64
                 READ VMIAGREE INTO WS-HASH-REC
                    AT END MOVE 'Y' TO MASTER-EOF-WS
                 END-READ
              WHEN 65
                 READ TPPROF INTO WS-HASH-REC
                    AT END MOVE 'Y' TO MASTER-EOF-WS
                 END-READ
              WHEN 66
                 READ PRCBOOK INTO WS-HASH-REC
                    AT END MOVE 'Y' TO MASTER-EOF-WS
                 END-READ
              WHEN 67
                 READ DISTMAST INTO WS-HASH-REC
                    AT END MOVE 'Y' TO MASTER-EOF-WS
                 END-READ
              WHEN 68
                 READ DWDIMS INTO WS-HASH-REC
                    AT END MOVE 'Y' TO MASTER-EOF-WS
                 END-READ
           END-EVALUATE.
           IF NOT MASTER-EOF
              IF IN-MASTER-KEY NOT = '00'
                 DISPLAY 'MSTSNAP - READ ERROR ON ' WS-SN-NAME (WS-SLOT)
                    ' - STATUS ' IN-MASTER-KEY
                 MOVE 'N' TO WS-SL-OPENED (WS-SLOT)
                 MOVE 'Y' TO MASTER-EOF-WS
              ELSE
                 ADD 1 TO WS-SL-COUNT (WS-SLOT)
                 PERFORM 240-HashRecord
              END-IF
           END-IF.

       230-CloseSlot.
           EVALUATE WS-SLOT
              WHEN 1  CLOSE SUPPMST
              WHEN 2  CLOSE PARTMAST
              WHEN 3  CLOSE PARMMAST
              WHEN 4  CLOSE OPENPO
              WHEN 5  CLOSE BLNKMAST
              WHEN 6  CLOSE CONSBAL
              WHEN 7  CLOSE PRICEHST
              WHEN 8  CLOSE REBSPND
              WHEN 9  CLOSE ADDRMST
              WHEN 10 CLOSE ALLOCMST
              WHEN 11 CLOSE ASLMST
              WHEN 12 CLOSE BINLOC
              WHEN 13 CLOSE CARFILE
              WHEN 14 CLOSE CONTMST
              WHEN 15 CLOSE DOCKAPPT
              WHEN 16 CLOSE DOCKCAP
              WHEN 17 CLOSE FITMENT
              WHEN 18 CLOSE INTCHG
              WHEN 19 CLOSE LEGLHOLD
              WHEN 20 CLOSE OPERMST
              WHEN 21 CLOSE PONUMREG
              WHEN 22 CLOSE PRCAGREE
              WHEN 23 CLOSE QUOTFILE
              WHEN 24 CLOSE STDCOST
              WHEN 25 CLOSE MOQFILE
              WHEN 26 CLOSE SUPERSED
              WHEN 27 CLOSE BOMFILE
              WHEN 28 CLOSE SUPPDOCS
              WHEN 29 CLOSE SPXREF
              WHEN 30 CLOSE TOOLMST
              WHEN 31 CLOSE SAVYTD
              WHEN 32 CLOSE RISKMST
              WHEN 33 CLOSE INSPLVL
              WHEN 34 CLOSE CONSIGNF
              WHEN 35 CLOSE REBATES
              WHEN 36 CLOSE PERSPEND
              WHEN 37 CLOSE RATEOVR
              WHEN 38 CLOSE FRTRATE
              WHEN 39 CLOSE CORETRMS
              WHEN 40 CLOSE WARRTRMS
              WHEN 41 CLOSE PLANCHG
              WHEN 42 CLOSE FIXRULES
              WHEN 43 CLOSE DENYLIST
              WHEN 44 CLOSE SODRULES
              WHEN 45 CLOSE BUYRVNDR
              WHEN 46 CLOSE BUYRBUDG
              WHEN 47 CLOSE FXRATES
              WHEN 48 CLOSE HOLIDAYS
              WHEN 49 CLOSE VEHMAKE
              WHEN 50 CLOSE VEHMODEL
              WHEN 51 CLOSE PAYTERMS
              WHEN 52 CLOSE HAZCLASS
              WHEN 53 CLOSE CARRIERS
              WHEN 54 CLOSE COUNTRY
              WHEN 55 CLOSE COMCLAS
              WHEN 56 CLOSE UOMFACT
              WHEN 57 CLOSE PLANTS
              WHEN 58 CLOSE RSNCODES
              WHEN 59 CLOSE STATETAX
              WHEN 60 CLOSE COMMGL
              WHEN 61 CLOSE COMPANY
              WHEN 62 CLOSE FISCPER
              WHEN 63 CLOSE BUYRASGN
              WHEN 64 CLOSE VMIAGREE
              WHEN 65 CLOSE TPPROF
              WHEN 66 CLOSE PRCBOOK
              WHEN 67 CLOSE DISTMAST
              WHEN 68 CLOSE DWDIMS
           END-EVALUATE.

      *05/18 Byte value times column, summed over the record.
       240-HashRecord.
           PERFORM VARYING WS-BYTE-POS FROM 1 BY 1
              UNTIL WS-BYTE-POS > WS-SN-LRECL (WS-SLOT)
                 MOVE WS-HASH-REC (WS-BYTE-POS:1) TO WS-BYTE-LOW
                 COMPUTE WS-SL-HASH (WS-SLOT) = WS-SL-HASH (WS-SLOT)
                    + (WS-BYTE-VALUE * WS-BYTE-POS)
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

      *05/18 The night's run identifier as FINALEX left it. Without
      * one the set is stamped with the process date and sequence
      * zero, so it still sorts into its night.
       375-LoadRunId.
           MOVE PROCESS-DATE TO WS-SET-RUN-DATE.
           MOVE ZERO TO WS-SET-RUN-SEQ.
           OPEN INPUT RUNIDENT.
           IF RUNIDENT-KEY = '00'
              READ RUNIDENT
                 AT END CONTINUE
              END-READ
              IF RUNIDENT-KEY = '00'
                 MOVE RI-RUN-DATE TO WS-SET-RUN-DATE
                 MOVE RI-RUN-SEQ TO WS-SET-RUN-SEQ
              END-IF
              CLOSE RUNIDENT
           END-IF.

      *05/18 The set header rows go on their master's slot; a row for
      * a master no longer in the set is reported and skipped.
       380-LoadSetHeader.
           OPEN INPUT SNAPHDR.
           IF SNAPHDR-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning Input SNAPHDR'
                GO TO 2000-ABEND-RTN
           END-IF.
           PERFORM 385-ReadSetHeader UNTIL SNAPHDR-EOF.
           CLOSE SNAPHDR.
           IF WS-SET-RUN-DATE = ZERO
              DISPLAY 'MSTSNAP - SNAPHDR IS EMPTY - NO SET TO VERIFY'
              GO TO 2000-ABEND-RTN
           END-IF.
           IF RESTORE-RUN
              AND WS-SET-RUN-ID NOT = WS-REQUESTED-RUN-ID
              DISPLAY 'MSTSNAP - SET HEADER IS RUN ' WS-SET-RUN-ID
                 ', NOT THE ' WS-REQUESTED-RUN-ID ' ASKED FOR'
              MOVE 'N' TO WS-RUN-ID-FLAG
           END-IF.

       385-ReadSetHeader.
           READ SNAPHDR
              AT END
                 MOVE 'Y' TO SNAPHDR-EOF-WS
           END-READ.
           IF NOT SNAPHDR-EOF
              MOVE SH-RUN-DATE TO WS-SET-RUN-DATE
              MOVE SH-RUN-SEQ TO WS-SET-RUN-SEQ
              MOVE SH-SNAP-DATE TO WS-SET-SNAP-DATE
              MOVE ZERO TO WS-HDR-SLOT
              PERFORM VARYING WS-SLOT FROM 1 BY 1
                 UNTIL WS-SLOT > WS-SLOT-MAX OR WS-HDR-SLOT > ZERO
                    IF WS-SN-NAME (WS-SLOT) = SH-MASTER
                       MOVE WS-SLOT TO WS-HDR-SLOT
                    END-IF
              END-PERFORM
              IF WS-HDR-SLOT = ZERO
                 DISPLAY 'MSTSNAP - SNAPHDR ROW FOR ' SH-MASTER
                    ' - NOT A MASTER IN THE SET, SKIPPED'
              ELSE
                 MOVE 'Y' TO WS-SL-ON-HEADER (WS-HDR-SLOT)
                 MOVE SH-RECORD-COUNT TO WS-SL-EXP-COUNT (WS-HDR-SLOT)
                 MOVE SH-HASH-TOTAL TO WS-SL-EXP-HASH (WS-HDR-SLOT)
              END-IF
           END-IF.

      *05/18 CHECK and RESTORE - every master against its header row.
       400-CompareSlots.
           PERFORM VARYING WS-SLOT FROM 1 BY 1
              UNTIL WS-SLOT > WS-SLOT-MAX
                 EVALUATE TRUE
                    WHEN NOT SLOT-ON-HEADER (WS-SLOT)
                       MOVE 'NOHEADER' TO WS-SL-RESULT (WS-SLOT)
                    WHEN NOT SLOT-OPENED (WS-SLOT)
                       MOVE 'NOOPEN' TO WS-SL-RESULT (WS-SLOT)
                    WHEN WS-SL-COUNT (WS-SLOT)
                            NOT = WS-SL-EXP-COUNT (WS-SLOT)
                       MOVE 'COUNT' TO WS-SL-RESULT (WS-SLOT)
                    WHEN WS-SL-HASH (WS-SLOT)
                            NOT = WS-SL-EXP-HASH (WS-SLOT)
                       MOVE 'HASH' TO WS-SL-RESULT (WS-SLOT)
                    WHEN OTHER
                       MOVE 'MATCH' TO WS-SL-RESULT (WS-SLOT)
                 END-EVALUATE
                 IF WS-SL-RESULT (WS-SLOT) = 'MATCH'
                    ADD 1 TO WS-MATCHED-CTR
                 ELSE
                    ADD 1 TO WS-FAILED-CTR
                    DISPLAY 'MSTSNAP - ' WS-SN-NAME (WS-SLOT)
                       ' FAILED - ' WS-SL-RESULT (WS-SLOT)
                 END-IF
           END-PERFORM.

      *05/18 SNAP - the set header, one row per master measured. A
      * master that would not open gets no row, so CHECK fails it.
       500-WriteHeader.
           OPEN OUTPUT SNAPHDR.
           IF SNAPHDR-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning SNAPHDR'
                GO TO 2000-ABEND-RTN
           END-IF.
           PERFORM VARYING WS-SLOT FROM 1 BY 1
              UNTIL WS-SLOT > WS-SLOT-MAX
                 IF SLOT-OPENED (WS-SLOT)
                    MOVE SPACES TO SNAPHDR-REC
                    MOVE WS-SET-RUN-DATE TO SH-RUN-DATE
                    MOVE WS-SET-RUN-SEQ TO SH-RUN-SEQ
                    MOVE WS-SN-NAME (WS-SLOT) TO SH-MASTER
                    MOVE WS-SN-LRECL (WS-SLOT) TO SH-LRECL
                    MOVE WS-SL-COUNT (WS-SLOT) TO SH-RECORD-COUNT
                    MOVE WS-SL-HASH (WS-SLOT) TO SH-HASH-TOTAL
                    MOVE WS-SET-SNAP-DATE TO SH-SNAP-DATE
                    WRITE SNAPHDR-REC
                    MOVE 'RECORDED' TO WS-SL-RESULT (WS-SLOT)
                    ADD 1 TO WS-MATCHED-CTR
                 ELSE
                    MOVE 'NOOPEN' TO WS-SL-RESULT (WS-SLOT)
                    ADD 1 TO WS-FAILED-CTR
                 END-IF
           END-PERFORM.
           CLOSE SNAPHDR.

       600-WriteLog.
           PERFORM VARYING WS-SLOT FROM 1 BY 1
              UNTIL WS-SLOT > WS-SLOT-MAX
                 MOVE SPACES TO SNAPLOG-REC
                 MOVE WS-SET-RUN-DATE TO SG-RUN-DATE
                 MOVE WS-SET-RUN-SEQ TO SG-RUN-SEQ
                 MOVE WS-RUN-MODE TO SG-MODE
                 MOVE WS-SN-NAME (WS-SLOT) TO SG-MASTER
                 MOVE WS-SL-EXP-COUNT (WS-SLOT) TO SG-EXPECTED-COUNT
                 MOVE WS-SL-COUNT (WS-SLOT) TO SG-RECORD-COUNT
                 MOVE WS-SL-EXP-HASH (WS-SLOT) TO SG-EXPECTED-HASH
                 MOVE WS-SL-HASH (WS-SLOT) TO SG-HASH-TOTAL
                 MOVE WS-SL-RESULT (WS-SLOT) TO SG-RESULT
                 MOVE PROCESS-DATE TO SG-PROCESS-DATE
                 IF NOT RUN-ID-AGREES
                    MOVE 'WRONGSET' TO SG-RESULT
                 END-IF
                 WRITE SNAPLOG-REC
                 IF SNAPLOG-KEY NOT = '00'
                    GO TO 2000-ABEND-RTN
                 END-IF
           END-PERFORM.

      *05/18 8 when the set is not good, 0 when it is.
       900-WriteSummary.
           DISPLAY ' '.
           DISPLAY '---------------------------------------------'.
           DISPLAY 'SNAPSHOT SET RUN ID     : ' WS-SET-RUN-ID.
           DISPLAY 'SNAPSHOT TAKEN          : ' WS-SET-SNAP-DATE.
           DISPLAY 'MASTERS IN THE SET      : ' WS-SLOT-MAX.
           IF SNAP-RUN
              DISPLAY 'MASTERS RECORDED        : ' WS-MATCHED-CTR
           ELSE
              DISPLAY 'MASTERS MATCHED         : ' WS-MATCHED-CTR
           END-IF.
           DISPLAY 'MASTERS FAILED          : ' WS-FAILED-CTR.
           DISPLAY '---------------------------------------------'.
           IF WS-FAILED-CTR > ZERO
              OR NOT RUN-ID-AGREES
              DISPLAY 'MSTSNAP - SNAPSHOT SET ' WS-SET-RUN-ID
                 ' IS NOT GOOD - SEE SNAPLOG'
              MOVE 8 TO RETURN-CODE
           ELSE
              MOVE ZERO TO RETURN-CODE
           END-IF.

       950-CLOSE-FILES.
           CLOSE SNAPLOG.

      * Matches the fix in FINALEX's 2000-ABEND-RTN - DISPLAY and
      * EXIT alone just fell through to whatever paragraph follows.
       2000-ABEND-RTN.
           DISPLAY 'PROGRAM ENCOUNTERED AN ERROR'.
           MOVE 16 TO RETURN-CODE.
           GOBACK.

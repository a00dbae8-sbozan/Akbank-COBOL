       IDENTIFICATION DIVISION.
       PROGRAM-ID. WORK28.
       AUTHOR. Suleyman Bozan.
      *-----------------------------------------------------------------
      *WORK28 cuts the deposit-insurance (TMSF) coverage return.  The
      *insured limit applies per customer across all of his accounts,
      *but IDXFILE holds one record per (customer, currency), so
      *WORK28 browses it in key order - every account of a customer
      *is adjacent - and takes a control break on the customer ID:
      *  - each balance is converted to TRY at the RATEFEED rate, the
      *    same conversion WORK3 puts on OUTFILE;
      *  - negative balances are not deposits and stay out of the
      *    base (counted on the report);
      *  - accounts already surrendered on WORK15's escheat ledger
      *    stay out entirely.  ESCHLEDG is unsorted and append-only,
      *    so the job sorts it into (customer, currency) order first
      *    and WORK28 walks it in step with IDXFILE;
      *  - a currency with no rate is not counted as zero: the whole
      *    customer is withheld from the return and listed as an
      *    exception with the account(s) concerned (RC 4), since a
      *    partial total would understate his uninsured excess.
      *Each customer's TRY total is split into the insured portion,
      *up to the TMSFPARM limit, and the uninsured excess, and placed
      *in one of the TMSFPARM balance bands.  TMSFFILE gets one
      *regulator-format record per customer with a deposit; TMSFRPT
      *carries the counts, the exceptions, and the deposit base
      *summarized by currency and by band.  TMSFPARM has no
      *compiled-in fallback - a regulatory limit is not guessed -
      *so absent, empty or malformed stops the run with RC 16.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IDX-FILE     ASSIGN TO IDXFILE
                               ORGANIZATION INDEXED
                               ACCESS SEQUENTIAL
                               RECORD KEY IDX-KEY
                               STATUS ST-IDX-FILE.
           SELECT LEDGER-FILE  ASSIGN TO ESCHLEDG
                               STATUS ST-LEDGER-FILE.
           SELECT PARM-FILE    ASSIGN TO TMSFPARM
                               STATUS ST-PARM-FILE.
           SELECT RATE-FILE    ASSIGN TO RATEFILE
                               STATUS ST-RATE-FILE.
           SELECT CURRENCY-FILE ASSIGN TO CURRFILE
                               STATUS ST-CURRENCY-FILE.
           SELECT OUT-FILE     ASSIGN TO TMSFFILE
                               STATUS ST-OUT-FILE.
           SELECT REPORT-FILE  ASSIGN TO TMSFRPT
                               STATUS ST-REPORT-FILE.
           SELECT BUSDATE-FILE ASSIGN TO BUSDATE
                               STATUS ST-BUSDATE-FILE.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *IDX-REC mirrors the IDXFILE layout in Z95737.CBL(WORK3).
       FD  IDX-FILE.
       01  IDX-REC.
           03 IDX-KEY.
              05 IDX-ID            PIC S9(5) COMP-3.
              05 IDX-DVZ           PIC S9(3) COMP-3.
           03 IDX-NAME             PIC X(15).
           03 IDX-SRNAME           PIC X(15).
           03 IDX-DATE             PIC S9(07) COMP-3.
           03 IDX-BALANCE          PIC S9(15) COMP-3.
      *LEDG-REC mirrors WORK15's LEDG-REC (ESCHLEDG), sorted by the
      *job on the customer and currency in columns 1-8.
       FD  LEDGER-FILE RECORDING MODE F.
       01  LEDG-REC.
           03 LEDG-ID              PIC 9(05).
           03 LEDG-DVZ             PIC 9(03).
           03 LEDG-DVZ-ISO         PIC X(03).
           03 LEDG-SURR-DATE       PIC 9(08).
           03 LEDG-BALANCE         PIC S9(15)
                                    SIGN IS TRAILING SEPARATE CHARACTER.
      *TMSFPARM: one 75-byte record, the insured limit per customer
      *and the ceilings of the first four balance bands, each 15
      *digits of whole TRY.  Band 5 is everything over the fourth
      *ceiling.  The ceilings must be strictly ascending.
       FD  PARM-FILE RECORDING MODE F.
       01  TPRM-REC.
           03 TPRM-LIMIT           PIC 9(15).
           03 TPRM-BAND-CEILING    PIC 9(15) OCCURS 4 TIMES.
      *RATE-REC mirrors the RATEFEED layout WORK3's H115-LOAD-RATES
      *reads.
       FD  RATE-FILE RECORDING MODE F.
       01  RATE-REC.
           03 RATE-DVZ             PIC X(3).
           03 RATE-TRY-RATE        PIC 9(7)V9(6).
      *Same operations-maintained currency reference WORK3 loads.
       FD  CURRENCY-FILE RECORDING MODE F.
       01  CURR-REC.
           03 CURR-CODE            PIC X(3).
           03 CURR-ISO             PIC X(3).
           03 CURR-NAME            PIC X(20).
      *TMS-REC: the regulator-format coverage record, one per
      *customer with a deposit.  Amounts are whole TRY.
       FD  OUT-FILE RECORDING MODE F.
       01  TMS-REC.
           03 TMS-ID               PIC 9(05).
           03 TMS-NAME             PIC X(15).
           03 TMS-SRNAME           PIC X(15).
           03 TMS-ACCT-COUNT       PIC 9(03).
           03 TMS-TOTAL-TRY        PIC 9(17).
           03 TMS-INSURED-TRY      PIC 9(17).
           03 TMS-UNINSURED-TRY    PIC 9(17).
           03 TMS-BAND             PIC 9(01).
           03 TMS-REPORT-DATE      PIC 9(08).
           03 FILLER               PIC X(02).
       FD  REPORT-FILE RECORDING MODE F.
       01  RPT-LINE                PIC X(132).
      *The business-date control record (see WORK27): every date
      *this program stamps is the business date, not the clock.
       FD  BUSDATE-FILE RECORDING MODE F.
       01  BDT-REC.
           03 BDT-DATE             PIC 9(08).
           03 BDT-PREV-DATE        PIC 9(08).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01  WS-WORKSHOP.
           03 ST-IDX-FILE          PIC 9(02).
              88 IDXFILE-EOF                   VALUE 10.
              88 IDXFILE-SUCCESS               VALUE 00 97.
           03 ST-LEDGER-FILE       PIC 9(02).
              88 LEDGER-EOF                    VALUE 10.
              88 LEDGER-NOT-FOUND              VALUE 35.
              88 LEDGER-SUCCESS                VALUE 00 97.
           03 ST-PARM-FILE         PIC 9(02).
              88 TMSFPARM-EOF                  VALUE 10.
              88 TMSFPARM-NOT-FOUND            VALUE 35.
           03 ST-RATE-FILE         PIC 9(02).
              88 RATE-FILE-EOF                 VALUE 10.
              88 RATE-SUCCESS                  VALUE 00 97.
           03 ST-CURRENCY-FILE     PIC 9(02).
              88 CURR-FILE-EOF                 VALUE 10.
              88 CURR-FILE-NOT-FOUND           VALUE 35.
              88 CURR-FILE-SUCCESS             VALUE 00 97.
           03 ST-OUT-FILE          PIC 9(02).
              88 TMSFFILE-SUCCESS              VALUE 00 97.
           03 ST-REPORT-FILE       PIC 9(02).
              88 TMSFRPT-SUCCESS               VALUE 00 97.
           03 ST-BUSDATE-FILE      PIC 9(02).
              88 BUSDATE-EOF                   VALUE 10.
              88 BUSDATE-NOT-FOUND             VALUE 35.
       01  WS-BUSINESS-DATE        PIC 9(08) VALUE ZERO.
       01  WS-TMSF-COUNTERS.
           03 WS-IDX-READ-COUNT    PIC 9(09) VALUE ZERO.
           03 WS-IDX-INVALID-COUNT PIC 9(09) VALUE ZERO.
           03 WS-LEDGER-READ-COUNT PIC 9(09) VALUE ZERO.
           03 WS-ESCHEAT-COUNT     PIC 9(09) VALUE ZERO.
           03 WS-NEGATIVE-COUNT    PIC 9(09) VALUE ZERO.
           03 WS-BASE-ACCT-COUNT   PIC 9(09) VALUE ZERO.
           03 WS-CUSTOMER-COUNT    PIC 9(09) VALUE ZERO.
           03 WS-REPORTED-COUNT    PIC 9(09) VALUE ZERO.
           03 WS-NO-DEPOSIT-COUNT  PIC 9(09) VALUE ZERO.
           03 WS-WITHHELD-COUNT    PIC 9(09) VALUE ZERO.
           03 WS-NO-RATE-COUNT     PIC 9(09) VALUE ZERO.
      *Insured limit and band ceilings in effect (from TMSFPARM).
       01  WS-INSURED-LIMIT        PIC 9(15) VALUE ZERO.
       01  WS-BAND-CEILINGS.
           03 WS-BAND-CEILING      PIC 9(15) OCCURS 4 TIMES.
      *Merge keys: the display image of (customer, currency) for the
      *master record and the ledger entry in hand; HIGH-VALUES once
      *the file is exhausted.
       01  WS-IDX-CMP-KEY.
           03 WS-IDX-CMP-ID        PIC 9(05).
           03 WS-IDX-CMP-DVZ       PIC 9(03).
       01  WS-LDG-CMP-KEY.
           03 WS-LDG-CMP-ID        PIC 9(05).
           03 WS-LDG-CMP-DVZ       PIC 9(03).
       01  WS-MASTER-VALID         PIC X(01).
           88 MASTER-IS-VALID                  VALUE 'Y'.
      *The customer being aggregated.  His deposit-base accounts are
      *held until the break, because a no-rate account anywhere in
      *the customer withholds all of them from the totals.
       01  WS-CUST-ID              PIC 9(05).
       01  WS-CUST-NAME            PIC X(15).
       01  WS-CUST-SRNAME          PIC X(15).
       01  WS-SAME-CUSTOMER        PIC X(01).
           88 STILL-SAME-CUSTOMER              VALUE 'Y'.
       01  WS-WITHHELD-FLAG        PIC X(01).
           88 CUSTOMER-WITHHELD                VALUE 'Y'.
       01  WS-CUST-TOTAL           PIC 9(17).
       01  WS-CUST-INSURED         PIC 9(17).
       01  WS-CUST-UNINSURED       PIC 9(17).
       01  WS-CUST-BAND            PIC 9(01).
       01  WS-CA-COUNT             PIC 9(03) VALUE ZERO.
       01  WS-CA-IDX               PIC 9(03).
       01  WS-CUST-ACCOUNTS.
           03 WS-CA-ENTRY OCCURS 100 TIMES.
              05 WS-CA-DVZ         PIC 9(03).
              05 WS-CA-CURR        PIC 9(02).
              05 WS-CA-BALANCE     PIC S9(15).
              05 WS-CA-TRY         PIC S9(15).
              05 WS-CA-RATE-FLAG   PIC X(01).
                 88 CA-HAS-NO-RATE             VALUE 'N'.
      *Known currencies: the working table is loaded from CURRFILE
      *(same dataset and 26-byte layout WORK3 reads), with the FILLER
      *rows below as the compiled-in fallback when CURRFILE is absent
      *or empty.  Entry 1 is the UNKNOWN placeholder.
       01  WS-CURRENCY-INIT-DATA.
           03 FILLER PIC X(26) VALUE '001XXXUNKNOWN CURRENCY    '.
           03 FILLER PIC X(26) VALUE '840USDUS DOLLAR           '.
           03 FILLER PIC X(26) VALUE '978EUREURO                '.
           03 FILLER PIC X(26) VALUE '949TRYTURKISH LIRA        '.
           03 FILLER PIC X(26) VALUE '826GBPBRITISH POUND       '.
       01  WS-CURRENCY-DEFAULTS REDEFINES WS-CURRENCY-INIT-DATA.
           03 WS-DFLT-ENTRY OCCURS 5 TIMES.
              05 WS-DFLT-CODE      PIC X(3).
              05 WS-DFLT-ISO       PIC X(3).
              05 WS-DFLT-NAME      PIC X(20).
       01  WS-CURRENCY-TABLE.
           03 WS-CURR-ENTRY OCCURS 20 TIMES.
              05 WS-CURR-CODE      PIC X(3).
              05 WS-CURR-ISO       PIC X(3).
              05 WS-CURR-NAME      PIC X(20).
       01  WS-CURR-COUNT           PIC 9(02) VALUE ZERO.
      *Rate and deposit-base totals per currency, walked in step with
      *WS-CURRENCY-TABLE.
       01  WS-CURRENCY-STATS.
           03 WS-CURR-STAT-ENTRY OCCURS 20 TIMES.
              05 WS-CURR-RATE      PIC 9(7)V9(6).
              05 WS-CURR-CNT-TOT   PIC 9(09).
              05 WS-CURR-BAL-TOT   PIC S9(20).
              05 WS-CURR-TRY-TOT   PIC S9(20).
       01  WS-CURR-IDX             PIC 9(02).
       01  WS-CURR-FOUND           PIC 9(02).
       01  WS-DVZ-DISPLAY          PIC 9(03).
       01  WS-DVZ-KEY-X            PIC X(03).
       01  WS-GRAND-BAL-TOT        PIC S9(20) VALUE ZERO.
       01  WS-GRAND-TRY-TOT        PIC S9(20) VALUE ZERO.
      *Coverage totals per balance band; row 5 is over the fourth
      *ceiling.
       01  WS-BAND-STATS.
           03 WS-BAND-STAT-ENTRY OCCURS 5 TIMES.
              05 WS-BAND-CUST-TOT  PIC 9(09).
              05 WS-BAND-TRY-TOT   PIC 9(18).
              05 WS-BAND-INS-TOT   PIC 9(18).
              05 WS-BAND-UNI-TOT   PIC 9(18).
       01  WS-BAND-IDX             PIC 9(01).
       01  WS-ALL-CUST-TOT         PIC 9(09) VALUE ZERO.
       01  WS-ALL-TRY-TOT          PIC 9(18) VALUE ZERO.
       01  WS-ALL-INS-TOT          PIC 9(18) VALUE ZERO.
       01  WS-ALL-UNI-TOT          PIC 9(18) VALUE ZERO.
       01  WS-RPT-CURR-DETAIL.
           03 WS-RPT-ISO           PIC X(03).
           03 FILLER               PIC X(06) VALUE ' CNT: '.
           03 WS-RPT-CNT           PIC 9(09).
           03 FILLER               PIC X(07) VALUE ' BAL: '.
           03 WS-RPT-BAL           PIC -9(20).
           03 FILLER               PIC X(06) VALUE ' TRY: '.
           03 WS-RPT-TRY           PIC -9(20).
           03 FILLER               PIC X(59) VALUE SPACES.
       01  WS-RPT-BAND-DETAIL.
           03 WS-RPT-BND-NO        PIC X(05).
           03 FILLER               PIC X(01) VALUE SPACES.
           03 WS-RPT-BND-LABEL     PIC X(05).
           03 FILLER               PIC X(01) VALUE SPACES.
           03 WS-RPT-BND-CEILING   PIC X(15).
           03 FILLER               PIC X(07) VALUE ' CUST: '.
           03 WS-RPT-BND-CNT       PIC 9(09).
           03 FILLER               PIC X(06) VALUE ' TOT: '.
           03 WS-RPT-BND-TOT       PIC 9(18).
           03 FILLER               PIC X(06) VALUE ' INS: '.
           03 WS-RPT-BND-INS       PIC 9(18).
           03 FILLER               PIC X(06) VALUE ' UNI: '.
           03 WS-RPT-BND-UNI       PIC 9(18).
           03 FILLER               PIC X(17) VALUE SPACES.
       01  WS-RPT-EXCP-DETAIL.
           03 FILLER               PIC X(04) VALUE 'ID  '.
           03 WS-RPT-EXC-ID        PIC 9(05).
           03 FILLER               PIC X(06) VALUE ' DVZ: '.
           03 WS-RPT-EXC-DVZ       PIC 9(03).
           03 FILLER               PIC X(01) VALUE SPACES.
           03 WS-RPT-EXC-ISO       PIC X(03).
           03 FILLER               PIC X(07) VALUE ' BAL: '.
           03 WS-RPT-EXC-BAL       PIC -9(15).
           03 FILLER               PIC X(02) VALUE SPACES.
           03 WS-RPT-EXC-NAME      PIC X(15).
           03 FILLER               PIC X(01) VALUE SPACES.
           03 WS-RPT-EXC-SRNAME    PIC X(15).
           03 FILLER               PIC X(54) VALUE SPACES.
      *No-rate accounts of withheld customers, noted during the scan
      *and listed after the coverage summary so the report opens with
      *its title.  Past 1000 the rest are still withheld and on
      *SYSOUT, and the report says so.
       01  WS-EXCEPTION-COUNT      PIC 9(04) VALUE ZERO.
       01  WS-EXCEPTION-TABLE.
           03 WS-EXC-ENTRY OCCURS 1000 TIMES.
              05 WS-EXC-ID         PIC 9(05).
              05 WS-EXC-DVZ        PIC 9(03).
              05 WS-EXC-ISO        PIC X(03).
              05 WS-EXC-BAL        PIC S9(15).
              05 WS-EXC-NAME       PIC X(15).
              05 WS-EXC-SRNAME     PIC X(15).
       01  WS-EXC-IDX              PIC 9(04).
       01  WS-EXC-OVERFLOW         PIC 9(09) VALUE ZERO.
      *
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM H105-LOAD-BUSINESS-DATE
           PERFORM H100-OPEN-FILES
           PERFORM H110-LOAD-PARMS
           PERFORM H120-LOAD-CURRENCIES
           PERFORM H150-LOAD-RATES
           PERFORM H170-OPEN-LEDGER
           PERFORM H210-READ-MASTER
           PERFORM H200-PROCESS-CUSTOMER
              UNTIL WS-IDX-CMP-KEY = HIGH-VALUES
           PERFORM H900-TMSF-REPORT
           PERFORM H999-EXIT-PROGRAM.
       0000-END. EXIT.

       H100-OPEN-FILES.
           PERFORM VARYING WS-CURR-IDX FROM 1 BY 1
              UNTIL WS-CURR-IDX > 20
              MOVE ZERO TO WS-CURR-RATE (WS-CURR-IDX)
              MOVE ZERO TO WS-CURR-CNT-TOT (WS-CURR-IDX)
              MOVE ZERO TO WS-CURR-BAL-TOT (WS-CURR-IDX)
              MOVE ZERO TO WS-CURR-TRY-TOT (WS-CURR-IDX)
              END-PERFORM.
           PERFORM VARYING WS-BAND-IDX FROM 1 BY 1
              UNTIL WS-BAND-IDX > 5
              MOVE ZERO TO WS-BAND-CUST-TOT (WS-BAND-IDX)
              MOVE ZERO TO WS-BAND-TRY-TOT (WS-BAND-IDX)
              MOVE ZERO TO WS-BAND-INS-TOT (WS-BAND-IDX)
              MOVE ZERO TO WS-BAND-UNI-TOT (WS-BAND-IDX)
              END-PERFORM.
           OPEN INPUT IDX-FILE.
           IF (ST-IDX-FILE NOT = 0) AND (ST-IDX-FILE NOT = 97)
              DISPLAY 'IDXFILE DID NOT OPEN: ' ST-IDX-FILE
              MOVE ST-IDX-FILE TO RETURN-CODE
              PERFORM H999-EXIT-PROGRAM
              END-IF.
           OPEN OUTPUT OUT-FILE.
           IF (ST-OUT-FILE NOT = 0) AND (ST-OUT-FILE NOT = 97)
              DISPLAY 'TMSFFILE DID NOT OPEN: ' ST-OUT-FILE
              MOVE ST-OUT-FILE TO RETURN-CODE
              PERFORM H999-EXIT-PROGRAM
              END-IF.
           OPEN OUTPUT REPORT-FILE.
           IF (ST-REPORT-FILE NOT = 0) AND (ST-REPORT-FILE NOT = 97)
              DISPLAY 'TMSFRPT DID NOT OPEN: ' ST-REPORT-FILE
              MOVE ST-REPORT-FILE TO RETURN-CODE
              PERFORM H999-EXIT-PROGRAM
              END-IF.
       H100-END. EXIT.

       H105-LOAD-BUSINESS-DATE.
      *Dates come from the BUSDATE control record, never the system
      *clock, so a run that slips past midnight or is rerun the next
      *morning still books to the business day it belongs to.  Like
      *INTRFILE there is no compiled-in fallback: absent, empty or
      *not a valid date stops the run with RC 16.
           OPEN INPUT BUSDATE-FILE.
           IF BUSDATE-NOT-FOUND
              DISPLAY 'BUSDATE NOT FOUND - NO BUSINESS DATE'
              MOVE 16 TO RETURN-CODE
              PERFORM H999-EXIT-PROGRAM
              END-IF.
           IF (ST-BUSDATE-FILE NOT = 0) AND (ST-BUSDATE-FILE NOT = 97)
              DISPLAY 'BUSDATE DID NOT OPEN: ' ST-BUSDATE-FILE
              MOVE ST-BUSDATE-FILE TO RETURN-CODE
              PERFORM H999-EXIT-PROGRAM
              END-IF.
           READ BUSDATE-FILE.
           IF BUSDATE-EOF
              DISPLAY 'BUSDATE IS EMPTY - NO BUSINESS DATE'
              MOVE 16 TO RETURN-CODE
              PERFORM H999-EXIT-PROGRAM
              END-IF.
           IF BDT-DATE NOT NUMERIC
              DISPLAY 'MALFORMED BUSDATE RECORD'
              MOVE 16 TO RETURN-CODE
              PERFORM H999-EXIT-PROGRAM
              END-IF.
           IF FUNCTION TEST-DATE-YYYYMMDD(BDT-DATE) NOT = 0
              DISPLAY 'BUSDATE IS NOT A VALID DATE: ' BDT-DATE
              MOVE 16 TO RETURN-CODE
              PERFORM H999-EXIT-PROGRAM
              END-IF.
           MOVE BDT-DATE TO WS-BUSINESS-DATE.
           CLOSE BUSDATE-FILE.
           DISPLAY 'BUSINESS DATE: ' WS-BUSINESS-DATE.
       H105-END. EXIT.

       H110-LOAD-PARMS.
      *No default for the insured limit or the bands: absent, empty,
      *non-numeric, a zero limit or ceilings out of order stop the
      *run with RC 16.
           OPEN INPUT PARM-FILE.
           IF TMSFPARM-NOT-FOUND
              DISPLAY 'TMSFPARM NOT FOUND - NO INSURED LIMIT'
              MOVE 16 TO RETURN-CODE
              PERFORM H999-EXIT-PROGRAM
              END-IF.
           IF (ST-PARM-FILE NOT = 0) AND (ST-PARM-FILE NOT = 97)
              DISPLAY 'TMSFPARM DID NOT OPEN: ' ST-PARM-FILE
              MOVE ST-PARM-FILE TO RETURN-CODE
              PERFORM H999-EXIT-PROGRAM
              END-IF.
           READ PARM-FILE.
           IF TMSFPARM-EOF
              DISPLAY 'TMSFPARM IS EMPTY - NO INSURED LIMIT'
              MOVE 16 TO RETURN-CODE
              PERFORM H999-EXIT-PROGRAM
              END-IF.
           IF TPRM-REC NOT NUMERIC
              DISPLAY 'MALFORMED TMSFPARM RECORD'
              MOVE 16 TO RETURN-CODE
              PERFORM H999-EXIT-PROGRAM
              END-IF.
           CLOSE PARM-FILE.
           MOVE TPRM-LIMIT TO WS-INSURED-LIMIT.
           IF WS-INSURED-LIMIT = ZERO
              DISPLAY 'TMSFPARM INSURED LIMIT IS ZERO'
              MOVE 16 TO RETURN-CODE
              PERFORM H999-EXIT-PROGRAM
              END-IF.
           PERFORM VARYING WS-BAND-IDX FROM 1 BY 1
              UNTIL WS-BAND-IDX > 4
              MOVE TPRM-BAND-CEILING (WS-BAND-IDX)
                 TO WS-BAND-CEILING (WS-BAND-IDX)
              END-PERFORM.
           IF WS-BAND-CEILING (1) = ZERO
              OR WS-BAND-CEILING (2) NOT > WS-BAND-CEILING (1)
              OR WS-BAND-CEILING (3) NOT > WS-BAND-CEILING (2)
              OR WS-BAND-CEILING (4) NOT > WS-BAND-CEILING (3)
              DISPLAY 'TMSFPARM BAND CEILINGS NOT STRICTLY ASCENDING'
              MOVE 16 TO RETURN-CODE
              PERFORM H999-EXIT-PROGRAM
              END-IF.
           DISPLAY 'INSURED LIMIT PER CUSTOMER (TRY): '
              WS-INSURED-LIMIT.
       H110-END. EXIT.

       H120-LOAD-CURRENCIES.
      *Same load-with-fallback WORK3's H112/H113/H114 does: row 1 is
      *always the reserved UNKNOWN row, CURRFILE rows follow, and the
      *compiled-in table stands in when CURRFILE is absent or empty.
      *A malformed record stops the run.
           MOVE WS-DFLT-CODE (1) TO WS-CURR-CODE (1).
           MOVE WS-DFLT-ISO  (1) TO WS-CURR-ISO (1).
           MOVE WS-DFLT-NAME (1) TO WS-CURR-NAME (1).
           MOVE 1 TO WS-CURR-COUNT.
           OPEN INPUT CURRENCY-FILE.
           IF CURR-FILE-NOT-FOUND
              PERFORM H130-DEFAULT-CURRENCIES
           ELSE
              IF (ST-CURRENCY-FILE NOT = 0)
                 AND (ST-CURRENCY-FILE NOT = 97)
                 DISPLAY 'CURRFILE DID NOT OPEN: ' ST-CURRENCY-FILE
                 MOVE ST-CURRENCY-FILE TO RETURN-CODE
                 PERFORM H999-EXIT-PROGRAM
                 END-IF
              READ CURRENCY-FILE
              IF CURR-FILE-EOF
                 PERFORM H130-DEFAULT-CURRENCIES
              ELSE
                 PERFORM H140-LOAD-ONE-CURRENCY
                    UNTIL CURR-FILE-EOF
                 END-IF
              CLOSE CURRENCY-FILE
              END-IF.
           DISPLAY 'CURRENCY TABLE ENTRIES IN EFFECT: '
              WS-CURR-COUNT.
       H120-END. EXIT.

       H130-DEFAULT-CURRENCIES.
           DISPLAY 'CURRFILE NOT FOUND OR EMPTY - COMPILED-IN '
              'CURRENCY TABLE IN EFFECT'.
           PERFORM VARYING WS-CURR-IDX FROM 2 BY 1
              UNTIL WS-CURR-IDX > 5
              MOVE WS-DFLT-CODE (WS-CURR-IDX)
                 TO WS-CURR-CODE (WS-CURR-IDX)
              MOVE WS-DFLT-ISO (WS-CURR-IDX)
                 TO WS-CURR-ISO (WS-CURR-IDX)
              MOVE WS-DFLT-NAME (WS-CURR-IDX)
                 TO WS-CURR-NAME (WS-CURR-IDX)
              END-PERFORM.
           MOVE 5 TO WS-CURR-COUNT.
       H130-END. EXIT.

       H140-LOAD-ONE-CURRENCY.
           IF CURR-CODE NOT NUMERIC
              DISPLAY 'MALFORMED CURRFILE RECORD, CODE: ' CURR-CODE
              MOVE 16 TO RETURN-CODE
              PERFORM H999-EXIT-PROGRAM
              END-IF.
           IF WS-CURR-COUNT >= 20
              DISPLAY 'CURRFILE HAS MORE ENTRIES THAN THE TABLE '
                 'HOLDS (19 PLUS THE UNKNOWN ROW)'
              MOVE 16 TO RETURN-CODE
              PERFORM H999-EXIT-PROGRAM
              END-IF.
           ADD 1 TO WS-CURR-COUNT.
           MOVE CURR-CODE TO WS-CURR-CODE (WS-CURR-COUNT).
           MOVE CURR-ISO  TO WS-CURR-ISO (WS-CURR-COUNT).
           MOVE CURR-NAME TO WS-CURR-NAME (WS-CURR-COUNT).
           READ CURRENCY-FILE.
       H140-END. EXIT.

       H150-LOAD-RATES.
      *Same rate load as WORK3's H115: TRY is 1 by definition, every
      *other currency takes its rate from RATEFILE, and a malformed
      *rate stops the run.
           PERFORM VARYING WS-CURR-IDX FROM 1 BY 1
              UNTIL WS-CURR-IDX > WS-CURR-COUNT
              IF WS-CURR-CODE (WS-CURR-IDX) = '949'
                 MOVE 1 TO WS-CURR-RATE (WS-CURR-IDX)
                 END-IF
              END-PERFORM.
           OPEN INPUT RATE-FILE.
           IF (ST-RATE-FILE NOT = 0) AND (ST-RATE-FILE NOT = 97)
              DISPLAY 'RATEFILE DID NOT OPEN: ' ST-RATE-FILE
              MOVE ST-RATE-FILE TO RETURN-CODE
              PERFORM H999-EXIT-PROGRAM
              END-IF.
           READ RATE-FILE.
           PERFORM H160-LOAD-ONE-RATE UNTIL RATE-FILE-EOF.
           CLOSE RATE-FILE.
       H150-END. EXIT.

       H160-LOAD-ONE-RATE.
           IF RATE-TRY-RATE NOT NUMERIC
              DISPLAY 'MALFORMED RATE RECORD FOR DVZ: ' RATE-DVZ
              MOVE 16 TO RETURN-CODE
              PERFORM H999-EXIT-PROGRAM
              END-IF.
           MOVE ZERO TO WS-CURR-FOUND.
           PERFORM VARYING WS-CURR-IDX FROM 1 BY 1
              UNTIL WS-CURR-IDX > WS-CURR-COUNT
              IF WS-CURR-CODE (WS-CURR-IDX) = RATE-DVZ
                 MOVE WS-CURR-IDX TO WS-CURR-FOUND
                 MOVE 21 TO WS-CURR-IDX
                 END-IF
              END-PERFORM.
           IF WS-CURR-FOUND = ZERO
              DISPLAY 'RATE FOR UNKNOWN CURRENCY IGNORED: ' RATE-DVZ
           ELSE
              IF WS-CURR-CODE (WS-CURR-FOUND) NOT = '949'
                 MOVE RATE-TRY-RATE TO WS-CURR-RATE (WS-CURR-FOUND)
                 END-IF
              END-IF.
           READ RATE-FILE.
       H160-END. EXIT.

       H170-OPEN-LEDGER.
      *A missing ledger is tolerated with a console warning, as in
      *WORK15: before the first escheat quarter there is nothing on
      *it to exclude.
           OPEN INPUT LEDGER-FILE.
           IF LEDGER-NOT-FOUND
              DISPLAY 'ESCHLEDG NOT FOUND - NO SURRENDERED ACCOUNTS '
                 'EXCLUDED'
              MOVE HIGH-VALUES TO WS-LDG-CMP-KEY
           ELSE
              IF (ST-LEDGER-FILE NOT = 0) AND
                 (ST-LEDGER-FILE NOT = 97)
                 DISPLAY 'ESCHLEDG DID NOT OPEN: ' ST-LEDGER-FILE
                 MOVE ST-LEDGER-FILE TO RETURN-CODE
                 PERFORM H999-EXIT-PROGRAM
                 END-IF
              PERFORM H180-READ-LEDGER
              END-IF.
       H170-END. EXIT.

       H180-READ-LEDGER.
           READ LEDGER-FILE.
           IF (NOT LEDGER-SUCCESS) AND (NOT LEDGER-EOF)
              DISPLAY 'ESCHLEDG READ FAILED: ' ST-LEDGER-FILE
              MOVE ST-LEDGER-FILE TO RETURN-CODE
              PERFORM H999-EXIT-PROGRAM
              END-IF.
           IF LEDGER-EOF
              MOVE HIGH-VALUES TO WS-LDG-CMP-KEY
           ELSE
              ADD 1 TO WS-LEDGER-READ-COUNT
              IF LEDG-ID NOT NUMERIC OR LEDG-DVZ NOT NUMERIC
                 DISPLAY 'MALFORMED ESCHLEDG RECORD '
                    WS-LEDGER-READ-COUNT
                 MOVE 16 TO RETURN-CODE
                 PERFORM H999-EXIT-PROGRAM
                 END-IF
              MOVE LEDG-ID  TO WS-LDG-CMP-ID
              MOVE LEDG-DVZ TO WS-LDG-CMP-DVZ
              END-IF.
       H180-END. EXIT.

       H200-PROCESS-CUSTOMER.
      *The master record in hand opens the next customer; take every
      *account of his, then settle his coverage at the break.
           ADD 1 TO WS-CUSTOMER-COUNT.
           MOVE WS-IDX-CMP-ID TO WS-CUST-ID.
           MOVE IDX-NAME      TO WS-CUST-NAME.
           MOVE IDX-SRNAME    TO WS-CUST-SRNAME.
           MOVE ZERO TO WS-CA-COUNT.
           MOVE ZERO TO WS-CUST-TOTAL.
           MOVE 'N'  TO WS-WITHHELD-FLAG.
           MOVE 'Y'  TO WS-SAME-CUSTOMER.
           PERFORM H220-TAKE-ACCOUNT UNTIL NOT STILL-SAME-CUSTOMER.
           PERFORM H240-CLOSE-CUSTOMER.
       H200-END. EXIT.

       H210-READ-MASTER.
      *Next usable master record; one whose packed fields will not
      *convert is counted and passed over, as WORK13's sweep does.
           MOVE 'N' TO WS-MASTER-VALID.
           PERFORM H215-READ-ONE-MASTER
              UNTIL IDXFILE-EOF OR MASTER-IS-VALID.
           IF IDXFILE-EOF
              MOVE HIGH-VALUES TO WS-IDX-CMP-KEY
           ELSE
              MOVE IDX-ID  TO WS-IDX-CMP-ID
              MOVE IDX-DVZ TO WS-IDX-CMP-DVZ
              END-IF.
       H210-END. EXIT.

       H215-READ-ONE-MASTER.
           READ IDX-FILE.
           IF IDXFILE-SUCCESS
              ADD 1 TO WS-IDX-READ-COUNT
              IF IDX-ID NOT NUMERIC OR IDX-DVZ NOT NUMERIC
                 OR IDX-DATE NOT NUMERIC OR IDX-BALANCE NOT NUMERIC
                 DISPLAY 'RECORD ' WS-IDX-READ-COUNT
                    ' SKIPPED - NOT VALID PACKED DECIMAL'
                 ADD 1 TO WS-IDX-INVALID-COUNT
              ELSE
                 MOVE 'Y' TO WS-MASTER-VALID
                 END-IF
           ELSE
              IF NOT IDXFILE-EOF
                 DISPLAY 'IDXFILE READ FAILED: ' ST-IDX-FILE
                 MOVE ST-IDX-FILE TO RETURN-CODE
                 PERFORM H999-EXIT-PROGRAM
                 END-IF
              END-IF.
       H215-END. EXIT.

       H220-TAKE-ACCOUNT.
      *Bring the ledger up to this account, then decide whether the
      *account belongs in the deposit base.
           PERFORM H180-READ-LEDGER
              UNTIL WS-LDG-CMP-KEY NOT < WS-IDX-CMP-KEY.
           IF WS-LDG-CMP-KEY = WS-IDX-CMP-KEY
              ADD 1 TO WS-ESCHEAT-COUNT
           ELSE
              IF IDX-BALANCE < ZERO
                 ADD 1 TO WS-NEGATIVE-COUNT
              ELSE
                 PERFORM H230-HOLD-ACCOUNT
                 END-IF
              END-IF.
           PERFORM H210-READ-MASTER.
           IF WS-IDX-CMP-KEY = HIGH-VALUES
              MOVE 'N' TO WS-SAME-CUSTOMER
           ELSE
              IF WS-IDX-CMP-ID NOT = WS-CUST-ID
                 MOVE 'N' TO WS-SAME-CUSTOMER
                 END-IF
              END-IF.
       H220-END. EXIT.

       H230-HOLD-ACCOUNT.
      *Convert to TRY and hold the account for the break.  No rate
      *(an unknown currency never has one) withholds the customer.
           IF WS-CA-COUNT >= 100
              DISPLAY 'CUSTOMER ' WS-CUST-ID ' HAS MORE ACCOUNTS '
                 'THAN THE TABLE HOLDS (100)'
              MOVE 8 TO RETURN-CODE
              PERFORM H999-EXIT-PROGRAM
              END-IF.
           MOVE IDX-DVZ TO WS-DVZ-DISPLAY.
           PERFORM LOOKUP-CURRENCY.
           ADD 1 TO WS-CA-COUNT.
           MOVE IDX-DVZ       TO WS-CA-DVZ (WS-CA-COUNT).
           MOVE WS-CURR-FOUND TO WS-CA-CURR (WS-CA-COUNT).
           MOVE IDX-BALANCE   TO WS-CA-BALANCE (WS-CA-COUNT).
           MOVE ZERO          TO WS-CA-TRY (WS-CA-COUNT).
           MOVE 'Y'           TO WS-CA-RATE-FLAG (WS-CA-COUNT).
           IF WS-CURR-RATE (WS-CURR-FOUND) = ZERO
              MOVE 'N' TO WS-CA-RATE-FLAG (WS-CA-COUNT)
              MOVE 'Y' TO WS-WITHHELD-FLAG
              ADD 1 TO WS-NO-RATE-COUNT
           ELSE
              COMPUTE WS-CA-TRY (WS-CA-COUNT) ROUNDED =
                 IDX-BALANCE * WS-CURR-RATE (WS-CURR-FOUND)
                 ON SIZE ERROR
                    DISPLAY 'TRY EQUIVALENT OVERFLOWED FOR ID: '
                       WS-CUST-ID ' BALANCE: ' IDX-BALANCE
                    MOVE 99 TO RETURN-CODE
                    PERFORM H999-EXIT-PROGRAM
              END-COMPUTE
              ADD WS-CA-TRY (WS-CA-COUNT) TO WS-CUST-TOTAL
              END-IF.
       H230-END. EXIT.

       H240-CLOSE-CUSTOMER.
      *A customer with nothing in the deposit base (every account
      *negative or surrendered) is only counted.  A withheld one is
      *listed as an exception.  Otherwise his accounts go into the
      *currency totals and, if he holds a deposit, his coverage is
      *split, banded and written.
           IF WS-CA-COUNT = ZERO
              ADD 1 TO WS-NO-DEPOSIT-COUNT
           ELSE
              IF CUSTOMER-WITHHELD
                 ADD 1 TO WS-WITHHELD-COUNT
                 PERFORM H260-LIST-EXCEPTION
                    VARYING WS-CA-IDX FROM 1 BY 1
                    UNTIL WS-CA-IDX > WS-CA-COUNT
              ELSE
                 PERFORM H245-ADD-CURRENCY-TOTALS
                    VARYING WS-CA-IDX FROM 1 BY 1
                    UNTIL WS-CA-IDX > WS-CA-COUNT
                 IF WS-CUST-TOTAL = ZERO
                    ADD 1 TO WS-NO-DEPOSIT-COUNT
                 ELSE
                    PERFORM H250-WRITE-COVERAGE
                    END-IF
                 END-IF
              END-IF.
       H240-END. EXIT.

       H245-ADD-CURRENCY-TOTALS.
           MOVE WS-CA-CURR (WS-CA-IDX) TO WS-CURR-FOUND.
           ADD 1 TO WS-BASE-ACCT-COUNT.
           ADD 1 TO WS-CURR-CNT-TOT (WS-CURR-FOUND).
           ADD WS-CA-BALANCE (WS-CA-IDX)
              TO WS-CURR-BAL-TOT (WS-CURR-FOUND).
           ADD WS-CA-TRY (WS-CA-IDX)
              TO WS-CURR-TRY-TOT (WS-CURR-FOUND).
       H245-END. EXIT.

       H250-WRITE-COVERAGE.
      *Insured up to the limit, the excess uninsured; the band is the
      *first whose ceiling the customer's total does not exceed.
           IF WS-CUST-TOTAL > WS-INSURED-LIMIT
              MOVE WS-INSURED-LIMIT TO WS-CUST-INSURED
           ELSE
              MOVE WS-CUST-TOTAL TO WS-CUST-INSURED
              END-IF.
           COMPUTE WS-CUST-UNINSURED = WS-CUST-TOTAL - WS-CUST-INSURED.
           MOVE 5 TO WS-CUST-BAND.
           PERFORM VARYING WS-BAND-IDX FROM 4 BY -1
              UNTIL WS-BAND-IDX < 1
              IF WS-CUST-TOTAL NOT > WS-BAND-CEILING (WS-BAND-IDX)
                 MOVE WS-BAND-IDX TO WS-CUST-BAND
                 END-IF
              END-PERFORM.
           MOVE WS-CUST-ID        TO TMS-ID.
           MOVE WS-CUST-NAME      TO TMS-NAME.
           MOVE WS-CUST-SRNAME    TO TMS-SRNAME.
           MOVE WS-CA-COUNT       TO TMS-ACCT-COUNT.
           MOVE WS-CUST-TOTAL     TO TMS-TOTAL-TRY.
           MOVE WS-CUST-INSURED   TO TMS-INSURED-TRY.
           MOVE WS-CUST-UNINSURED TO TMS-UNINSURED-TRY.
           MOVE WS-CUST-BAND      TO TMS-BAND.
           MOVE WS-BUSINESS-DATE  TO TMS-REPORT-DATE.
           MOVE SPACES            TO TMS-REC (99:2).
           WRITE TMS-REC.
           IF NOT TMSFFILE-SUCCESS
              DISPLAY 'TMSFFILE WRITE FAILED: ' ST-OUT-FILE
              MOVE ST-OUT-FILE TO RETURN-CODE
              PERFORM H999-EXIT-PROGRAM
              END-IF.
           ADD 1 TO WS-REPORTED-COUNT.
           ADD 1 TO WS-BAND-CUST-TOT (WS-CUST-BAND).
           ADD WS-CUST-TOTAL     TO WS-BAND-TRY-TOT (WS-CUST-BAND).
           ADD WS-CUST-INSURED   TO WS-BAND-INS-TOT (WS-CUST-BAND).
           ADD WS-CUST-UNINSURED TO WS-BAND-UNI-TOT (WS-CUST-BAND).
       H250-END. EXIT.

       H260-LIST-EXCEPTION.
      *One entry per no-rate account of a withheld customer; H910
      *prints them.
           IF CA-HAS-NO-RATE (WS-CA-IDX)
              IF WS-EXCEPTION-COUNT >= 1000
                 ADD 1 TO WS-EXC-OVERFLOW
              ELSE
                 ADD 1 TO WS-EXCEPTION-COUNT
                 MOVE WS-CA-CURR (WS-CA-IDX) TO WS-CURR-FOUND
                 MOVE WS-CUST-ID
                    TO WS-EXC-ID (WS-EXCEPTION-COUNT)
                 MOVE WS-CA-DVZ (WS-CA-IDX)
                    TO WS-EXC-DVZ (WS-EXCEPTION-COUNT)
                 MOVE WS-CURR-ISO (WS-CURR-FOUND)
                    TO WS-EXC-ISO (WS-EXCEPTION-COUNT)
                 MOVE WS-CA-BALANCE (WS-CA-IDX)
                    TO WS-EXC-BAL (WS-EXCEPTION-COUNT)
                 MOVE WS-CUST-NAME
                    TO WS-EXC-NAME (WS-EXCEPTION-COUNT)
                 MOVE WS-CUST-SRNAME
                    TO WS-EXC-SRNAME (WS-EXCEPTION-COUNT)
                 END-IF
              DISPLAY 'NO RATE - CUSTOMER ' WS-CUST-ID ' WITHHELD, DVZ '
                 WS-CA-DVZ (WS-CA-IDX)
              END-IF.
       H260-END. EXIT.

       LOOKUP-CURRENCY.
      *Same decode as WORK3's LOOKUP-CURRENCY; unrecognized codes
      *fall to entry 1 (UNKNOWN), which never carries a rate.
      *WS-DVZ-DISPLAY must already be set by the caller.
           MOVE WS-DVZ-DISPLAY TO WS-DVZ-KEY-X.
           MOVE 1 TO WS-CURR-FOUND.
           PERFORM VARYING WS-CURR-IDX FROM 1 BY 1
              UNTIL WS-CURR-IDX > WS-CURR-COUNT
              IF WS-CURR-CODE (WS-CURR-IDX) = WS-DVZ-KEY-X
                 MOVE WS-CURR-IDX TO WS-CURR-FOUND
                 MOVE 21 TO WS-CURR-IDX
                 END-IF
              END-PERFORM.
       LOOKUP-CURRENCY-END. EXIT.

       H900-TMSF-REPORT.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE 'DEPOSIT-INSURANCE COVERAGE AS OF' TO RPT-LINE.
           MOVE WS-BUSINESS-DATE TO RPT-LINE (34:8).
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           MOVE 'INSURED LIMIT PER CUSTOMER (TRY): ' TO RPT-LINE.
           MOVE WS-INSURED-LIMIT TO RPT-LINE (35:15).
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE 'ACCOUNTS READ     : ' TO RPT-LINE.
           MOVE WS-IDX-READ-COUNT TO RPT-LINE (21:9).
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           MOVE '  IN DEPOSIT BASE : ' TO RPT-LINE.
           MOVE WS-BASE-ACCT-COUNT TO RPT-LINE (21:9).
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           MOVE '  NEGATIVE (OUT)  : ' TO RPT-LINE.
           MOVE WS-NEGATIVE-COUNT TO RPT-LINE (21:9).
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           MOVE '  ESCHEATED (OUT) : ' TO RPT-LINE.
           MOVE WS-ESCHEAT-COUNT TO RPT-LINE (21:9).
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           MOVE '  NO RATE         : ' TO RPT-LINE.
           MOVE WS-NO-RATE-COUNT TO RPT-LINE (21:9).
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           MOVE 'SKIPPED (INVALID) : ' TO RPT-LINE.
           MOVE WS-IDX-INVALID-COUNT TO RPT-LINE (21:9).
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           MOVE 'CUSTOMERS SEEN    : ' TO RPT-LINE.
           MOVE WS-CUSTOMER-COUNT TO RPT-LINE (21:9).
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           MOVE '  REPORTED        : ' TO RPT-LINE.
           MOVE WS-REPORTED-COUNT TO RPT-LINE (21:9).
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           MOVE '  NO DEPOSIT      : ' TO RPT-LINE.
           MOVE WS-NO-DEPOSIT-COUNT TO RPT-LINE (21:9).
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           MOVE '  WITHHELD        : ' TO RPT-LINE.
           MOVE WS-WITHHELD-COUNT TO RPT-LINE (21:9).
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE 'DEPOSIT BASE BY CURRENCY' TO RPT-LINE.
           WRITE RPT-LINE.
           PERFORM VARYING WS-CURR-IDX FROM 1 BY 1
              UNTIL WS-CURR-IDX > WS-CURR-COUNT
              IF WS-CURR-CNT-TOT (WS-CURR-IDX) > ZERO
                 MOVE WS-CURR-ISO (WS-CURR-IDX)     TO WS-RPT-ISO
                 MOVE WS-CURR-CNT-TOT (WS-CURR-IDX) TO WS-RPT-CNT
                 MOVE WS-CURR-BAL-TOT (WS-CURR-IDX) TO WS-RPT-BAL
                 MOVE WS-CURR-TRY-TOT (WS-CURR-IDX) TO WS-RPT-TRY
                 MOVE WS-RPT-CURR-DETAIL TO RPT-LINE
                 WRITE RPT-LINE
                 ADD WS-CURR-BAL-TOT (WS-CURR-IDX)
                    TO WS-GRAND-BAL-TOT
                 ADD WS-CURR-TRY-TOT (WS-CURR-IDX)
                    TO WS-GRAND-TRY-TOT
                 END-IF
              END-PERFORM.
           MOVE 'ALL'              TO WS-RPT-ISO.
           MOVE WS-BASE-ACCT-COUNT TO WS-RPT-CNT.
           MOVE WS-GRAND-BAL-TOT   TO WS-RPT-BAL.
           MOVE WS-GRAND-TRY-TOT   TO WS-RPT-TRY.
           MOVE WS-RPT-CURR-DETAIL TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE 'COVERAGE BY BALANCE BAND (TRY)' TO RPT-LINE.
           WRITE RPT-LINE.
           PERFORM VARYING WS-BAND-IDX FROM 1 BY 1
              UNTIL WS-BAND-IDX > 5
              MOVE 'BAND' TO WS-RPT-BND-NO
              MOVE WS-BAND-IDX TO WS-RPT-BND-NO (5:1)
              IF WS-BAND-IDX = 5
                 MOVE 'OVER ' TO WS-RPT-BND-LABEL
                 MOVE WS-BAND-CEILING (4) TO WS-RPT-BND-CEILING
              ELSE
                 MOVE 'UP TO' TO WS-RPT-BND-LABEL
                 MOVE WS-BAND-CEILING (WS-BAND-IDX)
                    TO WS-RPT-BND-CEILING
                 END-IF
              MOVE WS-BAND-CUST-TOT (WS-BAND-IDX) TO WS-RPT-BND-CNT
              MOVE WS-BAND-TRY-TOT (WS-BAND-IDX)  TO WS-RPT-BND-TOT
              MOVE WS-BAND-INS-TOT (WS-BAND-IDX)  TO WS-RPT-BND-INS
              MOVE WS-BAND-UNI-TOT (WS-BAND-IDX)  TO WS-RPT-BND-UNI
              MOVE WS-RPT-BAND-DETAIL TO RPT-LINE
              WRITE RPT-LINE
              ADD WS-BAND-CUST-TOT (WS-BAND-IDX) TO WS-ALL-CUST-TOT
              ADD WS-BAND-TRY-TOT (WS-BAND-IDX)  TO WS-ALL-TRY-TOT
              ADD WS-BAND-INS-TOT (WS-BAND-IDX)  TO WS-ALL-INS-TOT
              ADD WS-BAND-UNI-TOT (WS-BAND-IDX)  TO WS-ALL-UNI-TOT
              END-PERFORM.
           MOVE 'ALL '           TO WS-RPT-BND-NO.
           MOVE SPACES           TO WS-RPT-BND-LABEL.
           MOVE SPACES           TO WS-RPT-BND-CEILING.
           MOVE WS-ALL-CUST-TOT  TO WS-RPT-BND-CNT.
           MOVE WS-ALL-TRY-TOT   TO WS-RPT-BND-TOT.
           MOVE WS-ALL-INS-TOT   TO WS-RPT-BND-INS.
           MOVE WS-ALL-UNI-TOT   TO WS-RPT-BND-UNI.
           MOVE WS-RPT-BAND-DETAIL TO RPT-LINE.
           WRITE RPT-LINE.
           IF WS-EXCEPTION-COUNT > ZERO
              MOVE SPACES TO RPT-LINE
              WRITE RPT-LINE
              MOVE 'NO-RATE EXCEPTIONS - CUSTOMER WITHHELD FROM THE '
                 TO RPT-LINE
              MOVE 'RETURN' TO RPT-LINE (49:6)
              WRITE RPT-LINE
              PERFORM H910-PRINT-EXCEPTION
                 VARYING WS-EXC-IDX FROM 1 BY 1
                 UNTIL WS-EXC-IDX > WS-EXCEPTION-COUNT
              END-IF.
           IF WS-EXC-OVERFLOW > ZERO
              MOVE SPACES TO RPT-LINE
              MOVE 'FURTHER NO-RATE ACCOUNTS NOT LISTED (SEE SYSOUT):'
                 TO RPT-LINE
              MOVE WS-EXC-OVERFLOW TO RPT-LINE (51:9)
              WRITE RPT-LINE
              END-IF.
           IF (WS-WITHHELD-COUNT > ZERO OR WS-IDX-INVALID-COUNT > ZERO)
              AND RETURN-CODE < 4
              MOVE 4 TO RETURN-CODE
              END-IF.
           DISPLAY '========= WORK28 TMSF TOTALS ========='.
           DISPLAY 'BUSINESS DATE     : ' WS-BUSINESS-DATE.
           DISPLAY 'ACCOUNTS READ     : ' WS-IDX-READ-COUNT.
           DISPLAY 'IN DEPOSIT BASE   : ' WS-BASE-ACCT-COUNT.
           DISPLAY 'NEGATIVE (OUT)    : ' WS-NEGATIVE-COUNT.
           DISPLAY 'ESCHEATED (OUT)   : ' WS-ESCHEAT-COUNT.
           DISPLAY 'NO RATE           : ' WS-NO-RATE-COUNT.
           DISPLAY 'SKIPPED (INVALID) : ' WS-IDX-INVALID-COUNT.
           DISPLAY 'CUSTOMERS SEEN    : ' WS-CUSTOMER-COUNT.
           DISPLAY 'REPORTED          : ' WS-REPORTED-COUNT.
           DISPLAY 'NO DEPOSIT        : ' WS-NO-DEPOSIT-COUNT.
           DISPLAY 'WITHHELD          : ' WS-WITHHELD-COUNT.
           DISPLAY 'TOTAL DEPOSITS TRY: ' WS-ALL-TRY-TOT.
           DISPLAY 'INSURED TRY       : ' WS-ALL-INS-TOT.
           DISPLAY 'UNINSURED TRY     : ' WS-ALL-UNI-TOT.
       H900-END. EXIT.

       H910-PRINT-EXCEPTION.
           MOVE WS-EXC-ID (WS-EXC-IDX)     TO WS-RPT-EXC-ID.
           MOVE WS-EXC-DVZ (WS-EXC-IDX)    TO WS-RPT-EXC-DVZ.
           MOVE WS-EXC-ISO (WS-EXC-IDX)    TO WS-RPT-EXC-ISO.
           MOVE WS-EXC-BAL (WS-EXC-IDX)    TO WS-RPT-EXC-BAL.
           MOVE WS-EXC-NAME (WS-EXC-IDX)   TO WS-RPT-EXC-NAME.
           MOVE WS-EXC-SRNAME (WS-EXC-IDX) TO WS-RPT-EXC-SRNAME.
           MOVE WS-RPT-EXCP-DETAIL TO RPT-LINE.
           WRITE RPT-LINE.
       H910-END. EXIT.

       H999-EXIT-PROGRAM.
           CLOSE IDX-FILE.
           CLOSE LEDGER-FILE.
           CLOSE OUT-FILE.
           CLOSE REPORT-FILE.
           STOP RUN.
       H999-END.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. WORK24.
       AUTHOR. Suleyman Bozan.
      *-----------------------------------------------------------------
      *WORK24 answers the auditors' "what was every account's balance
      *on date X?".  IDXFILE holds only today's balance and the
      *BALANCE.OUTFILE GDG only goes back 31 nights and only for the
      *accounts in that night's BALFEED, so WORK24 rebuilds the whole
      *book as of the close of the ASOFREQ date: it browses IDXFILE
      *and the MOVEHIST master side by side in account order and, for
      *every account, rolls the current balance back through the
      *movements dated after the as-of date - the as-of balance is
      *the before-image of the first such movement.  So:
      *  - an account whose first later movement is an add (no before
      *    image) did not exist yet and drops out;
      *  - an account deleted since (a WORK15 escheat closure, say) is
      *    no longer on IDXFILE but its movements bring it back;
      *  - an account with no later movement stands as it is today.
      *Before it trusts a rollback, WORK24 checks that the account's
      *movement chain links up from the last movement on or before
      *the as-of date through to today's master: every movement's
      *before-balance must equal the previous movement's after-
      *balance, and the last after-balance must equal IDXFILE (or be
      *a delete when the account is gone).  An account whose chain
      *does not link is listed as a history break on the report and
      *left out of the as-of file, not silently mis-stated (RC 4).
      *The as-of file is in WORK3's OUTFILE layout; the TRY column is
      *at whatever RATEFEED generation the job points RATEFILE at.
      *MOVEHIST carries balances only, so a deleted account comes
      *back without a name, and its last-transaction date is that of
      *its last movement on or before the as-of date.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IDX-FILE     ASSIGN TO IDXFILE
                               ORGANIZATION INDEXED
                               ACCESS SEQUENTIAL
                               RECORD KEY IDX-KEY
                               STATUS ST-IDX-FILE.
           SELECT MOVE-FILE    ASSIGN TO MOVEFILE
                               ORGANIZATION INDEXED
                               ACCESS SEQUENTIAL
                               RECORD KEY MOV-KEY
                               STATUS ST-MOVE-FILE.
           SELECT REQUEST-FILE ASSIGN TO ASOFREQ
                               STATUS ST-REQUEST-FILE.
           SELECT RATE-FILE    ASSIGN TO RATEFILE
                               STATUS ST-RATE-FILE.
           SELECT CURRENCY-FILE ASSIGN TO CURRFILE
                               STATUS ST-CURRENCY-FILE.
           SELECT OUT-FILE     ASSIGN TO ASOFFILE
                               STATUS ST-OUT-FILE.
           SELECT REPORT-FILE  ASSIGN TO ASOFRPT
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
      *MOV-REC mirrors WORK16's MOV-REC (MOVEHIST).  The balances are
      *the audit trail's display images, spaces for the missing side
      *of an add or a delete.  MOV-TIME may run past 235959 for a
      *run that crossed midnight (see WORK5 WS-STAMP-TIME), which
      *keeps each business date's movements in key order.
       FD  MOVE-FILE.
       01  MOV-REC.
           03 MOV-KEY.
              05 MOV-ID            PIC 9(05).
              05 MOV-DVZ           PIC 9(03).
              05 MOV-DATE          PIC 9(08).
              05 MOV-TIME          PIC 9(06).
           03 MOV-ACTION           PIC X(01).
           03 MOV-B-BALANCE        PIC X(16).
           03 MOV-B-BALANCE-N REDEFINES MOV-B-BALANCE
                                   PIC S9(15)
                                    SIGN IS TRAILING SEPARATE CHARACTER.
           03 MOV-A-BALANCE        PIC X(16).
           03 MOV-A-BALANCE-N REDEFINES MOV-A-BALANCE
                                   PIC S9(15)
                                    SIGN IS TRAILING SEPARATE CHARACTER.
           03 MOV-B-DATE           PIC X(07).
      *ASOFREQ: one 80-byte card, the as-of date YYYYMMDD in columns
      *1-8.  The rebuilt balances are those at the close of that day.
       FD  REQUEST-FILE RECORDING MODE F.
       01  REQ-REC.
           03 REQ-ASOF-DATE        PIC X(08).
           03 FILLER               PIC X(72).
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
      *OUT-REC mirrors WORK3's OUT-REC (OUTFILE), so anything that
      *reads a BALANCE.OUTFILE generation reads the as-of file too.
       FD  OUT-FILE RECORDING MODE F.
       01  OUT-REC.
           03 REC-ID-O             PIC 9(5).
           03 REC-DVZ-O            PIC 9(3).
           03 REC-DVZ-ISO-O        PIC X(3).
           03 REC-DVZ-NAME-O       PIC X(20).
           03 REC-NAME-O           PIC X(15).
           03 REC-SRNAME-O         PIC X(15).
           03 REC-DATE-O           PIC 9(08).
           03 REC-BALANCE-O        PIC S9(15)
                                    SIGN IS TRAILING SEPARATE CHARACTER.
           03 REC-TRY-EQUIV-O      PIC S9(15)
                                    SIGN IS TRAILING SEPARATE CHARACTER.
       FD  REPORT-FILE RECORDING MODE F.
       01  RPT-LINE                PIC X(80).
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
           03 INT-DATE             PIC 9(07).
           03 GREG-DATE            PIC 9(08).
           03 WS-DATE-CHECK        PIC 9(08).
           03 ST-IDX-FILE          PIC 9(02).
              88 IDXFILE-EOF                   VALUE 10.
              88 IDXFILE-SUCCESS               VALUE 00 97.
           03 ST-MOVE-FILE         PIC 9(02).
              88 MOVEFILE-EOF                  VALUE 10.
              88 MOVEFILE-SUCCESS              VALUE 00 97.
           03 ST-REQUEST-FILE      PIC 9(02).
              88 ASOFREQ-EOF                   VALUE 10.
              88 ASOFREQ-NOT-FOUND             VALUE 35.
           03 ST-RATE-FILE         PIC 9(02).
              88 RATE-FILE-EOF                 VALUE 10.
              88 RATE-SUCCESS                  VALUE 00 97.
           03 ST-CURRENCY-FILE     PIC 9(02).
              88 CURR-FILE-EOF                 VALUE 10.
              88 CURR-FILE-NOT-FOUND           VALUE 35.
              88 CURR-FILE-SUCCESS             VALUE 00 97.
           03 ST-OUT-FILE          PIC 9(02).
              88 ASOFFILE-SUCCESS              VALUE 00 97.
           03 ST-REPORT-FILE       PIC 9(02).
              88 ASOFRPT-SUCCESS               VALUE 00 97.
           03 ST-BUSDATE-FILE      PIC 9(02).
              88 BUSDATE-EOF                   VALUE 10.
              88 BUSDATE-NOT-FOUND             VALUE 35.
       01  WS-BUSINESS-DATE        PIC 9(08) VALUE ZERO.
       01  WS-ASOF-DATE            PIC 9(08).
       01  WS-TODAY                PIC 9(08).
       01  WS-EARLIEST-MOVE        PIC 9(08) VALUE 99999999.
       01  WS-ASOF-COUNTERS.
           03 WS-IDX-READ-COUNT    PIC 9(09) VALUE ZERO.
           03 WS-IDX-INVALID-COUNT PIC 9(09) VALUE ZERO.
           03 WS-MOV-READ-COUNT    PIC 9(09) VALUE ZERO.
           03 WS-ACCOUNT-COUNT     PIC 9(09) VALUE ZERO.
           03 WS-WRITTEN-COUNT     PIC 9(09) VALUE ZERO.
           03 WS-UNCHANGED-COUNT   PIC 9(09) VALUE ZERO.
           03 WS-ROLLED-COUNT      PIC 9(09) VALUE ZERO.
           03 WS-REAPPEAR-COUNT    PIC 9(09) VALUE ZERO.
           03 WS-NOT-YET-COUNT     PIC 9(09) VALUE ZERO.
           03 WS-UNDATED-COUNT     PIC 9(09) VALUE ZERO.
           03 WS-CLOSED-COUNT      PIC 9(09) VALUE ZERO.
           03 WS-BREAK-COUNT       PIC 9(09) VALUE ZERO.
           03 WS-NO-RATE-COUNT     PIC 9(09) VALUE ZERO.
      *Merge keys: the display image of (customer, currency) for the
      *master record and the movement in hand; HIGH-VALUES once the
      *file is exhausted, so the lower key is always the next account.
       01  WS-IDX-CMP-KEY.
           03 WS-IDX-CMP-ID        PIC 9(05).
           03 WS-IDX-CMP-DVZ       PIC 9(03).
       01  WS-MOV-CMP-KEY.
           03 WS-MOV-CMP-ID        PIC 9(05).
           03 WS-MOV-CMP-DVZ       PIC 9(03).
       01  WS-ACCT-KEY.
           03 WS-ACCT-ID           PIC 9(05).
           03 WS-ACCT-DVZ          PIC 9(03).
      *The account being rebuilt.
       01  WS-ON-MASTER            PIC X(01).
           88 ACCT-ON-MASTER                   VALUE 'Y'.
       01  WS-MASTER-VALID         PIC X(01).
           88 MASTER-IS-VALID                  VALUE 'Y'.
       01  WS-ACCT-NAME            PIC X(15).
       01  WS-ACCT-SRNAME          PIC X(15).
       01  WS-ACCT-BALANCE         PIC S9(15).
       01  WS-ACCT-DATE            PIC 9(08).
       01  WS-ANY-MOVE             PIC X(01).
           88 ACCT-HAS-MOVES                   VALUE 'Y'.
       01  WS-ANY-LATER            PIC X(01).
           88 ACCT-HAS-LATER                   VALUE 'Y'.
       01  WS-CHAIN-FLAG           PIC X(01).
           88 CHAIN-IS-BROKEN                  VALUE 'Y'.
           88 CHAIN-IS-INTACT                  VALUE 'N'.
       01  WS-LAST-PRIOR-DATE      PIC 9(08).
       01  WS-FIRST-LATER-BEFORE   PIC X(16).
       01  WS-FIRST-LATER-BEFORE-N REDEFINES WS-FIRST-LATER-BEFORE
                                   PIC S9(15)
                                    SIGN IS TRAILING SEPARATE CHARACTER.
       01  WS-FIRST-LATER-B-DATE   PIC X(07).
       01  WS-FIRST-LATER-B-DATE-N REDEFINES WS-FIRST-LATER-B-DATE
                                   PIC 9(07).
       01  WS-PREV-AFTER           PIC X(16).
       01  WS-PREV-AFTER-N REDEFINES WS-PREV-AFTER
                                   PIC S9(15)
                                    SIGN IS TRAILING SEPARATE CHARACTER.
      *Where the chain broke, for the history-break listing.
       01  WS-BREAK-DATE           PIC 9(08).
       01  WS-BREAK-TIME           PIC 9(06).
       01  WS-BREAK-EXPECTED       PIC X(16).
       01  WS-BREAK-FOUND          PIC X(16).
       01  WS-MASTER-IMAGE         PIC X(16).
       01  WS-MASTER-IMAGE-N REDEFINES WS-MASTER-IMAGE
                                   PIC S9(15)
                                    SIGN IS TRAILING SEPARATE CHARACTER.
       01  WS-BREAK-HEADING        PIC X(01) VALUE 'N'.
           88 BREAK-HEADING-DONE               VALUE 'Y'.
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
      *Rate and as-of totals per currency, walked in step with
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
       01  WS-RPT-CURR-DETAIL.
           03 WS-RPT-ISO           PIC X(03).
           03 FILLER               PIC X(06) VALUE ' CNT: '.
           03 WS-RPT-CNT           PIC 9(09).
           03 FILLER               PIC X(07) VALUE ' BAL: '.
           03 WS-RPT-BAL           PIC -9(20).
           03 FILLER               PIC X(06) VALUE ' TRY: '.
           03 WS-RPT-TRY           PIC -9(20).
           03 FILLER               PIC X(08) VALUE SPACES.
       01  WS-RPT-BREAK-DETAIL.
           03 WS-RPT-BRK-ID        PIC 9(05).
           03 FILLER               PIC X(01) VALUE SPACES.
           03 WS-RPT-BRK-ISO       PIC X(03).
           03 FILLER               PIC X(01) VALUE SPACES.
           03 WS-RPT-BRK-DATE      PIC 9(08).
           03 FILLER               PIC X(01) VALUE SPACES.
           03 WS-RPT-BRK-TIME      PIC 9(06).
           03 FILLER               PIC X(06) VALUE ' EXP: '.
           03 WS-RPT-BRK-EXPECTED  PIC X(16).
           03 FILLER               PIC X(08) VALUE ' FOUND: '.
           03 WS-RPT-BRK-FOUND     PIC X(16).
           03 FILLER               PIC X(09) VALUE SPACES.
      *
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM H105-LOAD-BUSINESS-DATE
           PERFORM H100-OPEN-FILES
           PERFORM H110-LOAD-REQUEST
           PERFORM H120-LOAD-CURRENCIES
           PERFORM H150-LOAD-RATES
           PERFORM H210-READ-MASTER
           PERFORM H220-READ-MOVEMENT
           PERFORM H200-REBUILD-ACCOUNT
              UNTIL WS-IDX-CMP-KEY = HIGH-VALUES
                AND WS-MOV-CMP-KEY = HIGH-VALUES
           PERFORM H900-ASOF-REPORT
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
           OPEN INPUT IDX-FILE.
           IF (ST-IDX-FILE NOT = 0) AND (ST-IDX-FILE NOT = 97)
              DISPLAY 'IDXFILE DID NOT OPEN: ' ST-IDX-FILE
              MOVE ST-IDX-FILE TO RETURN-CODE
              PERFORM H999-EXIT-PROGRAM
              END-IF.
           OPEN INPUT MOVE-FILE.
           IF (ST-MOVE-FILE NOT = 0) AND (ST-MOVE-FILE NOT = 97)
              DISPLAY 'MOVEFILE DID NOT OPEN: ' ST-MOVE-FILE
              MOVE ST-MOVE-FILE TO RETURN-CODE
              PERFORM H999-EXIT-PROGRAM
              END-IF.
           OPEN OUTPUT OUT-FILE.
           IF (ST-OUT-FILE NOT = 0) AND (ST-OUT-FILE NOT = 97)
              DISPLAY 'ASOFFILE DID NOT OPEN: ' ST-OUT-FILE
              MOVE ST-OUT-FILE TO RETURN-CODE
              PERFORM H999-EXIT-PROGRAM
              END-IF.
           OPEN OUTPUT REPORT-FILE.
           IF (ST-REPORT-FILE NOT = 0) AND (ST-REPORT-FILE NOT = 97)
              DISPLAY 'ASOFRPT DID NOT OPEN: ' ST-REPORT-FILE
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

       H110-LOAD-REQUEST.
      *No default for the as-of date: a rebuild against a guessed
      *date is worse than none.  It must be a calendar date, and not
      *a future one.
           MOVE WS-BUSINESS-DATE TO WS-TODAY.
           OPEN INPUT REQUEST-FILE.
           IF ASOFREQ-NOT-FOUND
              DISPLAY 'ASOFREQ NOT FOUND - NO AS-OF DATE GIVEN'
              MOVE 16 TO RETURN-CODE
              PERFORM H999-EXIT-PROGRAM
              END-IF.
           IF (ST-REQUEST-FILE NOT = 0) AND (ST-REQUEST-FILE NOT = 97)
              DISPLAY 'ASOFREQ DID NOT OPEN: ' ST-REQUEST-FILE
              MOVE ST-REQUEST-FILE TO RETURN-CODE
              PERFORM H999-EXIT-PROGRAM
              END-IF.
           READ REQUEST-FILE.
           IF ASOFREQ-EOF
              DISPLAY 'ASOFREQ IS EMPTY - NO AS-OF DATE GIVEN'
              MOVE 16 TO RETURN-CODE
              PERFORM H999-EXIT-PROGRAM
              END-IF.
           IF REQ-ASOF-DATE NOT NUMERIC
              DISPLAY 'MALFORMED ASOFREQ DATE: ' REQ-ASOF-DATE
              MOVE 16 TO RETURN-CODE
              PERFORM H999-EXIT-PROGRAM
              END-IF.
           MOVE REQ-ASOF-DATE TO WS-ASOF-DATE.
           CLOSE REQUEST-FILE.
           COMPUTE WS-DATE-CHECK =
              FUNCTION TEST-DATE-YYYYMMDD(WS-ASOF-DATE)
           IF WS-DATE-CHECK NOT = 0
              DISPLAY 'ASOFREQ DATE IS NOT A CALENDAR DATE: '
                 WS-ASOF-DATE
              MOVE 16 TO RETURN-CODE
              PERFORM H999-EXIT-PROGRAM
              END-IF.
           IF WS-ASOF-DATE > WS-TODAY
              DISPLAY 'ASOFREQ DATE IS IN THE FUTURE: ' WS-ASOF-DATE
              MOVE 16 TO RETURN-CODE
              PERFORM H999-EXIT-PROGRAM
              END-IF.
           DISPLAY 'REBUILDING BALANCES AS OF CLOSE OF ' WS-ASOF-DATE.
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

       H200-REBUILD-ACCOUNT.
      *The lower of the two merge keys is the next account.  Take its
      *master record if there is one, then its whole movement history.
           IF WS-IDX-CMP-KEY < WS-MOV-CMP-KEY
              MOVE WS-IDX-CMP-KEY TO WS-ACCT-KEY
           ELSE
              MOVE WS-MOV-CMP-KEY TO WS-ACCT-KEY
              END-IF.
           ADD 1 TO WS-ACCOUNT-COUNT.
           MOVE 'N'    TO WS-ON-MASTER.
           MOVE SPACES TO WS-ACCT-NAME.
           MOVE SPACES TO WS-ACCT-SRNAME.
           MOVE ZERO   TO WS-ACCT-BALANCE.
           MOVE ZERO   TO WS-ACCT-DATE.
           IF WS-IDX-CMP-KEY = WS-ACCT-KEY
              MOVE 'Y'         TO WS-ON-MASTER
              MOVE IDX-NAME    TO WS-ACCT-NAME
              MOVE IDX-SRNAME  TO WS-ACCT-SRNAME
              MOVE IDX-BALANCE TO WS-ACCT-BALANCE
              COMPUTE INT-DATE = FUNCTION INTEGER-OF-DAY(IDX-DATE)
              COMPUTE WS-ACCT-DATE =
                 FUNCTION DATE-OF-INTEGER(INT-DATE)
              PERFORM H210-READ-MASTER
              END-IF.
           MOVE 'N'    TO WS-ANY-MOVE.
           MOVE 'N'    TO WS-ANY-LATER.
           MOVE 'N'    TO WS-CHAIN-FLAG.
           MOVE ZERO   TO WS-LAST-PRIOR-DATE.
           MOVE SPACES TO WS-FIRST-LATER-BEFORE.
           MOVE SPACES TO WS-FIRST-LATER-B-DATE.
           MOVE SPACES TO WS-PREV-AFTER.
           PERFORM H230-TAKE-MOVEMENT
              UNTIL WS-MOV-CMP-KEY NOT = WS-ACCT-KEY.
           IF ACCT-HAS-MOVES AND CHAIN-IS-INTACT
              PERFORM H240-CHECK-AGAINST-MASTER
              END-IF.
           IF CHAIN-IS-BROKEN
              ADD 1 TO WS-BREAK-COUNT
              DISPLAY 'HISTORY BREAK - ID ' WS-ACCT-ID
                 ' DVZ ' WS-ACCT-DVZ ' AT ' WS-BREAK-DATE
                 ' ' WS-BREAK-TIME
           ELSE
              PERFORM H250-STATE-AS-OF
              END-IF.
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
                 COMPUTE WS-DATE-CHECK =
                    FUNCTION TEST-DAY-YYYYDDD(IDX-DATE)
                 IF WS-DATE-CHECK NOT = 0
                    DISPLAY 'RECORD ' WS-IDX-READ-COUNT
                       ' SKIPPED - BAD JULIAN DATE, ID ' IDX-ID
                    ADD 1 TO WS-IDX-INVALID-COUNT
                 ELSE
                    MOVE 'Y' TO WS-MASTER-VALID
                    END-IF
                 END-IF
           ELSE
              IF NOT IDXFILE-EOF
                 DISPLAY 'IDXFILE READ FAILED: ' ST-IDX-FILE
                 MOVE ST-IDX-FILE TO RETURN-CODE
                 PERFORM H999-EXIT-PROGRAM
                 END-IF
              END-IF.
       H215-END. EXIT.

       H220-READ-MOVEMENT.
           READ MOVE-FILE.
           IF (NOT MOVEFILE-SUCCESS) AND (NOT MOVEFILE-EOF)
              DISPLAY 'MOVEFILE READ FAILED: ' ST-MOVE-FILE
              MOVE ST-MOVE-FILE TO RETURN-CODE
              PERFORM H999-EXIT-PROGRAM
              END-IF.
           IF MOVEFILE-EOF
              MOVE HIGH-VALUES TO WS-MOV-CMP-KEY
           ELSE
              ADD 1 TO WS-MOV-READ-COUNT
              MOVE MOV-ID  TO WS-MOV-CMP-ID
              MOVE MOV-DVZ TO WS-MOV-CMP-DVZ
              IF MOV-DATE < WS-EARLIEST-MOVE
                 MOVE MOV-DATE TO WS-EARLIEST-MOVE
                 END-IF
              END-IF.
       H220-END. EXIT.

       H230-TAKE-MOVEMENT.
      *Movements come in date/time order within the account.  Those
      *on or before the as-of date only matter for where the chain
      *starts; from the first later movement on, each before-image
      *must match the after-image before it.
           IF MOV-DATE > WS-ASOF-DATE
              IF NOT ACCT-HAS-LATER
                 MOVE 'Y' TO WS-ANY-LATER
                 MOVE MOV-B-BALANCE TO WS-FIRST-LATER-BEFORE
                 MOVE MOV-B-DATE    TO WS-FIRST-LATER-B-DATE
                 END-IF
              IF ACCT-HAS-MOVES AND CHAIN-IS-INTACT
                 PERFORM H235-CHECK-LINK
                 END-IF
           ELSE
              MOVE MOV-DATE TO WS-LAST-PRIOR-DATE
              END-IF.
           MOVE 'Y' TO WS-ANY-MOVE.
           MOVE MOV-A-BALANCE TO WS-PREV-AFTER.
           PERFORM H220-READ-MOVEMENT.
       H230-END. EXIT.

       H235-CHECK-LINK.
      *Two images link when both are spaces (a delete then a re-add)
      *or both are valid amounts and equal.
           IF MOV-B-BALANCE = SPACES AND WS-PREV-AFTER = SPACES
              CONTINUE
           ELSE
              IF MOV-B-BALANCE = SPACES OR WS-PREV-AFTER = SPACES
                 OR MOV-B-BALANCE-N NOT NUMERIC
                 OR WS-PREV-AFTER-N NOT NUMERIC
                 PERFORM H238-NOTE-BREAK
              ELSE
                 IF MOV-B-BALANCE-N NOT = WS-PREV-AFTER-N
                    PERFORM H238-NOTE-BREAK
                    END-IF
                 END-IF
              END-IF.
       H235-END. EXIT.

       H238-NOTE-BREAK.
           MOVE 'Y'           TO WS-CHAIN-FLAG.
           MOVE MOV-DATE      TO WS-BREAK-DATE.
           MOVE MOV-TIME      TO WS-BREAK-TIME.
           MOVE WS-PREV-AFTER TO WS-BREAK-EXPECTED.
           MOVE MOV-B-BALANCE TO WS-BREAK-FOUND.
           PERFORM H260-LIST-BREAK.
       H238-END. EXIT.

       H240-CHECK-AGAINST-MASTER.
      *The last movement's after-image is today's balance: it must
      *match the master, or be a delete if the account is gone.
           MOVE ZERO TO WS-BREAK-DATE.
           MOVE ZERO TO WS-BREAK-TIME.
           MOVE WS-PREV-AFTER TO WS-BREAK-EXPECTED.
           IF ACCT-ON-MASTER
              IF WS-PREV-AFTER = SPACES
                 OR WS-PREV-AFTER-N NOT NUMERIC
                 MOVE 'Y' TO WS-CHAIN-FLAG
              ELSE
                 IF WS-PREV-AFTER-N NOT = WS-ACCT-BALANCE
                    MOVE 'Y' TO WS-CHAIN-FLAG
                    END-IF
                 END-IF
              MOVE WS-ACCT-BALANCE TO WS-MASTER-IMAGE-N
              MOVE WS-MASTER-IMAGE TO WS-BREAK-FOUND
           ELSE
              IF WS-PREV-AFTER NOT = SPACES
                 MOVE 'Y' TO WS-CHAIN-FLAG
                 END-IF
              MOVE 'NOT ON IDXFILE' TO WS-BREAK-FOUND
              END-IF.
           IF CHAIN-IS-BROKEN
              PERFORM H260-LIST-BREAK
              END-IF.
       H240-END. EXIT.

       H250-STATE-AS-OF.
      *A later movement fixes the as-of balance and IDX-DATE to its
      *before-image (spaces: not opened yet).  With none, today's
      *master stands - and an account neither on the master nor
      *moved since was already closed by the as-of date.  History
      *folded before MOVEHIST kept the before-image date has none;
      *the last movement on or before the as-of date stands in, and
      *an account with neither is counted as undated.
           IF ACCT-HAS-LATER
              IF WS-FIRST-LATER-BEFORE = SPACES
                 ADD 1 TO WS-NOT-YET-COUNT
              ELSE
                 MOVE WS-FIRST-LATER-BEFORE-N TO WS-ACCT-BALANCE
                 IF WS-FIRST-LATER-B-DATE-N NUMERIC
                    COMPUTE INT-DATE = FUNCTION INTEGER-OF-DAY
                       (WS-FIRST-LATER-B-DATE-N)
                    COMPUTE WS-ACCT-DATE =
                       FUNCTION DATE-OF-INTEGER(INT-DATE)
                 ELSE
                    MOVE WS-LAST-PRIOR-DATE TO WS-ACCT-DATE
                    IF WS-ACCT-DATE = ZERO
                       ADD 1 TO WS-UNDATED-COUNT
                       END-IF
                    END-IF
                 ADD 1 TO WS-ROLLED-COUNT
                 IF NOT ACCT-ON-MASTER
                    ADD 1 TO WS-REAPPEAR-COUNT
                    END-IF
                 PERFORM H270-WRITE-ASOF
                 END-IF
           ELSE
              IF ACCT-ON-MASTER
                 ADD 1 TO WS-UNCHANGED-COUNT
                 PERFORM H270-WRITE-ASOF
              ELSE
                 ADD 1 TO WS-CLOSED-COUNT
                 END-IF
              END-IF.
       H250-END. EXIT.

       H260-LIST-BREAK.
      *WS-BREAK-DATE/TIME (zero: against today's master) and the
      *expected/found images must already be set.
           IF NOT BREAK-HEADING-DONE
              MOVE 'Y' TO WS-BREAK-HEADING
              MOVE 'HISTORY BREAKS (ID DVZ MOVEMENT DATE TIME, ZERO = '
                 TO RPT-LINE
              MOVE 'TODAY''S MASTER)' TO RPT-LINE (52:16)
              WRITE RPT-LINE
              END-IF.
           MOVE WS-ACCT-DVZ TO WS-DVZ-DISPLAY.
           PERFORM LOOKUP-CURRENCY.
           MOVE WS-ACCT-ID        TO WS-RPT-BRK-ID.
           MOVE WS-CURR-ISO (WS-CURR-FOUND) TO WS-RPT-BRK-ISO.
           MOVE WS-BREAK-DATE     TO WS-RPT-BRK-DATE.
           MOVE WS-BREAK-TIME     TO WS-RPT-BRK-TIME.
           MOVE WS-BREAK-EXPECTED TO WS-RPT-BRK-EXPECTED.
           MOVE WS-BREAK-FOUND    TO WS-RPT-BRK-FOUND.
           MOVE WS-RPT-BREAK-DETAIL TO RPT-LINE.
           WRITE RPT-LINE.
       H260-END. EXIT.

       H270-WRITE-ASOF.
           MOVE WS-ACCT-DVZ TO WS-DVZ-DISPLAY.
           PERFORM LOOKUP-CURRENCY.
           MOVE WS-ACCT-ID      TO REC-ID-O.
           MOVE WS-ACCT-DVZ     TO REC-DVZ-O.
           MOVE WS-CURR-ISO (WS-CURR-FOUND)  TO REC-DVZ-ISO-O.
           MOVE WS-CURR-NAME (WS-CURR-FOUND) TO REC-DVZ-NAME-O.
           MOVE WS-ACCT-NAME    TO REC-NAME-O.
           MOVE WS-ACCT-SRNAME  TO REC-SRNAME-O.
           MOVE WS-ACCT-DATE    TO REC-DATE-O.
           MOVE WS-ACCT-BALANCE TO REC-BALANCE-O.
           IF WS-CURR-RATE (WS-CURR-FOUND) = ZERO
              MOVE ZERO TO REC-TRY-EQUIV-O
              ADD 1 TO WS-NO-RATE-COUNT
           ELSE
              COMPUTE REC-TRY-EQUIV-O ROUNDED =
                 WS-ACCT-BALANCE * WS-CURR-RATE (WS-CURR-FOUND)
                 ON SIZE ERROR
                    DISPLAY 'TRY EQUIVALENT OVERFLOWED FOR ID: '
                       WS-ACCT-ID ' BALANCE: ' WS-ACCT-BALANCE
                    MOVE 99 TO RETURN-CODE
                    PERFORM H999-EXIT-PROGRAM
              END-COMPUTE
              END-IF.
           WRITE OUT-REC.
           ADD 1 TO WS-WRITTEN-COUNT.
           ADD 1 TO WS-CURR-CNT-TOT (WS-CURR-FOUND).
           ADD WS-ACCT-BALANCE TO WS-CURR-BAL-TOT (WS-CURR-FOUND).
           ADD REC-TRY-EQUIV-O TO WS-CURR-TRY-TOT (WS-CURR-FOUND).
       H270-END. EXIT.

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

       H900-ASOF-REPORT.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE 'POINT-IN-TIME BALANCES AS OF CLOSE OF' TO RPT-LINE.
           MOVE WS-ASOF-DATE TO RPT-LINE (39:8).
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           MOVE 'ACCOUNTS SEEN     : ' TO RPT-LINE.
           MOVE WS-ACCOUNT-COUNT TO RPT-LINE (21:9).
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           MOVE 'WRITTEN AS-OF     : ' TO RPT-LINE.
           MOVE WS-WRITTEN-COUNT TO RPT-LINE (21:9).
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           MOVE '  UNCHANGED SINCE : ' TO RPT-LINE.
           MOVE WS-UNCHANGED-COUNT TO RPT-LINE (21:9).
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           MOVE '  ROLLED BACK     : ' TO RPT-LINE.
           MOVE WS-ROLLED-COUNT TO RPT-LINE (21:9).
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           MOVE '  OF WHICH DELETED: ' TO RPT-LINE.
           MOVE WS-REAPPEAR-COUNT TO RPT-LINE (21:9).
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           MOVE 'OPENED AFTER DATE : ' TO RPT-LINE.
           MOVE WS-NOT-YET-COUNT TO RPT-LINE (21:9).
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           MOVE 'CLOSED BY DATE    : ' TO RPT-LINE.
           MOVE WS-CLOSED-COUNT TO RPT-LINE (21:9).
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           MOVE 'HISTORY BREAKS    : ' TO RPT-LINE.
           MOVE WS-BREAK-COUNT TO RPT-LINE (21:9).
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           MOVE 'NO RATE (TRY 0)   : ' TO RPT-LINE.
           MOVE WS-NO-RATE-COUNT TO RPT-LINE (21:9).
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           MOVE 'SKIPPED (INVALID) : ' TO RPT-LINE.
           MOVE WS-IDX-INVALID-COUNT TO RPT-LINE (21:9).
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE 'TOTALS BY CURRENCY' TO RPT-LINE.
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
           MOVE 'ALL'            TO WS-RPT-ISO.
           MOVE WS-WRITTEN-COUNT TO WS-RPT-CNT.
           MOVE WS-GRAND-BAL-TOT TO WS-RPT-BAL.
           MOVE WS-GRAND-TRY-TOT TO WS-RPT-TRY.
           MOVE WS-RPT-CURR-DETAIL TO RPT-LINE.
           WRITE RPT-LINE.
      *Movements older than the history itself cannot be rolled back:
      *an as-of date before MOVEHIST's first movement is flagged.
           IF WS-MOV-READ-COUNT > ZERO
              AND WS-ASOF-DATE < WS-EARLIEST-MOVE
              MOVE SPACES TO RPT-LINE
              WRITE RPT-LINE
              MOVE '** AS-OF DATE PRECEDES THE MOVEMENT HISTORY, '
                 TO RPT-LINE
              MOVE 'WHICH STARTS' TO RPT-LINE (47:12)
              MOVE WS-EARLIEST-MOVE TO RPT-LINE (60:8)
              MOVE ' **' TO RPT-LINE (68:3)
              WRITE RPT-LINE
              DISPLAY 'AS-OF DATE PRECEDES MOVEHIST, WHICH STARTS '
                 WS-EARLIEST-MOVE
              IF RETURN-CODE < 4
                 MOVE 4 TO RETURN-CODE
                 END-IF
              END-IF.
           IF (WS-BREAK-COUNT > ZERO OR WS-NO-RATE-COUNT > ZERO
               OR WS-IDX-INVALID-COUNT > ZERO)
              AND RETURN-CODE < 4
              MOVE 4 TO RETURN-CODE
              END-IF.
           DISPLAY '========= WORK24 AS-OF TOTALS ========='.
           DISPLAY 'AS-OF DATE        : ' WS-ASOF-DATE.
           DISPLAY 'IDXFILE READ      : ' WS-IDX-READ-COUNT.
           DISPLAY 'MOVEMENTS READ    : ' WS-MOV-READ-COUNT.
           DISPLAY 'ACCOUNTS SEEN     : ' WS-ACCOUNT-COUNT.
           DISPLAY 'WRITTEN AS-OF     : ' WS-WRITTEN-COUNT.
           DISPLAY 'ROLLED BACK       : ' WS-ROLLED-COUNT.
           DISPLAY 'DELETED SINCE     : ' WS-REAPPEAR-COUNT.
           DISPLAY 'OPENED AFTER DATE : ' WS-NOT-YET-COUNT.
           DISPLAY 'NO AS-OF IDX-DATE : ' WS-UNDATED-COUNT.
           DISPLAY 'CLOSED BY DATE    : ' WS-CLOSED-COUNT.
           DISPLAY 'HISTORY BREAKS    : ' WS-BREAK-COUNT.
           DISPLAY 'NO RATE (TRY 0)   : ' WS-NO-RATE-COUNT.
           DISPLAY 'SKIPPED (INVALID) : ' WS-IDX-INVALID-COUNT.
       H900-END. EXIT.

       H999-EXIT-PROGRAM.
           CLOSE IDX-FILE.
           CLOSE MOVE-FILE.
           CLOSE OUT-FILE.
           CLOSE REPORT-FILE.
           STOP RUN.
       H999-END.

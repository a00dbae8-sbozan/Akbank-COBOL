       IDENTIFICATION DIVISION.
       PROGRAM-ID. WORK23.
       AUTHOR. Suleyman Bozan.
      *-----------------------------------------------------------------
      *WORK23 is the nightly activity monitor over the MOVEHIST master
      *WORK16 maintains.  Until now the only way to look for
      *suspicious balance activity was one customer at a time through
      *WORK17's MOVREQ inquiry.  WORK23 browses the master, screens
      *every movement dated the monitoring day and raises an alert:
      *  L - a single movement whose TRY equivalent is over the
      *      currency's large-movement threshold;
      *  V - two or more movements on one account the same day whose
      *      combined TRY equivalent is over the velocity threshold
      *      (one alert per account and day, carrying the count);
      *  D - a credit over the dormant-credit threshold into an
      *      account on WORK19's NOTIREG dormancy register - a
      *      dormant account suddenly reactivated.
      *Thresholds are TRY amounts per currency on the operations-
      *maintained MONPARM control dataset (currency 000 = any currency
      *without a row of its own; absent, empty or zero = the compiled
      *defaults below).  Movements convert at the day's RATEFEED rate.
      *Alerts go to the ALRTFILE KSDS keyed on (day, customer,
      *currency, type, time), so a rerun finds the night's alerts
      *already there and counts them instead of raising them twice.
      *Analysts mark alerts reviewed on REVWREQ cards (the alert key
      *as printed, reviewer ID, a short note); the cards are applied
      *before the scan, and the report lists only alerts still open,
      *flagging tonight's as NEW, so nobody re-works closed cases.
      *The previous business day is screened again as well: a job
      *that ran after that night's monitor but before the day was
      *rolled (CUSTRECN, ESCHEXEC and the like run on their own
      *schedules) stamped its movements with that day.  Alerts are
      *keyed on the movement's own day, so what was raised last night
      *is simply found on file; only the late movements raise new
      *alerts, listed as LATE.  Those convert at tonight's rates.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MOVE-FILE    ASSIGN TO MOVEFILE
                               ORGANIZATION INDEXED
                               ACCESS SEQUENTIAL
                               RECORD KEY MOV-KEY
                               STATUS ST-MOVE-FILE.
           SELECT ALERT-FILE   ASSIGN TO ALRTFILE
                               ORGANIZATION INDEXED
                               ACCESS DYNAMIC
                               RECORD KEY ALR-KEY
                               STATUS ST-ALERT-FILE.
           SELECT REVIEW-FILE  ASSIGN TO REVWREQ
                               STATUS ST-REVIEW-FILE.
           SELECT PARM-FILE    ASSIGN TO MONPARM
                               STATUS ST-PARM-FILE.
           SELECT REGIN-FILE   ASSIGN TO REGIN
                               STATUS ST-REGIN-FILE.
           SELECT RATE-FILE    ASSIGN TO RATEFILE
                               STATUS ST-RATE-FILE.
           SELECT CURRENCY-FILE ASSIGN TO CURRFILE
                               STATUS ST-CURRENCY-FILE.
           SELECT REPORT-FILE  ASSIGN TO ALRTRPT
                               STATUS ST-REPORT-FILE.
           SELECT BUSDATE-FILE ASSIGN TO BUSDATE
                               STATUS ST-BUSDATE-FILE.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *MOV-REC mirrors WORK16's MOV-REC (MOVEHIST).  The balances are
      *the audit trail's display images, spaces for the missing side
      *of an add or a delete.
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
      *ALR-REC: one alert.  ALR-TIME is the movement's time for an L
      *or D alert and zero for the once-a-day V alert.  ALR-AMOUNT is
      *the movement (signed) or, for V, the day's total movement in
      *the account's own currency; ALR-TRY-AMOUNT its TRY equivalent.
       FD  ALERT-FILE.
       01  ALR-REC.
           03 ALR-KEY.
              05 ALR-DATE          PIC 9(08).
              05 ALR-ID            PIC 9(05).
              05 ALR-DVZ           PIC 9(03).
              05 ALR-TYPE          PIC X(01).
                 88 ALR-LARGE                  VALUE 'L'.
                 88 ALR-VELOCITY               VALUE 'V'.
                 88 ALR-DORMANT                VALUE 'D'.
              05 ALR-TIME          PIC 9(06).
           03 ALR-STATUS           PIC X(01).
              88 ALR-OPEN                      VALUE 'O'.
              88 ALR-REVIEWED                  VALUE 'R'.
           03 ALR-ACTION           PIC X(01).
           03 ALR-AMOUNT           PIC S9(15)
                                    SIGN IS TRAILING SEPARATE CHARACTER.
           03 ALR-TRY-AMOUNT       PIC 9(15).
           03 ALR-THRESHOLD        PIC 9(15).
           03 ALR-POSTINGS         PIC 9(05).
           03 ALR-REVIEWER         PIC X(08).
           03 ALR-REVIEW-DATE      PIC 9(08).
           03 ALR-REVIEW-NOTE      PIC X(30).
      *One review per 80-byte card: the 23-byte alert key exactly as
      *the report prints it, the reviewer's ID and a note.
       FD  REVIEW-FILE RECORDING MODE F.
       01  REV-REC.
           03 REV-KEY.
              05 REV-DATE          PIC X(08).
              05 REV-ID            PIC X(05).
              05 REV-DVZ           PIC X(03).
              05 REV-TYPE          PIC X(01).
              05 REV-TIME          PIC X(06).
           03 REV-REVIEWER         PIC X(08).
           03 REV-NOTE             PIC X(30).
           03 FILLER               PIC X(19).
      *MONPARM: one record per currency - large-movement, velocity
      *and dormant-credit thresholds, whole TRY.
       FD  PARM-FILE RECORDING MODE F.
       01  MONP-REC.
           03 MONP-DVZ             PIC X(03).
           03 MONP-LARGE-TRY       PIC 9(15).
           03 MONP-VELOCITY-TRY    PIC 9(15).
           03 MONP-DORMANT-TRY     PIC 9(15).
      *RGI-REC mirrors WORK19's register entry (NOTIREG).
       FD  REGIN-FILE RECORDING MODE F.
       01  RGI-REC.
           03 RGI-ID               PIC 9(05).
           03 RGI-DVZ              PIC 9(03).
           03 RGI-EPISODE-DATE     PIC 9(08).
           03 RGI-SENT-DATE        PIC 9(08).
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
           03 ST-MOVE-FILE         PIC 9(02).
              88 MOVEFILE-EOF                  VALUE 10.
              88 MOVEFILE-SUCCESS              VALUE 00 97.
           03 ST-ALERT-FILE        PIC 9(02).
              88 ALRTFILE-EOF                  VALUE 10.
              88 ALRTFILE-SUCCESS              VALUE 00 97.
           03 ST-REVIEW-FILE       PIC 9(02).
              88 REVWREQ-EOF                   VALUE 10.
              88 REVWREQ-SUCCESS               VALUE 00 97.
           03 ST-PARM-FILE         PIC 9(02).
              88 MONPARM-EOF                   VALUE 10.
              88 MONPARM-NOT-FOUND             VALUE 35.
           03 ST-REGIN-FILE        PIC 9(02).
              88 REGIN-EOF                     VALUE 10.
              88 REGIN-NOT-FOUND               VALUE 35.
           03 ST-RATE-FILE         PIC 9(02).
              88 RATE-FILE-EOF                 VALUE 10.
              88 RATE-SUCCESS                  VALUE 00 97.
           03 ST-CURRENCY-FILE     PIC 9(02).
              88 CURR-FILE-EOF                 VALUE 10.
              88 CURR-FILE-NOT-FOUND           VALUE 35.
              88 CURR-FILE-SUCCESS             VALUE 00 97.
           03 ST-REPORT-FILE       PIC 9(02).
              88 ALRTRPT-SUCCESS               VALUE 00 97.
           03 ST-BUSDATE-FILE      PIC 9(02).
              88 BUSDATE-EOF                   VALUE 10.
              88 BUSDATE-NOT-FOUND             VALUE 35.
           03 WS-BROWSE-DONE       PIC X(01).
              88 BROWSE-DONE                   VALUE 'Y'.
              88 BROWSE-NOT-DONE               VALUE 'N'.
           03 WS-LINE-VALID        PIC X(01).
              88 LINE-IS-VALID                 VALUE 'Y'.
              88 LINE-IS-INVALID               VALUE 'N'.
       01  WS-BUSINESS-DATE        PIC 9(08) VALUE ZERO.
       01  WS-PREV-DATE            PIC 9(08) VALUE ZERO.
       01  WS-MONITOR-COUNTERS.
           03 WS-REVIEW-COUNT      PIC 9(09) VALUE ZERO.
           03 WS-REVIEWED-COUNT    PIC 9(09) VALUE ZERO.
           03 WS-REV-ALREADY-COUNT PIC 9(09) VALUE ZERO.
           03 WS-REV-MISSING-COUNT PIC 9(09) VALUE ZERO.
           03 WS-REV-INVALID-COUNT PIC 9(09) VALUE ZERO.
           03 WS-BROWSED-COUNT     PIC 9(09) VALUE ZERO.
           03 WS-SCREENED-COUNT    PIC 9(09) VALUE ZERO.
           03 WS-NO-RATE-COUNT     PIC 9(09) VALUE ZERO.
           03 WS-INVALID-COUNT     PIC 9(09) VALUE ZERO.
           03 WS-LARGE-COUNT       PIC 9(09) VALUE ZERO.
           03 WS-VELOCITY-COUNT    PIC 9(09) VALUE ZERO.
           03 WS-DORMANT-COUNT     PIC 9(09) VALUE ZERO.
           03 WS-ALREADY-COUNT     PIC 9(09) VALUE ZERO.
           03 WS-PRIOR-ON-FILE     PIC 9(09) VALUE ZERO.
           03 WS-LATE-COUNT        PIC 9(09) VALUE ZERO.
           03 WS-OPEN-COUNT        PIC 9(09) VALUE ZERO.
           03 WS-NEW-COUNT         PIC 9(09) VALUE ZERO.
       01  WS-MONITOR-DATE         PIC 9(08).
      *Keys of the previous day's alerts raised by this run, so the
      *report can tell them from last night's.  Late movements are
      *few; past 500 the rest still go on file but list as OPEN.
       01  WS-LATE-STORED          PIC 9(03) VALUE ZERO.
       01  WS-LATE-TABLE.
           03 WS-LATE-KEY          PIC X(23) OCCURS 500 TIMES.
       01  WS-LATE-IDX             PIC 9(03).
       01  WS-LATE-FLAG            PIC X(01).
           88 LATE-ALERT                       VALUE 'Y'.
      *Compiled-in thresholds (whole TRY), in effect for any currency
      *MONPARM gives no non-zero figure for.
       01  WS-DEFAULT-THRESHOLDS.
           03 WS-DFLT-LARGE        PIC 9(15) VALUE 1000000.
           03 WS-DFLT-VELOCITY     PIC 9(15) VALUE 2000000.
           03 WS-DFLT-DORMANT      PIC 9(15) VALUE 50000.
      *MONPARM rows as loaded, resolved per currency in H185.
       01  WS-PARM-COUNT           PIC 9(02) VALUE ZERO.
       01  WS-PARM-TABLE.
           03 WS-PARM-ENTRY OCCURS 21 TIMES.
              05 WS-PARM-DVZ       PIC X(03).
              05 WS-PARM-LARGE     PIC 9(15).
              05 WS-PARM-VELOCITY  PIC 9(15).
              05 WS-PARM-DORMANT   PIC 9(15).
       01  WS-PARM-IDX             PIC 9(02).
       01  WS-PARM-FOUND           PIC 9(02).
       01  WS-PARM-ANY             PIC 9(02).
      *The movement being screened, and the account-day group it
      *belongs to.  MOVEHIST's key order keeps one account's
      *movements for a day together, so the velocity total closes on
      *the change of account.
       01  WS-BEFORE-BALANCE       PIC S9(15).
       01  WS-AFTER-BALANCE        PIC S9(15).
       01  WS-MOVEMENT             PIC S9(16).
       01  WS-MOVE-AMOUNT          PIC 9(15).
       01  WS-MOVE-TRY             PIC 9(15).
       01  WS-GROUP-ACTIVE         PIC X(01) VALUE 'N'.
           88 GROUP-IS-ACTIVE                  VALUE 'Y'.
       01  WS-GROUP-DATE           PIC 9(08).
       01  WS-GROUP-ID             PIC 9(05).
       01  WS-GROUP-DVZ            PIC 9(03).
       01  WS-GROUP-CURR           PIC 9(02).
       01  WS-GROUP-POSTINGS       PIC 9(05).
       01  WS-GROUP-AMOUNT         PIC 9(15).
       01  WS-GROUP-TRY            PIC 9(15).
      *Last cycle's NOTIREG, loaded at start-up.  Sized to the
      *IDXFILE provisioned capacity; overflow is an RC 8 stop, same
      *contract as WORK19's own register table.
       01  WS-REGISTER-COUNT       PIC 9(05) VALUE ZERO.
       01  WS-REGISTER-TABLE.
           03 WS-REG-ENTRY OCCURS 1 TO 60000 TIMES
                           DEPENDING ON WS-REGISTER-COUNT
                           INDEXED BY WS-R-IDX.
              05 WS-R-ID           PIC 9(05).
              05 WS-R-DVZ          PIC 9(03).
       01  WS-ON-REGISTER-FLAG     PIC X(01).
           88 ON-REGISTER                      VALUE 'Y'.
           88 NOT-ON-REGISTER                  VALUE 'N'.
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
      *Rate and resolved thresholds per currency, walked in step with
      *WS-CURRENCY-TABLE.
       01  WS-CURRENCY-STATS.
           03 WS-CURR-STAT-ENTRY OCCURS 20 TIMES.
              05 WS-CURR-RATE      PIC 9(7)V9(6).
              05 WS-CURR-LARGE     PIC 9(15).
              05 WS-CURR-VELOCITY  PIC 9(15).
              05 WS-CURR-DORMANT   PIC 9(15).
       01  WS-CURR-IDX             PIC 9(02).
       01  WS-CURR-FOUND           PIC 9(02).
       01  WS-DVZ-DISPLAY          PIC 9(03).
       01  WS-DVZ-KEY-X            PIC X(03).
      *Pagination, same page-block discipline as WORK7.
       01  WS-LINES-PER-PAGE       PIC 9(03) VALUE 60.
       01  WS-LINE-COUNT           PIC 9(03) VALUE ZERO.
       01  WS-PAGE-COUNT           PIC 9(05) VALUE ZERO.
       01  WS-RPT-HEADER-1.
           03 FILLER               PIC X(34)
              VALUE 'Z95737 ACTIVITY MONITORING ALERTS '.
           03 FILLER               PIC X(10) VALUE 'RUN DATE: '.
           03 WS-HDR-DATE          PIC 9(08).
           03 FILLER               PIC X(68) VALUE SPACES.
           03 FILLER               PIC X(06) VALUE 'PAGE  '.
           03 WS-HDR-PAGE          PIC ZZZZ9.
           03 FILLER               PIC X(01) VALUE SPACES.
       01  WS-RPT-HEADER-2.
           03 FILLER               PIC X(132) VALUE ALL '='.
       01  WS-RPT-COLUMNS.
           03 FILLER               PIC X(29)
              VALUE '  ALERT KEY                  '.
           03 FILLER               PIC X(30)
              VALUE 'TYPE                     CUR  '.
           03 FILLER               PIC X(31)
              VALUE 'A   AMOUNT (OWN CCY)   TRY EQU'.
           03 FILLER               PIC X(31)
              VALUE 'IVALENT  THRESHOLD (TRY)  POST'.
           03 FILLER               PIC X(11) VALUE SPACES.
       01  WS-RPT-ALERT.
           03 FILLER               PIC X(02) VALUE SPACES.
           03 WS-RPT-KEY           PIC X(23).
           03 FILLER               PIC X(02) VALUE SPACES.
           03 WS-RPT-NEW           PIC X(04).
           03 FILLER               PIC X(02) VALUE SPACES.
           03 WS-RPT-TYPE          PIC X(22).
           03 FILLER               PIC X(01) VALUE SPACES.
           03 WS-RPT-ISO           PIC X(03).
           03 FILLER               PIC X(02) VALUE SPACES.
           03 WS-RPT-ACTION        PIC X(01).
           03 FILLER               PIC X(02) VALUE SPACES.
           03 WS-RPT-AMOUNT        PIC -9(15).
           03 FILLER               PIC X(02) VALUE SPACES.
           03 WS-RPT-TRY           PIC 9(15).
           03 FILLER               PIC X(02) VALUE SPACES.
           03 WS-RPT-THRESHOLD     PIC 9(15).
           03 FILLER               PIC X(02) VALUE SPACES.
           03 WS-RPT-POSTINGS      PIC ZZZZ9.
           03 FILLER               PIC X(09) VALUE SPACES.
       01  WS-RPT-NONE.
           03 FILLER               PIC X(02) VALUE SPACES.
           03 FILLER               PIC X(25)
              VALUE 'NO OPEN ALERTS           '.
           03 FILLER               PIC X(105) VALUE SPACES.
       01  WS-RPT-TOTAL.
           03 FILLER               PIC X(02) VALUE SPACES.
           03 WS-RPT-TOTAL-LABEL   PIC X(24).
           03 WS-RPT-TOTAL-COUNT   PIC ZZZZZZZZ9.
           03 FILLER               PIC X(97) VALUE SPACES.
       01  WS-RPT-RULE.
           03 FILLER               PIC X(40) VALUE ALL '-'.
           03 FILLER               PIC X(92) VALUE SPACES.
      *
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM H105-LOAD-BUSINESS-DATE
           PERFORM H100-OPEN-FILES
           PERFORM H120-LOAD-CURRENCIES
           PERFORM H150-LOAD-RATES
           PERFORM H170-LOAD-THRESHOLDS
           PERFORM H190-LOAD-REGISTER
           READ REVIEW-FILE.
           IF REVWREQ-SUCCESS
              ADD 1 TO WS-REVIEW-COUNT
              END-IF
           PERFORM H200-APPLY-REVIEW UNTIL REVWREQ-EOF
           MOVE 'N' TO WS-BROWSE-DONE
           PERFORM H250-SCAN-MOVEMENT UNTIL BROWSE-DONE
           IF GROUP-IS-ACTIVE
              PERFORM H280-CLOSE-GROUP
              END-IF
           PERFORM H400-LIST-OPEN-ALERTS
           PERFORM H999-EXIT-PROGRAM.
       0000-END. EXIT.

       H100-OPEN-FILES.
           OPEN INPUT MOVE-FILE.
           IF (ST-MOVE-FILE NOT = 0) AND (ST-MOVE-FILE NOT = 97)
              DISPLAY 'MOVEFILE DID NOT OPEN: ' ST-MOVE-FILE
              MOVE ST-MOVE-FILE TO RETURN-CODE
              PERFORM H999-EXIT-PROGRAM
              END-IF.
           OPEN I-O ALERT-FILE.
           IF (ST-ALERT-FILE NOT = 0) AND (ST-ALERT-FILE NOT = 97)
              DISPLAY 'ALRTFILE DID NOT OPEN: ' ST-ALERT-FILE
              MOVE ST-ALERT-FILE TO RETURN-CODE
              PERFORM H999-EXIT-PROGRAM
              END-IF.
           OPEN INPUT REVIEW-FILE.
           IF (ST-REVIEW-FILE NOT = 0) AND (ST-REVIEW-FILE NOT = 97)
              DISPLAY 'REVWREQ DID NOT OPEN: ' ST-REVIEW-FILE
              MOVE ST-REVIEW-FILE TO RETURN-CODE
              PERFORM H999-EXIT-PROGRAM
              END-IF.
           OPEN OUTPUT REPORT-FILE.
           IF (ST-REPORT-FILE NOT = 0) AND (ST-REPORT-FILE NOT = 97)
              DISPLAY 'ALRTRPT DID NOT OPEN: ' ST-REPORT-FILE
              MOVE ST-REPORT-FILE TO RETURN-CODE
              PERFORM H999-EXIT-PROGRAM
              END-IF.
           MOVE WS-BUSINESS-DATE TO WS-MONITOR-DATE.
           PERFORM VARYING WS-CURR-IDX FROM 1 BY 1
              UNTIL WS-CURR-IDX > 20
              MOVE ZERO TO WS-CURR-RATE (WS-CURR-IDX)
              MOVE ZERO TO WS-CURR-LARGE (WS-CURR-IDX)
              MOVE ZERO TO WS-CURR-VELOCITY (WS-CURR-IDX)
              MOVE ZERO TO WS-CURR-DORMANT (WS-CURR-IDX)
              END-PERFORM.
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
      *No usable previous date (the very first day) only means there
      *is nothing to screen again.
           IF BDT-PREV-DATE NUMERIC
              IF FUNCTION TEST-DATE-YYYYMMDD(BDT-PREV-DATE) = 0
                 AND BDT-PREV-DATE < BDT-DATE
                 MOVE BDT-PREV-DATE TO WS-PREV-DATE
                 END-IF
              END-IF.
           CLOSE BUSDATE-FILE.
           DISPLAY 'BUSINESS DATE: ' WS-BUSINESS-DATE.
           IF WS-PREV-DATE = ZERO
              DISPLAY 'NO PREVIOUS BUSINESS DATE - NOT RESCREENED'
           ELSE
              DISPLAY 'RESCREENING DATE: ' WS-PREV-DATE
              END-IF.
       H105-END. EXIT.

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
      *other currency takes its rate from the day's RATEFEED, and a
      *malformed rate stops the run.
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

       H170-LOAD-THRESHOLDS.
      *Usual control-dataset contract: absent or empty means the
      *compiled defaults, a malformed record stops the run.
           OPEN INPUT PARM-FILE.
           IF MONPARM-NOT-FOUND
              DISPLAY 'MONPARM NOT FOUND - COMPILED-IN THRESHOLDS '
                 'IN EFFECT'
           ELSE
              IF (ST-PARM-FILE NOT = 0) AND (ST-PARM-FILE NOT = 97)
                 DISPLAY 'MONPARM DID NOT OPEN: ' ST-PARM-FILE
                 MOVE ST-PARM-FILE TO RETURN-CODE
                 PERFORM H999-EXIT-PROGRAM
                 END-IF
              READ PARM-FILE
              IF MONPARM-EOF
                 DISPLAY 'MONPARM IS EMPTY - COMPILED-IN THRESHOLDS '
                    'IN EFFECT'
              ELSE
                 PERFORM H180-LOAD-ONE-THRESHOLD UNTIL MONPARM-EOF
                 END-IF
              CLOSE PARM-FILE
              END-IF.
           PERFORM H185-RESOLVE-THRESHOLDS
              VARYING WS-CURR-IDX FROM 1 BY 1
              UNTIL WS-CURR-IDX > WS-CURR-COUNT.
       H170-END. EXIT.

       H180-LOAD-ONE-THRESHOLD.
           IF MONP-DVZ NOT NUMERIC
              OR MONP-LARGE-TRY NOT NUMERIC
              OR MONP-VELOCITY-TRY NOT NUMERIC
              OR MONP-DORMANT-TRY NOT NUMERIC
              DISPLAY 'MALFORMED MONPARM RECORD, DVZ: ' MONP-DVZ
              MOVE 16 TO RETURN-CODE
              PERFORM H999-EXIT-PROGRAM
              END-IF.
           IF WS-PARM-COUNT >= 21
              DISPLAY 'MONPARM HAS MORE ENTRIES THAN THE TABLE HOLDS'
              MOVE 16 TO RETURN-CODE
              PERFORM H999-EXIT-PROGRAM
              END-IF.
           ADD 1 TO WS-PARM-COUNT.
           MOVE MONP-DVZ          TO WS-PARM-DVZ (WS-PARM-COUNT).
           MOVE MONP-LARGE-TRY    TO WS-PARM-LARGE (WS-PARM-COUNT).
           MOVE MONP-VELOCITY-TRY TO WS-PARM-VELOCITY (WS-PARM-COUNT).
           MOVE MONP-DORMANT-TRY  TO WS-PARM-DORMANT (WS-PARM-COUNT).
           READ PARM-FILE.
       H180-END. EXIT.

       H185-RESOLVE-THRESHOLDS.
      *Per threshold: the currency's own row, else the 000 row, else
      *the compiled default.  A zero figure counts as "not given".
           MOVE ZERO TO WS-PARM-FOUND.
           MOVE ZERO TO WS-PARM-ANY.
           PERFORM VARYING WS-PARM-IDX FROM 1 BY 1
              UNTIL WS-PARM-IDX > WS-PARM-COUNT
              IF WS-PARM-DVZ (WS-PARM-IDX) = WS-CURR-CODE (WS-CURR-IDX)
                 MOVE WS-PARM-IDX TO WS-PARM-FOUND
                 END-IF
              IF WS-PARM-DVZ (WS-PARM-IDX) = '000'
                 MOVE WS-PARM-IDX TO WS-PARM-ANY
                 END-IF
              END-PERFORM.
           MOVE WS-DFLT-LARGE    TO WS-CURR-LARGE (WS-CURR-IDX).
           MOVE WS-DFLT-VELOCITY TO WS-CURR-VELOCITY (WS-CURR-IDX).
           MOVE WS-DFLT-DORMANT  TO WS-CURR-DORMANT (WS-CURR-IDX).
           IF WS-PARM-ANY NOT = ZERO
              IF WS-PARM-LARGE (WS-PARM-ANY) > ZERO
                 MOVE WS-PARM-LARGE (WS-PARM-ANY)
                    TO WS-CURR-LARGE (WS-CURR-IDX)
                 END-IF
              IF WS-PARM-VELOCITY (WS-PARM-ANY) > ZERO
                 MOVE WS-PARM-VELOCITY (WS-PARM-ANY)
                    TO WS-CURR-VELOCITY (WS-CURR-IDX)
                 END-IF
              IF WS-PARM-DORMANT (WS-PARM-ANY) > ZERO
                 MOVE WS-PARM-DORMANT (WS-PARM-ANY)
                    TO WS-CURR-DORMANT (WS-CURR-IDX)
                 END-IF
              END-IF.
           IF WS-PARM-FOUND NOT = ZERO
              IF WS-PARM-LARGE (WS-PARM-FOUND) > ZERO
                 MOVE WS-PARM-LARGE (WS-PARM-FOUND)
                    TO WS-CURR-LARGE (WS-CURR-IDX)
                 END-IF
              IF WS-PARM-VELOCITY (WS-PARM-FOUND) > ZERO
                 MOVE WS-PARM-VELOCITY (WS-PARM-FOUND)
                    TO WS-CURR-VELOCITY (WS-CURR-IDX)
                 END-IF
              IF WS-PARM-DORMANT (WS-PARM-FOUND) > ZERO
                 MOVE WS-PARM-DORMANT (WS-PARM-FOUND)
                    TO WS-CURR-DORMANT (WS-CURR-IDX)
                 END-IF
              END-IF.
       H185-END. EXIT.

       H190-LOAD-REGISTER.
      *WORK19's latest NOTIREG generation; a missing dataset is
      *tolerated with a console warning, the same as WORK19's own
      *first run.
           OPEN INPUT REGIN-FILE.
           IF REGIN-NOT-FOUND
              DISPLAY 'REGIN NOT FOUND - TREATING REGISTER AS '
                 'EMPTY (FIRST RUN?)'
           ELSE
              IF (ST-REGIN-FILE NOT = 0) AND (ST-REGIN-FILE NOT = 97)
                 DISPLAY 'REGIN DID NOT OPEN: ' ST-REGIN-FILE
                 MOVE ST-REGIN-FILE TO RETURN-CODE
                 PERFORM H999-EXIT-PROGRAM
                 END-IF
              READ REGIN-FILE
              PERFORM H195-LOAD-ONE-ENTRY UNTIL REGIN-EOF
              CLOSE REGIN-FILE
              END-IF.
           DISPLAY 'REGISTER ENTRIES LOADED: ' WS-REGISTER-COUNT.
       H190-END. EXIT.

       H195-LOAD-ONE-ENTRY.
           IF WS-REGISTER-COUNT >= 60000
              DISPLAY 'REGISTER TABLE FULL AT ID: ' RGI-ID
                 ' - RAISE THE TABLE WITH THE IDXFILE CAPACITY'
              MOVE 8 TO RETURN-CODE
              PERFORM H999-EXIT-PROGRAM
              END-IF.
           ADD 1 TO WS-REGISTER-COUNT.
           SET WS-R-IDX TO WS-REGISTER-COUNT.
           MOVE RGI-ID  TO WS-R-ID (WS-R-IDX).
           MOVE RGI-DVZ TO WS-R-DVZ (WS-R-IDX).
           READ REGIN-FILE.
       H195-END. EXIT.

       H200-APPLY-REVIEW.
      *Close one alert.  An alert already reviewed keeps its first
      *reviewer; an unknown key is reported, not guessed at.
           IF REV-DATE NOT NUMERIC OR REV-ID NOT NUMERIC
              OR REV-DVZ NOT NUMERIC OR REV-TIME NOT NUMERIC
              OR (REV-TYPE NOT = 'L' AND REV-TYPE NOT = 'V'
                  AND REV-TYPE NOT = 'D')
              OR REV-REVIEWER = SPACES
              DISPLAY 'REVIEW SKIPPED - MALFORMED CARD: ' REV-KEY
              ADD 1 TO WS-REV-INVALID-COUNT
           ELSE
              MOVE REV-KEY TO ALR-KEY
              READ ALERT-FILE
                 INVALID KEY
                    DISPLAY 'REVIEW SKIPPED - NO SUCH ALERT: ' REV-KEY
                    ADD 1 TO WS-REV-MISSING-COUNT
                 NOT INVALID KEY
                    IF ALR-REVIEWED
                       ADD 1 TO WS-REV-ALREADY-COUNT
                    ELSE
                       MOVE 'R'             TO ALR-STATUS
                       MOVE REV-REVIEWER    TO ALR-REVIEWER
                       MOVE WS-MONITOR-DATE TO ALR-REVIEW-DATE
                       MOVE REV-NOTE        TO ALR-REVIEW-NOTE
                       REWRITE ALR-REC
                          INVALID KEY
                             DISPLAY 'ALERT REWRITE FAILED: ' ALR-KEY
                                ' STATUS: ' ST-ALERT-FILE
                             MOVE ST-ALERT-FILE TO RETURN-CODE
                          NOT INVALID KEY
                             ADD 1 TO WS-REVIEWED-COUNT
                       END-REWRITE
                       END-IF
              END-READ
              END-IF.
           READ REVIEW-FILE.
           IF REVWREQ-SUCCESS
              ADD 1 TO WS-REVIEW-COUNT
              END-IF.
       H200-END. EXIT.

       H250-SCAN-MOVEMENT.
           READ MOVE-FILE NEXT RECORD
              AT END MOVE 'Y' TO WS-BROWSE-DONE
              NOT AT END
                 ADD 1 TO WS-BROWSED-COUNT
                 IF MOV-DATE = WS-MONITOR-DATE
                    OR (WS-PREV-DATE NOT = ZERO
                        AND MOV-DATE = WS-PREV-DATE)
                    PERFORM H260-SCREEN-MOVEMENT
                    END-IF
           END-READ.
       H250-END. EXIT.

       H260-SCREEN-MOVEMENT.
           IF GROUP-IS-ACTIVE
              AND (MOV-ID NOT = WS-GROUP-ID
                   OR MOV-DVZ NOT = WS-GROUP-DVZ
                   OR MOV-DATE NOT = WS-GROUP-DATE)
              PERFORM H280-CLOSE-GROUP
              END-IF.
           PERFORM H265-VALIDATE-MOVEMENT.
           IF LINE-IS-INVALID
              DISPLAY 'MOVEMENT SKIPPED - NON-NUMERIC BALANCE: '
                 MOV-KEY
              ADD 1 TO WS-INVALID-COUNT
           ELSE
              ADD 1 TO WS-SCREENED-COUNT
              MOVE MOV-DVZ TO WS-DVZ-DISPLAY
              PERFORM LOOKUP-CURRENCY
              COMPUTE WS-MOVEMENT =
                 WS-AFTER-BALANCE - WS-BEFORE-BALANCE
              IF WS-MOVEMENT < ZERO
                 COMPUTE WS-MOVE-AMOUNT = 0 - WS-MOVEMENT
              ELSE
                 MOVE WS-MOVEMENT TO WS-MOVE-AMOUNT
                 END-IF
              IF WS-CURR-RATE (WS-CURR-FOUND) = ZERO
                 DISPLAY 'NO RATE - MOVEMENT NOT SCREENED: ' MOV-KEY
                 ADD 1 TO WS-NO-RATE-COUNT
              ELSE
                 IF WS-MOVEMENT NOT = ZERO
                    PERFORM H270-CHECK-MOVEMENT
                    END-IF
                 END-IF
              END-IF.
       H260-END. EXIT.

       H265-VALIDATE-MOVEMENT.
      *A missing image (spaces) is a zero balance - the before side
      *of an add, the after side of a delete.
           MOVE 'Y' TO WS-LINE-VALID.
           MOVE ZERO TO WS-BEFORE-BALANCE.
           MOVE ZERO TO WS-AFTER-BALANCE.
           IF MOV-B-BALANCE NOT = SPACES
              IF MOV-B-BALANCE-N NUMERIC
                 MOVE MOV-B-BALANCE-N TO WS-BEFORE-BALANCE
              ELSE
                 MOVE 'N' TO WS-LINE-VALID
                 END-IF
              END-IF.
           IF MOV-A-BALANCE NOT = SPACES
              IF MOV-A-BALANCE-N NUMERIC
                 MOVE MOV-A-BALANCE-N TO WS-AFTER-BALANCE
              ELSE
                 MOVE 'N' TO WS-LINE-VALID
                 END-IF
              END-IF.
       H265-END. EXIT.

       H270-CHECK-MOVEMENT.
           COMPUTE WS-MOVE-TRY ROUNDED =
              WS-MOVE-AMOUNT * WS-CURR-RATE (WS-CURR-FOUND)
              ON SIZE ERROR
                 DISPLAY 'TRY EQUIVALENT OVERFLOWED FOR: ' MOV-KEY
                 MOVE 99 TO RETURN-CODE
                 PERFORM H999-EXIT-PROGRAM
           END-COMPUTE.
           IF NOT GROUP-IS-ACTIVE
              MOVE 'Y'           TO WS-GROUP-ACTIVE
              MOVE MOV-DATE      TO WS-GROUP-DATE
              MOVE MOV-ID        TO WS-GROUP-ID
              MOVE MOV-DVZ       TO WS-GROUP-DVZ
              MOVE WS-CURR-FOUND TO WS-GROUP-CURR
              MOVE ZERO          TO WS-GROUP-POSTINGS
              MOVE ZERO          TO WS-GROUP-AMOUNT
              MOVE ZERO          TO WS-GROUP-TRY
              END-IF.
           ADD 1 TO WS-GROUP-POSTINGS.
           ADD WS-MOVE-AMOUNT TO WS-GROUP-AMOUNT
              ON SIZE ERROR
                 DISPLAY 'VELOCITY TOTAL OVERFLOWED FOR: ' MOV-KEY
                 MOVE 99 TO RETURN-CODE
                 PERFORM H999-EXIT-PROGRAM
           END-ADD.
           ADD WS-MOVE-TRY TO WS-GROUP-TRY
              ON SIZE ERROR
                 DISPLAY 'VELOCITY TOTAL OVERFLOWED FOR: ' MOV-KEY
                 MOVE 99 TO RETURN-CODE
                 PERFORM H999-EXIT-PROGRAM
           END-ADD.
           IF WS-MOVE-TRY > WS-CURR-LARGE (WS-CURR-FOUND)
              MOVE MOV-DATE TO ALR-DATE
              MOVE MOV-ID TO ALR-ID
              MOVE MOV-DVZ TO ALR-DVZ
              MOVE 'L' TO ALR-TYPE
              MOVE MOV-TIME TO ALR-TIME
              MOVE MOV-ACTION TO ALR-ACTION
              MOVE WS-MOVEMENT TO ALR-AMOUNT
              MOVE WS-MOVE-TRY TO ALR-TRY-AMOUNT
              MOVE WS-CURR-LARGE (WS-CURR-FOUND) TO ALR-THRESHOLD
              MOVE 1 TO ALR-POSTINGS
              PERFORM H290-WRITE-ALERT
              END-IF.
           IF WS-MOVEMENT > ZERO
              AND WS-MOVE-TRY > WS-CURR-DORMANT (WS-CURR-FOUND)
              PERFORM H285-FIND-REGISTER-ENTRY
              IF ON-REGISTER
                 MOVE MOV-DATE TO ALR-DATE
                 MOVE MOV-ID TO ALR-ID
                 MOVE MOV-DVZ TO ALR-DVZ
                 MOVE 'D' TO ALR-TYPE
                 MOVE MOV-TIME TO ALR-TIME
                 MOVE MOV-ACTION TO ALR-ACTION
                 MOVE WS-MOVEMENT TO ALR-AMOUNT
                 MOVE WS-MOVE-TRY TO ALR-TRY-AMOUNT
                 MOVE WS-CURR-DORMANT (WS-CURR-FOUND)
                    TO ALR-THRESHOLD
                 MOVE 1 TO ALR-POSTINGS
                 PERFORM H290-WRITE-ALERT
                 END-IF
              END-IF.
       H270-END. EXIT.

       H280-CLOSE-GROUP.
      *The account-day group is complete: a velocity alert when more
      *than one movement together crossed the threshold.  A lone
      *movement is the large-movement check's business.
           IF WS-GROUP-POSTINGS > 1
              AND WS-GROUP-TRY > WS-CURR-VELOCITY (WS-GROUP-CURR)
              MOVE WS-GROUP-DATE TO ALR-DATE
              MOVE WS-GROUP-ID  TO ALR-ID
              MOVE WS-GROUP-DVZ TO ALR-DVZ
              MOVE 'V' TO ALR-TYPE
              MOVE ZERO TO ALR-TIME
              MOVE SPACE TO ALR-ACTION
              MOVE WS-GROUP-AMOUNT TO ALR-AMOUNT
              MOVE WS-GROUP-TRY TO ALR-TRY-AMOUNT
              MOVE WS-CURR-VELOCITY (WS-GROUP-CURR) TO ALR-THRESHOLD
              MOVE WS-GROUP-POSTINGS TO ALR-POSTINGS
              PERFORM H290-WRITE-ALERT
              END-IF.
           MOVE 'N' TO WS-GROUP-ACTIVE.
       H280-END. EXIT.

       H285-FIND-REGISTER-ENTRY.
           MOVE 'N' TO WS-ON-REGISTER-FLAG.
           PERFORM VARYING WS-R-IDX FROM 1 BY 1
              UNTIL WS-R-IDX > WS-REGISTER-COUNT
              IF WS-R-ID (WS-R-IDX) = MOV-ID
                 AND WS-R-DVZ (WS-R-IDX) = MOV-DVZ
                 MOVE 'Y' TO WS-ON-REGISTER-FLAG
                 SET WS-R-IDX TO WS-REGISTER-COUNT
                 END-IF
              END-PERFORM.
       H285-END. EXIT.

       H290-WRITE-ALERT.
      *The whole ALR-KEY and the amount fields must already be set -
      *a velocity alert is keyed on the group just closed, not the
      *movement in hand.  An alert already on file (a rerun of the
      *same night, or last night's alerts met again by the rescreen)
      *is counted and left as it is - including any review already
      *recorded against it.
           MOVE 'O'             TO ALR-STATUS.
           MOVE SPACES          TO ALR-REVIEWER.
           MOVE ZERO            TO ALR-REVIEW-DATE.
           MOVE SPACES          TO ALR-REVIEW-NOTE.
           WRITE ALR-REC
              INVALID KEY
                 IF ALR-DATE = WS-MONITOR-DATE
                    ADD 1 TO WS-ALREADY-COUNT
                 ELSE
                    ADD 1 TO WS-PRIOR-ON-FILE
                    END-IF
              NOT INVALID KEY
                 EVALUATE TRUE
                    WHEN ALR-LARGE    ADD 1 TO WS-LARGE-COUNT
                    WHEN ALR-VELOCITY ADD 1 TO WS-VELOCITY-COUNT
                    WHEN ALR-DORMANT  ADD 1 TO WS-DORMANT-COUNT
                    END-EVALUATE
                 IF ALR-DATE NOT = WS-MONITOR-DATE
                    ADD 1 TO WS-LATE-COUNT
                    IF WS-LATE-STORED < 500
                       ADD 1 TO WS-LATE-STORED
                       MOVE ALR-KEY TO WS-LATE-KEY (WS-LATE-STORED)
                       END-IF
                    END-IF
           END-WRITE.
       H290-END. EXIT.

       H300-NEW-PAGE.
           ADD 1 TO WS-PAGE-COUNT.
           MOVE WS-MONITOR-DATE TO WS-HDR-DATE.
           MOVE WS-PAGE-COUNT   TO WS-HDR-PAGE.
           MOVE WS-RPT-HEADER-1 TO RPT-LINE.
           WRITE RPT-LINE AFTER ADVANCING PAGE.
           MOVE WS-RPT-HEADER-2 TO RPT-LINE.
           WRITE RPT-LINE AFTER ADVANCING 1 LINE.
           MOVE WS-RPT-COLUMNS TO RPT-LINE.
           WRITE RPT-LINE AFTER ADVANCING 1 LINE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE AFTER ADVANCING 1 LINE.
           MOVE 4 TO WS-LINE-COUNT.
       H300-END. EXIT.

       H400-LIST-OPEN-ALERTS.
      *Browse the whole alert file in key order and list what is
      *still open; tonight's alerts carry the NEW flag.
           PERFORM H300-NEW-PAGE.
           MOVE LOW-VALUES TO ALR-KEY.
           MOVE 'N' TO WS-BROWSE-DONE.
           START ALERT-FILE KEY NOT < ALR-KEY
              INVALID KEY MOVE 'Y' TO WS-BROWSE-DONE
           END-START.
           PERFORM H410-READ-NEXT-ALERT UNTIL BROWSE-DONE.
           IF WS-OPEN-COUNT = ZERO
              MOVE WS-RPT-NONE TO RPT-LINE
              PERFORM H420-WRITE-REPORT-LINE
              END-IF.
           MOVE WS-RPT-RULE TO RPT-LINE.
           PERFORM H420-WRITE-REPORT-LINE.
           MOVE 'OPEN ALERTS LISTED    :' TO WS-RPT-TOTAL-LABEL.
           MOVE WS-OPEN-COUNT TO WS-RPT-TOTAL-COUNT.
           MOVE WS-RPT-TOTAL TO RPT-LINE.
           PERFORM H420-WRITE-REPORT-LINE.
           MOVE '  OF WHICH NEW TONIGHT:' TO WS-RPT-TOTAL-LABEL.
           MOVE WS-NEW-COUNT TO WS-RPT-TOTAL-COUNT.
           MOVE WS-RPT-TOTAL TO RPT-LINE.
           PERFORM H420-WRITE-REPORT-LINE.
           MOVE 'REVIEWED THIS RUN     :' TO WS-RPT-TOTAL-LABEL.
           MOVE WS-REVIEWED-COUNT TO WS-RPT-TOTAL-COUNT.
           MOVE WS-RPT-TOTAL TO RPT-LINE.
           PERFORM H420-WRITE-REPORT-LINE.
           MOVE 'MOVEMENTS NOT SCREENED:' TO WS-RPT-TOTAL-LABEL.
           COMPUTE WS-RPT-TOTAL-COUNT =
              WS-NO-RATE-COUNT + WS-INVALID-COUNT.
           MOVE WS-RPT-TOTAL TO RPT-LINE.
           PERFORM H420-WRITE-REPORT-LINE.
       H400-END. EXIT.

       H410-READ-NEXT-ALERT.
           READ ALERT-FILE NEXT RECORD
              AT END MOVE 'Y' TO WS-BROWSE-DONE
              NOT AT END
                 IF ALR-OPEN
                    PERFORM H430-PRINT-ALERT
                    END-IF
           END-READ.
       H410-END. EXIT.

       H420-WRITE-REPORT-LINE.
      *RPT-LINE must already be built by the caller.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
              PERFORM H300-NEW-PAGE
              END-IF.
           WRITE RPT-LINE AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-LINE-COUNT.
       H420-END. EXIT.

       H430-PRINT-ALERT.
           MOVE ALR-DVZ TO WS-DVZ-DISPLAY.
           PERFORM LOOKUP-CURRENCY.
           MOVE ALR-KEY TO WS-RPT-KEY.
           MOVE 'N' TO WS-LATE-FLAG.
           IF ALR-DATE = WS-PREV-DATE
              PERFORM VARYING WS-LATE-IDX FROM 1 BY 1
                 UNTIL WS-LATE-IDX > WS-LATE-STORED
                 IF WS-LATE-KEY (WS-LATE-IDX) = ALR-KEY
                    MOVE 'Y' TO WS-LATE-FLAG
                    MOVE WS-LATE-STORED TO WS-LATE-IDX
                    END-IF
                 END-PERFORM
              END-IF.
           IF ALR-DATE = WS-MONITOR-DATE
              MOVE 'NEW ' TO WS-RPT-NEW
              ADD 1 TO WS-NEW-COUNT
           ELSE
              IF LATE-ALERT
                 MOVE 'LATE' TO WS-RPT-NEW
                 ADD 1 TO WS-NEW-COUNT
              ELSE
                 MOVE 'OPEN' TO WS-RPT-NEW
                 END-IF
              END-IF.
           EVALUATE TRUE
              WHEN ALR-LARGE
                 MOVE 'LARGE SINGLE MOVEMENT' TO WS-RPT-TYPE
              WHEN ALR-VELOCITY
                 MOVE 'SAME-DAY VELOCITY' TO WS-RPT-TYPE
              WHEN ALR-DORMANT
                 MOVE 'DORMANT REACTIVATION' TO WS-RPT-TYPE
              WHEN OTHER
                 MOVE 'UNKNOWN ALERT TYPE' TO WS-RPT-TYPE
              END-EVALUATE.
           MOVE WS-CURR-ISO (WS-CURR-FOUND) TO WS-RPT-ISO.
           MOVE ALR-ACTION     TO WS-RPT-ACTION.
           MOVE ALR-AMOUNT     TO WS-RPT-AMOUNT.
           MOVE ALR-TRY-AMOUNT TO WS-RPT-TRY.
           MOVE ALR-THRESHOLD  TO WS-RPT-THRESHOLD.
           MOVE ALR-POSTINGS   TO WS-RPT-POSTINGS.
           MOVE WS-RPT-ALERT TO RPT-LINE.
           PERFORM H420-WRITE-REPORT-LINE.
           ADD 1 TO WS-OPEN-COUNT.
       H430-END. EXIT.

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

       H900-CONTROL-REPORT.
           DISPLAY '========= WORK23 MONITORING TOTALS ========='.
           DISPLAY 'MONITORING DATE     : ' WS-MONITOR-DATE.
           DISPLAY 'REVIEW CARDS READ   : ' WS-REVIEW-COUNT.
           DISPLAY 'ALERTS REVIEWED     : ' WS-REVIEWED-COUNT.
           DISPLAY 'ALREADY REVIEWED    : ' WS-REV-ALREADY-COUNT.
           DISPLAY 'NO SUCH ALERT       : ' WS-REV-MISSING-COUNT.
           DISPLAY 'REVIEWS SKIPPED     : ' WS-REV-INVALID-COUNT.
           DISPLAY 'MOVEMENTS BROWSED   : ' WS-BROWSED-COUNT.
           DISPLAY 'MOVEMENTS SCREENED  : ' WS-SCREENED-COUNT.
           DISPLAY 'NO RATE (SKIPPED)   : ' WS-NO-RATE-COUNT.
           DISPLAY 'SKIPPED (INVALID)   : ' WS-INVALID-COUNT.
           DISPLAY 'LARGE-MOVE ALERTS   : ' WS-LARGE-COUNT.
           DISPLAY 'VELOCITY ALERTS     : ' WS-VELOCITY-COUNT.
           DISPLAY 'DORMANT-CREDIT ALRTS: ' WS-DORMANT-COUNT.
           DISPLAY 'ALREADY ON FILE     : ' WS-ALREADY-COUNT.
           DISPLAY 'RESCREEN DATE       : ' WS-PREV-DATE.
           DISPLAY 'LATE ALERTS RAISED  : ' WS-LATE-COUNT.
           DISPLAY 'PRIOR DAY ON FILE   : ' WS-PRIOR-ON-FILE.
           DISPLAY 'OPEN ALERTS LISTED  : ' WS-OPEN-COUNT.
      *A movement that could not be screened is a gap in the
      *monitoring, not an error in the data: warn, do not stop.
           IF (WS-NO-RATE-COUNT > ZERO OR WS-INVALID-COUNT > ZERO)
              AND RETURN-CODE < 4
              MOVE 4 TO RETURN-CODE
              END-IF.
       H900-END. EXIT.

       H999-EXIT-PROGRAM.
           PERFORM H900-CONTROL-REPORT.
           CLOSE MOVE-FILE.
           CLOSE ALERT-FILE.
           CLOSE REVIEW-FILE.
           CLOSE REPORT-FILE.
           STOP RUN.
       H999-END.

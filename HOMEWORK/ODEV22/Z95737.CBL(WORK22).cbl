       IDENTIFICATION DIVISION.
       PROGRAM-ID. WORK22.
       AUTHOR. Suleyman Bozan.
      *-----------------------------------------------------------------
      *WORK22 is the general-ledger journal interface.  Every change
      *to the master goes through WORK5 and lands on AUDTFILE, but
      *nothing turned those movements into accounting entries -
      *finance keyed GL journals by hand off the ACCRRPT and ESCHSCHD
      *printouts.  Run as a step of every job that runs WORK5 (MAINT,
      *ACCRUAL, ESCHEXEC, OVERDRFT, CUSTRECN), reading that job's own
      *AUDTFILE generation, WORK22 cuts one balanced two-line journal
      *entry per balance movement (AUD-B-BALANCE to AUD-A-BALANCE) on
      *GLJRNL, in the account's own currency with a TRY-equivalent
      *column at the day's RATEFEED rate.  Each movement is classified
      *by source:
      *  CP - customer posting or update (MAINT)
      *  IA - interest accrual (a 'P' out of the ACCRUAL job)
      *  ES - escheat surrender (a 'D' out of the ESCHEXEC job)
      *  AD - account add or delete
      *  OC - overdraft charge (a 'C' bank charge out of OVERDRFT)
      *The job says which run it is on the one-card JRNLSRC input.
      *Class and currency map to a contra GL account and the customer
      *deposit GL account through the operations-maintained GLMAP
      *control dataset (same spirit as CURRFILE: accounts are data,
      *not source).  The journal control report (JRNLRPT) proves, per
      *currency, that debits equal credits and that the journal's net
      *credit to the deposit account ties to the net before/after
      *movement on the audit trail; either check failing leaves
      *RC 8.  A movement with no GLMAP row is left out of the journal,
      *so it shows up as exactly that tie-out difference.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-FILE  ASSIGN TO AUDTFILE
                              STATUS ST-AUDIT-FILE.
           SELECT SOURCE-FILE ASSIGN TO JRNLSRC
                              STATUS ST-SOURCE-FILE.
           SELECT GLMAP-FILE  ASSIGN TO GLMAP
                              STATUS ST-GLMAP-FILE.
           SELECT RATE-FILE   ASSIGN TO RATEFILE
                              STATUS ST-RATE-FILE.
           SELECT CURRENCY-FILE ASSIGN TO CURRFILE
                              STATUS ST-CURRENCY-FILE.
           SELECT JOURNAL-FILE ASSIGN TO GLJRNL
                              STATUS ST-JOURNAL-FILE.
           SELECT REPORT-FILE ASSIGN TO JRNLRPT
                              STATUS ST-REPORT-FILE.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *AUD-REC mirrors WORK5's AUD-REC (AUDTFILE).  The before image
      *is spaces for an add, the after image spaces for a delete.
      *AUD-TIME may run past 235959 for a run that crossed midnight
      *(see WORK5 WS-STAMP-TIME); it is journalled as it stands.
       FD  AUDIT-FILE RECORDING MODE F.
       01  AUD-REC.
           03 AUD-DATE             PIC 9(08).
           03 AUD-TIME             PIC 9(06).
           03 AUD-ACTION           PIC X(01).
           03 AUD-ID               PIC 9(05).
           03 AUD-DVZ              PIC 9(03).
           03 AUD-BEFORE.
              05 AUD-B-NAME        PIC X(15).
              05 AUD-B-SRNAME      PIC X(15).
              05 AUD-B-DATE        PIC 9(07).
              05 AUD-B-BALANCE     PIC S9(15)
                                    SIGN IS TRAILING SEPARATE CHARACTER.
           03 AUD-AFTER.
              05 AUD-A-NAME        PIC X(15).
              05 AUD-A-SRNAME      PIC X(15).
              05 AUD-A-DATE        PIC 9(07).
              05 AUD-A-BALANCE     PIC S9(15)
                                    SIGN IS TRAILING SEPARATE CHARACTER.
           03 AUD-APPROVER         PIC X(08).
      *JRNLSRC: one 80-byte card naming the run the audit generation
      *came from - M (MAINT), I (ACCRUAL), E (ESCHEXEC) or O
      *(OVERDRFT).
       FD  SOURCE-FILE RECORDING MODE F.
       01  JSRC-REC.
           03 JSRC-CODE            PIC X(01).
              88 JSRC-MAINTENANCE              VALUE 'M'.
              88 JSRC-INTEREST                 VALUE 'I'.
              88 JSRC-ESCHEAT                  VALUE 'E'.
              88 JSRC-OVERDRAFT                VALUE 'O'.
           03 FILLER               PIC X(79).
      *GLMAP: one record per (movement class, currency) - the contra
      *GL account and the customer deposit GL account the movement
      *posts between.  Currency 000 is the any-currency row, used
      *when a class has no row for the movement's own currency.
       FD  GLMAP-FILE RECORDING MODE F.
       01  GLM-REC.
           03 GLM-CLASS            PIC X(02).
           03 GLM-DVZ              PIC X(03).
           03 GLM-CONTRA-ACCT      PIC X(10).
           03 GLM-DEPOSIT-ACCT     PIC X(10).
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
      *JRN-REC: one journal line.  Every entry is two lines sharing
      *JRN-ENTRY - one debit, one credit, same currency and amount.
      *Amounts are unsigned; JRN-DRCR carries the side.
       FD  JOURNAL-FILE RECORDING MODE F.
       01  JRN-REC.
           03 JRN-DATE             PIC 9(08).
           03 JRN-ENTRY            PIC 9(07).
           03 JRN-LINE             PIC 9(01).
           03 JRN-DVZ              PIC 9(03).
           03 JRN-DVZ-ISO          PIC X(03).
           03 JRN-GL-ACCT          PIC X(10).
           03 JRN-DRCR             PIC X(01).
           03 JRN-AMOUNT           PIC 9(15).
           03 JRN-TRY-AMOUNT       PIC 9(15).
           03 JRN-CLASS            PIC X(02).
           03 JRN-CUST-ID          PIC 9(05).
           03 JRN-AUD-TIME         PIC 9(06).
           03 JRN-ACTION           PIC X(01).
           03 FILLER               PIC X(03).
       FD  REPORT-FILE RECORDING MODE F.
       01  RPT-LINE                PIC X(80).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01  WS-WORKSHOP.
           03 ST-AUDIT-FILE        PIC 9(02).
              88 AUDTFILE-EOF                  VALUE 10.
              88 AUDTFILE-SUCCESS              VALUE 00 97.
           03 ST-SOURCE-FILE       PIC 9(02).
              88 JRNLSRC-EOF                   VALUE 10.
              88 JRNLSRC-NOT-FOUND             VALUE 35.
           03 ST-GLMAP-FILE        PIC 9(02).
              88 GLMAP-EOF                     VALUE 10.
              88 GLMAP-NOT-FOUND               VALUE 35.
           03 ST-RATE-FILE         PIC 9(02).
              88 RATE-FILE-EOF                 VALUE 10.
              88 RATE-SUCCESS                  VALUE 00 97.
           03 ST-CURRENCY-FILE     PIC 9(02).
              88 CURR-FILE-EOF                 VALUE 10.
              88 CURR-FILE-NOT-FOUND           VALUE 35.
              88 CURR-FILE-SUCCESS             VALUE 00 97.
           03 ST-JOURNAL-FILE      PIC 9(02).
              88 GLJRNL-SUCCESS                VALUE 00 97.
           03 ST-REPORT-FILE       PIC 9(02).
              88 JRNLRPT-SUCCESS               VALUE 00 97.
           03 WS-LINE-VALID        PIC X(01).
              88 LINE-IS-VALID                 VALUE 'Y'.
              88 LINE-IS-INVALID               VALUE 'N'.
       01  WS-SOURCE-CODE          PIC X(01).
       01  WS-JOURNAL-COUNTERS.
           03 WS-READ-COUNT        PIC 9(09) VALUE ZERO.
           03 WS-ENTRY-COUNT       PIC 9(07) VALUE ZERO.
           03 WS-ZERO-MOVE-COUNT   PIC 9(09) VALUE ZERO.
           03 WS-UNMAPPED-COUNT    PIC 9(09) VALUE ZERO.
           03 WS-NO-RATE-COUNT     PIC 9(09) VALUE ZERO.
           03 WS-INVALID-COUNT     PIC 9(09) VALUE ZERO.
           03 WS-CP-COUNT          PIC 9(09) VALUE ZERO.
           03 WS-IA-COUNT          PIC 9(09) VALUE ZERO.
           03 WS-ES-COUNT          PIC 9(09) VALUE ZERO.
           03 WS-AD-COUNT          PIC 9(09) VALUE ZERO.
           03 WS-OC-COUNT          PIC 9(09) VALUE ZERO.
      *The movement being journaled.
       01  WS-BEFORE-BALANCE       PIC S9(15).
       01  WS-AFTER-BALANCE        PIC S9(15).
       01  WS-MOVEMENT             PIC S9(16).
       01  WS-MOVE-AMOUNT          PIC 9(15).
       01  WS-MOVE-TRY             PIC 9(15).
       01  WS-MOVE-CLASS           PIC X(02).
       01  WS-CONTRA-ACCT          PIC X(10).
       01  WS-DEPOSIT-ACCT         PIC X(10).
      *GLMAP rows as loaded.  Searched front to back; a handful of
      *classes times a handful of currencies never needs more.
       01  WS-MAP-COUNT            PIC 9(03) VALUE ZERO.
       01  WS-MAP-TABLE.
           03 WS-MAP-ENTRY OCCURS 100 TIMES.
              05 WS-MAP-CLASS      PIC X(02).
              05 WS-MAP-DVZ        PIC X(03).
              05 WS-MAP-CONTRA     PIC X(10).
              05 WS-MAP-DEPOSIT    PIC X(10).
       01  WS-MAP-IDX              PIC 9(03).
       01  WS-MAP-FOUND            PIC 9(03).
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
      *Per-currency rate and control totals, walked in step with
      *WS-CURRENCY-TABLE.  The debit/credit totals are summed from the
      *journal lines as written; the audit net movement is summed
      *independently from the raw before/after balances, so the
      *tie-out genuinely proves one against the other.
       01  WS-CURRENCY-STATS.
           03 WS-CURR-STAT-ENTRY OCCURS 20 TIMES.
              05 WS-CURR-RATE      PIC 9(7)V9(6).
              05 WS-CURR-ENTRIES   PIC 9(09).
              05 WS-CURR-DEBITS    PIC S9(20).
              05 WS-CURR-CREDITS   PIC S9(20).
              05 WS-CURR-TRY-DR    PIC S9(20).
              05 WS-CURR-TRY-CR    PIC S9(20).
              05 WS-CURR-DEP-NET   PIC S9(20).
              05 WS-CURR-AUD-NET   PIC S9(20).
              05 WS-CURR-UNMAPPED  PIC S9(20).
       01  WS-CURR-IDX             PIC 9(02).
       01  WS-CURR-FOUND           PIC 9(02).
       01  WS-DVZ-DISPLAY          PIC 9(03).
       01  WS-DVZ-KEY-X            PIC X(03).
       01  WS-GRAND-DEBITS         PIC S9(20) VALUE ZERO.
       01  WS-GRAND-CREDITS        PIC S9(20) VALUE ZERO.
       01  WS-GRAND-TRY-DR         PIC S9(20) VALUE ZERO.
       01  WS-GRAND-TRY-CR         PIC S9(20) VALUE ZERO.
       01  WS-GRAND-DEP-NET        PIC S9(20) VALUE ZERO.
       01  WS-GRAND-AUD-NET        PIC S9(20) VALUE ZERO.
       01  WS-MISMATCH-COUNT       PIC 9(02) VALUE ZERO.
       01  WS-RPT-AMOUNT-LINE.
           03 WS-RPT-LABEL         PIC X(30).
           03 WS-RPT-VALUE         PIC -9(20).
           03 FILLER               PIC X(29) VALUE SPACES.
       01  WS-RPT-CURRENCY-LINE.
           03 FILLER               PIC X(09) VALUE 'CURRENCY '.
           03 WS-RPT-ISO           PIC X(03).
           03 FILLER               PIC X(03) VALUE ' - '.
           03 WS-RPT-NAME          PIC X(20).
           03 FILLER               PIC X(45) VALUE SPACES.
       01  WS-RPT-CHECK-LINE.
           03 WS-CHK-LABEL         PIC X(30).
           03 WS-CHK-VERDICT       PIC X(08).
           03 FILLER               PIC X(42) VALUE SPACES.
      *
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM H100-OPEN-FILES
           PERFORM H110-LOAD-SOURCE
           PERFORM H120-LOAD-CURRENCIES
           PERFORM H150-LOAD-RATES
           PERFORM H170-LOAD-GLMAP
           READ AUDIT-FILE.
           IF AUDTFILE-SUCCESS
              ADD 1 TO WS-READ-COUNT
              END-IF
           PERFORM H200-JOURNAL-MOVEMENT UNTIL AUDTFILE-EOF
           PERFORM H900-JOURNAL-REPORT
           PERFORM H999-EXIT-PROGRAM.
       0000-END. EXIT.

       H100-OPEN-FILES.
           PERFORM VARYING WS-CURR-IDX FROM 1 BY 1
              UNTIL WS-CURR-IDX > 20
              MOVE ZERO TO WS-CURR-RATE (WS-CURR-IDX)
              MOVE ZERO TO WS-CURR-ENTRIES (WS-CURR-IDX)
              MOVE ZERO TO WS-CURR-DEBITS (WS-CURR-IDX)
              MOVE ZERO TO WS-CURR-CREDITS (WS-CURR-IDX)
              MOVE ZERO TO WS-CURR-TRY-DR (WS-CURR-IDX)
              MOVE ZERO TO WS-CURR-TRY-CR (WS-CURR-IDX)
              MOVE ZERO TO WS-CURR-DEP-NET (WS-CURR-IDX)
              MOVE ZERO TO WS-CURR-AUD-NET (WS-CURR-IDX)
              MOVE ZERO TO WS-CURR-UNMAPPED (WS-CURR-IDX)
              END-PERFORM.
           OPEN INPUT AUDIT-FILE.
           IF (ST-AUDIT-FILE NOT = 0) AND (ST-AUDIT-FILE NOT = 97)
              DISPLAY 'AUDTFILE DID NOT OPEN: ' ST-AUDIT-FILE
              MOVE ST-AUDIT-FILE TO RETURN-CODE
              PERFORM H999-EXIT-PROGRAM
              END-IF.
           OPEN OUTPUT JOURNAL-FILE.
           IF (ST-JOURNAL-FILE NOT = 0) AND (ST-JOURNAL-FILE NOT = 97)
              DISPLAY 'GLJRNL DID NOT OPEN: ' ST-JOURNAL-FILE
              MOVE ST-JOURNAL-FILE TO RETURN-CODE
              PERFORM H999-EXIT-PROGRAM
              END-IF.
           OPEN OUTPUT REPORT-FILE.
           IF (ST-REPORT-FILE NOT = 0) AND (ST-REPORT-FILE NOT = 97)
              DISPLAY 'JRNLRPT DID NOT OPEN: ' ST-REPORT-FILE
              MOVE ST-REPORT-FILE TO RETURN-CODE
              PERFORM H999-EXIT-PROGRAM
              END-IF.
       H100-END. EXIT.

       H110-LOAD-SOURCE.
      *The source card decides how 'P' and 'D' movements classify,
      *so there is no default: journaling an escheat run as customer
      *maintenance would post to the wrong ledger accounts.  An
      *absent, empty or unrecognized card stops the step with RC 16.
           OPEN INPUT SOURCE-FILE.
           IF JRNLSRC-NOT-FOUND
              DISPLAY 'JRNLSRC NOT FOUND - RUN SOURCE UNKNOWN'
              MOVE 16 TO RETURN-CODE
              PERFORM H999-EXIT-PROGRAM
              END-IF.
           IF (ST-SOURCE-FILE NOT = 0) AND (ST-SOURCE-FILE NOT = 97)
              DISPLAY 'JRNLSRC DID NOT OPEN: ' ST-SOURCE-FILE
              MOVE ST-SOURCE-FILE TO RETURN-CODE
              PERFORM H999-EXIT-PROGRAM
              END-IF.
           READ SOURCE-FILE.
           IF JRNLSRC-EOF
              DISPLAY 'JRNLSRC IS EMPTY - RUN SOURCE UNKNOWN'
              MOVE 16 TO RETURN-CODE
              PERFORM H999-EXIT-PROGRAM
              END-IF.
           IF NOT JSRC-MAINTENANCE AND NOT JSRC-INTEREST
              AND NOT JSRC-ESCHEAT AND NOT JSRC-OVERDRAFT
              DISPLAY 'MALFORMED JRNLSRC CARD, CODE: ' JSRC-CODE
              MOVE 16 TO RETURN-CODE
              PERFORM H999-EXIT-PROGRAM
              END-IF.
           MOVE JSRC-CODE TO WS-SOURCE-CODE.
           CLOSE SOURCE-FILE.
           DISPLAY 'JOURNAL RUN SOURCE: ' WS-SOURCE-CODE.
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

       H170-LOAD-GLMAP.
      *Like INTRFILE for the accrual, GLMAP has no compiled-in
      *fallback: an absent or empty dataset stops the step with RC 16
      *rather than posting to guessed ledger accounts.
           OPEN INPUT GLMAP-FILE.
           IF GLMAP-NOT-FOUND
              DISPLAY 'GLMAP NOT FOUND - NO GL ACCOUNTS, NO JOURNAL'
              MOVE 16 TO RETURN-CODE
              PERFORM H999-EXIT-PROGRAM
              END-IF.
           IF (ST-GLMAP-FILE NOT = 0) AND (ST-GLMAP-FILE NOT = 97)
              DISPLAY 'GLMAP DID NOT OPEN: ' ST-GLMAP-FILE
              MOVE ST-GLMAP-FILE TO RETURN-CODE
              PERFORM H999-EXIT-PROGRAM
              END-IF.
           READ GLMAP-FILE.
           IF GLMAP-EOF
              DISPLAY 'GLMAP IS EMPTY - NO GL ACCOUNTS, NO JOURNAL'
              MOVE 16 TO RETURN-CODE
              PERFORM H999-EXIT-PROGRAM
              END-IF.
           PERFORM H180-LOAD-ONE-MAPPING UNTIL GLMAP-EOF.
           CLOSE GLMAP-FILE.
           DISPLAY 'GLMAP ENTRIES IN EFFECT: ' WS-MAP-COUNT.
       H170-END. EXIT.

       H180-LOAD-ONE-MAPPING.
           IF GLM-DVZ NOT NUMERIC
              OR (GLM-CLASS NOT = 'CP' AND GLM-CLASS NOT = 'IA'
                  AND GLM-CLASS NOT = 'ES' AND GLM-CLASS NOT = 'AD'
                  AND GLM-CLASS NOT = 'OC')
              OR GLM-CONTRA-ACCT = SPACES
              OR GLM-DEPOSIT-ACCT = SPACES
              DISPLAY 'MALFORMED GLMAP RECORD: ' GLM-REC
              MOVE 16 TO RETURN-CODE
              PERFORM H999-EXIT-PROGRAM
              END-IF.
           IF WS-MAP-COUNT >= 100
              DISPLAY 'GLMAP HAS MORE ENTRIES THAN THE TABLE HOLDS'
              MOVE 16 TO RETURN-CODE
              PERFORM H999-EXIT-PROGRAM
              END-IF.
           ADD 1 TO WS-MAP-COUNT.
           MOVE GLM-CLASS        TO WS-MAP-CLASS (WS-MAP-COUNT).
           MOVE GLM-DVZ          TO WS-MAP-DVZ (WS-MAP-COUNT).
           MOVE GLM-CONTRA-ACCT  TO WS-MAP-CONTRA (WS-MAP-COUNT).
           MOVE GLM-DEPOSIT-ACCT TO WS-MAP-DEPOSIT (WS-MAP-COUNT).
           READ GLMAP-FILE.
       H180-END. EXIT.

       H200-JOURNAL-MOVEMENT.
      *An audit line whose key or balance fields will not convert
      *cannot be journaled OR counted into the audit-side net, so it
      *fails the tie-out on its own (see H900).
           PERFORM H210-VALIDATE-LINE.
           IF LINE-IS-INVALID
              DISPLAY 'RECORD ' WS-READ-COUNT
                 ' SKIPPED - NON-NUMERIC AUDIT FIELDS'
              ADD 1 TO WS-INVALID-COUNT
           ELSE
              MOVE AUD-DVZ TO WS-DVZ-DISPLAY
              PERFORM LOOKUP-CURRENCY
              COMPUTE WS-MOVEMENT =
                 WS-AFTER-BALANCE - WS-BEFORE-BALANCE
              ADD WS-MOVEMENT TO WS-CURR-AUD-NET (WS-CURR-FOUND)
              IF WS-MOVEMENT = ZERO
                 ADD 1 TO WS-ZERO-MOVE-COUNT
              ELSE
                 PERFORM H220-CLASSIFY-MOVEMENT
                 PERFORM H230-FIND-MAPPING
                 IF WS-MAP-FOUND = ZERO
                    DISPLAY 'NO GLMAP ROW FOR CLASS ' WS-MOVE-CLASS
                       ' DVZ ' AUD-DVZ ' - ID ' AUD-ID
                       ' NOT JOURNALED'
                    ADD 1 TO WS-UNMAPPED-COUNT
                    ADD WS-MOVEMENT
                       TO WS-CURR-UNMAPPED (WS-CURR-FOUND)
                 ELSE
                    PERFORM H250-WRITE-ENTRY
                    END-IF
                 END-IF
              END-IF.
           READ AUDIT-FILE.
           IF AUDTFILE-SUCCESS
              ADD 1 TO WS-READ-COUNT
              END-IF.
       H200-END. EXIT.

       H210-VALIDATE-LINE.
      *A missing image (spaces) is a zero balance - the before side
      *of an add, the after side of a delete.
           MOVE 'Y' TO WS-LINE-VALID.
           MOVE ZERO TO WS-BEFORE-BALANCE.
           MOVE ZERO TO WS-AFTER-BALANCE.
           IF AUD-ID NOT NUMERIC OR AUD-DVZ NOT NUMERIC
              OR AUD-DATE NOT NUMERIC OR AUD-TIME NOT NUMERIC
              MOVE 'N' TO WS-LINE-VALID
              END-IF.
           IF AUD-BEFORE NOT = SPACES
              IF AUD-B-BALANCE NUMERIC
                 MOVE AUD-B-BALANCE TO WS-BEFORE-BALANCE
              ELSE
                 MOVE 'N' TO WS-LINE-VALID
                 END-IF
              END-IF.
           IF AUD-AFTER NOT = SPACES
              IF AUD-A-BALANCE NUMERIC
                 MOVE AUD-A-BALANCE TO WS-AFTER-BALANCE
              ELSE
                 MOVE 'N' TO WS-LINE-VALID
                 END-IF
              END-IF.
       H210-END. EXIT.

       H220-CLASSIFY-MOVEMENT.
      *Interest, escheat and overdraft charges are recognized by the
      *run they came out of; everything else by the action code.
      *WORK5 takes a C only in the charge run, so a C in any other
      *run's audit trail is not a charge and journals as a posting.
           EVALUATE TRUE
              WHEN WS-SOURCE-CODE = 'I' AND AUD-ACTION = 'P'
                 MOVE 'IA' TO WS-MOVE-CLASS
              WHEN WS-SOURCE-CODE = 'E' AND AUD-ACTION = 'D'
                 MOVE 'ES' TO WS-MOVE-CLASS
              WHEN WS-SOURCE-CODE = 'O' AND AUD-ACTION = 'C'
                 MOVE 'OC' TO WS-MOVE-CLASS
              WHEN AUD-ACTION = 'A' OR AUD-ACTION = 'D'
                 MOVE 'AD' TO WS-MOVE-CLASS
              WHEN OTHER
                 MOVE 'CP' TO WS-MOVE-CLASS
              END-EVALUATE.
       H220-END. EXIT.

       H230-FIND-MAPPING.
      *The movement's own currency row wins over the any-currency
      *(000) row for the same class.
           MOVE ZERO TO WS-MAP-FOUND.
           PERFORM VARYING WS-MAP-IDX FROM 1 BY 1
              UNTIL WS-MAP-IDX > WS-MAP-COUNT
              IF WS-MAP-CLASS (WS-MAP-IDX) = WS-MOVE-CLASS
                 AND WS-MAP-DVZ (WS-MAP-IDX) = WS-DVZ-KEY-X
                 MOVE WS-MAP-IDX TO WS-MAP-FOUND
                 MOVE 101 TO WS-MAP-IDX
                 END-IF
              END-PERFORM.
           IF WS-MAP-FOUND = ZERO
              PERFORM VARYING WS-MAP-IDX FROM 1 BY 1
                 UNTIL WS-MAP-IDX > WS-MAP-COUNT
                 IF WS-MAP-CLASS (WS-MAP-IDX) = WS-MOVE-CLASS
                    AND WS-MAP-DVZ (WS-MAP-IDX) = '000'
                    MOVE WS-MAP-IDX TO WS-MAP-FOUND
                    MOVE 101 TO WS-MAP-IDX
                    END-IF
                 END-PERFORM
              END-IF.
           IF WS-MAP-FOUND NOT = ZERO
              MOVE WS-MAP-CONTRA (WS-MAP-FOUND)  TO WS-CONTRA-ACCT
              MOVE WS-MAP-DEPOSIT (WS-MAP-FOUND) TO WS-DEPOSIT-ACCT
              END-IF.
       H230-END. EXIT.

       H250-WRITE-ENTRY.
      *A balance going up is a credit to the customer deposit account
      *against a debit to the contra account; a balance going down is
      *the reverse.  Both lines carry the same amount and the same
      *TRY equivalent, so every entry balances in both columns.
           IF WS-MOVEMENT < ZERO
              COMPUTE WS-MOVE-AMOUNT = 0 - WS-MOVEMENT
           ELSE
              MOVE WS-MOVEMENT TO WS-MOVE-AMOUNT
              END-IF.
           IF WS-CURR-RATE (WS-CURR-FOUND) = ZERO
              MOVE ZERO TO WS-MOVE-TRY
              ADD 1 TO WS-NO-RATE-COUNT
           ELSE
              COMPUTE WS-MOVE-TRY ROUNDED =
                 WS-MOVE-AMOUNT * WS-CURR-RATE (WS-CURR-FOUND)
                 ON SIZE ERROR
                    DISPLAY 'TRY EQUIVALENT OVERFLOWED FOR ID: '
                       AUD-ID ' AMOUNT: ' WS-MOVE-AMOUNT
                    MOVE 99 TO RETURN-CODE
                    PERFORM H999-EXIT-PROGRAM
              END-COMPUTE
              END-IF.
           ADD 1 TO WS-ENTRY-COUNT.
           ADD 1 TO WS-CURR-ENTRIES (WS-CURR-FOUND).
           EVALUATE WS-MOVE-CLASS
              WHEN 'CP' ADD 1 TO WS-CP-COUNT
              WHEN 'IA' ADD 1 TO WS-IA-COUNT
              WHEN 'ES' ADD 1 TO WS-ES-COUNT
              WHEN 'AD' ADD 1 TO WS-AD-COUNT
              WHEN 'OC' ADD 1 TO WS-OC-COUNT
              END-EVALUATE.
           MOVE 1 TO JRN-LINE.
           IF WS-MOVEMENT > ZERO
              MOVE WS-CONTRA-ACCT  TO JRN-GL-ACCT
           ELSE
              MOVE WS-DEPOSIT-ACCT TO JRN-GL-ACCT
              END-IF.
           MOVE 'D' TO JRN-DRCR.
           PERFORM H260-WRITE-JOURNAL-LINE.
           MOVE 2 TO JRN-LINE.
           IF WS-MOVEMENT > ZERO
              MOVE WS-DEPOSIT-ACCT TO JRN-GL-ACCT
           ELSE
              MOVE WS-CONTRA-ACCT  TO JRN-GL-ACCT
              END-IF.
           MOVE 'C' TO JRN-DRCR.
           PERFORM H260-WRITE-JOURNAL-LINE.
       H250-END. EXIT.

       H260-WRITE-JOURNAL-LINE.
      *JRN-LINE, JRN-GL-ACCT and JRN-DRCR must already be set.  The
      *control totals are taken from the line as written.
           MOVE AUD-DATE       TO JRN-DATE.
           MOVE WS-ENTRY-COUNT TO JRN-ENTRY.
           MOVE AUD-DVZ        TO JRN-DVZ.
           MOVE WS-CURR-ISO (WS-CURR-FOUND) TO JRN-DVZ-ISO.
           MOVE WS-MOVE-AMOUNT TO JRN-AMOUNT.
           MOVE WS-MOVE-TRY    TO JRN-TRY-AMOUNT.
           MOVE WS-MOVE-CLASS  TO JRN-CLASS.
           MOVE AUD-ID         TO JRN-CUST-ID.
           MOVE AUD-TIME       TO JRN-AUD-TIME.
           MOVE AUD-ACTION     TO JRN-ACTION.
           MOVE SPACES TO JRN-REC (78:3).
           WRITE JRN-REC.
           IF JRN-DRCR = 'D'
              ADD JRN-AMOUNT     TO WS-CURR-DEBITS (WS-CURR-FOUND)
              ADD JRN-TRY-AMOUNT TO WS-CURR-TRY-DR (WS-CURR-FOUND)
              IF JRN-GL-ACCT = WS-DEPOSIT-ACCT
                 SUBTRACT JRN-AMOUNT
                    FROM WS-CURR-DEP-NET (WS-CURR-FOUND)
                 END-IF
           ELSE
              ADD JRN-AMOUNT     TO WS-CURR-CREDITS (WS-CURR-FOUND)
              ADD JRN-TRY-AMOUNT TO WS-CURR-TRY-CR (WS-CURR-FOUND)
              IF JRN-GL-ACCT = WS-DEPOSIT-ACCT
                 ADD JRN-AMOUNT TO WS-CURR-DEP-NET (WS-CURR-FOUND)
                 END-IF
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

       H900-JOURNAL-REPORT.
           MOVE 'GL JOURNAL CONTROL REPORT' TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           MOVE 'RUN SOURCE        : ' TO RPT-LINE.
           MOVE WS-SOURCE-CODE TO RPT-LINE (21:1).
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           MOVE 'AUDIT LINES READ  : ' TO RPT-LINE.
           MOVE WS-READ-COUNT TO RPT-LINE (21:9).
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           MOVE 'JOURNAL ENTRIES   : ' TO RPT-LINE.
           MOVE WS-ENTRY-COUNT TO RPT-LINE (21:7).
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           MOVE '  CUSTOMER (CP)   : ' TO RPT-LINE.
           MOVE WS-CP-COUNT TO RPT-LINE (21:9).
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           MOVE '  INTEREST (IA)   : ' TO RPT-LINE.
           MOVE WS-IA-COUNT TO RPT-LINE (21:9).
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           MOVE '  ESCHEAT (ES)    : ' TO RPT-LINE.
           MOVE WS-ES-COUNT TO RPT-LINE (21:9).
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           MOVE '  ADD/DELETE (AD) : ' TO RPT-LINE.
           MOVE WS-AD-COUNT TO RPT-LINE (21:9).
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           MOVE '  OVERDRAFT (OC)  : ' TO RPT-LINE.
           MOVE WS-OC-COUNT TO RPT-LINE (21:9).
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           MOVE 'NO BALANCE CHANGE : ' TO RPT-LINE.
           MOVE WS-ZERO-MOVE-COUNT TO RPT-LINE (21:9).
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           MOVE 'NO GLMAP ROW      : ' TO RPT-LINE.
           MOVE WS-UNMAPPED-COUNT TO RPT-LINE (21:9).
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           MOVE 'NO RATE (TRY 0)   : ' TO RPT-LINE.
           MOVE WS-NO-RATE-COUNT TO RPT-LINE (21:9).
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           MOVE 'SKIPPED (INVALID) : ' TO RPT-LINE.
           MOVE WS-INVALID-COUNT TO RPT-LINE (21:9).
           WRITE RPT-LINE.
           PERFORM H910-REPORT-ONE-CURRENCY
              VARYING WS-CURR-IDX FROM 1 BY 1
              UNTIL WS-CURR-IDX > WS-CURR-COUNT.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE 'ALL CURRENCIES' TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE 'DEBITS TRY EQUIVALENT       : ' TO WS-RPT-LABEL.
           MOVE WS-GRAND-TRY-DR TO WS-RPT-VALUE.
           MOVE WS-RPT-AMOUNT-LINE TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE 'CREDITS TRY EQUIVALENT      : ' TO WS-RPT-LABEL.
           MOVE WS-GRAND-TRY-CR TO WS-RPT-VALUE.
           MOVE WS-RPT-AMOUNT-LINE TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE 'CHECK TRY DEBITS = CREDITS  : ' TO WS-CHK-LABEL.
           IF WS-GRAND-TRY-DR = WS-GRAND-TRY-CR
              MOVE 'MATCH' TO WS-CHK-VERDICT
           ELSE
              MOVE 'MISMATCH' TO WS-CHK-VERDICT
              ADD 1 TO WS-MISMATCH-COUNT
              END-IF.
           MOVE WS-RPT-CHECK-LINE TO RPT-LINE.
           WRITE RPT-LINE.
      *An unreadable audit line is in neither side of the tie-out,
      *so the tie-out cannot vouch for it: it fails on its own.
           MOVE 'CHECK NO UNREADABLE LINES   : ' TO WS-CHK-LABEL.
           IF WS-INVALID-COUNT = ZERO
              MOVE 'MATCH' TO WS-CHK-VERDICT
           ELSE
              MOVE 'MISMATCH' TO WS-CHK-VERDICT
              ADD 1 TO WS-MISMATCH-COUNT
              END-IF.
           MOVE WS-RPT-CHECK-LINE TO RPT-LINE.
           WRITE RPT-LINE.
           DISPLAY '========= WORK22 JOURNAL TOTALS ========='.
           DISPLAY 'AUDIT LINES READ  : ' WS-READ-COUNT.
           DISPLAY 'JOURNAL ENTRIES   : ' WS-ENTRY-COUNT.
           DISPLAY 'NO BALANCE CHANGE : ' WS-ZERO-MOVE-COUNT.
           DISPLAY 'NO GLMAP ROW      : ' WS-UNMAPPED-COUNT.
           DISPLAY 'NO RATE (TRY 0)   : ' WS-NO-RATE-COUNT.
           DISPLAY 'SKIPPED (INVALID) : ' WS-INVALID-COUNT.
           DISPLAY 'DEBITS TRY        : ' WS-GRAND-TRY-DR.
           DISPLAY 'CREDITS TRY       : ' WS-GRAND-TRY-CR.
           DISPLAY 'DEPOSIT NET       : ' WS-GRAND-DEP-NET.
           DISPLAY 'AUDIT NET         : ' WS-GRAND-AUD-NET.
           IF WS-MISMATCH-COUNT = ZERO
              DISPLAY 'JOURNAL BALANCES AND TIES TO THE AUDIT TRAIL'
           ELSE
              DISPLAY 'JOURNAL DOES NOT BALANCE - '
                 WS-MISMATCH-COUNT ' CHECK(S) MISMATCHED'
              MOVE SPACES TO RPT-LINE
              WRITE RPT-LINE
              MOVE '** JOURNAL DOES NOT BALANCE - DO NOT POST **'
                 TO RPT-LINE
              WRITE RPT-LINE
              END-IF.
           IF WS-NO-RATE-COUNT > ZERO
              AND RETURN-CODE < 4
              MOVE 4 TO RETURN-CODE
              DISPLAY 'JOURNAL LINES WITH NO RATE - TRY COLUMN '
                 'INCOMPLETE, REVIEW RATEFEED'
              END-IF.
       H900-END. EXIT.

       H910-REPORT-ONE-CURRENCY.
      *One block per currency with any audit movement: the debit and
      *credit totals, the net credit to the deposit account against
      *the audit trail's own net before/after movement, and the two
      *verdicts.
           IF WS-CURR-ENTRIES (WS-CURR-IDX) > ZERO
              OR WS-CURR-AUD-NET (WS-CURR-IDX) NOT = ZERO
              OR WS-CURR-UNMAPPED (WS-CURR-IDX) NOT = ZERO
              MOVE SPACES TO RPT-LINE
              WRITE RPT-LINE
              MOVE WS-CURR-ISO (WS-CURR-IDX) TO WS-RPT-ISO
              MOVE WS-CURR-NAME (WS-CURR-IDX) TO WS-RPT-NAME
              MOVE WS-RPT-CURRENCY-LINE TO RPT-LINE
              WRITE RPT-LINE
              MOVE 'DEBITS                      : ' TO WS-RPT-LABEL
              MOVE WS-CURR-DEBITS (WS-CURR-IDX) TO WS-RPT-VALUE
              MOVE WS-RPT-AMOUNT-LINE TO RPT-LINE
              WRITE RPT-LINE
              MOVE 'CREDITS                     : ' TO WS-RPT-LABEL
              MOVE WS-CURR-CREDITS (WS-CURR-IDX) TO WS-RPT-VALUE
              MOVE WS-RPT-AMOUNT-LINE TO RPT-LINE
              WRITE RPT-LINE
              MOVE 'DEBITS TRY EQUIVALENT       : ' TO WS-RPT-LABEL
              MOVE WS-CURR-TRY-DR (WS-CURR-IDX) TO WS-RPT-VALUE
              MOVE WS-RPT-AMOUNT-LINE TO RPT-LINE
              WRITE RPT-LINE
              MOVE 'CREDITS TRY EQUIVALENT      : ' TO WS-RPT-LABEL
              MOVE WS-CURR-TRY-CR (WS-CURR-IDX) TO WS-RPT-VALUE
              MOVE WS-RPT-AMOUNT-LINE TO RPT-LINE
              WRITE RPT-LINE
              MOVE 'JOURNAL NET TO DEPOSITS     : ' TO WS-RPT-LABEL
              MOVE WS-CURR-DEP-NET (WS-CURR-IDX) TO WS-RPT-VALUE
              MOVE WS-RPT-AMOUNT-LINE TO RPT-LINE
              WRITE RPT-LINE
              MOVE 'AUDIT NET MOVEMENT          : ' TO WS-RPT-LABEL
              MOVE WS-CURR-AUD-NET (WS-CURR-IDX) TO WS-RPT-VALUE
              MOVE WS-RPT-AMOUNT-LINE TO RPT-LINE
              WRITE RPT-LINE
              MOVE 'NOT JOURNALED (NO GLMAP)    : ' TO WS-RPT-LABEL
              MOVE WS-CURR-UNMAPPED (WS-CURR-IDX) TO WS-RPT-VALUE
              MOVE WS-RPT-AMOUNT-LINE TO RPT-LINE
              WRITE RPT-LINE
              MOVE 'CHECK DEBITS = CREDITS      : ' TO WS-CHK-LABEL
              IF WS-CURR-DEBITS (WS-CURR-IDX) =
                 WS-CURR-CREDITS (WS-CURR-IDX)
                 MOVE 'MATCH' TO WS-CHK-VERDICT
              ELSE
                 MOVE 'MISMATCH' TO WS-CHK-VERDICT
                 ADD 1 TO WS-MISMATCH-COUNT
                 END-IF
              MOVE WS-RPT-CHECK-LINE TO RPT-LINE
              WRITE RPT-LINE
              MOVE 'CHECK JOURNAL = AUDIT NET   : ' TO WS-CHK-LABEL
              IF WS-CURR-DEP-NET (WS-CURR-IDX) =
                 WS-CURR-AUD-NET (WS-CURR-IDX)
                 MOVE 'MATCH' TO WS-CHK-VERDICT
              ELSE
                 MOVE 'MISMATCH' TO WS-CHK-VERDICT
                 ADD 1 TO WS-MISMATCH-COUNT
                 END-IF
              MOVE WS-RPT-CHECK-LINE TO RPT-LINE
              WRITE RPT-LINE
              ADD WS-CURR-DEBITS (WS-CURR-IDX)  TO WS-GRAND-DEBITS
              ADD WS-CURR-CREDITS (WS-CURR-IDX) TO WS-GRAND-CREDITS
              ADD WS-CURR-TRY-DR (WS-CURR-IDX)  TO WS-GRAND-TRY-DR
              ADD WS-CURR-TRY-CR (WS-CURR-IDX)  TO WS-GRAND-TRY-CR
              ADD WS-CURR-DEP-NET (WS-CURR-IDX) TO WS-GRAND-DEP-NET
              ADD WS-CURR-AUD-NET (WS-CURR-IDX) TO WS-GRAND-AUD-NET
              END-IF.
       H910-END. EXIT.

       H999-EXIT-PROGRAM.
           IF WS-MISMATCH-COUNT > ZERO
              AND RETURN-CODE < 8
              MOVE 8 TO RETURN-CODE
              END-IF.
           CLOSE AUDIT-FILE.
           CLOSE JOURNAL-FILE.
           CLOSE REPORT-FILE.
           STOP RUN.
       H999-END.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. WORK30.
       AUTHOR. Suleyman Bozan.
      *-----------------------------------------------------------------
      *WORK30 is the weekly referential reconciliation between the
      *tenure side (CUSTFEED, read by WORK8 and WORK2) and the balance
      *side (the IDXFILE master WORK3 reads).  The two come from
      *different upstream extracts and nothing checked that they
      *describe the same customers: WORK4 silently drops a balance
      *record with no tenure line and WORK10's check 3 only counts
      *the overlap.  WORK30 matches the full CUSTFEED generation,
      *sorted on customer ID by the job, against a browse of every
      *IDXFILE account and lists on RECNRPT
      *  - ORPHAN ACCOUNT  - a master account whose customer is not
      *                      on CUSTFEED, one line per currency;
      *  - NO ACCOUNT      - a CUSTFEED customer holding no account;
      *  - NAME MISMATCH   - a master account whose IDX-NAME or
      *                      IDX-SRNAME disagrees with the customer's
      *                      CUSTFEED name, one line per currency;
      *plus CUSTFEED records that cannot be matched at all (a non-
      *numeric ID, or a second record for an ID already seen).
      *When the RECNCTL card says Y, every name mismatch also becomes
      *a 'U' correction in WORK5's TRANFILE layout (CORRTRAN) carrying
      *the CUSTFEED name with the master's own date and balance, so
      *the master is brought back in line through WORK5's audited
      *path.  A CUSTFEED name that is blank is listed but never
      *corrected.  RC 4 means differences were found, RC 8 that
      *CUSTFEED is out of sequence (the sort step is missing), RC 16
      *a malformed RECNCTL card.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IDX-FILE     ASSIGN TO IDXFILE
                               ORGANIZATION INDEXED
                               ACCESS SEQUENTIAL
                               RECORD KEY IDX-KEY
                               STATUS ST-IDX-FILE.
           SELECT FEED-FILE    ASSIGN TO CUSTFEED
                               STATUS ST-FEED-FILE.
           SELECT CONTROL-FILE ASSIGN TO RECNCTL
                               STATUS ST-CONTROL-FILE.
           SELECT CURRENCY-FILE ASSIGN TO CURRFILE
                               STATUS ST-CURRENCY-FILE.
           SELECT CORR-FILE    ASSIGN TO CORRTRAN
                               STATUS ST-CORR-FILE.
           SELECT REPORT-FILE  ASSIGN TO RECNRPT
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
      *FEED-REC mirrors WORK2's IN-REC (the CUSTFEED layout).
       FD  FEED-FILE RECORDING MODE F.
       01  FEED-REC.
           03 FEED-ID              PIC X(05).
           03 FEED-NAME            PIC X(15).
           03 FEED-SURNAME         PIC X(15).
           03 FEED-BDAY            PIC 9(08).
           03 FEED-TDAY            PIC 9(08).
      *RECNCTL: one 80-byte card - Y cuts the name corrections, N
      *(or no card at all) reports only.
       FD  CONTROL-FILE RECORDING MODE F.
       01  RCTL-REC.
           03 RCTL-CORRECT         PIC X(01).
              88 RCTL-CUT-CORRECTIONS          VALUE 'Y'.
              88 RCTL-REPORT-ONLY              VALUE 'N'.
           03 FILLER               PIC X(79).
      *Same operations-maintained currency reference WORK3 loads.
       FD  CURRENCY-FILE RECORDING MODE F.
       01  CURR-REC.
           03 CURR-CODE            PIC X(3).
           03 CURR-ISO             PIC X(3).
           03 CURR-NAME            PIC X(20).
      *CORR-REC is byte-for-byte WORK5's TRN-REC (TRANFILE).  A 'U'
      *replaces the whole image, so it carries the master's own
      *IDX-DATE and IDX-BALANCE and only the names change.
       FD  CORR-FILE RECORDING MODE F.
       01  CORR-REC.
           03 CORR-ACTION          PIC X(01).
           03 CORR-ID              PIC X(05).
           03 CORR-DVZ             PIC X(03).
           03 CORR-NAME            PIC X(15).
           03 CORR-SRNAME          PIC X(15).
           03 CORR-DATE            PIC 9(07).
           03 CORR-BALANCE         PIC S9(15)
                                    SIGN IS TRAILING SEPARATE CHARACTER.
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
           03 ST-FEED-FILE         PIC 9(02).
              88 CUSTFEED-EOF                  VALUE 10.
              88 CUSTFEED-SUCCESS              VALUE 00 97.
           03 ST-CONTROL-FILE      PIC 9(02).
              88 RECNCTL-EOF                   VALUE 10.
              88 RECNCTL-NOT-FOUND             VALUE 35.
           03 ST-CURRENCY-FILE     PIC 9(02).
              88 CURR-FILE-EOF                 VALUE 10.
              88 CURR-FILE-NOT-FOUND           VALUE 35.
              88 CURR-FILE-SUCCESS             VALUE 00 97.
           03 ST-CORR-FILE         PIC 9(02).
              88 CORRTRAN-SUCCESS              VALUE 00 97.
           03 ST-REPORT-FILE       PIC 9(02).
              88 RECNRPT-SUCCESS               VALUE 00 97.
           03 ST-BUSDATE-FILE      PIC 9(02).
              88 BUSDATE-EOF                   VALUE 10.
              88 BUSDATE-NOT-FOUND             VALUE 35.
       01  WS-BUSINESS-DATE        PIC 9(08) VALUE ZERO.
       01  WS-RECON-COUNTERS.
           03 WS-FEED-READ-COUNT   PIC 9(09) VALUE ZERO.
           03 WS-FEED-INVALID-COUNT PIC 9(09) VALUE ZERO.
           03 WS-FEED-DUP-COUNT    PIC 9(09) VALUE ZERO.
           03 WS-FEED-CUST-COUNT   PIC 9(09) VALUE ZERO.
           03 WS-IDX-READ-COUNT    PIC 9(09) VALUE ZERO.
           03 WS-IDX-INVALID-COUNT PIC 9(09) VALUE ZERO.
           03 WS-IDX-CUST-COUNT    PIC 9(09) VALUE ZERO.
           03 WS-MATCHED-COUNT     PIC 9(09) VALUE ZERO.
           03 WS-ORPHAN-CUST-COUNT PIC 9(09) VALUE ZERO.
           03 WS-ORPHAN-ACCT-COUNT PIC 9(09) VALUE ZERO.
           03 WS-NO-ACCOUNT-COUNT  PIC 9(09) VALUE ZERO.
           03 WS-MISMATCH-COUNT    PIC 9(09) VALUE ZERO.
           03 WS-MISMATCH-CUST-COUNT PIC 9(09) VALUE ZERO.
           03 WS-CORRECTION-COUNT  PIC 9(09) VALUE ZERO.
           03 WS-BLANK-NAME-COUNT  PIC 9(09) VALUE ZERO.
       01  WS-CORRECT-FLAG         PIC X(01) VALUE 'N'.
           88 CUT-CORRECTIONS                  VALUE 'Y'.
      *Merge keys: customer ID as 5 display digits on both sides,
      *HIGH-VALUES once a side is exhausted.  WS-FEED-LAST-ID is the
      *previous good CUSTFEED ID, for the sequence and duplicate
      *checks.
       01  WS-IDX-CMP-KEY.
           03 WS-IDX-CMP-ID        PIC X(05).
           03 WS-IDX-CMP-DVZ       PIC X(03).
       01  WS-FEED-CMP-ID          PIC X(05).
       01  WS-FEED-LAST-ID         PIC X(05) VALUE LOW-VALUES.
       01  WS-CUST-ID              PIC X(05).
       01  WS-MASTER-VALID         PIC X(01).
           88 MASTER-IS-VALID                  VALUE 'Y'.
       01  WS-FEED-VALID           PIC X(01).
           88 FEED-IS-VALID                    VALUE 'Y'.
       01  WS-CUST-MISMATCH        PIC X(01).
           88 CUSTOMER-HAS-MISMATCH            VALUE 'Y'.
       01  WS-ID-DISPLAY           PIC 9(05).
      *Currency table, same load-with-fallback as WORK3.
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
       01  WS-CURR-IDX             PIC 9(02).
       01  WS-CURR-FOUND           PIC 9(02).
       01  WS-DVZ-DISPLAY          PIC 9(03).
       01  WS-DVZ-KEY-X            PIC X(03).
       01  WS-RPT-TITLE.
           03 FILLER               PIC X(40)
              VALUE 'CUSTFEED / IDXFILE RECONCILIATION AS OF '.
           03 WS-RPT-TITLE-DATE    PIC 9(08).
           03 FILLER               PIC X(84) VALUE SPACES.
       01  WS-RPT-COLUMNS.
           03 FILLER               PIC X(17) VALUE 'EXCEPTION'.
           03 FILLER               PIC X(06) VALUE 'CUST'.
           03 FILLER               PIC X(04) VALUE 'CCY'.
           03 FILLER               PIC X(32) VALUE 'CUSTFEED NAME'.
           03 FILLER               PIC X(32) VALUE 'MASTER NAME'.
           03 FILLER               PIC X(17) VALUE 'MASTER BALANCE'.
           03 FILLER               PIC X(24) VALUE 'ACTION'.
       01  WS-RPT-DETAIL.
           03 WS-RPT-TYPE          PIC X(16).
           03 FILLER               PIC X(01) VALUE SPACES.
           03 WS-RPT-ID            PIC X(05).
           03 FILLER               PIC X(01) VALUE SPACES.
           03 WS-RPT-ISO           PIC X(03).
           03 FILLER               PIC X(01) VALUE SPACES.
           03 WS-RPT-FEED-NAME     PIC X(15).
           03 FILLER               PIC X(01) VALUE SPACES.
           03 WS-RPT-FEED-SURNAME  PIC X(15).
           03 FILLER               PIC X(01) VALUE SPACES.
           03 WS-RPT-IDX-NAME      PIC X(15).
           03 FILLER               PIC X(01) VALUE SPACES.
           03 WS-RPT-IDX-SRNAME    PIC X(15).
           03 FILLER               PIC X(01) VALUE SPACES.
           03 WS-RPT-BALANCE       PIC -9(15).
           03 FILLER               PIC X(01) VALUE SPACES.
           03 WS-RPT-ACTION        PIC X(24).
      *
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM H105-LOAD-BUSINESS-DATE
           PERFORM H100-OPEN-FILES
           PERFORM H110-READ-CONTROL-CARD
           PERFORM H120-LOAD-CURRENCIES
           MOVE WS-BUSINESS-DATE TO WS-RPT-TITLE-DATE
           MOVE WS-RPT-TITLE TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-RPT-COLUMNS TO RPT-LINE
           WRITE RPT-LINE
           PERFORM H170-READ-FEED
           PERFORM H210-READ-MASTER
           PERFORM H200-MATCH-CUSTOMER
              UNTIL WS-FEED-CMP-ID = HIGH-VALUES
                AND WS-IDX-CMP-KEY = HIGH-VALUES
           PERFORM H900-RECON-REPORT
           PERFORM H999-EXIT-PROGRAM.
       0000-END. EXIT.

       H100-OPEN-FILES.
           OPEN INPUT IDX-FILE.
           IF (ST-IDX-FILE NOT = 0) AND (ST-IDX-FILE NOT = 97)
              DISPLAY 'IDXFILE DID NOT OPEN: ' ST-IDX-FILE
              MOVE ST-IDX-FILE TO RETURN-CODE
              PERFORM H999-EXIT-PROGRAM
              END-IF.
           OPEN INPUT FEED-FILE.
           IF (ST-FEED-FILE NOT = 0) AND (ST-FEED-FILE NOT = 97)
              DISPLAY 'CUSTFEED DID NOT OPEN: ' ST-FEED-FILE
              MOVE ST-FEED-FILE TO RETURN-CODE
              PERFORM H999-EXIT-PROGRAM
              END-IF.
           OPEN OUTPUT CORR-FILE.
           IF (ST-CORR-FILE NOT = 0) AND (ST-CORR-FILE NOT = 97)
              DISPLAY 'CORRTRAN DID NOT OPEN: ' ST-CORR-FILE
              MOVE ST-CORR-FILE TO RETURN-CODE
              PERFORM H999-EXIT-PROGRAM
              END-IF.
           OPEN OUTPUT REPORT-FILE.
           IF (ST-REPORT-FILE NOT = 0) AND (ST-REPORT-FILE NOT = 97)
              DISPLAY 'RECNRPT DID NOT OPEN: ' ST-REPORT-FILE
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

       H110-READ-CONTROL-CARD.
      *No card, or an empty one, is a report-only run; anything but
      *Y or N stops the run rather than guess.
           OPEN INPUT CONTROL-FILE.
           IF RECNCTL-NOT-FOUND
              DISPLAY 'RECNCTL NOT FOUND - REPORT ONLY, NO '
                 'CORRECTIONS CUT'
           ELSE
              IF (ST-CONTROL-FILE NOT = 0)
                 AND (ST-CONTROL-FILE NOT = 97)
                 DISPLAY 'RECNCTL DID NOT OPEN: ' ST-CONTROL-FILE
                 MOVE ST-CONTROL-FILE TO RETURN-CODE
                 PERFORM H999-EXIT-PROGRAM
                 END-IF
              READ CONTROL-FILE
              IF RECNCTL-EOF
                 DISPLAY 'RECNCTL IS EMPTY - REPORT ONLY, NO '
                    'CORRECTIONS CUT'
              ELSE
                 IF NOT RCTL-CUT-CORRECTIONS AND NOT RCTL-REPORT-ONLY
                    DISPLAY 'MALFORMED RECNCTL CARD, CODE: '
                       RCTL-CORRECT
                    MOVE 16 TO RETURN-CODE
                    PERFORM H999-EXIT-PROGRAM
                    END-IF
                 MOVE RCTL-CORRECT TO WS-CORRECT-FLAG
                 END-IF
              CLOSE CONTROL-FILE
              END-IF.
           IF CUT-CORRECTIONS
              DISPLAY 'NAME CORRECTIONS WILL BE CUT ON CORRTRAN'
           ELSE
              DISPLAY 'REPORT-ONLY RUN'
              END-IF.
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

       H170-READ-FEED.
      *Next usable CUSTFEED record.  A non-numeric ID or a second
      *record for the same ID is listed and passed over; an ID lower
      *than the one before means the feed was not sorted, and the
      *whole match would be wrong, so the run stops RC 8.
           MOVE 'N' TO WS-FEED-VALID.
           PERFORM H175-READ-ONE-FEED
              UNTIL CUSTFEED-EOF OR FEED-IS-VALID.
           IF CUSTFEED-EOF
              MOVE HIGH-VALUES TO WS-FEED-CMP-ID
           ELSE
              MOVE FEED-ID TO WS-FEED-CMP-ID
              MOVE FEED-ID TO WS-FEED-LAST-ID
              ADD 1 TO WS-FEED-CUST-COUNT
              END-IF.
       H170-END. EXIT.

       H175-READ-ONE-FEED.
           READ FEED-FILE.
           IF CUSTFEED-SUCCESS
              ADD 1 TO WS-FEED-READ-COUNT
              IF FEED-ID NOT NUMERIC
                 ADD 1 TO WS-FEED-INVALID-COUNT
                 MOVE 'INVALID FEED ID'  TO WS-RPT-TYPE
                 MOVE 'SKIPPED'          TO WS-RPT-ACTION
                 PERFORM H185-LIST-FEED-RECORD
              ELSE
                 IF FEED-ID = WS-FEED-LAST-ID
                    ADD 1 TO WS-FEED-DUP-COUNT
                    MOVE 'DUPLICATE FEED'   TO WS-RPT-TYPE
                    MOVE 'SKIPPED - FIRST KEPT' TO WS-RPT-ACTION
                    PERFORM H185-LIST-FEED-RECORD
                 ELSE
                    IF FEED-ID < WS-FEED-LAST-ID
                       DISPLAY 'CUSTFEED OUT OF SEQUENCE AT RECORD '
                          WS-FEED-READ-COUNT ' ID: ' FEED-ID
                          ' - SORT CUSTFEED ON CUSTOMER ID FIRST'
                       MOVE 8 TO RETURN-CODE
                       PERFORM H999-EXIT-PROGRAM
                       END-IF
                    MOVE 'Y' TO WS-FEED-VALID
                    END-IF
                 END-IF
           ELSE
              IF NOT CUSTFEED-EOF
                 DISPLAY 'CUSTFEED READ FAILED: ' ST-FEED-FILE
                 MOVE ST-FEED-FILE TO RETURN-CODE
                 PERFORM H999-EXIT-PROGRAM
                 END-IF
              END-IF.
       H175-END. EXIT.

       H185-LIST-FEED-RECORD.
      *A CUSTFEED-only line: the master columns stay blank.
           MOVE FEED-ID      TO WS-RPT-ID.
           MOVE SPACES       TO WS-RPT-ISO.
           MOVE FEED-NAME    TO WS-RPT-FEED-NAME.
           MOVE FEED-SURNAME TO WS-RPT-FEED-SURNAME.
           MOVE SPACES       TO WS-RPT-IDX-NAME.
           MOVE SPACES       TO WS-RPT-IDX-SRNAME.
           MOVE ZERO         TO WS-RPT-BALANCE.
           MOVE WS-RPT-DETAIL TO RPT-LINE.
           MOVE SPACES TO RPT-LINE (92:16).
           WRITE RPT-LINE.
       H185-END. EXIT.

       H200-MATCH-CUSTOMER.
      *Classic two-file match on customer ID: the lower side is
      *unmatched, equal IDs are compared account by account.
           IF WS-FEED-CMP-ID < WS-IDX-CMP-ID
              ADD 1 TO WS-NO-ACCOUNT-COUNT
              MOVE 'NO ACCOUNT'       TO WS-RPT-TYPE
              MOVE SPACES             TO WS-RPT-ACTION
              PERFORM H185-LIST-FEED-RECORD
              PERFORM H170-READ-FEED
           ELSE
              ADD 1 TO WS-IDX-CUST-COUNT
              MOVE WS-IDX-CMP-ID TO WS-CUST-ID
              IF WS-FEED-CMP-ID > WS-IDX-CMP-ID
                 ADD 1 TO WS-ORPHAN-CUST-COUNT
                 PERFORM H220-LIST-ORPHAN
                    UNTIL WS-IDX-CMP-ID NOT = WS-CUST-ID
              ELSE
                 ADD 1 TO WS-MATCHED-COUNT
                 MOVE 'N' TO WS-CUST-MISMATCH
                 PERFORM H230-COMPARE-ACCOUNT
                    UNTIL WS-IDX-CMP-ID NOT = WS-CUST-ID
                 IF CUSTOMER-HAS-MISMATCH
                    ADD 1 TO WS-MISMATCH-CUST-COUNT
                    END-IF
                 PERFORM H170-READ-FEED
                 END-IF
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
              MOVE IDX-ID  TO WS-ID-DISPLAY
              MOVE WS-ID-DISPLAY  TO WS-IDX-CMP-ID
              MOVE IDX-DVZ TO WS-DVZ-DISPLAY
              MOVE WS-DVZ-DISPLAY TO WS-IDX-CMP-DVZ
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

       H220-LIST-ORPHAN.
      *A master account whose customer CUSTFEED does not know.
           ADD 1 TO WS-ORPHAN-ACCT-COUNT.
           MOVE 'ORPHAN ACCOUNT' TO WS-RPT-TYPE.
           MOVE SPACES           TO WS-RPT-FEED-NAME.
           MOVE SPACES           TO WS-RPT-FEED-SURNAME.
           MOVE SPACES           TO WS-RPT-ACTION.
           PERFORM H240-LIST-ACCOUNT.
           PERFORM H210-READ-MASTER.
       H220-END. EXIT.

       H230-COMPARE-ACCOUNT.
      *Both names must agree exactly; a disagreement is listed and,
      *when the run cuts corrections, turned into a 'U' - never to
      *a blank CUSTFEED name.
           IF IDX-NAME NOT = FEED-NAME OR IDX-SRNAME NOT = FEED-SURNAME
              ADD 1 TO WS-MISMATCH-COUNT
              MOVE 'Y' TO WS-CUST-MISMATCH
              MOVE 'NAME MISMATCH' TO WS-RPT-TYPE
              MOVE FEED-NAME       TO WS-RPT-FEED-NAME
              MOVE FEED-SURNAME    TO WS-RPT-FEED-SURNAME
              IF FEED-NAME = SPACES OR FEED-SURNAME = SPACES
                 ADD 1 TO WS-BLANK-NAME-COUNT
                 MOVE 'NOT CORRECTED - BLANK' TO WS-RPT-ACTION
              ELSE
                 IF CUT-CORRECTIONS
                    PERFORM H250-WRITE-CORRECTION
                    MOVE 'U CORRECTION CUT' TO WS-RPT-ACTION
                 ELSE
                    MOVE SPACES TO WS-RPT-ACTION
                    END-IF
                 END-IF
              PERFORM H240-LIST-ACCOUNT
              END-IF.
           PERFORM H210-READ-MASTER.
       H230-END. EXIT.

       H240-LIST-ACCOUNT.
      *IDX-REC is the account in hand; WS-RPT-TYPE, the CUSTFEED
      *columns and WS-RPT-ACTION are set by the caller.
           MOVE WS-IDX-CMP-ID  TO WS-RPT-ID.
           MOVE WS-IDX-CMP-DVZ TO WS-DVZ-KEY-X.
           PERFORM LOOKUP-CURRENCY.
           MOVE WS-CURR-ISO (WS-CURR-FOUND) TO WS-RPT-ISO.
           MOVE IDX-NAME    TO WS-RPT-IDX-NAME.
           MOVE IDX-SRNAME  TO WS-RPT-IDX-SRNAME.
           MOVE IDX-BALANCE TO WS-RPT-BALANCE.
           MOVE WS-RPT-DETAIL TO RPT-LINE.
           WRITE RPT-LINE.
       H240-END. EXIT.

       H250-WRITE-CORRECTION.
      *The full image WORK5's 'U' expects: CUSTFEED names, master
      *date and balance, so nothing but the names moves.
           MOVE 'U'            TO CORR-ACTION.
           MOVE WS-IDX-CMP-ID  TO CORR-ID.
           MOVE WS-IDX-CMP-DVZ TO CORR-DVZ.
           MOVE FEED-NAME      TO CORR-NAME.
           MOVE FEED-SURNAME   TO CORR-SRNAME.
           MOVE IDX-DATE       TO CORR-DATE.
           MOVE IDX-BALANCE    TO CORR-BALANCE.
           WRITE CORR-REC.
           IF NOT CORRTRAN-SUCCESS
              DISPLAY 'CORRTRAN WRITE FAILED: ' ST-CORR-FILE
              MOVE ST-CORR-FILE TO RETURN-CODE
              PERFORM H999-EXIT-PROGRAM
              END-IF.
           ADD 1 TO WS-CORRECTION-COUNT.
       H250-END. EXIT.

       LOOKUP-CURRENCY.
      *Same decode as WORK3's LOOKUP-CURRENCY; unrecognized codes
      *fall to entry 1 (UNKNOWN).  WS-DVZ-KEY-X must already be set
      *by the caller.
           MOVE 1 TO WS-CURR-FOUND.
           PERFORM VARYING WS-CURR-IDX FROM 1 BY 1
              UNTIL WS-CURR-IDX > WS-CURR-COUNT
              IF WS-CURR-CODE (WS-CURR-IDX) = WS-DVZ-KEY-X
                 MOVE WS-CURR-IDX TO WS-CURR-FOUND
                 MOVE 21 TO WS-CURR-IDX
                 END-IF
              END-PERFORM.
       LOOKUP-CURRENCY-END. EXIT.

       H900-RECON-REPORT.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE 'CUSTFEED READ     : ' TO RPT-LINE.
           MOVE WS-FEED-READ-COUNT TO RPT-LINE (21:9).
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           MOVE '  INVALID ID      : ' TO RPT-LINE.
           MOVE WS-FEED-INVALID-COUNT TO RPT-LINE (21:9).
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           MOVE '  DUPLICATE ID    : ' TO RPT-LINE.
           MOVE WS-FEED-DUP-COUNT TO RPT-LINE (21:9).
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           MOVE '  CUSTOMERS       : ' TO RPT-LINE.
           MOVE WS-FEED-CUST-COUNT TO RPT-LINE (21:9).
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           MOVE 'IDXFILE READ      : ' TO RPT-LINE.
           MOVE WS-IDX-READ-COUNT TO RPT-LINE (21:9).
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           MOVE '  SKIPPED INVALID : ' TO RPT-LINE.
           MOVE WS-IDX-INVALID-COUNT TO RPT-LINE (21:9).
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           MOVE '  CUSTOMERS       : ' TO RPT-LINE.
           MOVE WS-IDX-CUST-COUNT TO RPT-LINE (21:9).
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           MOVE 'MATCHED CUSTOMERS : ' TO RPT-LINE.
           MOVE WS-MATCHED-COUNT TO RPT-LINE (21:9).
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           MOVE 'ORPHAN CUSTOMERS  : ' TO RPT-LINE.
           MOVE WS-ORPHAN-CUST-COUNT TO RPT-LINE (21:9).
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           MOVE '  ORPHAN ACCOUNTS : ' TO RPT-LINE.
           MOVE WS-ORPHAN-ACCT-COUNT TO RPT-LINE (21:9).
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           MOVE 'NO ACCOUNT HELD   : ' TO RPT-LINE.
           MOVE WS-NO-ACCOUNT-COUNT TO RPT-LINE (21:9).
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           MOVE 'NAME MISMATCH CUST: ' TO RPT-LINE.
           MOVE WS-MISMATCH-CUST-COUNT TO RPT-LINE (21:9).
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           MOVE '  ACCOUNTS        : ' TO RPT-LINE.
           MOVE WS-MISMATCH-COUNT TO RPT-LINE (21:9).
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           MOVE '  BLANK FEED NAME : ' TO RPT-LINE.
           MOVE WS-BLANK-NAME-COUNT TO RPT-LINE (21:9).
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           MOVE 'CORRECTIONS CUT   : ' TO RPT-LINE.
           MOVE WS-CORRECTION-COUNT TO RPT-LINE (21:9).
           WRITE RPT-LINE.
           IF (WS-ORPHAN-ACCT-COUNT > ZERO
              OR WS-NO-ACCOUNT-COUNT > ZERO
              OR WS-MISMATCH-COUNT > ZERO
              OR WS-FEED-INVALID-COUNT > ZERO
              OR WS-FEED-DUP-COUNT > ZERO)
              AND RETURN-CODE < 4
              MOVE 4 TO RETURN-CODE
              END-IF.
       H900-END. EXIT.

       H920-CONTROL-TOTALS.
           DISPLAY '========= WORK30 RECONCILIATION TOTALS ========='.
           DISPLAY 'CUSTFEED READ        : ' WS-FEED-READ-COUNT.
           DISPLAY 'CUSTFEED INVALID/DUP : ' WS-FEED-INVALID-COUNT
              ' / ' WS-FEED-DUP-COUNT.
           DISPLAY 'IDXFILE READ         : ' WS-IDX-READ-COUNT.
           DISPLAY 'IDXFILE SKIPPED      : ' WS-IDX-INVALID-COUNT.
           DISPLAY 'MATCHED CUSTOMERS    : ' WS-MATCHED-COUNT.
           DISPLAY 'ORPHAN CUST/ACCOUNTS : ' WS-ORPHAN-CUST-COUNT
              ' / ' WS-ORPHAN-ACCT-COUNT.
           DISPLAY 'NO ACCOUNT HELD      : ' WS-NO-ACCOUNT-COUNT.
           DISPLAY 'NAME MISMATCHES      : ' WS-MISMATCH-COUNT.
           DISPLAY 'CORRECTIONS CUT      : ' WS-CORRECTION-COUNT.
       H920-END. EXIT.

       H999-EXIT-PROGRAM.
           PERFORM H920-CONTROL-TOTALS.
           CLOSE IDX-FILE.
           CLOSE FEED-FILE.
           CLOSE CORR-FILE.
           CLOSE REPORT-FILE.
           STOP RUN.
       H999-END.

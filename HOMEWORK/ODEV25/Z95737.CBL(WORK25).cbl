       IDENTIFICATION DIVISION.
       PROGRAM-ID. WORK25.
       AUTHOR. Suleyman Bozan.
      *-----------------------------------------------------------------
      *WORK25 is the authorization desk for the transactions WORK5
      *holds on the PNDGFILE pending-authorization KSDS (every delete,
      *and anything moving more than the AUTHPARM limit).  It applies
      *the day's officer decisions from the APPRREQ cards - the held
      *item's reference exactly as AUTHRPT prints it, A to approve or
      *R to reject, the deciding officer's ID and, for a rejection, a
      *reason - and then prints AUTHRPT, the daily authorization
      *report: every item still awaiting a decision, with its age and
      *a LAST DAY flag once the next WORK5 run would expire it, and
      *every item decided but not yet acted on by WORK5.  WORK25 never
      *touches IDXFILE: approved items are applied, and rejected ones
      *posted to MRJCFILE, by the next WORK5 run.  A card for an
      *unknown reference, an item already decided, or a malformed
      *card is listed on the console and ends the step RC 4, so a
      *decision that did not take is never silently lost.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PEND-FILE    ASSIGN TO PNDGFILE
                               ORGANIZATION INDEXED
                               ACCESS DYNAMIC
                               RECORD KEY PND-KEY
                               STATUS ST-PEND-FILE.
           SELECT APPROVAL-FILE ASSIGN TO APPRREQ
                               STATUS ST-APPROVAL-FILE.
           SELECT AUTH-FILE    ASSIGN TO AUTHPARM
                               STATUS ST-AUTH-FILE.
           SELECT CURRENCY-FILE ASSIGN TO CURRFILE
                               STATUS ST-CURRENCY-FILE.
           SELECT REPORT-FILE  ASSIGN TO AUTHRPT
                               STATUS ST-REPORT-FILE.
           SELECT BUSDATE-FILE ASSIGN TO BUSDATE
                               STATUS ST-BUSDATE-FILE.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *PND-REC mirrors WORK5's PND-REC (PNDGFILE), with the held
      *transaction broken out in WORK5's TRN-REC layout.
       FD  PEND-FILE.
       01  PND-REC.
           03 PND-KEY.
              05 PND-DATE          PIC 9(08).
              05 PND-TIME          PIC 9(06).
              05 PND-SEQ           PIC 9(07).
           03 PND-STATUS           PIC X(01).
              88 PND-AWAITING                  VALUE 'P'.
              88 PND-APPROVED                  VALUE 'A'.
              88 PND-REJECTED                  VALUE 'R'.
              88 PND-CLOSED                    VALUE 'C'.
           03 PND-TRAN.
              05 PND-T-ACTION      PIC X(01).
              05 PND-T-ID          PIC X(05).
              05 PND-T-DVZ         PIC X(03).
              05 PND-T-NAME        PIC X(15).
              05 PND-T-SRNAME      PIC X(15).
              05 PND-T-DATE        PIC 9(07).
              05 PND-T-BALANCE     PIC S9(15)
                                    SIGN IS TRAILING SEPARATE CHARACTER.
           03 PND-AMOUNT           PIC 9(15).
           03 PND-HOLD-REASON      PIC X(20).
           03 PND-OFFICER          PIC X(08).
           03 PND-DECISION-DATE    PIC 9(08).
           03 PND-NOTE             PIC X(20).
           03 PND-CLOSE-DATE       PIC 9(08).
           03 PND-OUTCOME          PIC X(20).
      *One decision per 80-byte card: the 21-byte reference exactly
      *as the report prints it, A or R, the officer's ID and, for a
      *rejection, the reason that goes to MRJCFILE.
       FD  APPROVAL-FILE RECORDING MODE F.
       01  APR-REC.
           03 APR-KEY.
              05 APR-DATE          PIC X(08).
              05 APR-TIME          PIC X(06).
              05 APR-SEQ           PIC X(07).
           03 APR-DECISION         PIC X(01).
           03 APR-OFFICER          PIC X(08).
           03 APR-REASON           PIC X(20).
           03 FILLER               PIC X(30).
      *AUTH-REC mirrors WORK5's AUTHPARM record; only the expiry days
      *are needed here, for the LAST DAY flag.
       FD  AUTH-FILE RECORDING MODE F.
       01  AUTH-REC.
           03 AUTH-LIMIT           PIC 9(15).
           03 AUTH-EXPIRY-DAYS     PIC 9(03).
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
           03 ST-PEND-FILE         PIC 9(02).
              88 PNDGFILE-SUCCESS              VALUE 00 97.
           03 ST-APPROVAL-FILE     PIC 9(02).
              88 APPRREQ-EOF                   VALUE 10.
              88 APPRREQ-SUCCESS               VALUE 00 97.
           03 ST-AUTH-FILE         PIC 9(02).
              88 AUTHPARM-NOT-FOUND            VALUE 35.
           03 ST-CURRENCY-FILE     PIC 9(02).
              88 CURR-FILE-EOF                 VALUE 10.
              88 CURR-FILE-NOT-FOUND           VALUE 35.
              88 CURR-FILE-SUCCESS             VALUE 00 97.
           03 ST-REPORT-FILE       PIC 9(02).
              88 AUTHRPT-SUCCESS               VALUE 00 97.
           03 ST-BUSDATE-FILE      PIC 9(02).
              88 BUSDATE-EOF                   VALUE 10.
              88 BUSDATE-NOT-FOUND             VALUE 35.
           03 WS-BROWSE-DONE       PIC X(01).
              88 BROWSE-DONE                   VALUE 'Y'.
              88 BROWSE-NOT-DONE               VALUE 'N'.
       01  WS-BUSINESS-DATE        PIC 9(08) VALUE ZERO.
       01  WS-DESK-COUNTERS.
           03 WS-CARD-COUNT        PIC 9(09) VALUE ZERO.
           03 WS-APPROVED-COUNT    PIC 9(09) VALUE ZERO.
           03 WS-REJECTED-COUNT    PIC 9(09) VALUE ZERO.
           03 WS-ALREADY-COUNT     PIC 9(09) VALUE ZERO.
           03 WS-MISSING-COUNT     PIC 9(09) VALUE ZERO.
           03 WS-INVALID-COUNT     PIC 9(09) VALUE ZERO.
           03 WS-AWAITING-COUNT    PIC 9(09) VALUE ZERO.
           03 WS-LAST-DAY-COUNT    PIC 9(09) VALUE ZERO.
           03 WS-TO-APPLY-COUNT    PIC 9(09) VALUE ZERO.
           03 WS-TO-REJECT-COUNT   PIC 9(09) VALUE ZERO.
       01  WS-DESK-DATE            PIC 9(08).
       01  WS-AUTH-EXPIRY-DAYS     PIC 9(03) VALUE 5.
       01  WS-HELD-AGE             PIC S9(07).
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
              VALUE 'Z95737 PENDING AUTHORIZATION ITEMS'.
           03 FILLER               PIC X(11) VALUE ' RUN DATE: '.
           03 WS-HDR-DATE          PIC 9(08).
           03 FILLER               PIC X(67) VALUE SPACES.
           03 FILLER               PIC X(06) VALUE 'PAGE  '.
           03 WS-HDR-PAGE          PIC ZZZZ9.
           03 FILLER               PIC X(01) VALUE SPACES.
       01  WS-RPT-HEADER-2.
           03 FILLER               PIC X(132) VALUE ALL '='.
       01  WS-RPT-COLUMNS.
           03 FILLER               PIC X(30)
              VALUE '  REFERENCE              STATU'.
           03 FILLER               PIC X(30)
              VALUE 'S    A  ID     CUR            '.
           03 FILLER               PIC X(30)
              VALUE 'AMOUNT  HELD FOR         AGE  '.
           03 FILLER               PIC X(30)
              VALUE 'OFFICER   FLAG     NAME       '.
           03 FILLER               PIC X(12) VALUE SPACES.
       01  WS-RPT-ITEM.
           03 FILLER               PIC X(02) VALUE SPACES.
           03 WS-RPT-KEY           PIC X(21).
           03 FILLER               PIC X(02) VALUE SPACES.
           03 WS-RPT-STATUS        PIC X(08).
           03 FILLER               PIC X(02) VALUE SPACES.
           03 WS-RPT-ACTION        PIC X(01).
           03 FILLER               PIC X(02) VALUE SPACES.
           03 WS-RPT-ID            PIC X(05).
           03 FILLER               PIC X(02) VALUE SPACES.
           03 WS-RPT-ISO           PIC X(03).
           03 FILLER               PIC X(02) VALUE SPACES.
           03 WS-RPT-AMOUNT        PIC -9(15).
           03 FILLER               PIC X(02) VALUE SPACES.
           03 WS-RPT-HOLD          PIC X(15).
           03 FILLER               PIC X(02) VALUE SPACES.
           03 WS-RPT-AGE           PIC ZZ9.
           03 FILLER               PIC X(02) VALUE SPACES.
           03 WS-RPT-OFFICER       PIC X(08).
           03 FILLER               PIC X(02) VALUE SPACES.
           03 WS-RPT-FLAG          PIC X(08).
           03 FILLER               PIC X(01) VALUE SPACES.
           03 WS-RPT-NAME          PIC X(15).
           03 FILLER               PIC X(08) VALUE SPACES.
       01  WS-RPT-NONE.
           03 FILLER               PIC X(02) VALUE SPACES.
           03 FILLER               PIC X(25)
              VALUE 'NO ITEMS PENDING         '.
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
           PERFORM H150-LOAD-EXPIRY
           READ APPROVAL-FILE.
           IF APPRREQ-SUCCESS
              ADD 1 TO WS-CARD-COUNT
              END-IF
           PERFORM H200-APPLY-DECISION UNTIL APPRREQ-EOF
           PERFORM H400-LIST-PENDING
           PERFORM H999-EXIT-PROGRAM.
       0000-END. EXIT.

       H100-OPEN-FILES.
           OPEN I-O PEND-FILE.
           IF (ST-PEND-FILE NOT = 0) AND (ST-PEND-FILE NOT = 97)
              DISPLAY 'PNDGFILE DID NOT OPEN: ' ST-PEND-FILE
              MOVE ST-PEND-FILE TO RETURN-CODE
              PERFORM H999-EXIT-PROGRAM
              END-IF.
           OPEN INPUT APPROVAL-FILE.
           IF (ST-APPROVAL-FILE NOT = 0)
              AND (ST-APPROVAL-FILE NOT = 97)
              DISPLAY 'APPRREQ DID NOT OPEN: ' ST-APPROVAL-FILE
              MOVE ST-APPROVAL-FILE TO RETURN-CODE
              PERFORM H999-EXIT-PROGRAM
              END-IF.
           OPEN OUTPUT REPORT-FILE.
           IF (ST-REPORT-FILE NOT = 0) AND (ST-REPORT-FILE NOT = 97)
              DISPLAY 'AUTHRPT DID NOT OPEN: ' ST-REPORT-FILE
              MOVE ST-REPORT-FILE TO RETURN-CODE
              PERFORM H999-EXIT-PROGRAM
              END-IF.
           MOVE WS-BUSINESS-DATE TO WS-DESK-DATE.
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

       H150-LOAD-EXPIRY.
      *Expiry days from AUTHPARM, read the same way WORK5's H160
      *reads it: absent, empty or zero leaves the compiled-in
      *default, a malformed record stops the run with RC 16.
           OPEN INPUT AUTH-FILE.
           IF AUTHPARM-NOT-FOUND
              DISPLAY 'AUTHPARM NOT FOUND - DEFAULT EXPIRY IN EFFECT'
           ELSE
              IF (ST-AUTH-FILE NOT = 0) AND (ST-AUTH-FILE NOT = 97)
                 DISPLAY 'AUTHPARM DID NOT OPEN: ' ST-AUTH-FILE
                 MOVE ST-AUTH-FILE TO RETURN-CODE
                 PERFORM H999-EXIT-PROGRAM
                 END-IF
              READ AUTH-FILE
              IF ST-AUTH-FILE = 0
                 IF AUTH-LIMIT NOT NUMERIC
                    OR AUTH-EXPIRY-DAYS NOT NUMERIC
                    DISPLAY 'MALFORMED AUTHPARM RECORD'
                    MOVE 16 TO RETURN-CODE
                    PERFORM H999-EXIT-PROGRAM
                    END-IF
                 IF AUTH-EXPIRY-DAYS NOT = ZERO
                    MOVE AUTH-EXPIRY-DAYS TO WS-AUTH-EXPIRY-DAYS
                    END-IF
              ELSE
                 DISPLAY 'AUTHPARM EMPTY - DEFAULT EXPIRY IN EFFECT'
                 END-IF
              CLOSE AUTH-FILE
              END-IF.
           DISPLAY 'AUTHORIZATION EXPIRY DAYS: ' WS-AUTH-EXPIRY-DAYS.
       H150-END. EXIT.

       H200-APPLY-DECISION.
      *Record one officer decision.  Only an item still awaiting a
      *decision takes one - the first decision stands; an unknown
      *reference is reported, not guessed at.
           IF APR-DATE NOT NUMERIC OR APR-TIME NOT NUMERIC
              OR APR-SEQ NOT NUMERIC
              OR (APR-DECISION NOT = 'A' AND APR-DECISION NOT = 'R')
              OR APR-OFFICER = SPACES
              DISPLAY 'DECISION SKIPPED - MALFORMED CARD: ' APR-KEY
              ADD 1 TO WS-INVALID-COUNT
           ELSE
              MOVE APR-KEY TO PND-KEY
              READ PEND-FILE
                 INVALID KEY
                    DISPLAY 'DECISION SKIPPED - NO SUCH ITEM: ' APR-KEY
                    ADD 1 TO WS-MISSING-COUNT
                 NOT INVALID KEY
                    IF NOT PND-AWAITING
                       DISPLAY 'DECISION SKIPPED - ALREADY DECIDED: '
                          APR-KEY
                       ADD 1 TO WS-ALREADY-COUNT
                    ELSE
                       MOVE APR-DECISION TO PND-STATUS
                       MOVE APR-OFFICER  TO PND-OFFICER
                       MOVE WS-DESK-DATE TO PND-DECISION-DATE
                       MOVE APR-REASON   TO PND-NOTE
                       REWRITE PND-REC
                          INVALID KEY
                             DISPLAY 'PENDING REWRITE FAILED: ' PND-KEY
                                ' STATUS: ' ST-PEND-FILE
                             MOVE ST-PEND-FILE TO RETURN-CODE
                          NOT INVALID KEY
                             IF PND-APPROVED
                                ADD 1 TO WS-APPROVED-COUNT
                             ELSE
                                ADD 1 TO WS-REJECTED-COUNT
                                END-IF
                       END-REWRITE
                       END-IF
              END-READ
              END-IF.
           READ APPROVAL-FILE.
           IF APPRREQ-SUCCESS
              ADD 1 TO WS-CARD-COUNT
              END-IF.
       H200-END. EXIT.

       H300-NEW-PAGE.
           ADD 1 TO WS-PAGE-COUNT.
           MOVE WS-DESK-DATE    TO WS-HDR-DATE.
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

       H400-LIST-PENDING.
      *Browse the whole pending file in reference order and list
      *every item WORK5 has not closed yet.
           PERFORM H300-NEW-PAGE.
           MOVE LOW-VALUES TO PND-KEY.
           MOVE 'N' TO WS-BROWSE-DONE.
           START PEND-FILE KEY NOT < PND-KEY
              INVALID KEY MOVE 'Y' TO WS-BROWSE-DONE
           END-START.
           PERFORM H410-READ-NEXT-ITEM UNTIL BROWSE-DONE.
           IF WS-AWAITING-COUNT + WS-TO-APPLY-COUNT
              + WS-TO-REJECT-COUNT = ZERO
              MOVE WS-RPT-NONE TO RPT-LINE
              PERFORM H420-WRITE-REPORT-LINE
              END-IF.
           MOVE WS-RPT-RULE TO RPT-LINE.
           PERFORM H420-WRITE-REPORT-LINE.
           MOVE 'AWAITING A DECISION   :' TO WS-RPT-TOTAL-LABEL.
           MOVE WS-AWAITING-COUNT TO WS-RPT-TOTAL-COUNT.
           MOVE WS-RPT-TOTAL TO RPT-LINE.
           PERFORM H420-WRITE-REPORT-LINE.
           MOVE '  OF WHICH LAST DAY   :' TO WS-RPT-TOTAL-LABEL.
           MOVE WS-LAST-DAY-COUNT TO WS-RPT-TOTAL-COUNT.
           MOVE WS-RPT-TOTAL TO RPT-LINE.
           PERFORM H420-WRITE-REPORT-LINE.
           MOVE 'APPROVED, TO APPLY    :' TO WS-RPT-TOTAL-LABEL.
           MOVE WS-TO-APPLY-COUNT TO WS-RPT-TOTAL-COUNT.
           MOVE WS-RPT-TOTAL TO RPT-LINE.
           PERFORM H420-WRITE-REPORT-LINE.
           MOVE 'REJECTED, TO POST     :' TO WS-RPT-TOTAL-LABEL.
           MOVE WS-TO-REJECT-COUNT TO WS-RPT-TOTAL-COUNT.
           MOVE WS-RPT-TOTAL TO RPT-LINE.
           PERFORM H420-WRITE-REPORT-LINE.
           MOVE 'DECISIONS NOT TAKEN   :' TO WS-RPT-TOTAL-LABEL.
           COMPUTE WS-RPT-TOTAL-COUNT = WS-INVALID-COUNT
              + WS-MISSING-COUNT + WS-ALREADY-COUNT.
           MOVE WS-RPT-TOTAL TO RPT-LINE.
           PERFORM H420-WRITE-REPORT-LINE.
       H400-END. EXIT.

       H410-READ-NEXT-ITEM.
           READ PEND-FILE NEXT RECORD
              AT END MOVE 'Y' TO WS-BROWSE-DONE
              NOT AT END
                 IF NOT PND-CLOSED
                    PERFORM H430-PRINT-ITEM
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

       H430-PRINT-ITEM.
      *An awaiting item one day short of expiring is flagged: the
      *next WORK5 run will post it to MRJCFILE as expired.
           MOVE SPACES TO WS-RPT-FLAG.
           MOVE SPACES TO WS-RPT-OFFICER.
           COMPUTE WS-HELD-AGE =
              FUNCTION INTEGER-OF-DATE(WS-DESK-DATE)
            - FUNCTION INTEGER-OF-DATE(PND-DATE).
           EVALUATE TRUE
              WHEN PND-APPROVED
                 MOVE 'APPROVED' TO WS-RPT-STATUS
                 MOVE PND-OFFICER TO WS-RPT-OFFICER
                 ADD 1 TO WS-TO-APPLY-COUNT
              WHEN PND-REJECTED
                 MOVE 'REJECTED' TO WS-RPT-STATUS
                 MOVE PND-OFFICER TO WS-RPT-OFFICER
                 ADD 1 TO WS-TO-REJECT-COUNT
              WHEN OTHER
                 MOVE 'AWAITING' TO WS-RPT-STATUS
                 ADD 1 TO WS-AWAITING-COUNT
                 IF WS-HELD-AGE >= WS-AUTH-EXPIRY-DAYS
                    MOVE 'LAST DAY' TO WS-RPT-FLAG
                    ADD 1 TO WS-LAST-DAY-COUNT
                    END-IF
              END-EVALUATE.
           MOVE PND-KEY         TO WS-RPT-KEY.
           MOVE PND-T-ACTION    TO WS-RPT-ACTION.
           MOVE PND-T-ID        TO WS-RPT-ID.
           IF PND-T-DVZ NUMERIC
              MOVE PND-T-DVZ TO WS-DVZ-DISPLAY
           ELSE
              MOVE ZERO TO WS-DVZ-DISPLAY
              END-IF.
           PERFORM LOOKUP-CURRENCY.
           MOVE WS-CURR-ISO (WS-CURR-FOUND) TO WS-RPT-ISO.
      *The amount the officer decides on - the movement a posting or
      *update would make, or the balance a delete would remove - not
      *the transaction image's own balance field.
           IF PND-AMOUNT NUMERIC
              MOVE PND-AMOUNT TO WS-RPT-AMOUNT
           ELSE
              MOVE ZERO TO WS-RPT-AMOUNT
              END-IF.
           MOVE PND-HOLD-REASON TO WS-RPT-HOLD.
           IF WS-HELD-AGE < ZERO
              MOVE ZERO TO WS-RPT-AGE
           ELSE
              MOVE WS-HELD-AGE TO WS-RPT-AGE
              END-IF.
           MOVE PND-T-NAME      TO WS-RPT-NAME.
           MOVE WS-RPT-ITEM TO RPT-LINE.
           PERFORM H420-WRITE-REPORT-LINE.
       H430-END. EXIT.

       LOOKUP-CURRENCY.
      *Same decode as WORK3's LOOKUP-CURRENCY; unrecognized codes
      *fall to entry 1 (UNKNOWN).
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
           DISPLAY '========= WORK25 AUTHORIZATION TOTALS ========='.
           DISPLAY 'DESK DATE           : ' WS-DESK-DATE.
           DISPLAY 'DECISION CARDS READ : ' WS-CARD-COUNT.
           DISPLAY 'ITEMS APPROVED      : ' WS-APPROVED-COUNT.
           DISPLAY 'ITEMS REJECTED      : ' WS-REJECTED-COUNT.
           DISPLAY 'ALREADY DECIDED     : ' WS-ALREADY-COUNT.
           DISPLAY 'NO SUCH ITEM        : ' WS-MISSING-COUNT.
           DISPLAY 'CARDS SKIPPED       : ' WS-INVALID-COUNT.
           DISPLAY 'AWAITING A DECISION : ' WS-AWAITING-COUNT.
           DISPLAY 'ON THEIR LAST DAY   : ' WS-LAST-DAY-COUNT.
      *A decision that did not take must be re-keyed: warn.
           IF (WS-INVALID-COUNT > ZERO OR WS-MISSING-COUNT > ZERO
               OR WS-ALREADY-COUNT > ZERO)
              AND RETURN-CODE < 4
              MOVE 4 TO RETURN-CODE
              END-IF.
       H900-END. EXIT.

       H999-EXIT-PROGRAM.
           PERFORM H900-CONTROL-REPORT.
           CLOSE PEND-FILE.
           CLOSE APPROVAL-FILE.
           CLOSE REPORT-FILE.
           STOP RUN.
       H999-END.

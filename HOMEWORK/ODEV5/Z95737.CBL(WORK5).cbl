      *floor is data, not source: one record on the operations-
      *maintained OVRDPARM control dataset, zero when the dataset is
      *absent.
      *Maker-checker: when the run has the PNDGFILE pending-
      *authorization KSDS allocated, every delete and every
      *transaction moving more than the AUTHPARM authorization limit
      *is not applied but parked there for a second officer.  WORK25
      *records the officers' approve/reject decisions; at the start of
      *the next run WORK5 applies the approved items (the approving
      *officer goes on the audit trail), posts the rejected ones to
      *MRJCFILE with the officer's reason, and expires to MRJCFILE any
      *item left undecided longer than the AUTHPARM expiry days.  A
      *run without PNDGFILE applies everything as before.
      *Bank charges (action C, cut by WORK29 for overdrawn accounts)
      *post exactly like P but are not held to the overdraft floor:
      *the floor limits what a customer may draw, not what the bank
      *may charge an account that is already overdrawn.  They are
      *only taken in the charge run - the job says so on the one-card
      *RUNCTL input - and only as debits; anywhere else a C is an
      *invalid action code like any other unknown one.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                             STATUS ST-REJECT-FILE.
           SELECT FLOOR-FILE ASSIGN TO OVRDPARM
                             STATUS ST-FLOOR-FILE.
           SELECT PEND-FILE  ASSIGN TO PNDGFILE
                             ORGANIZATION INDEXED
                             ACCESS DYNAMIC
                             RECORD KEY PND-KEY
                             STATUS ST-PEND-FILE.
           SELECT AUTH-FILE  ASSIGN TO AUTHPARM
                             STATUS ST-AUTH-FILE.
           SELECT BUSDATE-FILE ASSIGN TO BUSDATE
                             STATUS ST-BUSDATE-FILE.
           SELECT RUN-FILE   ASSIGN TO RUNCTL
                             STATUS ST-RUN-FILE.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *replaces name/surname/date/balance as a whole), D (delete) or
      *P (posting - TRN-BALANCE is a SIGNED DELTA added to the master
      *balance, name/surname ride along unused, and TRN-DATE becomes
      *the new IDX-DATE) or C (bank charge - a posting exempt from the
      *overdraft floor).  Postings are what make several same-night
      *movements on one account safe: no branch ever has to know the
      *current balance to submit one.  TRN-DATE is Julian YYYYDDD,
      *the same domain as IDX-DATE.
                                    SIGN IS TRAILING SEPARATE CHARACTER.
      *AUD-REC: one audit-trail line per APPLIED change, stamped with
      *the run date/time.  The before image is spaces for an add, the
      *after image is spaces for a delete.  AUD-APPROVER is the
      *officer who released a held transaction, spaces for one that
      *needed no authorization.
       FD  AUDIT-FILE RECORDING MODE F.
       01  AUD-REC.
           03 AUD-DATE             PIC 9(08).
              05 AUD-A-DATE        PIC 9(07).
              05 AUD-A-BALANCE     PIC S9(15)
                                    SIGN IS TRAILING SEPARATE CHARACTER.
           03 AUD-APPROVER         PIC X(08).
      *Reject file: the transaction image as read, plus a reason code.
       FD  REJECT-FILE RECORDING MODE F.
       01  MREJ-REC.
       01  FLOR-REC.
           03 FLOR-FLOOR           PIC S9(15)
                                    SIGN IS TRAILING SEPARATE CHARACTER.
      *PND-REC: one transaction held for authorization, keyed on the
      *run that held it (date, time) and its TRANFILE record number.
      *PND-STATUS is P (awaiting a decision), A (approved) or R
      *(rejected) until a WORK5 run acts on it, then C (closed) with
      *PND-OUTCOME saying what became of it.  PND-NOTE is the
      *rejecting officer's reason.
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
           03 PND-TRAN             PIC X(62).
           03 PND-AMOUNT           PIC 9(15).
           03 PND-HOLD-REASON      PIC X(20).
           03 PND-OFFICER          PIC X(08).
           03 PND-DECISION-DATE    PIC 9(08).
           03 PND-NOTE             PIC X(20).
           03 PND-CLOSE-DATE       PIC 9(08).
           03 PND-OUTCOME          PIC X(20).
      *AUTHPARM: one record - the authorization limit (a transaction
      *moving more than this, in the account's own currency, is held)
      *and the days a held item may wait for a decision.  Absent,
      *empty or zero = the compiled-in defaults below.
       FD  AUTH-FILE RECORDING MODE F.
       01  AUTH-REC.
           03 AUTH-LIMIT           PIC 9(15).
           03 AUTH-EXPIRY-DAYS     PIC 9(03).
      *IDX-REC mirrors the IDXFILE layout in Z95737.CBL(WORK3) - the
      *one place this system defines the master record.
       FD  IDX-FILE.
           03 IDX-SRNAME           PIC X(15).
           03 IDX-DATE             PIC S9(07) COMP-3.
           03 IDX-BALANCE          PIC S9(15) COMP-3.
      *The business-date control record (see WORK27): every date
      *this program stamps is the business date, not the clock.
       FD  BUSDATE-FILE RECORDING MODE F.
       01  BDT-REC.
           03 BDT-DATE             PIC 9(08).
           03 BDT-PREV-DATE        PIC 9(08).
      *RUNCTL: one 80-byte card naming the run - C is the overdraft
      *charge run (Z95737.JCL(OVERDRFT)), M ordinary maintenance.
      *Absent or empty is ordinary maintenance.
       FD  RUN-FILE RECORDING MODE F.
       01  RUN-REC.
           03 RUN-CODE             PIC X(01).
              88 RUN-CHARGES                   VALUE 'C'.
              88 RUN-MAINTENANCE               VALUE 'M'.
           03 FILLER               PIC X(79).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
           03 ST-FLOOR-FILE        PIC 9(02).
              88 OVRDPARM-NOT-FOUND            VALUE 35.
              88 OVRDPARM-SUCCESS              VALUE 00 97.
           03 ST-PEND-FILE         PIC 9(02).
              88 PNDGFILE-NOT-FOUND            VALUE 35.
              88 PNDGFILE-SUCCESS              VALUE 00 97.
           03 ST-AUTH-FILE         PIC 9(02).
              88 AUTHPARM-NOT-FOUND            VALUE 35.
           03 ST-BUSDATE-FILE      PIC 9(02).
              88 BUSDATE-EOF                   VALUE 10.
              88 BUSDATE-NOT-FOUND             VALUE 35.
           03 ST-RUN-FILE          PIC 9(02).
              88 RUNCTL-EOF                    VALUE 10.
              88 RUNCTL-NOT-FOUND              VALUE 35.
           03 WS-CHARGE-MODE       PIC X(01) VALUE 'N'.
              88 CHARGE-RUN                    VALUE 'Y'.
           03 WS-AUTH-MODE         PIC X(01) VALUE 'N'.
              88 AUTH-IN-FORCE                 VALUE 'Y'.
           03 WS-AUTH-RELEASE      PIC X(01) VALUE 'N'.
              88 RELEASING-HELD-ITEM           VALUE 'Y'.
           03 WS-AUTH-NEEDED       PIC X(01).
              88 AUTH-REQUIRED                 VALUE 'Y'.
           03 WS-BROWSE-DONE       PIC X(01).
              88 BROWSE-DONE                   VALUE 'Y'.
           03 WS-DATE-CHECK        PIC 9(02).
           03 WS-KEY-FOUND         PIC X(01).
              88 KEY-IS-ON-FILE                VALUE 'Y'.
           03 WS-IMAGE-VALID       PIC X(01).
              88 IMAGE-IS-VALID                VALUE 'Y'.
              88 IMAGE-IS-INVALID              VALUE 'N'.
       01  WS-BUSINESS-DATE        PIC 9(08) VALUE ZERO.
      *Run timestamp, refreshed per applied transaction so the audit
      *trail answers "when" to the second, not just to the run.
       01  WS-TIMESTAMP            PIC X(21).
      *touched so a breaching posting rejects cleanly.
       01  WS-FLOOR-AMOUNT         PIC S9(15) VALUE ZERO.
       01  WS-NEW-BALANCE          PIC S9(15).
      *Authorization limit and expiry in effect (see AUTH-FILE), the
      *amount the transaction in hand moves, and the officer who
      *released it (spaces unless a held item is being applied).
       01  WS-AUTH-LIMIT           PIC 9(15) VALUE 1000000.
       01  WS-AUTH-EXPIRY-DAYS     PIC 9(03) VALUE 5.
       01  WS-AUTH-AMOUNT          PIC S9(16).
       01  WS-HOLD-REASON          PIC X(20).
       01  WS-APPROVER             PIC X(08) VALUE SPACES.
       01  WS-RUN-DATE             PIC 9(08).
       01  WS-RUN-TIME             PIC 9(06).
      *Time of day stamped on the run's records.  A run that carries
      *on past midnight keeps counting the hours on - 00:05 the next
      *morning is 240500 - so within one business date the stamps
      *stay in time order - the MOVEHIST and PNDGFILE keys depend
      *on it.  Three days behind the business date is as far as six
      *digits go; a run later than that (end-of-day rolls missed) is
      *stamped as three days late.
       01  WS-STAMP-TIME           PIC 9(06).
       01  WS-CLOCK-DATE           PIC 9(08).
       01  WS-CLOCK-LAG            PIC S9(05).
       01  WS-HELD-AGE             PIC S9(07).
       01  WS-REJECT-MARK          PIC 9(09).
       01  WS-CONTROL-TOTALS.
           03 WS-TRAN-READ-COUNT   PIC 9(09) VALUE ZERO.
           03 WS-ADD-COUNT         PIC 9(09) VALUE ZERO.
           03 WS-DELETE-COUNT      PIC 9(09) VALUE ZERO.
           03 WS-POSTING-COUNT     PIC 9(09) VALUE ZERO.
           03 WS-REJECT-COUNT      PIC 9(09) VALUE ZERO.
           03 WS-HELD-COUNT        PIC 9(09) VALUE ZERO.
           03 WS-RELEASED-COUNT    PIC 9(09) VALUE ZERO.
           03 WS-RELEASE-FAIL-COUNT PIC 9(09) VALUE ZERO.
           03 WS-AUTH-REJECT-COUNT PIC 9(09) VALUE ZERO.
           03 WS-EXPIRED-COUNT     PIC 9(09) VALUE ZERO.
      *
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM H105-LOAD-BUSINESS-DATE
           PERFORM H100-OPEN-FILES
           PERFORM H150-LOAD-FLOOR
           PERFORM H160-LOAD-AUTH-LIMITS
           PERFORM H170-LOAD-RUN-CARD
           IF AUTH-IN-FORCE
              PERFORM H300-RELEASE-HELD-ITEMS
              END-IF
           READ TRAN-FILE.
           IF TRANFILE-SUCCESS
              ADD 1 TO WS-TRAN-READ-COUNT
              MOVE ST-REJECT-FILE TO RETURN-CODE
              PERFORM H999-EXIT-PROGRAM
              END-IF.
      *PNDGFILE is optional: a run without it has no maker-checker.
           OPEN I-O PEND-FILE.
           IF PNDGFILE-NOT-FOUND
              DISPLAY 'PNDGFILE NOT ALLOCATED - NO AUTHORIZATION '
                 'HOLD IN THIS RUN'
           ELSE
              IF (ST-PEND-FILE NOT = 0) AND (ST-PEND-FILE NOT = 97)
                 DISPLAY 'PNDGFILE DID NOT OPEN: ' ST-PEND-FILE
                 MOVE ST-PEND-FILE TO RETURN-CODE
                 PERFORM H999-EXIT-PROGRAM
                 END-IF
              MOVE 'Y' TO WS-AUTH-MODE
              END-IF.
      *The run is dated by the business date; only the time of day
      *comes from the clock (H275).
           MOVE WS-BUSINESS-DATE   TO WS-RUN-DATE.
           PERFORM H275-STAMP-TIME.
           MOVE WS-STAMP-TIME      TO WS-RUN-TIME.
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

       H150-LOAD-FLOOR.
      *Overdraft floor from OVRDPARM; absent dataset or empty file
      *leaves the compiled-in zero floor (no overdraft allowed), a
              END-IF.
       H150-END. EXIT.

       H160-LOAD-AUTH-LIMITS.
      *Authorization limit and expiry days from AUTHPARM, same
      *contract as OVRDPARM: absent or empty leaves the compiled-in
      *defaults, a zero field leaves that one default, a malformed
      *record stops the run with RC 16.
           IF AUTH-IN-FORCE
              OPEN INPUT AUTH-FILE
              IF AUTHPARM-NOT-FOUND
                 DISPLAY 'AUTHPARM NOT FOUND - DEFAULT LIMITS '
                    'IN EFFECT'
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
                    IF AUTH-LIMIT NOT = ZERO
                       MOVE AUTH-LIMIT TO WS-AUTH-LIMIT
                       END-IF
                    IF AUTH-EXPIRY-DAYS NOT = ZERO
                       MOVE AUTH-EXPIRY-DAYS TO WS-AUTH-EXPIRY-DAYS
                       END-IF
                 ELSE
                    DISPLAY 'AUTHPARM EMPTY - DEFAULT LIMITS '
                       'IN EFFECT'
                    END-IF
                 CLOSE AUTH-FILE
                 END-IF
              DISPLAY 'AUTHORIZATION LIMIT: ' WS-AUTH-LIMIT
                 ' EXPIRY DAYS: ' WS-AUTH-EXPIRY-DAYS
              END-IF.
       H160-END. EXIT.

       H170-LOAD-RUN-CARD.
      *Absent or empty RUNCTL is an ordinary maintenance run, the
      *same as every job before the charge run existed; a card with
      *any other code stops the run with RC 16 rather than guess.
           OPEN INPUT RUN-FILE.
           IF RUNCTL-NOT-FOUND
              DISPLAY 'RUNCTL NOT FOUND - MAINTENANCE RUN'
           ELSE
              IF (ST-RUN-FILE NOT = 0) AND (ST-RUN-FILE NOT = 97)
                 DISPLAY 'RUNCTL DID NOT OPEN: ' ST-RUN-FILE
                 MOVE ST-RUN-FILE TO RETURN-CODE
                 PERFORM H999-EXIT-PROGRAM
                 END-IF
              READ RUN-FILE
              IF RUNCTL-EOF
                 DISPLAY 'RUNCTL IS EMPTY - MAINTENANCE RUN'
              ELSE
                 IF NOT RUN-CHARGES AND NOT RUN-MAINTENANCE
                    DISPLAY 'MALFORMED RUNCTL CARD, CODE: ' RUN-CODE
                    MOVE 16 TO RETURN-CODE
                    PERFORM H999-EXIT-PROGRAM
                    END-IF
                 IF RUN-CHARGES
                    MOVE 'Y' TO WS-CHARGE-MODE
                    DISPLAY 'OVERDRAFT CHARGE RUN'
                    END-IF
                 END-IF
              CLOSE RUN-FILE
              END-IF.
       H170-END. EXIT.

       H200-PROCESS.
      *Apply one TRANFILE transaction, then read the next.
           PERFORM H205-DISPATCH-TRANSACTION.
           READ TRAN-FILE.
           IF TRANFILE-SUCCESS
              ADD 1 TO WS-TRAN-READ-COUNT
              END-IF.
       H200-END. EXIT.

       H205-DISPATCH-TRANSACTION.
      *Validate the transaction in TRN-REC (read from TRANFILE, or a
      *held item being released) before touching the cluster, then
      *dispatch on the action code.
           IF TRN-ID NOT NUMERIC OR TRN-DVZ NOT NUMERIC
              PERFORM H210-WRITE-REJECT-BADKEY
           ELSE
                    PERFORM H240-APPLY-DELETE
                 WHEN 'P'
                    PERFORM H235-APPLY-POSTING
                 WHEN 'C'
      *A held charge was accepted by the charge run that held it.
                    IF CHARGE-RUN OR RELEASING-HELD-ITEM
                       PERFORM H235-APPLY-POSTING
                    ELSE
                       MOVE 'INVALID ACTION CODE' TO MREJ-REASON
                       PERFORM H215-WRITE-REJECT
                       END-IF
                 WHEN OTHER
                    MOVE 'INVALID ACTION CODE' TO MREJ-REASON
                    PERFORM H215-WRITE-REJECT
                 END-EVALUATE
              END-IF.
       H205-END. EXIT.

       H210-WRITE-REJECT-BADKEY.
           MOVE 'NON-NUMERIC KEY' TO MREJ-REASON.
                 MOVE 'ADD OF EXISTING KEY' TO MREJ-REASON
                 PERFORM H215-WRITE-REJECT
              ELSE
                 PERFORM H280-CHECK-AUTHORIZATION
                 IF AUTH-REQUIRED
                    PERFORM H290-HOLD-TRANSACTION
                 ELSE
                    PERFORM H225-WRITE-NEW-MASTER
                    END-IF
                 END-IF
              END-IF.
       H220-END. EXIT.

       H225-WRITE-NEW-MASTER.
           MOVE FUNCTION NUMVAL(TRN-ID)  TO IDX-ID.
           MOVE FUNCTION NUMVAL(TRN-DVZ) TO IDX-DVZ.
           MOVE TRN-NAME    TO IDX-NAME.
           MOVE TRN-SRNAME  TO IDX-SRNAME.
           MOVE TRN-DATE    TO IDX-DATE.
           MOVE TRN-BALANCE TO IDX-BALANCE.
           WRITE IDX-REC
              INVALID KEY
                 MOVE 'ADD OF EXISTING KEY' TO MREJ-REASON
                 PERFORM H215-WRITE-REJECT
              NOT INVALID KEY
                 MOVE SPACES TO AUD-BEFORE
                 PERFORM H260-SET-AFTER-IMAGE
                 PERFORM H270-WRITE-AUDIT
                 ADD 1 TO WS-ADD-COUNT
           END-WRITE.
       H225-END. EXIT.

       H230-APPLY-UPDATE.
           PERFORM H218-VALIDATE-IMAGE.
           IF IMAGE-IS-VALID
                 MOVE 'UPDATE KEY NOT FOUND' TO MREJ-REASON
                 PERFORM H215-WRITE-REJECT
              ELSE
                 PERFORM H280-CHECK-AUTHORIZATION
                 IF AUTH-REQUIRED
                    PERFORM H290-HOLD-TRANSACTION
                 ELSE
                    PERFORM H232-REWRITE-MASTER
                    END-IF
                 END-IF
              END-IF.
       H230-END. EXIT.

       H232-REWRITE-MASTER.
      *The master image is current in IDX-REC (H250 just read it).
           PERFORM H265-SET-BEFORE-IMAGE.
           MOVE TRN-NAME    TO IDX-NAME.
           MOVE TRN-SRNAME  TO IDX-SRNAME.
           MOVE TRN-DATE    TO IDX-DATE.
           MOVE TRN-BALANCE TO IDX-BALANCE.
           REWRITE IDX-REC
              INVALID KEY
                 MOVE 'UPDATE KEY NOT FOUND' TO MREJ-REASON
                 PERFORM H215-WRITE-REJECT
              NOT INVALID KEY
                 PERFORM H260-SET-AFTER-IMAGE
                 PERFORM H270-WRITE-AUDIT
                 ADD 1 TO WS-UPDATE-COUNT
           END-REWRITE.
       H232-END. EXIT.

       H235-APPLY-POSTING.
      *Amount-based posting: TRN-BALANCE is a signed delta added to
      *the master balance, so several same-night postings to one
      *account compose instead of overwriting each other the way two
      *full-image updates did.  The candidate balance is computed
      *first and checked against the overdraft floor; a breaching or
      *overflowing posting rejects without touching the master.  A
      *bank charge (C) is only checked for overflow, and must be a
      *debit - a zero or positive charge rejects.
      *TRN-DATE becomes the new IDX-DATE (the posting date), and the
      *name/surname fields ride along unused - the master keeps its
      *own.  H218 validates the delta and date the same way it does a
      *full image.
           PERFORM H218-VALIDATE-IMAGE.
           IF IMAGE-IS-VALID
              AND TRN-ACTION = 'C'
              AND TRN-BALANCE NOT < ZERO
              MOVE 'CHARGE NOT A DEBIT' TO MREJ-REASON
              PERFORM H215-WRITE-REJECT
              MOVE 'N' TO WS-IMAGE-VALID
              END-IF.
           IF IMAGE-IS-VALID
              PERFORM H250-READ-MASTER
              IF KEY-NOT-ON-FILE
           END-COMPUTE.
           IF IMAGE-IS-VALID
              IF WS-NEW-BALANCE < WS-FLOOR-AMOUNT
                 AND TRN-ACTION NOT = 'C'
                 MOVE 'BELOW OVERDRAFT FLR' TO MREJ-REASON
                 PERFORM H215-WRITE-REJECT
              ELSE
                 PERFORM H280-CHECK-AUTHORIZATION
                 IF AUTH-REQUIRED
                    PERFORM H290-HOLD-TRANSACTION
                 ELSE
                    PERFORM H238-REWRITE-POSTED
                    END-IF
                 END-IF
              END-IF.
       H236-END. EXIT.

       H238-REWRITE-POSTED.
           PERFORM H265-SET-BEFORE-IMAGE.
           MOVE TRN-DATE       TO IDX-DATE.
           MOVE WS-NEW-BALANCE TO IDX-BALANCE.
           REWRITE IDX-REC
              INVALID KEY
                 MOVE 'POST KEY NOT FOUND' TO MREJ-REASON
                 PERFORM H215-WRITE-REJECT
              NOT INVALID KEY
                 PERFORM H262-SET-AFTER-FROM-MASTER
                 PERFORM H270-WRITE-AUDIT
                 ADD 1 TO WS-POSTING-COUNT
           END-REWRITE.
       H238-END. EXIT.

       H240-APPLY-DELETE.
           PERFORM H250-READ-MASTER.
           IF KEY-NOT-ON-FILE
              MOVE 'DELETE KEY NOT FOUND' TO MREJ-REASON
              PERFORM H215-WRITE-REJECT
           ELSE
              PERFORM H280-CHECK-AUTHORIZATION
              IF AUTH-REQUIRED
                 PERFORM H290-HOLD-TRANSACTION
              ELSE
                 PERFORM H245-DELETE-MASTER
                 END-IF
              END-IF.
       H240-END. EXIT.

       H245-DELETE-MASTER.
           PERFORM H265-SET-BEFORE-IMAGE.
           DELETE IDX-FILE RECORD
              INVALID KEY
                 MOVE 'DELETE KEY NOT FOUND' TO MREJ-REASON
                 PERFORM H215-WRITE-REJECT
              NOT INVALID KEY
                 MOVE SPACES TO AUD-AFTER
                 PERFORM H270-WRITE-AUDIT
                 ADD 1 TO WS-DELETE-COUNT
           END-DELETE.
       H245-END. EXIT.

       H250-READ-MASTER.
      *IDX-KEY must already be set.  A random READ both answers the
      *does-it-exist question and, when it does, leaves the current
       H265-END. EXIT.

       H270-WRITE-AUDIT.
           PERFORM H275-STAMP-TIME.
           MOVE WS-BUSINESS-DATE    TO AUD-DATE.
           MOVE WS-STAMP-TIME       TO AUD-TIME.
           MOVE TRN-ACTION TO AUD-ACTION.
           MOVE FUNCTION NUMVAL(TRN-ID)  TO AUD-ID.
           MOVE FUNCTION NUMVAL(TRN-DVZ) TO AUD-DVZ.
           MOVE WS-APPROVER TO AUD-APPROVER.
           WRITE AUD-REC.
       H270-END. EXIT.

       H275-STAMP-TIME.
      *WS-STAMP-TIME from the clock, counted on from the business
      *date (see WS-STAMP-TIME).
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
           MOVE WS-TIMESTAMP (1:8) TO WS-CLOCK-DATE.
           MOVE WS-TIMESTAMP (9:6) TO WS-STAMP-TIME.
           COMPUTE WS-CLOCK-LAG =
              FUNCTION INTEGER-OF-DATE(WS-CLOCK-DATE)
            - FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE).
           IF WS-CLOCK-LAG > 3
              MOVE 3 TO WS-CLOCK-LAG
              END-IF.
           IF WS-CLOCK-LAG > ZERO
              COMPUTE WS-STAMP-TIME =
                 WS-STAMP-TIME + WS-CLOCK-LAG * 240000
              END-IF.
       H275-END. EXIT.

       H280-CHECK-AUTHORIZATION.
      *Does the transaction in hand need a second officer?  Every
      *delete does; otherwise it is the amount it moves against the
      *authorization limit - the whole balance for an add, the delta
      *for a posting, the change in balance for an update.  IDX-REC
      *holds the current master for an update or delete (H250 just
      *read it).  A held item being released was already authorized.
           MOVE 'N' TO WS-AUTH-NEEDED.
           IF AUTH-IN-FORCE AND NOT RELEASING-HELD-ITEM
              EVALUATE TRN-ACTION
                 WHEN 'D'
                    MOVE IDX-BALANCE TO WS-AUTH-AMOUNT
                 WHEN 'U'
                    COMPUTE WS-AUTH-AMOUNT =
                       TRN-BALANCE - IDX-BALANCE
                 WHEN OTHER
                    MOVE TRN-BALANCE TO WS-AUTH-AMOUNT
                 END-EVALUATE
              IF WS-AUTH-AMOUNT < ZERO
                 COMPUTE WS-AUTH-AMOUNT = ZERO - WS-AUTH-AMOUNT
                 END-IF
              IF TRN-ACTION = 'D'
                 MOVE 'Y' TO WS-AUTH-NEEDED
                 MOVE 'DELETE' TO WS-HOLD-REASON
              ELSE
                 IF WS-AUTH-AMOUNT > WS-AUTH-LIMIT
                    MOVE 'Y' TO WS-AUTH-NEEDED
                    MOVE 'OVER AUTH LIMIT' TO WS-HOLD-REASON
                    END-IF
                 END-IF
              END-IF.
       H280-END. EXIT.

       H290-HOLD-TRANSACTION.
      *Park the transaction on PNDGFILE instead of applying it.  The
      *key is this run's start time plus the TRANFILE record number,
      *so it is unique and an officer can quote it back.
           MOVE WS-RUN-DATE        TO PND-DATE.
           MOVE WS-RUN-TIME        TO PND-TIME.
           MOVE WS-TRAN-READ-COUNT TO PND-SEQ.
           MOVE 'P'                TO PND-STATUS.
           MOVE TRN-REC            TO PND-TRAN.
           MOVE WS-AUTH-AMOUNT     TO PND-AMOUNT.
           MOVE WS-HOLD-REASON     TO PND-HOLD-REASON.
           MOVE SPACES             TO PND-OFFICER.
           MOVE ZERO               TO PND-DECISION-DATE.
           MOVE SPACES             TO PND-NOTE.
           MOVE ZERO               TO PND-CLOSE-DATE.
           MOVE SPACES             TO PND-OUTCOME.
           WRITE PND-REC
              INVALID KEY
                 MOVE 'HOLD NOT RECORDED' TO MREJ-REASON
                 PERFORM H215-WRITE-REJECT
              NOT INVALID KEY
                 ADD 1 TO WS-HELD-COUNT
           END-WRITE.
       H290-END. EXIT.

       H300-RELEASE-HELD-ITEMS.
      *Act on every decided or overdue item on PNDGFILE before the
      *day's transactions, so an approved posting lands ahead of
      *anything keyed after it.
           MOVE LOW-VALUES TO PND-KEY.
           MOVE 'N' TO WS-BROWSE-DONE.
           START PEND-FILE KEY NOT < PND-KEY
              INVALID KEY MOVE 'Y' TO WS-BROWSE-DONE
           END-START.
           PERFORM H310-READ-NEXT-HELD UNTIL BROWSE-DONE.
       H300-END. EXIT.

       H310-READ-NEXT-HELD.
           READ PEND-FILE NEXT RECORD
              AT END MOVE 'Y' TO WS-BROWSE-DONE
              NOT AT END
                 EVALUATE TRUE
                    WHEN PND-APPROVED
                       PERFORM H320-APPLY-APPROVED
                    WHEN PND-REJECTED
                       PERFORM H330-POST-REJECTION
                    WHEN PND-AWAITING
                       PERFORM H340-CHECK-EXPIRY
                    WHEN OTHER
                       CONTINUE
                    END-EVALUATE
           END-READ.
       H310-END. EXIT.

       H320-APPLY-APPROVED.
      *Put the held transaction through the normal path - it is
      *validated again against today's master - with the approving
      *officer riding on its audit record.  If it now rejects, the
      *MRJCFILE reason becomes its outcome.
           MOVE PND-TRAN    TO TRN-REC.
           MOVE PND-OFFICER TO WS-APPROVER.
           MOVE 'Y'         TO WS-AUTH-RELEASE.
           MOVE WS-REJECT-COUNT TO WS-REJECT-MARK.
           PERFORM H205-DISPATCH-TRANSACTION.
           MOVE 'N'         TO WS-AUTH-RELEASE.
           MOVE SPACES      TO WS-APPROVER.
           IF WS-REJECT-COUNT > WS-REJECT-MARK
              MOVE MREJ-REASON TO PND-OUTCOME
              ADD 1 TO WS-RELEASE-FAIL-COUNT
           ELSE
              MOVE 'APPLIED' TO PND-OUTCOME
              ADD 1 TO WS-RELEASED-COUNT
              END-IF.
           PERFORM H350-CLOSE-HELD-ITEM.
       H320-END. EXIT.

       H330-POST-REJECTION.
           MOVE PND-TRAN TO TRN-REC.
           IF PND-NOTE = SPACES
              MOVE 'REJECTED BY CHECKER' TO MREJ-REASON
           ELSE
              MOVE PND-NOTE TO MREJ-REASON
              END-IF.
           PERFORM H215-WRITE-REJECT.
           MOVE 'REJECTED' TO PND-OUTCOME.
           ADD 1 TO WS-AUTH-REJECT-COUNT.
           PERFORM H350-CLOSE-HELD-ITEM.
       H330-END. EXIT.

       H340-CHECK-EXPIRY.
           COMPUTE WS-HELD-AGE =
              FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
            - FUNCTION INTEGER-OF-DATE(PND-DATE).
           IF WS-HELD-AGE > WS-AUTH-EXPIRY-DAYS
              MOVE PND-TRAN TO TRN-REC
              MOVE 'AUTH EXPIRED' TO MREJ-REASON
              PERFORM H215-WRITE-REJECT
              MOVE 'EXPIRED' TO PND-OUTCOME
              ADD 1 TO WS-EXPIRED-COUNT
              PERFORM H350-CLOSE-HELD-ITEM
              END-IF.
       H340-END. EXIT.

       H350-CLOSE-HELD-ITEM.
      *PND-OUTCOME must already be set by the caller.
           MOVE 'C'         TO PND-STATUS.
           MOVE WS-RUN-DATE TO PND-CLOSE-DATE.
           REWRITE PND-REC
              INVALID KEY
                 DISPLAY 'HELD ITEM NOT CLOSED: ' PND-KEY
           END-REWRITE.
       H350-END. EXIT.

       H900-CONTROL-REPORT.
           DISPLAY '========= WORK5 CONTROL TOTALS ========='.
           DISPLAY 'TRANSACTIONS READ  (TRANFILE): '
           DISPLAY 'DELETES APPLIED              : ' WS-DELETE-COUNT.
           DISPLAY 'POSTINGS APPLIED             : ' WS-POSTING-COUNT.
           DISPLAY 'TRANSACTIONS REJECTED        : ' WS-REJECT-COUNT.
           IF AUTH-IN-FORCE
              DISPLAY 'HELD FOR AUTHORIZATION       : '
                 WS-HELD-COUNT
              DISPLAY 'APPROVED ITEMS APPLIED       : '
                 WS-RELEASED-COUNT
              DISPLAY 'APPROVED ITEMS NOW REJECTED  : '
                 WS-RELEASE-FAIL-COUNT
              DISPLAY 'REJECTED BY CHECKER          : '
                 WS-AUTH-REJECT-COUNT
              DISPLAY 'EXPIRED UNAPPROVED           : '
                 WS-EXPIRED-COUNT
              END-IF.
       H900-END. EXIT.

       H999-EXIT-PROGRAM.
           CLOSE IDX-FILE.
           CLOSE AUDIT-FILE.
           CLOSE REJECT-FILE.
           IF AUTH-IN-FORCE
              CLOSE PEND-FILE
              END-IF.
           STOP RUN.
       H999-END.

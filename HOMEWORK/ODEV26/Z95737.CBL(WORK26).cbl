       IDENTIFICATION DIVISION.
       PROGRAM-ID. WORK26.
       AUTHOR. Suleyman Bozan.
      *-----------------------------------------------------------------
      *WORK26 is the batch maintenance step for the Z95737.MASTER.
      *ADDRFILE customer address/contact KSDS - one record per
      *customer ID holding the mailing address, the home branch and
      *the preferred delivery channel (post, e-mail or branch
      *pickup).  It reads a file of add/change/close transactions
      *keyed on the customer ID, applies them to the cluster and
      *writes a before/after audit-trail record for every applied
      *change, the same way WORK5 maintains IDXFILE.  Transactions
      *that cannot be applied (add of an active ID, change or close of
      *a missing or closed ID, an incomplete address) go to a reject
      *file with a reason code.  A close does not delete: the record
      *stays on file with status C so the address a letter went to
      *can still be looked up, and a later add reopens it.
      *WORK7 (statements) and WORK19 (dormancy letters) print their
      *address block from this file and hold the mail of any customer
      *without an active address.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ADDR-FILE  ASSIGN TO ADDRFILE
                             ORGANIZATION INDEXED
                             ACCESS RANDOM
                             RECORD KEY ADR-ID
                             STATUS ST-ADDR-FILE.
           SELECT TRAN-FILE  ASSIGN TO ADRTRAN
                             STATUS ST-TRAN-FILE.
           SELECT AUDIT-FILE ASSIGN TO ADRAUDT
                             STATUS ST-AUDIT-FILE.
           SELECT REJECT-FILE ASSIGN TO ADRREJT
                             STATUS ST-REJECT-FILE.
           SELECT BUSDATE-FILE ASSIGN TO BUSDATE
                             STATUS ST-BUSDATE-FILE.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *ATR-REC: one address transaction.  ATR-ACTION is A (add - or
      *reopen a closed ID), U (change - the transaction carries the
      *complete new address/contact image and replaces it as a whole)
      *or C (close - the image fields ride along unused).  The image
      *is laid out exactly like ADR-DETAIL on the master.
       FD  TRAN-FILE RECORDING MODE F.
       01  ATR-REC.
           03 ATR-ACTION           PIC X(01).
           03 ATR-ID               PIC X(05).
           03 ATR-DETAIL.
              05 ATR-LINE-1        PIC X(30).
              05 ATR-LINE-2        PIC X(30).
              05 ATR-DISTRICT      PIC X(20).
              05 ATR-CITY          PIC X(15).
              05 ATR-POSTCODE      PIC X(05).
              05 ATR-BRANCH        PIC X(05).
              05 ATR-CHANNEL       PIC X(01).
              05 ATR-EMAIL         PIC X(40).
              05 ATR-PHONE         PIC X(15).
      *ADA-REC: one audit-trail line per APPLIED change, stamped with
      *the run date/time.  Each image is the status byte plus the
      *address/contact detail; the before image is spaces for a
      *first-time add.
       FD  AUDIT-FILE RECORDING MODE F.
       01  ADA-REC.
           03 ADA-DATE             PIC 9(08).
           03 ADA-TIME             PIC 9(06).
           03 ADA-ACTION           PIC X(01).
           03 ADA-ID               PIC 9(05).
           03 ADA-BEFORE.
              05 ADA-B-STATUS      PIC X(01).
              05 ADA-B-DETAIL      PIC X(161).
           03 ADA-AFTER.
              05 ADA-A-STATUS      PIC X(01).
              05 ADA-A-DETAIL      PIC X(161).
      *Reject file: the transaction image as read, plus a reason code.
       FD  REJECT-FILE RECORDING MODE F.
       01  ARJ-REC.
           03 ARJ-TRAN             PIC X(167).
           03 ARJ-REASON           PIC X(20).
      *ADR-REC: the address/contact master, keyed on the customer ID
      *in display form.  ADR-STATUS is A (active) or C (closed);
      *ADR-CHANNEL is P (post to the address), E (e-mail to
      *ADR-EMAIL) or B (held for pickup at ADR-BRANCH).
       FD  ADDR-FILE.
       01  ADR-REC.
           03 ADR-ID               PIC 9(05).
           03 ADR-STATUS           PIC X(01).
              88 ADR-ACTIVE                    VALUE 'A'.
              88 ADR-CLOSED                    VALUE 'C'.
           03 ADR-DETAIL.
              05 ADR-LINE-1        PIC X(30).
              05 ADR-LINE-2        PIC X(30).
              05 ADR-DISTRICT      PIC X(20).
              05 ADR-CITY          PIC X(15).
              05 ADR-POSTCODE      PIC X(05).
              05 ADR-BRANCH        PIC X(05).
              05 ADR-CHANNEL       PIC X(01).
                 88 ADR-BY-POST                VALUE 'P'.
                 88 ADR-BY-EMAIL               VALUE 'E'.
                 88 ADR-BY-BRANCH              VALUE 'B'.
              05 ADR-EMAIL         PIC X(40).
              05 ADR-PHONE         PIC X(15).
           03 ADR-OPEN-DATE        PIC 9(08).
           03 ADR-CHANGE-DATE      PIC 9(08).
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
           03 ST-TRAN-FILE         PIC 9(02).
              88 ADRTRAN-EOF                   VALUE 10.
              88 ADRTRAN-SUCCESS               VALUE 00 97.
           03 ST-ADDR-FILE         PIC 9(02).
              88 ADDRFILE-SUCCESS              VALUE 00 97.
           03 ST-AUDIT-FILE        PIC 9(02).
              88 ADRAUDT-SUCCESS               VALUE 00 97.
           03 ST-REJECT-FILE       PIC 9(02).
              88 ADRREJT-SUCCESS               VALUE 00 97.
           03 ST-BUSDATE-FILE      PIC 9(02).
              88 BUSDATE-EOF                   VALUE 10.
              88 BUSDATE-NOT-FOUND             VALUE 35.
           03 WS-KEY-FOUND         PIC X(01).
              88 KEY-IS-ON-FILE                VALUE 'Y'.
              88 KEY-NOT-ON-FILE               VALUE 'N'.
           03 WS-IMAGE-VALID       PIC X(01).
              88 IMAGE-IS-VALID                VALUE 'Y'.
              88 IMAGE-IS-INVALID              VALUE 'N'.
       01  WS-BUSINESS-DATE        PIC 9(08) VALUE ZERO.
      *Run timestamp, refreshed per applied transaction so the audit
      *trail answers "when" to the second, not just to the run.
       01  WS-TIMESTAMP            PIC X(21).
       01  WS-RUN-DATE             PIC 9(08).
      *Time of day stamped on the run's records.  A run that carries
      *on past midnight keeps counting the hours on - 00:05 the next
      *morning is 240500 - so within one business date the stamps
      *stay in time order on the address audit trail.  Three days
      *behind the business date is as far as six digits go; a run
      *later than that (end-of-day rolls missed) is stamped as three
      *days late.
       01  WS-STAMP-TIME           PIC 9(06).
       01  WS-CLOCK-DATE           PIC 9(08).
       01  WS-CLOCK-LAG            PIC S9(05).
       01  WS-CONTROL-TOTALS.
           03 WS-TRAN-READ-COUNT   PIC 9(09) VALUE ZERO.
           03 WS-ADD-COUNT         PIC 9(09) VALUE ZERO.
           03 WS-REOPEN-COUNT      PIC 9(09) VALUE ZERO.
           03 WS-UPDATE-COUNT      PIC 9(09) VALUE ZERO.
           03 WS-CLOSE-COUNT       PIC 9(09) VALUE ZERO.
           03 WS-REJECT-COUNT      PIC 9(09) VALUE ZERO.
      *
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM H105-LOAD-BUSINESS-DATE
           PERFORM H100-OPEN-FILES
           READ TRAN-FILE.
           IF ADRTRAN-SUCCESS
              ADD 1 TO WS-TRAN-READ-COUNT
              END-IF
           PERFORM H200-PROCESS UNTIL ADRTRAN-EOF
           PERFORM H999-EXIT-PROGRAM.
       0000-END. EXIT.

       H100-OPEN-FILES.
           OPEN INPUT TRAN-FILE.
           IF (ST-TRAN-FILE NOT = 0) AND (ST-TRAN-FILE NOT = 97)
              DISPLAY 'ADRTRAN DID NOT OPEN: ' ST-TRAN-FILE
              MOVE ST-TRAN-FILE TO RETURN-CODE
              PERFORM H999-EXIT-PROGRAM
              END-IF.
           OPEN I-O ADDR-FILE.
           IF (ST-ADDR-FILE NOT = 0) AND (ST-ADDR-FILE NOT = 97)
              DISPLAY 'ADDRFILE DID NOT OPEN: ' ST-ADDR-FILE
              MOVE ST-ADDR-FILE TO RETURN-CODE
              PERFORM H999-EXIT-PROGRAM
              END-IF.
           OPEN OUTPUT AUDIT-FILE.
           IF (ST-AUDIT-FILE NOT = 0) AND (ST-AUDIT-FILE NOT = 97)
              DISPLAY 'ADRAUDT DID NOT OPEN: ' ST-AUDIT-FILE
              MOVE ST-AUDIT-FILE TO RETURN-CODE
              PERFORM H999-EXIT-PROGRAM
              END-IF.
           OPEN OUTPUT REJECT-FILE.
           IF (ST-REJECT-FILE NOT = 0) AND (ST-REJECT-FILE NOT = 97)
              DISPLAY 'ADRREJT DID NOT OPEN: ' ST-REJECT-FILE
              MOVE ST-REJECT-FILE TO RETURN-CODE
              PERFORM H999-EXIT-PROGRAM
              END-IF.
           MOVE WS-BUSINESS-DATE TO WS-RUN-DATE.
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

       H200-PROCESS.
      *Validate the key before touching the cluster, dispatch on the
      *action code, then read the next transaction.
           IF ATR-ID NOT NUMERIC
              MOVE 'NON-NUMERIC ID' TO ARJ-REASON
              PERFORM H215-WRITE-REJECT
           ELSE
              EVALUATE ATR-ACTION
                 WHEN 'A'
                    PERFORM H220-APPLY-ADD
                 WHEN 'U'
                    PERFORM H230-APPLY-CHANGE
                 WHEN 'C'
                    PERFORM H240-APPLY-CLOSE
                 WHEN OTHER
                    MOVE 'INVALID ACTION CODE' TO ARJ-REASON
                    PERFORM H215-WRITE-REJECT
                 END-EVALUATE
              END-IF.
           READ TRAN-FILE.
           IF ADRTRAN-SUCCESS
              ADD 1 TO WS-TRAN-READ-COUNT
              END-IF.
       H200-END. EXIT.

       H215-WRITE-REJECT.
      *ARJ-REASON must already be set by the caller.
           MOVE ATR-REC TO ARJ-TRAN.
           WRITE ARJ-REC.
           ADD 1 TO WS-REJECT-COUNT.
       H215-END. EXIT.

       H218-VALIDATE-IMAGE.
      *Adds and changes carry a full new image.  Whatever the
      *channel, a customer must have a postal address and a home
      *branch - legal notices go by post even to an e-mail customer -
      *and an e-mail customer must have an e-mail address.
           MOVE 'Y' TO WS-IMAGE-VALID.
           EVALUATE TRUE
              WHEN ATR-LINE-1 = SPACES
                 MOVE 'ADDRESS LINE MISSING' TO ARJ-REASON
              WHEN ATR-CITY = SPACES
                 MOVE 'CITY MISSING' TO ARJ-REASON
              WHEN ATR-POSTCODE NOT NUMERIC
                 MOVE 'BAD POSTCODE' TO ARJ-REASON
              WHEN ATR-BRANCH NOT NUMERIC
                 MOVE 'BAD BRANCH CODE' TO ARJ-REASON
              WHEN ATR-CHANNEL NOT = 'P' AND ATR-CHANNEL NOT = 'E'
               AND ATR-CHANNEL NOT = 'B'
                 MOVE 'INVALID CHANNEL' TO ARJ-REASON
              WHEN ATR-CHANNEL = 'E' AND ATR-EMAIL = SPACES
                 MOVE 'E-MAIL MISSING' TO ARJ-REASON
              WHEN OTHER
                 CONTINUE
              END-EVALUATE.
           IF ARJ-REASON NOT = SPACES
              PERFORM H215-WRITE-REJECT
              MOVE 'N' TO WS-IMAGE-VALID
              END-IF.
       H218-END. EXIT.

       H220-APPLY-ADD.
      *A closed ID is reopened with the new image rather than
      *rejected - the customer came back, the history stays on one
      *key.
           MOVE SPACES TO ARJ-REASON.
           PERFORM H218-VALIDATE-IMAGE.
           IF IMAGE-IS-VALID
              PERFORM H250-READ-MASTER
              IF KEY-NOT-ON-FILE
                 PERFORM H225-WRITE-NEW-MASTER
              ELSE
                 IF ADR-ACTIVE
                    MOVE 'ADD OF ACTIVE ID' TO ARJ-REASON
                    PERFORM H215-WRITE-REJECT
                 ELSE
                    PERFORM H228-REOPEN-MASTER
                    END-IF
                 END-IF
              END-IF.
       H220-END. EXIT.

       H225-WRITE-NEW-MASTER.
           MOVE ATR-ID      TO ADR-ID.
           MOVE 'A'         TO ADR-STATUS.
           MOVE ATR-DETAIL  TO ADR-DETAIL.
           MOVE WS-RUN-DATE TO ADR-OPEN-DATE.
           MOVE WS-RUN-DATE TO ADR-CHANGE-DATE.
           WRITE ADR-REC
              INVALID KEY
                 MOVE 'ADD OF ACTIVE ID' TO ARJ-REASON
                 PERFORM H215-WRITE-REJECT
              NOT INVALID KEY
                 MOVE SPACES TO ADA-BEFORE
                 PERFORM H260-SET-AFTER-IMAGE
                 PERFORM H270-WRITE-AUDIT
                 ADD 1 TO WS-ADD-COUNT
           END-WRITE.
       H225-END. EXIT.

       H228-REOPEN-MASTER.
      *The closed image is current in ADR-REC (H250 just read it).
           PERFORM H265-SET-BEFORE-IMAGE.
           MOVE 'A'         TO ADR-STATUS.
           MOVE ATR-DETAIL  TO ADR-DETAIL.
           MOVE WS-RUN-DATE TO ADR-OPEN-DATE.
           MOVE WS-RUN-DATE TO ADR-CHANGE-DATE.
           REWRITE ADR-REC
              INVALID KEY
                 MOVE 'REOPEN ID NOT FOUND' TO ARJ-REASON
                 PERFORM H215-WRITE-REJECT
              NOT INVALID KEY
                 PERFORM H260-SET-AFTER-IMAGE
                 PERFORM H270-WRITE-AUDIT
                 ADD 1 TO WS-REOPEN-COUNT
           END-REWRITE.
       H228-END. EXIT.

       H230-APPLY-CHANGE.
           MOVE SPACES TO ARJ-REASON.
           PERFORM H218-VALIDATE-IMAGE.
           IF IMAGE-IS-VALID
              PERFORM H250-READ-MASTER
              IF KEY-NOT-ON-FILE
                 MOVE 'CHANGE ID NOT FOUND' TO ARJ-REASON
                 PERFORM H215-WRITE-REJECT
              ELSE
                 IF ADR-CLOSED
                    MOVE 'CHANGE OF CLOSED ID' TO ARJ-REASON
                    PERFORM H215-WRITE-REJECT
                 ELSE
                    PERFORM H232-REWRITE-MASTER
                    END-IF
                 END-IF
              END-IF.
       H230-END. EXIT.

       H232-REWRITE-MASTER.
      *The master image is current in ADR-REC (H250 just read it).
           PERFORM H265-SET-BEFORE-IMAGE.
           MOVE ATR-DETAIL  TO ADR-DETAIL.
           MOVE WS-RUN-DATE TO ADR-CHANGE-DATE.
           REWRITE ADR-REC
              INVALID KEY
                 MOVE 'CHANGE ID NOT FOUND' TO ARJ-REASON
                 PERFORM H215-WRITE-REJECT
              NOT INVALID KEY
                 PERFORM H260-SET-AFTER-IMAGE
                 PERFORM H270-WRITE-AUDIT
                 ADD 1 TO WS-UPDATE-COUNT
           END-REWRITE.
       H232-END. EXIT.

       H240-APPLY-CLOSE.
           PERFORM H250-READ-MASTER.
           IF KEY-NOT-ON-FILE
              MOVE 'CLOSE ID NOT FOUND' TO ARJ-REASON
              PERFORM H215-WRITE-REJECT
           ELSE
              IF ADR-CLOSED
                 MOVE 'ID ALREADY CLOSED' TO ARJ-REASON
                 PERFORM H215-WRITE-REJECT
              ELSE
                 PERFORM H245-CLOSE-MASTER
                 END-IF
              END-IF.
       H240-END. EXIT.

       H245-CLOSE-MASTER.
      *The address detail is kept; only the status changes.
           PERFORM H265-SET-BEFORE-IMAGE.
           MOVE 'C'         TO ADR-STATUS.
           MOVE WS-RUN-DATE TO ADR-CHANGE-DATE.
           REWRITE ADR-REC
              INVALID KEY
                 MOVE 'CLOSE ID NOT FOUND' TO ARJ-REASON
                 PERFORM H215-WRITE-REJECT
              NOT INVALID KEY
                 PERFORM H260-SET-AFTER-IMAGE
                 PERFORM H270-WRITE-AUDIT
                 ADD 1 TO WS-CLOSE-COUNT
           END-REWRITE.
       H245-END. EXIT.

       H250-READ-MASTER.
      *A random READ both answers the does-it-exist question and,
      *when it does, leaves the current image in ADR-REC for the
      *before-image and for REWRITE.
           MOVE ATR-ID TO ADR-ID.
           READ ADDR-FILE KEY IS ADR-ID
              INVALID KEY MOVE 'N' TO WS-KEY-FOUND
              NOT INVALID KEY MOVE 'Y' TO WS-KEY-FOUND
           END-READ.
       H250-END. EXIT.

       H260-SET-AFTER-IMAGE.
      *After image: the master record as it now stands.
           MOVE ADR-STATUS  TO ADA-A-STATUS.
           MOVE ADR-DETAIL  TO ADA-A-DETAIL.
       H260-END. EXIT.

       H265-SET-BEFORE-IMAGE.
      *Capture the master image as it stands BEFORE the change is
      *applied - H250-READ-MASTER has just refreshed ADR-REC.
           MOVE ADR-STATUS  TO ADA-B-STATUS.
           MOVE ADR-DETAIL  TO ADA-B-DETAIL.
       H265-END. EXIT.

       H270-WRITE-AUDIT.
      *Business date, with the clock's time of day (H275).
           PERFORM H275-STAMP-TIME.
           MOVE WS-BUSINESS-DATE    TO ADA-DATE.
           MOVE WS-STAMP-TIME       TO ADA-TIME.
           MOVE ATR-ACTION TO ADA-ACTION.
           MOVE ADR-ID     TO ADA-ID.
           WRITE ADA-REC.
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

       H900-CONTROL-REPORT.
           DISPLAY '========= WORK26 CONTROL TOTALS ========'.
           DISPLAY 'TRANSACTIONS READ   (ADRTRAN): '
              WS-TRAN-READ-COUNT.
           DISPLAY 'ADDRESSES ADDED              : ' WS-ADD-COUNT.
           DISPLAY 'CLOSED IDS REOPENED          : ' WS-REOPEN-COUNT.
           DISPLAY 'ADDRESSES CHANGED            : ' WS-UPDATE-COUNT.
           DISPLAY 'ADDRESSES CLOSED             : ' WS-CLOSE-COUNT.
           DISPLAY 'TRANSACTIONS REJECTED        : ' WS-REJECT-COUNT.
       H900-END. EXIT.

       H999-EXIT-PROGRAM.
           PERFORM H900-CONTROL-REPORT.
           CLOSE TRAN-FILE.
           CLOSE ADDR-FILE.
           CLOSE AUDIT-FILE.
           CLOSE REJECT-FILE.
           STOP RUN.
       H999-END.

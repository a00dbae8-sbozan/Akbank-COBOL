       IDENTIFICATION DIVISION.
       PROGRAM-ID. WORK27.
       AUTHOR. Suleyman Bozan.
      *-----------------------------------------------------------------
      *WORK27 keeps the batch suite in step with the business day.
      *The BUSDATE control record holds the current business date
      *every program stamps its output with, in place of the system
      *clock, and the JOBLEDGR KSDS records which jobs have completed
      *for which business date.  One JOBCTL card says what to do:
      *  C <job>  gate - the first step of every scheduled job.  The
      *           job must not already be on the ledger for today
      *           (RC 24) and every prerequisite JOBPREQ names for it
      *           must be (RC 20, each missing one listed).
      *  P <job>  post - the last step, run only when the job ended
      *           clean: records the job as completed for today.
      *  R <job>  roll - end of day: the same gate as C, then moves
      *           BUSDATE on to the next business day (the next
      *           weekday, or the date on the card for a holiday) and
      *           posts the roll itself against the day just closed.
      *Bad or missing control data (BUSDATE, JOBPREQ, the card)
      *stops the step with RC 16, the same as the other control
      *datasets without a compiled-in fallback.
      *A gate only reads the ledger; a post or a roll updates it, and
      *only one job at a time may hold it for update - see H130.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUSDATE-FILE ASSIGN TO BUSDATE
                               STATUS ST-BUSDATE-FILE.
           SELECT PREREQ-FILE  ASSIGN TO JOBPREQ
                               STATUS ST-PREREQ-FILE.
           SELECT LEDGER-FILE  ASSIGN TO JOBLEDGR
                               ORGANIZATION INDEXED
                               ACCESS RANDOM
                               RECORD KEY LGR-KEY
                               STATUS ST-LEDGER-FILE.
           SELECT CONTROL-FILE ASSIGN TO JOBCTL
                               STATUS ST-CONTROL-FILE.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *The business-date control record: the day being processed and
      *the day before it, as the last roll left them.
       FD  BUSDATE-FILE RECORDING MODE F.
       01  BDT-REC.
           03 BDT-DATE             PIC 9(08).
           03 BDT-PREV-DATE        PIC 9(08).
      *One row per prerequisite: the job, then a job that must have
      *completed for the same business date before it may start.
       FD  PREREQ-FILE RECORDING MODE F.
       01  PRQ-REC.
           03 PRQ-JOB              PIC X(08).
           03 PRQ-PREREQ           PIC X(08).
      *One record per job completed per business date.  The done
      *stamp is the wall-clock moment of completion, kept so
      *operations can see when a late run actually finished.
       FD  LEDGER-FILE.
       01  LGR-REC.
           03 LGR-KEY.
              05 LGR-DATE          PIC 9(08).
              05 LGR-JOB           PIC X(08).
           03 LGR-DONE-DATE        PIC 9(08).
           03 LGR-DONE-TIME        PIC 9(06).
       FD  CONTROL-FILE RECORDING MODE F.
       01  JCT-REC.
           03 JCT-MODE             PIC X(01).
              88 JCT-CHECK                     VALUE 'C'.
              88 JCT-POST                      VALUE 'P'.
              88 JCT-ROLL                      VALUE 'R'.
           03 JCT-JOB              PIC X(08).
           03 JCT-NEXT-DATE        PIC X(08).
           03 FILLER               PIC X(63).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01  WS-WORKSHOP.
           03 ST-BUSDATE-FILE      PIC 9(02).
              88 BUSDATE-EOF                   VALUE 10.
              88 BUSDATE-NOT-FOUND             VALUE 35.
           03 ST-PREREQ-FILE       PIC 9(02).
              88 JOBPREQ-EOF                   VALUE 10.
              88 JOBPREQ-NOT-FOUND             VALUE 35.
           03 ST-LEDGER-FILE       PIC 9(02).
           03 ST-CONTROL-FILE      PIC 9(02).
              88 JOBCTL-EOF                    VALUE 10.
           03 WS-BUSDATE-OPEN      PIC X(01) VALUE 'N'.
              88 BUSDATE-IS-OPEN               VALUE 'Y'.
           03 WS-LEDGER-OPEN       PIC X(01) VALUE 'N'.
              88 LEDGER-IS-OPEN                VALUE 'Y'.
       01  WS-BUSINESS-DATE        PIC 9(08) VALUE ZERO.
       01  WS-NEXT-DATE            PIC 9(08) VALUE ZERO.
       01  WS-TIMESTAMP.
           03 WS-TS-DATE           PIC 9(08).
           03 WS-TS-TIME           PIC 9(06).
           03 FILLER               PIC X(07).
      *The override date from the card, checked before it is used.
       01  WS-OVERRIDE-DATE        PIC X(08).
       01  WS-OVERRIDE-NUM REDEFINES WS-OVERRIDE-DATE PIC 9(08).
      *Day arithmetic for the roll.  INTEGER-OF-DATE counts from
      *Monday 1 January 1601, so the remainder by 7 is 1 on a Monday
      *through 6 on a Saturday and 0 on a Sunday.
       01  WS-INT-DATE             PIC 9(09).
       01  WS-WEEK-QUOT            PIC 9(09).
       01  WS-WEEKDAY              PIC 9(01).
           88 WS-WEEKEND                       VALUE 0 6.
      *JOBPREQ is small; it is loaded whole.
       01  WS-PREREQ-TABLE.
           03 WS-PRQ-ENTRY OCCURS 200 TIMES.
              05 WS-PRQ-JOB        PIC X(08).
              05 WS-PRQ-PREREQ     PIC X(08).
       01  WS-PRQ-COUNT            PIC 9(03) VALUE ZERO.
       01  WS-PRQ-IDX              PIC 9(03).
       01  WS-GATE-COUNTERS.
           03 WS-PREREQ-COUNT      PIC 9(09) VALUE ZERO.
           03 WS-MISSING-COUNT     PIC 9(09) VALUE ZERO.
       01  WS-OUTCOME              PIC X(30) VALUE SPACES.
      *Waiting for the ledger when another job holds it for update:
      *up to 30 attempts, 2 seconds apart (CEE3DLY, the Language
      *Environment delay service).
       01  WS-OPEN-TRIES           PIC 9(03) VALUE ZERO.
       01  WS-OPEN-LIMIT           PIC 9(03) VALUE 30.
       01  WS-OPEN-WAIT            PIC S9(09) BINARY VALUE 2.
       01  WS-DELAY-FEEDBACK       PIC X(12).
      *
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM H100-OPEN-FILES
           PERFORM H120-READ-CARD
           PERFORM H130-OPEN-LEDGER
           PERFORM H140-LOAD-BUSINESS-DATE
           IF JCT-CHECK OR JCT-ROLL
              PERFORM H160-LOAD-PREREQS
              PERFORM H200-CHECK-JOB
              END-IF
           IF JCT-ROLL
              PERFORM H300-ROLL-DATE
              END-IF
           IF JCT-POST OR JCT-ROLL
              PERFORM H400-POST-JOB
              END-IF
           PERFORM H999-EXIT-PROGRAM.
       0000-END. EXIT.

       H100-OPEN-FILES.
           OPEN INPUT CONTROL-FILE.
           IF (ST-CONTROL-FILE NOT = 0) AND (ST-CONTROL-FILE NOT = 97)
              DISPLAY 'JOBCTL DID NOT OPEN: ' ST-CONTROL-FILE
              MOVE ST-CONTROL-FILE TO RETURN-CODE
              PERFORM H999-EXIT-PROGRAM
              END-IF.
       H100-END. EXIT.

       H120-READ-CARD.
           READ CONTROL-FILE.
           IF JOBCTL-EOF
              DISPLAY 'JOBCTL IS EMPTY - NOTHING TO CHECK OR POST'
              MOVE 16 TO RETURN-CODE
              PERFORM H999-EXIT-PROGRAM
              END-IF.
           IF (NOT JCT-CHECK AND NOT JCT-POST AND NOT JCT-ROLL)
              OR JCT-JOB = SPACES
              DISPLAY 'MALFORMED JOBCTL CARD: ' JCT-MODE JCT-JOB
              MOVE 16 TO RETURN-CODE
              PERFORM H999-EXIT-PROGRAM
              END-IF.
           DISPLAY 'JOB: ' JCT-JOB ' MODE: ' JCT-MODE.
       H120-END. EXIT.

       H130-OPEN-LEDGER.
      *The cluster is SHAREOPTIONS(2 3): any number of readers, one
      *updater.  A gate opens it for input and never waits.  A post
      *or a roll opens it for update; finding it held by another job
      *(status 93 - the balance-lookup partitions post side by side)
      *it waits and tries again, and only gives up after the last
      *attempt.
           IF JCT-CHECK
              OPEN INPUT LEDGER-FILE
           ELSE
              MOVE 93 TO ST-LEDGER-FILE
              PERFORM H135-TRY-LEDGER-UPDATE
                 UNTIL ST-LEDGER-FILE NOT = 93
                    OR WS-OPEN-TRIES >= WS-OPEN-LIMIT
              END-IF.
           IF (ST-LEDGER-FILE NOT = 0) AND (ST-LEDGER-FILE NOT = 97)
              DISPLAY 'JOBLEDGR DID NOT OPEN: ' ST-LEDGER-FILE
              MOVE ST-LEDGER-FILE TO RETURN-CODE
              PERFORM H999-EXIT-PROGRAM
              END-IF.
           MOVE 'Y' TO WS-LEDGER-OPEN.
       H130-END. EXIT.

       H135-TRY-LEDGER-UPDATE.
           IF WS-OPEN-TRIES > ZERO
              DISPLAY 'JOBLEDGR IN USE - WAITING, ATTEMPT '
                 WS-OPEN-TRIES
              CALL 'CEE3DLY' USING WS-OPEN-WAIT WS-DELAY-FEEDBACK
              END-IF.
           ADD 1 TO WS-OPEN-TRIES.
           OPEN I-O LEDGER-FILE.
       H135-END. EXIT.

       H140-LOAD-BUSINESS-DATE.
      *BUSDATE has no compiled-in fallback: absent, empty or not a
      *valid date stops the step with RC 16.  A roll keeps it open
      *to rewrite the record.
           IF JCT-ROLL
              OPEN I-O BUSDATE-FILE
           ELSE
              OPEN INPUT BUSDATE-FILE
              END-IF.
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
           MOVE 'Y' TO WS-BUSDATE-OPEN.
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
           IF NOT JCT-ROLL
              CLOSE BUSDATE-FILE
              MOVE 'N' TO WS-BUSDATE-OPEN
              END-IF.
           DISPLAY 'BUSINESS DATE: ' WS-BUSINESS-DATE.
       H140-END. EXIT.

       H160-LOAD-PREREQS.
      *An absent JOBPREQ is bad control data; an empty one only
      *means no job has prerequisites, so only the rerun check
      *applies.
           OPEN INPUT PREREQ-FILE.
           IF JOBPREQ-NOT-FOUND
              DISPLAY 'JOBPREQ NOT FOUND - JOB ORDER UNKNOWN'
              MOVE 16 TO RETURN-CODE
              PERFORM H999-EXIT-PROGRAM
              END-IF.
           IF (ST-PREREQ-FILE NOT = 0) AND (ST-PREREQ-FILE NOT = 97)
              DISPLAY 'JOBPREQ DID NOT OPEN: ' ST-PREREQ-FILE
              MOVE ST-PREREQ-FILE TO RETURN-CODE
              PERFORM H999-EXIT-PROGRAM
              END-IF.
           READ PREREQ-FILE.
           IF JOBPREQ-EOF
              DISPLAY 'JOBPREQ IS EMPTY - NO PREREQUISITES IN EFFECT'
              END-IF.
           PERFORM H170-LOAD-ONE-PREREQ UNTIL JOBPREQ-EOF.
           CLOSE PREREQ-FILE.
       H160-END. EXIT.

       H170-LOAD-ONE-PREREQ.
           IF PRQ-JOB = SPACES OR PRQ-PREREQ = SPACES
              DISPLAY 'MALFORMED JOBPREQ RECORD: ' PRQ-REC
              MOVE 16 TO RETURN-CODE
              PERFORM H999-EXIT-PROGRAM
              END-IF.
           IF WS-PRQ-COUNT >= 200
              DISPLAY 'JOBPREQ HAS MORE ENTRIES THAN THE TABLE '
                 'HOLDS (200)'
              MOVE 16 TO RETURN-CODE
              PERFORM H999-EXIT-PROGRAM
              END-IF.
           ADD 1 TO WS-PRQ-COUNT.
           MOVE PRQ-JOB    TO WS-PRQ-JOB (WS-PRQ-COUNT).
           MOVE PRQ-PREREQ TO WS-PRQ-PREREQ (WS-PRQ-COUNT).
           READ PREREQ-FILE.
       H170-END. EXIT.

       H200-CHECK-JOB.
      *A job already on the ledger for today has run: RC 24 stops a
      *second MAINT (or a second roll) for the same day.
           MOVE WS-BUSINESS-DATE TO LGR-DATE.
           MOVE JCT-JOB          TO LGR-JOB.
           READ LEDGER-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 DISPLAY 'JOB ALREADY COMPLETED FOR ' WS-BUSINESS-DATE
                    ' AT ' LGR-DONE-DATE ' ' LGR-DONE-TIME
                 MOVE 'ALREADY COMPLETED' TO WS-OUTCOME
                 MOVE 24 TO RETURN-CODE
                 PERFORM H999-EXIT-PROGRAM
           END-READ.
           PERFORM VARYING WS-PRQ-IDX FROM 1 BY 1
              UNTIL WS-PRQ-IDX > WS-PRQ-COUNT
              IF WS-PRQ-JOB (WS-PRQ-IDX) = JCT-JOB
                 PERFORM H210-CHECK-ONE-PREREQ
                 END-IF
              END-PERFORM.
           IF WS-MISSING-COUNT > ZERO
              MOVE 'PREREQUISITES NOT COMPLETE' TO WS-OUTCOME
              MOVE 20 TO RETURN-CODE
              PERFORM H999-EXIT-PROGRAM
              END-IF.
           MOVE 'CLEARED TO RUN' TO WS-OUTCOME.
       H200-END. EXIT.

       H210-CHECK-ONE-PREREQ.
           ADD 1 TO WS-PREREQ-COUNT.
           MOVE WS-BUSINESS-DATE        TO LGR-DATE.
           MOVE WS-PRQ-PREREQ (WS-PRQ-IDX) TO LGR-JOB.
           READ LEDGER-FILE
              INVALID KEY
                 DISPLAY 'PREREQUISITE NOT COMPLETE: '
                    WS-PRQ-PREREQ (WS-PRQ-IDX)
                 ADD 1 TO WS-MISSING-COUNT
           END-READ.
       H210-END. EXIT.

       H300-ROLL-DATE.
      *The next business day is the card's date when one is given
      *(a holiday, or a long weekend) and otherwise the next
      *weekday.  The new date is written before the roll is posted:
      *if the post then fails, a rerun finds the new day's
      *prerequisites outstanding rather than rolling twice.
           MOVE JCT-NEXT-DATE TO WS-OVERRIDE-DATE.
           IF WS-OVERRIDE-DATE NOT = SPACES
              PERFORM H310-CHECK-OVERRIDE
              MOVE WS-OVERRIDE-NUM TO WS-NEXT-DATE
           ELSE
              COMPUTE WS-INT-DATE =
                 FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE) + 1
              PERFORM H320-FIND-WEEKDAY
              PERFORM H330-SKIP-WEEKEND UNTIL NOT WS-WEEKEND
              COMPUTE WS-NEXT-DATE =
                 FUNCTION DATE-OF-INTEGER(WS-INT-DATE)
              END-IF.
           MOVE WS-BUSINESS-DATE TO BDT-PREV-DATE.
           MOVE WS-NEXT-DATE     TO BDT-DATE.
           REWRITE BDT-REC.
           IF ST-BUSDATE-FILE NOT = 0
              DISPLAY 'BUSDATE REWRITE FAILED: ' ST-BUSDATE-FILE
              MOVE ST-BUSDATE-FILE TO RETURN-CODE
              PERFORM H999-EXIT-PROGRAM
              END-IF.
           DISPLAY 'BUSINESS DATE ROLLED FROM ' WS-BUSINESS-DATE
              ' TO ' WS-NEXT-DATE.
       H300-END. EXIT.

       H310-CHECK-OVERRIDE.
           IF WS-OVERRIDE-DATE NOT NUMERIC
              DISPLAY 'MALFORMED NEXT DATE ON JOBCTL: '
                 WS-OVERRIDE-DATE
              MOVE 16 TO RETURN-CODE
              PERFORM H999-EXIT-PROGRAM
              END-IF.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-OVERRIDE-NUM) NOT = 0
              DISPLAY 'NEXT DATE ON JOBCTL IS NOT A VALID DATE: '
                 WS-OVERRIDE-DATE
              MOVE 16 TO RETURN-CODE
              PERFORM H999-EXIT-PROGRAM
              END-IF.
           IF WS-OVERRIDE-NUM NOT > WS-BUSINESS-DATE
              DISPLAY 'NEXT DATE ON JOBCTL IS NOT AFTER '
                 WS-BUSINESS-DATE ': ' WS-OVERRIDE-DATE
              MOVE 16 TO RETURN-CODE
              PERFORM H999-EXIT-PROGRAM
              END-IF.
       H310-END. EXIT.

       H320-FIND-WEEKDAY.
           DIVIDE WS-INT-DATE BY 7 GIVING WS-WEEK-QUOT
              REMAINDER WS-WEEKDAY.
       H320-END. EXIT.

       H330-SKIP-WEEKEND.
           ADD 1 TO WS-INT-DATE.
           PERFORM H320-FIND-WEEKDAY.
       H330-END. EXIT.

       H400-POST-JOB.
      *Posted against the business date the job ran for - for a
      *roll, the day just closed.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
           MOVE WS-BUSINESS-DATE TO LGR-DATE.
           MOVE JCT-JOB          TO LGR-JOB.
           MOVE WS-TS-DATE       TO LGR-DONE-DATE.
           MOVE WS-TS-TIME       TO LGR-DONE-TIME.
           WRITE LGR-REC
              INVALID KEY
                 DISPLAY 'JOB ALREADY POSTED FOR ' WS-BUSINESS-DATE
                 MOVE 'ALREADY COMPLETED' TO WS-OUTCOME
                 MOVE 24 TO RETURN-CODE
                 PERFORM H999-EXIT-PROGRAM
              NOT INVALID KEY
                 IF JCT-ROLL
                    MOVE 'ROLLED AND POSTED' TO WS-OUTCOME
                 ELSE
                    MOVE 'POSTED COMPLETE' TO WS-OUTCOME
                    END-IF
           END-WRITE.
       H400-END. EXIT.

       H900-CONTROL-REPORT.
           DISPLAY '========== WORK27 JOB LEDGER TOTALS =========='.
           DISPLAY 'JOB                 : ' JCT-JOB.
           DISPLAY 'MODE                : ' JCT-MODE.
           DISPLAY 'BUSINESS DATE       : ' WS-BUSINESS-DATE.
           DISPLAY 'PREREQUISITES       : ' WS-PREREQ-COUNT.
           DISPLAY 'NOT COMPLETE        : ' WS-MISSING-COUNT.
           IF JCT-ROLL AND WS-NEXT-DATE NOT = ZERO
              DISPLAY 'NEXT BUSINESS DATE  : ' WS-NEXT-DATE
              END-IF.
           DISPLAY 'OUTCOME             : ' WS-OUTCOME.
       H900-END. EXIT.

       H999-EXIT-PROGRAM.
           PERFORM H900-CONTROL-REPORT.
           CLOSE CONTROL-FILE.
           IF LEDGER-IS-OPEN
              CLOSE LEDGER-FILE
              END-IF.
           IF BUSDATE-IS-OPEN
              CLOSE BUSDATE-FILE
              END-IF.
           STOP RUN.
       H999-END.

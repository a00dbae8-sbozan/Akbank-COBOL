      *clear.  An account that merely aged past the notify band into
      *the escheat band stays registered - it never woke, so it must
      *not be "notified" again if thresholds move.
      *Each letter is addressed from the ADDRFILE address/contact
      *master (maintained by WORK26).  An account whose customer has
      *no active address gets no letter: it is listed on the HELDMAIL
      *exception listing instead and left off the register (or left
      *on it with its old episode), so the letter is cut on the first
      *run after the address is put right.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                              STATUS ST-CURRENCY-FILE.
           SELECT LETTER-FILE ASSIGN TO LTRFILE
                              STATUS ST-LETTER-FILE.
           SELECT ADDR-FILE   ASSIGN TO ADDRFILE
                              ORGANIZATION INDEXED
                              ACCESS RANDOM
                              RECORD KEY ADR-ID
                              STATUS ST-ADDR-FILE.
           SELECT HELD-FILE   ASSIGN TO HELDMAIL
                              STATUS ST-HELD-FILE.
           SELECT BUSDATE-FILE ASSIGN TO BUSDATE
                              STATUS ST-BUSDATE-FILE.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           03 CURR-NAME            PIC X(20).
       FD  LETTER-FILE RECORDING MODE F.
       01  LTR-LINE                PIC X(132).
       FD  HELD-FILE RECORDING MODE F.
       01  HELD-LINE               PIC X(132).
      *ADR-REC mirrors the ADDRFILE layout in Z95737.CBL(WORK26).
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
              88 CURR-FILE-SUCCESS             VALUE 00 97.
           03 ST-LETTER-FILE       PIC 9(02).
              88 LTRFILE-SUCCESS               VALUE 00 97.
           03 ST-ADDR-FILE         PIC 9(02).
              88 ADDRFILE-SUCCESS              VALUE 00 97.
           03 ST-HELD-FILE         PIC 9(02).
              88 HELDMAIL-SUCCESS              VALUE 00 97.
           03 ST-BUSDATE-FILE      PIC 9(02).
              88 BUSDATE-EOF                   VALUE 10.
              88 BUSDATE-NOT-FOUND             VALUE 35.
           03 WS-ADDRESS-FOUND     PIC X(01).
              88 ADDRESS-ON-FILE               VALUE 'Y'.
           03 WS-HELD-OPEN         PIC X(01) VALUE 'N'.
              88 HELDMAIL-IS-OPEN              VALUE 'Y'.
           03 WS-KEY-FOUND         PIC X(01).
              88 KEY-IS-ON-FILE                VALUE 'Y'.
              88 KEY-NOT-ON-FILE               VALUE 'N'.
       01  WS-BUSINESS-DATE        PIC 9(08) VALUE ZERO.
       01  WS-LETTER-COUNTERS.
           03 WS-NOTI-READ-COUNT   PIC 9(09) VALUE ZERO.
           03 WS-LETTER-COUNT      PIC 9(09) VALUE ZERO.
           03 WS-CLEARED-COUNT     PIC 9(09) VALUE ZERO.
           03 WS-GONE-COUNT        PIC 9(09) VALUE ZERO.
           03 WS-RETAINED-COUNT    PIC 9(09) VALUE ZERO.
           03 WS-HELD-COUNT        PIC 9(09) VALUE ZERO.
           03 WS-HELD-PAGE-COUNT   PIC 9(05) VALUE ZERO.
           03 WS-HELD-LINE-COUNT   PIC 9(03) VALUE ZERO.
       01  WS-LINES-PER-PAGE       PIC 9(03) VALUE 60.
       01  WS-RUN-DATE             PIC 9(08).
       01  WS-INT-DATE             PIC 9(07).
       01  WS-GREG-DATE            PIC 9(08).
           03 WS-LTR-DATE          PIC 9(08).
       01  WS-LTR-RULE.
           03 FILLER               PIC X(132) VALUE ALL '='.
      *Address block under the heading: the customer, two address
      *lines, postcode/district/city, and the delivery channel.
       01  WS-LTR-ADDR-NAME.
           03 WS-LTR-TO-NAME       PIC X(15).
           03 FILLER               PIC X(01) VALUE SPACES.
           03 WS-LTR-TO-SRNAME     PIC X(15).
           03 FILLER               PIC X(101) VALUE SPACES.
       01  WS-LTR-ADDR-1.
           03 WS-LTR-LINE-1        PIC X(30).
           03 FILLER               PIC X(102) VALUE SPACES.
       01  WS-LTR-ADDR-2.
           03 WS-LTR-LINE-2        PIC X(30).
           03 FILLER               PIC X(102) VALUE SPACES.
       01  WS-LTR-ADDR-3.
           03 WS-LTR-POSTCODE      PIC X(05).
           03 FILLER               PIC X(01) VALUE SPACES.
           03 WS-LTR-DISTRICT      PIC X(20).
           03 FILLER               PIC X(01) VALUE SPACES.
           03 WS-LTR-CITY          PIC X(15).
           03 FILLER               PIC X(90) VALUE SPACES.
       01  WS-LTR-DELIVERY.
           03 FILLER               PIC X(10) VALUE 'DELIVERY: '.
           03 WS-LTR-CHANNEL       PIC X(13).
           03 FILLER               PIC X(08) VALUE ' BRANCH '.
           03 WS-LTR-BRANCH        PIC X(05).
           03 FILLER               PIC X(02) VALUE SPACES.
           03 WS-LTR-EMAIL         PIC X(40).
           03 FILLER               PIC X(54) VALUE SPACES.
       01  WS-LTR-DEAR.
           03 FILLER               PIC X(05) VALUE 'DEAR '.
           03 WS-LTR-NAME          PIC X(15).
      -       'ITHDRAWAL, OR A VISIT TO YOUR BRANCH - KEEPS IT ACTIVE.
      -       '  PLEASE CONTACT US.'.
       01  WS-BALANCE-ABS          PIC 9(15).
      *Held-mail exception listing: one line per account whose letter
      *was held for want of an address.
       01  WS-HELD-HEADER-1.
           03 FILLER               PIC X(40)
              VALUE 'Z95737 HELD MAIL - DORMANCY LETTERS     '.
           03 FILLER               PIC X(10) VALUE 'RUN DATE: '.
           03 WS-HELD-HDR-DATE     PIC 9(08).
           03 FILLER               PIC X(62) VALUE SPACES.
           03 FILLER               PIC X(06) VALUE 'PAGE  '.
           03 WS-HELD-HDR-PAGE     PIC ZZZZ9.
           03 FILLER               PIC X(01) VALUE SPACES.
       01  WS-HELD-COLUMNS.
           03 FILLER               PIC X(09) VALUE 'CUST NO  '.
           03 FILLER               PIC X(05) VALUE 'CCY  '.
           03 FILLER               PIC X(35) VALUE 'CUSTOMER NAME'.
           03 FILLER               PIC X(20) VALUE 'REASON'.
           03 FILLER               PIC X(63) VALUE SPACES.
       01  WS-HELD-DETAIL.
           03 WS-HELD-ID           PIC 9(05).
           03 FILLER               PIC X(04) VALUE SPACES.
           03 WS-HELD-ISO          PIC X(03).
           03 FILLER               PIC X(02) VALUE SPACES.
           03 WS-HELD-NAME         PIC X(15).
           03 FILLER               PIC X(01) VALUE SPACES.
           03 WS-HELD-SURNAME      PIC X(15).
           03 FILLER               PIC X(04) VALUE SPACES.
           03 WS-HELD-REASON       PIC X(20).
           03 FILLER               PIC X(63) VALUE SPACES.
       01  WS-HELD-NONE.
           03 FILLER               PIC X(30)
              VALUE 'NO LETTERS HELD THIS RUN'.
           03 FILLER               PIC X(102) VALUE SPACES.
      *
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM H105-LOAD-BUSINESS-DATE
           PERFORM H100-OPEN-FILES
           PERFORM H120-LOAD-CURRENCIES
           PERFORM H150-LOAD-REGISTER
       0000-END. EXIT.

       H100-OPEN-FILES.
           MOVE WS-BUSINESS-DATE TO WS-RUN-DATE.
           OPEN INPUT NOTIFY-FILE.
           IF (ST-NOTIFY-FILE NOT = 0) AND (ST-NOTIFY-FILE NOT = 97)
              DISPLAY 'NOTIFILE DID NOT OPEN: ' ST-NOTIFY-FILE
              MOVE ST-LETTER-FILE TO RETURN-CODE
              PERFORM H999-EXIT-PROGRAM
              END-IF.
           OPEN INPUT ADDR-FILE.
           IF (ST-ADDR-FILE NOT = 0) AND (ST-ADDR-FILE NOT = 97)
              DISPLAY 'ADDRFILE DID NOT OPEN: ' ST-ADDR-FILE
              MOVE ST-ADDR-FILE TO RETURN-CODE
              PERFORM H999-EXIT-PROGRAM
              END-IF.
           OPEN OUTPUT HELD-FILE.
           IF (ST-HELD-FILE NOT = 0) AND (ST-HELD-FILE NOT = 97)
              DISPLAY 'HELDMAIL DID NOT OPEN: ' ST-HELD-FILE
              MOVE ST-HELD-FILE TO RETURN-CODE
              PERFORM H999-EXIT-PROGRAM
              END-IF.
           MOVE 'Y' TO WS-HELD-OPEN.
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
                 PERFORM H240-CARRY-ENTRY-FORWARD
              ELSE
      *The account woke and re-dormed since the letter: new episode.
      *A held letter leaves the old episode on the entry, so the
      *next run still sees a new episode to notify.
                 PERFORM H220-LOOKUP-ADDRESS
                 IF ADDRESS-ON-FILE
                    PERFORM H230-CUT-LETTER
                    MOVE NOTI-LAST-DATE TO WS-R-EPISODE (WS-R-IDX)
                    MOVE WS-RUN-DATE    TO WS-R-SENT (WS-R-IDX)
                 ELSE
                    PERFORM H260-LIST-HELD-MAIL
                    END-IF
                 PERFORM H240-CARRY-ENTRY-FORWARD
                 END-IF
           ELSE
      *First notification; a held letter writes no register entry.
              PERFORM H220-LOOKUP-ADDRESS
              IF ADDRESS-ON-FILE
                 PERFORM H230-CUT-LETTER
                 PERFORM H250-WRITE-NEW-ENTRY
              ELSE
                 PERFORM H260-LIST-HELD-MAIL
                 END-IF
              END-IF.
           READ NOTIFY-FILE.
           IF NOTIFILE-SUCCESS
              END-PERFORM.
       H210-END. EXIT.

       H220-LOOKUP-ADDRESS.
      *Only an active address may go on a letter; WS-HELD-REASON
      *says why the mail is held when there is none.
           MOVE 'N' TO WS-ADDRESS-FOUND.
           MOVE NOTI-ID TO ADR-ID.
           READ ADDR-FILE KEY IS ADR-ID
              INVALID KEY
                 MOVE 'NO ADDRESS ON FILE' TO WS-HELD-REASON
              NOT INVALID KEY
                 IF ADR-ACTIVE
                    MOVE 'Y' TO WS-ADDRESS-FOUND
                 ELSE
                    MOVE 'ADDRESS CLOSED' TO WS-HELD-REASON
                    END-IF
           END-READ.
       H220-END. EXIT.

       H230-CUT-LETTER.
      *One letter per page: bank heading, the address block (ADR-REC
      *is current from H220), customer, body with the
      *last-transaction date, the balance with the currency name
      *spelled out, and the days inactive.
           MOVE NOTI-DVZ TO WS-DVZ-DISPLAY.
           WRITE LTR-LINE AFTER ADVANCING 1 LINE.
           MOVE SPACES TO LTR-LINE.
           WRITE LTR-LINE AFTER ADVANCING 1 LINE.
           PERFORM H235-PRINT-ADDRESS.
           MOVE SPACES TO LTR-LINE.
           WRITE LTR-LINE AFTER ADVANCING 1 LINE.
           MOVE NOTI-NAME   TO WS-LTR-NAME.
           MOVE NOTI-SRNAME TO WS-LTR-SRNAME.
           MOVE WS-LTR-DEAR TO LTR-LINE.
           ADD 1 TO WS-LETTER-COUNT.
       H230-END. EXIT.

       H235-PRINT-ADDRESS.
      *The postal address always prints, and the delivery line tells
      *the mailroom whether the letter is posted, e-mailed or held
      *for pickup at the customer's branch.
           MOVE NOTI-NAME    TO WS-LTR-TO-NAME.
           MOVE NOTI-SRNAME  TO WS-LTR-TO-SRNAME.
           MOVE ADR-LINE-1   TO WS-LTR-LINE-1.
           MOVE ADR-LINE-2   TO WS-LTR-LINE-2.
           MOVE ADR-POSTCODE TO WS-LTR-POSTCODE.
           MOVE ADR-DISTRICT TO WS-LTR-DISTRICT.
           MOVE ADR-CITY     TO WS-LTR-CITY.
           MOVE ADR-BRANCH   TO WS-LTR-BRANCH.
           MOVE SPACES       TO WS-LTR-EMAIL.
           EVALUATE TRUE
              WHEN ADR-BY-EMAIL
                 MOVE 'E-MAIL'        TO WS-LTR-CHANNEL
                 MOVE ADR-EMAIL       TO WS-LTR-EMAIL
              WHEN ADR-BY-BRANCH
                 MOVE 'BRANCH PICKUP' TO WS-LTR-CHANNEL
              WHEN OTHER
                 MOVE 'POST'          TO WS-LTR-CHANNEL
              END-EVALUATE.
           MOVE WS-LTR-ADDR-NAME TO LTR-LINE.
           WRITE LTR-LINE AFTER ADVANCING 1 LINE.
           MOVE WS-LTR-ADDR-1 TO LTR-LINE.
           WRITE LTR-LINE AFTER ADVANCING 1 LINE.
           MOVE WS-LTR-ADDR-2 TO LTR-LINE.
           WRITE LTR-LINE AFTER ADVANCING 1 LINE.
           MOVE WS-LTR-ADDR-3 TO LTR-LINE.
           WRITE LTR-LINE AFTER ADVANCING 1 LINE.
           MOVE WS-LTR-DELIVERY TO LTR-LINE.
           WRITE LTR-LINE AFTER ADVANCING 1 LINE.
       H235-END. EXIT.

       H240-CARRY-ENTRY-FORWARD.
      *The table row WS-R-IDX points at must already be current.
           MOVE WS-R-ID (WS-R-IDX)      TO RGO-ID.
           ADD 1 TO WS-REG-OUT-COUNT.
       H250-END. EXIT.

       H260-LIST-HELD-MAIL.
           IF WS-HELD-PAGE-COUNT = 0
              OR WS-HELD-LINE-COUNT >= WS-LINES-PER-PAGE
              PERFORM H270-HELD-NEW-PAGE
              END-IF.
           MOVE NOTI-ID      TO WS-HELD-ID.
           MOVE NOTI-DVZ-ISO TO WS-HELD-ISO.
           MOVE NOTI-NAME    TO WS-HELD-NAME.
           MOVE NOTI-SRNAME  TO WS-HELD-SURNAME.
           MOVE WS-HELD-DETAIL TO HELD-LINE.
           WRITE HELD-LINE AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-HELD-LINE-COUNT.
           ADD 1 TO WS-HELD-COUNT.
       H260-END. EXIT.

       H270-HELD-NEW-PAGE.
           ADD 1 TO WS-HELD-PAGE-COUNT.
           MOVE WS-RUN-DATE        TO WS-HELD-HDR-DATE.
           MOVE WS-HELD-PAGE-COUNT TO WS-HELD-HDR-PAGE.
           MOVE WS-HELD-HEADER-1 TO HELD-LINE.
           WRITE HELD-LINE AFTER ADVANCING PAGE.
           MOVE WS-LTR-RULE TO HELD-LINE.
           WRITE HELD-LINE AFTER ADVANCING 1 LINE.
           MOVE WS-HELD-COLUMNS TO HELD-LINE.
           WRITE HELD-LINE AFTER ADVANCING 1 LINE.
           MOVE 3 TO WS-HELD-LINE-COUNT.
       H270-END. EXIT.

       H500-SWEEP-REGISTER.
      *Entries not matched by tonight's NOTIFILE: ask the live
      *master whether the account woke up.  Only a later last-
           DISPLAY 'CLEARED (WOKE UP)    : ' WS-CLEARED-COUNT.
           DISPLAY 'DROPPED (CLOSED)     : ' WS-GONE-COUNT.
           DISPLAY 'RETAINED (DORMANT)   : ' WS-RETAINED-COUNT.
           DISPLAY 'HELD (NO ADDRESS)    : ' WS-HELD-COUNT.
       H900-END. EXIT.

       H999-EXIT-PROGRAM.
           IF HELDMAIL-IS-OPEN AND WS-HELD-PAGE-COUNT = 0
              PERFORM H270-HELD-NEW-PAGE
              MOVE WS-HELD-NONE TO HELD-LINE
              WRITE HELD-LINE AFTER ADVANCING 1 LINE
              END-IF.
           PERFORM H900-CONTROL-REPORT.
           CLOSE NOTIFY-FILE.
           CLOSE IDX-FILE.
           CLOSE REGOUT-FILE.
           CLOSE LETTER-FILE.
           CLOSE ADDR-FILE.
           CLOSE HELD-FILE.
           STOP RUN.
       H999-END.

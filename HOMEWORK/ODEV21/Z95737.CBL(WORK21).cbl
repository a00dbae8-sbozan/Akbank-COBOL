      *the archive are listed on a closing EXCEPTIONS page rather than
      *silently skipped, so the branch knows the reprint was attempted
      *and the date simply is not archived.
      *A reprint goes in the post the same way the nightly statement
      *does, so it carries WORK7's mailing block from the ADDRFILE
      *address/contact master - the customer's address as it stands
      *today, which is the point of reprinting a statement WORK7 held
      *for want of one.  A customer who still has no active address
      *is held again and listed on the exceptions page with the
      *reason, never printed blind.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                               STATUS ST-ARCHIVE-FILE.
           SELECT REPRINT-FILE ASSIGN TO RPRTOUT
                               STATUS ST-REPRINT-FILE.
           SELECT ADDR-FILE    ASSIGN TO ADDRFILE
                               ORGANIZATION INDEXED
                               ACCESS RANDOM
                               RECORD KEY ADR-ID
                               STATUS ST-ADDR-FILE.
           SELECT BUSDATE-FILE ASSIGN TO BUSDATE
                               STATUS ST-BUSDATE-FILE.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           03 ARCH-TRY-EQUIV       PIC X(16).
       FD  REPRINT-FILE RECORDING MODE F.
       01  PRT-LINE                PIC X(132).
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
              88 STMTARCH-SUCCESS              VALUE 00 97.
           03 ST-REPRINT-FILE      PIC 9(02).
              88 RPRTOUT-SUCCESS               VALUE 00 97.
           03 ST-ADDR-FILE         PIC 9(02).
              88 ADDRFILE-SUCCESS              VALUE 00 97.
           03 WS-ADDRESS-FOUND     PIC X(01).
              88 ADDRESS-ON-FILE               VALUE 'Y'.
           03 ST-BUSDATE-FILE      PIC 9(02).
              88 BUSDATE-EOF                   VALUE 10.
              88 BUSDATE-NOT-FOUND             VALUE 35.
           03 WS-BROWSE-DONE       PIC X(01).
              88 BROWSE-DONE                   VALUE 'Y'.
              88 BROWSE-NOT-DONE               VALUE 'N'.
       01  WS-BUSINESS-DATE        PIC 9(08) VALUE ZERO.
       01  WS-REPRINT-COUNTERS.
           03 WS-REQUEST-COUNT     PIC 9(09) VALUE ZERO.
           03 WS-REPRINTED-COUNT   PIC 9(09) VALUE ZERO.
           03 WS-NOTFOUND-COUNT    PIC 9(09) VALUE ZERO.
           03 WS-HELD-COUNT        PIC 9(09) VALUE ZERO.
           03 WS-INVALID-COUNT     PIC 9(09) VALUE ZERO.
       01  WS-REQUESTED-ID         PIC 9(05).
       01  WS-REQUESTED-DATE       PIC 9(08).
                                    SIGN IS TRAILING SEPARATE CHARACTER.
       01  WS-TRY-ALPHA REDEFINES WS-TRY-DISPLAY
                                   PIC X(16).
      *Requests not reprinted - nothing archived, or the mail held
      *for want of an address - kept for the exceptions page with
      *the reason.
       01  WS-EXC-REASON           PIC X(24).
       01  WS-EXCEPTION-COUNT      PIC 9(04) VALUE ZERO.
       01  WS-EXCEPTION-TABLE.
           03 WS-EXC-ENTRY OCCURS 1000 TIMES.
              05 WS-EXC-ID         PIC 9(05).
              05 WS-EXC-DATE       PIC 9(08).
              05 WS-EXC-WHY        PIC X(24).
       01  WS-EXC-IDX              PIC 9(04).
      *Pagination and print lines, WORK7's discipline and layouts.
       01  WS-LINES-PER-PAGE       PIC 9(03) VALUE 60.
           03 FILLER               PIC X(01) VALUE SPACES.
           03 WS-DET-SURNAME       PIC X(15).
           03 FILLER               PIC X(84) VALUE SPACES.
      *Mailing block: two address lines, postcode/district/city, and
      *how the statement reaches the customer - WORK7's layout.
       01  WS-DETAIL-ADDR-1.
           03 FILLER               PIC X(16)
              VALUE 'MAILING ADDRESS:'.
           03 FILLER               PIC X(01) VALUE SPACES.
           03 WS-DET-LINE-1        PIC X(30).
           03 FILLER               PIC X(85) VALUE SPACES.
       01  WS-DETAIL-ADDR-2.
           03 FILLER               PIC X(17) VALUE SPACES.
           03 WS-DET-LINE-2        PIC X(30).
           03 FILLER               PIC X(85) VALUE SPACES.
       01  WS-DETAIL-ADDR-3.
           03 FILLER               PIC X(17) VALUE SPACES.
           03 WS-DET-POSTCODE      PIC X(05).
           03 FILLER               PIC X(01) VALUE SPACES.
           03 WS-DET-DISTRICT      PIC X(20).
           03 FILLER               PIC X(01) VALUE SPACES.
           03 WS-DET-CITY          PIC X(15).
           03 FILLER               PIC X(73) VALUE SPACES.
       01  WS-DETAIL-DELIVERY.
           03 FILLER               PIC X(16)
              VALUE 'DELIVERY       :'.
           03 FILLER               PIC X(01) VALUE SPACES.
           03 WS-DET-CHANNEL       PIC X(13).
           03 FILLER               PIC X(08) VALUE ' BRANCH '.
           03 WS-DET-BRANCH        PIC X(05).
           03 FILLER               PIC X(02) VALUE SPACES.
           03 WS-DET-EMAIL         PIC X(40).
           03 FILLER               PIC X(47) VALUE SPACES.
       01  WS-DETAIL-TENURE.
           03 FILLER               PIC X(16)
              VALUE 'CUSTOMER FOR   :'.
           03 WS-EXC-DET-ID        PIC 9(05).
           03 FILLER               PIC X(07) VALUE '  DATE '.
           03 WS-EXC-DET-DATE      PIC 9(08).
           03 FILLER               PIC X(04) VALUE '  - '.
           03 WS-EXC-DET-WHY       PIC X(24).
           03 FILLER               PIC X(71) VALUE SPACES.
       01  WS-BALANCE-ABS          PIC 9(15).
       01  WS-TRYTOT-ABS           PIC 9(18).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM H105-LOAD-BUSINESS-DATE
           PERFORM H100-OPEN-FILES
           READ REQUEST-FILE.
           IF RPRTREQ-SUCCESS
              MOVE ST-ARCHIVE-FILE TO RETURN-CODE
              PERFORM H999-EXIT-PROGRAM
              END-IF.
           OPEN INPUT ADDR-FILE.
           IF (ST-ADDR-FILE NOT = 0) AND (ST-ADDR-FILE NOT = 97)
              DISPLAY 'ADDRFILE DID NOT OPEN: ' ST-ADDR-FILE
              MOVE ST-ADDR-FILE TO RETURN-CODE
              PERFORM H999-EXIT-PROGRAM
              END-IF.
           OPEN OUTPUT REPRINT-FILE.
           IF (ST-REPRINT-FILE NOT = 0) AND
              (ST-REPRINT-FILE NOT = 97)
              MOVE ST-REPRINT-FILE TO RETURN-CODE
              PERFORM H999-EXIT-PROGRAM
              END-IF.
           MOVE WS-BUSINESS-DATE TO WS-RUN-DATE.
           PERFORM H300-NEW-PAGE.
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

       H200-SERVE-REQUEST.
           IF REQ-ID NOT NUMERIC OR REQ-DATE NOT NUMERIC
              DISPLAY 'REQUEST SKIPPED - NON-NUMERIC FIELDS: '
              MOVE FUNCTION NUMVAL(REQ-DATE) TO WS-REQUESTED-DATE
              PERFORM H220-BROWSE-STATEMENT
              IF WS-CURR-LINE-COUNT = ZERO
                 MOVE 'NO ARCHIVE RECORD FOUND' TO WS-EXC-REASON
                 PERFORM H260-NOTE-EXCEPTION
                 ADD 1 TO WS-NOTFOUND-COUNT
              ELSE
                 PERFORM H250-LOOKUP-ADDRESS
                 IF ADDRESS-ON-FILE
                    PERFORM H400-FORMAT-BLOCK
                    ADD 1 TO WS-REPRINTED-COUNT
                 ELSE
                    PERFORM H260-NOTE-EXCEPTION
                    ADD 1 TO WS-HELD-COUNT
                    END-IF
                 END-IF
              END-IF.
           READ REQUEST-FILE.
              END-IF.
       H240-END. EXIT.

       H250-LOOKUP-ADDRESS.
      *WORK7's rule: only an active address may go on a statement;
      *WS-EXC-REASON says why the mail is held when there is none.
           MOVE 'N' TO WS-ADDRESS-FOUND.
           MOVE WS-REQUESTED-ID TO ADR-ID.
           READ ADDR-FILE KEY IS ADR-ID
              INVALID KEY
                 MOVE 'HELD: NO ADDRESS ON FILE' TO WS-EXC-REASON
              NOT INVALID KEY
                 IF ADR-ACTIVE
                    MOVE 'Y' TO WS-ADDRESS-FOUND
                 ELSE
                    MOVE 'HELD: ADDRESS CLOSED' TO WS-EXC-REASON
                    END-IF
           END-READ.
       H250-END. EXIT.

       H260-NOTE-EXCEPTION.
      *WS-EXC-REASON must already be set by the caller.
           IF WS-EXCEPTION-COUNT >= 1000
              DISPLAY 'EXCEPTION TABLE FULL AT CUSTOMER '
                 WS-REQUESTED-ID ' - SPLIT THE REQUEST FILE'
              TO WS-EXC-ID (WS-EXCEPTION-COUNT).
           MOVE WS-REQUESTED-DATE
              TO WS-EXC-DATE (WS-EXCEPTION-COUNT).
           MOVE WS-EXC-REASON
              TO WS-EXC-WHY (WS-EXCEPTION-COUNT).
       H260-END. EXIT.

       H300-NEW-PAGE.
       H300-END. EXIT.

       H400-FORMAT-BLOCK.
      *Same block WORK7 prints: 3 header lines + 4 address lines +
      *the currency lines + TRY total + rule, kept together across
      *page breaks.
           COMPUTE WS-BLOCK-LINES = WS-CURR-LINE-COUNT + 9.
           IF WS-LINE-COUNT + WS-BLOCK-LINES > WS-LINES-PER-PAGE
              PERFORM H300-NEW-PAGE
              END-IF.
           WRITE PRT-LINE AFTER ADVANCING 1 LINE.
           MOVE WS-DETAIL-NAME TO PRT-LINE.
           WRITE PRT-LINE AFTER ADVANCING 1 LINE.
           PERFORM H420-PRINT-ADDRESS.
           MOVE WS-DETAIL-TENURE TO PRT-LINE.
           WRITE PRT-LINE AFTER ADVANCING 1 LINE.
           PERFORM H450-PRINT-CURRENCY-LINE
           ADD WS-BLOCK-LINES TO WS-LINE-COUNT.
       H400-END. EXIT.

       H420-PRINT-ADDRESS.
      *As WORK7: the postal address always prints - the envelope
      *needs it even for a branch-pickup customer - and the delivery
      *line tells the mailroom which way the reprint actually goes.
           MOVE ADR-LINE-1   TO WS-DET-LINE-1.
           MOVE ADR-LINE-2   TO WS-DET-LINE-2.
           MOVE ADR-POSTCODE TO WS-DET-POSTCODE.
           MOVE ADR-DISTRICT TO WS-DET-DISTRICT.
           MOVE ADR-CITY     TO WS-DET-CITY.
           MOVE ADR-BRANCH   TO WS-DET-BRANCH.
           MOVE SPACES       TO WS-DET-EMAIL.
           EVALUATE TRUE
              WHEN ADR-BY-EMAIL
                 MOVE 'E-MAIL'        TO WS-DET-CHANNEL
                 MOVE ADR-EMAIL       TO WS-DET-EMAIL
              WHEN ADR-BY-BRANCH
                 MOVE 'BRANCH PICKUP' TO WS-DET-CHANNEL
              WHEN OTHER
                 MOVE 'POST'          TO WS-DET-CHANNEL
              END-EVALUATE.
           MOVE WS-DETAIL-ADDR-1 TO PRT-LINE.
           WRITE PRT-LINE AFTER ADVANCING 1 LINE.
           MOVE WS-DETAIL-ADDR-2 TO PRT-LINE.
           WRITE PRT-LINE AFTER ADVANCING 1 LINE.
           MOVE WS-DETAIL-ADDR-3 TO PRT-LINE.
           WRITE PRT-LINE AFTER ADVANCING 1 LINE.
           MOVE WS-DETAIL-DELIVERY TO PRT-LINE.
           WRITE PRT-LINE AFTER ADVANCING 1 LINE.
       H420-END. EXIT.

       H450-PRINT-CURRENCY-LINE.
           IF WS-CL-BALANCE (WS-CURR-LINE-IDX) < 0
              MOVE 'DR' TO WS-DET-CRDR
       H450-END. EXIT.

       H500-EXCEPTIONS-PAGE.
      *The requests not reprinted, on their own page so the branch
      *sees every attempted reprint accounted for.
           IF WS-EXCEPTION-COUNT > ZERO
              PERFORM H300-NEW-PAGE
              MOVE 'EXCEPTIONS - REQUESTS NOT REPRINTED:'
                 TO PRT-LINE
              WRITE PRT-LINE AFTER ADVANCING 1 LINE
              MOVE SPACES TO PRT-LINE
              END-IF.
           MOVE WS-EXC-ID (WS-EXC-IDX)   TO WS-EXC-DET-ID.
           MOVE WS-EXC-DATE (WS-EXC-IDX) TO WS-EXC-DET-DATE.
           MOVE WS-EXC-WHY (WS-EXC-IDX)  TO WS-EXC-DET-WHY.
           MOVE WS-EXC-DETAIL TO PRT-LINE.
           WRITE PRT-LINE AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-LINE-COUNT.
           DISPLAY 'REQUESTS READ       : ' WS-REQUEST-COUNT.
           DISPLAY 'STATEMENTS REPRINTED: ' WS-REPRINTED-COUNT.
           DISPLAY 'NOT FOUND (EXCEPTED): ' WS-NOTFOUND-COUNT.
           DISPLAY 'HELD - NO ADDRESS   : ' WS-HELD-COUNT.
           DISPLAY 'SKIPPED (INVALID)   : ' WS-INVALID-COUNT.
       H900-END. EXIT.

           CLOSE REQUEST-FILE.
           CLOSE ARCHIVE-FILE.
           CLOSE REPRINT-FILE.
           CLOSE ADDR-FILE.
           STOP RUN.
       H999-END.

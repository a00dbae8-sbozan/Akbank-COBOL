      *the branch stapled together by hand; STMTFILE arrives sorted
      *by customer ID (see the SORT step in Z95737.JCL(STMNTRUN)), so
      *the customer's records are adjacent and fold into one block.
      *Each block carries the customer's mailing address and delivery
      *channel from the ADDRFILE address/contact master (maintained by
      *WORK26).  A customer with no address on file, or only a closed
      *one, is not printed blind: the statement is held and the
      *customer listed on the HELDMAIL exception listing, for the
      *branch to reprint through WORK21 (which addresses it the same
      *way) once the address is fixed and month-end has archived it.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                                 STATUS ST-STATEMENT-FILE.
           SELECT PRINT-FILE     ASSIGN TO PRNTFILE
                                 STATUS ST-PRINT-FILE.
           SELECT ADDR-FILE      ASSIGN TO ADDRFILE
                                 ORGANIZATION INDEXED
                                 ACCESS RANDOM
                                 RECORD KEY ADR-ID
                                 STATUS ST-ADDR-FILE.
           SELECT HELD-FILE      ASSIGN TO HELDMAIL
                                 STATUS ST-HELD-FILE.
           SELECT BUSDATE-FILE ASSIGN TO BUSDATE
                                 STATUS ST-BUSDATE-FILE.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           03 STMT-DATE            PIC 9(08).
       FD  PRINT-FILE RECORDING MODE F.
       01  PRT-LINE                PIC X(132).
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
              88 STMTFILE-SUCCESS              VALUE 00 97.
           03 ST-PRINT-FILE        PIC 9(02).
              88 PRNTFILE-SUCCESS              VALUE 00 97.
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
       01  WS-BUSINESS-DATE        PIC 9(08) VALUE ZERO.
       01  WS-REPORT-COUNTERS.
           03 WS-STMT-READ-COUNT   PIC 9(07) VALUE ZERO.
           03 WS-CUST-PRINTED      PIC 9(07) VALUE ZERO.
           03 WS-PAGE-COUNT        PIC 9(05) VALUE ZERO.
           03 WS-LINE-COUNT        PIC 9(03) VALUE ZERO.
           03 WS-CUST-HELD         PIC 9(07) VALUE ZERO.
           03 WS-HELD-PAGE-COUNT   PIC 9(05) VALUE ZERO.
           03 WS-HELD-LINE-COUNT   PIC 9(03) VALUE ZERO.
      *A statement block is 3 header lines + 4 address lines + one
      *line per currency account + the TRY total + the rule; force a
      *new page when a whole block no longer fits below the 60-line
      *body limit.  The held-mail listing pages on the same limit.
       01  WS-LINES-PER-PAGE       PIC 9(03) VALUE 60.
       01  WS-BLOCK-LINES          PIC 9(03).
       01  WS-RUN-DATE             PIC X(08).
           03 FILLER               PIC X(01) VALUE SPACES.
           03 WS-DET-SURNAME       PIC X(15).
           03 FILLER               PIC X(84) VALUE SPACES.
      *Mailing block: two address lines, postcode/district/city, and
      *how the statement reaches the customer.
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
       01  WS-DETAIL-RULE.
           03 FILLER               PIC X(40) VALUE ALL '-'.
           03 FILLER               PIC X(92) VALUE SPACES.
      *Held-mail exception listing: one line per customer whose
      *statement was held for want of an address.
       01  WS-HELD-HEADER-1.
           03 FILLER               PIC X(40)
              VALUE 'Z95737 HELD MAIL - CUSTOMER STATEMENTS  '.
           03 FILLER               PIC X(10) VALUE 'RUN DATE: '.
           03 WS-HELD-HDR-DATE     PIC X(08).
           03 FILLER               PIC X(62) VALUE SPACES.
           03 FILLER               PIC X(06) VALUE 'PAGE  '.
           03 WS-HELD-HDR-PAGE     PIC ZZZZ9.
           03 FILLER               PIC X(01) VALUE SPACES.
       01  WS-HELD-COLUMNS.
           03 FILLER               PIC X(09) VALUE 'CUST NO  '.
           03 FILLER               PIC X(35) VALUE 'CUSTOMER NAME'.
           03 FILLER               PIC X(10) VALUE 'ACCOUNTS  '.
           03 FILLER               PIC X(20) VALUE 'REASON'.
           03 FILLER               PIC X(58) VALUE SPACES.
       01  WS-HELD-DETAIL.
           03 WS-HELD-ID           PIC 9(05).
           03 FILLER               PIC X(04) VALUE SPACES.
           03 WS-HELD-NAME         PIC X(15).
           03 FILLER               PIC X(01) VALUE SPACES.
           03 WS-HELD-SURNAME      PIC X(15).
           03 FILLER               PIC X(04) VALUE SPACES.
           03 WS-HELD-ACCOUNTS     PIC ZZZZ9.
           03 FILLER               PIC X(05) VALUE SPACES.
           03 WS-HELD-REASON       PIC X(20).
           03 FILLER               PIC X(58) VALUE SPACES.
       01  WS-HELD-NONE.
           03 FILLER               PIC X(30)
              VALUE 'NO STATEMENTS HELD THIS RUN'.
           03 FILLER               PIC X(102) VALUE SPACES.
      *Work fields: magnitudes, signs handled via the CR/DR bytes.
       01  WS-BALANCE-ABS          PIC 9(15).
       01  WS-TRYTOT-ABS           PIC 9(18).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM H105-LOAD-BUSINESS-DATE
           PERFORM H100-OPEN-FILES
           READ STATEMENT-FILE.
           IF STMTFILE-SUCCESS
              MOVE ST-PRINT-FILE TO RETURN-CODE
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

       H200-PRINT-CUSTOMER.
      *One block per customer: remember the header fields from the
      *customer's first record, collect every adjacent record with
           PERFORM H250-COLLECT-LINE
              UNTIL STMTFILE-EOF
                 OR STMT-ID NOT = WS-CURRENT-ID.
           PERFORM H260-LOOKUP-ADDRESS.
           IF ADDRESS-ON-FILE
              PERFORM H400-FORMAT-BLOCK
              ADD 1 TO WS-CUST-PRINTED
           ELSE
              PERFORM H500-LIST-HELD-MAIL
              ADD 1 TO WS-CUST-HELD
              END-IF.
       H200-END. EXIT.

       H250-COLLECT-LINE.
              END-IF.
       H250-END. EXIT.

       H260-LOOKUP-ADDRESS.
      *Only an active address may go on a statement; WS-HELD-REASON
      *says why the mail is held when there is none.
           MOVE 'N' TO WS-ADDRESS-FOUND.
           MOVE WS-CURRENT-ID TO ADR-ID.
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
       H260-END. EXIT.

       H300-NEW-PAGE.
           ADD 1 TO WS-PAGE-COUNT.
           MOVE WS-RUN-DATE   TO WS-HDR-DATE.
       H300-END. EXIT.

       H400-FORMAT-BLOCK.
      *3 header lines + 4 address lines + the currency lines + TRY
      *total + rule.
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
      *The postal address always prints - the envelope needs it even
      *for a branch-pickup customer - and the delivery line tells
      *the mailroom which way the statement actually goes.
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
      *Balance: edit the magnitude with thousands separators and show
      *the sign as CR (credit) or DR (overdrawn) instead of the
           WRITE PRT-LINE AFTER ADVANCING 1 LINE.
       H450-END. EXIT.

       H500-LIST-HELD-MAIL.
           IF WS-HELD-PAGE-COUNT = 0
              OR WS-HELD-LINE-COUNT >= WS-LINES-PER-PAGE
              PERFORM H510-HELD-NEW-PAGE
              END-IF.
           MOVE WS-CURRENT-ID      TO WS-HELD-ID.
           MOVE WS-CUST-NAME       TO WS-HELD-NAME.
           MOVE WS-CUST-SURNAME    TO WS-HELD-SURNAME.
           MOVE WS-CURR-LINE-COUNT TO WS-HELD-ACCOUNTS.
           MOVE WS-HELD-DETAIL TO HELD-LINE.
           WRITE HELD-LINE AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-HELD-LINE-COUNT.
       H500-END. EXIT.

       H510-HELD-NEW-PAGE.
           ADD 1 TO WS-HELD-PAGE-COUNT.
           MOVE WS-RUN-DATE        TO WS-HELD-HDR-DATE.
           MOVE WS-HELD-PAGE-COUNT TO WS-HELD-HDR-PAGE.
           MOVE WS-HELD-HEADER-1 TO HELD-LINE.
           WRITE HELD-LINE AFTER ADVANCING PAGE.
           MOVE WS-HEADER-2 TO HELD-LINE.
           WRITE HELD-LINE AFTER ADVANCING 1 LINE.
           MOVE WS-HELD-COLUMNS TO HELD-LINE.
           WRITE HELD-LINE AFTER ADVANCING 1 LINE.
           MOVE 3 TO WS-HELD-LINE-COUNT.
       H510-END. EXIT.

       H900-CONTROL-REPORT.
           DISPLAY '========= WORK7 CONTROL TOTALS ========='.
           DISPLAY 'STATEMENT LINES READ (STMTFILE): '
           DISPLAY 'CUSTOMERS PRINTED    (PRNTFILE): '
              WS-CUST-PRINTED.
           DISPLAY 'PAGES PRINTED                  : ' WS-PAGE-COUNT.
           DISPLAY 'STATEMENTS HELD      (HELDMAIL): '
              WS-CUST-HELD.
       H900-END. EXIT.

       H999-EXIT-PROGRAM.
           IF HELDMAIL-IS-OPEN AND WS-HELD-PAGE-COUNT = 0
              PERFORM H510-HELD-NEW-PAGE
              MOVE WS-HELD-NONE TO HELD-LINE
              WRITE HELD-LINE AFTER ADVANCING 1 LINE
              END-IF.
           PERFORM H900-CONTROL-REPORT.
           CLOSE STATEMENT-FILE.
           CLOSE PRINT-FILE.
           CLOSE ADDR-FILE.
           CLOSE HELD-FILE.
           STOP RUN.
       H999-END.

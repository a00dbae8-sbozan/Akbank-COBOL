                               STATUS ST-HISTORY-FILE.
           SELECT TREND-FILE   ASSIGN TO TRNDFILE
                               STATUS ST-TREND-FILE.
           SELECT BUSDATE-FILE ASSIGN TO BUSDATE
                               STATUS ST-BUSDATE-FILE.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
                                    SIGN IS TRAILING SEPARATE CHARACTER.
       FD  TREND-FILE RECORDING MODE F.
       01  TRND-LINE               PIC X(132).
      *The business-date control record (see WORK27): every date
      *this program stamps is the business date, not the clock.
       FD  BUSDATE-FILE RECORDING MODE F.
       01  BDT-REC.
           03 BDT-DATE             PIC 9(08).
           03 BDT-PREV-DATE        PIC 9(08).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
              88 HISTORY-SUCCESS               VALUE 00 97.
           03 ST-TREND-FILE        PIC 9(02).
              88 TRNDFILE-SUCCESS              VALUE 00 97.
           03 ST-BUSDATE-FILE      PIC 9(02).
              88 BUSDATE-EOF                   VALUE 10.
              88 BUSDATE-NOT-FOUND             VALUE 35.
       01  WS-BUSINESS-DATE        PIC 9(08) VALUE ZERO.
       01  WS-PERIOD-TOTALS.
           03 WS-NIGHT-COUNT       PIC 9(05) VALUE ZERO.
           03 WS-FEED-SUM          PIC 9(12) VALUE ZERO.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM H105-LOAD-BUSINESS-DATE
           PERFORM H100-OPEN-FILES
           PERFORM H200-FIRST-PASS
           PERFORM H300-COMPUTE-AVERAGES
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

       H200-FIRST-PASS.
      *Pass 1: period sums and peaks only - the flags in pass 2 need
      *the finished averages, so nothing prints yet.
       H300-END. EXIT.

       H400-SECOND-PASS.
           MOVE WS-BUSINESS-DATE TO WS-HDR-DATE.
           MOVE WS-HEADER-1 TO TRND-LINE.
           WRITE TRND-LINE AFTER ADVANCING PAGE.
           MOVE WS-HEADER-2 TO TRND-LINE.

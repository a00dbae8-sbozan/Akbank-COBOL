                               STATUS ST-TOLERANCE-FILE.
           SELECT REPORT-FILE  ASSIGN TO FXRVRPT
                               STATUS ST-REPORT-FILE.
           SELECT BUSDATE-FILE ASSIGN TO BUSDATE
                               STATUS ST-BUSDATE-FILE.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           03 FXTL-TOLERANCE       PIC 9(3)V9(6).
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
              88 FXTLPARM-SUCCESS              VALUE 00 97.
           03 ST-REPORT-FILE       PIC 9(02).
              88 FXRVRPT-SUCCESS               VALUE 00 97.
           03 ST-BUSDATE-FILE      PIC 9(02).
              88 BUSDATE-EOF                   VALUE 10.
              88 BUSDATE-NOT-FOUND             VALUE 35.
       01  WS-BUSINESS-DATE        PIC 9(08) VALUE ZERO.
       01  WS-TOLERANCE-PCT        PIC 9(3)V9(6) VALUE 010.
       01  WS-RATE-MOVE-PCT        PIC 9(7)V9(6).
       01  WS-RATE-DIFF            PIC S9(7)V9(6).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM H105-LOAD-BUSINESS-DATE
           PERFORM H100-OPEN-FILES
           PERFORM H120-LOAD-CURRENCIES
           PERFORM H150-LOAD-TOLERANCE
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

       H120-LOAD-CURRENCIES.
      *Same load-with-fallback WORK3's H112/H113/H114 does: row 1 is
      *always the reserved UNKNOWN row, CURRFILE rows follow, and the
       LOOKUP-CURRENCY-END. EXIT.

       H900-REVALUATION-REPORT.
           MOVE WS-BUSINESS-DATE TO WS-RUN-DATE.
           MOVE WS-RUN-DATE TO WS-HDR-DATE.
           MOVE WS-RPT-HEADER-1 TO RPT-LINE.
           WRITE RPT-LINE AFTER ADVANCING PAGE.

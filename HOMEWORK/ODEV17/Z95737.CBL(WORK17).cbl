                               STATUS ST-CURRENCY-FILE.
           SELECT REPORT-FILE  ASSIGN TO INQRPT
                               STATUS ST-REPORT-FILE.
           SELECT BUSDATE-FILE ASSIGN TO BUSDATE
                               STATUS ST-BUSDATE-FILE.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           03 MOV-ACTION           PIC X(01).
           03 MOV-B-BALANCE        PIC X(16).
           03 MOV-A-BALANCE        PIC X(16).
           03 MOV-B-DATE           PIC X(07).
      *Same operations-maintained currency reference WORK3 loads
      *(Z95737.CONTROL.CURRFILE), so the movement lines decode the
      *currency the way every other report does.
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
              88 CURR-FILE-SUCCESS             VALUE 00 97.
           03 ST-REPORT-FILE       PIC 9(02).
              88 INQRPT-SUCCESS                VALUE 00 97.
           03 ST-BUSDATE-FILE      PIC 9(02).
              88 BUSDATE-EOF                   VALUE 10.
              88 BUSDATE-NOT-FOUND             VALUE 35.
           03 WS-BROWSE-DONE       PIC X(01).
              88 BROWSE-DONE                   VALUE 'Y'.
              88 BROWSE-NOT-DONE               VALUE 'N'.
       01  WS-BUSINESS-DATE        PIC 9(08) VALUE ZERO.
       01  WS-INQUIRY-COUNTERS.
           03 WS-REQUEST-COUNT     PIC 9(09) VALUE ZERO.
           03 WS-FOUND-COUNT       PIC 9(09) VALUE ZERO.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM H105-LOAD-BUSINESS-DATE
           PERFORM H100-OPEN-FILES
           PERFORM H120-LOAD-CURRENCIES
           READ REQUEST-FILE.
              MOVE ST-REPORT-FILE TO RETURN-CODE
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

       H120-LOAD-CURRENCIES.
      *Same load-with-fallback WORK3's H112/H113/H114 does: row 1 is
      *always the reserved UNKNOWN row, CURRFILE rows follow, and the

      *on both.  A summary by currency and inactivity band goes to
      *DORMRPT.  The run date and both thresholds come from the
      *DORMPARM control dataset; a zero field there means "use the
      *default" (the business date from BUSDATE / 365 / 3650), a
      *malformed record stops the run.  Until now an analyst
      *unloaded the cluster into a spreadsheet every quarter to
      *produce these lists.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                              STATUS ST-ESCHEAT-FILE.
           SELECT REPORT-FILE ASSIGN TO DORMRPT
                              STATUS ST-REPORT-FILE.
           SELECT BUSDATE-FILE ASSIGN TO BUSDATE
                              STATUS ST-BUSDATE-FILE.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           03 IDX-SRNAME           PIC X(15).
           03 IDX-DATE             PIC S9(07) COMP-3.
           03 IDX-BALANCE          PIC S9(15) COMP-3.
      *DORMPARM: run date YYYYMMDD (zero = business date), then the
      *two inactivity thresholds in days (zero = program default).
       FD  DORMPARM-FILE RECORDING MODE F.
       01  DPRM-REC.
           03 DPRM-RUN-DATE        PIC 9(08).
           03 CURR-CODE            PIC X(3).
           03 CURR-ISO             PIC X(3).
           03 CURR-NAME            PIC X(20).
      *The business-date control record (see WORK27): every date
      *this program stamps is the business date, not the clock.
       FD  BUSDATE-FILE RECORDING MODE F.
       01  BDT-REC.
           03 BDT-DATE             PIC 9(08).
           03 BDT-PREV-DATE        PIC 9(08).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
              88 CURR-FILE-EOF                 VALUE 10.
              88 CURR-FILE-NOT-FOUND           VALUE 35.
              88 CURR-FILE-SUCCESS             VALUE 00 97.
           03 ST-BUSDATE-FILE      PIC 9(02).
              88 BUSDATE-EOF                   VALUE 10.
              88 BUSDATE-NOT-FOUND             VALUE 35.
           03 WS-DATE-CHECK        PIC 9(02).
       01  WS-BUSINESS-DATE        PIC 9(08) VALUE ZERO.
       01  WS-SWEEP-PARMS.
           03 WS-RUN-DATE          PIC 9(08).
           03 WS-NOTIFY-DAYS       PIC 9(05) VALUE 00365.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM H105-LOAD-BUSINESS-DATE
           PERFORM H100-OPEN-FILES
           PERFORM H120-LOAD-CURRENCIES
           PERFORM H150-LOAD-PARMS
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

       H150-LOAD-PARMS.
      *Run date and thresholds from DORMPARM; zero fields fall back
      *to the business date / 365 / 3650.  A malformed record or a
      *non-calendar run date stops the sweep - compliance lists cut
      *against a wrong as-of date are worse than no lists tonight.
           MOVE WS-BUSINESS-DATE TO WS-RUN-DATE.
           OPEN INPUT DORMPARM-FILE.
           IF DORMPARM-NOT-FOUND
              DISPLAY 'DORMPARM NOT FOUND - SWEEPING AS OF BUSINESS '
                 'DATE WITH DEFAULT THRESHOLDS'
           ELSE
              IF (ST-DORMPARM-FILE NOT = 0) AND
                 (ST-DORMPARM-FILE NOT = 97)

                                 STATUS ST-BALANCE-FILE.
           SELECT STATEMENT-FILE ASSIGN TO STMTFILE
                                 STATUS ST-STATEMENT-FILE.
           SELECT BUSDATE-FILE ASSIGN TO BUSDATE
                                 STATUS ST-BUSDATE-FILE.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
                                    SIGN IS TRAILING SEPARATE CHARACTER.
           03 STMT-TRY-EQUIV        PIC S9(15)
                                    SIGN IS TRAILING SEPARATE CHARACTER.
      *The statement date (the business date): with STMT-ID it is
      *what the month-end archive (WORK20) keys reprints on.
           03 STMT-DATE             PIC 9(08).
      *The business-date control record (see WORK27): every date
      *this program stamps is the business date, not the clock.
       FD  BUSDATE-FILE RECORDING MODE F.
       01  BDT-REC.
           03 BDT-DATE             PIC 9(08).
           03 BDT-PREV-DATE        PIC 9(08).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
              88 BALANCEFILE-SUCCESS           VALUE 00 97.
           03 ST-STATEMENT-FILE    PIC 9(02).
              88 STATEMENTFILE-SUCCESS         VALUE 00 97.
           03 ST-BUSDATE-FILE      PIC 9(02).
              88 BUSDATE-EOF                   VALUE 10.
              88 BUSDATE-NOT-FOUND             VALUE 35.
       01  WS-BUSINESS-DATE        PIC 9(08) VALUE ZERO.
      *In-memory lookup table of every WORK2 tenure record, built once
      *at start-up so BALANCE-FILE can be matched to it by customer ID
      *without needing indexed file support.  TENRFILE arrives sorted
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM H105-LOAD-BUSINESS-DATE
           PERFORM H100-OPEN-FILES
           PERFORM H150-LOAD-TENURE-TABLE
           READ BALANCE-FILE
       0000-END. EXIT.

       H100-OPEN-FILES.
           MOVE WS-BUSINESS-DATE TO WS-RUN-DATE.
           OPEN INPUT TENURE-FILE.
           IF (ST-TENURE-FILE NOT = 0) AND (ST-TENURE-FILE NOT = 97)
              DISPLAY 'TENRFILE DID NOT OPEN: ' ST-TENURE-FILE
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

       H150-LOAD-TENURE-TABLE.
      *The SEARCH ALL in H210 is only correct over an ascending
      *table, so the load checks the sequence the STMNTRUN sort

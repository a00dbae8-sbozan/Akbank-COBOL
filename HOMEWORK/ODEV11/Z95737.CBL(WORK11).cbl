                                 STATUS ST-SUMMARY-FILE.
           SELECT HISTORY-FILE   ASSIGN TO HISTFILE
                                 STATUS ST-HISTORY-FILE.
           SELECT BUSDATE-FILE ASSIGN TO BUSDATE
                                 STATUS ST-BUSDATE-FILE.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
                                    SIGN IS TRAILING SEPARATE CHARACTER.
           03 HIST-TRY-TOTAL       PIC S9(20)
                                    SIGN IS TRAILING SEPARATE CHARACTER.
      *The business-date control record (see WORK27): every date
      *this program stamps is the business date, not the clock.
       FD  BUSDATE-FILE RECORDING MODE F.
       01  BDT-REC.
           03 BDT-DATE             PIC 9(08).
           03 BDT-PREV-DATE        PIC 9(08).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
              88 SUMMARY-SUCCESS               VALUE 00 97.
           03 ST-HISTORY-FILE      PIC 9(02).
              88 HISTORY-SUCCESS               VALUE 00 97.
           03 ST-BUSDATE-FILE      PIC 9(02).
              88 BUSDATE-EOF                   VALUE 10.
              88 BUSDATE-NOT-FOUND             VALUE 35.
       01  WS-BUSINESS-DATE        PIC 9(08) VALUE ZERO.
       01  WS-NIGHT-FIGURES.
           03 WS-FEED-READ         PIC 9(09) VALUE ZERO.
           03 WS-TENURE-OUT        PIC 9(09) VALUE ZERO.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM H105-LOAD-BUSINESS-DATE
           PERFORM H100-OPEN-FILES
           PERFORM H200-COUNT-DELTA
           PERFORM H210-COUNT-TENURE
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

       H200-COUNT-DELTA.
           READ DELTA-FILE.
           PERFORM UNTIL DELTA-EOF
       H280-END. EXIT.

       H900-APPEND-HISTORY.
           MOVE WS-BUSINESS-DATE TO HIST-DATE.
           MOVE WS-FEED-READ   TO HIST-FEED-READ.
           MOVE WS-TENURE-OUT  TO HIST-TENURE-OUT.
           MOVE WS-TENURE-REJ  TO HIST-TENURE-REJ.

      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *AUD-REC mirrors WORK5's AUD-REC (AUDTFILE).  AUD-TIME counts
      *on past 235959 when a run crosses midnight (240500 is 00:05
      *the next morning), so MOV-KEY stays in time order within the
      *business date - carry it over as it stands.
       FD  AUDIT-FILE RECORDING MODE F.
       01  AUD-REC.
           03 AUD-DATE             PIC 9(08).
              05 AUD-A-SRNAME      PIC X(15).
              05 AUD-A-DATE        PIC X(07).
              05 AUD-A-BALANCE     PIC X(16).
           03 AUD-APPROVER         PIC X(08).
      *MOV-REC: one balance movement.  The key is the display image
      *of (customer, currency, date, time) so the cluster's native
      *order IS each account's chronological movement history.  The
      *before/after balances keep the audit trail's external display
      *form - spaces for the missing side of an add or a delete.
      *MOV-B-DATE is the master's IDX-DATE (YYYYDDD) before the
      *change, so a point-in-time rebuild can restate it; spaces for
      *an add, and on history folded before the field was added.
       FD  MOVE-FILE.
       01  MOV-REC.
           03 MOV-KEY.
           03 MOV-ACTION           PIC X(01).
           03 MOV-B-BALANCE        PIC X(16).
           03 MOV-A-BALANCE        PIC X(16).
           03 MOV-B-DATE           PIC X(07).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
           MOVE AUD-ACTION    TO MOV-ACTION.
           MOVE AUD-B-BALANCE TO MOV-B-BALANCE.
           MOVE AUD-A-BALANCE TO MOV-A-BALANCE.
           MOVE AUD-B-DATE    TO MOV-B-DATE.
           WRITE MOV-REC
              INVALID KEY
                 ADD 1 TO WS-PRESENT-COUNT

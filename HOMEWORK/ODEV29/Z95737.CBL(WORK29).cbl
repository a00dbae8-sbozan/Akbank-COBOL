       IDENTIFICATION DIVISION.
       PROGRAM-ID. WORK29.
       AUTHOR. Suleyman Bozan.
      *-----------------------------------------------------------------
      *WORK29 gives the overdrawn accounts a memory.  WORK3 cuts a
      *fresh NEGFILE every night, but each night stands alone, so
      *nobody could tell a one-day overdraft from a three-month one.
      *WORK29 folds each night's NEGFILE into a persistent overdraft
      *register (OVRDREG, a GDG rolled like WORK19's NOTIREG: last
      *cycle in, new cycle out) holding per account the date it first
      *went negative, the consecutive days overdrawn since, the worst
      *balance seen, the last balance, the highest collections letter
      *sent and the date it was last charged:
      *  - on NEGFILE and on the register: the overdraft continues;
      *  - on NEGFILE only: a new overdraft, first-negative date today;
      *  - on the register only (not in tonight's BALFEED): the live
      *    IDXFILE balance decides - still negative continues, zero or
      *    above clears the entry, and a deleted account drops out.
      *For every account still overdrawn WORK29 then
      *  - ages it into the 1-30 / 31-60 / 61-90 / 90+ day buckets of
      *    the aging report (OVRDRPT), by currency;
      *  - cuts the collections letter for the highest OVAGPARM
      *    escalation level it has reached and not yet been sent,
      *    addressed from ADDRFILE; no active address puts it on the
      *    HELDMAIL listing instead and the level is not recorded, so
      *    the letter goes out on the first run after the address is
      *    put right (WORK19's rule);
      *  - charges it the OVAGPARM annual overdraft rate on the
      *    overdrawn balance for every day since it was last charged,
      *    as a 'C' charge transaction in WORK5's TRANFILE layout
      *    (CHRGTRAN), so WORK5 applies it with its normal audit
      *    trail.  A charge is a bank posting, so WORK5 applies it
      *    even below the overdraft floor;
      *  - lists it separately on the report when its balance is
      *    below the OVRDPARM overdraft floor WORK5 enforces on
      *    customer postings.
      *OVAGPARM carries the charge rate and has no compiled-in
      *fallback, like INTRFILE: absent, empty or malformed stops the
      *run with RC 16.  RC 4 means NEGFILE records were skipped.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NEGATIVE-FILE ASSIGN TO NEGFILE
                              STATUS ST-NEGATIVE-FILE.
           SELECT REGIN-FILE  ASSIGN TO REGIN
                              STATUS ST-REGIN-FILE.
           SELECT REGOUT-FILE ASSIGN TO REGOUT
                              STATUS ST-REGOUT-FILE.
           SELECT IDX-FILE    ASSIGN TO IDXFILE
                              ORGANIZATION INDEXED
                              ACCESS RANDOM
                              RECORD KEY IDX-KEY
                              STATUS ST-IDX-FILE.
           SELECT PARM-FILE   ASSIGN TO OVAGPARM
                              STATUS ST-PARM-FILE.
           SELECT FLOOR-FILE  ASSIGN TO OVRDPARM
                              STATUS ST-FLOOR-FILE.
           SELECT CURRENCY-FILE ASSIGN TO CURRFILE
                              STATUS ST-CURRENCY-FILE.
           SELECT CHARGE-FILE ASSIGN TO CHRGTRAN
                              STATUS ST-CHARGE-FILE.
           SELECT REPORT-FILE ASSIGN TO OVRDRPT
                              STATUS ST-REPORT-FILE.
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
      *NEG-REC mirrors WORK3's NEG-REC (NEGFILE).
       FD  NEGATIVE-FILE RECORDING MODE F.
       01  NEG-REC.
           03 NREC-ID              PIC S9(5).
           03 NREC-DVZ             PIC S9(3).
           03 NREC-BALANCE         PIC S9(15)
                                    SIGN IS TRAILING SEPARATE CHARACTER.
      *Register entry: the account key, the first-negative date, the
      *consecutive days overdrawn, the worst and the latest balance,
      *the highest letter level sent (0 = none) and the date the
      *account was last charged (0 = never).  REGIN is last cycle's
      *generation, REGOUT the new one.
       FD  REGIN-FILE RECORDING MODE F.
       01  ORI-REC.
           03 ORI-ID               PIC 9(05).
           03 ORI-DVZ              PIC 9(03).
           03 ORI-FIRST-DATE       PIC 9(08).
           03 ORI-DAYS             PIC 9(05).
           03 ORI-WORST            PIC S9(15)
                                    SIGN IS TRAILING SEPARATE CHARACTER.
           03 ORI-BALANCE          PIC S9(15)
                                    SIGN IS TRAILING SEPARATE CHARACTER.
           03 ORI-LETTER-LEVEL     PIC 9(01).
           03 ORI-CHARGED-DATE     PIC 9(08).
       FD  REGOUT-FILE RECORDING MODE F.
       01  ORO-REC.
           03 ORO-ID               PIC 9(05).
           03 ORO-DVZ              PIC 9(03).
           03 ORO-FIRST-DATE       PIC 9(08).
           03 ORO-DAYS             PIC 9(05).
           03 ORO-WORST            PIC S9(15)
                                    SIGN IS TRAILING SEPARATE CHARACTER.
           03 ORO-BALANCE          PIC S9(15)
                                    SIGN IS TRAILING SEPARATE CHARACTER.
           03 ORO-LETTER-LEVEL     PIC 9(01).
           03 ORO-CHARGED-DATE     PIC 9(08).
      *IDX-REC mirrors the IDXFILE layout in Z95737.CBL(WORK3).
       FD  IDX-FILE.
       01  IDX-REC.
           03 IDX-KEY.
              05 IDX-ID            PIC S9(5) COMP-3.
              05 IDX-DVZ           PIC S9(3) COMP-3.
           03 IDX-NAME             PIC X(15).
           03 IDX-SRNAME           PIC X(15).
           03 IDX-DATE             PIC S9(07) COMP-3.
           03 IDX-BALANCE          PIC S9(15) COMP-3.
      *OVAGPARM: one 24-byte record - the days overdrawn at which the
      *first, second and final collections letters go out (strictly
      *ascending), and the annual overdraft charge rate, a percentage
      *with 3 integer + 6 decimal digits and no written point.  A
      *zero rate charges nothing.
       FD  PARM-FILE RECORDING MODE F.
       01  OVAG-REC.
           03 OVAG-LETTER-DAYS     PIC 9(05) OCCURS 3 TIMES.
           03 OVAG-ANNUAL-RATE     PIC 9(3)V9(6).
      *OVRDPARM mirrors WORK5's FLOOR-FILE: the overdraft floor.
       FD  FLOOR-FILE RECORDING MODE F.
       01  FLOR-REC.
           03 FLOR-FLOOR           PIC S9(15)
                                    SIGN IS TRAILING SEPARATE CHARACTER.
      *Same operations-maintained currency reference WORK3 loads.
       FD  CURRENCY-FILE RECORDING MODE F.
       01  CURR-REC.
           03 CURR-CODE            PIC X(3).
           03 CURR-ISO             PIC X(3).
           03 CURR-NAME            PIC X(20).
      *CHRG-REC is byte-for-byte WORK5's TRN-REC (TRANFILE).  The
      *charge carries the account's own IDX-DATE, as WORK14's
      *accruals do, so it never resets the dormancy clock.
       FD  CHARGE-FILE RECORDING MODE F.
       01  CHRG-REC.
           03 CHRG-ACTION          PIC X(01).
           03 CHRG-ID              PIC X(05).
           03 CHRG-DVZ             PIC X(03).
           03 CHRG-NAME            PIC X(15).
           03 CHRG-SRNAME          PIC X(15).
           03 CHRG-DATE            PIC 9(07).
           03 CHRG-BALANCE         PIC S9(15)
                                    SIGN IS TRAILING SEPARATE CHARACTER.
       FD  REPORT-FILE RECORDING MODE F.
       01  RPT-LINE                PIC X(132).
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
       01  WS-WORKSHOP.
           03 ST-NEGATIVE-FILE     PIC 9(02).
              88 NEGFILE-EOF                   VALUE 10.
              88 NEGFILE-SUCCESS               VALUE 00 97.
           03 ST-REGIN-FILE        PIC 9(02).
              88 REGIN-EOF                     VALUE 10.
              88 REGIN-NOT-FOUND               VALUE 35.
              88 REGIN-SUCCESS                 VALUE 00 97.
           03 ST-REGOUT-FILE       PIC 9(02).
              88 REGOUT-SUCCESS                VALUE 00 97.
           03 ST-IDX-FILE          PIC 9(02).
              88 IDXFILE-SUCCESS               VALUE 00 97.
           03 ST-PARM-FILE         PIC 9(02).
              88 OVAGPARM-EOF                  VALUE 10.
              88 OVAGPARM-NOT-FOUND            VALUE 35.
           03 ST-FLOOR-FILE        PIC 9(02).
              88 OVRDPARM-NOT-FOUND            VALUE 35.
           03 ST-CURRENCY-FILE     PIC 9(02).
              88 CURR-FILE-EOF                 VALUE 10.
              88 CURR-FILE-NOT-FOUND           VALUE 35.
              88 CURR-FILE-SUCCESS             VALUE 00 97.
           03 ST-CHARGE-FILE       PIC 9(02).
              88 CHRGTRAN-SUCCESS              VALUE 00 97.
           03 ST-REPORT-FILE       PIC 9(02).
              88 OVRDRPT-SUCCESS               VALUE 00 97.
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
       01  WS-OVERDRAFT-COUNTERS.
           03 WS-NEG-READ-COUNT    PIC 9(09) VALUE ZERO.
           03 WS-NEG-INVALID-COUNT PIC 9(09) VALUE ZERO.
           03 WS-DUPLICATE-COUNT   PIC 9(09) VALUE ZERO.
           03 WS-REG-IN-COUNT      PIC 9(09) VALUE ZERO.
           03 WS-REG-OUT-COUNT     PIC 9(09) VALUE ZERO.
           03 WS-NEW-COUNT         PIC 9(09) VALUE ZERO.
           03 WS-CONTINUED-COUNT   PIC 9(09) VALUE ZERO.
           03 WS-CARRIED-COUNT     PIC 9(09) VALUE ZERO.
           03 WS-CLEARED-COUNT     PIC 9(09) VALUE ZERO.
           03 WS-GONE-COUNT        PIC 9(09) VALUE ZERO.
           03 WS-FLOOR-COUNT       PIC 9(09) VALUE ZERO.
           03 WS-CHARGE-COUNT      PIC 9(09) VALUE ZERO.
           03 WS-HELD-COUNT        PIC 9(09) VALUE ZERO.
           03 WS-LEVEL-COUNT       PIC 9(09) OCCURS 3 TIMES.
           03 WS-HELD-PAGE-COUNT   PIC 9(05) VALUE ZERO.
           03 WS-HELD-LINE-COUNT   PIC 9(03) VALUE ZERO.
       01  WS-LINES-PER-PAGE       PIC 9(03) VALUE 60.
       01  WS-RUN-DATE             PIC 9(08).
       01  WS-RUN-INT              PIC 9(07).
       01  WS-FROM-INT             PIC 9(07).
      *Policy in effect: letter day counts and charge rate from
      *OVAGPARM, the overdraft floor from OVRDPARM (zero when the
      *dataset is absent or empty, as in WORK5).
       01  WS-LETTER-POLICY.
           03 WS-LETTER-DAYS       PIC 9(05) OCCURS 3 TIMES.
       01  WS-ANNUAL-RATE          PIC 9(3)V9(6) VALUE ZERO.
       01  WS-FLOOR-AMOUNT         PIC S9(15) VALUE ZERO.
      *Last cycle's register plus tonight's new overdrafts.  WS-R-SEEN
      *marks entries matched by tonight's NEGFILE; the others are
      *judged against the live master.  Sized to the IDXFILE
      *provisioned capacity; overflow is an RC 8 stop, same contract
      *as WORK19's register table.
       01  WS-REGISTER-COUNT       PIC 9(05) VALUE ZERO.
       01  WS-REGISTER-TABLE.
           03 WS-REG-ENTRY OCCURS 1 TO 60000 TIMES
                           DEPENDING ON WS-REGISTER-COUNT
                           INDEXED BY WS-R-IDX.
              05 WS-R-ID           PIC 9(05).
              05 WS-R-DVZ          PIC 9(03).
              05 WS-R-FIRST        PIC 9(08).
              05 WS-R-DAYS         PIC 9(05).
              05 WS-R-WORST        PIC S9(15).
              05 WS-R-BALANCE      PIC S9(15).
              05 WS-R-LEVEL        PIC 9(01).
              05 WS-R-CHARGED      PIC 9(08).
              05 WS-R-SEEN         PIC X(01).
       01  WS-REG-FOUND            PIC 9(05) VALUE ZERO.
       01  WS-ON-REGISTER-FLAG     PIC X(01).
           88 ON-REGISTER                      VALUE 'Y'.
           88 NOT-ON-REGISTER                  VALUE 'N'.
       01  WS-NEG-ID               PIC 9(05).
       01  WS-NEG-DVZ              PIC 9(03).
      *The account in hand during the final pass.
       01  WS-STILL-OVERDRAWN      PIC X(01).
           88 STILL-OVERDRAWN                  VALUE 'Y'.
       01  WS-BUCKET               PIC 9(01).
       01  WS-LEVEL-DUE            PIC 9(01).
       01  WS-LEVEL-IDX            PIC 9(01).
       01  WS-CHARGE-DAYS          PIC 9(05).
       01  WS-CHARGE-AMOUNT        PIC 9(15).
       01  WS-BALANCE-ABS          PIC 9(15).
       01  WS-ID-DISPLAY           PIC 9(05).
      *Currency table, same load-with-fallback as WORK3.
       01  WS-CURRENCY-INIT-DATA.
           03 FILLER PIC X(26) VALUE '001XXXUNKNOWN CURRENCY    '.
           03 FILLER PIC X(26) VALUE '840USDUS DOLLAR           '.
           03 FILLER PIC X(26) VALUE '978EUREURO                '.
           03 FILLER PIC X(26) VALUE '949TRYTURKISH LIRA        '.
           03 FILLER PIC X(26) VALUE '826GBPBRITISH POUND       '.
       01  WS-CURRENCY-DEFAULTS REDEFINES WS-CURRENCY-INIT-DATA.
           03 WS-DFLT-ENTRY OCCURS 5 TIMES.
              05 WS-DFLT-CODE      PIC X(3).
              05 WS-DFLT-ISO       PIC X(3).
              05 WS-DFLT-NAME      PIC X(20).
       01  WS-CURRENCY-TABLE.
           03 WS-CURR-ENTRY OCCURS 20 TIMES.
              05 WS-CURR-CODE      PIC X(3).
              05 WS-CURR-ISO       PIC X(3).
              05 WS-CURR-NAME      PIC X(20).
       01  WS-CURR-COUNT           PIC 9(02) VALUE ZERO.
       01  WS-CURR-IDX             PIC 9(02).
       01  WS-CURR-FOUND           PIC 9(02).
       01  WS-DVZ-DISPLAY          PIC 9(03).
       01  WS-DVZ-KEY-X            PIC X(03).
      *Aging and charge totals per currency, walked in step with
      *WS-CURRENCY-TABLE; bucket 1-4 = 1-30, 31-60, 61-90, 90+ days.
       01  WS-CURRENCY-STATS.
           03 WS-CURR-STAT-ENTRY OCCURS 20 TIMES.
              05 WS-CURR-BKT-CNT   PIC 9(07) OCCURS 4 TIMES.
              05 WS-CURR-BKT-BAL   PIC S9(17) OCCURS 4 TIMES.
              05 WS-CURR-CHG-CNT   PIC 9(07).
              05 WS-CURR-CHG-AMT   PIC 9(17).
       01  WS-ALL-CURRENCY-STATS.
           03 WS-ALL-BKT-CNT       PIC 9(07) OCCURS 4 TIMES.
           03 WS-ALL-BKT-BAL       PIC S9(17) OCCURS 4 TIMES.
       01  WS-BKT-IDX              PIC 9(01).
       01  WS-RPT-AGING-HEADER.
           03 FILLER               PIC X(04) VALUE 'CCY '.
           03 FILLER               PIC X(32)
              VALUE '     1-30 DAYS CNT / BALANCE    '.
           03 FILLER               PIC X(32)
              VALUE '    31-60 DAYS CNT / BALANCE    '.
           03 FILLER               PIC X(32)
              VALUE '    61-90 DAYS CNT / BALANCE    '.
           03 FILLER               PIC X(32)
              VALUE '      90+ DAYS CNT / BALANCE    '.
       01  WS-RPT-AGING-DETAIL.
           03 WS-RPT-AGE-ISO       PIC X(03).
           03 FILLER               PIC X(01) VALUE SPACES.
           03 WS-RPT-AGE-BUCKET OCCURS 4 TIMES.
              05 WS-RPT-AGE-CNT    PIC Z(06)9.
              05 FILLER            PIC X(01) VALUE SPACES.
              05 WS-RPT-AGE-BAL    PIC -9(17).
              05 FILLER            PIC X(06) VALUE SPACES.
       01  WS-RPT-CHARGE-DETAIL.
           03 WS-RPT-CHG-ISO       PIC X(03).
           03 FILLER               PIC X(06) VALUE ' CNT: '.
           03 WS-RPT-CHG-CNT       PIC 9(07).
           03 FILLER               PIC X(09) VALUE ' AMOUNT: '.
           03 WS-RPT-CHG-AMT       PIC 9(17).
           03 FILLER               PIC X(90) VALUE SPACES.
       01  WS-RPT-FLOOR-DETAIL.
           03 WS-RPT-FLR-ID        PIC 9(05).
           03 FILLER               PIC X(01) VALUE SPACES.
           03 WS-RPT-FLR-ISO       PIC X(03).
           03 FILLER               PIC X(07) VALUE ' BAL: '.
           03 WS-RPT-FLR-BAL       PIC -9(15).
           03 FILLER               PIC X(09) VALUE ' FLOOR: '.
           03 WS-RPT-FLR-FLOOR     PIC -9(15).
           03 FILLER               PIC X(09) VALUE ' WORST: '.
           03 WS-RPT-FLR-WORST     PIC -9(15).
           03 FILLER               PIC X(08) VALUE ' SINCE: '.
           03 WS-RPT-FLR-FIRST     PIC 9(08).
           03 FILLER               PIC X(07) VALUE ' DAYS: '.
           03 WS-RPT-FLR-DAYS      PIC ZZZZ9.
           03 FILLER               PIC X(22) VALUE SPACES.
       01  WS-FLOOR-HEADING        PIC X(01) VALUE 'N'.
           88 FLOOR-HEADING-DONE               VALUE 'Y'.
      *Letter lines - one letter per page, WORK7's print discipline.
       01  WS-LTR-BANKHEAD.
           03 FILLER               PIC X(40)
              VALUE 'Z95737 BANKACILIK - COLLECTIONS UNIT    '.
           03 WS-LTR-NOTICE        PIC X(20).
           03 FILLER               PIC X(58) VALUE SPACES.
           03 FILLER               PIC X(06) VALUE 'DATE: '.
           03 WS-LTR-DATE          PIC 9(08).
       01  WS-LTR-RULE.
           03 FILLER               PIC X(132) VALUE ALL '='.
      *Address block under the heading, as on WORK19's letters.
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
           03 FILLER               PIC X(01) VALUE SPACES.
           03 WS-LTR-SRNAME        PIC X(15).
           03 FILLER               PIC X(01) VALUE ','.
           03 FILLER               PIC X(95) VALUE SPACES.
       01  WS-LTR-BODY-1.
           03 FILLER               PIC X(05) VALUE 'YOUR '.
           03 WS-LTR-DVZ-NAME      PIC X(20).
           03 FILLER               PIC X(01) VALUE '('.
           03 WS-LTR-ISO           PIC X(03).
           03 FILLER               PIC X(36)
              VALUE ') ACCOUNT HAS BEEN OVERDRAWN SINCE '.
           03 WS-LTR-FIRST-DATE    PIC 9(08).
           03 FILLER               PIC X(01) VALUE '.'.
           03 FILLER               PIC X(58) VALUE SPACES.
       01  WS-LTR-BODY-2.
           03 FILLER               PIC X(28)
              VALUE 'IT HAS BEEN OVERDRAWN FOR '.
           03 WS-LTR-DAYS          PIC ZZZZ9.
           03 FILLER               PIC X(26)
              VALUE ' DAYS.  ITS BALANCE IS    '.
           03 WS-LTR-BALANCE       PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
           03 FILLER               PIC X(04) VALUE ' DR.'.
           03 FILLER               PIC X(50) VALUE SPACES.
      *The escalation wording, one line per letter level.
       01  WS-LTR-LEVEL-DATA.
           03 FILLER.
              05 FILLER            PIC X(44)
                 VALUE 'PLEASE BRING THE ACCOUNT BACK INTO CREDIT.  '.
              05 FILLER            PIC X(41)
                 VALUE 'AN OVERDRAFT CHARGE IS APPLIED FOR EVERY '.
              05 FILLER            PIC X(47)
                 VALUE 'DAY IT REMAINS OVERDRAWN.'.
           03 FILLER.
              05 FILLER            PIC X(38)
                 VALUE 'SECOND NOTICE: THE OVERDRAFT IS STILL '.
              05 FILLER            PIC X(44)
                 VALUE 'OUTSTANDING.  PLEASE CONTACT YOUR BRANCH TO '.
              05 FILLER            PIC X(50)
                 VALUE 'ARRANGE REPAYMENT WITHOUT DELAY.'.
           03 FILLER.
              05 FILLER            PIC X(44)
                 VALUE 'FINAL NOTICE: UNLESS THE ACCOUNT IS BROUGHT '.
              05 FILLER            PIC X(41)
                 VALUE 'BACK INTO CREDIT, IT WILL BE REFERRED TO '.
              05 FILLER            PIC X(47)
                 VALUE 'COLLECTIONS WITHOUT FURTHER NOTICE.'.
       01  WS-LTR-LEVEL-TABLE REDEFINES WS-LTR-LEVEL-DATA.
           03 WS-LTR-LEVEL-LINE    PIC X(132) OCCURS 3 TIMES.
      *Held-mail exception listing: one line per letter held for want
      *of an address.
       01  WS-HELD-HEADER-1.
           03 FILLER               PIC X(40)
              VALUE 'Z95737 HELD MAIL - COLLECTIONS LETTERS  '.
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
      *Every control dataset is loaded and checked before the output
      *generations are opened, so bad parameters stop the run before
      *a register or charge file is written.
           PERFORM H105-LOAD-BUSINESS-DATE
           PERFORM H110-LOAD-PARMS
           PERFORM H115-LOAD-FLOOR
           PERFORM H120-LOAD-CURRENCIES
           PERFORM H150-LOAD-REGISTER
           PERFORM H100-OPEN-FILES
           READ NEGATIVE-FILE.
           IF NEGFILE-SUCCESS
              ADD 1 TO WS-NEG-READ-COUNT
              END-IF
           PERFORM H200-FOLD-NEGATIVE UNTIL NEGFILE-EOF
           MOVE 'OVERDRAFT AGING AS OF' TO RPT-LINE
           MOVE WS-RUN-DATE TO RPT-LINE (23:8)
           WRITE RPT-LINE
           PERFORM H300-SETTLE-ENTRY
              VARYING WS-R-IDX FROM 1 BY 1
              UNTIL WS-R-IDX > WS-REGISTER-COUNT
           PERFORM H900-OVERDRAFT-REPORT
           PERFORM H999-EXIT-PROGRAM.
       0000-END. EXIT.

       H100-OPEN-FILES.
           MOVE WS-BUSINESS-DATE TO WS-RUN-DATE.
           COMPUTE WS-RUN-INT = FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).
           PERFORM VARYING WS-CURR-IDX FROM 1 BY 1
              UNTIL WS-CURR-IDX > 20
              PERFORM VARYING WS-BKT-IDX FROM 1 BY 1
                 UNTIL WS-BKT-IDX > 4
                 MOVE ZERO TO WS-CURR-BKT-CNT (WS-CURR-IDX, WS-BKT-IDX)
                 MOVE ZERO TO WS-CURR-BKT-BAL (WS-CURR-IDX, WS-BKT-IDX)
                 END-PERFORM
              MOVE ZERO TO WS-CURR-CHG-CNT (WS-CURR-IDX)
              MOVE ZERO TO WS-CURR-CHG-AMT (WS-CURR-IDX)
              END-PERFORM.
           PERFORM VARYING WS-BKT-IDX FROM 1 BY 1
              UNTIL WS-BKT-IDX > 4
              MOVE ZERO TO WS-ALL-BKT-CNT (WS-BKT-IDX)
              MOVE ZERO TO WS-ALL-BKT-BAL (WS-BKT-IDX)
              END-PERFORM.
           PERFORM VARYING WS-LEVEL-IDX FROM 1 BY 1
              UNTIL WS-LEVEL-IDX > 3
              MOVE ZERO TO WS-LEVEL-COUNT (WS-LEVEL-IDX)
              END-PERFORM.
           OPEN INPUT NEGATIVE-FILE.
           IF (ST-NEGATIVE-FILE NOT = 0)
              AND (ST-NEGATIVE-FILE NOT = 97)
              DISPLAY 'NEGFILE DID NOT OPEN: ' ST-NEGATIVE-FILE
              MOVE ST-NEGATIVE-FILE TO RETURN-CODE
              PERFORM H999-EXIT-PROGRAM
              END-IF.
           OPEN INPUT IDX-FILE.
           IF (ST-IDX-FILE NOT = 0) AND (ST-IDX-FILE NOT = 97)
              DISPLAY 'IDXFILE DID NOT OPEN: ' ST-IDX-FILE
              MOVE ST-IDX-FILE TO RETURN-CODE
              PERFORM H999-EXIT-PROGRAM
              END-IF.
           OPEN OUTPUT REGOUT-FILE.
           IF (ST-REGOUT-FILE NOT = 0) AND (ST-REGOUT-FILE NOT = 97)
              DISPLAY 'REGOUT DID NOT OPEN: ' ST-REGOUT-FILE
              MOVE ST-REGOUT-FILE TO RETURN-CODE
              PERFORM H999-EXIT-PROGRAM
              END-IF.
           OPEN OUTPUT CHARGE-FILE.
           IF (ST-CHARGE-FILE NOT = 0) AND (ST-CHARGE-FILE NOT = 97)
              DISPLAY 'CHRGTRAN DID NOT OPEN: ' ST-CHARGE-FILE
              MOVE ST-CHARGE-FILE TO RETURN-CODE
              PERFORM H999-EXIT-PROGRAM
              END-IF.
           OPEN OUTPUT REPORT-FILE.
           IF (ST-REPORT-FILE NOT = 0) AND (ST-REPORT-FILE NOT = 97)
              DISPLAY 'OVRDRPT DID NOT OPEN: ' ST-REPORT-FILE
              MOVE ST-REPORT-FILE TO RETURN-CODE
              PERFORM H999-EXIT-PROGRAM
              END-IF.
           OPEN OUTPUT LETTER-FILE.
           IF (ST-LETTER-FILE NOT = 0) AND (ST-LETTER-FILE NOT = 97)
              DISPLAY 'LTRFILE DID NOT OPEN: ' ST-LETTER-FILE
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

       H110-LOAD-PARMS.
      *No default for the collections policy: absent, empty, non-
      *numeric, a zero letter day count or day counts out of order
      *stop the run with RC 16.
           OPEN INPUT PARM-FILE.
           IF OVAGPARM-NOT-FOUND
              DISPLAY 'OVAGPARM NOT FOUND - NO OVERDRAFT POLICY'
              MOVE 16 TO RETURN-CODE
              PERFORM H999-EXIT-PROGRAM
              END-IF.
           IF (ST-PARM-FILE NOT = 0) AND (ST-PARM-FILE NOT = 97)
              DISPLAY 'OVAGPARM DID NOT OPEN: ' ST-PARM-FILE
              MOVE ST-PARM-FILE TO RETURN-CODE
              PERFORM H999-EXIT-PROGRAM
              END-IF.
           READ PARM-FILE.
           IF OVAGPARM-EOF
              DISPLAY 'OVAGPARM IS EMPTY - NO OVERDRAFT POLICY'
              MOVE 16 TO RETURN-CODE
              PERFORM H999-EXIT-PROGRAM
              END-IF.
           IF OVAG-REC NOT NUMERIC
              DISPLAY 'MALFORMED OVAGPARM RECORD'
              MOVE 16 TO RETURN-CODE
              PERFORM H999-EXIT-PROGRAM
              END-IF.
           CLOSE PARM-FILE.
           PERFORM VARYING WS-LEVEL-IDX FROM 1 BY 1
              UNTIL WS-LEVEL-IDX > 3
              MOVE OVAG-LETTER-DAYS (WS-LEVEL-IDX)
                 TO WS-LETTER-DAYS (WS-LEVEL-IDX)
              END-PERFORM.
           MOVE OVAG-ANNUAL-RATE TO WS-ANNUAL-RATE.
           IF WS-LETTER-DAYS (1) = ZERO
              OR WS-LETTER-DAYS (2) NOT > WS-LETTER-DAYS (1)
              OR WS-LETTER-DAYS (3) NOT > WS-LETTER-DAYS (2)
              DISPLAY 'OVAGPARM LETTER DAYS NOT STRICTLY ASCENDING'
              MOVE 16 TO RETURN-CODE
              PERFORM H999-EXIT-PROGRAM
              END-IF.
           DISPLAY 'LETTER DAYS: ' WS-LETTER-DAYS (1) ' / '
              WS-LETTER-DAYS (2) ' / ' WS-LETTER-DAYS (3)
              '  CHARGE RATE PCT: ' WS-ANNUAL-RATE.
       H110-END. EXIT.

       H115-LOAD-FLOOR.
      *Same floor WORK5 loads; absent dataset or empty file leaves
      *the zero default in effect, malformed stops the run.
           OPEN INPUT FLOOR-FILE.
           IF OVRDPARM-NOT-FOUND
              DISPLAY 'OVRDPARM NOT FOUND - DEFAULT OVERDRAFT '
                 'FLOOR ' WS-FLOOR-AMOUNT ' IN EFFECT'
           ELSE
              IF (ST-FLOOR-FILE NOT = 0) AND (ST-FLOOR-FILE NOT = 97)
                 DISPLAY 'OVRDPARM DID NOT OPEN: ' ST-FLOOR-FILE
                 MOVE ST-FLOOR-FILE TO RETURN-CODE
                 PERFORM H999-EXIT-PROGRAM
                 END-IF
              READ FLOOR-FILE
              IF ST-FLOOR-FILE = 0
                 IF FLOR-FLOOR NOT NUMERIC
                    DISPLAY 'MALFORMED OVRDPARM FLOOR RECORD'
                    MOVE 16 TO RETURN-CODE
                    PERFORM H999-EXIT-PROGRAM
                    END-IF
                 MOVE FLOR-FLOOR TO WS-FLOOR-AMOUNT
                 DISPLAY 'OVERDRAFT FLOOR FROM OVRDPARM: '
                    WS-FLOOR-AMOUNT
              ELSE
                 DISPLAY 'OVRDPARM EMPTY - DEFAULT OVERDRAFT '
                    'FLOOR ' WS-FLOOR-AMOUNT ' IN EFFECT'
                 END-IF
              CLOSE FLOOR-FILE
              END-IF.
       H115-END. EXIT.

       H120-LOAD-CURRENCIES.
      *Same load-with-fallback WORK3's H112/H113/H114 does: row 1 is
      *always the reserved UNKNOWN row, CURRFILE rows follow, and the
      *compiled-in table stands in when CURRFILE is absent or empty.
      *A malformed record stops the run.
           MOVE WS-DFLT-CODE (1) TO WS-CURR-CODE (1).
           MOVE WS-DFLT-ISO  (1) TO WS-CURR-ISO (1).
           MOVE WS-DFLT-NAME (1) TO WS-CURR-NAME (1).
           MOVE 1 TO WS-CURR-COUNT.
           OPEN INPUT CURRENCY-FILE.
           IF CURR-FILE-NOT-FOUND
              PERFORM H130-DEFAULT-CURRENCIES
           ELSE
              IF (ST-CURRENCY-FILE NOT = 0)
                 AND (ST-CURRENCY-FILE NOT = 97)
                 DISPLAY 'CURRFILE DID NOT OPEN: ' ST-CURRENCY-FILE
                 MOVE ST-CURRENCY-FILE TO RETURN-CODE
                 PERFORM H999-EXIT-PROGRAM
                 END-IF
              READ CURRENCY-FILE
              IF CURR-FILE-EOF
                 PERFORM H130-DEFAULT-CURRENCIES
              ELSE
                 PERFORM H140-LOAD-ONE-CURRENCY
                    UNTIL CURR-FILE-EOF
                 END-IF
              CLOSE CURRENCY-FILE
              END-IF.
           DISPLAY 'CURRENCY TABLE ENTRIES IN EFFECT: '
              WS-CURR-COUNT.
       H120-END. EXIT.

       H130-DEFAULT-CURRENCIES.
           DISPLAY 'CURRFILE NOT FOUND OR EMPTY - COMPILED-IN '
              'CURRENCY TABLE IN EFFECT'.
           PERFORM VARYING WS-CURR-IDX FROM 2 BY 1
              UNTIL WS-CURR-IDX > 5
              MOVE WS-DFLT-CODE (WS-CURR-IDX)
                 TO WS-CURR-CODE (WS-CURR-IDX)
              MOVE WS-DFLT-ISO (WS-CURR-IDX)
                 TO WS-CURR-ISO (WS-CURR-IDX)
              MOVE WS-DFLT-NAME (WS-CURR-IDX)
                 TO WS-CURR-NAME (WS-CURR-IDX)
              END-PERFORM.
           MOVE 5 TO WS-CURR-COUNT.
       H130-END. EXIT.

       H140-LOAD-ONE-CURRENCY.
           IF CURR-CODE NOT NUMERIC
              DISPLAY 'MALFORMED CURRFILE RECORD, CODE: ' CURR-CODE
              MOVE 16 TO RETURN-CODE
              PERFORM H999-EXIT-PROGRAM
              END-IF.
           IF WS-CURR-COUNT >= 20
              DISPLAY 'CURRFILE HAS MORE ENTRIES THAN THE TABLE '
                 'HOLDS (19 PLUS THE UNKNOWN ROW)'
              MOVE 16 TO RETURN-CODE
              PERFORM H999-EXIT-PROGRAM
              END-IF.
           ADD 1 TO WS-CURR-COUNT.
           MOVE CURR-CODE TO WS-CURR-CODE (WS-CURR-COUNT).
           MOVE CURR-ISO  TO WS-CURR-ISO (WS-CURR-COUNT).
           MOVE CURR-NAME TO WS-CURR-NAME (WS-CURR-COUNT).
           READ CURRENCY-FILE.
       H140-END. EXIT.

       H150-LOAD-REGISTER.
      *Last cycle's register generation; a missing dataset is
      *tolerated with a console warning - the first run has no
      *register to read.
           OPEN INPUT REGIN-FILE.
           IF REGIN-NOT-FOUND
              DISPLAY 'REGIN NOT FOUND - TREATING REGISTER AS '
                 'EMPTY (FIRST RUN?)'
           ELSE
              IF (ST-REGIN-FILE NOT = 0) AND (ST-REGIN-FILE NOT = 97)
                 DISPLAY 'REGIN DID NOT OPEN: ' ST-REGIN-FILE
                 MOVE ST-REGIN-FILE TO RETURN-CODE
                 PERFORM H999-EXIT-PROGRAM
                 END-IF
              READ REGIN-FILE
              PERFORM H160-LOAD-ONE-ENTRY UNTIL REGIN-EOF
              CLOSE REGIN-FILE
              END-IF.
           MOVE WS-REGISTER-COUNT TO WS-REG-IN-COUNT.
           DISPLAY 'REGISTER ENTRIES LOADED: ' WS-REGISTER-COUNT.
       H150-END. EXIT.

       H160-LOAD-ONE-ENTRY.
           IF WS-REGISTER-COUNT >= 60000
              DISPLAY 'REGISTER TABLE FULL AT ID: ' ORI-ID
                 ' - RAISE THE TABLE WITH THE IDXFILE CAPACITY'
              MOVE 8 TO RETURN-CODE
              PERFORM H999-EXIT-PROGRAM
              END-IF.
           ADD 1 TO WS-REGISTER-COUNT.
           SET WS-R-IDX TO WS-REGISTER-COUNT.
           MOVE ORI-ID           TO WS-R-ID (WS-R-IDX).
           MOVE ORI-DVZ          TO WS-R-DVZ (WS-R-IDX).
           MOVE ORI-FIRST-DATE   TO WS-R-FIRST (WS-R-IDX).
           MOVE ORI-DAYS         TO WS-R-DAYS (WS-R-IDX).
           MOVE ORI-WORST        TO WS-R-WORST (WS-R-IDX).
           MOVE ORI-BALANCE      TO WS-R-BALANCE (WS-R-IDX).
           MOVE ORI-LETTER-LEVEL TO WS-R-LEVEL (WS-R-IDX).
           MOVE ORI-CHARGED-DATE TO WS-R-CHARGED (WS-R-IDX).
           MOVE 'N'              TO WS-R-SEEN (WS-R-IDX).
           READ REGIN-FILE.
       H160-END. EXIT.

       H200-FOLD-NEGATIVE.
      *A NEGFILE record continues the account's register entry or
      *opens a new one.  A record that will not convert, or that is
      *not actually negative, is counted and skipped; a second record
      *for an account already folded tonight is counted and ignored.
           IF NREC-ID NOT NUMERIC OR NREC-DVZ NOT NUMERIC
              OR NREC-BALANCE NOT NUMERIC
              DISPLAY 'NEGFILE RECORD ' WS-NEG-READ-COUNT
                 ' SKIPPED - NON-NUMERIC FIELD'
              ADD 1 TO WS-NEG-INVALID-COUNT
           ELSE
              IF NREC-BALANCE NOT < ZERO
                 DISPLAY 'NEGFILE RECORD ' WS-NEG-READ-COUNT
                    ' SKIPPED - BALANCE NOT NEGATIVE'
                 ADD 1 TO WS-NEG-INVALID-COUNT
              ELSE
                 MOVE NREC-ID  TO WS-NEG-ID
                 MOVE NREC-DVZ TO WS-NEG-DVZ
                 PERFORM H210-FIND-REGISTER-ENTRY
                 IF ON-REGISTER
                    SET WS-R-IDX TO WS-REG-FOUND
                    IF WS-R-SEEN (WS-R-IDX) = 'Y'
                       ADD 1 TO WS-DUPLICATE-COUNT
                    ELSE
                       ADD 1 TO WS-CONTINUED-COUNT
                       MOVE 'Y' TO WS-R-SEEN (WS-R-IDX)
                       MOVE NREC-BALANCE TO WS-R-BALANCE (WS-R-IDX)
                       END-IF
                 ELSE
                    PERFORM H220-OPEN-NEW-ENTRY
                    END-IF
                 END-IF
              END-IF.
           READ NEGATIVE-FILE.
           IF NEGFILE-SUCCESS
              ADD 1 TO WS-NEG-READ-COUNT
              END-IF.
       H200-END. EXIT.

       H210-FIND-REGISTER-ENTRY.
           MOVE 'N' TO WS-ON-REGISTER-FLAG.
           MOVE ZERO TO WS-REG-FOUND.
           PERFORM VARYING WS-R-IDX FROM 1 BY 1
              UNTIL WS-R-IDX > WS-REGISTER-COUNT
              IF WS-R-ID (WS-R-IDX) = WS-NEG-ID
                 AND WS-R-DVZ (WS-R-IDX) = WS-NEG-DVZ
                 MOVE 'Y' TO WS-ON-REGISTER-FLAG
                 SET WS-REG-FOUND TO WS-R-IDX
                 SET WS-R-IDX TO WS-REGISTER-COUNT
                 END-IF
              END-PERFORM.
       H210-END. EXIT.

       H220-OPEN-NEW-ENTRY.
      *A new overdraft: first negative on this business date, not yet
      *written to or charged.
           IF WS-REGISTER-COUNT >= 60000
              DISPLAY 'REGISTER TABLE FULL AT ID: ' WS-NEG-ID
                 ' - RAISE THE TABLE WITH THE IDXFILE CAPACITY'
              MOVE 8 TO RETURN-CODE
              PERFORM H999-EXIT-PROGRAM
              END-IF.
           ADD 1 TO WS-REGISTER-COUNT.
           ADD 1 TO WS-NEW-COUNT.
           SET WS-R-IDX TO WS-REGISTER-COUNT.
           MOVE WS-NEG-ID    TO WS-R-ID (WS-R-IDX).
           MOVE WS-NEG-DVZ   TO WS-R-DVZ (WS-R-IDX).
           MOVE WS-RUN-DATE  TO WS-R-FIRST (WS-R-IDX).
           MOVE ZERO         TO WS-R-DAYS (WS-R-IDX).
           MOVE NREC-BALANCE TO WS-R-WORST (WS-R-IDX).
           MOVE NREC-BALANCE TO WS-R-BALANCE (WS-R-IDX).
           MOVE ZERO         TO WS-R-LEVEL (WS-R-IDX).
           MOVE ZERO         TO WS-R-CHARGED (WS-R-IDX).
           MOVE 'Y'          TO WS-R-SEEN (WS-R-IDX).
       H220-END. EXIT.

       H300-SETTLE-ENTRY.
      *Every entry is read back against the live master: a deleted
      *account drops out, and one NEGFILE did not carry tonight takes
      *its balance from the master - zero or above clears it.  What
      *is still overdrawn is aged, lettered, charged and carried.
           MOVE 'N' TO WS-STILL-OVERDRAWN.
           MOVE WS-R-ID (WS-R-IDX)  TO IDX-ID.
           MOVE WS-R-DVZ (WS-R-IDX) TO IDX-DVZ.
           READ IDX-FILE KEY IS IDX-KEY
              INVALID KEY MOVE 'N' TO WS-KEY-FOUND
              NOT INVALID KEY MOVE 'Y' TO WS-KEY-FOUND
           END-READ.
           IF KEY-NOT-ON-FILE
              ADD 1 TO WS-GONE-COUNT
           ELSE
              IF WS-R-SEEN (WS-R-IDX) = 'Y'
                 MOVE 'Y' TO WS-STILL-OVERDRAWN
              ELSE
                 IF IDX-BALANCE NOT NUMERIC
                    ADD 1 TO WS-CARRIED-COUNT
                    MOVE 'Y' TO WS-STILL-OVERDRAWN
                 ELSE
                    IF IDX-BALANCE < ZERO
                       ADD 1 TO WS-CARRIED-COUNT
                       MOVE IDX-BALANCE TO WS-R-BALANCE (WS-R-IDX)
                       MOVE 'Y' TO WS-STILL-OVERDRAWN
                    ELSE
                       ADD 1 TO WS-CLEARED-COUNT
                       END-IF
                    END-IF
                 END-IF
              END-IF.
           IF STILL-OVERDRAWN
              PERFORM H310-AGE-ENTRY
              PERFORM H320-CHECK-FLOOR
              PERFORM H330-CHECK-LETTER
              PERFORM H340-CHARGE-ENTRY
              PERFORM H350-CARRY-ENTRY-FORWARD
              END-IF.
       H300-END. EXIT.

       H310-AGE-ENTRY.
      *Days overdrawn count the first-negative day itself, so an
      *account that went negative tonight is one day overdrawn.
           IF WS-R-BALANCE (WS-R-IDX) < WS-R-WORST (WS-R-IDX)
              MOVE WS-R-BALANCE (WS-R-IDX) TO WS-R-WORST (WS-R-IDX)
              END-IF.
           COMPUTE WS-FROM-INT =
              FUNCTION INTEGER-OF-DATE(WS-R-FIRST (WS-R-IDX)).
           COMPUTE WS-R-DAYS (WS-R-IDX) = WS-RUN-INT - WS-FROM-INT + 1.
           EVALUATE TRUE
              WHEN WS-R-DAYS (WS-R-IDX) > 90
                 MOVE 4 TO WS-BUCKET
              WHEN WS-R-DAYS (WS-R-IDX) > 60
                 MOVE 3 TO WS-BUCKET
              WHEN WS-R-DAYS (WS-R-IDX) > 30
                 MOVE 2 TO WS-BUCKET
              WHEN OTHER
                 MOVE 1 TO WS-BUCKET
              END-EVALUATE.
           MOVE WS-R-DVZ (WS-R-IDX) TO WS-DVZ-DISPLAY.
           PERFORM LOOKUP-CURRENCY.
           ADD 1 TO WS-CURR-BKT-CNT (WS-CURR-FOUND, WS-BUCKET).
           ADD WS-R-BALANCE (WS-R-IDX)
              TO WS-CURR-BKT-BAL (WS-CURR-FOUND, WS-BUCKET).
       H310-END. EXIT.

       H320-CHECK-FLOOR.
      *Called out separately: an account below the floor WORK5
      *enforces on customer postings.
           IF WS-R-BALANCE (WS-R-IDX) < WS-FLOOR-AMOUNT
              ADD 1 TO WS-FLOOR-COUNT
              IF NOT FLOOR-HEADING-DONE
                 MOVE 'Y' TO WS-FLOOR-HEADING
                 MOVE SPACES TO RPT-LINE
                 WRITE RPT-LINE
                 MOVE 'ACCOUNTS BELOW THE OVERDRAFT FLOOR' TO RPT-LINE
                 WRITE RPT-LINE
                 END-IF
              MOVE WS-R-ID (WS-R-IDX)      TO WS-RPT-FLR-ID
              MOVE WS-CURR-ISO (WS-CURR-FOUND) TO WS-RPT-FLR-ISO
              MOVE WS-R-BALANCE (WS-R-IDX) TO WS-RPT-FLR-BAL
              MOVE WS-FLOOR-AMOUNT         TO WS-RPT-FLR-FLOOR
              MOVE WS-R-WORST (WS-R-IDX)   TO WS-RPT-FLR-WORST
              MOVE WS-R-FIRST (WS-R-IDX)   TO WS-RPT-FLR-FIRST
              MOVE WS-R-DAYS (WS-R-IDX)    TO WS-RPT-FLR-DAYS
              MOVE WS-RPT-FLOOR-DETAIL TO RPT-LINE
              WRITE RPT-LINE
              END-IF.
       H320-END. EXIT.

       H330-CHECK-LETTER.
      *The highest level whose day count the account has reached; a
      *letter goes out only when that is above the level already
      *sent.  Intermediate levels passed between runs are not sent.
           MOVE ZERO TO WS-LEVEL-DUE.
           PERFORM VARYING WS-LEVEL-IDX FROM 1 BY 1
              UNTIL WS-LEVEL-IDX > 3
              IF WS-R-DAYS (WS-R-IDX)
                 NOT < WS-LETTER-DAYS (WS-LEVEL-IDX)
                 MOVE WS-LEVEL-IDX TO WS-LEVEL-DUE
                 END-IF
              END-PERFORM.
           IF WS-LEVEL-DUE > WS-R-LEVEL (WS-R-IDX)
              PERFORM H360-LOOKUP-ADDRESS
              IF ADDRESS-ON-FILE
                 PERFORM H370-CUT-LETTER
                 MOVE WS-LEVEL-DUE TO WS-R-LEVEL (WS-R-IDX)
              ELSE
                 PERFORM H380-LIST-HELD-MAIL
                 END-IF
              END-IF.
       H330-END. EXIT.

       H340-CHARGE-ENTRY.
      *The annual rate on the overdrawn balance for each day since
      *the last charge (one day for a new overdraft), rounded to the
      *account's currency unit.  The charged date moves on even when
      *the amount rounds to nothing, so no day is charged twice.
           IF WS-R-CHARGED (WS-R-IDX) = ZERO
              MOVE 1 TO WS-CHARGE-DAYS
           ELSE
              IF WS-R-CHARGED (WS-R-IDX) NOT < WS-RUN-DATE
                 MOVE ZERO TO WS-CHARGE-DAYS
              ELSE
                 COMPUTE WS-FROM-INT =
                    FUNCTION INTEGER-OF-DATE(WS-R-CHARGED (WS-R-IDX))
                 COMPUTE WS-CHARGE-DAYS = WS-RUN-INT - WS-FROM-INT
                 END-IF
              END-IF.
           MOVE ZERO TO WS-CHARGE-AMOUNT.
           IF WS-CHARGE-DAYS > ZERO AND WS-ANNUAL-RATE > ZERO
              COMPUTE WS-BALANCE-ABS = ZERO - WS-R-BALANCE (WS-R-IDX)
              COMPUTE WS-CHARGE-AMOUNT ROUNDED =
                 WS-BALANCE-ABS * WS-ANNUAL-RATE * WS-CHARGE-DAYS
                    / 36500
                 ON SIZE ERROR
                    DISPLAY 'OVERDRAFT CHARGE OVERFLOWED FOR ID: '
                       WS-R-ID (WS-R-IDX) ' BALANCE: '
                       WS-R-BALANCE (WS-R-IDX)
                    MOVE 99 TO RETURN-CODE
                    PERFORM H999-EXIT-PROGRAM
              END-COMPUTE
              END-IF.
           IF WS-CHARGE-AMOUNT > ZERO
              PERFORM H345-WRITE-CHARGE
              END-IF.
           IF WS-CHARGE-DAYS > ZERO
              MOVE WS-RUN-DATE TO WS-R-CHARGED (WS-R-IDX)
              END-IF.
       H340-END. EXIT.

       H345-WRITE-CHARGE.
      *A 'C' charge transaction: the charge as a negative delta, the
      *master's own name and last-transaction date riding along (IDX-
      *REC is current from H300).
           MOVE 'C'                 TO CHRG-ACTION.
           MOVE WS-R-ID (WS-R-IDX)  TO WS-ID-DISPLAY.
           MOVE WS-ID-DISPLAY       TO CHRG-ID.
           MOVE WS-R-DVZ (WS-R-IDX) TO WS-DVZ-DISPLAY.
           MOVE WS-DVZ-DISPLAY      TO CHRG-DVZ.
           MOVE IDX-NAME            TO CHRG-NAME.
           MOVE IDX-SRNAME          TO CHRG-SRNAME.
           MOVE IDX-DATE            TO CHRG-DATE.
           COMPUTE CHRG-BALANCE = ZERO - WS-CHARGE-AMOUNT.
           WRITE CHRG-REC.
           IF NOT CHRGTRAN-SUCCESS
              DISPLAY 'CHRGTRAN WRITE FAILED: ' ST-CHARGE-FILE
              MOVE ST-CHARGE-FILE TO RETURN-CODE
              PERFORM H999-EXIT-PROGRAM
              END-IF.
           ADD 1 TO WS-CHARGE-COUNT.
           ADD 1 TO WS-CURR-CHG-CNT (WS-CURR-FOUND).
           ADD WS-CHARGE-AMOUNT TO WS-CURR-CHG-AMT (WS-CURR-FOUND).
       H345-END. EXIT.

       H350-CARRY-ENTRY-FORWARD.
           MOVE WS-R-ID (WS-R-IDX)      TO ORO-ID.
           MOVE WS-R-DVZ (WS-R-IDX)     TO ORO-DVZ.
           MOVE WS-R-FIRST (WS-R-IDX)   TO ORO-FIRST-DATE.
           MOVE WS-R-DAYS (WS-R-IDX)    TO ORO-DAYS.
           MOVE WS-R-WORST (WS-R-IDX)   TO ORO-WORST.
           MOVE WS-R-BALANCE (WS-R-IDX) TO ORO-BALANCE.
           MOVE WS-R-LEVEL (WS-R-IDX)   TO ORO-LETTER-LEVEL.
           MOVE WS-R-CHARGED (WS-R-IDX) TO ORO-CHARGED-DATE.
           WRITE ORO-REC.
           ADD 1 TO WS-REG-OUT-COUNT.
       H350-END. EXIT.

       H360-LOOKUP-ADDRESS.
      *Only an active address may go on a letter; WS-HELD-REASON
      *says why the mail is held when there is none.
           MOVE 'N' TO WS-ADDRESS-FOUND.
           MOVE WS-R-ID (WS-R-IDX) TO ADR-ID.
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
       H360-END. EXIT.

       H370-CUT-LETTER.
      *One letter per page: bank heading with the notice level, the
      *address block (ADR-REC is current from H360), the overdraft
      *since date, days and balance, then the level's wording.
           MOVE WS-RUN-DATE TO WS-LTR-DATE.
           EVALUATE WS-LEVEL-DUE
              WHEN 1 MOVE 'OVERDRAFT REMINDER'  TO WS-LTR-NOTICE
              WHEN 2 MOVE 'SECOND NOTICE'       TO WS-LTR-NOTICE
              WHEN OTHER MOVE 'FINAL NOTICE'    TO WS-LTR-NOTICE
              END-EVALUATE.
           MOVE WS-LTR-BANKHEAD TO LTR-LINE.
           WRITE LTR-LINE AFTER ADVANCING PAGE.
           MOVE WS-LTR-RULE TO LTR-LINE.
           WRITE LTR-LINE AFTER ADVANCING 1 LINE.
           MOVE SPACES TO LTR-LINE.
           WRITE LTR-LINE AFTER ADVANCING 1 LINE.
           PERFORM H375-PRINT-ADDRESS.
           MOVE SPACES TO LTR-LINE.
           WRITE LTR-LINE AFTER ADVANCING 1 LINE.
           MOVE IDX-NAME    TO WS-LTR-NAME.
           MOVE IDX-SRNAME  TO WS-LTR-SRNAME.
           MOVE WS-LTR-DEAR TO LTR-LINE.
           WRITE LTR-LINE AFTER ADVANCING 1 LINE.
           MOVE SPACES TO LTR-LINE.
           WRITE LTR-LINE AFTER ADVANCING 1 LINE.
           MOVE WS-CURR-NAME (WS-CURR-FOUND) TO WS-LTR-DVZ-NAME.
           MOVE WS-CURR-ISO (WS-CURR-FOUND)  TO WS-LTR-ISO.
           MOVE WS-R-FIRST (WS-R-IDX) TO WS-LTR-FIRST-DATE.
           MOVE WS-LTR-BODY-1 TO LTR-LINE.
           WRITE LTR-LINE AFTER ADVANCING 1 LINE.
           MOVE WS-R-DAYS (WS-R-IDX) TO WS-LTR-DAYS.
           COMPUTE WS-BALANCE-ABS = ZERO - WS-R-BALANCE (WS-R-IDX).
           MOVE WS-BALANCE-ABS TO WS-LTR-BALANCE.
           MOVE WS-LTR-BODY-2 TO LTR-LINE.
           WRITE LTR-LINE AFTER ADVANCING 1 LINE.
           MOVE SPACES TO LTR-LINE.
           WRITE LTR-LINE AFTER ADVANCING 1 LINE.
           MOVE WS-LTR-LEVEL-LINE (WS-LEVEL-DUE) TO LTR-LINE.
           WRITE LTR-LINE AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-LEVEL-COUNT (WS-LEVEL-DUE).
       H370-END. EXIT.

       H375-PRINT-ADDRESS.
      *The postal address always prints, and the delivery line tells
      *the mailroom whether the letter is posted, e-mailed or held
      *for pickup at the customer's branch.
           MOVE IDX-NAME     TO WS-LTR-TO-NAME.
           MOVE IDX-SRNAME   TO WS-LTR-TO-SRNAME.
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
       H375-END. EXIT.

       H380-LIST-HELD-MAIL.
           IF WS-HELD-PAGE-COUNT = 0
              OR WS-HELD-LINE-COUNT >= WS-LINES-PER-PAGE
              PERFORM H390-HELD-NEW-PAGE
              END-IF.
           MOVE WS-R-ID (WS-R-IDX) TO WS-HELD-ID.
           MOVE WS-CURR-ISO (WS-CURR-FOUND) TO WS-HELD-ISO.
           MOVE IDX-NAME    TO WS-HELD-NAME.
           MOVE IDX-SRNAME  TO WS-HELD-SURNAME.
           MOVE WS-HELD-DETAIL TO HELD-LINE.
           WRITE HELD-LINE AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-HELD-LINE-COUNT.
           ADD 1 TO WS-HELD-COUNT.
       H380-END. EXIT.

       H390-HELD-NEW-PAGE.
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
       H390-END. EXIT.

       LOOKUP-CURRENCY.
      *Same decode as WORK3's LOOKUP-CURRENCY; unrecognized codes
      *fall to entry 1 (UNKNOWN).  WS-DVZ-DISPLAY must already be
      *set by the caller.
           MOVE WS-DVZ-DISPLAY TO WS-DVZ-KEY-X.
           MOVE 1 TO WS-CURR-FOUND.
           PERFORM VARYING WS-CURR-IDX FROM 1 BY 1
              UNTIL WS-CURR-IDX > WS-CURR-COUNT
              IF WS-CURR-CODE (WS-CURR-IDX) = WS-DVZ-KEY-X
                 MOVE WS-CURR-IDX TO WS-CURR-FOUND
                 MOVE 21 TO WS-CURR-IDX
                 END-IF
              END-PERFORM.
       LOOKUP-CURRENCY-END. EXIT.

       H900-OVERDRAFT-REPORT.
           IF NOT FLOOR-HEADING-DONE
              MOVE SPACES TO RPT-LINE
              WRITE RPT-LINE
              MOVE 'NO ACCOUNT BELOW THE OVERDRAFT FLOOR' TO RPT-LINE
              WRITE RPT-LINE
              END-IF.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE 'NEGFILE READ      : ' TO RPT-LINE.
           MOVE WS-NEG-READ-COUNT TO RPT-LINE (21:9).
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           MOVE '  SKIPPED INVALID : ' TO RPT-LINE.
           MOVE WS-NEG-INVALID-COUNT TO RPT-LINE (21:9).
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           MOVE '  DUPLICATES      : ' TO RPT-LINE.
           MOVE WS-DUPLICATE-COUNT TO RPT-LINE (21:9).
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           MOVE 'REGISTER IN       : ' TO RPT-LINE.
           MOVE WS-REG-IN-COUNT TO RPT-LINE (21:9).
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           MOVE 'NEW OVERDRAFTS    : ' TO RPT-LINE.
           MOVE WS-NEW-COUNT TO RPT-LINE (21:9).
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           MOVE 'CONTINUED (FEED)  : ' TO RPT-LINE.
           MOVE WS-CONTINUED-COUNT TO RPT-LINE (21:9).
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           MOVE 'CONTINUED (MASTER): ' TO RPT-LINE.
           MOVE WS-CARRIED-COUNT TO RPT-LINE (21:9).
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           MOVE 'CLEARED (CREDIT)  : ' TO RPT-LINE.
           MOVE WS-CLEARED-COUNT TO RPT-LINE (21:9).
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           MOVE 'DROPPED (CLOSED)  : ' TO RPT-LINE.
           MOVE WS-GONE-COUNT TO RPT-LINE (21:9).
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           MOVE 'REGISTER OUT      : ' TO RPT-LINE.
           MOVE WS-REG-OUT-COUNT TO RPT-LINE (21:9).
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           MOVE 'BELOW FLOOR       : ' TO RPT-LINE.
           MOVE WS-FLOOR-COUNT TO RPT-LINE (21:9).
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           MOVE 'REMINDERS CUT     : ' TO RPT-LINE.
           MOVE WS-LEVEL-COUNT (1) TO RPT-LINE (21:9).
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           MOVE 'SECOND NOTICES    : ' TO RPT-LINE.
           MOVE WS-LEVEL-COUNT (2) TO RPT-LINE (21:9).
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           MOVE 'FINAL NOTICES     : ' TO RPT-LINE.
           MOVE WS-LEVEL-COUNT (3) TO RPT-LINE (21:9).
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           MOVE 'HELD (NO ADDRESS) : ' TO RPT-LINE.
           MOVE WS-HELD-COUNT TO RPT-LINE (21:9).
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           MOVE 'CHARGES CUT       : ' TO RPT-LINE.
           MOVE WS-CHARGE-COUNT TO RPT-LINE (21:9).
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE 'AGING BY CURRENCY (OWN-CURRENCY BALANCES)' TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-RPT-AGING-HEADER TO RPT-LINE.
           WRITE RPT-LINE.
           PERFORM H910-AGING-LINE
              VARYING WS-CURR-IDX FROM 1 BY 1
              UNTIL WS-CURR-IDX > WS-CURR-COUNT.
           MOVE 'ALL' TO WS-RPT-AGE-ISO.
           PERFORM VARYING WS-BKT-IDX FROM 1 BY 1
              UNTIL WS-BKT-IDX > 4
              MOVE WS-ALL-BKT-CNT (WS-BKT-IDX)
                 TO WS-RPT-AGE-CNT (WS-BKT-IDX)
              MOVE WS-ALL-BKT-BAL (WS-BKT-IDX)
                 TO WS-RPT-AGE-BAL (WS-BKT-IDX)
              END-PERFORM.
           MOVE WS-RPT-AGING-DETAIL TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE 'OVERDRAFT CHARGES BY CURRENCY' TO RPT-LINE.
           WRITE RPT-LINE.
           PERFORM VARYING WS-CURR-IDX FROM 1 BY 1
              UNTIL WS-CURR-IDX > WS-CURR-COUNT
              IF WS-CURR-CHG-CNT (WS-CURR-IDX) > ZERO
                 MOVE WS-CURR-ISO (WS-CURR-IDX)     TO WS-RPT-CHG-ISO
                 MOVE WS-CURR-CHG-CNT (WS-CURR-IDX) TO WS-RPT-CHG-CNT
                 MOVE WS-CURR-CHG-AMT (WS-CURR-IDX) TO WS-RPT-CHG-AMT
                 MOVE WS-RPT-CHARGE-DETAIL TO RPT-LINE
                 WRITE RPT-LINE
                 END-IF
              END-PERFORM.
           IF WS-NEG-INVALID-COUNT > ZERO AND RETURN-CODE < 4
              MOVE 4 TO RETURN-CODE
              END-IF.
       H900-END. EXIT.

       H910-AGING-LINE.
      *One line per currency with anything overdrawn; the ALL line
      *is accumulated on the way.
           IF WS-CURR-BKT-CNT (WS-CURR-IDX, 1) > ZERO
              OR WS-CURR-BKT-CNT (WS-CURR-IDX, 2) > ZERO
              OR WS-CURR-BKT-CNT (WS-CURR-IDX, 3) > ZERO
              OR WS-CURR-BKT-CNT (WS-CURR-IDX, 4) > ZERO
              MOVE WS-CURR-ISO (WS-CURR-IDX) TO WS-RPT-AGE-ISO
              PERFORM VARYING WS-BKT-IDX FROM 1 BY 1
                 UNTIL WS-BKT-IDX > 4
                 MOVE WS-CURR-BKT-CNT (WS-CURR-IDX, WS-BKT-IDX)
                    TO WS-RPT-AGE-CNT (WS-BKT-IDX)
                 MOVE WS-CURR-BKT-BAL (WS-CURR-IDX, WS-BKT-IDX)
                    TO WS-RPT-AGE-BAL (WS-BKT-IDX)
                 ADD WS-CURR-BKT-CNT (WS-CURR-IDX, WS-BKT-IDX)
                    TO WS-ALL-BKT-CNT (WS-BKT-IDX)
                 ADD WS-CURR-BKT-BAL (WS-CURR-IDX, WS-BKT-IDX)
                    TO WS-ALL-BKT-BAL (WS-BKT-IDX)
                 END-PERFORM
              MOVE WS-RPT-AGING-DETAIL TO RPT-LINE
              WRITE RPT-LINE
              END-IF.
       H910-END. EXIT.

       H920-CONTROL-TOTALS.
           DISPLAY '========= WORK29 OVERDRAFT TOTALS ========='.
           DISPLAY 'NEGFILE READ         : ' WS-NEG-READ-COUNT.
           DISPLAY 'SKIPPED INVALID      : ' WS-NEG-INVALID-COUNT.
           DISPLAY 'REGISTER IN          : ' WS-REG-IN-COUNT.
           DISPLAY 'NEW OVERDRAFTS       : ' WS-NEW-COUNT.
           DISPLAY 'CONTINUED (FEED)     : ' WS-CONTINUED-COUNT.
           DISPLAY 'CONTINUED (MASTER)   : ' WS-CARRIED-COUNT.
           DISPLAY 'CLEARED (CREDIT)     : ' WS-CLEARED-COUNT.
           DISPLAY 'DROPPED (CLOSED)     : ' WS-GONE-COUNT.
           DISPLAY 'REGISTER OUT         : ' WS-REG-OUT-COUNT.
           DISPLAY 'BELOW FLOOR          : ' WS-FLOOR-COUNT.
           DISPLAY 'LETTERS L1/L2/L3     : ' WS-LEVEL-COUNT (1) ' / '
              WS-LEVEL-COUNT (2) ' / ' WS-LEVEL-COUNT (3).
           DISPLAY 'HELD (NO ADDRESS)    : ' WS-HELD-COUNT.
           DISPLAY 'CHARGES CUT          : ' WS-CHARGE-COUNT.
       H920-END. EXIT.

       H999-EXIT-PROGRAM.
           IF HELDMAIL-IS-OPEN AND WS-HELD-PAGE-COUNT = 0
              PERFORM H390-HELD-NEW-PAGE
              MOVE WS-HELD-NONE TO HELD-LINE
              WRITE HELD-LINE AFTER ADVANCING 1 LINE
              END-IF.
           PERFORM H920-CONTROL-TOTALS.
           CLOSE NEGATIVE-FILE.
           CLOSE IDX-FILE.
           CLOSE REGOUT-FILE.
           CLOSE CHARGE-FILE.
           CLOSE REPORT-FILE.
           CLOSE LETTER-FILE.
           CLOSE ADDR-FILE.
           CLOSE HELD-FILE.
           STOP RUN.
       H999-END.

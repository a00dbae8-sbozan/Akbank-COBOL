       FILE-CONTROL.
           SELECT IDX-FILE ASSIGN TO IDXFILE
                             ORGANIZATION INDEXED
                             ACCESS DYNAMIC
                             RECORD KEY IDX-KEY
                             STATUS ST-IDX-FILE.
           SELECT INP-FILE ASSIGN TO INPFILE
                             STATUS ST-PARM-FILE.
           SELECT CURRENCY-FILE ASSIGN TO CURRFILE
                             STATUS ST-CURRENCY-FILE.
           SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
                             STATUS ST-RUNCTL-FILE.
      *SEQ-FILE shares ST-INP-FILE with INP-FILE: a step reads one or
      *the other, never both, so INP-FILE-EOF/INP-SUCCESS serve both.
           SELECT SEQ-FILE   ASSIGN TO SEQFILE
                             STATUS ST-INP-FILE.
           SELECT PART-FILE  ASSIGN TO PARTFILE
                             STATUS ST-PART-FILE.
           SELECT SPLIT-FILE-1 ASSIGN TO PARTIN1
                             STATUS ST-SPLIT-FILE.
           SELECT SPLIT-FILE-2 ASSIGN TO PARTIN2
                             STATUS ST-SPLIT-FILE.
           SELECT SPLIT-FILE-3 ASSIGN TO PARTIN3
                             STATUS ST-SPLIT-FILE.
           SELECT SPLIT-FILE-4 ASSIGN TO PARTIN4
                             STATUS ST-SPLIT-FILE.
       DATA DIVISION.
      *DATA DIVISION bölümü: Veri alanlarının ve dosya tanımlarının 
      *bulunduğu bölümdür. FD ifadeleri, dosyaların tanımlarını içerir.
       FILE SECTION.
       FD  OUT-FILE RECORDING MODE F.
      *The OUTFILE, SUSPFILE and NEGFILE layouts live in WORKING-
      *STORAGE (WS-OUT-REC, WS-SUSP-REC, WS-NEG-REC) and are moved to
      *the FD record just before the WRITE: a partition step builds
      *the very same images for PARTFILE without these files open,
      *and the merge step copies them back out byte for byte.
         01  OUT-REC              PIC X(101).
       FD  INP-FILE RECORDING MODE F.
         01  INP-REC.
           03 INP-ID            PIC X(5).
           03 INP-DVZ           PIC X(3).
       FD  SUSPENSE-FILE RECORDING MODE F.
         01  SUSP-REC             PIC X(16).
      *Checkpoint file: last processed record count/INP-ID plus the
      *running control totals, refreshed every WS-CHECKPOINT-INTERVAL
      *records so a restart after an abend can reposition INP-FILE
              05 CKPT-CURR-CNT      PIC 9(9).
              05 CKPT-CURR-BAL      PIC S9(20)
                                   SIGN IS TRAILING SEPARATE CHARACTER.
       FD  NEGATIVE-FILE RECORDING MODE F.
         01  NEG-REC              PIC X(24).
      *Gunluk kur dosyasi: WS-CURR-CODE para birimlerinden her biri
      *icin bir kayit - 1 birim dovizin TRY karsiligi, 7 tam + 6
      *ondalik basamak, ondalik noktasi yazilmadan. Hazine her sabah
      *ise run'i acik bir mesajla durdurur - yeni bir para birimi ya
      *da farkli bir checkpoint kadansi artik kaynak degisikligi
      *degil, veri bakimi isidir.
      *PARMFILE ayrica WORK3'un calisma modunu tasir (bkz. 0000-MAIN
      *aciklamasi): R ya da bosluk = her BALFEED kaydi icin IDXFILE'a
      *rastgele okuma (eski davranis), S = BALFEED IDX-KEY sirasina
      *dizilip IDXFILE ile START/READ NEXT eslesmesi, P = ayni eslesme
      *musteri-ID araliklarina bolunmus dort paralel bolumde. P modunda
      *ilk uc bolumun en yuksek musteri ID'si de buradadir (artan ya
      *da esit; esit sinir bos bir bolum demektir), dorduncu bolum
      *ucuncu sinirin ustunu alir.
       FD  PARM-FILE RECORDING MODE F.
         01  PARM-REC.
           03 PARM-CKPT-INTERVAL PIC 9(9).
           03 PARM-RUN-MODE      PIC X(1).
           03 PARM-PART-HIGH-ID  PIC 9(5) OCCURS 3 TIMES.
       FD  CURRENCY-FILE RECORDING MODE F.
         01  CURR-REC.
           03 CURR-CODE         PIC X(3).
           03 IDX-SRNAME        PIC X(15).
           03 IDX-DATE          PIC S9(07) COMP-3.
           03 IDX-BALANCE       PIC S9(15) COMP-3.
      *RUNCTL: one 80-byte card naming this step's part in the night
      *(see 0000-MAIN).  No card, or no RUNCTL DD at all, is the
      *classic whole-file run.
       FD  RUN-CONTROL-FILE RECORDING MODE F.
         01  RUNCTL-REC.
           03 RUNCTL-ROLE       PIC X(1).
           03 FILLER            PIC X(79).
      *BALFEED record tagged with its position in BALFEED: written by
      *the divide step to PARTIN1-4, sorted into IDX-KEY order, then
      *read back by a partition step as SEQFILE.  The position is
      *what lets the merge step put the night back in BALFEED order.
       FD  SEQ-FILE RECORDING MODE F.
         01  SEQ-REC              PIC X(17).
       FD  SPLIT-FILE-1 RECORDING MODE F.
         01  SPLIT-REC-1          PIC X(17).
       FD  SPLIT-FILE-2 RECORDING MODE F.
         01  SPLIT-REC-2          PIC X(17).
       FD  SPLIT-FILE-3 RECORDING MODE F.
         01  SPLIT-REC-3          PIC X(17).
       FD  SPLIT-FILE-4 RECORDING MODE F.
         01  SPLIT-REC-4          PIC X(17).
      *Partition result file: every OUTFILE, SUSPFILE and NEGFILE
      *image a partition step produces, keyed by the BALFEED position
      *of the record that produced it, and one closing totals record
      *(PRT-TOTALS, key 999999999T) carrying the partition's share of
      *the H900 control totals in the CKPT-REC layout.  Written only
      *at a normal end, so a partition that did not finish has no
      *totals record and the merge refuses to run.  The merge step
      *reads the partitions' files sorted on PRT-SORT-KEY.
       FD  PART-FILE RECORDING MODE F.
         01  PART-REC.
           03 PRT-SORT-KEY.
              05 PRT-SEQ            PIC 9(9).
              05 PRT-TYPE           PIC X(1).
                 88 PRT-OUT                    VALUE 'O'.
                 88 PRT-SUSP                   VALUE 'S'.
                 88 PRT-NEG                    VALUE 'N'.
                 88 PRT-TOTALS                 VALUE 'T'.
           03 PRT-DATA              PIC X(697).
           03 PRT-TRAILER REDEFINES PRT-DATA.
              05 PRT-PARTITION      PIC 9(1).
              05 PRT-RESTART-COUNT  PIC 9(9).
              05 PRT-READ-COUNT     PIC 9(9).
              05 PRT-MATCHED-COUNT  PIC 9(9).
              05 PRT-REJECTED-COUNT PIC 9(9).
              05 PRT-NEGATIVE-COUNT PIC 9(9).
              05 PRT-BALANCE-TOTAL  PIC S9(20)
                                   SIGN IS TRAILING SEPARATE CHARACTER.
              05 PRT-TRY-TOTAL      PIC S9(20)
                                   SIGN IS TRAILING SEPARATE CHARACTER.
              05 PRT-NO-RATE-COUNT  PIC 9(9).
              05 PRT-CURR-ENTRY OCCURS 20 TIMES.
                 07 PRT-CURR-CNT    PIC 9(9).
                 07 PRT-CURR-BAL    PIC S9(20)
                                   SIGN IS TRAILING SEPARATE CHARACTER.

       WORKING-STORAGE SECTION.
      *WORKING-STORAGE SECTION bölümü: Program çalışması için kullanılan
              88 CURR-FILE-EOF                   VALUE 10.
              88 CURR-FILE-NOT-FOUND             VALUE 35.
              88 CURR-SUCCESS                    VALUE 00 97.
           03 ST-RUNCTL-FILE     PIC 9(2).
              88 RUNCTL-EOF                      VALUE 10.
              88 RUNCTL-NOT-FOUND                VALUE 35.
           03 ST-PART-FILE       PIC 9(2).
              88 PART-FILE-EOF                   VALUE 10.
              88 PART-SUCCESS                    VALUE 00 97.
           03 ST-SPLIT-FILE      PIC 9(2).
              88 SPLIT-SUCCESS                   VALUE 00 97.
      *Checkpoint/restart working fields.
         01  WS-RESTART-AREA.
           03 WS-RESTART-COUNT      PIC 9(9) VALUE ZERO.
              05 WS-CURR-CNT-TOT PIC 9(9).
              05 WS-CURR-BAL-TOT PIC S9(20).
         01  WS-CURR-FOUND        PIC 9(2) VALUE 1.
         01  WS-OUT-REC.
           03 REC-ID-O          PIC 9(5).
           03 REC-DVZ-O         PIC 9(3).
           03 REC-DVZ-ISO-O     PIC X(3).
           03 REC-DVZ-NAME-O    PIC X(20).
           03 REC-NAME-O        PIC X(15).
           03 REC-SRNAME-O      PIC X(15).
           03 REC-DATE-O        PIC 9(08).
           03 REC-BALANCE-O     PIC S9(15)
                                 SIGN IS TRAILING SEPARATE CHARACTER.
      *REC-TRY-EQUIV-O: kaydin bakiyesinin gunun kuru ile TRY
      *karsiligi (RATEFILE'dan yuklenen kur x IDX-BALANCE). TRY
      *kayitlarda bakiyenin kendisidir; kuru olmayan bir para
      *birimi icin sifir yazilir ve WS-NO-RATE-COUNT sayilir.
           03 REC-TRY-EQUIV-O   PIC S9(15)
                                 SIGN IS TRAILING SEPARATE CHARACTER.
      *Holds INP-FILE entries that did not match IDX-FILE, so
      *operations has a durable record to review and resubmit.
         01  WS-SUSP-REC.
           03 SREC-ID           PIC S9(5).
           03 SREC-DVZ          PIC S9(3).
           03 SREC-INP-REC      PIC X(8).
      *Negative-balance exception file: a durable copy of every
      *account H220-VALIDREC finds with IDX-BALANCE < 0, so overdrawn
      *accounts survive past the batch step's console output.
         01  WS-NEG-REC.
           03 NREC-ID           PIC S9(5).
           03 NREC-DVZ          PIC S9(3).
           03 NREC-BALANCE      PIC S9(15)
                                 SIGN IS TRAILING SEPARATE CHARACTER.
      *Calisma rolu ve modu: RUNCTL kartindan gelen rol, PARMFILE'dan
      *gelen mod ve P modunun bolum sinirlari (bkz. 0000-MAIN).
         01  WS-RUN-AREA.
           03 WS-RUN-ROLE           PIC X(1) VALUE 'W'.
              88 WHOLE-FILE-RUN            VALUE 'W'.
              88 DIVIDE-RUN                VALUE 'D'.
              88 PARTITION-RUN             VALUE '1' THRU '4'.
              88 MERGE-RUN                 VALUE 'M'.
           03 WS-RUN-MODE           PIC X(1) VALUE 'R'.
              88 RANDOM-MODE               VALUE 'R'.
              88 SKIPSEQ-MODE              VALUE 'S'.
              88 PARTITIONED-MODE          VALUE 'P'.
           03 WS-PART-NO            PIC 9(1) VALUE ZERO.
           03 WS-PART-COUNT         PIC 9(1) VALUE ZERO.
           03 WS-PART-IDX           PIC 9(1).
           03 WS-SPLIT-ID           PIC S9(5) COMP-3.
           03 WS-PART-BOUNDS.
              05 WS-PART-HIGH-ID    PIC 9(5) OCCURS 3 TIMES.
           03 WS-SPLIT-COUNTS.
              05 WS-SPLIT-CNT       PIC 9(9) OCCURS 4 TIMES.
      *The BALFEED record being processed, whichever file it came
      *from, and its BALFEED position (zero in a whole-file run).
         01  WS-INPUT-AREA.
           03 WS-IN-REC.
              05 WS-IN-ID           PIC X(5).
              05 WS-IN-DVZ          PIC X(3).
           03 WS-IN-SEQ             PIC 9(9) VALUE ZERO.
      *Skip-sequential matching (H230-LOCATE-SKIP-SEQ).  The keys are
      *kept in IDX-KEY's own packed layout and compared as groups, so
      *every comparison follows the KSDS's own key order.  The file
      *holds WS-HELD-KEY, the last record READ NEXT returned, and no
      *key lies strictly between WS-FENCE-KEY and WS-HELD-KEY (or
      *beyond WS-FENCE-KEY once the file is at its end).
         01  WS-SKIP-SEQ-AREA.
           03 WS-SEEK-KEY.
              05 WS-SEEK-ID         PIC S9(5) COMP-3.
              05 WS-SEEK-DVZ        PIC S9(3) COMP-3.
           03 WS-HELD-KEY.
              05 WS-HELD-ID         PIC S9(5) COMP-3.
              05 WS-HELD-DVZ        PIC S9(3) COMP-3.
           03 WS-FENCE-KEY.
              05 WS-FENCE-ID        PIC S9(5) COMP-3.
              05 WS-FENCE-DVZ       PIC S9(3) COMP-3.
           03 WS-IDX-POSITION       PIC X(1) VALUE 'N'.
              88 IDX-NOT-POSITIONED        VALUE 'N'.
              88 IDX-HOLDING               VALUE 'Y'.
              88 IDX-AT-END                VALUE 'E'.
           03 WS-KEY-FLAG           PIC X(1) VALUE 'N'.
              88 KEY-FOUND                 VALUE 'Y'.
              88 KEY-NOT-FOUND             VALUE 'N'.
           03 WS-START-COUNT        PIC 9(9) VALUE ZERO.
           03 WS-READ-NEXT-COUNT    PIC 9(9) VALUE ZERO.
      *Merge step checks: PARTFILE keys ascending, BALFEED positions
      *without a gap, and one totals record per partition.  The last
      *image is kept to recognise the repeats a partition restart
      *leaves behind (see H415-MERGE-RECORD).
         01  WS-MERGE-AREA.
           03 WS-LAST-MRG-KEY       PIC X(10) VALUE LOW-VALUES.
           03 WS-LAST-MRG-DATA      PIC X(697) VALUE SPACES.
           03 WS-REPEAT-COUNT       PIC 9(9) VALUE ZERO.
           03 WS-LAST-SEQ           PIC 9(9) VALUE ZERO.
           03 WS-NEXT-SEQ           PIC 9(9) VALUE ZERO.
           03 WS-TRAILER-COUNT      PIC 9(1) VALUE ZERO.
           03 WS-TRAILER-TABLE.
              05 WS-TRAILER-SEEN    PIC X(1) OCCURS 4 TIMES.

      *--------------------
       PROCEDURE DIVISION.
      *PROCEDURE DIVISION bölümü: Programın ana prosedürü burada yer 
      *alır. 0000-MAIN etiketiyle başlar.
      *WORK3 runs in one of four roles, named by the RUNCTL card:
      *  (no card) whole-file run - every BALFEED record is looked up
      *            with a random keyed READ of IDXFILE, as always.
      *  D         divide - numbers every BALFEED record with its
      *            position and deals it out to PARTIN1-4 by the
      *            PARMFILE run mode: R leaves them empty (the night
      *            runs whole-file), S puts everything in PARTIN1, P
      *            splits on the partition bounds.  Ends RC 0, 1 or 2
      *            for R, S or P so the JCL can take the right path.
      *  1 to 4    partition - reads its PARTIN sorted into IDX-KEY
      *            order (SEQFILE) and matches it against IDXFILE
      *            with START/READ NEXT under its own checkpoint,
      *            writing its results and totals to PARTFILE.
      *  M         merge - reads the partitions' PARTFILEs sorted on
      *            BALFEED position and writes the night's OUTFILE,
      *            SUSPFILE, NEGFILE and H900 report exactly as a
      *            whole-file run over the same BALFEED would.
       0000-MAIN.
           PERFORM H102-READ-RUN-CONTROL
           PERFORM H100-OPEN-FILES
           PERFORM H112-LOAD-CONTROLS
           IF WHOLE-FILE-RUN OR PARTITION-RUN
              PERFORM H115-LOAD-RATES
              PERFORM H190-READ-INPUT
              IF INP-SUCCESS
                 ADD 1 TO WS-READ-COUNT
                 END-IF
              PERFORM H200-PROCESS UNTIL INP-FILE-EOF
              END-IF
           IF DIVIDE-RUN
              PERFORM H300-DIVIDE-INPUT
              END-IF
           IF MERGE-RUN
              PERFORM H400-MERGE-PARTITIONS
              END-IF
           PERFORM H999-PROGRAM-EXIT.
       0000-END. EXIT.
       
      *açar ve olası hata durumlarını kontrol eder. OUT-FILE/SUSPENSE-
      *FILE, bir restart tespit edilirse EXTEND modunda açılır ki
      *önceki run'da yazılmış kayıtlar kaybolmasın.
      *Bolme ve birlestirme adimlari kendi dosyalarini acar (H106/
      *H107); bir bolum adimi INP-FILE yerine SEQFILE okur ve uc cikis
      *dosyasi yerine PARTFILE yazar (H101).
           IF DIVIDE-RUN
              PERFORM H106-OPEN-DIVIDE-FILES
           ELSE
              IF MERGE-RUN
                 PERFORM H107-OPEN-MERGE-FILES
              ELSE
                 PERFORM H101-OPEN-LOOKUP-FILES
                 END-IF
              END-IF.
       H100-END. EXIT.

       H101-OPEN-LOOKUP-FILES.
      *H101-OPEN-LOOKUP-FILES opens the files of a run that looks
      *BALFEED up on IDXFILE: the whole-file run and a partition.
           IF PARTITION-RUN
              OPEN INPUT  SEQ-FILE
           ELSE
              OPEN INPUT  INP-FILE
              END-IF.
           IF (ST-INP-FILE NOT = 0) AND (ST-INP-FILE NOT = 97)
           IF PARTITION-RUN
              DISPLAY 'UNABLE TO OPEN SEQFILE: ' ST-INP-FILE
           ELSE
              DISPLAY 'UNABLE TO OPEN INPFILE: ' ST-INP-FILE
              END-IF
           MOVE ST-INP-FILE TO RETURN-CODE
           MOVE 'A' TO WS-EXIT-REASON
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           PERFORM H105-DETERMINE-RESTART.
           IF PARTITION-RUN
              PERFORM H109-OPEN-PARTITION-OUTPUT
           ELSE
              PERFORM H108-OPEN-LOOKUP-OUTPUTS
              END-IF.
           OPEN INPUT  IDX-FILE.
           IF (ST-IDX-FILE NOT = 0) AND (ST-IDX-FILE NOT = 97)
           DISPLAY 'UNABLE TO OPEN IDXFILE: ' ST-IDX-FILE
           MOVE ST-IDX-FILE TO RETURN-CODE
           MOVE 'A' TO WS-EXIT-REASON
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           PERFORM H110-SKIP-PROCESSED-RECORDS.
       H101-END. EXIT.

       H108-OPEN-LOOKUP-OUTPUTS.
           IF RESTART-DETECTED
              OPEN EXTEND OUT-FILE
              OPEN EXTEND SUSPENSE-FILE
           MOVE 'A' TO WS-EXIT-REASON
           PERFORM H999-PROGRAM-EXIT
           END-IF.
       H108-END. EXIT.

       H109-OPEN-PARTITION-OUTPUT.
      *A partition writes everything to PARTFILE, extended on a
      *restart exactly as OUTFILE is in a whole-file run.
           IF RESTART-DETECTED
              OPEN EXTEND PART-FILE
           ELSE
              OPEN OUTPUT PART-FILE
              END-IF.
           IF (ST-PART-FILE NOT = 0) AND (ST-PART-FILE NOT = 97)
           DISPLAY 'UNABLE TO OPEN PARTFILE: ' ST-PART-FILE
           MOVE ST-PART-FILE TO RETURN-CODE
           MOVE 'A' TO WS-EXIT-REASON
           PERFORM H999-PROGRAM-EXIT
           END-IF.
       H109-END. EXIT.

       H106-OPEN-DIVIDE-FILES.
      *The divide step reads BALFEED and writes the four partition
      *files; all four are opened (and so left empty rather than
      *unwritten) whatever the run mode.
           OPEN INPUT  INP-FILE.
           IF (ST-INP-FILE NOT = 0) AND (ST-INP-FILE NOT = 97)
           DISPLAY 'UNABLE TO OPEN INPFILE: ' ST-INP-FILE
           MOVE ST-INP-FILE TO RETURN-CODE
           MOVE 'A' TO WS-EXIT-REASON
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN OUTPUT SPLIT-FILE-1.
           IF (ST-SPLIT-FILE NOT = 0) AND (ST-SPLIT-FILE NOT = 97)
           DISPLAY 'UNABLE TO OPEN PARTIN1: ' ST-SPLIT-FILE
           MOVE ST-SPLIT-FILE TO RETURN-CODE
           MOVE 'A' TO WS-EXIT-REASON
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN OUTPUT SPLIT-FILE-2.
           IF (ST-SPLIT-FILE NOT = 0) AND (ST-SPLIT-FILE NOT = 97)
           DISPLAY 'UNABLE TO OPEN PARTIN2: ' ST-SPLIT-FILE
           MOVE ST-SPLIT-FILE TO RETURN-CODE
           MOVE 'A' TO WS-EXIT-REASON
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN OUTPUT SPLIT-FILE-3.
           IF (ST-SPLIT-FILE NOT = 0) AND (ST-SPLIT-FILE NOT = 97)
           DISPLAY 'UNABLE TO OPEN PARTIN3: ' ST-SPLIT-FILE
           MOVE ST-SPLIT-FILE TO RETURN-CODE
           MOVE 'A' TO WS-EXIT-REASON
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN OUTPUT SPLIT-FILE-4.
           IF (ST-SPLIT-FILE NOT = 0) AND (ST-SPLIT-FILE NOT = 97)
           DISPLAY 'UNABLE TO OPEN PARTIN4: ' ST-SPLIT-FILE
           MOVE ST-SPLIT-FILE TO RETURN-CODE
           MOVE 'A' TO WS-EXIT-REASON
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           PERFORM VARYING WS-PART-IDX FROM 1 BY 1
              UNTIL WS-PART-IDX > 4
              MOVE ZERO TO WS-SPLIT-CNT (WS-PART-IDX)
              END-PERFORM.
       H106-END. EXIT.

       H107-OPEN-MERGE-FILES.
      *The merge step reads the sorted partition results and writes
      *the night's three output files.
           OPEN INPUT  PART-FILE.
           IF (ST-PART-FILE NOT = 0) AND (ST-PART-FILE NOT = 97)
           DISPLAY 'UNABLE TO OPEN PARTFILE: ' ST-PART-FILE
           MOVE ST-PART-FILE TO RETURN-CODE
           MOVE 'A' TO WS-EXIT-REASON
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN OUTPUT OUT-FILE.
           OPEN OUTPUT SUSPENSE-FILE.
           OPEN OUTPUT NEGATIVE-FILE.
           IF (ST-OUT-FILE NOT = 0) AND (ST-OUT-FILE NOT = 97)
           DISPLAY 'UNABLE TO OPEN OUTFILE: ' ST-OUT-FILE
           MOVE ST-OUT-FILE TO RETURN-CODE
           MOVE 'A' TO WS-EXIT-REASON
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF (ST-SUSPENSE-FILE NOT = 0)
              AND (ST-SUSPENSE-FILE NOT = 97)
           DISPLAY 'UNABLE TO OPEN SUSPFILE: ' ST-SUSPENSE-FILE
           MOVE ST-SUSPENSE-FILE TO RETURN-CODE
           MOVE 'A' TO WS-EXIT-REASON
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF (ST-NEGATIVE-FILE NOT = 0)
              AND (ST-NEGATIVE-FILE NOT = 97)
           DISPLAY 'UNABLE TO OPEN NEGFILE: ' ST-NEGATIVE-FILE
           MOVE ST-NEGATIVE-FILE TO RETURN-CODE
           MOVE 'A' TO WS-EXIT-REASON
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           PERFORM H104-CLEAR-CURRENCY-STATS.
           PERFORM VARYING WS-PART-IDX FROM 1 BY 1
              UNTIL WS-PART-IDX > 4
              MOVE 'N' TO WS-TRAILER-SEEN (WS-PART-IDX)
              END-PERFORM.
       H107-END. EXIT.

       H102-READ-RUN-CONTROL.
      *H102-READ-RUN-CONTROL reads the RUNCTL card.  No RUNCTL DD, no
      *card or a blank one is the whole-file run; anything but D, 1-4
      *or M stops the step with RC 16.
           OPEN INPUT RUN-CONTROL-FILE.
           IF RUNCTL-NOT-FOUND
              MOVE 'W' TO WS-RUN-ROLE
           ELSE
              IF (ST-RUNCTL-FILE NOT = 0) AND (ST-RUNCTL-FILE NOT = 97)
                 DISPLAY 'UNABLE TO OPEN RUNCTL: ' ST-RUNCTL-FILE
                 MOVE ST-RUNCTL-FILE TO RETURN-CODE
                 MOVE 'A' TO WS-EXIT-REASON
                 PERFORM H999-PROGRAM-EXIT
                 END-IF
              READ RUN-CONTROL-FILE
              IF RUNCTL-EOF OR RUNCTL-ROLE = SPACE
                 MOVE 'W' TO WS-RUN-ROLE
              ELSE
                 MOVE RUNCTL-ROLE TO WS-RUN-ROLE
                 IF NOT DIVIDE-RUN AND NOT PARTITION-RUN
                    AND NOT MERGE-RUN
                    DISPLAY 'MALFORMED RUNCTL CARD, ROLE: '
                       RUNCTL-ROLE
                    MOVE 16  TO RETURN-CODE
                    MOVE 'A' TO WS-EXIT-REASON
                    PERFORM H999-PROGRAM-EXIT
                    END-IF
                 END-IF
              CLOSE RUN-CONTROL-FILE
              END-IF.
           IF PARTITION-RUN
              MOVE WS-RUN-ROLE TO WS-PART-NO
              END-IF.
           DISPLAY 'RUN ROLE FROM RUNCTL: ' WS-RUN-ROLE.
       H102-END. EXIT.

       H104-CLEAR-CURRENCY-STATS.
      *OCCURS altindaki alanlara VALUE verilemedigi icin doviz
      *istatistik tablosu burada sifirlanir; bir restart varsa
      *H105'teki checkpoint okumasi uzerine yazar.
           PERFORM VARYING WS-CURR-IDX FROM 1 BY 1
              UNTIL WS-CURR-IDX > 20
              MOVE ZERO TO WS-CURR-RATE (WS-CURR-IDX)
              MOVE ZERO TO WS-CURR-CNT-TOT (WS-CURR-IDX)
              MOVE ZERO TO WS-CURR-BAL-TOT (WS-CURR-IDX)
              END-PERFORM.
       H104-END. EXIT.

       H105-DETERMINE-RESTART.
      *H105-DETERMINE-RESTART adlı bir prosedür, önceki bir run'dan
           MOVE ZERO   TO WS-RESTART-COUNT.
           MOVE 'N'    TO WS-RESTART-FLAG.
           MOVE SPACES TO WS-CKPT-ID-SAVED.
           PERFORM H104-CLEAR-CURRENCY-STATS.
           OPEN INPUT CHECKPOINT-FILE.
           IF CHECKPOINT-SUCCESS
              READ CHECKPOINT-FILE
              DISPLAY 'RESTART DETECTED, SKIPPING '
                 WS-RESTART-COUNT ' ALREADY-PROCESSED RECORDS'
              PERFORM WS-RESTART-COUNT TIMES
                 PERFORM H190-READ-INPUT
                 IF INP-SUCCESS
                    MOVE WS-IN-ID TO WS-SKIP-LAST-ID
                    END-IF
                 END-PERFORM
              MOVE WS-RESTART-COUNT TO WS-PROCESSED-COUNT
              END-IF.
       H110-END. EXIT.

       H111-LOAD-RUN-MODE.
      *H111-LOAD-RUN-MODE adli bir prosedur, PARMFILE kaydindaki
      *calisma modunu ve P modunun bolum sinirlarini dogrular. Bosluk
      *R sayilir, boylece mod alani bos birakilmis bir kayit eski
      *davranisi surdurur; taninmayan bir mod ya da sayisal olmayan
      *veya azalan sinirlar RC 16'dir.
           IF PARM-RUN-MODE = SPACE
              MOVE 'R' TO WS-RUN-MODE
           ELSE
              MOVE PARM-RUN-MODE TO WS-RUN-MODE
              END-IF.
           IF NOT RANDOM-MODE AND NOT SKIPSEQ-MODE
              AND NOT PARTITIONED-MODE
              DISPLAY 'MALFORMED PARMFILE RUN MODE: ' PARM-RUN-MODE
              MOVE 16  TO RETURN-CODE
              MOVE 'A' TO WS-EXIT-REASON
              PERFORM H999-PROGRAM-EXIT
              END-IF.
           IF SKIPSEQ-MODE
              MOVE 1 TO WS-PART-COUNT
              END-IF.
           IF PARTITIONED-MODE
              IF PARM-PART-HIGH-ID (1) NOT NUMERIC
                 OR PARM-PART-HIGH-ID (2) NOT NUMERIC
                 OR PARM-PART-HIGH-ID (3) NOT NUMERIC
                 DISPLAY 'MALFORMED PARMFILE PARTITION BOUNDS'
                 MOVE 16  TO RETURN-CODE
                 MOVE 'A' TO WS-EXIT-REASON
                 PERFORM H999-PROGRAM-EXIT
                 END-IF
              IF PARM-PART-HIGH-ID (1) > PARM-PART-HIGH-ID (2)
                 OR PARM-PART-HIGH-ID (2) > PARM-PART-HIGH-ID (3)
                 DISPLAY 'PARMFILE PARTITION BOUNDS OUT OF ORDER: '
                    PARM-PART-HIGH-ID (1) ' ' PARM-PART-HIGH-ID (2)
                    ' ' PARM-PART-HIGH-ID (3)
                 MOVE 16  TO RETURN-CODE
                 MOVE 'A' TO WS-EXIT-REASON
                 PERFORM H999-PROGRAM-EXIT
                 END-IF
              MOVE PARM-PART-HIGH-ID (1) TO WS-PART-HIGH-ID (1)
              MOVE PARM-PART-HIGH-ID (2) TO WS-PART-HIGH-ID (2)
              MOVE PARM-PART-HIGH-ID (3) TO WS-PART-HIGH-ID (3)
              MOVE 4 TO WS-PART-COUNT
              END-IF.
           DISPLAY 'RUN MODE FROM PARMFILE: ' WS-RUN-MODE.
       H111-END. EXIT.

       H112-LOAD-CONTROLS.
      *H112-LOAD-CONTROLS adli bir prosedur, operasyonun veri olarak
      *bakim yaptigi kontrol dosyalarini yukler: PARMFILE'dan
      *checkpoint araligi ve calisma modu (H111), CURRFILE'dan para
      *birimi tablosu. Dosya
      *yoksa (status 35) programdaki varsayilanlar kullanilir ve bu
      *durum konsola yazilir; bozuk bir kontrol kaydi ise RC 16 ile
      *acik bir abend'dir - sessizce yanlis kadansla ya da eksik
                 MOVE PARM-CKPT-INTERVAL TO WS-CHECKPOINT-INTERVAL
                 DISPLAY 'CHECKPOINT INTERVAL FROM PARMFILE: '
                    WS-CHECKPOINT-INTERVAL
                 PERFORM H111-LOAD-RUN-MODE
              ELSE
                 DISPLAY 'PARMFILE EMPTY - DEFAULT CHECKPOINT '
                    'INTERVAL ' WS-CHECKPOINT-INTERVAL ' IN EFFECT'
      *yazılması için H220-VALIDREC adlı bir prosedür çağrılır.
      *Geçersiz bir kayıt durumunda ise H210-INVALIDMESSAGE adlı bir 
      *prosedür çağrılır.
      *Bir bolum adiminda rastgele READ yerine H230-LOCATE-SKIP-SEQ
      *kullanilir; ardindan ayni H210/H220 calisir, boylece iki yol
      *da kayit basina ayni ciktiyi uretir.
           COMPUTE WS-SEEK-ID = FUNCTION NUMVAL(WS-IN-ID)
           COMPUTE WS-SEEK-DVZ = FUNCTION NUMVAL (WS-IN-DVZ)
           IF PARTITION-RUN
              PERFORM H230-LOCATE-SKIP-SEQ
              IF KEY-FOUND
                 PERFORM H220-VALIDREC
              ELSE
                 PERFORM H210-INVALIDMESSAGE
                 END-IF
           ELSE
              MOVE WS-SEEK-KEY TO IDX-KEY
              READ IDX-FILE KEY IS IDX-KEY
              INVALID KEY PERFORM H210-INVALIDMESSAGE
              NOT INVALID KEY PERFORM H220-VALIDREC
              END-READ
              END-IF.
       H200-END. EXIT.

       H210-INVALIDMESSAGE.
      *H210-INVALIDMESSAGE adlı bir prosedür, geçersiz bir anahtar 
      *durumunda bir hata mesajı görüntüler ve bir sonraki giriş 
      *kaydını okur.
           DISPLAY 'INVALID KEY :' WS-SEEK-KEY.
           MOVE WS-SEEK-ID  TO SREC-ID.
           MOVE WS-SEEK-DVZ TO SREC-DVZ.
           MOVE WS-IN-REC   TO SREC-INP-REC.
           PERFORM H245-PUT-SUSPENSE.
           ADD 1 TO WS-REJECTED-COUNT.
           ADD 1 TO WS-PROCESSED-COUNT.
           MOVE WS-IN-ID TO WS-LAST-CKPT-ID.
           PERFORM H150-CHECKPOINT-IF-DUE.
           PERFORM H190-READ-INPUT.
           IF INP-SUCCESS
              ADD 1 TO WS-READ-COUNT
              END-IF.
                    PERFORM H999-PROGRAM-EXIT
              END-COMPUTE
              END-IF.
           PERFORM H240-PUT-OUTPUT.
           ADD 1 TO WS-MATCHED-COUNT.
           ADD 1 TO WS-CURR-CNT-TOT (WS-CURR-FOUND).
           ADD IDX-BALANCE TO WS-CURR-BAL-TOT (WS-CURR-FOUND).
              MOVE IDX-ID      TO NREC-ID
              MOVE IDX-DVZ     TO NREC-DVZ
              MOVE IDX-BALANCE TO NREC-BALANCE
              PERFORM H250-PUT-NEGATIVE
              ADD 1 TO WS-NEGATIVE-COUNT
              END-IF.
           ADD 1 TO WS-PROCESSED-COUNT.
           MOVE WS-IN-ID TO WS-LAST-CKPT-ID.
           PERFORM H150-CHECKPOINT-IF-DUE.
           PERFORM H190-READ-INPUT.
           IF INP-SUCCESS
              ADD 1 TO WS-READ-COUNT
              END-IF.
       H220-END. EXIT.

       H230-LOCATE-SKIP-SEQ.
      *H230-LOCATE-SKIP-SEQ looks WS-SEEK-KEY up without a random
      *READ.  SEQFILE arrives in IDX-KEY order, so the key wanted is
      *normally the record IDXFILE already holds (a repeated BALFEED
      *entry) or the very next one: one READ NEXT settles it.  Only
      *when that does not - a gap in BALFEED, the first record, or a
      *key below the last one settled - is IDXFILE repositioned with
      *START.  A key is missing once it lies past WS-FENCE-KEY and
      *short of the record held, or past the fence at end of file.
           MOVE 'N' TO WS-KEY-FLAG.
           IF IDX-HOLDING AND WS-SEEK-KEY > WS-HELD-KEY
              MOVE WS-HELD-KEY TO WS-FENCE-KEY
              PERFORM H232-READ-NEXT-IDX
              END-IF.
           IF IDX-NOT-POSITIONED
              OR WS-SEEK-KEY NOT > WS-FENCE-KEY
              OR (IDX-HOLDING AND WS-SEEK-KEY > WS-HELD-KEY)
              PERFORM H235-START-AT-SEEK-KEY
              END-IF.
           IF IDX-HOLDING AND WS-SEEK-KEY = WS-HELD-KEY
              MOVE 'Y' TO WS-KEY-FLAG
              END-IF.
       H230-END. EXIT.

       H232-READ-NEXT-IDX.
      *Steps IDXFILE on one record and remembers where it stands.
           ADD 1 TO WS-READ-NEXT-COUNT.
           READ IDX-FILE NEXT RECORD
              AT END
                 MOVE 'E' TO WS-IDX-POSITION
              NOT AT END
                 MOVE 'Y' TO WS-IDX-POSITION
                 MOVE IDX-KEY TO WS-HELD-KEY
              END-READ.
       H232-END. EXIT.

       H235-START-AT-SEEK-KEY.
      *Repositions IDXFILE on the first key not below WS-SEEK-KEY and
      *reads it.  Nothing at or above the key means end of file.
           ADD 1 TO WS-START-COUNT.
           MOVE WS-SEEK-KEY TO WS-FENCE-KEY.
           MOVE WS-SEEK-KEY TO IDX-KEY.
           START IDX-FILE KEY IS NOT LESS THAN IDX-KEY
              INVALID KEY
                 MOVE 'E' TO WS-IDX-POSITION
              NOT INVALID KEY
                 PERFORM H232-READ-NEXT-IDX
              END-START.
       H235-END. EXIT.

       H240-PUT-OUTPUT.
      *H240/H245/H250 write one OUTFILE, SUSPFILE or NEGFILE image -
      *or, in a partition, the same image to PARTFILE under the
      *BALFEED position of the record that produced it.
           IF PARTITION-RUN
              MOVE WS-IN-SEQ  TO PRT-SEQ
              MOVE 'O'        TO PRT-TYPE
              MOVE WS-OUT-REC TO PRT-DATA
              WRITE PART-REC
           ELSE
              MOVE WS-OUT-REC TO OUT-REC
              WRITE OUT-REC
              END-IF.
       H240-END. EXIT.

       H245-PUT-SUSPENSE.
           IF PARTITION-RUN
              MOVE WS-IN-SEQ   TO PRT-SEQ
              MOVE 'S'         TO PRT-TYPE
              MOVE WS-SUSP-REC TO PRT-DATA
              WRITE PART-REC
           ELSE
              MOVE WS-SUSP-REC TO SUSP-REC
              WRITE SUSP-REC
              END-IF.
       H245-END. EXIT.

       H250-PUT-NEGATIVE.
           IF PARTITION-RUN
              MOVE WS-IN-SEQ  TO PRT-SEQ
              MOVE 'N'        TO PRT-TYPE
              MOVE WS-NEG-REC TO PRT-DATA
              WRITE PART-REC
           ELSE
              MOVE WS-NEG-REC TO NEG-REC
              WRITE NEG-REC
              END-IF.
       H250-END. EXIT.

       H190-READ-INPUT.
      *Reads the next BALFEED record into WS-INPUT-AREA: from SEQFILE,
      *with its BALFEED position, in a partition; from INPFILE
      *otherwise.
           IF PARTITION-RUN
              READ SEQ-FILE
              IF NOT INP-FILE-EOF
                 MOVE SEQ-REC TO WS-INPUT-AREA
                 END-IF
           ELSE
              READ INP-FILE
              IF NOT INP-FILE-EOF
                 MOVE INP-REC TO WS-IN-REC
                 END-IF
              END-IF.
       H190-END. EXIT.

       H300-DIVIDE-INPUT.
      *H300-DIVIDE-INPUT deals BALFEED out to the partition files.
      *Each record is numbered with its BALFEED position (WS-READ-
      *COUNT as it is read) and goes to PARTIN1 in mode S or, in mode
      *P, to the first partition whose bound is not below its
      *customer ID - worked out with the same NUMVAL H200-PROCESS
      *uses to look it up.  In mode R nothing is read or written.
      *The return code tells the JCL which path the night takes.
           IF RANDOM-MODE
              DISPLAY 'RUN MODE R - BALFEED IS PROCESSED WHOLE, '
                 'NOTHING DIVIDED'
              MOVE 0 TO RETURN-CODE
           ELSE
              PERFORM H190-READ-INPUT
              IF INP-SUCCESS
                 ADD 1 TO WS-READ-COUNT
                 END-IF
              PERFORM H310-DIVIDE-ONE UNTIL INP-FILE-EOF
              IF SKIPSEQ-MODE
                 MOVE 1 TO RETURN-CODE
              ELSE
                 MOVE 2 TO RETURN-CODE
                 END-IF
              END-IF.
       H300-END. EXIT.

       H310-DIVIDE-ONE.
           MOVE WS-READ-COUNT TO WS-IN-SEQ.
           IF SKIPSEQ-MODE
              MOVE 1 TO WS-PART-NO
           ELSE
              COMPUTE WS-SPLIT-ID = FUNCTION NUMVAL(WS-IN-ID)
              MOVE 4 TO WS-PART-NO
              PERFORM VARYING WS-PART-IDX FROM 3 BY -1
                 UNTIL WS-PART-IDX < 1
                 IF WS-SPLIT-ID NOT > WS-PART-HIGH-ID (WS-PART-IDX)
                    MOVE WS-PART-IDX TO WS-PART-NO
                    END-IF
                 END-PERFORM
              END-IF.
           EVALUATE WS-PART-NO
              WHEN 1
                 MOVE WS-INPUT-AREA TO SPLIT-REC-1
                 WRITE SPLIT-REC-1
              WHEN 2
                 MOVE WS-INPUT-AREA TO SPLIT-REC-2
                 WRITE SPLIT-REC-2
              WHEN 3
                 MOVE WS-INPUT-AREA TO SPLIT-REC-3
                 WRITE SPLIT-REC-3
              WHEN OTHER
                 MOVE WS-INPUT-AREA TO SPLIT-REC-4
                 WRITE SPLIT-REC-4
              END-EVALUATE.
           ADD 1 TO WS-SPLIT-CNT (WS-PART-NO).
           PERFORM H190-READ-INPUT.
           IF INP-SUCCESS
              ADD 1 TO WS-READ-COUNT
              END-IF.
       H310-END. EXIT.

       H390-DIVIDE-REPORT.
           DISPLAY '========= WORK3 BALFEED DIVISION ========='.
           DISPLAY 'RUN MODE (PARMFILE)         : ' WS-RUN-MODE.
           DISPLAY 'RECORDS READ     (INP-FILE) : ' WS-READ-COUNT.
           PERFORM VARYING WS-PART-IDX FROM 1 BY 1
              UNTIL WS-PART-IDX > 4
              DISPLAY 'RECORDS TO PARTIN' WS-PART-IDX
                 '          : ' WS-SPLIT-CNT (WS-PART-IDX)
              END-PERFORM.
       H390-END. EXIT.

       H400-MERGE-PARTITIONS.
      *H400-MERGE-PARTITIONS rebuilds the night from the partitions'
      *PARTFILEs, sorted on PRT-SORT-KEY: the images come back in
      *BALFEED order, exactly as a whole-file run writes them, and
      *the partitions' totals records (sorted last) add up to the
      *whole-file totals for H900.  Only meaningful in mode S or P.
           IF RANDOM-MODE
              DISPLAY 'PARMFILE RUN MODE IS R - THERE ARE NO '
                 'PARTITIONS TO MERGE'
              MOVE 16  TO RETURN-CODE
              MOVE 'A' TO WS-EXIT-REASON
              PERFORM H999-PROGRAM-EXIT
              END-IF.
           READ PART-FILE.
           PERFORM H410-MERGE-ONE UNTIL PART-FILE-EOF.
           PERFORM H430-CHECK-PARTITIONS.
       H400-END. EXIT.

       H410-MERGE-ONE.
           IF PRT-TOTALS
              PERFORM H420-MERGE-TOTALS
           ELSE
              PERFORM H415-MERGE-RECORD
              END-IF.
           READ PART-FILE.
       H410-END. EXIT.

       H415-MERGE-RECORD.
      *One image, copied out unchanged.  A partition that restarted
      *from its checkpoint writes the records it had processed since
      *that checkpoint a second time; those repeats are identical and
      *are dropped, so the night matches a run that never stopped.
      *Otherwise the keys must rise strictly and each new BALFEED
      *position must follow the last without a gap: anything else
      *means a partition lost records, ran against a different feed
      *or was not sorted, and the step stops with RC 8 rather than
      *hand a wrong file on.
           IF PRT-SORT-KEY = WS-LAST-MRG-KEY
              AND PRT-DATA = WS-LAST-MRG-DATA
              ADD 1 TO WS-REPEAT-COUNT
           ELSE
              PERFORM H417-WRITE-MERGED-IMAGE
              END-IF.
       H415-END. EXIT.

       H417-WRITE-MERGED-IMAGE.
           IF PRT-SORT-KEY NOT > WS-LAST-MRG-KEY
              DISPLAY 'PARTFILE OUT OF SEQUENCE OR DUPLICATED AT: '
                 PRT-SORT-KEY
              MOVE 8   TO RETURN-CODE
              MOVE 'A' TO WS-EXIT-REASON
              PERFORM H999-PROGRAM-EXIT
              END-IF.
           IF PRT-SEQ NOT = WS-LAST-SEQ
              COMPUTE WS-NEXT-SEQ = WS-LAST-SEQ + 1
              IF PRT-SEQ NOT = WS-NEXT-SEQ
                 DISPLAY 'BALFEED POSITION ' WS-NEXT-SEQ
                    ' IS MISSING FROM THE PARTITIONS'
                 MOVE 8   TO RETURN-CODE
                 MOVE 'A' TO WS-EXIT-REASON
                 PERFORM H999-PROGRAM-EXIT
                 END-IF
              MOVE PRT-SEQ TO WS-LAST-SEQ
              END-IF.
           MOVE PRT-SORT-KEY TO WS-LAST-MRG-KEY.
           MOVE PRT-DATA     TO WS-LAST-MRG-DATA.
           EVALUATE TRUE
              WHEN PRT-OUT
                 MOVE PRT-DATA TO OUT-REC
                 WRITE OUT-REC
              WHEN PRT-SUSP
                 MOVE PRT-DATA TO SUSP-REC
                 WRITE SUSP-REC
              WHEN PRT-NEG
                 MOVE PRT-DATA TO NEG-REC
                 WRITE NEG-REC
              WHEN OTHER
                 DISPLAY 'MALFORMED PARTFILE RECORD TYPE: ' PRT-TYPE
                    ' AT POSITION ' PRT-SEQ
                 MOVE 16  TO RETURN-CODE
                 MOVE 'A' TO WS-EXIT-REASON
                 PERFORM H999-PROGRAM-EXIT
              END-EVALUATE.
       H417-END. EXIT.

       H420-MERGE-TOTALS.
      *One partition's share of the control totals.  Every partition
      *of the run mode must send exactly one.
           IF PRT-PARTITION NOT NUMERIC
              MOVE ZERO TO WS-PART-IDX
           ELSE
              MOVE PRT-PARTITION TO WS-PART-IDX
              END-IF.
           IF WS-PART-IDX < 1 OR WS-PART-IDX > WS-PART-COUNT
              DISPLAY 'PARTFILE TOTALS FOR AN UNEXPECTED PARTITION: '
                 PRT-PARTITION
              MOVE 16  TO RETURN-CODE
              MOVE 'A' TO WS-EXIT-REASON
              PERFORM H999-PROGRAM-EXIT
              END-IF.
           IF WS-TRAILER-SEEN (WS-PART-IDX) = 'Y'
              DISPLAY 'PARTFILE HOLDS THE TOTALS OF PARTITION '
                 WS-PART-IDX ' TWICE'
              MOVE 16  TO RETURN-CODE
              MOVE 'A' TO WS-EXIT-REASON
              PERFORM H999-PROGRAM-EXIT
              END-IF.
           MOVE 'Y' TO WS-TRAILER-SEEN (WS-PART-IDX).
           ADD 1 TO WS-TRAILER-COUNT.
           ADD PRT-RESTART-COUNT  TO WS-RESTART-COUNT.
           ADD PRT-READ-COUNT     TO WS-READ-COUNT.
           ADD PRT-MATCHED-COUNT  TO WS-MATCHED-COUNT.
           ADD PRT-REJECTED-COUNT TO WS-REJECTED-COUNT.
           ADD PRT-NEGATIVE-COUNT TO WS-NEGATIVE-COUNT.
           ADD PRT-NO-RATE-COUNT  TO WS-NO-RATE-COUNT.
           ADD PRT-TRY-TOTAL TO WS-TRY-TOTAL
              ON SIZE ERROR
                 DISPLAY 'WS-TRY-TOTAL OVERFLOWED ADDING PARTITION: '
                    PRT-PARTITION
                 MOVE 99  TO RETURN-CODE
                 MOVE 'A' TO WS-EXIT-REASON
                 PERFORM H999-PROGRAM-EXIT
              END-ADD.
           ADD PRT-BALANCE-TOTAL TO WS-BALANCE-TOTAL
              ON SIZE ERROR
                 DISPLAY 'WS-BALANCE-TOTAL OVERFLOWED ADDING '
                    'PARTITION: ' PRT-PARTITION
                 MOVE 99  TO RETURN-CODE
                 MOVE 'A' TO WS-EXIT-REASON
                 PERFORM H999-PROGRAM-EXIT
              END-ADD.
           PERFORM VARYING WS-CURR-IDX FROM 1 BY 1
              UNTIL WS-CURR-IDX > 20
              ADD PRT-CURR-CNT (WS-CURR-IDX)
                 TO WS-CURR-CNT-TOT (WS-CURR-IDX)
              ADD PRT-CURR-BAL (WS-CURR-IDX)
                 TO WS-CURR-BAL-TOT (WS-CURR-IDX)
              END-PERFORM.
       H420-END. EXIT.

       H430-CHECK-PARTITIONS.
      *Every partition must have finished (sent its totals), and the
      *images must cover every BALFEED record the partitions read.
           IF WS-TRAILER-COUNT NOT = WS-PART-COUNT
              DISPLAY 'PARTFILE HOLDS TOTALS FOR ' WS-TRAILER-COUNT
                 ' OF ' WS-PART-COUNT ' PARTITIONS - A PARTITION '
                 'HAS NOT FINISHED'
              MOVE 16  TO RETURN-CODE
              MOVE 'A' TO WS-EXIT-REASON
              PERFORM H999-PROGRAM-EXIT
              END-IF.
           IF WS-LAST-SEQ NOT = WS-READ-COUNT
              DISPLAY 'PARTITIONS READ ' WS-READ-COUNT
                 ' BALFEED RECORDS BUT PARTFILE ENDS AT POSITION '
                 WS-LAST-SEQ
              MOVE 8   TO RETURN-CODE
              MOVE 'A' TO WS-EXIT-REASON
              PERFORM H999-PROGRAM-EXIT
              END-IF.
           IF WS-RESTART-COUNT > 0
              MOVE 'Y' TO WS-RESTART-FLAG
              DISPLAY 'REPEATED IMAGES FROM PARTITION RESTARTS '
                 'DROPPED: ' WS-REPEAT-COUNT
              END-IF.
       H430-END. EXIT.
      *
       LOOKUP-CURRENCY.
      *LOOKUP-CURRENCY adlı bir prosedür, IDX-DVZ değerini WS-CURRENCY-
              END-PERFORM.
           DISPLAY 'RECORDS WITH NO RATE LOADED : ' WS-NO-RATE-COUNT.
           DISPLAY 'TRY-EQUIVALENT GRAND TOTAL  : ' WS-TRY-TOTAL.
      *Bir bolum adimi yalnizca kendi araliginin toplamlarini basar;
      *gecenin raporu birlestirme adimindadir.
           IF PARTITION-RUN
              DISPLAY 'PARTITION ' WS-PART-NO ' ONLY - THE NIGHT''S '
                 'TOTALS ARE REPORTED BY THE MERGE STEP'
              DISPLAY 'IDXFILE STARTS: ' WS-START-COUNT
                 ' READ NEXTS: ' WS-READ-NEXT-COUNT
              END-IF.
       H900-END. EXIT.

       H999-PROGRAM-EXIT.
      *aksi halde bir açılış hatası veya bütünlük kontrolü hatası,
      *önceki run'dan kalan checkpoint'i yok edip bir sonraki restart'ı
      *yine baştan başlatırdı.
      *Bolme adimi kendi dagilim ozetini basar; birlestirme ve bolme
      *adimlarinin checkpoint'i yoktur.
           IF DIVIDE-RUN
              PERFORM H390-DIVIDE-REPORT
           ELSE
              PERFORM H900-CONTROL-REPORT
              END-IF.
           IF NORMAL-EXIT AND PARTITION-RUN
              PERFORM H180-WRITE-PART-TOTALS
              END-IF.
           IF NORMAL-EXIT AND (WHOLE-FILE-RUN OR PARTITION-RUN)
              PERFORM H170-CLEAR-CHECKPOINT
              END-IF.
           IF DIVIDE-RUN
              CLOSE INP-FILE
              CLOSE SPLIT-FILE-1
              CLOSE SPLIT-FILE-2
              CLOSE SPLIT-FILE-3
              CLOSE SPLIT-FILE-4
              END-IF.
           IF MERGE-RUN
              CLOSE PART-FILE
              CLOSE OUT-FILE
              CLOSE SUSPENSE-FILE
              CLOSE NEGATIVE-FILE
              END-IF.
           IF PARTITION-RUN
              CLOSE SEQ-FILE
              CLOSE PART-FILE
              CLOSE IDX-FILE
              END-IF.
           IF WHOLE-FILE-RUN
              CLOSE INP-FILE
              CLOSE OUT-FILE
              CLOSE IDX-FILE
              CLOSE SUSPENSE-FILE
              CLOSE NEGATIVE-FILE
              END-IF.
           STOP RUN.
       H999-END. EXIT.
      *
       H180-WRITE-PART-TOTALS.
      *H180-WRITE-PART-TOTALS closes a partition's PARTFILE with its
      *share of the control totals, in the CKPT-REC layout, for the
      *merge step to add up.  Only a normal end writes it.
           MOVE 999999999          TO PRT-SEQ.
           MOVE 'T'                TO PRT-TYPE.
           MOVE WS-PART-NO         TO PRT-PARTITION.
           MOVE WS-RESTART-COUNT   TO PRT-RESTART-COUNT.
           MOVE WS-READ-COUNT      TO PRT-READ-COUNT.
           MOVE WS-MATCHED-COUNT   TO PRT-MATCHED-COUNT.
           MOVE WS-REJECTED-COUNT  TO PRT-REJECTED-COUNT.
           MOVE WS-NEGATIVE-COUNT  TO PRT-NEGATIVE-COUNT.
           MOVE WS-BALANCE-TOTAL   TO PRT-BALANCE-TOTAL.
           MOVE WS-TRY-TOTAL       TO PRT-TRY-TOTAL.
           MOVE WS-NO-RATE-COUNT   TO PRT-NO-RATE-COUNT.
           PERFORM VARYING WS-CURR-IDX FROM 1 BY 1
              UNTIL WS-CURR-IDX > 20
              MOVE WS-CURR-CNT-TOT (WS-CURR-IDX)
                 TO PRT-CURR-CNT (WS-CURR-IDX)
              MOVE WS-CURR-BAL-TOT (WS-CURR-IDX)
                 TO PRT-CURR-BAL (WS-CURR-IDX)
              END-PERFORM.
           WRITE PART-REC.
       H180-END. EXIT.
      *
       H170-CLEAR-CHECKPOINT.
      *H170-CLEAR-CHECKPOINT adlı bir prosedür, run başarıyla bittiğinde

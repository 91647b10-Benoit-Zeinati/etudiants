      ******************************************************************
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. studroll.
       AUTHOR. Benoit.

      ******************************************************************
      *
      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************
      *
      ******************************************************************
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

      ******************************************************************
      *
      ******************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Run-generation catalogue kept by student.cbl (see rungen.cpy).
           SELECT F-RUNGEN
               ASSIGN TO 'rungen.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-RUNGEN-STATUS.

      *The copies of the generation being restored - names built at
      *run time from its number, as student.cbl builds them.
           SELECT F-GEN-EXT
               ASSIGN TO WS-GEN-EXT-NAME
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-GEN-STATUS.

           SELECT F-GEN-OUT
               ASSIGN TO WS-GEN-OUT-NAME
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-GEN-STATUS.

           SELECT F-GEN-IDX
               ASSIGN TO WS-GEN-IDX-NAME
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-GEN-STATUS.

           SELECT F-GEN-ASM
               ASSIGN TO WS-GEN-ASM-NAME
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-GEN-STATUS.

           SELECT F-GEN-ABD
               ASSIGN TO WS-GEN-ABD-NAME
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-GEN-STATUS.

      *The batch outputs put back.
           SELECT F-EXTRACT
               ASSIGN TO 'extract.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-EXTRACT-STATUS.

           SELECT F-OUTPUT
               ASSIGN TO 'output.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-OUTPUT-STATUS.

           SELECT F-STUDIDX
               ASSIGN TO 'student.idx'
               ACCESS MODE IS DYNAMIC
               ORGANIZATION IS INDEXED
               RECORD KEY IS IDX-S-KEY
               ALTERNATE RECORD KEY IS IDX-LASTNAME WITH DUPLICATES
               FILE STATUS IS F-STUDIDX-STATUS.

           SELECT F-ASSESS
               ASSIGN TO 'assess.idx'
               ACCESS MODE IS DYNAMIC
               ORGANIZATION IS INDEXED
               RECORD KEY IS ASM-KEY
               FILE STATUS IS F-ASSESS-STATUS.

           SELECT F-ABSDET
               ASSIGN TO 'absdet.idx'
               ACCESS MODE IS DYNAMIC
               ORGANIZATION IS INDEXED
               RECORD KEY IS ABD-KEY
               FILE STATUS IS F-ABSDET-STATUS.

      *An interrupted batch run still holding a checkpoint must be
      *finished or cleared first - its outputs are not a generation.
           SELECT F-CHECKPOINT
               ASSIGN TO 'checkpoint.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-CHECKPOINT-STATUS.

      *The archive the rolled-back run's records are taken out of,
      *with the same work-file copy-back histmnt.cbl uses.
           SELECT F-HISTORY
               ASSIGN TO 'history.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-HISTORY-STATUS.

           SELECT F-HISTWORK
               ASSIGN TO 'histwork.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-HISTWORK-STATUS.

      *What was restored and what was removed.
           SELECT F-ROLLRPT
               ASSIGN TO 'rollback.rpt'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-ROLLRPT-STATUS.

      *Shared run log - one record appended at end of run (see
      *runlog.cpy and runlogrpt.cbl).
           SELECT F-RUNLOG
               ASSIGN TO 'runlog.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-RUNLOG-STATUS.

      ******************************************************************
      *
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
      *
      ******************************************************************
       FILE SECTION.
       FD  F-RUNGEN
           RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE IS F.
       01  REC-F-RUNGEN        PIC X(100).

       FD  F-GEN-EXT
           RECORD CONTAINS 689 CHARACTERS
           RECORDING MODE IS F.
       01  REC-F-GEN-EXT       PIC X(689).

       FD  F-GEN-OUT
           RECORD CONTAINS 250 CHARACTERS
           RECORDING MODE IS F.
       01  REC-F-GEN-OUT       PIC X(250).

       FD  F-GEN-IDX
           RECORD CONTAINS 608 CHARACTERS
           RECORDING MODE IS F.
       01  REC-F-GEN-IDX       PIC X(608).

       FD  F-GEN-ASM
           RECORD CONTAINS 36 CHARACTERS
           RECORDING MODE IS F.
       01  REC-F-GEN-ASM       PIC X(36).

       FD  F-GEN-ABD
           RECORD CONTAINS 19 CHARACTERS
           RECORDING MODE IS F.
       01  REC-F-GEN-ABD       PIC X(19).

       FD  F-EXTRACT
           RECORD CONTAINS 689 CHARACTERS
           RECORDING MODE IS F.
       01  REC-F-EXTRACT       PIC X(689).

       FD  F-OUTPUT
           RECORD CONTAINS 250 CHARACTERS
           RECORDING MODE IS F.
       01  REC-F-OUTPUT        PIC X(250).

       FD  F-STUDIDX
           RECORD CONTAINS 608 CHARACTERS
           RECORDING MODE IS F.
       COPY 'studidx.cpy'.

       FD  F-ASSESS
           RECORD CONTAINS 36 CHARACTERS
           RECORDING MODE IS F.
       COPY 'assess.cpy'.

       FD  F-ABSDET
           RECORD CONTAINS 19 CHARACTERS
           RECORDING MODE IS F.
       COPY 'absdet.cpy'.

       FD  F-CHECKPOINT
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  REC-CHECKPOINT.
           05 CKPT-TYPE          PIC X(01).
           05 FILLER             PIC X(79).

       FD  F-HISTORY
           RECORD CONTAINS 173 CHARACTERS
           RECORDING MODE IS F.
       COPY 'studhist.cpy'.

       FD  F-HISTWORK
           RECORD CONTAINS 173 CHARACTERS
           RECORDING MODE IS F.
       01  REC-F-HISTWORK      PIC X(173).

       FD  F-ROLLRPT
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  REC-F-ROLLRPT       PIC X(80).

       FD  F-RUNLOG
           RECORD CONTAINS 68 CHARACTERS
           RECORDING MODE IS F.
       COPY 'runlog.cpy'.

      ******************************************************************
      *
      ******************************************************************
       WORKING-STORAGE SECTION.
       01  F-RUNGEN-STATUS     PIC X(02) VALUE SPACE.
           88 F-RUNGEN-STATUS-OK   VALUE '00'.
           88 F-RUNGEN-STATUS-EOF  VALUE '10'.

       01  F-GEN-STATUS        PIC X(02) VALUE SPACE.
           88 F-GEN-STATUS-OK      VALUE '00'.
           88 F-GEN-STATUS-EOF     VALUE '10'.

       01  F-EXTRACT-STATUS    PIC X(02) VALUE SPACE.
           88 F-EXTRACT-STATUS-OK  VALUE '00'.

       01  F-OUTPUT-STATUS     PIC X(02) VALUE SPACE.
           88 F-OUTPUT-STATUS-OK   VALUE '00'.

      *'02' is a good write too - the last-name alternate key takes
      *duplicates. '22' is a duplicate record key on the copy, which
      *is reported and skipped rather than failing the restore.
       01  F-STUDIDX-STATUS    PIC X(02) VALUE SPACE.
           88 F-STUDIDX-STATUS-OK  VALUE '00' '02'.
           88 F-STUDIDX-STATUS-DUP VALUE '22'.

       01  F-ASSESS-STATUS     PIC X(02) VALUE SPACE.
           88 F-ASSESS-STATUS-OK   VALUE '00'.
           88 F-ASSESS-STATUS-DUP  VALUE '22'.

       01  F-ABSDET-STATUS     PIC X(02) VALUE SPACE.
           88 F-ABSDET-STATUS-OK   VALUE '00'.
           88 F-ABSDET-STATUS-DUP  VALUE '22'.

       01  F-CHECKPOINT-STATUS PIC X(02) VALUE SPACE.
           88 F-CHECKPOINT-STATUS-OK VALUE '00'.

       01  F-HISTORY-STATUS    PIC X(02) VALUE SPACE.
           88 F-HISTORY-STATUS-OK  VALUE '00'.
           88 F-HISTORY-STATUS-EOF VALUE '10'.

       01  F-HISTWORK-STATUS   PIC X(02) VALUE SPACE.
           88 F-HISTWORK-STATUS-OK  VALUE '00'.
           88 F-HISTWORK-STATUS-EOF VALUE '10'.

       01  F-ROLLRPT-STATUS    PIC X(02) VALUE SPACE.
           88 F-ROLLRPT-STATUS-OK  VALUE '00'.

       01  F-RUNLOG-STATUS     PIC X(02) VALUE SPACE.
           88 F-RUNLOG-STATUS-OK   VALUE '00'.

      *Run-time names of the generation copies - the number goes in
      *positions 4 to 8.
       01  WS-GEN-FILE-NAMES.
           05 WS-GEN-EXT-NAME   PIC X(12) VALUE 'runNNNNN.ext'.
           05 WS-GEN-OUT-NAME   PIC X(12) VALUE 'runNNNNN.out'.
           05 WS-GEN-IDX-NAME   PIC X(12) VALUE 'runNNNNN.idx'.
           05 WS-GEN-ASM-NAME   PIC X(12) VALUE 'runNNNNN.asm'.
           05 WS-GEN-ABD-NAME   PIC X(12) VALUE 'runNNNNN.abd'.

      *The catalogue as read, in file order (oldest first).
       01  GEN-TABLE.
           05 GTB-COUNT          PIC 9(03) VALUE 0.
           05 GTB-ENTRY OCCURS 101 TIMES.
              10 GTB-REC         PIC X(100).

       COPY 'rungen.cpy'.

      *The run being rolled back (the latest active generation) and
      *the one it falls back to (the active generation before it),
      *as table positions.
       77  WS-LAST-G            PIC 9(03) VALUE 0.
       77  WS-PREV-G            PIC 9(03) VALUE 0.
       77  WS-G                 PIC 9(03).
       77  WS-LAST-NO           PIC 9(05) VALUE 0.
       77  WS-PREV-NO           PIC 9(05) VALUE 0.
       77  WS-HIST-BASE         PIC 9(07) VALUE 0.
       77  WS-HIST-END          PIC 9(07) VALUE 0.
       77  WS-HIST-CNT          PIC 9(07) VALUE 0.
       77  WS-REC-SEQ           PIC 9(07) VALUE 0.
       77  WS-GEN-CNT           PIC 9(05).
       77  WS-RESTORED-CNT      PIC 9(07) VALUE 0.
       77  WS-REMOVED-CNT       PIC 9(07) VALUE 0.
       77  WS-MISSING-CNT       PIC 9(01) VALUE 0.
       77  WS-FAIL-STATUS       PIC X(02) VALUE SPACES.
       77  WS-FAIL-TEXT         PIC X(50) VALUE SPACES.
      *Records the catalogue says the copy being checked or restored
      *holds (GEN-EXT-CNT ... GEN-ABD-CNT of the generation restored
      *to), and the copy's name for the messages.
       77  WS-GEN-EXPECT        PIC 9(05) VALUE 0.
       77  WS-COPY-NAME         PIC X(12) VALUE SPACES.

      *Restored-file line of the report.
       01  WS-FILE-LINE.
           05 WS-FL-FILE        PIC X(12).
           05 FILLER            PIC X(10) VALUE ' FROM     '.
           05 WS-FL-COPY        PIC X(12).
           05 FILLER            PIC X(04) VALUE SPACES.
           05 WS-FL-COUNT       PIC ZZZZ9.
           05 FILLER            PIC X(08) VALUE ' RECORDS'.
           05 FILLER            PIC X(29) VALUE SPACES.

      *Removed history record line of the report.
       01  WS-HIST-LINE.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WS-HL-SEQ         PIC ZZZZZZ9.
           05 FILLER            PIC X(03) VALUE SPACES.
           05 WS-HL-S-KEY       PIC 9(03).
           05 FILLER            PIC X(06) VALUE SPACES.
           05 WS-HL-YEAR        PIC 9(04).
           05 FILLER            PIC X(03) VALUE SPACES.
           05 WS-HL-TERM        PIC 9(01).
           05 FILLER            PIC X(04) VALUE SPACES.
           05 WS-HL-AVERAGE     PIC X(05).
           05 FILLER            PIC X(42) VALUE SPACES.

       77  WS-ASTERIX-LINE      PIC X(76) VALUE ALL '*'.

      *Staging for the shared run-log record appended at end of run.
       01  WS-RUNLOG-FIELDS.
           05 WS-RL-PARAMS      PIC X(30) VALUE SPACES.
           05 WS-RL-REC-IN      PIC 9(05) VALUE 0.
           05 WS-RL-REC-OUT     PIC 9(05) VALUE 0.
           05 WS-RL-STATUS      PIC X(05) VALUE 'CLEAN'.
           05 WS-RL-DATE        PIC 9(08).
           05 WS-RL-TIME-RAW    PIC 9(08).

      ******************************************************************
      *
      ******************************************************************
       PROCEDURE DIVISION.
      *Rollback of the last student.cbl run - extract.dat, output.dat,
      *student.idx, assess.idx and absdet.idx are put back as the
      *previous generation left them, and the records the rolled-back
      *run appended to history.dat are taken out again. The run is
      *marked rolled back on rungen.dat, so running this again steps
      *one more generation back. Nothing is touched unless every
      *check below passes.
       PERFORM PARA-LOAD-GENS.
       PERFORM PARA-CHECK-CHECKPOINT.
       PERFORM PARA-CHECK-HISTORY.
       PERFORM PARA-CHECK-COPIES.

       OPEN OUTPUT F-ROLLRPT.
       MOVE WS-ASTERIX-LINE TO REC-F-ROLLRPT.
       WRITE REC-F-ROLLRPT.
       MOVE '          STUDENT BATCH ROLLBACK' TO REC-F-ROLLRPT.
       WRITE REC-F-ROLLRPT.
       MOVE WS-ASTERIX-LINE TO REC-F-ROLLRPT.
       WRITE REC-F-ROLLRPT.
       MOVE GTB-REC(WS-LAST-G) TO REC-RUNGEN.
       MOVE 'RUN ROLLED BACK   : GENERATION' TO REC-F-ROLLRPT.
       MOVE GEN-NO TO REC-F-ROLLRPT(32:5).
       MOVE 'OF' TO REC-F-ROLLRPT(38:2).
       MOVE GEN-DATE TO REC-F-ROLLRPT(41:8).
       MOVE GEN-TIME TO REC-F-ROLLRPT(50:6).
       WRITE REC-F-ROLLRPT.
       MOVE '  PARAMETERS      :' TO REC-F-ROLLRPT.
       MOVE GEN-PARAMS TO REC-F-ROLLRPT(21:30).
       WRITE REC-F-ROLLRPT.
       MOVE GTB-REC(WS-PREV-G) TO REC-RUNGEN.
       MOVE 'RESTORED TO       : GENERATION' TO REC-F-ROLLRPT.
       MOVE GEN-NO TO REC-F-ROLLRPT(32:5).
       MOVE 'OF' TO REC-F-ROLLRPT(38:2).
       MOVE GEN-DATE TO REC-F-ROLLRPT(41:8).
       MOVE GEN-TIME TO REC-F-ROLLRPT(50:6).
       WRITE REC-F-ROLLRPT.
       MOVE '  PARAMETERS      :' TO REC-F-ROLLRPT.
       MOVE GEN-PARAMS TO REC-F-ROLLRPT(21:30).
       WRITE REC-F-ROLLRPT.
       MOVE SPACES TO REC-F-ROLLRPT.
       WRITE REC-F-ROLLRPT.

       PERFORM PARA-RESTORE-EXTRACT.
       PERFORM PARA-RESTORE-OUTPUT.
       PERFORM PARA-RESTORE-STUDIDX.
       PERFORM PARA-RESTORE-ASSESS.
       PERFORM PARA-RESTORE-ABSDET.
       PERFORM PARA-REMOVE-HISTORY.

      *The rolled-back generation is kept on the catalogue marked R
      *- student.cbl clears it out with its copies on its next run.
       MOVE GTB-REC(WS-LAST-G) TO REC-RUNGEN.
       SET GEN-ROLLED-BACK TO TRUE.
       MOVE REC-RUNGEN TO GTB-REC(WS-LAST-G).
       PERFORM PARA-WRITE-GENS.

       MOVE SPACES TO REC-F-ROLLRPT.
       WRITE REC-F-ROLLRPT.
       MOVE 'RECORDS RESTORED        =>' TO REC-F-ROLLRPT.
       MOVE WS-RESTORED-CNT TO REC-F-ROLLRPT(28:7).
       WRITE REC-F-ROLLRPT.
       MOVE 'HISTORY RECORDS REMOVED =>' TO REC-F-ROLLRPT.
       MOVE WS-REMOVED-CNT TO REC-F-ROLLRPT(28:7).
       WRITE REC-F-ROLLRPT.
       CLOSE F-ROLLRPT.

       DISPLAY 'GENERATION ' WS-LAST-NO ' ROLLED BACK TO GENERATION '
               WS-PREV-NO ' - ' WS-REMOVED-CNT
               ' HISTORY RECORD(S) REMOVED - SEE ROLLBACK.RPT'.
       MOVE WS-RESTORED-CNT TO WS-RL-REC-IN.
       MOVE WS-REMOVED-CNT TO WS-RL-REC-OUT.
       PERFORM PARA-RUNLOG-PARAMS.
       PERFORM PARA-WRITE-RUNLOG.
       STOP RUN.

      *Read the catalogue and pick the latest active generation and
      *the active one before it - without both there is nothing to
      *roll back to.
       PARA-LOAD-GENS.
       OPEN INPUT F-RUNGEN.
       IF NOT F-RUNGEN-STATUS-OK THEN
          DISPLAY 'ERROR: CANNOT OPEN RUNGEN.DAT - RUN student FIRST'
          MOVE 'ERROR' TO WS-RL-STATUS
          PERFORM PARA-RUNLOG-PARAMS
          PERFORM PARA-WRITE-RUNLOG
          MOVE 8 TO RETURN-CODE
          STOP RUN
       END-IF.
       PERFORM UNTIL F-RUNGEN-STATUS-EOF
         READ F-RUNGEN
         IF F-RUNGEN-STATUS-OK THEN
            IF GTB-COUNT >= 101 THEN
               DISPLAY 'RUNGEN.DAT HOLDS MORE THAN 101 ENTRIES - '
                       'THE REST IS IGNORED'
            ELSE
               ADD 1 TO GTB-COUNT
               MOVE REC-F-RUNGEN TO GTB-REC(GTB-COUNT)
            END-IF
         END-IF
       END-PERFORM.
       CLOSE F-RUNGEN.
       PERFORM VARYING WS-G FROM GTB-COUNT BY -1
                              UNTIL WS-G < 1 OR WS-PREV-G > 0
         MOVE GTB-REC(WS-G) TO REC-RUNGEN
         IF GEN-ACTIVE THEN
            IF WS-LAST-G = 0 THEN
               MOVE WS-G TO WS-LAST-G
               MOVE GEN-NO TO WS-LAST-NO
               MOVE GEN-HIST-BASE TO WS-HIST-BASE
               MOVE GEN-HIST-END TO WS-HIST-END
            ELSE
               MOVE WS-G TO WS-PREV-G
               MOVE GEN-NO TO WS-PREV-NO
            END-IF
         END-IF
       END-PERFORM.
       IF WS-LAST-G = 0 THEN
          DISPLAY 'ERROR: NO ACTIVE RUN GENERATION ON RUNGEN.DAT - '
                  'NOTHING TO ROLL BACK'
          MOVE 'ERROR' TO WS-RL-STATUS
          PERFORM PARA-RUNLOG-PARAMS
          PERFORM PARA-WRITE-RUNLOG
          MOVE 8 TO RETURN-CODE
          STOP RUN
       END-IF.
       IF WS-PREV-G = 0 THEN
          DISPLAY 'ERROR: GENERATION ' WS-LAST-NO ' IS THE OLDEST '
                  'KEPT - NO EARLIER GENERATION TO RESTORE'
          MOVE 'ERROR' TO WS-RL-STATUS
          PERFORM PARA-RUNLOG-PARAMS
          PERFORM PARA-WRITE-RUNLOG
          MOVE 8 TO RETURN-CODE
          STOP RUN
       END-IF.

       PARA-CHECK-CHECKPOINT.
       OPEN INPUT F-CHECKPOINT.
       IF F-CHECKPOINT-STATUS-OK THEN
          READ F-CHECKPOINT
            AT END
               CONTINUE
            NOT AT END
               IF CKPT-TYPE = 'C' THEN
                  DISPLAY 'ERROR: CHECKPOINT.DAT HOLDS AN INTERRUPTED '
                          'RUN - RESTART student TO FINISH IT FIRST'
                  CLOSE F-CHECKPOINT
                  MOVE 'ERROR' TO WS-RL-STATUS
                  PERFORM PARA-RUNLOG-PARAMS
                  PERFORM PARA-WRITE-RUNLOG
                  MOVE 8 TO RETURN-CODE
                  STOP RUN
               END-IF
          END-READ
          CLOSE F-CHECKPOINT
       END-IF.

      *history.dat must still end exactly where the rolled-back run
      *left it - after a histmnt.cbl compaction or a later run the
      *run's records can no longer be told by position, and nothing
      *is removed.
       PARA-CHECK-HISTORY.
       MOVE 0 TO WS-HIST-CNT.
       OPEN INPUT F-HISTORY.
       IF F-HISTORY-STATUS-OK THEN
          PERFORM UNTIL F-HISTORY-STATUS-EOF
            READ F-HISTORY
            IF F-HISTORY-STATUS-OK THEN
               ADD 1 TO WS-HIST-CNT
            END-IF
          END-PERFORM
          CLOSE F-HISTORY
       END-IF.
       IF WS-HIST-CNT NOT = WS-HIST-END OR
                                   WS-HIST-BASE > WS-HIST-END THEN
          DISPLAY 'ERROR: HISTORY.DAT HOLDS ' WS-HIST-CNT
                  ' RECORD(S), GENERATION ' WS-LAST-NO
                  ' LEFT ' WS-HIST-END
          DISPLAY '  (CHANGED SINCE THE RUN - ROLLBACK REFUSED)'
          MOVE 'ERROR' TO WS-RL-STATUS
          PERFORM PARA-RUNLOG-PARAMS
          PERFORM PARA-WRITE-RUNLOG
          MOVE 8 TO RETURN-CODE
          STOP RUN
       END-IF.

      *Every copy of the generation restored to has to be there, and
      *hold the number of records catalogued for it, before the first
      *live file is overwritten - a short copy is no rollback point.
       PARA-CHECK-COPIES.
       MOVE WS-PREV-NO TO WS-GEN-EXT-NAME(4:5).
       MOVE WS-PREV-NO TO WS-GEN-OUT-NAME(4:5).
       MOVE WS-PREV-NO TO WS-GEN-IDX-NAME(4:5).
       MOVE WS-PREV-NO TO WS-GEN-ASM-NAME(4:5).
       MOVE WS-PREV-NO TO WS-GEN-ABD-NAME(4:5).
       MOVE 0 TO WS-MISSING-CNT.
       MOVE GTB-REC(WS-PREV-G) TO REC-RUNGEN.
       MOVE WS-GEN-EXT-NAME TO WS-COPY-NAME.
       MOVE GEN-EXT-CNT TO WS-GEN-EXPECT.
       MOVE 0 TO WS-GEN-CNT.
       MOVE SPACE TO F-GEN-STATUS.
       OPEN INPUT F-GEN-EXT.
       IF F-GEN-STATUS-OK THEN
          PERFORM UNTIL F-GEN-STATUS-EOF
            READ F-GEN-EXT
            IF F-GEN-STATUS-OK THEN
               ADD 1 TO WS-GEN-CNT
            END-IF
          END-PERFORM
          CLOSE F-GEN-EXT
          PERFORM PARA-COPY-COUNT
       ELSE
          DISPLAY 'ERROR: CANNOT OPEN ' WS-GEN-EXT-NAME
          ADD 1 TO WS-MISSING-CNT
       END-IF.
       MOVE WS-GEN-OUT-NAME TO WS-COPY-NAME.
       MOVE GEN-OUT-CNT TO WS-GEN-EXPECT.
       MOVE 0 TO WS-GEN-CNT.
       MOVE SPACE TO F-GEN-STATUS.
       OPEN INPUT F-GEN-OUT.
       IF F-GEN-STATUS-OK THEN
          PERFORM UNTIL F-GEN-STATUS-EOF
            READ F-GEN-OUT
            IF F-GEN-STATUS-OK THEN
               ADD 1 TO WS-GEN-CNT
            END-IF
          END-PERFORM
          CLOSE F-GEN-OUT
          PERFORM PARA-COPY-COUNT
       ELSE
          DISPLAY 'ERROR: CANNOT OPEN ' WS-GEN-OUT-NAME
          ADD 1 TO WS-MISSING-CNT
       END-IF.
       MOVE WS-GEN-IDX-NAME TO WS-COPY-NAME.
       MOVE GEN-IDX-CNT TO WS-GEN-EXPECT.
       MOVE 0 TO WS-GEN-CNT.
       MOVE SPACE TO F-GEN-STATUS.
       OPEN INPUT F-GEN-IDX.
       IF F-GEN-STATUS-OK THEN
          PERFORM UNTIL F-GEN-STATUS-EOF
            READ F-GEN-IDX
            IF F-GEN-STATUS-OK THEN
               ADD 1 TO WS-GEN-CNT
            END-IF
          END-PERFORM
          CLOSE F-GEN-IDX
          PERFORM PARA-COPY-COUNT
       ELSE
          DISPLAY 'ERROR: CANNOT OPEN ' WS-GEN-IDX-NAME
          ADD 1 TO WS-MISSING-CNT
       END-IF.
       MOVE WS-GEN-ASM-NAME TO WS-COPY-NAME.
       MOVE GEN-ASM-CNT TO WS-GEN-EXPECT.
       MOVE 0 TO WS-GEN-CNT.
       MOVE SPACE TO F-GEN-STATUS.
       OPEN INPUT F-GEN-ASM.
       IF F-GEN-STATUS-OK THEN
          PERFORM UNTIL F-GEN-STATUS-EOF
            READ F-GEN-ASM
            IF F-GEN-STATUS-OK THEN
               ADD 1 TO WS-GEN-CNT
            END-IF
          END-PERFORM
          CLOSE F-GEN-ASM
          PERFORM PARA-COPY-COUNT
       ELSE
          DISPLAY 'ERROR: CANNOT OPEN ' WS-GEN-ASM-NAME
          ADD 1 TO WS-MISSING-CNT
       END-IF.
       MOVE WS-GEN-ABD-NAME TO WS-COPY-NAME.
       MOVE GEN-ABD-CNT TO WS-GEN-EXPECT.
       MOVE 0 TO WS-GEN-CNT.
       MOVE SPACE TO F-GEN-STATUS.
       OPEN INPUT F-GEN-ABD.
       IF F-GEN-STATUS-OK THEN
          PERFORM UNTIL F-GEN-STATUS-EOF
            READ F-GEN-ABD
            IF F-GEN-STATUS-OK THEN
               ADD 1 TO WS-GEN-CNT
            END-IF
          END-PERFORM
          CLOSE F-GEN-ABD
          PERFORM PARA-COPY-COUNT
       ELSE
          DISPLAY 'ERROR: CANNOT OPEN ' WS-GEN-ABD-NAME
          ADD 1 TO WS-MISSING-CNT
       END-IF.
       IF WS-MISSING-CNT > 0 THEN
          DISPLAY '  (GENERATION ' WS-PREV-NO
                  ' INCOMPLETE - ROLLBACK REFUSED)'
          MOVE 'ERROR' TO WS-RL-STATUS
          PERFORM PARA-RUNLOG-PARAMS
          PERFORM PARA-WRITE-RUNLOG
          MOVE 8 TO RETURN-CODE
          STOP RUN
       END-IF.

       PARA-COPY-COUNT.
       IF WS-GEN-CNT NOT = WS-GEN-EXPECT THEN
          DISPLAY 'ERROR: ' WS-COPY-NAME ' HOLDS ' WS-GEN-CNT
                  ' RECORD(S), CATALOGUED ' WS-GEN-EXPECT
          ADD 1 TO WS-MISSING-CNT
       END-IF.

       PARA-RESTORE-EXTRACT.
       MOVE 'extract.dat' TO WS-FL-FILE.
       MOVE GTB-REC(WS-PREV-G) TO REC-RUNGEN.
       MOVE GEN-EXT-CNT TO WS-GEN-EXPECT.
       MOVE 0 TO WS-GEN-CNT.
       MOVE SPACE TO F-GEN-STATUS.
       OPEN INPUT F-GEN-EXT.
       OPEN OUTPUT F-EXTRACT.
       PERFORM UNTIL F-GEN-STATUS-EOF
         READ F-GEN-EXT
         IF F-GEN-STATUS-OK THEN
            MOVE REC-F-GEN-EXT TO REC-F-EXTRACT
            WRITE REC-F-EXTRACT
            IF NOT F-EXTRACT-STATUS-OK THEN
               MOVE F-EXTRACT-STATUS TO WS-FAIL-STATUS
               PERFORM PARA-RESTORE-FAILED
            END-IF
            ADD 1 TO WS-GEN-CNT
         END-IF
       END-PERFORM.
       CLOSE F-GEN-EXT.
       CLOSE F-EXTRACT.
       MOVE WS-GEN-EXT-NAME TO WS-FL-COPY.
       PERFORM PARA-FILE-LINE.

       PARA-RESTORE-OUTPUT.
       MOVE 'output.dat' TO WS-FL-FILE.
       MOVE GTB-REC(WS-PREV-G) TO REC-RUNGEN.
       MOVE GEN-OUT-CNT TO WS-GEN-EXPECT.
       MOVE 0 TO WS-GEN-CNT.
       MOVE SPACE TO F-GEN-STATUS.
       OPEN INPUT F-GEN-OUT.
       OPEN OUTPUT F-OUTPUT.
       PERFORM UNTIL F-GEN-STATUS-EOF
         READ F-GEN-OUT
         IF F-GEN-STATUS-OK THEN
            MOVE REC-F-GEN-OUT TO REC-F-OUTPUT
            WRITE REC-F-OUTPUT
            IF NOT F-OUTPUT-STATUS-OK THEN
               MOVE F-OUTPUT-STATUS TO WS-FAIL-STATUS
               PERFORM PARA-RESTORE-FAILED
            END-IF
            ADD 1 TO WS-GEN-CNT
         END-IF
       END-PERFORM.
       CLOSE F-GEN-OUT.
       CLOSE F-OUTPUT.
       MOVE WS-GEN-OUT-NAME TO WS-FL-COPY.
       PERFORM PARA-FILE-LINE.

      *The indexed files are rebuilt from scratch off the unloaded
      *copies, which are in key order.
       PARA-RESTORE-STUDIDX.
       MOVE 'student.idx' TO WS-FL-FILE.
       MOVE GTB-REC(WS-PREV-G) TO REC-RUNGEN.
       MOVE GEN-IDX-CNT TO WS-GEN-EXPECT.
       MOVE 0 TO WS-GEN-CNT.
       MOVE SPACE TO F-GEN-STATUS.
       OPEN INPUT F-GEN-IDX.
       OPEN OUTPUT F-STUDIDX.
       PERFORM UNTIL F-GEN-STATUS-EOF
         READ F-GEN-IDX
         IF F-GEN-STATUS-OK THEN
            MOVE REC-F-GEN-IDX TO REC-STUD-IDX
            WRITE REC-STUD-IDX
              INVALID KEY
                 DISPLAY 'DUPLICATE STUDENT.IDX KEY ' IDX-S-KEY
                         ' ON ' WS-GEN-IDX-NAME ' - SKIPPED'
              NOT INVALID KEY
                 ADD 1 TO WS-GEN-CNT
            END-WRITE
            IF NOT F-STUDIDX-STATUS-OK AND
                                    NOT F-STUDIDX-STATUS-DUP THEN
               MOVE F-STUDIDX-STATUS TO WS-FAIL-STATUS
               PERFORM PARA-RESTORE-FAILED
            END-IF
         END-IF
       END-PERFORM.
       CLOSE F-GEN-IDX.
       CLOSE F-STUDIDX.
       MOVE WS-GEN-IDX-NAME TO WS-FL-COPY.
       PERFORM PARA-FILE-LINE.

       PARA-RESTORE-ASSESS.
       MOVE 'assess.idx' TO WS-FL-FILE.
       MOVE GTB-REC(WS-PREV-G) TO REC-RUNGEN.
       MOVE GEN-ASM-CNT TO WS-GEN-EXPECT.
       MOVE 0 TO WS-GEN-CNT.
       MOVE SPACE TO F-GEN-STATUS.
       OPEN INPUT F-GEN-ASM.
       OPEN OUTPUT F-ASSESS.
       PERFORM UNTIL F-GEN-STATUS-EOF
         READ F-GEN-ASM
         IF F-GEN-STATUS-OK THEN
            MOVE REC-F-GEN-ASM TO REC-ASSESS
            WRITE REC-ASSESS
              INVALID KEY
                 DISPLAY 'DUPLICATE ASSESS.IDX KEY ON '
                         WS-GEN-ASM-NAME ' - SKIPPED'
              NOT INVALID KEY
                 ADD 1 TO WS-GEN-CNT
            END-WRITE
            IF NOT F-ASSESS-STATUS-OK AND
                                    NOT F-ASSESS-STATUS-DUP THEN
               MOVE F-ASSESS-STATUS TO WS-FAIL-STATUS
               PERFORM PARA-RESTORE-FAILED
            END-IF
         END-IF
       END-PERFORM.
       CLOSE F-GEN-ASM.
       CLOSE F-ASSESS.
       MOVE WS-GEN-ASM-NAME TO WS-FL-COPY.
       PERFORM PARA-FILE-LINE.

       PARA-RESTORE-ABSDET.
       MOVE 'absdet.idx' TO WS-FL-FILE.
       MOVE GTB-REC(WS-PREV-G) TO REC-RUNGEN.
       MOVE GEN-ABD-CNT TO WS-GEN-EXPECT.
       MOVE 0 TO WS-GEN-CNT.
       MOVE SPACE TO F-GEN-STATUS.
       OPEN INPUT F-GEN-ABD.
       OPEN OUTPUT F-ABSDET.
       PERFORM UNTIL F-GEN-STATUS-EOF
         READ F-GEN-ABD
         IF F-GEN-STATUS-OK THEN
            MOVE REC-F-GEN-ABD TO REC-ABSDET
            WRITE REC-ABSDET
              INVALID KEY
                 DISPLAY 'DUPLICATE ABSDET.IDX KEY ON '
                         WS-GEN-ABD-NAME ' - SKIPPED'
              NOT INVALID KEY
                 ADD 1 TO WS-GEN-CNT
            END-WRITE
            IF NOT F-ABSDET-STATUS-OK AND
                                    NOT F-ABSDET-STATUS-DUP THEN
               MOVE F-ABSDET-STATUS TO WS-FAIL-STATUS
               PERFORM PARA-RESTORE-FAILED
            END-IF
         END-IF
       END-PERFORM.
       CLOSE F-GEN-ABD.
       CLOSE F-ABSDET.
       MOVE WS-GEN-ABD-NAME TO WS-FL-COPY.
       PERFORM PARA-FILE-LINE.

      *The restored file has to come back with every record the
      *catalogue holds for its copy - anything short stops the run
      *before the generation is marked.
       PARA-FILE-LINE.
       MOVE WS-GEN-CNT TO WS-FL-COUNT.
       MOVE WS-FILE-LINE TO REC-F-ROLLRPT.
       WRITE REC-F-ROLLRPT.
       ADD WS-GEN-CNT TO WS-RESTORED-CNT.
       IF WS-GEN-CNT NOT = WS-GEN-EXPECT THEN
          MOVE SPACES TO WS-FAIL-TEXT
          STRING WS-FL-FILE DELIMITED BY SPACE
                 ' RESTORED ' WS-GEN-CNT ' OF ' WS-GEN-EXPECT
                 ' RECORDS' DELIMITED BY SIZE INTO WS-FAIL-TEXT
          PERFORM PARA-ROLLBACK-STOP
       END-IF.

      *Records GEN-HIST-BASE + 1 onwards are the rolled-back run's -
      *each is listed and dropped, the rest copied to histwork.dat
      *and back over history.dat.
       PARA-REMOVE-HISTORY.
       MOVE SPACES TO REC-F-ROLLRPT.
       WRITE REC-F-ROLLRPT.
       MOVE 'HISTORY.DAT RECORDS REMOVED' TO REC-F-ROLLRPT.
       WRITE REC-F-ROLLRPT.
       MOVE '  RECORD   STUDENT  YEAR  TERM  AVERAGE' TO REC-F-ROLLRPT.
       WRITE REC-F-ROLLRPT.
       MOVE 'histwork.dat' TO WS-FL-FILE.
       MOVE SPACE TO F-HISTORY-STATUS.
       OPEN INPUT F-HISTORY.
       OPEN OUTPUT F-HISTWORK.
       MOVE 0 TO WS-REC-SEQ.
       IF F-HISTORY-STATUS-OK THEN
          PERFORM UNTIL F-HISTORY-STATUS-EOF
            READ F-HISTORY
            IF F-HISTORY-STATUS-OK THEN
               ADD 1 TO WS-REC-SEQ
               IF WS-REC-SEQ > WS-HIST-BASE THEN
                  PERFORM PARA-HIST-LINE
               ELSE
                  MOVE REC-STUD-HIST TO REC-F-HISTWORK
                  WRITE REC-F-HISTWORK
                  IF NOT F-HISTWORK-STATUS-OK THEN
                     MOVE F-HISTWORK-STATUS TO WS-FAIL-STATUS
                     PERFORM PARA-RESTORE-FAILED
                  END-IF
               END-IF
            END-IF
          END-PERFORM
          CLOSE F-HISTORY
       END-IF.
       CLOSE F-HISTWORK.
       IF WS-REMOVED-CNT = 0 THEN
          MOVE '  NONE' TO REC-F-ROLLRPT
          WRITE REC-F-ROLLRPT
       END-IF.

       MOVE 'history.dat' TO WS-FL-FILE.
       MOVE SPACE TO F-HISTWORK-STATUS.
       OPEN INPUT F-HISTWORK.
       OPEN OUTPUT F-HISTORY.
       PERFORM UNTIL F-HISTWORK-STATUS-EOF
         READ F-HISTWORK
         IF F-HISTWORK-STATUS-OK THEN
            MOVE REC-F-HISTWORK TO REC-STUD-HIST
            WRITE REC-STUD-HIST
            IF NOT F-HISTORY-STATUS-OK THEN
               MOVE F-HISTORY-STATUS TO WS-FAIL-STATUS
               PERFORM PARA-RESTORE-FAILED
            END-IF
         END-IF
       END-PERFORM.
       CLOSE F-HISTWORK.
       CLOSE F-HISTORY.

      *A write that fails, or a file that comes back short, leaves
      *the restore half done - the run stops there, before the
      *generation is marked rolled back, so the catalogue still shows
      *it active. A catalogue rewrite that fails stops the same way;
      *rungen.dat then has to be put right by hand before any rerun.
       PARA-RESTORE-FAILED.
       MOVE SPACES TO WS-FAIL-TEXT.
       STRING 'WRITE TO ' DELIMITED BY SIZE
              WS-FL-FILE DELIMITED BY SPACE
              ' FAILED, STATUS ' WS-FAIL-STATUS
              DELIMITED BY SIZE INTO WS-FAIL-TEXT.
       PERFORM PARA-ROLLBACK-STOP.

       PARA-ROLLBACK-STOP.
       DISPLAY 'ERROR: ' WS-FAIL-TEXT.
       DISPLAY '  ROLLBACK STOPPED - GENERATION ' WS-LAST-NO
               ' NOT MARKED ROLLED BACK'.
       MOVE SPACES TO REC-F-ROLLRPT.
       WRITE REC-F-ROLLRPT.
       MOVE 'ROLLBACK STOPPED -' TO REC-F-ROLLRPT.
       MOVE WS-FAIL-TEXT TO REC-F-ROLLRPT(20:50).
       WRITE REC-F-ROLLRPT.
       CLOSE F-ROLLRPT.
       MOVE WS-RESTORED-CNT TO WS-RL-REC-IN.
       MOVE WS-REMOVED-CNT TO WS-RL-REC-OUT.
       MOVE 'ERROR' TO WS-RL-STATUS.
       PERFORM PARA-RUNLOG-PARAMS.
       PERFORM PARA-WRITE-RUNLOG.
       MOVE 8 TO RETURN-CODE.
       STOP RUN.

       PARA-HIST-LINE.
       ADD 1 TO WS-REMOVED-CNT.
       MOVE WS-REC-SEQ TO WS-HL-SEQ.
       MOVE HST-S-KEY TO WS-HL-S-KEY.
       MOVE HST-YEAR TO WS-HL-YEAR.
       MOVE HST-TERM TO WS-HL-TERM.
       MOVE HST-AVERAGE TO WS-HL-AVERAGE.
       INSPECT WS-HL-AVERAGE REPLACING ALL ',' BY '.'.
       MOVE WS-HIST-LINE TO REC-F-ROLLRPT.
       WRITE REC-F-ROLLRPT.

      *The live files are already restored by now - a catalogue that
      *cannot be rewritten in full ends the run as an error too.
       PARA-WRITE-GENS.
       MOVE 'rungen.dat' TO WS-FL-FILE.
       OPEN OUTPUT F-RUNGEN.
       IF NOT F-RUNGEN-STATUS-OK THEN
          MOVE SPACES TO WS-FAIL-TEXT
          STRING 'CANNOT OPEN RUNGEN.DAT, STATUS ' F-RUNGEN-STATUS
                 DELIMITED BY SIZE INTO WS-FAIL-TEXT
          PERFORM PARA-ROLLBACK-STOP
       END-IF.
       PERFORM VARYING WS-G FROM 1 BY 1 UNTIL WS-G > GTB-COUNT
         MOVE GTB-REC(WS-G) TO REC-F-RUNGEN
         WRITE REC-F-RUNGEN
         IF NOT F-RUNGEN-STATUS-OK THEN
            MOVE F-RUNGEN-STATUS TO WS-FAIL-STATUS
            PERFORM PARA-RESTORE-FAILED
         END-IF
       END-PERFORM.
       CLOSE F-RUNGEN.

       PARA-RUNLOG-PARAMS.
       MOVE SPACES TO WS-RL-PARAMS.
       MOVE 'GEN' TO WS-RL-PARAMS(1:3).
       MOVE WS-LAST-NO TO WS-RL-PARAMS(5:5).
       MOVE 'TO' TO WS-RL-PARAMS(11:2).
       MOVE WS-PREV-NO TO WS-RL-PARAMS(14:5).

      *Append this run's record to the shared run log - created empty
      *on the very first run, same pattern as the history archive in
      *the batch.
       PARA-WRITE-RUNLOG.
       OPEN EXTEND F-RUNLOG.
       IF NOT F-RUNLOG-STATUS-OK THEN
          OPEN OUTPUT F-RUNLOG
          CLOSE F-RUNLOG
          OPEN EXTEND F-RUNLOG
       END-IF.
       ACCEPT WS-RL-DATE FROM DATE YYYYMMDD.
       ACCEPT WS-RL-TIME-RAW FROM TIME.
       MOVE 'studroll' TO RL-PROGRAM.
       MOVE WS-RL-DATE TO RL-DATE.
       MOVE WS-RL-TIME-RAW(1:6) TO RL-TIME.
       MOVE WS-RL-PARAMS TO RL-PARAMS.
       MOVE WS-RL-REC-IN TO RL-REC-IN.
       MOVE WS-RL-REC-OUT TO RL-REC-OUT.
       MOVE WS-RL-STATUS TO RL-STATUS.
       WRITE REC-RUNLOG.
       CLOSE F-RUNLOG.

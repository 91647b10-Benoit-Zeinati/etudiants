               ALTERNATE RECORD KEY IS IDX-LASTNAME WITH DUPLICATES
               FILE STATUS IS F-STUDIDX-STATUS.

      *Assessment detail behind each course grade - one record per
      *accepted "04" line (see assess.cpy), rebuilt every run like
      *student.idx so studlkup.cbl and teachrpt.cbl can show how each
      *grade on the extract was made up.
           SELECT F-ASSESS
               ASSIGN TO 'assess.idx'
               ACCESS MODE IS DYNAMIC
               ORGANIZATION IS INDEXED
               RECORD KEY IS ASM-KEY
               FILE STATUS IS F-ASSESS-STATUS.

      *Absence detail behind each student's day total - one record
      *per accepted "03" line (see absdet.cpy), rebuilt every run like
      *assess.idx so the warning letters (abslettr.cbl) can list the
      *dates.
           SELECT F-ABSDET
               ASSIGN TO 'absdet.idx'
               ACCESS MODE IS DYNAMIC
               ORGANIZATION IS INDEXED
               RECORD KEY IS ABD-KEY
               FILE STATUS IS F-ABSDET-STATUS.

      *Restart checkpoint for the input.dat read loop - one control
      *record saying how far the outputs are good, taken at student
      *boundaries, so a rerun after an abend reopens extract.dat and
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-RUNLOG-STATUS.

      *Run-generation catalogue (see rungen.cpy) and the copies each
      *run keeps of its outputs - the names are built at run time
      *from the generation number (runNNNNN.ext and so on), the same
      *way histmnt.cbl names its per-year archives. studroll.cbl
      *restores from them.
           SELECT F-RUNGEN
               ASSIGN TO 'rungen.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-RUNGEN-STATUS.

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

      *Sort work for the bulletin pass - the extract is sorted by
      *class and name so each class arrives as one contiguous run
      *and only one class at a time ever sits in storage.
           03 R-ABS-DATE       PIC 9(08).
           03 R-ABS-TYPE       PIC 9(01).

      *Assessment record - an "04" line under a course's "02" line,
      *one per test, homework or oral that makes up the course grade:
      *its date, type, weight within the course, grade and an absent
      *flag. When a course carries any, the course grade is their
      *weighted average and the "02" line's own R-GRADE is ignored.
       01  REC-ASSESSMENT.
           03 R-T-KEY          PIC 9(02).
           03 R-T-DATE         PIC 9(08).
           03 R-T-TYPE         PIC X(06).
           03 R-T-WEIGHT       PIC 9.9.
           03 R-T-GRADE        PIC 99.99.
           03 R-T-ABSENT       PIC 9(01).

       FD  F-OUTPUT
           RECORD CONTAINS 250 CHARACTERS
           RECORDING MODE IS F.
           RECORDING MODE IS F.
       COPY 'studhist.cpy'.

       FD  F-ASSESS
           RECORD CONTAINS 36 CHARACTERS
           RECORDING MODE IS F.
       COPY 'assess.cpy'.

       FD  F-ABSDET
           RECORD CONTAINS 19 CHARACTERS
           RECORDING MODE IS F.
       COPY 'absdet.cpy'.

       FD  F-PARAMS
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
           05 CKPT-REC-SEQ       PIC 9(07).
           05 CKPT-STUDENT-COUNT PIC 9(05).
           05 CKPT-NOTE-COUNT    PIC 9(05).
      *history.dat record count before the interrupted run started,
      *so the restarted run's generation still brackets all of that
      *run's history records.
           05 CKPT-HIST-BASE     PIC 9(07).
           05 FILLER             PIC X(55).

       FD  F-REQCRS
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       COPY 'runlog.cpy'.

       FD  F-RUNGEN
           RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE IS F.
       01  REC-F-RUNGEN        PIC X(100).

      *The generation copies are flat, record for record - the three
      *indexed files are unloaded in key order and loaded back the
      *same way.
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

      *Sorted view of the extract for the bulletin pass - the keys up
      *front, the whole extract record behind them.
       SD  SRT-FILE.
           88 F-STUDMST-STATUS-OK  VALUE '00' '02'.
           88 F-STUDMST-STATUS-EOF VALUE '10'.

       01  F-ASSESS-STATUS     PIC X(02) VALUE SPACE.
           88 F-ASSESS-STATUS-OK   VALUE '00'.
           88 F-ASSESS-STATUS-EOF  VALUE '10'.

       01  F-ABSDET-STATUS     PIC X(02) VALUE SPACE.
           88 F-ABSDET-STATUS-OK   VALUE '00'.
           88 F-ABSDET-STATUS-EOF  VALUE '10'.

       01  F-CHECKPOINT-STATUS PIC X(02) VALUE SPACE.
           88 F-CHECKPOINT-STATUS-OK  VALUE '00'.


       01  F-HISTORY-STATUS    PIC X(02) VALUE SPACE.
           88 F-HISTORY-STATUS-OK  VALUE '00'.
           88 F-HISTORY-STATUS-EOF VALUE '10'.

       01  F-REQCRS-STATUS     PIC X(02) VALUE SPACE.
           88 F-REQCRS-STATUS-OK   VALUE '00'.
       01  F-RUNLOG-STATUS     PIC X(02) VALUE SPACE.
           88 F-RUNLOG-STATUS-OK   VALUE '00'.

       01  F-RUNGEN-STATUS     PIC X(02) VALUE SPACE.
           88 F-RUNGEN-STATUS-OK   VALUE '00'.
           88 F-RUNGEN-STATUS-EOF  VALUE '10'.

      *Shared by the five generation copies - only one is ever open.
       01  F-GEN-STATUS        PIC X(02) VALUE SPACE.
           88 F-GEN-STATUS-OK      VALUE '00'.
           88 F-GEN-STATUS-EOF     VALUE '10'.

      *The one student being processed - filled from their "01" line
      *and its course and absence lines, flushed to the output files
      *the moment the next "01" line (or end of file) arrives. This
              10 CUR-C-COEF     PIC 9V9.
              10 CUR-C-GRADE    PIC 99V99.
              10 CUR-C-ABSENT   PIC 9(01).
      *Running totals of the course's "04" assessment lines - the
      *weights and weighted grades of the ones sat, so an absence is
      *left out of the average rather than counted as a zero.
              10 CUR-C-ASS-N    PIC 9(02).
              10 CUR-C-ASS-WSUM PIC 9(03)V9.
              10 CUR-C-ASS-GSUM PIC 9(05)V99.
      *The accepted assessment lines themselves, held until the
      *student is flushed so assess.idx only ever gets the students
      *that reach the other output files.
           05 CUR-ASS-CNT       PIC 9(03).
           05 CUR-ASS OCCURS 100 TIMES.
              10 CUR-A-CRS      PIC 9(02).
              10 CUR-A-SEQ      PIC 9(02).
              10 CUR-A-DATE     PIC 9(08).
              10 CUR-A-TYPE     PIC X(06).
              10 CUR-A-WEIGHT   PIC 9V9.
              10 CUR-A-GRADE    PIC 99V99.
              10 CUR-A-ABSENT   PIC 9(01).
      *The accepted attendance lines, held the same way for
      *absdet.idx.
           05 CUR-ABD-CNT       PIC 9(02).
           05 CUR-ABD OCCURS 60 TIMES.
              10 CUR-D-DATE     PIC 9(08).
              10 CUR-D-TYPE     PIC 9(01).

      *Course lines arriving before any "01" line, or under a
      *rejected "01" line, are themselves rejected - these flags
           88 WS-VALID-STUDENT-SEEN VALUE 1.
       77  WS-CUR-REJ           PIC 9(01) VALUE 0.
           88 WS-CUR-STUDENT-BAD    VALUE 1.
      *Slot in CUR-CRS of the last course line accepted for the
      *student in progress - the course its "04" assessment lines
      *belong to; 0 when there is none or that line was rejected.
       77  WS-ASS-PARENT        PIC 9(02) VALUE 0.
       77  WS-ASS-IDX           PIC 9(03).
       77  WS-TTL-ASSESS        PIC 9(05) VALUE 0.
       77  WS-ABD-IDX           PIC 9(02).
       77  WS-TTL-ABSDET        PIC 9(05) VALUE 0.

       77  WS-REC-SEQ           PIC 9(07) VALUE 0.
       77  WS-VALID-EXCEPT-CNT  PIC 9(05) VALUE 0.
       77  WS-ABS-CNT             PIC 9(05) VALUE 0.
       77  WS-LINE-BAD            PIC 9(01).

      *Run generations - WS-GEN-KEEP active generations are kept
      *(GEN-KEEP card, 2-99, so there is always one to roll back
      *to); older ones, and any rolled back since the last run, have
      *their copies emptied and leave the catalogue.
       77  WS-GEN-KEEP            PIC 9(02) VALUE 05.
       77  WS-GEN-NO              PIC 9(05) VALUE 0.
       77  WS-GEN-ACTIVE-CNT      PIC 9(03).
       77  WS-G                   PIC 9(03).
       77  WS-HIST-BASE           PIC 9(07) VALUE 0.
       77  WS-HIST-CNT            PIC 9(07).
       77  WS-GEN-CNT             PIC 9(05).
       77  WS-NAME-NO             PIC 9(05).
      *Set by any open or write that fails while the generation is
      *copied or catalogued - the generation is then not kept.
       77  WS-GEN-ERR             PIC X(01) VALUE 'N'.
           88 WS-GEN-IN-ERROR         VALUE 'Y'.
       77  WS-GEN-CUR-NAME        PIC X(12).
      *The new generation's catalogue entry, built here before it
      *joins the table.
       COPY 'rungen.cpy'.
       01  WS-GEN-FILE-NAMES.
           05 WS-GEN-EXT-NAME   PIC X(12) VALUE 'runNNNNN.ext'.
           05 WS-GEN-OUT-NAME   PIC X(12) VALUE 'runNNNNN.out'.
           05 WS-GEN-IDX-NAME   PIC X(12) VALUE 'runNNNNN.idx'.
           05 WS-GEN-ASM-NAME   PIC X(12) VALUE 'runNNNNN.asm'.
           05 WS-GEN-ABD-NAME   PIC X(12) VALUE 'runNNNNN.abd'.

      *The catalogue in storage while a generation is added - an
      *entry is dropped by blanking GTB-STATE. Rolled-back entries
      *only ever come from active ones, so there are never more than
      *WS-GEN-KEEP + 1 entries to hold.
       01  GEN-TABLE.
           05 GTB-COUNT          PIC 9(03) VALUE 0.
           05 GTB-ENTRY OCCURS 101 TIMES.
              10 GTB-NO          PIC 9(05).
              10 GTB-STATE       PIC X(01).
              10 GTB-REC         PIC X(100).

      *Staging for the shared run-log record appended at end of run.
       01  WS-RUNLOG-FIELDS.
           05 WS-RL-PARAMS      PIC X(30) VALUE SPACES.
                      PERFORM PARA-STUDENT-REC
                 WHEN 03
                      PERFORM PARA-ABSENCE-REC
                 WHEN 04
                      PERFORM PARA-ASSESS-REC
                 WHEN OTHER
                      PERFORM PARA-COURSE-REC
               END-EVALUATE
       CLOSE F-EXTRACT.
       CLOSE F-STUDIDX.
       CLOSE F-HISTORY.
       CLOSE F-ASSESS.
       CLOSE F-ABSDET.

       IF WS-VALID-EXCEPT-CNT = 0 THEN
          MOVE 'NO EXCEPTIONS FOUND' TO REC-F-EXCEPT
       CLOSE F-EXCEPT.
       DISPLAY 'INPUT VALIDATION: ' WS-VALID-EXCEPT-CNT
               ' EXCEPTION(S) - SEE EXCEPT.DAT'.
       DISPLAY 'ASSESSMENTS FILED: ' WS-TTL-ASSESS
               ' - SEE ASSESS.IDX'.
       DISPLAY 'ABSENCE LINES FILED: ' WS-TTL-ABSDET
               ' - SEE ABSDET.IDX'.

      *Bulletin pass - rebuilds output.dat and absentee.rpt from the
      *extract, one class at a time.
       PERFORM PARA-BULLETIN-PASS.

      *Keep this run's outputs as a numbered generation before the
      *checkpoint goes - an abend in here reruns the bulletin pass
      *and the save on restart.
       PERFORM PARA-SAVE-GENERATION.

      *Run completed cleanly - clear the checkpoint so the next run
      *starts fresh instead of mistakenly resuming from a stale one.
       PERFORM PARA-CHECKPOINT-CLEAR.
          END-START
          DISPLAY '  (' WS-TTL-STUDENTS ' STUDENT(S) ALREADY ON THE '
                  'OUTPUT FILES)'
      *The assessment file follows the index - reopened I-O on a
      *restart, created empty when the interrupted run predates it.
          OPEN I-O F-ASSESS
          IF NOT F-ASSESS-STATUS-OK THEN
             OPEN OUTPUT F-ASSESS
          END-IF
          OPEN I-O F-ABSDET
          IF NOT F-ABSDET-STATUS-OK THEN
             OPEN OUTPUT F-ABSDET
          END-IF
       ELSE
          OPEN OUTPUT F-EXTRACT
          OPEN OUTPUT F-STUDIDX
          OPEN OUTPUT F-ASSESS
          OPEN OUTPUT F-ABSDET
       END-IF.

      *A fresh run notes how many records history.dat already holds,
      *so its generation knows which ones are its own; a restart
      *carries the interrupted run's count over from the checkpoint.
       IF NOT WS-IS-RESTART THEN
          PERFORM PARA-COUNT-HISTORY
          MOVE WS-HIST-CNT TO WS-HIST-BASE
       END-IF.

      *The history archive is EXTENDed, never truncated - each run
       END-IF.
       SET WS-VALID-STUDENT-SEEN TO TRUE.
       MOVE 0 TO WS-CUR-REJ.
       MOVE 0 TO WS-ASS-PARENT.
       IF R-TERM <> 1 AND R-TERM <> 2 THEN
          MOVE 'R-TERM OUT OF RANGE 1-2' TO WS-VALID-REASON
          PERFORM PARA-EXCEPT-LINE
            CONTINUE
         ELSE
            MOVE 0 TO WS-LINE-BAD
            MOVE 0 TO WS-ASS-PARENT
            IF R-COEF < 0,1 OR R-COEF > 9,9 THEN
               MOVE 'R-COEF OUT OF RANGE 0.1-9.9' TO WS-VALID-REASON
               PERFORM PARA-EXCEPT-LINE
                  MOVE R-COEF TO CUR-C-COEF(CUR-CRS-CNT)
                  MOVE R-GRADE TO CUR-C-GRADE(CUR-CRS-CNT)
                  MOVE R-ABSENT TO CUR-C-ABSENT(CUR-CRS-CNT)
                  MOVE CUR-CRS-CNT TO WS-ASS-PARENT
                  PERFORM PARA-CHECK-CRSMST
               END-IF
            END-IF
               ELSE
                  ADD 1 TO CUR-ABS-DAYS
               END-IF
      *The day still counts towards the total past the 60th line -
      *only its date is not kept for the letters.
               IF CUR-ABD-CNT >= 60 THEN
                  MOVE 'OVER 60 ABSENCE LINES - DATE NOT KEPT'
                                                TO WS-VALID-REASON
                  PERFORM PARA-EXCEPT-LINE
               ELSE
                  ADD 1 TO CUR-ABD-CNT
                  MOVE R-ABS-DATE TO CUR-D-DATE(CUR-ABD-CNT)
                  MOVE R-ABS-TYPE TO CUR-D-TYPE(CUR-ABD-CNT)
               END-IF
            END-IF
         END-IF
        END-IF
       END-IF.

      *One "04" assessment line under the course line before it -
      *validated like the course and absence lines, then added to its
      *course's running totals and held for assess.idx.
       PARA-ASSESS-REC.
       IF NOT WS-VALID-STUDENT-SEEN THEN
          MOVE 'ASSESSMENT BEFORE ANY STUDENT RECORD'
                                                TO WS-VALID-REASON
          PERFORM PARA-EXCEPT-LINE
       ELSE
        IF WS-CUR-STUDENT-BAD THEN
          MOVE 'ASSESSMENT RECORD FOR REJECTED STUDENT'
                                                TO WS-VALID-REASON
          PERFORM PARA-EXCEPT-LINE
        ELSE
         IF NOT CUR-IN-PROGRESS THEN
            CONTINUE
         ELSE
          IF WS-ASS-PARENT = 0 THEN
             MOVE 'ASSESSMENT WITHOUT AN ACCEPTED COURSE'
                                                TO WS-VALID-REASON
             PERFORM PARA-EXCEPT-LINE
          ELSE
            MOVE 0 TO WS-LINE-BAD
            IF R-T-DATE NOT NUMERIC THEN
               MOVE 'R-T-DATE NOT NUMERIC' TO WS-VALID-REASON
               PERFORM PARA-EXCEPT-LINE
               MOVE 1 TO WS-LINE-BAD
            ELSE
               IF R-T-DATE(5:2) < '01' OR R-T-DATE(5:2) > '12' OR
                     R-T-DATE(7:2) < '01' OR
                     R-T-DATE(7:2) > '31' THEN
                  MOVE 'R-T-DATE OUT OF RANGE' TO WS-VALID-REASON
                  PERFORM PARA-EXCEPT-LINE
                  MOVE 1 TO WS-LINE-BAD
               END-IF
            END-IF
            IF R-T-WEIGHT < 0,1 OR R-T-WEIGHT > 9,9 THEN
               MOVE 'R-T-WEIGHT OUT OF RANGE 0.1-9.9'
                                                TO WS-VALID-REASON
               PERFORM PARA-EXCEPT-LINE
               MOVE 1 TO WS-LINE-BAD
            END-IF
            IF R-T-GRADE < 00,00 OR R-T-GRADE > 20,00 THEN
               MOVE 'R-T-GRADE OUT OF RANGE 00.00-20.00'
                                                TO WS-VALID-REASON
               PERFORM PARA-EXCEPT-LINE
               MOVE 1 TO WS-LINE-BAD
            END-IF
            IF R-T-ABSENT NOT NUMERIC OR R-T-ABSENT > 1 THEN
               MOVE 'R-T-ABSENT MUST BE 0 OR 1' TO WS-VALID-REASON
               PERFORM PARA-EXCEPT-LINE
               MOVE 1 TO WS-LINE-BAD
            END-IF
            IF WS-LINE-BAD = 0 THEN
      *Two separate limits - 100 assessments per student (CUR-ASS)
      *and 99 per course (the two-digit CUR-C-ASS-N / CUR-A-SEQ).
               IF CUR-ASS-CNT >= 100 THEN
                  MOVE 'MORE THAN 100 ASSESSMENTS FOR STUDENT'
                                                TO WS-VALID-REASON
                  PERFORM PARA-EXCEPT-LINE
               ELSE
                  IF CUR-C-ASS-N(WS-ASS-PARENT) >= 99 THEN
                     MOVE 'MORE THAN 99 ASSESSMENTS FOR THE COURSE'
                                                   TO WS-VALID-REASON
                     PERFORM PARA-EXCEPT-LINE
                  ELSE
                     ADD 1 TO CUR-ASS-CNT
                     ADD 1 TO CUR-C-ASS-N(WS-ASS-PARENT)
                     MOVE WS-ASS-PARENT TO CUR-A-CRS(CUR-ASS-CNT)
                     MOVE CUR-C-ASS-N(WS-ASS-PARENT) TO
                                               CUR-A-SEQ(CUR-ASS-CNT)
                     MOVE R-T-DATE TO CUR-A-DATE(CUR-ASS-CNT)
                     MOVE R-T-TYPE TO CUR-A-TYPE(CUR-ASS-CNT)
                     MOVE R-T-WEIGHT TO CUR-A-WEIGHT(CUR-ASS-CNT)
                     MOVE R-T-GRADE TO CUR-A-GRADE(CUR-ASS-CNT)
                     MOVE R-T-ABSENT TO CUR-A-ABSENT(CUR-ASS-CNT)
                     IF R-T-ABSENT = 0 THEN
                        MULTIPLY CUR-A-WEIGHT(CUR-ASS-CNT) BY
                                 CUR-A-GRADE(CUR-ASS-CNT)
                                              GIVING WS-MULTI ROUNDED
                        ADD WS-MULTI TO CUR-C-ASS-GSUM(WS-ASS-PARENT)
                        ADD CUR-A-WEIGHT(CUR-ASS-CNT) TO
                                         CUR-C-ASS-WSUM(WS-ASS-PARENT)
                     END-IF
                  END-IF
               END-IF
            END-IF
          END-IF
         END-IF
        END-IF
       END-IF.

      *Settle the grade of every course that came with "04" lines -
      *the weighted average of the assessments sat. A course whose
      *every assessment was missed has no grade to give: it is filed
      *at zero with its absent flag set, the same as an "02" line
      *keyed absent.
       PARA-ASSESS-GRADES.
       PERFORM VARYING WS-IDX1 FROM 1 BY 1 UNTIL WS-IDX1 > CUR-CRS-CNT
         IF CUR-C-ASS-N(WS-IDX1) > 0 THEN
            IF CUR-C-ASS-WSUM(WS-IDX1) > 0 THEN
               DIVIDE CUR-C-ASS-GSUM(WS-IDX1) BY
                      CUR-C-ASS-WSUM(WS-IDX1)
                                 GIVING CUR-C-GRADE(WS-IDX1) ROUNDED
               MOVE 0 TO CUR-C-ABSENT(WS-IDX1)
            ELSE
               MOVE 0 TO CUR-C-GRADE(WS-IDX1)
               MOVE 1 TO CUR-C-ABSENT(WS-IDX1)
            END-IF
         END-IF
       END-PERFORM.

      *Write the finished student to student.idx, extract.dat and
      *history.dat - the index goes first, since its keyed WRITE is
      *what catches a student already filed (a replayed record after
       IF NOT CUR-IN-PROGRESS THEN
          CONTINUE
       ELSE
          PERFORM PARA-ASSESS-GRADES
          PERFORM PARA-CHECK-REQUIRED
          MOVE 0 TO WS-TTL-COEFGR WS-TTL-COEF
          PERFORM VARYING WS-IDX1 FROM 1 BY 1 UNTIL
       WRITE REC-ST-OUTPUT.
       IF NOT F-EXTRACT-STATUS-OK THEN
          DISPLAY 'ERROR filing extract record'
          CLOSE F-EXTRACT F-STUDIDX F-HISTORY F-ASSESS F-ABSDET
          MOVE 'ERROR' TO WS-RL-STATUS
          PERFORM PARA-RUNLOG-PARAMS
          PERFORM PARA-WRITE-RUNLOG
       WRITE REC-STUD-HIST.
       IF NOT F-HISTORY-STATUS-OK THEN
          DISPLAY 'ERROR filing history record'
          CLOSE F-EXTRACT F-STUDIDX F-HISTORY F-ASSESS F-ABSDET
          MOVE 'ERROR' TO WS-RL-STATUS
          PERFORM PARA-RUNLOG-PARAMS
          PERFORM PARA-WRITE-RUNLOG
       ADD 1 TO WS-TTL-STUDENTS.
       ADD 1 TO WS-CKPT-ST-SINCE.
       ADD CUR-CRS-CNT TO WS-TTL-NOTES.
       PERFORM VARYING WS-ASS-IDX FROM 1 BY 1 UNTIL
                                          WS-ASS-IDX > CUR-ASS-CNT
         PERFORM PARA-FLUSH-ASSESS
       END-PERFORM.
       PERFORM VARYING WS-ABD-IDX FROM 1 BY 1 UNTIL
                                          WS-ABD-IDX > CUR-ABD-CNT
         PERFORM PARA-FLUSH-ABSDET
       END-PERFORM.

      *One held assessment line to assess.idx, under its course's
      *code.
       PARA-FLUSH-ASSESS.
       INITIALIZE REC-ASSESS.
       MOVE CUR-ID TO ASM-S-KEY.
       MOVE CUR-C-CODE(CUR-A-CRS(WS-ASS-IDX)) TO ASM-C-CODE.
       MOVE CUR-A-SEQ(WS-ASS-IDX) TO ASM-SEQ.
       MOVE WS-SCHOOL-YEAR TO ASM-YEAR.
       MOVE CUR-TERM TO ASM-TERM.
       MOVE CUR-A-DATE(WS-ASS-IDX) TO ASM-DATE.
       MOVE CUR-A-TYPE(WS-ASS-IDX) TO ASM-TYPE.
       MOVE CUR-A-WEIGHT(WS-ASS-IDX) TO ASM-WEIGHT.
       MOVE CUR-A-GRADE(WS-ASS-IDX) TO ASM-GRADE.
       MOVE CUR-A-ABSENT(WS-ASS-IDX) TO ASM-ABSENT.
      *The same course code twice in one block files its lines under
      *one key range - the second run of them is refused here rather
      *than overwriting the first.
       WRITE REC-ASSESS
         INVALID KEY
            MOVE 'ASSESSMENT ALREADY ON FILE - SKIPPED'
                                                TO WS-VALID-REASON
            PERFORM PARA-EXCEPT-LINE
         NOT INVALID KEY
            ADD 1 TO WS-TTL-ASSESS
       END-WRITE.

      *One held attendance line to absdet.idx, numbered in the order
      *it came in under the student.
       PARA-FLUSH-ABSDET.
       INITIALIZE REC-ABSDET.
       MOVE CUR-ID TO ABD-S-KEY.
       MOVE WS-ABD-IDX TO ABD-SEQ.
       MOVE WS-SCHOOL-YEAR TO ABD-YEAR.
       MOVE CUR-TERM TO ABD-TERM.
       MOVE CUR-D-DATE(WS-ABD-IDX) TO ABD-DATE.
       MOVE CUR-D-TYPE(WS-ABD-IDX) TO ABD-TYPE.
       WRITE REC-ABSDET
         INVALID KEY
            MOVE 'ABSENCE LINE ALREADY ON FILE - SKIPPED'
                                                TO WS-VALID-REASON
            PERFORM PARA-EXCEPT-LINE
         NOT INVALID KEY
            ADD 1 TO WS-TTL-ABSDET
       END-WRITE.

      *Look up this curriculum slot against the course-master and
      *flag (instead of silently accepting) any disagreement between
               IF CKPT-TYPE = 'C' THEN
                  MOVE CKPT-REC-SEQ TO WS-CKPT-REC-SEQ
                  MOVE 'Y' TO WS-RESTARTED
                  IF CKPT-HIST-BASE IS NUMERIC THEN
                     MOVE CKPT-HIST-BASE TO WS-HIST-BASE
                  END-IF
                  DISPLAY 'RESUMING FROM CHECKPOINT AFTER INPUT '
                          'RECORD ' WS-CKPT-REC-SEQ
               END-IF
       END-IF.
       MOVE WS-TTL-STUDENTS TO CKPT-STUDENT-COUNT.
       MOVE WS-TTL-NOTES TO CKPT-NOTE-COUNT.
       MOVE WS-HIST-BASE TO CKPT-HIST-BASE.
       WRITE REC-CHECKPOINT.
       CLOSE F-CHECKPOINT.

       OPEN OUTPUT F-CHECKPOINT.
       CLOSE F-CHECKPOINT.

      *Record count of history.dat as it stands - zero when there is
      *no archive yet.
       PARA-COUNT-HISTORY.
       MOVE 0 TO WS-HIST-CNT.
       MOVE SPACE TO F-HISTORY-STATUS.
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

      ******************************************************************
      *Run generations - once the bulletin pass is done, extract.dat,
      *output.dat, student.idx, assess.idx and absdet.idx are copied
      *to runNNNNN.* under the next generation number, and the run is
      *added to rungen.dat with the history.dat records it appended.
      *Only the last WS-GEN-KEEP active generations are kept.
      ******************************************************************
       PARA-SAVE-GENERATION.
       PERFORM PARA-LOAD-GENS.
       ADD 1 TO WS-GEN-NO.
       MOVE WS-GEN-NO TO WS-NAME-NO.
       PERFORM PARA-GEN-NAMES.
       MOVE SPACES TO REC-RUNGEN.
       MOVE WS-GEN-NO TO GEN-NO.
       SET GEN-ACTIVE TO TRUE.
       ACCEPT GEN-DATE FROM DATE YYYYMMDD.
       ACCEPT WS-RL-TIME-RAW FROM TIME.
       MOVE WS-RL-TIME-RAW(1:6) TO GEN-TIME.
       MOVE 'N' TO WS-GEN-ERR.
       PERFORM PARA-GEN-COPY-EXT.
       PERFORM PARA-GEN-COPY-OUT.
       PERFORM PARA-GEN-COPY-IDX.
       PERFORM PARA-GEN-COPY-ASM.
       PERFORM PARA-GEN-COPY-ABD.
      *A copy that is short or missing must never be catalogued as a
      *rollback point - the catalogue is left as it was and the run
      *ends in error, its outputs themselves being complete.
       IF WS-GEN-IN-ERROR THEN
          DISPLAY 'ERROR: RUN GENERATION ' WS-GEN-NO
                  ' NOT SAVED - CATALOGUE LEFT AS IT WAS'
          MOVE 0 TO WS-GEN-NO
          MOVE 'ERROR' TO WS-RL-STATUS
          MOVE 8 TO RETURN-CODE
       ELSE
          PERFORM PARA-COUNT-HISTORY
          MOVE WS-HIST-BASE TO GEN-HIST-BASE
          MOVE WS-HIST-CNT TO GEN-HIST-END
          PERFORM PARA-RUNLOG-PARAMS
          MOVE WS-RL-PARAMS TO GEN-PARAMS
          ADD 1 TO GTB-COUNT
          MOVE GEN-NO TO GTB-NO(GTB-COUNT)
          MOVE GEN-STATE TO GTB-STATE(GTB-COUNT)
          MOVE REC-RUNGEN TO GTB-REC(GTB-COUNT)
          PERFORM PARA-PURGE-GENS
          PERFORM PARA-WRITE-GENS
          IF WS-GEN-IN-ERROR THEN
             DISPLAY 'ERROR: RUNGEN.DAT NOT REWRITTEN IN FULL - '
                     'GENERATION CATALOGUE DAMAGED'
             MOVE 'ERROR' TO WS-RL-STATUS
             MOVE 8 TO RETURN-CODE
          ELSE
             DISPLAY 'RUN GENERATION ' WS-GEN-NO ' SAVED - '
                     WS-GEN-ACTIVE-CNT ' GENERATION(S) KEPT'
          END-IF
       END-IF.

      *Read rungen.dat into the table - WS-GEN-NO ends up on the
      *highest number ever used, so numbers are never reused.
       PARA-LOAD-GENS.
       MOVE 0 TO GTB-COUNT WS-GEN-NO.
       OPEN INPUT F-RUNGEN.
       IF F-RUNGEN-STATUS-OK THEN
          PERFORM UNTIL F-RUNGEN-STATUS-EOF
            READ F-RUNGEN
            IF F-RUNGEN-STATUS-OK THEN
               MOVE REC-F-RUNGEN TO REC-RUNGEN
               IF GEN-NO > WS-GEN-NO THEN
                  MOVE GEN-NO TO WS-GEN-NO
               END-IF
               IF GTB-COUNT >= 100 THEN
                  DISPLAY 'RUNGEN.DAT HOLDS MORE THAN 100 ENTRIES - '
                          'GENERATION ' GEN-NO ' DROPPED'
               ELSE
                  ADD 1 TO GTB-COUNT
                  MOVE GEN-NO TO GTB-NO(GTB-COUNT)
                  MOVE GEN-STATE TO GTB-STATE(GTB-COUNT)
                  MOVE REC-RUNGEN TO GTB-REC(GTB-COUNT)
               END-IF
            END-IF
          END-PERFORM
          CLOSE F-RUNGEN
       END-IF.

       PARA-GEN-NAMES.
       MOVE WS-NAME-NO TO WS-GEN-EXT-NAME(4:5).
       MOVE WS-NAME-NO TO WS-GEN-OUT-NAME(4:5).
       MOVE WS-NAME-NO TO WS-GEN-IDX-NAME(4:5).
       MOVE WS-NAME-NO TO WS-GEN-ASM-NAME(4:5).
       MOVE WS-NAME-NO TO WS-GEN-ABD-NAME(4:5).

       PARA-GEN-COPY-EXT.
       MOVE 0 TO WS-GEN-CNT.
       MOVE WS-GEN-EXT-NAME TO WS-GEN-CUR-NAME.
       MOVE SPACE TO F-EXTRACT-STATUS.
       OPEN INPUT F-EXTRACT.
       IF NOT F-EXTRACT-STATUS-OK THEN
          DISPLAY 'ERROR: CANNOT OPEN EXTRACT.DAT TO COPY - STATUS '
                  F-EXTRACT-STATUS
          MOVE 'Y' TO WS-GEN-ERR
       ELSE
          OPEN OUTPUT F-GEN-EXT
          IF NOT F-GEN-STATUS-OK THEN
             PERFORM PARA-GEN-OPEN-FAILED
          ELSE
             PERFORM UNTIL F-EXTRACT-STATUS-EOF OR WS-GEN-IN-ERROR
               READ F-EXTRACT
               IF F-EXTRACT-STATUS-OK THEN
                  MOVE REC-ST-OUTPUT TO REC-F-GEN-EXT
                  WRITE REC-F-GEN-EXT
                  PERFORM PARA-GEN-CHECK-WRITE
               END-IF
             END-PERFORM
             CLOSE F-GEN-EXT
          END-IF
          CLOSE F-EXTRACT
       END-IF.
       MOVE WS-GEN-CNT TO GEN-EXT-CNT.

       PARA-GEN-COPY-OUT.
       MOVE 0 TO WS-GEN-CNT.
       MOVE WS-GEN-OUT-NAME TO WS-GEN-CUR-NAME.
       MOVE SPACE TO F-OUTPUT-STATUS.
       OPEN INPUT F-OUTPUT.
       IF NOT F-OUTPUT-STATUS-OK THEN
          DISPLAY 'ERROR: CANNOT OPEN OUTPUT.DAT TO COPY - STATUS '
                  F-OUTPUT-STATUS
          MOVE 'Y' TO WS-GEN-ERR
       ELSE
          OPEN OUTPUT F-GEN-OUT
          IF NOT F-GEN-STATUS-OK THEN
             PERFORM PARA-GEN-OPEN-FAILED
          ELSE
             PERFORM UNTIL F-OUTPUT-STATUS-EOF OR WS-GEN-IN-ERROR
               READ F-OUTPUT
               IF F-OUTPUT-STATUS-OK THEN
                  MOVE REC-F-OUTPUT TO REC-F-GEN-OUT
                  WRITE REC-F-GEN-OUT
                  PERFORM PARA-GEN-CHECK-WRITE
               END-IF
             END-PERFORM
             CLOSE F-GEN-OUT
          END-IF
          CLOSE F-OUTPUT
       END-IF.
       MOVE WS-GEN-CNT TO GEN-OUT-CNT.

      *The indexed files are unloaded in key order.
       PARA-GEN-COPY-IDX.
       MOVE 0 TO WS-GEN-CNT.
       MOVE WS-GEN-IDX-NAME TO WS-GEN-CUR-NAME.
       MOVE SPACE TO F-STUDIDX-STATUS.
       OPEN INPUT F-STUDIDX.
       IF NOT F-STUDIDX-STATUS-OK THEN
          DISPLAY 'ERROR: CANNOT OPEN STUDENT.IDX TO COPY - STATUS '
                  F-STUDIDX-STATUS
          MOVE 'Y' TO WS-GEN-ERR
       ELSE
          OPEN OUTPUT F-GEN-IDX
          IF NOT F-GEN-STATUS-OK THEN
             PERFORM PARA-GEN-OPEN-FAILED
          ELSE
             MOVE LOW-VALUES TO IDX-S-KEY
             START F-STUDIDX KEY IS >= IDX-S-KEY
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  PERFORM UNTIL F-STUDIDX-STATUS-EOF OR WS-GEN-IN-ERROR
                    READ F-STUDIDX NEXT RECORD
                    IF F-STUDIDX-STATUS-OK THEN
                       MOVE REC-STUD-IDX TO REC-F-GEN-IDX
                       WRITE REC-F-GEN-IDX
                       PERFORM PARA-GEN-CHECK-WRITE
                    END-IF
                  END-PERFORM
             END-START
             CLOSE F-GEN-IDX
          END-IF
          CLOSE F-STUDIDX
       END-IF.
       MOVE WS-GEN-CNT TO GEN-IDX-CNT.

       PARA-GEN-COPY-ASM.
       MOVE 0 TO WS-GEN-CNT.
       MOVE WS-GEN-ASM-NAME TO WS-GEN-CUR-NAME.
       MOVE SPACE TO F-ASSESS-STATUS.
       OPEN INPUT F-ASSESS.
       IF NOT F-ASSESS-STATUS-OK THEN
          DISPLAY 'ERROR: CANNOT OPEN ASSESS.IDX TO COPY - STATUS '
                  F-ASSESS-STATUS
          MOVE 'Y' TO WS-GEN-ERR
       ELSE
          OPEN OUTPUT F-GEN-ASM
          IF NOT F-GEN-STATUS-OK THEN
             PERFORM PARA-GEN-OPEN-FAILED
          ELSE
             MOVE LOW-VALUES TO ASM-KEY
             START F-ASSESS KEY IS >= ASM-KEY
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  PERFORM UNTIL F-ASSESS-STATUS-EOF OR WS-GEN-IN-ERROR
                    READ F-ASSESS NEXT RECORD
                    IF F-ASSESS-STATUS-OK THEN
                       MOVE REC-ASSESS TO REC-F-GEN-ASM
                       WRITE REC-F-GEN-ASM
                       PERFORM PARA-GEN-CHECK-WRITE
                    END-IF
                  END-PERFORM
             END-START
             CLOSE F-GEN-ASM
          END-IF
          CLOSE F-ASSESS
       END-IF.
       MOVE WS-GEN-CNT TO GEN-ASM-CNT.

       PARA-GEN-COPY-ABD.
       MOVE 0 TO WS-GEN-CNT.
       MOVE WS-GEN-ABD-NAME TO WS-GEN-CUR-NAME.
       MOVE SPACE TO F-ABSDET-STATUS.
       OPEN INPUT F-ABSDET.
       IF NOT F-ABSDET-STATUS-OK THEN
          DISPLAY 'ERROR: CANNOT OPEN ABSDET.IDX TO COPY - STATUS '
                  F-ABSDET-STATUS
          MOVE 'Y' TO WS-GEN-ERR
       ELSE
          OPEN OUTPUT F-GEN-ABD
          IF NOT F-GEN-STATUS-OK THEN
             PERFORM PARA-GEN-OPEN-FAILED
          ELSE
             MOVE LOW-VALUES TO ABD-KEY
             START F-ABSDET KEY IS >= ABD-KEY
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  PERFORM UNTIL F-ABSDET-STATUS-EOF OR WS-GEN-IN-ERROR
                    READ F-ABSDET NEXT RECORD
                    IF F-ABSDET-STATUS-OK THEN
                       MOVE REC-ABSDET TO REC-F-GEN-ABD
                       WRITE REC-F-GEN-ABD
                       PERFORM PARA-GEN-CHECK-WRITE
                    END-IF
                  END-PERFORM
             END-START
             CLOSE F-GEN-ABD
          END-IF
          CLOSE F-ABSDET
       END-IF.
       MOVE WS-GEN-CNT TO GEN-ABD-CNT.

      *Only a record the copy actually took is counted - GEN-*-CNT is
      *what studroll.cbl checks a restore against.
       PARA-GEN-CHECK-WRITE.
       IF F-GEN-STATUS-OK THEN
          ADD 1 TO WS-GEN-CNT
       ELSE
          DISPLAY 'ERROR: WRITE TO ' WS-GEN-CUR-NAME
                  ' FAILED - STATUS ' F-GEN-STATUS
          MOVE 'Y' TO WS-GEN-ERR
       END-IF.

       PARA-GEN-OPEN-FAILED.
       DISPLAY 'ERROR: CANNOT OPEN ' WS-GEN-CUR-NAME
               ' - STATUS ' F-GEN-STATUS.
       MOVE 'Y' TO WS-GEN-ERR.

      *Newest first - the first WS-GEN-KEEP active generations stay,
      *every older one goes, and so does any generation rolled back
      *since the last run.
       PARA-PURGE-GENS.
       MOVE 0 TO WS-GEN-ACTIVE-CNT.
       PERFORM VARYING WS-G FROM GTB-COUNT BY -1 UNTIL WS-G < 1
         IF GTB-STATE(WS-G) = 'A' THEN
            ADD 1 TO WS-GEN-ACTIVE-CNT
            IF WS-GEN-ACTIVE-CNT > WS-GEN-KEEP THEN
               PERFORM PARA-DROP-GEN
            END-IF
         ELSE
            IF GTB-STATE(WS-G) NOT = SPACE THEN
               PERFORM PARA-DROP-GEN
            END-IF
         END-IF
       END-PERFORM.
       IF WS-GEN-ACTIVE-CNT > WS-GEN-KEEP THEN
          MOVE WS-GEN-KEEP TO WS-GEN-ACTIVE-CNT
       END-IF.

      *A dropped generation's copies are emptied rather than left to
      *pile up, and its entry leaves the catalogue.
       PARA-DROP-GEN.
       MOVE GTB-NO(WS-G) TO WS-NAME-NO.
       PERFORM PARA-GEN-NAMES.
       OPEN OUTPUT F-GEN-EXT.
       CLOSE F-GEN-EXT.
       OPEN OUTPUT F-GEN-OUT.
       CLOSE F-GEN-OUT.
       OPEN OUTPUT F-GEN-IDX.
       CLOSE F-GEN-IDX.
       OPEN OUTPUT F-GEN-ASM.
       CLOSE F-GEN-ASM.
       OPEN OUTPUT F-GEN-ABD.
       CLOSE F-GEN-ABD.
       MOVE SPACE TO GTB-STATE(WS-G).

       PARA-WRITE-GENS.
       OPEN OUTPUT F-RUNGEN.
       IF NOT F-RUNGEN-STATUS-OK THEN
          DISPLAY 'ERROR: CANNOT OPEN RUNGEN.DAT - STATUS '
                  F-RUNGEN-STATUS
          MOVE 'Y' TO WS-GEN-ERR
       ELSE
          PERFORM VARYING WS-G FROM 1 BY 1 UNTIL WS-G > GTB-COUNT
                                              OR WS-GEN-IN-ERROR
            IF GTB-STATE(WS-G) NOT = SPACE THEN
               MOVE GTB-REC(WS-G) TO REC-F-RUNGEN
               WRITE REC-F-RUNGEN
               IF NOT F-RUNGEN-STATUS-OK THEN
                  DISPLAY 'ERROR: WRITE TO RUNGEN.DAT FAILED - STATUS '
                          F-RUNGEN-STATUS
                  MOVE 'Y' TO WS-GEN-ERR
               END-IF
            END-IF
          END-PERFORM
          CLOSE F-RUNGEN
       END-IF.

      ******************************************************************
      *The bulletin pass - output.dat (and absentee.rpt) are rebuilt
      *from the extract through a sort by class and name, so each
                 MOVE 'VALUE MUST BE 0, 1 OR 2' TO WS-PRM-REASON
                 PERFORM PARA-PARAM-REJECT
              END-IF
         WHEN 'GEN-KEEP'
              PERFORM PARA-PRM-PARSE-NUM
              IF WS-PRM-NUM-GOOD AND WS-PRM-NUM >= 2 AND
                                              WS-PRM-NUM <= 99 THEN
                 MOVE WS-PRM-NUM TO WS-GEN-KEEP
              ELSE
                 MOVE 'VALUE MUST BE 2-99' TO WS-PRM-REASON
                 PERFORM PARA-PARAM-REJECT
              END-IF
         WHEN 'CKPT-EVERY'
              PERFORM PARA-PRM-PARSE-NUM
              IF WS-PRM-NUM-GOOD AND WS-PRM-NUM >= 1 AND
                 PERFORM PARA-PARAM-REJECT
              END-IF
      *Cards belonging to the other programs sharing params.dat -
      *REVIEW-BAND is studyear.cbl's, ARCHIVE-YEAR is histmnt.cbl's,
      *CLASS-BALANCE is classbld.cbl's, the JRNL- filters are
      *jrnlrpt.cbl's, GRADE-TERM is gradeasm.cbl's and MERGE-MODE is
      *mergeimp.cbl's. They are skipped here without comment, the
      *same way those programs skip the batch's own cards.
         WHEN 'REVIEW-BAND'
              CONTINUE
         WHEN 'ARCHIVE-YEAR'
              CONTINUE
         WHEN 'CLASS-BALANCE'
              CONTINUE
         WHEN 'JRNL-FILE'
              CONTINUE
         WHEN 'JRNL-KEY'
              CONTINUE
         WHEN 'JRNL-FROM'
              CONTINUE
         WHEN 'JRNL-TO'
              CONTINUE
         WHEN 'GRADE-TERM'
              CONTINUE
         WHEN 'MERGE-MODE'
              CONTINUE
         WHEN OTHER
              MOVE 'UNKNOWN PARAMETER KEYWORD' TO WS-PRM-REASON
              PERFORM PARA-PARAM-REJECT
       MOVE 'SCHOOL YEAR      : ' TO REC-F-OUTPUT.
       MOVE WS-SCHOOL-YEAR TO REC-F-OUTPUT(20:4).
       WRITE REC-F-OUTPUT.
       MOVE 'GENERATIONS KEPT : ' TO REC-F-OUTPUT.
       MOVE WS-GEN-KEEP TO REC-F-OUTPUT(20:2).
       WRITE REC-F-OUTPUT.
       MOVE 'ABSENCE LIMIT    : ' TO REC-F-OUTPUT.
       MOVE WS-ABS-LIMIT(1:2) TO REC-F-OUTPUT(20:2).
       MOVE '.' TO REC-F-OUTPUT(22:1).
       MOVE WS-TERM-FILTER TO WS-RL-PARAMS(12:1).
       MOVE 'Y' TO WS-RL-PARAMS(14:1).
       MOVE WS-SCHOOL-YEAR TO WS-RL-PARAMS(16:4).
       IF WS-GEN-NO > 0 THEN
          MOVE 'G' TO WS-RL-PARAMS(21:1)
          MOVE WS-GEN-NO TO WS-RL-PARAMS(23:5)
       END-IF.

      *Append this run's record to the shared run log - created empty
      *on the very first run, same pattern as the history archive.

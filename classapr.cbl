      ******************************************************************
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. classapr.
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
      *Next-year class proposal built by classbld.cbl, possibly
      *hand-edited since by the head of studies.
           SELECT F-CLASSPRP
               ASSIGN TO 'classprop.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-CLASSPRP-STATUS.

           SELECT F-STUDMST
               ASSIGN TO 'student.mst'
               ACCESS MODE IS DYNAMIC
               ORGANIZATION IS INDEXED
               RECORD KEY IS SM-ID
               ALTERNATE RECORD KEY IS SM-LASTNAME WITH DUPLICATES
               FILE STATUS IS F-STUDMST-STATUS.

      *Master change journal - one before/after record per change,
      *shared with the other master programs (see masjrnl.cpy).
           SELECT F-MASJRNL
               ASSIGN TO 'masters.jnl'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-MASJRNL-STATUS.

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
       FD  F-CLASSPRP
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       COPY 'classprp.cpy'.

       FD  F-STUDMST
           RECORD CONTAINS 30 CHARACTERS
           RECORDING MODE IS F.
       COPY 'studmst.cpy'.

       FD  F-MASJRNL
           RECORD CONTAINS 120 CHARACTERS
           RECORDING MODE IS F.
       COPY 'masjrnl.cpy'.

       FD  F-RUNLOG
           RECORD CONTAINS 68 CHARACTERS
           RECORDING MODE IS F.
       COPY 'runlog.cpy'.

      ******************************************************************
      *
      ******************************************************************
       WORKING-STORAGE SECTION.
       01  F-CLASSPRP-STATUS   PIC X(02) VALUE SPACE.
           88 F-CLASSPRP-STATUS-OK  VALUE '00'.
           88 F-CLASSPRP-STATUS-EOF VALUE '10'.

      *'02' here too - the master's last-name alternate key takes
      *duplicates.
       01  F-STUDMST-STATUS    PIC X(02) VALUE SPACE.
           88 F-STUDMST-STATUS-OK  VALUE '00' '02'.

       77  WS-ANSWER            PIC X VALUE 'N'.
           88 WS-ANSWER-YES      VALUE 'Y' 'y'.
       77  WS-PRP-YEAR          PIC 9(04) VALUE 0.
       77  WS-PLACED-CNT        PIC 9(05) VALUE 0.
       77  WS-UNPLACED-CNT      PIC 9(05) VALUE 0.
       77  WS-APPLIED-CNT       PIC 9(05) VALUE 0.
       77  WS-SKIPPED-CNT       PIC 9(05) VALUE 0.


       01  F-MASJRNL-STATUS    PIC X(02) VALUE SPACE.
           88 F-MASJRNL-STATUS-OK  VALUE '00'.

      *Staging for one journal record - the caller sets the action,
      *key and the two images, PARA-WRITE-JOURNAL stamps the rest.
       01  WS-JOURNAL-FIELDS.
           05 WS-JRN-ACTION     PIC X(01).
           05 WS-JRN-KEY        PIC X(03).
           05 WS-OLD-IMAGE      PIC X(40).
           05 WS-NEW-IMAGE      PIC X(40).
           05 WS-JRN-DATE       PIC 9(08).
           05 WS-JRN-TIME-RAW   PIC 9(08).

       01  F-RUNLOG-STATUS     PIC X(02) VALUE SPACE.
           88 F-RUNLOG-STATUS-OK   VALUE '00'.

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
      *Apply an approved next-year class proposal - shows what
      *classprop.dat holds, asks for the go-ahead, and only then
      *moves every placed student to PRP-NEW-CLASS on student.mst
      *with SM-STATUS back to 'A'. Unplaced students are left as
      *they are for studmst.cbl.
       OPEN INPUT F-CLASSPRP.
       IF NOT F-CLASSPRP-STATUS-OK THEN
          DISPLAY 'ERROR: CANNOT OPEN CLASSPROP.DAT - RUN classbld '
                  'FIRST'
          MOVE 'ERROR' TO WS-RL-STATUS
          MOVE 'APPLY PROPOSAL' TO WS-RL-PARAMS
          PERFORM PARA-WRITE-RUNLOG
          STOP RUN
       END-IF.
       PERFORM UNTIL F-CLASSPRP-STATUS-EOF
         READ F-CLASSPRP
         IF F-CLASSPRP-STATUS-OK THEN
            MOVE PRP-YEAR TO WS-PRP-YEAR
            IF PRP-NEW-CLASS = SPACES THEN
               ADD 1 TO WS-UNPLACED-CNT
            ELSE
               ADD 1 TO WS-PLACED-CNT
            END-IF
         END-IF
       END-PERFORM.
       CLOSE F-CLASSPRP.

       DISPLAY ' '.
       DISPLAY 'NEXT-YEAR CLASS PROPOSAL - DECISIONS OF ' WS-PRP-YEAR.
       DISPLAY 'STUDENTS PLACED     : ' WS-PLACED-CNT.
       DISPLAY 'STUDENTS NOT PLACED : ' WS-UNPLACED-CNT.
       DISPLAY 'APPROVE AND UPDATE STUDENT.MST (Y/N): '
                                                   WITH NO ADVANCING.
       ACCEPT WS-ANSWER.
       IF NOT WS-ANSWER-YES THEN
          DISPLAY 'PROPOSAL NOT APPROVED - STUDENT.MST UNCHANGED'
          MOVE 'PROPOSAL NOT APPROVED' TO WS-RL-PARAMS
          PERFORM PARA-WRITE-RUNLOG
          STOP RUN
       END-IF.

       OPEN I-O F-STUDMST.
       IF NOT F-STUDMST-STATUS-OK THEN
          DISPLAY 'ERROR: CANNOT OPEN STUDENT.MST - RUN studmst FIRST'
          MOVE 'ERROR' TO WS-RL-STATUS
          MOVE 'APPLY PROPOSAL' TO WS-RL-PARAMS
          PERFORM PARA-WRITE-RUNLOG
          STOP RUN
       END-IF.
      *Every class moved is journalled like a studmst.cbl update.
       OPEN EXTEND F-MASJRNL.
       IF NOT F-MASJRNL-STATUS-OK THEN
          OPEN OUTPUT F-MASJRNL
          CLOSE F-MASJRNL
          OPEN EXTEND F-MASJRNL
       END-IF.
       MOVE SPACE TO F-CLASSPRP-STATUS.
       OPEN INPUT F-CLASSPRP.
       PERFORM UNTIL F-CLASSPRP-STATUS-EOF
         READ F-CLASSPRP
         IF F-CLASSPRP-STATUS-OK THEN
            ADD 1 TO WS-RL-REC-IN
            IF PRP-NEW-CLASS NOT = SPACES THEN
               PERFORM PARA-APPLY-ONE
            END-IF
         END-IF
       END-PERFORM.
       CLOSE F-CLASSPRP.
       CLOSE F-STUDMST.
       CLOSE F-MASJRNL.

       DISPLAY 'CLASSES APPLIED: ' WS-APPLIED-CNT ' STUDENT(S), '
               WS-SKIPPED-CNT ' SKIPPED'.
       MOVE SPACES TO WS-RL-PARAMS.
       MOVE 'APPLY PROPOSAL' TO WS-RL-PARAMS(1:14).
       MOVE WS-PRP-YEAR TO WS-RL-PARAMS(16:4).
       MOVE WS-APPLIED-CNT TO WS-RL-REC-OUT.
       PERFORM PARA-WRITE-RUNLOG.
       STOP RUN.

      *A student whose class on the master is neither the one the
      *proposal was built from nor the proposed one has been moved
      *by hand since - that change is left alone and reported. One
      *already enrolled in the proposed class counts as applied and
      *is not rewritten or journalled again, so a second run after an
      *interruption is harmless. Only a rewrite that reached the
      *master is counted and journalled.
       PARA-APPLY-ONE.
       MOVE PRP-S-KEY TO SM-ID.
       READ F-STUDMST KEY IS SM-ID
         INVALID KEY
            ADD 1 TO WS-SKIPPED-CNT
            DISPLAY 'STUDENT ' PRP-S-KEY ' ' PRP-LASTNAME ' '
                    PRP-FIRSTNAME ' NOT ON STUDENT.MST - SKIPPED'
         NOT INVALID KEY
            IF SM-CLASS NOT = PRP-OLD-CLASS AND
                                      SM-CLASS NOT = PRP-NEW-CLASS THEN
               ADD 1 TO WS-SKIPPED-CNT
               DISPLAY 'STUDENT ' PRP-S-KEY ' ' PRP-LASTNAME ' '
                       PRP-FIRSTNAME ' NOW IN ' SM-CLASS
                       ' NOT ' PRP-OLD-CLASS ' - SKIPPED'
            ELSE
               IF SM-CLASS = PRP-NEW-CLASS AND SM-ENROLLED THEN
                  ADD 1 TO WS-APPLIED-CNT
               ELSE
                  MOVE REC-STUDMST TO WS-OLD-IMAGE
                  MOVE PRP-NEW-CLASS TO SM-CLASS
                  SET SM-ENROLLED TO TRUE
                  REWRITE REC-STUDMST
                    INVALID KEY
                       ADD 1 TO WS-SKIPPED-CNT
                       DISPLAY 'ERROR: STUDENT ' PRP-S-KEY
                               ' REWRITE FAILED - SKIPPED'
                    NOT INVALID KEY
                       ADD 1 TO WS-APPLIED-CNT
                       MOVE 'U' TO WS-JRN-ACTION
                       MOVE SM-ID TO WS-JRN-KEY
                       MOVE REC-STUDMST TO WS-NEW-IMAGE
                       PERFORM PARA-WRITE-JOURNAL
                  END-REWRITE
               END-IF
            END-IF
       END-READ.

      *Append one before/after record to the master journal.
       PARA-WRITE-JOURNAL.
       MOVE SPACES TO REC-MASJRNL.
       ACCEPT WS-JRN-DATE FROM DATE YYYYMMDD.
       ACCEPT WS-JRN-TIME-RAW FROM TIME.
       MOVE WS-JRN-DATE TO JRN-DATE.
       MOVE WS-JRN-TIME-RAW(1:6) TO JRN-TIME.
       MOVE 'classapr' TO JRN-PROGRAM.
       MOVE 'STUDENT' TO JRN-FILE.
       MOVE WS-JRN-KEY TO JRN-KEY.
       MOVE WS-JRN-ACTION TO JRN-ACTION.
       MOVE WS-OLD-IMAGE TO JRN-BEFORE.
       MOVE WS-NEW-IMAGE TO JRN-AFTER.
       WRITE REC-MASJRNL.

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
       MOVE 'classapr' TO RL-PROGRAM.
       MOVE WS-RL-DATE TO RL-DATE.
       MOVE WS-RL-TIME-RAW(1:6) TO RL-TIME.
       MOVE WS-RL-PARAMS TO RL-PARAMS.
       MOVE WS-RL-REC-IN TO RL-REC-IN.
       MOVE WS-RL-REC-OUT TO RL-REC-OUT.
       MOVE WS-RL-STATUS TO RL-STATUS.
       WRITE REC-RUNLOG.
       CLOSE F-RUNLOG.

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-CRSLOAD-STATUS.

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
           RECORDING MODE IS F.
       01  REC-CRSMST.
           05 CM-CODE          PIC X(03).
      *The batch rebuilds a course code as C plus the input line's
      *two-digit record type, and types 01, 03 and 04 are the
      *student, absence and assessment lines - those three codes can
      *never come back off input.dat as a course.
              88 CM-CODE-RESERVED  VALUE 'C01' 'C03' 'C04'.
           05 CM-LABEL         PIC X(21).
           05 CM-COEF          PIC 9V9.
      *TM-ID of the teacher assigned to this curriculum slot (000 =
           RECORDING MODE IS F.
       01  REC-F-CRSCARDS.
           05 CRD-CODE         PIC X(03).
              88 CRD-CODE-RESERVED VALUE 'C01' 'C03' 'C04'.
           05 CRD-LABEL        PIC X(21).
           05 CRD-COEF-TXT     PIC X(03).
           05 CRD-TEACHER      PIC X(03).
       01  REC-F-CRSLOAD       PIC X(80).


       FD  F-MASJRNL
           RECORD CONTAINS 120 CHARACTERS
           RECORDING MODE IS F.
       COPY 'masjrnl.cpy'.

       FD  F-RUNLOG
           RECORD CONTAINS 68 CHARACTERS
           RECORDING MODE IS F.
       77  WS-UPD-CNT           PIC 9(04) VALUE 0.
       77  WS-UNCH-CNT          PIC 9(04) VALUE 0.
       77  WS-REJ-CNT           PIC 9(04) VALUE 0.
       77  WS-IOERR-CNT         PIC 9(04) VALUE 0.
       77  WS-UNLD-CNT          PIC 9(04) VALUE 0.
       77  WS-CARD-FATE         PIC X(09) VALUE SPACES.
       77  WS-CARD-REASON       PIC X(25) VALUE SPACES.
           05 WS-COEF-D2 REDEFINES WS-COEF-D2-X PIC 9(01).


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

          CLOSE F-CRSMST
          OPEN I-O F-CRSMST
       END-IF.
      *The journal is only ever extended - created empty the first
      *time, like the run log.
       OPEN EXTEND F-MASJRNL.
       IF NOT F-MASJRNL-STATUS-OK THEN
          OPEN OUTPUT F-MASJRNL
          CLOSE F-MASJRNL
          OPEN EXTEND F-MASJRNL
       END-IF.

       PERFORM UNTIL NOT WS-MORE-YES
         DISPLAY ' '
       END-PERFORM.

       CLOSE F-CRSMST.
       CLOSE F-MASJRNL.
       MOVE 'CATALOG MAINTENANCE' TO WS-RL-PARAMS.
       PERFORM PARA-WRITE-RUNLOG.
       STOP RUN.
       PARA-ADD-UPDATE.
       DISPLAY 'COURSE CODE (Cnn): ' WITH NO ADVANCING.
       ACCEPT CM-CODE.
       IF CM-CODE-RESERVED THEN
          DISPLAY 'CODES C01, C03 AND C04 ARE INPUT RECORD TYPES - '
                  'COURSE NOT FILED'
       ELSE
          PERFORM PARA-FILE-COURSE
       END-IF.

       PARA-FILE-COURSE.
       DISPLAY 'LABEL: ' WITH NO ADVANCING.
       ACCEPT CM-LABEL.
       DISPLAY 'COEFFICIENT (0,1-9,9): ' WITH NO ADVANCING.
                                                              ADVANCING.
       ACCEPT CM-TEACHER.

      *The keyed entry is set aside before the READ, which brings
      *back the filed record - that is the journal's before-image,
      *and the keyed entry is what gets rewritten over it.
       MOVE REC-CRSMST TO WS-NEW-IMAGE.
       MOVE SPACES TO WS-OLD-IMAGE.
       MOVE CM-CODE TO WS-JRN-KEY.
       READ F-CRSMST KEY IS CM-CODE
         INVALID KEY
            WRITE REC-CRSMST
              INVALID KEY
                 DISPLAY 'ERROR: COURSE ' WS-JRN-KEY
                         ' WRITE FAILED - NOT ADDED'
              NOT INVALID KEY
                 DISPLAY 'COURSE ADDED'
                 ADD 1 TO WS-RL-REC-OUT
                 MOVE 'A' TO WS-JRN-ACTION
                 PERFORM PARA-WRITE-JOURNAL
            END-WRITE
         NOT INVALID KEY
            MOVE REC-CRSMST TO WS-OLD-IMAGE
            MOVE WS-NEW-IMAGE TO REC-CRSMST
            REWRITE REC-CRSMST
              INVALID KEY
                 DISPLAY 'ERROR: COURSE ' WS-JRN-KEY
                         ' REWRITE FAILED - NOT UPDATED'
              NOT INVALID KEY
                 DISPLAY 'COURSE UPDATED'
                 ADD 1 TO WS-RL-REC-OUT
                 MOVE 'U' TO WS-JRN-ACTION
                 PERFORM PARA-WRITE-JOURNAL
            END-REWRITE
       END-READ.

       PARA-DISPLAY-ONE.
       PARA-DELETE-ONE.
       DISPLAY 'COURSE CODE (Cnn): ' WITH NO ADVANCING.
       ACCEPT CM-CODE.
      *Read first so the journal holds what was deleted.
       READ F-CRSMST KEY IS CM-CODE
         INVALID KEY
            DISPLAY 'COURSE NOT FOUND'
         NOT INVALID KEY
            MOVE REC-CRSMST TO WS-OLD-IMAGE
            MOVE SPACES TO WS-NEW-IMAGE
            MOVE CM-CODE TO WS-JRN-KEY
            DELETE F-CRSMST RECORD
              INVALID KEY
                 DISPLAY 'ERROR: COURSE ' WS-JRN-KEY
                         ' DELETE FAILED - NOT DELETED'
              NOT INVALID KEY
                 DISPLAY 'COURSE DELETED'
                 ADD 1 TO WS-RL-REC-OUT
                 MOVE 'D' TO WS-JRN-ACTION
                 PERFORM PARA-WRITE-JOURNAL
            END-DELETE
       END-READ.

      *Load the master from crscards.dat - every card is validated
      *and listed with its fate in crsload.rpt, then the
       ELSE
          OPEN OUTPUT F-CRSLOAD
          MOVE 0 TO WS-CARD-SEQ WS-ADD-CNT WS-UPD-CNT
                    WS-UNCH-CNT WS-REJ-CNT WS-IOERR-CNT
          MOVE '          COURSE MASTER CARD LOAD LISTING' TO
                                                        REC-F-CRSLOAD
          WRITE REC-F-CRSLOAD
          ADD WS-CARD-SEQ TO WS-RL-REC-IN
          DISPLAY 'LOAD DONE: ' WS-ADD-CNT ' ADDED, ' WS-UPD-CNT
                  ' UPDATED, ' WS-UNCH-CNT ' UNCHANGED, ' WS-REJ-CNT
                  ' REJECTED, ' WS-IOERR-CNT ' I-O ERRORS'
          DISPLAY '           SEE CRSLOAD.RPT'
       END-IF.

      *Validate one card, then add, update or leave the master entry
          MOVE 'CODE MUST BE Cnn' TO WS-CARD-REASON
          ADD 1 TO WS-REJ-CNT
       ELSE
          IF CRD-CODE-RESERVED THEN
             MOVE 'REJECTED' TO WS-CARD-FATE
             MOVE 'C01/C03/C04 ARE RESERVED' TO WS-CARD-REASON
             ADD 1 TO WS-REJ-CNT
          ELSE
             IF CRD-LABEL = SPACES THEN
                MOVE 'REJECTED' TO WS-CARD-FATE
                MOVE 'LABEL MISSING' TO WS-CARD-REASON
                ADD 1 TO WS-REJ-CNT
             ELSE
                IF CRD-COEF-TXT(1:1) NOT NUMERIC OR
                      CRD-COEF-TXT(2:1) NOT = ',' OR
                      CRD-COEF-TXT(3:1) NOT NUMERIC OR
                      CRD-COEF-TXT = '0,0' THEN
                   MOVE 'REJECTED' TO WS-CARD-FATE
                   MOVE 'COEF MUST BE 0,1-9,9' TO WS-CARD-REASON
                   ADD 1 TO WS-REJ-CNT
                ELSE
      *A blank teacher column is an unassigned course (000), anything
      *else must be a three-digit teacher number.
                   IF CRD-TEACHER NOT = SPACES AND
                                           CRD-TEACHER NOT NUMERIC THEN
                      MOVE 'REJECTED' TO WS-CARD-FATE
                      MOVE 'TEACHER MUST BE nnn OR BLANK'
                                                    TO WS-CARD-REASON
                      ADD 1 TO WS-REJ-CNT
                   ELSE
                      PERFORM PARA-APPLY-CARD
                   END-IF
                END-IF
             END-IF
          END-IF
      *applied instead of mislabeling it.
       MOVE 'I-O ERROR' TO WS-CARD-FATE.
       MOVE CRD-CODE TO CM-CODE.
       MOVE CRD-CODE TO WS-JRN-KEY.
      *Card loads are journalled change by change, the same as the
      *dialogue - an UNCHANGED card leaves no journal record.
       READ F-CRSMST KEY IS CM-CODE
         INVALID KEY
            MOVE CRD-LABEL TO CM-LABEL
            MOVE WS-COEF-NUM TO CM-COEF
            MOVE WS-TEACHER-NUM TO CM-TEACHER
            WRITE REC-CRSMST
              INVALID KEY
                 MOVE 'I-O ERROR' TO WS-CARD-FATE
                 MOVE 'MASTER WRITE FAILED' TO WS-CARD-REASON
                 ADD 1 TO WS-IOERR-CNT
              NOT INVALID KEY
                 MOVE 'ADDED' TO WS-CARD-FATE
                 ADD 1 TO WS-ADD-CNT
                 MOVE SPACES TO WS-OLD-IMAGE
                 MOVE REC-CRSMST TO WS-NEW-IMAGE
                 MOVE 'A' TO WS-JRN-ACTION
                 PERFORM PARA-WRITE-JOURNAL
            END-WRITE
         NOT INVALID KEY
            IF CM-LABEL = CRD-LABEL AND CM-COEF = WS-COEF-NUM AND
                                  CM-TEACHER = WS-TEACHER-NUM THEN
               MOVE 'UNCHANGED' TO WS-CARD-FATE
               ADD 1 TO WS-UNCH-CNT
            ELSE
               MOVE REC-CRSMST TO WS-OLD-IMAGE
               MOVE CRD-LABEL TO CM-LABEL
               MOVE WS-COEF-NUM TO CM-COEF
               MOVE WS-TEACHER-NUM TO CM-TEACHER
               REWRITE REC-CRSMST
                 INVALID KEY
                    MOVE 'I-O ERROR' TO WS-CARD-FATE
                    MOVE 'MASTER REWRITE FAILED' TO WS-CARD-REASON
                    ADD 1 TO WS-IOERR-CNT
                 NOT INVALID KEY
                    MOVE 'UPDATED' TO WS-CARD-FATE
                    ADD 1 TO WS-UPD-CNT
                    MOVE REC-CRSMST TO WS-NEW-IMAGE
                    MOVE 'U' TO WS-JRN-ACTION
                    PERFORM PARA-WRITE-JOURNAL
               END-REWRITE
            END-IF
       END-READ.

       MOVE 'REJECTED  =>' TO REC-F-CRSLOAD.
       MOVE WS-REJ-CNT TO REC-F-CRSLOAD(14:4).
       WRITE REC-F-CRSLOAD.
       MOVE 'I-O ERROR =>' TO REC-F-CRSLOAD.
       MOVE WS-IOERR-CNT TO REC-F-CRSLOAD(14:4).
       WRITE REC-F-CRSLOAD.

      *Dump the whole master in card format - reloadable through
      *option 4, reviewable as the signed-off catalog copy.
       DISPLAY 'UNLOAD DONE: ' WS-UNLD-CNT
               ' COURSE(S) TO CRSUNLD.DAT'.

      *Append one before/after record to the master journal.
       PARA-WRITE-JOURNAL.
       MOVE SPACES TO REC-MASJRNL.
       ACCEPT WS-JRN-DATE FROM DATE YYYYMMDD.
       ACCEPT WS-JRN-TIME-RAW FROM TIME.
       MOVE WS-JRN-DATE TO JRN-DATE.
       MOVE WS-JRN-TIME-RAW(1:6) TO JRN-TIME.
       MOVE 'coursemst' TO JRN-PROGRAM.
       MOVE 'COURSE' TO JRN-FILE.
       MOVE WS-JRN-KEY TO JRN-KEY.
       MOVE WS-JRN-ACTION TO JRN-ACTION.
       MOVE WS-OLD-IMAGE TO JRN-BEFORE.
       MOVE WS-NEW-IMAGE TO JRN-AFTER.
       WRITE REC-MASJRNL.

      *Append this run's record to the shared run log - created empty
      *on the very first run, same pattern as the history archive in
      *the batch.

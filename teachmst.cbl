               RECORD KEY IS TM-ID
               FILE STATUS IS F-TEACHMST-STATUS.

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
       COPY 'teachmst.cpy'.


       FD  F-MASJRNL
           RECORD CONTAINS 120 CHARACTERS
           RECORDING MODE IS F.
       COPY 'masjrnl.cpy'.

       FD  F-RUNLOG
           RECORD CONTAINS 68 CHARACTERS
           RECORDING MODE IS F.
           88 WS-MORE-YES        VALUE 'Y' 'y'.


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

          CLOSE F-TEACHMST
          OPEN I-O F-TEACHMST
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

       CLOSE F-TEACHMST.
       CLOSE F-MASJRNL.
       MOVE 'MASTER MAINTENANCE' TO WS-RL-PARAMS.
       PERFORM PARA-WRITE-RUNLOG.
       STOP RUN.
          ELSE
      *WRITE first and fall back to REWRITE on a duplicate key, so
      *the freshly-accepted fields are what reaches the file either
      *way. The old record is only read back on a duplicate, for the
      *journal's before-image, after the new one is set aside.
             MOVE REC-TEACHMST TO WS-NEW-IMAGE
             MOVE SPACES TO WS-OLD-IMAGE
             MOVE TM-ID TO WS-JRN-KEY
             WRITE REC-TEACHMST
               INVALID KEY
                  PERFORM PARA-UPDATE-ONE
               NOT INVALID KEY
                  DISPLAY 'TEACHER ADDED'
                  ADD 1 TO WS-RL-REC-OUT
                  MOVE 'A' TO WS-JRN-ACTION
                  PERFORM PARA-WRITE-JOURNAL
             END-WRITE
          END-IF
       END-IF.

      *The teacher is already on file - read it back for the
      *before-image and rewrite it with the keyed fields. Only a
      *change that reached the master is journalled.
       PARA-UPDATE-ONE.
       READ F-TEACHMST KEY IS TM-ID
         INVALID KEY
            DISPLAY 'ERROR: TEACHER ' WS-JRN-KEY
                    ' CANNOT BE READ BACK - NOT UPDATED'
         NOT INVALID KEY
            MOVE REC-TEACHMST TO WS-OLD-IMAGE
            MOVE WS-NEW-IMAGE TO REC-TEACHMST
            REWRITE REC-TEACHMST
              INVALID KEY
                 DISPLAY 'ERROR: TEACHER ' WS-JRN-KEY
                         ' REWRITE FAILED - NOT UPDATED'
              NOT INVALID KEY
                 DISPLAY 'TEACHER UPDATED'
                 ADD 1 TO WS-RL-REC-OUT
                 MOVE 'U' TO WS-JRN-ACTION
                 PERFORM PARA-WRITE-JOURNAL
            END-REWRITE
       END-READ.

       PARA-DISPLAY-ONE.
       DISPLAY 'TEACHER NUMBER (001-999): ' WITH NO ADVANCING.
       ACCEPT TM-ID.
       PARA-DELETE-ONE.
       DISPLAY 'TEACHER NUMBER (001-999): ' WITH NO ADVANCING.
       ACCEPT TM-ID.
      *Read first so the journal holds what was deleted.
       READ F-TEACHMST KEY IS TM-ID
         INVALID KEY
            DISPLAY 'TEACHER NOT FOUND'
         NOT INVALID KEY
            MOVE REC-TEACHMST TO WS-OLD-IMAGE
            MOVE SPACES TO WS-NEW-IMAGE
            MOVE TM-ID TO WS-JRN-KEY
            DELETE F-TEACHMST RECORD
              INVALID KEY
                 DISPLAY 'ERROR: TEACHER ' WS-JRN-KEY
                         ' DELETE FAILED - NOT DELETED'
              NOT INVALID KEY
                 DISPLAY 'TEACHER DELETED'
                 ADD 1 TO WS-RL-REC-OUT
                 MOVE 'D' TO WS-JRN-ACTION
                 PERFORM PARA-WRITE-JOURNAL
            END-DELETE
       END-READ.

      *Append one before/after record to the master journal.
       PARA-WRITE-JOURNAL.
       MOVE SPACES TO REC-MASJRNL.
       ACCEPT WS-JRN-DATE FROM DATE YYYYMMDD.
       ACCEPT WS-JRN-TIME-RAW FROM TIME.
       MOVE WS-JRN-DATE TO JRN-DATE.
       MOVE WS-JRN-TIME-RAW(1:6) TO JRN-TIME.
       MOVE 'teachmst' TO JRN-PROGRAM.
       MOVE 'TEACHER' TO JRN-FILE.
       MOVE WS-JRN-KEY TO JRN-KEY.
       MOVE WS-JRN-ACTION TO JRN-ACTION.
       MOVE WS-OLD-IMAGE TO JRN-BEFORE.
       MOVE WS-NEW-IMAGE TO JRN-AFTER.
       WRITE REC-MASJRNL.

      *Append this run's record to the shared run log - created empty
      *on the very first run, same pattern as the history archive in

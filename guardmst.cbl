      ******************************************************************
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. guardmst.
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
           SELECT F-GUARDMST
               ASSIGN TO 'guardian.mst'
               ACCESS MODE IS DYNAMIC
               ORGANIZATION IS INDEXED
               RECORD KEY IS GM-ID
               FILE STATUS IS F-GUARDMST-STATUS.

      *Student master - guardians are only filed against a student
      *number that exists.
           SELECT F-STUDMST
               ASSIGN TO 'student.mst'
               ACCESS MODE IS DYNAMIC
               ORGANIZATION IS INDEXED
               RECORD KEY IS SM-ID
               ALTERNATE RECORD KEY IS SM-LASTNAME WITH DUPLICATES
               FILE STATUS IS F-STUDMST-STATUS.

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
       FD  F-GUARDMST
           RECORD CONTAINS 270 CHARACTERS
           RECORDING MODE IS F.
       COPY 'guardmst.cpy'.

       FD  F-STUDMST
           RECORD CONTAINS 30 CHARACTERS
           RECORDING MODE IS F.
       COPY 'studmst.cpy'.


       FD  F-RUNLOG
           RECORD CONTAINS 68 CHARACTERS
           RECORDING MODE IS F.
       COPY 'runlog.cpy'.
      ******************************************************************
      *
      ******************************************************************
       WORKING-STORAGE SECTION.
       01  F-GUARDMST-STATUS   PIC X(02) VALUE SPACE.
           88 F-GUARDMST-STATUS-OK VALUE '00'.

       01  F-STUDMST-STATUS    PIC X(02) VALUE SPACE.
           88 F-STUDMST-STATUS-OK  VALUE '00'.

       77  WS-CHOICE            PIC 9 VALUE 0.
       77  WS-MORE               PIC X VALUE 'Y'.
           88 WS-MORE-YES        VALUE 'Y' 'y'.

       77  WS-G                 PIC 9(01).
       77  WS-STUDENT-OK        PIC X VALUE 'N'.
           88 WS-STUDENT-FOUND   VALUE 'Y'.


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
      *Maintain the guardian/contact master (add/update/display/
      *delete one student's guardians) - kept as its own small
      *interactive tool in the same mould as studmst.cbl, so the
      *addresses the mailings go to are keyed once, under the
      *student's permanent number.
       OPEN INPUT F-STUDMST.
       IF NOT F-STUDMST-STATUS-OK THEN
          DISPLAY 'ERROR: CANNOT OPEN STUDENT.MST - RUN studmst FIRST'
          MOVE 'ERROR' TO WS-RL-STATUS
          MOVE 'MASTER MAINTENANCE' TO WS-RL-PARAMS
          PERFORM PARA-WRITE-RUNLOG
          STOP RUN
       END-IF.
       OPEN I-O F-GUARDMST.
       IF NOT F-GUARDMST-STATUS-OK THEN
          OPEN OUTPUT F-GUARDMST
          CLOSE F-GUARDMST
          OPEN I-O F-GUARDMST
       END-IF.

       PERFORM UNTIL NOT WS-MORE-YES
         DISPLAY ' '
         DISPLAY 'GUARDIAN MASTER MAINTENANCE'
         DISPLAY '1 - ADD/UPDATE A STUDENT''S GUARDIANS'
         DISPLAY '2 - DISPLAY A STUDENT''S GUARDIANS'
         DISPLAY '3 - DELETE A STUDENT''S GUARDIANS'
         DISPLAY '0 - QUIT'
         MOVE 0 TO WS-CHOICE
         DISPLAY 'CHOICE: ' WITH NO ADVANCING
         ACCEPT WS-CHOICE

         EVALUATE WS-CHOICE
           WHEN 1
                PERFORM PARA-ADD-UPDATE
           WHEN 2
                PERFORM PARA-DISPLAY-ONE
           WHEN 3
                PERFORM PARA-DELETE-ONE
           WHEN 0
                MOVE 'N' TO WS-MORE
           WHEN OTHER
                DISPLAY 'INVALID CHOICE'
         END-EVALUATE
       END-PERFORM.

       CLOSE F-GUARDMST.
       CLOSE F-STUDMST.
       MOVE 'MASTER MAINTENANCE' TO WS-RL-PARAMS.
       PERFORM PARA-WRITE-RUNLOG.
       STOP RUN.

       PARA-ADD-UPDATE.
       DISPLAY 'STUDENT NUMBER (001-999): ' WITH NO ADVANCING.
       ACCEPT SM-ID.
       PERFORM PARA-FIND-STUDENT.
       IF WS-STUDENT-FOUND THEN
          INITIALIZE REC-GUARDMST
          MOVE SM-ID TO GM-ID
          PERFORM VARYING WS-G FROM 1 BY 1 UNTIL WS-G > 2
            PERFORM PARA-ACCEPT-GUARDIAN
          END-PERFORM
          DISPLAY 'MAIL TO GUARDIAN (1 OR 2): ' WITH NO ADVANCING
          ACCEPT GM-MAIL-TO

          IF GM-G-NAME(1) = SPACES THEN
             DISPLAY 'GUARDIAN 1 IS REQUIRED - GUARDIANS NOT FILED'
          ELSE
           IF NOT GM-MAIL-G1 AND NOT GM-MAIL-G2 THEN
             DISPLAY 'MAIL-TO MUST BE 1 OR 2 - GUARDIANS NOT FILED'
           ELSE
            IF GM-MAIL-G2 AND GM-G-NAME(2) = SPACES THEN
             DISPLAY 'NO GUARDIAN 2 TO MAIL TO - GUARDIANS NOT FILED'
            ELSE
             IF GM-G-STREET(GM-MAIL-TO) = SPACES OR
                        GM-G-CITY(GM-MAIL-TO) = SPACES THEN
                DISPLAY 'MAIL-TO GUARDIAN HAS NO POSTAL ADDRESS - '
                        'GUARDIANS NOT FILED'
             ELSE
      *WRITE first and fall back to REWRITE on a duplicate key, so
      *the freshly-accepted fields are what reaches the file either
      *way - a READ here would overwrite them with the old record.
                WRITE REC-GUARDMST
                  INVALID KEY
                     REWRITE REC-GUARDMST
                       INVALID KEY
                          DISPLAY 'ERROR: GUARDIANS OF STUDENT ' GM-ID
                                  ' REWRITE FAILED - NOT UPDATED'
                          MOVE 'ERROR' TO WS-RL-STATUS
                       NOT INVALID KEY
                          DISPLAY 'GUARDIANS UPDATED'
                          ADD 1 TO WS-RL-REC-OUT
                     END-REWRITE
                  NOT INVALID KEY
                     DISPLAY 'GUARDIANS ADDED'
                     ADD 1 TO WS-RL-REC-OUT
                END-WRITE
             END-IF
            END-IF
           END-IF
          END-IF
       END-IF.

      *One guardian's contact block - a blank name for guardian 2
      *means there is none, and the rest of the block is skipped.
       PARA-ACCEPT-GUARDIAN.
       DISPLAY 'GUARDIAN ' WS-G ' NAME (BLANK = NONE): '
                                                      WITH NO ADVANCING.
       ACCEPT GM-G-NAME(WS-G).
       IF GM-G-NAME(WS-G) NOT = SPACES THEN
          DISPLAY '  STREET: ' WITH NO ADVANCING
          ACCEPT GM-G-STREET(WS-G)
          DISPLAY '  POSTCODE: ' WITH NO ADVANCING
          ACCEPT GM-G-POSTCODE(WS-G)
          DISPLAY '  CITY: ' WITH NO ADVANCING
          ACCEPT GM-G-CITY(WS-G)
          DISPLAY '  PHONE: ' WITH NO ADVANCING
          ACCEPT GM-G-PHONE(WS-G)
          DISPLAY '  E-MAIL: ' WITH NO ADVANCING
          ACCEPT GM-G-EMAIL(WS-G)
       END-IF.

       PARA-FIND-STUDENT.
       MOVE 'N' TO WS-STUDENT-OK.
       READ F-STUDMST KEY IS SM-ID
         INVALID KEY
            DISPLAY 'STUDENT NOT ON STUDENT MASTER'
         NOT INVALID KEY
            DISPLAY SM-ID ' ' SM-LASTNAME ' ' SM-FIRSTNAME
                    ' CLASS ' SM-CLASS
            MOVE 'Y' TO WS-STUDENT-OK
       END-READ.

       PARA-DISPLAY-ONE.
       DISPLAY 'STUDENT NUMBER (001-999): ' WITH NO ADVANCING.
       ACCEPT GM-ID.
       READ F-GUARDMST KEY IS GM-ID
         INVALID KEY
            DISPLAY 'NO GUARDIANS ON FILE'
         NOT INVALID KEY
            DISPLAY 'STUDENT ' GM-ID ' - MAIL TO GUARDIAN ' GM-MAIL-TO
            PERFORM VARYING WS-G FROM 1 BY 1 UNTIL WS-G > 2
              IF GM-G-NAME(WS-G) NOT = SPACES THEN
                 DISPLAY WS-G ' ' GM-G-NAME(WS-G)
                 DISPLAY '  ' GM-G-STREET(WS-G)
                 DISPLAY '  ' GM-G-POSTCODE(WS-G) ' ' GM-G-CITY(WS-G)
                 DISPLAY '  TEL ' GM-G-PHONE(WS-G)
                         ' E-MAIL ' GM-G-EMAIL(WS-G)
              END-IF
            END-PERFORM
       END-READ.

       PARA-DELETE-ONE.
       DISPLAY 'STUDENT NUMBER (001-999): ' WITH NO ADVANCING.
       ACCEPT GM-ID.
       DELETE F-GUARDMST RECORD
         INVALID KEY
            DISPLAY 'NO GUARDIANS ON FILE'
         NOT INVALID KEY
            DISPLAY 'GUARDIANS DELETED'
            ADD 1 TO WS-RL-REC-OUT
       END-DELETE.

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
       MOVE 'guardmst' TO RL-PROGRAM.
       MOVE WS-RL-DATE TO RL-DATE.
       MOVE WS-RL-TIME-RAW(1:6) TO RL-TIME.
       MOVE WS-RL-PARAMS TO RL-PARAMS.
       MOVE WS-RL-REC-IN TO RL-REC-IN.
       MOVE WS-RL-REC-OUT TO RL-REC-OUT.
       MOVE WS-RL-STATUS TO RL-STATUS.
       WRITE REC-RUNLOG.
       CLOSE F-RUNLOG.

      ******************************************************************
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. apprmnt.
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
      *Teacher appreciations, keyed by student, school year, term and
      *course code (see apprec.cpy) - created empty on first use.
           SELECT F-APPREC
               ASSIGN TO 'apprec.mst'
               ACCESS MODE IS DYNAMIC
               ORGANIZATION IS INDEXED
               RECORD KEY IS APR-KEY
               FILE STATUS IS F-APPREC-STATUS.

      *Course catalog - CM-TEACHER says which teacher may comment on
      *which course.
           SELECT F-CRSMST
               ASSIGN TO 'course.mst'
               ACCESS MODE IS DYNAMIC
               ORGANIZATION IS INDEXED
               RECORD KEY IS CM-CODE
               FILE STATUS IS F-CRSMST-STATUS.

      *Teacher master - the teacher signing in must be on file and
      *still active.
           SELECT F-TEACHMST
               ASSIGN TO 'teacher.mst'
               ACCESS MODE IS DYNAMIC
               ORGANIZATION IS INDEXED
               RECORD KEY IS TM-ID
               FILE STATUS IS F-TEACHMST-STATUS.

      *Student master - a comment is only filed against a student
      *number that exists.
           SELECT F-STUDMST
               ASSIGN TO 'student.mst'
               ACCESS MODE IS DYNAMIC
               ORGANIZATION IS INDEXED
               RECORD KEY IS SM-ID
               ALTERNATE RECORD KEY IS SM-LASTNAME WITH DUPLICATES
               FILE STATUS IS F-STUDMST-STATUS.

      *Same control-card file the batch reads - only SCHOOL-YEAR
      *matters here, so the comments are filed under the year the
      *batch stamps on its results.
           SELECT F-PARAMS
               ASSIGN TO 'params.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-PARAMS-STATUS.

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
       FD  F-APPREC
           RECORD CONTAINS 74 CHARACTERS
           RECORDING MODE IS F.
       COPY 'apprec.cpy'.

       FD  F-CRSMST
           RECORD CONTAINS 29 CHARACTERS
           RECORDING MODE IS F.
       01  REC-CRSMST.
           05 CM-CODE          PIC X(03).
           05 CM-LABEL         PIC X(21).
           05 CM-COEF          PIC 9V9.
           05 CM-TEACHER       PIC 9(03).

       FD  F-TEACHMST
           RECORD CONTAINS 22 CHARACTERS
           RECORDING MODE IS F.
       COPY 'teachmst.cpy'.

       FD  F-STUDMST
           RECORD CONTAINS 30 CHARACTERS
           RECORDING MODE IS F.
       COPY 'studmst.cpy'.

       FD  F-PARAMS
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  REC-F-PARAMS        PIC X(80).

       FD  F-RUNLOG
           RECORD CONTAINS 68 CHARACTERS
           RECORDING MODE IS F.
       COPY 'runlog.cpy'.

      ******************************************************************
      *
      ******************************************************************
       WORKING-STORAGE SECTION.
       01  F-APPREC-STATUS     PIC X(02) VALUE SPACE.
           88 F-APPREC-STATUS-OK   VALUE '00'.

       01  F-CRSMST-STATUS     PIC X(02) VALUE SPACE.
           88 F-CRSMST-STATUS-OK   VALUE '00'.

       01  F-TEACHMST-STATUS   PIC X(02) VALUE SPACE.
           88 F-TEACHMST-STATUS-OK VALUE '00'.

       01  F-STUDMST-STATUS    PIC X(02) VALUE SPACE.
           88 F-STUDMST-STATUS-OK  VALUE '00'.

       01  F-PARAMS-STATUS     PIC X(02) VALUE SPACE.
           88 F-PARAMS-STATUS-OK   VALUE '00'.
           88 F-PARAMS-STATUS-EOF  VALUE '10'.

       77  WS-CHOICE            PIC 9 VALUE 0.
       77  WS-MORE               PIC X VALUE 'Y'.
           88 WS-MORE-YES        VALUE 'Y' 'y'.

      *The teacher signed in for the session - every course keyed
      *afterwards must carry this TM-ID as its CM-TEACHER.
       77  WS-TEACHER-ID        PIC 9(03) VALUE 0.
       77  WS-KEY-OK            PIC X VALUE 'N'.
           88 WS-KEY-GOOD        VALUE 'Y'.
       77  WS-APR-TEXT          PIC X(60) VALUE SPACES.

       01  WS-PARAM-FIELDS.
           05 WS-PRM-KEY        PIC X(20).
           05 WS-PRM-VALUE      PIC X(10).
           05 WS-PRM-NUM        PIC 9(05).
           05 WS-PRM-NUM-OK     PIC X VALUE 'N'.
              88 WS-PRM-NUM-GOOD   VALUE 'Y'.
           05 WS-PRM-IDX        PIC 9(02).
           05 WS-PRM-DIGIT-X    PIC X(01).
           05 WS-PRM-DIGIT REDEFINES WS-PRM-DIGIT-X PIC 9(01).

      *School year the comments are filed under - the run date's
      *calendar year unless params.dat carries a SCHOOL-YEAR card,
      *the same default the batch applies.
       77  WS-SCHOOL-YEAR       PIC 9(04) VALUE 0.
       77  WS-CUR-DATE          PIC 9(08).


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
      *Maintain the teacher appreciations (add/update/display/delete
      *one comment) - a teacher signs in with their number and can
      *only comment on the courses course.mst assigns to them, the
      *same way the grade sheets are split per CM-TEACHER.
       ACCEPT WS-CUR-DATE FROM DATE YYYYMMDD.
       MOVE WS-CUR-DATE(1:4) TO WS-SCHOOL-YEAR.
       PERFORM PARA-READ-PARAMS.

       OPEN INPUT F-CRSMST.
       IF NOT F-CRSMST-STATUS-OK THEN
          DISPLAY 'ERROR: CANNOT OPEN COURSE.MST - RUN coursemst FIRST'
          MOVE 'ERROR' TO WS-RL-STATUS
          MOVE 'APPRECIATIONS' TO WS-RL-PARAMS
          PERFORM PARA-WRITE-RUNLOG
          STOP RUN
       END-IF.
       OPEN INPUT F-TEACHMST.
       IF NOT F-TEACHMST-STATUS-OK THEN
          DISPLAY 'ERROR: CANNOT OPEN TEACHER.MST - RUN teachmst FIRST'
          MOVE 'ERROR' TO WS-RL-STATUS
          MOVE 'APPRECIATIONS' TO WS-RL-PARAMS
          PERFORM PARA-WRITE-RUNLOG
          STOP RUN
       END-IF.
       OPEN INPUT F-STUDMST.
       IF NOT F-STUDMST-STATUS-OK THEN
          DISPLAY 'ERROR: CANNOT OPEN STUDENT.MST - RUN studmst FIRST'
          MOVE 'ERROR' TO WS-RL-STATUS
          MOVE 'APPRECIATIONS' TO WS-RL-PARAMS
          PERFORM PARA-WRITE-RUNLOG
          STOP RUN
       END-IF.
       OPEN I-O F-APPREC.
       IF NOT F-APPREC-STATUS-OK THEN
          OPEN OUTPUT F-APPREC
          CLOSE F-APPREC
          OPEN I-O F-APPREC
       END-IF.

       DISPLAY 'TEACHER NUMBER (001-999): ' WITH NO ADVANCING.
       ACCEPT WS-TEACHER-ID.
       MOVE WS-TEACHER-ID TO TM-ID.
       READ F-TEACHMST KEY IS TM-ID
         INVALID KEY
            DISPLAY 'TEACHER NOT FOUND'
            MOVE 'N' TO WS-MORE
         NOT INVALID KEY
            IF NOT TM-ACTIVE THEN
               DISPLAY 'TEACHER ' TM-ID ' HAS LEFT - NO ACCESS'
               MOVE 'N' TO WS-MORE
            ELSE
               DISPLAY 'TEACHER ' TM-ID ' ' TM-LASTNAME ' '
                       TM-FIRSTNAME ' - SCHOOL YEAR ' WS-SCHOOL-YEAR
            END-IF
       END-READ.

       PERFORM UNTIL NOT WS-MORE-YES
         DISPLAY ' '
         DISPLAY 'TEACHER APPRECIATIONS'
         DISPLAY '1 - ADD/UPDATE A COMMENT'
         DISPLAY '2 - DISPLAY A COMMENT'
         DISPLAY '3 - DELETE A COMMENT'
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

       CLOSE F-APPREC.
       CLOSE F-CRSMST.
       CLOSE F-TEACHMST.
       CLOSE F-STUDMST.
       MOVE 'APPRECIATIONS' TO WS-RL-PARAMS.
       MOVE WS-TEACHER-ID TO WS-RL-PARAMS(15:3).
       PERFORM PARA-WRITE-RUNLOG.
       STOP RUN.

      *Pick up SCHOOL-YEAR from params.dat - every other card is the
      *batch's business and is skipped quietly.
       PARA-READ-PARAMS.
       OPEN INPUT F-PARAMS.
       IF F-PARAMS-STATUS-OK THEN
          PERFORM UNTIL F-PARAMS-STATUS-EOF
            READ F-PARAMS
            IF F-PARAMS-STATUS-OK THEN
               IF REC-F-PARAMS = SPACES OR REC-F-PARAMS(1:1) = '*' THEN
                  CONTINUE
               ELSE
                  PERFORM PARA-PARAM-CARD
               END-IF
            END-IF
          END-PERFORM
          CLOSE F-PARAMS
       END-IF.

       PARA-PARAM-CARD.
       MOVE SPACES TO WS-PRM-KEY WS-PRM-VALUE.
       UNSTRING REC-F-PARAMS DELIMITED BY ALL SPACES
           INTO WS-PRM-KEY WS-PRM-VALUE.
       EVALUATE WS-PRM-KEY
         WHEN 'SCHOOL-YEAR'
              PERFORM PARA-PRM-PARSE-NUM
              IF WS-PRM-NUM-GOOD AND WS-PRM-NUM >= 1900 AND
                                             WS-PRM-NUM <= 2999 THEN
                 MOVE WS-PRM-NUM TO WS-SCHOOL-YEAR
              END-IF
         WHEN OTHER
              CONTINUE
       END-EVALUATE.

       PARA-PRM-PARSE-NUM.
       MOVE 0 TO WS-PRM-NUM.
       IF WS-PRM-VALUE(1:1) = SPACE THEN
          MOVE 'N' TO WS-PRM-NUM-OK
       ELSE
          MOVE 'Y' TO WS-PRM-NUM-OK
       END-IF.
       PERFORM VARYING WS-PRM-IDX FROM 1 BY 1 UNTIL WS-PRM-IDX > 10
                                  OR WS-PRM-VALUE(WS-PRM-IDX:1) = SPACE
         IF WS-PRM-VALUE(WS-PRM-IDX:1) IS NUMERIC THEN
            MOVE WS-PRM-VALUE(WS-PRM-IDX:1) TO WS-PRM-DIGIT-X
            COMPUTE WS-PRM-NUM = WS-PRM-NUM * 10 + WS-PRM-DIGIT
              ON SIZE ERROR
                 MOVE 'N' TO WS-PRM-NUM-OK
            END-COMPUTE
         ELSE
            MOVE 'N' TO WS-PRM-NUM-OK
         END-IF
       END-PERFORM.

      *Key of one comment: the course must be on the catalog and
      *assigned to the signed-in teacher, the student must be on the
      *master, and the term must be 1 or 2. WS-KEY-OK is left at 'Y'
      *only when all three hold.
       PARA-ASK-KEY.
       MOVE 'N' TO WS-KEY-OK.
       DISPLAY 'COURSE CODE (Cnn): ' WITH NO ADVANCING.
       ACCEPT CM-CODE.
       READ F-CRSMST KEY IS CM-CODE
         INVALID KEY
            DISPLAY 'COURSE NOT FOUND'
         NOT INVALID KEY
            IF CM-TEACHER NOT = WS-TEACHER-ID THEN
               DISPLAY 'COURSE ' CM-CODE ' IS NOT ASSIGNED TO TEACHER '
                       WS-TEACHER-ID
            ELSE
               MOVE 'Y' TO WS-KEY-OK
            END-IF
       END-READ.
       IF WS-KEY-GOOD THEN
          MOVE 'N' TO WS-KEY-OK
          DISPLAY 'STUDENT NUMBER (001-999): ' WITH NO ADVANCING
          ACCEPT SM-ID
          READ F-STUDMST KEY IS SM-ID
            INVALID KEY
               DISPLAY 'STUDENT NOT FOUND'
            NOT INVALID KEY
               DISPLAY SM-ID ' ' SM-LASTNAME ' ' SM-FIRSTNAME
                       ' CLASS ' SM-CLASS
               MOVE 'Y' TO WS-KEY-OK
          END-READ
       END-IF.
       IF WS-KEY-GOOD THEN
          MOVE SM-ID TO APR-S-KEY
          MOVE WS-SCHOOL-YEAR TO APR-YEAR
          MOVE CM-CODE TO APR-C-CODE
          DISPLAY 'TERM (1-2): ' WITH NO ADVANCING
          ACCEPT APR-TERM
          IF APR-TERM < 1 OR APR-TERM > 2 THEN
             DISPLAY 'TERM MUST BE 1 OR 2'
             MOVE 'N' TO WS-KEY-OK
          END-IF
       END-IF.

       PARA-ADD-UPDATE.
       PERFORM PARA-ASK-KEY.
       IF WS-KEY-GOOD THEN
          DISPLAY 'COMMENT (60 CHARACTERS MAX): ' WITH NO ADVANCING
          MOVE SPACES TO WS-APR-TEXT
          ACCEPT WS-APR-TEXT
          IF WS-APR-TEXT = SPACES THEN
             DISPLAY 'COMMENT IS EMPTY - NOTHING FILED'
          ELSE
             MOVE WS-APR-TEXT TO APR-TEXT
             MOVE WS-TEACHER-ID TO APR-TEACHER
      *WRITE first and fall back to REWRITE on a duplicate key, so
      *the freshly-accepted comment is what reaches the file either
      *way - a READ here would overwrite it with the old record.
             WRITE REC-APPREC
               INVALID KEY
                  REWRITE REC-APPREC
                    INVALID KEY
                       DISPLAY 'ERROR: COMMENT FOR STUDENT ' APR-S-KEY
                               ' REWRITE FAILED - NOT UPDATED'
                       MOVE 'ERROR' TO WS-RL-STATUS
                    NOT INVALID KEY
                       DISPLAY 'COMMENT UPDATED'
                       ADD 1 TO WS-RL-REC-OUT
                  END-REWRITE
               NOT INVALID KEY
                  DISPLAY 'COMMENT ADDED'
                  ADD 1 TO WS-RL-REC-OUT
             END-WRITE
          END-IF
       END-IF.

       PARA-DISPLAY-ONE.
       PERFORM PARA-ASK-KEY.
       IF WS-KEY-GOOD THEN
          READ F-APPREC KEY IS APR-KEY
            INVALID KEY
               DISPLAY 'NO COMMENT ON FILE'
            NOT INVALID KEY
               DISPLAY APR-S-KEY ' ' APR-YEAR ' T' APR-TERM ' '
                       APR-C-CODE ' BY ' APR-TEACHER
               DISPLAY APR-TEXT
          END-READ
       END-IF.

       PARA-DELETE-ONE.
       PERFORM PARA-ASK-KEY.
       IF WS-KEY-GOOD THEN
          DELETE F-APPREC RECORD
            INVALID KEY
               DISPLAY 'NO COMMENT ON FILE'
            NOT INVALID KEY
               DISPLAY 'COMMENT DELETED'
               ADD 1 TO WS-RL-REC-OUT
          END-DELETE
       END-IF.

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
       MOVE 'apprmnt' TO RL-PROGRAM.
       MOVE WS-RL-DATE TO RL-DATE.
       MOVE WS-RL-TIME-RAW(1:6) TO RL-TIME.
       MOVE WS-RL-PARAMS TO RL-PARAMS.
       MOVE WS-RL-REC-IN TO RL-REC-IN.
       MOVE WS-RL-REC-OUT TO RL-REC-OUT.
       MOVE WS-RL-STATUS TO RL-STATUS.
       WRITE REC-RUNLOG.
       CLOSE F-RUNLOG.

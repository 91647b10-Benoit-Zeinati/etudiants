      ******************************************************************
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. apprmiss.
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
      *Structured student/course extract written by the batch - every
      *graded course on it is expected to carry a comment.
           SELECT F-EXTRACT
               ASSIGN TO 'extract.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-EXTRACT-STATUS.

      *Teacher appreciations maintained in apprmnt.cbl.
           SELECT F-APPREC
               ASSIGN TO 'apprec.mst'
               ACCESS MODE IS DYNAMIC
               ORGANIZATION IS INDEXED
               RECORD KEY IS APR-KEY
               FILE STATUS IS F-APPREC-STATUS.

      *Course catalog - CM-TEACHER names who is to be chased for each
      *missing comment.
           SELECT F-CRSMST
               ASSIGN TO 'course.mst'
               ACCESS MODE IS DYNAMIC
               ORGANIZATION IS INDEXED
               RECORD KEY IS CM-CODE
               FILE STATUS IS F-CRSMST-STATUS.

           SELECT F-TEACHMST
               ASSIGN TO 'teacher.mst'
               ACCESS MODE IS DYNAMIC
               ORGANIZATION IS INDEXED
               RECORD KEY IS TM-ID
               FILE STATUS IS F-TEACHMST-STATUS.

      *Same control-card file the batch reads - only SCHOOL-YEAR
      *matters here, to look the comments up under the year the
      *extract was stamped with.
           SELECT F-PARAMS
               ASSIGN TO 'params.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-PARAMS-STATUS.

           SELECT F-APPRMISS
               ASSIGN TO 'apprmiss.rpt'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-APPRMISS-STATUS.

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
       FD  F-EXTRACT
           RECORD CONTAINS 689 CHARACTERS
           RECORDING MODE IS F.
       COPY 'stextr.cpy'.

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

       FD  F-PARAMS
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  REC-F-PARAMS        PIC X(80).

       FD  F-APPRMISS
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  REC-F-APPRMISS      PIC X(80).

       FD  F-RUNLOG
           RECORD CONTAINS 68 CHARACTERS
           RECORDING MODE IS F.
       COPY 'runlog.cpy'.

      ******************************************************************
      *
      ******************************************************************
       WORKING-STORAGE SECTION.
       01  F-EXTRACT-STATUS    PIC X(02) VALUE SPACE.
           88 F-EXTRACT-STATUS-OK  VALUE '00'.
           88 F-EXTRACT-STATUS-EOF VALUE '10'.

       01  F-APPREC-STATUS     PIC X(02) VALUE SPACE.
           88 F-APPREC-STATUS-OK   VALUE '00'.

       01  F-CRSMST-STATUS     PIC X(02) VALUE SPACE.
           88 F-CRSMST-STATUS-OK   VALUE '00'.
           88 F-CRSMST-STATUS-EOF  VALUE '10'.

       01  F-TEACHMST-STATUS   PIC X(02) VALUE SPACE.
           88 F-TEACHMST-STATUS-OK VALUE '00'.

       01  F-PARAMS-STATUS     PIC X(02) VALUE SPACE.
           88 F-PARAMS-STATUS-OK   VALUE '00'.
           88 F-PARAMS-STATUS-EOF  VALUE '10'.

       01  F-APPRMISS-STATUS   PIC X(02) VALUE SPACE.
           88 F-APPRMISS-STATUS-OK VALUE '00'.

      *In-storage copy of the course catalog - the assigned teacher
      *of every code on the extract.
       01  CAT-TABLE.
           05 CAT-COUNT          PIC 9(02) VALUE 0.
           05 CAT-ENTRY OCCURS 99 TIMES.
              10 CAT-CODE        PIC X(03).
              10 CAT-TEACHER     PIC 9(03).

       77  WS-C                 PIC 9(02).
       77  WS-C-FOUND           PIC 9(02).
       77  WS-IDX1              PIC 9(02).

      *No appreciation file yet means every graded course is still
      *missing its comment - the lookups are skipped, not failed.
       77  WS-APPREC-OPEN       PIC X VALUE 'N'.
           88 WS-APPREC-IS-OPEN  VALUE 'Y'.
       77  WS-TEACH-OPEN        PIC X VALUE 'N'.
           88 WS-TEACH-IS-OPEN   VALUE 'Y'.
       77  WS-HAS-COMMENT       PIC X VALUE 'N'.
           88 WS-COMMENT-FOUND   VALUE 'Y'.

       77  WS-GRADED-CNT        PIC 9(05) VALUE 0.
       77  WS-MISS-CNT          PIC 9(05) VALUE 0.

       01  WS-PARAM-FIELDS.
           05 WS-PRM-KEY        PIC X(20).
           05 WS-PRM-VALUE      PIC X(10).
           05 WS-PRM-NUM        PIC 9(05).
           05 WS-PRM-NUM-OK     PIC X VALUE 'N'.
              88 WS-PRM-NUM-GOOD   VALUE 'Y'.
           05 WS-PRM-IDX        PIC 9(02).
           05 WS-PRM-DIGIT-X    PIC X(01).
           05 WS-PRM-DIGIT REDEFINES WS-PRM-DIGIT-X PIC 9(01).

      *School year the extract's comments are looked up under - the
      *run date's calendar year unless a SCHOOL-YEAR card says
      *otherwise, the same default the batch applies.
       77  WS-SCHOOL-YEAR       PIC 9(04) VALUE 0.
       77  WS-CUR-DATE          PIC 9(08).

       77  WS-ASTERIX-LINE      PIC X(76) VALUE ALL '*'.


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
      *Missing-appreciations report - every graded course on
      *extract.dat (absent courses carry no grade to comment on)
      *with no comment filed for the student, year, term and course,
      *listed with the teacher the catalog assigns it to, so the
      *office can chase them before the bulletins are mailed.
       ACCEPT WS-CUR-DATE FROM DATE YYYYMMDD.
       MOVE WS-CUR-DATE(1:4) TO WS-SCHOOL-YEAR.
       PERFORM PARA-READ-PARAMS.
       PERFORM PARA-LOAD-CATALOG.

       OPEN INPUT F-EXTRACT.
       IF NOT F-EXTRACT-STATUS-OK THEN
          DISPLAY 'ERROR: CANNOT OPEN EXTRACT.DAT - RUN student FIRST'
          MOVE 'ERROR' TO WS-RL-STATUS
          MOVE 'MISSING COMMENTS' TO WS-RL-PARAMS
          PERFORM PARA-WRITE-RUNLOG
          STOP RUN
       END-IF.
       OPEN INPUT F-APPREC.
       IF F-APPREC-STATUS-OK THEN
          MOVE 'Y' TO WS-APPREC-OPEN
       ELSE
          DISPLAY 'APPREC.MST NOT FOUND - NO COMMENTS ON FILE YET'
       END-IF.
       OPEN INPUT F-TEACHMST.
       IF F-TEACHMST-STATUS-OK THEN
          MOVE 'Y' TO WS-TEACH-OPEN
       END-IF.
       OPEN OUTPUT F-APPRMISS.

       MOVE WS-ASTERIX-LINE TO REC-F-APPRMISS.
       WRITE REC-F-APPRMISS.
       MOVE '          MISSING TEACHER APPRECIATIONS - SCHOOL YEAR' TO
                                                        REC-F-APPRMISS.
       MOVE WS-SCHOOL-YEAR TO REC-F-APPRMISS(55:4).
       WRITE REC-F-APPRMISS.
       MOVE WS-ASTERIX-LINE TO REC-F-APPRMISS.
       WRITE REC-F-APPRMISS.
       MOVE ' ID  LAST    FIRST  CLASS T CRS LABEL' TO REC-F-APPRMISS.
       MOVE 'TCH TEACHER' TO REC-F-APPRMISS(60:11).
       WRITE REC-F-APPRMISS.

       PERFORM UNTIL F-EXTRACT-STATUS-EOF
         READ F-EXTRACT
         IF F-EXTRACT-STATUS-OK THEN
            ADD 1 TO WS-RL-REC-IN
            PERFORM VARYING WS-IDX1 FROM 1 BY 1 UNTIL WS-IDX1 > 20
                                    OR R-LABEL-OUT(WS-IDX1) = SPACES
              IF R-ABSENT-OUT(WS-IDX1) NOT = 1 THEN
                 ADD 1 TO WS-GRADED-CNT
                 PERFORM PARA-CHECK-COMMENT
              END-IF
            END-PERFORM
         END-IF
       END-PERFORM.

       MOVE SPACES TO REC-F-APPRMISS.
       WRITE REC-F-APPRMISS.
       MOVE 'GRADED COURSES  =>' TO REC-F-APPRMISS.
       MOVE WS-GRADED-CNT TO REC-F-APPRMISS(20:5).
       WRITE REC-F-APPRMISS.
       MOVE 'MISSING COMMENTS=>' TO REC-F-APPRMISS.
       MOVE WS-MISS-CNT TO REC-F-APPRMISS(20:5).
       WRITE REC-F-APPRMISS.

       CLOSE F-EXTRACT.
       CLOSE F-APPRMISS.
       IF WS-APPREC-IS-OPEN THEN
          CLOSE F-APPREC
       END-IF.
       IF WS-TEACH-IS-OPEN THEN
          CLOSE F-TEACHMST
       END-IF.
       DISPLAY 'MISSING COMMENTS: ' WS-MISS-CNT ' OF ' WS-GRADED-CNT
               ' GRADED COURSE(S) - SEE APPRMISS.RPT'.
       MOVE 'MISSING COMMENTS' TO WS-RL-PARAMS.
       MOVE WS-SCHOOL-YEAR TO WS-RL-PARAMS(18:4).
       MOVE WS-MISS-CNT TO WS-RL-REC-OUT.
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

       PARA-LOAD-CATALOG.
       OPEN INPUT F-CRSMST.
       IF NOT F-CRSMST-STATUS-OK THEN
          DISPLAY 'ERROR: CANNOT OPEN COURSE.MST - RUN coursemst FIRST'
          MOVE 'ERROR' TO WS-RL-STATUS
          MOVE 'MISSING COMMENTS' TO WS-RL-PARAMS
          PERFORM PARA-WRITE-RUNLOG
          STOP RUN
       END-IF.
       PERFORM UNTIL F-CRSMST-STATUS-EOF
         READ F-CRSMST NEXT RECORD
         IF F-CRSMST-STATUS-OK THEN
            IF CAT-COUNT < 99 THEN
               ADD 1 TO CAT-COUNT
               MOVE CM-CODE TO CAT-CODE(CAT-COUNT)
               MOVE CM-TEACHER TO CAT-TEACHER(CAT-COUNT)
            END-IF
         END-IF
       END-PERFORM.
       CLOSE F-CRSMST.

      *Look the comment up under the extract's own term - one line
      *on the report when none is filed.
       PARA-CHECK-COMMENT.
       MOVE 'N' TO WS-HAS-COMMENT.
       IF WS-APPREC-IS-OPEN THEN
          MOVE R-S-KEY-OUT TO APR-S-KEY
          MOVE WS-SCHOOL-YEAR TO APR-YEAR
          MOVE R-TERM-OUT TO APR-TERM
          MOVE R-CODE-OUT(WS-IDX1) TO APR-C-CODE
          READ F-APPREC KEY IS APR-KEY
            INVALID KEY
               CONTINUE
            NOT INVALID KEY
               IF APR-TEXT NOT = SPACES THEN
                  MOVE 'Y' TO WS-HAS-COMMENT
               END-IF
          END-READ
       END-IF.
       IF NOT WS-COMMENT-FOUND THEN
          ADD 1 TO WS-MISS-CNT
          PERFORM PARA-MISSING-LINE
       END-IF.

       PARA-MISSING-LINE.
       MOVE SPACES TO REC-F-APPRMISS.
       MOVE R-S-KEY-OUT TO REC-F-APPRMISS(2:3).
       MOVE R-LASTNAME-OUT TO REC-F-APPRMISS(6:7).
       MOVE R-FIRSTNAME-OUT TO REC-F-APPRMISS(14:6).
       MOVE R-CLASS-OUT TO REC-F-APPRMISS(21:5).
       MOVE R-TERM-OUT TO REC-F-APPRMISS(27:1).
       MOVE R-CODE-OUT(WS-IDX1) TO REC-F-APPRMISS(29:3).
       MOVE R-LABEL-OUT(WS-IDX1) TO REC-F-APPRMISS(33:21).
       MOVE 0 TO WS-C-FOUND.
       PERFORM VARYING WS-C FROM 1 BY 1 UNTIL WS-C > CAT-COUNT
                                            OR WS-C-FOUND > 0
         IF CAT-CODE(WS-C) = R-CODE-OUT(WS-IDX1) THEN
            MOVE WS-C TO WS-C-FOUND
         END-IF
       END-PERFORM.
      *A code gone from the catalog, or an unassigned slot, has no
      *one to chase - the teacher columns say so.
       IF WS-C-FOUND = 0 THEN
          MOVE 'NOT IN CATALOG' TO REC-F-APPRMISS(60:14)
       ELSE
          IF CAT-TEACHER(WS-C-FOUND) = 0 THEN
             MOVE 'UNASSIGNED' TO REC-F-APPRMISS(60:10)
          ELSE
             MOVE CAT-TEACHER(WS-C-FOUND) TO REC-F-APPRMISS(60:3)
             IF WS-TEACH-IS-OPEN THEN
                MOVE CAT-TEACHER(WS-C-FOUND) TO TM-ID
                READ F-TEACHMST KEY IS TM-ID
                  INVALID KEY
                     CONTINUE
                  NOT INVALID KEY
                     MOVE TM-LASTNAME TO REC-F-APPRMISS(64:10)
                END-READ
             END-IF
          END-IF
       END-IF.
       WRITE REC-F-APPRMISS.

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
       MOVE 'apprmiss' TO RL-PROGRAM.
       MOVE WS-RL-DATE TO RL-DATE.
       MOVE WS-RL-TIME-RAW(1:6) TO RL-TIME.
       MOVE WS-RL-PARAMS TO RL-PARAMS.
       MOVE WS-RL-REC-IN TO RL-REC-IN.
       MOVE WS-RL-REC-OUT TO RL-REC-OUT.
       MOVE WS-RL-STATUS TO RL-STATUS.
       WRITE REC-RUNLOG.
       CLOSE F-RUNLOG.

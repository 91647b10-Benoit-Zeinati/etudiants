      ******************************************************************
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. gradent.
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
      *Grade-entry work file, keyed by year, term, class, course and
      *student (see gradewrk.cpy) - created empty on first use.
           SELECT F-GRADEWRK
               ASSIGN TO 'gradewrk.idx'
               ACCESS MODE IS DYNAMIC
               ORGANIZATION IS INDEXED
               RECORD KEY IS GRW-KEY
               FILE STATUS IS F-GRADEWRK-STATUS.

      *Course catalog - CM-TEACHER says which teacher keys the grades
      *of which course.
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

      *Student master - the class lists are its enrolled students.
           SELECT F-STUDMST
               ASSIGN TO 'student.mst'
               ACCESS MODE IS DYNAMIC
               ORGANIZATION IS INDEXED
               RECORD KEY IS SM-ID
               ALTERNATE RECORD KEY IS SM-LASTNAME WITH DUPLICATES
               FILE STATUS IS F-STUDMST-STATUS.

      *Same control-card file the batch reads - only SCHOOL-YEAR
      *matters here, the year the entries are filed under.
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
       FD  F-GRADEWRK
           RECORD CONTAINS 40 CHARACTERS
           RECORDING MODE IS F.
       COPY 'gradewrk.cpy'.

       FD  F-CRSMST
           RECORD CONTAINS 29 CHARACTERS
           RECORDING MODE IS F.
       01  REC-CRSMST.
           05 CM-CODE          PIC X(03).
      *Would be read back off input.dat as a student, absence or
      *assessment line - never keyed, never listed.
              88 CM-CODE-RESERVED  VALUE 'C01' 'C03' 'C04'.
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
       01  F-GRADEWRK-STATUS   PIC X(02) VALUE SPACE.
           88 F-GRADEWRK-STATUS-OK  VALUE '00'.
           88 F-GRADEWRK-STATUS-EOF VALUE '10'.

       01  F-CRSMST-STATUS     PIC X(02) VALUE SPACE.
           88 F-CRSMST-STATUS-OK   VALUE '00'.
           88 F-CRSMST-STATUS-EOF  VALUE '10'.

       01  F-TEACHMST-STATUS   PIC X(02) VALUE SPACE.
           88 F-TEACHMST-STATUS-OK VALUE '00'.

       01  F-STUDMST-STATUS    PIC X(02) VALUE SPACE.
           88 F-STUDMST-STATUS-OK  VALUE '00'.
           88 F-STUDMST-STATUS-EOF VALUE '10'.

       01  F-PARAMS-STATUS     PIC X(02) VALUE SPACE.
           88 F-PARAMS-STATUS-OK   VALUE '00'.
           88 F-PARAMS-STATUS-EOF  VALUE '10'.

       77  WS-CHOICE            PIC 9 VALUE 0.
       77  WS-MORE               PIC X VALUE 'Y'.
           88 WS-MORE-YES        VALUE 'Y' 'y'.

      *The teacher signed in for the session and the term keyed - every
      *course picked afterwards must carry this TM-ID as its
      *CM-TEACHER.
       77  WS-TEACHER-ID        PIC 9(03) VALUE 0.
       77  WS-TERM              PIC 9(01) VALUE 0.
       77  WS-CLASS             PIC X(05) VALUE SPACES.
       77  WS-C-CODE            PIC X(03) VALUE SPACES.
       77  WS-KEY-OK            PIC X VALUE 'N'.
           88 WS-KEY-GOOD        VALUE 'Y'.

      *One student's entry as typed - the grade is taken as NN,NN
      *(the same form as the marks on params.dat), blank skips the
      *student and * ends the class list.
       77  WS-GRADE-IN          PIC X(10) VALUE SPACES.
       77  WS-ABSENT-IN         PIC X(01) VALUE SPACE.
       77  WS-GRADE-INT         PIC 9(02).
       77  WS-GRADE-DEC         PIC 9(02).
       77  WS-GRADE-NUM         PIC 99V99.
       77  WS-ENTRY-OK          PIC X VALUE 'N'.
           88 WS-ENTRY-GOOD      VALUE 'Y'.
       77  WS-ENTRY-ACTION      PIC X VALUE SPACE.
           88 WS-ENTRY-KEYED     VALUE 'K'.
           88 WS-ENTRY-SKIPPED   VALUE 'S'.
           88 WS-ENTRY-STOPPED   VALUE 'E'.

       77  WS-LIST-CNT          PIC 9(03) VALUE 0.
       77  WS-CRS-CNT           PIC 9(03) VALUE 0.

      *Completeness tables - the catalog courses with their teacher,
      *and the classes of the enrolled students (in class order) with
      *how many of each class's students have an entry per course.
       01  CAT-TABLE.
           05 CAT-COUNT          PIC 9(02) VALUE 0.
           05 CAT-ENTRY OCCURS 99 TIMES.
              10 CAT-CODE        PIC X(03).
              10 CAT-LABEL       PIC X(21).
              10 CAT-TEACHER     PIC 9(03).
              10 CAT-TM-NAME     PIC X(10).

       01  CLS-TABLE.
           05 CLS-COUNT          PIC 9(02) VALUE 0.
           05 CLS-ENTRY OCCURS 50 TIMES.
              10 CLS-CODE        PIC X(05).
              10 CLS-ENROLLED    PIC 9(03).
              10 CLS-DONE OCCURS 99 TIMES PIC 9(03).

       77  WS-C                 PIC 9(02).
       77  WS-K                 PIC 9(02).
       77  WS-L                 PIC 9(02).
       77  WS-C-FOUND           PIC 9(02).
       77  WS-K-FOUND           PIC 9(02).
       77  WS-OPEN-CNT          PIC 9(05) VALUE 0.
       77  WS-COMPLETE-CNT      PIC 9(05) VALUE 0.

      *One class/course line of the completeness screen.
       01  WS-CMP-LINE.
           05 WS-CMP-CLASS      PIC X(05).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 WS-CMP-CODE       PIC X(03).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 WS-CMP-LABEL      PIC X(21).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 WS-CMP-TEACHER    PIC 9(03).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 WS-CMP-TM-NAME    PIC X(10).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 WS-CMP-DONE       PIC ZZ9.
           05 FILLER            PIC X(01) VALUE '/'.
           05 WS-CMP-ENROLLED   PIC ZZ9.
           05 FILLER            PIC X(01) VALUE SPACE.
           05 WS-CMP-STATUS     PIC X(10).

       01  WS-PARAM-FIELDS.
           05 WS-PRM-KEY        PIC X(20).
           05 WS-PRM-VALUE      PIC X(10).
           05 WS-PRM-NUM        PIC 9(05).
           05 WS-PRM-NUM-OK     PIC X VALUE 'N'.
              88 WS-PRM-NUM-GOOD   VALUE 'Y'.
           05 WS-PRM-IDX        PIC 9(02).
           05 WS-PRM-DIGIT-X    PIC X(01).
           05 WS-PRM-DIGIT REDEFINES WS-PRM-DIGIT-X PIC 9(01).

      *School year the entries are filed under - the run date's
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
      *Grade entry - a teacher signs in with their number and the
      *term, picks one of the courses course.mst assigns to them and
      *a class, and keys a grade and absent flag for each enrolled
      *student of the class, checked as they are typed. The entries
      *wait on gradewrk.idx until gradeasm.cbl turns them into the
      *term's input.dat; the completeness screen shows which class
      *and course pairs are still to be keyed.
       ACCEPT WS-CUR-DATE FROM DATE YYYYMMDD.
       MOVE WS-CUR-DATE(1:4) TO WS-SCHOOL-YEAR.
       PERFORM PARA-READ-PARAMS.

       OPEN INPUT F-CRSMST.
       IF NOT F-CRSMST-STATUS-OK THEN
          DISPLAY 'ERROR: CANNOT OPEN COURSE.MST - RUN coursemst FIRST'
          MOVE 'ERROR' TO WS-RL-STATUS
          MOVE 'GRADE ENTRY' TO WS-RL-PARAMS
          PERFORM PARA-WRITE-RUNLOG
          STOP RUN
       END-IF.
       OPEN INPUT F-TEACHMST.
       IF NOT F-TEACHMST-STATUS-OK THEN
          DISPLAY 'ERROR: CANNOT OPEN TEACHER.MST - RUN teachmst FIRST'
          MOVE 'ERROR' TO WS-RL-STATUS
          MOVE 'GRADE ENTRY' TO WS-RL-PARAMS
          PERFORM PARA-WRITE-RUNLOG
          STOP RUN
       END-IF.
       OPEN INPUT F-STUDMST.
       IF NOT F-STUDMST-STATUS-OK THEN
          DISPLAY 'ERROR: CANNOT OPEN STUDENT.MST - RUN studmst FIRST'
          MOVE 'ERROR' TO WS-RL-STATUS
          MOVE 'GRADE ENTRY' TO WS-RL-PARAMS
          PERFORM PARA-WRITE-RUNLOG
          STOP RUN
       END-IF.
       OPEN I-O F-GRADEWRK.
       IF NOT F-GRADEWRK-STATUS-OK THEN
          OPEN OUTPUT F-GRADEWRK
          CLOSE F-GRADEWRK
          OPEN I-O F-GRADEWRK
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
       IF WS-MORE-YES THEN
          DISPLAY 'TERM (1-2): ' WITH NO ADVANCING
          ACCEPT WS-TERM
          IF WS-TERM < 1 OR WS-TERM > 2 THEN
             DISPLAY 'TERM MUST BE 1 OR 2'
             MOVE 'N' TO WS-MORE
          END-IF
       END-IF.

       PERFORM UNTIL NOT WS-MORE-YES
         DISPLAY ' '
         DISPLAY 'GRADE ENTRY - TERM ' WS-TERM
         DISPLAY '1 - KEY GRADES FOR A COURSE AND CLASS'
         DISPLAY '2 - COMPLETENESS'
         DISPLAY '0 - QUIT'
         MOVE 0 TO WS-CHOICE
         DISPLAY 'CHOICE: ' WITH NO ADVANCING
         ACCEPT WS-CHOICE

         EVALUATE WS-CHOICE
           WHEN 1
                PERFORM PARA-KEY-CLASS
           WHEN 2
                PERFORM PARA-COMPLETENESS
           WHEN 0
                MOVE 'N' TO WS-MORE
           WHEN OTHER
                DISPLAY 'INVALID CHOICE'
         END-EVALUATE
       END-PERFORM.

       CLOSE F-GRADEWRK.
       CLOSE F-CRSMST.
       CLOSE F-TEACHMST.
       CLOSE F-STUDMST.
       MOVE 'GRADE ENTRY' TO WS-RL-PARAMS.
       MOVE WS-TEACHER-ID TO WS-RL-PARAMS(13:3).
       MOVE 'TERM' TO WS-RL-PARAMS(17:4).
       MOVE WS-TERM TO WS-RL-PARAMS(22:1).
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

      *Course and class first - the course must be assigned to the
      *signed-in teacher - then one prompt per enrolled student of
      *the class, in student-number order.
       PARA-KEY-CLASS.
       PERFORM PARA-LIST-COURSES.
       IF WS-CRS-CNT = 0 THEN
          DISPLAY 'NO COURSE ASSIGNED TO TEACHER ' WS-TEACHER-ID
       ELSE
          PERFORM PARA-ASK-COURSE
       END-IF.
       IF WS-CRS-CNT > 0 AND WS-KEY-GOOD THEN
          DISPLAY 'CLASS: ' WITH NO ADVANCING
          MOVE SPACES TO WS-CLASS
          ACCEPT WS-CLASS
          DISPLAY ' '
          DISPLAY CM-CODE ' ' CM-LABEL ' - CLASS ' WS-CLASS
                  ' - TERM ' WS-TERM
          MOVE 0 TO WS-LIST-CNT
          MOVE SPACE TO WS-ENTRY-ACTION
          MOVE SPACE TO F-STUDMST-STATUS
          MOVE LOW-VALUES TO SM-ID
          START F-STUDMST KEY IS >= SM-ID
            INVALID KEY
               MOVE '10' TO F-STUDMST-STATUS
          END-START
          PERFORM UNTIL F-STUDMST-STATUS-EOF OR WS-ENTRY-STOPPED
            READ F-STUDMST NEXT RECORD
            IF F-STUDMST-STATUS-OK THEN
               IF SM-ENROLLED AND SM-CLASS = WS-CLASS THEN
                  PERFORM PARA-KEY-STUDENT
               END-IF
            END-IF
          END-PERFORM
          IF WS-LIST-CNT = 0 THEN
             DISPLAY 'NO ENROLLED STUDENT IN CLASS ' WS-CLASS
          END-IF
       END-IF.

       PARA-LIST-COURSES.
       MOVE 0 TO WS-CRS-CNT.
       DISPLAY 'YOUR COURSES:'.
       MOVE SPACE TO F-CRSMST-STATUS.
       MOVE LOW-VALUES TO CM-CODE.
       START F-CRSMST KEY IS >= CM-CODE
         INVALID KEY
            MOVE '10' TO F-CRSMST-STATUS
       END-START.
       PERFORM UNTIL F-CRSMST-STATUS-EOF
         READ F-CRSMST NEXT RECORD
         IF F-CRSMST-STATUS-OK THEN
            IF CM-TEACHER = WS-TEACHER-ID AND
                                        NOT CM-CODE-RESERVED THEN
               ADD 1 TO WS-CRS-CNT
               DISPLAY '  ' CM-CODE ' ' CM-LABEL
            END-IF
         END-IF
       END-PERFORM.

       PARA-ASK-COURSE.
       MOVE 'N' TO WS-KEY-OK.
       DISPLAY 'COURSE CODE (Cnn): ' WITH NO ADVANCING.
       ACCEPT WS-C-CODE.
       MOVE WS-C-CODE TO CM-CODE.
       READ F-CRSMST KEY IS CM-CODE
         INVALID KEY
            DISPLAY 'COURSE NOT FOUND'
         NOT INVALID KEY
            EVALUATE TRUE
              WHEN CM-CODE-RESERVED
                   DISPLAY 'COURSE ' CM-CODE ' IS AN INPUT RECORD '
                           'TYPE - NO GRADES CAN BE KEYED FOR IT'
              WHEN CM-TEACHER NOT = WS-TEACHER-ID
                   DISPLAY 'COURSE ' CM-CODE
                           ' IS NOT ASSIGNED TO TEACHER ' WS-TEACHER-ID
              WHEN OTHER
                   MOVE 'Y' TO WS-KEY-OK
            END-EVALUATE
       END-READ.

      *One student of the list - what is already on file is shown
      *first, and the entry is re-asked until it is in range.
       PARA-KEY-STUDENT.
       ADD 1 TO WS-LIST-CNT.
       MOVE WS-SCHOOL-YEAR TO GRW-YEAR.
       MOVE WS-TERM TO GRW-TERM.
       MOVE WS-CLASS TO GRW-CLASS.
       MOVE CM-CODE TO GRW-C-CODE.
       MOVE SM-ID TO GRW-S-KEY.
       READ F-GRADEWRK KEY IS GRW-KEY
         INVALID KEY
            DISPLAY SM-ID ' ' SM-LASTNAME ' ' SM-FIRSTNAME
         NOT INVALID KEY
            DISPLAY SM-ID ' ' SM-LASTNAME ' ' SM-FIRSTNAME
                    ' - ON FILE: ' GRW-GRADE ' ABSENT ' GRW-ABSENT
       END-READ.
       MOVE 'N' TO WS-ENTRY-OK.
       PERFORM UNTIL WS-ENTRY-GOOD
         PERFORM PARA-ASK-GRADE
       END-PERFORM.
       IF WS-ENTRY-KEYED THEN
          MOVE 'N' TO WS-ENTRY-OK
          PERFORM UNTIL WS-ENTRY-GOOD
            PERFORM PARA-ASK-ABSENT
          END-PERFORM
          PERFORM PARA-FILE-ENTRY
       END-IF.

       PARA-ASK-GRADE.
       DISPLAY '  GRADE (NN,NN - BLANK = SKIP, * = STOP): '
               WITH NO ADVANCING.
       MOVE SPACES TO WS-GRADE-IN.
       ACCEPT WS-GRADE-IN.
       EVALUATE TRUE
         WHEN WS-GRADE-IN = SPACES
              MOVE 'S' TO WS-ENTRY-ACTION
              MOVE 'Y' TO WS-ENTRY-OK
         WHEN WS-GRADE-IN = '*'
              MOVE 'E' TO WS-ENTRY-ACTION
              MOVE 'Y' TO WS-ENTRY-OK
         WHEN WS-GRADE-IN(1:2) IS NUMERIC AND
                 WS-GRADE-IN(3:1) = ',' AND
                 WS-GRADE-IN(4:2) IS NUMERIC AND
                 WS-GRADE-IN(6:5) = SPACES
              MOVE WS-GRADE-IN(1:2) TO WS-GRADE-INT
              MOVE WS-GRADE-IN(4:2) TO WS-GRADE-DEC
              COMPUTE WS-GRADE-NUM = WS-GRADE-INT + WS-GRADE-DEC / 100
              IF WS-GRADE-NUM <= 20,00 THEN
                 MOVE 'K' TO WS-ENTRY-ACTION
                 MOVE 'Y' TO WS-ENTRY-OK
              ELSE
                 DISPLAY '  GRADE MUST BE 00,00 TO 20,00'
              END-IF
         WHEN OTHER
              DISPLAY '  GRADE MUST BE TYPED AS NN,NN (E.G. 09,50)'
       END-EVALUATE.

       PARA-ASK-ABSENT.
       DISPLAY '  ABSENT (0 = NO, 1 = YES): ' WITH NO ADVANCING.
       MOVE SPACE TO WS-ABSENT-IN.
       ACCEPT WS-ABSENT-IN.
       IF WS-ABSENT-IN = '0' OR WS-ABSENT-IN = '1' THEN
          MOVE 'Y' TO WS-ENTRY-OK
       ELSE
          DISPLAY '  ABSENT MUST BE 0 OR 1'
       END-IF.

      *WRITE first and fall back to REWRITE on a duplicate key, so
      *the freshly-keyed entry is what reaches the file either way.
      *An entry neither takes is reported and marks the run in error.
       PARA-FILE-ENTRY.
       MOVE WS-SCHOOL-YEAR TO GRW-YEAR.
       MOVE WS-TERM TO GRW-TERM.
       MOVE WS-CLASS TO GRW-CLASS.
       MOVE CM-CODE TO GRW-C-CODE.
       MOVE SM-ID TO GRW-S-KEY.
       MOVE WS-GRADE-NUM TO GRW-GRADE.
       MOVE WS-ABSENT-IN TO GRW-ABSENT.
       MOVE WS-TEACHER-ID TO GRW-TEACHER.
       MOVE WS-CUR-DATE TO GRW-DATE.
       WRITE REC-GRADEWRK
         INVALID KEY
            REWRITE REC-GRADEWRK
              INVALID KEY
                 DISPLAY '  ERROR: ENTRY FOR STUDENT ' GRW-S-KEY
                         ' COULD NOT BE FILED'
                 MOVE 'ERROR' TO WS-RL-STATUS
              NOT INVALID KEY
                 DISPLAY '  ENTRY UPDATED'
                 ADD 1 TO WS-RL-REC-OUT
            END-REWRITE
         NOT INVALID KEY
            DISPLAY '  ENTRY ADDED'
            ADD 1 TO WS-RL-REC-OUT
       END-WRITE.

      ******************************************************************
      *Completeness - every catalog course against every class that
      *has enrolled students. A pair is COMPLETE once each of the
      *class's enrolled students has an entry for the term; only the
      *pairs still open are listed.
      ******************************************************************
       PARA-COMPLETENESS.
       PERFORM PARA-LOAD-CATALOG.
       PERFORM PARA-LOAD-CLASSES.
       PERFORM PARA-COUNT-ENTRIES.
       MOVE 0 TO WS-OPEN-CNT WS-COMPLETE-CNT.
       DISPLAY ' '.
       DISPLAY 'CLASS/COURSE PAIRS STILL OPEN - TERM ' WS-TERM
               ' SCHOOL YEAR ' WS-SCHOOL-YEAR.
       DISPLAY 'CLASS CRS LABEL                 TEACHER        '
               ' KEYED  STATUS'.
       PERFORM VARYING WS-C FROM 1 BY 1 UNTIL WS-C > CLS-COUNT
         PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > CAT-COUNT
           PERFORM PARA-CMP-PAIR
           IF WS-CMP-STATUS = 'COMPLETE' THEN
              ADD 1 TO WS-COMPLETE-CNT
           ELSE
              ADD 1 TO WS-OPEN-CNT
              DISPLAY WS-CMP-LINE
           END-IF
         END-PERFORM
       END-PERFORM.
       DISPLAY WS-COMPLETE-CNT ' PAIR(S) COMPLETE, ' WS-OPEN-CNT
               ' STILL OPEN'.

       PARA-CMP-PAIR.
       MOVE CLS-CODE(WS-C) TO WS-CMP-CLASS.
       MOVE CAT-CODE(WS-K) TO WS-CMP-CODE.
       MOVE CAT-LABEL(WS-K) TO WS-CMP-LABEL.
       MOVE CAT-TEACHER(WS-K) TO WS-CMP-TEACHER.
       MOVE CAT-TM-NAME(WS-K) TO WS-CMP-TM-NAME.
       MOVE CLS-DONE(WS-C, WS-K) TO WS-CMP-DONE.
       MOVE CLS-ENROLLED(WS-C) TO WS-CMP-ENROLLED.
       EVALUATE TRUE
         WHEN CAT-TEACHER(WS-K) = 0
              MOVE 'NO TEACHER' TO WS-CMP-STATUS
         WHEN CLS-DONE(WS-C, WS-K) = 0
              MOVE 'MISSING' TO WS-CMP-STATUS
         WHEN CLS-DONE(WS-C, WS-K) < CLS-ENROLLED(WS-C)
              MOVE 'PARTIAL' TO WS-CMP-STATUS
         WHEN OTHER
              MOVE 'COMPLETE' TO WS-CMP-STATUS
       END-EVALUATE.

       PARA-LOAD-CATALOG.
       MOVE 0 TO CAT-COUNT.
       MOVE SPACE TO F-CRSMST-STATUS.
       MOVE LOW-VALUES TO CM-CODE.
       START F-CRSMST KEY IS >= CM-CODE
         INVALID KEY
            MOVE '10' TO F-CRSMST-STATUS
       END-START.
       PERFORM UNTIL F-CRSMST-STATUS-EOF
         READ F-CRSMST NEXT RECORD
         IF F-CRSMST-STATUS-OK AND NOT CM-CODE-RESERVED THEN
            IF CAT-COUNT < 99 THEN
               ADD 1 TO CAT-COUNT
               MOVE CM-CODE TO CAT-CODE(CAT-COUNT)
               MOVE CM-LABEL TO CAT-LABEL(CAT-COUNT)
               MOVE CM-TEACHER TO CAT-TEACHER(CAT-COUNT)
               MOVE SPACES TO CAT-TM-NAME(CAT-COUNT)
               IF CM-TEACHER NOT = 0 THEN
                  MOVE CM-TEACHER TO TM-ID
                  READ F-TEACHMST KEY IS TM-ID
                    INVALID KEY
                       MOVE '?' TO CAT-TM-NAME(CAT-COUNT)
                    NOT INVALID KEY
                       MOVE TM-LASTNAME TO CAT-TM-NAME(CAT-COUNT)
                  END-READ
               END-IF
            END-IF
         END-IF
       END-PERFORM.

      *Classes are kept in class-code order as they are found, so the
      *screen reads class by class.
       PARA-LOAD-CLASSES.
       INITIALIZE CLS-TABLE.
       MOVE SPACE TO F-STUDMST-STATUS.
       MOVE LOW-VALUES TO SM-ID.
       START F-STUDMST KEY IS >= SM-ID
         INVALID KEY
            MOVE '10' TO F-STUDMST-STATUS
       END-START.
       PERFORM UNTIL F-STUDMST-STATUS-EOF
         READ F-STUDMST NEXT RECORD
         IF F-STUDMST-STATUS-OK THEN
            IF SM-ENROLLED THEN
               PERFORM PARA-CLASS-ADD
            END-IF
         END-IF
       END-PERFORM.

       PARA-CLASS-ADD.
       MOVE 0 TO WS-C-FOUND.
       PERFORM VARYING WS-C FROM 1 BY 1 UNTIL WS-C > CLS-COUNT
                                            OR WS-C-FOUND > 0
         IF CLS-CODE(WS-C) = SM-CLASS THEN
            MOVE WS-C TO WS-C-FOUND
         END-IF
       END-PERFORM.
       IF WS-C-FOUND = 0 THEN
          IF CLS-COUNT >= 50 THEN
             DISPLAY 'MORE THAN 50 CLASSES - CLASS ' SM-CLASS
                     ' NOT SHOWN'
          ELSE
             PERFORM VARYING WS-C FROM 1 BY 1 UNTIL WS-C > CLS-COUNT
                                       OR CLS-CODE(WS-C) > SM-CLASS
               CONTINUE
             END-PERFORM
             MOVE WS-C TO WS-C-FOUND
             PERFORM VARYING WS-L FROM CLS-COUNT BY -1
                                       UNTIL WS-L < WS-C-FOUND
               MOVE CLS-ENTRY(WS-L) TO CLS-ENTRY(WS-L + 1)
             END-PERFORM
             ADD 1 TO CLS-COUNT
             INITIALIZE CLS-ENTRY(WS-C-FOUND)
             MOVE SM-CLASS TO CLS-CODE(WS-C-FOUND)
          END-IF
       END-IF.
       IF WS-C-FOUND > 0 THEN
          ADD 1 TO CLS-ENROLLED(WS-C-FOUND)
       END-IF.

      *The term's entries, counted under their class and course - an
      *entry only counts while its student is still enrolled in the
      *class it was keyed for.
       PARA-COUNT-ENTRIES.
       MOVE SPACE TO F-GRADEWRK-STATUS.
       MOVE LOW-VALUES TO GRW-KEY.
       MOVE WS-SCHOOL-YEAR TO GRW-YEAR.
       MOVE WS-TERM TO GRW-TERM.
       START F-GRADEWRK KEY IS >= GRW-KEY
         INVALID KEY
            MOVE '10' TO F-GRADEWRK-STATUS
       END-START.
       PERFORM UNTIL F-GRADEWRK-STATUS-EOF
         READ F-GRADEWRK NEXT RECORD
         IF F-GRADEWRK-STATUS-OK THEN
            IF GRW-YEAR NOT = WS-SCHOOL-YEAR OR
                                        GRW-TERM NOT = WS-TERM THEN
               MOVE '10' TO F-GRADEWRK-STATUS
            ELSE
               PERFORM PARA-COUNT-ONE
            END-IF
         END-IF
       END-PERFORM.

       PARA-COUNT-ONE.
       MOVE 0 TO WS-C-FOUND WS-K-FOUND.
       PERFORM VARYING WS-C FROM 1 BY 1 UNTIL WS-C > CLS-COUNT
                                            OR WS-C-FOUND > 0
         IF CLS-CODE(WS-C) = GRW-CLASS THEN
            MOVE WS-C TO WS-C-FOUND
         END-IF
       END-PERFORM.
       PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > CAT-COUNT
                                            OR WS-K-FOUND > 0
         IF CAT-CODE(WS-K) = GRW-C-CODE THEN
            MOVE WS-K TO WS-K-FOUND
         END-IF
       END-PERFORM.
       IF WS-C-FOUND > 0 AND WS-K-FOUND > 0 THEN
          MOVE GRW-S-KEY TO SM-ID
          READ F-STUDMST KEY IS SM-ID
            INVALID KEY
               CONTINUE
            NOT INVALID KEY
               IF SM-ENROLLED AND SM-CLASS = GRW-CLASS THEN
                  ADD 1 TO CLS-DONE(WS-C-FOUND, WS-K-FOUND)
               END-IF
          END-READ
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
       MOVE 'gradent' TO RL-PROGRAM.
       MOVE WS-RL-DATE TO RL-DATE.
       MOVE WS-RL-TIME-RAW(1:6) TO RL-TIME.
       MOVE WS-RL-PARAMS TO RL-PARAMS.
       MOVE WS-RL-REC-IN TO RL-REC-IN.
       MOVE WS-RL-REC-OUT TO RL-REC-OUT.
       MOVE WS-RL-STATUS TO RL-STATUS.
       WRITE REC-RUNLOG.
       CLOSE F-RUNLOG.

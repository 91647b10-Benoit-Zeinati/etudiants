      ******************************************************************
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. gradeasm.
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
      *Grades keyed by the teachers in gradent.cbl.
           SELECT F-GRADEWRK
               ASSIGN TO 'gradewrk.idx'
               ACCESS MODE IS DYNAMIC
               ORGANIZATION IS INDEXED
               RECORD KEY IS GRW-KEY
               FILE STATUS IS F-GRADEWRK-STATUS.

      *Course catalog - label and coefficient of every course line,
      *and the teacher shown against a course still to be keyed.
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

      *Student master - names, birth date and class of the students
      *the input is built for.
           SELECT F-STUDMST
               ASSIGN TO 'student.mst'
               ACCESS MODE IS DYNAMIC
               ORGANIZATION IS INDEXED
               RECORD KEY IS SM-ID
               ALTERNATE RECORD KEY IS SM-LASTNAME WITH DUPLICATES
               FILE STATUS IS F-STUDMST-STATUS.

      *SCHOOL-YEAR and GRADE-TERM say which entries to assemble.
           SELECT F-PARAMS
               ASSIGN TO 'params.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-PARAMS-STATUS.

      *The batch's input, rebuilt from the entries in the layout
      *student.cbl reads - an "01" line per student followed by
      *their course lines.
           SELECT F-INPUT
               ASSIGN TO 'input.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-INPUT-STATUS.

      *Completeness listing and what was left off input.dat.
           SELECT F-ASMRPT
               ASSIGN TO 'gradeasm.rpt'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-ASMRPT-STATUS.

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

       FD  F-INPUT
           RECORD CONTAINS 32 CHARACTERS
           RECORDING MODE IS F.
       01  REC-F-INPUT         PIC X(32).

       FD  F-ASMRPT
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  REC-F-ASMRPT        PIC X(80).

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

      *'02' here too - the master's last-name alternate key takes
      *duplicates.
       01  F-STUDMST-STATUS    PIC X(02) VALUE SPACE.
           88 F-STUDMST-STATUS-OK  VALUE '00' '02'.
           88 F-STUDMST-STATUS-EOF VALUE '10'.

       01  F-PARAMS-STATUS     PIC X(02) VALUE SPACE.
           88 F-PARAMS-STATUS-OK   VALUE '00'.
           88 F-PARAMS-STATUS-EOF  VALUE '10'.

       01  F-INPUT-STATUS      PIC X(02) VALUE SPACE.
           88 F-INPUT-STATUS-OK    VALUE '00'.

       01  F-ASMRPT-STATUS     PIC X(02) VALUE SPACE.
           88 F-ASMRPT-STATUS-OK   VALUE '00'.

       01  F-RUNLOG-STATUS     PIC X(02) VALUE SPACE.
           88 F-RUNLOG-STATUS-OK   VALUE '00'.

      *The lines written to input.dat, laid out as student.cbl's
      *REC-STUDENT and REC-COURSE. Coefficient and grade go out as
      *the edited text the batch reads back (1,5 and 12,50).
       01  ASM-STUDENT-LINE.
           05 ASM-S-TYPE        PIC X(02) VALUE '01'.
           05 ASM-S-LASTNAME    PIC X(07).
           05 ASM-S-FIRSTNAME   PIC X(06).
           05 ASM-S-AGE         PIC 9(02).
           05 ASM-S-TERM        PIC 9(01).
           05 ASM-S-CLASS       PIC X(05).

       01  ASM-COURSE-LINE.
           05 ASM-C-KEY         PIC X(02).
           05 ASM-C-LABEL       PIC X(21).
           05 ASM-C-COEF        PIC 9,9.
           05 ASM-C-GRADE       PIC 99,99.
           05 ASM-C-ABSENT      PIC 9(01).

      *One student's course lines, gathered before anything is written
      *so a student without a single entry leaves no "01" line behind.
       01  ASM-LINE-TABLE.
           05 ASM-LINE-CNT      PIC 9(02) VALUE 0.
           05 ASM-LINE OCCURS 99 TIMES PIC X(32).

      *Completeness tables - the catalog courses with their teacher,
      *and the classes of the enrolled students (in class order) with
      *how many of each class's students have an entry per course.
      *CAT-USABLE is N for a code the input layout cannot carry: the
      *batch rebuilds the code as C plus the two-digit line type, so
      *only C00-C99 fit and C01, C03 and C04 would be read back as
      *student, absence and assessment lines. Such a code is left out
      *of the completeness listing and only noted as left off.
       01  CAT-TABLE.
           05 CAT-COUNT          PIC 9(02) VALUE 0.
           05 CAT-ENTRY OCCURS 99 TIMES.
              10 CAT-CODE        PIC X(03).
              10 CAT-LABEL       PIC X(21).
              10 CAT-COEF        PIC 9V9.
              10 CAT-TEACHER     PIC 9(03).
              10 CAT-TM-NAME     PIC X(10).
              10 CAT-USABLE      PIC X(01).

       01  CLS-TABLE.
           05 CLS-COUNT          PIC 9(02) VALUE 0.
           05 CLS-ENTRY OCCURS 50 TIMES.
              10 CLS-CODE        PIC X(05).
              10 CLS-ENROLLED    PIC 9(03).
              10 CLS-DONE OCCURS 99 TIMES PIC 9(03).

      *Enrolled students, in SM-ID order, as the class loop walks them.
       01  STU-TABLE.
           05 STU-COUNT          PIC 9(03) VALUE 0.
           05 STU-ENTRY OCCURS 999 TIMES.
              10 STU-ID          PIC 9(03).
              10 STU-LASTNAME    PIC X(07).
              10 STU-FIRSTNAME   PIC X(06).
              10 STU-BIRTHDATE.
                 15 STU-BIRTH-YYYY  PIC 9(04).
                 15 STU-BIRTH-MMDD  PIC 9(04).
              10 STU-CLASS       PIC X(05).

       77  WS-C                 PIC 9(02).
       77  WS-K                 PIC 9(02).
       77  WS-S                 PIC 9(03).
       77  WS-L                 PIC 9(02).
       77  WS-C-FOUND           PIC 9(02).
       77  WS-K-FOUND           PIC 9(02).
       77  WS-NAME-MATCHES      PIC 9(03).
       77  WS-NAME-SCAN         PIC X VALUE 'N'.
           88 WS-NAME-SCANNING  VALUE 'Y'.
       77  WS-AGE               PIC 9(03).

       77  WS-ENTRY-CNT         PIC 9(05) VALUE 0.
       77  WS-STALE-CNT         PIC 9(05) VALUE 0.
       77  WS-ST-OUT-CNT        PIC 9(05) VALUE 0.
       77  WS-CRS-OUT-CNT       PIC 9(05) VALUE 0.
       77  WS-ST-SKIP-CNT       PIC 9(05) VALUE 0.
       77  WS-OPEN-CNT          PIC 9(05) VALUE 0.
       77  WS-COMPLETE-CNT      PIC 9(05) VALUE 0.

      *One class/course line of the completeness listing.
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

      *One line of the assembly notes - the key it is about (SM-ID or
      *CM-CODE) and why it was left off input.dat.
       01  WS-NOTE-LINE.
           05 WS-NT-KEY         PIC X(05).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 WS-NT-NAME        PIC X(14).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 WS-NT-DETAIL      PIC X(59).

       77  WS-ASTERIX-LINE      PIC X(76) VALUE ALL '*'.

       01  WS-PARAM-FIELDS.
           05 WS-PRM-KEY        PIC X(20).
           05 WS-PRM-VALUE      PIC X(10).
           05 WS-PRM-NUM        PIC 9(05).
           05 WS-PRM-NUM-OK     PIC X VALUE 'N'.
              88 WS-PRM-NUM-GOOD   VALUE 'Y'.
           05 WS-PRM-IDX        PIC 9(02).
           05 WS-PRM-DIGIT-X    PIC X(01).
           05 WS-PRM-DIGIT REDEFINES WS-PRM-DIGIT-X PIC 9(01).

      *School year defaults to the run date's calendar year, as in the
      *batch; the term has no default - assembling the wrong term's
      *grades would overwrite input.dat with them.
       77  WS-SCHOOL-YEAR       PIC 9(04) VALUE 0.
       77  WS-GRADE-TERM        PIC 9(01) VALUE 0.
       01  WS-CUR-DATE          PIC 9(08).
       01  WS-CUR-DATE-R REDEFINES WS-CUR-DATE.
           05 WS-CUR-YYYY       PIC 9(04).
           05 WS-CUR-MMDD       PIC 9(04).

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
      *Input assembly - turns the term's entries on gradewrk.idx into
      *input.dat for student.cbl: one "01" line per enrolled student
      *with at least one entry, class by class, followed by a course
      *line per course keyed for them, label and coefficient taken
      *from course.mst. gradeasm.rpt lists every class/course pair
      *with how many of its students have been keyed, so what is
      *still missing is plain before the batch is run; an incomplete
      *input is still written and ends with RETURN-CODE 4.
       ACCEPT WS-CUR-DATE FROM DATE YYYYMMDD.
       MOVE WS-CUR-DATE(1:4) TO WS-SCHOOL-YEAR.
       PERFORM PARA-READ-PARAMS.
       MOVE 'TERM' TO WS-RL-PARAMS.
       MOVE WS-GRADE-TERM TO WS-RL-PARAMS(6:1).
       MOVE 'YEAR' TO WS-RL-PARAMS(8:4).
       MOVE WS-SCHOOL-YEAR TO WS-RL-PARAMS(13:4).
       IF WS-GRADE-TERM = 0 THEN
          DISPLAY 'ERROR: NO GRADE-TERM CARD ON PARAMS.DAT'
          MOVE 'ERROR' TO WS-RL-STATUS
          PERFORM PARA-WRITE-RUNLOG
          MOVE 8 TO RETURN-CODE
          STOP RUN
       END-IF.
       PERFORM PARA-OPEN-FILES.

       OPEN OUTPUT F-ASMRPT.
       MOVE WS-ASTERIX-LINE TO REC-F-ASMRPT.
       WRITE REC-F-ASMRPT.
       MOVE SPACES TO REC-F-ASMRPT.
       MOVE '          GRADE INPUT ASSEMBLY - TERM' TO REC-F-ASMRPT.
       MOVE WS-GRADE-TERM TO REC-F-ASMRPT(39:1).
       MOVE 'SCHOOL YEAR' TO REC-F-ASMRPT(41:11).
       MOVE WS-SCHOOL-YEAR TO REC-F-ASMRPT(53:4).
       WRITE REC-F-ASMRPT.
       MOVE WS-ASTERIX-LINE TO REC-F-ASMRPT.
       WRITE REC-F-ASMRPT.

       PERFORM PARA-LOAD-CATALOG.
       PERFORM PARA-LOAD-STUDENTS.
       PERFORM PARA-COUNT-ENTRIES.
       PERFORM PARA-LIST-COMPLETENESS.

       MOVE SPACES TO REC-F-ASMRPT.
       WRITE REC-F-ASMRPT.
       MOVE 'LEFT OFF INPUT.DAT' TO REC-F-ASMRPT.
       WRITE REC-F-ASMRPT.
       PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > CAT-COUNT
         IF CAT-USABLE(WS-K) = 'N' THEN
            MOVE CAT-CODE(WS-K) TO WS-NT-KEY
            MOVE SPACES TO WS-NT-NAME
            MOVE 'CODE DOES NOT FIT AN INPUT.DAT COURSE LINE'
                                                      TO WS-NT-DETAIL
            PERFORM PARA-NOTE
         END-IF
       END-PERFORM.

       OPEN OUTPUT F-INPUT.
       PERFORM VARYING WS-C FROM 1 BY 1 UNTIL WS-C > CLS-COUNT
         PERFORM VARYING WS-S FROM 1 BY 1 UNTIL WS-S > STU-COUNT
           IF STU-CLASS(WS-S) = CLS-CODE(WS-C) THEN
              PERFORM PARA-ASM-STUDENT
           END-IF
         END-PERFORM
       END-PERFORM.
       CLOSE F-INPUT.

       IF WS-STALE-CNT > 0 THEN
          MOVE SPACES TO WS-NT-KEY WS-NT-NAME
          MOVE SPACES TO WS-NT-DETAIL
          STRING WS-STALE-CNT DELIMITED BY SIZE
                 ' ENTRIES FOR STUDENTS NO LONGER IN THAT CLASS'
                                                 DELIMITED BY SIZE
                 INTO WS-NT-DETAIL
          PERFORM PARA-NOTE
       END-IF.

       CLOSE F-GRADEWRK.
       CLOSE F-CRSMST.
       CLOSE F-TEACHMST.
       CLOSE F-STUDMST.

       MOVE SPACES TO REC-F-ASMRPT.
       WRITE REC-F-ASMRPT.
       MOVE 'ENTRIES READ' TO REC-F-ASMRPT.
       MOVE WS-ENTRY-CNT TO REC-F-ASMRPT(31:5).
       WRITE REC-F-ASMRPT.
       MOVE 'STUDENT LINES WRITTEN' TO REC-F-ASMRPT.
       MOVE WS-ST-OUT-CNT TO REC-F-ASMRPT(31:5).
       WRITE REC-F-ASMRPT.
       MOVE 'COURSE LINES WRITTEN' TO REC-F-ASMRPT.
       MOVE WS-CRS-OUT-CNT TO REC-F-ASMRPT(31:5).
       WRITE REC-F-ASMRPT.
       MOVE 'STUDENTS LEFT OFF' TO REC-F-ASMRPT.
       MOVE WS-ST-SKIP-CNT TO REC-F-ASMRPT(31:5).
       WRITE REC-F-ASMRPT.
       MOVE 'CLASS/COURSE PAIRS COMPLETE' TO REC-F-ASMRPT.
       MOVE WS-COMPLETE-CNT TO REC-F-ASMRPT(31:5).
       WRITE REC-F-ASMRPT.
       MOVE 'CLASS/COURSE PAIRS OPEN' TO REC-F-ASMRPT.
       MOVE WS-OPEN-CNT TO REC-F-ASMRPT(31:5).
       WRITE REC-F-ASMRPT.
       MOVE SPACES TO REC-F-ASMRPT.
       WRITE REC-F-ASMRPT.
       IF WS-OPEN-CNT = 0 AND WS-ST-SKIP-CNT = 0 THEN
          MOVE 'ASSEMBLY RESULT => INPUT COMPLETE' TO REC-F-ASMRPT
       ELSE
          MOVE 'ASSEMBLY RESULT => INPUT INCOMPLETE - SEE ABOVE'
                                                     TO REC-F-ASMRPT
          MOVE 4 TO RETURN-CODE
       END-IF.
       WRITE REC-F-ASMRPT.
       CLOSE F-ASMRPT.

       DISPLAY 'INPUT ASSEMBLY: ' WS-ST-OUT-CNT ' STUDENT(S), '
               WS-CRS-OUT-CNT ' COURSE LINE(S), ' WS-OPEN-CNT
               ' OPEN PAIR(S) - SEE GRADEASM.RPT'.
       MOVE WS-ENTRY-CNT TO WS-RL-REC-IN.
       COMPUTE WS-RL-REC-OUT = WS-ST-OUT-CNT + WS-CRS-OUT-CNT.
       PERFORM PARA-WRITE-RUNLOG.
       STOP RUN.

      *Pick up SCHOOL-YEAR and GRADE-TERM from params.dat - every
      *other card is the batch's business and is skipped quietly.
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
         WHEN 'GRADE-TERM'
              PERFORM PARA-PRM-PARSE-NUM
              IF WS-PRM-NUM-GOOD AND (WS-PRM-NUM = 1 OR
                                                 WS-PRM-NUM = 2) THEN
                 MOVE WS-PRM-NUM TO WS-GRADE-TERM
              ELSE
                 DISPLAY 'WARNING: GRADE-TERM ' WS-PRM-VALUE
                         ' IGNORED - VALUE MUST BE 1-2'
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

      *Masters and entries are all needed - a missing one is a hard
      *stop, and input.dat is left as it was.
       PARA-OPEN-FILES.
       OPEN INPUT F-CRSMST.
       IF NOT F-CRSMST-STATUS-OK THEN
          DISPLAY 'ERROR: CANNOT OPEN COURSE.MST - RUN coursemst FIRST'
          MOVE 'ERROR' TO WS-RL-STATUS
          PERFORM PARA-WRITE-RUNLOG
          MOVE 8 TO RETURN-CODE
          STOP RUN
       END-IF.
       OPEN INPUT F-TEACHMST.
       IF NOT F-TEACHMST-STATUS-OK THEN
          DISPLAY 'ERROR: CANNOT OPEN TEACHER.MST - RUN teachmst FIRST'
          MOVE 'ERROR' TO WS-RL-STATUS
          PERFORM PARA-WRITE-RUNLOG
          MOVE 8 TO RETURN-CODE
          STOP RUN
       END-IF.
       OPEN INPUT F-STUDMST.
       IF NOT F-STUDMST-STATUS-OK THEN
          DISPLAY 'ERROR: CANNOT OPEN STUDENT.MST - RUN studmst FIRST'
          MOVE 'ERROR' TO WS-RL-STATUS
          PERFORM PARA-WRITE-RUNLOG
          MOVE 8 TO RETURN-CODE
          STOP RUN
       END-IF.
       OPEN INPUT F-GRADEWRK.
       IF NOT F-GRADEWRK-STATUS-OK THEN
          DISPLAY 'ERROR: CANNOT OPEN GRADEWRK.IDX - RUN gradent FIRST'
          MOVE 'ERROR' TO WS-RL-STATUS
          PERFORM PARA-WRITE-RUNLOG
          MOVE 8 TO RETURN-CODE
          STOP RUN
       END-IF.

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
         IF F-CRSMST-STATUS-OK THEN
            IF CAT-COUNT < 99 THEN
               ADD 1 TO CAT-COUNT
               MOVE CM-CODE TO CAT-CODE(CAT-COUNT)
               MOVE CM-LABEL TO CAT-LABEL(CAT-COUNT)
               MOVE CM-COEF TO CAT-COEF(CAT-COUNT)
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
               IF CM-CODE(1:1) = 'C' AND CM-CODE(2:2) IS NUMERIC AND
                  CM-CODE(2:2) NOT = '01' AND CM-CODE(2:2) NOT = '03'
                  AND CM-CODE(2:2) NOT = '04' THEN
                  MOVE 'Y' TO CAT-USABLE(CAT-COUNT)
               ELSE
                  MOVE 'N' TO CAT-USABLE(CAT-COUNT)
               END-IF
            END-IF
         END-IF
       END-PERFORM.

      *Enrolled students into STU-TABLE and their classes, in
      *class-code order, into CLS-TABLE with the enrolled count.
       PARA-LOAD-STUDENTS.
       INITIALIZE CLS-TABLE.
       MOVE 0 TO STU-COUNT.
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
               IF WS-C-FOUND > 0 THEN
                  ADD 1 TO STU-COUNT
                  MOVE SM-ID TO STU-ID(STU-COUNT)
                  MOVE SM-LASTNAME TO STU-LASTNAME(STU-COUNT)
                  MOVE SM-FIRSTNAME TO STU-FIRSTNAME(STU-COUNT)
                  MOVE SM-BIRTHDATE TO STU-BIRTHDATE(STU-COUNT)
                  MOVE SM-CLASS TO STU-CLASS(STU-COUNT)
               END-IF
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
             DISPLAY 'WARNING: MORE THAN 50 CLASSES - CLASS ' SM-CLASS
                     ' NOT ASSEMBLED'
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
      *class it was keyed for; the others are counted as stale.
       PARA-COUNT-ENTRIES.
       MOVE SPACE TO F-GRADEWRK-STATUS.
       MOVE LOW-VALUES TO GRW-KEY.
       MOVE WS-SCHOOL-YEAR TO GRW-YEAR.
       MOVE WS-GRADE-TERM TO GRW-TERM.
       START F-GRADEWRK KEY IS >= GRW-KEY
         INVALID KEY
            MOVE '10' TO F-GRADEWRK-STATUS
       END-START.
       PERFORM UNTIL F-GRADEWRK-STATUS-EOF
         READ F-GRADEWRK NEXT RECORD
         IF F-GRADEWRK-STATUS-OK THEN
            IF GRW-YEAR NOT = WS-SCHOOL-YEAR OR
                                  GRW-TERM NOT = WS-GRADE-TERM THEN
               MOVE '10' TO F-GRADEWRK-STATUS
            ELSE
               ADD 1 TO WS-ENTRY-CNT
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
               ADD 1 TO WS-STALE-CNT
            NOT INVALID KEY
               IF SM-ENROLLED AND SM-CLASS = GRW-CLASS THEN
                  ADD 1 TO CLS-DONE(WS-C-FOUND, WS-K-FOUND)
               ELSE
                  ADD 1 TO WS-STALE-CNT
               END-IF
          END-READ
       ELSE
          ADD 1 TO WS-STALE-CNT
       END-IF.

      ******************************************************************
      *Completeness listing - every catalog course against every
      *class with enrolled students. COMPLETE once each enrolled
      *student of the class has an entry, PARTIAL or MISSING before
      *that; NO TEACHER for a course course.mst assigns to nobody,
      *which no one can key.
      ******************************************************************
       PARA-LIST-COMPLETENESS.
       MOVE SPACES TO REC-F-ASMRPT.
       WRITE REC-F-ASMRPT.
       MOVE 'CLASS CRS LABEL                 TEACHER'
                                                     TO REC-F-ASMRPT.
       MOVE 'KEYED  STATUS' TO REC-F-ASMRPT(50:13).
       WRITE REC-F-ASMRPT.
       PERFORM VARYING WS-C FROM 1 BY 1 UNTIL WS-C > CLS-COUNT
         PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > CAT-COUNT
           IF CAT-USABLE(WS-K) = 'Y' THEN
              PERFORM PARA-CMP-PAIR
              IF WS-CMP-STATUS = 'COMPLETE' THEN
                 ADD 1 TO WS-COMPLETE-CNT
              ELSE
                 ADD 1 TO WS-OPEN-CNT
              END-IF
              MOVE WS-CMP-LINE TO REC-F-ASMRPT
              WRITE REC-F-ASMRPT
           END-IF
         END-PERFORM
       END-PERFORM.
       IF CLS-COUNT = 0 THEN
          MOVE 'NO ENROLLED STUDENT ON STUDENT.MST' TO REC-F-ASMRPT
          WRITE REC-F-ASMRPT
       END-IF.

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

      ******************************************************************
      *One student of the class - their course lines are gathered
      *first, in catalog order; a student with none, or whose name
      *the batch could not tell apart on student.mst, is left off
      *with a note rather than sent in to be rejected.
      ******************************************************************
       PARA-ASM-STUDENT.
       MOVE 0 TO ASM-LINE-CNT.
       PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > CAT-COUNT
         IF CAT-USABLE(WS-K) = 'Y' THEN
            PERFORM PARA-ASM-COURSE
         END-IF
       END-PERFORM.
       MOVE STU-ID(WS-S) TO WS-NT-KEY.
       MOVE SPACES TO WS-NT-NAME.
       STRING STU-LASTNAME(WS-S) DELIMITED BY SPACE
              ' ' DELIMITED BY SIZE
              STU-FIRSTNAME(WS-S) DELIMITED BY SPACE
              INTO WS-NT-NAME.
       IF ASM-LINE-CNT = 0 THEN
          ADD 1 TO WS-ST-SKIP-CNT
          MOVE SPACES TO WS-NT-DETAIL
          STRING 'CLASS ' CLS-CODE(WS-C)
                 ' - NO GRADE KEYED FOR THE TERM'
                 DELIMITED BY SIZE INTO WS-NT-DETAIL
          PERFORM PARA-NOTE
       ELSE
          PERFORM PARA-COUNT-NAMES
          IF WS-NAME-MATCHES > 1 THEN
             ADD 1 TO WS-ST-SKIP-CNT
             MOVE 'SAME NAME AS ANOTHER STUDENT ON STUDENT.MST'
                                                      TO WS-NT-DETAIL
             PERFORM PARA-NOTE
          ELSE
             PERFORM PARA-ASM-WRITE
          END-IF
       END-IF.

       PARA-ASM-COURSE.
       MOVE WS-SCHOOL-YEAR TO GRW-YEAR.
       MOVE WS-GRADE-TERM TO GRW-TERM.
       MOVE CLS-CODE(WS-C) TO GRW-CLASS.
       MOVE CAT-CODE(WS-K) TO GRW-C-CODE.
       MOVE STU-ID(WS-S) TO GRW-S-KEY.
       READ F-GRADEWRK KEY IS GRW-KEY
         INVALID KEY
            CONTINUE
         NOT INVALID KEY
            MOVE CAT-CODE(WS-K)(2:2) TO ASM-C-KEY
            MOVE CAT-LABEL(WS-K) TO ASM-C-LABEL
            MOVE CAT-COEF(WS-K) TO ASM-C-COEF
            MOVE GRW-GRADE TO ASM-C-GRADE
            MOVE GRW-ABSENT TO ASM-C-ABSENT
            ADD 1 TO ASM-LINE-CNT
            MOVE ASM-COURSE-LINE TO ASM-LINE(ASM-LINE-CNT)
       END-READ.

      *The batch matches input names on last and first name through
      *the SM-LASTNAME alternate key and rejects a name found twice -
      *the same count is made here, whatever the other record's
      *status.
       PARA-COUNT-NAMES.
       MOVE 0 TO WS-NAME-MATCHES.
       MOVE STU-LASTNAME(WS-S) TO SM-LASTNAME.
       START F-STUDMST KEY IS >= SM-LASTNAME
         INVALID KEY
            CONTINUE
         NOT INVALID KEY
            MOVE 'Y' TO WS-NAME-SCAN
            PERFORM UNTIL NOT WS-NAME-SCANNING
              READ F-STUDMST NEXT RECORD
              IF F-STUDMST-STATUS-OK AND
                                SM-LASTNAME = STU-LASTNAME(WS-S) THEN
                 IF SM-FIRSTNAME = STU-FIRSTNAME(WS-S) THEN
                    ADD 1 TO WS-NAME-MATCHES
                 END-IF
              ELSE
                 MOVE 'N' TO WS-NAME-SCAN
              END-IF
            END-PERFORM
       END-START.

      *Age at the run date from the master's birth date - zero when
      *the birth date is not on file, as on a hand-typed input.
       PARA-ASM-WRITE.
       MOVE STU-LASTNAME(WS-S) TO ASM-S-LASTNAME.
       MOVE STU-FIRSTNAME(WS-S) TO ASM-S-FIRSTNAME.
       MOVE 0 TO WS-AGE.
       IF STU-BIRTHDATE(WS-S) NUMERIC AND STU-BIRTH-YYYY(WS-S) > 0
                     AND STU-BIRTHDATE(WS-S) < WS-CUR-DATE THEN
          COMPUTE WS-AGE = WS-CUR-YYYY - STU-BIRTH-YYYY(WS-S)
          IF WS-CUR-MMDD < STU-BIRTH-MMDD(WS-S) THEN
             SUBTRACT 1 FROM WS-AGE
          END-IF
          IF WS-AGE > 99 THEN
             MOVE 0 TO WS-AGE
          END-IF
       END-IF.
       MOVE WS-AGE TO ASM-S-AGE.
       MOVE WS-GRADE-TERM TO ASM-S-TERM.
       MOVE CLS-CODE(WS-C) TO ASM-S-CLASS.
       MOVE ASM-STUDENT-LINE TO REC-F-INPUT.
       WRITE REC-F-INPUT.
       ADD 1 TO WS-ST-OUT-CNT.
       PERFORM VARYING WS-L FROM 1 BY 1 UNTIL WS-L > ASM-LINE-CNT
         MOVE ASM-LINE(WS-L) TO REC-F-INPUT
         WRITE REC-F-INPUT
         ADD 1 TO WS-CRS-OUT-CNT
       END-PERFORM.

       PARA-NOTE.
       MOVE WS-NOTE-LINE TO REC-F-ASMRPT.
       WRITE REC-F-ASMRPT.

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
       MOVE 'gradeasm' TO RL-PROGRAM.
       MOVE WS-RL-DATE TO RL-DATE.
       MOVE WS-RL-TIME-RAW(1:6) TO RL-TIME.
       MOVE WS-RL-PARAMS TO RL-PARAMS.
       MOVE WS-RL-REC-IN TO RL-REC-IN.
       MOVE WS-RL-REC-OUT TO RL-REC-OUT.
       MOVE WS-RL-STATUS TO RL-STATUS.
       WRITE REC-RUNLOG.
       CLOSE F-RUNLOG.

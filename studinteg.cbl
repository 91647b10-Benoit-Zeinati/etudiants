      ******************************************************************
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. studinteg.
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
      *The three masters everything else points into - student.mst
      *by SM-ID, teacher.mst by TM-ID, course.mst by CM-CODE. Each
      *reference found on the other files is looked up by key.
           SELECT F-STUDMST
               ASSIGN TO 'student.mst'
               ACCESS MODE IS DYNAMIC
               ORGANIZATION IS INDEXED
               RECORD KEY IS SM-ID
               ALTERNATE RECORD KEY IS SM-LASTNAME WITH DUPLICATES
               FILE STATUS IS F-STUDMST-STATUS.

           SELECT F-TEACHMST
               ASSIGN TO 'teacher.mst'
               ACCESS MODE IS DYNAMIC
               ORGANIZATION IS INDEXED
               RECORD KEY IS TM-ID
               FILE STATUS IS F-TEACHMST-STATUS.

           SELECT F-CRSMST
               ASSIGN TO 'course.mst'
               ACCESS MODE IS DYNAMIC
               ORGANIZATION IS INDEXED
               RECORD KEY IS CM-CODE
               FILE STATUS IS F-CRSMST-STATUS.

      *The files that refer to them.
           SELECT F-REQCRS
               ASSIGN TO 'reqcrs.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-REQCRS-STATUS.

           SELECT F-EXTRACT
               ASSIGN TO 'extract.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-EXTRACT-STATUS.

           SELECT F-HISTORY
               ASSIGN TO 'history.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-HISTORY-STATUS.

           SELECT F-STUDIDX
               ASSIGN TO 'student.idx'
               ACCESS MODE IS DYNAMIC
               ORGANIZATION IS INDEXED
               RECORD KEY IS IDX-S-KEY
               ALTERNATE RECORD KEY IS IDX-LASTNAME WITH DUPLICATES
               FILE STATUS IS F-STUDIDX-STATUS.

      *One line per finding, graded ERROR or WARNING, and a count per
      *check at the end.
           SELECT F-INTEGRPT
               ASSIGN TO 'integ.rpt'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-INTEGRPT-STATUS.

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
       FD  F-STUDMST
           RECORD CONTAINS 30 CHARACTERS
           RECORDING MODE IS F.
       COPY 'studmst.cpy'.

       FD  F-TEACHMST
           RECORD CONTAINS 22 CHARACTERS
           RECORDING MODE IS F.
       COPY 'teachmst.cpy'.

       FD  F-CRSMST
           RECORD CONTAINS 29 CHARACTERS
           RECORDING MODE IS F.
       01  REC-CRSMST.
           05 CM-CODE          PIC X(03).
              88 CM-CODE-RESERVED  VALUE 'C01' 'C03' 'C04'.
           05 CM-LABEL         PIC X(21).
           05 CM-COEF          PIC 9V9.
           05 CM-TEACHER       PIC 9(03).

       FD  F-REQCRS
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  REC-F-REQCRS.
           05 REQ-CRD-CODE     PIC X(03).
           05 FILLER           PIC X(77).

       FD  F-EXTRACT
           RECORD CONTAINS 689 CHARACTERS
           RECORDING MODE IS F.
       COPY 'stextr.cpy'.

       FD  F-HISTORY
           RECORD CONTAINS 173 CHARACTERS
           RECORDING MODE IS F.
       COPY 'studhist.cpy'.

       FD  F-STUDIDX
           RECORD CONTAINS 608 CHARACTERS
           RECORDING MODE IS F.
       COPY 'studidx.cpy'.

       FD  F-INTEGRPT
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  REC-F-INTEGRPT      PIC X(80).

       FD  F-RUNLOG
           RECORD CONTAINS 68 CHARACTERS
           RECORDING MODE IS F.
       COPY 'runlog.cpy'.

      ******************************************************************
      *
      ******************************************************************
       WORKING-STORAGE SECTION.
       01  F-STUDMST-STATUS    PIC X(02) VALUE SPACE.
           88 F-STUDMST-STATUS-OK  VALUE '00'.
           88 F-STUDMST-STATUS-EOF VALUE '10'.

       01  F-TEACHMST-STATUS   PIC X(02) VALUE SPACE.
           88 F-TEACHMST-STATUS-OK VALUE '00'.

       01  F-CRSMST-STATUS     PIC X(02) VALUE SPACE.
           88 F-CRSMST-STATUS-OK   VALUE '00'.
           88 F-CRSMST-STATUS-EOF  VALUE '10'.

       01  F-REQCRS-STATUS     PIC X(02) VALUE SPACE.
           88 F-REQCRS-STATUS-OK   VALUE '00'.
           88 F-REQCRS-STATUS-EOF  VALUE '10'.

       01  F-EXTRACT-STATUS    PIC X(02) VALUE SPACE.
           88 F-EXTRACT-STATUS-OK  VALUE '00'.
           88 F-EXTRACT-STATUS-EOF VALUE '10'.

       01  F-HISTORY-STATUS    PIC X(02) VALUE SPACE.
           88 F-HISTORY-STATUS-OK  VALUE '00'.
           88 F-HISTORY-STATUS-EOF VALUE '10'.

       01  F-STUDIDX-STATUS    PIC X(02) VALUE SPACE.
           88 F-STUDIDX-STATUS-OK  VALUE '00'.
           88 F-STUDIDX-STATUS-EOF VALUE '10'.

       01  F-INTEGRPT-STATUS   PIC X(02) VALUE SPACE.
           88 F-INTEGRPT-STATUS-OK VALUE '00'.

       01  F-RUNLOG-STATUS     PIC X(02) VALUE SPACE.
           88 F-RUNLOG-STATUS-OK   VALUE '00'.

      *The checks, in report order - the finding counts per check
      *are kept in CHK-COUNTS under the same subscript.
       01  CHK-NAME-VALUES.
           05 FILLER            PIC X(18) VALUE 'COURSE TEACHER'.
           05 FILLER            PIC X(18) VALUE 'MANDATORY COURSE'.
           05 FILLER            PIC X(18) VALUE 'EXTRACT COURSE'.
           05 FILLER            PIC X(18) VALUE 'HISTORY COURSE'.
           05 FILLER            PIC X(18) VALUE 'HISTORY STUDENT'.
           05 FILLER            PIC X(18) VALUE 'INDEX STUDENT'.
           05 FILLER            PIC X(18) VALUE 'EXTRACT STUDENT'.
           05 FILLER            PIC X(18) VALUE 'ENROLLED NO RESULT'.
           05 FILLER            PIC X(18) VALUE 'RESERVED COURSE'.
       01  CHK-NAMES REDEFINES CHK-NAME-VALUES.
           05 CHK-NAME OCCURS 9 TIMES PIC X(18).

       01  CHK-COUNTS.
           05 CHK-ENTRY OCCURS 9 TIMES.
              10 CHK-ERR-CNT     PIC 9(05).
              10 CHK-WARN-CNT    PIC 9(05).

       77  WS-CHK               PIC 9(01).
       77  WS-ERROR-CNT         PIC 9(05) VALUE 0.
       77  WS-WARN-CNT          PIC 9(05) VALUE 0.
       77  WS-READ-CNT          PIC 9(05) VALUE 0.
       77  WS-IDX1              PIC 9(02).

      *One finding line - the grade, the check, the key it is about
      *(SM-ID, TM-ID or CM-CODE) and what is wrong with it.
       01  WS-FIND-LINE.
           05 WS-FN-GRADE       PIC X(07).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 WS-FN-CHECK       PIC X(18).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 WS-FN-KEY         PIC X(05).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 WS-FN-DETAIL      PIC X(47).

      *Students that have a result on the current extract, by SM-ID
      *- the enrolled-without-result check runs off this after the
      *extract pass.
       01  EXT-ID-FLAGS.
           05 EXT-ID-SEEN OCCURS 999 TIMES PIC 9(01).

      *History keys and course codes already reported - the archive
      *holds one record per student per run, so an orphan key or a
      *retired code is reported once, not once per record.
       01  HST-ID-FLAGS.
           05 HST-ID-RPT OCCURS 999 TIMES PIC 9(01).

       01  RPT-CODE-TABLE.
           05 RPT-COUNT          PIC 9(03) VALUE 0.
           05 RPT-ENTRY OCCURS 200 TIMES.
              10 RPT-SOURCE      PIC X(01).
              10 RPT-CODE        PIC X(03).

       77  WS-R                 PIC 9(03).
       77  WS-CODE              PIC X(03).
       77  WS-CODE-SOURCE       PIC X(01).
       77  WS-CODE-DONE         PIC X(01).
           88 WS-CODE-REPORTED  VALUE 'Y'.

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
      *Cross-file integrity check - studaudit.cbl proves the batch
      *outputs agree with their own trailer, this proves the files
      *agree with each other: every teacher, course and student a
      *file refers to has to be on its master, and the extract has to
      *match who is enrolled. ERROR findings end the run with
      *RL-STATUS ERROR and RETURN-CODE 8, so the nightly chain stops
      *before the bulletins go out; WARNING findings only are listed
      *and end with RETURN-CODE 4.
       MOVE ZEROS TO CHK-COUNTS EXT-ID-FLAGS HST-ID-FLAGS.
       MOVE 'INTEGRITY CHECK' TO WS-RL-PARAMS.
       PERFORM PARA-OPEN-MASTERS.

       OPEN OUTPUT F-INTEGRPT.
       MOVE WS-ASTERIX-LINE TO REC-F-INTEGRPT.
       WRITE REC-F-INTEGRPT.
       MOVE '          CROSS-FILE INTEGRITY CHECK' TO REC-F-INTEGRPT.
       WRITE REC-F-INTEGRPT.
       MOVE WS-ASTERIX-LINE TO REC-F-INTEGRPT.
       WRITE REC-F-INTEGRPT.
       MOVE 'GRADE   CHECK              KEY   FINDING'
                                                  TO REC-F-INTEGRPT.
       WRITE REC-F-INTEGRPT.

       PERFORM PARA-CHECK-TEACHERS.
       PERFORM PARA-CHECK-REQCRS.
       PERFORM PARA-CHECK-EXTRACT.
       PERFORM PARA-CHECK-HISTORY.
       PERFORM PARA-CHECK-STUDIDX.
       PERFORM PARA-CHECK-ENROLLED.

       CLOSE F-STUDMST.
       CLOSE F-TEACHMST.
       CLOSE F-CRSMST.

       IF WS-ERROR-CNT = 0 AND WS-WARN-CNT = 0 THEN
          MOVE 'NO FINDINGS' TO REC-F-INTEGRPT
          WRITE REC-F-INTEGRPT
       END-IF.
       MOVE SPACES TO REC-F-INTEGRPT.
       WRITE REC-F-INTEGRPT.
       MOVE 'CHECK               ERRORS  WARNINGS' TO REC-F-INTEGRPT.
       WRITE REC-F-INTEGRPT.
       PERFORM VARYING WS-CHK FROM 1 BY 1 UNTIL WS-CHK > 9
         MOVE SPACES TO REC-F-INTEGRPT
         MOVE CHK-NAME(WS-CHK) TO REC-F-INTEGRPT(1:18)
         MOVE CHK-ERR-CNT(WS-CHK) TO REC-F-INTEGRPT(21:5)
         MOVE CHK-WARN-CNT(WS-CHK) TO REC-F-INTEGRPT(30:5)
         WRITE REC-F-INTEGRPT
       END-PERFORM.
       MOVE SPACES TO REC-F-INTEGRPT.
       WRITE REC-F-INTEGRPT.
       IF WS-ERROR-CNT > 0 THEN
          MOVE 'INTEGRITY RESULT => FAIL' TO REC-F-INTEGRPT
          MOVE 'ERROR' TO WS-RL-STATUS
          MOVE 8 TO RETURN-CODE
       ELSE
          IF WS-WARN-CNT > 0 THEN
             MOVE 'INTEGRITY RESULT => PASS WITH WARNINGS'
                                                  TO REC-F-INTEGRPT
             MOVE 4 TO RETURN-CODE
          ELSE
             MOVE 'INTEGRITY RESULT => PASS' TO REC-F-INTEGRPT
          END-IF
       END-IF.
       WRITE REC-F-INTEGRPT.
       CLOSE F-INTEGRPT.

       DISPLAY 'INTEGRITY CHECK: ' WS-ERROR-CNT ' ERROR(S), '
               WS-WARN-CNT ' WARNING(S) - SEE INTEG.RPT'.
       MOVE WS-READ-CNT TO WS-RL-REC-IN.
       COMPUTE WS-RL-REC-OUT = WS-ERROR-CNT + WS-WARN-CNT.
       PERFORM PARA-WRITE-RUNLOG.
       STOP RUN.

      *All three masters are needed to check anything - a missing
      *one is a hard stop, like in the programs that read them.
       PARA-OPEN-MASTERS.
       OPEN INPUT F-STUDMST.
       IF NOT F-STUDMST-STATUS-OK THEN
          DISPLAY 'ERROR: CANNOT OPEN STUDENT.MST - RUN studmst FIRST'
          MOVE 'ERROR' TO WS-RL-STATUS
          MOVE 8 TO RETURN-CODE
          PERFORM PARA-WRITE-RUNLOG
          STOP RUN
       END-IF.
       OPEN INPUT F-TEACHMST.
       IF NOT F-TEACHMST-STATUS-OK THEN
          DISPLAY 'ERROR: CANNOT OPEN TEACHER.MST - RUN teachmst FIRST'
          CLOSE F-STUDMST
          MOVE 'ERROR' TO WS-RL-STATUS
          MOVE 8 TO RETURN-CODE
          PERFORM PARA-WRITE-RUNLOG
          STOP RUN
       END-IF.
       OPEN INPUT F-CRSMST.
       IF NOT F-CRSMST-STATUS-OK THEN
          DISPLAY 'ERROR: CANNOT OPEN COURSE.MST - RUN coursemst FIRST'
          CLOSE F-STUDMST F-TEACHMST
          MOVE 'ERROR' TO WS-RL-STATUS
          MOVE 8 TO RETURN-CODE
          PERFORM PARA-WRITE-RUNLOG
          STOP RUN
       END-IF.

      *Every assigned course (CM-TEACHER not 000) has to point at a
      *teacher on file - one who has left is still on file but will
      *get nobody's grade sheet, so it is a warning. The same pass
      *flags C01, C03 and C04 as errors: the batch rebuilds a course
      *code from the two-digit input line type, so those three would
      *come back as student, absence and assessment lines and the
      *course can never be graded.
       PARA-CHECK-TEACHERS.
       MOVE 1 TO WS-CHK.
       MOVE LOW-VALUES TO CM-CODE.
       START F-CRSMST KEY IS >= CM-CODE
         INVALID KEY
            MOVE '10' TO F-CRSMST-STATUS
       END-START.
       PERFORM UNTIL F-CRSMST-STATUS-EOF
         READ F-CRSMST NEXT RECORD
         IF F-CRSMST-STATUS-OK THEN
            ADD 1 TO WS-READ-CNT
            IF CM-CODE-RESERVED THEN
               MOVE 9 TO WS-CHK
               MOVE 'ERROR' TO WS-FN-GRADE
               MOVE CM-CODE TO WS-FN-KEY
               MOVE 'CODE IS AN INPUT RECORD TYPE - CANNOT BE GRADED'
                                                    TO WS-FN-DETAIL
               PERFORM PARA-FINDING
               MOVE 1 TO WS-CHK
            END-IF
            IF CM-TEACHER NOT = 0 THEN
               MOVE CM-TEACHER TO TM-ID
               READ F-TEACHMST KEY IS TM-ID
                 INVALID KEY
                    MOVE 'ERROR' TO WS-FN-GRADE
                    MOVE CM-CODE TO WS-FN-KEY
                    MOVE SPACES TO WS-FN-DETAIL
                    STRING 'TEACHER ' CM-TEACHER
                           ' NOT ON TEACHER.MST'
                           DELIMITED BY SIZE INTO WS-FN-DETAIL
                    PERFORM PARA-FINDING
                 NOT INVALID KEY
                    IF TM-LEFT THEN
                       MOVE 'WARNING' TO WS-FN-GRADE
                       MOVE CM-CODE TO WS-FN-KEY
                       MOVE SPACES TO WS-FN-DETAIL
                       STRING 'TEACHER ' CM-TEACHER ' '
                              TM-LASTNAME ' HAS LEFT'
                              DELIMITED BY SIZE INTO WS-FN-DETAIL
                       PERFORM PARA-FINDING
                    END-IF
               END-READ
            END-IF
         END-IF
       END-PERFORM.

      *Every mandatory course has to be in the catalog - otherwise
      *the batch flags every student as incomplete.
       PARA-CHECK-REQCRS.
       MOVE 2 TO WS-CHK.
       OPEN INPUT F-REQCRS.
       IF F-REQCRS-STATUS-OK THEN
          PERFORM UNTIL F-REQCRS-STATUS-EOF
            READ F-REQCRS
            IF F-REQCRS-STATUS-OK THEN
               IF REC-F-REQCRS = SPACES OR REC-F-REQCRS(1:1) = '*' THEN
                  CONTINUE
               ELSE
                  ADD 1 TO WS-READ-CNT
                  MOVE REQ-CRD-CODE TO CM-CODE
                  READ F-CRSMST KEY IS CM-CODE
                    INVALID KEY
                       MOVE 'ERROR' TO WS-FN-GRADE
                       MOVE REQ-CRD-CODE TO WS-FN-KEY
                       MOVE 'ON REQCRS.DAT, NOT ON COURSE.MST'
                                                    TO WS-FN-DETAIL
                       PERFORM PARA-FINDING
                  END-READ
               END-IF
            END-IF
          END-PERFORM
          CLOSE F-REQCRS
       END-IF.

      *The current extract - its course codes have to be in the
      *catalog, its students on the master and still enrolled there.
       PARA-CHECK-EXTRACT.
       OPEN INPUT F-EXTRACT.
       IF NOT F-EXTRACT-STATUS-OK THEN
          MOVE 7 TO WS-CHK
          MOVE 'WARNING' TO WS-FN-GRADE
          MOVE SPACES TO WS-FN-KEY
          MOVE 'NO EXTRACT.DAT - CURRENT RESULTS NOT CHECKED'
                                                    TO WS-FN-DETAIL
          PERFORM PARA-FINDING
       ELSE
          PERFORM UNTIL F-EXTRACT-STATUS-EOF
            READ F-EXTRACT
            IF F-EXTRACT-STATUS-OK THEN
               ADD 1 TO WS-READ-CNT
               PERFORM PARA-EXTRACT-ONE
            END-IF
          END-PERFORM
          CLOSE F-EXTRACT
       END-IF.

       PARA-EXTRACT-ONE.
       IF R-S-KEY-OUT > 0 THEN
          MOVE 1 TO EXT-ID-SEEN(R-S-KEY-OUT)
       END-IF.
       MOVE 3 TO WS-CHK.
       MOVE 'E' TO WS-CODE-SOURCE.
       PERFORM VARYING WS-IDX1 FROM 1 BY 1 UNTIL WS-IDX1 > 20
                              OR R-CODE-OUT(WS-IDX1) = SPACES
         MOVE R-CODE-OUT(WS-IDX1) TO WS-CODE
         PERFORM PARA-CHECK-CODE
         IF NOT WS-CODE-REPORTED THEN
            MOVE 'ERROR' TO WS-FN-GRADE
            MOVE WS-CODE TO WS-FN-KEY
            MOVE SPACES TO WS-FN-DETAIL
            STRING 'NOT ON COURSE.MST - ON EXTRACT, STUDENT '
                   R-S-KEY-OUT
                   DELIMITED BY SIZE INTO WS-FN-DETAIL
            PERFORM PARA-FINDING
         END-IF
       END-PERFORM.

       MOVE 7 TO WS-CHK.
       MOVE R-S-KEY-OUT TO SM-ID.
       READ F-STUDMST KEY IS SM-ID
         INVALID KEY
            MOVE 'ERROR' TO WS-FN-GRADE
            MOVE R-S-KEY-OUT TO WS-FN-KEY
            MOVE 'ON EXTRACT.DAT, NOT ON STUDENT.MST' TO WS-FN-DETAIL
            PERFORM PARA-FINDING
         NOT INVALID KEY
            IF SM-WITHDRAWN THEN
               MOVE 'ERROR' TO WS-FN-GRADE
               MOVE SM-ID TO WS-FN-KEY
               MOVE SPACES TO WS-FN-DETAIL
               STRING SM-LASTNAME ' ' SM-FIRSTNAME
                      ' WITHDRAWN, STILL GRADED'
                      DELIMITED BY SIZE INTO WS-FN-DETAIL
               PERFORM PARA-FINDING
            END-IF
            IF SM-PROMOTED THEN
               MOVE 'WARNING' TO WS-FN-GRADE
               MOVE SM-ID TO WS-FN-KEY
               MOVE SPACES TO WS-FN-DETAIL
               STRING SM-LASTNAME ' ' SM-FIRSTNAME
                      ' PROMOTED, STILL GRADED'
                      DELIMITED BY SIZE INTO WS-FN-DETAIL
               PERFORM PARA-FINDING
            END-IF
       END-READ.

      *The archive outlives the masters - a student deleted since or
      *a course taken out of the catalog leaves old records behind,
      *so these are warnings, each orphan key or code reported once.
       PARA-CHECK-HISTORY.
       OPEN INPUT F-HISTORY.
       IF F-HISTORY-STATUS-OK THEN
          PERFORM UNTIL F-HISTORY-STATUS-EOF
            READ F-HISTORY
            IF F-HISTORY-STATUS-OK THEN
               ADD 1 TO WS-READ-CNT
               PERFORM PARA-HISTORY-ONE
            END-IF
          END-PERFORM
          CLOSE F-HISTORY
       END-IF.

       PARA-HISTORY-ONE.
       MOVE 4 TO WS-CHK.
       MOVE 'H' TO WS-CODE-SOURCE.
       PERFORM VARYING WS-IDX1 FROM 1 BY 1 UNTIL WS-IDX1 > 20
                              OR HST-C-CODE(WS-IDX1) = SPACES
         MOVE HST-C-CODE(WS-IDX1) TO WS-CODE
         PERFORM PARA-CHECK-CODE
         IF NOT WS-CODE-REPORTED THEN
            MOVE 'WARNING' TO WS-FN-GRADE
            MOVE WS-CODE TO WS-FN-KEY
            MOVE SPACES TO WS-FN-DETAIL
            STRING 'NOT ON COURSE.MST - FIRST SEEN ' HST-YEAR
                   ' TERM ' HST-TERM
                   DELIMITED BY SIZE INTO WS-FN-DETAIL
            PERFORM PARA-FINDING
         END-IF
       END-PERFORM.

       IF HST-S-KEY = 0 THEN
          CONTINUE
       ELSE
          IF HST-ID-RPT(HST-S-KEY) = 0 THEN
             MOVE HST-S-KEY TO SM-ID
             READ F-STUDMST KEY IS SM-ID
               INVALID KEY
                  MOVE 1 TO HST-ID-RPT(HST-S-KEY)
                  MOVE 5 TO WS-CHK
                  MOVE 'WARNING' TO WS-FN-GRADE
                  MOVE HST-S-KEY TO WS-FN-KEY
                  MOVE 'ON HISTORY.DAT, NOT ON STUDENT.MST'
                                                    TO WS-FN-DETAIL
                  PERFORM PARA-FINDING
               NOT INVALID KEY
                  MOVE 2 TO HST-ID-RPT(HST-S-KEY)
             END-READ
          END-IF
       END-IF.

      *A course code not yet reported for this source is looked up
      *in the catalog - WS-CODE-REPORTED comes back set when it is
      *either on file or already on the report.
       PARA-CHECK-CODE.
       MOVE 'N' TO WS-CODE-DONE.
       PERFORM VARYING WS-R FROM 1 BY 1 UNTIL WS-R > RPT-COUNT
                                            OR WS-CODE-REPORTED
         IF RPT-SOURCE(WS-R) = WS-CODE-SOURCE AND
                                     RPT-CODE(WS-R) = WS-CODE THEN
            MOVE 'Y' TO WS-CODE-DONE
         END-IF
       END-PERFORM.
       IF NOT WS-CODE-REPORTED THEN
          MOVE WS-CODE TO CM-CODE
          READ F-CRSMST KEY IS CM-CODE
            INVALID KEY
               IF RPT-COUNT < 200 THEN
                  ADD 1 TO RPT-COUNT
                  MOVE WS-CODE-SOURCE TO RPT-SOURCE(RPT-COUNT)
                  MOVE WS-CODE TO RPT-CODE(RPT-COUNT)
               END-IF
            NOT INVALID KEY
               MOVE 'Y' TO WS-CODE-DONE
          END-READ
       END-IF.

      *The index is rebuilt with the extract every run - a key that
      *is not on the master is an error, like on the extract.
       PARA-CHECK-STUDIDX.
       MOVE 6 TO WS-CHK.
       OPEN INPUT F-STUDIDX.
       IF F-STUDIDX-STATUS-OK THEN
          PERFORM UNTIL F-STUDIDX-STATUS-EOF
            READ F-STUDIDX NEXT RECORD
            IF F-STUDIDX-STATUS-OK THEN
               ADD 1 TO WS-READ-CNT
               MOVE IDX-S-KEY TO SM-ID
               READ F-STUDMST KEY IS SM-ID
                 INVALID KEY
                    MOVE 'ERROR' TO WS-FN-GRADE
                    MOVE IDX-S-KEY TO WS-FN-KEY
                    MOVE 'ON STUDENT.IDX, NOT ON STUDENT.MST'
                                                    TO WS-FN-DETAIL
                    PERFORM PARA-FINDING
               END-READ
            END-IF
          END-PERFORM
          CLOSE F-STUDIDX
       END-IF.

      *Every enrolled student should have a result on the extract -
      *one enrolled after the last run has none yet, so this is a
      *warning, not a stop.
       PARA-CHECK-ENROLLED.
       MOVE 8 TO WS-CHK.
       MOVE LOW-VALUES TO SM-ID.
       START F-STUDMST KEY IS >= SM-ID
         INVALID KEY
            MOVE '10' TO F-STUDMST-STATUS
       END-START.
       PERFORM UNTIL F-STUDMST-STATUS-EOF
         READ F-STUDMST NEXT RECORD
         IF F-STUDMST-STATUS-OK THEN
            ADD 1 TO WS-READ-CNT
            IF SM-ENROLLED AND SM-ID > 0 THEN
               IF EXT-ID-SEEN(SM-ID) = 0 THEN
                  MOVE 'WARNING' TO WS-FN-GRADE
                  MOVE SM-ID TO WS-FN-KEY
                  MOVE SPACES TO WS-FN-DETAIL
                  STRING SM-LASTNAME ' ' SM-FIRSTNAME ' (' SM-CLASS
                         ') NO RESULT ON EXTRACT.DAT'
                         DELIMITED BY SIZE INTO WS-FN-DETAIL
                  PERFORM PARA-FINDING
               END-IF
            END-IF
         END-IF
       END-PERFORM.

      *File one finding line under check WS-CHK and count it.
       PARA-FINDING.
       MOVE CHK-NAME(WS-CHK) TO WS-FN-CHECK.
       IF WS-FN-GRADE = 'ERROR' THEN
          ADD 1 TO WS-ERROR-CNT
          ADD 1 TO CHK-ERR-CNT(WS-CHK)
       ELSE
          ADD 1 TO WS-WARN-CNT
          ADD 1 TO CHK-WARN-CNT(WS-CHK)
       END-IF.
       MOVE WS-FIND-LINE TO REC-F-INTEGRPT.
       WRITE REC-F-INTEGRPT.

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
       MOVE 'studinteg' TO RL-PROGRAM.
       MOVE WS-RL-DATE TO RL-DATE.
       MOVE WS-RL-TIME-RAW(1:6) TO RL-TIME.
       MOVE WS-RL-PARAMS TO RL-PARAMS.
       MOVE WS-RL-REC-IN TO RL-REC-IN.
       MOVE WS-RL-REC-OUT TO RL-REC-OUT.
       MOVE WS-RL-STATUS TO RL-STATUS.
       WRITE REC-RUNLOG.
       CLOSE F-RUNLOG.

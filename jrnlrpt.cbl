      ******************************************************************
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. jrnlrpt.
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
      *Master change journal appended to by the master programs.
           SELECT F-MASJRNL
               ASSIGN TO 'masters.jnl'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-MASJRNL-STATUS.

      *Same control-card file the batch reads - only the JRNL-
      *cards matter here, every other card is skipped quietly.
           SELECT F-PARAMS
               ASSIGN TO 'params.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-PARAMS-STATUS.

           SELECT F-JRNLRPT
               ASSIGN TO 'journal.rpt'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-JRNLRPT-STATUS.

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
       FD  F-MASJRNL
           RECORD CONTAINS 120 CHARACTERS
           RECORDING MODE IS F.
       COPY 'masjrnl.cpy'.

       FD  F-PARAMS
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  REC-F-PARAMS        PIC X(80).

       FD  F-JRNLRPT
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.
       01  REC-F-JRNLRPT       PIC X(132).

       FD  F-RUNLOG
           RECORD CONTAINS 68 CHARACTERS
           RECORDING MODE IS F.
       COPY 'runlog.cpy'.

      ******************************************************************
      *
      ******************************************************************
       WORKING-STORAGE SECTION.
       01  F-MASJRNL-STATUS    PIC X(02) VALUE SPACE.
           88 F-MASJRNL-STATUS-OK  VALUE '00'.
           88 F-MASJRNL-STATUS-EOF VALUE '10'.

       01  F-PARAMS-STATUS     PIC X(02) VALUE SPACE.
           88 F-PARAMS-STATUS-OK   VALUE '00'.
           88 F-PARAMS-STATUS-EOF  VALUE '10'.

       01  F-JRNLRPT-STATUS    PIC X(02) VALUE SPACE.
           88 F-JRNLRPT-STATUS-OK  VALUE '00'.

      *Filters from params.dat - JRNL-FILE (STUDENT, TEACHER or
      *COURSE), JRNL-KEY (the SM-ID/TM-ID or CM-CODE), JRNL-FROM and
      *JRNL-TO (YYYYMMDD, both ends included). A filter left out
      *lets everything through.
       77  WS-FLT-FILE          PIC X(08) VALUE SPACES.
       77  WS-FLT-KEY           PIC X(03) VALUE SPACES.
       77  WS-FLT-FROM          PIC 9(08) VALUE 0.
       77  WS-FLT-TO            PIC 9(08) VALUE 99999999.

       01  WS-PARAM-FIELDS.
           05 WS-PRM-KEY        PIC X(20).
           05 WS-PRM-VALUE      PIC X(10).
           05 WS-PRM-NUM        PIC 9(08).
           05 WS-PRM-NUM-OK     PIC X VALUE 'N'.
              88 WS-PRM-NUM-GOOD   VALUE 'Y'.
           05 WS-PRM-IDX        PIC 9(02).
           05 WS-PRM-DIGIT-X    PIC X(01).
           05 WS-PRM-DIGIT REDEFINES WS-PRM-DIGIT-X PIC 9(01).
           05 WS-PRM-ID         PIC 9(03).

      *The two images are laid back over the master's own layout to
      *be printed field by field - the student and teacher records
      *from their copybooks, the course record as coursemst.cbl
      *declares it.
       COPY 'studmst.cpy'.
       COPY 'teachmst.cpy'.
       01  REC-CRSMST.
           05 CM-CODE          PIC X(03).
           05 CM-LABEL         PIC X(21).
           05 CM-COEF          PIC 9V9.
           05 CM-TEACHER       PIC 9(03).

       77  WS-IMAGE             PIC X(40).
       77  WS-IMAGE-TAG         PIC X(06).

       77  WS-READ-CNT          PIC 9(05) VALUE 0.
       77  WS-LIST-CNT          PIC 9(05) VALUE 0.
       77  WS-ADD-CNT           PIC 9(05) VALUE 0.
       77  WS-UPD-CNT           PIC 9(05) VALUE 0.
       77  WS-DEL-CNT           PIC 9(05) VALUE 0.

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
      *Master change journal report - lists masters.jnl in the order
      *the changes were made, each with its before and after image
      *spelled out field by field, so a class, status, label or
      *coefficient can be traced back to the run that changed it.
      *Filtered by file, key and date range from params.dat.
       PERFORM PARA-READ-PARAMS.
       PERFORM PARA-RUNLOG-PARAMS.
       OPEN INPUT F-MASJRNL.
       IF NOT F-MASJRNL-STATUS-OK THEN
          DISPLAY 'CANNOT OPEN MASTERS.JNL - NO MASTER CHANGE ON RECORD'
          PERFORM PARA-WRITE-RUNLOG
          STOP RUN
       END-IF.

       OPEN OUTPUT F-JRNLRPT.
       MOVE WS-ASTERIX-LINE TO REC-F-JRNLRPT.
       WRITE REC-F-JRNLRPT.
       MOVE '          MASTER CHANGE JOURNAL' TO REC-F-JRNLRPT.
       WRITE REC-F-JRNLRPT.
       MOVE WS-ASTERIX-LINE TO REC-F-JRNLRPT.
       WRITE REC-F-JRNLRPT.
       MOVE 'FILE    :' TO REC-F-JRNLRPT.
       IF WS-FLT-FILE = SPACES THEN
          MOVE 'ALL' TO REC-F-JRNLRPT(11:3)
       ELSE
          MOVE WS-FLT-FILE TO REC-F-JRNLRPT(11:8)
       END-IF.
       MOVE 'KEY :' TO REC-F-JRNLRPT(21:5).
       IF WS-FLT-KEY = SPACES THEN
          MOVE 'ALL' TO REC-F-JRNLRPT(27:3)
       ELSE
          MOVE WS-FLT-KEY TO REC-F-JRNLRPT(27:3)
       END-IF.
       MOVE 'FROM :' TO REC-F-JRNLRPT(32:6).
       MOVE WS-FLT-FROM TO REC-F-JRNLRPT(39:8).
       MOVE 'TO :' TO REC-F-JRNLRPT(49:4).
       MOVE WS-FLT-TO TO REC-F-JRNLRPT(54:8).
       WRITE REC-F-JRNLRPT.
       MOVE SPACES TO REC-F-JRNLRPT.
       WRITE REC-F-JRNLRPT.
       MOVE 'DATE       TIME     PROGRAM   FILE     KEY ACTION'
                                                   TO REC-F-JRNLRPT.
       MOVE 'IMAGE' TO REC-F-JRNLRPT(52:5).
       WRITE REC-F-JRNLRPT.

       PERFORM UNTIL F-MASJRNL-STATUS-EOF
         READ F-MASJRNL
         IF F-MASJRNL-STATUS-OK THEN
            ADD 1 TO WS-READ-CNT
            IF (WS-FLT-FILE = SPACES OR JRN-FILE = WS-FLT-FILE) AND
               (WS-FLT-KEY = SPACES OR JRN-KEY = WS-FLT-KEY) AND
               JRN-DATE >= WS-FLT-FROM AND JRN-DATE <= WS-FLT-TO THEN
               PERFORM PARA-JOURNAL-ENTRY
            END-IF
         END-IF
       END-PERFORM.
       CLOSE F-MASJRNL.

       MOVE SPACES TO REC-F-JRNLRPT.
       WRITE REC-F-JRNLRPT.
       MOVE 'CHANGES LISTED =>' TO REC-F-JRNLRPT.
       MOVE WS-LIST-CNT TO REC-F-JRNLRPT(19:5).
       WRITE REC-F-JRNLRPT.
       MOVE 'ADDED          =>' TO REC-F-JRNLRPT.
       MOVE WS-ADD-CNT TO REC-F-JRNLRPT(19:5).
       WRITE REC-F-JRNLRPT.
       MOVE 'UPDATED        =>' TO REC-F-JRNLRPT.
       MOVE WS-UPD-CNT TO REC-F-JRNLRPT(19:5).
       WRITE REC-F-JRNLRPT.
       MOVE 'DELETED        =>' TO REC-F-JRNLRPT.
       MOVE WS-DEL-CNT TO REC-F-JRNLRPT(19:5).
       WRITE REC-F-JRNLRPT.
       CLOSE F-JRNLRPT.
       DISPLAY 'MASTER JOURNAL: ' WS-LIST-CNT ' OF ' WS-READ-CNT
               ' CHANGE(S) LISTED - SEE JOURNAL.RPT'.
       MOVE WS-READ-CNT TO WS-RL-REC-IN.
       MOVE WS-LIST-CNT TO WS-RL-REC-OUT.
       PERFORM PARA-WRITE-RUNLOG.
       STOP RUN.

      *Pick up the JRNL- filter cards from params.dat.
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
         WHEN 'JRNL-FILE'
              IF WS-PRM-VALUE = 'STUDENT' OR WS-PRM-VALUE = 'TEACHER'
                                      OR WS-PRM-VALUE = 'COURSE' THEN
                 MOVE WS-PRM-VALUE TO WS-FLT-FILE
              ELSE
                 DISPLAY 'JRNL-FILE MUST BE STUDENT, TEACHER OR COURSE'
                         ' - CARD IGNORED'
              END-IF
      *A numeric key is a student or teacher number and is matched
      *zero-padded (12 finds 012); anything else is a course code.
         WHEN 'JRNL-KEY'
              PERFORM PARA-PRM-PARSE-NUM
              IF WS-PRM-NUM-GOOD AND WS-PRM-NUM <= 999 THEN
                 MOVE WS-PRM-NUM TO WS-PRM-ID
                 MOVE WS-PRM-ID TO WS-FLT-KEY
              ELSE
                 MOVE WS-PRM-VALUE TO WS-FLT-KEY
              END-IF
         WHEN 'JRNL-FROM'
              PERFORM PARA-PRM-PARSE-NUM
              IF WS-PRM-NUM-GOOD AND WS-PRM-NUM >= 19000101 THEN
                 MOVE WS-PRM-NUM TO WS-FLT-FROM
              ELSE
                 DISPLAY 'JRNL-FROM MUST BE YYYYMMDD - CARD IGNORED'
              END-IF
         WHEN 'JRNL-TO'
              PERFORM PARA-PRM-PARSE-NUM
              IF WS-PRM-NUM-GOOD AND WS-PRM-NUM >= 19000101 THEN
                 MOVE WS-PRM-NUM TO WS-FLT-TO
              ELSE
                 DISPLAY 'JRNL-TO MUST BE YYYYMMDD - CARD IGNORED'
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

      *One change - a header line, then the before image (not on an
      *add) and the after image (not on a delete).
       PARA-JOURNAL-ENTRY.
       ADD 1 TO WS-LIST-CNT.
       MOVE SPACES TO REC-F-JRNLRPT.
       WRITE REC-F-JRNLRPT.
       MOVE JRN-DATE(1:4) TO REC-F-JRNLRPT(1:4).
       MOVE '-' TO REC-F-JRNLRPT(5:1).
       MOVE JRN-DATE(5:2) TO REC-F-JRNLRPT(6:2).
       MOVE '-' TO REC-F-JRNLRPT(8:1).
       MOVE JRN-DATE(7:2) TO REC-F-JRNLRPT(9:2).
       MOVE JRN-TIME(1:2) TO REC-F-JRNLRPT(12:2).
       MOVE ':' TO REC-F-JRNLRPT(14:1).
       MOVE JRN-TIME(3:2) TO REC-F-JRNLRPT(15:2).
       MOVE ':' TO REC-F-JRNLRPT(17:1).
       MOVE JRN-TIME(5:2) TO REC-F-JRNLRPT(18:2).
       MOVE JRN-PROGRAM TO REC-F-JRNLRPT(21:9).
       MOVE JRN-FILE TO REC-F-JRNLRPT(31:8).
       MOVE JRN-KEY TO REC-F-JRNLRPT(40:3).
       EVALUATE TRUE
         WHEN JRN-ADD
              MOVE 'ADD' TO REC-F-JRNLRPT(44:6)
              ADD 1 TO WS-ADD-CNT
         WHEN JRN-UPDATE
              MOVE 'UPDATE' TO REC-F-JRNLRPT(44:6)
              ADD 1 TO WS-UPD-CNT
         WHEN JRN-DELETE
              MOVE 'DELETE' TO REC-F-JRNLRPT(44:6)
              ADD 1 TO WS-DEL-CNT
         WHEN OTHER
              MOVE JRN-ACTION TO REC-F-JRNLRPT(44:1)
       END-EVALUATE.
       IF NOT JRN-ADD THEN
          MOVE JRN-BEFORE TO WS-IMAGE
          MOVE 'BEFORE' TO WS-IMAGE-TAG
          PERFORM PARA-IMAGE-LINE
          WRITE REC-F-JRNLRPT
          MOVE SPACES TO REC-F-JRNLRPT
       END-IF.
       IF NOT JRN-DELETE THEN
          MOVE JRN-AFTER TO WS-IMAGE
          MOVE 'AFTER' TO WS-IMAGE-TAG
          PERFORM PARA-IMAGE-LINE
          WRITE REC-F-JRNLRPT
       END-IF.

      *Spell one image out in the current line from column 52.
       PARA-IMAGE-LINE.
       MOVE WS-IMAGE-TAG TO REC-F-JRNLRPT(52:6).
       EVALUATE JRN-FILE
         WHEN 'STUDENT'
              MOVE WS-IMAGE(1:30) TO REC-STUDMST
              MOVE SM-LASTNAME TO REC-F-JRNLRPT(59:7)
              MOVE SM-FIRSTNAME TO REC-F-JRNLRPT(67:6)
              MOVE 'BORN' TO REC-F-JRNLRPT(74:4)
              MOVE SM-BIRTHDATE TO REC-F-JRNLRPT(79:8)
              MOVE 'STATUS' TO REC-F-JRNLRPT(88:6)
              MOVE SM-STATUS TO REC-F-JRNLRPT(95:1)
              MOVE 'CLASS' TO REC-F-JRNLRPT(97:5)
              MOVE SM-CLASS TO REC-F-JRNLRPT(103:5)
         WHEN 'TEACHER'
              MOVE WS-IMAGE(1:22) TO REC-TEACHMST
              MOVE TM-LASTNAME TO REC-F-JRNLRPT(59:10)
              MOVE TM-FIRSTNAME TO REC-F-JRNLRPT(70:8)
              MOVE 'STATUS' TO REC-F-JRNLRPT(88:6)
              MOVE TM-STATUS TO REC-F-JRNLRPT(95:1)
         WHEN 'COURSE'
              MOVE WS-IMAGE(1:29) TO REC-CRSMST
              MOVE CM-LABEL TO REC-F-JRNLRPT(59:21)
              MOVE 'COEF' TO REC-F-JRNLRPT(81:4)
              MOVE CM-COEF(1:1) TO REC-F-JRNLRPT(86:1)
              MOVE '.' TO REC-F-JRNLRPT(87:1)
              MOVE CM-COEF(2:1) TO REC-F-JRNLRPT(88:1)
              MOVE 'TEACHER' TO REC-F-JRNLRPT(90:7)
              MOVE CM-TEACHER TO REC-F-JRNLRPT(98:3)
         WHEN OTHER
              MOVE WS-IMAGE TO REC-F-JRNLRPT(59:40)
       END-EVALUATE.

      *Key parameters for the run-log record - the filters in force.
       PARA-RUNLOG-PARAMS.
       MOVE SPACES TO WS-RL-PARAMS.
       MOVE WS-FLT-FILE(1:7) TO WS-RL-PARAMS(1:7).
       MOVE WS-FLT-KEY TO WS-RL-PARAMS(9:3).
       MOVE WS-FLT-FROM TO WS-RL-PARAMS(13:8).
       MOVE WS-FLT-TO TO WS-RL-PARAMS(22:8).

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
       MOVE 'jrnlrpt' TO RL-PROGRAM.
       MOVE WS-RL-DATE TO RL-DATE.
       MOVE WS-RL-TIME-RAW(1:6) TO RL-TIME.
       MOVE WS-RL-PARAMS TO RL-PARAMS.
       MOVE WS-RL-REC-IN TO RL-REC-IN.
       MOVE WS-RL-REC-OUT TO RL-REC-OUT.
       MOVE WS-RL-STATUS TO RL-STATUS.
       WRITE REC-RUNLOG.
       CLOSE F-RUNLOG.

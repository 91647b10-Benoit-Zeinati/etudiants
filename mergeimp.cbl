      ******************************************************************
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. mergeimp.
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
      *The partner school's export - students, teachers, courses and
      *past results, one fixed-layout line each (see the FDs below).
      *Partner numbers and course codes are kept as text, up to six
      *characters, whatever scheme the partner uses.
           SELECT F-MRGSTUD
               ASSIGN TO 'mrgstud.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-MRGSTUD-STATUS.

           SELECT F-MRGTEACH
               ASSIGN TO 'mrgteach.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-MRGTEACH-STATUS.

           SELECT F-MRGCRS
               ASSIGN TO 'mrgcrs.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-MRGCRS-STATUS.

      *Past results - one line per course result, in partner-number,
      *year and term order as exported; the lines of one student's
      *term become one history.dat record.
           SELECT F-MRGHIST
               ASSIGN TO 'mrghist.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-MRGHIST-STATUS.

      *Course mapping table kept by the office - one line per partner
      *course code with the CM-CODE it is taken over as, e.g.
      *"MATH1  C05". Blank and '*' lines are skipped, as in
      *params.dat.
           SELECT F-MRGMAP
               ASSIGN TO 'mrgmap.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-MRGMAP-STATUS.

      *Partner number to new number cross-reference (mrgxref.cpy) -
      *read first so a partner record already taken over is not
      *taken over again, appended to on a commit run.
           SELECT F-MRGXREF
               ASSIGN TO 'mrgxref.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-MRGXREF-STATUS.

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

      *Course catalog - every mapping has to land on a CM-CODE that
      *exists.
           SELECT F-CRSMST
               ASSIGN TO 'course.mst'
               ACCESS MODE IS DYNAMIC
               ORGANIZATION IS INDEXED
               RECORD KEY IS CM-CODE
               FILE STATUS IS F-CRSMST-STATUS.

      *Grade archive - read first for the SM-IDs it still holds, so a
      *number whose student has left is not handed out again under
      *someone else's history; appended to on a commit run.
           SELECT F-HISTORY
               ASSIGN TO 'history.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-HISTORY-STATUS.

      *Master change journal - one before/after record per change,
      *shared with the other master programs (see masjrnl.cpy).
           SELECT F-MASJRNL
               ASSIGN TO 'masters.jnl'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-MASJRNL-STATUS.

      *MERGE-MODE card - DRY (the default) or COMMIT.
           SELECT F-PARAMS
               ASSIGN TO 'params.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-PARAMS-STATUS.

      *What was (or on a dry run would be) taken over, and what not.
           SELECT F-MRGRPT
               ASSIGN TO 'mergeimp.rpt'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-MRGRPT-STATUS.

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
       FD  F-MRGSTUD
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  REC-MRGSTUD.
           05 MS-OLD-ID        PIC X(06).
           05 MS-LASTNAME      PIC X(07).
           05 MS-FIRSTNAME     PIC X(06).
           05 MS-BIRTHDATE     PIC 9(08).
      *A (attending) or W (withdrawn) - anything else comes in as A.
           05 MS-STATUS        PIC X(01).
           05 MS-CLASS         PIC X(05).
           05 FILLER           PIC X(47).

       FD  F-MRGTEACH
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  REC-MRGTEACH.
           05 MT-OLD-ID        PIC X(06).
           05 MT-LASTNAME      PIC X(10).
           05 MT-FIRSTNAME     PIC X(08).
           05 MT-STATUS        PIC X(01).
           05 FILLER           PIC X(55).

       FD  F-MRGCRS
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  REC-MRGCRS.
           05 MC-OLD-CODE      PIC X(06).
           05 MC-LABEL         PIC X(21).
           05 FILLER           PIC X(53).

      *Average and grade come as the NN,NN text the input files use.
       FD  F-MRGHIST
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  REC-MRGHIST.
           05 MH-OLD-ID        PIC X(06).
           05 MH-YEAR          PIC 9(04).
           05 MH-TERM          PIC 9(01).
           05 MH-AVERAGE       PIC X(05).
           05 MH-C-CODE        PIC X(06).
           05 MH-C-GRADE       PIC X(05).
           05 FILLER           PIC X(53).

       FD  F-MRGMAP
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  REC-MRGMAP.
           05 MAP-OLD-CODE     PIC X(06).
           05 FILLER           PIC X(01).
           05 MAP-CM-CODE      PIC X(03).
           05 FILLER           PIC X(70).

       FD  F-MRGXREF
           RECORD CONTAINS 40 CHARACTERS
           RECORDING MODE IS F.
       COPY 'mrgxref.cpy'.

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
           05 CM-LABEL         PIC X(21).
           05 CM-COEF          PIC 9V9.
           05 CM-TEACHER       PIC 9(03).

       FD  F-HISTORY
           RECORD CONTAINS 173 CHARACTERS
           RECORDING MODE IS F.
       COPY 'studhist.cpy'.

       FD  F-MASJRNL
           RECORD CONTAINS 120 CHARACTERS
           RECORDING MODE IS F.
       COPY 'masjrnl.cpy'.

       FD  F-PARAMS
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  REC-F-PARAMS        PIC X(80).

       FD  F-MRGRPT
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  REC-F-MRGRPT        PIC X(80).

       FD  F-RUNLOG
           RECORD CONTAINS 68 CHARACTERS
           RECORDING MODE IS F.
       COPY 'runlog.cpy'.

      ******************************************************************
      *
      ******************************************************************
       WORKING-STORAGE SECTION.
       01  F-MRGSTUD-STATUS    PIC X(02) VALUE SPACE.
           88 F-MRGSTUD-STATUS-OK  VALUE '00'.
           88 F-MRGSTUD-STATUS-EOF VALUE '10'.

       01  F-MRGTEACH-STATUS   PIC X(02) VALUE SPACE.
           88 F-MRGTEACH-STATUS-OK  VALUE '00'.
           88 F-MRGTEACH-STATUS-EOF VALUE '10'.

       01  F-MRGCRS-STATUS     PIC X(02) VALUE SPACE.
           88 F-MRGCRS-STATUS-OK   VALUE '00'.
           88 F-MRGCRS-STATUS-EOF  VALUE '10'.

       01  F-MRGHIST-STATUS    PIC X(02) VALUE SPACE.
           88 F-MRGHIST-STATUS-OK  VALUE '00'.
           88 F-MRGHIST-STATUS-EOF VALUE '10'.

       01  F-MRGMAP-STATUS     PIC X(02) VALUE SPACE.
           88 F-MRGMAP-STATUS-OK   VALUE '00'.
           88 F-MRGMAP-STATUS-EOF  VALUE '10'.

       01  F-MRGXREF-STATUS    PIC X(02) VALUE SPACE.
           88 F-MRGXREF-STATUS-OK  VALUE '00'.
           88 F-MRGXREF-STATUS-EOF VALUE '10'.

      *'02' here too - the master's last-name alternate key takes
      *duplicates.
       01  F-STUDMST-STATUS    PIC X(02) VALUE SPACE.
           88 F-STUDMST-STATUS-OK  VALUE '00' '02'.
           88 F-STUDMST-STATUS-EOF VALUE '10'.

       01  F-TEACHMST-STATUS   PIC X(02) VALUE SPACE.
           88 F-TEACHMST-STATUS-OK  VALUE '00'.
           88 F-TEACHMST-STATUS-EOF VALUE '10'.

       01  F-CRSMST-STATUS     PIC X(02) VALUE SPACE.
           88 F-CRSMST-STATUS-OK   VALUE '00'.

       01  F-HISTORY-STATUS    PIC X(02) VALUE SPACE.
           88 F-HISTORY-STATUS-OK  VALUE '00'.
           88 F-HISTORY-STATUS-EOF VALUE '10'.

       01  F-MASJRNL-STATUS    PIC X(02) VALUE SPACE.
           88 F-MASJRNL-STATUS-OK  VALUE '00'.

       01  F-PARAMS-STATUS     PIC X(02) VALUE SPACE.
           88 F-PARAMS-STATUS-OK   VALUE '00'.
           88 F-PARAMS-STATUS-EOF  VALUE '10'.

       01  F-MRGRPT-STATUS     PIC X(02) VALUE SPACE.
           88 F-MRGRPT-STATUS-OK   VALUE '00'.

       01  F-RUNLOG-STATUS     PIC X(02) VALUE SPACE.
           88 F-RUNLOG-STATUS-OK   VALUE '00'.

      *DRY lists what the import would do and writes nothing but the
      *report; only COMMIT files the new students, teachers, history
      *and cross-reference.
       77  WS-MERGE-MODE        PIC X(06) VALUE 'DRY'.
           88 WS-MERGE-COMMIT    VALUE 'COMMIT'.

      *Numbers already taken - by a master record or, for students,
      *by history.dat - and the teachers' names for the duplicate
      *check (teacher.mst has no name key to look them up by).
       01  STU-ID-FLAGS.
           05 STU-USED OCCURS 999 TIMES PIC 9(01).

       01  TCH-TABLE.
           05 TCH-ENTRY OCCURS 999 TIMES.
              10 TCH-USED        PIC 9(01).
              10 TCH-LASTNAME    PIC X(10).
              10 TCH-FIRSTNAME   PIC X(08).

       77  WS-NEXT-SM-ID        PIC 9(04) VALUE 1.
       77  WS-NEXT-TM-ID        PIC 9(04) VALUE 1.
       77  WS-NEW-ID            PIC 9(03).

      *Cross-reference as read from mrgxref.dat plus what this run
      *adds - XRT-THIS-RUN marks the students whose history this run
      *loads.
       01  XRT-TABLE.
           05 XRT-COUNT          PIC 9(04) VALUE 0.
           05 XRT-ENTRY OCCURS 2000 TIMES.
              10 XRT-TYPE        PIC X(01).
              10 XRT-OLD-ID      PIC X(06).
              10 XRT-NEW-ID      PIC 9(03).
              10 XRT-THIS-RUN    PIC X(01).

      *Students taken over by this run, for the duplicate check
      *against each other - on a dry run they are not on the master.
       01  NST-TABLE.
           05 NST-COUNT          PIC 9(03) VALUE 0.
           05 NST-ENTRY OCCURS 999 TIMES.
              10 NST-ID          PIC 9(03).
              10 NST-LASTNAME    PIC X(07).
              10 NST-BIRTHDATE   PIC 9(08).

      *Course mapping from mrgmap.dat - MAPT-OK is N when the CM-CODE
      *named is not on course.mst.
       01  MAPT-TABLE.
           05 MAPT-COUNT         PIC 9(03) VALUE 0.
           05 MAPT-ENTRY OCCURS 200 TIMES.
              10 MAPT-OLD-CODE   PIC X(06).
              10 MAPT-CM-CODE    PIC X(03).
              10 MAPT-OK         PIC X(01).

      *Partner codes already reported unmapped - listed once, not
      *once per result line.
       01  UNM-TABLE.
           05 UNM-COUNT          PIC 9(03) VALUE 0.
           05 UNM-CODE OCCURS 200 TIMES PIC X(06).

       77  WS-X                 PIC 9(04).
       77  WS-M                 PIC 9(03).
       77  WS-N                 PIC 9(03).
       77  WS-IDX1              PIC 9(02).
       77  WS-FOUND             PIC 9(04).
       77  WS-DUP-ID            PIC 9(03).
       77  WS-LOOK-TYPE         PIC X(01).
       77  WS-LOOK-ID           PIC X(06).
       77  WS-LOOK-CODE         PIC X(06).
       77  WS-MAPPED-CODE       PIC X(03).
       77  WS-NAME-SCAN         PIC X VALUE 'N'.
           88 WS-NAME-SCANNING  VALUE 'Y'.

      *One student's term of past results being gathered into a
      *history record - HGR-STATE says what becomes of it.
       01  HGR-FIELDS.
           05 HGR-OLD-ID        PIC X(06) VALUE SPACES.
           05 HGR-YEAR          PIC 9(04) VALUE 0.
           05 HGR-TERM          PIC 9(01) VALUE 0.
           05 HGR-STATE         PIC X(01) VALUE SPACE.
              88 HGR-LOAD          VALUE 'L'.
              88 HGR-SKIP          VALUE 'S'.
           05 HGR-NEW-ID        PIC 9(03).
           05 HGR-CRS-CNT       PIC 9(02).
       77  WS-LAST-SKIP-ID      PIC X(06) VALUE SPACES.

      *Mark check on the NN,NN text - 00,00 to 20,00.
       77  WS-MARK-TEXT         PIC X(05).
       77  WS-MARK-OK           PIC X VALUE 'N'.
           88 WS-MARK-GOOD       VALUE 'Y'.

      *Counts for the summary.
       01  WS-COUNTS.
           05 WS-IN-CNT          PIC 9(05) VALUE 0.
           05 WS-ST-NEW-CNT      PIC 9(05) VALUE 0.
           05 WS-ST-DUP-CNT      PIC 9(05) VALUE 0.
           05 WS-ST-DONE-CNT     PIC 9(05) VALUE 0.
           05 WS-ST-FULL-CNT     PIC 9(05) VALUE 0.
           05 WS-ST-ERR-CNT      PIC 9(05) VALUE 0.
           05 WS-TM-NEW-CNT      PIC 9(05) VALUE 0.
           05 WS-TM-DUP-CNT      PIC 9(05) VALUE 0.
           05 WS-TM-DONE-CNT     PIC 9(05) VALUE 0.
           05 WS-TM-FULL-CNT     PIC 9(05) VALUE 0.
           05 WS-TM-ERR-CNT      PIC 9(05) VALUE 0.
           05 WS-CRS-MAP-CNT     PIC 9(05) VALUE 0.
           05 WS-CRS-UNM-CNT     PIC 9(05) VALUE 0.
           05 WS-HST-NEW-CNT     PIC 9(05) VALUE 0.
           05 WS-HST-DROP-CNT    PIC 9(05) VALUE 0.
           05 WS-HST-ERR-CNT     PIC 9(05) VALUE 0.
           05 WS-XRF-ERR-CNT     PIC 9(05) VALUE 0.
           05 WS-MAP-BAD-CNT     PIC 9(05) VALUE 0.

      *One report line - the section, the partner number or code,
      *the number or code it gets here, the name and what happens.
       01  WS-RPT-LINE.
           05 WS-RP-SECTION     PIC X(07).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 WS-RP-OLD         PIC X(06).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 WS-RP-NEW         PIC X(03).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 WS-RP-NAME        PIC X(16).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 WS-RP-DETAIL      PIC X(44).

       77  WS-ASTERIX-LINE      PIC X(76) VALUE ALL '*'.

       01  WS-PARAM-FIELDS.
           05 WS-PRM-KEY        PIC X(20).
           05 WS-PRM-VALUE      PIC X(10).

      *Staging for one journal record - the caller sets the file,
      *key and new image, PARA-WRITE-JOURNAL stamps the rest.
       01  WS-JOURNAL-FIELDS.
           05 WS-JRN-FILE       PIC X(08).
           05 WS-JRN-KEY        PIC X(03).
           05 WS-NEW-IMAGE      PIC X(40).
           05 WS-JRN-DATE       PIC 9(08).
           05 WS-JRN-TIME-RAW   PIC 9(08).

       77  WS-CUR-DATE          PIC 9(08).

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
      *Merger intake - takes the partner school's teachers, students
      *and past results over from their export. Each one gets the
      *next free TM-ID or SM-ID and a line on mrgxref.dat; their
      *course codes go through mrgmap.dat onto our CM-CODEs, and
      *their results are filed on history.dat under the new numbers.
      *Run first as it comes (MERGE-MODE DRY): mergeimp.rpt then
      *lists what would be taken over and what would not - likely
      *duplicates of a student already here (same SM-LASTNAME and
      *SM-BIRTHDATE) or of a teacher (same name), courses with no
      *mapping, and records past the 999 numbers a master can hold.
      *Once the report reads right, MERGE-MODE COMMIT files it all.
      *What is listed is left out on the commit too: a duplicate is
      *settled by hand in studmst.cbl or teachmst.cbl, a missing
      *mapping by adding it to mrgmap.dat and running again - the
      *cross-reference keeps the second run from filing anybody
      *twice.
       ACCEPT WS-CUR-DATE FROM DATE YYYYMMDD.
       PERFORM PARA-READ-PARAMS.
       IF WS-MERGE-COMMIT THEN
          MOVE 'MERGE IMPORT COMMIT' TO WS-RL-PARAMS
       ELSE
          MOVE 'MERGE IMPORT DRY RUN' TO WS-RL-PARAMS
       END-IF.
       PERFORM PARA-OPEN-MASTERS.
       PERFORM PARA-LOAD-USED.
       PERFORM PARA-LOAD-XREF.

       OPEN OUTPUT F-MRGRPT.
       MOVE WS-ASTERIX-LINE TO REC-F-MRGRPT.
       WRITE REC-F-MRGRPT.
       IF WS-MERGE-COMMIT THEN
          MOVE '          MERGER INTAKE IMPORT - COMMIT' TO REC-F-MRGRPT
       ELSE
          MOVE '          MERGER INTAKE IMPORT - DRY RUN'
                                                     TO REC-F-MRGRPT
       END-IF.
       WRITE REC-F-MRGRPT.
       MOVE WS-ASTERIX-LINE TO REC-F-MRGRPT.
       WRITE REC-F-MRGRPT.
       MOVE 'SECTION PARTNR NEW NAME             ACTION'
                                                     TO REC-F-MRGRPT.
       WRITE REC-F-MRGRPT.

       PERFORM PARA-LOAD-MAP.

       IF WS-MERGE-COMMIT THEN
          OPEN EXTEND F-MASJRNL
          IF NOT F-MASJRNL-STATUS-OK THEN
             OPEN OUTPUT F-MASJRNL
             CLOSE F-MASJRNL
             OPEN EXTEND F-MASJRNL
          END-IF
          OPEN EXTEND F-MRGXREF
          IF NOT F-MRGXREF-STATUS-OK THEN
             OPEN OUTPUT F-MRGXREF
             CLOSE F-MRGXREF
             OPEN EXTEND F-MRGXREF
          END-IF
          OPEN EXTEND F-HISTORY
          IF NOT F-HISTORY-STATUS-OK THEN
             OPEN OUTPUT F-HISTORY
             CLOSE F-HISTORY
             OPEN EXTEND F-HISTORY
          END-IF
       END-IF.

       PERFORM PARA-IMPORT-TEACHERS.
       PERFORM PARA-IMPORT-STUDENTS.
       PERFORM PARA-CHECK-COURSES.
       PERFORM PARA-IMPORT-HISTORY.

       IF WS-MERGE-COMMIT THEN
          CLOSE F-MASJRNL
          CLOSE F-MRGXREF
          CLOSE F-HISTORY
       END-IF.
       CLOSE F-STUDMST.
       CLOSE F-TEACHMST.
       CLOSE F-CRSMST.

       MOVE SPACES TO REC-F-MRGRPT.
       WRITE REC-F-MRGRPT.
       MOVE 'TEACHERS TAKEN OVER' TO REC-F-MRGRPT.
       MOVE WS-TM-NEW-CNT TO REC-F-MRGRPT(36:5).
       WRITE REC-F-MRGRPT.
       MOVE 'TEACHERS - LIKELY DUPLICATE' TO REC-F-MRGRPT.
       MOVE WS-TM-DUP-CNT TO REC-F-MRGRPT(36:5).
       WRITE REC-F-MRGRPT.
       MOVE 'TEACHERS - NO FREE TM-ID' TO REC-F-MRGRPT.
       MOVE WS-TM-FULL-CNT TO REC-F-MRGRPT(36:5).
       WRITE REC-F-MRGRPT.
       MOVE 'TEACHERS - WRITE FAILED' TO REC-F-MRGRPT.
       MOVE WS-TM-ERR-CNT TO REC-F-MRGRPT(36:5).
       WRITE REC-F-MRGRPT.
       MOVE 'TEACHERS - ALREADY TAKEN OVER' TO REC-F-MRGRPT.
       MOVE WS-TM-DONE-CNT TO REC-F-MRGRPT(36:5).
       WRITE REC-F-MRGRPT.
       MOVE 'STUDENTS TAKEN OVER' TO REC-F-MRGRPT.
       MOVE WS-ST-NEW-CNT TO REC-F-MRGRPT(36:5).
       WRITE REC-F-MRGRPT.
       MOVE 'STUDENTS - LIKELY DUPLICATE' TO REC-F-MRGRPT.
       MOVE WS-ST-DUP-CNT TO REC-F-MRGRPT(36:5).
       WRITE REC-F-MRGRPT.
       MOVE 'STUDENTS - NO FREE SM-ID' TO REC-F-MRGRPT.
       MOVE WS-ST-FULL-CNT TO REC-F-MRGRPT(36:5).
       WRITE REC-F-MRGRPT.
       MOVE 'STUDENTS - WRITE FAILED' TO REC-F-MRGRPT.
       MOVE WS-ST-ERR-CNT TO REC-F-MRGRPT(36:5).
       WRITE REC-F-MRGRPT.
       MOVE 'STUDENTS - ALREADY TAKEN OVER' TO REC-F-MRGRPT.
       MOVE WS-ST-DONE-CNT TO REC-F-MRGRPT(36:5).
       WRITE REC-F-MRGRPT.
       MOVE 'COURSES MAPPED' TO REC-F-MRGRPT.
       MOVE WS-CRS-MAP-CNT TO REC-F-MRGRPT(36:5).
       WRITE REC-F-MRGRPT.
       MOVE 'COURSES NOT MAPPED' TO REC-F-MRGRPT.
       MOVE WS-CRS-UNM-CNT TO REC-F-MRGRPT(36:5).
       WRITE REC-F-MRGRPT.
       MOVE 'MAPPING LINES NOT USABLE' TO REC-F-MRGRPT.
       MOVE WS-MAP-BAD-CNT TO REC-F-MRGRPT(36:5).
       WRITE REC-F-MRGRPT.
       MOVE 'HISTORY RECORDS TAKEN OVER' TO REC-F-MRGRPT.
       MOVE WS-HST-NEW-CNT TO REC-F-MRGRPT(36:5).
       WRITE REC-F-MRGRPT.
       MOVE 'RESULT LINES LEFT OUT' TO REC-F-MRGRPT.
       MOVE WS-HST-DROP-CNT TO REC-F-MRGRPT(36:5).
       WRITE REC-F-MRGRPT.
       MOVE 'HISTORY RECORDS - WRITE FAILED' TO REC-F-MRGRPT.
       MOVE WS-HST-ERR-CNT TO REC-F-MRGRPT(36:5).
       WRITE REC-F-MRGRPT.
       MOVE 'CROSS-REFERENCES - WRITE FAILED' TO REC-F-MRGRPT.
       MOVE WS-XRF-ERR-CNT TO REC-F-MRGRPT(36:5).
       WRITE REC-F-MRGRPT.
       MOVE SPACES TO REC-F-MRGRPT.
       WRITE REC-F-MRGRPT.
       IF WS-MERGE-COMMIT THEN
          MOVE 'IMPORT RESULT => COMMITTED' TO REC-F-MRGRPT
       ELSE
          MOVE 'IMPORT RESULT => DRY RUN - NOTHING FILED'
                                                     TO REC-F-MRGRPT
       END-IF.
       WRITE REC-F-MRGRPT.
       CLOSE F-MRGRPT.

       IF WS-TM-DUP-CNT > 0 OR WS-TM-FULL-CNT > 0
                            OR WS-ST-DUP-CNT > 0 OR WS-ST-FULL-CNT > 0
                            OR WS-CRS-UNM-CNT > 0 OR WS-MAP-BAD-CNT > 0
                            OR WS-HST-DROP-CNT > 0 THEN
          MOVE 4 TO RETURN-CODE
       END-IF.
      *A write that failed on a commit run is an I-O problem, not a
      *registrar's decision - it ends the run as an error. A missing
      *cross-reference line matters most: the xref is what stops the
      *next run from taking the same partner record over again.
       IF WS-TM-ERR-CNT > 0 OR WS-ST-ERR-CNT > 0 THEN
          DISPLAY 'ERROR: ' WS-TM-ERR-CNT ' TEACHER(S) AND '
                  WS-ST-ERR-CNT ' STUDENT(S) COULD NOT BE FILED'
          MOVE 'ERROR' TO WS-RL-STATUS
          MOVE 8 TO RETURN-CODE
       END-IF.
       IF WS-XRF-ERR-CNT > 0 THEN
          DISPLAY 'ERROR: ' WS-XRF-ERR-CNT ' RECORD(S) FILED WITHOUT '
                  'A MRGXREF.DAT LINE - ADD THEM BEFORE ANY RERUN'
          MOVE 'ERROR' TO WS-RL-STATUS
          MOVE 8 TO RETURN-CODE
       END-IF.
       IF WS-HST-ERR-CNT > 0 THEN
          DISPLAY 'ERROR: ' WS-HST-ERR-CNT
                  ' HISTORY RECORD(S) COULD NOT BE FILED'
          MOVE 'ERROR' TO WS-RL-STATUS
          MOVE 8 TO RETURN-CODE
       END-IF.
       DISPLAY 'MERGER IMPORT (' WS-MERGE-MODE '): ' WS-ST-NEW-CNT
               ' STUDENT(S), ' WS-TM-NEW-CNT ' TEACHER(S), '
               WS-HST-NEW-CNT ' HISTORY RECORD(S) - SEE MERGEIMP.RPT'.
       MOVE WS-IN-CNT TO WS-RL-REC-IN.
       IF WS-MERGE-COMMIT THEN
          COMPUTE WS-RL-REC-OUT = WS-ST-NEW-CNT + WS-TM-NEW-CNT
                                + WS-HST-NEW-CNT
       END-IF.
       PERFORM PARA-WRITE-RUNLOG.
       STOP RUN.

      *Pick up MERGE-MODE from params.dat - every other card is the
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
         WHEN 'MERGE-MODE'
              IF WS-PRM-VALUE = 'DRY' OR WS-PRM-VALUE = 'COMMIT' THEN
                 MOVE WS-PRM-VALUE TO WS-MERGE-MODE
              ELSE
                 DISPLAY 'WARNING: MERGE-MODE ' WS-PRM-VALUE
                         ' IGNORED - VALUE MUST BE DRY OR COMMIT'
              END-IF
         WHEN OTHER
              CONTINUE
       END-EVALUATE.

      *The three masters are needed whatever the mode - a missing one
      *is a hard stop. They are only opened for update on a commit.
       PARA-OPEN-MASTERS.
       IF WS-MERGE-COMMIT THEN
          OPEN I-O F-STUDMST
       ELSE
          OPEN INPUT F-STUDMST
       END-IF.
       IF NOT F-STUDMST-STATUS-OK THEN
          DISPLAY 'ERROR: CANNOT OPEN STUDENT.MST - RUN studmst FIRST'
          MOVE 'ERROR' TO WS-RL-STATUS
          PERFORM PARA-WRITE-RUNLOG
          MOVE 8 TO RETURN-CODE
          STOP RUN
       END-IF.
       IF WS-MERGE-COMMIT THEN
          OPEN I-O F-TEACHMST
       ELSE
          OPEN INPUT F-TEACHMST
       END-IF.
       IF NOT F-TEACHMST-STATUS-OK THEN
          DISPLAY 'ERROR: CANNOT OPEN TEACHER.MST - RUN teachmst FIRST'
          MOVE 'ERROR' TO WS-RL-STATUS
          PERFORM PARA-WRITE-RUNLOG
          MOVE 8 TO RETURN-CODE
          STOP RUN
       END-IF.
       OPEN INPUT F-CRSMST.
       IF NOT F-CRSMST-STATUS-OK THEN
          DISPLAY 'ERROR: CANNOT OPEN COURSE.MST - RUN coursemst FIRST'
          MOVE 'ERROR' TO WS-RL-STATUS
          PERFORM PARA-WRITE-RUNLOG
          MOVE 8 TO RETURN-CODE
          STOP RUN
       END-IF.

      *Numbers in use - every SM-ID and TM-ID on the masters and every
      *SM-ID history.dat still carries.
       PARA-LOAD-USED.
       MOVE ZEROS TO STU-ID-FLAGS.
       INITIALIZE TCH-TABLE.
       MOVE SPACE TO F-STUDMST-STATUS.
       MOVE LOW-VALUES TO SM-ID.
       START F-STUDMST KEY IS >= SM-ID
         INVALID KEY
            MOVE '10' TO F-STUDMST-STATUS
       END-START.
       PERFORM UNTIL F-STUDMST-STATUS-EOF
         READ F-STUDMST NEXT RECORD
         IF F-STUDMST-STATUS-OK AND SM-ID > 0 THEN
            MOVE 1 TO STU-USED(SM-ID)
         END-IF
       END-PERFORM.
       MOVE SPACE TO F-TEACHMST-STATUS.
       MOVE LOW-VALUES TO TM-ID.
       START F-TEACHMST KEY IS >= TM-ID
         INVALID KEY
            MOVE '10' TO F-TEACHMST-STATUS
       END-START.
       PERFORM UNTIL F-TEACHMST-STATUS-EOF
         READ F-TEACHMST NEXT RECORD
         IF F-TEACHMST-STATUS-OK AND TM-ID > 0 THEN
            MOVE 1 TO TCH-USED(TM-ID)
            MOVE TM-LASTNAME TO TCH-LASTNAME(TM-ID)
            MOVE TM-FIRSTNAME TO TCH-FIRSTNAME(TM-ID)
         END-IF
       END-PERFORM.
       OPEN INPUT F-HISTORY.
       IF F-HISTORY-STATUS-OK THEN
          PERFORM UNTIL F-HISTORY-STATUS-EOF
            READ F-HISTORY
            IF F-HISTORY-STATUS-OK AND HST-S-KEY > 0 THEN
               MOVE 1 TO STU-USED(HST-S-KEY)
            END-IF
          END-PERFORM
          CLOSE F-HISTORY
       END-IF.

      *Earlier imports - a missing file just means none yet.
       PARA-LOAD-XREF.
       MOVE 0 TO XRT-COUNT.
       OPEN INPUT F-MRGXREF.
       IF F-MRGXREF-STATUS-OK THEN
          PERFORM UNTIL F-MRGXREF-STATUS-EOF
            READ F-MRGXREF
            IF F-MRGXREF-STATUS-OK AND XRT-COUNT < 2000 THEN
               ADD 1 TO XRT-COUNT
               MOVE XRF-TYPE TO XRT-TYPE(XRT-COUNT)
               MOVE XRF-OLD-ID TO XRT-OLD-ID(XRT-COUNT)
               MOVE XRF-NEW-ID TO XRT-NEW-ID(XRT-COUNT)
               MOVE 'N' TO XRT-THIS-RUN(XRT-COUNT)
            END-IF
          END-PERFORM
          CLOSE F-MRGXREF
       END-IF.

      *Load mrgmap.dat - a partner code mapped twice keeps its first
      *line, and a line naming a CM-CODE not on course.mst is kept
      *but marked unusable, so its courses are reported, not lost
      *silently.
       PARA-LOAD-MAP.
       MOVE 0 TO MAPT-COUNT.
       OPEN INPUT F-MRGMAP.
       IF NOT F-MRGMAP-STATUS-OK THEN
          MOVE SPACES TO WS-RPT-LINE
          MOVE 'MAPPING' TO WS-RP-SECTION
          MOVE 'MRGMAP.DAT NOT FOUND - NO COURSE IS MAPPED'
                                                   TO WS-RP-DETAIL
          PERFORM PARA-RPT-LINE
       ELSE
          PERFORM UNTIL F-MRGMAP-STATUS-EOF
            READ F-MRGMAP
            IF F-MRGMAP-STATUS-OK THEN
               IF REC-MRGMAP = SPACES OR REC-MRGMAP(1:1) = '*' THEN
                  CONTINUE
               ELSE
                  PERFORM PARA-MAP-ONE
               END-IF
            END-IF
          END-PERFORM
          CLOSE F-MRGMAP
       END-IF.

       PARA-MAP-ONE.
       MOVE MAP-OLD-CODE TO WS-LOOK-CODE.
       PERFORM PARA-FIND-MAP.
       MOVE SPACES TO WS-RPT-LINE.
       MOVE 'MAPPING' TO WS-RP-SECTION.
       MOVE MAP-OLD-CODE TO WS-RP-OLD.
       MOVE MAP-CM-CODE TO WS-RP-NEW.
       IF WS-M > 0 THEN
          ADD 1 TO WS-MAP-BAD-CNT
          MOVE 'CODE MAPPED TWICE - FIRST LINE KEPT' TO WS-RP-DETAIL
          PERFORM PARA-RPT-LINE
       ELSE
          IF MAPT-COUNT >= 200 THEN
             ADD 1 TO WS-MAP-BAD-CNT
             MOVE 'MORE THAN 200 MAPPING LINES - IGNORED'
                                                   TO WS-RP-DETAIL
             PERFORM PARA-RPT-LINE
          ELSE
             ADD 1 TO MAPT-COUNT
             MOVE MAP-OLD-CODE TO MAPT-OLD-CODE(MAPT-COUNT)
             MOVE MAP-CM-CODE TO MAPT-CM-CODE(MAPT-COUNT)
             MOVE 'Y' TO MAPT-OK(MAPT-COUNT)
             MOVE MAP-CM-CODE TO CM-CODE
             READ F-CRSMST KEY IS CM-CODE
               INVALID KEY
                  MOVE 'N' TO MAPT-OK(MAPT-COUNT)
                  ADD 1 TO WS-MAP-BAD-CNT
                  MOVE 'MAPPED TO A CODE NOT ON COURSE.MST'
                                                   TO WS-RP-DETAIL
                  PERFORM PARA-RPT-LINE
             END-READ
          END-IF
       END-IF.

      *Position of WS-LOOK-CODE in the mapping table, 0 if absent.
       PARA-FIND-MAP.
       MOVE 0 TO WS-M.
       PERFORM VARYING WS-N FROM 1 BY 1 UNTIL WS-N > MAPT-COUNT
                                            OR WS-M > 0
         IF MAPT-OLD-CODE(WS-N) = WS-LOOK-CODE THEN
            MOVE WS-N TO WS-M
         END-IF
       END-PERFORM.

      *Position of WS-LOOK-TYPE/WS-LOOK-ID in the cross-reference,
      *0 if absent.
       PARA-FIND-XREF.
       MOVE 0 TO WS-FOUND.
       PERFORM VARYING WS-X FROM 1 BY 1 UNTIL WS-X > XRT-COUNT
                                            OR WS-FOUND > 0
         IF XRT-TYPE(WS-X) = WS-LOOK-TYPE AND
                                  XRT-OLD-ID(WS-X) = WS-LOOK-ID THEN
            MOVE WS-X TO WS-FOUND
         END-IF
       END-PERFORM.

      ******************************************************************
      *Teachers - a partner teacher with the same last and first name
      *as one already on teacher.mst is taken to be the same person.
      ******************************************************************
       PARA-IMPORT-TEACHERS.
       OPEN INPUT F-MRGTEACH.
       IF NOT F-MRGTEACH-STATUS-OK THEN
          MOVE SPACES TO WS-RPT-LINE
          MOVE 'TEACHER' TO WS-RP-SECTION
          MOVE 'MRGTEACH.DAT NOT FOUND - NONE TAKEN OVER'
                                                   TO WS-RP-DETAIL
          PERFORM PARA-RPT-LINE
       ELSE
          PERFORM UNTIL F-MRGTEACH-STATUS-EOF
            READ F-MRGTEACH
            IF F-MRGTEACH-STATUS-OK AND REC-MRGTEACH NOT = SPACES THEN
               ADD 1 TO WS-IN-CNT
               PERFORM PARA-TEACHER-ONE
            END-IF
          END-PERFORM
          CLOSE F-MRGTEACH
       END-IF.

       PARA-TEACHER-ONE.
       MOVE SPACES TO WS-RPT-LINE.
       MOVE 'TEACHER' TO WS-RP-SECTION.
       MOVE MT-OLD-ID TO WS-RP-OLD.
       STRING MT-LASTNAME DELIMITED BY SPACE
              ' ' DELIMITED BY SIZE
              MT-FIRSTNAME DELIMITED BY SPACE
              INTO WS-RP-NAME.
       MOVE 'T' TO WS-LOOK-TYPE.
       MOVE MT-OLD-ID TO WS-LOOK-ID.
       PERFORM PARA-FIND-XREF.
       IF WS-FOUND > 0 THEN
          ADD 1 TO WS-TM-DONE-CNT
          MOVE XRT-NEW-ID(WS-FOUND) TO WS-RP-NEW
          MOVE 'ALREADY TAKEN OVER - SKIPPED' TO WS-RP-DETAIL
          PERFORM PARA-RPT-LINE
       ELSE
          MOVE 0 TO WS-DUP-ID
          PERFORM VARYING WS-X FROM 1 BY 1 UNTIL WS-X > 999
                                               OR WS-DUP-ID > 0
            IF TCH-USED(WS-X) = 1 AND
               TCH-LASTNAME(WS-X) = MT-LASTNAME AND
               TCH-FIRSTNAME(WS-X) = MT-FIRSTNAME THEN
               MOVE WS-X TO WS-DUP-ID
            END-IF
          END-PERFORM
          IF WS-DUP-ID > 0 THEN
             ADD 1 TO WS-TM-DUP-CNT
             MOVE WS-DUP-ID TO WS-RP-NEW
             MOVE 'LIKELY DUPLICATE OF THIS TM-ID - LEFT OUT'
                                                   TO WS-RP-DETAIL
             PERFORM PARA-RPT-LINE
          ELSE
             PERFORM UNTIL WS-NEXT-TM-ID > 999
                             OR TCH-USED(WS-NEXT-TM-ID) = 0
               ADD 1 TO WS-NEXT-TM-ID
             END-PERFORM
             IF WS-NEXT-TM-ID > 999 OR XRT-COUNT >= 2000 THEN
                ADD 1 TO WS-TM-FULL-CNT
                MOVE 'NO FREE TM-ID LEFT IN 001-999 - LEFT OUT'
                                                   TO WS-RP-DETAIL
                PERFORM PARA-RPT-LINE
             ELSE
                MOVE WS-NEXT-TM-ID TO WS-NEW-ID
                PERFORM PARA-TEACHER-ADD
             END-IF
          END-IF
       END-IF.

      *The number is held in the tables even on a dry run, so the
      *report shows the numbers a commit would hand out. On a commit
      *run the teacher only counts as taken over, and is only
      *journalled and cross-referenced, once teacher.mst has taken
      *the record. A number whose write failed is still held as used
      *so the next teacher is not offered it again.
       PARA-TEACHER-ADD.
       MOVE WS-NEW-ID TO WS-RP-NEW.
       IF WS-MERGE-COMMIT THEN
          MOVE WS-NEW-ID TO TM-ID
          MOVE MT-LASTNAME TO TM-LASTNAME
          MOVE MT-FIRSTNAME TO TM-FIRSTNAME
          IF MT-STATUS = 'W' THEN
             SET TM-LEFT TO TRUE
          ELSE
             SET TM-ACTIVE TO TRUE
          END-IF
          WRITE REC-TEACHMST
            INVALID KEY
               ADD 1 TO WS-TM-ERR-CNT
               MOVE 1 TO TCH-USED(WS-NEW-ID)
               MOVE 'NOT FILED - TEACHER.MST WRITE FAILED'
                                                   TO WS-RP-DETAIL
            NOT INVALID KEY
               PERFORM PARA-TEACHER-TAKEN
               MOVE 'FILED ON TEACHER.MST' TO WS-RP-DETAIL
               MOVE 'TEACHER' TO WS-JRN-FILE
               MOVE TM-ID TO WS-JRN-KEY
               MOVE REC-TEACHMST TO WS-NEW-IMAGE
               PERFORM PARA-WRITE-JOURNAL
               MOVE SPACES TO REC-MRGXREF
               SET XRF-TEACHER TO TRUE
               MOVE MT-OLD-ID TO XRF-OLD-ID
               MOVE WS-NEW-ID TO XRF-NEW-ID
               MOVE WS-CUR-DATE TO XRF-DATE
               MOVE MT-LASTNAME TO XRF-LASTNAME
               WRITE REC-MRGXREF
               IF NOT F-MRGXREF-STATUS-OK THEN
                  ADD 1 TO WS-XRF-ERR-CNT
                  MOVE 'FILED, BUT MRGXREF.DAT WRITE FAILED'
                                                   TO WS-RP-DETAIL
               END-IF
          END-WRITE
       ELSE
          PERFORM PARA-TEACHER-TAKEN
          MOVE 'WOULD BE FILED ON TEACHER.MST' TO WS-RP-DETAIL
       END-IF.
       PERFORM PARA-RPT-LINE.

       PARA-TEACHER-TAKEN.
       ADD 1 TO WS-TM-NEW-CNT.
       MOVE 1 TO TCH-USED(WS-NEW-ID).
       MOVE MT-LASTNAME TO TCH-LASTNAME(WS-NEW-ID).
       MOVE MT-FIRSTNAME TO TCH-FIRSTNAME(WS-NEW-ID).
       ADD 1 TO XRT-COUNT.
       MOVE 'T' TO XRT-TYPE(XRT-COUNT).
       MOVE MT-OLD-ID TO XRT-OLD-ID(XRT-COUNT).
       MOVE WS-NEW-ID TO XRT-NEW-ID(XRT-COUNT).
       MOVE 'Y' TO XRT-THIS-RUN(XRT-COUNT).

      ******************************************************************
      *Students - same last name and birth date as a student already
      *on student.mst, or as one taken over earlier in this run, is a
      *likely duplicate and is left out for the registrar.
      ******************************************************************
       PARA-IMPORT-STUDENTS.
       OPEN INPUT F-MRGSTUD.
       IF NOT F-MRGSTUD-STATUS-OK THEN
          MOVE SPACES TO WS-RPT-LINE
          MOVE 'STUDENT' TO WS-RP-SECTION
          MOVE 'MRGSTUD.DAT NOT FOUND - NONE TAKEN OVER'
                                                   TO WS-RP-DETAIL
          PERFORM PARA-RPT-LINE
       ELSE
          PERFORM UNTIL F-MRGSTUD-STATUS-EOF
            READ F-MRGSTUD
            IF F-MRGSTUD-STATUS-OK AND REC-MRGSTUD NOT = SPACES THEN
               ADD 1 TO WS-IN-CNT
               PERFORM PARA-STUDENT-ONE
            END-IF
          END-PERFORM
          CLOSE F-MRGSTUD
       END-IF.

       PARA-STUDENT-ONE.
       MOVE SPACES TO WS-RPT-LINE.
       MOVE 'STUDENT' TO WS-RP-SECTION.
       MOVE MS-OLD-ID TO WS-RP-OLD.
       STRING MS-LASTNAME DELIMITED BY SPACE
              ' ' DELIMITED BY SIZE
              MS-FIRSTNAME DELIMITED BY SPACE
              INTO WS-RP-NAME.
       MOVE 'S' TO WS-LOOK-TYPE.
       MOVE MS-OLD-ID TO WS-LOOK-ID.
       PERFORM PARA-FIND-XREF.
       IF WS-FOUND > 0 THEN
          ADD 1 TO WS-ST-DONE-CNT
          MOVE XRT-NEW-ID(WS-FOUND) TO WS-RP-NEW
          MOVE 'ALREADY TAKEN OVER - SKIPPED' TO WS-RP-DETAIL
          PERFORM PARA-RPT-LINE
       ELSE
          PERFORM PARA-FIND-DUPLICATE
          IF WS-DUP-ID > 0 THEN
             ADD 1 TO WS-ST-DUP-CNT
             MOVE WS-DUP-ID TO WS-RP-NEW
             MOVE 'LIKELY DUPLICATE OF THIS SM-ID - LEFT OUT'
                                                   TO WS-RP-DETAIL
             PERFORM PARA-RPT-LINE
          ELSE
             PERFORM UNTIL WS-NEXT-SM-ID > 999
                             OR STU-USED(WS-NEXT-SM-ID) = 0
               ADD 1 TO WS-NEXT-SM-ID
             END-PERFORM
             IF WS-NEXT-SM-ID > 999 OR XRT-COUNT >= 2000 THEN
                ADD 1 TO WS-ST-FULL-CNT
                MOVE 'NO FREE SM-ID LEFT IN 001-999 - LEFT OUT'
                                                   TO WS-RP-DETAIL
                PERFORM PARA-RPT-LINE
             ELSE
                MOVE WS-NEXT-SM-ID TO WS-NEW-ID
                PERFORM PARA-STUDENT-ADD
             END-IF
          END-IF
       END-IF.

      *Those taken over in this run first, then the master through
      *its last-name key. The partner's birth date has to be known -
      *a blank one matches nobody.
       PARA-FIND-DUPLICATE.
       MOVE 0 TO WS-DUP-ID.
       IF MS-BIRTHDATE IS NUMERIC AND MS-BIRTHDATE > 0 THEN
          PERFORM VARYING WS-N FROM 1 BY 1 UNTIL WS-N > NST-COUNT
                                               OR WS-DUP-ID > 0
            IF NST-LASTNAME(WS-N) = MS-LASTNAME AND
               NST-BIRTHDATE(WS-N) = MS-BIRTHDATE THEN
               MOVE NST-ID(WS-N) TO WS-DUP-ID
            END-IF
          END-PERFORM
       END-IF.
       IF WS-DUP-ID = 0 AND MS-BIRTHDATE IS NUMERIC AND
                                         MS-BIRTHDATE > 0 THEN
          MOVE MS-LASTNAME TO SM-LASTNAME
          START F-STUDMST KEY IS >= SM-LASTNAME
            INVALID KEY
               CONTINUE
            NOT INVALID KEY
               MOVE 'Y' TO WS-NAME-SCAN
               PERFORM UNTIL NOT WS-NAME-SCANNING
                 READ F-STUDMST NEXT RECORD
                 IF F-STUDMST-STATUS-OK AND
                                    SM-LASTNAME = MS-LASTNAME THEN
                    IF SM-BIRTHDATE = MS-BIRTHDATE THEN
                       MOVE SM-ID TO WS-DUP-ID
                       MOVE 'N' TO WS-NAME-SCAN
                    END-IF
                 ELSE
                    MOVE 'N' TO WS-NAME-SCAN
                 END-IF
               END-PERFORM
          END-START
       END-IF.

      *Same rule as for teachers - a student only counts, and is only
      *journalled, cross-referenced and open to the history import,
      *once student.mst has taken the record.
       PARA-STUDENT-ADD.
       MOVE WS-NEW-ID TO WS-RP-NEW.
       IF WS-MERGE-COMMIT THEN
          MOVE WS-NEW-ID TO SM-ID
          MOVE MS-LASTNAME TO SM-LASTNAME
          MOVE MS-FIRSTNAME TO SM-FIRSTNAME
          IF MS-BIRTHDATE IS NUMERIC THEN
             MOVE MS-BIRTHDATE TO SM-BIRTHDATE
          ELSE
             MOVE 0 TO SM-BIRTHDATE
          END-IF
          IF MS-STATUS = 'W' THEN
             SET SM-WITHDRAWN TO TRUE
          ELSE
             SET SM-ENROLLED TO TRUE
          END-IF
          MOVE MS-CLASS TO SM-CLASS
          WRITE REC-STUDMST
            INVALID KEY
               ADD 1 TO WS-ST-ERR-CNT
               MOVE 1 TO STU-USED(WS-NEW-ID)
               MOVE 'NOT FILED - STUDENT.MST WRITE FAILED'
                                                   TO WS-RP-DETAIL
            NOT INVALID KEY
               PERFORM PARA-STUDENT-TAKEN
               MOVE 'FILED ON STUDENT.MST, CLASS' TO WS-RP-DETAIL
               MOVE MS-CLASS TO WS-RP-DETAIL(29:5)
               MOVE 'STUDENT' TO WS-JRN-FILE
               MOVE SM-ID TO WS-JRN-KEY
               MOVE REC-STUDMST TO WS-NEW-IMAGE
               PERFORM PARA-WRITE-JOURNAL
               MOVE SPACES TO REC-MRGXREF
               SET XRF-STUDENT TO TRUE
               MOVE MS-OLD-ID TO XRF-OLD-ID
               MOVE WS-NEW-ID TO XRF-NEW-ID
               MOVE WS-CUR-DATE TO XRF-DATE
               MOVE MS-LASTNAME TO XRF-LASTNAME
               WRITE REC-MRGXREF
               IF NOT F-MRGXREF-STATUS-OK THEN
                  ADD 1 TO WS-XRF-ERR-CNT
                  MOVE 'FILED, BUT MRGXREF.DAT WRITE FAILED'
                                                   TO WS-RP-DETAIL
               END-IF
          END-WRITE
       ELSE
          PERFORM PARA-STUDENT-TAKEN
          MOVE 'WOULD BE FILED ON STUDENT.MST, CLASS' TO WS-RP-DETAIL
          MOVE MS-CLASS TO WS-RP-DETAIL(38:5)
       END-IF.
       PERFORM PARA-RPT-LINE.

       PARA-STUDENT-TAKEN.
       ADD 1 TO WS-ST-NEW-CNT.
       MOVE 1 TO STU-USED(WS-NEW-ID).
       ADD 1 TO NST-COUNT.
       MOVE WS-NEW-ID TO NST-ID(NST-COUNT).
       MOVE MS-LASTNAME TO NST-LASTNAME(NST-COUNT).
       IF MS-BIRTHDATE IS NUMERIC THEN
          MOVE MS-BIRTHDATE TO NST-BIRTHDATE(NST-COUNT)
       ELSE
          MOVE 0 TO NST-BIRTHDATE(NST-COUNT)
       END-IF.
       ADD 1 TO XRT-COUNT.
       MOVE 'S' TO XRT-TYPE(XRT-COUNT).
       MOVE MS-OLD-ID TO XRT-OLD-ID(XRT-COUNT).
       MOVE WS-NEW-ID TO XRT-NEW-ID(XRT-COUNT).
       MOVE 'Y' TO XRT-THIS-RUN(XRT-COUNT).

      ******************************************************************
      *Courses - nothing is filed for them, the partner's courses are
      *taken over as ours through mrgmap.dat. Each one is listed
      *with where it lands, or as unmapped.
      ******************************************************************
       PARA-CHECK-COURSES.
       OPEN INPUT F-MRGCRS.
       IF NOT F-MRGCRS-STATUS-OK THEN
          MOVE SPACES TO WS-RPT-LINE
          MOVE 'COURSE' TO WS-RP-SECTION
          MOVE 'MRGCRS.DAT NOT FOUND - COURSES NOT CHECKED'
                                                   TO WS-RP-DETAIL
          PERFORM PARA-RPT-LINE
       ELSE
          PERFORM UNTIL F-MRGCRS-STATUS-EOF
            READ F-MRGCRS
            IF F-MRGCRS-STATUS-OK AND REC-MRGCRS NOT = SPACES THEN
               ADD 1 TO WS-IN-CNT
               PERFORM PARA-COURSE-ONE
            END-IF
          END-PERFORM
          CLOSE F-MRGCRS
       END-IF.

       PARA-COURSE-ONE.
       MOVE SPACES TO WS-RPT-LINE.
       MOVE 'COURSE' TO WS-RP-SECTION.
       MOVE MC-OLD-CODE TO WS-RP-OLD.
       MOVE MC-LABEL TO WS-RP-NAME.
       MOVE MC-OLD-CODE TO WS-LOOK-CODE.
       PERFORM PARA-FIND-MAP.
       EVALUATE TRUE
         WHEN WS-M = 0
              ADD 1 TO WS-CRS-UNM-CNT
              MOVE 'NOT MAPPED - ADD IT TO MRGMAP.DAT' TO WS-RP-DETAIL
              PERFORM PARA-UNM-NOTED
         WHEN MAPT-OK(WS-M) = 'N'
              ADD 1 TO WS-CRS-UNM-CNT
              MOVE MAPT-CM-CODE(WS-M) TO WS-RP-NEW
              MOVE 'MAPPED TO A CODE NOT ON COURSE.MST'
                                                   TO WS-RP-DETAIL
              PERFORM PARA-UNM-NOTED
         WHEN OTHER
              ADD 1 TO WS-CRS-MAP-CNT
              MOVE MAPT-CM-CODE(WS-M) TO WS-RP-NEW
              MOVE MAPT-CM-CODE(WS-M) TO CM-CODE
              READ F-CRSMST KEY IS CM-CODE
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   MOVE 'TAKEN OVER AS' TO WS-RP-DETAIL
                   MOVE CM-LABEL TO WS-RP-DETAIL(15:21)
              END-READ
       END-EVALUATE.
       PERFORM PARA-RPT-LINE.

      *A partner code already reported unmapped in the course section
      *is not reported again for every result line that carries it.
       PARA-UNM-NOTED.
       IF UNM-COUNT < 200 THEN
          ADD 1 TO UNM-COUNT
          MOVE WS-LOOK-CODE TO UNM-CODE(UNM-COUNT)
       END-IF.

      ******************************************************************
      *Past results - the lines of one partner student's year and term
      *are gathered into one history.dat record under their new SM-ID
      *with the codes mapped. Only students taken over by this run
      *get history, so a second run does not file it twice.
      ******************************************************************
       PARA-IMPORT-HISTORY.
       OPEN INPUT F-MRGHIST.
       IF NOT F-MRGHIST-STATUS-OK THEN
          MOVE SPACES TO WS-RPT-LINE
          MOVE 'HISTORY' TO WS-RP-SECTION
          MOVE 'MRGHIST.DAT NOT FOUND - NONE TAKEN OVER'
                                                   TO WS-RP-DETAIL
          PERFORM PARA-RPT-LINE
       ELSE
          MOVE SPACES TO HGR-OLD-ID
          MOVE SPACE TO HGR-STATE
          PERFORM UNTIL F-MRGHIST-STATUS-EOF
            READ F-MRGHIST
            IF F-MRGHIST-STATUS-OK AND REC-MRGHIST NOT = SPACES THEN
               ADD 1 TO WS-IN-CNT
               PERFORM PARA-HISTORY-ONE
            END-IF
          END-PERFORM
          PERFORM PARA-HIST-FLUSH
          CLOSE F-MRGHIST
       END-IF.

       PARA-HISTORY-ONE.
       IF MH-OLD-ID NOT = HGR-OLD-ID OR MH-YEAR NOT = HGR-YEAR OR
                                         MH-TERM NOT = HGR-TERM THEN
          PERFORM PARA-HIST-FLUSH
          PERFORM PARA-HIST-START
       END-IF.
       IF HGR-LOAD THEN
          PERFORM PARA-HIST-COURSE
       ELSE
          ADD 1 TO WS-HST-DROP-CNT
       END-IF.

      *A new student/year/term - find the student's new number and
      *check the term average; a student not taken over in this run
      *is reported once, not once per term.
       PARA-HIST-START.
       MOVE MH-OLD-ID TO HGR-OLD-ID.
       MOVE MH-YEAR TO HGR-YEAR.
       MOVE MH-TERM TO HGR-TERM.
       MOVE 0 TO HGR-CRS-CNT.
       MOVE 'S' TO HGR-STATE.
       MOVE SPACES TO WS-RPT-LINE.
       MOVE 'HISTORY' TO WS-RP-SECTION.
       MOVE MH-OLD-ID TO WS-RP-OLD.
       MOVE 'S' TO WS-LOOK-TYPE.
       MOVE MH-OLD-ID TO WS-LOOK-ID.
       PERFORM PARA-FIND-XREF.
       EVALUATE TRUE
         WHEN WS-FOUND = 0
              IF MH-OLD-ID NOT = WS-LAST-SKIP-ID THEN
                 MOVE 'STUDENT NOT TAKEN OVER - RESULTS LEFT OUT'
                                                   TO WS-RP-DETAIL
                 PERFORM PARA-RPT-LINE
              END-IF
              MOVE MH-OLD-ID TO WS-LAST-SKIP-ID
         WHEN XRT-THIS-RUN(WS-FOUND) NOT = 'Y'
              IF MH-OLD-ID NOT = WS-LAST-SKIP-ID THEN
                 MOVE XRT-NEW-ID(WS-FOUND) TO WS-RP-NEW
                 MOVE 'TAKEN OVER BY AN EARLIER RUN - SKIPPED'
                                                   TO WS-RP-DETAIL
                 PERFORM PARA-RPT-LINE
              END-IF
              MOVE MH-OLD-ID TO WS-LAST-SKIP-ID
         WHEN MH-YEAR NOT NUMERIC OR MH-TERM NOT NUMERIC OR
              MH-TERM < 1 OR MH-TERM > 2
              MOVE XRT-NEW-ID(WS-FOUND) TO WS-RP-NEW
              MOVE 'BAD YEAR OR TERM - TERM LEFT OUT' TO WS-RP-DETAIL
              PERFORM PARA-RPT-LINE
         WHEN OTHER
              MOVE MH-AVERAGE TO WS-MARK-TEXT
              PERFORM PARA-CHECK-MARK
              IF NOT WS-MARK-GOOD THEN
                 MOVE XRT-NEW-ID(WS-FOUND) TO WS-RP-NEW
                 MOVE 'AVERAGE NOT 00,00-20,00 - TERM LEFT OUT'
                                                   TO WS-RP-DETAIL
                 PERFORM PARA-RPT-LINE
              ELSE
                 MOVE 'L' TO HGR-STATE
                 MOVE XRT-NEW-ID(WS-FOUND) TO HGR-NEW-ID
                 INITIALIZE REC-STUD-HIST
                 MOVE HGR-NEW-ID TO HST-S-KEY
                 MOVE MH-YEAR TO HST-YEAR
                 MOVE MH-TERM TO HST-TERM
                 MOVE MH-AVERAGE TO HST-AVERAGE
              END-IF
       END-EVALUATE.

      *One result line of the term being gathered.
       PARA-HIST-COURSE.
       MOVE SPACES TO WS-RPT-LINE.
       MOVE 'HISTORY' TO WS-RP-SECTION.
       MOVE MH-OLD-ID TO WS-RP-OLD.
       MOVE HGR-NEW-ID TO WS-RP-NEW.
       MOVE MH-C-CODE TO WS-LOOK-CODE.
       PERFORM PARA-FIND-MAP.
       MOVE SPACES TO WS-MAPPED-CODE.
       IF WS-M > 0 THEN
          IF MAPT-OK(WS-M) = 'Y' THEN
             MOVE MAPT-CM-CODE(WS-M) TO WS-MAPPED-CODE
          END-IF
       END-IF.
       MOVE MH-C-GRADE TO WS-MARK-TEXT.
       PERFORM PARA-CHECK-MARK.
       EVALUATE TRUE
         WHEN WS-MAPPED-CODE = SPACES
              ADD 1 TO WS-HST-DROP-CNT
              PERFORM PARA-UNM-SEEN
              IF WS-N = 0 THEN
                 MOVE MH-C-CODE TO WS-RP-NAME
                 MOVE 'COURSE NOT MAPPED - RESULTS LEFT OUT'
                                                   TO WS-RP-DETAIL
                 PERFORM PARA-RPT-LINE
                 PERFORM PARA-UNM-NOTED
              END-IF
         WHEN NOT WS-MARK-GOOD
              ADD 1 TO WS-HST-DROP-CNT
              MOVE MH-C-CODE TO WS-RP-NAME
              MOVE 'GRADE NOT 00,00-20,00 - LEFT OUT'
                                                   TO WS-RP-DETAIL
              PERFORM PARA-RPT-LINE
         WHEN HGR-CRS-CNT >= 20
              ADD 1 TO WS-HST-DROP-CNT
              MOVE MH-C-CODE TO WS-RP-NAME
              MOVE 'MORE THAN 20 COURSES IN THE TERM - LEFT OUT'
                                                   TO WS-RP-DETAIL
              PERFORM PARA-RPT-LINE
         WHEN OTHER
              ADD 1 TO HGR-CRS-CNT
              MOVE WS-MAPPED-CODE TO HST-C-CODE(HGR-CRS-CNT)
              MOVE MH-C-GRADE TO HST-C-GRADE(HGR-CRS-CNT)
       END-EVALUATE.

      *WS-N comes back non-zero when the code is already reported.
       PARA-UNM-SEEN.
       MOVE 0 TO WS-N.
       PERFORM VARYING WS-X FROM 1 BY 1 UNTIL WS-X > UNM-COUNT
                                            OR WS-N > 0
         IF UNM-CODE(WS-X) = WS-LOOK-CODE THEN
            MOVE WS-X TO WS-N
         END-IF
       END-PERFORM.

      *File the term gathered so far - one with no result left is not
      *filed at all.
       PARA-HIST-FLUSH.
       IF HGR-LOAD AND HGR-CRS-CNT > 0 THEN
          IF WS-MERGE-COMMIT THEN
             WRITE REC-STUD-HIST
             IF F-HISTORY-STATUS-OK THEN
                ADD 1 TO WS-HST-NEW-CNT
             ELSE
                ADD 1 TO WS-HST-ERR-CNT
                MOVE SPACES TO WS-RPT-LINE
                MOVE 'HISTORY' TO WS-RP-SECTION
                MOVE HGR-OLD-ID TO WS-RP-OLD
                MOVE HGR-NEW-ID TO WS-RP-NEW
                MOVE 'NOT FILED - HISTORY.DAT WRITE FAILED'
                                                   TO WS-RP-DETAIL
                PERFORM PARA-RPT-LINE
             END-IF
          ELSE
             ADD 1 TO WS-HST-NEW-CNT
          END-IF
       END-IF.
       MOVE SPACE TO HGR-STATE.

      *NN,NN from 00,00 to 20,00, the same form params.dat takes its
      *marks in.
       PARA-CHECK-MARK.
       MOVE 'N' TO WS-MARK-OK.
       IF WS-MARK-TEXT(1:2) IS NUMERIC AND WS-MARK-TEXT(3:1) = ','
                              AND WS-MARK-TEXT(4:2) IS NUMERIC THEN
          IF WS-MARK-TEXT(1:2) < '20' OR WS-MARK-TEXT = '20,00' THEN
             MOVE 'Y' TO WS-MARK-OK
          END-IF
       END-IF.

       PARA-RPT-LINE.
       MOVE WS-RPT-LINE TO REC-F-MRGRPT.
       WRITE REC-F-MRGRPT.

      *Append one add record to the master journal - nothing to show
      *before an add.
       PARA-WRITE-JOURNAL.
       MOVE SPACES TO REC-MASJRNL.
       ACCEPT WS-JRN-DATE FROM DATE YYYYMMDD.
       ACCEPT WS-JRN-TIME-RAW FROM TIME.
       MOVE WS-JRN-DATE TO JRN-DATE.
       MOVE WS-JRN-TIME-RAW(1:6) TO JRN-TIME.
       MOVE 'mergeimp' TO JRN-PROGRAM.
       MOVE WS-JRN-FILE TO JRN-FILE.
       MOVE WS-JRN-KEY TO JRN-KEY.
       SET JRN-ADD TO TRUE.
       MOVE SPACES TO JRN-BEFORE.
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
       MOVE 'mergeimp' TO RL-PROGRAM.
       MOVE WS-RL-DATE TO RL-DATE.
       MOVE WS-RL-TIME-RAW(1:6) TO RL-TIME.
       MOVE WS-RL-PARAMS TO RL-PARAMS.
       MOVE WS-RL-REC-IN TO RL-REC-IN.
       MOVE WS-RL-REC-OUT TO RL-REC-OUT.
       MOVE WS-RL-STATUS TO RL-STATUS.
       WRITE REC-RUNLOG.
       CLOSE F-RUNLOG.

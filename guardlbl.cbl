      ******************************************************************
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. guardlbl.
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
      *Structured student/course extract written by the batch - read
      *in the same order studbull.cbl prints its pages, so label N
      *goes on the envelope of bulletin page N.
           SELECT F-EXTRACT
               ASSIGN TO 'extract.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-EXTRACT-STATUS.

      *Guardian/contact master maintained in guardmst.cbl.
           SELECT F-GUARDMST
               ASSIGN TO 'guardian.mst'
               ACCESS MODE IS DYNAMIC
               ORGANIZATION IS INDEXED
               RECORD KEY IS GM-ID
               FILE STATUS IS F-GUARDMST-STATUS.

           SELECT F-LABELS
               ASSIGN TO 'labels.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-LABELS-STATUS.

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

       FD  F-GUARDMST
           RECORD CONTAINS 270 CHARACTERS
           RECORDING MODE IS F.
       COPY 'guardmst.cpy'.

      *One fixed-layout address per bulletin page, for the label
      *printer or the mail-merge - LBL-PAGE is the page's number in
      *bulletin.dat.
       FD  F-LABELS
           RECORD CONTAINS 120 CHARACTERS
           RECORDING MODE IS F.
       01  REC-LABEL.
           05 LBL-PAGE         PIC 9(05).
           05 LBL-S-KEY        PIC 9(03).
           05 LBL-CLASS        PIC X(05).
           05 LBL-ST-LASTNAME  PIC X(07).
           05 LBL-ST-FIRSTNAME PIC X(06).
           05 LBL-NAME         PIC X(25).
           05 LBL-STREET       PIC X(30).
           05 LBL-POSTCODE     PIC X(06).
           05 LBL-CITY         PIC X(20).
           05 FILLER           PIC X(13).

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

       01  F-GUARDMST-STATUS   PIC X(02) VALUE SPACE.
           88 F-GUARDMST-STATUS-OK VALUE '00'.

       01  F-LABELS-STATUS     PIC X(02) VALUE SPACE.
           88 F-LABELS-STATUS-OK   VALUE '00'.

      *No guardian master yet still gives one label per page - every
      *one of them the placeholder - so the stack stays in step.
       77  WS-GUARD-OPEN        PIC X VALUE 'N'.
           88 WS-GUARD-IS-OPEN   VALUE 'Y'.
       77  WS-G                 PIC 9(01).

       77  WS-PAGE-CNT          PIC 9(05) VALUE 0.
       77  WS-NOADDR-CNT        PIC 9(05) VALUE 0.


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
      *Mailing labels for the parent bulletins - one address per
      *extract record, in bulletin order, made out to the guardian
      *GM-MAIL-TO names on guardian.mst. A student with no usable
      *address still gets a placeholder label so label N always goes
      *with page N; each one is listed on the console to be chased.
       OPEN INPUT F-EXTRACT.
       IF NOT F-EXTRACT-STATUS-OK THEN
          DISPLAY 'ERROR: CANNOT OPEN EXTRACT.DAT - RUN student FIRST'
          MOVE 'ERROR' TO WS-RL-STATUS
          MOVE 'MAILING LABELS' TO WS-RL-PARAMS
          PERFORM PARA-WRITE-RUNLOG
          STOP RUN
       END-IF.
       OPEN INPUT F-GUARDMST.
       IF F-GUARDMST-STATUS-OK THEN
          MOVE 'Y' TO WS-GUARD-OPEN
       ELSE
          DISPLAY 'GUARDIAN.MST NOT FOUND - RUN guardmst FIRST'
       END-IF.
       OPEN OUTPUT F-LABELS.

       PERFORM UNTIL F-EXTRACT-STATUS-EOF
         READ F-EXTRACT
         IF F-EXTRACT-STATUS-OK THEN
            ADD 1 TO WS-RL-REC-IN
            PERFORM PARA-ONE-LABEL
         END-IF
       END-PERFORM.

       CLOSE F-EXTRACT.
       CLOSE F-LABELS.
       IF WS-GUARD-IS-OPEN THEN
          CLOSE F-GUARDMST
       END-IF.
       DISPLAY 'MAILING LABELS: ' WS-PAGE-CNT ' LABEL(S), '
               WS-NOADDR-CNT ' WITHOUT ADDRESS - SEE LABELS.DAT'.
       MOVE 'MAILING LABELS' TO WS-RL-PARAMS.
       MOVE WS-PAGE-CNT TO WS-RL-REC-OUT.
       PERFORM PARA-WRITE-RUNLOG.
       STOP RUN.

       PARA-ONE-LABEL.
       ADD 1 TO WS-PAGE-CNT.
       MOVE SPACES TO REC-LABEL.
       MOVE WS-PAGE-CNT TO LBL-PAGE.
       MOVE R-S-KEY-OUT TO LBL-S-KEY.
       MOVE R-CLASS-OUT TO LBL-CLASS.
       MOVE R-LASTNAME-OUT TO LBL-ST-LASTNAME.
       MOVE R-FIRSTNAME-OUT TO LBL-ST-FIRSTNAME.
       MOVE 0 TO WS-G.
       IF WS-GUARD-IS-OPEN THEN
          MOVE R-S-KEY-OUT TO GM-ID
          READ F-GUARDMST KEY IS GM-ID
            INVALID KEY
               CONTINUE
            NOT INVALID KEY
               IF GM-MAIL-G1 OR GM-MAIL-G2 THEN
                  MOVE GM-MAIL-TO TO WS-G
               END-IF
          END-READ
       END-IF.
      *guardmst.cbl refuses a mail-to guardian without a street and
      *city, but the record may predate that or be gone altogether.
       IF WS-G > 0 THEN
          IF GM-G-STREET(WS-G) = SPACES OR
                                      GM-G-CITY(WS-G) = SPACES THEN
             MOVE 0 TO WS-G
          END-IF
       END-IF.
       IF WS-G = 0 THEN
          ADD 1 TO WS-NOADDR-CNT
          MOVE '** NO ADDRESS ON FILE **' TO LBL-NAME
          DISPLAY 'NO ADDRESS FOR STUDENT ' R-S-KEY-OUT ' '
                  R-LASTNAME-OUT ' ' R-FIRSTNAME-OUT
                  ' - LABEL ' WS-PAGE-CNT ' LEFT BLANK'
       ELSE
          MOVE GM-G-NAME(WS-G) TO LBL-NAME
          MOVE GM-G-STREET(WS-G) TO LBL-STREET
          MOVE GM-G-POSTCODE(WS-G) TO LBL-POSTCODE
          MOVE GM-G-CITY(WS-G) TO LBL-CITY
       END-IF.
       WRITE REC-LABEL.

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
       MOVE 'guardlbl' TO RL-PROGRAM.
       MOVE WS-RL-DATE TO RL-DATE.
       MOVE WS-RL-TIME-RAW(1:6) TO RL-TIME.
       MOVE WS-RL-PARAMS TO RL-PARAMS.
       MOVE WS-RL-REC-IN TO RL-REC-IN.
       MOVE WS-RL-REC-OUT TO RL-REC-OUT.
       MOVE WS-RL-STATUS TO RL-STATUS.
       WRITE REC-RUNLOG.
       CLOSE F-RUNLOG.

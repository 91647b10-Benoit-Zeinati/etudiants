      ******************************************************************
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. abslettr.
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
      *Structured student/course extract written by the batch - the
      *same R-ABS-DAYS-OUT totals absentee.rpt is drawn from.
           SELECT F-EXTRACT
               ASSIGN TO 'extract.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-EXTRACT-STATUS.

      *Absence detail the batch kept from the "03" lines.
           SELECT F-ABSDET
               ASSIGN TO 'absdet.idx'
               ACCESS MODE IS DYNAMIC
               ORGANIZATION IS INDEXED
               RECORD KEY IS ABD-KEY
               FILE STATUS IS F-ABSDET-STATUS.

      *Guardian/contact master maintained in guardmst.cbl.
           SELECT F-GUARDMST
               ASSIGN TO 'guardian.mst'
               ACCESS MODE IS DYNAMIC
               ORGANIZATION IS INDEXED
               RECORD KEY IS GM-ID
               FILE STATUS IS F-GUARDMST-STATUS.

      *Same control-card file the batch reads - only ABS-LIMIT
      *matters here, so the letters go to exactly the students
      *absentee.rpt lists.
           SELECT F-PARAMS
               ASSIGN TO 'params.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-PARAMS-STATUS.

           SELECT F-LETTERS
               ASSIGN TO 'abslettr.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-LETTERS-STATUS.

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

       FD  F-ABSDET
           RECORD CONTAINS 19 CHARACTERS
           RECORDING MODE IS F.
       COPY 'absdet.cpy'.

       FD  F-GUARDMST
           RECORD CONTAINS 270 CHARACTERS
           RECORDING MODE IS F.
       COPY 'guardmst.cpy'.

       FD  F-PARAMS
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  REC-F-PARAMS        PIC X(80).

       FD  F-LETTERS
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  REC-F-LETTERS       PIC X(80).

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

       01  F-ABSDET-STATUS     PIC X(02) VALUE SPACE.
           88 F-ABSDET-STATUS-OK   VALUE '00'.

       01  F-GUARDMST-STATUS   PIC X(02) VALUE SPACE.
           88 F-GUARDMST-STATUS-OK VALUE '00'.

       01  F-PARAMS-STATUS     PIC X(02) VALUE SPACE.
           88 F-PARAMS-STATUS-OK   VALUE '00'.
           88 F-PARAMS-STATUS-EOF  VALUE '10'.

       01  F-LETTERS-STATUS    PIC X(02) VALUE SPACE.
           88 F-LETTERS-STATUS-OK  VALUE '00'.

      *No absence detail file means letters without the date list -
      *the total still stands, so the letter still goes.
       77  WS-ABSDET-OPEN       PIC X VALUE 'N'.
           88 WS-ABSDET-IS-OPEN  VALUE 'Y'.
       77  WS-ABD-SCAN          PIC X VALUE 'N'.
           88 WS-ABD-SCANNING    VALUE 'Y'.
       77  WS-ABD-SHOWN         PIC 9(03) VALUE 0.
       77  WS-G                 PIC 9(01).

      *Same threshold and default as the batch's absentee.rpt.
       77  WS-ABS-LIMIT         PIC 99V99 VALUE 05,00.
       77  WS-ABS-DAYS          PIC 99V9.

       01  WS-DE-FIELDS.
           05 WS-DE-INT         PIC 9(02).
           05 WS-DE-C1-X        PIC X(01).
           05 WS-DE-C1 REDEFINES WS-DE-C1-X PIC 9(01).

       77  WS-LETTER-CNT        PIC 9(05) VALUE 0.
       77  WS-NOGUARD-CNT       PIC 9(05) VALUE 0.
       77  WS-FORM-FEED         PIC X(01) VALUE X'0C'.

       01  WS-PARAM-FIELDS.
           05 WS-PRM-KEY        PIC X(20).
           05 WS-PRM-VALUE      PIC X(10).
           05 WS-PRM-NUM-OK     PIC X VALUE 'N'.
              88 WS-PRM-NUM-GOOD   VALUE 'Y'.
           05 WS-PRM-INT        PIC 9(02).
           05 WS-PRM-DEC        PIC 9(02).
           05 WS-PRM-MARK       PIC 99V99.

      *Run date, printed DD/MM/YYYY under the address block.
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
      *Absence warning letters - one formal letter per extract
      *student whose absence days exceed the ABS-LIMIT card (the
      *students on absentee.rpt), addressed to the guardian of record
      *on guardian.mst and listing every absence date the batch read
      *from the "03" lines, with a form feed between letters. A
      *student with no guardian to write to is listed on the console
      *instead.
       ACCEPT WS-CUR-DATE FROM DATE YYYYMMDD.
       PERFORM PARA-READ-PARAMS.

       OPEN INPUT F-EXTRACT.
       IF NOT F-EXTRACT-STATUS-OK THEN
          DISPLAY 'ERROR: CANNOT OPEN EXTRACT.DAT - RUN student FIRST'
          MOVE 'ERROR' TO WS-RL-STATUS
          MOVE 'ABSENCE LETTERS' TO WS-RL-PARAMS
          PERFORM PARA-WRITE-RUNLOG
          STOP RUN
       END-IF.
       OPEN INPUT F-GUARDMST.
       IF NOT F-GUARDMST-STATUS-OK THEN
          DISPLAY 'ERROR: CANNOT OPEN GUARDIAN.MST - RUN guardmst FIRST'
          CLOSE F-EXTRACT
          MOVE 'ERROR' TO WS-RL-STATUS
          MOVE 'ABSENCE LETTERS' TO WS-RL-PARAMS
          PERFORM PARA-WRITE-RUNLOG
          STOP RUN
       END-IF.
       OPEN INPUT F-ABSDET.
       IF F-ABSDET-STATUS-OK THEN
          MOVE 'Y' TO WS-ABSDET-OPEN
       ELSE
          DISPLAY 'ABSDET.IDX NOT FOUND - LETTERS WITHOUT DATES'
       END-IF.
       OPEN OUTPUT F-LETTERS.

       PERFORM UNTIL F-EXTRACT-STATUS-EOF
         READ F-EXTRACT
         IF F-EXTRACT-STATUS-OK THEN
            ADD 1 TO WS-RL-REC-IN
            MOVE R-ABS-DAYS-OUT(1:2) TO WS-DE-INT
            MOVE R-ABS-DAYS-OUT(4:1) TO WS-DE-C1-X
            COMPUTE WS-ABS-DAYS = WS-DE-INT + WS-DE-C1 / 10
            IF WS-ABS-DAYS > WS-ABS-LIMIT THEN
               PERFORM PARA-ONE-STUDENT
            END-IF
         END-IF
       END-PERFORM.

       CLOSE F-EXTRACT.
       CLOSE F-GUARDMST.
       CLOSE F-LETTERS.
       IF WS-ABSDET-IS-OPEN THEN
          CLOSE F-ABSDET
       END-IF.
       DISPLAY 'ABSENCE LETTERS: ' WS-LETTER-CNT ' LETTER(S), '
               WS-NOGUARD-CNT ' WITHOUT GUARDIAN - SEE ABSLETTR.DAT'.
       MOVE 'ABSENCE LETTERS' TO WS-RL-PARAMS.
       MOVE WS-ABS-LIMIT(1:2) TO WS-RL-PARAMS(17:2).
       MOVE '.' TO WS-RL-PARAMS(19:1).
       MOVE WS-ABS-LIMIT(3:2) TO WS-RL-PARAMS(20:2).
       MOVE WS-LETTER-CNT TO WS-RL-REC-OUT.
       PERFORM PARA-WRITE-RUNLOG.
       STOP RUN.

      *Pick up ABS-LIMIT from params.dat - every other card is the
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
         WHEN 'ABS-LIMIT'
              PERFORM PARA-PRM-PARSE-MARK
              IF WS-PRM-NUM-GOOD THEN
                 MOVE WS-PRM-MARK TO WS-ABS-LIMIT
              END-IF
         WHEN OTHER
              CONTINUE
       END-EVALUATE.

       PARA-PRM-PARSE-MARK.
       MOVE 'N' TO WS-PRM-NUM-OK.
       IF WS-PRM-VALUE(1:2) IS NUMERIC AND
               WS-PRM-VALUE(3:1) = ',' AND
               WS-PRM-VALUE(4:2) IS NUMERIC AND
               WS-PRM-VALUE(6:5) = SPACES THEN
          MOVE WS-PRM-VALUE(1:2) TO WS-PRM-INT
          MOVE WS-PRM-VALUE(4:2) TO WS-PRM-DEC
          COMPUTE WS-PRM-MARK = WS-PRM-INT + WS-PRM-DEC / 100
          IF WS-PRM-MARK <= 20,00 THEN
             MOVE 'Y' TO WS-PRM-NUM-OK
          END-IF
       END-IF.

      *Find the guardian of record - no master record, or a mail-to
      *guardian without a postal address, means no letter.
       PARA-ONE-STUDENT.
       MOVE 0 TO WS-G.
       MOVE R-S-KEY-OUT TO GM-ID.
       READ F-GUARDMST KEY IS GM-ID
         INVALID KEY
            CONTINUE
         NOT INVALID KEY
            IF GM-MAIL-G1 OR GM-MAIL-G2 THEN
               MOVE GM-MAIL-TO TO WS-G
            END-IF
       END-READ.
       IF WS-G > 0 THEN
          IF GM-G-STREET(WS-G) = SPACES OR
                                      GM-G-CITY(WS-G) = SPACES THEN
             MOVE 0 TO WS-G
          END-IF
       END-IF.
       IF WS-G = 0 THEN
          ADD 1 TO WS-NOGUARD-CNT
          DISPLAY 'NO GUARDIAN ADDRESS FOR STUDENT ' R-S-KEY-OUT ' '
                  R-LASTNAME-OUT ' ' R-FIRSTNAME-OUT
                  ' - NO LETTER PRINTED'
       ELSE
          PERFORM PARA-ONE-LETTER
       END-IF.

       PARA-ONE-LETTER.
       ADD 1 TO WS-LETTER-CNT.
       IF WS-LETTER-CNT > 1 THEN
          MOVE SPACES TO REC-F-LETTERS
          MOVE WS-FORM-FEED TO REC-F-LETTERS(1:1)
          WRITE REC-F-LETTERS
       END-IF.

      *Address block on the right, where the envelope window sits.
       MOVE SPACES TO REC-F-LETTERS.
       WRITE REC-F-LETTERS.
       MOVE GM-G-NAME(WS-G) TO REC-F-LETTERS(45:25).
       WRITE REC-F-LETTERS.
       MOVE SPACES TO REC-F-LETTERS.
       MOVE GM-G-STREET(WS-G) TO REC-F-LETTERS(45:30).
       WRITE REC-F-LETTERS.
       MOVE SPACES TO REC-F-LETTERS.
       MOVE GM-G-POSTCODE(WS-G) TO REC-F-LETTERS(45:6).
       MOVE GM-G-CITY(WS-G) TO REC-F-LETTERS(52:20).
       WRITE REC-F-LETTERS.
       MOVE SPACES TO REC-F-LETTERS.
       WRITE REC-F-LETTERS.
       MOVE 'LE' TO REC-F-LETTERS(45:2).
       MOVE WS-CUR-DATE(7:2) TO REC-F-LETTERS(48:2).
       MOVE '/' TO REC-F-LETTERS(50:1).
       MOVE WS-CUR-DATE(5:2) TO REC-F-LETTERS(51:2).
       MOVE '/' TO REC-F-LETTERS(53:1).
       MOVE WS-CUR-DATE(1:4) TO REC-F-LETTERS(54:4).
       WRITE REC-F-LETTERS.
       MOVE SPACES TO REC-F-LETTERS.
       WRITE REC-F-LETTERS.

       MOVE 'OBJET : ABSENCES REPETEES DE VOTRE ENFANT' TO
                                                       REC-F-LETTERS.
       WRITE REC-F-LETTERS.
       MOVE SPACES TO REC-F-LETTERS.
       WRITE REC-F-LETTERS.
       MOVE 'MADAME, MONSIEUR,' TO REC-F-LETTERS.
       WRITE REC-F-LETTERS.
       MOVE SPACES TO REC-F-LETTERS.
       WRITE REC-F-LETTERS.
       MOVE 'NOUS VOUS INFORMONS QUE L''ELEVE' TO REC-F-LETTERS.
       MOVE R-LASTNAME-OUT TO REC-F-LETTERS(33:7).
       MOVE R-FIRSTNAME-OUT TO REC-F-LETTERS(41:6).
       MOVE '(NO' TO REC-F-LETTERS(48:3).
       MOVE R-S-KEY-OUT TO REC-F-LETTERS(52:3).
       MOVE '), CLASSE' TO REC-F-LETTERS(55:9).
       MOVE R-CLASS-OUT TO REC-F-LETTERS(65:5).
       MOVE ',' TO REC-F-LETTERS(70:1).
       WRITE REC-F-LETTERS.
       MOVE SPACES TO REC-F-LETTERS.
       MOVE 'TOTALISE' TO REC-F-LETTERS(1:8).
       MOVE R-ABS-DAYS-OUT(1:2) TO REC-F-LETTERS(10:2).
       MOVE '.' TO REC-F-LETTERS(12:1).
       MOVE R-ABS-DAYS-OUT(4:1) TO REC-F-LETTERS(13:1).
       MOVE 'JOURS D''ABSENCE AU TRIMESTRE' TO REC-F-LETTERS(15:28).
       MOVE R-TERM-OUT TO REC-F-LETTERS(44:1).
       MOVE ', AU-DELA DE LA LIMITE DE' TO REC-F-LETTERS(45:25).
       MOVE WS-ABS-LIMIT(1:2) TO REC-F-LETTERS(71:2).
       MOVE '.' TO REC-F-LETTERS(73:1).
       MOVE WS-ABS-LIMIT(3:2) TO REC-F-LETTERS(74:2).
       WRITE REC-F-LETTERS.
       MOVE 'JOURS FIXEE PAR L''ETABLISSEMENT.' TO REC-F-LETTERS.
       WRITE REC-F-LETTERS.
       MOVE SPACES TO REC-F-LETTERS.
       WRITE REC-F-LETTERS.
       MOVE 'ABSENCES RELEVEES :' TO REC-F-LETTERS.
       WRITE REC-F-LETTERS.
       PERFORM PARA-ABSENCE-DATES.
       MOVE SPACES TO REC-F-LETTERS.
       WRITE REC-F-LETTERS.

       MOVE 'NOUS VOUS PRIONS DE BIEN VOULOIR PRENDRE CONTACT AVEC LE'
                                                     TO REC-F-LETTERS.
       WRITE REC-F-LETTERS.
       MOVE 'SECRETARIAT DANS LES MEILLEURS DELAIS AFIN DE JUSTIFIER'
                                                     TO REC-F-LETTERS.
       WRITE REC-F-LETTERS.
       MOVE 'CES ABSENCES.' TO REC-F-LETTERS.
       WRITE REC-F-LETTERS.
       MOVE SPACES TO REC-F-LETTERS.
       WRITE REC-F-LETTERS.
       MOVE 'VEUILLEZ AGREER, MADAME, MONSIEUR, L''EXPRESSION DE NOS'
                                                     TO REC-F-LETTERS.
       WRITE REC-F-LETTERS.
       MOVE 'SALUTATIONS DISTINGUEES.' TO REC-F-LETTERS.
       WRITE REC-F-LETTERS.
       MOVE SPACES TO REC-F-LETTERS.
       WRITE REC-F-LETTERS.
       MOVE 'LA DIRECTION' TO REC-F-LETTERS(45:12).
       WRITE REC-F-LETTERS.

      *One line per absence on file for the student, in the order the
      *register lines came in.
       PARA-ABSENCE-DATES.
       MOVE 0 TO WS-ABD-SHOWN.
       IF WS-ABSDET-IS-OPEN THEN
          MOVE LOW-VALUES TO ABD-KEY
          MOVE R-S-KEY-OUT TO ABD-S-KEY
          START F-ABSDET KEY IS >= ABD-KEY
            INVALID KEY
               CONTINUE
            NOT INVALID KEY
               MOVE 'Y' TO WS-ABD-SCAN
               PERFORM UNTIL NOT WS-ABD-SCANNING
                 READ F-ABSDET NEXT RECORD
                 IF F-ABSDET-STATUS-OK AND
                                     ABD-S-KEY = R-S-KEY-OUT THEN
                    ADD 1 TO WS-ABD-SHOWN
                    MOVE SPACES TO REC-F-LETTERS
                    MOVE '-' TO REC-F-LETTERS(5:1)
                    MOVE ABD-DATE(7:2) TO REC-F-LETTERS(7:2)
                    MOVE '/' TO REC-F-LETTERS(9:1)
                    MOVE ABD-DATE(5:2) TO REC-F-LETTERS(10:2)
                    MOVE '/' TO REC-F-LETTERS(12:1)
                    MOVE ABD-DATE(1:4) TO REC-F-LETTERS(13:4)
                    IF ABD-TYPE = 1 THEN
                       MOVE 'DEMI-JOURNEE' TO REC-F-LETTERS(19:12)
                    ELSE
                       MOVE 'JOURNEE' TO REC-F-LETTERS(19:7)
                    END-IF
                    WRITE REC-F-LETTERS
                 ELSE
                    MOVE 'N' TO WS-ABD-SCAN
                 END-IF
               END-PERFORM
          END-START
       END-IF.
       IF WS-ABD-SHOWN = 0 THEN
          MOVE '    (DETAIL DES DATES NON DISPONIBLE)' TO REC-F-LETTERS
          WRITE REC-F-LETTERS
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
       MOVE 'abslettr' TO RL-PROGRAM.
       MOVE WS-RL-DATE TO RL-DATE.
       MOVE WS-RL-TIME-RAW(1:6) TO RL-TIME.
       MOVE WS-RL-PARAMS TO RL-PARAMS.
       MOVE WS-RL-REC-IN TO RL-REC-IN.
       MOVE WS-RL-REC-OUT TO RL-REC-OUT.
       MOVE WS-RL-STATUS TO RL-STATUS.
       WRITE REC-RUNLOG.
       CLOSE F-RUNLOG.

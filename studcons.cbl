      ******************************************************************
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. studcons.
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
      *current term's grades, absences and flags, one record per
      *student, R-CLASS-OUT carrying the master's SM-CLASS.
           SELECT F-EXTRACT
               ASSIGN TO 'extract.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-EXTRACT-STATUS.

      *Cumulative grade-history archive - both trimesters of the
      *selected school year are matched out of it, the same way
      *studprog.cbl does.
           SELECT F-HISTORY
               ASSIGN TO 'history.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-HISTORY-STATUS.

      *Year-end decisions filed by studyear.cbl - optional, a council
      *held before the year-end run simply shows none proposed yet.
           SELECT F-DECIS
               ASSIGN TO 'decisions.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-DECIS-STATUS.

      *Same control-card file the batch reads - PASSING-MARK, the
      *MENTION-x thresholds and SCHOOL-YEAR matter here, every other
      *card belongs to the batch and is skipped without comment.
           SELECT F-PARAMS
               ASSIGN TO 'params.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-PARAMS-STATUS.

           SELECT F-COUNCIL
               ASSIGN TO 'council.rpt'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-COUNCIL-STATUS.

      *Sort work - the extract is sorted by class and name so each
      *class arrives as one contiguous run, as in the batch's
      *bulletin pass.
           SELECT SRT-FILE
               ASSIGN TO 'sortwork.tmp'.

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

       FD  F-HISTORY
           RECORD CONTAINS 173 CHARACTERS
           RECORDING MODE IS F.
       COPY 'studhist.cpy'.

       FD  F-DECIS
           RECORD CONTAINS 32 CHARACTERS
           RECORDING MODE IS F.
       01  REC-F-DECIS.
           05 DEC-S-KEY        PIC 9(03).
           05 DEC-YEAR         PIC 9(04).
           05 DEC-AV1          PIC 99,99.
           05 DEC-AV2          PIC 99,99.
           05 DEC-AVYR         PIC 99,99.
           05 DEC-DECISION     PIC X(10).

       FD  F-PARAMS
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  REC-F-PARAMS        PIC X(80).

       FD  F-COUNCIL
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.
       01  REC-F-COUNCIL       PIC X(132).

      *Sorted view of the extract - the keys up front, the whole
      *extract record behind them.
       SD  SRT-FILE.
       01  SRT-REC.
           05 SRT-CLASS        PIC X(05).
           05 SRT-LASTNAME     PIC X(07).
           05 SRT-FIRSTNAME    PIC X(06).
           05 SRT-AVERAGE      PIC 99V99.
           05 SRT-EXTRACT      PIC X(689).

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

       01  F-HISTORY-STATUS    PIC X(02) VALUE SPACE.
           88 F-HISTORY-STATUS-OK  VALUE '00'.
           88 F-HISTORY-STATUS-EOF VALUE '10'.

       01  F-DECIS-STATUS      PIC X(02) VALUE SPACE.
           88 F-DECIS-STATUS-OK    VALUE '00'.
           88 F-DECIS-STATUS-EOF   VALUE '10'.

       01  F-PARAMS-STATUS     PIC X(02) VALUE SPACE.
           88 F-PARAMS-STATUS-OK   VALUE '00'.
           88 F-PARAMS-STATUS-EOF  VALUE '10'.

       01  F-COUNCIL-STATUS    PIC X(02) VALUE SPACE.
           88 F-COUNCIL-STATUS-OK  VALUE '00'.

      *Both trimester averages of the selected school year per
      *student - a later record for the same term overwrites the
      *earlier one, so a rerun's results win, as in studprog.cbl.
       01  HIS-TABLE.
           05 HIS-COUNT          PIC 9(03) VALUE 0.
           05 HIS-ENTRY OCCURS 999 TIMES.
              10 HIS-ID          PIC 9(03).
              10 HIS-HAS-T1      PIC 9(01).
              10 HIS-HAS-T2      PIC 9(01).
              10 HIS-AV1         PIC 99V99.
              10 HIS-AV2         PIC 99V99.

      *Proposed year-end decision per student for the same year.
       01  DCS-TABLE.
           05 DCS-COUNT          PIC 9(03) VALUE 0.
           05 DCS-ENTRY OCCURS 999 TIMES.
              10 DCS-ID          PIC 9(03).
              10 DCS-DECISION    PIC X(10).

      *The class being assembled - its sorted extract records and
      *term averages, held until the class break so every student's
      *rank can be worked out before the first block is printed.
       01  CLS-TABLE.
           05 CLS-COUNT          PIC 9(03) VALUE 0.
           05 CLS-ENTRY OCCURS 500 TIMES.
              10 CLS-AVERAGE     PIC 99V99.
              10 CLS-EXTRACT     PIC X(689).

      *Per-course class averages for the summary page, keyed by
      *course code across every student of the class.
       01  CCR-TABLE.
           05 CCR-COUNT          PIC 9(02) VALUE 0.
           05 CCR-ENTRY OCCURS 40 TIMES.
              10 CCR-CODE        PIC X(03).
              10 CCR-LABEL       PIC X(21).
              10 CCR-SUM         PIC 9(05)V99.
              10 CCR-N           PIC 9(03).
              10 CCR-AV          PIC 99V99.

       77  WS-P                 PIC 9(03).
       77  WS-P-FOUND           PIC 9(03).
       77  WS-S                 PIC 9(03).
       77  WS-S2                PIC 9(03).
       77  WS-IDX1              PIC 9(02).
       77  WS-V                 PIC 9(02).
       77  WS-V-FOUND           PIC 9(02).
       77  WS-COL               PIC 9(03).

       77  WS-CUR-CLASS         PIC X(05).
       77  WS-SORT-EOF-FLG      PIC X VALUE 'N'.
           88 WS-SORT-DONE      VALUE 'Y'.
       77  WS-DECIS-OPEN        PIC X VALUE 'N'.
           88 WS-DECIS-IS-OPEN   VALUE 'Y'.

       77  WS-PASSING-MARK      PIC 99V99 VALUE 10,00.
      *Same thresholds and defaults as the batch's mentions summary.
       77  WS-MENT-F            PIC 99V99 VALUE 16,00.
       77  WS-MENT-C            PIC 99V99 VALUE 14,00.
       77  WS-MENT-E            PIC 99V99 VALUE 12,00.
      *Same drop limit studprog.cbl flags a term-over-term fall on.
       77  WS-DROP-LIMIT        PIC 99V99 VALUE 2,00.
       77  WS-RPT-YEAR          PIC 9(04) VALUE 0.
       77  WS-YEAR-GIVEN        PIC X VALUE 'N'.
           88 WS-YEAR-FROM-CARD VALUE 'Y'.

       01  WS-PARAM-FIELDS.
           05 WS-PRM-KEY        PIC X(20).
           05 WS-PRM-VALUE      PIC X(10).
           05 WS-PRM-NUM        PIC 9(05).
           05 WS-PRM-NUM-OK     PIC X VALUE 'N'.
              88 WS-PRM-NUM-GOOD   VALUE 'Y'.
           05 WS-PRM-IDX        PIC 9(02).
           05 WS-PRM-DIGIT-X    PIC X(01).
           05 WS-PRM-DIGIT REDEFINES WS-PRM-DIGIT-X PIC 9(01).
           05 WS-PRM-INT        PIC 9(02).
           05 WS-PRM-DEC        PIC 9(02).
           05 WS-PRM-MARK       PIC 99V99.

      *De-editing scratch fields - grades, coefficients and averages
      *are filed in their display shapes, so arithmetic needs them
      *moved back digit by digit.
       01  WS-DE-FIELDS.
           05 WS-DE-EDIT        PIC X(05).
           05 WS-DE-INT         PIC 9(02).
           05 WS-DE-DEC         PIC 9(02).
           05 WS-DE-NUM         PIC 99V99.
           05 WS-DE-C1-X        PIC X(01).
           05 WS-DE-C1 REDEFINES WS-DE-C1-X PIC 9(01).
           05 WS-DE-C2-X        PIC X(01).
           05 WS-DE-C2 REDEFINES WS-DE-C2-X PIC 9(01).
           05 WS-DE-COEF        PIC 9V9.

       77  WS-MULTI             PIC 9(03)V99.
       77  WS-TTL-COEFGR        PIC 9(05)V99.
       77  WS-TTL-COEF          PIC 9(03)V9.

      *Per-student results for the block being printed.
       77  WS-RANK              PIC 9(03).
       77  WS-MENT-LABEL        PIC X(14).
       77  WS-DECISION          PIC X(10).
       77  WS-AT-RISK-FLAG      PIC X VALUE 'N'.
           88 WS-AT-RISK        VALUE 'Y'.
       77  WS-DROP-FLAG         PIC X VALUE 'N'.
           88 WS-DROPPED        VALUE 'Y'.

      *Class summary tallies, reset at each class break.
       77  WS-CLS-SUM           PIC 9(05)V99.
       77  WS-CLS-AV            PIC 99V99.
       77  WS-PASS-CNT          PIC 9(03).
       77  WS-PASS-PCT          PIC 9(03).
       77  WS-CNT-FELIC         PIC 9(03).
       77  WS-CNT-COMPL         PIC 9(03).
       77  WS-CNT-ENCOUR        PIC 9(03).
       77  WS-CNT-INCOMPL       PIC 9(03).
       77  WS-CNT-NOMENT        PIC 9(03).
       77  WS-CNT-PROMO         PIC 9(03).
       77  WS-CNT-CONSEIL       PIC 9(03).
       77  WS-CNT-RETAIN        PIC 9(03).
       77  WS-CNT-NODEC         PIC 9(03).

       77  WS-CLS-DONE          PIC 9(03) VALUE 0.
       77  WS-ASTERIX-LINE      PIC X(76) VALUE ALL '*'.
       77  WS-DASH-LINE         PIC X(76) VALUE ALL '-'.
       77  WS-FORM-FEED         PIC X(01) VALUE X'0C'.


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
      *Class council (conseil de classe) dossier - one section per
      *SM-CLASS on the extract, one block per student with the T1/T2
      *averages from history.dat, the rank in the class on the
      *current term's average, the absence days and (ABS) courses,
      *the mention, at-risk and incomplete flags, the studprog.cbl
      *drop flag and the decision studyear.cbl proposed, then a class
      *summary page - everything the head teacher used to gather by
      *hand from five separate listings.
       PERFORM PARA-READ-PARAMS.
       PERFORM PARA-PICK-YEAR.
       PERFORM PARA-LOAD-HISTORY.
       PERFORM PARA-LOAD-DECISIONS.

       OPEN INPUT F-EXTRACT.
       IF NOT F-EXTRACT-STATUS-OK THEN
          DISPLAY 'ERROR: CANNOT OPEN EXTRACT.DAT - RUN student FIRST'
          MOVE 'ERROR' TO WS-RL-STATUS
          PERFORM PARA-RUNLOG-PARAMS
          PERFORM PARA-WRITE-RUNLOG
          STOP RUN
       END-IF.
       CLOSE F-EXTRACT.

       OPEN OUTPUT F-COUNCIL.
       SORT SRT-FILE ON ASCENDING KEY SRT-CLASS SRT-LASTNAME
                                      SRT-FIRSTNAME
           INPUT PROCEDURE IS PARA-SORT-FEED
           OUTPUT PROCEDURE IS PARA-SORT-TAKE.
       CLOSE F-COUNCIL.

       DISPLAY 'CLASS COUNCIL DOSSIER: ' WS-CLS-DONE ' CLASS(ES), '
               WS-RL-REC-IN ' STUDENT(S) - SEE COUNCIL.RPT'.
       PERFORM PARA-RUNLOG-PARAMS.
       MOVE WS-CLS-DONE TO WS-RL-REC-OUT.
       PERFORM PARA-WRITE-RUNLOG.
       STOP RUN.

      *Pick up PASSING-MARK, the MENTION-x thresholds and SCHOOL-YEAR
      *from params.dat so the dossier judges the students the same
      *way the batch and the year-end run did. Cards this program has
      *no use for are the batch's business and are skipped quietly.
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
         WHEN 'PASSING-MARK'
              PERFORM PARA-PRM-PARSE-MARK
              IF WS-PRM-NUM-GOOD THEN
                 MOVE WS-PRM-MARK TO WS-PASSING-MARK
              END-IF
         WHEN 'MENTION-F'
              PERFORM PARA-PRM-PARSE-MARK
              IF WS-PRM-NUM-GOOD THEN
                 MOVE WS-PRM-MARK TO WS-MENT-F
              END-IF
         WHEN 'MENTION-C'
              PERFORM PARA-PRM-PARSE-MARK
              IF WS-PRM-NUM-GOOD THEN
                 MOVE WS-PRM-MARK TO WS-MENT-C
              END-IF
         WHEN 'MENTION-E'
              PERFORM PARA-PRM-PARSE-MARK
              IF WS-PRM-NUM-GOOD THEN
                 MOVE WS-PRM-MARK TO WS-MENT-E
              END-IF
         WHEN 'SCHOOL-YEAR'
              PERFORM PARA-PRM-PARSE-NUM
              IF WS-PRM-NUM-GOOD AND WS-PRM-NUM >= 1900 AND
                                             WS-PRM-NUM <= 2999 THEN
                 MOVE WS-PRM-NUM TO WS-RPT-YEAR
                 MOVE 'Y' TO WS-YEAR-GIVEN
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

      *Without a SCHOOL-YEAR card the dossier covers the most recent
      *year found on the archive - a January council over autumn
      *results must not default to the new calendar year.
       PARA-PICK-YEAR.
       IF WS-YEAR-FROM-CARD THEN
          CONTINUE
       ELSE
          OPEN INPUT F-HISTORY
          IF NOT F-HISTORY-STATUS-OK THEN
             DISPLAY 'ERROR: CANNOT OPEN HISTORY.DAT - RUN student '
                     'FIRST'
             MOVE 'ERROR' TO WS-RL-STATUS
             PERFORM PARA-RUNLOG-PARAMS
             PERFORM PARA-WRITE-RUNLOG
             STOP RUN
          END-IF
          PERFORM UNTIL F-HISTORY-STATUS-EOF
            READ F-HISTORY
            IF F-HISTORY-STATUS-OK THEN
               IF HST-YEAR > WS-RPT-YEAR THEN
                  MOVE HST-YEAR TO WS-RPT-YEAR
               END-IF
            END-IF
          END-PERFORM
          CLOSE F-HISTORY
       END-IF.

      *Build HIS-TABLE from every archive record of the selected
      *year - term 1 fills the T1 side of a student's entry, term 2
      *the T2 side.
       PARA-LOAD-HISTORY.
       MOVE SPACE TO F-HISTORY-STATUS.
       OPEN INPUT F-HISTORY.
       IF NOT F-HISTORY-STATUS-OK THEN
          DISPLAY 'ERROR: CANNOT OPEN HISTORY.DAT - RUN student FIRST'
          MOVE 'ERROR' TO WS-RL-STATUS
          PERFORM PARA-RUNLOG-PARAMS
          PERFORM PARA-WRITE-RUNLOG
          STOP RUN
       END-IF.
       PERFORM UNTIL F-HISTORY-STATUS-EOF
         READ F-HISTORY
         IF F-HISTORY-STATUS-OK THEN
            IF HST-YEAR = WS-RPT-YEAR AND
                              (HST-TERM = 1 OR HST-TERM = 2) THEN
               PERFORM PARA-FILE-HISTORY
            END-IF
         END-IF
       END-PERFORM.
       CLOSE F-HISTORY.

       PARA-FILE-HISTORY.
       MOVE 0 TO WS-P-FOUND.
       PERFORM VARYING WS-P FROM 1 BY 1 UNTIL WS-P > HIS-COUNT
                                            OR WS-P-FOUND > 0
         IF HIS-ID(WS-P) = HST-S-KEY THEN
            MOVE WS-P TO WS-P-FOUND
         END-IF
       END-PERFORM.
       IF WS-P-FOUND = 0 THEN
          IF HIS-COUNT >= 999 THEN
             DISPLAY 'ERROR: MORE THAN 999 STUDENTS ON HISTORY - '
                     'RECORD SKIPPED'
          ELSE
             ADD 1 TO HIS-COUNT
             MOVE HIS-COUNT TO WS-P-FOUND
             INITIALIZE HIS-ENTRY(WS-P-FOUND)
             MOVE HST-S-KEY TO HIS-ID(WS-P-FOUND)
          END-IF
       END-IF.
       IF WS-P-FOUND > 0 THEN
          MOVE HST-AVERAGE TO WS-DE-EDIT
          PERFORM PARA-DE-EDIT
          IF HST-TERM = 1 THEN
             MOVE 1 TO HIS-HAS-T1(WS-P-FOUND)
             MOVE WS-DE-NUM TO HIS-AV1(WS-P-FOUND)
          ELSE
             MOVE 1 TO HIS-HAS-T2(WS-P-FOUND)
             MOVE WS-DE-NUM TO HIS-AV2(WS-P-FOUND)
          END-IF
       END-IF.

      *Decisions of the selected year - the last one filed for a
      *student wins, as a rerun of studyear.cbl rewrites the file.
       PARA-LOAD-DECISIONS.
       OPEN INPUT F-DECIS.
       IF F-DECIS-STATUS-OK THEN
          MOVE 'Y' TO WS-DECIS-OPEN
          PERFORM UNTIL F-DECIS-STATUS-EOF
            READ F-DECIS
            IF F-DECIS-STATUS-OK AND DEC-YEAR = WS-RPT-YEAR THEN
               PERFORM PARA-FILE-DECISION
            END-IF
          END-PERFORM
          CLOSE F-DECIS
       ELSE
          DISPLAY 'DECISIONS.DAT NOT FOUND - NO DECISIONS PROPOSED YET'
       END-IF.

       PARA-FILE-DECISION.
       MOVE 0 TO WS-P-FOUND.
       PERFORM VARYING WS-P FROM 1 BY 1 UNTIL WS-P > DCS-COUNT
                                            OR WS-P-FOUND > 0
         IF DCS-ID(WS-P) = DEC-S-KEY THEN
            MOVE WS-P TO WS-P-FOUND
         END-IF
       END-PERFORM.
       IF WS-P-FOUND = 0 AND DCS-COUNT < 999 THEN
          ADD 1 TO DCS-COUNT
          MOVE DCS-COUNT TO WS-P-FOUND
          MOVE DEC-S-KEY TO DCS-ID(WS-P-FOUND)
       END-IF.
       IF WS-P-FOUND > 0 THEN
          MOVE DEC-DECISION TO DCS-DECISION(WS-P-FOUND)
       END-IF.

      *Turn the filed NN,NN display shape back into a computational
      *value.
       PARA-DE-EDIT.
       MOVE WS-DE-EDIT(1:2) TO WS-DE-INT.
       MOVE WS-DE-EDIT(4:2) TO WS-DE-DEC.
       COMPUTE WS-DE-NUM = WS-DE-INT + WS-DE-DEC / 100.

      *Feed the sort - one record per extract record, the term
      *average recomputed off the filed coefficients and grades the
      *same way the batch's sort feed does, so the two always agree.
       PARA-SORT-FEED.
       MOVE SPACE TO F-EXTRACT-STATUS.
       OPEN INPUT F-EXTRACT.
       PERFORM UNTIL F-EXTRACT-STATUS-EOF
         READ F-EXTRACT
         IF F-EXTRACT-STATUS-OK THEN
            ADD 1 TO WS-RL-REC-IN
            MOVE 0 TO WS-TTL-COEFGR WS-TTL-COEF
            PERFORM VARYING WS-IDX1 FROM 1 BY 1 UNTIL WS-IDX1 > 20
                                    OR R-LABEL-OUT(WS-IDX1) = SPACES
              MOVE R-COEF-OUT(WS-IDX1)(1:1) TO WS-DE-C1-X
              MOVE R-COEF-OUT(WS-IDX1)(3:1) TO WS-DE-C2-X
              COMPUTE WS-DE-COEF = WS-DE-C1 + WS-DE-C2 / 10
              MOVE R-GRADE-OUT(WS-IDX1) TO WS-DE-EDIT
              PERFORM PARA-DE-EDIT
              MULTIPLY WS-DE-COEF BY WS-DE-NUM GIVING WS-MULTI
                                                               ROUNDED
              COMPUTE WS-TTL-COEFGR = WS-TTL-COEFGR + WS-MULTI
              COMPUTE WS-TTL-COEF = WS-TTL-COEF + WS-DE-COEF
            END-PERFORM
            MOVE SPACES TO SRT-REC
            MOVE R-CLASS-OUT TO SRT-CLASS
            MOVE R-LASTNAME-OUT TO SRT-LASTNAME
            MOVE R-FIRSTNAME-OUT TO SRT-FIRSTNAME
            IF WS-TTL-COEF > 0 THEN
               DIVIDE WS-TTL-COEFGR BY WS-TTL-COEF GIVING SRT-AVERAGE
                                                               ROUNDED
            ELSE
               MOVE 0 TO SRT-AVERAGE
            END-IF
            MOVE REC-ST-OUTPUT TO SRT-EXTRACT
            RELEASE SRT-REC
         END-IF
       END-PERFORM.
       CLOSE F-EXTRACT.

      *Take the sorted records back one class at a time - a class
      *break prints the finished class's dossier before the next
      *class starts collecting.
       PARA-SORT-TAKE.
       MOVE 0 TO CLS-COUNT.
       MOVE SPACES TO WS-CUR-CLASS.
       MOVE 'N' TO WS-SORT-EOF-FLG.
       PERFORM UNTIL WS-SORT-DONE
         RETURN SRT-FILE RECORD
           AT END
              MOVE 'Y' TO WS-SORT-EOF-FLG
              IF CLS-COUNT > 0 THEN
                 PERFORM PARA-CLASS-DOSSIER
              END-IF
           NOT AT END
              IF CLS-COUNT > 0 AND SRT-CLASS NOT = WS-CUR-CLASS THEN
                 PERFORM PARA-CLASS-DOSSIER
                 MOVE 0 TO CLS-COUNT
              END-IF
              MOVE SRT-CLASS TO WS-CUR-CLASS
              IF CLS-COUNT >= 500 THEN
                 DISPLAY 'ERROR: CLASS ' WS-CUR-CLASS ' HAS MORE THAN '
                         '500 STUDENTS - ' SRT-LASTNAME
                         ' NOT IN THE DOSSIER'
              ELSE
                 ADD 1 TO CLS-COUNT
                 MOVE SRT-AVERAGE TO CLS-AVERAGE(CLS-COUNT)
                 MOVE SRT-EXTRACT TO CLS-EXTRACT(CLS-COUNT)
              END-IF
         END-RETURN
       END-PERFORM.

      *One class: heading, a block per student in name order, then
      *the summary page - a form feed ahead of each class after the
      *first and ahead of the summary.
       PARA-CLASS-DOSSIER.
       ADD 1 TO WS-CLS-DONE.
       MOVE 0 TO WS-CLS-SUM WS-PASS-CNT CCR-COUNT.
       MOVE 0 TO WS-CNT-FELIC WS-CNT-COMPL WS-CNT-ENCOUR
                 WS-CNT-INCOMPL WS-CNT-NOMENT.
       MOVE 0 TO WS-CNT-PROMO WS-CNT-CONSEIL WS-CNT-RETAIN
                 WS-CNT-NODEC.
       IF WS-CLS-DONE > 1 THEN
          MOVE SPACES TO REC-F-COUNCIL
          MOVE WS-FORM-FEED TO REC-F-COUNCIL(1:1)
          WRITE REC-F-COUNCIL
       END-IF.
       MOVE CLS-EXTRACT(1) TO REC-ST-OUTPUT.
       MOVE WS-ASTERIX-LINE TO REC-F-COUNCIL.
       WRITE REC-F-COUNCIL.
       MOVE '          CONSEIL DE CLASSE - DOSSIER - CLASSE' TO
                                                       REC-F-COUNCIL.
       MOVE WS-CUR-CLASS TO REC-F-COUNCIL(48:5).
       WRITE REC-F-COUNCIL.
       MOVE WS-ASTERIX-LINE TO REC-F-COUNCIL.
       WRITE REC-F-COUNCIL.
       MOVE 'SCHOOL YEAR : ' TO REC-F-COUNCIL.
       MOVE WS-RPT-YEAR TO REC-F-COUNCIL(15:4).
       MOVE 'TERM' TO REC-F-COUNCIL(22:4).
       MOVE R-TERM-OUT TO REC-F-COUNCIL(27:1).
       WRITE REC-F-COUNCIL.
       MOVE 'PASSING MARK: ' TO REC-F-COUNCIL.
       MOVE WS-PASSING-MARK(1:2) TO REC-F-COUNCIL(15:2).
       MOVE '.' TO REC-F-COUNCIL(17:1).
       MOVE WS-PASSING-MARK(3:2) TO REC-F-COUNCIL(18:2).
       MOVE 'STUDENTS' TO REC-F-COUNCIL(22:8).
       MOVE CLS-COUNT TO REC-F-COUNCIL(31:3).
       WRITE REC-F-COUNCIL.

       PERFORM VARYING WS-S FROM 1 BY 1 UNTIL WS-S > CLS-COUNT
         MOVE CLS-EXTRACT(WS-S) TO REC-ST-OUTPUT
         PERFORM PARA-STUDENT-BLOCK
       END-PERFORM.

       PERFORM PARA-CLASS-SUMMARY.

      *One student's block. Rank is on the current term's average -
      *one more than the number of classmates strictly above, so
      *equal averages share a rank.
       PARA-STUDENT-BLOCK.
       MOVE 1 TO WS-RANK.
       PERFORM VARYING WS-S2 FROM 1 BY 1 UNTIL WS-S2 > CLS-COUNT
         IF CLS-AVERAGE(WS-S2) > CLS-AVERAGE(WS-S) THEN
            ADD 1 TO WS-RANK
         END-IF
       END-PERFORM.
       ADD CLS-AVERAGE(WS-S) TO WS-CLS-SUM.
       IF CLS-AVERAGE(WS-S) >= WS-PASSING-MARK THEN
          ADD 1 TO WS-PASS-CNT
       END-IF.

       MOVE WS-DASH-LINE TO REC-F-COUNCIL.
       WRITE REC-F-COUNCIL.
       MOVE SPACES TO REC-F-COUNCIL.
       MOVE 'NO' TO REC-F-COUNCIL(1:2).
       MOVE R-S-KEY-OUT TO REC-F-COUNCIL(4:3).
       MOVE R-LASTNAME-OUT TO REC-F-COUNCIL(9:7).
       MOVE R-FIRSTNAME-OUT TO REC-F-COUNCIL(17:6).
       MOVE 'AGE' TO REC-F-COUNCIL(25:3).
       MOVE R-AGE-OUT TO REC-F-COUNCIL(29:2).
       MOVE 'RANK' TO REC-F-COUNCIL(34:4).
       MOVE WS-RANK TO REC-F-COUNCIL(39:3).
       MOVE '/' TO REC-F-COUNCIL(43:1).
       MOVE CLS-COUNT TO REC-F-COUNCIL(45:3).
       WRITE REC-F-COUNCIL.

      *T1/T2 off the archive, then this term's average.
       MOVE 0 TO WS-P-FOUND.
       PERFORM VARYING WS-P FROM 1 BY 1 UNTIL WS-P > HIS-COUNT
                                            OR WS-P-FOUND > 0
         IF HIS-ID(WS-P) = R-S-KEY-OUT THEN
            MOVE WS-P TO WS-P-FOUND
         END-IF
       END-PERFORM.
       MOVE SPACES TO REC-F-COUNCIL.
       MOVE 'AVERAGES    T1' TO REC-F-COUNCIL(1:14).
       MOVE '  -  ' TO REC-F-COUNCIL(16:5).
       MOVE 'T2' TO REC-F-COUNCIL(23:2).
       MOVE '  -  ' TO REC-F-COUNCIL(26:5).
       IF WS-P-FOUND > 0 THEN
          IF HIS-HAS-T1(WS-P-FOUND) = 1 THEN
             MOVE HIS-AV1(WS-P-FOUND)(1:2) TO REC-F-COUNCIL(16:2)
             MOVE '.' TO REC-F-COUNCIL(18:1)
             MOVE HIS-AV1(WS-P-FOUND)(3:2) TO REC-F-COUNCIL(19:2)
          END-IF
          IF HIS-HAS-T2(WS-P-FOUND) = 1 THEN
             MOVE HIS-AV2(WS-P-FOUND)(1:2) TO REC-F-COUNCIL(26:2)
             MOVE '.' TO REC-F-COUNCIL(28:1)
             MOVE HIS-AV2(WS-P-FOUND)(3:2) TO REC-F-COUNCIL(29:2)
          END-IF
       END-IF.
       MOVE 'THIS TERM' TO REC-F-COUNCIL(33:9).
       MOVE CLS-AVERAGE(WS-S)(1:2) TO REC-F-COUNCIL(43:2).
       MOVE '.' TO REC-F-COUNCIL(45:1).
       MOVE CLS-AVERAGE(WS-S)(3:2) TO REC-F-COUNCIL(46:2).
       WRITE REC-F-COUNCIL.

      *Absence days and the courses the student was marked absent
      *for - the (ABS) markers of the bulletin.
       MOVE SPACES TO REC-F-COUNCIL.
       MOVE 'ABSENCES' TO REC-F-COUNCIL(1:8).
       MOVE R-ABS-DAYS-OUT(1:2) TO REC-F-COUNCIL(16:2).
       MOVE '.' TO REC-F-COUNCIL(18:1).
       MOVE R-ABS-DAYS-OUT(4:1) TO REC-F-COUNCIL(19:1).
       MOVE 'DAYS' TO REC-F-COUNCIL(21:4).
       MOVE '(ABS)' TO REC-F-COUNCIL(33:5).
       MOVE 39 TO WS-COL.
       PERFORM VARYING WS-IDX1 FROM 1 BY 1 UNTIL WS-IDX1 > 20
                               OR R-LABEL-OUT(WS-IDX1) = SPACES
         IF R-ABSENT-OUT(WS-IDX1) = 1 THEN
            MOVE R-CODE-OUT(WS-IDX1) TO REC-F-COUNCIL(WS-COL:3)
            ADD 4 TO WS-COL
         END-IF
         MOVE R-GRADE-OUT(WS-IDX1) TO WS-DE-EDIT
         PERFORM PARA-DE-EDIT
         PERFORM PARA-TALLY-COURSE
       END-PERFORM.
       IF WS-COL = 39 THEN
          MOVE 'NONE' TO REC-F-COUNCIL(39:4)
       END-IF.
       WRITE REC-F-COUNCIL.

      *Mention as the batch awards it - none for an incomplete
      *average - and the batch's at-risk rule: overall average or
      *any single course under the passing mark.
       EVALUATE TRUE
         WHEN R-INCOMPL-OUT = 1
              MOVE 'INCOMPLET' TO WS-MENT-LABEL
              ADD 1 TO WS-CNT-INCOMPL
         WHEN CLS-AVERAGE(WS-S) >= WS-MENT-F
              MOVE 'FELICITATIONS' TO WS-MENT-LABEL
              ADD 1 TO WS-CNT-FELIC
         WHEN CLS-AVERAGE(WS-S) >= WS-MENT-C
              MOVE 'COMPLIMENTS' TO WS-MENT-LABEL
              ADD 1 TO WS-CNT-COMPL
         WHEN CLS-AVERAGE(WS-S) >= WS-MENT-E
              MOVE 'ENCOURAGEMENTS' TO WS-MENT-LABEL
              ADD 1 TO WS-CNT-ENCOUR
         WHEN OTHER
              MOVE 'NONE' TO WS-MENT-LABEL
              ADD 1 TO WS-CNT-NOMENT
       END-EVALUATE.
       MOVE 'N' TO WS-AT-RISK-FLAG.
       IF CLS-AVERAGE(WS-S) < WS-PASSING-MARK THEN
          MOVE 'Y' TO WS-AT-RISK-FLAG
       END-IF.
       PERFORM VARYING WS-IDX1 FROM 1 BY 1 UNTIL WS-IDX1 > 20
                               OR R-LABEL-OUT(WS-IDX1) = SPACES
         MOVE R-GRADE-OUT(WS-IDX1) TO WS-DE-EDIT
         PERFORM PARA-DE-EDIT
         IF WS-DE-NUM < WS-PASSING-MARK THEN
            MOVE 'Y' TO WS-AT-RISK-FLAG
         END-IF
       END-PERFORM.
       MOVE SPACES TO REC-F-COUNCIL.
       MOVE 'MENTION' TO REC-F-COUNCIL(1:7).
       MOVE WS-MENT-LABEL TO REC-F-COUNCIL(16:14).
       IF WS-AT-RISK THEN
          MOVE 'AT RISK' TO REC-F-COUNCIL(33:7)
       END-IF.
       IF R-INCOMPL-OUT = 1 THEN
          MOVE 'INCOMPLETE CURRICULUM' TO REC-F-COUNCIL(42:21)
       END-IF.
       WRITE REC-F-COUNCIL.

      *studprog.cbl's flags - a fall of more than the drop limit, or
      *a T1 pass followed by a T2 under the passing mark.
       MOVE SPACES TO REC-F-COUNCIL.
       MOVE 'PROGRESSION' TO REC-F-COUNCIL(1:11).
       MOVE 'N' TO WS-DROP-FLAG.
       IF WS-P-FOUND = 0 THEN
          MOVE 'NO TERM ON FILE' TO REC-F-COUNCIL(16:15)
       ELSE
        IF HIS-HAS-T1(WS-P-FOUND) = 1 AND
                                   HIS-HAS-T2(WS-P-FOUND) = 1 THEN
          IF HIS-AV1(WS-P-FOUND) - HIS-AV2(WS-P-FOUND)
                                              > WS-DROP-LIMIT THEN
             MOVE 'SHARP DROP' TO REC-F-COUNCIL(16:10)
             MOVE 'Y' TO WS-DROP-FLAG
          END-IF
          IF HIS-AV1(WS-P-FOUND) >= WS-PASSING-MARK AND
                         HIS-AV2(WS-P-FOUND) < WS-PASSING-MARK THEN
             MOVE 'FELL UNDER PASSING MARK' TO REC-F-COUNCIL(27:23)
             MOVE 'Y' TO WS-DROP-FLAG
          END-IF
          IF NOT WS-DROPPED THEN
             MOVE 'NO DROP' TO REC-F-COUNCIL(16:7)
          END-IF
        ELSE
          MOVE 'ONE TERM ONLY ON FILE' TO REC-F-COUNCIL(16:21)
        END-IF
       END-IF.
       WRITE REC-F-COUNCIL.

      *Decision studyear.cbl proposed for the year, if it has run.
       MOVE SPACES TO WS-DECISION.
       PERFORM VARYING WS-P FROM 1 BY 1 UNTIL WS-P > DCS-COUNT
         IF DCS-ID(WS-P) = R-S-KEY-OUT THEN
            MOVE DCS-DECISION(WS-P) TO WS-DECISION
         END-IF
       END-PERFORM.
       EVALUATE WS-DECISION
         WHEN 'PROMOTED'
              ADD 1 TO WS-CNT-PROMO
         WHEN 'CONSEIL'
              ADD 1 TO WS-CNT-CONSEIL
         WHEN 'RETAINED'
              ADD 1 TO WS-CNT-RETAIN
         WHEN OTHER
              ADD 1 TO WS-CNT-NODEC
              MOVE 'NOT YET' TO WS-DECISION
       END-EVALUATE.
       MOVE SPACES TO REC-F-COUNCIL.
       MOVE 'DECISION' TO REC-F-COUNCIL(1:8).
       MOVE WS-DECISION TO REC-F-COUNCIL(16:10).
       WRITE REC-F-COUNCIL.

      *Add one course grade to the class's running total for its
      *code, claiming a new row the first time the code is seen.
       PARA-TALLY-COURSE.
       MOVE 0 TO WS-V-FOUND.
       PERFORM VARYING WS-V FROM 1 BY 1 UNTIL WS-V > CCR-COUNT
                                            OR WS-V-FOUND > 0
         IF CCR-CODE(WS-V) = R-CODE-OUT(WS-IDX1) THEN
            MOVE WS-V TO WS-V-FOUND
         END-IF
       END-PERFORM.
       IF WS-V-FOUND = 0 AND CCR-COUNT < 40 THEN
          ADD 1 TO CCR-COUNT
          MOVE CCR-COUNT TO WS-V-FOUND
          MOVE R-CODE-OUT(WS-IDX1) TO CCR-CODE(WS-V-FOUND)
          MOVE R-LABEL-OUT(WS-IDX1) TO CCR-LABEL(WS-V-FOUND)
          MOVE 0 TO CCR-SUM(WS-V-FOUND) CCR-N(WS-V-FOUND)
       END-IF.
       IF WS-V-FOUND > 0 THEN
          ADD WS-DE-NUM TO CCR-SUM(WS-V-FOUND)
          ADD 1 TO CCR-N(WS-V-FOUND)
       END-IF.

      *Summary page - class average, pass rate on the passing mark,
      *mention and decision counts, and each course's class average.
       PARA-CLASS-SUMMARY.
       DIVIDE WS-CLS-SUM BY CLS-COUNT GIVING WS-CLS-AV ROUNDED.
       COMPUTE WS-PASS-PCT ROUNDED = WS-PASS-CNT * 100 / CLS-COUNT.
       MOVE SPACES TO REC-F-COUNCIL.
       MOVE WS-FORM-FEED TO REC-F-COUNCIL(1:1).
       WRITE REC-F-COUNCIL.
       MOVE WS-ASTERIX-LINE TO REC-F-COUNCIL.
       WRITE REC-F-COUNCIL.
       MOVE '          CONSEIL DE CLASSE - SUMMARY - CLASSE' TO
                                                       REC-F-COUNCIL.
       MOVE WS-CUR-CLASS TO REC-F-COUNCIL(48:5).
       WRITE REC-F-COUNCIL.
       MOVE WS-ASTERIX-LINE TO REC-F-COUNCIL.
       WRITE REC-F-COUNCIL.
       MOVE 'STUDENTS           =>  ' TO REC-F-COUNCIL.
       MOVE CLS-COUNT TO REC-F-COUNCIL(24:3).
       WRITE REC-F-COUNCIL.
       MOVE 'CLASS AVERAGE      =>  ' TO REC-F-COUNCIL.
       MOVE WS-CLS-AV(1:2) TO REC-F-COUNCIL(24:2).
       MOVE '.' TO REC-F-COUNCIL(26:1).
       MOVE WS-CLS-AV(3:2) TO REC-F-COUNCIL(27:2).
       WRITE REC-F-COUNCIL.
       MOVE 'PASSING            =>  ' TO REC-F-COUNCIL.
       MOVE WS-PASS-CNT TO REC-F-COUNCIL(24:3).
       MOVE '(' TO REC-F-COUNCIL(28:1).
       MOVE WS-PASS-PCT TO REC-F-COUNCIL(29:3).
       MOVE '%)' TO REC-F-COUNCIL(32:2).
       WRITE REC-F-COUNCIL.
       MOVE SPACES TO REC-F-COUNCIL.
       WRITE REC-F-COUNCIL.
       MOVE 'MENTIONS' TO REC-F-COUNCIL.
       WRITE REC-F-COUNCIL.
       MOVE '  FELICITATIONS    =>  ' TO REC-F-COUNCIL.
       MOVE WS-CNT-FELIC TO REC-F-COUNCIL(24:3).
       WRITE REC-F-COUNCIL.
       MOVE '  COMPLIMENTS      =>  ' TO REC-F-COUNCIL.
       MOVE WS-CNT-COMPL TO REC-F-COUNCIL(24:3).
       WRITE REC-F-COUNCIL.
       MOVE '  ENCOURAGEMENTS   =>  ' TO REC-F-COUNCIL.
       MOVE WS-CNT-ENCOUR TO REC-F-COUNCIL(24:3).
       WRITE REC-F-COUNCIL.
       MOVE '  INCOMPLET        =>  ' TO REC-F-COUNCIL.
       MOVE WS-CNT-INCOMPL TO REC-F-COUNCIL(24:3).
       WRITE REC-F-COUNCIL.
       MOVE '  NONE             =>  ' TO REC-F-COUNCIL.
       MOVE WS-CNT-NOMENT TO REC-F-COUNCIL(24:3).
       WRITE REC-F-COUNCIL.
       MOVE SPACES TO REC-F-COUNCIL.
       WRITE REC-F-COUNCIL.
       MOVE 'DECISIONS' TO REC-F-COUNCIL.
       WRITE REC-F-COUNCIL.
       MOVE '  PROMOTED         =>  ' TO REC-F-COUNCIL.
       MOVE WS-CNT-PROMO TO REC-F-COUNCIL(24:3).
       WRITE REC-F-COUNCIL.
       MOVE '  CONSEIL          =>  ' TO REC-F-COUNCIL.
       MOVE WS-CNT-CONSEIL TO REC-F-COUNCIL(24:3).
       WRITE REC-F-COUNCIL.
       MOVE '  RETAINED         =>  ' TO REC-F-COUNCIL.
       MOVE WS-CNT-RETAIN TO REC-F-COUNCIL(24:3).
       WRITE REC-F-COUNCIL.
       MOVE '  NOT YET DECIDED  =>  ' TO REC-F-COUNCIL.
       MOVE WS-CNT-NODEC TO REC-F-COUNCIL(24:3).
       WRITE REC-F-COUNCIL.
       MOVE SPACES TO REC-F-COUNCIL.
       WRITE REC-F-COUNCIL.
       MOVE 'COURSE AVERAGES' TO REC-F-COUNCIL.
       WRITE REC-F-COUNCIL.
       MOVE '  CRS LABEL                 AVERAGE  GRADES' TO
                                                       REC-F-COUNCIL.
       WRITE REC-F-COUNCIL.
       PERFORM VARYING WS-V FROM 1 BY 1 UNTIL WS-V > CCR-COUNT
         DIVIDE CCR-SUM(WS-V) BY CCR-N(WS-V) GIVING CCR-AV(WS-V)
                                                                ROUNDED
         MOVE SPACES TO REC-F-COUNCIL
         MOVE CCR-CODE(WS-V) TO REC-F-COUNCIL(3:3)
         MOVE CCR-LABEL(WS-V) TO REC-F-COUNCIL(7:21)
         MOVE CCR-AV(WS-V)(1:2) TO REC-F-COUNCIL(29:2)
         MOVE '.' TO REC-F-COUNCIL(31:1)
         MOVE CCR-AV(WS-V)(3:2) TO REC-F-COUNCIL(32:2)
         MOVE CCR-N(WS-V) TO REC-F-COUNCIL(38:3)
         WRITE REC-F-COUNCIL
       END-PERFORM.

      *Key parameters for the run-log record - passing mark and the
      *school year the averages and decisions were taken from.
       PARA-RUNLOG-PARAMS.
       MOVE SPACES TO WS-RL-PARAMS.
       MOVE 'PM' TO WS-RL-PARAMS(1:2).
       MOVE WS-PASSING-MARK(1:2) TO WS-RL-PARAMS(4:2).
       MOVE ',' TO WS-RL-PARAMS(6:1).
       MOVE WS-PASSING-MARK(3:2) TO WS-RL-PARAMS(7:2).
       MOVE 'Y' TO WS-RL-PARAMS(10:1).
       MOVE WS-RPT-YEAR TO WS-RL-PARAMS(12:4).

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
       MOVE 'studcons' TO RL-PROGRAM.
       MOVE WS-RL-DATE TO RL-DATE.
       MOVE WS-RL-TIME-RAW(1:6) TO RL-TIME.
       MOVE WS-RL-PARAMS TO RL-PARAMS.
       MOVE WS-RL-REC-IN TO RL-REC-IN.
       MOVE WS-RL-REC-OUT TO RL-REC-OUT.
       MOVE WS-RL-STATUS TO RL-STATUS.
       WRITE REC-RUNLOG.
       CLOSE F-RUNLOG.

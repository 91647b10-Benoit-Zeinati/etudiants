      ******************************************************************
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. classbld.
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
      *Year-end decisions filed by studyear.cbl.
           SELECT F-DECIS
               ASSIGN TO 'decisions.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-DECIS-STATUS.

      *Level-progression table kept by the office - one line per
      *class level: the level, the level its promoted students move
      *up to (blank for the last level, whose promoted students
      *leave the school) and the section letters the level will run
      *next year, e.g. "3E  2D  ABC". Blank and '*' lines are
      *skipped, as in params.dat.
           SELECT F-LEVELS
               ASSIGN TO 'levels.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-LEVELS-STATUS.

      *Permanent student master - read only here for each student's
      *current class, name and status; classapr.cbl does the update.
           SELECT F-STUDMST
               ASSIGN TO 'student.mst'
               ACCESS MODE IS DYNAMIC
               ORGANIZATION IS INDEXED
               RECORD KEY IS SM-ID
               ALTERNATE RECORD KEY IS SM-LASTNAME WITH DUPLICATES
               FILE STATUS IS F-STUDMST-STATUS.

      *Same control-card file the batch reads - only SCHOOL-YEAR and
      *CLASS-BALANCE matter here, every other card belongs to the
      *batch and is skipped without comment.
           SELECT F-PARAMS
               ASSIGN TO 'params.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-PARAMS-STATUS.

      *The proposal itself (see classprp.cpy) and its printed class
      *lists for review.
           SELECT F-CLASSPRP
               ASSIGN TO 'classprop.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-CLASSPRP-STATUS.

           SELECT F-CLASSLST
               ASSIGN TO 'classlst.rpt'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-CLASSLST-STATUS.

      *Sort work - first to deal each level's students out in order,
      *then to print the proposal back by new class and name.
           SELECT SRT-FILE
               ASSIGN TO 'sortwork.tmp'.

           SELECT SRT-LIST
               ASSIGN TO 'sortlist.tmp'.

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

       FD  F-LEVELS
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  REC-LEVEL.
           05 LVL-CODE         PIC X(03).
           05 FILLER           PIC X(01).
           05 LVL-NEXT         PIC X(03).
           05 FILLER           PIC X(01).
           05 LVL-SECTIONS     PIC X(10).
           05 FILLER           PIC X(62).

       FD  F-STUDMST
           RECORD CONTAINS 30 CHARACTERS
           RECORDING MODE IS F.
       COPY 'studmst.cpy'.

       FD  F-PARAMS
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  REC-F-PARAMS        PIC X(80).

       FD  F-CLASSPRP
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       COPY 'classprp.cpy'.

       FD  F-CLASSLST
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  REC-F-CLASSLST      PIC X(80).

      *Dealing order - target level, then (when balancing on the
      *annual average) best average first, then name.
       SD  SRT-FILE.
       01  SRT-REC.
           05 SRT-TARGET       PIC X(03).
           05 SRT-AVYR-KEY     PIC 99V99.
           05 SRT-LASTNAME     PIC X(07).
           05 SRT-FIRSTNAME    PIC X(06).
           05 SRT-S-KEY        PIC 9(03).
           05 SRT-OLD-CLASS    PIC X(05).
           05 SRT-DECISION     PIC X(10).
           05 SRT-AVYR         PIC 99,99.
           05 SRT-NOTE         PIC X(20).

      *classprop.dat as the list sort sees it - same layout as
      *classprp.cpy.
       SD  SRT-LIST.
       01  LST-REC.
           05 LST-S-KEY        PIC 9(03).
           05 FILLER           PIC X(01).
           05 LST-YEAR         PIC 9(04).
           05 FILLER           PIC X(01).
           05 LST-OLD-CLASS    PIC X(05).
           05 FILLER           PIC X(01).
           05 LST-NEW-CLASS    PIC X(05).
           05 FILLER           PIC X(01).
           05 LST-DECISION     PIC X(10).
           05 FILLER           PIC X(01).
           05 LST-AVYR         PIC 99,99.
           05 FILLER           PIC X(01).
           05 LST-LASTNAME     PIC X(07).
           05 FILLER           PIC X(01).
           05 LST-FIRSTNAME    PIC X(06).
           05 FILLER           PIC X(01).
           05 LST-NOTE         PIC X(20).
           05 FILLER           PIC X(07).

       FD  F-RUNLOG
           RECORD CONTAINS 68 CHARACTERS
           RECORDING MODE IS F.
       COPY 'runlog.cpy'.

      ******************************************************************
      *
      ******************************************************************
       WORKING-STORAGE SECTION.
       01  F-DECIS-STATUS      PIC X(02) VALUE SPACE.
           88 F-DECIS-STATUS-OK    VALUE '00'.
           88 F-DECIS-STATUS-EOF   VALUE '10'.

       01  F-LEVELS-STATUS     PIC X(02) VALUE SPACE.
           88 F-LEVELS-STATUS-OK   VALUE '00'.
           88 F-LEVELS-STATUS-EOF  VALUE '10'.

      *'02' here too - the master's last-name alternate key takes
      *duplicates.
       01  F-STUDMST-STATUS    PIC X(02) VALUE SPACE.
           88 F-STUDMST-STATUS-OK  VALUE '00' '02'.

       01  F-PARAMS-STATUS     PIC X(02) VALUE SPACE.
           88 F-PARAMS-STATUS-OK   VALUE '00'.
           88 F-PARAMS-STATUS-EOF  VALUE '10'.

       01  F-CLASSPRP-STATUS   PIC X(02) VALUE SPACE.
           88 F-CLASSPRP-STATUS-OK VALUE '00'.

       01  F-CLASSLST-STATUS   PIC X(02) VALUE SPACE.
           88 F-CLASSLST-STATUS-OK VALUE '00'.

      *The level-progression table, with each level's section count
      *worked out once on load.
       01  LVT-TABLE.
           05 LVT-COUNT          PIC 9(02) VALUE 0.
           05 LVT-ENTRY OCCURS 50 TIMES.
              10 LVT-CODE        PIC X(03).
              10 LVT-NEXT        PIC X(03).
              10 LVT-SECTIONS    PIC X(10).
              10 LVT-SECT-N      PIC 9(02).

       77  WS-L                 PIC 9(02).
       77  WS-L-FOUND           PIC 9(02).
       77  WS-T-FOUND           PIC 9(02).
       77  WS-LEVEL             PIC X(03).
       77  WS-TARGET            PIC X(03).
       77  WS-NOTE              PIC X(20).

      *Dealing state for the level being placed - WS-DEAL-N counts
      *the level's students already dealt, WS-ROUND/WS-POS say which
      *pass over the sections and which section this one lands in.
       77  WS-CUR-TARGET        PIC X(03).
       77  WS-DEAL-N            PIC 9(03).
       77  WS-ROUND             PIC 9(03).
       77  WS-POS               PIC 9(02).
       77  WS-HALF              PIC 9(03).
       77  WS-ODD               PIC 9(01).
       77  WS-NEW-CLASS         PIC X(05).
       77  WS-SORT-EOF-FLG      PIC X VALUE 'N'.
           88 WS-SORT-DONE      VALUE 'Y'.

      *HEADCOUNT deals each level out in name order, one student per
      *section in turn; AVERAGE deals it best annual average first,
      *snaking back along the sections on every other pass, so the
      *sections come out level on DEC-AVYR as well as on numbers.
       77  WS-BALANCE           PIC X(10) VALUE 'HEADCOUNT'.
           88 WS-BALANCE-AVERAGE VALUE 'AVERAGE'.
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

       01  WS-DE-FIELDS.
           05 WS-DE-INT         PIC 9(02).
           05 WS-DE-DEC         PIC 9(02).

      *Class-list printing state - one group per new class, the
      *unplaced students first under a blank class.
       77  WS-LST-CLASS         PIC X(05).
       77  WS-LST-FIRST         PIC X VALUE 'Y'.
           88 WS-LST-IS-FIRST    VALUE 'Y'.
       77  WS-GRP-CNT           PIC 9(03).
       77  WS-GRP-SUM           PIC 9(05)V99.
       77  WS-GRP-AV            PIC 99V99.
       77  WS-DE-AVYR           PIC 99V99.

       77  WS-PLACED-CNT        PIC 9(05) VALUE 0.
       77  WS-UNPLACED-CNT      PIC 9(05) VALUE 0.
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
      *Next-year class building - takes every year-end decision off
      *decisions.dat, moves promoted students up to the next level
      *in levels.dat and keeps retained ones at theirs, and deals
      *each level's students out across its sections. The result is
      *only a proposal: classprop.dat plus the class lists on
      *classlst.rpt for review. student.mst is not touched here -
      *classapr.cbl applies the proposal once it has been approved.
       PERFORM PARA-READ-PARAMS.
       PERFORM PARA-LOAD-LEVELS.
       PERFORM PARA-PICK-YEAR.

       OPEN INPUT F-STUDMST.
       IF NOT F-STUDMST-STATUS-OK THEN
          DISPLAY 'ERROR: CANNOT OPEN STUDENT.MST - RUN studmst FIRST'
          MOVE 'ERROR' TO WS-RL-STATUS
          PERFORM PARA-RUNLOG-PARAMS
          PERFORM PARA-WRITE-RUNLOG
          STOP RUN
       END-IF.
       OPEN OUTPUT F-CLASSPRP.
       SORT SRT-FILE ON ASCENDING KEY SRT-TARGET
                        DESCENDING KEY SRT-AVYR-KEY
                        ASCENDING KEY SRT-LASTNAME SRT-FIRSTNAME
           INPUT PROCEDURE IS PARA-SORT-FEED
           OUTPUT PROCEDURE IS PARA-SORT-TAKE.
       CLOSE F-CLASSPRP.
       CLOSE F-STUDMST.

       OPEN OUTPUT F-CLASSLST.
       SORT SRT-LIST ON ASCENDING KEY LST-NEW-CLASS LST-LASTNAME
                                      LST-FIRSTNAME
           USING F-CLASSPRP
           OUTPUT PROCEDURE IS PARA-PRINT-LISTS.
       CLOSE F-CLASSLST.

       DISPLAY 'CLASS PROPOSAL FOR ' WS-RPT-YEAR ': ' WS-PLACED-CNT
               ' PLACED, ' WS-UNPLACED-CNT ' NOT PLACED - SEE '
               'CLASSLST.RPT, THEN RUN classapr'.
       PERFORM PARA-RUNLOG-PARAMS.
       MOVE WS-PLACED-CNT TO WS-RL-REC-OUT.
       PERFORM PARA-WRITE-RUNLOG.
       STOP RUN.

      *Pick up SCHOOL-YEAR and CLASS-BALANCE from params.dat - every
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
         WHEN 'CLASS-BALANCE'
              IF WS-PRM-VALUE = 'HEADCOUNT' OR
                                       WS-PRM-VALUE = 'AVERAGE' THEN
                 MOVE WS-PRM-VALUE TO WS-BALANCE
              ELSE
                 DISPLAY 'CLASS-BALANCE MUST BE HEADCOUNT OR AVERAGE'
                         ' - HEADCOUNT USED'
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

      *Load levels.dat - a level keyed twice keeps its first line.
       PARA-LOAD-LEVELS.
       OPEN INPUT F-LEVELS.
       IF NOT F-LEVELS-STATUS-OK THEN
          DISPLAY 'ERROR: CANNOT OPEN LEVELS.DAT - NO LEVEL TABLE'
          MOVE 'ERROR' TO WS-RL-STATUS
          PERFORM PARA-RUNLOG-PARAMS
          PERFORM PARA-WRITE-RUNLOG
          STOP RUN
       END-IF.
       PERFORM UNTIL F-LEVELS-STATUS-EOF
         READ F-LEVELS
         IF F-LEVELS-STATUS-OK THEN
            IF REC-LEVEL = SPACES OR REC-LEVEL(1:1) = '*' THEN
               CONTINUE
            ELSE
               MOVE LVL-CODE TO WS-LEVEL
               PERFORM PARA-FIND-LEVEL
               IF WS-L-FOUND > 0 THEN
                  DISPLAY 'LEVEL ' LVL-CODE ' KEYED TWICE IN '
                          'LEVELS.DAT - FIRST LINE KEPT'
               ELSE
                  IF LVT-COUNT >= 50 THEN
                     DISPLAY 'MORE THAN 50 LEVELS IN LEVELS.DAT - '
                             LVL-CODE ' IGNORED'
                  ELSE
                     ADD 1 TO LVT-COUNT
                     MOVE LVL-CODE TO LVT-CODE(LVT-COUNT)
                     MOVE LVL-NEXT TO LVT-NEXT(LVT-COUNT)
                     MOVE LVL-SECTIONS TO LVT-SECTIONS(LVT-COUNT)
                     MOVE 0 TO LVT-SECT-N(LVT-COUNT)
                     PERFORM VARYING WS-L FROM 1 BY 1 UNTIL WS-L > 10
                           OR LVL-SECTIONS(WS-L:1) = SPACE
                       ADD 1 TO LVT-SECT-N(LVT-COUNT)
                     END-PERFORM
                  END-IF
               END-IF
            END-IF
         END-IF
       END-PERFORM.
       CLOSE F-LEVELS.

       PARA-FIND-LEVEL.
       MOVE 0 TO WS-L-FOUND.
       PERFORM VARYING WS-L FROM 1 BY 1 UNTIL WS-L > LVT-COUNT
                                            OR WS-L-FOUND > 0
         IF LVT-CODE(WS-L) = WS-LEVEL THEN
            MOVE WS-L TO WS-L-FOUND
         END-IF
       END-PERFORM.

      *Without a SCHOOL-YEAR card the proposal is built from the most
      *recent year on decisions.dat.
       PARA-PICK-YEAR.
       OPEN INPUT F-DECIS.
       IF NOT F-DECIS-STATUS-OK THEN
          DISPLAY 'ERROR: CANNOT OPEN DECISIONS.DAT - RUN studyear '
                  'FIRST'
          MOVE 'ERROR' TO WS-RL-STATUS
          PERFORM PARA-RUNLOG-PARAMS
          PERFORM PARA-WRITE-RUNLOG
          STOP RUN
       END-IF.
       IF NOT WS-YEAR-FROM-CARD THEN
          PERFORM UNTIL F-DECIS-STATUS-EOF
            READ F-DECIS
            IF F-DECIS-STATUS-OK THEN
               IF DEC-YEAR > WS-RPT-YEAR THEN
                  MOVE DEC-YEAR TO WS-RPT-YEAR
               END-IF
            END-IF
          END-PERFORM
       END-IF.
       CLOSE F-DECIS.

      *Feed the dealing sort - one record per decision of the year,
      *carrying the level the student is headed for. Students who
      *cannot be placed go through with a blank target and the
      *reason in SRT-NOTE.
       PARA-SORT-FEED.
       MOVE SPACE TO F-DECIS-STATUS.
       OPEN INPUT F-DECIS.
       PERFORM UNTIL F-DECIS-STATUS-EOF
         READ F-DECIS
         IF F-DECIS-STATUS-OK AND DEC-YEAR = WS-RPT-YEAR THEN
            ADD 1 TO WS-RL-REC-IN
            PERFORM PARA-FEED-ONE
         END-IF
       END-PERFORM.
       CLOSE F-DECIS.

       PARA-FEED-ONE.
       MOVE SPACES TO SRT-REC WS-TARGET WS-NOTE.
       MOVE DEC-S-KEY TO SRT-S-KEY.
       MOVE DEC-DECISION TO SRT-DECISION.
       MOVE DEC-AVYR TO SRT-AVYR.
       MOVE 0 TO SRT-AVYR-KEY.
       IF WS-BALANCE-AVERAGE THEN
          MOVE DEC-AVYR(1:2) TO WS-DE-INT
          MOVE DEC-AVYR(4:2) TO WS-DE-DEC
          COMPUTE SRT-AVYR-KEY = WS-DE-INT + WS-DE-DEC / 100
       END-IF.
       MOVE DEC-S-KEY TO SM-ID.
       READ F-STUDMST KEY IS SM-ID
         INVALID KEY
            MOVE 'NOT ON STUDENT.MST' TO WS-NOTE
         NOT INVALID KEY
            MOVE SM-LASTNAME TO SRT-LASTNAME
            MOVE SM-FIRSTNAME TO SRT-FIRSTNAME
            MOVE SM-CLASS TO SRT-OLD-CLASS
            PERFORM PARA-PICK-TARGET
       END-READ.
       IF WS-NOTE NOT = SPACES THEN
          MOVE SPACES TO WS-TARGET
       END-IF.
       MOVE WS-TARGET TO SRT-TARGET.
       MOVE WS-NOTE TO SRT-NOTE.
       RELEASE SRT-REC.

      *Level the student is headed for - the next level when
      *promoted, the same one when retained. A CONSEIL decision is
      *the class council's to settle and is left unplaced.
       PARA-PICK-TARGET.
       MOVE SPACES TO WS-LEVEL.
       UNSTRING SM-CLASS DELIMITED BY '-' INTO WS-LEVEL.
       PERFORM PARA-FIND-LEVEL.
       EVALUATE TRUE
         WHEN SM-WITHDRAWN
              MOVE 'WITHDRAWN' TO WS-NOTE
         WHEN WS-L-FOUND = 0
              MOVE 'LEVEL NOT IN TABLE' TO WS-NOTE
         WHEN DEC-DECISION = 'PROMOTED'
              IF LVT-NEXT(WS-L-FOUND) = SPACES THEN
                 MOVE 'LEAVES SCHOOL' TO WS-NOTE
              ELSE
                 MOVE LVT-NEXT(WS-L-FOUND) TO WS-TARGET
              END-IF
         WHEN DEC-DECISION = 'RETAINED'
              MOVE LVT-CODE(WS-L-FOUND) TO WS-TARGET
         WHEN OTHER
              MOVE 'AWAITS CONSEIL' TO WS-NOTE
       END-EVALUATE.
       IF WS-TARGET NOT = SPACES THEN
          MOVE WS-TARGET TO WS-LEVEL
          PERFORM PARA-FIND-LEVEL
          IF WS-L-FOUND = 0 THEN
             MOVE 'NEXT LEVEL NOT IN TABLE' TO WS-NOTE
          ELSE
             IF LVT-SECT-N(WS-L-FOUND) = 0 THEN
                MOVE 'NO SECTIONS FOR LEVEL' TO WS-NOTE
             END-IF
          END-IF
       END-IF.

      *Deal the sorted students out - a target break restarts the
      *count, and each student lands in the next section in turn
      *(snaking back every other pass when balancing on average).
       PARA-SORT-TAKE.
       MOVE SPACES TO WS-CUR-TARGET.
       MOVE 0 TO WS-DEAL-N WS-T-FOUND.
       MOVE 'N' TO WS-SORT-EOF-FLG.
       PERFORM UNTIL WS-SORT-DONE
         RETURN SRT-FILE RECORD
           AT END
              MOVE 'Y' TO WS-SORT-EOF-FLG
           NOT AT END
              PERFORM PARA-DEAL-ONE
         END-RETURN
       END-PERFORM.

       PARA-DEAL-ONE.
       MOVE SPACES TO REC-CLASSPRP.
       MOVE SRT-S-KEY TO PRP-S-KEY.
       MOVE WS-RPT-YEAR TO PRP-YEAR.
       MOVE SRT-OLD-CLASS TO PRP-OLD-CLASS.
       MOVE SRT-DECISION TO PRP-DECISION.
       MOVE SRT-AVYR TO PRP-AVYR.
       MOVE SRT-LASTNAME TO PRP-LASTNAME.
       MOVE SRT-FIRSTNAME TO PRP-FIRSTNAME.
       MOVE SRT-NOTE TO PRP-NOTE.
       IF SRT-TARGET = SPACES THEN
          ADD 1 TO WS-UNPLACED-CNT
       ELSE
          IF SRT-TARGET NOT = WS-CUR-TARGET THEN
             MOVE SRT-TARGET TO WS-CUR-TARGET WS-LEVEL
             PERFORM PARA-FIND-LEVEL
             MOVE WS-L-FOUND TO WS-T-FOUND
             MOVE 0 TO WS-DEAL-N
          END-IF
          DIVIDE WS-DEAL-N BY LVT-SECT-N(WS-T-FOUND)
                 GIVING WS-ROUND REMAINDER WS-POS
          IF WS-BALANCE-AVERAGE THEN
             DIVIDE WS-ROUND BY 2 GIVING WS-HALF REMAINDER WS-ODD
             IF WS-ODD = 1 THEN
                COMPUTE WS-POS = LVT-SECT-N(WS-T-FOUND) - 1 - WS-POS
             END-IF
          END-IF
          ADD 1 TO WS-DEAL-N
          MOVE SPACES TO WS-NEW-CLASS
          STRING LVT-CODE(WS-T-FOUND) DELIMITED BY SPACE
                 '-' DELIMITED BY SIZE
                 LVT-SECTIONS(WS-T-FOUND)(WS-POS + 1:1)
                                        DELIMITED BY SIZE
                 INTO WS-NEW-CLASS
          END-STRING
          MOVE WS-NEW-CLASS TO PRP-NEW-CLASS
          ADD 1 TO WS-PLACED-CNT
       END-IF.
       WRITE REC-CLASSPRP.

      *Print the proposal back by new class - the unplaced students
      *(blank class) come first, each with the reason.
       PARA-PRINT-LISTS.
       MOVE WS-ASTERIX-LINE TO REC-F-CLASSLST.
       WRITE REC-F-CLASSLST.
       MOVE '          PROPOSED CLASSES FOR NEXT YEAR - DECISIONS OF'
                                                    TO REC-F-CLASSLST.
       MOVE WS-RPT-YEAR TO REC-F-CLASSLST(56:4).
       WRITE REC-F-CLASSLST.
       MOVE WS-ASTERIX-LINE TO REC-F-CLASSLST.
       WRITE REC-F-CLASSLST.
       MOVE 'BALANCED ON : ' TO REC-F-CLASSLST.
       MOVE WS-BALANCE TO REC-F-CLASSLST(15:10).
       WRITE REC-F-CLASSLST.
       MOVE 'Y' TO WS-LST-FIRST.
       MOVE 'N' TO WS-SORT-EOF-FLG.
       PERFORM UNTIL WS-SORT-DONE
         RETURN SRT-LIST RECORD
           AT END
              MOVE 'Y' TO WS-SORT-EOF-FLG
              IF NOT WS-LST-IS-FIRST THEN
                 PERFORM PARA-LIST-FOOT
              END-IF
           NOT AT END
              IF WS-LST-IS-FIRST OR
                               LST-NEW-CLASS NOT = WS-LST-CLASS THEN
                 IF NOT WS-LST-IS-FIRST THEN
                    PERFORM PARA-LIST-FOOT
                 END-IF
                 PERFORM PARA-LIST-HEAD
              END-IF
              PERFORM PARA-LIST-LINE
         END-RETURN
       END-PERFORM.

       PARA-LIST-HEAD.
       MOVE 'N' TO WS-LST-FIRST.
       MOVE LST-NEW-CLASS TO WS-LST-CLASS.
       MOVE 0 TO WS-GRP-CNT WS-GRP-SUM.
       MOVE SPACES TO REC-F-CLASSLST.
       WRITE REC-F-CLASSLST.
       IF WS-LST-CLASS = SPACES THEN
          MOVE 'NOT PLACED' TO REC-F-CLASSLST
       ELSE
          MOVE 'CLASSE' TO REC-F-CLASSLST
          MOVE WS-LST-CLASS TO REC-F-CLASSLST(8:5)
       END-IF.
       WRITE REC-F-CLASSLST.
       MOVE ' ID  LAST    FIRST  FROM  DECISION   AV.YR  NOTE' TO
                                                    REC-F-CLASSLST.
       WRITE REC-F-CLASSLST.

       PARA-LIST-LINE.
       ADD 1 TO WS-GRP-CNT.
       MOVE LST-AVYR(1:2) TO WS-DE-INT.
       MOVE LST-AVYR(4:2) TO WS-DE-DEC.
       COMPUTE WS-DE-AVYR = WS-DE-INT + WS-DE-DEC / 100.
       ADD WS-DE-AVYR TO WS-GRP-SUM.
       MOVE SPACES TO REC-F-CLASSLST.
       MOVE LST-S-KEY TO REC-F-CLASSLST(2:3).
       MOVE LST-LASTNAME TO REC-F-CLASSLST(6:7).
       MOVE LST-FIRSTNAME TO REC-F-CLASSLST(14:6).
       MOVE LST-OLD-CLASS TO REC-F-CLASSLST(21:5).
       MOVE LST-DECISION TO REC-F-CLASSLST(27:10).
       MOVE LST-AVYR(1:2) TO REC-F-CLASSLST(38:2).
       MOVE '.' TO REC-F-CLASSLST(40:1).
       MOVE LST-AVYR(4:2) TO REC-F-CLASSLST(41:2).
       MOVE LST-NOTE TO REC-F-CLASSLST(45:20).
       WRITE REC-F-CLASSLST.

       PARA-LIST-FOOT.
       DIVIDE WS-GRP-SUM BY WS-GRP-CNT GIVING WS-GRP-AV ROUNDED.
       MOVE SPACES TO REC-F-CLASSLST.
       MOVE 'STUDENTS =>' TO REC-F-CLASSLST(2:11).
       MOVE WS-GRP-CNT TO REC-F-CLASSLST(14:3).
       MOVE 'AVERAGE =>' TO REC-F-CLASSLST(27:10).
       MOVE WS-GRP-AV(1:2) TO REC-F-CLASSLST(38:2).
       MOVE '.' TO REC-F-CLASSLST(40:1).
       MOVE WS-GRP-AV(3:2) TO REC-F-CLASSLST(41:2).
       WRITE REC-F-CLASSLST.

      *Key parameters for the run-log record - the balancing rule and
      *the decision year the proposal was built from.
       PARA-RUNLOG-PARAMS.
       MOVE SPACES TO WS-RL-PARAMS.
       MOVE 'PROPOSAL' TO WS-RL-PARAMS(1:8).
       MOVE WS-BALANCE TO WS-RL-PARAMS(10:10).
       MOVE WS-RPT-YEAR TO WS-RL-PARAMS(21:4).

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
       MOVE 'classbld' TO RL-PROGRAM.
       MOVE WS-RL-DATE TO RL-DATE.
       MOVE WS-RL-TIME-RAW(1:6) TO RL-TIME.
       MOVE WS-RL-PARAMS TO RL-PARAMS.
       MOVE WS-RL-REC-IN TO RL-REC-IN.
       MOVE WS-RL-REC-OUT TO RL-REC-OUT.
       MOVE WS-RL-STATUS TO RL-STATUS.
       WRITE REC-RUNLOG.
       CLOSE F-RUNLOG.

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-EXTRACT-STATUS.

      *Teacher appreciations maintained in apprmnt.cbl - printed
      *next to the grade they go with.
           SELECT F-APPREC
               ASSIGN TO 'apprec.mst'
               ACCESS MODE IS DYNAMIC
               ORGANIZATION IS INDEXED
               RECORD KEY IS APR-KEY
               FILE STATUS IS F-APPREC-STATUS.

      *Assessment detail written by the batch alongside the extract -
      *listed under each grade it makes up.
           SELECT F-ASSESS
               ASSIGN TO 'assess.idx'
               ACCESS MODE IS DYNAMIC
               ORGANIZATION IS INDEXED
               RECORD KEY IS ASM-KEY
               FILE STATUS IS F-ASSESS-STATUS.

      *Same control-card file the batch reads - only SCHOOL-YEAR
      *matters here, the year the appreciations are filed under.
           SELECT F-PARAMS
               ASSIGN TO 'params.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-PARAMS-STATUS.

           SELECT F-TCHRPT
               ASSIGN TO 'teacher.rpt'
               ACCESS MODE IS SEQUENTIAL
           RECORDING MODE IS F.
       COPY 'stextr.cpy'.

       FD  F-APPREC
           RECORD CONTAINS 74 CHARACTERS
           RECORDING MODE IS F.
       COPY 'apprec.cpy'.

       FD  F-ASSESS
           RECORD CONTAINS 36 CHARACTERS
           RECORDING MODE IS F.
       COPY 'assess.cpy'.

       FD  F-PARAMS
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  REC-F-PARAMS        PIC X(80).

       FD  F-TCHRPT
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.
           88 F-EXTRACT-STATUS-OK  VALUE '00'.
           88 F-EXTRACT-STATUS-EOF VALUE '10'.

       01  F-APPREC-STATUS     PIC X(02) VALUE SPACE.
           88 F-APPREC-STATUS-OK   VALUE '00'.

       01  F-ASSESS-STATUS     PIC X(02) VALUE SPACE.
           88 F-ASSESS-STATUS-OK   VALUE '00'.

       01  F-PARAMS-STATUS     PIC X(02) VALUE SPACE.
           88 F-PARAMS-STATUS-OK   VALUE '00'.
           88 F-PARAMS-STATUS-EOF  VALUE '10'.

       01  F-TCHRPT-STATUS     PIC X(02) VALUE SPACE.
           88 F-TCHRPT-STATUS-OK   VALUE '00'.

       77  WS-SHEET-CNT         PIC 9(03) VALUE 0.
       77  WS-ASSIGNED          PIC 9(02).

       01  WS-PARAM-FIELDS.
           05 WS-PRM-KEY        PIC X(20).
           05 WS-PRM-VALUE      PIC X(10).
           05 WS-PRM-NUM        PIC 9(05).
           05 WS-PRM-NUM-OK     PIC X VALUE 'N'.
              88 WS-PRM-NUM-GOOD   VALUE 'Y'.
           05 WS-PRM-IDX        PIC 9(02).
           05 WS-PRM-DIGIT-X    PIC X(01).
           05 WS-PRM-DIGIT REDEFINES WS-PRM-DIGIT-X PIC 9(01).

      *School year the appreciations are looked up under - the run
      *date's calendar year unless a SCHOOL-YEAR card says otherwise,
      *the same default the batch applies.
       77  WS-SCHOOL-YEAR       PIC 9(04) VALUE 0.
       77  WS-CUR-DATE          PIC 9(08).
      *No appreciation file yet just means the comment column stays
      *empty.
       77  WS-APPREC-OPEN       PIC X VALUE 'N'.
           88 WS-APPREC-IS-OPEN  VALUE 'Y'.
      *Same for the assessment detail - a grade keyed as one mark has
      *none.
       77  WS-ASSESS-OPEN       PIC X VALUE 'N'.
           88 WS-ASSESS-IS-OPEN  VALUE 'Y'.
       77  WS-ASS-SCAN          PIC X VALUE 'N'.
           88 WS-ASS-SCANNING    VALUE 'Y'.

       77  WS-ASTERIX-LINE      PIC X(76) VALUE ALL '*'.


      *Per-teacher grade sheets off extract.dat - every active
      *teacher gets one sheet per course the catalog assigns them:
      *their students with grades, the absence marker and the class
      *averages for the course, ready for the staff meeting. The
      *teacher's appreciation, when one is on file, sits next to each
      *grade.
       ACCEPT WS-CUR-DATE FROM DATE YYYYMMDD.
       MOVE WS-CUR-DATE(1:4) TO WS-SCHOOL-YEAR.
       PERFORM PARA-READ-PARAMS.
       PERFORM PARA-LOAD-CATALOG.

       OPEN INPUT F-TEACHMST.
          PERFORM PARA-WRITE-RUNLOG
          STOP RUN
       END-IF.
       OPEN INPUT F-APPREC.
       IF F-APPREC-STATUS-OK THEN
          MOVE 'Y' TO WS-APPREC-OPEN
       END-IF.
       OPEN INPUT F-ASSESS.
       IF F-ASSESS-STATUS-OK THEN
          MOVE 'Y' TO WS-ASSESS-OPEN
       END-IF.
       OPEN OUTPUT F-TCHRPT.

       MOVE WS-ASTERIX-LINE TO REC-F-TCHRPT.

       CLOSE F-TEACHMST.
       CLOSE F-TCHRPT.
       IF WS-APPREC-IS-OPEN THEN
          CLOSE F-APPREC
       END-IF.
       IF WS-ASSESS-IS-OPEN THEN
          CLOSE F-ASSESS
       END-IF.
       DISPLAY 'GRADE SHEETS: ' WS-SHEET-CNT ' SHEET(S) FOR '
               WS-TCH-CNT ' TEACHER(S) - SEE TEACHER.RPT'.
       MOVE 'GRADE SHEETS' TO WS-RL-PARAMS.
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

      *Load course.mst into CAT-TABLE - the catalog is the only
      *record of who teaches what, so it is read once up front.
       PARA-LOAD-CATALOG.
       MOVE CAT-COEF(WS-C)(2:1) TO REC-F-TCHRPT(45:1).
       WRITE REC-F-TCHRPT.
       MOVE '  ID  LAST    FIRST   CLASS  GRADE' TO REC-F-TCHRPT.
       MOVE 'APPRECIATION' TO REC-F-TCHRPT(42:12).
       WRITE REC-F-TCHRPT.

       MOVE SPACE TO F-EXTRACT-STATUS.
       IF R-ABSENT-OUT(WS-IDX1) = 1 THEN
          MOVE '(ABS)' TO REC-F-TCHRPT(36:5)
       END-IF.
       IF WS-APPREC-IS-OPEN THEN
          MOVE R-S-KEY-OUT TO APR-S-KEY
          MOVE WS-SCHOOL-YEAR TO APR-YEAR
          MOVE R-TERM-OUT TO APR-TERM
          MOVE R-CODE-OUT(WS-IDX1) TO APR-C-CODE
          READ F-APPREC KEY IS APR-KEY
            INVALID KEY
               CONTINUE
            NOT INVALID KEY
               MOVE APR-TEXT TO REC-F-TCHRPT(42:60)
          END-READ
       END-IF.
       WRITE REC-F-TCHRPT.
       IF WS-ASSESS-IS-OPEN THEN
          PERFORM PARA-SHEET-ASSESS
       END-IF.

      *Accumulate the class's sum for the course average below.
       MOVE R-GRADE-OUT(WS-IDX1)(1:2) TO WS-DE-INT.
          ADD 1 TO CAVG-N(WS-V-FOUND)
       END-IF.

      *The assessments behind the grade just written, one indented
      *line each - type, date, weight and grade, with the (ABS) ones
      *left out of the average.
       PARA-SHEET-ASSESS.
       MOVE LOW-VALUES TO ASM-KEY.
       MOVE R-S-KEY-OUT TO ASM-S-KEY.
       MOVE R-CODE-OUT(WS-IDX1) TO ASM-C-CODE.
       START F-ASSESS KEY IS >= ASM-KEY
         INVALID KEY
            CONTINUE
         NOT INVALID KEY
            MOVE 'Y' TO WS-ASS-SCAN
            PERFORM UNTIL NOT WS-ASS-SCANNING
              READ F-ASSESS NEXT RECORD
              IF F-ASSESS-STATUS-OK AND
                          ASM-S-KEY = R-S-KEY-OUT AND
                          ASM-C-CODE = R-CODE-OUT(WS-IDX1) THEN
                 MOVE SPACES TO REC-F-TCHRPT
                 MOVE '-' TO REC-F-TCHRPT(7:1)
                 MOVE ASM-TYPE TO REC-F-TCHRPT(9:6)
                 MOVE ASM-DATE TO REC-F-TCHRPT(16:8)
                 MOVE 'W' TO REC-F-TCHRPT(25:1)
                 MOVE ASM-WEIGHT(1:1) TO REC-F-TCHRPT(26:1)
                 MOVE '.' TO REC-F-TCHRPT(27:1)
                 MOVE ASM-WEIGHT(3:1) TO REC-F-TCHRPT(28:1)
                 MOVE ASM-GRADE(1:2) TO REC-F-TCHRPT(30:2)
                 MOVE '.' TO REC-F-TCHRPT(32:1)
                 MOVE ASM-GRADE(4:2) TO REC-F-TCHRPT(33:2)
                 IF ASM-ABSENT = 1 THEN
                    MOVE '(ABS)' TO REC-F-TCHRPT(36:5)
                 END-IF
                 WRITE REC-F-TCHRPT
              ELSE
                 MOVE 'N' TO WS-ASS-SCAN
              END-IF
            END-PERFORM
       END-START.

       PARA-SHEET-TOTALS.
       MOVE SPACES TO REC-F-TCHRPT.
       MOVE '  STUDENTS =>' TO REC-F-TCHRPT(1:13).

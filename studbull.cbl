               RECORD KEY IS CM-CODE
               FILE STATUS IS F-CRSMST-STATUS.

      *Teacher appreciations maintained in apprmnt.cbl - each one is
      *printed under its course line.
           SELECT F-APPREC
               ASSIGN TO 'apprec.mst'
               ACCESS MODE IS DYNAMIC
               ORGANIZATION IS INDEXED
               RECORD KEY IS APR-KEY
               FILE STATUS IS F-APPREC-STATUS.

      *Same control-card file the batch reads - only the MENTION-*
      *thresholds matter here, so the mailed mention always matches
      *the staff-room bulletin's, and SCHOOL-YEAR, which the
      *appreciations are filed under.
           SELECT F-PARAMS
               ASSIGN TO 'params.dat'
               ACCESS MODE IS SEQUENTIAL
           05 CM-COEF          PIC 9V9.
           05 CM-TEACHER       PIC 9(03).

       FD  F-APPREC
           RECORD CONTAINS 74 CHARACTERS
           RECORDING MODE IS F.
       COPY 'apprec.cpy'.

       FD  F-PARAMS
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
           88 F-CRSMST-STATUS-OK   VALUE '00'.
           88 F-CRSMST-STATUS-EOF  VALUE '10'.

       01  F-APPREC-STATUS     PIC X(02) VALUE SPACE.
           88 F-APPREC-STATUS-OK   VALUE '00'.

       01  F-PARAMS-STATUS     PIC X(02) VALUE SPACE.
           88 F-PARAMS-STATUS-OK   VALUE '00'.
           88 F-PARAMS-STATUS-EOF  VALUE '10'.
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

      *School year the appreciations are looked up under - the run
      *date's calendar year unless a SCHOOL-YEAR card says otherwise,
      *the same default the batch applies.
       77  WS-SCHOOL-YEAR       PIC 9(04) VALUE 0.
       77  WS-CUR-DATE          PIC 9(08).
      *No appreciation file yet just means no comments print - the
      *bulletins go out as before.
       77  WS-APPREC-OPEN       PIC X VALUE 'N'.
           88 WS-APPREC-IS-OPEN  VALUE 'Y'.

       77  WS-PAGE-CNT          PIC 9(03) VALUE 0.
      *ASA-less printers take the raw form feed - one is written
      *ahead of every page after the first, so the pages separate in
      *and coefficient, the grade next to the class average, the
      *(ABS) marker, the overall average and the mention, with a
      *form feed between pages so the mailing needs no scissors.
      *Each course's teacher appreciation, when one is on file, is
      *printed under its line.
       ACCEPT WS-CUR-DATE FROM DATE YYYYMMDD.
       MOVE WS-CUR-DATE(1:4) TO WS-SCHOOL-YEAR.
       PERFORM PARA-READ-PARAMS.
       PERFORM PARA-LOAD-CATALOG.
       PERFORM PARA-PASS-AVERAGES.

       OPEN INPUT F-APPREC.
       IF F-APPREC-STATUS-OK THEN
          MOVE 'Y' TO WS-APPREC-OPEN
       END-IF.
       MOVE SPACE TO F-EXTRACT-STATUS.
       OPEN INPUT F-EXTRACT.
       OPEN OUTPUT F-BULLETIN.
       END-PERFORM.
       CLOSE F-EXTRACT.
       CLOSE F-BULLETIN.
       IF WS-APPREC-IS-OPEN THEN
          CLOSE F-APPREC
       END-IF.

       DISPLAY 'PARENT BULLETINS: ' WS-PAGE-CNT
               ' PAGE(S) - SEE BULLETIN.DAT'.
       PERFORM PARA-WRITE-RUNLOG.
       STOP RUN.

      *Only the MENTION-* and SCHOOL-YEAR cards matter here -
      *everything else on params.dat is the batch's business and is
      *skipped quietly.
       PARA-READ-PARAMS.
       OPEN INPUT F-PARAMS.
       IF F-PARAMS-STATUS-OK THEN
              IF WS-PRM-NUM-GOOD THEN
                 MOVE WS-PRM-MARK TO WS-MENT-E
              END-IF
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

       PARA-PRM-PARSE-MARK.
       MOVE 'N' TO WS-PRM-NUM-OK.
       IF WS-PRM-VALUE(1:2) IS NUMERIC AND
          MOVE CAVG-AV(WS-V-FOUND)(3:2) TO REC-F-BULLETIN(46:2)
       END-IF.
       WRITE REC-F-BULLETIN.
       PERFORM PARA-COMMENT-LINE.

      *Accumulate the overall weighted average off the de-edited
      *coefficient and grade, mirroring the batch's own computation.
       COMPUTE WS-TTL-COEFGR = WS-TTL-COEFGR + WS-MULTI.
       COMPUTE WS-TTL-COEF = WS-TTL-COEF + WS-DE-COEF.

      *The teacher's appreciation for the course, indented under its
      *line - filed under the school year and the extract's own term.
       PARA-COMMENT-LINE.
       IF WS-APPREC-IS-OPEN THEN
          MOVE R-S-KEY-OUT TO APR-S-KEY
          MOVE WS-SCHOOL-YEAR TO APR-YEAR
          MOVE R-TERM-OUT TO APR-TERM
          MOVE R-CODE-OUT(WS-IDX1) TO APR-C-CODE
          READ F-APPREC KEY IS APR-KEY
            INVALID KEY
               CONTINUE
            NOT INVALID KEY
               IF APR-TEXT NOT = SPACES THEN
                  MOVE SPACES TO REC-F-BULLETIN
                  MOVE APR-TEXT TO REC-F-BULLETIN(5:60)
                  WRITE REC-F-BULLETIN
               END-IF
          END-READ
       END-IF.

      *Append this run's record to the shared run log - created empty
      *on the very first run, same pattern as the history archive in
      *the batch.

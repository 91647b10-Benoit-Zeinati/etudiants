               ALTERNATE RECORD KEY IS IDX-LASTNAME WITH DUPLICATES
               FILE STATUS IS F-STUDIDX-STATUS.

      *Assessment detail behind each course grade, rebuilt by every
      *student.cbl run alongside student.idx - listed under the
      *transcript so the counter can say how a grade was made up.
           SELECT F-ASSESS
               ASSIGN TO 'assess.idx'
               ACCESS MODE IS DYNAMIC
               ORGANIZATION IS INDEXED
               RECORD KEY IS ASM-KEY
               FILE STATUS IS F-ASSESS-STATUS.

      *Cumulative grade-history archive appended to by every
      *student.cbl run - read here to list a student's archived
      *terms after the current transcript. The name is a data item
           RECORDING MODE IS F.
       COPY 'studidx.cpy'.

       FD  F-ASSESS
           RECORD CONTAINS 36 CHARACTERS
           RECORDING MODE IS F.
       COPY 'assess.cpy'.

       FD  F-HISTORY
           RECORD CONTAINS 173 CHARACTERS
           RECORDING MODE IS F.
           88 F-STUDIDX-STATUS-OK  VALUE '00' '02'.
           88 F-STUDIDX-STATUS-EOF VALUE '10'.

       01  F-ASSESS-STATUS     PIC X(02) VALUE SPACE.
           88 F-ASSESS-STATUS-OK   VALUE '00'.
           88 F-ASSESS-STATUS-EOF  VALUE '10'.

      *A run that predates the assessment file leaves none behind -
      *the transcript then simply shows no assessment detail.
       77  WS-ASSESS-OPEN       PIC X VALUE 'N'.
           88 WS-ASSESS-IS-OPEN  VALUE 'Y'.
       77  WS-ASS-SCAN          PIC X VALUE 'N'.
           88 WS-ASS-SCANNING    VALUE 'Y'.
       77  WS-ASS-SHOWN         PIC 9(03).

       01  F-HISTORY-STATUS    PIC X(02) VALUE SPACE.
           88 F-HISTORY-STATUS-OK  VALUE '00'.
           88 F-HISTORY-STATUS-EOF VALUE '10'.
          PERFORM PARA-WRITE-RUNLOG
          STOP RUN
       END-IF.
       OPEN INPUT F-ASSESS.
       IF F-ASSESS-STATUS-OK THEN
          MOVE 'Y' TO WS-ASSESS-OPEN
       END-IF.

       PERFORM UNTIL NOT WS-MORE-YES
         DISPLAY ' '
       END-PERFORM.

       CLOSE F-STUDIDX.
       IF WS-ASSESS-IS-OPEN THEN
          CLOSE F-ASSESS
       END-IF.
       MOVE 'INTERACTIVE LOOKUPS' TO WS-RL-PARAMS.
       PERFORM PARA-WRITE-RUNLOG.
       STOP RUN.
         DISPLAY IDX-C-LABEL(WS-IDX1) ' ' IDX-C-COEF(WS-IDX1)
                           '    ' IDX-C-GRADE(WS-IDX1)
       END-PERFORM.
       IF WS-ASSESS-IS-OPEN THEN
          PERFORM PARA-DISPLAY-ASSESS
       END-IF.
       PERFORM PARA-DISPLAY-HISTORY.

      *List the assessments the current grades were computed from -
      *every assess.idx record under the student's number, in course
      *code order, the (ABS) ones being those left out of the
      *average.
       PARA-DISPLAY-ASSESS.
       DISPLAY '******************************************'.
       DISPLAY '* ASSESSMENTS  DATE     TYPE   WGT GRADE *'.
       DISPLAY '******************************************'.
       MOVE 0 TO WS-ASS-SHOWN.
       MOVE LOW-VALUES TO ASM-KEY.
       MOVE IDX-S-KEY TO ASM-S-KEY.
       START F-ASSESS KEY IS >= ASM-KEY
         INVALID KEY
            CONTINUE
         NOT INVALID KEY
            MOVE 'Y' TO WS-ASS-SCAN
            PERFORM UNTIL NOT WS-ASS-SCANNING
              READ F-ASSESS NEXT RECORD
              IF F-ASSESS-STATUS-OK AND ASM-S-KEY = IDX-S-KEY THEN
                 ADD 1 TO WS-ASS-SHOWN
                 IF ASM-ABSENT = 1 THEN
                    DISPLAY '  ' ASM-C-CODE ' ' ASM-SEQ '    '
                            ASM-DATE ' ' ASM-TYPE ' ' ASM-WEIGHT ' '
                            ASM-GRADE ' (ABS)'
                 ELSE
                    DISPLAY '  ' ASM-C-CODE ' ' ASM-SEQ '    '
                            ASM-DATE ' ' ASM-TYPE ' ' ASM-WEIGHT ' '
                            ASM-GRADE
                 END-IF
              ELSE
                 MOVE 'N' TO WS-ASS-SCAN
              END-IF
            END-PERFORM
       END-START.
       IF WS-ASS-SHOWN = 0 THEN
          DISPLAY 'NO ASSESSMENT DETAIL - GRADES KEYED AS ONE MARK'
       END-IF.

      *List every archived term for the student on display - the
      *history file holds one record per student per run, so the
      *transcript above (the latest batch) is followed by everything

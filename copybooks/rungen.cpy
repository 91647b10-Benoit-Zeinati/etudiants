      *Run-generation catalogue record - one per student.cbl run,
      *kept on rungen.dat. Each run leaves a copy of what it produced
      *under its generation number (runNNNNN.ext/.out/.idx/.asm/.abd
      *for extract.dat, output.dat, student.idx, assess.idx and
      *absdet.idx), and the same number goes on its runlog.dat entry
      *("G nnnnn" in RL-PARAMS). GEN-HIST-BASE/GEN-HIST-END bracket
      *the history.dat records the run appended, so studroll.cbl can
      *take exactly those back out when the run is rolled back.
       01  REC-RUNGEN.
           05 GEN-NO           PIC 9(05).
           05 GEN-STATE        PIC X(01).
              88 GEN-ACTIVE        VALUE 'A'.
              88 GEN-ROLLED-BACK   VALUE 'R'.
           05 GEN-DATE         PIC 9(08).
           05 GEN-TIME         PIC 9(06).
      *The run-log parameters of the run, as on runlog.dat.
           05 GEN-PARAMS       PIC X(30).
      *history.dat record count before and after the run - records
      *GEN-HIST-BASE + 1 through GEN-HIST-END are the run's own.
           05 GEN-HIST-BASE    PIC 9(07).
           05 GEN-HIST-END     PIC 9(07).
      *Records copied into each generation file.
           05 GEN-EXT-CNT      PIC 9(05).
           05 GEN-OUT-CNT      PIC 9(05).
           05 GEN-IDX-CNT      PIC 9(05).
           05 GEN-ASM-CNT      PIC 9(05).
           05 GEN-ABD-CNT      PIC 9(05).
           05 FILLER           PIC X(11).

      *Assessment detail record - one per "04" assessment line the
      *batch accepted under a student's "02" course line, written to
      *assess.idx by student.cbl alongside the extract and rebuilt
      *with it every run. Keyed by student, course code and the
      *line's order under its course, so studlkup.cbl and teachrpt.cbl
      *can show how each course grade on the extract was made up.
      *Shared between the writer and its readers so they stay in
      *lock-step, like studidx.cpy.
       01  REC-ASSESS.
           05 ASM-KEY.
              10 ASM-S-KEY        PIC 9(03).
              10 ASM-C-CODE       PIC X(03).
              10 ASM-SEQ          PIC 9(02).
           05 ASM-YEAR         PIC 9(04).
           05 ASM-TERM         PIC 9(01).
           05 ASM-DATE         PIC 9(08).
      *Free assessment type as keyed by the teacher (TEST, ORAL,
      *DEVOIR, ...).
           05 ASM-TYPE         PIC X(06).
           05 ASM-WEIGHT       PIC 9,9.
           05 ASM-GRADE        PIC 99,99.
      *1 = the student missed this assessment - it is left out of
      *the course grade instead of counting as a zero.
           05 ASM-ABSENT       PIC 9(01).

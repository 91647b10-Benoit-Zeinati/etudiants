      *Grade-entry work record - one per student per course per term,
      *keyed by teachers in gradent.cbl for the class and course they
      *pick, and turned into the term's input.dat by gradeasm.cbl
      *with the label and coefficient taken from course.mst. Kept on
      *gradewrk.idx between sessions, so a class can be keyed over
      *several sittings and corrected until the input is assembled.
      *Shared between the two programs so they stay in lock-step,
      *like studidx.cpy.
       01  REC-GRADEWRK.
           05 GRW-KEY.
              10 GRW-YEAR         PIC 9(04).
              10 GRW-TERM         PIC 9(01).
              10 GRW-CLASS        PIC X(05).
              10 GRW-C-CODE       PIC X(03).
              10 GRW-S-KEY        PIC 9(03).
           05 GRW-GRADE        PIC 99,99.
           05 GRW-ABSENT       PIC 9(01).
      *TM-ID of the teacher who keyed the entry and when - the course
      *may change hands on course.mst later in the term.
           05 GRW-TEACHER      PIC 9(03).
           05 GRW-DATE         PIC 9(08).
           05 FILLER           PIC X(07).

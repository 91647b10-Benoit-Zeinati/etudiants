      *Teacher appreciation record - the short written comment that
      *goes with a grade, one per student per school year, term and
      *course. Maintained course by course in apprmnt.cbl by the
      *teacher CM-TEACHER assigns the course to, printed under the
      *course line of the parent bulletin (studbull.cbl) and next to
      *the grade on the per-teacher sheets (teachrpt.cbl); the ones
      *still missing are listed by apprmiss.cbl. Shared between the
      *writer and its readers so they stay in lock-step, like
      *studidx.cpy.
       01  REC-APPREC.
           05 APR-KEY.
              10 APR-S-KEY        PIC 9(03).
              10 APR-YEAR         PIC 9(04).
              10 APR-TERM         PIC 9(01).
              10 APR-C-CODE       PIC X(03).
      *TM-ID of the teacher who keyed the comment - the course may
      *change hands on course.mst later in the year.
           05 APR-TEACHER      PIC 9(03).
           05 APR-TEXT         PIC X(60).

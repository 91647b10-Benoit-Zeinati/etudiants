      *Absence detail record - one per "03" attendance line the batch
      *accepted for a student, written to absdet.idx by student.cbl
      *alongside the extract and rebuilt with it every run. Keyed by
      *student and the line's order under the student, so the absence
      *warning letters (abslettr.cbl) can list the dates behind the
      *R-ABS-DAYS-OUT total. Shared between writer and reader so they
      *stay in lock-step, like studidx.cpy.
       01  REC-ABSDET.
           05 ABD-KEY.
              10 ABD-S-KEY        PIC 9(03).
              10 ABD-SEQ          PIC 9(02).
           05 ABD-YEAR         PIC 9(04).
           05 ABD-TERM         PIC 9(01).
           05 ABD-DATE         PIC 9(08).
      *1 = half day, 2 = full day - as on the "03" line.
           05 ABD-TYPE         PIC 9(01).

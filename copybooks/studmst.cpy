      *'P' is stamped by the year-end decision run (studyear.cbl) on
      *students promoted out of their class - they stop matching the
      *batch's enrolled check until the registrar re-enrolls them
      *under their new class (classbld.cbl/classapr.cbl).
           05 SM-STATUS        PIC X(01).
              88 SM-ENROLLED       VALUE 'A'.
              88 SM-WITHDRAWN      VALUE 'W'.

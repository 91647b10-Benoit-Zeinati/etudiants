      *Next-year class proposal record - one per year-end decision,
      *written to classprop.dat by classbld.cbl and applied to
      *student.mst by classapr.cbl once the proposal is approved.
      *The file is plain text so the head of studies can move a
      *student by editing PRP-NEW-CLASS before approving. Shared
      *between the two programs so they stay in lock-step, like
      *studidx.cpy.
       01  REC-CLASSPRP.
           05 PRP-S-KEY        PIC 9(03).
           05 FILLER           PIC X(01).
           05 PRP-YEAR         PIC 9(04).
           05 FILLER           PIC X(01).
           05 PRP-OLD-CLASS    PIC X(05).
           05 FILLER           PIC X(01).
      *Blank when the student is not placed - PRP-NOTE says why.
           05 PRP-NEW-CLASS    PIC X(05).
           05 FILLER           PIC X(01).
           05 PRP-DECISION     PIC X(10).
           05 FILLER           PIC X(01).
           05 PRP-AVYR         PIC 99,99.
           05 FILLER           PIC X(01).
           05 PRP-LASTNAME     PIC X(07).
           05 FILLER           PIC X(01).
           05 PRP-FIRSTNAME    PIC X(06).
           05 FILLER           PIC X(01).
           05 PRP-NOTE         PIC X(20).
           05 FILLER           PIC X(07).

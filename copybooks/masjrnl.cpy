      *Master change journal record - one per add, update or delete
      *made on student.mst, teacher.mst or course.mst, appended to
      *masters.jnl by the program that made it (studmst.cbl,
      *teachmst.cbl, coursemst.cbl and its card load, classapr.cbl).
      *The file is only ever opened EXTEND, never rewritten, so it is
      *the trail for "when did this class/status/coefficient change"
      *the way corraud.dat is for grade corrections - listed by
      *jrnlrpt.cbl.
       01  REC-MASJRNL.
           05 JRN-DATE         PIC 9(08).
           05 JRN-TIME         PIC 9(06).
           05 JRN-PROGRAM      PIC X(09).
      *STUDENT, TEACHER or COURSE.
           05 JRN-FILE         PIC X(08).
      *SM-ID, TM-ID or CM-CODE of the entry touched.
           05 JRN-KEY          PIC X(03).
           05 JRN-ACTION       PIC X(01).
              88 JRN-ADD           VALUE 'A'.
              88 JRN-UPDATE        VALUE 'U'.
              88 JRN-DELETE        VALUE 'D'.
      *The master record as it was before the change (blank on an
      *add) and as it was filed (blank on a delete), byte for byte
      *in the master's own layout.
           05 JRN-BEFORE       PIC X(40).
           05 JRN-AFTER        PIC X(40).
           05 FILLER           PIC X(05).

      *Guardian/contact master record, keyed by GM-ID - the same
      *number as the student's SM-ID on student.mst. Maintained in
      *guardmst.cbl; read by guardlbl.cbl for the mailing labels that
      *go with the parent bulletins and by abslettr.cbl for the
      *absence warning letters. Up to two guardians per student, and
      *GM-MAIL-TO says which of them the school's mail is addressed
      *to.
       01  REC-GUARDMST.
           05 GM-ID            PIC 9(03).
           05 GM-MAIL-TO       PIC 9(01).
              88 GM-MAIL-G1        VALUE 1.
              88 GM-MAIL-G2        VALUE 2.
      *Guardian 2 is optional - a blank GM-G-NAME means none on file.
           05 GM-GUARDIAN OCCURS 2 TIMES.
              10 GM-G-NAME        PIC X(25).
              10 GM-G-STREET      PIC X(30).
              10 GM-G-POSTCODE    PIC X(06).
              10 GM-G-CITY        PIC X(20).
              10 GM-G-PHONE       PIC X(12).
              10 GM-G-EMAIL       PIC X(40).

      *Merger cross-reference record - one per student or teacher
      *taken over from the partner school by mergeimp.cbl, giving the
      *number they carried in the partner's export and the SM-ID or
      *TM-ID they were filed under here. Appended to mrgxref.dat and
      *never rewritten, so a partner number can always be traced and
      *an import run twice does not file anybody twice.
       01  REC-MRGXREF.
           05 XRF-TYPE         PIC X(01).
              88 XRF-STUDENT       VALUE 'S'.
              88 XRF-TEACHER       VALUE 'T'.
           05 XRF-OLD-ID       PIC X(06).
           05 XRF-NEW-ID       PIC 9(03).
           05 XRF-DATE         PIC 9(08).
      *Last name as imported, so the file reads on its own.
           05 XRF-LASTNAME     PIC X(10).
           05 FILLER           PIC X(12).

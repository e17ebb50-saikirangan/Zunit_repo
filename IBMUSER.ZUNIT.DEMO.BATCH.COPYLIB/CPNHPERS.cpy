      * New-hire personal details, one record per new hire, supplied    00000100
      * by HR from the starter paperwork alongside the hire itself.     00000200
      * Carries the particulars the statutory new-hire report needs     00000300
      * that CPFLREC has no room for: the tax identifier, date of       00000400
      * birth, home address and the true hire date (FL-EFF-DATE is      00000500
      * the record's effective date, which a later change moves).       00000600
      * Read by PGM105, which validates every field before the hire     00000700
      * is reported; NHP-HIRE-DATE left blank defaults to the           00000800
      * FL-EFF-DATE of the new-hire movement.                           00000900
           05 NHP-EMP-ID            PIC X(8).                           00001000
           05 NHP-TAX-ID            PIC X(9).                           00001100
           05 NHP-BIRTH-DATE        PIC X(8).                           00001200
           05 NHP-HIRE-DATE         PIC X(8).                           00001300
           05 NHP-ADDRESS           PIC X(25).                          00001400
           05 NHP-CITY              PIC X(15).                          00001500
           05 NHP-STATE             PIC X(2).                           00001600
           05 NHP-ZIP               PIC X(5).                           00001700

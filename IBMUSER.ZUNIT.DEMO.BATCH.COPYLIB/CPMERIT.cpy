      * Merit recommendation record: one row per rated employee from    00000100
      * PGM99, giving the guideline percentage the merit matrix found   00000200
      * for the employee's performance rating and compa-ratio           00000300
      * quartile within their grade.  PGM21 reads it on DDMERITIN and   00000400
      * applies MRT-PCT to that employee in place of any DEPTPCT card   00000500
      * for their department - a 0.00 row means no increase, not the    00000600
      * department rate.  MRT-OLD/NEW-SALARY are as priced by PGM99;    00000700
      * PGM21 reprices from the salary it reads.  MRT-QUARTILE is 1     00000800
      * at the bottom of the grade range to 4 at the top.               00000900
           05 MRT-EMP-ID            PIC X(8).                           00001000
           05 FILLER                PIC X(1).                           00001100
           05 MRT-DEPT              PIC X(4).                           00001200
           05 FILLER                PIC X(1).                           00001300
           05 MRT-GRADE             PIC X(2).                           00001400
           05 FILLER                PIC X(1).                           00001500
           05 MRT-RATING            PIC X(1).                           00001600
           05 FILLER                PIC X(1).                           00001700
           05 MRT-QUARTILE          PIC 9(1).                           00001800
           05 FILLER                PIC X(1).                           00001900
           05 MRT-COMPA-RATIO       PIC 9(3)V99.                        00002000
           05 FILLER                PIC X(1).                           00002100
           05 MRT-PCT               PIC 9(3)V99.                        00002200
           05 FILLER                PIC X(1).                           00002300
           05 MRT-OLD-SALARY        PIC 9(8)V99.                        00002400
           05 FILLER                PIC X(1).                           00002500
           05 MRT-NEW-SALARY        PIC 9(8)V99.                        00002600
           05 FILLER                PIC X(1).                           00002700
           05 MRT-MGR-ID            PIC X(8).                           00002800
           05 FILLER                PIC X(16).                          00002900

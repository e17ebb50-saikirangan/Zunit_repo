      * Cost-allocation line: one row per department (a DEPTID on       00000100
      * the DEPT_DB reference table) that funds part of a split-        00000200
      * funded employee's cost, with the percentage it carries and      00000300
      * the date range the split holds for.  A zero AL-TO-DATE          00000400
      * leaves the line open-ended.  The lines effective on a date      00000500
      * must total 100.00 per employee; PGM94 checks them and           00000600
      * writes only the lines of employees whose split is good, and     00000700
      * that validated file is what PGM64 posts from and PGM13          00000800
      * reports from.  An employee with no good split stays costed      00000900
      * whole to their home department.                                 00001000
           05 AL-EMP-ID             PIC X(8).                           00001100
           05 FILLER                PIC X(1).                           00001200
           05 AL-DEPT               PIC X(4).                           00001300
           05 FILLER                PIC X(1).                           00001400
           05 AL-PCT-X              PIC X(5).                           00001500
           05 AL-PCT REDEFINES AL-PCT-X PIC 9(3)V99.                    00001600
           05 FILLER                PIC X(1).                           00001700
           05 AL-FROM-DATE-X        PIC X(8).                           00001800
           05 AL-FROM-DATE REDEFINES AL-FROM-DATE-X PIC 9(8).           00001900
           05 FILLER                PIC X(1).                           00002000
           05 AL-TO-DATE-X          PIC X(8).                           00002100
           05 AL-TO-DATE REDEFINES AL-TO-DATE-X PIC 9(8).               00002200
           05 FILLER                PIC X(43).                          00002300

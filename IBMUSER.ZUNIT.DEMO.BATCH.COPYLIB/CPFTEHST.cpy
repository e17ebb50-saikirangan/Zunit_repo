      * FTE history row: one row per change in an employee's            00000100
      * full-time-equivalent factor, in force from FT-EFF-DATE until    00000200
      * the employee's next row.  FT-FACTOR is the share of a full      00000300
      * working week (1.00 full time, 0.50 half time, never above       00000400
      * 1.00); FL-SALARY stays the full-time annual rate.  An           00000500
      * employee with no row in force on a date counts as 1.00.         00000600
      * The rows may be in any order.  PGM121 loads them for the        00000700
      * programs that pay, accrue or count by FTE.                      00000800
           05 FT-EMP-ID             PIC X(8).                           00000900
           05 FILLER                PIC X(1).                           00001000
           05 FT-EFF-DATE-X         PIC X(8).                           00001100
           05 FT-EFF-DATE REDEFINES FT-EFF-DATE-X PIC 9(8).             00001200
           05 FILLER                PIC X(1).                           00001300
           05 FT-FACTOR-X           PIC X(3).                           00001400
           05 FT-FACTOR REDEFINES FT-FACTOR-X PIC 9V99.                 00001500
           05 FILLER                PIC X(59).                          00001600

      * Hourly roster record: one row per employee paid by the hour     00000100
      * from timecards instead of FL-SALARY.  HR-RATE is the base       00000200
      * hourly rate the PGM93 overtime, holiday and shift rules         00000300
      * multiply.  PGM51 pays a rostered employee nothing from          00000400
      * FL-SALARY - their period pay is the PGM93 time earnings         00000500
      * merged with the other earnings.                                 00000600
           05 HR-EMP-ID             PIC X(8).                           00000700
           05 FILLER                PIC X(1).                           00000800
           05 HR-RATE-X             PIC X(6).                           00000900
           05 HR-RATE REDEFINES HR-RATE-X PIC 9(4)V99.                  00001000
           05 FILLER                PIC X(65).                          00001100

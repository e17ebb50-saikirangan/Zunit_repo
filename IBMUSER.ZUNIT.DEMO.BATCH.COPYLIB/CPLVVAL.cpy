      * Leave-liability valuation record: one row per employee as       00000100
      * PGM96 valued them for LVV-PERIOD (YYYYMM) - the department,     00000200
      * the PGM73 closing balance in days, the daily rate used and      00000300
      * the resulting value (negative for an overdrawn balance).        00000400
      * Each month's file is next month's prior valuation, from         00000500
      * which PGM96 works the movement it journals.                     00000600
           05 LVV-EMP-ID            PIC X(8).                           00000700
           05 FILLER                PIC X(1).                           00000800
           05 LVV-DEPT              PIC X(4).                           00000900
           05 FILLER                PIC X(1).                           00001000
           05 LVV-PERIOD            PIC 9(6).                           00001100
           05 FILLER                PIC X(1).                           00001200
           05 LVV-DAYS    PIC S9(5)V99 SIGN LEADING SEPARATE.           00001300
           05 FILLER                PIC X(1).                           00001400
           05 LVV-RATE              PIC 9(6)V99.                        00001500
           05 FILLER                PIC X(1).                           00001600
           05 LVV-VALUE   PIC S9(9)V99 SIGN LEADING SEPARATE.           00001700
           05 FILLER                PIC X(29).                          00001800

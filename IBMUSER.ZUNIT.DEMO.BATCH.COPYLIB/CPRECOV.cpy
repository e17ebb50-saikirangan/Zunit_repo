      * Settlement recovery record - one per outstanding loan or        00000100
      * salary advance to be taken back out of a leaver's final         00000200
      * pay.  Read by the PGM85 final settlement, which deducts         00000300
      * every recovery for the employee after salary, leave and         00000400
      * arrears are totalled.  RCV-REFERENCE is the loan or advance     00000500
      * number so the settlement statement can name what was            00000600
      * recovered; RCV-AMOUNT is the balance still owed.                00000700
           05 RCV-EMP-ID      PIC X(8).                                 00000800
           05 RCV-TYPE        PIC X(2).                                 00000900
               88 RCV-TYPE-LOAN    VALUE 'LN'.                          00001000
               88 RCV-TYPE-ADVANCE VALUE 'AD'.                          00001100
               88 RCV-TYPE-VALID   VALUE 'LN' 'AD'.                     00001200
           05 RCV-REFERENCE   PIC X(12).                                00001300
           05 RCV-AMOUNT      PIC 9(8)V99.                              00001400
           05 FILLER          PIC X(48).                                00001500

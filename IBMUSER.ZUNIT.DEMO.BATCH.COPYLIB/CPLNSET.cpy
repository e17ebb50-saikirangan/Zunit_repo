      * Loan set-up record - one per employee loan or salary            00000100
      * advance amortized by PGM01GB under a LOANSETUP Y card.          00000200
      * Carries the terms and the level monthly instalment of the       00000300
      * schedule PGM01GB prints, so PGM87 can open the loan on the      00000400
      * loan ledger cluster (CPLOANLG) with exactly those figures.      00000500
      * LNS-RATE is the annual rate in percent (zero for an             00000600
      * interest-free advance); LNS-SETUP-DATE is the run date.         00000700
           05 LNS-EMP-ID      PIC X(8).                                 00000800
           05 LNS-LOAN-NO     PIC X(8).                                 00000900
           05 LNS-TYPE        PIC X(2).                                 00001000
               88 LNS-TYPE-LOAN    VALUE 'LN'.                          00001100
               88 LNS-TYPE-ADVANCE VALUE 'AD'.                          00001200
               88 LNS-TYPE-VALID   VALUE 'LN' 'AD'.                     00001300
           05 LNS-PRINCIPAL   PIC 9(7)V99.                              00001400
           05 LNS-RATE        PIC 9(3)V99.                              00001500
           05 LNS-TERMS       PIC 9(3).                                 00001600
           05 LNS-INSTALMENT  PIC 9(7)V99.                              00001700
           05 LNS-SETUP-DATE  PIC 9(8).                                 00001800
           05 FILLER          PIC X(28).                                00001900

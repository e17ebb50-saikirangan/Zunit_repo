      * Direct-deposit master record, one per employee, held in the     00000100
      * direct-deposit cluster keyed on DDA-EMP-ID (the FL-EMP-ID,      00000200
      * KEYS(8 0) RECORDSIZE(200 200)).  Maintained online by the       00000300
      * DDAM transaction (PGM82) and read by the PGM49 bank payment     00000400
      * run, which writes one payment per account split.                00000500
      * Up to three accounts, each with its bank routing number,        00000600
      * account number and split: 'A' a fixed amount, 'P' a             00000700
      * percentage of net pay (DDA-SPLIT-VALUE 100.00 = all of it)      00000800
      * or 'R' the remainder account, which takes whatever the          00000900
      * fixed and percentage splits leave.  A slot with a blank         00001000
      * DDA-STATUS is unused.                                           00001100
      * Every account added or changed through DDAM starts at           00001200
      * DDA-STATUS 'P' (prenote due) and gets no money.  The next       00001300
      * PGM49 run sends its zero-amount prenote and marks it 'S'        00001400
      * (prenote sent) with the value date in DDA-STATUS-DATE; the      00001500
      * first PGM49 run with a later pay date makes it 'L' (live).      00001600
      * 'B' (blocked) holds an account the bank has rejected.  The      00001700
      * share of an account that is not live goes to the live           00001800
      * remainder account, or to the first live account when the        00001900
      * remainder account is not live itself.                           00002000
           05 DDA-EMP-ID            PIC X(8).                           00002100
           05 DDA-LAST-MAINT-DATE   PIC 9(8).                           00002200
           05 DDA-LAST-MAINT-USER   PIC X(8).                           00002300
           05 DDA-ACCT OCCURS 3 TIMES.                                  00002400
               10 DDA-ROUTING       PIC X(9).                           00002500
               10 DDA-ACCOUNT       PIC X(17).                          00002600
               10 DDA-SPLIT-TYPE    PIC X(1).                           00002700
                   88 DDA-SPLIT-AMOUNT    VALUE 'A'.                    00002800
                   88 DDA-SPLIT-PERCENT   VALUE 'P'.                    00002900
                   88 DDA-SPLIT-REMAINDER VALUE 'R'.                    00003000
               10 DDA-SPLIT-VALUE   PIC 9(7)V99.                        00003100
               10 DDA-STATUS        PIC X(1).                           00003200
                   88 DDA-SLOT-UNUSED     VALUE SPACE.                  00003300
                   88 DDA-PRENOTE-DUE     VALUE 'P'.                    00003400
                   88 DDA-PRENOTE-SENT    VALUE 'S'.                    00003500
                   88 DDA-ACCT-LIVE       VALUE 'L'.                    00003600
                   88 DDA-ACCT-BLOCKED    VALUE 'B'.                    00003700
               10 DDA-STATUS-DATE   PIC 9(8).                           00003800
           05 FILLER                PIC X(41).                          00003900

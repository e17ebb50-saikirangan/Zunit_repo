      * Loan ledger record, one per employee loan or salary             00000100
      * advance, held in the loan ledger cluster keyed on LN-KEY        00000200
      * (employee id plus loan number, KEYS(16 0) RECORDSIZE(150        00000300
      * 150)).  Opened by PGM87 from the PGM01GB set-up record          00000400
      * (CPLNSET) and collected once a calendar month by PGM88 in       00000500
      * the gross-to-net chain: interest is LN-BALANCE times            00000600
      * LN-RATE / 1200, the instalment pays the interest first          00000700
      * and the rest comes off LN-BALANCE, the principal still          00000800
      * owed.  Whatever the net pay could not cover is carried in       00000900
      * LN-ARREARS and asked for again the next month; interest         00001000
      * not covered is added to the balance.  A loan whose balance      00001100
      * reaches zero is marked paid; the balance of a leaver's          00001200
      * loan is handed to final settlement (PGM85) by PGM87 and         00001300
      * the loan marked handed, with LN-HANDED-DATE the period          00001400
      * date of the hand-over.  LN-LAST-RUN and LN-LAST-TAKEN let       00001500
      * a rerun of the same payroll run repeat the collection           00001600
      * instead of taking it twice.                                     00001700
           05 LN-KEY.                                                   00001800
               10 LN-EMP-ID         PIC X(8).                           00001900
               10 LN-LOAN-NO        PIC X(8).                           00002000
           05 LN-TYPE               PIC X(2).                           00002100
               88 LN-TYPE-LOAN          VALUE 'LN'.                     00002200
               88 LN-TYPE-ADVANCE       VALUE 'AD'.                     00002300
           05 LN-PRINCIPAL          PIC 9(7)V99.                        00002400
           05 LN-RATE               PIC 9(3)V99.                        00002500
           05 LN-TERMS              PIC 9(3).                           00002600
           05 LN-INSTALMENT         PIC 9(7)V99.                        00002700
           05 LN-START-DATE         PIC 9(8).                           00002800
           05 LN-BALANCE            PIC 9(8)V99.                        00002900
           05 LN-PRIN-PAID          PIC 9(8)V99.                        00003000
           05 LN-INT-PAID           PIC 9(8)V99.                        00003100
           05 LN-INSTAL-COUNT       PIC 9(3).                           00003200
           05 LN-ARREARS            PIC 9(8)V99.                        00003300
           05 LN-MISSED             PIC 9(3).                           00003400
           05 LN-STATUS             PIC X(1).                           00003500
               88 LN-STATUS-ACTIVE      VALUE 'A'.                      00003600
               88 LN-STATUS-PAID        VALUE 'P'.                      00003700
               88 LN-STATUS-HANDED      VALUE 'H'.                      00003800
           05 LN-LAST-MONTH         PIC 9(6).                           00003900
           05 LN-LAST-RUN           PIC 9(5).                           00004000
           05 LN-LAST-TAKEN         PIC 9(7)V99.                        00004100
           05 LN-LAST-INTEREST      PIC 9(7)V99.                        00004200
           05 LN-HANDED-DATE        PIC 9(8).                           00004300
           05 FILLER                PIC X(14).                          00004400

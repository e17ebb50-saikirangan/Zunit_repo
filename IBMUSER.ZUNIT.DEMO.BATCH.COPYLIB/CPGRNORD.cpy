      * Garnishment (court order) record, one per order per             00000100
      * employee, held in the garnishment cluster keyed on GRN-KEY      00000200
      * (employee id plus order number, KEYS(16 0) RECORDSIZE(150       00000300
      * 150)).  Set up and amended through the PGM86 order              00000400
      * transactions and worked every period by PGM86 in the            00000500
      * gross-to-net chain, lowest GRN-PRIORITY first.  Per period      00000600
      * the order asks for GRN-AMOUNT (method A) or GRN-PERCENT of      00000700
      * the net pay before any order (method P), never more than        00000800
      * GRN-BALANCE, the part of GRN-TOTAL-OWED still unpaid.  An       00000900
      * order whose balance reaches zero is marked satisfied and        00001000
      * taken no further; a released order (the court lifted it)        00001100
      * is kept for the record but never taken.                         00001200
      * GRN-LAST-RUN, GRN-LAST-TAKEN and GRN-LAST-SHORT record the      00001300
      * last run that worked the order - a rerun of the same run        00001400
      * number repeats those figures instead of taking twice.           00001500
           05 GRN-KEY.                                                  00001600
               10 GRN-EMP-ID        PIC X(8).                           00001700
               10 GRN-ORDER-NO      PIC X(8).                           00001800
           05 GRN-CREDITOR-ID       PIC X(8).                           00001900
           05 GRN-CREDITOR-NAME     PIC X(20).                          00002000
           05 GRN-METHOD            PIC X(1).                           00002100
               88 GRN-METHOD-AMOUNT     VALUE 'A'.                      00002200
               88 GRN-METHOD-PERCENT    VALUE 'P'.                      00002300
               88 GRN-METHOD-VALID      VALUE 'A' 'P'.                  00002400
           05 GRN-AMOUNT            PIC 9(7)V99.                        00002500
           05 GRN-PERCENT           PIC 9(3)V99.                        00002600
           05 GRN-PRIORITY          PIC 9(2).                           00002700
           05 GRN-TOTAL-OWED        PIC 9(8)V99.                        00002800
           05 GRN-BALANCE           PIC 9(8)V99.                        00002900
           05 GRN-TAKEN-TO-DATE     PIC 9(8)V99.                        00003000
           05 GRN-STATUS            PIC X(1).                           00003100
               88 GRN-STATUS-ACTIVE     VALUE 'A'.                      00003200
               88 GRN-STATUS-SATISFIED  VALUE 'S'.                      00003300
               88 GRN-STATUS-RELEASED   VALUE 'R'.                      00003400
           05 GRN-LAST-RUN          PIC 9(5).                           00003500
           05 GRN-LAST-TAKEN        PIC 9(7)V99.                        00003600
           05 GRN-LAST-SHORT        PIC 9(7)V99.                        00003700
           05 FILLER                PIC X(35).                          00003800

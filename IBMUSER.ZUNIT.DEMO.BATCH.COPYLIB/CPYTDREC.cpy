      * Year-to-date accumulator record, one per employee per tax       00000100
      * year, held in the YTD cluster keyed on YTD-KEY (employee id     00000200
      * plus tax year, KEYS(12 0) RECORDSIZE(400 400)).  Folded         00000300
      * forward every period by PGM79 from the PGM51 period payroll     00000400
      * file, the PGM72 validated earnings and the PGM50 deduction      00000500
      * detail; read by the year-end and payslip runs.                  00000600
      * YTD-LAST-PERIOD is the start date of the last period folded     00000700
      * in - a period at or before it is never posted twice, which      00000800
      * is what makes a rerun of the posting step safe.  The first      00000900
      * January period finds no record for the new year and starts      00001000
      * a fresh one, leaving the closed year untouched.                 00001100
      * YTD-GROSS is the period payment as paid (salary plus merged     00001200
      * earnings); the earnings buckets break the merged part out       00001300
      * by ERN-CODE.  The deduction buckets carry each PGM50 code as    00001400
      * assessed; YTD-DEDUCT and YTD-NET are the net-pay figures.       00001500
      * The bucket counts say how many of the 12 slots are in use.      00001600
      * Off-cycle payments (PGM84) add to the money totals and the      00001620
      * buckets but never to YTD-LAST-PERIOD or the periods posted;     00001640
      * their rerun guard is YTD-LAST-OFFCYCLE, the run number and      00001660
      * sequence of the last off-cycle payment folded in.               00001680
           05 YTD-KEY.                                                  00001700
               10 YTD-EMP-ID        PIC X(8).                           00001800
               10 YTD-TAX-YEAR      PIC 9(4).                           00001900
           05 YTD-DEPT              PIC X(4).                           00002000
           05 YTD-LAST-PERIOD       PIC 9(8).                           00002100
           05 YTD-PERIODS-POSTED    PIC 9(3).                           00002200
           05 YTD-GROSS             PIC 9(9)V99.                        00002300
           05 YTD-DEDUCT            PIC 9(9)V99.                        00002400
           05 YTD-NET               PIC 9(9)V99.                        00002500
           05 YTD-ERN-USED          PIC 9(2).                           00002600
           05 YTD-ERN-BUCKET OCCURS 12 TIMES.                           00002700
               10 YTD-ERN-CODE      PIC X(2).                           00002800
               10 YTD-ERN-AMOUNT    PIC 9(9)V99.                        00002900
           05 YTD-DED-USED          PIC 9(2).                           00003000
           05 YTD-DED-BUCKET OCCURS 12 TIMES.                           00003100
               10 YTD-DED-CODE      PIC X(2).                           00003200
               10 YTD-DED-AMOUNT    PIC 9(9)V99.                        00003300
           05 YTD-LAST-OFFCYCLE.                                        00003400
               10 YTD-LAST-OFF-RUN  PIC 9(5).                           00003500
               10 YTD-LAST-OFF-SEQ  PIC 9(4).                           00003600
           05 FILLER                PIC X(15).                          00003700

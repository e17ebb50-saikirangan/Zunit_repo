      * Pay-period control record, one per PAYCAL period, held in the   00000100
      * period-control cluster keyed on PCT-PER-START (KEYS(8 0)        00000200
      * RECORDSIZE(80 80)).  PGM120 adds each calendar period as        00000300
      * open and applies the close and reopen cards; PGM119, the        00000400
      * callable service PGM51, PGM49 and PGM64 go through, moves       00000500
      * a period forward one stage at a time:                           00000600
      *   O open -> C calculated (PGM51) -> P paid (PGM49)              00000700
      *   -> G posted (PGM64) -> X closed (PGM120 close card).          00000800
      * A step never processes a period already past its stage;         00000900
      * only an authorised PGM120 reopen card moves one back.           00001000
      * PCT-LAST-* is the step or card that last changed the            00001100
      * record; PCT-CALC-COUNT counts PGM51 runs for the period and     00001200
      * PCT-REOPEN-COUNT the reopens.                                   00001300
           05 PCT-PER-START         PIC 9(8).                           00001400
           05 PCT-PER-END           PIC 9(8).                           00001500
           05 PCT-PAY-DATE          PIC 9(8).                           00001600
           05 PCT-STATUS            PIC X(1).                           00001700
               88 PCT-STATUS-OPEN       VALUE 'O'.                      00001800
               88 PCT-STATUS-CALCULATED VALUE 'C'.                      00001900
               88 PCT-STATUS-PAID       VALUE 'P'.                      00002000
               88 PCT-STATUS-POSTED     VALUE 'G'.                      00002100
               88 PCT-STATUS-CLOSED     VALUE 'X'.                      00002200
               88 PCT-STATUS-VALID      VALUE 'O' 'C' 'P' 'G' 'X'.      00002300
           05 PCT-LAST-PROGRAM      PIC X(8).                           00002400
           05 PCT-LAST-DATE         PIC 9(8).                           00002500
           05 PCT-LAST-TIME         PIC 9(8).                           00002600
           05 PCT-LAST-RUN          PIC 9(5).                           00002700
           05 PCT-CALC-COUNT        PIC 9(3).                           00002800
           05 PCT-REOPEN-COUNT      PIC 9(3).                           00002900
           05 FILLER                PIC X(20).                          00003000

              'PGM01GB GROWPERIODS   N000000001000000999'.              00013240
           05 FILLER PIC X(41) VALUE                                    00013250
              'PGM01GB AMORTTERMS    N000000001000000999'.              00013260
           05 FILLER PIC X(41) VALUE                                    00013263
              'PGM01GB LOANSETUP     T000000000000000000'.              00013266
           05 FILLER PIC X(41) VALUE                                    00013269
              'PGM01GB BACKOUTQ      T000000000000000000'.              00013272
           05 FILLER PIC X(41) VALUE                                    00013275
              'PGM01GB BACKOUTLIMIT  N000000001000000999'.              00013278
           05 FILLER PIC X(41) VALUE                                    00013281
              'COBDB2  LOCKRETRIES   N000000000000000999'.              00013284
           05 FILLER PIC X(41) VALUE                                    00013287
              'COBDB2  LOCKWAITSECS  N000000000000099999'.              00013290
       01 WS-DICT REDEFINES WS-DICT-VALUES.                             00013300
           05 WS-DICT-ENTRY OCCURS 57 TIMES                             00013400
                             INDEXED BY WS-DICT-IDX.                    00013500
               10 WS-DICT-PGM  PIC X(8).                                00013600
               10 WS-DICT-KEY  PIC X(14).                               00013700
       CHECK-ONE-CARD.                                                  00020900
            MOVE 'N' TO WS-FOUND-SW.                                    00021000
            PERFORM VARYING WS-DICT-IDX FROM 1 BY 1                     00021100
               UNTIL WS-DICT-IDX > 57 OR WS-KEYWORD-KNOWN               00021200
               IF WS-DICT-PGM (WS-DICT-IDX) = WS-TARGET-PGM AND         00021300
                  WS-DICT-KEY (WS-DICT-IDX) =                           00021400
                  WS-CARD-KEY (WS-CARD-IDX) (1:14) THEN                 00021500
            WRITE RPT-LINE.                                             00026200
            PERFORM PRINT-ONE-KEYWORD                                   00026300
               VARYING WS-DICT-IDX FROM 1 BY 1                          00026400
               UNTIL WS-DICT-IDX > 57.                                  00026500
       PRINT-ONE-KEYWORD.                                               00026600
            IF WS-DICT-PGM (WS-DICT-IDX) = WS-TARGET-PGM THEN           00026700
               MOVE 'N' TO WS-SUPPLIED-SW                               00026800

      * SHRINKS STILL RAISES A WARNING EVEN WHEN THE STEP ENDS 00.      00001000
      * PARM CARDS: TRENDRUNS (PRIOR RUNS IN THE AVERAGE, DEFAULT       00001100
      * 7, MAX 14) AND DEVIATEPCT (PERCENT THRESHOLD, DEFAULT 20).      00001200
      * LOCK CONTENTION IS TRENDED THE SAME WAY FROM AUD-LOCK-RETRIES   00001214
      * (THE DB2 DEADLOCK/TIMEOUT RETRIES A RUN NEEDED - SPACES ON      00001228
      * OLDER RECORDS COUNT AS NONE): A STEP WITH ANY RETRIES IN THE    00001242
      * WINDOW GETS A LOCK RETRIES LINE, AND IS FLAGGED WHEN TONIGHT    00001256
      * NEEDED RETRIES AND THEY EXCEED THE PRIOR AVERAGE BY MORE        00001270
      * THAN DEVIATEPCT.  SERVER HEARTBEAT RECORDS (AUD-RECORD-TYPE     00001280
      * H) ARE NOT RUNS AND ARE SKIPPED.                                00001290
       ENVIRONMENT DIVISION.                                            00001300
       INPUT-OUTPUT SECTION.                                            00001400
       FILE-CONTROL.                                                    00001500
               10 WS-PGM-HIST OCCURS 15 TIMES INDEXED BY WS-HIST-IDX.   00004700
                   15 WS-PGM-RECS     PIC 9(7).                         00004800
                   15 WS-PGM-ELAPSED  PIC 9(5).                         00004900
                   15 WS-PGM-RETRIES  PIC 9(3).                         00004950
       01 WS-FOUND-SW      PIC X(1) VALUE 'N'.                          00005000
           88 WS-PGM-FOUND     VALUE 'Y'.                               00005100
       01 WS-SHIFT-SUB     PIC 9(4) COMP VALUE 0.                       00005200
       01 WS-DEV-ED        PIC ZZZZ9.99.                                00006200
       01 WS-AVG-ED        PIC Z,ZZZ,ZZ9.99.                            00006300
       01 WS-FLAGGED-COUNT PIC 9(3) VALUE 0.                            00006400
       01 WS-SUM-RETRIES   PIC 9(5) VALUE 0.                            00006414
       01 WS-AVG-RETRIES   PIC 9(3)V99 VALUE 0.                         00006428
       01 WS-CURR-RETRIES  PIC 9(3) VALUE 0.                            00006442
       01 WS-RETRY-CEILING PIC 9(5)V99 VALUE 0.                         00006456
       01 WS-STEP-FLAG-SW  PIC X(1) VALUE 'N'.                          00006470
           88 WS-STEP-FLAGGED  VALUE 'Y'.                               00006484
       01 WS-RETCD.                                                     00006500
           COPY CPRETCD.                                                00006600
       PROCEDURE DIVISION.                                              00006700
            PERFORM UNTIL WS-AUDIT-EOF                                  00007200
               READ AUDITIN                                             00007300
                 AT END SET WS-AUDIT-EOF TO TRUE                        00007400
                 NOT AT END                                             00007440
                    IF NOT AUD-HEARTBEAT-REC THEN                       00007480
                       PERFORM TALLY-ONE-AUDIT-REC                      00007520
                    END-IF                                              00007560
               END-READ                                                 00007600
            END-PERFORM.                                                00007700
            CLOSE AUDITIN.                                              00007800
               TO WS-PGM-RECS (WS-PGM-IDX, WS-HIST-IDX).                00014800
            MOVE AUD-ELAPSED-SECONDS                                    00014900
               TO WS-PGM-ELAPSED (WS-PGM-IDX, WS-HIST-IDX).             00015000
            IF AUD-LOCK-RETRIES IS NUMERIC THEN                         00015014
               MOVE AUD-LOCK-RETRIES                                    00015028
                  TO WS-PGM-RETRIES (WS-PGM-IDX, WS-HIST-IDX)           00015042
            ELSE                                                        00015056
               MOVE 0 TO WS-PGM-RETRIES (WS-PGM-IDX, WS-HIST-IDX)       00015070
            END-IF.                                                     00015084
       SHIFT-HISTORY-DOWN.                                              00015100
            PERFORM VARYING WS-SHIFT-SUB FROM 1 BY 1                    00015200
               UNTIL WS-SHIFT-SUB > 14                                  00015300
               TO WS-CURR-RECS.                                         00017200
            MOVE WS-PGM-ELAPSED (WS-PGM-IDX, WS-HIST-IDX)               00017300
               TO WS-CURR-ELAPSED.                                      00017400
            MOVE WS-PGM-RETRIES (WS-PGM-IDX, WS-HIST-IDX)               00017433
               TO WS-CURR-RETRIES.                                      00017466
            COMPUTE WS-PRIOR-RUNS = WS-PGM-RUNS (WS-PGM-IDX) - 1.       00017500
            IF WS-PRIOR-RUNS > WS-TREND-RUNS THEN                       00017600
               MOVE WS-TREND-RUNS TO WS-PRIOR-RUNS                      00017700
            END-IF.                                                     00017800
            MOVE 0 TO WS-SUM-RECS.                                      00017900
            MOVE 0 TO WS-SUM-ELAPSED.                                   00018000
            MOVE 0 TO WS-SUM-RETRIES.                                   00018050
            PERFORM VARYING WS-SHIFT-SUB FROM 1 BY 1                    00018100
               UNTIL WS-SHIFT-SUB > WS-PRIOR-RUNS                       00018200
               SET WS-HIST-IDX TO WS-PGM-RUNS (WS-PGM-IDX)              00018300
                  TO WS-SUM-RECS                                        00018600
               ADD WS-PGM-ELAPSED (WS-PGM-IDX, WS-HIST-IDX)             00018700
                  TO WS-SUM-ELAPSED                                     00018800
               ADD WS-PGM-RETRIES (WS-PGM-IDX, WS-HIST-IDX)             00018833
                  TO WS-SUM-RETRIES                                     00018866
            END-PERFORM.                                                00018900
            COMPUTE WS-AVG-RECS ROUNDED =                               00019000
               WS-SUM-RECS / WS-PRIOR-RUNS.                             00019100
            COMPUTE WS-AVG-ELAPSED ROUNDED =                            00019200
               WS-SUM-ELAPSED / WS-PRIOR-RUNS.                          00019300
            COMPUTE WS-AVG-RETRIES ROUNDED =                            00019333
               WS-SUM-RETRIES / WS-PRIOR-RUNS.                          00019366
            IF WS-AVG-RECS > 0 THEN                                     00019400
               COMPUTE WS-DEV-RECS ROUNDED =                            00019500
                  ((WS-CURR-RECS - WS-AVG-RECS) * 100)                  00019600
               DELIMITED BY SIZE INTO RPT-LINE                          00023900
            END-STRING.                                                 00024000
            WRITE RPT-LINE.                                             00024100
            MOVE 'N' TO WS-STEP-FLAG-SW.                                00024150
            IF WS-DEV-RECS > WS-DEVIATE-PCT OR                          00024200
               WS-DEV-ELAPSED > WS-DEVIATE-PCT THEN                     00024300
               SET WS-STEP-FLAGGED TO TRUE                              00024400
               MOVE SPACES TO RPT-LINE                                  00024500
               STRING WS-PGM-NAME (WS-PGM-IDX)                          00024600
                  ' *** DEVIATION EXCEEDS THRESHOLD ***'                00024700
               END-STRING                                               00024900
               WRITE RPT-LINE                                           00025000
            END-IF.                                                     00025100
            IF WS-SUM-RETRIES > 0 OR WS-CURR-RETRIES > 0 THEN           00025200
               PERFORM REPORT-LOCK-RETRIES                              00025300
            END-IF.                                                     00025400
            IF WS-STEP-FLAGGED THEN                                     00025500
               ADD 1 TO WS-FLAGGED-COUNT                                00025600
            END-IF.                                                     00025700
      * A STEP THAT HAS NEVER NEEDED A RETRY AND NOW DOES IS FLAGGED    00025800
      * ON ITS FIRST ONE; OTHERWISE ONLY A RISE PAST DEVIATEPCT.        00025900
       REPORT-LOCK-RETRIES.                                             00026000
            MOVE WS-AVG-RETRIES TO WS-AVG-ED.                           00026100
            MOVE SPACES TO RPT-LINE.                                    00026200
            STRING WS-PGM-NAME (WS-PGM-IDX)                             00026300
               ' LOCK RETRIES ' WS-CURR-RETRIES                         00026400
               ' AVG ' WS-AVG-ED                                        00026500
               DELIMITED BY SIZE INTO RPT-LINE                          00026600
            END-STRING.                                                 00026700
            WRITE RPT-LINE.                                             00026800
            COMPUTE WS-RETRY-CEILING ROUNDED =                          00026900
               WS-AVG-RETRIES * (100 + WS-DEVIATE-PCT) / 100.           00027000
            IF WS-CURR-RETRIES > 0 AND                                  00027100
               WS-CURR-RETRIES > WS-RETRY-CEILING THEN                  00027200
               SET WS-STEP-FLAGGED TO TRUE                              00027300
               MOVE SPACES TO RPT-LINE                                  00027400
               STRING WS-PGM-NAME (WS-PGM-IDX)                          00027500
                  ' *** LOCK CONTENTION ABOVE TREND ***'                00027600
                  DELIMITED BY SIZE INTO RPT-LINE                       00027700
               END-STRING                                               00027800
               WRITE RPT-LINE                                           00027900
            END-IF.                                                     00028000

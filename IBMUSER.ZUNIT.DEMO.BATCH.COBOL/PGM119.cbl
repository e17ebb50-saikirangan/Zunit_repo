       IDENTIFICATION DIVISION.                                         00000100
       PROGRAM-ID.   PGM119.                                            00000200
      * SHARED CALLABLE PAY-PERIOD CONTROL SERVICE FOR THE PERIOD       00000300
      * STEPS (PGM51, PGM49, PGM64), PASSED THE CALLER'S CPPCTLRQ       00000400
      * AREA, OVER THE PERIOD-CONTROL CLUSTER (DDPRDCTL, CPPERCTL)      00000500
      * THAT PGM120 LOADS FROM PAYCAL.  FINDS THE PERIOD HOLDING        00000600
      * PCQ-PERIOD-DATE AND DECIDES WHETHER THE CALLER'S STAGE MAY      00000700
      * PROCESS IT: PGM51 (CALCULATED) TAKES AN OPEN PERIOD OR          00000800
      * RECALCULATES ONE NOT YET PAID, PGM49 (PAID) ONLY A              00000900
      * CALCULATED ONE AND PGM64 (POSTED) ONLY A PAID ONE.  A PERIOD    00001000
      * ALREADY PAST THE CALLER'S STAGE, OR NOT YET UP TO IT, IS        00001100
      * REFUSED WITH THE REASON IN PCQ-MESSAGE - ONLY A PGM120          00001200
      * REOPEN CARD MOVES A PERIOD BACK.  AN ADVANCE REQUEST MAKES      00001300
      * THE SAME CHECK AND THEN REWRITES THE RECORD AT THE CALLER'S     00001400
      * STAGE, STAMPED WITH THE PROGRAM, DATE, TIME AND RUN NUMBER.     00001500
      * THE CLUSTER IS OPENED AND CLOSED ON EVERY CALL SO NOTHING IS    00001600
      * HELD BETWEEN THE CALLER'S CHECK AND ITS ADVANCE.                00001700
       ENVIRONMENT DIVISION.                                            00001800
       INPUT-OUTPUT SECTION.                                            00001900
       FILE-CONTROL.                                                    00002000
                SELECT PRDCTL ASSIGN TO DDPRDCTL                        00002100
                ORGANIZATION IS INDEXED                                 00002200
                ACCESS MODE IS DYNAMIC                                  00002300
                RECORD KEY IS PCT-PER-START                             00002400
                FILE STATUS IS WS-PCT-STATUS.                           00002500
       DATA DIVISION.                                                   00002600
       FILE SECTION.                                                    00002700
       FD PRDCTL.                                                       00002800
       01 PCT-REC.                                                      00002900
          COPY CPPERCTL.                                                00003000
       WORKING-STORAGE SECTION.                                         00003100
       01 WS-PCT-STATUS PIC X(2) VALUE SPACES.                          00003200
           88 WS-PCT-OPEN-OK   VALUE '00' '97'.                         00003300
           88 WS-PCT-IO-OK     VALUE '00' '02'.                         00003400
       01 WS-SCAN-EOF-SW PIC X(1) VALUE 'N'.                            00003500
           88 WS-SCAN-EOF      VALUE 'Y'.                               00003600
       01 WS-FOUND-SW PIC X(1) VALUE 'N'.                               00003700
           88 WS-PERIOD-FOUND  VALUE 'Y'.                               00003800
      * THE STATUS CODES IN STAGE ORDER AND THEIR REPORT WORDS.         00003900
       01 WS-STAGE-VALUES.                                              00004000
           05 FILLER PIC X(11) VALUE 'OOPEN      '.                     00004100
           05 FILLER PIC X(11) VALUE 'CCALCULATED'.                     00004200
           05 FILLER PIC X(11) VALUE 'PPAID      '.                     00004300
           05 FILLER PIC X(11) VALUE 'GPOSTED    '.                     00004400
           05 FILLER PIC X(11) VALUE 'XCLOSED    '.                     00004500
       01 WS-STAGE-TABLE REDEFINES WS-STAGE-VALUES.                     00004600
           05 WS-STAGE-ENTRY OCCURS 5 TIMES INDEXED BY WS-STAGE-IDX.    00004700
               10 WS-STAGE-CODE PIC X(1).                               00004800
               10 WS-STAGE-WORD PIC X(10).                              00004900
       01 WS-STATUS-RANK   PIC 9(1) VALUE 0.                            00005000
       01 WS-CALLER-RANK   PIC 9(1) VALUE 0.                            00005100
       01 WS-RANK-CODE     PIC X(1) VALUE SPACES.                       00005200
       01 WS-RANK          PIC 9(1) VALUE 0.                            00005300
       01 WS-RANK-WORD     PIC X(10) VALUE SPACES.                      00005400
       01 WS-RUN-DATE      PIC 9(8).                                    00005500
       01 WS-RUN-TIME      PIC 9(8).                                    00005600
       LINKAGE SECTION.                                                 00005700
       01 LS-PERIOD-CTL.                                                00005800
          COPY CPPCTLRQ.                                                00005900
       PROCEDURE DIVISION USING LS-PERIOD-CTL.                          00006000
       MAIN-ROUTINE.                                                    00006100
            MOVE 0 TO PCQ-PER-START.                                    00006200
            MOVE 0 TO PCQ-PER-END.                                      00006300
            MOVE SPACES TO PCQ-STATUS.                                  00006400
            MOVE SPACES TO PCQ-MESSAGE.                                 00006500
            SET PCQ-RESULT-OK TO TRUE.                                  00006600
            OPEN I-O PRDCTL.                                            00006700
            IF NOT WS-PCT-OPEN-OK THEN                                  00006800
               SET PCQ-RESULT-IO-ERROR TO TRUE                          00006900
               STRING 'PERIOD CONTROL CLUSTER OPEN FAILED, STATUS '     00007000
                  WS-PCT-STATUS                                         00007100
                  DELIMITED BY SIZE INTO PCQ-MESSAGE                    00007200
               END-STRING                                               00007300
               DISPLAY PCQ-PROGRAM ' ' PCQ-MESSAGE                      00007400
               GOBACK                                                   00007500
            END-IF.                                                     00007600
            PERFORM FIND-CONTROL-PERIOD.                                00007700
            IF WS-PERIOD-FOUND THEN                                     00007800
               PERFORM CHECK-CALLER-STAGE                               00007900
               IF PCQ-RESULT-OK AND PCQ-REQ-ADVANCE THEN                00008000
                  PERFORM ADVANCE-PERIOD                                00008100
               END-IF                                                   00008200
            END-IF.                                                     00008300
            CLOSE PRDCTL.                                               00008400
            IF NOT PCQ-RESULT-OK THEN                                   00008500
               DISPLAY PCQ-PROGRAM ' ' PCQ-MESSAGE                      00008600
            END-IF.                                                     00008700
            GOBACK.                                                     00008800
      * THE CLUSTER HOLDS A FEW YEARS OF PERIODS AT MOST, SO IT IS      00008900
      * READ FROM THE TOP UNTIL A PERIOD COVERS THE DATE.               00009000
       FIND-CONTROL-PERIOD.                                             00009100
            MOVE 'N' TO WS-FOUND-SW.                                    00009200
            MOVE 'N' TO WS-SCAN-EOF-SW.                                 00009300
            MOVE 0 TO PCT-PER-START.                                    00009400
            START PRDCTL KEY IS NOT LESS THAN PCT-PER-START             00009500
              INVALID KEY                                               00009600
                 SET WS-SCAN-EOF TO TRUE                                00009700
            END-START.                                                  00009800
            PERFORM SCAN-ONE-PERIOD THRU SCAN-ONE-PERIOD-EXIT           00009900
               UNTIL WS-SCAN-EOF OR WS-PERIOD-FOUND.                    00010000
            IF NOT WS-PERIOD-FOUND THEN                                 00010100
               SET PCQ-RESULT-NO-PERIOD TO TRUE                         00010200
               STRING 'NO PERIOD-CONTROL RECORD COVERS '                00010300
                  PCQ-PERIOD-DATE ' - RUN PGM120 FIRST'                 00010400
                  DELIMITED BY SIZE INTO PCQ-MESSAGE                    00010500
               END-STRING                                               00010600
            END-IF.                                                     00010700
       SCAN-ONE-PERIOD.                                                 00010800
            READ PRDCTL NEXT RECORD                                     00010900
              AT END                                                    00011000
                 SET WS-SCAN-EOF TO TRUE                                00011100
                 GO TO SCAN-ONE-PERIOD-EXIT                             00011200
            END-READ.                                                   00011300
            IF NOT WS-PCT-IO-OK THEN                                    00011400
               SET WS-SCAN-EOF TO TRUE                                  00011500
               GO TO SCAN-ONE-PERIOD-EXIT                               00011600
            END-IF.                                                     00011700
            IF PCT-PER-START > PCQ-PERIOD-DATE THEN                     00011800
               SET WS-SCAN-EOF TO TRUE                                  00011900
               GO TO SCAN-ONE-PERIOD-EXIT                               00012000
            END-IF.                                                     00012100
            IF PCT-PER-END >= PCQ-PERIOD-DATE THEN                      00012200
               SET WS-PERIOD-FOUND TO TRUE                              00012300
               MOVE PCT-PER-START TO PCQ-PER-START                      00012400
               MOVE PCT-PER-END TO PCQ-PER-END                          00012500
               MOVE PCT-STATUS TO PCQ-STATUS                            00012600
            END-IF.                                                     00012700
       SCAN-ONE-PERIOD-EXIT.                                            00012800
            EXIT.                                                       00012900
      * THE CALLER MAY TAKE THE PERIOD FROM THE STAGE JUST BEFORE ITS   00013000
      * OWN; PGM51 MAY ALSO RECALCULATE ITS OWN STAGE, SINCE NOTHING    00013100
      * HAS BEEN PAID FROM IT YET.                                      00013200
       CHECK-CALLER-STAGE.                                              00013300
            MOVE PCT-STATUS TO WS-RANK-CODE.                            00013400
            PERFORM FIND-STAGE-RANK.                                    00013500
            MOVE WS-RANK TO WS-STATUS-RANK.                             00013600
            MOVE PCQ-STAGE TO WS-RANK-CODE.                             00013700
            PERFORM FIND-STAGE-RANK.                                    00013800
            MOVE WS-RANK TO WS-CALLER-RANK.                             00013900
            EVALUATE TRUE                                               00014000
                WHEN WS-STATUS-RANK = 0                                 00014100
                   SET PCQ-RESULT-REFUSED TO TRUE                       00014200
                   STRING 'PERIOD ' PCT-PER-START                       00014300
                      ' HAS AN UNKNOWN STATUS ' PCT-STATUS              00014400
                      DELIMITED BY SIZE INTO PCQ-MESSAGE                00014500
                   END-STRING                                           00014600
                WHEN WS-CALLER-RANK < 2                                 00014700
                   SET PCQ-RESULT-REFUSED TO TRUE                       00014800
                   STRING 'UNKNOWN PERIOD STAGE ' PCQ-STAGE             00014900
                      ' REQUESTED'                                      00015000
                      DELIMITED BY SIZE INTO PCQ-MESSAGE                00015100
                   END-STRING                                           00015200
                WHEN WS-STATUS-RANK = WS-CALLER-RANK - 1                00015300
                   CONTINUE                                             00015400
                WHEN PCQ-STAGE-CALC AND PCT-STATUS-CALCULATED           00015500
                   CONTINUE                                             00015600
                WHEN WS-STATUS-RANK >= WS-CALLER-RANK                   00015700
                   SET PCQ-RESULT-REFUSED TO TRUE                       00015800
                   MOVE WS-STATUS-RANK TO WS-RANK                       00015900
                   PERFORM FIND-RANK-WORD                               00016000
                   STRING 'PERIOD ' PCT-PER-START ' IS ALREADY '        00016100
                      WS-RANK-WORD ' - NOT PROCESSED AGAIN'             00016200
                      DELIMITED BY SIZE INTO PCQ-MESSAGE                00016300
                   END-STRING                                           00016400
                WHEN OTHER                                              00016500
                   SET PCQ-RESULT-REFUSED TO TRUE                       00016600
                   COMPUTE WS-RANK = WS-CALLER-RANK - 1                 00016700
                   PERFORM FIND-RANK-WORD                               00016800
                   STRING 'PERIOD ' PCT-PER-START ' IS NOT YET '        00016900
                      WS-RANK-WORD                                      00017000
                      DELIMITED BY SIZE INTO PCQ-MESSAGE                00017100
                   END-STRING                                           00017200
            END-EVALUATE.                                               00017300
       FIND-STAGE-RANK.                                                 00017400
            MOVE 0 TO WS-RANK.                                          00017500
            PERFORM CHECK-ONE-STAGE                                     00017600
               VARYING WS-STAGE-IDX FROM 1 BY 1                         00017700
               UNTIL WS-STAGE-IDX > 5 OR WS-RANK > 0.                   00017800
       CHECK-ONE-STAGE.                                                 00017900
            IF WS-STAGE-CODE (WS-STAGE-IDX) = WS-RANK-CODE THEN         00018000
               SET WS-RANK TO WS-STAGE-IDX                              00018100
            END-IF.                                                     00018200
       FIND-RANK-WORD.                                                  00018300
            SET WS-STAGE-IDX TO WS-RANK.                                00018400
            MOVE WS-STAGE-WORD (WS-STAGE-IDX) TO WS-RANK-WORD.          00018500
       ADVANCE-PERIOD.                                                  00018600
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.                      00018700
            ACCEPT WS-RUN-TIME FROM TIME.                               00018800
            MOVE PCQ-STAGE TO PCT-STATUS.                               00018900
            MOVE PCQ-PROGRAM TO PCT-LAST-PROGRAM.                       00019000
            MOVE WS-RUN-DATE TO PCT-LAST-DATE.                          00019100
            MOVE WS-RUN-TIME TO PCT-LAST-TIME.                          00019200
            MOVE PCQ-RUN-NUMBER TO PCT-LAST-RUN.                        00019300
            IF PCQ-STAGE-CALC AND PCT-CALC-COUNT < 999 THEN             00019400
               ADD 1 TO PCT-CALC-COUNT                                  00019500
            END-IF.                                                     00019600
            REWRITE PCT-REC.                                            00019700
            IF NOT WS-PCT-IO-OK THEN                                    00019800
               SET PCQ-RESULT-IO-ERROR TO TRUE                          00019900
               STRING 'PERIOD CONTROL REWRITE FAILED FOR '              00020000
                  PCT-PER-START ', STATUS ' WS-PCT-STATUS               00020100
                  DELIMITED BY SIZE INTO PCQ-MESSAGE                    00020200
               END-STRING                                               00020300
            END-IF.                                                     00020400

      * A DEPARTMENT WITH NO ACCOUNT MAPPING, OR A                      00001200
      * BATCH WHOSE DEBITS AND CREDITS DISAGREE, ENDS RC 08 PER         00001300
      * CPRETCD - FINANCE NEVER RECEIVES A BROKEN JOURNAL.              00001400
      * A SPLIT-FUNDED EMPLOYEE'S COST IS SHARED ACROSS THE             00001414
      * DEPARTMENTS ON THEIR PGM94-VALIDATED CPALLOC LINES (DDALLOCIN,  00001428
      * DD DUMMY WHEN NONE) BY PERCENTAGE, THE LAST LINE TAKING THE     00001442
      * ROUNDING, INSTEAD OF BEING BOOKED WHOLE TO THEIR OWN            00001456
      * DEPARTMENT; THE REPORT SHOWS EACH DEPARTMENT'S HOME COST        00001470
      * ALONGSIDE THE ALLOCATED COST IT IS POSTED WITH.                 00001484
      * THE PERIOD BEING POSTED (THE FIRST PAYROLL DETAIL'S PERIOD      00001485
      * START) MUST BE PAID AND NOT YET POSTED ON THE PERIOD-CONTROL    00001487
      * CLUSTER (DDPRDCTL, CHECKED THROUGH PGM119) BEFORE THE           00001489
      * JOURNAL IS OPENED; OTHERWISE THE RUN ENDS RC 08 WITH NO         00001491
      * JOURNAL, SO A PERIOD IS NEVER POSTED TWICE.  A RUN ENDING       00001492
      * BELOW RC 08 MARKS THE PERIOD POSTED.  A RUN WITH NO PAYROLL     00001494
      * DETAIL (OFF-CYCLE CHANGES ONLY) POSTS NO PERIOD AND IS NOT      00001496
      * CONTROLLED.                                                     00001498
       ENVIRONMENT DIVISION.                                            00001500
       INPUT-OUTPUT SECTION.                                            00001600
       FILE-CONTROL.                                                    00001700
                SELECT CHGIN ASSIGN TO DDCHGIN                          00002000
                ORGANIZATION IS SEQUENTIAL.                             00002100
                SELECT ACCTMAP ASSIGN TO DDACCTMAP                      00002200
                ORGANIZATION IS SEQUENTIAL.                             00002233
                SELECT ALLOCIN ASSIGN TO DDALLOCIN                      00002266
                ORGANIZATION IS SEQUENTIAL.                             00002300
                SELECT PARMFILE ASSIGN TO DDPARMIN                      00002400
                ORGANIZATION IS SEQUENTIAL.                             00002500
           05 FILLER      PIC X(1).                                     00005200
           05 ACM-ACCOUNT PIC X(8).                                     00005300
           05 FILLER      PIC X(67).                                    00005400
       FD ALLOCIN                                                       00005420
            RECORDING MODE IS F.                                        00005440
       01 AL-REC.                                                       00005460
          COPY CPALLOC.                                                 00005480
       FD PARMFILE                                                      00005500
            RECORDING MODE IS F.                                        00005600
       01 PARM-CARD.                                                    00005700
           88 WS-MAP-EOF       VALUE 'Y'.                               00007900
       01 WS-PARM-EOF-SW PIC X(1) VALUE 'N'.                            00008000
           88 WS-PARM-EOF      VALUE 'Y'.                               00008100
       01 WS-AL-EOF-SW PIC X(1) VALUE 'N'.                              00008133
           88 WS-AL-EOF        VALUE 'Y'.                               00008166
       01 WS-OFFSET-ACCT PIC X(8) VALUE SPACES.                         00008200
       01 WS-RUN-NUMBER  PIC 9(5) VALUE 0.                              00008202
       01 WS-POST-PERIOD PIC 9(8) VALUE 0.                              00008204
       01 WS-PRDCTL-PGM  PIC X(8) VALUE 'PGM119'.                       00008206
       01 WS-PERIOD-CTL.                                                00008208
          COPY CPPCTLRQ.                                                00008210
       01 WS-ALC-COUNT PIC 9(4) COMP VALUE 0.                           00008212
       01 WS-ALC-TABLE.                                                 00008224
           05 WS-ALC-ENTRY OCCURS 3000 TIMES                            00008236
                            INDEXED BY WS-ALC-IDX.                      00008248
               10 WS-ALC-EMP-ID  PIC X(8).                              00008260
               10 WS-ALC-DEPT    PIC X(4).                              00008272
               10 WS-ALC-PCT     PIC 9(3)V99.                           00008284
       01 WS-MAP-COUNT PIC 9(3) COMP VALUE 0.                           00008300
       01 WS-MAP-TABLE.                                                 00008400
           05 WS-MAP-ENTRY OCCURS 100 TIMES                             00008500
                             INDEXED BY WS-DEPT-IDX WS-DEPT-SAV.        00009200
               10 WS-DEPT-CODE   PIC X(4).                              00009300
               10 WS-DEPT-AMOUNT PIC S9(11)V99.                         00009400
               10 WS-DEPT-HOME   PIC S9(11)V99.                         00009450
       01 WS-FOUND-SW PIC X(1) VALUE 'N'.                               00009500
           88 WS-ENTRY-FOUND   VALUE 'Y'.                               00009600
       01 WS-WORK-DEPT   PIC X(4) VALUE SPACES.                         00009700
       01 WS-WORK-AMOUNT PIC S9(11)V99 VALUE 0.                         00009800
       01 WS-WORK-EMP-ID PIC X(8) VALUE SPACES.                         00009811
       01 WS-COST-AMOUNT PIC S9(11)V99 VALUE 0.                         00009822
       01 WS-COST-LEFT   PIC S9(11)V99 VALUE 0.                         00009833
       01 WS-EMP-LINES   PIC 9(4) VALUE 0.                              00009844
       01 WS-LINES-DONE  PIC 9(4) VALUE 0.                              00009855
       01 WS-COUNT-SPLIT PIC 9(5) VALUE 0.                              00009866
       01 WS-HOME-ED     PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.                       00009877
       01 WS-ALLOC-ED    PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.                       00009888
       01 WS-POST-AMOUNT PIC 9(11)V99 VALUE 0.                          00009900
       01 WS-OFFSET-NET  PIC S9(13)V99 VALUE 0.                         00010000
       01 WS-TOTAL-DEBITS  PIC 9(13)V99 VALUE 0.                        00010100
       MAIN-ROUTINE.                                                    00010900
            PERFORM READ-JOURNAL-PARMS.                                 00011000
            PERFORM LOAD-ACCOUNT-MAP.                                   00011100
            PERFORM LOAD-ALLOCATION-LINES.                              00011150
            PERFORM FIND-POSTING-PERIOD.                                00011152
            IF WS-POST-PERIOD > 0 THEN                                  00011154
               PERFORM CHECK-PERIOD-CONTROL                             00011156
               IF NOT PCQ-RESULT-OK THEN                                00011159
                  OPEN OUTPUT RPTFILE                                   00011161
                  MOVE SPACES TO RPT-LINE                               00011163
                  STRING 'PERIOD CONTROL: ' PCQ-MESSAGE                 00011165
                     DELIMITED BY SIZE INTO RPT-LINE                    00011168
                  END-STRING                                            00011170
                  WRITE RPT-LINE                                        00011172
                  CLOSE RPTFILE                                         00011175
                  IF PCQ-RESULT-IO-ERROR THEN                           00011177
                     SET WS-RC-IO-ERROR TO TRUE                         00011179
                  ELSE                                                  00011181
                     SET WS-RC-DATA-ERROR TO TRUE                       00011184
                  END-IF                                                00011186
                  MOVE WS-RETURN-CODE TO RETURN-CODE                    00011188
                  GOBACK                                                00011190
               END-IF                                                   00011193
            END-IF.                                                     00011195
            MOVE 'N' TO WS-PPAY-EOF-SW.                                 00011197
            OPEN INPUT PPAYIN.                                          00011200
            OPEN INPUT CHGIN.                                           00011300
            OPEN OUTPUT JRNLOUT.                                        00011400
                       HT-IS-TRAILER OF PPAY-REC-HT THEN                00012100
                       CONTINUE                                         00012200
                    ELSE                                                00012300
                       MOVE PPAY-EMP-ID TO WS-WORK-EMP-ID               00012350
                       MOVE PPAY-DEPT TO WS-WORK-DEPT                   00012400
                       MOVE PPAY-AMOUNT TO WS-COST-AMOUNT               00012500
                       PERFORM COST-ONE-EMPLOYEE                        00012600
                    END-IF                                              00012700
               END-READ                                                 00012800
            END-PERFORM.                                                00012900
               READ CHGIN                                               00013100
                 AT END SET WS-CHG-EOF TO TRUE                          00013200
                 NOT AT END                                             00013300
                    MOVE CHG-EMP-ID TO WS-WORK-EMP-ID                   00013350
                    MOVE CHG-DEPT-CODE TO WS-WORK-DEPT                  00013400
                    MOVE CHG-DELTA TO WS-COST-AMOUNT                    00013500
                    PERFORM COST-ONE-EMPLOYEE                           00013600
               END-READ                                                 00013700
            END-PERFORM.                                                00013800
            PERFORM POST-ALL-DEPARTMENTS.                               00013900
            CLOSE PPAYIN.                                               00014200
            CLOSE CHGIN.                                                00014300
            CLOSE JRNLOUT.                                              00014400
            IF WS-RETURN-CODE < 08 AND WS-POST-PERIOD > 0 THEN          00014425
               PERFORM ADVANCE-PERIOD-CONTROL                           00014450
            END-IF.                                                     00014475
            CLOSE RPTFILE.                                              00014500
            MOVE WS-RETURN-CODE TO RETURN-CODE.                         00014600
            GOBACK.                                                     00014700
      * THE PERIOD IS TAKEN FROM THE FIRST PAYROLL DETAIL - PGM51       00014702
      * WRITES ONE PERIOD PER FILE.                                     00014704
       FIND-POSTING-PERIOD.                                             00014706
            OPEN INPUT PPAYIN.                                          00014709
            PERFORM READ-POSTING-PERIOD THRU READ-POSTING-PERIOD-EXIT   00014711
               UNTIL WS-PPAY-EOF OR WS-POST-PERIOD > 0.                 00014713
            CLOSE PPAYIN.                                               00014715
       READ-POSTING-PERIOD.                                             00014718
            READ PPAYIN                                                 00014720
              AT END                                                    00014722
                 SET WS-PPAY-EOF TO TRUE                                00014725
                 GO TO READ-POSTING-PERIOD-EXIT                         00014727
            END-READ.                                                   00014729
            IF HT-IS-HEADER OF PPAY-REC-HT OR                           00014731
               HT-IS-TRAILER OF PPAY-REC-HT THEN                        00014734
               GO TO READ-POSTING-PERIOD-EXIT                           00014736
            END-IF.                                                     00014738
            IF PPAY-PER-START IS NUMERIC AND PPAY-PER-START > 0 THEN    00014740
               MOVE PPAY-PER-START TO WS-POST-PERIOD                    00014743
            END-IF.                                                     00014745
       READ-POSTING-PERIOD-EXIT.                                        00014747
            EXIT.                                                       00014750
      * THE PERIOD-CONTROL GATE.  PGM64 MOVES A PAID PERIOD TO          00014752
      * POSTED.                                                         00014754
       CHECK-PERIOD-CONTROL.                                            00014756
            MOVE SPACES TO WS-PERIOD-CTL.                               00014759
            MOVE 'PGM64' TO PCQ-PROGRAM.                                00014761
            SET PCQ-REQ-CHECK TO TRUE.                                  00014763
            SET PCQ-STAGE-POST TO TRUE.                                 00014765
            MOVE WS-POST-PERIOD TO PCQ-PERIOD-DATE.                     00014768
            MOVE WS-RUN-NUMBER TO PCQ-RUN-NUMBER.                       00014770
            CALL WS-PRDCTL-PGM USING WS-PERIOD-CTL.                     00014772
       ADVANCE-PERIOD-CONTROL.                                          00014775
            SET PCQ-REQ-ADVANCE TO TRUE.                                00014777
            CALL WS-PRDCTL-PGM USING WS-PERIOD-CTL.                     00014779
            IF NOT PCQ-RESULT-OK THEN                                   00014781
               MOVE SPACES TO RPT-LINE                                  00014784
               STRING 'PERIOD CONTROL NOT ADVANCED: ' PCQ-MESSAGE       00014786
                  DELIMITED BY SIZE INTO RPT-LINE                       00014788
               END-STRING                                               00014790
               WRITE RPT-LINE                                           00014793
               SET WS-RC-IO-ERROR TO TRUE                               00014795
            END-IF.                                                     00014797
       READ-JOURNAL-PARMS.                                              00014800
            OPEN INPUT PARMFILE.                                        00014900
            PERFORM UNTIL WS-PARM-EOF                                   00015000
            EVALUATE PARM-KEY                                           00015800
                WHEN 'OFFSETACCT'                                       00015900
                   MOVE PARM-VALUE-TEXT (1:8) TO WS-OFFSET-ACCT         00016000
                WHEN 'RUNNUMBER'                                        00016033
                   MOVE PARM-VALUE-NUM TO WS-RUN-NUMBER                 00016066
                WHEN OTHER                                              00016100
                   CONTINUE                                             00016200
            END-EVALUATE.                                               00016300
               END-READ                                                 00017900
            END-PERFORM.                                                00018000
            CLOSE ACCTMAP.                                              00018100
       LOAD-ALLOCATION-LINES.                                           00018101
            OPEN INPUT ALLOCIN.                                         00018102
            PERFORM UNTIL WS-AL-EOF                                     00018103
               READ ALLOCIN                                             00018104
                 AT END SET WS-AL-EOF TO TRUE                           00018105
                 NOT AT END                                             00018106
                    IF AL-EMP-ID NOT = SPACES AND                       00018107
                       WS-ALC-COUNT < 3000 THEN                         00018108
                       ADD 1 TO WS-ALC-COUNT                            00018109
                       SET WS-ALC-IDX TO WS-ALC-COUNT                   00018110
                       MOVE AL-EMP-ID TO WS-ALC-EMP-ID (WS-ALC-IDX)     00018111
                       MOVE AL-DEPT TO WS-ALC-DEPT (WS-ALC-IDX)         00018112
                       MOVE AL-PCT TO WS-ALC-PCT (WS-ALC-IDX)           00018113
                    END-IF                                              00018114
               END-READ                                                 00018115
            END-PERFORM.                                                00018116
            CLOSE ALLOCIN.                                              00018117
      * THE HOME DEPARTMENT CARRIES THE WHOLE AMOUNT AS HOME COST;      00018118
      * THE ALLOCATED COST GOES WHERE THE EMPLOYEE'S SPLIT SENDS IT,    00018119
      * OR HOME WHEN THEY HAVE NO SPLIT.                                00018120
       COST-ONE-EMPLOYEE.                                               00018121
            MOVE WS-COST-AMOUNT TO WS-WORK-AMOUNT.                      00018122
            PERFORM TALLY-HOME-COST.                                    00018123
            MOVE 0 TO WS-EMP-LINES.                                     00018124
            IF WS-ALC-COUNT > 0 THEN                                    00018125
               PERFORM VARYING WS-ALC-IDX FROM 1 BY 1                   00018126
                  UNTIL WS-ALC-IDX > WS-ALC-COUNT                       00018127
                  IF WS-ALC-EMP-ID (WS-ALC-IDX) = WS-WORK-EMP-ID THEN   00018128
                     ADD 1 TO WS-EMP-LINES                              00018129
                  END-IF                                                00018130
               END-PERFORM                                              00018131
            END-IF.                                                     00018132
            IF WS-EMP-LINES = 0 THEN                                    00018133
               PERFORM TALLY-DEPT-COST                                  00018134
            ELSE                                                        00018135
               ADD 1 TO WS-COUNT-SPLIT                                  00018136
               MOVE WS-COST-AMOUNT TO WS-COST-LEFT                      00018137
               MOVE 0 TO WS-LINES-DONE                                  00018138
               PERFORM SHARE-ONE-LINE                                   00018139
                  VARYING WS-ALC-IDX FROM 1 BY 1                        00018140
                  UNTIL WS-ALC-IDX > WS-ALC-COUNT                       00018141
            END-IF.                                                     00018142
       SHARE-ONE-LINE.                                                  00018143
            IF WS-ALC-EMP-ID (WS-ALC-IDX) = WS-WORK-EMP-ID THEN         00018144
               ADD 1 TO WS-LINES-DONE                                   00018145
               IF WS-LINES-DONE = WS-EMP-LINES THEN                     00018146
                  MOVE WS-COST-LEFT TO WS-WORK-AMOUNT                   00018147
               ELSE                                                     00018148
                  COMPUTE WS-WORK-AMOUNT ROUNDED =                      00018149
                     WS-COST-AMOUNT * WS-ALC-PCT (WS-ALC-IDX) / 100     00018150
                  SUBTRACT WS-WORK-AMOUNT FROM WS-COST-LEFT             00018151
               END-IF                                                   00018152
               MOVE WS-ALC-DEPT (WS-ALC-IDX) TO WS-WORK-DEPT            00018153
               PERFORM TALLY-DEPT-COST                                  00018154
            END-IF.                                                     00018155
       TALLY-HOME-COST.                                                 00018156
            PERFORM FIND-DEPT-ENTRY.                                    00018157
            IF WS-ENTRY-FOUND THEN                                      00018158
               ADD WS-WORK-AMOUNT TO WS-DEPT-HOME (WS-DEPT-IDX)         00018159
            END-IF.                                                     00018160
       TALLY-DEPT-COST.                                                 00018200
            PERFORM FIND-DEPT-ENTRY.                                    00018216
            IF WS-ENTRY-FOUND THEN                                      00018232
               ADD WS-WORK-AMOUNT TO WS-DEPT-AMOUNT (WS-DEPT-IDX)       00018248
            END-IF.                                                     00018264
       FIND-DEPT-ENTRY.                                                 00018280
            MOVE 'N' TO WS-FOUND-SW.                                    00018300
            IF WS-DEPT-COUNT > 0 THEN                                   00018400
               PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1                  00018500
               SET WS-DEPT-IDX TO WS-DEPT-COUNT                         00020000
               MOVE WS-WORK-DEPT TO WS-DEPT-CODE (WS-DEPT-IDX)          00020100
               MOVE 0 TO WS-DEPT-AMOUNT (WS-DEPT-IDX)                   00020200
               MOVE 0 TO WS-DEPT-HOME (WS-DEPT-IDX)                     00020250
               SET WS-ENTRY-FOUND TO TRUE                               00020300
            END-IF.                                                     00020700
      * ONE ENTRY PER DEPARTMENT ACCOUNT, DEBIT OR CREDIT BY THE        00020800
      * SIGN OF THE ACCUMULATED AMOUNT.  AN UNMAPPED DEPARTMENT         00020900
            MOVE SPACES TO RPT-LINE.                                    00028500
            STRING 'POSTINGS  : ' WS-COUNT-POSTINGS                     00028600
               ' UNMAPPED DEPTS ' WS-COUNT-UNMAPPED                     00028700
               ' SPLIT-FUNDED COSTS ' WS-COUNT-SPLIT                    00028750
               DELIMITED BY SIZE INTO RPT-LINE                          00028800
            END-STRING.                                                 00028900
            WRITE RPT-LINE.                                             00029000
                   MOVE 'RESULT    : BALANCED' TO RPT-LINE              00031900
            END-EVALUATE.                                               00032000
            WRITE RPT-LINE.                                             00032100
            PERFORM WRITE-DEPT-COST-LINES.                              00032200
      * HOME COST IS WHAT THE DEPARTMENT'S OWN STAFF COST; ALLOCATED    00032300
      * COST IS WHAT IT WAS POSTED WITH AFTER THE SPLITS.               00032400
       WRITE-DEPT-COST-LINES.                                           00032500
            MOVE SPACES TO RPT-LINE.                                    00032600
            WRITE RPT-LINE.                                             00032700
            MOVE 'DEPT            HOME COST       ALLOCATED COST'       00032800
               TO RPT-LINE.                                             00032900
            WRITE RPT-LINE.                                             00033000
            IF WS-DEPT-COUNT > 0 THEN                                   00033100
               PERFORM WRITE-ONE-DEPT-COST                              00033200
                  VARYING WS-DEPT-IDX FROM 1 BY 1                       00033300
                  UNTIL WS-DEPT-IDX > WS-DEPT-COUNT                     00033400
            END-IF.                                                     00033500
       WRITE-ONE-DEPT-COST.                                             00033600
            MOVE WS-DEPT-HOME (WS-DEPT-IDX) TO WS-HOME-ED.              00033700
            MOVE WS-DEPT-AMOUNT (WS-DEPT-IDX) TO WS-ALLOC-ED.           00033800
            MOVE SPACES TO RPT-LINE.                                    00033900
            STRING WS-DEPT-CODE (WS-DEPT-IDX) ' ' WS-HOME-ED            00034000
               ' ' WS-ALLOC-ED                                          00034100
               DELIMITED BY SIZE INTO RPT-LINE                          00034200
            END-STRING.                                                 00034300
            WRITE RPT-LINE.                                             00034400

      * EACH INCREASE ALSO WRITES A CPCHGDTL DETAIL RECORD TO           00001210
      * DDCHGDTL SO THE ARREARS STEP (PGM43) AND OTHER DOWNSTREAM       00001220
      * CONSUMERS WORK FROM DATA RECORDS, NOT THE PRINT LINES.          00001230
      * INDIVIDUAL MERIT INCREASES COME FROM PGM99'S CPMERIT            00001240
      * RECOMMENDATIONS ON DDMERITIN (DD DUMMY WHEN THERE ARE NONE):    00001250
      * AN EMPLOYEE WITH A RECOMMENDATION GETS ITS MRT-PCT INSTEAD OF   00001260
      * THEIR DEPARTMENT'S DEPTPCT RATE - A 0.00 RECOMMENDATION LEAVES  00001270
      * THEM UNCHANGED - AND IS TOTALLED AS MERIT, NOT UNDER THE        00001280
      * DEPARTMENT'S CARD.                                              00001290
       ENVIRONMENT DIVISION.                                            00001300
       INPUT-OUTPUT SECTION.                                            00001400
       FILE-CONTROL.                                                    00001500
                SELECT RPTFILE ASSIGN TO DDRPTOUT                       00002200
                ORGANIZATION IS SEQUENTIAL.                             00002300
                SELECT CHGDTL ASSIGN TO DDCHGDTL                        00002310
                ORGANIZATION IS SEQUENTIAL.                             00002313
                SELECT MERITIN ASSIGN TO DDMERITIN                      00002316
                ORGANIZATION IS SEQUENTIAL.                             00002320
       DATA DIVISION.                                                   00002400
       FILE SECTION.                                                    00002500
            RECORDING MODE IS F.                                        00004220
       01 CHG-REC.                                                      00004230
          COPY CPCHGDTL.                                                00004240
       FD MERITIN                                                       00004252
            RECORDING MODE IS F.                                        00004264
       01 MRT-REC.                                                      00004276
          COPY CPMERIT.                                                 00004288
       WORKING-STORAGE SECTION.                                         00004300
       01 WS-FL-REC.                                                    00004400
          COPY CPFLREC.                                                 00004500
               10 WS-PCT-RATE      PIC 9(3)V99.                         00005600
               10 WS-PCT-HEADCOUNT PIC 9(7).                            00005700
               10 WS-PCT-COST      PIC 9(11)V99.                        00005800
       01 WS-MRT-EOF-SW PIC X(1) VALUE 'N'.                             00005811
           88 WS-MRT-EOF       VALUE 'Y'.                               00005822
       01 WS-MERIT-COUNT PIC 9(5) COMP VALUE 0.                         00005833
       01 WS-MERIT-TABLE.                                               00005844
           05 WS-MERIT-ENTRY OCCURS 5000 TIMES                          00005855
                              INDEXED BY WS-MERIT-IDX WS-MERIT-SAV.     00005866
               10 WS-MERIT-EMP-ID  PIC X(8).                            00005877
               10 WS-MERIT-PCT     PIC 9(3)V99.                         00005888
       01 WS-FOUND-SW PIC X(1) VALUE 'N'.                               00005900
           88 WS-DEPT-FOUND    VALUE 'Y'.                               00006000
       01 WS-MERIT-SW PIC X(1) VALUE 'N'.                               00006020
           88 WS-MERIT-FOUND   VALUE 'Y'.                               00006040
       01 WS-APPLY-RATE   PIC 9(3)V99 VALUE 0.                          00006060
       01 WS-MERIT-KEY    PIC X(8) VALUE SPACES.                        00006080
       01 WS-RATE-IN-X PIC X(5).                                        00006100
       01 WS-RATE-IN REDEFINES WS-RATE-IN-X PIC 9(3)V99.                00006200
       01 WS-OLD-SALARY   PIC 9(8)V99 VALUE 0.                          00006300
       01 WS-COUNT-UNCHANGED PIC 9(7) VALUE 0.                          00006800
       01 WS-COUNT-TERMSKIP  PIC 9(7) VALUE 0.                          00006810
       01 WS-COUNT-WRITTEN   PIC 9(7) VALUE 0.                          00006900
       01 WS-COUNT-MERIT     PIC 9(7) VALUE 0.                          00006925
       01 WS-COUNT-MRTOVER   PIC 9(7) VALUE 0.                          00006950
       01 WS-MERIT-COST      PIC 9(11)V99 VALUE 0.                      00006975
       01 WS-GRAND-COST      PIC 9(11)V99 VALUE 0.                      00007000
       01 WS-OLD-SALARY-ED   PIC Z,ZZZ,ZZ9.99.                          00007100
       01 WS-NEW-SALARY-ED   PIC Z,ZZZ,ZZ9.99.                          00007200
            ACCEPT WS-AUD-START-DATE FROM DATE YYYYMMDD.                00008200
            ACCEPT WS-AUD-START-TIME FROM TIME.                         00008300
            PERFORM READ-INCREASE-PARMS.                                00008400
            PERFORM LOAD-MERIT-INCREASES.                               00008450
            OPEN INPUT INFILE.                                          00008500
            OPEN OUTPUT OUTFILE.                                        00008600
            OPEN OUTPUT RPTFILE.                                        00008700
            CLOSE RPTFILE.                                              00010900
            CLOSE CHGDTL.                                               00010910
            SET WS-RC-OK TO TRUE.                                       00011000
            IF (WS-PCT-COUNT = 0 AND WS-MERIT-COUNT = 0) OR             00011100
               WS-COUNT-MRTOVER > 0 THEN                                00011150
               SET WS-RC-WARNING TO TRUE                                00011200
            END-IF.                                                     00011300
            MOVE WS-RETURN-CODE TO RETURN-CODE.                         00011400
                WHEN OTHER                                              00014000
                   CONTINUE                                             00014100
            END-EVALUATE.                                               00014200
      * A SECOND RECOMMENDATION FOR THE SAME EMPLOYEE REPLACES THE      00014201
      * FIRST.                                                          00014203
       LOAD-MERIT-INCREASES.                                            00014205
            OPEN INPUT MERITIN.                                         00014207
            PERFORM UNTIL WS-MRT-EOF                                    00014209
               READ MERITIN                                             00014211
                 AT END SET WS-MRT-EOF TO TRUE                          00014213
                 NOT AT END                                             00014215
                    IF MRT-EMP-ID NOT = SPACES AND                      00014217
                       MRT-PCT IS NUMERIC THEN                          00014219
                       PERFORM LOAD-ONE-MERIT                           00014221
                    END-IF                                              00014223
               END-READ                                                 00014225
            END-PERFORM.                                                00014227
            CLOSE MERITIN.                                              00014229
       LOAD-ONE-MERIT.                                                  00014231
            MOVE MRT-EMP-ID TO WS-MERIT-KEY.                            00014233
            PERFORM FIND-MERIT.                                         00014235
            IF NOT WS-MERIT-FOUND THEN                                  00014237
               IF WS-MERIT-COUNT < 5000 THEN                            00014239
                  ADD 1 TO WS-MERIT-COUNT                               00014241
                  SET WS-MERIT-IDX TO WS-MERIT-COUNT                    00014243
                  MOVE MRT-EMP-ID TO WS-MERIT-EMP-ID (WS-MERIT-IDX)     00014245
                  SET WS-MERIT-FOUND TO TRUE                            00014247
               ELSE                                                     00014249
                  ADD 1 TO WS-COUNT-MRTOVER                             00014250
               END-IF                                                   00014252
            END-IF.                                                     00014254
            IF WS-MERIT-FOUND THEN                                      00014256
               MOVE MRT-PCT TO WS-MERIT-PCT (WS-MERIT-IDX)              00014258
            END-IF.                                                     00014260
      * LOOKS UP WS-MERIT-KEY IN THE MERIT TABLE.                       00014262
       FIND-MERIT.                                                      00014264
            MOVE 'N' TO WS-MERIT-SW.                                    00014266
            IF WS-MERIT-COUNT > 0 THEN                                  00014268
               PERFORM VARYING WS-MERIT-IDX FROM 1 BY 1                 00014270
                  UNTIL WS-MERIT-IDX > WS-MERIT-COUNT                   00014272
                     OR WS-MERIT-FOUND                                  00014274
                  IF WS-MERIT-EMP-ID (WS-MERIT-IDX) = WS-MERIT-KEY      00014276
                     SET WS-MERIT-FOUND TO TRUE                         00014278
                     SET WS-MERIT-SAV TO WS-MERIT-IDX                   00014280
                  END-IF                                                00014282
               END-PERFORM                                              00014284
            END-IF.                                                     00014286
            IF WS-MERIT-FOUND THEN                                      00014288
               SET WS-MERIT-IDX TO WS-MERIT-SAV                         00014290
            END-IF.                                                     00014292
      * A TERMINATED EMPLOYEE PASSES THROUGH UNCHANGED AND NEVER        00014294
      * RECEIVES AN INCREASE - A RECURRING AUDIT FINDING BEFORE         00014296
      * THE STATUS CODE EXISTED.                                        00014298
       APPLY-ONE-INCREASE.                                              00014300
            ADD 1 TO WS-COUNT-READ.                                     00014400
            MOVE 'N' TO WS-FOUND-SW.                                    00014500
            IF FL-STATUS-TERMINATED OF WS-FL-REC-ST THEN                00014610
               ADD 1 TO WS-COUNT-TERMSKIP                               00014620
            ELSE                                                        00014630
               MOVE FL-EMP-ID OF WS-FL-REC TO WS-MERIT-KEY              00014700
               PERFORM FIND-MERIT                                       00014708
               IF WS-MERIT-FOUND THEN                                   00014716
                  SET WS-DEPT-FOUND TO TRUE                             00014725
                  IF WS-MERIT-PCT (WS-MERIT-IDX) > 0 THEN               00014733
                     MOVE WS-MERIT-PCT (WS-MERIT-IDX) TO WS-APPLY-RATE  00014741
                     PERFORM INCREASE-THIS-EMPLOYEE                     00014750
                  ELSE                                                  00014758
                     ADD 1 TO WS-COUNT-UNCHANGED                        00014766
                  END-IF                                                00014775
               END-IF                                                   00014783
               IF WS-PCT-COUNT > 0 AND NOT WS-MERIT-FOUND THEN          00014791
                  PERFORM VARYING WS-PCT-IDX FROM 1 BY 1                00014800
                     UNTIL WS-PCT-IDX > WS-PCT-COUNT                    00014900
                        OR WS-DEPT-FOUND                                00014910
                     IF WS-PCT-DEPT (WS-PCT-IDX) =                      00015000
                        FL-DEPT-CODE OF WS-FL-REC THEN                  00015100
                        SET WS-DEPT-FOUND TO TRUE                       00015200
                        MOVE WS-PCT-RATE (WS-PCT-IDX) TO WS-APPLY-RATE  00015250
                        PERFORM INCREASE-THIS-EMPLOYEE                  00015300
                     END-IF                                             00015400
                  END-PERFORM                                           00015500
       INCREASE-THIS-EMPLOYEE.                                          00016300
            COMPUTE WS-NEW-SALARY ROUNDED =                             00016400
               WS-OLD-SALARY +                                          00016500
               (WS-OLD-SALARY * WS-APPLY-RATE / 100)                    00016600
              ON SIZE ERROR                                             00016700
                 MOVE WS-OLD-SALARY TO WS-NEW-SALARY                    00016800
            END-COMPUTE.                                                00016900
            COMPUTE WS-DELTA = WS-NEW-SALARY - WS-OLD-SALARY.           00017000
            MOVE WS-NEW-SALARY TO FL-SALARY OF WS-FL-REC.               00017100
            ADD 1 TO WS-COUNT-INCREASED.                                00017200
            IF WS-MERIT-FOUND THEN                                      00017300
               ADD 1 TO WS-COUNT-MERIT                                  00017400
               ADD WS-DELTA TO WS-MERIT-COST                            00017416
            ELSE                                                        00017433
               ADD 1 TO WS-PCT-HEADCOUNT (WS-PCT-IDX)                   00017450
               ADD WS-DELTA TO WS-PCT-COST (WS-PCT-IDX)                 00017466
            END-IF.                                                     00017483
            ADD WS-DELTA TO WS-GRAND-COST.                              00017500
            PERFORM WRITE-CHANGE-DETAIL.                                00017510
            MOVE WS-OLD-SALARY TO WS-OLD-SALARY-ED.                     00017600
               ' DELTA ' WS-DELTA-ED                                    00018400
               DELIMITED BY SIZE INTO RPT-LINE                          00018500
            END-STRING.                                                 00018600
            IF WS-MERIT-FOUND THEN                                      00018625
               MOVE 'MERIT' TO RPT-LINE (68:5)                          00018650
            END-IF.                                                     00018675
            WRITE RPT-LINE.                                             00018700
       WRITE-CHANGE-DETAIL.                                             00018710
            MOVE SPACES TO CHG-REC.                                     00018720
               PERFORM WRITE-ONE-DEPT-TOTAL                             00019300
                  VARYING WS-PCT-IDX FROM 1 BY 1                        00019400
                  UNTIL WS-PCT-IDX > WS-PCT-COUNT                       00019500
            END-IF.                                                     00019506
            MOVE WS-MERIT-COST TO WS-COST-ED.                           00019512
            MOVE SPACES TO RPT-LINE.                                    00019518
            STRING 'MERIT INCREASES HEADS ' WS-COUNT-MERIT              00019525
               ' COST ' WS-COST-ED                                      00019531
               DELIMITED BY SIZE INTO RPT-LINE                          00019537
            END-STRING.                                                 00019543
            WRITE RPT-LINE.                                             00019550
            IF WS-COUNT-MRTOVER > 0 THEN                                00019556
               MOVE SPACES TO RPT-LINE                                  00019562
               STRING '*** MERIT TABLE FULL - ' WS-COUNT-MRTOVER        00019568
                  ' RECOMMENDATIONS NOT LOADED ***'                     00019575
                  DELIMITED BY SIZE INTO RPT-LINE                       00019581
               END-STRING                                               00019587
               WRITE RPT-LINE                                           00019593
            END-IF.                                                     00019600
            MOVE WS-GRAND-COST TO WS-COST-ED.                           00019700
            MOVE SPACES TO RPT-LINE.                                    00019800

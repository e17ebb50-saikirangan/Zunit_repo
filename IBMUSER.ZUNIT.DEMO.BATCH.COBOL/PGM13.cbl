      * PRINTS EACH EMPLOYEE UNDER A DEPARTMENT HEADING, AND CUTS A     00000500
      * CONTROL BREAK AT EACH CHANGE OF DEPARTMENT WITH A SUBTOTAL      00000600
      * OF FL-SALARY AND A DEPARTMENT HEADCOUNT, THEN GRAND TOTALS      00000700
      * AT END OF FILE.  WHEN THE PGM94-VALIDATED CPALLOC SPLIT-        00000800
      * FUNDING LINES ARE SUPPLIED ON DDALLOCIN (DD DUMMY WHEN NOT      00000816
      * WANTED) THE REGISTER ENDS WITH EACH DEPARTMENT'S HOME SALARY    00000833
      * ALONGSIDE ITS ALLOCATED SALARY - WHAT THE SPLITS MOVE IN AND    00000850
      * OUT, SHARED BY PERCENTAGE WITH THE LAST LINE TAKING THE         00000866
      * ROUNDING, THE SAME WAY PGM64 POSTS THE COST.                    00000883
      * EVERY HEADCOUNT IS SHOWN BESIDE ITS FULL-TIME EQUIVALENT -      00000886
      * THE SUM OF EACH EMPLOYEE'S FTE FACTOR (PGM121, DDFTEIN) IN      00000889
      * FORCE ON THE EXTRACT'S RUN DATE (THE RUN DATE WHEN THE          00000893
      * EXTRACT HAS NO HEADER); NO FTE ROW COUNTS 1.00.                 00000896
       ENVIRONMENT DIVISION.                                            00000900
       INPUT-OUTPUT SECTION.                                            00001000
       FILE-CONTROL.                                                    00001100
                SELECT INFILE ASSIGN TO DDINPUT                         00001200
                ORGANIZATION IS SEQUENTIAL.                             00001233
                SELECT ALLOCIN ASSIGN TO DDALLOCIN                      00001266
                ORGANIZATION IS SEQUENTIAL.                             00001300
                SELECT RPTFILE ASSIGN TO DDRPTOUT                       00001400
                ORGANIZATION IS SEQUENTIAL.                             00001500
            RECORDING MODE IS F.                                        00001900
       01 FL-REC.                                                       00002000
          COPY CPFLREC.                                                 00002100
       FD ALLOCIN                                                       00002120
            RECORDING MODE IS F.                                        00002140
       01 AL-REC.                                                       00002160
          COPY CPALLOC.                                                 00002180
       FD RPTFILE                                                       00002200
            RECORDING MODE IS F.                                        00002300
       01 RPT-LINE PIC X(80).                                           00002400
       01 WS-COUNT-ACTIVE     PIC 9(7) VALUE 0.                         00003910
       01 WS-COUNT-ONLEAVE    PIC 9(7) VALUE 0.                         00003920
       01 WS-COUNT-TERMD      PIC 9(7) VALUE 0.                         00003930
       01 WS-FTE-PGM          PIC X(8) VALUE 'PGM121'.                  00003931
       01 WS-FTE-REQUEST.                                               00003932
          COPY CPFTERQ.                                                 00003933
       01 WS-AS-OF-DATE       PIC 9(8) VALUE 0.                         00003934
       01 WS-DEPT-FTE         PIC 9(5)V99 VALUE 0.                      00003935
       01 WS-GRAND-FTE        PIC 9(7)V99 VALUE 0.                      00003936
       01 WS-FACTOR-ED        PIC 9.99.                                 00003937
       01 WS-FTE-ED           PIC ZZ,ZZ9.99.                            00003938
       01 WS-GRAND-FTE-ED     PIC Z,ZZZ,ZZ9.99.                         00003939
       01 WS-AL-EOF-SW PIC X(1) VALUE 'N'.                              00003940
           88 WS-AL-EOF        VALUE 'Y'.                               00003941
       01 WS-ALC-COUNT PIC 9(4) COMP VALUE 0.                           00003942
       01 WS-ALC-TABLE.                                                 00003943
           05 WS-ALC-ENTRY OCCURS 3000 TIMES                            00003944
                            INDEXED BY WS-ALC-IDX.                      00003945
               10 WS-ALC-EMP-ID  PIC X(8).                              00003946
               10 WS-ALC-DEPT    PIC X(4).                              00003947
               10 WS-ALC-PCT     PIC 9(3)V99.                           00003948
       01 WS-CST-COUNT PIC 9(2) COMP VALUE 0.                           00003950
       01 WS-CST-TABLE.                                                 00003952
           05 WS-CST-ENTRY OCCURS 50 TIMES                              00003954
                            INDEXED BY WS-CST-IDX WS-CST-SAV.           00003956
               10 WS-CST-DEPT    PIC X(4).                              00003958
               10 WS-CST-HOME    PIC 9(11)V99.                          00003960
               10 WS-CST-ALLOC   PIC 9(11)V99.                          00003962
       01 WS-FOUND-SW PIC X(1) VALUE 'N'.                               00003964
           88 WS-ENTRY-FOUND   VALUE 'Y'.                               00003966
       01 WS-WORK-DEPT      PIC X(4) VALUE SPACES.                      00003968
       01 WS-WORK-SALARY    PIC 9(10)V99 VALUE 0.                       00003970
       01 WS-SALARY-LEFT    PIC 9(10)V99 VALUE 0.                       00003972
       01 WS-EMP-LINES      PIC 9(4) VALUE 0.                           00003974
       01 WS-LINES-DONE     PIC 9(4) VALUE 0.                           00003976
       01 WS-COUNT-SPLIT    PIC 9(7) VALUE 0.                           00003978
       01 WS-SALARY-ED        PIC Z,ZZZ,ZZZ,ZZ9.99.                     00004000
       01 WS-ALLOC-ED         PIC Z,ZZZ,ZZZ,ZZ9.99.                     00004050
       01 WS-GRAND-ED         PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.                00004100
       01 WS-COUNT-ED         PIC Z,ZZZ,ZZ9.                            00004200
       01 WS-RETCD.                                                     00004300
           COPY CPRETCD.                                                00004400
       PROCEDURE DIVISION.                                              00004500
       MAIN-ROUTINE.                                                    00004600
            PERFORM LOAD-ALLOCATION-LINES.                              00004650
            ACCEPT WS-AS-OF-DATE FROM DATE YYYYMMDD.                    00004666
            INITIALIZE WS-FTE-REQUEST.                                  00004683
            OPEN INPUT INFILE.                                          00004700
            OPEN OUTPUT RPTFILE.                                        00004800
            MOVE SPACES TO RPT-LINE.                                    00004900
               READ INFILE INTO WS-FL-REC                               00005400
                 AT END SET WS-EOF TO TRUE                              00005500
                 NOT AT END                                             00005600
                    IF HT-IS-HEADER OF WS-FL-REC-HT AND                 00005614
                       HT-RUN-DATE OF WS-FL-REC-HT IS NUMERIC AND       00005628
                       HT-RUN-DATE OF WS-FL-REC-HT > 0 THEN             00005642
                       MOVE HT-RUN-DATE OF WS-FL-REC-HT                 00005657
                          TO WS-AS-OF-DATE                              00005671
                    END-IF                                              00005685
                    IF HT-IS-HEADER OF WS-FL-REC-HT OR                  00005700
                       HT-IS-TRAILER OF WS-FL-REC-HT THEN               00005800
                       CONTINUE                                         00005900
               PERFORM WRITE-DEPT-SUBTOTAL                              00006800
            END-IF.                                                     00006900
            PERFORM WRITE-GRAND-TOTALS.                                 00007000
            IF WS-ALC-COUNT > 0 THEN                                    00007025
               PERFORM WRITE-ALLOCATED-SALARY                           00007050
            END-IF.                                                     00007075
            CLOSE INFILE.                                               00007100
            CLOSE RPTFILE.                                              00007200
            SET WS-RC-OK TO TRUE.                                       00007300
                  PERFORM WRITE-DEPT-HEADING                            00008500
               END-IF                                                   00008600
            END-IF.                                                     00008700
            MOVE FL-EMP-ID OF WS-FL-REC TO FTQ-EMP-ID.                  00008716
            MOVE WS-AS-OF-DATE TO FTQ-AS-OF-DATE.                       00008733
            CALL WS-FTE-PGM USING WS-FTE-REQUEST.                       00008750
            ADD FTQ-FACTOR TO WS-DEPT-FTE.                              00008766
            ADD FTQ-FACTOR TO WS-GRAND-FTE.                             00008783
            PERFORM WRITE-DETAIL-LINE.                                  00008800
            ADD 1 TO WS-DEPT-HEADCOUNT.                                 00008900
            ADD 1 TO WS-GRAND-HEADCOUNT.                                00009000
            END-EVALUATE.                                               00009080
            ADD FL-SALARY OF WS-FL-REC TO WS-DEPT-SALARY.               00009100
            ADD FL-SALARY OF WS-FL-REC TO WS-GRAND-SALARY.              00009200
            IF WS-ALC-COUNT > 0 THEN                                    00009201
               PERFORM ALLOCATE-ONE-SALARY                              00009202
            END-IF.                                                     00009203
       LOAD-ALLOCATION-LINES.                                           00009204
            OPEN INPUT ALLOCIN.                                         00009205
            PERFORM UNTIL WS-AL-EOF                                     00009206
               READ ALLOCIN                                             00009207
                 AT END SET WS-AL-EOF TO TRUE                           00009208
                 NOT AT END                                             00009209
                    IF AL-EMP-ID NOT = SPACES AND                       00009210
                       WS-ALC-COUNT < 3000 THEN                         00009211
                       ADD 1 TO WS-ALC-COUNT                            00009212
                       SET WS-ALC-IDX TO WS-ALC-COUNT                   00009213
                       MOVE AL-EMP-ID TO WS-ALC-EMP-ID (WS-ALC-IDX)     00009214
                       MOVE AL-DEPT TO WS-ALC-DEPT (WS-ALC-IDX)         00009215
                       MOVE AL-PCT TO WS-ALC-PCT (WS-ALC-IDX)           00009216
                    END-IF                                              00009217
               END-READ                                                 00009218
            END-PERFORM.                                                00009219
            CLOSE ALLOCIN.                                              00009220
      * THE HOME DEPARTMENT CARRIES THE WHOLE SALARY AS HOME COST;      00009221
      * THE ALLOCATED SALARY GOES WHERE THE EMPLOYEE'S SPLIT SENDS      00009222
      * IT, OR HOME WHEN THEY HAVE NO SPLIT.                            00009223
       ALLOCATE-ONE-SALARY.                                             00009224
            MOVE FL-DEPT-CODE OF WS-FL-REC TO WS-WORK-DEPT.             00009225
            PERFORM FIND-COST-DEPT.                                     00009226
            IF WS-ENTRY-FOUND THEN                                      00009227
               ADD FL-SALARY OF WS-FL-REC TO WS-CST-HOME (WS-CST-IDX)   00009228
            END-IF.                                                     00009229
            MOVE 0 TO WS-EMP-LINES.                                     00009230
            PERFORM VARYING WS-ALC-IDX FROM 1 BY 1                      00009231
               UNTIL WS-ALC-IDX > WS-ALC-COUNT                          00009232
               IF WS-ALC-EMP-ID (WS-ALC-IDX) = FL-EMP-ID OF WS-FL-REC   00009233
                  THEN                                                  00009234
                  ADD 1 TO WS-EMP-LINES                                 00009235
               END-IF                                                   00009236
            END-PERFORM.                                                00009237
            IF WS-EMP-LINES = 0 THEN                                    00009238
               IF WS-ENTRY-FOUND THEN                                   00009239
                  ADD FL-SALARY OF WS-FL-REC                            00009240
                     TO WS-CST-ALLOC (WS-CST-IDX)                       00009241
               END-IF                                                   00009242
            ELSE                                                        00009243
               ADD 1 TO WS-COUNT-SPLIT                                  00009244
               MOVE FL-SALARY OF WS-FL-REC TO WS-SALARY-LEFT            00009245
               MOVE 0 TO WS-LINES-DONE                                  00009246
               PERFORM SHARE-ONE-LINE                                   00009247
                  VARYING WS-ALC-IDX FROM 1 BY 1                        00009248
                  UNTIL WS-ALC-IDX > WS-ALC-COUNT                       00009249
            END-IF.                                                     00009250
       SHARE-ONE-LINE.                                                  00009251
            IF WS-ALC-EMP-ID (WS-ALC-IDX) = FL-EMP-ID OF WS-FL-REC THEN 00009252
               ADD 1 TO WS-LINES-DONE                                   00009253
               IF WS-LINES-DONE = WS-EMP-LINES THEN                     00009254
                  MOVE WS-SALARY-LEFT TO WS-WORK-SALARY                 00009255
               ELSE                                                     00009256
                  COMPUTE WS-WORK-SALARY ROUNDED =                      00009257
                     FL-SALARY OF WS-FL-REC *                           00009258
                     WS-ALC-PCT (WS-ALC-IDX) / 100                      00009259
                  SUBTRACT WS-WORK-SALARY FROM WS-SALARY-LEFT           00009260
               END-IF                                                   00009261
               MOVE WS-ALC-DEPT (WS-ALC-IDX) TO WS-WORK-DEPT            00009262
               PERFORM FIND-COST-DEPT                                   00009263
               IF WS-ENTRY-FOUND THEN                                   00009264
                  ADD WS-WORK-SALARY TO WS-CST-ALLOC (WS-CST-IDX)       00009265
               END-IF                                                   00009266
            END-IF.                                                     00009267
       FIND-COST-DEPT.                                                  00009268
            MOVE 'N' TO WS-FOUND-SW.                                    00009269
            IF WS-CST-COUNT > 0 THEN                                    00009270
               PERFORM VARYING WS-CST-IDX FROM 1 BY 1                   00009271
                  UNTIL WS-CST-IDX > WS-CST-COUNT                       00009272
                     OR WS-ENTRY-FOUND                                  00009273
                  IF WS-CST-DEPT (WS-CST-IDX) = WS-WORK-DEPT THEN       00009274
                     SET WS-ENTRY-FOUND TO TRUE                         00009275
                     SET WS-CST-SAV TO WS-CST-IDX                       00009276
                  END-IF                                                00009277
               END-PERFORM                                              00009278
            END-IF.                                                     00009279
            IF WS-ENTRY-FOUND THEN                                      00009280
               SET WS-CST-IDX TO WS-CST-SAV                             00009281
            ELSE                                                        00009282
               IF WS-CST-COUNT < 50 THEN                                00009283
                  ADD 1 TO WS-CST-COUNT                                 00009284
                  SET WS-CST-IDX TO WS-CST-COUNT                        00009285
                  MOVE WS-WORK-DEPT TO WS-CST-DEPT (WS-CST-IDX)         00009286
                  MOVE 0 TO WS-CST-HOME (WS-CST-IDX)                    00009287
                  MOVE 0 TO WS-CST-ALLOC (WS-CST-IDX)                   00009288
                  SET WS-ENTRY-FOUND TO TRUE                            00009289
               END-IF                                                   00009290
            END-IF.                                                     00009291
       WRITE-DEPT-HEADING.                                              00009300
            ADD 1 TO WS-DEPT-COUNT.                                     00009400
            MOVE 0 TO WS-DEPT-HEADCOUNT.                                00009500
            MOVE 0 TO WS-DEPT-SALARY.                                   00009600
            MOVE 0 TO WS-DEPT-FTE.                                      00009650
            MOVE SPACES TO RPT-LINE.                                    00009700
            WRITE RPT-LINE.                                             00009800
            MOVE SPACES TO RPT-LINE.                                    00009900
            END-STRING.                                                 00010200
            WRITE RPT-LINE.                                             00010300
            MOVE SPACES TO RPT-LINE.                                    00010400
            MOVE 'EMP ID   NAME                 SALARY           FTE'   00010500
               TO RPT-LINE.                                             00010550
            WRITE RPT-LINE.                                             00010600
       WRITE-DETAIL-LINE.                                               00010700
            MOVE FL-SALARY OF WS-FL-REC TO WS-SALARY-ED.                00010800
            MOVE FTQ-FACTOR TO WS-FACTOR-ED.                            00010850
            MOVE SPACES TO RPT-LINE.                                    00010900
            STRING FL-EMP-ID OF WS-FL-REC                               00011000
               ' ' FL-NAME OF WS-FL-REC                                 00011100
               ' ' WS-SALARY-ED                                         00011200
               ' ' WS-FACTOR-ED                                         00011250
               DELIMITED BY SIZE INTO RPT-LINE                          00011300
            END-STRING.                                                 00011400
            WRITE RPT-LINE.                                             00011500
       WRITE-DEPT-SUBTOTAL.                                             00011600
            MOVE WS-DEPT-SALARY TO WS-SALARY-ED.                        00011700
            MOVE WS-DEPT-HEADCOUNT TO WS-COUNT-ED.                      00011800
            MOVE WS-DEPT-FTE TO WS-FTE-ED.                              00011850
            MOVE SPACES TO RPT-LINE.                                    00011900
            STRING 'SUBTOTAL DEPT ' WS-CURR-DEPT                        00012000
               ' HEADCOUNT ' WS-COUNT-ED                                00012100
               ' SALARY ' WS-SALARY-ED                                  00012200
               ' FTE ' WS-FTE-ED                                        00012250
               DELIMITED BY SIZE INTO RPT-LINE                          00012300
            END-STRING.                                                 00012400
            WRITE RPT-LINE.                                             00012500
            MOVE WS-GRAND-HEADCOUNT TO WS-COUNT-ED.                     00013800
            MOVE SPACES TO RPT-LINE.                                    00013900
            STRING 'TOTAL HEADCOUNT: ' WS-COUNT-ED                      00014000
               DELIMITED BY SIZE INTO RPT-LINE                          00014014
            END-STRING.                                                 00014028
            WRITE RPT-LINE.                                             00014042
            MOVE WS-GRAND-FTE TO WS-GRAND-FTE-ED.                       00014057
            MOVE SPACES TO RPT-LINE.                                    00014071
            STRING 'TOTAL FTE      : ' WS-GRAND-FTE-ED                  00014085
               DELIMITED BY SIZE INTO RPT-LINE                          00014100
            END-STRING.                                                 00014200
            WRITE RPT-LINE.                                             00014300
               DELIMITED BY SIZE INTO RPT-LINE                          00015400
            END-STRING.                                                 00015500
            WRITE RPT-LINE.                                             00015600
       WRITE-ALLOCATED-SALARY.                                          00015700
            MOVE SPACES TO RPT-LINE.                                    00015800
            WRITE RPT-LINE.                                             00015900
            MOVE '---- HOME AND ALLOCATED SALARY BY DEPARTMENT ----'    00016000
               TO RPT-LINE.                                             00016100
            WRITE RPT-LINE.                                             00016200
            MOVE 'DEPT      HOME SALARY    ALLOCATED SALARY'            00016300
               TO RPT-LINE.                                             00016400
            WRITE RPT-LINE.                                             00016500
            IF WS-CST-COUNT > 0 THEN                                    00016600
               PERFORM WRITE-ONE-DEPT-ALLOC                             00016700
                  VARYING WS-CST-IDX FROM 1 BY 1                        00016800
                  UNTIL WS-CST-IDX > WS-CST-COUNT                       00016900
            END-IF.                                                     00017000
            MOVE SPACES TO RPT-LINE.                                    00017100
            STRING 'SPLIT-FUNDED EMPLOYEES: ' WS-COUNT-SPLIT            00017200
               DELIMITED BY SIZE INTO RPT-LINE                          00017300
            END-STRING.                                                 00017400
            WRITE RPT-LINE.                                             00017500
       WRITE-ONE-DEPT-ALLOC.                                            00017600
            MOVE WS-CST-HOME (WS-CST-IDX) TO WS-SALARY-ED.              00017700
            MOVE WS-CST-ALLOC (WS-CST-IDX) TO WS-ALLOC-ED.              00017800
            MOVE SPACES TO RPT-LINE.                                    00017900
            STRING WS-CST-DEPT (WS-CST-IDX) ' ' WS-SALARY-ED            00018000
               ' ' WS-ALLOC-ED                                          00018100
               DELIMITED BY SIZE INTO RPT-LINE                          00018200
            END-STRING.                                                 00018300
            WRITE RPT-LINE.                                             00018400

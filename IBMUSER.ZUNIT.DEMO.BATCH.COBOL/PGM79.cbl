       IDENTIFICATION DIVISION.                                         00000100
       PROGRAM-ID.   PGM79.                                             00000200
      * YEAR-TO-DATE PAY ACCUMULATOR.  RUN EVERY PAY PERIOD AFTER       00000300
      * PGM51 AND PGM50: FOR EACH PAYEE ON THE PGM51 PERIOD PAYROLL     00000400
      * FILE (DDPPAYIN) IT READS THE EMPLOYEE'S CPYTDREC RECORD FOR     00000500
      * THE TAX YEAR OF THE PERIOD FROM THE YTD CLUSTER (DDYTDKS,       00000600
      * KEYED EMPLOYEE ID PLUS TAX YEAR) AND FOLDS IN -                 00000700
      *   GROSS   = PPAY-AMOUNT AS PAID,                                00000800
      *   EARNINGS BY ERN-CODE FROM THE PGM72 VALIDATED EARNINGS        00000900
      *             (DDEARNIN, SAME STARTING-MONTH FILTER PGM51         00001000
      *             APPLIES WHEN IT MERGES THEM),                       00001100
      *   DEDUCTIONS BY CODE FROM THE PGM50 DEDUCTION DETAIL            00001200
      *             (DDDEDIN),                                          00001300
      *   DEDUCTED AND NET FROM THE PGM50 NET-PAY FILE (DDNETIN);       00001400
      *             A PAYEE WITH NO NET RECORD IS POSTED GROSS LESS     00001500
      *             THE DETAIL DEDUCTIONS AND COUNTED AS A WARNING.     00001600
      * RERUN-SAFE: A RECORD WHOSE LAST POSTED PERIOD IS AT OR          00001700
      * AFTER THIS PERIOD IS LEFT ALONE AND COUNTED AS ALREADY          00001800
      * POSTED, SO RESUBMITTING THE STEP NEVER DOUBLE-POSTS.  THE       00001900
      * TAX YEAR IS TAKEN FROM THE PERIOD START, SO THE FIRST           00002000
      * JANUARY PERIOD OPENS A NEW RECORD PER EMPLOYEE AND THE          00002100
      * CLOSED YEAR STAYS ON THE CLUSTER FOR THE YEAR-END RUN.          00002200
      * WRITES A POSTING REGISTER.  ENDS RC 04 WHEN A PAYEE HAD NO      00002300
      * NET RECORD OR A CODE FOUND NO FREE BUCKET, RC 12 WHEN THE       00002400
      * CLUSTER CANNOT BE OPENED OR UPDATED.  DEFINE THE CLUSTER        00002500
      * ONCE AHEAD OF TIME, E.G.:                                       00002600
      *   DEFINE CLUSTER (NAME(IBMUSER.ZUNIT.DEMO.BATCH.YTDKSDS)        00002700
      *     INDEXED KEYS(12 0) RECORDSIZE(400 400))                     00002800
      * OFF-CYCLE PAYMENTS COME THROUGH THE SAME FILES FROM THE         00002811
      * PGM84/PGM50 OFF-CYCLE RUN: A PERIOD RECORD FLAGGED              00002822
      * OFF-CYCLE IS FOLDED IN AGAINST ONLY THE NET AND DEDUCTION       00002833
      * RECORDS CARRYING ITS OFF-CYCLE SEQUENCE, WITH NO EARNINGS,      00002844
      * AND LEAVES THE LAST POSTED PERIOD AND PERIOD COUNT ALONE.       00002855
      * ITS RERUN GUARD IS YTD-LAST-OFFCYCLE (RUN NUMBER PLUS           00002866
      * SEQUENCE).  A REISSUE OF MONEY ALREADY POSTED IS SKIPPED        00002877
      * AND COUNTED.                                                    00002888
       ENVIRONMENT DIVISION.                                            00002900
       INPUT-OUTPUT SECTION.                                            00003000
       FILE-CONTROL.                                                    00003100
                SELECT PPAYIN ASSIGN TO DDPPAYIN                        00003200
                ORGANIZATION IS SEQUENTIAL.                             00003300
                SELECT EARNIN ASSIGN TO DDEARNIN                        00003400
                ORGANIZATION IS SEQUENTIAL.                             00003500
                SELECT DEDIN ASSIGN TO DDDEDIN                          00003600
                ORGANIZATION IS SEQUENTIAL.                             00003700
                SELECT NETIN ASSIGN TO DDNETIN                          00003800
                ORGANIZATION IS SEQUENTIAL.                             00003900
                SELECT YTDFILE ASSIGN TO DDYTDKS                        00004000
                ORGANIZATION IS INDEXED                                 00004100
                ACCESS MODE IS RANDOM                                   00004200
                RECORD KEY IS YTD-KEY                                   00004300
                FILE STATUS IS WS-YTD-STATUS.                           00004400
                SELECT RPTFILE ASSIGN TO DDRPTOUT                       00004500
                ORGANIZATION IS SEQUENTIAL.                             00004600
       DATA DIVISION.                                                   00004700
       FILE SECTION.                                                    00004800
       FD PPAYIN                                                        00004900
            RECORDING MODE IS F.                                        00005000
       01 PPAY-REC.                                                     00005100
           05 PPAY-EMP-ID    PIC X(8).                                  00005200
           05 PPAY-DEPT      PIC X(4).                                  00005300
           05 PPAY-PER-START PIC 9(8).                                  00005400
           05 PPAY-PER-END   PIC 9(8).                                  00005500
           05 PPAY-DAYS-PAID PIC 9(3).                                  00005600
           05 PPAY-AMOUNT    PIC 9(8)V99.                               00005700
           05 PPAY-OFF-IND   PIC X(1).                                  00005720
               88 PPAY-OFF-CYCLE   VALUE 'O'.                           00005740
           05 PPAY-OFF-REASON PIC X(2).                                 00005760
           05 PPAY-OFF-POSTED PIC X(1).                                 00005780
               88 PPAY-OFF-IS-POSTED VALUE 'Y'.                         00005800
           05 PPAY-OFF-KEY.                                             00005820
               10 PPAY-OFF-RUN PIC 9(5).                                00005840
               10 PPAY-OFF-SEQ PIC 9(4).                                00005860
           05 FILLER         PIC X(26).                                 00005880
       01 PPAY-REC-HT REDEFINES PPAY-REC.                               00005900
          COPY CPHDRTRL.                                                00006000
       FD EARNIN                                                        00006100
            RECORDING MODE IS F.                                        00006200
       01 ERN-REC.                                                      00006300
           05 ERN-EMP-ID PIC X(8).                                      00006400
           05 ERN-DEPT   PIC X(4).                                      00006500
           05 ERN-CODE   PIC X(2).                                      00006600
           05 ERN-AMOUNT PIC 9(7)V99.                                   00006700
           05 ERN-PERIOD PIC 9(6).                                      00006800
           05 FILLER     PIC X(51).                                     00006900
       FD DEDIN                                                         00007000
            RECORDING MODE IS F.                                        00007100
       01 DED-REC.                                                      00007200
           05 DED-EMP-ID  PIC X(8).                                     00007300
           05 DED-DEPT    PIC X(4).                                     00007400
           05 DED-CODE    PIC X(2).                                     00007500
           05 DED-AMOUNT  PIC 9(8)V99.                                  00007600
           05 DED-OFF-SEQ PIC 9(4).                                     00007666
           05 FILLER      PIC X(52).                                    00007732
       01 DED-REC-HT REDEFINES DED-REC.                                 00007800
          COPY CPHDRTRL.                                                00007900
       FD NETIN                                                         00008000
            RECORDING MODE IS F.                                        00008100
       01 NET-REC.                                                      00008200
           05 NET-EMP-ID  PIC X(8).                                     00008300
           05 NET-DEPT    PIC X(4).                                     00008400
           05 NET-GROSS   PIC 9(8)V99.                                  00008500
           05 NET-DEDUCT  PIC 9(8)V99.                                  00008600
           05 NET-NET     PIC 9(8)V99.                                  00008700
           05 NET-OFF-SEQ PIC 9(4).                                     00008766
           05 FILLER      PIC X(34).                                    00008832
       01 NET-REC-HT REDEFINES NET-REC.                                 00008900
          COPY CPHDRTRL.                                                00009000
       FD YTDFILE.                                                      00009100
       01 YTD-REC.                                                      00009200
          COPY CPYTDREC.                                                00009300
       FD RPTFILE                                                       00009400
            RECORDING MODE IS F.                                        00009500
       01 RPT-LINE PIC X(80).                                           00009600
       WORKING-STORAGE SECTION.                                         00009700
       01 WS-PPAY-EOF-SW PIC X(1) VALUE 'N'.                            00009800
           88 WS-PPAY-EOF      VALUE 'Y'.                               00009900
       01 WS-EARN-EOF-SW PIC X(1) VALUE 'N'.                            00010000
           88 WS-EARN-EOF      VALUE 'Y'.                               00010100
       01 WS-DED-EOF-SW PIC X(1) VALUE 'N'.                             00010200
           88 WS-DED-EOF       VALUE 'Y'.                               00010300
       01 WS-NET-EOF-SW PIC X(1) VALUE 'N'.                             00010400
           88 WS-NET-EOF       VALUE 'Y'.                               00010500
       01 WS-YTD-STATUS PIC X(2) VALUE SPACES.                          00010600
           88 WS-YTD-OPEN-OK   VALUE '00' '05' '97'.                    00010700
           88 WS-YTD-NOT-FOUND VALUE '35'.                              00010800
       01 WS-EARN-COUNT PIC 9(4) COMP VALUE 0.                          00010900
       01 WS-EARN-TABLE.                                                00011000
           05 WS-EARN-ENTRY OCCURS 2000 TIMES                           00011100
                             INDEXED BY WS-EARN-IDX.                    00011200
               10 WS-EARN-EMP-ID PIC X(8).                              00011300
               10 WS-EARN-CODE   PIC X(2).                              00011400
               10 WS-EARN-AMOUNT PIC 9(7)V99.                           00011500
               10 WS-EARN-PERIOD PIC 9(6).                              00011600
       01 WS-DED-COUNT PIC 9(4) COMP VALUE 0.                           00011700
       01 WS-DED-TABLE.                                                 00011800
           05 WS-DED-ENTRY OCCURS 5000 TIMES                            00011900
                            INDEXED BY WS-DED-IDX.                      00012000
               10 WS-DED-EMP-ID PIC X(8).                               00012100
               10 WS-DED-CODE   PIC X(2).                               00012200
               10 WS-DED-AMOUNT PIC 9(8)V99.                            00012300
               10 WS-DED-OFF-SEQ PIC 9(4).                              00012350
       01 WS-NET-COUNT PIC 9(4) COMP VALUE 0.                           00012400
       01 WS-NET-TABLE.                                                 00012500
           05 WS-NET-ENTRY OCCURS 5000 TIMES                            00012600
                            INDEXED BY WS-NET-IDX WS-NET-SAV.           00012700
               10 WS-NET-EMP-ID PIC X(8).                               00012800
               10 WS-NET-DEDUCT PIC 9(8)V99.                            00012900
               10 WS-NET-NET    PIC 9(8)V99.                            00013000
               10 WS-NET-OFF-SEQ PIC 9(4).                              00013050
       01 WS-FOUND-SW PIC X(1) VALUE 'N'.                               00013100
           88 WS-ENTRY-FOUND   VALUE 'Y'.                               00013200
       01 WS-REC-FOUND-SW PIC X(1) VALUE 'N'.                           00013300
           88 WS-REC-FOUND     VALUE 'Y'.                               00013400
       01 WS-BKT-SUB      PIC 9(2) COMP VALUE 0.                        00013500
       01 WS-BKT-CODE     PIC X(2) VALUE SPACES.                        00013600
       01 WS-BKT-AMOUNT   PIC 9(8)V99 VALUE 0.                          00013700
       01 WS-PERIOD-START PIC 9(8) VALUE 0.                             00013800
       01 WS-PERIOD-YYYYMM PIC 9(6) VALUE 0.                            00013900
       01 WS-EMP-DEDUCT   PIC 9(8)V99 VALUE 0.                          00014000
       01 WS-EMP-NET      PIC 9(8)V99 VALUE 0.                          00014100
       01 WS-MATCH-SEQ    PIC 9(4) VALUE 0.                             00014150
       01 WS-COUNT-READ     PIC 9(7) VALUE 0.                           00014200
       01 WS-COUNT-POSTED   PIC 9(7) VALUE 0.                           00014300
       01 WS-COUNT-NEW      PIC 9(7) VALUE 0.                           00014400
       01 WS-COUNT-ALREADY  PIC 9(7) VALUE 0.                           00014500
       01 WS-COUNT-NO-NET   PIC 9(7) VALUE 0.                           00014600
       01 WS-COUNT-OVERFLOW PIC 9(7) VALUE 0.                           00014700
       01 WS-COUNT-IO-ERR   PIC 9(7) VALUE 0.                           00014800
       01 WS-COUNT-OFFCYCLE PIC 9(7) VALUE 0.                           00014825
       01 WS-COUNT-OFF-POSTED PIC 9(7) VALUE 0.                         00014850
       01 WS-COUNT-PREPOSTED PIC 9(7) VALUE 0.                          00014875
       01 WS-POSTED-GROSS   PIC 9(13)V99 VALUE 0.                       00014900
       01 WS-POSTED-DEDUCT  PIC 9(13)V99 VALUE 0.                       00015000
       01 WS-POSTED-NET     PIC 9(13)V99 VALUE 0.                       00015100
       01 WS-AMOUNT-ED      PIC ZZZ,ZZZ,ZZZ,ZZ9.99.                     00015200
       01 WS-RETCD.                                                     00015300
           COPY CPRETCD.                                                00015400
       PROCEDURE DIVISION.                                              00015500
       MAIN-ROUTINE.                                                    00015600
            PERFORM LOAD-PERIOD-EARNINGS.                               00015700
            PERFORM LOAD-DEDUCTION-DETAIL.                              00015800
            PERFORM LOAD-NET-PAY.                                       00015900
            PERFORM OPEN-YTD-CLUSTER.                                   00016000
            OPEN INPUT PPAYIN.                                          00016100
            OPEN OUTPUT RPTFILE.                                        00016200
            MOVE '---- PGM79 YEAR-TO-DATE POSTING REGISTER ----'        00016300
               TO RPT-LINE.                                             00016400
            WRITE RPT-LINE.                                             00016500
            IF WS-RC-IO-ERROR THEN                                      00016600
               SET WS-PPAY-EOF TO TRUE                                  00016700
            END-IF.                                                     00016800
            PERFORM UNTIL WS-PPAY-EOF                                   00016900
               READ PPAYIN                                              00017000
                 AT END SET WS-PPAY-EOF TO TRUE                         00017100
                 NOT AT END                                             00017200
                    IF HT-IS-HEADER OF PPAY-REC-HT OR                   00017300
                       HT-IS-TRAILER OF PPAY-REC-HT THEN                00017400
                       CONTINUE                                         00017500
                    ELSE                                                00017600
                       IF PPAY-OFF-CYCLE THEN                           00017633
                          PERFORM POST-OFF-CYCLE-PAYEE                  00017666
                       ELSE                                             00017699
                          PERFORM POST-ONE-PAYEE                        00017732
                       END-IF                                           00017765
                    END-IF                                              00017800
               END-READ                                                 00017900
            END-PERFORM.                                                00018000
            PERFORM WRITE-POSTING-SUMMARY.                              00018100
            CLOSE PPAYIN.                                               00018200
            CLOSE YTDFILE.                                              00018300
            CLOSE RPTFILE.                                              00018400
            IF WS-RC-IO-ERROR OR WS-COUNT-IO-ERR > 0 THEN               00018500
               SET WS-RC-IO-ERROR TO TRUE                               00018600
            ELSE                                                        00018700
               SET WS-RC-OK TO TRUE                                     00018800
               IF WS-COUNT-NO-NET > 0 OR WS-COUNT-OVERFLOW > 0 THEN     00018900
                  SET WS-RC-WARNING TO TRUE                             00019000
               END-IF                                                   00019100
            END-IF.                                                     00019200
            MOVE WS-RETURN-CODE TO RETURN-CODE.                         00019300
            GOBACK.                                                     00019400
      * THE WHOLE EARNINGS FILE IS HELD; THE PERIOD-MONTH FILTER IS     00019500
      * APPLIED PER PAYEE BECAUSE THE PERIOD IS ONLY KNOWN FROM THE     00019600
      * PAYROLL RECORDS THEMSELVES.                                     00019700
       LOAD-PERIOD-EARNINGS.                                            00019800
            OPEN INPUT EARNIN.                                          00019900
            PERFORM UNTIL WS-EARN-EOF                                   00020000
               READ EARNIN                                              00020100
                 AT END SET WS-EARN-EOF TO TRUE                         00020200
                 NOT AT END                                             00020300
                    IF WS-EARN-COUNT < 2000 THEN                        00020400
                       ADD 1 TO WS-EARN-COUNT                           00020500
                       SET WS-EARN-IDX TO WS-EARN-COUNT                 00020600
                       MOVE ERN-EMP-ID                                  00020700
                          TO WS-EARN-EMP-ID (WS-EARN-IDX)               00020800
                       MOVE ERN-CODE                                    00020900
                          TO WS-EARN-CODE (WS-EARN-IDX)                 00021000
                       MOVE ERN-AMOUNT                                  00021100
                          TO WS-EARN-AMOUNT (WS-EARN-IDX)               00021200
                       MOVE ERN-PERIOD                                  00021300
                          TO WS-EARN-PERIOD (WS-EARN-IDX)               00021400
                    END-IF                                              00021500
               END-READ                                                 00021600
            END-PERFORM.                                                00021700
            CLOSE EARNIN.                                               00021800
       LOAD-DEDUCTION-DETAIL.                                           00021900
            OPEN INPUT DEDIN.                                           00022000
            PERFORM UNTIL WS-DED-EOF                                    00022100
               READ DEDIN                                               00022200
                 AT END SET WS-DED-EOF TO TRUE                          00022300
                 NOT AT END                                             00022400
                    IF HT-IS-HEADER OF DED-REC-HT OR                    00022500
                       HT-IS-TRAILER OF DED-REC-HT OR                   00022600
                       WS-DED-COUNT = 5000 THEN                         00022700
                       CONTINUE                                         00022800
                    ELSE                                                00022900
                       ADD 1 TO WS-DED-COUNT                            00023000
                       SET WS-DED-IDX TO WS-DED-COUNT                   00023100
                       MOVE DED-EMP-ID TO WS-DED-EMP-ID (WS-DED-IDX)    00023200
                       MOVE DED-CODE TO WS-DED-CODE (WS-DED-IDX)        00023300
                       MOVE DED-AMOUNT TO WS-DED-AMOUNT (WS-DED-IDX)    00023400
                       MOVE 0 TO WS-DED-OFF-SEQ (WS-DED-IDX)            00023416
                       IF DED-OFF-SEQ NUMERIC THEN                      00023432
                          MOVE DED-OFF-SEQ                              00023448
                             TO WS-DED-OFF-SEQ (WS-DED-IDX)             00023464
                       END-IF                                           00023480
                    END-IF                                              00023500
               END-READ                                                 00023600
            END-PERFORM.                                                00023700
            CLOSE DEDIN.                                                00023800
       LOAD-NET-PAY.                                                    00023900
            OPEN INPUT NETIN.                                           00024000
            PERFORM UNTIL WS-NET-EOF                                    00024100
               READ NETIN                                               00024200
                 AT END SET WS-NET-EOF TO TRUE                          00024300
                 NOT AT END                                             00024400
                    IF HT-IS-HEADER OF NET-REC-HT OR                    00024500
                       HT-IS-TRAILER OF NET-REC-HT OR                   00024600
                       WS-NET-COUNT = 5000 THEN                         00024700
                       CONTINUE                                         00024800
                    ELSE                                                00024900
                       ADD 1 TO WS-NET-COUNT                            00025000
                       SET WS-NET-IDX TO WS-NET-COUNT                   00025100
                       MOVE NET-EMP-ID TO WS-NET-EMP-ID (WS-NET-IDX)    00025200
                       MOVE NET-DEDUCT TO WS-NET-DEDUCT (WS-NET-IDX)    00025300
                       MOVE NET-NET TO WS-NET-NET (WS-NET-IDX)          00025400
                       MOVE 0 TO WS-NET-OFF-SEQ (WS-NET-IDX)            00025416
                       IF NET-OFF-SEQ NUMERIC THEN                      00025432
                          MOVE NET-OFF-SEQ                              00025448
                             TO WS-NET-OFF-SEQ (WS-NET-IDX)             00025464
                       END-IF                                           00025480
                    END-IF                                              00025500
               END-READ                                                 00025600
            END-PERFORM.                                                00025700
            CLOSE NETIN.                                                00025800
       OPEN-YTD-CLUSTER.                                                00025900
            OPEN I-O YTDFILE.                                           00026000
            IF WS-YTD-OPEN-OK THEN                                      00026100
               CONTINUE                                                 00026200
            ELSE                                                        00026300
               IF WS-YTD-NOT-FOUND THEN                                 00026400
                  OPEN OUTPUT YTDFILE                                   00026500
               END-IF                                                   00026600
               IF NOT WS-YTD-OPEN-OK THEN                               00026700
                  DISPLAY 'PGM79 YTD CLUSTER OPEN FAILED, STATUS '      00026800
                     WS-YTD-STATUS                                      00026900
                  SET WS-RC-IO-ERROR TO TRUE                            00027000
               END-IF                                                   00027100
            END-IF.                                                     00027200
       POST-ONE-PAYEE.                                                  00027300
            ADD 1 TO WS-COUNT-READ.                                     00027400
            MOVE PPAY-PER-START TO WS-PERIOD-START.                     00027500
            MOVE PPAY-PER-START (1:6) TO WS-PERIOD-YYYYMM.              00027600
            MOVE 0 TO WS-MATCH-SEQ.                                     00027700
            PERFORM READ-YTD-REC.                                       00027800
            IF WS-REC-FOUND THEN                                        00028600
               IF YTD-LAST-PERIOD >= PPAY-PER-START THEN                00028700
                  ADD 1 TO WS-COUNT-ALREADY                             00028800
               ELSE                                                     00028900
                  PERFORM FOLD-PERIOD-INTO-YTD                          00029000
                  REWRITE YTD-REC                                       00029100
                     INVALID KEY                                        00029200
                        ADD 1 TO WS-COUNT-IO-ERR                        00029300
                  END-REWRITE                                           00029400
               END-IF                                                   00029500
            ELSE                                                        00029600
               ADD 1 TO WS-COUNT-NEW                                    00029700
               PERFORM START-NEW-YTD-REC                                00029800
               PERFORM FOLD-PERIOD-INTO-YTD                             00029900
               WRITE YTD-REC                                            00030000
                  INVALID KEY                                           00030100
                     ADD 1 TO WS-COUNT-IO-ERR                           00030200
               END-WRITE                                                00030300
            END-IF.                                                     00030400
      * AN OFF-CYCLE PAYMENT IS POSTED ONCE PER RUN AND SEQUENCE -      00030402
      * THE GUARD IS ITS OWN, SO IT NEVER BLOCKS THE NEXT PERIOD        00030404
      * AND A PERIOD ALREADY POSTED NEVER BLOCKS IT.  MONEY THAT WAS    00030406
      * POSTED WHEN FIRST PAID (A REISSUE) IS NOT POSTED AGAIN.         00030408
       POST-OFF-CYCLE-PAYEE.                                            00030410
            ADD 1 TO WS-COUNT-READ.                                     00030412
            ADD 1 TO WS-COUNT-OFFCYCLE.                                 00030414
            MOVE PPAY-PER-START TO WS-PERIOD-START.                     00030416
            MOVE PPAY-PER-START (1:6) TO WS-PERIOD-YYYYMM.              00030418
            MOVE PPAY-OFF-SEQ TO WS-MATCH-SEQ.                          00030420
            IF PPAY-OFF-IS-POSTED THEN                                  00030422
               ADD 1 TO WS-COUNT-PREPOSTED                              00030424
            ELSE                                                        00030426
               PERFORM READ-YTD-REC                                     00030428
               IF WS-REC-FOUND THEN                                     00030430
                  IF YTD-LAST-OFFCYCLE >= PPAY-OFF-KEY THEN             00030432
                     ADD 1 TO WS-COUNT-ALREADY                          00030434
                  ELSE                                                  00030436
                     PERFORM FOLD-PERIOD-INTO-YTD                       00030438
                     REWRITE YTD-REC                                    00030440
                        INVALID KEY                                     00030442
                           ADD 1 TO WS-COUNT-IO-ERR                     00030444
                     END-REWRITE                                        00030446
                  END-IF                                                00030448
               ELSE                                                     00030450
                  ADD 1 TO WS-COUNT-NEW                                 00030452
                  PERFORM START-NEW-YTD-REC                             00030454
                  PERFORM FOLD-PERIOD-INTO-YTD                          00030456
                  WRITE YTD-REC                                         00030458
                     INVALID KEY                                        00030460
                        ADD 1 TO WS-COUNT-IO-ERR                        00030462
                  END-WRITE                                             00030464
               END-IF                                                   00030466
            END-IF.                                                     00030468
       READ-YTD-REC.                                                    00030470
            MOVE 'N' TO WS-REC-FOUND-SW.                                00030472
            MOVE PPAY-EMP-ID TO YTD-EMP-ID.                             00030474
            MOVE PPAY-PER-START (1:4) TO YTD-TAX-YEAR.                  00030476
            READ YTDFILE                                                00030478
               INVALID KEY                                              00030480
                  CONTINUE                                              00030482
               NOT INVALID KEY                                          00030484
                  SET WS-REC-FOUND TO TRUE                              00030486
            END-READ.                                                   00030488
       START-NEW-YTD-REC.                                               00030500
            MOVE SPACES TO YTD-REC.                                     00030600
            MOVE PPAY-EMP-ID TO YTD-EMP-ID.                             00030700
            MOVE PPAY-PER-START (1:4) TO YTD-TAX-YEAR.                  00030800
            MOVE 0 TO YTD-LAST-PERIOD.                                  00030900
            MOVE 0 TO YTD-PERIODS-POSTED.                               00031000
            MOVE 0 TO YTD-GROSS.                                        00031100
            MOVE 0 TO YTD-DEDUCT.                                       00031200
            MOVE 0 TO YTD-NET.                                          00031300
            MOVE 0 TO YTD-ERN-USED.                                     00031400
            MOVE 0 TO YTD-DED-USED.                                     00031500
            MOVE 0 TO YTD-LAST-OFF-RUN.                                 00031533
            MOVE 0 TO YTD-LAST-OFF-SEQ.                                 00031566
            PERFORM VARYING WS-BKT-SUB FROM 1 BY 1                      00031600
               UNTIL WS-BKT-SUB > 12                                    00031700
               MOVE SPACES TO YTD-ERN-CODE (WS-BKT-SUB)                 00031800
               MOVE 0 TO YTD-ERN-AMOUNT (WS-BKT-SUB)                    00031900
               MOVE SPACES TO YTD-DED-CODE (WS-BKT-SUB)                 00032000
               MOVE 0 TO YTD-DED-AMOUNT (WS-BKT-SUB)                    00032100
            END-PERFORM.                                                00032200
      * ONE PERIOD'S WORTH FOR ONE PAYEE: GROSS, THE EARNINGS AND       00032300
      * DEDUCTIONS BY CODE, THEN DEDUCTED AND NET.  THE LAST POSTED     00032400
      * PERIOD IS STAMPED LAST SO A PARTIAL FOLD NEVER LOOKS DONE.      00032500
       FOLD-PERIOD-INTO-YTD.                                            00032600
            MOVE PPAY-DEPT TO YTD-DEPT.                                 00032700
            ADD PPAY-AMOUNT TO YTD-GROSS.                               00032800
            ADD PPAY-AMOUNT TO WS-POSTED-GROSS.                         00032900
            IF WS-EARN-COUNT > 0 AND NOT PPAY-OFF-CYCLE THEN            00033000
               PERFORM VARYING WS-EARN-IDX FROM 1 BY 1                  00033100
                  UNTIL WS-EARN-IDX > WS-EARN-COUNT                     00033200
                  IF WS-EARN-EMP-ID (WS-EARN-IDX) = PPAY-EMP-ID AND     00033300
                     WS-EARN-PERIOD (WS-EARN-IDX) = WS-PERIOD-YYYYMM    00033400
                     THEN                                               00033500
                     MOVE WS-EARN-CODE (WS-EARN-IDX) TO WS-BKT-CODE     00033600
                     MOVE WS-EARN-AMOUNT (WS-EARN-IDX)                  00033700
                        TO WS-BKT-AMOUNT                                00033800
                     PERFORM ADD-TO-EARNINGS-BUCKET                     00033900
                  END-IF                                                00034000
               END-PERFORM                                              00034100
            END-IF.                                                     00034200
            MOVE 0 TO WS-EMP-DEDUCT.                                    00034300
            IF WS-DED-COUNT > 0 THEN                                    00034400
               PERFORM VARYING WS-DED-IDX FROM 1 BY 1                   00034500
                  UNTIL WS-DED-IDX > WS-DED-COUNT                       00034600
                  IF WS-DED-EMP-ID (WS-DED-IDX) = PPAY-EMP-ID AND       00034666
                     WS-DED-OFF-SEQ (WS-DED-IDX) = WS-MATCH-SEQ THEN    00034732
                     MOVE WS-DED-CODE (WS-DED-IDX) TO WS-BKT-CODE       00034800
                     MOVE WS-DED-AMOUNT (WS-DED-IDX)                    00034900
                        TO WS-BKT-AMOUNT                                00035000
                     ADD WS-BKT-AMOUNT TO WS-EMP-DEDUCT                 00035100
                     PERFORM ADD-TO-DEDUCTION-BUCKET                    00035200
                  END-IF                                                00035300
               END-PERFORM                                              00035400
            END-IF.                                                     00035500
            PERFORM FIND-NET-PAY.                                       00035600
            ADD WS-EMP-DEDUCT TO YTD-DEDUCT.                            00035700
            ADD WS-EMP-NET TO YTD-NET.                                  00035800
            ADD WS-EMP-DEDUCT TO WS-POSTED-DEDUCT.                      00035900
            ADD WS-EMP-NET TO WS-POSTED-NET.                            00036000
            IF PPAY-OFF-CYCLE THEN                                      00036037
               MOVE PPAY-OFF-KEY TO YTD-LAST-OFFCYCLE                   00036074
               ADD 1 TO WS-COUNT-OFF-POSTED                             00036111
            ELSE                                                        00036148
               ADD 1 TO YTD-PERIODS-POSTED                              00036185
               MOVE WS-PERIOD-START TO YTD-LAST-PERIOD                  00036222
            END-IF.                                                     00036259
            ADD 1 TO WS-COUNT-POSTED.                                   00036300
      * THE NET-PAY RECORD IS THE FIGURE OF RECORD; WITHOUT ONE THE     00036400
      * PAYEE IS POSTED GROSS LESS THE DETAIL AND FLAGGED.              00036500
       FIND-NET-PAY.                                                    00036600
            MOVE 'N' TO WS-FOUND-SW.                                    00036700
            IF WS-NET-COUNT > 0 THEN                                    00036800
               PERFORM VARYING WS-NET-IDX FROM 1 BY 1                   00036900
                  UNTIL WS-NET-IDX > WS-NET-COUNT                       00037000
                     OR WS-ENTRY-FOUND                                  00037100
                  IF WS-NET-EMP-ID (WS-NET-IDX) = PPAY-EMP-ID AND       00037166
                     WS-NET-OFF-SEQ (WS-NET-IDX) = WS-MATCH-SEQ THEN    00037232
                     SET WS-ENTRY-FOUND TO TRUE                         00037300
                     SET WS-NET-SAV TO WS-NET-IDX                       00037400
                  END-IF                                                00037500
               END-PERFORM                                              00037600
            END-IF.                                                     00037700
            IF WS-ENTRY-FOUND THEN                                      00037800
               MOVE WS-NET-DEDUCT (WS-NET-SAV) TO WS-EMP-DEDUCT         00037900
               MOVE WS-NET-NET (WS-NET-SAV) TO WS-EMP-NET               00038000
            ELSE                                                        00038100
               ADD 1 TO WS-COUNT-NO-NET                                 00038200
               IF WS-EMP-DEDUCT > PPAY-AMOUNT THEN                      00038300
                  MOVE PPAY-AMOUNT TO WS-EMP-DEDUCT                     00038400
               END-IF                                                   00038500
               COMPUTE WS-EMP-NET = PPAY-AMOUNT - WS-EMP-DEDUCT         00038600
               MOVE SPACES TO RPT-LINE                                  00038700
               STRING PPAY-EMP-ID                                       00038800
                  ' NO NET-PAY RECORD - POSTED GROSS LESS DETAIL'       00038900
                  DELIMITED BY SIZE INTO RPT-LINE                       00039000
               END-STRING                                               00039100
               WRITE RPT-LINE                                           00039200
            END-IF.                                                     00039300
       ADD-TO-EARNINGS-BUCKET.                                          00039400
            MOVE 'N' TO WS-FOUND-SW.                                    00039500
            PERFORM VARYING WS-BKT-SUB FROM 1 BY 1                      00039600
               UNTIL WS-BKT-SUB > YTD-ERN-USED OR WS-ENTRY-FOUND        00039700
               IF YTD-ERN-CODE (WS-BKT-SUB) = WS-BKT-CODE THEN          00039800
                  SET WS-ENTRY-FOUND TO TRUE                            00039900
                  ADD WS-BKT-AMOUNT TO YTD-ERN-AMOUNT (WS-BKT-SUB)      00040000
               END-IF                                                   00040100
            END-PERFORM.                                                00040200
            IF NOT WS-ENTRY-FOUND THEN                                  00040300
               IF YTD-ERN-USED < 12 THEN                                00040400
                  ADD 1 TO YTD-ERN-USED                                 00040500
                  MOVE WS-BKT-CODE TO YTD-ERN-CODE (YTD-ERN-USED)       00040600
                  MOVE WS-BKT-AMOUNT TO YTD-ERN-AMOUNT (YTD-ERN-USED)   00040700
               ELSE                                                     00040800
                  PERFORM REPORT-BUCKET-OVERFLOW                        00040900
               END-IF                                                   00041000
            END-IF.                                                     00041100
       ADD-TO-DEDUCTION-BUCKET.                                         00041200
            MOVE 'N' TO WS-FOUND-SW.                                    00041300
            PERFORM VARYING WS-BKT-SUB FROM 1 BY 1                      00041400
               UNTIL WS-BKT-SUB > YTD-DED-USED OR WS-ENTRY-FOUND        00041500
               IF YTD-DED-CODE (WS-BKT-SUB) = WS-BKT-CODE THEN          00041600
                  SET WS-ENTRY-FOUND TO TRUE                            00041700
                  ADD WS-BKT-AMOUNT TO YTD-DED-AMOUNT (WS-BKT-SUB)      00041800
               END-IF                                                   00041900
            END-PERFORM.                                                00042000
            IF NOT WS-ENTRY-FOUND THEN                                  00042100
               IF YTD-DED-USED < 12 THEN                                00042200
                  ADD 1 TO YTD-DED-USED                                 00042300
                  MOVE WS-BKT-CODE TO YTD-DED-CODE (YTD-DED-USED)       00042400
                  MOVE WS-BKT-AMOUNT TO YTD-DED-AMOUNT (YTD-DED-USED)   00042500
               ELSE                                                     00042600
                  PERFORM REPORT-BUCKET-OVERFLOW                        00042700
               END-IF                                                   00042800
            END-IF.                                                     00042900
       REPORT-BUCKET-OVERFLOW.                                          00043000
            ADD 1 TO WS-COUNT-OVERFLOW.                                 00043100
            MOVE WS-BKT-AMOUNT TO WS-AMOUNT-ED.                         00043200
            MOVE SPACES TO RPT-LINE.                                    00043300
            STRING PPAY-EMP-ID ' CODE ' WS-BKT-CODE                     00043400
               ' NO FREE BUCKET - NOT POSTED ' WS-AMOUNT-ED             00043500
               DELIMITED BY SIZE INTO RPT-LINE                          00043600
            END-STRING.                                                 00043700
            WRITE RPT-LINE.                                             00043800
       WRITE-POSTING-SUMMARY.                                           00043900
            MOVE SPACES TO RPT-LINE.                                    00044000
            STRING 'PERIOD START ' WS-PERIOD-START                      00044100
               ' TAX YEAR ' WS-PERIOD-START (1:4)                       00044200
               DELIMITED BY SIZE INTO RPT-LINE                          00044300
            END-STRING.                                                 00044400
            WRITE RPT-LINE.                                             00044500
            MOVE SPACES TO RPT-LINE.                                    00044600
            STRING 'PAYEES READ ' WS-COUNT-READ                         00044700
               ' POSTED ' WS-COUNT-POSTED                               00044800
               ' NEW RECORDS ' WS-COUNT-NEW                             00044900
               DELIMITED BY SIZE INTO RPT-LINE                          00045000
            END-STRING.                                                 00045100
            WRITE RPT-LINE.                                             00045200
            MOVE SPACES TO RPT-LINE.                                    00045300
            STRING 'ALREADY POSTED (SKIPPED) ' WS-COUNT-ALREADY         00045400
               ' NO NET RECORD ' WS-COUNT-NO-NET                        00045500
               DELIMITED BY SIZE INTO RPT-LINE                          00045600
            END-STRING.                                                 00045700
            WRITE RPT-LINE.                                             00045800
            MOVE SPACES TO RPT-LINE.                                    00045900
            STRING 'BUCKET OVERFLOWS ' WS-COUNT-OVERFLOW                00046000
               ' CLUSTER ERRORS ' WS-COUNT-IO-ERR                       00046100
               DELIMITED BY SIZE INTO RPT-LINE                          00046200
            END-STRING.                                                 00046300
            WRITE RPT-LINE.                                             00046400
            IF WS-COUNT-OFFCYCLE > 0 THEN                               00046410
               MOVE SPACES TO RPT-LINE                                  00046420
               STRING 'OFF-CYCLE READ ' WS-COUNT-OFFCYCLE               00046430
                  ' POSTED ' WS-COUNT-OFF-POSTED                        00046440
                  ' REISSUES NOT REPOSTED ' WS-COUNT-PREPOSTED          00046450
                  DELIMITED BY SIZE INTO RPT-LINE                       00046460
               END-STRING                                               00046470
               WRITE RPT-LINE                                           00046480
            END-IF.                                                     00046490
            MOVE WS-POSTED-GROSS TO WS-AMOUNT-ED.                       00046500
            MOVE SPACES TO RPT-LINE.                                    00046600
            STRING 'GROSS POSTED    : ' WS-AMOUNT-ED                    00046700
               DELIMITED BY SIZE INTO RPT-LINE                          00046800
            END-STRING.                                                 00046900
            WRITE RPT-LINE.                                             00047000
            MOVE WS-POSTED-DEDUCT TO WS-AMOUNT-ED.                      00047100
            MOVE SPACES TO RPT-LINE.                                    00047200
            STRING 'DEDUCTED POSTED : ' WS-AMOUNT-ED                    00047300
               DELIMITED BY SIZE INTO RPT-LINE                          00047400
            END-STRING.                                                 00047500
            WRITE RPT-LINE.                                             00047600
            MOVE WS-POSTED-NET TO WS-AMOUNT-ED.                         00047700
            MOVE SPACES TO RPT-LINE.                                    00047800
            STRING 'NET POSTED      : ' WS-AMOUNT-ED                    00047900
               DELIMITED BY SIZE INTO RPT-LINE                          00048000
            END-STRING.                                                 00048100
            WRITE RPT-LINE.                                             00048200

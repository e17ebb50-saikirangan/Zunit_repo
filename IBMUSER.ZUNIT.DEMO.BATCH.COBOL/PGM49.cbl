      * BANK PAYMENT INTERFACE FILE GENERATION - THE STEP THAT          00000300
      * ACTUALLY PAYS PEOPLE.  READS THE CPFLREC EMPLOYEE EXTRACT       00000400
      * AND WRITES ONE FIXED-FORMAT PAYMENT RECORD PER EMPLOYEE         00000500
      * (THE PERIOD NET PAY FROM PGM50'S NET-PAY FILE, DDNETIN),        00000600
      * WRAPPED IN THE SAME CPHDRTRL HEADER AND TRAILER AS THE          00000700
      * OTHER OFF-PLATFORM EXTRACTS AND DESCRIBED BY A CPMANIF          00000800
      * MANIFEST SO THE BANK'S ACKNOWLEDGMENT BALANCES THROUGH          00000900
      * GETS NO PAYMENT RECORD AT ALL - THIS IS WHERE REAL MONEY        00001500
      * MOVES, SO THE LIFECYCLE STATUS IS HONORED HERE THE SAME         00001600
      * WAY PGM21 AND PGM37 HONOR IT.                                   00001700
      * THE NET-PAY FILE CARRIES PGM51'S PRORATION AND MERGED           00001702
      * EARNINGS LESS EVERY PGM50 DEDUCTION, SO WHAT THE BANK PAYS      00001705
      * IS NET, NOT GROSS.  AN EMPLOYEE WITH NO NET RECORD (NOT         00001708
      * YET EFFECTIVE FOR THE PERIOD) OR A ZERO NET IS NOT PAID         00001711
      * AND IS COUNTED; A NET RECORD MATCHING NO ACTIVE EMPLOYEE        00001714
      * ON THE EXTRACT IS LISTED AND ENDS THE RUN RC 08 - MONEY         00001717
      * WAS DUE AND NOTHING WAS PAID.  OUTSIDE PRENOTE MODE CPBALREC    00001720
      * CONSUMER (NET FILE READ) AND PRODUCER (PAYMENTS WRITTEN)        00001722
      * RECORDS GO TO DDBALOUT UNDER THE RUNNUMBER CARD FOR PGM26.      00001725
      * PRENOTE RUNS DO NOT READ THE NET FILE.                          00001728
      * BANK DETAILS COME FROM THE DIRECT-DEPOSIT MASTER CLUSTER        00001731
      * (DDDDAKS, CPDDAREC, MAINTAINED ONLINE BY DDAM/PGM82): AN        00001734
      * EMPLOYEE WITH A MASTER RECORD GETS ONE PAYMENT PER LIVE         00001737
      * ACCOUNT - FIXED AMOUNTS FIRST, THEN PERCENTAGES OF NET,         00001740
      * THEN THE REMAINDER ACCOUNT - EACH CARRYING ITS ROUTING AND      00001742
      * ACCOUNT NUMBER AND SPLIT SEQUENCE.  AN ACCOUNT NEWLY ADDED      00001745
      * OR CHANGED (PRENOTE DUE) GETS A ZERO-AMOUNT 'N' RECORD IN       00001748
      * WHATEVER RUN COMES NEXT, PRENOTE OR LIVE, AND IS MARKED         00001751
      * PRENOTE SENT; THE FIRST RUN WITH A LATER PAY DATE MAKES IT      00001754
      * LIVE.  UNTIL THEN, AND WHILE AN ACCOUNT IS BLOCKED, ITS         00001757
      * SHARE GOES TO THE REMAINDER ACCOUNT (OR THE FIRST LIVE          00001760
      * ACCOUNT).  AN EMPLOYEE WITH NO LIVE ACCOUNT AT ALL IS HELD,     00001762
      * LISTED AND ENDS THE RUN RC 04 FOR A MANUAL PAYMENT.  AN         00001765
      * EMPLOYEE WITH NO MASTER RECORD IS STILL PAID THE OLD WAY -      00001768
      * ONE RECORD MATCHED BY EMPLOYEE ID, BLANK BANK DETAILS - AND     00001771
      * COUNTED.  A CLUSTER THAT CANNOT BE OPENED OR UPDATED ENDS       00001774
      * THE RUN RC 12 WITH NO PAYMENTS WRITTEN.                         00001777
      * AN OFFCYCLE Y PARM CARD BUILDS THE OFF-CYCLE BANK FILE FROM     00001780
      * THE PGM84/PGM50 OFF-CYCLE NET FILE INSTEAD: ONLY EMPLOYEES      00001782
      * WITH A NET RECORD ARE PAID, ONE PAYMENT SET PER NET RECORD      00001785
      * (A CORRECTION AND A REISSUE FOR ONE EMPLOYEE ARE PAID           00001788
      * SEPARATELY), AND A TERMINATED EMPLOYEE IS STILL PAID - PGM84    00001791
      * HAS ALREADY DECIDED WHO IS OWED.  EMPLOYEES WITH NO NET         00001794
      * RECORD ARE NOT COUNTED.                                         00001797
      * A REGULAR LIVE RUN PAYS ONLY A PERIOD THAT PGM51 HAS            00001807
      * CALCULATED: THE PERIOD HOLDING THE PERIODDATE CARD'S DATE       00001817
      * (DEFAULT THE RUN DATE, AS PGM51 PICKS IT) IS CHECKED ON THE     00001827
      * PERIOD-CONTROL CLUSTER (DDPRDCTL) THROUGH PGM119 BEFORE THE     00001838
      * BANK FILE IS OPENED, AND ONE NOT YET CALCULATED OR ALREADY      00001848
      * PAID IS REFUSED RC 08 WITH NOTHING WRITTEN.  A RUN ENDING       00001858
      * BELOW RC 08 MARKS THE PERIOD PAID.  PRENOTE AND OFF-CYCLE       00001869
      * RUNS PAY NO PERIOD AND ARE NOT CONTROLLED.                      00001879
       ENVIRONMENT DIVISION.                                            00001889
       INPUT-OUTPUT SECTION.                                            00001900
       FILE-CONTROL.                                                    00002000
                SELECT INFILE ASSIGN TO DDINPUT                         00002100
                ORGANIZATION IS SEQUENTIAL.                             00002110
                SELECT NETIN ASSIGN TO DDNETIN                          00002120
                ORGANIZATION IS SEQUENTIAL.                             00002130
                SELECT DDAFILE ASSIGN TO DDDDAKS                        00002140
                ORGANIZATION IS INDEXED                                 00002150
                ACCESS MODE IS RANDOM                                   00002160
                RECORD KEY IS DDA-EMP-ID                                00002170
                FILE STATUS IS WS-DDA-STATUS.                           00002180
                SELECT BALOUT ASSIGN TO DDBALOUT                        00002190
                ORGANIZATION IS SEQUENTIAL.                             00002200
                SELECT PAYOUT ASSIGN TO DDPAYOUT                        00002300
                ORGANIZATION IS SEQUENTIAL.                             00002400
            RECORDING MODE IS F.                                        00003400
       01 FL-REC.                                                       00003500
          COPY CPFLREC.                                                 00003600
       FD NETIN                                                         00003605
            RECORDING MODE IS F.                                        00003610
       01 NET-REC.                                                      00003615
           05 NET-EMP-ID  PIC X(8).                                     00003621
           05 NET-DEPT    PIC X(4).                                     00003626
           05 NET-GROSS   PIC 9(8)V99.                                  00003631
           05 NET-DEDUCT  PIC 9(8)V99.                                  00003636
           05 NET-NET     PIC 9(8)V99.                                  00003642
           05 FILLER      PIC X(38).                                    00003647
       01 NET-REC-HT REDEFINES NET-REC.                                 00003652
          COPY CPHDRTRL.                                                00003657
       FD DDAFILE.                                                      00003663
       01 DDA-REC.                                                      00003668
          COPY CPDDAREC.                                                00003673
       FD BALOUT                                                        00003678
            RECORDING MODE IS F.                                        00003684
       01 BAL-REC.                                                      00003689
          COPY CPBALREC.                                                00003694
       FD PAYOUT                                                        00003700
            RECORDING MODE IS F.                                        00003800
       01 PAY-REC.                                                      00003900
           05 PAY-TYPE     PIC X(1).                                    00004400
               88 PAY-TYPE-LIVE    VALUE 'P'.                           00004500
               88 PAY-TYPE-PRENOTE VALUE 'N'.                           00004600
           05 PAY-ROUTING  PIC X(9).                                    00004700
           05 PAY-ACCOUNT  PIC X(17).                                   00004725
           05 PAY-SPLIT-SEQ PIC 9(1).                                   00004750
           05 FILLER       PIC X(5).                                    00004775
       01 PAY-REC-HT REDEFINES PAY-REC.                                 00004800
          COPY CPHDRTRL.                                                00004900
       FD PARMFILE                                                      00005000
           88 WS-EOF           VALUE 'Y'.                               00006900
       01 WS-PARM-EOF-SW PIC X(1) VALUE 'N'.                            00007000
           88 WS-PARM-EOF      VALUE 'Y'.                               00007100
       01 WS-NET-EOF-SW PIC X(1) VALUE 'N'.                             00007107
           88 WS-NET-EOF       VALUE 'Y'.                               00007115
       01 WS-NET-COUNT PIC 9(4) COMP VALUE 0.                           00007123
       01 WS-NET-TABLE.                                                 00007130
           05 WS-NET-ENTRY OCCURS 5000 TIMES                            00007138
                            INDEXED BY WS-NET-IDX WS-NET-SAV.           00007146
               10 WS-NET-EMP-ID PIC X(8).                               00007153
               10 WS-NET-AMOUNT PIC 9(8)V99.                            00007161
               10 WS-NET-PAID-SW PIC X(1).                              00007169
                   88 WS-NET-PAID     VALUE 'Y'.                        00007176
       01 WS-FOUND-SW PIC X(1) VALUE 'N'.                               00007184
           88 WS-ENTRY-FOUND   VALUE 'Y'.                               00007192
       01 WS-PRENOTE-SW PIC X(1) VALUE 'N'.                             00007200
           88 WS-PRENOTE-ON    VALUE 'Y'.                               00007300
       01 WS-OFFCYCLE-SW PIC X(1) VALUE 'N'.                            00007333
           88 WS-OFFCYCLE-ON   VALUE 'Y'.                               00007366
       01 WS-PAY-DATE      PIC 9(8) VALUE 0.                            00007400
       01 WS-PERIOD-DATE   PIC 9(8) VALUE 0.                            00007420
       01 WS-PRDCTL-PGM    PIC X(8) VALUE 'PGM119'.                     00007440
       01 WS-PERIOD-CTL.                                                00007460
          COPY CPPCTLRQ.                                                00007480
       01 WS-MANIFEST-DSN  PIC X(30) VALUE SPACES.                      00007500
       01 WS-PAYMENT       PIC 9(9)V99 VALUE 0.                         00007600
       01 WS-DDA-STATUS PIC X(2) VALUE SPACES.                          00007603
           88 WS-DDA-OPEN-OK   VALUE '00' '05' '97'.                    00007606
           88 WS-DDA-NOT-FOUND VALUE '35'.                              00007610
       01 WS-DDA-OPEN-SW PIC X(1) VALUE 'N'.                            00007613
           88 WS-DDA-OPEN      VALUE 'Y'.                               00007616
       01 WS-DDA-FOUND-SW PIC X(1) VALUE 'N'.                           00007620
           88 WS-DDA-FOUND     VALUE 'Y'.                               00007623
       01 WS-DDA-CHANGED-SW PIC X(1) VALUE 'N'.                         00007626
           88 WS-DDA-CHANGED   VALUE 'Y'.                               00007630
       01 WS-OUT-TYPE      PIC X(1) VALUE SPACE.                        00007633
           88 WS-OUT-LIVE      VALUE 'P'.                               00007636
           88 WS-OUT-PRENOTE   VALUE 'N'.                               00007640
       01 WS-OUT-ROUTING   PIC X(9) VALUE SPACES.                       00007643
       01 WS-OUT-ACCOUNT   PIC X(17) VALUE SPACES.                      00007646
       01 WS-OUT-SEQ       PIC 9(1) VALUE 0.                            00007650
       01 WS-SPLIT-TABLE.                                               00007653
           05 WS-SPLIT-AMOUNT PIC 9(9)V99 OCCURS 3 TIMES.               00007656
       01 WS-SPLIT-IDX     PIC S9(4) COMP VALUE 0.                      00007660
       01 WS-REDIRECT-SW   PIC X(1) VALUE 'N'.                          00007663
           88 WS-REDIRECTED    VALUE 'Y'.                               00007666
       01 WS-SPLIT-TARGET  PIC S9(4) COMP VALUE 0.                      00007670
       01 WS-REMAINING     PIC 9(9)V99 VALUE 0.                         00007673
       01 WS-SHARE         PIC 9(9)V99 VALUE 0.                         00007676
       01 WS-COUNT-NOMASTER PIC 9(7) VALUE 0.                           00007680
       01 WS-COUNT-PRENOTED PIC 9(7) VALUE 0.                           00007683
       01 WS-COUNT-PROMOTED PIC 9(7) VALUE 0.                           00007686
       01 WS-COUNT-REDIRECT PIC 9(7) VALUE 0.                           00007690
       01 WS-COUNT-HELD     PIC 9(7) VALUE 0.                           00007693
       01 WS-COUNT-DDA-ERR  PIC 9(7) VALUE 0.                           00007696
       01 WS-COUNT-READ     PIC 9(7) VALUE 0.                           00007700
       01 WS-COUNT-WRITTEN  PIC 9(7) VALUE 0.                           00007800
       01 WS-COUNT-TERMSKIP PIC 9(7) VALUE 0.                           00007900
       01 WS-COUNT-NONET    PIC 9(7) VALUE 0.                           00007920
       01 WS-COUNT-ZERONET  PIC 9(7) VALUE 0.                           00007940
       01 WS-COUNT-UNPAID   PIC 9(7) VALUE 0.                           00007960
       01 WS-COUNT-NETOVER  PIC 9(7) VALUE 0.                           00007980
       01 WS-TOTAL-PAID     PIC 9(13)V99 VALUE 0.                       00008000
       01 WS-TOTAL-ED       PIC ZZZ,ZZZ,ZZZ,ZZ9.99.                     00008100
       01 WS-RETCD.                                                     00008200
           COPY CPRETCD.                                                00008300
       01 WS-AUD-START-DATE PIC 9(8).                                   00008400
       01 WS-AUD-START-TIME PIC 9(8).                                   00008500
       01 WS-RUN-NUMBER     PIC 9(5) VALUE 0.                           00008512
       01 WS-CONS-COUNT      PIC 9(7) VALUE 0.                          00008525
       01 WS-CONS-SALARY-ACC PIC 9(15)V99 COMP-3 VALUE 0.               00008537
       01 WS-CONS-RECORD-ACC PIC 9(15) COMP-3 VALUE 0.                  00008550
       01 WS-PROD-SALARY-ACC PIC 9(15)V99 COMP-3 VALUE 0.               00008562
       01 WS-PROD-RECORD-ACC PIC 9(15) COMP-3 VALUE 0.                  00008575
       01 WS-EMP-ID-NUM      PIC 9(8) VALUE 0.                          00008587
       PROCEDURE DIVISION.                                              00008600
       MAIN-ROUTINE.                                                    00008700
            ACCEPT WS-AUD-START-DATE FROM DATE YYYYMMDD.                00008800
            ACCEPT WS-AUD-START-TIME FROM TIME.                         00008900
            MOVE WS-AUD-START-DATE TO WS-PAY-DATE.                      00009000
            MOVE WS-AUD-START-DATE TO WS-PERIOD-DATE.                   00009050
            PERFORM READ-PAYMENT-PARMS.                                 00009100
            IF NOT WS-PRENOTE-ON AND NOT WS-OFFCYCLE-ON THEN            00009101
               PERFORM CHECK-PERIOD-CONTROL                             00009102
               IF NOT PCQ-RESULT-OK THEN                                00009103
                  OPEN OUTPUT RPTFILE                                   00009104
                  MOVE SPACES TO RPT-LINE                               00009105
                  STRING 'PERIOD CONTROL: ' PCQ-MESSAGE                 00009106
                     DELIMITED BY SIZE INTO RPT-LINE                    00009107
                  END-STRING                                            00009108
                  WRITE RPT-LINE                                        00009109
                  CLOSE RPTFILE                                         00009110
                  IF PCQ-RESULT-IO-ERROR THEN                           00009111
                     SET WS-RC-IO-ERROR TO TRUE                         00009112
                  ELSE                                                  00009113
                     SET WS-RC-DATA-ERROR TO TRUE                       00009114
                  END-IF                                                00009115
                  MOVE WS-RETURN-CODE TO RETURN-CODE                    00009116
                  GOBACK                                                00009117
               END-IF                                                   00009118
            END-IF.                                                     00009119
            IF NOT WS-PRENOTE-ON THEN                                   00009120
               PERFORM LOAD-NET-PAY                                     00009140
            END-IF.                                                     00009160
            PERFORM OPEN-DDA-CLUSTER.                                   00009180
            OPEN INPUT INFILE.                                          00009200
            OPEN OUTPUT PAYOUT.                                         00009300
            OPEN OUTPUT RPTFILE.                                        00009400
            PERFORM Z010-WRITE-OUT-HEADER.                              00009500
            IF WS-RC-IO-ERROR THEN                                      00009525
               SET WS-EOF TO TRUE                                       00009550
            END-IF.                                                     00009575
            PERFORM UNTIL WS-EOF                                        00009600
               READ INFILE INTO WS-FL-REC                               00009700
                 AT END SET WS-EOF TO TRUE                              00009800
                       HT-IS-TRAILER OF WS-FL-REC-HT THEN               00010100
                       CONTINUE                                         00010200
                    ELSE                                                00010300
                       IF WS-OFFCYCLE-ON THEN                           00010400
                          PERFORM WRITE-OFFCYCLE-PAYMENTS               00010500
                       ELSE                                             00010700
                          IF FL-STATUS-TERMINATED                       00010800
                             OF WS-FL-REC-ST THEN                       00010816
                             ADD 1 TO WS-COUNT-TERMSKIP                 00010833
                          ELSE                                          00010850
                             PERFORM WRITE-ONE-PAYMENT                  00010866
                          END-IF                                        00010883
                       END-IF                                           00010900
                    END-IF                                              00011000
               END-READ                                                 00011100
            PERFORM Z020-WRITE-OUT-TRAILER.                             00011300
            PERFORM WRITE-MANIFEST-REC.                                 00011400
            PERFORM WRITE-PAYMENT-SUMMARY.                              00011500
            IF NOT WS-PRENOTE-ON THEN                                   00011514
               IF NOT WS-RC-IO-ERROR THEN                               00011528
                  PERFORM LIST-UNPAID-NET                               00011542
               END-IF                                                   00011557
               PERFORM WRITE-BAL-RECS                                   00011571
            END-IF.                                                     00011585
            CLOSE INFILE.                                               00011600
            CLOSE PAYOUT.                                               00011700
            IF WS-DDA-OPEN THEN                                         00011900
               CLOSE DDAFILE                                            00012000
            END-IF.                                                     00012100
            IF WS-RC-IO-ERROR OR WS-COUNT-DDA-ERR > 0 THEN              00012107
               SET WS-RC-IO-ERROR TO TRUE                               00012115
            ELSE                                                        00012123
               SET WS-RC-OK TO TRUE                                     00012130
               IF WS-COUNT-HELD > 0 THEN                                00012138
                  SET WS-RC-WARNING TO TRUE                             00012146
               END-IF                                                   00012153
               IF WS-COUNT-READ = 0 OR WS-COUNT-UNPAID > 0 OR           00012161
                  WS-COUNT-NETOVER > 0 OR                               00012169
                  (WS-COUNT-WRITTEN = 0 AND NOT WS-PRENOTE-ON) THEN     00012176
                  SET WS-RC-DATA-ERROR TO TRUE                          00012184
               END-IF                                                   00012192
            END-IF.                                                     00012200
            IF WS-RETURN-CODE < 08 AND                                  00012216
               NOT WS-PRENOTE-ON AND NOT WS-OFFCYCLE-ON THEN            00012233
               PERFORM ADVANCE-PERIOD-CONTROL                           00012250
            END-IF.                                                     00012266
            CLOSE RPTFILE.                                              00012283
            MOVE WS-RETURN-CODE TO RETURN-CODE.                         00012300
            GOBACK.                                                     00012400
      * THE PERIOD-CONTROL GATE.  PGM49 MOVES A CALCULATED PERIOD TO    00012404
      * PAID.                                                           00012409
       CHECK-PERIOD-CONTROL.                                            00012413
            MOVE SPACES TO WS-PERIOD-CTL.                               00012418
            MOVE 'PGM49' TO PCQ-PROGRAM.                                00012422
            SET PCQ-REQ-CHECK TO TRUE.                                  00012427
            SET PCQ-STAGE-PAY TO TRUE.                                  00012431
            MOVE WS-PERIOD-DATE TO PCQ-PERIOD-DATE.                     00012436
            MOVE WS-RUN-NUMBER TO PCQ-RUN-NUMBER.                       00012440
            CALL WS-PRDCTL-PGM USING WS-PERIOD-CTL.                     00012445
       ADVANCE-PERIOD-CONTROL.                                          00012450
            SET PCQ-REQ-ADVANCE TO TRUE.                                00012454
            CALL WS-PRDCTL-PGM USING WS-PERIOD-CTL.                     00012459
            IF NOT PCQ-RESULT-OK THEN                                   00012463
               MOVE SPACES TO RPT-LINE                                  00012468
               STRING 'PERIOD CONTROL NOT ADVANCED: ' PCQ-MESSAGE       00012472
                  DELIMITED BY SIZE INTO RPT-LINE                       00012477
               END-STRING                                               00012481
               WRITE RPT-LINE                                           00012486
               SET WS-RC-IO-ERROR TO TRUE                               00012490
            END-IF.                                                     00012495
       READ-PAYMENT-PARMS.                                              00012500
            OPEN INPUT PARMFILE.                                        00012600
            PERFORM UNTIL WS-PARM-EOF                                   00012700
                      PARM-VALUE-TEXT (1:1) = 'N' THEN                  00013800
                      MOVE PARM-VALUE-TEXT (1:1) TO WS-PRENOTE-SW       00013900
                   END-IF                                               00014000
                WHEN 'OFFCYCLE'                                         00014016
                   IF PARM-VALUE-TEXT (1:1) = 'Y' OR                    00014033
                      PARM-VALUE-TEXT (1:1) = 'N' THEN                  00014050
                      MOVE PARM-VALUE-TEXT (1:1) TO WS-OFFCYCLE-SW      00014066
                   END-IF                                               00014083
                WHEN 'PAYDATE'                                          00014100
                   IF PARM-VALUE-NUM > 0 THEN                           00014200
                      MOVE PARM-VALUE-NUM TO WS-PAY-DATE                00014300
                   END-IF                                               00014400
                WHEN 'MANIFESTDSN'                                      00014500
                   MOVE PARM-VALUE-TEXT (1:30) TO WS-MANIFEST-DSN       00014600
                WHEN 'RUNNUMBER'                                        00014633
                   MOVE PARM-VALUE-NUM TO WS-RUN-NUMBER                 00014666
                WHEN 'PERIODDATE'                                       00014672
                   IF PARM-VALUE-NUM > 0 THEN                           00014679
                      MOVE PARM-VALUE-NUM TO WS-PERIOD-DATE             00014686
                   END-IF                                               00014693
                WHEN OTHER                                              00014700
                   CONTINUE                                             00014800
            END-EVALUATE.                                               00014900
      * THE NET-PAY FILE IS HELD WHOLE SO EACH EXTRACT EMPLOYEE CAN     00014901
      * PICK UP THEIR NET AND ANY NET LEFT UNCLAIMED AT THE END IS      00014903
      * A PAYEE WHO FELL OUT.                                           00014905
       LOAD-NET-PAY.                                                    00014907
            OPEN INPUT NETIN.                                           00014908
            PERFORM UNTIL WS-NET-EOF                                    00014910
               READ NETIN                                               00014912
                 AT END SET WS-NET-EOF TO TRUE                          00014914
                 NOT AT END                                             00014915
                    IF HT-IS-HEADER OF NET-REC-HT OR                    00014917
                       HT-IS-TRAILER OF NET-REC-HT THEN                 00014919
                       CONTINUE                                         00014921
                    ELSE                                                00014922
                       PERFORM LOAD-ONE-NET-REC                         00014924
                    END-IF                                              00014926
               END-READ                                                 00014928
            END-PERFORM.                                                00014929
            CLOSE NETIN.                                                00014931
       LOAD-ONE-NET-REC.                                                00014933
            ADD 1 TO WS-CONS-COUNT.                                     00014935
            ADD NET-NET TO WS-CONS-SALARY-ACC.                          00014936
            IF NET-EMP-ID NUMERIC THEN                                  00014938
               MOVE NET-EMP-ID TO WS-EMP-ID-NUM                         00014940
               ADD WS-EMP-ID-NUM TO WS-CONS-RECORD-ACC                  00014942
            END-IF.                                                     00014943
            IF WS-NET-COUNT < 5000 THEN                                 00014945
               ADD 1 TO WS-NET-COUNT                                    00014947
               SET WS-NET-IDX TO WS-NET-COUNT                           00014949
               MOVE NET-EMP-ID TO WS-NET-EMP-ID (WS-NET-IDX)            00014950
               MOVE NET-NET TO WS-NET-AMOUNT (WS-NET-IDX)               00014952
               MOVE 'N' TO WS-NET-PAID-SW (WS-NET-IDX)                  00014954
            ELSE                                                        00014956
               ADD 1 TO WS-COUNT-NETOVER                                00014957
            END-IF.                                                     00014959
      * A MISSING CLUSTER (NEVER LOADED) IS NOT AN ERROR - EVERYONE     00014961
      * IS PAID THE OLD WAY AND COUNTED AS HAVING NO MASTER RECORD.     00014963
       OPEN-DDA-CLUSTER.                                                00014964
            OPEN I-O DDAFILE.                                           00014966
            IF WS-DDA-OPEN-OK THEN                                      00014968
               SET WS-DDA-OPEN TO TRUE                                  00014970
            ELSE                                                        00014971
               IF NOT WS-DDA-NOT-FOUND THEN                             00014973
                  DISPLAY 'PGM49 DIRECT-DEPOSIT CLUSTER OPEN FAILED, '  00014975
                     'STATUS ' WS-DDA-STATUS                            00014977
                  SET WS-RC-IO-ERROR TO TRUE                            00014978
               END-IF                                                   00014980
            END-IF.                                                     00014982
      * EACH UNPAID NET RECORD FOR THE EMPLOYEE IS ONE OFF-CYCLE        00014984
      * PAYMENT; WRITE-ONE-PAYMENT MARKS THE ONE IT PAYS, SO THE        00014985
      * NEXT SEARCH FINDS THE NEXT.                                     00014987
       WRITE-OFFCYCLE-PAYMENTS.                                         00014989
            PERFORM FIND-NET-PAY.                                       00014991
            PERFORM UNTIL NOT WS-ENTRY-FOUND                            00014992
               PERFORM WRITE-ONE-PAYMENT                                00014994
               PERFORM FIND-NET-PAY                                     00014996
            END-PERFORM.                                                00014998
       WRITE-ONE-PAYMENT.                                               00015000
            ADD 1 TO WS-COUNT-READ.                                     00015100
            PERFORM READ-DDA-MASTER.                                    00015120
            IF WS-DDA-FOUND THEN                                        00015140
               PERFORM PROMOTE-SENT-PRENOTES                            00015160
            END-IF.                                                     00015180
            IF WS-PRENOTE-ON THEN                                       00015200
               IF NOT WS-DDA-FOUND THEN                                 00015300
                  MOVE 0 TO WS-PAYMENT                                  00015320
                  SET WS-OUT-PRENOTE TO TRUE                            00015340
                  PERFORM BUILD-UNSPLIT-PAYMENT                         00015360
               END-IF                                                   00015380
            ELSE                                                        00015400
               PERFORM FIND-NET-PAY                                     00015500
               IF WS-ENTRY-FOUND THEN                                   00015600
                  SET WS-NET-IDX TO WS-NET-SAV                          00015605
                  SET WS-NET-PAID (WS-NET-IDX) TO TRUE                  00015611
                  MOVE WS-NET-AMOUNT (WS-NET-IDX) TO WS-PAYMENT         00015616
                  IF WS-PAYMENT = 0 THEN                                00015622
                     ADD 1 TO WS-COUNT-ZERONET                          00015627
                  ELSE                                                  00015633
                     IF WS-DDA-FOUND THEN                               00015638
                        PERFORM PAY-BY-SPLITS                           00015644
                     ELSE                                               00015650
                        ADD 1 TO WS-COUNT-NOMASTER                      00015655
                        SET WS-OUT-LIVE TO TRUE                         00015661
                        PERFORM BUILD-UNSPLIT-PAYMENT                   00015666
                     END-IF                                             00015672
                  END-IF                                                00015677
               ELSE                                                     00015683
                  ADD 1 TO WS-COUNT-NONET                               00015688
               END-IF                                                   00015694
            END-IF.                                                     00015700
            IF WS-DDA-FOUND THEN                                        00015701
               PERFORM SEND-DUE-PRENOTES                                00015702
               IF WS-DDA-CHANGED THEN                                   00015703
                  REWRITE DDA-REC                                       00015705
                     INVALID KEY                                        00015706
                        ADD 1 TO WS-COUNT-DDA-ERR                       00015707
                  END-REWRITE                                           00015708
               END-IF                                                   00015710
            END-IF.                                                     00015711
       READ-DDA-MASTER.                                                 00015712
            MOVE 'N' TO WS-DDA-FOUND-SW.                                00015713
            MOVE 'N' TO WS-DDA-CHANGED-SW.                              00015715
            IF WS-DDA-OPEN THEN                                         00015716
               MOVE FL-EMP-ID OF WS-FL-REC TO DDA-EMP-ID                00015717
               READ DDAFILE                                             00015718
                  INVALID KEY                                           00015720
                     CONTINUE                                           00015721
                  NOT INVALID KEY                                       00015722
                     SET WS-DDA-FOUND TO TRUE                           00015723
               END-READ                                                 00015725
            END-IF.                                                     00015726
      * A PRENOTE SENT FOR AN EARLIER PAY DATE THAT THE BANK HAS NOT    00015727
      * REJECTED HAS PROVEN THE ACCOUNT - IT GOES LIVE FROM THIS RUN.   00015728
       PROMOTE-SENT-PRENOTES.                                           00015730
            PERFORM VARYING WS-SPLIT-IDX FROM 1 BY 1                    00015731
               UNTIL WS-SPLIT-IDX > 3                                   00015732
               IF DDA-PRENOTE-SENT (WS-SPLIT-IDX) AND                   00015733
                  DDA-STATUS-DATE (WS-SPLIT-IDX) < WS-PAY-DATE THEN     00015735
                  SET DDA-ACCT-LIVE (WS-SPLIT-IDX) TO TRUE              00015736
                  MOVE WS-PAY-DATE TO DDA-STATUS-DATE (WS-SPLIT-IDX)    00015737
                  SET WS-DDA-CHANGED TO TRUE                            00015738
                  ADD 1 TO WS-COUNT-PROMOTED                            00015740
               END-IF                                                   00015741
            END-PERFORM.                                                00015742
      * ONE ZERO-AMOUNT 'N' RECORD FOR EVERY ACCOUNT STILL AWAITING     00015744
      * ITS PRENOTE, STAMPED WITH THIS RUN'S PAY DATE.                  00015745
       SEND-DUE-PRENOTES.                                               00015746
            PERFORM VARYING WS-SPLIT-IDX FROM 1 BY 1                    00015747
               UNTIL WS-SPLIT-IDX > 3                                   00015749
               IF DDA-PRENOTE-DUE (WS-SPLIT-IDX) THEN                   00015750
                  MOVE 0 TO WS-PAYMENT                                  00015751
                  SET WS-OUT-PRENOTE TO TRUE                            00015752
                  MOVE DDA-ROUTING (WS-SPLIT-IDX) TO WS-OUT-ROUTING     00015754
                  MOVE DDA-ACCOUNT (WS-SPLIT-IDX) TO WS-OUT-ACCOUNT     00015755
                  MOVE WS-SPLIT-IDX TO WS-OUT-SEQ                       00015756
                  PERFORM BUILD-PAYMENT-REC                             00015757
                  SET DDA-PRENOTE-SENT (WS-SPLIT-IDX) TO TRUE           00015759
                  MOVE WS-PAY-DATE TO DDA-STATUS-DATE (WS-SPLIT-IDX)    00015760
                  SET WS-DDA-CHANGED TO TRUE                            00015761
                  ADD 1 TO WS-COUNT-PRENOTED                            00015762
               END-IF                                                   00015764
            END-PERFORM.                                                00015765
      * THE NET IS SHARED OUT OVER THE LIVE ACCOUNTS ONLY: FIXED        00015766
      * AMOUNTS FIRST, THEN PERCENTAGES OF THE WHOLE NET, EACH          00015767
      * CAPPED AT WHAT IS LEFT; THE REST GOES TO THE LIVE REMAINDER     00015769
      * ACCOUNT, OR THE FIRST LIVE ACCOUNT WHEN THERE IS NONE.  THE     00015770
      * SHARE OF A PENDING OR BLOCKED ACCOUNT IS NEVER TAKEN OUT, SO    00015771
      * IT FALLS THROUGH TO THE REMAINDER.                              00015772
       PAY-BY-SPLITS.                                                   00015774
            MOVE WS-PAYMENT TO WS-REMAINING.                            00015775
            MOVE 0 TO WS-SPLIT-TARGET.                                  00015776
            PERFORM VARYING WS-SPLIT-IDX FROM 1 BY 1                    00015777
               UNTIL WS-SPLIT-IDX > 3                                   00015779
               MOVE 0 TO WS-SPLIT-AMOUNT (WS-SPLIT-IDX)                 00015780
               IF DDA-ACCT-LIVE (WS-SPLIT-IDX) AND                      00015781
                  DDA-SPLIT-AMOUNT (WS-SPLIT-IDX) THEN                  00015783
                  MOVE DDA-SPLIT-VALUE (WS-SPLIT-IDX) TO WS-SHARE       00015784
                  PERFORM TAKE-SPLIT-SHARE                              00015785
               END-IF                                                   00015786
            END-PERFORM.                                                00015788
            PERFORM VARYING WS-SPLIT-IDX FROM 1 BY 1                    00015789
               UNTIL WS-SPLIT-IDX > 3                                   00015790
               IF DDA-ACCT-LIVE (WS-SPLIT-IDX) AND                      00015791
                  DDA-SPLIT-PERCENT (WS-SPLIT-IDX) THEN                 00015793
                  COMPUTE WS-SHARE ROUNDED = WS-PAYMENT *               00015794
                     DDA-SPLIT-VALUE (WS-SPLIT-IDX) / 100               00015795
                  PERFORM TAKE-SPLIT-SHARE                              00015796
               END-IF                                                   00015798
            END-PERFORM.                                                00015799
            PERFORM VARYING WS-SPLIT-IDX FROM 1 BY 1                    00015800
               UNTIL WS-SPLIT-IDX > 3                                   00015801
               IF DDA-ACCT-LIVE (WS-SPLIT-IDX) AND                      00015803
                  DDA-SPLIT-REMAINDER (WS-SPLIT-IDX) THEN               00015804
                  MOVE WS-SPLIT-IDX TO WS-SPLIT-TARGET                  00015805
               END-IF                                                   00015806
            END-PERFORM.                                                00015808
            PERFORM VARYING WS-SPLIT-IDX FROM 1 BY 1                    00015809
               UNTIL WS-SPLIT-IDX > 3 OR WS-SPLIT-TARGET > 0            00015810
               IF DDA-ACCT-LIVE (WS-SPLIT-IDX) THEN                     00015811
                  MOVE WS-SPLIT-IDX TO WS-SPLIT-TARGET                  00015813
               END-IF                                                   00015814
            END-PERFORM.                                                00015815
            IF WS-SPLIT-TARGET = 0 THEN                                 00015816
               PERFORM LIST-HELD-PAYMENT                                00015818
            ELSE                                                        00015819
               ADD WS-REMAINING TO WS-SPLIT-AMOUNT (WS-SPLIT-TARGET)    00015820
               PERFORM WRITE-SPLIT-PAYMENTS                             00015822
            END-IF.                                                     00015823
       TAKE-SPLIT-SHARE.                                                00015824
            IF WS-SHARE > WS-REMAINING THEN                             00015825
               MOVE WS-REMAINING TO WS-SHARE                            00015827
            END-IF.                                                     00015828
            MOVE WS-SHARE TO WS-SPLIT-AMOUNT (WS-SPLIT-IDX).            00015829
            SUBTRACT WS-SHARE FROM WS-REMAINING.                        00015830
       WRITE-SPLIT-PAYMENTS.                                            00015832
            MOVE 'N' TO WS-REDIRECT-SW.                                 00015833
            PERFORM VARYING WS-SPLIT-IDX FROM 1 BY 1                    00015834
               UNTIL WS-SPLIT-IDX > 3                                   00015835
               IF NOT DDA-SLOT-UNUSED (WS-SPLIT-IDX) AND                00015837
                  NOT DDA-ACCT-LIVE (WS-SPLIT-IDX) THEN                 00015838
                  SET WS-REDIRECTED TO TRUE                             00015839
               END-IF                                                   00015840
               IF WS-SPLIT-AMOUNT (WS-SPLIT-IDX) > 0 THEN               00015842
                  MOVE WS-SPLIT-AMOUNT (WS-SPLIT-IDX) TO WS-PAYMENT     00015843
                  SET WS-OUT-LIVE TO TRUE                               00015844
                  MOVE DDA-ROUTING (WS-SPLIT-IDX) TO WS-OUT-ROUTING     00015845
                  MOVE DDA-ACCOUNT (WS-SPLIT-IDX) TO WS-OUT-ACCOUNT     00015847
                  MOVE WS-SPLIT-IDX TO WS-OUT-SEQ                       00015848
                  PERFORM BUILD-PAYMENT-REC                             00015849
               END-IF                                                   00015850
            END-PERFORM.                                                00015852
            IF WS-REDIRECTED THEN                                       00015853
               ADD 1 TO WS-COUNT-REDIRECT                               00015854
            END-IF.                                                     00015855
      * NO ACCOUNT HAS CLEARED ITS PRENOTE YET (OR ALL ARE BLOCKED) -   00015857
      * THE NET IS HELD FOR A MANUAL PAYMENT RATHER THAN SENT TO AN     00015858
      * UNPROVEN ACCOUNT.                                               00015859
       LIST-HELD-PAYMENT.                                               00015861
            ADD 1 TO WS-COUNT-HELD.                                     00015862
            MOVE WS-PAYMENT TO WS-TOTAL-ED.                             00015863
            MOVE SPACES TO RPT-LINE.                                    00015864
            STRING '*** HELD ' FL-EMP-ID OF WS-FL-REC                   00015866
               ' NET ' WS-TOTAL-ED                                      00015867
               ' - NO LIVE BANK ACCOUNT'                                00015868
               DELIMITED BY SIZE INTO RPT-LINE                          00015869
            END-STRING.                                                 00015871
            WRITE RPT-LINE.                                             00015872
       BUILD-UNSPLIT-PAYMENT.                                           00015873
            MOVE SPACES TO WS-OUT-ROUTING.                              00015874
            MOVE SPACES TO WS-OUT-ACCOUNT.                              00015876
            MOVE 0 TO WS-OUT-SEQ.                                       00015877
            PERFORM BUILD-PAYMENT-REC.                                  00015878
       FIND-NET-PAY.                                                    00015879
            MOVE 'N' TO WS-FOUND-SW.                                    00015881
            IF WS-NET-COUNT > 0 THEN                                    00015882
               PERFORM VARYING WS-NET-IDX FROM 1 BY 1                   00015883
                  UNTIL WS-NET-IDX > WS-NET-COUNT                       00015884
                     OR WS-ENTRY-FOUND                                  00015886
                  IF WS-NET-EMP-ID (WS-NET-IDX) =                       00015887
                     FL-EMP-ID OF WS-FL-REC AND                         00015888
                     NOT WS-NET-PAID (WS-NET-IDX) THEN                  00015889
                     SET WS-ENTRY-FOUND TO TRUE                         00015891
                     SET WS-NET-SAV TO WS-NET-IDX                       00015892
                  END-IF                                                00015893
               END-PERFORM                                              00015894
            END-IF.                                                     00015896
       BUILD-PAYMENT-REC.                                               00015897
            MOVE SPACES TO PAY-REC.                                     00015898
            MOVE FL-EMP-ID OF WS-FL-REC TO PAY-EMP-ID.                  00015900
            MOVE FL-NAME OF WS-FL-REC TO PAY-NAME.                      00016000
            MOVE WS-PAYMENT TO PAY-AMOUNT.                              00016100
            MOVE WS-PAY-DATE TO PAY-VAL-DATE.                           00016200
            MOVE WS-OUT-TYPE TO PAY-TYPE.                               00016300
            MOVE WS-OUT-ROUTING TO PAY-ROUTING.                         00016400
            MOVE WS-OUT-ACCOUNT TO PAY-ACCOUNT.                         00016500
            MOVE WS-OUT-SEQ TO PAY-SPLIT-SEQ.                           00016600
            WRITE PAY-REC.                                              00016800
            ADD 1 TO WS-COUNT-WRITTEN.                                  00016900
            ADD WS-PAYMENT TO WS-TOTAL-PAID.                            00017000
            ADD WS-PAYMENT TO WS-PROD-SALARY-ACC.                       00017016
            IF PAY-EMP-ID NUMERIC THEN                                  00017033
               MOVE PAY-EMP-ID TO WS-EMP-ID-NUM                         00017050
               ADD WS-EMP-ID-NUM TO WS-PROD-RECORD-ACC                  00017066
            END-IF.                                                     00017083
       Z010-WRITE-OUT-HEADER.                                           00017100
            MOVE SPACES TO PAY-REC-HT.                                  00017200
            SET HT-IS-HEADER OF PAY-REC-HT TO TRUE.                     00017300
               MOVE 'MODE          : PRENOTE (ZERO AMOUNTS)'            00020300
                  TO RPT-LINE                                           00020400
            ELSE                                                        00020500
               IF WS-OFFCYCLE-ON THEN                                   00020600
                  MOVE 'MODE          : OFF-CYCLE PAYMENTS'             00020616
                     TO RPT-LINE                                        00020633
               ELSE                                                     00020650
                  MOVE 'MODE          : LIVE PAYMENTS' TO RPT-LINE      00020666
               END-IF                                                   00020683
            END-IF.                                                     00020700
            WRITE RPT-LINE.                                             00020800
            MOVE SPACES TO RPT-LINE.                                    00020900
               DELIMITED BY SIZE INTO RPT-LINE                          00022200
            END-STRING.                                                 00022300
            WRITE RPT-LINE.                                             00022400
            IF NOT WS-PRENOTE-ON THEN                                   00022401
               MOVE SPACES TO RPT-LINE                                  00022403
               STRING 'NET RECORDS   : ' WS-CONS-COUNT                  00022404
                  DELIMITED BY SIZE INTO RPT-LINE                       00022406
               END-STRING                                               00022407
               WRITE RPT-LINE                                           00022409
               MOVE SPACES TO RPT-LINE                                  00022410
               STRING 'NO NET RECORD : ' WS-COUNT-NONET                 00022412
                  ' (NOT PAID THIS PERIOD)'                             00022413
                  DELIMITED BY SIZE INTO RPT-LINE                       00022415
               END-STRING                                               00022416
               WRITE RPT-LINE                                           00022418
               MOVE SPACES TO RPT-LINE                                  00022419
               STRING 'ZERO NET      : ' WS-COUNT-ZERONET               00022421
                  ' (NOT PAID)'                                         00022422
                  DELIMITED BY SIZE INTO RPT-LINE                       00022424
               END-STRING                                               00022425
               WRITE RPT-LINE                                           00022427
               MOVE SPACES TO RPT-LINE                                  00022428
               STRING 'NO DD MASTER  : ' WS-COUNT-NOMASTER              00022430
                  ' (PAID BY EMPLOYEE ID)'                              00022431
                  DELIMITED BY SIZE INTO RPT-LINE                       00022433
               END-STRING                                               00022434
               WRITE RPT-LINE                                           00022436
               MOVE SPACES TO RPT-LINE                                  00022437
               STRING 'REDIRECTED    : ' WS-COUNT-REDIRECT              00022439
                  ' (AN ACCOUNT NOT YET LIVE)'                          00022440
                  DELIMITED BY SIZE INTO RPT-LINE                       00022442
               END-STRING                                               00022443
               WRITE RPT-LINE                                           00022445
               MOVE SPACES TO RPT-LINE                                  00022446
               STRING 'HELD          : ' WS-COUNT-HELD                  00022448
                  ' (NO LIVE ACCOUNT - PAY MANUALLY)'                   00022450
                  DELIMITED BY SIZE INTO RPT-LINE                       00022451
               END-STRING                                               00022453
               WRITE RPT-LINE                                           00022454
            END-IF.                                                     00022456
            MOVE SPACES TO RPT-LINE.                                    00022457
            STRING 'PRENOTES SENT : ' WS-COUNT-PRENOTED                 00022459
               ' (NEW OR CHANGED ACCOUNTS)'                             00022460
               DELIMITED BY SIZE INTO RPT-LINE                          00022462
            END-STRING.                                                 00022463
            WRITE RPT-LINE.                                             00022465
            MOVE SPACES TO RPT-LINE.                                    00022466
            STRING 'NOW LIVE      : ' WS-COUNT-PROMOTED                 00022468
               ' (PRENOTE CLEARED)'                                     00022469
               DELIMITED BY SIZE INTO RPT-LINE                          00022471
            END-STRING.                                                 00022472
            WRITE RPT-LINE.                                             00022474
            IF NOT WS-DDA-OPEN THEN                                     00022475
               MOVE SPACES TO RPT-LINE                                  00022477
               STRING 'DD MASTER     : NOT AVAILABLE, STATUS '          00022478
                  WS-DDA-STATUS                                         00022480
                  DELIMITED BY SIZE INTO RPT-LINE                       00022481
               END-STRING                                               00022483
               WRITE RPT-LINE                                           00022484
            END-IF.                                                     00022486
            IF WS-COUNT-DDA-ERR > 0 THEN                                00022487
               MOVE SPACES TO RPT-LINE                                  00022489
               STRING 'DD MASTER     : ' WS-COUNT-DDA-ERR               00022490
                  ' REWRITES FAILED'                                    00022492
                  DELIMITED BY SIZE INTO RPT-LINE                       00022493
               END-STRING                                               00022495
               WRITE RPT-LINE                                           00022496
            END-IF.                                                     00022498
            MOVE WS-TOTAL-PAID TO WS-TOTAL-ED.                          00022500
            MOVE SPACES TO RPT-LINE.                                    00022600
            STRING 'TOTAL AMOUNT  : ' WS-TOTAL-ED                       00022700
               DELIMITED BY SIZE INTO RPT-LINE                          00022800
            END-STRING.                                                 00022900
            WRITE RPT-LINE.                                             00023000
      * A NET RECORD NO ACTIVE EXTRACT EMPLOYEE CLAIMED IS MONEY DUE    00066400
      * THAT WAS NEVER PAID - EACH ONE IS LISTED AS A BREAK.            00066500
       LIST-UNPAID-NET.                                                 00066600
            IF WS-NET-COUNT > 0 THEN                                    00066700
               PERFORM CHECK-ONE-NET-PAID                               00066800
                  VARYING WS-NET-IDX FROM 1 BY 1                        00066900
                  UNTIL WS-NET-IDX > WS-NET-COUNT                       00067000
            END-IF.                                                     00067100
            IF WS-COUNT-NETOVER > 0 THEN                                00067200
               MOVE SPACES TO RPT-LINE                                  00067300
               STRING 'NET FILE OVER TABLE SIZE: ' WS-COUNT-NETOVER     00067400
                  ' RECORDS NOT PAID'                                   00067500
                  DELIMITED BY SIZE INTO RPT-LINE                       00067600
               END-STRING                                               00067700
               WRITE RPT-LINE                                           00067800
            END-IF.                                                     00067900
       CHECK-ONE-NET-PAID.                                              00068000
            IF NOT WS-NET-PAID (WS-NET-IDX) THEN                        00068100
               ADD 1 TO WS-COUNT-UNPAID                                 00068200
               MOVE WS-NET-AMOUNT (WS-NET-IDX) TO WS-TOTAL-ED           00068300
               MOVE SPACES TO RPT-LINE                                  00068400
               STRING '*** NOT PAID ' WS-NET-EMP-ID (WS-NET-IDX)        00068500
                  ' NET ' WS-TOTAL-ED                                   00068600
                  ' - NO ACTIVE EMPLOYEE ON EXTRACT'                    00068700
                  DELIMITED BY SIZE INTO RPT-LINE                       00068800
               END-STRING                                               00068900
               WRITE RPT-LINE                                           00069000
            END-IF.                                                     00069100
      * AMOUNT-LEVEL BALANCING - ONE CONSUMER RECORD FOR THE NET-PAY    00069200
      * FILE READ AND ONE PRODUCER RECORD FOR THE PAYMENTS WRITTEN,     00069300
      * FOR PGM26 TO PAIR WITH PGM50.                                   00069400
       WRITE-BAL-RECS.                                                  00069500
            OPEN OUTPUT BALOUT.                                         00069600
            MOVE SPACES TO BAL-REC.                                     00069700
            MOVE WS-RUN-NUMBER TO BAL-RUN-NUMBER.                       00069800
            MOVE 'PGM49' TO BAL-STEP-NAME.                              00069900
            SET BAL-ROLE-CONSUMER TO TRUE.                              00070000
            MOVE WS-CONS-COUNT TO BAL-RECORD-COUNT.                     00070100
            MOVE WS-CONS-SALARY-ACC TO BAL-SALARY-HASH.                 00070200
            MOVE WS-CONS-RECORD-ACC TO BAL-RECORD-HASH.                 00070300
            WRITE BAL-REC.                                              00070400
            MOVE SPACES TO BAL-REC.                                     00070500
            MOVE WS-RUN-NUMBER TO BAL-RUN-NUMBER.                       00070600
            MOVE 'PGM49' TO BAL-STEP-NAME.                              00070700
            SET BAL-ROLE-PRODUCER TO TRUE.                              00070800
            MOVE WS-COUNT-WRITTEN TO BAL-RECORD-COUNT.                  00070900
            MOVE WS-PROD-SALARY-ACC TO BAL-SALARY-HASH.                 00071000
            MOVE WS-PROD-RECORD-ACC TO BAL-RECORD-HASH.                 00071100
            WRITE BAL-REC.                                              00071200
            CLOSE BALOUT.                                               00071300

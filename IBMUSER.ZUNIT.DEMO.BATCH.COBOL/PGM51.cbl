      * TERMINATED EMPLOYEE (FL-STATUS-CODE 'T', SEE CPFLSTAT)          00002100
      * RECEIVES NO PERIOD PAYMENT - THE LIFECYCLE STATUS IS            00002200
      * HONORED HERE THE SAME WAY PGM21 AND PGM37 HONOR IT.             00002300
      * THE PERIOD PAYROLL FILE IS THE HEAD OF THE GROSS-TO-NET         00002316
      * CHAIN: A CPBALREC PRODUCER RECORD (STEP PGM51 - COUNT,          00002332
      * AMOUNT HASH, EMPLOYEE-ID RECORD HASH) IS WRITTEN TO             00002348
      * DDBALOUT SO PGM26 PROVES PGM50 READ EVERY PAYEE, UNDER THE      00002364
      * RUNNUMBER CARD'S RUN NUMBER.  AN EMPLOYEE ON THE CPHRROST       00002371
      * HOURLY ROSTER (DDHOURLY) IS PAID BY THE HOUR, NOT FROM          00002378
      * FL-SALARY: THEIR SALARY PAYMENT IS ZERO AND THEIR PERIOD        00002385
      * PAY IS THE PGM93 TIME EARNINGS MERGED FROM DDEARNIN.            00002392
      * THE PERIOD MUST BE OPEN (OR ONLY CALCULATED) ON THE             00002393
      * PERIOD-CONTROL CLUSTER (DDPRDCTL, CHECKED THROUGH PGM119)       00002394
      * BEFORE ANYTHING IS WRITTEN: ONE ALREADY PAID, POSTED OR         00002396
      * CLOSED IS REFUSED RC 08 UNTIL PGM120 REOPENS IT.  A RUN         00002397
      * ENDING BELOW RC 08 MARKS THE PERIOD CALCULATED.                 00002398
      * A PART-TIME EMPLOYEE IS PAID THEIR FTE SHARE OF THE SALARY      00002410
      * PAYMENT: PGM121 GIVES THE FACTOR IN FORCE FROM THE FTE          00002423
      * HISTORY (DDFTEIN, DD DUMMY WHEN EVERYONE IS FULL TIME), AND     00002436
      * WHEN THE FACTOR CHANGES INSIDE THE PERIOD EACH DAY PAID IS      00002449
      * WEIGHTED BY THE FACTOR IN FORCE THAT DAY.  NO FTE ROW MEANS     00002461
      * FULL TIME.  REJECTED FTE ROWS ARE COUNTED ON THE REGISTER.      00002474
       ENVIRONMENT DIVISION.                                            00002487
       INPUT-OUTPUT SECTION.                                            00002500
       FILE-CONTROL.                                                    00002600
                SELECT INFILE ASSIGN TO DDINPUT                         00002700
                SELECT PPAYOUT ASSIGN TO DDPPAYOUT                      00003300
                ORGANIZATION IS SEQUENTIAL.                             00003400
                SELECT EARNIN ASSIGN TO DDEARNIN                        00003500
                ORGANIZATION IS SEQUENTIAL.                             00003520
                SELECT ROSTER ASSIGN TO DDHOURLY                        00003540
                ORGANIZATION IS SEQUENTIAL.                             00003560
                SELECT BALOUT ASSIGN TO DDBALOUT                        00003580
                ORGANIZATION IS SEQUENTIAL.                             00003600
                SELECT RPTFILE ASSIGN TO DDRPTOUT                       00003700
                ORGANIZATION IS SEQUENTIAL.                             00003800
           05 ERN-AMOUNT PIC 9(7)V99.                                   00007400
           05 ERN-PERIOD PIC 9(6).                                      00007500
           05 FILLER     PIC X(51).                                     00007600
       FD ROSTER                                                        00007620
            RECORDING MODE IS F.                                        00007640
       01 HR-REC.                                                       00007644
          COPY CPHRROST.                                                00007648
       FD BALOUT                                                        00007652
            RECORDING MODE IS F.                                        00007656
       01 BAL-REC.                                                      00007660
          COPY CPBALREC.                                                00007680
       FD RPTFILE                                                       00007700
            RECORDING MODE IS F.                                        00007800
       01 RPT-LINE PIC X(80).                                           00007900
       01 WS-NO-HORIZON    PIC 9(8) VALUE 0.                            00010100
       01 WS-DATE-WORK-X   PIC X(8).                                    00010200
       01 WS-DATE-WORK REDEFINES WS-DATE-WORK-X PIC 9(8).               00010300
       01 WS-PRDCTL-PGM    PIC X(8) VALUE 'PGM119'.                     00010325
       01 WS-PERIOD-CTL.                                                00010350
          COPY CPPCTLRQ.                                                00010375
      * SERIAL-DAY ARITHMETIC FOR THE PRORATION - A SIMPLE              00010400
      * DAY-NUMBER GOOD FOR DIFFERENCES WITHIN THE SAME ERA.            00010500
       01 WS-SER-DATE.                                                  00010600
       01 WS-DAYS-PAID    PIC S9(5) VALUE 0.                            00012600
       01 WS-FULL-PAYMENT PIC 9(8)V99 VALUE 0.                          00012700
       01 WS-PAYMENT      PIC 9(8)V99 VALUE 0.                          00012800
      * FTE WEIGHTING - DAYS PAID TIMES THE FACTOR IN FORCE EACH DAY.   00012808
       01 WS-FTE-PGM         PIC X(8) VALUE 'PGM121'.                   00012816
       01 WS-FTE-REQUEST.                                               00012825
          COPY CPFTERQ.                                                 00012833
       01 WS-FTE-DAYS        PIC 9(5)V99 VALUE 0.                       00012841
       01 WS-PAY-FROM-DATE   PIC 9(8) VALUE 0.                          00012850
       01 WS-PAY-FROM-SERIAL PIC S9(9) VALUE 0.                         00012858
       01 WS-SEG-END-SERIAL  PIC S9(9) VALUE 0.                         00012866
       01 WS-STRETCH-DAYS    PIC S9(5) VALUE 0.                         00012875
       01 WS-FTE-DONE-SW PIC X(1) VALUE 'N'.                            00012883
           88 WS-FTE-DONE      VALUE 'Y'.                               00012891
       01 WS-EARN-EOF-SW PIC X(1) VALUE 'N'.                            00012900
           88 WS-EARN-EOF      VALUE 'Y'.                               00013000
       01 WS-EARN-COUNT PIC 9(4) COMP VALUE 0.                          00013100
               10 WS-EARN-EMP-ID PIC X(8).                              00013500
               10 WS-EARN-AMOUNT PIC 9(7)V99.                           00013600
               10 WS-EARN-PERIOD PIC 9(6).                              00013700
       01 WS-HR-EOF-SW PIC X(1) VALUE 'N'.                              00013712
           88 WS-HR-EOF        VALUE 'Y'.                               00013724
       01 WS-HOURLY-COUNT PIC 9(4) COMP VALUE 0.                        00013736
       01 WS-HOURLY-TABLE.                                              00013748
           05 WS-HOURLY-ENTRY OCCURS 1000 TIMES                         00013760
                               INDEXED BY WS-HOURLY-IDX.                00013772
               10 WS-HOURLY-EMP-ID PIC X(8).                            00013784
       01 WS-PERIOD-YYYYMM PIC 9(6) VALUE 0.                            00013800
       01 WS-EARN-THIS-EMP PIC 9(8)V99 VALUE 0.                         00013900
       01 WS-TOTAL-EARNINGS PIC 9(11)V99 VALUE 0.                       00014000
       01 WS-COUNT-PRORATED PIC 9(7) VALUE 0.                           00015200
       01 WS-COUNT-SKIPPED  PIC 9(7) VALUE 0.                           00015300
       01 WS-COUNT-TERMSKIP PIC 9(7) VALUE 0.                           00015400
       01 WS-COUNT-HOURLY   PIC 9(7) VALUE 0.                           00015450
       01 WS-COUNT-PARTTIME PIC 9(7) VALUE 0.                           00015475
       01 WS-GRAND-AMOUNT   PIC 9(13)V99 VALUE 0.                       00015500
       01 WS-CONTROL-AMOUNT PIC 9(13)V99 VALUE 0.                       00015600
       01 WS-AMOUNT-ED      PIC ZZZ,ZZZ,ZZZ,ZZ9.99.                     00015700
           COPY CPRETCD.                                                00015900
       01 WS-AUD-START-DATE PIC 9(8).                                   00016000
       01 WS-AUD-START-TIME PIC 9(8).                                   00016100
       01 WS-RUN-NUMBER     PIC 9(5) VALUE 0.                           00016120
       01 WS-PROD-SALARY-ACC PIC 9(15)V99 COMP-3 VALUE 0.               00016140
       01 WS-PROD-RECORD-ACC PIC 9(15) COMP-3 VALUE 0.                  00016160
       01 WS-EMP-ID-NUM      PIC 9(8) VALUE 0.                          00016180
       PROCEDURE DIVISION.                                              00016200
       MAIN-ROUTINE.                                                    00016300
            ACCEPT WS-AUD-START-DATE FROM DATE YYYYMMDD.                00016400
               MOVE WS-RETURN-CODE TO RETURN-CODE                       00017800
               GOBACK                                                   00017900
            END-IF.                                                     00018000
            PERFORM CHECK-PERIOD-CONTROL.                               00018005
            IF NOT PCQ-RESULT-OK THEN                                   00018011
               MOVE SPACES TO RPT-LINE                                  00018017
               STRING 'PERIOD CONTROL: ' PCQ-MESSAGE                    00018023
                  DELIMITED BY SIZE INTO RPT-LINE                       00018029
               END-STRING                                               00018035
               WRITE RPT-LINE                                           00018041
               CLOSE RPTFILE                                            00018047
               IF PCQ-RESULT-IO-ERROR THEN                              00018052
                  SET WS-RC-IO-ERROR TO TRUE                            00018058
               ELSE                                                     00018064
                  SET WS-RC-DATA-ERROR TO TRUE                          00018070
               END-IF                                                   00018076
               MOVE WS-RETURN-CODE TO RETURN-CODE                       00018082
               GOBACK                                                   00018088
            END-IF.                                                     00018094
            MOVE WS-PERIOD-START TO WS-SER-DATE.                        00018100
            PERFORM DATE-TO-SERIAL.                                     00018200
            MOVE WS-SERIAL TO WS-START-SERIAL.                          00018300
               WS-END-SERIAL - WS-START-SERIAL + 1.                     00018800
            MOVE WS-PERIOD-START (1:6) TO WS-PERIOD-YYYYMM.             00018900
            PERFORM LOAD-PERIOD-EARNINGS.                               00019000
            PERFORM LOAD-HOURLY-ROSTER.                                 00019050
            INITIALIZE WS-FTE-REQUEST.                                  00019075
            OPEN INPUT INFILE.                                          00019100
            OPEN OUTPUT PPAYOUT.                                        00019200
            PERFORM Z010-WRITE-OUT-HEADER.                              00019300
            END-PERFORM.                                                00020500
            PERFORM Z020-WRITE-OUT-TRAILER.                             00020600
            PERFORM WRITE-PERIOD-REGISTER.                              00020700
            PERFORM WRITE-BAL-REC.                                      00020750
            CLOSE INFILE.                                               00020800
            CLOSE PPAYOUT.                                              00020900
            IF WS-RETURN-CODE < 08 THEN                                 00020925
               PERFORM ADVANCE-PERIOD-CONTROL                           00020950
            END-IF.                                                     00020975
            CLOSE RPTFILE.                                              00021000
            MOVE WS-RETURN-CODE TO RETURN-CODE.                         00021100
            GOBACK.                                                     00021200
      * THE PERIOD-CONTROL GATE.  PGM51 MOVES A PERIOD TO CALCULATED    00021204
      * AND MAY RECALCULATE ONE THAT IS ONLY CALCULATED.                00021209
       CHECK-PERIOD-CONTROL.                                            00021213
            MOVE SPACES TO WS-PERIOD-CTL.                               00021218
            MOVE 'PGM51' TO PCQ-PROGRAM.                                00021222
            SET PCQ-REQ-CHECK TO TRUE.                                  00021227
            SET PCQ-STAGE-CALC TO TRUE.                                 00021231
            MOVE WS-PERIOD-START TO PCQ-PERIOD-DATE.                    00021236
            MOVE WS-RUN-NUMBER TO PCQ-RUN-NUMBER.                       00021240
            CALL WS-PRDCTL-PGM USING WS-PERIOD-CTL.                     00021245
       ADVANCE-PERIOD-CONTROL.                                          00021250
            SET PCQ-REQ-ADVANCE TO TRUE.                                00021254
            CALL WS-PRDCTL-PGM USING WS-PERIOD-CTL.                     00021259
            IF NOT PCQ-RESULT-OK THEN                                   00021263
               MOVE SPACES TO RPT-LINE                                  00021268
               STRING 'PERIOD CONTROL NOT ADVANCED: ' PCQ-MESSAGE       00021272
                  DELIMITED BY SIZE INTO RPT-LINE                       00021277
               END-STRING                                               00021281
               WRITE RPT-LINE                                           00021286
               SET WS-RC-IO-ERROR TO TRUE                               00021290
            END-IF.                                                     00021295
       READ-PERIOD-PARMS.                                               00021300
            OPEN INPUT PARMFILE.                                        00021400
            PERFORM UNTIL WS-PARM-EOF                                   00021500
                   IF PARM-VALUE-NUM > 0 THEN                           00022500
                      MOVE PARM-VALUE-NUM TO WS-PERIOD-DATE             00022600
                   END-IF                                               00022700
                WHEN 'RUNNUMBER'                                        00022733
                   MOVE PARM-VALUE-NUM TO WS-RUN-NUMBER                 00022766
                WHEN OTHER                                              00022800
                   CONTINUE                                             00022900
            END-EVALUATE.                                               00023000
               END-READ                                                 00028000
            END-PERFORM.                                                00028100
            CLOSE EARNIN.                                               00028200
       LOAD-HOURLY-ROSTER.                                              00028206
            OPEN INPUT ROSTER.                                          00028212
            PERFORM UNTIL WS-HR-EOF                                     00028218
               READ ROSTER                                              00028224
                 AT END SET WS-HR-EOF TO TRUE                           00028230
                 NOT AT END                                             00028236
                    IF WS-HOURLY-COUNT < 1000 THEN                      00028242
                       ADD 1 TO WS-HOURLY-COUNT                         00028248
                       SET WS-HOURLY-IDX TO WS-HOURLY-COUNT             00028254
                       MOVE HR-EMP-ID                                   00028260
                          TO WS-HOURLY-EMP-ID (WS-HOURLY-IDX)           00028266
                    END-IF                                              00028272
               END-READ                                                 00028278
            END-PERFORM.                                                00028284
            CLOSE ROSTER.                                               00028290
       PAY-ONE-EMPLOYEE.                                                00028300
            ADD 1 TO WS-COUNT-READ.                                     00028400
            COMPUTE WS-FULL-PAYMENT ROUNDED =                           00028500
               FL-SALARY OF WS-FL-REC / 24.                             00028600
            PERFORM FIND-HOURLY-EMPLOYEE.                               00028616
            IF WS-ENTRY-FOUND THEN                                      00028632
               MOVE 0 TO WS-FULL-PAYMENT                                00028648
               ADD 1 TO WS-COUNT-HOURLY                                 00028664
            END-IF.                                                     00028680
            EVALUATE TRUE                                               00028700
                WHEN FL-STATUS-TERMINATED OF WS-FL-REC-ST               00028800
                   ADD 1 TO WS-COUNT-TERMSKIP                           00028900
                   ADD 1 TO WS-COUNT-SKIPPED                            00029100
                WHEN FL-EFF-DATE OF WS-FL-REC > WS-PERIOD-START         00029200
                   PERFORM PRORATE-THIS-EMPLOYEE                        00029300
                   PERFORM APPLY-FTE-FACTOR THRU APPLY-FTE-FACTOR-EXIT  00029350
                   PERFORM WRITE-ONE-PAY-REC                            00029400
                WHEN OTHER                                              00029500
                   MOVE WS-FULL-PAYMENT TO WS-PAYMENT                   00029600
                   MOVE WS-PERIOD-DAYS TO WS-DAYS-PAID                  00029700
                   PERFORM APPLY-FTE-FACTOR THRU APPLY-FTE-FACTOR-EXIT  00029750
                   PERFORM WRITE-ONE-PAY-REC                            00029800
            END-EVALUATE.                                               00029900
      * A ROSTERED EMPLOYEE'S PAY IS THEIR TIME EARNINGS ONLY.          00029907
       FIND-HOURLY-EMPLOYEE.                                            00029914
            MOVE 'N' TO WS-FOUND-SW.                                    00029921
            IF WS-HOURLY-COUNT > 0 THEN                                 00029928
               PERFORM VARYING WS-HOURLY-IDX FROM 1 BY 1                00029935
                  UNTIL WS-HOURLY-IDX > WS-HOURLY-COUNT                 00029942
                     OR WS-ENTRY-FOUND                                  00029949
                  IF WS-HOURLY-EMP-ID (WS-HOURLY-IDX) =                 00029956
                     FL-EMP-ID OF WS-FL-REC THEN                        00029963
                     SET WS-ENTRY-FOUND TO TRUE                         00029970
                  END-IF                                                00029977
               END-PERFORM                                              00029984
            END-IF.                                                     00029991
       PRORATE-THIS-EMPLOYEE.                                           00030000
            ADD 1 TO WS-COUNT-PRORATED.                                 00030100
            MOVE FL-EFF-DATE OF WS-FL-REC TO WS-SER-DATE.               00030200
               WS-END-SERIAL - WS-EFF-SERIAL + 1.                       00030600
            COMPUTE WS-PAYMENT ROUNDED =                                00030700
               WS-FULL-PAYMENT * WS-DAYS-PAID / WS-PERIOD-DAYS.         00030800
      * THE DAYS PAID ARE WALKED BACK FROM THE PERIOD END ONE FTE ROW   00030801
      * AT A TIME; EACH STRETCH COUNTS AT THE FACTOR IN FORCE ON IT.    00030803
      * ASKING AS OF THE EFFECTIVE DATE LESS ONE GIVES THE ROW BEFORE   00030805
      * IT - A YYYYMM00 DATE STILL COMPARES AS THE DAY BEFORE.          00030807
       APPLY-FTE-FACTOR.                                                00030808
            IF WS-FULL-PAYMENT = 0 THEN                                 00030810
               GO TO APPLY-FTE-FACTOR-EXIT                              00030812
            END-IF.                                                     00030814
            IF FL-EFF-DATE OF WS-FL-REC > WS-PERIOD-START THEN          00030816
               MOVE FL-EFF-DATE OF WS-FL-REC TO WS-PAY-FROM-DATE        00030817
               MOVE WS-EFF-SERIAL TO WS-PAY-FROM-SERIAL                 00030819
            ELSE                                                        00030821
               MOVE WS-PERIOD-START TO WS-PAY-FROM-DATE                 00030823
               MOVE WS-START-SERIAL TO WS-PAY-FROM-SERIAL               00030825
            END-IF.                                                     00030826
            MOVE FL-EMP-ID OF WS-FL-REC TO FTQ-EMP-ID.                  00030828
            MOVE WS-PERIOD-END TO FTQ-AS-OF-DATE.                       00030830
            CALL WS-FTE-PGM USING WS-FTE-REQUEST.                       00030832
            IF FTQ-RESULT-FULL-TIME THEN                                00030833
               GO TO APPLY-FTE-FACTOR-EXIT                              00030835
            END-IF.                                                     00030837
            IF FTQ-FACTOR = 1.00 AND                                    00030839
               FTQ-EFF-DATE NOT > WS-PAY-FROM-DATE THEN                 00030841
               GO TO APPLY-FTE-FACTOR-EXIT                              00030842
            END-IF.                                                     00030844
            MOVE 0 TO WS-FTE-DAYS.                                      00030846
            MOVE WS-END-SERIAL TO WS-SEG-END-SERIAL.                    00030848
            MOVE 'N' TO WS-FTE-DONE-SW.                                 00030850
            PERFORM WEIGH-FTE-STRETCH UNTIL WS-FTE-DONE.                00030851
            COMPUTE WS-PAYMENT ROUNDED =                                00030853
               WS-FULL-PAYMENT * WS-FTE-DAYS / WS-PERIOD-DAYS.          00030855
            IF WS-FTE-DAYS < WS-DAYS-PAID THEN                          00030857
               ADD 1 TO WS-COUNT-PARTTIME                               00030858
            END-IF.                                                     00030860
       APPLY-FTE-FACTOR-EXIT.                                           00030862
            EXIT.                                                       00030864
       WEIGH-FTE-STRETCH.                                               00030866
            IF FTQ-RESULT-FOUND AND                                     00030867
               FTQ-EFF-DATE > WS-PAY-FROM-DATE THEN                     00030869
               MOVE FTQ-EFF-DATE TO WS-SER-DATE                         00030871
               PERFORM DATE-TO-SERIAL                                   00030873
               COMPUTE WS-STRETCH-DAYS =                                00030875
                  WS-SEG-END-SERIAL - WS-SERIAL + 1                     00030876
               COMPUTE WS-FTE-DAYS = WS-FTE-DAYS +                      00030878
                  WS-STRETCH-DAYS * FTQ-FACTOR                          00030880
               COMPUTE WS-SEG-END-SERIAL = WS-SERIAL - 1                00030882
               COMPUTE FTQ-AS-OF-DATE = FTQ-EFF-DATE - 1                00030883
               CALL WS-FTE-PGM USING WS-FTE-REQUEST                     00030885
            ELSE                                                        00030887
               COMPUTE WS-STRETCH-DAYS =                                00030889
                  WS-SEG-END-SERIAL - WS-PAY-FROM-SERIAL + 1            00030891
               COMPUTE WS-FTE-DAYS = WS-FTE-DAYS +                      00030892
                  WS-STRETCH-DAYS * FTQ-FACTOR                          00030894
               SET WS-FTE-DONE TO TRUE                                  00030896
            END-IF.                                                     00030898
       WRITE-ONE-PAY-REC.                                               00030900
            ADD 1 TO WS-COUNT-PAID.                                     00031000
            PERFORM ADD-PERIOD-EARNINGS.                                00031100
            MOVE WS-PAYMENT TO PPAY-AMOUNT.                             00031800
            WRITE PPAY-REC.                                             00031900
            ADD WS-PAYMENT TO WS-GRAND-AMOUNT.                          00032000
            ADD WS-PAYMENT TO WS-PROD-SALARY-ACC.                       00032016
            IF PPAY-EMP-ID NUMERIC THEN                                 00032032
               MOVE PPAY-EMP-ID TO WS-EMP-ID-NUM                        00032048
               ADD WS-EMP-ID-NUM TO WS-PROD-RECORD-ACC                  00032064
            END-IF.                                                     00032080
            PERFORM TALLY-DEPT-AMOUNT.                                  00032100
       ADD-PERIOD-EARNINGS.                                             00032200
            MOVE 0 TO WS-EARN-THIS-EMP.                                 00032300
            WRITE RPT-LINE.                                             00044100
            MOVE SPACES TO RPT-LINE.                                    00044200
            STRING 'TERMINATED (NOT PAID) ' WS-COUNT-TERMSKIP           00044300
               ' HOURLY (TIME EARNINGS ONLY) ' WS-COUNT-HOURLY          00044350
               DELIMITED BY SIZE INTO RPT-LINE                          00044400
            END-STRING.                                                 00044500
            WRITE RPT-LINE.                                             00044600
            MOVE SPACES TO RPT-LINE.                                    00044608
            STRING 'PART-TIME (FTE SHARE) ' WS-COUNT-PARTTIME           00044616
               ' FTE ROWS REJECTED ' FTQ-ROWS-REJECTED                  00044625
               DELIMITED BY SIZE INTO RPT-LINE                          00044633
            END-STRING.                                                 00044641
            WRITE RPT-LINE.                                             00044650
            IF FTQ-TABLE-FULL THEN                                      00044658
               MOVE '*** FTE TABLE FULL - LATER FTE ROWS IGNORED ***'   00044666
                  TO RPT-LINE                                           00044675
               WRITE RPT-LINE                                           00044683
            END-IF.                                                     00044691
            MOVE WS-TOTAL-EARNINGS TO WS-AMOUNT-ED.                     00044700
            MOVE SPACES TO RPT-LINE.                                    00044800
            STRING 'EARNINGS MERGED : ' WS-AMOUNT-ED                    00044900
               DELIMITED BY SIZE INTO RPT-LINE                          00048000
            END-STRING.                                                 00048100
            WRITE RPT-LINE.                                             00048200
      * AMOUNT-LEVEL BALANCING - ONE PRODUCER RECORD FOR THE PERIOD     00048300
      * PAYROLL FILE, FOR PGM26 TO PAIR WITH PGM50'S CONSUMER SIDE.     00048400
       WRITE-BAL-REC.                                                   00048500
            MOVE SPACES TO BAL-REC.                                     00048600
            MOVE WS-RUN-NUMBER TO BAL-RUN-NUMBER.                       00048700
            MOVE 'PGM51' TO BAL-STEP-NAME.                              00048800
            SET BAL-ROLE-PRODUCER TO TRUE.                              00048900
            MOVE WS-COUNT-PAID TO BAL-RECORD-COUNT.                     00049000
            MOVE WS-PROD-SALARY-ACC TO BAL-SALARY-HASH.                 00049100
            MOVE WS-PROD-RECORD-ACC TO BAL-RECORD-HASH.                 00049200
            OPEN OUTPUT BALOUT.                                         00049300
            WRITE BAL-REC.                                              00049400
            CLOSE BALOUT.                                               00049500

      * REGISTER WITH PER-CODE AND PER-DEPARTMENT TOTALS.  TAX          00001100
      * YEAR CHANGES ARE ROWS IN THE BRACKET DATASET, NEVER CODE.       00001200
      * ENDS RC 08 WHEN THE BRACKET TABLE IS EMPTY.                     00001300
      * EACH CODE ACTUALLY TAKEN FROM AN EMPLOYEE IS ALSO WRITTEN       00001304
      * AS ONE DEDUCTION-DETAIL RECORD (EMPLOYEE, DEPARTMENT,           00001309
      * CODE, AMOUNT) TO DDDEDOUT, WHICH THE YEAR-TO-DATE POSTING       00001313
      * STEP FOLDS INTO ITS PER-CODE BUCKETS.                           00001318
      * A PERIODPAY Y PARM CARD RUNS THE ENGINE PER PAY PERIOD          00001322
      * INSTEAD: THE GROSS IS EACH PGM51 PERIOD PAYROLL RECORD'S        00001327
      * PPAY-AMOUNT (DDPPAYIN - PRORATION AND MERGED EARNINGS           00001331
      * ALREADY IN IT), THE BAND IS CHOSEN ON THAT GROSS TIMES          00001336
      * THE PERIODSPERYEAR CARD (DEFAULT 24) SO THE ANNUAL BAND         00001340
      * FLOORS STILL APPLY, AND THE FIXED AMOUNT IS SPREAD EVENLY       00001345
      * OVER THE PERIODS.  THE NET-PAY FILE THEN FEEDS PGM49'S          00001350
      * BANK PAYMENTS, AND CPBALREC CONSUMER (PERIOD FILE READ)         00001354
      * AND PRODUCER (NET FILE WRITTEN, NET-AMOUNT HASH) RECORDS        00001359
      * GO TO DDBALOUT UNDER THE RUNNUMBER CARD SO PGM26 PROVES         00001363
      * NOBODY FELL OUT BETWEEN PGM51, THIS STEP AND PGM49.             00001368
      * THE OFF-CYCLE RUN FEEDS THE SAME MODE FROM PGM84: A PERIOD      00001372
      * RECORD FLAGGED OFF-CYCLE HAS ONLY THE DEDUCTION CODES ITS       00001377
      * REQUEST LISTS APPLIED (NONE WHEN THE MONEY WAS ALREADY          00001381
      * POSTED), AND ITS NET AND DEDUCTION-DETAIL RECORDS CARRY         00001386
      * THE REQUEST'S OFF-CYCLE SEQUENCE SO PGM79 CAN TELL TWO          00001390
      * PAYMENTS TO ONE EMPLOYEE APART.                                 00001395
       ENVIRONMENT DIVISION.                                            00001400
       INPUT-OUTPUT SECTION.                                            00001500
       FILE-CONTROL.                                                    00001600
                SELECT INFILE ASSIGN TO DDINPUT                         00001700
                ORGANIZATION IS SEQUENTIAL.                             00001800
                SELECT PPAYIN ASSIGN TO DDPPAYIN                        00001814
                ORGANIZATION IS SEQUENTIAL.                             00001828
                SELECT PARMFILE ASSIGN TO DDPARMIN                      00001842
                ORGANIZATION IS SEQUENTIAL.                             00001857
                SELECT BALOUT ASSIGN TO DDBALOUT                        00001871
                ORGANIZATION IS SEQUENTIAL.                             00001885
                SELECT BRACKETS ASSIGN TO DDBRACKET                     00001900
                ORGANIZATION IS SEQUENTIAL.                             00002000
                SELECT NETOUT ASSIGN TO DDNETOUT                        00002100
                ORGANIZATION IS SEQUENTIAL.                             00002133
                SELECT DEDOUT ASSIGN TO DDDEDOUT                        00002166
                ORGANIZATION IS SEQUENTIAL.                             00002200
                SELECT RPTFILE ASSIGN TO DDRPTOUT                       00002300
                ORGANIZATION IS SEQUENTIAL.                             00002400
            RECORDING MODE IS F.                                        00002800
       01 FL-REC.                                                       00002900
          COPY CPFLREC.                                                 00003000
       FD PPAYIN                                                        00003003
            RECORDING MODE IS F.                                        00003006
       01 PPAY-REC.                                                     00003010
           05 PPAY-EMP-ID    PIC X(8).                                  00003013
           05 PPAY-DEPT      PIC X(4).                                  00003016
           05 PPAY-PER-START PIC 9(8).                                  00003020
           05 PPAY-PER-END   PIC 9(8).                                  00003023
           05 PPAY-DAYS-PAID PIC 9(3).                                  00003026
           05 PPAY-AMOUNT    PIC 9(8)V99.                               00003030
           05 PPAY-OFF-IND   PIC X(1).                                  00003033
               88 PPAY-OFF-CYCLE   VALUE 'O'.                           00003036
           05 PPAY-OFF-REASON PIC X(2).                                 00003040
           05 PPAY-OFF-POSTED PIC X(1).                                 00003043
               88 PPAY-OFF-IS-POSTED VALUE 'Y'.                         00003046
           05 PPAY-OFF-RUN   PIC 9(5).                                  00003050
           05 PPAY-OFF-SEQ   PIC 9(4).                                  00003053
           05 PPAY-OFF-CODES.                                           00003056
               10 PPAY-OFF-CODE PIC X(2) OCCURS 6 TIMES.                00003060
           05 FILLER         PIC X(14).                                 00003063
       01 PPAY-REC-HT REDEFINES PPAY-REC.                               00003066
          COPY CPHDRTRL.                                                00003070
       FD PARMFILE                                                      00003073
            RECORDING MODE IS F.                                        00003076
       01 PARM-CARD.                                                    00003080
          COPY CPPARMCD.                                                00003083
       FD BALOUT                                                        00003086
            RECORDING MODE IS F.                                        00003090
       01 BAL-REC.                                                      00003093
          COPY CPBALREC.                                                00003096
       FD BRACKETS                                                      00003100
            RECORDING MODE IS F.                                        00003200
       01 BRK-REC.                                                      00003300
           05 NET-GROSS   PIC 9(8)V99.                                  00004700
           05 NET-DEDUCT  PIC 9(8)V99.                                  00004800
           05 NET-NET     PIC 9(8)V99.                                  00004900
           05 NET-OFF-SEQ PIC 9(4).                                     00005000
           05 FILLER      PIC X(34).                                    00005050
       01 NET-REC-HT REDEFINES NET-REC.                                 00005100
          COPY CPHDRTRL.                                                00005108
       FD DEDOUT                                                        00005116
            RECORDING MODE IS F.                                        00005125
       01 DED-REC.                                                      00005133
           05 DED-EMP-ID  PIC X(8).                                     00005141
           05 DED-DEPT    PIC X(4).                                     00005150
           05 DED-CODE    PIC X(2).                                     00005158
           05 DED-AMOUNT  PIC 9(8)V99.                                  00005166
           05 DED-OFF-SEQ PIC 9(4).                                     00005175
           05 FILLER      PIC X(52).                                    00005183
       01 DED-REC-HT REDEFINES DED-REC.                                 00005191
          COPY CPHDRTRL.                                                00005200
       FD RPTFILE                                                       00005300
            RECORDING MODE IS F.                                        00005400
           88 WS-EOF           VALUE 'Y'.                               00006200
       01 WS-BRK-EOF-SW PIC X(1) VALUE 'N'.                             00006300
           88 WS-BRK-EOF       VALUE 'Y'.                               00006400
       01 WS-PARM-EOF-SW PIC X(1) VALUE 'N'.                            00006405
           88 WS-PARM-EOF      VALUE 'Y'.                               00006411
       01 WS-PERIODPAY-SW PIC X(1) VALUE 'N'.                           00006416
           88 WS-PERIODPAY-ON  VALUE 'Y'.                               00006422
       01 WS-PAY-PERIODS  PIC 9(2) VALUE 24.                            00006427
       01 WS-BAND-FACTOR  PIC 9(2) VALUE 1.                             00006433
       01 WS-BAND-GROSS   PIC 9(10)V99 VALUE 0.                         00006438
       01 WS-OFFCYCLE-SW  PIC X(1) VALUE 'N'.                           00006444
           88 WS-OFFCYCLE-PAYEE VALUE 'Y'.                              00006450
       01 WS-OFF-POSTED-SW PIC X(1) VALUE 'N'.                          00006455
           88 WS-OFF-POSTED    VALUE 'Y'.                               00006461
       01 WS-OFF-SEQ      PIC 9(4) VALUE 0.                             00006466
       01 WS-OFF-CODES.                                                 00006472
           05 WS-OFF-CODE PIC X(2) OCCURS 6 TIMES.                      00006477
       01 WS-OFF-SUB      PIC 9(2) COMP VALUE 0.                        00006483
       01 WS-SELECTED-SW  PIC X(1) VALUE 'N'.                           00006488
           88 WS-CODE-SELECTED VALUE 'Y'.                               00006494
       01 WS-BRK-COUNT PIC 9(3) COMP VALUE 0.                           00006500
       01 WS-BRK-TABLE.                                                 00006600
           05 WS-BRK-ENTRY OCCURS 100 TIMES                             00006700
       01 WS-NET          PIC 9(8)V99 VALUE 0.                          00009800
       01 WS-COUNT-READ    PIC 9(7) VALUE 0.                            00009900
       01 WS-COUNT-WRITTEN PIC 9(7) VALUE 0.                            00010000
       01 WS-COUNT-DED-DTL PIC 9(7) VALUE 0.                            00010033
       01 WS-COUNT-OFFCYCLE PIC 9(7) VALUE 0.                           00010066
       01 WS-GRAND-GROSS   PIC 9(13)V99 VALUE 0.                        00010100
       01 WS-GRAND-DEDUCT  PIC 9(13)V99 VALUE 0.                        00010200
       01 WS-GRAND-NET     PIC 9(13)V99 VALUE 0.                        00010300
           COPY CPRETCD.                                                00010600
       01 WS-AUD-START-DATE PIC 9(8).                                   00010700
       01 WS-AUD-START-TIME PIC 9(8).                                   00010800
       01 WS-RUN-NUMBER     PIC 9(5) VALUE 0.                           00010812
       01 WS-CONS-COUNT      PIC 9(7) VALUE 0.                          00010825
       01 WS-CONS-SALARY-ACC PIC 9(15)V99 COMP-3 VALUE 0.               00010837
       01 WS-CONS-RECORD-ACC PIC 9(15) COMP-3 VALUE 0.                  00010850
       01 WS-PROD-SALARY-ACC PIC 9(15)V99 COMP-3 VALUE 0.               00010862
       01 WS-PROD-RECORD-ACC PIC 9(15) COMP-3 VALUE 0.                  00010875
       01 WS-EMP-ID-NUM      PIC 9(8) VALUE 0.                          00010887
       PROCEDURE DIVISION.                                              00010900
       MAIN-ROUTINE.                                                    00011000
            ACCEPT WS-AUD-START-DATE FROM DATE YYYYMMDD.                00011100
            ACCEPT WS-AUD-START-TIME FROM TIME.                         00011200
            PERFORM READ-NET-PARMS.                                     00011250
            PERFORM LOAD-BRACKET-TABLE.                                 00011300
            OPEN OUTPUT NETOUT.                                         00011500
            OPEN OUTPUT DEDOUT.                                         00011550
            OPEN OUTPUT RPTFILE.                                        00011600
            PERFORM Z010-WRITE-OUT-HEADER.                              00011700
            IF WS-PERIODPAY-ON THEN                                     00011800
               MOVE WS-PAY-PERIODS TO WS-BAND-FACTOR                    00011900
               OPEN INPUT PPAYIN                                        00012000
               PERFORM UNTIL WS-EOF                                     00012100
                  READ PPAYIN                                           00012200
                    AT END SET WS-EOF TO TRUE                           00012300
                    NOT AT END                                          00012400
                       IF HT-IS-HEADER OF PPAY-REC-HT OR                00012500
                          HT-IS-TRAILER OF PPAY-REC-HT THEN             00012600
                          CONTINUE                                      00012700
                       ELSE                                             00012800
                          PERFORM LOAD-PERIOD-PAYEE                     00012900
                          PERFORM COMPUTE-ONE-EMPLOYEE                  00012904
                       END-IF                                           00012908
                  END-READ                                              00012913
               END-PERFORM                                              00012917
               CLOSE PPAYIN                                             00012921
            ELSE                                                        00012926
               OPEN INPUT INFILE                                        00012930
               PERFORM UNTIL WS-EOF                                     00012934
                  READ INFILE INTO WS-FL-REC                            00012939
                    AT END SET WS-EOF TO TRUE                           00012943
                    NOT AT END                                          00012947
                       IF HT-IS-HEADER OF WS-FL-REC-HT OR               00012952
                          HT-IS-TRAILER OF WS-FL-REC-HT THEN            00012956
                          CONTINUE                                      00012960
                       ELSE                                             00012965
                          MOVE FL-SALARY OF WS-FL-REC TO WS-GROSS       00012969
                          PERFORM COMPUTE-ONE-EMPLOYEE                  00012973
                       END-IF                                           00012978
                  END-READ                                              00012982
               END-PERFORM                                              00012986
               CLOSE INFILE                                             00012991
            END-IF.                                                     00012995
            PERFORM Z020-WRITE-OUT-TRAILER.                             00013000
            PERFORM WRITE-DEDUCTION-REGISTER.                           00013100
            IF WS-PERIODPAY-ON THEN                                     00013200
               PERFORM WRITE-BAL-RECS                                   00013233
            END-IF.                                                     00013266
            CLOSE NETOUT.                                               00013300
            CLOSE DEDOUT.                                               00013350
            CLOSE RPTFILE.                                              00013400
            SET WS-RC-OK TO TRUE.                                       00013500
            IF WS-BRK-COUNT = 0 THEN                                    00013600
            END-IF.                                                     00013800
            MOVE WS-RETURN-CODE TO RETURN-CODE.                         00013900
            GOBACK.                                                     00014000
       READ-NET-PARMS.                                                  00014003
            OPEN INPUT PARMFILE.                                        00014007
            PERFORM UNTIL WS-PARM-EOF                                   00014011
               READ PARMFILE                                            00014014
                 AT END SET WS-PARM-EOF TO TRUE                         00014018
                 NOT AT END PERFORM APPLY-PARM-CARD                     00014022
               END-READ                                                 00014025
            END-PERFORM.                                                00014029
            CLOSE PARMFILE.                                             00014033
       APPLY-PARM-CARD.                                                 00014037
            EVALUATE PARM-KEY                                           00014040
                WHEN 'PERIODPAY'                                        00014044
                   IF PARM-VALUE-TEXT (1:1) = 'Y' OR                    00014048
                      PARM-VALUE-TEXT (1:1) = 'N' THEN                  00014051
                      MOVE PARM-VALUE-TEXT (1:1) TO WS-PERIODPAY-SW     00014055
                   END-IF                                               00014059
                WHEN 'PERIODSPERYEAR'                                   00014062
                   IF PARM-VALUE-NUM > 0 AND                            00014066
                      PARM-VALUE-NUM < 100 THEN                         00014070
                      MOVE PARM-VALUE-NUM TO WS-PAY-PERIODS             00014074
                   END-IF                                               00014077
                WHEN 'RUNNUMBER'                                        00014081
                   MOVE PARM-VALUE-NUM TO WS-RUN-NUMBER                 00014085
                WHEN OTHER                                              00014088
                   CONTINUE                                             00014092
            END-EVALUATE.                                               00014096
      * EVERY DISTINCT DEDUCTION CODE SEEN IN THE BRACKET DATASET       00014100
      * IS REGISTERED IN THE CODE TABLE, SO ADDING A NEW                00014200
      * DEDUCTION FOR NEXT TAX YEAR IS PURELY A DATA CHANGE.            00014300
               MOVE 0 TO WS-CODE-HEADS (WS-CODE-IDX)                    00018100
               MOVE 0 TO WS-CODE-AMOUNT (WS-CODE-IDX)                   00018200
            END-IF.                                                     00018300
      * A PERIOD PAYEE IS CARRIED IN THE EXTRACT-SHAPED WORK RECORD     00018303
      * SO THE NET, DETAIL AND DEPARTMENT LOGIC SERVES BOTH MODES.      00018307
       LOAD-PERIOD-PAYEE.                                               00018311
            MOVE SPACES TO WS-FL-REC.                                   00018314
            MOVE PPAY-EMP-ID TO FL-EMP-ID OF WS-FL-REC.                 00018318
            MOVE PPAY-DEPT TO FL-DEPT-CODE OF WS-FL-REC.                00018322
            MOVE PPAY-AMOUNT TO WS-GROSS.                               00018325
            MOVE 'N' TO WS-OFFCYCLE-SW.                                 00018329
            MOVE 'N' TO WS-OFF-POSTED-SW.                               00018333
            MOVE 0 TO WS-OFF-SEQ.                                       00018337
            MOVE SPACES TO WS-OFF-CODES.                                00018340
            IF PPAY-OFF-CYCLE THEN                                      00018344
               SET WS-OFFCYCLE-PAYEE TO TRUE                            00018348
               ADD 1 TO WS-COUNT-OFFCYCLE                               00018351
               MOVE PPAY-OFF-SEQ TO WS-OFF-SEQ                          00018355
               MOVE PPAY-OFF-CODES TO WS-OFF-CODES                      00018359
               IF PPAY-OFF-IS-POSTED THEN                               00018362
                  SET WS-OFF-POSTED TO TRUE                             00018366
               END-IF                                                   00018370
            END-IF.                                                     00018374
            ADD 1 TO WS-CONS-COUNT.                                     00018377
            ADD PPAY-AMOUNT TO WS-CONS-SALARY-ACC.                      00018381
            IF PPAY-EMP-ID NUMERIC THEN                                 00018385
               MOVE PPAY-EMP-ID TO WS-EMP-ID-NUM                        00018388
               ADD WS-EMP-ID-NUM TO WS-CONS-RECORD-ACC                  00018392
            END-IF.                                                     00018396
       COMPUTE-ONE-EMPLOYEE.                                            00018400
            ADD 1 TO WS-COUNT-READ.                                     00018500
            COMPUTE WS-BAND-GROSS = WS-GROSS * WS-BAND-FACTOR.          00018600
            MOVE 0 TO WS-TOT-DEDUCT.                                    00018700
            IF WS-CODE-COUNT > 0 THEN                                   00018800
               PERFORM APPLY-SELECTED-DEDUCTION                         00018900
                  VARYING WS-CODE-IDX FROM 1 BY 1                       00019000
                  UNTIL WS-CODE-IDX > WS-CODE-COUNT                     00019100
            END-IF.                                                     00019200
            MOVE WS-GROSS TO NET-GROSS.                                 00020000
            MOVE WS-TOT-DEDUCT TO NET-DEDUCT.                           00020100
            MOVE WS-NET TO NET-NET.                                     00020200
            IF WS-OFFCYCLE-PAYEE THEN                                   00020225
               MOVE WS-OFF-SEQ TO NET-OFF-SEQ                           00020250
            END-IF.                                                     00020275
            WRITE NET-REC.                                              00020300
            ADD 1 TO WS-COUNT-WRITTEN.                                  00020400
            ADD WS-NET TO WS-PROD-SALARY-ACC.                           00020416
            IF NET-EMP-ID NUMERIC THEN                                  00020433
               MOVE NET-EMP-ID TO WS-EMP-ID-NUM                         00020450
               ADD WS-EMP-ID-NUM TO WS-PROD-RECORD-ACC                  00020466
            END-IF.                                                     00020483
            ADD WS-GROSS TO WS-GRAND-GROSS.                             00020500
            ADD WS-TOT-DEDUCT TO WS-GRAND-DEDUCT.                       00020600
            ADD WS-NET TO WS-GRAND-NET.                                 00020700
            PERFORM TALLY-DEPT-TOTALS.                                  00020800
      * EVERY CODE APPLIES TO A REGULAR PAYEE.  AN OFF-CYCLE PAYEE      00020804
      * TAKES ONLY THE CODES ITS REQUEST LISTS, AND NONE AT ALL         00020809
      * WHEN THE MONEY WAS ALREADY TAXED AND POSTED (A REISSUE).        00020813
       APPLY-SELECTED-DEDUCTION.                                        00020818
            MOVE 'N' TO WS-SELECTED-SW.                                 00020822
            IF NOT WS-OFFCYCLE-PAYEE THEN                               00020827
               SET WS-CODE-SELECTED TO TRUE                             00020831
            ELSE                                                        00020836
               IF NOT WS-OFF-POSTED THEN                                00020840
                  PERFORM VARYING WS-OFF-SUB FROM 1 BY 1                00020845
                     UNTIL WS-OFF-SUB > 6 OR WS-CODE-SELECTED           00020850
                     IF WS-OFF-CODE (WS-OFF-SUB) =                      00020854
                        WS-CODE-VALUE (WS-CODE-IDX) THEN                00020859
                        SET WS-CODE-SELECTED TO TRUE                    00020863
                     END-IF                                             00020868
                  END-PERFORM                                           00020872
               END-IF                                                   00020877
            END-IF.                                                     00020881
            IF WS-CODE-SELECTED THEN                                    00020886
               PERFORM APPLY-ONE-DEDUCTION                              00020890
            END-IF.                                                     00020895
      * PER CODE, THE APPLICABLE BAND IS THE ONE WITH THE HIGHEST       00020900
      * FLOOR NOT ABOVE THE GROSS - AN EMPLOYEE BELOW EVERY BAND        00021000
      * FLOOR FOR A CODE PAYS NOTHING UNDER THAT CODE.  PER PERIOD      00021100
      * THE FLOORS ARE COMPARED WITH THE ANNUALISED GROSS.              00021150
       APPLY-ONE-DEDUCTION.                                             00021200
            MOVE 'N' TO WS-BAND-HIT-SW.                                 00021300
            MOVE 0 TO WS-BEST-FLOOR.                                    00021400
               UNTIL WS-BRK-IDX > WS-BRK-COUNT                          00021800
               IF WS-BRK-CODE (WS-BRK-IDX) =                            00021900
                  WS-CODE-VALUE (WS-CODE-IDX) AND                       00022000
                  WS-BRK-FLOOR (WS-BRK-IDX) <= WS-BAND-GROSS AND        00022100
                  WS-BRK-FLOOR (WS-BRK-IDX) >= WS-BEST-FLOOR THEN       00022200
                  SET WS-BAND-HIT TO TRUE                               00022300
                  MOVE WS-BRK-FLOOR (WS-BRK-IDX) TO WS-BEST-FLOOR       00022400
            IF WS-BAND-HIT THEN                                         00022900
               COMPUTE WS-ONE-DEDUCT ROUNDED =                          00023000
                  (WS-GROSS * WS-BEST-RATE / 100)                       00023100
                  + (WS-BEST-FIXED / WS-BAND-FACTOR)                    00023200
                 ON SIZE ERROR                                          00023300
                    MOVE 0 TO WS-ONE-DEDUCT                             00023400
               END-COMPUTE                                              00023500
               ADD WS-ONE-DEDUCT TO WS-TOT-DEDUCT                       00023600
               ADD 1 TO WS-CODE-HEADS (WS-CODE-IDX)                     00023700
               ADD WS-ONE-DEDUCT TO WS-CODE-AMOUNT (WS-CODE-IDX)        00023800
               IF WS-ONE-DEDUCT > 0 THEN                                00023825
                  PERFORM WRITE-DEDUCTION-DETAIL                        00023850
               END-IF                                                   00023875
            END-IF.                                                     00023900
       WRITE-DEDUCTION-DETAIL.                                          00023908
            MOVE SPACES TO DED-REC.                                     00023916
            MOVE FL-EMP-ID OF WS-FL-REC TO DED-EMP-ID.                  00023925
            MOVE FL-DEPT-CODE OF WS-FL-REC TO DED-DEPT.                 00023933
            MOVE WS-CODE-VALUE (WS-CODE-IDX) TO DED-CODE.               00023941
            MOVE WS-ONE-DEDUCT TO DED-AMOUNT.                           00023950
            IF WS-OFFCYCLE-PAYEE THEN                                   00023958
               MOVE WS-OFF-SEQ TO DED-OFF-SEQ                           00023966
            END-IF.                                                     00023975
            WRITE DED-REC.                                              00023983
            ADD 1 TO WS-COUNT-DED-DTL.                                  00023991
       TALLY-DEPT-TOTALS.                                               00024000
            MOVE 'N' TO WS-FOUND-SW.                                    00024100
            IF WS-DEPT-COUNT > 0 THEN                                   00024200
            MOVE WS-AUD-START-DATE TO HT-RUN-DATE OF NET-REC-HT.        00027400
            MOVE WS-AUD-START-TIME TO HT-RUN-TIME OF NET-REC-HT.        00027500
            WRITE NET-REC.                                              00027600
            MOVE SPACES TO DED-REC-HT.                                  00027616
            SET HT-IS-HEADER OF DED-REC-HT TO TRUE.                     00027633
            MOVE WS-AUD-START-DATE TO HT-RUN-DATE OF DED-REC-HT.        00027650
            MOVE WS-AUD-START-TIME TO HT-RUN-TIME OF DED-REC-HT.        00027666
            WRITE DED-REC.                                              00027683
       Z020-WRITE-OUT-TRAILER.                                          00027700
            MOVE SPACES TO NET-REC-HT.                                  00027800
            SET HT-IS-TRAILER OF NET-REC-HT TO TRUE.                    00027900
            MOVE WS-COUNT-WRITTEN                                       00028000
               TO HT-RECORD-COUNT OF NET-REC-HT.                        00028100
            WRITE NET-REC.                                              00028200
            MOVE SPACES TO DED-REC-HT.                                  00028216
            SET HT-IS-TRAILER OF DED-REC-HT TO TRUE.                    00028233
            MOVE WS-COUNT-DED-DTL                                       00028250
               TO HT-RECORD-COUNT OF DED-REC-HT.                        00028266
            WRITE DED-REC.                                              00028283
       WRITE-DEDUCTION-REGISTER.                                        00028300
            MOVE SPACES TO RPT-LINE.                                    00028400
            MOVE '---- PGM50 DEDUCTION REGISTER ----' TO RPT-LINE.      00028500
               DELIMITED BY SIZE INTO RPT-LINE                          00030500
            END-STRING.                                                 00030600
            WRITE RPT-LINE.                                             00030700
            IF WS-COUNT-OFFCYCLE > 0 THEN                               00030712
               MOVE SPACES TO RPT-LINE                                  00030725
               STRING 'OFF-CYCLE: ' WS-COUNT-OFFCYCLE                   00030737
                  DELIMITED BY SIZE INTO RPT-LINE                       00030750
               END-STRING                                               00030762
               WRITE RPT-LINE                                           00030775
            END-IF.                                                     00030787
            MOVE WS-GRAND-GROSS TO WS-AMOUNT-ED.                        00030800
            MOVE SPACES TO RPT-LINE.                                    00030900
            STRING 'GROSS    : ' WS-AMOUNT-ED                           00031000
               DELIMITED BY SIZE INTO RPT-LINE                          00034600
            END-STRING.                                                 00034700
            WRITE RPT-LINE.                                             00034800
      * AMOUNT-LEVEL BALANCING - ONE CONSUMER RECORD FOR THE PGM51      00058400
      * PERIOD FILE READ AND ONE PRODUCER RECORD FOR THE NET-PAY        00058500
      * FILE WRITTEN, FOR PGM26 TO PAIR WITH PGM51 AND PGM49.           00058600
       WRITE-BAL-RECS.                                                  00058700
            OPEN OUTPUT BALOUT.                                         00058800
            MOVE SPACES TO BAL-REC.                                     00058900
            MOVE WS-RUN-NUMBER TO BAL-RUN-NUMBER.                       00059000
            MOVE 'PGM50' TO BAL-STEP-NAME.                              00059100
            SET BAL-ROLE-CONSUMER TO TRUE.                              00059200
            MOVE WS-CONS-COUNT TO BAL-RECORD-COUNT.                     00059300
            MOVE WS-CONS-SALARY-ACC TO BAL-SALARY-HASH.                 00059400
            MOVE WS-CONS-RECORD-ACC TO BAL-RECORD-HASH.                 00059500
            WRITE BAL-REC.                                              00059600
            MOVE SPACES TO BAL-REC.                                     00059700
            MOVE WS-RUN-NUMBER TO BAL-RUN-NUMBER.                       00059800
            MOVE 'PGM50' TO BAL-STEP-NAME.                              00059900
            SET BAL-ROLE-PRODUCER TO TRUE.                              00060000
            MOVE WS-COUNT-WRITTEN TO BAL-RECORD-COUNT.                  00060100
            MOVE WS-PROD-SALARY-ACC TO BAL-SALARY-HASH.                 00060200
            MOVE WS-PROD-RECORD-ACC TO BAL-RECORD-HASH.                 00060300
            WRITE BAL-REC.                                              00060400
            CLOSE BALOUT.                                               00060500

       IDENTIFICATION DIVISION.                                         00000100
       PROGRAM-ID.   PGM81.                                             00000200
      * PRE-RELEASE PAYROLL VARIANCE GATE, RUN BETWEEN PGM50 AND THE    00000300
      * PGM49 BANK PAYMENT STEP.  MATCHES THIS PERIOD'S PGM51 PERIOD    00000400
      * PAYROLL FILE (DDPPAYIN) AGAINST THE PRIOR PERIOD'S (DDPRIOR)    00000500
      * ON PPAY-EMP-ID AND LISTS EVERY NEW PAYEE, EVERY MISSING         00000600
      * PAYEE, AND EVERY PAYEE WHOSE AMOUNT MOVED BY MORE THAN THE      00000700
      * VARPCT PERCENTAGE (DEFAULT 10) OR THE VARAMOUNT AMOUNT          00000800
      * (WHOLE UNITS, 0 = NOT USED).  EACH LISTED VARIANCE IS           00000900
      * ANNOTATED WITH WHAT EXPLAINS IT: A CPCHGDTL SALARY CHANGE       00001000
      * (DDCHGIN), A PGM72 EARNING FOR THE PERIOD'S MONTH               00001100
      * (DDEARNIN), A PGM55 STATUS TRANSACTION (DDSTATIN) OR A          00001200
      * CHANGE IN DAYS PAID (PRORATION).  AN UNEXPLAINED VARIANCE       00001300
      * ABOVE THE HARDPCT PERCENTAGE (DEFAULT 25) OR THE HARDAMOUNT     00001400
      * AMOUNT (0 = NOT USED) ENDS THE STEP RC 08 SO THE JOB'S COND     00001500
      * LOGIC HOLDS THE PAYMENT FILE UNTIL PAYROLL SIGNS OFF - A NEW    00001600
      * OR MISSING PAYEE COUNTS AS A 100 PERCENT MOVE.  EXPLAINED       00001700
      * AND BELOW-LIMIT VARIANCES ARE LISTED ONLY.  ANY OF THE          00001800
      * EXPLANATION FILES MAY BE DD DUMMY.                              00001900
       ENVIRONMENT DIVISION.                                            00002000
       INPUT-OUTPUT SECTION.                                            00002100
       FILE-CONTROL.                                                    00002200
                SELECT PPAYIN ASSIGN TO DDPPAYIN                        00002300
                ORGANIZATION IS SEQUENTIAL.                             00002400
                SELECT PRIORIN ASSIGN TO DDPRIOR                        00002500
                ORGANIZATION IS SEQUENTIAL.                             00002600
                SELECT CHGIN ASSIGN TO DDCHGIN                          00002700
                ORGANIZATION IS SEQUENTIAL.                             00002800
                SELECT EARNIN ASSIGN TO DDEARNIN                        00002900
                ORGANIZATION IS SEQUENTIAL.                             00003000
                SELECT STATIN ASSIGN TO DDSTATIN                        00003100
                ORGANIZATION IS SEQUENTIAL.                             00003200
                SELECT PARMFILE ASSIGN TO DDPARMIN                      00003300
                ORGANIZATION IS SEQUENTIAL.                             00003400
                SELECT RPTFILE ASSIGN TO DDRPTOUT                       00003500
                ORGANIZATION IS SEQUENTIAL.                             00003600
       DATA DIVISION.                                                   00003700
       FILE SECTION.                                                    00003800
       FD PPAYIN                                                        00003900
            RECORDING MODE IS F.                                        00004000
       01 PPAY-REC.                                                     00004100
           05 PPAY-EMP-ID    PIC X(8).                                  00004200
           05 PPAY-DEPT      PIC X(4).                                  00004300
           05 PPAY-PER-START PIC 9(8).                                  00004400
           05 PPAY-PER-END   PIC 9(8).                                  00004500
           05 PPAY-DAYS-PAID PIC 9(3).                                  00004600
           05 PPAY-AMOUNT    PIC 9(8)V99.                               00004700
           05 FILLER         PIC X(39).                                 00004800
       01 PPAY-REC-HT REDEFINES PPAY-REC.                               00004900
          COPY CPHDRTRL.                                                00005000
       FD PRIORIN                                                       00005100
            RECORDING MODE IS F.                                        00005200
       01 PRI-REC.                                                      00005300
           05 PRI-EMP-ID    PIC X(8).                                   00005400
           05 PRI-DEPT      PIC X(4).                                   00005500
           05 PRI-PER-START PIC 9(8).                                   00005600
           05 PRI-PER-END   PIC 9(8).                                   00005700
           05 PRI-DAYS-PAID PIC 9(3).                                   00005800
           05 PRI-AMOUNT    PIC 9(8)V99.                                00005900
           05 FILLER        PIC X(39).                                  00006000
       01 PRI-REC-HT REDEFINES PRI-REC.                                 00006100
          COPY CPHDRTRL.                                                00006200
       FD CHGIN                                                         00006300
            RECORDING MODE IS F.                                        00006400
       01 CHG-REC.                                                      00006500
          COPY CPCHGDTL.                                                00006600
       FD EARNIN                                                        00006700
            RECORDING MODE IS F.                                        00006800
       01 ERN-REC.                                                      00006900
           05 ERN-EMP-ID PIC X(8).                                      00007000
           05 ERN-DEPT   PIC X(4).                                      00007100
           05 ERN-CODE   PIC X(2).                                      00007200
           05 ERN-AMOUNT PIC 9(7)V99.                                   00007300
           05 ERN-PERIOD PIC 9(6).                                      00007400
           05 FILLER     PIC X(51).                                     00007500
       FD STATIN                                                        00007600
            RECORDING MODE IS F.                                        00007700
       01 STN-REC.                                                      00007800
           05 STN-EMP-ID PIC X(8).                                      00007900
           05 FILLER     PIC X(1).                                      00008000
           05 STN-STATUS PIC X(1).                                      00008100
           05 FILLER     PIC X(70).                                     00008200
       FD PARMFILE                                                      00008300
            RECORDING MODE IS F.                                        00008400
       01 PARM-CARD.                                                    00008500
          COPY CPPARMCD.                                                00008600
       FD RPTFILE                                                       00008700
            RECORDING MODE IS F.                                        00008800
       01 RPT-LINE PIC X(80).                                           00008900
       WORKING-STORAGE SECTION.                                         00009000
       01 WS-EOF-SW PIC X(1) VALUE 'N'.                                 00009100
           88 WS-EOF           VALUE 'Y'.                               00009200
       01 WS-PRI-EOF-SW PIC X(1) VALUE 'N'.                             00009300
           88 WS-PRI-EOF       VALUE 'Y'.                               00009400
       01 WS-CHG-EOF-SW PIC X(1) VALUE 'N'.                             00009500
           88 WS-CHG-EOF       VALUE 'Y'.                               00009600
       01 WS-EARN-EOF-SW PIC X(1) VALUE 'N'.                            00009700
           88 WS-EARN-EOF      VALUE 'Y'.                               00009800
       01 WS-STN-EOF-SW PIC X(1) VALUE 'N'.                             00009900
           88 WS-STN-EOF       VALUE 'Y'.                               00010000
       01 WS-PARM-EOF-SW PIC X(1) VALUE 'N'.                            00010100
           88 WS-PARM-EOF      VALUE 'Y'.                               00010200
       01 WS-VAR-PCT      PIC 9(3) VALUE 10.                            00010300
       01 WS-VAR-AMOUNT   PIC 9(9) VALUE 0.                             00010400
       01 WS-HARD-PCT     PIC 9(3) VALUE 25.                            00010500
       01 WS-HARD-AMOUNT  PIC 9(9) VALUE 0.                             00010600
       01 WS-PRI-COUNT PIC 9(4) COMP VALUE 0.                           00010700
       01 WS-PRI-TABLE.                                                 00010800
           05 WS-PRI-ENTRY OCCURS 5000 TIMES                            00010900
                            INDEXED BY WS-PRI-IDX WS-PRI-SAV.           00011000
               10 WS-PRI-EMP-ID    PIC X(8).                            00011100
               10 WS-PRI-DEPT      PIC X(4).                            00011200
               10 WS-PRI-DAYS      PIC 9(3).                            00011300
               10 WS-PRI-AMOUNT    PIC 9(8)V99.                         00011400
               10 WS-PRI-MATCH-SW  PIC X(1).                            00011500
                   88 WS-PRI-MATCHED  VALUE 'Y'.                        00011600
      * EMPLOYEES WITH AN EXPLANATION ON FILE - ONE TABLE PER SOURCE.   00011700
       01 WS-CHG-COUNT PIC 9(4) COMP VALUE 0.                           00011800
       01 WS-CHG-TABLE.                                                 00011900
           05 WS-CHG-EMP-ID PIC X(8) OCCURS 2000 TIMES                  00012000
                             INDEXED BY WS-CHG-IDX.                     00012100
       01 WS-ERN-COUNT PIC 9(4) COMP VALUE 0.                           00012200
       01 WS-ERN-TABLE.                                                 00012300
           05 WS-ERN-EMP-ID PIC X(8) OCCURS 2000 TIMES                  00012400
                             INDEXED BY WS-ERN-IDX.                     00012500
       01 WS-STN-COUNT PIC 9(4) COMP VALUE 0.                           00012600
       01 WS-STN-TABLE.                                                 00012700
           05 WS-STN-EMP-ID PIC X(8) OCCURS 2000 TIMES                  00012800
                             INDEXED BY WS-STN-IDX.                     00012900
       01 WS-FOUND-SW PIC X(1) VALUE 'N'.                               00013000
           88 WS-ENTRY-FOUND   VALUE 'Y'.                               00013100
       01 WS-PERIOD-YYYYMM PIC 9(6) VALUE 0.                            00013200
      * THE PAYEE BEING JUDGED, WHETHER NEW, MISSING OR MATCHED.        00013300
       01 WS-VAR-EMP-ID    PIC X(8) VALUE SPACES.                       00013400
       01 WS-VAR-KIND      PIC X(8) VALUE SPACES.                       00013500
       01 WS-VAR-PRIOR     PIC 9(8)V99 VALUE 0.                         00013600
       01 WS-VAR-CURRENT   PIC 9(8)V99 VALUE 0.                         00013700
       01 WS-VAR-DIFF      PIC 9(8)V99 VALUE 0.                         00013800
       01 WS-VAR-MOVE-PCT  PIC 9(5) VALUE 0.                            00013900
       01 WS-VAR-PRORATE-SW PIC X(1) VALUE 'N'.                         00014000
           88 WS-VAR-PRORATED VALUE 'Y'.                                00014100
       01 WS-EXPLAIN-TEXT.                                              00014200
           05 WS-EXPLAIN-CHG PIC X(4) VALUE SPACES.                     00014300
           05 WS-EXPLAIN-ERN PIC X(4) VALUE SPACES.                     00014400
           05 WS-EXPLAIN-STS PIC X(4) VALUE SPACES.                     00014500
           05 WS-EXPLAIN-PRO PIC X(4) VALUE SPACES.                     00014600
       01 WS-AMOUNT-ED     PIC ZZ,ZZZ,ZZ9.99.                           00014700
       01 WS-PRIOR-ED      PIC ZZ,ZZZ,ZZ9.99.                           00014800
       01 WS-PCT-ED        PIC ZZZZ9.                                   00014900
       01 WS-COUNT-READ      PIC 9(7) VALUE 0.                          00015000
       01 WS-COUNT-PRIOR     PIC 9(7) VALUE 0.                          00015050
       01 WS-COUNT-MATCHED   PIC 9(7) VALUE 0.                          00015100
       01 WS-COUNT-NEW       PIC 9(7) VALUE 0.                          00015200
       01 WS-COUNT-MISSING   PIC 9(7) VALUE 0.                          00015300
       01 WS-COUNT-MOVED     PIC 9(7) VALUE 0.                          00015400
       01 WS-COUNT-EXPLAINED PIC 9(7) VALUE 0.                          00015500
       01 WS-COUNT-HARD      PIC 9(7) VALUE 0.                          00015600
       01 WS-TOTAL-PRIOR     PIC 9(13)V99 VALUE 0.                      00015700
       01 WS-TOTAL-CURRENT   PIC 9(13)V99 VALUE 0.                      00015800
       01 WS-TOTAL-ED        PIC ZZZ,ZZZ,ZZZ,ZZ9.99.                    00015900
       01 WS-RETCD.                                                     00016000
           COPY CPRETCD.                                                00016100
       PROCEDURE DIVISION.                                              00016200
       MAIN-ROUTINE.                                                    00016300
            PERFORM READ-GATE-PARMS.                                    00016400
            PERFORM LOAD-PRIOR-PERIOD.                                  00016500
            PERFORM LOAD-CHANGE-EXPLANATIONS.                           00016600
            PERFORM LOAD-STATUS-EXPLANATIONS.                           00016700
            OPEN INPUT PPAYIN.                                          00016800
            OPEN OUTPUT RPTFILE.                                        00016900
            MOVE SPACES TO RPT-LINE.                                    00017000
            MOVE '---- PGM81 PAYROLL VARIANCE GATE ----' TO RPT-LINE.   00017100
            WRITE RPT-LINE.                                             00017200
            MOVE SPACES TO RPT-LINE.                                    00017300
            STRING 'LIST ABOVE ' WS-VAR-PCT ' PCT OR ' WS-VAR-AMOUNT    00017400
               '  HOLD ABOVE ' WS-HARD-PCT ' PCT OR ' WS-HARD-AMOUNT    00017500
               DELIMITED BY SIZE INTO RPT-LINE                          00017600
            END-STRING.                                                 00017700
            WRITE RPT-LINE.                                             00017800
            MOVE SPACES TO RPT-LINE.                                    00017900
            STRING 'EMP ID   KIND           PRIOR        CURRENT'       00018000
               '   PCT  EXPLAINED BY'                                   00018100
               DELIMITED BY SIZE INTO RPT-LINE                          00018200
            END-STRING.                                                 00018300
            WRITE RPT-LINE.                                             00018400
            PERFORM UNTIL WS-EOF                                        00018500
               READ PPAYIN                                              00018600
                 AT END SET WS-EOF TO TRUE                              00018700
                 NOT AT END                                             00018800
                    IF HT-IS-HEADER OF PPAY-REC-HT OR                   00018900
                       HT-IS-TRAILER OF PPAY-REC-HT THEN                00019000
                       CONTINUE                                         00019100
                    ELSE                                                00019200
                       PERFORM CHECK-ONE-PAYEE                          00019300
                    END-IF                                              00019400
               END-READ                                                 00019500
            END-PERFORM.                                                00019600
            IF WS-PRI-COUNT > 0 THEN                                    00019700
               PERFORM CHECK-ONE-MISSING                                00019800
                  VARYING WS-PRI-IDX FROM 1 BY 1                        00019900
                  UNTIL WS-PRI-IDX > WS-PRI-COUNT                       00020000
            END-IF.                                                     00020100
            PERFORM WRITE-GATE-SUMMARY.                                 00020200
            CLOSE PPAYIN.                                               00020300
            CLOSE RPTFILE.                                              00020400
            SET WS-RC-OK TO TRUE.                                       00020500
            IF WS-COUNT-HARD > 0 THEN                                   00020600
               SET WS-RC-DATA-ERROR TO TRUE                             00020700
            END-IF.                                                     00020800
            MOVE WS-RETURN-CODE TO RETURN-CODE.                         00020900
            GOBACK.                                                     00021000
       READ-GATE-PARMS.                                                 00021100
            OPEN INPUT PARMFILE.                                        00021200
            PERFORM UNTIL WS-PARM-EOF                                   00021300
               READ PARMFILE                                            00021400
                 AT END SET WS-PARM-EOF TO TRUE                         00021500
                 NOT AT END PERFORM APPLY-PARM-CARD                     00021600
               END-READ                                                 00021700
            END-PERFORM.                                                00021800
            CLOSE PARMFILE.                                             00021900
       APPLY-PARM-CARD.                                                 00022000
            EVALUATE PARM-KEY                                           00022100
                WHEN 'VARPCT'                                           00022200
                   IF PARM-VALUE-NUM < 1000 THEN                        00022300
                      MOVE PARM-VALUE-NUM TO WS-VAR-PCT                 00022400
                   END-IF                                               00022500
                WHEN 'VARAMOUNT'                                        00022600
                   MOVE PARM-VALUE-NUM TO WS-VAR-AMOUNT                 00022700
                WHEN 'HARDPCT'                                          00022800
                   IF PARM-VALUE-NUM < 1000 THEN                        00022900
                      MOVE PARM-VALUE-NUM TO WS-HARD-PCT                00023000
                   END-IF                                               00023100
                WHEN 'HARDAMOUNT'                                       00023200
                   MOVE PARM-VALUE-NUM TO WS-HARD-AMOUNT                00023300
                WHEN OTHER                                              00023400
                   CONTINUE                                             00023500
            END-EVALUATE.                                               00023600
       LOAD-PRIOR-PERIOD.                                               00023700
            OPEN INPUT PRIORIN.                                         00023800
            PERFORM UNTIL WS-PRI-EOF                                    00023900
               READ PRIORIN                                             00024000
                 AT END SET WS-PRI-EOF TO TRUE                          00024100
                 NOT AT END                                             00024200
                    IF HT-IS-HEADER OF PRI-REC-HT OR                    00024300
                       HT-IS-TRAILER OF PRI-REC-HT THEN                 00024400
                       CONTINUE                                         00024500
                    ELSE                                                00024600
                       IF WS-PRI-COUNT < 5000 THEN                      00024700
                          ADD 1 TO WS-PRI-COUNT                         00024800
                          SET WS-PRI-IDX TO WS-PRI-COUNT                00024900
                          MOVE PRI-EMP-ID                               00025000
                             TO WS-PRI-EMP-ID (WS-PRI-IDX)              00025100
                          MOVE PRI-DEPT TO WS-PRI-DEPT (WS-PRI-IDX)     00025200
                          MOVE PRI-DAYS-PAID                            00025300
                             TO WS-PRI-DAYS (WS-PRI-IDX)                00025400
                          MOVE PRI-AMOUNT                               00025500
                             TO WS-PRI-AMOUNT (WS-PRI-IDX)              00025600
                          MOVE 'N' TO WS-PRI-MATCH-SW (WS-PRI-IDX)      00025700
                          ADD PRI-AMOUNT TO WS-TOTAL-PRIOR              00025800
                          ADD 1 TO WS-COUNT-PRIOR                       00025850
                       END-IF                                           00025900
                    END-IF                                              00026000
               END-READ                                                 00026100
            END-PERFORM.                                                00026200
            CLOSE PRIORIN.                                              00026300
       LOAD-CHANGE-EXPLANATIONS.                                        00026400
            OPEN INPUT CHGIN.                                           00026500
            PERFORM UNTIL WS-CHG-EOF                                    00026600
               READ CHGIN                                               00026700
                 AT END SET WS-CHG-EOF TO TRUE                          00026800
                 NOT AT END                                             00026900
                    IF WS-CHG-COUNT < 2000 THEN                         00027000
                       ADD 1 TO WS-CHG-COUNT                            00027100
                       SET WS-CHG-IDX TO WS-CHG-COUNT                   00027200
                       MOVE CHG-EMP-ID TO WS-CHG-EMP-ID (WS-CHG-IDX)    00027300
                    END-IF                                              00027400
               END-READ                                                 00027500
            END-PERFORM.                                                00027600
            CLOSE CHGIN.                                                00027700
       LOAD-STATUS-EXPLANATIONS.                                        00027800
            OPEN INPUT STATIN.                                          00027900
            PERFORM UNTIL WS-STN-EOF                                    00028000
               READ STATIN                                              00028100
                 AT END SET WS-STN-EOF TO TRUE                          00028200
                 NOT AT END                                             00028300
                    IF WS-STN-COUNT < 2000 THEN                         00028400
                       ADD 1 TO WS-STN-COUNT                            00028500
                       SET WS-STN-IDX TO WS-STN-COUNT                   00028600
                       MOVE STN-EMP-ID TO WS-STN-EMP-ID (WS-STN-IDX)    00028700
                    END-IF                                              00028800
               END-READ                                                 00028900
            END-PERFORM.                                                00029000
            CLOSE STATIN.                                               00029100
      * EARNINGS EXPLAIN A MOVE ONLY FOR THE MONTH PGM51 MERGED THEM    00029200
      * INTO - THE PERIOD'S STARTING MONTH - SO THEY ARE LOADED ON      00029300
      * THE FIRST PAYEE, ONCE THE PERIOD IS KNOWN.                      00029400
       LOAD-EARNING-EXPLANATIONS.                                       00029500
            MOVE PPAY-PER-START (1:6) TO WS-PERIOD-YYYYMM.              00029600
            OPEN INPUT EARNIN.                                          00029700
            PERFORM UNTIL WS-EARN-EOF                                   00029800
               READ EARNIN                                              00029900
                 AT END SET WS-EARN-EOF TO TRUE                         00030000
                 NOT AT END                                             00030100
                    IF ERN-PERIOD = WS-PERIOD-YYYYMM AND                00030200
                       WS-ERN-COUNT < 2000 THEN                         00030300
                       ADD 1 TO WS-ERN-COUNT                            00030400
                       SET WS-ERN-IDX TO WS-ERN-COUNT                   00030500
                       MOVE ERN-EMP-ID TO WS-ERN-EMP-ID (WS-ERN-IDX)    00030600
                    END-IF                                              00030700
               END-READ                                                 00030800
            END-PERFORM.                                                00030900
            CLOSE EARNIN.                                               00031000
       CHECK-ONE-PAYEE.                                                 00031100
            ADD 1 TO WS-COUNT-READ.                                     00031200
            IF WS-COUNT-READ = 1 THEN                                   00031300
               PERFORM LOAD-EARNING-EXPLANATIONS                        00031400
            END-IF.                                                     00031500
            ADD PPAY-AMOUNT TO WS-TOTAL-CURRENT.                        00031600
            MOVE PPAY-EMP-ID TO WS-VAR-EMP-ID.                          00031700
            MOVE PPAY-AMOUNT TO WS-VAR-CURRENT.                         00031800
            MOVE 'N' TO WS-VAR-PRORATE-SW.                              00031900
            MOVE 'N' TO WS-FOUND-SW.                                    00032000
            IF WS-PRI-COUNT > 0 THEN                                    00032100
               PERFORM VARYING WS-PRI-IDX FROM 1 BY 1                   00032200
                  UNTIL WS-PRI-IDX > WS-PRI-COUNT                       00032300
                     OR WS-ENTRY-FOUND                                  00032400
                  IF WS-PRI-EMP-ID (WS-PRI-IDX) = PPAY-EMP-ID THEN      00032500
                     SET WS-ENTRY-FOUND TO TRUE                         00032600
                     SET WS-PRI-SAV TO WS-PRI-IDX                       00032700
                  END-IF                                                00032800
               END-PERFORM                                              00032900
            END-IF.                                                     00033000
            IF WS-ENTRY-FOUND THEN                                      00033100
               ADD 1 TO WS-COUNT-MATCHED                                00033200
               SET WS-PRI-IDX TO WS-PRI-SAV                             00033300
               SET WS-PRI-MATCHED (WS-PRI-IDX) TO TRUE                  00033400
               MOVE WS-PRI-AMOUNT (WS-PRI-IDX) TO WS-VAR-PRIOR          00033500
               IF WS-PRI-DAYS (WS-PRI-IDX) NOT = PPAY-DAYS-PAID THEN    00033600
                  SET WS-VAR-PRORATED TO TRUE                           00033700
               END-IF                                                   00033800
               MOVE 'CHANGED' TO WS-VAR-KIND                            00033900
               PERFORM MEASURE-VARIANCE                                 00034000
               IF WS-VAR-MOVE-PCT > WS-VAR-PCT OR                       00034100
                  (WS-VAR-AMOUNT > 0 AND                                00034200
                   WS-VAR-DIFF > WS-VAR-AMOUNT) THEN                    00034300
                  ADD 1 TO WS-COUNT-MOVED                               00034400
                  PERFORM JUDGE-ONE-VARIANCE                            00034500
               END-IF                                                   00034600
            ELSE                                                        00034700
               ADD 1 TO WS-COUNT-NEW                                    00034800
               MOVE 0 TO WS-VAR-PRIOR                                   00034900
               MOVE 'NEW' TO WS-VAR-KIND                                00035000
               PERFORM MEASURE-VARIANCE                                 00035100
               PERFORM JUDGE-ONE-VARIANCE                               00035200
            END-IF.                                                     00035300
       CHECK-ONE-MISSING.                                               00035400
            IF NOT WS-PRI-MATCHED (WS-PRI-IDX) THEN                     00035500
               ADD 1 TO WS-COUNT-MISSING                                00035600
               MOVE WS-PRI-EMP-ID (WS-PRI-IDX) TO WS-VAR-EMP-ID         00035700
               MOVE WS-PRI-AMOUNT (WS-PRI-IDX) TO WS-VAR-PRIOR          00035800
               MOVE 0 TO WS-VAR-CURRENT                                 00035900
               MOVE 'N' TO WS-VAR-PRORATE-SW                            00036000
               MOVE 'MISSING' TO WS-VAR-KIND                            00036100
               PERFORM MEASURE-VARIANCE                                 00036200
               PERFORM JUDGE-ONE-VARIANCE                               00036300
            END-IF.                                                     00036400
      * THE MOVE AS AN ABSOLUTE AMOUNT AND A WHOLE PERCENTAGE OF THE    00036500
      * PRIOR AMOUNT - A PAYEE WITH NO PRIOR (OR NO CURRENT) AMOUNT     00036600
      * HAS MOVED 100 PERCENT.                                          00036700
       MEASURE-VARIANCE.                                                00036800
            IF WS-VAR-CURRENT > WS-VAR-PRIOR THEN                       00036900
               COMPUTE WS-VAR-DIFF = WS-VAR-CURRENT - WS-VAR-PRIOR      00037000
            ELSE                                                        00037100
               COMPUTE WS-VAR-DIFF = WS-VAR-PRIOR - WS-VAR-CURRENT      00037200
            END-IF.                                                     00037300
            IF WS-VAR-PRIOR = 0 OR WS-VAR-CURRENT = 0 THEN              00037400
               MOVE 100 TO WS-VAR-MOVE-PCT                              00037500
            ELSE                                                        00037600
               COMPUTE WS-VAR-MOVE-PCT =                                00037700
                  WS-VAR-DIFF * 100 / WS-VAR-PRIOR                      00037800
                 ON SIZE ERROR                                          00037900
                    MOVE 99999 TO WS-VAR-MOVE-PCT                       00038000
               END-COMPUTE                                              00038100
            END-IF.                                                     00038200
       JUDGE-ONE-VARIANCE.                                              00038300
            PERFORM FIND-EXPLANATIONS.                                  00038400
            MOVE WS-VAR-PRIOR TO WS-PRIOR-ED.                           00038500
            MOVE WS-VAR-CURRENT TO WS-AMOUNT-ED.                        00038600
            MOVE WS-VAR-MOVE-PCT TO WS-PCT-ED.                          00038700
            MOVE SPACES TO RPT-LINE.                                    00038800
            IF WS-EXPLAIN-TEXT NOT = SPACES THEN                        00038900
               ADD 1 TO WS-COUNT-EXPLAINED                              00039000
               STRING WS-VAR-EMP-ID ' ' WS-VAR-KIND WS-PRIOR-ED         00039100
                  ' ' WS-AMOUNT-ED ' ' WS-PCT-ED '  ' WS-EXPLAIN-TEXT   00039200
                  DELIMITED BY SIZE INTO RPT-LINE                       00039300
               END-STRING                                               00039400
            ELSE                                                        00039500
               IF WS-VAR-MOVE-PCT > WS-HARD-PCT OR                      00039600
                  (WS-HARD-AMOUNT > 0 AND                               00039700
                   WS-VAR-DIFF > WS-HARD-AMOUNT) THEN                   00039800
                  ADD 1 TO WS-COUNT-HARD                                00039900
                  STRING WS-VAR-EMP-ID ' ' WS-VAR-KIND WS-PRIOR-ED      00040000
                     ' ' WS-AMOUNT-ED ' ' WS-PCT-ED                     00040100
                     '  *** HOLD - UNEXPLAINED'                         00040200
                     DELIMITED BY SIZE INTO RPT-LINE                    00040300
                  END-STRING                                            00040400
               ELSE                                                     00040500
                  STRING WS-VAR-EMP-ID ' ' WS-VAR-KIND WS-PRIOR-ED      00040600
                     ' ' WS-AMOUNT-ED ' ' WS-PCT-ED '  UNEXPLAINED'     00040700
                     DELIMITED BY SIZE INTO RPT-LINE                    00040800
                  END-STRING                                            00040900
               END-IF                                                   00041000
            END-IF.                                                     00041100
            WRITE RPT-LINE.                                             00041200
       FIND-EXPLANATIONS.                                               00041300
            MOVE SPACES TO WS-EXPLAIN-TEXT.                             00041400
            MOVE 'N' TO WS-FOUND-SW.                                    00041500
            PERFORM VARYING WS-CHG-IDX FROM 1 BY 1                      00041600
               UNTIL WS-CHG-IDX > WS-CHG-COUNT OR WS-ENTRY-FOUND        00041700
               IF WS-CHG-EMP-ID (WS-CHG-IDX) = WS-VAR-EMP-ID THEN       00041800
                  SET WS-ENTRY-FOUND TO TRUE                            00041900
                  MOVE 'CHG' TO WS-EXPLAIN-CHG                          00042000
               END-IF                                                   00042100
            END-PERFORM.                                                00042200
            MOVE 'N' TO WS-FOUND-SW.                                    00042300
            PERFORM VARYING WS-ERN-IDX FROM 1 BY 1                      00042400
               UNTIL WS-ERN-IDX > WS-ERN-COUNT OR WS-ENTRY-FOUND        00042500
               IF WS-ERN-EMP-ID (WS-ERN-IDX) = WS-VAR-EMP-ID THEN       00042600
                  SET WS-ENTRY-FOUND TO TRUE                            00042700
                  MOVE 'ERN' TO WS-EXPLAIN-ERN                          00042800
               END-IF                                                   00042900
            END-PERFORM.                                                00043000
            MOVE 'N' TO WS-FOUND-SW.                                    00043100
            PERFORM VARYING WS-STN-IDX FROM 1 BY 1                      00043200
               UNTIL WS-STN-IDX > WS-STN-COUNT OR WS-ENTRY-FOUND        00043300
               IF WS-STN-EMP-ID (WS-STN-IDX) = WS-VAR-EMP-ID THEN       00043400
                  SET WS-ENTRY-FOUND TO TRUE                            00043500
                  MOVE 'STS' TO WS-EXPLAIN-STS                          00043600
               END-IF                                                   00043700
            END-PERFORM.                                                00043800
            IF WS-VAR-PRORATED THEN                                     00043900
               MOVE 'PRO' TO WS-EXPLAIN-PRO                             00044000
            END-IF.                                                     00044100
       WRITE-GATE-SUMMARY.                                              00044200
            MOVE SPACES TO RPT-LINE.                                    00044300
            STRING 'EXPLAINED BY: CHG SALARY CHANGE  ERN PGM72 EARNING' 00044400
               '  STS STATUS  PRO DAYS PAID'                            00044500
               DELIMITED BY SIZE INTO RPT-LINE                          00044600
            END-STRING.                                                 00044700
            WRITE RPT-LINE.                                             00044800
            MOVE SPACES TO RPT-LINE.                                    00044900
            STRING 'PAYEES THIS PERIOD : ' WS-COUNT-READ                00045000
               DELIMITED BY SIZE INTO RPT-LINE                          00045100
            END-STRING.                                                 00045200
            WRITE RPT-LINE.                                             00045300
            MOVE SPACES TO RPT-LINE.                                    00045400
            STRING 'PAYEES LAST PERIOD : ' WS-COUNT-PRIOR               00045500
               DELIMITED BY SIZE INTO RPT-LINE                          00045600
            END-STRING.                                                 00045700
            WRITE RPT-LINE.                                             00045800
            MOVE SPACES TO RPT-LINE.                                    00045900
            STRING 'MATCHED            : ' WS-COUNT-MATCHED             00046000
               DELIMITED BY SIZE INTO RPT-LINE                          00046100
            END-STRING.                                                 00046200
            WRITE RPT-LINE.                                             00046300
            MOVE SPACES TO RPT-LINE.                                    00046400
            STRING 'NEW PAYEES         : ' WS-COUNT-NEW                 00046500
               DELIMITED BY SIZE INTO RPT-LINE                          00046600
            END-STRING.                                                 00046700
            WRITE RPT-LINE.                                             00046800
            MOVE SPACES TO RPT-LINE.                                    00046900
            STRING 'MISSING PAYEES     : ' WS-COUNT-MISSING             00047000
               DELIMITED BY SIZE INTO RPT-LINE                          00047100
            END-STRING.                                                 00047200
            WRITE RPT-LINE.                                             00047300
            MOVE SPACES TO RPT-LINE.                                    00047400
            STRING 'MOVED OVER LIMIT   : ' WS-COUNT-MOVED               00047500
               DELIMITED BY SIZE INTO RPT-LINE                          00047600
            END-STRING.                                                 00047700
            WRITE RPT-LINE.                                             00047800
            MOVE SPACES TO RPT-LINE.                                    00047900
            STRING 'EXPLAINED          : ' WS-COUNT-EXPLAINED           00048000
               DELIMITED BY SIZE INTO RPT-LINE                          00048100
            END-STRING.                                                 00048200
            WRITE RPT-LINE.                                             00048300
            MOVE SPACES TO RPT-LINE.                                    00048400
            STRING 'UNEXPLAINED - HOLD : ' WS-COUNT-HARD                00048500
               DELIMITED BY SIZE INTO RPT-LINE                          00048600
            END-STRING.                                                 00048700
            WRITE RPT-LINE.                                             00048800
            MOVE WS-TOTAL-PRIOR TO WS-TOTAL-ED.                         00048900
            MOVE SPACES TO RPT-LINE.                                    00049000
            STRING 'PRIOR PERIOD TOTAL : ' WS-TOTAL-ED                  00049100
               DELIMITED BY SIZE INTO RPT-LINE                          00049200
            END-STRING.                                                 00049300
            WRITE RPT-LINE.                                             00049400
            MOVE WS-TOTAL-CURRENT TO WS-TOTAL-ED.                       00049500
            MOVE SPACES TO RPT-LINE.                                    00049600
            STRING 'THIS PERIOD TOTAL  : ' WS-TOTAL-ED                  00049700
               DELIMITED BY SIZE INTO RPT-LINE                          00049800
            END-STRING.                                                 00049900
            WRITE RPT-LINE.                                             00050000
            IF WS-COUNT-HARD > 0 THEN                                   00050100
               MOVE '*** PAYMENT FILE HELD PENDING PAYROLL SIGN-OFF ***'00050200
                  TO RPT-LINE                                           00050300
               WRITE RPT-LINE                                           00050400
            END-IF.                                                     00050500

       IDENTIFICATION DIVISION.                                         00000100
       PROGRAM-ID.   PGM118.                                            00000200
      * ANNUAL BONUS AND INCENTIVE PLAN CALCULATION.  READS THE         00000300
      * CPFLREC EXTRACT, PGM53'S EMPLOYEE-TO-GRADE ASSIGNMENTS          00000400
      * (DDEMPGRD) AND THE REVIEW'S PERFORMANCE RATINGS (DDRATING),     00000500
      * AS PGM99 DOES, AND THE BONUS PLAN TABLE AS PARM CARDS ON        00000600
      * DDPARMIN:                                                       00000700
      *   BONUSTGT    GRADE IN BYTES 1-2, TARGET PERCENT OF SALARY      00000800
      *               IN BYTES 3-7 (FIVE DIGITS, TWO DECIMALS)          00000900
      *   BONUSCURVE  RATING 1-9 IN BYTE 1, PERCENT OF TARGET PAID      00001000
      *               IN BYTES 2-6                                      00001100
      *   COMPANYMULT COMPANY MULTIPLIER PERCENT IN BYTES 1-5           00001200
      *               (DEFAULT 100.00)                                  00001300
      *   DEPTMULT    DEPARTMENT IN BYTES 1-4, MULTIPLIER PERCENT IN    00001400
      *               BYTES 5-9 (DEFAULT 100.00)                        00001500
      *   BONUSPOOL   DEPARTMENT IN BYTES 1-4, POOL IN BYTES 5-15       00001600
      *               (ELEVEN DIGITS, TWO DECIMALS)                     00001700
      *   LEAVEPCT    PERCENT OF THE BONUS PAID TO STAFF ON LEAVE       00001800
      *               (FL-STATUS-CODE 'L') IN BYTES 1-5, DEFAULT        00001900
      *               50.00                                             00002000
      *   PLANYEAR    THE PERFORMANCE YEAR, DEFAULT LAST YEAR           00002100
      *   PAYPERIOD   YYYYMM THE BONUS IS PAID IN, DEFAULT THIS         00002200
      *               MONTH                                             00002300
      *   BONUSCODE   EARNINGS CODE, DEFAULT BN                         00002400
      * BONUS = SALARY X GRADE TARGET X COMPANY MULTIPLIER X            00002500
      * DEPARTMENT MULTIPLIER X RATING PAYOUT X PRORATION.  A HIRE      00002600
      * WHOSE FL-EFF-DATE FALLS INSIDE THE PLAN YEAR IS PRORATED BY     00002700
      * CALENDAR DAY FROM THAT DATE, AS PGM51 PRORATES A PERIOD; ONE    00002800
      * EFFECTIVE AFTER THE YEAR, OR TERMINATED, HAS NO BONUS.  THE     00002900
      * WORKSHEET (DDRPTOUT) SHOWS EVERY FACTOR FOR EVERY EMPLOYEE      00003000
      * BY DEPARTMENT AND WHY ANYONE WAS NOT PRICED (NO GRADE, NO       00003100
      * TARGET FOR THE GRADE, NO RATING, RATING NOT ON THE CURVE),      00003200
      * THEN EACH DEPARTMENT'S PAYOUT AGAINST ITS POOL.  THE BONUSES    00003300
      * ARE WRITTEN IN PGM72'S VALIDATED EARNINGS LAYOUT (DDEARNOUT)    00003400
      * FOR PGM51 TO MERGE IN THE PAY PERIOD - BUT ONLY WHEN EVERY      00003500
      * DEPARTMENT IS WITHIN ITS POOL (NO BONUSPOOL CARD IS A POOL      00003600
      * OF NIL).  OTHERWISE THE FILE IS LEFT EMPTY AND THE RUN ENDS     00003700
      * RC 08, AS IT DOES WITH NO TARGET OR CURVE CARDS, OR WITH        00003800
      * MORE THAN 50 DEPARTMENTS (ONE PAST THE TABLE COULD BE NEITHER   00003900
      * GIVEN ITS MULTIPLIER NOR HELD TO ITS POOL).  RC 04 WHEN         00003933
      * ANYONE COULD NOT BE PRICED OR ANOTHER TABLE OVERFLOWS.          00003966
       ENVIRONMENT DIVISION.                                            00004000
       INPUT-OUTPUT SECTION.                                            00004100
       FILE-CONTROL.                                                    00004200
                SELECT INFILE ASSIGN TO DDINPUT                         00004300
                ORGANIZATION IS SEQUENTIAL.                             00004400
                SELECT EMPGRD ASSIGN TO DDEMPGRD                        00004500
                ORGANIZATION IS SEQUENTIAL.                             00004600
                SELECT RATINGS ASSIGN TO DDRATING                       00004700
                ORGANIZATION IS SEQUENTIAL.                             00004800
                SELECT PARMFILE ASSIGN TO DDPARMIN                      00004900
                ORGANIZATION IS SEQUENTIAL.                             00005000
                SELECT EARNOUT ASSIGN TO DDEARNOUT                      00005100
                ORGANIZATION IS SEQUENTIAL.                             00005200
                SELECT RPTFILE ASSIGN TO DDRPTOUT                       00005300
                ORGANIZATION IS SEQUENTIAL.                             00005400
       DATA DIVISION.                                                   00005500
       FILE SECTION.                                                    00005600
       FD INFILE                                                        00005700
            RECORDING MODE IS F.                                        00005800
       01 FL-REC.                                                       00005900
          COPY CPFLREC.                                                 00006000
       FD EMPGRD                                                        00006100
            RECORDING MODE IS F.                                        00006200
       01 EGR-REC.                                                      00006300
           05 EGR-EMP-ID PIC X(8).                                      00006400
           05 FILLER     PIC X(1).                                      00006500
           05 EGR-GRADE  PIC X(2).                                      00006600
           05 FILLER     PIC X(69).                                     00006700
       FD RATINGS                                                       00006800
            RECORDING MODE IS F.                                        00006900
       01 RTG-REC.                                                      00007000
           05 RTG-EMP-ID PIC X(8).                                      00007100
           05 FILLER     PIC X(1).                                      00007200
           05 RTG-RATING PIC X(1).                                      00007300
           05 FILLER     PIC X(70).                                     00007400
       FD PARMFILE                                                      00007500
            RECORDING MODE IS F.                                        00007600
       01 PARM-CARD.                                                    00007700
          COPY CPPARMCD.                                                00007800
      * PGM72'S VALIDATED EARNINGS LAYOUT.                              00007900
       FD EARNOUT                                                       00008000
            RECORDING MODE IS F.                                        00008100
       01 ERN-OUTREC.                                                   00008200
           05 ERN-OUT-EMP-ID PIC X(8).                                  00008300
           05 ERN-OUT-DEPT   PIC X(4).                                  00008400
           05 ERN-OUT-CODE   PIC X(2).                                  00008500
           05 ERN-OUT-AMOUNT PIC 9(7)V99.                               00008600
           05 ERN-OUT-PERIOD PIC 9(6).                                  00008700
           05 FILLER         PIC X(51).                                 00008800
       FD RPTFILE                                                       00008900
            RECORDING MODE IS F.                                        00009000
       01 RPT-LINE PIC X(80).                                           00009100
       WORKING-STORAGE SECTION.                                         00009200
       01 WS-FL-REC.                                                    00009300
          COPY CPFLREC.                                                 00009400
       01 WS-FL-REC-HT REDEFINES WS-FL-REC.                             00009500
          COPY CPHDRTRL.                                                00009600
       01 WS-FL-REC-ST REDEFINES WS-FL-REC.                             00009700
          COPY CPFLSTAT.                                                00009800
       01 WS-EOF-SW PIC X(1) VALUE 'N'.                                 00009900
           88 WS-EOF           VALUE 'Y'.                               00010000
       01 WS-EGR-EOF-SW PIC X(1) VALUE 'N'.                             00010100
           88 WS-EGR-EOF       VALUE 'Y'.                               00010200
       01 WS-RTG-EOF-SW PIC X(1) VALUE 'N'.                             00010300
           88 WS-RTG-EOF       VALUE 'Y'.                               00010400
       01 WS-PARM-EOF-SW PIC X(1) VALUE 'N'.                            00010500
           88 WS-PARM-EOF      VALUE 'Y'.                               00010600
       01 WS-REFUSE-SW PIC X(1) VALUE 'N'.                              00010700
           88 WS-RUN-REFUSED   VALUE 'Y'.                               00010800
       01 WS-DEPT-FULL-SW PIC X(1) VALUE 'N'.                           00010833
           88 WS-DEPT-TABLE-FULL VALUE 'Y'.                             00010866
       01 WS-RUN-DATE      PIC 9(8).                                    00010900
       01 WS-RUN-DATE-X REDEFINES WS-RUN-DATE.                          00011000
           05 WS-RUN-YYYY      PIC 9(4).                                00011100
           05 WS-RUN-MM        PIC 9(2).                                00011200
           05 WS-RUN-DD        PIC 9(2).                                00011300
       01 WS-PLAN-YEAR     PIC 9(4) VALUE 0.                            00011400
       01 WS-PLAN-START    PIC 9(8) VALUE 0.                            00011500
       01 WS-PLAN-END      PIC 9(8) VALUE 0.                            00011600
       01 WS-PAY-PERIOD    PIC 9(6) VALUE 0.                            00011700
       01 WS-BONUS-CODE    PIC X(2) VALUE 'BN'.                         00011800
       01 WS-COMPANY-MULT  PIC 9(3)V99 VALUE 100.                       00011900
       01 WS-LEAVE-PCT     PIC 9(3)V99 VALUE 50.                        00012000
       01 WS-RATE-IN-X     PIC X(5).                                    00012100
       01 WS-RATE-IN REDEFINES WS-RATE-IN-X PIC 9(3)V99.                00012200
       01 WS-POOL-IN-X     PIC X(11).                                   00012300
       01 WS-POOL-IN REDEFINES WS-POOL-IN-X PIC 9(9)V99.                00012400
      * THE PLAN TABLE.                                                 00012500
       01 WS-TARGET-COUNT PIC 9(2) COMP VALUE 0.                        00012600
       01 WS-TARGET-TABLE.                                              00012700
           05 WS-TARGET-ENTRY OCCURS 20 TIMES                           00012800
                               INDEXED BY WS-TARGET-IDX WS-TARGET-SAV.  00012900
               10 WS-TARGET-GRADE  PIC X(2).                            00013000
               10 WS-TARGET-PCT    PIC 9(3)V99.                         00013100
       01 WS-CURVE-CARDS PIC 9(2) COMP VALUE 0.                         00013200
       01 WS-CURVE-TABLE.                                               00013300
           05 WS-CURVE-ENTRY OCCURS 9 TIMES.                            00013400
               10 WS-CURVE-PCT     PIC 9(3)V99 VALUE 0.                 00013500
               10 WS-CURVE-SET-SW  PIC X(1) VALUE 'N'.                  00013600
                   88 WS-CURVE-SET     VALUE 'Y'.                       00013700
       01 WS-CURVE-ROW     PIC 9(1) VALUE 0.                            00013800
       01 WS-ASSIGN-COUNT PIC 9(5) COMP VALUE 0.                        00013900
       01 WS-ASSIGN-TABLE.                                              00014000
           05 WS-ASSIGN-ENTRY OCCURS 5000 TIMES                         00014100
                               INDEXED BY WS-ASSIGN-IDX                 00014200
                                          WS-ASSIGN-SAV.                00014300
               10 WS-ASSIGN-EMP-ID PIC X(8).                            00014400
               10 WS-ASSIGN-GRADE  PIC X(2).                            00014500
       01 WS-RATING-COUNT PIC 9(5) COMP VALUE 0.                        00014600
       01 WS-RATING-TABLE.                                              00014700
           05 WS-RATING-ENTRY OCCURS 5000 TIMES                         00014800
                               INDEXED BY WS-RATING-IDX                 00014900
                                          WS-RATING-SAV.                00015000
               10 WS-RATING-EMP-ID PIC X(8).                            00015100
               10 WS-RATING-CODE   PIC X(1).                            00015200
      * EVERY EMPLOYEE FOR THE WORKSHEET, PRICED OR NOT.  WS-REC-NOTE   00015300
      * IS SPACES WHEN PRICED, ELSE WHY NOT.                            00015400
       01 WS-REC-COUNT PIC 9(5) COMP VALUE 0.                           00015500
       01 WS-REC-TABLE.                                                 00015600
           05 WS-REC-ENTRY OCCURS 5000 TIMES INDEXED BY WS-REC-IDX.     00015700
               10 WS-REC-EMP-ID    PIC X(8).                            00015800
               10 WS-REC-DEPT      PIC X(4).                            00015900
               10 WS-REC-GRADE     PIC X(2).                            00016000
               10 WS-REC-RATING    PIC X(1).                            00016100
               10 WS-REC-SALARY    PIC 9(8)V99.                         00016200
               10 WS-REC-TGT-PCT   PIC 9(3)V99.                         00016300
               10 WS-REC-PAY-PCT   PIC 9(3)V99.                         00016400
               10 WS-REC-DEPT-MULT PIC 9(3)V99.                         00016500
               10 WS-REC-PRO-PCT   PIC 9(3)V99.                         00016600
               10 WS-REC-BONUS     PIC 9(7)V99.                         00016700
               10 WS-REC-NOTE      PIC X(25).                           00016800
       01 WS-DEPT-COUNT PIC 9(2) COMP VALUE 0.                          00016900
       01 WS-DEPT-TABLE.                                                00017000
           05 WS-DEPT-ENTRY OCCURS 50 TIMES                             00017100
                             INDEXED BY WS-DEPT-IDX WS-DEPT-SAV.        00017200
               10 WS-DEPT-CODE     PIC X(4).                            00017300
               10 WS-DEPT-MULT     PIC 9(3)V99.                         00017400
               10 WS-DEPT-POOL     PIC 9(9)V99.                         00017500
               10 WS-DEPT-POOL-SW  PIC X(1).                            00017600
                   88 WS-DEPT-HAS-POOL VALUE 'Y'.                       00017700
               10 WS-DEPT-HEADS    PIC 9(5).                            00017800
               10 WS-DEPT-PAID     PIC 9(5).                            00017900
               10 WS-DEPT-SALARY   PIC 9(11)V99.                        00018000
               10 WS-DEPT-PAYOUT   PIC 9(11)V99.                        00018100
       01 WS-FOUND-SW PIC X(1) VALUE 'N'.                               00018200
           88 WS-ENTRY-FOUND   VALUE 'Y'.                               00018300
       01 WS-WORK-ID       PIC X(8) VALUE SPACES.                       00018400
       01 WS-WORK-DEPT     PIC X(4) VALUE SPACES.                       00018500
       01 WS-WORK-GRADE    PIC X(2) VALUE SPACES.                       00018600
       01 WS-WORK-RATING   PIC X(1) VALUE SPACES.                       00018700
       01 WS-NOTE-TEXT     PIC X(25) VALUE SPACES.                      00018800
       01 WS-SALARY        PIC 9(8)V99 VALUE 0.                         00018900
       01 WS-TGT-PCT       PIC 9(3)V99 VALUE 0.                         00019000
       01 WS-PAY-PCT       PIC 9(3)V99 VALUE 0.                         00019100
       01 WS-MULT-PCT      PIC 9(3)V99 VALUE 0.                         00019200
       01 WS-PRO-FACTOR    PIC 9(1)V9(6) VALUE 0.                       00019300
       01 WS-PRO-PCT       PIC 9(3)V99 VALUE 0.                         00019400
       01 WS-BONUS         PIC 9(7)V99 VALUE 0.                         00019500
       01 WS-VARIANCE      PIC S9(11)V99 VALUE 0.                       00019600
       01 WS-TOTAL-SALARY  PIC 9(11)V99 VALUE 0.                        00019700
       01 WS-TOTAL-POOL    PIC 9(11)V99 VALUE 0.                        00019800
       01 WS-TOTAL-PAYOUT  PIC 9(11)V99 VALUE 0.                        00019900
       01 WS-POOL-FLAG     PIC X(6) VALUE SPACES.                       00020000
      * SERIAL-DAY ARITHMETIC FOR THE PRORATION, AS IN PGM51.           00020100
       01 WS-SER-DATE.                                                  00020200
           05 WS-SER-YYYY PIC 9(4).                                     00020300
           05 WS-SER-MM   PIC 9(2).                                     00020400
           05 WS-SER-DD   PIC 9(2).                                     00020500
       01 WS-SER-DATE-N REDEFINES WS-SER-DATE PIC 9(8).                 00020600
       01 WS-CUMDAYS-VALUES.                                            00020700
           05 FILLER PIC X(36) VALUE                                    00020800
              '000031059090120151181212243273304334'.                   00020900
       01 WS-CUMDAYS-TABLE REDEFINES WS-CUMDAYS-VALUES.                 00021000
           05 WS-CUMDAYS PIC 9(3) OCCURS 12 TIMES.                      00021100
       01 WS-SERIAL       PIC S9(9) VALUE 0.                            00021200
       01 WS-START-SERIAL PIC S9(9) VALUE 0.                            00021300
       01 WS-END-SERIAL   PIC S9(9) VALUE 0.                            00021400
       01 WS-EFF-SERIAL   PIC S9(9) VALUE 0.                            00021500
       01 WS-PLAN-DAYS    PIC S9(5) VALUE 0.                            00021600
       01 WS-DAYS-IN      PIC S9(5) VALUE 0.                            00021700
       01 WS-LEAP-4       PIC S9(7) VALUE 0.                            00021800
       01 WS-LEAP-100     PIC S9(7) VALUE 0.                            00021900
       01 WS-LEAP-400     PIC S9(7) VALUE 0.                            00022000
       01 WS-LEAP-REM     PIC S9(7) VALUE 0.                            00022100
       01 WS-SER-LEAP-SW  PIC X(1) VALUE 'N'.                           00022200
           88 WS-SER-LEAP-YEAR VALUE 'Y'.                               00022300
       01 WS-PCT-ED       PIC ZZ9.99.                                   00022400
       01 WS-TGT-ED       PIC ZZ9.99.                                   00022500
       01 WS-PAY-ED       PIC ZZ9.99.                                   00022600
       01 WS-MULT-ED      PIC ZZ9.99.                                   00022700
       01 WS-PRO-ED       PIC ZZ9.99.                                   00022800
       01 WS-SAL-ED       PIC Z,ZZZ,ZZ9.99.                             00022900
       01 WS-BONUS-ED     PIC Z,ZZZ,ZZ9.99.                             00023000
       01 WS-HEADS-ED     PIC ZZZZ9.                                    00023100
       01 WS-PAID-ED      PIC ZZZZ9.                                    00023200
       01 WS-POOL-ED      PIC ZZZ,ZZZ,ZZ9.99.                           00023300
       01 WS-PAYOUT-ED    PIC ZZZ,ZZZ,ZZ9.99.                           00023400
       01 WS-VAR-ED       PIC -ZZZ,ZZZ,ZZ9.99.                          00023500
       01 WS-TOTAL-ED     PIC ZZ,ZZZ,ZZZ,ZZ9.99.                        00023600
       01 WS-COUNT-READ      PIC 9(7) VALUE 0.                          00023700
       01 WS-COUNT-PRICED    PIC 9(7) VALUE 0.                          00023800
       01 WS-COUNT-PRORATED  PIC 9(7) VALUE 0.                          00023900
       01 WS-COUNT-ON-LEAVE  PIC 9(7) VALUE 0.                          00024000
       01 WS-COUNT-INELIG    PIC 9(7) VALUE 0.                          00024100
       01 WS-COUNT-UNPRICED  PIC 9(7) VALUE 0.                          00024200
       01 WS-COUNT-OVER-POOL PIC 9(7) VALUE 0.                          00024300
       01 WS-COUNT-OVERFLOW  PIC 9(7) VALUE 0.                          00024400
       01 WS-COUNT-WRITTEN   PIC 9(7) VALUE 0.                          00024500
       01 WS-RETCD.                                                     00024600
           COPY CPRETCD.                                                00024700
       PROCEDURE DIVISION.                                              00024800
       MAIN-ROUTINE.                                                    00024900
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.                      00025000
            COMPUTE WS-PLAN-YEAR = WS-RUN-YYYY - 1.                     00025100
            COMPUTE WS-PAY-PERIOD = WS-RUN-YYYY * 100 + WS-RUN-MM.      00025200
            SET WS-RC-OK TO TRUE.                                       00025300
            PERFORM READ-BONUS-PARMS.                                   00025400
            COMPUTE WS-PLAN-START = WS-PLAN-YEAR * 10000 + 0101.        00025500
            COMPUTE WS-PLAN-END = WS-PLAN-YEAR * 10000 + 1231.          00025600
            MOVE WS-PLAN-START TO WS-SER-DATE-N.                        00025700
            PERFORM DATE-TO-SERIAL.                                     00025800
            MOVE WS-SERIAL TO WS-START-SERIAL.                          00025900
            MOVE WS-PLAN-END TO WS-SER-DATE-N.                          00026000
            PERFORM DATE-TO-SERIAL.                                     00026100
            MOVE WS-SERIAL TO WS-END-SERIAL.                            00026200
            COMPUTE WS-PLAN-DAYS = WS-END-SERIAL - WS-START-SERIAL + 1. 00026300
            PERFORM LOAD-ASSIGNMENTS.                                   00026400
            PERFORM LOAD-RATINGS.                                       00026500
            OPEN OUTPUT RPTFILE.                                        00026600
            MOVE SPACES TO RPT-LINE.                                    00026700
            STRING '---- PGM118 BONUS WORKSHEET - PLAN YEAR '           00026800
               WS-PLAN-YEAR ' - PAID IN ' WS-PAY-PERIOD ' ----'         00026900
               DELIMITED BY SIZE INTO RPT-LINE                          00027000
            END-STRING.                                                 00027100
            WRITE RPT-LINE.                                             00027200
            MOVE WS-COMPANY-MULT TO WS-MULT-ED.                         00027300
            MOVE WS-LEAVE-PCT TO WS-PCT-ED.                             00027400
            MOVE SPACES TO RPT-LINE.                                    00027500
            STRING 'COMPANY MULTIPLIER ' WS-MULT-ED                     00027600
               '%   ON LEAVE PAID ' WS-PCT-ED                           00027700
               '%   EARNINGS CODE ' WS-BONUS-CODE                       00027800
               DELIMITED BY SIZE INTO RPT-LINE                          00027900
            END-STRING.                                                 00028000
            WRITE RPT-LINE.                                             00028100
            OPEN INPUT INFILE.                                          00028200
            PERFORM READ-ONE-EMPLOYEE THRU READ-ONE-EMPLOYEE-EXIT       00028300
               UNTIL WS-EOF.                                            00028400
            CLOSE INFILE.                                               00028500
            PERFORM CHECK-DEPARTMENT-POOLS.                             00028600
            IF WS-TARGET-COUNT = 0 OR WS-CURVE-CARDS = 0 THEN           00028700
               SET WS-RUN-REFUSED TO TRUE                               00028800
            END-IF.                                                     00028900
            IF WS-DEPT-TABLE-FULL THEN                                  00028925
               SET WS-RUN-REFUSED TO TRUE                               00028950
            END-IF.                                                     00028975
            PERFORM WRITE-BONUS-WORKSHEETS.                             00029000
            PERFORM WRITE-POOL-SUMMARY.                                 00029100
            OPEN OUTPUT EARNOUT.                                        00029200
            IF NOT WS-RUN-REFUSED THEN                                  00029300
               PERFORM WRITE-ONE-EARNING                                00029400
                  VARYING WS-REC-IDX FROM 1 BY 1                        00029500
                  UNTIL WS-REC-IDX > WS-REC-COUNT                       00029600
            END-IF.                                                     00029700
            CLOSE EARNOUT.                                              00029800
            PERFORM WRITE-RUN-TOTALS.                                   00029900
            CLOSE RPTFILE.                                              00030000
            IF WS-COUNT-UNPRICED > 0 OR WS-COUNT-OVERFLOW > 0 THEN      00030100
               SET WS-RC-WARNING TO TRUE                                00030200
            END-IF.                                                     00030300
            IF WS-RUN-REFUSED THEN                                      00030400
               SET WS-RC-DATA-ERROR TO TRUE                             00030500
            END-IF.                                                     00030600
            MOVE WS-RETURN-CODE TO RETURN-CODE.                         00030700
            GOBACK.                                                     00030800
       READ-BONUS-PARMS.                                                00030900
            OPEN INPUT PARMFILE.                                        00031000
            PERFORM READ-ONE-PARM THRU READ-ONE-PARM-EXIT               00031100
               UNTIL WS-PARM-EOF.                                       00031200
            CLOSE PARMFILE.                                             00031300
       READ-ONE-PARM.                                                   00031400
            READ PARMFILE                                               00031500
              AT END                                                    00031600
                 SET WS-PARM-EOF TO TRUE                                00031700
                 GO TO READ-ONE-PARM-EXIT                               00031800
            END-READ.                                                   00031900
            EVALUATE PARM-KEY                                           00032000
                WHEN 'BONUSTGT'                                         00032100
                   IF PARM-VALUE-TEXT (1:2) NOT = SPACES AND            00032200
                      PARM-VALUE-TEXT (3:5) IS NUMERIC THEN             00032300
                      MOVE PARM-VALUE-TEXT (1:2) TO WS-WORK-GRADE       00032400
                      MOVE PARM-VALUE-TEXT (3:5) TO WS-RATE-IN-X        00032500
                      PERFORM FIND-TARGET                               00032600
                      IF NOT WS-ENTRY-FOUND THEN                        00032700
                         IF WS-TARGET-COUNT < 20 THEN                   00032800
                            ADD 1 TO WS-TARGET-COUNT                    00032900
                            SET WS-TARGET-IDX TO WS-TARGET-COUNT        00033000
                            MOVE WS-WORK-GRADE                          00033100
                               TO WS-TARGET-GRADE (WS-TARGET-IDX)       00033200
                            SET WS-ENTRY-FOUND TO TRUE                  00033300
                         ELSE                                           00033400
                            ADD 1 TO WS-COUNT-OVERFLOW                  00033500
                         END-IF                                         00033600
                      END-IF                                            00033700
                      IF WS-ENTRY-FOUND THEN                            00033800
                         MOVE WS-RATE-IN                                00033900
                            TO WS-TARGET-PCT (WS-TARGET-IDX)            00034000
                      END-IF                                            00034100
                   END-IF                                               00034200
                WHEN 'BONUSCURVE'                                       00034300
                   IF PARM-VALUE-TEXT (1:1) IS NUMERIC AND              00034400
                      PARM-VALUE-TEXT (1:1) NOT = '0' AND               00034500
                      PARM-VALUE-TEXT (2:5) IS NUMERIC THEN             00034600
                      MOVE PARM-VALUE-TEXT (1:1) TO WS-CURVE-ROW        00034700
                      MOVE PARM-VALUE-TEXT (2:5) TO WS-RATE-IN-X        00034800
                      MOVE WS-RATE-IN TO WS-CURVE-PCT (WS-CURVE-ROW)    00034900
                      SET WS-CURVE-SET (WS-CURVE-ROW) TO TRUE           00035000
                      ADD 1 TO WS-CURVE-CARDS                           00035100
                   END-IF                                               00035200
                WHEN 'COMPANYMULT'                                      00035300
                   IF PARM-VALUE-TEXT (1:5) IS NUMERIC THEN             00035400
                      MOVE PARM-VALUE-TEXT (1:5) TO WS-RATE-IN-X        00035500
                      MOVE WS-RATE-IN TO WS-COMPANY-MULT                00035600
                   END-IF                                               00035700
                WHEN 'LEAVEPCT'                                         00035800
                   IF PARM-VALUE-TEXT (1:5) IS NUMERIC THEN             00035900
                      MOVE PARM-VALUE-TEXT (1:5) TO WS-RATE-IN-X        00036000
                      MOVE WS-RATE-IN TO WS-LEAVE-PCT                   00036100
                   END-IF                                               00036200
                WHEN 'DEPTMULT'                                         00036300
                   IF PARM-VALUE-TEXT (1:4) NOT = SPACES AND            00036400
                      PARM-VALUE-TEXT (5:5) IS NUMERIC THEN             00036500
                      MOVE PARM-VALUE-TEXT (1:4) TO WS-WORK-DEPT        00036600
                      PERFORM FIND-OR-ADD-DEPT                          00036700
                      IF WS-ENTRY-FOUND THEN                            00036800
                         MOVE PARM-VALUE-TEXT (5:5) TO WS-RATE-IN-X     00036900
                         MOVE WS-RATE-IN TO WS-DEPT-MULT (WS-DEPT-IDX)  00037000
                      END-IF                                            00037100
                   END-IF                                               00037200
                WHEN 'BONUSPOOL'                                        00037300
                   IF PARM-VALUE-TEXT (1:4) NOT = SPACES AND            00037400
                      PARM-VALUE-TEXT (5:11) IS NUMERIC THEN            00037500
                      MOVE PARM-VALUE-TEXT (1:4) TO WS-WORK-DEPT        00037600
                      PERFORM FIND-OR-ADD-DEPT                          00037700
                      IF WS-ENTRY-FOUND THEN                            00037800
                         MOVE PARM-VALUE-TEXT (5:11) TO WS-POOL-IN-X    00037900
                         MOVE WS-POOL-IN TO WS-DEPT-POOL (WS-DEPT-IDX)  00038000
                         SET WS-DEPT-HAS-POOL (WS-DEPT-IDX) TO TRUE     00038100
                      END-IF                                            00038200
                   END-IF                                               00038300
                WHEN 'PLANYEAR'                                         00038400
                   IF PARM-VALUE-TEXT (1:4) IS NUMERIC AND              00038500
                      PARM-VALUE-TEXT (1:4) > '1900' THEN               00038600
                      MOVE PARM-VALUE-TEXT (1:4) TO WS-PLAN-YEAR        00038700
                   END-IF                                               00038800
                WHEN 'PAYPERIOD'                                        00038900
                   IF PARM-VALUE-TEXT (1:6) IS NUMERIC THEN             00039000
                      MOVE PARM-VALUE-TEXT (1:6) TO WS-PAY-PERIOD       00039100
                   END-IF                                               00039200
                WHEN 'BONUSCODE'                                        00039300
                   IF PARM-VALUE-TEXT (1:2) NOT = SPACES THEN           00039400
                      MOVE PARM-VALUE-TEXT (1:2) TO WS-BONUS-CODE       00039500
                   END-IF                                               00039600
                WHEN OTHER                                              00039700
                   CONTINUE                                             00039800
            END-EVALUATE.                                               00039900
       READ-ONE-PARM-EXIT.                                              00040000
            EXIT.                                                       00040100
      * LOOKS UP WS-WORK-GRADE IN THE TARGET TABLE.                     00040200
       FIND-TARGET.                                                     00040300
            MOVE 'N' TO WS-FOUND-SW.                                    00040400
            IF WS-TARGET-COUNT > 0 THEN                                 00040500
               PERFORM CHECK-ONE-TARGET                                 00040600
                  VARYING WS-TARGET-IDX FROM 1 BY 1                     00040700
                  UNTIL WS-TARGET-IDX > WS-TARGET-COUNT                 00040800
                     OR WS-ENTRY-FOUND                                  00040900
            END-IF.                                                     00041000
            IF WS-ENTRY-FOUND THEN                                      00041100
               SET WS-TARGET-IDX TO WS-TARGET-SAV                       00041200
            END-IF.                                                     00041300
       CHECK-ONE-TARGET.                                                00041400
            IF WS-TARGET-GRADE (WS-TARGET-IDX) = WS-WORK-GRADE THEN     00041500
               SET WS-ENTRY-FOUND TO TRUE                               00041600
               SET WS-TARGET-SAV TO WS-TARGET-IDX                       00041700
            END-IF.                                                     00041800
      * LOOKS UP WS-WORK-DEPT, ADDING IT IF THERE IS ROOM.  A NEW       00041900
      * DEPARTMENT STARTS AT A 100.00 MULTIPLIER AND NO POOL.           00042000
       FIND-OR-ADD-DEPT.                                                00042100
            MOVE 'N' TO WS-FOUND-SW.                                    00042200
            IF WS-DEPT-COUNT > 0 THEN                                   00042300
               PERFORM CHECK-ONE-DEPT                                   00042400
                  VARYING WS-DEPT-IDX FROM 1 BY 1                       00042500
                  UNTIL WS-DEPT-IDX > WS-DEPT-COUNT                     00042600
                     OR WS-ENTRY-FOUND                                  00042700
               IF WS-ENTRY-FOUND THEN                                   00042800
                  SET WS-DEPT-IDX TO WS-DEPT-SAV                        00042900
               END-IF                                                   00043000
            END-IF.                                                     00043100
            IF NOT WS-ENTRY-FOUND AND WS-DEPT-COUNT < 50 THEN           00043200
               ADD 1 TO WS-DEPT-COUNT                                   00043300
               SET WS-DEPT-IDX TO WS-DEPT-COUNT                         00043400
               MOVE WS-WORK-DEPT TO WS-DEPT-CODE (WS-DEPT-IDX)          00043500
               MOVE 100 TO WS-DEPT-MULT (WS-DEPT-IDX)                   00043600
               MOVE 0 TO WS-DEPT-POOL (WS-DEPT-IDX)                     00043700
               MOVE 'N' TO WS-DEPT-POOL-SW (WS-DEPT-IDX)                00043800
               MOVE 0 TO WS-DEPT-HEADS (WS-DEPT-IDX)                    00043900
               MOVE 0 TO WS-DEPT-PAID (WS-DEPT-IDX)                     00044000
               MOVE 0 TO WS-DEPT-SALARY (WS-DEPT-IDX)                   00044100
               MOVE 0 TO WS-DEPT-PAYOUT (WS-DEPT-IDX)                   00044200
               SET WS-ENTRY-FOUND TO TRUE                               00044300
            END-IF.                                                     00044400
            IF NOT WS-ENTRY-FOUND THEN                                  00044500
               ADD 1 TO WS-COUNT-OVERFLOW                               00044600
               SET WS-DEPT-TABLE-FULL TO TRUE                           00044650
            END-IF.                                                     00044700
       CHECK-ONE-DEPT.                                                  00044800
            IF WS-DEPT-CODE (WS-DEPT-IDX) = WS-WORK-DEPT THEN           00044900
               SET WS-ENTRY-FOUND TO TRUE                               00045000
               SET WS-DEPT-SAV TO WS-DEPT-IDX                           00045100
            END-IF.                                                     00045200
       LOAD-ASSIGNMENTS.                                                00045300
            OPEN INPUT EMPGRD.                                          00045400
            PERFORM LOAD-ONE-ASSIGNMENT THRU LOAD-ONE-ASSIGNMENT-EXIT   00045500
               UNTIL WS-EGR-EOF.                                        00045600
            CLOSE EMPGRD.                                               00045700
       LOAD-ONE-ASSIGNMENT.                                             00045800
            READ EMPGRD                                                 00045900
              AT END                                                    00046000
                 SET WS-EGR-EOF TO TRUE                                 00046100
                 GO TO LOAD-ONE-ASSIGNMENT-EXIT                         00046200
            END-READ.                                                   00046300
            IF EGR-EMP-ID = SPACES THEN                                 00046400
               GO TO LOAD-ONE-ASSIGNMENT-EXIT                           00046500
            END-IF.                                                     00046600
            IF WS-ASSIGN-COUNT < 5000 THEN                              00046700
               ADD 1 TO WS-ASSIGN-COUNT                                 00046800
               SET WS-ASSIGN-IDX TO WS-ASSIGN-COUNT                     00046900
               MOVE EGR-EMP-ID TO WS-ASSIGN-EMP-ID (WS-ASSIGN-IDX)      00047000
               MOVE EGR-GRADE TO WS-ASSIGN-GRADE (WS-ASSIGN-IDX)        00047100
            ELSE                                                        00047200
               ADD 1 TO WS-COUNT-OVERFLOW                               00047300
            END-IF.                                                     00047400
       LOAD-ONE-ASSIGNMENT-EXIT.                                        00047500
            EXIT.                                                       00047600
      * A SECOND RATING FOR THE SAME EMPLOYEE REPLACES THE FIRST.       00047700
       LOAD-RATINGS.                                                    00047800
            OPEN INPUT RATINGS.                                         00047900
            PERFORM LOAD-ONE-RATING THRU LOAD-ONE-RATING-EXIT           00048000
               UNTIL WS-RTG-EOF.                                        00048100
            CLOSE RATINGS.                                              00048200
       LOAD-ONE-RATING.                                                 00048300
            READ RATINGS                                                00048400
              AT END                                                    00048500
                 SET WS-RTG-EOF TO TRUE                                 00048600
                 GO TO LOAD-ONE-RATING-EXIT                             00048700
            END-READ.                                                   00048800
            IF RTG-EMP-ID = SPACES THEN                                 00048900
               GO TO LOAD-ONE-RATING-EXIT                               00049000
            END-IF.                                                     00049100
            MOVE RTG-EMP-ID TO WS-WORK-ID.                              00049200
            PERFORM FIND-RATING.                                        00049300
            IF WS-ENTRY-FOUND THEN                                      00049400
               MOVE RTG-RATING TO WS-RATING-CODE (WS-RATING-IDX)        00049500
            ELSE                                                        00049600
               IF WS-RATING-COUNT < 5000 THEN                           00049700
                  ADD 1 TO WS-RATING-COUNT                              00049800
                  SET WS-RATING-IDX TO WS-RATING-COUNT                  00049900
                  MOVE RTG-EMP-ID TO WS-RATING-EMP-ID (WS-RATING-IDX)   00050000
                  MOVE RTG-RATING TO WS-RATING-CODE (WS-RATING-IDX)     00050100
               ELSE                                                     00050200
                  ADD 1 TO WS-COUNT-OVERFLOW                            00050300
               END-IF                                                   00050400
            END-IF.                                                     00050500
       LOAD-ONE-RATING-EXIT.                                            00050600
            EXIT.                                                       00050700
      * LOOKS UP WS-WORK-ID IN THE RATING TABLE.                        00050800
       FIND-RATING.                                                     00050900
            MOVE 'N' TO WS-FOUND-SW.                                    00051000
            IF WS-RATING-COUNT > 0 THEN                                 00051100
               PERFORM CHECK-ONE-RATING                                 00051200
                  VARYING WS-RATING-IDX FROM 1 BY 1                     00051300
                  UNTIL WS-RATING-IDX > WS-RATING-COUNT                 00051400
                     OR WS-ENTRY-FOUND                                  00051500
            END-IF.                                                     00051600
            IF WS-ENTRY-FOUND THEN                                      00051700
               SET WS-RATING-IDX TO WS-RATING-SAV                       00051800
            END-IF.                                                     00051900
       CHECK-ONE-RATING.                                                00052000
            IF WS-RATING-EMP-ID (WS-RATING-IDX) = WS-WORK-ID THEN       00052100
               SET WS-ENTRY-FOUND TO TRUE                               00052200
               SET WS-RATING-SAV TO WS-RATING-IDX                       00052300
            END-IF.                                                     00052400
      * LOOKS UP WS-WORK-ID IN THE GRADE ASSIGNMENTS.                   00052500
       FIND-ASSIGNMENT.                                                 00052600
            MOVE 'N' TO WS-FOUND-SW.                                    00052700
            IF WS-ASSIGN-COUNT > 0 THEN                                 00052800
               PERFORM CHECK-ONE-ASSIGNMENT                             00052900
                  VARYING WS-ASSIGN-IDX FROM 1 BY 1                     00053000
                  UNTIL WS-ASSIGN-IDX > WS-ASSIGN-COUNT                 00053100
                     OR WS-ENTRY-FOUND                                  00053200
            END-IF.                                                     00053300
            IF WS-ENTRY-FOUND THEN                                      00053400
               SET WS-ASSIGN-IDX TO WS-ASSIGN-SAV                       00053500
            END-IF.                                                     00053600
       CHECK-ONE-ASSIGNMENT.                                            00053700
            IF WS-ASSIGN-EMP-ID (WS-ASSIGN-IDX) = WS-WORK-ID THEN       00053800
               SET WS-ENTRY-FOUND TO TRUE                               00053900
               SET WS-ASSIGN-SAV TO WS-ASSIGN-IDX                       00054000
            END-IF.                                                     00054100
       READ-ONE-EMPLOYEE.                                               00054200
            READ INFILE INTO WS-FL-REC                                  00054300
              AT END                                                    00054400
                 SET WS-EOF TO TRUE                                     00054500
                 GO TO READ-ONE-EMPLOYEE-EXIT                           00054600
            END-READ.                                                   00054700
            IF HT-IS-HEADER OF WS-FL-REC-HT OR                          00054800
               HT-IS-TRAILER OF WS-FL-REC-HT THEN                       00054900
               GO TO READ-ONE-EMPLOYEE-EXIT                             00055000
            END-IF.                                                     00055100
            PERFORM PRICE-ONE-BONUS.                                    00055200
       READ-ONE-EMPLOYEE-EXIT.                                          00055300
            EXIT.                                                       00055400
      ******************************************************************00055500
      * ONE EMPLOYEE'S BONUS.  EVERY FACTOR IS KEPT FOR THE WORKSHEET  *00055600
      * SO EACH FIGURE CAN BE WORKED BACK BY HAND.                     *00055700
      ******************************************************************00055800
       PRICE-ONE-BONUS.                                                 00055900
            ADD 1 TO WS-COUNT-READ.                                     00056000
            IF FL-SALARY OF WS-FL-REC IS NUMERIC THEN                   00056100
               MOVE FL-SALARY OF WS-FL-REC TO WS-SALARY                 00056200
            ELSE                                                        00056300
               MOVE 0 TO WS-SALARY                                      00056400
            END-IF.                                                     00056500
            MOVE FL-EMP-ID OF WS-FL-REC TO WS-WORK-ID.                  00056600
            MOVE FL-DEPT-CODE OF WS-FL-REC TO WS-WORK-DEPT.             00056700
            MOVE SPACES TO WS-NOTE-TEXT.                                00056800
            MOVE SPACES TO WS-WORK-GRADE.                               00056900
            MOVE SPACES TO WS-WORK-RATING.                              00057000
            MOVE 0 TO WS-TGT-PCT.                                       00057100
            MOVE 0 TO WS-PAY-PCT.                                       00057200
            MOVE 0 TO WS-PRO-PCT.                                       00057300
            MOVE 0 TO WS-BONUS.                                         00057400
            PERFORM FIND-OR-ADD-DEPT.                                   00057500
            IF WS-ENTRY-FOUND THEN                                      00057600
               MOVE WS-DEPT-MULT (WS-DEPT-IDX) TO WS-MULT-PCT           00057700
            ELSE                                                        00057800
               MOVE 100 TO WS-MULT-PCT                                  00057900
            END-IF.                                                     00058000
            PERFORM FIND-ASSIGNMENT.                                    00058100
            IF WS-ENTRY-FOUND THEN                                      00058200
               MOVE WS-ASSIGN-GRADE (WS-ASSIGN-IDX) TO WS-WORK-GRADE    00058300
            END-IF.                                                     00058400
            PERFORM FIND-RATING.                                        00058500
            IF WS-ENTRY-FOUND THEN                                      00058600
               MOVE WS-RATING-CODE (WS-RATING-IDX) TO WS-WORK-RATING    00058700
            END-IF.                                                     00058800
            PERFORM SET-PRORATION.                                      00058900
            IF WS-NOTE-TEXT = SPACES THEN                               00059000
               PERFORM FIND-PLAN-FACTORS                                00059100
            END-IF.                                                     00059200
            IF WS-NOTE-TEXT = SPACES THEN                               00059300
               COMPUTE WS-BONUS ROUNDED =                               00059400
                  WS-SALARY * WS-TGT-PCT / 100                          00059500
                  * WS-COMPANY-MULT / 100 * WS-MULT-PCT / 100           00059600
                  * WS-PAY-PCT / 100 * WS-PRO-FACTOR                    00059700
                 ON SIZE ERROR                                          00059800
                    MOVE 0 TO WS-BONUS                                  00059900
                    MOVE 'BONUS TOO LARGE' TO WS-NOTE-TEXT              00060000
                    ADD 1 TO WS-COUNT-UNPRICED                          00060100
               END-COMPUTE                                              00060200
            END-IF.                                                     00060300
            IF WS-NOTE-TEXT = SPACES THEN                               00060400
               ADD 1 TO WS-COUNT-PRICED                                 00060500
            END-IF.                                                     00060600
            PERFORM ADD-WORKSHEET-ENTRY.                                00060700
      * TERMINATED OR NOT YET EFFECTIVE BY THE YEAR END: NO BONUS.      00060800
      * HIRED DURING THE YEAR: CALENDAR DAYS FROM FL-EFF-DATE OVER      00060900
      * THE DAYS IN THE YEAR.  ON LEAVE: THE LEAVEPCT SHARE ON TOP.     00061000
       SET-PRORATION.                                                   00061100
            MOVE 1 TO WS-PRO-FACTOR.                                    00061200
            EVALUATE TRUE                                               00061300
                WHEN FL-STATUS-TERMINATED OF WS-FL-REC-ST               00061400
                   MOVE 'TERMINATED - NOT ELIGIBLE' TO WS-NOTE-TEXT     00061500
                   ADD 1 TO WS-COUNT-INELIG                             00061600
                WHEN FL-EFF-DATE OF WS-FL-REC IS NOT NUMERIC            00061700
                   MOVE 'NO EFFECTIVE DATE' TO WS-NOTE-TEXT             00061800
                   ADD 1 TO WS-COUNT-UNPRICED                           00061900
                WHEN FL-EFF-DATE OF WS-FL-REC > WS-PLAN-END             00062000
                   MOVE 'EFFECTIVE AFTER PLAN YEAR' TO WS-NOTE-TEXT     00062100
                   ADD 1 TO WS-COUNT-INELIG                             00062200
                WHEN FL-EFF-DATE OF WS-FL-REC > WS-PLAN-START           00062300
                   MOVE FL-EFF-DATE OF WS-FL-REC TO WS-SER-DATE-N       00062400
                   PERFORM DATE-TO-SERIAL                               00062500
                   MOVE WS-SERIAL TO WS-EFF-SERIAL                      00062600
                   COMPUTE WS-DAYS-IN = WS-END-SERIAL - WS-EFF-SERIAL   00062700
                      + 1                                               00062800
                   COMPUTE WS-PRO-FACTOR ROUNDED =                      00062900
                      WS-DAYS-IN / WS-PLAN-DAYS                         00063000
                   ADD 1 TO WS-COUNT-PRORATED                           00063100
                WHEN OTHER                                              00063200
                   CONTINUE                                             00063300
            END-EVALUATE.                                               00063400
            IF WS-NOTE-TEXT = SPACES AND                                00063500
               FL-STATUS-ON-LEAVE OF WS-FL-REC-ST THEN                  00063600
               COMPUTE WS-PRO-FACTOR ROUNDED =                          00063700
                  WS-PRO-FACTOR * WS-LEAVE-PCT / 100                    00063800
               ADD 1 TO WS-COUNT-ON-LEAVE                               00063900
            END-IF.                                                     00064000
            COMPUTE WS-PRO-PCT ROUNDED = WS-PRO-FACTOR * 100.           00064100
       FIND-PLAN-FACTORS.                                               00064200
            EVALUATE TRUE                                               00064300
                WHEN WS-WORK-GRADE = SPACES                             00064400
                   MOVE 'NO GRADE ASSIGNMENT' TO WS-NOTE-TEXT           00064500
                WHEN OTHER                                              00064600
                   PERFORM FIND-TARGET                                  00064700
                   IF WS-ENTRY-FOUND THEN                               00064800
                      MOVE WS-TARGET-PCT (WS-TARGET-IDX) TO WS-TGT-PCT  00064900
                   ELSE                                                 00065000
                      MOVE 'NO TARGET FOR GRADE' TO WS-NOTE-TEXT        00065100
                   END-IF                                               00065200
            END-EVALUATE.                                               00065300
            IF WS-NOTE-TEXT = SPACES THEN                               00065400
               EVALUATE TRUE                                            00065500
                   WHEN WS-WORK-RATING = SPACES                         00065600
                      MOVE 'NO PERFORMANCE RATING' TO WS-NOTE-TEXT      00065700
                   WHEN WS-WORK-RATING IS NOT NUMERIC OR                00065800
                        WS-WORK-RATING = '0'                            00065900
                      MOVE 'RATING NOT ON CURVE' TO WS-NOTE-TEXT        00066000
                   WHEN OTHER                                           00066100
                      MOVE WS-WORK-RATING TO WS-CURVE-ROW               00066200
                      IF WS-CURVE-SET (WS-CURVE-ROW) THEN               00066300
                         MOVE WS-CURVE-PCT (WS-CURVE-ROW)               00066400
                            TO WS-PAY-PCT                               00066500
                      ELSE                                              00066600
                         MOVE 'RATING NOT ON CURVE' TO WS-NOTE-TEXT     00066700
                      END-IF                                            00066800
               END-EVALUATE                                             00066900
            END-IF.                                                     00067000
            IF WS-NOTE-TEXT NOT = SPACES THEN                           00067100
               ADD 1 TO WS-COUNT-UNPRICED                               00067200
            END-IF.                                                     00067300
       ADD-WORKSHEET-ENTRY.                                             00067400
            IF WS-REC-COUNT < 5000 THEN                                 00067500
               ADD 1 TO WS-REC-COUNT                                    00067600
               SET WS-REC-IDX TO WS-REC-COUNT                           00067700
               MOVE WS-WORK-ID TO WS-REC-EMP-ID (WS-REC-IDX)            00067800
               MOVE WS-WORK-DEPT TO WS-REC-DEPT (WS-REC-IDX)            00067900
               MOVE WS-WORK-GRADE TO WS-REC-GRADE (WS-REC-IDX)          00068000
               MOVE WS-WORK-RATING TO WS-REC-RATING (WS-REC-IDX)        00068100
               MOVE WS-SALARY TO WS-REC-SALARY (WS-REC-IDX)             00068200
               MOVE WS-TGT-PCT TO WS-REC-TGT-PCT (WS-REC-IDX)           00068300
               MOVE WS-PAY-PCT TO WS-REC-PAY-PCT (WS-REC-IDX)           00068400
               MOVE WS-MULT-PCT TO WS-REC-DEPT-MULT (WS-REC-IDX)        00068500
               MOVE WS-PRO-PCT TO WS-REC-PRO-PCT (WS-REC-IDX)           00068600
               MOVE WS-BONUS TO WS-REC-BONUS (WS-REC-IDX)               00068700
               MOVE WS-NOTE-TEXT TO WS-REC-NOTE (WS-REC-IDX)            00068800
               PERFORM FIND-OR-ADD-DEPT                                 00068900
               IF WS-ENTRY-FOUND THEN                                   00069000
                  ADD 1 TO WS-DEPT-HEADS (WS-DEPT-IDX)                  00069100
                  ADD WS-SALARY TO WS-DEPT-SALARY (WS-DEPT-IDX)         00069200
                  ADD WS-BONUS TO WS-DEPT-PAYOUT (WS-DEPT-IDX)          00069300
                  IF WS-BONUS > 0 THEN                                  00069400
                     ADD 1 TO WS-DEPT-PAID (WS-DEPT-IDX)                00069500
                  END-IF                                                00069600
               END-IF                                                   00069700
            ELSE                                                        00069800
               ADD 1 TO WS-COUNT-OVERFLOW                               00069900
            END-IF.                                                     00070000
      ******************************************************************00070100
      * EVERY DEPARTMENT PAYING A BONUS MUST BE WITHIN ITS POOL, OR    *00070200
      * NOTHING IS RELEASED.                                           *00070300
      ******************************************************************00070400
       CHECK-DEPARTMENT-POOLS.                                          00070500
            IF WS-DEPT-COUNT > 0 THEN                                   00070600
               PERFORM CHECK-ONE-POOL                                   00070700
                  VARYING WS-DEPT-IDX FROM 1 BY 1                       00070800
                  UNTIL WS-DEPT-IDX > WS-DEPT-COUNT                     00070900
            END-IF.                                                     00071000
            IF WS-COUNT-OVER-POOL > 0 THEN                              00071100
               SET WS-RUN-REFUSED TO TRUE                               00071200
            END-IF.                                                     00071300
       CHECK-ONE-POOL.                                                  00071400
            IF WS-DEPT-PAYOUT (WS-DEPT-IDX) >                           00071500
               WS-DEPT-POOL (WS-DEPT-IDX) THEN                          00071600
               ADD 1 TO WS-COUNT-OVER-POOL                              00071700
            END-IF.                                                     00071800
       WRITE-BONUS-WORKSHEETS.                                          00071900
            IF WS-DEPT-COUNT > 0 THEN                                   00072000
               PERFORM WRITE-ONE-WORKSHEET THRU WRITE-ONE-WORKSHEET-EXIT00072100
                  VARYING WS-DEPT-IDX FROM 1 BY 1                       00072200
                  UNTIL WS-DEPT-IDX > WS-DEPT-COUNT                     00072300
            END-IF.                                                     00072400
       WRITE-ONE-WORKSHEET.                                             00072500
            IF WS-DEPT-HEADS (WS-DEPT-IDX) = 0 THEN                     00072600
               GO TO WRITE-ONE-WORKSHEET-EXIT                           00072700
            END-IF.                                                     00072800
            MOVE SPACES TO RPT-LINE.                                    00072900
            WRITE RPT-LINE.                                             00073000
            MOVE WS-DEPT-HEADS (WS-DEPT-IDX) TO WS-HEADS-ED.            00073100
            MOVE WS-DEPT-MULT (WS-DEPT-IDX) TO WS-MULT-ED.              00073200
            MOVE SPACES TO RPT-LINE.                                    00073300
            STRING '---- DEPARTMENT ' WS-DEPT-CODE (WS-DEPT-IDX)        00073400
               ' - ' WS-HEADS-ED ' STAFF - MULTIPLIER ' WS-MULT-ED      00073500
               '% ----'                                                 00073600
               DELIMITED BY SIZE INTO RPT-LINE                          00073700
            END-STRING.                                                 00073800
            WRITE RPT-LINE.                                             00073900
            MOVE SPACES TO RPT-LINE.                                    00074000
            STRING '  EMPLOYEE GR R       SALARY   TGT%   PAY%'         00074100
               '  DEPT%  PRO%        BONUS'                             00074200
               DELIMITED BY SIZE INTO RPT-LINE                          00074300
            END-STRING.                                                 00074400
            WRITE RPT-LINE.                                             00074500
            PERFORM WRITE-WORKSHEET-LINE THRU WRITE-WORKSHEET-LINE-EXIT 00074600
               VARYING WS-REC-IDX FROM 1 BY 1                           00074700
               UNTIL WS-REC-IDX > WS-REC-COUNT.                         00074800
            MOVE WS-DEPT-PAYOUT (WS-DEPT-IDX) TO WS-PAYOUT-ED.          00074900
            MOVE SPACES TO RPT-LINE.                                    00075000
            STRING '  DEPARTMENT PAYOUT ' WS-PAYOUT-ED                  00075100
               DELIMITED BY SIZE INTO RPT-LINE                          00075200
            END-STRING.                                                 00075300
            WRITE RPT-LINE.                                             00075400
       WRITE-ONE-WORKSHEET-EXIT.                                        00075500
            EXIT.                                                       00075600
       WRITE-WORKSHEET-LINE.                                            00075700
            IF WS-REC-DEPT (WS-REC-IDX) NOT =                           00075800
               WS-DEPT-CODE (WS-DEPT-IDX) THEN                          00075900
               GO TO WRITE-WORKSHEET-LINE-EXIT                          00076000
            END-IF.                                                     00076100
            MOVE WS-REC-SALARY (WS-REC-IDX) TO WS-SAL-ED.               00076200
            MOVE SPACES TO RPT-LINE.                                    00076300
            IF WS-REC-NOTE (WS-REC-IDX) = SPACES THEN                   00076400
               MOVE WS-REC-TGT-PCT (WS-REC-IDX) TO WS-TGT-ED            00076500
               MOVE WS-REC-PAY-PCT (WS-REC-IDX) TO WS-PAY-ED            00076600
               MOVE WS-REC-DEPT-MULT (WS-REC-IDX) TO WS-MULT-ED         00076700
               MOVE WS-REC-PRO-PCT (WS-REC-IDX) TO WS-PRO-ED            00076800
               MOVE WS-REC-BONUS (WS-REC-IDX) TO WS-BONUS-ED            00076900
               STRING '  ' WS-REC-EMP-ID (WS-REC-IDX)                   00077000
                  ' ' WS-REC-GRADE (WS-REC-IDX)                         00077100
                  ' ' WS-REC-RATING (WS-REC-IDX)                        00077200
                  ' ' WS-SAL-ED ' ' WS-TGT-ED ' ' WS-PAY-ED             00077300
                  ' ' WS-MULT-ED ' ' WS-PRO-ED ' ' WS-BONUS-ED          00077400
                  DELIMITED BY SIZE INTO RPT-LINE                       00077500
               END-STRING                                               00077600
            ELSE                                                        00077700
               STRING '  ' WS-REC-EMP-ID (WS-REC-IDX)                   00077800
                  ' ' WS-REC-GRADE (WS-REC-IDX)                         00077900
                  ' ' WS-REC-RATING (WS-REC-IDX)                        00078000
                  ' ' WS-SAL-ED                                         00078100
                  ' *** ' WS-REC-NOTE (WS-REC-IDX) ' ***'               00078200
                  DELIMITED BY SIZE INTO RPT-LINE                       00078300
               END-STRING                                               00078400
            END-IF.                                                     00078500
            WRITE RPT-LINE.                                             00078600
       WRITE-WORKSHEET-LINE-EXIT.                                       00078700
            EXIT.                                                       00078800
       WRITE-POOL-SUMMARY.                                              00078900
            MOVE SPACES TO RPT-LINE.                                    00079000
            WRITE RPT-LINE.                                             00079100
            MOVE '---- BONUS PAYOUT AGAINST POOL BY DEPARTMENT ----'    00079200
               TO RPT-LINE.                                             00079300
            WRITE RPT-LINE.                                             00079400
            MOVE SPACES TO RPT-LINE.                                    00079500
            STRING 'DEPT HEADS  PAID           POOL         PAYOUT'     00079600
               '        VARIANCE'                                       00079700
               DELIMITED BY SIZE INTO RPT-LINE                          00079800
            END-STRING.                                                 00079900
            WRITE RPT-LINE.                                             00080000
            IF WS-DEPT-COUNT > 0 THEN                                   00080100
               PERFORM WRITE-ONE-POOL-LINE                              00080200
                  VARYING WS-DEPT-IDX FROM 1 BY 1                       00080300
                  UNTIL WS-DEPT-IDX > WS-DEPT-COUNT                     00080400
            END-IF.                                                     00080500
            MOVE WS-TOTAL-POOL TO WS-POOL-ED.                           00080600
            MOVE WS-TOTAL-PAYOUT TO WS-PAYOUT-ED.                       00080700
            COMPUTE WS-VARIANCE = WS-TOTAL-POOL - WS-TOTAL-PAYOUT.      00080800
            MOVE WS-VARIANCE TO WS-VAR-ED.                              00080900
            MOVE SPACES TO RPT-LINE.                                    00081000
            STRING 'TOTAL           ' WS-POOL-ED ' ' WS-PAYOUT-ED       00081100
               ' ' WS-VAR-ED                                            00081200
               DELIMITED BY SIZE INTO RPT-LINE                          00081300
            END-STRING.                                                 00081400
            WRITE RPT-LINE.                                             00081500
      * A DEPARTMENT WITH NO BONUSPOOL CARD HAS A POOL OF NIL, SO ANY   00081600
      * PAYOUT THERE IS OVER.                                           00081700
       WRITE-ONE-POOL-LINE.                                             00081800
            MOVE SPACES TO WS-POOL-FLAG.                                00081900
            COMPUTE WS-VARIANCE = WS-DEPT-POOL (WS-DEPT-IDX)            00082000
               - WS-DEPT-PAYOUT (WS-DEPT-IDX).                          00082100
            IF WS-VARIANCE < 0 THEN                                     00082200
               MOVE 'OVER' TO WS-POOL-FLAG                              00082300
               IF NOT WS-DEPT-HAS-POOL (WS-DEPT-IDX) THEN               00082400
                  MOVE 'NOPOOL' TO WS-POOL-FLAG                         00082500
               END-IF                                                   00082600
            END-IF.                                                     00082700
            ADD WS-DEPT-POOL (WS-DEPT-IDX) TO WS-TOTAL-POOL.            00082800
            ADD WS-DEPT-PAYOUT (WS-DEPT-IDX) TO WS-TOTAL-PAYOUT.        00082900
            ADD WS-DEPT-SALARY (WS-DEPT-IDX) TO WS-TOTAL-SALARY.        00083000
            MOVE WS-DEPT-HEADS (WS-DEPT-IDX) TO WS-HEADS-ED.            00083100
            MOVE WS-DEPT-PAID (WS-DEPT-IDX) TO WS-PAID-ED.              00083200
            MOVE WS-DEPT-POOL (WS-DEPT-IDX) TO WS-POOL-ED.              00083300
            MOVE WS-DEPT-PAYOUT (WS-DEPT-IDX) TO WS-PAYOUT-ED.          00083400
            MOVE WS-VARIANCE TO WS-VAR-ED.                              00083500
            MOVE SPACES TO RPT-LINE.                                    00083600
            STRING WS-DEPT-CODE (WS-DEPT-IDX) ' ' WS-HEADS-ED ' '       00083700
               WS-PAID-ED ' ' WS-POOL-ED ' ' WS-PAYOUT-ED ' '           00083800
               WS-VAR-ED ' ' WS-POOL-FLAG                               00083900
               DELIMITED BY SIZE INTO RPT-LINE                          00084000
            END-STRING.                                                 00084100
            WRITE RPT-LINE.                                             00084200
      * ONLY A BONUS ABOVE ZERO IS AN EARNING - PGM72 REJECTS A ZERO    00084300
      * AMOUNT AND PGM51 WOULD ADD NOTHING.                             00084400
       WRITE-ONE-EARNING.                                               00084500
            IF WS-REC-BONUS (WS-REC-IDX) > 0 THEN                       00084600
               MOVE SPACES TO ERN-OUTREC                                00084700
               MOVE WS-REC-EMP-ID (WS-REC-IDX) TO ERN-OUT-EMP-ID        00084800
               MOVE WS-REC-DEPT (WS-REC-IDX) TO ERN-OUT-DEPT            00084900
               MOVE WS-BONUS-CODE TO ERN-OUT-CODE                       00085000
               MOVE WS-REC-BONUS (WS-REC-IDX) TO ERN-OUT-AMOUNT         00085100
               MOVE WS-PAY-PERIOD TO ERN-OUT-PERIOD                     00085200
               WRITE ERN-OUTREC                                         00085300
               ADD 1 TO WS-COUNT-WRITTEN                                00085400
            END-IF.                                                     00085500
       WRITE-RUN-TOTALS.                                                00085600
            MOVE SPACES TO RPT-LINE.                                    00085700
            WRITE RPT-LINE.                                             00085800
            MOVE WS-TOTAL-SALARY TO WS-TOTAL-ED.                        00085900
            MOVE SPACES TO RPT-LINE.                                    00086000
            STRING 'TOTAL SALARY   ' WS-TOTAL-ED                        00086100
               DELIMITED BY SIZE INTO RPT-LINE                          00086200
            END-STRING.                                                 00086300
            WRITE RPT-LINE.                                             00086400
            MOVE WS-TOTAL-PAYOUT TO WS-TOTAL-ED.                        00086500
            MOVE SPACES TO RPT-LINE.                                    00086600
            STRING 'TOTAL BONUS    ' WS-TOTAL-ED                        00086700
               DELIMITED BY SIZE INTO RPT-LINE                          00086800
            END-STRING.                                                 00086900
            WRITE RPT-LINE.                                             00087000
            MOVE SPACES TO RPT-LINE.                                    00087100
            STRING 'READ ' WS-COUNT-READ                                00087200
               ' PRICED ' WS-COUNT-PRICED                               00087300
               ' PRORATED ' WS-COUNT-PRORATED                           00087400
               ' ON LEAVE ' WS-COUNT-ON-LEAVE                           00087500
               DELIMITED BY SIZE INTO RPT-LINE                          00087600
            END-STRING.                                                 00087700
            WRITE RPT-LINE.                                             00087800
            MOVE SPACES TO RPT-LINE.                                    00087900
            STRING 'NOT ELIGIBLE ' WS-COUNT-INELIG                      00088000
               ' NOT PRICED ' WS-COUNT-UNPRICED                         00088100
               ' DEPTS OVER POOL ' WS-COUNT-OVER-POOL                   00088200
               ' OVERFLOW ' WS-COUNT-OVERFLOW                           00088300
               DELIMITED BY SIZE INTO RPT-LINE                          00088400
            END-STRING.                                                 00088500
            WRITE RPT-LINE.                                             00088600
            IF WS-TARGET-COUNT = 0 OR WS-CURVE-CARDS = 0 THEN           00088700
               MOVE '*** NO BONUSTGT OR BONUSCURVE CARDS ***'           00088800
                  TO RPT-LINE                                           00088900
               WRITE RPT-LINE                                           00089000
            END-IF.                                                     00089100
            IF WS-DEPT-TABLE-FULL THEN                                  00089120
               MOVE '*** MORE THAN 50 DEPARTMENTS ***' TO RPT-LINE      00089140
               WRITE RPT-LINE                                           00089160
            END-IF.                                                     00089180
            MOVE SPACES TO RPT-LINE.                                    00089200
            IF WS-RUN-REFUSED THEN                                      00089300
               MOVE '*** RUN REFUSED - NO BONUS EARNINGS WRITTEN ***'   00089400
                  TO RPT-LINE                                           00089500
            ELSE                                                        00089600
               STRING 'BONUS EARNINGS WRITTEN ' WS-COUNT-WRITTEN        00089700
                  ' CODE ' WS-BONUS-CODE ' PERIOD ' WS-PAY-PERIOD       00089800
                  DELIMITED BY SIZE INTO RPT-LINE                       00089900
               END-STRING                                               00090000
            END-IF.                                                     00090100
            WRITE RPT-LINE.                                             00090200
       DATE-TO-SERIAL.                                                  00090300
            DIVIDE WS-SER-YYYY BY 4 GIVING WS-LEAP-4.                   00090400
            DIVIDE WS-SER-YYYY BY 100 GIVING WS-LEAP-100.               00090500
            DIVIDE WS-SER-YYYY BY 400 GIVING WS-LEAP-400.               00090600
            COMPUTE WS-SERIAL =                                         00090700
               (WS-SER-YYYY * 365) + WS-LEAP-4 - WS-LEAP-100            00090800
               + WS-LEAP-400                                            00090900
               + WS-CUMDAYS (WS-SER-MM) + WS-SER-DD.                    00091000
            IF WS-SER-MM < 3 THEN                                       00091100
               PERFORM CHECK-SERIAL-LEAP                                00091200
               IF WS-SER-LEAP-YEAR THEN                                 00091300
                  SUBTRACT 1 FROM WS-SERIAL                             00091400
               END-IF                                                   00091500
            END-IF.                                                     00091600
       CHECK-SERIAL-LEAP.                                               00091700
            MOVE 'N' TO WS-SER-LEAP-SW.                                 00091800
            DIVIDE WS-SER-YYYY BY 4 GIVING WS-LEAP-4                    00091900
               REMAINDER WS-LEAP-REM.                                   00092000
            IF WS-LEAP-REM = 0 THEN                                     00092100
               SET WS-SER-LEAP-YEAR TO TRUE                             00092200
               DIVIDE WS-SER-YYYY BY 100 GIVING WS-LEAP-100             00092300
                  REMAINDER WS-LEAP-REM                                 00092400
               IF WS-LEAP-REM = 0 THEN                                  00092500
                  MOVE 'N' TO WS-SER-LEAP-SW                            00092600
                  DIVIDE WS-SER-YYYY BY 400 GIVING WS-LEAP-400          00092700
                     REMAINDER WS-LEAP-REM                              00092800
                  IF WS-LEAP-REM = 0 THEN                               00092900
                     SET WS-SER-LEAP-YEAR TO TRUE                       00093000
                  END-IF                                                00093100
               END-IF                                                   00093200
            END-IF.                                                     00093300

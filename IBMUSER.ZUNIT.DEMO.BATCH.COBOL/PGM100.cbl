       IDENTIFICATION DIVISION.                                         00000100
       PROGRAM-ID.   PGM100.                                            00000200
      * STATUTORY MINIMUM-WAGE COMPLIANCE CHECK.  READS THE MINIMUM     00000300
      * RATE TABLE (DDMINRATE - REGION, EFFECTIVE DATE, MINIMUM         00000400
      * ANNUAL SALARY AND MINIMUM HOURLY RATE, ONE ROW PER REGION       00000500
      * PER CHANGE) AND TAKES AS EACH REGION'S RATE IN FORCE THE        00000600
      * LATEST ROW NOT AFTER THE PERIODDATE CARD'S DATE (DEFAULT THE    00000700
      * RUN DATE); ON THE SAME DATE THE LATER ROW WINS.  EVERY          00000800
      * EMPLOYEE ON THE CPFLREC EXTRACT WHO HAS NOT LEFT IS CHECKED     00000900
      * AGAINST THE RATE IN FORCE FOR THE REGION PGM05 TAGGED THEM      00001000
      * WITH (BYTES 51-54):                                             00001100
      *   SALARY  FL-SALARY BELOW THE ANNUAL MINIMUM,                   00001200
      *   RATE    A CPHRROST ROSTERED EMPLOYEE'S HOURLY RATE            00001300
      *           (DDHOURLY) BELOW THE HOURLY MINIMUM,                  00001400
      *   PERIOD  A SALARIED EMPLOYEE'S PGM51 PERIOD PAY (DDPPAYIN)     00001500
      *           BELOW THE ANNUAL MINIMUM PRORATED THE WAY PGM51       00001600
      *           PRORATES - ONE 24TH, THEN BY THE CALENDAR DAYS        00001700
      *           PAID - SO A PART-PERIOD HIRE IS HELD TO THE PART,     00001800
      *           AND A PART-TIME EMPLOYEE (PGM121 FTE HISTORY,         00001825
      *           DDFTEIN) TO THEIR LOWEST FTE FACTOR IN FORCE          00001850
      *           DURING THE PERIOD,                                    00001875
      *   HOURS   A ROSTERED EMPLOYEE'S PGM93 TIME EARNINGS             00001900
      *           (DDEARNIN - LINES CARRYING ERN-OUT-HOURS) BELOW       00002000
      *           THE HOURS PAID TIMES THE HOURLY MINIMUM.              00002100
      * THE SAME SALARY AND RATE TESTS ARE THEN RUN AGAINST EVERY       00002200
      * ROW ANNOUNCED WITH A LATER EFFECTIVE DATE, AND THE EARLIEST     00002300
      * SUCH MINIMUM EACH EMPLOYEE WOULD FALL BELOW IS FORECAST SO      00002400
      * HR CAN ACT BEFORE IT TAKES EFFECT.  THE REPORT (DDRPTOUT)       00002500
      * LISTS THE RATE TABLE, EVERY BREACH WITH THE AMOUNT PAID, THE    00002600
      * MINIMUM AND THE SHORTFALL, ANYONE WHOSE REGION HAS NO RATE IN   00002700
      * FORCE, AND THE FORECAST.  ENDS RC 08 ON ANY BREACH, A BAD       00002800
      * RATE ROW OR AN EMPTY RATE TABLE - AHEAD OF THE PAYMENT STEP     00002900
      * - AND RC 04 WHEN ONLY THE FORECAST, A REGION WITHOUT A RATE     00003000
      * OR A TABLE OVERFLOW HAS SOMETHING TO REPORT.                    00003100
       ENVIRONMENT DIVISION.                                            00003200
       INPUT-OUTPUT SECTION.                                            00003300
       FILE-CONTROL.                                                    00003400
                SELECT INFILE ASSIGN TO DDINPUT                         00003500
                ORGANIZATION IS SEQUENTIAL.                             00003600
                SELECT MINRATE ASSIGN TO DDMINRATE                      00003700
                ORGANIZATION IS SEQUENTIAL.                             00003800
                SELECT ROSTER ASSIGN TO DDHOURLY                        00003900
                ORGANIZATION IS SEQUENTIAL.                             00004000
                SELECT PPAYIN ASSIGN TO DDPPAYIN                        00004100
                ORGANIZATION IS SEQUENTIAL.                             00004200
                SELECT EARNIN ASSIGN TO DDEARNIN                        00004300
                ORGANIZATION IS SEQUENTIAL.                             00004400
                SELECT PARMFILE ASSIGN TO DDPARMIN                      00004500
                ORGANIZATION IS SEQUENTIAL.                             00004600
                SELECT RPTFILE ASSIGN TO DDRPTOUT                       00004700
                ORGANIZATION IS SEQUENTIAL.                             00004800
       DATA DIVISION.                                                   00004900
       FILE SECTION.                                                    00005000
       FD INFILE                                                        00005100
            RECORDING MODE IS F.                                        00005200
       01 FL-REC.                                                       00005300
          COPY CPFLREC.                                                 00005400
       FD MINRATE                                                       00005500
            RECORDING MODE IS F.                                        00005600
       01 MWR-REC.                                                      00005700
           05 MWR-REGION   PIC X(4).                                    00005800
           05 FILLER       PIC X(1).                                    00005900
           05 MWR-EFF-DATE PIC 9(8).                                    00006000
           05 FILLER       PIC X(1).                                    00006100
           05 MWR-ANNUAL   PIC 9(8)V99.                                 00006200
           05 FILLER       PIC X(1).                                    00006300
           05 MWR-HOURLY   PIC 9(4)V99.                                 00006400
           05 FILLER       PIC X(49).                                   00006500
       FD ROSTER                                                        00006600
            RECORDING MODE IS F.                                        00006700
       01 HR-REC.                                                       00006800
          COPY CPHRROST.                                                00006900
       FD PPAYIN                                                        00007000
            RECORDING MODE IS F.                                        00007100
       01 PPAY-REC.                                                     00007200
           05 PPAY-EMP-ID    PIC X(8).                                  00007300
           05 PPAY-DEPT      PIC X(4).                                  00007400
           05 PPAY-PER-START PIC 9(8).                                  00007500
           05 PPAY-PER-END   PIC 9(8).                                  00007600
           05 PPAY-DAYS-PAID PIC 9(3).                                  00007700
           05 PPAY-AMOUNT    PIC 9(8)V99.                               00007800
           05 FILLER         PIC X(39).                                 00007900
       01 PPAY-REC-HT REDEFINES PPAY-REC.                               00008000
          COPY CPHDRTRL.                                                00008100
       FD EARNIN                                                        00008200
            RECORDING MODE IS F.                                        00008300
       01 ERN-REC.                                                      00008400
           05 ERN-EMP-ID  PIC X(8).                                     00008500
           05 ERN-DEPT    PIC X(4).                                     00008600
           05 ERN-CODE    PIC X(2).                                     00008700
           05 ERN-AMOUNT  PIC 9(7)V99.                                  00008800
           05 ERN-PERIOD  PIC 9(6).                                     00008900
           05 ERN-HOURS-X PIC X(6).                                     00009000
           05 ERN-HOURS REDEFINES ERN-HOURS-X PIC 9(4)V99.              00009100
           05 FILLER      PIC X(45).                                    00009200
       FD PARMFILE                                                      00009300
            RECORDING MODE IS F.                                        00009400
       01 PARM-CARD.                                                    00009500
          COPY CPPARMCD.                                                00009600
       FD RPTFILE                                                       00009700
            RECORDING MODE IS F.                                        00009800
       01 RPT-LINE PIC X(80).                                           00009900
       WORKING-STORAGE SECTION.                                         00010000
       01 WS-FL-REC.                                                    00010100
          COPY CPFLREC.                                                 00010200
       01 WS-FL-REC-HT REDEFINES WS-FL-REC.                             00010300
          COPY CPHDRTRL.                                                00010400
       01 WS-FL-REC-ST REDEFINES WS-FL-REC.                             00010500
          COPY CPFLSTAT.                                                00010600
       01 WS-FL-REC-RG REDEFINES WS-FL-REC.                             00010700
           05 FILLER          PIC X(50).                                00010800
           05 WS-FL-REGION    PIC X(4).                                 00010900
           05 FILLER          PIC X(26).                                00011000
       01 WS-EOF-SW PIC X(1) VALUE 'N'.                                 00011100
           88 WS-EOF           VALUE 'Y'.                               00011200
       01 WS-MWR-EOF-SW PIC X(1) VALUE 'N'.                             00011300
           88 WS-MWR-EOF       VALUE 'Y'.                               00011400
       01 WS-HR-EOF-SW PIC X(1) VALUE 'N'.                              00011500
           88 WS-HR-EOF        VALUE 'Y'.                               00011600
       01 WS-PPAY-EOF-SW PIC X(1) VALUE 'N'.                            00011700
           88 WS-PPAY-EOF      VALUE 'Y'.                               00011800
       01 WS-EARN-EOF-SW PIC X(1) VALUE 'N'.                            00011900
           88 WS-EARN-EOF      VALUE 'Y'.                               00012000
       01 WS-PARM-EOF-SW PIC X(1) VALUE 'N'.                            00012100
           88 WS-PARM-EOF      VALUE 'Y'.                               00012200
       01 WS-PERIOD-DATE  PIC 9(8) VALUE 0.                             00012300
      * THE WHOLE RATE TABLE - IN FORCE, SUPERSEDED AND ANNOUNCED.      00012400
       01 WS-RATE-COUNT PIC 9(3) COMP VALUE 0.                          00012500
       01 WS-RATE-TABLE.                                                00012600
           05 WS-RATE-ENTRY OCCURS 200 TIMES                            00012700
                             INDEXED BY WS-RATE-IDX WS-RATE-SAV         00012800
                                        WS-ROW-IDX.                     00012900
               10 WS-RATE-REGION  PIC X(4).                             00013000
               10 WS-RATE-EFF     PIC 9(8).                             00013100
               10 WS-RATE-ANNUAL  PIC 9(8)V99.                          00013200
               10 WS-RATE-HOURLY  PIC 9(4)V99.                          00013300
       01 WS-HOURLY-COUNT PIC 9(4) COMP VALUE 0.                        00013400
       01 WS-HOURLY-TABLE.                                              00013500
           05 WS-HOURLY-ENTRY OCCURS 1000 TIMES                         00013600
                               INDEXED BY WS-HOURLY-IDX                 00013700
                                          WS-HOURLY-SAV.                00013800
               10 WS-HOURLY-EMP-ID PIC X(8).                            00013900
               10 WS-HOURLY-RATE   PIC 9(4)V99.                         00014000
      * EVERY EMPLOYEE STILL ON THE BOOKS, WITH THEIR TIME EARNINGS     00014100
      * AND THE HOURS THOSE EARNINGS PAY.                               00014200
       01 WS-EMP-COUNT PIC 9(5) COMP VALUE 0.                           00014300
       01 WS-EMP-TABLE.                                                 00014400
           05 WS-EMP-ENTRY OCCURS 5000 TIMES                            00014500
                            INDEXED BY WS-EMP-IDX WS-EMP-SAV.           00014600
               10 WS-EMP-ID         PIC X(8).                           00014700
               10 WS-EMP-NAME       PIC X(20).                          00014800
               10 WS-EMP-DEPT       PIC X(4).                           00014900
               10 WS-EMP-REGION     PIC X(4).                           00015000
               10 WS-EMP-SALARY     PIC 9(8)V99.                        00015100
               10 WS-EMP-HOURLY-SW  PIC X(1).                           00015200
                   88 WS-EMP-HOURLY     VALUE 'Y'.                      00015300
               10 WS-EMP-RATE       PIC 9(4)V99.                        00015400
               10 WS-EMP-TIME-PAY   PIC 9(8)V99.                        00015500
               10 WS-EMP-TIME-HOURS PIC 9(5)V99.                        00015600
       01 WS-FOUND-SW PIC X(1) VALUE 'N'.                               00015700
           88 WS-ENTRY-FOUND   VALUE 'Y'.                               00015800
       01 WS-MIN-FOUND-SW PIC X(1) VALUE 'N'.                           00015900
           88 WS-MIN-FOUND     VALUE 'Y'.                               00016000
       01 WS-WORK-ID      PIC X(8) VALUE SPACES.                        00016100
       01 WS-WORK-REGION  PIC X(4) VALUE SPACES.                        00016200
       01 WS-MIN-EFF-DATE PIC 9(8) VALUE 0.                             00016300
       01 WS-MIN-ANNUAL   PIC 9(8)V99 VALUE 0.                          00016400
       01 WS-MIN-HOURLY   PIC 9(4)V99 VALUE 0.                          00016500
      * PRORATION WORK - THE SAME SERIAL-DAY ARITHMETIC AS PGM51.       00016600
       01 WS-SER-DATE.                                                  00016700
           05 WS-SER-YYYY PIC 9(4).                                     00016800
           05 WS-SER-MM   PIC 9(2).                                     00016900
           05 WS-SER-DD   PIC 9(2).                                     00017000
       01 WS-CUMDAYS-VALUES.                                            00017100
           05 FILLER PIC X(36) VALUE                                    00017200
              '000031059090120151181212243273304334'.                   00017300
       01 WS-CUMDAYS-TABLE REDEFINES WS-CUMDAYS-VALUES.                 00017400
           05 WS-CUMDAYS PIC 9(3) OCCURS 12 TIMES.                      00017500
       01 WS-SERIAL       PIC S9(9) VALUE 0.                            00017600
       01 WS-LEAP-4       PIC S9(7) VALUE 0.                            00017700
       01 WS-LEAP-100     PIC S9(7) VALUE 0.                            00017800
       01 WS-LEAP-400     PIC S9(7) VALUE 0.                            00017900
       01 WS-LEAP-REM     PIC S9(7) VALUE 0.                            00018000
       01 WS-SER-LEAP-SW  PIC X(1) VALUE 'N'.                           00018100
           88 WS-SER-LEAP-YEAR VALUE 'Y'.                               00018200
       01 WS-START-SERIAL PIC S9(9) VALUE 0.                            00018300
       01 WS-END-SERIAL   PIC S9(9) VALUE 0.                            00018400
       01 WS-PERIOD-DAYS  PIC S9(5) VALUE 0.                            00018500
       01 WS-MIN-FULL     PIC 9(8)V99 VALUE 0.                          00018600
       01 WS-MIN-PERIOD   PIC 9(8)V99 VALUE 0.                          00018700
       01 WS-MIN-TIME-PAY PIC 9(8)V99 VALUE 0.                          00018800
      * FTE WORK - THE PERIOD MINIMUM IS SCALED TO THE FTE SHARE.       00018812
       01 WS-FTE-PGM      PIC X(8) VALUE 'PGM121'.                      00018825
       01 WS-FTE-REQUEST.                                               00018837
          COPY CPFTERQ.                                                 00018850
       01 WS-FTE-LOW      PIC 9V99 VALUE 0.                             00018862
       01 WS-FTE-DONE-SW  PIC X(1) VALUE 'N'.                           00018875
           88 WS-FTE-DONE      VALUE 'Y'.                               00018887
      * ONE FINDING LINE - FILLED IN BEFORE WRITE-FINDING-LINE.         00018900
       01 WS-FIND-TEST    PIC X(6) VALUE SPACES.                        00019000
       01 WS-FIND-ACTUAL  PIC 9(8)V99 VALUE 0.                          00019100
       01 WS-FIND-MINIMUM PIC 9(8)V99 VALUE 0.                          00019200
       01 WS-FIND-SHORT   PIC 9(8)V99 VALUE 0.                          00019300
       01 WS-FC-TEST      PIC X(6) VALUE SPACES.                        00019400
       01 WS-FC-MINIMUM   PIC 9(8)V99 VALUE 0.                          00019500
       01 WS-FC-EFF-DATE  PIC 9(8) VALUE 0.                             00019600
       01 WS-ROW-STATUS   PIC X(10) VALUE SPACES.                       00019700
       01 WS-AMT-ED       PIC Z,ZZZ,ZZ9.99.                             00019800
       01 WS-MIN-ED       PIC Z,ZZZ,ZZ9.99.                             00019900
       01 WS-SHORT-ED     PIC Z,ZZZ,ZZ9.99.                             00020000
       01 WS-HOURLY-ED    PIC Z,ZZ9.99.                                 00020100
       01 WS-COUNT-READ      PIC 9(7) VALUE 0.                          00020200
       01 WS-COUNT-TERMSKIP  PIC 9(7) VALUE 0.                          00020300
       01 WS-COUNT-CHECKED   PIC 9(7) VALUE 0.                          00020400
       01 WS-COUNT-BREACHES  PIC 9(7) VALUE 0.                          00020500
       01 WS-COUNT-SALARY    PIC 9(7) VALUE 0.                          00020600
       01 WS-COUNT-RATE      PIC 9(7) VALUE 0.                          00020700
       01 WS-COUNT-PERIOD    PIC 9(7) VALUE 0.                          00020800
       01 WS-COUNT-HOURS     PIC 9(7) VALUE 0.                          00020900
       01 WS-COUNT-NORATE    PIC 9(7) VALUE 0.                          00021000
       01 WS-COUNT-FORECAST  PIC 9(7) VALUE 0.                          00021100
       01 WS-COUNT-BADROW    PIC 9(7) VALUE 0.                          00021200
       01 WS-COUNT-PPAY      PIC 9(7) VALUE 0.                          00021300
       01 WS-COUNT-NOTEMP    PIC 9(7) VALUE 0.                          00021400
       01 WS-COUNT-OVERFLOW  PIC 9(7) VALUE 0.                          00021500
       01 WS-RETCD.                                                     00021600
           COPY CPRETCD.                                                00021700
       01 WS-AUD-START-DATE PIC 9(8).                                   00021800
       PROCEDURE DIVISION.                                              00021900
       MAIN-ROUTINE.                                                    00022000
            ACCEPT WS-AUD-START-DATE FROM DATE YYYYMMDD.                00022100
            MOVE WS-AUD-START-DATE TO WS-PERIOD-DATE.                   00022200
            PERFORM READ-COMPLY-PARMS.                                  00022300
            OPEN OUTPUT RPTFILE.                                        00022400
            MOVE SPACES TO RPT-LINE.                                    00022500
            STRING '---- PGM100 MINIMUM-WAGE COMPLIANCE AS AT '         00022600
               WS-PERIOD-DATE ' ----'                                   00022700
               DELIMITED BY SIZE INTO RPT-LINE                          00022800
            END-STRING.                                                 00022900
            WRITE RPT-LINE.                                             00023000
            PERFORM LOAD-RATE-TABLE.                                    00023100
            PERFORM LOAD-HOURLY-ROSTER.                                 00023200
            PERFORM LOAD-EMPLOYEES.                                     00023300
            PERFORM LOAD-TIME-EARNINGS.                                 00023400
            PERFORM WRITE-RATE-TABLE.                                   00023500
            MOVE SPACES TO RPT-LINE.                                    00023600
            WRITE RPT-LINE.                                             00023700
            MOVE '---- BREACHES OF THE MINIMUM IN FORCE ----' TO        00023800
               RPT-LINE.                                                00023900
            WRITE RPT-LINE.                                             00024000
            MOVE SPACES TO RPT-LINE.                                    00024100
            STRING 'EMPLOYEE DEPT REGN TEST         ACTUAL'             00024200
               '      MINIMUM    SHORTFALL NAME'                        00024300
               DELIMITED BY SIZE INTO RPT-LINE                          00024400
            END-STRING.                                                 00024500
            WRITE RPT-LINE.                                             00024600
            IF WS-EMP-COUNT > 0 THEN                                    00024700
               PERFORM CHECK-BASE-PAY                                   00024800
                  VARYING WS-EMP-IDX FROM 1 BY 1                        00024900
                  UNTIL WS-EMP-IDX > WS-EMP-COUNT                       00025000
            END-IF.                                                     00025100
            PERFORM CHECK-PERIOD-PAY.                                   00025200
            IF WS-EMP-COUNT > 0 THEN                                    00025300
               PERFORM CHECK-TIME-PAY                                   00025400
                  VARYING WS-EMP-IDX FROM 1 BY 1                        00025500
                  UNTIL WS-EMP-IDX > WS-EMP-COUNT                       00025600
            END-IF.                                                     00025700
            MOVE SPACES TO RPT-LINE.                                    00025800
            WRITE RPT-LINE.                                             00025900
            MOVE '---- FORECAST AGAINST ANNOUNCED MINIMUMS ----' TO     00026000
               RPT-LINE.                                                00026100
            WRITE RPT-LINE.                                             00026200
            MOVE SPACES TO RPT-LINE.                                    00026300
            STRING 'EMPLOYEE DEPT REGN TEST         ACTUAL'             00026400
               '      MINIMUM    EFFECTIVE NAME'                        00026500
               DELIMITED BY SIZE INTO RPT-LINE                          00026600
            END-STRING.                                                 00026700
            WRITE RPT-LINE.                                             00026800
            IF WS-EMP-COUNT > 0 THEN                                    00026900
               PERFORM FORECAST-ONE-EMPLOYEE                            00027000
                  VARYING WS-EMP-IDX FROM 1 BY 1                        00027100
                  UNTIL WS-EMP-IDX > WS-EMP-COUNT                       00027200
            END-IF.                                                     00027300
            PERFORM WRITE-COMPLY-SUMMARY.                               00027400
            CLOSE RPTFILE.                                              00027500
            SET WS-RC-OK TO TRUE.                                       00027600
            IF WS-COUNT-NORATE > 0 OR WS-COUNT-FORECAST > 0 OR          00027700
               WS-COUNT-NOTEMP > 0 OR WS-COUNT-OVERFLOW > 0 THEN        00027800
               SET WS-RC-WARNING TO TRUE                                00027900
            END-IF.                                                     00028000
            IF WS-COUNT-BREACHES > 0 OR WS-COUNT-BADROW > 0 OR          00028100
               WS-RATE-COUNT = 0 THEN                                   00028200
               SET WS-RC-DATA-ERROR TO TRUE                             00028300
            END-IF.                                                     00028400
            MOVE WS-RETURN-CODE TO RETURN-CODE.                         00028500
            GOBACK.                                                     00028600
       READ-COMPLY-PARMS.                                               00028700
            OPEN INPUT PARMFILE.                                        00028800
            PERFORM UNTIL WS-PARM-EOF                                   00028900
               READ PARMFILE                                            00029000
                 AT END SET WS-PARM-EOF TO TRUE                         00029100
                 NOT AT END PERFORM APPLY-PARM-CARD                     00029200
               END-READ                                                 00029300
            END-PERFORM.                                                00029400
            CLOSE PARMFILE.                                             00029500
       APPLY-PARM-CARD.                                                 00029600
            EVALUATE PARM-KEY                                           00029700
                WHEN 'PERIODDATE'                                       00029800
                   IF PARM-VALUE-NUM > 0 THEN                           00029900
                      MOVE PARM-VALUE-NUM TO WS-PERIOD-DATE             00030000
                   END-IF                                               00030100
                WHEN OTHER                                              00030200
                   CONTINUE                                             00030300
            END-EVALUATE.                                               00030400
      * A ROW WITH NO REGION OR A NON-NUMERIC DATE OR RATE IS           00030500
      * LISTED AND FAILS THE STEP - A MISKEYED MINIMUM MUST NOT         00030600
      * QUIETLY LET A BREACH THROUGH.                                   00030700
       LOAD-RATE-TABLE.                                                 00030800
            OPEN INPUT MINRATE.                                         00030900
            PERFORM UNTIL WS-MWR-EOF                                    00031000
               READ MINRATE                                             00031100
                 AT END SET WS-MWR-EOF TO TRUE                          00031200
                 NOT AT END                                             00031300
                    IF MWR-REGION = SPACES OR                           00031400
                       MWR-EFF-DATE IS NOT NUMERIC OR                   00031500
                       MWR-ANNUAL IS NOT NUMERIC OR                     00031600
                       MWR-HOURLY IS NOT NUMERIC THEN                   00031700
                       ADD 1 TO WS-COUNT-BADROW                         00031800
                       MOVE SPACES TO RPT-LINE                          00031900
                       STRING 'BAD RATE ROW: ' MWR-REC (1:40)           00032000
                          DELIMITED BY SIZE INTO RPT-LINE               00032100
                       END-STRING                                       00032200
                       WRITE RPT-LINE                                   00032300
                    ELSE                                                00032400
                       IF WS-RATE-COUNT < 200 THEN                      00032500
                          ADD 1 TO WS-RATE-COUNT                        00032600
                          SET WS-RATE-IDX TO WS-RATE-COUNT              00032700
                          MOVE MWR-REGION                               00032800
                             TO WS-RATE-REGION (WS-RATE-IDX)            00032900
                          MOVE MWR-EFF-DATE                             00033000
                             TO WS-RATE-EFF (WS-RATE-IDX)               00033100
                          MOVE MWR-ANNUAL                               00033200
                             TO WS-RATE-ANNUAL (WS-RATE-IDX)            00033300
                          MOVE MWR-HOURLY                               00033400
                             TO WS-RATE-HOURLY (WS-RATE-IDX)            00033500
                       ELSE                                             00033600
                          ADD 1 TO WS-COUNT-OVERFLOW                    00033700
                       END-IF                                           00033800
                    END-IF                                              00033900
               END-READ                                                 00034000
            END-PERFORM.                                                00034100
            CLOSE MINRATE.                                              00034200
       LOAD-HOURLY-ROSTER.                                              00034300
            OPEN INPUT ROSTER.                                          00034400
            PERFORM UNTIL WS-HR-EOF                                     00034500
               READ ROSTER                                              00034600
                 AT END SET WS-HR-EOF TO TRUE                           00034700
                 NOT AT END                                             00034800
                    IF HR-EMP-ID NOT = SPACES THEN                      00034900
                       IF WS-HOURLY-COUNT < 1000 THEN                   00035000
                          ADD 1 TO WS-HOURLY-COUNT                      00035100
                          SET WS-HOURLY-IDX TO WS-HOURLY-COUNT          00035200
                          MOVE HR-EMP-ID                                00035300
                             TO WS-HOURLY-EMP-ID (WS-HOURLY-IDX)        00035400
                          IF HR-RATE IS NUMERIC THEN                    00035500
                             MOVE HR-RATE                               00035600
                                TO WS-HOURLY-RATE (WS-HOURLY-IDX)       00035700
                          ELSE                                          00035800
                             MOVE 0 TO WS-HOURLY-RATE (WS-HOURLY-IDX)   00035900
                          END-IF                                        00036000
                       ELSE                                             00036100
                          ADD 1 TO WS-COUNT-OVERFLOW                    00036200
                       END-IF                                           00036300
                    END-IF                                              00036400
               END-READ                                                 00036500
            END-PERFORM.                                                00036600
            CLOSE ROSTER.                                               00036700
      * A TERMINATED EMPLOYEE IS NOT CHECKED; ONE ON LEAVE IS.          00036800
       LOAD-EMPLOYEES.                                                  00036900
            OPEN INPUT INFILE.                                          00037000
            PERFORM UNTIL WS-EOF                                        00037100
               READ INFILE INTO WS-FL-REC                               00037200
                 AT END SET WS-EOF TO TRUE                              00037300
                 NOT AT END                                             00037400
                    IF HT-IS-HEADER OF WS-FL-REC-HT OR                  00037500
                       HT-IS-TRAILER OF WS-FL-REC-HT THEN               00037600
                       CONTINUE                                         00037700
                    ELSE                                                00037800
                       PERFORM LOAD-ONE-EMPLOYEE                        00037900
                    END-IF                                              00038000
               END-READ                                                 00038100
            END-PERFORM.                                                00038200
            CLOSE INFILE.                                               00038300
       LOAD-ONE-EMPLOYEE.                                               00038400
            ADD 1 TO WS-COUNT-READ.                                     00038500
            IF FL-STATUS-TERMINATED OF WS-FL-REC-ST THEN                00038600
               ADD 1 TO WS-COUNT-TERMSKIP                               00038700
            ELSE                                                        00038800
               IF WS-EMP-COUNT < 5000 THEN                              00038900
                  ADD 1 TO WS-EMP-COUNT                                 00039000
                  SET WS-EMP-IDX TO WS-EMP-COUNT                        00039100
                  MOVE FL-EMP-ID OF WS-FL-REC TO WS-EMP-ID (WS-EMP-IDX) 00039200
                  MOVE FL-NAME OF WS-FL-REC TO WS-EMP-NAME (WS-EMP-IDX) 00039300
                  MOVE FL-DEPT-CODE OF WS-FL-REC                        00039400
                     TO WS-EMP-DEPT (WS-EMP-IDX)                        00039500
                  MOVE WS-FL-REGION TO WS-EMP-REGION (WS-EMP-IDX)       00039600
                  IF FL-SALARY OF WS-FL-REC IS NUMERIC THEN             00039700
                     MOVE FL-SALARY OF WS-FL-REC                        00039800
                        TO WS-EMP-SALARY (WS-EMP-IDX)                   00039900
                  ELSE                                                  00040000
                     MOVE 0 TO WS-EMP-SALARY (WS-EMP-IDX)               00040100
                  END-IF                                                00040200
                  MOVE 'N' TO WS-EMP-HOURLY-SW (WS-EMP-IDX)             00040300
                  MOVE 0 TO WS-EMP-RATE (WS-EMP-IDX)                    00040400
                  MOVE 0 TO WS-EMP-TIME-PAY (WS-EMP-IDX)                00040500
                  MOVE 0 TO WS-EMP-TIME-HOURS (WS-EMP-IDX)              00040600
                  MOVE FL-EMP-ID OF WS-FL-REC TO WS-WORK-ID             00040700
                  PERFORM FIND-HOURLY-EMPLOYEE                          00040800
                  IF WS-ENTRY-FOUND THEN                                00040900
                     SET WS-EMP-HOURLY (WS-EMP-IDX) TO TRUE             00041000
                     MOVE WS-HOURLY-RATE (WS-HOURLY-IDX)                00041100
                        TO WS-EMP-RATE (WS-EMP-IDX)                     00041200
                  END-IF                                                00041300
               ELSE                                                     00041400
                  ADD 1 TO WS-COUNT-OVERFLOW                            00041500
               END-IF                                                   00041600
            END-IF.                                                     00041700
      * LOOKS UP WS-WORK-ID ON THE HOURLY ROSTER.                       00041800
       FIND-HOURLY-EMPLOYEE.                                            00041900
            MOVE 'N' TO WS-FOUND-SW.                                    00042000
            IF WS-HOURLY-COUNT > 0 THEN                                 00042100
               PERFORM VARYING WS-HOURLY-IDX FROM 1 BY 1                00042200
                  UNTIL WS-HOURLY-IDX > WS-HOURLY-COUNT                 00042300
                     OR WS-ENTRY-FOUND                                  00042400
                  IF WS-HOURLY-EMP-ID (WS-HOURLY-IDX) = WS-WORK-ID      00042500
                     SET WS-ENTRY-FOUND TO TRUE                         00042600
                     SET WS-HOURLY-SAV TO WS-HOURLY-IDX                 00042700
                  END-IF                                                00042800
               END-PERFORM                                              00042900
            END-IF.                                                     00043000
            IF WS-ENTRY-FOUND THEN                                      00043100
               SET WS-HOURLY-IDX TO WS-HOURLY-SAV                       00043200
            END-IF.                                                     00043300
      * LOOKS UP WS-WORK-ID IN THE EMPLOYEE TABLE.                      00043400
       FIND-EMPLOYEE.                                                   00043500
            MOVE 'N' TO WS-FOUND-SW.                                    00043600
            IF WS-EMP-COUNT > 0 THEN                                    00043700
               PERFORM VARYING WS-EMP-IDX FROM 1 BY 1                   00043800
                  UNTIL WS-EMP-IDX > WS-EMP-COUNT                       00043900
                     OR WS-ENTRY-FOUND                                  00044000
                  IF WS-EMP-ID (WS-EMP-IDX) = WS-WORK-ID THEN           00044100
                     SET WS-ENTRY-FOUND TO TRUE                         00044200
                     SET WS-EMP-SAV TO WS-EMP-IDX                       00044300
                  END-IF                                                00044400
               END-PERFORM                                              00044500
            END-IF.                                                     00044600
            IF WS-ENTRY-FOUND THEN                                      00044700
               SET WS-EMP-IDX TO WS-EMP-SAV                             00044800
            END-IF.                                                     00044900
      * ONLY PGM93 TIME EARNINGS CARRY THE HOURS THEY PAY - ANY         00045000
      * OTHER EARNINGS LINE IS NOT PART OF THE HOURLY TEST.             00045100
       LOAD-TIME-EARNINGS.                                              00045200
            OPEN INPUT EARNIN.                                          00045300
            PERFORM UNTIL WS-EARN-EOF                                   00045400
               READ EARNIN                                              00045500
                 AT END SET WS-EARN-EOF TO TRUE                         00045600
                 NOT AT END                                             00045700
                    IF ERN-HOURS-X IS NUMERIC AND                       00045800
                       ERN-AMOUNT IS NUMERIC THEN                       00045900
                       MOVE ERN-EMP-ID TO WS-WORK-ID                    00046000
                       PERFORM FIND-EMPLOYEE                            00046100
                       IF WS-ENTRY-FOUND THEN                           00046200
                          ADD ERN-AMOUNT                                00046300
                             TO WS-EMP-TIME-PAY (WS-EMP-IDX)            00046400
                          ADD ERN-HOURS                                 00046500
                             TO WS-EMP-TIME-HOURS (WS-EMP-IDX)          00046600
                       END-IF                                           00046700
                    END-IF                                              00046800
               END-READ                                                 00046900
            END-PERFORM.                                                00047000
            CLOSE EARNIN.                                               00047100
      * THE RATE IN FORCE FOR WS-WORK-REGION ON THE PERIOD DATE -       00047200
      * WS-RATE-SAV IS LEFT ON ITS ROW.                                 00047300
       FIND-RATE-IN-FORCE.                                              00047400
            MOVE 'N' TO WS-MIN-FOUND-SW.                                00047500
            MOVE 0 TO WS-MIN-EFF-DATE.                                  00047600
            IF WS-RATE-COUNT > 0 THEN                                   00047700
               PERFORM VARYING WS-RATE-IDX FROM 1 BY 1                  00047800
                  UNTIL WS-RATE-IDX > WS-RATE-COUNT                     00047900
                  IF WS-RATE-REGION (WS-RATE-IDX) = WS-WORK-REGION AND  00048000
                     WS-RATE-EFF (WS-RATE-IDX) NOT > WS-PERIOD-DATE AND 00048100
                     WS-RATE-EFF (WS-RATE-IDX) >= WS-MIN-EFF-DATE THEN  00048200
                     SET WS-MIN-FOUND TO TRUE                           00048300
                     SET WS-RATE-SAV TO WS-RATE-IDX                     00048400
                     MOVE WS-RATE-EFF (WS-RATE-IDX) TO WS-MIN-EFF-DATE  00048500
                  END-IF                                                00048600
               END-PERFORM                                              00048700
            END-IF.                                                     00048800
            IF WS-MIN-FOUND THEN                                        00048900
               MOVE WS-RATE-ANNUAL (WS-RATE-SAV) TO WS-MIN-ANNUAL       00049000
               MOVE WS-RATE-HOURLY (WS-RATE-SAV) TO WS-MIN-HOURLY       00049100
            ELSE                                                        00049200
               MOVE 0 TO WS-MIN-ANNUAL                                  00049300
               MOVE 0 TO WS-MIN-HOURLY                                  00049400
            END-IF.                                                     00049500
       WRITE-RATE-TABLE.                                                00049600
            MOVE SPACES TO RPT-LINE.                                    00049700
            WRITE RPT-LINE.                                             00049800
            MOVE '---- MINIMUM RATE TABLE ----' TO RPT-LINE.            00049900
            WRITE RPT-LINE.                                             00050000
            MOVE 'REGN EFFECTIVE   ANNUAL MIN HOURLY MIN STATUS'        00050100
               TO RPT-LINE.                                             00050200
            WRITE RPT-LINE.                                             00050300
            IF WS-RATE-COUNT > 0 THEN                                   00050400
               PERFORM WRITE-ONE-RATE-ROW                               00050500
                  VARYING WS-ROW-IDX FROM 1 BY 1                        00050600
                  UNTIL WS-ROW-IDX > WS-RATE-COUNT                      00050700
            ELSE                                                        00050800
               MOVE 'NO MINIMUM RATES LOADED' TO RPT-LINE               00050900
               WRITE RPT-LINE                                           00051000
            END-IF.                                                     00051100
       WRITE-ONE-RATE-ROW.                                              00051200
            MOVE WS-RATE-REGION (WS-ROW-IDX) TO WS-WORK-REGION.         00051300
            PERFORM FIND-RATE-IN-FORCE.                                 00051400
            EVALUATE TRUE                                               00051500
                WHEN WS-MIN-FOUND AND WS-RATE-SAV = WS-ROW-IDX          00051600
                   MOVE 'IN FORCE' TO WS-ROW-STATUS                     00051700
                WHEN WS-RATE-EFF (WS-ROW-IDX) > WS-PERIOD-DATE          00051800
                   MOVE 'ANNOUNCED' TO WS-ROW-STATUS                    00051900
                WHEN OTHER                                              00052000
                   MOVE 'SUPERSEDED' TO WS-ROW-STATUS                   00052100
            END-EVALUATE.                                               00052200
            MOVE WS-RATE-ANNUAL (WS-ROW-IDX) TO WS-AMT-ED.              00052300
            MOVE WS-RATE-HOURLY (WS-ROW-IDX) TO WS-HOURLY-ED.           00052400
            MOVE SPACES TO RPT-LINE.                                    00052500
            STRING WS-RATE-REGION (WS-ROW-IDX) ' '                      00052600
               WS-RATE-EFF (WS-ROW-IDX) ' ' WS-AMT-ED                   00052700
               '   ' WS-HOURLY-ED ' ' WS-ROW-STATUS                     00052800
               DELIMITED BY SIZE INTO RPT-LINE                          00052900
            END-STRING.                                                 00053000
            WRITE RPT-LINE.                                             00053100
      * THE EXTRACT'S OWN PAY: ANNUAL SALARY, OR THE ROSTER RATE        00053200
      * FOR AN HOURLY EMPLOYEE WHOSE FL-SALARY IS NOT PAID.             00053300
       CHECK-BASE-PAY.                                                  00053400
            ADD 1 TO WS-COUNT-CHECKED.                                  00053500
            MOVE WS-EMP-REGION (WS-EMP-IDX) TO WS-WORK-REGION.          00053600
            PERFORM FIND-RATE-IN-FORCE.                                 00053700
            IF NOT WS-MIN-FOUND THEN                                    00053800
               ADD 1 TO WS-COUNT-NORATE                                 00053900
               MOVE SPACES TO RPT-LINE                                  00054000
               STRING WS-EMP-ID (WS-EMP-IDX) ' '                        00054100
                  WS-EMP-DEPT (WS-EMP-IDX) ' '                          00054200
                  WS-EMP-REGION (WS-EMP-IDX)                            00054300
                  ' NORATE NO MINIMUM IN FORCE FOR THE REGION'          00054400
                  DELIMITED BY SIZE INTO RPT-LINE                       00054500
               END-STRING                                               00054600
               WRITE RPT-LINE                                           00054700
            ELSE                                                        00054800
               IF WS-EMP-HOURLY (WS-EMP-IDX) THEN                       00054900
                  IF WS-EMP-RATE (WS-EMP-IDX) < WS-MIN-HOURLY THEN      00055000
                     ADD 1 TO WS-COUNT-RATE                             00055100
                     MOVE 'RATE' TO WS-FIND-TEST                        00055200
                     MOVE WS-EMP-RATE (WS-EMP-IDX) TO WS-FIND-ACTUAL    00055300
                     MOVE WS-MIN-HOURLY TO WS-FIND-MINIMUM              00055400
                     PERFORM WRITE-FINDING-LINE                         00055500
                  END-IF                                                00055600
               ELSE                                                     00055700
                  IF WS-EMP-SALARY (WS-EMP-IDX) < WS-MIN-ANNUAL THEN    00055800
                     ADD 1 TO WS-COUNT-SALARY                           00055900
                     MOVE 'SALARY' TO WS-FIND-TEST                      00056000
                     MOVE WS-EMP-SALARY (WS-EMP-IDX) TO WS-FIND-ACTUAL  00056100
                     MOVE WS-MIN-ANNUAL TO WS-FIND-MINIMUM              00056200
                     PERFORM WRITE-FINDING-LINE                         00056300
                  END-IF                                                00056400
               END-IF                                                   00056500
            END-IF.                                                     00056600
      * A SALARIED EMPLOYEE'S PERIOD PAY AGAINST THE MINIMUM PRORATED   00056700
      * EXACTLY AS PGM51 PRORATES THE SALARY, SO AN EMPLOYEE PAID THE   00056800
      * MINIMUM IS NOT SHORT BY A ROUNDING PENNY.  ROSTERED STAFF       00056900
      * ARE TESTED ON THEIR HOURS INSTEAD.                              00057000
       CHECK-PERIOD-PAY.                                                00057100
            INITIALIZE WS-FTE-REQUEST.                                  00057150
            OPEN INPUT PPAYIN.                                          00057200
            PERFORM UNTIL WS-PPAY-EOF                                   00057300
               READ PPAYIN                                              00057400
                 AT END SET WS-PPAY-EOF TO TRUE                         00057500
                 NOT AT END                                             00057600
                    IF HT-IS-HEADER OF PPAY-REC-HT OR                   00057700
                       HT-IS-TRAILER OF PPAY-REC-HT THEN                00057800
                       CONTINUE                                         00057900
                    ELSE                                                00058000
                       PERFORM CHECK-ONE-PERIOD-PAY                     00058100
                    END-IF                                              00058200
               END-READ                                                 00058300
            END-PERFORM.                                                00058400
            CLOSE PPAYIN.                                               00058500
       CHECK-ONE-PERIOD-PAY.                                            00058600
            ADD 1 TO WS-COUNT-PPAY.                                     00058700
            MOVE PPAY-EMP-ID TO WS-WORK-ID.                             00058800
            PERFORM FIND-EMPLOYEE.                                      00058900
            IF NOT WS-ENTRY-FOUND THEN                                  00059000
               ADD 1 TO WS-COUNT-NOTEMP                                 00059100
               MOVE SPACES TO RPT-LINE                                  00059200
               STRING PPAY-EMP-ID ' ' PPAY-DEPT                         00059300
                  '      NOTEXT PERIOD PAY BUT NOT ON THE EXTRACT'      00059400
                  DELIMITED BY SIZE INTO RPT-LINE                       00059500
               END-STRING                                               00059600
               WRITE RPT-LINE                                           00059700
            ELSE                                                        00059800
               MOVE WS-EMP-REGION (WS-EMP-IDX) TO WS-WORK-REGION        00059900
               PERFORM FIND-RATE-IN-FORCE                               00060000
               IF WS-MIN-FOUND AND                                      00060100
                  NOT WS-EMP-HOURLY (WS-EMP-IDX) AND                    00060200
                  PPAY-PER-START IS NUMERIC AND                         00060300
                  PPAY-PER-END IS NUMERIC AND                           00060400
                  PPAY-DAYS-PAID IS NUMERIC AND                         00060500
                  PPAY-AMOUNT IS NUMERIC THEN                           00060600
                  MOVE PPAY-PER-START TO WS-SER-DATE                    00060700
                  PERFORM DATE-TO-SERIAL                                00060800
                  MOVE WS-SERIAL TO WS-START-SERIAL                     00060900
                  MOVE PPAY-PER-END TO WS-SER-DATE                      00061000
                  PERFORM DATE-TO-SERIAL                                00061100
                  MOVE WS-SERIAL TO WS-END-SERIAL                       00061200
                  COMPUTE WS-PERIOD-DAYS =                              00061300
                     WS-END-SERIAL - WS-START-SERIAL + 1                00061400
                  COMPUTE WS-MIN-FULL ROUNDED = WS-MIN-ANNUAL / 24      00061500
                  IF WS-PERIOD-DAYS > 0 AND                             00061600
                     PPAY-DAYS-PAID < WS-PERIOD-DAYS THEN               00061700
                     COMPUTE WS-MIN-PERIOD ROUNDED =                    00061800
                        WS-MIN-FULL * PPAY-DAYS-PAID / WS-PERIOD-DAYS   00061900
                  ELSE                                                  00062000
                     MOVE WS-MIN-FULL TO WS-MIN-PERIOD                  00062100
                  END-IF                                                00062200
                  PERFORM FIND-LOWEST-FTE                               00062216
                  IF WS-FTE-LOW < 1.00 THEN                             00062233
                     COMPUTE WS-MIN-PERIOD ROUNDED =                    00062250
                        WS-MIN-PERIOD * WS-FTE-LOW                      00062266
                  END-IF                                                00062283
                  IF PPAY-AMOUNT < WS-MIN-PERIOD THEN                   00062300
                     ADD 1 TO WS-COUNT-PERIOD                           00062400
                     MOVE 'PERIOD' TO WS-FIND-TEST                      00062500
                     MOVE PPAY-AMOUNT TO WS-FIND-ACTUAL                 00062600
                     MOVE WS-MIN-PERIOD TO WS-FIND-MINIMUM              00062700
                     PERFORM WRITE-FINDING-LINE                         00062800
                  END-IF                                                00062900
               END-IF                                                   00063000
            END-IF.                                                     00063004
      * THE LOWEST FTE FACTOR IN FORCE ON ANY DAY OF THE PERIOD,        00063008
      * STEPPING BACK ONE FTE ROW AT A TIME FROM THE PERIOD END AS      00063013
      * PGM51 DOES - PART OF THE PERIOD AT A HIGHER FACTOR ONLY         00063017
      * RAISES THE PAY ABOVE THE MINIMUM SCALED BY THE LOWEST.          00063021
       FIND-LOWEST-FTE.                                                 00063026
            MOVE PPAY-EMP-ID TO FTQ-EMP-ID.                             00063030
            MOVE PPAY-PER-END TO FTQ-AS-OF-DATE.                        00063034
            CALL WS-FTE-PGM USING WS-FTE-REQUEST.                       00063039
            MOVE FTQ-FACTOR TO WS-FTE-LOW.                              00063043
            MOVE 'N' TO WS-FTE-DONE-SW.                                 00063047
            PERFORM STEP-BACK-FTE-ROW UNTIL WS-FTE-DONE.                00063052
       STEP-BACK-FTE-ROW.                                               00063056
            IF FTQ-RESULT-FOUND AND                                     00063060
               FTQ-EFF-DATE > PPAY-PER-START THEN                       00063065
               COMPUTE FTQ-AS-OF-DATE = FTQ-EFF-DATE - 1                00063069
               CALL WS-FTE-PGM USING WS-FTE-REQUEST                     00063073
               IF FTQ-FACTOR < WS-FTE-LOW THEN                          00063078
                  MOVE FTQ-FACTOR TO WS-FTE-LOW                         00063082
               END-IF                                                   00063086
            ELSE                                                        00063091
               SET WS-FTE-DONE TO TRUE                                  00063095
            END-IF.                                                     00063100
      * A ROSTERED EMPLOYEE'S TIME EARNINGS AGAINST THE HOURS THEY      00063200
      * PAY AT THE HOURLY MINIMUM - PREMIUMS AND OVERTIME COUNT         00063300
      * TOWARDS THE PAY, AS THEY ARE PAID FOR THE SAME HOURS.           00063400
       CHECK-TIME-PAY.                                                  00063500
            IF WS-EMP-HOURLY (WS-EMP-IDX) AND                           00063600
               WS-EMP-TIME-HOURS (WS-EMP-IDX) > 0 THEN                  00063700
               MOVE WS-EMP-REGION (WS-EMP-IDX) TO WS-WORK-REGION        00063800
               PERFORM FIND-RATE-IN-FORCE                               00063900
               IF WS-MIN-FOUND THEN                                     00064000
                  COMPUTE WS-MIN-TIME-PAY ROUNDED =                     00064100
                     WS-EMP-TIME-HOURS (WS-EMP-IDX) * WS-MIN-HOURLY     00064200
                  IF WS-EMP-TIME-PAY (WS-EMP-IDX) < WS-MIN-TIME-PAY     00064300
                     THEN                                               00064400
                     ADD 1 TO WS-COUNT-HOURS                            00064500
                     MOVE 'HOURS' TO WS-FIND-TEST                       00064600
                     MOVE WS-EMP-TIME-PAY (WS-EMP-IDX)                  00064700
                        TO WS-FIND-ACTUAL                               00064800
                     MOVE WS-MIN-TIME-PAY TO WS-FIND-MINIMUM            00064900
                     PERFORM WRITE-FINDING-LINE                         00065000
                  END-IF                                                00065100
               END-IF                                                   00065200
            END-IF.                                                     00065300
       WRITE-FINDING-LINE.                                              00065400
            ADD 1 TO WS-COUNT-BREACHES.                                 00065500
            COMPUTE WS-FIND-SHORT = WS-FIND-MINIMUM - WS-FIND-ACTUAL.   00065600
            MOVE WS-FIND-ACTUAL TO WS-AMT-ED.                           00065700
            MOVE WS-FIND-MINIMUM TO WS-MIN-ED.                          00065800
            MOVE WS-FIND-SHORT TO WS-SHORT-ED.                          00065900
            MOVE SPACES TO RPT-LINE.                                    00066000
            STRING WS-EMP-ID (WS-EMP-IDX) ' '                           00066100
               WS-EMP-DEPT (WS-EMP-IDX) ' '                             00066200
               WS-EMP-REGION (WS-EMP-IDX) ' '                           00066300
               WS-FIND-TEST ' ' WS-AMT-ED ' ' WS-MIN-ED ' '             00066400
               WS-SHORT-ED ' ' WS-EMP-NAME (WS-EMP-IDX) (1:15)          00066500
               DELIMITED BY SIZE INTO RPT-LINE                          00066600
            END-STRING.                                                 00066700
            WRITE RPT-LINE.                                             00066800
      * THE EARLIEST ANNOUNCED MINIMUM FOR THE REGION THAT THE          00066900
      * EMPLOYEE'S CURRENT SALARY OR HOURLY RATE WOULD FALL BELOW.      00067000
       FORECAST-ONE-EMPLOYEE.                                           00067100
            MOVE 0 TO WS-FC-EFF-DATE.                                   00067200
            PERFORM VARYING WS-RATE-IDX FROM 1 BY 1                     00067300
               UNTIL WS-RATE-IDX > WS-RATE-COUNT                        00067400
               IF WS-RATE-REGION (WS-RATE-IDX) =                        00067500
                  WS-EMP-REGION (WS-EMP-IDX) AND                        00067600
                  WS-RATE-EFF (WS-RATE-IDX) > WS-PERIOD-DATE AND        00067700
                  (WS-FC-EFF-DATE = 0 OR                                00067800
                   WS-RATE-EFF (WS-RATE-IDX) < WS-FC-EFF-DATE) THEN     00067900
                  IF WS-EMP-HOURLY (WS-EMP-IDX) THEN                    00068000
                     IF WS-EMP-RATE (WS-EMP-IDX) <                      00068100
                        WS-RATE-HOURLY (WS-RATE-IDX) THEN               00068200
                        MOVE WS-RATE-EFF (WS-RATE-IDX)                  00068300
                           TO WS-FC-EFF-DATE                            00068400
                        MOVE WS-RATE-HOURLY (WS-RATE-IDX)               00068500
                           TO WS-FC-MINIMUM                             00068600
                        MOVE 'RATE' TO WS-FC-TEST                       00068700
                     END-IF                                             00068800
                  ELSE                                                  00068900
                     IF WS-EMP-SALARY (WS-EMP-IDX) <                    00069000
                        WS-RATE-ANNUAL (WS-RATE-IDX) THEN               00069100
                        MOVE WS-RATE-EFF (WS-RATE-IDX)                  00069200
                           TO WS-FC-EFF-DATE                            00069300
                        MOVE WS-RATE-ANNUAL (WS-RATE-IDX)               00069400
                           TO WS-FC-MINIMUM                             00069500
                        MOVE 'SALARY' TO WS-FC-TEST                     00069600
                     END-IF                                             00069700
                  END-IF                                                00069800
               END-IF                                                   00069900
            END-PERFORM.                                                00070000
            IF WS-FC-EFF-DATE > 0 THEN                                  00070100
               ADD 1 TO WS-COUNT-FORECAST                               00070200
               IF WS-EMP-HOURLY (WS-EMP-IDX) THEN                       00070300
                  MOVE WS-EMP-RATE (WS-EMP-IDX) TO WS-AMT-ED            00070400
               ELSE                                                     00070500
                  MOVE WS-EMP-SALARY (WS-EMP-IDX) TO WS-AMT-ED          00070600
               END-IF                                                   00070700
               MOVE WS-FC-MINIMUM TO WS-MIN-ED                          00070800
               MOVE SPACES TO RPT-LINE                                  00070900
               STRING WS-EMP-ID (WS-EMP-IDX) ' '                        00071000
                  WS-EMP-DEPT (WS-EMP-IDX) ' '                          00071100
                  WS-EMP-REGION (WS-EMP-IDX) ' '                        00071200
                  WS-FC-TEST ' ' WS-AMT-ED ' ' WS-MIN-ED '     '        00071300
                  WS-FC-EFF-DATE ' ' WS-EMP-NAME (WS-EMP-IDX) (1:15)    00071400
                  DELIMITED BY SIZE INTO RPT-LINE                       00071500
               END-STRING                                               00071600
               WRITE RPT-LINE                                           00071700
            END-IF.                                                     00071800
       WRITE-COMPLY-SUMMARY.                                            00071900
            MOVE SPACES TO RPT-LINE.                                    00072000
            WRITE RPT-LINE.                                             00072100
            MOVE SPACES TO RPT-LINE.                                    00072200
            STRING 'EMPLOYEES READ ' WS-COUNT-READ                      00072300
               '  LEFT (SKIPPED) ' WS-COUNT-TERMSKIP                    00072400
               '  CHECKED ' WS-COUNT-CHECKED                            00072500
               DELIMITED BY SIZE INTO RPT-LINE                          00072600
            END-STRING.                                                 00072700
            WRITE RPT-LINE.                                             00072800
            MOVE SPACES TO RPT-LINE.                                    00072900
            STRING 'BREACHES ' WS-COUNT-BREACHES                        00073000
               '  SALARY ' WS-COUNT-SALARY                              00073100
               '  RATE ' WS-COUNT-RATE                                  00073200
               '  PERIOD ' WS-COUNT-PERIOD                              00073300
               DELIMITED BY SIZE INTO RPT-LINE                          00073400
            END-STRING.                                                 00073500
            WRITE RPT-LINE.                                             00073600
            MOVE SPACES TO RPT-LINE.                                    00073700
            STRING '         HOURS ' WS-COUNT-HOURS                     00073800
               '  NO RATE IN FORCE ' WS-COUNT-NORATE                    00073900
               '  FORECAST ' WS-COUNT-FORECAST                          00074000
               DELIMITED BY SIZE INTO RPT-LINE                          00074100
            END-STRING.                                                 00074200
            WRITE RPT-LINE.                                             00074300
            MOVE SPACES TO RPT-LINE.                                    00074400
            STRING 'PERIOD PAY READ ' WS-COUNT-PPAY                     00074500
               '  NOT ON EXTRACT ' WS-COUNT-NOTEMP                      00074600
               '  BAD RATE ROWS ' WS-COUNT-BADROW                       00074700
               DELIMITED BY SIZE INTO RPT-LINE                          00074800
            END-STRING.                                                 00074900
            WRITE RPT-LINE.                                             00075000
            IF WS-COUNT-OVERFLOW > 0 THEN                               00075100
               MOVE SPACES TO RPT-LINE                                  00075200
               STRING 'TABLE FULL - ' WS-COUNT-OVERFLOW                 00075300
                  ' ROWS NOT LOADED'                                    00075400
                  DELIMITED BY SIZE INTO RPT-LINE                       00075500
               END-STRING                                               00075600
               WRITE RPT-LINE                                           00075700
            END-IF.                                                     00075800
      * DAY NUMBER = 365*Y + LEAP DAYS UP TO Y + CUMULATIVE DAYS        00075900
      * TO THE START OF THE MONTH + DAY, WITH THE CURRENT YEAR'S        00076000
      * LEAP DAY COUNTED ONLY FROM MARCH ON - AS IN PGM51.              00076100
       DATE-TO-SERIAL.                                                  00076200
            DIVIDE WS-SER-YYYY BY 4 GIVING WS-LEAP-4.                   00076300
            DIVIDE WS-SER-YYYY BY 100 GIVING WS-LEAP-100.               00076400
            DIVIDE WS-SER-YYYY BY 400 GIVING WS-LEAP-400.               00076500
            COMPUTE WS-SERIAL =                                         00076600
               (WS-SER-YYYY * 365) + WS-LEAP-4 - WS-LEAP-100            00076700
               + WS-LEAP-400                                            00076800
               + WS-CUMDAYS (WS-SER-MM) + WS-SER-DD.                    00076900
            IF WS-SER-MM < 3 THEN                                       00077000
               PERFORM CHECK-SERIAL-LEAP                                00077100
               IF WS-SER-LEAP-YEAR THEN                                 00077200
                  SUBTRACT 1 FROM WS-SERIAL                             00077300
               END-IF                                                   00077400
            END-IF.                                                     00077500
       CHECK-SERIAL-LEAP.                                               00077600
            MOVE 'N' TO WS-SER-LEAP-SW.                                 00077700
            DIVIDE WS-SER-YYYY BY 4 GIVING WS-LEAP-4                    00077800
               REMAINDER WS-LEAP-REM.                                   00077900
            IF WS-LEAP-REM = 0 THEN                                     00078000
               SET WS-SER-LEAP-YEAR TO TRUE                             00078100
               DIVIDE WS-SER-YYYY BY 100 GIVING WS-LEAP-100             00078200
                  REMAINDER WS-LEAP-REM                                 00078300
               IF WS-LEAP-REM = 0 THEN                                  00078400
                  MOVE 'N' TO WS-SER-LEAP-SW                            00078500
                  DIVIDE WS-SER-YYYY BY 400 GIVING WS-LEAP-400          00078600
                     REMAINDER WS-LEAP-REM                              00078700
                  IF WS-LEAP-REM = 0 THEN                               00078800
                     SET WS-SER-LEAP-YEAR TO TRUE                       00078900
                  END-IF                                                00079000
               END-IF                                                   00079100
            END-IF.                                                     00079200

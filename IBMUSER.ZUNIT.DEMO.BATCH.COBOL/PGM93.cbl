       IDENTIFICATION DIVISION.                                         00000100
       PROGRAM-ID.   PGM93.                                             00000200
      * HOURLY TIME-AND-ATTENDANCE PAY.  SELECTS THE PAY-CALENDAR       00000300
      * PERIOD CONTAINING THE PERIODDATE CARD'S DATE (DEFAULT THE       00000400
      * RUN DATE) THE SAME WAY PGM51 DOES, THEN READS THE TIMECARD      00000500
      * FEED (DDTCARDIN - EMPLOYEE ID, WORK DATE, REGULAR HOURS,        00000600
      * OVERTIME HOURS, SHIFT CODE).  A TIMECARD IS HELD ON THE         00000700
      * EXCEPTION REPORT WHEN THE EMPLOYEE IS NOT ON THE CPFLREC        00000800
      * EXTRACT OR THE CPHRROST HOURLY ROSTER (DDHOURLY) OR HAS         00000900
      * LEFT, THE DATE IS BAD, OUTSIDE THE PERIOD OR BEFORE THE         00001000
      * HIRE, THE HOURS ARE MISSING OR OVER THE MAXDAYHOURS CARD        00001100
      * (DEFAULT 16), THE SHIFT IS UNKNOWN OR THE DAY ALREADY HAS       00001200
      * A TIMECARD.  EACH ROSTERED EMPLOYEE IS THEN COSTED DAY BY       00001300
      * DAY FROM THE RULE TABLE (DDRULES, ONE ROW PER RULE):            00001400
      *   D  REGULAR HOURS OVER THE DAILY THRESHOLD BECOME              00001500
      *      OVERTIME; ALL OVERTIME IS PAID AT THE D MULTIPLIER         00001600
      *      (1.5 UNDER EARNINGS CODE OT WHEN THERE IS NO D ROW),       00001700
      *   W  REGULAR HOURS OVER THE WEEKLY THRESHOLD BECOME WEEKLY      00001800
      *      OVERTIME AT THE W MULTIPLIER - WEEKS RUN IN SEVEN-DAY      00001900
      *      BLOCKS FROM THE PERIOD START,                              00002000
      *   H  EVERY HOUR WORKED ON A BUSINESS-CALENDAR HOLIDAY IS        00002100
      *      PAID AT THE H MULTIPLIER INSTEAD,                          00002200
      *   S  EVERY HOUR WORKED ON THE ROW'S SHIFT CODE EARNS THE        00002300
      *      PER-HOUR PREMIUM PLUS THE RATE TIMES THE MULTIPLIER        00002400
      *      ABOVE 1.                                                   00002500
      * THE PAY IS WRITTEN AS VALIDATED EARNINGS LINES IN THE PGM72     00002600
      * LAYOUT (DDEARNOUT), ONE PER EMPLOYEE PER EARNINGS CODE -        00002700
      * REGULAR HOURS UNDER THE REGCODE CARD (DEFAULT RG) - DATED       00002800
      * TO THE PERIOD'S STARTING MONTH SO PGM51 MERGES THEM INTO        00002900
      * THE PERIOD PAYROLL.  THE EXCEPTION REPORT (DDEXCOUT) ALSO       00003000
      * LISTS EVERY BUSINESS DAY (CALENDAR TYPE P ON THE PGM23          00003100
      * BUSINESS CALENDAR, DDCALENDAR) WITH NO TIMECARD FOR AN          00003200
      * ACTIVE ROSTERED EMPLOYEE AND EVERY WEEK OVER THE                00003300
      * MAXWEEKHOURS CARD (DEFAULT 60).  THE REGISTER (DDRPTOUT)        00003400
      * SHOWS EACH EMPLOYEE'S HOURS AND PAY AND THE TOTAL PER CODE.     00003500
      * ENDS RC 04 ON ANY EXCEPTION, RC 08 WHEN NO PAY PERIOD COVERS    00003600
      * THE DATE OR A RULE ROW IS BAD - NO EARNINGS ARE WRITTEN.        00003700
      * EACH EARNINGS LINE ALSO CARRIES THE HOURS IT PAYS               00003725
      * (ERN-OUT-HOURS, ZERO ON A SHIFT-PREMIUM LINE) SO THE PGM100     00003750
      * MINIMUM-WAGE CHECK CAN TEST THE PAY PER HOUR WORKED.            00003775
       ENVIRONMENT DIVISION.                                            00003800
       INPUT-OUTPUT SECTION.                                            00003900
       FILE-CONTROL.                                                    00004000
                SELECT TCARDIN ASSIGN TO DDTCARDIN                      00004100
                ORGANIZATION IS SEQUENTIAL.                             00004200
                SELECT INFILE ASSIGN TO DDINPUT                         00004300
                ORGANIZATION IS SEQUENTIAL.                             00004400
                SELECT ROSTER ASSIGN TO DDHOURLY                        00004500
                ORGANIZATION IS SEQUENTIAL.                             00004600
                SELECT RULEIN ASSIGN TO DDRULES                         00004700
                ORGANIZATION IS SEQUENTIAL.                             00004800
                SELECT CALENDAR ASSIGN TO DDCALENDAR                    00004900
                ORGANIZATION IS SEQUENTIAL.                             00005000
                SELECT PAYCAL ASSIGN TO DDPAYCAL                        00005100
                ORGANIZATION IS SEQUENTIAL.                             00005200
                SELECT PARMFILE ASSIGN TO DDPARMIN                      00005300
                ORGANIZATION IS SEQUENTIAL.                             00005400
                SELECT EARNOUT ASSIGN TO DDEARNOUT                      00005500
                ORGANIZATION IS SEQUENTIAL.                             00005600
                SELECT EXCFILE ASSIGN TO DDEXCOUT                       00005700
                ORGANIZATION IS SEQUENTIAL.                             00005800
                SELECT RPTFILE ASSIGN TO DDRPTOUT                       00005900
                ORGANIZATION IS SEQUENTIAL.                             00006000
       DATA DIVISION.                                                   00006100
       FILE SECTION.                                                    00006200
       FD TCARDIN                                                       00006300
            RECORDING MODE IS F.                                        00006400
       01 TC-REC.                                                       00006500
           05 TC-EMP-ID       PIC X(8).                                 00006600
           05 FILLER          PIC X(1).                                 00006700
           05 TC-WORK-DATE-X  PIC X(8).                                 00006800
           05 TC-WORK-DATE REDEFINES TC-WORK-DATE-X PIC 9(8).           00006900
           05 FILLER          PIC X(1).                                 00007000
           05 TC-REG-HOURS-X  PIC X(4).                                 00007100
           05 TC-REG-HOURS REDEFINES TC-REG-HOURS-X PIC 9(2)V99.        00007200
           05 FILLER          PIC X(1).                                 00007300
           05 TC-OT-HOURS-X   PIC X(4).                                 00007400
           05 TC-OT-HOURS REDEFINES TC-OT-HOURS-X PIC 9(2)V99.          00007500
           05 FILLER          PIC X(1).                                 00007600
           05 TC-SHIFT        PIC X(2).                                 00007700
           05 FILLER          PIC X(50).                                00007800
       FD INFILE                                                        00007900
            RECORDING MODE IS F.                                        00008000
       01 FL-REC.                                                       00008100
          COPY CPFLREC.                                                 00008200
       01 FL-REC-HT REDEFINES FL-REC.                                   00008300
          COPY CPHDRTRL.                                                00008400
       01 FL-REC-ST REDEFINES FL-REC.                                   00008500
          COPY CPFLSTAT.                                                00008600
       FD ROSTER                                                        00008700
            RECORDING MODE IS F.                                        00008800
       01 HR-REC.                                                       00008900
          COPY CPHRROST.                                                00009000
       FD RULEIN                                                        00009100
            RECORDING MODE IS F.                                        00009200
       01 RUL-REC.                                                      00009300
           05 RUL-TYPE        PIC X(1).                                 00009400
               88 RUL-TYPE-DAILY    VALUE 'D'.                          00009500
               88 RUL-TYPE-WEEKLY   VALUE 'W'.                          00009600
               88 RUL-TYPE-HOLIDAY  VALUE 'H'.                          00009700
               88 RUL-TYPE-SHIFT    VALUE 'S'.                          00009800
           05 FILLER          PIC X(1).                                 00009900
           05 RUL-SHIFT       PIC X(2).                                 00010000
           05 FILLER          PIC X(1).                                 00010100
           05 RUL-THRESHOLD-X PIC X(5).                                 00010200
           05 RUL-THRESHOLD REDEFINES RUL-THRESHOLD-X PIC 9(3)V99.      00010300
           05 FILLER          PIC X(1).                                 00010400
           05 RUL-MULT-X      PIC X(4).                                 00010500
           05 RUL-MULT REDEFINES RUL-MULT-X PIC 9V999.                  00010600
           05 FILLER          PIC X(1).                                 00010700
           05 RUL-PREMIUM-X   PIC X(5).                                 00010800
           05 RUL-PREMIUM REDEFINES RUL-PREMIUM-X PIC 9(3)V99.          00010900
           05 FILLER          PIC X(1).                                 00011000
           05 RUL-EARN-CODE   PIC X(2).                                 00011100
           05 FILLER          PIC X(1).                                 00011200
           05 RUL-DESC        PIC X(20).                                00011300
           05 FILLER          PIC X(35).                                00011400
       FD CALENDAR                                                      00011500
            RECORDING MODE IS F.                                        00011600
       01 BCL-REC.                                                      00011700
           05 BCL-DATE PIC 9(8).                                        00011800
           05 FILLER   PIC X(1).                                        00011900
           05 BCL-TYPE PIC X(1).                                        00012000
           05 FILLER   PIC X(70).                                       00012100
       FD PAYCAL                                                        00012200
            RECORDING MODE IS F.                                        00012300
       01 CAL-REC.                                                      00012400
           05 CAL-PERIOD-START PIC 9(8).                                00012500
           05 FILLER           PIC X(1).                                00012600
           05 CAL-PERIOD-END   PIC 9(8).                                00012700
           05 FILLER           PIC X(63).                               00012800
       FD PARMFILE                                                      00012900
            RECORDING MODE IS F.                                        00013000
       01 PARM-CARD.                                                    00013100
          COPY CPPARMCD.                                                00013200
       FD EARNOUT                                                       00013300
            RECORDING MODE IS F.                                        00013400
       01 ERN-OUTREC.                                                   00013500
           05 ERN-OUT-EMP-ID PIC X(8).                                  00013600
           05 ERN-OUT-DEPT   PIC X(4).                                  00013700
           05 ERN-OUT-CODE   PIC X(2).                                  00013800
           05 ERN-OUT-AMOUNT PIC 9(7)V99.                               00013900
           05 ERN-OUT-PERIOD PIC 9(6).                                  00014000
           05 ERN-OUT-HOURS  PIC 9(4)V99.                               00014050
           05 FILLER         PIC X(45).                                 00014100
       FD EXCFILE                                                       00014200
            RECORDING MODE IS F.                                        00014300
       01 EXC-LINE PIC X(80).                                           00014400
       FD RPTFILE                                                       00014500
            RECORDING MODE IS F.                                        00014600
       01 RPT-LINE PIC X(80).                                           00014700
       WORKING-STORAGE SECTION.                                         00014800
       01 WS-EOF-SW PIC X(1) VALUE 'N'.                                 00014900
           88 WS-EOF           VALUE 'Y'.                               00015000
       01 WS-TC-EOF-SW PIC X(1) VALUE 'N'.                              00015100
           88 WS-TC-EOF        VALUE 'Y'.                               00015200
       01 WS-HR-EOF-SW PIC X(1) VALUE 'N'.                              00015300
           88 WS-HR-EOF        VALUE 'Y'.                               00015400
       01 WS-RUL-EOF-SW PIC X(1) VALUE 'N'.                             00015500
           88 WS-RUL-EOF       VALUE 'Y'.                               00015600
       01 WS-BCL-EOF-SW PIC X(1) VALUE 'N'.                             00015700
           88 WS-BCL-EOF       VALUE 'Y'.                               00015800
       01 WS-CAL-EOF-SW PIC X(1) VALUE 'N'.                             00015900
           88 WS-CAL-EOF       VALUE 'Y'.                               00016000
       01 WS-PARM-EOF-SW PIC X(1) VALUE 'N'.                            00016100
           88 WS-PARM-EOF      VALUE 'Y'.                               00016200
       01 WS-PERIOD-DATE  PIC 9(8) VALUE 0.                             00016300
       01 WS-PERIOD-START PIC 9(8) VALUE 0.                             00016400
       01 WS-PERIOD-END   PIC 9(8) VALUE 0.                             00016500
       01 WS-PERIOD-FOUND-SW PIC X(1) VALUE 'N'.                        00016600
           88 WS-PERIOD-FOUND  VALUE 'Y'.                               00016700
       01 WS-PERIOD-YYYYMM PIC 9(6) VALUE 0.                            00016800
       01 WS-REG-CODE      PIC X(2) VALUE 'RG'.                         00016900
       01 WS-MAX-DAY-HOURS  PIC 9(3)V99 VALUE 16.                       00017000
       01 WS-MAX-WEEK-HOURS PIC 9(3)V99 VALUE 60.                       00017100
       01 WS-DATE-RC       PIC 9(2) VALUE 0.                            00017200
           88 WS-DATE-RC-OK    VALUE 00.                                00017300
       01 WS-DATEVAL-PGM   PIC X(8) VALUE 'PGM14'.                      00017400
       01 WS-NO-HORIZON    PIC 9(8) VALUE 0.                            00017500
       01 WS-DATE-WORK-X   PIC X(8).                                    00017600
       01 WS-DATE-WORK REDEFINES WS-DATE-WORK-X PIC 9(8).               00017700
      * SERIAL-DAY ARITHMETIC AS IN PGM51 - A SIMPLE DAY-NUMBER         00017800
      * GOOD FOR DIFFERENCES WITHIN THE SAME ERA.                       00017900
       01 WS-SER-DATE.                                                  00018000
           05 WS-SER-YYYY PIC 9(4).                                     00018100
           05 WS-SER-MM   PIC 9(2).                                     00018200
           05 WS-SER-DD   PIC 9(2).                                     00018300
       01 WS-CUMDAYS-VALUES.                                            00018400
           05 FILLER PIC X(36) VALUE                                    00018500
              '000031059090120151181212243273304334'.                   00018600
       01 WS-CUMDAYS-TABLE REDEFINES WS-CUMDAYS-VALUES.                 00018700
           05 WS-CUMDAYS PIC 9(3) OCCURS 12 TIMES.                      00018800
       01 WS-SERIAL       PIC S9(9) VALUE 0.                            00018900
       01 WS-LEAP-4       PIC S9(7) VALUE 0.                            00019000
       01 WS-LEAP-100     PIC S9(7) VALUE 0.                            00019100
       01 WS-LEAP-400     PIC S9(7) VALUE 0.                            00019200
       01 WS-LEAP-REM     PIC S9(7) VALUE 0.                            00019300
       01 WS-SER-LEAP-SW  PIC X(1) VALUE 'N'.                           00019400
           88 WS-SER-LEAP-YEAR VALUE 'Y'.                               00019500
       01 WS-START-SERIAL PIC S9(9) VALUE 0.                            00019600
       01 WS-END-SERIAL   PIC S9(9) VALUE 0.                            00019700
       01 WS-PERIOD-DAYS  PIC S9(5) VALUE 0.                            00019800
       01 WS-DAY-NO       PIC S9(5) VALUE 0.                            00019900
       01 WS-WEEK-NO      PIC 9(1) VALUE 0.                             00020000
      * THE PERIOD'S DAYS WITH THEIR BUSINESS-CALENDAR TYPE - SPACE     00020100
      * FOR A DAY THE CALENDAR DOES NOT LIST (A REST DAY).              00020200
       01 WS-DAY-TABLE.                                                 00020300
           05 WS-DAY-ENTRY OCCURS 31 TIMES.                             00020400
               10 WS-DAY-DATE     PIC 9(8).                             00020500
               10 WS-DAY-TYPE     PIC X(1).                             00020600
                   88 WS-DAY-BUSINESS  VALUE 'P'.                       00020700
                   88 WS-DAY-HOLIDAY   VALUE 'H'.                       00020800
      * THE RULE TABLE.  WITHOUT A D ROW OVERTIME IS 1.5 UNDER OT.      00020900
       01 WS-RULE-D-SW  PIC X(1) VALUE 'N'.                             00021000
           88 WS-RULE-D-LOADED VALUE 'Y'.                               00021100
       01 WS-D-THRESHOLD PIC 9(3)V99 VALUE 0.                           00021200
       01 WS-D-MULT      PIC 9V999 VALUE 1.500.                         00021300
       01 WS-D-CODE      PIC X(2) VALUE 'OT'.                           00021400
       01 WS-RULE-W-SW  PIC X(1) VALUE 'N'.                             00021500
           88 WS-RULE-W-LOADED VALUE 'Y'.                               00021600
       01 WS-W-THRESHOLD PIC 9(3)V99 VALUE 0.                           00021700
       01 WS-W-MULT      PIC 9V999 VALUE 0.                             00021800
       01 WS-W-CODE      PIC X(2) VALUE SPACES.                         00021900
       01 WS-RULE-H-SW  PIC X(1) VALUE 'N'.                             00022000
           88 WS-RULE-H-LOADED VALUE 'Y'.                               00022100
       01 WS-H-MULT      PIC 9V999 VALUE 0.                             00022200
       01 WS-H-CODE      PIC X(2) VALUE SPACES.                         00022300
       01 WS-SHIFT-COUNT PIC 9(2) COMP VALUE 0.                         00022400
       01 WS-SHIFT-TABLE.                                               00022500
           05 WS-SHIFT-ENTRY OCCURS 20 TIMES                            00022600
                              INDEXED BY WS-SHIFT-IDX WS-SHIFT-SAV.     00022700
               10 WS-SHIFT-CODE    PIC X(2).                            00022800
               10 WS-SHIFT-MULT    PIC 9V999.                           00022900
               10 WS-SHIFT-PREMIUM PIC 9(3)V99.                         00023000
               10 WS-SHIFT-ECODE   PIC X(2).                            00023100
      * THE EXTRACT'S EMPLOYEES; WS-EMP-HRS-IX POINTS A ROSTERED        00023200
      * EMPLOYEE AT THEIR HOURLY ENTRY.                                 00023300
       01 WS-EMP-COUNT PIC 9(4) COMP VALUE 0.                           00023400
       01 WS-EMP-TABLE.                                                 00023500
           05 WS-EMP-ENTRY OCCURS 2000 TIMES                            00023600
                            INDEXED BY WS-EMP-IDX WS-EMP-SAV.           00023700
               10 WS-EMP-ID       PIC X(8).                             00023800
               10 WS-EMP-DEPT     PIC X(4).                             00023900
               10 WS-EMP-STATUS   PIC X(1).                             00024000
               10 WS-EMP-EFF-DATE PIC 9(8).                             00024100
               10 WS-EMP-HRS-IX   PIC 9(4) COMP.                        00024200
      * ROSTERED EMPLOYEES WITH THEIR RATE AND ONE SLOT PER DAY OF      00024300
      * THE PERIOD FOR THE TIMECARD ACCEPTED FOR THAT DAY.              00024400
       01 WS-HRS-COUNT PIC 9(4) COMP VALUE 0.                           00024500
       01 WS-HRS-TABLE.                                                 00024600
           05 WS-HRS-ENTRY OCCURS 1000 TIMES                            00024700
                            INDEXED BY WS-HRS-IDX.                      00024800
               10 WS-HRS-EMP-IX   PIC 9(4) COMP.                        00024900
               10 WS-HRS-RATE     PIC 9(4)V99.                          00025000
               10 WS-HRS-DAY OCCURS 31 TIMES.                           00025100
                   15 WS-HRS-CARD-SW  PIC X(1).                         00025200
                       88 WS-HRS-CARD     VALUE 'Y'.                    00025300
                   15 WS-HRS-REG      PIC 9(2)V99.                      00025400
                   15 WS-HRS-OT       PIC 9(2)V99.                      00025500
                   15 WS-HRS-SHIFT    PIC X(2).                         00025600
      * ONE EMPLOYEE'S HOURS AND PAY WHILE THEY ARE COSTED.             00025700
       01 WS-DAY-REG       PIC 9(3)V99 VALUE 0.                         00025800
       01 WS-DAY-OT        PIC 9(3)V99 VALUE 0.                         00025900
       01 WS-DAY-HOURS     PIC 9(3)V99 VALUE 0.                         00026000
       01 WS-DAY-EXCESS    PIC 9(3)V99 VALUE 0.                         00026100
       01 WS-WEEK-TABLE.                                                00026200
           05 WS-WEEK-ENTRY OCCURS 5 TIMES.                             00026300
               10 WS-WEEK-REG     PIC 9(3)V99.                          00026400
               10 WS-WEEK-HOURS   PIC 9(3)V99.                          00026500
       01 WS-EMP-REG-HOURS  PIC 9(4)V99 VALUE 0.                        00026600
       01 WS-EMP-DOT-HOURS  PIC 9(4)V99 VALUE 0.                        00026700
       01 WS-EMP-WOT-HOURS  PIC 9(4)V99 VALUE 0.                        00026800
       01 WS-EMP-HOL-HOURS  PIC 9(4)V99 VALUE 0.                        00026900
       01 WS-EMP-SHF-HOURS  PIC 9(4)V99 VALUE 0.                        00027000
       01 WS-EMP-OT-HOURS   PIC 9(4)V99 VALUE 0.                        00027100
       01 WS-EMP-PAY        PIC 9(7)V99 VALUE 0.                        00027200
       01 WS-PIECE-AMOUNT   PIC 9(7)V99 VALUE 0.                        00027300
       01 WS-PIECE-CODE     PIC X(2) VALUE SPACES.                      00027400
       01 WS-PIECE-HOURS    PIC 9(4)V99 VALUE 0.                        00027450
       01 WS-BKT-COUNT PIC 9(2) COMP VALUE 0.                           00027500
       01 WS-BKT-TABLE.                                                 00027600
           05 WS-BKT-ENTRY OCCURS 25 TIMES                              00027700
                            INDEXED BY WS-BKT-IDX WS-BKT-SAV.           00027800
               10 WS-BKT-CODE    PIC X(2).                              00027900
               10 WS-BKT-AMOUNT  PIC 9(7)V99.                           00028000
               10 WS-BKT-HOURS   PIC 9(4)V99.                           00028050
       01 WS-CODE-COUNT PIC 9(2) COMP VALUE 0.                          00028100
       01 WS-CODE-TABLE.                                                00028200
           05 WS-CODE-ENTRY OCCURS 25 TIMES                             00028300
                             INDEXED BY WS-CODE-IDX WS-CODE-SAV.        00028400
               10 WS-CODE-VALUE  PIC X(2).                              00028500
               10 WS-CODE-LINES  PIC 9(7).                              00028600
               10 WS-CODE-AMOUNT PIC 9(11)V99.                          00028700
       01 WS-FOUND-SW PIC X(1) VALUE 'N'.                               00028800
           88 WS-ENTRY-FOUND   VALUE 'Y'.                               00028900
       01 WS-WORK-ID      PIC X(8) VALUE SPACES.                        00029000
       01 WS-REJECT-TEXT  PIC X(30) VALUE SPACES.                       00029100
       01 WS-HOURS-ED     PIC ZZ9.99.                                   00029200
       01 WS-HOURS-ED2    PIC ZZ9.99.                                   00029300
       01 WS-HOURS-ED3    PIC ZZ9.99.                                   00029400
       01 WS-HOURS-ED4    PIC ZZ9.99.                                   00029500
       01 WS-PAY-ED       PIC ZZZ,ZZ9.99.                               00029600
       01 WS-AMOUNT-ED    PIC ZZZ,ZZZ,ZZZ,ZZ9.99.                       00029700
       01 WS-TOTAL-PAY    PIC 9(11)V99 VALUE 0.                         00029800
       01 WS-COUNT-CARDS     PIC 9(7) VALUE 0.                          00029900
       01 WS-COUNT-ACCEPTED  PIC 9(7) VALUE 0.                          00030000
       01 WS-COUNT-REJECTED  PIC 9(7) VALUE 0.                          00030100
       01 WS-COUNT-EXCESS    PIC 9(7) VALUE 0.                          00030200
       01 WS-COUNT-MISSING   PIC 9(7) VALUE 0.                          00030300
       01 WS-COUNT-OVERWEEK  PIC 9(7) VALUE 0.                          00030400
       01 WS-COUNT-ROSTER    PIC 9(7) VALUE 0.                          00030500
       01 WS-COUNT-ROSTER-BAD PIC 9(7) VALUE 0.                         00030600
       01 WS-COUNT-RULES     PIC 9(7) VALUE 0.                          00030700
       01 WS-COUNT-RULE-BAD  PIC 9(7) VALUE 0.                          00030800
       01 WS-COUNT-PAID      PIC 9(7) VALUE 0.                          00030900
       01 WS-COUNT-LINES     PIC 9(7) VALUE 0.                          00031000
       01 WS-COUNT-EMPOVER   PIC 9(7) VALUE 0.                          00031100
       01 WS-RETCD.                                                     00031200
           COPY CPRETCD.                                                00031300
       01 WS-AUD-START-DATE PIC 9(8).                                   00031400
       PROCEDURE DIVISION.                                              00031500
       MAIN-ROUTINE.                                                    00031600
            ACCEPT WS-AUD-START-DATE FROM DATE YYYYMMDD.                00031700
            MOVE WS-AUD-START-DATE TO WS-PERIOD-DATE.                   00031800
            PERFORM READ-TIME-PARMS.                                    00031900
            PERFORM FIND-PAY-PERIOD.                                    00032000
            OPEN OUTPUT RPTFILE EXCFILE EARNOUT.                        00032100
            MOVE '---- PGM93 HOURLY TIME REGISTER ----' TO RPT-LINE.    00032200
            WRITE RPT-LINE.                                             00032300
            MOVE SPACES TO EXC-LINE.                                    00032400
            STRING '---- PGM93 TIME EXCEPTIONS - PERIOD '               00032500
               WS-PERIOD-START ' - ' WS-PERIOD-END ' ----'              00032600
               DELIMITED BY SIZE INTO EXC-LINE                          00032700
            END-STRING.                                                 00032800
            WRITE EXC-LINE.                                             00032900
            SET WS-RC-OK TO TRUE.                                       00033000
            IF NOT WS-PERIOD-FOUND THEN                                 00033100
               MOVE SPACES TO RPT-LINE                                  00033200
               STRING 'NO PAY PERIOD COVERS ' WS-PERIOD-DATE            00033300
                  DELIMITED BY SIZE INTO RPT-LINE                       00033400
               END-STRING                                               00033500
               WRITE RPT-LINE                                           00033600
               SET WS-RC-DATA-ERROR TO TRUE                             00033700
            ELSE                                                        00033800
               PERFORM SET-UP-PERIOD                                    00033900
            END-IF.                                                     00034000
            IF NOT WS-RC-DATA-ERROR THEN                                00034100
               PERFORM LOAD-TIME-RULES                                  00034200
            END-IF.                                                     00034300
            IF NOT WS-RC-DATA-ERROR THEN                                00034400
               PERFORM LOAD-BUSINESS-CALENDAR                           00034500
               PERFORM LOAD-EMPLOYEES                                   00034600
               PERFORM LOAD-HOURLY-ROSTER                               00034700
               PERFORM LOAD-TIMECARDS                                   00034800
               PERFORM PAY-HOURLY-STAFF                                 00034900
               PERFORM WRITE-TIME-SUMMARY                               00035000
               IF WS-COUNT-REJECTED > 0 OR WS-COUNT-MISSING > 0 OR      00035100
                  WS-COUNT-OVERWEEK > 0 OR WS-COUNT-ROSTER-BAD > 0 OR   00035200
                  WS-COUNT-EMPOVER > 0 THEN                             00035300
                  SET WS-RC-WARNING TO TRUE                             00035400
               END-IF                                                   00035500
            END-IF.                                                     00035600
            CLOSE RPTFILE EXCFILE EARNOUT.                              00035700
            MOVE WS-RETURN-CODE TO RETURN-CODE.                         00035800
            GOBACK.                                                     00035900
       READ-TIME-PARMS.                                                 00036000
            OPEN INPUT PARMFILE.                                        00036100
            PERFORM UNTIL WS-PARM-EOF                                   00036200
               READ PARMFILE                                            00036300
                 AT END SET WS-PARM-EOF TO TRUE                         00036400
                 NOT AT END PERFORM APPLY-PARM-CARD                     00036500
               END-READ                                                 00036600
            END-PERFORM.                                                00036700
            CLOSE PARMFILE.                                             00036800
       APPLY-PARM-CARD.                                                 00036900
            EVALUATE PARM-KEY                                           00037000
                WHEN 'PERIODDATE'                                       00037100
                   IF PARM-VALUE-NUM > 0 THEN                           00037200
                      MOVE PARM-VALUE-NUM TO WS-PERIOD-DATE             00037300
                   END-IF                                               00037400
                WHEN 'REGCODE'                                          00037500
                   IF PARM-VALUE-TEXT (1:2) NOT = SPACES THEN           00037600
                      MOVE PARM-VALUE-TEXT (1:2) TO WS-REG-CODE         00037700
                   END-IF                                               00037800
                WHEN 'MAXDAYHOURS'                                      00037900
                   IF PARM-VALUE-NUM > 0 THEN                           00038000
                      MOVE PARM-VALUE-NUM TO WS-MAX-DAY-HOURS           00038100
                   END-IF                                               00038200
                WHEN 'MAXWEEKHOURS'                                     00038300
                   IF PARM-VALUE-NUM > 0 THEN                           00038400
                      MOVE PARM-VALUE-NUM TO WS-MAX-WEEK-HOURS          00038500
                   END-IF                                               00038600
                WHEN OTHER                                              00038700
                   CONTINUE                                             00038800
            END-EVALUATE.                                               00038900
      * THE SAME PERIOD SELECTION AS PGM51, SO THE EARNINGS LAND IN     00039000
      * THE PERIOD PGM51 IS ABOUT TO PAY.                               00039100
       FIND-PAY-PERIOD.                                                 00039200
            OPEN INPUT PAYCAL.                                          00039300
            PERFORM UNTIL WS-CAL-EOF OR WS-PERIOD-FOUND                 00039400
               READ PAYCAL                                              00039500
                 AT END SET WS-CAL-EOF TO TRUE                          00039600
                 NOT AT END PERFORM CHECK-ONE-PERIOD                    00039700
               END-READ                                                 00039800
            END-PERFORM.                                                00039900
            CLOSE PAYCAL.                                               00040000
       CHECK-ONE-PERIOD.                                                00040100
            MOVE CAL-PERIOD-START TO WS-DATE-WORK.                      00040200
            CALL WS-DATEVAL-PGM USING WS-DATE-WORK-X,                   00040300
               WS-NO-HORIZON, WS-DATE-RC.                               00040400
            IF NOT WS-DATE-RC-OK THEN                                   00040500
               CONTINUE                                                 00040600
            ELSE                                                        00040700
               MOVE CAL-PERIOD-END TO WS-DATE-WORK                      00040800
               CALL WS-DATEVAL-PGM USING WS-DATE-WORK-X,                00040900
                  WS-NO-HORIZON, WS-DATE-RC                             00041000
               IF WS-DATE-RC-OK AND                                     00041100
                  CAL-PERIOD-START <= WS-PERIOD-DATE AND                00041200
                  CAL-PERIOD-END >= WS-PERIOD-DATE THEN                 00041300
                  SET WS-PERIOD-FOUND TO TRUE                           00041400
                  MOVE CAL-PERIOD-START TO WS-PERIOD-START              00041500
                  MOVE CAL-PERIOD-END TO WS-PERIOD-END                  00041600
               END-IF                                                   00041700
            END-IF.                                                     00041800
       SET-UP-PERIOD.                                                   00041900
            MOVE WS-PERIOD-START TO WS-SER-DATE.                        00042000
            PERFORM DATE-TO-SERIAL.                                     00042100
            MOVE WS-SERIAL TO WS-START-SERIAL.                          00042200
            MOVE WS-PERIOD-END TO WS-SER-DATE.                          00042300
            PERFORM DATE-TO-SERIAL.                                     00042400
            MOVE WS-SERIAL TO WS-END-SERIAL.                            00042500
            COMPUTE WS-PERIOD-DAYS =                                    00042600
               WS-END-SERIAL - WS-START-SERIAL + 1.                     00042700
            MOVE WS-PERIOD-START (1:6) TO WS-PERIOD-YYYYMM.             00042800
            MOVE SPACES TO RPT-LINE.                                    00042900
            STRING 'PERIOD ' WS-PERIOD-START ' - ' WS-PERIOD-END        00043000
               ' (' WS-PERIOD-DAYS ' DAYS)'                             00043100
               DELIMITED BY SIZE INTO RPT-LINE                          00043200
            END-STRING.                                                 00043300
            WRITE RPT-LINE.                                             00043400
            IF WS-PERIOD-DAYS < 1 OR WS-PERIOD-DAYS > 31 THEN           00043500
               MOVE 'PAY PERIOD IS NOT 1 TO 31 DAYS - NOTHING PAID'     00043600
                  TO RPT-LINE                                           00043700
               WRITE RPT-LINE                                           00043800
               SET WS-RC-DATA-ERROR TO TRUE                             00043900
            END-IF.                                                     00044000
      * A BAD ROW MAKES THE WHOLE TABLE UNSAFE TO PAY FROM.             00044100
       LOAD-TIME-RULES.                                                 00044200
            OPEN INPUT RULEIN.                                          00044300
            PERFORM UNTIL WS-RUL-EOF                                    00044400
               READ RULEIN                                              00044500
                 AT END SET WS-RUL-EOF TO TRUE                          00044600
                 NOT AT END PERFORM LOAD-ONE-RULE                       00044700
               END-READ                                                 00044800
            END-PERFORM.                                                00044900
            CLOSE RULEIN.                                               00045000
            IF WS-COUNT-RULE-BAD > 0 THEN                               00045100
               MOVE SPACES TO RPT-LINE                                  00045200
               STRING 'RULE TABLE HAS ' WS-COUNT-RULE-BAD               00045300
                  ' BAD ROWS - NOTHING PAID'                            00045400
                  DELIMITED BY SIZE INTO RPT-LINE                       00045500
               END-STRING                                               00045600
               WRITE RPT-LINE                                           00045700
               SET WS-RC-DATA-ERROR TO TRUE                             00045800
            END-IF.                                                     00045900
       LOAD-ONE-RULE.                                                   00046000
            ADD 1 TO WS-COUNT-RULES.                                    00046100
            MOVE SPACES TO WS-REJECT-TEXT.                              00046200
            IF RUL-THRESHOLD-X NOT NUMERIC OR RUL-MULT-X NOT NUMERIC    00046300
               OR RUL-PREMIUM-X NOT NUMERIC THEN                        00046400
               MOVE 'FIGURES NOT NUMERIC' TO WS-REJECT-TEXT             00046500
            END-IF.                                                     00046600
            IF WS-REJECT-TEXT = SPACES THEN                             00046700
               IF RUL-EARN-CODE = SPACES THEN                           00046800
                  MOVE 'EARNINGS CODE MISSING' TO WS-REJECT-TEXT        00046900
               END-IF                                                   00047000
            END-IF.                                                     00047100
            IF WS-REJECT-TEXT = SPACES THEN                             00047200
               EVALUATE TRUE                                            00047300
                   WHEN RUL-TYPE-DAILY                                  00047400
                      PERFORM LOAD-DAILY-RULE                           00047500
                   WHEN RUL-TYPE-WEEKLY                                 00047600
                      PERFORM LOAD-WEEKLY-RULE                          00047700
                   WHEN RUL-TYPE-HOLIDAY                                00047800
                      PERFORM LOAD-HOLIDAY-RULE                         00047900
                   WHEN RUL-TYPE-SHIFT                                  00048000
                      PERFORM LOAD-SHIFT-RULE                           00048100
                   WHEN OTHER                                           00048200
                      MOVE 'RULE TYPE NOT D, W, H OR S'                 00048300
                         TO WS-REJECT-TEXT                              00048400
               END-EVALUATE                                             00048500
            END-IF.                                                     00048600
            IF WS-REJECT-TEXT NOT = SPACES THEN                         00048700
               ADD 1 TO WS-COUNT-RULE-BAD                               00048800
               MOVE SPACES TO RPT-LINE                                  00048900
               STRING 'RULE ' RUL-TYPE ' ' RUL-SHIFT                    00049000
                  ' REJECTED: ' WS-REJECT-TEXT                          00049100
                  DELIMITED BY SIZE INTO RPT-LINE                       00049200
               END-STRING                                               00049300
               WRITE RPT-LINE                                           00049400
            END-IF.                                                     00049500
       LOAD-DAILY-RULE.                                                 00049600
            IF WS-RULE-D-LOADED THEN                                    00049700
               MOVE 'SECOND DAILY RULE' TO WS-REJECT-TEXT               00049800
            ELSE                                                        00049900
               IF RUL-THRESHOLD = 0 OR RUL-MULT < 1 THEN                00050000
                  MOVE 'THRESHOLD 0 OR MULTIPLIER < 1'                  00050100
                     TO WS-REJECT-TEXT                                  00050200
               ELSE                                                     00050300
                  SET WS-RULE-D-LOADED TO TRUE                          00050400
                  MOVE RUL-THRESHOLD TO WS-D-THRESHOLD                  00050500
                  MOVE RUL-MULT TO WS-D-MULT                            00050600
                  MOVE RUL-EARN-CODE TO WS-D-CODE                       00050700
               END-IF                                                   00050800
            END-IF.                                                     00050900
       LOAD-WEEKLY-RULE.                                                00051000
            IF WS-RULE-W-LOADED THEN                                    00051100
               MOVE 'SECOND WEEKLY RULE' TO WS-REJECT-TEXT              00051200
            ELSE                                                        00051300
               IF RUL-THRESHOLD = 0 OR RUL-MULT < 1 THEN                00051400
                  MOVE 'THRESHOLD 0 OR MULTIPLIER < 1'                  00051500
                     TO WS-REJECT-TEXT                                  00051600
               ELSE                                                     00051700
                  SET WS-RULE-W-LOADED TO TRUE                          00051800
                  MOVE RUL-THRESHOLD TO WS-W-THRESHOLD                  00051900
                  MOVE RUL-MULT TO WS-W-MULT                            00052000
                  MOVE RUL-EARN-CODE TO WS-W-CODE                       00052100
               END-IF                                                   00052200
            END-IF.                                                     00052300
       LOAD-HOLIDAY-RULE.                                               00052400
            IF WS-RULE-H-LOADED THEN                                    00052500
               MOVE 'SECOND HOLIDAY RULE' TO WS-REJECT-TEXT             00052600
            ELSE                                                        00052700
               IF RUL-MULT < 1 THEN                                     00052800
                  MOVE 'MULTIPLIER < 1' TO WS-REJECT-TEXT               00052900
               ELSE                                                     00053000
                  SET WS-RULE-H-LOADED TO TRUE                          00053100
                  MOVE RUL-MULT TO WS-H-MULT                            00053200
                  MOVE RUL-EARN-CODE TO WS-H-CODE                       00053300
               END-IF                                                   00053400
            END-IF.                                                     00053500
       LOAD-SHIFT-RULE.                                                 00053600
            IF RUL-SHIFT = SPACES THEN                                  00053700
               MOVE 'SHIFT CODE MISSING' TO WS-REJECT-TEXT              00053800
            END-IF.                                                     00053900
            IF WS-REJECT-TEXT = SPACES THEN                             00054000
               IF RUL-PREMIUM = 0 AND RUL-MULT NOT > 1 THEN             00054100
                  MOVE 'NO PREMIUM AND MULTIPLIER <= 1'                 00054200
                     TO WS-REJECT-TEXT                                  00054300
               END-IF                                                   00054400
            END-IF.                                                     00054500
            IF WS-REJECT-TEXT = SPACES THEN                             00054600
               MOVE RUL-SHIFT TO WS-WORK-ID                             00054700
               PERFORM FIND-SHIFT-RULE                                  00054800
               IF WS-ENTRY-FOUND THEN                                   00054900
                  MOVE 'SECOND RULE FOR SHIFT' TO WS-REJECT-TEXT        00055000
               ELSE                                                     00055100
                  IF WS-SHIFT-COUNT < 20 THEN                           00055200
                     ADD 1 TO WS-SHIFT-COUNT                            00055300
                     SET WS-SHIFT-IDX TO WS-SHIFT-COUNT                 00055400
                     MOVE RUL-SHIFT TO WS-SHIFT-CODE (WS-SHIFT-IDX)     00055500
                     MOVE RUL-MULT TO WS-SHIFT-MULT (WS-SHIFT-IDX)      00055600
                     MOVE RUL-PREMIUM                                   00055700
                        TO WS-SHIFT-PREMIUM (WS-SHIFT-IDX)              00055800
                     MOVE RUL-EARN-CODE                                 00055900
                        TO WS-SHIFT-ECODE (WS-SHIFT-IDX)                00056000
                  ELSE                                                  00056100
                     MOVE 'MORE THAN 20 SHIFT RULES'                    00056200
                        TO WS-REJECT-TEXT                               00056300
                  END-IF                                                00056400
               END-IF                                                   00056500
            END-IF.                                                     00056600
      * LOOKS UP WS-WORK-ID (1:2) IN THE SHIFT RULES.                   00056700
       FIND-SHIFT-RULE.                                                 00056800
            MOVE 'N' TO WS-FOUND-SW.                                    00056900
            IF WS-SHIFT-COUNT > 0 THEN                                  00057000
               PERFORM VARYING WS-SHIFT-IDX FROM 1 BY 1                 00057100
                  UNTIL WS-SHIFT-IDX > WS-SHIFT-COUNT                   00057200
                     OR WS-ENTRY-FOUND                                  00057300
                  IF WS-SHIFT-CODE (WS-SHIFT-IDX) = WS-WORK-ID (1:2)    00057400
                     THEN                                               00057500
                     SET WS-ENTRY-FOUND TO TRUE                         00057600
                     SET WS-SHIFT-SAV TO WS-SHIFT-IDX                   00057700
                  END-IF                                                00057800
               END-PERFORM                                              00057900
            END-IF.                                                     00058000
            IF WS-ENTRY-FOUND THEN                                      00058100
               SET WS-SHIFT-IDX TO WS-SHIFT-SAV                         00058200
            END-IF.                                                     00058300
      * MARKS EACH DAY OF THE PERIOD WITH ITS CALENDAR TYPE.            00058400
       LOAD-BUSINESS-CALENDAR.                                          00058500
            MOVE SPACES TO WS-DAY-TABLE.                                00058600
            OPEN INPUT CALENDAR.                                        00058700
            PERFORM UNTIL WS-BCL-EOF                                    00058800
               READ CALENDAR                                            00058900
                 AT END SET WS-BCL-EOF TO TRUE                          00059000
                 NOT AT END                                             00059100
                    IF BCL-DATE NUMERIC AND                             00059200
                       BCL-DATE >= WS-PERIOD-START AND                  00059300
                       BCL-DATE <= WS-PERIOD-END THEN                   00059400
                       MOVE BCL-DATE TO WS-SER-DATE                     00059500
                       PERFORM DATE-TO-SERIAL                           00059600
                       COMPUTE WS-DAY-NO =                              00059700
                          WS-SERIAL - WS-START-SERIAL + 1               00059800
                       IF WS-DAY-NO >= 1 AND                            00059900
                          WS-DAY-NO <= WS-PERIOD-DAYS THEN              00060000
                          MOVE BCL-DATE TO WS-DAY-DATE (WS-DAY-NO)      00060100
                          MOVE BCL-TYPE TO WS-DAY-TYPE (WS-DAY-NO)      00060200
                       END-IF                                           00060300
                    END-IF                                              00060400
               END-READ                                                 00060500
            END-PERFORM.                                                00060600
            CLOSE CALENDAR.                                             00060700
       LOAD-EMPLOYEES.                                                  00060800
            OPEN INPUT INFILE.                                          00060900
            PERFORM UNTIL WS-EOF                                        00061000
               READ INFILE                                              00061100
                 AT END SET WS-EOF TO TRUE                              00061200
                 NOT AT END                                             00061300
                    IF HT-IS-HEADER OF FL-REC-HT OR                     00061400
                       HT-IS-TRAILER OF FL-REC-HT THEN                  00061500
                       CONTINUE                                         00061600
                    ELSE                                                00061700
                       PERFORM LOAD-ONE-EMPLOYEE                        00061800
                    END-IF                                              00061900
               END-READ                                                 00062000
            END-PERFORM.                                                00062100
            CLOSE INFILE.                                               00062200
       LOAD-ONE-EMPLOYEE.                                               00062300
            IF WS-EMP-COUNT < 2000 THEN                                 00062400
               ADD 1 TO WS-EMP-COUNT                                    00062500
               SET WS-EMP-IDX TO WS-EMP-COUNT                           00062600
               MOVE FL-EMP-ID OF FL-REC TO WS-EMP-ID (WS-EMP-IDX)       00062700
               MOVE FL-DEPT-CODE OF FL-REC TO WS-EMP-DEPT (WS-EMP-IDX)  00062800
               IF FL-STATUS-CODE OF FL-REC-ST = SPACE THEN              00062900
                  MOVE 'A' TO WS-EMP-STATUS (WS-EMP-IDX)                00063000
               ELSE                                                     00063100
                  MOVE FL-STATUS-CODE OF FL-REC-ST                      00063200
                     TO WS-EMP-STATUS (WS-EMP-IDX)                      00063300
               END-IF                                                   00063400
               IF FL-EFF-DATE OF FL-REC NUMERIC THEN                    00063500
                  MOVE FL-EFF-DATE OF FL-REC                            00063600
                     TO WS-EMP-EFF-DATE (WS-EMP-IDX)                    00063700
               ELSE                                                     00063800
                  MOVE 0 TO WS-EMP-EFF-DATE (WS-EMP-IDX)                00063900
               END-IF                                                   00064000
               MOVE 0 TO WS-EMP-HRS-IX (WS-EMP-IDX)                     00064100
            ELSE                                                        00064200
               ADD 1 TO WS-COUNT-EMPOVER                                00064300
            END-IF.                                                     00064400
      * LOOKS UP WS-WORK-ID IN THE EMPLOYEE TABLE.                      00064500
       FIND-EMPLOYEE.                                                   00064600
            MOVE 'N' TO WS-FOUND-SW.                                    00064700
            IF WS-EMP-COUNT > 0 THEN                                    00064800
               PERFORM VARYING WS-EMP-IDX FROM 1 BY 1                   00064900
                  UNTIL WS-EMP-IDX > WS-EMP-COUNT                       00065000
                     OR WS-ENTRY-FOUND                                  00065100
                  IF WS-EMP-ID (WS-EMP-IDX) = WS-WORK-ID THEN           00065200
                     SET WS-ENTRY-FOUND TO TRUE                         00065300
                     SET WS-EMP-SAV TO WS-EMP-IDX                       00065400
                  END-IF                                                00065500
               END-PERFORM                                              00065600
            END-IF.                                                     00065700
            IF WS-ENTRY-FOUND THEN                                      00065800
               SET WS-EMP-IDX TO WS-EMP-SAV                             00065900
            END-IF.                                                     00066000
       LOAD-HOURLY-ROSTER.                                              00066100
            OPEN INPUT ROSTER.                                          00066200
            PERFORM UNTIL WS-HR-EOF                                     00066300
               READ ROSTER                                              00066400
                 AT END SET WS-HR-EOF TO TRUE                           00066500
                 NOT AT END PERFORM LOAD-ONE-ROSTER-ROW                 00066600
               END-READ                                                 00066700
            END-PERFORM.                                                00066800
            CLOSE ROSTER.                                               00066900
       LOAD-ONE-ROSTER-ROW.                                             00067000
            ADD 1 TO WS-COUNT-ROSTER.                                   00067100
            MOVE SPACES TO WS-REJECT-TEXT.                              00067200
            MOVE HR-EMP-ID TO WS-WORK-ID.                               00067300
            PERFORM FIND-EMPLOYEE.                                      00067400
            IF NOT WS-ENTRY-FOUND THEN                                  00067500
               MOVE 'NOT ON EXTRACT' TO WS-REJECT-TEXT                  00067600
            END-IF.                                                     00067700
            IF WS-REJECT-TEXT = SPACES THEN                             00067800
               IF HR-RATE-X NOT NUMERIC THEN                            00067900
                  MOVE 'RATE NOT NUMERIC' TO WS-REJECT-TEXT             00068000
               ELSE                                                     00068100
                  IF HR-RATE = 0 THEN                                   00068200
                     MOVE 'RATE IS ZERO' TO WS-REJECT-TEXT              00068300
                  END-IF                                                00068400
               END-IF                                                   00068500
            END-IF.                                                     00068600
            IF WS-REJECT-TEXT = SPACES THEN                             00068700
               IF WS-EMP-HRS-IX (WS-EMP-IDX) > 0 THEN                   00068800
                  MOVE 'ON THE ROSTER TWICE' TO WS-REJECT-TEXT          00068900
               END-IF                                                   00069000
            END-IF.                                                     00069100
            IF WS-REJECT-TEXT = SPACES THEN                             00069200
               IF WS-HRS-COUNT < 1000 THEN                              00069300
                  ADD 1 TO WS-HRS-COUNT                                 00069400
                  SET WS-HRS-IDX TO WS-HRS-COUNT                        00069500
                  SET WS-HRS-EMP-IX (WS-HRS-IDX) TO WS-EMP-IDX          00069600
                  MOVE HR-RATE TO WS-HRS-RATE (WS-HRS-IDX)              00069700
                  MOVE WS-HRS-COUNT TO WS-EMP-HRS-IX (WS-EMP-IDX)       00069800
                  PERFORM CLEAR-ONE-DAY-SLOT                            00069900
                     VARYING WS-DAY-NO FROM 1 BY 1                      00070000
                     UNTIL WS-DAY-NO > 31                               00070100
               ELSE                                                     00070200
                  MOVE 'ROSTER TABLE FULL' TO WS-REJECT-TEXT            00070300
               END-IF                                                   00070400
            END-IF.                                                     00070500
            IF WS-REJECT-TEXT NOT = SPACES THEN                         00070600
               ADD 1 TO WS-COUNT-ROSTER-BAD                             00070700
               MOVE SPACES TO EXC-LINE                                  00070800
               STRING 'ROSTER ' HR-EMP-ID ' REJECTED: ' WS-REJECT-TEXT  00070900
                  DELIMITED BY SIZE INTO EXC-LINE                       00071000
               END-STRING                                               00071100
               WRITE EXC-LINE                                           00071200
            END-IF.                                                     00071300
       CLEAR-ONE-DAY-SLOT.                                              00071400
            MOVE 'N' TO WS-HRS-CARD-SW (WS-HRS-IDX WS-DAY-NO).          00071500
            MOVE 0 TO WS-HRS-REG (WS-HRS-IDX WS-DAY-NO).                00071600
            MOVE 0 TO WS-HRS-OT (WS-HRS-IDX WS-DAY-NO).                 00071700
            MOVE SPACES TO WS-HRS-SHIFT (WS-HRS-IDX WS-DAY-NO).         00071800
       LOAD-TIMECARDS.                                                  00071900
            OPEN INPUT TCARDIN.                                         00072000
            PERFORM UNTIL WS-TC-EOF                                     00072100
               READ TCARDIN                                             00072200
                 AT END SET WS-TC-EOF TO TRUE                           00072300
                 NOT AT END PERFORM APPLY-ONE-TIMECARD                  00072400
               END-READ                                                 00072500
            END-PERFORM.                                                00072600
            CLOSE TCARDIN.                                              00072700
      * THE FIRST FAILING CHECK IS THE ONE REPORTED.                    00072800
       APPLY-ONE-TIMECARD.                                              00072900
            ADD 1 TO WS-COUNT-CARDS.                                    00073000
            MOVE SPACES TO WS-REJECT-TEXT.                              00073100
            MOVE TC-EMP-ID TO WS-WORK-ID.                               00073200
            PERFORM FIND-EMPLOYEE.                                      00073300
            IF NOT WS-ENTRY-FOUND THEN                                  00073400
               MOVE 'EMPLOYEE NOT ON EXTRACT' TO WS-REJECT-TEXT         00073500
            END-IF.                                                     00073600
            IF WS-REJECT-TEXT = SPACES THEN                             00073700
               IF WS-EMP-HRS-IX (WS-EMP-IDX) = 0 THEN                   00073800
                  MOVE 'NOT ON HOURLY ROSTER' TO WS-REJECT-TEXT         00073900
               ELSE                                                     00074000
                  SET WS-HRS-IDX TO WS-EMP-HRS-IX (WS-EMP-IDX)          00074100
               END-IF                                                   00074200
            END-IF.                                                     00074300
            IF WS-REJECT-TEXT = SPACES THEN                             00074400
               IF WS-EMP-STATUS (WS-EMP-IDX) = 'T' THEN                 00074500
                  MOVE 'EMPLOYEE TERMINATED' TO WS-REJECT-TEXT          00074600
               END-IF                                                   00074700
            END-IF.                                                     00074800
            IF WS-REJECT-TEXT = SPACES THEN                             00074900
               PERFORM CHECK-WORK-DATE                                  00075000
            END-IF.                                                     00075100
            IF WS-REJECT-TEXT = SPACES THEN                             00075200
               IF TC-REG-HOURS-X NOT NUMERIC OR                         00075300
                  TC-OT-HOURS-X NOT NUMERIC THEN                        00075400
                  MOVE 'HOURS NOT NUMERIC' TO WS-REJECT-TEXT            00075500
               ELSE                                                     00075600
                  COMPUTE WS-DAY-HOURS = TC-REG-HOURS + TC-OT-HOURS     00075700
                  IF WS-DAY-HOURS = 0 THEN                              00075800
                     MOVE 'NO HOURS' TO WS-REJECT-TEXT                  00075900
                  END-IF                                                00076000
                  IF WS-DAY-HOURS > WS-MAX-DAY-HOURS THEN               00076100
                     MOVE 'EXCESSIVE HOURS FOR ONE DAY'                 00076200
                        TO WS-REJECT-TEXT                               00076300
                     ADD 1 TO WS-COUNT-EXCESS                           00076400
                  END-IF                                                00076500
               END-IF                                                   00076600
            END-IF.                                                     00076700
            IF WS-REJECT-TEXT = SPACES AND TC-SHIFT NOT = SPACES THEN   00076800
               MOVE TC-SHIFT TO WS-WORK-ID                              00076900
               PERFORM FIND-SHIFT-RULE                                  00077000
               IF NOT WS-ENTRY-FOUND THEN                               00077100
                  MOVE 'SHIFT CODE NOT ON RULE TABLE'                   00077200
                     TO WS-REJECT-TEXT                                  00077300
               END-IF                                                   00077400
            END-IF.                                                     00077500
            IF WS-REJECT-TEXT = SPACES THEN                             00077600
               IF WS-HRS-CARD (WS-HRS-IDX WS-DAY-NO) THEN               00077700
                  MOVE 'SECOND TIMECARD FOR THE DAY'                    00077800
                     TO WS-REJECT-TEXT                                  00077900
               END-IF                                                   00078000
            END-IF.                                                     00078100
            IF WS-REJECT-TEXT = SPACES THEN                             00078200
               ADD 1 TO WS-COUNT-ACCEPTED                               00078300
               MOVE 'Y' TO WS-HRS-CARD-SW (WS-HRS-IDX WS-DAY-NO)        00078400
               MOVE TC-REG-HOURS TO WS-HRS-REG (WS-HRS-IDX WS-DAY-NO)   00078500
               MOVE TC-OT-HOURS TO WS-HRS-OT (WS-HRS-IDX WS-DAY-NO)     00078600
               MOVE TC-SHIFT TO WS-HRS-SHIFT (WS-HRS-IDX WS-DAY-NO)     00078700
            ELSE                                                        00078800
               ADD 1 TO WS-COUNT-REJECTED                               00078900
               MOVE SPACES TO EXC-LINE                                  00079000
               STRING 'TIMECARD ' TC-EMP-ID ' ' TC-WORK-DATE-X          00079100
                  ' HELD: ' WS-REJECT-TEXT                              00079200
                  DELIMITED BY SIZE INTO EXC-LINE                       00079300
               END-STRING                                               00079400
               WRITE EXC-LINE                                           00079500
            END-IF.                                                     00079600
      * SETS WS-DAY-NO TO THE WORK DATE'S DAY OF THE PERIOD.            00079700
       CHECK-WORK-DATE.                                                 00079800
            IF TC-WORK-DATE-X NOT NUMERIC THEN                          00079900
               MOVE 'WORK DATE INVALID' TO WS-REJECT-TEXT               00080000
            ELSE                                                        00080100
               MOVE TC-WORK-DATE TO WS-DATE-WORK                        00080200
               CALL WS-DATEVAL-PGM USING WS-DATE-WORK-X,                00080300
                  WS-NO-HORIZON, WS-DATE-RC                             00080400
               IF NOT WS-DATE-RC-OK THEN                                00080500
                  MOVE 'WORK DATE INVALID' TO WS-REJECT-TEXT            00080600
               END-IF                                                   00080700
            END-IF.                                                     00080800
            IF WS-REJECT-TEXT = SPACES THEN                             00080900
               IF TC-WORK-DATE < WS-PERIOD-START OR                     00081000
                  TC-WORK-DATE > WS-PERIOD-END THEN                     00081100
                  MOVE 'WORK DATE OUTSIDE PAY PERIOD'                   00081200
                     TO WS-REJECT-TEXT                                  00081300
               END-IF                                                   00081400
            END-IF.                                                     00081500
            IF WS-REJECT-TEXT = SPACES THEN                             00081600
               IF TC-WORK-DATE < WS-EMP-EFF-DATE (WS-EMP-IDX) THEN      00081700
                  MOVE 'WORK DATE BEFORE HIRE' TO WS-REJECT-TEXT        00081800
               END-IF                                                   00081900
            END-IF.                                                     00082000
            IF WS-REJECT-TEXT = SPACES THEN                             00082100
               MOVE TC-WORK-DATE TO WS-SER-DATE                         00082200
               PERFORM DATE-TO-SERIAL                                   00082300
               COMPUTE WS-DAY-NO = WS-SERIAL - WS-START-SERIAL + 1      00082400
            END-IF.                                                     00082500
       PAY-HOURLY-STAFF.                                                00082600
            MOVE SPACES TO RPT-LINE.                                    00082700
            STRING 'EMPLOYEE DEPT    REG     OT    HOL  SHIFT'          00082800
               '         PAY'                                           00082900
               DELIMITED BY SIZE INTO RPT-LINE                          00083000
            END-STRING.                                                 00083100
            WRITE RPT-LINE.                                             00083200
            IF WS-HRS-COUNT > 0 THEN                                    00083300
               PERFORM PAY-ONE-HOURLY                                   00083400
                  VARYING WS-HRS-IDX FROM 1 BY 1                        00083500
                  UNTIL WS-HRS-IDX > WS-HRS-COUNT                       00083600
            END-IF.                                                     00083700
       PAY-ONE-HOURLY.                                                  00083800
            SET WS-EMP-IDX TO WS-HRS-EMP-IX (WS-HRS-IDX).               00083900
            IF WS-EMP-STATUS (WS-EMP-IDX) NOT = 'T' THEN                00084000
               MOVE 0 TO WS-EMP-REG-HOURS WS-EMP-DOT-HOURS              00084100
                         WS-EMP-WOT-HOURS WS-EMP-HOL-HOURS              00084200
                         WS-EMP-SHF-HOURS WS-EMP-PAY                    00084300
               MOVE 0 TO WS-BKT-COUNT                                   00084400
               PERFORM VARYING WS-WEEK-NO FROM 1 BY 1                   00084500
                  UNTIL WS-WEEK-NO > 5                                  00084600
                  MOVE 0 TO WS-WEEK-REG (WS-WEEK-NO)                    00084700
                  MOVE 0 TO WS-WEEK-HOURS (WS-WEEK-NO)                  00084800
               END-PERFORM                                              00084900
               PERFORM COST-ONE-DAY                                     00085000
                  VARYING WS-DAY-NO FROM 1 BY 1                         00085100
                  UNTIL WS-DAY-NO > WS-PERIOD-DAYS                      00085200
               PERFORM PRICE-EMPLOYEE-HOURS                             00085300
               PERFORM CHECK-WEEKLY-HOURS                               00085400
               IF WS-BKT-COUNT > 0 THEN                                 00085500
                  PERFORM WRITE-ONE-EARNING                             00085600
                     VARYING WS-BKT-IDX FROM 1 BY 1                     00085700
                     UNTIL WS-BKT-IDX > WS-BKT-COUNT                    00085800
               END-IF                                                   00085900
               PERFORM WRITE-EMPLOYEE-LINE                              00086000
            END-IF.                                                     00086100
      * A DAY WITH A TIMECARD IS SPLIT INTO REGULAR, DAILY AND          00086200
      * WEEKLY OVERTIME OR HOLIDAY HOURS; A BUSINESS DAY WITHOUT        00086300
      * ONE IS AN EXCEPTION UNLESS THE EMPLOYEE IS ON LEAVE OR NOT      00086400
      * YET STARTED.                                                    00086500
       COST-ONE-DAY.                                                    00086600
            IF WS-HRS-CARD (WS-HRS-IDX WS-DAY-NO) THEN                  00086700
               COMPUTE WS-WEEK-NO = (WS-DAY-NO - 1) / 7 + 1             00086800
               MOVE WS-HRS-REG (WS-HRS-IDX WS-DAY-NO) TO WS-DAY-REG     00086900
               MOVE WS-HRS-OT (WS-HRS-IDX WS-DAY-NO) TO WS-DAY-OT       00087000
               COMPUTE WS-DAY-HOURS = WS-DAY-REG + WS-DAY-OT            00087100
               ADD WS-DAY-HOURS TO WS-WEEK-HOURS (WS-WEEK-NO)           00087200
               IF WS-DAY-HOLIDAY (WS-DAY-NO) AND WS-RULE-H-LOADED       00087300
                  THEN                                                  00087400
                  ADD WS-DAY-HOURS TO WS-EMP-HOL-HOURS                  00087500
               ELSE                                                     00087600
                  PERFORM SPLIT-DAY-HOURS                               00087700
               END-IF                                                   00087800
               IF WS-HRS-SHIFT (WS-HRS-IDX WS-DAY-NO) NOT = SPACES      00087900
                  THEN                                                  00088000
                  PERFORM ADD-SHIFT-PREMIUM                             00088100
               END-IF                                                   00088200
            ELSE                                                        00088300
               IF WS-DAY-BUSINESS (WS-DAY-NO) AND                       00088400
                  WS-EMP-STATUS (WS-EMP-IDX) NOT = 'L' AND              00088500
                  WS-DAY-DATE (WS-DAY-NO) >=                            00088600
                     WS-EMP-EFF-DATE (WS-EMP-IDX) THEN                  00088700
                  ADD 1 TO WS-COUNT-MISSING                             00088800
                  MOVE SPACES TO EXC-LINE                               00088900
                  STRING 'EMPLOYEE ' WS-EMP-ID (WS-EMP-IDX)             00089000
                     ' NO TIMECARD FOR BUSINESS DAY '                   00089100
                     WS-DAY-DATE (WS-DAY-NO)                            00089200
                     DELIMITED BY SIZE INTO EXC-LINE                    00089300
                  END-STRING                                            00089400
                  WRITE EXC-LINE                                        00089500
               END-IF                                                   00089600
            END-IF.                                                     00089700
       SPLIT-DAY-HOURS.                                                 00089800
            IF WS-RULE-D-LOADED AND WS-DAY-REG > WS-D-THRESHOLD THEN    00089900
               COMPUTE WS-DAY-EXCESS = WS-DAY-REG - WS-D-THRESHOLD      00090000
               SUBTRACT WS-DAY-EXCESS FROM WS-DAY-REG                   00090100
               ADD WS-DAY-EXCESS TO WS-DAY-OT                           00090200
            END-IF.                                                     00090300
            IF WS-RULE-W-LOADED THEN                                    00090400
               ADD WS-DAY-REG TO WS-WEEK-REG (WS-WEEK-NO)               00090500
               IF WS-WEEK-REG (WS-WEEK-NO) > WS-W-THRESHOLD THEN        00090600
                  COMPUTE WS-DAY-EXCESS =                               00090700
                     WS-WEEK-REG (WS-WEEK-NO) - WS-W-THRESHOLD          00090800
                  IF WS-DAY-EXCESS > WS-DAY-REG THEN                    00090900
                     MOVE WS-DAY-REG TO WS-DAY-EXCESS                   00091000
                  END-IF                                                00091100
                  SUBTRACT WS-DAY-EXCESS FROM WS-DAY-REG                00091200
                  SUBTRACT WS-DAY-EXCESS FROM WS-WEEK-REG (WS-WEEK-NO)  00091300
                  ADD WS-DAY-EXCESS TO WS-EMP-WOT-HOURS                 00091400
               END-IF                                                   00091500
            END-IF.                                                     00091600
            ADD WS-DAY-REG TO WS-EMP-REG-HOURS.                         00091700
            ADD WS-DAY-OT TO WS-EMP-DOT-HOURS.                          00091800
       ADD-SHIFT-PREMIUM.                                               00091900
            MOVE WS-HRS-SHIFT (WS-HRS-IDX WS-DAY-NO) TO WS-WORK-ID.     00092000
            PERFORM FIND-SHIFT-RULE.                                    00092100
            IF WS-ENTRY-FOUND THEN                                      00092200
               ADD WS-DAY-HOURS TO WS-EMP-SHF-HOURS                     00092300
               IF WS-SHIFT-MULT (WS-SHIFT-IDX) > 1 THEN                 00092400
                  COMPUTE WS-PIECE-AMOUNT ROUNDED = WS-DAY-HOURS *      00092500
                     (WS-SHIFT-PREMIUM (WS-SHIFT-IDX) +                 00092600
                      WS-HRS-RATE (WS-HRS-IDX) *                        00092700
                      (WS-SHIFT-MULT (WS-SHIFT-IDX) - 1))               00092800
               ELSE                                                     00092900
                  COMPUTE WS-PIECE-AMOUNT ROUNDED = WS-DAY-HOURS *      00093000
                     WS-SHIFT-PREMIUM (WS-SHIFT-IDX)                    00093100
               END-IF                                                   00093200
               MOVE WS-SHIFT-ECODE (WS-SHIFT-IDX) TO WS-PIECE-CODE      00093300
               MOVE 0 TO WS-PIECE-HOURS                                 00093350
               PERFORM ADD-TO-BUCKET                                    00093400
            END-IF.                                                     00093500
       PRICE-EMPLOYEE-HOURS.                                            00093600
            COMPUTE WS-PIECE-AMOUNT ROUNDED =                           00093700
               WS-EMP-REG-HOURS * WS-HRS-RATE (WS-HRS-IDX).             00093800
            MOVE WS-REG-CODE TO WS-PIECE-CODE.                          00093900
            MOVE WS-EMP-REG-HOURS TO WS-PIECE-HOURS.                    00093950
            PERFORM ADD-TO-BUCKET.                                      00094000
            COMPUTE WS-PIECE-AMOUNT ROUNDED =                           00094100
               WS-EMP-DOT-HOURS * WS-HRS-RATE (WS-HRS-IDX) * WS-D-MULT. 00094200
            MOVE WS-D-CODE TO WS-PIECE-CODE.                            00094300
            MOVE WS-EMP-DOT-HOURS TO WS-PIECE-HOURS.                    00094350
            PERFORM ADD-TO-BUCKET.                                      00094400
            IF WS-RULE-W-LOADED THEN                                    00094500
               COMPUTE WS-PIECE-AMOUNT ROUNDED =                        00094600
                  WS-EMP-WOT-HOURS * WS-HRS-RATE (WS-HRS-IDX)           00094700
                  * WS-W-MULT                                           00094800
               MOVE WS-W-CODE TO WS-PIECE-CODE                          00094900
               MOVE WS-EMP-WOT-HOURS TO WS-PIECE-HOURS                  00094950
               PERFORM ADD-TO-BUCKET                                    00095000
            END-IF.                                                     00095100
            IF WS-RULE-H-LOADED THEN                                    00095200
               COMPUTE WS-PIECE-AMOUNT ROUNDED =                        00095300
                  WS-EMP-HOL-HOURS * WS-HRS-RATE (WS-HRS-IDX)           00095400
                  * WS-H-MULT                                           00095500
               MOVE WS-H-CODE TO WS-PIECE-CODE                          00095600
               MOVE WS-EMP-HOL-HOURS TO WS-PIECE-HOURS                  00095650
               PERFORM ADD-TO-BUCKET                                    00095700
            END-IF.                                                     00095800
      * ONE BUCKET PER EARNINGS CODE FOR THE EMPLOYEE BEING COSTED.     00095900
       ADD-TO-BUCKET.                                                   00096000
            IF WS-PIECE-AMOUNT > 0 THEN                                 00096100
               ADD WS-PIECE-AMOUNT TO WS-EMP-PAY                        00096200
               MOVE 'N' TO WS-FOUND-SW                                  00096300
               IF WS-BKT-COUNT > 0 THEN                                 00096400
                  PERFORM VARYING WS-BKT-IDX FROM 1 BY 1                00096500
                     UNTIL WS-BKT-IDX > WS-BKT-COUNT                    00096600
                        OR WS-ENTRY-FOUND                               00096700
                     IF WS-BKT-CODE (WS-BKT-IDX) = WS-PIECE-CODE THEN   00096800
                        SET WS-ENTRY-FOUND TO TRUE                      00096900
                        SET WS-BKT-SAV TO WS-BKT-IDX                    00097000
                     END-IF                                             00097100
                  END-PERFORM                                           00097200
               END-IF                                                   00097300
               IF WS-ENTRY-FOUND THEN                                   00097400
                  SET WS-BKT-IDX TO WS-BKT-SAV                          00097500
                  ADD WS-PIECE-AMOUNT TO WS-BKT-AMOUNT (WS-BKT-IDX)     00097600
                  ADD WS-PIECE-HOURS TO WS-BKT-HOURS (WS-BKT-IDX)       00097650
               ELSE                                                     00097700
                  ADD 1 TO WS-BKT-COUNT                                 00097800
                  SET WS-BKT-IDX TO WS-BKT-COUNT                        00097900
                  MOVE WS-PIECE-CODE TO WS-BKT-CODE (WS-BKT-IDX)        00098000
                  MOVE WS-PIECE-AMOUNT TO WS-BKT-AMOUNT (WS-BKT-IDX)    00098100
                  MOVE WS-PIECE-HOURS TO WS-BKT-HOURS (WS-BKT-IDX)      00098150
               END-IF                                                   00098200
            END-IF.                                                     00098300
       CHECK-WEEKLY-HOURS.                                              00098400
            PERFORM VARYING WS-WEEK-NO FROM 1 BY 1                      00098500
               UNTIL WS-WEEK-NO > 5                                     00098600
               IF WS-WEEK-HOURS (WS-WEEK-NO) > WS-MAX-WEEK-HOURS THEN   00098700
                  ADD 1 TO WS-COUNT-OVERWEEK                            00098800
                  MOVE WS-WEEK-HOURS (WS-WEEK-NO) TO WS-HOURS-ED        00098900
                  MOVE SPACES TO EXC-LINE                               00099000
                  STRING 'EMPLOYEE ' WS-EMP-ID (WS-EMP-IDX)             00099100
                     ' WEEK ' WS-WEEK-NO ' OF PERIOD - '                00099200
                     WS-HOURS-ED ' HOURS, OVER THE WEEKLY MAXIMUM'      00099300
                     DELIMITED BY SIZE INTO EXC-LINE                    00099400
                  END-STRING                                            00099500
                  WRITE EXC-LINE                                        00099600
               END-IF                                                   00099700
            END-PERFORM.                                                00099800
       WRITE-ONE-EARNING.                                               00099900
            MOVE SPACES TO ERN-OUTREC.                                  00100000
            MOVE WS-EMP-ID (WS-EMP-IDX) TO ERN-OUT-EMP-ID.              00100100
            MOVE WS-EMP-DEPT (WS-EMP-IDX) TO ERN-OUT-DEPT.              00100200
            MOVE WS-BKT-CODE (WS-BKT-IDX) TO ERN-OUT-CODE.              00100300
            MOVE WS-BKT-AMOUNT (WS-BKT-IDX) TO ERN-OUT-AMOUNT.          00100400
            MOVE WS-PERIOD-YYYYMM TO ERN-OUT-PERIOD.                    00100500
            MOVE WS-BKT-HOURS (WS-BKT-IDX) TO ERN-OUT-HOURS.            00100550
            WRITE ERN-OUTREC.                                           00100600
            ADD 1 TO WS-COUNT-LINES.                                    00100700
            MOVE 'N' TO WS-FOUND-SW.                                    00100800
            IF WS-CODE-COUNT > 0 THEN                                   00100900
               PERFORM VARYING WS-CODE-IDX FROM 1 BY 1                  00101000
                  UNTIL WS-CODE-IDX > WS-CODE-COUNT                     00101100
                     OR WS-ENTRY-FOUND                                  00101200
                  IF WS-CODE-VALUE (WS-CODE-IDX) =                      00101300
                     WS-BKT-CODE (WS-BKT-IDX) THEN                      00101400
                     SET WS-ENTRY-FOUND TO TRUE                         00101500
                     SET WS-CODE-SAV TO WS-CODE-IDX                     00101600
                  END-IF                                                00101700
               END-PERFORM                                              00101800
            END-IF.                                                     00101900
            IF WS-ENTRY-FOUND THEN                                      00102000
               SET WS-CODE-IDX TO WS-CODE-SAV                           00102100
            ELSE                                                        00102200
               ADD 1 TO WS-CODE-COUNT                                   00102300
               SET WS-CODE-IDX TO WS-CODE-COUNT                         00102400
               MOVE WS-BKT-CODE (WS-BKT-IDX)                            00102500
                  TO WS-CODE-VALUE (WS-CODE-IDX)                        00102600
               MOVE 0 TO WS-CODE-LINES (WS-CODE-IDX)                    00102700
               MOVE 0 TO WS-CODE-AMOUNT (WS-CODE-IDX)                   00102800
            END-IF.                                                     00102900
            ADD 1 TO WS-CODE-LINES (WS-CODE-IDX).                       00103000
            ADD WS-BKT-AMOUNT (WS-BKT-IDX)                              00103100
               TO WS-CODE-AMOUNT (WS-CODE-IDX).                         00103200
       WRITE-EMPLOYEE-LINE.                                             00103300
            IF WS-EMP-PAY > 0 THEN                                      00103400
               ADD 1 TO WS-COUNT-PAID                                   00103500
               ADD WS-EMP-PAY TO WS-TOTAL-PAY                           00103600
            END-IF.                                                     00103700
            COMPUTE WS-EMP-OT-HOURS =                                   00103800
               WS-EMP-DOT-HOURS + WS-EMP-WOT-HOURS.                     00103900
            MOVE WS-EMP-REG-HOURS TO WS-HOURS-ED.                       00104000
            MOVE WS-EMP-OT-HOURS TO WS-HOURS-ED2.                       00104100
            MOVE WS-EMP-HOL-HOURS TO WS-HOURS-ED3.                      00104200
            MOVE WS-EMP-SHF-HOURS TO WS-HOURS-ED4.                      00104300
            MOVE WS-EMP-PAY TO WS-PAY-ED.                               00104400
            MOVE SPACES TO RPT-LINE.                                    00104500
            STRING WS-EMP-ID (WS-EMP-IDX) ' '                           00104600
               WS-EMP-DEPT (WS-EMP-IDX) ' ' WS-HOURS-ED ' '             00104700
               WS-HOURS-ED2 ' ' WS-HOURS-ED3 ' ' WS-HOURS-ED4 ' '       00104800
               WS-PAY-ED                                                00104900
               DELIMITED BY SIZE INTO RPT-LINE                          00105000
            END-STRING.                                                 00105100
            WRITE RPT-LINE.                                             00105200
       WRITE-TIME-SUMMARY.                                              00105300
            MOVE SPACES TO RPT-LINE.                                    00105400
            WRITE RPT-LINE.                                             00105500
            MOVE '---- TIME EARNINGS BY CODE ----' TO RPT-LINE.         00105600
            WRITE RPT-LINE.                                             00105700
            IF WS-CODE-COUNT > 0 THEN                                   00105800
               PERFORM WRITE-ONE-CODE-TOTAL                             00105900
                  VARYING WS-CODE-IDX FROM 1 BY 1                       00106000
                  UNTIL WS-CODE-IDX > WS-CODE-COUNT                     00106100
            END-IF.                                                     00106200
            MOVE SPACES TO RPT-LINE.                                    00106300
            WRITE RPT-LINE.                                             00106400
            MOVE '---- SUMMARY ----' TO RPT-LINE.                       00106500
            WRITE RPT-LINE.                                             00106600
            MOVE SPACES TO RPT-LINE.                                    00106700
            STRING 'TIMECARDS   : ' WS-COUNT-CARDS                      00106800
               '  ACCEPTED ' WS-COUNT-ACCEPTED                          00106900
               '  HELD ' WS-COUNT-REJECTED                              00107000
               '  EXCESSIVE ' WS-COUNT-EXCESS                           00107100
               DELIMITED BY SIZE INTO RPT-LINE                          00107200
            END-STRING.                                                 00107300
            WRITE RPT-LINE.                                             00107400
            MOVE SPACES TO RPT-LINE.                                    00107500
            STRING 'ROSTER      : ' WS-COUNT-ROSTER                     00107600
               '  REJECTED ' WS-COUNT-ROSTER-BAD                        00107700
               '  PAID ' WS-COUNT-PAID                                  00107800
               '  EARNINGS LINES ' WS-COUNT-LINES                       00107900
               DELIMITED BY SIZE INTO RPT-LINE                          00108000
            END-STRING.                                                 00108100
            WRITE RPT-LINE.                                             00108200
            MOVE SPACES TO RPT-LINE.                                    00108300
            STRING 'EXCEPTIONS  : MISSING DAYS ' WS-COUNT-MISSING       00108400
               '  WEEKS OVER MAX ' WS-COUNT-OVERWEEK                    00108500
               '  NOT TABLED ' WS-COUNT-EMPOVER                         00108600
               DELIMITED BY SIZE INTO RPT-LINE                          00108700
            END-STRING.                                                 00108800
            WRITE RPT-LINE.                                             00108900
            MOVE WS-TOTAL-PAY TO WS-AMOUNT-ED.                          00109000
            MOVE SPACES TO RPT-LINE.                                    00109100
            STRING 'TIME PAY    : ' WS-AMOUNT-ED                        00109200
               DELIMITED BY SIZE INTO RPT-LINE                          00109300
            END-STRING.                                                 00109400
            WRITE RPT-LINE.                                             00109500
            MOVE SPACES TO EXC-LINE.                                    00109600
            STRING '---- HELD ' WS-COUNT-REJECTED                       00109700
               '  MISSING DAYS ' WS-COUNT-MISSING                       00109800
               '  WEEKS OVER ' WS-COUNT-OVERWEEK ' ----'                00109900
               DELIMITED BY SIZE INTO EXC-LINE                          00110000
            END-STRING.                                                 00110100
            WRITE EXC-LINE.                                             00110200
       WRITE-ONE-CODE-TOTAL.                                            00110300
            MOVE WS-CODE-AMOUNT (WS-CODE-IDX) TO WS-AMOUNT-ED.          00110400
            MOVE SPACES TO RPT-LINE.                                    00110500
            STRING 'CODE ' WS-CODE-VALUE (WS-CODE-IDX)                  00110600
               ' LINES ' WS-CODE-LINES (WS-CODE-IDX)                    00110700
               ' AMOUNT ' WS-AMOUNT-ED                                  00110800
               DELIMITED BY SIZE INTO RPT-LINE                          00110900
            END-STRING.                                                 00111000
            WRITE RPT-LINE.                                             00111100
      * DAY NUMBER = 365*Y + LEAP DAYS UP TO Y + CUMULATIVE DAYS        00111200
      * TO THE START OF THE MONTH + DAY, WITH THE CURRENT YEAR'S        00111300
      * LEAP DAY COUNTED ONLY FROM MARCH ON.                            00111400
       DATE-TO-SERIAL.                                                  00111500
            DIVIDE WS-SER-YYYY BY 4 GIVING WS-LEAP-4.                   00111600
            DIVIDE WS-SER-YYYY BY 100 GIVING WS-LEAP-100.               00111700
            DIVIDE WS-SER-YYYY BY 400 GIVING WS-LEAP-400.               00111800
            COMPUTE WS-SERIAL =                                         00111900
               (WS-SER-YYYY * 365) + WS-LEAP-4 - WS-LEAP-100            00112000
               + WS-LEAP-400                                            00112100
               + WS-CUMDAYS (WS-SER-MM) + WS-SER-DD.                    00112200
            IF WS-SER-MM < 3 THEN                                       00112300
               PERFORM CHECK-SERIAL-LEAP                                00112400
               IF WS-SER-LEAP-YEAR THEN                                 00112500
                  SUBTRACT 1 FROM WS-SERIAL                             00112600
               END-IF                                                   00112700
            END-IF.                                                     00112800
       CHECK-SERIAL-LEAP.                                               00112900
            MOVE 'N' TO WS-SER-LEAP-SW.                                 00113000
            DIVIDE WS-SER-YYYY BY 4 GIVING WS-LEAP-4                    00113100
               REMAINDER WS-LEAP-REM.                                   00113200
            IF WS-LEAP-REM = 0 THEN                                     00113300
               SET WS-SER-LEAP-YEAR TO TRUE                             00113400
               DIVIDE WS-SER-YYYY BY 100 GIVING WS-LEAP-100             00113500
                  REMAINDER WS-LEAP-REM                                 00113600
               IF WS-LEAP-REM = 0 THEN                                  00113700
                  MOVE 'N' TO WS-SER-LEAP-SW                            00113800
                  DIVIDE WS-SER-YYYY BY 400 GIVING WS-LEAP-400          00113900
                     REMAINDER WS-LEAP-REM                              00114000
                  IF WS-LEAP-REM = 0 THEN                               00114100
                     SET WS-SER-LEAP-YEAR TO TRUE                       00114200
                  END-IF                                                00114300
               END-IF                                                   00114400
            END-IF.                                                     00114500

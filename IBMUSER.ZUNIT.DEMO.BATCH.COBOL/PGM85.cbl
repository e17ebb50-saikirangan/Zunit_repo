       IDENTIFICATION DIVISION.                                         00000100
       PROGRAM-ID.   PGM85.                                             00000200
      * FINAL PAY SETTLEMENT FOR LEAVERS.  RUN AFTER THE PERIOD'S       00000300
      * PAYRUN, WHICH PAYS A TERMINATED EMPLOYEE NOTHING.  READS        00000400
      * THE PGM55 STATUS TRANSACTIONS (DDSTATIN) AND, FOR EVERY         00000500
      * 'T' TRANSACTION WHOSE EMPLOYEE THE CPFLREC EXTRACT              00000600
      * (DDINPUT) SHOWS AS TERMINATED (CPFLSTAT), SETTLES THE           00000700
      * LEAVER'S FINAL PAY FOR THE PAY-CALENDAR PERIOD (DDPAYCAL)       00000800
      * CONTAINING THE PERIODDATE CARD (DEFAULT RUN DATE):              00000900
      *   SALARY    = FL-SALARY / 24 PRORATED BY CALENDAR DAY           00001000
      *               FROM THE PERIOD START (OR A LATER HIRE            00001100
      *               DATE) TO THE TERMINATION DATE, THE WAY            00001200
      *               PGM51 PRORATES A NEW HIRE,                        00001300
      *   LEAVE     = THE POSITIVE CLOSING BALANCE ON THE PGM73         00001400
      *               LEAVE CLUSTER (DDLEAVBAL) AT THE DAILY RATE       00001500
      *               FL-SALARY / THE WORKDAYS CARD (DEFAULT 260),      00001600
      *   ARREARS   = EVERY PGM43 ARREARS RECORD (DDARRIN) STILL        00001700
      *               PENDING FOR THE EMPLOYEE,                         00001800
      *   RECOVERED = EVERY CPRECOV LOAN OR ADVANCE BALANCE             00001900
      *               (DDRCVIN) FOR THE EMPLOYEE.                       00002000
      * THE TERMINATION DATE IS STN-TERM-DATE ON THE TRANSACTION,       00002100
      * OR THE PERIOD END WHEN IT IS BLANK; IT IS CHECKED THROUGH       00002200
      * THE PGM14 DATE SERVICE AND MUST FALL IN THE PERIOD.  A          00002300
      * SETTLEMENT ABOVE ZERO IS QUEUED AS A CPPAYREQ REQUEST           00002400
      * (DDREQOUT, REASON FS, THE SETTLECODE CARDS' DEDUCTION           00002500
      * CODES) FOR THE NEXT OFF-CYCLE RUN TO TAX, POST AND PAY.         00002600
      * A SETTLEMENT BELOW ZERO IS A BALANCE THE LEAVER STILL           00002700
      * OWES AND IS LEFT TO PAYROLL.  EITHER WAY THE LEAVE              00002800
      * BALANCE IS ZEROED (THE DAYS PAID OUT ARE ADDED TO LB-           00002900
      * TAKEN SO THE PGM73 PROOF STILL HOLDS) AND STAMPED WITH          00003000
      * LB-SETTLED-DATE, SO A RERUN SKIPS A LEAVER ALREADY              00003100
      * SETTLED.  PRINTS A SETTLEMENT STATEMENT PER LEAVER              00003200
      * (DDSTMTOUT) AND A CONTROL REPORT.  ENDS RC 04 WHEN A            00003300
      * LEAVER IS SKIPPED, OWES A BALANCE OR HAS NO TERMINATED          00003400
      * EMPLOYEE ON THE EXTRACT, RC 08 WHEN NO CALENDAR PERIOD          00003500
      * COVERS THE PERIOD DATE, RC 12 WHEN THE LEAVE CLUSTER            00003600
      * CANNOT BE OPENED OR UPDATED.                                    00003700
       ENVIRONMENT DIVISION.                                            00003800
       INPUT-OUTPUT SECTION.                                            00003900
       FILE-CONTROL.                                                    00004000
                SELECT STATIN ASSIGN TO DDSTATIN                        00004100
                ORGANIZATION IS SEQUENTIAL.                             00004200
                SELECT INFILE ASSIGN TO DDINPUT                         00004300
                ORGANIZATION IS SEQUENTIAL.                             00004400
                SELECT PAYCAL ASSIGN TO DDPAYCAL                        00004500
                ORGANIZATION IS SEQUENTIAL.                             00004600
                SELECT ARRIN ASSIGN TO DDARRIN                          00004700
                ORGANIZATION IS SEQUENTIAL.                             00004800
                SELECT RCVIN ASSIGN TO DDRCVIN                          00004900
                ORGANIZATION IS SEQUENTIAL.                             00005000
                SELECT LEAVBAL ASSIGN TO DDLEAVBAL                      00005100
                ORGANIZATION IS INDEXED                                 00005200
                ACCESS MODE IS RANDOM                                   00005300
                RECORD KEY IS LB-EMP-ID                                 00005400
                FILE STATUS IS WS-LB-STATUS.                            00005500
                SELECT PARMFILE ASSIGN TO DDPARMIN                      00005600
                ORGANIZATION IS SEQUENTIAL.                             00005700
                SELECT REQOUT ASSIGN TO DDREQOUT                        00005800
                ORGANIZATION IS SEQUENTIAL.                             00005900
                SELECT STMTOUT ASSIGN TO DDSTMTOUT                      00006000
                ORGANIZATION IS SEQUENTIAL.                             00006100
                SELECT RPTFILE ASSIGN TO DDRPTOUT                       00006200
                ORGANIZATION IS SEQUENTIAL.                             00006300
       DATA DIVISION.                                                   00006400
       FILE SECTION.                                                    00006500
       FD STATIN                                                        00006600
            RECORDING MODE IS F.                                        00006700
       01 STN-REC.                                                      00006800
           05 STN-EMP-ID PIC X(8).                                      00006900
           05 FILLER     PIC X(1).                                      00007000
           05 STN-STATUS PIC X(1).                                      00007100
               88 STN-STATUS-TERMINATED VALUE 'T'.                      00007200
           05 FILLER     PIC X(1).                                      00007300
           05 STN-TERM-DATE PIC X(8).                                   00007400
           05 FILLER     PIC X(61).                                     00007500
       FD INFILE                                                        00007600
            RECORDING MODE IS F.                                        00007700
       01 FL-REC.                                                       00007800
          COPY CPFLREC.                                                 00007900
       FD PAYCAL                                                        00008000
            RECORDING MODE IS F.                                        00008100
       01 CAL-REC.                                                      00008200
           05 CAL-PERIOD-START PIC 9(8).                                00008300
           05 FILLER           PIC X(1).                                00008400
           05 CAL-PERIOD-END   PIC 9(8).                                00008500
           05 FILLER           PIC X(63).                               00008600
       FD ARRIN                                                         00008700
            RECORDING MODE IS F.                                        00008800
       01 ARR-REC.                                                      00008900
           05 ARR-EMP-ID      PIC X(8).                                 00009000
           05 ARR-DEPT-CODE   PIC X(4).                                 00009100
           05 ARR-EFF-DATE    PIC 9(8).                                 00009200
           05 ARR-MONTHS-OWED PIC 9(3).                                 00009300
           05 ARR-PER-PERIOD  PIC S9(7)V99 SIGN LEADING SEPARATE.       00009400
           05 ARR-TOTAL-OWED  PIC S9(9)V99 SIGN LEADING SEPARATE.       00009500
           05 FILLER          PIC X(35).                                00009600
       FD RCVIN                                                         00009700
            RECORDING MODE IS F.                                        00009800
       01 RCV-REC.                                                      00009900
          COPY CPRECOV.                                                 00010000
       FD LEAVBAL.                                                      00010100
       01 LB-REC.                                                       00010200
           05 LB-EMP-ID  PIC X(8).                                      00010300
           05 LB-PERIOD  PIC 9(6).                                      00010400
           05 LB-OPENING PIC S9(5)V99 SIGN LEADING SEPARATE.            00010500
           05 LB-ACCRUED PIC S9(5)V99 SIGN LEADING SEPARATE.            00010600
           05 LB-TAKEN   PIC S9(5)V99 SIGN LEADING SEPARATE.            00010700
           05 LB-CLOSING PIC S9(5)V99 SIGN LEADING SEPARATE.            00010800
           05 LB-SETTLED-DATE PIC X(8).                                 00010900
           05 FILLER     PIC X(26).                                     00011000
       FD PARMFILE                                                      00011100
            RECORDING MODE IS F.                                        00011200
       01 PARM-CARD.                                                    00011300
          COPY CPPARMCD.                                                00011400
       FD REQOUT                                                        00011500
            RECORDING MODE IS F.                                        00011600
       01 PRQ-REC.                                                      00011700
          COPY CPPAYREQ.                                                00011800
       FD STMTOUT                                                       00011900
            RECORDING MODE IS F.                                        00012000
       01 STMT-LINE PIC X(80).                                          00012100
       FD RPTFILE                                                       00012200
            RECORDING MODE IS F.                                        00012300
       01 RPT-LINE PIC X(80).                                           00012400
       WORKING-STORAGE SECTION.                                         00012500
       01 WS-FL-REC.                                                    00012600
          COPY CPFLREC.                                                 00012700
       01 WS-FL-REC-HT REDEFINES WS-FL-REC.                             00012800
          COPY CPHDRTRL.                                                00012900
       01 WS-FL-REC-ST REDEFINES WS-FL-REC.                             00013000
          COPY CPFLSTAT.                                                00013100
       01 WS-EOF-SW PIC X(1) VALUE 'N'.                                 00013200
           88 WS-EOF           VALUE 'Y'.                               00013300
       01 WS-STN-EOF-SW PIC X(1) VALUE 'N'.                             00013400
           88 WS-STN-EOF       VALUE 'Y'.                               00013500
       01 WS-CAL-EOF-SW PIC X(1) VALUE 'N'.                             00013600
           88 WS-CAL-EOF       VALUE 'Y'.                               00013700
       01 WS-ARR-EOF-SW PIC X(1) VALUE 'N'.                             00013800
           88 WS-ARR-EOF       VALUE 'Y'.                               00013900
       01 WS-RCV-EOF-SW PIC X(1) VALUE 'N'.                             00014000
           88 WS-RCV-EOF       VALUE 'Y'.                               00014100
       01 WS-PARM-EOF-SW PIC X(1) VALUE 'N'.                            00014200
           88 WS-PARM-EOF      VALUE 'Y'.                               00014300
       01 WS-LB-STATUS PIC X(2) VALUE SPACES.                           00014400
           88 WS-LB-OPEN-OK   VALUE '00' '05' '97'.                     00014500
       01 WS-LB-OPEN-SW PIC X(1) VALUE 'N'.                             00014600
           88 WS-LB-OPEN       VALUE 'Y'.                               00014700
       01 WS-LB-FOUND-SW PIC X(1) VALUE 'N'.                            00014800
           88 WS-LB-FOUND      VALUE 'Y'.                               00014900
       01 WS-PERIOD-DATE  PIC 9(8) VALUE 0.                             00015000
       01 WS-PERIOD-START PIC 9(8) VALUE 0.                             00015100
       01 WS-PERIOD-END   PIC 9(8) VALUE 0.                             00015200
       01 WS-PERIOD-FOUND-SW PIC X(1) VALUE 'N'.                        00015300
           88 WS-PERIOD-FOUND  VALUE 'Y'.                               00015400
       01 WS-WORK-DAYS    PIC 9(3) VALUE 260.                           00015500
       01 WS-CODE-COUNT   PIC 9(2) COMP VALUE 0.                        00015600
       01 WS-SETTLE-CODES.                                              00015700
           05 WS-SETTLE-CODE PIC X(2) OCCURS 6 TIMES.                   00015800
       01 WS-DATE-RC       PIC 9(2) VALUE 0.                            00015900
           88 WS-DATE-RC-OK    VALUE 00.                                00016000
       01 WS-DATEVAL-PGM   PIC X(8) VALUE 'PGM14'.                      00016100
       01 WS-NO-HORIZON    PIC 9(8) VALUE 0.                            00016200
       01 WS-DATE-WORK-X   PIC X(8).                                    00016300
       01 WS-DATE-WORK REDEFINES WS-DATE-WORK-X PIC 9(8).               00016400
      * SERIAL-DAY ARITHMETIC FOR THE PRORATION - THE SAME              00016500
      * DAY-NUMBER PGM51 USES, GOOD FOR DIFFERENCES WITHIN THE          00016600
      * SAME ERA.                                                       00016700
       01 WS-SER-DATE.                                                  00016800
           05 WS-SER-YYYY PIC 9(4).                                     00016900
           05 WS-SER-MM   PIC 9(2).                                     00017000
           05 WS-SER-DD   PIC 9(2).                                     00017100
       01 WS-CUMDAYS-VALUES.                                            00017200
           05 FILLER PIC X(36) VALUE                                    00017300
              '000031059090120151181212243273304334'.                   00017400
       01 WS-CUMDAYS-TABLE REDEFINES WS-CUMDAYS-VALUES.                 00017500
           05 WS-CUMDAYS PIC 9(3) OCCURS 12 TIMES.                      00017600
       01 WS-SERIAL       PIC S9(9) VALUE 0.                            00017700
       01 WS-LEAP-4       PIC S9(7) VALUE 0.                            00017800
       01 WS-LEAP-100     PIC S9(7) VALUE 0.                            00017900
       01 WS-LEAP-400     PIC S9(7) VALUE 0.                            00018000
       01 WS-LEAP-REM     PIC S9(7) VALUE 0.                            00018100
       01 WS-SER-LEAP-SW  PIC X(1) VALUE 'N'.                           00018200
           88 WS-SER-LEAP-YEAR VALUE 'Y'.                               00018300
       01 WS-START-SERIAL PIC S9(9) VALUE 0.                            00018400
       01 WS-END-SERIAL   PIC S9(9) VALUE 0.                            00018500
       01 WS-TERM-SERIAL  PIC S9(9) VALUE 0.                            00018600
       01 WS-PERIOD-DAYS  PIC S9(5) VALUE 0.                            00018700
       01 WS-DAYS-PAID    PIC S9(5) VALUE 0.                            00018800
       01 WS-TERM-COUNT PIC 9(4) COMP VALUE 0.                          00018900
       01 WS-TERM-TABLE.                                                00019000
           05 WS-TERM-ENTRY OCCURS 1000 TIMES                           00019100
                             INDEXED BY WS-TERM-IDX WS-TERM-SAV.        00019200
               10 WS-TERM-EMP-ID PIC X(8).                              00019300
               10 WS-TERM-DATE-X PIC X(8).                              00019400
               10 WS-TERM-USED   PIC X(1).                              00019500
       01 WS-ARR-COUNT PIC 9(4) COMP VALUE 0.                           00019600
       01 WS-ARR-TABLE.                                                 00019700
           05 WS-ARR-ENTRY OCCURS 2000 TIMES                            00019800
                            INDEXED BY WS-ARR-IDX.                      00019900
               10 WS-ARR-EMP-ID PIC X(8).                               00020000
               10 WS-ARR-AMOUNT PIC S9(9)V99.                           00020100
       01 WS-RCV-COUNT PIC 9(4) COMP VALUE 0.                           00020200
       01 WS-RCV-TABLE.                                                 00020300
           05 WS-RCV-ENTRY OCCURS 1000 TIMES                            00020400
                            INDEXED BY WS-RCV-IDX.                      00020500
               10 WS-RCV-EMP-ID    PIC X(8).                            00020600
               10 WS-RCV-TYPE      PIC X(2).                            00020700
               10 WS-RCV-REFERENCE PIC X(12).                           00020800
               10 WS-RCV-AMOUNT    PIC 9(8)V99.                         00020900
       01 WS-FOUND-SW PIC X(1) VALUE 'N'.                               00021000
           88 WS-ENTRY-FOUND   VALUE 'Y'.                               00021100
       01 WS-SKIP-TEXT     PIC X(36) VALUE SPACES.                      00021200
       01 WS-TERM-DATE     PIC 9(8) VALUE 0.                            00021300
       01 WS-TERM-DATE-XX REDEFINES WS-TERM-DATE PIC X(8).              00021400
       01 WS-PAY-FROM      PIC 9(8) VALUE 0.                            00021500
       01 WS-FULL-PAYMENT  PIC 9(8)V99 VALUE 0.                         00021600
       01 WS-SALARY-DUE    PIC 9(8)V99 VALUE 0.                         00021700
       01 WS-DAILY-RATE    PIC 9(6)V99 VALUE 0.                         00021800
       01 WS-LEAVE-DAYS    PIC S9(5)V99 VALUE 0.                        00021900
       01 WS-LEAVE-PAY     PIC 9(8)V99 VALUE 0.                         00022000
       01 WS-ARREARS-DUE   PIC S9(9)V99 VALUE 0.                        00022100
       01 WS-RECOVERED     PIC 9(9)V99 VALUE 0.                         00022200
       01 WS-SETTLEMENT    PIC S9(9)V99 VALUE 0.                        00022300
       01 WS-COUNT-TRANS     PIC 9(7) VALUE 0.                          00022400
       01 WS-COUNT-TRANOVER  PIC 9(7) VALUE 0.                          00022500
       01 WS-COUNT-LEAVERS   PIC 9(7) VALUE 0.                          00022600
       01 WS-COUNT-SETTLED   PIC 9(7) VALUE 0.                          00022700
       01 WS-COUNT-QUEUED    PIC 9(7) VALUE 0.                          00022800
       01 WS-COUNT-OWING     PIC 9(7) VALUE 0.                          00022900
       01 WS-COUNT-SKIPPED   PIC 9(7) VALUE 0.                          00023000
       01 WS-COUNT-UNMATCHED PIC 9(7) VALUE 0.                          00023100
       01 WS-COUNT-LB-ERR    PIC 9(7) VALUE 0.                          00023200
       01 WS-TOTAL-QUEUED    PIC 9(11)V99 VALUE 0.                      00023300
       01 WS-TOTAL-OWING     PIC 9(11)V99 VALUE 0.                      00023400
       01 WS-TOTAL-LEAVE-DAYS PIC S9(7)V99 VALUE 0.                     00023500
       01 WS-AMOUNT-ED      PIC ZZZ,ZZZ,ZZ9.99-.                        00023600
       01 WS-TOTAL-ED       PIC ZZZ,ZZZ,ZZZ,ZZ9.99.                     00023700
       01 WS-RATE-ED        PIC ZZZ,ZZ9.99.                             00023800
       01 WS-DAYS-ED        PIC -ZZ9.99.                                00023900
       01 WS-TOTAL-DAYS-ED  PIC -Z,ZZZ,ZZ9.99.                          00024000
       01 WS-RETCD.                                                     00024100
           COPY CPRETCD.                                                00024200
       01 WS-AUD-START-DATE PIC 9(8).                                   00024300
       PROCEDURE DIVISION.                                              00024400
       MAIN-ROUTINE.                                                    00024500
            ACCEPT WS-AUD-START-DATE FROM DATE YYYYMMDD.                00024600
            MOVE WS-AUD-START-DATE TO WS-PERIOD-DATE.                   00024700
            MOVE SPACES TO WS-SETTLE-CODES.                             00024800
            PERFORM READ-SETTLE-PARMS.                                  00024900
            PERFORM FIND-PAY-PERIOD.                                    00025000
            OPEN OUTPUT RPTFILE.                                        00025100
            MOVE '---- PGM85 FINAL PAY SETTLEMENT ----' TO RPT-LINE.    00025200
            WRITE RPT-LINE.                                             00025300
            IF NOT WS-PERIOD-FOUND THEN                                 00025400
               MOVE SPACES TO RPT-LINE                                  00025500
               STRING 'NO PAY PERIOD COVERS ' WS-PERIOD-DATE            00025600
                  ' - NOTHING SETTLED'                                  00025700
                  DELIMITED BY SIZE INTO RPT-LINE                       00025800
               END-STRING                                               00025900
               WRITE RPT-LINE                                           00026000
               CLOSE RPTFILE                                            00026100
               SET WS-RC-DATA-ERROR TO TRUE                             00026200
               MOVE WS-RETURN-CODE TO RETURN-CODE                       00026300
               GOBACK                                                   00026400
            END-IF.                                                     00026500
            MOVE WS-PERIOD-START TO WS-SER-DATE.                        00026600
            PERFORM DATE-TO-SERIAL.                                     00026700
            MOVE WS-SERIAL TO WS-START-SERIAL.                          00026800
            MOVE WS-PERIOD-END TO WS-SER-DATE.                          00026900
            PERFORM DATE-TO-SERIAL.                                     00027000
            MOVE WS-SERIAL TO WS-END-SERIAL.                            00027100
            COMPUTE WS-PERIOD-DAYS =                                    00027200
               WS-END-SERIAL - WS-START-SERIAL + 1.                     00027300
            PERFORM LOAD-TERMINATIONS.                                  00027400
            PERFORM LOAD-ARREARS.                                       00027500
            PERFORM LOAD-RECOVERIES.                                    00027600
            PERFORM OPEN-BALANCE-CLUSTER.                               00027700
            OPEN INPUT INFILE.                                          00027800
            OPEN OUTPUT REQOUT.                                         00027900
            OPEN OUTPUT STMTOUT.                                        00028000
            IF WS-RC-IO-ERROR THEN                                      00028100
               SET WS-EOF TO TRUE                                       00028200
            END-IF.                                                     00028300
            PERFORM UNTIL WS-EOF                                        00028400
               READ INFILE INTO WS-FL-REC                               00028500
                 AT END SET WS-EOF TO TRUE                              00028600
                 NOT AT END                                             00028700
                    IF HT-IS-HEADER OF WS-FL-REC-HT OR                  00028800
                       HT-IS-TRAILER OF WS-FL-REC-HT THEN               00028900
                       CONTINUE                                         00029000
                    ELSE                                                00029100
                       IF FL-STATUS-TERMINATED OF WS-FL-REC-ST THEN     00029200
                          PERFORM CHECK-ONE-LEAVER                      00029300
                       END-IF                                           00029400
                    END-IF                                              00029500
               END-READ                                                 00029600
            END-PERFORM.                                                00029700
            PERFORM REPORT-UNMATCHED-TRANS.                             00029800
            PERFORM WRITE-SETTLE-SUMMARY.                               00029900
            CLOSE INFILE.                                               00030000
            CLOSE REQOUT.                                               00030100
            CLOSE STMTOUT.                                              00030200
            CLOSE RPTFILE.                                              00030300
            IF WS-LB-OPEN THEN                                          00030400
               CLOSE LEAVBAL                                            00030500
            END-IF.                                                     00030600
            IF WS-RC-IO-ERROR OR WS-COUNT-LB-ERR > 0 THEN               00030700
               SET WS-RC-IO-ERROR TO TRUE                               00030800
            ELSE                                                        00030900
               SET WS-RC-OK TO TRUE                                     00031000
               IF WS-COUNT-SKIPPED > 0 OR WS-COUNT-OWING > 0 OR         00031100
                  WS-COUNT-UNMATCHED > 0 OR                             00031200
                  WS-COUNT-TRANOVER > 0 THEN                            00031300
                  SET WS-RC-WARNING TO TRUE                             00031400
               END-IF                                                   00031500
            END-IF.                                                     00031600
            MOVE WS-RETURN-CODE TO RETURN-CODE.                         00031700
            GOBACK.                                                     00031800
       READ-SETTLE-PARMS.                                               00031900
            OPEN INPUT PARMFILE.                                        00032000
            PERFORM UNTIL WS-PARM-EOF                                   00032100
               READ PARMFILE                                            00032200
                 AT END SET WS-PARM-EOF TO TRUE                         00032300
                 NOT AT END PERFORM APPLY-PARM-CARD                     00032400
               END-READ                                                 00032500
            END-PERFORM.                                                00032600
            CLOSE PARMFILE.                                             00032700
      * EACH SETTLECODE CARD NAMES ONE DEDUCTION CODE (FIRST TWO        00032800
      * BYTES OF THE VALUE) THE OFF-CYCLE RUN APPLIES TO THE            00032900
      * SETTLEMENT - UP TO SIX, AS ON ANY CPPAYREQ REQUEST.             00033000
       APPLY-PARM-CARD.                                                 00033100
            EVALUATE PARM-KEY                                           00033200
                WHEN 'PERIODDATE'                                       00033300
                   IF PARM-VALUE-NUM > 0 THEN                           00033400
                      MOVE PARM-VALUE-NUM TO WS-PERIOD-DATE             00033500
                   END-IF                                               00033600
                WHEN 'WORKDAYS'                                         00033700
                   IF PARM-VALUE-NUM > 0 THEN                           00033800
                      MOVE PARM-VALUE-NUM TO WS-WORK-DAYS               00033900
                   END-IF                                               00034000
                WHEN 'SETTLECODE'                                       00034100
                   IF WS-CODE-COUNT < 6 THEN                            00034200
                      ADD 1 TO WS-CODE-COUNT                            00034300
                      MOVE PARM-VALUE-TEXT (1:2)                        00034400
                         TO WS-SETTLE-CODE (WS-CODE-COUNT)              00034500
                   END-IF                                               00034600
                WHEN OTHER                                              00034700
                   CONTINUE                                             00034800
            END-EVALUATE.                                               00034900
       FIND-PAY-PERIOD.                                                 00035000
            OPEN INPUT PAYCAL.                                          00035100
            PERFORM UNTIL WS-CAL-EOF OR WS-PERIOD-FOUND                 00035200
               READ PAYCAL                                              00035300
                 AT END SET WS-CAL-EOF TO TRUE                          00035400
                 NOT AT END PERFORM CHECK-ONE-PERIOD                    00035500
               END-READ                                                 00035600
            END-PERFORM.                                                00035700
            CLOSE PAYCAL.                                               00035800
       CHECK-ONE-PERIOD.                                                00035900
            MOVE CAL-PERIOD-START TO WS-DATE-WORK.                      00036000
            CALL WS-DATEVAL-PGM USING WS-DATE-WORK-X,                   00036100
               WS-NO-HORIZON, WS-DATE-RC.                               00036200
            IF NOT WS-DATE-RC-OK THEN                                   00036300
               CONTINUE                                                 00036400
            ELSE                                                        00036500
               MOVE CAL-PERIOD-END TO WS-DATE-WORK                      00036600
               CALL WS-DATEVAL-PGM USING WS-DATE-WORK-X,                00036700
                  WS-NO-HORIZON, WS-DATE-RC                             00036800
               IF WS-DATE-RC-OK AND                                     00036900
                  CAL-PERIOD-START <= WS-PERIOD-DATE AND                00037000
                  CAL-PERIOD-END >= WS-PERIOD-DATE THEN                 00037100
                  SET WS-PERIOD-FOUND TO TRUE                           00037200
                  MOVE CAL-PERIOD-START TO WS-PERIOD-START              00037300
                  MOVE CAL-PERIOD-END TO WS-PERIOD-END                  00037400
               END-IF                                                   00037500
            END-IF.                                                     00037600
      * ONLY THE 'T' TRANSACTIONS MATTER HERE - A STATUS BACK TO        00037700
      * ACTIVE OR ON LEAVE OWES NOBODY A SETTLEMENT.                    00037800
       LOAD-TERMINATIONS.                                               00037900
            OPEN INPUT STATIN.                                          00038000
            PERFORM UNTIL WS-STN-EOF                                    00038100
               READ STATIN                                              00038200
                 AT END SET WS-STN-EOF TO TRUE                          00038300
                 NOT AT END                                             00038400
                    IF STN-STATUS-TERMINATED THEN                       00038500
                       PERFORM LOAD-ONE-TERMINATION                     00038600
                    END-IF                                              00038700
               END-READ                                                 00038800
            END-PERFORM.                                                00038900
            CLOSE STATIN.                                               00039000
       LOAD-ONE-TERMINATION.                                            00039100
            ADD 1 TO WS-COUNT-TRANS.                                    00039200
            IF WS-TERM-COUNT < 1000 THEN                                00039300
               ADD 1 TO WS-TERM-COUNT                                   00039400
               SET WS-TERM-IDX TO WS-TERM-COUNT                         00039500
               MOVE STN-EMP-ID TO WS-TERM-EMP-ID (WS-TERM-IDX)          00039600
               MOVE STN-TERM-DATE TO WS-TERM-DATE-X (WS-TERM-IDX)       00039700
               MOVE 'N' TO WS-TERM-USED (WS-TERM-IDX)                   00039800
            ELSE                                                        00039900
               ADD 1 TO WS-COUNT-TRANOVER                               00040000
            END-IF.                                                     00040100
       LOAD-ARREARS.                                                    00040200
            OPEN INPUT ARRIN.                                           00040300
            PERFORM UNTIL WS-ARR-EOF                                    00040400
               READ ARRIN                                               00040500
                 AT END SET WS-ARR-EOF TO TRUE                          00040600
                 NOT AT END                                             00040700
                    IF ARR-TOTAL-OWED NUMERIC AND                       00040800
                       WS-ARR-COUNT < 2000 THEN                         00040900
                       ADD 1 TO WS-ARR-COUNT                            00041000
                       SET WS-ARR-IDX TO WS-ARR-COUNT                   00041100
                       MOVE ARR-EMP-ID TO WS-ARR-EMP-ID (WS-ARR-IDX)    00041200
                       MOVE ARR-TOTAL-OWED                              00041300
                          TO WS-ARR-AMOUNT (WS-ARR-IDX)                 00041400
                    END-IF                                              00041500
               END-READ                                                 00041600
            END-PERFORM.                                                00041700
            CLOSE ARRIN.                                                00041800
       LOAD-RECOVERIES.                                                 00041900
            OPEN INPUT RCVIN.                                           00042000
            PERFORM UNTIL WS-RCV-EOF                                    00042100
               READ RCVIN                                               00042200
                 AT END SET WS-RCV-EOF TO TRUE                          00042300
                 NOT AT END                                             00042400
                    IF RCV-TYPE-VALID AND RCV-AMOUNT NUMERIC AND        00042500
                       WS-RCV-COUNT < 1000 THEN                         00042600
                       ADD 1 TO WS-RCV-COUNT                            00042700
                       SET WS-RCV-IDX TO WS-RCV-COUNT                   00042800
                       MOVE RCV-EMP-ID TO WS-RCV-EMP-ID (WS-RCV-IDX)    00042900
                       MOVE RCV-TYPE TO WS-RCV-TYPE (WS-RCV-IDX)        00043000
                       MOVE RCV-REFERENCE                               00043100
                          TO WS-RCV-REFERENCE (WS-RCV-IDX)              00043200
                       MOVE RCV-AMOUNT TO WS-RCV-AMOUNT (WS-RCV-IDX)    00043300
                    END-IF                                              00043400
               END-READ                                                 00043500
            END-PERFORM.                                                00043600
            CLOSE RCVIN.                                                00043700
       OPEN-BALANCE-CLUSTER.                                            00043800
            OPEN I-O LEAVBAL.                                           00043900
            IF WS-LB-OPEN-OK THEN                                       00044000
               SET WS-LB-OPEN TO TRUE                                   00044100
            ELSE                                                        00044200
               DISPLAY 'PGM85 LEAVE BALANCE OPEN FAILED, STATUS '       00044300
                  WS-LB-STATUS                                          00044400
               SET WS-RC-IO-ERROR TO TRUE                               00044500
            END-IF.                                                     00044600
      * A TERMINATED EMPLOYEE WITH NO 'T' TRANSACTION IN THIS           00044700
      * DECK LEFT IN AN EARLIER PERIOD AND WAS SETTLED THEN.            00044800
       CHECK-ONE-LEAVER.                                                00044900
            MOVE 'N' TO WS-FOUND-SW.                                    00045000
            IF WS-TERM-COUNT > 0 THEN                                   00045100
               PERFORM VARYING WS-TERM-IDX FROM 1 BY 1                  00045200
                  UNTIL WS-TERM-IDX > WS-TERM-COUNT                     00045300
                     OR WS-ENTRY-FOUND                                  00045400
                  IF WS-TERM-EMP-ID (WS-TERM-IDX) =                     00045500
                     FL-EMP-ID OF WS-FL-REC THEN                        00045600
                     SET WS-ENTRY-FOUND TO TRUE                         00045700
                     SET WS-TERM-SAV TO WS-TERM-IDX                     00045800
                  END-IF                                                00045900
               END-PERFORM                                              00046000
            END-IF.                                                     00046100
            IF WS-ENTRY-FOUND THEN                                      00046200
               SET WS-TERM-IDX TO WS-TERM-SAV                           00046300
               MOVE 'Y' TO WS-TERM-USED (WS-TERM-IDX)                   00046400
               ADD 1 TO WS-COUNT-LEAVERS                                00046500
               PERFORM SETTLE-ONE-LEAVER                                00046600
            END-IF.                                                     00046700
      * THE CHECKS RUN IN ORDER AND THE FIRST FAILURE IS THE ONE        00046800
      * REPORTED; A SKIPPED LEAVER IS LEFT UNTOUCHED FOR PAYROLL        00046900
      * TO CORRECT AND RERUN.                                           00047000
       SETTLE-ONE-LEAVER.                                               00047100
            MOVE SPACES TO WS-SKIP-TEXT.                                00047200
            IF WS-TERM-DATE-X (WS-TERM-IDX) = SPACES OR                 00047300
               WS-TERM-DATE-X (WS-TERM-IDX) = ZEROS THEN                00047400
               MOVE WS-PERIOD-END TO WS-TERM-DATE                       00047500
            ELSE                                                        00047600
               IF WS-TERM-DATE-X (WS-TERM-IDX) NOT NUMERIC THEN         00047700
                  MOVE 'TERMINATION DATE NOT NUMERIC'                   00047800
                     TO WS-SKIP-TEXT                                    00047900
               ELSE                                                     00048000
                  MOVE WS-TERM-DATE-X (WS-TERM-IDX)                     00048100
                     TO WS-TERM-DATE-XX                                 00048200
                  MOVE WS-TERM-DATE TO WS-DATE-WORK                     00048300
                  CALL WS-DATEVAL-PGM USING WS-DATE-WORK-X,             00048400
                     WS-NO-HORIZON, WS-DATE-RC                          00048500
                  IF NOT WS-DATE-RC-OK THEN                             00048600
                     MOVE 'TERMINATION DATE INVALID'                    00048700
                        TO WS-SKIP-TEXT                                 00048800
                  END-IF                                                00048900
               END-IF                                                   00049000
            END-IF.                                                     00049100
            IF WS-SKIP-TEXT = SPACES THEN                               00049200
               IF WS-TERM-DATE < WS-PERIOD-START OR                     00049300
                  WS-TERM-DATE > WS-PERIOD-END THEN                     00049400
                  MOVE 'TERMINATION DATE OUTSIDE PERIOD'                00049500
                     TO WS-SKIP-TEXT                                    00049600
               END-IF                                                   00049700
            END-IF.                                                     00049800
            IF WS-SKIP-TEXT = SPACES THEN                               00049900
               PERFORM READ-LEAVE-BALANCE                               00050000
               IF WS-LB-FOUND AND                                       00050100
                  LB-SETTLED-DATE = WS-TERM-DATE-XX THEN                00050200
                  MOVE 'ALREADY SETTLED' TO WS-SKIP-TEXT                00050300
               END-IF                                                   00050400
            END-IF.                                                     00050500
            IF WS-SKIP-TEXT = SPACES THEN                               00050600
               PERFORM COMPUTE-SETTLEMENT                               00050700
               PERFORM QUEUE-SETTLEMENT                                 00050800
               PERFORM ZERO-LEAVE-BALANCE                               00050900
               PERFORM PRINT-STATEMENT                                  00051000
            ELSE                                                        00051100
               ADD 1 TO WS-COUNT-SKIPPED                                00051200
               MOVE SPACES TO RPT-LINE                                  00051300
               STRING '*** SKIPPED ' FL-EMP-ID OF WS-FL-REC             00051400
                  ' - ' WS-SKIP-TEXT                                    00051500
                  DELIMITED BY SIZE INTO RPT-LINE                       00051600
               END-STRING                                               00051700
               WRITE RPT-LINE                                           00051800
            END-IF.                                                     00051900
       READ-LEAVE-BALANCE.                                              00052000
            MOVE 'N' TO WS-LB-FOUND-SW.                                 00052100
            MOVE FL-EMP-ID OF WS-FL-REC TO LB-EMP-ID.                   00052200
            READ LEAVBAL                                                00052300
               INVALID KEY                                              00052400
                  CONTINUE                                              00052500
               NOT INVALID KEY                                          00052600
                  SET WS-LB-FOUND TO TRUE                               00052700
            END-READ.                                                   00052800
      * SALARY RUNS FROM THE PERIOD START, OR A HIRE DATE INSIDE        00052900
      * THE PERIOD, THROUGH THE LAST DAY WORKED.  ONLY A POSITIVE       00053000
      * LEAVE BALANCE IS PAID - AN OVERDRAWN ONE IS LISTED ON THE       00053100
      * STATEMENT FOR PAYROLL, NOT RECOVERED HERE.                      00053200
       COMPUTE-SETTLEMENT.                                              00053300
            ADD 1 TO WS-COUNT-SETTLED.                                  00053400
            COMPUTE WS-FULL-PAYMENT ROUNDED =                           00053500
               FL-SALARY OF WS-FL-REC / 24.                             00053600
            MOVE WS-PERIOD-START TO WS-PAY-FROM.                        00053700
            IF FL-EFF-DATE OF WS-FL-REC > WS-PERIOD-START THEN          00053800
               MOVE FL-EFF-DATE OF WS-FL-REC TO WS-PAY-FROM             00053900
            END-IF.                                                     00054000
            MOVE 0 TO WS-DAYS-PAID.                                     00054100
            MOVE 0 TO WS-SALARY-DUE.                                    00054200
            IF WS-PAY-FROM <= WS-TERM-DATE THEN                         00054300
               MOVE WS-PAY-FROM TO WS-SER-DATE                          00054400
               PERFORM DATE-TO-SERIAL                                   00054500
               MOVE WS-SERIAL TO WS-START-SERIAL                        00054600
               MOVE WS-TERM-DATE TO WS-SER-DATE                         00054700
               PERFORM DATE-TO-SERIAL                                   00054800
               MOVE WS-SERIAL TO WS-TERM-SERIAL                         00054900
               COMPUTE WS-DAYS-PAID =                                   00055000
                  WS-TERM-SERIAL - WS-START-SERIAL + 1                  00055100
               COMPUTE WS-SALARY-DUE ROUNDED =                          00055200
                  WS-FULL-PAYMENT * WS-DAYS-PAID / WS-PERIOD-DAYS       00055300
            END-IF.                                                     00055400
            COMPUTE WS-DAILY-RATE ROUNDED =                             00055500
               FL-SALARY OF WS-FL-REC / WS-WORK-DAYS.                   00055600
            MOVE 0 TO WS-LEAVE-DAYS.                                    00055700
            MOVE 0 TO WS-LEAVE-PAY.                                     00055800
            IF WS-LB-FOUND AND LB-CLOSING > 0 THEN                      00055900
               MOVE LB-CLOSING TO WS-LEAVE-DAYS                         00056000
               COMPUTE WS-LEAVE-PAY ROUNDED =                           00056100
                  WS-LEAVE-DAYS * WS-DAILY-RATE                         00056200
               ADD WS-LEAVE-DAYS TO WS-TOTAL-LEAVE-DAYS                 00056300
            END-IF.                                                     00056400
            MOVE 0 TO WS-ARREARS-DUE.                                   00056500
            IF WS-ARR-COUNT > 0 THEN                                    00056600
               PERFORM VARYING WS-ARR-IDX FROM 1 BY 1                   00056700
                  UNTIL WS-ARR-IDX > WS-ARR-COUNT                       00056800
                  IF WS-ARR-EMP-ID (WS-ARR-IDX) =                       00056900
                     FL-EMP-ID OF WS-FL-REC THEN                        00057000
                     ADD WS-ARR-AMOUNT (WS-ARR-IDX)                     00057100
                        TO WS-ARREARS-DUE                               00057200
                  END-IF                                                00057300
               END-PERFORM                                              00057400
            END-IF.                                                     00057500
            MOVE 0 TO WS-RECOVERED.                                     00057600
            IF WS-RCV-COUNT > 0 THEN                                    00057700
               PERFORM VARYING WS-RCV-IDX FROM 1 BY 1                   00057800
                  UNTIL WS-RCV-IDX > WS-RCV-COUNT                       00057900
                  IF WS-RCV-EMP-ID (WS-RCV-IDX) =                       00058000
                     FL-EMP-ID OF WS-FL-REC THEN                        00058100
                     ADD WS-RCV-AMOUNT (WS-RCV-IDX)                     00058200
                        TO WS-RECOVERED                                 00058300
                  END-IF                                                00058400
               END-PERFORM                                              00058500
            END-IF.                                                     00058600
            COMPUTE WS-SETTLEMENT =                                     00058700
               WS-SALARY-DUE + WS-LEAVE-PAY + WS-ARREARS-DUE            00058800
               - WS-RECOVERED.                                          00058900
       QUEUE-SETTLEMENT.                                                00059000
            MOVE WS-SETTLEMENT TO WS-AMOUNT-ED.                         00059100
            MOVE SPACES TO RPT-LINE.                                    00059200
            EVALUATE TRUE                                               00059300
                WHEN WS-SETTLEMENT > 0                                  00059400
                   PERFORM WRITE-SETTLE-REQUEST                         00059500
                   STRING 'SETTLED ' FL-EMP-ID OF WS-FL-REC             00059600
                      ' TERM ' WS-TERM-DATE                             00059700
                      ' PAYABLE ' WS-AMOUNT-ED ' QUEUED'                00059800
                      DELIMITED BY SIZE INTO RPT-LINE                   00059900
                   END-STRING                                           00060000
                WHEN WS-SETTLEMENT < 0                                  00060100
                   ADD 1 TO WS-COUNT-OWING                              00060200
                   SUBTRACT WS-SETTLEMENT FROM WS-TOTAL-OWING           00060300
                   STRING 'SETTLED ' FL-EMP-ID OF WS-FL-REC             00060400
                      ' TERM ' WS-TERM-DATE                             00060500
                      ' OWES    ' WS-AMOUNT-ED ' *** FOR PAYROLL'       00060600
                      DELIMITED BY SIZE INTO RPT-LINE                   00060700
                   END-STRING                                           00060800
                WHEN OTHER                                              00060900
                   STRING 'SETTLED ' FL-EMP-ID OF WS-FL-REC             00061000
                      ' TERM ' WS-TERM-DATE                             00061100
                      ' NOTHING PAYABLE'                                00061200
                      DELIMITED BY SIZE INTO RPT-LINE                   00061300
                   END-STRING                                           00061400
            END-EVALUATE.                                               00061500
            WRITE RPT-LINE.                                             00061600
       WRITE-SETTLE-REQUEST.                                            00061700
            ADD 1 TO WS-COUNT-QUEUED.                                   00061800
            ADD WS-SETTLEMENT TO WS-TOTAL-QUEUED.                       00061900
            MOVE SPACES TO PRQ-REC.                                     00062000
            MOVE FL-EMP-ID OF WS-FL-REC TO PRQ-EMP-ID.                  00062100
            SET PRQ-REASON-SETTLEMENT TO TRUE.                          00062200
            MOVE WS-SETTLEMENT TO PRQ-GROSS.                            00062300
            MOVE WS-SETTLE-CODES TO PRQ-DED-CODES.                      00062400
            MOVE 'N' TO PRQ-ALREADY-POSTED.                             00062500
            MOVE 0 TO PRQ-ORIG-VAL-DATE.                                00062600
            MOVE 'PGM85' TO PRQ-SOURCE-PGM.                             00062700
            STRING 'TERM' WS-TERM-DATE                                  00062800
               DELIMITED BY SIZE INTO PRQ-REFERENCE                     00062900
            END-STRING.                                                 00063000
            WRITE PRQ-REC.                                              00063100
      * THE DAYS PAID OUT MOVE INTO LB-TAKEN SO THE STORED RECORD       00063200
      * STILL PROVES (OPENING + ACCRUED - TAKEN = CLOSING) WHEN         00063300
      * PGM73 NEXT ROLLS IT.  A LEAVER WITH NO BALANCE RECORD GETS      00063400
      * ONE, SO THE SETTLED DATE GUARDS A RERUN FOR THEM TOO.           00063500
       ZERO-LEAVE-BALANCE.                                              00063600
            IF WS-LB-FOUND THEN                                         00063700
               IF LB-CLOSING > 0 THEN                                   00063800
                  ADD LB-CLOSING TO LB-TAKEN                            00063900
                  MOVE 0 TO LB-CLOSING                                  00064000
               END-IF                                                   00064100
               MOVE WS-TERM-DATE-XX TO LB-SETTLED-DATE                  00064200
               REWRITE LB-REC                                           00064300
                  INVALID KEY                                           00064400
                     PERFORM REPORT-BALANCE-ERROR                       00064500
               END-REWRITE                                              00064600
            ELSE                                                        00064700
               MOVE SPACES TO LB-REC                                    00064800
               MOVE FL-EMP-ID OF WS-FL-REC TO LB-EMP-ID                 00064900
               MOVE WS-TERM-DATE (1:6) TO LB-PERIOD                     00065000
               MOVE 0 TO LB-OPENING                                     00065100
               MOVE 0 TO LB-ACCRUED                                     00065200
               MOVE 0 TO LB-TAKEN                                       00065300
               MOVE 0 TO LB-CLOSING                                     00065400
               MOVE WS-TERM-DATE-XX TO LB-SETTLED-DATE                  00065500
               WRITE LB-REC                                             00065600
                  INVALID KEY                                           00065700
                     PERFORM REPORT-BALANCE-ERROR                       00065800
               END-WRITE                                                00065900
            END-IF.                                                     00066000
       REPORT-BALANCE-ERROR.                                            00066100
            ADD 1 TO WS-COUNT-LB-ERR.                                   00066200
            MOVE SPACES TO RPT-LINE.                                    00066300
            STRING '*** LEAVE BALANCE NOT UPDATED FOR '                 00066400
               FL-EMP-ID OF WS-FL-REC ' STATUS ' WS-LB-STATUS           00066500
               DELIMITED BY SIZE INTO RPT-LINE                          00066600
            END-STRING.                                                 00066700
            WRITE RPT-LINE.                                             00066800
       PRINT-STATEMENT.                                                 00066900
            MOVE '---- FINAL PAY SETTLEMENT STATEMENT ----'             00067000
               TO STMT-LINE.                                            00067100
            WRITE STMT-LINE.                                            00067200
            MOVE SPACES TO STMT-LINE.                                   00067300
            STRING 'EMPLOYEE   ' FL-EMP-ID OF WS-FL-REC                 00067400
               '  ' FL-NAME OF WS-FL-REC                                00067500
               '  DEPT ' FL-DEPT-CODE OF WS-FL-REC                      00067600
               DELIMITED BY SIZE INTO STMT-LINE                         00067700
            END-STRING.                                                 00067800
            WRITE STMT-LINE.                                            00067900
            MOVE SPACES TO STMT-LINE.                                   00068000
            STRING 'TERMINATED ' WS-TERM-DATE                           00068100
               '  PERIOD ' WS-PERIOD-START ' - ' WS-PERIOD-END          00068200
               DELIMITED BY SIZE INTO STMT-LINE                         00068300
            END-STRING.                                                 00068400
            WRITE STMT-LINE.                                            00068500
            MOVE WS-SALARY-DUE TO WS-AMOUNT-ED.                         00068600
            MOVE SPACES TO STMT-LINE.                                   00068700
            STRING 'SALARY TO TERMINATION  ' WS-DAYS-PAID               00068800
               ' OF ' WS-PERIOD-DAYS ' DAYS      ' WS-AMOUNT-ED         00068900
               DELIMITED BY SIZE INTO STMT-LINE                         00069000
            END-STRING.                                                 00069100
            WRITE STMT-LINE.                                            00069200
            MOVE WS-LEAVE-DAYS TO WS-DAYS-ED.                           00069300
            MOVE WS-DAILY-RATE TO WS-RATE-ED.                           00069400
            MOVE WS-LEAVE-PAY TO WS-AMOUNT-ED.                          00069500
            MOVE SPACES TO STMT-LINE.                                   00069600
            STRING 'LEAVE PAID OUT ' WS-DAYS-ED ' DAYS AT '             00069700
               WS-RATE-ED '   ' WS-AMOUNT-ED                            00069800
               DELIMITED BY SIZE INTO STMT-LINE                         00069900
            END-STRING.                                                 00070000
            WRITE STMT-LINE.                                            00070100
            IF WS-LB-FOUND AND LB-CLOSING < 0 THEN                      00070200
               MOVE LB-CLOSING TO WS-DAYS-ED                            00070300
               MOVE SPACES TO STMT-LINE                                 00070400
               STRING '  LEAVE OVERDRAWN ' WS-DAYS-ED                   00070500
                  ' DAYS - NOT RECOVERED HERE'                          00070600
                  DELIMITED BY SIZE INTO STMT-LINE                      00070700
               END-STRING                                               00070800
               WRITE STMT-LINE                                          00070900
            END-IF.                                                     00071000
            MOVE WS-ARREARS-DUE TO WS-AMOUNT-ED.                        00071100
            MOVE SPACES TO STMT-LINE.                                   00071200
            STRING 'ARREARS PENDING                          '          00071300
               WS-AMOUNT-ED                                             00071400
               DELIMITED BY SIZE INTO STMT-LINE                         00071500
            END-STRING.                                                 00071600
            WRITE STMT-LINE.                                            00071700
            IF WS-RCV-COUNT > 0 THEN                                    00071800
               PERFORM PRINT-ONE-RECOVERY                               00071900
                  VARYING WS-RCV-IDX FROM 1 BY 1                        00072000
                  UNTIL WS-RCV-IDX > WS-RCV-COUNT                       00072100
            END-IF.                                                     00072200
            MOVE WS-SETTLEMENT TO WS-AMOUNT-ED.                         00072300
            MOVE SPACES TO STMT-LINE.                                   00072400
            STRING 'SETTLEMENT                               '          00072500
               WS-AMOUNT-ED                                             00072600
               DELIMITED BY SIZE INTO STMT-LINE                         00072700
            END-STRING.                                                 00072800
            WRITE STMT-LINE.                                            00072900
            MOVE SPACES TO STMT-LINE.                                   00073000
            EVALUATE TRUE                                               00073100
                WHEN WS-SETTLEMENT > 0                                  00073200
                   MOVE 'PAID BY THE NEXT OFF-CYCLE RUN, LESS TAX'      00073300
                      TO STMT-LINE                                      00073400
                WHEN WS-SETTLEMENT < 0                                  00073500
                   MOVE 'BALANCE OWED BY THE EMPLOYEE TO PAYROLL'       00073600
                      TO STMT-LINE                                      00073700
                WHEN OTHER                                              00073800
                   MOVE 'NOTHING PAYABLE' TO STMT-LINE                  00073900
            END-EVALUATE.                                               00074000
            WRITE STMT-LINE.                                            00074100
            MOVE SPACES TO STMT-LINE.                                   00074200
            WRITE STMT-LINE.                                            00074300
       PRINT-ONE-RECOVERY.                                              00074400
            IF WS-RCV-EMP-ID (WS-RCV-IDX) =                             00074500
               FL-EMP-ID OF WS-FL-REC THEN                              00074600
               MOVE WS-RCV-AMOUNT (WS-RCV-IDX) TO WS-AMOUNT-ED          00074700
               MOVE SPACES TO STMT-LINE                                 00074800
               STRING 'LESS ' WS-RCV-TYPE (WS-RCV-IDX)                  00074900
                  ' ' WS-RCV-REFERENCE (WS-RCV-IDX)                     00075000
                  '                       '                             00075100
                  WS-AMOUNT-ED                                          00075200
                  DELIMITED BY SIZE INTO STMT-LINE                      00075300
               END-STRING                                               00075400
               WRITE STMT-LINE                                          00075500
            END-IF.                                                     00075600
       REPORT-UNMATCHED-TRANS.                                          00075700
            IF WS-TERM-COUNT > 0 THEN                                   00075800
               PERFORM REPORT-ONE-UNMATCHED                             00075900
                  VARYING WS-TERM-IDX FROM 1 BY 1                       00076000
                  UNTIL WS-TERM-IDX > WS-TERM-COUNT                     00076100
            END-IF.                                                     00076200
       REPORT-ONE-UNMATCHED.                                            00076300
            IF WS-TERM-USED (WS-TERM-IDX) = 'N' THEN                    00076400
               ADD 1 TO WS-COUNT-UNMATCHED                              00076500
               MOVE SPACES TO RPT-LINE                                  00076600
               STRING '*** NO TERMINATED EMPLOYEE FOR TRANSACTION '     00076700
                  WS-TERM-EMP-ID (WS-TERM-IDX)                          00076800
                  DELIMITED BY SIZE INTO RPT-LINE                       00076900
               END-STRING                                               00077000
               WRITE RPT-LINE                                           00077100
            END-IF.                                                     00077200
      * DAY NUMBER = 365*Y + LEAP DAYS UP TO Y + CUMULATIVE DAYS        00077300
      * TO THE START OF THE MONTH + DAY, WITH THE CURRENT YEAR'S        00077400
      * LEAP DAY COUNTED ONLY FROM MARCH ON.                            00077500
       DATE-TO-SERIAL.                                                  00077600
            DIVIDE WS-SER-YYYY BY 4 GIVING WS-LEAP-4.                   00077700
            DIVIDE WS-SER-YYYY BY 100 GIVING WS-LEAP-100.               00077800
            DIVIDE WS-SER-YYYY BY 400 GIVING WS-LEAP-400.               00077900
            COMPUTE WS-SERIAL =                                         00078000
               (WS-SER-YYYY * 365) + WS-LEAP-4 - WS-LEAP-100            00078100
               + WS-LEAP-400                                            00078200
               + WS-CUMDAYS (WS-SER-MM) + WS-SER-DD.                    00078300
            IF WS-SER-MM < 3 THEN                                       00078400
               PERFORM CHECK-SERIAL-LEAP                                00078500
               IF WS-SER-LEAP-YEAR THEN                                 00078600
                  SUBTRACT 1 FROM WS-SERIAL                             00078700
               END-IF                                                   00078800
            END-IF.                                                     00078900
       CHECK-SERIAL-LEAP.                                               00079000
            MOVE 'N' TO WS-SER-LEAP-SW.                                 00079100
            DIVIDE WS-SER-YYYY BY 4 GIVING WS-LEAP-4                    00079200
               REMAINDER WS-LEAP-REM.                                   00079300
            IF WS-LEAP-REM = 0 THEN                                     00079400
               SET WS-SER-LEAP-YEAR TO TRUE                             00079500
               DIVIDE WS-SER-YYYY BY 100 GIVING WS-LEAP-100             00079600
                  REMAINDER WS-LEAP-REM                                 00079700
               IF WS-LEAP-REM = 0 THEN                                  00079800
                  MOVE 'N' TO WS-SER-LEAP-SW                            00079900
                  DIVIDE WS-SER-YYYY BY 400 GIVING WS-LEAP-400          00080000
                     REMAINDER WS-LEAP-REM                              00080100
                  IF WS-LEAP-REM = 0 THEN                               00080200
                     SET WS-SER-LEAP-YEAR TO TRUE                       00080300
                  END-IF                                                00080400
               END-IF                                                   00080500
            END-IF.                                                     00080600
       WRITE-SETTLE-SUMMARY.                                            00080700
            MOVE SPACES TO RPT-LINE.                                    00080800
            STRING 'PERIOD            : ' WS-PERIOD-START ' - '         00080900
               WS-PERIOD-END ' (' WS-PERIOD-DAYS ' DAYS)'               00081000
               DELIMITED BY SIZE INTO RPT-LINE                          00081100
            END-STRING.                                                 00081200
            WRITE RPT-LINE.                                             00081300
            MOVE SPACES TO RPT-LINE.                                    00081400
            STRING 'TERMINATIONS READ : ' WS-COUNT-TRANS                00081500
               '  LEAVERS ' WS-COUNT-LEAVERS                            00081600
               DELIMITED BY SIZE INTO RPT-LINE                          00081700
            END-STRING.                                                 00081800
            WRITE RPT-LINE.                                             00081900
            MOVE SPACES TO RPT-LINE.                                    00082000
            STRING 'SETTLED           : ' WS-COUNT-SETTLED              00082100
               '  QUEUED ' WS-COUNT-QUEUED                              00082200
               '  OWING ' WS-COUNT-OWING                                00082300
               DELIMITED BY SIZE INTO RPT-LINE                          00082400
            END-STRING.                                                 00082500
            WRITE RPT-LINE.                                             00082600
            MOVE SPACES TO RPT-LINE.                                    00082700
            STRING 'SKIPPED           : ' WS-COUNT-SKIPPED              00082800
               '  UNMATCHED ' WS-COUNT-UNMATCHED                        00082900
               DELIMITED BY SIZE INTO RPT-LINE                          00083000
            END-STRING.                                                 00083100
            WRITE RPT-LINE.                                             00083200
            MOVE WS-TOTAL-LEAVE-DAYS TO WS-TOTAL-DAYS-ED.               00083300
            MOVE SPACES TO RPT-LINE.                                    00083400
            STRING 'LEAVE DAYS PAID   : ' WS-TOTAL-DAYS-ED              00083500
               DELIMITED BY SIZE INTO RPT-LINE                          00083600
            END-STRING.                                                 00083700
            WRITE RPT-LINE.                                             00083800
            MOVE WS-TOTAL-QUEUED TO WS-TOTAL-ED.                        00083900
            MOVE SPACES TO RPT-LINE.                                    00084000
            STRING 'TOTAL QUEUED      : ' WS-TOTAL-ED                   00084100
               DELIMITED BY SIZE INTO RPT-LINE                          00084200
            END-STRING.                                                 00084300
            WRITE RPT-LINE.                                             00084400
            MOVE WS-TOTAL-OWING TO WS-TOTAL-ED.                         00084500
            MOVE SPACES TO RPT-LINE.                                    00084600
            STRING 'TOTAL OWED BACK   : ' WS-TOTAL-ED                   00084700
               DELIMITED BY SIZE INTO RPT-LINE                          00084800
            END-STRING.                                                 00084900
            WRITE RPT-LINE.                                             00085000
            IF WS-COUNT-TRANOVER > 0 THEN                               00085100
               MOVE SPACES TO RPT-LINE                                  00085200
               STRING '*** TERMINATIONS OVER TABLE SIZE: '              00085300
                  WS-COUNT-TRANOVER ' NOT SETTLED'                      00085400
                  DELIMITED BY SIZE INTO RPT-LINE                       00085500
               END-STRING                                               00085600
               WRITE RPT-LINE                                           00085700
            END-IF.                                                     00085800

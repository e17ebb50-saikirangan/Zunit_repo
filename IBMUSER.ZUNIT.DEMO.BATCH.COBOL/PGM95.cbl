       IDENTIFICATION DIVISION.                                         00000100
       PROGRAM-ID.   PGM95.                                             00000200
      * MONTH-END PAYROLL ACCRUAL.  THE SEMIMONTHLY PERIODS ON THE      00000300
      * PAY-CALENDAR DATASET (DDPAYCAL) RARELY END ON THE LAST DAY      00000400
      * OF THE MONTH, SO THE DAYS WORKED AFTER THE LAST PGM51           00000500
      * PERIOD END ARE NOT YET IN THE LEDGER.  FOR THE MONTH            00000600
      * CONTAINING THE MONTHEND CARD (DEFAULT RUN DATE) THIS            00000700
      * PROGRAM FINDS THE LAST CALENDAR PERIOD ENDING ON OR BEFORE      00000800
      * THE MONTH END AND COUNTS THE BUSINESS DAYS (TYPE P ON THE       00000900
      * PGM23 BUSINESS CALENDAR, DDCALENDAR) FROM THE DAY AFTER IT      00001000
      * THROUGH THE MONTH END.  EACH EMPLOYEE ON THE CPFLREC            00001100
      * EXTRACT (DDINPUT) ACCRUES THOSE DAYS - FROM THEIR HIRE DATE     00001200
      * WHEN THEY JOINED INSIDE THE WINDOW - AT THE DAILY RATE          00001300
      * FL-SALARY / THE WORKDAYS CARD (DEFAULT 260), THE SAME RATE      00001400
      * PGM73 AND PGM85 USE.  A TERMINATED EMPLOYEE, A HIRE NOT YET     00001500
      * EFFECTIVE, AND AN EMPLOYEE ON THE CPHRROST HOURLY ROSTER        00001600
      * (DDHOURLY - PAID FROM TIMECARDS, NOT FL-SALARY) ACCRUE          00001700
      * NOTHING.  THE DEPARTMENT TOTALS ARE MAPPED THROUGH THE          00001800
      * ACCOUNT-MAPPING DATASET (DDACCTMAP) AND WRITTEN AS TWO          00001900
      * BALANCED JOURNALS IN THE PGM64 POSTING FORMAT: THE ACCRUAL      00002000
      * (DDJRNLOUT) - A DEBIT PER DEPARTMENT ACCOUNT AND A CREDIT       00002100
      * TO THE ACCRUALACCT CARD'S ACCRUED-SALARIES ACCOUNT - DATED      00002200
      * THE MONTH END, AND ITS REVERSAL (DDREVOUT), THE SAME            00002300
      * ENTRIES ON THE OPPOSITE SIDES, DATED THE FIRST DAY OF THE       00002400
      * NEXT MONTH.  THE POSTING DATE SITS IN JRN-POST-DATE, BYTES      00002500
      * 35-42 THAT PGM64 LEAVES BLANK.  THE ACCRUAL REGISTER            00002600
      * (DDRPTOUT) SHOWS EACH DEPARTMENT'S EMPLOYEES, ACCRUED DAYS      00002700
      * AND ACCRUED AMOUNT.  ENDS RC 08 WHEN THE MONTHEND CARD IS       00002800
      * NOT A DATE, NO CALENDAR PERIOD ENDS IN REACH OF THE MONTH       00002900
      * END, A DEPARTMENT HAS NO ACCOUNT MAPPING OR THERE IS NO         00003000
      * ACCRUALACCT CARD - FINANCE NEVER RECEIVES A BROKEN JOURNAL -    00003100
      * AND RC 04 WHEN THE DEPARTMENT TABLE OVERFLOWS.                  00003200
       ENVIRONMENT DIVISION.                                            00003300
       INPUT-OUTPUT SECTION.                                            00003400
       FILE-CONTROL.                                                    00003500
                SELECT INFILE ASSIGN TO DDINPUT                         00003600
                ORGANIZATION IS SEQUENTIAL.                             00003700
                SELECT PAYCAL ASSIGN TO DDPAYCAL                        00003800
                ORGANIZATION IS SEQUENTIAL.                             00003900
                SELECT CALENDAR ASSIGN TO DDCALENDAR                    00004000
                ORGANIZATION IS SEQUENTIAL.                             00004100
                SELECT ROSTER ASSIGN TO DDHOURLY                        00004200
                ORGANIZATION IS SEQUENTIAL.                             00004300
                SELECT ACCTMAP ASSIGN TO DDACCTMAP                      00004400
                ORGANIZATION IS SEQUENTIAL.                             00004500
                SELECT PARMFILE ASSIGN TO DDPARMIN                      00004600
                ORGANIZATION IS SEQUENTIAL.                             00004700
                SELECT JRNLOUT ASSIGN TO DDJRNLOUT                      00004800
                ORGANIZATION IS SEQUENTIAL.                             00004900
                SELECT REVOUT ASSIGN TO DDREVOUT                        00005000
                ORGANIZATION IS SEQUENTIAL.                             00005100
                SELECT RPTFILE ASSIGN TO DDRPTOUT                       00005200
                ORGANIZATION IS SEQUENTIAL.                             00005300
       DATA DIVISION.                                                   00005400
       FILE SECTION.                                                    00005500
       FD INFILE                                                        00005600
            RECORDING MODE IS F.                                        00005700
       01 FL-REC.                                                       00005800
          COPY CPFLREC.                                                 00005900
       FD PAYCAL                                                        00006000
            RECORDING MODE IS F.                                        00006100
       01 CAL-REC.                                                      00006200
           05 CAL-PERIOD-START PIC 9(8).                                00006300
           05 FILLER           PIC X(1).                                00006400
           05 CAL-PERIOD-END   PIC 9(8).                                00006500
           05 FILLER           PIC X(63).                               00006600
       FD CALENDAR                                                      00006700
            RECORDING MODE IS F.                                        00006800
       01 BCL-REC.                                                      00006900
           05 BCL-DATE PIC 9(8).                                        00007000
           05 FILLER   PIC X(1).                                        00007100
           05 BCL-TYPE PIC X(1).                                        00007200
           05 FILLER   PIC X(70).                                       00007300
       FD ROSTER                                                        00007400
            RECORDING MODE IS F.                                        00007500
       01 HR-REC.                                                       00007600
          COPY CPHRROST.                                                00007700
       FD ACCTMAP                                                       00007800
            RECORDING MODE IS F.                                        00007900
       01 ACM-REC.                                                      00008000
           05 ACM-DEPT    PIC X(4).                                     00008100
           05 FILLER      PIC X(1).                                     00008200
           05 ACM-ACCOUNT PIC X(8).                                     00008300
           05 FILLER      PIC X(67).                                    00008400
       FD PARMFILE                                                      00008500
            RECORDING MODE IS F.                                        00008600
       01 PARM-CARD.                                                    00008700
          COPY CPPARMCD.                                                00008800
       FD JRNLOUT                                                       00008900
            RECORDING MODE IS F.                                        00009000
       01 JRN-REC.                                                      00009100
           05 JRN-ACCOUNT   PIC X(8).                                   00009200
           05 JRN-DRCR      PIC X(1).                                   00009300
               88 JRN-DEBIT  VALUE 'D'.                                 00009400
               88 JRN-CREDIT VALUE 'C'.                                 00009500
           05 JRN-AMOUNT    PIC 9(11)V99.                               00009600
           05 JRN-DEPT      PIC X(4).                                   00009700
           05 JRN-SOURCE    PIC X(8).                                   00009800
           05 JRN-POST-DATE PIC 9(8).                                   00009900
           05 FILLER        PIC X(38).                                  00010000
       FD REVOUT                                                        00010100
            RECORDING MODE IS F.                                        00010200
       01 REV-REC PIC X(80).                                            00010300
       FD RPTFILE                                                       00010400
            RECORDING MODE IS F.                                        00010500
       01 RPT-LINE PIC X(80).                                           00010600
       WORKING-STORAGE SECTION.                                         00010700
       01 WS-FL-REC.                                                    00010800
          COPY CPFLREC.                                                 00010900
       01 WS-FL-REC-HT REDEFINES WS-FL-REC.                             00011000
          COPY CPHDRTRL.                                                00011100
       01 WS-FL-REC-ST REDEFINES WS-FL-REC.                             00011200
          COPY CPFLSTAT.                                                00011300
       01 WS-EOF-SW PIC X(1) VALUE 'N'.                                 00011400
           88 WS-EOF           VALUE 'Y'.                               00011500
       01 WS-CAL-EOF-SW PIC X(1) VALUE 'N'.                             00011600
           88 WS-CAL-EOF       VALUE 'Y'.                               00011700
       01 WS-BCL-EOF-SW PIC X(1) VALUE 'N'.                             00011800
           88 WS-BCL-EOF       VALUE 'Y'.                               00011900
       01 WS-HR-EOF-SW PIC X(1) VALUE 'N'.                              00012000
           88 WS-HR-EOF        VALUE 'Y'.                               00012100
       01 WS-MAP-EOF-SW PIC X(1) VALUE 'N'.                             00012200
           88 WS-MAP-EOF       VALUE 'Y'.                               00012300
       01 WS-PARM-EOF-SW PIC X(1) VALUE 'N'.                            00012400
           88 WS-PARM-EOF      VALUE 'Y'.                               00012500
       01 WS-ACCRUAL-ACCT PIC X(8) VALUE SPACES.                        00012600
       01 WS-WORK-DAYS    PIC 9(3) VALUE 260.                           00012700
       01 WS-MONTH-DATE.                                                00012800
           05 WS-MONTH-YYYY PIC 9(4).                                   00012900
           05 WS-MONTH-MM   PIC 9(2).                                   00013000
           05 WS-MONTH-DD   PIC 9(2).                                   00013100
       01 WS-MONTH-DATE-N REDEFINES WS-MONTH-DATE PIC 9(8).             00013200
       01 WS-MONTH-END.                                                 00013300
           05 WS-MEND-YYYY  PIC 9(4).                                   00013400
           05 WS-MEND-MM    PIC 9(2).                                   00013500
           05 WS-MEND-DD    PIC 9(2).                                   00013600
       01 WS-MONTH-END-N REDEFINES WS-MONTH-END PIC 9(8).               00013700
       01 WS-REVERSE-DATE.                                              00013800
           05 WS-REV-YYYY   PIC 9(4).                                   00013900
           05 WS-REV-MM     PIC 9(2).                                   00014000
           05 WS-REV-DD     PIC 9(2).                                   00014100
       01 WS-REVERSE-DATE-N REDEFINES WS-REVERSE-DATE PIC 9(8).         00014200
       01 WS-MONTHDAYS-VALUES.                                          00014300
           05 FILLER PIC X(24) VALUE '312831303130313130313031'.        00014400
       01 WS-MONTHDAYS-TABLE REDEFINES WS-MONTHDAYS-VALUES.             00014500
           05 WS-MONTHDAYS PIC 9(2) OCCURS 12 TIMES.                    00014600
       01 WS-PAID-END     PIC 9(8) VALUE 0.                             00014700
       01 WS-PAID-START   PIC 9(8) VALUE 0.                             00014800
       01 WS-PERIOD-FOUND-SW PIC X(1) VALUE 'N'.                        00014900
           88 WS-PERIOD-FOUND  VALUE 'Y'.                               00015000
       01 WS-STOP-TEXT    PIC X(44) VALUE SPACES.                       00015100
       01 WS-DATE-RC       PIC 9(2) VALUE 0.                            00015200
           88 WS-DATE-RC-OK    VALUE 00.                                00015300
       01 WS-DATEVAL-PGM   PIC X(8) VALUE 'PGM14'.                      00015400
       01 WS-NO-HORIZON    PIC 9(8) VALUE 0.                            00015500
       01 WS-DATE-WORK-X   PIC X(8).                                    00015600
       01 WS-DATE-WORK REDEFINES WS-DATE-WORK-X PIC 9(8).               00015700
      * SERIAL-DAY ARITHMETIC FOR THE WINDOW - THE SAME DAY-NUMBER      00015800
      * PGM51 USES, GOOD FOR DIFFERENCES WITHIN THE SAME ERA.           00015900
       01 WS-SER-DATE.                                                  00016000
           05 WS-SER-YYYY PIC 9(4).                                     00016100
           05 WS-SER-MM   PIC 9(2).                                     00016200
           05 WS-SER-DD   PIC 9(2).                                     00016300
       01 WS-CUMDAYS-VALUES.                                            00016400
           05 FILLER PIC X(36) VALUE                                    00016500
              '000031059090120151181212243273304334'.                   00016600
       01 WS-CUMDAYS-TABLE REDEFINES WS-CUMDAYS-VALUES.                 00016700
           05 WS-CUMDAYS PIC 9(3) OCCURS 12 TIMES.                      00016800
       01 WS-SERIAL       PIC S9(9) VALUE 0.                            00016900
       01 WS-LEAP-4       PIC S9(7) VALUE 0.                            00017000
       01 WS-LEAP-100     PIC S9(7) VALUE 0.                            00017100
       01 WS-LEAP-400     PIC S9(7) VALUE 0.                            00017200
       01 WS-LEAP-REM     PIC S9(7) VALUE 0.                            00017300
       01 WS-SER-LEAP-SW  PIC X(1) VALUE 'N'.                           00017400
           88 WS-SER-LEAP-YEAR VALUE 'Y'.                               00017500
       01 WS-PAID-SERIAL  PIC S9(9) VALUE 0.                            00017600
       01 WS-END-SERIAL   PIC S9(9) VALUE 0.                            00017700
       01 WS-EFF-SERIAL   PIC S9(9) VALUE 0.                            00017800
       01 WS-WINDOW-DAYS  PIC S9(5) VALUE 0.                            00017900
       01 WS-DAY-NO       PIC S9(5) VALUE 0.                            00018000
       01 WS-START-DAY    PIC S9(5) VALUE 0.                            00018100
       01 WS-BUSINESS-DAYS PIC 9(3) VALUE 0.                            00018200
      * THE WINDOW'S DAYS AFTER THE LAST PAID PERIOD END, EACH WITH     00018300
      * ITS BUSINESS-CALENDAR TYPE (SPACE FOR A DAY THE CALENDAR        00018400
      * DOES NOT LIST) AND THE BUSINESS DAYS FROM IT TO MONTH END.      00018500
       01 WS-DAY-TABLE.                                                 00018600
           05 WS-DAY-ENTRY OCCURS 31 TIMES.                             00018700
               10 WS-DAY-TYPE     PIC X(1).                             00018800
                   88 WS-DAY-BUSINESS  VALUE 'P'.                       00018900
               10 WS-DAY-REMAIN   PIC 9(3).                             00019000
       01 WS-HOURLY-COUNT PIC 9(4) COMP VALUE 0.                        00019100
       01 WS-HOURLY-TABLE.                                              00019200
           05 WS-HOURLY-ENTRY OCCURS 1000 TIMES                         00019300
                               INDEXED BY WS-HOURLY-IDX.                00019400
               10 WS-HOURLY-EMP-ID PIC X(8).                            00019500
       01 WS-MAP-COUNT PIC 9(3) COMP VALUE 0.                           00019600
       01 WS-MAP-TABLE.                                                 00019700
           05 WS-MAP-ENTRY OCCURS 100 TIMES                             00019800
                            INDEXED BY WS-MAP-IDX WS-MAP-SAV.           00019900
               10 WS-MAP-DEPT    PIC X(4).                              00020000
               10 WS-MAP-ACCOUNT PIC X(8).                              00020100
       01 WS-DEPT-COUNT PIC 9(2) COMP VALUE 0.                          00020200
       01 WS-DEPT-TABLE.                                                00020300
           05 WS-DEPT-ENTRY OCCURS 50 TIMES                             00020400
                             INDEXED BY WS-DEPT-IDX WS-DEPT-SAV.        00020500
               10 WS-DEPT-CODE   PIC X(4).                              00020600
               10 WS-DEPT-EMPS   PIC 9(5).                              00020700
               10 WS-DEPT-DAYS   PIC 9(7).                              00020800
               10 WS-DEPT-AMOUNT PIC 9(11)V99.                          00020900
       01 WS-FOUND-SW PIC X(1) VALUE 'N'.                               00021000
           88 WS-ENTRY-FOUND   VALUE 'Y'.                               00021100
       01 WS-EMP-DAYS      PIC 9(3) VALUE 0.                            00021200
       01 WS-DAILY-RATE    PIC 9(6)V99 VALUE 0.                         00021300
       01 WS-EMP-ACCRUAL   PIC 9(9)V99 VALUE 0.                         00021400
       01 WS-POST-AMOUNT   PIC 9(11)V99 VALUE 0.                        00021500
       01 WS-TOTAL-DAYS    PIC 9(7) VALUE 0.                            00021600
       01 WS-TOTAL-ACCRUED PIC 9(13)V99 VALUE 0.                        00021700
       01 WS-TOTAL-DEBITS  PIC 9(13)V99 VALUE 0.                        00021800
       01 WS-TOTAL-CREDITS PIC 9(13)V99 VALUE 0.                        00021900
       01 WS-COUNT-READ      PIC 9(7) VALUE 0.                          00022000
       01 WS-COUNT-ACCRUED   PIC 9(7) VALUE 0.                          00022100
       01 WS-COUNT-TERMSKIP  PIC 9(7) VALUE 0.                          00022200
       01 WS-COUNT-HOURLY    PIC 9(7) VALUE 0.                          00022300
       01 WS-COUNT-NOTYET    PIC 9(7) VALUE 0.                          00022400
       01 WS-COUNT-DEPTOVER  PIC 9(7) VALUE 0.                          00022500
       01 WS-COUNT-UNMAPPED  PIC 9(5) VALUE 0.                          00022600
       01 WS-COUNT-POSTINGS  PIC 9(5) VALUE 0.                          00022700
       01 WS-AMOUNT-ED     PIC ZZZ,ZZZ,ZZZ,ZZ9.99.                      00022800
       01 WS-DAYS-ED       PIC Z,ZZZ,ZZ9.                               00022900
       01 WS-EMPS-ED       PIC ZZ,ZZ9.                                  00023000
       01 WS-RETCD.                                                     00023100
           COPY CPRETCD.                                                00023200
       01 WS-AUD-START-DATE PIC 9(8).                                   00023300
       PROCEDURE DIVISION.                                              00023400
       MAIN-ROUTINE.                                                    00023500
            ACCEPT WS-AUD-START-DATE FROM DATE YYYYMMDD.                00023600
            MOVE WS-AUD-START-DATE TO WS-MONTH-DATE-N.                  00023700
            PERFORM READ-ACCRUAL-PARMS.                                 00023800
            OPEN OUTPUT RPTFILE.                                        00023900
            MOVE '---- PGM95 MONTH-END PAYROLL ACCRUAL ----'            00024000
               TO RPT-LINE.                                             00024100
            WRITE RPT-LINE.                                             00024200
            PERFORM SET-MONTH-DATES.                                    00024300
            IF WS-STOP-TEXT = SPACES THEN                               00024400
               PERFORM FIND-LAST-PAID-PERIOD                            00024500
            END-IF.                                                     00024600
            IF WS-STOP-TEXT NOT = SPACES THEN                           00024700
               MOVE SPACES TO RPT-LINE                                  00024800
               STRING '*** ' DELIMITED BY SIZE                          00024860
                  WS-STOP-TEXT DELIMITED BY '  '                        00024920
                  ' - NOTHING ACCRUED' DELIMITED BY SIZE                00024980
                  INTO RPT-LINE                                         00025040
               END-STRING                                               00025100
               WRITE RPT-LINE                                           00025200
               CLOSE RPTFILE                                            00025300
               SET WS-RC-DATA-ERROR TO TRUE                             00025400
               MOVE WS-RETURN-CODE TO RETURN-CODE                       00025500
               GOBACK                                                   00025600
            END-IF.                                                     00025700
            PERFORM LOAD-BUSINESS-DAYS.                                 00025800
            PERFORM LOAD-HOURLY-ROSTER.                                 00025900
            PERFORM LOAD-ACCOUNT-MAP.                                   00026000
            OPEN INPUT INFILE.                                          00026100
            PERFORM UNTIL WS-EOF                                        00026200
               READ INFILE INTO WS-FL-REC                               00026300
                 AT END SET WS-EOF TO TRUE                              00026400
                 NOT AT END                                             00026500
                    IF HT-IS-HEADER OF WS-FL-REC-HT OR                  00026600
                       HT-IS-TRAILER OF WS-FL-REC-HT THEN               00026700
                       CONTINUE                                         00026800
                    ELSE                                                00026900
                       PERFORM ACCRUE-ONE-EMPLOYEE                      00027000
                    END-IF                                              00027100
               END-READ                                                 00027200
            END-PERFORM.                                                00027300
            CLOSE INFILE.                                               00027400
            OPEN OUTPUT JRNLOUT.                                        00027500
            OPEN OUTPUT REVOUT.                                         00027600
            PERFORM POST-ALL-DEPARTMENTS.                               00027700
            PERFORM POST-ACCRUAL-OFFSET.                                00027800
            CLOSE JRNLOUT.                                              00027900
            CLOSE REVOUT.                                               00028000
            PERFORM WRITE-ACCRUAL-REGISTER.                             00028100
            CLOSE RPTFILE.                                              00028200
            MOVE WS-RETURN-CODE TO RETURN-CODE.                         00028300
            GOBACK.                                                     00028400
       READ-ACCRUAL-PARMS.                                              00028500
            OPEN INPUT PARMFILE.                                        00028600
            PERFORM UNTIL WS-PARM-EOF                                   00028700
               READ PARMFILE                                            00028800
                 AT END SET WS-PARM-EOF TO TRUE                         00028900
                 NOT AT END PERFORM APPLY-PARM-CARD                     00029000
               END-READ                                                 00029100
            END-PERFORM.                                                00029200
            CLOSE PARMFILE.                                             00029300
      * MONTHEND NAMES ANY DAY OF THE MONTH TO ACCRUE - THE JOB         00029400
      * OFTEN RUNS ON THE FIRST BUSINESS DAY OF THE NEXT MONTH.         00029500
       APPLY-PARM-CARD.                                                 00029600
            EVALUATE PARM-KEY                                           00029700
                WHEN 'MONTHEND'                                         00029800
                   IF PARM-VALUE-NUM > 0 THEN                           00029900
                      MOVE PARM-VALUE-NUM TO WS-MONTH-DATE-N            00030000
                   END-IF                                               00030100
                WHEN 'WORKDAYS'                                         00030200
                   IF PARM-VALUE-NUM > 0 THEN                           00030300
                      MOVE PARM-VALUE-NUM TO WS-WORK-DAYS               00030400
                   END-IF                                               00030500
                WHEN 'ACCRUALACCT'                                      00030600
                   MOVE PARM-VALUE-TEXT (1:8) TO WS-ACCRUAL-ACCT        00030700
                WHEN OTHER                                              00030800
                   CONTINUE                                             00030900
            END-EVALUATE.                                               00031000
      * THE ACCRUAL IS DATED THE LAST DAY OF THE MONTH AND ITS          00031100
      * REVERSAL THE FIRST DAY OF THE NEXT.                             00031200
       SET-MONTH-DATES.                                                 00031300
            MOVE WS-MONTH-DATE-N TO WS-DATE-WORK.                       00031400
            CALL WS-DATEVAL-PGM USING WS-DATE-WORK-X,                   00031500
               WS-NO-HORIZON, WS-DATE-RC.                               00031600
            IF NOT WS-DATE-RC-OK THEN                                   00031700
               MOVE 'MONTHEND CARD IS NOT A VALID DATE'                 00031800
                  TO WS-STOP-TEXT                                       00031900
            ELSE                                                        00032000
               MOVE WS-MONTH-YYYY TO WS-MEND-YYYY                       00032100
               MOVE WS-MONTH-MM TO WS-MEND-MM                           00032200
               MOVE WS-MONTHDAYS (WS-MONTH-MM) TO WS-MEND-DD            00032300
               IF WS-MONTH-MM = 2 THEN                                  00032400
                  MOVE WS-MONTH-YYYY TO WS-SER-YYYY                     00032500
                  PERFORM CHECK-SERIAL-LEAP                             00032600
                  IF WS-SER-LEAP-YEAR THEN                              00032700
                     MOVE 29 TO WS-MEND-DD                              00032800
                  END-IF                                                00032900
               END-IF                                                   00033000
               MOVE 01 TO WS-REV-DD                                     00033100
               IF WS-MONTH-MM = 12 THEN                                 00033200
                  COMPUTE WS-REV-YYYY = WS-MONTH-YYYY + 1               00033300
                  MOVE 01 TO WS-REV-MM                                  00033400
               ELSE                                                     00033500
                  MOVE WS-MONTH-YYYY TO WS-REV-YYYY                     00033600
                  COMPUTE WS-REV-MM = WS-MONTH-MM + 1                   00033700
               END-IF                                                   00033800
            END-IF.                                                     00033900
      * THE LAST PAID PERIOD IS THE LATEST CALENDAR PERIOD ENDING ON    00034000
      * OR BEFORE THE MONTH END.  ONE ENDING A MONTH OR MORE EARLIER    00034100
      * MEANS THE CALENDAR HAS A GAP, NOT A LONG ACCRUAL.               00034200
       FIND-LAST-PAID-PERIOD.                                           00034300
            OPEN INPUT PAYCAL.                                          00034400
            PERFORM UNTIL WS-CAL-EOF                                    00034500
               READ PAYCAL                                              00034600
                 AT END SET WS-CAL-EOF TO TRUE                          00034700
                 NOT AT END PERFORM CHECK-ONE-PERIOD                    00034800
               END-READ                                                 00034900
            END-PERFORM.                                                00035000
            CLOSE PAYCAL.                                               00035100
            IF NOT WS-PERIOD-FOUND THEN                                 00035200
               MOVE 'NO PAY PERIOD ENDS BY THE MONTH END'               00035300
                  TO WS-STOP-TEXT                                       00035400
            ELSE                                                        00035500
               MOVE WS-PAID-END TO WS-SER-DATE                          00035600
               PERFORM DATE-TO-SERIAL                                   00035700
               MOVE WS-SERIAL TO WS-PAID-SERIAL                         00035800
               MOVE WS-MONTH-END TO WS-SER-DATE                         00035900
               PERFORM DATE-TO-SERIAL                                   00036000
               MOVE WS-SERIAL TO WS-END-SERIAL                          00036100
               COMPUTE WS-WINDOW-DAYS =                                 00036200
                  WS-END-SERIAL - WS-PAID-SERIAL                        00036300
               IF WS-WINDOW-DAYS > 30 THEN                              00036400
                  MOVE 'PAY CALENDAR HAS NO PERIOD NEAR MONTH END'      00036500
                     TO WS-STOP-TEXT                                    00036600
               END-IF                                                   00036700
            END-IF.                                                     00036800
       CHECK-ONE-PERIOD.                                                00036900
            MOVE CAL-PERIOD-START TO WS-DATE-WORK.                      00037000
            CALL WS-DATEVAL-PGM USING WS-DATE-WORK-X,                   00037100
               WS-NO-HORIZON, WS-DATE-RC.                               00037200
            IF NOT WS-DATE-RC-OK THEN                                   00037300
               CONTINUE                                                 00037400
            ELSE                                                        00037500
               MOVE CAL-PERIOD-END TO WS-DATE-WORK                      00037600
               CALL WS-DATEVAL-PGM USING WS-DATE-WORK-X,                00037700
                  WS-NO-HORIZON, WS-DATE-RC                             00037800
               IF WS-DATE-RC-OK AND                                     00037900
                  CAL-PERIOD-END <= WS-MONTH-END-N AND                  00038000
                  CAL-PERIOD-END > WS-PAID-END THEN                     00038100
                  SET WS-PERIOD-FOUND TO TRUE                           00038200
                  MOVE CAL-PERIOD-START TO WS-PAID-START                00038300
                  MOVE CAL-PERIOD-END TO WS-PAID-END                    00038400
               END-IF                                                   00038500
            END-IF.                                                     00038600
      * MARKS EACH DAY OF THE WINDOW WITH ITS CALENDAR TYPE, THEN       00038700
      * COUNTS BACK FROM THE MONTH END SO ANY STARTING DAY'S            00038800
      * BUSINESS DAYS ARE ONE LOOKUP.                                   00038900
       LOAD-BUSINESS-DAYS.                                              00039000
            MOVE SPACES TO WS-DAY-TABLE.                                00039100
            OPEN INPUT CALENDAR.                                        00039200
            PERFORM UNTIL WS-BCL-EOF                                    00039300
               READ CALENDAR                                            00039400
                 AT END SET WS-BCL-EOF TO TRUE                          00039500
                 NOT AT END                                             00039600
                    IF BCL-DATE NUMERIC AND                             00039700
                       BCL-DATE > WS-PAID-END AND                       00039800
                       BCL-DATE <= WS-MONTH-END-N THEN                  00039900
                       MOVE BCL-DATE TO WS-SER-DATE                     00040000
                       PERFORM DATE-TO-SERIAL                           00040100
                       COMPUTE WS-DAY-NO =                              00040200
                          WS-SERIAL - WS-PAID-SERIAL                    00040300
                       IF WS-DAY-NO >= 1 AND                            00040400
                          WS-DAY-NO <= WS-WINDOW-DAYS THEN              00040500
                          MOVE BCL-TYPE TO WS-DAY-TYPE (WS-DAY-NO)      00040600
                       END-IF                                           00040700
                    END-IF                                              00040800
               END-READ                                                 00040900
            END-PERFORM.                                                00041000
            CLOSE CALENDAR.                                             00041100
            MOVE 0 TO WS-BUSINESS-DAYS.                                 00041200
            IF WS-WINDOW-DAYS > 0 THEN                                  00041300
               PERFORM VARYING WS-DAY-NO FROM WS-WINDOW-DAYS BY -1      00041400
                  UNTIL WS-DAY-NO < 1                                   00041500
                  IF WS-DAY-BUSINESS (WS-DAY-NO) THEN                   00041600
                     ADD 1 TO WS-BUSINESS-DAYS                          00041700
                  END-IF                                                00041800
                  MOVE WS-BUSINESS-DAYS TO WS-DAY-REMAIN (WS-DAY-NO)    00041900
               END-PERFORM                                              00042000
            END-IF.                                                     00042100
       LOAD-HOURLY-ROSTER.                                              00042200
            OPEN INPUT ROSTER.                                          00042300
            PERFORM UNTIL WS-HR-EOF                                     00042400
               READ ROSTER                                              00042500
                 AT END SET WS-HR-EOF TO TRUE                           00042600
                 NOT AT END                                             00042700
                    IF WS-HOURLY-COUNT < 1000 THEN                      00042800
                       ADD 1 TO WS-HOURLY-COUNT                         00042900
                       SET WS-HOURLY-IDX TO WS-HOURLY-COUNT             00043000
                       MOVE HR-EMP-ID                                   00043100
                          TO WS-HOURLY-EMP-ID (WS-HOURLY-IDX)           00043200
                    END-IF                                              00043300
               END-READ                                                 00043400
            END-PERFORM.                                                00043500
            CLOSE ROSTER.                                               00043600
       LOAD-ACCOUNT-MAP.                                                00043700
            OPEN INPUT ACCTMAP.                                         00043800
            PERFORM UNTIL WS-MAP-EOF                                    00043900
               READ ACCTMAP                                             00044000
                 AT END SET WS-MAP-EOF TO TRUE                          00044100
                 NOT AT END                                             00044200
                    IF ACM-DEPT NOT = SPACES AND                        00044300
                       WS-MAP-COUNT < 100 THEN                          00044400
                       ADD 1 TO WS-MAP-COUNT                            00044500
                       SET WS-MAP-IDX TO WS-MAP-COUNT                   00044600
                       MOVE ACM-DEPT                                    00044700
                          TO WS-MAP-DEPT (WS-MAP-IDX)                   00044800
                       MOVE ACM-ACCOUNT                                 00044900
                          TO WS-MAP-ACCOUNT (WS-MAP-IDX)                00045000
                    END-IF                                              00045100
               END-READ                                                 00045200
            END-PERFORM.                                                00045300
            CLOSE ACCTMAP.                                              00045400
      * A HIRE INSIDE THE WINDOW ACCRUES FROM THEIR HIRE DATE; ONE      00045500
      * EFFECTIVE AFTER THE MONTH END HAS NOTHING TO ACCRUE YET.        00045600
       ACCRUE-ONE-EMPLOYEE.                                             00045700
            ADD 1 TO WS-COUNT-READ.                                     00045800
            PERFORM FIND-HOURLY-EMPLOYEE.                               00045900
            EVALUATE TRUE                                               00046000
                WHEN FL-STATUS-TERMINATED OF WS-FL-REC-ST               00046100
                   ADD 1 TO WS-COUNT-TERMSKIP                           00046200
                WHEN WS-ENTRY-FOUND                                     00046300
                   ADD 1 TO WS-COUNT-HOURLY                             00046400
                WHEN FL-EFF-DATE OF WS-FL-REC > WS-MONTH-END-N          00046500
                   ADD 1 TO WS-COUNT-NOTYET                             00046600
                WHEN OTHER                                              00046700
                   MOVE 1 TO WS-START-DAY                               00046800
                   IF FL-EFF-DATE OF WS-FL-REC > WS-PAID-END THEN       00046900
                      MOVE FL-EFF-DATE OF WS-FL-REC TO WS-SER-DATE      00047000
                      PERFORM DATE-TO-SERIAL                            00047100
                      MOVE WS-SERIAL TO WS-EFF-SERIAL                   00047200
                      COMPUTE WS-START-DAY =                            00047300
                         WS-EFF-SERIAL - WS-PAID-SERIAL                 00047400
                   END-IF                                               00047500
                   MOVE 0 TO WS-EMP-DAYS                                00047600
                   IF WS-START-DAY >= 1 AND                             00047700
                      WS-START-DAY <= WS-WINDOW-DAYS THEN               00047800
                      MOVE WS-DAY-REMAIN (WS-START-DAY)                 00047900
                         TO WS-EMP-DAYS                                 00048000
                   END-IF                                               00048100
                   COMPUTE WS-DAILY-RATE ROUNDED =                      00048200
                      FL-SALARY OF WS-FL-REC / WS-WORK-DAYS             00048300
                   COMPUTE WS-EMP-ACCRUAL ROUNDED =                     00048400
                      WS-EMP-DAYS * WS-DAILY-RATE                       00048500
                   ADD 1 TO WS-COUNT-ACCRUED                            00048600
                   PERFORM TALLY-DEPT-ACCRUAL                           00048700
            END-EVALUATE.                                               00048800
       FIND-HOURLY-EMPLOYEE.                                            00048900
            MOVE 'N' TO WS-FOUND-SW.                                    00049000
            IF WS-HOURLY-COUNT > 0 THEN                                 00049100
               PERFORM VARYING WS-HOURLY-IDX FROM 1 BY 1                00049200
                  UNTIL WS-HOURLY-IDX > WS-HOURLY-COUNT                 00049300
                     OR WS-ENTRY-FOUND                                  00049400
                  IF WS-HOURLY-EMP-ID (WS-HOURLY-IDX) =                 00049500
                     FL-EMP-ID OF WS-FL-REC THEN                        00049600
                     SET WS-ENTRY-FOUND TO TRUE                         00049700
                  END-IF                                                00049800
               END-PERFORM                                              00049900
            END-IF.                                                     00050000
       TALLY-DEPT-ACCRUAL.                                              00050100
            MOVE 'N' TO WS-FOUND-SW.                                    00050200
            IF WS-DEPT-COUNT > 0 THEN                                   00050300
               PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1                  00050400
                  UNTIL WS-DEPT-IDX > WS-DEPT-COUNT                     00050500
                     OR WS-ENTRY-FOUND                                  00050600
                  IF WS-DEPT-CODE (WS-DEPT-IDX) =                       00050700
                     FL-DEPT-CODE OF WS-FL-REC THEN                     00050800
                     SET WS-ENTRY-FOUND TO TRUE                         00050900
                     SET WS-DEPT-SAV TO WS-DEPT-IDX                     00051000
                  END-IF                                                00051100
               END-PERFORM                                              00051200
               IF WS-ENTRY-FOUND THEN                                   00051300
                  SET WS-DEPT-IDX TO WS-DEPT-SAV                        00051400
               END-IF                                                   00051500
            END-IF.                                                     00051600
            IF NOT WS-ENTRY-FOUND AND WS-DEPT-COUNT < 50 THEN           00051700
               ADD 1 TO WS-DEPT-COUNT                                   00051800
               SET WS-DEPT-IDX TO WS-DEPT-COUNT                         00051900
               MOVE FL-DEPT-CODE OF WS-FL-REC                           00052000
                  TO WS-DEPT-CODE (WS-DEPT-IDX)                         00052100
               MOVE 0 TO WS-DEPT-EMPS (WS-DEPT-IDX)                     00052200
               MOVE 0 TO WS-DEPT-DAYS (WS-DEPT-IDX)                     00052300
               MOVE 0 TO WS-DEPT-AMOUNT (WS-DEPT-IDX)                   00052400
               SET WS-ENTRY-FOUND TO TRUE                               00052500
            END-IF.                                                     00052600
            IF WS-ENTRY-FOUND THEN                                      00052700
               ADD 1 TO WS-DEPT-EMPS (WS-DEPT-IDX)                      00052800
               ADD WS-EMP-DAYS TO WS-DEPT-DAYS (WS-DEPT-IDX)            00052900
               ADD WS-EMP-ACCRUAL TO WS-DEPT-AMOUNT (WS-DEPT-IDX)       00053000
               ADD WS-EMP-DAYS TO WS-TOTAL-DAYS                         00053100
               ADD WS-EMP-ACCRUAL TO WS-TOTAL-ACCRUED                   00053200
            ELSE                                                        00053300
               ADD 1 TO WS-COUNT-DEPTOVER                               00053400
            END-IF.                                                     00053500
      * ONE DEBIT PER DEPARTMENT ACCOUNT ON THE ACCRUAL AND THE         00053600
      * MATCHING CREDIT ON THE REVERSAL.  AN UNMAPPED DEPARTMENT        00053700
      * POSTS NOTHING AND FAILS THE BATCH, AS IN PGM64.                 00053800
       POST-ALL-DEPARTMENTS.                                            00053900
            IF WS-DEPT-COUNT > 0 THEN                                   00054000
               PERFORM POST-ONE-DEPARTMENT                              00054100
                  VARYING WS-DEPT-IDX FROM 1 BY 1                       00054200
                  UNTIL WS-DEPT-IDX > WS-DEPT-COUNT                     00054300
            END-IF.                                                     00054400
       POST-ONE-DEPARTMENT.                                             00054500
            MOVE 'N' TO WS-FOUND-SW.                                    00054600
            PERFORM VARYING WS-MAP-IDX FROM 1 BY 1                      00054700
               UNTIL WS-MAP-IDX > WS-MAP-COUNT                          00054800
                  OR WS-ENTRY-FOUND                                     00054900
               IF WS-MAP-DEPT (WS-MAP-IDX) =                            00055000
                  WS-DEPT-CODE (WS-DEPT-IDX) THEN                       00055100
                  SET WS-ENTRY-FOUND TO TRUE                            00055200
                  SET WS-MAP-SAV TO WS-MAP-IDX                          00055300
               END-IF                                                   00055400
            END-PERFORM.                                                00055500
            IF WS-ENTRY-FOUND THEN                                      00055600
               IF WS-DEPT-AMOUNT (WS-DEPT-IDX) > 0 THEN                 00055700
                  SET WS-MAP-IDX TO WS-MAP-SAV                          00055800
                  MOVE WS-DEPT-AMOUNT (WS-DEPT-IDX) TO WS-POST-AMOUNT   00055900
                  ADD WS-POST-AMOUNT TO WS-TOTAL-DEBITS                 00056000
                  MOVE SPACES TO JRN-REC                                00056100
                  MOVE WS-MAP-ACCOUNT (WS-MAP-IDX) TO JRN-ACCOUNT       00056200
                  MOVE WS-DEPT-CODE (WS-DEPT-IDX) TO JRN-DEPT           00056300
                  PERFORM WRITE-ACCRUAL-PAIR                            00056400
               END-IF                                                   00056500
            ELSE                                                        00056600
               ADD 1 TO WS-COUNT-UNMAPPED                               00056700
            END-IF.                                                     00056800
      * THE ACCRUED-SALARIES CREDIT CARRIES THE TOTAL OF THE            00056900
      * DEPARTMENT DEBITS, SO EACH JOURNAL ALWAYS BALANCES.             00057000
       POST-ACCRUAL-OFFSET.                                             00057100
            IF WS-TOTAL-DEBITS > 0 THEN                                 00057200
               MOVE WS-TOTAL-DEBITS TO WS-POST-AMOUNT                   00057300
               ADD WS-POST-AMOUNT TO WS-TOTAL-CREDITS                   00057400
               MOVE SPACES TO JRN-REC                                   00057500
               MOVE WS-ACCRUAL-ACCT TO JRN-ACCOUNT                      00057600
               MOVE SPACES TO JRN-DEPT                                  00057700
               SET JRN-CREDIT TO TRUE                                   00057800
               PERFORM WRITE-ACCRUAL-PAIR                               00057900
            END-IF.                                                     00058000
      * WRITES THE ENTRY BUILT IN JRN-REC TO THE ACCRUAL, THEN THE      00058100
      * SAME ENTRY ON THE OPPOSITE SIDE TO THE REVERSAL.  A DEBIT       00058200
      * IS ANY ENTRY NOT ALREADY MARKED AS A CREDIT.                    00058300
       WRITE-ACCRUAL-PAIR.                                              00058400
            IF NOT JRN-CREDIT THEN                                      00058500
               SET JRN-DEBIT TO TRUE                                    00058600
            END-IF.                                                     00058700
            MOVE WS-POST-AMOUNT TO JRN-AMOUNT.                          00058800
            MOVE 'PGM95' TO JRN-SOURCE.                                 00058900
            MOVE WS-MONTH-END-N TO JRN-POST-DATE.                       00059000
            WRITE JRN-REC.                                              00059100
            IF JRN-DEBIT THEN                                           00059200
               SET JRN-CREDIT TO TRUE                                   00059300
            ELSE                                                        00059400
               SET JRN-DEBIT TO TRUE                                    00059500
            END-IF.                                                     00059600
            MOVE WS-REVERSE-DATE-N TO JRN-POST-DATE.                    00059700
            MOVE JRN-REC TO REV-REC.                                    00059800
            WRITE REV-REC.                                              00059900
            ADD 1 TO WS-COUNT-POSTINGS.                                 00060000
       WRITE-ACCRUAL-REGISTER.                                          00060100
            MOVE SPACES TO RPT-LINE.                                    00060200
            STRING 'MONTH END         : ' WS-MONTH-END-N                00060300
               '  REVERSAL DATED ' WS-REVERSE-DATE-N                    00060400
               DELIMITED BY SIZE INTO RPT-LINE                          00060500
            END-STRING.                                                 00060600
            WRITE RPT-LINE.                                             00060700
            MOVE SPACES TO RPT-LINE.                                    00060800
            STRING 'LAST PAID PERIOD  : ' WS-PAID-START ' - '           00060900
               WS-PAID-END                                              00061000
               DELIMITED BY SIZE INTO RPT-LINE                          00061100
            END-STRING.                                                 00061200
            WRITE RPT-LINE.                                             00061300
            MOVE SPACES TO RPT-LINE.                                    00061400
            STRING 'DAYS TO ACCRUE    : ' WS-BUSINESS-DAYS              00061500
               ' BUSINESS DAYS AFTER ' WS-PAID-END                      00061600
               DELIMITED BY SIZE INTO RPT-LINE                          00061700
            END-STRING.                                                 00061800
            WRITE RPT-LINE.                                             00061900
            MOVE SPACES TO RPT-LINE.                                    00062000
            WRITE RPT-LINE.                                             00062100
            MOVE 'DEPT   EMPLOYEES  ACCRUED DAYS       ACCRUED AMOUNT'  00062200
               TO RPT-LINE.                                             00062300
            WRITE RPT-LINE.                                             00062400
            IF WS-DEPT-COUNT > 0 THEN                                   00062500
               PERFORM WRITE-ONE-DEPT-LINE                              00062600
                  VARYING WS-DEPT-IDX FROM 1 BY 1                       00062700
                  UNTIL WS-DEPT-IDX > WS-DEPT-COUNT                     00062800
            END-IF.                                                     00062900
            MOVE WS-COUNT-ACCRUED TO WS-EMPS-ED.                        00063000
            MOVE WS-TOTAL-DAYS TO WS-DAYS-ED.                           00063100
            MOVE WS-TOTAL-ACCRUED TO WS-AMOUNT-ED.                      00063200
            MOVE SPACES TO RPT-LINE.                                    00063300
            STRING 'TOTAL     ' WS-EMPS-ED '     ' WS-DAYS-ED           00063400
               '  ' WS-AMOUNT-ED                                        00063500
               DELIMITED BY SIZE INTO RPT-LINE                          00063600
            END-STRING.                                                 00063700
            WRITE RPT-LINE.                                             00063800
            MOVE SPACES TO RPT-LINE.                                    00063900
            WRITE RPT-LINE.                                             00064000
            MOVE SPACES TO RPT-LINE.                                    00064100
            STRING 'EMPLOYEES READ    : ' WS-COUNT-READ                 00064200
               '  NOT ACCRUED: TERMINATED ' WS-COUNT-TERMSKIP           00064300
               DELIMITED BY SIZE INTO RPT-LINE                          00064400
            END-STRING.                                                 00064500
            WRITE RPT-LINE.                                             00064600
            MOVE SPACES TO RPT-LINE.                                    00064700
            STRING '                    HOURLY ' WS-COUNT-HOURLY        00064800
               '  NOT YET EFFECTIVE ' WS-COUNT-NOTYET                   00064900
               DELIMITED BY SIZE INTO RPT-LINE                          00065000
            END-STRING.                                                 00065100
            WRITE RPT-LINE.                                             00065200
            MOVE SPACES TO RPT-LINE.                                    00065300
            STRING 'POSTINGS          : ' WS-COUNT-POSTINGS             00065400
               ' EACH WAY  UNMAPPED DEPTS ' WS-COUNT-UNMAPPED           00065500
               DELIMITED BY SIZE INTO RPT-LINE                          00065600
            END-STRING.                                                 00065700
            WRITE RPT-LINE.                                             00065800
            MOVE WS-TOTAL-DEBITS TO WS-AMOUNT-ED.                       00065900
            MOVE SPACES TO RPT-LINE.                                    00066000
            STRING 'DEBITS            : ' WS-AMOUNT-ED                  00066100
               DELIMITED BY SIZE INTO RPT-LINE                          00066200
            END-STRING.                                                 00066300
            WRITE RPT-LINE.                                             00066400
            MOVE WS-TOTAL-CREDITS TO WS-AMOUNT-ED.                      00066500
            MOVE SPACES TO RPT-LINE.                                    00066600
            STRING 'CREDITS           : ' WS-AMOUNT-ED                  00066700
               DELIMITED BY SIZE INTO RPT-LINE                          00066800
            END-STRING.                                                 00066900
            WRITE RPT-LINE.                                             00067000
            SET WS-RC-OK TO TRUE.                                       00067100
            MOVE SPACES TO RPT-LINE.                                    00067200
            EVALUATE TRUE                                               00067300
                WHEN WS-COUNT-UNMAPPED > 0                              00067400
                   MOVE 'RESULT            : *** UNMAPPED - DO NOT POST'00067500
                      TO RPT-LINE                                       00067600
                   SET WS-RC-DATA-ERROR TO TRUE                         00067700
                WHEN WS-TOTAL-DEBITS NOT = WS-TOTAL-CREDITS             00067800
                   MOVE 'RESULT            : *** OUT OF BALANCE ***'    00067900
                      TO RPT-LINE                                       00068000
                   SET WS-RC-DATA-ERROR TO TRUE                         00068100
                WHEN WS-ACCRUAL-ACCT = SPACES                           00068200
                   MOVE 'RESULT            : *** NO ACCRUAL ACCOUNT ***'00068300
                      TO RPT-LINE                                       00068400
                   SET WS-RC-DATA-ERROR TO TRUE                         00068500
                WHEN WS-COUNT-DEPTOVER > 0                              00068600
                   STRING 'RESULT            : *** '                    00068700
                      WS-COUNT-DEPTOVER                                 00068800
                      ' EMPLOYEES OVER THE DEPARTMENT TABLE'            00068900
                      DELIMITED BY SIZE INTO RPT-LINE                   00069000
                   END-STRING                                           00069100
                   SET WS-RC-WARNING TO TRUE                            00069200
                WHEN OTHER                                              00069300
                   MOVE 'RESULT            : BALANCED' TO RPT-LINE      00069400
            END-EVALUATE.                                               00069500
            WRITE RPT-LINE.                                             00069600
       WRITE-ONE-DEPT-LINE.                                             00069700
            MOVE WS-DEPT-EMPS (WS-DEPT-IDX) TO WS-EMPS-ED.              00069800
            MOVE WS-DEPT-DAYS (WS-DEPT-IDX) TO WS-DAYS-ED.              00069900
            MOVE WS-DEPT-AMOUNT (WS-DEPT-IDX) TO WS-AMOUNT-ED.          00070000
            MOVE SPACES TO RPT-LINE.                                    00070100
            STRING WS-DEPT-CODE (WS-DEPT-IDX) '      ' WS-EMPS-ED       00070200
               '     ' WS-DAYS-ED '  ' WS-AMOUNT-ED                     00070300
               DELIMITED BY SIZE INTO RPT-LINE                          00070400
            END-STRING.                                                 00070500
            WRITE RPT-LINE.                                             00070600
            PERFORM CHECK-DEPT-MAPPED.                                  00070700
      * AN UNMAPPED DEPARTMENT IS FLAGGED UNDER ITS REGISTER LINE.      00070800
       CHECK-DEPT-MAPPED.                                               00070900
            MOVE 'N' TO WS-FOUND-SW.                                    00071000
            PERFORM VARYING WS-MAP-IDX FROM 1 BY 1                      00071100
               UNTIL WS-MAP-IDX > WS-MAP-COUNT                          00071200
                  OR WS-ENTRY-FOUND                                     00071300
               IF WS-MAP-DEPT (WS-MAP-IDX) =                            00071400
                  WS-DEPT-CODE (WS-DEPT-IDX) THEN                       00071500
                  SET WS-ENTRY-FOUND TO TRUE                            00071600
               END-IF                                                   00071700
            END-PERFORM.                                                00071800
            IF NOT WS-ENTRY-FOUND THEN                                  00071900
               MOVE SPACES TO RPT-LINE                                  00072000
               STRING '  *** NO ACCOUNT FOR DEPT '                      00072100
                  WS-DEPT-CODE (WS-DEPT-IDX)                            00072200
                  DELIMITED BY SIZE INTO RPT-LINE                       00072300
               END-STRING                                               00072400
               WRITE RPT-LINE                                           00072500
            END-IF.                                                     00072600
       DATE-TO-SERIAL.                                                  00072700
            DIVIDE WS-SER-YYYY BY 4 GIVING WS-LEAP-4.                   00072800
            DIVIDE WS-SER-YYYY BY 100 GIVING WS-LEAP-100.               00072900
            DIVIDE WS-SER-YYYY BY 400 GIVING WS-LEAP-400.               00073000
            COMPUTE WS-SERIAL =                                         00073100
               (WS-SER-YYYY * 365) + WS-LEAP-4 - WS-LEAP-100            00073200
               + WS-LEAP-400                                            00073300
               + WS-CUMDAYS (WS-SER-MM) + WS-SER-DD.                    00073400
            IF WS-SER-MM < 3 THEN                                       00073500
               PERFORM CHECK-SERIAL-LEAP                                00073600
               IF WS-SER-LEAP-YEAR THEN                                 00073700
                  SUBTRACT 1 FROM WS-SERIAL                             00073800
               END-IF                                                   00073900
            END-IF.                                                     00074000
       CHECK-SERIAL-LEAP.                                               00074100
            MOVE 'N' TO WS-SER-LEAP-SW.                                 00074200
            DIVIDE WS-SER-YYYY BY 4 GIVING WS-LEAP-4                    00074300
               REMAINDER WS-LEAP-REM.                                   00074400
            IF WS-LEAP-REM = 0 THEN                                     00074500
               SET WS-SER-LEAP-YEAR TO TRUE                             00074600
               DIVIDE WS-SER-YYYY BY 100 GIVING WS-LEAP-100             00074700
                  REMAINDER WS-LEAP-REM                                 00074800
               IF WS-LEAP-REM = 0 THEN                                  00074900
                  MOVE 'N' TO WS-SER-LEAP-SW                            00075000
                  DIVIDE WS-SER-YYYY BY 400 GIVING WS-LEAP-400          00075100
                     REMAINDER WS-LEAP-REM                              00075200
                  IF WS-LEAP-REM = 0 THEN                               00075300
                     SET WS-SER-LEAP-YEAR TO TRUE                       00075400
                  END-IF                                                00075500
               END-IF                                                   00075600
            END-IF.                                                     00075700

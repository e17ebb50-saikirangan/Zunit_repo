       IDENTIFICATION DIVISION.                                         00000100
       PROGRAM-ID.   PGM87.                                             00000200
      * EMPLOYEE LOAN AND SALARY-ADVANCE LEDGER.  OPENS EVERY NEW       00000300
      * LOAN PGM01GB AMORTIZED UNDER A LOANSETUP Y CARD (CPLNSET,       00000400
      * DDLOANIN) ON THE CPLOANLG LOAN LEDGER CLUSTER (DDLOANKS)        00000500
      * WITH THE SCHEDULE'S PRINCIPAL, RATE, TERM AND LEVEL             00000600
      * INSTALMENT; A SET-UP RECORD ALREADY ON THE LEDGER WITH THE      00000700
      * SAME PRINCIPAL AND SET-UP DATE IS SKIPPED, SO RELOADING A       00000800
      * DECK IS HARMLESS, BUT ONE REUSING ANOTHER LOAN'S NUMBER IS      00000900
      * REJECTED.  THEN WALKS THE WHOLE LEDGER AND PRINTS THE LOAN      00001000
      * PORTFOLIO: EVERY LOAN STILL OWED WITH ITS BALANCE, ARREARS      00001100
      * AND MONTHS MISSED, FLAGGING LOANS OF STAFF THE CPFLREC          00001200
      * EXTRACT (DDINPUT) SHOWS AS TERMINATED (CPFLSTAT), WITH          00001300
      * PORTFOLIO TOTALS.  UNDER A RECOVER Y CARD (THE SETTLE JOB)      00001400
      * EACH ACTIVE LOAN OF A TERMINATED EMPLOYEE IS ALSO HANDED TO     00001500
      * FINAL SETTLEMENT: ITS BALANCE IS WRITTEN AS A CPRECOV           00001600
      * RECOVERY (DDRCVOUT) FOR PGM85 TO TAKE OFF THE LEAVER'S          00001700
      * FINAL PAY, AND THE LOAN IS MARKED HANDED WITH THE PERIODDATE    00001800
      * CARD'S DATE (DEFAULT RUN DATE) - A RERUN FOR THE SAME DATE      00001900
      * HANDS THE SAME LOANS OVER AGAIN.  INSTALMENTS ARE COLLECTED     00002000
      * BY PGM88 IN THE PAYROLL RUN.  ENDS RC 04 WHEN A SET-UP          00002100
      * RECORD IS REJECTED OR A TABLE OVERFLOWS, RC 12 WHEN THE         00002200
      * LEDGER CANNOT BE OPENED OR UPDATED.                             00002300
       ENVIRONMENT DIVISION.                                            00002400
       INPUT-OUTPUT SECTION.                                            00002500
       FILE-CONTROL.                                                    00002600
                SELECT LOANIN ASSIGN TO DDLOANIN                        00002700
                ORGANIZATION IS SEQUENTIAL.                             00002800
                SELECT INFILE ASSIGN TO DDINPUT                         00002900
                ORGANIZATION IS SEQUENTIAL.                             00003000
                SELECT LOANKSDS ASSIGN TO DDLOANKS                      00003100
                ORGANIZATION IS INDEXED                                 00003200
                ACCESS MODE IS DYNAMIC                                  00003300
                RECORD KEY IS LN-KEY                                    00003400
                FILE STATUS IS WS-LN-STATUS.                            00003500
                SELECT PARMFILE ASSIGN TO DDPARMIN                      00003600
                ORGANIZATION IS SEQUENTIAL.                             00003700
                SELECT RCVOUT ASSIGN TO DDRCVOUT                        00003800
                ORGANIZATION IS SEQUENTIAL.                             00003900
                SELECT RPTFILE ASSIGN TO DDRPTOUT                       00004000
                ORGANIZATION IS SEQUENTIAL.                             00004100
       DATA DIVISION.                                                   00004200
       FILE SECTION.                                                    00004300
       FD LOANIN                                                        00004400
            RECORDING MODE IS F.                                        00004500
       01 LNS-REC.                                                      00004600
          COPY CPLNSET.                                                 00004700
       FD INFILE                                                        00004800
            RECORDING MODE IS F.                                        00004900
       01 FL-REC.                                                       00005000
          COPY CPFLREC.                                                 00005100
       FD LOANKSDS.                                                     00005200
       01 LN-REC.                                                       00005300
          COPY CPLOANLG.                                                00005400
       FD PARMFILE                                                      00005500
            RECORDING MODE IS F.                                        00005600
       01 PARM-CARD.                                                    00005700
          COPY CPPARMCD.                                                00005800
       FD RCVOUT                                                        00005900
            RECORDING MODE IS F.                                        00006000
       01 RCV-REC.                                                      00006100
          COPY CPRECOV.                                                 00006200
       FD RPTFILE                                                       00006300
            RECORDING MODE IS F.                                        00006400
       01 RPT-LINE PIC X(80).                                           00006500
       WORKING-STORAGE SECTION.                                         00006600
       01 WS-FL-REC.                                                    00006700
          COPY CPFLREC.                                                 00006800
       01 WS-FL-REC-HT REDEFINES WS-FL-REC.                             00006900
          COPY CPHDRTRL.                                                00007000
       01 WS-FL-REC-ST REDEFINES WS-FL-REC.                             00007100
          COPY CPFLSTAT.                                                00007200
       01 WS-EOF-SW PIC X(1) VALUE 'N'.                                 00007300
           88 WS-EOF           VALUE 'Y'.                               00007400
       01 WS-LNS-EOF-SW PIC X(1) VALUE 'N'.                             00007500
           88 WS-LNS-EOF       VALUE 'Y'.                               00007600
       01 WS-PARM-EOF-SW PIC X(1) VALUE 'N'.                            00007700
           88 WS-PARM-EOF      VALUE 'Y'.                               00007800
       01 WS-SCAN-EOF-SW PIC X(1) VALUE 'N'.                            00007900
           88 WS-SCAN-EOF      VALUE 'Y'.                               00008000
       01 WS-LN-STATUS PIC X(2) VALUE SPACES.                           00008100
           88 WS-LN-OPEN-OK   VALUE '00' '05' '97'.                     00008200
       01 WS-LN-FOUND-SW PIC X(1) VALUE 'N'.                            00008300
           88 WS-LN-FOUND      VALUE 'Y'.                               00008400
       01 WS-RECOVER-SW PIC X(1) VALUE 'N'.                             00008500
           88 WS-RECOVER-ON    VALUE 'Y'.                               00008600
       01 WS-PERIOD-DATE  PIC 9(8) VALUE 0.                             00008700
       01 WS-TERM-COUNT PIC 9(4) COMP VALUE 0.                          00008800
       01 WS-TERM-TABLE.                                                00008900
           05 WS-TERM-ENTRY OCCURS 2000 TIMES                           00009000
                             INDEXED BY WS-TERM-IDX.                    00009100
               10 WS-TERM-EMP-ID PIC X(8).                              00009200
       01 WS-FOUND-SW PIC X(1) VALUE 'N'.                               00009300
           88 WS-ENTRY-FOUND   VALUE 'Y'.                               00009400
       01 WS-REJECT-TEXT   PIC X(30) VALUE SPACES.                      00009500
       01 WS-NOTE-TEXT     PIC X(10) VALUE SPACES.                      00009600
       01 WS-COUNT-SETUPS    PIC 9(7) VALUE 0.                          00009700
       01 WS-COUNT-OPENED    PIC 9(7) VALUE 0.                          00009800
       01 WS-COUNT-RELOADED  PIC 9(7) VALUE 0.                          00009900
       01 WS-COUNT-REJECTED  PIC 9(7) VALUE 0.                          00010000
       01 WS-COUNT-TERMOVER  PIC 9(7) VALUE 0.                          00010100
       01 WS-COUNT-LN-ERR    PIC 9(7) VALUE 0.                          00010200
       01 WS-COUNT-LOANS     PIC 9(7) VALUE 0.                          00010300
       01 WS-COUNT-ACTIVE    PIC 9(7) VALUE 0.                          00010400
       01 WS-COUNT-PAID      PIC 9(7) VALUE 0.                          00010500
       01 WS-COUNT-HANDED    PIC 9(7) VALUE 0.                          00010600
       01 WS-COUNT-ARREARS   PIC 9(7) VALUE 0.                          00010700
       01 WS-COUNT-LEAVERS   PIC 9(7) VALUE 0.                          00010800
       01 WS-COUNT-RECOVERED PIC 9(7) VALUE 0.                          00010900
       01 WS-TOTAL-ACTIVE    PIC 9(11)V99 VALUE 0.                      00011000
       01 WS-TOTAL-HANDED    PIC 9(11)V99 VALUE 0.                      00011100
       01 WS-TOTAL-ARREARS   PIC 9(11)V99 VALUE 0.                      00011200
       01 WS-TOTAL-LEAVERS   PIC 9(11)V99 VALUE 0.                      00011300
       01 WS-TOTAL-RECOVERED PIC 9(11)V99 VALUE 0.                      00011400
       01 WS-TOTAL-PRIN-PAID PIC 9(11)V99 VALUE 0.                      00011500
       01 WS-TOTAL-INT-PAID  PIC 9(11)V99 VALUE 0.                      00011600
       01 WS-BALANCE-ED     PIC ZZ,ZZZ,ZZ9.99.                          00011700
       01 WS-ARREARS-ED     PIC ZZ,ZZZ,ZZ9.99.                          00011800
       01 WS-TOTAL-ED       PIC ZZZ,ZZZ,ZZZ,ZZ9.99.                     00011900
       01 WS-RETCD.                                                     00012000
           COPY CPRETCD.                                                00012100
       01 WS-AUD-START-DATE PIC 9(8).                                   00012200
       PROCEDURE DIVISION.                                              00012300
       MAIN-ROUTINE.                                                    00012400
            ACCEPT WS-AUD-START-DATE FROM DATE YYYYMMDD.                00012500
            MOVE WS-AUD-START-DATE TO WS-PERIOD-DATE.                   00012600
            PERFORM READ-LOAN-PARMS.                                    00012700
            OPEN OUTPUT RPTFILE.                                        00012800
            MOVE '---- PGM87 LOAN LEDGER ----' TO RPT-LINE.             00012900
            WRITE RPT-LINE.                                             00013000
            OPEN I-O LOANKSDS.                                          00013100
            IF NOT WS-LN-OPEN-OK THEN                                   00013200
               DISPLAY 'PGM87 LOAN LEDGER OPEN FAILED, STATUS '         00013300
                  WS-LN-STATUS                                          00013400
               MOVE 'LOAN LEDGER OPEN FAILED - NOTHING DONE'            00013500
                  TO RPT-LINE                                           00013600
               WRITE RPT-LINE                                           00013700
               CLOSE RPTFILE                                            00013800
               SET WS-RC-IO-ERROR TO TRUE                               00013900
               MOVE WS-RETURN-CODE TO RETURN-CODE                       00014000
               GOBACK                                                   00014100
            END-IF.                                                     00014200
            PERFORM LOAD-LOAN-SETUPS.                                   00014300
            PERFORM LOAD-TERMINATED-STAFF.                              00014400
            IF WS-RECOVER-ON THEN                                       00014500
               OPEN OUTPUT RCVOUT                                       00014600
            END-IF.                                                     00014700
            PERFORM WRITE-LOAN-PORTFOLIO.                               00014800
            PERFORM WRITE-LOAN-SUMMARY.                                 00014900
            IF WS-RECOVER-ON THEN                                       00015000
               CLOSE RCVOUT                                             00015100
            END-IF.                                                     00015200
            CLOSE LOANKSDS.                                             00015300
            CLOSE RPTFILE.                                              00015400
            SET WS-RC-OK TO TRUE.                                       00015500
            IF WS-COUNT-REJECTED > 0 OR WS-COUNT-TERMOVER > 0 THEN      00015600
               SET WS-RC-WARNING TO TRUE                                00015700
            END-IF.                                                     00015800
            IF WS-COUNT-LN-ERR > 0 THEN                                 00015900
               SET WS-RC-IO-ERROR TO TRUE                               00016000
            END-IF.                                                     00016100
            MOVE WS-RETURN-CODE TO RETURN-CODE.                         00016200
            GOBACK.                                                     00016300
       READ-LOAN-PARMS.                                                 00016400
            OPEN INPUT PARMFILE.                                        00016500
            PERFORM UNTIL WS-PARM-EOF                                   00016600
               READ PARMFILE                                            00016700
                 AT END SET WS-PARM-EOF TO TRUE                         00016800
                 NOT AT END PERFORM APPLY-PARM-CARD                     00016900
               END-READ                                                 00017000
            END-PERFORM.                                                00017100
            CLOSE PARMFILE.                                             00017200
       APPLY-PARM-CARD.                                                 00017300
            EVALUATE PARM-KEY                                           00017400
                WHEN 'PERIODDATE'                                       00017500
                   IF PARM-VALUE-NUM > 0 THEN                           00017600
                      MOVE PARM-VALUE-NUM TO WS-PERIOD-DATE             00017700
                   END-IF                                               00017800
                WHEN 'RECOVER'                                          00017900
                   IF PARM-VALUE-TEXT (1:1) = 'Y' OR                    00018000
                      PARM-VALUE-TEXT (1:1) = 'N' THEN                  00018100
                      MOVE PARM-VALUE-TEXT (1:1) TO WS-RECOVER-SW       00018200
                   END-IF                                               00018300
                WHEN OTHER                                              00018400
                   CONTINUE                                             00018500
            END-EVALUATE.                                               00018600
       LOAD-LOAN-SETUPS.                                                00018700
            MOVE SPACES TO RPT-LINE.                                    00018800
            MOVE '---- NEW LOANS ----' TO RPT-LINE.                     00018900
            WRITE RPT-LINE.                                             00019000
            OPEN INPUT LOANIN.                                          00019100
            PERFORM UNTIL WS-LNS-EOF                                    00019200
               READ LOANIN                                              00019300
                 AT END SET WS-LNS-EOF TO TRUE                          00019400
                 NOT AT END PERFORM OPEN-ONE-LOAN                       00019500
               END-READ                                                 00019600
            END-PERFORM.                                                00019700
            CLOSE LOANIN.                                               00019800
       OPEN-ONE-LOAN.                                                   00019900
            ADD 1 TO WS-COUNT-SETUPS.                                   00020000
            MOVE SPACES TO WS-REJECT-TEXT.                              00020100
            IF LNS-EMP-ID = SPACES OR LNS-LOAN-NO = SPACES THEN         00020200
               MOVE 'EMPLOYEE OR LOAN NUMBER MISSING'                   00020300
                  TO WS-REJECT-TEXT                                     00020400
            END-IF.                                                     00020500
            IF WS-REJECT-TEXT = SPACES THEN                             00020600
               IF NOT LNS-TYPE-VALID THEN                               00020700
                  MOVE 'LOAN TYPE NOT LN OR AD' TO WS-REJECT-TEXT       00020800
               END-IF                                                   00020900
            END-IF.                                                     00021000
            IF WS-REJECT-TEXT = SPACES THEN                             00021100
               IF LNS-PRINCIPAL NOT NUMERIC OR                          00021200
                  LNS-RATE NOT NUMERIC OR                               00021300
                  LNS-TERMS NOT NUMERIC OR                              00021400
                  LNS-INSTALMENT NOT NUMERIC OR                         00021500
                  LNS-SETUP-DATE NOT NUMERIC THEN                       00021600
                  MOVE 'TERMS NOT NUMERIC' TO WS-REJECT-TEXT            00021700
               END-IF                                                   00021800
            END-IF.                                                     00021900
            IF WS-REJECT-TEXT = SPACES THEN                             00022000
               IF LNS-PRINCIPAL = 0 OR LNS-TERMS = 0 OR                 00022100
                  LNS-INSTALMENT = 0 THEN                               00022200
                  MOVE 'ZERO PRINCIPAL, TERM OR PAYMENT'                00022300
                     TO WS-REJECT-TEXT                                  00022400
               END-IF                                                   00022500
            END-IF.                                                     00022600
            IF WS-REJECT-TEXT = SPACES THEN                             00022700
               MOVE LNS-EMP-ID TO LN-EMP-ID                             00022800
               MOVE LNS-LOAN-NO TO LN-LOAN-NO                           00022900
               PERFORM READ-LOAN                                        00023000
               IF WS-LN-FOUND THEN                                      00023100
                  IF LN-PRINCIPAL = LNS-PRINCIPAL AND                   00023200
                     LN-START-DATE = LNS-SETUP-DATE THEN                00023300
                     MOVE 'ALREADY ON LEDGER' TO WS-NOTE-TEXT           00023400
                     ADD 1 TO WS-COUNT-RELOADED                         00023500
                  ELSE                                                  00023600
                     MOVE 'LOAN NUMBER ALREADY IN USE'                  00023700
                        TO WS-REJECT-TEXT                               00023800
                  END-IF                                                00023900
               ELSE                                                     00024000
                  PERFORM WRITE-NEW-LOAN                                00024100
               END-IF                                                   00024200
            END-IF.                                                     00024300
            MOVE SPACES TO RPT-LINE.                                    00024400
            IF WS-REJECT-TEXT = SPACES THEN                             00024500
               MOVE LNS-PRINCIPAL TO WS-BALANCE-ED                      00024600
               STRING 'EMP ' LNS-EMP-ID ' LOAN ' LNS-LOAN-NO            00024700
                  ' ' LNS-TYPE ' PRINCIPAL ' WS-BALANCE-ED              00024800
                  ' ' WS-NOTE-TEXT                                      00024900
                  DELIMITED BY SIZE INTO RPT-LINE                       00025000
               END-STRING                                               00025100
            ELSE                                                        00025200
               ADD 1 TO WS-COUNT-REJECTED                               00025300
               STRING 'EMP ' LNS-EMP-ID ' LOAN ' LNS-LOAN-NO            00025400
                  ' REJECTED: ' WS-REJECT-TEXT                          00025500
                  DELIMITED BY SIZE INTO RPT-LINE                       00025600
               END-STRING                                               00025700
            END-IF.                                                     00025800
            WRITE RPT-LINE.                                             00025900
       READ-LOAN.                                                       00026000
            MOVE 'N' TO WS-LN-FOUND-SW.                                 00026100
            READ LOANKSDS                                               00026200
               INVALID KEY                                              00026300
                  CONTINUE                                              00026400
               NOT INVALID KEY                                          00026500
                  SET WS-LN-FOUND TO TRUE                               00026600
            END-READ.                                                   00026700
       WRITE-NEW-LOAN.                                                  00026800
            MOVE SPACES TO LN-REC.                                      00026900
            MOVE LNS-EMP-ID TO LN-EMP-ID.                               00027000
            MOVE LNS-LOAN-NO TO LN-LOAN-NO.                             00027100
            MOVE LNS-TYPE TO LN-TYPE.                                   00027200
            MOVE LNS-PRINCIPAL TO LN-PRINCIPAL.                         00027300
            MOVE LNS-RATE TO LN-RATE.                                   00027400
            MOVE LNS-TERMS TO LN-TERMS.                                 00027500
            MOVE LNS-INSTALMENT TO LN-INSTALMENT.                       00027600
            MOVE LNS-SETUP-DATE TO LN-START-DATE.                       00027700
            MOVE LNS-PRINCIPAL TO LN-BALANCE.                           00027800
            MOVE 0 TO LN-PRIN-PAID.                                     00027900
            MOVE 0 TO LN-INT-PAID.                                      00028000
            MOVE 0 TO LN-INSTAL-COUNT.                                  00028100
            MOVE 0 TO LN-ARREARS.                                       00028200
            MOVE 0 TO LN-MISSED.                                        00028300
            SET LN-STATUS-ACTIVE TO TRUE.                               00028400
            MOVE 0 TO LN-LAST-MONTH.                                    00028500
            MOVE 0 TO LN-LAST-RUN.                                      00028600
            MOVE 0 TO LN-LAST-TAKEN.                                    00028700
            MOVE 0 TO LN-LAST-INTEREST.                                 00028800
            MOVE 0 TO LN-HANDED-DATE.                                   00028900
            WRITE LN-REC                                                00029000
               INVALID KEY                                              00029100
                  MOVE 'LEDGER WRITE FAILED' TO WS-REJECT-TEXT          00029200
                  ADD 1 TO WS-COUNT-LN-ERR                              00029300
               NOT INVALID KEY                                          00029400
                  MOVE 'OPENED' TO WS-NOTE-TEXT                         00029500
                  ADD 1 TO WS-COUNT-OPENED                              00029600
            END-WRITE.                                                  00029700
       LOAD-TERMINATED-STAFF.                                           00029800
            OPEN INPUT INFILE.                                          00029900
            PERFORM UNTIL WS-EOF                                        00030000
               READ INFILE INTO WS-FL-REC                               00030100
                 AT END SET WS-EOF TO TRUE                              00030200
                 NOT AT END                                             00030300
                    IF HT-IS-HEADER OF WS-FL-REC-HT OR                  00030400
                       HT-IS-TRAILER OF WS-FL-REC-HT THEN               00030500
                       CONTINUE                                         00030600
                    ELSE                                                00030700
                       IF FL-STATUS-TERMINATED OF WS-FL-REC-ST THEN     00030800
                          PERFORM LOAD-ONE-TERMINATED                   00030900
                       END-IF                                           00031000
                    END-IF                                              00031100
               END-READ                                                 00031200
            END-PERFORM.                                                00031300
            CLOSE INFILE.                                               00031400
       LOAD-ONE-TERMINATED.                                             00031500
            IF WS-TERM-COUNT < 2000 THEN                                00031600
               ADD 1 TO WS-TERM-COUNT                                   00031700
               SET WS-TERM-IDX TO WS-TERM-COUNT                         00031800
               MOVE FL-EMP-ID OF WS-FL-REC                              00031900
                  TO WS-TERM-EMP-ID (WS-TERM-IDX)                       00032000
            ELSE                                                        00032100
               ADD 1 TO WS-COUNT-TERMOVER                               00032200
            END-IF.                                                     00032300
      * ONE SEQUENTIAL PASS OF THE WHOLE LEDGER IN KEY ORDER.           00032400
       WRITE-LOAN-PORTFOLIO.                                            00032500
            MOVE SPACES TO RPT-LINE.                                    00032600
            MOVE '---- LOAN PORTFOLIO ----' TO RPT-LINE.                00032700
            WRITE RPT-LINE.                                             00032800
            MOVE SPACES TO RPT-LINE.                                    00032900
            STRING 'EMPLOYEE LOAN     TY S       BALANCE'               00033000
               '       ARREARS MIS NOTE'                                00033100
               DELIMITED BY SIZE INTO RPT-LINE                          00033200
            END-STRING.                                                 00033300
            WRITE RPT-LINE.                                             00033400
            MOVE 'N' TO WS-SCAN-EOF-SW.                                 00033500
            MOVE LOW-VALUES TO LN-KEY.                                  00033600
            START LOANKSDS KEY >= LN-KEY                                00033700
               INVALID KEY SET WS-SCAN-EOF TO TRUE                      00033800
            END-START.                                                  00033900
            PERFORM UNTIL WS-SCAN-EOF                                   00034000
               READ LOANKSDS NEXT RECORD                                00034100
                 AT END SET WS-SCAN-EOF TO TRUE                         00034200
                 NOT AT END PERFORM REPORT-ONE-LOAN                     00034300
               END-READ                                                 00034400
            END-PERFORM.                                                00034500
      * A PAID LOAN IS ONLY COUNTED.  A LEAVER'S ACTIVE LOAN IS         00034600
      * HANDED TO SETTLEMENT UNDER RECOVER Y; A LOAN HANDED FOR         00034700
      * THIS SAME PERIOD DATE IS A RERUN AND IS HANDED AGAIN.           00034800
       REPORT-ONE-LOAN.                                                 00034900
            ADD 1 TO WS-COUNT-LOANS.                                    00035000
            ADD LN-PRIN-PAID TO WS-TOTAL-PRIN-PAID.                     00035100
            ADD LN-INT-PAID TO WS-TOTAL-INT-PAID.                       00035200
            MOVE SPACES TO WS-NOTE-TEXT.                                00035300
            MOVE 'N' TO WS-FOUND-SW.                                    00035400
            IF WS-TERM-COUNT > 0 THEN                                   00035500
               PERFORM VARYING WS-TERM-IDX FROM 1 BY 1                  00035600
                  UNTIL WS-TERM-IDX > WS-TERM-COUNT                     00035700
                     OR WS-ENTRY-FOUND                                  00035800
                  IF WS-TERM-EMP-ID (WS-TERM-IDX) = LN-EMP-ID THEN      00035900
                     SET WS-ENTRY-FOUND TO TRUE                         00036000
                  END-IF                                                00036100
               END-PERFORM                                              00036200
            END-IF.                                                     00036300
            IF WS-RECOVER-ON AND WS-ENTRY-FOUND THEN                    00036400
               IF LN-STATUS-ACTIVE AND LN-BALANCE > 0 THEN              00036500
                  SET LN-STATUS-HANDED TO TRUE                          00036600
                  MOVE WS-PERIOD-DATE TO LN-HANDED-DATE                 00036700
                  REWRITE LN-REC                                        00036800
                     INVALID KEY                                        00036900
                        ADD 1 TO WS-COUNT-LN-ERR                        00037000
                        DISPLAY 'PGM87 LEDGER REWRITE FAILED, STATUS '  00037100
                           WS-LN-STATUS ' KEY ' LN-KEY                  00037200
                  END-REWRITE                                           00037300
                  PERFORM WRITE-RECOVERY                                00037400
               ELSE                                                     00037500
                  IF LN-STATUS-HANDED AND                               00037600
                     LN-HANDED-DATE = WS-PERIOD-DATE THEN               00037700
                     PERFORM WRITE-RECOVERY                             00037800
                  END-IF                                                00037900
               END-IF                                                   00038000
            END-IF.                                                     00038100
            EVALUATE TRUE                                               00038200
                WHEN LN-STATUS-PAID                                     00038300
                   ADD 1 TO WS-COUNT-PAID                               00038400
                WHEN LN-STATUS-HANDED                                   00038500
                   ADD 1 TO WS-COUNT-HANDED                             00038600
                   ADD LN-BALANCE TO WS-TOTAL-HANDED                    00038700
                   IF WS-NOTE-TEXT = SPACES THEN                        00038800
                      MOVE 'HANDED' TO WS-NOTE-TEXT                     00038900
                   END-IF                                               00039000
                   PERFORM WRITE-LOAN-LINE                              00039100
                WHEN OTHER                                              00039200
                   ADD 1 TO WS-COUNT-ACTIVE                             00039300
                   ADD LN-BALANCE TO WS-TOTAL-ACTIVE                    00039400
                   IF LN-ARREARS > 0 THEN                               00039500
                      ADD 1 TO WS-COUNT-ARREARS                         00039600
                      ADD LN-ARREARS TO WS-TOTAL-ARREARS                00039700
                   END-IF                                               00039800
                   IF WS-ENTRY-FOUND THEN                               00039900
                      ADD 1 TO WS-COUNT-LEAVERS                         00040000
                      ADD LN-BALANCE TO WS-TOTAL-LEAVERS                00040100
                      MOVE 'LEAVER' TO WS-NOTE-TEXT                     00040200
                   END-IF                                               00040300
                   PERFORM WRITE-LOAN-LINE                              00040400
            END-EVALUATE.                                               00040500
       WRITE-RECOVERY.                                                  00040600
            MOVE SPACES TO RCV-REC.                                     00040700
            MOVE LN-EMP-ID TO RCV-EMP-ID.                               00040800
            MOVE LN-TYPE TO RCV-TYPE.                                   00040900
            MOVE LN-LOAN-NO TO RCV-REFERENCE.                           00041000
            MOVE LN-BALANCE TO RCV-AMOUNT.                              00041100
            WRITE RCV-REC.                                              00041200
            ADD 1 TO WS-COUNT-RECOVERED.                                00041300
            ADD LN-BALANCE TO WS-TOTAL-RECOVERED.                       00041400
            MOVE 'TO SETTLE' TO WS-NOTE-TEXT.                           00041500
       WRITE-LOAN-LINE.                                                 00041600
            MOVE LN-BALANCE TO WS-BALANCE-ED.                           00041700
            MOVE LN-ARREARS TO WS-ARREARS-ED.                           00041800
            MOVE SPACES TO RPT-LINE.                                    00041900
            STRING LN-EMP-ID ' ' LN-LOAN-NO ' ' LN-TYPE ' '             00042000
               LN-STATUS ' ' WS-BALANCE-ED ' ' WS-ARREARS-ED            00042100
               ' ' LN-MISSED ' ' WS-NOTE-TEXT                           00042200
               DELIMITED BY SIZE INTO RPT-LINE                          00042300
            END-STRING.                                                 00042400
            WRITE RPT-LINE.                                             00042500
       WRITE-LOAN-SUMMARY.                                              00042600
            MOVE SPACES TO RPT-LINE.                                    00042700
            MOVE '---- SUMMARY ----' TO RPT-LINE.                       00042800
            WRITE RPT-LINE.                                             00042900
            MOVE SPACES TO RPT-LINE.                                    00043000
            STRING 'SET-UP RECORDS     : ' WS-COUNT-SETUPS              00043100
               '  OPENED ' WS-COUNT-OPENED                              00043200
               '  ALREADY ON ' WS-COUNT-RELOADED                        00043300
               DELIMITED BY SIZE INTO RPT-LINE                          00043400
            END-STRING.                                                 00043500
            WRITE RPT-LINE.                                             00043600
            MOVE SPACES TO RPT-LINE.                                    00043700
            STRING '                     REJECTED ' WS-COUNT-REJECTED   00043800
               DELIMITED BY SIZE INTO RPT-LINE                          00043900
            END-STRING.                                                 00044000
            WRITE RPT-LINE.                                             00044100
            MOVE SPACES TO RPT-LINE.                                    00044200
            STRING 'LOANS ON LEDGER    : ' WS-COUNT-LOANS               00044300
               '  PAID OFF ' WS-COUNT-PAID                              00044400
               DELIMITED BY SIZE INTO RPT-LINE                          00044500
            END-STRING.                                                 00044600
            WRITE RPT-LINE.                                             00044700
            MOVE WS-TOTAL-ACTIVE TO WS-TOTAL-ED.                        00044800
            MOVE SPACES TO RPT-LINE.                                    00044900
            STRING 'ACTIVE LOANS       : ' WS-COUNT-ACTIVE              00045000
               ' ' WS-TOTAL-ED                                          00045100
               DELIMITED BY SIZE INTO RPT-LINE                          00045200
            END-STRING.                                                 00045300
            WRITE RPT-LINE.                                             00045400
            MOVE WS-TOTAL-ARREARS TO WS-TOTAL-ED.                       00045500
            MOVE SPACES TO RPT-LINE.                                    00045600
            STRING 'IN ARREARS         : ' WS-COUNT-ARREARS             00045700
               ' ' WS-TOTAL-ED                                          00045800
               DELIMITED BY SIZE INTO RPT-LINE                          00045900
            END-STRING.                                                 00046000
            WRITE RPT-LINE.                                             00046100
            MOVE WS-TOTAL-LEAVERS TO WS-TOTAL-ED.                       00046200
            MOVE SPACES TO RPT-LINE.                                    00046300
            STRING 'TERMINATED STAFF   : ' WS-COUNT-LEAVERS             00046400
               ' ' WS-TOTAL-ED                                          00046500
               DELIMITED BY SIZE INTO RPT-LINE                          00046600
            END-STRING.                                                 00046700
            WRITE RPT-LINE.                                             00046800
            MOVE WS-TOTAL-HANDED TO WS-TOTAL-ED.                        00046900
            MOVE SPACES TO RPT-LINE.                                    00047000
            STRING 'HANDED TO SETTLE   : ' WS-COUNT-HANDED              00047100
               ' ' WS-TOTAL-ED                                          00047200
               DELIMITED BY SIZE INTO RPT-LINE                          00047300
            END-STRING.                                                 00047400
            WRITE RPT-LINE.                                             00047500
            IF WS-RECOVER-ON THEN                                       00047600
               MOVE WS-TOTAL-RECOVERED TO WS-TOTAL-ED                   00047700
               MOVE SPACES TO RPT-LINE                                  00047800
               STRING 'RECOVERIES WRITTEN : ' WS-COUNT-RECOVERED        00047900
                  ' ' WS-TOTAL-ED                                       00048000
                  DELIMITED BY SIZE INTO RPT-LINE                       00048100
               END-STRING                                               00048200
               WRITE RPT-LINE                                           00048300
            END-IF.                                                     00048400
            MOVE WS-TOTAL-PRIN-PAID TO WS-TOTAL-ED.                     00048500
            MOVE SPACES TO RPT-LINE.                                    00048600
            STRING 'PRINCIPAL REPAID   : ' WS-TOTAL-ED                  00048700
               DELIMITED BY SIZE INTO RPT-LINE                          00048800
            END-STRING.                                                 00048900
            WRITE RPT-LINE.                                             00049000
            MOVE WS-TOTAL-INT-PAID TO WS-TOTAL-ED.                      00049100
            MOVE SPACES TO RPT-LINE.                                    00049200
            STRING 'INTEREST PAID      : ' WS-TOTAL-ED                  00049300
               DELIMITED BY SIZE INTO RPT-LINE                          00049400
            END-STRING.                                                 00049500
            WRITE RPT-LINE.                                             00049600
            IF WS-COUNT-TERMOVER > 0 THEN                               00049700
               MOVE SPACES TO RPT-LINE                                  00049800
               STRING 'LEAVERS NOT TABLED : ' WS-COUNT-TERMOVER         00049900
                  DELIMITED BY SIZE INTO RPT-LINE                       00050000
               END-STRING                                               00050100
               WRITE RPT-LINE                                           00050200
            END-IF.                                                     00050300

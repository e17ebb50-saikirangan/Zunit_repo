       IDENTIFICATION DIVISION.                                         00000100
       PROGRAM-ID.   PGM88.                                             00000200
      * EMPLOYEE LOAN AND SALARY-ADVANCE INSTALMENTS.  RUNS IN THE      00000300
      * GROSS-TO-NET CHAIN AFTER THE GARNISHMENT STEP (PGM86) AND       00000400
      * READS ITS NET-PAY FILE (DDNETIN).  FOR EACH EMPLOYEE EVERY      00000500
      * ACTIVE LOAN ON THE CPLOANLG LOAN LEDGER (DDLOANKS) IS           00000600
      * COLLECTED ONCE A CALENDAR MONTH - THE MONTH OF THE              00000700
      * PERIODDATE CARD, DEFAULT THE RUN DATE - SO A SECOND PAY         00000800
      * PERIOD IN THE SAME MONTH TAKES NOTHING.  THE MONTH'S            00000900
      * INTEREST IS THE BALANCE TIMES THE ANNUAL RATE / 1200; THE       00001000
      * INSTALMENT PLUS ANY ARREARS, NEVER MORE THAN THE BALANCE        00001100
      * AND INTEREST, IS TAKEN AS FAR AS THE NET PAY LEFT GOES,         00001200
      * INTEREST FIRST.  WHAT COULD NOT BE TAKEN IS CARRIED AS          00001300
      * ARREARS AND COUNTED AS A MISSED MONTH; A LOAN PAID DOWN TO      00001400
      * ZERO IS MARKED PAID.  WRITES THE REDUCED NET-PAY FILE           00001500
      * (DDNETOUT) FOR PGM79 AND PGM49, ONE DEDUCTION-DETAIL RECORD     00001600
      * PER LOAN TAKEN UNDER THE LOANCODE CARD'S CODE (DEFAULT LN,      00001700
      * DDDEDOUT) AND A COLLECTION REGISTER.  THE RUNNUMBER CARD IS     00001800
      * STAMPED ON EVERY LOAN COLLECTED SO A RERUN OF THE SAME RUN      00001900
      * REPEATS THE TAKE INSTEAD OF DOUBLING IT, AND CARRIES THE        00002000
      * CPBALREC CONSUMER AND PRODUCER RECORDS (DDBALOUT) PGM26         00002100
      * PAIRS WITH PGM86 AND PGM49.  OFF-CYCLE NET RECORDS PASS         00002200
      * THROUGH UNTOUCHED.  ENDS RC 08 WITHOUT A RUN NUMBER, RC 12      00002300
      * WHEN THE LOAN LEDGER CANNOT BE OPENED OR UPDATED.               00002400
       ENVIRONMENT DIVISION.                                            00002500
       INPUT-OUTPUT SECTION.                                            00002600
       FILE-CONTROL.                                                    00002700
                SELECT NETIN ASSIGN TO DDNETIN                          00002800
                ORGANIZATION IS SEQUENTIAL.                             00002900
                SELECT LOANKSDS ASSIGN TO DDLOANKS                      00003000
                ORGANIZATION IS INDEXED                                 00003100
                ACCESS MODE IS DYNAMIC                                  00003200
                RECORD KEY IS LN-KEY                                    00003300
                FILE STATUS IS WS-LN-STATUS.                            00003400
                SELECT PARMFILE ASSIGN TO DDPARMIN                      00003500
                ORGANIZATION IS SEQUENTIAL.                             00003600
                SELECT BALOUT ASSIGN TO DDBALOUT                        00003700
                ORGANIZATION IS SEQUENTIAL.                             00003800
                SELECT NETOUT ASSIGN TO DDNETOUT                        00003900
                ORGANIZATION IS SEQUENTIAL.                             00004000
                SELECT DEDOUT ASSIGN TO DDDEDOUT                        00004100
                ORGANIZATION IS SEQUENTIAL.                             00004200
                SELECT RPTFILE ASSIGN TO DDRPTOUT                       00004300
                ORGANIZATION IS SEQUENTIAL.                             00004400
       DATA DIVISION.                                                   00004500
       FILE SECTION.                                                    00004600
       FD NETIN                                                         00004700
            RECORDING MODE IS F.                                        00004800
       01 NETI-REC.                                                     00004900
           05 NETI-EMP-ID  PIC X(8).                                    00005000
           05 NETI-DEPT    PIC X(4).                                    00005100
           05 NETI-GROSS   PIC 9(8)V99.                                 00005200
           05 NETI-DEDUCT  PIC 9(8)V99.                                 00005300
           05 NETI-NET     PIC 9(8)V99.                                 00005400
           05 NETI-OFF-SEQ PIC 9(4).                                    00005500
           05 FILLER       PIC X(34).                                   00005600
       01 NETI-REC-HT REDEFINES NETI-REC.                               00005700
          COPY CPHDRTRL.                                                00005800
       FD LOANKSDS.                                                     00005900
       01 LN-REC.                                                       00006000
          COPY CPLOANLG.                                                00006100
       FD PARMFILE                                                      00006200
            RECORDING MODE IS F.                                        00006300
       01 PARM-CARD.                                                    00006400
          COPY CPPARMCD.                                                00006500
       FD BALOUT                                                        00006600
            RECORDING MODE IS F.                                        00006700
       01 BAL-REC.                                                      00006800
          COPY CPBALREC.                                                00006900
       FD NETOUT                                                        00007000
            RECORDING MODE IS F.                                        00007100
       01 NET-REC.                                                      00007200
           05 NET-EMP-ID  PIC X(8).                                     00007300
           05 NET-DEPT    PIC X(4).                                     00007400
           05 NET-GROSS   PIC 9(8)V99.                                  00007500
           05 NET-DEDUCT  PIC 9(8)V99.                                  00007600
           05 NET-NET     PIC 9(8)V99.                                  00007700
           05 NET-OFF-SEQ PIC 9(4).                                     00007800
           05 FILLER      PIC X(34).                                    00007900
       01 NET-REC-HT REDEFINES NET-REC.                                 00008000
          COPY CPHDRTRL.                                                00008100
       FD DEDOUT                                                        00008200
            RECORDING MODE IS F.                                        00008300
       01 DED-REC.                                                      00008400
           05 DED-EMP-ID  PIC X(8).                                     00008500
           05 DED-DEPT    PIC X(4).                                     00008600
           05 DED-CODE    PIC X(2).                                     00008700
           05 DED-AMOUNT  PIC 9(8)V99.                                  00008800
           05 DED-OFF-SEQ PIC 9(4).                                     00008900
           05 FILLER      PIC X(52).                                    00009000
       01 DED-REC-HT REDEFINES DED-REC.                                 00009100
          COPY CPHDRTRL.                                                00009200
       FD RPTFILE                                                       00009300
            RECORDING MODE IS F.                                        00009400
       01 RPT-LINE PIC X(80).                                           00009500
       WORKING-STORAGE SECTION.                                         00009600
       01 WS-EOF-SW PIC X(1) VALUE 'N'.                                 00009700
           88 WS-EOF           VALUE 'Y'.                               00009800
       01 WS-PARM-EOF-SW PIC X(1) VALUE 'N'.                            00009900
           88 WS-PARM-EOF      VALUE 'Y'.                               00010000
       01 WS-SCAN-EOF-SW PIC X(1) VALUE 'N'.                            00010100
           88 WS-SCAN-EOF      VALUE 'Y'.                               00010200
       01 WS-LN-STATUS PIC X(2) VALUE SPACES.                           00010300
           88 WS-LN-OPEN-OK   VALUE '00' '05' '97'.                     00010400
       01 WS-RUN-NUMBER   PIC 9(5) VALUE 0.                             00010500
       01 WS-LOAN-CODE    PIC X(2) VALUE 'LN'.                          00010600
       01 WS-PERIOD-DATE  PIC 9(8) VALUE 0.                             00010700
       01 WS-PERIOD-DATE-R REDEFINES WS-PERIOD-DATE.                    00010800
           05 WS-PERIOD-MONTH PIC 9(6).                                 00010900
           05 FILLER          PIC 9(2).                                 00011000
       01 WS-REASON-TEXT   PIC X(30) VALUE SPACES.                      00011100
       01 WS-MONTH-RATE    PIC 9V9(8) VALUE 0.                          00011200
       01 WS-INTEREST      PIC 9(7)V99 VALUE 0.                         00011300
       01 WS-DUE           PIC 9(8)V99 VALUE 0.                         00011400
       01 WS-PAYOFF        PIC 9(9)V99 VALUE 0.                         00011500
       01 WS-NET-LEFT      PIC 9(8)V99 VALUE 0.                         00011600
       01 WS-TAKE          PIC 9(8)V99 VALUE 0.                         00011700
       01 WS-INT-TAKEN     PIC 9(8)V99 VALUE 0.                         00011800
       01 WS-PRIN-TAKEN    PIC 9(8)V99 VALUE 0.                         00011900
       01 WS-EMP-COLLECTED PIC 9(8)V99 VALUE 0.                         00012000
       01 WS-COUNT-READ      PIC 9(7) VALUE 0.                          00012100
       01 WS-COUNT-WRITTEN   PIC 9(7) VALUE 0.                          00012200
       01 WS-COUNT-OFFCYCLE  PIC 9(7) VALUE 0.                          00012300
       01 WS-COUNT-EMPLOYEES PIC 9(7) VALUE 0.                          00012400
       01 WS-COUNT-LOANS     PIC 9(7) VALUE 0.                          00012500
       01 WS-COUNT-NOT-DUE   PIC 9(7) VALUE 0.                          00012600
       01 WS-COUNT-SHORT     PIC 9(7) VALUE 0.                          00012700
       01 WS-COUNT-PAID-OFF  PIC 9(7) VALUE 0.                          00012800
       01 WS-COUNT-RERUN     PIC 9(7) VALUE 0.                          00012900
       01 WS-COUNT-LN-ERR    PIC 9(7) VALUE 0.                          00013000
       01 WS-COUNT-DED-DTL   PIC 9(7) VALUE 0.                          00013100
       01 WS-TOTAL-TAKEN     PIC 9(11)V99 VALUE 0.                      00013200
       01 WS-TOTAL-INTEREST  PIC 9(11)V99 VALUE 0.                      00013300
       01 WS-TOTAL-ARREARS   PIC 9(11)V99 VALUE 0.                      00013400
       01 WS-AMOUNT-ED      PIC ZZZ,ZZ9.99.                             00013500
       01 WS-AMOUNT-ED2     PIC ZZZ,ZZ9.99.                             00013600
       01 WS-AMOUNT-ED3     PIC ZZZ,ZZ9.99.                             00013700
       01 WS-BALANCE-ED     PIC ZZ,ZZZ,ZZ9.99.                          00013800
       01 WS-TOTAL-ED       PIC ZZZ,ZZZ,ZZZ,ZZ9.99.                     00013900
       01 WS-RETCD.                                                     00014000
           COPY CPRETCD.                                                00014100
       01 WS-AUD-START-DATE PIC 9(8).                                   00014200
       01 WS-AUD-START-TIME PIC 9(8).                                   00014300
       01 WS-CONS-COUNT      PIC 9(7) VALUE 0.                          00014400
       01 WS-CONS-SALARY-ACC PIC 9(15)V99 COMP-3 VALUE 0.               00014500
       01 WS-CONS-RECORD-ACC PIC 9(15) COMP-3 VALUE 0.                  00014600
       01 WS-PROD-SALARY-ACC PIC 9(15)V99 COMP-3 VALUE 0.               00014700
       01 WS-PROD-RECORD-ACC PIC 9(15) COMP-3 VALUE 0.                  00014800
       01 WS-EMP-ID-NUM      PIC 9(8) VALUE 0.                          00014900
       PROCEDURE DIVISION.                                              00015000
       MAIN-ROUTINE.                                                    00015100
            ACCEPT WS-AUD-START-DATE FROM DATE YYYYMMDD.                00015200
            ACCEPT WS-AUD-START-TIME FROM TIME.                         00015300
            MOVE WS-AUD-START-DATE TO WS-PERIOD-DATE.                   00015400
            PERFORM READ-LOAN-PARMS.                                    00015500
            OPEN OUTPUT RPTFILE.                                        00015600
            MOVE '---- PGM88 LOAN COLLECTION REGISTER ----' TO RPT-LINE.00015700
            WRITE RPT-LINE.                                             00015800
            IF WS-RUN-NUMBER = 0 THEN                                   00015900
               MOVE 'NO RUNNUMBER CARD - NOTHING COLLECTED'             00016000
                  TO RPT-LINE                                           00016100
               WRITE RPT-LINE                                           00016200
               CLOSE RPTFILE                                            00016300
               SET WS-RC-DATA-ERROR TO TRUE                             00016400
               MOVE WS-RETURN-CODE TO RETURN-CODE                       00016500
               GOBACK                                                   00016600
            END-IF.                                                     00016700
            OPEN I-O LOANKSDS.                                          00016800
            IF NOT WS-LN-OPEN-OK THEN                                   00016900
               DISPLAY 'PGM88 LOAN LEDGER OPEN FAILED, STATUS '         00017000
                  WS-LN-STATUS                                          00017100
               MOVE 'LOAN LEDGER OPEN FAILED - NOTHING DONE'            00017200
                  TO RPT-LINE                                           00017300
               WRITE RPT-LINE                                           00017400
               CLOSE RPTFILE                                            00017500
               SET WS-RC-IO-ERROR TO TRUE                               00017600
               MOVE WS-RETURN-CODE TO RETURN-CODE                       00017700
               GOBACK                                                   00017800
            END-IF.                                                     00017900
            OPEN INPUT NETIN.                                           00018000
            OPEN OUTPUT NETOUT.                                         00018100
            OPEN OUTPUT DEDOUT.                                         00018200
            PERFORM Z010-WRITE-OUT-HEADER.                              00018300
            MOVE SPACES TO RPT-LINE.                                    00018400
            MOVE '---- LOANS COLLECTED ----' TO RPT-LINE.               00018500
            WRITE RPT-LINE.                                             00018600
            PERFORM UNTIL WS-EOF                                        00018700
               READ NETIN                                               00018800
                 AT END SET WS-EOF TO TRUE                              00018900
                 NOT AT END                                             00019000
                    IF HT-IS-HEADER OF NETI-REC-HT OR                   00019100
                       HT-IS-TRAILER OF NETI-REC-HT THEN                00019200
                       CONTINUE                                         00019300
                    ELSE                                                00019400
                       PERFORM COLLECT-ONE-EMPLOYEE                     00019500
                    END-IF                                              00019600
               END-READ                                                 00019700
            END-PERFORM.                                                00019800
            PERFORM Z020-WRITE-OUT-TRAILER.                             00019900
            PERFORM WRITE-LOAN-SUMMARY.                                 00020000
            PERFORM WRITE-BAL-RECS.                                     00020100
            CLOSE NETIN.                                                00020200
            CLOSE NETOUT.                                               00020300
            CLOSE DEDOUT.                                               00020400
            CLOSE RPTFILE.                                              00020500
            CLOSE LOANKSDS.                                             00020600
            SET WS-RC-OK TO TRUE.                                       00020700
            IF WS-COUNT-LN-ERR > 0 THEN                                 00020800
               SET WS-RC-IO-ERROR TO TRUE                               00020900
            END-IF.                                                     00021000
            MOVE WS-RETURN-CODE TO RETURN-CODE.                         00021100
            GOBACK.                                                     00021200
       READ-LOAN-PARMS.                                                 00021300
            OPEN INPUT PARMFILE.                                        00021400
            PERFORM UNTIL WS-PARM-EOF                                   00021500
               READ PARMFILE                                            00021600
                 AT END SET WS-PARM-EOF TO TRUE                         00021700
                 NOT AT END PERFORM APPLY-PARM-CARD                     00021800
               END-READ                                                 00021900
            END-PERFORM.                                                00022000
            CLOSE PARMFILE.                                             00022100
       APPLY-PARM-CARD.                                                 00022200
            EVALUATE PARM-KEY                                           00022300
                WHEN 'RUNNUMBER'                                        00022400
                   MOVE PARM-VALUE-NUM TO WS-RUN-NUMBER                 00022500
                WHEN 'PERIODDATE'                                       00022600
                   IF PARM-VALUE-NUM > 0 THEN                           00022700
                      MOVE PARM-VALUE-NUM TO WS-PERIOD-DATE             00022800
                   END-IF                                               00022900
                WHEN 'LOANCODE'                                         00023000
                   IF PARM-VALUE-TEXT (1:2) NOT = SPACES THEN           00023100
                      MOVE PARM-VALUE-TEXT (1:2) TO WS-LOAN-CODE        00023200
                   END-IF                                               00023300
                WHEN OTHER                                              00023400
                   CONTINUE                                             00023500
            END-EVALUATE.                                               00023600
       COLLECT-ONE-EMPLOYEE.                                            00023700
            ADD 1 TO WS-COUNT-READ.                                     00023800
            ADD 1 TO WS-CONS-COUNT.                                     00023900
            IF NETI-NET NUMERIC THEN                                    00024000
               ADD NETI-NET TO WS-CONS-SALARY-ACC                       00024100
            END-IF.                                                     00024200
            IF NETI-EMP-ID NUMERIC THEN                                 00024300
               MOVE NETI-EMP-ID TO WS-EMP-ID-NUM                        00024400
               ADD WS-EMP-ID-NUM TO WS-CONS-RECORD-ACC                  00024500
            END-IF.                                                     00024600
            MOVE NETI-REC TO NET-REC.                                   00024700
            MOVE 0 TO WS-EMP-COLLECTED.                                 00024800
            IF NETI-OFF-SEQ NUMERIC AND NETI-OFF-SEQ > 0 THEN           00024900
               ADD 1 TO WS-COUNT-OFFCYCLE                               00025000
            ELSE                                                        00025100
               IF NETI-NET NUMERIC AND NETI-DEDUCT NUMERIC THEN         00025200
                  MOVE NETI-NET TO WS-NET-LEFT                          00025300
                  PERFORM BROWSE-EMPLOYEE-LOANS                         00025400
               END-IF                                                   00025500
            END-IF.                                                     00025600
            IF WS-EMP-COLLECTED > 0 THEN                                00025700
               ADD 1 TO WS-COUNT-EMPLOYEES                              00025800
               ADD WS-EMP-COLLECTED TO NET-DEDUCT                       00025900
               MOVE WS-NET-LEFT TO NET-NET                              00026000
            END-IF.                                                     00026100
            WRITE NET-REC.                                              00026200
            ADD 1 TO WS-COUNT-WRITTEN.                                  00026300
            IF NET-NET NUMERIC THEN                                     00026400
               ADD NET-NET TO WS-PROD-SALARY-ACC                        00026500
            END-IF.                                                     00026600
            IF NET-EMP-ID NUMERIC THEN                                  00026700
               MOVE NET-EMP-ID TO WS-EMP-ID-NUM                         00026800
               ADD WS-EMP-ID-NUM TO WS-PROD-RECORD-ACC                  00026900
            END-IF.                                                     00027000
      * BROWSES THE LEDGER FROM THE EMPLOYEE'S FIRST KEY AND            00027100
      * COLLECTS EACH ACTIVE LOAN, IN LOAN-NUMBER ORDER, UNTIL THE      00027200
      * EMPLOYEE ID CHANGES.  A LOAN THIS RUN PAID OFF IS TAKEN         00027300
      * AGAIN ON A RERUN.                                               00027400
       BROWSE-EMPLOYEE-LOANS.                                           00027500
            MOVE 'N' TO WS-SCAN-EOF-SW.                                 00027600
            MOVE NETI-EMP-ID TO LN-EMP-ID.                              00027700
            MOVE LOW-VALUES TO LN-LOAN-NO.                              00027800
            START LOANKSDS KEY >= LN-KEY                                00027900
               INVALID KEY SET WS-SCAN-EOF TO TRUE                      00028000
            END-START.                                                  00028100
            PERFORM UNTIL WS-SCAN-EOF                                   00028200
               READ LOANKSDS NEXT RECORD                                00028300
                 AT END SET WS-SCAN-EOF TO TRUE                         00028400
                 NOT AT END                                             00028500
                    IF LN-EMP-ID NOT = NETI-EMP-ID THEN                 00028600
                       SET WS-SCAN-EOF TO TRUE                          00028700
                    ELSE                                                00028800
                       IF LN-STATUS-ACTIVE OR                           00028900
                          (LN-STATUS-PAID AND                           00029000
                           LN-LAST-RUN = WS-RUN-NUMBER) THEN            00029100
                          PERFORM COLLECT-ONE-LOAN                      00029200
                       END-IF                                           00029300
                    END-IF                                              00029400
               END-READ                                                 00029500
            END-PERFORM.                                                00029600
      * A LOAN ALREADY COLLECTED UNDER THIS RUN NUMBER IS A RERUN:      00029700
      * ITS RECORDED TAKE IS REPEATED AND THE LOAN LEFT ALONE.  ONE     00029800
      * ALREADY COLLECTED THIS MONTH BY AN EARLIER RUN IS NOT DUE.      00029900
       COLLECT-ONE-LOAN.                                                00030000
            MOVE SPACES TO WS-REASON-TEXT.                              00030100
            MOVE 0 TO WS-INTEREST.                                      00030200
            MOVE 0 TO WS-DUE.                                           00030300
            MOVE 0 TO WS-TAKE.                                          00030400
            IF LN-LAST-RUN = WS-RUN-NUMBER THEN                         00030500
               ADD 1 TO WS-COUNT-LOANS                                  00030600
               ADD 1 TO WS-COUNT-RERUN                                  00030700
               MOVE LN-LAST-INTEREST TO WS-INTEREST                     00030800
               MOVE LN-LAST-TAKEN TO WS-TAKE                            00030900
               IF WS-TAKE > WS-NET-LEFT THEN                            00031000
                  MOVE WS-NET-LEFT TO WS-TAKE                           00031100
               END-IF                                                   00031200
               MOVE WS-TAKE TO WS-DUE                                   00031300
               MOVE 'RERUN - RECORDED TAKE REPEATED' TO WS-REASON-TEXT  00031400
            ELSE                                                        00031500
               IF LN-LAST-MONTH = WS-PERIOD-MONTH THEN                  00031600
                  ADD 1 TO WS-COUNT-NOT-DUE                             00031700
               ELSE                                                     00031800
                  ADD 1 TO WS-COUNT-LOANS                               00031900
                  PERFORM TAKE-INSTALMENT                               00032000
               END-IF                                                   00032100
            END-IF.                                                     00032200
            IF WS-TAKE > 0 THEN                                         00032300
               SUBTRACT WS-TAKE FROM WS-NET-LEFT                        00032400
               ADD WS-TAKE TO WS-EMP-COLLECTED                          00032500
               ADD WS-TAKE TO WS-TOTAL-TAKEN                            00032600
               PERFORM WRITE-LOAN-OUTPUT                                00032700
            END-IF.                                                     00032800
            IF WS-REASON-TEXT NOT = SPACES OR WS-DUE > 0 THEN           00032900
               PERFORM WRITE-LOAN-LINE                                  00033000
            END-IF.                                                     00033100
      * INTEREST IS CHARGED ON THE BALANCE AND PAID FIRST; WHAT IS      00033200
      * DUE (INSTALMENT PLUS ARREARS) NEVER EXCEEDS THE PAY-OFF         00033300
      * FIGURE, AND ONLY WHAT THE NET LEFT COVERS IS TAKEN.             00033400
       TAKE-INSTALMENT.                                                 00033500
            COMPUTE WS-MONTH-RATE ROUNDED = LN-RATE / 1200.             00033600
            COMPUTE WS-INTEREST ROUNDED = LN-BALANCE * WS-MONTH-RATE.   00033700
            COMPUTE WS-PAYOFF = LN-BALANCE + WS-INTEREST.               00033800
            COMPUTE WS-DUE = LN-INSTALMENT + LN-ARREARS.                00033900
            IF WS-DUE > WS-PAYOFF THEN                                  00034000
               MOVE WS-PAYOFF TO WS-DUE                                 00034100
            END-IF.                                                     00034200
            IF WS-DUE > WS-NET-LEFT THEN                                00034300
               MOVE WS-NET-LEFT TO WS-TAKE                              00034400
               MOVE 'NET PAY SHORT - ARREARS' TO WS-REASON-TEXT         00034500
            ELSE                                                        00034600
               MOVE WS-DUE TO WS-TAKE                                   00034700
            END-IF.                                                     00034800
            IF WS-TAKE > WS-INTEREST THEN                               00034900
               MOVE WS-INTEREST TO WS-INT-TAKEN                         00035000
            ELSE                                                        00035100
               MOVE WS-TAKE TO WS-INT-TAKEN                             00035200
            END-IF.                                                     00035300
            COMPUTE WS-PRIN-TAKEN = WS-TAKE - WS-INT-TAKEN.             00035400
            COMPUTE LN-BALANCE = WS-PAYOFF - WS-TAKE.                   00035500
            ADD WS-PRIN-TAKEN TO LN-PRIN-PAID.                          00035600
            ADD WS-INT-TAKEN TO LN-INT-PAID.                            00035700
            ADD WS-INTEREST TO WS-TOTAL-INTEREST.                       00035800
            COMPUTE LN-ARREARS = WS-DUE - WS-TAKE.                      00035900
            IF LN-ARREARS > 0 THEN                                      00036000
               ADD 1 TO LN-MISSED                                       00036100
               ADD 1 TO WS-COUNT-SHORT                                  00036200
               ADD LN-ARREARS TO WS-TOTAL-ARREARS                       00036300
            END-IF.                                                     00036400
            ADD 1 TO LN-INSTAL-COUNT.                                   00036500
            IF LN-BALANCE = 0 THEN                                      00036600
               SET LN-STATUS-PAID TO TRUE                               00036700
               ADD 1 TO WS-COUNT-PAID-OFF                               00036800
               MOVE 'LOAN PAID OFF' TO WS-REASON-TEXT                   00036900
            END-IF.                                                     00037000
            MOVE WS-PERIOD-MONTH TO LN-LAST-MONTH.                      00037100
            MOVE WS-RUN-NUMBER TO LN-LAST-RUN.                          00037200
            MOVE WS-TAKE TO LN-LAST-TAKEN.                              00037300
            MOVE WS-INTEREST TO LN-LAST-INTEREST.                       00037400
            REWRITE LN-REC                                              00037500
               INVALID KEY                                              00037600
                  ADD 1 TO WS-COUNT-LN-ERR                              00037700
                  DISPLAY 'PGM88 LOAN REWRITE FAILED, STATUS '          00037800
                     WS-LN-STATUS ' KEY ' LN-KEY                        00037900
            END-REWRITE.                                                00038000
       WRITE-LOAN-OUTPUT.                                               00038100
            MOVE SPACES TO DED-REC.                                     00038200
            MOVE NETI-EMP-ID TO DED-EMP-ID.                             00038300
            MOVE NETI-DEPT TO DED-DEPT.                                 00038400
            MOVE WS-LOAN-CODE TO DED-CODE.                              00038500
            MOVE WS-TAKE TO DED-AMOUNT.                                 00038600
            MOVE 0 TO DED-OFF-SEQ.                                      00038700
            WRITE DED-REC.                                              00038800
            ADD 1 TO WS-COUNT-DED-DTL.                                  00038900
       WRITE-LOAN-LINE.                                                 00039000
            MOVE SPACES TO RPT-LINE.                                    00039100
            STRING 'EMP ' LN-EMP-ID ' LOAN ' LN-LOAN-NO                 00039200
               ' ' LN-TYPE ' ' WS-REASON-TEXT                           00039300
               DELIMITED BY SIZE INTO RPT-LINE                          00039400
            END-STRING.                                                 00039500
            WRITE RPT-LINE.                                             00039600
            MOVE WS-DUE TO WS-AMOUNT-ED.                                00039700
            MOVE WS-TAKE TO WS-AMOUNT-ED2.                              00039800
            MOVE WS-INTEREST TO WS-AMOUNT-ED3.                          00039900
            MOVE LN-BALANCE TO WS-BALANCE-ED.                           00040000
            MOVE SPACES TO RPT-LINE.                                    00040100
            STRING '   DUE ' WS-AMOUNT-ED                               00040200
               ' TAKEN ' WS-AMOUNT-ED2                                  00040300
               ' INT ' WS-AMOUNT-ED3                                    00040400
               ' BALANCE ' WS-BALANCE-ED                                00040500
               DELIMITED BY SIZE INTO RPT-LINE                          00040600
            END-STRING.                                                 00040700
            WRITE RPT-LINE.                                             00040800
       Z010-WRITE-OUT-HEADER.                                           00040900
            MOVE SPACES TO NET-REC-HT.                                  00041000
            SET HT-IS-HEADER OF NET-REC-HT TO TRUE.                     00041100
            MOVE WS-AUD-START-DATE TO HT-RUN-DATE OF NET-REC-HT.        00041200
            MOVE WS-AUD-START-TIME TO HT-RUN-TIME OF NET-REC-HT.        00041300
            WRITE NET-REC.                                              00041400
            MOVE SPACES TO DED-REC-HT.                                  00041500
            SET HT-IS-HEADER OF DED-REC-HT TO TRUE.                     00041600
            MOVE WS-AUD-START-DATE TO HT-RUN-DATE OF DED-REC-HT.        00041700
            MOVE WS-AUD-START-TIME TO HT-RUN-TIME OF DED-REC-HT.        00041800
            WRITE DED-REC.                                              00041900
       Z020-WRITE-OUT-TRAILER.                                          00042000
            MOVE SPACES TO NET-REC-HT.                                  00042100
            SET HT-IS-TRAILER OF NET-REC-HT TO TRUE.                    00042200
            MOVE WS-COUNT-WRITTEN                                       00042300
               TO HT-RECORD-COUNT OF NET-REC-HT.                        00042400
            WRITE NET-REC.                                              00042500
            MOVE SPACES TO DED-REC-HT.                                  00042600
            SET HT-IS-TRAILER OF DED-REC-HT TO TRUE.                    00042700
            MOVE WS-COUNT-DED-DTL                                       00042800
               TO HT-RECORD-COUNT OF DED-REC-HT.                        00042900
            WRITE DED-REC.                                              00043000
       WRITE-LOAN-SUMMARY.                                              00043100
            MOVE SPACES TO RPT-LINE.                                    00043200
            MOVE '---- SUMMARY ----' TO RPT-LINE.                       00043300
            WRITE RPT-LINE.                                             00043400
            MOVE SPACES TO RPT-LINE.                                    00043500
            STRING 'RUN NUMBER         : ' WS-RUN-NUMBER                00043600
               '   COLLECTION MONTH ' WS-PERIOD-MONTH                   00043700
               DELIMITED BY SIZE INTO RPT-LINE                          00043800
            END-STRING.                                                 00043900
            WRITE RPT-LINE.                                             00044000
            MOVE SPACES TO RPT-LINE.                                    00044100
            STRING 'NET RECORDS READ   : ' WS-COUNT-READ                00044200
               '  WRITTEN ' WS-COUNT-WRITTEN                            00044300
               '  OFF-CYCLE ' WS-COUNT-OFFCYCLE                         00044400
               DELIMITED BY SIZE INTO RPT-LINE                          00044500
            END-STRING.                                                 00044600
            WRITE RPT-LINE.                                             00044700
            MOVE SPACES TO RPT-LINE.                                    00044800
            STRING 'EMPLOYEES COLLECTED: ' WS-COUNT-EMPLOYEES           00044900
               '  LOANS COLLECTED ' WS-COUNT-LOANS                      00045000
               DELIMITED BY SIZE INTO RPT-LINE                          00045100
            END-STRING.                                                 00045200
            WRITE RPT-LINE.                                             00045300
            MOVE SPACES TO RPT-LINE.                                    00045400
            STRING 'LOANS SHORT        : ' WS-COUNT-SHORT               00045500
               '  PAID OFF ' WS-COUNT-PAID-OFF                          00045600
               '  RERUN ' WS-COUNT-RERUN                                00045700
               DELIMITED BY SIZE INTO RPT-LINE                          00045800
            END-STRING.                                                 00045900
            WRITE RPT-LINE.                                             00046000
            MOVE SPACES TO RPT-LINE.                                    00046100
            STRING 'NOT DUE THIS MONTH : ' WS-COUNT-NOT-DUE             00046200
               DELIMITED BY SIZE INTO RPT-LINE                          00046300
            END-STRING.                                                 00046400
            WRITE RPT-LINE.                                             00046500
            MOVE WS-TOTAL-TAKEN TO WS-TOTAL-ED.                         00046600
            MOVE SPACES TO RPT-LINE.                                    00046700
            STRING 'TOTAL TAKEN        : ' WS-TOTAL-ED                  00046800
               DELIMITED BY SIZE INTO RPT-LINE                          00046900
            END-STRING.                                                 00047000
            WRITE RPT-LINE.                                             00047100
            MOVE WS-TOTAL-INTEREST TO WS-TOTAL-ED.                      00047200
            MOVE SPACES TO RPT-LINE.                                    00047300
            STRING 'INTEREST CHARGED   : ' WS-TOTAL-ED                  00047400
               DELIMITED BY SIZE INTO RPT-LINE                          00047500
            END-STRING.                                                 00047600
            WRITE RPT-LINE.                                             00047700
            MOVE WS-TOTAL-ARREARS TO WS-TOTAL-ED.                       00047800
            MOVE SPACES TO RPT-LINE.                                    00047900
            STRING 'ARREARS CARRIED    : ' WS-TOTAL-ED                  00048000
               DELIMITED BY SIZE INTO RPT-LINE                          00048100
            END-STRING.                                                 00048200
            WRITE RPT-LINE.                                             00048300
      * AMOUNT-LEVEL BALANCING - ONE CONSUMER RECORD FOR PGM86'S        00048400
      * NET FILE READ AND ONE PRODUCER RECORD FOR THE NET FILE          00048500
      * WRITTEN AFTER LOAN INSTALMENTS, BOTH HASHING THE NET AMOUNT.    00048600
       WRITE-BAL-RECS.                                                  00048700
            OPEN OUTPUT BALOUT.                                         00048800
            MOVE SPACES TO BAL-REC.                                     00048900
            MOVE WS-RUN-NUMBER TO BAL-RUN-NUMBER.                       00049000
            MOVE 'PGM88' TO BAL-STEP-NAME.                              00049100
            SET BAL-ROLE-CONSUMER TO TRUE.                              00049200
            MOVE WS-CONS-COUNT TO BAL-RECORD-COUNT.                     00049300
            MOVE WS-CONS-SALARY-ACC TO BAL-SALARY-HASH.                 00049400
            MOVE WS-CONS-RECORD-ACC TO BAL-RECORD-HASH.                 00049500
            WRITE BAL-REC.                                              00049600
            MOVE SPACES TO BAL-REC.                                     00049700
            MOVE WS-RUN-NUMBER TO BAL-RUN-NUMBER.                       00049800
            MOVE 'PGM88' TO BAL-STEP-NAME.                              00049900
            SET BAL-ROLE-PRODUCER TO TRUE.                              00050000
            MOVE WS-COUNT-WRITTEN TO BAL-RECORD-COUNT.                  00050100
            MOVE WS-PROD-SALARY-ACC TO BAL-SALARY-HASH.                 00050200
            MOVE WS-PROD-RECORD-ACC TO BAL-RECORD-HASH.                 00050300
            WRITE BAL-REC.                                              00050400
            CLOSE BALOUT.                                               00050500

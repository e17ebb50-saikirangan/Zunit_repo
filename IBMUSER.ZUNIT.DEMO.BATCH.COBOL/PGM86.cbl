       IDENTIFICATION DIVISION.                                         00000100
       PROGRAM-ID.   PGM86.                                             00000200
      * COURT-ORDER AND GARNISHMENT DEDUCTIONS.  RUNS IN THE            00000300
      * GROSS-TO-NET CHAIN BETWEEN PGM50 AND THE VARIANCE GATE.         00000400
      * FIRST APPLIES THE ORDER MAINTENANCE TRANSACTIONS                00000500
      * (DDORDIN) TO THE CPGRNORD GARNISHMENT CLUSTER (DDGARNKS):       00000600
      *   A  ADD AN ORDER - BALANCE STARTS AT THE TOTAL OWED,           00000700
      *   C  CHANGE AN ORDER'S TERMS - THE BALANCE MOVES BY THE         00000800
      *      CHANGE IN TOTAL OWED, NEVER BELOW ZERO,                    00000900
      *   R  RELEASE AN ORDER THE COURT HAS LIFTED.                     00001000
      * THEN READS PGM50'S NET-PAY FILE (DDNETIN) AND, FOR EACH         00001100
      * EMPLOYEE WITH ACTIVE ORDERS, WORKS THEM LOWEST PRIORITY         00001200
      * NUMBER FIRST (EQUAL PRIORITIES IN ORDER-NUMBER ORDER).          00001300
      * EACH ORDER WANTS ITS FIXED AMOUNT OR ITS PERCENTAGE OF THE      00001400
      * NET BEFORE ANY ORDER, NEVER MORE THAN ITS BALANCE, AND IS       00001500
      * GIVEN ONLY WHAT IS LEFT ABOVE THE PROTECTED CARD'S              00001600
      * PROTECTED-EARNINGS FLOOR - THE REST IS SHORT THIS PERIOD        00001700
      * AND STAYS ON THE BALANCE.  AN ORDER PAID DOWN TO ZERO IS        00001800
      * MARKED SATISFIED.  WRITES THE REDUCED NET-PAY FILE              00001900
      * (DDNETOUT) FOR PGM79 AND PGM49, ONE DEDUCTION-DETAIL            00002000
      * RECORD PER ORDER TAKEN UNDER THE GARNCODE CARD'S CODE           00002100
      * (DEFAULT GN, DDDEDOUT), THE CREDITOR REMITTANCE FILE            00002200
      * (DDREMITOUT) AND A GARNISHMENT REGISTER OF WHAT EACH            00002300
      * ORDER WANTED, WHAT WAS TAKEN, WHAT WAS SHORT AND WHY,           00002400
      * WITH PER-CREDITOR TOTALS.  THE RUNNUMBER CARD IS STAMPED        00002500
      * ON EVERY ORDER WORKED SO A RERUN OF THE SAME RUN REPEATS        00002600
      * THE TAKE INSTEAD OF DOUBLING IT, AND CARRIES THE CPBALREC       00002700
      * CONSUMER AND PRODUCER RECORDS (DDBALOUT) PGM26 PAIRS WITH       00002800
      * PGM50 AND PGM49.  OFF-CYCLE NET RECORDS PASS THROUGH            00002900
      * UNTOUCHED.  ENDS RC 04 WHEN A TRANSACTION IS REJECTED OR        00003000
      * A TABLE OVERFLOWS, RC 08 WITHOUT A RUN NUMBER, RC 12 WHEN       00003100
      * THE GARNISHMENT CLUSTER CANNOT BE OPENED OR UPDATED.            00003200
       ENVIRONMENT DIVISION.                                            00003300
       INPUT-OUTPUT SECTION.                                            00003400
       FILE-CONTROL.                                                    00003500
                SELECT ORDIN ASSIGN TO DDORDIN                          00003600
                ORGANIZATION IS SEQUENTIAL.                             00003700
                SELECT NETIN ASSIGN TO DDNETIN                          00003800
                ORGANIZATION IS SEQUENTIAL.                             00003900
                SELECT GARNKSDS ASSIGN TO DDGARNKS                      00004000
                ORGANIZATION IS INDEXED                                 00004100
                ACCESS MODE IS DYNAMIC                                  00004200
                RECORD KEY IS GRN-KEY                                   00004300
                FILE STATUS IS WS-GRN-STATUS.                           00004400
                SELECT PARMFILE ASSIGN TO DDPARMIN                      00004500
                ORGANIZATION IS SEQUENTIAL.                             00004600
                SELECT BALOUT ASSIGN TO DDBALOUT                        00004700
                ORGANIZATION IS SEQUENTIAL.                             00004800
                SELECT NETOUT ASSIGN TO DDNETOUT                        00004900
                ORGANIZATION IS SEQUENTIAL.                             00005000
                SELECT DEDOUT ASSIGN TO DDDEDOUT                        00005100
                ORGANIZATION IS SEQUENTIAL.                             00005200
                SELECT REMITOUT ASSIGN TO DDREMITOUT                    00005300
                ORGANIZATION IS SEQUENTIAL.                             00005400
                SELECT RPTFILE ASSIGN TO DDRPTOUT                       00005500
                ORGANIZATION IS SEQUENTIAL.                             00005600
       DATA DIVISION.                                                   00005700
       FILE SECTION.                                                    00005800
       FD ORDIN                                                         00005900
            RECORDING MODE IS F.                                        00006000
       01 OTR-REC.                                                      00006100
           05 OTR-ACTION        PIC X(1).                               00006200
               88 OTR-ACTION-ADD     VALUE 'A'.                         00006300
               88 OTR-ACTION-CHANGE  VALUE 'C'.                         00006400
               88 OTR-ACTION-RELEASE VALUE 'R'.                         00006500
           05 OTR-EMP-ID        PIC X(8).                               00006600
           05 OTR-ORDER-NO      PIC X(8).                               00006700
           05 OTR-CREDITOR-ID   PIC X(8).                               00006800
           05 OTR-CREDITOR-NAME PIC X(20).                              00006900
           05 OTR-METHOD        PIC X(1).                               00007000
           05 OTR-AMOUNT        PIC 9(7)V99.                            00007100
           05 OTR-PERCENT       PIC 9(3)V99.                            00007200
           05 OTR-TOTAL-OWED    PIC 9(8)V99.                            00007300
           05 OTR-PRIORITY      PIC 9(2).                               00007400
           05 FILLER            PIC X(8).                               00007500
       FD NETIN                                                         00007600
            RECORDING MODE IS F.                                        00007700
       01 NETI-REC.                                                     00007800
           05 NETI-EMP-ID  PIC X(8).                                    00007900
           05 NETI-DEPT    PIC X(4).                                    00008000
           05 NETI-GROSS   PIC 9(8)V99.                                 00008100
           05 NETI-DEDUCT  PIC 9(8)V99.                                 00008200
           05 NETI-NET     PIC 9(8)V99.                                 00008300
           05 NETI-OFF-SEQ PIC 9(4).                                    00008400
           05 FILLER       PIC X(34).                                   00008500
       01 NETI-REC-HT REDEFINES NETI-REC.                               00008600
          COPY CPHDRTRL.                                                00008700
       FD GARNKSDS.                                                     00008800
       01 GRN-REC.                                                      00008900
          COPY CPGRNORD.                                                00009000
       FD PARMFILE                                                      00009100
            RECORDING MODE IS F.                                        00009200
       01 PARM-CARD.                                                    00009300
          COPY CPPARMCD.                                                00009400
       FD BALOUT                                                        00009500
            RECORDING MODE IS F.                                        00009600
       01 BAL-REC.                                                      00009700
          COPY CPBALREC.                                                00009800
       FD NETOUT                                                        00009900
            RECORDING MODE IS F.                                        00010000
       01 NET-REC.                                                      00010100
           05 NET-EMP-ID  PIC X(8).                                     00010200
           05 NET-DEPT    PIC X(4).                                     00010300
           05 NET-GROSS   PIC 9(8)V99.                                  00010400
           05 NET-DEDUCT  PIC 9(8)V99.                                  00010500
           05 NET-NET     PIC 9(8)V99.                                  00010600
           05 NET-OFF-SEQ PIC 9(4).                                     00010700
           05 FILLER      PIC X(34).                                    00010800
       01 NET-REC-HT REDEFINES NET-REC.                                 00010900
          COPY CPHDRTRL.                                                00011000
       FD DEDOUT                                                        00011100
            RECORDING MODE IS F.                                        00011200
       01 DED-REC.                                                      00011300
           05 DED-EMP-ID  PIC X(8).                                     00011400
           05 DED-DEPT    PIC X(4).                                     00011500
           05 DED-CODE    PIC X(2).                                     00011600
           05 DED-AMOUNT  PIC 9(8)V99.                                  00011700
           05 DED-OFF-SEQ PIC 9(4).                                     00011800
           05 FILLER      PIC X(52).                                    00011900
       01 DED-REC-HT REDEFINES DED-REC.                                 00012000
          COPY CPHDRTRL.                                                00012100
      * ONE REMITTANCE RECORD PER ORDER TAKEN FROM - WHAT GOES TO       00012200
      * THE CREDITOR THIS RUN AND THE BALANCE STILL OWED AFTER IT.      00012300
       FD REMITOUT                                                      00012400
            RECORDING MODE IS F.                                        00012500
       01 REM-REC.                                                      00012600
           05 REM-CREDITOR-ID   PIC X(8).                               00012700
           05 REM-CREDITOR-NAME PIC X(20).                              00012800
           05 REM-ORDER-NO      PIC X(8).                               00012900
           05 REM-EMP-ID        PIC X(8).                               00013000
           05 REM-AMOUNT        PIC 9(7)V99.                            00013100
           05 REM-BALANCE       PIC 9(8)V99.                            00013200
           05 REM-RUN-NUMBER    PIC 9(5).                               00013300
           05 FILLER            PIC X(12).                              00013400
       01 REM-REC-HT REDEFINES REM-REC.                                 00013500
          COPY CPHDRTRL.                                                00013600
       FD RPTFILE                                                       00013700
            RECORDING MODE IS F.                                        00013800
       01 RPT-LINE PIC X(80).                                           00013900
       WORKING-STORAGE SECTION.                                         00014000
       01 WS-EOF-SW PIC X(1) VALUE 'N'.                                 00014100
           88 WS-EOF           VALUE 'Y'.                               00014200
       01 WS-ORD-EOF-SW PIC X(1) VALUE 'N'.                             00014300
           88 WS-ORD-EOF       VALUE 'Y'.                               00014400
       01 WS-PARM-EOF-SW PIC X(1) VALUE 'N'.                            00014500
           88 WS-PARM-EOF      VALUE 'Y'.                               00014600
       01 WS-SCAN-EOF-SW PIC X(1) VALUE 'N'.                            00014700
           88 WS-SCAN-EOF      VALUE 'Y'.                               00014800
       01 WS-GRN-STATUS PIC X(2) VALUE SPACES.                          00014900
           88 WS-GRN-OPEN-OK  VALUE '00' '05' '97'.                     00015000
       01 WS-GRN-FOUND-SW PIC X(1) VALUE 'N'.                           00015100
           88 WS-GRN-FOUND     VALUE 'Y'.                               00015200
       01 WS-RUN-NUMBER   PIC 9(5) VALUE 0.                             00015300
       01 WS-PROTECTED    PIC 9(7)V99 VALUE 0.                          00015400
       01 WS-GARN-CODE    PIC X(2) VALUE 'GN'.                          00015500
      * THE ACTIVE ORDERS OF THE EMPLOYEE IN HAND, IN KEY ORDER AS      00015600
      * THE BROWSE RETURNS THEM; WS-ORD-DONE MARKS ONES WORKED.         00015700
       01 WS-ORD-COUNT PIC 9(2) COMP VALUE 0.                           00015800
       01 WS-ORD-TABLE.                                                 00015900
           05 WS-ORD-ENTRY OCCURS 20 TIMES                              00016000
                            INDEXED BY WS-ORD-IDX WS-ORD-SAV.           00016100
               10 WS-ORD-ORDER-NO PIC X(8).                             00016200
               10 WS-ORD-PRIORITY PIC 9(2).                             00016300
               10 WS-ORD-DONE     PIC X(1).                             00016400
       01 WS-BEST-PRIORITY PIC 9(3) VALUE 0.                            00016500
       01 WS-CRED-COUNT PIC 9(3) COMP VALUE 0.                          00016600
       01 WS-CRED-TABLE.                                                00016700
           05 WS-CRED-ENTRY OCCURS 200 TIMES                            00016800
                             INDEXED BY WS-CRED-IDX WS-CRED-SAV.        00016900
               10 WS-CRED-ID     PIC X(8).                              00017000
               10 WS-CRED-NAME   PIC X(20).                             00017100
               10 WS-CRED-ORDERS PIC 9(7).                              00017200
               10 WS-CRED-AMOUNT PIC 9(11)V99.                          00017300
       01 WS-FOUND-SW PIC X(1) VALUE 'N'.                               00017400
           88 WS-ENTRY-FOUND   VALUE 'Y'.                               00017500
       01 WS-REJECT-TEXT   PIC X(30) VALUE SPACES.                      00017600
       01 WS-REASON-TEXT   PIC X(30) VALUE SPACES.                      00017700
       01 WS-NEW-BALANCE   PIC S9(9)V99 VALUE 0.                        00017800
       01 WS-PRE-NET       PIC 9(8)V99 VALUE 0.                         00017900
       01 WS-NET-LEFT      PIC 9(8)V99 VALUE 0.                         00018000
       01 WS-AVAILABLE     PIC 9(8)V99 VALUE 0.                         00018100
       01 WS-WANTED        PIC 9(8)V99 VALUE 0.                         00018200
       01 WS-TAKE          PIC 9(8)V99 VALUE 0.                         00018300
       01 WS-SHORT         PIC 9(8)V99 VALUE 0.                         00018400
       01 WS-EMP-GARNISHED PIC 9(8)V99 VALUE 0.                         00018500
       01 WS-COUNT-TRANS     PIC 9(7) VALUE 0.                          00018600
       01 WS-COUNT-ADDED     PIC 9(7) VALUE 0.                          00018700
       01 WS-COUNT-CHANGED   PIC 9(7) VALUE 0.                          00018800
       01 WS-COUNT-RELEASED  PIC 9(7) VALUE 0.                          00018900
       01 WS-COUNT-REJECTED  PIC 9(7) VALUE 0.                          00019000
       01 WS-COUNT-READ      PIC 9(7) VALUE 0.                          00019100
       01 WS-COUNT-WRITTEN   PIC 9(7) VALUE 0.                          00019200
       01 WS-COUNT-OFFCYCLE  PIC 9(7) VALUE 0.                          00019300
       01 WS-COUNT-GARNISHED PIC 9(7) VALUE 0.                          00019400
       01 WS-COUNT-ORDERS    PIC 9(7) VALUE 0.                          00019500
       01 WS-COUNT-SHORT     PIC 9(7) VALUE 0.                          00019600
       01 WS-COUNT-SATISFIED PIC 9(7) VALUE 0.                          00019700
       01 WS-COUNT-RERUN     PIC 9(7) VALUE 0.                          00019800
       01 WS-COUNT-ORDOVER   PIC 9(7) VALUE 0.                          00019900
       01 WS-COUNT-CREDOVER  PIC 9(7) VALUE 0.                          00020000
       01 WS-COUNT-GRN-ERR   PIC 9(7) VALUE 0.                          00020100
       01 WS-COUNT-DED-DTL   PIC 9(7) VALUE 0.                          00020200
       01 WS-COUNT-REMIT     PIC 9(7) VALUE 0.                          00020300
       01 WS-TOTAL-TAKEN     PIC 9(11)V99 VALUE 0.                      00020400
       01 WS-TOTAL-SHORT     PIC 9(11)V99 VALUE 0.                      00020500
       01 WS-AMOUNT-ED      PIC ZZZ,ZZ9.99.                             00020600
       01 WS-AMOUNT-ED2     PIC ZZZ,ZZ9.99.                             00020700
       01 WS-AMOUNT-ED3     PIC ZZZ,ZZ9.99.                             00020800
       01 WS-BALANCE-ED     PIC ZZ,ZZZ,ZZ9.99.                          00020900
       01 WS-TOTAL-ED       PIC ZZZ,ZZZ,ZZZ,ZZ9.99.                     00021000
       01 WS-RETCD.                                                     00021100
           COPY CPRETCD.                                                00021200
       01 WS-AUD-START-DATE PIC 9(8).                                   00021300
       01 WS-AUD-START-TIME PIC 9(8).                                   00021400
       01 WS-CONS-COUNT      PIC 9(7) VALUE 0.                          00021500
       01 WS-CONS-SALARY-ACC PIC 9(15)V99 COMP-3 VALUE 0.               00021600
       01 WS-CONS-RECORD-ACC PIC 9(15) COMP-3 VALUE 0.                  00021700
       01 WS-PROD-SALARY-ACC PIC 9(15)V99 COMP-3 VALUE 0.               00021800
       01 WS-PROD-RECORD-ACC PIC 9(15) COMP-3 VALUE 0.                  00021900
       01 WS-EMP-ID-NUM      PIC 9(8) VALUE 0.                          00022000
       PROCEDURE DIVISION.                                              00022100
       MAIN-ROUTINE.                                                    00022200
            ACCEPT WS-AUD-START-DATE FROM DATE YYYYMMDD.                00022300
            ACCEPT WS-AUD-START-TIME FROM TIME.                         00022400
            PERFORM READ-GARN-PARMS.                                    00022500
            OPEN OUTPUT RPTFILE.                                        00022600
            MOVE '---- PGM86 GARNISHMENT REGISTER ----' TO RPT-LINE.    00022700
            WRITE RPT-LINE.                                             00022800
            IF WS-RUN-NUMBER = 0 THEN                                   00022900
               MOVE 'NO RUNNUMBER CARD - NOTHING GARNISHED'             00023000
                  TO RPT-LINE                                           00023100
               WRITE RPT-LINE                                           00023200
               CLOSE RPTFILE                                            00023300
               SET WS-RC-DATA-ERROR TO TRUE                             00023400
               MOVE WS-RETURN-CODE TO RETURN-CODE                       00023500
               GOBACK                                                   00023600
            END-IF.                                                     00023700
            OPEN I-O GARNKSDS.                                          00023800
            IF NOT WS-GRN-OPEN-OK THEN                                  00023900
               DISPLAY 'PGM86 GARNISHMENT CLUSTER OPEN FAILED, STATUS ' 00024000
                  WS-GRN-STATUS                                         00024100
               MOVE 'GARNISHMENT CLUSTER OPEN FAILED - NOTHING DONE'    00024200
                  TO RPT-LINE                                           00024300
               WRITE RPT-LINE                                           00024400
               CLOSE RPTFILE                                            00024500
               SET WS-RC-IO-ERROR TO TRUE                               00024600
               MOVE WS-RETURN-CODE TO RETURN-CODE                       00024700
               GOBACK                                                   00024800
            END-IF.                                                     00024900
            PERFORM APPLY-ORDER-TRANS.                                  00025000
            OPEN INPUT NETIN.                                           00025100
            OPEN OUTPUT NETOUT.                                         00025200
            OPEN OUTPUT DEDOUT.                                         00025300
            OPEN OUTPUT REMITOUT.                                       00025400
            PERFORM Z010-WRITE-OUT-HEADER.                              00025500
            MOVE SPACES TO RPT-LINE.                                    00025600
            MOVE '---- ORDERS WORKED ----' TO RPT-LINE.                 00025700
            WRITE RPT-LINE.                                             00025800
            PERFORM UNTIL WS-EOF                                        00025900
               READ NETIN                                               00026000
                 AT END SET WS-EOF TO TRUE                              00026100
                 NOT AT END                                             00026200
                    IF HT-IS-HEADER OF NETI-REC-HT OR                   00026300
                       HT-IS-TRAILER OF NETI-REC-HT THEN                00026400
                       CONTINUE                                         00026500
                    ELSE                                                00026600
                       PERFORM GARNISH-ONE-EMPLOYEE                     00026700
                    END-IF                                              00026800
               END-READ                                                 00026900
            END-PERFORM.                                                00027000
            PERFORM Z020-WRITE-OUT-TRAILER.                             00027100
            PERFORM WRITE-CREDITOR-TOTALS.                              00027200
            PERFORM WRITE-GARN-SUMMARY.                                 00027300
            PERFORM WRITE-BAL-RECS.                                     00027400
            CLOSE NETIN.                                                00027500
            CLOSE NETOUT.                                               00027600
            CLOSE DEDOUT.                                               00027700
            CLOSE REMITOUT.                                             00027800
            CLOSE RPTFILE.                                              00027900
            CLOSE GARNKSDS.                                             00028000
            SET WS-RC-OK TO TRUE.                                       00028100
            IF WS-COUNT-REJECTED > 0 OR WS-COUNT-ORDOVER > 0 OR         00028200
               WS-COUNT-CREDOVER > 0 THEN                               00028300
               SET WS-RC-WARNING TO TRUE                                00028400
            END-IF.                                                     00028500
            IF WS-COUNT-GRN-ERR > 0 THEN                                00028600
               SET WS-RC-IO-ERROR TO TRUE                               00028700
            END-IF.                                                     00028800
            MOVE WS-RETURN-CODE TO RETURN-CODE.                         00028900
            GOBACK.                                                     00029000
       READ-GARN-PARMS.                                                 00029100
            OPEN INPUT PARMFILE.                                        00029200
            PERFORM UNTIL WS-PARM-EOF                                   00029300
               READ PARMFILE                                            00029400
                 AT END SET WS-PARM-EOF TO TRUE                         00029500
                 NOT AT END PERFORM APPLY-PARM-CARD                     00029600
               END-READ                                                 00029700
            END-PERFORM.                                                00029800
            CLOSE PARMFILE.                                             00029900
      * PROTECTED IS THE PER-PERIOD NET, IN WHOLE UNITS, NO ORDER       00030000
      * MAY TAKE AN EMPLOYEE BELOW.                                     00030100
       APPLY-PARM-CARD.                                                 00030200
            EVALUATE PARM-KEY                                           00030300
                WHEN 'RUNNUMBER'                                        00030400
                   MOVE PARM-VALUE-NUM TO WS-RUN-NUMBER                 00030500
                WHEN 'PROTECTED'                                        00030600
                   IF PARM-VALUE-NUM < 10000000 THEN                    00030700
                      MOVE PARM-VALUE-NUM TO WS-PROTECTED               00030800
                   END-IF                                               00030900
                WHEN 'GARNCODE'                                         00031000
                   IF PARM-VALUE-TEXT (1:2) NOT = SPACES THEN           00031100
                      MOVE PARM-VALUE-TEXT (1:2) TO WS-GARN-CODE        00031200
                   END-IF                                               00031300
                WHEN OTHER                                              00031400
                   CONTINUE                                             00031500
            END-EVALUATE.                                               00031600
       APPLY-ORDER-TRANS.                                               00031700
            MOVE SPACES TO RPT-LINE.                                    00031800
            MOVE '---- ORDER MAINTENANCE ----' TO RPT-LINE.             00031900
            WRITE RPT-LINE.                                             00032000
            OPEN INPUT ORDIN.                                           00032100
            PERFORM UNTIL WS-ORD-EOF                                    00032200
               READ ORDIN                                               00032300
                 AT END SET WS-ORD-EOF TO TRUE                          00032400
                 NOT AT END PERFORM APPLY-ONE-ORDER-TRAN                00032500
               END-READ                                                 00032600
            END-PERFORM.                                                00032700
            CLOSE ORDIN.                                                00032800
       APPLY-ONE-ORDER-TRAN.                                            00032900
            ADD 1 TO WS-COUNT-TRANS.                                    00033000
            MOVE SPACES TO WS-REJECT-TEXT.                              00033100
            IF OTR-EMP-ID = SPACES OR OTR-ORDER-NO = SPACES THEN        00033200
               MOVE 'EMPLOYEE OR ORDER MISSING' TO WS-REJECT-TEXT       00033300
            END-IF.                                                     00033400
            IF WS-REJECT-TEXT = SPACES THEN                             00033500
               MOVE OTR-EMP-ID TO GRN-EMP-ID                            00033600
               MOVE OTR-ORDER-NO TO GRN-ORDER-NO                        00033700
               PERFORM READ-ORDER                                       00033800
               EVALUATE TRUE                                            00033900
                   WHEN OTR-ACTION-ADD                                  00034000
                      IF WS-GRN-FOUND THEN                              00034100
                         MOVE 'ORDER ALREADY ON FILE'                   00034200
                            TO WS-REJECT-TEXT                           00034300
                      ELSE                                              00034400
                         PERFORM CHECK-ORDER-TERMS                      00034500
                      END-IF                                            00034600
                   WHEN OTR-ACTION-CHANGE                               00034700
                      IF NOT WS-GRN-FOUND THEN                          00034800
                         MOVE 'ORDER NOT ON FILE' TO WS-REJECT-TEXT     00034900
                      ELSE                                              00035000
                         IF GRN-STATUS-RELEASED THEN                    00035100
                            MOVE 'ORDER ALREADY RELEASED'               00035200
                               TO WS-REJECT-TEXT                        00035300
                         ELSE                                           00035400
                            PERFORM CHECK-ORDER-TERMS                   00035500
                         END-IF                                         00035600
                      END-IF                                            00035700
                   WHEN OTR-ACTION-RELEASE                              00035800
                      IF NOT WS-GRN-FOUND THEN                          00035900
                         MOVE 'ORDER NOT ON FILE' TO WS-REJECT-TEXT     00036000
                      END-IF                                            00036100
                   WHEN OTHER                                           00036200
                      MOVE 'INVALID ACTION' TO WS-REJECT-TEXT           00036300
               END-EVALUATE                                             00036400
            END-IF.                                                     00036500
            IF WS-REJECT-TEXT = SPACES THEN                             00036600
               EVALUATE TRUE                                            00036700
                   WHEN OTR-ACTION-ADD                                  00036800
                      PERFORM ADD-ONE-ORDER                             00036900
                   WHEN OTR-ACTION-CHANGE                               00037000
                      PERFORM CHANGE-ONE-ORDER                          00037100
                   WHEN OTHER                                           00037200
                      PERFORM RELEASE-ONE-ORDER                         00037300
               END-EVALUATE                                             00037400
            END-IF.                                                     00037500
            MOVE SPACES TO RPT-LINE.                                    00037600
            IF WS-REJECT-TEXT = SPACES THEN                             00037700
               STRING OTR-ACTION ' EMP ' OTR-EMP-ID                     00037800
                  ' ORDER ' OTR-ORDER-NO ' APPLIED'                     00037900
                  DELIMITED BY SIZE INTO RPT-LINE                       00038000
               END-STRING                                               00038100
            ELSE                                                        00038200
               ADD 1 TO WS-COUNT-REJECTED                               00038300
               STRING OTR-ACTION ' EMP ' OTR-EMP-ID                     00038400
                  ' ORDER ' OTR-ORDER-NO ' REJECTED: '                  00038500
                  WS-REJECT-TEXT                                        00038600
                  DELIMITED BY SIZE INTO RPT-LINE                       00038700
               END-STRING                                               00038800
            END-IF.                                                     00038900
            WRITE RPT-LINE.                                             00039000
       READ-ORDER.                                                      00039100
            MOVE 'N' TO WS-GRN-FOUND-SW.                                00039200
            READ GARNKSDS                                               00039300
               INVALID KEY                                              00039400
                  CONTINUE                                              00039500
               NOT INVALID KEY                                          00039600
                  SET WS-GRN-FOUND TO TRUE                              00039700
            END-READ.                                                   00039800
       CHECK-ORDER-TERMS.                                               00039900
            IF OTR-CREDITOR-ID = SPACES THEN                            00040000
               MOVE 'CREDITOR MISSING' TO WS-REJECT-TEXT                00040100
            END-IF.                                                     00040200
            IF WS-REJECT-TEXT = SPACES THEN                             00040300
               IF OTR-AMOUNT NOT NUMERIC OR                             00040400
                  OTR-PERCENT NOT NUMERIC OR                            00040500
                  OTR-TOTAL-OWED NOT NUMERIC OR                         00040600
                  OTR-PRIORITY NOT NUMERIC THEN                         00040700
                  MOVE 'TERMS NOT NUMERIC' TO WS-REJECT-TEXT            00040800
               END-IF                                                   00040900
            END-IF.                                                     00041000
            IF WS-REJECT-TEXT = SPACES THEN                             00041100
               EVALUATE OTR-METHOD                                      00041200
                   WHEN 'A'                                             00041300
                      IF OTR-AMOUNT = 0 THEN                            00041400
                         MOVE 'NO AMOUNT PER PERIOD'                    00041500
                            TO WS-REJECT-TEXT                           00041600
                      END-IF                                            00041700
                   WHEN 'P'                                             00041800
                      IF OTR-PERCENT = 0 OR OTR-PERCENT > 100 THEN      00041900
                         MOVE 'PERCENTAGE NOT 0-100'                    00042000
                            TO WS-REJECT-TEXT                           00042100
                      END-IF                                            00042200
                   WHEN OTHER                                           00042300
                      MOVE 'METHOD NOT A OR P' TO WS-REJECT-TEXT        00042400
               END-EVALUATE                                             00042500
            END-IF.                                                     00042600
            IF WS-REJECT-TEXT = SPACES THEN                             00042700
               IF OTR-TOTAL-OWED = 0 THEN                               00042800
                  MOVE 'NO TOTAL OWED' TO WS-REJECT-TEXT                00042900
               END-IF                                                   00043000
            END-IF.                                                     00043100
       ADD-ONE-ORDER.                                                   00043200
            MOVE SPACES TO GRN-REC.                                     00043300
            MOVE OTR-EMP-ID TO GRN-EMP-ID.                              00043400
            MOVE OTR-ORDER-NO TO GRN-ORDER-NO.                          00043500
            PERFORM MOVE-ORDER-TERMS.                                   00043600
            MOVE OTR-TOTAL-OWED TO GRN-BALANCE.                         00043700
            MOVE 0 TO GRN-TAKEN-TO-DATE.                                00043800
            SET GRN-STATUS-ACTIVE TO TRUE.                              00043900
            MOVE 0 TO GRN-LAST-RUN.                                     00044000
            MOVE 0 TO GRN-LAST-TAKEN.                                   00044100
            MOVE 0 TO GRN-LAST-SHORT.                                   00044200
            WRITE GRN-REC                                               00044300
               INVALID KEY                                              00044400
                  MOVE 'CLUSTER WRITE FAILED' TO WS-REJECT-TEXT         00044500
                  ADD 1 TO WS-COUNT-GRN-ERR                             00044600
               NOT INVALID KEY                                          00044700
                  ADD 1 TO WS-COUNT-ADDED                               00044800
            END-WRITE.                                                  00044900
      * A CHANGED TOTAL OWED MOVES THE BALANCE BY THE DIFFERENCE,       00045000
      * SO WHAT HAS ALREADY BEEN TAKEN STAYS TAKEN.                     00045100
       CHANGE-ONE-ORDER.                                                00045200
            COMPUTE WS-NEW-BALANCE = GRN-BALANCE                        00045300
               + OTR-TOTAL-OWED - GRN-TOTAL-OWED.                       00045400
            IF WS-NEW-BALANCE < 0 THEN                                  00045500
               MOVE 0 TO WS-NEW-BALANCE                                 00045600
            END-IF.                                                     00045700
            PERFORM MOVE-ORDER-TERMS.                                   00045800
            MOVE WS-NEW-BALANCE TO GRN-BALANCE.                         00045900
            IF GRN-BALANCE > 0 THEN                                     00046000
               SET GRN-STATUS-ACTIVE TO TRUE                            00046100
            ELSE                                                        00046200
               SET GRN-STATUS-SATISFIED TO TRUE                         00046300
            END-IF.                                                     00046400
            REWRITE GRN-REC                                             00046500
               INVALID KEY                                              00046600
                  MOVE 'CLUSTER REWRITE FAILED' TO WS-REJECT-TEXT       00046700
                  ADD 1 TO WS-COUNT-GRN-ERR                             00046800
               NOT INVALID KEY                                          00046900
                  ADD 1 TO WS-COUNT-CHANGED                             00047000
            END-REWRITE.                                                00047100
       RELEASE-ONE-ORDER.                                               00047200
            SET GRN-STATUS-RELEASED TO TRUE.                            00047300
            REWRITE GRN-REC                                             00047400
               INVALID KEY                                              00047500
                  MOVE 'CLUSTER REWRITE FAILED' TO WS-REJECT-TEXT       00047600
                  ADD 1 TO WS-COUNT-GRN-ERR                             00047700
               NOT INVALID KEY                                          00047800
                  ADD 1 TO WS-COUNT-RELEASED                            00047900
            END-REWRITE.                                                00048000
       MOVE-ORDER-TERMS.                                                00048100
            MOVE OTR-CREDITOR-ID TO GRN-CREDITOR-ID.                    00048200
            MOVE OTR-CREDITOR-NAME TO GRN-CREDITOR-NAME.                00048300
            MOVE OTR-METHOD TO GRN-METHOD.                              00048400
            MOVE OTR-AMOUNT TO GRN-AMOUNT.                              00048500
            MOVE OTR-PERCENT TO GRN-PERCENT.                            00048600
            MOVE OTR-PRIORITY TO GRN-PRIORITY.                          00048700
            MOVE OTR-TOTAL-OWED TO GRN-TOTAL-OWED.                      00048800
       GARNISH-ONE-EMPLOYEE.                                            00048900
            ADD 1 TO WS-COUNT-READ.                                     00049000
            ADD 1 TO WS-CONS-COUNT.                                     00049100
            IF NETI-NET NUMERIC THEN                                    00049200
               ADD NETI-NET TO WS-CONS-SALARY-ACC                       00049300
            END-IF.                                                     00049400
            IF NETI-EMP-ID NUMERIC THEN                                 00049500
               MOVE NETI-EMP-ID TO WS-EMP-ID-NUM                        00049600
               ADD WS-EMP-ID-NUM TO WS-CONS-RECORD-ACC                  00049700
            END-IF.                                                     00049800
            MOVE NETI-REC TO NET-REC.                                   00049900
            MOVE 0 TO WS-EMP-GARNISHED.                                 00050000
            IF NETI-OFF-SEQ NUMERIC AND NETI-OFF-SEQ > 0 THEN           00050100
               ADD 1 TO WS-COUNT-OFFCYCLE                               00050200
            ELSE                                                        00050300
               IF NETI-NET NUMERIC AND NETI-DEDUCT NUMERIC THEN         00050400
                  MOVE NETI-NET TO WS-PRE-NET                           00050500
                  MOVE NETI-NET TO WS-NET-LEFT                          00050600
                  PERFORM LOAD-EMPLOYEE-ORDERS                          00050700
                  IF WS-ORD-COUNT > 0 THEN                              00050800
                     PERFORM WORK-NEXT-ORDER WS-ORD-COUNT TIMES         00050900
                  END-IF                                                00051000
               END-IF                                                   00051100
            END-IF.                                                     00051200
            IF WS-EMP-GARNISHED > 0 THEN                                00051300
               ADD 1 TO WS-COUNT-GARNISHED                              00051400
               ADD WS-EMP-GARNISHED TO NET-DEDUCT                       00051500
               MOVE WS-NET-LEFT TO NET-NET                              00051600
            END-IF.                                                     00051700
            WRITE NET-REC.                                              00051800
            ADD 1 TO WS-COUNT-WRITTEN.                                  00051900
            IF NET-NET NUMERIC THEN                                     00052000
               ADD NET-NET TO WS-PROD-SALARY-ACC                        00052100
            END-IF.                                                     00052200
            IF NET-EMP-ID NUMERIC THEN                                  00052300
               MOVE NET-EMP-ID TO WS-EMP-ID-NUM                         00052400
               ADD WS-EMP-ID-NUM TO WS-PROD-RECORD-ACC                  00052500
            END-IF.                                                     00052600
      * BROWSES THE CLUSTER FROM THE EMPLOYEE'S FIRST KEY AND KEEPS     00052700
      * EVERY ACTIVE ORDER UNTIL THE EMPLOYEE ID CHANGES.               00052800
       LOAD-EMPLOYEE-ORDERS.                                            00052900
            MOVE 0 TO WS-ORD-COUNT.                                     00053000
            MOVE 'N' TO WS-SCAN-EOF-SW.                                 00053100
            MOVE NETI-EMP-ID TO GRN-EMP-ID.                             00053200
            MOVE LOW-VALUES TO GRN-ORDER-NO.                            00053300
            START GARNKSDS KEY >= GRN-KEY                               00053400
               INVALID KEY SET WS-SCAN-EOF TO TRUE                      00053500
            END-START.                                                  00053600
            PERFORM UNTIL WS-SCAN-EOF                                   00053700
               READ GARNKSDS NEXT RECORD                                00053800
                 AT END SET WS-SCAN-EOF TO TRUE                         00053900
                 NOT AT END                                             00054000
                    IF GRN-EMP-ID NOT = NETI-EMP-ID THEN                00054100
                       SET WS-SCAN-EOF TO TRUE                          00054200
                    ELSE                                                00054300
                       IF GRN-STATUS-ACTIVE THEN                        00054400
                          PERFORM LOAD-ONE-ORDER                        00054500
                       END-IF                                           00054600
                    END-IF                                              00054700
               END-READ                                                 00054800
            END-PERFORM.                                                00054900
       LOAD-ONE-ORDER.                                                  00055000
            IF WS-ORD-COUNT < 20 THEN                                   00055100
               ADD 1 TO WS-ORD-COUNT                                    00055200
               SET WS-ORD-IDX TO WS-ORD-COUNT                           00055300
               MOVE GRN-ORDER-NO TO WS-ORD-ORDER-NO (WS-ORD-IDX)        00055400
               MOVE GRN-PRIORITY TO WS-ORD-PRIORITY (WS-ORD-IDX)        00055500
               MOVE 'N' TO WS-ORD-DONE (WS-ORD-IDX)                     00055600
            ELSE                                                        00055700
               ADD 1 TO WS-COUNT-ORDOVER                                00055800
               MOVE SPACES TO RPT-LINE                                  00055900
               STRING 'EMP ' GRN-EMP-ID ' ORDER ' GRN-ORDER-NO          00056000
                  ' NOT WORKED - OVER 20 ACTIVE ORDERS'                 00056100
                  DELIMITED BY SIZE INTO RPT-LINE                       00056200
               END-STRING                                               00056300
               WRITE RPT-LINE                                           00056400
            END-IF.                                                     00056500
      * PICKS THE UNWORKED ORDER WITH THE LOWEST PRIORITY NUMBER -      00056600
      * THE FIRST IN KEY ORDER ON A TIE - AND WORKS IT.                 00056700
       WORK-NEXT-ORDER.                                                 00056800
            MOVE 999 TO WS-BEST-PRIORITY.                               00056900
            PERFORM VARYING WS-ORD-IDX FROM 1 BY 1                      00057000
               UNTIL WS-ORD-IDX > WS-ORD-COUNT                          00057100
               IF WS-ORD-DONE (WS-ORD-IDX) = 'N' AND                    00057200
                  WS-ORD-PRIORITY (WS-ORD-IDX) < WS-BEST-PRIORITY       00057300
                  THEN                                                  00057400
                  MOVE WS-ORD-PRIORITY (WS-ORD-IDX)                     00057500
                     TO WS-BEST-PRIORITY                                00057600
                  SET WS-ORD-SAV TO WS-ORD-IDX                          00057700
               END-IF                                                   00057800
            END-PERFORM.                                                00057900
            SET WS-ORD-IDX TO WS-ORD-SAV.                               00058000
            MOVE 'Y' TO WS-ORD-DONE (WS-ORD-IDX).                       00058100
            MOVE NETI-EMP-ID TO GRN-EMP-ID.                             00058200
            MOVE WS-ORD-ORDER-NO (WS-ORD-IDX) TO GRN-ORDER-NO.          00058300
            PERFORM READ-ORDER.                                         00058400
            IF WS-GRN-FOUND THEN                                        00058500
               PERFORM TAKE-ONE-ORDER                                   00058600
            ELSE                                                        00058700
               ADD 1 TO WS-COUNT-GRN-ERR                                00058800
               DISPLAY 'PGM86 ORDER READ FAILED, STATUS '               00058900
                  WS-GRN-STATUS ' KEY ' GRN-KEY                         00059000
            END-IF.                                                     00059100
      * WHAT THE ORDER WANTS, CAPPED AT ITS BALANCE, IS TAKEN ONLY      00059200
      * AS FAR AS THE NET LEFT STAYS AT OR ABOVE THE PROTECTED          00059300
      * FLOOR.  AN ORDER ALREADY WORKED UNDER THIS RUN NUMBER IS A      00059400
      * RERUN: ITS RECORDED TAKE IS REPEATED AND THE ORDER LEFT         00059500
      * ALONE.                                                          00059600
       TAKE-ONE-ORDER.                                                  00059700
            ADD 1 TO WS-COUNT-ORDERS.                                   00059800
            MOVE SPACES TO WS-REASON-TEXT.                              00059900
            IF WS-NET-LEFT > WS-PROTECTED THEN                          00060000
               COMPUTE WS-AVAILABLE = WS-NET-LEFT - WS-PROTECTED        00060100
            ELSE                                                        00060200
               MOVE 0 TO WS-AVAILABLE                                   00060300
            END-IF.                                                     00060400
            IF GRN-LAST-RUN = WS-RUN-NUMBER THEN                        00060500
               ADD 1 TO WS-COUNT-RERUN                                  00060600
               COMPUTE WS-WANTED = GRN-LAST-TAKEN + GRN-LAST-SHORT      00060700
               MOVE GRN-LAST-TAKEN TO WS-TAKE                           00060800
               MOVE GRN-LAST-SHORT TO WS-SHORT                          00060900
               IF WS-TAKE > WS-NET-LEFT THEN                            00061000
                  MOVE WS-NET-LEFT TO WS-TAKE                           00061100
               END-IF                                                   00061200
               MOVE 'RERUN - RECORDED TAKE REPEATED' TO WS-REASON-TEXT  00061300
            ELSE                                                        00061400
               IF GRN-METHOD-PERCENT THEN                               00061500
                  COMPUTE WS-WANTED ROUNDED =                           00061600
                     WS-PRE-NET * GRN-PERCENT / 100                     00061700
               ELSE                                                     00061800
                  MOVE GRN-AMOUNT TO WS-WANTED                          00061900
               END-IF                                                   00062000
               IF WS-WANTED > GRN-BALANCE THEN                          00062100
                  MOVE GRN-BALANCE TO WS-WANTED                         00062200
               END-IF                                                   00062300
               IF WS-WANTED > WS-AVAILABLE THEN                         00062400
                  MOVE WS-AVAILABLE TO WS-TAKE                          00062500
                  MOVE 'PROTECTED EARNINGS FLOOR' TO WS-REASON-TEXT     00062600
               ELSE                                                     00062700
                  MOVE WS-WANTED TO WS-TAKE                             00062800
               END-IF                                                   00062900
               COMPUTE WS-SHORT = WS-WANTED - WS-TAKE                   00063000
               SUBTRACT WS-TAKE FROM GRN-BALANCE                        00063100
               ADD WS-TAKE TO GRN-TAKEN-TO-DATE                         00063200
               IF GRN-BALANCE = 0 THEN                                  00063300
                  SET GRN-STATUS-SATISFIED TO TRUE                      00063400
                  ADD 1 TO WS-COUNT-SATISFIED                           00063500
                  MOVE 'ORDER SATISFIED' TO WS-REASON-TEXT              00063600
               END-IF                                                   00063700
               MOVE WS-RUN-NUMBER TO GRN-LAST-RUN                       00063800
               MOVE WS-TAKE TO GRN-LAST-TAKEN                           00063900
               MOVE WS-SHORT TO GRN-LAST-SHORT                          00064000
               REWRITE GRN-REC                                          00064100
                  INVALID KEY                                           00064200
                     ADD 1 TO WS-COUNT-GRN-ERR                          00064300
                     DISPLAY 'PGM86 ORDER REWRITE FAILED, STATUS '      00064400
                        WS-GRN-STATUS ' KEY ' GRN-KEY                   00064500
               END-REWRITE                                              00064600
            END-IF.                                                     00064700
            IF WS-SHORT > 0 THEN                                        00064800
               ADD 1 TO WS-COUNT-SHORT                                  00064900
               ADD WS-SHORT TO WS-TOTAL-SHORT                           00065000
            END-IF.                                                     00065100
            IF WS-TAKE > 0 THEN                                         00065200
               SUBTRACT WS-TAKE FROM WS-NET-LEFT                        00065300
               ADD WS-TAKE TO WS-EMP-GARNISHED                          00065400
               ADD WS-TAKE TO WS-TOTAL-TAKEN                            00065500
               PERFORM WRITE-ORDER-OUTPUT                               00065600
            END-IF.                                                     00065700
            PERFORM WRITE-ORDER-LINE.                                   00065800
       WRITE-ORDER-OUTPUT.                                              00065900
            MOVE SPACES TO DED-REC.                                     00066000
            MOVE NETI-EMP-ID TO DED-EMP-ID.                             00066100
            MOVE NETI-DEPT TO DED-DEPT.                                 00066200
            MOVE WS-GARN-CODE TO DED-CODE.                              00066300
            MOVE WS-TAKE TO DED-AMOUNT.                                 00066400
            MOVE 0 TO DED-OFF-SEQ.                                      00066500
            WRITE DED-REC.                                              00066600
            ADD 1 TO WS-COUNT-DED-DTL.                                  00066700
            MOVE SPACES TO REM-REC.                                     00066800
            MOVE GRN-CREDITOR-ID TO REM-CREDITOR-ID.                    00066900
            MOVE GRN-CREDITOR-NAME TO REM-CREDITOR-NAME.                00067000
            MOVE GRN-ORDER-NO TO REM-ORDER-NO.                          00067100
            MOVE GRN-EMP-ID TO REM-EMP-ID.                              00067200
            MOVE WS-TAKE TO REM-AMOUNT.                                 00067300
            MOVE GRN-BALANCE TO REM-BALANCE.                            00067400
            MOVE WS-RUN-NUMBER TO REM-RUN-NUMBER.                       00067500
            WRITE REM-REC.                                              00067600
            ADD 1 TO WS-COUNT-REMIT.                                    00067700
            PERFORM TALLY-CREDITOR-TOTALS.                              00067800
       TALLY-CREDITOR-TOTALS.                                           00067900
            MOVE 'N' TO WS-FOUND-SW.                                    00068000
            IF WS-CRED-COUNT > 0 THEN                                   00068100
               PERFORM VARYING WS-CRED-IDX FROM 1 BY 1                  00068200
                  UNTIL WS-CRED-IDX > WS-CRED-COUNT                     00068300
                     OR WS-ENTRY-FOUND                                  00068400
                  IF WS-CRED-ID (WS-CRED-IDX) = GRN-CREDITOR-ID THEN    00068500
                     SET WS-ENTRY-FOUND TO TRUE                         00068600
                     SET WS-CRED-SAV TO WS-CRED-IDX                     00068700
                  END-IF                                                00068800
               END-PERFORM                                              00068900
            END-IF.                                                     00069000
            IF WS-ENTRY-FOUND THEN                                      00069100
               SET WS-CRED-IDX TO WS-CRED-SAV                           00069200
            ELSE                                                        00069300
               IF WS-CRED-COUNT < 200 THEN                              00069400
                  ADD 1 TO WS-CRED-COUNT                                00069500
                  SET WS-CRED-IDX TO WS-CRED-COUNT                      00069600
                  MOVE GRN-CREDITOR-ID TO WS-CRED-ID (WS-CRED-IDX)      00069700
                  MOVE GRN-CREDITOR-NAME                                00069800
                     TO WS-CRED-NAME (WS-CRED-IDX)                      00069900
                  MOVE 0 TO WS-CRED-ORDERS (WS-CRED-IDX)                00070000
                  MOVE 0 TO WS-CRED-AMOUNT (WS-CRED-IDX)                00070100
                  SET WS-ENTRY-FOUND TO TRUE                            00070200
               ELSE                                                     00070300
                  ADD 1 TO WS-COUNT-CREDOVER                            00070400
               END-IF                                                   00070500
            END-IF.                                                     00070600
            IF WS-ENTRY-FOUND THEN                                      00070700
               ADD 1 TO WS-CRED-ORDERS (WS-CRED-IDX)                    00070800
               ADD WS-TAKE TO WS-CRED-AMOUNT (WS-CRED-IDX)              00070900
            END-IF.                                                     00071000
       WRITE-ORDER-LINE.                                                00071100
            MOVE SPACES TO RPT-LINE.                                    00071200
            STRING 'EMP ' GRN-EMP-ID ' ORDER ' GRN-ORDER-NO             00071300
               ' CREDITOR ' GRN-CREDITOR-ID ' ' WS-REASON-TEXT          00071400
               DELIMITED BY SIZE INTO RPT-LINE                          00071500
            END-STRING.                                                 00071600
            WRITE RPT-LINE.                                             00071700
            MOVE WS-WANTED TO WS-AMOUNT-ED.                             00071800
            MOVE WS-TAKE TO WS-AMOUNT-ED2.                              00071900
            MOVE WS-SHORT TO WS-AMOUNT-ED3.                             00072000
            MOVE GRN-BALANCE TO WS-BALANCE-ED.                          00072100
            MOVE SPACES TO RPT-LINE.                                    00072200
            STRING '   WANTED ' WS-AMOUNT-ED                            00072300
               ' TAKEN ' WS-AMOUNT-ED2                                  00072400
               ' SHORT ' WS-AMOUNT-ED3                                  00072500
               ' BALANCE ' WS-BALANCE-ED                                00072600
               DELIMITED BY SIZE INTO RPT-LINE                          00072700
            END-STRING.                                                 00072800
            WRITE RPT-LINE.                                             00072900
       Z010-WRITE-OUT-HEADER.                                           00073000
            MOVE SPACES TO NET-REC-HT.                                  00073100
            SET HT-IS-HEADER OF NET-REC-HT TO TRUE.                     00073200
            MOVE WS-AUD-START-DATE TO HT-RUN-DATE OF NET-REC-HT.        00073300
            MOVE WS-AUD-START-TIME TO HT-RUN-TIME OF NET-REC-HT.        00073400
            WRITE NET-REC.                                              00073500
            MOVE SPACES TO DED-REC-HT.                                  00073600
            SET HT-IS-HEADER OF DED-REC-HT TO TRUE.                     00073700
            MOVE WS-AUD-START-DATE TO HT-RUN-DATE OF DED-REC-HT.        00073800
            MOVE WS-AUD-START-TIME TO HT-RUN-TIME OF DED-REC-HT.        00073900
            WRITE DED-REC.                                              00074000
            MOVE SPACES TO REM-REC-HT.                                  00074100
            SET HT-IS-HEADER OF REM-REC-HT TO TRUE.                     00074200
            MOVE WS-AUD-START-DATE TO HT-RUN-DATE OF REM-REC-HT.        00074300
            MOVE WS-AUD-START-TIME TO HT-RUN-TIME OF REM-REC-HT.        00074400
            WRITE REM-REC.                                              00074500
       Z020-WRITE-OUT-TRAILER.                                          00074600
            MOVE SPACES TO NET-REC-HT.                                  00074700
            SET HT-IS-TRAILER OF NET-REC-HT TO TRUE.                    00074800
            MOVE WS-COUNT-WRITTEN                                       00074900
               TO HT-RECORD-COUNT OF NET-REC-HT.                        00075000
            WRITE NET-REC.                                              00075100
            MOVE SPACES TO DED-REC-HT.                                  00075200
            SET HT-IS-TRAILER OF DED-REC-HT TO TRUE.                    00075300
            MOVE WS-COUNT-DED-DTL                                       00075400
               TO HT-RECORD-COUNT OF DED-REC-HT.                        00075500
            WRITE DED-REC.                                              00075600
            MOVE SPACES TO REM-REC-HT.                                  00075700
            SET HT-IS-TRAILER OF REM-REC-HT TO TRUE.                    00075800
            MOVE WS-COUNT-REMIT                                         00075900
               TO HT-RECORD-COUNT OF REM-REC-HT.                        00076000
            WRITE REM-REC.                                              00076100
       WRITE-CREDITOR-TOTALS.                                           00076200
            MOVE SPACES TO RPT-LINE.                                    00076300
            MOVE '---- BY CREDITOR ----' TO RPT-LINE.                   00076400
            WRITE RPT-LINE.                                             00076500
            IF WS-CRED-COUNT > 0 THEN                                   00076600
               PERFORM WRITE-ONE-CREDITOR-TOTAL                         00076700
                  VARYING WS-CRED-IDX FROM 1 BY 1                       00076800
                  UNTIL WS-CRED-IDX > WS-CRED-COUNT                     00076900
            END-IF.                                                     00077000
       WRITE-ONE-CREDITOR-TOTAL.                                        00077100
            MOVE WS-CRED-AMOUNT (WS-CRED-IDX) TO WS-TOTAL-ED.           00077200
            MOVE SPACES TO RPT-LINE.                                    00077300
            STRING WS-CRED-ID (WS-CRED-IDX) ' '                         00077400
               WS-CRED-NAME (WS-CRED-IDX)                               00077500
               ' ORDERS ' WS-CRED-ORDERS (WS-CRED-IDX)                  00077600
               ' ' WS-TOTAL-ED                                          00077700
               DELIMITED BY SIZE INTO RPT-LINE                          00077800
            END-STRING.                                                 00077900
            WRITE RPT-LINE.                                             00078000
       WRITE-GARN-SUMMARY.                                              00078100
            MOVE SPACES TO RPT-LINE.                                    00078200
            MOVE '---- SUMMARY ----' TO RPT-LINE.                       00078300
            WRITE RPT-LINE.                                             00078400
            MOVE WS-PROTECTED TO WS-AMOUNT-ED.                          00078500
            MOVE SPACES TO RPT-LINE.                                    00078600
            STRING 'RUN NUMBER         : ' WS-RUN-NUMBER                00078700
               '   PROTECTED FLOOR ' WS-AMOUNT-ED                       00078800
               DELIMITED BY SIZE INTO RPT-LINE                          00078900
            END-STRING.                                                 00079000
            WRITE RPT-LINE.                                             00079100
            MOVE SPACES TO RPT-LINE.                                    00079200
            STRING 'ORDER TRANSACTIONS : ' WS-COUNT-TRANS               00079300
               '  ADDED ' WS-COUNT-ADDED                                00079400
               '  CHANGED ' WS-COUNT-CHANGED                            00079500
               DELIMITED BY SIZE INTO RPT-LINE                          00079600
            END-STRING.                                                 00079700
            WRITE RPT-LINE.                                             00079800
            MOVE SPACES TO RPT-LINE.                                    00079900
            STRING '                     RELEASED ' WS-COUNT-RELEASED   00080000
               '  REJECTED ' WS-COUNT-REJECTED                          00080100
               DELIMITED BY SIZE INTO RPT-LINE                          00080200
            END-STRING.                                                 00080300
            WRITE RPT-LINE.                                             00080400
            MOVE SPACES TO RPT-LINE.                                    00080500
            STRING 'NET RECORDS READ   : ' WS-COUNT-READ                00080600
               '  WRITTEN ' WS-COUNT-WRITTEN                            00080700
               '  OFF-CYCLE ' WS-COUNT-OFFCYCLE                         00080800
               DELIMITED BY SIZE INTO RPT-LINE                          00080900
            END-STRING.                                                 00081000
            WRITE RPT-LINE.                                             00081100
            MOVE SPACES TO RPT-LINE.                                    00081200
            STRING 'EMPLOYEES GARNISHED: ' WS-COUNT-GARNISHED           00081300
               '  ORDERS WORKED ' WS-COUNT-ORDERS                       00081400
               DELIMITED BY SIZE INTO RPT-LINE                          00081500
            END-STRING.                                                 00081600
            WRITE RPT-LINE.                                             00081700
            MOVE SPACES TO RPT-LINE.                                    00081800
            STRING 'ORDERS SHORT       : ' WS-COUNT-SHORT               00081900
               '  SATISFIED ' WS-COUNT-SATISFIED                        00082000
               '  RERUN ' WS-COUNT-RERUN                                00082100
               DELIMITED BY SIZE INTO RPT-LINE                          00082200
            END-STRING.                                                 00082300
            WRITE RPT-LINE.                                             00082400
            IF WS-COUNT-ORDOVER > 0 OR WS-COUNT-CREDOVER > 0 THEN       00082500
               MOVE SPACES TO RPT-LINE                                  00082600
               STRING 'ORDERS NOT WORKED  : ' WS-COUNT-ORDOVER          00082700
                  '  CREDITORS UNTOTALLED ' WS-COUNT-CREDOVER           00082800
                  DELIMITED BY SIZE INTO RPT-LINE                       00082900
               END-STRING                                               00083000
               WRITE RPT-LINE                                           00083100
            END-IF.                                                     00083200
            MOVE WS-TOTAL-TAKEN TO WS-TOTAL-ED.                         00083300
            MOVE SPACES TO RPT-LINE.                                    00083400
            STRING 'TOTAL TAKEN        : ' WS-TOTAL-ED                  00083500
               DELIMITED BY SIZE INTO RPT-LINE                          00083600
            END-STRING.                                                 00083700
            WRITE RPT-LINE.                                             00083800
            MOVE WS-TOTAL-SHORT TO WS-TOTAL-ED.                         00083900
            MOVE SPACES TO RPT-LINE.                                    00084000
            STRING 'TOTAL SHORT        : ' WS-TOTAL-ED                  00084100
               DELIMITED BY SIZE INTO RPT-LINE                          00084200
            END-STRING.                                                 00084300
            WRITE RPT-LINE.                                             00084400
      * AMOUNT-LEVEL BALANCING - ONE CONSUMER RECORD FOR PGM50'S        00084500
      * NET FILE READ AND ONE PRODUCER RECORD FOR THE GARNISHED         00084600
      * NET FILE WRITTEN, BOTH HASHING THE NET AMOUNT.                  00084700
       WRITE-BAL-RECS.                                                  00084800
            OPEN OUTPUT BALOUT.                                         00084900
            MOVE SPACES TO BAL-REC.                                     00085000
            MOVE WS-RUN-NUMBER TO BAL-RUN-NUMBER.                       00085100
            MOVE 'PGM86' TO BAL-STEP-NAME.                              00085200
            SET BAL-ROLE-CONSUMER TO TRUE.                              00085300
            MOVE WS-CONS-COUNT TO BAL-RECORD-COUNT.                     00085400
            MOVE WS-CONS-SALARY-ACC TO BAL-SALARY-HASH.                 00085500
            MOVE WS-CONS-RECORD-ACC TO BAL-RECORD-HASH.                 00085600
            WRITE BAL-REC.                                              00085700
            MOVE SPACES TO BAL-REC.                                     00085800
            MOVE WS-RUN-NUMBER TO BAL-RUN-NUMBER.                       00085900
            MOVE 'PGM86' TO BAL-STEP-NAME.                              00086000
            SET BAL-ROLE-PRODUCER TO TRUE.                              00086100
            MOVE WS-COUNT-WRITTEN TO BAL-RECORD-COUNT.                  00086200
            MOVE WS-PROD-SALARY-ACC TO BAL-SALARY-HASH.                 00086300
            MOVE WS-PROD-RECORD-ACC TO BAL-RECORD-HASH.                 00086400
            WRITE BAL-REC.                                              00086500
            CLOSE BALOUT.                                               00086600

       IDENTIFICATION DIVISION.                                         00000100
       PROGRAM-ID.   PGM109.                                            00000200
      * PERIOD PAYROLL, BANK AND GENERAL-LEDGER THREE-WAY               00000300
      * RECONCILIATION.  RUN AFTER PGM64 HAS JOURNALED THE PERIOD AND   00000400
      * BEFORE THE PERIOD IS CLOSED.  PGM26 PROVES THE RECORD COUNTS    00000500
      * BETWEEN THE STEPS; THIS PROVES THE MONEY.  PER EMPLOYEE IT      00000600
      * TIES -                                                          00000700
      *   GROSS   : THE PGM51 PERIOD PAYROLL FILE (DDPPAYIN) TO THE     00000800
      *             GROSS ON THE FINAL NET-PAY FILE (DDNETIN),          00000900
      *   DEDUCT  : THE DEDUCTION DETAIL (DDDEDIN - PGM50, PGM86 AND    00001000
      *             PGM88) TO THE NET FILE'S DEDUCTED FIGURE,           00001100
      *   NET     : GROSS LESS DEDUCTED TO THE NET FILE'S NET,          00001200
      *   PAID    : THE NET TO THE LIVE PAYMENTS ON THE PGM49 BANK      00001300
      *             FILE (DDPAYIN), ACROSS ALL ACCOUNT SPLITS.          00001400
      * EVERY DIFFERENCE IS LISTED BY EMPLOYEE.  A NET NOT PAID AT      00001500
      * ALL IS EXPLAINED WHEN THE EMPLOYEE IS TERMINATED ON THE         00001600
      * CPFLREC EXTRACT (DDINPUT - PGM49 NEVER PAYS THEM, TRM) OR IS    00001700
      * STILL ACTIVE (PGM49 HELD THEM FOR A MANUAL PAYMENT, HLD);       00001800
      * EVERY OTHER DIFFERENCE IS UNEXPLAINED.                          00001900
      * PER DEPARTMENT IT FOOTS GROSS TO NET TO PAID ON THE HOME        00002000
      * DEPARTMENT, AND PROVES THE PGM64 JOURNAL (DDJRNLIN): EACH       00002100
      * DEPARTMENT'S EXPENSE ENTRY AGAINST ITS GROSS AS PGM64 COSTS     00002200
      * IT - SHARED OVER THE PGM94 SPLIT LINES (DDALLOCIN) WITH THE     00002300
      * LAST LINE TAKING THE ROUNDING - AND THE OFFSET (CASH) ENTRY     00002400
      * AGAINST THE TOTAL GROSS, WHICH LESS THE DEDUCTIONS WITHHELD     00002500
      * MUST BE THE TOTAL NET.  THE BANK FILE'S OWN PAYMENT COUNT AND   00002600
      * AMOUNT (PRENOTES INCLUDED) ARE PROVED AGAINST THE BANK'S        00002700
      * ACKNOWLEDGMENT (DDACKIN, THE CPMANIF SHAPE PGM27 CHECKS); AN    00002800
      * EMPTY ACKNOWLEDGMENT (DD DUMMY UNTIL THE BANK REPLIES) IS A     00002900
      * WARNING.  OFF-CYCLE RECORDS ARE LEFT TO THE OFF-CYCLE RUN AND   00003000
      * COUNTED.  ENDS RC 08 ON ANY UNEXPLAINED DIFFERENCE, SO THE      00003100
      * PERIOD IS NOT CLOSED UNTIL PAYROLL AND FINANCE CLEAR IT, RC 04  00003200
      * WHEN THE ONLY DIFFERENCES ARE EXPLAINED OR THE BANK HAS NOT     00003300
      * YET ACKNOWLEDGED.                                               00003400
       ENVIRONMENT DIVISION.                                            00003500
       INPUT-OUTPUT SECTION.                                            00003600
       FILE-CONTROL.                                                    00003700
                SELECT PPAYIN ASSIGN TO DDPPAYIN                        00003800
                ORGANIZATION IS SEQUENTIAL.                             00003900
                SELECT INFILE ASSIGN TO DDINPUT                         00004000
                ORGANIZATION IS SEQUENTIAL.                             00004100
                SELECT DEDIN ASSIGN TO DDDEDIN                          00004200
                ORGANIZATION IS SEQUENTIAL.                             00004300
                SELECT NETIN ASSIGN TO DDNETIN                          00004400
                ORGANIZATION IS SEQUENTIAL.                             00004500
                SELECT PAYIN ASSIGN TO DDPAYIN                          00004600
                ORGANIZATION IS SEQUENTIAL.                             00004700
                SELECT ACKIN ASSIGN TO DDACKIN                          00004800
                ORGANIZATION IS SEQUENTIAL.                             00004900
                SELECT JRNLIN ASSIGN TO DDJRNLIN                        00005000
                ORGANIZATION IS SEQUENTIAL.                             00005100
                SELECT ALLOCIN ASSIGN TO DDALLOCIN                      00005200
                ORGANIZATION IS SEQUENTIAL.                             00005300
                SELECT RPTFILE ASSIGN TO DDRPTOUT                       00005400
                ORGANIZATION IS SEQUENTIAL.                             00005500
       DATA DIVISION.                                                   00005600
       FILE SECTION.                                                    00005700
       FD PPAYIN                                                        00005800
            RECORDING MODE IS F.                                        00005900
       01 PPAY-REC.                                                     00006000
           05 PPAY-EMP-ID    PIC X(8).                                  00006100
           05 PPAY-DEPT      PIC X(4).                                  00006200
           05 PPAY-PER-START PIC 9(8).                                  00006300
           05 PPAY-PER-END   PIC 9(8).                                  00006400
           05 PPAY-DAYS-PAID PIC 9(3).                                  00006500
           05 PPAY-AMOUNT    PIC 9(8)V99.                               00006600
           05 PPAY-OFF-IND   PIC X(1).                                  00006700
               88 PPAY-OFF-CYCLE   VALUE 'O'.                           00006800
           05 FILLER         PIC X(38).                                 00006900
       01 PPAY-REC-HT REDEFINES PPAY-REC.                               00007000
          COPY CPHDRTRL.                                                00007100
       FD INFILE                                                        00007200
            RECORDING MODE IS F.                                        00007300
       01 FL-REC.                                                       00007400
          COPY CPFLREC.                                                 00007500
       FD DEDIN                                                         00007600
            RECORDING MODE IS F.                                        00007700
       01 DED-REC.                                                      00007800
           05 DED-EMP-ID  PIC X(8).                                     00007900
           05 DED-DEPT    PIC X(4).                                     00008000
           05 DED-CODE    PIC X(2).                                     00008100
           05 DED-AMOUNT  PIC 9(8)V99.                                  00008200
           05 DED-OFF-SEQ PIC 9(4).                                     00008300
           05 FILLER      PIC X(52).                                    00008400
       01 DED-REC-HT REDEFINES DED-REC.                                 00008500
          COPY CPHDRTRL.                                                00008600
       FD NETIN                                                         00008700
            RECORDING MODE IS F.                                        00008800
       01 NET-REC.                                                      00008900
           05 NET-EMP-ID  PIC X(8).                                     00009000
           05 NET-DEPT    PIC X(4).                                     00009100
           05 NET-GROSS   PIC 9(8)V99.                                  00009200
           05 NET-DEDUCT  PIC 9(8)V99.                                  00009300
           05 NET-NET     PIC 9(8)V99.                                  00009400
           05 NET-OFF-SEQ PIC 9(4).                                     00009500
           05 FILLER      PIC X(34).                                    00009600
       01 NET-REC-HT REDEFINES NET-REC.                                 00009700
          COPY CPHDRTRL.                                                00009800
       FD PAYIN                                                         00009900
            RECORDING MODE IS F.                                        00010000
       01 PAY-REC.                                                      00010100
           05 PAY-EMP-ID   PIC X(8).                                    00010200
           05 PAY-NAME     PIC X(20).                                   00010300
           05 PAY-AMOUNT   PIC 9(9)V99.                                 00010400
           05 PAY-VAL-DATE PIC 9(8).                                    00010500
           05 PAY-TYPE     PIC X(1).                                    00010600
               88 PAY-TYPE-LIVE    VALUE 'P'.                           00010700
               88 PAY-TYPE-PRENOTE VALUE 'N'.                           00010800
           05 PAY-ROUTING  PIC X(9).                                    00010900
           05 PAY-ACCOUNT  PIC X(17).                                   00011000
           05 PAY-SPLIT-SEQ PIC 9(1).                                   00011100
           05 FILLER       PIC X(5).                                    00011200
       01 PAY-REC-HT REDEFINES PAY-REC.                                 00011300
          COPY CPHDRTRL.                                                00011400
       FD ACKIN                                                         00011500
            RECORDING MODE IS F.                                        00011600
       01 ACK-REC.                                                      00011700
          COPY CPMANIF.                                                 00011800
       FD JRNLIN                                                        00011900
            RECORDING MODE IS F.                                        00012000
       01 JRN-REC.                                                      00012100
           05 JRN-ACCOUNT PIC X(8).                                     00012200
           05 JRN-DRCR    PIC X(1).                                     00012300
               88 JRN-DEBIT  VALUE 'D'.                                 00012400
               88 JRN-CREDIT VALUE 'C'.                                 00012500
           05 JRN-AMOUNT  PIC 9(11)V99.                                 00012600
           05 JRN-DEPT    PIC X(4).                                     00012700
           05 JRN-SOURCE  PIC X(8).                                     00012800
           05 FILLER      PIC X(46).                                    00012900
       FD ALLOCIN                                                       00013000
            RECORDING MODE IS F.                                        00013100
       01 AL-REC.                                                       00013200
          COPY CPALLOC.                                                 00013300
       FD RPTFILE                                                       00013400
            RECORDING MODE IS F.                                        00013500
       01 RPT-LINE PIC X(80).                                           00013600
       WORKING-STORAGE SECTION.                                         00013700
       01 WS-FL-REC.                                                    00013800
          COPY CPFLREC.                                                 00013900
       01 WS-FL-REC-HT REDEFINES WS-FL-REC.                             00014000
          COPY CPHDRTRL.                                                00014100
       01 WS-FL-REC-ST REDEFINES WS-FL-REC.                             00014200
          COPY CPFLSTAT.                                                00014300
       01 WS-PPAY-EOF-SW PIC X(1) VALUE 'N'.                            00014400
           88 WS-PPAY-EOF      VALUE 'Y'.                               00014500
       01 WS-EXT-EOF-SW PIC X(1) VALUE 'N'.                             00014600
           88 WS-EXT-EOF       VALUE 'Y'.                               00014700
       01 WS-DED-EOF-SW PIC X(1) VALUE 'N'.                             00014800
           88 WS-DED-EOF       VALUE 'Y'.                               00014900
       01 WS-NET-EOF-SW PIC X(1) VALUE 'N'.                             00015000
           88 WS-NET-EOF       VALUE 'Y'.                               00015100
       01 WS-PAY-EOF-SW PIC X(1) VALUE 'N'.                             00015200
           88 WS-PAY-EOF       VALUE 'Y'.                               00015300
       01 WS-ACK-EOF-SW PIC X(1) VALUE 'N'.                             00015400
           88 WS-ACK-EOF       VALUE 'Y'.                               00015500
       01 WS-JRN-EOF-SW PIC X(1) VALUE 'N'.                             00015600
           88 WS-JRN-EOF       VALUE 'Y'.                               00015700
       01 WS-AL-EOF-SW PIC X(1) VALUE 'N'.                              00015800
           88 WS-AL-EOF        VALUE 'Y'.                               00015900
       01 WS-ACK-SW PIC X(1) VALUE 'N'.                                 00016000
           88 WS-ACK-RECEIVED  VALUE 'Y'.                               00016100
       01 WS-FOUND-SW PIC X(1) VALUE 'N'.                               00016200
           88 WS-ENTRY-FOUND   VALUE 'Y'.                               00016300
       01 WS-PER-START PIC 9(8) VALUE 0.                                00016400
       01 WS-PER-END   PIC 9(8) VALUE 0.                                00016500
      * ONE ROW PER EMPLOYEE SEEN ON ANY OF THE FOUR PAY FILES.         00016600
       01 WS-EMP-COUNT PIC 9(4) COMP VALUE 0.                           00016700
       01 WS-EMP-TABLE.                                                 00016800
           05 WS-EMP-ENTRY OCCURS 5000 TIMES                            00016900
                            INDEXED BY WS-EMP-IDX WS-EMP-SAV.           00017000
               10 WS-EMP-ID        PIC X(8).                            00017100
               10 WS-EMP-DEPT      PIC X(4).                            00017200
               10 WS-EMP-GROSS     PIC 9(8)V99.                         00017300
               10 WS-EMP-DED-DTL   PIC 9(8)V99.                         00017400
               10 WS-EMP-NET-GROSS PIC 9(8)V99.                         00017500
               10 WS-EMP-NET-DED   PIC 9(8)V99.                         00017600
               10 WS-EMP-NET       PIC 9(8)V99.                         00017700
               10 WS-EMP-PAID      PIC 9(9)V99.                         00017800
               10 WS-EMP-PPAY-SW   PIC X(1).                            00017900
                   88 WS-EMP-ON-PAYROLL  VALUE 'Y'.                     00018000
               10 WS-EMP-NET-SW    PIC X(1).                            00018100
                   88 WS-EMP-ON-NET      VALUE 'Y'.                     00018200
       01 WS-TRM-COUNT PIC 9(4) COMP VALUE 0.                           00018300
       01 WS-TRM-TABLE.                                                 00018400
           05 WS-TRM-EMP-ID PIC X(8) OCCURS 2000 TIMES                  00018500
                             INDEXED BY WS-TRM-IDX.                     00018600
       01 WS-ALC-COUNT PIC 9(4) COMP VALUE 0.                           00018700
       01 WS-ALC-TABLE.                                                 00018800
           05 WS-ALC-ENTRY OCCURS 3000 TIMES                            00018900
                            INDEXED BY WS-ALC-IDX.                      00019000
               10 WS-ALC-EMP-ID  PIC X(8).                              00019100
               10 WS-ALC-DEPT    PIC X(4).                              00019200
               10 WS-ALC-PCT     PIC 9(3)V99.                           00019300
      * HOME-DEPARTMENT MONEY TRAIL AND THE GL VIEW OF EACH DEPARTMENT  00019400
      * - WHAT PGM64 SHOULD HAVE POSTED (ALLOCATED GROSS) AND WHAT IT   00019500
      * DID POST (DEBITS LESS CREDITS ON THE DEPARTMENT'S ENTRIES).     00019600
       01 WS-DEPT-COUNT PIC 9(3) COMP VALUE 0.                          00019700
       01 WS-DEPT-TABLE.                                                00019800
           05 WS-DEPT-ENTRY OCCURS 100 TIMES                            00019900
                             INDEXED BY WS-DEPT-IDX WS-DEPT-SAV.        00020000
               10 WS-DEPT-CODE     PIC X(4).                            00020100
               10 WS-DEPT-GROSS    PIC 9(11)V99.                        00020200
               10 WS-DEPT-DEDUCT   PIC 9(11)V99.                        00020300
               10 WS-DEPT-NET      PIC 9(11)V99.                        00020400
               10 WS-DEPT-PAID     PIC 9(11)V99.                        00020500
               10 WS-DEPT-ALLOC    PIC S9(11)V99.                       00020600
               10 WS-DEPT-GL       PIC S9(11)V99.                       00020700
       01 WS-WORK-DEPT   PIC X(4) VALUE SPACES.                         00020800
       01 WS-WORK-EMP-ID PIC X(8) VALUE SPACES.                         00020900
       01 WS-WORK-AMOUNT PIC S9(11)V99 VALUE 0.                         00021000
       01 WS-COST-AMOUNT PIC S9(11)V99 VALUE 0.                         00021100
       01 WS-COST-LEFT   PIC S9(11)V99 VALUE 0.                         00021200
       01 WS-EMP-LINES   PIC 9(4) VALUE 0.                              00021300
       01 WS-LINES-DONE  PIC 9(4) VALUE 0.                              00021400
      * THE DIFFERENCE BEING LISTED.                                    00021500
       01 WS-DIF-KIND     PIC X(18) VALUE SPACES.                       00021600
       01 WS-DIF-EXPECTED PIC S9(11)V99 VALUE 0.                        00021700
       01 WS-DIF-ACTUAL   PIC S9(11)V99 VALUE 0.                        00021800
       01 WS-DIF-NOTE     PIC X(12) VALUE SPACES.                       00021900
       01 WS-DIF-FOOT     PIC S9(11)V99 VALUE 0.                        00022000
       01 WS-PROOF-TEXT   PIC X(28) VALUE SPACES.                       00022100
       01 WS-EXPECTED-ED  PIC -ZZ,ZZZ,ZZ9.99.                           00022200
       01 WS-ACTUAL-ED    PIC -ZZ,ZZZ,ZZ9.99.                           00022300
       01 WS-COL1-ED      PIC -Z,ZZZ,ZZZ,ZZ9.99.                        00022400
       01 WS-COL2-ED      PIC -Z,ZZZ,ZZZ,ZZ9.99.                        00022500
       01 WS-COL3-ED      PIC -Z,ZZZ,ZZZ,ZZ9.99.                        00022600
       01 WS-COL4-ED      PIC -Z,ZZZ,ZZZ,ZZ9.99.                        00022700
       01 WS-TOTAL-ED     PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.                      00022800
       01 WS-COUNT-PAYEES    PIC 9(7) VALUE 0.                          00022900
       01 WS-COUNT-OFFSKIP   PIC 9(7) VALUE 0.                          00023000
       01 WS-COUNT-PAYMENTS  PIC 9(7) VALUE 0.                          00023100
       01 WS-COUNT-UNMATCHED PIC 9(7) VALUE 0.                          00023200
       01 WS-COUNT-EXPLAINED PIC 9(7) VALUE 0.                          00023300
       01 WS-COUNT-EMPOVER   PIC 9(7) VALUE 0.                          00023400
       01 WS-TOTAL-GROSS     PIC 9(13)V99 VALUE 0.                      00023500
       01 WS-TOTAL-DEDUCT    PIC 9(13)V99 VALUE 0.                      00023600
       01 WS-TOTAL-NET       PIC 9(13)V99 VALUE 0.                      00023700
       01 WS-TOTAL-PAID      PIC 9(13)V99 VALUE 0.                      00023800
       01 WS-TOTAL-UNPAID    PIC 9(13)V99 VALUE 0.                      00023900
       01 WS-TOTAL-FILE-AMT  PIC 9(13)V99 VALUE 0.                      00024000
       01 WS-TOTAL-GL-DEPT   PIC S9(13)V99 VALUE 0.                     00024100
       01 WS-TOTAL-GL-CASH   PIC S9(13)V99 VALUE 0.                     00024200
       01 WS-TOTAL-GL-DEBITS  PIC 9(13)V99 VALUE 0.                     00024300
       01 WS-TOTAL-GL-CREDITS PIC 9(13)V99 VALUE 0.                     00024400
       01 WS-RETCD.                                                     00024500
           COPY CPRETCD.                                                00024600
       PROCEDURE DIVISION.                                              00024700
       MAIN-ROUTINE.                                                    00024800
            PERFORM LOAD-ALLOCATION-LINES.                              00024900
            PERFORM LOAD-TERMINATED-EMPLOYEES.                          00025000
            PERFORM LOAD-PERIOD-PAYROLL.                                00025100
            PERFORM LOAD-DEDUCTION-DETAIL.                              00025200
            PERFORM LOAD-NET-PAY.                                       00025300
            PERFORM LOAD-BANK-PAYMENTS.                                 00025400
            PERFORM LOAD-BANK-ACKNOWLEDGMENT.                           00025500
            PERFORM LOAD-GL-JOURNAL.                                    00025600
            OPEN OUTPUT RPTFILE.                                        00025700
            MOVE SPACES TO RPT-LINE.                                    00025800
            MOVE '---- PGM109 PAYROLL / BANK / GL RECONCILIATION ----'  00025900
               TO RPT-LINE.                                             00026000
            WRITE RPT-LINE.                                             00026100
            MOVE SPACES TO RPT-LINE.                                    00026200
            STRING 'PERIOD     : ' WS-PER-START ' - ' WS-PER-END        00026300
               DELIMITED BY SIZE INTO RPT-LINE                          00026400
            END-STRING.                                                 00026500
            WRITE RPT-LINE.                                             00026600
            MOVE SPACES TO RPT-LINE.                                    00026700
            WRITE RPT-LINE.                                             00026800
            MOVE 'EMPLOYEE DIFFERENCES' TO RPT-LINE.                    00026900
            WRITE RPT-LINE.                                             00027000
            MOVE SPACES TO RPT-LINE.                                    00027100
            STRING 'EMP ID   DEPT DIFFERENCE              EXPECTED'     00027200
               '         ACTUAL  NOTE'                                  00027300
               DELIMITED BY SIZE INTO RPT-LINE                          00027400
            END-STRING.                                                 00027500
            WRITE RPT-LINE.                                             00027600
            IF WS-EMP-COUNT > 0 THEN                                    00027700
               PERFORM CHECK-ONE-EMPLOYEE                               00027800
                  VARYING WS-EMP-IDX FROM 1 BY 1                        00027900
                  UNTIL WS-EMP-IDX > WS-EMP-COUNT                       00028000
            END-IF.                                                     00028100
            PERFORM WRITE-DEPT-PAY-TRAIL.                               00028200
            PERFORM WRITE-DEPT-GL-PROOF.                                00028300
            PERFORM WRITE-TOTAL-PROOF.                                  00028400
            PERFORM WRITE-BANK-ACK-PROOF.                               00028500
            PERFORM WRITE-RECON-SUMMARY.                                00028600
            CLOSE RPTFILE.                                              00028700
            MOVE WS-RETURN-CODE TO RETURN-CODE.                         00028800
            GOBACK.                                                     00028900
       LOAD-ALLOCATION-LINES.                                           00029000
            OPEN INPUT ALLOCIN.                                         00029100
            PERFORM UNTIL WS-AL-EOF                                     00029200
               READ ALLOCIN                                             00029300
                 AT END SET WS-AL-EOF TO TRUE                           00029400
                 NOT AT END                                             00029500
                    IF AL-EMP-ID NOT = SPACES AND                       00029600
                       WS-ALC-COUNT < 3000 THEN                         00029700
                       ADD 1 TO WS-ALC-COUNT                            00029800
                       SET WS-ALC-IDX TO WS-ALC-COUNT                   00029900
                       MOVE AL-EMP-ID TO WS-ALC-EMP-ID (WS-ALC-IDX)     00030000
                       MOVE AL-DEPT TO WS-ALC-DEPT (WS-ALC-IDX)         00030100
                       MOVE AL-PCT TO WS-ALC-PCT (WS-ALC-IDX)           00030200
                    END-IF                                              00030300
               END-READ                                                 00030400
            END-PERFORM.                                                00030500
            CLOSE ALLOCIN.                                              00030600
       LOAD-TERMINATED-EMPLOYEES.                                       00030700
            OPEN INPUT INFILE.                                          00030800
            PERFORM UNTIL WS-EXT-EOF                                    00030900
               READ INFILE INTO WS-FL-REC                               00031000
                 AT END SET WS-EXT-EOF TO TRUE                          00031100
                 NOT AT END                                             00031200
                    IF HT-IS-HEADER OF WS-FL-REC-HT OR                  00031300
                       HT-IS-TRAILER OF WS-FL-REC-HT THEN               00031400
                       CONTINUE                                         00031500
                    ELSE                                                00031600
                       IF FL-STATUS-TERMINATED OF WS-FL-REC-ST AND      00031700
                          WS-TRM-COUNT < 2000 THEN                      00031800
                          ADD 1 TO WS-TRM-COUNT                         00031900
                          SET WS-TRM-IDX TO WS-TRM-COUNT                00032000
                          MOVE FL-EMP-ID OF WS-FL-REC                   00032100
                             TO WS-TRM-EMP-ID (WS-TRM-IDX)              00032200
                       END-IF                                           00032300
                    END-IF                                              00032400
               END-READ                                                 00032500
            END-PERFORM.                                                00032600
            CLOSE INFILE.                                               00032700
      * EACH PAYEE'S GROSS IS ALSO COSTED TO THE DEPARTMENTS THE WAY    00032800
      * PGM64 COSTS IT, SO THE JOURNAL CAN BE PROVED DEPARTMENT BY      00032900
      * DEPARTMENT.                                                     00033000
       LOAD-PERIOD-PAYROLL.                                             00033100
            OPEN INPUT PPAYIN.                                          00033200
            PERFORM UNTIL WS-PPAY-EOF                                   00033300
               READ PPAYIN                                              00033400
                 AT END SET WS-PPAY-EOF TO TRUE                         00033500
                 NOT AT END                                             00033600
                    IF HT-IS-HEADER OF PPAY-REC-HT OR                   00033700
                       HT-IS-TRAILER OF PPAY-REC-HT THEN                00033800
                       CONTINUE                                         00033900
                    ELSE                                                00034000
                       IF PPAY-OFF-CYCLE THEN                           00034100
                          ADD 1 TO WS-COUNT-OFFSKIP                     00034200
                       ELSE                                             00034300
                          PERFORM LOAD-ONE-PAYEE                        00034400
                       END-IF                                           00034500
                    END-IF                                              00034600
               END-READ                                                 00034700
            END-PERFORM.                                                00034800
            CLOSE PPAYIN.                                               00034900
       LOAD-ONE-PAYEE.                                                  00035000
            ADD 1 TO WS-COUNT-PAYEES.                                   00035100
            IF WS-PER-START = 0 THEN                                    00035200
               MOVE PPAY-PER-START TO WS-PER-START                      00035300
               MOVE PPAY-PER-END TO WS-PER-END                          00035400
            END-IF.                                                     00035500
            MOVE PPAY-EMP-ID TO WS-WORK-EMP-ID.                         00035600
            PERFORM FIND-EMP-ENTRY.                                     00035700
            IF WS-ENTRY-FOUND THEN                                      00035800
               MOVE PPAY-DEPT TO WS-EMP-DEPT (WS-EMP-IDX)               00035900
               ADD PPAY-AMOUNT TO WS-EMP-GROSS (WS-EMP-IDX)             00036000
               SET WS-EMP-ON-PAYROLL (WS-EMP-IDX) TO TRUE               00036100
            END-IF.                                                     00036200
            MOVE PPAY-AMOUNT TO WS-COST-AMOUNT.                         00036300
            MOVE PPAY-DEPT TO WS-WORK-DEPT.                             00036400
            PERFORM COST-ONE-EMPLOYEE.                                  00036500
       COST-ONE-EMPLOYEE.                                               00036600
            MOVE WS-COST-AMOUNT TO WS-WORK-AMOUNT.                      00036700
            MOVE 0 TO WS-EMP-LINES.                                     00036800
            IF WS-ALC-COUNT > 0 THEN                                    00036900
               PERFORM VARYING WS-ALC-IDX FROM 1 BY 1                   00037000
                  UNTIL WS-ALC-IDX > WS-ALC-COUNT                       00037100
                  IF WS-ALC-EMP-ID (WS-ALC-IDX) = WS-WORK-EMP-ID THEN   00037200
                     ADD 1 TO WS-EMP-LINES                              00037300
                  END-IF                                                00037400
               END-PERFORM                                              00037500
            END-IF.                                                     00037600
            IF WS-EMP-LINES = 0 THEN                                    00037700
               PERFORM TALLY-ALLOC-COST                                 00037800
            ELSE                                                        00037900
               MOVE WS-COST-AMOUNT TO WS-COST-LEFT                      00038000
               MOVE 0 TO WS-LINES-DONE                                  00038100
               PERFORM SHARE-ONE-LINE                                   00038200
                  VARYING WS-ALC-IDX FROM 1 BY 1                        00038300
                  UNTIL WS-ALC-IDX > WS-ALC-COUNT                       00038400
            END-IF.                                                     00038500
       SHARE-ONE-LINE.                                                  00038600
            IF WS-ALC-EMP-ID (WS-ALC-IDX) = WS-WORK-EMP-ID THEN         00038700
               ADD 1 TO WS-LINES-DONE                                   00038800
               IF WS-LINES-DONE = WS-EMP-LINES THEN                     00038900
                  MOVE WS-COST-LEFT TO WS-WORK-AMOUNT                   00039000
               ELSE                                                     00039100
                  COMPUTE WS-WORK-AMOUNT ROUNDED =                      00039200
                     WS-COST-AMOUNT * WS-ALC-PCT (WS-ALC-IDX) / 100     00039300
                  SUBTRACT WS-WORK-AMOUNT FROM WS-COST-LEFT             00039400
               END-IF                                                   00039500
               MOVE WS-ALC-DEPT (WS-ALC-IDX) TO WS-WORK-DEPT            00039600
               PERFORM TALLY-ALLOC-COST                                 00039700
            END-IF.                                                     00039800
       TALLY-ALLOC-COST.                                                00039900
            PERFORM FIND-DEPT-ENTRY.                                    00040000
            IF WS-ENTRY-FOUND THEN                                      00040100
               ADD WS-WORK-AMOUNT TO WS-DEPT-ALLOC (WS-DEPT-IDX)        00040200
            END-IF.                                                     00040300
       LOAD-DEDUCTION-DETAIL.                                           00040400
            OPEN INPUT DEDIN.                                           00040500
            PERFORM UNTIL WS-DED-EOF                                    00040600
               READ DEDIN                                               00040700
                 AT END SET WS-DED-EOF TO TRUE                          00040800
                 NOT AT END                                             00040900
                    IF HT-IS-HEADER OF DED-REC-HT OR                    00041000
                       HT-IS-TRAILER OF DED-REC-HT THEN                 00041100
                       CONTINUE                                         00041200
                    ELSE                                                00041300
                       IF DED-OFF-SEQ = 0 THEN                          00041400
                          MOVE DED-EMP-ID TO WS-WORK-EMP-ID             00041500
                          PERFORM FIND-EMP-ENTRY                        00041600
                          IF WS-ENTRY-FOUND THEN                        00041700
                             ADD DED-AMOUNT                             00041800
                                TO WS-EMP-DED-DTL (WS-EMP-IDX)          00041900
                          END-IF                                        00042000
                       END-IF                                           00042100
                    END-IF                                              00042200
               END-READ                                                 00042300
            END-PERFORM.                                                00042400
            CLOSE DEDIN.                                                00042500
       LOAD-NET-PAY.                                                    00042600
            OPEN INPUT NETIN.                                           00042700
            PERFORM UNTIL WS-NET-EOF                                    00042800
               READ NETIN                                               00042900
                 AT END SET WS-NET-EOF TO TRUE                          00043000
                 NOT AT END                                             00043100
                    IF HT-IS-HEADER OF NET-REC-HT OR                    00043200
                       HT-IS-TRAILER OF NET-REC-HT THEN                 00043300
                       CONTINUE                                         00043400
                    ELSE                                                00043500
                       IF NET-OFF-SEQ = 0 THEN                          00043600
                          MOVE NET-EMP-ID TO WS-WORK-EMP-ID             00043700
                          PERFORM FIND-EMP-ENTRY                        00043800
                          IF WS-ENTRY-FOUND THEN                        00043900
                             ADD NET-GROSS                              00044000
                                TO WS-EMP-NET-GROSS (WS-EMP-IDX)        00044100
                             ADD NET-DEDUCT                             00044200
                                TO WS-EMP-NET-DED (WS-EMP-IDX)          00044300
                             ADD NET-NET TO WS-EMP-NET (WS-EMP-IDX)     00044400
                             SET WS-EMP-ON-NET (WS-EMP-IDX) TO TRUE     00044500
                             IF WS-EMP-DEPT (WS-EMP-IDX) = SPACES       00044600
                                MOVE NET-DEPT                           00044700
                                   TO WS-EMP-DEPT (WS-EMP-IDX)          00044800
                             END-IF                                     00044900
                          END-IF                                        00045000
                       END-IF                                           00045100
                    END-IF                                              00045200
               END-READ                                                 00045300
            END-PERFORM.                                                00045400
            CLOSE NETIN.                                                00045500
      * PRENOTES CARRY NO MONEY BUT ARE PART OF WHAT THE BANK COUNTS.   00045600
       LOAD-BANK-PAYMENTS.                                              00045700
            OPEN INPUT PAYIN.                                           00045800
            PERFORM UNTIL WS-PAY-EOF                                    00045900
               READ PAYIN                                               00046000
                 AT END SET WS-PAY-EOF TO TRUE                          00046100
                 NOT AT END                                             00046200
                    IF HT-IS-HEADER OF PAY-REC-HT OR                    00046300
                       HT-IS-TRAILER OF PAY-REC-HT THEN                 00046400
                       CONTINUE                                         00046500
                    ELSE                                                00046600
                       ADD 1 TO WS-COUNT-PAYMENTS                       00046700
                       ADD PAY-AMOUNT TO WS-TOTAL-FILE-AMT              00046800
                       IF PAY-TYPE-LIVE THEN                            00046900
                          MOVE PAY-EMP-ID TO WS-WORK-EMP-ID             00047000
                          PERFORM FIND-EMP-ENTRY                        00047100
                          IF WS-ENTRY-FOUND THEN                        00047200
                             ADD PAY-AMOUNT                             00047300
                                TO WS-EMP-PAID (WS-EMP-IDX)             00047400
                          END-IF                                        00047500
                       END-IF                                           00047600
                    END-IF                                              00047700
               END-READ                                                 00047800
            END-PERFORM.                                                00047900
            CLOSE PAYIN.                                                00048000
       LOAD-BANK-ACKNOWLEDGMENT.                                        00048100
            OPEN INPUT ACKIN.                                           00048200
            READ ACKIN                                                  00048300
              AT END SET WS-ACK-EOF TO TRUE                             00048400
              NOT AT END SET WS-ACK-RECEIVED TO TRUE                    00048500
            END-READ.                                                   00048600
            CLOSE ACKIN.                                                00048700
      * THE OFFSET ENTRY IS THE ONE PGM64 POSTS WITH NO DEPARTMENT.     00048800
       LOAD-GL-JOURNAL.                                                 00048900
            OPEN INPUT JRNLIN.                                          00049000
            PERFORM UNTIL WS-JRN-EOF                                    00049100
               READ JRNLIN                                              00049200
                 AT END SET WS-JRN-EOF TO TRUE                          00049300
                 NOT AT END                                             00049400
                    PERFORM LOAD-ONE-JOURNAL-ENTRY                      00049500
               END-READ                                                 00049600
            END-PERFORM.                                                00049700
            CLOSE JRNLIN.                                               00049800
       LOAD-ONE-JOURNAL-ENTRY.                                          00049900
            IF JRN-DEBIT THEN                                           00050000
               ADD JRN-AMOUNT TO WS-TOTAL-GL-DEBITS                     00050100
               MOVE JRN-AMOUNT TO WS-WORK-AMOUNT                        00050200
            ELSE                                                        00050300
               ADD JRN-AMOUNT TO WS-TOTAL-GL-CREDITS                    00050400
               COMPUTE WS-WORK-AMOUNT = 0 - JRN-AMOUNT                  00050500
            END-IF.                                                     00050600
            IF JRN-DEPT = SPACES THEN                                   00050700
               SUBTRACT WS-WORK-AMOUNT FROM WS-TOTAL-GL-CASH            00050800
            ELSE                                                        00050900
               ADD WS-WORK-AMOUNT TO WS-TOTAL-GL-DEPT                   00051000
               MOVE JRN-DEPT TO WS-WORK-DEPT                            00051100
               PERFORM FIND-DEPT-ENTRY                                  00051200
               IF WS-ENTRY-FOUND THEN                                   00051300
                  ADD WS-WORK-AMOUNT TO WS-DEPT-GL (WS-DEPT-IDX)        00051400
               END-IF                                                   00051500
            END-IF.                                                     00051600
       FIND-EMP-ENTRY.                                                  00051700
            MOVE 'N' TO WS-FOUND-SW.                                    00051800
            IF WS-EMP-COUNT > 0 THEN                                    00051900
               PERFORM VARYING WS-EMP-IDX FROM 1 BY 1                   00052000
                  UNTIL WS-EMP-IDX > WS-EMP-COUNT                       00052100
                     OR WS-ENTRY-FOUND                                  00052200
                  IF WS-EMP-ID (WS-EMP-IDX) = WS-WORK-EMP-ID THEN       00052300
                     SET WS-ENTRY-FOUND TO TRUE                         00052400
                     SET WS-EMP-SAV TO WS-EMP-IDX                       00052500
                  END-IF                                                00052600
               END-PERFORM                                              00052700
               IF WS-ENTRY-FOUND THEN                                   00052800
                  SET WS-EMP-IDX TO WS-EMP-SAV                          00052900
               END-IF                                                   00053000
            END-IF.                                                     00053100
            IF NOT WS-ENTRY-FOUND THEN                                  00053200
               IF WS-EMP-COUNT < 5000 THEN                              00053300
                  ADD 1 TO WS-EMP-COUNT                                 00053400
                  SET WS-EMP-IDX TO WS-EMP-COUNT                        00053500
                  MOVE WS-WORK-EMP-ID TO WS-EMP-ID (WS-EMP-IDX)         00053600
                  MOVE SPACES TO WS-EMP-DEPT (WS-EMP-IDX)               00053700
                  MOVE 0 TO WS-EMP-GROSS (WS-EMP-IDX)                   00053800
                  MOVE 0 TO WS-EMP-DED-DTL (WS-EMP-IDX)                 00053900
                  MOVE 0 TO WS-EMP-NET-GROSS (WS-EMP-IDX)               00054000
                  MOVE 0 TO WS-EMP-NET-DED (WS-EMP-IDX)                 00054100
                  MOVE 0 TO WS-EMP-NET (WS-EMP-IDX)                     00054200
                  MOVE 0 TO WS-EMP-PAID (WS-EMP-IDX)                    00054300
                  MOVE 'N' TO WS-EMP-PPAY-SW (WS-EMP-IDX)               00054400
                  MOVE 'N' TO WS-EMP-NET-SW (WS-EMP-IDX)                00054500
                  SET WS-ENTRY-FOUND TO TRUE                            00054600
               ELSE                                                     00054700
                  ADD 1 TO WS-COUNT-EMPOVER                             00054800
               END-IF                                                   00054900
            END-IF.                                                     00055000
       FIND-DEPT-ENTRY.                                                 00055100
            MOVE 'N' TO WS-FOUND-SW.                                    00055200
            IF WS-DEPT-COUNT > 0 THEN                                   00055300
               PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1                  00055400
                  UNTIL WS-DEPT-IDX > WS-DEPT-COUNT                     00055500
                     OR WS-ENTRY-FOUND                                  00055600
                  IF WS-DEPT-CODE (WS-DEPT-IDX) =                       00055700
                     WS-WORK-DEPT THEN                                  00055800
                     SET WS-ENTRY-FOUND TO TRUE                         00055900
                     SET WS-DEPT-SAV TO WS-DEPT-IDX                     00056000
                  END-IF                                                00056100
               END-PERFORM                                              00056200
               IF WS-ENTRY-FOUND THEN                                   00056300
                  SET WS-DEPT-IDX TO WS-DEPT-SAV                        00056400
               END-IF                                                   00056500
            END-IF.                                                     00056600
            IF NOT WS-ENTRY-FOUND AND WS-DEPT-COUNT < 100 THEN          00056700
               ADD 1 TO WS-DEPT-COUNT                                   00056800
               SET WS-DEPT-IDX TO WS-DEPT-COUNT                         00056900
               MOVE WS-WORK-DEPT TO WS-DEPT-CODE (WS-DEPT-IDX)          00057000
               MOVE 0 TO WS-DEPT-GROSS (WS-DEPT-IDX)                    00057100
               MOVE 0 TO WS-DEPT-DEDUCT (WS-DEPT-IDX)                   00057200
               MOVE 0 TO WS-DEPT-NET (WS-DEPT-IDX)                      00057300
               MOVE 0 TO WS-DEPT-PAID (WS-DEPT-IDX)                     00057400
               MOVE 0 TO WS-DEPT-ALLOC (WS-DEPT-IDX)                    00057500
               MOVE 0 TO WS-DEPT-GL (WS-DEPT-IDX)                       00057600
               SET WS-ENTRY-FOUND TO TRUE                               00057700
            END-IF.                                                     00057800
      * GROSS TO NET TO PAID FOR ONE EMPLOYEE, EACH LINK LISTED         00057900
      * WHEN IT BREAKS.  THE NET FILE'S FIGURES ARE THE ONES CARRIED    00058000
      * INTO THE DEPARTMENT TRAIL - THEY ARE WHAT PGM49 PAID FROM.      00058100
       CHECK-ONE-EMPLOYEE.                                              00058200
            IF NOT WS-EMP-ON-NET (WS-EMP-IDX) THEN                      00058300
               MOVE 'NO NET RECORD' TO WS-DIF-KIND                      00058400
               MOVE WS-EMP-GROSS (WS-EMP-IDX) TO WS-DIF-EXPECTED        00058500
               MOVE 0 TO WS-DIF-ACTUAL                                  00058600
               PERFORM LIST-UNEXPLAINED                                 00058700
            END-IF.                                                     00058800
            IF NOT WS-EMP-ON-PAYROLL (WS-EMP-IDX) AND                   00058900
               (WS-EMP-ON-NET (WS-EMP-IDX) OR                           00059000
                WS-EMP-PAID (WS-EMP-IDX) > 0) THEN                      00059100
               MOVE 'NOT ON PAYROLL' TO WS-DIF-KIND                     00059200
               MOVE 0 TO WS-DIF-EXPECTED                                00059300
               MOVE WS-EMP-NET-GROSS (WS-EMP-IDX) TO WS-DIF-ACTUAL      00059400
               PERFORM LIST-UNEXPLAINED                                 00059500
            END-IF.                                                     00059600
            IF WS-EMP-ON-PAYROLL (WS-EMP-IDX) AND                       00059700
               WS-EMP-ON-NET (WS-EMP-IDX) AND                           00059800
               WS-EMP-NET-GROSS (WS-EMP-IDX) NOT =                      00059900
               WS-EMP-GROSS (WS-EMP-IDX) THEN                           00060000
               MOVE 'GROSS DIFFERS' TO WS-DIF-KIND                      00060100
               MOVE WS-EMP-GROSS (WS-EMP-IDX) TO WS-DIF-EXPECTED        00060200
               MOVE WS-EMP-NET-GROSS (WS-EMP-IDX) TO WS-DIF-ACTUAL      00060300
               PERFORM LIST-UNEXPLAINED                                 00060400
            END-IF.                                                     00060500
            IF WS-EMP-NET-DED (WS-EMP-IDX) NOT =                        00060600
               WS-EMP-DED-DTL (WS-EMP-IDX) THEN                         00060700
               MOVE 'DEDUCTION DIFFERS' TO WS-DIF-KIND                  00060800
               MOVE WS-EMP-DED-DTL (WS-EMP-IDX) TO WS-DIF-EXPECTED      00060900
               MOVE WS-EMP-NET-DED (WS-EMP-IDX) TO WS-DIF-ACTUAL        00061000
               PERFORM LIST-UNEXPLAINED                                 00061100
            END-IF.                                                     00061200
            COMPUTE WS-DIF-FOOT = WS-EMP-NET-GROSS (WS-EMP-IDX)         00061300
               - WS-EMP-NET-DED (WS-EMP-IDX).                           00061400
            IF WS-DIF-FOOT NOT = WS-EMP-NET (WS-EMP-IDX) THEN           00061500
               MOVE 'NET DOES NOT FOOT' TO WS-DIF-KIND                  00061600
               MOVE WS-DIF-FOOT TO WS-DIF-EXPECTED                      00061700
               MOVE WS-EMP-NET (WS-EMP-IDX) TO WS-DIF-ACTUAL            00061800
               PERFORM LIST-UNEXPLAINED                                 00061900
            END-IF.                                                     00062000
            IF WS-EMP-PAID (WS-EMP-IDX) NOT =                           00062100
               WS-EMP-NET (WS-EMP-IDX) THEN                             00062200
               PERFORM JUDGE-PAYMENT-DIFFERENCE                         00062300
            END-IF.                                                     00062400
            MOVE WS-EMP-DEPT (WS-EMP-IDX) TO WS-WORK-DEPT.              00062500
            PERFORM FIND-DEPT-ENTRY.                                    00062600
            IF WS-ENTRY-FOUND THEN                                      00062700
               ADD WS-EMP-GROSS (WS-EMP-IDX)                            00062800
                  TO WS-DEPT-GROSS (WS-DEPT-IDX)                        00062900
               ADD WS-EMP-NET-DED (WS-EMP-IDX)                          00063000
                  TO WS-DEPT-DEDUCT (WS-DEPT-IDX)                       00063100
               ADD WS-EMP-NET (WS-EMP-IDX)                              00063200
                  TO WS-DEPT-NET (WS-DEPT-IDX)                          00063300
               ADD WS-EMP-PAID (WS-EMP-IDX)                             00063400
                  TO WS-DEPT-PAID (WS-DEPT-IDX)                         00063500
            END-IF.                                                     00063600
            ADD WS-EMP-GROSS (WS-EMP-IDX) TO WS-TOTAL-GROSS.            00063700
            ADD WS-EMP-NET-DED (WS-EMP-IDX) TO WS-TOTAL-DEDUCT.         00063800
            ADD WS-EMP-NET (WS-EMP-IDX) TO WS-TOTAL-NET.                00063900
            ADD WS-EMP-PAID (WS-EMP-IDX) TO WS-TOTAL-PAID.              00064000
      * A NET NOT PAID AT ALL IS PGM49 DOING ITS JOB - TERMINATED       00064100
      * EMPLOYEES ARE NEVER PAID AND ACTIVE ONES WITH NO LIVE ACCOUNT   00064200
      * ARE HELD FOR A MANUAL PAYMENT ON ITS REPORT.  A PART PAYMENT,   00064300
      * AN OVERPAYMENT OR MONEY PAID WITH NO NET IS NOT EXPLAINED.      00064400
       JUDGE-PAYMENT-DIFFERENCE.                                        00064500
            MOVE WS-EMP-NET (WS-EMP-IDX) TO WS-DIF-EXPECTED.            00064600
            MOVE WS-EMP-PAID (WS-EMP-IDX) TO WS-DIF-ACTUAL.             00064700
            IF WS-EMP-PAID (WS-EMP-IDX) = 0 THEN                        00064800
               MOVE 'NET NOT PAID' TO WS-DIF-KIND                       00064900
               MOVE 'N' TO WS-FOUND-SW                                  00065000
               PERFORM VARYING WS-TRM-IDX FROM 1 BY 1                   00065100
                  UNTIL WS-TRM-IDX > WS-TRM-COUNT OR WS-ENTRY-FOUND     00065200
                  IF WS-TRM-EMP-ID (WS-TRM-IDX) =                       00065300
                     WS-EMP-ID (WS-EMP-IDX) THEN                        00065400
                     SET WS-ENTRY-FOUND TO TRUE                         00065500
                  END-IF                                                00065600
               END-PERFORM                                              00065700
               IF WS-ENTRY-FOUND THEN                                   00065800
                  MOVE 'TRM' TO WS-DIF-NOTE                             00065900
               ELSE                                                     00066000
                  MOVE 'HLD' TO WS-DIF-NOTE                             00066100
               END-IF                                                   00066200
               ADD WS-EMP-NET (WS-EMP-IDX) TO WS-TOTAL-UNPAID           00066300
               PERFORM LIST-EXPLAINED                                   00066400
            ELSE                                                        00066500
               IF WS-EMP-ON-NET (WS-EMP-IDX) THEN                       00066600
                  MOVE 'PAID DIFFERS' TO WS-DIF-KIND                    00066700
               ELSE                                                     00066800
                  MOVE 'PAID WITH NO NET' TO WS-DIF-KIND                00066900
               END-IF                                                   00067000
               PERFORM LIST-UNEXPLAINED                                 00067100
            END-IF.                                                     00067200
       LIST-EXPLAINED.                                                  00067300
            ADD 1 TO WS-COUNT-EXPLAINED.                                00067400
            PERFORM WRITE-DIFFERENCE-LINE.                              00067500
       LIST-UNEXPLAINED.                                                00067600
            ADD 1 TO WS-COUNT-UNMATCHED.                                00067700
            MOVE '*** UNEXPL' TO WS-DIF-NOTE.                           00067800
            PERFORM WRITE-DIFFERENCE-LINE.                              00067900
       WRITE-DIFFERENCE-LINE.                                           00068000
            MOVE WS-DIF-EXPECTED TO WS-EXPECTED-ED.                     00068100
            MOVE WS-DIF-ACTUAL TO WS-ACTUAL-ED.                         00068200
            MOVE SPACES TO RPT-LINE.                                    00068300
            STRING WS-EMP-ID (WS-EMP-IDX) ' '                           00068400
               WS-EMP-DEPT (WS-EMP-IDX) ' ' WS-DIF-KIND                 00068500
               WS-EXPECTED-ED ' ' WS-ACTUAL-ED '  ' WS-DIF-NOTE         00068600
               DELIMITED BY SIZE INTO RPT-LINE                          00068700
            END-STRING.                                                 00068800
            WRITE RPT-LINE.                                             00068900
       WRITE-DEPT-PAY-TRAIL.                                            00069000
            MOVE SPACES TO RPT-LINE.                                    00069100
            WRITE RPT-LINE.                                             00069200
            MOVE 'GROSS TO NET TO PAID BY HOME DEPARTMENT' TO RPT-LINE. 00069300
            WRITE RPT-LINE.                                             00069400
            MOVE SPACES TO RPT-LINE.                                    00069500
            STRING 'DEPT            GROSS         DEDUCTED'             00069600
               '              NET             PAID'                     00069700
               DELIMITED BY SIZE INTO RPT-LINE                          00069800
            END-STRING.                                                 00069900
            WRITE RPT-LINE.                                             00070000
            IF WS-DEPT-COUNT > 0 THEN                                   00070100
               PERFORM WRITE-ONE-DEPT-TRAIL                             00070200
                  VARYING WS-DEPT-IDX FROM 1 BY 1                       00070300
                  UNTIL WS-DEPT-IDX > WS-DEPT-COUNT                     00070400
            END-IF.                                                     00070500
       WRITE-ONE-DEPT-TRAIL.                                            00070600
            IF WS-DEPT-GROSS (WS-DEPT-IDX) NOT = 0 OR                   00070700
               WS-DEPT-NET (WS-DEPT-IDX) NOT = 0 OR                     00070800
               WS-DEPT-PAID (WS-DEPT-IDX) NOT = 0 THEN                  00070900
               MOVE WS-DEPT-GROSS (WS-DEPT-IDX) TO WS-COL1-ED           00071000
               MOVE WS-DEPT-DEDUCT (WS-DEPT-IDX) TO WS-COL2-ED          00071100
               MOVE WS-DEPT-NET (WS-DEPT-IDX) TO WS-COL3-ED             00071200
               MOVE WS-DEPT-PAID (WS-DEPT-IDX) TO WS-COL4-ED            00071300
               MOVE SPACES TO RPT-LINE                                  00071400
               STRING WS-DEPT-CODE (WS-DEPT-IDX) WS-COL1-ED             00071500
                  WS-COL2-ED WS-COL3-ED WS-COL4-ED                      00071600
                  DELIMITED BY SIZE INTO RPT-LINE                       00071700
               END-STRING                                               00071800
               WRITE RPT-LINE                                           00071900
            END-IF.                                                     00072000
      * WHAT PGM64 SHOULD HAVE POSTED TO EACH DEPARTMENT AGAINST WHAT   00072100
      * IT DID.  A DEPARTMENT PGM64 COULD NOT MAP POSTED NOTHING AND    00072200
      * SHOWS HERE AS THE WHOLE AMOUNT.                                 00072300
       WRITE-DEPT-GL-PROOF.                                             00072400
            MOVE SPACES TO RPT-LINE.                                    00072500
            WRITE RPT-LINE.                                             00072600
            MOVE 'GROSS TO GL EXPENSE BY COSTED DEPARTMENT' TO RPT-LINE.00072700
            WRITE RPT-LINE.                                             00072800
            MOVE SPACES TO RPT-LINE.                                    00072900
            STRING 'DEPT     COSTED GROSS       GL EXPENSE'             00073000
               '       DIFFERENCE'                                      00073100
               DELIMITED BY SIZE INTO RPT-LINE                          00073200
            END-STRING.                                                 00073300
            WRITE RPT-LINE.                                             00073400
            IF WS-DEPT-COUNT > 0 THEN                                   00073500
               PERFORM WRITE-ONE-DEPT-GL                                00073600
                  VARYING WS-DEPT-IDX FROM 1 BY 1                       00073700
                  UNTIL WS-DEPT-IDX > WS-DEPT-COUNT                     00073800
            END-IF.                                                     00073900
       WRITE-ONE-DEPT-GL.                                               00074000
            IF WS-DEPT-ALLOC (WS-DEPT-IDX) NOT = 0 OR                   00074100
               WS-DEPT-GL (WS-DEPT-IDX) NOT = 0 THEN                    00074200
               MOVE WS-DEPT-ALLOC (WS-DEPT-IDX) TO WS-COL1-ED           00074300
               MOVE WS-DEPT-GL (WS-DEPT-IDX) TO WS-COL2-ED              00074400
               COMPUTE WS-DIF-FOOT = WS-DEPT-GL (WS-DEPT-IDX)           00074500
                  - WS-DEPT-ALLOC (WS-DEPT-IDX)                         00074600
               MOVE WS-DIF-FOOT TO WS-COL3-ED                           00074700
               MOVE SPACES TO RPT-LINE                                  00074800
               IF WS-DIF-FOOT = 0 THEN                                  00074900
                  STRING WS-DEPT-CODE (WS-DEPT-IDX) WS-COL1-ED          00075000
                     WS-COL2-ED WS-COL3-ED                              00075100
                     DELIMITED BY SIZE INTO RPT-LINE                    00075200
                  END-STRING                                            00075300
               ELSE                                                     00075400
                  ADD 1 TO WS-COUNT-UNMATCHED                           00075500
                  STRING WS-DEPT-CODE (WS-DEPT-IDX) WS-COL1-ED          00075600
                     WS-COL2-ED WS-COL3-ED '  *** UNEXPL'               00075700
                     DELIMITED BY SIZE INTO RPT-LINE                    00075800
                  END-STRING                                            00075900
               END-IF                                                   00076000
               WRITE RPT-LINE                                           00076100
            END-IF.                                                     00076200
      * THE PERIOD IN TOTAL: GROSS IS THE GL EXPENSE AND THE GL CASH    00076300
      * (OFFSET) CREDIT; CASH LESS WHAT WAS WITHHELD IS THE NET; THE    00076400
      * NET LESS WHAT PGM49 EXPLAINABLY DID NOT PAY IS WHAT WAS PAID.   00076500
       WRITE-TOTAL-PROOF.                                               00076600
            MOVE SPACES TO RPT-LINE.                                    00076700
            WRITE RPT-LINE.                                             00076800
            MOVE 'PERIOD TOTALS' TO RPT-LINE.                           00076900
            WRITE RPT-LINE.                                             00077000
            MOVE SPACES TO RPT-LINE.                                    00077100
            STRING 'PROOF                                EXPECTED'      00077200
               '           ACTUAL'                                      00077300
               DELIMITED BY SIZE INTO RPT-LINE                          00077400
            END-STRING.                                                 00077500
            WRITE RPT-LINE.                                             00077600
            MOVE 'PAYROLL GROSS TO GL EXPENSE' TO WS-PROOF-TEXT.        00077700
            MOVE WS-TOTAL-GROSS TO WS-DIF-EXPECTED.                     00077800
            MOVE WS-TOTAL-GL-DEPT TO WS-DIF-ACTUAL.                     00077900
            PERFORM WRITE-ONE-TOTAL-PROOF.                              00078000
            MOVE 'PAYROLL GROSS TO GL CASH' TO WS-PROOF-TEXT.           00078100
            MOVE WS-TOTAL-GROSS TO WS-DIF-EXPECTED.                     00078200
            MOVE WS-TOTAL-GL-CASH TO WS-DIF-ACTUAL.                     00078300
            PERFORM WRITE-ONE-TOTAL-PROOF.                              00078400
            MOVE 'GL CASH LESS DEDUCTED TO NET' TO WS-PROOF-TEXT.       00078500
            COMPUTE WS-DIF-EXPECTED =                                   00078600
               WS-TOTAL-GL-CASH - WS-TOTAL-DEDUCT.                      00078700
            MOVE WS-TOTAL-NET TO WS-DIF-ACTUAL.                         00078800
            PERFORM WRITE-ONE-TOTAL-PROOF.                              00078900
            MOVE 'NET LESS NOT PAID TO PAID' TO WS-PROOF-TEXT.          00079000
            COMPUTE WS-DIF-EXPECTED =                                   00079100
               WS-TOTAL-NET - WS-TOTAL-UNPAID.                          00079200
            MOVE WS-TOTAL-PAID TO WS-DIF-ACTUAL.                        00079300
            PERFORM WRITE-ONE-TOTAL-PROOF.                              00079400
            MOVE 'GL DEBITS TO GL CREDITS' TO WS-PROOF-TEXT.            00079500
            MOVE WS-TOTAL-GL-DEBITS TO WS-DIF-EXPECTED.                 00079600
            MOVE WS-TOTAL-GL-CREDITS TO WS-DIF-ACTUAL.                  00079700
            PERFORM WRITE-ONE-TOTAL-PROOF.                              00079800
       WRITE-ONE-TOTAL-PROOF.                                           00079900
            MOVE WS-DIF-EXPECTED TO WS-COL1-ED.                         00080000
            MOVE WS-DIF-ACTUAL TO WS-COL2-ED.                           00080100
            MOVE SPACES TO RPT-LINE.                                    00080200
            IF WS-DIF-EXPECTED = WS-DIF-ACTUAL THEN                     00080300
               STRING WS-PROOF-TEXT WS-COL1-ED WS-COL2-ED               00080400
                  DELIMITED BY SIZE INTO RPT-LINE                       00080500
               END-STRING                                               00080600
            ELSE                                                        00080700
               ADD 1 TO WS-COUNT-UNMATCHED                              00080800
               STRING WS-PROOF-TEXT WS-COL1-ED WS-COL2-ED               00080900
                  '  *** UNEXPL'                                        00081000
                  DELIMITED BY SIZE INTO RPT-LINE                       00081100
               END-STRING                                               00081200
            END-IF.                                                     00081300
            WRITE RPT-LINE.                                             00081400
       WRITE-BANK-ACK-PROOF.                                            00081500
            MOVE SPACES TO RPT-LINE.                                    00081600
            WRITE RPT-LINE.                                             00081700
            IF NOT WS-ACK-RECEIVED THEN                                 00081800
               MOVE 'BANK ACK   : NOT YET RECEIVED' TO RPT-LINE         00081900
               WRITE RPT-LINE                                           00082000
            ELSE                                                        00082100
               MOVE WS-TOTAL-FILE-AMT TO WS-COL1-ED                     00082200
               MOVE MAN-SALARY-HASH TO WS-COL2-ED                       00082300
               MOVE SPACES TO RPT-LINE                                  00082400
               IF MAN-RECORD-COUNT = WS-COUNT-PAYMENTS AND              00082500
                  MAN-SALARY-HASH = WS-TOTAL-FILE-AMT THEN              00082600
                  STRING 'BANK ACK   : ' MAN-RECORD-COUNT               00082700
                     ' PAYMENTS ' WS-COL2-ED ' AGREES'                  00082800
                     DELIMITED BY SIZE INTO RPT-LINE                    00082900
                  END-STRING                                            00083000
                  WRITE RPT-LINE                                        00083100
               ELSE                                                     00083200
                  ADD 1 TO WS-COUNT-UNMATCHED                           00083300
                  STRING 'BANK ACK   : ' MAN-RECORD-COUNT               00083400
                     ' PAYMENTS ' WS-COL2-ED ' *** UNEXPL'              00083500
                     DELIMITED BY SIZE INTO RPT-LINE                    00083600
                  END-STRING                                            00083700
                  WRITE RPT-LINE                                        00083800
                  MOVE SPACES TO RPT-LINE                               00083900
                  STRING 'BANK FILE  : ' WS-COUNT-PAYMENTS              00084000
                     ' PAYMENTS ' WS-COL1-ED                            00084100
                     DELIMITED BY SIZE INTO RPT-LINE                    00084200
                  END-STRING                                            00084300
                  WRITE RPT-LINE                                        00084400
               END-IF                                                   00084500
            END-IF.                                                     00084600
       WRITE-RECON-SUMMARY.                                             00084700
            MOVE SPACES TO RPT-LINE.                                    00084800
            WRITE RPT-LINE.                                             00084900
            MOVE SPACES TO RPT-LINE.                                    00085000
            STRING 'NOTE       : TRM TERMINATED - NOT PAID BY PGM49  '  00085100
               'HLD HELD ON PGM49 REPORT'                               00085200
               DELIMITED BY SIZE INTO RPT-LINE                          00085300
            END-STRING.                                                 00085400
            WRITE RPT-LINE.                                             00085500
            MOVE SPACES TO RPT-LINE.                                    00085600
            STRING 'PAYEES     : ' WS-COUNT-PAYEES                      00085700
               '  OFF-CYCLE SKIPPED ' WS-COUNT-OFFSKIP                  00085800
               DELIMITED BY SIZE INTO RPT-LINE                          00085900
            END-STRING.                                                 00086000
            WRITE RPT-LINE.                                             00086100
            MOVE SPACES TO RPT-LINE.                                    00086200
            STRING 'EXPLAINED  : ' WS-COUNT-EXPLAINED                   00086300
               '  UNEXPLAINED ' WS-COUNT-UNMATCHED                      00086400
               DELIMITED BY SIZE INTO RPT-LINE                          00086500
            END-STRING.                                                 00086600
            WRITE RPT-LINE.                                             00086700
            IF WS-COUNT-EMPOVER > 0 THEN                                00086800
               ADD 1 TO WS-COUNT-UNMATCHED                              00086900
               MOVE SPACES TO RPT-LINE                                  00087000
               STRING 'NOT TABLED : ' WS-COUNT-EMPOVER                  00087100
                  ' RECORDS - EMPLOYEE TABLE FULL'                      00087200
                  DELIMITED BY SIZE INTO RPT-LINE                       00087300
               END-STRING                                               00087400
               WRITE RPT-LINE                                           00087500
            END-IF.                                                     00087600
            MOVE WS-TOTAL-PAID TO WS-TOTAL-ED.                          00087700
            MOVE SPACES TO RPT-LINE.                                    00087800
            STRING 'TOTAL PAID : ' WS-TOTAL-ED                          00087900
               DELIMITED BY SIZE INTO RPT-LINE                          00088000
            END-STRING.                                                 00088100
            WRITE RPT-LINE.                                             00088200
            MOVE SPACES TO RPT-LINE.                                    00088300
            EVALUATE TRUE                                               00088400
                WHEN WS-COUNT-UNMATCHED > 0                             00088500
                   MOVE 'RESULT     : *** UNEXPLAINED - DO NOT CLOSE'   00088600
                      TO RPT-LINE                                       00088700
                   SET WS-RC-DATA-ERROR TO TRUE                         00088800
                WHEN WS-COUNT-EXPLAINED > 0 OR NOT WS-ACK-RECEIVED      00088900
                   MOVE 'RESULT     : RECONCILED WITH EXPLANATIONS'     00089000
                      TO RPT-LINE                                       00089100
                   SET WS-RC-WARNING TO TRUE                            00089200
                WHEN OTHER                                              00089300
                   MOVE 'RESULT     : RECONCILED' TO RPT-LINE           00089400
                   SET WS-RC-OK TO TRUE                                 00089500
            END-EVALUATE.                                               00089600
            WRITE RPT-LINE.                                             00089700

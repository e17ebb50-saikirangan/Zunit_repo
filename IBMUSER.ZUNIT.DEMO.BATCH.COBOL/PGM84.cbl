       IDENTIFICATION DIVISION.                                         00000100
       PROGRAM-ID.   PGM84.                                             00000200
      * OFF-CYCLE PAYMENT REQUEST VALIDATION - FIRST STEP OF THE        00000300
      * OFF-CYCLE RUN.  READS THE CPPAYREQ REQUEST FILE (DDREQIN:       00000400
      * CORRECTIONS AND MANUAL PAYMENTS KEYED BY PAYROLL, REISSUES      00000500
      * QUEUED BY PGM83) AND CHECKS EACH REQUEST AGAINST THE            00000600
      * CPFLREC EMPLOYEE EXTRACT (DDINPUT) AND ITS PGM55 LIFECYCLE      00000700
      * STATUS (CPFLSTAT) AND AGAINST THE PGM50 DEDUCTION BRACKET       00000800
      * DATASET (DDBRACKET).  A REQUEST IS REJECTED WHEN THE            00000900
      * EMPLOYEE IS NOT ON THE EXTRACT OR IS TERMINATED, THE            00001000
      * REASON CODE IS NOT CO/MP/RI/FS, THE GROSS IS ZERO, A            00001100
      * DEDUCTION CODE IS NOT IN THE BRACKET DATASET, OR AN             00001200
      * ALREADY-POSTED REQUEST LISTS DEDUCTION CODES.  REJECTED         00001300
      * REQUESTS ARE COPIED UNCHANGED TO DDREJOUT FOR CORRECTION        00001400
      * AND RESUBMISSION AND LISTED WITH THE REASON.  A FINAL           00001440
      * SETTLEMENT (REASON FS, QUEUED BY PGM85) IS THE ONE REQUEST      00001480
      * A TERMINATED EMPLOYEE MAY HAVE, AND IS REJECTED FOR ANYONE      00001520
      * THE EXTRACT DOES NOT SHOW AS TERMINATED.                        00001560
      * EACH ACCEPTED REQUEST BECOMES ONE RECORD IN THE PGM51           00001600
      * PERIOD PAYROLL LAYOUT (DDPPAYOUT, CPHDRTRL-WRAPPED) SO THE      00001700
      * PGM50 ENGINE, PGM79 AND PGM49 RUN IT UNCHANGED: PERIOD          00001800
      * START AND END ARE THE PAYDATE CARD (DEFAULT RUN DATE),          00001900
      * THE AMOUNT IS THE REQUESTED GROSS, AND THE OFF-CYCLE            00002000
      * EXTENSION CARRIES THE REASON, THE ALREADY-POSTED FLAG,          00002100
      * THE DEDUCTION CODES TO APPLY AND THE RUNNUMBER AND A            00002200
      * SEQUENCE WITHIN THE RUN THAT IDENTIFY THE PAYMENT FOR           00002300
      * THE YTD RERUN GUARD.  A NEW COST (NOT ALREADY POSTED) ALSO      00002400
      * GETS A CPCHGDTL DETAIL RECORD (DDCHGOUT, DELTA = GROSS,         00002500
      * SOURCE PGM84) FOR THE PGM64 GL INTERFACE.  A CPBALREC           00002600
      * PRODUCER RECORD GOES TO DDBALOUT FOR PGM26 TO PAIR WITH         00002700
      * PGM50.  ENDS RC 04 WHEN ANY REQUEST IS REJECTED OR THE          00002800
      * REQUEST FILE IS EMPTY, RC 08 WHEN REQUESTS WERE READ BUT        00002900
      * NONE ACCEPTED, THERE IS NO RUNNUMBER CARD, OR THE EXTRACT       00003000
      * OVERFLOWS THE EMPLOYEE TABLE.                                   00003100
       ENVIRONMENT DIVISION.                                            00003200
       INPUT-OUTPUT SECTION.                                            00003300
       FILE-CONTROL.                                                    00003400
                SELECT REQIN ASSIGN TO DDREQIN                          00003500
                ORGANIZATION IS SEQUENTIAL.                             00003600
                SELECT INFILE ASSIGN TO DDINPUT                         00003700
                ORGANIZATION IS SEQUENTIAL.                             00003800
                SELECT BRACKETS ASSIGN TO DDBRACKET                     00003900
                ORGANIZATION IS SEQUENTIAL.                             00004000
                SELECT PARMFILE ASSIGN TO DDPARMIN                      00004100
                ORGANIZATION IS SEQUENTIAL.                             00004200
                SELECT PPAYOUT ASSIGN TO DDPPAYOUT                      00004300
                ORGANIZATION IS SEQUENTIAL.                             00004400
                SELECT CHGOUT ASSIGN TO DDCHGOUT                        00004500
                ORGANIZATION IS SEQUENTIAL.                             00004600
                SELECT REJOUT ASSIGN TO DDREJOUT                        00004700
                ORGANIZATION IS SEQUENTIAL.                             00004800
                SELECT BALOUT ASSIGN TO DDBALOUT                        00004900
                ORGANIZATION IS SEQUENTIAL.                             00005000
                SELECT RPTFILE ASSIGN TO DDRPTOUT                       00005100
                ORGANIZATION IS SEQUENTIAL.                             00005200
       DATA DIVISION.                                                   00005300
       FILE SECTION.                                                    00005400
       FD REQIN                                                         00005500
            RECORDING MODE IS F.                                        00005600
       01 PRQ-REC.                                                      00005700
          COPY CPPAYREQ.                                                00005800
       FD INFILE                                                        00005900
            RECORDING MODE IS F.                                        00006000
       01 FL-REC.                                                       00006100
          COPY CPFLREC.                                                 00006200
       FD BRACKETS                                                      00006300
            RECORDING MODE IS F.                                        00006400
       01 BRK-REC.                                                      00006500
           05 BRK-DED-CODE PIC X(2).                                    00006600
           05 FILLER       PIC X(78).                                   00006700
       FD PARMFILE                                                      00006800
            RECORDING MODE IS F.                                        00006900
       01 PARM-CARD.                                                    00007000
          COPY CPPARMCD.                                                00007100
       FD PPAYOUT                                                       00007200
            RECORDING MODE IS F.                                        00007300
       01 PPAY-REC.                                                     00007400
           05 PPAY-EMP-ID    PIC X(8).                                  00007500
           05 PPAY-DEPT      PIC X(4).                                  00007600
           05 PPAY-PER-START PIC 9(8).                                  00007700
           05 PPAY-PER-END   PIC 9(8).                                  00007800
           05 PPAY-DAYS-PAID PIC 9(3).                                  00007900
           05 PPAY-AMOUNT    PIC 9(8)V99.                               00008000
           05 PPAY-OFF-IND   PIC X(1).                                  00008100
               88 PPAY-OFF-CYCLE   VALUE 'O'.                           00008200
           05 PPAY-OFF-REASON PIC X(2).                                 00008300
           05 PPAY-OFF-POSTED PIC X(1).                                 00008400
               88 PPAY-OFF-IS-POSTED VALUE 'Y'.                         00008500
           05 PPAY-OFF-RUN   PIC 9(5).                                  00008600
           05 PPAY-OFF-SEQ   PIC 9(4).                                  00008700
           05 PPAY-OFF-CODES.                                           00008800
               10 PPAY-OFF-CODE PIC X(2) OCCURS 6 TIMES.                00008900
           05 FILLER         PIC X(14).                                 00009000
       01 PPAY-REC-HT REDEFINES PPAY-REC.                               00009100
          COPY CPHDRTRL.                                                00009200
       FD CHGOUT                                                        00009300
            RECORDING MODE IS F.                                        00009400
       01 CHG-REC.                                                      00009500
          COPY CPCHGDTL.                                                00009600
       FD REJOUT                                                        00009700
            RECORDING MODE IS F.                                        00009800
       01 REJ-REC PIC X(80).                                            00009900
       FD BALOUT                                                        00010000
            RECORDING MODE IS F.                                        00010100
       01 BAL-REC.                                                      00010200
          COPY CPBALREC.                                                00010300
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
       01 WS-REQ-EOF-SW PIC X(1) VALUE 'N'.                             00011400
           88 WS-REQ-EOF       VALUE 'Y'.                               00011500
       01 WS-EOF-SW PIC X(1) VALUE 'N'.                                 00011600
           88 WS-EOF           VALUE 'Y'.                               00011700
       01 WS-BRK-EOF-SW PIC X(1) VALUE 'N'.                             00011800
           88 WS-BRK-EOF       VALUE 'Y'.                               00011900
       01 WS-PARM-EOF-SW PIC X(1) VALUE 'N'.                            00012000
           88 WS-PARM-EOF      VALUE 'Y'.                               00012100
       01 WS-EMP-COUNT PIC 9(4) COMP VALUE 0.                           00012200
       01 WS-EMP-TABLE.                                                 00012300
           05 WS-EMP-ENTRY OCCURS 5000 TIMES                            00012400
                            INDEXED BY WS-EMP-IDX WS-EMP-SAV.           00012500
               10 WS-EMP-ID      PIC X(8).                              00012600
               10 WS-EMP-DEPT    PIC X(4).                              00012700
               10 WS-EMP-SALARY  PIC 9(8)V99.                           00012800
               10 WS-EMP-STATUS  PIC X(1).                              00012900
                   88 WS-EMP-TERMINATED VALUE 'T'.                      00013000
       01 WS-CODE-COUNT PIC 9(2) COMP VALUE 0.                          00013100
       01 WS-CODE-TABLE.                                                00013200
           05 WS-CODE-VALUE PIC X(2) OCCURS 20 TIMES                    00013300
                             INDEXED BY WS-CODE-IDX.                    00013400
       01 WS-FOUND-SW PIC X(1) VALUE 'N'.                               00013500
           88 WS-ENTRY-FOUND   VALUE 'Y'.                               00013600
       01 WS-DED-SUB       PIC 9(2) COMP VALUE 0.                       00013700
       01 WS-REJECT-TEXT   PIC X(36) VALUE SPACES.                      00013800
       01 WS-PAY-DATE      PIC 9(8) VALUE 0.                            00013900
       01 WS-RUN-NUMBER    PIC 9(5) VALUE 0.                            00014000
       01 WS-OFF-SEQ       PIC 9(4) VALUE 0.                            00014100
       01 WS-COUNT-REQUESTS PIC 9(7) VALUE 0.                           00014200
       01 WS-COUNT-ACCEPTED PIC 9(7) VALUE 0.                           00014300
       01 WS-COUNT-REJECTED PIC 9(7) VALUE 0.                           00014400
       01 WS-COUNT-POSTED   PIC 9(7) VALUE 0.                           00014500
       01 WS-COUNT-CHG-DTL  PIC 9(7) VALUE 0.                           00014600
       01 WS-COUNT-EMPOVER  PIC 9(7) VALUE 0.                           00014700
       01 WS-TOTAL-ACCEPTED PIC 9(13)V99 VALUE 0.                       00014800
       01 WS-AMOUNT-ED      PIC ZZZ,ZZZ,ZZ9.99.                         00014900
       01 WS-TOTAL-ED       PIC ZZZ,ZZZ,ZZZ,ZZ9.99.                     00015000
       01 WS-RETCD.                                                     00015100
           COPY CPRETCD.                                                00015200
       01 WS-AUD-START-DATE PIC 9(8).                                   00015300
       01 WS-AUD-START-TIME PIC 9(8).                                   00015400
       01 WS-PROD-SALARY-ACC PIC 9(15)V99 COMP-3 VALUE 0.               00015500
       01 WS-PROD-RECORD-ACC PIC 9(15) COMP-3 VALUE 0.                  00015600
       01 WS-EMP-ID-NUM      PIC 9(8) VALUE 0.                          00015700
       PROCEDURE DIVISION.                                              00015800
       MAIN-ROUTINE.                                                    00015900
            ACCEPT WS-AUD-START-DATE FROM DATE YYYYMMDD.                00016000
            ACCEPT WS-AUD-START-TIME FROM TIME.                         00016100
            MOVE WS-AUD-START-DATE TO WS-PAY-DATE.                      00016200
            PERFORM READ-OFFCYCLE-PARMS.                                00016300
            PERFORM LOAD-EXTRACT.                                       00016400
            PERFORM LOAD-DEDUCTION-CODES.                               00016500
            OPEN INPUT REQIN.                                           00016600
            OPEN OUTPUT PPAYOUT.                                        00016700
            OPEN OUTPUT CHGOUT.                                         00016800
            OPEN OUTPUT REJOUT.                                         00016900
            OPEN OUTPUT RPTFILE.                                        00017000
            MOVE '---- PGM84 OFF-CYCLE REQUEST VALIDATION ----'         00017100
               TO RPT-LINE.                                             00017200
            WRITE RPT-LINE.                                             00017300
            PERFORM Z010-WRITE-OUT-HEADER.                              00017400
            IF WS-RUN-NUMBER = 0 THEN                                   00017500
               MOVE '*** NO RUNNUMBER CARD - NO REQUEST ACCEPTED'       00017600
                  TO RPT-LINE                                           00017700
               WRITE RPT-LINE                                           00017800
               SET WS-REQ-EOF TO TRUE                                   00017900
            END-IF.                                                     00018000
            PERFORM UNTIL WS-REQ-EOF                                    00018100
               READ REQIN                                               00018200
                 AT END SET WS-REQ-EOF TO TRUE                          00018300
                 NOT AT END PERFORM VALIDATE-ONE-REQUEST                00018400
               END-READ                                                 00018500
            END-PERFORM.                                                00018600
            PERFORM Z020-WRITE-OUT-TRAILER.                             00018700
            PERFORM WRITE-OFFCYCLE-SUMMARY.                             00018800
            PERFORM WRITE-BAL-RECS.                                     00018900
            CLOSE REQIN.                                                00019000
            CLOSE PPAYOUT.                                              00019100
            CLOSE CHGOUT.                                               00019200
            CLOSE REJOUT.                                               00019300
            CLOSE RPTFILE.                                              00019400
            SET WS-RC-OK TO TRUE.                                       00019500
            IF WS-COUNT-REJECTED > 0 OR WS-COUNT-REQUESTS = 0 THEN      00019600
               SET WS-RC-WARNING TO TRUE                                00019700
            END-IF.                                                     00019800
            IF WS-RUN-NUMBER = 0 OR WS-COUNT-EMPOVER > 0 OR             00019900
               (WS-COUNT-REQUESTS > 0 AND WS-COUNT-ACCEPTED = 0) THEN   00020000
               SET WS-RC-DATA-ERROR TO TRUE                             00020100
            END-IF.                                                     00020200
            MOVE WS-RETURN-CODE TO RETURN-CODE.                         00020300
            GOBACK.                                                     00020400
       READ-OFFCYCLE-PARMS.                                             00020500
            OPEN INPUT PARMFILE.                                        00020600
            PERFORM UNTIL WS-PARM-EOF                                   00020700
               READ PARMFILE                                            00020800
                 AT END SET WS-PARM-EOF TO TRUE                         00020900
                 NOT AT END PERFORM APPLY-PARM-CARD                     00021000
               END-READ                                                 00021100
            END-PERFORM.                                                00021200
            CLOSE PARMFILE.                                             00021300
       APPLY-PARM-CARD.                                                 00021400
            EVALUATE PARM-KEY                                           00021500
                WHEN 'PAYDATE'                                          00021600
                   IF PARM-VALUE-NUM > 0 THEN                           00021700
                      MOVE PARM-VALUE-NUM TO WS-PAY-DATE                00021800
                   END-IF                                               00021900
                WHEN 'RUNNUMBER'                                        00022000
                   MOVE PARM-VALUE-NUM TO WS-RUN-NUMBER                 00022100
                WHEN OTHER                                              00022200
                   CONTINUE                                             00022300
            END-EVALUATE.                                               00022400
       LOAD-EXTRACT.                                                    00022500
            OPEN INPUT INFILE.                                          00022600
            PERFORM UNTIL WS-EOF                                        00022700
               READ INFILE INTO WS-FL-REC                               00022800
                 AT END SET WS-EOF TO TRUE                              00022900
                 NOT AT END                                             00023000
                    IF HT-IS-HEADER OF WS-FL-REC-HT OR                  00023100
                       HT-IS-TRAILER OF WS-FL-REC-HT THEN               00023200
                       CONTINUE                                         00023300
                    ELSE                                                00023400
                       PERFORM LOAD-ONE-EMPLOYEE                        00023500
                    END-IF                                              00023600
               END-READ                                                 00023700
            END-PERFORM.                                                00023800
            CLOSE INFILE.                                               00023900
       LOAD-ONE-EMPLOYEE.                                               00024000
            IF WS-EMP-COUNT < 5000 THEN                                 00024100
               ADD 1 TO WS-EMP-COUNT                                    00024200
               SET WS-EMP-IDX TO WS-EMP-COUNT                           00024300
               MOVE FL-EMP-ID OF WS-FL-REC TO WS-EMP-ID (WS-EMP-IDX)    00024400
               MOVE FL-DEPT-CODE OF WS-FL-REC                           00024500
                  TO WS-EMP-DEPT (WS-EMP-IDX)                           00024600
               MOVE FL-SALARY OF WS-FL-REC                              00024700
                  TO WS-EMP-SALARY (WS-EMP-IDX)                         00024800
               MOVE FL-STATUS-CODE OF WS-FL-REC-ST                      00024900
                  TO WS-EMP-STATUS (WS-EMP-IDX)                         00025000
            ELSE                                                        00025100
               ADD 1 TO WS-COUNT-EMPOVER                                00025200
            END-IF.                                                     00025300
      * ONLY THE CODE COLUMN OF THE BRACKET DATASET MATTERS HERE -      00025400
      * A REQUEST MAY NAME ANY CODE THE ENGINE HAS BANDS FOR.           00025500
       LOAD-DEDUCTION-CODES.                                            00025600
            OPEN INPUT BRACKETS.                                        00025700
            PERFORM UNTIL WS-BRK-EOF                                    00025800
               READ BRACKETS                                            00025900
                 AT END SET WS-BRK-EOF TO TRUE                          00026000
                 NOT AT END PERFORM LOAD-ONE-CODE                       00026100
               END-READ                                                 00026200
            END-PERFORM.                                                00026300
            CLOSE BRACKETS.                                             00026400
       LOAD-ONE-CODE.                                                   00026500
            MOVE 'N' TO WS-FOUND-SW.                                    00026600
            IF WS-CODE-COUNT > 0 THEN                                   00026700
               PERFORM VARYING WS-CODE-IDX FROM 1 BY 1                  00026800
                  UNTIL WS-CODE-IDX > WS-CODE-COUNT                     00026900
                     OR WS-ENTRY-FOUND                                  00027000
                  IF WS-CODE-VALUE (WS-CODE-IDX) = BRK-DED-CODE THEN    00027100
                     SET WS-ENTRY-FOUND TO TRUE                         00027200
                  END-IF                                                00027300
               END-PERFORM                                              00027400
            END-IF.                                                     00027500
            IF NOT WS-ENTRY-FOUND AND BRK-DED-CODE NOT = SPACES AND     00027600
               WS-CODE-COUNT < 20 THEN                                  00027700
               ADD 1 TO WS-CODE-COUNT                                   00027800
               SET WS-CODE-IDX TO WS-CODE-COUNT                         00027900
               MOVE BRK-DED-CODE TO WS-CODE-VALUE (WS-CODE-IDX)         00028000
            END-IF.                                                     00028100
      * THE CHECKS RUN IN ORDER AND THE FIRST FAILURE IS THE ONE        00028200
      * REPORTED - A REQUEST IS EITHER TAKEN WHOLE OR SENT BACK.        00028300
       VALIDATE-ONE-REQUEST.                                            00028400
            ADD 1 TO WS-COUNT-REQUESTS.                                 00028500
            MOVE SPACES TO WS-REJECT-TEXT.                              00028600
            PERFORM FIND-EMPLOYEE.                                      00028700
            IF NOT WS-ENTRY-FOUND THEN                                  00028800
               MOVE 'EMPLOYEE NOT ON EXTRACT' TO WS-REJECT-TEXT         00028900
            ELSE                                                        00029000
               IF WS-EMP-TERMINATED (WS-EMP-SAV) THEN                   00029100
                  IF NOT PRQ-REASON-SETTLEMENT THEN                     00029122
                     MOVE 'EMPLOYEE TERMINATED' TO WS-REJECT-TEXT       00029144
                  END-IF                                                00029166
               ELSE                                                     00029188
                  IF PRQ-REASON-SETTLEMENT THEN                         00029210
                     MOVE 'SETTLEMENT FOR ACTIVE EMPLOYEE'              00029232
                        TO WS-REJECT-TEXT                               00029254
                  END-IF                                                00029276
               END-IF                                                   00029300
            END-IF.                                                     00029400
            IF WS-REJECT-TEXT = SPACES AND                              00029500
               NOT PRQ-REASON-VALID THEN                                00029600
               MOVE 'INVALID REASON CODE' TO WS-REJECT-TEXT             00029700
            END-IF.                                                     00029800
            IF WS-REJECT-TEXT = SPACES THEN                             00029900
               IF PRQ-GROSS NOT NUMERIC THEN                            00030000
                  MOVE 'GROSS NOT NUMERIC' TO WS-REJECT-TEXT            00030100
               ELSE                                                     00030200
                  IF PRQ-GROSS = 0 THEN                                 00030300
                     MOVE 'ZERO GROSS' TO WS-REJECT-TEXT                00030400
                  END-IF                                                00030500
               END-IF                                                   00030600
            END-IF.                                                     00030700
            IF WS-REJECT-TEXT = SPACES THEN                             00030800
               PERFORM CHECK-REQUEST-CODES                              00030900
            END-IF.                                                     00031000
            IF WS-REJECT-TEXT = SPACES THEN                             00031100
               PERFORM ACCEPT-REQUEST                                   00031200
            ELSE                                                        00031300
               PERFORM REJECT-REQUEST                                   00031400
            END-IF.                                                     00031500
       FIND-EMPLOYEE.                                                   00031600
            MOVE 'N' TO WS-FOUND-SW.                                    00031700
            IF WS-EMP-COUNT > 0 THEN                                    00031800
               PERFORM VARYING WS-EMP-IDX FROM 1 BY 1                   00031900
                  UNTIL WS-EMP-IDX > WS-EMP-COUNT                       00032000
                     OR WS-ENTRY-FOUND                                  00032100
                  IF WS-EMP-ID (WS-EMP-IDX) = PRQ-EMP-ID THEN           00032200
                     SET WS-ENTRY-FOUND TO TRUE                         00032300
                     SET WS-EMP-SAV TO WS-EMP-IDX                       00032400
                  END-IF                                                00032500
               END-PERFORM                                              00032600
            END-IF.                                                     00032700
      * MONEY ALREADY TAXED AND POSTED IS PAID AS IT STANDS, SO A       00032800
      * POSTED REQUEST THAT ALSO LISTS CODES IS CONTRADICTORY.          00032900
       CHECK-REQUEST-CODES.                                             00033000
            PERFORM VARYING WS-DED-SUB FROM 1 BY 1                      00033100
               UNTIL WS-DED-SUB > 6 OR WS-REJECT-TEXT NOT = SPACES      00033200
               IF PRQ-DED-CODE (WS-DED-SUB) NOT = SPACES THEN           00033300
                  IF PRQ-IS-POSTED THEN                                 00033400
                     MOVE 'POSTED REQUEST LISTS DEDUCTIONS'             00033500
                        TO WS-REJECT-TEXT                               00033600
                  ELSE                                                  00033700
                     PERFORM CHECK-ONE-CODE                             00033800
                  END-IF                                                00033900
               END-IF                                                   00034000
            END-PERFORM.                                                00034100
       CHECK-ONE-CODE.                                                  00034200
            MOVE 'N' TO WS-FOUND-SW.                                    00034300
            IF WS-CODE-COUNT > 0 THEN                                   00034400
               PERFORM VARYING WS-CODE-IDX FROM 1 BY 1                  00034500
                  UNTIL WS-CODE-IDX > WS-CODE-COUNT                     00034600
                     OR WS-ENTRY-FOUND                                  00034700
                  IF WS-CODE-VALUE (WS-CODE-IDX) =                      00034800
                     PRQ-DED-CODE (WS-DED-SUB) THEN                     00034900
                     SET WS-ENTRY-FOUND TO TRUE                         00035000
                  END-IF                                                00035100
               END-PERFORM                                              00035200
            END-IF.                                                     00035300
            IF NOT WS-ENTRY-FOUND THEN                                  00035400
               STRING 'UNKNOWN DEDUCTION CODE '                         00035500
                  PRQ-DED-CODE (WS-DED-SUB)                             00035600
                  DELIMITED BY SIZE INTO WS-REJECT-TEXT                 00035700
               END-STRING                                               00035800
            END-IF.                                                     00035900
       ACCEPT-REQUEST.                                                  00036000
            ADD 1 TO WS-COUNT-ACCEPTED.                                 00036100
            ADD 1 TO WS-OFF-SEQ.                                        00036200
            PERFORM WRITE-PERIOD-REC.                                   00036300
            IF PRQ-IS-POSTED THEN                                       00036400
               ADD 1 TO WS-COUNT-POSTED                                 00036500
            ELSE                                                        00036600
               PERFORM WRITE-CHANGE-DETAIL                              00036700
            END-IF.                                                     00036800
            MOVE PRQ-GROSS TO WS-AMOUNT-ED.                             00036900
            MOVE SPACES TO RPT-LINE.                                    00037000
            STRING 'ACCEPTED ' PRQ-EMP-ID ' ' PRQ-REASON                00037100
               ' ' WS-AMOUNT-ED ' SEQ ' WS-OFF-SEQ                      00037200
               ' ' PRQ-REFERENCE                                        00037300
               DELIMITED BY SIZE INTO RPT-LINE                          00037400
            END-STRING.                                                 00037500
            WRITE RPT-LINE.                                             00037600
       WRITE-PERIOD-REC.                                                00037700
            MOVE SPACES TO PPAY-REC.                                    00037800
            MOVE PRQ-EMP-ID TO PPAY-EMP-ID.                             00037900
            MOVE WS-EMP-DEPT (WS-EMP-SAV) TO PPAY-DEPT.                 00038000
            MOVE WS-PAY-DATE TO PPAY-PER-START.                         00038100
            MOVE WS-PAY-DATE TO PPAY-PER-END.                           00038200
            MOVE 0 TO PPAY-DAYS-PAID.                                   00038300
            MOVE PRQ-GROSS TO PPAY-AMOUNT.                              00038400
            SET PPAY-OFF-CYCLE TO TRUE.                                 00038500
            MOVE PRQ-REASON TO PPAY-OFF-REASON.                         00038600
            IF PRQ-IS-POSTED THEN                                       00038700
               SET PPAY-OFF-IS-POSTED TO TRUE                           00038800
            ELSE                                                        00038900
               MOVE 'N' TO PPAY-OFF-POSTED                              00039000
            END-IF.                                                     00039100
            MOVE WS-RUN-NUMBER TO PPAY-OFF-RUN.                         00039200
            MOVE WS-OFF-SEQ TO PPAY-OFF-SEQ.                            00039300
            MOVE PRQ-DED-CODES TO PPAY-OFF-CODES.                       00039400
            WRITE PPAY-REC.                                             00039500
            ADD PPAY-AMOUNT TO WS-TOTAL-ACCEPTED.                       00039600
            ADD PPAY-AMOUNT TO WS-PROD-SALARY-ACC.                      00039700
            IF PPAY-EMP-ID NUMERIC THEN                                 00039800
               MOVE PPAY-EMP-ID TO WS-EMP-ID-NUM                        00039900
               ADD WS-EMP-ID-NUM TO WS-PROD-RECORD-ACC                  00040000
            END-IF.                                                     00040100
      * THE SALARY ITSELF IS UNCHANGED - THE DELTA IS THE ONE-OFF       00040200
      * COST THE GL INTERFACE POSTS TO THE EMPLOYEE'S DEPARTMENT.       00040300
       WRITE-CHANGE-DETAIL.                                             00040400
            MOVE SPACES TO CHG-REC.                                     00040500
            MOVE PRQ-EMP-ID TO CHG-EMP-ID.                              00040600
            MOVE WS-EMP-DEPT (WS-EMP-SAV) TO CHG-DEPT-CODE.             00040700
            MOVE WS-PAY-DATE TO CHG-EFF-DATE.                           00040800
            MOVE WS-EMP-SALARY (WS-EMP-SAV) TO CHG-OLD-SALARY.          00040900
            MOVE WS-EMP-SALARY (WS-EMP-SAV) TO CHG-NEW-SALARY.          00041000
            MOVE PRQ-GROSS TO CHG-DELTA.                                00041100
            MOVE 'PGM84' TO CHG-SOURCE-PGM.                             00041200
            WRITE CHG-REC.                                              00041300
            ADD 1 TO WS-COUNT-CHG-DTL.                                  00041400
       REJECT-REQUEST.                                                  00041500
            ADD 1 TO WS-COUNT-REJECTED.                                 00041600
            MOVE PRQ-REC TO REJ-REC.                                    00041700
            WRITE REJ-REC.                                              00041800
            MOVE SPACES TO RPT-LINE.                                    00041900
            STRING '*** REJECTED ' PRQ-EMP-ID ' ' PRQ-REASON            00042000
               ' - ' WS-REJECT-TEXT                                     00042100
               DELIMITED BY SIZE INTO RPT-LINE                          00042200
            END-STRING.                                                 00042300
            WRITE RPT-LINE.                                             00042400
       Z010-WRITE-OUT-HEADER.                                           00042500
            MOVE SPACES TO PPAY-REC-HT.                                 00042600
            SET HT-IS-HEADER OF PPAY-REC-HT TO TRUE.                    00042700
            MOVE WS-AUD-START-DATE TO HT-RUN-DATE OF PPAY-REC-HT.       00042800
            MOVE WS-AUD-START-TIME TO HT-RUN-TIME OF PPAY-REC-HT.       00042900
            WRITE PPAY-REC.                                             00043000
       Z020-WRITE-OUT-TRAILER.                                          00043100
            MOVE SPACES TO PPAY-REC-HT.                                 00043200
            SET HT-IS-TRAILER OF PPAY-REC-HT TO TRUE.                   00043300
            MOVE WS-COUNT-ACCEPTED                                      00043400
               TO HT-RECORD-COUNT OF PPAY-REC-HT.                       00043500
            WRITE PPAY-REC.                                             00043600
       WRITE-OFFCYCLE-SUMMARY.                                          00043700
            MOVE SPACES TO RPT-LINE.                                    00043800
            STRING 'PAY DATE         : ' WS-PAY-DATE                    00043900
               '  RUN ' WS-RUN-NUMBER                                   00044000
               DELIMITED BY SIZE INTO RPT-LINE                          00044100
            END-STRING.                                                 00044200
            WRITE RPT-LINE.                                             00044300
            MOVE SPACES TO RPT-LINE.                                    00044400
            STRING 'REQUESTS READ    : ' WS-COUNT-REQUESTS              00044500
               DELIMITED BY SIZE INTO RPT-LINE                          00044600
            END-STRING.                                                 00044700
            WRITE RPT-LINE.                                             00044800
            MOVE SPACES TO RPT-LINE.                                    00044900
            STRING 'ACCEPTED         : ' WS-COUNT-ACCEPTED              00045000
               ' (ALREADY POSTED ' WS-COUNT-POSTED ')'                  00045100
               DELIMITED BY SIZE INTO RPT-LINE                          00045200
            END-STRING.                                                 00045300
            WRITE RPT-LINE.                                             00045400
            MOVE SPACES TO RPT-LINE.                                    00045500
            STRING 'REJECTED         : ' WS-COUNT-REJECTED              00045600
               DELIMITED BY SIZE INTO RPT-LINE                          00045700
            END-STRING.                                                 00045800
            WRITE RPT-LINE.                                             00045900
            MOVE SPACES TO RPT-LINE.                                    00046000
            STRING 'GL DETAIL        : ' WS-COUNT-CHG-DTL               00046100
               DELIMITED BY SIZE INTO RPT-LINE                          00046200
            END-STRING.                                                 00046300
            WRITE RPT-LINE.                                             00046400
            MOVE WS-TOTAL-ACCEPTED TO WS-TOTAL-ED.                      00046500
            MOVE SPACES TO RPT-LINE.                                    00046600
            STRING 'GROSS ACCEPTED   : ' WS-TOTAL-ED                    00046700
               DELIMITED BY SIZE INTO RPT-LINE                          00046800
            END-STRING.                                                 00046900
            WRITE RPT-LINE.                                             00047000
            IF WS-COUNT-EMPOVER > 0 THEN                                00047100
               MOVE SPACES TO RPT-LINE                                  00047200
               STRING '*** EXTRACT OVER TABLE SIZE: '                   00047300
                  WS-COUNT-EMPOVER ' EMPLOYEES NOT LOADED'              00047400
                  DELIMITED BY SIZE INTO RPT-LINE                       00047500
               END-STRING                                               00047600
               WRITE RPT-LINE                                           00047700
            END-IF.                                                     00047800
      * THE PRODUCER RECORD PGM26 PAIRS WITH PGM50'S CONSUMER           00047900
      * RECORD FOR THE OFF-CYCLE PAYROLL FILE.                          00048000
       WRITE-BAL-RECS.                                                  00048100
            OPEN OUTPUT BALOUT.                                         00048200
            MOVE SPACES TO BAL-REC.                                     00048300
            MOVE WS-RUN-NUMBER TO BAL-RUN-NUMBER.                       00048400
            MOVE 'PGM84' TO BAL-STEP-NAME.                              00048500
            SET BAL-ROLE-PRODUCER TO TRUE.                              00048600
            MOVE WS-COUNT-ACCEPTED TO BAL-RECORD-COUNT.                 00048700
            MOVE WS-PROD-SALARY-ACC TO BAL-SALARY-HASH.                 00048800
            MOVE WS-PROD-RECORD-ACC TO BAL-RECORD-HASH.                 00048900
            WRITE BAL-REC.                                              00049000
            CLOSE BALOUT.                                               00049100

      *     EARLIER ITEMS ARE ALREADY COMMITTED AND MARKED.             00001800
      * REJECTED ITEMS ARE REPORTED AND LEFT IN PLACE FOR THE           00001900
      * COMPLIANCE FILE.                                                00002000
      * A DEADLOCK OR TIMEOUT (-911/-913) ON AN ITEM ROLLS IT BACK,     00002014
      * WAITS LOCKWAITSECS (DEFAULT 30) AND RETRIES IT, UP TO           00002028
      * LOCKRETRIES (DEFAULT 3) TIMES, THROUGH THE SHARED PGM112        00002042
      * SERVICE; ONLY THEN DOES THE STEP END RC 12.  PARM CARDS ON      00002056
      * DDPARMIN (CPPARMCD) ALSO CARRY RUNNUMBER, AND ONE CPAUDIT       00002070
      * RECORD ON DDAUDITOUT CARRIES THE RUN'S RETRY COUNT.             00002084
       ENVIRONMENT DIVISION.                                            00002100
       INPUT-OUTPUT SECTION.                                            00002200
       FILE-CONTROL.                                                    00002300
                ORGANIZATION IS INDEXED                                 00002500
                ACCESS MODE IS SEQUENTIAL                               00002600
                RECORD KEY IS PND-EMP-ID.                               00002700
                SELECT PARMFILE ASSIGN TO DDPARMIN                      00002720
                ORGANIZATION IS SEQUENTIAL.                             00002740
                SELECT AUDITOUT ASSIGN TO DDAUDITOUT                    00002760
                ORGANIZATION IS SEQUENTIAL.                             00002780
                SELECT RPTFILE ASSIGN TO DDRPTOUT                       00002800
                ORGANIZATION IS SEQUENTIAL.                             00002900
       DATA DIVISION.                                                   00003000
       FD RPTFILE                                                       00004800
            RECORDING MODE IS F.                                        00004900
       01 RPT-LINE PIC X(80).                                           00005000
       FD PARMFILE                                                      00005011
            RECORDING MODE IS F.                                        00005022
       01 PARM-CARD.                                                    00005033
          COPY CPPARMCD.                                                00005044
       FD AUDITOUT                                                      00005055
            RECORDING MODE IS F.                                        00005066
       01 AUD-REC.                                                      00005077
          COPY CPAUDIT.                                                 00005088
       WORKING-STORAGE SECTION.                                         00005100
       01 WS-PEND-EOF-SW PIC X(1) VALUE 'N'.                            00005200
           88 WS-PEND-EOF      VALUE 'Y'.                               00005300
       01 WS-COUNT-REJECTED PIC 9(7) VALUE 0.                           00006100
       01 WS-COUNT-PENDING  PIC 9(7) VALUE 0.                           00006200
       01 WS-COUNT-DONE     PIC 9(7) VALUE 0.                           00006300
       01 WS-PARM-EOF-SW PIC X(1) VALUE 'N'.                            00006309
           88 WS-PARM-EOF      VALUE 'Y'.                               00006318
       01 WS-RUN-NUMBER     PIC 9(5) VALUE 0.                           00006327
       01 WS-AUD-START-DATE PIC 9(8).                                   00006336
       01 WS-AUD-START-TIME PIC 9(8).                                   00006345
       01 WS-DBRETRY-PGM    PIC X(8) VALUE 'PGM112'.                    00006354
       01 WS-DB-RETRY.                                                  00006363
          COPY CPDBRTRY.                                                00006372
       01 WS-REPLAY-SW PIC X(1) VALUE 'N'.                              00006381
           88 WS-UOW-REPLAY    VALUE 'Y'.                               00006390
       01 WS-RETCD.                                                     00006400
           COPY CPRETCD.                                                00006500
            EXEC SQL                                                    00006600
       PROCEDURE DIVISION.                                              00008700
       MAIN-ROUTINE.                                                    00008800
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.                      00008900
            ACCEPT WS-AUD-START-DATE FROM DATE YYYYMMDD.                00008911
            ACCEPT WS-AUD-START-TIME FROM TIME.                         00008922
            MOVE 'PGM76' TO DBR-PROGRAM.                                00008933
            MOVE 3 TO DBR-RETRY-LIMIT.                                  00008944
            MOVE 30 TO DBR-RETRY-WAIT.                                  00008955
            MOVE 0 TO DBR-RETRY-COUNT.                                  00008966
            MOVE 0 TO DBR-RETRY-TOTAL.                                  00008977
            PERFORM READ-APPLY-PARMS.                                   00008988
            MOVE SPACES TO WS-HIST-EFF-DATE.                            00009000
            STRING WS-RUN-YYYY '-' WS-RUN-MM '-' WS-RUN-DD              00009100
               DELIMITED BY SIZE INTO WS-HIST-EFF-DATE                  00009200
            PERFORM WRITE-APPLY-SUMMARY.                                00011200
            CLOSE PENDAPPR.                                             00011300
            CLOSE RPTFILE.                                              00011400
            PERFORM WRITE-RUN-AUDIT-REC.                                00011450
            MOVE WS-RETURN-CODE TO RETURN-CODE.                         00011500
            GOBACK.                                                     00011600
       HANDLE-ONE-ITEM.                                                 00011700
            INSPECT WS-EMPNAME-TEXT TALLYING WS-NAME-LEN                00015200
               FOR CHARACTERS BEFORE INITIAL SPACE.                     00015300
            MOVE WS-NAME-LEN TO WS-EMPNAME-LEN.                         00015400
            MOVE 0 TO DBR-RETRY-COUNT.                                  00015403
            PERFORM APPLY-ITEM-TO-DB.                                   00015406
            PERFORM UNTIL NOT WS-UOW-REPLAY                             00015409
               PERFORM APPLY-ITEM-TO-DB                                 00015412
            END-PERFORM.                                                00015415
            IF WS-RC-IO-ERROR THEN                                      00015418
               CONTINUE                                                 00015421
            ELSE                                                        00015424
               SET PND-STATUS-APPLIED TO TRUE                           00015427
               REWRITE PND-REC                                          00015430
               END-REWRITE                                              00015433
               ADD 1 TO WS-COUNT-APPLIED                                00015436
               MOVE SPACES TO RPT-LINE                                  00015439
               STRING 'APPLIED  ' PND-EMP-ID                            00015442
                  ' BY ' PND-CHECKER                                    00015445
                  ' (MAKER ' PND-MAKER ')'                              00015448
                  DELIMITED BY SIZE INTO RPT-LINE                       00015451
               END-STRING                                               00015454
               WRITE RPT-LINE                                           00015457
            END-IF.                                                     00015460
      * ONE ITEM IS ONE UNIT OF WORK - A LOCK CONFLICT ANYWHERE IN IT   00015463
      * ROLLS THE WHOLE ITEM BACK AND, WHILE RETRIES ARE LEFT, ASKS     00015466
      * FOR IT TO BE APPLIED AGAIN FROM THE TOP.                        00015469
       APPLY-ITEM-TO-DB.                                                00015472
            MOVE 'N' TO WS-REPLAY-SW.                                   00015475
            EXEC SQL                                                    00015500
                 UPDATE EMP_DB                                          00015600
                 SET    SALARY = :WS-NEW-SALARY                         00015700
                 WHERE  EMPID  = :WS-EMPID                              00015800
            END-EXEC.                                                   00015900
            IF SQLCODE NOT = ZERO                                       00016000
               PERFORM HANDLE-DB2-FAILURE                               00016100
            END-IF.                                                     00016300
            IF WS-RC-IO-ERROR OR WS-UOW-REPLAY THEN                     00016400
               CONTINUE                                                 00016500
            ELSE                                                        00016600
               EXEC SQL                                                 00016700
                        'PGM76')                                        00017600
               END-EXEC                                                 00017700
               IF SQLCODE NOT = ZERO                                    00017800
                  PERFORM HANDLE-DB2-FAILURE                            00017900
               END-IF                                                   00018100
            END-IF.                                                     00018200
      * THE DATABASE WORK COMMITS BEFORE THE PENDAPPR RECORD IS         00018300
      * MARKED - AN ITEM CAN APPLY TWICE ONLY IF THE MARK ITSELF        00018400
      * FAILS, NEVER BE MARKED APPLIED WITHOUT THE MONEY MOVING.        00018500
            IF WS-RC-IO-ERROR OR WS-UOW-REPLAY THEN                     00018600
               CONTINUE                                                 00018700
            ELSE                                                        00018800
               EXEC SQL                                                 00018900
                    COMMIT                                              00019000
               END-EXEC                                                 00019100
               IF SQLCODE NOT = ZERO                                    00019200
                  PERFORM HANDLE-DB2-FAILURE                            00019300
               END-IF                                                   00019500
            END-IF.                                                     00019600
      * THE ITEM IS ROLLED BACK BEFORE PGM112 IS ASKED, SO THE WAIT     00019625
      * HOLDS NO LOCKS OF OURS; A -911 HAS ALREADY BEEN ROLLED BACK     00019650
      * BY DB2, A -913 HAS NOT.                                         00019675
       HANDLE-DB2-FAILURE.                                              00019700
            MOVE SQLCODE TO DBR-SQLCODE.                                00019725
            EXEC SQL                                                    00019750
                 ROLLBACK                                               00019775
            END-EXEC.                                                   00019800
            CALL WS-DBRETRY-PGM USING WS-DB-RETRY.                      00019825
            IF DBR-ACTION-RETRY THEN                                    00019850
               SET WS-UOW-REPLAY TO TRUE                                00019875
            ELSE                                                        00019900
               DISPLAY "DB2 ERROR: " DBR-SQLCODE                        00020000
               SET WS-RC-IO-ERROR TO TRUE                               00020100
            END-IF.                                                     00021100
       WRITE-APPLY-SUMMARY.                                             00021200
            MOVE SPACES TO RPT-LINE.                                    00021300
            IF WS-RC-OK AND WS-COUNT-PENDING > 0 THEN                   00022100
               SET WS-RC-WARNING TO TRUE                                00022200
            END-IF.                                                     00022300
       READ-APPLY-PARMS.                                                00022400
            OPEN INPUT PARMFILE.                                        00022500
            PERFORM UNTIL WS-PARM-EOF                                   00022600
               READ PARMFILE                                            00022700
                 AT END SET WS-PARM-EOF TO TRUE                         00022800
                 NOT AT END PERFORM APPLY-PARM-CARD                     00022900
               END-READ                                                 00023000
            END-PERFORM.                                                00023100
            CLOSE PARMFILE.                                             00023200
       APPLY-PARM-CARD.                                                 00023300
            EVALUATE PARM-KEY                                           00023400
                WHEN 'RUNNUMBER'                                        00023500
                   MOVE PARM-VALUE-NUM TO WS-RUN-NUMBER                 00023600
                WHEN 'LOCKRETRIES'                                      00023700
                   IF PARM-VALUE-NUM < 1000 THEN                        00023800
                      MOVE PARM-VALUE-NUM TO DBR-RETRY-LIMIT            00023900
                   END-IF                                               00024000
                WHEN 'LOCKWAITSECS'                                     00024100
                   IF PARM-VALUE-NUM < 100000 THEN                      00024200
                      MOVE PARM-VALUE-NUM TO DBR-RETRY-WAIT             00024300
                   END-IF                                               00024400
                WHEN OTHER                                              00024500
                   CONTINUE                                             00024600
            END-EVALUATE.                                               00024700
       WRITE-RUN-AUDIT-REC.                                             00024800
            MOVE SPACES TO AUD-REC.                                     00024900
            MOVE 'PGM76' TO AUD-PROGRAM.                                00025000
            MOVE WS-AUD-START-DATE TO AUD-START-DATE.                   00025100
            MOVE WS-AUD-START-TIME TO AUD-START-TIME.                   00025200
            ACCEPT AUD-END-DATE FROM DATE YYYYMMDD.                     00025300
            ACCEPT AUD-END-TIME FROM TIME.                              00025400
            MOVE WS-COUNT-APPLIED TO AUD-RECORDS-PROCESSED.             00025500
            MOVE WS-RETURN-CODE TO AUD-RETURN-CODE.                     00025600
            MOVE 0 TO AUD-ELAPSED-SECONDS.                              00025700
            MOVE WS-RUN-NUMBER TO AUD-RUN-NUMBER.                       00025800
            MOVE DBR-RETRY-TOTAL TO AUD-LOCK-RETRIES.                   00025900
            OPEN OUTPUT AUDITOUT.                                       00026000
            WRITE AUD-REC.                                              00026100
            CLOSE AUDITOUT.                                             00026200

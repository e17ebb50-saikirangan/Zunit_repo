      * TO THE SALARY_HIST TABLE (SEE THE HISTDDL JOB) IN THE SAME      00001400
      * UNIT OF WORK, SO "WHAT WAS THIS PERSON PAID ON DATE X" CAN      00001500
      * BE ANSWERED AFTER THE CURRENT EMP_DB ROW IS OVERWRITTEN.        00001600
      * A HIRE CARRIES ITS DEPARTMENT IN TRN-DEPT (COLUMNS 41-44)       00001611
      * AND IS CHECKED AGAINST THE OPEN POSITIONS ON THE PGM91          00001622
      * POSITION CLUSTER (DDPOSNKS), EACH HIRE TAKING ONE: WITH         00001633
      * POSNCHECK REJECT A HIRE INTO A DEPARTMENT WITH NO OPEN          00001644
      * POSITION IS REJECTED, WITH WARN (THE DEFAULT) IT IS APPLIED     00001655
      * AND REPORTED, WITH OFF THE CLUSTER IS NOT READ.  A CLUSTER      00001666
      * THAT CANNOT BE OPENED ENDS THE STEP RC 12 BEFORE ANY            00001677
      * TRANSACTION IS APPLIED.  A DB2 DEADLOCK OR TIMEOUT (-911 OR     00001679
      * -913) ROLLS BACK TO THE LAST COMMIT AND, THROUGH PGM112,        00001681
      * WAITS LOCKWAITSECS SECONDS AND REPLAYS THE TRANSACTIONS         00001683
      * SINCE THAT COMMIT, UP TO LOCKRETRIES TIMES PER UNIT OF WORK     00001685
      * BEFORE THE STEP FAILS RC 12 (DEFAULTS 3 AND 30).  A REPLAYED    00001687
      * TRANSACTION DOES NOT REPEAT ITS REPORT OR APPLOUT LINES.        00001689
      * ONE CPAUDIT RECORD PER RUN GOES TO DDAUDITOUT (RUN NUMBER       00001691
      * FROM THE RUNNUMBER CARD) CARRYING THE RUN'S RETRY COUNT.        00001693
      * THE NAME IS STORED TO ITS LAST NON-BLANK CHARACTER, SO A        00001694
      * FORENAME AND SURNAME BOTH REACH EMP_DB.  PGM115 WRITES C        00001695
      * TRANSACTIONS IN THIS LAYOUT FOR A SALARY OUT OF STEP WITH       00001696
      * ITS SALARY_HIST ROW.                                            00001697
       ENVIRONMENT DIVISION.                                            00001700
       INPUT-OUTPUT SECTION.                                            00001800
       FILE-CONTROL.                                                    00001900
                SELECT CHKPTFILE ASSIGN TO DDCHKPT                      00002400
                ORGANIZATION IS SEQUENTIAL                              00002500
                FILE STATUS IS WS-CHKPT-STATUS.                         00002600
                SELECT POSNKSDS ASSIGN TO DDPOSNKS                      00002616
                ORGANIZATION IS INDEXED                                 00002632
                ACCESS MODE IS SEQUENTIAL                               00002648
                RECORD KEY IS POS-NUMBER                                00002664
                FILE STATUS IS WS-POS-STATUS.                           00002680
                SELECT RPTFILE ASSIGN TO DDRPTOUT                       00002700
                ORGANIZATION IS SEQUENTIAL.                             00002800
                SELECT APPLOUT ASSIGN TO DDAPPLOUT                      00002900
                ORGANIZATION IS SEQUENTIAL.                             00003000
                SELECT AUDITOUT ASSIGN TO DDAUDITOUT                    00003033
                ORGANIZATION IS SEQUENTIAL.                             00003066
       DATA DIVISION.                                                   00003100
       FILE SECTION.                                                    00003200
       FD TRANIN                                                        00003300
           05 TRN-EMPID  PIC 9(9).                                      00004000
           05 TRN-NAME   PIC X(20).                                     00004100
           05 TRN-SALARY PIC 9(8)V99.                                   00004200
           05 TRN-DEPT   PIC X(4).                                      00004266
           05 FILLER     PIC X(36).                                     00004332
       FD PARMFILE                                                      00004400
            RECORDING MODE IS F.                                        00004500
       01 PARM-CARD.                                                    00004600
       01 CHKPT-REC.                                                    00005000
           05 CHKPT-APPLIED-COUNT PIC 9(7).                             00005100
           05 FILLER              PIC X(73).                            00005200
       FD POSNKSDS.                                                     00005225
       01 POS-REC.                                                      00005250
          COPY CPPOSN.                                                  00005275
       FD RPTFILE                                                       00005300
            RECORDING MODE IS F.                                        00005400
       01 RPT-LINE PIC X(80).                                           00005500
            RECORDING MODE IS F.                                        00005700
       01 CHG-REC.                                                      00005800
          COPY CPCHGDTL.                                                00005900
       FD AUDITOUT                                                      00005920
            RECORDING MODE IS F.                                        00005940
       01 AUD-REC.                                                      00005960
          COPY CPAUDIT.                                                 00005980
       WORKING-STORAGE SECTION.                                         00006000
       01 WS-TRAN-EOF-SW PIC X(1) VALUE 'N'.                            00006100
           88 WS-TRAN-EOF      VALUE 'Y'.                               00006200
       01 WS-COUNT-SEEN        PIC 9(7) VALUE 0.                        00007200
       01 WS-COUNT-APPLIED     PIC 9(7) VALUE 0.                        00007300
       01 WS-COUNT-REJECTED    PIC 9(7) VALUE 0.                        00007400
       01 WS-COUNT-NO-POSN     PIC 9(7) VALUE 0.                        00007404
       01 WS-POS-STATUS PIC X(2) VALUE SPACES.                          00007408
           88 WS-POS-OPEN-OK  VALUE '00' '05' '97'.                     00007412
       01 WS-POS-EOF-SW PIC X(1) VALUE 'N'.                             00007416
           88 WS-POS-EOF       VALUE 'Y'.                               00007420
       01 WS-POSN-CHECK PIC X(6) VALUE 'WARN'.                          00007424
           88 WS-POSN-CHECK-REJECT VALUE 'REJECT'.                      00007428
           88 WS-POSN-CHECK-WARN   VALUE 'WARN'.                        00007432
           88 WS-POSN-CHECK-OFF    VALUE 'OFF'.                         00007436
       01 WS-POSN-OK-SW PIC X(1) VALUE 'Y'.                             00007440
           88 WS-POSN-OK       VALUE 'Y'.                               00007444
      * OPEN POSITIONS LEFT PER DEPARTMENT, TAKEN DOWN BY EACH HIRE.    00007448
       01 WS-OPN-COUNT PIC 9(3) COMP VALUE 0.                           00007452
       01 WS-OPN-TABLE.                                                 00007456
           05 WS-OPN-ENTRY OCCURS 200 TIMES                             00007460
                            INDEXED BY WS-OPN-IDX WS-OPN-SAV.           00007464
               10 WS-OPN-DEPT  PIC X(4).                                00007468
               10 WS-OPN-LEFT  PIC 9(5).                                00007472
       01 WS-FOUND-SW PIC X(1) VALUE 'N'.                               00007476
           88 WS-ENTRY-FOUND   VALUE 'Y'.                               00007480
       01 WS-SQLCODE-DISPLAY   PIC -9(9).                               00007500
       01 WS-RUN-NUMBER        PIC 9(5) VALUE 0.                        00007505
       01 WS-AUD-START-DATE    PIC 9(8).                                00007510
       01 WS-AUD-START-TIME    PIC 9(8).                                00007515
       01 WS-DBRETRY-PGM       PIC X(8) VALUE 'PGM112'.                 00007520
       01 WS-DB-RETRY.                                                  00007525
          COPY CPDBRTRY.                                                00007530
       01 WS-REPLAY-SW PIC X(1) VALUE 'N'.                              00007535
           88 WS-UOW-REPLAY    VALUE 'Y'.                               00007540
      * THE POSITION AT THE LAST COMMIT, RESTORED WHEN A LOCK           00007545
      * CONFLICT SENDS THE UNIT OF WORK BACK TO BE REPLAYED.            00007550
       01 WS-CMT-SEEN          PIC 9(7) VALUE 0.                        00007555
       01 WS-CMT-APPLIED       PIC 9(7) VALUE 0.                        00007560
       01 WS-CMT-REJECTED      PIC 9(7) VALUE 0.                        00007565
       01 WS-CMT-NO-POSN       PIC 9(7) VALUE 0.                        00007570
       01 WS-CMT-OPN-TABLE     PIC X(1800).                             00007575
      * THE LAST TRANSACTION WHOSE LINES ARE ALREADY WRITTEN, SO A      00007580
      * REPLAY DOES NOT WRITE THEM A SECOND TIME.                       00007585
       01 WS-POSN-WRITTEN-SEQ  PIC 9(7) VALUE 0.                        00007590
       01 WS-DETAIL-WRITTEN-SEQ PIC 9(7) VALUE 0.                       00007595
       01 WS-RETCD.                                                     00007600
           COPY CPRETCD.                                                00007700
            EXEC SQL                                                    00007800
       PROCEDURE DIVISION.                                              00010500
       MAIN-ROUTINE.                                                    00010600
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.                      00010700
            ACCEPT WS-AUD-START-DATE FROM DATE YYYYMMDD.                00010733
            ACCEPT WS-AUD-START-TIME FROM TIME.                         00010766
            PERFORM BUILD-HIST-EFF-DATE.                                00010800
            MOVE 'PGM22' TO DBR-PROGRAM.                                00010816
            MOVE 3 TO DBR-RETRY-LIMIT.                                  00010832
            MOVE 30 TO DBR-RETRY-WAIT.                                  00010848
            MOVE 0 TO DBR-RETRY-COUNT.                                  00010864
            MOVE 0 TO DBR-RETRY-TOTAL.                                  00010880
            PERFORM READ-MAINT-PARMS.                                   00010900
            PERFORM READ-RESTART-CHKPT.                                 00011000
            IF NOT WS-POSN-CHECK-OFF THEN                               00011009
               PERFORM LOAD-OPEN-POSITIONS                              00011018
               IF NOT WS-POS-OPEN-OK THEN                               00011027
                  DISPLAY 'PGM22 POSITION CLUSTER OPEN FAILED, STATUS ' 00011036
                     WS-POS-STATUS                                      00011045
                  SET WS-RC-IO-ERROR TO TRUE                            00011054
                  MOVE WS-RETURN-CODE TO RETURN-CODE                    00011063
                  GOBACK                                                00011072
               END-IF                                                   00011081
            END-IF.                                                     00011090
            OPEN INPUT TRANIN.                                          00011100
            OPEN OUTPUT RPTFILE.                                        00011200
            OPEN OUTPUT APPLOUT.                                        00011300
            IF WS-RESTART-COUNT > 0 THEN                                00011500
               PERFORM SKIP-APPLIED-TRANS                               00011600
            END-IF.                                                     00011700
            PERFORM SAVE-COMMIT-POINT.                                  00011750
            PERFORM UNTIL WS-TRAN-EOF OR WS-RC-IO-ERROR                 00011800
               READ TRANIN                                              00011900
                 AT END SET WS-TRAN-EOF TO TRUE                         00012000
            CLOSE TRANIN.                                               00013500
            CLOSE RPTFILE.                                              00013600
            CLOSE APPLOUT.                                              00013700
            IF (WS-COUNT-REJECTED > 0 OR WS-COUNT-NO-POSN > 0)          00013766
               AND WS-RC-OK THEN                                        00013832
               SET WS-RC-WARNING TO TRUE                                00013900
            END-IF.                                                     00014000
            PERFORM WRITE-RUN-AUDIT-REC.                                00014050
            MOVE WS-RETURN-CODE TO RETURN-CODE.                         00014100
            GOBACK.                                                     00014200
       READ-MAINT-PARMS.                                                00014300
                   IF PARM-VALUE-NUM > 0 THEN                           00015500
                      MOVE PARM-VALUE-NUM TO WS-COMMIT-INTERVAL         00015600
                   END-IF                                               00015700
                WHEN 'POSNCHECK'                                        00015714
                   IF PARM-VALUE-TEXT (1:6) = 'REJECT' OR               00015728
                      PARM-VALUE-TEXT (1:6) = 'WARN' OR                 00015742
                      PARM-VALUE-TEXT (1:6) = 'OFF' THEN                00015756
                      MOVE PARM-VALUE-TEXT (1:6) TO WS-POSN-CHECK       00015770
                   END-IF                                               00015784
                WHEN 'RUNNUMBER'                                        00015785
                   MOVE PARM-VALUE-NUM TO WS-RUN-NUMBER                 00015786
                WHEN 'LOCKRETRIES'                                      00015787
                   IF PARM-VALUE-NUM < 1000 THEN                        00015788
                      MOVE PARM-VALUE-NUM TO DBR-RETRY-LIMIT            00015789
                   END-IF                                               00015790
                WHEN 'LOCKWAITSECS'                                     00015791
                   IF PARM-VALUE-NUM < 100000 THEN                      00015792
                      MOVE PARM-VALUE-NUM TO DBR-RETRY-WAIT             00015793
                   END-IF                                               00015794
                WHEN OTHER                                              00015800
                   CONTINUE                                             00015900
            END-EVALUATE.                                               00016000
      * COUNTS THE OPEN POSITIONS OF EACH DEPARTMENT; FILLED AND        00016002
      * FROZEN POSITIONS CANNOT BE HIRED INTO.                          00016004
       LOAD-OPEN-POSITIONS.                                             00016006
            OPEN INPUT POSNKSDS.                                        00016008
            IF WS-POS-OPEN-OK THEN                                      00016010
               PERFORM UNTIL WS-POS-EOF                                 00016012
                  READ POSNKSDS                                         00016014
                    AT END SET WS-POS-EOF TO TRUE                       00016016
                    NOT AT END                                          00016018
                       IF POS-STATUS-OPEN THEN                          00016020
                          PERFORM TALLY-OPEN-POSITION                   00016022
                       END-IF                                           00016024
                  END-READ                                              00016026
               END-PERFORM                                              00016028
               CLOSE POSNKSDS                                           00016030
               SET WS-POS-OPEN-OK TO TRUE                               00016032
            END-IF.                                                     00016034
       TALLY-OPEN-POSITION.                                             00016036
            PERFORM FIND-OPEN-DEPT.                                     00016038
            IF WS-ENTRY-FOUND THEN                                      00016040
               ADD 1 TO WS-OPN-LEFT (WS-OPN-IDX)                        00016042
            ELSE                                                        00016044
               IF WS-OPN-COUNT < 200 THEN                               00016046
                  ADD 1 TO WS-OPN-COUNT                                 00016048
                  SET WS-OPN-IDX TO WS-OPN-COUNT                        00016050
                  MOVE POS-DEPT TO WS-OPN-DEPT (WS-OPN-IDX)             00016052
                  MOVE 1 TO WS-OPN-LEFT (WS-OPN-IDX)                    00016054
               END-IF                                                   00016056
            END-IF.                                                     00016058
      * LOOKS UP POS-DEPT IN THE OPEN-POSITION TABLE.                   00016060
       FIND-OPEN-DEPT.                                                  00016062
            MOVE 'N' TO WS-FOUND-SW.                                    00016064
            IF WS-OPN-COUNT > 0 THEN                                    00016066
               PERFORM VARYING WS-OPN-IDX FROM 1 BY 1                   00016068
                  UNTIL WS-OPN-IDX > WS-OPN-COUNT                       00016070
                     OR WS-ENTRY-FOUND                                  00016072
                  IF WS-OPN-DEPT (WS-OPN-IDX) = POS-DEPT THEN           00016074
                     SET WS-ENTRY-FOUND TO TRUE                         00016076
                     SET WS-OPN-SAV TO WS-OPN-IDX                       00016078
                  END-IF                                                00016080
               END-PERFORM                                              00016082
            END-IF.                                                     00016084
            IF WS-ENTRY-FOUND THEN                                      00016086
               SET WS-OPN-IDX TO WS-OPN-SAV                             00016088
            END-IF.                                                     00016090
       READ-RESTART-CHKPT.                                              00016100
            MOVE 0 TO WS-RESTART-COUNT.                                 00016200
            OPEN INPUT CHKPTFILE.                                       00016300
            WRITE RPT-LINE.                                             00018700
       APPLY-ONE-TRAN.                                                  00018800
            ADD 1 TO WS-COUNT-SEEN.                                     00018900
            SET WS-POSN-OK TO TRUE.                                     00018902
            IF TRN-CODE-HIRE AND NOT WS-POSN-CHECK-OFF THEN             00018904
               PERFORM CHECK-OPEN-POSITION                              00018906
            END-IF.                                                     00018908
            IF WS-POSN-OK THEN                                          00018910
               PERFORM APPLY-TRAN-TO-DB                                 00018912
            END-IF.                                                     00018914
            IF WS-UOW-REPLAY THEN                                       00018916
               PERFORM REPLAY-FROM-COMMIT                               00018918
            END-IF.                                                     00018920
      * A HIRE WITH AN OPEN POSITION TAKES IT; ONE WITHOUT IS           00018922
      * REJECTED OR ONLY REPORTED, AS POSNCHECK SAYS.                   00018924
       CHECK-OPEN-POSITION.                                             00018926
            MOVE TRN-DEPT TO POS-DEPT.                                  00018928
            PERFORM FIND-OPEN-DEPT.                                     00018930
            IF WS-ENTRY-FOUND AND TRN-DEPT NOT = SPACES AND             00018932
               WS-OPN-LEFT (WS-OPN-IDX) > 0 THEN                        00018934
               SUBTRACT 1 FROM WS-OPN-LEFT (WS-OPN-IDX)                 00018936
            ELSE                                                        00018938
               ADD 1 TO WS-COUNT-NO-POSN                                00018940
               MOVE SPACES TO RPT-LINE                                  00018942
               IF WS-POSN-CHECK-REJECT THEN                             00018944
                  MOVE 'N' TO WS-POSN-OK-SW                             00018946
                  ADD 1 TO WS-COUNT-REJECTED                            00018948
                  STRING 'REJECTED H EMPID ' TRN-EMPID                  00018950
                     ' NO OPEN POSITION IN DEPT ' TRN-DEPT              00018952
                     DELIMITED BY SIZE INTO RPT-LINE                    00018954
                  END-STRING                                            00018956
               ELSE                                                     00018958
                  STRING 'WARNING  H EMPID ' TRN-EMPID                  00018960
                     ' NO OPEN POSITION IN DEPT ' TRN-DEPT              00018962
                     DELIMITED BY SIZE INTO RPT-LINE                    00018964
                  END-STRING                                            00018966
               END-IF                                                   00018968
               IF WS-COUNT-SEEN > WS-POSN-WRITTEN-SEQ THEN              00018970
                  WRITE RPT-LINE                                        00018972
                  MOVE WS-COUNT-SEEN TO WS-POSN-WRITTEN-SEQ             00018974
               END-IF                                                   00018976
            END-IF.                                                     00018978
       APPLY-TRAN-TO-DB.                                                00018980
            MOVE TRN-EMPID TO WS-EMPID.                                 00019000
            MOVE TRN-NAME TO WS-EMPNAME-TEXT.                           00019100
            MOVE 20 TO WS-NAME-LEN.                                     00019144
            PERFORM UNTIL WS-NAME-LEN = 1                               00019188
               OR WS-EMPNAME-TEXT (WS-NAME-LEN:1) NOT = SPACE           00019232
               SUBTRACT 1 FROM WS-NAME-LEN                              00019276
            END-PERFORM.                                                00019320
            IF WS-EMPNAME-TEXT = SPACES THEN                            00019364
               MOVE 0 TO WS-NAME-LEN                                    00019408
            END-IF.                                                     00019452
            MOVE WS-NAME-LEN TO WS-EMPNAME-LEN.                         00019500
            MOVE TRN-SALARY TO WS-SALARY.                               00019600
            PERFORM FETCH-OLD-SALARY.                                   00019700
            IF WS-RC-IO-ERROR OR WS-UOW-REPLAY THEN                     00019714
               CONTINUE                                                 00019728
            ELSE                                                        00019742
               PERFORM APPLY-TRAN-SQL                                   00019756
            END-IF.                                                     00019770
       APPLY-TRAN-SQL.                                                  00019784
            EVALUATE TRUE                                               00019800
                WHEN TRN-CODE-HIRE                                      00019900
                   EXEC SQL                                             00020000
            EVALUATE SQLCODE                                            00022100
                WHEN ZERO                                               00022200
                   PERFORM WRITE-SALARY-HIST-ROW                        00022300
                   IF WS-RC-IO-ERROR OR WS-UOW-REPLAY THEN              00022400
                      CONTINUE                                          00022500
                   ELSE                                                 00022600
                      ADD 1 TO WS-COUNT-APPLIED                         00022700
                   ADD 1 TO WS-COUNT-REJECTED                           00023500
                   PERFORM WRITE-REJECT-LINE                            00023600
                WHEN OTHER                                              00023700
                   PERFORM HANDLE-DB2-FAILURE                           00023780
                   IF WS-RC-IO-ERROR THEN                               00023860
                      PERFORM WRITE-REJECT-LINE                         00023940
                   END-IF                                               00024020
            END-EVALUATE.                                               00024100
       BUILD-HIST-EFF-DATE.                                             00024200
            MOVE SPACES TO WS-HIST-EFF-DATE.                            00024300
                 FROM  EMP_DB                                           00025800
                 WHERE EMPID = :WS-EMPID                                00025900
            END-EXEC.                                                   00026000
            IF SQLCODE = -911 OR SQLCODE = -913 THEN                    00026025
               PERFORM HANDLE-DB2-FAILURE                               00026050
            END-IF.                                                     00026075
            IF SQLCODE NOT = ZERO THEN                                  00026100
               MOVE 0 TO WS-OLD-SALARY                                  00026200
               MOVE SPACES TO WS-DEPTID                                 00026300
                     'PGM22')                                           00029100
            END-EXEC.                                                   00029200
            IF SQLCODE NOT = ZERO THEN                                  00029300
               PERFORM HANDLE-DB2-FAILURE                               00029400
            END-IF.                                                     00029600
      * ONE CPCHGDTL DETAIL PER APPLIED TRANSACTION, SO THE PGM58       00029700
      * EVENT PUBLISHER AND OTHER DOWNSTREAM CONSUMERS SEE BATCH        00029800
      * MAINTENANCE WITHOUT DIFFING EXTRACTS.                           00029900
       WRITE-APPLIED-DETAIL.                                            00030000
            IF WS-COUNT-SEEN > WS-DETAIL-WRITTEN-SEQ THEN               00030016
               PERFORM WRITE-APPLIED-CHG-REC                            00030032
               MOVE WS-COUNT-SEEN TO WS-DETAIL-WRITTEN-SEQ              00030048
            END-IF.                                                     00030064
       WRITE-APPLIED-CHG-REC.                                           00030080
            MOVE SPACES TO CHG-REC.                                     00030100
            MOVE TRN-EMPID TO WS-EMPID-D.                               00030200
            MOVE WS-EMPID-D TO CHG-EMP-ID.                              00030300
               EXEC SQL                                                 00031900
                    COMMIT                                              00032000
               END-EXEC                                                 00032100
               IF SQLCODE NOT = ZERO THEN                               00032128
                  PERFORM HANDLE-DB2-FAILURE                            00032156
               ELSE                                                     00032184
                  PERFORM WRITE-CHECKPOINT-REC                          00032212
                  PERFORM SAVE-COMMIT-POINT                             00032240
               END-IF                                                   00032268
            END-IF.                                                     00032300
      * EACH COMMIT STARTS A NEW UNIT OF WORK WITH ITS OWN RETRIES.     00032301
       SAVE-COMMIT-POINT.                                               00032302
            MOVE WS-COUNT-SEEN TO WS-CMT-SEEN.                          00032303
            MOVE WS-COUNT-APPLIED TO WS-CMT-APPLIED.                    00032304
            MOVE WS-COUNT-REJECTED TO WS-CMT-REJECTED.                  00032305
            MOVE WS-COUNT-NO-POSN TO WS-CMT-NO-POSN.                    00032306
            MOVE WS-OPN-TABLE TO WS-CMT-OPN-TABLE.                      00032307
            MOVE 0 TO DBR-RETRY-COUNT.                                  00032308
      * THE FAILING STATEMENT'S UNIT OF WORK IS ROLLED BACK BEFORE      00032309
      * PGM112 IS ASKED, SO THE WAIT HOLDS NO LOCKS OF OURS; A -911     00032310
      * HAS ALREADY BEEN ROLLED BACK BY DB2, A -913 HAS NOT.  THE       00032311
      * ORIGINAL SQLCODE IS PUT BACK FOR THE REJECT LINE.               00032312
       HANDLE-DB2-FAILURE.                                              00032313
            MOVE SQLCODE TO DBR-SQLCODE.                                00032314
            EXEC SQL                                                    00032315
                 ROLLBACK                                               00032316
            END-EXEC.                                                   00032317
            CALL WS-DBRETRY-PGM USING WS-DB-RETRY.                      00032318
            MOVE DBR-SQLCODE TO SQLCODE.                                00032319
            IF DBR-ACTION-RETRY THEN                                    00032320
               SET WS-UOW-REPLAY TO TRUE                                00032321
            ELSE                                                        00032322
               DISPLAY "DB2 ERROR: " DBR-SQLCODE                        00032323
               SET WS-RC-IO-ERROR TO TRUE                               00032324
            END-IF.                                                     00032325
      * PUTS THE COUNTS AND OPEN POSITIONS BACK AS THEY WERE AT THE     00032326
      * LAST COMMIT AND REPOSITIONS TRANIN JUST AFTER IT, SO THE        00032327
      * NEXT READ REPLAYS THE FIRST UNCOMMITTED TRANSACTION.            00032328
       REPLAY-FROM-COMMIT.                                              00032329
            MOVE SPACES TO RPT-LINE.                                    00032330
            STRING 'LOCK RETRY ' DBR-RETRY-COUNT                        00032331
               ' - REPLAYING FROM TRANSACTION ' WS-CMT-SEEN             00032332
               DELIMITED BY SIZE INTO RPT-LINE                          00032333
            END-STRING.                                                 00032334
            WRITE RPT-LINE.                                             00032335
            MOVE WS-CMT-SEEN TO WS-COUNT-SEEN.                          00032336
            MOVE WS-CMT-APPLIED TO WS-COUNT-APPLIED.                    00032337
            MOVE WS-CMT-REJECTED TO WS-COUNT-REJECTED.                  00032338
            MOVE WS-CMT-NO-POSN TO WS-COUNT-NO-POSN.                    00032339
            MOVE WS-CMT-OPN-TABLE TO WS-OPN-TABLE.                      00032340
            CLOSE TRANIN.                                               00032341
            OPEN INPUT TRANIN.                                          00032342
            MOVE 0 TO WS-SKIP-COUNTER.                                  00032343
            PERFORM UNTIL WS-SKIP-COUNTER >= WS-CMT-SEEN                00032344
               READ TRANIN                                              00032345
                 AT END SET WS-TRAN-EOF TO TRUE                         00032346
               END-READ                                                 00032347
               ADD 1 TO WS-SKIP-COUNTER                                 00032348
            END-PERFORM.                                                00032349
            MOVE 'N' TO WS-REPLAY-SW.                                   00032350
      * THE CHECKPOINT COUNTS TRANSACTIONS SEEN, NOT APPLIED, SO A      00032400
      * RESTART RESUMES AT THE FIRST TRANSACTION AFTER THE LAST         00032500
      * COMMITTED UNIT OF WORK - REJECTS INSIDE A COMMITTED UNIT        00032600
               ' SQLCODE ' WS-SQLCODE-DISPLAY                           00034800
               DELIMITED BY SIZE INTO RPT-LINE                          00034900
            END-STRING.                                                 00035000
            IF WS-COUNT-SEEN > WS-DETAIL-WRITTEN-SEQ THEN               00035040
               WRITE RPT-LINE                                           00035080
               MOVE WS-COUNT-SEEN TO WS-DETAIL-WRITTEN-SEQ              00035120
            END-IF.                                                     00035160
       WRITE-MAINT-SUMMARY.                                             00035200
            MOVE SPACES TO RPT-LINE.                                    00035300
            MOVE '---- PGM22 EMP_DB MAINTENANCE SUMMARY ----'           00035400
               DELIMITED BY SIZE INTO RPT-LINE                          00036900
            END-STRING.                                                 00037000
            WRITE RPT-LINE.                                             00037100
            MOVE SPACES TO RPT-LINE.                                    00037200
            STRING 'NO OPEN POSITION : ' WS-COUNT-NO-POSN               00037300
               ' (POSNCHECK ' WS-POSN-CHECK ')'                         00037400
               DELIMITED BY SIZE INTO RPT-LINE                          00037500
            END-STRING.                                                 00037600
            WRITE RPT-LINE.                                             00037700
       WRITE-RUN-AUDIT-REC.                                             00037800
            MOVE SPACES TO AUD-REC.                                     00037900
            MOVE 'PGM22' TO AUD-PROGRAM.                                00038000
            MOVE WS-AUD-START-DATE TO AUD-START-DATE.                   00038100
            MOVE WS-AUD-START-TIME TO AUD-START-TIME.                   00038200
            ACCEPT AUD-END-DATE FROM DATE YYYYMMDD.                     00038300
            ACCEPT AUD-END-TIME FROM TIME.                              00038400
            MOVE WS-COUNT-APPLIED TO AUD-RECORDS-PROCESSED.             00038500
            MOVE WS-RETURN-CODE TO AUD-RETURN-CODE.                     00038600
            MOVE 0 TO AUD-ELAPSED-SECONDS.                              00038700
            MOVE WS-RUN-NUMBER TO AUD-RUN-NUMBER.                       00038800
            MOVE DBR-RETRY-TOTAL TO AUD-LOCK-RETRIES.                   00038900
            OPEN OUTPUT AUDITOUT.                                       00039000
            WRITE AUD-REC.                                              00039100
            CLOSE AUDITOUT.                                             00039200

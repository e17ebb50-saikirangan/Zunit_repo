      *     ALTERNATE-INDEX ENTRY WITH IT,                              00001100
      *   - EVERY STATEMENT-ARCHIVE RECORD UNDER THE ID IS              00001200
      *     DELETED,                                                    00001300
      *   - THE PERSONAL-DATA CLUSTER RECORD (CPPERS - TAX ID,          00001320
      *     BIRTH DATE, HOME ADDRESS AND CONTACT DETAILS) IS            00001340
      *     DELETED OUTRIGHT; NOTHING IN IT FEEDS AN AGGREGATE,         00001360
      *     SO NOTHING IS KEPT ANONYMIZED,                              00001380
      *   - THE RETAINED EXTRACT GENERATIONS (CONCATENATED ON           00001400
      *     DDEXTIN) ARE COPIED TO DDEXTOUT WITH THE PERSON'S           00001500
      *     NAME REPLACED BY 'ERASED' AND SALARY ZEROED,                00001600
      *   - THE NAME KSDS CHANGE JOURNAL HISTORY GENERATIONS            00001610
      *     (JRNLHIST, CONCATENATED ON DDKJHIN) ARE COPIED TO           00001620
      *     DDKJHOUT THE SAME WAY, BEFORE AND AFTER IMAGES ALIKE,       00001630
      *     WITH THE RECORD MARKED MASKED,                              00001640
      *   - THE NAME KSDS BACKUP GENERATIONS (KSDSBKUP,                 00001650
      *     CONCATENATED ON DDKBKIN) ARE COPIED TO DDKBKOUT THE         00001660
      *     SAME WAY, THE RECORD KEPT BUT MASKED SO A RECOVERY          00001661
      *     FROM ANY OF THEM STILL ROLLS FORWARD TO THE MASKED          00001663
      *     DELETE BELOW.  RUN THE ERASURE AFTER THE NIGHT'S            00001665
      *     KSDSJRNL CLOSE-OFF, WHICH FOLDS THE LIVE JOURNALS INTO      00001666
      *     THE HISTORY AND TAKES THE NIGHT'S BACKUP.                   00001668
      * THE KSDS DELETE IS ITSELF JOURNALLED (DDKJRNL) AS A MASKED      00001670
      * D CARRYING ONLY THE KEY, SO A ROLL-FORWARD REPEATS THE          00001680
      * ERASURE WITHOUT THE JOURNAL KEEPING WHAT WAS ERASED.            00001690
      * PRINTS AN ERASURE CERTIFICATE LISTING EXACTLY WHAT WAS          00001700
      * REMOVED FROM WHERE, AND WHAT WAS FOUND NOWHERE, FOR THE         00001800
      * COMPLIANCE FILE.  THE DB2 WORK FOR THE WHOLE LIST IS ONE        00001900
      * UNIT OF WORK: A DEADLOCK OR TIMEOUT (-911 OR -913) ROLLS IT     00001911
      * BACK AND, THROUGH PGM112, WAITS LOCKWAITSECS SECONDS AND        00001922
      * RUNS THE LIST AGAIN, UP TO LOCKRETRIES TIMES (DEFAULTS 3        00001933
      * AND 30, ON DDPARMIN) BEFORE THE STEP FAILS RC 12.  THE VSAM     00001944
      * DELETES ALREADY DONE SIMPLY FIND NOTHING THE SECOND TIME.       00001955
      * THE CERTIFICATE SHOWS THE RETRIES, AND ONE CPAUDIT RECORD       00001966
      * PER RUN GOES TO DDAUDITOUT (RUN NUMBER FROM THE RUNNUMBER       00001977
      * CARD) CARRYING THEM.                                            00001988
       ENVIRONMENT DIVISION.                                            00002000
       INPUT-OUTPUT SECTION.                                            00002100
       FILE-CONTROL.                                                    00002200
                ORGANIZATION IS INDEXED                                 00003000
                ACCESS MODE IS DYNAMIC                                  00003100
                RECORD KEY IS STMK-KEY.                                 00003200
                SELECT PERSKSDS ASSIGN TO DDPERSKS                      00003220
                ORGANIZATION IS INDEXED                                 00003240
                ACCESS MODE IS RANDOM                                   00003260
                RECORD KEY IS PER-EMP-ID.                               00003280
                SELECT EXTIN ASSIGN TO DDEXTIN                          00003300
                ORGANIZATION IS SEQUENTIAL.                             00003400
                SELECT EXTOUT ASSIGN TO DDEXTOUT                        00003500
                ORGANIZATION IS SEQUENTIAL.                             00003600
                SELECT RPTFILE ASSIGN TO DDRPTOUT                       00003700
                ORGANIZATION IS SEQUENTIAL.                             00003720
                SELECT PARMFILE ASSIGN TO DDPARMIN                      00003740
                ORGANIZATION IS SEQUENTIAL.                             00003760
                SELECT AUDITOUT ASSIGN TO DDAUDITOUT                    00003780
                ORGANIZATION IS SEQUENTIAL.                             00003782
                SELECT KJRNL ASSIGN TO DDKJRNL                          00003785
                ORGANIZATION IS SEQUENTIAL.                             00003788
                SELECT KJHIN ASSIGN TO DDKJHIN                          00003791
                ORGANIZATION IS SEQUENTIAL.                             00003794
                SELECT KJHOUT ASSIGN TO DDKJHOUT                        00003797
                ORGANIZATION IS SEQUENTIAL.                             00003814
                SELECT KBKIN ASSIGN TO DDKBKIN                          00003831
                ORGANIZATION IS SEQUENTIAL.                             00003848
                SELECT KBKOUT ASSIGN TO DDKBKOUT                        00003865
                ORGANIZATION IS SEQUENTIAL.                             00003882
       DATA DIVISION.                                                   00003900
       FILE SECTION.                                                    00004000
       FD ERASELST                                                      00004100
               10 STMK-RUN-NUMBER PIC 9(5).                             00005300
               10 STMK-LINE-NO    PIC 9(3).                             00005400
           05 STMK-TEXT           PIC X(132).                           00005500
       FD PERSKSDS.                                                     00005525
       01 PER-REC.                                                      00005550
          COPY CPPERS.                                                  00005575
       FD EXTIN                                                         00005600
            RECORDING MODE IS F.                                        00005700
       01 EXT-REC.                                                      00005800
       FD RPTFILE                                                       00006400
            RECORDING MODE IS F.                                        00006500
       01 RPT-LINE PIC X(80).                                           00006600
       FD PARMFILE                                                      00006611
            RECORDING MODE IS F.                                        00006622
       01 PARM-CARD.                                                    00006633
          COPY CPPARMCD.                                                00006644
       FD AUDITOUT                                                      00006655
            RECORDING MODE IS F.                                        00006666
       01 AUD-REC.                                                      00006677
          COPY CPAUDIT.                                                 00006688
       FD KJRNL                                                         00006689
            RECORDING MODE IS F.                                        00006690
       01 KJ-REC.                                                       00006691
          COPY CPKJRNL.                                                 00006692
       FD KJHIN                                                         00006693
            RECORDING MODE IS F.                                        00006694
       01 KJH-IN-REC.                                                   00006695
          COPY CPKJRNL.                                                 00006696
       FD KJHOUT                                                        00006697
            RECORDING MODE IS F.                                        00006698
       01 KJH-OUT-REC PIC X(220).                                       00006699
       FD KBKIN                                                         00006710
            RECORDING MODE IS F.                                        00006721
       01 KBK-IN-REC.                                                   00006732
          COPY CPFLREC.                                                 00006743
       FD KBKOUT                                                        00006755
            RECORDING MODE IS F.                                        00006766
       01 KBK-OUT-REC PIC X(80).                                        00006777
       WORKING-STORAGE SECTION.                                         00006788
       01 WS-LIST-EOF-SW PIC X(1) VALUE 'N'.                            00006800
           88 WS-LIST-EOF      VALUE 'Y'.                               00006900
       01 WS-EXT-EOF-SW PIC X(1) VALUE 'N'.                             00007000
           88 WS-EXT-EOF       VALUE 'Y'.                               00007100
       01 WS-STM-EOF-SW PIC X(1) VALUE 'N'.                             00007200
           88 WS-STM-EOF       VALUE 'Y'.                               00007300
       01 WS-KJH-EOF-SW PIC X(1) VALUE 'N'.                             00007333
           88 WS-KJH-EOF       VALUE 'Y'.                               00007366
       01 WS-KBK-EOF-SW PIC X(1) VALUE 'N'.                             00007377
           88 WS-KBK-EOF       VALUE 'Y'.                               00007388
       01 WS-EXT-REC.                                                   00007400
          COPY CPFLREC.                                                 00007500
       01 WS-EXT-REC-HT REDEFINES WS-EXT-REC.                           00007600
               10 WS-LIST-STM-CNT PIC 9(5).                             00008500
               10 WS-LIST-EXT-CNT PIC 9(5).                             00008600
               10 WS-LIST-HIST-SW PIC X(1).                             00008700
               10 WS-LIST-PERS-SW PIC X(1).                             00008750
               10 WS-LIST-JRN-CNT PIC 9(5).                             00008775
               10 WS-LIST-BKP-CNT PIC 9(5).                             00008787
       01 WS-FOUND-SW PIC X(1) VALUE 'N'.                               00008800
           88 WS-ENTRY-FOUND   VALUE 'Y'.                               00008900
       01 WS-COUNT-EXT-SCANNED PIC 9(7) VALUE 0.                        00009000
       01 WS-COUNT-KJH-SCANNED PIC 9(7) VALUE 0.                        00009002
       01 WS-COUNT-KBK-SCANNED PIC 9(7) VALUE 0.                        00009003
       01 WS-KJ-IMAGE.                                                  00009004
          COPY CPFLREC.                                                 00009006
       01 WS-PARM-EOF-SW PIC X(1) VALUE 'N'.                            00009009
           88 WS-PARM-EOF      VALUE 'Y'.                               00009018
       01 WS-RUN-NUMBER     PIC 9(5) VALUE 0.                           00009027
       01 WS-AUD-START-DATE PIC 9(8).                                   00009036
       01 WS-AUD-START-TIME PIC 9(8).                                   00009045
       01 WS-DBRETRY-PGM    PIC X(8) VALUE 'PGM112'.                    00009054
       01 WS-DB-RETRY.                                                  00009063
          COPY CPDBRTRY.                                                00009072
       01 WS-REPLAY-SW PIC X(1) VALUE 'N'.                              00009081
           88 WS-UOW-REPLAY    VALUE 'Y'.                               00009090
       01 WS-RETCD.                                                     00009100
           COPY CPRETCD.                                                00009200
            EXEC SQL                                                    00009300
       01 WS-EMPID-X-N REDEFINES WS-EMPID-X PIC 9(8).                   00010800
       PROCEDURE DIVISION.                                              00010900
       MAIN-ROUTINE.                                                    00011000
            ACCEPT WS-AUD-START-DATE FROM DATE YYYYMMDD.                00011011
            ACCEPT WS-AUD-START-TIME FROM TIME.                         00011022
            MOVE 'PGM65' TO DBR-PROGRAM.                                00011033
            MOVE 3 TO DBR-RETRY-LIMIT.                                  00011044
            MOVE 30 TO DBR-RETRY-WAIT.                                  00011055
            MOVE 0 TO DBR-RETRY-COUNT.                                  00011066
            MOVE 0 TO DBR-RETRY-TOTAL.                                  00011077
            PERFORM READ-ERASE-PARMS.                                   00011088
            PERFORM LOAD-ERASURE-LIST.                                  00011100
            OPEN I-O KSDSIO.                                            00011200
            OPEN I-O STMKSDS.                                           00011300
            OPEN I-O PERSKSDS.                                          00011350
            OPEN INPUT EXTIN.                                           00011400
            OPEN OUTPUT EXTOUT.                                         00011500
            OPEN OUTPUT RPTFILE.                                        00011600
            OPEN EXTEND KJRNL.                                          00011625
            OPEN INPUT KJHIN.                                           00011650
            OPEN OUTPUT KJHOUT.                                         00011675
            OPEN INPUT KBKIN.                                           00011683
            OPEN OUTPUT KBKOUT.                                         00011691
            SET WS-RC-OK TO TRUE.                                       00011700
            PERFORM ERASE-ALL-EMPLOYEES.                                00011800
            PERFORM UNTIL NOT WS-UOW-REPLAY                             00011900
               PERFORM ERASE-ALL-EMPLOYEES                              00012000
            END-PERFORM.                                                00012100
            PERFORM SCRUB-EXTRACT-GENERATIONS.                          00012400
            PERFORM SCRUB-ONE-JOURNAL-REC UNTIL WS-KJH-EOF.             00012450
            PERFORM SCRUB-ONE-BACKUP-REC UNTIL WS-KBK-EOF.              00012475
            IF WS-RC-IO-ERROR THEN                                      00012500
               EXEC SQL                                                 00012600
                    ROLLBACK                                            00012700
               END-EXEC                                                 00012800
            END-IF.                                                     00013300
            PERFORM WRITE-ERASURE-CERTIFICATE.                          00013400
            CLOSE KSDSIO.                                               00013500
            CLOSE STMKSDS.                                              00013600
            CLOSE PERSKSDS.                                             00013650
            CLOSE EXTIN.                                                00013700
            CLOSE EXTOUT.                                               00013800
            CLOSE RPTFILE.                                              00013900
            CLOSE KJRNL.                                                00013912
            CLOSE KJHIN.                                                00013925
            CLOSE KJHOUT.                                               00013937
            CLOSE KBKIN.                                                00013941
            CLOSE KBKOUT.                                               00013945
            PERFORM WRITE-RUN-AUDIT-REC.                                00013950
            MOVE WS-RETURN-CODE TO RETURN-CODE.                         00014000
            GOBACK.                                                     00014100
       READ-ERASE-PARMS.                                                00014104
            OPEN INPUT PARMFILE.                                        00014108
            PERFORM UNTIL WS-PARM-EOF                                   00014112
               READ PARMFILE                                            00014116
                 AT END SET WS-PARM-EOF TO TRUE                         00014120
                 NOT AT END PERFORM APPLY-PARM-CARD                     00014124
               END-READ                                                 00014128
            END-PERFORM.                                                00014132
            CLOSE PARMFILE.                                             00014136
       APPLY-PARM-CARD.                                                 00014140
            EVALUATE PARM-KEY                                           00014144
                WHEN 'RUNNUMBER'                                        00014148
                   MOVE PARM-VALUE-NUM TO WS-RUN-NUMBER                 00014152
                WHEN 'LOCKRETRIES'                                      00014156
                   IF PARM-VALUE-NUM < 1000 THEN                        00014160
                      MOVE PARM-VALUE-NUM TO DBR-RETRY-LIMIT            00014164
                   END-IF                                               00014168
                WHEN 'LOCKWAITSECS'                                     00014172
                   IF PARM-VALUE-NUM < 100000 THEN                      00014176
                      MOVE PARM-VALUE-NUM TO DBR-RETRY-WAIT             00014180
                   END-IF                                               00014184
                WHEN OTHER                                              00014188
                   CONTINUE                                             00014192
            END-EVALUATE.                                               00014196
       LOAD-ERASURE-LIST.                                               00014200
            OPEN INPUT ERASELST.                                        00014300
            PERFORM UNTIL WS-LIST-EOF                                   00014400
                       MOVE 0 TO WS-LIST-STM-CNT (WS-LIST-IDX)          00015600
                       MOVE 0 TO WS-LIST-EXT-CNT (WS-LIST-IDX)          00015700
                       MOVE 'N' TO WS-LIST-HIST-SW (WS-LIST-IDX)        00015800
                       MOVE 'N' TO WS-LIST-PERS-SW (WS-LIST-IDX)        00015850
                       MOVE 0 TO WS-LIST-JRN-CNT (WS-LIST-IDX)          00015875
                       MOVE 0 TO WS-LIST-BKP-CNT (WS-LIST-IDX)          00015887
                    END-IF                                              00015900
               END-READ                                                 00016000
            END-PERFORM.                                                00016100
            CLOSE ERASELST.                                             00016200
      * ONE PASS OF THE LIST AND ITS COMMIT.  A LOCK CONFLICT STOPS     00016204
      * THE PASS WITH EVERYTHING ROLLED BACK AND THE REPLAY SWITCH      00016208
      * SET; THE FOUND SWITCHES ONLY EVER GO TO 'Y', SO A SECOND        00016212
      * PASS LEAVES THE CERTIFICATE TRUE.                               00016216
       ERASE-ALL-EMPLOYEES.                                             00016220
            MOVE 'N' TO WS-REPLAY-SW.                                   00016224
            IF WS-LIST-COUNT > 0 THEN                                   00016228
               PERFORM ERASE-ONE-EMPLOYEE                               00016232
                  VARYING WS-LIST-IDX FROM 1 BY 1                       00016236
                  UNTIL WS-LIST-IDX > WS-LIST-COUNT                     00016240
                     OR WS-RC-IO-ERROR                                  00016244
                     OR WS-UOW-REPLAY                                   00016248
            END-IF.                                                     00016252
            IF WS-RC-IO-ERROR OR WS-UOW-REPLAY THEN                     00016256
               CONTINUE                                                 00016260
            ELSE                                                        00016264
               EXEC SQL                                                 00016268
                    COMMIT                                              00016272
               END-EXEC                                                 00016276
               IF SQLCODE NOT = ZERO THEN                               00016280
                  PERFORM HANDLE-DB2-FAILURE                            00016284
               END-IF                                                   00016288
            END-IF.                                                     00016292
       ERASE-ONE-EMPLOYEE.                                              00016300
            PERFORM ERASE-EMP-DB-ROW.                                   00016400
            PERFORM ANONYMIZE-HISTORY-ROWS.                             00016500
            PERFORM ERASE-KSDS-RECORD.                                  00016600
            PERFORM ERASE-STATEMENT-ARCHIVE.                            00016700
            PERFORM ERASE-PERSONAL-RECORD.                              00016750
       ERASE-EMP-DB-ROW.                                                00016800
            MOVE WS-LIST-EMP-ID (WS-LIST-IDX) TO WS-EMPID-X.            00016900
            IF WS-EMPID-X IS NUMERIC THEN                               00017000
                WHEN 100                                                00018200
                   CONTINUE                                             00018300
                WHEN OTHER                                              00018400
                   PERFORM HANDLE-DB2-FAILURE                           00018500
            END-EVALUATE.                                               00018700
      * THE HISTORY KEEPS ITS FIGURES (THE AGGREGATES STILL NEED        00018800
      * THEM) BUT LOSES THE NAME - ANONYMIZED, NOT DESTROYED.           00018900
       ANONYMIZE-HISTORY-ROWS.                                          00019000
            IF WS-RC-IO-ERROR OR WS-UOW-REPLAY THEN                     00019100
               CONTINUE                                                 00019200
            ELSE                                                        00019300
               EXEC SQL                                                 00019400
                   WHEN 100                                             00020200
                      CONTINUE                                          00020300
                   WHEN OTHER                                           00020400
                      PERFORM HANDLE-DB2-FAILURE                        00020500
               END-EVALUATE                                             00020700
            END-IF.                                                     00020706
      * THE LIST'S DB2 WORK IS ROLLED BACK BEFORE PGM112 IS ASKED,      00020712
      * SO THE WAIT HOLDS NO LOCKS OF OURS; A -911 HAS ALREADY BEEN     00020718
      * ROLLED BACK BY DB2, A -913 HAS NOT.                             00020725
       HANDLE-DB2-FAILURE.                                              00020731
            MOVE SQLCODE TO DBR-SQLCODE.                                00020737
            EXEC SQL                                                    00020743
                 ROLLBACK                                               00020750
            END-EXEC.                                                   00020756
            CALL WS-DBRETRY-PGM USING WS-DB-RETRY.                      00020762
            IF DBR-ACTION-RETRY THEN                                    00020768
               SET WS-UOW-REPLAY TO TRUE                                00020775
            ELSE                                                        00020781
               DISPLAY "DB2 ERROR: " DBR-SQLCODE                        00020787
               SET WS-RC-IO-ERROR TO TRUE                               00020793
            END-IF.                                                     00020800
      * THE CLUSTER IS KEYED ON FL-EMP-ID, SO THE DELETE IS ONE         00020900
      * DIRECT ACTION AND TAKES THE FL-NAME AIX ENTRY WITH IT.          00021000
                  CONTINUE                                              00021600
               NOT INVALID KEY                                          00021700
                  MOVE 'Y' TO WS-LIST-KSDS-SW (WS-LIST-IDX)             00021800
                  PERFORM WRITE-ERASURE-JOURNAL                         00021850
            END-DELETE.                                                 00021900
      * THE JOURNAL RECORD FOR THE DELETE KEEPS THE KEY AND NOTHING     00021904
      * ELSE OF THE PERSON - THE MASKED IMAGE IS WHAT THE SCRUBBED      00021909
      * HISTORY WOULD HOLD.                                             00021914
       WRITE-ERASURE-JOURNAL.                                           00021919
            MOVE SPACES TO KJ-REC.                                      00021923
            ACCEPT KJ-DATE OF KJ-REC FROM DATE YYYYMMDD.                00021928
            ACCEPT KJ-TIME OF KJ-REC FROM TIME.                         00021933
            MOVE 'PGM65' TO KJ-SOURCE OF KJ-REC.                        00021938
            MOVE 'BATCH' TO KJ-USERID OF KJ-REC.                        00021942
            SET KJ-ACTION-DELETE OF KJ-REC TO TRUE.                     00021947
            MOVE WS-LIST-EMP-ID (WS-LIST-IDX) TO KJ-EMP-ID OF KJ-REC.   00021952
            MOVE WS-RUN-NUMBER TO KJ-RUN-NUMBER OF KJ-REC.              00021957
            MOVE SPACES TO WS-KJ-IMAGE.                                 00021961
            MOVE 'ERASED' TO FL-NAME OF WS-KJ-IMAGE.                    00021966
            MOVE WS-LIST-EMP-ID (WS-LIST-IDX)                           00021971
               TO FL-EMP-ID OF WS-KJ-IMAGE.                             00021976
            MOVE 0 TO FL-SALARY OF WS-KJ-IMAGE.                         00021980
            MOVE WS-KJ-IMAGE TO KJ-BEFORE-IMAGE OF KJ-REC.              00021985
            SET KJ-IMAGES-MASKED OF KJ-REC TO TRUE.                     00021990
            WRITE KJ-REC.                                               00021995
       ERASE-STATEMENT-ARCHIVE.                                         00022000
            MOVE 'N' TO WS-STM-EOF-SW.                                  00022100
            MOVE SPACES TO STMK-KEY.                                    00022200
                    END-IF                                              00024000
               END-READ                                                 00024100
            END-PERFORM.                                                00024200
      * THE PERSONAL-DATA CLUSTER IS KEYED ON THE SAME ID, SO THIS      00024209
      * TOO IS ONE DIRECT DELETE.                                       00024218
       ERASE-PERSONAL-RECORD.                                           00024227
            MOVE WS-LIST-EMP-ID (WS-LIST-IDX) TO PER-EMP-ID.            00024236
            DELETE PERSKSDS                                             00024245
               INVALID KEY                                              00024254
                  CONTINUE                                              00024263
               NOT INVALID KEY                                          00024272
                  MOVE 'Y' TO WS-LIST-PERS-SW (WS-LIST-IDX)             00024281
            END-DELETE.                                                 00024290
      * ONE PASS OVER THE RETAINED GENERATIONS: EVERY RECORD FOR        00024300
      * AN ERASED ID IS REWRITTEN WITH NAME 'ERASED' AND SALARY         00024400
      * ZERO; EVERYTHING ELSE COPIES THROUGH UNTOUCHED.  THE JCL        00024500
            END-IF.                                                     00027200
            MOVE WS-EXT-REC TO EXT-OUTREC.                              00027300
            WRITE EXT-OUTREC.                                           00027400
      * THE JOURNAL HISTORY GETS THE SAME TREATMENT AS THE EXTRACT      00027402
      * GENERATIONS: ONE PASS, EVERY RECORD FOR AN ERASED ID COPIED     00027405
      * WITH BOTH IMAGES SCRUBBED, EVERYTHING ELSE UNTOUCHED.           00027407
       SCRUB-ONE-JOURNAL-REC.                                           00027410
            READ KJHIN                                                  00027412
              AT END                                                    00027415
                 SET WS-KJH-EOF TO TRUE                                 00027417
              NOT AT END                                                00027420
                 ADD 1 TO WS-COUNT-KJH-SCANNED                          00027422
                 MOVE 'N' TO WS-FOUND-SW                                00027425
                 IF WS-LIST-COUNT > 0 THEN                              00027427
                    PERFORM MATCH-JOURNAL-EMP                           00027430
                       VARYING WS-LIST-IDX FROM 1 BY 1                  00027432
                       UNTIL WS-LIST-IDX > WS-LIST-COUNT                00027435
                          OR WS-ENTRY-FOUND                             00027437
                 END-IF                                                 00027440
                 MOVE KJH-IN-REC TO KJH-OUT-REC                         00027442
                 WRITE KJH-OUT-REC                                      00027445
            END-READ.                                                   00027447
       MATCH-JOURNAL-EMP.                                               00027450
            IF WS-LIST-EMP-ID (WS-LIST-IDX) =                           00027452
               KJ-EMP-ID OF KJH-IN-REC THEN                             00027455
               SET WS-ENTRY-FOUND TO TRUE                               00027457
               ADD 1 TO WS-LIST-JRN-CNT (WS-LIST-IDX)                   00027460
               MOVE KJ-BEFORE-IMAGE OF KJH-IN-REC TO WS-KJ-IMAGE        00027462
               PERFORM SCRUB-JOURNAL-IMAGE                              00027465
               MOVE WS-KJ-IMAGE TO KJ-BEFORE-IMAGE OF KJH-IN-REC        00027467
               MOVE KJ-AFTER-IMAGE OF KJH-IN-REC TO WS-KJ-IMAGE         00027470
               PERFORM SCRUB-JOURNAL-IMAGE                              00027472
               MOVE WS-KJ-IMAGE TO KJ-AFTER-IMAGE OF KJH-IN-REC         00027475
               SET KJ-IMAGES-MASKED OF KJH-IN-REC TO TRUE               00027477
            END-IF.                                                     00027480
      * AN ABSENT IMAGE (AN ADD'S BEFORE, A DELETE'S AFTER) STAYS       00027482
      * SPACES.                                                         00027485
       SCRUB-JOURNAL-IMAGE.                                             00027487
            IF WS-KJ-IMAGE NOT = SPACES THEN                            00027490
               MOVE 'ERASED' TO FL-NAME OF WS-KJ-IMAGE                  00027492
               MOVE 0 TO FL-SALARY OF WS-KJ-IMAGE                       00027495
            END-IF.                                                     00027497
      * THE BACKUP GENERATIONS LIKEWISE: THE RECORD FOR AN ERASED ID    00027500
      * IS COPIED WITH NAME 'ERASED' AND SALARY ZERO.                   00027504
       SCRUB-ONE-BACKUP-REC.                                            00027508
            READ KBKIN                                                  00027511
              AT END                                                    00027515
                 SET WS-KBK-EOF TO TRUE                                 00027519
              NOT AT END                                                00027522
                 ADD 1 TO WS-COUNT-KBK-SCANNED                          00027526
                 MOVE 'N' TO WS-FOUND-SW                                00027530
                 IF WS-LIST-COUNT > 0 THEN                              00027533
                    PERFORM MATCH-BACKUP-EMP                            00027537
                       VARYING WS-LIST-IDX FROM 1 BY 1                  00027541
                       UNTIL WS-LIST-IDX > WS-LIST-COUNT                00027544
                          OR WS-ENTRY-FOUND                             00027548
                 END-IF                                                 00027552
                 MOVE KBK-IN-REC TO KBK-OUT-REC                         00027555
                 WRITE KBK-OUT-REC                                      00027559
            END-READ.                                                   00027563
       MATCH-BACKUP-EMP.                                                00027566
            IF WS-LIST-EMP-ID (WS-LIST-IDX) =                           00027570
               FL-EMP-ID OF KBK-IN-REC THEN                             00027574
               SET WS-ENTRY-FOUND TO TRUE                               00027577
               ADD 1 TO WS-LIST-BKP-CNT (WS-LIST-IDX)                   00027581
               MOVE 'ERASED' TO FL-NAME OF KBK-IN-REC                   00027585
               MOVE 0 TO FL-SALARY OF KBK-IN-REC                        00027588
            END-IF.                                                     00027592
       WRITE-ERASURE-CERTIFICATE.                                       00027596
            MOVE SPACES TO RPT-LINE.                                    00027600
            MOVE '---- PGM65 ERASURE CERTIFICATE ----' TO RPT-LINE.     00027700
            WRITE RPT-LINE.                                             00027800
            MOVE SPACES TO RPT-LINE.                                    00028400
            STRING 'EXTRACT RECORDS SCANNED: '                          00028500
               WS-COUNT-EXT-SCANNED                                     00028600
               DELIMITED BY SIZE INTO RPT-LINE                          00028614
            END-STRING.                                                 00028628
            WRITE RPT-LINE.                                             00028642
            MOVE SPACES TO RPT-LINE.                                    00028657
            STRING 'JOURNAL RECORDS SCANNED: '                          00028671
               WS-COUNT-KJH-SCANNED                                     00028685
               DELIMITED BY SIZE INTO RPT-LINE                          00028687
            END-STRING.                                                 00028689
            WRITE RPT-LINE.                                             00028691
            MOVE SPACES TO RPT-LINE.                                    00028693
            STRING 'BACKUP RECORDS SCANNED : '                          00028695
               WS-COUNT-KBK-SCANNED                                     00028697
               DELIMITED BY SIZE INTO RPT-LINE                          00028700
            END-STRING.                                                 00028800
            WRITE RPT-LINE.                                             00028900
            IF DBR-RETRY-TOTAL > 0 THEN                                 00028912
               MOVE SPACES TO RPT-LINE                                  00028924
               STRING 'DB2 LOCK RETRIES       : ' DBR-RETRY-TOTAL       00028936
                  DELIMITED BY SIZE INTO RPT-LINE                       00028948
               END-STRING                                               00028960
               WRITE RPT-LINE                                           00028972
            END-IF.                                                     00028984
            IF WS-RC-IO-ERROR THEN                                      00029000
               MOVE SPACES TO RPT-LINE                                  00029100
               MOVE '*** DB2 ERROR - DATABASE CHANGES BACKED OUT'       00029200
               ' EMP_DB ' WS-LIST-DB2-SW (WS-LIST-IDX)                  00029900
               ' HIST ' WS-LIST-HIST-SW (WS-LIST-IDX)                   00030000
               ' KSDS ' WS-LIST-KSDS-SW (WS-LIST-IDX)                   00030100
               ' PERS ' WS-LIST-PERS-SW (WS-LIST-IDX)                   00030150
               ' STMTS ' WS-LIST-STM-CNT (WS-LIST-IDX)                  00030200
               ' EXTRACTS ' WS-LIST-EXT-CNT (WS-LIST-IDX)               00030300
               ' JOURNAL ' WS-LIST-JRN-CNT (WS-LIST-IDX)                00030350
               DELIMITED BY SIZE INTO RPT-LINE                          00030400
            END-STRING.                                                 00030500
            WRITE RPT-LINE.                                             00030600
            MOVE SPACES TO RPT-LINE.                                    00030616
            STRING '         BACKUPS ' WS-LIST-BKP-CNT (WS-LIST-IDX)    00030633
               DELIMITED BY SIZE INTO RPT-LINE                          00030650
            END-STRING.                                                 00030666
            WRITE RPT-LINE.                                             00030683
            IF WS-LIST-DB2-SW (WS-LIST-IDX) = 'N' AND                   00030700
               WS-LIST-KSDS-SW (WS-LIST-IDX) = 'N' AND                  00030800
               WS-LIST-PERS-SW (WS-LIST-IDX) = 'N' AND                  00030850
               WS-LIST-STM-CNT (WS-LIST-IDX) = 0 AND                    00030900
               WS-LIST-EXT-CNT (WS-LIST-IDX) = 0 AND                    00031000
               WS-LIST-JRN-CNT (WS-LIST-IDX) = 0 AND                    00031050
               WS-LIST-BKP-CNT (WS-LIST-IDX) = 0 THEN                   00031075
               MOVE SPACES TO RPT-LINE                                  00031100
               STRING '         FOUND NOWHERE'                          00031200
                  DELIMITED BY SIZE INTO RPT-LINE                       00031300
                  SET WS-RC-WARNING TO TRUE                             00031700
               END-IF                                                   00031800
            END-IF.                                                     00031900
       WRITE-RUN-AUDIT-REC.                                             00032000
            MOVE SPACES TO AUD-REC.                                     00032100
            MOVE 'PGM65' TO AUD-PROGRAM.                                00032200
            MOVE WS-AUD-START-DATE TO AUD-START-DATE.                   00032300
            MOVE WS-AUD-START-TIME TO AUD-START-TIME.                   00032400
            ACCEPT AUD-END-DATE FROM DATE YYYYMMDD.                     00032500
            ACCEPT AUD-END-TIME FROM TIME.                              00032600
            MOVE WS-LIST-COUNT TO AUD-RECORDS-PROCESSED.                00032700
            MOVE WS-RETURN-CODE TO AUD-RETURN-CODE.                     00032800
            MOVE 0 TO AUD-ELAPSED-SECONDS.                              00032900
            MOVE WS-RUN-NUMBER TO AUD-RUN-NUMBER.                       00033000
            MOVE DBR-RETRY-TOTAL TO AUD-LOCK-RETRIES.                   00033100
            OPEN OUTPUT AUDITOUT.                                       00033200
            WRITE AUD-REC.                                              00033300
            CLOSE AUDITOUT.                                             00033400

      * EVERY APPLIED ACTION IS WRITTEN TO THE KMNT TD QUEUE IN         00001400
      * THE PGM12 TRANSACTION SHAPE (CPFLREC PLUS THE ACTION CODE       00001500
      * IN BYTE 51), SO ONLINE MAINTENANCE IS AUDITABLE AND             00001600
      * REPLAYABLE THROUGH THE SAME BATCH APPLY PATH.  SHOWING          00001700
      * THE CURRENT RECORD FOR A CHANGE DISPLAYS THE SALARY, SO         00001725
      * THAT VIEW IS ALSO LOGGED TO THE SACC TD QUEUE (CPACCLOG)        00001750
      * FOR THE NIGHTLY PGM103 ACCESS-HISTORY LOAD.                     00001775
      * EVERY APPLIED ACTION IS ALSO JOURNALLED TO THE KJRN TD QUEUE    00001776
      * (CPKJRNL - TIME, USER, TERMINAL, BEFORE AND AFTER IMAGES)       00001777
      * FOR THE NAME KSDS CHANGE JOURNAL.  LIKE KMNT IT IS WRITTEN      00001778
      * BEFORE THE SYNCPOINT WITH NO RESP, SO A CLOSED QUEUE ABENDS     00001779
      * THE TASK AND THE CHANGE IS BACKED OUT UNJOURNALLED.             00001780
      * STARTED FROM THE E360 INQUIRY (PGM122) WITH A CPEMPXFR          00001781
      * HAND-OFF RECORD, EMPM OPENS AS A CHANGE (C) OF THAT             00001787
      * EMPLOYEE, SHOWING THE CURRENT RECORD.                           00001793
       ENVIRONMENT DIVISION.                                            00001800
       DATA DIVISION.                                                   00001900
       WORKING-STORAGE SECTION.                                         00002000
           88 WS-DATE-RC-OK VALUE 00.                                   00005200
       01 WS-DATEVAL-PGM  PIC X(8) VALUE 'PGM14'.                       00005300
       01 WS-SALARY-DISPLAY PIC 9(8).99.                                00005400
       01 WS-ABSTIME      PIC S9(15) COMP-3 VALUE 0.                    00005425
       01 WS-ABSTIME-CS   PIC S9(15) COMP-3 VALUE 0.                    00005431
       01 WS-JRNL-REC.                                                  00005437
          COPY CPKJRNL.                                                 00005443
       01 WS-ACCESS-REC.                                                00005450
          COPY CPACCLOG.                                                00005475
       01 WS-XFER-REC.                                                  00005481
          COPY CPEMPXFR.                                                00005487
       01 WS-XFER-LEN     PIC S9(4) COMP VALUE 40.                      00005493
       LINKAGE SECTION.                                                 00005500
       01 DFHCOMMAREA PIC X(10).                                        00005600
       PROCEDURE DIVISION.                                              00005700
       MAIN-ROUTINE.                                                    00005800
            IF EIBCALEN = 0                                             00005900
               PERFORM RETRIEVE-HANDOFF                                 00005912
               IF WS-RESP = DFHRESP(NORMAL)                             00005925
                  SET WS-CA-PHASE-ACTION TO TRUE                        00005937
                  SET WS-CA-ACTION-CHANGE TO TRUE                       00005950
                  MOVE XFR-EMP-ID TO WS-CA-EMPID                        00005962
                  PERFORM SHOW-CURRENT-RECORD                           00005975
               END-IF                                                   00005987
               SET WS-CA-PHASE-ACTION TO TRUE                           00006000
               MOVE SPACE TO WS-CA-ACTION                               00006100
               MOVE SPACES TO WS-CA-EMPID                               00006200
                  PERFORM HANDLE-FIELDS-PHASE                           00007200
               END-IF                                                   00007300
            END-IF.                                                     00007400
      * A TASK STARTED BY THE E360 INQUIRY (PGM122) CARRIES THE         00007408
      * CPEMPXFR HAND-OFF RECORD; TYPED AT THE TERMINAL THERE IS        00007416
      * NOTHING TO RETRIEVE AND THE RESP IS NOT NORMAL.                 00007425
       RETRIEVE-HANDOFF.                                                00007433
            MOVE SPACES TO WS-XFER-REC.                                 00007441
            MOVE 40 TO WS-XFER-LEN.                                     00007450
            EXEC CICS                                                   00007458
                 RETRIEVE INTO(WS-XFER-REC)                             00007466
                 LENGTH(WS-XFER-LEN)                                    00007475
                 RESP(WS-RESP)                                          00007483
            END-EXEC.                                                   00007491
       RECEIVE-INPUT.                                                   00007500
            MOVE SPACES TO WS-INPUT-AREA.                               00007600
            EXEC CICS                                                   00007700
            IF WS-RESP = DFHRESP(NORMAL)                                00010400
               MOVE FL-SALARY OF WS-KSDS-REC                            00010500
                  TO WS-SALARY-DISPLAY                                  00010600
               PERFORM WRITE-ACCESS-LOG                                 00010650
               MOVE SPACES TO WS-MSG-AREA                               00010700
               STRING FL-NAME OF WS-KSDS-REC                            00010800
                  ' ' FL-DEPT-CODE OF WS-KSDS-REC                       00010900
      * NIGHT'S ONLINE MAINTENANCE CAN BE AUDITED AND, IF NEED          00027500
      * BE, REPLAYED THROUGH THE BATCH APPLY.                           00027600
       WRITE-MAINT-AUDIT.                                               00027700
            PERFORM WRITE-CHANGE-JOURNAL.                               00027750
            MOVE WS-KSDS-REC TO WS-TRAN-REC.                            00027800
            MOVE WS-CA-ACTION TO WS-TRAN-ACTION.                        00027900
            EXEC CICS                                                   00028000
                 WRITEQ TD QUEUE('KMNT')                                00028100
                 FROM(WS-TRAN-REC)                                      00028200
                 LENGTH(80)                                             00028300
            END-EXEC.                                                   00028302
      * THE JOURNAL RECORD TAKES ITS IMAGES BEFORE THE KMNT RECORD      00028304
      * REUSES WS-TRAN-REC: AN ADD HAS ONLY THE NEW RECORD, A CHANGE    00028307
      * WAS READ FOR UPDATE INTO WS-TRAN-REC, A DELETE INTO             00028309
      * WS-KSDS-REC.  THE HUNDREDTHS COME FROM THE ABSTIME              00028312
      * MILLISECONDS SO ONLINE AND BATCH CHANGES SORT TOGETHER.         00028314
       WRITE-CHANGE-JOURNAL.                                            00028317
            MOVE SPACES TO WS-JRNL-REC.                                 00028319
            EXEC CICS                                                   00028321
                 ASKTIME ABSTIME(WS-ABSTIME)                            00028324
            END-EXEC.                                                   00028326
            EXEC CICS                                                   00028329
                 FORMATTIME ABSTIME(WS-ABSTIME)                         00028331
                 YYYYMMDD(KJ-DATE)                                      00028334
                 TIME(KJ-TIME-HHMMSS)                                   00028336
            END-EXEC.                                                   00028339
            DIVIDE WS-ABSTIME BY 10 GIVING WS-ABSTIME-CS.               00028341
            DIVIDE WS-ABSTIME-CS BY 100 GIVING WS-ABSTIME-CS            00028343
               REMAINDER KJ-TIME-HUNDS.                                 00028346
            EXEC CICS                                                   00028348
                 ASSIGN USERID(KJ-USERID)                               00028351
            END-EXEC.                                                   00028353
            MOVE EIBTRMID TO KJ-TERMINAL.                               00028356
            MOVE EIBTRNID TO KJ-SOURCE.                                 00028358
            MOVE WS-CA-ACTION TO KJ-ACTION.                             00028360
            MOVE WS-CA-EMPID TO KJ-EMP-ID.                              00028363
            MOVE 0 TO KJ-RUN-NUMBER.                                    00028365
            EVALUATE TRUE                                               00028368
                WHEN WS-CA-ACTION-ADD                                   00028370
                   MOVE WS-KSDS-REC TO KJ-AFTER-IMAGE                   00028373
                WHEN WS-CA-ACTION-CHANGE                                00028375
                   MOVE WS-TRAN-REC TO KJ-BEFORE-IMAGE                  00028378
                   MOVE WS-KSDS-REC TO KJ-AFTER-IMAGE                   00028380
                WHEN OTHER                                              00028382
                   MOVE WS-KSDS-REC TO KJ-BEFORE-IMAGE                  00028385
            END-EVALUATE.                                               00028387
            EXEC CICS                                                   00028390
                 WRITEQ TD QUEUE('KJRN')                                00028392
                 FROM(WS-JRNL-REC)                                      00028395
                 LENGTH(220)                                            00028397
            END-EXEC.                                                   00028400
      * ONE SACC RECORD EACH TIME A SALARY IS SHOWN.  NO RESP ON        00028403
      * THE WRITEQ, AS FOR KMNT - AN UNAVAILABLE QUEUE ABENDS THE       00028406
      * TASK BEFORE THE SALARY REACHES THE SCREEN.                      00028409
       WRITE-ACCESS-LOG.                                                00028412
            MOVE SPACES TO WS-ACCESS-REC.                               00028415
            EXEC CICS                                                   00028418
                 ASKTIME ABSTIME(WS-ABSTIME)                            00028421
            END-EXEC.                                                   00028424
            EXEC CICS                                                   00028427
                 FORMATTIME ABSTIME(WS-ABSTIME)                         00028430
                 YYYYMMDD(ACL-DATE)                                     00028433
                 TIME(ACL-TIME)                                         00028436
            END-EXEC.                                                   00028439
            EXEC CICS                                                   00028442
                 ASSIGN USERID(ACL-USERID)                              00028445
            END-EXEC.                                                   00028448
            MOVE EIBTRMID TO ACL-TERMINAL.                              00028451
            MOVE EIBTRNID TO ACL-TRANID.                                00028454
            MOVE FL-EMP-ID OF WS-KSDS-REC TO ACL-EMP-ID.                00028457
            MOVE FL-NAME OF WS-KSDS-REC TO ACL-NAME.                    00028460
            SET ACL-TYPE-MAINT TO TRUE.                                 00028463
            MOVE 0 TO ACL-RUN-NUMBER.                                   00028466
            EXEC CICS                                                   00028469
                 WRITEQ TD QUEUE('SACC')                                00028472
                 FROM(WS-ACCESS-REC)                                    00028475
                 LENGTH(80)                                             00028478
            END-EXEC.                                                   00028481
       SEND-MSG-AND-RETURN.                                             00028500
            EXEC CICS                                                   00028600
                 SEND TEXT                                              00028700

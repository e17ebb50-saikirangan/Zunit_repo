      * MQWAITINT SECONDS FOR WORK BEFORE ENDING CLEANLY FOR THE        00001600
      * BATCH WINDOW; AN 'S' MESSAGE OR THE MQMSGLIMIT PARM ALSO        00001700
      * STOPS IT.  WRITES A CPAUDIT RECORD AND A SUMMARY REPORT.        00001800
      * A POISON MESSAGE NO LONGER LOOPS OR STOPS THE SERVER: A         00001806
      * REQUEST WHOSE REPLY CANNOT BE PUT IS ROLLED BACK AND THE        00001812
      * SERVER CARRIES ON, AND ONCE MQ HAS REDELIVERED A MESSAGE        00001818
      * BACKOUTLIMIT TIMES (DEFAULT 3) - OR AT ONCE WHEN IT IS          00001824
      * LONGER THAN THE 80-BYTE REQUEST - THE PGM113 SERVICE MOVES      00001830
      * IT TO THE BACKOUTQ QUEUE BEHIND A DEAD-LETTER REASON HEADER     00001836
      * (PGM114 REPORTS THAT QUEUE NIGHTLY).  WITH NO BACKOUTQ CARD     00001842
      * A POISON MESSAGE STILL STOPS THE SERVER RC 12.  WHILE IT IS     00001848
      * UP THE SERVER APPENDS A CPAUDIT HEARTBEAT EVERY                 00001854
      * HEARTBEATSECS (DEFAULT 300, 0 FOR NONE) - MESSAGES SERVED,      00001860
      * ERRORS, LAST ACTIVITY - SO PGM06 CAN PAGE WHEN IT GOES          00001866
      * STALE.  EACH GET WAITS NO LONGER THAN THE HEARTBEAT SO AN       00001872
      * IDLE SERVER STILL BEATS; MQWAITINT IS THE TOTAL IDLE TIME       00001878
      * BEFORE IT ENDS.  AUDIT RECORDS ARE APPENDED (OPEN EXTEND) SO    00001884
      * AUDITOUT CAN BE ALLOCATED DISP=SHR FOR THE SERVER'S DAY.        00001890
       ENVIRONMENT DIVISION.                                            00001900
       INPUT-OUTPUT SECTION.                                            00002000
       FILE-CONTROL.                                                    00002100
       01 WS-COUNT-FOUND     PIC 9(7) VALUE 0.                          00006800
       01 WS-COUNT-NOTFOUND  PIC 9(7) VALUE 0.                          00006900
       01 WS-COUNT-BADREQ    PIC 9(7) VALUE 0.                          00007000
       01 WS-COUNT-FAILED    PIC 9(7) VALUE 0.                          00007020
       01 WS-COUNT-BACKEDOUT PIC 9(7) VALUE 0.                          00007040
       01 WS-MSG-FAILED-SW   PIC X(1) VALUE 'N'.                        00007060
           88 WS-MSG-FAILED    VALUE 'Y'.                               00007080
       01 WS-RETCD.                                                     00007100
           COPY CPRETCD.                                                00007200
       01 WS-AUD-START-DATE PIC 9(8).                                   00007300
       01 WS-AUD-START-TIME PIC 9(8).                                   00007400
       01 WS-RUN-NUMBER     PIC 9(5) VALUE 0.                           00007500
      * HEARTBEAT CLOCK - SECONDS OF THE DAY FROM TIME, CARRIED         00007504
      * OVER MIDNIGHT WHEN THE DATE HAS MOVED ON SINCE THE LAST         00007508
      * BEAT.  THE LAST ACTIVITY IS WHEN THE LAST MESSAGE WAS TAKEN     00007512
      * (THE SERVER START UNTIL THE FIRST ONE).                         00007516
       01 WS-HEARTBEAT-SECS PIC 9(5) VALUE 300.                         00007520
       01 WS-GET-WAIT-SECS  PIC 9(5) VALUE 0.                           00007524
       01 WS-IDLE-SECS      PIC 9(7) VALUE 0.                           00007528
       01 WS-LAST-BEAT-DATE PIC 9(8) VALUE 0.                           00007532
       01 WS-LAST-BEAT-SECS PIC 9(7) VALUE 0.                           00007536
       01 WS-LAST-ACT-DATE  PIC 9(8) VALUE 0.                           00007540
       01 WS-LAST-ACT-TIME  PIC 9(8) VALUE 0.                           00007544
       01 WS-NOW-DATE       PIC 9(8) VALUE 0.                           00007548
       01 WS-TIME-X         PIC 9(8) VALUE 0.                           00007552
       01 WS-TIME-PARTS REDEFINES WS-TIME-X.                            00007556
           05 WS-TIME-HH PIC 9(2).                                      00007560
           05 WS-TIME-MM PIC 9(2).                                      00007564
           05 WS-TIME-SS PIC 9(2).                                      00007568
           05 WS-TIME-CC PIC 9(2).                                      00007572
       01 WS-SECS-WORK      PIC 9(7) VALUE 0.                           00007576
       01 WS-SINCE-BEAT     PIC 9(7) VALUE 0.                           00007580
      * MQ CONTROL BLOCKS - THE FIELDS THIS PROGRAM USES, PADDED        00007600
      * TO THE BOOK LENGTHS OF THE VERSION-1 STRUCTURES, THE SAME       00007700
      * SHAPE PGM01GB CARRIES FOR ITS MQ INPUT MODE.  THE GET           00007800
       01 WS-MQ-MSG-LIMIT       PIC 9(7) VALUE 0.                       00008400
       01 WS-MQ-MSG-COUNT       PIC 9(7) VALUE 0.                       00008500
       01 WS-MQ-WAIT-SECS       PIC 9(5) VALUE 30.                      00008600
       01 WS-BACKOUT-QUEUE      PIC X(48) VALUE SPACES.                 00008614
       01 WS-BACKOUT-LIMIT      PIC 9(3) VALUE 3.                       00008628
       01 WS-MQBACKOUT-PGM      PIC X(8) VALUE 'PGM113'.                00008642
       01 WS-MQ-BACKOUT.                                                00008656
          COPY CPMQBKO.                                                 00008670
       01 WS-MQ-BKO-LENGTH      PIC S9(9) BINARY VALUE 4000.            00008684
       01 WS-MQ-HCONN           PIC S9(9) BINARY VALUE 0.               00008700
       01 WS-MQ-HOBJ-REQ        PIC S9(9) BINARY VALUE 0.               00008800
       01 WS-MQ-HOBJ-REPLY      PIC S9(9) BINARY VALUE 0.               00008900
       01 MQOO-OUTPUT           PIC S9(9) BINARY VALUE 16.              00010000
       01 MQCO-NONE             PIC S9(9) BINARY VALUE 0.               00010100
       01 MQCC-OK               PIC S9(9) BINARY VALUE 0.               00010200
       01 MQCC-FAILED           PIC S9(9) BINARY VALUE 2.               00010250
       01 MQRC-NO-MSG-AVAILABLE PIC S9(9) BINARY VALUE 2033.            00010300
       01 MQRC-TRUNCATED-MSG-FAILED PIC S9(9) BINARY VALUE 2080.        00010350
       01 MQGMO-SYNCPOINT       PIC S9(9) BINARY VALUE 2.               00010400
       01 MQGMO-WAIT            PIC S9(9) BINARY VALUE 1.               00010500
       01 MQGMO-ACCEPT-TRUNCATED PIC S9(9) BINARY VALUE 64.             00010550
       01 MQPMO-SYNCPOINT       PIC S9(9) BINARY VALUE 2.               00010600
       01 WS-MQOD-REQUEST.                                              00010700
           05 MQOD-REQ-STRUCID     PIC X(4) VALUE 'OD  '.               00010800
       01 WS-MQMD.                                                      00011900
           05 MQMD-STRUCID         PIC X(4) VALUE 'MD  '.               00012000
           05 MQMD-VERSION         PIC S9(9) BINARY VALUE 1.            00012100
           05 FILLER               PIC X(16) VALUE LOW-VALUES.          00012133
           05 MQMD-ENCODING        PIC S9(9) BINARY VALUE 0.            00012166
           05 MQMD-CODEDCHARSETID  PIC S9(9) BINARY VALUE 0.            00012199
           05 MQMD-FORMAT          PIC X(8) VALUE LOW-VALUES.           00012232
           05 FILLER               PIC X(8) VALUE LOW-VALUES.           00012265
           05 MQMD-MSGID           PIC X(24) VALUE LOW-VALUES.          00012300
           05 MQMD-CORRELID        PIC X(24) VALUE LOW-VALUES.          00012400
           05 MQMD-BACKOUTCOUNT    PIC S9(9) BINARY VALUE 0.            00012466
           05 FILLER               PIC X(224) VALUE LOW-VALUES.         00012532
       01 WS-MQGMO.                                                     00012600
           05 MQGMO-STRUCID        PIC X(4) VALUE 'GMO '.               00012700
           05 MQGMO-VERSION        PIC S9(9) BINARY VALUE 1.            00012800
            ACCEPT WS-AUD-START-DATE FROM DATE YYYYMMDD.                00013900
            ACCEPT WS-AUD-START-TIME FROM TIME.                         00014000
            PERFORM READ-SERVER-PARMS.                                  00014100
            MOVE WS-AUD-START-DATE TO WS-LAST-ACT-DATE.                 00014116
            MOVE WS-AUD-START-TIME TO WS-LAST-ACT-TIME.                 00014132
            MOVE 'PGM47' TO MQB-PROGRAM.                                00014148
            MOVE WS-QMGR-NAME TO MQB-QMGR-NAME.                         00014164
            MOVE WS-BACKOUT-QUEUE TO MQB-BACKOUT-QUEUE.                 00014180
            OPEN INPUT KSDSIN.                                          00014200
            OPEN INPUT KSDSAIX.                                         00014300
            OPEN OUTPUT RPTFILE.                                        00014400
            CLOSE KSDSIN.                                               00014800
            CLOSE KSDSAIX.                                              00014900
            CLOSE RPTFILE.                                              00015000
            IF (WS-COUNT-BADREQ > 0 OR WS-COUNT-FAILED > 0 OR           00015066
                WS-COUNT-BACKEDOUT > 0) AND WS-RC-OK THEN               00015132
               SET WS-RC-WARNING TO TRUE                                00015200
            END-IF.                                                     00015300
            MOVE WS-RETURN-CODE TO RETURN-CODE.                         00015400
                   IF PARM-VALUE-NUM > 0 THEN                           00018100
                      MOVE PARM-VALUE-NUM TO WS-MQ-WAIT-SECS            00018200
                   END-IF                                               00018300
                WHEN 'BACKOUTQ'                                         00018311
                   MOVE PARM-VALUE-TEXT (1:48) TO WS-BACKOUT-QUEUE      00018322
                WHEN 'BACKOUTLIMIT'                                     00018333
                   IF PARM-VALUE-NUM > 0 THEN                           00018344
                      MOVE PARM-VALUE-NUM TO WS-BACKOUT-LIMIT           00018355
                   END-IF                                               00018366
                WHEN 'HEARTBEATSECS'                                    00018377
                   MOVE PARM-VALUE-NUM TO WS-HEARTBEAT-SECS             00018388
                WHEN OTHER                                              00018400
                   CONTINUE                                             00018500
            END-EVALUATE.                                               00018600
               IF WS-RC-IO-ERROR THEN                                   00019600
                  CONTINUE                                              00019700
               ELSE                                                     00019800
                  MOVE WS-MQ-HCONN TO MQB-HCONN                         00019809
                  MOVE WS-MQ-WAIT-SECS TO WS-GET-WAIT-SECS              00019818
                  IF WS-HEARTBEAT-SECS > 0 THEN                         00019827
                     IF WS-HEARTBEAT-SECS < WS-MQ-WAIT-SECS THEN        00019836
                        MOVE WS-HEARTBEAT-SECS TO WS-GET-WAIT-SECS      00019845
                     END-IF                                             00019854
                     ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD              00019863
                     ACCEPT WS-TIME-X FROM TIME                         00019872
                     PERFORM WRITE-HEARTBEAT-REC                        00019881
                  END-IF                                                00019890
                  PERFORM MQ-GET-AND-ANSWER                             00019900
                     UNTIL WS-MQ-DRAINED OR WS-RC-IO-ERROR              00020000
                  PERFORM MQ-CLOSE-QUEUES                               00020100
                  SET WS-RC-IO-ERROR TO TRUE                            00022800
               END-IF                                                   00022900
            END-IF.                                                     00023000
      * EACH GET WAITS UP TO MQWAITINT SECONDS (OR THE HEARTBEAT        00023075
      * INTERVAL WHEN THAT IS SHORTER); ONCE 2033S HAVE ADDED UP TO     00023150
      * MQWAITINT SECONDS WITH NO WORK THE SERVER ENDS CLEANLY.         00023225
      * MSGID/CORRELID ARE RESET BEFORE EVERY GET SO THE LOOP           00023300
      * SEES EVERY MESSAGE, AND THE REQUEST MESSAGE'S IDS RIDE          00023400
      * INTO THE REPLY SO THE CALLER CAN CORRELATE.  A MESSAGE TOO      00023450
      * LONG FOR THE BUFFER (2080) STAYS ON THE QUEUE, SO IT IS         00023500
      * TAKEN AGAIN IN FULL AND MOVED TO THE BACKOUT QUEUE.             00023550
       MQ-GET-AND-ANSWER.                                               00023600
            COMPUTE MQGMO-OPTIONS = MQGMO-SYNCPOINT + MQGMO-WAIT.       00023700
            COMPUTE MQGMO-WAITINTERVAL = WS-GET-WAIT-SECS * 1000.       00023800
            MOVE LOW-VALUES TO MQMD-MSGID.                              00023900
            MOVE LOW-VALUES TO MQMD-CORRELID.                           00024000
            MOVE SPACES TO WS-MQ-BUFFER.                                00024100
               WS-MQ-COMPCODE, WS-MQ-REASON.                            00024500
            EVALUATE TRUE                                               00024600
                WHEN WS-MQ-REASON = MQRC-NO-MSG-AVAILABLE               00024700
                   ADD WS-GET-WAIT-SECS TO WS-IDLE-SECS                 00024728
                   IF WS-IDLE-SECS >= WS-MQ-WAIT-SECS THEN              00024756
                      SET WS-MQ-DRAINED TO TRUE                         00024784
                   END-IF                                               00024812
                WHEN WS-MQ-REASON = MQRC-TRUNCATED-MSG-FAILED           00024840
                   PERFORM MQ-MOVE-OVERSIZE-MSG                         00024868
                WHEN WS-MQ-COMPCODE NOT = MQCC-OK                       00024900
                   DISPLAY 'PGM47 MQGET FAILED, REASON '                00025000
                      WS-MQ-REASON                                      00025100
                      WS-MQ-COMPCODE, WS-MQ-REASON                      00025300
                   SET WS-RC-IO-ERROR TO TRUE                           00025400
                WHEN OTHER                                              00025500
                   PERFORM MQ-TAKE-REQUEST                              00025600
            END-EVALUATE.                                               00027600
            IF WS-MQ-MSG-LIMIT > 0 AND                                  00027601
               WS-MQ-MSG-COUNT >= WS-MQ-MSG-LIMIT THEN                  00027602
               SET WS-MQ-DRAINED TO TRUE                                00027603
            END-IF.                                                     00027604
            IF WS-HEARTBEAT-SECS > 0 AND NOT WS-RC-IO-ERROR THEN        00027605
               PERFORM CHECK-HEARTBEAT                                  00027606
            END-IF.                                                     00027607
      * A MESSAGE MQ HAS ALREADY HANDED BACK BACKOUTLIMIT TIMES IS      00027608
      * MOVED ASIDE UNREAD.  A REQUEST WHOSE REPLY FAILS IS ROLLED      00027609
      * BACK FOR REDELIVERY - MQ COUNTS THE BACKOUT - AND THE           00027610
      * SERVER GOES ON TO THE NEXT MESSAGE.                             00027611
       MQ-TAKE-REQUEST.                                                 00027612
            PERFORM NOTE-MESSAGE-ACTIVITY.                              00027613
            IF MQMD-BACKOUTCOUNT >= WS-BACKOUT-LIMIT THEN               00027614
               MOVE WS-MQ-BUFFER TO MQB-MSG-DATA                        00027615
               MOVE WS-MQ-DATA-LENGTH TO MQB-MSG-LENGTH                 00027616
               SET MQB-RSN-BACKOUT-LIMIT TO TRUE                        00027617
               PERFORM MQ-MOVE-TO-BACKOUT                               00027618
            ELSE                                                        00027619
               MOVE WS-MQ-BUFFER TO WS-REQUEST-AREA                     00027620
               IF WS-REQ-TYPE-STOP THEN                                 00027621
                  SET WS-MQ-DRAINED TO TRUE                             00027622
                  CALL 'MQCMIT' USING WS-MQ-HCONN,                      00027623
                     WS-MQ-COMPCODE, WS-MQ-REASON                       00027624
               ELSE                                                     00027625
                  PERFORM ANSWER-ONE-REQUEST                            00027626
                  IF WS-MSG-FAILED THEN                                 00027627
                     ADD 1 TO WS-COUNT-FAILED                           00027628
                     CALL 'MQBACK' USING WS-MQ-HCONN,                   00027629
                        WS-MQ-COMPCODE, WS-MQ-REASON                    00027630
                  ELSE                                                  00027631
                     CALL 'MQCMIT' USING WS-MQ-HCONN,                   00027632
                        WS-MQ-COMPCODE, WS-MQ-REASON                    00027633
                  END-IF                                                00027634
               END-IF                                                   00027635
            END-IF.                                                     00027636
       NOTE-MESSAGE-ACTIVITY.                                           00027637
            ADD 1 TO WS-MQ-MSG-COUNT.                                   00027638
            MOVE 0 TO WS-IDLE-SECS.                                     00027639
            ACCEPT WS-LAST-ACT-DATE FROM DATE YYYYMMDD.                 00027640
            ACCEPT WS-LAST-ACT-TIME FROM TIME.                          00027641
      * THE RETRY GET ACCEPTS THE MESSAGE TRUNCATED TO THE BACKOUT      00027642
      * AREA.  ANOTHER SERVER INSTANCE SHARING THE QUEUE MAY HAVE       00027643
      * TAKEN IT IN THE MEANTIME: NOTHING THERE IS FINE, AND A          00027644
      * MESSAGE THAT FITS AFTER ALL IS SERVED AS NORMAL.                00027645
       MQ-MOVE-OVERSIZE-MSG.                                            00027646
            COMPUTE MQGMO-OPTIONS =                                     00027647
               MQGMO-SYNCPOINT + MQGMO-ACCEPT-TRUNCATED.                00027648
            MOVE LOW-VALUES TO MQMD-MSGID.                              00027649
            MOVE LOW-VALUES TO MQMD-CORRELID.                           00027650
            MOVE SPACES TO MQB-MSG-DATA.                                00027651
            CALL 'MQGET' USING WS-MQ-HCONN, WS-MQ-HOBJ-REQ,             00027652
               WS-MQMD, WS-MQGMO, WS-MQ-BKO-LENGTH,                     00027653
               MQB-MSG-DATA, WS-MQ-DATA-LENGTH,                         00027654
               WS-MQ-COMPCODE, WS-MQ-REASON.                            00027655
            EVALUATE TRUE                                               00027656
                WHEN WS-MQ-REASON = MQRC-NO-MSG-AVAILABLE               00027657
                   CONTINUE                                             00027658
                WHEN WS-MQ-COMPCODE = MQCC-FAILED                       00027659
                   DISPLAY 'PGM47 MQGET FAILED, REASON '                00027660
                      WS-MQ-REASON                                      00027661
                   CALL 'MQBACK' USING WS-MQ-HCONN,                     00027662
                      WS-MQ-COMPCODE, WS-MQ-REASON                      00027663
                   SET WS-RC-IO-ERROR TO TRUE                           00027664
                WHEN WS-MQ-DATA-LENGTH > WS-MQ-BUFFER-LENGTH            00027665
                   PERFORM NOTE-MESSAGE-ACTIVITY                        00027666
                   MOVE WS-MQ-DATA-LENGTH TO MQB-MSG-LENGTH             00027667
                   SET MQB-RSN-TOO-LONG TO TRUE                         00027668
                   PERFORM MQ-MOVE-TO-BACKOUT                           00027669
                WHEN OTHER                                              00027670
                   MOVE MQB-MSG-DATA TO WS-MQ-BUFFER                    00027671
                   PERFORM MQ-TAKE-REQUEST                              00027672
            END-EVALUATE.                                               00027673
      * THE MOVE AND THE GET COMMIT TOGETHER; IF THE MOVE FAILS THE     00027674
      * MESSAGE GOES BACK ON THE QUEUE AND THE SERVER STOPS RC 12.      00027675
       MQ-MOVE-TO-BACKOUT.                                              00027676
            MOVE WS-REQ-QUEUE TO MQB-SOURCE-QUEUE.                      00027677
            MOVE MQMD-BACKOUTCOUNT TO MQB-BACKOUT-COUNT.                00027678
            MOVE MQMD-MSGID TO MQB-MSGID.                               00027679
            MOVE MQMD-CORRELID TO MQB-CORRELID.                         00027680
            MOVE MQMD-ENCODING TO MQB-ENCODING.                         00027681
            MOVE MQMD-CODEDCHARSETID TO MQB-CCSID.                      00027682
            MOVE MQMD-FORMAT TO MQB-FORMAT.                             00027683
            IF WS-BACKOUT-QUEUE = SPACES THEN                           00027684
               DISPLAY 'PGM47 POISON MESSAGE ON ' WS-REQ-QUEUE          00027685
                  ' AND NO BACKOUTQ CARD - SERVER STOPPING'             00027686
               SET MQB-FAILED TO TRUE                                   00027687
            ELSE                                                        00027688
               CALL WS-MQBACKOUT-PGM USING WS-MQ-BACKOUT                00027689
            END-IF.                                                     00027690
            IF MQB-MOVED THEN                                           00027691
               ADD 1 TO WS-COUNT-BACKEDOUT                              00027692
               CALL 'MQCMIT' USING WS-MQ-HCONN,                         00027693
                  WS-MQ-COMPCODE, WS-MQ-REASON                          00027694
            ELSE                                                        00027695
               CALL 'MQBACK' USING WS-MQ-HCONN,                         00027696
                  WS-MQ-COMPCODE, WS-MQ-REASON                          00027697
               SET WS-RC-IO-ERROR TO TRUE                               00027698
            END-IF.                                                     00027699
       ANSWER-ONE-REQUEST.                                              00027700
            ADD 1 TO WS-COUNT-REQUESTED.                                00027800
            MOVE 'N' TO WS-MSG-FAILED-SW.                               00027850
            MOVE 'N' TO WS-HIT-SW.                                      00027900
            MOVE SPACES TO WS-MQ-REPLY-BUFFER.                          00028000
            EVALUATE TRUE                                               00028100
            IF WS-MQ-COMPCODE NOT = MQCC-OK THEN                        00032800
               DISPLAY 'PGM47 MQPUT FAILED, REASON '                    00032900
                  WS-MQ-REASON                                          00033000
               SET WS-MSG-FAILED TO TRUE                                00033100
            END-IF.                                                     00033200
       MQ-CLOSE-QUEUES.                                                 00033300
            CALL 'MQCLOSE' USING WS-MQ-HCONN, WS-MQ-HOBJ-REQ,           00033400
               DELIMITED BY SIZE INTO RPT-LINE                          00036000
            END-STRING.                                                 00036100
            WRITE RPT-LINE.                                             00036200
            MOVE SPACES TO RPT-LINE.                                    00036207
            STRING 'FAILED    : ' WS-COUNT-FAILED                       00036214
               ' (ROLLED BACK FOR REDELIVERY)'                          00036221
               DELIMITED BY SIZE INTO RPT-LINE                          00036228
            END-STRING.                                                 00036235
            WRITE RPT-LINE.                                             00036242
            MOVE SPACES TO RPT-LINE.                                    00036249
            STRING 'BACKED OUT: ' WS-COUNT-BACKEDOUT                    00036256
               ' (MOVED TO ' WS-BACKOUT-QUEUE (1:30) ')'                00036263
               DELIMITED BY SIZE INTO RPT-LINE                          00036270
            END-STRING.                                                 00036277
            WRITE RPT-LINE.                                             00036284
       WRITE-RUN-AUDIT-REC.                                             00036300
            MOVE SPACES TO AUD-REC.                                     00036400
            MOVE 'PGM47' TO AUD-PROGRAM.                                00036500
            MOVE WS-RETURN-CODE TO AUD-RETURN-CODE.                     00037100
            MOVE 0 TO AUD-ELAPSED-SECONDS.                              00037200
            MOVE WS-RUN-NUMBER TO AUD-RUN-NUMBER.                       00037300
            OPEN EXTEND AUDITOUT.                                       00037400
            WRITE AUD-REC.                                              00037500
            CLOSE AUDITOUT.                                             00037600
      * A BEAT IS DUE ONCE HEARTBEATSECS HAVE PASSED SINCE THE LAST     00037700
      * ONE; IT IS CHECKED AFTER EVERY GET, AND NO GET WAITS LONGER     00037800
      * THAN THE INTERVAL.                                              00037900
       CHECK-HEARTBEAT.                                                 00038000
            ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD.                      00038100
            ACCEPT WS-TIME-X FROM TIME.                                 00038200
            PERFORM TIME-TO-SECONDS.                                    00038300
            IF WS-NOW-DATE NOT = WS-LAST-BEAT-DATE THEN                 00038400
               ADD 86400 TO WS-SECS-WORK                                00038500
            END-IF.                                                     00038600
            IF WS-SECS-WORK > WS-LAST-BEAT-SECS THEN                    00038700
               COMPUTE WS-SINCE-BEAT =                                  00038800
                  WS-SECS-WORK - WS-LAST-BEAT-SECS                      00038900
            ELSE                                                        00039000
               MOVE 0 TO WS-SINCE-BEAT                                  00039100
            END-IF.                                                     00039200
            IF WS-SINCE-BEAT >= WS-HEARTBEAT-SECS THEN                  00039300
               PERFORM WRITE-HEARTBEAT-REC                              00039400
            END-IF.                                                     00039500
      * THE HEARTBEAT IS A CPAUDIT RECORD OF TYPE 'H' FOR THIS          00039600
      * PROGRAM AND RUN: LAST ACTIVITY IN THE START FIELDS, THE BEAT    00039700
      * TIME IN THE END FIELDS, MESSAGES SERVED AND ERRORS SO FAR.      00039800
       WRITE-HEARTBEAT-REC.                                             00039900
            MOVE SPACES TO AUD-REC.                                     00040000
            MOVE 'PGM47' TO AUD-PROGRAM.                                00040100
            SET AUD-HEARTBEAT-REC TO TRUE.                              00040200
            MOVE WS-LAST-ACT-DATE TO AUD-START-DATE.                    00040300
            MOVE WS-LAST-ACT-TIME TO AUD-START-TIME.                    00040400
            MOVE WS-NOW-DATE TO AUD-END-DATE.                           00040500
            MOVE WS-TIME-X TO AUD-END-TIME.                             00040600
            MOVE WS-COUNT-REQUESTED TO AUD-RECORDS-PROCESSED.           00040700
            MOVE WS-RETURN-CODE TO AUD-RETURN-CODE.                     00040800
            MOVE 0 TO AUD-ELAPSED-SECONDS.                              00040900
            MOVE WS-RUN-NUMBER TO AUD-RUN-NUMBER.                       00041000
            COMPUTE AUD-HB-ERRORS = WS-COUNT-BADREQ                     00041100
               + WS-COUNT-FAILED + WS-COUNT-BACKEDOUT.                  00041200
            OPEN EXTEND AUDITOUT.                                       00041300
            WRITE AUD-REC.                                              00041400
            CLOSE AUDITOUT.                                             00041500
            PERFORM TIME-TO-SECONDS.                                    00041600
            MOVE WS-NOW-DATE TO WS-LAST-BEAT-DATE.                      00041700
            MOVE WS-SECS-WORK TO WS-LAST-BEAT-SECS.                     00041800
       TIME-TO-SECONDS.                                                 00041900
            COMPUTE WS-SECS-WORK =                                      00042000
               (WS-TIME-HH * 3600) + (WS-TIME-MM * 60)                  00042100
               + WS-TIME-SS.                                            00042200

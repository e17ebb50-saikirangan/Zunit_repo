      * THEY RECEIVED THE SAME WAY PGM27 BALANCES FILE TRANSFERS.       00001000
      * EVENTS AND THE CONTROL MESSAGE RIDE ONE SYNCPOINT,              00001100
      * COMMITTED ONLY WHEN EVERYTHING WAS PUT - SUBSCRIBERS SEE        00001200
      * THE WHOLE NIGHT OR NOTHING.  A CHANGE RECORD THAT WOULD         00001222
      * MAKE A POISON EVENT (NO EMPLOYEE OR SOURCE, NON-NUMERIC         00001244
      * DATE OR SALARY) IS NOT PUBLISHED: THE PGM113 SERVICE PUTS       00001266
      * IT ON THE BACKOUTQ QUEUE BEHIND A DEAD-LETTER REASON HEADER,    00001288
      * IN THE SAME SYNCPOINT, FOR THE PGM114 NIGHTLY REPORT; THE       00001310
      * CONTROL MESSAGE COUNTS ONLY WHAT WAS PUBLISHED AND THE STEP     00001332
      * ENDS RC 04.  WITH NO BACKOUTQ CARD THE RECORD IS HELD BACK      00001354
      * AND LISTED ON THE REPORT INSTEAD.                               00001376
       ENVIRONMENT DIVISION.                                            00001400
       INPUT-OUTPUT SECTION.                                            00001500
       FILE-CONTROL.                                                    00001600
          COPY CPMANIF.                                                 00004900
       01 WS-MANIFEST-DSN   PIC X(30) VALUE SPACES.                     00005000
       01 WS-COUNT-EVENTS   PIC 9(7) VALUE 0.                           00005100
       01 WS-COUNT-BACKEDOUT PIC 9(7) VALUE 0.                          00005125
       01 WS-CHG-VALID-SW   PIC X(1) VALUE 'Y'.                         00005150
           88 WS-CHG-VALID     VALUE 'Y'.                               00005175
       01 WS-SALARY-HASH    PIC 9(13)V99 VALUE 0.                       00005200
       01 WS-RETCD.                                                     00005300
           COPY CPRETCD.                                                00005400
      * LIKE PGM01GB AND PGM47 CARRY THEM.                              00005800
       01 WS-QMGR-NAME          PIC X(48) VALUE SPACES.                 00005900
       01 WS-PUB-QUEUE          PIC X(48) VALUE SPACES.                 00006000
       01 WS-BACKOUT-QUEUE      PIC X(48) VALUE SPACES.                 00006020
       01 WS-MQBACKOUT-PGM      PIC X(8) VALUE 'PGM113'.                00006040
       01 WS-MQ-BACKOUT.                                                00006060
          COPY CPMQBKO.                                                 00006080
       01 WS-MQ-HCONN           PIC S9(9) BINARY VALUE 0.               00006100
       01 WS-MQ-HOBJ-PUB        PIC S9(9) BINARY VALUE 0.               00006200
       01 WS-MQ-COMPCODE        PIC S9(9) BINARY VALUE 0.               00006300
                  WS-MQ-REASON                                          00010100
               SET WS-RC-IO-ERROR TO TRUE                               00010200
            ELSE                                                        00010300
               MOVE 'PGM58' TO MQB-PROGRAM                              00010320
               MOVE WS-MQ-HCONN TO MQB-HCONN                            00010340
               MOVE WS-QMGR-NAME TO MQB-QMGR-NAME                       00010360
               MOVE WS-BACKOUT-QUEUE TO MQB-BACKOUT-QUEUE               00010380
               PERFORM MQ-OPEN-PUBLISH-QUEUE                            00010400
               IF WS-RC-IO-ERROR THEN                                   00010500
                  CONTINUE                                              00010600
            PERFORM WRITE-PUBLISH-SUMMARY.                              00011300
            CLOSE CHGIN.                                                00011400
            CLOSE RPTFILE.                                              00011500
            IF WS-COUNT-BACKEDOUT > 0 AND WS-RC-OK THEN                 00011525
               SET WS-RC-WARNING TO TRUE                                00011550
            END-IF.                                                     00011575
            MOVE WS-RETURN-CODE TO RETURN-CODE.                         00011600
            GOBACK.                                                     00011700
       READ-PUBLISH-PARMS.                                              00011800
                   MOVE PARM-VALUE-TEXT (1:48) TO WS-PUB-QUEUE          00013200
                WHEN 'MANIFESTDSN'                                      00013300
                   MOVE PARM-VALUE-TEXT (1:30) TO WS-MANIFEST-DSN       00013400
                WHEN 'BACKOUTQ'                                         00013433
                   MOVE PARM-VALUE-TEXT (1:48) TO WS-BACKOUT-QUEUE      00013466
                WHEN OTHER                                              00013500
                   CONTINUE                                             00013600
            END-EVALUATE.                                               00013700
            CALL 'MQCLOSE' USING WS-MQ-HCONN, WS-MQ-HOBJ-PUB,           00017400
               MQCO-NONE, WS-MQ-COMPCODE, WS-MQ-REASON.                 00017500
       PUBLISH-ONE-EVENT.                                               00017600
            PERFORM VALIDATE-CHANGE-REC.                                00017601
            IF WS-CHG-VALID THEN                                        00017602
               PERFORM PUT-ONE-EVENT                                    00017603
            ELSE                                                        00017604
               PERFORM BACK-OUT-CHANGE-REC                              00017605
            END-IF.                                                     00017606
       VALIDATE-CHANGE-REC.                                             00017607
            MOVE 'Y' TO WS-CHG-VALID-SW.                                00017608
            IF CHG-EMP-ID = SPACES OR                                   00017609
               CHG-SOURCE-PGM = SPACES OR                               00017610
               CHG-EFF-DATE NOT NUMERIC OR                              00017611
               CHG-OLD-SALARY NOT NUMERIC OR                            00017612
               CHG-NEW-SALARY NOT NUMERIC THEN                          00017613
               MOVE 'N' TO WS-CHG-VALID-SW                              00017614
            END-IF.                                                     00017615
      * THE RAW CHANGE RECORD GOES TO THE BACKOUT QUEUE AS A TEXT       00017616
      * MESSAGE BOUND FOR THE PUBLISH QUEUE.  A FAILED MOVE BACKS       00017617
      * OUT THE NIGHT LIKE A FAILED PUBLISH.                            00017618
       BACK-OUT-CHANGE-REC.                                             00017619
            MOVE WS-PUB-QUEUE TO MQB-SOURCE-QUEUE.                      00017620
            SET MQB-RSN-MALFORMED TO TRUE.                              00017621
            MOVE 0 TO MQB-BACKOUT-COUNT.                                00017622
            MOVE LOW-VALUES TO MQB-MSGID.                               00017623
            MOVE LOW-VALUES TO MQB-CORRELID.                            00017624
            MOVE 785 TO MQB-ENCODING.                                   00017625
            MOVE 0 TO MQB-CCSID.                                        00017626
            MOVE 'MQSTR   ' TO MQB-FORMAT.                              00017627
            MOVE SPACES TO MQB-MSG-DATA.                                00017628
            MOVE CHG-REC TO MQB-MSG-DATA.                               00017629
            MOVE 80 TO MQB-MSG-LENGTH.                                  00017630
            MOVE SPACES TO RPT-LINE.                                    00017631
            IF WS-BACKOUT-QUEUE = SPACES THEN                           00017632
               ADD 1 TO WS-COUNT-BACKEDOUT                              00017633
               STRING 'HELD BACK  : ' CHG-EMP-ID ' ' CHG-SOURCE-PGM     00017634
                  ' MALFORMED - NO BACKOUTQ'                            00017635
                  DELIMITED BY SIZE INTO RPT-LINE                       00017636
               END-STRING                                               00017637
               WRITE RPT-LINE                                           00017638
            ELSE                                                        00017639
               CALL WS-MQBACKOUT-PGM USING WS-MQ-BACKOUT                00017640
               IF MQB-MOVED THEN                                        00017641
                  ADD 1 TO WS-COUNT-BACKEDOUT                           00017642
                  STRING 'BACKED OUT : ' CHG-EMP-ID ' '                 00017643
                     CHG-SOURCE-PGM ' MALFORMED - TO '                  00017644
                     WS-BACKOUT-QUEUE (1:30)                            00017645
                     DELIMITED BY SIZE INTO RPT-LINE                    00017646
                  END-STRING                                            00017647
                  WRITE RPT-LINE                                        00017648
               ELSE                                                     00017649
                  SET WS-RC-IO-ERROR TO TRUE                            00017650
               END-IF                                                   00017651
            END-IF.                                                     00017652
       PUT-ONE-EVENT.                                                   00017653
            MOVE SPACES TO WS-EVENT-MSG.                                00017700
            MOVE CHG-EMP-ID TO EVT-EMP-ID.                              00017800
            MOVE CHG-OLD-SALARY TO EVT-OLD-SALARY.                      00017900
               DELIMITED BY SIZE INTO RPT-LINE                          00021800
            END-STRING.                                                 00021900
            WRITE RPT-LINE.                                             00022000
            MOVE SPACES TO RPT-LINE.                                    00022016
            STRING 'EVENTS BACKED OUT: ' WS-COUNT-BACKEDOUT             00022032
               DELIMITED BY SIZE INTO RPT-LINE                          00022048
            END-STRING.                                                 00022064
            WRITE RPT-LINE.                                             00022080
            MOVE SPACES TO RPT-LINE.                                    00022100
            IF WS-RC-IO-ERROR THEN                                      00022200
               MOVE 'RESULT: BACKED OUT - NOTHING DELIVERED'            00022300

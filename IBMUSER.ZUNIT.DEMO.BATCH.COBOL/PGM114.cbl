       IDENTIFICATION DIVISION.                                         00000100
       PROGRAM-ID.   PGM114.                                            00000200
      * NIGHTLY BACKOUT-QUEUE REPORT FOR THE MQ PROGRAMS.  BROWSES      00000300
      * EACH BACKOUT QUEUE NAMED ON A BACKOUTQ PARM CARD (UP TO 10 -    00000400
      * PGM47, PGM01GB AND PGM58 MAY SHARE ONE OR KEEP THEIR OWN)       00000500
      * AND LISTS EVERY MESSAGE PGM113 MOVED THERE: WHEN AND BY         00000600
      * WHICH PROGRAM, THE QUEUE IT CAME FROM (OR WAS BOUND FOR),       00000700
      * THE REASON FROM ITS DEAD-LETTER HEADER, ITS LENGTH AND THE      00000800
      * START OF THE ORIGINAL MESSAGE.  A MESSAGE WITH NO HEADER        00000900
      * (PUT THERE BY HAND OR BY A QUEUE MANAGER BACKOUT) IS LISTED     00001000
      * AS SUCH.  THE BROWSE TAKES NOTHING OFF THE QUEUES - THE         00001100
      * MESSAGES STAY FOR INVESTIGATION AND REPLAY UNTIL SUPPORT        00001200
      * REMOVES THEM.  TOTALS BY REASON CLOSE THE REPORT.  RC 04        00001300
      * WHEN ANY MESSAGE IS WAITING, RC 12 WHEN A QUEUE CANNOT BE       00001400
      * BROWSED.  WRITES A CPAUDIT RECORD (RUNNUMBER CARD).             00001500
       ENVIRONMENT DIVISION.                                            00001600
       INPUT-OUTPUT SECTION.                                            00001700
       FILE-CONTROL.                                                    00001800
                SELECT PARMFILE ASSIGN TO DDPARMIN                      00001900
                ORGANIZATION IS SEQUENTIAL.                             00002000
                SELECT RPTFILE ASSIGN TO DDRPTOUT                       00002100
                ORGANIZATION IS SEQUENTIAL.                             00002200
                SELECT AUDITOUT ASSIGN TO DDAUDITOUT                    00002300
                ORGANIZATION IS SEQUENTIAL.                             00002400
       DATA DIVISION.                                                   00002500
       FILE SECTION.                                                    00002600
       FD PARMFILE                                                      00002700
            RECORDING MODE IS F.                                        00002800
       01 PARM-CARD.                                                    00002900
          COPY CPPARMCD.                                                00003000
       FD RPTFILE                                                       00003100
            RECORDING MODE IS F.                                        00003200
       01 RPT-LINE PIC X(80).                                           00003300
       FD AUDITOUT                                                      00003400
            RECORDING MODE IS F.                                        00003500
       01 AUD-REC.                                                      00003600
          COPY CPAUDIT.                                                 00003700
       WORKING-STORAGE SECTION.                                         00003800
       01 WS-PARM-EOF-SW PIC X(1) VALUE 'N'.                            00003900
           88 WS-PARM-EOF      VALUE 'Y'.                               00004000
       01 WS-BROWSE-END-SW PIC X(1) VALUE 'N'.                          00004100
           88 WS-BROWSE-END    VALUE 'Y'.                               00004200
       01 WS-QUEUE-COUNT    PIC 9(2) VALUE 0.                           00004300
       01 WS-QUEUE-TABLE.                                               00004400
           05 WS-QUEUE-NAME PIC X(48) OCCURS 10 TIMES.                  00004500
       01 WS-Q-IDX          PIC 9(2) VALUE 0.                           00004600
       01 WS-COUNT-QUEUE    PIC 9(7) VALUE 0.                           00004700
       01 WS-COUNT-TOTAL    PIC 9(7) VALUE 0.                           00004800
       01 WS-COUNT-LIMIT    PIC 9(7) VALUE 0.                           00004900
       01 WS-COUNT-TOO-LONG PIC 9(7) VALUE 0.                           00005000
       01 WS-COUNT-MALFORMED PIC 9(7) VALUE 0.                          00005100
       01 WS-COUNT-MQ-REASON PIC 9(7) VALUE 0.                          00005200
       01 WS-COUNT-NO-HEADER PIC 9(7) VALUE 0.                          00005300
       01 WS-REASON-TEXT    PIC X(24) VALUE SPACES.                     00005400
       01 WS-REASON-ED      PIC Z(8)9.                                  00005500
       01 WS-LENGTH-ED      PIC Z(4)9.                                  00005600
       01 WS-MSG-LENGTH     PIC S9(9) BINARY VALUE 0.                   00005700
       01 WS-RETCD.                                                     00005800
           COPY CPRETCD.                                                00005900
       01 WS-AUD-START-DATE PIC 9(8).                                   00006000
       01 WS-AUD-START-TIME PIC 9(8).                                   00006100
       01 WS-RUN-NUMBER     PIC 9(5) VALUE 0.                           00006200
      * THE BROWSE BUFFER IS THE BACKOUT MESSAGE ITSELF: THE            00006300
      * DEAD-LETTER HEADER AND UP TO 4000 BYTES OF THE ORIGINAL.        00006400
      * ANYTHING LONGER IS ACCEPTED TRUNCATED - THE REPORT ONLY         00006500
      * SHOWS THE START OF IT.                                          00006600
       01 WS-BACKOUT-MSG.                                               00006700
          COPY CPMQDLH.                                                 00006800
       01 WS-DLH-LENGTH         PIC S9(9) BINARY VALUE 172.             00006900
      * MQ CONTROL BLOCKS, PADDED TO THE VERSION-1 BOOK LENGTHS         00007000
      * LIKE PGM01GB AND PGM47 CARRY THEM.                              00007100
       01 WS-QMGR-NAME          PIC X(48) VALUE SPACES.                 00007200
       01 WS-MQ-HCONN           PIC S9(9) BINARY VALUE 0.               00007300
       01 WS-MQ-HOBJ-BKO        PIC S9(9) BINARY VALUE 0.               00007400
       01 WS-MQ-COMPCODE        PIC S9(9) BINARY VALUE 0.               00007500
       01 WS-MQ-REASON          PIC S9(9) BINARY VALUE 0.               00007600
       01 WS-MQ-OPEN-OPTIONS    PIC S9(9) BINARY VALUE 0.               00007700
       01 WS-MQ-BUFFER-LENGTH   PIC S9(9) BINARY VALUE 4172.            00007800
       01 WS-MQ-DATA-LENGTH     PIC S9(9) BINARY VALUE 0.               00007900
       01 MQOO-BROWSE           PIC S9(9) BINARY VALUE 8.               00008000
       01 MQCO-NONE             PIC S9(9) BINARY VALUE 0.               00008100
       01 MQCC-OK               PIC S9(9) BINARY VALUE 0.               00008200
       01 MQCC-FAILED           PIC S9(9) BINARY VALUE 2.               00008300
       01 MQRC-NO-MSG-AVAILABLE PIC S9(9) BINARY VALUE 2033.            00008400
       01 MQGMO-BROWSE-FIRST    PIC S9(9) BINARY VALUE 16.              00008500
       01 MQGMO-BROWSE-NEXT     PIC S9(9) BINARY VALUE 32.              00008600
       01 MQGMO-ACCEPT-TRUNCATED PIC S9(9) BINARY VALUE 64.             00008700
       01 WS-MQOD-BKO.                                                  00008800
           05 MQOD-BKO-STRUCID     PIC X(4) VALUE 'OD  '.               00008900
           05 MQOD-BKO-VERSION     PIC S9(9) BINARY VALUE 1.            00009000
           05 MQOD-BKO-OBJECTTYPE  PIC S9(9) BINARY VALUE 1.            00009100
           05 MQOD-BKO-OBJECTNAME  PIC X(48) VALUE SPACES.              00009200
           05 FILLER               PIC X(108) VALUE LOW-VALUES.         00009300
       01 WS-MQMD.                                                      00009400
           05 MQMD-STRUCID         PIC X(4) VALUE 'MD  '.               00009500
           05 MQMD-VERSION         PIC S9(9) BINARY VALUE 1.            00009600
           05 FILLER               PIC X(40) VALUE LOW-VALUES.          00009700
           05 MQMD-MSGID           PIC X(24) VALUE LOW-VALUES.          00009800
           05 MQMD-CORRELID        PIC X(24) VALUE LOW-VALUES.          00009900
           05 FILLER               PIC X(228) VALUE LOW-VALUES.         00010000
       01 WS-MQGMO.                                                     00010100
           05 MQGMO-STRUCID        PIC X(4) VALUE 'GMO '.               00010200
           05 MQGMO-VERSION        PIC S9(9) BINARY VALUE 1.            00010300
           05 MQGMO-OPTIONS        PIC S9(9) BINARY VALUE 0.            00010400
           05 MQGMO-WAITINTERVAL   PIC S9(9) BINARY VALUE 0.            00010500
           05 FILLER               PIC X(56) VALUE LOW-VALUES.          00010600
       PROCEDURE DIVISION.                                              00010700
       MAIN-ROUTINE.                                                    00010800
            ACCEPT WS-AUD-START-DATE FROM DATE YYYYMMDD.                00010900
            ACCEPT WS-AUD-START-TIME FROM TIME.                         00011000
            PERFORM READ-REPORT-PARMS.                                  00011100
            OPEN OUTPUT RPTFILE.                                        00011200
            SET WS-RC-OK TO TRUE.                                       00011300
            MOVE SPACES TO RPT-LINE.                                    00011400
            STRING '---- PGM114 MQ BACKOUT QUEUE REPORT '               00011500
               WS-AUD-START-DATE ' ----'                                00011600
               DELIMITED BY SIZE INTO RPT-LINE                          00011700
            END-STRING.                                                 00011800
            WRITE RPT-LINE.                                             00011900
            IF WS-QUEUE-COUNT = 0 THEN                                  00012000
               MOVE 'NO BACKOUTQ CARD - NOTHING TO REPORT' TO RPT-LINE  00012100
               WRITE RPT-LINE                                           00012200
               SET WS-RC-DATA-ERROR TO TRUE                             00012300
            ELSE                                                        00012400
               CALL 'MQCONN' USING WS-QMGR-NAME, WS-MQ-HCONN,           00012500
                  WS-MQ-COMPCODE, WS-MQ-REASON                          00012600
               IF WS-MQ-COMPCODE NOT = MQCC-OK THEN                     00012700
                  DISPLAY 'PGM114 MQCONN FAILED, REASON '               00012800
                     WS-MQ-REASON                                       00012900
                  SET WS-RC-IO-ERROR TO TRUE                            00013000
               ELSE                                                     00013100
                  PERFORM VARYING WS-Q-IDX FROM 1 BY 1                  00013200
                     UNTIL WS-Q-IDX > WS-QUEUE-COUNT                    00013300
                     PERFORM REPORT-ONE-QUEUE                           00013400
                  END-PERFORM                                           00013500
                  CALL 'MQDISC' USING WS-MQ-HCONN,                      00013600
                     WS-MQ-COMPCODE, WS-MQ-REASON                       00013700
               END-IF                                                   00013800
            END-IF.                                                     00013900
            PERFORM WRITE-REASON-TOTALS.                                00014000
            CLOSE RPTFILE.                                              00014100
            IF WS-COUNT-TOTAL > 0 AND WS-RC-OK THEN                     00014200
               SET WS-RC-WARNING TO TRUE                                00014300
            END-IF.                                                     00014400
            MOVE WS-RETURN-CODE TO RETURN-CODE.                         00014500
            PERFORM WRITE-RUN-AUDIT-REC.                                00014600
            GOBACK.                                                     00014700
       READ-REPORT-PARMS.                                               00014800
            OPEN INPUT PARMFILE.                                        00014900
            PERFORM UNTIL WS-PARM-EOF                                   00015000
               READ PARMFILE                                            00015100
                 AT END SET WS-PARM-EOF TO TRUE                         00015200
                 NOT AT END PERFORM APPLY-PARM-CARD                     00015300
               END-READ                                                 00015400
            END-PERFORM.                                                00015500
            CLOSE PARMFILE.                                             00015600
       APPLY-PARM-CARD.                                                 00015700
            EVALUATE PARM-KEY                                           00015800
                WHEN 'RUNNUMBER'                                        00015900
                   MOVE PARM-VALUE-NUM TO WS-RUN-NUMBER                 00016000
                WHEN 'QMGRNAME'                                         00016100
                   MOVE PARM-VALUE-TEXT (1:48) TO WS-QMGR-NAME          00016200
                WHEN 'BACKOUTQ'                                         00016300
                   IF WS-QUEUE-COUNT < 10 THEN                          00016400
                      ADD 1 TO WS-QUEUE-COUNT                           00016500
                      MOVE PARM-VALUE-TEXT (1:48)                       00016600
                         TO WS-QUEUE-NAME (WS-QUEUE-COUNT)              00016700
                   ELSE                                                 00016800
                      DISPLAY 'PGM114 MORE THAN 10 BACKOUTQ CARDS - '   00016900
                         PARM-VALUE-TEXT (1:48) ' IGNORED'              00017000
                   END-IF                                               00017100
                WHEN OTHER                                              00017200
                   CONTINUE                                             00017300
            END-EVALUATE.                                               00017400
      * BROWSE-FIRST THEN BROWSE-NEXT UNTIL 2033; THE QUEUE IS OPEN     00017500
      * FOR BROWSE ONLY, SO NOTHING IS REMOVED.                         00017600
       REPORT-ONE-QUEUE.                                                00017700
            MOVE 0 TO WS-COUNT-QUEUE.                                   00017800
            MOVE 'N' TO WS-BROWSE-END-SW.                               00017900
            MOVE SPACES TO RPT-LINE.                                    00018000
            WRITE RPT-LINE.                                             00018100
            STRING 'BACKOUT QUEUE ' WS-QUEUE-NAME (WS-Q-IDX)            00018200
               DELIMITED BY SIZE INTO RPT-LINE                          00018300
            END-STRING.                                                 00018400
            WRITE RPT-LINE.                                             00018500
            MOVE WS-QUEUE-NAME (WS-Q-IDX) TO MQOD-BKO-OBJECTNAME.       00018600
            MOVE MQOO-BROWSE TO WS-MQ-OPEN-OPTIONS.                     00018700
            CALL 'MQOPEN' USING WS-MQ-HCONN, WS-MQOD-BKO,               00018800
               WS-MQ-OPEN-OPTIONS, WS-MQ-HOBJ-BKO,                      00018900
               WS-MQ-COMPCODE, WS-MQ-REASON.                            00019000
            IF WS-MQ-COMPCODE NOT = MQCC-OK THEN                        00019100
               DISPLAY 'PGM114 MQOPEN ' WS-QUEUE-NAME (WS-Q-IDX)        00019200
                  ' FAILED, REASON ' WS-MQ-REASON                       00019300
               MOVE SPACES TO RPT-LINE                                  00019400
               MOVE WS-MQ-REASON TO WS-REASON-ED                        00019500
               STRING '  *** QUEUE COULD NOT BE OPENED, REASON '        00019600
                  WS-REASON-ED ' ***'                                   00019700
                  DELIMITED BY SIZE INTO RPT-LINE                       00019800
               END-STRING                                               00019900
               WRITE RPT-LINE                                           00020000
               SET WS-RC-IO-ERROR TO TRUE                               00020100
            ELSE                                                        00020200
               COMPUTE MQGMO-OPTIONS =                                  00020300
                  MQGMO-BROWSE-FIRST + MQGMO-ACCEPT-TRUNCATED           00020400
               PERFORM BROWSE-ONE-MESSAGE UNTIL WS-BROWSE-END           00020500
               CALL 'MQCLOSE' USING WS-MQ-HCONN, WS-MQ-HOBJ-BKO,        00020600
                  MQCO-NONE, WS-MQ-COMPCODE, WS-MQ-REASON               00020700
               MOVE SPACES TO RPT-LINE                                  00020800
               STRING '  MESSAGES ON QUEUE: ' WS-COUNT-QUEUE            00020900
                  DELIMITED BY SIZE INTO RPT-LINE                       00021000
               END-STRING                                               00021100
               WRITE RPT-LINE                                           00021200
            END-IF.                                                     00021300
       BROWSE-ONE-MESSAGE.                                              00021400
            MOVE LOW-VALUES TO MQMD-MSGID.                              00021500
            MOVE LOW-VALUES TO MQMD-CORRELID.                           00021600
            MOVE SPACES TO WS-BACKOUT-MSG.                              00021700
            CALL 'MQGET' USING WS-MQ-HCONN, WS-MQ-HOBJ-BKO,             00021800
               WS-MQMD, WS-MQGMO, WS-MQ-BUFFER-LENGTH,                  00021900
               WS-BACKOUT-MSG, WS-MQ-DATA-LENGTH,                       00022000
               WS-MQ-COMPCODE, WS-MQ-REASON.                            00022100
            EVALUATE TRUE                                               00022200
                WHEN WS-MQ-REASON = MQRC-NO-MSG-AVAILABLE               00022300
                   SET WS-BROWSE-END TO TRUE                            00022400
                WHEN WS-MQ-COMPCODE = MQCC-FAILED                       00022500
                   DISPLAY 'PGM114 MQGET BROWSE FAILED, REASON '        00022600
                      WS-MQ-REASON                                      00022700
                   SET WS-RC-IO-ERROR TO TRUE                           00022800
                   SET WS-BROWSE-END TO TRUE                            00022900
                WHEN OTHER                                              00023000
                   ADD 1 TO WS-COUNT-QUEUE                              00023100
                   ADD 1 TO WS-COUNT-TOTAL                              00023200
                   PERFORM REPORT-ONE-MESSAGE                           00023300
            END-EVALUATE.                                               00023400
            COMPUTE MQGMO-OPTIONS =                                     00023500
               MQGMO-BROWSE-NEXT + MQGMO-ACCEPT-TRUNCATED.              00023600
      * THREE LINES PER MESSAGE: WHO MOVED IT, WHEN AND FROM WHERE;     00023700
      * WHY AND HOW LONG; THE FIRST 60 BYTES OF THE ORIGINAL.           00023800
       REPORT-ONE-MESSAGE.                                              00023900
            IF DLH-STRUCID NOT = 'DLH ' THEN                            00024000
               ADD 1 TO WS-COUNT-NO-HEADER                              00024100
               MOVE WS-MQ-DATA-LENGTH TO WS-LENGTH-ED                   00024200
               MOVE SPACES TO RPT-LINE                                  00024300
               STRING '  NO DEAD-LETTER HEADER   LENGTH ' WS-LENGTH-ED  00024400
                  DELIMITED BY SIZE INTO RPT-LINE                       00024500
               END-STRING                                               00024600
               WRITE RPT-LINE                                           00024700
               MOVE SPACES TO RPT-LINE                                  00024800
               STRING '    DATA: ' WS-BACKOUT-MSG (1:60)                00024900
                  DELIMITED BY SIZE INTO RPT-LINE                       00025000
               END-STRING                                               00025100
               WRITE RPT-LINE                                           00025200
            ELSE                                                        00025300
               PERFORM SET-REASON-TEXT                                  00025400
               COMPUTE WS-MSG-LENGTH =                                  00025500
                  WS-MQ-DATA-LENGTH - WS-DLH-LENGTH                     00025600
               IF WS-MSG-LENGTH < 0 THEN                                00025700
                  MOVE 0 TO WS-MSG-LENGTH                               00025800
               END-IF                                                   00025900
               MOVE WS-MSG-LENGTH TO WS-LENGTH-ED                       00026000
               MOVE SPACES TO RPT-LINE                                  00026100
               STRING '  ' DLH-PUT-DATE ' ' DLH-PUT-TIME (1:6)          00026200
                  ' ' DLH-PUT-APPL-NAME (1:8)                           00026300
                  ' FROM ' DLH-DEST-Q-NAME (1:36)                       00026400
                  DELIMITED BY SIZE INTO RPT-LINE                       00026500
               END-STRING                                               00026600
               WRITE RPT-LINE                                           00026700
               MOVE SPACES TO RPT-LINE                                  00026800
               STRING '    REASON ' WS-REASON-ED ' ' WS-REASON-TEXT     00026900
                  '  LENGTH ' WS-LENGTH-ED                              00027000
                  DELIMITED BY SIZE INTO RPT-LINE                       00027100
               END-STRING                                               00027200
               WRITE RPT-LINE                                           00027300
               MOVE SPACES TO RPT-LINE                                  00027400
               STRING '    DATA: ' DLH-MSG-DATA (1:60)                  00027500
                  DELIMITED BY SIZE INTO RPT-LINE                       00027600
               END-STRING                                               00027700
               WRITE RPT-LINE                                           00027800
            END-IF.                                                     00027900
       SET-REASON-TEXT.                                                 00028000
            MOVE DLH-REASON TO WS-REASON-ED.                            00028100
            EVALUATE TRUE                                               00028200
                WHEN DLH-RSN-BACKOUT-LIMIT                              00028300
                   MOVE 'BACKOUT LIMIT REACHED' TO WS-REASON-TEXT       00028400
                   ADD 1 TO WS-COUNT-LIMIT                              00028500
                WHEN DLH-RSN-TOO-LONG                                   00028600
                   MOVE 'MESSAGE TOO LONG' TO WS-REASON-TEXT            00028700
                   ADD 1 TO WS-COUNT-TOO-LONG                           00028800
                WHEN DLH-RSN-MALFORMED                                  00028900
                   MOVE 'FAILED VALIDATION' TO WS-REASON-TEXT           00029000
                   ADD 1 TO WS-COUNT-MALFORMED                          00029100
                WHEN OTHER                                              00029200
                   MOVE 'MQ REASON CODE' TO WS-REASON-TEXT              00029300
                   ADD 1 TO WS-COUNT-MQ-REASON                          00029400
            END-EVALUATE.                                               00029500
       WRITE-REASON-TOTALS.                                             00029600
            MOVE SPACES TO RPT-LINE.                                    00029700
            WRITE RPT-LINE.                                             00029800
            MOVE '---- TOTALS BY REASON ----' TO RPT-LINE.              00029900
            WRITE RPT-LINE.                                             00030000
            MOVE SPACES TO RPT-LINE.                                    00030100
            STRING 'BACKOUT LIMIT REACHED : ' WS-COUNT-LIMIT            00030200
               DELIMITED BY SIZE INTO RPT-LINE                          00030300
            END-STRING.                                                 00030400
            WRITE RPT-LINE.                                             00030500
            MOVE SPACES TO RPT-LINE.                                    00030600
            STRING 'MESSAGE TOO LONG      : ' WS-COUNT-TOO-LONG         00030700
               DELIMITED BY SIZE INTO RPT-LINE                          00030800
            END-STRING.                                                 00030900
            WRITE RPT-LINE.                                             00031000
            MOVE SPACES TO RPT-LINE.                                    00031100
            STRING 'FAILED VALIDATION     : ' WS-COUNT-MALFORMED        00031200
               DELIMITED BY SIZE INTO RPT-LINE                          00031300
            END-STRING.                                                 00031400
            WRITE RPT-LINE.                                             00031500
            MOVE SPACES TO RPT-LINE.                                    00031600
            STRING 'MQ REASON CODE        : ' WS-COUNT-MQ-REASON        00031700
               DELIMITED BY SIZE INTO RPT-LINE                          00031800
            END-STRING.                                                 00031900
            WRITE RPT-LINE.                                             00032000
            MOVE SPACES TO RPT-LINE.                                    00032100
            STRING 'NO DEAD-LETTER HEADER : ' WS-COUNT-NO-HEADER        00032200
               DELIMITED BY SIZE INTO RPT-LINE                          00032300
            END-STRING.                                                 00032400
            WRITE RPT-LINE.                                             00032500
            MOVE SPACES TO RPT-LINE.                                    00032600
            STRING 'TOTAL BACKED OUT      : ' WS-COUNT-TOTAL            00032700
               DELIMITED BY SIZE INTO RPT-LINE                          00032800
            END-STRING.                                                 00032900
            WRITE RPT-LINE.                                             00033000
       WRITE-RUN-AUDIT-REC.                                             00033100
            MOVE SPACES TO AUD-REC.                                     00033200
            MOVE 'PGM114' TO AUD-PROGRAM.                               00033300
            MOVE WS-AUD-START-DATE TO AUD-START-DATE.                   00033400
            MOVE WS-AUD-START-TIME TO AUD-START-TIME.                   00033500
            ACCEPT AUD-END-DATE FROM DATE YYYYMMDD.                     00033600
            ACCEPT AUD-END-TIME FROM TIME.                              00033700
            MOVE WS-COUNT-TOTAL TO AUD-RECORDS-PROCESSED.               00033800
            MOVE WS-RETURN-CODE TO AUD-RETURN-CODE.                     00033900
            MOVE 0 TO AUD-ELAPSED-SECONDS.                              00034000
            MOVE WS-RUN-NUMBER TO AUD-RUN-NUMBER.                       00034100
            OPEN OUTPUT AUDITOUT.                                       00034200
            WRITE AUD-REC.                                              00034300
            CLOSE AUDITOUT.                                             00034400

       IDENTIFICATION DIVISION.                                         00000100
       PROGRAM-ID.   PGM113.                                            00000200
      * SHARED CALLABLE MQ BACKOUT SERVICE FOR THE MQ PROGRAMS          00000300
      * (PGM47, PGM01GB'S MQ MODE, PGM58), PASSED THE CALLER'S          00000400
      * CPMQBKO AREA.  A POISON MESSAGE - ONE THAT HAS FAILED AND       00000500
      * BEEN ROLLED BACK BACKOUTLIMIT TIMES, ONE TOO LONG FOR THE       00000600
      * CALLER'S BUFFER, OR ONE THAT FAILS THE CALLER'S OWN             00000700
      * VALIDATION - IS PUT ON THE BACKOUT QUEUE BEHIND A STANDARD      00000800
      * DEAD-LETTER HEADER (CPMQDLH) CARRYING THE REASON, THE QUEUE     00000900
      * IT CAME FROM, THE PROGRAM THAT MOVED IT AND WHEN, KEEPING       00001000
      * THE ORIGINAL MESSAGE ID AND CORRELATION ID.  THE PUT RIDES      00001100
      * THE CALLER'S SYNCPOINT SO THE CALLER'S COMMIT REMOVES THE       00001200
      * MESSAGE FROM ITS QUEUE AND LANDS THE COPY TOGETHER.  EACH       00001300
      * MOVE IS LOGGED TO THE JOB LOG; PGM114 REPORTS THE BACKOUT       00001400
      * QUEUE NIGHTLY.                                                  00001500
       ENVIRONMENT DIVISION.                                            00001600
       DATA DIVISION.                                                   00001700
       WORKING-STORAGE SECTION.                                         00001800
       01 WS-BACKOUT-MSG.                                               00001900
          COPY CPMQDLH.                                                 00002000
       01 WS-DLH-LENGTH         PIC S9(9) BINARY VALUE 172.             00002100
       01 WS-PUT-DATE           PIC 9(8).                               00002200
       01 WS-PUT-TIME           PIC 9(8).                               00002300
       01 WS-REASON-DISPLAY     PIC 9(9).                               00002400
       01 WS-COUNT-DISPLAY      PIC 9(9).                               00002500
       01 WS-MQ-HOBJ-BKO        PIC S9(9) BINARY VALUE 0.               00002600
       01 WS-MQ-COMPCODE        PIC S9(9) BINARY VALUE 0.               00002700
       01 WS-MQ-REASON          PIC S9(9) BINARY VALUE 0.               00002800
       01 WS-MQ-OPEN-OPTIONS    PIC S9(9) BINARY VALUE 0.               00002900
       01 WS-MQ-BUFFER-LENGTH   PIC S9(9) BINARY VALUE 0.               00003000
       01 MQOO-OUTPUT           PIC S9(9) BINARY VALUE 16.              00003100
       01 MQCO-NONE             PIC S9(9) BINARY VALUE 0.               00003200
       01 MQCC-OK               PIC S9(9) BINARY VALUE 0.               00003300
       01 MQPMO-SYNCPOINT       PIC S9(9) BINARY VALUE 2.               00003400
       01 MQAT-MVS              PIC S9(9) BINARY VALUE 2.               00003500
      * MQ CONTROL BLOCKS, PADDED TO THE VERSION-1 BOOK LENGTHS LIKE    00003600
      * PGM01GB AND PGM47 CARRY THEM.  THE BACKOUT COPY IS A            00003700
      * PERSISTENT DATAGRAM IN DEAD-LETTER FORMAT THAT NEVER            00003800
      * EXPIRES.                                                        00003900
       01 WS-MQOD-BKO.                                                  00004000
           05 MQOD-BKO-STRUCID     PIC X(4) VALUE 'OD  '.               00004100
           05 MQOD-BKO-VERSION     PIC S9(9) BINARY VALUE 1.            00004200
           05 MQOD-BKO-OBJECTTYPE  PIC S9(9) BINARY VALUE 1.            00004300
           05 MQOD-BKO-OBJECTNAME  PIC X(48) VALUE SPACES.              00004400
           05 FILLER               PIC X(108) VALUE LOW-VALUES.         00004500
       01 WS-MQMD.                                                      00004600
           05 MQMD-STRUCID         PIC X(4) VALUE 'MD  '.               00004700
           05 MQMD-VERSION         PIC S9(9) BINARY VALUE 1.            00004800
           05 MQMD-REPORT          PIC S9(9) BINARY VALUE 0.            00004900
           05 MQMD-MSGTYPE         PIC S9(9) BINARY VALUE 8.            00005000
           05 MQMD-EXPIRY          PIC S9(9) BINARY VALUE -1.           00005100
           05 MQMD-FEEDBACK        PIC S9(9) BINARY VALUE 0.            00005200
           05 MQMD-ENCODING        PIC S9(9) BINARY VALUE 785.          00005300
           05 MQMD-CODEDCHARSETID  PIC S9(9) BINARY VALUE 0.            00005400
           05 MQMD-FORMAT          PIC X(8) VALUE 'MQDEAD  '.           00005500
           05 MQMD-PRIORITY        PIC S9(9) BINARY VALUE -1.           00005600
           05 MQMD-PERSISTENCE     PIC S9(9) BINARY VALUE 1.            00005700
           05 MQMD-MSGID           PIC X(24) VALUE LOW-VALUES.          00005800
           05 MQMD-CORRELID        PIC X(24) VALUE LOW-VALUES.          00005900
           05 FILLER               PIC X(228) VALUE LOW-VALUES.         00006000
       01 WS-MQPMO.                                                     00006100
           05 MQPMO-STRUCID        PIC X(4) VALUE 'PMO '.               00006200
           05 MQPMO-VERSION        PIC S9(9) BINARY VALUE 1.            00006300
           05 MQPMO-OPTIONS        PIC S9(9) BINARY VALUE 0.            00006400
           05 FILLER               PIC X(116) VALUE LOW-VALUES.         00006500
       LINKAGE SECTION.                                                 00006600
       01 LS-MQ-BACKOUT.                                                00006700
          COPY CPMQBKO.                                                 00006800
       PROCEDURE DIVISION USING LS-MQ-BACKOUT.                          00006900
       MAIN-ROUTINE.                                                    00007000
            SET MQB-FAILED TO TRUE.                                     00007100
            MOVE 0 TO MQB-MQ-REASON.                                    00007200
            PERFORM BUILD-DEAD-LETTER-HEADER.                           00007300
            MOVE MQB-BACKOUT-QUEUE TO MQOD-BKO-OBJECTNAME.              00007400
            MOVE MQOO-OUTPUT TO WS-MQ-OPEN-OPTIONS.                     00007500
            CALL 'MQOPEN' USING MQB-HCONN, WS-MQOD-BKO,                 00007600
               WS-MQ-OPEN-OPTIONS, WS-MQ-HOBJ-BKO,                      00007700
               WS-MQ-COMPCODE, WS-MQ-REASON.                            00007800
            IF WS-MQ-COMPCODE NOT = MQCC-OK THEN                        00007900
               DISPLAY MQB-PROGRAM ' MQOPEN BACKOUT QUEUE '             00008000
                  MQB-BACKOUT-QUEUE ' FAILED, REASON ' WS-MQ-REASON     00008100
               MOVE WS-MQ-REASON TO MQB-MQ-REASON                       00008200
            ELSE                                                        00008300
               PERFORM PUT-BACKOUT-MESSAGE                              00008400
               CALL 'MQCLOSE' USING MQB-HCONN, WS-MQ-HOBJ-BKO,          00008500
                  MQCO-NONE, WS-MQ-COMPCODE, WS-MQ-REASON               00008600
            END-IF.                                                     00008700
            GOBACK.                                                     00008800
      * THE HEADER DESCRIBES THE ORIGINAL MESSAGE THAT FOLLOWS IT       00008900
      * (ITS ENCODING, CCSID AND FORMAT), SO A DEAD-LETTER HANDLER      00009000
      * CAN STRIP IT AND REPLAY THE MESSAGE UNCHANGED.                  00009100
       BUILD-DEAD-LETTER-HEADER.                                        00009200
            MOVE SPACES TO WS-BACKOUT-MSG.                              00009300
            MOVE 'DLH ' TO DLH-STRUCID.                                 00009400
            MOVE 1 TO DLH-VERSION.                                      00009500
            MOVE MQB-REASON TO DLH-REASON.                              00009600
            MOVE MQB-SOURCE-QUEUE TO DLH-DEST-Q-NAME.                   00009700
            MOVE MQB-QMGR-NAME TO DLH-DEST-QMGR-NAME.                   00009800
            MOVE MQB-ENCODING TO DLH-ENCODING.                          00009900
            MOVE MQB-CCSID TO DLH-CODED-CHARSET-ID.                     00010000
            MOVE MQB-FORMAT TO DLH-FORMAT.                              00010100
            MOVE MQAT-MVS TO DLH-PUT-APPL-TYPE.                         00010200
            MOVE MQB-PROGRAM TO DLH-PUT-APPL-NAME.                      00010300
            ACCEPT WS-PUT-DATE FROM DATE YYYYMMDD.                      00010400
            ACCEPT WS-PUT-TIME FROM TIME.                               00010500
            MOVE WS-PUT-DATE TO DLH-PUT-DATE.                           00010600
            MOVE WS-PUT-TIME TO DLH-PUT-TIME.                           00010700
            IF MQB-MSG-LENGTH > 4000 THEN                               00010800
               MOVE 4000 TO MQB-MSG-LENGTH                              00010900
            END-IF.                                                     00011000
            IF MQB-MSG-LENGTH < 0 THEN                                  00011100
               MOVE 0 TO MQB-MSG-LENGTH                                 00011200
            END-IF.                                                     00011300
            MOVE MQB-MSG-DATA TO DLH-MSG-DATA.                          00011400
            COMPUTE WS-MQ-BUFFER-LENGTH =                               00011500
               WS-DLH-LENGTH + MQB-MSG-LENGTH.                          00011600
       PUT-BACKOUT-MESSAGE.                                             00011700
            MOVE MQB-MSGID TO MQMD-MSGID.                               00011800
            MOVE MQB-CORRELID TO MQMD-CORRELID.                         00011900
            MOVE MQPMO-SYNCPOINT TO MQPMO-OPTIONS.                      00012000
            CALL 'MQPUT' USING MQB-HCONN, WS-MQ-HOBJ-BKO,               00012100
               WS-MQMD, WS-MQPMO, WS-MQ-BUFFER-LENGTH,                  00012200
               WS-BACKOUT-MSG, WS-MQ-COMPCODE, WS-MQ-REASON.            00012300
            MOVE MQB-REASON TO WS-REASON-DISPLAY.                       00012400
            MOVE MQB-BACKOUT-COUNT TO WS-COUNT-DISPLAY.                 00012500
            IF WS-MQ-COMPCODE NOT = MQCC-OK THEN                        00012600
               DISPLAY MQB-PROGRAM ' MQPUT TO BACKOUT QUEUE '           00012700
                  MQB-BACKOUT-QUEUE ' FAILED, REASON ' WS-MQ-REASON     00012800
               MOVE WS-MQ-REASON TO MQB-MQ-REASON                       00012900
            ELSE                                                        00013000
               SET MQB-MOVED TO TRUE                                    00013100
               DISPLAY MQB-PROGRAM ' MESSAGE FROM ' MQB-SOURCE-QUEUE    00013200
                  ' MOVED TO BACKOUT QUEUE ' MQB-BACKOUT-QUEUE          00013300
                  ' REASON ' WS-REASON-DISPLAY                          00013400
                  ' BACKOUT COUNT ' WS-COUNT-DISPLAY                    00013500
            END-IF.                                                     00013600

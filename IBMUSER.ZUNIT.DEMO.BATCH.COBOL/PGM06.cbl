       IDENTIFICATION DIVISION.                                         00010000
       PROGRAM-ID.   PGM06.                                             00020000
      * ALERT SCAN OVER THE SHARED AUDITOUT TRAIL.  EVERY RUN RECORD    00020100
      * THAT ENDED WITH A NONZERO RETURN CODE GETS AN ALERT LINE.       00020200
      * LONG-RUNNING SERVERS (PGM47) ALSO WRITE CPAUDIT HEARTBEATS;     00020300
      * A SERVER WHOSE LATEST HEARTBEAT IS NOT FOLLOWED BY ITS RUN      00020400
      * RECORD IS STILL UP, AND IF THAT HEARTBEAT IS OLDER THAN         00020500
      * HBSTALEMINS MINUTES (DEFAULT 15, 0 TURNS THE CHECK OFF) THE     00020600
      * SERVER HAS HUNG OR DIED WITHOUT ENDING - A STALE ALERT WITH     00020700
      * ITS LAST BEAT, MESSAGES SERVED AND ERRORS.  SCANMODE            00020800
      * HEARTBEAT CHECKS THE HEARTBEATS ONLY, FOR THE DAYTIME           00020900
      * MQHBCHK WATCH; THE DEFAULT (ALL) DOES BOTH.  RC 04 WHEN ANY     00021000
      * ALERT WAS RAISED.                                               00021100
       ENVIRONMENT DIVISION.                                            00030000
       INPUT-OUTPUT SECTION.                                            00031000
       FILE-CONTROL.                                                    00032000
                ORGANIZATION IS SEQUENTIAL.                             00034000
                SELECT ALERTOUT ASSIGN TO DDALERT                       00035000
                ORGANIZATION IS SEQUENTIAL.                             00036000
                SELECT PARMFILE ASSIGN TO DDPARMIN                      00036100
                ORGANIZATION IS SEQUENTIAL.                             00036200
       DATA DIVISION.                                                   00037000
       FILE SECTION.                                                    00038000
       FD AUDITIN                                                       00039000
       FD ALERTOUT                                                      00042000
            RECORDING MODE IS F.                                        00043000
       01 ALERT-LINE PIC X(80).                                         00044000
       FD PARMFILE                                                      00044100
            RECORDING MODE IS F.                                        00044200
       01 PARM-CARD.                                                    00044300
          COPY CPPARMCD.                                                00044400
       WORKING-STORAGE SECTION.                                         00049000
       01 WS-AUDIT-EOF-SW  PIC X(1) VALUE 'N'.                          00050000
           88 WS-AUDIT-EOF     VALUE 'Y'.                               00060000
       01 WS-ALERT-COUNT   PIC 9(7) VALUE 0.                            00070000
       01 WS-PARM-EOF-SW   PIC X(1) VALUE 'N'.                          00070100
           88 WS-PARM-EOF      VALUE 'Y'.                               00070200
       01 WS-SCAN-MODE     PIC X(9) VALUE 'ALL'.                        00070300
           88 WS-SCAN-HEARTBEAT-ONLY VALUE 'HEARTBEAT'.                 00070400
       01 WS-HB-STALE-MINS PIC 9(4) VALUE 15.                           00070500
      * ONE ENTRY PER PROGRAM THAT HAS WRITTEN HEARTBEATS: ITS          00070600
      * LATEST BEAT, AND WHETHER A RUN RECORD HAS FOLLOWED IT (THE      00070700
      * SERVER ENDED, SO THE BEAT IS NOT EXPECTED TO MOVE ON).          00070800
       01 WS-HB-COUNT      PIC 9(2) VALUE 0.                            00070900
       01 WS-HB-IDX        PIC 9(2) VALUE 0.                            00071000
       01 WS-HB-FOUND-SW   PIC X(1) VALUE 'N'.                          00071100
           88 WS-HB-FOUND      VALUE 'Y'.                               00071200
       01 WS-HB-TABLE.                                                  00071300
           05 WS-HB-ENTRY OCCURS 10 TIMES.                              00071400
               10 WS-HB-PROGRAM  PIC X(8).                              00071500
               10 WS-HB-LIVE-SW  PIC X(1).                              00071600
                   88 WS-HB-LIVE     VALUE 'Y'.                         00071700
               10 WS-HB-DATE     PIC 9(8).                              00071800
               10 WS-HB-TIME     PIC 9(8).                              00071900
               10 WS-HB-SERVED   PIC 9(7).                              00072000
               10 WS-HB-ERRORS   PIC 9(5).                              00072100
      * STALENESS CLOCK: SECONDS OF THE DAY, WITH A BEAT DATED          00072200
      * YESTERDAY CARRIED ACROSS MIDNIGHT AND ANYTHING OLDER STALE      00072300
      * OUTRIGHT.                                                       00072400
       01 WS-NOW-DATE      PIC 9(8) VALUE 0.                            00072500
       01 WS-NOW-SECS      PIC 9(7) VALUE 0.                            00072600
       01 WS-BEAT-SECS     PIC 9(7) VALUE 0.                            00072700
       01 WS-AGE-SECS      PIC 9(7) VALUE 0.                            00072800
       01 WS-STALE-SECS    PIC 9(7) VALUE 0.                            00072900
       01 WS-SECS-WORK     PIC 9(7) VALUE 0.                            00073000
       01 WS-TIME-X        PIC 9(8) VALUE 0.                            00073100
       01 WS-TIME-PARTS REDEFINES WS-TIME-X.                            00073200
           05 WS-TIME-HH PIC 9(2).                                      00073300
           05 WS-TIME-MM PIC 9(2).                                      00073400
           05 WS-TIME-SS PIC 9(2).                                      00073500
           05 WS-TIME-CC PIC 9(2).                                      00073600
       01 WS-YESTERDAY     PIC 9(8) VALUE 0.                            00073700
       01 WS-YESTERDAY-PARTS REDEFINES WS-YESTERDAY.                    00073800
           05 WS-YEST-YYYY PIC 9(4).                                    00073900
           05 WS-YEST-MM   PIC 9(2).                                    00074000
           05 WS-YEST-DD   PIC 9(2).                                    00074100
       01 WS-MONTH-DAYS-X  PIC X(24) VALUE '312831303130313130313031'.  00074200
       01 WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-X.                00074300
           05 WS-MONTH-DAYS PIC 9(2) OCCURS 12 TIMES.                   00074400
       01 WS-LEAP-QUOT     PIC 9(4) VALUE 0.                            00074500
       01 WS-LEAP-REM-4    PIC 9(4) VALUE 0.                            00074600
       01 WS-LEAP-REM-100  PIC 9(4) VALUE 0.                            00074700
       01 WS-LEAP-REM-400  PIC 9(4) VALUE 0.                            00074800
       01 WS-RETCD.                                                     00080000
           COPY CPRETCD.                                                00090000
       PROCEDURE DIVISION.                                              00100000
       MAIN-ROUTINE.                                                    00110000
            PERFORM READ-ALERT-PARMS.                                   00110100
            OPEN INPUT AUDITIN.                                         00120000
            OPEN OUTPUT ALERTOUT.                                       00130000
            PERFORM UNTIL WS-AUDIT-EOF                                  00140000
               END-READ                                                 00180000
            END-PERFORM.                                                00190000
            CLOSE AUDITIN.                                              00200000
            IF WS-HB-STALE-MINS > 0 THEN                                00200100
               PERFORM CHECK-HEARTBEATS                                 00200200
            END-IF.                                                     00200300
            CLOSE ALERTOUT.                                             00210000
            SET WS-RC-OK TO TRUE.                                       00220000
            IF WS-ALERT-COUNT > 0 THEN                                  00230000
            END-IF.                                                     00250000
            MOVE WS-RETURN-CODE TO RETURN-CODE.                         00260000
            GOBACK.                                                     00270000
       READ-ALERT-PARMS.                                                00270100
            OPEN INPUT PARMFILE.                                        00270200
            PERFORM UNTIL WS-PARM-EOF                                   00270300
               READ PARMFILE                                            00270400
                 AT END SET WS-PARM-EOF TO TRUE                         00270500
                 NOT AT END PERFORM APPLY-PARM-CARD                     00270600
               END-READ                                                 00270700
            END-PERFORM.                                                00270800
            CLOSE PARMFILE.                                             00270900
       APPLY-PARM-CARD.                                                 00271000
            EVALUATE PARM-KEY                                           00271100
                WHEN 'HBSTALEMINS'                                      00271200
                   MOVE PARM-VALUE-NUM TO WS-HB-STALE-MINS              00271300
                WHEN 'SCANMODE'                                         00271400
                   IF PARM-VALUE-TEXT (1:9) = 'HEARTBEAT' OR            00271500
                      PARM-VALUE-TEXT (1:9) = 'ALL' THEN                00271600
                      MOVE PARM-VALUE-TEXT (1:9) TO WS-SCAN-MODE        00271700
                   END-IF                                               00271800
                WHEN OTHER                                              00271900
                   CONTINUE                                             00272000
            END-EVALUATE.                                               00272100
       CHECK-ONE-AUDIT-REC.                                             00280000
            IF AUD-HEARTBEAT-REC THEN                                   00280100
               PERFORM NOTE-HEARTBEAT                                   00280200
            ELSE                                                        00280300
               PERFORM NOTE-RUN-END                                     00280400
               IF AUD-RETURN-CODE NOT = 00 AND                          00280500
                  NOT WS-SCAN-HEARTBEAT-ONLY THEN                       00280600
                  PERFORM WRITE-ALERT-LINE                              00280700
               END-IF                                                   00280800
            END-IF.                                                     00310000
       FIND-HEARTBEAT-ENTRY.                                            00310090
            MOVE 'N' TO WS-HB-FOUND-SW.                                 00310180
            PERFORM VARYING WS-HB-IDX FROM 1 BY 1                       00310270
               UNTIL WS-HB-IDX > WS-HB-COUNT OR WS-HB-FOUND             00310360
               IF WS-HB-PROGRAM (WS-HB-IDX) = AUD-PROGRAM THEN          00310450
                  SET WS-HB-FOUND TO TRUE                               00310540
               END-IF                                                   00310630
            END-PERFORM.                                                00310720
            IF WS-HB-FOUND THEN                                         00310810
               SUBTRACT 1 FROM WS-HB-IDX                                00310900
            END-IF.                                                     00310990
       NOTE-HEARTBEAT.                                                  00311080
            PERFORM FIND-HEARTBEAT-ENTRY.                               00311170
            IF NOT WS-HB-FOUND AND WS-HB-COUNT < 10 THEN                00311260
               ADD 1 TO WS-HB-COUNT                                     00311350
               MOVE WS-HB-COUNT TO WS-HB-IDX                            00311440
               MOVE AUD-PROGRAM TO WS-HB-PROGRAM (WS-HB-IDX)            00311530
               SET WS-HB-FOUND TO TRUE                                  00311620
            END-IF.                                                     00311710
            IF WS-HB-FOUND THEN                                         00311800
               MOVE 'Y' TO WS-HB-LIVE-SW (WS-HB-IDX)                    00311890
               MOVE AUD-END-DATE TO WS-HB-DATE (WS-HB-IDX)              00311980
               MOVE AUD-END-TIME TO WS-HB-TIME (WS-HB-IDX)              00312070
               MOVE AUD-RECORDS-PROCESSED TO WS-HB-SERVED (WS-HB-IDX)   00312160
               MOVE AUD-HB-ERRORS TO WS-HB-ERRORS (WS-HB-IDX)           00312250
            END-IF.                                                     00312340
       NOTE-RUN-END.                                                    00312430
            IF WS-HB-COUNT > 0 THEN                                     00312520
               PERFORM FIND-HEARTBEAT-ENTRY                             00312610
               IF WS-HB-FOUND THEN                                      00312700
                  MOVE 'N' TO WS-HB-LIVE-SW (WS-HB-IDX)                 00312790
               END-IF                                                   00312880
            END-IF.                                                     00312970
      * ONLY A SERVER STILL UP (NO RUN RECORD AFTER ITS LAST BEAT)      00313060
      * CAN GO STALE.                                                   00313150
       CHECK-HEARTBEATS.                                                00313240
            ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD.                      00313330
            ACCEPT WS-TIME-X FROM TIME.                                 00313420
            PERFORM TIME-TO-SECONDS.                                    00313510
            MOVE WS-SECS-WORK TO WS-NOW-SECS.                           00313600
            PERFORM COMPUTE-YESTERDAY.                                  00313690
            COMPUTE WS-STALE-SECS = WS-HB-STALE-MINS * 60.              00313780
            PERFORM VARYING WS-HB-IDX FROM 1 BY 1                       00313870
               UNTIL WS-HB-IDX > WS-HB-COUNT                            00313960
               IF WS-HB-LIVE (WS-HB-IDX) THEN                           00314050
                  PERFORM CHECK-ONE-HEARTBEAT                           00314140
               END-IF                                                   00314230
            END-PERFORM.                                                00314320
       CHECK-ONE-HEARTBEAT.                                             00314410
            MOVE WS-HB-TIME (WS-HB-IDX) TO WS-TIME-X.                   00314500
            PERFORM TIME-TO-SECONDS.                                    00314590
            MOVE WS-SECS-WORK TO WS-BEAT-SECS.                          00314680
            EVALUATE TRUE                                               00314770
                WHEN WS-HB-DATE (WS-HB-IDX) = WS-NOW-DATE               00314860
                   IF WS-NOW-SECS > WS-BEAT-SECS THEN                   00314950
                      COMPUTE WS-AGE-SECS =                             00315040
                         WS-NOW-SECS - WS-BEAT-SECS                     00315130
                   ELSE                                                 00315220
                      MOVE 0 TO WS-AGE-SECS                             00315310
                   END-IF                                               00315400
                WHEN WS-HB-DATE (WS-HB-IDX) = WS-YESTERDAY              00315490
                   COMPUTE WS-AGE-SECS =                                00315580
                      WS-NOW-SECS + 86400 - WS-BEAT-SECS                00315670
                WHEN OTHER                                              00315760
                   MOVE 9999999 TO WS-AGE-SECS                          00315850
            END-EVALUATE.                                               00315940
            IF WS-AGE-SECS > WS-STALE-SECS THEN                         00316030
               PERFORM WRITE-STALE-ALERT-LINE                           00316120
            END-IF.                                                     00316210
       COMPUTE-YESTERDAY.                                               00316300
            MOVE WS-NOW-DATE TO WS-YESTERDAY.                           00316390
            IF WS-YEST-DD > 1 THEN                                      00316480
               SUBTRACT 1 FROM WS-YEST-DD                               00316570
            ELSE                                                        00316660
               IF WS-YEST-MM > 1 THEN                                   00316750
                  SUBTRACT 1 FROM WS-YEST-MM                            00316840
               ELSE                                                     00316930
                  MOVE 12 TO WS-YEST-MM                                 00317020
                  SUBTRACT 1 FROM WS-YEST-YYYY                          00317110
               END-IF                                                   00317200
               MOVE WS-MONTH-DAYS (WS-YEST-MM) TO WS-YEST-DD            00317290
               IF WS-YEST-MM = 2 THEN                                   00317380
                  DIVIDE WS-YEST-YYYY BY 4 GIVING WS-LEAP-QUOT          00317470
                     REMAINDER WS-LEAP-REM-4                            00317560
                  DIVIDE WS-YEST-YYYY BY 100 GIVING WS-LEAP-QUOT        00317650
                     REMAINDER WS-LEAP-REM-100                          00317740
                  DIVIDE WS-YEST-YYYY BY 400 GIVING WS-LEAP-QUOT        00317830
                     REMAINDER WS-LEAP-REM-400                          00317920
                  IF WS-LEAP-REM-4 = 0 AND                              00318010
                     (WS-LEAP-REM-100 NOT = 0 OR                        00318100
                      WS-LEAP-REM-400 = 0) THEN                         00318190
                     MOVE 29 TO WS-YEST-DD                              00318280
                  END-IF                                                00318370
               END-IF                                                   00318460
            END-IF.                                                     00318550
       TIME-TO-SECONDS.                                                 00318640
            COMPUTE WS-SECS-WORK =                                      00318730
               (WS-TIME-HH * 3600) + (WS-TIME-MM * 60)                  00318820
               + WS-TIME-SS.                                            00318910
       WRITE-STALE-ALERT-LINE.                                          00319000
            MOVE SPACES TO ALERT-LINE.                                  00319090
            STRING 'ALERT PGM=' WS-HB-PROGRAM (WS-HB-IDX)               00319180
               ' HB STALE LAST=' WS-HB-DATE (WS-HB-IDX)                 00319270
               WS-HB-TIME (WS-HB-IDX)                                   00319360
               ' SERVED=' WS-HB-SERVED (WS-HB-IDX)                      00319450
               ' ERRS=' WS-HB-ERRORS (WS-HB-IDX)                        00319540
               DELIMITED BY SIZE INTO ALERT-LINE                        00319630
            END-STRING.                                                 00319720
            WRITE ALERT-LINE.                                           00319810
            ADD 1 TO WS-ALERT-COUNT.                                    00319900
       WRITE-ALERT-LINE.                                                00320000
            MOVE SPACES TO ALERT-LINE.                                  00330000
            STRING 'ALERT PGM=' AUD-PROGRAM                             00340000

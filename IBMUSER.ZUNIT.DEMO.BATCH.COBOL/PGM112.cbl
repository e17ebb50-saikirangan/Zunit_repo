       IDENTIFICATION DIVISION.                                         00000100
       PROGRAM-ID.   PGM112.                                            00000200
      * SHARED CALLABLE DB2 LOCK-CONFLICT RETRY SERVICE FOR THE DB2     00000300
      * BATCH PROGRAMS (COBDB2, PGM22, PGM76, PGM65), PASSED THE        00000400
      * CALLER'S CPDBRTRY AREA.  A DEADLOCK (-911) OR TIMEOUT (-913)    00000500
      * - USUALLY THE EMPU/SAPP ONLINE WORK OR A UTILITY HOLDING A      00000600
      * LOCK - IS RETRIED UP TO DBR-RETRY-LIMIT TIMES PER UNIT OF       00000700
      * WORK.  THE CALLER HAS ALREADY ROLLED BACK, SO EACH RETRY IS     00000780
      * COUNTED, LOGGED TO THE JOB LOG AND WAITS DBR-RETRY-WAIT         00000860
      * SECONDS (LE CEE3DLY) HOLDING NO LOCKS, THEN THE CALLER          00000940
      * REPLAYS FROM ITS LAST COMMIT POINT.  ANY OTHER                  00001020
      * SQLCODE, OR A CONFLICT WITH THE RETRIES USED UP, COMES BACK     00001100
      * AS A FAILURE FOR THE CALLER'S OWN RC 12 PATH.                   00001200
       ENVIRONMENT DIVISION.                                            00001300
       DATA DIVISION.                                                   00001400
       WORKING-STORAGE SECTION.                                         00001500
       01 WS-SQLCODE-DISPLAY PIC -9(9).                                 00001600
       01 WS-DELAY-SECONDS   PIC S9(9) BINARY VALUE 0.                  00001700
       01 WS-DELAY-FC        PIC X(12) VALUE SPACES.                    00001800
       LINKAGE SECTION.                                                 00001900
       01 LS-DB-RETRY.                                                  00002000
          COPY CPDBRTRY.                                                00002100
       PROCEDURE DIVISION USING LS-DB-RETRY.                            00002200
       MAIN-ROUTINE.                                                    00002300
            SET DBR-ACTION-FAIL TO TRUE.                                00002400
            MOVE DBR-SQLCODE TO WS-SQLCODE-DISPLAY.                     00002500
            IF DBR-LOCK-CONFLICT THEN                                   00002600
               IF DBR-RETRY-COUNT < DBR-RETRY-LIMIT THEN                00002700
                  PERFORM SCHEDULE-RETRY                                00002800
               ELSE                                                     00002900
                  DISPLAY DBR-PROGRAM ' DB2 LOCK CONFLICT SQLCODE '     00003000
                     WS-SQLCODE-DISPLAY ' - ' DBR-RETRY-COUNT           00003100
                     ' RETRIES EXHAUSTED'                               00003200
               END-IF                                                   00003300
            END-IF.                                                     00003400
            GOBACK.                                                     00003500
       SCHEDULE-RETRY.                                                  00003600
            ADD 1 TO DBR-RETRY-COUNT.                                   00003700
            IF DBR-RETRY-TOTAL < 999 THEN                               00003800
               ADD 1 TO DBR-RETRY-TOTAL                                 00003900
            END-IF.                                                     00004000
            DISPLAY DBR-PROGRAM ' DB2 LOCK CONFLICT SQLCODE '           00004100
               WS-SQLCODE-DISPLAY ' - RETRY ' DBR-RETRY-COUNT           00004200
               ' OF ' DBR-RETRY-LIMIT ' AFTER ' DBR-RETRY-WAIT          00004300
               ' SECONDS'.                                              00004400
            IF DBR-RETRY-WAIT > 0 THEN                                  00004500
               MOVE DBR-RETRY-WAIT TO WS-DELAY-SECONDS                  00004600
               CALL 'CEE3DLY' USING WS-DELAY-SECONDS, WS-DELAY-FC       00004700
            END-IF.                                                     00004800
            SET DBR-ACTION-RETRY TO TRUE.                               00004900

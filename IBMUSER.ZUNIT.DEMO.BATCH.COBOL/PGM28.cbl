      * IS SHARED IN RLS MODE WITH THE ONLINE SIDE (RLS=NRI ON THE      00001200
      * DD); A RECORD MOMENTARILY HELD ONLINE (FILE STATUS 93) IS       00001300
      * RETRIED A FEW TIMES AND THEN RETAINED RATHER THAN LOST.         00001400
      * EACH RECORD DELETED IS JOURNALLED AS A D TO THE NAME KSDS       00001433
      * CHANGE JOURNAL (DDKJRNL, CPKJRNL) WITH ITS BEFORE IMAGE.        00001466
       ENVIRONMENT DIVISION.                                            00001500
       INPUT-OUTPUT SECTION.                                            00001600
       FILE-CONTROL.                                                    00001700
                SELECT PARMFILE ASSIGN TO DDPARMIN                      00002500
                ORGANIZATION IS SEQUENTIAL.                             00002600
                SELECT RPTFILE ASSIGN TO DDRPTOUT                       00002700
                ORGANIZATION IS SEQUENTIAL.                             00002733
                SELECT KJRNL ASSIGN TO DDKJRNL                          00002766
                ORGANIZATION IS SEQUENTIAL.                             00002800
       DATA DIVISION.                                                   00002900
       FILE SECTION.                                                    00003000
       FD RPTFILE                                                       00004200
            RECORDING MODE IS F.                                        00004300
       01 RPT-LINE PIC X(80).                                           00004400
       FD KJRNL                                                         00004420
            RECORDING MODE IS F.                                        00004440
       01 KJ-REC.                                                       00004460
          COPY CPKJRNL.                                                 00004480
       WORKING-STORAGE SECTION.                                         00004500
       01 WS-KSDS-EOF-SW PIC X(1) VALUE 'N'.                            00004600
           88 WS-KSDS-EOF      VALUE 'Y'.                               00004700
            OPEN I-O KSDSIO.                                            00006700
            OPEN OUTPUT ARCHOUT.                                        00006800
            OPEN OUTPUT RPTFILE.                                        00006900
            OPEN EXTEND KJRNL.                                          00006950
            PERFORM UNTIL WS-KSDS-EOF                                   00007000
               READ KSDSIO NEXT RECORD                                  00007100
                 AT END SET WS-KSDS-EOF TO TRUE                         00007200
            CLOSE KSDSIO.                                               00007700
            CLOSE ARCHOUT.                                              00007800
            CLOSE RPTFILE.                                              00007900
            CLOSE KJRNL.                                                00007950
            SET WS-RC-OK TO TRUE.                                       00008000
            COMPUTE WS-COUNT-PROOF =                                    00008100
               WS-COUNT-ARCHIVED + WS-COUNT-RETAINED.                   00008200
                  ADD 1 TO WS-COUNT-RETAINED                            00012000
               ELSE                                                     00012100
                  ADD 1 TO WS-COUNT-ARCHIVED                            00012200
                  PERFORM WRITE-KSDS-JOURNAL                            00012250
               END-IF                                                   00012300
            ELSE                                                        00012400
               ADD 1 TO WS-COUNT-RETAINED                               00012500
            ELSE                                                        00014000
               SET WS-DEL-DONE TO TRUE                                  00014100
            END-IF.                                                     00014200
       WRITE-KSDS-JOURNAL.                                              00014208
            MOVE SPACES TO KJ-REC.                                      00014216
            ACCEPT KJ-DATE FROM DATE YYYYMMDD.                          00014225
            ACCEPT KJ-TIME FROM TIME.                                   00014233
            MOVE 'PGM28' TO KJ-SOURCE.                                  00014241
            MOVE 'BATCH' TO KJ-USERID.                                  00014250
            SET KJ-ACTION-DELETE TO TRUE.                               00014258
            MOVE FL-EMP-ID OF ARCH-REC TO KJ-EMP-ID.                    00014266
            MOVE 0 TO KJ-RUN-NUMBER.                                    00014275
            MOVE ARCH-REC TO KJ-BEFORE-IMAGE.                           00014283
            WRITE KJ-REC.                                               00014291
       WRITE-PURGE-SUMMARY.                                             00014300
            MOVE SPACES TO RPT-LINE.                                    00014400
            MOVE '---- PGM28 KSDS PURGE / ARCHIVE SUMMARY ----'         00014500

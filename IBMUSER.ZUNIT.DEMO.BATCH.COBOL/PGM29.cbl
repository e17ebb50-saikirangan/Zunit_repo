      * LIVE CLUSTER OR NOT IN THE ARCHIVE IS REPORTED AND              00001300
      * COUNTED, AS BEFORE.  ENDS RC 04 WHEN ANY REQUEST COULD          00001400
      * NOT BE RESTORED.                                                00001500
      * EACH RECORD RESTORED IS JOURNALLED AS AN A TO THE NAME KSDS     00001533
      * CHANGE JOURNAL (DDKJRNL, CPKJRNL) WITH ITS AFTER IMAGE.         00001566
       ENVIRONMENT DIVISION.                                            00001600
       INPUT-OUTPUT SECTION.                                            00001700
       FILE-CONTROL.                                                    00001800
                SELECT PARMFILE ASSIGN TO DDPARMIN                      00002900
                ORGANIZATION IS SEQUENTIAL.                             00003000
                SELECT RPTFILE ASSIGN TO DDRPTOUT                       00003100
                ORGANIZATION IS SEQUENTIAL.                             00003133
                SELECT KJRNL ASSIGN TO DDKJRNL                          00003166
                ORGANIZATION IS SEQUENTIAL.                             00003200
       DATA DIVISION.                                                   00003300
       FILE SECTION.                                                    00003400
       FD RPTFILE                                                       00005000
            RECORDING MODE IS F.                                        00005100
       01 RPT-LINE PIC X(80).                                           00005200
       FD KJRNL                                                         00005220
            RECORDING MODE IS F.                                        00005240
       01 KJ-REC.                                                       00005260
          COPY CPKJRNL.                                                 00005280
       WORKING-STORAGE SECTION.                                         00005300
       01 WS-REQ-EOF-SW PIC X(1) VALUE 'N'.                             00005400
           88 WS-REQ-EOF       VALUE 'Y'.                               00005500
            OPEN INPUT ARCHKSDS.                                        00007700
            OPEN I-O KSDSIO.                                            00007800
            OPEN OUTPUT RPTFILE.                                        00007900
            OPEN EXTEND KJRNL.                                          00007950
            PERFORM UNTIL WS-REQ-EOF                                    00008000
               READ NAMEREQ                                             00008100
                 AT END SET WS-REQ-EOF TO TRUE                          00008200
            CLOSE ARCHKSDS.                                             00009100
            CLOSE KSDSIO.                                               00009200
            CLOSE RPTFILE.                                              00009300
            CLOSE KJRNL.                                                00009350
            SET WS-RC-OK TO TRUE.                                       00009400
            IF WS-COUNT-NOARCHIVE > 0 OR WS-COUNT-DUPLICATE > 0 THEN    00009500
               SET WS-RC-WARNING TO TRUE                                00009600
            END-WRITE.                                                  00017300
            IF WS-WRITE-OK THEN                                         00017400
               ADD 1 TO WS-COUNT-RESTORED                               00017500
               PERFORM WRITE-KSDS-JOURNAL                               00017550
               MOVE SPACES TO RPT-LINE                                  00017600
               STRING FL-EMP-ID OF ARCHK-REC                            00017700
                  ' ' FL-NAME OF ARCHK-REC ' RESTORED'                  00017800
               END-STRING                                               00018800
               WRITE RPT-LINE                                           00018900
            END-IF.                                                     00019000
       WRITE-KSDS-JOURNAL.                                              00019008
            MOVE SPACES TO KJ-REC.                                      00019016
            ACCEPT KJ-DATE FROM DATE YYYYMMDD.                          00019025
            ACCEPT KJ-TIME FROM TIME.                                   00019033
            MOVE 'PGM29' TO KJ-SOURCE.                                  00019041
            MOVE 'BATCH' TO KJ-USERID.                                  00019050
            SET KJ-ACTION-ADD TO TRUE.                                  00019058
            MOVE FL-EMP-ID OF KSDS-REC TO KJ-EMP-ID.                    00019066
            MOVE 0 TO KJ-RUN-NUMBER.                                    00019075
            MOVE KSDS-REC TO KJ-AFTER-IMAGE.                            00019083
            WRITE KJ-REC.                                               00019091
       WRITE-RESTORE-SUMMARY.                                           00019100
            MOVE SPACES TO RPT-LINE.                                    00019200
            MOVE '---- PGM29 KSDS RESTORE SUMMARY ----' TO RPT-LINE.    00019300

      * INDEX THE DRIVER JCL BUILDS AFTER THE LOAD.  THE FEED           00000250
      * ARRIVES IN NAME ORDER, SO THE LOAD RUNS WITH ACCESS             00000260
      * RANDOM; A DUPLICATE EMPLOYEE ID IS COUNTED AND SKIPPED.         00000270
      * THE LOAD IS JOURNALLED TO THE NAME KSDS CHANGE JOURNAL          00000276
      * (DDKJRNL, CPKJRNL): AN R MARKER FIRST - THE CLUSTER STARTS      00000282
      * EMPTY - THEN AN L RECORD FOR EVERY RECORD LOADED, SO A          00000288
      * ROLL-FORWARD FROM AN EARLIER BACKUP REPEATS THE RELOAD.         00000294
       ENVIRONMENT DIVISION.                                            00000300
       INPUT-OUTPUT SECTION.                                            00000400
       FILE-CONTROL.                                                    00000500
                SELECT PARMFILE ASSIGN TO DDPARMIN                      00001200
                ORGANIZATION IS SEQUENTIAL.                             00001300
                SELECT BALOUT ASSIGN TO DDBALOUT                        00001400
                ORGANIZATION IS SEQUENTIAL.                             00001433
                SELECT KJRNL ASSIGN TO DDKJRNL                          00001466
                ORGANIZATION IS SEQUENTIAL.                             00001500
       DATA DIVISION.                                                   00001600
       FILE SECTION.                                                    00001700
            RECORDING MODE IS F.                                        00003200
       01 BAL-REC.                                                      00003300
          COPY CPBALREC.                                                00003400
       FD KJRNL                                                         00003420
            RECORDING MODE IS F.                                        00003440
       01 KJ-REC.                                                       00003460
          COPY CPKJRNL.                                                 00003480
       WORKING-STORAGE SECTION.                                         00003500
       01 WS-NAMEIN-EOF-SW PIC X(1) VALUE 'N'.                          00003600
           88 WS-NAMEIN-EOF    VALUE 'Y'.                               00003700
            PERFORM READ-RUN-PARM.                                      00006000
            OPEN INPUT NAMEIN.                                          00006100
            OPEN OUTPUT KSDSOUT.                                        00006200
            OPEN EXTEND KJRNL.                                          00006220
            MOVE SPACES TO KJ-REC.                                      00006240
            SET KJ-ACTION-RELOAD TO TRUE.                               00006260
            PERFORM WRITE-KSDS-JOURNAL.                                 00006280
            IF WS-CTLRECS-ON THEN                                       00006300
               MOVE 'I' TO WS-HT-REQUEST                                00006400
               CALL WS-CTLCHK-PGM USING WS-HT-REQUEST,                  00006500
            END-IF.                                                     00007800
            CLOSE NAMEIN.                                               00007900
            CLOSE KSDSOUT.                                              00008000
            CLOSE KJRNL.                                                00008050
            PERFORM WRITE-BAL-REC.                                      00008100
            IF WS-RC-DATA-ERROR THEN                                    00008200
               CONTINUE                                                 00008300
                  ADD 1 TO WS-COUNT-DUPS                                00009500
               NOT INVALID KEY                                          00009600
                  ADD 1 TO WS-COUNT-LOADED                              00009700
                  MOVE SPACES TO KJ-REC                                 00009716
                  SET KJ-ACTION-LOAD TO TRUE                            00009733
                  MOVE FL-EMP-ID OF KSDS-REC TO KJ-EMP-ID               00009750
                  MOVE KSDS-REC TO KJ-AFTER-IMAGE                       00009766
                  PERFORM WRITE-KSDS-JOURNAL                            00009783
            END-WRITE.                                                  00009800
      * THE CALLER HAS SET THE ACTION, EMPLOYEE AND IMAGES.             00009811
       WRITE-KSDS-JOURNAL.                                              00009822
            ACCEPT KJ-DATE FROM DATE YYYYMMDD.                          00009833
            ACCEPT KJ-TIME FROM TIME.                                   00009844
            MOVE 'PGM07' TO KJ-SOURCE.                                  00009855
            MOVE 'BATCH' TO KJ-USERID.                                  00009866
            MOVE WS-RUN-NUMBER TO KJ-RUN-NUMBER.                        00009877
            WRITE KJ-REC.                                               00009888
       READ-RUN-PARM.                                                   00009900
            OPEN INPUT PARMFILE.                                        00010000
            PERFORM UNTIL WS-PARM-EOF                                   00010100

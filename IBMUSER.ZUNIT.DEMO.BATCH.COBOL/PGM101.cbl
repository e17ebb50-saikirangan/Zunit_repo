       IDENTIFICATION DIVISION.                                         00000100
       PROGRAM-ID.   PGM101.                                            00000200
      * CROSS-JOB PREREQUISITE GATE, RUN AS THE FIRST STEP OF EACH      00000300
      * SATELLITE JOB (ARREARS, DELTARPT, KSDSHKP, AUDMONTH,            00000400
      * PARTRUN) SO A JOB SUBMITTED ON ITS OWN CANNOT START AHEAD       00000500
      * OF THE BATCHRUN WORK IT DEPENDS ON.  PGM24'S LOCK ONLY          00000600
      * GUARDS BATCHRUN AGAINST ITSELF; THIS STEP READS THE SAME        00000700
      * RUN-CONTROL DATASET (PGM23), RUN-CONTROL LOCK (PGM24) AND       00000800
      * AUDKSDS MIRROR (PGM42) AND DECIDES, FOR EACH PREREQ CARD        00000900
      * IN THE JOB'S OWN PARM DECK, WHETHER THE NAMED RUN OR STEP       00001000
      * HAS COMPLETED CLEAN.                                            00001100
      *                                                                 00001200
      * PREREQ CARD VALUE: COLS 1-8 JOB NAME, 10-14 RUN NUMBER          00001300
      * (BLANK = THE NIGHT'S RUN, SEE BELOW), 16-23 PROGRAM (BLANK      00001400
      * = THE WHOLE RUN, TESTED ON THE LOCK), 25-26 HIGHEST RC          00001500
      * STILL COUNTED CLEAN (BLANK = 04).  A WHOLE-RUN CARD IS MET      00001600
      * WHEN THE LOCK SHOWS THE RUN ENDED, OR A LATER RUN STARTED       00001700
      * WITHOUT THIS ONE HAVING FAILED.  A PROGRAM CARD IS MET WHEN     00001800
      * THE MIRROR HOLDS THAT STEP'S AUDIT RECORD FOR THE RUN WITH      00001900
      * AN RC NO HIGHER THAN THE LIMIT - PGM42 LOADS THE MIRROR         00002000
      * NEAR THE END OF BATCHRUN (MIR078), SO A STEP CARD IS MET        00002100
      * ONCE THE NIGHT'S RECORDS ARE MIRRORED.                          00002200
      *                                                                 00002300
      * THE NIGHT'S RUN IS THE ONE IN THE RUN-CONTROL DATASET, OR       00002400
      * THE RUNNUMBER CARD WHEN ONE IS SUPPLIED.  A RUNDATE CARD        00002500
      * (YYYYMMDD, OR TODAY) SAYS THE RUN MUST BE DATED ON OR AFTER     00002600
      * THAT DAY; WHEN THE RUN-CONTROL DATASET IS OLDER THE NIGHT'S     00002700
      * RUN HAS NOT BEEN OPENED YET AND THE NEXT RUN NUMBER IS THE      00002800
      * ONE WAITED FOR.  JOBNAME NAMES THE DEPENDENT JOB IN THE         00002900
      * CONSOLE MESSAGES.                                               00003000
      *                                                                 00003100
      * ENDS RC 00 WHEN EVERY PREREQUISITE IS MET, RC 05 (CPRETCD       00003200
      * WS-RC-PREREQ-WAIT) WHEN ONE IS STILL RUNNING OR NOT YET         00003300
      * STARTED - THE SCHEDULER HOLDS THE JOB AND RESUBMITS IT -        00003400
      * AND RC 08 WHEN ONE HAS FAILED OR CAN NO LONGER COMPLETE         00003500
      * (A STEP ABOVE ITS RC LIMIT, NO AUDIT RECORD FOR A FINISHED      00003600
      * RUN, A BAD CARD), SO THE DEPENDENT JOB IS STOPPED.  RC 04       00003700
      * WHEN THE DECK HOLDS NO PREREQ CARDS, RC 12 WHEN THE             00003800
      * RUN-CONTROL DATASETS OR THE MIRROR CANNOT BE OPENED (A          00003900
      * MIRROR NOT YET DEFINED, STATUS 35, COUNTS AS NOT YET            00004000
      * LOADED AND WAITS).  THE DEPENDENT STEPS TEST (4,LT) ON THIS     00004100
      * STEP.                                                           00004200
       ENVIRONMENT DIVISION.                                            00004300
       INPUT-OUTPUT SECTION.                                            00004400
       FILE-CONTROL.                                                    00004500
                SELECT RUNCTL ASSIGN TO DDRUNCTL                        00004600
                ORGANIZATION IS SEQUENTIAL                              00004700
                FILE STATUS IS WS-RUNCTL-STATUS.                        00004800
                SELECT RUNLOCK ASSIGN TO DDRUNLOCK                      00004900
                ORGANIZATION IS SEQUENTIAL                              00005000
                FILE STATUS IS WS-LOCK-STATUS.                          00005100
                SELECT AUDKSDS ASSIGN TO DDAUDKSDS                      00005200
                ORGANIZATION IS INDEXED                                 00005300
                ACCESS MODE IS DYNAMIC                                  00005400
                RECORD KEY IS AUDK-KEY                                  00005500
                FILE STATUS IS WS-AUDK-STATUS.                          00005600
                SELECT PARMFILE ASSIGN TO DDPARMIN                      00005700
                ORGANIZATION IS SEQUENTIAL.                             00005800
       DATA DIVISION.                                                   00005900
       FILE SECTION.                                                    00006000
       FD RUNCTL                                                        00006100
            RECORDING MODE IS F.                                        00006200
       01 RUNCTL-REC.                                                   00006300
           05 RUNCTL-RUN-NUMBER PIC 9(5).                               00006400
           05 RUNCTL-RUN-DATE   PIC 9(8).                               00006500
           05 FILLER            PIC X(67).                              00006600
       FD RUNLOCK                                                       00006700
            RECORDING MODE IS F.                                        00006800
       01 LOCK-REC.                                                     00006900
           05 LOCK-STATE      PIC X(8).                                 00007000
               88 LOCK-STATE-STARTED VALUE 'STARTED'.                   00007100
               88 LOCK-STATE-ENDED   VALUE 'ENDED'.                     00007200
           05 LOCK-RUN-NUMBER PIC 9(5).                                 00007300
           05 LOCK-DATE       PIC 9(8).                                 00007400
           05 LOCK-TIME       PIC 9(8).                                 00007500
           05 FILLER          PIC X(51).                                00007600
       FD AUDKSDS.                                                      00007700
       01 AUDK-REC.                                                     00007800
           05 AUDK-KEY.                                                 00007900
               10 AUDK-RUN-NUMBER PIC 9(5).                             00008000
               10 AUDK-PROGRAM    PIC X(8).                             00008100
           05 AUDK-AUDIT-REC      PIC X(80).                            00008200
       FD PARMFILE                                                      00008300
            RECORDING MODE IS F.                                        00008400
       01 PARM-CARD.                                                    00008500
          COPY CPPARMCD.                                                00008600
       WORKING-STORAGE SECTION.                                         00008700
       01 WS-RUNCTL-STATUS PIC X(2) VALUE SPACES.                       00008800
           88 WS-RUNCTL-OPENED VALUE '00'.                              00008900
       01 WS-LOCK-STATUS PIC X(2) VALUE SPACES.                         00009000
           88 WS-LOCK-OPENED   VALUE '00'.                              00009100
       01 WS-AUDK-STATUS PIC X(2) VALUE SPACES.                         00009200
           88 WS-AUDK-OPEN-OK    VALUE '00' '05' '97'.                  00009300
           88 WS-AUDK-NOT-FOUND  VALUE '35'.                            00009400
       01 WS-PARM-EOF-SW PIC X(1) VALUE 'N'.                            00009500
           88 WS-PARM-EOF      VALUE 'Y'.                               00009600
       01 WS-SCAN-EOF-SW PIC X(1) VALUE 'N'.                            00009700
           88 WS-SCAN-EOF      VALUE 'Y'.                               00009800
       01 WS-MIRROR-SW PIC X(1) VALUE 'N'.                              00009900
           88 WS-MIRROR-OPEN   VALUE 'Y'.                               00010000
       01 WS-READ-OK-SW PIC X(1) VALUE 'N'.                             00010100
           88 WS-READ-OK       VALUE 'Y'.                               00010200
       01 WS-RUN-FAILED-SW PIC X(1) VALUE 'N'.                          00010300
           88 WS-RUN-FAILED    VALUE 'Y'.                               00010400
       01 WS-AUD-REC.                                                   00010500
          COPY CPAUDIT.                                                 00010600
       01 WS-JOB-NAME    PIC X(8) VALUE 'UNNAMED'.                      00010700
       01 WS-TODAY       PIC 9(8).                                      00010800
       01 WS-RUN-DATE-MIN PIC 9(8) VALUE 0.                             00010900
       01 WS-PARM-RUN    PIC 9(5) VALUE 0.                              00011000
       01 WS-NIGHT-RUN   PIC 9(5) VALUE 0.                              00011100
       01 WS-CTL-RUN     PIC 9(5) VALUE 0.                              00011200
       01 WS-CTL-DATE    PIC 9(8) VALUE 0.                              00011300
       01 WS-LOCK-RUN    PIC 9(5) VALUE 0.                              00011400
       01 WS-LOCK-STATE-SV PIC X(8) VALUE SPACES.                       00011500
           88 WS-LOCK-WAS-ENDED VALUE 'ENDED'.                          00011600
       01 WS-CHK-RUN     PIC 9(5) VALUE 0.                              00011700
       01 WS-CHK-RC      PIC 9(2) VALUE 0.                              00011800
       01 WS-FAIL-PGM    PIC X(8) VALUE SPACES.                         00011900
       01 WS-FAIL-RC     PIC 9(2) VALUE 0.                              00012000
       01 WS-RESULT      PIC X(4) VALUE SPACES.                         00012100
           88 WS-RESULT-MET    VALUE 'MET'.                             00012200
           88 WS-RESULT-WAIT   VALUE 'WAIT'.                            00012300
           88 WS-RESULT-FAIL   VALUE 'FAIL'.                            00012400
       01 WS-REASON      PIC X(40) VALUE SPACES.                        00012500
       01 WS-COUNT-MET   PIC 9(3) VALUE 0.                              00012600
       01 WS-COUNT-WAIT  PIC 9(3) VALUE 0.                              00012700
       01 WS-COUNT-FAIL  PIC 9(3) VALUE 0.                              00012800
       01 WS-COUNT-OVER  PIC 9(3) VALUE 0.                              00012900
      * ONE PREREQ CARD'S VALUE AREA, LAID OUT AS DOCUMENTED ABOVE.     00013000
       01 WS-PRQ-CARD.                                                  00013100
           05 WS-PRQC-JOB      PIC X(8).                                00013200
           05 FILLER           PIC X(1).                                00013300
           05 WS-PRQC-RUN-X    PIC X(5).                                00013400
           05 WS-PRQC-RUN REDEFINES WS-PRQC-RUN-X PIC 9(5).             00013500
           05 FILLER           PIC X(1).                                00013600
           05 WS-PRQC-PROGRAM  PIC X(8).                                00013700
           05 FILLER           PIC X(1).                                00013800
           05 WS-PRQC-MAX-RC-X PIC X(2).                                00013900
           05 WS-PRQC-MAX-RC REDEFINES WS-PRQC-MAX-RC-X PIC 9(2).       00014000
           05 FILLER           PIC X(34).                               00014100
       01 WS-PRQ-MAX     PIC 9(2) VALUE 20.                             00014200
       01 WS-PRQ-COUNT   PIC 9(2) VALUE 0.                              00014300
       01 WS-PRQ-TABLE.                                                 00014400
           05 WS-PRQ-ENTRY OCCURS 20 TIMES                              00014500
                             INDEXED BY WS-PRQ-IDX.                     00014600
               10 WS-PRQ-JOB     PIC X(8).                              00014700
               10 WS-PRQ-RUN     PIC 9(5).                              00014800
               10 WS-PRQ-PROGRAM PIC X(8).                              00014900
               10 WS-PRQ-MAX-RC  PIC 9(2).                              00015000
               10 WS-PRQ-BAD-SW  PIC X(1).                              00015100
                   88 WS-PRQ-BAD     VALUE 'Y'.                         00015200
       01 WS-RETCD.                                                     00015300
           COPY CPRETCD.                                                00015400
       PROCEDURE DIVISION.                                              00015500
       MAIN-ROUTINE.                                                    00015600
            ACCEPT WS-TODAY FROM DATE YYYYMMDD.                         00015700
            SET WS-RC-OK TO TRUE.                                       00015800
            PERFORM READ-GATE-PARMS.                                    00015900
            PERFORM READ-RUN-CONTROL.                                   00016000
            IF NOT WS-RC-IO-ERROR THEN                                  00016100
               PERFORM READ-RUN-LOCK                                    00016200
            END-IF.                                                     00016300
            IF NOT WS-RC-IO-ERROR THEN                                  00016400
               PERFORM OPEN-AUDIT-MIRROR                                00016500
            END-IF.                                                     00016600
            IF WS-RC-IO-ERROR THEN                                      00016700
               DISPLAY 'PGM101: ' WS-JOB-NAME                           00016800
                  ' GATE NOT EVALUATED - RUN-CONTROL DATA UNREADABLE'   00016900
                  UPON CONSOLE                                          00017000
               MOVE WS-RETURN-CODE TO RETURN-CODE                       00017100
               GOBACK                                                   00017200
            END-IF.                                                     00017300
            PERFORM SET-NIGHT-RUN.                                      00017400
            IF WS-PRQ-COUNT = 0 AND WS-COUNT-OVER = 0 THEN              00017500
               DISPLAY 'PGM101: ' WS-JOB-NAME                           00017600
                  ' HAS NO PREREQ CARDS - NO CHECK MADE' UPON CONSOLE   00017700
               SET WS-RC-WARNING TO TRUE                                00017800
            ELSE                                                        00017900
               PERFORM VARYING WS-PRQ-IDX FROM 1 BY 1                   00018000
                  UNTIL WS-PRQ-IDX > WS-PRQ-COUNT                       00018100
                  PERFORM CHECK-ONE-PREREQ                              00018200
               END-PERFORM                                              00018300
               PERFORM SET-GATE-RESULT                                  00018400
            END-IF.                                                     00018500
            IF WS-MIRROR-OPEN THEN                                      00018600
               CLOSE AUDKSDS                                            00018700
            END-IF.                                                     00018800
            MOVE WS-RETURN-CODE TO RETURN-CODE.                         00018900
            GOBACK.                                                     00019000
       READ-GATE-PARMS.                                                 00019100
            OPEN INPUT PARMFILE.                                        00019200
            PERFORM UNTIL WS-PARM-EOF                                   00019300
               READ PARMFILE                                            00019400
                 AT END SET WS-PARM-EOF TO TRUE                         00019500
                 NOT AT END PERFORM APPLY-PARM-CARD                     00019600
               END-READ                                                 00019700
            END-PERFORM.                                                00019800
            CLOSE PARMFILE.                                             00019900
       APPLY-PARM-CARD.                                                 00020000
            EVALUATE PARM-KEY                                           00020100
                WHEN 'JOBNAME'                                          00020200
                   MOVE PARM-VALUE-TEXT (1:8) TO WS-JOB-NAME            00020300
                WHEN 'RUNNUMBER'                                        00020400
                   MOVE PARM-VALUE-NUM TO WS-PARM-RUN                   00020500
                WHEN 'RUNDATE'                                          00020600
                   IF PARM-VALUE-TEXT (1:5) = 'TODAY' THEN              00020700
                      MOVE WS-TODAY TO WS-RUN-DATE-MIN                  00020800
                   ELSE                                                 00020900
                      IF PARM-VALUE-TEXT (1:8) IS NUMERIC THEN          00021000
                         MOVE PARM-VALUE-TEXT (1:8) TO WS-RUN-DATE-MIN  00021100
                      END-IF                                            00021200
                   END-IF                                               00021300
                WHEN 'PREREQ'                                           00021400
                   PERFORM STORE-PREREQ-CARD                            00021500
                WHEN OTHER                                              00021600
                   CONTINUE                                             00021700
            END-EVALUATE.                                               00021800
      * A CARD THAT CANNOT BE READ IS KEPT AND REPORTED AS FAILED       00021900
      * RATHER THAN DROPPED, SO A TYPING ERROR IN THE DECK STOPS        00022000
      * THE JOB INSTEAD OF QUIETLY REMOVING A DEPENDENCY.               00022100
       STORE-PREREQ-CARD.                                               00022200
            IF WS-PRQ-COUNT NOT < WS-PRQ-MAX THEN                       00022300
               ADD 1 TO WS-COUNT-OVER                                   00022400
            ELSE                                                        00022500
               ADD 1 TO WS-PRQ-COUNT                                    00022600
               SET WS-PRQ-IDX TO WS-PRQ-COUNT                           00022700
               MOVE PARM-VALUE-TEXT TO WS-PRQ-CARD                      00022800
               MOVE WS-PRQC-JOB TO WS-PRQ-JOB (WS-PRQ-IDX)              00022900
               MOVE WS-PRQC-PROGRAM TO WS-PRQ-PROGRAM (WS-PRQ-IDX)      00023000
               MOVE 'N' TO WS-PRQ-BAD-SW (WS-PRQ-IDX)                   00023100
               MOVE 0 TO WS-PRQ-RUN (WS-PRQ-IDX)                        00023200
               MOVE 04 TO WS-PRQ-MAX-RC (WS-PRQ-IDX)                    00023300
               IF WS-PRQC-JOB = SPACES THEN                             00023400
                  SET WS-PRQ-BAD (WS-PRQ-IDX) TO TRUE                   00023500
               END-IF                                                   00023600
               IF WS-PRQC-RUN-X NOT = SPACES THEN                       00023700
                  IF WS-PRQC-RUN IS NUMERIC THEN                        00023800
                     MOVE WS-PRQC-RUN TO WS-PRQ-RUN (WS-PRQ-IDX)        00023900
                  ELSE                                                  00024000
                     SET WS-PRQ-BAD (WS-PRQ-IDX) TO TRUE                00024100
                  END-IF                                                00024200
               END-IF                                                   00024300
               IF WS-PRQC-MAX-RC-X NOT = SPACES THEN                    00024400
                  IF WS-PRQC-MAX-RC IS NUMERIC THEN                     00024500
                     MOVE WS-PRQC-MAX-RC TO WS-PRQ-MAX-RC (WS-PRQ-IDX)  00024600
                  ELSE                                                  00024700
                     SET WS-PRQ-BAD (WS-PRQ-IDX) TO TRUE                00024800
                  END-IF                                                00024900
               END-IF                                                   00025000
            END-IF.                                                     00025100
       READ-RUN-CONTROL.                                                00025200
            OPEN INPUT RUNCTL.                                          00025300
            IF WS-RUNCTL-OPENED THEN                                    00025400
               READ RUNCTL                                              00025500
                 AT END                                                 00025600
                    CONTINUE                                            00025700
                 NOT AT END                                             00025800
                    MOVE RUNCTL-RUN-NUMBER TO WS-CTL-RUN                00025900
                    MOVE RUNCTL-RUN-DATE TO WS-CTL-DATE                 00026000
               END-READ                                                 00026100
               CLOSE RUNCTL                                             00026200
            ELSE                                                        00026300
               DISPLAY 'PGM101: RUN-CONTROL OPEN FAILED, STATUS '       00026400
                  WS-RUNCTL-STATUS UPON CONSOLE                         00026500
               SET WS-RC-IO-ERROR TO TRUE                               00026600
            END-IF.                                                     00026700
       READ-RUN-LOCK.                                                   00026800
            OPEN INPUT RUNLOCK.                                         00026900
            IF WS-LOCK-OPENED THEN                                      00027000
               READ RUNLOCK                                             00027100
                 AT END                                                 00027200
                    CONTINUE                                            00027300
                 NOT AT END                                             00027400
                    MOVE LOCK-STATE TO WS-LOCK-STATE-SV                 00027500
                    MOVE LOCK-RUN-NUMBER TO WS-LOCK-RUN                 00027600
               END-READ                                                 00027700
               CLOSE RUNLOCK                                            00027800
            ELSE                                                        00027900
               DISPLAY 'PGM101: RUN-CONTROL LOCK OPEN FAILED, STATUS '  00028000
                  WS-LOCK-STATUS UPON CONSOLE                           00028100
               SET WS-RC-IO-ERROR TO TRUE                               00028200
            END-IF.                                                     00028300
      * A MIRROR CLUSTER THAT HAS NEVER BEEN LOADED (STATUS 35) IS      00028400
      * NOT AN ERROR HERE - NOTHING HAS BEEN MIRRORED YET, SO STEP      00028500
      * CARDS WAIT.  ANY OTHER OPEN FAILURE ENDS RC 12.                 00028600
       OPEN-AUDIT-MIRROR.                                               00028700
            OPEN INPUT AUDKSDS.                                         00028800
            IF WS-AUDK-OPEN-OK THEN                                     00028900
               SET WS-MIRROR-OPEN TO TRUE                               00029000
            ELSE                                                        00029100
               IF WS-AUDK-NOT-FOUND THEN                                00029200
                  DISPLAY 'PGM101: AUDIT MIRROR NOT YET LOADED'         00029300
                     UPON CONSOLE                                       00029400
               ELSE                                                     00029500
                  DISPLAY 'PGM101: AUDIT MIRROR OPEN FAILED, STATUS '   00029600
                     WS-AUDK-STATUS UPON CONSOLE                        00029700
                  SET WS-RC-IO-ERROR TO TRUE                            00029800
               END-IF                                                   00029900
            END-IF.                                                     00030000
      * THE NIGHT'S RUN: THE RUNNUMBER CARD IF GIVEN, OTHERWISE THE     00030100
      * RUN-CONTROL DATASET'S RUN - OR THE ONE AFTER IT WHEN THAT       00030200
      * RUN IS DATED BEFORE THE RUNDATE CARD (PGM23 HAS NOT OPENED      00030300
      * THE NIGHT'S RUN YET).                                           00030400
       SET-NIGHT-RUN.                                                   00030500
            IF WS-PARM-RUN > 0 THEN                                     00030600
               MOVE WS-PARM-RUN TO WS-NIGHT-RUN                         00030700
            ELSE                                                        00030800
               MOVE WS-CTL-RUN TO WS-NIGHT-RUN                          00030900
               IF WS-CTL-DATE < WS-RUN-DATE-MIN THEN                    00031000
                  ADD 1 TO WS-NIGHT-RUN                                 00031100
               END-IF                                                   00031200
            END-IF.                                                     00031300
       CHECK-ONE-PREREQ.                                                00031400
            MOVE SPACES TO WS-REASON.                                   00031500
            IF WS-PRQ-RUN (WS-PRQ-IDX) > 0 THEN                         00031600
               MOVE WS-PRQ-RUN (WS-PRQ-IDX) TO WS-CHK-RUN               00031700
            ELSE                                                        00031800
               MOVE WS-NIGHT-RUN TO WS-CHK-RUN                          00031900
            END-IF.                                                     00032000
            EVALUATE TRUE                                               00032100
                WHEN WS-PRQ-BAD (WS-PRQ-IDX)                            00032200
                   SET WS-RESULT-FAIL TO TRUE                           00032300
                   MOVE 'PREREQ CARD INVALID' TO WS-REASON              00032400
                WHEN WS-PRQ-PROGRAM (WS-PRQ-IDX) = SPACES               00032500
                   PERFORM CHECK-RUN-COMPLETE                           00032600
                WHEN OTHER                                              00032700
                   PERFORM CHECK-STEP-COMPLETE                          00032800
            END-EVALUATE.                                               00032900
            EVALUATE TRUE                                               00033000
                WHEN WS-RESULT-MET                                      00033100
                   ADD 1 TO WS-COUNT-MET                                00033200
                WHEN WS-RESULT-WAIT                                     00033300
                   ADD 1 TO WS-COUNT-WAIT                               00033400
                WHEN OTHER                                              00033500
                   ADD 1 TO WS-COUNT-FAIL                               00033600
            END-EVALUATE.                                               00033700
            DISPLAY 'PGM101: ' WS-JOB-NAME ' NEEDS '                    00033800
               WS-PRQ-JOB (WS-PRQ-IDX) ' RUN ' WS-CHK-RUN ' '           00033900
               WS-PRQ-PROGRAM (WS-PRQ-IDX) ' ' WS-RESULT ' - '          00034000
               WS-REASON UPON CONSOLE.                                  00034100
      * WHOLE-RUN CARD, TESTED ON THE RUN-CONTROL LOCK.  A RUN STILL    00034200
      * MARKED STARTED IS EITHER RUNNING OR HAS DIED; A STEP ON THE     00034300
      * MIRROR ABOVE THE CARD'S RC LIMIT (MIR078 RUNS EVEN AFTER A      00034400
      * FAILURE) TELLS THE TWO APART.                                   00034500
       CHECK-RUN-COMPLETE.                                              00034600
            EVALUATE TRUE                                               00034700
                WHEN WS-LOCK-RUN > WS-CHK-RUN                           00034800
                   PERFORM SCAN-RUN-FOR-FAILURE                         00034900
                   IF WS-RUN-FAILED THEN                                00035000
                      SET WS-RESULT-FAIL TO TRUE                        00035100
                      STRING 'RUN FAILED AT ' WS-FAIL-PGM               00035200
                         ' RC ' WS-FAIL-RC ', OVERTAKEN'                00035300
                         DELIMITED BY SIZE INTO WS-REASON               00035400
                      END-STRING                                        00035500
                   ELSE                                                 00035600
                      SET WS-RESULT-MET TO TRUE                         00035700
                      MOVE 'LATER RUN ALREADY STARTED' TO WS-REASON     00035800
                   END-IF                                               00035900
                WHEN WS-LOCK-RUN = WS-CHK-RUN AND WS-LOCK-WAS-ENDED     00036000
                   SET WS-RESULT-MET TO TRUE                            00036100
                   MOVE 'RUN ENDED CLEAN' TO WS-REASON                  00036200
                WHEN WS-LOCK-RUN = WS-CHK-RUN                           00036300
                   PERFORM SCAN-RUN-FOR-FAILURE                         00036400
                   IF WS-RUN-FAILED THEN                                00036500
                      SET WS-RESULT-FAIL TO TRUE                        00036600
                      STRING 'RUN FAILED AT ' WS-FAIL-PGM               00036700
                         ' RC ' WS-FAIL-RC                              00036800
                         DELIMITED BY SIZE INTO WS-REASON               00036900
                      END-STRING                                        00037000
                   ELSE                                                 00037100
                      SET WS-RESULT-WAIT TO TRUE                        00037200
                      MOVE 'RUN STILL IN PROGRESS' TO WS-REASON         00037300
                   END-IF                                               00037400
                WHEN OTHER                                              00037500
                   SET WS-RESULT-WAIT TO TRUE                           00037600
                   MOVE 'RUN NOT YET STARTED' TO WS-REASON              00037700
            END-EVALUATE.                                               00037800
      * PROGRAM CARD, TESTED ON THE STEP'S AUDIT RECORD.  WITH NO       00037900
      * RECORD THE STEP IS STILL TO COME UNLESS ITS RUN HAS ALREADY     00038000
      * ENDED, BEEN OVERTAKEN OR FAILED ELSEWHERE.                      00038100
       CHECK-STEP-COMPLETE.                                             00038200
            MOVE 'N' TO WS-READ-OK-SW.                                  00038300
            IF WS-MIRROR-OPEN THEN                                      00038400
               MOVE WS-CHK-RUN TO AUDK-RUN-NUMBER                       00038500
               MOVE WS-PRQ-PROGRAM (WS-PRQ-IDX) TO AUDK-PROGRAM         00038600
               READ AUDKSDS                                             00038700
                  INVALID KEY                                           00038800
                     CONTINUE                                           00038900
                  NOT INVALID KEY                                       00039000
                     SET WS-READ-OK TO TRUE                             00039100
               END-READ                                                 00039200
            END-IF.                                                     00039300
            IF WS-READ-OK THEN                                          00039400
               MOVE AUDK-AUDIT-REC TO WS-AUD-REC                        00039500
               MOVE AUD-RETURN-CODE OF WS-AUD-REC TO WS-CHK-RC          00039600
               IF WS-CHK-RC > WS-PRQ-MAX-RC (WS-PRQ-IDX) THEN           00039700
                  SET WS-RESULT-FAIL TO TRUE                            00039800
               ELSE                                                     00039900
                  SET WS-RESULT-MET TO TRUE                             00040000
               END-IF                                                   00040100
               STRING 'STEP ENDED RC ' WS-CHK-RC                        00040200
                  DELIMITED BY SIZE INTO WS-REASON                      00040300
               END-STRING                                               00040400
            ELSE                                                        00040500
               EVALUATE TRUE                                            00040600
                   WHEN NOT WS-MIRROR-OPEN                              00040700
                      SET WS-RESULT-WAIT TO TRUE                        00040800
                      MOVE 'AUDIT MIRROR NOT YET LOADED' TO WS-REASON   00040900
                   WHEN WS-LOCK-RUN > WS-CHK-RUN                        00041000
                      SET WS-RESULT-FAIL TO TRUE                        00041100
                      MOVE 'NO AUDIT RECORD, RUN OVERTAKEN'             00041200
                         TO WS-REASON                                   00041300
                   WHEN WS-LOCK-RUN = WS-CHK-RUN AND WS-LOCK-WAS-ENDED  00041400
                      SET WS-RESULT-FAIL TO TRUE                        00041500
                      MOVE 'NO AUDIT RECORD, RUN ENDED' TO WS-REASON    00041600
                   WHEN WS-LOCK-RUN = WS-CHK-RUN                        00041700
                      PERFORM SCAN-RUN-FOR-FAILURE                      00041800
                      IF WS-RUN-FAILED THEN                             00041900
                         SET WS-RESULT-FAIL TO TRUE                     00042000
                         STRING 'RUN FAILED AT ' WS-FAIL-PGM            00042100
                            ' RC ' WS-FAIL-RC                           00042200
                            DELIMITED BY SIZE INTO WS-REASON            00042300
                         END-STRING                                     00042400
                      ELSE                                              00042500
                         SET WS-RESULT-WAIT TO TRUE                     00042600
                         MOVE 'STEP NOT YET RECORDED' TO WS-REASON      00042700
                      END-IF                                            00042800
                   WHEN OTHER                                           00042900
                      SET WS-RESULT-WAIT TO TRUE                        00043000
                      MOVE 'RUN NOT YET STARTED' TO WS-REASON           00043100
               END-EVALUATE                                             00043200
            END-IF.                                                     00043300
      * BROWSES ONE RUN'S STEPS ON THE MIRROR (KEY RUN NUMBER PLUS      00043400
      * PROGRAM, SO THEY ARE TOGETHER) FOR THE FIRST ONE ABOVE THE      00043500
      * CARD'S RC LIMIT.                                                00043600
       SCAN-RUN-FOR-FAILURE.                                            00043700
            MOVE 'N' TO WS-RUN-FAILED-SW.                               00043800
            MOVE 'N' TO WS-SCAN-EOF-SW.                                 00043900
            IF NOT WS-MIRROR-OPEN THEN                                  00044000
               SET WS-SCAN-EOF TO TRUE                                  00044100
            ELSE                                                        00044200
               MOVE WS-CHK-RUN TO AUDK-RUN-NUMBER                       00044300
               MOVE LOW-VALUES TO AUDK-PROGRAM                          00044400
               START AUDKSDS KEY >= AUDK-KEY                            00044500
                  INVALID KEY SET WS-SCAN-EOF TO TRUE                   00044600
               END-START                                                00044700
            END-IF.                                                     00044800
            PERFORM UNTIL WS-SCAN-EOF OR WS-RUN-FAILED                  00044900
               READ AUDKSDS NEXT RECORD                                 00045000
                 AT END SET WS-SCAN-EOF TO TRUE                         00045100
                 NOT AT END                                             00045200
                    IF AUDK-RUN-NUMBER NOT = WS-CHK-RUN THEN            00045300
                       SET WS-SCAN-EOF TO TRUE                          00045400
                    ELSE                                                00045500
                       MOVE AUDK-AUDIT-REC TO WS-AUD-REC                00045600
                       IF AUD-RETURN-CODE OF WS-AUD-REC >               00045700
                          WS-PRQ-MAX-RC (WS-PRQ-IDX) THEN               00045800
                          SET WS-RUN-FAILED TO TRUE                     00045900
                          MOVE AUDK-PROGRAM TO WS-FAIL-PGM              00046000
                          MOVE AUD-RETURN-CODE OF WS-AUD-REC            00046100
                             TO WS-FAIL-RC                              00046200
                       END-IF                                           00046300
                    END-IF                                              00046400
               END-READ                                                 00046500
            END-PERFORM.                                                00046600
      * FAIL OUTRANKS WAIT: A JOB THAT CAN NEVER BE SATISFIED IS        00046700
      * STOPPED, NOT HELD.  CARDS BEYOND THE TABLE COUNT AS FAILED.     00046800
       SET-GATE-RESULT.                                                 00046900
            IF WS-COUNT-OVER > 0 THEN                                   00047000
               DISPLAY 'PGM101: ' WS-JOB-NAME ' ' WS-COUNT-OVER         00047100
                  ' PREREQ CARDS BEYOND THE LIMIT OF ' WS-PRQ-MAX       00047200
                  ' NOT CHECKED' UPON CONSOLE                           00047300
               ADD WS-COUNT-OVER TO WS-COUNT-FAIL                       00047400
            END-IF.                                                     00047500
            EVALUATE TRUE                                               00047600
                WHEN WS-COUNT-FAIL > 0                                  00047700
                   SET WS-RC-DATA-ERROR TO TRUE                         00047800
                   DISPLAY 'PGM101: ' WS-JOB-NAME ' STOPPED - '         00047900
                      WS-COUNT-FAIL ' PREREQUISITE(S) FAILED'           00048000
                      UPON CONSOLE                                      00048100
                WHEN WS-COUNT-WAIT > 0                                  00048200
                   SET WS-RC-PREREQ-WAIT TO TRUE                        00048300
                   DISPLAY 'PGM101: ' WS-JOB-NAME ' HELD - '            00048400
                      WS-COUNT-WAIT ' PREREQUISITE(S) NOT YET COMPLETE' 00048500
                      UPON CONSOLE                                      00048600
                WHEN OTHER                                              00048700
                   SET WS-RC-OK TO TRUE                                 00048800
                   DISPLAY 'PGM101: ' WS-JOB-NAME ' RELEASED - '        00048900
                      WS-COUNT-MET ' PREREQUISITE(S) MET'               00049000
                      UPON CONSOLE                                      00049100
            END-EVALUATE.                                               00049200

       IDENTIFICATION DIVISION.                                         00000100
       PROGRAM-ID.   PGM123.                                            00000200
      * FORWARD RECOVERY FOR THE NAME KSDS.  LOADS A BACKUP OF THE      00000300
      * CLUSTER (DDBKUPIN - A REPRO COPY IN THE CPFLREC LAYOUT,         00000400
      * NORMALLY THE KSDSBKUP GENERATION KSDSJRNL TAKES EACH NIGHT)     00000500
      * INTO THE EMPTY CLUSTER, THEN ROLLS IT FORWARD WITH THE          00000600
      * CHANGE JOURNAL (DDJRNLIN, CPKJRNL, SORTED ON KJ-STAMP - THE     00000700
      * KSDSRCVR JCL MERGES THE BATCH AND ONLINE JOURNALS):             00000800
      *   A  WRITE THE AFTER IMAGE (ALREADY ON FILE - REWRITE),         00000900
      *   C  REWRITE THE AFTER IMAGE (NOT ON FILE - WRITE),             00001000
      *   D  DELETE (NOT ON FILE - NOTHING TO DO),                      00001100
      *   R  A PGM07 RELOAD - EMPTY THE CLUSTER,                        00001200
      *   L  WRITE A RECORD THE RELOAD LOADED.                          00001300
      * FOR A C OR D THE RECORD ON THE CLUSTER IS COMPARED WITH THE     00001400
      * JOURNALLED BEFORE IMAGE (NOT WHERE PGM65 MASKED IT); A          00001500
      * DIFFERENCE, OR AN A/C/D THAT FINDS THE CLUSTER NOT AS THE       00001600
      * JOURNAL EXPECTS, IS APPLIED ALL THE SAME AND FLAGGED.           00001700
      * CARDS ON DDPARMIN:                                              00001800
      *   TODATE YYYYMMDD, TOTIME HHMMSS - THE POINT IN TIME.  ONLY     00001900
      *       CHANGES STAMPED AT OR BEFORE IT ARE APPLIED (TOTIME       00002000
      *       DEFAULTS TO 235959).  NO TODATE - THE WHOLE JOURNAL.      00002100
      *   BACKUPDATE YYYYMMDD, BACKUPTIME HHMMSS - WHEN THE BACKUP      00002200
      *       WAS TAKEN.  CHANGES STAMPED BEFORE IT ARE ALREADY IN      00002300
      *       THE BACKUP AND ARE SKIPPED.  NEEDED ONLY WHEN THE         00002400
      *       JOURNAL FED IN REACHES BACK BEYOND THE BACKUP.            00002500
      * REPORTS EVERY A, C, D AND R APPLIED AND WHAT BECAME OF IT,      00002600
      * THEN THE COUNTS AND THE POINT THE CLUSTER WAS RECOVERED TO.     00002700
      * ENDS RC 04 WHEN ANYTHING WAS FLAGGED OR A JOURNAL RECORD WAS    00002800
      * UNREADABLE, RC 08 WHEN THE JOURNAL IS OUT OF STAMP ORDER        00002900
      * (THE ROLL-FORWARD STOPS THERE), RC 12 WHEN THE CLUSTER          00003000
      * CANNOT BE LOADED OR UPDATED.                                    00003100
       ENVIRONMENT DIVISION.                                            00003200
       INPUT-OUTPUT SECTION.                                            00003300
       FILE-CONTROL.                                                    00003400
                SELECT BKUPIN ASSIGN TO DDBKUPIN                        00003500
                ORGANIZATION IS SEQUENTIAL.                             00003600
                SELECT JRNLIN ASSIGN TO DDJRNLIN                        00003700
                ORGANIZATION IS SEQUENTIAL.                             00003800
                SELECT PARMFILE ASSIGN TO DDPARMIN                      00003900
                ORGANIZATION IS SEQUENTIAL.                             00004000
                SELECT KSDSIO ASSIGN TO DDKSDS                          00004100
                ORGANIZATION IS INDEXED                                 00004200
                ACCESS MODE IS DYNAMIC                                  00004300
                RECORD KEY IS FL-EMP-ID OF KSDS-REC                     00004400
                FILE STATUS IS WS-KSDS-STATUS.                          00004500
                SELECT RPTFILE ASSIGN TO DDRPTOUT                       00004600
                ORGANIZATION IS SEQUENTIAL.                             00004700
       DATA DIVISION.                                                   00004800
       FILE SECTION.                                                    00004900
       FD BKUPIN                                                        00005000
            RECORDING MODE IS F.                                        00005100
       01 BKUP-REC.                                                     00005200
          COPY CPFLREC.                                                 00005300
       FD JRNLIN                                                        00005400
            RECORDING MODE IS F.                                        00005500
       01 KJ-REC.                                                       00005600
          COPY CPKJRNL.                                                 00005700
       FD PARMFILE                                                      00005800
            RECORDING MODE IS F.                                        00005900
       01 PARM-CARD.                                                    00006000
          COPY CPPARMCD.                                                00006100
       FD KSDSIO.                                                       00006200
       01 KSDS-REC.                                                     00006300
          COPY CPFLREC.                                                 00006400
       FD RPTFILE                                                       00006500
            RECORDING MODE IS F.                                        00006600
       01 RPT-LINE PIC X(80).                                           00006700
       WORKING-STORAGE SECTION.                                         00006800
       01 WS-BKUP-EOF-SW PIC X(1) VALUE 'N'.                            00006900
           88 WS-BKUP-EOF      VALUE 'Y'.                               00007000
       01 WS-JRNL-EOF-SW PIC X(1) VALUE 'N'.                            00007100
           88 WS-JRNL-EOF      VALUE 'Y'.                               00007200
       01 WS-PARM-EOF-SW PIC X(1) VALUE 'N'.                            00007300
           88 WS-PARM-EOF      VALUE 'Y'.                               00007400
       01 WS-SCAN-EOF-SW PIC X(1) VALUE 'N'.                            00007500
           88 WS-SCAN-EOF      VALUE 'Y'.                               00007600
       01 WS-KSDS-STATUS PIC X(2) VALUE SPACES.                         00007700
           88 WS-KSDS-OPEN-OK   VALUE '00' '05' '97'.                   00007800
           88 WS-KSDS-IO-OK     VALUE '00' '02'.                        00007900
           88 WS-KSDS-DUPLICATE VALUE '22'.                             00008000
           88 WS-KSDS-NOT-FOUND VALUE '23'.                             00008100
       01 WS-FOUND-SW PIC X(1) VALUE 'N'.                               00008200
           88 WS-REC-FOUND     VALUE 'Y'.                               00008300
       01 WS-SEQ-ERROR-SW PIC X(1) VALUE 'N'.                           00008400
           88 WS-SEQ-ERROR     VALUE 'Y'.                               00008500
      * THE POINT IN TIME AND THE BACKUP TIME, IN THE KJ-STAMP SHAPE    00008600
      * SO A JOURNAL STAMP COMPARES STRAIGHT AGAINST THEM.  THE TO      00008700
      * STAMP TAKES THE WHOLE OF ITS LAST SECOND.                       00008800
       01 WS-TO-STAMP.                                                  00008900
           05 WS-TO-DATE      PIC 9(8) VALUE 99999999.                  00009000
           05 WS-TO-TIME      PIC 9(6) VALUE 999999.                    00009100
           05 WS-TO-HUNDS     PIC 9(2) VALUE 99.                        00009200
       01 WS-FROM-STAMP.                                                00009300
           05 WS-FROM-DATE    PIC 9(8) VALUE 0.                         00009400
           05 WS-FROM-TIME    PIC 9(6) VALUE 0.                         00009500
           05 WS-FROM-HUNDS   PIC 9(2) VALUE 0.                         00009600
       01 WS-LAST-STAMP       PIC X(16) VALUE ZEROS.                    00009700
       01 WS-APPLIED-STAMP    PIC X(16) VALUE SPACES.                   00009800
       01 WS-RESULT-TEXT      PIC X(30) VALUE SPACES.                   00009900
       01 WS-COUNT-ED         PIC Z(6)9.                                00010000
       01 WS-COUNT-LOADED     PIC 9(7) VALUE 0.                         00010100
       01 WS-COUNT-BKUP-DUPS  PIC 9(7) VALUE 0.                         00010200
       01 WS-COUNT-JRNL-READ  PIC 9(7) VALUE 0.                         00010300
       01 WS-COUNT-BEFORE     PIC 9(7) VALUE 0.                         00010400
       01 WS-COUNT-AFTER      PIC 9(7) VALUE 0.                         00010500
       01 WS-COUNT-ADDS       PIC 9(7) VALUE 0.                         00010600
       01 WS-COUNT-CHANGES    PIC 9(7) VALUE 0.                         00010700
       01 WS-COUNT-DELETES    PIC 9(7) VALUE 0.                         00010800
       01 WS-COUNT-RELOADS    PIC 9(7) VALUE 0.                         00010900
       01 WS-COUNT-RELOADED   PIC 9(7) VALUE 0.                         00011000
       01 WS-COUNT-EMPTIED    PIC 9(7) VALUE 0.                         00011100
       01 WS-COUNT-DIFFERS    PIC 9(7) VALUE 0.                         00011200
       01 WS-COUNT-NOT-AS-JRN PIC 9(7) VALUE 0.                         00011300
       01 WS-COUNT-BAD-JRNL   PIC 9(7) VALUE 0.                         00011400
       01 WS-COUNT-KSDS-ERR   PIC 9(7) VALUE 0.                         00011500
       01 WS-COUNT-ON-FILE    PIC 9(7) VALUE 0.                         00011600
       01 WS-RETCD.                                                     00011700
           COPY CPRETCD.                                                00011800
       PROCEDURE DIVISION.                                              00011900
       MAIN-ROUTINE.                                                    00012000
            PERFORM READ-RECOVERY-PARMS.                                00012100
            OPEN OUTPUT RPTFILE.                                        00012200
            MOVE '---- PGM123 NAME KSDS FORWARD RECOVERY ----'          00012300
               TO RPT-LINE.                                             00012400
            WRITE RPT-LINE.                                             00012500
            MOVE SPACES TO RPT-LINE.                                    00012600
            IF WS-TO-DATE = 99999999 THEN                               00012700
               MOVE 'POINT IN TIME : END OF JOURNAL' TO RPT-LINE        00012800
            ELSE                                                        00012900
               STRING 'POINT IN TIME : ' WS-TO-DATE ' ' WS-TO-TIME      00013000
                  DELIMITED BY SIZE INTO RPT-LINE                       00013100
               END-STRING                                               00013200
            END-IF.                                                     00013300
            WRITE RPT-LINE.                                             00013400
            IF WS-FROM-DATE > 0 THEN                                    00013500
               MOVE SPACES TO RPT-LINE                                  00013600
               STRING 'BACKUP TAKEN  : ' WS-FROM-DATE ' ' WS-FROM-TIME  00013700
                  DELIMITED BY SIZE INTO RPT-LINE                       00013800
               END-STRING                                               00013900
               WRITE RPT-LINE                                           00014000
            END-IF.                                                     00014100
            PERFORM LOAD-BACKUP THRU LOAD-BACKUP-EXIT.                  00014200
            IF WS-RC-IO-ERROR THEN                                      00014300
               CLOSE RPTFILE                                            00014400
               MOVE WS-RETURN-CODE TO RETURN-CODE                       00014500
               GOBACK                                                   00014600
            END-IF.                                                     00014700
            PERFORM ROLL-FORWARD.                                       00014800
            PERFORM COUNT-RECOVERED-CLUSTER.                            00014900
            CLOSE KSDSIO.                                               00015000
            PERFORM WRITE-RECOVERY-SUMMARY.                             00015100
            CLOSE RPTFILE.                                              00015200
            SET WS-RC-OK TO TRUE.                                       00015300
            IF WS-COUNT-DIFFERS > 0 OR WS-COUNT-NOT-AS-JRN > 0 OR       00015400
               WS-COUNT-BAD-JRNL > 0 OR WS-COUNT-BKUP-DUPS > 0 THEN     00015500
               SET WS-RC-WARNING TO TRUE                                00015600
            END-IF.                                                     00015700
            IF WS-SEQ-ERROR THEN                                        00015800
               SET WS-RC-DATA-ERROR TO TRUE                             00015900
            END-IF.                                                     00016000
            IF WS-COUNT-KSDS-ERR > 0 THEN                               00016100
               SET WS-RC-IO-ERROR TO TRUE                               00016200
            END-IF.                                                     00016300
            MOVE WS-RETURN-CODE TO RETURN-CODE.                         00016400
            GOBACK.                                                     00016500
       READ-RECOVERY-PARMS.                                             00016600
            OPEN INPUT PARMFILE.                                        00016700
            PERFORM READ-ONE-PARM THRU READ-ONE-PARM-EXIT               00016800
               UNTIL WS-PARM-EOF.                                       00016900
            CLOSE PARMFILE.                                             00017000
       READ-ONE-PARM.                                                   00017100
            READ PARMFILE                                               00017200
              AT END                                                    00017300
                 SET WS-PARM-EOF TO TRUE                                00017400
                 GO TO READ-ONE-PARM-EXIT                               00017500
            END-READ.                                                   00017600
            EVALUATE PARM-KEY                                           00017700
                WHEN 'TODATE'                                           00017800
                   IF PARM-VALUE-NUM > 0 AND                            00017900
                      PARM-VALUE-NUM < 100000000 THEN                   00018000
                      MOVE PARM-VALUE-NUM TO WS-TO-DATE                 00018100
                      IF WS-TO-TIME = 999999 THEN                       00018200
                         MOVE 235959 TO WS-TO-TIME                      00018300
                      END-IF                                            00018400
                   END-IF                                               00018500
                WHEN 'TOTIME'                                           00018600
                   IF PARM-VALUE-NUM < 240000 THEN                      00018700
                      MOVE PARM-VALUE-NUM TO WS-TO-TIME                 00018800
                   END-IF                                               00018900
                WHEN 'BACKUPDATE'                                       00019000
                   IF PARM-VALUE-NUM < 100000000 THEN                   00019100
                      MOVE PARM-VALUE-NUM TO WS-FROM-DATE               00019200
                   END-IF                                               00019300
                WHEN 'BACKUPTIME'                                       00019400
                   IF PARM-VALUE-NUM < 240000 THEN                      00019500
                      MOVE PARM-VALUE-NUM TO WS-FROM-TIME               00019600
                   END-IF                                               00019700
                WHEN OTHER                                              00019800
                   CONTINUE                                             00019900
            END-EVALUATE.                                               00020000
       READ-ONE-PARM-EXIT.                                              00020100
            EXIT.                                                       00020200
      ******************************************************************00020300
      * THE BACKUP GOES INTO THE EMPTY CLUSTER FIRST; THE CLUSTER IS   *00020400
      * THEN REOPENED FOR UPDATE FOR THE ROLL-FORWARD.                 *00020500
      ******************************************************************00020600
       LOAD-BACKUP.                                                     00020700
            OPEN INPUT BKUPIN.                                          00020800
            OPEN OUTPUT KSDSIO.                                         00020900
            IF NOT WS-KSDS-OPEN-OK THEN                                 00021000
               PERFORM REPORT-OPEN-FAILURE                              00021100
               CLOSE BKUPIN                                             00021200
               GO TO LOAD-BACKUP-EXIT                                   00021300
            END-IF.                                                     00021400
            PERFORM LOAD-ONE-BACKUP-REC THRU LOAD-ONE-BACKUP-REC-EXIT   00021500
               UNTIL WS-BKUP-EOF.                                       00021600
            CLOSE BKUPIN.                                               00021700
            CLOSE KSDSIO.                                               00021800
            MOVE SPACES TO RPT-LINE.                                    00021900
            STRING 'BACKUP RECORDS LOADED   : ' WS-COUNT-LOADED         00022000
               DELIMITED BY SIZE INTO RPT-LINE                          00022100
            END-STRING.                                                 00022200
            WRITE RPT-LINE.                                             00022300
            OPEN I-O KSDSIO.                                            00022400
            IF NOT WS-KSDS-OPEN-OK THEN                                 00022500
               PERFORM REPORT-OPEN-FAILURE                              00022600
            END-IF.                                                     00022700
       LOAD-BACKUP-EXIT.                                                00022800
            EXIT.                                                       00022900
       LOAD-ONE-BACKUP-REC.                                             00023000
            READ BKUPIN                                                 00023100
              AT END                                                    00023200
                 SET WS-BKUP-EOF TO TRUE                                00023300
                 GO TO LOAD-ONE-BACKUP-REC-EXIT                         00023400
            END-READ.                                                   00023500
            MOVE BKUP-REC TO KSDS-REC.                                  00023600
            WRITE KSDS-REC.                                             00023700
            EVALUATE TRUE                                               00023800
                WHEN WS-KSDS-IO-OK                                      00023900
                   ADD 1 TO WS-COUNT-LOADED                             00024000
                WHEN WS-KSDS-DUPLICATE                                  00024100
                   ADD 1 TO WS-COUNT-BKUP-DUPS                          00024200
                   MOVE SPACES TO RPT-LINE                              00024300
                   STRING 'DUPLICATE KEY ON THE BACKUP SKIPPED: '       00024400
                      FL-EMP-ID OF BKUP-REC                             00024500
                      DELIMITED BY SIZE INTO RPT-LINE                   00024600
                   END-STRING                                           00024700
                   WRITE RPT-LINE                                       00024800
                WHEN OTHER                                              00024900
                   PERFORM REPORT-CLUSTER-ERROR                         00025000
                   SET WS-BKUP-EOF TO TRUE                              00025100
            END-EVALUATE.                                               00025200
       LOAD-ONE-BACKUP-REC-EXIT.                                        00025300
            EXIT.                                                       00025400
       REPORT-OPEN-FAILURE.                                             00025500
            DISPLAY 'PGM123 NAME KSDS OPEN FAILED, STATUS '             00025600
               WS-KSDS-STATUS.                                          00025700
            MOVE SPACES TO RPT-LINE.                                    00025800
            STRING 'NAME KSDS OPEN FAILED, STATUS ' WS-KSDS-STATUS      00025900
               ' - NOTHING RECOVERED'                                   00026000
               DELIMITED BY SIZE INTO RPT-LINE                          00026100
            END-STRING.                                                 00026200
            WRITE RPT-LINE.                                             00026300
            SET WS-RC-IO-ERROR TO TRUE.                                 00026400
       REPORT-CLUSTER-ERROR.                                            00026500
            ADD 1 TO WS-COUNT-KSDS-ERR.                                 00026600
            DISPLAY 'PGM123 NAME KSDS ERROR, STATUS '                   00026700
               WS-KSDS-STATUS ' EMPLOYEE ' FL-EMP-ID OF KSDS-REC.       00026800
            MOVE SPACES TO RPT-LINE.                                    00026900
            STRING 'NAME KSDS ERROR, STATUS ' WS-KSDS-STATUS            00027000
               ' EMPLOYEE ' FL-EMP-ID OF KSDS-REC                       00027100
               DELIMITED BY SIZE INTO RPT-LINE                          00027200
            END-STRING.                                                 00027300
            WRITE RPT-LINE.                                             00027400
      ******************************************************************00027500
      * THE ROLL-FORWARD.  THE JOURNAL MUST BE IN STAMP ORDER: A       *00027600
      * RECORD OLDER THAN THE ONE BEFORE IT STOPS THE RUN THERE,       *00027700
      * SINCE APPLYING CHANGES OUT OF ORDER WOULD LEAVE THE WRONG      *00027800
      * IMAGE ON THE CLUSTER.                                          *00027900
      ******************************************************************00028000
       ROLL-FORWARD.                                                    00028100
            MOVE SPACES TO RPT-LINE.                                    00028200
            WRITE RPT-LINE.                                             00028300
            MOVE '---- CHANGES APPLIED ----' TO RPT-LINE.               00028400
            WRITE RPT-LINE.                                             00028500
            MOVE 'DATE     TIME     SOURCE   USER     A EMP ID   RESULT'00028600
               TO RPT-LINE.                                             00028700
            WRITE RPT-LINE.                                             00028800
            OPEN INPUT JRNLIN.                                          00028900
            PERFORM APPLY-ONE-JOURNAL-REC                               00029000
               THRU APPLY-ONE-JOURNAL-REC-EXIT                          00029100
               UNTIL WS-JRNL-EOF.                                       00029200
            CLOSE JRNLIN.                                               00029300
       APPLY-ONE-JOURNAL-REC.                                           00029400
            READ JRNLIN                                                 00029500
              AT END                                                    00029600
                 SET WS-JRNL-EOF TO TRUE                                00029700
                 GO TO APPLY-ONE-JOURNAL-REC-EXIT                       00029800
            END-READ.                                                   00029900
            ADD 1 TO WS-COUNT-JRNL-READ.                                00030000
            IF KJ-DATE IS NOT NUMERIC OR KJ-TIME IS NOT NUMERIC THEN    00030100
               ADD 1 TO WS-COUNT-BAD-JRNL                               00030200
               MOVE SPACES TO RPT-LINE                                  00030300
               STRING 'UNREADABLE JOURNAL RECORD SKIPPED: '             00030400
                  KJ-REC (1:40)                                         00030500
                  DELIMITED BY SIZE INTO RPT-LINE                       00030600
               END-STRING                                               00030700
               WRITE RPT-LINE                                           00030800
               GO TO APPLY-ONE-JOURNAL-REC-EXIT                         00030900
            END-IF.                                                     00031000
            IF KJ-STAMP < WS-LAST-STAMP THEN                            00031100
               SET WS-SEQ-ERROR TO TRUE                                 00031200
               SET WS-JRNL-EOF TO TRUE                                  00031300
               MOVE SPACES TO RPT-LINE                                  00031400
               STRING '*** JOURNAL OUT OF SEQUENCE AT ' KJ-DATE ' '     00031500
                  KJ-TIME ' - ROLL-FORWARD STOPPED'                     00031600
                  DELIMITED BY SIZE INTO RPT-LINE                       00031700
               END-STRING                                               00031800
               WRITE RPT-LINE                                           00031900
               GO TO APPLY-ONE-JOURNAL-REC-EXIT                         00032000
            END-IF.                                                     00032100
            MOVE KJ-STAMP TO WS-LAST-STAMP.                             00032200
            IF KJ-STAMP < WS-FROM-STAMP THEN                            00032300
               ADD 1 TO WS-COUNT-BEFORE                                 00032400
               GO TO APPLY-ONE-JOURNAL-REC-EXIT                         00032500
            END-IF.                                                     00032600
            IF KJ-STAMP > WS-TO-STAMP THEN                              00032700
               ADD 1 TO WS-COUNT-AFTER                                  00032800
               GO TO APPLY-ONE-JOURNAL-REC-EXIT                         00032900
            END-IF.                                                     00033000
            MOVE SPACES TO WS-RESULT-TEXT.                              00033100
            EVALUATE TRUE                                               00033200
                WHEN KJ-ACTION-ADD                                      00033300
                   PERFORM APPLY-JOURNAL-ADD                            00033400
                WHEN KJ-ACTION-CHANGE                                   00033500
                   PERFORM APPLY-JOURNAL-CHANGE                         00033600
                WHEN KJ-ACTION-DELETE                                   00033700
                   PERFORM APPLY-JOURNAL-DELETE                         00033800
                WHEN KJ-ACTION-RELOAD                                   00033900
                   PERFORM APPLY-JOURNAL-RELOAD                         00034000
                WHEN KJ-ACTION-LOAD                                     00034100
                   PERFORM APPLY-JOURNAL-LOAD                           00034200
                WHEN OTHER                                              00034300
                   ADD 1 TO WS-COUNT-BAD-JRNL                           00034400
                   MOVE 'UNKNOWN ACTION - SKIPPED' TO WS-RESULT-TEXT    00034500
            END-EVALUATE.                                               00034600
            MOVE KJ-STAMP TO WS-APPLIED-STAMP.                          00034700
            IF KJ-ACTION-LOAD THEN                                      00034800
               GO TO APPLY-ONE-JOURNAL-REC-EXIT                         00034900
            END-IF.                                                     00035000
            MOVE SPACES TO RPT-LINE.                                    00035100
            STRING KJ-DATE ' ' KJ-TIME ' ' KJ-SOURCE ' ' KJ-USERID      00035200
               ' ' KJ-ACTION ' ' KJ-EMP-ID ' ' WS-RESULT-TEXT           00035300
               DELIMITED BY SIZE INTO RPT-LINE                          00035400
            END-STRING.                                                 00035500
            WRITE RPT-LINE.                                             00035600
       APPLY-ONE-JOURNAL-REC-EXIT.                                      00035700
            EXIT.                                                       00035800
       APPLY-JOURNAL-ADD.                                               00035900
            ADD 1 TO WS-COUNT-ADDS.                                     00036000
            MOVE KJ-AFTER-IMAGE TO KSDS-REC.                            00036100
            WRITE KSDS-REC.                                             00036200
            EVALUATE TRUE                                               00036300
                WHEN WS-KSDS-IO-OK                                      00036400
                   MOVE 'ADDED' TO WS-RESULT-TEXT                       00036500
                WHEN WS-KSDS-DUPLICATE                                  00036600
                   ADD 1 TO WS-COUNT-NOT-AS-JRN                         00036700
                   REWRITE KSDS-REC                                     00036800
                   IF WS-KSDS-IO-OK THEN                                00036900
                      MOVE 'WAS ON FILE - REPLACED' TO WS-RESULT-TEXT   00037000
                   ELSE                                                 00037100
                      PERFORM REPORT-CLUSTER-ERROR                      00037200
                      MOVE 'NOT APPLIED' TO WS-RESULT-TEXT              00037300
                   END-IF                                               00037400
                WHEN OTHER                                              00037500
                   PERFORM REPORT-CLUSTER-ERROR                         00037600
                   MOVE 'NOT APPLIED' TO WS-RESULT-TEXT                 00037700
            END-EVALUATE.                                               00037800
       APPLY-JOURNAL-CHANGE.                                            00037900
            ADD 1 TO WS-COUNT-CHANGES.                                  00038000
            PERFORM READ-CURRENT-RECORD.                                00038100
            MOVE KJ-AFTER-IMAGE TO KSDS-REC.                            00038200
            IF WS-REC-FOUND THEN                                        00038300
               REWRITE KSDS-REC                                         00038400
               IF WS-RESULT-TEXT = SPACES THEN                          00038500
                  MOVE 'CHANGED' TO WS-RESULT-TEXT                      00038600
               END-IF                                                   00038700
            ELSE                                                        00038800
               ADD 1 TO WS-COUNT-NOT-AS-JRN                             00038900
               WRITE KSDS-REC                                           00039000
               MOVE 'NOT ON FILE - ADDED' TO WS-RESULT-TEXT             00039100
            END-IF.                                                     00039200
            IF NOT WS-KSDS-IO-OK THEN                                   00039300
               PERFORM REPORT-CLUSTER-ERROR                             00039400
               MOVE 'NOT APPLIED' TO WS-RESULT-TEXT                     00039500
            END-IF.                                                     00039600
       APPLY-JOURNAL-DELETE.                                            00039700
            ADD 1 TO WS-COUNT-DELETES.                                  00039800
            PERFORM READ-CURRENT-RECORD.                                00039900
            IF WS-REC-FOUND THEN                                        00040000
               DELETE KSDSIO RECORD                                     00040100
               IF NOT WS-KSDS-IO-OK THEN                                00040200
                  PERFORM REPORT-CLUSTER-ERROR                          00040300
                  MOVE 'NOT APPLIED' TO WS-RESULT-TEXT                  00040400
               ELSE                                                     00040500
                  IF WS-RESULT-TEXT = SPACES THEN                       00040600
                     MOVE 'DELETED' TO WS-RESULT-TEXT                   00040700
                  END-IF                                                00040800
               END-IF                                                   00040900
            ELSE                                                        00041000
               ADD 1 TO WS-COUNT-NOT-AS-JRN                             00041100
               MOVE 'NOT ON FILE - NOTHING DELETED' TO WS-RESULT-TEXT   00041200
            END-IF.                                                     00041300
      * THE RECORD A C OR D IS ABOUT TO REPLACE, CHECKED AGAINST THE    00041400
      * JOURNALLED BEFORE IMAGE UNLESS THAT IS MASKED OR ABSENT.        00041500
       READ-CURRENT-RECORD.                                             00041600
            MOVE 'N' TO WS-FOUND-SW.                                    00041700
            MOVE KJ-EMP-ID TO FL-EMP-ID OF KSDS-REC.                    00041800
            READ KSDSIO RECORD KEY IS FL-EMP-ID OF KSDS-REC.            00041900
            EVALUATE TRUE                                               00042000
                WHEN WS-KSDS-IO-OK                                      00042100
                   SET WS-REC-FOUND TO TRUE                             00042200
                WHEN WS-KSDS-NOT-FOUND                                  00042300
                   CONTINUE                                             00042400
                WHEN OTHER                                              00042500
                   PERFORM REPORT-CLUSTER-ERROR                         00042600
            END-EVALUATE.                                               00042700
            IF WS-REC-FOUND AND NOT KJ-IMAGES-MASKED AND                00042800
               KJ-BEFORE-IMAGE NOT = SPACES AND                         00042900
               KSDS-REC NOT = KJ-BEFORE-IMAGE THEN                      00043000
               ADD 1 TO WS-COUNT-DIFFERS                                00043100
               IF KJ-ACTION-CHANGE THEN                                 00043200
                  MOVE 'CHANGED - BEFORE IMAGE DIFFERED'                00043300
                     TO WS-RESULT-TEXT                                  00043400
               ELSE                                                     00043500
                  MOVE 'DELETED - BEFORE IMAGE DIFFERED'                00043600
                     TO WS-RESULT-TEXT                                  00043700
               END-IF                                                   00043800
            END-IF.                                                     00043900
      * PGM07 RE-CREATED THE CLUSTER HERE, SO IT IS EMPTIED; THE L      00044000
      * RECORDS THAT FOLLOW LOAD IT AGAIN.                              00044100
       APPLY-JOURNAL-RELOAD.                                            00044200
            ADD 1 TO WS-COUNT-RELOADS.                                  00044300
            MOVE 0 TO WS-COUNT-EMPTIED.                                 00044400
            MOVE 'N' TO WS-SCAN-EOF-SW.                                 00044500
            MOVE LOW-VALUES TO FL-EMP-ID OF KSDS-REC.                   00044600
            START KSDSIO KEY IS NOT LESS THAN FL-EMP-ID OF KSDS-REC.    00044700
            IF NOT WS-KSDS-IO-OK THEN                                   00044800
               SET WS-SCAN-EOF TO TRUE                                  00044900
            END-IF.                                                     00045000
            PERFORM EMPTY-ONE-RECORD THRU EMPTY-ONE-RECORD-EXIT         00045100
               UNTIL WS-SCAN-EOF.                                       00045200
            MOVE WS-COUNT-EMPTIED TO WS-COUNT-ED.                       00045300
            MOVE SPACES TO WS-RESULT-TEXT.                              00045400
            STRING 'RELOAD - ' WS-COUNT-ED ' REMOVED'                   00045500
               DELIMITED BY SIZE INTO WS-RESULT-TEXT                    00045600
            END-STRING.                                                 00045700
       EMPTY-ONE-RECORD.                                                00045800
            READ KSDSIO NEXT RECORD                                     00045900
              AT END                                                    00046000
                 SET WS-SCAN-EOF TO TRUE                                00046100
                 GO TO EMPTY-ONE-RECORD-EXIT                            00046200
            END-READ.                                                   00046300
            DELETE KSDSIO RECORD.                                       00046400
            IF WS-KSDS-IO-OK THEN                                       00046500
               ADD 1 TO WS-COUNT-EMPTIED                                00046600
            ELSE                                                        00046700
               PERFORM REPORT-CLUSTER-ERROR                             00046800
               SET WS-SCAN-EOF TO TRUE                                  00046900
            END-IF.                                                     00047000
       EMPTY-ONE-RECORD-EXIT.                                           00047100
            EXIT.                                                       00047200
       APPLY-JOURNAL-LOAD.                                              00047300
            ADD 1 TO WS-COUNT-RELOADED.                                 00047400
            MOVE KJ-AFTER-IMAGE TO KSDS-REC.                            00047500
            WRITE KSDS-REC.                                             00047600
            IF WS-KSDS-DUPLICATE THEN                                   00047700
               ADD 1 TO WS-COUNT-NOT-AS-JRN                             00047800
               REWRITE KSDS-REC                                         00047900
            END-IF.                                                     00048000
            IF NOT WS-KSDS-IO-OK THEN                                   00048100
               PERFORM REPORT-CLUSTER-ERROR                             00048200
            END-IF.                                                     00048300
       COUNT-RECOVERED-CLUSTER.                                         00048400
            MOVE 'N' TO WS-SCAN-EOF-SW.                                 00048500
            MOVE LOW-VALUES TO FL-EMP-ID OF KSDS-REC.                   00048600
            START KSDSIO KEY IS NOT LESS THAN FL-EMP-ID OF KSDS-REC.    00048700
            IF NOT WS-KSDS-IO-OK THEN                                   00048800
               SET WS-SCAN-EOF TO TRUE                                  00048900
            END-IF.                                                     00049000
            PERFORM COUNT-ONE-RECORD THRU COUNT-ONE-RECORD-EXIT         00049100
               UNTIL WS-SCAN-EOF.                                       00049200
       COUNT-ONE-RECORD.                                                00049300
            READ KSDSIO NEXT RECORD                                     00049400
              AT END                                                    00049500
                 SET WS-SCAN-EOF TO TRUE                                00049600
                 GO TO COUNT-ONE-RECORD-EXIT                            00049700
            END-READ.                                                   00049800
            ADD 1 TO WS-COUNT-ON-FILE.                                  00049900
       COUNT-ONE-RECORD-EXIT.                                           00050000
            EXIT.                                                       00050100
       WRITE-RECOVERY-SUMMARY.                                          00050200
            MOVE SPACES TO RPT-LINE.                                    00050300
            WRITE RPT-LINE.                                             00050400
            MOVE '---- RECOVERY SUMMARY ----' TO RPT-LINE.              00050500
            WRITE RPT-LINE.                                             00050600
            MOVE SPACES TO RPT-LINE.                                    00050700
            STRING 'JOURNAL RECORDS READ    : ' WS-COUNT-JRNL-READ      00050800
               DELIMITED BY SIZE INTO RPT-LINE                          00050900
            END-STRING.                                                 00051000
            WRITE RPT-LINE.                                             00051100
            MOVE SPACES TO RPT-LINE.                                    00051200
            STRING 'ALREADY IN THE BACKUP   : ' WS-COUNT-BEFORE         00051300
               DELIMITED BY SIZE INTO RPT-LINE                          00051400
            END-STRING.                                                 00051500
            WRITE RPT-LINE.                                             00051600
            MOVE SPACES TO RPT-LINE.                                    00051700
            STRING 'ADDS APPLIED            : ' WS-COUNT-ADDS           00051800
               DELIMITED BY SIZE INTO RPT-LINE                          00051900
            END-STRING.                                                 00052000
            WRITE RPT-LINE.                                             00052100
            MOVE SPACES TO RPT-LINE.                                    00052200
            STRING 'CHANGES APPLIED         : ' WS-COUNT-CHANGES        00052300
               DELIMITED BY SIZE INTO RPT-LINE                          00052400
            END-STRING.                                                 00052500
            WRITE RPT-LINE.                                             00052600
            MOVE SPACES TO RPT-LINE.                                    00052700
            STRING 'DELETES APPLIED         : ' WS-COUNT-DELETES        00052800
               DELIMITED BY SIZE INTO RPT-LINE                          00052900
            END-STRING.                                                 00053000
            WRITE RPT-LINE.                                             00053100
            MOVE SPACES TO RPT-LINE.                                    00053200
            STRING 'RELOADS / RECORDS LOADED: ' WS-COUNT-RELOADS        00053300
               ' / ' WS-COUNT-RELOADED                                  00053400
               DELIMITED BY SIZE INTO RPT-LINE                          00053500
            END-STRING.                                                 00053600
            WRITE RPT-LINE.                                             00053700
            MOVE SPACES TO RPT-LINE.                                    00053800
            STRING 'AFTER THE POINT IN TIME : ' WS-COUNT-AFTER          00053900
               ' (NOT APPLIED)'                                         00054000
               DELIMITED BY SIZE INTO RPT-LINE                          00054100
            END-STRING.                                                 00054200
            WRITE RPT-LINE.                                             00054300
            MOVE SPACES TO RPT-LINE.                                    00054400
            STRING 'BEFORE IMAGE DIFFERED   : ' WS-COUNT-DIFFERS        00054500
               DELIMITED BY SIZE INTO RPT-LINE                          00054600
            END-STRING.                                                 00054700
            WRITE RPT-LINE.                                             00054800
            MOVE SPACES TO RPT-LINE.                                    00054900
            STRING 'CLUSTER NOT AS JOURNAL  : ' WS-COUNT-NOT-AS-JRN     00055000
               DELIMITED BY SIZE INTO RPT-LINE                          00055100
            END-STRING.                                                 00055200
            WRITE RPT-LINE.                                             00055300
            MOVE SPACES TO RPT-LINE.                                    00055400
            STRING 'UNREADABLE / UNKNOWN    : ' WS-COUNT-BAD-JRNL       00055500
               DELIMITED BY SIZE INTO RPT-LINE                          00055600
            END-STRING.                                                 00055700
            WRITE RPT-LINE.                                             00055800
            MOVE SPACES TO RPT-LINE.                                    00055900
            STRING 'CLUSTER ERRORS          : ' WS-COUNT-KSDS-ERR       00056000
               DELIMITED BY SIZE INTO RPT-LINE                          00056100
            END-STRING.                                                 00056200
            WRITE RPT-LINE.                                             00056300
            MOVE SPACES TO RPT-LINE.                                    00056400
            STRING 'RECORDS NOW ON CLUSTER  : ' WS-COUNT-ON-FILE        00056500
               DELIMITED BY SIZE INTO RPT-LINE                          00056600
            END-STRING.                                                 00056700
            WRITE RPT-LINE.                                             00056800
            MOVE SPACES TO RPT-LINE.                                    00056900
            IF WS-APPLIED-STAMP = SPACES THEN                           00057000
               MOVE 'RECOVERED TO            : THE BACKUP - NO CHANGES' 00057100
                  TO RPT-LINE                                           00057200
            ELSE                                                        00057300
               STRING 'RECOVERED TO            : '                      00057400
                  WS-APPLIED-STAMP (1:8) ' ' WS-APPLIED-STAMP (9:8)     00057500
                  DELIMITED BY SIZE INTO RPT-LINE                       00057600
               END-STRING                                               00057700
            END-IF.                                                     00057800
            WRITE RPT-LINE.                                             00057900
            IF WS-SEQ-ERROR THEN                                        00058000
               MOVE '*** JOURNAL OUT OF SEQUENCE - NOT FULLY RECOVERED' 00058100
                  TO RPT-LINE                                           00058200
               WRITE RPT-LINE                                           00058300
            END-IF.                                                     00058400

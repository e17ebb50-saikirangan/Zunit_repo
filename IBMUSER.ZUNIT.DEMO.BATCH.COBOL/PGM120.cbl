       IDENTIFICATION DIVISION.                                         00000100
       PROGRAM-ID.   PGM120.                                            00000200
      * PAY-PERIOD CLOSE AND LOCK CONTROL.  KEEPS THE PERIOD-CONTROL    00000300
      * CLUSTER (DDPRDCTL, CPPERCTL) THAT PGM51, PGM49 AND PGM64        00000400
      * CHECK AND ADVANCE THROUGH PGM119.  FIRST ADDS EVERY PAYCAL      00000500
      * PERIOD (DDPAYCAL - START, END AND PAY DATE AS PGM117 WRITES     00000600
      * THEM) NOT YET ON THE CLUSTER AS OPEN; AN OPEN PERIOD WHOSE      00000700
      * END OR PAY DATE HAS CHANGED ON THE CALENDAR IS UPDATED, ONE     00000800
      * ALREADY UNDER WAY IS ONLY REPORTED.  THEN APPLIES THE           00000900
      * CONTROL CARDS (DDCTLTRN), EACH NAMING ANY DATE INSIDE THE       00001000
      * PERIOD:                                                         00001100
      *   C  CLOSE A POSTED PERIOD,                                     00001200
      *   R  REOPEN A PERIOD BACK TO THE STATUS IN COLUMN 12 (O, C,     00001300
      *      P OR G, DEFAULT O) - ONLY WITH AN AUTHORISER IN            00001400
      *      COLUMNS 14-21 WHO IS ON AN AUTHUSER CARD OF THE            00001500
      *      PROTECTED PARM DECK (DDPARMIN) AND A REASON IN COLUMNS     00001600
      *      23-62.                                                     00001700
      * EVERY CLOSE AND REOPEN APPLIED IS WRITTEN TO THE AUDIT          00001800
      * DATASET (DDAUDOUT) WITH THE OLD AND NEW STATUS, WHO             00001900
      * AUTHORISED IT, THE RUN NUMBER AND THE REASON.  ENDS WITH        00002000
      * THE PERIOD-STATUS REPORT FOR THE YEAR CARD'S YEAR (DEFAULT      00002100
      * THIS YEAR): EVERY PERIOD WITH ITS STATUS, THE STEP THAT         00002200
      * LAST MOVED IT AND WHEN, HOW OFTEN IT WAS CALCULATED AND         00002300
      * REOPENED, AND A FLAG ON ANY PERIOD WHOSE PAY DATE HAS PASSED    00002400
      * UNPAID.  ENDS RC 04 WHEN A CARD IS REJECTED, A CALENDAR ROW     00002500
      * IS BAD OR DISAGREES WITH A PERIOD UNDER WAY, OR A PERIOD IS     00002600
      * OVERDUE; RC 12 WHEN THE CLUSTER CANNOT BE OPENED OR UPDATED.    00002700
       ENVIRONMENT DIVISION.                                            00002800
       INPUT-OUTPUT SECTION.                                            00002900
       FILE-CONTROL.                                                    00003000
                SELECT PAYCAL ASSIGN TO DDPAYCAL                        00003100
                ORGANIZATION IS SEQUENTIAL.                             00003200
                SELECT CTLTRN ASSIGN TO DDCTLTRN                        00003300
                ORGANIZATION IS SEQUENTIAL.                             00003400
                SELECT PARMFILE ASSIGN TO DDPARMIN                      00003500
                ORGANIZATION IS SEQUENTIAL.                             00003600
                SELECT PRDCTL ASSIGN TO DDPRDCTL                        00003700
                ORGANIZATION IS INDEXED                                 00003800
                ACCESS MODE IS DYNAMIC                                  00003900
                RECORD KEY IS PCT-PER-START                             00004000
                FILE STATUS IS WS-PCT-STATUS.                           00004100
                SELECT AUDOUT ASSIGN TO DDAUDOUT                        00004200
                ORGANIZATION IS SEQUENTIAL.                             00004300
                SELECT RPTFILE ASSIGN TO DDRPTOUT                       00004400
                ORGANIZATION IS SEQUENTIAL.                             00004500
       DATA DIVISION.                                                   00004600
       FILE SECTION.                                                    00004700
       FD PAYCAL                                                        00004800
            RECORDING MODE IS F.                                        00004900
       01 CAL-REC.                                                      00005000
           05 CAL-PERIOD-START PIC 9(8).                                00005100
           05 FILLER           PIC X(1).                                00005200
           05 CAL-PERIOD-END   PIC 9(8).                                00005300
           05 FILLER           PIC X(1).                                00005400
           05 CAL-PAY-DATE     PIC 9(8).                                00005500
           05 FILLER           PIC X(54).                               00005600
       FD CTLTRN                                                        00005700
            RECORDING MODE IS F.                                        00005800
       01 CTL-REC.                                                      00005900
           05 CTL-ACTION      PIC X(1).                                 00006000
               88 CTL-ACTION-CLOSE    VALUE 'C'.                        00006100
               88 CTL-ACTION-REOPEN   VALUE 'R'.                        00006200
           05 FILLER          PIC X(1).                                 00006300
           05 CTL-PERIOD-DATE PIC 9(8).                                 00006400
           05 FILLER          PIC X(1).                                 00006500
           05 CTL-REOPEN-TO   PIC X(1).                                 00006600
           05 FILLER          PIC X(1).                                 00006700
           05 CTL-AUTH-USER   PIC X(8).                                 00006800
           05 FILLER          PIC X(1).                                 00006900
           05 CTL-REASON      PIC X(40).                                00007000
           05 FILLER          PIC X(18).                                00007100
       FD PARMFILE                                                      00007200
            RECORDING MODE IS F.                                        00007300
       01 PARM-CARD.                                                    00007400
          COPY CPPARMCD.                                                00007500
       FD PRDCTL.                                                       00007600
       01 PCT-REC.                                                      00007700
          COPY CPPERCTL.                                                00007800
       FD AUDOUT                                                        00007900
            RECORDING MODE IS F.                                        00008000
       01 PCA-REC.                                                      00008100
           05 PCA-DATE        PIC 9(8).                                 00008200
           05 PCA-TIME        PIC 9(8).                                 00008300
           05 PCA-ACTION      PIC X(1).                                 00008400
           05 PCA-PER-START   PIC 9(8).                                 00008500
           05 PCA-OLD-STATUS  PIC X(1).                                 00008600
           05 PCA-NEW-STATUS  PIC X(1).                                 00008700
           05 PCA-AUTH-USER   PIC X(8).                                 00008800
           05 PCA-RUN-NUMBER  PIC 9(5).                                 00008900
           05 PCA-REASON      PIC X(40).                                00009000
       FD RPTFILE                                                       00009100
            RECORDING MODE IS F.                                        00009200
       01 RPT-LINE PIC X(80).                                           00009300
       WORKING-STORAGE SECTION.                                         00009400
       01 WS-CAL-EOF-SW PIC X(1) VALUE 'N'.                             00009500
           88 WS-CAL-EOF       VALUE 'Y'.                               00009600
       01 WS-TRN-EOF-SW PIC X(1) VALUE 'N'.                             00009700
           88 WS-TRN-EOF       VALUE 'Y'.                               00009800
       01 WS-PARM-EOF-SW PIC X(1) VALUE 'N'.                            00009900
           88 WS-PARM-EOF      VALUE 'Y'.                               00010000
       01 WS-SCAN-EOF-SW PIC X(1) VALUE 'N'.                            00010100
           88 WS-SCAN-EOF      VALUE 'Y'.                               00010200
       01 WS-PCT-STATUS PIC X(2) VALUE SPACES.                          00010300
           88 WS-PCT-OPEN-OK   VALUE '00' '05' '97'.                    00010400
           88 WS-PCT-IO-OK     VALUE '00' '02'.                         00010500
           88 WS-PCT-NOT-FOUND VALUE '23'.                              00010600
       01 WS-PCT-FOUND-SW PIC X(1) VALUE 'N'.                           00010700
           88 WS-PCT-FOUND     VALUE 'Y'.                               00010800
       01 WS-REPORT-YEAR  PIC 9(4) VALUE 0.                             00010900
       01 WS-RUN-NUMBER   PIC 9(5) VALUE 0.                             00011000
       01 WS-RUN-DATE     PIC 9(8).                                     00011100
       01 WS-RUN-DATE-X REDEFINES WS-RUN-DATE.                          00011200
           05 WS-RUN-YYYY     PIC 9(4).                                 00011300
           05 WS-RUN-MMDD     PIC 9(4).                                 00011400
       01 WS-RUN-TIME     PIC 9(8).                                     00011500
       01 WS-DATE-RC       PIC 9(2) VALUE 0.                            00011600
           88 WS-DATE-RC-OK    VALUE 00.                                00011700
       01 WS-DATEVAL-PGM   PIC X(8) VALUE 'PGM14'.                      00011800
       01 WS-NO-HORIZON    PIC 9(8) VALUE 0.                            00011900
       01 WS-DATE-WORK-X   PIC X(8).                                    00012000
       01 WS-DATE-WORK REDEFINES WS-DATE-WORK-X PIC 9(8).               00012100
       01 WS-CAL-OK-SW PIC X(1) VALUE 'N'.                              00012200
           88 WS-CAL-ROW-OK    VALUE 'Y'.                               00012300
       01 WS-CAL-PAY-DATE PIC 9(8) VALUE 0.                             00012400
      * THE AUTHUSER CARDS - WHO MAY REOPEN A PERIOD.                   00012500
       01 WS-AUTH-COUNT PIC 9(2) COMP VALUE 0.                          00012600
       01 WS-AUTH-TABLE.                                                00012700
           05 WS-AUTH-ENTRY OCCURS 20 TIMES INDEXED BY WS-AUTH-IDX.     00012800
               10 WS-AUTH-USER PIC X(8).                                00012900
       01 WS-FOUND-SW PIC X(1) VALUE 'N'.                               00013000
           88 WS-ENTRY-FOUND   VALUE 'Y'.                               00013100
      * THE STATUS CODES IN STAGE ORDER AND THEIR REPORT WORDS, AS      00013200
      * PGM119 HOLDS THEM.                                              00013300
       01 WS-STAGE-VALUES.                                              00013400
           05 FILLER PIC X(11) VALUE 'OOPEN      '.                     00013500
           05 FILLER PIC X(11) VALUE 'CCALCULATED'.                     00013600
           05 FILLER PIC X(11) VALUE 'PPAID      '.                     00013700
           05 FILLER PIC X(11) VALUE 'GPOSTED    '.                     00013800
           05 FILLER PIC X(11) VALUE 'XCLOSED    '.                     00013900
       01 WS-STAGE-TABLE REDEFINES WS-STAGE-VALUES.                     00014000
           05 WS-STAGE-ENTRY OCCURS 5 TIMES INDEXED BY WS-STAGE-IDX.    00014100
               10 WS-STAGE-CODE PIC X(1).                               00014200
               10 WS-STAGE-WORD PIC X(10).                              00014300
       01 WS-STAGE-COUNTS.                                              00014400
           05 WS-STAGE-COUNT PIC 9(3) OCCURS 5 TIMES.                   00014500
       01 WS-RANK-CODE     PIC X(1) VALUE SPACES.                       00014600
       01 WS-RANK          PIC 9(1) VALUE 0.                            00014700
       01 WS-OLD-RANK      PIC 9(1) VALUE 0.                            00014800
       01 WS-NEW-RANK      PIC 9(1) VALUE 0.                            00014900
       01 WS-RANK-WORD     PIC X(10) VALUE SPACES.                      00015000
       01 WS-OLD-STATUS    PIC X(1) VALUE SPACES.                       00015100
       01 WS-NEW-STATUS    PIC X(1) VALUE SPACES.                       00015200
       01 WS-REJECT-TEXT   PIC X(34) VALUE SPACES.                      00015300
       01 WS-ACTION-TEXT   PIC X(6) VALUE SPACES.                       00015400
       01 WS-OVERDUE-FLAG  PIC X(7) VALUE SPACES.                       00015500
       01 WS-PERIOD-NO     PIC 9(2) VALUE 0.                            00015600
       01 WS-CALC-ED       PIC ZZ9.                                     00015700
       01 WS-REOPEN-ED     PIC ZZ9.                                     00015800
       01 WS-COUNT-ED      PIC ZZ9.                                     00015900
       01 WS-COUNT-CAL       PIC 9(5) VALUE 0.                          00016000
       01 WS-COUNT-ADDED     PIC 9(5) VALUE 0.                          00016100
       01 WS-COUNT-UPDATED   PIC 9(5) VALUE 0.                          00016200
       01 WS-COUNT-CAL-DIFF  PIC 9(5) VALUE 0.                          00016300
       01 WS-COUNT-CAL-BAD   PIC 9(5) VALUE 0.                          00016400
       01 WS-COUNT-TRANS     PIC 9(5) VALUE 0.                          00016500
       01 WS-COUNT-CLOSED    PIC 9(5) VALUE 0.                          00016600
       01 WS-COUNT-REOPENED  PIC 9(5) VALUE 0.                          00016700
       01 WS-COUNT-REJECTED  PIC 9(5) VALUE 0.                          00016800
       01 WS-COUNT-OVERDUE   PIC 9(5) VALUE 0.                          00016900
       01 WS-COUNT-PCT-ERR   PIC 9(5) VALUE 0.                          00017000
       01 WS-RETCD.                                                     00017100
           COPY CPRETCD.                                                00017200
       PROCEDURE DIVISION.                                              00017300
       MAIN-ROUTINE.                                                    00017400
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.                      00017500
            ACCEPT WS-RUN-TIME FROM TIME.                               00017600
            MOVE WS-RUN-YYYY TO WS-REPORT-YEAR.                         00017700
            PERFORM READ-CONTROL-PARMS.                                 00017800
            OPEN OUTPUT RPTFILE.                                        00017900
            MOVE '---- PGM120 PAY-PERIOD CONTROL ----' TO RPT-LINE.     00018000
            WRITE RPT-LINE.                                             00018100
            OPEN I-O PRDCTL.                                            00018200
            IF NOT WS-PCT-OPEN-OK THEN                                  00018300
               DISPLAY 'PGM120 PERIOD CONTROL CLUSTER OPEN FAILED, '    00018400
                  'STATUS ' WS-PCT-STATUS                               00018500
               MOVE 'PERIOD CONTROL CLUSTER OPEN FAILED - NOTHING DONE' 00018600
                  TO RPT-LINE                                           00018700
               WRITE RPT-LINE                                           00018800
               CLOSE RPTFILE                                            00018900
               SET WS-RC-IO-ERROR TO TRUE                               00019000
               MOVE WS-RETURN-CODE TO RETURN-CODE                       00019100
               GOBACK                                                   00019200
            END-IF.                                                     00019300
            PERFORM LOAD-PAY-CALENDAR.                                  00019400
            PERFORM APPLY-CONTROL-CARDS.                                00019500
            PERFORM WRITE-STATUS-REPORT.                                00019600
            PERFORM WRITE-CONTROL-SUMMARY.                              00019700
            CLOSE PRDCTL.                                               00019800
            CLOSE RPTFILE.                                              00019900
            SET WS-RC-OK TO TRUE.                                       00020000
            IF WS-COUNT-REJECTED > 0 OR WS-COUNT-CAL-DIFF > 0 OR        00020100
               WS-COUNT-CAL-BAD > 0 OR WS-COUNT-OVERDUE > 0 THEN        00020200
               SET WS-RC-WARNING TO TRUE                                00020300
            END-IF.                                                     00020400
            IF WS-COUNT-PCT-ERR > 0 THEN                                00020500
               SET WS-RC-IO-ERROR TO TRUE                               00020600
            END-IF.                                                     00020700
            MOVE WS-RETURN-CODE TO RETURN-CODE.                         00020800
            GOBACK.                                                     00020900
       READ-CONTROL-PARMS.                                              00021000
            OPEN INPUT PARMFILE.                                        00021100
            PERFORM READ-ONE-PARM THRU READ-ONE-PARM-EXIT               00021200
               UNTIL WS-PARM-EOF.                                       00021300
            CLOSE PARMFILE.                                             00021400
       READ-ONE-PARM.                                                   00021500
            READ PARMFILE                                               00021600
              AT END                                                    00021700
                 SET WS-PARM-EOF TO TRUE                                00021800
                 GO TO READ-ONE-PARM-EXIT                               00021900
            END-READ.                                                   00022000
            EVALUATE PARM-KEY                                           00022100
                WHEN 'AUTHUSER'                                         00022200
                   IF PARM-VALUE-TEXT (1:8) NOT = SPACES AND            00022300
                      WS-AUTH-COUNT < 20 THEN                           00022400
                      ADD 1 TO WS-AUTH-COUNT                            00022500
                      SET WS-AUTH-IDX TO WS-AUTH-COUNT                  00022600
                      MOVE PARM-VALUE-TEXT (1:8)                        00022700
                         TO WS-AUTH-USER (WS-AUTH-IDX)                  00022800
                   END-IF                                               00022900
                WHEN 'YEAR'                                             00023000
                   IF PARM-VALUE-TEXT (1:4) IS NUMERIC AND              00023100
                      PARM-VALUE-TEXT (1:4) > '1900' THEN               00023200
                      MOVE PARM-VALUE-TEXT (1:4) TO WS-REPORT-YEAR      00023300
                   END-IF                                               00023400
                WHEN 'RUNNUMBER'                                        00023500
                   MOVE PARM-VALUE-NUM TO WS-RUN-NUMBER                 00023600
                WHEN OTHER                                              00023700
                   CONTINUE                                             00023800
            END-EVALUATE.                                               00023900
       READ-ONE-PARM-EXIT.                                              00024000
            EXIT.                                                       00024100
      ******************************************************************00024200
      * EVERY CALENDAR PERIOD GETS A CONTROL RECORD.  ONLY AN OPEN     *00024300
      * PERIOD FOLLOWS A CALENDAR CHANGE - ONE ALREADY CALCULATED OR   *00024400
      * BEYOND KEEPS THE DATES IT WAS PROCESSED WITH.                  *00024500
      ******************************************************************00024600
       LOAD-PAY-CALENDAR.                                               00024700
            MOVE SPACES TO RPT-LINE.                                    00024800
            WRITE RPT-LINE.                                             00024900
            MOVE '---- PAY CALENDAR LOAD ----' TO RPT-LINE.             00025000
            WRITE RPT-LINE.                                             00025100
            OPEN INPUT PAYCAL.                                          00025200
            PERFORM LOAD-ONE-PERIOD THRU LOAD-ONE-PERIOD-EXIT           00025300
               UNTIL WS-CAL-EOF.                                        00025400
            CLOSE PAYCAL.                                               00025500
       LOAD-ONE-PERIOD.                                                 00025600
            READ PAYCAL                                                 00025700
              AT END                                                    00025800
                 SET WS-CAL-EOF TO TRUE                                 00025900
                 GO TO LOAD-ONE-PERIOD-EXIT                             00026000
            END-READ.                                                   00026100
            ADD 1 TO WS-COUNT-CAL.                                      00026200
            PERFORM CHECK-CALENDAR-ROW THRU CHECK-CALENDAR-ROW-EXIT.    00026300
            IF NOT WS-CAL-ROW-OK THEN                                   00026400
               ADD 1 TO WS-COUNT-CAL-BAD                                00026500
               MOVE SPACES TO RPT-LINE                                  00026600
               STRING 'BAD CALENDAR ROW SKIPPED: ' CAL-REC (1:26)       00026700
                  DELIMITED BY SIZE INTO RPT-LINE                       00026800
               END-STRING                                               00026900
               WRITE RPT-LINE                                           00027000
               GO TO LOAD-ONE-PERIOD-EXIT                               00027100
            END-IF.                                                     00027200
            MOVE CAL-PERIOD-START TO PCT-PER-START.                     00027300
            PERFORM READ-CONTROL-RECORD.                                00027400
            IF NOT WS-PCT-FOUND THEN                                    00027500
               MOVE SPACES TO PCT-REC                                   00027600
               MOVE CAL-PERIOD-START TO PCT-PER-START                   00027700
               MOVE CAL-PERIOD-END TO PCT-PER-END                       00027800
               MOVE WS-CAL-PAY-DATE TO PCT-PAY-DATE                     00027900
               SET PCT-STATUS-OPEN TO TRUE                              00028000
               PERFORM STAMP-CONTROL-RECORD                             00028100
               MOVE 0 TO PCT-CALC-COUNT                                 00028200
               MOVE 0 TO PCT-REOPEN-COUNT                               00028300
               WRITE PCT-REC                                            00028400
               IF WS-PCT-IO-OK THEN                                     00028500
                  ADD 1 TO WS-COUNT-ADDED                               00028600
               ELSE                                                     00028700
                  PERFORM REPORT-CLUSTER-ERROR                          00028800
               END-IF                                                   00028900
               GO TO LOAD-ONE-PERIOD-EXIT                               00029000
            END-IF.                                                     00029100
            IF PCT-PER-END = CAL-PERIOD-END AND                         00029200
               PCT-PAY-DATE = WS-CAL-PAY-DATE THEN                      00029300
               GO TO LOAD-ONE-PERIOD-EXIT                               00029400
            END-IF.                                                     00029500
            IF PCT-STATUS-OPEN THEN                                     00029600
               MOVE CAL-PERIOD-END TO PCT-PER-END                       00029700
               MOVE WS-CAL-PAY-DATE TO PCT-PAY-DATE                     00029800
               PERFORM STAMP-CONTROL-RECORD                             00029900
               REWRITE PCT-REC                                          00030000
               IF WS-PCT-IO-OK THEN                                     00030100
                  ADD 1 TO WS-COUNT-UPDATED                             00030200
                  MOVE SPACES TO RPT-LINE                               00030300
                  STRING 'PERIOD ' PCT-PER-START                        00030400
                     ' UPDATED FROM THE CALENDAR: END ' PCT-PER-END     00030500
                     ' PAY DATE ' PCT-PAY-DATE                          00030600
                     DELIMITED BY SIZE INTO RPT-LINE                    00030700
                  END-STRING                                            00030800
                  WRITE RPT-LINE                                        00030900
               ELSE                                                     00031000
                  PERFORM REPORT-CLUSTER-ERROR                          00031100
               END-IF                                                   00031200
            ELSE                                                        00031300
               ADD 1 TO WS-COUNT-CAL-DIFF                               00031400
               MOVE SPACES TO RPT-LINE                                  00031500
               STRING 'PERIOD ' PCT-PER-START                           00031600
                  ' UNDER WAY - CALENDAR NOW SAYS END '                 00031700
                  CAL-PERIOD-END ' PAY ' WS-CAL-PAY-DATE                00031800
                  DELIMITED BY SIZE INTO RPT-LINE                       00031900
               END-STRING                                               00032000
               WRITE RPT-LINE                                           00032100
            END-IF.                                                     00032200
       LOAD-ONE-PERIOD-EXIT.                                            00032300
            EXIT.                                                       00032400
      * BOTH DATES GO THROUGH PGM14, AS PGM51 CHECKS THEM; A HAND-KEYED 00032500
      * ROW WITH NO PAY DATE IS PAID ON THE PERIOD END.                 00032600
       CHECK-CALENDAR-ROW.                                              00032700
            MOVE 'N' TO WS-CAL-OK-SW.                                   00032800
            IF CAL-PERIOD-START IS NOT NUMERIC OR                       00032900
               CAL-PERIOD-END IS NOT NUMERIC THEN                       00033000
               GO TO CHECK-CALENDAR-ROW-EXIT                            00033100
            END-IF.                                                     00033200
            MOVE CAL-PERIOD-START TO WS-DATE-WORK.                      00033300
            CALL WS-DATEVAL-PGM USING WS-DATE-WORK-X,                   00033400
               WS-NO-HORIZON, WS-DATE-RC.                               00033500
            IF NOT WS-DATE-RC-OK THEN                                   00033600
               GO TO CHECK-CALENDAR-ROW-EXIT                            00033700
            END-IF.                                                     00033800
            MOVE CAL-PERIOD-END TO WS-DATE-WORK.                        00033900
            CALL WS-DATEVAL-PGM USING WS-DATE-WORK-X,                   00034000
               WS-NO-HORIZON, WS-DATE-RC.                               00034100
            IF NOT WS-DATE-RC-OK OR                                     00034200
               CAL-PERIOD-END < CAL-PERIOD-START THEN                   00034300
               GO TO CHECK-CALENDAR-ROW-EXIT                            00034400
            END-IF.                                                     00034500
            IF CAL-PAY-DATE IS NUMERIC AND CAL-PAY-DATE > 0 THEN        00034600
               MOVE CAL-PAY-DATE TO WS-CAL-PAY-DATE                     00034700
            ELSE                                                        00034800
               MOVE CAL-PERIOD-END TO WS-CAL-PAY-DATE                   00034900
            END-IF.                                                     00035000
            SET WS-CAL-ROW-OK TO TRUE.                                  00035100
       CHECK-CALENDAR-ROW-EXIT.                                         00035200
            EXIT.                                                       00035300
       READ-CONTROL-RECORD.                                             00035400
            MOVE 'N' TO WS-PCT-FOUND-SW.                                00035500
            READ PRDCTL                                                 00035600
              INVALID KEY                                               00035700
                 CONTINUE                                               00035800
              NOT INVALID KEY                                           00035900
                 SET WS-PCT-FOUND TO TRUE                               00036000
            END-READ.                                                   00036100
            IF NOT WS-PCT-FOUND AND NOT WS-PCT-NOT-FOUND THEN           00036200
               PERFORM REPORT-CLUSTER-ERROR                             00036300
            END-IF.                                                     00036400
       STAMP-CONTROL-RECORD.                                            00036500
            MOVE 'PGM120' TO PCT-LAST-PROGRAM.                          00036600
            MOVE WS-RUN-DATE TO PCT-LAST-DATE.                          00036700
            MOVE WS-RUN-TIME TO PCT-LAST-TIME.                          00036800
            MOVE WS-RUN-NUMBER TO PCT-LAST-RUN.                         00036900
       REPORT-CLUSTER-ERROR.                                            00037000
            ADD 1 TO WS-COUNT-PCT-ERR.                                  00037100
            DISPLAY 'PGM120 PERIOD CONTROL CLUSTER ERROR, STATUS '      00037200
               WS-PCT-STATUS ' PERIOD ' PCT-PER-START.                  00037300
            MOVE SPACES TO RPT-LINE.                                    00037400
            STRING 'PERIOD CONTROL CLUSTER ERROR, STATUS '              00037500
               WS-PCT-STATUS ' PERIOD ' PCT-PER-START                   00037600
               DELIMITED BY SIZE INTO RPT-LINE                          00037700
            END-STRING.                                                 00037800
            WRITE RPT-LINE.                                             00037900
      ******************************************************************00038000
      * CLOSE AND REOPEN CARDS.  EACH ONE APPLIED IS AUDITED.          *00038100
      ******************************************************************00038200
       APPLY-CONTROL-CARDS.                                             00038300
            MOVE SPACES TO RPT-LINE.                                    00038400
            WRITE RPT-LINE.                                             00038500
            MOVE '---- CLOSE AND REOPEN CARDS ----' TO RPT-LINE.        00038600
            WRITE RPT-LINE.                                             00038700
            OPEN INPUT CTLTRN.                                          00038800
            OPEN EXTEND AUDOUT.                                         00038900
            PERFORM APPLY-ONE-CARD THRU APPLY-ONE-CARD-EXIT             00039000
               UNTIL WS-TRN-EOF.                                        00039100
            CLOSE AUDOUT.                                               00039200
            CLOSE CTLTRN.                                               00039300
       APPLY-ONE-CARD.                                                  00039400
            READ CTLTRN                                                 00039500
              AT END                                                    00039600
                 SET WS-TRN-EOF TO TRUE                                 00039700
                 GO TO APPLY-ONE-CARD-EXIT                              00039800
            END-READ.                                                   00039900
            IF CTL-REC (1:1) = '*' OR CTL-REC = SPACES THEN             00040000
               GO TO APPLY-ONE-CARD-EXIT                                00040100
            END-IF.                                                     00040200
            ADD 1 TO WS-COUNT-TRANS.                                    00040300
            MOVE SPACES TO WS-REJECT-TEXT.                              00040400
            EVALUATE TRUE                                               00040500
                WHEN CTL-ACTION-CLOSE                                   00040600
                   MOVE 'CLOSE' TO WS-ACTION-TEXT                       00040700
                WHEN CTL-ACTION-REOPEN                                  00040800
                   MOVE 'REOPEN' TO WS-ACTION-TEXT                      00040900
                WHEN OTHER                                              00041000
                   MOVE CTL-ACTION TO WS-ACTION-TEXT                    00041100
                   MOVE 'UNKNOWN ACTION' TO WS-REJECT-TEXT              00041200
            END-EVALUATE.                                               00041300
            IF WS-REJECT-TEXT = SPACES AND                              00041400
               CTL-PERIOD-DATE IS NOT NUMERIC THEN                      00041500
               MOVE 'PERIOD DATE NOT NUMERIC' TO WS-REJECT-TEXT         00041600
            END-IF.                                                     00041700
            IF WS-REJECT-TEXT = SPACES THEN                             00041800
               PERFORM FIND-CARD-PERIOD                                 00041900
               IF NOT WS-PCT-FOUND THEN                                 00042000
                  MOVE 'NO PERIOD COVERS THE DATE' TO WS-REJECT-TEXT    00042100
               END-IF                                                   00042200
            END-IF.                                                     00042300
            IF WS-REJECT-TEXT = SPACES THEN                             00042400
               MOVE PCT-STATUS TO WS-OLD-STATUS                         00042500
               IF CTL-ACTION-CLOSE THEN                                 00042600
                  PERFORM CHECK-CLOSE-CARD                              00042700
               ELSE                                                     00042800
                  PERFORM CHECK-REOPEN-CARD                             00042900
               END-IF                                                   00043000
            END-IF.                                                     00043100
            IF WS-REJECT-TEXT NOT = SPACES THEN                         00043200
               ADD 1 TO WS-COUNT-REJECTED                               00043300
               MOVE SPACES TO RPT-LINE                                  00043400
               STRING 'REJECTED ' WS-ACTION-TEXT ' ' CTL-PERIOD-DATE    00043500
                  ' ' CTL-AUTH-USER ' - ' WS-REJECT-TEXT                00043600
                  DELIMITED BY SIZE INTO RPT-LINE                       00043700
               END-STRING                                               00043800
               WRITE RPT-LINE                                           00043900
               GO TO APPLY-ONE-CARD-EXIT                                00044000
            END-IF.                                                     00044100
            MOVE WS-NEW-STATUS TO PCT-STATUS.                           00044200
            PERFORM STAMP-CONTROL-RECORD.                               00044300
            IF CTL-ACTION-REOPEN AND PCT-REOPEN-COUNT < 999 THEN        00044400
               ADD 1 TO PCT-REOPEN-COUNT                                00044500
            END-IF.                                                     00044600
            REWRITE PCT-REC.                                            00044700
            IF NOT WS-PCT-IO-OK THEN                                    00044800
               PERFORM REPORT-CLUSTER-ERROR                             00044900
               GO TO APPLY-ONE-CARD-EXIT                                00045000
            END-IF.                                                     00045100
            IF CTL-ACTION-CLOSE THEN                                    00045200
               ADD 1 TO WS-COUNT-CLOSED                                 00045300
            ELSE                                                        00045400
               ADD 1 TO WS-COUNT-REOPENED                               00045500
            END-IF.                                                     00045600
            PERFORM WRITE-CONTROL-AUDIT.                                00045700
            MOVE WS-OLD-STATUS TO WS-RANK-CODE.                         00045800
            PERFORM FIND-STAGE-RANK.                                    00045900
            PERFORM FIND-RANK-WORD.                                     00046000
            MOVE SPACES TO RPT-LINE.                                    00046100
            STRING WS-ACTION-TEXT ' ' PCT-PER-START ' FROM '            00046200
               WS-RANK-WORD ' TO ' PCT-STATUS ' BY ' CTL-AUTH-USER      00046300
               ' ' CTL-REASON (1:20)                                    00046400
               DELIMITED BY SIZE INTO RPT-LINE                          00046500
            END-STRING.                                                 00046600
            WRITE RPT-LINE.                                             00046700
       APPLY-ONE-CARD-EXIT.                                             00046800
            EXIT.                                                       00046900
      * THE CARD MAY NAME ANY DATE INSIDE THE PERIOD, SO THE CLUSTER    00047000
      * IS READ FROM THE TOP UNTIL A PERIOD COVERS IT.                  00047100
       FIND-CARD-PERIOD.                                                00047200
            MOVE 'N' TO WS-PCT-FOUND-SW.                                00047300
            MOVE 'N' TO WS-SCAN-EOF-SW.                                 00047400
            MOVE 0 TO PCT-PER-START.                                    00047500
            START PRDCTL KEY IS NOT LESS THAN PCT-PER-START             00047600
              INVALID KEY                                               00047700
                 SET WS-SCAN-EOF TO TRUE                                00047800
            END-START.                                                  00047900
            PERFORM SCAN-CARD-PERIOD THRU SCAN-CARD-PERIOD-EXIT         00048000
               UNTIL WS-SCAN-EOF OR WS-PCT-FOUND.                       00048100
      * THE READ FOR UPDATE - A REWRITE MUST FOLLOW A READ.             00048200
            IF WS-PCT-FOUND THEN                                        00048300
               PERFORM READ-CONTROL-RECORD                              00048400
            END-IF.                                                     00048500
       SCAN-CARD-PERIOD.                                                00048600
            READ PRDCTL NEXT RECORD                                     00048700
              AT END                                                    00048800
                 SET WS-SCAN-EOF TO TRUE                                00048900
                 GO TO SCAN-CARD-PERIOD-EXIT                            00049000
            END-READ.                                                   00049100
            IF NOT WS-PCT-IO-OK OR                                      00049200
               PCT-PER-START > CTL-PERIOD-DATE THEN                     00049300
               SET WS-SCAN-EOF TO TRUE                                  00049400
               GO TO SCAN-CARD-PERIOD-EXIT                              00049500
            END-IF.                                                     00049600
            IF PCT-PER-END >= CTL-PERIOD-DATE THEN                      00049700
               SET WS-PCT-FOUND TO TRUE                                 00049800
            END-IF.                                                     00049900
       SCAN-CARD-PERIOD-EXIT.                                           00050000
            EXIT.                                                       00050100
       CHECK-CLOSE-CARD.                                                00050200
            IF PCT-STATUS-POSTED THEN                                   00050300
               MOVE 'X' TO WS-NEW-STATUS                                00050400
            ELSE                                                        00050500
               MOVE PCT-STATUS TO WS-RANK-CODE                          00050600
               PERFORM FIND-STAGE-RANK                                  00050700
               PERFORM FIND-RANK-WORD                                   00050800
               STRING 'PERIOD IS ' WS-RANK-WORD ', NOT POSTED'          00050900
                  DELIMITED BY SIZE INTO WS-REJECT-TEXT                 00051000
               END-STRING                                               00051100
            END-IF.                                                     00051200
      * A REOPEN MUST BE AUTHORISED, GIVE A REASON AND MOVE THE         00051300
      * PERIOD BACK - NEVER FORWARD, WHICH ONLY THE STEPS DO.           00051400
       CHECK-REOPEN-CARD.                                               00051500
            MOVE 'N' TO WS-FOUND-SW.                                    00051600
            IF CTL-AUTH-USER NOT = SPACES AND WS-AUTH-COUNT > 0 THEN    00051700
               PERFORM CHECK-ONE-AUTH-USER                              00051800
                  VARYING WS-AUTH-IDX FROM 1 BY 1                       00051900
                  UNTIL WS-AUTH-IDX > WS-AUTH-COUNT OR WS-ENTRY-FOUND   00052000
            END-IF.                                                     00052100
            IF CTL-REOPEN-TO = SPACE THEN                               00052200
               MOVE 'O' TO WS-NEW-STATUS                                00052300
            ELSE                                                        00052400
               MOVE CTL-REOPEN-TO TO WS-NEW-STATUS                      00052500
            END-IF.                                                     00052600
            MOVE WS-OLD-STATUS TO WS-RANK-CODE.                         00052700
            PERFORM FIND-STAGE-RANK.                                    00052800
            MOVE WS-RANK TO WS-OLD-RANK.                                00052900
            MOVE WS-NEW-STATUS TO WS-RANK-CODE.                         00053000
            PERFORM FIND-STAGE-RANK.                                    00053100
            MOVE WS-RANK TO WS-NEW-RANK.                                00053200
            EVALUATE TRUE                                               00053300
                WHEN NOT WS-ENTRY-FOUND                                 00053400
                   MOVE 'AUTHORISER NOT ON AN AUTHUSER CARD'            00053500
                      TO WS-REJECT-TEXT                                 00053600
                WHEN CTL-REASON = SPACES                                00053700
                   MOVE 'NO REASON GIVEN' TO WS-REJECT-TEXT             00053800
                WHEN WS-NEW-RANK = 0 OR WS-NEW-RANK = 5                 00053900
                   MOVE 'REOPEN STATUS NOT O, C, P OR G'                00054000
                      TO WS-REJECT-TEXT                                 00054100
                WHEN WS-NEW-RANK >= WS-OLD-RANK                         00054200
                   MOVE 'REOPEN WOULD NOT MOVE IT BACK'                 00054300
                      TO WS-REJECT-TEXT                                 00054400
                WHEN OTHER                                              00054500
                   CONTINUE                                             00054600
            END-EVALUATE.                                               00054700
       CHECK-ONE-AUTH-USER.                                             00054800
            IF WS-AUTH-USER (WS-AUTH-IDX) = CTL-AUTH-USER THEN          00054900
               SET WS-ENTRY-FOUND TO TRUE                               00055000
            END-IF.                                                     00055100
       WRITE-CONTROL-AUDIT.                                             00055200
            MOVE SPACES TO PCA-REC.                                     00055300
            MOVE WS-RUN-DATE TO PCA-DATE.                               00055400
            MOVE WS-RUN-TIME TO PCA-TIME.                               00055500
            MOVE CTL-ACTION TO PCA-ACTION.                              00055600
            MOVE PCT-PER-START TO PCA-PER-START.                        00055700
            MOVE WS-OLD-STATUS TO PCA-OLD-STATUS.                       00055800
            MOVE PCT-STATUS TO PCA-NEW-STATUS.                          00055900
            MOVE CTL-AUTH-USER TO PCA-AUTH-USER.                        00056000
            MOVE WS-RUN-NUMBER TO PCA-RUN-NUMBER.                       00056100
            MOVE CTL-REASON TO PCA-REASON.                              00056200
            WRITE PCA-REC.                                              00056300
       FIND-STAGE-RANK.                                                 00056400
            MOVE 0 TO WS-RANK.                                          00056500
            PERFORM CHECK-ONE-STAGE                                     00056600
               VARYING WS-STAGE-IDX FROM 1 BY 1                         00056700
               UNTIL WS-STAGE-IDX > 5 OR WS-RANK > 0.                   00056800
       CHECK-ONE-STAGE.                                                 00056900
            IF WS-STAGE-CODE (WS-STAGE-IDX) = WS-RANK-CODE THEN         00057000
               SET WS-RANK TO WS-STAGE-IDX                              00057100
            END-IF.                                                     00057200
       FIND-RANK-WORD.                                                  00057300
            IF WS-RANK = 0 THEN                                         00057400
               MOVE 'UNKNOWN' TO WS-RANK-WORD                           00057500
            ELSE                                                        00057600
               SET WS-STAGE-IDX TO WS-RANK                              00057700
               MOVE WS-STAGE-WORD (WS-STAGE-IDX) TO WS-RANK-WORD        00057800
            END-IF.                                                     00057900
      ******************************************************************00058000
      * WHERE EVERY PERIOD OF THE YEAR STANDS.                         *00058100
      ******************************************************************00058200
       WRITE-STATUS-REPORT.                                             00058300
            MOVE SPACES TO RPT-LINE.                                    00058400
            WRITE RPT-LINE.                                             00058500
            MOVE SPACES TO RPT-LINE.                                    00058600
            STRING '---- PERIOD STATUS ' WS-REPORT-YEAR                 00058700
               ' AS AT ' WS-RUN-DATE ' ----'                            00058800
               DELIMITED BY SIZE INTO RPT-LINE                          00058900
            END-STRING.                                                 00059000
            WRITE RPT-LINE.                                             00059100
            MOVE SPACES TO RPT-LINE.                                    00059200
            STRING 'NO START    END      PAY DATE STATUS     STEP    ' 000059300
               ' ON       RUN   CAL REO'                              0000059400
               DELIMITED BY SIZE INTO RPT-LINE                          00059500
            END-STRING.                                                 00059600
            WRITE RPT-LINE.                                             00059700
            MOVE 0 TO WS-PERIOD-NO.                                     00059800
            INITIALIZE WS-STAGE-COUNTS.                                 00059900
            MOVE 'N' TO WS-SCAN-EOF-SW.                                 00060000
            COMPUTE PCT-PER-START = WS-REPORT-YEAR * 10000 + 0101.      00060100
            START PRDCTL KEY IS NOT LESS THAN PCT-PER-START             00060200
              INVALID KEY                                               00060300
                 SET WS-SCAN-EOF TO TRUE                                00060400
            END-START.                                                  00060500
            PERFORM REPORT-ONE-PERIOD THRU REPORT-ONE-PERIOD-EXIT       00060600
               UNTIL WS-SCAN-EOF.                                       00060700
            MOVE SPACES TO RPT-LINE.                                    00060800
            WRITE RPT-LINE.                                             00060900
            PERFORM WRITE-STAGE-COUNT                                   00061000
               VARYING WS-STAGE-IDX FROM 1 BY 1                         00061100
               UNTIL WS-STAGE-IDX > 5.                                  00061200
       REPORT-ONE-PERIOD.                                               00061300
            READ PRDCTL NEXT RECORD                                     00061400
              AT END                                                    00061500
                 SET WS-SCAN-EOF TO TRUE                                00061600
                 GO TO REPORT-ONE-PERIOD-EXIT                           00061700
            END-READ.                                                   00061800
            IF NOT WS-PCT-IO-OK OR                                      00061900
               PCT-PER-START (1:4) NOT = WS-REPORT-YEAR THEN            00062000
               SET WS-SCAN-EOF TO TRUE                                  00062100
               GO TO REPORT-ONE-PERIOD-EXIT                             00062200
            END-IF.                                                     00062300
            ADD 1 TO WS-PERIOD-NO.                                      00062400
            MOVE PCT-STATUS TO WS-RANK-CODE.                            00062500
            PERFORM FIND-STAGE-RANK.                                    00062600
            PERFORM FIND-RANK-WORD.                                     00062700
            IF WS-RANK > 0 THEN                                         00062800
               ADD 1 TO WS-STAGE-COUNT (WS-RANK)                        00062900
            END-IF.                                                     00063000
            MOVE SPACES TO WS-OVERDUE-FLAG.                             00063100
            IF PCT-PAY-DATE < WS-RUN-DATE AND                           00063200
               (PCT-STATUS-OPEN OR PCT-STATUS-CALCULATED) THEN          00063300
               MOVE 'OVERDUE' TO WS-OVERDUE-FLAG                        00063400
               ADD 1 TO WS-COUNT-OVERDUE                                00063500
            END-IF.                                                     00063600
            MOVE PCT-CALC-COUNT TO WS-CALC-ED.                          00063700
            MOVE PCT-REOPEN-COUNT TO WS-REOPEN-ED.                      00063800
            MOVE SPACES TO RPT-LINE.                                    00063900
            STRING WS-PERIOD-NO ' ' PCT-PER-START ' ' PCT-PER-END ' '   00064000
               PCT-PAY-DATE ' ' WS-RANK-WORD ' ' PCT-LAST-PROGRAM       00064100
               ' ' PCT-LAST-DATE ' ' PCT-LAST-RUN ' ' WS-CALC-ED        00064200
               ' ' WS-REOPEN-ED ' ' WS-OVERDUE-FLAG                    000064300
               DELIMITED BY SIZE INTO RPT-LINE                          00064400
            END-STRING.                                                 00064500
            WRITE RPT-LINE.                                             00064600
       REPORT-ONE-PERIOD-EXIT.                                          00064700
            EXIT.                                                       00064800
       WRITE-STAGE-COUNT.                                               00064900
            MOVE WS-STAGE-COUNT (WS-STAGE-IDX) TO WS-COUNT-ED.          00065000
            MOVE SPACES TO RPT-LINE.                                    00065100
            STRING WS-STAGE-WORD (WS-STAGE-IDX) ' ' WS-COUNT-ED         00065200
               DELIMITED BY SIZE INTO RPT-LINE                          00065300
            END-STRING.                                                 00065400
            WRITE RPT-LINE.                                             00065500
       WRITE-CONTROL-SUMMARY.                                           00065600
            MOVE SPACES TO RPT-LINE.                                    00065700
            WRITE RPT-LINE.                                             00065800
            MOVE SPACES TO RPT-LINE.                                    00065900
            STRING 'CALENDAR ROWS ' WS-COUNT-CAL                        00066000
               ' ADDED ' WS-COUNT-ADDED                                 00066100
               ' UPDATED ' WS-COUNT-UPDATED                             00066200
               ' DIFFER ' WS-COUNT-CAL-DIFF                             00066300
               ' BAD ' WS-COUNT-CAL-BAD                                 00066400
               DELIMITED BY SIZE INTO RPT-LINE                          00066500
            END-STRING.                                                 00066600
            WRITE RPT-LINE.                                             00066700
            MOVE SPACES TO RPT-LINE.                                    00066800
            STRING 'CARDS ' WS-COUNT-TRANS                              00066900
               ' CLOSED ' WS-COUNT-CLOSED                               00067000
               ' REOPENED ' WS-COUNT-REOPENED                           00067100
               ' REJECTED ' WS-COUNT-REJECTED                           00067200
               ' OVERDUE ' WS-COUNT-OVERDUE                             00067300
               DELIMITED BY SIZE INTO RPT-LINE                          00067400
            END-STRING.                                                 00067500
            WRITE RPT-LINE.                                             00067600
            IF WS-COUNT-PCT-ERR > 0 THEN                                00067700
               MOVE '*** PERIOD CONTROL CLUSTER ERRORS - SEE ABOVE ***' 00067800
                  TO RPT-LINE                                           00067900
               WRITE RPT-LINE                                           00068000
            END-IF.                                                     00068100

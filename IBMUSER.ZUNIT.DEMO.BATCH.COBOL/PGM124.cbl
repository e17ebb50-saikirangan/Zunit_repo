       IDENTIFICATION DIVISION.                                         00000100
       PROGRAM-ID.   PGM124.                                            00000200
      * NAME KSDS CHANGE JOURNAL REPORT.  READS THE CHANGE JOURNAL      00000300
      * (DDJRNLIN, CPKJRNL, SORTED ON KJ-STAMP - THE KSDSJRPT JCL       00000400
      * SORTS THE JRNLHIST GENERATIONS AND THE LIVE JOURNALS            00000500
      * TOGETHER) AND LISTS WHO CHANGED AN EMPLOYEE'S RECORD AND        00000600
      * WHEN: DATE, TIME, PROGRAM OR TRANSACTION, USER, TERMINAL AND    00000700
      * ACTION, FOLLOWED BY THE FIELDS THE CHANGE ALTERED, OLD AND      00000800
      * NEW.                                                            00000900
      * CARDS ON DDPARMIN, ALL OPTIONAL:                                00001000
      *   EMPID     AN EMPLOYEE TO REPORT, ONE CARD EACH, UP TO 50.     00001100
      *             NONE - EVERY EMPLOYEE.                              00001200
      *   FROMDATE  YYYYMMDD, TODATE YYYYMMDD - THE DATES TO REPORT.    00001300
      *   SOURCE    ONLY CHANGES MADE BY THIS PROGRAM OR TRANSACTION.   00001400
      *   USERID    ONLY CHANGES MADE BY THIS USER.                     00001500
      * PGM07 RELOAD MARKERS (R) ARE LISTED.  THE L RECORDS OF A        00001600
      * RELOAD ARE LISTED ONLY FOR A SELECTED EMPLOYEE AND ONLY WHEN    00001700
      * THE RELOAD CHANGED THE RECORD SINCE IT WAS LAST SEEN IN THE     00001800
      * JOURNAL; THE REST ARE COUNTED.                                  00001900
      * ENDS RC 04 WHEN A JOURNAL RECORD WAS UNREADABLE.                00002000
       ENVIRONMENT DIVISION.                                            00002100
       INPUT-OUTPUT SECTION.                                            00002200
       FILE-CONTROL.                                                    00002300
                SELECT JRNLIN ASSIGN TO DDJRNLIN                        00002400
                ORGANIZATION IS SEQUENTIAL.                             00002500
                SELECT PARMFILE ASSIGN TO DDPARMIN                      00002600
                ORGANIZATION IS SEQUENTIAL.                             00002700
                SELECT RPTFILE ASSIGN TO DDRPTOUT                       00002800
                ORGANIZATION IS SEQUENTIAL.                             00002900
       DATA DIVISION.                                                   00003000
       FILE SECTION.                                                    00003100
       FD JRNLIN                                                        00003200
            RECORDING MODE IS F.                                        00003300
       01 KJ-REC.                                                       00003400
          COPY CPKJRNL.                                                 00003500
       FD PARMFILE                                                      00003600
            RECORDING MODE IS F.                                        00003700
       01 PARM-CARD.                                                    00003800
          COPY CPPARMCD.                                                00003900
       FD RPTFILE                                                       00004000
            RECORDING MODE IS F.                                        00004100
       01 RPT-LINE PIC X(80).                                           00004200
       WORKING-STORAGE SECTION.                                         00004300
       01 WS-JRNL-EOF-SW PIC X(1) VALUE 'N'.                            00004400
           88 WS-JRNL-EOF      VALUE 'Y'.                               00004500
       01 WS-PARM-EOF-SW PIC X(1) VALUE 'N'.                            00004600
           88 WS-PARM-EOF      VALUE 'Y'.                               00004700
       01 WS-SELECTED-SW PIC X(1) VALUE 'N'.                            00004800
           88 WS-EMP-SELECTED  VALUE 'Y'.                               00004900
       01 WS-FROM-DATE        PIC 9(8) VALUE 0.                         00005000
       01 WS-TO-DATE          PIC 9(8) VALUE 99999999.                  00005100
       01 WS-SEL-SOURCE       PIC X(8) VALUE SPACES.                    00005200
       01 WS-SEL-USERID       PIC X(8) VALUE SPACES.                    00005300
      * THE EMPLOYEES ASKED FOR, WITH THE LAST IMAGE OF EACH SEEN IN    00005400
      * THE JOURNAL SO A RELOAD THAT CHANGED NOTHING CAN BE PASSED      00005500
      * OVER.                                                           00005600
       01 WS-EMP-TABLE.                                                 00005700
           05 WS-EMP-COUNT     PIC 9(3) VALUE 0.                        00005800
           05 WS-EMP-ENTRY OCCURS 50 TIMES INDEXED BY WS-EMP-IDX.       00005900
               10 WS-EMP-ID         PIC X(8).                           00006000
               10 WS-EMP-LAST-IMAGE PIC X(80).                          00006100
               10 WS-EMP-LISTED     PIC 9(5).                           00006200
       01 WS-SUB              PIC 9(3) VALUE 0.                         00006300
       01 WS-BEFORE-REC.                                                00006400
          COPY CPFLREC.                                                 00006500
       01 WS-AFTER-REC.                                                 00006600
          COPY CPFLREC.                                                 00006700
       01 WS-FIELD-NAME       PIC X(8) VALUE SPACES.                    00006800
       01 WS-OLD-VALUE        PIC X(20) VALUE SPACES.                   00006900
       01 WS-NEW-VALUE        PIC X(20) VALUE SPACES.                   00007000
       01 WS-SALARY-ED        PIC Z(7)9.99.                             00007100
       01 WS-TIME-ED.                                                   00007200
           05 WS-TIME-HH      PIC X(2).                                 00007300
           05 FILLER          PIC X(1) VALUE ':'.                       00007400
           05 WS-TIME-MM      PIC X(2).                                 00007500
           05 FILLER          PIC X(1) VALUE ':'.                       00007600
           05 WS-TIME-SS      PIC X(2).                                 00007700
           05 FILLER          PIC X(1) VALUE '.'.                       00007800
           05 WS-TIME-HS      PIC X(2).                                 00007900
       01 WS-ACTION-TEXT      PIC X(7) VALUE SPACES.                    00008000
       01 WS-COUNT-READ       PIC 9(7) VALUE 0.                         00008100
       01 WS-COUNT-LISTED     PIC 9(7) VALUE 0.                         00008200
       01 WS-COUNT-NOT-WANTED PIC 9(7) VALUE 0.                         00008300
       01 WS-COUNT-LOAD-SKIP  PIC 9(7) VALUE 0.                         00008400
       01 WS-COUNT-BAD        PIC 9(7) VALUE 0.                         00008500
       01 WS-RETCD.                                                     00008600
           COPY CPRETCD.                                                00008700
       PROCEDURE DIVISION.                                              00008800
       MAIN-ROUTINE.                                                    00008900
            PERFORM READ-REPORT-PARMS.                                  00009000
            OPEN INPUT JRNLIN.                                          00009100
            OPEN OUTPUT RPTFILE.                                        00009200
            MOVE '---- PGM124 NAME KSDS CHANGE JOURNAL REPORT ----'     00009300
               TO RPT-LINE.                                             00009400
            WRITE RPT-LINE.                                             00009500
            MOVE SPACES TO RPT-LINE.                                    00009600
            STRING 'DATES ' WS-FROM-DATE ' TO ' WS-TO-DATE              00009700
               '  SOURCE ' WS-SEL-SOURCE '  USER ' WS-SEL-USERID        00009800
               DELIMITED BY SIZE INTO RPT-LINE                          00009900
            END-STRING.                                                 00010000
            WRITE RPT-LINE.                                             00010100
            MOVE SPACES TO RPT-LINE.                                    00010200
            WRITE RPT-LINE.                                             00010300
            MOVE SPACES TO RPT-LINE.                                    00010400
            STRING 'DATE     TIME        SOURCE   USER     '            00010500
               'TERM ACTION  EMP ID'                                    00010600
               DELIMITED BY SIZE INTO RPT-LINE                          00010700
            END-STRING.                                                 00010800
            WRITE RPT-LINE.                                             00010900
            PERFORM REPORT-ONE-JOURNAL-REC                              00011000
               THRU REPORT-ONE-JOURNAL-REC-EXIT                         00011100
               UNTIL WS-JRNL-EOF.                                       00011200
            PERFORM WRITE-REPORT-SUMMARY.                               00011300
            CLOSE JRNLIN.                                               00011400
            CLOSE RPTFILE.                                              00011500
            SET WS-RC-OK TO TRUE.                                       00011600
            IF WS-COUNT-BAD > 0 THEN                                    00011700
               SET WS-RC-WARNING TO TRUE                                00011800
            END-IF.                                                     00011900
            MOVE WS-RETURN-CODE TO RETURN-CODE.                         00012000
            GOBACK.                                                     00012100
       READ-REPORT-PARMS.                                               00012200
            OPEN INPUT PARMFILE.                                        00012300
            PERFORM READ-ONE-PARM THRU READ-ONE-PARM-EXIT               00012400
               UNTIL WS-PARM-EOF.                                       00012500
            CLOSE PARMFILE.                                             00012600
       READ-ONE-PARM.                                                   00012700
            READ PARMFILE                                               00012800
              AT END                                                    00012900
                 SET WS-PARM-EOF TO TRUE                                00013000
                 GO TO READ-ONE-PARM-EXIT                               00013100
            END-READ.                                                   00013200
            EVALUATE PARM-KEY                                           00013300
                WHEN 'EMPID'                                            00013400
                   IF WS-EMP-COUNT < 50 THEN                            00013500
                      ADD 1 TO WS-EMP-COUNT                             00013600
                      MOVE PARM-VALUE-TEXT (1:8)                        00013700
                         TO WS-EMP-ID (WS-EMP-COUNT)                    00013800
                      MOVE SPACES TO WS-EMP-LAST-IMAGE (WS-EMP-COUNT)   00013900
                      MOVE 0 TO WS-EMP-LISTED (WS-EMP-COUNT)            00014000
                   END-IF                                               00014100
                WHEN 'FROMDATE'                                         00014200
                   IF PARM-VALUE-NUM < 100000000 THEN                   00014300
                      MOVE PARM-VALUE-NUM TO WS-FROM-DATE               00014400
                   END-IF                                               00014500
                WHEN 'TODATE'                                           00014600
                   IF PARM-VALUE-NUM > 0 AND                            00014700
                      PARM-VALUE-NUM < 100000000 THEN                   00014800
                      MOVE PARM-VALUE-NUM TO WS-TO-DATE                 00014900
                   END-IF                                               00015000
                WHEN 'SOURCE'                                           00015100
                   MOVE PARM-VALUE-TEXT (1:8) TO WS-SEL-SOURCE          00015200
                WHEN 'USERID'                                           00015300
                   MOVE PARM-VALUE-TEXT (1:8) TO WS-SEL-USERID          00015400
                WHEN OTHER                                              00015500
                   CONTINUE                                             00015600
            END-EVALUATE.                                               00015700
       READ-ONE-PARM-EXIT.                                              00015800
            EXIT.                                                       00015900
      ******************************************************************00016000
      * ONE JOURNAL RECORD: FILTER IT, THEN LIST IT WITH THE FIELDS    *00016100
      * IT CHANGED.                                                    *00016200
      ******************************************************************00016300
       REPORT-ONE-JOURNAL-REC.                                          00016400
            READ JRNLIN                                                 00016500
              AT END                                                    00016600
                 SET WS-JRNL-EOF TO TRUE                                00016700
                 GO TO REPORT-ONE-JOURNAL-REC-EXIT                      00016800
            END-READ.                                                   00016900
            ADD 1 TO WS-COUNT-READ.                                     00017000
            IF KJ-DATE IS NOT NUMERIC OR KJ-TIME IS NOT NUMERIC THEN    00017100
               ADD 1 TO WS-COUNT-BAD                                    00017200
               GO TO REPORT-ONE-JOURNAL-REC-EXIT                        00017300
            END-IF.                                                     00017400
            IF KJ-DATE < WS-FROM-DATE OR KJ-DATE > WS-TO-DATE OR        00017500
               (WS-SEL-SOURCE NOT = SPACES AND                          00017600
                KJ-SOURCE NOT = WS-SEL-SOURCE) OR                       00017700
               (WS-SEL-USERID NOT = SPACES AND                          00017800
                KJ-USERID NOT = WS-SEL-USERID) THEN                     00017900
               ADD 1 TO WS-COUNT-NOT-WANTED                             00018000
               GO TO REPORT-ONE-JOURNAL-REC-EXIT                        00018100
            END-IF.                                                     00018200
            IF KJ-ACTION-RELOAD THEN                                    00018300
               PERFORM WRITE-JOURNAL-HEADING                            00018400
               GO TO REPORT-ONE-JOURNAL-REC-EXIT                        00018500
            END-IF.                                                     00018600
            MOVE 'N' TO WS-SELECTED-SW.                                 00018700
            IF WS-EMP-COUNT = 0 THEN                                    00018800
               SET WS-EMP-SELECTED TO TRUE                              00018900
            ELSE                                                        00019000
               SET WS-EMP-IDX TO 1                                      00019100
               SEARCH WS-EMP-ENTRY                                      00019200
                  AT END                                                00019300
                     CONTINUE                                           00019400
                  WHEN WS-EMP-IDX > WS-EMP-COUNT                        00019500
                     CONTINUE                                           00019600
                  WHEN WS-EMP-ID (WS-EMP-IDX) = KJ-EMP-ID               00019700
                     SET WS-EMP-SELECTED TO TRUE                        00019800
               END-SEARCH                                               00019900
            END-IF.                                                     00020000
            IF NOT WS-EMP-SELECTED THEN                                 00020100
               ADD 1 TO WS-COUNT-NOT-WANTED                             00020200
               GO TO REPORT-ONE-JOURNAL-REC-EXIT                        00020300
            END-IF.                                                     00020400
            IF KJ-ACTION-LOAD THEN                                      00020500
               IF WS-EMP-COUNT = 0 OR                                   00020600
                  KJ-AFTER-IMAGE = WS-EMP-LAST-IMAGE (WS-EMP-IDX) THEN  00020700
                  ADD 1 TO WS-COUNT-LOAD-SKIP                           00020800
                  IF WS-EMP-COUNT > 0 THEN                              00020900
                     MOVE KJ-AFTER-IMAGE                                00021000
                        TO WS-EMP-LAST-IMAGE (WS-EMP-IDX)               00021100
                  END-IF                                                00021200
                  GO TO REPORT-ONE-JOURNAL-REC-EXIT                     00021300
               END-IF                                                   00021400
               MOVE WS-EMP-LAST-IMAGE (WS-EMP-IDX) TO KJ-BEFORE-IMAGE   00021500
            END-IF.                                                     00021600
            IF WS-EMP-COUNT > 0 THEN                                    00021700
               MOVE KJ-AFTER-IMAGE TO WS-EMP-LAST-IMAGE (WS-EMP-IDX)    00021800
               ADD 1 TO WS-EMP-LISTED (WS-EMP-IDX)                      00021900
            END-IF.                                                     00022000
            PERFORM WRITE-JOURNAL-HEADING.                              00022100
            PERFORM WRITE-JOURNAL-DETAIL                                00022200
               THRU WRITE-JOURNAL-DETAIL-EXIT.                          00022250
       REPORT-ONE-JOURNAL-REC-EXIT.                                     00022300
            EXIT.                                                       00022400
       WRITE-JOURNAL-HEADING.                                           00022500
            ADD 1 TO WS-COUNT-LISTED.                                   00022600
            MOVE KJ-TIME-HHMMSS (1:2) TO WS-TIME-HH.                    00022700
            MOVE KJ-TIME-HHMMSS (3:2) TO WS-TIME-MM.                    00022800
            MOVE KJ-TIME-HHMMSS (5:2) TO WS-TIME-SS.                    00022900
            MOVE KJ-TIME-HUNDS TO WS-TIME-HS.                           00023000
            EVALUATE TRUE                                               00023100
                WHEN KJ-ACTION-ADD                                      00023200
                   MOVE 'ADD' TO WS-ACTION-TEXT                         00023300
                WHEN KJ-ACTION-CHANGE                                   00023400
                   MOVE 'CHANGE' TO WS-ACTION-TEXT                      00023500
                WHEN KJ-ACTION-DELETE                                   00023600
                   MOVE 'DELETE' TO WS-ACTION-TEXT                      00023700
                WHEN KJ-ACTION-RELOAD                                   00023800
                   MOVE 'RELOAD' TO WS-ACTION-TEXT                      00023900
                WHEN KJ-ACTION-LOAD                                     00024000
                   MOVE 'LOADED' TO WS-ACTION-TEXT                      00024100
                WHEN OTHER                                              00024200
                   MOVE KJ-ACTION TO WS-ACTION-TEXT                     00024300
            END-EVALUATE.                                               00024400
            MOVE SPACES TO RPT-LINE.                                    00024500
            STRING KJ-DATE ' ' WS-TIME-ED ' ' KJ-SOURCE ' ' KJ-USERID   00024600
               ' ' KJ-TERMINAL ' ' WS-ACTION-TEXT ' ' KJ-EMP-ID         00024700
               DELIMITED BY SIZE INTO RPT-LINE                          00024800
            END-STRING.                                                 00024900
            IF KJ-ACTION-RELOAD THEN                                    00025000
               MOVE SPACES TO RPT-LINE (61:20)                          00025100
               STRING 'RUN ' KJ-RUN-NUMBER                              00025200
                  DELIMITED BY SIZE INTO RPT-LINE (61:20)               00025300
               END-STRING                                               00025400
            END-IF.                                                     00025500
            WRITE RPT-LINE.                                             00025600
      * THE FIELDS BEHIND THE HEADING: WHAT AN ADD OR DELETE CARRIED,   00025700
      * OR THE FIELDS A CHANGE ALTERED.                                 00025800
       WRITE-JOURNAL-DETAIL.                                            00025900
            IF KJ-IMAGES-MASKED THEN                                    00026000
               MOVE '              IMAGES MASKED BY ERASURE' TO RPT-LINE00026100
               WRITE RPT-LINE                                           00026200
               GO TO WRITE-JOURNAL-DETAIL-EXIT                          00026300
            END-IF.                                                     00026400
            MOVE KJ-BEFORE-IMAGE TO WS-BEFORE-REC.                      00026500
            MOVE KJ-AFTER-IMAGE TO WS-AFTER-REC.                        00026600
            IF KJ-BEFORE-IMAGE = SPACES THEN                            00026700
               MOVE 'RECORD' TO WS-FIELD-NAME                           00026800
               MOVE '(NONE)' TO WS-OLD-VALUE                            00026900
               MOVE FL-NAME OF WS-AFTER-REC TO WS-NEW-VALUE             00027000
               PERFORM WRITE-FIELD-LINE                                 00027100
            END-IF.                                                     00027200
            IF KJ-AFTER-IMAGE = SPACES THEN                             00027300
               MOVE 'RECORD' TO WS-FIELD-NAME                           00027400
               MOVE FL-NAME OF WS-BEFORE-REC TO WS-OLD-VALUE            00027500
               MOVE '(DELETED)' TO WS-NEW-VALUE                         00027600
               PERFORM WRITE-FIELD-LINE                                 00027700
            END-IF.                                                     00027800
            IF KJ-BEFORE-IMAGE = SPACES OR KJ-AFTER-IMAGE = SPACES THEN 00027900
               GO TO WRITE-JOURNAL-DETAIL-EXIT                          00028000
            END-IF.                                                     00028100
            IF FL-NAME OF WS-BEFORE-REC NOT = FL-NAME OF WS-AFTER-REC   00028200
               THEN                                                     00028300
               MOVE 'NAME' TO WS-FIELD-NAME                             00028400
               MOVE FL-NAME OF WS-BEFORE-REC TO WS-OLD-VALUE            00028500
               MOVE FL-NAME OF WS-AFTER-REC TO WS-NEW-VALUE             00028600
               PERFORM WRITE-FIELD-LINE                                 00028700
            END-IF.                                                     00028800
            IF FL-DEPT-CODE OF WS-BEFORE-REC NOT =                      00028900
               FL-DEPT-CODE OF WS-AFTER-REC THEN                        00029000
               MOVE 'DEPT' TO WS-FIELD-NAME                             00029100
               MOVE FL-DEPT-CODE OF WS-BEFORE-REC TO WS-OLD-VALUE       00029200
               MOVE FL-DEPT-CODE OF WS-AFTER-REC TO WS-NEW-VALUE        00029300
               PERFORM WRITE-FIELD-LINE                                 00029400
            END-IF.                                                     00029500
            IF FL-EFF-DATE OF WS-BEFORE-REC NOT =                       00029600
               FL-EFF-DATE OF WS-AFTER-REC THEN                         00029700
               MOVE 'EFF DATE' TO WS-FIELD-NAME                         00029800
               MOVE FL-EFF-DATE OF WS-BEFORE-REC TO WS-OLD-VALUE        00029900
               MOVE FL-EFF-DATE OF WS-AFTER-REC TO WS-NEW-VALUE         00030000
               PERFORM WRITE-FIELD-LINE                                 00030100
            END-IF.                                                     00030200
            IF FL-SALARY OF WS-BEFORE-REC NOT =                         00030300
               FL-SALARY OF WS-AFTER-REC THEN                           00030400
               MOVE 'SALARY' TO WS-FIELD-NAME                           00030500
               MOVE FL-SALARY OF WS-BEFORE-REC TO WS-SALARY-ED          00030600
               MOVE WS-SALARY-ED TO WS-OLD-VALUE                        00030700
               MOVE FL-SALARY OF WS-AFTER-REC TO WS-SALARY-ED           00030800
               MOVE WS-SALARY-ED TO WS-NEW-VALUE                        00030900
               PERFORM WRITE-FIELD-LINE                                 00031000
            END-IF.                                                     00031100
       WRITE-JOURNAL-DETAIL-EXIT.                                       00031200
            EXIT.                                                       00031300
       WRITE-FIELD-LINE.                                                00031400
            MOVE SPACES TO RPT-LINE.                                    00031500
            STRING '              ' WS-FIELD-NAME ': ' WS-OLD-VALUE     00031600
               ' -> ' WS-NEW-VALUE                                      00031700
               DELIMITED BY SIZE INTO RPT-LINE                          00031800
            END-STRING.                                                 00031900
            WRITE RPT-LINE.                                             00032000
       WRITE-REPORT-SUMMARY.                                            00032100
            MOVE SPACES TO RPT-LINE.                                    00032200
            WRITE RPT-LINE.                                             00032300
            MOVE '---- SUMMARY ----' TO RPT-LINE.                       00032400
            WRITE RPT-LINE.                                             00032500
            PERFORM WRITE-EMPLOYEE-COUNT                                00032600
               VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > WS-EMP-COUNT.  00032700
            MOVE SPACES TO RPT-LINE.                                    00032800
            STRING 'JOURNAL RECORDS READ    : ' WS-COUNT-READ           00032900
               DELIMITED BY SIZE INTO RPT-LINE                          00033000
            END-STRING.                                                 00033100
            WRITE RPT-LINE.                                             00033200
            MOVE SPACES TO RPT-LINE.                                    00033300
            STRING 'CHANGES LISTED          : ' WS-COUNT-LISTED         00033400
               DELIMITED BY SIZE INTO RPT-LINE                          00033500
            END-STRING.                                                 00033600
            WRITE RPT-LINE.                                             00033700
            MOVE SPACES TO RPT-LINE.                                    00033800
            STRING 'NOT SELECTED            : ' WS-COUNT-NOT-WANTED     00033900
               DELIMITED BY SIZE INTO RPT-LINE                          00034000
            END-STRING.                                                 00034100
            WRITE RPT-LINE.                                             00034200
            MOVE SPACES TO RPT-LINE.                                    00034300
            STRING 'RELOADED UNCHANGED      : ' WS-COUNT-LOAD-SKIP      00034400
               DELIMITED BY SIZE INTO RPT-LINE                          00034500
            END-STRING.                                                 00034600
            WRITE RPT-LINE.                                             00034700
            MOVE SPACES TO RPT-LINE.                                    00034800
            STRING 'UNREADABLE RECORDS      : ' WS-COUNT-BAD            00034900
               DELIMITED BY SIZE INTO RPT-LINE                          00035000
            END-STRING.                                                 00035100
            WRITE RPT-LINE.                                             00035200
       WRITE-EMPLOYEE-COUNT.                                            00035300
            MOVE SPACES TO RPT-LINE.                                    00035400
            IF WS-EMP-LISTED (WS-SUB) = 0 THEN                          00035500
               STRING 'EMPLOYEE ' WS-EMP-ID (WS-SUB)                    00035600
                  ' - NO CHANGES IN THE JOURNAL'                        00035700
                  DELIMITED BY SIZE INTO RPT-LINE                       00035800
               END-STRING                                               00035900
            ELSE                                                        00036000
               STRING 'EMPLOYEE ' WS-EMP-ID (WS-SUB) ' - '              00036100
                  WS-EMP-LISTED (WS-SUB) ' CHANGES LISTED'              00036200
                  DELIMITED BY SIZE INTO RPT-LINE                       00036300
               END-STRING                                               00036400
            END-IF.                                                     00036500
            WRITE RPT-LINE.                                             00036600

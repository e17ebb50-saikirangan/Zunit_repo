       IDENTIFICATION DIVISION.                                         00000100
       PROGRAM-ID.   PGM91.                                             00000200
      * NIGHTLY POSITION CONTROL.  FIRST APPLIES THE POSITION           00000300
      * MAINTENANCE TRANSACTIONS (DDPOSTRN) TO THE CPPOSN POSITION      00000400
      * CLUSTER (DDPOSNKS):                                             00000500
      *   A  ADD A POSITION - DEPARTMENT, GRADE AND AUTHORIZED FTE,     00000600
      *      STARTING OPEN,                                             00000700
      *   C  CHANGE A POSITION'S DEPARTMENT, GRADE OR FTE (A BLANK      00000800
      *      OR ZERO FIELD IS LEFT AS IT IS),                           00000900
      *   F  FILL AN OPEN POSITION WITH AN EMPLOYEE ON THE EXTRACT,     00001000
      *   V  VACATE A FILLED POSITION, WHICH GOES BACK TO OPEN,         00001100
      *   Z  FREEZE A VACANT POSITION, U  UNFREEZE IT TO OPEN,          00001200
      *   D  DELETE A VACANT POSITION.                                  00001300
      * THEN RECONCILES EVERY POSITION AGAINST THE CPFLREC EXTRACT      00001400
      * (DDINPUT) WITH THE PGM55 STATUS TRANSACTIONS (DDSTATIN)         00001500
      * LAID OVER THE EXTRACT'S OWN STATUS BYTE: A FILLED POSITION      00001600
      * WHOSE INCUMBENT HAS LEFT OR IS NOT ON THE EXTRACT IS            00001700
      * VACATED (AUTOVACATE N ONLY REPORTS IT), AN INCUMBENT IN A       00001800
      * DEPARTMENT OTHER THAN THE POSITION'S OR HOLDING TWO             00001900
      * POSITIONS IS REPORTED, AND EVERY ACTIVE OR ON-LEAVE             00002000
      * EMPLOYEE WITH NO POSITION IS LISTED.  EACH POSITION IS          00002100
      * STAMPED WITH THE PERIODDATE CARD'S DATE (DEFAULT THE RUN        00002200
      * DATE) AND WHAT WAS FOUND.  ENDS WITH THE VACANCY REPORT BY      00002300
      * DEPARTMENT - POSITIONS, AUTHORIZED, FILLED AND VACANT FTE,      00002400
      * OPEN AND FROZEN POSTS AND UNPOSITIONED STAFF.  ENDS RC 04       00002500
      * WHEN A TRANSACTION IS REJECTED, THE RECONCILIATION FINDS        00002600
      * ANYTHING OR A TABLE OVERFLOWS, RC 12 WHEN THE POSITION          00002700
      * CLUSTER CANNOT BE OPENED OR UPDATED.                            00002800
       ENVIRONMENT DIVISION.                                            00002900
       INPUT-OUTPUT SECTION.                                            00003000
       FILE-CONTROL.                                                    00003100
                SELECT POSTRN ASSIGN TO DDPOSTRN                        00003200
                ORGANIZATION IS SEQUENTIAL.                             00003300
                SELECT INFILE ASSIGN TO DDINPUT                         00003400
                ORGANIZATION IS SEQUENTIAL.                             00003500
                SELECT STATIN ASSIGN TO DDSTATIN                        00003600
                ORGANIZATION IS SEQUENTIAL.                             00003700
                SELECT POSNKSDS ASSIGN TO DDPOSNKS                      00003800
                ORGANIZATION IS INDEXED                                 00003900
                ACCESS MODE IS DYNAMIC                                  00004000
                RECORD KEY IS POS-NUMBER                                00004100
                FILE STATUS IS WS-POS-STATUS.                           00004200
                SELECT PARMFILE ASSIGN TO DDPARMIN                      00004300
                ORGANIZATION IS SEQUENTIAL.                             00004400
                SELECT RPTFILE ASSIGN TO DDRPTOUT                       00004500
                ORGANIZATION IS SEQUENTIAL.                             00004600
       DATA DIVISION.                                                   00004700
       FILE SECTION.                                                    00004800
       FD POSTRN                                                        00004900
            RECORDING MODE IS F.                                        00005000
       01 PTR-REC.                                                      00005100
           05 PTR-ACTION      PIC X(1).                                 00005200
               88 PTR-ACTION-ADD      VALUE 'A'.                        00005300
               88 PTR-ACTION-CHANGE   VALUE 'C'.                        00005400
               88 PTR-ACTION-FILL     VALUE 'F'.                        00005500
               88 PTR-ACTION-VACATE   VALUE 'V'.                        00005600
               88 PTR-ACTION-FREEZE   VALUE 'Z'.                        00005700
               88 PTR-ACTION-UNFREEZE VALUE 'U'.                        00005800
               88 PTR-ACTION-DELETE   VALUE 'D'.                        00005900
           05 PTR-POS-NUMBER  PIC X(8).                                 00006000
           05 PTR-DEPT        PIC X(4).                                 00006100
           05 PTR-GRADE       PIC X(2).                                 00006200
           05 PTR-FTE         PIC 9V99.                                 00006300
           05 PTR-EMP-ID      PIC X(8).                                 00006400
           05 FILLER          PIC X(54).                                00006500
       FD INFILE                                                        00006600
            RECORDING MODE IS F.                                        00006700
       01 FL-REC.                                                       00006800
          COPY CPFLREC.                                                 00006900
       01 FL-REC-HT REDEFINES FL-REC.                                   00007000
          COPY CPHDRTRL.                                                00007100
       01 FL-REC-ST REDEFINES FL-REC.                                   00007200
          COPY CPFLSTAT.                                                00007300
       FD STATIN                                                        00007400
            RECORDING MODE IS F.                                        00007500
       01 STN-REC.                                                      00007600
           05 STN-EMP-ID PIC X(8).                                      00007700
           05 FILLER     PIC X(1).                                      00007800
           05 STN-STATUS PIC X(1).                                      00007900
               88 STN-STATUS-VALID VALUE 'A' 'L' 'T'.                   00008000
           05 FILLER     PIC X(70).                                     00008100
       FD POSNKSDS.                                                     00008200
       01 POS-REC.                                                      00008300
          COPY CPPOSN.                                                  00008400
       FD PARMFILE                                                      00008500
            RECORDING MODE IS F.                                        00008600
       01 PARM-CARD.                                                    00008700
          COPY CPPARMCD.                                                00008800
       FD RPTFILE                                                       00008900
            RECORDING MODE IS F.                                        00009000
       01 RPT-LINE PIC X(80).                                           00009100
       WORKING-STORAGE SECTION.                                         00009200
       01 WS-EOF-SW PIC X(1) VALUE 'N'.                                 00009300
           88 WS-EOF           VALUE 'Y'.                               00009400
       01 WS-TRN-EOF-SW PIC X(1) VALUE 'N'.                             00009500
           88 WS-TRN-EOF       VALUE 'Y'.                               00009600
       01 WS-STN-EOF-SW PIC X(1) VALUE 'N'.                             00009700
           88 WS-STN-EOF       VALUE 'Y'.                               00009800
       01 WS-PARM-EOF-SW PIC X(1) VALUE 'N'.                            00009900
           88 WS-PARM-EOF      VALUE 'Y'.                               00010000
       01 WS-SCAN-EOF-SW PIC X(1) VALUE 'N'.                            00010100
           88 WS-SCAN-EOF      VALUE 'Y'.                               00010200
       01 WS-POS-STATUS PIC X(2) VALUE SPACES.                          00010300
           88 WS-POS-OPEN-OK  VALUE '00' '05' '97'.                     00010400
       01 WS-POS-FOUND-SW PIC X(1) VALUE 'N'.                           00010500
           88 WS-POS-FOUND     VALUE 'Y'.                               00010600
       01 WS-PERIOD-DATE  PIC 9(8) VALUE 0.                             00010700
       01 WS-AUTO-VACATE  PIC X(1) VALUE 'Y'.                           00010800
           88 WS-AUTO-VACATE-ON VALUE 'Y'.                              00010900
      * THE EXTRACT'S EMPLOYEES WITH THEIR DEPARTMENT, STATUS AFTER     00011000
      * THE STATUS DECK, AND THE POSITION THE RECONCILIATION FOUND      00011100
      * THEM IN.                                                        00011200
       01 WS-EMP-COUNT PIC 9(4) COMP VALUE 0.                           00011300
       01 WS-EMP-TABLE.                                                 00011400
           05 WS-EMP-ENTRY OCCURS 2000 TIMES                            00011500
                            INDEXED BY WS-EMP-IDX WS-EMP-SAV.           00011600
               10 WS-EMP-ID       PIC X(8).                             00011700
               10 WS-EMP-DEPT     PIC X(4).                             00011800
               10 WS-EMP-STATUS   PIC X(1).                             00011900
               10 WS-EMP-POSITION PIC X(8).                             00012000
       01 WS-DEPT-COUNT PIC 9(3) COMP VALUE 0.                          00012100
       01 WS-DEPT-TABLE.                                                00012200
           05 WS-DEPT-ENTRY OCCURS 200 TIMES                            00012300
                             INDEXED BY WS-DEPT-IDX WS-DEPT-SAV.        00012400
               10 WS-DEPT-CODE       PIC X(4).                          00012500
               10 WS-DEPT-POSITIONS  PIC 9(5).                          00012600
               10 WS-DEPT-AUTH-FTE   PIC 9(5)V99.                       00012700
               10 WS-DEPT-FILLED     PIC 9(5).                          00012800
               10 WS-DEPT-FILLED-FTE PIC 9(5)V99.                       00012900
               10 WS-DEPT-OPEN       PIC 9(5).                          00013000
               10 WS-DEPT-FROZEN     PIC 9(5).                          00013100
               10 WS-DEPT-VACANT-FTE PIC 9(5)V99.                       00013200
               10 WS-DEPT-UNPOSN     PIC 9(5).                          00013300
       01 WS-FOUND-SW PIC X(1) VALUE 'N'.                               00013400
           88 WS-ENTRY-FOUND   VALUE 'Y'.                               00013500
       01 WS-WORK-DEPT    PIC X(4) VALUE SPACES.                        00013600
       01 WS-REJECT-TEXT  PIC X(30) VALUE SPACES.                       00013700
       01 WS-FINDING-TEXT PIC X(36) VALUE SPACES.                       00013800
       01 WS-ACTION-TEXT  PIC X(8) VALUE SPACES.                        00013900
       01 WS-FTE-ED2      PIC ZZZZ9.99.                                 00014000
       01 WS-FTE-ED3      PIC ZZZZ9.99.                                 00014100
       01 WS-FTE-ED4      PIC ZZZZ9.99.                                 00014200
       01 WS-COUNT-TRANS      PIC 9(7) VALUE 0.                         00014300
       01 WS-COUNT-APPLIED    PIC 9(7) VALUE 0.                         00014400
       01 WS-COUNT-REJECTED   PIC 9(7) VALUE 0.                         00014500
       01 WS-COUNT-EMP        PIC 9(7) VALUE 0.                         00014600
       01 WS-COUNT-EMPOVER    PIC 9(7) VALUE 0.                         00014700
       01 WS-COUNT-STATUS     PIC 9(7) VALUE 0.                         00014800
       01 WS-COUNT-POSITIONS  PIC 9(7) VALUE 0.                         00014900
       01 WS-COUNT-FILLED     PIC 9(7) VALUE 0.                         00015000
       01 WS-COUNT-OPEN       PIC 9(7) VALUE 0.                         00015100
       01 WS-COUNT-FROZEN     PIC 9(7) VALUE 0.                         00015200
       01 WS-COUNT-VACATED    PIC 9(7) VALUE 0.                         00015300
       01 WS-COUNT-GONE       PIC 9(7) VALUE 0.                         00015400
       01 WS-COUNT-DEPTDIFF   PIC 9(7) VALUE 0.                         00015500
       01 WS-COUNT-LEAVE      PIC 9(7) VALUE 0.                         00015600
       01 WS-COUNT-DOUBLE     PIC 9(7) VALUE 0.                         00015700
       01 WS-COUNT-UNPOSN     PIC 9(7) VALUE 0.                         00015800
       01 WS-COUNT-DEPTOVER   PIC 9(7) VALUE 0.                         00015900
       01 WS-COUNT-POS-ERR    PIC 9(7) VALUE 0.                         00016000
       01 WS-RETCD.                                                     00016100
           COPY CPRETCD.                                                00016200
       01 WS-AUD-START-DATE PIC 9(8).                                   00016300
       PROCEDURE DIVISION.                                              00016400
       MAIN-ROUTINE.                                                    00016500
            ACCEPT WS-AUD-START-DATE FROM DATE YYYYMMDD.                00016600
            MOVE WS-AUD-START-DATE TO WS-PERIOD-DATE.                   00016700
            PERFORM READ-POSN-PARMS.                                    00016800
            OPEN OUTPUT RPTFILE.                                        00016900
            MOVE '---- PGM91 POSITION CONTROL ----' TO RPT-LINE.        00017000
            WRITE RPT-LINE.                                             00017100
            OPEN I-O POSNKSDS.                                          00017200
            IF NOT WS-POS-OPEN-OK THEN                                  00017300
               DISPLAY 'PGM91 POSITION CLUSTER OPEN FAILED, STATUS '    00017400
                  WS-POS-STATUS                                         00017500
               MOVE 'POSITION CLUSTER OPEN FAILED - NOTHING DONE'       00017600
                  TO RPT-LINE                                           00017700
               WRITE RPT-LINE                                           00017800
               CLOSE RPTFILE                                            00017900
               SET WS-RC-IO-ERROR TO TRUE                               00018000
               MOVE WS-RETURN-CODE TO RETURN-CODE                       00018100
               GOBACK                                                   00018200
            END-IF.                                                     00018300
            PERFORM LOAD-EMPLOYEES.                                     00018400
            PERFORM APPLY-STATUS-DECK.                                  00018500
            PERFORM APPLY-POSITION-TRANS.                               00018600
            PERFORM RECONCILE-POSITIONS.                                00018700
            PERFORM REPORT-UNPOSITIONED.                                00018800
            PERFORM WRITE-VACANCY-REPORT.                               00018900
            PERFORM WRITE-POSN-SUMMARY.                                 00019000
            CLOSE POSNKSDS.                                             00019100
            CLOSE RPTFILE.                                              00019200
            SET WS-RC-OK TO TRUE.                                       00019300
            IF WS-COUNT-REJECTED > 0 OR WS-COUNT-GONE > 0 OR            00019400
               WS-COUNT-DEPTDIFF > 0 OR WS-COUNT-DOUBLE > 0 OR          00019500
               WS-COUNT-UNPOSN > 0 OR WS-COUNT-EMPOVER > 0 OR           00019600
               WS-COUNT-DEPTOVER > 0 THEN                               00019700
               SET WS-RC-WARNING TO TRUE                                00019800
            END-IF.                                                     00019900
            IF WS-COUNT-POS-ERR > 0 THEN                                00020000
               SET WS-RC-IO-ERROR TO TRUE                               00020100
            END-IF.                                                     00020200
            MOVE WS-RETURN-CODE TO RETURN-CODE.                         00020300
            GOBACK.                                                     00020400
       READ-POSN-PARMS.                                                 00020500
            OPEN INPUT PARMFILE.                                        00020600
            PERFORM UNTIL WS-PARM-EOF                                   00020700
               READ PARMFILE                                            00020800
                 AT END SET WS-PARM-EOF TO TRUE                         00020900
                 NOT AT END PERFORM APPLY-PARM-CARD                     00021000
               END-READ                                                 00021100
            END-PERFORM.                                                00021200
            CLOSE PARMFILE.                                             00021300
       APPLY-PARM-CARD.                                                 00021400
            EVALUATE PARM-KEY                                           00021500
                WHEN 'PERIODDATE'                                       00021600
                   IF PARM-VALUE-NUM > 0 THEN                           00021700
                      MOVE PARM-VALUE-NUM TO WS-PERIOD-DATE             00021800
                   END-IF                                               00021900
                WHEN 'AUTOVACATE'                                       00022000
                   IF PARM-VALUE-TEXT (1:1) = 'Y' OR                    00022100
                      PARM-VALUE-TEXT (1:1) = 'N' THEN                  00022200
                      MOVE PARM-VALUE-TEXT (1:1) TO WS-AUTO-VACATE      00022300
                   END-IF                                               00022400
                WHEN OTHER                                              00022500
                   CONTINUE                                             00022600
            END-EVALUATE.                                               00022700
       LOAD-EMPLOYEES.                                                  00022800
            OPEN INPUT INFILE.                                          00022900
            PERFORM UNTIL WS-EOF                                        00023000
               READ INFILE                                              00023100
                 AT END SET WS-EOF TO TRUE                              00023200
                 NOT AT END                                             00023300
                    IF HT-IS-HEADER OF FL-REC-HT OR                     00023400
                       HT-IS-TRAILER OF FL-REC-HT THEN                  00023500
                       CONTINUE                                         00023600
                    ELSE                                                00023700
                       PERFORM LOAD-ONE-EMPLOYEE                        00023800
                    END-IF                                              00023900
               END-READ                                                 00024000
            END-PERFORM.                                                00024100
            CLOSE INFILE.                                               00024200
       LOAD-ONE-EMPLOYEE.                                               00024300
            ADD 1 TO WS-COUNT-EMP.                                      00024400
            IF WS-EMP-COUNT < 2000 THEN                                 00024500
               ADD 1 TO WS-EMP-COUNT                                    00024600
               SET WS-EMP-IDX TO WS-EMP-COUNT                           00024700
               MOVE FL-EMP-ID OF FL-REC TO WS-EMP-ID (WS-EMP-IDX)       00024800
               MOVE FL-DEPT-CODE OF FL-REC TO WS-EMP-DEPT (WS-EMP-IDX)  00024900
               IF FL-STATUS-CODE OF FL-REC-ST = SPACE THEN              00025000
                  MOVE 'A' TO WS-EMP-STATUS (WS-EMP-IDX)                00025100
               ELSE                                                     00025200
                  MOVE FL-STATUS-CODE OF FL-REC-ST                      00025300
                     TO WS-EMP-STATUS (WS-EMP-IDX)                      00025400
               END-IF                                                   00025500
               MOVE SPACES TO WS-EMP-POSITION (WS-EMP-IDX)              00025600
            ELSE                                                        00025700
               ADD 1 TO WS-COUNT-EMPOVER                                00025800
            END-IF.                                                     00025900
      * THE STATUS DECK MAY BE AHEAD OF THE EXTRACT, SO ITS CODE        00026000
      * WINS; AN EMPLOYEE NOT ON THE EXTRACT IS NOBODY'S CONCERN        00026100
      * HERE.                                                           00026200
       APPLY-STATUS-DECK.                                               00026300
            OPEN INPUT STATIN.                                          00026400
            PERFORM UNTIL WS-STN-EOF                                    00026500
               READ STATIN                                              00026600
                 AT END SET WS-STN-EOF TO TRUE                          00026700
                 NOT AT END                                             00026800
                    IF STN-STATUS-VALID THEN                            00026900
                       MOVE STN-EMP-ID TO POS-EMP-ID                    00027000
                       PERFORM FIND-EMPLOYEE                            00027100
                       IF WS-ENTRY-FOUND THEN                           00027200
                          MOVE STN-STATUS                               00027300
                             TO WS-EMP-STATUS (WS-EMP-IDX)              00027400
                          ADD 1 TO WS-COUNT-STATUS                      00027500
                       END-IF                                           00027600
                    END-IF                                              00027700
               END-READ                                                 00027800
            END-PERFORM.                                                00027900
            CLOSE STATIN.                                               00028000
      * LOOKS UP POS-EMP-ID IN THE EMPLOYEE TABLE.                      00028100
       FIND-EMPLOYEE.                                                   00028200
            MOVE 'N' TO WS-FOUND-SW.                                    00028300
            IF WS-EMP-COUNT > 0 THEN                                    00028400
               PERFORM VARYING WS-EMP-IDX FROM 1 BY 1                   00028500
                  UNTIL WS-EMP-IDX > WS-EMP-COUNT                       00028600
                     OR WS-ENTRY-FOUND                                  00028700
                  IF WS-EMP-ID (WS-EMP-IDX) = POS-EMP-ID THEN           00028800
                     SET WS-ENTRY-FOUND TO TRUE                         00028900
                     SET WS-EMP-SAV TO WS-EMP-IDX                       00029000
                  END-IF                                                00029100
               END-PERFORM                                              00029200
            END-IF.                                                     00029300
            IF WS-ENTRY-FOUND THEN                                      00029400
               SET WS-EMP-IDX TO WS-EMP-SAV                             00029500
            END-IF.                                                     00029600
       APPLY-POSITION-TRANS.                                            00029700
            MOVE SPACES TO RPT-LINE.                                    00029800
            MOVE '---- POSITION MAINTENANCE ----' TO RPT-LINE.          00029900
            WRITE RPT-LINE.                                             00030000
            OPEN INPUT POSTRN.                                          00030100
            PERFORM UNTIL WS-TRN-EOF                                    00030200
               READ POSTRN                                              00030300
                 AT END SET WS-TRN-EOF TO TRUE                          00030400
                 NOT AT END PERFORM APPLY-ONE-POSITION-TRAN             00030500
               END-READ                                                 00030600
            END-PERFORM.                                                00030700
            CLOSE POSTRN.                                               00030800
       APPLY-ONE-POSITION-TRAN.                                         00030900
            ADD 1 TO WS-COUNT-TRANS.                                    00031000
            MOVE SPACES TO WS-REJECT-TEXT.                              00031100
            IF PTR-POS-NUMBER = SPACES THEN                             00031200
               MOVE 'POSITION NUMBER MISSING' TO WS-REJECT-TEXT         00031300
            END-IF.                                                     00031400
            IF WS-REJECT-TEXT = SPACES THEN                             00031500
               MOVE PTR-POS-NUMBER TO POS-NUMBER                        00031600
               PERFORM READ-POSITION                                    00031700
               EVALUATE TRUE                                            00031800
                   WHEN PTR-ACTION-ADD                                  00031900
                      IF WS-POS-FOUND THEN                              00032000
                         MOVE 'POSITION ALREADY ON FILE'                00032100
                            TO WS-REJECT-TEXT                           00032200
                      ELSE                                              00032300
                         PERFORM CHECK-ADD-TERMS                        00032400
                      END-IF                                            00032500
                   WHEN PTR-ACTION-CHANGE                               00032600
                      IF NOT WS-POS-FOUND THEN                          00032700
                         MOVE 'POSITION NOT ON FILE' TO WS-REJECT-TEXT  00032800
                      ELSE                                              00032900
                         IF PTR-FTE NOT NUMERIC THEN                    00033000
                            MOVE 'FTE NOT NUMERIC' TO WS-REJECT-TEXT    00033100
                         END-IF                                         00033200
                      END-IF                                            00033300
                   WHEN PTR-ACTION-FILL                                 00033400
                      PERFORM CHECK-FILL                                00033500
                   WHEN PTR-ACTION-VACATE                               00033600
                      IF NOT WS-POS-FOUND THEN                          00033700
                         MOVE 'POSITION NOT ON FILE' TO WS-REJECT-TEXT  00033800
                      ELSE                                              00033900
                         IF NOT POS-STATUS-FILLED THEN                  00034000
                            MOVE 'POSITION NOT FILLED'                  00034100
                               TO WS-REJECT-TEXT                        00034200
                         END-IF                                         00034300
                      END-IF                                            00034400
                   WHEN PTR-ACTION-FREEZE                               00034500
                      IF NOT WS-POS-FOUND THEN                          00034600
                         MOVE 'POSITION NOT ON FILE' TO WS-REJECT-TEXT  00034700
                      ELSE                                              00034800
                         IF NOT POS-STATUS-OPEN THEN                    00034900
                            MOVE 'POSITION NOT OPEN' TO WS-REJECT-TEXT  00035000
                         END-IF                                         00035100
                      END-IF                                            00035200
                   WHEN PTR-ACTION-UNFREEZE                             00035300
                      IF NOT WS-POS-FOUND THEN                          00035400
                         MOVE 'POSITION NOT ON FILE' TO WS-REJECT-TEXT  00035500
                      ELSE                                              00035600
                         IF NOT POS-STATUS-FROZEN THEN                  00035700
                            MOVE 'POSITION NOT FROZEN'                  00035800
                               TO WS-REJECT-TEXT                        00035900
                         END-IF                                         00036000
                      END-IF                                            00036100
                   WHEN PTR-ACTION-DELETE                               00036200
                      IF NOT WS-POS-FOUND THEN                          00036300
                         MOVE 'POSITION NOT ON FILE' TO WS-REJECT-TEXT  00036400
                      ELSE                                              00036500
                         IF POS-STATUS-FILLED THEN                      00036600
                            MOVE 'POSITION FILLED - VACATE FIRST'       00036700
                               TO WS-REJECT-TEXT                        00036800
                         END-IF                                         00036900
                      END-IF                                            00037000
                   WHEN OTHER                                           00037100
                      MOVE 'INVALID ACTION' TO WS-REJECT-TEXT           00037200
               END-EVALUATE                                             00037300
            END-IF.                                                     00037400
            IF WS-REJECT-TEXT = SPACES THEN                             00037500
               EVALUATE TRUE                                            00037600
                   WHEN PTR-ACTION-ADD                                  00037700
                      PERFORM ADD-ONE-POSITION                          00037800
                   WHEN PTR-ACTION-DELETE                               00037900
                      PERFORM DELETE-ONE-POSITION                       00038000
                   WHEN OTHER                                           00038100
                      PERFORM UPDATE-ONE-POSITION                       00038200
               END-EVALUATE                                             00038300
            END-IF.                                                     00038400
            MOVE SPACES TO RPT-LINE.                                    00038500
            IF WS-REJECT-TEXT = SPACES THEN                             00038600
               ADD 1 TO WS-COUNT-APPLIED                                00038700
               STRING PTR-ACTION ' POSITION ' PTR-POS-NUMBER            00038800
                  ' APPLIED'                                            00038900
                  DELIMITED BY SIZE INTO RPT-LINE                       00039000
               END-STRING                                               00039100
            ELSE                                                        00039200
               ADD 1 TO WS-COUNT-REJECTED                               00039300
               STRING PTR-ACTION ' POSITION ' PTR-POS-NUMBER            00039400
                  ' REJECTED: ' WS-REJECT-TEXT                          00039500
                  DELIMITED BY SIZE INTO RPT-LINE                       00039600
               END-STRING                                               00039700
            END-IF.                                                     00039800
            WRITE RPT-LINE.                                             00039900
       READ-POSITION.                                                   00040000
            MOVE 'N' TO WS-POS-FOUND-SW.                                00040100
            READ POSNKSDS                                               00040200
               INVALID KEY                                              00040300
                  CONTINUE                                              00040400
               NOT INVALID KEY                                          00040500
                  SET WS-POS-FOUND TO TRUE                              00040600
            END-READ.                                                   00040700
       CHECK-ADD-TERMS.                                                 00040800
            IF PTR-DEPT = SPACES THEN                                   00040900
               MOVE 'DEPARTMENT MISSING' TO WS-REJECT-TEXT              00041000
            END-IF.                                                     00041100
            IF WS-REJECT-TEXT = SPACES THEN                             00041200
               IF PTR-FTE NOT NUMERIC THEN                              00041300
                  MOVE 'FTE NOT NUMERIC' TO WS-REJECT-TEXT              00041400
               END-IF                                                   00041500
            END-IF.                                                     00041600
            IF WS-REJECT-TEXT = SPACES THEN                             00041700
               IF PTR-FTE = 0 OR PTR-FTE > 1 THEN                       00041800
                  MOVE 'FTE NOT ABOVE 0 AND UP TO 1'                    00041900
                     TO WS-REJECT-TEXT                                  00042000
               END-IF                                                   00042100
            END-IF.                                                     00042200
      * THE INCUMBENT MUST BE ON THE EXTRACT AND NOT A LEAVER.          00042300
       CHECK-FILL.                                                      00042400
            IF NOT WS-POS-FOUND THEN                                    00042500
               MOVE 'POSITION NOT ON FILE' TO WS-REJECT-TEXT            00042600
            END-IF.                                                     00042700
            IF WS-REJECT-TEXT = SPACES THEN                             00042800
               IF NOT POS-STATUS-OPEN THEN                              00042900
                  MOVE 'POSITION NOT OPEN' TO WS-REJECT-TEXT            00043000
               END-IF                                                   00043100
            END-IF.                                                     00043200
            IF WS-REJECT-TEXT = SPACES THEN                             00043300
               MOVE PTR-EMP-ID TO POS-EMP-ID                            00043400
               PERFORM FIND-EMPLOYEE                                    00043500
               IF NOT WS-ENTRY-FOUND THEN                               00043600
                  MOVE 'EMPLOYEE NOT ON EXTRACT' TO WS-REJECT-TEXT      00043700
               ELSE                                                     00043800
                  IF WS-EMP-STATUS (WS-EMP-IDX) = 'T' THEN              00043900
                     MOVE 'EMPLOYEE TERMINATED' TO WS-REJECT-TEXT       00044000
                  END-IF                                                00044100
               END-IF                                                   00044200
               IF WS-REJECT-TEXT NOT = SPACES THEN                      00044300
                  PERFORM READ-POSITION                                 00044400
               END-IF                                                   00044500
            END-IF.                                                     00044600
       ADD-ONE-POSITION.                                                00044700
            MOVE SPACES TO POS-REC.                                     00044800
            MOVE PTR-POS-NUMBER TO POS-NUMBER.                          00044900
            MOVE PTR-DEPT TO POS-DEPT.                                  00045000
            MOVE PTR-GRADE TO POS-GRADE.                                00045100
            MOVE PTR-FTE TO POS-FTE.                                    00045200
            SET POS-STATUS-OPEN TO TRUE.                                00045300
            MOVE 0 TO POS-FILLED-DATE.                                  00045400
            MOVE 0 TO POS-VACATED-DATE.                                 00045500
            MOVE 0 TO POS-RECON-DATE.                                   00045600
            WRITE POS-REC                                               00045700
               INVALID KEY                                              00045800
                  MOVE 'CLUSTER WRITE FAILED' TO WS-REJECT-TEXT         00045900
                  ADD 1 TO WS-COUNT-POS-ERR                             00046000
            END-WRITE.                                                  00046100
       DELETE-ONE-POSITION.                                             00046200
            DELETE POSNKSDS RECORD                                      00046300
               INVALID KEY                                              00046400
                  MOVE 'CLUSTER DELETE FAILED' TO WS-REJECT-TEXT        00046500
                  ADD 1 TO WS-COUNT-POS-ERR                             00046600
            END-DELETE.                                                 00046700
       UPDATE-ONE-POSITION.                                             00046800
            EVALUATE TRUE                                               00046900
                WHEN PTR-ACTION-CHANGE                                  00047000
                   IF PTR-DEPT NOT = SPACES THEN                        00047100
                      MOVE PTR-DEPT TO POS-DEPT                         00047200
                   END-IF                                               00047300
                   IF PTR-GRADE NOT = SPACES THEN                       00047400
                      MOVE PTR-GRADE TO POS-GRADE                       00047500
                   END-IF                                               00047600
                   IF PTR-FTE > 0 AND PTR-FTE NOT > 1 THEN              00047700
                      MOVE PTR-FTE TO POS-FTE                           00047800
                   END-IF                                               00047900
                WHEN PTR-ACTION-FILL                                    00048000
                   MOVE PTR-EMP-ID TO POS-EMP-ID                        00048100
                   SET POS-STATUS-FILLED TO TRUE                        00048200
                   MOVE WS-PERIOD-DATE TO POS-FILLED-DATE               00048300
                WHEN PTR-ACTION-VACATE                                  00048400
                   PERFORM VACATE-POSITION                              00048500
                WHEN PTR-ACTION-FREEZE                                  00048600
                   SET POS-STATUS-FROZEN TO TRUE                        00048700
                WHEN OTHER                                              00048800
                   SET POS-STATUS-OPEN TO TRUE                          00048900
            END-EVALUATE.                                               00049000
            REWRITE POS-REC                                             00049100
               INVALID KEY                                              00049200
                  MOVE 'CLUSTER REWRITE FAILED' TO WS-REJECT-TEXT       00049300
                  ADD 1 TO WS-COUNT-POS-ERR                             00049400
            END-REWRITE.                                                00049500
       VACATE-POSITION.                                                 00049600
            MOVE SPACES TO POS-EMP-ID.                                  00049700
            SET POS-STATUS-OPEN TO TRUE.                                00049800
            MOVE WS-PERIOD-DATE TO POS-VACATED-DATE.                    00049900
      * BROWSES THE WHOLE CLUSTER IN POSITION ORDER, CHECKING EACH      00050000
      * FILLED POSITION'S INCUMBENT, TALLYING THE DEPARTMENT AND        00050100
      * STAMPING THE POSITION WITH WHAT WAS FOUND.                      00050200
       RECONCILE-POSITIONS.                                             00050300
            MOVE SPACES TO RPT-LINE.                                    00050400
            MOVE '---- RECONCILIATION FINDINGS ----' TO RPT-LINE.       00050500
            WRITE RPT-LINE.                                             00050600
            MOVE LOW-VALUES TO POS-NUMBER.                              00050700
            MOVE 'N' TO WS-SCAN-EOF-SW.                                 00050800
            START POSNKSDS KEY >= POS-NUMBER                            00050900
               INVALID KEY SET WS-SCAN-EOF TO TRUE                      00051000
            END-START.                                                  00051100
            PERFORM UNTIL WS-SCAN-EOF                                   00051200
               READ POSNKSDS NEXT RECORD                                00051300
                 AT END SET WS-SCAN-EOF TO TRUE                         00051400
                 NOT AT END PERFORM RECONCILE-ONE-POSITION              00051500
               END-READ                                                 00051600
            END-PERFORM.                                                00051700
       RECONCILE-ONE-POSITION.                                          00051800
            ADD 1 TO WS-COUNT-POSITIONS.                                00051900
            MOVE SPACES TO WS-FINDING-TEXT.                             00052000
            MOVE SPACES TO WS-ACTION-TEXT.                              00052100
            SET POS-RECON-CLEAN TO TRUE.                                00052200
            IF POS-STATUS-FILLED THEN                                   00052300
               PERFORM CHECK-INCUMBENT                                  00052400
            END-IF.                                                     00052500
            MOVE WS-PERIOD-DATE TO POS-RECON-DATE.                      00052600
            REWRITE POS-REC                                             00052700
               INVALID KEY                                              00052800
                  ADD 1 TO WS-COUNT-POS-ERR                             00052900
                  MOVE 'CLUSTER REWRITE FAILED' TO WS-FINDING-TEXT      00053000
            END-REWRITE.                                                00053100
            IF WS-FINDING-TEXT NOT = SPACES THEN                        00053200
               MOVE SPACES TO RPT-LINE                                  00053300
               STRING 'POSITION ' POS-NUMBER ' DEPT ' POS-DEPT          00053400
                  ' ' WS-FINDING-TEXT WS-ACTION-TEXT                    00053500
                  DELIMITED BY SIZE INTO RPT-LINE                       00053600
               END-STRING                                               00053700
               WRITE RPT-LINE                                           00053800
            END-IF.                                                     00053900
            MOVE POS-DEPT TO WS-WORK-DEPT.                              00054000
            PERFORM FIND-DEPT-ENTRY.                                    00054100
            IF WS-ENTRY-FOUND THEN                                      00054200
               ADD 1 TO WS-DEPT-POSITIONS (WS-DEPT-IDX)                 00054300
               ADD POS-FTE TO WS-DEPT-AUTH-FTE (WS-DEPT-IDX)            00054400
               EVALUATE TRUE                                            00054500
                   WHEN POS-STATUS-FILLED                               00054600
                      ADD 1 TO WS-DEPT-FILLED (WS-DEPT-IDX)             00054700
                      ADD POS-FTE TO WS-DEPT-FILLED-FTE (WS-DEPT-IDX)   00054800
                   WHEN POS-STATUS-FROZEN                               00054900
                      ADD 1 TO WS-DEPT-FROZEN (WS-DEPT-IDX)             00055000
                      ADD POS-FTE TO WS-DEPT-VACANT-FTE (WS-DEPT-IDX)   00055100
                   WHEN OTHER                                           00055200
                      ADD 1 TO WS-DEPT-OPEN (WS-DEPT-IDX)               00055300
                      ADD POS-FTE TO WS-DEPT-VACANT-FTE (WS-DEPT-IDX)   00055400
               END-EVALUATE                                             00055500
            END-IF.                                                     00055600
            EVALUATE TRUE                                               00055700
                WHEN POS-STATUS-FILLED                                  00055800
                   ADD 1 TO WS-COUNT-FILLED                             00055900
                WHEN POS-STATUS-FROZEN                                  00056000
                   ADD 1 TO WS-COUNT-FROZEN                             00056100
                WHEN OTHER                                              00056200
                   ADD 1 TO WS-COUNT-OPEN                               00056300
            END-EVALUATE.                                               00056400
      * A LEAVER OR AN INCUMBENT MISSING FROM THE EXTRACT FREES THE     00056500
      * POST; THE OTHER FINDINGS ARE FOR HR TO SORT OUT.                00056600
       CHECK-INCUMBENT.                                                 00056700
            PERFORM FIND-EMPLOYEE.                                      00056800
            IF NOT WS-ENTRY-FOUND OR                                    00056900
               WS-EMP-STATUS (WS-EMP-IDX) = 'T' THEN                    00057000
               ADD 1 TO WS-COUNT-GONE                                   00057100
               IF WS-ENTRY-FOUND THEN                                   00057200
                  STRING 'INCUMBENT ' POS-EMP-ID ' TERMINATED'          00057300
                     DELIMITED BY SIZE INTO WS-FINDING-TEXT             00057400
                  END-STRING                                            00057500
               ELSE                                                     00057600
                  STRING 'INCUMBENT ' POS-EMP-ID ' NOT ON FILE'         00057700
                     DELIMITED BY SIZE INTO WS-FINDING-TEXT             00057800
                  END-STRING                                            00057900
               END-IF                                                   00058000
               IF WS-AUTO-VACATE-ON THEN                                00058100
                  PERFORM VACATE-POSITION                               00058200
                  SET POS-RECON-VACATED TO TRUE                         00058300
                  ADD 1 TO WS-COUNT-VACATED                             00058400
                  MOVE ' VACATED' TO WS-ACTION-TEXT                     00058500
               END-IF                                                   00058600
            ELSE                                                        00058700
               IF WS-EMP-POSITION (WS-EMP-IDX) NOT = SPACES THEN        00058800
                  ADD 1 TO WS-COUNT-DOUBLE                              00058900
                  STRING 'INCUMBENT ALSO IN '                           00059000
                     WS-EMP-POSITION (WS-EMP-IDX)                       00059100
                     DELIMITED BY SIZE INTO WS-FINDING-TEXT             00059200
                  END-STRING                                            00059300
               ELSE                                                     00059400
                  MOVE POS-NUMBER TO WS-EMP-POSITION (WS-EMP-IDX)       00059500
               END-IF                                                   00059600
               IF WS-EMP-DEPT (WS-EMP-IDX) NOT = POS-DEPT THEN          00059700
                  SET POS-RECON-DEPT TO TRUE                            00059800
                  ADD 1 TO WS-COUNT-DEPTDIFF                            00059900
                  IF WS-FINDING-TEXT = SPACES THEN                      00060000
                     STRING 'INCUMBENT ' POS-EMP-ID ' IN DEPT '         00060100
                        WS-EMP-DEPT (WS-EMP-IDX)                        00060200
                        DELIMITED BY SIZE INTO WS-FINDING-TEXT          00060300
                     END-STRING                                         00060400
                  END-IF                                                00060500
               ELSE                                                     00060600
                  IF WS-EMP-STATUS (WS-EMP-IDX) = 'L' THEN              00060700
                     SET POS-RECON-LEAVE TO TRUE                        00060800
                     ADD 1 TO WS-COUNT-LEAVE                            00060900
                  END-IF                                                00061000
               END-IF                                                   00061100
            END-IF.                                                     00061200
       FIND-DEPT-ENTRY.                                                 00061300
            MOVE 'N' TO WS-FOUND-SW.                                    00061400
            IF WS-DEPT-COUNT > 0 THEN                                   00061500
               PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1                  00061600
                  UNTIL WS-DEPT-IDX > WS-DEPT-COUNT                     00061700
                     OR WS-ENTRY-FOUND                                  00061800
                  IF WS-DEPT-CODE (WS-DEPT-IDX) = WS-WORK-DEPT THEN     00061900
                     SET WS-ENTRY-FOUND TO TRUE                         00062000
                     SET WS-DEPT-SAV TO WS-DEPT-IDX                     00062100
                  END-IF                                                00062200
               END-PERFORM                                              00062300
            END-IF.                                                     00062400
            IF WS-ENTRY-FOUND THEN                                      00062500
               SET WS-DEPT-IDX TO WS-DEPT-SAV                           00062600
            ELSE                                                        00062700
               IF WS-DEPT-COUNT < 200 THEN                              00062800
                  ADD 1 TO WS-DEPT-COUNT                                00062900
                  SET WS-DEPT-IDX TO WS-DEPT-COUNT                      00063000
                  MOVE WS-WORK-DEPT TO WS-DEPT-CODE (WS-DEPT-IDX)       00063100
                  MOVE 0 TO WS-DEPT-POSITIONS (WS-DEPT-IDX)             00063200
                  MOVE 0 TO WS-DEPT-AUTH-FTE (WS-DEPT-IDX)              00063300
                  MOVE 0 TO WS-DEPT-FILLED (WS-DEPT-IDX)                00063400
                  MOVE 0 TO WS-DEPT-FILLED-FTE (WS-DEPT-IDX)            00063500
                  MOVE 0 TO WS-DEPT-OPEN (WS-DEPT-IDX)                  00063600
                  MOVE 0 TO WS-DEPT-FROZEN (WS-DEPT-IDX)                00063700
                  MOVE 0 TO WS-DEPT-VACANT-FTE (WS-DEPT-IDX)            00063800
                  MOVE 0 TO WS-DEPT-UNPOSN (WS-DEPT-IDX)                00063900
                  SET WS-ENTRY-FOUND TO TRUE                            00064000
               ELSE                                                     00064100
                  ADD 1 TO WS-COUNT-DEPTOVER                            00064200
               END-IF                                                   00064300
            END-IF.                                                     00064400
      * ACTIVE AND ON-LEAVE STAFF NO POSITION CLAIMED.                  00064500
       REPORT-UNPOSITIONED.                                             00064600
            IF WS-EMP-COUNT > 0 THEN                                    00064700
               PERFORM REPORT-ONE-UNPOSITIONED                          00064800
                  VARYING WS-EMP-IDX FROM 1 BY 1                        00064900
                  UNTIL WS-EMP-IDX > WS-EMP-COUNT                       00065000
            END-IF.                                                     00065100
       REPORT-ONE-UNPOSITIONED.                                         00065200
            IF WS-EMP-POSITION (WS-EMP-IDX) = SPACES AND                00065300
               WS-EMP-STATUS (WS-EMP-IDX) NOT = 'T' THEN                00065400
               ADD 1 TO WS-COUNT-UNPOSN                                 00065500
               MOVE WS-EMP-DEPT (WS-EMP-IDX) TO WS-WORK-DEPT            00065600
               PERFORM FIND-DEPT-ENTRY                                  00065700
               IF WS-ENTRY-FOUND THEN                                   00065800
                  ADD 1 TO WS-DEPT-UNPOSN (WS-DEPT-IDX)                 00065900
               END-IF                                                   00066000
               MOVE SPACES TO RPT-LINE                                  00066100
               STRING 'EMPLOYEE ' WS-EMP-ID (WS-EMP-IDX)                00066200
                  ' DEPT ' WS-EMP-DEPT (WS-EMP-IDX)                     00066300
                  ' STATUS ' WS-EMP-STATUS (WS-EMP-IDX)                 00066400
                  ' HOLDS NO POSITION'                                  00066500
                  DELIMITED BY SIZE INTO RPT-LINE                       00066600
               END-STRING                                               00066700
               WRITE RPT-LINE                                           00066800
            END-IF.                                                     00066900
       WRITE-VACANCY-REPORT.                                            00067000
            MOVE SPACES TO RPT-LINE.                                    00067100
            WRITE RPT-LINE.                                             00067200
            MOVE '---- VACANCIES BY DEPARTMENT ----' TO RPT-LINE.       00067300
            WRITE RPT-LINE.                                             00067400
            MOVE SPACES TO RPT-LINE.                                    00067500
            STRING 'DEPT  POSTS  AUTH FTE  FILLED  FILL FTE   OPEN'     00067600
               ' FROZEN  VAC FTE  NO POSN'                              00067700
               DELIMITED BY SIZE INTO RPT-LINE                          00067800
            END-STRING.                                                 00067900
            WRITE RPT-LINE.                                             00068000
            IF WS-DEPT-COUNT > 0 THEN                                   00068100
               PERFORM WRITE-ONE-DEPT-VACANCY                           00068200
                  VARYING WS-DEPT-IDX FROM 1 BY 1                       00068300
                  UNTIL WS-DEPT-IDX > WS-DEPT-COUNT                     00068400
            END-IF.                                                     00068500
       WRITE-ONE-DEPT-VACANCY.                                          00068600
            MOVE WS-DEPT-AUTH-FTE (WS-DEPT-IDX) TO WS-FTE-ED2.          00068700
            MOVE WS-DEPT-FILLED-FTE (WS-DEPT-IDX) TO WS-FTE-ED3.        00068800
            MOVE WS-DEPT-VACANT-FTE (WS-DEPT-IDX) TO WS-FTE-ED4.        00068900
            MOVE SPACES TO RPT-LINE.                                    00069000
            STRING WS-DEPT-CODE (WS-DEPT-IDX) '  '                      00069100
               WS-DEPT-POSITIONS (WS-DEPT-IDX) ' ' WS-FTE-ED2 '  '      00069200
               WS-DEPT-FILLED (WS-DEPT-IDX) ' ' WS-FTE-ED3 '  '         00069300
               WS-DEPT-OPEN (WS-DEPT-IDX) '  '                          00069400
               WS-DEPT-FROZEN (WS-DEPT-IDX) ' ' WS-FTE-ED4 '    '       00069500
               WS-DEPT-UNPOSN (WS-DEPT-IDX)                             00069600
               DELIMITED BY SIZE INTO RPT-LINE                          00069700
            END-STRING.                                                 00069800
            WRITE RPT-LINE.                                             00069900
       WRITE-POSN-SUMMARY.                                              00070000
            MOVE SPACES TO RPT-LINE.                                    00070100
            WRITE RPT-LINE.                                             00070200
            MOVE '---- SUMMARY ----' TO RPT-LINE.                       00070300
            WRITE RPT-LINE.                                             00070400
            MOVE SPACES TO RPT-LINE.                                    00070500
            STRING 'TRANSACTIONS  : ' WS-COUNT-TRANS                    00070600
               '  APPLIED ' WS-COUNT-APPLIED                            00070700
               '  REJECTED ' WS-COUNT-REJECTED                          00070800
               DELIMITED BY SIZE INTO RPT-LINE                          00070900
            END-STRING.                                                 00071000
            WRITE RPT-LINE.                                             00071100
            MOVE SPACES TO RPT-LINE.                                    00071200
            STRING 'EMPLOYEES     : ' WS-COUNT-EMP                      00071300
               '  STATUS CARDS ' WS-COUNT-STATUS                        00071400
               '  NOT TABLED ' WS-COUNT-EMPOVER                         00071500
               DELIMITED BY SIZE INTO RPT-LINE                          00071600
            END-STRING.                                                 00071700
            WRITE RPT-LINE.                                             00071800
            MOVE SPACES TO RPT-LINE.                                    00071900
            STRING 'POSITIONS     : ' WS-COUNT-POSITIONS                00072000
               '  FILLED ' WS-COUNT-FILLED                              00072100
               '  OPEN ' WS-COUNT-OPEN                                  00072200
               '  FROZEN ' WS-COUNT-FROZEN                              00072300
               DELIMITED BY SIZE INTO RPT-LINE                          00072400
            END-STRING.                                                 00072500
            WRITE RPT-LINE.                                             00072600
            MOVE SPACES TO RPT-LINE.                                    00072700
            STRING 'INCUMBENT GONE: ' WS-COUNT-GONE                     00072800
               '  VACATED ' WS-COUNT-VACATED                            00072900
               '  ON LEAVE ' WS-COUNT-LEAVE                             00073000
               DELIMITED BY SIZE INTO RPT-LINE                          00073100
            END-STRING.                                                 00073200
            WRITE RPT-LINE.                                             00073300
            MOVE SPACES TO RPT-LINE.                                    00073400
            STRING 'OTHER DEPT    : ' WS-COUNT-DEPTDIFF                 00073500
               '  TWO POSTS ' WS-COUNT-DOUBLE                           00073600
               '  NO POSITION ' WS-COUNT-UNPOSN                         00073700
               DELIMITED BY SIZE INTO RPT-LINE                          00073800
            END-STRING.                                                 00073900
            WRITE RPT-LINE.                                             00074000
            MOVE SPACES TO RPT-LINE.                                    00074100
            STRING 'DEPTS NOT TABLED ' WS-COUNT-DEPTOVER                00074200
               '  CLUSTER ERRORS ' WS-COUNT-POS-ERR                     00074300
               DELIMITED BY SIZE INTO RPT-LINE                          00074400
            END-STRING.                                                 00074500
            WRITE RPT-LINE.                                             00074600

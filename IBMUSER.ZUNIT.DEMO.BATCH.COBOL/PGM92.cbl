       IDENTIFICATION DIVISION.                                         00000100
       PROGRAM-ID.   PGM92.                                             00000200
      * MANAGER REPORTING LINES AND SPAN OF CONTROL.  LOADS THE         00000300
      * CPFLREC EXTRACT (DDINPUT), THEN THE CPMGRLN REPORTING-LINE      00000400
      * DATASET (DDMGRLN), TAKING FOR EACH EMPLOYEE THE ROW WITH THE    00000500
      * LATEST EFFECTIVE DATE NOT AFTER THE PERIODDATE CARD'S DATE      00000600
      * (DEFAULT THE RUN DATE); A ROW FOR AN EMPLOYEE NOT ON THE        00000700
      * EXTRACT, NAMING THE EMPLOYEE AS THEIR OWN MANAGER OR WITH A     00000800
      * BAD DATE IS REJECTED.  EVERY CURRENT LINE IS THEN CHECKED:      00000900
      * A MANAGER NOT ON THE EXTRACT OR TERMINATED IS AN ORPHAN, AN     00001000
      * ACTIVE EMPLOYEE WITH NO LINE IS LISTED, AND A CHAIN OF          00001100
      * MANAGERS THAT COMES BACK ROUND TO AN EMPLOYEE IS A CYCLE.       00001200
      * ORPHANS, CYCLE MEMBERS AND EMPLOYEES WITH NO LINE ARE PUT       00001300
      * AT THE TOP OF THE TREE AND FLAGGED SO NOBODY IS LEFT OUT.       00001400
      * TERMINATED EMPLOYEES ARE NOT IN THE TREE.  THE ORG TREE IS      00001500
      * PRINTED INDENTED UNDER EACH MANAGER (DDRPTOUT) WITH EACH        00001600
      * MANAGER'S SPAN OF CONTROL (DIRECT REPORTS), THE LAYERS OF       00001700
      * MANAGEMENT BELOW THEM, THE HEADCOUNT BELOW THEM AND THE         00001800
      * TOTAL FL-SALARY OF EVERYONE BELOW THEM.  DDTEAMOUT GETS ONE     00001900
      * SECTION PER MANAGER, OPENING 'MANAGER ' AND THE MANAGER'S       00002000
      * EMPLOYEE ID, LISTING THE DIRECT REPORTS - THE SHAPE PGM61       00002100
      * BURSTS TO EACH MANAGER FROM ITS DISTRIBUTION CONTROL.  ENDS     00002200
      * RC 04 WHEN A LINE IS REJECTED, AN ORPHAN, CYCLE OR MISSING      00002300
      * LINE IS FOUND OR THE EMPLOYEE TABLE OVERFLOWS.                  00002400
       ENVIRONMENT DIVISION.                                            00002500
       INPUT-OUTPUT SECTION.                                            00002600
       FILE-CONTROL.                                                    00002700
                SELECT INFILE ASSIGN TO DDINPUT                         00002800
                ORGANIZATION IS SEQUENTIAL.                             00002900
                SELECT MGRLNIN ASSIGN TO DDMGRLN                        00003000
                ORGANIZATION IS SEQUENTIAL.                             00003100
                SELECT PARMFILE ASSIGN TO DDPARMIN                      00003200
                ORGANIZATION IS SEQUENTIAL.                             00003300
                SELECT RPTFILE ASSIGN TO DDRPTOUT                       00003400
                ORGANIZATION IS SEQUENTIAL.                             00003500
                SELECT TEAMFILE ASSIGN TO DDTEAMOUT                     00003600
                ORGANIZATION IS SEQUENTIAL.                             00003700
       DATA DIVISION.                                                   00003800
       FILE SECTION.                                                    00003900
       FD INFILE                                                        00004000
            RECORDING MODE IS F.                                        00004100
       01 FL-REC.                                                       00004200
          COPY CPFLREC.                                                 00004300
       01 FL-REC-HT REDEFINES FL-REC.                                   00004400
          COPY CPHDRTRL.                                                00004500
       01 FL-REC-ST REDEFINES FL-REC.                                   00004600
          COPY CPFLSTAT.                                                00004700
       FD MGRLNIN                                                       00004800
            RECORDING MODE IS F.                                        00004900
       01 RL-REC.                                                       00005000
          COPY CPMGRLN.                                                 00005100
       FD PARMFILE                                                      00005200
            RECORDING MODE IS F.                                        00005300
       01 PARM-CARD.                                                    00005400
          COPY CPPARMCD.                                                00005500
       FD RPTFILE                                                       00005600
            RECORDING MODE IS F.                                        00005700
       01 RPT-LINE PIC X(80).                                           00005800
       FD TEAMFILE                                                      00005900
            RECORDING MODE IS F.                                        00006000
       01 TEAM-LINE PIC X(80).                                          00006100
       WORKING-STORAGE SECTION.                                         00006200
       01 WS-EOF-SW PIC X(1) VALUE 'N'.                                 00006300
           88 WS-EOF           VALUE 'Y'.                               00006400
       01 WS-RL-EOF-SW PIC X(1) VALUE 'N'.                              00006500
           88 WS-RL-EOF        VALUE 'Y'.                               00006600
       01 WS-PARM-EOF-SW PIC X(1) VALUE 'N'.                            00006700
           88 WS-PARM-EOF      VALUE 'Y'.                               00006800
       01 WS-PERIOD-DATE  PIC 9(8) VALUE 0.                             00006900
      * THE EXTRACT'S EMPLOYEES WITH THEIR CURRENT REPORTING LINE.      00007000
      * WS-EMP-MGR-IX IS THE MANAGER'S ENTRY (ZERO AT THE TOP OF THE    00007100
      * TREE); THE DIRECT, LAYER, HEAD AND COST FIGURES ARE ROLLED UP   00007200
      * FROM EVERYONE BELOW.  WS-EMP-NOTE: SPACE CLEAN, O ORPHAN,       00007300
      * C CYCLE, N NO REPORTING LINE.                                   00007400
       01 WS-EMP-COUNT PIC 9(4) COMP VALUE 0.                           00007500
       01 WS-EMP-TABLE.                                                 00007600
           05 WS-EMP-ENTRY OCCURS 2000 TIMES                            00007700
                            INDEXED BY WS-EMP-IDX WS-EMP-SAV.           00007800
               10 WS-EMP-ID        PIC X(8).                            00007900
               10 WS-EMP-NAME      PIC X(20).                           00008000
               10 WS-EMP-DEPT      PIC X(4).                            00008100
               10 WS-EMP-SALARY    PIC 9(8)V99.                         00008200
               10 WS-EMP-STATUS    PIC X(1).                            00008300
               10 WS-EMP-MGR-ID    PIC X(8).                            00008400
               10 WS-EMP-LINE-DATE PIC 9(8).                            00008500
               10 WS-EMP-MGR-IX    PIC 9(4) COMP.                       00008600
               10 WS-EMP-LEVEL     PIC 9(4) COMP.                       00008700
               10 WS-EMP-DIRECT    PIC 9(5).                            00008800
               10 WS-EMP-LAYERS    PIC 9(4).                            00008900
               10 WS-EMP-HEADS     PIC 9(5).                            00009000
               10 WS-EMP-COST      PIC 9(11)V99.                        00009100
               10 WS-EMP-NOTE      PIC X(1).                            00009200
                   88 WS-EMP-CLEAN      VALUE ' '.                      00009300
                   88 WS-EMP-ORPHAN     VALUE 'O'.                      00009400
                   88 WS-EMP-IN-CYCLE   VALUE 'C'.                      00009500
                   88 WS-EMP-NO-LINE    VALUE 'N'.                      00009600
      * EMPLOYEES STILL TO BE PRINTED WHILE THE TREE IS WALKED.         00009700
       01 WS-STACK-TOP PIC 9(4) COMP VALUE 0.                           00009800
       01 WS-STACK-TABLE.                                               00009900
           05 WS-STACK-ENTRY PIC 9(4) COMP OCCURS 2000 TIMES.           00010000
       01 WS-SUB       PIC 9(4) COMP VALUE 0.                           00010100
       01 WS-NODE      PIC 9(4) COMP VALUE 0.                           00010200
       01 WS-CHILD     PIC 9(4) COMP VALUE 0.                           00010300
       01 WS-WALK-IX   PIC 9(4) COMP VALUE 0.                           00010400
       01 WS-WALK-STEPS PIC 9(4) COMP VALUE 0.                          00010500
       01 WS-TREE-PTR  PIC 9(4) COMP VALUE 0.                           00010600
       01 WS-FOUND-SW PIC X(1) VALUE 'N'.                               00010700
           88 WS-ENTRY-FOUND   VALUE 'Y'.                               00010800
       01 WS-WORK-ID      PIC X(8) VALUE SPACES.                        00010900
       01 WS-REJECT-TEXT  PIC X(30) VALUE SPACES.                       00011000
       01 WS-TREE-TEXT    PIC X(36) VALUE SPACES.                       00011100
       01 WS-TREE-TAG     PIC X(4) VALUE SPACES.                        00011200
       01 WS-SPAN-ED      PIC ZZZ9.                                     00011300
       01 WS-LAYER-ED     PIC ZZ9.                                      00011400
       01 WS-HEADS-ED     PIC ZZZZ9.                                    00011500
       01 WS-COST-ED      PIC ZZ,ZZZ,ZZZ,ZZ9.99.                        00011600
       01 WS-SAL-ED       PIC ZZ,ZZZ,ZZ9.99.                            00011700
       01 WS-MAX-SPAN     PIC 9(5) VALUE 0.                             00011800
       01 WS-MAX-LAYERS   PIC 9(4) VALUE 0.                             00011900
       01 WS-TOTAL-SALARY PIC 9(11)V99 VALUE 0.                         00012000
       01 WS-COUNT-LINES      PIC 9(7) VALUE 0.                         00012100
       01 WS-COUNT-APPLIED    PIC 9(7) VALUE 0.                         00012200
       01 WS-COUNT-FUTURE     PIC 9(7) VALUE 0.                         00012300
       01 WS-COUNT-REJECTED   PIC 9(7) VALUE 0.                         00012400
       01 WS-COUNT-EMP        PIC 9(7) VALUE 0.                         00012500
       01 WS-COUNT-EMPOVER    PIC 9(7) VALUE 0.                         00012600
       01 WS-COUNT-LEAVERS    PIC 9(7) VALUE 0.                         00012700
       01 WS-COUNT-IN-TREE    PIC 9(7) VALUE 0.                         00012800
       01 WS-COUNT-TOP        PIC 9(7) VALUE 0.                         00012900
       01 WS-COUNT-MANAGERS   PIC 9(7) VALUE 0.                         00013000
       01 WS-COUNT-ORPHAN     PIC 9(7) VALUE 0.                         00013100
       01 WS-COUNT-CYCLE      PIC 9(7) VALUE 0.                         00013200
       01 WS-COUNT-NO-LINE    PIC 9(7) VALUE 0.                         00013300
       01 WS-RETCD.                                                     00013400
           COPY CPRETCD.                                                00013500
       01 WS-AUD-START-DATE PIC 9(8).                                   00013600
       PROCEDURE DIVISION.                                              00013700
       MAIN-ROUTINE.                                                    00013800
            ACCEPT WS-AUD-START-DATE FROM DATE YYYYMMDD.                00013900
            MOVE WS-AUD-START-DATE TO WS-PERIOD-DATE.                   00014000
            PERFORM READ-ORG-PARMS.                                     00014100
            OPEN OUTPUT RPTFILE TEAMFILE.                               00014200
            MOVE SPACES TO RPT-LINE.                                    00014300
            STRING '---- PGM92 REPORTING LINES AS AT '                  00014400
               WS-PERIOD-DATE ' ----'                                   00014500
               DELIMITED BY SIZE INTO RPT-LINE                          00014600
            END-STRING.                                                 00014700
            WRITE RPT-LINE.                                             00014800
            PERFORM LOAD-EMPLOYEES.                                     00014900
            MOVE '---- REPORTING-LINE VALIDATION ----' TO RPT-LINE.     00015000
            WRITE RPT-LINE.                                             00015100
            PERFORM LOAD-REPORTING-LINES.                               00015200
            PERFORM LINK-MANAGERS.                                      00015300
            PERFORM FIND-CYCLES.                                        00015400
            PERFORM ROLL-UP-TEAMS.                                      00015500
            PERFORM WRITE-ORG-TREE.                                     00015600
            PERFORM WRITE-TEAM-SECTIONS.                                00015700
            PERFORM WRITE-ORG-SUMMARY.                                  00015800
            CLOSE RPTFILE TEAMFILE.                                     00015900
            SET WS-RC-OK TO TRUE.                                       00016000
            IF WS-COUNT-REJECTED > 0 OR WS-COUNT-ORPHAN > 0 OR          00016100
               WS-COUNT-CYCLE > 0 OR WS-COUNT-NO-LINE > 0 OR            00016200
               WS-COUNT-EMPOVER > 0 THEN                                00016300
               SET WS-RC-WARNING TO TRUE                                00016400
            END-IF.                                                     00016500
            MOVE WS-RETURN-CODE TO RETURN-CODE.                         00016600
            GOBACK.                                                     00016700
       READ-ORG-PARMS.                                                  00016800
            OPEN INPUT PARMFILE.                                        00016900
            PERFORM UNTIL WS-PARM-EOF                                   00017000
               READ PARMFILE                                            00017100
                 AT END SET WS-PARM-EOF TO TRUE                         00017200
                 NOT AT END PERFORM APPLY-PARM-CARD                     00017300
               END-READ                                                 00017400
            END-PERFORM.                                                00017500
            CLOSE PARMFILE.                                             00017600
       APPLY-PARM-CARD.                                                 00017700
            EVALUATE PARM-KEY                                           00017800
                WHEN 'PERIODDATE'                                       00017900
                   IF PARM-VALUE-NUM > 0 THEN                           00018000
                      MOVE PARM-VALUE-NUM TO WS-PERIOD-DATE             00018100
                   END-IF                                               00018200
                WHEN OTHER                                              00018300
                   CONTINUE                                             00018400
            END-EVALUATE.                                               00018500
       LOAD-EMPLOYEES.                                                  00018600
            OPEN INPUT INFILE.                                          00018700
            PERFORM UNTIL WS-EOF                                        00018800
               READ INFILE                                              00018900
                 AT END SET WS-EOF TO TRUE                              00019000
                 NOT AT END                                             00019100
                    IF HT-IS-HEADER OF FL-REC-HT OR                     00019200
                       HT-IS-TRAILER OF FL-REC-HT THEN                  00019300
                       CONTINUE                                         00019400
                    ELSE                                                00019500
                       PERFORM LOAD-ONE-EMPLOYEE                        00019600
                    END-IF                                              00019700
               END-READ                                                 00019800
            END-PERFORM.                                                00019900
            CLOSE INFILE.                                               00020000
       LOAD-ONE-EMPLOYEE.                                               00020100
            ADD 1 TO WS-COUNT-EMP.                                      00020200
            IF WS-EMP-COUNT < 2000 THEN                                 00020300
               ADD 1 TO WS-EMP-COUNT                                    00020400
               SET WS-EMP-IDX TO WS-EMP-COUNT                           00020500
               MOVE FL-EMP-ID OF FL-REC TO WS-EMP-ID (WS-EMP-IDX)       00020600
               MOVE FL-NAME OF FL-REC TO WS-EMP-NAME (WS-EMP-IDX)       00020700
               MOVE FL-DEPT-CODE OF FL-REC TO WS-EMP-DEPT (WS-EMP-IDX)  00020800
               IF FL-SALARY OF FL-REC NUMERIC THEN                      00020900
                  MOVE FL-SALARY OF FL-REC                              00021000
                     TO WS-EMP-SALARY (WS-EMP-IDX)                      00021100
               ELSE                                                     00021200
                  MOVE 0 TO WS-EMP-SALARY (WS-EMP-IDX)                  00021300
               END-IF                                                   00021400
               IF FL-STATUS-CODE OF FL-REC-ST = SPACE THEN              00021500
                  MOVE 'A' TO WS-EMP-STATUS (WS-EMP-IDX)                00021600
               ELSE                                                     00021700
                  MOVE FL-STATUS-CODE OF FL-REC-ST                      00021800
                     TO WS-EMP-STATUS (WS-EMP-IDX)                      00021900
               END-IF                                                   00022000
               MOVE SPACES TO WS-EMP-MGR-ID (WS-EMP-IDX)                00022100
               MOVE 0 TO WS-EMP-LINE-DATE (WS-EMP-IDX)                  00022200
               MOVE 0 TO WS-EMP-MGR-IX (WS-EMP-IDX)                     00022300
               MOVE 0 TO WS-EMP-LEVEL (WS-EMP-IDX)                      00022400
               MOVE 0 TO WS-EMP-DIRECT (WS-EMP-IDX)                     00022500
               MOVE 0 TO WS-EMP-LAYERS (WS-EMP-IDX)                     00022600
               MOVE 0 TO WS-EMP-HEADS (WS-EMP-IDX)                      00022700
               MOVE 0 TO WS-EMP-COST (WS-EMP-IDX)                       00022800
               SET WS-EMP-CLEAN (WS-EMP-IDX) TO TRUE                    00022900
            ELSE                                                        00023000
               ADD 1 TO WS-COUNT-EMPOVER                                00023100
            END-IF.                                                     00023200
      * LOOKS UP WS-WORK-ID IN THE EMPLOYEE TABLE.                      00023300
       FIND-EMPLOYEE.                                                   00023400
            MOVE 'N' TO WS-FOUND-SW.                                    00023500
            IF WS-EMP-COUNT > 0 THEN                                    00023600
               PERFORM VARYING WS-EMP-IDX FROM 1 BY 1                   00023700
                  UNTIL WS-EMP-IDX > WS-EMP-COUNT                       00023800
                     OR WS-ENTRY-FOUND                                  00023900
                  IF WS-EMP-ID (WS-EMP-IDX) = WS-WORK-ID THEN           00024000
                     SET WS-ENTRY-FOUND TO TRUE                         00024100
                     SET WS-EMP-SAV TO WS-EMP-IDX                       00024200
                  END-IF                                                00024300
               END-PERFORM                                              00024400
            END-IF.                                                     00024500
            IF WS-ENTRY-FOUND THEN                                      00024600
               SET WS-EMP-IDX TO WS-EMP-SAV                             00024700
            END-IF.                                                     00024800
       LOAD-REPORTING-LINES.                                            00024900
            OPEN INPUT MGRLNIN.                                         00025000
            PERFORM UNTIL WS-RL-EOF                                     00025100
               READ MGRLNIN                                             00025200
                 AT END SET WS-RL-EOF TO TRUE                           00025300
                 NOT AT END PERFORM APPLY-ONE-LINE                      00025400
               END-READ                                                 00025500
            END-PERFORM.                                                00025600
            CLOSE MGRLNIN.                                              00025700
      * A LATER-DATED ROW REPLACES AN EARLIER ONE; ON THE SAME DATE     00025800
      * THE LATER ROW IN THE DATASET WINS.  A ROW DATED AFTER THE       00025900
      * PERIOD DATE IS COUNTED AND LEFT FOR ITS DAY.                    00026000
       APPLY-ONE-LINE.                                                  00026100
            ADD 1 TO WS-COUNT-LINES.                                    00026200
            MOVE SPACES TO WS-REJECT-TEXT.                              00026300
            IF RL-EMP-ID = SPACES THEN                                  00026400
               MOVE 'EMPLOYEE ID MISSING' TO WS-REJECT-TEXT             00026500
            END-IF.                                                     00026600
            IF WS-REJECT-TEXT = SPACES THEN                             00026700
               IF RL-EFF-DATE NOT NUMERIC OR RL-EFF-DATE = 0 THEN       00026800
                  MOVE 'EFFECTIVE DATE INVALID' TO WS-REJECT-TEXT       00026900
               END-IF                                                   00027000
            END-IF.                                                     00027100
            IF WS-REJECT-TEXT = SPACES THEN                             00027200
               IF RL-MGR-ID = RL-EMP-ID THEN                            00027300
                  MOVE 'EMPLOYEE REPORTS TO SELF' TO WS-REJECT-TEXT     00027400
               END-IF                                                   00027500
            END-IF.                                                     00027600
            IF WS-REJECT-TEXT = SPACES THEN                             00027700
               MOVE RL-EMP-ID TO WS-WORK-ID                             00027800
               PERFORM FIND-EMPLOYEE                                    00027900
               IF NOT WS-ENTRY-FOUND THEN                               00028000
                  MOVE 'EMPLOYEE NOT ON EXTRACT' TO WS-REJECT-TEXT      00028100
               END-IF                                                   00028200
            END-IF.                                                     00028300
            IF WS-REJECT-TEXT = SPACES THEN                             00028400
               IF RL-EFF-DATE > WS-PERIOD-DATE THEN                     00028500
                  ADD 1 TO WS-COUNT-FUTURE                              00028600
               ELSE                                                     00028700
                  ADD 1 TO WS-COUNT-APPLIED                             00028800
                  IF RL-EFF-DATE >= WS-EMP-LINE-DATE (WS-EMP-IDX) THEN  00028900
                     MOVE RL-MGR-ID TO WS-EMP-MGR-ID (WS-EMP-IDX)       00029000
                     MOVE RL-EFF-DATE TO WS-EMP-LINE-DATE (WS-EMP-IDX)  00029100
                  END-IF                                                00029200
               END-IF                                                   00029300
            ELSE                                                        00029400
               ADD 1 TO WS-COUNT-REJECTED                               00029500
               MOVE SPACES TO RPT-LINE                                  00029600
               STRING 'LINE ' RL-EMP-ID ' TO ' RL-MGR-ID                00029700
                  ' REJECTED: ' WS-REJECT-TEXT                          00029800
                  DELIMITED BY SIZE INTO RPT-LINE                       00029900
               END-STRING                                               00030000
               WRITE RPT-LINE                                           00030100
            END-IF.                                                     00030200
      * POINTS EACH CURRENT EMPLOYEE AT THEIR MANAGER'S ENTRY.          00030300
       LINK-MANAGERS.                                                   00030400
            IF WS-EMP-COUNT > 0 THEN                                    00030500
               PERFORM LINK-ONE-MANAGER                                 00030600
                  VARYING WS-SUB FROM 1 BY 1                            00030700
                  UNTIL WS-SUB > WS-EMP-COUNT                           00030800
            END-IF.                                                     00030900
       LINK-ONE-MANAGER.                                                00031000
            IF WS-EMP-STATUS (WS-SUB) = 'T' THEN                        00031100
               ADD 1 TO WS-COUNT-LEAVERS                                00031200
            ELSE                                                        00031300
               IF WS-EMP-LINE-DATE (WS-SUB) = 0 THEN                    00031400
                  SET WS-EMP-NO-LINE (WS-SUB) TO TRUE                   00031500
                  ADD 1 TO WS-COUNT-NO-LINE                             00031600
                  MOVE SPACES TO RPT-LINE                               00031700
                  STRING 'EMPLOYEE ' WS-EMP-ID (WS-SUB)                 00031800
                     ' DEPT ' WS-EMP-DEPT (WS-SUB)                      00031900
                     ' HAS NO REPORTING LINE'                           00032000
                     DELIMITED BY SIZE INTO RPT-LINE                    00032100
                  END-STRING                                            00032200
                  WRITE RPT-LINE                                        00032300
               ELSE                                                     00032400
                  IF WS-EMP-MGR-ID (WS-SUB) NOT = SPACES THEN           00032500
                     PERFORM CHECK-MANAGER                              00032600
                  END-IF                                                00032700
               END-IF                                                   00032800
            END-IF.                                                     00032900
       CHECK-MANAGER.                                                   00033000
            MOVE WS-EMP-MGR-ID (WS-SUB) TO WS-WORK-ID.                  00033100
            PERFORM FIND-EMPLOYEE.                                      00033200
            MOVE SPACES TO WS-REJECT-TEXT.                              00033300
            IF NOT WS-ENTRY-FOUND THEN                                  00033400
               MOVE 'NOT ON EXTRACT' TO WS-REJECT-TEXT                  00033500
            ELSE                                                        00033600
               IF WS-EMP-STATUS (WS-EMP-IDX) = 'T' THEN                 00033700
                  MOVE 'TERMINATED' TO WS-REJECT-TEXT                   00033800
               END-IF                                                   00033900
            END-IF.                                                     00034000
            IF WS-REJECT-TEXT = SPACES THEN                             00034100
               SET WS-EMP-MGR-IX (WS-SUB) TO WS-EMP-IDX                 00034200
            ELSE                                                        00034300
               SET WS-EMP-ORPHAN (WS-SUB) TO TRUE                       00034400
               ADD 1 TO WS-COUNT-ORPHAN                                 00034500
               MOVE SPACES TO RPT-LINE                                  00034600
               STRING 'EMPLOYEE ' WS-EMP-ID (WS-SUB)                    00034700
                  ' ORPHANED - MANAGER ' WS-WORK-ID ' '                 00034800
                  WS-REJECT-TEXT                                        00034900
                  DELIMITED BY SIZE INTO RPT-LINE                       00035000
               END-STRING                                               00035100
               WRITE RPT-LINE                                           00035200
            END-IF.                                                     00035300
      * AN EMPLOYEE IS IN A CYCLE WHEN CLIMBING THEIR CHAIN OF          00035400
      * MANAGERS COMES BACK TO THEM.  THE CLIMB IS CUT OFF AFTER AS     00035500
      * MANY STEPS AS THERE ARE EMPLOYEES, WHICH ONLY HAPPENS FOR       00035600
      * SOMEONE BELOW A CYCLE RATHER THAN IN IT.  EVERY MEMBER IS       00035700
      * MARKED BEFORE ANY LINK IS BROKEN, THEN EACH MEMBER IS MOVED     00035800
      * TO THE TOP OF THE TREE.                                         00035900
       FIND-CYCLES.                                                     00036000
            IF WS-EMP-COUNT > 0 THEN                                    00036100
               PERFORM MARK-ONE-CYCLE                                   00036200
                  VARYING WS-SUB FROM 1 BY 1                            00036300
                  UNTIL WS-SUB > WS-EMP-COUNT                           00036400
               PERFORM BREAK-ONE-CYCLE                                  00036500
                  VARYING WS-SUB FROM 1 BY 1                            00036600
                  UNTIL WS-SUB > WS-EMP-COUNT                           00036700
            END-IF.                                                     00036800
       MARK-ONE-CYCLE.                                                  00036900
            IF WS-EMP-MGR-IX (WS-SUB) > 0 THEN                          00037000
               MOVE WS-EMP-MGR-IX (WS-SUB) TO WS-WALK-IX                00037100
               MOVE 0 TO WS-WALK-STEPS                                  00037200
               PERFORM UNTIL WS-WALK-IX = 0 OR WS-WALK-IX = WS-SUB      00037300
                          OR WS-WALK-STEPS > WS-EMP-COUNT               00037400
                  MOVE WS-EMP-MGR-IX (WS-WALK-IX) TO WS-WALK-IX         00037500
                  ADD 1 TO WS-WALK-STEPS                                00037600
               END-PERFORM                                              00037700
               IF WS-WALK-IX = WS-SUB THEN                              00037800
                  SET WS-EMP-IN-CYCLE (WS-SUB) TO TRUE                  00037900
               END-IF                                                   00038000
            END-IF.                                                     00038100
       BREAK-ONE-CYCLE.                                                 00038200
            IF WS-EMP-IN-CYCLE (WS-SUB) THEN                            00038300
               ADD 1 TO WS-COUNT-CYCLE                                  00038400
               MOVE SPACES TO RPT-LINE                                  00038500
               STRING 'EMPLOYEE ' WS-EMP-ID (WS-SUB)                    00038600
                  ' IN A REPORTING CYCLE - MANAGER '                    00038700
                  WS-EMP-MGR-ID (WS-SUB)                                00038800
                  DELIMITED BY SIZE INTO RPT-LINE                       00038900
               END-STRING                                               00039000
               WRITE RPT-LINE                                           00039100
               MOVE 0 TO WS-EMP-MGR-IX (WS-SUB)                         00039200
            END-IF.                                                     00039300
      * CLIMBS FROM EACH EMPLOYEE TO THE TOP, ADDING THEM TO EVERY      00039400
      * MANAGER ABOVE - DIRECT REPORT TO THE FIRST, ONE MORE LAYER      00039500
      * DOWN FOR EACH MANAGER FURTHER UP.                               00039600
       ROLL-UP-TEAMS.                                                   00039700
            IF WS-EMP-COUNT > 0 THEN                                    00039800
               PERFORM ROLL-UP-ONE-EMPLOYEE                             00039900
                  VARYING WS-SUB FROM 1 BY 1                            00040000
                  UNTIL WS-SUB > WS-EMP-COUNT                           00040100
            END-IF.                                                     00040200
       ROLL-UP-ONE-EMPLOYEE.                                            00040300
            IF WS-EMP-STATUS (WS-SUB) NOT = 'T' THEN                    00040400
               ADD 1 TO WS-COUNT-IN-TREE                                00040500
               ADD WS-EMP-SALARY (WS-SUB) TO WS-TOTAL-SALARY            00040600
               MOVE WS-EMP-MGR-IX (WS-SUB) TO WS-WALK-IX                00040700
               MOVE 0 TO WS-WALK-STEPS                                  00040800
               PERFORM UNTIL WS-WALK-IX = 0                             00040900
                          OR WS-WALK-STEPS > WS-EMP-COUNT               00041000
                  ADD 1 TO WS-WALK-STEPS                                00041100
                  IF WS-WALK-STEPS = 1 THEN                             00041200
                     ADD 1 TO WS-EMP-DIRECT (WS-WALK-IX)                00041300
                  END-IF                                                00041400
                  ADD 1 TO WS-EMP-HEADS (WS-WALK-IX)                    00041500
                  ADD WS-EMP-SALARY (WS-SUB)                            00041600
                     TO WS-EMP-COST (WS-WALK-IX)                        00041700
                  IF WS-WALK-STEPS > WS-EMP-LAYERS (WS-WALK-IX) THEN    00041800
                     MOVE WS-WALK-STEPS TO WS-EMP-LAYERS (WS-WALK-IX)   00041900
                  END-IF                                                00042000
                  MOVE WS-EMP-MGR-IX (WS-WALK-IX) TO WS-WALK-IX         00042100
               END-PERFORM                                              00042200
               MOVE WS-WALK-STEPS TO WS-EMP-LEVEL (WS-SUB)              00042300
            END-IF.                                                     00042400
      * WALKS THE TREE DEPTH FIRST FROM EACH EMPLOYEE AT THE TOP,       00042500
      * KEEPING THE EMPLOYEES STILL TO PRINT ON A STACK.  CHILDREN      00042600
      * ARE PUSHED LAST-FIRST SO THEY PRINT IN EXTRACT ORDER.           00042700
       WRITE-ORG-TREE.                                                  00042800
            MOVE SPACES TO RPT-LINE.                                    00042900
            WRITE RPT-LINE.                                             00043000
            MOVE '---- ORGANISATION TREE ----' TO RPT-LINE.             00043100
            WRITE RPT-LINE.                                             00043200
            MOVE SPACES TO RPT-LINE.                                    00043300
            STRING 'EMPLOYEE / NAME                      DEPT SPAN LYR' 00043400
               ' HEADS       TEAM SALARY NOTE'                          00043500
               DELIMITED BY SIZE INTO RPT-LINE                          00043600
            END-STRING.                                                 00043700
            WRITE RPT-LINE.                                             00043800
            IF WS-EMP-COUNT > 0 THEN                                    00043900
               PERFORM WRITE-ONE-BRANCH                                 00044000
                  VARYING WS-SUB FROM 1 BY 1                            00044100
                  UNTIL WS-SUB > WS-EMP-COUNT                           00044200
            END-IF.                                                     00044300
            MOVE SPACES TO RPT-LINE.                                    00044400
            STRING 'NOTE: ORPH MANAGER NOT CURRENT, CYCL IN A CYCLE,'   00044500
               ' NOLN NO REPORTING LINE'                                00044600
               DELIMITED BY SIZE INTO RPT-LINE                          00044700
            END-STRING.                                                 00044800
            WRITE RPT-LINE.                                             00044900
       WRITE-ONE-BRANCH.                                                00045000
            IF WS-EMP-STATUS (WS-SUB) NOT = 'T' AND                     00045100
               WS-EMP-MGR-IX (WS-SUB) = 0 THEN                          00045200
               ADD 1 TO WS-COUNT-TOP                                    00045300
               MOVE 1 TO WS-STACK-TOP                                   00045400
               MOVE WS-SUB TO WS-STACK-ENTRY (1)                        00045500
               PERFORM UNTIL WS-STACK-TOP = 0                           00045600
                  MOVE WS-STACK-ENTRY (WS-STACK-TOP) TO WS-NODE         00045700
                  SUBTRACT 1 FROM WS-STACK-TOP                          00045800
                  PERFORM WRITE-TREE-LINE                               00045900
                  IF WS-EMP-DIRECT (WS-NODE) > 0 THEN                   00046000
                     PERFORM PUSH-DIRECT-REPORTS                        00046100
                  END-IF                                                00046200
               END-PERFORM                                              00046300
            END-IF.                                                     00046400
       PUSH-DIRECT-REPORTS.                                             00046500
            PERFORM VARYING WS-CHILD FROM WS-EMP-COUNT BY -1            00046600
               UNTIL WS-CHILD < 1                                       00046700
               IF WS-EMP-MGR-IX (WS-CHILD) = WS-NODE AND                00046800
                  WS-STACK-TOP < 2000 THEN                              00046900
                  ADD 1 TO WS-STACK-TOP                                 00047000
                  MOVE WS-CHILD TO WS-STACK-ENTRY (WS-STACK-TOP)        00047100
               END-IF                                                   00047200
            END-PERFORM.                                                00047300
      * TWO COLUMNS OF INDENT A LEVEL, AT MOST EIGHT LEVELS DEEP.       00047400
       WRITE-TREE-LINE.                                                 00047500
            IF WS-EMP-LEVEL (WS-NODE) > 8 THEN                          00047600
               MOVE 17 TO WS-TREE-PTR                                   00047700
            ELSE                                                        00047800
               COMPUTE WS-TREE-PTR = WS-EMP-LEVEL (WS-NODE) * 2 + 1     00047900
            END-IF.                                                     00048000
            MOVE SPACES TO WS-TREE-TEXT.                                00048100
            STRING WS-EMP-ID (WS-NODE) ' ' WS-EMP-NAME (WS-NODE)        00048200
               DELIMITED BY SIZE INTO WS-TREE-TEXT                      00048300
               WITH POINTER WS-TREE-PTR                                 00048400
            END-STRING.                                                 00048500
            EVALUATE TRUE                                               00048600
                WHEN WS-EMP-ORPHAN (WS-NODE)                            00048700
                   MOVE 'ORPH' TO WS-TREE-TAG                           00048800
                WHEN WS-EMP-IN-CYCLE (WS-NODE)                          00048900
                   MOVE 'CYCL' TO WS-TREE-TAG                           00049000
                WHEN WS-EMP-NO-LINE (WS-NODE)                           00049100
                   MOVE 'NOLN' TO WS-TREE-TAG                           00049200
                WHEN OTHER                                              00049300
                   MOVE SPACES TO WS-TREE-TAG                           00049400
            END-EVALUATE.                                               00049500
            MOVE SPACES TO RPT-LINE.                                    00049600
            IF WS-EMP-DIRECT (WS-NODE) > 0 THEN                         00049700
               ADD 1 TO WS-COUNT-MANAGERS                               00049800
               IF WS-EMP-DIRECT (WS-NODE) > WS-MAX-SPAN THEN            00049900
                  MOVE WS-EMP-DIRECT (WS-NODE) TO WS-MAX-SPAN           00050000
               END-IF                                                   00050100
               IF WS-EMP-LAYERS (WS-NODE) > WS-MAX-LAYERS THEN          00050200
                  MOVE WS-EMP-LAYERS (WS-NODE) TO WS-MAX-LAYERS         00050300
               END-IF                                                   00050400
               MOVE WS-EMP-DIRECT (WS-NODE) TO WS-SPAN-ED               00050500
               MOVE WS-EMP-LAYERS (WS-NODE) TO WS-LAYER-ED              00050600
               MOVE WS-EMP-HEADS (WS-NODE) TO WS-HEADS-ED               00050700
               MOVE WS-EMP-COST (WS-NODE) TO WS-COST-ED                 00050800
               STRING WS-TREE-TEXT ' ' WS-EMP-DEPT (WS-NODE) ' '        00050900
                  WS-SPAN-ED ' ' WS-LAYER-ED ' ' WS-HEADS-ED ' '        00051000
                  WS-COST-ED ' ' WS-TREE-TAG                            00051100
                  DELIMITED BY SIZE INTO RPT-LINE                       00051200
               END-STRING                                               00051300
            ELSE                                                        00051400
               STRING WS-TREE-TEXT ' ' WS-EMP-DEPT (WS-NODE)            00051500
                  '                                  '                  00051600
                  WS-TREE-TAG                                           00051700
                  DELIMITED BY SIZE INTO RPT-LINE                       00051800
               END-STRING                                               00051900
            END-IF.                                                     00052000
            WRITE RPT-LINE.                                             00052100
      * ONE SECTION PER MANAGER FOR PGM61 TO BURST - THE HEADING        00052200
      * CARRIES THE MANAGER'S EMPLOYEE ID IN COLUMNS 9-16.              00052300
       WRITE-TEAM-SECTIONS.                                             00052400
            MOVE SPACES TO TEAM-LINE.                                   00052500
            STRING 'PGM92 TEAM REPORT AS AT ' WS-PERIOD-DATE            00052600
               DELIMITED BY SIZE INTO TEAM-LINE                         00052700
            END-STRING.                                                 00052800
            WRITE TEAM-LINE.                                            00052900
            IF WS-EMP-COUNT > 0 THEN                                    00053000
               PERFORM WRITE-ONE-TEAM                                   00053100
                  VARYING WS-SUB FROM 1 BY 1                            00053200
                  UNTIL WS-SUB > WS-EMP-COUNT                           00053300
            END-IF.                                                     00053400
            MOVE SPACES TO TEAM-LINE.                                   00053500
            STRING '---- MANAGERS ' WS-COUNT-MANAGERS                   00053600
               '  IN TREE ' WS-COUNT-IN-TREE ' ----'                    00053700
               DELIMITED BY SIZE INTO TEAM-LINE                         00053800
            END-STRING.                                                 00053900
            WRITE TEAM-LINE.                                            00054000
       WRITE-ONE-TEAM.                                                  00054100
            IF WS-EMP-DIRECT (WS-SUB) > 0 THEN                          00054200
               MOVE SPACES TO TEAM-LINE                                 00054300
               STRING 'MANAGER ' WS-EMP-ID (WS-SUB) ' '                 00054400
                  WS-EMP-NAME (WS-SUB) ' DEPT ' WS-EMP-DEPT (WS-SUB)    00054500
                  DELIMITED BY SIZE INTO TEAM-LINE                      00054600
               END-STRING                                               00054700
               WRITE TEAM-LINE                                          00054800
               MOVE WS-EMP-DIRECT (WS-SUB) TO WS-SPAN-ED                00054900
               MOVE WS-EMP-LAYERS (WS-SUB) TO WS-LAYER-ED               00055000
               MOVE WS-EMP-HEADS (WS-SUB) TO WS-HEADS-ED                00055100
               MOVE WS-EMP-COST (WS-SUB) TO WS-COST-ED                  00055200
               MOVE SPACES TO TEAM-LINE                                 00055300
               STRING '  SPAN ' WS-SPAN-ED '  LAYERS ' WS-LAYER-ED      00055400
                  '  HEADS ' WS-HEADS-ED '  TEAM SALARY ' WS-COST-ED    00055500
                  DELIMITED BY SIZE INTO TEAM-LINE                      00055600
               END-STRING                                               00055700
               WRITE TEAM-LINE                                          00055800
               MOVE SPACES TO TEAM-LINE                                 00055900
               STRING '  EMPLOYEE NAME                 DEPT'            00056000
                  '        SALARY SPAN'                                 00056100
                  DELIMITED BY SIZE INTO TEAM-LINE                      00056200
               END-STRING                                               00056300
               WRITE TEAM-LINE                                          00056400
               PERFORM VARYING WS-CHILD FROM 1 BY 1                     00056500
                  UNTIL WS-CHILD > WS-EMP-COUNT                         00056600
                  IF WS-EMP-MGR-IX (WS-CHILD) = WS-SUB THEN             00056700
                     PERFORM WRITE-TEAM-MEMBER                          00056800
                  END-IF                                                00056900
               END-PERFORM                                              00057000
               MOVE SPACES TO TEAM-LINE                                 00057100
               WRITE TEAM-LINE                                          00057200
            END-IF.                                                     00057300
       WRITE-TEAM-MEMBER.                                               00057400
            MOVE WS-EMP-SALARY (WS-CHILD) TO WS-SAL-ED.                 00057500
            MOVE WS-EMP-DIRECT (WS-CHILD) TO WS-SPAN-ED.                00057600
            MOVE SPACES TO TEAM-LINE.                                   00057700
            STRING '  ' WS-EMP-ID (WS-CHILD) ' ' WS-EMP-NAME (WS-CHILD) 00057800
               ' ' WS-EMP-DEPT (WS-CHILD) ' ' WS-SAL-ED ' ' WS-SPAN-ED  00057900
               DELIMITED BY SIZE INTO TEAM-LINE                         00058000
            END-STRING.                                                 00058100
            WRITE TEAM-LINE.                                            00058200
       WRITE-ORG-SUMMARY.                                               00058300
            MOVE SPACES TO RPT-LINE.                                    00058400
            WRITE RPT-LINE.                                             00058500
            MOVE '---- SUMMARY ----' TO RPT-LINE.                       00058600
            WRITE RPT-LINE.                                             00058700
            MOVE SPACES TO RPT-LINE.                                    00058800
            STRING 'REPORTING LINES: ' WS-COUNT-LINES                   00058900
               '  CURRENT ' WS-COUNT-APPLIED                            00059000
               '  FUTURE ' WS-COUNT-FUTURE                              00059100
               '  REJECTED ' WS-COUNT-REJECTED                          00059200
               DELIMITED BY SIZE INTO RPT-LINE                          00059300
            END-STRING.                                                 00059400
            WRITE RPT-LINE.                                             00059500
            MOVE SPACES TO RPT-LINE.                                    00059600
            STRING 'EMPLOYEES      : ' WS-COUNT-EMP                     00059700
               '  IN TREE ' WS-COUNT-IN-TREE                            00059800
               '  LEAVERS ' WS-COUNT-LEAVERS                            00059900
               '  NOT TABLED ' WS-COUNT-EMPOVER                         00060000
               DELIMITED BY SIZE INTO RPT-LINE                          00060100
            END-STRING.                                                 00060200
            WRITE RPT-LINE.                                             00060300
            MOVE SPACES TO RPT-LINE.                                    00060400
            STRING 'TOP OF TREE    : ' WS-COUNT-TOP                     00060500
               '  ORPHANS ' WS-COUNT-ORPHAN                             00060600
               '  IN CYCLES ' WS-COUNT-CYCLE                            00060700
               '  NO LINE ' WS-COUNT-NO-LINE                            00060800
               DELIMITED BY SIZE INTO RPT-LINE                          00060900
            END-STRING.                                                 00061000
            WRITE RPT-LINE.                                             00061100
            MOVE WS-TOTAL-SALARY TO WS-COST-ED.                         00061200
            MOVE SPACES TO RPT-LINE.                                    00061300
            STRING 'MANAGERS       : ' WS-COUNT-MANAGERS                00061400
               '  WIDEST SPAN ' WS-MAX-SPAN                             00061500
               '  DEEPEST ' WS-MAX-LAYERS ' LAYERS'                     00061600
               DELIMITED BY SIZE INTO RPT-LINE                          00061700
            END-STRING.                                                 00061800
            WRITE RPT-LINE.                                             00061900
            MOVE SPACES TO RPT-LINE.                                    00062000
            STRING 'TOTAL SALARY   : ' WS-COST-ED                       00062100
               DELIMITED BY SIZE INTO RPT-LINE                          00062200
            END-STRING.                                                 00062300
            WRITE RPT-LINE.                                             00062400

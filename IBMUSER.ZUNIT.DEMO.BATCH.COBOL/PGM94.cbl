       IDENTIFICATION DIVISION.                                         00000100
       PROGRAM-ID.   PGM94.                                             00000200
      * COST-ALLOCATION TABLE VALIDATION.  READS THE CPALLOC SPLIT-     00000300
      * FUNDING TABLE (DDALLOCIN) AND CHECKS EVERY LINE: THE            00000400
      * EMPLOYEE MUST BE ON THE CPFLREC EXTRACT, THE DEPARTMENT         00000500
      * MUST BE A DEPTID ON THE DEPT_DB REFERENCE TABLE (LOOKED UP      00000600
      * ONCE PER DEPARTMENT), THE PERCENTAGE MUST BE 0.01 TO 100.00     00000700
      * AND THE DATE RANGE MUST PASS THE SHARED PGM14 DATE SERVICE      00000800
      * WITH THE TO-DATE (ZERO FOR OPEN-ENDED) NOT BEFORE THE FROM-     00000900
      * DATE.  THE LINES EFFECTIVE ON THE PERIODDATE CARD'S DATE        00001000
      * (DEFAULT THE RUN DATE) MUST TOTAL EXACTLY 100.00 PER            00001100
      * EMPLOYEE WITH NO DEPARTMENT TWICE.  AN EMPLOYEE WITH A BAD      00001200
      * LINE OR A SPLIT THAT DOES NOT TOTAL IS LEFT OUT WHOLE -         00001300
      * THEIR COST STAYS IN THEIR HOME DEPARTMENT - AND LISTED ON       00001400
      * THE VALIDATION REPORT (DDRPTOUT).  THE EFFECTIVE LINES OF       00001500
      * EVERY GOOD SPLIT ARE WRITTEN TO DDALLOCOUT FOR THE PGM64 GL     00001600
      * POSTING AND THE PGM13 REGISTER.  ENDS RC 04 WHEN ANY SPLIT      00001700
      * IS LEFT OUT, RC 12 ON A DB2 ERROR.                              00001800
       ENVIRONMENT DIVISION.                                            00001900
       INPUT-OUTPUT SECTION.                                            00002000
       FILE-CONTROL.                                                    00002100
                SELECT ALLOCIN ASSIGN TO DDALLOCIN                      00002200
                ORGANIZATION IS SEQUENTIAL.                             00002300
                SELECT INFILE ASSIGN TO DDINPUT                         00002400
                ORGANIZATION IS SEQUENTIAL.                             00002500
                SELECT PARMFILE ASSIGN TO DDPARMIN                      00002600
                ORGANIZATION IS SEQUENTIAL.                             00002700
                SELECT ALLOCOUT ASSIGN TO DDALLOCOUT                    00002800
                ORGANIZATION IS SEQUENTIAL.                             00002900
                SELECT RPTFILE ASSIGN TO DDRPTOUT                       00003000
                ORGANIZATION IS SEQUENTIAL.                             00003100
       DATA DIVISION.                                                   00003200
       FILE SECTION.                                                    00003300
       FD ALLOCIN                                                       00003400
            RECORDING MODE IS F.                                        00003500
       01 AL-IN-REC.                                                    00003600
          COPY CPALLOC.                                                 00003700
       FD INFILE                                                        00003800
            RECORDING MODE IS F.                                        00003900
       01 FL-REC.                                                       00004000
          COPY CPFLREC.                                                 00004100
       01 FL-REC-HT REDEFINES FL-REC.                                   00004200
          COPY CPHDRTRL.                                                00004300
       FD PARMFILE                                                      00004400
            RECORDING MODE IS F.                                        00004500
       01 PARM-CARD.                                                    00004600
          COPY CPPARMCD.                                                00004700
       FD ALLOCOUT                                                      00004800
            RECORDING MODE IS F.                                        00004900
       01 AL-OUT-REC.                                                   00005000
          COPY CPALLOC.                                                 00005100
       FD RPTFILE                                                       00005200
            RECORDING MODE IS F.                                        00005300
       01 RPT-LINE PIC X(80).                                           00005400
       WORKING-STORAGE SECTION.                                         00005500
       01 WS-EOF-SW PIC X(1) VALUE 'N'.                                 00005600
           88 WS-EOF           VALUE 'Y'.                               00005700
       01 WS-AL-EOF-SW PIC X(1) VALUE 'N'.                              00005800
           88 WS-AL-EOF        VALUE 'Y'.                               00005900
       01 WS-PARM-EOF-SW PIC X(1) VALUE 'N'.                            00006000
           88 WS-PARM-EOF      VALUE 'Y'.                               00006100
       01 WS-PERIOD-DATE   PIC 9(8) VALUE 0.                            00006200
       01 WS-DATE-RC       PIC 9(2) VALUE 0.                            00006300
           88 WS-DATE-RC-OK    VALUE 00.                                00006400
       01 WS-DATEVAL-PGM   PIC X(8) VALUE 'PGM14'.                      00006500
       01 WS-NO-HORIZON    PIC 9(8) VALUE 0.                            00006600
       01 WS-DATE-WORK-X   PIC X(8).                                    00006700
       01 WS-DATE-WORK REDEFINES WS-DATE-WORK-X PIC 9(8).               00006800
       01 WS-EMP-COUNT PIC 9(4) COMP VALUE 0.                           00006900
       01 WS-EMP-TABLE.                                                 00007000
           05 WS-EMP-ENTRY OCCURS 2000 TIMES                            00007100
                            INDEXED BY WS-EMP-IDX.                      00007200
               10 WS-EMP-ID       PIC X(8).                             00007300
      * EVERY ALLOCATION LINE AS READ, WITH ITS REJECT REASON.          00007400
       01 WS-LINE-COUNT PIC 9(4) COMP VALUE 0.                          00007500
       01 WS-LINE-TABLE.                                                00007600
           05 WS-LINE-ENTRY OCCURS 3000 TIMES                           00007700
                             INDEXED BY WS-LINE-IDX WS-LINE-IDX2.       00007800
               10 WS-LINE-REC      PIC X(80).                           00007900
               10 WS-LINE-EMP-ID   PIC X(8).                            00008000
               10 WS-LINE-DEPT     PIC X(4).                            00008100
               10 WS-LINE-PCT      PIC 9(3)V99.                         00008200
               10 WS-LINE-SPL-IX   PIC 9(4) COMP.                       00008300
               10 WS-LINE-EFF-SW   PIC X(1).                            00008400
                   88 WS-LINE-EFFECTIVE VALUE 'Y'.                      00008500
               10 WS-LINE-REASON   PIC X(30).                           00008600
      * ONE ENTRY PER EMPLOYEE ON THE TABLE.                            00008700
       01 WS-SPL-COUNT PIC 9(4) COMP VALUE 0.                           00008800
       01 WS-SPL-TABLE.                                                 00008900
           05 WS-SPL-ENTRY OCCURS 3000 TIMES                            00009000
                            INDEXED BY WS-SPL-IDX WS-SPL-SAV.           00009100
               10 WS-SPL-EMP-ID    PIC X(8).                            00009200
               10 WS-SPL-TOTAL     PIC 9(5)V99.                         00009300
               10 WS-SPL-LINES     PIC 9(4).                            00009400
               10 WS-SPL-BAD-LINES PIC 9(4).                            00009500
               10 WS-SPL-DUP-SW    PIC X(1).                            00009600
                   88 WS-SPL-DUP-DEPT   VALUE 'Y'.                      00009700
               10 WS-SPL-OK-SW     PIC X(1).                            00009800
                   88 WS-SPL-OK         VALUE 'Y'.                      00009900
      * DEPT_DB ANSWERS ALREADY FETCHED, SO EACH DEPARTMENT IS          00010000
      * LOOKED UP ONCE.                                                 00010100
       01 WS-DPT-COUNT PIC 9(3) COMP VALUE 0.                           00010200
       01 WS-DPT-TABLE.                                                 00010300
           05 WS-DPT-ENTRY OCCURS 200 TIMES                             00010400
                            INDEXED BY WS-DPT-IDX WS-DPT-SAV.           00010500
               10 WS-DPT-CODE      PIC X(4).                            00010600
               10 WS-DPT-ON-DB-SW  PIC X(1).                            00010700
                   88 WS-DPT-ON-DB     VALUE 'Y'.                       00010800
       01 WS-FOUND-SW PIC X(1) VALUE 'N'.                               00010900
           88 WS-ENTRY-FOUND   VALUE 'Y'.                               00011000
       01 WS-DEPT-OK-SW PIC X(1) VALUE 'N'.                             00011100
           88 WS-DEPT-OK       VALUE 'Y'.                               00011200
       01 WS-REJECT-TEXT  PIC X(30) VALUE SPACES.                       00011300
       01 WS-PCT-ED       PIC ZZ9.99.                                   00011400
       01 WS-TOTAL-ED     PIC ZZZZ9.99.                                 00011500
       01 WS-SQLCODE-DISPLAY PIC -9(9).                                 00011600
       01 WS-COUNT-READ      PIC 9(7) VALUE 0.                          00011700
       01 WS-COUNT-BAD-LINES PIC 9(7) VALUE 0.                          00011800
       01 WS-COUNT-GOOD-SPL  PIC 9(7) VALUE 0.                          00011900
       01 WS-COUNT-BAD-SPL   PIC 9(7) VALUE 0.                          00012000
       01 WS-COUNT-WRITTEN   PIC 9(7) VALUE 0.                          00012100
       01 WS-COUNT-NOT-EFF   PIC 9(7) VALUE 0.                          00012200
       01 WS-COUNT-OVERFLOW  PIC 9(7) VALUE 0.                          00012300
       01 WS-COUNT-DEPTS     PIC 9(7) VALUE 0.                          00012400
       01 WS-RETCD.                                                     00012500
           COPY CPRETCD.                                                00012600
       01 WS-AUD-START-DATE PIC 9(8).                                   00012700
            EXEC SQL                                                    00012800
                 INCLUDE SQLCA                                          00012900
            END-EXEC.                                                   00013000
       01 WS-DB-DEPTID PIC X(4).                                        00013100
       PROCEDURE DIVISION.                                              00013200
       MAIN-ROUTINE.                                                    00013300
            ACCEPT WS-AUD-START-DATE FROM DATE YYYYMMDD.                00013400
            MOVE WS-AUD-START-DATE TO WS-PERIOD-DATE.                   00013500
            SET WS-RC-OK TO TRUE.                                       00013600
            PERFORM READ-ALLOC-PARMS.                                   00013700
            PERFORM LOAD-EMPLOYEES.                                     00013800
            OPEN OUTPUT RPTFILE ALLOCOUT.                               00013900
            MOVE SPACES TO RPT-LINE.                                    00014000
            STRING '---- PGM94 COST-ALLOCATION VALIDATION AS OF '       00014100
               WS-PERIOD-DATE ' ----'                                   00014200
               DELIMITED BY SIZE INTO RPT-LINE                          00014300
            END-STRING.                                                 00014400
            WRITE RPT-LINE.                                             00014500
            PERFORM LOAD-ALLOCATION-LINES.                              00014600
            IF WS-LINE-COUNT > 0 THEN                                   00014700
               PERFORM CHECK-ONE-LINE                                   00014800
                  VARYING WS-LINE-IDX FROM 1 BY 1                       00014900
                  UNTIL WS-LINE-IDX > WS-LINE-COUNT                     00015000
            END-IF.                                                     00015100
            IF WS-SPL-COUNT > 0 THEN                                    00015200
               PERFORM JUDGE-ONE-SPLIT                                  00015300
                  VARYING WS-SPL-IDX FROM 1 BY 1                        00015400
                  UNTIL WS-SPL-IDX > WS-SPL-COUNT                       00015500
            END-IF.                                                     00015600
            IF WS-LINE-COUNT > 0 THEN                                   00015700
               PERFORM WRITE-ONE-GOOD-LINE                              00015800
                  VARYING WS-LINE-IDX FROM 1 BY 1                       00015900
                  UNTIL WS-LINE-IDX > WS-LINE-COUNT                     00016000
            END-IF.                                                     00016100
            PERFORM WRITE-ALLOC-SUMMARY.                                00016200
            IF WS-COUNT-BAD-SPL > 0 OR WS-COUNT-OVERFLOW > 0 THEN       00016300
               IF WS-RC-OK THEN                                         00016400
                  SET WS-RC-WARNING TO TRUE                             00016500
               END-IF                                                   00016600
            END-IF.                                                     00016700
            CLOSE RPTFILE ALLOCOUT.                                     00016800
            MOVE WS-RETURN-CODE TO RETURN-CODE.                         00016900
            GOBACK.                                                     00017000
       READ-ALLOC-PARMS.                                                00017100
            OPEN INPUT PARMFILE.                                        00017200
            PERFORM UNTIL WS-PARM-EOF                                   00017300
               READ PARMFILE                                            00017400
                 AT END SET WS-PARM-EOF TO TRUE                         00017500
                 NOT AT END PERFORM APPLY-PARM-CARD                     00017600
               END-READ                                                 00017700
            END-PERFORM.                                                00017800
            CLOSE PARMFILE.                                             00017900
       APPLY-PARM-CARD.                                                 00018000
            EVALUATE PARM-KEY                                           00018100
                WHEN 'PERIODDATE'                                       00018200
                   IF PARM-VALUE-NUM > 0 THEN                           00018300
                      MOVE PARM-VALUE-NUM TO WS-PERIOD-DATE             00018400
                   END-IF                                               00018500
                WHEN OTHER                                              00018600
                   CONTINUE                                             00018700
            END-EVALUATE.                                               00018800
       LOAD-EMPLOYEES.                                                  00018900
            OPEN INPUT INFILE.                                          00019000
            PERFORM UNTIL WS-EOF                                        00019100
               READ INFILE                                              00019200
                 AT END SET WS-EOF TO TRUE                              00019300
                 NOT AT END                                             00019400
                    IF HT-IS-HEADER OF FL-REC-HT OR                     00019500
                       HT-IS-TRAILER OF FL-REC-HT THEN                  00019600
                       CONTINUE                                         00019700
                    ELSE                                                00019800
                       IF WS-EMP-COUNT < 2000 THEN                      00019900
                          ADD 1 TO WS-EMP-COUNT                         00020000
                          SET WS-EMP-IDX TO WS-EMP-COUNT                00020100
                          MOVE FL-EMP-ID OF FL-REC                      00020200
                             TO WS-EMP-ID (WS-EMP-IDX)                  00020300
                       ELSE                                             00020400
                          ADD 1 TO WS-COUNT-OVERFLOW                    00020500
                       END-IF                                           00020600
                    END-IF                                              00020700
               END-READ                                                 00020800
            END-PERFORM.                                                00020900
            CLOSE INFILE.                                               00021000
       LOAD-ALLOCATION-LINES.                                           00021100
            OPEN INPUT ALLOCIN.                                         00021200
            PERFORM UNTIL WS-AL-EOF                                     00021300
               READ ALLOCIN                                             00021400
                 AT END SET WS-AL-EOF TO TRUE                           00021500
                 NOT AT END PERFORM LOAD-ONE-LINE                       00021600
               END-READ                                                 00021700
            END-PERFORM.                                                00021800
            CLOSE ALLOCIN.                                              00021900
       LOAD-ONE-LINE.                                                   00022000
            ADD 1 TO WS-COUNT-READ.                                     00022100
            IF WS-LINE-COUNT < 3000 THEN                                00022200
               ADD 1 TO WS-LINE-COUNT                                   00022300
               SET WS-LINE-IDX TO WS-LINE-COUNT                         00022400
               MOVE AL-IN-REC TO WS-LINE-REC (WS-LINE-IDX)              00022500
               MOVE AL-EMP-ID OF AL-IN-REC                              00022600
                  TO WS-LINE-EMP-ID (WS-LINE-IDX)                       00022700
               MOVE AL-DEPT OF AL-IN-REC TO WS-LINE-DEPT (WS-LINE-IDX)  00022800
               MOVE 0 TO WS-LINE-PCT (WS-LINE-IDX)                      00022900
               MOVE 'N' TO WS-LINE-EFF-SW (WS-LINE-IDX)                 00023000
               MOVE SPACES TO WS-LINE-REASON (WS-LINE-IDX)              00023100
               PERFORM FIND-OR-ADD-SPLIT                                00023200
               SET WS-LINE-SPL-IX (WS-LINE-IDX) TO WS-SPL-IDX           00023300
            ELSE                                                        00023400
               ADD 1 TO WS-COUNT-OVERFLOW                               00023500
               MOVE SPACES TO RPT-LINE                                  00023600
               STRING 'LINE ' AL-EMP-ID OF AL-IN-REC ' '                00023700
                  AL-DEPT OF AL-IN-REC                                  00023800
                  ' NOT CHECKED - MORE THAN 3000 LINES'                 00023900
                  DELIMITED BY SIZE INTO RPT-LINE                       00024000
               END-STRING                                               00024100
               WRITE RPT-LINE                                           00024200
            END-IF.                                                     00024300
      * LINES ARE GROUPED BY EMPLOYEE HOWEVER THE TABLE IS SORTED.      00024400
       FIND-OR-ADD-SPLIT.                                               00024500
            MOVE 'N' TO WS-FOUND-SW.                                    00024600
            IF WS-SPL-COUNT > 0 THEN                                    00024700
               PERFORM VARYING WS-SPL-IDX FROM 1 BY 1                   00024800
                  UNTIL WS-SPL-IDX > WS-SPL-COUNT                       00024900
                     OR WS-ENTRY-FOUND                                  00025000
                  IF WS-SPL-EMP-ID (WS-SPL-IDX) =                       00025100
                     AL-EMP-ID OF AL-IN-REC THEN                        00025200
                     SET WS-ENTRY-FOUND TO TRUE                         00025300
                     SET WS-SPL-SAV TO WS-SPL-IDX                       00025400
                  END-IF                                                00025500
               END-PERFORM                                              00025600
            END-IF.                                                     00025700
            IF WS-ENTRY-FOUND THEN                                      00025800
               SET WS-SPL-IDX TO WS-SPL-SAV                             00025900
            ELSE                                                        00026000
               ADD 1 TO WS-SPL-COUNT                                    00026100
               SET WS-SPL-IDX TO WS-SPL-COUNT                           00026200
               MOVE AL-EMP-ID OF AL-IN-REC                              00026266
                  TO WS-SPL-EMP-ID (WS-SPL-IDX)                         00026332
               MOVE 0 TO WS-SPL-TOTAL (WS-SPL-IDX)                      00026400
               MOVE 0 TO WS-SPL-LINES (WS-SPL-IDX)                      00026500
               MOVE 0 TO WS-SPL-BAD-LINES (WS-SPL-IDX)                  00026600
               MOVE 'N' TO WS-SPL-DUP-SW (WS-SPL-IDX)                   00026700
               MOVE 'N' TO WS-SPL-OK-SW (WS-SPL-IDX)                    00026800
            END-IF.                                                     00026900
      * THE FIRST FAILING CHECK IS THE ONE REPORTED.  A GOOD LINE       00027000
      * EFFECTIVE ON THE DATE COUNTS TOWARD ITS EMPLOYEE'S TOTAL.       00027100
       CHECK-ONE-LINE.                                                  00027200
            MOVE WS-LINE-REC (WS-LINE-IDX) TO AL-IN-REC.                00027300
            SET WS-SPL-IDX TO WS-LINE-SPL-IX (WS-LINE-IDX).             00027400
            MOVE SPACES TO WS-REJECT-TEXT.                              00027500
            PERFORM CHECK-LINE-EMPLOYEE.                                00027600
            IF WS-REJECT-TEXT = SPACES THEN                             00027700
               PERFORM CHECK-LINE-DEPARTMENT                            00027800
            END-IF.                                                     00027900
            IF WS-REJECT-TEXT = SPACES THEN                             00028000
               IF AL-PCT-X OF AL-IN-REC NOT NUMERIC THEN                00028100
                  MOVE 'PERCENT NOT NUMERIC' TO WS-REJECT-TEXT          00028200
               ELSE                                                     00028300
                  IF AL-PCT OF AL-IN-REC = 0 OR                         00028400
                     AL-PCT OF AL-IN-REC > 100 THEN                     00028500
                     MOVE 'PERCENT NOT 0.01 TO 100.00'                  00028600
                        TO WS-REJECT-TEXT                               00028700
                  ELSE                                                  00028800
                     MOVE AL-PCT OF AL-IN-REC                           00028900
                        TO WS-LINE-PCT (WS-LINE-IDX)                    00029000
                  END-IF                                                00029100
               END-IF                                                   00029200
            END-IF.                                                     00029300
            IF WS-REJECT-TEXT = SPACES THEN                             00029400
               PERFORM CHECK-LINE-DATES                                 00029500
            END-IF.                                                     00029600
            ADD 1 TO WS-SPL-LINES (WS-SPL-IDX).                         00029700
            IF WS-REJECT-TEXT = SPACES THEN                             00029800
               IF AL-FROM-DATE OF AL-IN-REC <= WS-PERIOD-DATE AND       00029900
                  (AL-TO-DATE OF AL-IN-REC = 0 OR                       00030000
                   AL-TO-DATE OF AL-IN-REC >= WS-PERIOD-DATE) THEN      00030100
                  MOVE 'Y' TO WS-LINE-EFF-SW (WS-LINE-IDX)              00030200
                  PERFORM CHECK-DUPLICATE-DEPT                          00030300
                  ADD WS-LINE-PCT (WS-LINE-IDX)                         00030400
                     TO WS-SPL-TOTAL (WS-SPL-IDX)                       00030500
               ELSE                                                     00030600
                  ADD 1 TO WS-COUNT-NOT-EFF                             00030700
               END-IF                                                   00030800
            ELSE                                                        00030900
               MOVE WS-REJECT-TEXT TO WS-LINE-REASON (WS-LINE-IDX)      00031000
               ADD 1 TO WS-SPL-BAD-LINES (WS-SPL-IDX)                   00031100
               ADD 1 TO WS-COUNT-BAD-LINES                              00031200
               MOVE SPACES TO RPT-LINE                                  00031300
               STRING 'LINE ' AL-EMP-ID OF AL-IN-REC ' '                00031400
                  AL-DEPT OF AL-IN-REC ' ' AL-PCT-X OF AL-IN-REC        00031500
                  ' REJECTED: ' WS-REJECT-TEXT                          00031600
                  DELIMITED BY SIZE INTO RPT-LINE                       00031700
               END-STRING                                               00031800
               WRITE RPT-LINE                                           00031900
            END-IF.                                                     00032000
       CHECK-LINE-EMPLOYEE.                                             00032100
            IF AL-EMP-ID OF AL-IN-REC = SPACES THEN                     00032200
               MOVE 'EMPLOYEE ID MISSING' TO WS-REJECT-TEXT             00032300
            ELSE                                                        00032400
               MOVE 'N' TO WS-FOUND-SW                                  00032500
               IF WS-EMP-COUNT > 0 THEN                                 00032600
                  PERFORM VARYING WS-EMP-IDX FROM 1 BY 1                00032700
                     UNTIL WS-EMP-IDX > WS-EMP-COUNT                    00032800
                        OR WS-ENTRY-FOUND                               00032900
                     IF WS-EMP-ID (WS-EMP-IDX) =                        00033000
                        AL-EMP-ID OF AL-IN-REC THEN                     00033100
                        SET WS-ENTRY-FOUND TO TRUE                      00033200
                     END-IF                                             00033300
                  END-PERFORM                                           00033400
               END-IF                                                   00033500
               IF NOT WS-ENTRY-FOUND THEN                               00033600
                  MOVE 'EMPLOYEE NOT ON EXTRACT' TO WS-REJECT-TEXT      00033700
               END-IF                                                   00033800
            END-IF.                                                     00033900
      * A DEPARTMENT NOT YET ASKED ABOUT IS LOOKED UP ON DEPT_DB        00034000
      * AND THE ANSWER KEPT.  A DB2 ERROR FAILS THE LINE AND THE        00034100
      * STEP - THE TABLE CANNOT BE TRUSTED WITHOUT THE REFERENCE.       00034200
       CHECK-LINE-DEPARTMENT.                                           00034300
            MOVE 'N' TO WS-DEPT-OK-SW.                                  00034400
            IF AL-DEPT OF AL-IN-REC = SPACES THEN                       00034500
               MOVE 'DEPARTMENT MISSING' TO WS-REJECT-TEXT              00034600
            ELSE                                                        00034700
               MOVE 'N' TO WS-FOUND-SW                                  00034800
               IF WS-DPT-COUNT > 0 THEN                                 00034900
                  PERFORM VARYING WS-DPT-IDX FROM 1 BY 1                00035000
                     UNTIL WS-DPT-IDX > WS-DPT-COUNT                    00035100
                        OR WS-ENTRY-FOUND                               00035200
                     IF WS-DPT-CODE (WS-DPT-IDX) =                      00035300
                        AL-DEPT OF AL-IN-REC THEN                       00035400
                        SET WS-ENTRY-FOUND TO TRUE                      00035500
                        SET WS-DPT-SAV TO WS-DPT-IDX                    00035600
                     END-IF                                             00035700
                  END-PERFORM                                           00035800
               END-IF                                                   00035900
               IF WS-ENTRY-FOUND THEN                                   00036000
                  SET WS-DPT-IDX TO WS-DPT-SAV                          00036100
                  IF WS-DPT-ON-DB (WS-DPT-IDX) THEN                     00036200
                     SET WS-DEPT-OK TO TRUE                             00036300
                  END-IF                                                00036400
               ELSE                                                     00036500
                  PERFORM FETCH-DEPT-ROW                                00036600
               END-IF                                                   00036700
               IF NOT WS-DEPT-OK AND WS-REJECT-TEXT = SPACES THEN       00036800
                  MOVE 'DEPARTMENT NOT ON DEPT_DB' TO WS-REJECT-TEXT    00036900
               END-IF                                                   00037000
            END-IF.                                                     00037100
       FETCH-DEPT-ROW.                                                  00037200
            MOVE AL-DEPT OF AL-IN-REC TO WS-DB-DEPTID.                  00037300
            EXEC SQL                                                    00037400
                 SELECT DEPTID                                          00037500
                 INTO  :WS-DB-DEPTID                                    00037600
                 FROM  DEPT_DB                                          00037700
                 WHERE DEPTID = :WS-DB-DEPTID                           00037800
            END-EXEC.                                                   00037900
            EVALUATE SQLCODE                                            00038000
                WHEN ZERO                                               00038100
                   SET WS-DEPT-OK TO TRUE                               00038200
                   PERFORM KEEP-DEPT-ANSWER                             00038300
                WHEN 100                                                00038400
                   PERFORM KEEP-DEPT-ANSWER                             00038500
                WHEN OTHER                                              00038600
                   DISPLAY "DB2 ERROR: " SQLCODE                        00038700
                   MOVE SQLCODE TO WS-SQLCODE-DISPLAY                   00038800
                   MOVE SPACES TO WS-REJECT-TEXT                        00038900
                   STRING 'DEPT_DB SQLCODE ' WS-SQLCODE-DISPLAY         00039000
                      DELIMITED BY SIZE INTO WS-REJECT-TEXT             00039100
                   END-STRING                                           00039200
                   SET WS-RC-IO-ERROR TO TRUE                           00039300
            END-EVALUATE.                                               00039400
       KEEP-DEPT-ANSWER.                                                00039500
            IF WS-DPT-COUNT < 200 THEN                                  00039600
               ADD 1 TO WS-DPT-COUNT                                    00039700
               SET WS-DPT-IDX TO WS-DPT-COUNT                           00039800
               MOVE AL-DEPT OF AL-IN-REC TO WS-DPT-CODE (WS-DPT-IDX)    00039900
               MOVE WS-DEPT-OK-SW TO WS-DPT-ON-DB-SW (WS-DPT-IDX)       00040000
            END-IF.                                                     00040100
       CHECK-LINE-DATES.                                                00040200
            IF AL-FROM-DATE-X OF AL-IN-REC NOT NUMERIC THEN             00040300
               MOVE 'FROM DATE INVALID' TO WS-REJECT-TEXT               00040400
            ELSE                                                        00040500
               MOVE AL-FROM-DATE OF AL-IN-REC TO WS-DATE-WORK           00040600
               CALL WS-DATEVAL-PGM USING WS-DATE-WORK-X,                00040700
                  WS-NO-HORIZON, WS-DATE-RC                             00040800
               IF NOT WS-DATE-RC-OK THEN                                00040900
                  MOVE 'FROM DATE INVALID' TO WS-REJECT-TEXT            00041000
               END-IF                                                   00041100
            END-IF.                                                     00041200
            IF WS-REJECT-TEXT = SPACES THEN                             00041300
               IF AL-TO-DATE-X OF AL-IN-REC = SPACES THEN               00041400
                  MOVE 0 TO AL-TO-DATE OF AL-IN-REC                     00041500
               END-IF                                                   00041600
               IF AL-TO-DATE-X OF AL-IN-REC NOT NUMERIC THEN            00041700
                  MOVE 'TO DATE INVALID' TO WS-REJECT-TEXT              00041800
               ELSE                                                     00041900
                  IF AL-TO-DATE OF AL-IN-REC NOT = 0 THEN               00042000
                     MOVE AL-TO-DATE OF AL-IN-REC TO WS-DATE-WORK       00042100
                     CALL WS-DATEVAL-PGM USING WS-DATE-WORK-X,          00042200
                        WS-NO-HORIZON, WS-DATE-RC                       00042300
                     IF NOT WS-DATE-RC-OK THEN                          00042400
                        MOVE 'TO DATE INVALID' TO WS-REJECT-TEXT        00042500
                     ELSE                                               00042600
                        IF AL-TO-DATE OF AL-IN-REC <                    00042700
                           AL-FROM-DATE OF AL-IN-REC THEN               00042800
                           MOVE 'TO DATE BEFORE FROM DATE'              00042900
                              TO WS-REJECT-TEXT                         00043000
                        END-IF                                          00043100
                     END-IF                                             00043200
                  END-IF                                                00043300
               END-IF                                                   00043400
            END-IF.                                                     00043500
      * A DEPARTMENT ALREADY EFFECTIVE EARLIER IN THIS EMPLOYEE'S       00043600
      * SPLIT MAKES THE SPLIT AMBIGUOUS.                                00043700
       CHECK-DUPLICATE-DEPT.                                            00043800
            IF WS-LINE-IDX > 1 THEN                                     00043900
               PERFORM VARYING WS-LINE-IDX2 FROM 1 BY 1                 00044000
                  UNTIL WS-LINE-IDX2 >= WS-LINE-IDX                     00044100
                  IF WS-LINE-SPL-IX (WS-LINE-IDX2) =                    00044200
                     WS-LINE-SPL-IX (WS-LINE-IDX) AND                   00044300
                     WS-LINE-EFFECTIVE (WS-LINE-IDX2) AND               00044400
                     WS-LINE-DEPT (WS-LINE-IDX2) =                      00044500
                     WS-LINE-DEPT (WS-LINE-IDX) THEN                    00044600
                     MOVE 'Y' TO WS-SPL-DUP-SW (WS-SPL-IDX)             00044700
                  END-IF                                                00044800
               END-PERFORM                                              00044900
            END-IF.                                                     00045000
       JUDGE-ONE-SPLIT.                                                 00045100
            MOVE SPACES TO WS-REJECT-TEXT.                              00045200
            EVALUATE TRUE                                               00045300
                WHEN WS-SPL-BAD-LINES (WS-SPL-IDX) > 0                  00045400
                   MOVE 'HAS A REJECTED LINE' TO WS-REJECT-TEXT         00045500
                WHEN WS-SPL-DUP-DEPT (WS-SPL-IDX)                       00045600
                   MOVE 'DEPARTMENT TWICE IN SPLIT'                     00045700
                      TO WS-REJECT-TEXT                                 00045800
                WHEN WS-SPL-TOTAL (WS-SPL-IDX) = 0                      00045900
                   CONTINUE                                             00046000
                WHEN WS-SPL-TOTAL (WS-SPL-IDX) NOT = 100                00046100
                   MOVE 'SPLIT DOES NOT TOTAL 100.00'                   00046200
                      TO WS-REJECT-TEXT                                 00046300
                WHEN OTHER                                              00046400
                   MOVE 'Y' TO WS-SPL-OK-SW (WS-SPL-IDX)                00046500
                   ADD 1 TO WS-COUNT-GOOD-SPL                           00046600
            END-EVALUATE.                                               00046700
            IF WS-REJECT-TEXT NOT = SPACES THEN                         00046800
               ADD 1 TO WS-COUNT-BAD-SPL                                00046900
               MOVE WS-SPL-TOTAL (WS-SPL-IDX) TO WS-TOTAL-ED            00047000
               MOVE SPACES TO RPT-LINE                                  00047100
               STRING 'EMPLOYEE ' WS-SPL-EMP-ID (WS-SPL-IDX)            00047200
                  ' TOTAL ' WS-TOTAL-ED                                 00047300
                  ' KEPT HOME: ' WS-REJECT-TEXT                         00047400
                  DELIMITED BY SIZE INTO RPT-LINE                       00047500
               END-STRING                                               00047600
               WRITE RPT-LINE                                           00047700
            END-IF.                                                     00047800
       WRITE-ONE-GOOD-LINE.                                             00047900
            SET WS-SPL-IDX TO WS-LINE-SPL-IX (WS-LINE-IDX).             00048000
            IF WS-SPL-OK (WS-SPL-IDX) AND                               00048100
               WS-LINE-EFFECTIVE (WS-LINE-IDX) THEN                     00048200
               MOVE WS-LINE-REC (WS-LINE-IDX) TO AL-OUT-REC             00048300
               IF AL-TO-DATE-X OF AL-OUT-REC = SPACES THEN              00048400
                  MOVE 0 TO AL-TO-DATE OF AL-OUT-REC                    00048500
               END-IF                                                   00048600
               WRITE AL-OUT-REC                                         00048700
               ADD 1 TO WS-COUNT-WRITTEN                                00048800
            END-IF.                                                     00048900
       WRITE-ALLOC-SUMMARY.                                             00049000
            MOVE SPACES TO RPT-LINE.                                    00049100
            WRITE RPT-LINE.                                             00049200
            MOVE '---- SUMMARY ----' TO RPT-LINE.                       00049300
            WRITE RPT-LINE.                                             00049400
            MOVE SPACES TO RPT-LINE.                                    00049500
            STRING 'LINES READ     : ' WS-COUNT-READ                    00049600
               '  REJECTED ' WS-COUNT-BAD-LINES                         00049700
               '  NOT IN EFFECT ' WS-COUNT-NOT-EFF                      00049800
               DELIMITED BY SIZE INTO RPT-LINE                          00049900
            END-STRING.                                                 00050000
            WRITE RPT-LINE.                                             00050100
            MOVE SPACES TO RPT-LINE.                                    00050200
            STRING 'SPLITS GOOD    : ' WS-COUNT-GOOD-SPL                00050300
               '  LEFT IN HOME DEPT ' WS-COUNT-BAD-SPL                  00050400
               '  LINES WRITTEN ' WS-COUNT-WRITTEN                      00050500
               DELIMITED BY SIZE INTO RPT-LINE                          00050600
            END-STRING.                                                 00050700
            WRITE RPT-LINE.                                             00050800
            MOVE WS-DPT-COUNT TO WS-COUNT-DEPTS.                        00050900
            MOVE SPACES TO RPT-LINE.                                    00051000
            STRING 'DEPTS LOOKED UP: ' WS-COUNT-DEPTS                   00051100
               '  TABLE OVERFLOWS ' WS-COUNT-OVERFLOW                   00051200
               DELIMITED BY SIZE INTO RPT-LINE                          00051300
            END-STRING.                                                 00051400
            WRITE RPT-LINE.                                             00051500

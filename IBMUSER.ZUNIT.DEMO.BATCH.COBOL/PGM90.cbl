       IDENTIFICATION DIVISION.                                         00000100
       PROGRAM-ID.   PGM90.                                             00000200
      * DEPARTMENT SALARY BUDGET VERSUS ACTUAL VARIANCE.  RUN ONCE A    00000300
      * MONTH AFTER THE MONTH'S LAST PAYRUN.  THE REPORTING MONTH IS    00000400
      * THE MONTH OF THE PERIODDATE CARD (DEFAULT THE RUN DATE); THE    00000500
      * FISCALSTART CARD GIVES THE CALENDAR MONTH THE FISCAL YEAR       00000600
      * STARTS IN (DEFAULT 01), AND A FISCAL YEAR IS NAMED FOR THE      00000700
      * CALENDAR YEAR IT STARTS IN.  LOADS THE FISCAL YEAR'S ROWS OF    00000800
      * THE BUDGET DATASET (DDBUDGET - DEPARTMENT, FISCAL YEAR AND      00000900
      * MONTH, BUDGETED HEADCOUNT AND SALARY COST); A RE-FORECAST       00001000
      * ROW (TYPE R) REPLACES THE ORIGINAL (TYPE O) FOR ITS             00001100
      * DEPARTMENT AND MONTH, AND A LATER ROW OF THE SAME TYPE          00001200
      * REPLACES AN EARLIER ONE.  ACTUALS FOR THE MONTH COME FROM       00001300
      * THE MONTH'S PERIOD PAYROLL FILES (THE PGM51 LAYOUT,             00001400
      * DDPPAYIN) - SALARY COST IS EVERY PERIOD AMOUNT ENDING IN THE    00001500
      * MONTH, HEADCOUNT IS THE DEPARTMENT'S RECORDS IN ITS LAST        00001600
      * PERIOD OF THE MONTH.  EARLIER MONTHS COME FROM THE ACTUALS      00001700
      * HISTORY (DDACTIN), WHICH IS WRITTEN BACK (DDACTOUT) WITH THIS   00001800
      * MONTH REPLACED, SO A RERUN IS HARMLESS; ROWS OF EARLIER         00001900
      * FISCAL YEARS ARE DROPPED.  PRINTS PER DEPARTMENT, UNDER ITS     00002000
      * DIVISION FROM THE PGM45 DIVISION REFERENCE (DDDIVREF), THE      00002100
      * MONTH, THE YEAR TO DATE AND THE FULL YEAR PROJECTED AT THE      00002200
      * YEAR-TO-DATE RUN RATE, EACH AS ACTUAL, BUDGET, VARIANCE AND     00002300
      * VARIANCE PERCENT.  A DEPARTMENT WHOSE YEAR-TO-DATE ACTUAL       00002400
      * EXCEEDS ITS BUDGET BY MORE THAN THE TOLERANCE CARD'S PERCENT    00002500
      * (DEFAULT 5) IS FLAGGED *OVER* AND COUNTED IN THE DIVISION       00002600
      * SUMMARY.  ENDS RC 04 WHEN A DEPARTMENT IS OVER, A BUDGET ROW    00002700
      * IS REJECTED, A DEPARTMENT HAS NO DIVISION OR A TABLE FILLS.     00002800
       ENVIRONMENT DIVISION.                                            00002900
       INPUT-OUTPUT SECTION.                                            00003000
       FILE-CONTROL.                                                    00003100
                SELECT BUDGETIN ASSIGN TO DDBUDGET                      00003200
                ORGANIZATION IS SEQUENTIAL.                             00003300
                SELECT PPAYIN ASSIGN TO DDPPAYIN                        00003400
                ORGANIZATION IS SEQUENTIAL.                             00003500
                SELECT ACTIN ASSIGN TO DDACTIN                          00003600
                ORGANIZATION IS SEQUENTIAL.                             00003700
                SELECT ACTOUT ASSIGN TO DDACTOUT                        00003800
                ORGANIZATION IS SEQUENTIAL.                             00003900
                SELECT DIVREF ASSIGN TO DDDIVREF                        00004000
                ORGANIZATION IS SEQUENTIAL.                             00004100
                SELECT PARMFILE ASSIGN TO DDPARMIN                      00004200
                ORGANIZATION IS SEQUENTIAL.                             00004300
                SELECT RPTFILE ASSIGN TO DDRPTOUT                       00004400
                ORGANIZATION IS SEQUENTIAL.                             00004500
       DATA DIVISION.                                                   00004600
       FILE SECTION.                                                    00004700
       FD BUDGETIN                                                      00004800
            RECORDING MODE IS F.                                        00004900
       01 BGT-REC.                                                      00005000
           05 BGT-DEPT         PIC X(4).                                00005100
           05 BGT-FISCAL-YEAR  PIC 9(4).                                00005200
           05 BGT-FISCAL-MONTH PIC 9(2).                                00005300
           05 BGT-TYPE         PIC X(1).                                00005400
               88 BGT-TYPE-ORIGINAL VALUE 'O'.                          00005500
               88 BGT-TYPE-REFCST   VALUE 'R'.                          00005600
               88 BGT-TYPE-VALID    VALUE 'O' 'R'.                      00005700
           05 BGT-HEADS        PIC 9(5).                                00005800
           05 BGT-SALARY       PIC 9(9)V99.                             00005900
           05 FILLER           PIC X(53).                               00006000
       FD PPAYIN                                                        00006100
            RECORDING MODE IS F.                                        00006200
       01 PPAY-REC.                                                     00006300
           05 PPAY-EMP-ID    PIC X(8).                                  00006400
           05 PPAY-DEPT      PIC X(4).                                  00006500
           05 PPAY-PER-START PIC 9(8).                                  00006600
           05 PPAY-PER-END   PIC 9(8).                                  00006700
           05 PPAY-DAYS-PAID PIC 9(3).                                  00006800
           05 PPAY-AMOUNT    PIC 9(8)V99.                               00006900
           05 FILLER         PIC X(39).                                 00007000
       01 PPAY-REC-HT REDEFINES PPAY-REC.                               00007100
          COPY CPHDRTRL.                                                00007200
      * ONE ACTUALS HISTORY ROW PER DEPARTMENT AND FISCAL MONTH.        00007300
       FD ACTIN                                                         00007400
            RECORDING MODE IS F.                                        00007500
       01 ACTI-REC.                                                     00007600
           05 ACTI-DEPT         PIC X(4).                               00007700
           05 ACTI-FISCAL-YEAR  PIC 9(4).                               00007800
           05 ACTI-FISCAL-MONTH PIC 9(2).                               00007900
           05 ACTI-HEADS        PIC 9(5).                               00008000
           05 ACTI-SALARY       PIC 9(9)V99.                            00008100
           05 FILLER            PIC X(54).                              00008200
       FD ACTOUT                                                        00008300
            RECORDING MODE IS F.                                        00008400
       01 ACT-REC.                                                      00008500
           05 ACT-DEPT         PIC X(4).                                00008600
           05 ACT-FISCAL-YEAR  PIC 9(4).                                00008700
           05 ACT-FISCAL-MONTH PIC 9(2).                                00008800
           05 ACT-HEADS        PIC 9(5).                                00008900
           05 ACT-SALARY       PIC 9(9)V99.                             00009000
           05 FILLER           PIC X(54).                               00009100
       FD DIVREF                                                        00009200
            RECORDING MODE IS F.                                        00009300
       01 DIVREF-REC.                                                   00009400
           05 DIVREF-DIVISION PIC X(4).                                 00009500
           05 FILLER          PIC X(1).                                 00009600
           05 DIVREF-DEPT     PIC X(4).                                 00009700
           05 FILLER          PIC X(1).                                 00009800
           05 DIVREF-NAME     PIC X(20).                                00009900
           05 FILLER          PIC X(50).                                00010000
       FD PARMFILE                                                      00010100
            RECORDING MODE IS F.                                        00010200
       01 PARM-CARD.                                                    00010300
          COPY CPPARMCD.                                                00010400
       FD RPTFILE                                                       00010500
            RECORDING MODE IS F.                                        00010600
       01 RPT-LINE PIC X(80).                                           00010700
       WORKING-STORAGE SECTION.                                         00010800
       01 WS-BGT-EOF-SW PIC X(1) VALUE 'N'.                             00010900
           88 WS-BGT-EOF       VALUE 'Y'.                               00011000
       01 WS-PPAY-EOF-SW PIC X(1) VALUE 'N'.                            00011100
           88 WS-PPAY-EOF      VALUE 'Y'.                               00011200
       01 WS-ACT-EOF-SW PIC X(1) VALUE 'N'.                             00011300
           88 WS-ACT-EOF       VALUE 'Y'.                               00011400
       01 WS-REF-EOF-SW PIC X(1) VALUE 'N'.                             00011500
           88 WS-REF-EOF       VALUE 'Y'.                               00011600
       01 WS-PARM-EOF-SW PIC X(1) VALUE 'N'.                            00011700
           88 WS-PARM-EOF      VALUE 'Y'.                               00011800
       01 WS-PERIOD-DATE  PIC 9(8) VALUE 0.                             00011900
       01 WS-PERIOD-DATE-R REDEFINES WS-PERIOD-DATE.                    00012000
           05 WS-PERIOD-YYYYMM.                                         00012100
               10 WS-PERIOD-YEAR  PIC 9(4).                             00012200
               10 WS-PERIOD-MONTH PIC 9(2).                             00012300
           05 FILLER              PIC 9(2).                             00012400
       01 WS-FISCAL-START PIC 9(2) VALUE 1.                             00012500
       01 WS-FISCAL-YEAR  PIC 9(4) VALUE 0.                             00012600
       01 WS-FISCAL-MONTH PIC 9(2) VALUE 0.                             00012700
       01 WS-TOLERANCE    PIC 9(3)V9 VALUE 5.                           00012800
       01 WS-PER-END-R.                                                 00012900
           05 WS-PER-END-YYYYMM PIC 9(6).                               00013000
           05 FILLER            PIC 9(2).                               00013100
       01 WS-REF-COUNT PIC 9(3) COMP VALUE 0.                           00013200
       01 WS-REF-TABLE.                                                 00013300
           05 WS-REF-ENTRY OCCURS 100 TIMES                             00013400
                            INDEXED BY WS-REF-IDX.                      00013500
               10 WS-REF-DIVISION PIC X(4).                             00013600
               10 WS-REF-DEPT     PIC X(4).                             00013700
               10 WS-REF-NAME     PIC X(20).                            00013800
      * ONE ENTRY PER DEPARTMENT WITH A BUDGET OR AN ACTUAL, HOLDING    00013900
      * THE TWELVE FISCAL MONTHS OF EACH.                               00014000
       01 WS-DEPT-COUNT PIC 9(3) COMP VALUE 0.                          00014100
       01 WS-DEPT-TABLE.                                                00014200
           05 WS-DEPT-ENTRY OCCURS 100 TIMES                            00014300
                             INDEXED BY WS-DEPT-IDX WS-DEPT-SAV.        00014400
               10 WS-DEPT-CODE     PIC X(4).                            00014500
               10 WS-DEPT-DIVISION PIC X(4).                            00014600
               10 WS-DEPT-LAST-END PIC 9(8).                            00014700
               10 WS-DEPT-MONTH OCCURS 12 TIMES                         00014800
                                INDEXED BY WS-MON-IDX.                  00014900
                   15 WS-DEPT-BGT-TYPE  PIC X(1).                       00015000
                   15 WS-DEPT-BGT-HEADS PIC 9(5).                       00015100
                   15 WS-DEPT-BGT-SAL   PIC 9(9)V99.                    00015200
                   15 WS-DEPT-ACT-SET   PIC X(1).                       00015300
                   15 WS-DEPT-ACT-HEADS PIC 9(5).                       00015400
                   15 WS-DEPT-ACT-SAL   PIC 9(9)V99.                    00015500
       01 WS-DIV-COUNT PIC 9(2) COMP VALUE 0.                           00015600
       01 WS-DIV-TABLE.                                                 00015700
           05 WS-DIV-ENTRY OCCURS 20 TIMES                              00015800
                            INDEXED BY WS-DIV-IDX WS-DIV-SAV.           00015900
               10 WS-DIV-CODE     PIC X(4).                             00016000
               10 WS-DIV-NAME     PIC X(20).                            00016100
               10 WS-DIV-DEPTS    PIC 9(3).                             00016200
               10 WS-DIV-OVER     PIC 9(3).                             00016300
               10 WS-DIV-MTH-ACT  PIC 9(11)V99.                         00016400
               10 WS-DIV-MTH-BGT  PIC 9(11)V99.                         00016500
               10 WS-DIV-YTD-ACT  PIC 9(11)V99.                         00016600
               10 WS-DIV-YTD-BGT  PIC 9(11)V99.                         00016700
               10 WS-DIV-PROJ     PIC 9(11)V99.                         00016800
               10 WS-DIV-FY-BGT   PIC 9(11)V99.                         00016900
       01 WS-FOUND-SW PIC X(1) VALUE 'N'.                               00017000
           88 WS-ENTRY-FOUND   VALUE 'Y'.                               00017100
       01 WS-WORK-DEPT     PIC X(4) VALUE SPACES.                       00017200
       01 WS-WORK-DIVISION PIC X(4) VALUE SPACES.                       00017300
       01 WS-WORK-DIVNAME  PIC X(20) VALUE SPACES.                      00017400
       01 WS-MONTH-NO      PIC 9(2) VALUE 0.                            00017500
       01 WS-MTH-ACT       PIC 9(11)V99 VALUE 0.                        00017600
       01 WS-MTH-BGT       PIC 9(11)V99 VALUE 0.                        00017700
       01 WS-YTD-ACT       PIC 9(11)V99 VALUE 0.                        00017800
       01 WS-YTD-BGT       PIC 9(11)V99 VALUE 0.                        00017900
       01 WS-PROJ          PIC 9(11)V99 VALUE 0.                        00018000
       01 WS-FY-BGT        PIC 9(11)V99 VALUE 0.                        00018100
       01 WS-CMP-ACT       PIC 9(11)V99 VALUE 0.                        00018200
       01 WS-CMP-BGT       PIC 9(11)V99 VALUE 0.                        00018300
       01 WS-VARIANCE      PIC S9(11)V99 VALUE 0.                       00018400
       01 WS-VAR-PCT       PIC S9(5)V9 VALUE 0.                         00018500
       01 WS-LINE-TAG      PIC X(3) VALUE SPACES.                       00018600
       01 WS-FLAG-TEXT     PIC X(6) VALUE SPACES.                       00018700
       01 WS-OVER-SW PIC X(1) VALUE 'N'.                                00018800
           88 WS-DEPT-OVER     VALUE 'Y'.                               00018900
       01 WS-GRAND-MTH-ACT PIC 9(13)V99 VALUE 0.                        00019000
       01 WS-GRAND-MTH-BGT PIC 9(13)V99 VALUE 0.                        00019100
       01 WS-GRAND-YTD-ACT PIC 9(13)V99 VALUE 0.                        00019200
       01 WS-GRAND-YTD-BGT PIC 9(13)V99 VALUE 0.                        00019300
       01 WS-GRAND-PROJ    PIC 9(13)V99 VALUE 0.                        00019400
       01 WS-GRAND-FY-BGT  PIC 9(13)V99 VALUE 0.                        00019500
       01 WS-COUNT-BGT-READ   PIC 9(7) VALUE 0.                         00019600
       01 WS-COUNT-BGT-ORIG   PIC 9(7) VALUE 0.                         00019700
       01 WS-COUNT-BGT-REFCST PIC 9(7) VALUE 0.                         00019800
       01 WS-COUNT-BGT-OTHER  PIC 9(7) VALUE 0.                         00019900
       01 WS-COUNT-BGT-REJ    PIC 9(7) VALUE 0.                         00020000
       01 WS-COUNT-PPAY-READ  PIC 9(7) VALUE 0.                         00020100
       01 WS-COUNT-PPAY-USED  PIC 9(7) VALUE 0.                         00020200
       01 WS-COUNT-PPAY-OUT   PIC 9(7) VALUE 0.                         00020300
       01 WS-COUNT-ACT-READ   PIC 9(7) VALUE 0.                         00020400
       01 WS-COUNT-ACT-WRITE  PIC 9(7) VALUE 0.                         00020500
       01 WS-COUNT-OVER       PIC 9(5) VALUE 0.                         00020600
       01 WS-COUNT-UNMAPPED   PIC 9(5) VALUE 0.                         00020700
       01 WS-COUNT-OVERFLOW   PIC 9(7) VALUE 0.                         00020800
       01 WS-HEADS-ED      PIC ZZZZ9.                                   00020900
       01 WS-HEADS-ED2     PIC ZZZZ9.                                   00021000
       01 WS-AMT-ED        PIC ZZZ,ZZZ,ZZ9.                             00021100
       01 WS-AMT-ED2       PIC ZZZ,ZZZ,ZZ9.                             00021200
       01 WS-VAR-ED        PIC -ZZZ,ZZZ,ZZ9.                            00021300
       01 WS-PCT-ED        PIC -ZZ9.9.                                  00021400
       01 WS-PCT-TEXT      PIC X(6) VALUE SPACES.                       00021500
       01 WS-TOL-ED        PIC ZZ9.9.                                   00021600
       01 WS-RETCD.                                                     00021700
           COPY CPRETCD.                                                00021800
       01 WS-AUD-START-DATE PIC 9(8).                                   00021900
       PROCEDURE DIVISION.                                              00022000
       MAIN-ROUTINE.                                                    00022100
            ACCEPT WS-AUD-START-DATE FROM DATE YYYYMMDD.                00022200
            MOVE WS-AUD-START-DATE TO WS-PERIOD-DATE.                   00022300
            PERFORM READ-BUDGET-PARMS.                                  00022400
            PERFORM SET-FISCAL-MONTH.                                   00022500
            OPEN OUTPUT RPTFILE.                                        00022600
            MOVE '---- PGM90 BUDGET VERSUS ACTUAL ----' TO RPT-LINE.    00022700
            WRITE RPT-LINE.                                             00022800
            PERFORM LOAD-DIVISION-REF.                                  00022900
            PERFORM LOAD-BUDGET.                                        00023000
            PERFORM LOAD-ACTUALS-HISTORY.                               00023100
            PERFORM LOAD-MONTH-ACTUALS.                                 00023200
            PERFORM WRITE-ACTUALS-HISTORY.                              00023300
            PERFORM WRITE-VARIANCE-REPORT.                              00023400
            PERFORM WRITE-DIVISION-SUMMARY.                             00023500
            PERFORM WRITE-BUDGET-SUMMARY.                               00023600
            CLOSE RPTFILE.                                              00023700
            SET WS-RC-OK TO TRUE.                                       00023800
            IF WS-COUNT-OVER > 0 OR WS-COUNT-BGT-REJ > 0 OR             00023900
               WS-COUNT-UNMAPPED > 0 OR WS-COUNT-OVERFLOW > 0 THEN      00024000
               SET WS-RC-WARNING TO TRUE                                00024100
            END-IF.                                                     00024200
            MOVE WS-RETURN-CODE TO RETURN-CODE.                         00024300
            GOBACK.                                                     00024400
       READ-BUDGET-PARMS.                                               00024500
            OPEN INPUT PARMFILE.                                        00024600
            PERFORM UNTIL WS-PARM-EOF                                   00024700
               READ PARMFILE                                            00024800
                 AT END SET WS-PARM-EOF TO TRUE                         00024900
                 NOT AT END PERFORM APPLY-PARM-CARD                     00025000
               END-READ                                                 00025100
            END-PERFORM.                                                00025200
            CLOSE PARMFILE.                                             00025300
      * TOLERANCE IS A WHOLE PERCENT.                                   00025400
       APPLY-PARM-CARD.                                                 00025500
            EVALUATE PARM-KEY                                           00025600
                WHEN 'PERIODDATE'                                       00025700
                   IF PARM-VALUE-NUM > 0 THEN                           00025800
                      MOVE PARM-VALUE-NUM TO WS-PERIOD-DATE             00025900
                   END-IF                                               00026000
                WHEN 'FISCALSTART'                                      00026100
                   IF PARM-VALUE-NUM > 0 AND PARM-VALUE-NUM < 13 THEN   00026200
                      MOVE PARM-VALUE-NUM TO WS-FISCAL-START            00026300
                   END-IF                                               00026400
                WHEN 'TOLERANCE'                                        00026500
                   IF PARM-VALUE-NUM < 1000 THEN                        00026600
                      MOVE PARM-VALUE-NUM TO WS-TOLERANCE               00026700
                   END-IF                                               00026800
                WHEN OTHER                                              00026900
                   CONTINUE                                             00027000
            END-EVALUATE.                                               00027100
       SET-FISCAL-MONTH.                                                00027200
            IF WS-PERIOD-MONTH NOT < WS-FISCAL-START THEN               00027300
               MOVE WS-PERIOD-YEAR TO WS-FISCAL-YEAR                    00027400
               COMPUTE WS-FISCAL-MONTH =                                00027500
                  WS-PERIOD-MONTH - WS-FISCAL-START + 1                 00027600
            ELSE                                                        00027700
               COMPUTE WS-FISCAL-YEAR = WS-PERIOD-YEAR - 1              00027800
               COMPUTE WS-FISCAL-MONTH =                                00027900
                  WS-PERIOD-MONTH + 13 - WS-FISCAL-START                00028000
            END-IF.                                                     00028100
       LOAD-DIVISION-REF.                                               00028200
            OPEN INPUT DIVREF.                                          00028300
            PERFORM UNTIL WS-REF-EOF                                    00028400
               READ DIVREF                                              00028500
                 AT END SET WS-REF-EOF TO TRUE                          00028600
                 NOT AT END                                             00028700
                    IF WS-REF-COUNT < 100 AND                           00028800
                       DIVREF-DEPT NOT = SPACES THEN                    00028900
                       ADD 1 TO WS-REF-COUNT                            00029000
                       SET WS-REF-IDX TO WS-REF-COUNT                   00029100
                       MOVE DIVREF-DIVISION                             00029200
                          TO WS-REF-DIVISION (WS-REF-IDX)               00029300
                       MOVE DIVREF-DEPT                                 00029400
                          TO WS-REF-DEPT (WS-REF-IDX)                   00029500
                       MOVE DIVREF-NAME                                 00029600
                          TO WS-REF-NAME (WS-REF-IDX)                   00029700
                    END-IF                                              00029800
               END-READ                                                 00029900
            END-PERFORM.                                                00030000
            CLOSE DIVREF.                                               00030100
       LOAD-BUDGET.                                                     00030200
            OPEN INPUT BUDGETIN.                                        00030300
            PERFORM UNTIL WS-BGT-EOF                                    00030400
               READ BUDGETIN                                            00030500
                 AT END SET WS-BGT-EOF TO TRUE                          00030600
                 NOT AT END PERFORM LOAD-ONE-BUDGET                     00030700
               END-READ                                                 00030800
            END-PERFORM.                                                00030900
            CLOSE BUDGETIN.                                             00031000
      * AN ORIGINAL NEVER OVERWRITES A RE-FORECAST ALREADY LOADED.      00031100
       LOAD-ONE-BUDGET.                                                 00031200
            ADD 1 TO WS-COUNT-BGT-READ.                                 00031300
            IF BGT-DEPT = SPACES OR NOT BGT-TYPE-VALID OR               00031400
               BGT-FISCAL-YEAR NOT NUMERIC OR                           00031500
               BGT-FISCAL-MONTH NOT NUMERIC OR                          00031600
               BGT-HEADS NOT NUMERIC OR BGT-SALARY NOT NUMERIC THEN     00031700
               ADD 1 TO WS-COUNT-BGT-REJ                                00031800
               MOVE SPACES TO RPT-LINE                                  00031900
               STRING 'BUDGET ROW REJECTED: ' BGT-REC (1:40)            00032000
                  DELIMITED BY SIZE INTO RPT-LINE                       00032100
               END-STRING                                               00032200
               WRITE RPT-LINE                                           00032300
            ELSE                                                        00032400
               IF BGT-FISCAL-YEAR NOT = WS-FISCAL-YEAR OR               00032500
                  BGT-FISCAL-MONTH < 1 OR BGT-FISCAL-MONTH > 12 THEN    00032600
                  ADD 1 TO WS-COUNT-BGT-OTHER                           00032700
               ELSE                                                     00032800
                  MOVE BGT-DEPT TO WS-WORK-DEPT                         00032900
                  PERFORM FIND-DEPT-ENTRY                               00033000
                  IF WS-ENTRY-FOUND THEN                                00033100
                     SET WS-MON-IDX TO BGT-FISCAL-MONTH                 00033200
                     IF BGT-TYPE-REFCST OR                              00033300
                        WS-DEPT-BGT-TYPE (WS-DEPT-IDX, WS-MON-IDX)      00033400
                           NOT = 'R' THEN                               00033500
                        MOVE BGT-TYPE                                   00033600
                           TO WS-DEPT-BGT-TYPE (WS-DEPT-IDX,            00033700
                                                WS-MON-IDX)             00033800
                        MOVE BGT-HEADS                                  00033900
                           TO WS-DEPT-BGT-HEADS (WS-DEPT-IDX,           00034000
                                                 WS-MON-IDX)            00034100
                        MOVE BGT-SALARY                                 00034200
                           TO WS-DEPT-BGT-SAL (WS-DEPT-IDX, WS-MON-IDX) 00034300
                     END-IF                                             00034400
                     IF BGT-TYPE-REFCST THEN                            00034500
                        ADD 1 TO WS-COUNT-BGT-REFCST                    00034600
                     ELSE                                               00034700
                        ADD 1 TO WS-COUNT-BGT-ORIG                      00034800
                     END-IF                                             00034900
                  END-IF                                                00035000
               END-IF                                                   00035100
            END-IF.                                                     00035200
      * FINDS WS-WORK-DEPT IN THE DEPARTMENT TABLE, ADDING IT WITH      00035300
      * ITS DIVISION AND EMPTY MONTHS WHEN IT IS NEW.                   00035400
       FIND-DEPT-ENTRY.                                                 00035500
            MOVE 'N' TO WS-FOUND-SW.                                    00035600
            IF WS-DEPT-COUNT > 0 THEN                                   00035700
               PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1                  00035800
                  UNTIL WS-DEPT-IDX > WS-DEPT-COUNT                     00035900
                     OR WS-ENTRY-FOUND                                  00036000
                  IF WS-DEPT-CODE (WS-DEPT-IDX) = WS-WORK-DEPT THEN     00036100
                     SET WS-ENTRY-FOUND TO TRUE                         00036200
                     SET WS-DEPT-SAV TO WS-DEPT-IDX                     00036300
                  END-IF                                                00036400
               END-PERFORM                                              00036500
            END-IF.                                                     00036600
            IF WS-ENTRY-FOUND THEN                                      00036700
               SET WS-DEPT-IDX TO WS-DEPT-SAV                           00036800
            ELSE                                                        00036900
               IF WS-DEPT-COUNT < 100 THEN                              00037000
                  PERFORM FIND-DIVISION-FOR-DEPT                        00037100
                  ADD 1 TO WS-DEPT-COUNT                                00037200
                  SET WS-DEPT-IDX TO WS-DEPT-COUNT                      00037300
                  MOVE WS-WORK-DEPT TO WS-DEPT-CODE (WS-DEPT-IDX)       00037400
                  MOVE WS-WORK-DIVISION                                 00037500
                     TO WS-DEPT-DIVISION (WS-DEPT-IDX)                  00037600
                  MOVE 0 TO WS-DEPT-LAST-END (WS-DEPT-IDX)              00037700
                  PERFORM CLEAR-DEPT-MONTH                              00037800
                     VARYING WS-MON-IDX FROM 1 BY 1                     00037900
                     UNTIL WS-MON-IDX > 12                              00038000
                  SET WS-ENTRY-FOUND TO TRUE                            00038100
               ELSE                                                     00038200
                  ADD 1 TO WS-COUNT-OVERFLOW                            00038300
               END-IF                                                   00038400
            END-IF.                                                     00038500
       CLEAR-DEPT-MONTH.                                                00038600
            MOVE SPACES TO WS-DEPT-BGT-TYPE (WS-DEPT-IDX, WS-MON-IDX).  00038700
            MOVE 0 TO WS-DEPT-BGT-HEADS (WS-DEPT-IDX, WS-MON-IDX).      00038800
            MOVE 0 TO WS-DEPT-BGT-SAL (WS-DEPT-IDX, WS-MON-IDX).        00038900
            MOVE 'N' TO WS-DEPT-ACT-SET (WS-DEPT-IDX, WS-MON-IDX).      00039000
            MOVE 0 TO WS-DEPT-ACT-HEADS (WS-DEPT-IDX, WS-MON-IDX).      00039100
            MOVE 0 TO WS-DEPT-ACT-SAL (WS-DEPT-IDX, WS-MON-IDX).        00039200
       FIND-DIVISION-FOR-DEPT.                                          00039300
            MOVE 'N' TO WS-FOUND-SW.                                    00039400
            MOVE '????' TO WS-WORK-DIVISION.                            00039500
            MOVE 'DEPT NOT ON REFERENCE' TO WS-WORK-DIVNAME.            00039600
            IF WS-REF-COUNT > 0 THEN                                    00039700
               PERFORM VARYING WS-REF-IDX FROM 1 BY 1                   00039800
                  UNTIL WS-REF-IDX > WS-REF-COUNT                       00039900
                     OR WS-ENTRY-FOUND                                  00040000
                  IF WS-REF-DEPT (WS-REF-IDX) = WS-WORK-DEPT THEN       00040100
                     SET WS-ENTRY-FOUND TO TRUE                         00040200
                     MOVE WS-REF-DIVISION (WS-REF-IDX)                  00040300
                        TO WS-WORK-DIVISION                             00040400
                     MOVE WS-REF-NAME (WS-REF-IDX)                      00040500
                        TO WS-WORK-DIVNAME                              00040600
                  END-IF                                                00040700
               END-PERFORM                                              00040800
            END-IF.                                                     00040900
            IF NOT WS-ENTRY-FOUND THEN                                  00041000
               ADD 1 TO WS-COUNT-UNMAPPED                               00041100
            END-IF.                                                     00041200
            MOVE 'N' TO WS-FOUND-SW.                                    00041300
      * ONLY THIS FISCAL YEAR'S EARLIER MONTHS ARE KEPT - THE           00041400
      * REPORTING MONTH IS ALWAYS RECOUNTED FROM THE PAYROLL.           00041500
       LOAD-ACTUALS-HISTORY.                                            00041600
            OPEN INPUT ACTIN.                                           00041700
            PERFORM UNTIL WS-ACT-EOF                                    00041800
               READ ACTIN                                               00041900
                 AT END SET WS-ACT-EOF TO TRUE                          00042000
                 NOT AT END                                             00042100
                    ADD 1 TO WS-COUNT-ACT-READ                          00042200
                    IF ACTI-FISCAL-YEAR = WS-FISCAL-YEAR AND            00042300
                       ACTI-FISCAL-MONTH > 0 AND                        00042400
                       ACTI-FISCAL-MONTH < WS-FISCAL-MONTH AND          00042500
                       ACTI-HEADS NUMERIC AND                           00042600
                       ACTI-SALARY NUMERIC THEN                         00042700
                       MOVE ACTI-DEPT TO WS-WORK-DEPT                   00042800
                       PERFORM FIND-DEPT-ENTRY                          00042900
                       IF WS-ENTRY-FOUND THEN                           00043000
                          SET WS-MON-IDX TO ACTI-FISCAL-MONTH           00043100
                          MOVE 'Y' TO                                   00043200
                             WS-DEPT-ACT-SET (WS-DEPT-IDX, WS-MON-IDX)  00043300
                          MOVE ACTI-HEADS TO                            00043400
                             WS-DEPT-ACT-HEADS (WS-DEPT-IDX, WS-MON-IDX)00043500
                          MOVE ACTI-SALARY TO                           00043600
                             WS-DEPT-ACT-SAL (WS-DEPT-IDX, WS-MON-IDX)  00043700
                       END-IF                                           00043800
                    END-IF                                              00043900
               END-READ                                                 00044000
            END-PERFORM.                                                00044100
            CLOSE ACTIN.                                                00044200
       LOAD-MONTH-ACTUALS.                                              00044300
            OPEN INPUT PPAYIN.                                          00044400
            PERFORM UNTIL WS-PPAY-EOF                                   00044500
               READ PPAYIN                                              00044600
                 AT END SET WS-PPAY-EOF TO TRUE                         00044700
                 NOT AT END                                             00044800
                    IF HT-IS-HEADER OF PPAY-REC-HT OR                   00044900
                       HT-IS-TRAILER OF PPAY-REC-HT THEN                00045000
                       CONTINUE                                         00045100
                    ELSE                                                00045200
                       PERFORM TALLY-ONE-PAYMENT                        00045300
                    END-IF                                              00045400
               END-READ                                                 00045500
            END-PERFORM.                                                00045600
            CLOSE PPAYIN.                                               00045700
      * A PERIOD ENDING OUTSIDE THE REPORTING MONTH IS COUNTED AND      00045800
      * LEFT OUT.  HEADCOUNT RESTARTS WHEN A LATER PERIOD OF THE        00045900
      * MONTH TURNS UP FOR THE DEPARTMENT.                              00046000
       TALLY-ONE-PAYMENT.                                               00046100
            ADD 1 TO WS-COUNT-PPAY-READ.                                00046200
            MOVE PPAY-PER-END TO WS-PER-END-R.                          00046300
            IF PPAY-PER-END NOT NUMERIC OR PPAY-AMOUNT NOT NUMERIC      00046400
               OR WS-PER-END-YYYYMM NOT = WS-PERIOD-YYYYMM THEN         00046500
               ADD 1 TO WS-COUNT-PPAY-OUT                               00046600
            ELSE                                                        00046700
               MOVE PPAY-DEPT TO WS-WORK-DEPT                           00046800
               PERFORM FIND-DEPT-ENTRY                                  00046900
               IF WS-ENTRY-FOUND THEN                                   00047000
                  ADD 1 TO WS-COUNT-PPAY-USED                           00047100
                  SET WS-MON-IDX TO WS-FISCAL-MONTH                     00047200
                  MOVE 'Y' TO WS-DEPT-ACT-SET (WS-DEPT-IDX, WS-MON-IDX) 00047300
                  ADD PPAY-AMOUNT                                       00047400
                     TO WS-DEPT-ACT-SAL (WS-DEPT-IDX, WS-MON-IDX)       00047500
                  IF PPAY-PER-END > WS-DEPT-LAST-END (WS-DEPT-IDX) THEN 00047600
                     MOVE PPAY-PER-END                                  00047700
                        TO WS-DEPT-LAST-END (WS-DEPT-IDX)               00047800
                     MOVE 0                                             00047900
                        TO WS-DEPT-ACT-HEADS (WS-DEPT-IDX, WS-MON-IDX)  00048000
                  END-IF                                                00048100
                  IF PPAY-PER-END = WS-DEPT-LAST-END (WS-DEPT-IDX) THEN 00048200
                     ADD 1                                              00048300
                        TO WS-DEPT-ACT-HEADS (WS-DEPT-IDX, WS-MON-IDX)  00048400
                  END-IF                                                00048500
               END-IF                                                   00048600
            END-IF.                                                     00048700
       WRITE-ACTUALS-HISTORY.                                           00048800
            OPEN OUTPUT ACTOUT.                                         00048900
            IF WS-DEPT-COUNT > 0 THEN                                   00049000
               PERFORM WRITE-DEPT-ACTUALS                               00049100
                  VARYING WS-DEPT-IDX FROM 1 BY 1                       00049200
                  UNTIL WS-DEPT-IDX > WS-DEPT-COUNT                     00049300
            END-IF.                                                     00049400
            CLOSE ACTOUT.                                               00049500
       WRITE-DEPT-ACTUALS.                                              00049600
            PERFORM WRITE-ONE-ACTUAL                                    00049700
               VARYING WS-MON-IDX FROM 1 BY 1                           00049800
               UNTIL WS-MON-IDX > 12.                                   00049900
       WRITE-ONE-ACTUAL.                                                00050000
            IF WS-DEPT-ACT-SET (WS-DEPT-IDX, WS-MON-IDX) = 'Y' THEN     00050100
               MOVE SPACES TO ACT-REC                                   00050200
               MOVE WS-DEPT-CODE (WS-DEPT-IDX) TO ACT-DEPT              00050300
               MOVE WS-FISCAL-YEAR TO ACT-FISCAL-YEAR                   00050400
               SET ACT-FISCAL-MONTH TO WS-MON-IDX                       00050500
               MOVE WS-DEPT-ACT-HEADS (WS-DEPT-IDX, WS-MON-IDX)         00050600
                  TO ACT-HEADS                                          00050700
               MOVE WS-DEPT-ACT-SAL (WS-DEPT-IDX, WS-MON-IDX)           00050800
                  TO ACT-SALARY                                         00050900
               WRITE ACT-REC                                            00051000
               ADD 1 TO WS-COUNT-ACT-WRITE                              00051100
            END-IF.                                                     00051200
      * DEPARTMENTS ARE PRINTED DIVISION BY DIVISION IN THE ORDER       00051300
      * THE DIVISIONS ARE FIRST MET; THE DIVISION TABLE IS BUILT AS     00051400
      * THE DEPARTMENTS ARE WORKED.                                     00051500
       WRITE-VARIANCE-REPORT.                                           00051600
            MOVE WS-TOLERANCE TO WS-TOL-ED.                             00051700
            MOVE SPACES TO RPT-LINE.                                    00051800
            STRING 'MONTH ' WS-PERIOD-YYYYMM                            00051900
               '  FISCAL YEAR ' WS-FISCAL-YEAR                          00052000
               ' MONTH ' WS-FISCAL-MONTH                                00052100
               '  TOLERANCE ' WS-TOL-ED '%'                             00052200
               DELIMITED BY SIZE INTO RPT-LINE                          00052300
            END-STRING.                                                 00052400
            WRITE RPT-LINE.                                             00052500
            MOVE SPACES TO RPT-LINE.                                    00052600
            STRING 'DEPT HEADS ACT/BUD      ACTUAL      BUDGET'         00052700
               '     VARIANCE   VAR%'                                   00052800
               DELIMITED BY SIZE INTO RPT-LINE                          00052900
            END-STRING.                                                 00053000
            WRITE RPT-LINE.                                             00053100
            MOVE SPACES TO RPT-LINE.                                    00053200
            STRING '  M = MONTH, Y = YEAR TO DATE, P = FULL YEAR'       00053300
               ' PROJECTED AGAINST FULL-YEAR BUDGET'                    00053400
               DELIMITED BY SIZE INTO RPT-LINE                          00053500
            END-STRING.                                                 00053600
            WRITE RPT-LINE.                                             00053700
            IF WS-DEPT-COUNT > 0 THEN                                   00053800
               PERFORM ADD-DEPT-DIVISION                                00053900
                  VARYING WS-DEPT-IDX FROM 1 BY 1                       00054000
                  UNTIL WS-DEPT-IDX > WS-DEPT-COUNT                     00054100
            END-IF.                                                     00054200
            IF WS-DIV-COUNT > 0 THEN                                    00054300
               PERFORM WRITE-ONE-DIVISION                               00054400
                  VARYING WS-DIV-IDX FROM 1 BY 1                        00054500
                  UNTIL WS-DIV-IDX > WS-DIV-COUNT                       00054600
            END-IF.                                                     00054700
       ADD-DEPT-DIVISION.                                               00054800
            MOVE 'N' TO WS-FOUND-SW.                                    00054900
            IF WS-DIV-COUNT > 0 THEN                                    00055000
               PERFORM VARYING WS-DIV-IDX FROM 1 BY 1                   00055100
                  UNTIL WS-DIV-IDX > WS-DIV-COUNT                       00055200
                     OR WS-ENTRY-FOUND                                  00055300
                  IF WS-DIV-CODE (WS-DIV-IDX) =                         00055400
                     WS-DEPT-DIVISION (WS-DEPT-IDX) THEN                00055500
                     SET WS-ENTRY-FOUND TO TRUE                         00055600
                  END-IF                                                00055700
               END-PERFORM                                              00055800
            END-IF.                                                     00055900
            IF NOT WS-ENTRY-FOUND THEN                                  00056000
               IF WS-DIV-COUNT < 20 THEN                                00056100
                  MOVE WS-DEPT-CODE (WS-DEPT-IDX) TO WS-WORK-DEPT       00056200
                  PERFORM FIND-DIVISION-NAME                            00056300
                  ADD 1 TO WS-DIV-COUNT                                 00056400
                  SET WS-DIV-IDX TO WS-DIV-COUNT                        00056500
                  MOVE WS-DEPT-DIVISION (WS-DEPT-IDX)                   00056600
                     TO WS-DIV-CODE (WS-DIV-IDX)                        00056700
                  MOVE WS-WORK-DIVNAME TO WS-DIV-NAME (WS-DIV-IDX)      00056800
                  MOVE 0 TO WS-DIV-DEPTS (WS-DIV-IDX)                   00056900
                  MOVE 0 TO WS-DIV-OVER (WS-DIV-IDX)                    00057000
                  MOVE 0 TO WS-DIV-MTH-ACT (WS-DIV-IDX)                 00057100
                  MOVE 0 TO WS-DIV-MTH-BGT (WS-DIV-IDX)                 00057200
                  MOVE 0 TO WS-DIV-YTD-ACT (WS-DIV-IDX)                 00057300
                  MOVE 0 TO WS-DIV-YTD-BGT (WS-DIV-IDX)                 00057400
                  MOVE 0 TO WS-DIV-PROJ (WS-DIV-IDX)                    00057500
                  MOVE 0 TO WS-DIV-FY-BGT (WS-DIV-IDX)                  00057600
               ELSE                                                     00057700
                  ADD 1 TO WS-COUNT-OVERFLOW                            00057800
               END-IF                                                   00057900
            END-IF.                                                     00058000
       FIND-DIVISION-NAME.                                              00058100
            MOVE 'DEPT NOT ON REFERENCE' TO WS-WORK-DIVNAME.            00058200
            IF WS-REF-COUNT > 0 THEN                                    00058300
               PERFORM VARYING WS-REF-IDX FROM 1 BY 1                   00058400
                  UNTIL WS-REF-IDX > WS-REF-COUNT                       00058500
                  IF WS-REF-DEPT (WS-REF-IDX) = WS-WORK-DEPT THEN       00058600
                     MOVE WS-REF-NAME (WS-REF-IDX) TO WS-WORK-DIVNAME   00058700
                  END-IF                                                00058800
               END-PERFORM                                              00058900
            END-IF.                                                     00059000
       WRITE-ONE-DIVISION.                                              00059100
            MOVE SPACES TO RPT-LINE.                                    00059200
            WRITE RPT-LINE.                                             00059300
            MOVE SPACES TO RPT-LINE.                                    00059400
            STRING 'DIVISION ' WS-DIV-CODE (WS-DIV-IDX) ' '             00059500
               WS-DIV-NAME (WS-DIV-IDX)                                 00059600
               DELIMITED BY SIZE INTO RPT-LINE                          00059700
            END-STRING.                                                 00059800
            WRITE RPT-LINE.                                             00059900
            PERFORM WRITE-DEPT-IN-DIVISION                              00060000
               VARYING WS-DEPT-IDX FROM 1 BY 1                          00060100
               UNTIL WS-DEPT-IDX > WS-DEPT-COUNT.                       00060200
       WRITE-DEPT-IN-DIVISION.                                          00060300
            IF WS-DEPT-DIVISION (WS-DEPT-IDX) =                         00060400
               WS-DIV-CODE (WS-DIV-IDX) THEN                            00060500
               PERFORM WRITE-ONE-DEPT                                   00060600
            END-IF.                                                     00060700
      * MONTH, YEAR TO DATE AND PROJECTION FOR ONE DEPARTMENT.  THE     00060800
      * PROJECTION IS THE YEAR-TO-DATE ACTUAL OVER THE MONTHS GONE,     00060900
      * TIMES TWELVE.                                                   00061000
       WRITE-ONE-DEPT.                                                  00061100
            SET WS-MON-IDX TO WS-FISCAL-MONTH.                          00061200
            MOVE WS-DEPT-ACT-SAL (WS-DEPT-IDX, WS-MON-IDX)              00061300
               TO WS-MTH-ACT.                                           00061400
            MOVE WS-DEPT-BGT-SAL (WS-DEPT-IDX, WS-MON-IDX)              00061500
               TO WS-MTH-BGT.                                           00061600
            MOVE WS-DEPT-ACT-HEADS (WS-DEPT-IDX, WS-MON-IDX)            00061700
               TO WS-HEADS-ED.                                          00061800
            MOVE WS-DEPT-BGT-HEADS (WS-DEPT-IDX, WS-MON-IDX)            00061900
               TO WS-HEADS-ED2.                                         00062000
            MOVE 0 TO WS-YTD-ACT.                                       00062100
            MOVE 0 TO WS-YTD-BGT.                                       00062200
            MOVE 0 TO WS-FY-BGT.                                        00062300
            PERFORM ADD-ONE-MONTH                                       00062400
               VARYING WS-MON-IDX FROM 1 BY 1                           00062500
               UNTIL WS-MON-IDX > 12.                                   00062600
            COMPUTE WS-PROJ ROUNDED =                                   00062700
               WS-YTD-ACT / WS-FISCAL-MONTH * 12.                       00062800
            MOVE 'N' TO WS-OVER-SW.                                     00062900
            MOVE SPACES TO WS-FLAG-TEXT.                                00063000
            MOVE WS-YTD-ACT TO WS-CMP-ACT.                              00063100
            MOVE WS-YTD-BGT TO WS-CMP-BGT.                              00063200
            PERFORM COMPUTE-VARIANCE.                                   00063300
            IF WS-CMP-BGT > 0 AND WS-VAR-PCT > WS-TOLERANCE THEN        00063400
               SET WS-DEPT-OVER TO TRUE                                 00063500
            END-IF.                                                     00063600
            IF WS-CMP-BGT = 0 AND WS-CMP-ACT > 0 THEN                   00063700
               SET WS-DEPT-OVER TO TRUE                                 00063800
            END-IF.                                                     00063900
            IF WS-DEPT-OVER THEN                                        00064000
               MOVE '*OVER*' TO WS-FLAG-TEXT                            00064100
               ADD 1 TO WS-COUNT-OVER                                   00064200
               ADD 1 TO WS-DIV-OVER (WS-DIV-IDX)                        00064300
            END-IF.                                                     00064400
            MOVE ' M ' TO WS-LINE-TAG.                                  00064500
            MOVE WS-MTH-ACT TO WS-CMP-ACT.                              00064600
            MOVE WS-MTH-BGT TO WS-CMP-BGT.                              00064700
            PERFORM COMPUTE-VARIANCE.                                   00064800
            MOVE SPACES TO RPT-LINE.                                    00064900
            STRING WS-DEPT-CODE (WS-DEPT-IDX) ' ' WS-HEADS-ED '/'       00065000
               WS-HEADS-ED2 WS-LINE-TAG WS-AMT-ED ' ' WS-AMT-ED2 ' '    00065100
               WS-VAR-ED ' ' WS-PCT-TEXT ' ' WS-FLAG-TEXT               00065200
               DELIMITED BY SIZE INTO RPT-LINE                          00065300
            END-STRING.                                                 00065400
            WRITE RPT-LINE.                                             00065500
            MOVE ' Y ' TO WS-LINE-TAG.                                  00065600
            MOVE WS-YTD-ACT TO WS-CMP-ACT.                              00065700
            MOVE WS-YTD-BGT TO WS-CMP-BGT.                              00065800
            PERFORM COMPUTE-VARIANCE.                                   00065900
            PERFORM WRITE-VARIANCE-LINE.                                00066000
            MOVE ' P ' TO WS-LINE-TAG.                                  00066100
            MOVE WS-PROJ TO WS-CMP-ACT.                                 00066200
            MOVE WS-FY-BGT TO WS-CMP-BGT.                               00066300
            PERFORM COMPUTE-VARIANCE.                                   00066400
            PERFORM WRITE-VARIANCE-LINE.                                00066500
            ADD 1 TO WS-DIV-DEPTS (WS-DIV-IDX).                         00066600
            ADD WS-MTH-ACT TO WS-DIV-MTH-ACT (WS-DIV-IDX).              00066700
            ADD WS-MTH-BGT TO WS-DIV-MTH-BGT (WS-DIV-IDX).              00066800
            ADD WS-YTD-ACT TO WS-DIV-YTD-ACT (WS-DIV-IDX).              00066900
            ADD WS-YTD-BGT TO WS-DIV-YTD-BGT (WS-DIV-IDX).              00067000
            ADD WS-PROJ TO WS-DIV-PROJ (WS-DIV-IDX).                    00067100
            ADD WS-FY-BGT TO WS-DIV-FY-BGT (WS-DIV-IDX).                00067200
       ADD-ONE-MONTH.                                                   00067300
            ADD WS-DEPT-BGT-SAL (WS-DEPT-IDX, WS-MON-IDX) TO WS-FY-BGT. 00067400
            IF WS-MON-IDX NOT > WS-FISCAL-MONTH THEN                    00067500
               ADD WS-DEPT-ACT-SAL (WS-DEPT-IDX, WS-MON-IDX)            00067600
                  TO WS-YTD-ACT                                         00067700
               ADD WS-DEPT-BGT-SAL (WS-DEPT-IDX, WS-MON-IDX)            00067800
                  TO WS-YTD-BGT                                         00067900
            END-IF.                                                     00068000
      * VARIANCE IS ACTUAL LESS BUDGET, SO OVERSPEND IS POSITIVE;       00068100
      * THE PERCENT IS OF BUDGET AND SHOWS N/A WITH NO BUDGET.          00068200
       COMPUTE-VARIANCE.                                                00068300
            COMPUTE WS-VARIANCE = WS-CMP-ACT - WS-CMP-BGT.              00068400
            MOVE WS-CMP-ACT TO WS-AMT-ED.                               00068500
            MOVE WS-CMP-BGT TO WS-AMT-ED2.                              00068600
            MOVE WS-VARIANCE TO WS-VAR-ED.                              00068700
            IF WS-CMP-BGT > 0 THEN                                      00068800
               COMPUTE WS-VAR-PCT ROUNDED =                             00068900
                  WS-VARIANCE * 100 / WS-CMP-BGT                        00069000
                  ON SIZE ERROR                                         00069100
                     MOVE 999.9 TO WS-VAR-PCT                           00069200
               END-COMPUTE                                              00069300
               IF WS-VAR-PCT > 999.9 THEN                               00069400
                  MOVE 999.9 TO WS-VAR-PCT                              00069500
               END-IF                                                   00069600
               MOVE WS-VAR-PCT TO WS-PCT-ED                             00069700
               MOVE WS-PCT-ED TO WS-PCT-TEXT                            00069800
            ELSE                                                        00069900
               MOVE 0 TO WS-VAR-PCT                                     00070000
               MOVE '   N/A' TO WS-PCT-TEXT                             00070100
            END-IF.                                                     00070200
       WRITE-VARIANCE-LINE.                                             00070300
            MOVE SPACES TO RPT-LINE.                                    00070400
            STRING '               ' WS-LINE-TAG WS-AMT-ED ' '          00070500
               WS-AMT-ED2 ' ' WS-VAR-ED ' ' WS-PCT-TEXT                 00070600
               DELIMITED BY SIZE INTO RPT-LINE                          00070700
            END-STRING.                                                 00070800
            WRITE RPT-LINE.                                             00070900
       WRITE-DIVISION-SUMMARY.                                          00071000
            MOVE SPACES TO RPT-LINE.                                    00071100
            WRITE RPT-LINE.                                             00071200
            MOVE SPACES TO RPT-LINE.                                    00071300
            MOVE '---- BY DIVISION ----' TO RPT-LINE.                   00071400
            WRITE RPT-LINE.                                             00071500
            MOVE SPACES TO RPT-LINE.                                    00071600
            STRING 'DIV  DEPTS OVER         ACTUAL      BUDGET'         00071700
               '     VARIANCE   VAR%'                                   00071800
               DELIMITED BY SIZE INTO RPT-LINE                          00071900
            END-STRING.                                                 00072000
            WRITE RPT-LINE.                                             00072100
            IF WS-DIV-COUNT > 0 THEN                                    00072200
               PERFORM WRITE-ONE-DIV-TOTAL                              00072300
                  VARYING WS-DIV-IDX FROM 1 BY 1                        00072400
                  UNTIL WS-DIV-IDX > WS-DIV-COUNT                       00072500
            END-IF.                                                     00072600
            MOVE SPACES TO RPT-LINE.                                    00072700
            WRITE RPT-LINE.                                             00072800
            MOVE SPACES TO RPT-LINE.                                    00072900
            MOVE 'ALL DIVISIONS' TO RPT-LINE.                           00073000
            WRITE RPT-LINE.                                             00073100
            MOVE ' M ' TO WS-LINE-TAG.                                  00073200
            MOVE WS-GRAND-MTH-ACT TO WS-CMP-ACT.                        00073300
            MOVE WS-GRAND-MTH-BGT TO WS-CMP-BGT.                        00073400
            PERFORM COMPUTE-VARIANCE.                                   00073500
            PERFORM WRITE-VARIANCE-LINE.                                00073600
            MOVE ' Y ' TO WS-LINE-TAG.                                  00073700
            MOVE WS-GRAND-YTD-ACT TO WS-CMP-ACT.                        00073800
            MOVE WS-GRAND-YTD-BGT TO WS-CMP-BGT.                        00073900
            PERFORM COMPUTE-VARIANCE.                                   00074000
            PERFORM WRITE-VARIANCE-LINE.                                00074100
            MOVE ' P ' TO WS-LINE-TAG.                                  00074200
            MOVE WS-GRAND-PROJ TO WS-CMP-ACT.                           00074300
            MOVE WS-GRAND-FY-BGT TO WS-CMP-BGT.                         00074400
            PERFORM COMPUTE-VARIANCE.                                   00074500
            PERFORM WRITE-VARIANCE-LINE.                                00074600
      * ONE LINE PER DIVISION FOR THE YEAR TO DATE, THEN ITS            00074700
      * PROJECTION; THE OVER COLUMN COUNTS FLAGGED DEPARTMENTS.         00074800
       WRITE-ONE-DIV-TOTAL.                                             00074900
            ADD WS-DIV-MTH-ACT (WS-DIV-IDX) TO WS-GRAND-MTH-ACT.        00075000
            ADD WS-DIV-MTH-BGT (WS-DIV-IDX) TO WS-GRAND-MTH-BGT.        00075100
            ADD WS-DIV-YTD-ACT (WS-DIV-IDX) TO WS-GRAND-YTD-ACT.        00075200
            ADD WS-DIV-YTD-BGT (WS-DIV-IDX) TO WS-GRAND-YTD-BGT.        00075300
            ADD WS-DIV-PROJ (WS-DIV-IDX) TO WS-GRAND-PROJ.              00075400
            ADD WS-DIV-FY-BGT (WS-DIV-IDX) TO WS-GRAND-FY-BGT.          00075500
            MOVE WS-DIV-YTD-ACT (WS-DIV-IDX) TO WS-CMP-ACT.             00075600
            MOVE WS-DIV-YTD-BGT (WS-DIV-IDX) TO WS-CMP-BGT.             00075700
            PERFORM COMPUTE-VARIANCE.                                   00075800
            MOVE ' Y ' TO WS-LINE-TAG.                                  00075900
            MOVE SPACES TO RPT-LINE.                                    00076000
            STRING WS-DIV-CODE (WS-DIV-IDX) ' '                         00076100
               WS-DIV-DEPTS (WS-DIV-IDX) '   '                          00076200
               WS-DIV-OVER (WS-DIV-IDX) WS-LINE-TAG                     00076300
               WS-AMT-ED ' ' WS-AMT-ED2 ' ' WS-VAR-ED ' '               00076400
               WS-PCT-TEXT                                              00076500
               DELIMITED BY SIZE INTO RPT-LINE                          00076600
            END-STRING.                                                 00076700
            WRITE RPT-LINE.                                             00076800
            MOVE ' P ' TO WS-LINE-TAG.                                  00076900
            MOVE WS-DIV-PROJ (WS-DIV-IDX) TO WS-CMP-ACT.                00077000
            MOVE WS-DIV-FY-BGT (WS-DIV-IDX) TO WS-CMP-BGT.              00077100
            PERFORM COMPUTE-VARIANCE.                                   00077200
            PERFORM WRITE-VARIANCE-LINE.                                00077300
       WRITE-BUDGET-SUMMARY.                                            00077400
            MOVE SPACES TO RPT-LINE.                                    00077500
            WRITE RPT-LINE.                                             00077600
            MOVE SPACES TO RPT-LINE.                                    00077700
            MOVE '---- SUMMARY ----' TO RPT-LINE.                       00077800
            WRITE RPT-LINE.                                             00077900
            MOVE SPACES TO RPT-LINE.                                    00078000
            STRING 'BUDGET ROWS   : ' WS-COUNT-BGT-READ                 00078100
               '  ORIGINAL ' WS-COUNT-BGT-ORIG                          00078200
               '  RE-FORECAST ' WS-COUNT-BGT-REFCST                     00078300
               DELIMITED BY SIZE INTO RPT-LINE                          00078400
            END-STRING.                                                 00078500
            WRITE RPT-LINE.                                             00078600
            MOVE SPACES TO RPT-LINE.                                    00078700
            STRING '                OTHER YEARS ' WS-COUNT-BGT-OTHER    00078800
               '  REJECTED ' WS-COUNT-BGT-REJ                           00078900
               DELIMITED BY SIZE INTO RPT-LINE                          00079000
            END-STRING.                                                 00079100
            WRITE RPT-LINE.                                             00079200
            MOVE SPACES TO RPT-LINE.                                    00079300
            STRING 'PAYROLL READ  : ' WS-COUNT-PPAY-READ                00079400
               '  THIS MONTH ' WS-COUNT-PPAY-USED                       00079500
               '  OTHER ' WS-COUNT-PPAY-OUT                             00079600
               DELIMITED BY SIZE INTO RPT-LINE                          00079700
            END-STRING.                                                 00079800
            WRITE RPT-LINE.                                             00079900
            MOVE SPACES TO RPT-LINE.                                    00080000
            STRING 'ACTUALS ROWS  : ' WS-COUNT-ACT-READ                 00080100
               ' IN  ' WS-COUNT-ACT-WRITE ' OUT'                        00080200
               DELIMITED BY SIZE INTO RPT-LINE                          00080300
            END-STRING.                                                 00080400
            WRITE RPT-LINE.                                             00080500
            MOVE SPACES TO RPT-LINE.                                    00080600
            STRING 'DEPTS OVER    : ' WS-COUNT-OVER                     00080700
               '  NO DIVISION ' WS-COUNT-UNMAPPED                       00080800
               '  NOT TABLED ' WS-COUNT-OVERFLOW                        00080900
               DELIMITED BY SIZE INTO RPT-LINE                          00081000
            END-STRING.                                                 00081100
            WRITE RPT-LINE.                                             00081200

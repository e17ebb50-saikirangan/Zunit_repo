       IDENTIFICATION DIVISION.                                         00000100
       PROGRAM-ID.   PGM99.                                             00000200
      * MERIT INCREASE GUIDELINES.  READS PGM53'S SALARY-GRADE TABLE    00000300
      * (DDGRADES) AND EMPLOYEE-TO-GRADE ASSIGNMENTS (DDEMPGRD), THE    00000400
      * ANNUAL REVIEW'S PERFORMANCE RATINGS (DDRATING - EMPLOYEE ID     00000500
      * AND A ONE-DIGIT RATING), THE CPMGRLN REPORTING LINES            00000600
      * (DDMGRLN, THE LATEST ROW NOT AFTER THE PERIODDATE CARD'S        00000700
      * DATE, DEFAULT THE RUN DATE) AND THE CPFLREC EXTRACT.  EACH      00000800
      * ACTIVE EMPLOYEE'S COMPA-RATIO IS FL-SALARY OVER THE GRADE       00000900
      * MIDPOINT AS IN PGM53, AND THEIR QUARTILE IS WHERE THE SALARY    00001000
      * SITS IN THE GRADE'S MINIMUM-TO-MAXIMUM RANGE (BELOW THE         00001100
      * MINIMUM COUNTS AS 1, ABOVE THE MAXIMUM AS 4).  THE MERIT        00001200
      * MATRIX IS THE MERITPCT PARM CARDS - RATING IN BYTE 1 OF THE     00001300
      * VALUE, QUARTILE IN BYTE 2 AND THE PERCENT IN BYTES 3-7 AS       00001400
      * FIVE DIGITS WITH TWO IMPLIED DECIMALS, ONE CARD PER CELL.       00001500
      * THE CELL'S PERCENT IS PRICED THE WAY PGM21 PRICES AN            00001600
      * INCREASE AND WRITTEN AS A CPMERIT RECOMMENDATION (DDMERITOUT)   00001700
      * FOR PGM21 TO APPLY.  THE MANAGER WORKSHEET (DDRPTOUT) LISTS     00001800
      * EVERY ACTIVE EMPLOYEE UNDER THEIR CURRENT MANAGER WITH GRADE,   00001900
      * RATING, COMPA-RATIO, QUARTILE, GUIDELINE PERCENT AND THE        00002000
      * PRICED INCREASE, FLAGGING A NEW SALARY ABOVE THE GRADE          00002100
      * MAXIMUM AND ANYONE WHO COULD NOT BE PRICED (NO GRADE, GRADE     00002200
      * NOT ON THE TABLE, NO RATING, NO MATRIX CELL).  THE REPORT       00002300
      * CLOSES WITH EACH DEPARTMENT'S RECOMMENDED COST AGAINST ITS      00002400
      * MERIT BUDGET - MERITBUD CARDS, DEPARTMENT IN BYTES 1-4 AND A    00002500
      * PERCENT OF THE DEPARTMENT'S ACTIVE PAYROLL IN BYTES 5-9.        00002600
      * ENDS RC 08 WITH NO GRADE TABLE OR NO MATRIX, RC 04 WHEN         00002700
      * ANYONE IS UNPRICED, A DEPARTMENT IS OVER OR HAS NO BUDGET, OR   00002800
      * A TABLE OVERFLOWS.                                              00002900
       ENVIRONMENT DIVISION.                                            00003000
       INPUT-OUTPUT SECTION.                                            00003100
       FILE-CONTROL.                                                    00003200
                SELECT INFILE ASSIGN TO DDINPUT                         00003300
                ORGANIZATION IS SEQUENTIAL.                             00003400
                SELECT GRADES ASSIGN TO DDGRADES                        00003500
                ORGANIZATION IS SEQUENTIAL.                             00003600
                SELECT EMPGRD ASSIGN TO DDEMPGRD                        00003700
                ORGANIZATION IS SEQUENTIAL.                             00003800
                SELECT RATINGS ASSIGN TO DDRATING                       00003900
                ORGANIZATION IS SEQUENTIAL.                             00004000
                SELECT MGRLNIN ASSIGN TO DDMGRLN                        00004100
                ORGANIZATION IS SEQUENTIAL.                             00004200
                SELECT PARMFILE ASSIGN TO DDPARMIN                      00004300
                ORGANIZATION IS SEQUENTIAL.                             00004400
                SELECT MERITOUT ASSIGN TO DDMERITOUT                    00004500
                ORGANIZATION IS SEQUENTIAL.                             00004600
                SELECT RPTFILE ASSIGN TO DDRPTOUT                       00004700
                ORGANIZATION IS SEQUENTIAL.                             00004800
       DATA DIVISION.                                                   00004900
       FILE SECTION.                                                    00005000
       FD INFILE                                                        00005100
            RECORDING MODE IS F.                                        00005200
       01 FL-REC.                                                       00005300
          COPY CPFLREC.                                                 00005400
       FD GRADES                                                        00005500
            RECORDING MODE IS F.                                        00005600
       01 GRD-REC.                                                      00005700
           05 GRD-GRADE PIC X(2).                                       00005800
           05 FILLER    PIC X(1).                                       00005900
           05 GRD-MIN   PIC 9(9).                                       00006000
           05 FILLER    PIC X(1).                                       00006100
           05 GRD-MID   PIC 9(9).                                       00006200
           05 FILLER    PIC X(1).                                       00006300
           05 GRD-MAX   PIC 9(9).                                       00006400
           05 FILLER    PIC X(48).                                      00006500
       FD EMPGRD                                                        00006600
            RECORDING MODE IS F.                                        00006700
       01 EGR-REC.                                                      00006800
           05 EGR-EMP-ID PIC X(8).                                      00006900
           05 FILLER     PIC X(1).                                      00007000
           05 EGR-GRADE  PIC X(2).                                      00007100
           05 FILLER     PIC X(69).                                     00007200
       FD RATINGS                                                       00007300
            RECORDING MODE IS F.                                        00007400
       01 RTG-REC.                                                      00007500
           05 RTG-EMP-ID PIC X(8).                                      00007600
           05 FILLER     PIC X(1).                                      00007700
           05 RTG-RATING PIC X(1).                                      00007800
           05 FILLER     PIC X(70).                                     00007900
       FD MGRLNIN                                                       00008000
            RECORDING MODE IS F.                                        00008100
       01 RL-REC.                                                       00008200
          COPY CPMGRLN.                                                 00008300
       FD PARMFILE                                                      00008400
            RECORDING MODE IS F.                                        00008500
       01 PARM-CARD.                                                    00008600
          COPY CPPARMCD.                                                00008700
       FD MERITOUT                                                      00008800
            RECORDING MODE IS F.                                        00008900
       01 MRT-REC.                                                      00009000
          COPY CPMERIT.                                                 00009100
       FD RPTFILE                                                       00009200
            RECORDING MODE IS F.                                        00009300
       01 RPT-LINE PIC X(80).                                           00009400
       WORKING-STORAGE SECTION.                                         00009500
       01 WS-FL-REC.                                                    00009600
          COPY CPFLREC.                                                 00009700
       01 WS-FL-REC-HT REDEFINES WS-FL-REC.                             00009800
          COPY CPHDRTRL.                                                00009900
       01 WS-FL-REC-ST REDEFINES WS-FL-REC.                             00010000
          COPY CPFLSTAT.                                                00010100
       01 WS-EOF-SW PIC X(1) VALUE 'N'.                                 00010200
           88 WS-EOF           VALUE 'Y'.                               00010300
       01 WS-GRD-EOF-SW PIC X(1) VALUE 'N'.                             00010400
           88 WS-GRD-EOF       VALUE 'Y'.                               00010500
       01 WS-EGR-EOF-SW PIC X(1) VALUE 'N'.                             00010600
           88 WS-EGR-EOF       VALUE 'Y'.                               00010700
       01 WS-RTG-EOF-SW PIC X(1) VALUE 'N'.                             00010800
           88 WS-RTG-EOF       VALUE 'Y'.                               00010900
       01 WS-RL-EOF-SW PIC X(1) VALUE 'N'.                              00011000
           88 WS-RL-EOF        VALUE 'Y'.                               00011100
       01 WS-PARM-EOF-SW PIC X(1) VALUE 'N'.                            00011200
           88 WS-PARM-EOF      VALUE 'Y'.                               00011300
       01 WS-PERIOD-DATE  PIC 9(8) VALUE 0.                             00011400
       01 WS-GRADE-COUNT PIC 9(2) COMP VALUE 0.                         00011500
       01 WS-GRADE-TABLE.                                               00011600
           05 WS-GRADE-ENTRY OCCURS 20 TIMES                            00011700
                              INDEXED BY WS-GRADE-IDX WS-GRADE-SAV.     00011800
               10 WS-GRADE-CODE   PIC X(2).                             00011900
               10 WS-GRADE-MIN    PIC 9(9).                             00012000
               10 WS-GRADE-MID    PIC 9(9).                             00012100
               10 WS-GRADE-MAX    PIC 9(9).                             00012200
       01 WS-ASSIGN-COUNT PIC 9(5) COMP VALUE 0.                        00012300
       01 WS-ASSIGN-TABLE.                                              00012400
           05 WS-ASSIGN-ENTRY OCCURS 5000 TIMES                         00012500
                               INDEXED BY WS-ASSIGN-IDX                 00012600
                                          WS-ASSIGN-SAV.                00012700
               10 WS-ASSIGN-EMP-ID PIC X(8).                            00012800
               10 WS-ASSIGN-GRADE  PIC X(2).                            00012900
       01 WS-RATING-COUNT PIC 9(5) COMP VALUE 0.                        00013000
       01 WS-RATING-TABLE.                                              00013100
           05 WS-RATING-ENTRY OCCURS 5000 TIMES                         00013200
                               INDEXED BY WS-RATING-IDX                 00013300
                                          WS-RATING-SAV.                00013400
               10 WS-RATING-EMP-ID PIC X(8).                            00013500
               10 WS-RATING-CODE   PIC X(1).                            00013600
      * EACH EMPLOYEE'S CURRENT MANAGER FROM THE REPORTING LINES.       00013700
       01 WS-LINE-COUNT PIC 9(5) COMP VALUE 0.                          00013800
       01 WS-LINE-TABLE.                                                00013900
           05 WS-LINE-ENTRY OCCURS 5000 TIMES                           00014000
                             INDEXED BY WS-LINE-IDX WS-LINE-SAV.        00014100
               10 WS-LINE-EMP-ID   PIC X(8).                            00014200
               10 WS-LINE-MGR-ID   PIC X(8).                            00014300
               10 WS-LINE-EFF-DATE PIC 9(8).                            00014400
      * THE MERIT MATRIX - ONE ROW PER RATING 1-9, ONE CELL PER         00014500
      * QUARTILE; A CELL WITH NO MERITPCT CARD IS NOT SET.              00014600
       01 WS-MATRIX-CARDS PIC 9(3) COMP VALUE 0.                        00014700
       01 WS-MATRIX-TABLE.                                              00014800
           05 WS-MATRIX-ROW OCCURS 9 TIMES.                             00014900
               10 WS-MATRIX-CELL OCCURS 4 TIMES.                        00015000
                   15 WS-MATRIX-PCT    PIC 9(3)V99 VALUE 0.             00015100
                   15 WS-MATRIX-SET-SW PIC X(1) VALUE 'N'.              00015200
                       88 WS-MATRIX-SET    VALUE 'Y'.                   00015300
       01 WS-MTX-ROW     PIC 9(1) VALUE 0.                              00015400
       01 WS-MTX-COL     PIC 9(1) VALUE 0.                              00015500
       01 WS-RATE-IN-X PIC X(5).                                        00015600
       01 WS-RATE-IN REDEFINES WS-RATE-IN-X PIC 9(3)V99.                00015700
      * EVERY ACTIVE EMPLOYEE FOR THE WORKSHEET, PRICED OR NOT.         00015800
      * WS-REC-NOTE IS SPACES WHEN PRICED, ELSE WHY NOT.                00015900
       01 WS-REC-COUNT PIC 9(5) COMP VALUE 0.                           00016000
       01 WS-REC-TABLE.                                                 00016100
           05 WS-REC-ENTRY OCCURS 5000 TIMES INDEXED BY WS-REC-IDX.     00016200
               10 WS-REC-EMP-ID    PIC X(8).                            00016300
               10 WS-REC-DEPT      PIC X(4).                            00016400
               10 WS-REC-GRADE     PIC X(2).                            00016500
               10 WS-REC-RATING    PIC X(1).                            00016600
               10 WS-REC-QUARTILE  PIC 9(1).                            00016700
               10 WS-REC-CR        PIC 9(3)V99.                         00016800
               10 WS-REC-PCT       PIC 9(3)V99.                         00016900
               10 WS-REC-OLD       PIC 9(8)V99.                         00017000
               10 WS-REC-NEW       PIC 9(8)V99.                         00017100
               10 WS-REC-MGR-ID    PIC X(8).                            00017200
               10 WS-REC-MAX-SW    PIC X(1).                            00017300
                   88 WS-REC-ABOVE-MAX VALUE 'Y'.                       00017400
               10 WS-REC-NOTE      PIC X(24).                           00017500
      * MANAGERS IN ORDER OF FIRST APPEARANCE; SPACES IS THE GROUP      00017600
      * OF STAFF WITH NO CURRENT REPORTING LINE.                        00017700
       01 WS-MGR-COUNT PIC 9(4) COMP VALUE 0.                           00017800
       01 WS-MGR-TABLE.                                                 00017900
           05 WS-MGR-ENTRY OCCURS 1000 TIMES                            00018000
                            INDEXED BY WS-MGR-IDX WS-MGR-SAV.           00018100
               10 WS-MGR-ID        PIC X(8).                            00018200
               10 WS-MGR-HEADS     PIC 9(5).                            00018300
               10 WS-MGR-SALARY    PIC 9(11)V99.                        00018400
               10 WS-MGR-COST      PIC 9(11)V99.                        00018500
       01 WS-DEPT-COUNT PIC 9(2) COMP VALUE 0.                          00018600
       01 WS-DEPT-TABLE.                                                00018700
           05 WS-DEPT-ENTRY OCCURS 50 TIMES                             00018800
                             INDEXED BY WS-DEPT-IDX WS-DEPT-SAV.        00018900
               10 WS-DEPT-CODE     PIC X(4).                            00019000
               10 WS-DEPT-HEADS    PIC 9(5).                            00019100
               10 WS-DEPT-PAYROLL  PIC 9(11)V99.                        00019200
               10 WS-DEPT-BUD-PCT  PIC 9(3)V99.                         00019300
               10 WS-DEPT-BUD-SW   PIC X(1).                            00019400
                   88 WS-DEPT-HAS-BUDGET VALUE 'Y'.                     00019500
               10 WS-DEPT-COST     PIC 9(11)V99.                        00019600
       01 WS-FOUND-SW PIC X(1) VALUE 'N'.                               00019700
           88 WS-ENTRY-FOUND   VALUE 'Y'.                               00019800
       01 WS-WORK-ID      PIC X(8) VALUE SPACES.                        00019900
       01 WS-WORK-DEPT    PIC X(4) VALUE SPACES.                        00020000
       01 WS-WORK-GRADE   PIC X(2) VALUE SPACES.                        00020100
       01 WS-NOTE-TEXT    PIC X(24) VALUE SPACES.                       00020200
       01 WS-COMPA-RATIO  PIC 9(3)V99 VALUE 0.                          00020300
       01 WS-RANGE-POS    PIC 9(5)V99 VALUE 0.                          00020400
       01 WS-QUARTILE     PIC 9(1) VALUE 0.                             00020500
       01 WS-OLD-SALARY   PIC 9(8)V99 VALUE 0.                          00020600
       01 WS-NEW-SALARY   PIC 9(8)V99 VALUE 0.                          00020700
       01 WS-DELTA        PIC 9(8)V99 VALUE 0.                          00020800
       01 WS-BUDGET       PIC 9(11)V99 VALUE 0.                         00020900
       01 WS-VARIANCE     PIC S9(11)V99 VALUE 0.                        00021000
       01 WS-TOTAL-PAYROLL PIC 9(11)V99 VALUE 0.                        00021100
       01 WS-TOTAL-BUDGET  PIC 9(11)V99 VALUE 0.                        00021200
       01 WS-TOTAL-COST    PIC 9(11)V99 VALUE 0.                        00021300
       01 WS-BUD-FLAG     PIC X(5) VALUE SPACES.                        00021400
       01 WS-CR-ED        PIC ZZ9.99.                                   00021500
       01 WS-PCT-ED       PIC ZZ9.99.                                   00021600
       01 WS-SAL-ED       PIC Z,ZZZ,ZZ9.99.                             00021700
       01 WS-NEW-ED       PIC Z,ZZZ,ZZ9.99.                             00021800
       01 WS-DELTA-ED     PIC ZZZ,ZZ9.99.                               00021900
       01 WS-HEADS-ED     PIC ZZZZ9.                                    00022000
       01 WS-PAYROLL-ED   PIC ZZZ,ZZZ,ZZ9.99.                           00022100
       01 WS-BUDGET-ED    PIC Z,ZZZ,ZZ9.99.                             00022200
       01 WS-COST-ED      PIC Z,ZZZ,ZZ9.99.                             00022300
       01 WS-VAR-ED       PIC -Z,ZZZ,ZZ9.99.                            00022400
       01 WS-TOTAL-ED     PIC ZZ,ZZZ,ZZZ,ZZ9.99.                        00022500
       01 WS-COUNT-READ      PIC 9(7) VALUE 0.                          00022600
       01 WS-COUNT-TERMSKIP  PIC 9(7) VALUE 0.                          00022700
       01 WS-COUNT-PRICED    PIC 9(7) VALUE 0.                          00022800
       01 WS-COUNT-NOGRADE   PIC 9(7) VALUE 0.                          00022900
       01 WS-COUNT-BADGRADE  PIC 9(7) VALUE 0.                          00023000
       01 WS-COUNT-NORATING  PIC 9(7) VALUE 0.                          00023100
       01 WS-COUNT-NOCELL    PIC 9(7) VALUE 0.                          00023200
       01 WS-COUNT-ABOVE-MAX PIC 9(7) VALUE 0.                          00023300
       01 WS-COUNT-OVER-BUD  PIC 9(7) VALUE 0.                          00023400
       01 WS-COUNT-OVERFLOW  PIC 9(7) VALUE 0.                          00023500
       01 WS-COUNT-WRITTEN   PIC 9(7) VALUE 0.                          00023600
       01 WS-RETCD.                                                     00023700
           COPY CPRETCD.                                                00023800
       01 WS-AUD-START-DATE PIC 9(8).                                   00023900
       PROCEDURE DIVISION.                                              00024000
       MAIN-ROUTINE.                                                    00024100
            ACCEPT WS-AUD-START-DATE FROM DATE YYYYMMDD.                00024200
            MOVE WS-AUD-START-DATE TO WS-PERIOD-DATE.                   00024300
            PERFORM READ-MERIT-PARMS.                                   00024400
            PERFORM LOAD-GRADE-TABLE.                                   00024500
            PERFORM LOAD-ASSIGNMENTS.                                   00024600
            PERFORM LOAD-RATINGS.                                       00024700
            PERFORM LOAD-REPORTING-LINES.                               00024800
            OPEN INPUT INFILE.                                          00024900
            OPEN OUTPUT MERITOUT.                                       00025000
            OPEN OUTPUT RPTFILE.                                        00025100
            MOVE SPACES TO RPT-LINE.                                    00025200
            STRING '---- PGM99 MERIT INCREASE GUIDELINES AS AT '        00025300
               WS-PERIOD-DATE ' ----'                                   00025400
               DELIMITED BY SIZE INTO RPT-LINE                          00025500
            END-STRING.                                                 00025600
            WRITE RPT-LINE.                                             00025700
            PERFORM UNTIL WS-EOF                                        00025800
               READ INFILE INTO WS-FL-REC                               00025900
                 AT END SET WS-EOF TO TRUE                              00026000
                 NOT AT END                                             00026100
                    IF HT-IS-HEADER OF WS-FL-REC-HT OR                  00026200
                       HT-IS-TRAILER OF WS-FL-REC-HT THEN               00026300
                       CONTINUE                                         00026400
                    ELSE                                                00026500
                       PERFORM PRICE-ONE-EMPLOYEE                       00026600
                    END-IF                                              00026700
               END-READ                                                 00026800
            END-PERFORM.                                                00026900
            PERFORM WRITE-MANAGER-WORKSHEETS.                           00027000
            PERFORM WRITE-BUDGET-SUMMARY.                               00027100
            CLOSE INFILE.                                               00027200
            CLOSE MERITOUT.                                             00027300
            CLOSE RPTFILE.                                              00027400
            SET WS-RC-OK TO TRUE.                                       00027500
            IF WS-COUNT-NOGRADE > 0 OR WS-COUNT-BADGRADE > 0 OR         00027600
               WS-COUNT-NORATING > 0 OR WS-COUNT-NOCELL > 0 OR          00027700
               WS-COUNT-OVER-BUD > 0 OR WS-COUNT-OVERFLOW > 0 THEN      00027800
               SET WS-RC-WARNING TO TRUE                                00027900
            END-IF.                                                     00028000
            IF WS-GRADE-COUNT = 0 OR WS-MATRIX-CARDS = 0 THEN           00028100
               SET WS-RC-DATA-ERROR TO TRUE                             00028200
            END-IF.                                                     00028300
            MOVE WS-RETURN-CODE TO RETURN-CODE.                         00028400
            GOBACK.                                                     00028500
       READ-MERIT-PARMS.                                                00028600
            OPEN INPUT PARMFILE.                                        00028700
            PERFORM UNTIL WS-PARM-EOF                                   00028800
               READ PARMFILE                                            00028900
                 AT END SET WS-PARM-EOF TO TRUE                         00029000
                 NOT AT END PERFORM APPLY-PARM-CARD                     00029100
               END-READ                                                 00029200
            END-PERFORM.                                                00029300
            CLOSE PARMFILE.                                             00029400
       APPLY-PARM-CARD.                                                 00029500
            EVALUATE PARM-KEY                                           00029600
                WHEN 'PERIODDATE'                                       00029700
                   IF PARM-VALUE-NUM > 0 THEN                           00029800
                      MOVE PARM-VALUE-NUM TO WS-PERIOD-DATE             00029900
                   END-IF                                               00030000
                WHEN 'MERITPCT'                                         00030100
                   IF PARM-VALUE-TEXT (1:1) IS NUMERIC AND              00030200
                      PARM-VALUE-TEXT (1:1) NOT = '0' AND               00030300
                      PARM-VALUE-TEXT (2:1) IS NUMERIC AND              00030400
                      PARM-VALUE-TEXT (2:1) NOT = '0' AND               00030500
                      PARM-VALUE-TEXT (2:1) NOT > '4' AND               00030600
                      PARM-VALUE-TEXT (3:5) IS NUMERIC THEN             00030700
                      MOVE PARM-VALUE-TEXT (1:1) TO WS-MTX-ROW          00030800
                      MOVE PARM-VALUE-TEXT (2:1) TO WS-MTX-COL          00030900
                      MOVE PARM-VALUE-TEXT (3:5) TO WS-RATE-IN-X        00031000
                      MOVE WS-RATE-IN                                   00031100
                         TO WS-MATRIX-PCT (WS-MTX-ROW WS-MTX-COL)       00031200
                      SET WS-MATRIX-SET (WS-MTX-ROW WS-MTX-COL)         00031300
                         TO TRUE                                        00031400
                      ADD 1 TO WS-MATRIX-CARDS                          00031500
                   END-IF                                               00031600
                WHEN 'MERITBUD'                                         00031700
                   IF PARM-VALUE-TEXT (1:4) NOT = SPACES AND            00031800
                      PARM-VALUE-TEXT (5:5) IS NUMERIC THEN             00031900
                      MOVE PARM-VALUE-TEXT (1:4) TO WS-WORK-DEPT        00032000
                      PERFORM FIND-OR-ADD-DEPT                          00032100
                      IF WS-ENTRY-FOUND THEN                            00032200
                         MOVE PARM-VALUE-TEXT (5:5) TO WS-RATE-IN-X     00032300
                         MOVE WS-RATE-IN                                00032400
                            TO WS-DEPT-BUD-PCT (WS-DEPT-IDX)            00032500
                         SET WS-DEPT-HAS-BUDGET (WS-DEPT-IDX)           00032600
                            TO TRUE                                     00032700
                      END-IF                                            00032800
                   END-IF                                               00032900
                WHEN OTHER                                              00033000
                   CONTINUE                                             00033100
            END-EVALUATE.                                               00033200
       LOAD-GRADE-TABLE.                                                00033300
            OPEN INPUT GRADES.                                          00033400
            PERFORM UNTIL WS-GRD-EOF                                    00033500
               READ GRADES                                              00033600
                 AT END SET WS-GRD-EOF TO TRUE                          00033700
                 NOT AT END                                             00033800
                    IF GRD-GRADE NOT = SPACES AND                       00033900
                       WS-GRADE-COUNT < 20 THEN                         00034000
                       ADD 1 TO WS-GRADE-COUNT                          00034100
                       SET WS-GRADE-IDX TO WS-GRADE-COUNT               00034200
                       MOVE GRD-GRADE                                   00034300
                          TO WS-GRADE-CODE (WS-GRADE-IDX)               00034400
                       MOVE GRD-MIN                                     00034500
                          TO WS-GRADE-MIN (WS-GRADE-IDX)                00034600
                       MOVE GRD-MID                                     00034700
                          TO WS-GRADE-MID (WS-GRADE-IDX)                00034800
                       MOVE GRD-MAX                                     00034900
                          TO WS-GRADE-MAX (WS-GRADE-IDX)                00035000
                    END-IF                                              00035100
               END-READ                                                 00035200
            END-PERFORM.                                                00035300
            CLOSE GRADES.                                               00035400
       LOAD-ASSIGNMENTS.                                                00035500
            OPEN INPUT EMPGRD.                                          00035600
            PERFORM UNTIL WS-EGR-EOF                                    00035700
               READ EMPGRD                                              00035800
                 AT END SET WS-EGR-EOF TO TRUE                          00035900
                 NOT AT END                                             00036000
                    IF EGR-EMP-ID NOT = SPACES THEN                     00036100
                       IF WS-ASSIGN-COUNT < 5000 THEN                   00036200
                          ADD 1 TO WS-ASSIGN-COUNT                      00036300
                          SET WS-ASSIGN-IDX TO WS-ASSIGN-COUNT          00036400
                          MOVE EGR-EMP-ID                               00036500
                             TO WS-ASSIGN-EMP-ID (WS-ASSIGN-IDX)        00036600
                          MOVE EGR-GRADE                                00036700
                             TO WS-ASSIGN-GRADE (WS-ASSIGN-IDX)         00036800
                       ELSE                                             00036900
                          ADD 1 TO WS-COUNT-OVERFLOW                    00037000
                       END-IF                                           00037100
                    END-IF                                              00037200
               END-READ                                                 00037300
            END-PERFORM.                                                00037400
            CLOSE EMPGRD.                                               00037500
      * A SECOND RATING FOR THE SAME EMPLOYEE REPLACES THE FIRST.       00037600
       LOAD-RATINGS.                                                    00037700
            OPEN INPUT RATINGS.                                         00037800
            PERFORM UNTIL WS-RTG-EOF                                    00037900
               READ RATINGS                                             00038000
                 AT END SET WS-RTG-EOF TO TRUE                          00038100
                 NOT AT END                                             00038200
                    IF RTG-EMP-ID NOT = SPACES THEN                     00038300
                       MOVE RTG-EMP-ID TO WS-WORK-ID                    00038400
                       PERFORM FIND-RATING                              00038500
                       IF WS-ENTRY-FOUND THEN                           00038600
                          MOVE RTG-RATING                               00038700
                             TO WS-RATING-CODE (WS-RATING-IDX)          00038800
                       ELSE                                             00038900
                          IF WS-RATING-COUNT < 5000 THEN                00039000
                             ADD 1 TO WS-RATING-COUNT                   00039100
                             SET WS-RATING-IDX TO WS-RATING-COUNT       00039200
                             MOVE RTG-EMP-ID                            00039300
                                TO WS-RATING-EMP-ID (WS-RATING-IDX)     00039400
                             MOVE RTG-RATING                            00039500
                                TO WS-RATING-CODE (WS-RATING-IDX)       00039600
                          ELSE                                          00039700
                             ADD 1 TO WS-COUNT-OVERFLOW                 00039800
                          END-IF                                        00039900
                       END-IF                                           00040000
                    END-IF                                              00040100
               END-READ                                                 00040200
            END-PERFORM.                                                00040300
            CLOSE RATINGS.                                              00040400
      * LOOKS UP WS-WORK-ID IN THE RATING TABLE.                        00040500
       FIND-RATING.                                                     00040600
            MOVE 'N' TO WS-FOUND-SW.                                    00040700
            IF WS-RATING-COUNT > 0 THEN                                 00040800
               PERFORM VARYING WS-RATING-IDX FROM 1 BY 1                00040900
                  UNTIL WS-RATING-IDX > WS-RATING-COUNT                 00041000
                     OR WS-ENTRY-FOUND                                  00041100
                  IF WS-RATING-EMP-ID (WS-RATING-IDX) = WS-WORK-ID      00041200
                     SET WS-ENTRY-FOUND TO TRUE                         00041300
                     SET WS-RATING-SAV TO WS-RATING-IDX                 00041400
                  END-IF                                                00041500
               END-PERFORM                                              00041600
            END-IF.                                                     00041700
            IF WS-ENTRY-FOUND THEN                                      00041800
               SET WS-RATING-IDX TO WS-RATING-SAV                       00041900
            END-IF.                                                     00042000
      * THE CURRENT LINE IS THE LATEST ROW NOT AFTER THE PERIOD         00042100
      * DATE; ON THE SAME DATE THE LATER ROW IN THE DATASET WINS, AS    00042200
      * IN PGM92.  PGM92 VALIDATES THE LINES - HERE A ROW IS ONLY       00042300
      * USED TO FIND THE EMPLOYEE'S MANAGER.                            00042400
       LOAD-REPORTING-LINES.                                            00042500
            OPEN INPUT MGRLNIN.                                         00042600
            PERFORM UNTIL WS-RL-EOF                                     00042700
               READ MGRLNIN                                             00042800
                 AT END SET WS-RL-EOF TO TRUE                           00042900
                 NOT AT END                                             00043000
                    IF RL-EMP-ID NOT = SPACES AND                       00043100
                       RL-EFF-DATE IS NUMERIC AND                       00043200
                       RL-EFF-DATE NOT > WS-PERIOD-DATE THEN            00043300
                       PERFORM APPLY-ONE-LINE                           00043400
                    END-IF                                              00043500
               END-READ                                                 00043600
            END-PERFORM.                                                00043700
            CLOSE MGRLNIN.                                              00043800
       APPLY-ONE-LINE.                                                  00043900
            MOVE RL-EMP-ID TO WS-WORK-ID.                               00044000
            PERFORM FIND-LINE.                                          00044100
            IF WS-ENTRY-FOUND THEN                                      00044200
               IF RL-EFF-DATE >= WS-LINE-EFF-DATE (WS-LINE-IDX) THEN    00044300
                  MOVE RL-MGR-ID TO WS-LINE-MGR-ID (WS-LINE-IDX)        00044400
                  MOVE RL-EFF-DATE TO WS-LINE-EFF-DATE (WS-LINE-IDX)    00044500
               END-IF                                                   00044600
            ELSE                                                        00044700
               IF WS-LINE-COUNT < 5000 THEN                             00044800
                  ADD 1 TO WS-LINE-COUNT                                00044900
                  SET WS-LINE-IDX TO WS-LINE-COUNT                      00045000
                  MOVE RL-EMP-ID TO WS-LINE-EMP-ID (WS-LINE-IDX)        00045100
                  MOVE RL-MGR-ID TO WS-LINE-MGR-ID (WS-LINE-IDX)        00045200
                  MOVE RL-EFF-DATE TO WS-LINE-EFF-DATE (WS-LINE-IDX)    00045300
               ELSE                                                     00045400
                  ADD 1 TO WS-COUNT-OVERFLOW                            00045500
               END-IF                                                   00045600
            END-IF.                                                     00045700
      * LOOKS UP WS-WORK-ID IN THE REPORTING-LINE TABLE.                00045800
       FIND-LINE.                                                       00045900
            MOVE 'N' TO WS-FOUND-SW.                                    00046000
            IF WS-LINE-COUNT > 0 THEN                                   00046100
               PERFORM VARYING WS-LINE-IDX FROM 1 BY 1                  00046200
                  UNTIL WS-LINE-IDX > WS-LINE-COUNT                     00046300
                     OR WS-ENTRY-FOUND                                  00046400
                  IF WS-LINE-EMP-ID (WS-LINE-IDX) = WS-WORK-ID THEN     00046500
                     SET WS-ENTRY-FOUND TO TRUE                         00046600
                     SET WS-LINE-SAV TO WS-LINE-IDX                     00046700
                  END-IF                                                00046800
               END-PERFORM                                              00046900
            END-IF.                                                     00047000
            IF WS-ENTRY-FOUND THEN                                      00047100
               SET WS-LINE-IDX TO WS-LINE-SAV                           00047200
            END-IF.                                                     00047300
      * A TERMINATED EMPLOYEE IS NOT REVIEWED.  EVERY OTHER EMPLOYEE    00047400
      * GOES ON THE WORKSHEET AND INTO THEIR DEPARTMENT'S PAYROLL;      00047500
      * ONLY A PRICED ONE IS WRITTEN FOR PGM21.                         00047600
       PRICE-ONE-EMPLOYEE.                                              00047700
            ADD 1 TO WS-COUNT-READ.                                     00047800
            IF FL-STATUS-TERMINATED OF WS-FL-REC-ST THEN                00047900
               ADD 1 TO WS-COUNT-TERMSKIP                               00048000
            ELSE                                                        00048100
               IF FL-SALARY OF WS-FL-REC IS NUMERIC THEN                00048200
                  MOVE FL-SALARY OF WS-FL-REC TO WS-OLD-SALARY          00048300
               ELSE                                                     00048400
                  MOVE 0 TO WS-OLD-SALARY                               00048500
               END-IF                                                   00048600
               MOVE WS-OLD-SALARY TO WS-NEW-SALARY                      00048700
               MOVE 0 TO WS-COMPA-RATIO                                 00048800
               MOVE 0 TO WS-QUARTILE                                    00048900
               MOVE 0 TO WS-DELTA                                       00049000
               MOVE 0 TO WS-RATE-IN                                     00049100
               MOVE SPACES TO WS-NOTE-TEXT                              00049200
               MOVE SPACES TO WS-WORK-GRADE                             00049300
               PERFORM FIND-EMPLOYEE-GRADE                              00049400
               IF WS-NOTE-TEXT = SPACES THEN                            00049500
                  PERFORM FIND-MATRIX-CELL                              00049600
               END-IF                                                   00049700
               IF WS-NOTE-TEXT = SPACES THEN                            00049800
                  PERFORM PRICE-MERIT-INCREASE                          00049900
               END-IF                                                   00050000
               PERFORM ADD-WORKSHEET-ENTRY                              00050100
               MOVE FL-DEPT-CODE OF WS-FL-REC TO WS-WORK-DEPT           00050200
               PERFORM FIND-OR-ADD-DEPT                                 00050300
               IF WS-ENTRY-FOUND THEN                                   00050400
                  ADD 1 TO WS-DEPT-HEADS (WS-DEPT-IDX)                  00050500
                  ADD WS-OLD-SALARY TO WS-DEPT-PAYROLL (WS-DEPT-IDX)    00050600
                  ADD WS-DELTA TO WS-DEPT-COST (WS-DEPT-IDX)            00050700
               END-IF                                                   00050800
            END-IF.                                                     00050900
      * THE ASSIGNMENT GIVES THE GRADE, THE GRADE TABLE GIVES THE       00051000
      * BAND - WS-GRADE-IDX IS LEFT ON THE EMPLOYEE'S GRADE.            00051100
       FIND-EMPLOYEE-GRADE.                                             00051200
            MOVE 'N' TO WS-FOUND-SW.                                    00051300
            IF WS-ASSIGN-COUNT > 0 THEN                                 00051400
               PERFORM VARYING WS-ASSIGN-IDX FROM 1 BY 1                00051500
                  UNTIL WS-ASSIGN-IDX > WS-ASSIGN-COUNT                 00051600
                     OR WS-ENTRY-FOUND                                  00051700
                  IF WS-ASSIGN-EMP-ID (WS-ASSIGN-IDX) =                 00051800
                     FL-EMP-ID OF WS-FL-REC THEN                        00051900
                     SET WS-ENTRY-FOUND TO TRUE                         00052000
                     SET WS-ASSIGN-SAV TO WS-ASSIGN-IDX                 00052100
                  END-IF                                                00052200
               END-PERFORM                                              00052300
            END-IF.                                                     00052400
            IF WS-ENTRY-FOUND THEN                                      00052500
               SET WS-ASSIGN-IDX TO WS-ASSIGN-SAV                       00052600
               MOVE WS-ASSIGN-GRADE (WS-ASSIGN-IDX) TO WS-WORK-GRADE    00052700
               MOVE 'N' TO WS-FOUND-SW                                  00052800
               PERFORM VARYING WS-GRADE-IDX FROM 1 BY 1                 00052900
                  UNTIL WS-GRADE-IDX > WS-GRADE-COUNT                   00053000
                     OR WS-ENTRY-FOUND                                  00053100
                  IF WS-GRADE-CODE (WS-GRADE-IDX) =                     00053200
                     WS-ASSIGN-GRADE (WS-ASSIGN-IDX) THEN               00053300
                     SET WS-ENTRY-FOUND TO TRUE                         00053400
                     SET WS-GRADE-SAV TO WS-GRADE-IDX                   00053500
                  END-IF                                                00053600
               END-PERFORM                                              00053700
               IF WS-ENTRY-FOUND THEN                                   00053800
                  SET WS-GRADE-IDX TO WS-GRADE-SAV                      00053900
                  PERFORM COMPUTE-QUARTILE                              00054000
               ELSE                                                     00054100
                  ADD 1 TO WS-COUNT-BADGRADE                            00054200
                  MOVE 'GRADE NOT ON GRADE TABLE' TO WS-NOTE-TEXT       00054300
               END-IF                                                   00054400
            ELSE                                                        00054500
               ADD 1 TO WS-COUNT-NOGRADE                                00054600
               MOVE 'NO GRADE ASSIGNMENT' TO WS-NOTE-TEXT               00054700
            END-IF.                                                     00054800
      * COMPA-RATIO AS PGM53 WORKS IT; THE QUARTILE IS THE QUARTER      00054900
      * OF THE MINIMUM-TO-MAXIMUM RANGE THE SALARY FALLS IN.  A         00055000
      * GRADE WITH NO SPREAD SPLITS AT THE MIDPOINT INSTEAD.            00055100
       COMPUTE-QUARTILE.                                                00055200
            IF WS-GRADE-MID (WS-GRADE-IDX) = 0 THEN                     00055300
               MOVE 0 TO WS-COMPA-RATIO                                 00055400
            ELSE                                                        00055500
               COMPUTE WS-COMPA-RATIO ROUNDED =                         00055600
                  (WS-OLD-SALARY * 100)                                 00055700
                  / WS-GRADE-MID (WS-GRADE-IDX)                         00055800
                 ON SIZE ERROR                                          00055900
                    MOVE 999.99 TO WS-COMPA-RATIO                       00056000
               END-COMPUTE                                              00056100
            END-IF.                                                     00056200
            EVALUATE TRUE                                               00056300
                WHEN WS-GRADE-MAX (WS-GRADE-IDX) NOT >                  00056400
                     WS-GRADE-MIN (WS-GRADE-IDX)                        00056500
                   IF WS-COMPA-RATIO < 100 THEN                         00056600
                      MOVE 2 TO WS-QUARTILE                             00056700
                   ELSE                                                 00056800
                      MOVE 3 TO WS-QUARTILE                             00056900
                   END-IF                                               00057000
                WHEN WS-OLD-SALARY NOT > WS-GRADE-MIN (WS-GRADE-IDX)    00057100
                   MOVE 1 TO WS-QUARTILE                                00057200
                WHEN OTHER                                              00057300
                   COMPUTE WS-RANGE-POS =                               00057400
                      (WS-OLD-SALARY - WS-GRADE-MIN (WS-GRADE-IDX))     00057500
                      * 100 / (WS-GRADE-MAX (WS-GRADE-IDX)              00057600
                               - WS-GRADE-MIN (WS-GRADE-IDX))           00057700
                     ON SIZE ERROR                                      00057800
                        MOVE 999.99 TO WS-RANGE-POS                     00057900
                   END-COMPUTE                                          00058000
                   EVALUATE TRUE                                        00058100
                       WHEN WS-RANGE-POS < 25                           00058200
                          MOVE 1 TO WS-QUARTILE                         00058300
                       WHEN WS-RANGE-POS < 50                           00058400
                          MOVE 2 TO WS-QUARTILE                         00058500
                       WHEN WS-RANGE-POS < 75                           00058600
                          MOVE 3 TO WS-QUARTILE                         00058700
                       WHEN OTHER                                       00058800
                          MOVE 4 TO WS-QUARTILE                         00058900
                   END-EVALUATE                                         00059000
            END-EVALUATE.                                               00059100
      * THE RATING MUST BE 1-9 AND ITS CELL FOR THE QUARTILE MUST       00059200
      * HAVE HAD A MERITPCT CARD.                                       00059300
       FIND-MATRIX-CELL.                                                00059400
            MOVE FL-EMP-ID OF WS-FL-REC TO WS-WORK-ID.                  00059500
            PERFORM FIND-RATING.                                        00059600
            IF NOT WS-ENTRY-FOUND THEN                                  00059700
               ADD 1 TO WS-COUNT-NORATING                               00059800
               MOVE 'NO PERFORMANCE RATING' TO WS-NOTE-TEXT             00059900
            ELSE                                                        00060000
               IF WS-RATING-CODE (WS-RATING-IDX) IS NOT NUMERIC OR      00060100
                  WS-RATING-CODE (WS-RATING-IDX) = '0' THEN             00060200
                  ADD 1 TO WS-COUNT-NOCELL                              00060300
                  MOVE 'RATING NOT ON MATRIX' TO WS-NOTE-TEXT           00060400
               ELSE                                                     00060500
                  MOVE WS-RATING-CODE (WS-RATING-IDX) TO WS-MTX-ROW     00060600
                  MOVE WS-QUARTILE TO WS-MTX-COL                        00060700
                  IF WS-MATRIX-SET (WS-MTX-ROW WS-MTX-COL) THEN         00060800
                     MOVE WS-MATRIX-PCT (WS-MTX-ROW WS-MTX-COL)         00060900
                        TO WS-RATE-IN                                   00061000
                  ELSE                                                  00061100
                     ADD 1 TO WS-COUNT-NOCELL                           00061200
                     MOVE 'NO MATRIX CELL' TO WS-NOTE-TEXT              00061300
                  END-IF                                                00061400
               END-IF                                                   00061500
            END-IF.                                                     00061600
      * PRICED EXACTLY AS PGM21 WILL APPLY IT, SO THE WORKSHEET AND     00061700
      * THE BUDGET SUMMARY TIE TO THE PGM21 CHANGE REPORT.              00061800
       PRICE-MERIT-INCREASE.                                            00061900
            COMPUTE WS-NEW-SALARY ROUNDED =                             00062000
               WS-OLD-SALARY +                                          00062100
               (WS-OLD-SALARY * WS-RATE-IN / 100)                       00062200
              ON SIZE ERROR                                             00062300
                 MOVE WS-OLD-SALARY TO WS-NEW-SALARY                    00062400
            END-COMPUTE.                                                00062500
            COMPUTE WS-DELTA = WS-NEW-SALARY - WS-OLD-SALARY.           00062600
            ADD 1 TO WS-COUNT-PRICED.                                   00062700
            IF WS-NEW-SALARY > WS-GRADE-MAX (WS-GRADE-IDX) THEN         00062800
               ADD 1 TO WS-COUNT-ABOVE-MAX                              00062900
            END-IF.                                                     00063000
            MOVE SPACES TO MRT-REC.                                     00063100
            MOVE FL-EMP-ID OF WS-FL-REC TO MRT-EMP-ID.                  00063200
            MOVE FL-DEPT-CODE OF WS-FL-REC TO MRT-DEPT.                 00063300
            MOVE WS-GRADE-CODE (WS-GRADE-IDX) TO MRT-GRADE.             00063400
            MOVE WS-RATING-CODE (WS-RATING-IDX) TO MRT-RATING.          00063500
            MOVE WS-QUARTILE TO MRT-QUARTILE.                           00063600
            MOVE WS-COMPA-RATIO TO MRT-COMPA-RATIO.                     00063700
            MOVE WS-RATE-IN TO MRT-PCT.                                 00063800
            MOVE WS-OLD-SALARY TO MRT-OLD-SALARY.                       00063900
            MOVE WS-NEW-SALARY TO MRT-NEW-SALARY.                       00064000
            MOVE FL-EMP-ID OF WS-FL-REC TO WS-WORK-ID.                  00064100
            PERFORM FIND-LINE.                                          00064200
            IF WS-ENTRY-FOUND THEN                                      00064300
               MOVE WS-LINE-MGR-ID (WS-LINE-IDX) TO MRT-MGR-ID          00064400
            END-IF.                                                     00064500
            WRITE MRT-REC.                                              00064600
            ADD 1 TO WS-COUNT-WRITTEN.                                  00064700
       ADD-WORKSHEET-ENTRY.                                             00064800
            IF WS-REC-COUNT < 5000 THEN                                 00064900
               ADD 1 TO WS-REC-COUNT                                    00065000
               SET WS-REC-IDX TO WS-REC-COUNT                           00065100
               MOVE FL-EMP-ID OF WS-FL-REC                              00065200
                  TO WS-REC-EMP-ID (WS-REC-IDX)                         00065300
               MOVE FL-DEPT-CODE OF WS-FL-REC                           00065400
                  TO WS-REC-DEPT (WS-REC-IDX)                           00065500
               MOVE WS-WORK-GRADE TO WS-REC-GRADE (WS-REC-IDX)          00065600
               MOVE SPACES TO WS-REC-RATING (WS-REC-IDX)                00065700
               MOVE FL-EMP-ID OF WS-FL-REC TO WS-WORK-ID                00065800
               PERFORM FIND-RATING                                      00065900
               IF WS-ENTRY-FOUND THEN                                   00066000
                  MOVE WS-RATING-CODE (WS-RATING-IDX)                   00066100
                     TO WS-REC-RATING (WS-REC-IDX)                      00066200
               END-IF                                                   00066300
               MOVE WS-QUARTILE TO WS-REC-QUARTILE (WS-REC-IDX)         00066400
               MOVE WS-COMPA-RATIO TO WS-REC-CR (WS-REC-IDX)            00066500
               MOVE WS-RATE-IN TO WS-REC-PCT (WS-REC-IDX)               00066600
               MOVE WS-OLD-SALARY TO WS-REC-OLD (WS-REC-IDX)            00066700
               MOVE WS-NEW-SALARY TO WS-REC-NEW (WS-REC-IDX)            00066800
               MOVE 'N' TO WS-REC-MAX-SW (WS-REC-IDX)                   00066900
               IF WS-NOTE-TEXT = SPACES THEN                            00067000
                  IF WS-NEW-SALARY > WS-GRADE-MAX (WS-GRADE-IDX) THEN   00067100
                     SET WS-REC-ABOVE-MAX (WS-REC-IDX) TO TRUE          00067200
                  END-IF                                                00067300
               END-IF                                                   00067400
               MOVE WS-NOTE-TEXT TO WS-REC-NOTE (WS-REC-IDX)            00067500
               PERFORM FIND-LINE                                        00067600
               IF WS-ENTRY-FOUND THEN                                   00067700
                  MOVE WS-LINE-MGR-ID (WS-LINE-IDX)                     00067800
                     TO WS-REC-MGR-ID (WS-REC-IDX)                      00067900
               ELSE                                                     00068000
                  MOVE SPACES TO WS-REC-MGR-ID (WS-REC-IDX)             00068100
               END-IF                                                   00068200
               PERFORM ADD-TO-MANAGER                                   00068300
            ELSE                                                        00068400
               ADD 1 TO WS-COUNT-OVERFLOW                               00068500
            END-IF.                                                     00068600
       ADD-TO-MANAGER.                                                  00068700
            MOVE 'N' TO WS-FOUND-SW.                                    00068800
            IF WS-MGR-COUNT > 0 THEN                                    00068900
               PERFORM VARYING WS-MGR-IDX FROM 1 BY 1                   00069000
                  UNTIL WS-MGR-IDX > WS-MGR-COUNT                       00069100
                     OR WS-ENTRY-FOUND                                  00069200
                  IF WS-MGR-ID (WS-MGR-IDX) =                           00069300
                     WS-REC-MGR-ID (WS-REC-IDX) THEN                    00069400
                     SET WS-ENTRY-FOUND TO TRUE                         00069500
                     SET WS-MGR-SAV TO WS-MGR-IDX                       00069600
                  END-IF                                                00069700
               END-PERFORM                                              00069800
               IF WS-ENTRY-FOUND THEN                                   00069900
                  SET WS-MGR-IDX TO WS-MGR-SAV                          00070000
               END-IF                                                   00070100
            END-IF.                                                     00070200
            IF NOT WS-ENTRY-FOUND AND WS-MGR-COUNT < 1000 THEN          00070300
               ADD 1 TO WS-MGR-COUNT                                    00070400
               SET WS-MGR-IDX TO WS-MGR-COUNT                           00070500
               MOVE WS-REC-MGR-ID (WS-REC-IDX) TO WS-MGR-ID (WS-MGR-IDX)00070600
               MOVE 0 TO WS-MGR-HEADS (WS-MGR-IDX)                      00070700
               MOVE 0 TO WS-MGR-SALARY (WS-MGR-IDX)                     00070800
               MOVE 0 TO WS-MGR-COST (WS-MGR-IDX)                       00070900
               SET WS-ENTRY-FOUND TO TRUE                               00071000
            END-IF.                                                     00071100
            IF WS-ENTRY-FOUND THEN                                      00071200
               ADD 1 TO WS-MGR-HEADS (WS-MGR-IDX)                       00071300
               ADD WS-OLD-SALARY TO WS-MGR-SALARY (WS-MGR-IDX)          00071400
               ADD WS-DELTA TO WS-MGR-COST (WS-MGR-IDX)                 00071500
            ELSE                                                        00071600
               ADD 1 TO WS-COUNT-OVERFLOW                               00071700
            END-IF.                                                     00071800
      * LOOKS UP WS-WORK-DEPT, ADDING IT IF THERE IS ROOM.              00071900
       FIND-OR-ADD-DEPT.                                                00072000
            MOVE 'N' TO WS-FOUND-SW.                                    00072100
            IF WS-DEPT-COUNT > 0 THEN                                   00072200
               PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1                  00072300
                  UNTIL WS-DEPT-IDX > WS-DEPT-COUNT                     00072400
                     OR WS-ENTRY-FOUND                                  00072500
                  IF WS-DEPT-CODE (WS-DEPT-IDX) = WS-WORK-DEPT THEN     00072600
                     SET WS-ENTRY-FOUND TO TRUE                         00072700
                     SET WS-DEPT-SAV TO WS-DEPT-IDX                     00072800
                  END-IF                                                00072900
               END-PERFORM                                              00073000
               IF WS-ENTRY-FOUND THEN                                   00073100
                  SET WS-DEPT-IDX TO WS-DEPT-SAV                        00073200
               END-IF                                                   00073300
            END-IF.                                                     00073400
            IF NOT WS-ENTRY-FOUND AND WS-DEPT-COUNT < 50 THEN           00073500
               ADD 1 TO WS-DEPT-COUNT                                   00073600
               SET WS-DEPT-IDX TO WS-DEPT-COUNT                         00073700
               MOVE WS-WORK-DEPT TO WS-DEPT-CODE (WS-DEPT-IDX)          00073800
               MOVE 0 TO WS-DEPT-HEADS (WS-DEPT-IDX)                    00073900
               MOVE 0 TO WS-DEPT-PAYROLL (WS-DEPT-IDX)                  00074000
               MOVE 0 TO WS-DEPT-BUD-PCT (WS-DEPT-IDX)                  00074100
               MOVE 'N' TO WS-DEPT-BUD-SW (WS-DEPT-IDX)                 00074200
               MOVE 0 TO WS-DEPT-COST (WS-DEPT-IDX)                     00074300
               SET WS-ENTRY-FOUND TO TRUE                               00074400
            END-IF.                                                     00074500
            IF NOT WS-ENTRY-FOUND THEN                                  00074600
               ADD 1 TO WS-COUNT-OVERFLOW                               00074700
            END-IF.                                                     00074800
       WRITE-MANAGER-WORKSHEETS.                                        00074900
            IF WS-MGR-COUNT > 0 THEN                                    00075000
               PERFORM WRITE-ONE-WORKSHEET                              00075100
                  VARYING WS-MGR-IDX FROM 1 BY 1                        00075200
                  UNTIL WS-MGR-IDX > WS-MGR-COUNT                       00075300
            END-IF.                                                     00075400
       WRITE-ONE-WORKSHEET.                                             00075500
            MOVE SPACES TO RPT-LINE.                                    00075600
            WRITE RPT-LINE.                                             00075700
            MOVE WS-MGR-HEADS (WS-MGR-IDX) TO WS-HEADS-ED.              00075800
            MOVE SPACES TO RPT-LINE.                                    00075900
            IF WS-MGR-ID (WS-MGR-IDX) = SPACES THEN                     00076000
               STRING '---- NO CURRENT REPORTING LINE - '               00076100
                  WS-HEADS-ED ' STAFF ----'                             00076200
                  DELIMITED BY SIZE INTO RPT-LINE                       00076300
               END-STRING                                               00076400
            ELSE                                                        00076500
               STRING '---- WORKSHEET FOR MANAGER '                     00076600
                  WS-MGR-ID (WS-MGR-IDX) ' - '                          00076700
                  WS-HEADS-ED ' STAFF ----'                             00076800
                  DELIMITED BY SIZE INTO RPT-LINE                       00076900
               END-STRING                                               00077000
            END-IF.                                                     00077100
            WRITE RPT-LINE.                                             00077200
            MOVE SPACES TO RPT-LINE.                                    00077300
            STRING '  EMPLOYEE DEPT GR R Q    C-R    PCT'               00077400
               '       SALARY   INCREASE   NEW SALARY'                  00077500
               DELIMITED BY SIZE INTO RPT-LINE                          00077600
            END-STRING.                                                 00077700
            WRITE RPT-LINE.                                             00077800
            PERFORM WRITE-WORKSHEET-LINE                                00077900
               VARYING WS-REC-IDX FROM 1 BY 1                           00078000
               UNTIL WS-REC-IDX > WS-REC-COUNT.                         00078100
            MOVE WS-MGR-SALARY (WS-MGR-IDX) TO WS-TOTAL-ED.             00078200
            MOVE WS-MGR-COST (WS-MGR-IDX) TO WS-COST-ED.                00078300
            MOVE SPACES TO RPT-LINE.                                    00078400
            STRING '  TEAM SALARY ' WS-TOTAL-ED                         00078500
               '  RECOMMENDED INCREASE ' WS-COST-ED                     00078600
               DELIMITED BY SIZE INTO RPT-LINE                          00078700
            END-STRING.                                                 00078800
            WRITE RPT-LINE.                                             00078900
       WRITE-WORKSHEET-LINE.                                            00079000
            IF WS-REC-MGR-ID (WS-REC-IDX) = WS-MGR-ID (WS-MGR-IDX)      00079100
               MOVE WS-REC-OLD (WS-REC-IDX) TO WS-SAL-ED                00079200
               MOVE SPACES TO RPT-LINE                                  00079300
               IF WS-REC-NOTE (WS-REC-IDX) = SPACES THEN                00079400
                  MOVE WS-REC-CR (WS-REC-IDX) TO WS-CR-ED               00079500
                  MOVE WS-REC-PCT (WS-REC-IDX) TO WS-PCT-ED             00079600
                  MOVE WS-REC-NEW (WS-REC-IDX) TO WS-NEW-ED             00079700
                  COMPUTE WS-DELTA = WS-REC-NEW (WS-REC-IDX)            00079800
                                   - WS-REC-OLD (WS-REC-IDX)            00079900
                  MOVE WS-DELTA TO WS-DELTA-ED                          00080000
                  STRING '  ' WS-REC-EMP-ID (WS-REC-IDX)                00080100
                     ' ' WS-REC-DEPT (WS-REC-IDX)                       00080200
                     ' ' WS-REC-GRADE (WS-REC-IDX)                      00080300
                     ' ' WS-REC-RATING (WS-REC-IDX)                     00080400
                     ' ' WS-REC-QUARTILE (WS-REC-IDX)                   00080500
                     ' ' WS-CR-ED ' ' WS-PCT-ED                         00080600
                     ' ' WS-SAL-ED ' ' WS-DELTA-ED                      00080700
                     ' ' WS-NEW-ED                                      00080800
                     DELIMITED BY SIZE INTO RPT-LINE                    00080900
                  END-STRING                                            00081000
                  IF WS-REC-ABOVE-MAX (WS-REC-IDX) THEN                 00081100
                     MOVE '>MAX' TO RPT-LINE (76:4)                     00081200
                  END-IF                                                00081300
               ELSE                                                     00081400
                  STRING '  ' WS-REC-EMP-ID (WS-REC-IDX)                00081500
                     ' ' WS-REC-DEPT (WS-REC-IDX)                       00081600
                     ' ' WS-REC-GRADE (WS-REC-IDX)                      00081700
                     ' ' WS-REC-RATING (WS-REC-IDX)                     00081800
                     ' *** ' WS-REC-NOTE (WS-REC-IDX) ' ***'            00081900
                     ' ' WS-SAL-ED                                      00082000
                     DELIMITED BY SIZE INTO RPT-LINE                    00082100
                  END-STRING                                            00082200
               END-IF                                                   00082300
               WRITE RPT-LINE                                           00082400
            END-IF.                                                     00082500
       WRITE-BUDGET-SUMMARY.                                            00082600
            MOVE SPACES TO RPT-LINE.                                    00082700
            WRITE RPT-LINE.                                             00082800
            MOVE '---- MERIT COST AGAINST BUDGET BY DEPARTMENT ----'    00082900
               TO RPT-LINE.                                             00083000
            WRITE RPT-LINE.                                             00083100
            MOVE SPACES TO RPT-LINE.                                    00083200
            STRING 'DEPT HEADS        PAYROLL   BUD%'                   00083300
               '       BUDGET  RECOMMENDED      VARIANCE'               00083400
               DELIMITED BY SIZE INTO RPT-LINE                          00083500
            END-STRING.                                                 00083600
            WRITE RPT-LINE.                                             00083700
            IF WS-DEPT-COUNT > 0 THEN                                   00083800
               PERFORM WRITE-ONE-DEPT-BUDGET                            00083900
                  VARYING WS-DEPT-IDX FROM 1 BY 1                       00084000
                  UNTIL WS-DEPT-IDX > WS-DEPT-COUNT                     00084100
            END-IF.                                                     00084200
            MOVE WS-TOTAL-PAYROLL TO WS-TOTAL-ED.                       00084300
            MOVE SPACES TO RPT-LINE.                                    00084400
            STRING 'TOTAL PAYROLL  ' WS-TOTAL-ED                        00084500
               DELIMITED BY SIZE INTO RPT-LINE                          00084600
            END-STRING.                                                 00084700
            WRITE RPT-LINE.                                             00084800
            MOVE WS-TOTAL-BUDGET TO WS-TOTAL-ED.                        00084900
            MOVE SPACES TO RPT-LINE.                                    00085000
            STRING 'TOTAL BUDGET   ' WS-TOTAL-ED                        00085100
               DELIMITED BY SIZE INTO RPT-LINE                          00085200
            END-STRING.                                                 00085300
            WRITE RPT-LINE.                                             00085400
            MOVE WS-TOTAL-COST TO WS-TOTAL-ED.                          00085500
            MOVE SPACES TO RPT-LINE.                                    00085600
            STRING 'TOTAL MERIT    ' WS-TOTAL-ED                        00085700
               DELIMITED BY SIZE INTO RPT-LINE                          00085800
            END-STRING.                                                 00085900
            WRITE RPT-LINE.                                             00086000
            MOVE SPACES TO RPT-LINE.                                    00086100
            STRING 'READ ' WS-COUNT-READ                                00086200
               ' PRICED ' WS-COUNT-PRICED                               00086300
               ' WRITTEN ' WS-COUNT-WRITTEN                             00086400
               ' TERMINATED ' WS-COUNT-TERMSKIP                         00086500
               DELIMITED BY SIZE INTO RPT-LINE                          00086600
            END-STRING.                                                 00086700
            WRITE RPT-LINE.                                             00086800
            MOVE SPACES TO RPT-LINE.                                    00086900
            STRING 'NO GRADE ' WS-COUNT-NOGRADE                         00087000
               ' BAD GRADE ' WS-COUNT-BADGRADE                          00087100
               ' NO RATING ' WS-COUNT-NORATING                          00087200
               ' NO CELL ' WS-COUNT-NOCELL                              00087300
               DELIMITED BY SIZE INTO RPT-LINE                          00087400
            END-STRING.                                                 00087500
            WRITE RPT-LINE.                                             00087600
            MOVE SPACES TO RPT-LINE.                                    00087700
            STRING 'ABOVE MAXIMUM ' WS-COUNT-ABOVE-MAX                  00087800
               ' DEPTS OVER BUDGET ' WS-COUNT-OVER-BUD                  00087900
               ' OVERFLOW ' WS-COUNT-OVERFLOW                           00088000
               DELIMITED BY SIZE INTO RPT-LINE                          00088100
            END-STRING.                                                 00088200
            WRITE RPT-LINE.                                             00088300
            IF WS-MATRIX-CARDS = 0 THEN                                 00088400
               MOVE '*** NO MERITPCT CARDS - NOTHING PRICED ***'        00088500
                  TO RPT-LINE                                           00088600
               WRITE RPT-LINE                                           00088700
            END-IF.                                                     00088800
      * THE BUDGET IS A PERCENT OF THE DEPARTMENT'S ACTIVE PAYROLL,     00088900
      * RATED OR NOT.  A DEPARTMENT WITH MERIT COST AND NO MERITBUD     00089000
      * CARD IS FLAGGED WITH THE ONES OVER BUDGET.                      00089100
       WRITE-ONE-DEPT-BUDGET.                                           00089200
            MOVE SPACES TO WS-BUD-FLAG.                                 00089300
            COMPUTE WS-BUDGET ROUNDED =                                 00089400
               WS-DEPT-PAYROLL (WS-DEPT-IDX)                            00089500
               * WS-DEPT-BUD-PCT (WS-DEPT-IDX) / 100                    00089600
              ON SIZE ERROR                                             00089700
                 MOVE 0 TO WS-BUDGET                                    00089800
            END-COMPUTE.                                                00089900
            COMPUTE WS-VARIANCE =                                       00090000
               WS-BUDGET - WS-DEPT-COST (WS-DEPT-IDX).                  00090100
            IF WS-DEPT-HAS-BUDGET (WS-DEPT-IDX) THEN                    00090200
               IF WS-VARIANCE < 0 THEN                                  00090300
                  MOVE 'OVER' TO WS-BUD-FLAG                            00090400
                  ADD 1 TO WS-COUNT-OVER-BUD                            00090500
               END-IF                                                   00090600
            ELSE                                                        00090700
               IF WS-DEPT-COST (WS-DEPT-IDX) > 0 THEN                   00090800
                  MOVE 'NOBUD' TO WS-BUD-FLAG                           00090900
                  ADD 1 TO WS-COUNT-OVER-BUD                            00091000
               END-IF                                                   00091100
            END-IF.                                                     00091200
            ADD WS-DEPT-PAYROLL (WS-DEPT-IDX) TO WS-TOTAL-PAYROLL.      00091300
            ADD WS-BUDGET TO WS-TOTAL-BUDGET.                           00091400
            ADD WS-DEPT-COST (WS-DEPT-IDX) TO WS-TOTAL-COST.            00091500
            MOVE WS-DEPT-HEADS (WS-DEPT-IDX) TO WS-HEADS-ED.            00091600
            MOVE WS-DEPT-PAYROLL (WS-DEPT-IDX) TO WS-PAYROLL-ED.        00091700
            MOVE WS-DEPT-BUD-PCT (WS-DEPT-IDX) TO WS-PCT-ED.            00091800
            MOVE WS-BUDGET TO WS-BUDGET-ED.                             00091900
            MOVE WS-DEPT-COST (WS-DEPT-IDX) TO WS-COST-ED.              00092000
            MOVE WS-VARIANCE TO WS-VAR-ED.                              00092100
            MOVE SPACES TO RPT-LINE.                                    00092200
            STRING WS-DEPT-CODE (WS-DEPT-IDX)                           00092300
               ' ' WS-HEADS-ED ' ' WS-PAYROLL-ED                        00092400
               ' ' WS-PCT-ED ' ' WS-BUDGET-ED                           00092500
               ' ' WS-COST-ED ' ' WS-VAR-ED                             00092600
               ' ' WS-BUD-FLAG                                          00092700
               DELIMITED BY SIZE INTO RPT-LINE                          00092800
            END-STRING.                                                 00092900
            WRITE RPT-LINE.                                             00093000

       IDENTIFICATION DIVISION.                                         00000100
       PROGRAM-ID.   PGM115.                                            00000200
      * READ-ONLY REFERENTIAL AND HISTORY INTEGRITY SWEEP OVER THE      00000300
      * DB2 TABLES.  THREE CHECKS, EACH ONE CURSOR:                     00000400
      *   - DEPARTMENT: AN EMP_DB ROW WHOSE DEPTID (OR A NULL ONE)      00000500
      *     HAS NO DEPT_DB REFERENCE ROW - THE ROWS COBDB2 REJECTS      00000600
      *     AT EXTRACT TIME,                                            00000700
      *   - SALARY: AN EMP_DB ROW WHOSE SALARY IS NOT THE               00000800
      *     NEW_SALARY OF ITS LATEST SALARY_HIST ROW (LATEST BY         00000900
      *     CHANGE_TS, AS THE COBDB2 POINT-IN-TIME EXTRACT READS        00001000
      *     IT), OR WHOSE LATEST HISTORY ROW IS A TERMINATION,          00001100
      *   - HIRE: AN EMPID WITH SALARY_HIST ROWS BUT NO PGM22 'H'       00001200
      *     HIRE ROW AMONG THEM.                                        00001300
      * EVERY VIOLATION IS LISTED UNDER ITS CHECK ON THE REPORT         00001400
      * (DDRPTOUT) WITH COUNTS PER CHECK AT THE END.  ONLY A SALARY     00001500
      * OUT OF STEP WITH A LIVE (NOT TERMINATED) HISTORY HAS ONE        00001600
      * CLEAR FIX: A PGM22 C TRANSACTION CARRYING THE CURRENT           00001700
      * EMP_DB NAME AND SALARY, WHICH CHANGES NOTHING ON EMP_DB BUT     00001800
      * WRITES A HISTORY ROW RECORDING WHAT IS ACTUALLY BEING PAID.     00001900
      * THOSE ARE WRITTEN TO DDTRANOUT IN THE PGM22 TRANIN LAYOUT       00002000
      * FOR A SUPERVISOR TO REVIEW AND SUBMIT - NOTHING IS APPLIED      00002100
      * HERE.  A BAD DEPARTMENT, A TERMINATED HISTORY OR A MISSING      00002200
      * HIRE NEEDS A PERSON TO DECIDE WHAT IS RIGHT AND IS LISTED       00002300
      * ONLY.  RC 04 WHEN ANY VIOLATION IS FOUND, RC 12 ON A DB2        00002400
      * ERROR.                                                          00002500
       ENVIRONMENT DIVISION.                                            00002600
       INPUT-OUTPUT SECTION.                                            00002700
       FILE-CONTROL.                                                    00002800
                SELECT RPTFILE ASSIGN TO DDRPTOUT                       00002900
                ORGANIZATION IS SEQUENTIAL.                             00003000
                SELECT TRANOUT ASSIGN TO DDTRANOUT                      00003100
                ORGANIZATION IS SEQUENTIAL.                             00003200
       DATA DIVISION.                                                   00003300
       FILE SECTION.                                                    00003400
       FD RPTFILE                                                       00003500
            RECORDING MODE IS F.                                        00003600
       01 RPT-LINE PIC X(80).                                           00003700
      * THE PGM22 TRANSACTION LAYOUT (DDTRANIN THERE).                  00003800
       FD TRANOUT                                                       00003900
            RECORDING MODE IS F.                                        00004000
       01 TRN-REC.                                                      00004100
           05 TRN-CODE   PIC X(1).                                      00004200
           05 TRN-EMPID  PIC 9(9).                                      00004300
           05 TRN-NAME   PIC X(20).                                     00004400
           05 TRN-SALARY PIC 9(8)V99.                                   00004500
           05 TRN-DEPT   PIC X(4).                                      00004600
           05 FILLER     PIC X(36).                                     00004700
       WORKING-STORAGE SECTION.                                         00004800
       01 WS-RUN-DATE          PIC 9(8) VALUE 0.                        00004900
       01 WS-CHECK-NAME        PIC X(40) VALUE SPACES.                  00005000
       01 WS-CHECK-COUNT       PIC 9(7) VALUE 0.                        00005100
       01 WS-COUNT-DEPT        PIC 9(7) VALUE 0.                        00005200
       01 WS-COUNT-SALARY      PIC 9(7) VALUE 0.                        00005300
       01 WS-COUNT-HIRE        PIC 9(7) VALUE 0.                        00005400
       01 WS-COUNT-TOTAL       PIC 9(7) VALUE 0.                        00005500
       01 WS-COUNT-FIXES       PIC 9(7) VALUE 0.                        00005600
       01 WS-EMPID-D           PIC 9(9) VALUE 0.                        00005700
       01 WS-SALARY-D          PIC ZZZZZZZ9.99.                         00005800
       01 WS-H-SALARY-X        PIC X(11) VALUE SPACES.                  00005866
       01 WS-H-SALARY-D REDEFINES WS-H-SALARY-X PIC ZZZZZZZ9.99.        00005932
       01 WS-H-ROWS-D          PIC 9(5) VALUE 0.                        00006000
       01 WS-DEPT-D            PIC X(4) VALUE SPACES.                   00006100
       01 WS-ON-EMP-D          PIC X(1) VALUE SPACE.                    00006200
       01 WS-DISPOSITION       PIC X(3) VALUE SPACES.                   00006300
       01 WS-RETCD.                                                     00006400
           COPY CPRETCD.                                                00006500
            EXEC SQL                                                    00006600
                 INCLUDE SQLCA                                          00006700
            END-EXEC.                                                   00006800
       01 WS-EMPID          PIC S9(9) USAGE COMP.                       00006900
       01 WS-EMPNAME.                                                   00007000
           49 WS-EMPNAME-LEN  PIC S9(4) USAGE COMP.                     00007100
           49 WS-EMPNAME-TEXT PIC X(20).                                00007200
       01 WS-SALARY         PIC S9(8)V9(2) USAGE COMP-3.                00007300
       01 WS-DEPTID         PIC X(4).                                   00007400
       01 WS-DEPTID-IND     PIC S9(4) USAGE COMP.                       00007500
       01 WS-H-ACTION       PIC X(1).                                   00007600
       01 WS-H-NEW-SALARY   PIC S9(8)V9(2) USAGE COMP-3.                00007700
       01 WS-H-NEW-SALARY-IND PIC S9(4) USAGE COMP.                     00007800
       01 WS-H-EFF-DATE     PIC X(10).                                  00007900
       01 WS-H-SOURCE-PGM   PIC X(8).                                   00008000
       01 WS-H-ROWS         PIC S9(9) USAGE COMP.                       00008100
       01 WS-H-ON-EMP       PIC S9(9) USAGE COMP.                       00008200
                                                                        00008300
      * EMP_DB ROWS WITH NO DEPARTMENT REFERENCE.  A NULL DEPTID        00008400
      * MATCHES NO DEPT_DB ROW EITHER, SO IT IS LISTED TOO.             00008500
            EXEC SQL                                                    00008600
                 DECLARE CSRDEPT CURSOR FOR                             00008700
                 SELECT E.EMPID, E.EMPNAME, E.DEPTID                    00008800
                 FROM   EMP_DB E                                        00008900
                 WHERE  NOT EXISTS                                      00009000
                        (SELECT 1                                       00009100
                         FROM   DEPT_DB D                               00009200
                         WHERE  D.DEPTID = E.DEPTID)                    00009300
                 ORDER BY E.EMPID                                       00009400
                 FOR FETCH ONLY                                         00009500
            END-EXEC.                                                   00009600
                                                                        00009700
      * EMP_DB ROWS OUT OF STEP WITH THEIR LATEST HISTORY ROW.  AN      00009800
      * EMPLOYEE WITH NO HISTORY AT ALL (ON EMP_DB BEFORE THE           00009900
      * HISTORY TABLE) HAS NOTHING TO DISAGREE WITH.                    00010000
            EXEC SQL                                                    00010100
                 DECLARE CSRSAL CURSOR FOR                              00010200
                 SELECT E.EMPID, E.EMPNAME, E.SALARY,                   00010300
                        H.ACTION, H.NEW_SALARY,                         00010400
                        CHAR(H.EFF_DATE, ISO), H.SOURCE_PGM             00010500
                 FROM   EMP_DB E, SALARY_HIST H                         00010600
                 WHERE  H.EMPID = E.EMPID                               00010700
                 AND    H.CHANGE_TS =                                   00010800
                        (SELECT MAX(H2.CHANGE_TS)                       00010900
                         FROM   SALARY_HIST H2                          00011000
                         WHERE  H2.EMPID = E.EMPID)                     00011100
                 AND   (H.ACTION = 'T'                                  00011200
                        OR H.NEW_SALARY IS NULL                         00011300
                        OR H.NEW_SALARY <> E.SALARY)                    00011400
                 ORDER BY E.EMPID                                       00011500
                 FOR FETCH ONLY                                         00011600
            END-EXEC.                                                   00011700
                                                                        00011800
      * EMPIDS WITH HISTORY BUT NO PGM22 HIRE ROW, WITH HOW MANY        00011900
      * ROWS, THE EARLIEST EFFECTIVE DATE AND WHETHER THE EMPLOYEE      00012000
      * IS ON EMP_DB NOW.                                               00012100
            EXEC SQL                                                    00012200
                 DECLARE CSRHIRE CURSOR FOR                             00012300
                 SELECT H.EMPID, COUNT(*),                              00012400
                        CHAR(MIN(H.EFF_DATE), ISO),                     00012500
                        (SELECT COUNT(*)                                00012600
                         FROM   EMP_DB E                                00012700
                         WHERE  E.EMPID = H.EMPID)                      00012800
                 FROM   SALARY_HIST H                                   00012900
                 WHERE  NOT EXISTS                                      00013000
                        (SELECT 1                                       00013100
                         FROM   SALARY_HIST H2                          00013200
                         WHERE  H2.EMPID = H.EMPID                      00013300
                         AND    H2.ACTION = 'H'                         00013400
                         AND    H2.SOURCE_PGM = 'PGM22')                00013500
                 GROUP BY H.EMPID                                       00013600
                 ORDER BY H.EMPID                                       00013700
                 FOR FETCH ONLY                                         00013800
            END-EXEC.                                                   00013900
       PROCEDURE DIVISION.                                              00014000
       MAIN-ROUTINE.                                                    00014100
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.                      00014200
            SET WS-RC-OK TO TRUE.                                       00014300
            OPEN OUTPUT RPTFILE.                                        00014400
            OPEN OUTPUT TRANOUT.                                        00014500
            MOVE SPACES TO RPT-LINE.                                    00014600
            STRING '---- PGM115 DB2 INTEGRITY SWEEP ' WS-RUN-DATE       00014700
               ' ----' DELIMITED BY SIZE INTO RPT-LINE                  00014800
            END-STRING.                                                 00014900
            WRITE RPT-LINE.                                             00015000
            PERFORM CHECK-DEPARTMENTS.                                  00015100
            IF NOT WS-RC-IO-ERROR THEN                                  00015200
               PERFORM CHECK-SALARIES                                   00015300
            END-IF.                                                     00015400
            IF NOT WS-RC-IO-ERROR THEN                                  00015500
               PERFORM CHECK-HIRES                                      00015600
            END-IF.                                                     00015700
            PERFORM WRITE-SWEEP-SUMMARY.                                00015800
            CLOSE RPTFILE.                                              00015900
            CLOSE TRANOUT.                                              00016000
            COMPUTE WS-COUNT-TOTAL =                                    00016100
               WS-COUNT-DEPT + WS-COUNT-SALARY + WS-COUNT-HIRE.         00016200
            IF WS-COUNT-TOTAL > 0 AND WS-RC-OK THEN                     00016300
               SET WS-RC-WARNING TO TRUE                                00016400
            END-IF.                                                     00016500
            MOVE WS-RETURN-CODE TO RETURN-CODE.                         00016600
            GOBACK.                                                     00016700
       CHECK-DEPARTMENTS.                                               00016800
            MOVE 'DEPARTMENT NOT ON DEPT_DB' TO WS-CHECK-NAME.          00016900
            PERFORM WRITE-CHECK-HEADING.                                00017000
            MOVE 0 TO WS-CHECK-COUNT.                                   00017100
            EXEC SQL                                                    00017200
                 OPEN CSRDEPT                                           00017300
            END-EXEC.                                                   00017400
            IF SQLCODE EQUAL TO ZERO                                    00017500
                 PERFORM FETCH-DEPT-VIOLATION                           00017600
                 THRU FETCH-DEPT-VIOLATION-EXIT                         00017700
                 UNTIL SQLCODE NOT EQUAL 0                              00017800
                 EXEC SQL                                               00017900
                      CLOSE CSRDEPT                                     00018000
                 END-EXEC                                               00018100
            ELSE                                                        00018200
                 PERFORM HANDLE-DB2-FAILURE                             00018300
            END-IF.                                                     00018400
            MOVE WS-CHECK-COUNT TO WS-COUNT-DEPT.                       00018500
            PERFORM WRITE-CHECK-FOOTING.                                00018600
       FETCH-DEPT-VIOLATION.                                            00018700
            MOVE SPACES TO WS-EMPNAME-TEXT.                             00018800
            EXEC SQL                                                    00018900
                 FETCH CSRDEPT                                          00019000
                 INTO :WS-EMPID, :WS-EMPNAME,                           00019100
                      :WS-DEPTID :WS-DEPTID-IND                         00019200
            END-EXEC.                                                   00019300
            EVALUATE SQLCODE                                            00019400
                WHEN ZERO                                               00019500
                    PERFORM LIST-DEPT-VIOLATION                         00019600
                WHEN 100                                                00019700
                     CONTINUE                                           00019800
                WHEN OTHER                                              00019900
                     PERFORM HANDLE-DB2-FAILURE                         00020000
            END-EVALUATE.                                               00020100
       FETCH-DEPT-VIOLATION-EXIT.                                       00020200
             EXIT.                                                      00020300
       LIST-DEPT-VIOLATION.                                             00020400
            ADD 1 TO WS-CHECK-COUNT.                                    00020500
            MOVE WS-EMPID TO WS-EMPID-D.                                00020600
            IF WS-DEPTID-IND < 0 THEN                                   00020700
               MOVE 'NULL' TO WS-DEPT-D                                 00020800
            ELSE                                                        00020900
               MOVE WS-DEPTID TO WS-DEPT-D                              00021000
            END-IF.                                                     00021100
            MOVE SPACES TO RPT-LINE.                                    00021200
            STRING '  EMPID ' WS-EMPID-D ' NAME ' WS-EMPNAME-TEXT       00021300
               ' DEPT ' WS-DEPT-D                                       00021400
               DELIMITED BY SIZE INTO RPT-LINE                          00021500
            END-STRING.                                                 00021600
            WRITE RPT-LINE.                                             00021700
      * FIX = A PGM22 C TRANSACTION WAS WRITTEN; TRM = THE LATEST       00021800
      * HISTORY ROW IS A TERMINATION BUT THE EMPLOYEE IS STILL ON       00021900
      * EMP_DB, WHICH NEEDS A DECISION (REHIRE OR TERMINATE).           00022000
       CHECK-SALARIES.                                                  00022100
            MOVE 'SALARY NOT AS LATEST SALARY_HIST' TO WS-CHECK-NAME.   00022200
            PERFORM WRITE-CHECK-HEADING.                                00022300
            MOVE SPACES TO RPT-LINE.                                    00022400
            STRING '  (FIX = PGM22 C TRANSACTION WRITTEN, TRM = '       00022500
               'TERMINATED IN HISTORY)'                                 00022600
               DELIMITED BY SIZE INTO RPT-LINE                          00022700
            END-STRING.                                                 00022800
            WRITE RPT-LINE.                                             00022900
            MOVE 0 TO WS-CHECK-COUNT.                                   00023000
            EXEC SQL                                                    00023100
                 OPEN CSRSAL                                            00023200
            END-EXEC.                                                   00023300
            IF SQLCODE EQUAL TO ZERO                                    00023400
                 PERFORM FETCH-SALARY-VIOLATION                         00023500
                 THRU FETCH-SALARY-VIOLATION-EXIT                       00023600
                 UNTIL SQLCODE NOT EQUAL 0                              00023700
                 EXEC SQL                                               00023800
                      CLOSE CSRSAL                                      00023900
                 END-EXEC                                               00024000
            ELSE                                                        00024100
                 PERFORM HANDLE-DB2-FAILURE                             00024200
            END-IF.                                                     00024300
            MOVE WS-CHECK-COUNT TO WS-COUNT-SALARY.                     00024400
            PERFORM WRITE-CHECK-FOOTING.                                00024500
       FETCH-SALARY-VIOLATION.                                          00024600
            MOVE SPACES TO WS-EMPNAME-TEXT.                             00024700
            EXEC SQL                                                    00024800
                 FETCH CSRSAL                                           00024900
                 INTO :WS-EMPID, :WS-EMPNAME, :WS-SALARY,               00025000
                      :WS-H-ACTION,                                     00025100
                      :WS-H-NEW-SALARY :WS-H-NEW-SALARY-IND,            00025200
                      :WS-H-EFF-DATE, :WS-H-SOURCE-PGM                  00025300
            END-EXEC.                                                   00025400
            EVALUATE SQLCODE                                            00025500
                WHEN ZERO                                               00025600
                    PERFORM LIST-SALARY-VIOLATION                       00025700
                WHEN 100                                                00025800
                     CONTINUE                                           00025900
                WHEN OTHER                                              00026000
                     PERFORM HANDLE-DB2-FAILURE                         00026100
            END-EVALUATE.                                               00026200
       FETCH-SALARY-VIOLATION-EXIT.                                     00026300
             EXIT.                                                      00026400
       LIST-SALARY-VIOLATION.                                           00026500
            ADD 1 TO WS-CHECK-COUNT.                                    00026600
            MOVE WS-EMPID TO WS-EMPID-D.                                00026700
            MOVE WS-SALARY TO WS-SALARY-D.                              00026800
            IF WS-H-NEW-SALARY-IND < 0 THEN                             00026900
               MOVE SPACES TO WS-H-SALARY-X                             00027000
            ELSE                                                        00027100
               MOVE WS-H-NEW-SALARY TO WS-H-SALARY-D                    00027200
            END-IF.                                                     00027300
            IF WS-H-ACTION = 'T' THEN                                   00027400
               MOVE 'TRM' TO WS-DISPOSITION                             00027500
            ELSE                                                        00027600
               MOVE 'FIX' TO WS-DISPOSITION                             00027700
               PERFORM WRITE-CORRECTING-TRAN                            00027800
            END-IF.                                                     00027900
            MOVE SPACES TO RPT-LINE.                                    00028000
            STRING '  EMPID ' WS-EMPID-D ' EMP_DB ' WS-SALARY-D         00028100
               ' HIST ' WS-H-SALARY-X ' ' WS-H-ACTION                   00028200
               ' ' WS-H-EFF-DATE ' ' WS-H-SOURCE-PGM                    00028300
               ' ' WS-DISPOSITION                                       00028400
               DELIMITED BY SIZE INTO RPT-LINE                          00028500
            END-STRING.                                                 00028600
            WRITE RPT-LINE.                                             00028700
      * THE CURRENT ROW, UNCHANGED, AS A PGM22 CHANGE - APPLYING IT     00028800
      * LEAVES EMP_DB AS IT IS AND ADDS THE MISSING HISTORY ROW.        00028900
       WRITE-CORRECTING-TRAN.                                           00029000
            MOVE SPACES TO TRN-REC.                                     00029100
            MOVE 'C' TO TRN-CODE.                                       00029200
            MOVE WS-EMPID TO TRN-EMPID.                                 00029300
            MOVE WS-EMPNAME-TEXT TO TRN-NAME.                           00029400
            MOVE WS-SALARY TO TRN-SALARY.                               00029500
            WRITE TRN-REC.                                              00029600
            ADD 1 TO WS-COUNT-FIXES.                                    00029700
       CHECK-HIRES.                                                     00029800
            MOVE 'HISTORY WITHOUT A PGM22 HIRE' TO WS-CHECK-NAME.       00029900
            PERFORM WRITE-CHECK-HEADING.                                00030000
            MOVE 0 TO WS-CHECK-COUNT.                                   00030100
            EXEC SQL                                                    00030200
                 OPEN CSRHIRE                                           00030300
            END-EXEC.                                                   00030400
            IF SQLCODE EQUAL TO ZERO                                    00030500
                 PERFORM FETCH-HIRE-VIOLATION                           00030600
                 THRU FETCH-HIRE-VIOLATION-EXIT                         00030700
                 UNTIL SQLCODE NOT EQUAL 0                              00030800
                 EXEC SQL                                               00030900
                      CLOSE CSRHIRE                                     00031000
                 END-EXEC                                               00031100
            ELSE                                                        00031200
                 PERFORM HANDLE-DB2-FAILURE                             00031300
            END-IF.                                                     00031400
            MOVE WS-CHECK-COUNT TO WS-COUNT-HIRE.                       00031500
            PERFORM WRITE-CHECK-FOOTING.                                00031600
       FETCH-HIRE-VIOLATION.                                            00031700
            EXEC SQL                                                    00031800
                 FETCH CSRHIRE                                          00031900
                 INTO :WS-EMPID, :WS-H-ROWS, :WS-H-EFF-DATE,            00032000
                      :WS-H-ON-EMP                                      00032100
            END-EXEC.                                                   00032200
            EVALUATE SQLCODE                                            00032300
                WHEN ZERO                                               00032400
                    PERFORM LIST-HIRE-VIOLATION                         00032500
                WHEN 100                                                00032600
                     CONTINUE                                           00032700
                WHEN OTHER                                              00032800
                     PERFORM HANDLE-DB2-FAILURE                         00032900
            END-EVALUATE.                                               00033000
       FETCH-HIRE-VIOLATION-EXIT.                                       00033100
             EXIT.                                                      00033200
       LIST-HIRE-VIOLATION.                                             00033300
            ADD 1 TO WS-CHECK-COUNT.                                    00033400
            MOVE WS-EMPID TO WS-EMPID-D.                                00033500
            MOVE WS-H-ROWS TO WS-H-ROWS-D.                              00033600
            IF WS-H-ON-EMP > 0 THEN                                     00033700
               MOVE 'Y' TO WS-ON-EMP-D                                  00033800
            ELSE                                                        00033900
               MOVE 'N' TO WS-ON-EMP-D                                  00034000
            END-IF.                                                     00034100
            MOVE SPACES TO RPT-LINE.                                    00034200
            STRING '  EMPID ' WS-EMPID-D ' HISTORY ROWS ' WS-H-ROWS-D   00034300
               ' FIRST ' WS-H-EFF-DATE ' ON EMP_DB ' WS-ON-EMP-D        00034400
               DELIMITED BY SIZE INTO RPT-LINE                          00034500
            END-STRING.                                                 00034600
            WRITE RPT-LINE.                                             00034700
       WRITE-CHECK-HEADING.                                             00034800
            MOVE SPACES TO RPT-LINE.                                    00034900
            WRITE RPT-LINE.                                             00035000
            MOVE WS-CHECK-NAME TO RPT-LINE.                             00035100
            WRITE RPT-LINE.                                             00035200
       WRITE-CHECK-FOOTING.                                             00035300
            IF WS-CHECK-COUNT = 0 AND NOT WS-RC-IO-ERROR THEN           00035400
               MOVE '  NONE' TO RPT-LINE                                00035500
               WRITE RPT-LINE                                           00035600
            END-IF.                                                     00035700
       HANDLE-DB2-FAILURE.                                              00035800
            DISPLAY "DB2 ERROR: "  SQLCODE.                             00035900
            EXEC SQL                                                    00036000
                 ROLLBACK                                               00036100
            END-EXEC.                                                   00036200
            SET WS-RC-IO-ERROR TO TRUE.                                 00036300
            MOVE SPACES TO RPT-LINE.                                    00036400
            STRING '  SWEEP STOPPED - DB2 ERROR ON ' WS-CHECK-NAME      00036500
               DELIMITED BY SIZE INTO RPT-LINE                          00036600
            END-STRING.                                                 00036700
            WRITE RPT-LINE.                                             00036800
       WRITE-SWEEP-SUMMARY.                                             00036900
            MOVE SPACES TO RPT-LINE.                                    00037000
            WRITE RPT-LINE.                                             00037100
            MOVE SPACES TO RPT-LINE.                                    00037200
            STRING 'DEPARTMENT NOT ON DEPT_DB     : ' WS-COUNT-DEPT     00037300
               DELIMITED BY SIZE INTO RPT-LINE                          00037400
            END-STRING.                                                 00037500
            WRITE RPT-LINE.                                             00037600
            MOVE SPACES TO RPT-LINE.                                    00037700
            STRING 'SALARY NOT AS LATEST HISTORY  : ' WS-COUNT-SALARY   00037800
               DELIMITED BY SIZE INTO RPT-LINE                          00037900
            END-STRING.                                                 00038000
            WRITE RPT-LINE.                                             00038100
            MOVE SPACES TO RPT-LINE.                                    00038200
            STRING 'HISTORY WITHOUT A PGM22 HIRE  : ' WS-COUNT-HIRE     00038300
               DELIMITED BY SIZE INTO RPT-LINE                          00038400
            END-STRING.                                                 00038500
            WRITE RPT-LINE.                                             00038600
            MOVE SPACES TO RPT-LINE.                                    00038700
            STRING 'CORRECTING PGM22 TRANSACTIONS : ' WS-COUNT-FIXES    00038800
               DELIMITED BY SIZE INTO RPT-LINE                          00038900
            END-STRING.                                                 00039000
            WRITE RPT-LINE.                                             00039100

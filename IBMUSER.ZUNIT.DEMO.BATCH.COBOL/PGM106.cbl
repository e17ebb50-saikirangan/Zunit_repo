       IDENTIFICATION DIVISION.                                         00000100
       PROGRAM-ID.   PGM106.                                            00000200
      * DATA WAREHOUSE EXPORT.  WRITES THREE COMMA-SEPARATED FILES      00000300
      * FOR THE ANALYTICS WAREHOUSE, EACH WITH A HEADING LINE AND A     00000400
      * CPMANIF MANIFEST (DETAIL ROW COUNT AND A HASH TOTAL):           00000500
      *   DEPARTMENT DIMENSION (DDDEPTOUT) - DEPT_DB WITH THE           00000600
      *     DIVISION FROM THE PGM45 DIVISION REFERENCE (DDDIVREF),      00000700
      *   EMPLOYEE DIMENSION (DDEMPOUT) - ONE ROW PER VERSION OF AN     00000800
      *     EMPLOYEE (CPWHEMP), BUILT FROM SALARY_HIST AND EMP_DB.      00000900
      *     EACH CHANGE OF DEPARTMENT, SALARY OR STATUS (ACTIVE OR      00001000
      *     TERMINATED) CLOSES THE OPEN VERSION THE DAY BEFORE THE      00001100
      *     CHANGE'S EFFECTIVE DATE AND OPENS A NEW ONE; THE OPEN       00001200
      *     VERSION RUNS TO 9999-12-31 AND IS FLAGGED CURRENT.  THE     00001300
      *     NAME IS NOT VERSIONED.  AN EMPLOYEE WITH NO HISTORY GETS    00001400
      *     ONE VERSION FROM 0001-01-01.  AN EMP_DB ROW THAT DISAGREES  00001500
      *     WITH ITS HISTORY CORRECTS THE OPEN VERSION IN PLACE AND IS  00001600
      *     LISTED AS OUT OF STEP,                                      00001700
      *   PAYROLL FACT (DDFACTOUT) - PER EMPLOYEE FOR THE MONTH, THE    00001800
      *     DAYS PAID AND GROSS PAY FROM THE PGM51 PERIOD PAY FILES     00001900
      *     (PERIODS ENDING IN THE MONTH) AND THE PGM50 DEDUCTIONS,     00002000
      *     WITH THE NET.  THE MONTH IS SENT IN FULL EVERY RUN.         00002100
      * BOTH DIMENSIONS ARE ALSO KEPT WHOLE AS CPHDRTRL-WRAPPED         00002200
      * SNAPSHOT GENERATIONS (DDDEPTPRV/DDDEPTCUR, DDEMPPRV/DDEMPCUR);  00002300
      * THIS RUN'S DIMENSION IS MATCHED AGAINST THE PREVIOUS SNAPSHOT   00002400
      * AND ONLY NEW (I), CHANGED (U) AND DROPPED (D) ROWS ARE SENT.    00002500
      * THE INITIAL LOAD IS RUN WITH THE INITIALLOAD PARM CARD AND      00002600
      * THE PRIOR SNAPSHOTS DUMMY, SO EVERY ROW GOES AS AN INSERT.      00002700
      * THE SNAPSHOT TRAILERS AND THE MANIFESTS ARE WRITTEN ONLY        00002800
      * WHEN THE WHOLE RUN SUCCEEDS, SO A SNAPSHOT WITHOUT A TRAILER    00002900
      * MARKS A FAILED RUN AND THE NEXT RUN REFUSES IT.                 00003000
      * ENDS RC 04 WHEN A DEPARTMENT HAS NO DIVISION, AN EMPLOYEE IS    00003100
      * OUT OF STEP WITH ITS HISTORY OR HAS TOO MANY VERSIONS, RC 08    00003200
      * WHEN A PRIOR SNAPSHOT IS EMPTY OR INCOMPLETE OR THE FACT        00003300
      * TABLE OVERFLOWS, RC 12 ON A DB2 ERROR.                          00003400
       ENVIRONMENT DIVISION.                                            00003500
       INPUT-OUTPUT SECTION.                                            00003600
       FILE-CONTROL.                                                    00003700
                SELECT PARMFILE ASSIGN TO DDPARMIN                      00003800
                ORGANIZATION IS SEQUENTIAL.                             00003900
                SELECT DIVREF ASSIGN TO DDDIVREF                        00004000
                ORGANIZATION IS SEQUENTIAL.                             00004100
                SELECT DEPTPRV ASSIGN TO DDDEPTPRV                      00004200
                ORGANIZATION IS SEQUENTIAL.                             00004300
                SELECT DEPTCUR ASSIGN TO DDDEPTCUR                      00004400
                ORGANIZATION IS SEQUENTIAL.                             00004500
                SELECT EMPPRV ASSIGN TO DDEMPPRV                        00004600
                ORGANIZATION IS SEQUENTIAL.                             00004700
                SELECT EMPCUR ASSIGN TO DDEMPCUR                        00004800
                ORGANIZATION IS SEQUENTIAL.                             00004900
                SELECT PPAYIN ASSIGN TO DDPPAYIN                        00005000
                ORGANIZATION IS SEQUENTIAL.                             00005100
                SELECT DEDIN ASSIGN TO DDDEDIN                          00005200
                ORGANIZATION IS SEQUENTIAL.                             00005300
                SELECT DEPTOUT ASSIGN TO DDDEPTOUT                      00005400
                ORGANIZATION IS SEQUENTIAL.                             00005500
                SELECT EMPOUT ASSIGN TO DDEMPOUT                        00005600
                ORGANIZATION IS SEQUENTIAL.                             00005700
                SELECT FACTOUT ASSIGN TO DDFACTOUT                      00005800
                ORGANIZATION IS SEQUENTIAL.                             00005900
                SELECT DEPTMAN ASSIGN TO DDDEPTMAN                      00006000
                ORGANIZATION IS SEQUENTIAL.                             00006100
                SELECT EMPMAN ASSIGN TO DDEMPMAN                        00006200
                ORGANIZATION IS SEQUENTIAL.                             00006300
                SELECT FACTMAN ASSIGN TO DDFACTMAN                      00006400
                ORGANIZATION IS SEQUENTIAL.                             00006500
                SELECT RPTFILE ASSIGN TO DDRPTOUT                       00006600
                ORGANIZATION IS SEQUENTIAL.                             00006700
       DATA DIVISION.                                                   00006800
       FILE SECTION.                                                    00006900
       FD PARMFILE                                                      00007000
            RECORDING MODE IS F.                                        00007100
       01 PARM-CARD.                                                    00007200
          COPY CPPARMCD.                                                00007300
       FD DIVREF                                                        00007400
            RECORDING MODE IS F.                                        00007500
       01 DIVREF-REC.                                                   00007600
           05 DIVREF-DIVISION PIC X(4).                                 00007700
           05 FILLER          PIC X(1).                                 00007800
           05 DIVREF-DEPT     PIC X(4).                                 00007900
           05 FILLER          PIC X(1).                                 00008000
           05 DIVREF-NAME     PIC X(20).                                00008100
           05 FILLER          PIC X(50).                                00008200
       FD DEPTPRV                                                       00008300
            RECORDING MODE IS F.                                        00008400
       01 DPP-REC.                                                      00008500
          COPY CPWHDEPT.                                                00008600
       01 DPP-REC-HT REDEFINES DPP-REC.                                 00008700
          COPY CPHDRTRL.                                                00008800
       FD DEPTCUR                                                       00008900
            RECORDING MODE IS F.                                        00009000
       01 DPC-REC.                                                      00009100
          COPY CPWHDEPT.                                                00009200
       01 DPC-REC-HT REDEFINES DPC-REC.                                 00009300
          COPY CPHDRTRL.                                                00009400
       FD EMPPRV                                                        00009500
            RECORDING MODE IS F.                                        00009600
       01 EMP-PRV-REC.                                                  00009700
          COPY CPWHEMP.                                                 00009800
       01 EMP-PRV-REC-HT REDEFINES EMP-PRV-REC.                         00009900
          COPY CPHDRTRL.                                                00010000
       FD EMPCUR                                                        00010100
            RECORDING MODE IS F.                                        00010200
       01 EMP-CUR-REC.                                                  00010300
          COPY CPWHEMP.                                                 00010400
       01 EMP-CUR-REC-HT REDEFINES EMP-CUR-REC.                         00010500
          COPY CPHDRTRL.                                                00010600
       FD PPAYIN                                                        00010700
            RECORDING MODE IS F.                                        00010800
       01 PPAY-REC.                                                     00010900
           05 PPAY-EMP-ID    PIC X(8).                                  00011000
           05 PPAY-DEPT      PIC X(4).                                  00011100
           05 PPAY-PER-START PIC 9(8).                                  00011200
           05 PPAY-PER-END   PIC 9(8).                                  00011300
           05 PPAY-PER-END-X REDEFINES PPAY-PER-END.                    00011400
               10 PPAY-PER-END-MONTH PIC X(6).                          00011500
               10 FILLER             PIC X(2).                          00011600
           05 PPAY-DAYS-PAID PIC 9(3).                                  00011700
           05 PPAY-AMOUNT    PIC 9(8)V99.                               00011800
           05 FILLER         PIC X(39).                                 00011900
       01 PPAY-REC-HT REDEFINES PPAY-REC.                               00012000
          COPY CPHDRTRL.                                                00012100
       FD DEDIN                                                         00012200
            RECORDING MODE IS F.                                        00012300
       01 DED-REC.                                                      00012400
           05 DED-EMP-ID  PIC X(8).                                     00012500
           05 DED-DEPT    PIC X(4).                                     00012600
           05 DED-CODE    PIC X(2).                                     00012700
           05 DED-AMOUNT  PIC 9(8)V99.                                  00012800
           05 DED-OFF-SEQ PIC 9(4).                                     00012900
           05 FILLER      PIC X(52).                                    00013000
       01 DED-REC-HT REDEFINES DED-REC.                                 00013100
          COPY CPHDRTRL.                                                00013200
       FD DEPTOUT                                                       00013300
            RECORDING MODE IS F.                                        00013400
       01 DEPT-CSV-LINE PIC X(80).                                      00013500
       FD EMPOUT                                                        00013600
            RECORDING MODE IS F.                                        00013700
       01 EMP-CSV-LINE  PIC X(80).                                      00013800
       FD FACTOUT                                                       00013900
            RECORDING MODE IS F.                                        00014000
       01 FACT-CSV-LINE PIC X(80).                                      00014100
       FD DEPTMAN                                                       00014200
            RECORDING MODE IS F.                                        00014300
       01 DEPT-MAN-REC.                                                 00014400
          COPY CPMANIF.                                                 00014500
       FD EMPMAN                                                        00014600
            RECORDING MODE IS F.                                        00014700
       01 EMP-MAN-REC.                                                  00014800
          COPY CPMANIF.                                                 00014900
       FD FACTMAN                                                       00015000
            RECORDING MODE IS F.                                        00015100
       01 FACT-MAN-REC.                                                 00015200
          COPY CPMANIF.                                                 00015300
       FD RPTFILE                                                       00015400
            RECORDING MODE IS F.                                        00015500
       01 RPT-LINE PIC X(80).                                           00015600
       WORKING-STORAGE SECTION.                                         00015700
       01 WS-PARM-EOF-SW PIC X(1) VALUE 'N'.                            00015800
           88 WS-PARM-EOF      VALUE 'Y'.                               00015900
       01 WS-REF-EOF-SW  PIC X(1) VALUE 'N'.                            00016000
           88 WS-REF-EOF       VALUE 'Y'.                               00016100
       01 WS-PAY-EOF-SW  PIC X(1) VALUE 'N'.                            00016200
           88 WS-PAY-EOF       VALUE 'Y'.                               00016300
       01 WS-DED-EOF-SW  PIC X(1) VALUE 'N'.                            00016400
           88 WS-DED-EOF       VALUE 'Y'.                               00016500
       01 WS-DPP-EOF-SW  PIC X(1) VALUE 'N'.                            00016600
           88 WS-DPP-EOF       VALUE 'Y'.                               00016700
       01 WS-EMP-PRV-EOF-SW PIC X(1) VALUE 'N'.                         00016800
           88 WS-EMP-PRV-EOF   VALUE 'Y'.                               00016900
       01 WS-INITIAL-LOAD-SW PIC X(1) VALUE 'N'.                        00017000
           88 WS-INITIAL-LOAD  VALUE 'Y'.                               00017100
       01 WS-MONTH        PIC 9(6) VALUE 0.                             00017200
       01 WS-MONTH-X REDEFINES WS-MONTH PIC X(6).                       00017300
       01 WS-DEPT-DSN     PIC X(30) VALUE SPACES.                       00017400
       01 WS-EMP-DSN      PIC X(30) VALUE SPACES.                       00017500
       01 WS-FACT-DSN     PIC X(30) VALUE SPACES.                       00017600
      * WHAT THE CHECK OF A PRIOR SNAPSHOT FOUND.                       00017700
       01 WS-SNAP-NAME    PIC X(10) VALUE SPACES.                       00017800
       01 WS-SNAP-DETAILS PIC 9(7) VALUE 0.                             00017900
       01 WS-SNAP-HDR-SW  PIC X(1) VALUE 'N'.                           00018000
           88 WS-SNAP-HAS-HEADER  VALUE 'Y'.                            00018100
       01 WS-SNAP-TRL-SW  PIC X(1) VALUE 'N'.                           00018200
           88 WS-SNAP-HAS-TRAILER VALUE 'Y'.                            00018300
       01 WS-SNAP-TRL-COUNT PIC 9(7) VALUE 0.                           00018400
      * THE DIVISION REFERENCE, BY DEPARTMENT.                          00018500
       01 WS-REF-COUNT    PIC 9(3) COMP VALUE 0.                        00018600
       01 WS-REF-TABLE.                                                 00018700
           05 WS-REF-ENTRY OCCURS 200 TIMES                             00018800
                            INDEXED BY WS-REF-IDX.                      00018900
               10 WS-REF-DIVISION PIC X(4).                             00019000
               10 WS-REF-DEPT     PIC X(4).                             00019100
               10 WS-REF-NAME     PIC X(20).                            00019200
       01 WS-FOUND-SW     PIC X(1) VALUE 'N'.                           00019300
           88 WS-ENTRY-FOUND   VALUE 'Y'.                               00019400
      * THE DIMENSION ROW BUILT THIS RUN AND THE ROW BEING SENT.        00019500
       01 WS-DEPT-NEW.                                                  00019600
          COPY CPWHDEPT.                                                00019700
       01 WS-DEPT-SEND.                                                 00019800
          COPY CPWHDEPT.                                                00019900
       01 WS-EMP-NEW.                                                   00020000
          COPY CPWHEMP.                                                 00020100
       01 WS-EMP-SEND.                                                  00020200
          COPY CPWHEMP.                                                 00020300
       01 WS-SEND-ACTION  PIC X(1) VALUE SPACE.                         00020400
      * ONE EMPLOYEE'S VERSIONS, OLDEST FIRST; THE LAST IS OPEN.        00020500
       01 WS-HIGH-EMPID   PIC S9(9) COMP VALUE 999999999.               00020600
       01 WS-CUR-EMPID    PIC S9(9) COMP VALUE 0.                       00020700
       01 WS-LATEST-NAME  PIC X(20) VALUE SPACES.                       00020800
       01 WS-VER-COUNT    PIC S9(4) COMP VALUE 0.                       00020900
       01 WS-VER-SUB      PIC S9(4) COMP VALUE 0.                       00021000
       01 WS-VER-FULL-SW  PIC X(1) VALUE 'N'.                           00021100
           88 WS-VER-FULL      VALUE 'Y'.                               00021200
       01 WS-VER-TABLE.                                                 00021300
           05 WS-VER-ENTRY OCCURS 500 TIMES.                            00021400
               10 WS-V-FROM   PIC X(10).                                00021500
               10 WS-V-TO     PIC X(10).                                00021600
               10 WS-V-DEPT   PIC X(4).                                 00021700
               10 WS-V-SALARY PIC 9(8)V99.                              00021800
               10 WS-V-STATUS PIC X(1).                                 00021900
       01 WS-NEW-FROM     PIC X(10) VALUE SPACES.                       00022000
       01 WS-NEW-DEPT     PIC X(4) VALUE SPACES.                        00022100
       01 WS-NEW-SALARY   PIC 9(8)V99 VALUE 0.                          00022200
       01 WS-NEW-STATUS   PIC X(1) VALUE SPACE.                         00022300
      * AN ISO DATE AND THE DAY BEFORE IT.                              00022400
       01 WS-DAY-ISO      PIC X(10) VALUE SPACES.                       00022500
       01 WS-DAY-ISO-R REDEFINES WS-DAY-ISO.                            00022600
           05 WS-DAY-YYYY PIC 9(4).                                     00022700
           05 FILLER      PIC X(1).                                     00022800
           05 WS-DAY-MM   PIC 9(2).                                     00022900
           05 FILLER      PIC X(1).                                     00023000
           05 WS-DAY-DD   PIC 9(2).                                     00023100
       01 WS-MONTH-DAYS-X PIC X(24) VALUE '312831303130313130313031'.   00023200
       01 WS-MONTH-DAYS REDEFINES WS-MONTH-DAYS-X.                      00023300
           05 WS-MONTH-LEN OCCURS 12 TIMES PIC 9(2).                    00023400
       01 WS-LEAP-QUOT    PIC 9(4) COMP VALUE 0.                        00023500
       01 WS-LEAP-REM-4   PIC 9(4) COMP VALUE 0.                        00023600
       01 WS-LEAP-REM-100 PIC 9(4) COMP VALUE 0.                        00023700
       01 WS-LEAP-REM-400 PIC 9(4) COMP VALUE 0.                        00023800
      * THE MONTH'S PAY AND DEDUCTIONS, ONE ENTRY PER EMPLOYEE.         00023900
       01 WS-FCT-COUNT    PIC S9(4) COMP VALUE 0.                       00024000
       01 WS-FCT-SUB      PIC S9(4) COMP VALUE 0.                       00024100
       01 WS-FCT-TABLE.                                                 00024200
           05 WS-FCT-ENTRY OCCURS 5000 TIMES.                           00024300
               10 WS-F-EMP-ID PIC X(8).                                 00024400
               10 WS-F-DEPT   PIC X(4).                                 00024500
               10 WS-F-DAYS   PIC 9(3).                                 00024600
               10 WS-F-GROSS  PIC 9(9)V99.                              00024700
               10 WS-F-DEDUCT PIC 9(9)V99.                              00024800
       01 WS-FIND-ID      PIC X(8) VALUE SPACES.                        00024900
       01 WS-NET-PAY      PIC S9(9)V99 VALUE 0.                         00025000
       01 WS-NET-OUT      PIC -9(9).99.                                 00025100
      * THE CSV LINE BEING BUILT AND THE FIELD BEING ADDED TO IT.       00025200
       01 WS-CSV-BUILD    PIC X(80) VALUE SPACES.                       00025300
       01 WS-CSV-PTR      PIC S9(4) COMP VALUE 1.                       00025400
       01 WS-FLD-VALUE    PIC X(30) VALUE SPACES.                       00025500
       01 WS-FLD-LEN      PIC S9(4) COMP VALUE 0.                       00025600
       01 WS-FLD-QUOTE-SW PIC X(1) VALUE 'N'.                           00025700
           88 WS-FLD-QUOTED    VALUE 'Y'.                               00025800
       01 WS-AMOUNT-OUT   PIC 9(8).99.                                  00025900
       01 WS-TOTAL-OUT    PIC 9(9).99.                                  00026000
       01 WS-EMPID-OUT    PIC 9(8).                                     00026100
       01 WS-DAYS-OUT     PIC 9(3).                                     00026200
       01 WS-COUNT-DIVREF     PIC 9(7) VALUE 0.                         00026300
       01 WS-COUNT-DEPTS      PIC 9(7) VALUE 0.                         00026400
       01 WS-COUNT-NO-DIV     PIC 9(7) VALUE 0.                         00026500
       01 WS-COUNT-DEPT-SENT  PIC 9(7) VALUE 0.                         00026600
       01 WS-COUNT-EMPLOYEES  PIC 9(7) VALUE 0.                         00026700
       01 WS-COUNT-VERSIONS   PIC 9(7) VALUE 0.                         00026800
       01 WS-COUNT-HIST-ROWS  PIC 9(7) VALUE 0.                         00026900
       01 WS-COUNT-OUT-OF-STEP PIC 9(7) VALUE 0.                        00027000
       01 WS-COUNT-VER-FULL   PIC 9(7) VALUE 0.                         00027100
       01 WS-COUNT-EMP-SENT   PIC 9(7) VALUE 0.                         00027200
       01 WS-COUNT-INSERTS    PIC 9(7) VALUE 0.                         00027300
       01 WS-COUNT-UPDATES    PIC 9(7) VALUE 0.                         00027400
       01 WS-COUNT-DELETES    PIC 9(7) VALUE 0.                         00027500
       01 WS-COUNT-PAY-READ   PIC 9(7) VALUE 0.                         00027600
       01 WS-COUNT-DED-READ   PIC 9(7) VALUE 0.                         00027700
       01 WS-COUNT-FACT-SENT  PIC 9(7) VALUE 0.                         00027800
       01 WS-COUNT-OVERFLOW   PIC 9(7) VALUE 0.                         00027900
       01 WS-EMP-HASH     PIC 9(13)V99 VALUE 0.                         00028000
       01 WS-FACT-HASH    PIC 9(13)V99 VALUE 0.                         00028100
       01 WS-COUNT-ED     PIC Z,ZZZ,ZZ9.                                00028200
       01 WS-AMOUNT-ED    PIC ZZZ,ZZZ,ZZZ,ZZ9.99.                       00028300
       01 WS-SQLCODE-DISPLAY PIC -9(9).                                 00028400
       01 WS-RETCD.                                                     00028500
           COPY CPRETCD.                                                00028600
       01 WS-AUD-START-DATE PIC 9(8).                                   00028700
       01 WS-AUD-START-DATE-X REDEFINES WS-AUD-START-DATE.              00028800
           05 WS-START-YYYY PIC X(4).                                   00028900
           05 WS-START-MM   PIC X(2).                                   00029000
           05 WS-START-DD   PIC X(2).                                   00029100
       01 WS-AUD-START-TIME PIC 9(8).                                   00029200
            EXEC SQL                                                    00029300
                 INCLUDE SQLCA                                          00029400
            END-EXEC.                                                   00029500
       01 WS-DB-DEPTID    PIC X(4).                                     00029600
       01 WS-DB-DEPTNAME.                                               00029700
           49 WS-DB-DEPTNAME-LEN  PIC S9(4) USAGE COMP.                 00029800
           49 WS-DB-DEPTNAME-TEXT PIC X(30).                            00029900
       01 WS-DB-COSTCTR   PIC X(6).                                     00030000
       01 WS-H-EMPID      PIC S9(9) USAGE COMP.                         00030100
       01 WS-H-EFF-DATE   PIC X(10).                                    00030200
       01 WS-H-ACTION     PIC X(1).                                     00030300
       01 WS-H-EMPNAME.                                                 00030400
           49 WS-H-EMPNAME-LEN  PIC S9(4) USAGE COMP.                   00030500
           49 WS-H-EMPNAME-TEXT PIC X(20).                              00030600
       01 WS-H-EMPNAME-IND PIC S9(4) USAGE COMP.                        00030700
       01 WS-H-DEPTID     PIC X(4).                                     00030800
       01 WS-H-DEPTID-IND PIC S9(4) USAGE COMP.                         00030900
       01 WS-H-SALARY     PIC S9(8)V9(2) USAGE COMP-3.                  00031000
       01 WS-H-SALARY-IND PIC S9(4) USAGE COMP.                         00031100
       01 WS-E-EMPID      PIC S9(9) USAGE COMP.                         00031200
       01 WS-E-EMPNAME.                                                 00031300
           49 WS-E-EMPNAME-LEN  PIC S9(4) USAGE COMP.                   00031400
           49 WS-E-EMPNAME-TEXT PIC X(20).                              00031500
       01 WS-E-SALARY     PIC S9(8)V9(2) USAGE COMP-3.                  00031600
       01 WS-E-DEPTID     PIC X(4).                                     00031700
       01 WS-E-DEPTID-IND PIC S9(4) USAGE COMP.                         00031800
                                                                        00031900
            EXEC SQL                                                    00032000
                 DECLARE CSRD CURSOR FOR                                00032100
                 SELECT DEPTID, DEPTNAME, COSTCENTER                    00032200
                 FROM   DEPT_DB                                         00032300
                 ORDER BY DEPTID                                        00032400
                 FOR FETCH ONLY                                         00032500
            END-EXEC.                                                   00032600
                                                                        00032700
      * EVERY HISTORY ROW, IN THE ORDER THE CHANGES TOOK EFFECT -       00032800
      * THE SALARY_HIST INDEX ORDER (SEE THE HISTDDL JOB).              00032900
            EXEC SQL                                                    00033000
                 DECLARE CSRH CURSOR FOR                                00033100
                 SELECT EMPID, CHAR(EFF_DATE, ISO), ACTION,             00033200
                        EMPNAME, DEPTID, NEW_SALARY                     00033300
                 FROM   SALARY_HIST                                     00033400
                 ORDER BY EMPID, EFF_DATE, CHANGE_TS                    00033500
                 FOR FETCH ONLY                                         00033600
            END-EXEC.                                                   00033700
                                                                        00033800
            EXEC SQL                                                    00033900
                 DECLARE CSRE CURSOR FOR                                00034000
                 SELECT EMPID, EMPNAME, SALARY, DEPTID                  00034100
                 FROM   EMP_DB                                          00034200
                 ORDER BY EMPID                                         00034300
                 FOR FETCH ONLY                                         00034400
            END-EXEC.                                                   00034500
       PROCEDURE DIVISION.                                              00034600
       MAIN-ROUTINE.                                                    00034700
            ACCEPT WS-AUD-START-DATE FROM DATE YYYYMMDD.                00034800
            ACCEPT WS-AUD-START-TIME FROM TIME.                         00034900
            SET WS-RC-OK TO TRUE.                                       00035000
            PERFORM READ-EXPORT-PARMS.                                  00035100
            OPEN OUTPUT RPTFILE.                                        00035200
            MOVE SPACES TO RPT-LINE.                                    00035300
            STRING '---- PGM106 WAREHOUSE EXPORT MONTH ' WS-MONTH       00035400
               ' ----' DELIMITED BY SIZE INTO RPT-LINE                  00035500
            END-STRING.                                                 00035600
            WRITE RPT-LINE.                                             00035700
            PERFORM CHECK-PRIOR-SNAPSHOTS.                              00035800
            IF WS-RETURN-CODE < 8 THEN                                  00035900
               PERFORM LOAD-DIVISION-REF                                00036000
               OPEN OUTPUT DEPTCUR                                      00036100
               OPEN OUTPUT EMPCUR                                       00036200
               PERFORM EXPORT-DEPARTMENTS                               00036300
               IF WS-RETURN-CODE < 8 THEN                               00036400
                  PERFORM EXPORT-EMPLOYEES                              00036500
               END-IF                                                   00036600
               IF WS-RETURN-CODE < 8 THEN                               00036700
                  PERFORM EXPORT-PAYROLL-FACT                           00036800
               END-IF                                                   00036900
               IF WS-RETURN-CODE < 8 THEN                               00037000
                  PERFORM Z020-WRITE-SNAP-TRAILERS                      00037100
                  PERFORM WRITE-MANIFEST-RECS                           00037200
               END-IF                                                   00037300
               CLOSE DEPTCUR                                            00037400
               CLOSE EMPCUR                                             00037500
            END-IF.                                                     00037600
            PERFORM WRITE-EXPORT-SUMMARY.                               00037700
            CLOSE RPTFILE.                                              00037800
            MOVE WS-RETURN-CODE TO RETURN-CODE.                         00037900
            GOBACK.                                                     00038000
       READ-EXPORT-PARMS.                                               00038100
            MOVE WS-AUD-START-DATE (1:6) TO WS-MONTH.                   00038200
            OPEN INPUT PARMFILE.                                        00038300
            PERFORM UNTIL WS-PARM-EOF                                   00038400
               READ PARMFILE                                            00038500
                 AT END SET WS-PARM-EOF TO TRUE                         00038600
                 NOT AT END PERFORM APPLY-PARM-CARD                     00038700
               END-READ                                                 00038800
            END-PERFORM.                                                00038900
            CLOSE PARMFILE.                                             00039000
       APPLY-PARM-CARD.                                                 00039100
            EVALUATE PARM-KEY                                           00039200
                WHEN 'MONTH'                                            00039300
                   IF PARM-VALUE-TEXT (1:6) IS NUMERIC THEN             00039400
                      MOVE PARM-VALUE-TEXT (1:6) TO WS-MONTH            00039500
                   END-IF                                               00039600
                WHEN 'INITIALLOAD'                                      00039700
                   SET WS-INITIAL-LOAD TO TRUE                          00039800
                WHEN 'DEPTDIMDSN'                                       00039900
                   MOVE PARM-VALUE-TEXT (1:30) TO WS-DEPT-DSN           00040000
                WHEN 'EMPDIMDSN'                                        00040100
                   MOVE PARM-VALUE-TEXT (1:30) TO WS-EMP-DSN            00040200
                WHEN 'PAYFACTDSN'                                       00040300
                   MOVE PARM-VALUE-TEXT (1:30) TO WS-FACT-DSN           00040400
                WHEN OTHER                                              00040500
                   CONTINUE                                             00040600
            END-EVALUATE.                                               00040700
      * A PRIOR SNAPSHOT MUST BE WHOLE - HEADER, TRAILER AND THE        00040800
      * TRAILER'S COUNT OF DETAILS - OR EMPTY ON THE INITIAL LOAD.      00040900
      * A SNAPSHOT LEFT BY A FAILED RUN HAS NO TRAILER; MATCHING        00041000
      * AGAINST IT WOULD SEND A WRONG DELTA, SO NOTHING IS SENT.        00041100
       CHECK-PRIOR-SNAPSHOTS.                                           00041200
            MOVE 'DEPARTMENT' TO WS-SNAP-NAME.                          00041300
            MOVE 0 TO WS-SNAP-DETAILS.                                  00041400
            MOVE 'N' TO WS-SNAP-HDR-SW.                                 00041500
            MOVE 'N' TO WS-SNAP-TRL-SW.                                 00041600
            OPEN INPUT DEPTPRV.                                         00041700
            PERFORM UNTIL WS-DPP-EOF                                    00041800
               READ DEPTPRV                                             00041900
                 AT END SET WS-DPP-EOF TO TRUE                          00042000
                 NOT AT END                                             00042100
                    EVALUATE TRUE                                       00042200
                        WHEN HT-IS-HEADER OF DPP-REC-HT                 00042300
                           SET WS-SNAP-HAS-HEADER TO TRUE               00042400
                        WHEN HT-IS-TRAILER OF DPP-REC-HT                00042500
                           SET WS-SNAP-HAS-TRAILER TO TRUE              00042600
                           MOVE HT-RECORD-COUNT OF DPP-REC-HT           00042700
                              TO WS-SNAP-TRL-COUNT                      00042800
                        WHEN OTHER                                      00042900
                           ADD 1 TO WS-SNAP-DETAILS                     00043000
                    END-EVALUATE                                        00043100
               END-READ                                                 00043200
            END-PERFORM.                                                00043300
            CLOSE DEPTPRV.                                              00043400
            PERFORM JUDGE-PRIOR-SNAPSHOT.                               00043500
            MOVE 'EMPLOYEE' TO WS-SNAP-NAME.                            00043600
            MOVE 0 TO WS-SNAP-DETAILS.                                  00043700
            MOVE 'N' TO WS-SNAP-HDR-SW.                                 00043800
            MOVE 'N' TO WS-SNAP-TRL-SW.                                 00043900
            OPEN INPUT EMPPRV.                                          00044000
            PERFORM UNTIL WS-EMP-PRV-EOF                                00044100
               READ EMPPRV                                              00044200
                 AT END SET WS-EMP-PRV-EOF TO TRUE                      00044300
                 NOT AT END                                             00044400
                    EVALUATE TRUE                                       00044500
                        WHEN HT-IS-HEADER OF EMP-PRV-REC-HT             00044600
                           SET WS-SNAP-HAS-HEADER TO TRUE               00044700
                        WHEN HT-IS-TRAILER OF EMP-PRV-REC-HT            00044800
                           SET WS-SNAP-HAS-TRAILER TO TRUE              00044900
                           MOVE HT-RECORD-COUNT OF EMP-PRV-REC-HT       00045000
                              TO WS-SNAP-TRL-COUNT                      00045100
                        WHEN OTHER                                      00045200
                           ADD 1 TO WS-SNAP-DETAILS                     00045300
                    END-EVALUATE                                        00045400
               END-READ                                                 00045500
            END-PERFORM.                                                00045600
            CLOSE EMPPRV.                                               00045700
            PERFORM JUDGE-PRIOR-SNAPSHOT.                               00045800
            MOVE 'N' TO WS-DPP-EOF-SW.                                  00045900
            MOVE 'N' TO WS-EMP-PRV-EOF-SW.                              00046000
       JUDGE-PRIOR-SNAPSHOT.                                            00046100
            MOVE SPACES TO RPT-LINE.                                    00046200
            EVALUATE TRUE                                               00046300
                WHEN NOT WS-SNAP-HAS-HEADER AND WS-SNAP-DETAILS = 0     00046400
                   IF NOT WS-INITIAL-LOAD THEN                          00046500
                      STRING '*** PRIOR ' DELIMITED BY SIZE             00046600
                         WS-SNAP-NAME DELIMITED BY SPACE                00046700
                         ' SNAPSHOT'                                    00046800
                         ' EMPTY - INITIALLOAD CARD NEEDED'             00046900
                         DELIMITED BY SIZE INTO RPT-LINE                00047000
                      END-STRING                                        00047100
                      SET WS-RC-DATA-ERROR TO TRUE                      00047200
                   END-IF                                               00047300
                WHEN NOT WS-SNAP-HAS-HEADER                             00047400
                WHEN NOT WS-SNAP-HAS-TRAILER                            00047500
                WHEN WS-SNAP-TRL-COUNT NOT = WS-SNAP-DETAILS            00047600
                   STRING '*** PRIOR ' DELIMITED BY SIZE                00047700
                      WS-SNAP-NAME DELIMITED BY SPACE                   00047800
                      ' SNAPSHOT'                                       00047900
                      ' INCOMPLETE - FAILED RUN NOT CLEARED'            00048000
                      DELIMITED BY SIZE INTO RPT-LINE                   00048100
                   END-STRING                                           00048200
                   SET WS-RC-DATA-ERROR TO TRUE                         00048300
                WHEN OTHER                                              00048400
                   CONTINUE                                             00048500
            END-EVALUATE.                                               00048600
            IF RPT-LINE NOT = SPACES THEN                               00048700
               WRITE RPT-LINE                                           00048800
            END-IF.                                                     00048900
       LOAD-DIVISION-REF.                                               00049000
            OPEN INPUT DIVREF.                                          00049100
            PERFORM UNTIL WS-REF-EOF                                    00049200
               READ DIVREF                                              00049300
                 AT END SET WS-REF-EOF TO TRUE                          00049400
                 NOT AT END                                             00049500
                    IF WS-REF-COUNT < 200 AND                           00049600
                       DIVREF-DEPT NOT = SPACES THEN                    00049700
                       ADD 1 TO WS-REF-COUNT                            00049800
                       ADD 1 TO WS-COUNT-DIVREF                         00049900
                       SET WS-REF-IDX TO WS-REF-COUNT                   00050000
                       MOVE DIVREF-DIVISION                             00050100
                          TO WS-REF-DIVISION (WS-REF-IDX)               00050200
                       MOVE DIVREF-DEPT                                 00050300
                          TO WS-REF-DEPT (WS-REF-IDX)                   00050400
                       MOVE DIVREF-NAME                                 00050500
                          TO WS-REF-NAME (WS-REF-IDX)                   00050600
                    END-IF                                              00050700
               END-READ                                                 00050800
            END-PERFORM.                                                00050900
            CLOSE DIVREF.                                               00051000
      * THE DEPARTMENT DIMENSION, MATCHED AGAINST THE PRIOR SNAPSHOT    00051100
      * IN DEPTID ORDER.                                                00051200
       EXPORT-DEPARTMENTS.                                              00051300
            OPEN INPUT DEPTPRV.                                         00051400
            PERFORM READ-DEPT-PRIOR.                                    00051500
            OPEN OUTPUT DEPTOUT.                                        00051600
            MOVE SPACES TO DEPT-CSV-LINE.                               00051700
            STRING 'ACTION,DEPT_ID,DEPT_NAME,COST_CENTER,DIVISION,'     00051800
               'DIVISION_NAME' DELIMITED BY SIZE INTO DEPT-CSV-LINE     00051900
            END-STRING.                                                 00052000
            WRITE DEPT-CSV-LINE.                                        00052100
            MOVE SPACES TO DPC-REC.                                     00052200
            SET HT-IS-HEADER OF DPC-REC-HT TO TRUE.                     00052300
            MOVE WS-AUD-START-DATE TO HT-RUN-DATE OF DPC-REC-HT.        00052400
            MOVE WS-AUD-START-TIME TO HT-RUN-TIME OF DPC-REC-HT.        00052500
            WRITE DPC-REC.                                              00052600
            EXEC SQL                                                    00052700
                 OPEN CSRD                                              00052800
            END-EXEC.                                                   00052900
            IF SQLCODE EQUAL TO ZERO                                    00053000
                 PERFORM FETCH-DEPARTMENT                               00053100
                 THRU FETCH-DEPARTMENT-EXIT                             00053200
                 UNTIL SQLCODE NOT EQUAL 0                              00053300
                 EXEC SQL                                               00053400
                      CLOSE CSRD                                        00053500
                 END-EXEC                                               00053600
            ELSE                                                        00053700
                 DISPLAY "DB2 ERROR: "  SQLCODE                         00053800
                 EXEC SQL                                               00053900
                      ROLLBACK                                          00054000
                 END-EXEC                                               00054100
                 SET WS-RC-IO-ERROR TO TRUE                             00054200
            END-IF.                                                     00054300
            IF NOT WS-RC-IO-ERROR THEN                                  00054400
               MOVE 'D' TO WS-SEND-ACTION                               00054500
               PERFORM UNTIL WS-DPP-EOF                                 00054600
                  MOVE DPP-REC TO WS-DEPT-SEND                          00054700
                  PERFORM SEND-DEPT-ROW                                 00054800
                  PERFORM READ-DEPT-PRIOR                               00054900
               END-PERFORM                                              00055000
            END-IF.                                                     00055100
            CLOSE DEPTPRV.                                              00055200
            CLOSE DEPTOUT.                                              00055300
       FETCH-DEPARTMENT.                                                00055400
            MOVE SPACES TO WS-DB-DEPTNAME-TEXT.                         00055500
            EXEC SQL                                                    00055600
                 FETCH CSRD                                             00055700
                 INTO :WS-DB-DEPTID, :WS-DB-DEPTNAME, :WS-DB-COSTCTR    00055800
            END-EXEC.                                                   00055900
            EVALUATE SQLCODE                                            00056000
                WHEN ZERO                                               00056100
                    PERFORM TAKE-DEPARTMENT                             00056200
                WHEN 100                                                00056300
                     CONTINUE                                           00056400
                WHEN OTHER                                              00056500
                     DISPLAY "DB2 ERROR: "  SQLCODE                     00056600
                     EXEC SQL                                           00056700
                          ROLLBACK                                      00056800
                     END-EXEC                                           00056900
                     SET WS-RC-IO-ERROR TO TRUE                         00057000
            END-EVALUATE.                                               00057100
       FETCH-DEPARTMENT-EXIT.                                           00057200
             EXIT.                                                      00057300
       TAKE-DEPARTMENT.                                                 00057400
            ADD 1 TO WS-COUNT-DEPTS.                                    00057500
            MOVE SPACES TO WS-DEPT-NEW.                                 00057600
            MOVE WS-DB-DEPTID TO WHD-DEPT-ID OF WS-DEPT-NEW.            00057700
            MOVE WS-DB-DEPTNAME-TEXT TO WHD-DEPT-NAME OF WS-DEPT-NEW.   00057800
            MOVE WS-DB-COSTCTR TO WHD-COST-CENTER OF WS-DEPT-NEW.       00057900
            MOVE 'N' TO WS-FOUND-SW.                                    00058000
            PERFORM VARYING WS-REF-IDX FROM 1 BY 1                      00058100
               UNTIL WS-REF-IDX > WS-REF-COUNT OR WS-ENTRY-FOUND        00058200
               IF WS-REF-DEPT (WS-REF-IDX) = WS-DB-DEPTID THEN          00058300
                  SET WS-ENTRY-FOUND TO TRUE                            00058400
                  MOVE WS-REF-DIVISION (WS-REF-IDX)                     00058500
                     TO WHD-DIVISION OF WS-DEPT-NEW                     00058600
                  MOVE WS-REF-NAME (WS-REF-IDX)                         00058700
                     TO WHD-DIV-NAME OF WS-DEPT-NEW                     00058800
               END-IF                                                   00058900
            END-PERFORM.                                                00059000
            IF NOT WS-ENTRY-FOUND THEN                                  00059100
               ADD 1 TO WS-COUNT-NO-DIV                                 00059200
               MOVE SPACES TO RPT-LINE                                  00059300
               STRING 'NO DIVISION FOR DEPARTMENT ' WS-DB-DEPTID        00059400
                  DELIMITED BY SIZE INTO RPT-LINE                       00059500
               END-STRING                                               00059600
               WRITE RPT-LINE                                           00059700
               IF WS-RC-OK THEN                                         00059800
                  SET WS-RC-WARNING TO TRUE                             00059900
               END-IF                                                   00060000
            END-IF.                                                     00060100
            WRITE DPC-REC FROM WS-DEPT-NEW.                             00060200
            PERFORM UNTIL WS-DPP-EOF OR                                 00060300
               WHD-DEPT-ID OF DPP-REC NOT < WHD-DEPT-ID OF WS-DEPT-NEW  00060400
               MOVE 'D' TO WS-SEND-ACTION                               00060500
               MOVE DPP-REC TO WS-DEPT-SEND                             00060600
               PERFORM SEND-DEPT-ROW                                    00060700
               PERFORM READ-DEPT-PRIOR                                  00060800
            END-PERFORM.                                                00060900
            MOVE WS-DEPT-NEW TO WS-DEPT-SEND.                           00061000
            IF NOT WS-DPP-EOF AND                                       00061100
               WHD-DEPT-ID OF DPP-REC = WHD-DEPT-ID OF WS-DEPT-NEW THEN 00061200
               IF DPP-REC NOT = WS-DEPT-NEW THEN                        00061300
                  MOVE 'U' TO WS-SEND-ACTION                            00061400
                  PERFORM SEND-DEPT-ROW                                 00061500
               END-IF                                                   00061600
               PERFORM READ-DEPT-PRIOR                                  00061700
            ELSE                                                        00061800
               MOVE 'I' TO WS-SEND-ACTION                               00061900
               PERFORM SEND-DEPT-ROW                                    00062000
            END-IF.                                                     00062100
      * NEXT DETAIL OF THE PRIOR DEPARTMENT SNAPSHOT.                   00062200
       READ-DEPT-PRIOR.                                                 00062300
            MOVE 'N' TO WS-FOUND-SW.                                    00062400
            PERFORM UNTIL WS-DPP-EOF OR WS-ENTRY-FOUND                  00062500
               READ DEPTPRV                                             00062600
                 AT END SET WS-DPP-EOF TO TRUE                          00062700
                 NOT AT END                                             00062800
                    IF NOT HT-IS-HEADER OF DPP-REC-HT AND               00062900
                       NOT HT-IS-TRAILER OF DPP-REC-HT THEN             00063000
                       SET WS-ENTRY-FOUND TO TRUE                       00063100
                    END-IF                                              00063200
               END-READ                                                 00063300
            END-PERFORM.                                                00063400
       SEND-DEPT-ROW.                                                   00063500
            MOVE SPACES TO WS-CSV-BUILD.                                00063600
            MOVE 1 TO WS-CSV-PTR.                                       00063700
            MOVE 'N' TO WS-FLD-QUOTE-SW.                                00063800
            MOVE WS-SEND-ACTION TO WS-FLD-VALUE.                        00063900
            PERFORM APPEND-CSV-FIELD.                                   00064000
            MOVE WHD-DEPT-ID OF WS-DEPT-SEND TO WS-FLD-VALUE.           00064100
            PERFORM APPEND-CSV-FIELD.                                   00064200
            SET WS-FLD-QUOTED TO TRUE.                                  00064300
            MOVE WHD-DEPT-NAME OF WS-DEPT-SEND TO WS-FLD-VALUE.         00064400
            PERFORM APPEND-CSV-FIELD.                                   00064500
            MOVE 'N' TO WS-FLD-QUOTE-SW.                                00064600
            MOVE WHD-COST-CENTER OF WS-DEPT-SEND TO WS-FLD-VALUE.       00064700
            PERFORM APPEND-CSV-FIELD.                                   00064800
            MOVE WHD-DIVISION OF WS-DEPT-SEND TO WS-FLD-VALUE.          00064900
            PERFORM APPEND-CSV-FIELD.                                   00065000
            SET WS-FLD-QUOTED TO TRUE.                                  00065100
            MOVE WHD-DIV-NAME OF WS-DEPT-SEND TO WS-FLD-VALUE.          00065200
            PERFORM APPEND-CSV-FIELD.                                   00065300
            MOVE WS-CSV-BUILD TO DEPT-CSV-LINE.                         00065400
            WRITE DEPT-CSV-LINE.                                        00065500
            ADD 1 TO WS-COUNT-DEPT-SENT.                                00065600
      * THE EMPLOYEE DIMENSION.  THE HISTORY AND EMP_DB CURSORS ARE     00065700
      * BOTH IN EMPID ORDER AND ARE MERGED; AN EXHAUSTED CURSOR         00065800
      * HOLDS THE HIGH EMPID SO THE OTHER RUNS OUT.                     00065900
       EXPORT-EMPLOYEES.                                                00066000
            OPEN INPUT EMPPRV.                                          00066100
            PERFORM READ-EMP-PRIOR.                                     00066200
            OPEN OUTPUT EMPOUT.                                         00066300
            MOVE SPACES TO EMP-CSV-LINE.                                00066400
            STRING 'ACTION,EMP_ID,VALID_FROM,VALID_TO,CURRENT,NAME,'    00066500
               'DEPT_ID,SALARY,STATUS' DELIMITED BY SIZE                00066600
               INTO EMP-CSV-LINE                                        00066700
            END-STRING.                                                 00066800
            WRITE EMP-CSV-LINE.                                         00066900
            MOVE SPACES TO EMP-CUR-REC.                                 00067000
            SET HT-IS-HEADER OF EMP-CUR-REC-HT TO TRUE.                 00067100
            MOVE WS-AUD-START-DATE TO HT-RUN-DATE OF EMP-CUR-REC-HT.    00067200
            MOVE WS-AUD-START-TIME TO HT-RUN-TIME OF EMP-CUR-REC-HT.    00067300
            WRITE EMP-CUR-REC.                                          00067400
            MOVE WS-HIGH-EMPID TO WS-H-EMPID.                           00067500
            MOVE WS-HIGH-EMPID TO WS-E-EMPID.                           00067600
            EXEC SQL                                                    00067700
                 OPEN CSRH                                              00067800
            END-EXEC.                                                   00067900
            IF SQLCODE EQUAL TO ZERO                                    00068000
                 PERFORM FETCH-HISTORY-ROW                              00068100
            ELSE                                                        00068200
                 DISPLAY "DB2 ERROR: "  SQLCODE                         00068300
                 EXEC SQL                                               00068400
                      ROLLBACK                                          00068500
                 END-EXEC                                               00068600
                 SET WS-RC-IO-ERROR TO TRUE                             00068700
            END-IF.                                                     00068800
            IF NOT WS-RC-IO-ERROR THEN                                  00068900
               EXEC SQL                                                 00069000
                    OPEN CSRE                                           00069100
               END-EXEC                                                 00069200
               IF SQLCODE EQUAL TO ZERO                                 00069300
                    PERFORM FETCH-CURRENT-ROW                           00069400
               ELSE                                                     00069500
                    DISPLAY "DB2 ERROR: "  SQLCODE                      00069600
                    EXEC SQL                                            00069700
                         ROLLBACK                                       00069800
                    END-EXEC                                            00069900
                    SET WS-RC-IO-ERROR TO TRUE                          00070000
               END-IF                                                   00070100
            END-IF.                                                     00070200
            PERFORM BUILD-EMPLOYEE                                      00070300
               UNTIL WS-H-EMPID = WS-HIGH-EMPID AND                     00070400
                     WS-E-EMPID = WS-HIGH-EMPID.                        00070500
            IF NOT WS-RC-IO-ERROR THEN                                  00070600
               EXEC SQL                                                 00070700
                    CLOSE CSRH                                          00070800
               END-EXEC                                                 00070900
               EXEC SQL                                                 00071000
                    CLOSE CSRE                                          00071100
               END-EXEC                                                 00071200
               MOVE 'D' TO WS-SEND-ACTION                               00071300
               PERFORM UNTIL WS-EMP-PRV-EOF                             00071400
                  MOVE EMP-PRV-REC TO WS-EMP-SEND                       00071500
                  PERFORM SEND-EMP-ROW                                  00071600
                  PERFORM READ-EMP-PRIOR                                00071700
               END-PERFORM                                              00071800
            END-IF.                                                     00071900
            CLOSE EMPPRV.                                               00072000
            CLOSE EMPOUT.                                               00072100
       FETCH-HISTORY-ROW.                                               00072200
            MOVE SPACES TO WS-H-EMPNAME-TEXT.                           00072300
            EXEC SQL                                                    00072400
                 FETCH CSRH                                             00072500
                 INTO :WS-H-EMPID, :WS-H-EFF-DATE, :WS-H-ACTION,        00072600
                      :WS-H-EMPNAME :WS-H-EMPNAME-IND,                  00072700
                      :WS-H-DEPTID :WS-H-DEPTID-IND,                    00072800
                      :WS-H-SALARY :WS-H-SALARY-IND                     00072900
            END-EXEC.                                                   00073000
            EVALUATE SQLCODE                                            00073100
                WHEN ZERO                                               00073200
                    ADD 1 TO WS-COUNT-HIST-ROWS                         00073300
                WHEN 100                                                00073400
                     MOVE WS-HIGH-EMPID TO WS-H-EMPID                   00073500
                WHEN OTHER                                              00073600
                     DISPLAY "DB2 ERROR: "  SQLCODE                     00073700
                     EXEC SQL                                           00073800
                          ROLLBACK                                      00073900
                     END-EXEC                                           00074000
                     SET WS-RC-IO-ERROR TO TRUE                         00074100
                     MOVE WS-HIGH-EMPID TO WS-H-EMPID                   00074200
                     MOVE WS-HIGH-EMPID TO WS-E-EMPID                   00074300
            END-EVALUATE.                                               00074400
       FETCH-CURRENT-ROW.                                               00074500
            MOVE SPACES TO WS-E-EMPNAME-TEXT.                           00074600
            EXEC SQL                                                    00074700
                 FETCH CSRE                                             00074800
                 INTO :WS-E-EMPID, :WS-E-EMPNAME, :WS-E-SALARY,         00074900
                      :WS-E-DEPTID :WS-E-DEPTID-IND                     00075000
            END-EXEC.                                                   00075100
            EVALUATE SQLCODE                                            00075200
                WHEN ZERO                                               00075300
                    CONTINUE                                            00075400
                WHEN 100                                                00075500
                     MOVE WS-HIGH-EMPID TO WS-E-EMPID                   00075600
                WHEN OTHER                                              00075700
                     DISPLAY "DB2 ERROR: "  SQLCODE                     00075800
                     EXEC SQL                                           00075900
                          ROLLBACK                                      00076000
                     END-EXEC                                           00076100
                     SET WS-RC-IO-ERROR TO TRUE                         00076200
                     MOVE WS-HIGH-EMPID TO WS-H-EMPID                   00076300
                     MOVE WS-HIGH-EMPID TO WS-E-EMPID                   00076400
            END-EVALUATE.                                               00076500
      * ONE EMPLOYEE: EVERY HISTORY ROW IN TURN, THEN THE EMP_DB ROW    00076600
      * IF THE EMPLOYEE IS STILL ON IT.                                 00076700
       BUILD-EMPLOYEE.                                                  00076800
            IF WS-H-EMPID < WS-E-EMPID THEN                             00076900
               MOVE WS-H-EMPID TO WS-CUR-EMPID                          00077000
            ELSE                                                        00077100
               MOVE WS-E-EMPID TO WS-CUR-EMPID                          00077200
            END-IF.                                                     00077300
            MOVE 0 TO WS-VER-COUNT.                                     00077400
            MOVE 'N' TO WS-VER-FULL-SW.                                 00077500
            MOVE SPACES TO WS-LATEST-NAME.                              00077600
            PERFORM UNTIL WS-H-EMPID NOT = WS-CUR-EMPID                 00077700
               PERFORM APPLY-HISTORY-ROW                                00077800
               PERFORM FETCH-HISTORY-ROW                                00077900
            END-PERFORM.                                                00078000
            IF WS-E-EMPID = WS-CUR-EMPID THEN                           00078100
               PERFORM APPLY-CURRENT-ROW                                00078200
               PERFORM FETCH-CURRENT-ROW                                00078300
            END-IF.                                                     00078400
            IF NOT WS-RC-IO-ERROR AND WS-VER-COUNT > 0 THEN             00078500
               ADD 1 TO WS-COUNT-EMPLOYEES                              00078600
               IF WS-VER-FULL THEN                                      00078700
                  ADD 1 TO WS-COUNT-VER-FULL                            00078800
                  MOVE WS-CUR-EMPID TO WS-EMPID-OUT                     00078900
                  MOVE SPACES TO RPT-LINE                               00079000
                  STRING 'OVER 500 VERSIONS, LATEST MERGED  EMP '       00079100
                     WS-EMPID-OUT DELIMITED BY SIZE INTO RPT-LINE       00079200
                  END-STRING                                            00079300
                  WRITE RPT-LINE                                        00079400
                  IF WS-RC-OK THEN                                      00079500
                     SET WS-RC-WARNING TO TRUE                          00079600
                  END-IF                                                00079700
               END-IF                                                   00079800
               PERFORM WRITE-EMPLOYEE-VERSIONS                          00079900
            END-IF.                                                     00080000
      * A HISTORY ROW CARRIES THE STATE AFTER THE CHANGE; A NULL        00080100
      * DEPARTMENT OR SALARY (AND A TERMINATION'S ZERO SALARY)          00080200
      * LEAVES THAT ATTRIBUTE AS IT WAS.  A NULL NAME IS AN ERASED      00080300
      * ONE AND IS NOT TAKEN.                                           00080400
       APPLY-HISTORY-ROW.                                               00080500
            IF WS-H-EMPNAME-IND >= 0 THEN                               00080600
               MOVE WS-H-EMPNAME-TEXT TO WS-LATEST-NAME                 00080700
            END-IF.                                                     00080800
            IF WS-VER-COUNT > 0 THEN                                    00080900
               MOVE WS-V-DEPT (WS-VER-COUNT) TO WS-NEW-DEPT             00081000
               MOVE WS-V-SALARY (WS-VER-COUNT) TO WS-NEW-SALARY         00081100
            ELSE                                                        00081200
               MOVE SPACES TO WS-NEW-DEPT                               00081300
               MOVE 0 TO WS-NEW-SALARY                                  00081400
            END-IF.                                                     00081500
            IF WS-H-DEPTID-IND >= 0 THEN                                00081600
               MOVE WS-H-DEPTID TO WS-NEW-DEPT                          00081700
            END-IF.                                                     00081800
            IF WS-H-ACTION = 'T' THEN                                   00081900
               MOVE 'T' TO WS-NEW-STATUS                                00082000
            ELSE                                                        00082100
               MOVE 'A' TO WS-NEW-STATUS                                00082200
               IF WS-H-SALARY-IND >= 0 THEN                             00082300
                  MOVE WS-H-SALARY TO WS-NEW-SALARY                     00082400
               END-IF                                                   00082500
            END-IF.                                                     00082600
            MOVE WS-H-EFF-DATE TO WS-NEW-FROM.                          00082700
            PERFORM APPLY-NEW-VERSION.                                  00082800
      * EMP_DB IS THE CURRENT STATE.  WITH NO HISTORY IT IS THE ONLY    00082900
      * VERSION; OTHERWISE IT SHOULD AGREE WITH THE OPEN VERSION,       00083000
      * AND WHERE IT DOES NOT IT WINS IN PLACE - A CHANGE MADE          00083100
      * OUTSIDE THE AUDITED PATH HAS NO DATE TO VERSION IT BY.          00083200
       APPLY-CURRENT-ROW.                                               00083300
            MOVE WS-E-EMPNAME-TEXT TO WS-LATEST-NAME.                   00083400
            IF WS-E-DEPTID-IND >= 0 THEN                                00083500
               MOVE WS-E-DEPTID TO WS-NEW-DEPT                          00083600
            ELSE                                                        00083700
               MOVE SPACES TO WS-NEW-DEPT                               00083800
            END-IF.                                                     00083900
            MOVE WS-E-SALARY TO WS-NEW-SALARY.                          00084000
            MOVE 'A' TO WS-NEW-STATUS.                                  00084100
            IF WS-VER-COUNT = 0 THEN                                    00084200
               MOVE '0001-01-01' TO WS-NEW-FROM                         00084300
               PERFORM OPEN-NEW-VERSION                                 00084400
            ELSE                                                        00084500
               IF WS-V-DEPT (WS-VER-COUNT) NOT = WS-NEW-DEPT OR         00084600
                  WS-V-SALARY (WS-VER-COUNT) NOT = WS-NEW-SALARY OR     00084700
                  WS-V-STATUS (WS-VER-COUNT) NOT = WS-NEW-STATUS THEN   00084800
                  MOVE WS-NEW-DEPT TO WS-V-DEPT (WS-VER-COUNT)          00084900
                  MOVE WS-NEW-SALARY TO WS-V-SALARY (WS-VER-COUNT)      00085000
                  MOVE WS-NEW-STATUS TO WS-V-STATUS (WS-VER-COUNT)      00085100
                  ADD 1 TO WS-COUNT-OUT-OF-STEP                         00085200
                  MOVE WS-CUR-EMPID TO WS-EMPID-OUT                     00085300
                  MOVE SPACES TO RPT-LINE                               00085400
                  STRING 'EMP_DB OUT OF STEP WITH HISTORY  EMP '        00085500
                     WS-EMPID-OUT DELIMITED BY SIZE INTO RPT-LINE       00085600
                  END-STRING                                            00085700
                  WRITE RPT-LINE                                        00085800
                  IF WS-RC-OK THEN                                      00085900
                     SET WS-RC-WARNING TO TRUE                          00086000
                  END-IF                                                00086100
               END-IF                                                   00086200
            END-IF.                                                     00086300
      * A CHANGE TO THE OPEN VERSION'S ATTRIBUTES CLOSES IT THE DAY     00086400
      * BEFORE AND OPENS A NEW ONE; A SECOND CHANGE ON THE SAME DAY     00086500
      * REPLACES THAT DAY'S VERSION.                                    00086600
       APPLY-NEW-VERSION.                                               00086700
            IF WS-VER-COUNT = 0 THEN                                    00086800
               PERFORM OPEN-NEW-VERSION                                 00086900
            ELSE                                                        00087000
               IF WS-V-DEPT (WS-VER-COUNT) NOT = WS-NEW-DEPT OR         00087100
                  WS-V-SALARY (WS-VER-COUNT) NOT = WS-NEW-SALARY OR     00087200
                  WS-V-STATUS (WS-VER-COUNT) NOT = WS-NEW-STATUS THEN   00087300
                  IF WS-NEW-FROM NOT > WS-V-FROM (WS-VER-COUNT) THEN    00087400
                     MOVE WS-NEW-DEPT TO WS-V-DEPT (WS-VER-COUNT)       00087500
                     MOVE WS-NEW-SALARY TO WS-V-SALARY (WS-VER-COUNT)   00087600
                     MOVE WS-NEW-STATUS TO WS-V-STATUS (WS-VER-COUNT)   00087700
                  ELSE                                                  00087800
                     MOVE WS-NEW-FROM TO WS-DAY-ISO                     00087900
                     PERFORM STEP-BACK-ONE-DAY                          00088000
                     MOVE WS-DAY-ISO TO WS-V-TO (WS-VER-COUNT)          00088100
                     PERFORM OPEN-NEW-VERSION                           00088200
                  END-IF                                                00088300
               END-IF                                                   00088400
            END-IF.                                                     00088500
      * A FULL TABLE KEEPS MERGING INTO ITS LAST VERSION.               00088600
       OPEN-NEW-VERSION.                                                00088700
            IF WS-VER-COUNT < 500 THEN                                  00088800
               ADD 1 TO WS-VER-COUNT                                    00088900
               MOVE WS-NEW-FROM TO WS-V-FROM (WS-VER-COUNT)             00089000
            ELSE                                                        00089100
               SET WS-VER-FULL TO TRUE                                  00089200
            END-IF.                                                     00089300
            MOVE '9999-12-31' TO WS-V-TO (WS-VER-COUNT).                00089400
            MOVE WS-NEW-DEPT TO WS-V-DEPT (WS-VER-COUNT).               00089500
            MOVE WS-NEW-SALARY TO WS-V-SALARY (WS-VER-COUNT).           00089600
            MOVE WS-NEW-STATUS TO WS-V-STATUS (WS-VER-COUNT).           00089700
       STEP-BACK-ONE-DAY.                                               00089800
            IF WS-DAY-DD > 1 THEN                                       00089900
               SUBTRACT 1 FROM WS-DAY-DD                                00090000
            ELSE                                                        00090100
               IF WS-DAY-MM > 1 THEN                                    00090200
                  SUBTRACT 1 FROM WS-DAY-MM                             00090300
               ELSE                                                     00090400
                  MOVE 12 TO WS-DAY-MM                                  00090500
                  SUBTRACT 1 FROM WS-DAY-YYYY                           00090600
               END-IF                                                   00090700
               MOVE WS-MONTH-LEN (WS-DAY-MM) TO WS-DAY-DD               00090800
               IF WS-DAY-MM = 2 THEN                                    00090900
                  DIVIDE WS-DAY-YYYY BY 4 GIVING WS-LEAP-QUOT           00091000
                     REMAINDER WS-LEAP-REM-4                            00091100
                  DIVIDE WS-DAY-YYYY BY 100 GIVING WS-LEAP-QUOT         00091200
                     REMAINDER WS-LEAP-REM-100                          00091300
                  DIVIDE WS-DAY-YYYY BY 400 GIVING WS-LEAP-QUOT         00091400
                     REMAINDER WS-LEAP-REM-400                          00091500
                  IF WS-LEAP-REM-400 = 0 OR                             00091600
                     (WS-LEAP-REM-4 = 0 AND WS-LEAP-REM-100 NOT = 0)    00091700
                     THEN                                               00091800
                     MOVE 29 TO WS-DAY-DD                               00091900
                  END-IF                                                00092000
               END-IF                                                   00092100
            END-IF.                                                     00092200
      * EVERY VERSION CARRIES THE LATEST NAME; EACH GOES TO THE NEW     00092300
      * SNAPSHOT AND IS MATCHED AGAINST THE PRIOR ONE ON EMPID AND      00092400
      * VALID-FROM.                                                     00092500
       WRITE-EMPLOYEE-VERSIONS.                                         00092600
            PERFORM VARYING WS-VER-SUB FROM 1 BY 1                      00092700
               UNTIL WS-VER-SUB > WS-VER-COUNT                          00092800
               MOVE SPACES TO WS-EMP-NEW                                00092900
               MOVE WS-CUR-EMPID TO WHE-EMP-ID OF WS-EMP-NEW            00093000
               MOVE WS-V-FROM (WS-VER-SUB)                              00093100
                  TO WHE-VALID-FROM OF WS-EMP-NEW                       00093200
               MOVE WS-V-TO (WS-VER-SUB) TO WHE-VALID-TO OF WS-EMP-NEW  00093300
               IF WS-VER-SUB = WS-VER-COUNT THEN                        00093400
                  MOVE 'Y' TO WHE-CURRENT-FLAG OF WS-EMP-NEW            00093500
               ELSE                                                     00093600
                  MOVE 'N' TO WHE-CURRENT-FLAG OF WS-EMP-NEW            00093700
               END-IF                                                   00093800
               MOVE WS-LATEST-NAME TO WHE-EMP-NAME OF WS-EMP-NEW        00093900
               MOVE WS-V-DEPT (WS-VER-SUB) TO WHE-DEPT OF WS-EMP-NEW    00094000
               MOVE WS-V-SALARY (WS-VER-SUB)                            00094100
                  TO WHE-SALARY OF WS-EMP-NEW                           00094200
               MOVE WS-V-STATUS (WS-VER-SUB)                            00094300
                  TO WHE-STATUS OF WS-EMP-NEW                           00094400
               WRITE EMP-CUR-REC FROM WS-EMP-NEW                        00094500
               ADD 1 TO WS-COUNT-VERSIONS                               00094600
               PERFORM MATCH-EMP-PRIOR                                  00094700
            END-PERFORM.                                                00094800
       MATCH-EMP-PRIOR.                                                 00094900
            PERFORM UNTIL WS-EMP-PRV-EOF OR                             00095000
               WHE-KEY OF EMP-PRV-REC NOT < WHE-KEY OF WS-EMP-NEW       00095100
               MOVE 'D' TO WS-SEND-ACTION                               00095200
               MOVE EMP-PRV-REC TO WS-EMP-SEND                          00095300
               PERFORM SEND-EMP-ROW                                     00095400
               PERFORM READ-EMP-PRIOR                                   00095500
            END-PERFORM.                                                00095600
            MOVE WS-EMP-NEW TO WS-EMP-SEND.                             00095700
            IF NOT WS-EMP-PRV-EOF AND                                   00095800
               WHE-KEY OF EMP-PRV-REC = WHE-KEY OF WS-EMP-NEW THEN      00095900
               IF EMP-PRV-REC NOT = WS-EMP-NEW THEN                     00096000
                  MOVE 'U' TO WS-SEND-ACTION                            00096100
                  PERFORM SEND-EMP-ROW                                  00096200
               END-IF                                                   00096300
               PERFORM READ-EMP-PRIOR                                   00096400
            ELSE                                                        00096500
               MOVE 'I' TO WS-SEND-ACTION                               00096600
               PERFORM SEND-EMP-ROW                                     00096700
            END-IF.                                                     00096800
      * NEXT DETAIL OF THE PRIOR EMPLOYEE SNAPSHOT.                     00096900
       READ-EMP-PRIOR.                                                  00097000
            MOVE 'N' TO WS-FOUND-SW.                                    00097100
            PERFORM UNTIL WS-EMP-PRV-EOF OR WS-ENTRY-FOUND              00097200
               READ EMPPRV                                              00097300
                 AT END SET WS-EMP-PRV-EOF TO TRUE                      00097400
                 NOT AT END                                             00097500
                    IF NOT HT-IS-HEADER OF EMP-PRV-REC-HT AND           00097600
                       NOT HT-IS-TRAILER OF EMP-PRV-REC-HT THEN         00097700
                       SET WS-ENTRY-FOUND TO TRUE                       00097800
                    END-IF                                              00097900
               END-READ                                                 00098000
            END-PERFORM.                                                00098100
       SEND-EMP-ROW.                                                    00098200
            MOVE SPACES TO WS-CSV-BUILD.                                00098300
            MOVE 1 TO WS-CSV-PTR.                                       00098400
            MOVE 'N' TO WS-FLD-QUOTE-SW.                                00098500
            MOVE WS-SEND-ACTION TO WS-FLD-VALUE.                        00098600
            PERFORM APPEND-CSV-FIELD.                                   00098700
            MOVE WHE-EMP-ID OF WS-EMP-SEND TO WS-FLD-VALUE.             00098800
            PERFORM APPEND-CSV-FIELD.                                   00098900
            MOVE WHE-VALID-FROM OF WS-EMP-SEND TO WS-FLD-VALUE.         00099000
            PERFORM APPEND-CSV-FIELD.                                   00099100
            MOVE WHE-VALID-TO OF WS-EMP-SEND TO WS-FLD-VALUE.           00099200
            PERFORM APPEND-CSV-FIELD.                                   00099300
            MOVE WHE-CURRENT-FLAG OF WS-EMP-SEND TO WS-FLD-VALUE.       00099400
            PERFORM APPEND-CSV-FIELD.                                   00099500
            SET WS-FLD-QUOTED TO TRUE.                                  00099600
            MOVE WHE-EMP-NAME OF WS-EMP-SEND TO WS-FLD-VALUE.           00099700
            PERFORM APPEND-CSV-FIELD.                                   00099800
            MOVE 'N' TO WS-FLD-QUOTE-SW.                                00099900
            MOVE WHE-DEPT OF WS-EMP-SEND TO WS-FLD-VALUE.               00100000
            PERFORM APPEND-CSV-FIELD.                                   00100100
            MOVE WHE-SALARY OF WS-EMP-SEND TO WS-AMOUNT-OUT.            00100200
            MOVE WS-AMOUNT-OUT TO WS-FLD-VALUE.                         00100300
            PERFORM APPEND-CSV-FIELD.                                   00100400
            MOVE WHE-STATUS OF WS-EMP-SEND TO WS-FLD-VALUE.             00100500
            PERFORM APPEND-CSV-FIELD.                                   00100600
            MOVE WS-CSV-BUILD TO EMP-CSV-LINE.                          00100700
            WRITE EMP-CSV-LINE.                                         00100800
            ADD 1 TO WS-COUNT-EMP-SENT.                                 00100900
            ADD WHE-SALARY OF WS-EMP-SEND TO WS-EMP-HASH.               00101000
            EVALUATE WS-SEND-ACTION                                     00101100
                WHEN 'I'                                                00101200
                   ADD 1 TO WS-COUNT-INSERTS                            00101300
                WHEN 'U'                                                00101400
                   ADD 1 TO WS-COUNT-UPDATES                            00101500
                WHEN OTHER                                              00101600
                   ADD 1 TO WS-COUNT-DELETES                            00101700
            END-EVALUATE.                                               00101800
      * THE MONTH'S PAYROLL FACT.  PAY FROM EVERY PERIOD ENDING IN      00101900
      * THE MONTH; THE DEDUCTION FILES CARRY NO DATE AND ARE TAKEN      00102000
      * WHOLE, SO DDDEDIN MUST HOLD THE SAME PERIODS.                   00102100
       EXPORT-PAYROLL-FACT.                                             00102200
            OPEN INPUT PPAYIN.                                          00102300
            PERFORM UNTIL WS-PAY-EOF                                    00102400
               READ PPAYIN                                              00102500
                 AT END SET WS-PAY-EOF TO TRUE                          00102600
                 NOT AT END PERFORM TAKE-PERIOD-PAY                     00102700
               END-READ                                                 00102800
            END-PERFORM.                                                00102900
            CLOSE PPAYIN.                                               00103000
            OPEN INPUT DEDIN.                                           00103100
            PERFORM UNTIL WS-DED-EOF                                    00103200
               READ DEDIN                                               00103300
                 AT END SET WS-DED-EOF TO TRUE                          00103400
                 NOT AT END PERFORM TAKE-DEDUCTION                      00103500
               END-READ                                                 00103600
            END-PERFORM.                                                00103700
            CLOSE DEDIN.                                                00103800
            IF WS-COUNT-OVERFLOW > 0 THEN                               00103900
               MOVE SPACES TO RPT-LINE                                  00104000
               STRING '*** FACT TABLE FULL AT 5000 - NOTHING SENT'      00104100
                  DELIMITED BY SIZE INTO RPT-LINE                       00104200
               END-STRING                                               00104300
               WRITE RPT-LINE                                           00104400
               SET WS-RC-DATA-ERROR TO TRUE                             00104500
            ELSE                                                        00104600
               PERFORM WRITE-PAYROLL-FACT                               00104700
            END-IF.                                                     00104800
       TAKE-PERIOD-PAY.                                                 00104900
            IF NOT HT-IS-HEADER OF PPAY-REC-HT AND                      00105000
               NOT HT-IS-TRAILER OF PPAY-REC-HT AND                     00105100
               PPAY-PER-END-MONTH = WS-MONTH-X THEN                     00105200
               ADD 1 TO WS-COUNT-PAY-READ                               00105300
               MOVE PPAY-EMP-ID TO WS-FIND-ID                           00105400
               PERFORM FIND-FACT-ENTRY                                  00105500
               IF WS-ENTRY-FOUND THEN                                   00105600
                  MOVE PPAY-DEPT TO WS-F-DEPT (WS-FCT-SUB)              00105700
                  ADD PPAY-DAYS-PAID TO WS-F-DAYS (WS-FCT-SUB)          00105800
                  ADD PPAY-AMOUNT TO WS-F-GROSS (WS-FCT-SUB)            00105900
               END-IF                                                   00106000
            END-IF.                                                     00106100
       TAKE-DEDUCTION.                                                  00106200
            IF NOT HT-IS-HEADER OF DED-REC-HT AND                       00106300
               NOT HT-IS-TRAILER OF DED-REC-HT THEN                     00106400
               ADD 1 TO WS-COUNT-DED-READ                               00106500
               MOVE DED-EMP-ID TO WS-FIND-ID                            00106600
               PERFORM FIND-FACT-ENTRY                                  00106700
               IF WS-ENTRY-FOUND THEN                                   00106800
                  IF WS-F-DEPT (WS-FCT-SUB) = SPACES THEN               00106900
                     MOVE DED-DEPT TO WS-F-DEPT (WS-FCT-SUB)            00107000
                  END-IF                                                00107100
                  ADD DED-AMOUNT TO WS-F-DEDUCT (WS-FCT-SUB)            00107200
               END-IF                                                   00107300
            END-IF.                                                     00107400
      * FINDS THE EMPLOYEE'S ENTRY, ADDING ONE IF NEED BE.              00107500
       FIND-FACT-ENTRY.                                                 00107600
            MOVE 'N' TO WS-FOUND-SW.                                    00107700
            PERFORM VARYING WS-FCT-SUB FROM 1 BY 1                      00107800
               UNTIL WS-FCT-SUB > WS-FCT-COUNT OR WS-ENTRY-FOUND        00107900
               IF WS-F-EMP-ID (WS-FCT-SUB) = WS-FIND-ID THEN            00108000
                  SET WS-ENTRY-FOUND TO TRUE                            00108100
               END-IF                                                   00108200
            END-PERFORM.                                                00108300
            IF WS-ENTRY-FOUND THEN                                      00108400
               SUBTRACT 1 FROM WS-FCT-SUB                               00108500
            ELSE                                                        00108600
               IF WS-FCT-COUNT < 5000 THEN                              00108700
                  ADD 1 TO WS-FCT-COUNT                                 00108800
                  MOVE WS-FCT-COUNT TO WS-FCT-SUB                       00108900
                  MOVE WS-FIND-ID TO WS-F-EMP-ID (WS-FCT-SUB)           00109000
                  MOVE SPACES TO WS-F-DEPT (WS-FCT-SUB)                 00109100
                  MOVE 0 TO WS-F-DAYS (WS-FCT-SUB)                      00109200
                  MOVE 0 TO WS-F-GROSS (WS-FCT-SUB)                     00109300
                  MOVE 0 TO WS-F-DEDUCT (WS-FCT-SUB)                    00109400
                  SET WS-ENTRY-FOUND TO TRUE                            00109500
               ELSE                                                     00109600
                  ADD 1 TO WS-COUNT-OVERFLOW                            00109700
               END-IF                                                   00109800
            END-IF.                                                     00109900
       WRITE-PAYROLL-FACT.                                              00110000
            OPEN OUTPUT FACTOUT.                                        00110100
            MOVE SPACES TO FACT-CSV-LINE.                               00110200
            STRING 'MONTH,EMP_ID,DEPT_ID,DAYS_PAID,GROSS_PAY,'          00110300
               'DEDUCTIONS,NET_PAY' DELIMITED BY SIZE                   00110400
               INTO FACT-CSV-LINE                                       00110500
            END-STRING.                                                 00110600
            WRITE FACT-CSV-LINE.                                        00110700
            MOVE 'N' TO WS-FLD-QUOTE-SW.                                00110800
            PERFORM VARYING WS-FCT-SUB FROM 1 BY 1                      00110900
               UNTIL WS-FCT-SUB > WS-FCT-COUNT                          00111000
               MOVE SPACES TO WS-CSV-BUILD                              00111100
               MOVE 1 TO WS-CSV-PTR                                     00111200
               MOVE WS-MONTH-X TO WS-FLD-VALUE                          00111300
               PERFORM APPEND-CSV-FIELD                                 00111400
               MOVE WS-F-EMP-ID (WS-FCT-SUB) TO WS-FLD-VALUE            00111500
               PERFORM APPEND-CSV-FIELD                                 00111600
               MOVE WS-F-DEPT (WS-FCT-SUB) TO WS-FLD-VALUE              00111700
               PERFORM APPEND-CSV-FIELD                                 00111800
               MOVE WS-F-DAYS (WS-FCT-SUB) TO WS-DAYS-OUT               00111900
               MOVE WS-DAYS-OUT TO WS-FLD-VALUE                         00112000
               PERFORM APPEND-CSV-FIELD                                 00112100
               MOVE WS-F-GROSS (WS-FCT-SUB) TO WS-TOTAL-OUT             00112200
               MOVE WS-TOTAL-OUT TO WS-FLD-VALUE                        00112300
               PERFORM APPEND-CSV-FIELD                                 00112400
               MOVE WS-F-DEDUCT (WS-FCT-SUB) TO WS-TOTAL-OUT            00112500
               MOVE WS-TOTAL-OUT TO WS-FLD-VALUE                        00112600
               PERFORM APPEND-CSV-FIELD                                 00112700
               COMPUTE WS-NET-PAY = WS-F-GROSS (WS-FCT-SUB)             00112800
                                  - WS-F-DEDUCT (WS-FCT-SUB)            00112900
               MOVE WS-NET-PAY TO WS-NET-OUT                            00113000
               IF WS-NET-PAY < 0 THEN                                   00113100
                  MOVE WS-NET-OUT TO WS-FLD-VALUE                       00113200
               ELSE                                                     00113300
                  MOVE WS-NET-OUT (2:) TO WS-FLD-VALUE                  00113400
               END-IF                                                   00113500
               PERFORM APPEND-CSV-FIELD                                 00113600
               MOVE WS-CSV-BUILD TO FACT-CSV-LINE                       00113700
               WRITE FACT-CSV-LINE                                      00113800
               ADD 1 TO WS-COUNT-FACT-SENT                              00113900
               ADD WS-F-GROSS (WS-FCT-SUB) TO WS-FACT-HASH              00114000
            END-PERFORM.                                                00114100
            CLOSE FACTOUT.                                              00114200
      * ADDS WS-FLD-VALUE, TRAILING SPACES TRIMMED, TO THE LINE;        00114300
      * NAMES ARE QUOTED AS THEY MAY HOLD A COMMA.                      00114400
       APPEND-CSV-FIELD.                                                00114500
            IF WS-CSV-PTR > 1 THEN                                      00114600
               STRING ',' DELIMITED BY SIZE                             00114700
                  INTO WS-CSV-BUILD WITH POINTER WS-CSV-PTR             00114800
               END-STRING                                               00114900
            END-IF.                                                     00115000
            IF WS-FLD-QUOTED THEN                                       00115100
               INSPECT WS-FLD-VALUE REPLACING ALL '"' BY "'"            00115200
               STRING '"' DELIMITED BY SIZE                             00115300
                  INTO WS-CSV-BUILD WITH POINTER WS-CSV-PTR             00115400
               END-STRING                                               00115500
            END-IF.                                                     00115600
            MOVE 30 TO WS-FLD-LEN.                                      00115700
            PERFORM UNTIL WS-FLD-LEN = 0                                00115800
               IF WS-FLD-VALUE (WS-FLD-LEN:1) = SPACE THEN              00115900
                  SUBTRACT 1 FROM WS-FLD-LEN                            00116000
               ELSE                                                     00116100
                  STRING WS-FLD-VALUE (1:WS-FLD-LEN) DELIMITED BY SIZE  00116200
                     INTO WS-CSV-BUILD WITH POINTER WS-CSV-PTR          00116300
                  END-STRING                                            00116400
                  MOVE 0 TO WS-FLD-LEN                                  00116500
               END-IF                                                   00116600
            END-PERFORM.                                                00116700
            IF WS-FLD-QUOTED THEN                                       00116800
               STRING '"' DELIMITED BY SIZE                             00116900
                  INTO WS-CSV-BUILD WITH POINTER WS-CSV-PTR             00117000
               END-STRING                                               00117100
            END-IF.                                                     00117200
      * THE SNAPSHOT TRAILERS GO ON ONLY ONCE EVERYTHING HAS WORKED.    00117300
       Z020-WRITE-SNAP-TRAILERS.                                        00117400
            MOVE SPACES TO DPC-REC.                                     00117500
            SET HT-IS-TRAILER OF DPC-REC-HT TO TRUE.                    00117600
            MOVE WS-COUNT-DEPTS TO HT-RECORD-COUNT OF DPC-REC-HT.       00117700
            WRITE DPC-REC.                                              00117800
            MOVE SPACES TO EMP-CUR-REC.                                 00117900
            SET HT-IS-TRAILER OF EMP-CUR-REC-HT TO TRUE.                00118000
            MOVE WS-COUNT-VERSIONS TO HT-RECORD-COUNT OF EMP-CUR-REC-HT.00118100
            WRITE EMP-CUR-REC.                                          00118200
      * ONE MANIFEST PER FILE: THE DETAIL ROWS SENT (NOT THE HEADING)   00118300
      * AND A HASH - THE SALARIES SENT FOR THE EMPLOYEE DIMENSION,      00118400
      * THE GROSS PAY FOR THE FACT, NONE FOR THE DEPARTMENTS.           00118500
       WRITE-MANIFEST-RECS.                                             00118600
            MOVE SPACES TO DEPT-MAN-REC.                                00118700
            MOVE WS-DEPT-DSN TO MAN-DATASET-NAME OF DEPT-MAN-REC.       00118800
            MOVE WS-AUD-START-DATE TO MAN-RUN-DATE OF DEPT-MAN-REC.     00118900
            MOVE WS-AUD-START-TIME TO MAN-RUN-TIME OF DEPT-MAN-REC.     00119000
            MOVE WS-COUNT-DEPT-SENT                                     00119100
               TO MAN-RECORD-COUNT OF DEPT-MAN-REC.                     00119200
            MOVE 0 TO MAN-SALARY-HASH OF DEPT-MAN-REC.                  00119300
            OPEN OUTPUT DEPTMAN.                                        00119400
            WRITE DEPT-MAN-REC.                                         00119500
            CLOSE DEPTMAN.                                              00119600
            MOVE SPACES TO EMP-MAN-REC.                                 00119700
            MOVE WS-EMP-DSN TO MAN-DATASET-NAME OF EMP-MAN-REC.         00119800
            MOVE WS-AUD-START-DATE TO MAN-RUN-DATE OF EMP-MAN-REC.      00119900
            MOVE WS-AUD-START-TIME TO MAN-RUN-TIME OF EMP-MAN-REC.      00120000
            MOVE WS-COUNT-EMP-SENT TO MAN-RECORD-COUNT OF EMP-MAN-REC.  00120100
            MOVE WS-EMP-HASH TO MAN-SALARY-HASH OF EMP-MAN-REC.         00120200
            OPEN OUTPUT EMPMAN.                                         00120300
            WRITE EMP-MAN-REC.                                          00120400
            CLOSE EMPMAN.                                               00120500
            MOVE SPACES TO FACT-MAN-REC.                                00120600
            MOVE WS-FACT-DSN TO MAN-DATASET-NAME OF FACT-MAN-REC.       00120700
            MOVE WS-AUD-START-DATE TO MAN-RUN-DATE OF FACT-MAN-REC.     00120800
            MOVE WS-AUD-START-TIME TO MAN-RUN-TIME OF FACT-MAN-REC.     00120900
            MOVE WS-COUNT-FACT-SENT                                     00121000
               TO MAN-RECORD-COUNT OF FACT-MAN-REC.                     00121100
            MOVE WS-FACT-HASH TO MAN-SALARY-HASH OF FACT-MAN-REC.       00121200
            OPEN OUTPUT FACTMAN.                                        00121300
            WRITE FACT-MAN-REC.                                         00121400
            CLOSE FACTMAN.                                              00121500
       WRITE-EXPORT-SUMMARY.                                            00121600
            MOVE SPACES TO RPT-LINE.                                    00121700
            WRITE RPT-LINE.                                             00121800
            MOVE WS-COUNT-DEPTS TO WS-COUNT-ED.                         00121900
            MOVE SPACES TO RPT-LINE.                                    00122000
            STRING 'DEPARTMENTS ON DEPT_DB   ' WS-COUNT-ED              00122100
               DELIMITED BY SIZE INTO RPT-LINE                          00122200
            END-STRING.                                                 00122300
            WRITE RPT-LINE.                                             00122400
            MOVE WS-COUNT-NO-DIV TO WS-COUNT-ED.                        00122500
            MOVE SPACES TO RPT-LINE.                                    00122600
            STRING 'DEPARTMENTS NO DIVISION  ' WS-COUNT-ED              00122700
               DELIMITED BY SIZE INTO RPT-LINE                          00122800
            END-STRING.                                                 00122900
            WRITE RPT-LINE.                                             00123000
            MOVE WS-COUNT-DEPT-SENT TO WS-COUNT-ED.                     00123100
            MOVE SPACES TO RPT-LINE.                                    00123200
            STRING 'DEPARTMENT ROWS SENT     ' WS-COUNT-ED              00123300
               DELIMITED BY SIZE INTO RPT-LINE                          00123400
            END-STRING.                                                 00123500
            WRITE RPT-LINE.                                             00123600
            MOVE WS-COUNT-HIST-ROWS TO WS-COUNT-ED.                     00123700
            MOVE SPACES TO RPT-LINE.                                    00123800
            STRING 'HISTORY ROWS READ        ' WS-COUNT-ED              00123900
               DELIMITED BY SIZE INTO RPT-LINE                          00124000
            END-STRING.                                                 00124100
            WRITE RPT-LINE.                                             00124200
            MOVE WS-COUNT-EMPLOYEES TO WS-COUNT-ED.                     00124300
            MOVE SPACES TO RPT-LINE.                                    00124400
            STRING 'EMPLOYEES                ' WS-COUNT-ED              00124500
               DELIMITED BY SIZE INTO RPT-LINE                          00124600
            END-STRING.                                                 00124700
            WRITE RPT-LINE.                                             00124800
            MOVE WS-COUNT-VERSIONS TO WS-COUNT-ED.                      00124900
            MOVE SPACES TO RPT-LINE.                                    00125000
            STRING 'EMPLOYEE VERSIONS        ' WS-COUNT-ED              00125100
               DELIMITED BY SIZE INTO RPT-LINE                          00125200
            END-STRING.                                                 00125300
            WRITE RPT-LINE.                                             00125400
            MOVE WS-COUNT-OUT-OF-STEP TO WS-COUNT-ED.                   00125500
            MOVE SPACES TO RPT-LINE.                                    00125600
            STRING 'OUT OF STEP WITH HISTORY ' WS-COUNT-ED              00125700
               DELIMITED BY SIZE INTO RPT-LINE                          00125800
            END-STRING.                                                 00125900
            WRITE RPT-LINE.                                             00126000
            MOVE WS-COUNT-INSERTS TO WS-COUNT-ED.                       00126100
            MOVE SPACES TO RPT-LINE.                                    00126200
            STRING 'VERSIONS SENT AS INSERTS ' WS-COUNT-ED              00126300
               DELIMITED BY SIZE INTO RPT-LINE                          00126400
            END-STRING.                                                 00126500
            WRITE RPT-LINE.                                             00126600
            MOVE WS-COUNT-UPDATES TO WS-COUNT-ED.                       00126700
            MOVE SPACES TO RPT-LINE.                                    00126800
            STRING 'VERSIONS SENT AS UPDATES ' WS-COUNT-ED              00126900
               DELIMITED BY SIZE INTO RPT-LINE                          00127000
            END-STRING.                                                 00127100
            WRITE RPT-LINE.                                             00127200
            MOVE WS-COUNT-DELETES TO WS-COUNT-ED.                       00127300
            MOVE SPACES TO RPT-LINE.                                    00127400
            STRING 'VERSIONS SENT AS DELETES ' WS-COUNT-ED              00127500
               DELIMITED BY SIZE INTO RPT-LINE                          00127600
            END-STRING.                                                 00127700
            WRITE RPT-LINE.                                             00127800
            MOVE WS-COUNT-PAY-READ TO WS-COUNT-ED.                      00127900
            MOVE SPACES TO RPT-LINE.                                    00128000
            STRING 'PERIOD PAY RECORDS       ' WS-COUNT-ED              00128100
               DELIMITED BY SIZE INTO RPT-LINE                          00128200
            END-STRING.                                                 00128300
            WRITE RPT-LINE.                                             00128400
            MOVE WS-COUNT-DED-READ TO WS-COUNT-ED.                      00128500
            MOVE SPACES TO RPT-LINE.                                    00128600
            STRING 'DEDUCTION RECORDS        ' WS-COUNT-ED              00128700
               DELIMITED BY SIZE INTO RPT-LINE                          00128800
            END-STRING.                                                 00128900
            WRITE RPT-LINE.                                             00129000
            MOVE WS-COUNT-FACT-SENT TO WS-COUNT-ED.                     00129100
            MOVE SPACES TO RPT-LINE.                                    00129200
            STRING 'PAYROLL FACT ROWS SENT   ' WS-COUNT-ED              00129300
               DELIMITED BY SIZE INTO RPT-LINE                          00129400
            END-STRING.                                                 00129500
            WRITE RPT-LINE.                                             00129600
            MOVE WS-FACT-HASH TO WS-AMOUNT-ED.                          00129700
            MOVE SPACES TO RPT-LINE.                                    00129800
            STRING 'PAYROLL FACT GROSS PAY   ' WS-AMOUNT-ED             00129900
               DELIMITED BY SIZE INTO RPT-LINE                          00130000
            END-STRING.                                                 00130100
            WRITE RPT-LINE.                                             00130200

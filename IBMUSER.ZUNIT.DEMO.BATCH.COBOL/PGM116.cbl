       IDENTIFICATION DIVISION.                                         00000100
       PROGRAM-ID.   PGM116.                                            00000200
      * DEPARTMENT REORGANISATION AND MASS RE-CODE.  DRIVEN BY THE      00000300
      * REORG MAPPING DECK (DDMAPIN):                                   00000400
      *   D CARDS - OLD DEPARTMENT, NEW DEPARTMENT, EFFECTIVE DATE,     00000500
      *     AND FOR A NEW CODE NOT YET ON DEPT_DB ITS NAME AND COST     00000600
      *     CENTER (BLANK = THE OLD DEPARTMENT'S).  EVERY EMPLOYEE ON   00000700
      *     THE OLD CODE MOVES TO THE NEW ONE AND THE OLD CODE IS       00000800
      *     RETIRED.  A MERGE IS SEVERAL D CARDS TO ONE NEW CODE.       00000900
      *   E CARDS - EMPLOYEE-LEVEL OVERRIDE: EMPLOYEE ID, NEW           00001000
      *     DEPARTMENT, EFFECTIVE DATE AND OPTIONALLY THE DEPARTMENT    00001100
      *     THE EMPLOYEE MUST BE ON NOW.  AN E CARD WINS OVER THE D     00001200
      *     CARD FOR ITS EMPLOYEE, SO A SPLIT IS A D CARD FOR THE       00001300
      *     MAIN PART AND E CARDS FOR THOSE GOING ELSEWHERE, AND A      00001400
      *     PARTIAL MOVE OUT OF A DEPARTMENT THAT STAYS IS E CARDS      00001500
      *     ONLY.                                                       00001600
      * THE RE-CODE IS APPLIED TO EVERY STORE THAT HOLDS A              00001700
      * DEPARTMENT CODE: EMP_DB DEPTID (WITH ONE SALARY_HIST ROW PER    00001800
      * EMPLOYEE MOVED, ACTION 'R', SOURCE_PGM 'PGM116', AT THE         00001900
      * CARD'S EFFECTIVE DATE), DEPT_DB (NEW CODES INSERTED, RETIRED    00002000
      * CODES STAMPED WITH RETIRED_DATE - THE ROW STAYS SO THE          00002100
      * POINT-IN-TIME EXTRACT STILL JOINS EARLIER HISTORY), THE NAME    00002200
      * KSDS, THE PGM45 DIVISION REFERENCE (DDDIVREF), THE PGM64        00002300
      * ACCOUNT MAP (DDACCTMAP), THE PGM61 DISTRIBUTION CONTROL         00002400
      * (DDDISTCTL), THE PGM33 SPLITDEPT CARDS (DDSPLITIN) AND THE      00002500
      * PGM94 COST-ALLOCATION LINES (DDALLOCIN).  IN                    00002550
      * THE FLAT STORES A RETIRED CODE'S ROW IS RENAMED TO ITS NEW      00002600
      * CODE, OR DROPPED WHERE THE NEW CODE ALREADY HAS ONE (A          00002700
      * DIFFERENT DIVISION, ACCOUNT OR SPLIT FILE ON THE TWO ROWS IS    00002800
      * REPORTED AS A CONFLICT AND THE NEW CODE'S ROW KEPT).            00002900
      * A COST-ALLOCATION LINE IS RENAMED, EXCEPT THAT WHERE THE        00002916
      * EMPLOYEE ALREADY HAS A LINE ON THE NEW CODE FOR THE SAME        00002933
      * DATES THE TWO ARE MERGED INTO ONE CARRYING BOTH PERCENTAGES     00002950
      * (ANY OTHER LINE ON THE NEW CODE IS REPORTED AS A CONFLICT),     00002966
      * SO THE SPLIT STILL TOTALS 100.00 AND PASSES PGM94.              00002983
      * MODE SIMULATE (THE DEFAULT) READS EVERYTHING AND REPORTS        00003000
      * WHAT WOULD CHANGE WITHOUT CHANGING ANYTHING; MODE APPLY         00003100
      * MAKES THE CHANGES.  THE DB2 CHANGES ARE ONE UNIT OF WORK,       00003200
      * COMMITTED BEFORE THE KSDS AND FLAT STORES ARE REWRITTEN; A      00003300
      * DEADLOCK OR TIMEOUT IS RETRIED THROUGH PGM112 (LOCKRETRIES,     00003400
      * LOCKWAITSECS).  EVERY STEP FINDS ONLY WHAT IS STILL ON AN       00003500
      * OLD CODE, SO A RERUN AFTER A FAILURE FINISHES THE JOB.          00003600
      * THE DECK IS VALIDATED FIRST AND ANY BAD CARD REFUSES THE        00003700
      * WHOLE DECK (RC 08): A NEW CODE THAT IS ITSELF RETIRED, AN       00003800
      * OLD CODE ON TWO D CARDS, AN EMPLOYEE ON TWO E CARDS, A NEW      00003900
      * CODE NOT ON DEPT_DB AND NOT CREATED BY THE DECK, A BAD DATE,    00004000
      * AND IN APPLY MODE AN EFFECTIVE DATE AFTER THE RUN DATE.         00004100
      * THE RECONCILIATION AT THE END PROVES, PER RETIRED CODE, THAT    00004200
      * NO EMPLOYEE ON EMP_DB OR THE KSDS AND NO FLAT-STORE ROW WAS     00004300
      * LEFT ON IT (RE-READ AFTER THE CHANGES IN APPLY MODE); ANY       00004400
      * LEFT ENDS RC 08.  RC 04 FOR CONFLICTS, AN E CARD WHOSE          00004500
      * EMPLOYEE IS NOT FOUND OR NOT ON ITS STATED DEPARTMENT, OR A     00004600
      * ROW CHANGED UNDER THE RUN.  ONE CPAUDIT RECORD PER RUN.         00004700
      * EACH NAME KSDS RECORD RE-CODED IN APPLY MODE IS JOURNALLED      00004725
      * AS A C TO THE NAME KSDS CHANGE JOURNAL (DDKJRNL, CPKJRNL)       00004750
      * WITH ITS BEFORE AND AFTER IMAGES.                               00004775
       ENVIRONMENT DIVISION.                                            00004800
       INPUT-OUTPUT SECTION.                                            00004900
       FILE-CONTROL.                                                    00005000
                SELECT MAPIN ASSIGN TO DDMAPIN                          00005100
                ORGANIZATION IS SEQUENTIAL.                             00005200
                SELECT PARMFILE ASSIGN TO DDPARMIN                      00005300
                ORGANIZATION IS SEQUENTIAL.                             00005400
                SELECT KSDSIO ASSIGN TO DDKSDS                          00005500
                ORGANIZATION IS INDEXED                                 00005600
                ACCESS MODE IS SEQUENTIAL                               00005700
                RECORD KEY IS FL-EMP-ID OF KSDS-REC                     00005800
                FILE STATUS IS WS-KSDS-STATUS.                          00005900
                SELECT DIVREF ASSIGN TO DDDIVREF                        00006000
                ORGANIZATION IS SEQUENTIAL.                             00006100
                SELECT ACCTMAP ASSIGN TO DDACCTMAP                      00006200
                ORGANIZATION IS SEQUENTIAL.                             00006300
                SELECT DISTCTL ASSIGN TO DDDISTCTL                      00006400
                ORGANIZATION IS SEQUENTIAL.                             00006500
                SELECT SPLITIN ASSIGN TO DDSPLITIN                      00006600
                ORGANIZATION IS SEQUENTIAL.                             00006633
                SELECT ALLOCIN ASSIGN TO DDALLOCIN                      00006666
                ORGANIZATION IS SEQUENTIAL.                             00006700
                SELECT RPTFILE ASSIGN TO DDRPTOUT                       00006800
                ORGANIZATION IS SEQUENTIAL.                             00006900
                SELECT AUDITOUT ASSIGN TO DDAUDITOUT                    00007000
                ORGANIZATION IS SEQUENTIAL.                             00007033
                SELECT KJRNL ASSIGN TO DDKJRNL                          00007066
                ORGANIZATION IS SEQUENTIAL.                             00007100
       DATA DIVISION.                                                   00007200
       FILE SECTION.                                                    00007300
       FD MAPIN                                                         00007400
            RECORDING MODE IS F.                                        00007500
       01 RMP-REC.                                                      00007600
           05 RMP-TYPE      PIC X(1).                                   00007700
               88 RMP-DEPT-MAP    VALUE 'D'.                            00007800
               88 RMP-EMP-MAP     VALUE 'E'.                            00007900
           05 FILLER        PIC X(1).                                   00008000
           05 RMP-OLD-DEPT  PIC X(4).                                   00008100
           05 FILLER        PIC X(1).                                   00008200
           05 RMP-NEW-DEPT  PIC X(4).                                   00008300
           05 FILLER        PIC X(1).                                   00008400
           05 RMP-EFF-DATE  PIC X(8).                                   00008500
           05 FILLER        PIC X(1).                                   00008600
           05 RMP-EMP-ID    PIC X(8).                                   00008700
           05 FILLER        PIC X(1).                                   00008800
           05 RMP-NEW-NAME  PIC X(20).                                  00008900
           05 FILLER        PIC X(1).                                   00009000
           05 RMP-NEW-CC    PIC X(6).                                   00009100
           05 FILLER        PIC X(23).                                  00009200
       FD PARMFILE                                                      00009300
            RECORDING MODE IS F.                                        00009400
       01 PARM-CARD.                                                    00009500
          COPY CPPARMCD.                                                00009600
       FD KSDSIO.                                                       00009700
       01 KSDS-REC.                                                     00009800
          COPY CPFLREC.                                                 00009900
      * THE FLAT STORES ARE HANDLED AS WHOLE 80-BYTE ROWS; EACH         00010000
      * STORE'S DEPARTMENT POSITION IS SET IN RECODE-ALL-STORES.        00010100
       FD DIVREF                                                        00010200
            RECORDING MODE IS F.                                        00010300
       01 DIVREF-REC PIC X(80).                                         00010400
       FD ACCTMAP                                                       00010500
            RECORDING MODE IS F.                                        00010600
       01 ACM-REC PIC X(80).                                            00010700
       FD DISTCTL                                                       00010800
            RECORDING MODE IS F.                                        00010900
       01 DST-REC PIC X(80).                                            00011000
       FD SPLITIN                                                       00011100
            RECORDING MODE IS F.                                        00011200
       01 SPL-REC PIC X(80).                                            00011300
       FD ALLOCIN                                                       00011325
            RECORDING MODE IS F.                                        00011350
       01 ALC-REC PIC X(80).                                            00011375
       FD RPTFILE                                                       00011400
            RECORDING MODE IS F.                                        00011500
       01 RPT-LINE PIC X(80).                                           00011600
       FD AUDITOUT                                                      00011700
            RECORDING MODE IS F.                                        00011800
       01 AUD-REC.                                                      00011900
          COPY CPAUDIT.                                                 00012000
       FD KJRNL                                                         00012020
            RECORDING MODE IS F.                                        00012040
       01 KJ-REC.                                                       00012060
          COPY CPKJRNL.                                                 00012080
       WORKING-STORAGE SECTION.                                         00012100
       01 WS-MAP-EOF-SW PIC X(1) VALUE 'N'.                             00012200
           88 WS-MAP-EOF       VALUE 'Y'.                               00012300
       01 WS-PARM-EOF-SW PIC X(1) VALUE 'N'.                            00012400
           88 WS-PARM-EOF      VALUE 'Y'.                               00012500
       01 WS-KSDS-EOF-SW PIC X(1) VALUE 'N'.                            00012600
           88 WS-KSDS-EOF      VALUE 'Y'.                               00012700
       01 WS-STO-EOF-SW PIC X(1) VALUE 'N'.                             00012800
           88 WS-STO-EOF       VALUE 'Y'.                               00012900
       01 WS-KSDS-STATUS PIC X(2) VALUE SPACES.                         00013000
           88 WS-KSDS-OK       VALUE '00' '02'.                         00013100
       01 WS-MODE PIC X(8) VALUE 'SIMULATE'.                            00013200
           88 WS-MODE-SIMULATE VALUE 'SIMULATE'.                        00013300
           88 WS-MODE-APPLY    VALUE 'APPLY'.                           00013400
       01 WS-DECK-SW PIC X(1) VALUE 'Y'.                                00013500
           88 WS-DECK-OK       VALUE 'Y'.                               00013600
       01 WS-FOUND-SW PIC X(1) VALUE 'N'.                               00013700
           88 WS-ENTRY-FOUND   VALUE 'Y'.                               00013800
       01 WS-RUN-DATE          PIC 9(8) VALUE 0.                        00013900
       01 WS-RUN-NUMBER        PIC 9(5) VALUE 0.                        00014000
       01 WS-AUD-START-DATE    PIC 9(8).                                00014100
       01 WS-AUD-START-TIME    PIC 9(8).                                00014200
       01 WS-DATE-WORK.                                                 00014300
           05 WS-DATE-YYYY     PIC 9(4).                                00014400
           05 WS-DATE-MM       PIC 9(2).                                00014500
           05 WS-DATE-DD       PIC 9(2).                                00014600
       01 WS-DATE-WORK-N REDEFINES WS-DATE-WORK PIC 9(8).               00014700
       01 WS-COUNT-CARDS       PIC 9(7) VALUE 0.                        00014800
       01 WS-COUNT-BAD-CARDS   PIC 9(7) VALUE 0.                        00014900
       01 WS-COUNT-WARNINGS    PIC 9(7) VALUE 0.                        00015000
       01 WS-COUNT-CONFLICTS   PIC 9(7) VALUE 0.                        00015100
       01 WS-COUNT-EMP-SCANNED PIC 9(7) VALUE 0.                        00015200
       01 WS-COUNT-EMP-MOVED   PIC 9(7) VALUE 0.                        00015300
       01 WS-COUNT-EMP-CHANGED PIC 9(7) VALUE 0.                        00015400
       01 WS-COUNT-KSDS-SCANNED PIC 9(7) VALUE 0.                       00015500
       01 WS-COUNT-KSDS-MOVED  PIC 9(7) VALUE 0.                        00015600
       01 WS-COUNT-KSDS-FAILED PIC 9(7) VALUE 0.                        00015700
       01 WS-COUNT-DEPT-ADDED  PIC 9(7) VALUE 0.                        00015800
       01 WS-COUNT-DEPT-RETIRED PIC 9(7) VALUE 0.                       00015900
       01 WS-COUNT-LEFT        PIC 9(7) VALUE 0.                        00016000
       01 WS-REJECT-TEXT       PIC X(40) VALUE SPACES.                  00016100
       01 WS-ACTION-TEXT       PIC X(12) VALUE SPACES.                  00016200
       01 WS-SQLCODE-DISPLAY   PIC -9(9).                               00016300
       01 WS-EMPID-D           PIC 9(8).                                00016400
       01 WS-EMPID-X           PIC X(8) VALUE SPACES.                   00016500
       01 WS-EMPID-X-N REDEFINES WS-EMPID-X PIC 9(8).                   00016600
       01 WS-CUR-DEPT          PIC X(4) VALUE SPACES.                   00016700
       01 WS-TGT-DEPT          PIC X(4) VALUE SPACES.                   00016800
       01 WS-TGT-EFF           PIC 9(8) VALUE 0.                        00016900
       01 WS-TGT-SOURCE        PIC X(4) VALUE SPACES.                   00017000
       01 WS-DMP-HIT           PIC 9(3) COMP VALUE 0.                   00017100
       01 WS-DBRETRY-PGM       PIC X(8) VALUE 'PGM112'.                 00017200
       01 WS-DB-RETRY.                                                  00017300
          COPY CPDBRTRY.                                                00017400
       01 WS-REPLAY-SW PIC X(1) VALUE 'N'.                              00017500
           88 WS-UOW-REPLAY    VALUE 'Y'.                               00017600
      * D CARDS.  THE OLD CODE OF EVERY D CARD IS RETIRED; THE          00017700
      * COUNTS FEED THE RECONCILIATION.                                 00017800
       01 WS-DMP-COUNT PIC 9(3) COMP VALUE 0.                           00017900
       01 WS-DMP-TABLE.                                                 00018000
           05 WS-DMP-ENTRY OCCURS 100 TIMES                             00018100
                            INDEXED BY WS-DMP-IDX WS-DMP-SAV.           00018200
               10 WS-DMP-OLD         PIC X(4).                          00018300
               10 WS-DMP-NEW         PIC X(4).                          00018400
               10 WS-DMP-EFF         PIC 9(8).                          00018500
               10 WS-DMP-NAME        PIC X(20).                         00018600
               10 WS-DMP-CC          PIC X(6).                          00018700
               10 WS-DMP-EMP-BEFORE  PIC 9(7).                          00018800
               10 WS-DMP-EMP-MOVED   PIC 9(7).                          00018900
               10 WS-DMP-EMP-LEFT    PIC 9(7).                          00019000
               10 WS-DMP-KSDS-BEFORE PIC 9(7).                          00019100
               10 WS-DMP-KSDS-MOVED  PIC 9(7).                          00019200
               10 WS-DMP-KSDS-LEFT   PIC 9(7).                          00019300
               10 WS-DMP-STO-LEFT    PIC 9(7).                          00019400
      * E CARDS.                                                        00019500
       01 WS-EMP-COUNT PIC 9(4) COMP VALUE 0.                           00019600
       01 WS-EMP-TABLE.                                                 00019700
           05 WS-EMP-ENTRY OCCURS 500 TIMES                             00019800
                            INDEXED BY WS-EMP-IDX WS-EMP-SAV.           00019900
               10 WS-EMP-ID          PIC X(8).                          00020000
               10 WS-EMP-OLD         PIC X(4).                          00020100
               10 WS-EMP-NEW         PIC X(4).                          00020200
               10 WS-EMP-EFF         PIC 9(8).                          00020300
               10 WS-EMP-SEEN-SW     PIC X(1).                          00020400
      * EVERY NEW CODE NAMED BY THE DECK AND WHAT DEPT_DB SAYS OF       00020500
      * IT: A = ON DEPT_DB AND LIVE, R = ON DEPT_DB BUT RETIRED         00020600
      * (REINSTATED BY THE RUN), N = NOT ON DEPT_DB (INSERTED FROM      00020700
      * ITS D CARD).                                                    00020800
       01 WS-NEW-COUNT PIC 9(3) COMP VALUE 0.                           00020900
       01 WS-NEW-TABLE.                                                 00021000
           05 WS-NEW-ENTRY OCCURS 200 TIMES                             00021100
                            INDEXED BY WS-NEW-IDX.                      00021200
               10 WS-NEW-DEPT        PIC X(4).                          00021300
               10 WS-NEW-STATE       PIC X(1).                          00021400
               10 WS-NEW-NAME        PIC X(20).                         00021500
               10 WS-NEW-CC          PIC X(6).                          00021600
               10 WS-NEW-BY-D-SW     PIC X(1).                          00021700
      * EMP_DB ROWS THAT MOVE, COLLECTED BEFORE ANYTHING IS CHANGED.    00021800
       01 WS-MOV-COUNT PIC 9(5) COMP VALUE 0.                           00021900
       01 WS-MOV-TABLE.                                                 00022000
           05 WS-MOV-ENTRY OCCURS 5000 TIMES                            00022100
                            INDEXED BY WS-MOV-IDX.                      00022200
               10 WS-MOV-EMPID       PIC S9(9) COMP.                    00022300
               10 WS-MOV-NAME        PIC X(20).                         00022400
               10 WS-MOV-NAME-LEN    PIC S9(4) COMP.                    00022500
               10 WS-MOV-SALARY      PIC S9(8)V9(2) COMP-3.             00022600
               10 WS-MOV-OLD         PIC X(4).                          00022700
               10 WS-MOV-OLD-IND     PIC S9(4) COMP.                    00022800
               10 WS-MOV-NEW         PIC X(4).                          00022900
               10 WS-MOV-EFF         PIC 9(8).                          00023000
               10 WS-MOV-SOURCE      PIC X(4).                          00023100
               10 WS-MOV-DONE-SW     PIC X(1).                          00023200
      * ONE FLAT STORE AT A TIME, AS WHOLE ROWS.                        00023300
       01 WS-STO-NAME          PIC X(12) VALUE SPACES.                  00023400
       01 WS-STO-DEPT-POS      PIC 9(2) VALUE 1.                        00023500
       01 WS-STO-CMP-POS       PIC 9(2) VALUE 1.                        00023600
       01 WS-STO-CMP-LEN       PIC 9(2) VALUE 1.                        00023700
       01 WS-STO-RULE          PIC X(1) VALUE 'D'.                      00023800
           88 WS-STO-ONE-PER-DEPT VALUE 'D'.                            00023900
           88 WS-STO-ROW-UNIQUE   VALUE 'R'.                            00024000
           88 WS-STO-ALLOC-LINES  VALUE 'A'.                            00024050
       01 WS-STO-KEY           PIC X(20) VALUE SPACES.                  00024100
       01 WS-STO-CANDIDATE     PIC X(80) VALUE SPACES.                  00024200
       01 WS-STO-COUNT PIC 9(4) COMP VALUE 0.                           00024300
       01 WS-STO-TABLE.                                                 00024400
           05 WS-STO-ENTRY OCCURS 1000 TIMES                            00024500
                            INDEXED BY WS-STO-IDX WS-STO-JDX.           00024600
               10 WS-STO-ROW         PIC X(80).                         00024700
               10 WS-STO-DROP-SW     PIC X(1).                          00024800
       01 WS-STO-CHANGED       PIC 9(5) VALUE 0.                        00024900
       01 WS-STO-FULL-SW PIC X(1) VALUE 'N'.                            00025000
           88 WS-STO-FULL      VALUE 'Y'.                               00025100
      * THE TWO COST-ALLOCATION LINES A MERGE ADDS TOGETHER.            00025116
       01 WS-ALC-TWIN.                                                  00025133
          COPY CPALLOC.                                                 00025150
       01 WS-ALC-THIS.                                                  00025166
          COPY CPALLOC.                                                 00025183
       01 WS-RETCD.                                                     00025200
           COPY CPRETCD.                                                00025300
            EXEC SQL                                                    00025400
                 INCLUDE SQLCA                                          00025500
            END-EXEC.                                                   00025600
       01 WS-EMPID          PIC S9(9) USAGE COMP.                       00025700
       01 WS-EMPNAME.                                                   00025800
           49 WS-EMPNAME-LEN  PIC S9(4) USAGE COMP.                     00025900
           49 WS-EMPNAME-TEXT PIC X(20).                                00026000
       01 WS-SALARY         PIC S9(8)V9(2) USAGE COMP-3.                00026100
       01 WS-DEPTID         PIC X(4).                                   00026200
       01 WS-DEPTID-IND     PIC S9(4) USAGE COMP.                       00026300
       01 WS-NEW-DEPTID     PIC X(4).                                   00026400
       01 WS-HIST-EFF-DATE  PIC X(10) VALUE SPACES.                     00026500
       01 WS-DEPTNAME.                                                  00026600
           49 WS-DEPTNAME-LEN  PIC S9(4) USAGE COMP.                    00026700
           49 WS-DEPTNAME-TEXT PIC X(30).                               00026800
       01 WS-COSTCENTER     PIC X(6).                                   00026900
       01 WS-RETIRED-DATE   PIC X(10).                                  00027000
       01 WS-RETIRED-IND    PIC S9(4) USAGE COMP.                       00027100
       01 WS-LEFT-COUNT     PIC S9(9) USAGE COMP.                       00027200
                                                                        00027300
            EXEC SQL                                                    00027400
                 DECLARE CSREMP CURSOR FOR                              00027500
                 SELECT EMPID, EMPNAME, SALARY, DEPTID                  00027600
                 FROM   EMP_DB                                          00027700
                 ORDER BY EMPID                                         00027800
                 FOR FETCH ONLY                                         00027900
            END-EXEC.                                                   00028000
       PROCEDURE DIVISION.                                              00028100
       MAIN-ROUTINE.                                                    00028200
            ACCEPT WS-AUD-START-DATE FROM DATE YYYYMMDD.                00028300
            ACCEPT WS-AUD-START-TIME FROM TIME.                         00028400
            MOVE WS-AUD-START-DATE TO WS-RUN-DATE.                      00028500
            MOVE 'PGM116' TO DBR-PROGRAM.                               00028600
            MOVE 3 TO DBR-RETRY-LIMIT.                                  00028700
            MOVE 30 TO DBR-RETRY-WAIT.                                  00028800
            MOVE 0 TO DBR-RETRY-COUNT.                                  00028900
            MOVE 0 TO DBR-RETRY-TOTAL.                                  00029000
            SET WS-RC-OK TO TRUE.                                       00029100
            PERFORM READ-REORG-PARMS.                                   00029200
            OPEN OUTPUT RPTFILE.                                        00029300
            MOVE SPACES TO RPT-LINE.                                    00029400
            STRING '---- PGM116 DEPARTMENT REORGANISATION ' WS-RUN-DATE 00029500
               ' MODE ' WS-MODE ' ----'                                 00029600
               DELIMITED BY SIZE INTO RPT-LINE                          00029700
            END-STRING.                                                 00029800
            WRITE RPT-LINE.                                             00029900
            PERFORM LOAD-REORG-MAP.                                     00030000
            IF WS-DECK-OK THEN                                          00030100
               PERFORM VALIDATE-NEW-CODES                               00030200
            END-IF.                                                     00030300
            IF WS-DECK-OK AND (WS-DMP-COUNT > 0 OR WS-EMP-COUNT > 0)    00030400
               PERFORM COLLECT-EMP-MOVES                                00030500
                  THRU COLLECT-EMP-MOVES-EXIT                           00030550
            END-IF.                                                     00030600
            IF WS-DECK-OK AND WS-MODE-APPLY AND NOT WS-RC-IO-ERROR      00030700
               PERFORM APPLY-DB2-CHANGES                                00030800
               PERFORM APPLY-DB2-CHANGES                                00030900
                  UNTIL NOT WS-UOW-REPLAY                               00031000
            END-IF.                                                     00031100
            IF WS-DECK-OK AND NOT WS-RC-IO-ERROR THEN                   00031200
               PERFORM LIST-EMP-MOVES                                   00031300
               PERFORM RECODE-NAME-KSDS                                 00031400
               PERFORM RECODE-ALL-STORES                                00031500
               PERFORM RECONCILE-RETIRED-CODES                          00031600
            END-IF.                                                     00031700
            PERFORM WRITE-REORG-SUMMARY.                                00031800
            CLOSE RPTFILE.                                              00031900
            PERFORM WRITE-RUN-AUDIT-REC.                                00032000
            MOVE WS-RETURN-CODE TO RETURN-CODE.                         00032100
            GOBACK.                                                     00032200
       READ-REORG-PARMS.                                                00032300
            OPEN INPUT PARMFILE.                                        00032400
            PERFORM READ-ONE-PARM THRU READ-ONE-PARM-EXIT               00032500
               UNTIL WS-PARM-EOF.                                       00032600
            CLOSE PARMFILE.                                             00032700
       READ-ONE-PARM.                                                   00032800
            READ PARMFILE                                               00032900
              AT END                                                    00033000
                 SET WS-PARM-EOF TO TRUE                                00033100
                 GO TO READ-ONE-PARM-EXIT                               00033200
            END-READ.                                                   00033300
            EVALUATE PARM-KEY                                           00033400
                WHEN 'MODE'                                             00033500
                   IF PARM-VALUE-TEXT (1:8) = 'APPLY' OR                00033600
                      PARM-VALUE-TEXT (1:8) = 'SIMULATE' THEN           00033700
                      MOVE PARM-VALUE-TEXT (1:8) TO WS-MODE             00033800
                   END-IF                                               00033900
                WHEN 'RUNDATE'                                          00034000
                   IF PARM-VALUE-NUM > 0 THEN                           00034100
                      MOVE PARM-VALUE-NUM TO WS-RUN-DATE                00034200
                   END-IF                                               00034300
                WHEN 'RUNNUMBER'                                        00034400
                   MOVE PARM-VALUE-NUM TO WS-RUN-NUMBER                 00034500
                WHEN 'LOCKRETRIES'                                      00034600
                   IF PARM-VALUE-NUM < 1000 THEN                        00034700
                      MOVE PARM-VALUE-NUM TO DBR-RETRY-LIMIT            00034800
                   END-IF                                               00034900
                WHEN 'LOCKWAITSECS'                                     00035000
                   IF PARM-VALUE-NUM < 100000 THEN                      00035100
                      MOVE PARM-VALUE-NUM TO DBR-RETRY-WAIT             00035200
                   END-IF                                               00035300
                WHEN OTHER                                              00035400
                   CONTINUE                                             00035500
            END-EVALUATE.                                               00035600
       READ-ONE-PARM-EXIT.                                              00035700
            EXIT.                                                       00035800
      ******************************************************************00035900
      * LOAD AND CHECK THE MAPPING DECK.  EVERY BAD CARD IS LISTED     *00036000
      * AND THE DECK IS REFUSED AS A WHOLE.                            *00036100
      ******************************************************************00036200
       LOAD-REORG-MAP.                                                  00036300
            MOVE SPACES TO RPT-LINE.                                    00036400
            WRITE RPT-LINE.                                             00036500
            MOVE 'MAPPING DECK' TO RPT-LINE.                            00036600
            WRITE RPT-LINE.                                             00036700
            OPEN INPUT MAPIN.                                           00036800
            PERFORM LOAD-ONE-MAP-CARD THRU LOAD-ONE-MAP-CARD-EXIT       00036900
               UNTIL WS-MAP-EOF.                                        00037000
            CLOSE MAPIN.                                                00037100
            IF WS-DMP-COUNT > 0 THEN                                    00037200
               PERFORM CHECK-D-CARD-CHAIN                               00037300
                  VARYING WS-DMP-IDX FROM 1 BY 1                        00037400
                  UNTIL WS-DMP-IDX > WS-DMP-COUNT                       00037500
            END-IF.                                                     00037600
            IF WS-EMP-COUNT > 0 THEN                                    00037700
               PERFORM CHECK-E-CARD-CHAIN                               00037800
                  VARYING WS-EMP-IDX FROM 1 BY 1                        00037900
                  UNTIL WS-EMP-IDX > WS-EMP-COUNT                       00038000
            END-IF.                                                     00038100
            IF WS-COUNT-BAD-CARDS > 0 THEN                              00038200
               MOVE 'N' TO WS-DECK-SW                                   00038300
               SET WS-RC-DATA-ERROR TO TRUE                             00038400
            END-IF.                                                     00038500
            IF WS-DMP-COUNT = 0 AND WS-EMP-COUNT = 0 THEN               00038600
               MOVE '  NO MAPPING CARDS - NOTHING TO DO' TO RPT-LINE    00038700
               WRITE RPT-LINE                                           00038800
               IF WS-RC-OK THEN                                         00038900
                  SET WS-RC-WARNING TO TRUE                             00039000
               END-IF                                                   00039100
            END-IF.                                                     00039200
       LOAD-ONE-MAP-CARD.                                               00039300
            READ MAPIN                                                  00039400
              AT END                                                    00039500
                 SET WS-MAP-EOF TO TRUE                                 00039600
                 GO TO LOAD-ONE-MAP-CARD-EXIT                           00039700
            END-READ.                                                   00039800
            IF RMP-REC = SPACES OR RMP-TYPE = '*' THEN                  00039900
               GO TO LOAD-ONE-MAP-CARD-EXIT                             00040000
            END-IF.                                                     00040100
            ADD 1 TO WS-COUNT-CARDS.                                    00040200
            MOVE SPACES TO WS-REJECT-TEXT.                              00040300
            IF RMP-EFF-DATE IS NUMERIC THEN                             00040400
               MOVE RMP-EFF-DATE TO WS-DATE-WORK                        00040500
            ELSE                                                        00040600
               MOVE 0 TO WS-DATE-WORK-N                                 00040700
            END-IF.                                                     00040800
            EVALUATE TRUE                                               00040900
                WHEN NOT RMP-DEPT-MAP AND NOT RMP-EMP-MAP               00041000
                   MOVE 'CARD TYPE NOT D OR E' TO WS-REJECT-TEXT        00041100
                WHEN RMP-NEW-DEPT = SPACES                              00041200
                   MOVE 'NO NEW DEPARTMENT' TO WS-REJECT-TEXT           00041300
                WHEN WS-DATE-MM < 1 OR WS-DATE-MM > 12 OR               00041400
                     WS-DATE-DD < 1 OR WS-DATE-DD > 31 OR               00041500
                     WS-DATE-YYYY < 1900                                00041600
                   MOVE 'BAD EFFECTIVE DATE' TO WS-REJECT-TEXT          00041700
                WHEN WS-MODE-APPLY AND WS-DATE-WORK-N > WS-RUN-DATE     00041800
                   MOVE 'EFFECTIVE AFTER THE RUN DATE' TO WS-REJECT-TEXT00041900
                WHEN RMP-DEPT-MAP AND RMP-OLD-DEPT = SPACES             00042000
                   MOVE 'NO OLD DEPARTMENT' TO WS-REJECT-TEXT           00042100
                WHEN RMP-DEPT-MAP AND RMP-OLD-DEPT = RMP-NEW-DEPT       00042200
                   MOVE 'OLD AND NEW DEPARTMENT THE SAME'               00042300
                      TO WS-REJECT-TEXT                                 00042400
                WHEN RMP-EMP-MAP AND RMP-EMP-ID = SPACES                00042500
                   MOVE 'NO EMPLOYEE ID' TO WS-REJECT-TEXT              00042600
                WHEN RMP-DEPT-MAP AND WS-DMP-COUNT >= 100               00042700
                   MOVE 'MORE THAN 100 D CARDS' TO WS-REJECT-TEXT       00042800
                WHEN RMP-EMP-MAP AND WS-EMP-COUNT >= 500                00042900
                   MOVE 'MORE THAN 500 E CARDS' TO WS-REJECT-TEXT       00043000
                WHEN OTHER                                              00043100
                   CONTINUE                                             00043200
            END-EVALUATE.                                               00043300
            IF WS-REJECT-TEXT = SPACES AND RMP-DEPT-MAP THEN            00043400
               PERFORM STORE-D-CARD                                     00043500
            END-IF.                                                     00043600
            IF WS-REJECT-TEXT = SPACES AND RMP-EMP-MAP THEN             00043700
               PERFORM STORE-E-CARD                                     00043800
            END-IF.                                                     00043900
            IF WS-DATE-WORK-N > WS-RUN-DATE AND                         00044000
               WS-REJECT-TEXT = SPACES THEN                             00044100
               MOVE 'NOT YET EFFECTIVE' TO WS-REJECT-TEXT               00044200
               ADD 1 TO WS-COUNT-WARNINGS                               00044300
            ELSE                                                        00044400
               IF WS-REJECT-TEXT NOT = SPACES THEN                      00044500
                  ADD 1 TO WS-COUNT-BAD-CARDS                           00044600
               END-IF                                                   00044700
            END-IF.                                                     00044800
            MOVE SPACES TO RPT-LINE.                                    00044900
            STRING '  ' RMP-REC (1:36) ' ' WS-REJECT-TEXT               00045000
               DELIMITED BY SIZE INTO RPT-LINE                          00045100
            END-STRING.                                                 00045200
            WRITE RPT-LINE.                                             00045300
       LOAD-ONE-MAP-CARD-EXIT.                                          00045400
            EXIT.                                                       00045500
       STORE-D-CARD.                                                    00045600
            MOVE 'N' TO WS-FOUND-SW.                                    00045700
            IF WS-DMP-COUNT > 0 THEN                                    00045800
               PERFORM FIND-OLD-ON-DMP                                  00045900
                  VARYING WS-DMP-IDX FROM 1 BY 1                        00046000
                  UNTIL WS-DMP-IDX > WS-DMP-COUNT OR WS-ENTRY-FOUND     00046100
            END-IF.                                                     00046200
            IF WS-ENTRY-FOUND THEN                                      00046300
               MOVE 'OLD DEPARTMENT ON TWO D CARDS' TO WS-REJECT-TEXT   00046400
            ELSE                                                        00046500
               ADD 1 TO WS-DMP-COUNT                                    00046600
               SET WS-DMP-IDX TO WS-DMP-COUNT                           00046700
               MOVE RMP-OLD-DEPT TO WS-DMP-OLD (WS-DMP-IDX)             00046800
               MOVE RMP-NEW-DEPT TO WS-DMP-NEW (WS-DMP-IDX)             00046900
               MOVE WS-DATE-WORK-N TO WS-DMP-EFF (WS-DMP-IDX)           00047000
               MOVE RMP-NEW-NAME TO WS-DMP-NAME (WS-DMP-IDX)            00047100
               MOVE RMP-NEW-CC TO WS-DMP-CC (WS-DMP-IDX)                00047200
               MOVE 0 TO WS-DMP-EMP-BEFORE (WS-DMP-IDX)                 00047300
                         WS-DMP-EMP-MOVED (WS-DMP-IDX)                  00047400
                         WS-DMP-EMP-LEFT (WS-DMP-IDX)                   00047500
                         WS-DMP-KSDS-BEFORE (WS-DMP-IDX)                00047600
                         WS-DMP-KSDS-MOVED (WS-DMP-IDX)                 00047700
                         WS-DMP-KSDS-LEFT (WS-DMP-IDX)                  00047800
                         WS-DMP-STO-LEFT (WS-DMP-IDX)                   00047900
            END-IF.                                                     00048000
       FIND-OLD-ON-DMP.                                                 00048100
            IF WS-DMP-OLD (WS-DMP-IDX) = RMP-OLD-DEPT THEN              00048200
               SET WS-ENTRY-FOUND TO TRUE                               00048300
            END-IF.                                                     00048400
       STORE-E-CARD.                                                    00048500
            MOVE 'N' TO WS-FOUND-SW.                                    00048600
            IF WS-EMP-COUNT > 0 THEN                                    00048700
               PERFORM FIND-EMP-ON-TABLE                                00048800
                  VARYING WS-EMP-IDX FROM 1 BY 1                        00048900
                  UNTIL WS-EMP-IDX > WS-EMP-COUNT OR WS-ENTRY-FOUND     00049000
            END-IF.                                                     00049100
            IF WS-ENTRY-FOUND THEN                                      00049200
               MOVE 'EMPLOYEE ON TWO E CARDS' TO WS-REJECT-TEXT         00049300
            ELSE                                                        00049400
               ADD 1 TO WS-EMP-COUNT                                    00049500
               SET WS-EMP-IDX TO WS-EMP-COUNT                           00049600
               MOVE RMP-EMP-ID TO WS-EMP-ID (WS-EMP-IDX)                00049700
               MOVE RMP-OLD-DEPT TO WS-EMP-OLD (WS-EMP-IDX)             00049800
               MOVE RMP-NEW-DEPT TO WS-EMP-NEW (WS-EMP-IDX)             00049900
               MOVE WS-DATE-WORK-N TO WS-EMP-EFF (WS-EMP-IDX)           00050000
               MOVE 'N' TO WS-EMP-SEEN-SW (WS-EMP-IDX)                  00050100
            END-IF.                                                     00050200
       FIND-EMP-ON-TABLE.                                               00050300
            IF WS-EMP-ID (WS-EMP-IDX) = RMP-EMP-ID THEN                 00050400
               SET WS-ENTRY-FOUND TO TRUE                               00050500
            END-IF.                                                     00050600
      * A NEW CODE MAY NOT BE A CODE THE SAME DECK RETIRES - THE        00050700
      * EMPLOYEES WOULD BE LEFT ON A RETIRED CODE.                      00050800
       CHECK-D-CARD-CHAIN.                                              00050900
            MOVE WS-DMP-NEW (WS-DMP-IDX) TO WS-TGT-DEPT.                00051000
            PERFORM CHECK-TARGET-NOT-RETIRED.                           00051100
       CHECK-E-CARD-CHAIN.                                              00051200
            MOVE WS-EMP-NEW (WS-EMP-IDX) TO WS-TGT-DEPT.                00051300
            PERFORM CHECK-TARGET-NOT-RETIRED.                           00051400
       CHECK-TARGET-NOT-RETIRED.                                        00051500
            MOVE 'N' TO WS-FOUND-SW.                                    00051600
            PERFORM FIND-TARGET-ON-DMP                                  00051700
               VARYING WS-DMP-SAV FROM 1 BY 1                           00051800
               UNTIL WS-DMP-SAV > WS-DMP-COUNT OR WS-ENTRY-FOUND.       00051900
            IF WS-ENTRY-FOUND THEN                                      00052000
               ADD 1 TO WS-COUNT-BAD-CARDS                              00052100
               MOVE SPACES TO RPT-LINE                                  00052200
               STRING '  NEW DEPARTMENT ' WS-TGT-DEPT                   00052300
                  ' IS RETIRED BY THIS DECK'                            00052400
                  DELIMITED BY SIZE INTO RPT-LINE                       00052500
               END-STRING                                               00052600
               WRITE RPT-LINE                                           00052700
            END-IF.                                                     00052800
       FIND-TARGET-ON-DMP.                                              00052900
            IF WS-DMP-OLD (WS-DMP-SAV) = WS-TGT-DEPT THEN               00053000
               SET WS-ENTRY-FOUND TO TRUE                               00053100
            END-IF.                                                     00053200
      ******************************************************************00053300
      * EVERY NEW CODE MUST BE ON DEPT_DB OR BE CREATED BY A D CARD.   *00053400
      * A D CARD'S NEW CODE NOT ON DEPT_DB TAKES THE CARD'S NAME AND   *00053500
      * COST CENTER, OR THE OLD DEPARTMENT'S WHERE THE CARD HAS NONE.  *00053600
      ******************************************************************00053700
       VALIDATE-NEW-CODES.                                              00053800
            IF WS-DMP-COUNT > 0 THEN                                    00053900
               PERFORM VALIDATE-D-TARGET                                00054000
                  VARYING WS-DMP-IDX FROM 1 BY 1                        00054100
                  UNTIL WS-DMP-IDX > WS-DMP-COUNT                       00054200
                     OR WS-RC-IO-ERROR                                  00054300
            END-IF.                                                     00054400
            IF WS-EMP-COUNT > 0 THEN                                    00054500
               PERFORM VALIDATE-E-TARGET                                00054600
                  VARYING WS-EMP-IDX FROM 1 BY 1                        00054700
                  UNTIL WS-EMP-IDX > WS-EMP-COUNT                       00054800
                     OR WS-RC-IO-ERROR                                  00054900
            END-IF.                                                     00055000
            IF WS-COUNT-BAD-CARDS > 0 OR WS-RC-IO-ERROR THEN            00055100
               MOVE 'N' TO WS-DECK-SW                                   00055200
               IF NOT WS-RC-IO-ERROR THEN                               00055300
                  SET WS-RC-DATA-ERROR TO TRUE                          00055400
               END-IF                                                   00055500
            END-IF.                                                     00055600
       VALIDATE-D-TARGET.                                               00055700
            MOVE WS-DMP-NEW (WS-DMP-IDX) TO WS-TGT-DEPT.                00055800
            PERFORM FIND-NEW-CODE.                                      00055900
            IF NOT WS-ENTRY-FOUND AND NOT WS-RC-IO-ERROR THEN           00056000
               PERFORM ADD-NEW-CODE                                     00056100
            END-IF.                                                     00056200
            IF WS-NEW-BY-D-SW (WS-NEW-IDX) = 'N' THEN                   00056300
               MOVE 'Y' TO WS-NEW-BY-D-SW (WS-NEW-IDX)                  00056400
               IF WS-NEW-STATE (WS-NEW-IDX) = 'N' THEN                  00056500
                  PERFORM NAME-NEW-CODE-FROM-OLD                        00056600
               END-IF                                                   00056700
            END-IF.                                                     00056800
       VALIDATE-E-TARGET.                                               00056900
            MOVE WS-EMP-NEW (WS-EMP-IDX) TO WS-TGT-DEPT.                00057000
            PERFORM FIND-NEW-CODE.                                      00057100
            IF NOT WS-ENTRY-FOUND AND NOT WS-RC-IO-ERROR THEN           00057200
               PERFORM ADD-NEW-CODE                                     00057300
            END-IF.                                                     00057400
            IF WS-NEW-STATE (WS-NEW-IDX) NOT = 'A' AND                  00057500
               WS-NEW-BY-D-SW (WS-NEW-IDX) = 'N' THEN                   00057600
               ADD 1 TO WS-COUNT-BAD-CARDS                              00057700
               MOVE SPACES TO RPT-LINE                                  00057800
               STRING '  E CARD ' WS-EMP-ID (WS-EMP-IDX)                00057900
                  ' - NEW DEPARTMENT ' WS-TGT-DEPT                      00058000
                  ' NOT A LIVE DEPT_DB CODE'                            00058100
                  DELIMITED BY SIZE INTO RPT-LINE                       00058200
               END-STRING                                               00058300
               WRITE RPT-LINE                                           00058400
            END-IF.                                                     00058500
       FIND-NEW-CODE.                                                   00058600
            MOVE 'N' TO WS-FOUND-SW.                                    00058700
            IF WS-NEW-COUNT > 0 THEN                                    00058800
               PERFORM MATCH-NEW-CODE                                   00058900
                  VARYING WS-NEW-IDX FROM 1 BY 1                        00059000
                  UNTIL WS-NEW-IDX > WS-NEW-COUNT OR WS-ENTRY-FOUND     00059100
            END-IF.                                                     00059200
            IF WS-ENTRY-FOUND THEN                                      00059300
               SET WS-NEW-IDX DOWN BY 1                                 00059400
            END-IF.                                                     00059500
       MATCH-NEW-CODE.                                                  00059600
            IF WS-NEW-DEPT (WS-NEW-IDX) = WS-TGT-DEPT THEN              00059700
               SET WS-ENTRY-FOUND TO TRUE                               00059800
            END-IF.                                                     00059900
       ADD-NEW-CODE.                                                    00060000
            ADD 1 TO WS-NEW-COUNT.                                      00060100
            SET WS-NEW-IDX TO WS-NEW-COUNT.                             00060200
            MOVE WS-TGT-DEPT TO WS-NEW-DEPT (WS-NEW-IDX).               00060300
            MOVE 'N' TO WS-NEW-BY-D-SW (WS-NEW-IDX).                    00060400
            MOVE WS-TGT-DEPT TO WS-NEW-DEPTID.                          00060500
            PERFORM FETCH-DEPT-ROW.                                     00060600
            EVALUATE TRUE                                               00060700
                WHEN SQLCODE = 100                                      00060800
                   MOVE 'N' TO WS-NEW-STATE (WS-NEW-IDX)                00060900
                   MOVE SPACES TO WS-NEW-NAME (WS-NEW-IDX)              00061000
                   MOVE SPACES TO WS-NEW-CC (WS-NEW-IDX)                00061100
                WHEN SQLCODE NOT = 0                                    00061200
                   PERFORM HANDLE-DB2-FAILURE                           00061300
                WHEN WS-RETIRED-IND < 0                                 00061400
                   MOVE 'A' TO WS-NEW-STATE (WS-NEW-IDX)                00061500
                   MOVE WS-DEPTNAME-TEXT TO WS-NEW-NAME (WS-NEW-IDX)    00061600
                   MOVE WS-COSTCENTER TO WS-NEW-CC (WS-NEW-IDX)         00061700
                WHEN OTHER                                              00061800
                   MOVE 'R' TO WS-NEW-STATE (WS-NEW-IDX)                00061900
                   MOVE WS-DEPTNAME-TEXT TO WS-NEW-NAME (WS-NEW-IDX)    00062000
                   MOVE WS-COSTCENTER TO WS-NEW-CC (WS-NEW-IDX)         00062100
            END-EVALUATE.                                               00062200
      * THE FIRST D CARD TO A CODE NOT ON DEPT_DB NAMES IT: THE         00062300
      * CARD'S NAME AND COST CENTER, ELSE THE OLD DEPARTMENT'S.         00062400
       NAME-NEW-CODE-FROM-OLD.                                          00062500
            MOVE WS-DMP-NAME (WS-DMP-IDX) TO WS-NEW-NAME (WS-NEW-IDX).  00062600
            MOVE WS-DMP-CC (WS-DMP-IDX) TO WS-NEW-CC (WS-NEW-IDX).      00062700
            IF WS-NEW-NAME (WS-NEW-IDX) = SPACES OR                     00062800
               WS-NEW-CC (WS-NEW-IDX) = SPACES THEN                     00062900
               MOVE WS-DMP-OLD (WS-DMP-IDX) TO WS-NEW-DEPTID            00063000
               PERFORM FETCH-DEPT-ROW                                   00063100
               IF SQLCODE = 0 THEN                                      00063200
                  IF WS-NEW-NAME (WS-NEW-IDX) = SPACES THEN             00063300
                     MOVE WS-DEPTNAME-TEXT                              00063400
                        TO WS-NEW-NAME (WS-NEW-IDX)                     00063500
                  END-IF                                                00063600
                  IF WS-NEW-CC (WS-NEW-IDX) = SPACES THEN               00063700
                     MOVE WS-COSTCENTER TO WS-NEW-CC (WS-NEW-IDX)       00063800
                  END-IF                                                00063900
               ELSE                                                     00064000
                  IF SQLCODE NOT = 100 THEN                             00064100
                     PERFORM HANDLE-DB2-FAILURE                         00064200
                  END-IF                                                00064300
               END-IF                                                   00064400
            END-IF.                                                     00064500
            IF (WS-NEW-NAME (WS-NEW-IDX) = SPACES OR                    00064600
                WS-NEW-CC (WS-NEW-IDX) = SPACES) AND                    00064700
               NOT WS-RC-IO-ERROR THEN                                  00064800
               ADD 1 TO WS-COUNT-BAD-CARDS                              00064900
               MOVE SPACES TO RPT-LINE                                  00065000
               STRING '  NEW DEPARTMENT ' WS-TGT-DEPT                   00065100
                  ' NOT ON DEPT_DB - NAME/COST CENTER NEEDED'           00065200
                  DELIMITED BY SIZE INTO RPT-LINE                       00065300
               END-STRING                                               00065400
               WRITE RPT-LINE                                           00065500
            END-IF.                                                     00065600
       FETCH-DEPT-ROW.                                                  00065700
            MOVE SPACES TO WS-DEPTNAME-TEXT.                            00065800
            MOVE SPACES TO WS-COSTCENTER.                               00065900
            EXEC SQL                                                    00066000
                 SELECT DEPTNAME, COSTCENTER, CHAR(RETIRED_DATE, ISO)   00066100
                 INTO   :WS-DEPTNAME, :WS-COSTCENTER,                   00066200
                        :WS-RETIRED-DATE :WS-RETIRED-IND                00066300
                 FROM   DEPT_DB                                         00066400
                 WHERE  DEPTID = :WS-NEW-DEPTID                         00066500
            END-EXEC.                                                   00066600
      ******************************************************************00066700
      * ONE PASS OF EMP_DB: EACH ROW'S TARGET IS ITS E CARD (WHEN THE  *00066800
      * CARD'S OLD DEPARTMENT, IF GIVEN, MATCHES) OR THE D CARD FOR    *00066900
      * ITS DEPARTMENT.  NOTHING IS CHANGED HERE.                      *00067000
      ******************************************************************00067100
      * A DEADLOCK OR TIMEOUT PART WAY THROUGH THE SCAN THROWS THE      00067125
      * PARTIAL MOVE LIST AWAY AND SCANS AGAIN FROM THE START, UNTIL    00067150
      * PGM112 SAYS THE RETRIES ARE USED UP; THEN NOTHING IS APPLIED.   00067175
       COLLECT-EMP-MOVES.                                               00067200
            PERFORM COLLECT-EMP-PASS.                                   00067203
            PERFORM COLLECT-EMP-PASS                                    00067206
               UNTIL NOT WS-UOW-REPLAY.                                 00067210
            IF WS-RC-IO-ERROR THEN                                      00067213
               GO TO COLLECT-EMP-MOVES-EXIT                             00067216
            END-IF.                                                     00067220
            MOVE 0 TO DBR-RETRY-COUNT.                                  00067223
            IF WS-EMP-COUNT > 0 THEN                                    00067226
               PERFORM REPORT-UNSEEN-E-CARD                             00067230
                  VARYING WS-EMP-IDX FROM 1 BY 1                        00067233
                  UNTIL WS-EMP-IDX > WS-EMP-COUNT                       00067236
            END-IF.                                                     00067240
       COLLECT-EMP-MOVES-EXIT.                                          00067243
            EXIT.                                                       00067246
      * THE ROLLBACK BEFORE A REPLAY HAS ALREADY CLOSED THE CURSOR.     00067250
       COLLECT-EMP-PASS.                                                00067253
            MOVE 'N' TO WS-REPLAY-SW.                                   00067256
            MOVE 0 TO WS-MOV-COUNT.                                     00067260
            MOVE 0 TO WS-COUNT-EMP-SCANNED.                             00067263
            IF WS-DMP-COUNT > 0 THEN                                    00067266
               PERFORM RESET-DMP-EMP-BEFORE                             00067270
                  VARYING WS-DMP-IDX FROM 1 BY 1                        00067273
                  UNTIL WS-DMP-IDX > WS-DMP-COUNT                       00067276
            END-IF.                                                     00067280
            IF WS-EMP-COUNT > 0 THEN                                    00067283
               PERFORM RESET-EMP-SEEN                                   00067286
                  VARYING WS-EMP-IDX FROM 1 BY 1                        00067290
                  UNTIL WS-EMP-IDX > WS-EMP-COUNT                       00067293
            END-IF.                                                     00067296
            EXEC SQL                                                    00067300
                 OPEN CSREMP                                            00067400
            END-EXEC.                                                   00067500
            IF SQLCODE = 0 THEN                                         00067600
               PERFORM FETCH-ONE-EMPLOYEE THRU FETCH-ONE-EMPLOYEE-EXIT  00067700
                  UNTIL SQLCODE NOT = 0                                 00067800
                     OR WS-UOW-REPLAY OR WS-RC-IO-ERROR                 00067900
               IF NOT WS-UOW-REPLAY AND NOT WS-RC-IO-ERROR THEN         00068000
                  EXEC SQL                                              00068100
                       CLOSE CSREMP                                     00068125
                  END-EXEC                                              00068150
               END-IF                                                   00068175
            ELSE                                                        00068200
               PERFORM HANDLE-DB2-FAILURE                               00068300
            END-IF.                                                     00068400
       RESET-DMP-EMP-BEFORE.                                            00068500
            MOVE 0 TO WS-DMP-EMP-BEFORE (WS-DMP-IDX).                   00068600
       RESET-EMP-SEEN.                                                  00068700
            MOVE 'N' TO WS-EMP-SEEN-SW (WS-EMP-IDX).                    00068800
       FETCH-ONE-EMPLOYEE.                                              00069000
            MOVE SPACES TO WS-EMPNAME-TEXT.                             00069100
            EXEC SQL                                                    00069200
                 FETCH CSREMP                                           00069300
                 INTO :WS-EMPID, :WS-EMPNAME, :WS-SALARY,               00069400
                      :WS-DEPTID :WS-DEPTID-IND                         00069500
            END-EXEC.                                                   00069600
            IF SQLCODE = 100 THEN                                       00069700
               GO TO FETCH-ONE-EMPLOYEE-EXIT                            00069800
            END-IF.                                                     00069900
            IF SQLCODE NOT = 0 THEN                                     00070000
               PERFORM HANDLE-DB2-FAILURE                               00070100
               GO TO FETCH-ONE-EMPLOYEE-EXIT                            00070200
            END-IF.                                                     00070300
            ADD 1 TO WS-COUNT-EMP-SCANNED.                              00070400
            IF WS-DEPTID-IND < 0 THEN                                   00070500
               MOVE SPACES TO WS-DEPTID                                 00070600
            END-IF.                                                     00070700
            MOVE WS-EMPID TO WS-EMPID-D.                                00070800
            MOVE WS-EMPID-D TO WS-EMPID-X.                              00070900
            MOVE WS-DEPTID TO WS-CUR-DEPT.                              00071000
            PERFORM FIND-TARGET-DEPT.                                   00071100
            IF WS-DMP-HIT > 0 THEN                                      00071200
               ADD 1 TO WS-DMP-EMP-BEFORE (WS-DMP-HIT)                  00071300
            END-IF.                                                     00071400
            IF WS-TGT-DEPT = SPACES OR WS-TGT-DEPT = WS-CUR-DEPT THEN   00071500
               GO TO FETCH-ONE-EMPLOYEE-EXIT                            00071600
            END-IF.                                                     00071700
            IF WS-MOV-COUNT >= 5000 THEN                                00071800
               MOVE SPACES TO RPT-LINE                                  00071900
               MOVE '  MORE THAN 5000 EMPLOYEES MOVE - RUN IN PARTS'    00072000
                  TO RPT-LINE                                           00072100
               WRITE RPT-LINE                                           00072200
               MOVE 'N' TO WS-DECK-SW                                   00072300
               SET WS-RC-DATA-ERROR TO TRUE                             00072400
               MOVE 100 TO SQLCODE                                      00072500
               GO TO FETCH-ONE-EMPLOYEE-EXIT                            00072600
            END-IF.                                                     00072700
            ADD 1 TO WS-MOV-COUNT.                                      00072800
            SET WS-MOV-IDX TO WS-MOV-COUNT.                             00072900
            MOVE WS-EMPID TO WS-MOV-EMPID (WS-MOV-IDX).                 00073000
            MOVE WS-EMPNAME-TEXT TO WS-MOV-NAME (WS-MOV-IDX).           00073100
            MOVE WS-EMPNAME-LEN TO WS-MOV-NAME-LEN (WS-MOV-IDX).        00073200
            MOVE WS-SALARY TO WS-MOV-SALARY (WS-MOV-IDX).               00073300
            MOVE WS-DEPTID TO WS-MOV-OLD (WS-MOV-IDX).                  00073400
            MOVE WS-DEPTID-IND TO WS-MOV-OLD-IND (WS-MOV-IDX).          00073500
            MOVE WS-TGT-DEPT TO WS-MOV-NEW (WS-MOV-IDX).                00073600
            MOVE WS-TGT-EFF TO WS-MOV-EFF (WS-MOV-IDX).                 00073700
            MOVE WS-TGT-SOURCE TO WS-MOV-SOURCE (WS-MOV-IDX).           00073800
            MOVE 'N' TO WS-MOV-DONE-SW (WS-MOV-IDX).                    00073900
       FETCH-ONE-EMPLOYEE-EXIT.                                         00074000
            EXIT.                                                       00074100
      * WS-EMPID-X AND WS-CUR-DEPT IN; WS-TGT-DEPT OUT (SPACES WHEN     00074200
      * THE EMPLOYEE DOES NOT MOVE), AND WS-DMP-HIT THE D CARD OF THE   00074300
      * CURRENT DEPARTMENT WHEN IT IS BEING RETIRED (ELSE ZERO).        00074400
       FIND-TARGET-DEPT.                                                00074500
            MOVE SPACES TO WS-TGT-DEPT.                                 00074600
            MOVE SPACES TO WS-TGT-SOURCE.                               00074700
            MOVE 0 TO WS-TGT-EFF.                                       00074800
            MOVE 'N' TO WS-FOUND-SW.                                    00074900
            IF WS-EMP-COUNT > 0 THEN                                    00075000
               PERFORM FIND-EMP-OVERRIDE                                00075100
                  VARYING WS-EMP-IDX FROM 1 BY 1                        00075200
                  UNTIL WS-EMP-IDX > WS-EMP-COUNT OR WS-ENTRY-FOUND     00075300
            END-IF.                                                     00075400
            IF WS-ENTRY-FOUND THEN                                      00075500
               SET WS-EMP-IDX DOWN BY 1                                 00075600
               MOVE 'Y' TO WS-EMP-SEEN-SW (WS-EMP-IDX)                  00075700
               IF WS-EMP-OLD (WS-EMP-IDX) = SPACES OR                   00075800
                  WS-EMP-OLD (WS-EMP-IDX) = WS-CUR-DEPT THEN            00075900
                  MOVE WS-EMP-NEW (WS-EMP-IDX) TO WS-TGT-DEPT           00076000
                  MOVE WS-EMP-EFF (WS-EMP-IDX) TO WS-TGT-EFF            00076100
                  MOVE 'EMP' TO WS-TGT-SOURCE                           00076200
               ELSE                                                     00076300
                  MOVE 'O' TO WS-EMP-SEEN-SW (WS-EMP-IDX)               00076400
               END-IF                                                   00076500
            END-IF.                                                     00076600
            MOVE 'N' TO WS-FOUND-SW.                                    00076700
            IF WS-DMP-COUNT > 0 AND WS-CUR-DEPT NOT = SPACES THEN       00076800
               PERFORM FIND-CUR-ON-DMP                                  00076900
                  VARYING WS-DMP-IDX FROM 1 BY 1                        00077000
                  UNTIL WS-DMP-IDX > WS-DMP-COUNT OR WS-ENTRY-FOUND     00077100
            END-IF.                                                     00077200
            MOVE 0 TO WS-DMP-HIT.                                       00077300
            IF WS-ENTRY-FOUND THEN                                      00077400
               SET WS-DMP-IDX DOWN BY 1                                 00077500
               SET WS-DMP-HIT TO WS-DMP-IDX                             00077600
               IF WS-TGT-SOURCE = SPACES THEN                           00077700
                  MOVE WS-DMP-NEW (WS-DMP-IDX) TO WS-TGT-DEPT           00077800
                  MOVE WS-DMP-EFF (WS-DMP-IDX) TO WS-TGT-EFF            00077900
                  MOVE 'DEPT' TO WS-TGT-SOURCE                          00078000
               END-IF                                                   00078100
            END-IF.                                                     00078200
       FIND-EMP-OVERRIDE.                                               00078300
            IF WS-EMP-ID (WS-EMP-IDX) = WS-EMPID-X THEN                 00078400
               SET WS-ENTRY-FOUND TO TRUE                               00078500
            END-IF.                                                     00078600
       FIND-CUR-ON-DMP.                                                 00078700
            IF WS-DMP-OLD (WS-DMP-IDX) = WS-CUR-DEPT THEN               00078800
               SET WS-ENTRY-FOUND TO TRUE                               00078900
            END-IF.                                                     00079000
      * AN E CARD WHOSE EMPLOYEE IS NOT ON EMP_DB, OR IS NOT ON THE     00079100
      * DEPARTMENT THE CARD SAYS, IS NOT APPLIED.                       00079200
       REPORT-UNSEEN-E-CARD.                                            00079300
            IF WS-EMP-SEEN-SW (WS-EMP-IDX) NOT = 'Y' THEN               00079400
               ADD 1 TO WS-COUNT-WARNINGS                               00079500
               MOVE SPACES TO RPT-LINE                                  00079600
               IF WS-EMP-SEEN-SW (WS-EMP-IDX) = 'N' THEN                00079700
                  STRING '  E CARD ' WS-EMP-ID (WS-EMP-IDX)             00079800
                     ' - EMPLOYEE NOT ON EMP_DB'                        00079900
                     DELIMITED BY SIZE INTO RPT-LINE                    00080000
                  END-STRING                                            00080100
               ELSE                                                     00080200
                  STRING '  E CARD ' WS-EMP-ID (WS-EMP-IDX)             00080300
                     ' - EMPLOYEE NOT ON DEPARTMENT '                   00080400
                     WS-EMP-OLD (WS-EMP-IDX) ' - NOT MOVED'             00080500
                     DELIMITED BY SIZE INTO RPT-LINE                    00080600
                  END-STRING                                            00080700
               END-IF                                                   00080800
               WRITE RPT-LINE                                           00080900
            END-IF.                                                     00081000
      ******************************************************************00081100
      * THE DB2 UNIT OF WORK: EVERY EMP_DB MOVE WITH ITS HISTORY ROW,  *00081200
      * THEN THE DEPT_DB INSERTS, REINSTATEMENTS AND RETIREMENTS, AND  *00081300
      * ONE COMMIT.  A LOCK CONFLICT ROLLS IT ALL BACK AND PGM112      *00081400
      * DECIDES WHETHER IT IS REPLAYED.                                *00081500
      ******************************************************************00081600
       APPLY-DB2-CHANGES.                                               00081700
            MOVE 'N' TO WS-REPLAY-SW.                                   00081800
            MOVE 0 TO WS-COUNT-EMP-MOVED.                               00081900
            MOVE 0 TO WS-COUNT-EMP-CHANGED.                             00082000
            MOVE 0 TO WS-COUNT-DEPT-ADDED.                              00082100
            MOVE 0 TO WS-COUNT-DEPT-RETIRED.                            00082200
            IF WS-NEW-COUNT > 0 THEN                                    00082300
               PERFORM APPLY-NEW-CODE                                   00082400
                  VARYING WS-NEW-IDX FROM 1 BY 1                        00082500
                  UNTIL WS-NEW-IDX > WS-NEW-COUNT                       00082600
                     OR WS-RC-IO-ERROR OR WS-UOW-REPLAY                 00082700
            END-IF.                                                     00082800
            IF WS-MOV-COUNT > 0 THEN                                    00082900
               PERFORM APPLY-ONE-MOVE                                   00083000
                  VARYING WS-MOV-IDX FROM 1 BY 1                        00083100
                  UNTIL WS-MOV-IDX > WS-MOV-COUNT                       00083200
                     OR WS-RC-IO-ERROR OR WS-UOW-REPLAY                 00083300
            END-IF.                                                     00083400
            IF WS-DMP-COUNT > 0 THEN                                    00083500
               PERFORM RETIRE-OLD-CODE                                  00083600
                  VARYING WS-DMP-IDX FROM 1 BY 1                        00083700
                  UNTIL WS-DMP-IDX > WS-DMP-COUNT                       00083800
                     OR WS-RC-IO-ERROR OR WS-UOW-REPLAY                 00083900
            END-IF.                                                     00084000
            IF WS-RC-IO-ERROR OR WS-UOW-REPLAY THEN                     00084100
               CONTINUE                                                 00084200
            ELSE                                                        00084300
               EXEC SQL                                                 00084400
                    COMMIT                                              00084500
               END-EXEC                                                 00084600
               IF SQLCODE NOT = 0 THEN                                  00084700
                  PERFORM HANDLE-DB2-FAILURE                            00084800
               END-IF                                                   00084900
            END-IF.                                                     00085000
       APPLY-NEW-CODE.                                                  00085100
            MOVE WS-NEW-DEPT (WS-NEW-IDX) TO WS-NEW-DEPTID.             00085200
            EVALUATE WS-NEW-STATE (WS-NEW-IDX)                          00085300
                WHEN 'N'                                                00085400
                   MOVE WS-NEW-NAME (WS-NEW-IDX) TO WS-DEPTNAME-TEXT    00085500
                   MOVE 20 TO WS-DEPTNAME-LEN                           00085600
                   MOVE WS-NEW-CC (WS-NEW-IDX) TO WS-COSTCENTER         00085700
                   EXEC SQL                                             00085800
                        INSERT INTO DEPT_DB                             00085900
                           (DEPTID, DEPTNAME, COSTCENTER)               00086000
                        VALUES                                          00086100
                           (:WS-NEW-DEPTID, :WS-DEPTNAME,               00086200
                            :WS-COSTCENTER)                             00086300
                   END-EXEC                                             00086400
                   EVALUATE SQLCODE                                     00086500
                       WHEN 0                                           00086600
                          ADD 1 TO WS-COUNT-DEPT-ADDED                  00086700
                       WHEN -803                                        00086800
                          CONTINUE                                      00086900
                       WHEN OTHER                                       00087000
                          PERFORM HANDLE-DB2-FAILURE                    00087100
                   END-EVALUATE                                         00087200
                WHEN 'R'                                                00087300
                   EXEC SQL                                             00087400
                        UPDATE DEPT_DB                                  00087500
                        SET    RETIRED_DATE = NULL                      00087600
                        WHERE  DEPTID = :WS-NEW-DEPTID                  00087700
                   END-EXEC                                             00087800
                   IF SQLCODE NOT = 0 AND SQLCODE NOT = 100 THEN        00087900
                      PERFORM HANDLE-DB2-FAILURE                        00088000
                   END-IF                                               00088100
                WHEN OTHER                                              00088200
                   CONTINUE                                             00088300
            END-EVALUATE.                                               00088400
      * THE UPDATE ONLY TAKES A ROW STILL ON THE DEPARTMENT IT WAS      00088500
      * FOUND ON; A ROW CHANGED SINCE THE COLLECTING PASS IS LEFT       00088600
      * FOR A RERUN TO PICK UP.                                         00088700
       APPLY-ONE-MOVE.                                                  00088800
            MOVE WS-MOV-EMPID (WS-MOV-IDX) TO WS-EMPID.                 00088900
            MOVE WS-MOV-NEW (WS-MOV-IDX) TO WS-NEW-DEPTID.              00089000
            MOVE WS-MOV-OLD (WS-MOV-IDX) TO WS-DEPTID.                  00089100
            MOVE 'N' TO WS-MOV-DONE-SW (WS-MOV-IDX).                    00089200
            IF WS-MOV-OLD-IND (WS-MOV-IDX) < 0 THEN                     00089300
               EXEC SQL                                                 00089400
                    UPDATE EMP_DB                                       00089500
                    SET    DEPTID = :WS-NEW-DEPTID                      00089600
                    WHERE  EMPID = :WS-EMPID                            00089700
                    AND    DEPTID IS NULL                               00089800
               END-EXEC                                                 00089900
            ELSE                                                        00090000
               EXEC SQL                                                 00090100
                    UPDATE EMP_DB                                       00090200
                    SET    DEPTID = :WS-NEW-DEPTID                      00090300
                    WHERE  EMPID = :WS-EMPID                            00090400
                    AND    DEPTID = :WS-DEPTID                          00090500
               END-EXEC                                                 00090600
            END-IF.                                                     00090700
            EVALUATE SQLCODE                                            00090800
                WHEN 0                                                  00090900
                   PERFORM WRITE-REORG-HIST-ROW                         00091000
                WHEN 100                                                00091100
                   MOVE 'C' TO WS-MOV-DONE-SW (WS-MOV-IDX)              00091200
                   ADD 1 TO WS-COUNT-EMP-CHANGED                        00091300
                WHEN OTHER                                              00091400
                   PERFORM HANDLE-DB2-FAILURE                           00091500
            END-EVALUATE.                                               00091600
      * THE HISTORY ROW CARRIES THE SALARY UNCHANGED ON BOTH SIDES AND  00091700
      * THE NEW DEPARTMENT, SO THE POINT-IN-TIME EXTRACT AND THE        00091800
      * WAREHOUSE DIMENSION SEE THE MOVE ON ITS EFFECTIVE DATE.         00091900
       WRITE-REORG-HIST-ROW.                                            00092000
            MOVE WS-MOV-EFF (WS-MOV-IDX) TO WS-DATE-WORK-N.             00092100
            MOVE SPACES TO WS-HIST-EFF-DATE.                            00092200
            STRING WS-DATE-YYYY '-' WS-DATE-MM '-' WS-DATE-DD           00092300
               DELIMITED BY SIZE INTO WS-HIST-EFF-DATE                  00092400
            END-STRING.                                                 00092500
            MOVE WS-MOV-NAME (WS-MOV-IDX) TO WS-EMPNAME-TEXT.           00092600
            MOVE WS-MOV-NAME-LEN (WS-MOV-IDX) TO WS-EMPNAME-LEN.        00092700
            MOVE WS-MOV-SALARY (WS-MOV-IDX) TO WS-SALARY.               00092800
            EXEC SQL                                                    00092900
                 INSERT INTO SALARY_HIST                                00093000
                    (EMPID, EFF_DATE, ACTION, EMPNAME, DEPTID,          00093100
                     OLD_SALARY, NEW_SALARY, SOURCE_PGM)                00093200
                 VALUES                                                 00093300
                    (:WS-EMPID, :WS-HIST-EFF-DATE,                      00093400
                     'R', :WS-EMPNAME, :WS-NEW-DEPTID,                  00093500
                     :WS-SALARY, :WS-SALARY, 'PGM116')                  00093600
            END-EXEC.                                                   00093700
            IF SQLCODE = 0 THEN                                         00093800
               MOVE 'Y' TO WS-MOV-DONE-SW (WS-MOV-IDX)                  00093900
               ADD 1 TO WS-COUNT-EMP-MOVED                              00094000
            ELSE                                                        00094100
               PERFORM HANDLE-DB2-FAILURE                               00094200
            END-IF.                                                     00094300
       RETIRE-OLD-CODE.                                                 00094400
            MOVE WS-DMP-OLD (WS-DMP-IDX) TO WS-DEPTID.                  00094500
            MOVE WS-DMP-EFF (WS-DMP-IDX) TO WS-DATE-WORK-N.             00094600
            MOVE SPACES TO WS-RETIRED-DATE.                             00094700
            STRING WS-DATE-YYYY '-' WS-DATE-MM '-' WS-DATE-DD           00094800
               DELIMITED BY SIZE INTO WS-RETIRED-DATE                   00094900
            END-STRING.                                                 00095000
            EXEC SQL                                                    00095100
                 UPDATE DEPT_DB                                         00095200
                 SET    RETIRED_DATE = :WS-RETIRED-DATE                 00095300
                 WHERE  DEPTID = :WS-DEPTID                             00095400
                 AND    RETIRED_DATE IS NULL                            00095500
            END-EXEC.                                                   00095600
            EVALUATE SQLCODE                                            00095700
                WHEN 0                                                  00095800
                   ADD 1 TO WS-COUNT-DEPT-RETIRED                       00095900
                WHEN 100                                                00096000
                   CONTINUE                                             00096100
                WHEN OTHER                                              00096200
                   PERFORM HANDLE-DB2-FAILURE                           00096300
            END-EVALUATE.                                               00096400
      * THE UNIT OF WORK IS ROLLED BACK BEFORE PGM112 IS ASKED, SO      00096500
      * THE WAIT HOLDS NO LOCKS OF OURS.                                00096600
       HANDLE-DB2-FAILURE.                                              00096700
            MOVE SQLCODE TO DBR-SQLCODE.                                00096800
            MOVE SQLCODE TO WS-SQLCODE-DISPLAY.                         00096900
            EXEC SQL                                                    00097000
                 ROLLBACK                                               00097100
            END-EXEC.                                                   00097200
            CALL WS-DBRETRY-PGM USING WS-DB-RETRY.                      00097300
            IF DBR-ACTION-RETRY THEN                                    00097400
               SET WS-UOW-REPLAY TO TRUE                                00097500
            ELSE                                                        00097600
               DISPLAY "DB2 ERROR: " WS-SQLCODE-DISPLAY                 00097700
               SET WS-RC-IO-ERROR TO TRUE                               00097800
               MOVE SPACES TO RPT-LINE                                  00097900
               STRING '*** DB2 ERROR ' WS-SQLCODE-DISPLAY               00098000
                  ' - DATABASE CHANGES BACKED OUT'                      00098100
                  DELIMITED BY SIZE INTO RPT-LINE                       00098200
               END-STRING                                               00098300
               WRITE RPT-LINE                                           00098400
            END-IF.                                                     00098500
       LIST-EMP-MOVES.                                                  00098600
            MOVE SPACES TO RPT-LINE.                                    00098700
            WRITE RPT-LINE.                                             00098800
            MOVE 'EMP_DB EMPLOYEES MOVED (EMPID NAME OLD NEW EFFECTIVE)'00098900
               TO RPT-LINE.                                             00099000
            WRITE RPT-LINE.                                             00099100
            IF WS-MOV-COUNT > 0 THEN                                    00099200
               PERFORM LIST-ONE-MOVE                                    00099300
                  VARYING WS-MOV-IDX FROM 1 BY 1                        00099400
                  UNTIL WS-MOV-IDX > WS-MOV-COUNT                       00099500
            ELSE                                                        00099600
               MOVE '  NONE' TO RPT-LINE                                00099700
               WRITE RPT-LINE                                           00099800
            END-IF.                                                     00099900
            IF WS-MODE-SIMULATE THEN                                    00100000
               MOVE WS-MOV-COUNT TO WS-COUNT-EMP-MOVED                  00100100
            END-IF.                                                     00100200
            IF WS-NEW-COUNT > 0 THEN                                    00100300
               PERFORM LIST-ONE-NEW-CODE                                00100400
                  VARYING WS-NEW-IDX FROM 1 BY 1                        00100500
                  UNTIL WS-NEW-IDX > WS-NEW-COUNT                       00100600
            END-IF.                                                     00100700
       LIST-ONE-MOVE.                                                   00100800
            MOVE WS-MOV-EMPID (WS-MOV-IDX) TO WS-EMPID-D.               00100900
            EVALUATE TRUE                                               00101000
                WHEN WS-MODE-SIMULATE                                   00101100
                   MOVE 'WOULD MOVE' TO WS-ACTION-TEXT                  00101200
                WHEN WS-MOV-DONE-SW (WS-MOV-IDX) = 'Y'                  00101300
                   MOVE 'MOVED' TO WS-ACTION-TEXT                       00101400
                WHEN OTHER                                              00101500
                   MOVE 'CHANGED-SKIP' TO WS-ACTION-TEXT                00101600
                   ADD 1 TO WS-COUNT-WARNINGS                           00101700
            END-EVALUATE.                                               00101800
            MOVE SPACES TO RPT-LINE.                                    00101900
            STRING '  ' WS-EMPID-D ' ' WS-MOV-NAME (WS-MOV-IDX)         00102000
               ' ' WS-MOV-OLD (WS-MOV-IDX) ' ' WS-MOV-NEW (WS-MOV-IDX)  00102100
               ' ' WS-MOV-EFF (WS-MOV-IDX)                              00102200
               ' ' WS-MOV-SOURCE (WS-MOV-IDX)                           00102300
               ' ' WS-ACTION-TEXT                                       00102400
               DELIMITED BY SIZE INTO RPT-LINE                          00102500
            END-STRING.                                                 00102600
            WRITE RPT-LINE.                                             00102700
       LIST-ONE-NEW-CODE.                                               00102800
            EVALUATE WS-NEW-STATE (WS-NEW-IDX)                          00102900
                WHEN 'N'                                                00103000
                   MOVE 'ADDED' TO WS-ACTION-TEXT                       00103100
                WHEN 'R'                                                00103200
                   MOVE 'REINSTATED' TO WS-ACTION-TEXT                  00103300
                WHEN OTHER                                              00103400
                   MOVE 'ON FILE' TO WS-ACTION-TEXT                     00103500
            END-EVALUATE.                                               00103600
            IF WS-MODE-SIMULATE AND WS-NEW-STATE (WS-NEW-IDX) = 'N'     00103700
               MOVE 'WOULD ADD' TO WS-ACTION-TEXT                       00103800
            END-IF.                                                     00103900
            IF WS-MODE-SIMULATE AND WS-NEW-STATE (WS-NEW-IDX) = 'R'     00104000
               MOVE 'WOULD REINST' TO WS-ACTION-TEXT                    00104100
            END-IF.                                                     00104200
            MOVE SPACES TO RPT-LINE.                                    00104300
            STRING '  DEPT_DB ' WS-NEW-DEPT (WS-NEW-IDX) ' '            00104400
               WS-NEW-NAME (WS-NEW-IDX) ' ' WS-NEW-CC (WS-NEW-IDX)      00104500
               ' ' WS-ACTION-TEXT                                       00104600
               DELIMITED BY SIZE INTO RPT-LINE                          00104700
            END-STRING.                                                 00104800
            WRITE RPT-LINE.                                             00104900
      ******************************************************************00105000
      * THE NAME KSDS, IN KEY ORDER, WITH THE SAME TARGET RULE AS      *00105100
      * EMP_DB.  THE CLUSTER MAY HOLD STAFF NOT ON EMP_DB (OTHER       *00105200
      * REGIONS), WHO MOVE BY THEIR D CARD ALL THE SAME.               *00105300
      ******************************************************************00105400
       RECODE-NAME-KSDS.                                                00105500
            MOVE SPACES TO RPT-LINE.                                    00105600
            WRITE RPT-LINE.                                             00105700
            MOVE 'NAME KSDS RECORDS RE-CODED' TO RPT-LINE.              00105800
            WRITE RPT-LINE.                                             00105900
            IF WS-MODE-APPLY THEN                                       00106000
               OPEN I-O KSDSIO                                          00106100
               OPEN EXTEND KJRNL                                        00106150
            ELSE                                                        00106200
               OPEN INPUT KSDSIO                                        00106300
            END-IF.                                                     00106400
            IF NOT WS-KSDS-OK THEN                                      00106500
               MOVE SPACES TO RPT-LINE                                  00106600
               STRING '  *** NAME KSDS OPEN FAILED, STATUS '            00106700
                  WS-KSDS-STATUS                                        00106800
                  DELIMITED BY SIZE INTO RPT-LINE                       00106900
               END-STRING                                               00107000
               WRITE RPT-LINE                                           00107100
               SET WS-RC-IO-ERROR TO TRUE                               00107200
            ELSE                                                        00107300
               MOVE 'N' TO WS-KSDS-EOF-SW                               00107400
               PERFORM RECODE-ONE-KSDS-REC THRU RECODE-ONE-KSDS-REC-EXIT00107500
                  UNTIL WS-KSDS-EOF                                     00107600
               CLOSE KSDSIO                                             00107700
            END-IF.                                                     00107725
            IF WS-MODE-APPLY THEN                                       00107750
               CLOSE KJRNL                                              00107775
            END-IF.                                                     00107800
            IF WS-COUNT-KSDS-MOVED = 0 THEN                             00107900
               MOVE '  NONE' TO RPT-LINE                                00108000
               WRITE RPT-LINE                                           00108100
            END-IF.                                                     00108200
       RECODE-ONE-KSDS-REC.                                             00108300
            READ KSDSIO NEXT RECORD                                     00108400
              AT END                                                    00108500
                 SET WS-KSDS-EOF TO TRUE                                00108600
                 GO TO RECODE-ONE-KSDS-REC-EXIT                         00108700
            END-READ.                                                   00108800
            ADD 1 TO WS-COUNT-KSDS-SCANNED.                             00108900
            MOVE FL-EMP-ID OF KSDS-REC TO WS-EMPID-X.                   00109000
            MOVE FL-DEPT-CODE OF KSDS-REC TO WS-CUR-DEPT.               00109100
            PERFORM FIND-TARGET-DEPT.                                   00109200
            IF WS-DMP-HIT > 0 THEN                                      00109300
               ADD 1 TO WS-DMP-KSDS-BEFORE (WS-DMP-HIT)                 00109400
            END-IF.                                                     00109500
            IF WS-TGT-DEPT = SPACES OR WS-TGT-DEPT = WS-CUR-DEPT THEN   00109600
               GO TO RECODE-ONE-KSDS-REC-EXIT                           00109700
            END-IF.                                                     00109800
            IF WS-MODE-APPLY THEN                                       00109900
               MOVE SPACES TO KJ-REC                                    00109933
               MOVE KSDS-REC TO KJ-BEFORE-IMAGE                         00109966
               MOVE WS-TGT-DEPT TO FL-DEPT-CODE OF KSDS-REC             00110000
               REWRITE KSDS-REC                                         00110100
               END-REWRITE                                              00110200
               IF WS-KSDS-OK THEN                                       00110300
                  MOVE 'RE-CODED' TO WS-ACTION-TEXT                     00110400
                  PERFORM WRITE-KSDS-JOURNAL                            00110450
               ELSE                                                     00110500
                  MOVE 'REWRITE ' TO WS-ACTION-TEXT                     00110600
                  MOVE WS-KSDS-STATUS TO WS-ACTION-TEXT (9:2)           00110700
                  ADD 1 TO WS-COUNT-KSDS-FAILED                         00110800
                  GO TO RECODE-ONE-KSDS-REC-LIST                        00110900
               END-IF                                                   00111000
            ELSE                                                        00111100
               MOVE 'WOULD RECODE' TO WS-ACTION-TEXT                    00111200
            END-IF.                                                     00111300
            ADD 1 TO WS-COUNT-KSDS-MOVED.                               00111400
            IF WS-DMP-HIT > 0 THEN                                      00111500
               ADD 1 TO WS-DMP-KSDS-MOVED (WS-DMP-HIT)                  00111600
            END-IF.                                                     00111700
       RECODE-ONE-KSDS-REC-LIST.                                        00111800
            MOVE SPACES TO RPT-LINE.                                    00111900
            STRING '  ' WS-EMPID-X ' ' FL-NAME OF KSDS-REC              00112000
               ' ' WS-CUR-DEPT ' ' WS-TGT-DEPT ' ' WS-TGT-SOURCE        00112100
               ' ' WS-ACTION-TEXT                                       00112200
               DELIMITED BY SIZE INTO RPT-LINE                          00112300
            END-STRING.                                                 00112400
            WRITE RPT-LINE.                                             00112500
       RECODE-ONE-KSDS-REC-EXIT.                                        00112600
            EXIT.                                                       00112700
      * THE BEFORE IMAGE IS ALREADY IN THE RECORD.                      00112708
       WRITE-KSDS-JOURNAL.                                              00112716
            ACCEPT KJ-DATE FROM DATE YYYYMMDD.                          00112725
            ACCEPT KJ-TIME FROM TIME.                                   00112733
            MOVE 'PGM116' TO KJ-SOURCE.                                 00112741
            MOVE 'BATCH' TO KJ-USERID.                                  00112750
            SET KJ-ACTION-CHANGE TO TRUE.                               00112758
            MOVE FL-EMP-ID OF KSDS-REC TO KJ-EMP-ID.                    00112766
            MOVE WS-RUN-NUMBER TO KJ-RUN-NUMBER.                        00112775
            MOVE KSDS-REC TO KJ-AFTER-IMAGE.                            00112783
            WRITE KJ-REC.                                               00112791
      ******************************************************************00112800
      * THE FIVE FLAT STORES.  EACH IS READ WHOLE, RE-CODED IN THE     *00112900
      * TABLE AND, IN APPLY MODE, WRITTEN BACK OVER ITSELF (THE JCL    *00113000
      * TAKES A BACKUP FIRST).                                         *00113100
      ******************************************************************00113200
       RECODE-ALL-STORES.                                               00113300
            MOVE 'DIVREF' TO WS-STO-NAME.                               00113400
            MOVE 6 TO WS-STO-DEPT-POS.                                  00113500
            MOVE 1 TO WS-STO-CMP-POS.                                   00113600
            MOVE 4 TO WS-STO-CMP-LEN.                                   00113700
            MOVE 'D' TO WS-STO-RULE.                                    00113800
            MOVE SPACES TO WS-STO-KEY.                                  00113900
            PERFORM LOAD-DIVREF-STORE.                                  00114000
            PERFORM RECODE-STORE-TABLE.                                 00114100
            IF WS-MODE-APPLY AND WS-STO-CHANGED > 0 THEN                00114200
               PERFORM REWRITE-DIVREF-STORE                             00114300
            END-IF.                                                     00114400
            MOVE 'ACCTMAP' TO WS-STO-NAME.                              00114500
            MOVE 1 TO WS-STO-DEPT-POS.                                  00114600
            MOVE 6 TO WS-STO-CMP-POS.                                   00114700
            MOVE 8 TO WS-STO-CMP-LEN.                                   00114800
            MOVE 'D' TO WS-STO-RULE.                                    00114900
            MOVE SPACES TO WS-STO-KEY.                                  00115000
            PERFORM LOAD-ACCTMAP-STORE.                                 00115100
            PERFORM RECODE-STORE-TABLE.                                 00115200
            IF WS-MODE-APPLY AND WS-STO-CHANGED > 0 THEN                00115300
               PERFORM REWRITE-ACCTMAP-STORE                            00115400
            END-IF.                                                     00115500
            MOVE 'DISTCTL' TO WS-STO-NAME.                              00115600
            MOVE 10 TO WS-STO-DEPT-POS.                                 00115700
            MOVE 1 TO WS-STO-CMP-POS.                                   00115800
            MOVE 1 TO WS-STO-CMP-LEN.                                   00115900
            MOVE 'R' TO WS-STO-RULE.                                    00116000
            MOVE SPACES TO WS-STO-KEY.                                  00116100
            PERFORM LOAD-DISTCTL-STORE.                                 00116200
            PERFORM RECODE-STORE-TABLE.                                 00116300
            IF WS-MODE-APPLY AND WS-STO-CHANGED > 0 THEN                00116400
               PERFORM REWRITE-DISTCTL-STORE                            00116500
            END-IF.                                                     00116600
            MOVE 'SPLITDEPT' TO WS-STO-NAME.                            00116700
            MOVE 21 TO WS-STO-DEPT-POS.                                 00116800
            MOVE 26 TO WS-STO-CMP-POS.                                  00116900
            MOVE 1 TO WS-STO-CMP-LEN.                                   00117000
            MOVE 'D' TO WS-STO-RULE.                                    00117100
            MOVE 'SPLITDEPT' TO WS-STO-KEY.                             00117200
            PERFORM LOAD-SPLIT-STORE.                                   00117300
            PERFORM RECODE-STORE-TABLE.                                 00117400
            IF WS-MODE-APPLY AND WS-STO-CHANGED > 0 THEN                00117500
               PERFORM REWRITE-SPLIT-STORE                              00117600
            END-IF.                                                     00117608
            MOVE 'COSTALLOC' TO WS-STO-NAME.                            00117616
            MOVE 10 TO WS-STO-DEPT-POS.                                 00117625
            MOVE 1 TO WS-STO-CMP-POS.                                   00117633
            MOVE 1 TO WS-STO-CMP-LEN.                                   00117641
            MOVE 'A' TO WS-STO-RULE.                                    00117650
            MOVE SPACES TO WS-STO-KEY.                                  00117658
            PERFORM LOAD-ALLOC-STORE.                                   00117666
            PERFORM RECODE-STORE-TABLE.                                 00117675
            IF WS-MODE-APPLY AND WS-STO-CHANGED > 0 THEN                00117683
               PERFORM REWRITE-ALLOC-STORE                              00117691
            END-IF.                                                     00117700
       LOAD-DIVREF-STORE.                                               00117800
            MOVE 0 TO WS-STO-COUNT.                                     00117900
            MOVE 'N' TO WS-STO-FULL-SW.                                 00118000
            MOVE 'N' TO WS-STO-EOF-SW.                                  00118100
            OPEN INPUT DIVREF.                                          00118200
            PERFORM LOAD-ONE-DIVREF-ROW THRU LOAD-ONE-DIVREF-ROW-EXIT   00118300
               UNTIL WS-STO-EOF.                                        00118400
            CLOSE DIVREF.                                               00118500
       LOAD-ONE-DIVREF-ROW.                                             00118600
            READ DIVREF                                                 00118700
              AT END                                                    00118800
                 SET WS-STO-EOF TO TRUE                                 00118900
                 GO TO LOAD-ONE-DIVREF-ROW-EXIT                         00119000
            END-READ.                                                   00119100
            MOVE DIVREF-REC TO WS-STO-CANDIDATE.                        00119200
            PERFORM ADD-STORE-ROW.                                      00119300
       LOAD-ONE-DIVREF-ROW-EXIT.                                        00119400
            EXIT.                                                       00119500
       REWRITE-DIVREF-STORE.                                            00119600
            OPEN OUTPUT DIVREF.                                         00119700
            PERFORM REWRITE-ONE-DIVREF-ROW                              00119800
               VARYING WS-STO-IDX FROM 1 BY 1                           00119900
               UNTIL WS-STO-IDX > WS-STO-COUNT.                         00120000
            CLOSE DIVREF.                                               00120100
       REWRITE-ONE-DIVREF-ROW.                                          00120200
            IF WS-STO-DROP-SW (WS-STO-IDX) = 'N' THEN                   00120300
               MOVE WS-STO-ROW (WS-STO-IDX) TO DIVREF-REC               00120400
               WRITE DIVREF-REC                                         00120500
            END-IF.                                                     00120600
       LOAD-ACCTMAP-STORE.                                              00120700
            MOVE 0 TO WS-STO-COUNT.                                     00120800
            MOVE 'N' TO WS-STO-FULL-SW.                                 00120900
            MOVE 'N' TO WS-STO-EOF-SW.                                  00121000
            OPEN INPUT ACCTMAP.                                         00121100
            PERFORM LOAD-ONE-ACCTMAP-ROW THRU LOAD-ONE-ACCTMAP-ROW-EXIT 00121200
               UNTIL WS-STO-EOF.                                        00121300
            CLOSE ACCTMAP.                                              00121400
       LOAD-ONE-ACCTMAP-ROW.                                            00121500
            READ ACCTMAP                                                00121600
              AT END                                                    00121700
                 SET WS-STO-EOF TO TRUE                                 00121800
                 GO TO LOAD-ONE-ACCTMAP-ROW-EXIT                        00121900
            END-READ.                                                   00122000
            MOVE ACM-REC TO WS-STO-CANDIDATE.                           00122100
            PERFORM ADD-STORE-ROW.                                      00122200
       LOAD-ONE-ACCTMAP-ROW-EXIT.                                       00122300
            EXIT.                                                       00122400
       REWRITE-ACCTMAP-STORE.                                           00122500
            OPEN OUTPUT ACCTMAP.                                        00122600
            PERFORM REWRITE-ONE-ACCTMAP-ROW                             00122700
               VARYING WS-STO-IDX FROM 1 BY 1                           00122800
               UNTIL WS-STO-IDX > WS-STO-COUNT.                         00122900
            CLOSE ACCTMAP.                                              00123000
       REWRITE-ONE-ACCTMAP-ROW.                                         00123100
            IF WS-STO-DROP-SW (WS-STO-IDX) = 'N' THEN                   00123200
               MOVE WS-STO-ROW (WS-STO-IDX) TO ACM-REC                  00123300
               WRITE ACM-REC                                            00123400
            END-IF.                                                     00123500
       LOAD-DISTCTL-STORE.                                              00123600
            MOVE 0 TO WS-STO-COUNT.                                     00123700
            MOVE 'N' TO WS-STO-FULL-SW.                                 00123800
            MOVE 'N' TO WS-STO-EOF-SW.                                  00123900
            OPEN INPUT DISTCTL.                                         00124000
            PERFORM LOAD-ONE-DISTCTL-ROW THRU LOAD-ONE-DISTCTL-ROW-EXIT 00124100
               UNTIL WS-STO-EOF.                                        00124200
            CLOSE DISTCTL.                                              00124300
       LOAD-ONE-DISTCTL-ROW.                                            00124400
            READ DISTCTL                                                00124500
              AT END                                                    00124600
                 SET WS-STO-EOF TO TRUE                                 00124700
                 GO TO LOAD-ONE-DISTCTL-ROW-EXIT                        00124800
            END-READ.                                                   00124900
            MOVE DST-REC TO WS-STO-CANDIDATE.                           00125000
            PERFORM ADD-STORE-ROW.                                      00125100
       LOAD-ONE-DISTCTL-ROW-EXIT.                                       00125200
            EXIT.                                                       00125300
       REWRITE-DISTCTL-STORE.                                           00125400
            OPEN OUTPUT DISTCTL.                                        00125500
            PERFORM REWRITE-ONE-DISTCTL-ROW                             00125600
               VARYING WS-STO-IDX FROM 1 BY 1                           00125700
               UNTIL WS-STO-IDX > WS-STO-COUNT.                         00125800
            CLOSE DISTCTL.                                              00125900
       REWRITE-ONE-DISTCTL-ROW.                                         00126000
            IF WS-STO-DROP-SW (WS-STO-IDX) = 'N' THEN                   00126100
               MOVE WS-STO-ROW (WS-STO-IDX) TO DST-REC                  00126200
               WRITE DST-REC                                            00126300
            END-IF.                                                     00126400
       LOAD-SPLIT-STORE.                                                00126500
            MOVE 0 TO WS-STO-COUNT.                                     00126600
            MOVE 'N' TO WS-STO-FULL-SW.                                 00126700
            MOVE 'N' TO WS-STO-EOF-SW.                                  00126800
            OPEN INPUT SPLITIN.                                         00126900
            PERFORM LOAD-ONE-SPLIT-ROW THRU LOAD-ONE-SPLIT-ROW-EXIT     00127000
               UNTIL WS-STO-EOF.                                        00127100
            CLOSE SPLITIN.                                              00127200
       LOAD-ONE-SPLIT-ROW.                                              00127300
            READ SPLITIN                                                00127400
              AT END                                                    00127500
                 SET WS-STO-EOF TO TRUE                                 00127600
                 GO TO LOAD-ONE-SPLIT-ROW-EXIT                          00127700
            END-READ.                                                   00127800
            MOVE SPL-REC TO WS-STO-CANDIDATE.                           00127900
            PERFORM ADD-STORE-ROW.                                      00128000
       LOAD-ONE-SPLIT-ROW-EXIT.                                         00128100
            EXIT.                                                       00128200
       REWRITE-SPLIT-STORE.                                             00128300
            OPEN OUTPUT SPLITIN.                                        00128400
            PERFORM REWRITE-ONE-SPLIT-ROW                               00128500
               VARYING WS-STO-IDX FROM 1 BY 1                           00128600
               UNTIL WS-STO-IDX > WS-STO-COUNT.                         00128700
            CLOSE SPLITIN.                                              00128800
       REWRITE-ONE-SPLIT-ROW.                                           00128900
            IF WS-STO-DROP-SW (WS-STO-IDX) = 'N' THEN                   00129000
               MOVE WS-STO-ROW (WS-STO-IDX) TO SPL-REC                  00129100
               WRITE SPL-REC                                            00129200
            END-IF.                                                     00129300
       LOAD-ALLOC-STORE.                                                00129303
            MOVE 0 TO WS-STO-COUNT.                                     00129306
            MOVE 'N' TO WS-STO-FULL-SW.                                 00129310
            MOVE 'N' TO WS-STO-EOF-SW.                                  00129313
            OPEN INPUT ALLOCIN.                                         00129316
            PERFORM LOAD-ONE-ALLOC-ROW THRU LOAD-ONE-ALLOC-ROW-EXIT     00129320
               UNTIL WS-STO-EOF.                                        00129323
            CLOSE ALLOCIN.                                              00129326
       LOAD-ONE-ALLOC-ROW.                                              00129330
            READ ALLOCIN                                                00129333
              AT END                                                    00129336
                 SET WS-STO-EOF TO TRUE                                 00129340
                 GO TO LOAD-ONE-ALLOC-ROW-EXIT                          00129343
            END-READ.                                                   00129346
            MOVE ALC-REC TO WS-STO-CANDIDATE.                           00129350
            PERFORM ADD-STORE-ROW.                                      00129353
       LOAD-ONE-ALLOC-ROW-EXIT.                                         00129356
            EXIT.                                                       00129360
       REWRITE-ALLOC-STORE.                                             00129363
            OPEN OUTPUT ALLOCIN.                                        00129366
            PERFORM REWRITE-ONE-ALLOC-ROW                               00129370
               VARYING WS-STO-IDX FROM 1 BY 1                           00129373
               UNTIL WS-STO-IDX > WS-STO-COUNT.                         00129376
            CLOSE ALLOCIN.                                              00129380
       REWRITE-ONE-ALLOC-ROW.                                           00129383
            IF WS-STO-DROP-SW (WS-STO-IDX) = 'N' THEN                   00129386
               MOVE WS-STO-ROW (WS-STO-IDX) TO ALC-REC                  00129390
               WRITE ALC-REC                                            00129393
            END-IF.                                                     00129396
      * A STORE TOO BIG FOR THE TABLE IS NOT REWRITTEN AT ALL - THE     00129400
      * REWRITE WOULD LOSE ITS TAIL.                                    00129500
       ADD-STORE-ROW.                                                   00129600
            IF WS-STO-COUNT < 1000 THEN                                 00129700
               ADD 1 TO WS-STO-COUNT                                    00129800
               SET WS-STO-IDX TO WS-STO-COUNT                           00129900
               MOVE WS-STO-CANDIDATE TO WS-STO-ROW (WS-STO-IDX)         00130000
               MOVE 'N' TO WS-STO-DROP-SW (WS-STO-IDX)                  00130100
            ELSE                                                        00130200
               SET WS-STO-FULL TO TRUE                                  00130300
               IF NOT WS-RC-IO-ERROR THEN                               00130400
                  SET WS-RC-DATA-ERROR TO TRUE                          00130500
               END-IF                                                   00130600
            END-IF.                                                     00130700
       RECODE-STORE-TABLE.                                              00130800
            MOVE 0 TO WS-STO-CHANGED.                                   00130900
            MOVE SPACES TO RPT-LINE.                                    00131000
            WRITE RPT-LINE.                                             00131100
            MOVE SPACES TO RPT-LINE.                                    00131200
            STRING WS-STO-NAME ' ROWS RE-CODED'                         00131300
               DELIMITED BY SIZE INTO RPT-LINE                          00131400
            END-STRING.                                                 00131500
            WRITE RPT-LINE.                                             00131600
            IF WS-STO-FULL THEN                                         00131700
               MOVE '  *** MORE THAN 1000 ROWS - STORE NOT CHANGED'     00131800
                  TO RPT-LINE                                           00131900
               WRITE RPT-LINE                                           00132000
               MOVE 0 TO WS-STO-COUNT                                   00132100
            END-IF.                                                     00132200
            IF WS-STO-COUNT > 0 THEN                                    00132300
               PERFORM RECODE-ONE-STORE-ROW                             00132400
                  THRU RECODE-ONE-STORE-ROW-EXIT                        00132450
                  VARYING WS-STO-IDX FROM 1 BY 1                        00132500
                  UNTIL WS-STO-IDX > WS-STO-COUNT                       00132600
            END-IF.                                                     00132700
            IF WS-STO-CHANGED = 0 THEN                                  00132800
               MOVE '  NONE' TO RPT-LINE                                00132900
               WRITE RPT-LINE                                           00133000
            END-IF.                                                     00133100
            IF WS-STO-COUNT > 0 AND WS-DMP-COUNT > 0 THEN               00133200
               PERFORM COUNT-STORE-LEFT                                 00133300
                  VARYING WS-STO-IDX FROM 1 BY 1                        00133400
                  UNTIL WS-STO-IDX > WS-STO-COUNT                       00133500
            END-IF.                                                     00133600
      * ONLY A RETIRED (D CARD) CODE IS RE-CODED IN THE FLAT STORES;    00133700
      * AN E CARD MOVES ONE PERSON AND LEAVES THE DEPARTMENT STANDING.  00133800
       RECODE-ONE-STORE-ROW.                                            00133900
            IF WS-STO-KEY NOT = SPACES AND                              00134000
               WS-STO-ROW (WS-STO-IDX) (1:20) NOT = WS-STO-KEY THEN     00134100
               GO TO RECODE-ONE-STORE-ROW-EXIT                          00134200
            END-IF.                                                     00134300
            MOVE WS-STO-ROW (WS-STO-IDX) (WS-STO-DEPT-POS:4)            00134400
               TO WS-CUR-DEPT.                                          00134500
            IF WS-CUR-DEPT = SPACES THEN                                00134600
               GO TO RECODE-ONE-STORE-ROW-EXIT                          00134700
            END-IF.                                                     00134800
            MOVE 'N' TO WS-FOUND-SW.                                    00134900
            PERFORM FIND-CUR-ON-DMP                                     00135000
               VARYING WS-DMP-IDX FROM 1 BY 1                           00135100
               UNTIL WS-DMP-IDX > WS-DMP-COUNT OR WS-ENTRY-FOUND.       00135200
            IF NOT WS-ENTRY-FOUND THEN                                  00135300
               GO TO RECODE-ONE-STORE-ROW-EXIT                          00135400
            END-IF.                                                     00135500
            SET WS-DMP-IDX DOWN BY 1.                                   00135600
            MOVE WS-STO-ROW (WS-STO-IDX) TO WS-STO-CANDIDATE.           00135700
            MOVE WS-DMP-NEW (WS-DMP-IDX)                                00135800
               TO WS-STO-CANDIDATE (WS-STO-DEPT-POS:4).                 00135900
            IF WS-STO-ALLOC-LINES THEN                                  00135920
               PERFORM RECODE-ALLOC-ROW THRU RECODE-ALLOC-ROW-EXIT      00135940
               GO TO RECODE-ONE-STORE-ROW-LIST                          00135960
            END-IF.                                                     00135980
            MOVE 'N' TO WS-FOUND-SW.                                    00136000
            PERFORM FIND-STORE-TWIN                                     00136100
               VARYING WS-STO-JDX FROM 1 BY 1                           00136200
               UNTIL WS-STO-JDX > WS-STO-COUNT OR WS-ENTRY-FOUND.       00136300
            IF WS-ENTRY-FOUND THEN                                      00136400
               SET WS-STO-JDX DOWN BY 1                                 00136500
               MOVE 'Y' TO WS-STO-DROP-SW (WS-STO-IDX)                  00136600
               IF WS-STO-ONE-PER-DEPT AND                               00136700
                  WS-STO-ROW (WS-STO-IDX)                               00136800
                     (WS-STO-CMP-POS:WS-STO-CMP-LEN) NOT =              00136900
                  WS-STO-ROW (WS-STO-JDX)                               00137000
                     (WS-STO-CMP-POS:WS-STO-CMP-LEN) THEN               00137100
                  MOVE 'CONFLICT' TO WS-ACTION-TEXT                     00137200
                  ADD 1 TO WS-COUNT-CONFLICTS                           00137300
               ELSE                                                     00137400
                  MOVE 'DROPPED' TO WS-ACTION-TEXT                      00137500
               END-IF                                                   00137600
            ELSE                                                        00137700
               MOVE WS-STO-CANDIDATE TO WS-STO-ROW (WS-STO-IDX)         00137800
               MOVE 'RE-CODED' TO WS-ACTION-TEXT                        00137900
            END-IF.                                                     00138000
       RECODE-ONE-STORE-ROW-LIST.                                       00138050
            ADD 1 TO WS-STO-CHANGED.                                    00138100
            MOVE SPACES TO RPT-LINE.                                    00138200
            STRING '  ' WS-CUR-DEPT ' ' WS-DMP-NEW (WS-DMP-IDX) ' '     00138300
               WS-ACTION-TEXT ' ' WS-STO-CANDIDATE (1:52)               00138400
               DELIMITED BY SIZE INTO RPT-LINE                          00138500
            END-STRING.                                                 00138600
            WRITE RPT-LINE.                                             00138700
       RECODE-ONE-STORE-ROW-EXIT.                                       00138800
            EXIT.                                                       00138900
      * THE ROW THE RE-CODED ONE WOULD DUPLICATE: FOR A ONE-ROW-PER-    00139000
      * DEPARTMENT STORE ANY LIVE ROW ALREADY ON THE NEW CODE, FOR      00139100
      * DISTCTL AN IDENTICAL LIVE ROW.                                  00139200
       FIND-STORE-TWIN.                                                 00139300
            IF WS-STO-JDX NOT = WS-STO-IDX AND                          00139400
               WS-STO-DROP-SW (WS-STO-JDX) = 'N' THEN                   00139500
               IF WS-STO-ONE-PER-DEPT THEN                              00139600
                  IF (WS-STO-KEY = SPACES OR                            00139700
                      WS-STO-ROW (WS-STO-JDX) (1:20) = WS-STO-KEY) AND  00139800
                     WS-STO-ROW (WS-STO-JDX) (WS-STO-DEPT-POS:4) =      00139900
                     WS-DMP-NEW (WS-DMP-IDX) THEN                       00140000
                     SET WS-ENTRY-FOUND TO TRUE                         00140100
                  END-IF                                                00140200
               ELSE                                                     00140300
                  IF WS-STO-ROW (WS-STO-JDX) = WS-STO-CANDIDATE THEN    00140400
                     SET WS-ENTRY-FOUND TO TRUE                         00140500
                  END-IF                                                00140600
               END-IF                                                   00140700
            END-IF.                                                     00140701
      * A COST-ALLOCATION LINE GOING ONTO A CODE THE EMPLOYEE IS        00140703
      * ALREADY SPLIT TO FOR THE SAME DATES IS ADDED INTO THAT LINE.    00140705
       RECODE-ALLOC-ROW.                                                00140707
            MOVE 'N' TO WS-FOUND-SW.                                    00140708
            PERFORM FIND-ALLOC-TWIN                                     00140710
               VARYING WS-STO-JDX FROM 1 BY 1                           00140712
               UNTIL WS-STO-JDX > WS-STO-COUNT OR WS-ENTRY-FOUND.       00140714
            IF WS-ENTRY-FOUND THEN                                      00140715
               SET WS-STO-JDX DOWN BY 1                                 00140717
               MOVE WS-STO-ROW (WS-STO-JDX) TO WS-ALC-TWIN              00140719
               MOVE WS-STO-CANDIDATE TO WS-ALC-THIS                     00140721
               IF AL-PCT-X OF WS-ALC-TWIN IS NUMERIC AND                00140722
                  AL-PCT-X OF WS-ALC-THIS IS NUMERIC THEN               00140724
                  ADD AL-PCT OF WS-ALC-THIS TO AL-PCT OF WS-ALC-TWIN    00140726
                  MOVE WS-ALC-TWIN TO WS-STO-ROW (WS-STO-JDX)           00140728
                  MOVE 'Y' TO WS-STO-DROP-SW (WS-STO-IDX)               00140729
                  MOVE WS-ALC-TWIN TO WS-STO-CANDIDATE                  00140731
                  MOVE 'MERGED' TO WS-ACTION-TEXT                       00140733
                  GO TO RECODE-ALLOC-ROW-EXIT                           00140735
               END-IF                                                   00140736
            END-IF.                                                     00140738
            MOVE 'N' TO WS-FOUND-SW.                                    00140740
            PERFORM FIND-ALLOC-CLASH                                    00140742
               VARYING WS-STO-JDX FROM 1 BY 1                           00140743
               UNTIL WS-STO-JDX > WS-STO-COUNT OR WS-ENTRY-FOUND.       00140745
            MOVE WS-STO-CANDIDATE TO WS-STO-ROW (WS-STO-IDX).           00140747
            IF WS-ENTRY-FOUND THEN                                      00140749
               MOVE 'CONFLICT' TO WS-ACTION-TEXT                        00140750
               ADD 1 TO WS-COUNT-CONFLICTS                              00140752
            ELSE                                                        00140754
               MOVE 'RE-CODED' TO WS-ACTION-TEXT                        00140756
            END-IF.                                                     00140757
       RECODE-ALLOC-ROW-EXIT.                                           00140759
            EXIT.                                                       00140761
      * A LIVE LINE FOR THE SAME EMPLOYEE, NEW CODE AND DATES.          00140763
       FIND-ALLOC-TWIN.                                                 00140764
            IF WS-STO-JDX NOT = WS-STO-IDX AND                          00140766
               WS-STO-DROP-SW (WS-STO-JDX) = 'N' AND                    00140768
               WS-STO-ROW (WS-STO-JDX) (1:8) =                          00140770
               WS-STO-CANDIDATE (1:8) AND                               00140771
               WS-STO-ROW (WS-STO-JDX) (10:4) =                         00140773
               WS-DMP-NEW (WS-DMP-IDX) AND                              00140775
               WS-STO-ROW (WS-STO-JDX) (21:17) =                        00140777
               WS-STO-CANDIDATE (21:17) THEN                            00140778
               SET WS-ENTRY-FOUND TO TRUE                               00140780
            END-IF.                                                     00140782
      * ANY OTHER LIVE LINE FOR THE SAME EMPLOYEE ON THE NEW CODE.      00140784
       FIND-ALLOC-CLASH.                                                00140785
            IF WS-STO-JDX NOT = WS-STO-IDX AND                          00140787
               WS-STO-DROP-SW (WS-STO-JDX) = 'N' AND                    00140789
               WS-STO-ROW (WS-STO-JDX) (1:8) =                          00140791
               WS-STO-CANDIDATE (1:8) AND                               00140792
               WS-STO-ROW (WS-STO-JDX) (10:4) =                         00140794
               WS-DMP-NEW (WS-DMP-IDX) THEN                             00140796
               SET WS-ENTRY-FOUND TO TRUE                               00140798
            END-IF.                                                     00140800
       COUNT-STORE-LEFT.                                                00140900
            IF WS-STO-DROP-SW (WS-STO-IDX) = 'N' AND                    00141000
               (WS-STO-KEY = SPACES OR                                  00141100
                WS-STO-ROW (WS-STO-IDX) (1:20) = WS-STO-KEY) THEN       00141200
               MOVE WS-STO-ROW (WS-STO-IDX) (WS-STO-DEPT-POS:4)         00141300
                  TO WS-CUR-DEPT                                        00141400
               MOVE 'N' TO WS-FOUND-SW                                  00141500
               PERFORM FIND-CUR-ON-DMP                                  00141600
                  VARYING WS-DMP-IDX FROM 1 BY 1                        00141700
                  UNTIL WS-DMP-IDX > WS-DMP-COUNT OR WS-ENTRY-FOUND     00141800
               IF WS-ENTRY-FOUND THEN                                   00141900
                  SET WS-DMP-IDX DOWN BY 1                              00142000
                  ADD 1 TO WS-DMP-STO-LEFT (WS-DMP-IDX)                 00142100
               END-IF                                                   00142200
            END-IF.                                                     00142300
      ******************************************************************00142400
      * RECONCILIATION.  PER RETIRED CODE: EMPLOYEES ON IT BEFORE,     *00142500
      * MOVED AND LEFT ON EMP_DB AND THE KSDS, AND FLAT-STORE ROWS     *00142600
      * LEFT.  IN APPLY MODE "LEFT" IS COUNTED AGAIN FROM EMP_DB AND   *00142700
      * A SECOND PASS OF THE KSDS; IN SIMULATE MODE IT IS PROJECTED.   *00142800
      ******************************************************************00142900
       RECONCILE-RETIRED-CODES.                                         00143000
            IF WS-DMP-COUNT > 0 THEN                                    00143100
               PERFORM TALLY-EMP-BEFORE                                 00143200
                  VARYING WS-MOV-IDX FROM 1 BY 1                        00143300
                  UNTIL WS-MOV-IDX > WS-MOV-COUNT                       00143400
            END-IF.                                                     00143500
            IF WS-MODE-APPLY AND WS-DMP-COUNT > 0 THEN                  00143600
               PERFORM COUNT-EMP-LEFT                                   00143700
                  VARYING WS-DMP-IDX FROM 1 BY 1                        00143800
                  UNTIL WS-DMP-IDX > WS-DMP-COUNT OR WS-RC-IO-ERROR     00143900
               PERFORM COUNT-KSDS-LEFT                                  00144000
            END-IF.                                                     00144100
            MOVE SPACES TO RPT-LINE.                                    00144200
            WRITE RPT-LINE.                                             00144300
            MOVE 'RECONCILIATION OF RETIRED CODES' TO RPT-LINE.         00144400
            WRITE RPT-LINE.                                             00144500
            MOVE SPACES TO RPT-LINE.                                    00144600
            STRING '  OLD  NEW  EMP-BFR   MOVED    LEFT'                00144700
               ' KSD-BFR   MOVED    LEFT FLT-LFT'                       00144800
               DELIMITED BY SIZE INTO RPT-LINE                          00144900
            END-STRING.                                                 00145000
            WRITE RPT-LINE.                                             00145100
            IF WS-DMP-COUNT > 0 THEN                                    00145200
               PERFORM REPORT-ONE-RETIRED-CODE                          00145300
                  VARYING WS-DMP-IDX FROM 1 BY 1                        00145400
                  UNTIL WS-DMP-IDX > WS-DMP-COUNT                       00145500
            ELSE                                                        00145600
               MOVE '  NONE - NO D CARDS' TO RPT-LINE                   00145700
               WRITE RPT-LINE                                           00145800
            END-IF.                                                     00145900
      * A MOVE FROM A RETIRED CODE COUNTS AGAINST THAT CODE, WHETHER    00146000
      * IT CAME FROM ITS D CARD OR AN E CARD.                           00146100
       TALLY-EMP-BEFORE.                                                00146200
            MOVE WS-MOV-OLD (WS-MOV-IDX) TO WS-CUR-DEPT.                00146300
            MOVE 'N' TO WS-FOUND-SW.                                    00146400
            PERFORM FIND-CUR-ON-DMP                                     00146500
               VARYING WS-DMP-IDX FROM 1 BY 1                           00146600
               UNTIL WS-DMP-IDX > WS-DMP-COUNT OR WS-ENTRY-FOUND.       00146700
            IF WS-ENTRY-FOUND THEN                                      00146800
               SET WS-DMP-IDX DOWN BY 1                                 00146900
               IF WS-MODE-SIMULATE OR                                   00147000
                  WS-MOV-DONE-SW (WS-MOV-IDX) = 'Y' THEN                00147100
                  ADD 1 TO WS-DMP-EMP-MOVED (WS-DMP-IDX)                00147200
               END-IF                                                   00147300
            END-IF.                                                     00147400
       COUNT-EMP-LEFT.                                                  00147500
            MOVE WS-DMP-OLD (WS-DMP-IDX) TO WS-DEPTID.                  00147600
            EXEC SQL                                                    00147700
                 SELECT COUNT(*)                                        00147800
                 INTO   :WS-LEFT-COUNT                                  00147900
                 FROM   EMP_DB                                          00148000
                 WHERE  DEPTID = :WS-DEPTID                             00148100
            END-EXEC.                                                   00148200
            IF SQLCODE = 0 THEN                                         00148300
               MOVE WS-LEFT-COUNT TO WS-DMP-EMP-LEFT (WS-DMP-IDX)       00148400
            ELSE                                                        00148500
               PERFORM HANDLE-DB2-FAILURE                               00148600
            END-IF.                                                     00148700
       COUNT-KSDS-LEFT.                                                 00148800
            OPEN INPUT KSDSIO.                                          00148900
            IF WS-KSDS-OK THEN                                          00149000
               MOVE 'N' TO WS-KSDS-EOF-SW                               00149100
               PERFORM COUNT-ONE-KSDS-LEFT THRU COUNT-ONE-KSDS-LEFT-EXIT00149200
                  UNTIL WS-KSDS-EOF                                     00149300
               CLOSE KSDSIO                                             00149400
            ELSE                                                        00149500
               SET WS-RC-IO-ERROR TO TRUE                               00149600
            END-IF.                                                     00149700
       COUNT-ONE-KSDS-LEFT.                                             00149800
            READ KSDSIO NEXT RECORD                                     00149900
              AT END                                                    00150000
                 SET WS-KSDS-EOF TO TRUE                                00150100
                 GO TO COUNT-ONE-KSDS-LEFT-EXIT                         00150200
            END-READ.                                                   00150300
            MOVE FL-DEPT-CODE OF KSDS-REC TO WS-CUR-DEPT.               00150400
            MOVE 'N' TO WS-FOUND-SW.                                    00150500
            PERFORM FIND-CUR-ON-DMP                                     00150600
               VARYING WS-DMP-IDX FROM 1 BY 1                           00150700
               UNTIL WS-DMP-IDX > WS-DMP-COUNT OR WS-ENTRY-FOUND.       00150800
            IF WS-ENTRY-FOUND THEN                                      00150900
               SET WS-DMP-IDX DOWN BY 1                                 00151000
               ADD 1 TO WS-DMP-KSDS-LEFT (WS-DMP-IDX)                   00151100
            END-IF.                                                     00151200
       COUNT-ONE-KSDS-LEFT-EXIT.                                        00151300
            EXIT.                                                       00151400
       REPORT-ONE-RETIRED-CODE.                                         00151500
            IF WS-MODE-SIMULATE THEN                                    00151600
               COMPUTE WS-DMP-EMP-LEFT (WS-DMP-IDX) =                   00151700
                  WS-DMP-EMP-BEFORE (WS-DMP-IDX)                        00151800
                  - WS-DMP-EMP-MOVED (WS-DMP-IDX)                       00151900
               COMPUTE WS-DMP-KSDS-LEFT (WS-DMP-IDX) =                  00152000
                  WS-DMP-KSDS-BEFORE (WS-DMP-IDX)                       00152100
                  - WS-DMP-KSDS-MOVED (WS-DMP-IDX)                      00152200
            END-IF.                                                     00152300
            MOVE SPACES TO RPT-LINE.                                    00152400
            STRING '  ' WS-DMP-OLD (WS-DMP-IDX)                         00152500
               ' ' WS-DMP-NEW (WS-DMP-IDX)                              00152600
               ' ' WS-DMP-EMP-BEFORE (WS-DMP-IDX)                       00152700
               ' ' WS-DMP-EMP-MOVED (WS-DMP-IDX)                        00152800
               ' ' WS-DMP-EMP-LEFT (WS-DMP-IDX)                         00152900
               ' ' WS-DMP-KSDS-BEFORE (WS-DMP-IDX)                      00153000
               ' ' WS-DMP-KSDS-MOVED (WS-DMP-IDX)                       00153100
               ' ' WS-DMP-KSDS-LEFT (WS-DMP-IDX)                        00153200
               ' ' WS-DMP-STO-LEFT (WS-DMP-IDX)                         00153300
               DELIMITED BY SIZE INTO RPT-LINE                          00153400
            END-STRING.                                                 00153500
            WRITE RPT-LINE.                                             00153600
            IF WS-DMP-EMP-LEFT (WS-DMP-IDX) > 0 OR                      00153700
               WS-DMP-KSDS-LEFT (WS-DMP-IDX) > 0 OR                     00153800
               WS-DMP-STO-LEFT (WS-DMP-IDX) > 0 THEN                    00153900
               ADD 1 TO WS-COUNT-LEFT                                   00154000
               MOVE SPACES TO RPT-LINE                                  00154100
               STRING '  *** ' WS-DMP-OLD (WS-DMP-IDX)                  00154200
                  ' STILL IN USE AFTER THE RE-CODE'                     00154300
                  DELIMITED BY SIZE INTO RPT-LINE                       00154400
               END-STRING                                               00154500
               WRITE RPT-LINE                                           00154600
            END-IF.                                                     00154700
       WRITE-REORG-SUMMARY.                                             00154800
            MOVE SPACES TO RPT-LINE.                                    00154900
            WRITE RPT-LINE.                                             00155000
            IF NOT WS-DECK-OK THEN                                      00155100
               MOVE '*** MAPPING DECK REFUSED - NOTHING CHANGED'        00155200
                  TO RPT-LINE                                           00155300
               WRITE RPT-LINE                                           00155400
            END-IF.                                                     00155500
            MOVE SPACES TO RPT-LINE.                                    00155600
            STRING 'MAPPING CARDS        : ' WS-COUNT-CARDS             00155700
               '  REJECTED ' WS-COUNT-BAD-CARDS                         00155800
               DELIMITED BY SIZE INTO RPT-LINE                          00155900
            END-STRING.                                                 00156000
            WRITE RPT-LINE.                                             00156100
            MOVE SPACES TO RPT-LINE.                                    00156200
            STRING 'EMP_DB ROWS SCANNED  : ' WS-COUNT-EMP-SCANNED       00156300
               '  MOVED ' WS-COUNT-EMP-MOVED                            00156400
               '  CHANGED UNDER RUN ' WS-COUNT-EMP-CHANGED              00156500
               DELIMITED BY SIZE INTO RPT-LINE                          00156600
            END-STRING.                                                 00156700
            WRITE RPT-LINE.                                             00156800
            MOVE SPACES TO RPT-LINE.                                    00156900
            STRING 'DEPT_DB CODES ADDED  : ' WS-COUNT-DEPT-ADDED        00157000
               '  RETIRED ' WS-COUNT-DEPT-RETIRED                       00157100
               DELIMITED BY SIZE INTO RPT-LINE                          00157200
            END-STRING.                                                 00157300
            WRITE RPT-LINE.                                             00157400
            MOVE SPACES TO RPT-LINE.                                    00157500
            STRING 'NAME KSDS SCANNED    : ' WS-COUNT-KSDS-SCANNED      00157600
               '  RE-CODED ' WS-COUNT-KSDS-MOVED                        00157700
               '  FAILED ' WS-COUNT-KSDS-FAILED                         00157800
               DELIMITED BY SIZE INTO RPT-LINE                          00157900
            END-STRING.                                                 00158000
            WRITE RPT-LINE.                                             00158100
            MOVE SPACES TO RPT-LINE.                                    00158200
            STRING 'FLAT-STORE CONFLICTS : ' WS-COUNT-CONFLICTS         00158300
               '  WARNINGS ' WS-COUNT-WARNINGS                          00158400
               DELIMITED BY SIZE INTO RPT-LINE                          00158500
            END-STRING.                                                 00158600
            WRITE RPT-LINE.                                             00158700
            MOVE SPACES TO RPT-LINE.                                    00158800
            STRING 'RETIRED CODES IN USE : ' WS-COUNT-LEFT              00158900
               DELIMITED BY SIZE INTO RPT-LINE                          00159000
            END-STRING.                                                 00159100
            WRITE RPT-LINE.                                             00159200
            IF DBR-RETRY-TOTAL > 0 THEN                                 00159300
               MOVE SPACES TO RPT-LINE                                  00159400
               STRING 'DB2 LOCK RETRIES     : ' DBR-RETRY-TOTAL         00159500
                  DELIMITED BY SIZE INTO RPT-LINE                       00159600
               END-STRING                                               00159700
               WRITE RPT-LINE                                           00159800
            END-IF.                                                     00159900
            IF WS-MODE-SIMULATE THEN                                    00160000
               MOVE 'SIMULATION ONLY - NO STORE WAS CHANGED' TO RPT-LINE00160100
               WRITE RPT-LINE                                           00160200
            END-IF.                                                     00160300
            IF (WS-COUNT-LEFT > 0 OR WS-COUNT-KSDS-FAILED > 0) AND      00160400
               NOT WS-RC-IO-ERROR THEN                                  00160500
               SET WS-RC-DATA-ERROR TO TRUE                             00160600
            END-IF.                                                     00160700
            IF (WS-COUNT-CONFLICTS > 0 OR WS-COUNT-WARNINGS > 0) AND    00160800
               WS-RC-OK THEN                                            00160900
               SET WS-RC-WARNING TO TRUE                                00161000
            END-IF.                                                     00161100
       WRITE-RUN-AUDIT-REC.                                             00161200
            MOVE SPACES TO AUD-REC.                                     00161300
            MOVE 'PGM116' TO AUD-PROGRAM.                               00161400
            MOVE WS-AUD-START-DATE TO AUD-START-DATE.                   00161500
            MOVE WS-AUD-START-TIME TO AUD-START-TIME.                   00161600
            ACCEPT AUD-END-DATE FROM DATE YYYYMMDD.                     00161700
            ACCEPT AUD-END-TIME FROM TIME.                              00161800
            MOVE WS-COUNT-EMP-MOVED TO AUD-RECORDS-PROCESSED.           00161900
            MOVE WS-RETURN-CODE TO AUD-RETURN-CODE.                     00162000
            MOVE 0 TO AUD-ELAPSED-SECONDS.                              00162100
            MOVE WS-RUN-NUMBER TO AUD-RUN-NUMBER.                       00162200
            MOVE DBR-RETRY-TOTAL TO AUD-LOCK-RETRIES.                   00162300
            OPEN OUTPUT AUDITOUT.                                       00162400
            WRITE AUD-REC.                                              00162500
            CLOSE AUDITOUT.                                             00162600

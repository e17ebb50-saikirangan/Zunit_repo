       IDENTIFICATION DIVISION.                                         00000100
       PROGRAM-ID.   PGM96.                                             00000200
      * LEAVE LIABILITY VALUATION.  RUN MONTHLY AFTER PGM73 HAS         00000300
      * ROLLED THE LEAVE CLUSTER.  READS THE PGM73 BALANCE EXTRACT      00000400
      * (DDBALEXT - BEX-CLOSING, IN DAYS) AND THE CPFLREC EXTRACT       00000500
      * (DDINPUT) AND VALUES EACH EMPLOYEE'S CLOSING BALANCE AT         00000600
      * THEIR DAILY RATE: FL-SALARY / THE WORKDAYS CARD (DEFAULT        00000700
      * 260), THE RATE PGM73 AND PGM85 PAY LEAVE OUT AT, OR FOR AN      00000800
      * EMPLOYEE ON THE CPHRROST HOURLY ROSTER (DDHOURLY) HR-RATE       00000900
      * TIMES THE DAYHOURS CARD (TWO IMPLIED DECIMALS, DEFAULT          00001000
      * 8.00).  AN OVERDRAWN BALANCE VALUES NEGATIVE.  THE              00001100
      * LIABILITY IS REPORTED PER DEPARTMENT UNDER ITS DIVISION         00001200
      * (THE PGM45 DIVISION REFERENCE, DDDIVREF) WITH THE MOVEMENT      00001300
      * SINCE LAST MONTH, TAKEN FROM THE PRIOR MONTH'S CPLVVAL          00001400
      * VALUATION FILE (DDPRIORIN, DD DUMMY FOR THE FIRST RUN).         00001500
      * THIS MONTH'S VALUATION IS WRITTEN TO DDVALOUT FOR NEXT          00001600
      * MONTH.  THE MOVEMENT IS JOURNALED IN THE PGM64 POSTING          00001700
      * FORMAT (DDJRNLOUT): ONE ENTRY PER DEPARTMENT ACCOUNT            00001800
      * (DDACCTMAP) - A DEBIT WHERE THE LIABILITY GREW, A CREDIT        00001900
      * WHERE IT FELL - AND ONE OFFSET ON THE LIABACCT CARD'S           00002000
      * LEAVE-LIABILITY ACCOUNT ON THE OPPOSITE SIDE OF THE NET.        00002100
      * THE PERIOD CARD (YYYYMM, DEFAULT THE RUN MONTH) STAMPS THE      00002200
      * VALUATION.  ENDS RC 08 - NO JOURNAL FIT TO POST - WHEN THE      00002300
      * PRIOR VALUATION IS NOT FROM AN EARLIER PERIOD, A DEPARTMENT     00002400
      * WITH A MOVEMENT HAS NO ACCOUNT MAPPING OR THERE IS NO           00002500
      * LIABACCT CARD; RC 04 WHEN A BALANCE HAS NO EMPLOYEE ON THE      00002600
      * EXTRACT, A DEPARTMENT HAS NO DIVISION OR A TABLE OVERFLOWS.     00002700
       ENVIRONMENT DIVISION.                                            00002800
       INPUT-OUTPUT SECTION.                                            00002900
       FILE-CONTROL.                                                    00003000
                SELECT BALEXT ASSIGN TO DDBALEXT                        00003100
                ORGANIZATION IS SEQUENTIAL.                             00003200
                SELECT INFILE ASSIGN TO DDINPUT                         00003300
                ORGANIZATION IS SEQUENTIAL.                             00003400
                SELECT ROSTER ASSIGN TO DDHOURLY                        00003500
                ORGANIZATION IS SEQUENTIAL.                             00003600
                SELECT DIVREF ASSIGN TO DDDIVREF                        00003700
                ORGANIZATION IS SEQUENTIAL.                             00003800
                SELECT ACCTMAP ASSIGN TO DDACCTMAP                      00003900
                ORGANIZATION IS SEQUENTIAL.                             00004000
                SELECT PRIORIN ASSIGN TO DDPRIORIN                      00004100
                ORGANIZATION IS SEQUENTIAL.                             00004200
                SELECT PARMFILE ASSIGN TO DDPARMIN                      00004300
                ORGANIZATION IS SEQUENTIAL.                             00004400
                SELECT VALOUT ASSIGN TO DDVALOUT                        00004500
                ORGANIZATION IS SEQUENTIAL.                             00004600
                SELECT JRNLOUT ASSIGN TO DDJRNLOUT                      00004700
                ORGANIZATION IS SEQUENTIAL.                             00004800
                SELECT RPTFILE ASSIGN TO DDRPTOUT                       00004900
                ORGANIZATION IS SEQUENTIAL.                             00005000
       DATA DIVISION.                                                   00005100
       FILE SECTION.                                                    00005200
       FD BALEXT                                                        00005300
            RECORDING MODE IS F.                                        00005400
       01 BAL-EXT-REC.                                                  00005500
           05 BEX-EMP-ID  PIC X(8).                                     00005600
           05 BEX-CLOSING PIC S9(5)V99 SIGN LEADING SEPARATE.           00005700
           05 FILLER      PIC X(64).                                    00005800
       FD INFILE                                                        00005900
            RECORDING MODE IS F.                                        00006000
       01 FL-REC.                                                       00006100
          COPY CPFLREC.                                                 00006200
       FD ROSTER                                                        00006300
            RECORDING MODE IS F.                                        00006400
       01 HR-REC.                                                       00006500
          COPY CPHRROST.                                                00006600
       FD DIVREF                                                        00006700
            RECORDING MODE IS F.                                        00006800
       01 DIVREF-REC.                                                   00006900
           05 DIVREF-DIVISION PIC X(4).                                 00007000
           05 FILLER          PIC X(1).                                 00007100
           05 DIVREF-DEPT     PIC X(4).                                 00007200
           05 FILLER          PIC X(1).                                 00007300
           05 DIVREF-NAME     PIC X(20).                                00007400
           05 FILLER          PIC X(50).                                00007500
       FD ACCTMAP                                                       00007600
            RECORDING MODE IS F.                                        00007700
       01 ACM-REC.                                                      00007800
           05 ACM-DEPT    PIC X(4).                                     00007900
           05 FILLER      PIC X(1).                                     00008000
           05 ACM-ACCOUNT PIC X(8).                                     00008100
           05 FILLER      PIC X(67).                                    00008200
       FD PRIORIN                                                       00008300
            RECORDING MODE IS F.                                        00008400
       01 PRV-REC.                                                      00008500
          COPY CPLVVAL.                                                 00008600
       FD PARMFILE                                                      00008700
            RECORDING MODE IS F.                                        00008800
       01 PARM-CARD.                                                    00008900
          COPY CPPARMCD.                                                00009000
       FD VALOUT                                                        00009100
            RECORDING MODE IS F.                                        00009200
       01 VAL-REC.                                                      00009300
          COPY CPLVVAL.                                                 00009400
       FD JRNLOUT                                                       00009500
            RECORDING MODE IS F.                                        00009600
       01 JRN-REC.                                                      00009700
           05 JRN-ACCOUNT PIC X(8).                                     00009800
           05 JRN-DRCR    PIC X(1).                                     00009900
               88 JRN-DEBIT  VALUE 'D'.                                 00010000
               88 JRN-CREDIT VALUE 'C'.                                 00010100
           05 JRN-AMOUNT  PIC 9(11)V99.                                 00010200
           05 JRN-DEPT    PIC X(4).                                     00010300
           05 JRN-SOURCE  PIC X(8).                                     00010400
           05 FILLER      PIC X(46).                                    00010500
       FD RPTFILE                                                       00010600
            RECORDING MODE IS F.                                        00010700
       01 RPT-LINE PIC X(80).                                           00010800
       WORKING-STORAGE SECTION.                                         00010900
       01 WS-FL-REC.                                                    00011000
          COPY CPFLREC.                                                 00011100
       01 WS-FL-REC-HT REDEFINES WS-FL-REC.                             00011200
          COPY CPHDRTRL.                                                00011300
       01 WS-EOF-SW PIC X(1) VALUE 'N'.                                 00011400
           88 WS-EOF           VALUE 'Y'.                               00011500
       01 WS-BEX-EOF-SW PIC X(1) VALUE 'N'.                             00011600
           88 WS-BEX-EOF       VALUE 'Y'.                               00011700
       01 WS-HR-EOF-SW PIC X(1) VALUE 'N'.                              00011800
           88 WS-HR-EOF        VALUE 'Y'.                               00011900
       01 WS-REF-EOF-SW PIC X(1) VALUE 'N'.                             00012000
           88 WS-REF-EOF       VALUE 'Y'.                               00012100
       01 WS-MAP-EOF-SW PIC X(1) VALUE 'N'.                             00012200
           88 WS-MAP-EOF       VALUE 'Y'.                               00012300
       01 WS-PRV-EOF-SW PIC X(1) VALUE 'N'.                             00012400
           88 WS-PRV-EOF       VALUE 'Y'.                               00012500
       01 WS-PARM-EOF-SW PIC X(1) VALUE 'N'.                            00012600
           88 WS-PARM-EOF      VALUE 'Y'.                               00012700
       01 WS-LIAB-ACCT    PIC X(8) VALUE SPACES.                        00012800
       01 WS-WORK-DAYS    PIC 9(3) VALUE 260.                           00012900
       01 WS-DAY-HOURS    PIC 9(2)V99 VALUE 8.00.                       00013000
       01 WS-RUN-DATE.                                                  00013100
           05 WS-RUN-YYYYMM PIC 9(6).                                   00013200
           05 WS-RUN-DD     PIC 9(2).                                   00013300
       01 WS-PERIOD       PIC 9(6) VALUE 0.                             00013400
       01 WS-PRIOR-PERIOD PIC 9(6) VALUE 0.                             00013500
       01 WS-PRIOR-SW PIC X(1) VALUE 'N'.                               00013600
           88 WS-PRIOR-LOADED  VALUE 'Y'.                               00013700
       01 WS-BEX-COUNT PIC 9(4) COMP VALUE 0.                           00013800
       01 WS-BEX-TABLE.                                                 00013900
           05 WS-BEX-ENTRY OCCURS 3000 TIMES                            00014000
                            INDEXED BY WS-BEX-IDX WS-BEX-SAV.           00014100
               10 WS-BEX-EMP-ID  PIC X(8).                              00014200
               10 WS-BEX-DAYS    PIC S9(5)V99.                          00014300
               10 WS-BEX-USED    PIC X(1).                              00014400
       01 WS-HOURLY-COUNT PIC 9(4) COMP VALUE 0.                        00014500
       01 WS-HOURLY-TABLE.                                              00014600
           05 WS-HOURLY-ENTRY OCCURS 1000 TIMES                         00014700
                               INDEXED BY WS-HOURLY-IDX WS-HOURLY-SAV.  00014800
               10 WS-HOURLY-EMP-ID PIC X(8).                            00014900
               10 WS-HOURLY-RATE   PIC 9(4)V99.                         00015000
       01 WS-REF-COUNT PIC 9(3) COMP VALUE 0.                           00015100
       01 WS-REF-TABLE.                                                 00015200
           05 WS-REF-ENTRY OCCURS 100 TIMES                             00015300
                            INDEXED BY WS-REF-IDX.                      00015400
               10 WS-REF-DIVISION PIC X(4).                             00015500
               10 WS-REF-DEPT     PIC X(4).                             00015600
               10 WS-REF-NAME     PIC X(20).                            00015700
       01 WS-MAP-COUNT PIC 9(3) COMP VALUE 0.                           00015800
       01 WS-MAP-TABLE.                                                 00015900
           05 WS-MAP-ENTRY OCCURS 100 TIMES                             00016000
                            INDEXED BY WS-MAP-IDX WS-MAP-SAV.           00016100
               10 WS-MAP-DEPT    PIC X(4).                              00016200
               10 WS-MAP-ACCOUNT PIC X(8).                              00016300
       01 WS-DEPT-COUNT PIC 9(3) COMP VALUE 0.                          00016400
       01 WS-DEPT-TABLE.                                                00016500
           05 WS-DEPT-ENTRY OCCURS 100 TIMES                            00016600
                             INDEXED BY WS-DEPT-IDX WS-DEPT-SAV.        00016700
               10 WS-DEPT-CODE     PIC X(4).                            00016800
               10 WS-DEPT-DIVISION PIC X(4).                            00016900
               10 WS-DEPT-DAYS     PIC S9(7)V99.                        00017000
               10 WS-DEPT-VALUE    PIC S9(11)V99.                       00017100
               10 WS-DEPT-PRIOR    PIC S9(11)V99.                       00017200
               10 WS-DEPT-MOVE     PIC S9(11)V99.                       00017300
       01 WS-DIV-COUNT PIC 9(2) COMP VALUE 0.                           00017400
       01 WS-DIV-TABLE.                                                 00017500
           05 WS-DIV-ENTRY OCCURS 20 TIMES                              00017600
                            INDEXED BY WS-DIV-IDX WS-DIV-SAV.           00017700
               10 WS-DIV-CODE   PIC X(4).                               00017800
               10 WS-DIV-NAME   PIC X(20).                              00017900
               10 WS-DIV-DAYS   PIC S9(7)V99.                           00018000
               10 WS-DIV-VALUE  PIC S9(11)V99.                          00018100
               10 WS-DIV-MOVE   PIC S9(11)V99.                          00018200
       01 WS-FOUND-SW PIC X(1) VALUE 'N'.                               00018300
           88 WS-ENTRY-FOUND   VALUE 'Y'.                               00018400
       01 WS-WORK-DEPT      PIC X(4) VALUE SPACES.                      00018500
       01 WS-WORK-DIVISION  PIC X(4) VALUE SPACES.                      00018600
       01 WS-WORK-DIVNAME   PIC X(20) VALUE SPACES.                     00018700
       01 WS-EMP-DAYS       PIC S9(5)V99 VALUE 0.                       00018800
       01 WS-DAILY-RATE     PIC 9(6)V99 VALUE 0.                        00018900
       01 WS-EMP-VALUE      PIC S9(9)V99 VALUE 0.                       00019000
       01 WS-POST-AMOUNT    PIC 9(11)V99 VALUE 0.                       00019100
       01 WS-OFFSET-NET     PIC S9(13)V99 VALUE 0.                      00019200
       01 WS-TOTAL-DAYS     PIC S9(7)V99 VALUE 0.                       00019300
       01 WS-TOTAL-VALUE    PIC S9(13)V99 VALUE 0.                      00019400
       01 WS-TOTAL-PRIOR    PIC S9(13)V99 VALUE 0.                      00019500
       01 WS-TOTAL-MOVE     PIC S9(13)V99 VALUE 0.                      00019600
       01 WS-TOTAL-DEBITS   PIC 9(13)V99 VALUE 0.                       00019700
       01 WS-TOTAL-CREDITS  PIC 9(13)V99 VALUE 0.                       00019800
       01 WS-COUNT-VALUED    PIC 9(7) VALUE 0.                          00019900
       01 WS-COUNT-HOURLY    PIC 9(7) VALUE 0.                          00020000
       01 WS-COUNT-NOBAL     PIC 9(7) VALUE 0.                          00020100
       01 WS-COUNT-ORPHAN    PIC 9(7) VALUE 0.                          00020200
       01 WS-COUNT-PRIOR     PIC 9(7) VALUE 0.                          00020300
       01 WS-COUNT-NODIV     PIC 9(7) VALUE 0.                          00020400
       01 WS-COUNT-OVER      PIC 9(7) VALUE 0.                          00020500
       01 WS-COUNT-UNMAPPED  PIC 9(5) VALUE 0.                          00020600
       01 WS-COUNT-POSTINGS  PIC 9(5) VALUE 0.                          00020700
       01 WS-STOP-TEXT       PIC X(50) VALUE SPACES.                    00020800
       01 WS-DAYS-ED       PIC -ZZZ,ZZ9.99.                             00020900
       01 WS-VALUE-ED      PIC -ZZZ,ZZZ,ZZ9.99.                         00021000
       01 WS-MOVE-ED       PIC -ZZZ,ZZZ,ZZ9.99.                         00021100
       01 WS-AMOUNT-ED     PIC ZZZ,ZZZ,ZZZ,ZZ9.99.                      00021200
       01 WS-RETCD.                                                     00021300
           COPY CPRETCD.                                                00021400
       PROCEDURE DIVISION.                                              00021500
       MAIN-ROUTINE.                                                    00021600
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.                      00021700
            MOVE WS-RUN-YYYYMM TO WS-PERIOD.                            00021800
            PERFORM READ-VALUATION-PARMS.                               00021900
            PERFORM LOAD-BALANCE-EXTRACT.                               00022000
            PERFORM LOAD-HOURLY-ROSTER.                                 00022100
            PERFORM LOAD-DIVISION-REF.                                  00022200
            PERFORM LOAD-ACCOUNT-MAP.                                   00022300
            OPEN OUTPUT RPTFILE.                                        00022400
            MOVE '---- PGM96 LEAVE LIABILITY VALUATION ----'            00022500
               TO RPT-LINE.                                             00022600
            WRITE RPT-LINE.                                             00022700
            PERFORM LOAD-PRIOR-VALUATION.                               00022800
            IF WS-STOP-TEXT NOT = SPACES THEN                           00022900
               MOVE SPACES TO RPT-LINE                                  00023000
               STRING '*** ' DELIMITED BY SIZE                          00023100
                  WS-STOP-TEXT DELIMITED BY '  '                        00023200
                  ' - NOTHING VALUED' DELIMITED BY SIZE                 00023300
                  INTO RPT-LINE                                         00023400
               END-STRING                                               00023500
               WRITE RPT-LINE                                           00023600
               CLOSE RPTFILE                                            00023700
               SET WS-RC-DATA-ERROR TO TRUE                             00023800
               MOVE WS-RETURN-CODE TO RETURN-CODE                       00023900
               GOBACK                                                   00024000
            END-IF.                                                     00024100
            OPEN INPUT INFILE.                                          00024200
            OPEN OUTPUT VALOUT.                                         00024300
            PERFORM UNTIL WS-EOF                                        00024400
               READ INFILE INTO WS-FL-REC                               00024500
                 AT END SET WS-EOF TO TRUE                              00024600
                 NOT AT END                                             00024700
                    IF HT-IS-HEADER OF WS-FL-REC-HT OR                  00024800
                       HT-IS-TRAILER OF WS-FL-REC-HT THEN               00024900
                       CONTINUE                                         00025000
                    ELSE                                                00025100
                       PERFORM VALUE-ONE-EMPLOYEE                       00025200
                    END-IF                                              00025300
               END-READ                                                 00025400
            END-PERFORM.                                                00025500
            CLOSE INFILE.                                               00025600
            CLOSE VALOUT.                                               00025700
            PERFORM REPORT-ORPHAN-BALANCES.                             00025800
            OPEN OUTPUT JRNLOUT.                                        00025900
            PERFORM POST-ALL-DEPARTMENTS.                               00026000
            PERFORM POST-OFFSET-ENTRY.                                  00026100
            CLOSE JRNLOUT.                                              00026200
            PERFORM WRITE-LIABILITY-REGISTER.                           00026300
            CLOSE RPTFILE.                                              00026400
            MOVE WS-RETURN-CODE TO RETURN-CODE.                         00026500
            GOBACK.                                                     00026600
       READ-VALUATION-PARMS.                                            00026700
            OPEN INPUT PARMFILE.                                        00026800
            PERFORM UNTIL WS-PARM-EOF                                   00026900
               READ PARMFILE                                            00027000
                 AT END SET WS-PARM-EOF TO TRUE                         00027100
                 NOT AT END PERFORM APPLY-PARM-CARD                     00027200
               END-READ                                                 00027300
            END-PERFORM.                                                00027400
            CLOSE PARMFILE.                                             00027500
      * DAYHOURS CARRIES TWO IMPLIED DECIMALS ON THE CARD, AS THE       00027600
      * PGM73 ACCRDAYS CARD DOES.                                       00027700
       APPLY-PARM-CARD.                                                 00027800
            EVALUATE PARM-KEY                                           00027900
                WHEN 'PERIOD'                                           00028000
                   IF PARM-VALUE-NUM > 0 THEN                           00028100
                      MOVE PARM-VALUE-NUM TO WS-PERIOD                  00028200
                   END-IF                                               00028300
                WHEN 'WORKDAYS'                                         00028400
                   IF PARM-VALUE-NUM > 0 THEN                           00028500
                      MOVE PARM-VALUE-NUM TO WS-WORK-DAYS               00028600
                   END-IF                                               00028700
                WHEN 'DAYHOURS'                                         00028800
                   IF PARM-VALUE-NUM > 0 THEN                           00028900
                      COMPUTE WS-DAY-HOURS = PARM-VALUE-NUM / 100       00029000
                   END-IF                                               00029100
                WHEN 'LIABACCT'                                         00029200
                   MOVE PARM-VALUE-TEXT (1:8) TO WS-LIAB-ACCT           00029300
                WHEN OTHER                                              00029400
                   CONTINUE                                             00029500
            END-EVALUATE.                                               00029600
       LOAD-BALANCE-EXTRACT.                                            00029700
            OPEN INPUT BALEXT.                                          00029800
            PERFORM UNTIL WS-BEX-EOF                                    00029900
               READ BALEXT                                              00030000
                 AT END SET WS-BEX-EOF TO TRUE                          00030100
                 NOT AT END                                             00030200
                    IF BEX-EMP-ID NOT = SPACES AND                      00030300
                       BEX-CLOSING NUMERIC THEN                         00030400
                       IF WS-BEX-COUNT < 3000 THEN                      00030500
                          ADD 1 TO WS-BEX-COUNT                         00030600
                          SET WS-BEX-IDX TO WS-BEX-COUNT                00030700
                          MOVE BEX-EMP-ID TO WS-BEX-EMP-ID (WS-BEX-IDX) 00030800
                          MOVE BEX-CLOSING TO WS-BEX-DAYS (WS-BEX-IDX)  00030900
                          MOVE 'N' TO WS-BEX-USED (WS-BEX-IDX)          00031000
                       ELSE                                             00031100
                          ADD 1 TO WS-COUNT-OVER                        00031200
                       END-IF                                           00031300
                    END-IF                                              00031400
               END-READ                                                 00031500
            END-PERFORM.                                                00031600
            CLOSE BALEXT.                                               00031700
       LOAD-HOURLY-ROSTER.                                              00031800
            OPEN INPUT ROSTER.                                          00031900
            PERFORM UNTIL WS-HR-EOF                                     00032000
               READ ROSTER                                              00032100
                 AT END SET WS-HR-EOF TO TRUE                           00032200
                 NOT AT END                                             00032300
                    IF WS-HOURLY-COUNT < 1000 AND                       00032400
                       HR-RATE NUMERIC THEN                             00032500
                       ADD 1 TO WS-HOURLY-COUNT                         00032600
                       SET WS-HOURLY-IDX TO WS-HOURLY-COUNT             00032700
                       MOVE HR-EMP-ID                                   00032800
                          TO WS-HOURLY-EMP-ID (WS-HOURLY-IDX)           00032900
                       MOVE HR-RATE                                     00033000
                          TO WS-HOURLY-RATE (WS-HOURLY-IDX)             00033100
                    END-IF                                              00033200
               END-READ                                                 00033300
            END-PERFORM.                                                00033400
            CLOSE ROSTER.                                               00033500
       LOAD-DIVISION-REF.                                               00033600
            OPEN INPUT DIVREF.                                          00033700
            PERFORM UNTIL WS-REF-EOF                                    00033800
               READ DIVREF                                              00033900
                 AT END SET WS-REF-EOF TO TRUE                          00034000
                 NOT AT END                                             00034100
                    IF WS-REF-COUNT < 100 AND                           00034200
                       DIVREF-DEPT NOT = SPACES THEN                    00034300
                       ADD 1 TO WS-REF-COUNT                            00034400
                       SET WS-REF-IDX TO WS-REF-COUNT                   00034500
                       MOVE DIVREF-DIVISION                             00034600
                          TO WS-REF-DIVISION (WS-REF-IDX)               00034700
                       MOVE DIVREF-DEPT                                 00034800
                          TO WS-REF-DEPT (WS-REF-IDX)                   00034900
                       MOVE DIVREF-NAME                                 00035000
                          TO WS-REF-NAME (WS-REF-IDX)                   00035100
                    END-IF                                              00035200
               END-READ                                                 00035300
            END-PERFORM.                                                00035400
            CLOSE DIVREF.                                               00035500
       LOAD-ACCOUNT-MAP.                                                00035600
            OPEN INPUT ACCTMAP.                                         00035700
            PERFORM UNTIL WS-MAP-EOF                                    00035800
               READ ACCTMAP                                             00035900
                 AT END SET WS-MAP-EOF TO TRUE                          00036000
                 NOT AT END                                             00036100
                    IF ACM-DEPT NOT = SPACES AND                        00036200
                       WS-MAP-COUNT < 100 THEN                          00036300
                       ADD 1 TO WS-MAP-COUNT                            00036400
                       SET WS-MAP-IDX TO WS-MAP-COUNT                   00036500
                       MOVE ACM-DEPT                                    00036600
                          TO WS-MAP-DEPT (WS-MAP-IDX)                   00036700
                       MOVE ACM-ACCOUNT                                 00036800
                          TO WS-MAP-ACCOUNT (WS-MAP-IDX)                00036900
                    END-IF                                              00037000
               END-READ                                                 00037100
            END-PERFORM.                                                00037200
            CLOSE ACCTMAP.                                              00037300
      * LAST MONTH'S VALUES ARE BOOKED TO THE DEPARTMENT EACH           00037400
      * EMPLOYEE WAS IN THEN, SO A TRANSFER MOVES LIABILITY BETWEEN     00037500
      * DEPARTMENTS.  A PRIOR FILE FROM THIS PERIOD OR LATER MEANS      00037600
      * THE STEP IS BEING RERUN AGAINST ITS OWN OUTPUT.                 00037700
       LOAD-PRIOR-VALUATION.                                            00037800
            OPEN INPUT PRIORIN.                                         00037900
            PERFORM UNTIL WS-PRV-EOF                                    00038000
               READ PRIORIN                                             00038100
                 AT END SET WS-PRV-EOF TO TRUE                          00038200
                 NOT AT END                                             00038300
                    IF LVV-EMP-ID OF PRV-REC NOT = SPACES AND           00038400
                       LVV-VALUE OF PRV-REC NUMERIC THEN                00038500
                       SET WS-PRIOR-LOADED TO TRUE                      00038600
                       ADD 1 TO WS-COUNT-PRIOR                          00038700
                       MOVE LVV-PERIOD OF PRV-REC TO WS-PRIOR-PERIOD    00038800
                       MOVE LVV-DEPT OF PRV-REC TO WS-WORK-DEPT         00038900
                       PERFORM FIND-DEPT-ENTRY                          00039000
                       IF WS-ENTRY-FOUND THEN                           00039100
                          ADD LVV-VALUE OF PRV-REC                      00039200
                             TO WS-DEPT-PRIOR (WS-DEPT-IDX)             00039300
                          ADD LVV-VALUE OF PRV-REC TO WS-TOTAL-PRIOR    00039400
                       END-IF                                           00039500
                    END-IF                                              00039600
               END-READ                                                 00039700
            END-PERFORM.                                                00039800
            CLOSE PRIORIN.                                              00039900
            IF WS-PRIOR-LOADED AND WS-PRIOR-PERIOD >= WS-PERIOD THEN    00040000
               MOVE 'PRIOR VALUATION IS NOT FROM AN EARLIER PERIOD'     00040100
                  TO WS-STOP-TEXT                                       00040200
            END-IF.                                                     00040300
      * AN EMPLOYEE WITH NO BALANCE RECORD CARRIES NO LEAVE AND IS      00040400
      * NOT WRITTEN TO THE VALUATION FILE.                              00040500
       VALUE-ONE-EMPLOYEE.                                              00040600
            MOVE 'N' TO WS-FOUND-SW.                                    00040700
            IF WS-BEX-COUNT > 0 THEN                                    00040800
               PERFORM VARYING WS-BEX-IDX FROM 1 BY 1                   00040900
                  UNTIL WS-BEX-IDX > WS-BEX-COUNT                       00041000
                     OR WS-ENTRY-FOUND                                  00041100
                  IF WS-BEX-EMP-ID (WS-BEX-IDX) =                       00041200
                     FL-EMP-ID OF WS-FL-REC THEN                        00041300
                     SET WS-ENTRY-FOUND TO TRUE                         00041400
                     SET WS-BEX-SAV TO WS-BEX-IDX                       00041500
                  END-IF                                                00041600
               END-PERFORM                                              00041700
            END-IF.                                                     00041800
            IF NOT WS-ENTRY-FOUND THEN                                  00041900
               ADD 1 TO WS-COUNT-NOBAL                                  00042000
            ELSE                                                        00042100
               SET WS-BEX-IDX TO WS-BEX-SAV                             00042200
               MOVE 'Y' TO WS-BEX-USED (WS-BEX-IDX)                     00042300
               MOVE WS-BEX-DAYS (WS-BEX-IDX) TO WS-EMP-DAYS             00042400
               PERFORM SET-DAILY-RATE                                   00042500
               COMPUTE WS-EMP-VALUE ROUNDED =                           00042600
                  WS-EMP-DAYS * WS-DAILY-RATE                           00042700
               ADD 1 TO WS-COUNT-VALUED                                 00042800
               MOVE FL-DEPT-CODE OF WS-FL-REC TO WS-WORK-DEPT           00042900
               PERFORM FIND-DEPT-ENTRY                                  00043000
               IF WS-ENTRY-FOUND THEN                                   00043100
                  ADD WS-EMP-DAYS TO WS-DEPT-DAYS (WS-DEPT-IDX)         00043200
                  ADD WS-EMP-VALUE TO WS-DEPT-VALUE (WS-DEPT-IDX)       00043300
                  ADD WS-EMP-DAYS TO WS-TOTAL-DAYS                      00043400
                  ADD WS-EMP-VALUE TO WS-TOTAL-VALUE                    00043500
               END-IF                                                   00043600
               PERFORM WRITE-VALUATION-REC                              00043700
            END-IF.                                                     00043800
       SET-DAILY-RATE.                                                  00043900
            MOVE 'N' TO WS-FOUND-SW.                                    00044000
            IF WS-HOURLY-COUNT > 0 THEN                                 00044100
               PERFORM VARYING WS-HOURLY-IDX FROM 1 BY 1                00044200
                  UNTIL WS-HOURLY-IDX > WS-HOURLY-COUNT                 00044300
                     OR WS-ENTRY-FOUND                                  00044400
                  IF WS-HOURLY-EMP-ID (WS-HOURLY-IDX) =                 00044500
                     FL-EMP-ID OF WS-FL-REC THEN                        00044600
                     SET WS-ENTRY-FOUND TO TRUE                         00044700
                     SET WS-HOURLY-SAV TO WS-HOURLY-IDX                 00044800
                  END-IF                                                00044900
               END-PERFORM                                              00045000
            END-IF.                                                     00045100
            IF WS-ENTRY-FOUND THEN                                      00045200
               SET WS-HOURLY-IDX TO WS-HOURLY-SAV                       00045300
               ADD 1 TO WS-COUNT-HOURLY                                 00045400
               COMPUTE WS-DAILY-RATE ROUNDED =                          00045500
                  WS-HOURLY-RATE (WS-HOURLY-IDX) * WS-DAY-HOURS         00045600
            ELSE                                                        00045700
               COMPUTE WS-DAILY-RATE ROUNDED =                          00045800
                  FL-SALARY OF WS-FL-REC / WS-WORK-DAYS                 00045900
            END-IF.                                                     00046000
       WRITE-VALUATION-REC.                                             00046100
            MOVE SPACES TO VAL-REC.                                     00046200
            MOVE FL-EMP-ID OF WS-FL-REC TO LVV-EMP-ID OF VAL-REC.       00046300
            MOVE FL-DEPT-CODE OF WS-FL-REC TO LVV-DEPT OF VAL-REC.      00046400
            MOVE WS-PERIOD TO LVV-PERIOD OF VAL-REC.                    00046500
            MOVE WS-EMP-DAYS TO LVV-DAYS OF VAL-REC.                    00046600
            MOVE WS-DAILY-RATE TO LVV-RATE OF VAL-REC.                  00046700
            MOVE WS-EMP-VALUE TO LVV-VALUE OF VAL-REC.                  00046800
            WRITE VAL-REC.                                              00046900
      * A DEPARTMENT ENTRY CARRIES ITS DIVISION FROM THE REFERENCE      00047000
      * WHEN IT IS FIRST SEEN; ONE WITH NO REFERENCE ROW GROUPS         00047100
      * UNDER '????' AS IN PGM45.                                       00047200
       FIND-DEPT-ENTRY.                                                 00047300
            MOVE 'N' TO WS-FOUND-SW.                                    00047400
            IF WS-DEPT-COUNT > 0 THEN                                   00047500
               PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1                  00047600
                  UNTIL WS-DEPT-IDX > WS-DEPT-COUNT                     00047700
                     OR WS-ENTRY-FOUND                                  00047800
                  IF WS-DEPT-CODE (WS-DEPT-IDX) = WS-WORK-DEPT THEN     00047900
                     SET WS-ENTRY-FOUND TO TRUE                         00048000
                     SET WS-DEPT-SAV TO WS-DEPT-IDX                     00048100
                  END-IF                                                00048200
               END-PERFORM                                              00048300
               IF WS-ENTRY-FOUND THEN                                   00048400
                  SET WS-DEPT-IDX TO WS-DEPT-SAV                        00048500
               END-IF                                                   00048600
            END-IF.                                                     00048700
            IF NOT WS-ENTRY-FOUND THEN                                  00048800
               IF WS-DEPT-COUNT < 100 THEN                              00048900
                  PERFORM FIND-DIVISION-FOR-DEPT                        00049000
                  ADD 1 TO WS-DEPT-COUNT                                00049100
                  SET WS-DEPT-IDX TO WS-DEPT-COUNT                      00049200
                  MOVE WS-WORK-DEPT TO WS-DEPT-CODE (WS-DEPT-IDX)       00049300
                  MOVE WS-WORK-DIVISION                                 00049400
                     TO WS-DEPT-DIVISION (WS-DEPT-IDX)                  00049500
                  MOVE 0 TO WS-DEPT-DAYS (WS-DEPT-IDX)                  00049600
                  MOVE 0 TO WS-DEPT-VALUE (WS-DEPT-IDX)                 00049700
                  MOVE 0 TO WS-DEPT-PRIOR (WS-DEPT-IDX)                 00049800
                  MOVE 0 TO WS-DEPT-MOVE (WS-DEPT-IDX)                  00049900
                  SET WS-ENTRY-FOUND TO TRUE                            00050000
               ELSE                                                     00050100
                  ADD 1 TO WS-COUNT-OVER                                00050200
               END-IF                                                   00050300
            END-IF.                                                     00050400
       FIND-DIVISION-FOR-DEPT.                                          00050500
            MOVE 'N' TO WS-FOUND-SW.                                    00050600
            MOVE '????' TO WS-WORK-DIVISION.                            00050700
            MOVE 'DEPT NOT ON REFERENCE' TO WS-WORK-DIVNAME.            00050800
            IF WS-REF-COUNT > 0 THEN                                    00050900
               PERFORM VARYING WS-REF-IDX FROM 1 BY 1                   00051000
                  UNTIL WS-REF-IDX > WS-REF-COUNT                       00051100
                     OR WS-ENTRY-FOUND                                  00051200
                  IF WS-REF-DEPT (WS-REF-IDX) = WS-WORK-DEPT THEN       00051300
                     SET WS-ENTRY-FOUND TO TRUE                         00051400
                     MOVE WS-REF-DIVISION (WS-REF-IDX)                  00051500
                        TO WS-WORK-DIVISION                             00051600
                     MOVE WS-REF-NAME (WS-REF-IDX)                      00051700
                        TO WS-WORK-DIVNAME                              00051800
                  END-IF                                                00051900
               END-PERFORM                                              00052000
            END-IF.                                                     00052100
            IF NOT WS-ENTRY-FOUND THEN                                  00052200
               ADD 1 TO WS-COUNT-NODIV                                  00052300
            END-IF.                                                     00052400
            PERFORM FIND-DIV-ENTRY.                                     00052500
            MOVE 'N' TO WS-FOUND-SW.                                    00052600
       FIND-DIV-ENTRY.                                                  00052700
            MOVE 'N' TO WS-FOUND-SW.                                    00052800
            IF WS-DIV-COUNT > 0 THEN                                    00052900
               PERFORM VARYING WS-DIV-IDX FROM 1 BY 1                   00053000
                  UNTIL WS-DIV-IDX > WS-DIV-COUNT                       00053100
                     OR WS-ENTRY-FOUND                                  00053200
                  IF WS-DIV-CODE (WS-DIV-IDX) = WS-WORK-DIVISION THEN   00053300
                     SET WS-ENTRY-FOUND TO TRUE                         00053400
                  END-IF                                                00053500
               END-PERFORM                                              00053600
            END-IF.                                                     00053700
            IF NOT WS-ENTRY-FOUND THEN                                  00053800
               IF WS-DIV-COUNT < 20 THEN                                00053900
                  ADD 1 TO WS-DIV-COUNT                                 00054000
                  SET WS-DIV-IDX TO WS-DIV-COUNT                        00054100
                  MOVE WS-WORK-DIVISION TO WS-DIV-CODE (WS-DIV-IDX)     00054200
                  MOVE WS-WORK-DIVNAME TO WS-DIV-NAME (WS-DIV-IDX)      00054300
                  MOVE 0 TO WS-DIV-DAYS (WS-DIV-IDX)                    00054400
                  MOVE 0 TO WS-DIV-VALUE (WS-DIV-IDX)                   00054500
                  MOVE 0 TO WS-DIV-MOVE (WS-DIV-IDX)                    00054600
               ELSE                                                     00054700
                  ADD 1 TO WS-COUNT-OVER                                00054800
               END-IF                                                   00054900
            END-IF.                                                     00055000
      * A BALANCE WITH NO EMPLOYEE ON THE EXTRACT CANNOT BE VALUED -    00055100
      * THERE IS NO SALARY TO PRICE IT AT.                              00055200
       REPORT-ORPHAN-BALANCES.                                          00055300
            IF WS-BEX-COUNT > 0 THEN                                    00055400
               PERFORM REPORT-ONE-ORPHAN                                00055500
                  VARYING WS-BEX-IDX FROM 1 BY 1                        00055600
                  UNTIL WS-BEX-IDX > WS-BEX-COUNT                       00055700
            END-IF.                                                     00055800
       REPORT-ONE-ORPHAN.                                               00055900
            IF WS-BEX-USED (WS-BEX-IDX) = 'N' THEN                      00056000
               ADD 1 TO WS-COUNT-ORPHAN                                 00056100
               MOVE WS-BEX-DAYS (WS-BEX-IDX) TO WS-DAYS-ED              00056200
               MOVE SPACES TO RPT-LINE                                  00056300
               STRING '*** BALANCE ' WS-BEX-EMP-ID (WS-BEX-IDX)         00056400
                  WS-DAYS-ED ' DAYS - NOT ON EXTRACT, NOT VALUED'       00056500
                  DELIMITED BY SIZE INTO RPT-LINE                       00056600
               END-STRING                                               00056700
               WRITE RPT-LINE                                           00056800
            END-IF.                                                     00056900
      * ONE ENTRY PER DEPARTMENT ACCOUNT FOR ITS MOVEMENT, DEBIT OR     00057000
      * CREDIT BY SIGN, AS PGM64 POSTS A SIGNED DEPARTMENT COST.  A     00057100
      * DEPARTMENT THAT DID NOT MOVE POSTS NOTHING; AN UNMAPPED ONE     00057200
      * THAT DID FAILS THE BATCH.                                       00057300
       POST-ALL-DEPARTMENTS.                                            00057400
            IF WS-DEPT-COUNT > 0 THEN                                   00057500
               PERFORM POST-ONE-DEPARTMENT                              00057600
                  VARYING WS-DEPT-IDX FROM 1 BY 1                       00057700
                  UNTIL WS-DEPT-IDX > WS-DEPT-COUNT                     00057800
            END-IF.                                                     00057900
       POST-ONE-DEPARTMENT.                                             00058000
            COMPUTE WS-DEPT-MOVE (WS-DEPT-IDX) =                        00058100
               WS-DEPT-VALUE (WS-DEPT-IDX)                              00058200
               - WS-DEPT-PRIOR (WS-DEPT-IDX).                           00058300
            ADD WS-DEPT-MOVE (WS-DEPT-IDX) TO WS-TOTAL-MOVE.            00058400
            IF WS-DEPT-MOVE (WS-DEPT-IDX) NOT = 0 THEN                  00058500
               MOVE 'N' TO WS-FOUND-SW                                  00058600
               PERFORM VARYING WS-MAP-IDX FROM 1 BY 1                   00058700
                  UNTIL WS-MAP-IDX > WS-MAP-COUNT                       00058800
                     OR WS-ENTRY-FOUND                                  00058900
                  IF WS-MAP-DEPT (WS-MAP-IDX) =                         00059000
                     WS-DEPT-CODE (WS-DEPT-IDX) THEN                    00059100
                     SET WS-ENTRY-FOUND TO TRUE                         00059200
                     SET WS-MAP-SAV TO WS-MAP-IDX                       00059300
                  END-IF                                                00059400
               END-PERFORM                                              00059500
               IF WS-ENTRY-FOUND THEN                                   00059600
                  SET WS-MAP-IDX TO WS-MAP-SAV                          00059700
                  MOVE SPACES TO JRN-REC                                00059800
                  MOVE WS-MAP-ACCOUNT (WS-MAP-IDX) TO JRN-ACCOUNT       00059900
                  IF WS-DEPT-MOVE (WS-DEPT-IDX) < 0 THEN                00060000
                     SET JRN-CREDIT TO TRUE                             00060100
                     COMPUTE WS-POST-AMOUNT =                           00060200
                        0 - WS-DEPT-MOVE (WS-DEPT-IDX)                  00060300
                     ADD WS-POST-AMOUNT TO WS-TOTAL-CREDITS             00060400
                  ELSE                                                  00060500
                     SET JRN-DEBIT TO TRUE                              00060600
                     MOVE WS-DEPT-MOVE (WS-DEPT-IDX) TO WS-POST-AMOUNT  00060700
                     ADD WS-POST-AMOUNT TO WS-TOTAL-DEBITS              00060800
                  END-IF                                                00060900
                  MOVE WS-POST-AMOUNT TO JRN-AMOUNT                     00061000
                  MOVE WS-DEPT-CODE (WS-DEPT-IDX) TO JRN-DEPT           00061100
                  MOVE 'PGM96' TO JRN-SOURCE                            00061200
                  WRITE JRN-REC                                         00061300
                  ADD 1 TO WS-COUNT-POSTINGS                            00061400
               ELSE                                                     00061500
                  ADD 1 TO WS-COUNT-UNMAPPED                            00061600
               END-IF                                                   00061700
            END-IF.                                                     00061800
      * THE LIABILITY ACCOUNT TAKES THE NET ON THE OPPOSITE SIDE: A     00061900
      * CREDIT WHEN THE LIABILITY GREW, A DEBIT WHEN IT FELL.           00062000
       POST-OFFSET-ENTRY.                                               00062100
            COMPUTE WS-OFFSET-NET =                                     00062200
               WS-TOTAL-DEBITS - WS-TOTAL-CREDITS.                      00062300
            IF WS-OFFSET-NET NOT = 0 THEN                               00062400
               MOVE SPACES TO JRN-REC                                   00062500
               MOVE WS-LIAB-ACCT TO JRN-ACCOUNT                         00062600
               IF WS-OFFSET-NET < 0 THEN                                00062700
                  SET JRN-DEBIT TO TRUE                                 00062800
                  COMPUTE WS-POST-AMOUNT = 0 - WS-OFFSET-NET            00062900
                  ADD WS-POST-AMOUNT TO WS-TOTAL-DEBITS                 00063000
               ELSE                                                     00063100
                  SET JRN-CREDIT TO TRUE                                00063200
                  MOVE WS-OFFSET-NET TO WS-POST-AMOUNT                  00063300
                  ADD WS-POST-AMOUNT TO WS-TOTAL-CREDITS                00063400
               END-IF                                                   00063500
               MOVE WS-POST-AMOUNT TO JRN-AMOUNT                        00063600
               MOVE SPACES TO JRN-DEPT                                  00063700
               MOVE 'PGM96' TO JRN-SOURCE                               00063800
               WRITE JRN-REC                                            00063900
               ADD 1 TO WS-COUNT-POSTINGS                               00064000
            END-IF.                                                     00064100
       WRITE-LIABILITY-REGISTER.                                        00064200
            MOVE SPACES TO RPT-LINE.                                    00064300
            IF WS-PRIOR-LOADED THEN                                     00064400
               STRING 'VALUATION PERIOD  : ' WS-PERIOD                  00064500
                  '  MOVEMENT SINCE ' WS-PRIOR-PERIOD                   00064600
                  DELIMITED BY SIZE INTO RPT-LINE                       00064700
               END-STRING                                               00064800
            ELSE                                                        00064900
               STRING 'VALUATION PERIOD  : ' WS-PERIOD                  00065000
                  '  NO PRIOR VALUATION - MOVEMENT IS THE WHOLE VALUE'  00065100
                  DELIMITED BY SIZE INTO RPT-LINE                       00065200
               END-STRING                                               00065300
            END-IF.                                                     00065400
            WRITE RPT-LINE.                                             00065500
            MOVE SPACES TO RPT-LINE.                                    00065600
            WRITE RPT-LINE.                                             00065700
            MOVE SPACES TO RPT-LINE.                                    00065800
            STRING '             DAYS HELD        LIABILITY'            00065900
               '         MOVEMENT'                                      00066000
               DELIMITED BY SIZE INTO RPT-LINE                          00066100
            END-STRING.                                                 00066200
            WRITE RPT-LINE.                                             00066300
            IF WS-DIV-COUNT > 0 THEN                                    00066400
               PERFORM WRITE-ONE-DIVISION                               00066500
                  VARYING WS-DIV-IDX FROM 1 BY 1                        00066600
                  UNTIL WS-DIV-IDX > WS-DIV-COUNT                       00066700
            END-IF.                                                     00066800
            MOVE SPACES TO RPT-LINE.                                    00066900
            WRITE RPT-LINE.                                             00067000
            MOVE WS-TOTAL-DAYS TO WS-DAYS-ED.                           00067100
            MOVE WS-TOTAL-VALUE TO WS-VALUE-ED.                         00067200
            MOVE WS-TOTAL-MOVE TO WS-MOVE-ED.                           00067300
            MOVE SPACES TO RPT-LINE.                                    00067400
            STRING 'TOTAL      ' WS-DAYS-ED '  ' WS-VALUE-ED            00067500
               '  ' WS-MOVE-ED                                          00067600
               DELIMITED BY SIZE INTO RPT-LINE                          00067700
            END-STRING.                                                 00067800
            WRITE RPT-LINE.                                             00067900
            MOVE SPACES TO RPT-LINE.                                    00068000
            WRITE RPT-LINE.                                             00068100
            MOVE SPACES TO RPT-LINE.                                    00068200
            STRING 'EMPLOYEES VALUED  : ' WS-COUNT-VALUED               00068300
               '  AT HOURLY RATE ' WS-COUNT-HOURLY                      00068400
               '  NO BALANCE ' WS-COUNT-NOBAL                           00068500
               DELIMITED BY SIZE INTO RPT-LINE                          00068600
            END-STRING.                                                 00068700
            WRITE RPT-LINE.                                             00068800
            MOVE SPACES TO RPT-LINE.                                    00068900
            STRING 'BALANCES UNVALUED : ' WS-COUNT-ORPHAN               00069000
               '  PRIOR RECORDS ' WS-COUNT-PRIOR                        00069100
               '  NO DIVISION ' WS-COUNT-NODIV                          00069200
               DELIMITED BY SIZE INTO RPT-LINE                          00069300
            END-STRING.                                                 00069400
            WRITE RPT-LINE.                                             00069500
            MOVE SPACES TO RPT-LINE.                                    00069600
            STRING 'POSTINGS          : ' WS-COUNT-POSTINGS             00069700
               '  UNMAPPED DEPTS ' WS-COUNT-UNMAPPED                    00069800
               '  OVERFLOWS ' WS-COUNT-OVER                             00069900
               DELIMITED BY SIZE INTO RPT-LINE                          00070000
            END-STRING.                                                 00070100
            WRITE RPT-LINE.                                             00070200
            MOVE WS-TOTAL-DEBITS TO WS-AMOUNT-ED.                       00070300
            MOVE SPACES TO RPT-LINE.                                    00070400
            STRING 'DEBITS            : ' WS-AMOUNT-ED                  00070500
               DELIMITED BY SIZE INTO RPT-LINE                          00070600
            END-STRING.                                                 00070700
            WRITE RPT-LINE.                                             00070800
            MOVE WS-TOTAL-CREDITS TO WS-AMOUNT-ED.                      00070900
            MOVE SPACES TO RPT-LINE.                                    00071000
            STRING 'CREDITS           : ' WS-AMOUNT-ED                  00071100
               DELIMITED BY SIZE INTO RPT-LINE                          00071200
            END-STRING.                                                 00071300
            WRITE RPT-LINE.                                             00071400
            SET WS-RC-OK TO TRUE.                                       00071500
            MOVE SPACES TO RPT-LINE.                                    00071600
            EVALUATE TRUE                                               00071700
                WHEN WS-COUNT-UNMAPPED > 0                              00071800
                   MOVE 'RESULT            : *** UNMAPPED - DO NOT POST'00071900
                      TO RPT-LINE                                       00072000
                   SET WS-RC-DATA-ERROR TO TRUE                         00072100
                WHEN WS-TOTAL-DEBITS NOT = WS-TOTAL-CREDITS             00072200
                   MOVE 'RESULT            : *** OUT OF BALANCE ***'    00072300
                      TO RPT-LINE                                       00072400
                   SET WS-RC-DATA-ERROR TO TRUE                         00072500
                WHEN WS-LIAB-ACCT = SPACES                              00072600
                   MOVE 'RESULT            : *** NO LIABILITY ACCOUNT'  00072700
                      TO RPT-LINE                                       00072800
                   SET WS-RC-DATA-ERROR TO TRUE                         00072900
                WHEN WS-COUNT-ORPHAN > 0 OR WS-COUNT-NODIV > 0 OR       00073000
                     WS-COUNT-OVER > 0                                  00073100
                   MOVE 'RESULT            : BALANCED - SEE WARNINGS'   00073200
                      TO RPT-LINE                                       00073300
                   SET WS-RC-WARNING TO TRUE                            00073400
                WHEN OTHER                                              00073500
                   MOVE 'RESULT            : BALANCED' TO RPT-LINE      00073600
            END-EVALUATE.                                               00073700
            WRITE RPT-LINE.                                             00073800
      * THE DEPARTMENT MOVEMENTS ARE WORKED OUT WHILE POSTING, SO THE   00073900
      * DIVISION TOTALS ARE GATHERED HERE AT PRINT TIME.                00074000
       WRITE-ONE-DIVISION.                                              00074100
            MOVE 0 TO WS-DIV-DAYS (WS-DIV-IDX).                         00074200
            MOVE 0 TO WS-DIV-VALUE (WS-DIV-IDX).                        00074300
            MOVE 0 TO WS-DIV-MOVE (WS-DIV-IDX).                         00074400
            MOVE SPACES TO RPT-LINE.                                    00074500
            WRITE RPT-LINE.                                             00074600
            MOVE SPACES TO RPT-LINE.                                    00074700
            STRING 'DIVISION ' WS-DIV-CODE (WS-DIV-IDX)                 00074800
               ' ' WS-DIV-NAME (WS-DIV-IDX)                             00074900
               DELIMITED BY SIZE INTO RPT-LINE                          00075000
            END-STRING.                                                 00075100
            WRITE RPT-LINE.                                             00075200
            PERFORM WRITE-DIV-DEPT-LINES                                00075300
               VARYING WS-DEPT-IDX FROM 1 BY 1                          00075400
               UNTIL WS-DEPT-IDX > WS-DEPT-COUNT.                       00075500
            MOVE WS-DIV-DAYS (WS-DIV-IDX) TO WS-DAYS-ED.                00075600
            MOVE WS-DIV-VALUE (WS-DIV-IDX) TO WS-VALUE-ED.              00075700
            MOVE WS-DIV-MOVE (WS-DIV-IDX) TO WS-MOVE-ED.                00075800
            MOVE SPACES TO RPT-LINE.                                    00075900
            STRING 'DIV  ' WS-DIV-CODE (WS-DIV-IDX) '  ' WS-DAYS-ED     00076000
               '  ' WS-VALUE-ED '  ' WS-MOVE-ED                         00076100
               DELIMITED BY SIZE INTO RPT-LINE                          00076200
            END-STRING.                                                 00076300
            WRITE RPT-LINE.                                             00076400
       WRITE-DIV-DEPT-LINES.                                            00076500
            IF WS-DEPT-DIVISION (WS-DEPT-IDX) =                         00076600
               WS-DIV-CODE (WS-DIV-IDX) THEN                            00076700
               ADD WS-DEPT-DAYS (WS-DEPT-IDX)                           00076800
                  TO WS-DIV-DAYS (WS-DIV-IDX)                           00076900
               ADD WS-DEPT-VALUE (WS-DEPT-IDX)                          00077000
                  TO WS-DIV-VALUE (WS-DIV-IDX)                          00077100
               ADD WS-DEPT-MOVE (WS-DEPT-IDX)                           00077200
                  TO WS-DIV-MOVE (WS-DIV-IDX)                           00077300
               MOVE WS-DEPT-DAYS (WS-DEPT-IDX) TO WS-DAYS-ED            00077400
               MOVE WS-DEPT-VALUE (WS-DEPT-IDX) TO WS-VALUE-ED          00077500
               MOVE WS-DEPT-MOVE (WS-DEPT-IDX) TO WS-MOVE-ED            00077600
               MOVE SPACES TO RPT-LINE                                  00077700
               STRING '  DEPT ' WS-DEPT-CODE (WS-DEPT-IDX)              00077800
                  WS-DAYS-ED '  ' WS-VALUE-ED '  ' WS-MOVE-ED           00077900
                  DELIMITED BY SIZE INTO RPT-LINE                       00078000
               END-STRING                                               00078100
               WRITE RPT-LINE                                           00078200
            END-IF.                                                     00078300

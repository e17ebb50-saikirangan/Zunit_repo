       IDENTIFICATION DIVISION.                                         00000100
       PROGRAM-ID. PGM108.                                              00000200
      * PREP - PAYSLIP-ARCHIVE REPRINT INQUIRY, THE PAYSLIP             00000300
      * COUNTERPART OF SREP (PGM46) OVER THE PAYSLIP-ARCHIVE KSDS       00000400
      * THAT PGM107 LOADS (CICS FILE PSLARCH, KEYED EMPLOYEE ID         00000500
      * PLUS PERIOD END DATE PLUS LINE NUMBER).  ENTER WITH ONLY AN     00000600
      * EMPLOYEE ID LISTS THE PERIODS ON FILE FOR THAT EMPLOYEE;        00000700
      * ENTER WITH A PERIOD END DATE (YYYYMMDD) DISPLAYS THAT           00000800
      * PAYSLIP A PAGE AT A TIME (PF8 PAGES FORWARD); PF5 REQUEUES      00000900
      * THE DISPLAYED PAYSLIP TO THE STMP TD QUEUE FOR REPRINT ON       00001000
      * THE SAME PRINTER CLASS AS SREP.  THE SYMBOLIC MAP BELOW         00001100
      * MATCHES THE PGM108M BMS SOURCE.  A PAYSLIP CARRIES PAY, SO      00001200
      * EVERY PAGE DISPLAYED AND EVERY REPRINT REQUEUED IS LOGGED       00001300
      * TO THE SACC TD QUEUE (CPACCLOG) WITH THE PERIOD END DATE,       00001400
      * FOR THE NIGHTLY PGM103 ACCESS-HISTORY LOAD.                     00001500
       ENVIRONMENT DIVISION.                                            00001600
       DATA DIVISION.                                                   00001700
       WORKING-STORAGE SECTION.                                         00001800
       01 WS-COMMAREA.                                                  00001900
           05 WS-CA-EMPID     PIC X(8).                                 00002000
           05 WS-CA-PERIOD    PIC 9(8).                                 00002100
           05 WS-CA-LAST-LINE PIC 9(3).                                 00002200
       01 WS-BROWSE-KEY.                                                00002300
           05 WS-BK-EMPID     PIC X(8).                                 00002400
           05 WS-BK-PERIOD    PIC 9(8).                                 00002500
           05 WS-BK-LINE      PIC 9(3).                                 00002600
       01 WS-PSLK-REC.                                                  00002700
           05 WS-PSLK-KEY.                                              00002800
               10 WS-PSLK-EMP-ID     PIC X(8).                          00002900
               10 WS-PSLK-PERIOD-END PIC 9(8).                          00003000
               10 WS-PSLK-LINE-NO    PIC 9(3).                          00003100
           05 WS-PSLK-TEXT           PIC X(132).                        00003200
       01 WS-RESP        PIC S9(8) COMP VALUE 0.                        00003300
       01 WS-ROW-SUB     PIC S9(4) COMP VALUE 0.                        00003400
       01 WS-LAST-PERIOD PIC 9(8) VALUE 0.                              00003500
       01 WS-QUEUED-COUNT PIC 9(3) VALUE 0.                             00003600
       01 WS-ABSTIME     PIC S9(15) COMP-3 VALUE 0.                     00003700
       01 WS-ACCESS-REC.                                                00003800
          COPY CPACCLOG.                                                00003900
           COPY DFHAID.                                                 00004000
      * HAND-CODED SYMBOLIC MAP FOR PSLRPT (SEE PGM108M IN THE BMS      00004100
      * LIBRARY), L/F/I TRIPLETS IN DFHMDF ORDER.                       00004200
       01 PSLRPTI.                                                      00004300
           05 FILLER           PIC X(12).                               00004400
           05 EMPIDL           PIC S9(4) COMP.                          00004500
           05 EMPIDF           PIC X(1).                                00004600
           05 EMPIDII          PIC X(8).                                00004700
           05 PERIODL          PIC S9(4) COMP.                          00004800
           05 PERIODF          PIC X(1).                                00004900
           05 PERIODII         PIC X(8).                                00005000
           05 PSLRPT-ROWS-I OCCURS 12 TIMES.                            00005100
               10 ROWIL        PIC S9(4) COMP.                          00005200
               10 ROWIF        PIC X(1).                                00005300
               10 ROWII        PIC X(76).                               00005400
           05 MSGIL            PIC S9(4) COMP.                          00005500
           05 MSGIF            PIC X(1).                                00005600
           05 MSGII            PIC X(60).                               00005700
       01 PSLRPTO REDEFINES PSLRPTI.                                    00005800
           05 FILLER           PIC X(12).                               00005900
           05 FILLER           PIC X(3).                                00006000
           05 EMPIDO           PIC X(8).                                00006100
           05 FILLER           PIC X(3).                                00006200
           05 PERIODO          PIC X(8).                                00006300
           05 PSLRPT-ROWS-O OCCURS 12 TIMES.                            00006400
               10 FILLER       PIC X(3).                                00006500
               10 ROWIO        PIC X(76).                               00006600
           05 FILLER           PIC X(3).                                00006700
           05 MSGIO            PIC X(60).                               00006800
       LINKAGE SECTION.                                                 00006900
       01 DFHCOMMAREA PIC X(19).                                        00007000
       PROCEDURE DIVISION.                                              00007100
       MAIN-ROUTINE.                                                    00007200
            MOVE LOW-VALUES TO PSLRPTI.                                 00007300
            IF EIBCALEN = 0                                             00007400
               MOVE SPACES TO WS-COMMAREA                               00007500
               MOVE 0 TO WS-CA-PERIOD                                   00007600
               MOVE 0 TO WS-CA-LAST-LINE                                00007700
               MOVE 'ENTER AN EMPLOYEE ID AND PRESS ENTER' TO MSGIO     00007800
               PERFORM SEND-REPRINT-MAP                                 00007900
               PERFORM RETURN-WITH-COMMAREA                             00008000
            END-IF.                                                     00008100
            MOVE DFHCOMMAREA TO WS-COMMAREA.                            00008200
            EVALUATE EIBAID                                             00008300
                WHEN DFHPF3                                             00008400
                   EXEC CICS                                            00008500
                        SEND TEXT FROM(WS-CA-EMPID) LENGTH(1)           00008600
                        ERASE FREEKB                                    00008700
                   END-EXEC                                             00008800
                   EXEC CICS                                            00008900
                        RETURN                                          00009000
                   END-EXEC                                             00009100
                WHEN DFHPF8                                             00009200
                   IF WS-CA-PERIOD > 0 THEN                             00009300
                      PERFORM SHOW-PAYSLIP-PAGE                         00009400
                   ELSE                                                 00009500
                      MOVE 'SELECT A PERIOD FIRST' TO MSGIO             00009600
                   END-IF                                               00009700
                WHEN DFHPF5                                             00009800
                   IF WS-CA-PERIOD > 0 THEN                             00009900
                      PERFORM REQUEUE-PAYSLIP                           00010000
                   ELSE                                                 00010100
                      MOVE 'SELECT A PERIOD FIRST' TO MSGIO             00010200
                   END-IF                                               00010300
                WHEN OTHER                                              00010400
                   PERFORM RECEIVE-REPRINT-MAP                          00010500
                   PERFORM APPLY-SCREEN-INPUT                           00010600
            END-EVALUATE.                                               00010700
            MOVE WS-CA-EMPID TO EMPIDO.                                 00010800
            MOVE WS-CA-PERIOD TO PERIODO.                               00010900
            PERFORM SEND-REPRINT-MAP.                                   00011000
            PERFORM RETURN-WITH-COMMAREA.                               00011100
       RECEIVE-REPRINT-MAP.                                             00011200
            MOVE LOW-VALUES TO PSLRPTI.                                 00011300
            EXEC CICS                                                   00011400
                 RECEIVE MAP('PSLRPT') MAPSET('PGM108M')                00011500
                 INTO(PSLRPTI)                                          00011600
                 RESP(WS-RESP)                                          00011700
            END-EXEC.                                                   00011800
       APPLY-SCREEN-INPUT.                                              00011900
            IF EMPIDII NOT = SPACES AND                                 00012000
               EMPIDII NOT = LOW-VALUES THEN                            00012100
               MOVE EMPIDII TO WS-CA-EMPID                              00012200
               MOVE 0 TO WS-CA-PERIOD                                   00012300
               MOVE 0 TO WS-CA-LAST-LINE                                00012400
            END-IF.                                                     00012500
            IF PERIODII NOT = SPACES AND                                00012600
               PERIODII NOT = LOW-VALUES AND                            00012700
               PERIODII IS NUMERIC THEN                                 00012800
               MOVE PERIODII TO WS-CA-PERIOD                            00012900
               MOVE 0 TO WS-CA-LAST-LINE                                00013000
            END-IF.                                                     00013100
            MOVE LOW-VALUES TO PSLRPTI.                                 00013200
            IF WS-CA-EMPID = SPACES THEN                                00013300
               MOVE 'ENTER AN EMPLOYEE ID AND PRESS ENTER' TO MSGIO     00013400
            ELSE                                                        00013500
               IF WS-CA-PERIOD > 0 THEN                                 00013600
                  PERFORM SHOW-PAYSLIP-PAGE                             00013700
               ELSE                                                     00013800
                  PERFORM LIST-PERIODS-ON-FILE                          00013900
               END-IF                                                   00014000
            END-IF.                                                     00014100
      * ONE LIST ROW PER DISTINCT PERIOD ON FILE FOR THE EMPLOYEE -     00014200
      * THE ARCHIVE IS KEYED EMPID / PERIOD END / LINE, SO A            00014300
      * FORWARD BROWSE MEETS EACH PERIOD'S LINES TOGETHER, OLDEST       00014400
      * PERIOD FIRST.                                                   00014500
       LIST-PERIODS-ON-FILE.                                            00014600
            MOVE 0 TO WS-ROW-SUB.                                       00014700
            MOVE 0 TO WS-LAST-PERIOD.                                   00014800
            MOVE WS-CA-EMPID TO WS-BK-EMPID.                            00014900
            MOVE 0 TO WS-BK-PERIOD.                                     00015000
            MOVE 0 TO WS-BK-LINE.                                       00015100
            EXEC CICS                                                   00015200
                 STARTBR FILE('PSLARCH')                                00015300
                 RIDFLD(WS-BROWSE-KEY)                                  00015400
                 GTEQ                                                   00015500
                 RESP(WS-RESP)                                          00015600
            END-EXEC.                                                   00015700
            IF WS-RESP = DFHRESP(NORMAL)                                00015800
               PERFORM READ-NEXT-PERIOD-ROW                             00015900
                  UNTIL WS-ROW-SUB >= 12 OR                             00016000
                        WS-RESP NOT = DFHRESP(NORMAL)                   00016100
               EXEC CICS                                                00016200
                    ENDBR FILE('PSLARCH')                               00016300
               END-EXEC                                                 00016400
            END-IF.                                                     00016500
            IF WS-ROW-SUB = 0 THEN                                      00016600
               MOVE 'NO PAYSLIPS ON FILE FOR THIS EMPLOYEE'             00016700
                  TO MSGIO                                              00016800
            ELSE                                                        00016900
               MOVE 'KEY A PERIOD END DATE AND PRESS ENTER TO DISPLAY'  00017000
                  TO MSGIO                                              00017100
            END-IF.                                                     00017200
       READ-NEXT-PERIOD-ROW.                                            00017300
            EXEC CICS                                                   00017400
                 READNEXT FILE('PSLARCH')                               00017500
                 INTO(WS-PSLK-REC)                                      00017600
                 RIDFLD(WS-BROWSE-KEY)                                  00017700
                 RESP(WS-RESP)                                          00017800
            END-EXEC.                                                   00017900
            IF WS-RESP = DFHRESP(NORMAL)                                00018000
               IF WS-PSLK-EMP-ID NOT = WS-CA-EMPID THEN                 00018100
                  MOVE DFHRESP(ENDFILE) TO WS-RESP                      00018200
               ELSE                                                     00018300
                  IF WS-PSLK-PERIOD-END NOT = WS-LAST-PERIOD THEN       00018400
                     MOVE WS-PSLK-PERIOD-END TO WS-LAST-PERIOD          00018500
                     ADD 1 TO WS-ROW-SUB                                00018600
                     MOVE SPACES TO ROWIO (WS-ROW-SUB)                  00018700
                     STRING 'PERIOD ENDING ' WS-PSLK-PERIOD-END         00018800
                        '  ' WS-PSLK-TEXT (1:52)                        00018900
                        DELIMITED BY SIZE                               00019000
                        INTO ROWIO (WS-ROW-SUB)                         00019100
                     END-STRING                                         00019200
                  END-IF                                                00019300
               END-IF                                                   00019400
            END-IF.                                                     00019500
      * DISPLAYS THE SELECTED PAYSLIP FROM THE LINE AFTER THE LAST      00019600
      * ONE SHOWN - ENTER STARTS AT THE TOP, PF8 CONTINUES.             00019700
       SHOW-PAYSLIP-PAGE.                                               00019800
            MOVE 0 TO WS-ROW-SUB.                                       00019900
            MOVE WS-CA-EMPID TO WS-BK-EMPID.                            00020000
            MOVE WS-CA-PERIOD TO WS-BK-PERIOD.                          00020100
            COMPUTE WS-BK-LINE = WS-CA-LAST-LINE + 1.                   00020200
            EXEC CICS                                                   00020300
                 STARTBR FILE('PSLARCH')                                00020400
                 RIDFLD(WS-BROWSE-KEY)                                  00020500
                 GTEQ                                                   00020600
                 RESP(WS-RESP)                                          00020700
            END-EXEC.                                                   00020800
            IF WS-RESP = DFHRESP(NORMAL)                                00020900
               PERFORM READ-NEXT-PAYSLIP-LINE                           00021000
                  UNTIL WS-ROW-SUB >= 12 OR                             00021100
                        WS-RESP NOT = DFHRESP(NORMAL)                   00021200
               EXEC CICS                                                00021300
                    ENDBR FILE('PSLARCH')                               00021400
               END-EXEC                                                 00021500
            END-IF.                                                     00021600
            IF WS-ROW-SUB = 0 THEN                                      00021700
               MOVE 'NO MORE LINES - ENTER RESTARTS AT THE TOP'         00021800
                  TO MSGIO                                              00021900
               MOVE 0 TO WS-CA-LAST-LINE                                00022000
            ELSE                                                        00022100
               MOVE 'PF8=MORE  PF5=REQUEUE FOR REPRINT' TO MSGIO        00022200
               MOVE SPACES TO WS-ACCESS-REC                             00022300
               SET ACL-TYPE-STMT TO TRUE                                00022400
               PERFORM WRITE-ACCESS-LOG                                 00022500
            END-IF.                                                     00022600
       READ-NEXT-PAYSLIP-LINE.                                          00022700
            EXEC CICS                                                   00022800
                 READNEXT FILE('PSLARCH')                               00022900
                 INTO(WS-PSLK-REC)                                      00023000
                 RIDFLD(WS-BROWSE-KEY)                                  00023100
                 RESP(WS-RESP)                                          00023200
            END-EXEC.                                                   00023300
            IF WS-RESP = DFHRESP(NORMAL)                                00023400
               IF WS-PSLK-EMP-ID NOT = WS-CA-EMPID OR                   00023500
                  WS-PSLK-PERIOD-END NOT = WS-CA-PERIOD THEN            00023600
                  MOVE DFHRESP(ENDFILE) TO WS-RESP                      00023700
               ELSE                                                     00023800
                  ADD 1 TO WS-ROW-SUB                                   00023900
                  MOVE WS-PSLK-TEXT (1:76) TO ROWIO (WS-ROW-SUB)        00024000
                  MOVE WS-PSLK-LINE-NO TO WS-CA-LAST-LINE               00024100
               END-IF                                                   00024200
            END-IF.                                                     00024300
      * THE WHOLE SELECTED PAYSLIP GOES TO THE STMP TD QUEUE IN         00024400
      * PRINT-LINE SHAPE, THE SAME QUEUE SREP FEEDS, SO ONE REPRINT     00024500
      * JOB DRAINS BOTH.                                                00024600
       REQUEUE-PAYSLIP.                                                 00024700
            MOVE 0 TO WS-QUEUED-COUNT.                                  00024800
            MOVE WS-CA-EMPID TO WS-BK-EMPID.                            00024900
            MOVE WS-CA-PERIOD TO WS-BK-PERIOD.                          00025000
            MOVE 0 TO WS-BK-LINE.                                       00025100
            EXEC CICS                                                   00025200
                 STARTBR FILE('PSLARCH')                                00025300
                 RIDFLD(WS-BROWSE-KEY)                                  00025400
                 GTEQ                                                   00025500
                 RESP(WS-RESP)                                          00025600
            END-EXEC.                                                   00025700
            IF WS-RESP = DFHRESP(NORMAL)                                00025800
               PERFORM QUEUE-ONE-PAYSLIP-LINE                           00025900
                  UNTIL WS-RESP NOT = DFHRESP(NORMAL)                   00026000
               EXEC CICS                                                00026100
                    ENDBR FILE('PSLARCH')                               00026200
               END-EXEC                                                 00026300
            END-IF.                                                     00026400
            MOVE LOW-VALUES TO PSLRPTI.                                 00026500
            IF WS-QUEUED-COUNT = 0 THEN                                 00026600
               MOVE 'NOTHING FOUND TO REQUEUE' TO MSGIO                 00026700
            ELSE                                                        00026800
               MOVE 'PAYSLIP QUEUED FOR REPRINT' TO MSGIO               00026900
               MOVE SPACES TO WS-ACCESS-REC                             00027000
               SET ACL-TYPE-REPRINT TO TRUE                             00027100
               PERFORM WRITE-ACCESS-LOG                                 00027200
            END-IF.                                                     00027300
       QUEUE-ONE-PAYSLIP-LINE.                                          00027400
            EXEC CICS                                                   00027500
                 READNEXT FILE('PSLARCH')                               00027600
                 INTO(WS-PSLK-REC)                                      00027700
                 RIDFLD(WS-BROWSE-KEY)                                  00027800
                 RESP(WS-RESP)                                          00027900
            END-EXEC.                                                   00028000
            IF WS-RESP = DFHRESP(NORMAL)                                00028100
               IF WS-PSLK-EMP-ID NOT = WS-CA-EMPID OR                   00028200
                  WS-PSLK-PERIOD-END NOT = WS-CA-PERIOD THEN            00028300
                  MOVE DFHRESP(ENDFILE) TO WS-RESP                      00028400
               ELSE                                                     00028500
                  EXEC CICS                                             00028600
                       WRITEQ TD QUEUE('STMP')                          00028700
                       FROM(WS-PSLK-TEXT)                               00028800
                       LENGTH(132)                                      00028900
                  END-EXEC                                              00029000
                  ADD 1 TO WS-QUEUED-COUNT                              00029100
               END-IF                                                   00029200
            END-IF.                                                     00029300
      * ONE SACC RECORD PER PAGE SHOWN OR PAYSLIP REQUEUED, TRANID      00029400
      * PREP, WITH THE PERIOD END DATE IN ACL-PERIOD-END.  THE          00029500
      * ARCHIVE CARRIES THE NAME ONLY AS PRINTED TEXT, SO ACL-NAME      00029600
      * STAYS BLANK.  NO RESP ON THE WRITEQ - AN UNAVAILABLE QUEUE      00029700
      * ABENDS THE TASK BEFORE THE PAGE IS SENT.                        00029800
       WRITE-ACCESS-LOG.                                                00029900
            EXEC CICS                                                   00030000
                 ASKTIME ABSTIME(WS-ABSTIME)                            00030100
            END-EXEC.                                                   00030200
            EXEC CICS                                                   00030300
                 FORMATTIME ABSTIME(WS-ABSTIME)                         00030400
                 YYYYMMDD(ACL-DATE)                                     00030500
                 TIME(ACL-TIME)                                         00030600
            END-EXEC.                                                   00030700
            EXEC CICS                                                   00030800
                 ASSIGN USERID(ACL-USERID)                              00030900
            END-EXEC.                                                   00031000
            MOVE EIBTRMID TO ACL-TERMINAL.                              00031100
            MOVE EIBTRNID TO ACL-TRANID.                                00031200
            MOVE WS-CA-EMPID TO ACL-EMP-ID.                             00031300
            MOVE 0 TO ACL-RUN-NUMBER.                                   00031400
            MOVE WS-CA-PERIOD TO ACL-PERIOD-END.                        00031500
            EXEC CICS                                                   00031600
                 WRITEQ TD QUEUE('SACC')                                00031700
                 FROM(WS-ACCESS-REC)                                    00031800
                 LENGTH(80)                                             00031900
            END-EXEC.                                                   00032000
       SEND-REPRINT-MAP.                                                00032100
            EXEC CICS                                                   00032200
                 SEND MAP('PSLRPT') MAPSET('PGM108M')                   00032300
                 FROM(PSLRPTO)                                          00032400
                 ERASE                                                  00032500
            END-EXEC.                                                   00032600
       RETURN-WITH-COMMAREA.                                            00032700
            EXEC CICS                                                   00032800
                 RETURN TRANSID('PREP')                                 00032900
                 COMMAREA(WS-COMMAREA)                                  00033000
                 LENGTH(19)                                             00033100
            END-EXEC.                                                   00033200

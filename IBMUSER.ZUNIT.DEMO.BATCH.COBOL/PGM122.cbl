       IDENTIFICATION DIVISION.                                         00000100
       PROGRAM-ID. PGM122.                                              00000200
      * E360 - EMPLOYEE 360 INQUIRY.  ONE EMPLOYEE ID BRINGS UP ON      00000300
      * ONE SCREEN WHAT A CLERK ANSWERING A CALL WOULD OTHERWISE        00000400
      * FLIP BETWEEN EMPQ, EMPB, EMPM, SREP AND THE LEAVE REPORT        00000500
      * FOR:                                                            00000600
      *   - THE EMP_DB ROW AND ITS DEPT_DB NAME,                        00000700
      *   - THE NAME KSDS RECORD (CICS FILE EMPKSDS) AND ITS            00000800
      *     LIFECYCLE STATUS (CPFLSTAT),                                00000900
      *   - THE LEAVE BALANCE PGM73 LAST ROLLED (LEAVKSDS),             00001000
      *   - THE LATEST SALARY_HIST CHANGES, NEWEST FIRST,               00001100
      *   - ANY EMPU CHANGE ON THE PENDING-APPROVAL CLUSTER             00001200
      *     (PENDAPPR) NOT YET APPLIED BY PGM76,                        00001300
      *   - THE RUNS WITH A STATEMENT ON FILE IN STMARCH.               00001400
      * EACH SECTION'S PF KEY (PF4-PF9, SHOWN ON ITS ROW) STARTS        00001500
      * THE DETAIL TRANSACTION FOR THAT AREA ON THIS TERMINAL WITH      00001600
      * THE CPEMPXFR HAND-OFF RECORD, SO IT OPENS ON THE SAME           00001700
      * EMPLOYEE WITHOUT RE-KEYING.  READ ONLY THROUGHOUT.  THE         00001800
      * SCREEN SHOWS SALARY, SO EVERY DISPLAY IS LOGGED TO THE SACC     00001900
      * TD QUEUE (CPACCLOG) FOR THE NIGHTLY PGM103 ACCESS-HISTORY       00002000
      * LOAD.  THE SYMBOLIC MAP BELOW MATCHES THE PGM122M BMS           00002100
      * SOURCE.                                                         00002200
       ENVIRONMENT DIVISION.                                            00002300
       DATA DIVISION.                                                   00002400
       WORKING-STORAGE SECTION.                                         00002500
       01 WS-COMMAREA.                                                  00002600
           05 WS-CA-EMPID     PIC X(8).                                 00002700
           05 WS-CA-NAME      PIC X(20).                                00002800
       01 WS-XFER-REC.                                                  00002900
          COPY CPEMPXFR.                                                00003000
       01 WS-XFER-TRANID PIC X(4) VALUE SPACES.                         00003100
           88 WS-XFER-BY-NAME VALUE 'EMPQ' 'EMPU'.                      00003200
       01 WS-RESP        PIC S9(8) COMP VALUE 0.                        00003300
       01 WS-EMPID-X     PIC X(8).                                      00003400
       01 WS-EMPID-N REDEFINES WS-EMPID-X PIC 9(8).                     00003500
       01 WS-SALARY-SHOWN-SW PIC X(1) VALUE 'N'.                        00003600
           88 WS-SALARY-SHOWN VALUE 'Y'.                                00003700
       01 WS-ROW-LABEL   PIC X(14).                                     00003800
       01 WS-STATUS-TEXT PIC X(10).                                     00003900
       01 WS-PND-TEXT    PIC X(13).                                     00004000
       01 WS-SALARY-DISPLAY PIC 9(8).99.                                00004100
       01 WS-OLD-ED      PIC 9(8).99.                                   00004200
       01 WS-OLD-ED-X REDEFINES WS-OLD-ED PIC X(11).                    00004300
       01 WS-NEW-ED      PIC 9(8).99.                                   00004400
       01 WS-NEW-ED-X REDEFINES WS-NEW-ED PIC X(11).                    00004500
       01 WS-OPENING-ED  PIC -ZZ9.99.                                   00004600
       01 WS-ACCRUED-ED  PIC -ZZ9.99.                                   00004700
       01 WS-TAKEN-ED    PIC -ZZ9.99.                                   00004800
       01 WS-CLOSING-ED  PIC -ZZ9.99.                                   00004900
       01 WS-HIST-ROWS   PIC S9(4) COMP VALUE 0.                        00005000
       01 WS-HIST-MAX    PIC S9(4) COMP VALUE 4.                        00005100
       01 WS-ROW-SUB     PIC S9(4) COMP VALUE 0.                        00005200
       01 WS-KSDS-REC.                                                  00005300
          COPY CPFLREC.                                                 00005400
       01 WS-KSDS-REC-ST REDEFINES WS-KSDS-REC.                         00005500
          COPY CPFLSTAT.                                                00005600
       01 WS-LB-REC.                                                    00005700
           05 LB-EMP-ID  PIC X(8).                                      00005800
           05 LB-PERIOD  PIC 9(6).                                      00005900
           05 LB-OPENING PIC S9(5)V99 SIGN LEADING SEPARATE.            00006000
           05 LB-ACCRUED PIC S9(5)V99 SIGN LEADING SEPARATE.            00006100
           05 LB-TAKEN   PIC S9(5)V99 SIGN LEADING SEPARATE.            00006200
           05 LB-CLOSING PIC S9(5)V99 SIGN LEADING SEPARATE.            00006300
           05 LB-SETTLED-DATE PIC X(8).                                 00006400
           05 FILLER     PIC X(26).                                     00006500
       01 WS-PND-REC.                                                   00006600
           05 PND-EMP-ID     PIC X(8).                                  00006700
           05 PND-NAME       PIC X(20).                                 00006800
           05 PND-OLD-SALARY PIC 9(8)V99.                               00006900
           05 PND-NEW-SALARY PIC 9(8)V99.                               00007000
           05 PND-MAKER      PIC X(8).                                  00007100
           05 PND-MAKE-DATE  PIC X(8).                                  00007200
           05 PND-STATUS     PIC X(1).                                  00007300
               88 PND-STATUS-PENDING  VALUE 'P'.                        00007400
               88 PND-STATUS-APPROVED VALUE 'A'.                        00007500
               88 PND-STATUS-REJECTED VALUE 'R'.                        00007600
               88 PND-STATUS-APPLIED  VALUE 'X'.                        00007700
           05 PND-CHECKER    PIC X(8).                                  00007800
           05 PND-DEPTID     PIC X(4).                                  00007900
           05 FILLER         PIC X(3).                                  00008000
       01 WS-BROWSE-KEY.                                                00008100
           05 WS-BK-EMPID     PIC X(8).                                 00008200
           05 WS-BK-RUN       PIC 9(5).                                 00008300
           05 WS-BK-LINE      PIC 9(3).                                 00008400
       01 WS-STMK-REC.                                                  00008500
           05 WS-STMK-KEY.                                              00008600
               10 WS-STMK-EMP-ID     PIC X(8).                          00008700
               10 WS-STMK-RUN-NUMBER PIC 9(5).                          00008800
               10 WS-STMK-LINE-NO    PIC 9(3).                          00008900
           05 WS-STMK-TEXT           PIC X(132).                        00009000
       01 WS-LAST-RUN    PIC 9(5) VALUE 0.                              00009100
       01 WS-RUN-COUNT   PIC 9(5) VALUE 0.                              00009200
       01 WS-RUN-COUNT-ED PIC ZZZZ9.                                    00009300
       01 WS-RUN-SUB     PIC S9(4) COMP VALUE 0.                        00009400
      * THE LATEST TEN RUNS ON FILE, OLDEST FIRST - THE BROWSE MEETS    00009500
      * THEM IN RUN ORDER, SO ONCE THE LINE IS FULL EACH NEW RUN        00009600
      * SHIFTS THE OLDEST OFF THE FRONT.                                00009700
       01 WS-RUN-LINE.                                                  00009800
           05 WS-RUN-ENTRY OCCURS 10 TIMES.                             00009900
               10 WS-RUN-NO  PIC 9(5).                                  00010000
               10 FILLER     PIC X(1).                                  00010100
       01 WS-ABSTIME     PIC S9(15) COMP-3 VALUE 0.                     00010200
       01 WS-ACCESS-REC.                                                00010300
          COPY CPACCLOG.                                                00010400
            EXEC SQL                                                    00010500
                 INCLUDE SQLCA                                          00010600
            END-EXEC.                                                   00010700
                                                                        00010800
            EXEC SQL                                                    00010900
                 INCLUDE DCLGEN                                         00011000
            END-EXEC.                                                   00011100
                                                                        00011200
       01  DCLEMPOLYEE.                                                 00011300
           10 WS-EMPID     PIC S9(9) USAGE COMP.                        00011400
           10 WS-EMPNAME.                                               00011500
                49 WS-EMPNAME-LEN  PIC S9(4) USAGE COMP.                00011600
                49 WS-EMPNAME-TEXT   PIC X(20).                         00011700
           10 WS-SALARY       PIC S9(8)V9(2) USAGE COMP-3.              00011800
       01 WS-DEPTID        PIC X(4).                                    00011900
       01 WS-DEPTID-IND    PIC S9(4) USAGE COMP.                        00012000
       01 WS-DEPTNAME.                                                  00012100
           49 WS-DEPTNAME-LEN  PIC S9(4) USAGE COMP.                    00012200
           49 WS-DEPTNAME-TEXT PIC X(30).                               00012300
       01 WS-DEPTNAME-IND  PIC S9(4) USAGE COMP.                        00012400
       01 WS-HIST-EFF-DATE PIC X(10).                                   00012500
       01 WS-HIST-ACTION   PIC X(1).                                    00012600
       01 WS-HIST-OLD      PIC S9(8)V9(2) USAGE COMP-3.                 00012700
       01 WS-HIST-OLD-IND  PIC S9(4) USAGE COMP.                        00012800
       01 WS-HIST-NEW      PIC S9(8)V9(2) USAGE COMP-3.                 00012900
       01 WS-HIST-NEW-IND  PIC S9(4) USAGE COMP.                        00013000
       01 WS-HIST-SOURCE   PIC X(8).                                    00013100
                                                                        00013200
      * NEWEST CHANGE FIRST, IN THE SALARY_HIST INDEX ORDER (SEE THE    00013300
      * HISTDDL JOB) READ BACKWARDS.                                    00013400
            EXEC SQL                                                    00013500
                 DECLARE CSRHIST CURSOR FOR                             00013600
                 SELECT CHAR(EFF_DATE, ISO), ACTION,                    00013700
                        OLD_SALARY, NEW_SALARY, SOURCE_PGM              00013800
                 FROM   SALARY_HIST                                     00013900
                 WHERE  EMPID = :WS-EMPID                               00014000
                 ORDER BY EFF_DATE DESC, CHANGE_TS DESC                 00014100
                 FOR FETCH ONLY                                         00014200
            END-EXEC.                                                   00014300
           COPY DFHAID.                                                 00014400
      * HAND-CODED SYMBOLIC MAP FOR EMP360 (SEE PGM122M IN THE BMS      00014500
      * LIBRARY), L/F/I TRIPLETS IN DFHMDF ORDER.  ROW USE:             00014600
      *   1-2  EMP_DB AND DEPT_DB        (PF4 - EMPQ)                   00014700
      *   3-4  NAME KSDS AND STATUS      (PF5 - EMPM)                   00014800
      *   5    LEAVE BALANCE             (PF6 - LVRQ)                   00014900
      *   6-9  SALARY_HIST, NEWEST FIRST (PF7 - EMPU)                   00015000
      *   10   PENDING EMPU CHANGE       (PF8 - SAPP)                   00015100
      *   11-12 STATEMENT RUNS ON FILE   (PF9 - SREP)                   00015200
       01 EMP360I.                                                      00015300
           05 FILLER           PIC X(12).                               00015400
           05 EMPIDL           PIC S9(4) COMP.                          00015500
           05 EMPIDF           PIC X(1).                                00015600
           05 EMPIDII          PIC X(8).                                00015700
           05 EMP360-ROWS-I OCCURS 12 TIMES.                            00015800
               10 ROWIL        PIC S9(4) COMP.                          00015900
               10 ROWIF        PIC X(1).                                00016000
               10 ROWII        PIC X(76).                               00016100
           05 MSGIL            PIC S9(4) COMP.                          00016200
           05 MSGIF            PIC X(1).                                00016300
           05 MSGII            PIC X(60).                               00016400
       01 EMP360O REDEFINES EMP360I.                                    00016500
           05 FILLER           PIC X(12).                               00016600
           05 FILLER           PIC X(3).                                00016700
           05 EMPIDO           PIC X(8).                                00016800
           05 EMP360-ROWS-O OCCURS 12 TIMES.                            00016900
               10 FILLER       PIC X(3).                                00017000
               10 ROWIO        PIC X(76).                               00017100
           05 FILLER           PIC X(3).                                00017200
           05 MSGIO            PIC X(60).                               00017300
       LINKAGE SECTION.                                                 00017400
       01 DFHCOMMAREA PIC X(28).                                        00017500
       PROCEDURE DIVISION.                                              00017600
       MAIN-ROUTINE.                                                    00017700
            MOVE LOW-VALUES TO EMP360I.                                 00017800
            IF EIBCALEN = 0                                             00017900
               MOVE SPACES TO WS-COMMAREA                               00018000
               MOVE 'ENTER AN EMPLOYEE ID AND PRESS ENTER' TO MSGIO     00018100
               PERFORM SEND-360-MAP                                     00018200
               PERFORM RETURN-WITH-COMMAREA                             00018300
            END-IF.                                                     00018400
            MOVE DFHCOMMAREA TO WS-COMMAREA.                            00018500
            EVALUATE EIBAID                                             00018600
                WHEN DFHPF3                                             00018700
                   EXEC CICS                                            00018800
                        SEND TEXT FROM(WS-CA-EMPID) LENGTH(1)           00018900
                        ERASE FREEKB                                    00019000
                   END-EXEC                                             00019100
                   EXEC CICS                                            00019200
                        RETURN                                          00019300
                   END-EXEC                                             00019400
                WHEN DFHPF4                                             00019500
                   MOVE 'EMPQ' TO WS-XFER-TRANID                        00019600
                   PERFORM TRANSFER-TO-DETAIL                           00019700
                WHEN DFHPF5                                             00019800
                   MOVE 'EMPM' TO WS-XFER-TRANID                        00019900
                   PERFORM TRANSFER-TO-DETAIL                           00020000
                WHEN DFHPF6                                             00020100
                   MOVE 'LVRQ' TO WS-XFER-TRANID                        00020200
                   PERFORM TRANSFER-TO-DETAIL                           00020300
                WHEN DFHPF7                                             00020400
                   MOVE 'EMPU' TO WS-XFER-TRANID                        00020500
                   PERFORM TRANSFER-TO-DETAIL                           00020600
                WHEN DFHPF8                                             00020700
                   MOVE 'SAPP' TO WS-XFER-TRANID                        00020800
                   PERFORM TRANSFER-TO-DETAIL                           00020900
                WHEN DFHPF9                                             00021000
                   MOVE 'SREP' TO WS-XFER-TRANID                        00021100
                   PERFORM TRANSFER-TO-DETAIL                           00021200
                WHEN OTHER                                              00021300
                   PERFORM RECEIVE-360-MAP                              00021400
                   PERFORM APPLY-SCREEN-INPUT                           00021500
            END-EVALUATE.                                               00021600
            MOVE WS-CA-EMPID TO EMPIDO.                                 00021700
            PERFORM SEND-360-MAP.                                       00021800
            PERFORM RETURN-WITH-COMMAREA.                               00021900
       RECEIVE-360-MAP.                                                 00022000
            MOVE LOW-VALUES TO EMP360I.                                 00022100
            EXEC CICS                                                   00022200
                 RECEIVE MAP('EMP360') MAPSET('PGM122M')                00022300
                 INTO(EMP360I)                                          00022400
                 RESP(WS-RESP)                                          00022500
            END-EXEC.                                                   00022600
       APPLY-SCREEN-INPUT.                                              00022700
            IF EMPIDII NOT = SPACES AND                                 00022800
               EMPIDII NOT = LOW-VALUES THEN                            00022900
               MOVE EMPIDII TO WS-CA-EMPID                              00023000
            END-IF.                                                     00023100
            MOVE LOW-VALUES TO EMP360I.                                 00023200
            IF WS-CA-EMPID = SPACES THEN                                00023300
               MOVE 'ENTER AN EMPLOYEE ID AND PRESS ENTER' TO MSGIO     00023400
            ELSE                                                        00023500
               PERFORM SHOW-EMPLOYEE-360                                00023600
            END-IF.                                                     00023700
      * THE DETAIL TRANSACTION IS STARTED ON THIS TERMINAL WITH THE     00023800
      * HAND-OFF RECORD AND THIS TASK ENDS WITHOUT A NEXT TRANSID,      00023900
      * SO THE STARTED ONE GETS THE TERMINAL AT ONCE.  EMPQ AND         00024000
      * EMPU FIND EMPLOYEES BY EMP_DB NAME, SO THEY NEED ONE.  IF       00024100
      * THE TRANSFER CANNOT BE MADE THE 360 SCREEN IS REBUILT WITH      00024200
      * THE REASON ON THE MESSAGE LINE.                                 00024300
       TRANSFER-TO-DETAIL.                                              00024400
            IF WS-CA-EMPID = SPACES THEN                                00024500
               MOVE 'ENTER AN EMPLOYEE ID FIRST' TO MSGIO               00024600
            ELSE                                                        00024700
               IF WS-XFER-BY-NAME AND WS-CA-NAME = SPACES THEN          00024800
                  PERFORM SHOW-EMPLOYEE-360                             00024900
                  MOVE 'NOT ON EMP_DB - NOTHING TO TRANSFER'            00025000
                     TO MSGIO                                           00025100
               ELSE                                                     00025200
                  MOVE SPACES TO WS-XFER-REC                            00025300
                  MOVE WS-CA-EMPID TO XFR-EMP-ID                        00025400
                  MOVE WS-CA-NAME TO XFR-NAME                           00025500
                  MOVE EIBTRNID TO XFR-FROM-TRANID                      00025600
                  EXEC CICS                                             00025700
                       START TRANSID(WS-XFER-TRANID)                    00025800
                       TERMID(EIBTRMID)                                 00025900
                       FROM(WS-XFER-REC)                                00026000
                       LENGTH(40)                                       00026100
                       RESP(WS-RESP)                                    00026200
                  END-EXEC                                              00026300
                  IF WS-RESP = DFHRESP(NORMAL) THEN                     00026400
                     EXEC CICS                                          00026500
                          RETURN                                        00026600
                     END-EXEC                                           00026700
                  END-IF                                                00026800
                  PERFORM SHOW-EMPLOYEE-360                             00026900
                  MOVE SPACES TO MSGIO                                  00027000
                  STRING 'TRANSFER TO ' WS-XFER-TRANID                  00027100
                     ' FAILED - TRY IT DIRECTLY'                        00027200
                     DELIMITED BY SIZE INTO MSGIO                       00027300
                  END-STRING                                            00027400
               END-IF                                                   00027500
            END-IF.                                                     00027600
      * ONE PASS OVER EVERY SOURCE FOR THE EMPLOYEE.  A SECTION WITH    00027700
      * NOTHING ON FILE SAYS SO ON ITS ROW RATHER THAN STOPPING THE     00027800
      * REST OF THE SCREEN.                                             00027900
       SHOW-EMPLOYEE-360.                                               00028000
            MOVE SPACES TO WS-CA-NAME.                                  00028100
            MOVE 'N' TO WS-SALARY-SHOWN-SW.                             00028200
            MOVE WS-CA-EMPID TO WS-EMPID-X.                             00028300
            IF WS-EMPID-N NOT NUMERIC THEN                              00028400
               MOVE 'EMPLOYEE ID MUST BE EIGHT DIGITS' TO MSGIO         00028500
            ELSE                                                        00028600
               PERFORM SHOW-EMP-DB-ROW                                  00028700
               PERFORM SHOW-KSDS-RECORD                                 00028800
               PERFORM SHOW-LEAVE-BALANCE                               00028900
               PERFORM SHOW-SALARY-HISTORY                              00029000
               PERFORM SHOW-PENDING-CHANGE                              00029100
               PERFORM SHOW-STATEMENT-RUNS                              00029200
               MOVE 'PF4-PF9 SHOW THE DETAIL FOR A SECTION' TO MSGIO    00029300
               IF WS-SALARY-SHOWN THEN                                  00029400
                  PERFORM WRITE-ACCESS-LOG                              00029500
               END-IF                                                   00029600
            END-IF.                                                     00029700
       SHOW-EMP-DB-ROW.                                                 00029800
            MOVE 'EMP_DB    PF4 ' TO WS-ROW-LABEL.                      00029900
            MOVE WS-EMPID-N TO WS-EMPID.                                00030000
            MOVE SPACES TO WS-EMPNAME-TEXT.                             00030100
            MOVE SPACES TO WS-DEPTNAME-TEXT.                            00030200
            EXEC SQL                                                    00030300
                 SELECT E.EMPNAME, E.SALARY, E.DEPTID, D.DEPTNAME       00030400
                 INTO :WS-EMPNAME, :WS-SALARY,                          00030500
                      :WS-DEPTID :WS-DEPTID-IND,                        00030600
                      :WS-DEPTNAME :WS-DEPTNAME-IND                     00030700
                 FROM  EMP_DB E                                         00030800
                 LEFT OUTER JOIN DEPT_DB D                              00030900
                        ON E.DEPTID = D.DEPTID                          00031000
                 WHERE E.EMPID = :WS-EMPID                              00031100
            END-EXEC.                                                   00031200
            EVALUATE SQLCODE                                            00031300
                WHEN ZERO                                               00031400
                    IF WS-DEPTID-IND < 0 THEN                           00031500
                       MOVE SPACES TO WS-DEPTID                         00031600
                    END-IF                                              00031700
                    IF WS-DEPTNAME-IND < 0 THEN                         00031800
                       MOVE 'NOT ON DEPT_DB' TO WS-DEPTNAME-TEXT        00031900
                    END-IF                                              00032000
                    MOVE WS-EMPNAME-TEXT TO WS-CA-NAME                  00032100
                    MOVE WS-SALARY TO WS-SALARY-DISPLAY                 00032200
                    SET WS-SALARY-SHOWN TO TRUE                         00032300
                    STRING WS-ROW-LABEL WS-EMPNAME-TEXT                 00032400
                       ' SALARY ' WS-SALARY-DISPLAY                     00032500
                       DELIMITED BY SIZE INTO ROWIO (1)                 00032600
                    END-STRING                                          00032700
                    MOVE SPACES TO WS-ROW-LABEL                         00032800
                    STRING WS-ROW-LABEL 'DEPT ' WS-DEPTID               00032900
                       ' ' WS-DEPTNAME-TEXT                             00033000
                       DELIMITED BY SIZE INTO ROWIO (2)                 00033100
                    END-STRING                                          00033200
                WHEN 100                                                00033300
                    STRING WS-ROW-LABEL 'NOT ON EMP_DB'                 00033400
                       DELIMITED BY SIZE INTO ROWIO (1)                 00033500
                    END-STRING                                          00033600
                WHEN OTHER                                              00033700
                    STRING WS-ROW-LABEL 'DB2 ERROR ON LOOKUP'           00033800
                       DELIMITED BY SIZE INTO ROWIO (1)                 00033900
                    END-STRING                                          00034000
            END-EVALUATE.                                               00034100
       SHOW-KSDS-RECORD.                                                00034200
            MOVE 'NAME KSDS PF5 ' TO WS-ROW-LABEL.                      00034300
            MOVE WS-CA-EMPID TO FL-EMP-ID OF WS-KSDS-REC.               00034400
            EXEC CICS                                                   00034500
                 READ FILE('EMPKSDS')                                   00034600
                 INTO(WS-KSDS-REC)                                      00034700
                 RIDFLD(FL-EMP-ID OF WS-KSDS-REC)                       00034800
                 RESP(WS-RESP)                                          00034900
            END-EXEC.                                                   00035000
            IF WS-RESP = DFHRESP(NORMAL) THEN                           00035100
               MOVE FL-SALARY OF WS-KSDS-REC TO WS-SALARY-DISPLAY       00035200
               SET WS-SALARY-SHOWN TO TRUE                              00035300
               STRING WS-ROW-LABEL FL-NAME OF WS-KSDS-REC               00035400
                  ' DEPT ' FL-DEPT-CODE OF WS-KSDS-REC                  00035500
                  ' EFF ' FL-EFF-DATE OF WS-KSDS-REC                    00035600
                  ' SALARY ' WS-SALARY-DISPLAY                          00035700
                  DELIMITED BY SIZE INTO ROWIO (3)                      00035800
               END-STRING                                               00035900
               EVALUATE TRUE                                            00036000
                   WHEN FL-STATUS-ACTIVE OF WS-KSDS-REC-ST              00036100
                      MOVE 'ACTIVE' TO WS-STATUS-TEXT                   00036200
                   WHEN FL-STATUS-ON-LEAVE OF WS-KSDS-REC-ST            00036300
                      MOVE 'ON LEAVE' TO WS-STATUS-TEXT                 00036400
                   WHEN FL-STATUS-TERMINATED OF WS-KSDS-REC-ST          00036500
                      MOVE 'TERMINATED' TO WS-STATUS-TEXT               00036600
                   WHEN OTHER                                           00036700
                      MOVE SPACES TO WS-STATUS-TEXT                     00036800
                      STRING 'CODE ' FL-STATUS-CODE OF WS-KSDS-REC-ST   00036900
                         DELIMITED BY SIZE INTO WS-STATUS-TEXT          00037000
                      END-STRING                                        00037100
               END-EVALUATE                                             00037200
               MOVE SPACES TO WS-ROW-LABEL                              00037300
               STRING WS-ROW-LABEL 'STATUS ' WS-STATUS-TEXT             00037400
                  DELIMITED BY SIZE INTO ROWIO (4)                      00037500
               END-STRING                                               00037600
            ELSE                                                        00037700
               STRING WS-ROW-LABEL 'NOT ON THE NAME KSDS'               00037800
                  DELIMITED BY SIZE INTO ROWIO (3)                      00037900
               END-STRING                                               00038000
            END-IF.                                                     00038100
      * ONE BALANCE RECORD PER EMPLOYEE, AS PGM73 LAST ROLLED IT -      00038200
      * LVRQ SHOWS WHAT IS STILL TO COME OFF IT.                        00038300
       SHOW-LEAVE-BALANCE.                                              00038400
            MOVE 'LEAVE     PF6 ' TO WS-ROW-LABEL.                      00038500
            MOVE WS-CA-EMPID TO LB-EMP-ID.                              00038600
            EXEC CICS                                                   00038700
                 READ FILE('LEAVKSDS')                                  00038800
                 INTO(WS-LB-REC)                                        00038900
                 RIDFLD(LB-EMP-ID)                                      00039000
                 RESP(WS-RESP)                                          00039100
            END-EXEC.                                                   00039200
            IF WS-RESP = DFHRESP(NORMAL) THEN                           00039300
               MOVE LB-OPENING TO WS-OPENING-ED                         00039400
               MOVE LB-ACCRUED TO WS-ACCRUED-ED                         00039500
               MOVE LB-TAKEN TO WS-TAKEN-ED                             00039600
               MOVE LB-CLOSING TO WS-CLOSING-ED                         00039700
               STRING WS-ROW-LABEL LB-PERIOD                            00039800
                  ' OPEN ' WS-OPENING-ED                                00039900
                  ' ACCR ' WS-ACCRUED-ED                                00040000
                  ' TAKEN ' WS-TAKEN-ED                                 00040100
                  ' CLOSING ' WS-CLOSING-ED                             00040200
                  DELIMITED BY SIZE INTO ROWIO (5)                      00040300
               END-STRING                                               00040400
            ELSE                                                        00040500
               STRING WS-ROW-LABEL 'NO BALANCE - NOT YET ACCRUED'       00040600
                  DELIMITED BY SIZE INTO ROWIO (5)                      00040700
               END-STRING                                               00040800
            END-IF.                                                     00040900
       SHOW-SALARY-HISTORY.                                             00041000
            MOVE 'SAL HIST  PF7 ' TO WS-ROW-LABEL.                      00041100
            MOVE 0 TO WS-HIST-ROWS.                                     00041200
            EXEC SQL                                                    00041300
                 OPEN CSRHIST                                           00041400
            END-EXEC.                                                   00041500
            IF SQLCODE = ZERO THEN                                      00041600
               PERFORM FETCH-HISTORY-ROW                                00041700
                  UNTIL WS-HIST-ROWS >= WS-HIST-MAX OR                  00041800
                        SQLCODE NOT = ZERO                              00041900
               EXEC SQL                                                 00042000
                    CLOSE CSRHIST                                       00042100
               END-EXEC                                                 00042200
            END-IF.                                                     00042300
            IF WS-HIST-ROWS = 0 THEN                                    00042400
               STRING WS-ROW-LABEL 'NO SALARY_HIST ROWS'                00042500
                  DELIMITED BY SIZE INTO ROWIO (6)                      00042600
               END-STRING                                               00042700
            END-IF.                                                     00042800
       FETCH-HISTORY-ROW.                                               00042900
            EXEC SQL                                                    00043000
                 FETCH CSRHIST                                          00043100
                 INTO :WS-HIST-EFF-DATE, :WS-HIST-ACTION,               00043200
                      :WS-HIST-OLD :WS-HIST-OLD-IND,                    00043300
                      :WS-HIST-NEW :WS-HIST-NEW-IND,                    00043400
                      :WS-HIST-SOURCE                                   00043500
            END-EXEC.                                                   00043600
            IF SQLCODE = ZERO THEN                                      00043700
               ADD 1 TO WS-HIST-ROWS                                    00043800
               COMPUTE WS-ROW-SUB = WS-HIST-ROWS + 5                    00043900
               IF WS-HIST-OLD-IND < 0 THEN                              00044000
                  MOVE SPACES TO WS-OLD-ED-X                            00044100
               ELSE                                                     00044200
                  MOVE WS-HIST-OLD TO WS-OLD-ED                         00044300
               END-IF                                                   00044400
               IF WS-HIST-NEW-IND < 0 THEN                              00044500
                  MOVE SPACES TO WS-NEW-ED-X                            00044600
               ELSE                                                     00044700
                  MOVE WS-HIST-NEW TO WS-NEW-ED                         00044800
               END-IF                                                   00044900
               STRING WS-ROW-LABEL WS-HIST-EFF-DATE                     00045000
                  ' ACTION ' WS-HIST-ACTION                             00045100
                  ' ' WS-OLD-ED ' TO ' WS-NEW-ED                        00045200
                  ' BY ' WS-HIST-SOURCE                                 00045300
                  DELIMITED BY SIZE INTO ROWIO (WS-ROW-SUB)             00045400
               END-STRING                                               00045500
               MOVE SPACES TO WS-ROW-LABEL                              00045600
            END-IF.                                                     00045700
      * PENDAPPR HOLDS ONE ITEM PER EMPLOYEE.  A PENDING ITEM IS        00045800
      * WAITING ON SAPP; AN APPROVED ONE ON THE PGM76 BATCH APPLY.      00045900
      * REJECTED AND APPLIED ITEMS ARE HISTORY AND ARE NOT SHOWN.       00046000
       SHOW-PENDING-CHANGE.                                             00046100
            MOVE 'PENDING   PF8 ' TO WS-ROW-LABEL.                      00046200
            MOVE WS-CA-EMPID TO PND-EMP-ID.                             00046300
            EXEC CICS                                                   00046400
                 READ FILE('PENDAPPR')                                  00046500
                 INTO(WS-PND-REC)                                       00046600
                 RIDFLD(PND-EMP-ID)                                     00046700
                 RESP(WS-RESP)                                          00046800
            END-EXEC.                                                   00046900
            IF WS-RESP = DFHRESP(NORMAL) AND                            00047000
               (PND-STATUS-PENDING OR PND-STATUS-APPROVED) THEN         00047100
               IF PND-STATUS-PENDING THEN                               00047200
                  MOVE 'AWAITING SAPP' TO WS-PND-TEXT                   00047300
               ELSE                                                     00047400
                  MOVE 'APPROVED' TO WS-PND-TEXT                        00047500
               END-IF                                                   00047600
               MOVE PND-OLD-SALARY TO WS-OLD-ED                         00047700
               MOVE PND-NEW-SALARY TO WS-NEW-ED                         00047800
               SET WS-SALARY-SHOWN TO TRUE                              00047900
               STRING WS-ROW-LABEL WS-OLD-ED ' TO ' WS-NEW-ED           00048000
                  ' BY ' PND-MAKER ' ' PND-MAKE-DATE                    00048100
                  ' ' WS-PND-TEXT                                       00048200
                  DELIMITED BY SIZE INTO ROWIO (10)                     00048300
               END-STRING                                               00048400
            ELSE                                                        00048500
               STRING WS-ROW-LABEL 'NO EMPU CHANGE AWAITING APPROVAL'   00048600
                  DELIMITED BY SIZE INTO ROWIO (10)                     00048700
               END-STRING                                               00048800
            END-IF.                                                     00048900
      * ONE COUNT PER DISTINCT RUN NUMBER ON FILE FOR THE EMPLOYEE,     00049000
      * AS THE SREP RUN LIST COUNTS THEM.                               00049100
       SHOW-STATEMENT-RUNS.                                             00049200
            MOVE 'STMTS     PF9 ' TO WS-ROW-LABEL.                      00049300
            MOVE 0 TO WS-RUN-COUNT.                                     00049400
            MOVE 0 TO WS-LAST-RUN.                                      00049500
            MOVE SPACES TO WS-RUN-LINE.                                 00049600
            MOVE WS-CA-EMPID TO WS-BK-EMPID.                            00049700
            MOVE 0 TO WS-BK-RUN.                                        00049800
            MOVE 0 TO WS-BK-LINE.                                       00049900
            EXEC CICS                                                   00050000
                 STARTBR FILE('STMARCH')                                00050100
                 RIDFLD(WS-BROWSE-KEY)                                  00050200
                 GTEQ                                                   00050300
                 RESP(WS-RESP)                                          00050400
            END-EXEC.                                                   00050500
            IF WS-RESP = DFHRESP(NORMAL)                                00050600
               PERFORM READ-NEXT-RUN-LINE                               00050700
                  UNTIL WS-RESP NOT = DFHRESP(NORMAL)                   00050800
               EXEC CICS                                                00050900
                    ENDBR FILE('STMARCH')                               00051000
               END-EXEC                                                 00051100
            END-IF.                                                     00051200
            IF WS-RUN-COUNT = 0 THEN                                    00051300
               STRING WS-ROW-LABEL 'NO STATEMENTS ON FILE'              00051400
                  DELIMITED BY SIZE INTO ROWIO (11)                     00051500
               END-STRING                                               00051600
            ELSE                                                        00051700
               MOVE WS-RUN-COUNT TO WS-RUN-COUNT-ED                     00051800
               IF WS-RUN-COUNT > 10 THEN                                00051900
                  STRING WS-ROW-LABEL WS-RUN-COUNT-ED                   00052000
                     ' RUNS WITH A STATEMENT ON FILE - LATEST 10:'      00052100
                     DELIMITED BY SIZE INTO ROWIO (11)                  00052200
                  END-STRING                                            00052300
               ELSE                                                     00052400
                  STRING WS-ROW-LABEL WS-RUN-COUNT-ED                   00052500
                     ' RUNS WITH A STATEMENT ON FILE:'                  00052600
                     DELIMITED BY SIZE INTO ROWIO (11)                  00052700
                  END-STRING                                            00052800
               END-IF                                                   00052900
               MOVE SPACES TO WS-ROW-LABEL                              00053000
               STRING WS-ROW-LABEL WS-RUN-LINE                          00053100
                  DELIMITED BY SIZE INTO ROWIO (12)                     00053200
               END-STRING                                               00053300
            END-IF.                                                     00053400
       READ-NEXT-RUN-LINE.                                              00053500
            EXEC CICS                                                   00053600
                 READNEXT FILE('STMARCH')                               00053700
                 INTO(WS-STMK-REC)                                      00053800
                 RIDFLD(WS-BROWSE-KEY)                                  00053900
                 RESP(WS-RESP)                                          00054000
            END-EXEC.                                                   00054100
            IF WS-RESP = DFHRESP(NORMAL)                                00054200
               IF WS-STMK-EMP-ID NOT = WS-CA-EMPID THEN                 00054300
                  MOVE DFHRESP(ENDFILE) TO WS-RESP                      00054400
               ELSE                                                     00054500
                  IF WS-STMK-RUN-NUMBER NOT = WS-LAST-RUN THEN          00054600
                     MOVE WS-STMK-RUN-NUMBER TO WS-LAST-RUN             00054700
                     PERFORM ADD-RUN-TO-LINE                            00054800
                  END-IF                                                00054900
               END-IF                                                   00055000
            END-IF.                                                     00055100
       ADD-RUN-TO-LINE.                                                 00055200
            ADD 1 TO WS-RUN-COUNT.                                      00055300
            IF WS-RUN-COUNT > 10 THEN                                   00055400
               PERFORM SHIFT-RUN-ENTRY                                  00055500
                  VARYING WS-RUN-SUB FROM 1 BY 1                        00055600
                  UNTIL WS-RUN-SUB >= 10                                00055700
               MOVE 10 TO WS-RUN-SUB                                    00055800
            ELSE                                                        00055900
               MOVE WS-RUN-COUNT TO WS-RUN-SUB                          00056000
            END-IF.                                                     00056100
            MOVE WS-STMK-RUN-NUMBER TO WS-RUN-NO (WS-RUN-SUB).          00056200
       SHIFT-RUN-ENTRY.                                                 00056300
            MOVE WS-RUN-ENTRY (WS-RUN-SUB + 1)                          00056400
               TO WS-RUN-ENTRY (WS-RUN-SUB).                            00056500
      * ONE SACC RECORD PER 360 SCREEN THAT SHOWED A SALARY - FROM      00056600
      * EMP_DB, THE NAME KSDS OR A PENDING CHANGE.                      00056700
       WRITE-ACCESS-LOG.                                                00056800
            MOVE SPACES TO WS-ACCESS-REC.                               00056900
            EXEC CICS                                                   00057000
                 ASKTIME ABSTIME(WS-ABSTIME)                            00057100
            END-EXEC.                                                   00057200
            EXEC CICS                                                   00057300
                 FORMATTIME ABSTIME(WS-ABSTIME)                         00057400
                 YYYYMMDD(ACL-DATE)                                     00057500
                 TIME(ACL-TIME)                                         00057600
            END-EXEC.                                                   00057700
            EXEC CICS                                                   00057800
                 ASSIGN USERID(ACL-USERID)                              00057900
            END-EXEC.                                                   00058000
            MOVE EIBTRMID TO ACL-TERMINAL.                              00058100
            MOVE EIBTRNID TO ACL-TRANID.                                00058200
            MOVE WS-CA-EMPID TO ACL-EMP-ID.                             00058300
            MOVE WS-CA-NAME TO ACL-NAME.                                00058400
            SET ACL-TYPE-DETAIL TO TRUE.                                00058500
            MOVE 0 TO ACL-RUN-NUMBER.                                   00058600
            EXEC CICS                                                   00058700
                 WRITEQ TD QUEUE('SACC')                                00058800
                 FROM(WS-ACCESS-REC)                                    00058900
                 LENGTH(80)                                             00059000
            END-EXEC.                                                   00059100
       SEND-360-MAP.                                                    00059200
            EXEC CICS                                                   00059300
                 SEND MAP('EMP360') MAPSET('PGM122M')                   00059400
                 FROM(EMP360O)                                          00059500
                 ERASE                                                  00059600
            END-EXEC.                                                   00059700
       RETURN-WITH-COMMAREA.                                            00059800
            EXEC CICS                                                   00059900
                 RETURN TRANSID('E360')                                 00060000
                 COMMAREA(WS-COMMAREA)                                  00060100
                 LENGTH(28)                                             00060200
            END-EXEC.                                                   00060300

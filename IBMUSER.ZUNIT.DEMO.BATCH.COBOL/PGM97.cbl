       IDENTIFICATION DIVISION.                                         00000100
       PROGRAM-ID. PGM97.                                               00000200
      * LVRQ - ONLINE LEAVE REQUESTS AGAINST THE PGM73 LEAVE            00000300
      * CLUSTER (CICS FILE LEAVKSDS), BUILT THE EMPM/EMPU WAY AND       00000400
      * KEPT ON THE LEAVE-REQUEST CLUSTER (CICS FILE LVREQKS,           00000500
      * CPLVREQ).  PSEUDO-CONVERSATIONAL IN TWO PHASES CARRIED IN       00000600
      * THE COMMAREA:                                                   00000700
      *   PHASE 1 - THE OPERATOR KEYS AN ACTION AND AN EMPLOYEE ID,     00000800
      *       PLUS THE FIRST DAY OF LEAVE FOR AN APPROVAL, E.G.         00000900
      *       'N 00001234' OR 'A 00001234 20261102'.                    00001000
      *       N - NEW REQUEST: SHOWS THE CLOSING BALANCE, THE DAYS      00001100
      *           ALREADY REQUESTED BUT NOT YET ROLLED INTO IT AND      00001200
      *           WHAT IS LEFT, AND PROMPTS FOR THE REQUEST.            00001300
      *       A / R - APPROVE OR REJECT A PENDING REQUEST AT ONCE.      00001400
      *           THE CHECKER CANNOT BE THE USER WHO KEYED IT, AS       00001500
      *           ON SAPP, AND AN APPROVAL OF ANNUAL LEAVE IS           00001600
      *           CHECKED AGAINST THE BALANCE AGAIN.                    00001700
      *   PHASE 2 - THE REQUEST ARRIVES AS FROM,TO,TYPE - TWO           00001800
      *       YYYYMMDD DATES THROUGH THE SHARED PGM14 DATE SERVICE,     00001900
      *       IN THE SAME MONTH, AND A TYPE OF A (ANNUAL), S (SICK)     00002000
      *       OR U (UNPAID).  THE DAYS ARE THE MONDAY-TO-FRIDAY         00002100
      *       DAYS IN THE RANGE.  ANNUAL LEAVE ABOVE THE AVAILABLE      00002200
      *       BALANCE IS REFUSED, AS IS A RANGE OVERLAPPING ANOTHER     00002300
      *       REQUEST THAT WAS NOT REJECTED.  THE REQUEST IS SAVED      00002400
      *       PENDING, WITH THE MAKER AND DATE.                         00002500
      * THE DAYS STILL TO COME OFF THE BALANCE ARE ANNUAL REQUESTS      00002600
      * PENDING OR APPROVED, PLUS THOSE PGM98 HAS EXTRACTED FOR A       00002700
      * PERIOD PGM73 HAS NOT YET ROLLED.                                00002800
      * STARTED FROM THE E360 INQUIRY (PGM122) WITH A CPEMPXFR          00002825
      * HAND-OFF RECORD, LVRQ OPENS AS A NEW REQUEST (N) FOR THAT       00002850
      * EMPLOYEE, SHOWING THE AVAILABLE BALANCE.                        00002875
       ENVIRONMENT DIVISION.                                            00002900
       DATA DIVISION.                                                   00003000
       WORKING-STORAGE SECTION.                                         00003100
       01 WS-COMMAREA.                                                  00003200
           05 WS-CA-PHASE  PIC X(1).                                    00003300
               88 WS-CA-PHASE-ACTION VALUE '1'.                         00003400
               88 WS-CA-PHASE-FIELDS VALUE '2'.                         00003500
           05 WS-CA-ACTION PIC X(1).                                    00003600
               88 WS-CA-ACTION-NEW     VALUE 'N'.                       00003700
               88 WS-CA-ACTION-APPROVE VALUE 'A'.                       00003800
               88 WS-CA-ACTION-REJECT  VALUE 'R'.                       00003900
           05 WS-CA-EMPID  PIC X(8).                                    00004000
       01 WS-INPUT-AREA   PIC X(70).                                    00004100
       01 WS-MSG-AREA     PIC X(79).                                    00004200
       01 WS-MSG-LEN      PIC S9(4) COMP VALUE 79.                      00004300
       01 WS-RESP         PIC S9(8) COMP VALUE 0.                       00004400
       01 WS-KSDS-REC.                                                  00004500
          COPY CPFLREC.                                                 00004600
       01 WS-KSDS-REC-ST REDEFINES WS-KSDS-REC.                         00004700
          COPY CPFLSTAT.                                                00004800
       01 WS-LB-REC.                                                    00004900
           05 LB-EMP-ID  PIC X(8).                                      00005000
           05 LB-PERIOD  PIC 9(6).                                      00005100
           05 LB-OPENING PIC S9(5)V99 SIGN LEADING SEPARATE.            00005200
           05 LB-ACCRUED PIC S9(5)V99 SIGN LEADING SEPARATE.            00005300
           05 LB-TAKEN   PIC S9(5)V99 SIGN LEADING SEPARATE.            00005400
           05 LB-CLOSING PIC S9(5)V99 SIGN LEADING SEPARATE.            00005500
           05 LB-SETTLED-DATE PIC X(8).                                 00005600
           05 FILLER     PIC X(26).                                     00005700
       01 WS-LRQ-REC.                                                   00005800
          COPY CPLVREQ.                                                 00005900
       01 WS-BROWSE-KEY.                                                00006000
           05 WS-BROWSE-EMPID PIC X(8).                                 00006100
           05 WS-BROWSE-DATE  PIC 9(8).                                 00006200
       01 WS-BROWSE-DONE-SW PIC X(1) VALUE 'N'.                         00006300
           88 WS-BROWSE-DONE   VALUE 'Y'.                               00006400
       01 WS-FLD-FROM     PIC X(8)  VALUE SPACES.                       00006500
       01 WS-FLD-FROM-N REDEFINES WS-FLD-FROM PIC 9(8).                 00006600
       01 WS-FLD-TO       PIC X(8)  VALUE SPACES.                       00006700
       01 WS-FLD-TO-N REDEFINES WS-FLD-TO PIC 9(8).                     00006800
       01 WS-FLD-TYPE     PIC X(1)  VALUE SPACES.                       00006900
           88 WS-FLD-TYPE-VALID VALUE 'A' 'S' 'U'.                      00007000
           88 WS-FLD-TYPE-ANNUAL VALUE 'A'.                             00007100
       01 WS-EDIT-OK-SW PIC X(1) VALUE 'Y'.                             00007200
           88 WS-EDIT-OK     VALUE 'Y'.                                 00007300
           88 WS-EDIT-FAILED VALUE 'N'.                                 00007400
       01 WS-OVERLAP-SW PIC X(1) VALUE 'N'.                             00007500
           88 WS-OVERLAP-FOUND VALUE 'Y'.                               00007600
       01 WS-DATE-HORIZON PIC 9(8) VALUE 0.                             00007700
       01 WS-DATE-RC      PIC 9(2) VALUE 0.                             00007800
           88 WS-DATE-RC-OK VALUE 00.                                   00007900
       01 WS-DATEVAL-PGM  PIC X(8) VALUE 'PGM14'.                       00008000
       01 WS-NEW-FROM     PIC 9(8) VALUE 0.                             00008100
       01 WS-NEW-TO       PIC 9(8) VALUE 0.                             00008200
       01 WS-EXCLUDE-DATE PIC 9(8) VALUE 0.                             00008300
       01 WS-BAL-PERIOD   PIC 9(6) VALUE 0.                             00008400
       01 WS-CLOSING      PIC S9(5)V99 VALUE 0.                         00008500
       01 WS-PENDING      PIC S9(5)V99 VALUE 0.                         00008600
       01 WS-AVAILABLE    PIC S9(5)V99 VALUE 0.                         00008700
       01 WS-REQ-DAYS     PIC 9(3)V9 VALUE 0.                           00008800
       01 WS-CLOSING-ED   PIC -ZZ9.99.                                  00008900
       01 WS-PENDING-ED   PIC -ZZ9.99.                                  00009000
       01 WS-AVAILABLE-ED PIC -ZZ9.99.                                  00009100
       01 WS-REQ-DAYS-ED  PIC ZZ9.9.                                    00009200
      * SERIAL-DAY ARITHMETIC FOR THE WORKING-DAY COUNT - THE SAME      00009300
      * DAY-NUMBER PGM51 USES.  A SERIAL DIVISIBLE BY 7 IS A            00009400
      * SATURDAY, ONE LEAVING REMAINDER 1 A SUNDAY.                     00009500
       01 WS-SER-DATE.                                                  00009600
           05 WS-SER-YYYY PIC 9(4).                                     00009700
           05 WS-SER-MM   PIC 9(2).                                     00009800
           05 WS-SER-DD   PIC 9(2).                                     00009900
       01 WS-SER-DATE-N REDEFINES WS-SER-DATE PIC 9(8).                 00010000
       01 WS-CUMDAYS-VALUES.                                            00010100
           05 FILLER PIC X(36) VALUE                                    00010200
              '000031059090120151181212243273304334'.                   00010300
       01 WS-CUMDAYS-TABLE REDEFINES WS-CUMDAYS-VALUES.                 00010400
           05 WS-CUMDAYS PIC 9(3) OCCURS 12 TIMES.                      00010500
       01 WS-SERIAL       PIC S9(9) VALUE 0.                            00010600
       01 WS-LEAP-4       PIC S9(7) VALUE 0.                            00010700
       01 WS-LEAP-100     PIC S9(7) VALUE 0.                            00010800
       01 WS-LEAP-400     PIC S9(7) VALUE 0.                            00010900
       01 WS-LEAP-REM     PIC S9(7) VALUE 0.                            00011000
       01 WS-SER-LEAP-SW  PIC X(1) VALUE 'N'.                           00011100
           88 WS-SER-LEAP-YEAR VALUE 'Y'.                               00011200
       01 WS-FROM-SERIAL  PIC S9(9) VALUE 0.                            00011300
       01 WS-TO-SERIAL    PIC S9(9) VALUE 0.                            00011400
       01 WS-DAY-SERIAL   PIC S9(9) VALUE 0.                            00011500
       01 WS-WEEK-QUOT    PIC S9(9) VALUE 0.                            00011600
       01 WS-WEEK-REM     PIC S9(1) VALUE 0.                            00011700
       01 WS-ABSTIME      PIC S9(15) USAGE COMP-3.                      00011800
       01 WS-UPD-DATE     PIC X(8).                                     00011900
       01 WS-UPD-TIME     PIC X(8).                                     00012000
       01 WS-USERID       PIC X(8).                                     00012100
       01 WS-XFER-REC.                                                  00012125
          COPY CPEMPXFR.                                                00012150
       01 WS-XFER-LEN     PIC S9(4) COMP VALUE 40.                      00012175
       LINKAGE SECTION.                                                 00012200
       01 DFHCOMMAREA PIC X(10).                                        00012300
       PROCEDURE DIVISION.                                              00012400
       MAIN-ROUTINE.                                                    00012500
            IF EIBCALEN = 0                                             00012600
               PERFORM RETRIEVE-HANDOFF                                 00012612
               IF WS-RESP = DFHRESP(NORMAL)                             00012625
                  SET WS-CA-PHASE-ACTION TO TRUE                        00012637
                  SET WS-CA-ACTION-NEW TO TRUE                          00012650
                  MOVE XFR-EMP-ID TO WS-CA-EMPID                        00012662
                  PERFORM SHOW-AVAILABLE-BALANCE                        00012675
               END-IF                                                   00012687
               SET WS-CA-PHASE-ACTION TO TRUE                           00012700
               MOVE SPACE TO WS-CA-ACTION                               00012800
               MOVE SPACES TO WS-CA-EMPID                               00012900
               MOVE 'ENTER N/A/R, EMPLOYEE ID AND FROM DATE FOR A/R:'   00013000
                  TO WS-MSG-AREA                                        00013100
               PERFORM SEND-MSG-AND-RETURN                              00013200
            ELSE                                                        00013300
               MOVE DFHCOMMAREA TO WS-COMMAREA                          00013400
               PERFORM RECEIVE-INPUT                                    00013500
               IF WS-CA-PHASE-ACTION                                    00013600
                  PERFORM HANDLE-ACTION-PHASE                           00013700
               ELSE                                                     00013800
                  PERFORM HANDLE-FIELDS-PHASE                           00013900
               END-IF                                                   00014000
            END-IF.                                                     00014100
      * A TASK STARTED BY THE E360 INQUIRY (PGM122) CARRIES THE         00014108
      * CPEMPXFR HAND-OFF RECORD; TYPED AT THE TERMINAL THERE IS        00014116
      * NOTHING TO RETRIEVE AND THE RESP IS NOT NORMAL.                 00014125
       RETRIEVE-HANDOFF.                                                00014133
            MOVE SPACES TO WS-XFER-REC.                                 00014141
            MOVE 40 TO WS-XFER-LEN.                                     00014150
            EXEC CICS                                                   00014158
                 RETRIEVE INTO(WS-XFER-REC)                             00014166
                 LENGTH(WS-XFER-LEN)                                    00014175
                 RESP(WS-RESP)                                          00014183
            END-EXEC.                                                   00014191
       RECEIVE-INPUT.                                                   00014200
            MOVE SPACES TO WS-INPUT-AREA.                               00014300
            EXEC CICS                                                   00014400
                 RECEIVE                                                00014500
                 INTO(WS-INPUT-AREA)                                    00014600
                 LENGTH(70)                                             00014700
            END-EXEC.                                                   00014800
       HANDLE-ACTION-PHASE.                                             00014900
            MOVE WS-INPUT-AREA (1:1) TO WS-CA-ACTION.                   00015000
            MOVE WS-INPUT-AREA (3:8) TO WS-CA-EMPID.                    00015100
            EVALUATE TRUE                                               00015200
                WHEN WS-CA-ACTION-NEW                                   00015300
                   PERFORM SHOW-AVAILABLE-BALANCE                       00015400
                WHEN WS-CA-ACTION-APPROVE OR WS-CA-ACTION-REJECT        00015500
                   PERFORM DECIDE-REQUEST                               00015600
                WHEN OTHER                                              00015700
                   MOVE 'ACTION MUST BE N, A OR R' TO WS-MSG-AREA       00015800
                   PERFORM SEND-MSG-AND-END                             00015900
            END-EVALUATE.                                               00016000
       SHOW-AVAILABLE-BALANCE.                                          00016100
            MOVE WS-CA-EMPID TO FL-EMP-ID OF WS-KSDS-REC.               00016200
            EXEC CICS                                                   00016300
                 READ FILE('EMPKSDS')                                   00016400
                 INTO(WS-KSDS-REC)                                      00016500
                 RIDFLD(FL-EMP-ID OF WS-KSDS-REC)                       00016600
                 RESP(WS-RESP)                                          00016700
            END-EXEC.                                                   00016800
            IF WS-RESP NOT = DFHRESP(NORMAL)                            00016900
               MOVE 'EMPLOYEE NOT ON FILE - NO REQUEST' TO WS-MSG-AREA  00017000
               PERFORM SEND-MSG-AND-END                                 00017100
            END-IF.                                                     00017200
            IF FL-STATUS-TERMINATED OF WS-KSDS-REC-ST                   00017300
               MOVE 'EMPLOYEE IS TERMINATED - NO REQUEST'               00017400
                  TO WS-MSG-AREA                                        00017500
               PERFORM SEND-MSG-AND-END                                 00017600
            END-IF.                                                     00017700
            MOVE 0 TO WS-NEW-FROM WS-NEW-TO WS-EXCLUDE-DATE.            00017800
            PERFORM WORK-AVAILABLE-BALANCE.                             00017900
            MOVE WS-CLOSING TO WS-CLOSING-ED.                           00018000
            MOVE WS-PENDING TO WS-PENDING-ED.                           00018100
            MOVE WS-AVAILABLE TO WS-AVAILABLE-ED.                       00018200
            MOVE SPACES TO WS-MSG-AREA.                                 00018300
            STRING 'CLOSING ' WS-CLOSING-ED                             00018400
               ' PENDING ' WS-PENDING-ED                                00018500
               ' AVAILABLE ' WS-AVAILABLE-ED                            00018600
               ' - ENTER FROM,TO,TYPE:'                                 00018700
               DELIMITED BY SIZE INTO WS-MSG-AREA                       00018800
            END-STRING.                                                 00018900
            SET WS-CA-PHASE-FIELDS TO TRUE.                             00019000
            PERFORM SEND-MSG-AND-RETURN.                                00019100
      * THE BALANCE IS RE-WORKED ON EVERY INVOCATION - EACH PHASE IS    00019200
      * A NEW TASK, AND ANOTHER TERMINAL MAY HAVE KEYED A REQUEST FOR   00019300
      * THE SAME EMPLOYEE IN BETWEEN.  AN EMPLOYEE PGM73 HAS NOT YET    00019400
      * ROLLED HAS NOTHING TO TAKE.  THE SAME BROWSE LOOKS FOR A        00019500
      * LIVE REQUEST OVERLAPPING WS-NEW-FROM THRU WS-NEW-TO, AND        00019600
      * LEAVES OUT THE REQUEST BEING DECIDED (WS-EXCLUDE-DATE).         00019700
       WORK-AVAILABLE-BALANCE.                                          00019800
            MOVE 0 TO WS-CLOSING.                                       00019900
            MOVE 0 TO WS-BAL-PERIOD.                                    00020000
            MOVE 0 TO WS-PENDING.                                       00020100
            MOVE 'N' TO WS-OVERLAP-SW.                                  00020200
            MOVE WS-CA-EMPID TO LB-EMP-ID.                              00020300
            EXEC CICS                                                   00020400
                 READ FILE('LEAVKSDS')                                  00020500
                 INTO(WS-LB-REC)                                        00020600
                 RIDFLD(LB-EMP-ID)                                      00020700
                 RESP(WS-RESP)                                          00020800
            END-EXEC.                                                   00020900
            IF WS-RESP = DFHRESP(NORMAL)                                00021000
               MOVE LB-CLOSING TO WS-CLOSING                            00021100
               MOVE LB-PERIOD TO WS-BAL-PERIOD                          00021200
            END-IF.                                                     00021300
            MOVE 'N' TO WS-BROWSE-DONE-SW.                              00021400
            MOVE WS-CA-EMPID TO WS-BROWSE-EMPID.                        00021500
            MOVE 0 TO WS-BROWSE-DATE.                                   00021600
            EXEC CICS                                                   00021700
                 STARTBR FILE('LVREQKS')                                00021800
                 RIDFLD(WS-BROWSE-KEY)                                  00021900
                 GTEQ                                                   00022000
                 RESP(WS-RESP)                                          00022100
            END-EXEC.                                                   00022200
            IF WS-RESP = DFHRESP(NORMAL)                                00022300
               PERFORM READ-NEXT-REQUEST                                00022400
                  UNTIL WS-BROWSE-DONE                                  00022500
               EXEC CICS                                                00022600
                    ENDBR FILE('LVREQKS')                               00022700
                    RESP(WS-RESP)                                       00022800
               END-EXEC                                                 00022900
            END-IF.                                                     00023000
            COMPUTE WS-AVAILABLE = WS-CLOSING - WS-PENDING.             00023100
       READ-NEXT-REQUEST.                                               00023200
            EXEC CICS                                                   00023300
                 READNEXT FILE('LVREQKS')                               00023400
                 INTO(WS-LRQ-REC)                                       00023500
                 RIDFLD(WS-BROWSE-KEY)                                  00023600
                 RESP(WS-RESP)                                          00023700
            END-EXEC.                                                   00023800
            IF WS-RESP NOT = DFHRESP(NORMAL) OR                         00023900
               LRQ-EMP-ID NOT = WS-CA-EMPID                             00024000
               SET WS-BROWSE-DONE TO TRUE                               00024100
            ELSE                                                        00024200
               IF LRQ-FROM-DATE NOT = WS-EXCLUDE-DATE                   00024300
                  PERFORM WEIGH-ONE-REQUEST                             00024400
               END-IF                                                   00024500
            END-IF.                                                     00024600
       WEIGH-ONE-REQUEST.                                               00024700
            IF NOT LRQ-STATUS-REJECTED AND                              00024800
               LRQ-FROM-DATE NOT > WS-NEW-TO AND                        00024900
               LRQ-TO-DATE NOT < WS-NEW-FROM                            00025000
               SET WS-OVERLAP-FOUND TO TRUE                             00025100
            END-IF.                                                     00025200
            IF LRQ-TYPE-ANNUAL                                          00025300
               EVALUATE TRUE                                            00025400
                   WHEN LRQ-STATUS-PENDING OR LRQ-STATUS-APPROVED       00025500
                      ADD LRQ-DAYS TO WS-PENDING                        00025600
                   WHEN LRQ-STATUS-EXTRACTED AND                        00025700
                        LRQ-PERIOD > WS-BAL-PERIOD                      00025800
                      ADD LRQ-DAYS TO WS-PENDING                        00025900
                   WHEN OTHER                                           00026000
                      CONTINUE                                          00026100
               END-EVALUATE                                             00026200
            END-IF.                                                     00026300
       HANDLE-FIELDS-PHASE.                                             00026400
            PERFORM PARSE-FIELD-INPUT.                                  00026500
            PERFORM EDIT-FIELD-INPUT.                                   00026600
            IF WS-EDIT-FAILED                                           00026700
               PERFORM SEND-MSG-AND-END                                 00026800
            END-IF.                                                     00026900
            PERFORM COUNT-WORKING-DAYS.                                 00027000
            IF WS-REQ-DAYS = 0                                          00027100
               MOVE 'NO WORKING DAYS IN THAT RANGE - NOTHING SAVED'     00027200
                  TO WS-MSG-AREA                                        00027300
               PERFORM SEND-MSG-AND-END                                 00027400
            END-IF.                                                     00027500
            MOVE WS-FLD-FROM-N TO WS-NEW-FROM.                          00027600
            MOVE WS-FLD-TO-N TO WS-NEW-TO.                              00027700
            MOVE 0 TO WS-EXCLUDE-DATE.                                  00027800
            PERFORM WORK-AVAILABLE-BALANCE.                             00027900
            IF WS-OVERLAP-FOUND                                         00028000
               MOVE 'OVERLAPS ANOTHER REQUEST - NOTHING SAVED'          00028100
                  TO WS-MSG-AREA                                        00028200
               PERFORM SEND-MSG-AND-END                                 00028300
            END-IF.                                                     00028400
            IF WS-FLD-TYPE-ANNUAL AND WS-REQ-DAYS > WS-AVAILABLE        00028500
               PERFORM SEND-REFUSAL                                     00028600
            END-IF.                                                     00028700
            PERFORM SAVE-NEW-REQUEST.                                   00028800
       PARSE-FIELD-INPUT.                                               00028900
            MOVE SPACES TO WS-FLD-FROM WS-FLD-TO WS-FLD-TYPE.           00029000
            UNSTRING WS-INPUT-AREA DELIMITED BY ','                     00029100
               INTO WS-FLD-FROM, WS-FLD-TO, WS-FLD-TYPE                 00029200
            END-UNSTRING.                                               00029300
      * A REQUEST STAYS INSIDE ONE MONTH SO IT LANDS IN ONE PGM73       00029400
      * PERIOD - LEAVE ACROSS A MONTH END IS KEYED AS TWO REQUESTS.     00029500
       EDIT-FIELD-INPUT.                                                00029600
            SET WS-EDIT-OK TO TRUE.                                     00029700
            EVALUATE TRUE                                               00029800
                WHEN WS-FLD-FROM NOT NUMERIC OR                         00029900
                     WS-FLD-TO NOT NUMERIC                              00030000
                   SET WS-EDIT-FAILED TO TRUE                           00030100
                   MOVE 'DATES MUST BE YYYYMMDD - NOTHING SAVED'        00030200
                      TO WS-MSG-AREA                                    00030300
                WHEN NOT WS-FLD-TYPE-VALID                              00030400
                   SET WS-EDIT-FAILED TO TRUE                           00030500
                   MOVE 'TYPE MUST BE A, S OR U - NOTHING SAVED'        00030600
                      TO WS-MSG-AREA                                    00030700
                WHEN WS-FLD-TO-N < WS-FLD-FROM-N                        00030800
                   SET WS-EDIT-FAILED TO TRUE                           00030900
                   MOVE 'TO DATE BEFORE FROM DATE - NOTHING SAVED'      00031000
                      TO WS-MSG-AREA                                    00031100
                WHEN WS-FLD-TO (1:6) NOT = WS-FLD-FROM (1:6)            00031200
                   SET WS-EDIT-FAILED TO TRUE                           00031300
                   MOVE 'RANGE CROSSES A MONTH END - KEY TWO REQUESTS'  00031400
                      TO WS-MSG-AREA                                    00031500
                WHEN OTHER                                              00031600
                   CALL WS-DATEVAL-PGM USING WS-FLD-FROM,               00031700
                      WS-DATE-HORIZON, WS-DATE-RC                       00031800
                   IF WS-DATE-RC-OK THEN                                00031900
                      CALL WS-DATEVAL-PGM USING WS-FLD-TO,              00032000
                         WS-DATE-HORIZON, WS-DATE-RC                    00032100
                   END-IF                                               00032200
                   IF NOT WS-DATE-RC-OK THEN                            00032300
                      SET WS-EDIT-FAILED TO TRUE                        00032400
                      MOVE 'INVALID DATE - NOTHING SAVED'               00032500
                         TO WS-MSG-AREA                                 00032600
                   END-IF                                               00032700
            END-EVALUATE.                                               00032800
       COUNT-WORKING-DAYS.                                              00032900
            MOVE WS-FLD-FROM-N TO WS-SER-DATE-N.                        00033000
            PERFORM DATE-TO-SERIAL.                                     00033100
            MOVE WS-SERIAL TO WS-FROM-SERIAL.                           00033200
            MOVE WS-FLD-TO-N TO WS-SER-DATE-N.                          00033300
            PERFORM DATE-TO-SERIAL.                                     00033400
            MOVE WS-SERIAL TO WS-TO-SERIAL.                             00033500
            MOVE 0 TO WS-REQ-DAYS.                                      00033600
            PERFORM COUNT-ONE-DAY                                       00033700
               VARYING WS-DAY-SERIAL FROM WS-FROM-SERIAL BY 1           00033800
               UNTIL WS-DAY-SERIAL > WS-TO-SERIAL.                      00033900
       COUNT-ONE-DAY.                                                   00034000
            DIVIDE WS-DAY-SERIAL BY 7 GIVING WS-WEEK-QUOT               00034100
               REMAINDER WS-WEEK-REM.                                   00034200
            IF WS-WEEK-REM > 1                                          00034300
               ADD 1 TO WS-REQ-DAYS                                     00034400
            END-IF.                                                     00034500
       SEND-REFUSAL.                                                    00034600
            MOVE WS-REQ-DAYS TO WS-REQ-DAYS-ED.                         00034700
            MOVE WS-AVAILABLE TO WS-AVAILABLE-ED.                       00034800
            MOVE SPACES TO WS-MSG-AREA.                                 00034900
            STRING 'REFUSED - ' WS-REQ-DAYS-ED ' DAYS ASKED, '          00035000
               WS-AVAILABLE-ED ' AVAILABLE - NOTHING SAVED'             00035100
               DELIMITED BY SIZE INTO WS-MSG-AREA                       00035200
            END-STRING.                                                 00035300
            PERFORM SEND-MSG-AND-END.                                   00035400
       SAVE-NEW-REQUEST.                                                00035500
            PERFORM STAMP-USER-DATE.                                    00035600
            MOVE SPACES TO WS-LRQ-REC.                                  00035700
            MOVE WS-CA-EMPID TO LRQ-EMP-ID.                             00035800
            MOVE WS-FLD-FROM-N TO LRQ-FROM-DATE.                        00035900
            MOVE WS-FLD-TO-N TO LRQ-TO-DATE.                            00036000
            MOVE WS-FLD-TYPE TO LRQ-TYPE.                               00036100
            MOVE WS-REQ-DAYS TO LRQ-DAYS.                               00036200
            SET LRQ-STATUS-PENDING TO TRUE.                             00036300
            MOVE WS-USERID TO LRQ-MAKER.                                00036400
            MOVE WS-UPD-DATE TO LRQ-MAKE-DATE.                          00036500
            MOVE 0 TO LRQ-PERIOD.                                       00036600
            EXEC CICS                                                   00036700
                 WRITE FILE('LVREQKS')                                  00036800
                 FROM(WS-LRQ-REC)                                       00036900
                 RIDFLD(LRQ-KEY)                                        00037000
                 RESP(WS-RESP)                                          00037100
            END-EXEC.                                                   00037200
            EVALUATE TRUE                                               00037300
                WHEN WS-RESP = DFHRESP(NORMAL)                          00037400
                   EXEC CICS                                            00037500
                        SYNCPOINT                                       00037600
                   END-EXEC                                             00037700
                   MOVE WS-REQ-DAYS TO WS-REQ-DAYS-ED                   00037800
                   MOVE SPACES TO WS-MSG-AREA                           00037900
                   STRING 'REQUEST SAVED FOR ' WS-REQ-DAYS-ED           00038000
                      ' DAYS - PENDING APPROVAL'                        00038100
                      DELIMITED BY SIZE INTO WS-MSG-AREA                00038200
                   END-STRING                                           00038300
                WHEN WS-RESP = DFHRESP(DUPREC)                          00038400
                   MOVE 'A REQUEST ALREADY STARTS THAT DAY - NOT SAVED' 00038500
                      TO WS-MSG-AREA                                    00038600
                WHEN OTHER                                              00038700
                   MOVE 'WRITE FAILED - NOTHING SAVED' TO WS-MSG-AREA   00038800
            END-EVALUATE.                                               00038900
            PERFORM SEND-MSG-AND-END.                                   00039000
      * THE BALANCE IS WORKED BEFORE THE RECORD IS HELD FOR UPDATE,     00039100
      * SO THE BROWSE NEVER MEETS A RECORD THIS TASK HAS LOCKED; THE    00039200
      * STATUS IS PROVED AGAIN ON THE HELD COPY.                        00039300
       DECIDE-REQUEST.                                                  00039400
            MOVE WS-INPUT-AREA (12:8) TO WS-FLD-FROM.                   00039500
            IF WS-FLD-FROM NOT NUMERIC                                  00039600
               MOVE 'KEY THE FIRST DAY OF THE REQUEST AS YYYYMMDD'      00039700
                  TO WS-MSG-AREA                                        00039800
               PERFORM SEND-MSG-AND-END                                 00039900
            END-IF.                                                     00040000
            PERFORM STAMP-USER-DATE.                                    00040100
            MOVE WS-CA-EMPID TO LRQ-EMP-ID.                             00040200
            MOVE WS-FLD-FROM-N TO LRQ-FROM-DATE.                        00040300
            EXEC CICS                                                   00040400
                 READ FILE('LVREQKS')                                   00040500
                 INTO(WS-LRQ-REC)                                       00040600
                 RIDFLD(LRQ-KEY)                                        00040700
                 RESP(WS-RESP)                                          00040800
            END-EXEC.                                                   00040900
            PERFORM CHECK-DECIDABLE.                                    00041000
            IF WS-CA-ACTION-APPROVE AND LRQ-TYPE-ANNUAL                 00041100
               MOVE LRQ-DAYS TO WS-REQ-DAYS                             00041200
               MOVE 0 TO WS-NEW-FROM WS-NEW-TO                          00041300
               MOVE WS-FLD-FROM-N TO WS-EXCLUDE-DATE                    00041400
               PERFORM WORK-AVAILABLE-BALANCE                           00041500
               IF WS-REQ-DAYS > WS-AVAILABLE                            00041600
                  PERFORM SEND-REFUSAL                                  00041700
               END-IF                                                   00041800
            END-IF.                                                     00041900
            MOVE WS-CA-EMPID TO LRQ-EMP-ID.                             00042000
            MOVE WS-FLD-FROM-N TO LRQ-FROM-DATE.                        00042100
            EXEC CICS                                                   00042200
                 READ FILE('LVREQKS')                                   00042300
                 INTO(WS-LRQ-REC)                                       00042400
                 RIDFLD(LRQ-KEY)                                        00042500
                 UPDATE                                                 00042600
                 RESP(WS-RESP)                                          00042700
            END-EXEC.                                                   00042800
            PERFORM CHECK-DECIDABLE.                                    00042900
            IF WS-CA-ACTION-APPROVE                                     00043000
               SET LRQ-STATUS-APPROVED TO TRUE                          00043100
            ELSE                                                        00043200
               SET LRQ-STATUS-REJECTED TO TRUE                          00043300
            END-IF.                                                     00043400
            MOVE WS-USERID TO LRQ-CHECKER.                              00043500
            MOVE WS-UPD-DATE TO LRQ-CHECK-DATE.                         00043600
            EXEC CICS                                                   00043700
                 REWRITE FILE('LVREQKS')                                00043800
                 FROM(WS-LRQ-REC)                                       00043900
                 RESP(WS-RESP)                                          00044000
            END-EXEC.                                                   00044100
            IF WS-RESP = DFHRESP(NORMAL)                                00044200
               EXEC CICS                                                00044300
                    SYNCPOINT                                           00044400
               END-EXEC                                                 00044500
               IF WS-CA-ACTION-APPROVE                                  00044600
                  MOVE 'REQUEST APPROVED' TO WS-MSG-AREA                00044700
               ELSE                                                     00044800
                  MOVE 'REQUEST REJECTED' TO WS-MSG-AREA                00044900
               END-IF                                                   00045000
            ELSE                                                        00045100
               MOVE 'UPDATE FAILED - NOTHING APPLIED' TO WS-MSG-AREA    00045200
            END-IF.                                                     00045300
            PERFORM SEND-MSG-AND-END.                                   00045400
       CHECK-DECIDABLE.                                                 00045500
            EVALUATE TRUE                                               00045600
                WHEN WS-RESP NOT = DFHRESP(NORMAL)                      00045700
                   MOVE 'NO REQUEST FOR THAT EMPLOYEE AND DATE'         00045800
                      TO WS-MSG-AREA                                    00045900
                   PERFORM SEND-MSG-AND-END                             00046000
                WHEN NOT LRQ-STATUS-PENDING                             00046100
                   MOVE 'REQUEST ALREADY DECIDED' TO WS-MSG-AREA        00046200
                   PERFORM SEND-MSG-AND-END                             00046300
                WHEN LRQ-MAKER = WS-USERID                              00046400
                   MOVE 'MAKER CANNOT DECIDE OWN REQUEST'               00046500
                      TO WS-MSG-AREA                                    00046600
                   PERFORM SEND-MSG-AND-END                             00046700
                WHEN OTHER                                              00046800
                   CONTINUE                                             00046900
            END-EVALUATE.                                               00047000
       STAMP-USER-DATE.                                                 00047100
            EXEC CICS                                                   00047200
                 ASKTIME ABSTIME(WS-ABSTIME)                            00047300
            END-EXEC.                                                   00047400
            EXEC CICS                                                   00047500
                 FORMATTIME ABSTIME(WS-ABSTIME)                         00047600
                 YYYYMMDD(WS-UPD-DATE)                                  00047700
                 TIME(WS-UPD-TIME)                                      00047800
            END-EXEC.                                                   00047900
            EXEC CICS                                                   00048000
                 ASSIGN USERID(WS-USERID)                               00048100
            END-EXEC.                                                   00048200
       DATE-TO-SERIAL.                                                  00048300
            DIVIDE WS-SER-YYYY BY 4 GIVING WS-LEAP-4.                   00048400
            DIVIDE WS-SER-YYYY BY 100 GIVING WS-LEAP-100.               00048500
            DIVIDE WS-SER-YYYY BY 400 GIVING WS-LEAP-400.               00048600
            COMPUTE WS-SERIAL =                                         00048700
               (WS-SER-YYYY * 365) + WS-LEAP-4 - WS-LEAP-100            00048800
               + WS-LEAP-400                                            00048900
               + WS-CUMDAYS (WS-SER-MM) + WS-SER-DD.                    00049000
            IF WS-SER-MM < 3 THEN                                       00049100
               PERFORM CHECK-SERIAL-LEAP                                00049200
               IF WS-SER-LEAP-YEAR THEN                                 00049300
                  SUBTRACT 1 FROM WS-SERIAL                             00049400
               END-IF                                                   00049500
            END-IF.                                                     00049600
       CHECK-SERIAL-LEAP.                                               00049700
            MOVE 'N' TO WS-SER-LEAP-SW.                                 00049800
            DIVIDE WS-SER-YYYY BY 4 GIVING WS-LEAP-4                    00049900
               REMAINDER WS-LEAP-REM.                                   00050000
            IF WS-LEAP-REM = 0 THEN                                     00050100
               SET WS-SER-LEAP-YEAR TO TRUE                             00050200
               DIVIDE WS-SER-YYYY BY 100 GIVING WS-LEAP-100             00050300
                  REMAINDER WS-LEAP-REM                                 00050400
               IF WS-LEAP-REM = 0 THEN                                  00050500
                  MOVE 'N' TO WS-SER-LEAP-SW                            00050600
                  DIVIDE WS-SER-YYYY BY 400 GIVING WS-LEAP-400          00050700
                     REMAINDER WS-LEAP-REM                              00050800
                  IF WS-LEAP-REM = 0 THEN                               00050900
                     SET WS-SER-LEAP-YEAR TO TRUE                       00051000
                  END-IF                                                00051100
               END-IF                                                   00051200
            END-IF.                                                     00051300
       SEND-MSG-AND-RETURN.                                             00051400
            EXEC CICS                                                   00051500
                 SEND TEXT                                              00051600
                 FROM(WS-MSG-AREA)                                      00051700
                 LENGTH(WS-MSG-LEN)                                     00051800
                 ERASE                                                  00051900
            END-EXEC.                                                   00052000
            EXEC CICS                                                   00052100
                 RETURN TRANSID('LVRQ')                                 00052200
                 COMMAREA(WS-COMMAREA)                                  00052300
                 LENGTH(10)                                             00052400
            END-EXEC.                                                   00052500
       SEND-MSG-AND-END.                                                00052600
            EXEC CICS                                                   00052700
                 SEND TEXT                                              00052800
                 FROM(WS-MSG-AREA)                                      00052900
                 LENGTH(WS-MSG-LEN)                                     00053000
                 ERASE                                                  00053100
            END-EXEC.                                                   00053200
            EXEC CICS                                                   00053300
                 RETURN                                                 00053400
            END-EXEC.                                                   00053500

       IDENTIFICATION DIVISION.                                         00000100
       PROGRAM-ID. PGM82.                                               00000200
      * DDAM - ONLINE MAINTENANCE FOR THE DIRECT-DEPOSIT MASTER         00000300
      * CLUSTER (CICS FILE DDAKSDS, CPDDAREC), ALONGSIDE EMPM FOR       00000400
      * THE EMPLOYEE KSDS AND BUILT THE SAME WAY.                       00000500
      * PSEUDO-CONVERSATIONAL IN TWO PHASES CARRIED IN THE              00000600
      * COMMAREA:                                                       00000700
      *   PHASE 1 - THE OPERATOR KEYS AN ACTION (A/C/D), AN             00000800
      *       EMPLOYEE ID AND AN ACCOUNT SLOT (1-3), E.G.               00000900
      *       'A 00001234 1'.  A DELETE CLEARS THE SLOT AT ONCE         00001000
      *       (AND REMOVES THE RECORD WHEN IT WAS THE LAST              00001100
      *       ACCOUNT); AN ADD OR CHANGE SHOWS THE CURRENT SLOT         00001200
      *       (FOR C) AND PROMPTS FOR THE FIELDS.                       00001300
      *   PHASE 2 - THE FIELDS ARRIVE AS ROUTING,ACCOUNT,TYPE,          00001400
      *       VALUE.  THE ROUTING NUMBER MUST BE NINE DIGITS            00001500
      *       PASSING THE ABA CHECK DIGIT; TYPE IS A (FIXED             00001600
      *       AMOUNT), P (PERCENTAGE, AT MOST 100.00 ACROSS THE         00001700
      *       EMPLOYEE'S ACCOUNTS) OR R (REMAINDER, ONE PER             00001800
      *       EMPLOYEE, VALUE IGNORED).                                 00001900
      * AN ADD NEEDS THE EMPLOYEE ON EMPKSDS.  EVERY ACCOUNT ADDED      00002000
      * OR CHANGED IS SET TO PRENOTE DUE, SO IT GETS NO MONEY UNTIL     00002100
      * PGM49 HAS SENT ITS PRENOTE AND A LATER RUN FINDS IT             00002200
      * UNREJECTED.  EVERY APPLIED ACTION IS WRITTEN TO THE DMNT TD     00002300
      * QUEUE (DATE, TIME, USER, ACTION AND THE SLOT AS KEYED) SO       00002400
      * BANK-DETAIL CHANGES ARE AUDITABLE.                              00002500
       ENVIRONMENT DIVISION.                                            00002600
       DATA DIVISION.                                                   00002700
       WORKING-STORAGE SECTION.                                         00002800
       01 WS-COMMAREA.                                                  00002900
           05 WS-CA-PHASE  PIC X(1).                                    00003000
               88 WS-CA-PHASE-ACTION VALUE '1'.                         00003100
               88 WS-CA-PHASE-FIELDS VALUE '2'.                         00003200
           05 WS-CA-ACTION PIC X(1).                                    00003300
               88 WS-CA-ACTION-ADD    VALUE 'A'.                        00003400
               88 WS-CA-ACTION-CHANGE VALUE 'C'.                        00003500
               88 WS-CA-ACTION-DELETE VALUE 'D'.                        00003600
           05 WS-CA-EMPID  PIC X(8).                                    00003700
           05 WS-CA-SLOT   PIC X(1).                                    00003800
               88 WS-CA-SLOT-VALID VALUE '1' '2' '3'.                   00003900
       01 WS-CA-SLOT-N REDEFINES WS-COMMAREA.                           00004000
           05 FILLER       PIC X(10).                                   00004100
           05 WS-SLOT      PIC 9(1).                                    00004200
       01 WS-INPUT-AREA   PIC X(70).                                    00004300
       01 WS-MSG-AREA     PIC X(79).                                    00004400
       01 WS-MSG-LEN      PIC S9(4) COMP VALUE 79.                      00004500
       01 WS-RESP         PIC S9(8) COMP VALUE 0.                       00004600
       01 WS-KSDS-REC.                                                  00004700
          COPY CPFLREC.                                                 00004800
       01 WS-DDA-REC.                                                   00004900
          COPY CPDDAREC.                                                00005000
       01 WS-REC-FOUND-SW PIC X(1) VALUE 'N'.                           00005100
           88 WS-REC-FOUND     VALUE 'Y'.                               00005200
       01 WS-FLD-ROUTING  PIC X(9)  VALUE SPACES.                       00005300
       01 WS-FLD-ROUTING-D REDEFINES WS-FLD-ROUTING.                    00005400
           05 WS-ROUTING-DIGIT PIC 9(1) OCCURS 9 TIMES.                 00005500
       01 WS-FLD-ACCOUNT  PIC X(17) VALUE SPACES.                       00005600
       01 WS-FLD-TYPE     PIC X(1)  VALUE SPACES.                       00005700
           88 WS-FLD-TYPE-AMOUNT    VALUE 'A'.                          00005800
           88 WS-FLD-TYPE-PERCENT   VALUE 'P'.                          00005900
           88 WS-FLD-TYPE-REMAINDER VALUE 'R'.                          00006000
       01 WS-FLD-VALUE    PIC X(9)  VALUE SPACES.                       00006100
       01 WS-FLD-VALUE-N REDEFINES WS-FLD-VALUE PIC 9(7)V99.            00006200
       01 WS-EDIT-OK-SW PIC X(1) VALUE 'Y'.                             00006300
           88 WS-EDIT-OK     VALUE 'Y'.                                 00006400
           88 WS-EDIT-FAILED VALUE 'N'.                                 00006500
       01 WS-ABA-SUM      PIC 9(4) VALUE 0.                             00006600
       01 WS-ABA-QUOT     PIC 9(4) VALUE 0.                             00006700
       01 WS-ABA-REM      PIC 9(1) VALUE 0.                             00006800
       01 WS-OTHER-IDX    PIC S9(4) COMP VALUE 0.                       00006900
       01 WS-OTHER-REMAINDER PIC 9(1) VALUE 0.                          00007000
       01 WS-OTHER-PCT    PIC 9(5)V99 VALUE 0.                          00007100
       01 WS-ACCTS-LEFT   PIC 9(1) VALUE 0.                             00007200
       01 WS-VALUE-DISPLAY PIC Z(6)9.99.                                00007300
       01 WS-ABSTIME      PIC S9(15) USAGE COMP-3.                      00007400
       01 WS-UPD-DATE     PIC X(8).                                     00007500
       01 WS-UPD-DATE-N REDEFINES WS-UPD-DATE PIC 9(8).                 00007600
       01 WS-UPD-TIME     PIC X(8).                                     00007700
       01 WS-USERID       PIC X(8).                                     00007800
       01 WS-DDA-AUDIT-REC.                                             00007900
           05 DAU-DATE        PIC X(8).                                 00008000
           05 DAU-TIME        PIC X(8).                                 00008100
           05 DAU-USERID      PIC X(8).                                 00008200
           05 DAU-ACTION      PIC X(1).                                 00008300
           05 DAU-EMP-ID      PIC X(8).                                 00008400
           05 DAU-SLOT        PIC X(1).                                 00008500
           05 DAU-ROUTING     PIC X(9).                                 00008600
           05 DAU-ACCOUNT     PIC X(17).                                00008700
           05 DAU-SPLIT-TYPE  PIC X(1).                                 00008800
           05 DAU-SPLIT-VALUE PIC 9(7)V99.                              00008900
           05 FILLER          PIC X(10).                                00009000
       LINKAGE SECTION.                                                 00009100
       01 DFHCOMMAREA PIC X(11).                                        00009200
       PROCEDURE DIVISION.                                              00009300
       MAIN-ROUTINE.                                                    00009400
            IF EIBCALEN = 0                                             00009500
               SET WS-CA-PHASE-ACTION TO TRUE                           00009600
               MOVE SPACE TO WS-CA-ACTION                               00009700
               MOVE SPACES TO WS-CA-EMPID                               00009800
               MOVE SPACE TO WS-CA-SLOT                                 00009900
               MOVE 'ENTER ACTION (A/C/D), EMPLOYEE ID, SLOT (1-3):'    00010000
                  TO WS-MSG-AREA                                        00010100
               PERFORM SEND-MSG-AND-RETURN                              00010200
            ELSE                                                        00010300
               MOVE DFHCOMMAREA TO WS-COMMAREA                          00010400
               PERFORM RECEIVE-INPUT                                    00010500
               IF WS-CA-PHASE-ACTION                                    00010600
                  PERFORM HANDLE-ACTION-PHASE                           00010700
               ELSE                                                     00010800
                  PERFORM HANDLE-FIELDS-PHASE                           00010900
               END-IF                                                   00011000
            END-IF.                                                     00011100
       RECEIVE-INPUT.                                                   00011200
            MOVE SPACES TO WS-INPUT-AREA.                               00011300
            EXEC CICS                                                   00011400
                 RECEIVE                                                00011500
                 INTO(WS-INPUT-AREA)                                    00011600
                 LENGTH(70)                                             00011700
            END-EXEC.                                                   00011800
       HANDLE-ACTION-PHASE.                                             00011900
            MOVE WS-INPUT-AREA (1:1) TO WS-CA-ACTION.                   00012000
            MOVE WS-INPUT-AREA (3:8) TO WS-CA-EMPID.                    00012100
            MOVE WS-INPUT-AREA (12:1) TO WS-CA-SLOT.                    00012200
            IF NOT WS-CA-SLOT-VALID                                     00012300
               MOVE 'ACCOUNT SLOT MUST BE 1, 2 OR 3' TO WS-MSG-AREA     00012400
               PERFORM SEND-MSG-AND-END                                 00012500
            END-IF.                                                     00012600
            EVALUATE TRUE                                               00012700
                WHEN WS-CA-ACTION-DELETE                                00012800
                   PERFORM APPLY-DELETE-ACTION                          00012900
                WHEN WS-CA-ACTION-CHANGE                                00013000
                   PERFORM SHOW-CURRENT-SLOT                            00013100
                WHEN WS-CA-ACTION-ADD                                   00013200
                   PERFORM CHECK-ADD-FREE                               00013300
                WHEN OTHER                                              00013400
                   MOVE 'ACTION MUST BE A, C OR D' TO WS-MSG-AREA       00013500
                   PERFORM SEND-MSG-AND-END                             00013600
            END-EVALUATE.                                               00013700
       READ-DDA-RECORD.                                                 00013800
            MOVE 'N' TO WS-REC-FOUND-SW.                                00013900
            MOVE WS-CA-EMPID TO DDA-EMP-ID.                             00014000
            EXEC CICS                                                   00014100
                 READ FILE('DDAKSDS')                                   00014200
                 INTO(WS-DDA-REC)                                       00014300
                 RIDFLD(DDA-EMP-ID)                                     00014400
                 RESP(WS-RESP)                                          00014500
            END-EXEC.                                                   00014600
            IF WS-RESP = DFHRESP(NORMAL)                                00014700
               SET WS-REC-FOUND TO TRUE                                 00014800
            END-IF.                                                     00014900
       SHOW-CURRENT-SLOT.                                               00015000
            PERFORM READ-DDA-RECORD.                                    00015100
            IF WS-REC-FOUND AND                                         00015200
               NOT DDA-SLOT-UNUSED (WS-SLOT)                            00015300
               MOVE DDA-SPLIT-VALUE (WS-SLOT) TO WS-VALUE-DISPLAY       00015400
               MOVE SPACES TO WS-MSG-AREA                               00015500
               STRING DDA-ROUTING (WS-SLOT)                             00015600
                  ' ' DDA-ACCOUNT (WS-SLOT)                             00015700
                  ' ' DDA-SPLIT-TYPE (WS-SLOT)                          00015800
                  ' ' WS-VALUE-DISPLAY                                  00015900
                  ' - ENTER ROUTING,ACCOUNT,TYPE,VALUE:'                00016000
                  DELIMITED BY SIZE INTO WS-MSG-AREA                    00016100
               END-STRING                                               00016200
               SET WS-CA-PHASE-FIELDS TO TRUE                           00016300
               PERFORM SEND-MSG-AND-RETURN                              00016400
            ELSE                                                        00016500
               MOVE 'NO ACCOUNT IN THAT SLOT - NO CHANGE'               00016600
                  TO WS-MSG-AREA                                        00016700
               PERFORM SEND-MSG-AND-END                                 00016800
            END-IF.                                                     00016900
       CHECK-ADD-FREE.                                                  00017000
            MOVE WS-CA-EMPID TO FL-EMP-ID OF WS-KSDS-REC.               00017100
            EXEC CICS                                                   00017200
                 READ FILE('EMPKSDS')                                   00017300
                 INTO(WS-KSDS-REC)                                      00017400
                 RIDFLD(FL-EMP-ID OF WS-KSDS-REC)                       00017500
                 RESP(WS-RESP)                                          00017600
            END-EXEC.                                                   00017700
            IF WS-RESP NOT = DFHRESP(NORMAL)                            00017800
               MOVE 'EMPLOYEE NOT ON FILE - NO ADD' TO WS-MSG-AREA      00017900
               PERFORM SEND-MSG-AND-END                                 00018000
            END-IF.                                                     00018100
            PERFORM READ-DDA-RECORD.                                    00018200
            IF WS-REC-FOUND AND                                         00018300
               NOT DDA-SLOT-UNUSED (WS-SLOT)                            00018400
               MOVE 'SLOT ALREADY HOLDS AN ACCOUNT - NO ADD'            00018500
                  TO WS-MSG-AREA                                        00018600
               PERFORM SEND-MSG-AND-END                                 00018700
            ELSE                                                        00018800
               MOVE 'ENTER ROUTING,ACCOUNT,TYPE,VALUE:'                 00018900
                  TO WS-MSG-AREA                                        00019000
               SET WS-CA-PHASE-FIELDS TO TRUE                           00019100
               PERFORM SEND-MSG-AND-RETURN                              00019200
            END-IF.                                                     00019300
       HANDLE-FIELDS-PHASE.                                             00019400
            PERFORM PARSE-FIELD-INPUT.                                  00019500
            PERFORM EDIT-FIELD-INPUT.                                   00019600
            IF WS-EDIT-FAILED                                           00019700
               PERFORM SEND-MSG-AND-END                                 00019800
            END-IF.                                                     00019900
            PERFORM APPLY-SLOT-ACTION.                                  00020000
       PARSE-FIELD-INPUT.                                               00020100
            MOVE SPACES TO WS-FLD-ROUTING WS-FLD-ACCOUNT                00020200
               WS-FLD-TYPE WS-FLD-VALUE.                                00020300
            UNSTRING WS-INPUT-AREA DELIMITED BY ','                     00020400
               INTO WS-FLD-ROUTING, WS-FLD-ACCOUNT,                     00020500
                    WS-FLD-TYPE, WS-FLD-VALUE                           00020600
            END-UNSTRING.                                               00020700
            IF WS-FLD-TYPE-REMAINDER                                    00020800
               MOVE ZEROS TO WS-FLD-VALUE                               00020900
            END-IF.                                                     00021000
      * THE ROUTING NUMBER IS PROVEN WITH THE ABA WEIGHTS 3-7-1         00021100
      * BEFORE ANYTHING TOUCHES THE FILE - A MISKEYED DIGIT IS          00021200
      * CAUGHT HERE RATHER THAN BY A PRENOTE REJECT DAYS LATER.         00021300
       EDIT-FIELD-INPUT.                                                00021400
            SET WS-EDIT-OK TO TRUE.                                     00021500
            EVALUATE TRUE                                               00021600
                WHEN WS-FLD-ROUTING NOT NUMERIC                         00021700
                   SET WS-EDIT-FAILED TO TRUE                           00021800
                   MOVE 'ROUTING MUST BE 9 DIGITS - NOTHING APPLIED'    00021900
                      TO WS-MSG-AREA                                    00022000
                WHEN WS-FLD-ACCOUNT = SPACES                            00022100
                   SET WS-EDIT-FAILED TO TRUE                           00022200
                   MOVE 'BLANK ACCOUNT NUMBER - NOTHING APPLIED'        00022300
                      TO WS-MSG-AREA                                    00022400
                WHEN NOT WS-FLD-TYPE-AMOUNT AND                         00022500
                     NOT WS-FLD-TYPE-PERCENT AND                        00022600
                     NOT WS-FLD-TYPE-REMAINDER                          00022700
                   SET WS-EDIT-FAILED TO TRUE                           00022800
                   MOVE 'TYPE MUST BE A, P OR R - NOTHING APPLIED'      00022900
                      TO WS-MSG-AREA                                    00023000
                WHEN WS-FLD-VALUE NOT NUMERIC                           00023100
                   SET WS-EDIT-FAILED TO TRUE                           00023200
                   MOVE 'VALUE NOT NUMERIC - NOTHING APPLIED'           00023300
                      TO WS-MSG-AREA                                    00023400
                WHEN NOT WS-FLD-TYPE-REMAINDER AND                      00023500
                     WS-FLD-VALUE-N = 0                                 00023600
                   SET WS-EDIT-FAILED TO TRUE                           00023700
                   MOVE 'ZERO SPLIT VALUE - NOTHING APPLIED'            00023800
                      TO WS-MSG-AREA                                    00023900
                WHEN WS-FLD-TYPE-PERCENT AND                            00024000
                     WS-FLD-VALUE-N > 100                               00024100
                   SET WS-EDIT-FAILED TO TRUE                           00024200
                   MOVE 'PERCENTAGE OVER 100.00 - NOTHING APPLIED'      00024300
                      TO WS-MSG-AREA                                    00024400
                WHEN OTHER                                              00024500
                   COMPUTE WS-ABA-SUM =                                 00024600
                      3 * (WS-ROUTING-DIGIT (1) + WS-ROUTING-DIGIT (4)  00024700
                         + WS-ROUTING-DIGIT (7))                        00024800
                    + 7 * (WS-ROUTING-DIGIT (2) + WS-ROUTING-DIGIT (5)  00024900
                         + WS-ROUTING-DIGIT (8))                        00025000
                    + WS-ROUTING-DIGIT (3) + WS-ROUTING-DIGIT (6)       00025100
                    + WS-ROUTING-DIGIT (9)                              00025200
                   DIVIDE WS-ABA-SUM BY 10 GIVING WS-ABA-QUOT           00025300
                      REMAINDER WS-ABA-REM                              00025400
                   IF WS-ABA-REM NOT = 0                                00025500
                      SET WS-EDIT-FAILED TO TRUE                        00025600
                      MOVE 'BAD ROUTING CHECK DIGIT - NOTHING APPLIED'  00025700
                         TO WS-MSG-AREA                                 00025800
                   END-IF                                               00025900
            END-EVALUATE.                                               00026000
      * THE PHASE-2 INVOCATION IS A NEW TASK, SO THE RECORD IS READ     00026100
      * FOR UPDATE AGAIN; AN ADD WITH NO RECORD YET STARTS ONE.  THE    00026200
      * CROSS-SLOT RULES (ONE REMAINDER ACCOUNT, PERCENTAGES NO MORE    00026300
      * THAN 100.00 IN ALL) ARE CHECKED AGAINST THE OTHER TWO SLOTS     00026400
      * AS THEY STAND NOW.                                              00026500
       APPLY-SLOT-ACTION.                                               00026600
            MOVE 'N' TO WS-REC-FOUND-SW.                                00026700
            MOVE WS-CA-EMPID TO DDA-EMP-ID.                             00026800
            EXEC CICS                                                   00026900
                 READ FILE('DDAKSDS')                                   00027000
                 INTO(WS-DDA-REC)                                       00027100
                 RIDFLD(DDA-EMP-ID)                                     00027200
                 UPDATE                                                 00027300
                 RESP(WS-RESP)                                          00027400
            END-EXEC.                                                   00027500
            IF WS-RESP = DFHRESP(NORMAL)                                00027600
               SET WS-REC-FOUND TO TRUE                                 00027700
            ELSE                                                        00027800
               IF WS-CA-ACTION-CHANGE                                   00027900
                  MOVE 'NO ACCOUNT IN THAT SLOT - NO CHANGE'            00028000
                     TO WS-MSG-AREA                                     00028100
                  PERFORM SEND-MSG-AND-END                              00028200
               END-IF                                                   00028300
               MOVE SPACES TO WS-DDA-REC                                00028400
               MOVE WS-CA-EMPID TO DDA-EMP-ID                           00028500
            END-IF.                                                     00028600
            PERFORM CHECK-OTHER-SLOTS.                                  00028700
            IF WS-EDIT-FAILED                                           00028800
               PERFORM SEND-MSG-AND-END                                 00028900
            END-IF.                                                     00029000
            PERFORM STAMP-MAINT-DATE.                                   00029100
            MOVE WS-FLD-ROUTING TO DDA-ROUTING (WS-SLOT).               00029200
            MOVE WS-FLD-ACCOUNT TO DDA-ACCOUNT (WS-SLOT).               00029300
            MOVE WS-FLD-TYPE TO DDA-SPLIT-TYPE (WS-SLOT).               00029400
            MOVE WS-FLD-VALUE-N TO DDA-SPLIT-VALUE (WS-SLOT).           00029500
            SET DDA-PRENOTE-DUE (WS-SLOT) TO TRUE.                      00029600
            MOVE WS-UPD-DATE-N TO DDA-STATUS-DATE (WS-SLOT).            00029700
            IF WS-REC-FOUND                                             00029800
               EXEC CICS                                                00029900
                    REWRITE FILE('DDAKSDS')                             00030000
                    FROM(WS-DDA-REC)                                    00030100
                    RESP(WS-RESP)                                       00030200
               END-EXEC                                                 00030300
            ELSE                                                        00030400
               EXEC CICS                                                00030500
                    WRITE FILE('DDAKSDS')                               00030600
                    FROM(WS-DDA-REC)                                    00030700
                    RIDFLD(DDA-EMP-ID)                                  00030800
                    RESP(WS-RESP)                                       00030900
               END-EXEC                                                 00031000
            END-IF.                                                     00031100
            IF WS-RESP = DFHRESP(NORMAL)                                00031200
               PERFORM WRITE-MAINT-AUDIT                                00031300
               EXEC CICS                                                00031400
                    SYNCPOINT                                           00031500
               END-EXEC                                                 00031600
               MOVE 'ACCOUNT SAVED - PRENOTE DUE BEFORE IT IS PAID'     00031700
                  TO WS-MSG-AREA                                        00031800
            ELSE                                                        00031900
               MOVE 'UPDATE FAILED - NOTHING APPLIED' TO WS-MSG-AREA    00032000
            END-IF.                                                     00032100
            PERFORM SEND-MSG-AND-END.                                   00032200
       CHECK-OTHER-SLOTS.                                               00032300
            MOVE 0 TO WS-OTHER-REMAINDER.                               00032400
            MOVE 0 TO WS-OTHER-PCT.                                     00032500
            PERFORM VARYING WS-OTHER-IDX FROM 1 BY 1                    00032600
               UNTIL WS-OTHER-IDX > 3                                   00032700
               IF WS-OTHER-IDX NOT = WS-SLOT AND                        00032800
                  NOT DDA-SLOT-UNUSED (WS-OTHER-IDX)                    00032900
                  IF DDA-SPLIT-REMAINDER (WS-OTHER-IDX)                 00033000
                     ADD 1 TO WS-OTHER-REMAINDER                        00033100
                  END-IF                                                00033200
                  IF DDA-SPLIT-PERCENT (WS-OTHER-IDX)                   00033300
                     ADD DDA-SPLIT-VALUE (WS-OTHER-IDX)                 00033400
                        TO WS-OTHER-PCT                                 00033500
                  END-IF                                                00033600
               END-IF                                                   00033700
            END-PERFORM.                                                00033800
            IF WS-FLD-TYPE-REMAINDER AND WS-OTHER-REMAINDER > 0         00033900
               SET WS-EDIT-FAILED TO TRUE                               00034000
               MOVE 'REMAINDER ACCOUNT ALREADY HELD - NOTHING APPLIED'  00034100
                  TO WS-MSG-AREA                                        00034200
            END-IF.                                                     00034300
            IF WS-FLD-TYPE-PERCENT                                      00034400
               ADD WS-FLD-VALUE-N TO WS-OTHER-PCT                       00034500
               IF WS-OTHER-PCT > 100                                    00034600
                  SET WS-EDIT-FAILED TO TRUE                            00034700
                  MOVE 'PERCENTAGES OVER 100.00 - NOTHING APPLIED'      00034800
                     TO WS-MSG-AREA                                     00034900
               END-IF                                                   00035000
            END-IF.                                                     00035100
       APPLY-DELETE-ACTION.                                             00035200
            MOVE WS-CA-EMPID TO DDA-EMP-ID.                             00035300
            EXEC CICS                                                   00035400
                 READ FILE('DDAKSDS')                                   00035500
                 INTO(WS-DDA-REC)                                       00035600
                 RIDFLD(DDA-EMP-ID)                                     00035700
                 UPDATE                                                 00035800
                 RESP(WS-RESP)                                          00035900
            END-EXEC.                                                   00036000
            IF WS-RESP NOT = DFHRESP(NORMAL)                            00036100
               MOVE 'NO ACCOUNT IN THAT SLOT - NO DELETE'               00036200
                  TO WS-MSG-AREA                                        00036300
               PERFORM SEND-MSG-AND-END                                 00036400
            END-IF.                                                     00036500
            IF DDA-SLOT-UNUSED (WS-SLOT)                                00036600
               MOVE 'NO ACCOUNT IN THAT SLOT - NO DELETE'               00036700
                  TO WS-MSG-AREA                                        00036800
               PERFORM SEND-MSG-AND-END                                 00036900
            END-IF.                                                     00037000
            MOVE DDA-ROUTING (WS-SLOT) TO WS-FLD-ROUTING.               00037100
            MOVE DDA-ACCOUNT (WS-SLOT) TO WS-FLD-ACCOUNT.               00037200
            MOVE DDA-SPLIT-TYPE (WS-SLOT) TO WS-FLD-TYPE.               00037300
            MOVE DDA-SPLIT-VALUE (WS-SLOT) TO WS-FLD-VALUE-N.           00037400
            MOVE SPACES TO DDA-ACCT (WS-SLOT).                          00037500
            PERFORM STAMP-MAINT-DATE.                                   00037600
            MOVE 0 TO WS-ACCTS-LEFT.                                    00037700
            PERFORM VARYING WS-OTHER-IDX FROM 1 BY 1                    00037800
               UNTIL WS-OTHER-IDX > 3                                   00037900
               IF NOT DDA-SLOT-UNUSED (WS-OTHER-IDX)                    00038000
                  ADD 1 TO WS-ACCTS-LEFT                                00038100
               END-IF                                                   00038200
            END-PERFORM.                                                00038300
            IF WS-ACCTS-LEFT = 0                                        00038400
               EXEC CICS                                                00038500
                    DELETE FILE('DDAKSDS')                              00038600
                    RESP(WS-RESP)                                       00038700
               END-EXEC                                                 00038800
            ELSE                                                        00038900
               EXEC CICS                                                00039000
                    REWRITE FILE('DDAKSDS')                             00039100
                    FROM(WS-DDA-REC)                                    00039200
                    RESP(WS-RESP)                                       00039300
               END-EXEC                                                 00039400
            END-IF.                                                     00039500
            IF WS-RESP = DFHRESP(NORMAL)                                00039600
               PERFORM WRITE-MAINT-AUDIT                                00039700
               EXEC CICS                                                00039800
                    SYNCPOINT                                           00039900
               END-EXEC                                                 00040000
               MOVE 'ACCOUNT DELETED AND QUEUED FOR AUDIT'              00040100
                  TO WS-MSG-AREA                                        00040200
            ELSE                                                        00040300
               MOVE 'DELETE FAILED - NOTHING APPLIED' TO WS-MSG-AREA    00040400
            END-IF.                                                     00040500
            PERFORM SEND-MSG-AND-END.                                   00040600
       STAMP-MAINT-DATE.                                                00040700
            EXEC CICS                                                   00040800
                 ASKTIME ABSTIME(WS-ABSTIME)                            00040900
            END-EXEC.                                                   00041000
            EXEC CICS                                                   00041100
                 FORMATTIME ABSTIME(WS-ABSTIME)                         00041200
                 YYYYMMDD(WS-UPD-DATE)                                  00041300
                 TIME(WS-UPD-TIME)                                      00041400
            END-EXEC.                                                   00041500
            EXEC CICS                                                   00041600
                 ASSIGN USERID(WS-USERID)                               00041700
            END-EXEC.                                                   00041800
            MOVE WS-UPD-DATE-N TO DDA-LAST-MAINT-DATE.                  00041900
            MOVE WS-USERID TO DDA-LAST-MAINT-USER.                      00042000
      * ONE DMNT RECORD PER APPLIED ACTION - FOR A DELETE IT CARRIES    00042100
      * THE ACCOUNT AS IT WAS, SO THE QUEUE ALONE SHOWS WHAT BANK       00042200
      * DETAILS WERE REMOVED AND BY WHOM.                               00042300
       WRITE-MAINT-AUDIT.                                               00042400
            MOVE SPACES TO WS-DDA-AUDIT-REC.                            00042500
            MOVE WS-UPD-DATE TO DAU-DATE.                               00042600
            MOVE WS-UPD-TIME TO DAU-TIME.                               00042700
            MOVE WS-USERID TO DAU-USERID.                               00042800
            MOVE WS-CA-ACTION TO DAU-ACTION.                            00042900
            MOVE WS-CA-EMPID TO DAU-EMP-ID.                             00043000
            MOVE WS-CA-SLOT TO DAU-SLOT.                                00043100
            MOVE WS-FLD-ROUTING TO DAU-ROUTING.                         00043200
            MOVE WS-FLD-ACCOUNT TO DAU-ACCOUNT.                         00043300
            MOVE WS-FLD-TYPE TO DAU-SPLIT-TYPE.                         00043400
            MOVE WS-FLD-VALUE-N TO DAU-SPLIT-VALUE.                     00043500
            EXEC CICS                                                   00043600
                 WRITEQ TD QUEUE('DMNT')                                00043700
                 FROM(WS-DDA-AUDIT-REC)                                 00043800
                 LENGTH(80)                                             00043900
            END-EXEC.                                                   00044000
       SEND-MSG-AND-RETURN.                                             00044100
            EXEC CICS                                                   00044200
                 SEND TEXT                                              00044300
                 FROM(WS-MSG-AREA)                                      00044400
                 LENGTH(WS-MSG-LEN)                                     00044500
                 ERASE                                                  00044600
            END-EXEC.                                                   00044700
            EXEC CICS                                                   00044800
                 RETURN TRANSID('DDAM')                                 00044900
                 COMMAREA(WS-COMMAREA)                                  00045000
                 LENGTH(11)                                             00045100
            END-EXEC.                                                   00045200
       SEND-MSG-AND-END.                                                00045300
            EXEC CICS                                                   00045400
                 SEND TEXT                                              00045500
                 FROM(WS-MSG-AREA)                                      00045600
                 LENGTH(WS-MSG-LEN)                                     00045700
                 ERASE                                                  00045800
            END-EXEC.                                                   00045900
            EXEC CICS                                                   00046000
                 RETURN                                                 00046100
            END-EXEC.                                                   00046200

       IDENTIFICATION DIVISION.                                         00000100
       PROGRAM-ID. PGM110.                                              00000200
      * PERM - ONLINE MAINTENANCE FOR THE EMPLOYEE PERSONAL-DATA        00000300
      * CLUSTER (CICS FILE PERSKSDS, CPPERS), BUILT THE SAME WAY AS     00000400
      * DDAM.  PSEUDO-CONVERSATIONAL IN TWO PHASES CARRIED IN THE       00000500
      * COMMAREA:                                                       00000600
      *   PHASE 1 - THE OPERATOR KEYS AN ACTION, AN EMPLOYEE ID         00000700
      *       AND, FOR A CHANGE, THE FIELD GROUP, E.G.                  00000800
      *       'C 00001234 ADDR'.  I SHOWS THE RECORD (MASKED); D        00000900
      *       DELETES IT AT ONCE; C SHOWS THE GROUP AS IT STANDS        00001000
      *       AND PROMPTS FOR THE NEW VALUE.                            00001100
      *   PHASE 2 - THE VALUE FOR THE GROUP:                            00001200
      *       TAX  - TAX ID, NINE DIGITS                                00001300
      *       BRTH - BIRTH DATE YYYYMMDD, NOT IN THE FUTURE             00001400
      *       HIRE - HIRE DATE YYYYMMDD                                 00001500
      *       ADDR - ADDRESS LINE 1,ADDRESS LINE 2                      00001600
      *       CITY - CITY,STATE,ZIP,ZIP EXTENSION                       00001700
      *       PHON - PHONE (BLANK CLEARS IT)                            00001800
      *       MAIL - EMAIL (BLANK CLEARS IT)                            00001900
      *       DATES GO THROUGH THE SHARED PGM14 CHECK.                  00002000
      * A CHANGE TO AN EMPLOYEE WITH NO RECORD YET STARTS ONE, AND      00002100
      * NEEDS THE EMPLOYEE ON EMPKSDS.  THE TAX ID AND BIRTH DATE       00002200
      * ARE NEVER SHOWN IN FULL: THE TAX ID DISPLAYS AS ITS LAST        00002300
      * FOUR DIGITS AND THE BIRTH DATE AS ITS YEAR.  EVERY APPLIED      00002400
      * ACTION IS WRITTEN TO THE PMNT TD QUEUE (DATE, TIME, USER,       00002500
      * ACTION, EMPLOYEE AND GROUP) - THE VALUES THEMSELVES ARE         00002600
      * KEPT OFF THE QUEUE.                                             00002700
       ENVIRONMENT DIVISION.                                            00002800
       DATA DIVISION.                                                   00002900
       WORKING-STORAGE SECTION.                                         00003000
       01 WS-COMMAREA.                                                  00003100
           05 WS-CA-PHASE  PIC X(1).                                    00003200
               88 WS-CA-PHASE-ACTION VALUE '1'.                         00003300
               88 WS-CA-PHASE-FIELDS VALUE '2'.                         00003400
           05 WS-CA-ACTION PIC X(1).                                    00003500
               88 WS-CA-ACTION-INQUIRE VALUE 'I'.                       00003600
               88 WS-CA-ACTION-CHANGE  VALUE 'C'.                       00003700
               88 WS-CA-ACTION-DELETE  VALUE 'D'.                       00003800
           05 WS-CA-EMPID  PIC X(8).                                    00003900
           05 WS-CA-GROUP  PIC X(4).                                    00004000
               88 WS-CA-GROUP-TAX   VALUE 'TAX'.                        00004100
               88 WS-CA-GROUP-BIRTH VALUE 'BRTH'.                       00004200
               88 WS-CA-GROUP-HIRE  VALUE 'HIRE'.                       00004300
               88 WS-CA-GROUP-ADDR  VALUE 'ADDR'.                       00004400
               88 WS-CA-GROUP-CITY  VALUE 'CITY'.                       00004500
               88 WS-CA-GROUP-PHONE VALUE 'PHON'.                       00004600
               88 WS-CA-GROUP-EMAIL VALUE 'MAIL'.                       00004700
               88 WS-CA-GROUP-VALID VALUE 'TAX' 'BRTH' 'HIRE'           00004800
                                          'ADDR' 'CITY' 'PHON'          00004900
                                          'MAIL'.                       00005000
       01 WS-INPUT-AREA   PIC X(70).                                    00005100
       01 WS-MSG-AREA     PIC X(79).                                    00005200
       01 WS-MSG-LEN      PIC S9(4) COMP VALUE 79.                      00005300
       01 WS-RESP         PIC S9(8) COMP VALUE 0.                       00005400
       01 WS-KSDS-REC.                                                  00005500
          COPY CPFLREC.                                                 00005600
       01 WS-PER-REC.                                                   00005700
          COPY CPPERS.                                                  00005800
       01 WS-REC-FOUND-SW PIC X(1) VALUE 'N'.                           00005900
           88 WS-REC-FOUND     VALUE 'Y'.                               00006000
       01 WS-FLD-1        PIC X(40) VALUE SPACES.                       00006100
       01 WS-FLD-2        PIC X(40) VALUE SPACES.                       00006200
       01 WS-FLD-3        PIC X(40) VALUE SPACES.                       00006300
       01 WS-FLD-4        PIC X(40) VALUE SPACES.                       00006400
       01 WS-EDIT-OK-SW PIC X(1) VALUE 'Y'.                             00006500
           88 WS-EDIT-OK     VALUE 'Y'.                                 00006600
           88 WS-EDIT-FAILED VALUE 'N'.                                 00006700
       01 WS-DATEVAL-PGM  PIC X(8) VALUE 'PGM14'.                       00006800
       01 WS-DATEVAL-DATE PIC X(8) VALUE SPACES.                        00006900
       01 WS-DATEVAL-HORIZON PIC 9(8) VALUE 0.                          00007000
       01 WS-DATEVAL-RC   PIC 9(2) VALUE 0.                             00007100
           88 WS-DATEVAL-VALID VALUE 00.                                00007200
       01 WS-MASKED-TAX-ID PIC X(9) VALUE SPACES.                       00007300
       01 WS-MASKED-BIRTH  PIC X(4) VALUE SPACES.                       00007400
       01 WS-ABSTIME      PIC S9(15) USAGE COMP-3.                      00007500
       01 WS-UPD-DATE     PIC X(8).                                     00007600
       01 WS-UPD-DATE-N REDEFINES WS-UPD-DATE PIC 9(8).                 00007700
       01 WS-UPD-TIME     PIC X(8).                                     00007800
       01 WS-USERID       PIC X(8).                                     00007900
       01 WS-PER-AUDIT-REC.                                             00008000
           05 PAU-DATE        PIC X(8).                                 00008100
           05 PAU-TIME        PIC X(8).                                 00008200
           05 PAU-USERID      PIC X(8).                                 00008300
           05 PAU-ACTION      PIC X(1).                                 00008400
           05 PAU-EMP-ID      PIC X(8).                                 00008500
           05 PAU-GROUP       PIC X(4).                                 00008600
           05 FILLER          PIC X(43).                                00008700
       LINKAGE SECTION.                                                 00008800
       01 DFHCOMMAREA PIC X(14).                                        00008900
       PROCEDURE DIVISION.                                              00009000
       MAIN-ROUTINE.                                                    00009100
            IF EIBCALEN = 0                                             00009200
               SET WS-CA-PHASE-ACTION TO TRUE                           00009300
               MOVE SPACE TO WS-CA-ACTION                               00009400
               MOVE SPACES TO WS-CA-EMPID                               00009500
               MOVE SPACES TO WS-CA-GROUP                               00009600
               MOVE 'ENTER ACTION (I/C/D), EMPLOYEE ID, GROUP FOR C:'   00009700
                  TO WS-MSG-AREA                                        00009800
               PERFORM SEND-MSG-AND-RETURN                              00009900
            ELSE                                                        00010000
               MOVE DFHCOMMAREA TO WS-COMMAREA                          00010100
               PERFORM RECEIVE-INPUT                                    00010200
               IF WS-CA-PHASE-ACTION                                    00010300
                  PERFORM HANDLE-ACTION-PHASE                           00010400
               ELSE                                                     00010500
                  PERFORM HANDLE-FIELDS-PHASE                           00010600
               END-IF                                                   00010700
            END-IF.                                                     00010800
       RECEIVE-INPUT.                                                   00010900
            MOVE SPACES TO WS-INPUT-AREA.                               00011000
            EXEC CICS                                                   00011100
                 RECEIVE                                                00011200
                 INTO(WS-INPUT-AREA)                                    00011300
                 LENGTH(70)                                             00011400
            END-EXEC.                                                   00011500
       HANDLE-ACTION-PHASE.                                             00011600
            MOVE WS-INPUT-AREA (1:1) TO WS-CA-ACTION.                   00011700
            MOVE WS-INPUT-AREA (3:8) TO WS-CA-EMPID.                    00011800
            MOVE WS-INPUT-AREA (12:4) TO WS-CA-GROUP.                   00011900
            EVALUATE TRUE                                               00012000
                WHEN WS-CA-ACTION-INQUIRE                               00012100
                   PERFORM SHOW-PERSONAL-RECORD                         00012200
                WHEN WS-CA-ACTION-DELETE                                00012300
                   PERFORM APPLY-DELETE-ACTION                          00012400
                WHEN WS-CA-ACTION-CHANGE                                00012500
                   IF NOT WS-CA-GROUP-VALID                             00012600
                      MOVE 'GROUP: TAX BRTH HIRE ADDR CITY PHON MAIL'   00012700
                         TO WS-MSG-AREA                                 00012800
                      PERFORM SEND-MSG-AND-END                          00012900
                   END-IF                                               00013000
                   PERFORM SHOW-CURRENT-GROUP                           00013100
                WHEN OTHER                                              00013200
                   MOVE 'ACTION MUST BE I, C OR D' TO WS-MSG-AREA       00013300
                   PERFORM SEND-MSG-AND-END                             00013400
            END-EVALUATE.                                               00013500
       READ-PER-RECORD.                                                 00013600
            MOVE 'N' TO WS-REC-FOUND-SW.                                00013700
            MOVE WS-CA-EMPID TO PER-EMP-ID.                             00013800
            EXEC CICS                                                   00013900
                 READ FILE('PERSKSDS')                                  00014000
                 INTO(WS-PER-REC)                                       00014100
                 RIDFLD(PER-EMP-ID)                                     00014200
                 RESP(WS-RESP)                                          00014300
            END-EXEC.                                                   00014400
            IF WS-RESP = DFHRESP(NORMAL)                                00014500
               SET WS-REC-FOUND TO TRUE                                 00014600
            END-IF.                                                     00014700
      * THE TAX ID SHOWS ONLY ITS LAST FOUR DIGITS AND THE BIRTH        00014800
      * DATE ONLY ITS YEAR - ENOUGH TO CONFIRM THE RIGHT PERSON,        00014900
      * NOT ENOUGH TO READ THE IDENTITY OFF THE SCREEN.                 00015000
       MASK-PER-RECORD.                                                 00015100
            MOVE SPACES TO WS-MASKED-TAX-ID.                            00015200
            IF PER-TAX-ID NOT = SPACES                                  00015300
               MOVE '*****' TO WS-MASKED-TAX-ID (1:5)                   00015400
               MOVE PER-TAX-ID (6:4) TO WS-MASKED-TAX-ID (6:4)          00015500
            END-IF.                                                     00015600
            MOVE PER-BIRTH-DATE (1:4) TO WS-MASKED-BIRTH.               00015700
       SHOW-PERSONAL-RECORD.                                            00015800
            PERFORM READ-PER-RECORD.                                    00015900
            IF NOT WS-REC-FOUND                                         00016000
               MOVE 'NO PERSONAL DATA ON FILE FOR THAT EMPLOYEE'        00016100
                  TO WS-MSG-AREA                                        00016200
               PERFORM SEND-MSG-AND-END                                 00016300
            END-IF.                                                     00016400
            PERFORM MASK-PER-RECORD.                                    00016500
            MOVE SPACES TO WS-MSG-AREA.                                 00016600
            STRING 'TAX ' WS-MASKED-TAX-ID                              00016700
               ' BORN ' WS-MASKED-BIRTH                                 00016800
               ' HIRED ' PER-HIRE-DATE                                  00016900
               ' ' PER-CITY                                             00017000
               ' ' PER-STATE                                            00017100
               ' ' PER-ZIP                                              00017200
               DELIMITED BY SIZE INTO WS-MSG-AREA                       00017300
            END-STRING.                                                 00017400
            PERFORM SEND-MSG-AND-END.                                   00017500
       SHOW-CURRENT-GROUP.                                              00017600
            MOVE WS-CA-EMPID TO FL-EMP-ID OF WS-KSDS-REC.               00017700
            EXEC CICS                                                   00017800
                 READ FILE('EMPKSDS')                                   00017900
                 INTO(WS-KSDS-REC)                                      00018000
                 RIDFLD(FL-EMP-ID OF WS-KSDS-REC)                       00018100
                 RESP(WS-RESP)                                          00018200
            END-EXEC.                                                   00018300
            IF WS-RESP NOT = DFHRESP(NORMAL)                            00018400
               MOVE 'EMPLOYEE NOT ON FILE - NO CHANGE' TO WS-MSG-AREA   00018500
               PERFORM SEND-MSG-AND-END                                 00018600
            END-IF.                                                     00018700
            PERFORM READ-PER-RECORD.                                    00018800
            IF NOT WS-REC-FOUND                                         00018900
               MOVE SPACES TO WS-PER-REC                                00019000
            END-IF.                                                     00019100
            PERFORM MASK-PER-RECORD.                                    00019200
            MOVE SPACES TO WS-MSG-AREA.                                 00019300
            EVALUATE TRUE                                               00019400
                WHEN WS-CA-GROUP-TAX                                    00019500
                   STRING WS-MASKED-TAX-ID                              00019600
                      ' - ENTER TAX ID:'                                00019700
                      DELIMITED BY SIZE INTO WS-MSG-AREA                00019800
                   END-STRING                                           00019900
                WHEN WS-CA-GROUP-BIRTH                                  00020000
                   STRING WS-MASKED-BIRTH                               00020100
                      ' - ENTER BIRTH DATE YYYYMMDD:'                   00020200
                      DELIMITED BY SIZE INTO WS-MSG-AREA                00020300
                   END-STRING                                           00020400
                WHEN WS-CA-GROUP-HIRE                                   00020500
                   STRING PER-HIRE-DATE                                 00020600
                      ' - ENTER HIRE DATE YYYYMMDD:'                    00020700
                      DELIMITED BY SIZE INTO WS-MSG-AREA                00020800
                   END-STRING                                           00020900
                WHEN WS-CA-GROUP-ADDR                                   00021000
                   STRING PER-ADDR-LINE1 (1:20)                         00021100
                      ' - ENTER LINE 1,LINE 2:'                         00021200
                      DELIMITED BY SIZE INTO WS-MSG-AREA                00021300
                   END-STRING                                           00021400
                WHEN WS-CA-GROUP-CITY                                   00021500
                   STRING PER-CITY ' ' PER-STATE ' ' PER-ZIP            00021600
                      ' - ENTER CITY,STATE,ZIP,EXT:'                    00021700
                      DELIMITED BY SIZE INTO WS-MSG-AREA                00021800
                   END-STRING                                           00021900
                WHEN WS-CA-GROUP-PHONE                                  00022000
                   STRING PER-PHONE                                     00022100
                      ' - ENTER PHONE:'                                 00022200
                      DELIMITED BY SIZE INTO WS-MSG-AREA                00022300
                   END-STRING                                           00022400
                WHEN WS-CA-GROUP-EMAIL                                  00022500
                   STRING PER-EMAIL                                     00022600
                      ' - ENTER EMAIL:'                                 00022700
                      DELIMITED BY SIZE INTO WS-MSG-AREA                00022800
                   END-STRING                                           00022900
            END-EVALUATE.                                               00023000
            SET WS-CA-PHASE-FIELDS TO TRUE.                             00023100
            PERFORM SEND-MSG-AND-RETURN.                                00023200
       HANDLE-FIELDS-PHASE.                                             00023300
            PERFORM PARSE-FIELD-INPUT.                                  00023400
            PERFORM EDIT-FIELD-INPUT.                                   00023500
            IF WS-EDIT-FAILED                                           00023600
               PERFORM SEND-MSG-AND-END                                 00023700
            END-IF.                                                     00023800
            PERFORM APPLY-CHANGE-ACTION.                                00023900
       PARSE-FIELD-INPUT.                                               00024000
            MOVE SPACES TO WS-FLD-1 WS-FLD-2 WS-FLD-3 WS-FLD-4.         00024100
            IF WS-CA-GROUP-ADDR OR WS-CA-GROUP-CITY                     00024200
               UNSTRING WS-INPUT-AREA DELIMITED BY ','                  00024300
                  INTO WS-FLD-1, WS-FLD-2, WS-FLD-3, WS-FLD-4           00024400
               END-UNSTRING                                             00024500
            ELSE                                                        00024600
               MOVE WS-INPUT-AREA TO WS-FLD-1                           00024700
            END-IF.                                                     00024800
      * THE SAME FIELD RULES AS THE PGM40 IMPORT, SO A VALUE KEYED      00024900
      * HERE WOULD HAVE LOADED FROM THE FEED AND VICE VERSA.            00025000
       EDIT-FIELD-INPUT.                                                00025100
            SET WS-EDIT-OK TO TRUE.                                     00025200
            EVALUATE TRUE                                               00025300
                WHEN WS-CA-GROUP-TAX                                    00025400
                   IF WS-FLD-1 (1:9) NOT NUMERIC OR                     00025500
                      WS-FLD-1 (1:9) = ZEROS OR                         00025600
                      WS-FLD-1 (10:31) NOT = SPACES                     00025700
                      SET WS-EDIT-FAILED TO TRUE                        00025800
                      MOVE 'TAX ID MUST BE 9 DIGITS - NOTHING APPLIED'  00025900
                         TO WS-MSG-AREA                                 00026000
                   END-IF                                               00026100
                WHEN WS-CA-GROUP-BIRTH                                  00026200
                   PERFORM STAMP-MAINT-DATE                             00026300
                   MOVE WS-UPD-DATE-N TO WS-DATEVAL-HORIZON             00026400
                   PERFORM CHECK-KEYED-DATE                             00026500
                WHEN WS-CA-GROUP-HIRE                                   00026600
                   MOVE 0 TO WS-DATEVAL-HORIZON                         00026700
                   PERFORM CHECK-KEYED-DATE                             00026800
                WHEN WS-CA-GROUP-ADDR                                   00026900
                   IF WS-FLD-1 = SPACES                                 00027000
                      SET WS-EDIT-FAILED TO TRUE                        00027100
                      MOVE 'ADDRESS LINE 1 REQUIRED - NOTHING APPLIED'  00027200
                         TO WS-MSG-AREA                                 00027300
                   END-IF                                               00027400
                WHEN WS-CA-GROUP-CITY                                   00027500
                   PERFORM EDIT-CITY-GROUP                              00027600
                WHEN OTHER                                              00027700
                   CONTINUE                                             00027800
            END-EVALUATE.                                               00027900
       CHECK-KEYED-DATE.                                                00028000
            MOVE WS-FLD-1 (1:8) TO WS-DATEVAL-DATE.                     00028100
            CALL WS-DATEVAL-PGM USING WS-DATEVAL-DATE,                  00028200
               WS-DATEVAL-HORIZON, WS-DATEVAL-RC.                       00028300
            IF NOT WS-DATEVAL-VALID OR                                  00028400
               WS-FLD-1 (9:32) NOT = SPACES                             00028500
               SET WS-EDIT-FAILED TO TRUE                               00028600
               MOVE 'DATE INVALID OR IN THE FUTURE - NOTHING APPLIED'   00028700
                  TO WS-MSG-AREA                                        00028800
            END-IF.                                                     00028900
       EDIT-CITY-GROUP.                                                 00029000
            EVALUATE TRUE                                               00029100
                WHEN WS-FLD-1 = SPACES                                  00029200
                   SET WS-EDIT-FAILED TO TRUE                           00029300
                   MOVE 'CITY REQUIRED - NOTHING APPLIED'               00029400
                      TO WS-MSG-AREA                                    00029500
                WHEN WS-FLD-2 (1:2) NOT ALPHABETIC OR                   00029600
                     WS-FLD-2 (2:1) = SPACE OR                          00029700
                     WS-FLD-2 (3:38) NOT = SPACES                       00029800
                   SET WS-EDIT-FAILED TO TRUE                           00029900
                   MOVE 'STATE MUST BE 2 LETTERS - NOTHING APPLIED'     00030000
                      TO WS-MSG-AREA                                    00030100
                WHEN WS-FLD-3 (1:5) NOT NUMERIC OR                      00030200
                     WS-FLD-3 (6:35) NOT = SPACES                       00030300
                   SET WS-EDIT-FAILED TO TRUE                           00030400
                   MOVE 'ZIP MUST BE 5 DIGITS - NOTHING APPLIED'        00030500
                      TO WS-MSG-AREA                                    00030600
                WHEN WS-FLD-4 NOT = SPACES AND                          00030700
                     (WS-FLD-4 (1:4) NOT NUMERIC OR                     00030800
                      WS-FLD-4 (5:36) NOT = SPACES)                     00030900
                   SET WS-EDIT-FAILED TO TRUE                           00031000
                   MOVE 'ZIP EXT MUST BE 4 DIGITS - NOTHING APPLIED'    00031100
                      TO WS-MSG-AREA                                    00031200
                WHEN OTHER                                              00031300
                   CONTINUE                                             00031400
            END-EVALUATE.                                               00031500
      * THE PHASE-2 INVOCATION IS A NEW TASK, SO THE RECORD IS READ     00031600
      * FOR UPDATE AGAIN; A CHANGE WITH NO RECORD YET STARTS ONE.       00031700
       APPLY-CHANGE-ACTION.                                             00031800
            MOVE 'N' TO WS-REC-FOUND-SW.                                00031900
            MOVE WS-CA-EMPID TO PER-EMP-ID.                             00032000
            EXEC CICS                                                   00032100
                 READ FILE('PERSKSDS')                                  00032200
                 INTO(WS-PER-REC)                                       00032300
                 RIDFLD(PER-EMP-ID)                                     00032400
                 UPDATE                                                 00032500
                 RESP(WS-RESP)                                          00032600
            END-EXEC.                                                   00032700
            IF WS-RESP = DFHRESP(NORMAL)                                00032800
               SET WS-REC-FOUND TO TRUE                                 00032900
            ELSE                                                        00033000
               MOVE SPACES TO WS-PER-REC                                00033100
               MOVE WS-CA-EMPID TO PER-EMP-ID                           00033200
            END-IF.                                                     00033300
            EVALUATE TRUE                                               00033400
                WHEN WS-CA-GROUP-TAX                                    00033500
                   MOVE WS-FLD-1 (1:9) TO PER-TAX-ID                    00033600
                WHEN WS-CA-GROUP-BIRTH                                  00033700
                   MOVE WS-FLD-1 (1:8) TO PER-BIRTH-DATE                00033800
                WHEN WS-CA-GROUP-HIRE                                   00033900
                   MOVE WS-FLD-1 (1:8) TO PER-HIRE-DATE                 00034000
                WHEN WS-CA-GROUP-ADDR                                   00034100
                   MOVE WS-FLD-1 TO PER-ADDR-LINE1                      00034200
                   MOVE WS-FLD-2 TO PER-ADDR-LINE2                      00034300
                WHEN WS-CA-GROUP-CITY                                   00034400
                   MOVE WS-FLD-1 TO PER-CITY                            00034500
                   MOVE WS-FLD-2 (1:2) TO PER-STATE                     00034600
                   MOVE WS-FLD-3 (1:5) TO PER-ZIP                       00034700
                   MOVE WS-FLD-4 (1:4) TO PER-ZIP-EXT                   00034800
                WHEN WS-CA-GROUP-PHONE                                  00034900
                   MOVE WS-FLD-1 TO PER-PHONE                           00035000
                WHEN WS-CA-GROUP-EMAIL                                  00035100
                   MOVE WS-FLD-1 TO PER-EMAIL                           00035200
            END-EVALUATE.                                               00035300
            PERFORM STAMP-MAINT-DATE.                                   00035400
            IF WS-REC-FOUND                                             00035500
               EXEC CICS                                                00035600
                    REWRITE FILE('PERSKSDS')                            00035700
                    FROM(WS-PER-REC)                                    00035800
                    RESP(WS-RESP)                                       00035900
               END-EXEC                                                 00036000
            ELSE                                                        00036100
               EXEC CICS                                                00036200
                    WRITE FILE('PERSKSDS')                              00036300
                    FROM(WS-PER-REC)                                    00036400
                    RIDFLD(PER-EMP-ID)                                  00036500
                    RESP(WS-RESP)                                       00036600
               END-EXEC                                                 00036700
            END-IF.                                                     00036800
            IF WS-RESP = DFHRESP(NORMAL)                                00036900
               PERFORM WRITE-MAINT-AUDIT                                00037000
               EXEC CICS                                                00037100
                    SYNCPOINT                                           00037200
               END-EXEC                                                 00037300
               MOVE 'PERSONAL DATA SAVED' TO WS-MSG-AREA                00037400
            ELSE                                                        00037500
               MOVE 'UPDATE FAILED - NOTHING APPLIED' TO WS-MSG-AREA    00037600
            END-IF.                                                     00037700
            PERFORM SEND-MSG-AND-END.                                   00037800
       APPLY-DELETE-ACTION.                                             00037900
            MOVE WS-CA-EMPID TO PER-EMP-ID.                             00038000
            EXEC CICS                                                   00038100
                 READ FILE('PERSKSDS')                                  00038200
                 INTO(WS-PER-REC)                                       00038300
                 RIDFLD(PER-EMP-ID)                                     00038400
                 UPDATE                                                 00038500
                 RESP(WS-RESP)                                          00038600
            END-EXEC.                                                   00038700
            IF WS-RESP NOT = DFHRESP(NORMAL)                            00038800
               MOVE 'NO PERSONAL DATA ON FILE - NO DELETE'              00038900
                  TO WS-MSG-AREA                                        00039000
               PERFORM SEND-MSG-AND-END                                 00039100
            END-IF.                                                     00039200
            PERFORM STAMP-MAINT-DATE.                                   00039300
            EXEC CICS                                                   00039400
                 DELETE FILE('PERSKSDS')                                00039500
                 RESP(WS-RESP)                                          00039600
            END-EXEC.                                                   00039700
            IF WS-RESP = DFHRESP(NORMAL)                                00039800
               PERFORM WRITE-MAINT-AUDIT                                00039900
               EXEC CICS                                                00040000
                    SYNCPOINT                                           00040100
               END-EXEC                                                 00040200
               MOVE 'PERSONAL DATA DELETED AND QUEUED FOR AUDIT'        00040300
                  TO WS-MSG-AREA                                        00040400
            ELSE                                                        00040500
               MOVE 'DELETE FAILED - NOTHING APPLIED' TO WS-MSG-AREA    00040600
            END-IF.                                                     00040700
            PERFORM SEND-MSG-AND-END.                                   00040800
       STAMP-MAINT-DATE.                                                00040900
            EXEC CICS                                                   00041000
                 ASKTIME ABSTIME(WS-ABSTIME)                            00041100
            END-EXEC.                                                   00041200
            EXEC CICS                                                   00041300
                 FORMATTIME ABSTIME(WS-ABSTIME)                         00041400
                 YYYYMMDD(WS-UPD-DATE)                                  00041500
                 TIME(WS-UPD-TIME)                                      00041600
            END-EXEC.                                                   00041700
            EXEC CICS                                                   00041800
                 ASSIGN USERID(WS-USERID)                               00041900
            END-EXEC.                                                   00042000
            MOVE WS-UPD-DATE-N TO PER-LAST-MAINT-DATE.                  00042100
            MOVE WS-USERID TO PER-LAST-MAINT-USER.                      00042200
      * ONE PMNT RECORD PER APPLIED ACTION - WHO CHANGED WHICH GROUP    00042300
      * OF WHOSE RECORD, AND WHEN.  NO PERSONAL VALUES GO ON IT.        00042400
       WRITE-MAINT-AUDIT.                                               00042500
            MOVE SPACES TO WS-PER-AUDIT-REC.                            00042600
            MOVE WS-UPD-DATE TO PAU-DATE.                               00042700
            MOVE WS-UPD-TIME TO PAU-TIME.                               00042800
            MOVE WS-USERID TO PAU-USERID.                               00042900
            MOVE WS-CA-ACTION TO PAU-ACTION.                            00043000
            MOVE WS-CA-EMPID TO PAU-EMP-ID.                             00043100
            MOVE WS-CA-GROUP TO PAU-GROUP.                              00043200
            EXEC CICS                                                   00043300
                 WRITEQ TD QUEUE('PMNT')                                00043400
                 FROM(WS-PER-AUDIT-REC)                                 00043500
                 LENGTH(80)                                             00043600
            END-EXEC.                                                   00043700
       SEND-MSG-AND-RETURN.                                             00043800
            EXEC CICS                                                   00043900
                 SEND TEXT                                              00044000
                 FROM(WS-MSG-AREA)                                      00044100
                 LENGTH(WS-MSG-LEN)                                     00044200
                 ERASE                                                  00044300
            END-EXEC.                                                   00044400
            EXEC CICS                                                   00044500
                 RETURN TRANSID('PERM')                                 00044600
                 COMMAREA(WS-COMMAREA)                                  00044700
                 LENGTH(14)                                             00044800
            END-EXEC.                                                   00044900
       SEND-MSG-AND-END.                                                00045000
            EXEC CICS                                                   00045100
                 SEND TEXT                                              00045200
                 FROM(WS-MSG-AREA)                                      00045300
                 LENGTH(WS-MSG-LEN)                                     00045400
                 ERASE                                                  00045500
            END-EXEC.                                                   00045600
            EXEC CICS                                                   00045700
                 RETURN                                                 00045800
            END-EXEC.                                                   00045900

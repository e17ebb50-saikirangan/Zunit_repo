       IDENTIFICATION DIVISION.                                         00000100
       PROGRAM-ID.   PGM102.                                            00000200
      * VSAM CLUSTER HEALTH REPORT AND REORGANISATION DECK, RUN         00000300
      * WEEKLY BY VSAMHLTH.  READS THE IDCAMS LISTCAT ALL LISTING       00000400
      * OF THE SUITE'S CLUSTERS AND ALTERNATE INDEXES (DDLSTCAT,        00000500
      * THE IDCAMS SYSPRINT, VBA 125) AND REPORTS FOR EACH ONE THE      00000600
      * DATA COMPONENT'S RECORD COUNT, CI AND CA SPLITS, FREE           00000700
      * SPACE, EXTENTS AND HIGH-USED AGAINST HIGH-ALLOCATED RBA,        00000800
      * FLAGGING EVERY FIGURE OVER ITS THRESHOLD (PARM CARDS            00000900
      * USEDPCT, CISPLITPCT - CI SPLITS AS A PERCENTAGE OF THE          00001000
      * RECORDS, CASPLITS, EXTENTS AND FREEPCT - FREESPC AS A           00001100
      * PERCENTAGE OF THE ALLOCATED SPACE, TESTED ONLY WHERE            00001200
      * FREESPACE WAS DEFINED).  AN ENTRY THE CATALOG DOES NOT          00001300
      * HOLD (IDC3012I) IS REPORTED MISSING.                            00001400
      *                                                                 00001500
      * THE FL-NAME ALTERNATE INDEX IS CHECKED AGAINST ITS BASE BY      00001600
      * READING BOTH: EVERY BASE RECORD ON DDKSDS MUST COME BACK        00001700
      * THROUGH THE PATH ON DDKSDSPTH (AS PGM18 READS IT), AND THE      00001800
      * AIX'S OWN RECORD COUNT MUST EQUAL THE NUMBER OF DISTINCT        00001900
      * NAMES, SINCE THE AIX IS NONUNIQUEKEY AND HOLDS ONE RECORD       00002000
      * PER NAME.  A STALE AIX FAILS ONE OR BOTH.  AIXNAME NAMES        00002100
      * THE AIX ENTRY; AIXCHECK N SKIPS THE CHECK.                      00002200
      *                                                                 00002300
      * EVERY CLUSTER OVER A THRESHOLD (AN AIX OVER THRESHOLD OR        00002400
      * OUT OF STEP FLAGS ITS BASE) GETS AN UNLOAD / REDEFINE /         00002500
      * RELOAD GROUP IN THE REORG DECK ON DDJCLOUT, BUILT FROM THE      00002600
      * CLUSTER'S OWN CATALOGED ATTRIBUTES.  THE PRIMARY SPACE IS       00002700
      * THE CLUSTER'S CURRENT ALLOCATION, SO A MULTI-EXTENT             00002800
      * CLUSTER RELOADS INTO ONE EXTENT, GROWN BY HALF WHEN THE         00002900
      * USED SPACE IS OVER ITS THRESHOLD.  THE DECK IS WRITTEN          00003000
      * WITH TYPRUN=HOLD FOR RELEASE IN THE MAINTENANCE WINDOW          00003100
      * ONCE THE CICS FILES ARE CLOSED.  EACH GROUP ENDS WITH THIS      00003200
      * PROGRAM IN VERIFY MODE (MODE VERIFY CARD), WHICH READS THE      00003300
      * LISTINGS TAKEN BEFORE AND AFTER THE RELOAD AND PROVES THAT      00003400
      * THE UNLOAD COUNT, THE RELOAD COUNT AND THE CLUSTER'S            00003500
      * RECORD COUNT BEFORE AND AFTER ALL AGREE.  REORGHLQ SETS         00003600
      * THE PREFIX OF THE UNLOAD AND LISTING DATASETS.                  00003700
      *                                                                 00003800
      * HEALTH MODE ENDS RC 00 WHEN ALL IS WELL, RC 04 WHEN A           00003900
      * REORG DECK WAS WRITTEN (VSAMHLTH SUBMITS IT ONLY THEN), RC      00004000
      * 08 FOR A STALE AIX, A MISSING ENTRY, AN UNREADABLE BASE OR      00004100
      * PATH, OR A LISTING WITH NO ENTRIES, RC 12 WHEN THE LISTING      00004200
      * CANNOT BE OPENED.  VERIFY MODE ENDS RC 08 ON ANY COUNT          00004300
      * DISAGREEMENT, WHICH STOPS THE REST OF THE DECK; A REBUILT       00004400
      * AIX WHOSE KEY COUNT CHANGED (THE OLD ONE WAS STALE) IS          00004500
      * REPORTED BUT DOES NOT STOP IT.                                  00004600
       ENVIRONMENT DIVISION.                                            00004700
       INPUT-OUTPUT SECTION.                                            00004800
       FILE-CONTROL.                                                    00004900
                SELECT LISTCAT ASSIGN TO DDLSTCAT                       00005000
                ORGANIZATION IS SEQUENTIAL                              00005100
                FILE STATUS IS WS-LC-STATUS.                            00005200
                SELECT KSDSIN ASSIGN TO DDKSDS                          00005300
                ORGANIZATION IS INDEXED                                 00005400
                ACCESS MODE IS SEQUENTIAL                               00005500
                RECORD KEY IS FL-EMP-ID OF KSDS-REC                     00005600
                FILE STATUS IS WS-KSDS-STATUS.                          00005700
                SELECT KSDSPTH ASSIGN TO DDKSDSPTH                      00005800
                ORGANIZATION IS INDEXED                                 00005900
                ACCESS MODE IS SEQUENTIAL                               00006000
                RECORD KEY IS FL-NAME OF PTH-REC                        00006100
                FILE STATUS IS WS-PTH-STATUS.                           00006200
                SELECT PARMFILE ASSIGN TO DDPARMIN                      00006300
                ORGANIZATION IS SEQUENTIAL.                             00006400
                SELECT JCLOUT ASSIGN TO DDJCLOUT                        00006500
                ORGANIZATION IS SEQUENTIAL.                             00006600
                SELECT RPTFILE ASSIGN TO DDRPTOUT                       00006700
                ORGANIZATION IS SEQUENTIAL.                             00006800
       DATA DIVISION.                                                   00006900
       FILE SECTION.                                                    00007000
       FD LISTCAT                                                       00007100
            RECORDING MODE IS V                                         00007200
            RECORD IS VARYING IN SIZE FROM 1 TO 121 CHARACTERS          00007300
               DEPENDING ON WS-LC-LEN.                                  00007400
       01 LC-REC PIC X(121).                                            00007500
       FD KSDSIN.                                                       00007600
       01 KSDS-REC.                                                     00007700
          COPY CPFLREC.                                                 00007800
       FD KSDSPTH.                                                      00007900
       01 PTH-REC.                                                      00008000
          COPY CPFLREC.                                                 00008100
       FD PARMFILE                                                      00008200
            RECORDING MODE IS F.                                        00008300
       01 PARM-CARD.                                                    00008400
          COPY CPPARMCD.                                                00008500
       FD JCLOUT                                                        00008600
            RECORDING MODE IS F.                                        00008700
       01 JCL-LINE PIC X(80).                                           00008800
       FD RPTFILE                                                       00008900
            RECORDING MODE IS F.                                        00009000
       01 RPT-LINE PIC X(80).                                           00009100
       WORKING-STORAGE SECTION.                                         00009200
       01 WS-LC-STATUS   PIC X(2) VALUE SPACES.                         00009300
           88 WS-LC-OPENED     VALUE '00'.                              00009400
       01 WS-KSDS-STATUS PIC X(2) VALUE SPACES.                         00009500
           88 WS-KSDS-OPEN-OK  VALUE '00' '97'.                         00009600
       01 WS-PTH-STATUS  PIC X(2) VALUE SPACES.                         00009700
           88 WS-PTH-OPEN-OK   VALUE '00' '97'.                         00009800
       01 WS-LC-LEN      PIC 9(4) COMP VALUE 0.                         00009900
       01 WS-LC-EOF-SW PIC X(1) VALUE 'N'.                              00010000
           88 WS-LC-EOF        VALUE 'Y'.                               00010100
       01 WS-PARM-EOF-SW PIC X(1) VALUE 'N'.                            00010200
           88 WS-PARM-EOF      VALUE 'Y'.                               00010300
       01 WS-KSDS-EOF-SW PIC X(1) VALUE 'N'.                            00010400
           88 WS-KSDS-EOF      VALUE 'Y'.                               00010500
       01 WS-PTH-EOF-SW PIC X(1) VALUE 'N'.                             00010600
           88 WS-PTH-EOF       VALUE 'Y'.                               00010700
       01 WS-MODE        PIC X(6) VALUE 'HEALTH'.                       00010800
           88 WS-MODE-HEALTH   VALUE 'HEALTH'.                          00010900
           88 WS-MODE-VERIFY   VALUE 'VERIFY'.                          00011000
       01 WS-RUN-DATE    PIC 9(8).                                      00011100
      * THRESHOLDS, EACH SETTABLE BY THE PARM CARD OF THE SAME NAME.    00011200
       01 WS-TH-USED     PIC 9(3) VALUE 85.                             00011300
       01 WS-TH-CISPLIT  PIC 9(3) VALUE 10.                             00011400
       01 WS-TH-CASPLITS PIC 9(5) VALUE 5.                              00011500
       01 WS-TH-EXTENTS  PIC 9(3) VALUE 20.                             00011600
       01 WS-TH-FREE     PIC 9(3) VALUE 2.                              00011700
       01 WS-AIX-CHECK-SW PIC X(1) VALUE 'Y'.                           00011800
           88 WS-AIX-CHECK-ON  VALUE 'Y'.                               00011900
       01 WS-AIX-NAME    PIC X(44)                                      00012000
              VALUE 'IBMUSER.ZUNIT.DEMO.BATCH.PGM05.NAMEKSDS.AIX'.      00012100
       01 WS-REORG-HLQ   PIC X(30)                                      00012200
              VALUE 'IBMUSER.ZUNIT.DEMO.BATCH.REORG'.                   00012300
      * ONE LISTING LINE BROKEN INTO ITS BLANK-SEPARATED WORDS.         00012400
       01 WS-LC-WORK     PIC X(121).                                    00012500
       01 WS-LC-LEAD     PIC 9(3) VALUE 0.                              00012600
       01 WS-WORDS.                                                     00012700
           05 WS-WORD OCCURS 12 TIMES PIC X(64).                        00012800
       01 WS-WORD-SUB    PIC 9(2) VALUE 0.                              00012900
       01 WS-ENTRY-WORD  PIC X(12).                                     00013000
           88 WS-ENTRY-HEADER  VALUE 'CLUSTER' 'AIX' 'DATA' 'INDEX'     00013100
                                     'PATH' 'NONVSAM' 'GDG' 'ALIAS'     00013200
                                     'PAGESPACE' 'USERCATALOG'.         00013300
       01 WS-TOKEN       PIC X(64).                                     00013400
       01 WS-VAL         PIC X(64).                                     00013500
       01 WS-VAL-LEN     PIC 9(2) VALUE 0.                              00013600
       01 WS-POS         PIC 9(2) VALUE 0.                              00013700
       01 WS-NUM-X       PIC X(15).                                     00013800
       01 WS-NUM REDEFINES WS-NUM-X PIC 9(15).                          00013900
      * WHERE IN THE LISTING WE ARE: E = ENTRY LEVEL OF A CLUSTER       00014000
      * OR AIX, D = ITS DATA COMPONENT, V = THE DATA COMPONENT'S        00014100
      * VOLUME DETAIL, I = INDEX COMPONENT, X = AN ENTRY NOT            00014200
      * TRACKED (PATH, NONVSAM, GDG).                                   00014300
       01 WS-COMPONENT   PIC X(1) VALUE 'X'.                            00014400
           88 WS-IN-ENTRY      VALUE 'E'.                               00014500
           88 WS-IN-DATA       VALUE 'D'.                               00014600
       01 WS-CUR         PIC 9(2) VALUE 0.                              00014700
       01 WS-PENDING-REPRO PIC 9(12) VALUE 0.                           00014800
       01 WS-PENDING-REPRO-SW PIC X(1) VALUE 'N'.                       00014900
           88 WS-REPRO-PENDING VALUE 'Y'.                               00015000
       01 WS-ENT-MAX     PIC 9(2) VALUE 40.                             00015100
       01 WS-ENT-COUNT   PIC 9(2) VALUE 0.                              00015200
       01 WS-ENT-OVER    PIC 9(3) VALUE 0.                              00015300
       01 WS-ENT-TABLE.                                                 00015400
           05 WS-ENT OCCURS 40 TIMES.                                   00015500
               10 WS-ENT-NAME      PIC X(44).                           00015600
               10 WS-ENT-TYPE      PIC X(1).                            00015700
                   88 WS-ENT-IS-CLUSTER VALUE 'C'.                      00015800
                   88 WS-ENT-IS-AIX     VALUE 'A'.                      00015900
               10 WS-ENT-REL-NAME  PIC X(44).                           00016000
               10 WS-ENT-PATH-NAME PIC X(44).                           00016100
               10 WS-ENT-REPRO-SW  PIC X(1).                            00016200
                   88 WS-ENT-HAS-REPRO  VALUE 'Y'.                      00016300
               10 WS-ENT-REPRO-CNT PIC 9(12).                           00016400
               10 WS-ENT-RECS      PIC 9(12).                           00016500
               10 WS-ENT-SPLIT-CI  PIC 9(9).                            00016600
               10 WS-ENT-SPLIT-CA  PIC 9(9).                            00016700
               10 WS-ENT-FS-CI     PIC 9(3).                            00016800
               10 WS-ENT-FS-CA     PIC 9(3).                            00016900
               10 WS-ENT-FREESPC   PIC 9(15).                           00017000
               10 WS-ENT-EXTENTS   PIC 9(5).                            00017100
               10 WS-ENT-HI-A      PIC 9(15).                           00017200
               10 WS-ENT-HI-U      PIC 9(15).                           00017300
               10 WS-ENT-KEYLEN    PIC 9(3).                            00017400
               10 WS-ENT-RKP       PIC 9(5).                            00017500
               10 WS-ENT-AXRKP     PIC 9(5).                            00017600
               10 WS-ENT-AVGLRECL  PIC 9(5).                            00017700
               10 WS-ENT-MAXLRECL  PIC 9(5).                            00017800
               10 WS-ENT-CISIZE    PIC 9(5).                            00017900
               10 WS-ENT-SPACE-TYPE PIC X(8).                           00018000
               10 WS-ENT-SPACE-PRI PIC 9(7).                            00018100
               10 WS-ENT-SPACE-SEC PIC 9(7).                            00018200
               10 WS-ENT-SHR-1     PIC X(1).                            00018300
               10 WS-ENT-SHR-2     PIC X(1).                            00018400
               10 WS-ENT-UNIQUE-SW PIC X(1).                            00018500
                   88 WS-ENT-UNIQUE     VALUE 'U'.                      00018600
               10 WS-ENT-UPGRADE-SW PIC X(1).                           00018700
                   88 WS-ENT-UPGRADE    VALUE 'Y'.                      00018800
               10 WS-ENT-USED-PCT  PIC 9(3).                            00018900
               10 WS-ENT-CISPL-PCT PIC 9(3).                            00019000
               10 WS-ENT-FREE-PCT  PIC 9(3).                            00019100
               10 WS-ENT-REORG-SW  PIC X(1).                            00019200
                   88 WS-ENT-REORG      VALUE 'Y'.                      00019300
               10 WS-ENT-DONE-SW   PIC X(1).                            00019400
                   88 WS-ENT-DONE       VALUE 'Y'.                      00019500
               10 WS-ENT-REASON    PIC X(40).                           00019600
       01 WS-SUB         PIC 9(2) VALUE 0.                              00019700
       01 WS-SUB2        PIC 9(2) VALUE 0.                              00019800
       01 WS-AIX-SUB     PIC 9(2) VALUE 0.                              00019900
       01 WS-REASON-PTR  PIC 9(2) VALUE 0.                              00020000
       01 WS-MISSING-COUNT PIC 9(3) VALUE 0.                            00020100
       01 WS-MISSING-TABLE.                                             00020200
           05 WS-MISSING-NAME OCCURS 20 TIMES PIC X(44).                00020300
       01 WS-REORG-COUNT PIC 9(2) VALUE 0.                              00020400
       01 WS-PROBLEM-COUNT PIC 9(3) VALUE 0.                            00020500
       01 WS-CHANGED-COUNT PIC 9(3) VALUE 0.                            00020600
      * FL-NAME AIX AGAINST ITS BASE.                                   00020700
       01 WS-BASE-COUNT  PIC 9(12) VALUE 0.                             00020800
       01 WS-PATH-COUNT  PIC 9(12) VALUE 0.                             00020900
       01 WS-NAME-COUNT  PIC 9(12) VALUE 0.                             00021000
       01 WS-PREV-NAME   PIC X(20) VALUE LOW-VALUES.                    00021100
       01 WS-AIX-STALE-SW PIC X(1) VALUE 'N'.                           00021200
           88 WS-AIX-STALE     VALUE 'Y'.                               00021300
      * REORG DECK BUILDING.                                            00021400
       01 WS-GRP         PIC 9(2) VALUE 0.                              00021500
       01 WS-PTR         PIC 9(3) VALUE 1.                              00021600
       01 WS-FMT-NUM     PIC 9(9) VALUE 0.                              00021700
       01 WS-FMT-EDIT    PIC Z(8)9.                                     00021800
       01 WS-FMT-LEAD    PIC 9(2) VALUE 0.                              00021900
       01 WS-NEW-PRI     PIC 9(9) VALUE 0.                              00022000
       01 WS-NEW-SEC     PIC 9(9) VALUE 0.                              00022100
       01 WS-DEF-UNIT    PIC X(9) VALUE SPACES.                         00022200
       01 WS-JCL-UNIT    PIC X(3) VALUE SPACES.                         00022300
       01 WS-DSN-SUFFIX  PIC X(7) VALUE SPACES.                         00022400
       01 WS-DECK-OPEN-SW PIC X(1) VALUE 'N'.                           00022500
           88 WS-DECK-STARTED  VALUE 'Y'.                               00022600
      * REPORT EDITING.                                                 00022700
       01 WS-ED-COUNT    PIC ZZZ,ZZZ,ZZZ,ZZ9.                           00022800
       01 WS-ED-COUNT2   PIC ZZZ,ZZZ,ZZZ,ZZ9.                           00022900
       01 WS-ED-RBA      PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.                       00023000
       01 WS-ED-SPLIT    PIC ZZZ,ZZ9.                                   00023100
       01 WS-ED-SPLIT2   PIC ZZZ,ZZ9.                                   00023200
       01 WS-ED-PCT      PIC ZZ9.                                       00023300
       01 WS-ED-PCT2     PIC ZZ9.                                       00023400
       01 WS-ED-EXT      PIC ZZZZ9.                                     00023500
       01 WS-ED-N3       PIC ZZ9.                                       00023600
       01 WS-RETCD.                                                     00023700
           COPY CPRETCD.                                                00023800
       PROCEDURE DIVISION.                                              00023900
       MAIN-ROUTINE.                                                    00024000
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.                      00024100
            SET WS-RC-OK TO TRUE.                                       00024200
            PERFORM READ-HEALTH-PARMS.                                  00024300
            OPEN OUTPUT RPTFILE.                                        00024400
            OPEN INPUT LISTCAT.                                         00024500
            IF NOT WS-LC-OPENED THEN                                    00024600
               MOVE SPACES TO RPT-LINE                                  00024700
               STRING 'LISTCAT LISTING OPEN FAILED, STATUS '            00024800
                  WS-LC-STATUS                                          00024900
                  DELIMITED BY SIZE INTO RPT-LINE                       00025000
               END-STRING                                               00025100
               WRITE RPT-LINE                                           00025200
               SET WS-RC-IO-ERROR TO TRUE                               00025300
               CLOSE RPTFILE                                            00025400
               MOVE WS-RETURN-CODE TO RETURN-CODE                       00025500
               GOBACK                                                   00025600
            END-IF.                                                     00025700
            PERFORM UNTIL WS-LC-EOF                                     00025800
               READ LISTCAT                                             00025900
                 AT END SET WS-LC-EOF TO TRUE                           00026000
                 NOT AT END PERFORM PARSE-LISTCAT-LINE                  00026100
               END-READ                                                 00026200
            END-PERFORM.                                                00026300
            CLOSE LISTCAT.                                              00026400
            IF WS-MODE-VERIFY THEN                                      00026500
               PERFORM VERIFY-REORG-COUNTS                              00026600
            ELSE                                                        00026700
               PERFORM REPORT-CLUSTER-HEALTH                            00026800
            END-IF.                                                     00026900
            CLOSE RPTFILE.                                              00027000
            MOVE WS-RETURN-CODE TO RETURN-CODE.                         00027100
            GOBACK.                                                     00027200
       READ-HEALTH-PARMS.                                               00027300
            OPEN INPUT PARMFILE.                                        00027400
            PERFORM UNTIL WS-PARM-EOF                                   00027500
               READ PARMFILE                                            00027600
                 AT END SET WS-PARM-EOF TO TRUE                         00027700
                 NOT AT END PERFORM APPLY-PARM-CARD                     00027800
               END-READ                                                 00027900
            END-PERFORM.                                                00028000
            CLOSE PARMFILE.                                             00028100
       APPLY-PARM-CARD.                                                 00028200
            EVALUATE PARM-KEY                                           00028300
                WHEN 'MODE'                                             00028400
                   MOVE PARM-VALUE-TEXT (1:6) TO WS-MODE                00028500
                WHEN 'USEDPCT'                                          00028600
                   MOVE PARM-VALUE-NUM TO WS-TH-USED                    00028700
                WHEN 'CISPLITPCT'                                       00028800
                   MOVE PARM-VALUE-NUM TO WS-TH-CISPLIT                 00028900
                WHEN 'CASPLITS'                                         00029000
                   MOVE PARM-VALUE-NUM TO WS-TH-CASPLITS                00029100
                WHEN 'EXTENTS'                                          00029200
                   MOVE PARM-VALUE-NUM TO WS-TH-EXTENTS                 00029300
                WHEN 'FREEPCT'                                          00029400
                   MOVE PARM-VALUE-NUM TO WS-TH-FREE                    00029500
                WHEN 'AIXNAME'                                          00029600
                   MOVE PARM-VALUE-TEXT (1:44) TO WS-AIX-NAME           00029700
                WHEN 'AIXCHECK'                                         00029800
                   MOVE PARM-VALUE-TEXT (1:1) TO WS-AIX-CHECK-SW        00029900
                WHEN 'REORGHLQ'                                         00030000
                   MOVE PARM-VALUE-TEXT (1:30) TO WS-REORG-HLQ          00030100
                WHEN OTHER                                              00030200
                   CONTINUE                                             00030300
            END-EVALUATE.                                               00030400
      *---------------------------------------------------------------- 00030500
      * LISTING PARSE.  COLUMN 1 OF EACH LINE IS THE ASA CONTROL        00030600
      * CHARACTER; THE REST IS SPLIT INTO WORDS.  A HEADER LINE IS      00030700
      * A TYPE WORD FOLLOWED BY A RUN OF DASHES AND THE NAME            00030800
      * ("CLUSTER ------- NAME"); EVERY OTHER FIELD IS ONE WORD,        00030900
      * KEYWORD AND VALUE JOINED BY DASHES ("REC-TOTAL-----1234").      00031000
      *---------------------------------------------------------------- 00031100
       PARSE-LISTCAT-LINE.                                              00031200
            MOVE SPACES TO WS-LC-WORK.                                  00031300
            IF WS-LC-LEN > 1 THEN                                       00031400
               MOVE LC-REC (2:WS-LC-LEN - 1) TO WS-LC-WORK              00031500
            END-IF.                                                     00031600
            MOVE 0 TO WS-LC-LEAD.                                       00031700
            INSPECT WS-LC-WORK TALLYING WS-LC-LEAD FOR LEADING SPACES.  00031800
            MOVE SPACES TO WS-WORDS.                                    00031900
            MOVE SPACES TO WS-ENTRY-WORD.                               00032000
            IF WS-LC-LEAD < 120 THEN                                    00032100
               UNSTRING WS-LC-WORK (WS-LC-LEAD + 1:)                    00032200
                  DELIMITED BY ALL SPACES                               00032300
                  INTO WS-WORD (1) WS-WORD (2) WS-WORD (3)              00032400
                       WS-WORD (4) WS-WORD (5) WS-WORD (6)              00032500
                       WS-WORD (7) WS-WORD (8) WS-WORD (9)              00032600
                       WS-WORD (10) WS-WORD (11) WS-WORD (12)           00032700
               END-UNSTRING                                             00032800
               MOVE WS-WORD (1) TO WS-ENTRY-WORD                        00032900
               PERFORM CLASSIFY-LISTCAT-LINE                            00033000
            END-IF.                                                     00033100
       CLASSIFY-LISTCAT-LINE.                                           00033200
            EVALUATE TRUE                                               00033300
                WHEN WS-ENTRY-HEADER AND WS-WORD (2) (1:3) = '---'      00033400
                   PERFORM START-LISTCAT-ENTRY                          00033500
                WHEN WS-WORD (1) = 'IDC3012I'                           00033600
                   PERFORM NOTE-MISSING-ENTRY                           00033700
                WHEN WS-WORD (1) = 'IDC0005I'                           00033800
                   MOVE WS-WORD (7) TO WS-VAL                           00033900
                   PERFORM CONVERT-VALUE                                00034000
                   MOVE WS-NUM TO WS-PENDING-REPRO                      00034100
                   SET WS-REPRO-PENDING TO TRUE                         00034200
                WHEN WS-WORD (1) = 'VOLUME' AND WS-IN-DATA              00034300
                   MOVE 'V' TO WS-COMPONENT                             00034400
                WHEN WS-CUR > 0 AND                                     00034500
                     (WS-IN-ENTRY OR WS-IN-DATA)                        00034600
                   PERFORM VARYING WS-WORD-SUB FROM 1 BY 1              00034700
                      UNTIL WS-WORD-SUB > 12                            00034800
                      IF WS-WORD (WS-WORD-SUB) NOT = SPACES THEN        00034900
                         MOVE WS-WORD (WS-WORD-SUB) TO WS-TOKEN         00035000
                         PERFORM APPLY-LISTCAT-FIELD                    00035100
                      END-IF                                            00035200
                   END-PERFORM                                          00035300
                WHEN OTHER                                              00035400
                   CONTINUE                                             00035500
            END-EVALUATE.                                               00035600
      * A REPRO COUNT (IDC0005I) BELONGS TO THE NEXT CLUSTER LISTED     00035700
      * - THE REORG DECK RUNS THE REPRO AND THEN LISTS THE CLUSTER.     00035800
       START-LISTCAT-ENTRY.                                             00035900
            EVALUATE WS-WORD (1)                                        00036000
                WHEN 'CLUSTER'                                          00036100
                WHEN 'AIX'                                              00036200
                   IF WS-ENT-COUNT < WS-ENT-MAX THEN                    00036300
                      ADD 1 TO WS-ENT-COUNT                             00036400
                      MOVE WS-ENT-COUNT TO WS-CUR                       00036500
                      INITIALIZE WS-ENT (WS-CUR)                        00036600
                      MOVE WS-WORD (3) TO WS-ENT-NAME (WS-CUR)          00036700
                      MOVE 'N' TO WS-ENT-REORG-SW (WS-CUR)              00036800
                      MOVE 'N' TO WS-ENT-DONE-SW (WS-CUR)               00036900
                      MOVE 'N' TO WS-ENT-REPRO-SW (WS-CUR)              00037000
                      IF WS-WORD (1) = 'CLUSTER' THEN                   00037100
                         SET WS-ENT-IS-CLUSTER (WS-CUR) TO TRUE         00037200
                         IF WS-REPRO-PENDING THEN                       00037300
                            SET WS-ENT-HAS-REPRO (WS-CUR) TO TRUE       00037400
                            MOVE WS-PENDING-REPRO                       00037500
                               TO WS-ENT-REPRO-CNT (WS-CUR)             00037600
                            MOVE 'N' TO WS-PENDING-REPRO-SW             00037700
                         END-IF                                         00037800
                      ELSE                                              00037900
                         SET WS-ENT-IS-AIX (WS-CUR) TO TRUE             00038000
                      END-IF                                            00038100
                      MOVE 'E' TO WS-COMPONENT                          00038200
                   ELSE                                                 00038300
                      ADD 1 TO WS-ENT-OVER                              00038400
                      MOVE 0 TO WS-CUR                                  00038500
                      MOVE 'X' TO WS-COMPONENT                          00038600
                   END-IF                                               00038700
                WHEN 'DATA'                                             00038800
                   MOVE 'D' TO WS-COMPONENT                             00038900
                WHEN 'INDEX'                                            00039000
                   MOVE 'I' TO WS-COMPONENT                             00039100
                WHEN OTHER                                              00039200
                   MOVE 0 TO WS-CUR                                     00039300
                   MOVE 'X' TO WS-COMPONENT                             00039400
            END-EVALUATE.                                               00039500
       NOTE-MISSING-ENTRY.                                              00039600
            ADD 1 TO WS-MISSING-COUNT.                                  00039700
            IF WS-MISSING-COUNT NOT > 20 THEN                           00039800
               MOVE WS-WORD (3) TO WS-MISSING-NAME (WS-MISSING-COUNT)   00039900
            END-IF.                                                     00040000
      * THE VALUE IS WHATEVER FOLLOWS THE LAST DASH OF THE WORD.        00040100
       APPLY-LISTCAT-FIELD.                                             00040200
            PERFORM VARYING WS-POS FROM 64 BY -1                        00040300
               UNTIL WS-POS < 1 OR WS-TOKEN (WS-POS:1) = '-'            00040400
               CONTINUE                                                 00040500
            END-PERFORM.                                                00040600
            MOVE SPACES TO WS-VAL.                                      00040700
            IF WS-POS < 64 THEN                                         00040800
               MOVE WS-TOKEN (WS-POS + 1:) TO WS-VAL                    00040900
            END-IF.                                                     00041000
            IF WS-IN-ENTRY THEN                                         00041100
               PERFORM APPLY-ENTRY-FIELD                                00041200
            ELSE                                                        00041300
               PERFORM APPLY-DATA-FIELD                                 00041400
            END-IF.                                                     00041500
            EVALUATE TRUE                                               00041600
                WHEN WS-TOKEN = 'NONUNIQKEY'                            00041700
                   MOVE 'N' TO WS-ENT-UNIQUE-SW (WS-CUR)                00041800
                WHEN WS-TOKEN = 'UNIQKEY'                               00041900
                   SET WS-ENT-UNIQUE (WS-CUR) TO TRUE                   00042000
                WHEN WS-TOKEN = 'UPGRADE'                               00042100
                   SET WS-ENT-UPGRADE (WS-CUR) TO TRUE                  00042200
                WHEN WS-TOKEN = 'NOUPGRADE'                             00042300
                   MOVE 'N' TO WS-ENT-UPGRADE-SW (WS-CUR)               00042400
                WHEN OTHER                                              00042500
                   CONTINUE                                             00042600
            END-EVALUATE.                                               00042700
       APPLY-ENTRY-FIELD.                                               00042800
            EVALUATE TRUE                                               00042900
                WHEN WS-TOKEN (1:9) = 'CLUSTER--'                       00043000
                   MOVE WS-VAL TO WS-ENT-REL-NAME (WS-CUR)              00043100
                WHEN WS-TOKEN (1:5) = 'AIX--'                           00043200
                   IF WS-ENT-REL-NAME (WS-CUR) = SPACES THEN            00043300
                      MOVE WS-VAL TO WS-ENT-REL-NAME (WS-CUR)           00043400
                   END-IF                                               00043500
                WHEN WS-TOKEN (1:6) = 'PATH--'                          00043600
                   MOVE WS-VAL TO WS-ENT-PATH-NAME (WS-CUR)             00043700
                WHEN OTHER                                              00043800
                   CONTINUE                                             00043900
            END-EVALUATE.                                               00044000
       APPLY-DATA-FIELD.                                                00044100
            PERFORM CONVERT-VALUE.                                      00044200
            EVALUATE TRUE                                               00044300
                WHEN WS-TOKEN (1:10) = 'REC-TOTAL-'                     00044400
                   MOVE WS-NUM TO WS-ENT-RECS (WS-CUR)                  00044500
                WHEN WS-TOKEN (1:10) = 'SPLITS-CI-'                     00044600
                   MOVE WS-NUM TO WS-ENT-SPLIT-CI (WS-CUR)              00044700
                WHEN WS-TOKEN (1:10) = 'SPLITS-CA-'                     00044800
                   MOVE WS-NUM TO WS-ENT-SPLIT-CA (WS-CUR)              00044900
                WHEN WS-TOKEN (1:14) = 'FREESPACE-%CI-'                 00045000
                   MOVE WS-NUM TO WS-ENT-FS-CI (WS-CUR)                 00045100
                WHEN WS-TOKEN (1:14) = 'FREESPACE-%CA-'                 00045200
                   MOVE WS-NUM TO WS-ENT-FS-CA (WS-CUR)                 00045300
                WHEN WS-TOKEN (1:8) = 'FREESPC-'                        00045400
                   MOVE WS-NUM TO WS-ENT-FREESPC (WS-CUR)               00045500
                WHEN WS-TOKEN (1:8) = 'EXTENTS-'                        00045600
                   MOVE WS-NUM TO WS-ENT-EXTENTS (WS-CUR)               00045700
                WHEN WS-TOKEN (1:9) = 'HI-A-RBA-'                       00045800
                   MOVE WS-NUM TO WS-ENT-HI-A (WS-CUR)                  00045900
                WHEN WS-TOKEN (1:9) = 'HI-U-RBA-'                       00046000
                   MOVE WS-NUM TO WS-ENT-HI-U (WS-CUR)                  00046100
                WHEN WS-TOKEN (1:7) = 'KEYLEN-'                         00046200
                   MOVE WS-NUM TO WS-ENT-KEYLEN (WS-CUR)                00046300
                WHEN WS-TOKEN (1:4) = 'RKP-'                            00046400
                   MOVE WS-NUM TO WS-ENT-RKP (WS-CUR)                   00046500
                WHEN WS-TOKEN (1:6) = 'AXRKP-'                          00046600
                   MOVE WS-NUM TO WS-ENT-AXRKP (WS-CUR)                 00046700
                WHEN WS-TOKEN (1:9) = 'AVGLRECL-'                       00046800
                   MOVE WS-NUM TO WS-ENT-AVGLRECL (WS-CUR)              00046900
                WHEN WS-TOKEN (1:9) = 'MAXLRECL-'                       00047000
                   MOVE WS-NUM TO WS-ENT-MAXLRECL (WS-CUR)              00047100
                WHEN WS-TOKEN (1:7) = 'CISIZE-'                         00047200
                   MOVE WS-NUM TO WS-ENT-CISIZE (WS-CUR)                00047300
                WHEN WS-TOKEN (1:11) = 'SPACE-TYPE-'                    00047400
                   MOVE WS-VAL (1:8) TO WS-ENT-SPACE-TYPE (WS-CUR)      00047500
                WHEN WS-TOKEN (1:10) = 'SPACE-PRI-'                     00047600
                   MOVE WS-NUM TO WS-ENT-SPACE-PRI (WS-CUR)             00047700
                WHEN WS-TOKEN (1:10) = 'SPACE-SEC-'                     00047800
                   MOVE WS-NUM TO WS-ENT-SPACE-SEC (WS-CUR)             00047900
                WHEN WS-TOKEN (1:9) = 'SHROPTNS('                       00048000
                   MOVE WS-TOKEN (10:1) TO WS-ENT-SHR-1 (WS-CUR)        00048100
                   MOVE WS-TOKEN (12:1) TO WS-ENT-SHR-2 (WS-CUR)        00048200
                WHEN OTHER                                              00048300
                   CONTINUE                                             00048400
            END-EVALUATE.                                               00048500
      * RIGHT-JUSTIFIES THE DIGITS OF WS-VAL INTO WS-NUM (ZERO WHEN     00048600
      * THE VALUE IS NOT A NUMBER OF AT MOST 15 DIGITS).                00048700
       CONVERT-VALUE.                                                   00048800
            MOVE 0 TO WS-VAL-LEN.                                       00048900
            INSPECT WS-VAL TALLYING WS-VAL-LEN                          00049000
               FOR CHARACTERS BEFORE INITIAL SPACE.                     00049100
            MOVE ZEROS TO WS-NUM-X.                                     00049200
            IF WS-VAL-LEN > 0 AND WS-VAL-LEN < 16 THEN                  00049300
               IF WS-VAL (1:WS-VAL-LEN) IS NUMERIC THEN                 00049400
                  MOVE WS-VAL (1:WS-VAL-LEN)                            00049500
                     TO WS-NUM-X (16 - WS-VAL-LEN:WS-VAL-LEN)           00049600
               END-IF                                                   00049700
            END-IF.                                                     00049800
      *---------------------------------------------------------------- 00049900
      * HEALTH MODE.                                                    00050000
      *---------------------------------------------------------------- 00050100
       REPORT-CLUSTER-HEALTH.                                           00050200
            PERFORM WRITE-HEALTH-HEADINGS.                              00050300
            PERFORM VARYING WS-SUB FROM 1 BY 1                          00050400
               UNTIL WS-SUB > WS-ENT-COUNT                              00050500
               PERFORM MEASURE-ONE-ENTRY                                00050600
            END-PERFORM.                                                00050700
            IF WS-AIX-CHECK-ON THEN                                     00050800
               PERFORM CHECK-NAME-AIX                                   00050900
            END-IF.                                                     00051000
            PERFORM FLAG-BASE-OF-AIX.                                   00051100
            PERFORM VARYING WS-SUB FROM 1 BY 1                          00051200
               UNTIL WS-SUB > WS-ENT-COUNT                              00051300
               PERFORM REPORT-ONE-ENTRY                                 00051400
            END-PERFORM.                                                00051500
            OPEN OUTPUT JCLOUT.                                         00051600
            PERFORM VARYING WS-SUB FROM 1 BY 1                          00051700
               UNTIL WS-SUB > WS-ENT-COUNT                              00051800
               IF WS-ENT-IS-CLUSTER (WS-SUB) AND                        00051900
                  WS-ENT-REORG (WS-SUB) THEN                            00052000
                  PERFORM WRITE-REORG-GROUP                             00052100
               END-IF                                                   00052200
            END-PERFORM.                                                00052300
            CLOSE JCLOUT.                                               00052400
            PERFORM WRITE-HEALTH-SUMMARY.                               00052500
       WRITE-HEALTH-HEADINGS.                                           00052600
            MOVE SPACES TO RPT-LINE.                                    00052700
            STRING 'VSAM CLUSTER HEALTH REPORT          RUN DATE '      00052800
               WS-RUN-DATE                                              00052900
               DELIMITED BY SIZE INTO RPT-LINE                          00053000
            END-STRING.                                                 00053100
            WRITE RPT-LINE.                                             00053200
            MOVE WS-TH-USED TO WS-ED-PCT.                               00053300
            MOVE WS-TH-CISPLIT TO WS-ED-PCT2.                           00053400
            MOVE WS-TH-CASPLITS TO WS-ED-SPLIT.                         00053500
            MOVE WS-TH-EXTENTS TO WS-ED-N3.                             00053600
            MOVE SPACES TO RPT-LINE.                                    00053700
            STRING 'THRESHOLDS: USED% ' WS-ED-PCT                       00053800
               '  CI-SPLIT% ' WS-ED-PCT2                                00053900
               '  CA-SPLITS ' WS-ED-SPLIT                               00054000
               '  EXTENTS ' WS-ED-N3                                    00054100
               DELIMITED BY SIZE INTO RPT-LINE                          00054200
            END-STRING.                                                 00054300
            WRITE RPT-LINE.                                             00054400
            MOVE WS-TH-FREE TO WS-ED-PCT.                               00054500
            MOVE SPACES TO RPT-LINE.                                    00054600
            STRING '            FREE% ' WS-ED-PCT                       00054700
               ' (WHERE FREESPACE IS DEFINED)'                          00054800
               DELIMITED BY SIZE INTO RPT-LINE                          00054900
            END-STRING.                                                 00055000
            WRITE RPT-LINE.                                             00055100
            MOVE SPACES TO RPT-LINE.                                    00055200
            WRITE RPT-LINE.                                             00055300
      * PERCENTAGES ARE TRUNCATED, SO AN ENTRY IS FLAGGED ONLY ONCE     00055400
      * IT IS GENUINELY OVER THE LINE.                                  00055500
       MEASURE-ONE-ENTRY.                                               00055600
            MOVE 0 TO WS-ENT-USED-PCT (WS-SUB).                         00055700
            MOVE 0 TO WS-ENT-CISPL-PCT (WS-SUB).                        00055800
            MOVE 0 TO WS-ENT-FREE-PCT (WS-SUB).                         00055900
            IF WS-ENT-HI-A (WS-SUB) > 0 THEN                            00056000
               COMPUTE WS-ENT-USED-PCT (WS-SUB) =                       00056100
                  WS-ENT-HI-U (WS-SUB) * 100 / WS-ENT-HI-A (WS-SUB)     00056200
               COMPUTE WS-ENT-FREE-PCT (WS-SUB) =                       00056300
                  WS-ENT-FREESPC (WS-SUB) * 100 / WS-ENT-HI-A (WS-SUB)  00056400
            END-IF.                                                     00056500
            IF WS-ENT-RECS (WS-SUB) > 0 THEN                            00056600
               COMPUTE WS-ENT-CISPL-PCT (WS-SUB) =                      00056700
                  WS-ENT-SPLIT-CI (WS-SUB) * 100 / WS-ENT-RECS (WS-SUB) 00056800
            END-IF.                                                     00056900
            MOVE SPACES TO WS-ENT-REASON (WS-SUB).                      00057000
            MOVE 1 TO WS-REASON-PTR.                                    00057100
            IF WS-ENT-USED-PCT (WS-SUB) > WS-TH-USED THEN               00057200
               STRING 'USED ' DELIMITED BY SIZE                         00057300
                  INTO WS-ENT-REASON (WS-SUB) WITH POINTER WS-REASON-PTR00057400
               END-STRING                                               00057500
            END-IF.                                                     00057600
            IF WS-ENT-CISPL-PCT (WS-SUB) > WS-TH-CISPLIT THEN           00057700
               STRING 'CI-SPLIT ' DELIMITED BY SIZE                     00057800
                  INTO WS-ENT-REASON (WS-SUB) WITH POINTER WS-REASON-PTR00057900
               END-STRING                                               00058000
            END-IF.                                                     00058100
            IF WS-ENT-SPLIT-CA (WS-SUB) > WS-TH-CASPLITS THEN           00058200
               STRING 'CA-SPLIT ' DELIMITED BY SIZE                     00058300
                  INTO WS-ENT-REASON (WS-SUB) WITH POINTER WS-REASON-PTR00058400
               END-STRING                                               00058500
            END-IF.                                                     00058600
            IF WS-ENT-EXTENTS (WS-SUB) > WS-TH-EXTENTS THEN             00058700
               STRING 'EXTENTS ' DELIMITED BY SIZE                      00058800
                  INTO WS-ENT-REASON (WS-SUB) WITH POINTER WS-REASON-PTR00058900
               END-STRING                                               00059000
            END-IF.                                                     00059100
            IF WS-ENT-FS-CI (WS-SUB) > 0 AND WS-ENT-HI-A (WS-SUB) > 0   00059200
               AND WS-ENT-FREE-PCT (WS-SUB) < WS-TH-FREE THEN           00059300
               STRING 'FREE ' DELIMITED BY SIZE                         00059400
                  INTO WS-ENT-REASON (WS-SUB) WITH POINTER WS-REASON-PTR00059500
               END-STRING                                               00059600
            END-IF.                                                     00059700
            IF WS-ENT-REASON (WS-SUB) NOT = SPACES THEN                 00059800
               SET WS-ENT-REORG (WS-SUB) TO TRUE                        00059900
            END-IF.                                                     00060000
      *---------------------------------------------------------------- 00060100
      * FL-NAME AIX CHECK: BASE RECORDS AGAINST PATH RECORDS, AND       00060200
      * DISTINCT NAMES AGAINST THE AIX'S CATALOGED RECORD COUNT.        00060300
      *---------------------------------------------------------------- 00060400
       CHECK-NAME-AIX.                                                  00060500
            MOVE 0 TO WS-AIX-SUB.                                       00060600
            PERFORM VARYING WS-SUB FROM 1 BY 1                          00060700
               UNTIL WS-SUB > WS-ENT-COUNT OR WS-AIX-SUB > 0            00060800
               IF WS-ENT-NAME (WS-SUB) = WS-AIX-NAME THEN               00060900
                  MOVE WS-SUB TO WS-AIX-SUB                             00061000
               END-IF                                                   00061100
            END-PERFORM.                                                00061200
            MOVE SPACES TO RPT-LINE.                                    00061300
            STRING 'AIX CHECK ' WS-AIX-NAME                             00061400
               DELIMITED BY SIZE INTO RPT-LINE                          00061500
            END-STRING.                                                 00061600
            WRITE RPT-LINE.                                             00061700
            OPEN INPUT KSDSIN.                                          00061800
            IF NOT WS-KSDS-OPEN-OK THEN                                 00061900
               MOVE SPACES TO RPT-LINE                                  00062000
               STRING '  BASE CLUSTER OPEN FAILED, STATUS '             00062100
                  WS-KSDS-STATUS ' - AIX NOT CHECKED'                   00062200
                  DELIMITED BY SIZE INTO RPT-LINE                       00062300
               END-STRING                                               00062400
               WRITE RPT-LINE                                           00062500
               ADD 1 TO WS-PROBLEM-COUNT                                00062600
            ELSE                                                        00062700
               OPEN INPUT KSDSPTH                                       00062800
               IF NOT WS-PTH-OPEN-OK THEN                               00062900
                  MOVE SPACES TO RPT-LINE                               00063000
                  STRING '  PATH OPEN FAILED, STATUS '                  00063100
                     WS-PTH-STATUS ' - AIX NOT CHECKED'                 00063200
                     DELIMITED BY SIZE INTO RPT-LINE                    00063300
                  END-STRING                                            00063400
                  WRITE RPT-LINE                                        00063500
                  ADD 1 TO WS-PROBLEM-COUNT                             00063600
                  CLOSE KSDSIN                                          00063700
               ELSE                                                     00063800
                  PERFORM COUNT-BASE-AND-PATH                           00063900
                  CLOSE KSDSIN                                          00064000
                  CLOSE KSDSPTH                                         00064100
                  PERFORM COMPARE-AIX-COUNTS                            00064200
               END-IF                                                   00064300
            END-IF.                                                     00064400
            MOVE SPACES TO RPT-LINE.                                    00064500
            WRITE RPT-LINE.                                             00064600
       COUNT-BASE-AND-PATH.                                             00064700
            PERFORM UNTIL WS-KSDS-EOF                                   00064800
               READ KSDSIN NEXT RECORD                                  00064900
                 AT END SET WS-KSDS-EOF TO TRUE                         00065000
                 NOT AT END ADD 1 TO WS-BASE-COUNT                      00065100
               END-READ                                                 00065200
            END-PERFORM.                                                00065300
            PERFORM UNTIL WS-PTH-EOF                                    00065400
               READ KSDSPTH NEXT RECORD                                 00065500
                 AT END SET WS-PTH-EOF TO TRUE                          00065600
                 NOT AT END                                             00065700
                    ADD 1 TO WS-PATH-COUNT                              00065800
                    IF FL-NAME OF PTH-REC NOT = WS-PREV-NAME THEN       00065900
                       ADD 1 TO WS-NAME-COUNT                           00066000
                       MOVE FL-NAME OF PTH-REC TO WS-PREV-NAME          00066100
                    END-IF                                              00066200
               END-READ                                                 00066300
            END-PERFORM.                                                00066400
       COMPARE-AIX-COUNTS.                                              00066500
            MOVE WS-BASE-COUNT TO WS-ED-COUNT.                          00066600
            MOVE WS-PATH-COUNT TO WS-ED-COUNT2.                         00066700
            MOVE SPACES TO RPT-LINE.                                    00066800
            STRING '  BASE RECORDS ' WS-ED-COUNT                        00066900
               '   READ VIA PATH ' WS-ED-COUNT2                         00067000
               DELIMITED BY SIZE INTO RPT-LINE                          00067100
            END-STRING.                                                 00067200
            WRITE RPT-LINE.                                             00067300
            IF WS-BASE-COUNT NOT = WS-PATH-COUNT THEN                   00067400
               SET WS-AIX-STALE TO TRUE                                 00067500
               MOVE SPACES TO RPT-LINE                                  00067600
               MOVE '  *** PATH DOES NOT RETURN EVERY BASE RECORD'      00067700
                  TO RPT-LINE                                           00067800
               WRITE RPT-LINE                                           00067900
            END-IF.                                                     00068000
            MOVE WS-NAME-COUNT TO WS-ED-COUNT.                          00068100
            MOVE SPACES TO RPT-LINE.                                    00068200
            IF WS-AIX-SUB = 0 THEN                                      00068300
               STRING '  DISTINCT NAMES ' WS-ED-COUNT                   00068400
                  '   AIX NOT IN THE LISTING'                           00068500
                  DELIMITED BY SIZE INTO RPT-LINE                       00068600
               END-STRING                                               00068700
               WRITE RPT-LINE                                           00068800
               ADD 1 TO WS-PROBLEM-COUNT                                00068900
            ELSE                                                        00069000
               MOVE WS-ENT-RECS (WS-AIX-SUB) TO WS-ED-COUNT2            00069100
               STRING '  DISTINCT NAMES ' WS-ED-COUNT                   00069200
                  '   AIX RECORDS   ' WS-ED-COUNT2                      00069300
                  DELIMITED BY SIZE INTO RPT-LINE                       00069400
               END-STRING                                               00069500
               WRITE RPT-LINE                                           00069600
               IF WS-NAME-COUNT NOT = WS-ENT-RECS (WS-AIX-SUB) THEN     00069700
                  SET WS-AIX-STALE TO TRUE                              00069800
                  MOVE SPACES TO RPT-LINE                               00069900
                  MOVE '  *** AIX KEY COUNT DOES NOT MATCH THE BASE'    00070000
                     TO RPT-LINE                                        00070100
                  WRITE RPT-LINE                                        00070200
               END-IF                                                   00070300
            END-IF.                                                     00070400
            IF WS-AIX-STALE THEN                                        00070500
               ADD 1 TO WS-PROBLEM-COUNT                                00070600
               IF WS-AIX-SUB > 0 THEN                                   00070700
                  SET WS-ENT-REORG (WS-AIX-SUB) TO TRUE                 00070800
                  IF WS-ENT-REASON (WS-AIX-SUB) = SPACES THEN           00070900
                     MOVE 'STALE' TO WS-ENT-REASON (WS-AIX-SUB)         00071000
                  ELSE                                                  00071100
                     MOVE WS-ENT-REASON (WS-AIX-SUB) TO WS-VAL          00071200
                     MOVE SPACES TO WS-ENT-REASON (WS-AIX-SUB)          00071300
                     STRING WS-VAL DELIMITED BY '  '                    00071400
                        ' STALE' DELIMITED BY SIZE                      00071500
                        INTO WS-ENT-REASON (WS-AIX-SUB)                 00071600
                     END-STRING                                         00071700
                  END-IF                                                00071800
               END-IF                                                   00071900
            ELSE                                                        00072000
               MOVE '  AIX IN STEP WITH ITS BASE' TO RPT-LINE           00072100
               WRITE RPT-LINE                                           00072200
            END-IF.                                                     00072300
      * AN AIX IS REBUILT WITH ITS BASE, SO AN AIX NEEDING A REORG      00072400
      * PUTS ITS BASE CLUSTER IN THE DECK.                              00072500
       FLAG-BASE-OF-AIX.                                                00072600
            PERFORM VARYING WS-SUB FROM 1 BY 1                          00072700
               UNTIL WS-SUB > WS-ENT-COUNT                              00072800
               IF WS-ENT-IS-AIX (WS-SUB) AND WS-ENT-REORG (WS-SUB)      00072900
                  THEN                                                  00073000
                  PERFORM VARYING WS-SUB2 FROM 1 BY 1                   00073100
                     UNTIL WS-SUB2 > WS-ENT-COUNT                       00073200
                     IF WS-ENT-IS-CLUSTER (WS-SUB2) AND                 00073300
                        WS-ENT-NAME (WS-SUB2) =                         00073400
                        WS-ENT-REL-NAME (WS-SUB) AND                    00073500
                        NOT WS-ENT-REORG (WS-SUB2) THEN                 00073600
                        SET WS-ENT-REORG (WS-SUB2) TO TRUE              00073700
                        MOVE 'FOR ITS AIX'                              00073800
                           TO WS-ENT-REASON (WS-SUB2)                   00073900
                     END-IF                                             00074000
                  END-PERFORM                                           00074100
               END-IF                                                   00074200
            END-PERFORM.                                                00074300
       REPORT-ONE-ENTRY.                                                00074400
            MOVE SPACES TO RPT-LINE.                                    00074500
            IF WS-ENT-IS-AIX (WS-SUB) THEN                              00074600
               STRING WS-ENT-NAME (WS-SUB) ' AIX   '                    00074700
                  DELIMITED BY SIZE INTO RPT-LINE                       00074800
               END-STRING                                               00074900
            ELSE                                                        00075000
               STRING WS-ENT-NAME (WS-SUB) ' KSDS  '                    00075100
                  DELIMITED BY SIZE INTO RPT-LINE                       00075200
               END-STRING                                               00075300
            END-IF.                                                     00075400
            IF WS-ENT-REORG (WS-SUB) THEN                               00075500
               MOVE 'REORG' TO RPT-LINE (52:5)                          00075600
            ELSE                                                        00075700
               MOVE 'OK' TO RPT-LINE (52:2)                             00075800
            END-IF.                                                     00075900
            WRITE RPT-LINE.                                             00076000
            MOVE WS-ENT-RECS (WS-SUB) TO WS-ED-COUNT.                   00076100
            MOVE WS-ENT-SPLIT-CI (WS-SUB) TO WS-ED-SPLIT.               00076200
            MOVE WS-ENT-SPLIT-CA (WS-SUB) TO WS-ED-SPLIT2.              00076300
            MOVE WS-ENT-EXTENTS (WS-SUB) TO WS-ED-EXT.                  00076400
            MOVE SPACES TO RPT-LINE.                                    00076500
            STRING '  RECORDS ' WS-ED-COUNT                             00076600
               '  CI-SPLITS ' WS-ED-SPLIT                               00076700
               '  CA-SPLITS ' WS-ED-SPLIT2                              00076800
               '  EXT ' WS-ED-EXT                                       00076900
               DELIMITED BY SIZE INTO RPT-LINE                          00077000
            END-STRING.                                                 00077100
            WRITE RPT-LINE.                                             00077200
            MOVE WS-ENT-HI-U (WS-SUB) TO WS-ED-RBA.                     00077300
            MOVE WS-ENT-USED-PCT (WS-SUB) TO WS-ED-PCT.                 00077400
            MOVE WS-ENT-CISPL-PCT (WS-SUB) TO WS-ED-PCT2.               00077500
            MOVE SPACES TO RPT-LINE.                                    00077600
            STRING '  HI-U-RBA ' WS-ED-RBA                              00077700
               '  USED% ' WS-ED-PCT                                     00077800
               '  CI-SPLIT% ' WS-ED-PCT2                                00077900
               DELIMITED BY SIZE INTO RPT-LINE                          00078000
            END-STRING.                                                 00078100
            WRITE RPT-LINE.                                             00078200
            MOVE WS-ENT-FREESPC (WS-SUB) TO WS-ED-RBA.                  00078300
            MOVE WS-ENT-FREE-PCT (WS-SUB) TO WS-ED-PCT.                 00078400
            MOVE WS-ENT-FS-CI (WS-SUB) TO WS-ED-PCT2.                   00078500
            MOVE WS-ENT-FS-CA (WS-SUB) TO WS-ED-N3.                     00078600
            MOVE SPACES TO RPT-LINE.                                    00078700
            STRING '  FREESPC  ' WS-ED-RBA                              00078800
               '  FREE% ' WS-ED-PCT                                     00078900
               '  DEFINED CI/CA ' WS-ED-PCT2 '/' WS-ED-N3               00079000
               DELIMITED BY SIZE INTO RPT-LINE                          00079100
            END-STRING.                                                 00079200
            WRITE RPT-LINE.                                             00079300
            IF WS-ENT-REORG (WS-SUB) THEN                               00079400
               MOVE SPACES TO RPT-LINE                                  00079500
               STRING '  OVER THRESHOLD: ' WS-ENT-REASON (WS-SUB)       00079600
                  DELIMITED BY SIZE INTO RPT-LINE                       00079700
               END-STRING                                               00079800
               WRITE RPT-LINE                                           00079900
            END-IF.                                                     00080000
      *---------------------------------------------------------------- 00080100
      * REORG DECK.  ONE GROUP OF FOUR STEPS PER CLUSTER, EACH          00080200
      * STEP COND=(0,NE) SO A FAILURE ANYWHERE STOPS THE DECK           00080300
      * BEFORE THE NEXT DELETE.                                         00080400
      *---------------------------------------------------------------- 00080500
       WRITE-REORG-GROUP.                                               00080600
            MOVE 0 TO WS-AIX-SUB.                                       00080700
            IF WS-ENT-REL-NAME (WS-SUB) NOT = SPACES THEN               00080800
               PERFORM VARYING WS-SUB2 FROM 1 BY 1                      00080900
                  UNTIL WS-SUB2 > WS-ENT-COUNT OR WS-AIX-SUB > 0        00081000
                  IF WS-ENT-IS-AIX (WS-SUB2) AND                        00081100
                     WS-ENT-NAME (WS-SUB2) =                            00081200
                     WS-ENT-REL-NAME (WS-SUB) THEN                      00081300
                     MOVE WS-SUB2 TO WS-AIX-SUB                         00081400
                  END-IF                                                00081500
               END-PERFORM                                              00081600
               IF WS-AIX-SUB = 0 THEN                                   00081700
                  MOVE SPACES TO RPT-LINE                               00081800
                  STRING 'NO DECK FOR ' WS-ENT-NAME (WS-SUB)            00081900
                     DELIMITED BY SIZE INTO RPT-LINE                    00082000
                  END-STRING                                            00082100
                  WRITE RPT-LINE                                        00082200
                  MOVE SPACES TO RPT-LINE                               00082300
                  STRING '  ITS AIX ' WS-ENT-REL-NAME (WS-SUB)          00082400
                     ' IS NOT LISTED'                                   00082500
                     DELIMITED BY SIZE INTO RPT-LINE                    00082600
                  END-STRING                                            00082700
                  WRITE RPT-LINE                                        00082800
                  ADD 1 TO WS-PROBLEM-COUNT                             00082900
               END-IF                                                   00083000
            END-IF.                                                     00083100
            IF WS-ENT-REL-NAME (WS-SUB) = SPACES OR WS-AIX-SUB > 0      00083200
               THEN                                                     00083300
               IF NOT WS-DECK-STARTED THEN                              00083400
                  PERFORM WRITE-REORG-JOB-CARD                          00083500
               END-IF                                                   00083600
               ADD 1 TO WS-GRP                                          00083700
               ADD 1 TO WS-REORG-COUNT                                  00083800
               PERFORM SIZE-REORG-SPACE                                 00083900
               PERFORM WRITE-REORG-CLEANUP                              00084000
               PERFORM WRITE-REORG-UNLOAD                               00084100
               PERFORM WRITE-REORG-DEFINE                               00084200
               PERFORM WRITE-REORG-RELOAD                               00084300
               PERFORM WRITE-REORG-VERIFY                               00084400
            END-IF.                                                     00084500
       WRITE-REORG-JOB-CARD.                                            00084600
            SET WS-DECK-STARTED TO TRUE.                                00084700
            MOVE '//VSAMREOR JOB (ACCTNO),''VSAM REORG'',CLASS=A,'      00084800
               TO JCL-LINE.                                             00084900
            WRITE JCL-LINE.                                             00085000
            MOVE '//             MSGCLASS=X,MSGLEVEL=(1,1),REGION=0M,'  00085100
               TO JCL-LINE.                                             00085200
            WRITE JCL-LINE.                                             00085300
            MOVE '//             TYPRUN=HOLD' TO JCL-LINE.              00085400
            WRITE JCL-LINE.                                             00085500
            MOVE SPACES TO JCL-LINE.                                    00085600
            STRING '//* REORG DECK BUILT BY PGM102 ON ' WS-RUN-DATE     00085700
               DELIMITED BY SIZE INTO JCL-LINE                          00085800
            END-STRING.                                                 00085900
            WRITE JCL-LINE.                                             00086000
            MOVE '//* RELEASE IN THE MAINTENANCE WINDOW ONCE THE CICS'  00086100
               TO JCL-LINE.                                             00086200
            WRITE JCL-LINE.                                             00086300
            MOVE '//* FILES OVER THESE CLUSTERS ARE CLOSED.  EVERY STEP'00086400
               TO JCL-LINE.                                             00086500
            WRITE JCL-LINE.                                             00086600
            MOVE '//* IS COND=(0,NE): A FAILED UNLOAD STOPS THE DELETE.'00086700
               TO JCL-LINE.                                             00086800
            WRITE JCL-LINE.                                             00086900
      * CURRENT ALLOCATION = PRIMARY PLUS ONE SECONDARY PER EXTRA       00087000
      * EXTENT; HALF AGAIN WHEN THE CLUSTER IS OVER ITS USED% LINE.     00087100
       SIZE-REORG-SPACE.                                                00087200
            MOVE WS-ENT-SPACE-SEC (WS-SUB) TO WS-NEW-SEC.               00087300
            IF WS-NEW-SEC = 0 THEN                                      00087400
               MOVE 1 TO WS-NEW-SEC                                     00087500
            END-IF.                                                     00087600
            MOVE WS-ENT-SPACE-PRI (WS-SUB) TO WS-NEW-PRI.               00087700
            IF WS-ENT-EXTENTS (WS-SUB) > 1 THEN                         00087800
               COMPUTE WS-NEW-PRI = WS-NEW-PRI +                        00087900
                  WS-NEW-SEC * (WS-ENT-EXTENTS (WS-SUB) - 1)            00088000
            END-IF.                                                     00088100
            IF WS-ENT-USED-PCT (WS-SUB) > WS-TH-USED THEN               00088200
               COMPUTE WS-NEW-PRI = WS-NEW-PRI + (WS-NEW-PRI + 1) / 2   00088300
            END-IF.                                                     00088400
            IF WS-NEW-PRI = 0 THEN                                      00088500
               MOVE 1 TO WS-NEW-PRI                                     00088600
            END-IF.                                                     00088700
            IF WS-ENT-SPACE-TYPE (WS-SUB) = 'TRACK' THEN                00088800
               MOVE 'TRACKS' TO WS-DEF-UNIT                             00088900
               MOVE 'TRK' TO WS-JCL-UNIT                                00089000
            ELSE                                                        00089100
               MOVE 'CYLINDERS' TO WS-DEF-UNIT                          00089200
               MOVE 'CYL' TO WS-JCL-UNIT                                00089300
            END-IF.                                                     00089400
       WRITE-REORG-CLEANUP.                                             00089500
            MOVE '//*' TO JCL-LINE.                                     00089600
            WRITE JCL-LINE.                                             00089700
            MOVE SPACES TO JCL-LINE.                                    00089800
            MOVE 1 TO WS-PTR.                                           00089900
            STRING '//* GROUP ' DELIMITED BY SIZE                       00090000
               INTO JCL-LINE WITH POINTER WS-PTR                        00090100
            END-STRING.                                                 00090200
            MOVE WS-GRP TO WS-FMT-NUM.                                  00090300
            PERFORM APPEND-NUMBER.                                      00090400
            STRING ': ' WS-ENT-NAME (WS-SUB) DELIMITED BY SIZE          00090500
               INTO JCL-LINE WITH POINTER WS-PTR                        00090600
            END-STRING.                                                 00090700
            WRITE JCL-LINE.                                             00090800
            MOVE SPACES TO JCL-LINE.                                    00090900
            STRING '//* OVER THRESHOLD: ' WS-ENT-REASON (WS-SUB)        00091000
               DELIMITED BY SIZE INTO JCL-LINE                          00091100
            END-STRING.                                                 00091200
            WRITE JCL-LINE.                                             00091300
            MOVE SPACES TO JCL-LINE.                                    00091400
            STRING '//R' WS-GRP 'CLN   EXEC PGM=IDCAMS,COND=(0,NE)'     00091500
               DELIMITED BY SIZE INTO JCL-LINE                          00091600
            END-STRING.                                                 00091700
            WRITE JCL-LINE.                                             00091800
            MOVE '//SYSPRINT DD SYSOUT=*' TO JCL-LINE.                  00091900
            WRITE JCL-LINE.                                             00092000
            MOVE '//SYSIN    DD *' TO JCL-LINE.                         00092100
            WRITE JCL-LINE.                                             00092200
            MOVE 'UNLOAD ' TO WS-DSN-SUFFIX.                            00092300
            PERFORM WRITE-DELETE-WORK-DSN.                              00092400
            MOVE 'BEFORE ' TO WS-DSN-SUFFIX.                            00092500
            PERFORM WRITE-DELETE-WORK-DSN.                              00092600
            MOVE 'AFTER  ' TO WS-DSN-SUFFIX.                            00092700
            PERFORM WRITE-DELETE-WORK-DSN.                              00092800
            MOVE '  SET MAXCC = 0' TO JCL-LINE.                         00092900
            WRITE JCL-LINE.                                             00093000
            MOVE '/*' TO JCL-LINE.                                      00093100
            WRITE JCL-LINE.                                             00093200
       WRITE-DELETE-WORK-DSN.                                           00093300
            MOVE SPACES TO JCL-LINE.                                    00093400
            MOVE 1 TO WS-PTR.                                           00093500
            STRING '  DELETE ' DELIMITED BY SIZE                        00093600
               INTO JCL-LINE WITH POINTER WS-PTR                        00093700
            END-STRING.                                                 00093800
            PERFORM APPEND-WORK-DSN.                                    00093900
            STRING ' NONVSAM' DELIMITED BY SIZE                         00094000
               INTO JCL-LINE WITH POINTER WS-PTR                        00094100
            END-STRING.                                                 00094200
            WRITE JCL-LINE.                                             00094300
      * WORK DATASET NAME: REORGHLQ.Rnn.<SUFFIX>.                       00094400
       APPEND-WORK-DSN.                                                 00094500
            STRING WS-REORG-HLQ DELIMITED BY SPACE                      00094600
               '.R' WS-GRP '.' DELIMITED BY SIZE                        00094700
               WS-DSN-SUFFIX DELIMITED BY SPACE                         00094800
               INTO JCL-LINE WITH POINTER WS-PTR                        00094900
            END-STRING.                                                 00095000
       WRITE-REORG-UNLOAD.                                              00095100
            MOVE SPACES TO JCL-LINE.                                    00095200
            STRING '//R' WS-GRP 'UNL   EXEC PGM=IDCAMS,COND=(0,NE)'     00095300
               DELIMITED BY SIZE INTO JCL-LINE                          00095400
            END-STRING.                                                 00095500
            WRITE JCL-LINE.                                             00095600
            MOVE 'BEFORE ' TO WS-DSN-SUFFIX.                            00095700
            PERFORM WRITE-LISTING-DD.                                   00095800
            MOVE SPACES TO JCL-LINE.                                    00095900
            STRING '//DDIN     DD DSN=' DELIMITED BY SIZE               00096000
               WS-ENT-NAME (WS-SUB) DELIMITED BY SPACE                  00096100
               ',DISP=OLD' DELIMITED BY SIZE                            00096200
               INTO JCL-LINE                                            00096300
            END-STRING.                                                 00096400
            WRITE JCL-LINE.                                             00096500
            MOVE SPACES TO JCL-LINE.                                    00096600
            MOVE 1 TO WS-PTR.                                           00096700
            STRING '//DDOUT    DD DSN=' DELIMITED BY SIZE               00096800
               INTO JCL-LINE WITH POINTER WS-PTR                        00096900
            END-STRING.                                                 00097000
            MOVE 'UNLOAD ' TO WS-DSN-SUFFIX.                            00097100
            PERFORM APPEND-WORK-DSN.                                    00097200
            STRING ',' DELIMITED BY SIZE                                00097300
               INTO JCL-LINE WITH POINTER WS-PTR                        00097400
            END-STRING.                                                 00097500
            WRITE JCL-LINE.                                             00097600
            MOVE SPACES TO JCL-LINE.                                    00097700
            MOVE 1 TO WS-PTR.                                           00097800
            STRING '//             DISP=(NEW,CATLG,DELETE),SPACE=('     00097900
               WS-JCL-UNIT ',(' DELIMITED BY SIZE                       00098000
               INTO JCL-LINE WITH POINTER WS-PTR                        00098100
            END-STRING.                                                 00098200
            MOVE WS-NEW-PRI TO WS-FMT-NUM.                              00098300
            PERFORM APPEND-NUMBER.                                      00098400
            STRING ',' DELIMITED BY SIZE                                00098500
               INTO JCL-LINE WITH POINTER WS-PTR                        00098600
            END-STRING.                                                 00098700
            MOVE WS-NEW-SEC TO WS-FMT-NUM.                              00098800
            PERFORM APPEND-NUMBER.                                      00098900
            STRING ')),' DELIMITED BY SIZE                              00099000
               INTO JCL-LINE WITH POINTER WS-PTR                        00099100
            END-STRING.                                                 00099200
            WRITE JCL-LINE.                                             00099300
            MOVE SPACES TO JCL-LINE.                                    00099400
            MOVE 1 TO WS-PTR.                                           00099500
            STRING '//             DCB=(RECFM=VB,LRECL='                00099600
               DELIMITED BY SIZE                                        00099700
               INTO JCL-LINE WITH POINTER WS-PTR                        00099800
            END-STRING.                                                 00099900
            COMPUTE WS-FMT-NUM = WS-ENT-MAXLRECL (WS-SUB) + 4.          00100000
            PERFORM APPEND-NUMBER.                                      00100100
            STRING ',BLKSIZE=0)' DELIMITED BY SIZE                      00100200
               INTO JCL-LINE WITH POINTER WS-PTR                        00100300
            END-STRING.                                                 00100400
            WRITE JCL-LINE.                                             00100500
            MOVE '//SYSIN    DD *' TO JCL-LINE.                         00100600
            WRITE JCL-LINE.                                             00100700
            MOVE '  REPRO INFILE(DDIN) OUTFILE(DDOUT)' TO JCL-LINE.     00100800
            WRITE JCL-LINE.                                             00100900
            PERFORM WRITE-LISTCAT-CARDS.                                00101000
            MOVE '/*' TO JCL-LINE.                                      00101100
            WRITE JCL-LINE.                                             00101200
       WRITE-LISTING-DD.                                                00101300
            MOVE SPACES TO JCL-LINE.                                    00101400
            MOVE 1 TO WS-PTR.                                           00101500
            STRING '//SYSPRINT DD DSN=' DELIMITED BY SIZE               00101600
               INTO JCL-LINE WITH POINTER WS-PTR                        00101700
            END-STRING.                                                 00101800
            PERFORM APPEND-WORK-DSN.                                    00101900
            STRING ',' DELIMITED BY SIZE                                00102000
               INTO JCL-LINE WITH POINTER WS-PTR                        00102100
            END-STRING.                                                 00102200
            WRITE JCL-LINE.                                             00102300
            MOVE SPACES TO JCL-LINE.                                    00102400
            STRING '//             DISP=(NEW,CATLG,DELETE),'            00102500
               'SPACE=(TRK,(5,5)),'                                     00102600
               DELIMITED BY SIZE INTO JCL-LINE                          00102700
            END-STRING.                                                 00102800
            WRITE JCL-LINE.                                             00102900
            MOVE '//             DCB=(RECFM=VBA,LRECL=125,BLKSIZE=0)'   00103000
               TO JCL-LINE.                                             00103100
            WRITE JCL-LINE.                                             00103200
       WRITE-LISTCAT-CARDS.                                             00103300
            MOVE SPACES TO JCL-LINE.                                    00103400
            STRING '  LISTCAT ENTRIES(' DELIMITED BY SIZE               00103500
               WS-ENT-NAME (WS-SUB) DELIMITED BY SPACE                  00103600
               ') ALL' DELIMITED BY SIZE                                00103700
               INTO JCL-LINE                                            00103800
            END-STRING.                                                 00103900
            WRITE JCL-LINE.                                             00104000
            IF WS-AIX-SUB > 0 THEN                                      00104100
               MOVE SPACES TO JCL-LINE                                  00104200
               STRING '  LISTCAT ENTRIES(' DELIMITED BY SIZE            00104300
                  WS-ENT-NAME (WS-AIX-SUB) DELIMITED BY SPACE           00104400
                  ') ALL' DELIMITED BY SIZE                             00104500
                  INTO JCL-LINE                                         00104600
               END-STRING                                               00104700
               WRITE JCL-LINE                                           00104800
            END-IF.                                                     00104900
      * DELETING THE BASE CLUSTER ALSO DELETES ITS AIX AND PATH, SO     00105000
      * THEY ARE DEFINED AGAIN HERE FROM THEIR OWN LISTING.             00105100
       WRITE-REORG-DEFINE.                                              00105200
            MOVE SPACES TO JCL-LINE.                                    00105300
            STRING '//R' WS-GRP 'DEF   EXEC PGM=IDCAMS,COND=(0,NE)'     00105400
               DELIMITED BY SIZE INTO JCL-LINE                          00105500
            END-STRING.                                                 00105600
            WRITE JCL-LINE.                                             00105700
            MOVE '//SYSPRINT DD SYSOUT=*' TO JCL-LINE.                  00105800
            WRITE JCL-LINE.                                             00105900
            MOVE '//SYSIN    DD *' TO JCL-LINE.                         00106000
            WRITE JCL-LINE.                                             00106100
            MOVE SPACES TO JCL-LINE.                                    00106200
            STRING '  DELETE ' DELIMITED BY SIZE                        00106300
               WS-ENT-NAME (WS-SUB) DELIMITED BY SPACE                  00106400
               ' CLUSTER' DELIMITED BY SIZE                             00106500
               INTO JCL-LINE                                            00106600
            END-STRING.                                                 00106700
            WRITE JCL-LINE.                                             00106800
            MOVE SPACES TO JCL-LINE.                                    00106900
            STRING '  DEFINE CLUSTER (NAME(' DELIMITED BY SIZE          00107000
               WS-ENT-NAME (WS-SUB) DELIMITED BY SPACE                  00107100
               ') -' DELIMITED BY SIZE                                  00107200
               INTO JCL-LINE                                            00107300
            END-STRING.                                                 00107400
            WRITE JCL-LINE.                                             00107500
            MOVE SPACES TO JCL-LINE.                                    00107600
            MOVE 1 TO WS-PTR.                                           00107700
            STRING '    INDEXED KEYS(' DELIMITED BY SIZE                00107800
               INTO JCL-LINE WITH POINTER WS-PTR                        00107900
            END-STRING.                                                 00108000
            MOVE WS-ENT-KEYLEN (WS-SUB) TO WS-FMT-NUM.                  00108100
            PERFORM APPEND-NUMBER.                                      00108200
            STRING ' ' DELIMITED BY SIZE                                00108300
               INTO JCL-LINE WITH POINTER WS-PTR                        00108400
            END-STRING.                                                 00108500
            MOVE WS-ENT-RKP (WS-SUB) TO WS-FMT-NUM.                     00108600
            PERFORM APPEND-NUMBER.                                      00108700
            STRING ') -' DELIMITED BY SIZE                              00108800
               INTO JCL-LINE WITH POINTER WS-PTR                        00108900
            END-STRING.                                                 00109000
            WRITE JCL-LINE.                                             00109100
            PERFORM WRITE-RECORDSIZE-CARD.                              00109200
            MOVE SPACES TO JCL-LINE.                                    00109300
            MOVE 1 TO WS-PTR.                                           00109400
            STRING '    FREESPACE(' DELIMITED BY SIZE                   00109500
               INTO JCL-LINE WITH POINTER WS-PTR                        00109600
            END-STRING.                                                 00109700
            MOVE WS-ENT-FS-CI (WS-SUB) TO WS-FMT-NUM.                   00109800
            PERFORM APPEND-NUMBER.                                      00109900
            STRING ' ' DELIMITED BY SIZE                                00110000
               INTO JCL-LINE WITH POINTER WS-PTR                        00110100
            END-STRING.                                                 00110200
            MOVE WS-ENT-FS-CA (WS-SUB) TO WS-FMT-NUM.                   00110300
            PERFORM APPEND-NUMBER.                                      00110400
            STRING ') -' DELIMITED BY SIZE                              00110500
               INTO JCL-LINE WITH POINTER WS-PTR                        00110600
            END-STRING.                                                 00110700
            WRITE JCL-LINE.                                             00110800
            IF WS-ENT-CISIZE (WS-SUB) > 0 THEN                          00110900
               MOVE SPACES TO JCL-LINE                                  00111000
               MOVE 1 TO WS-PTR                                         00111100
               STRING '    CONTROLINTERVALSIZE(' DELIMITED BY SIZE      00111200
                  INTO JCL-LINE WITH POINTER WS-PTR                     00111300
               END-STRING                                               00111400
               MOVE WS-ENT-CISIZE (WS-SUB) TO WS-FMT-NUM                00111500
               PERFORM APPEND-NUMBER                                    00111600
               STRING ') -' DELIMITED BY SIZE                           00111700
                  INTO JCL-LINE WITH POINTER WS-PTR                     00111800
               END-STRING                                               00111900
               WRITE JCL-LINE                                           00112000
            END-IF.                                                     00112100
            IF WS-ENT-SHR-1 (WS-SUB) IS NUMERIC AND                     00112200
               WS-ENT-SHR-2 (WS-SUB) IS NUMERIC THEN                    00112300
               MOVE SPACES TO JCL-LINE                                  00112400
               STRING '    SHAREOPTIONS(' WS-ENT-SHR-1 (WS-SUB) ' '     00112500
                  WS-ENT-SHR-2 (WS-SUB) ') -'                           00112600
                  DELIMITED BY SIZE INTO JCL-LINE                       00112700
               END-STRING                                               00112800
               WRITE JCL-LINE                                           00112900
            END-IF.                                                     00113000
            PERFORM WRITE-SPACE-CARD.                                   00113100
            IF WS-AIX-SUB > 0 THEN                                      00113200
               PERFORM WRITE-AIX-DEFINE                                 00113300
            END-IF.                                                     00113400
            MOVE '/*' TO JCL-LINE.                                      00113500
            WRITE JCL-LINE.                                             00113600
       WRITE-RECORDSIZE-CARD.                                           00113700
            MOVE SPACES TO JCL-LINE.                                    00113800
            MOVE 1 TO WS-PTR.                                           00113900
            STRING '    RECORDSIZE(' DELIMITED BY SIZE                  00114000
               INTO JCL-LINE WITH POINTER WS-PTR                        00114100
            END-STRING.                                                 00114200
            MOVE WS-ENT-AVGLRECL (WS-SUB) TO WS-FMT-NUM.                00114300
            PERFORM APPEND-NUMBER.                                      00114400
            STRING ' ' DELIMITED BY SIZE                                00114500
               INTO JCL-LINE WITH POINTER WS-PTR                        00114600
            END-STRING.                                                 00114700
            MOVE WS-ENT-MAXLRECL (WS-SUB) TO WS-FMT-NUM.                00114800
            PERFORM APPEND-NUMBER.                                      00114900
            STRING ') -' DELIMITED BY SIZE                              00115000
               INTO JCL-LINE WITH POINTER WS-PTR                        00115100
            END-STRING.                                                 00115200
            WRITE JCL-LINE.                                             00115300
       WRITE-SPACE-CARD.                                                00115400
            MOVE SPACES TO JCL-LINE.                                    00115500
            MOVE 1 TO WS-PTR.                                           00115600
            STRING '    ' DELIMITED BY SIZE                             00115700
               WS-DEF-UNIT DELIMITED BY SPACE                           00115800
               '(' DELIMITED BY SIZE                                    00115900
               INTO JCL-LINE WITH POINTER WS-PTR                        00116000
            END-STRING.                                                 00116100
            MOVE WS-NEW-PRI TO WS-FMT-NUM.                              00116200
            PERFORM APPEND-NUMBER.                                      00116300
            STRING ' ' DELIMITED BY SIZE                                00116400
               INTO JCL-LINE WITH POINTER WS-PTR                        00116500
            END-STRING.                                                 00116600
            MOVE WS-NEW-SEC TO WS-FMT-NUM.                              00116700
            PERFORM APPEND-NUMBER.                                      00116800
            STRING '))' DELIMITED BY SIZE                               00116900
               INTO JCL-LINE WITH POINTER WS-PTR                        00117000
            END-STRING.                                                 00117100
            WRITE JCL-LINE.                                             00117200
      * THE AIX KEEPS ITS OWN KEY (LENGTH AND BASE OFFSET AXRKP),       00117300
      * RECORD SIZE, UNIQUENESS AND UPGRADE SETTING, AND IS SIZED       00117400
      * LIKE ITS BASE.                                                  00117500
       WRITE-AIX-DEFINE.                                                00117600
            MOVE SPACES TO JCL-LINE.                                    00117700
            STRING '  DEFINE AIX (NAME(' DELIMITED BY SIZE              00117800
               WS-ENT-NAME (WS-AIX-SUB) DELIMITED BY SPACE              00117900
               ') -' DELIMITED BY SIZE                                  00118000
               INTO JCL-LINE                                            00118100
            END-STRING.                                                 00118200
            WRITE JCL-LINE.                                             00118300
            MOVE SPACES TO JCL-LINE.                                    00118400
            STRING '    RELATE(' DELIMITED BY SIZE                      00118500
               WS-ENT-NAME (WS-SUB) DELIMITED BY SPACE                  00118600
               ') -' DELIMITED BY SIZE                                  00118700
               INTO JCL-LINE                                            00118800
            END-STRING.                                                 00118900
            WRITE JCL-LINE.                                             00119000
            MOVE SPACES TO JCL-LINE.                                    00119100
            MOVE 1 TO WS-PTR.                                           00119200
            STRING '    KEYS(' DELIMITED BY SIZE                        00119300
               INTO JCL-LINE WITH POINTER WS-PTR                        00119400
            END-STRING.                                                 00119500
            MOVE WS-ENT-KEYLEN (WS-AIX-SUB) TO WS-FMT-NUM.              00119600
            PERFORM APPEND-NUMBER.                                      00119700
            STRING ' ' DELIMITED BY SIZE                                00119800
               INTO JCL-LINE WITH POINTER WS-PTR                        00119900
            END-STRING.                                                 00120000
            MOVE WS-ENT-AXRKP (WS-AIX-SUB) TO WS-FMT-NUM.               00120100
            PERFORM APPEND-NUMBER.                                      00120200
            IF WS-ENT-UNIQUE (WS-AIX-SUB) THEN                          00120300
               STRING ') UNIQUEKEY' DELIMITED BY SIZE                   00120400
                  INTO JCL-LINE WITH POINTER WS-PTR                     00120500
               END-STRING                                               00120600
            ELSE                                                        00120700
               STRING ') NONUNIQUEKEY' DELIMITED BY SIZE                00120800
                  INTO JCL-LINE WITH POINTER WS-PTR                     00120900
               END-STRING                                               00121000
            END-IF.                                                     00121100
            IF WS-ENT-UPGRADE (WS-AIX-SUB) THEN                         00121200
               STRING ' UPGRADE -' DELIMITED BY SIZE                    00121300
                  INTO JCL-LINE WITH POINTER WS-PTR                     00121400
               END-STRING                                               00121500
            ELSE                                                        00121600
               STRING ' NOUPGRADE -' DELIMITED BY SIZE                  00121700
                  INTO JCL-LINE WITH POINTER WS-PTR                     00121800
               END-STRING                                               00121900
            END-IF.                                                     00122000
            WRITE JCL-LINE.                                             00122100
            MOVE WS-SUB TO WS-SUB2.                                     00122200
            MOVE WS-AIX-SUB TO WS-SUB.                                  00122300
            PERFORM WRITE-RECORDSIZE-CARD.                              00122400
            MOVE WS-SUB2 TO WS-SUB.                                     00122500
            PERFORM WRITE-SPACE-CARD.                                   00122600
            IF WS-ENT-PATH-NAME (WS-AIX-SUB) NOT = SPACES THEN          00122700
               MOVE SPACES TO JCL-LINE                                  00122800
               STRING '  DEFINE PATH (NAME(' DELIMITED BY SIZE          00122900
                  WS-ENT-PATH-NAME (WS-AIX-SUB) DELIMITED BY SPACE      00123000
                  ') -' DELIMITED BY SIZE                               00123100
                  INTO JCL-LINE                                         00123200
               END-STRING                                               00123300
               WRITE JCL-LINE                                           00123400
               MOVE SPACES TO JCL-LINE                                  00123500
               STRING '    PATHENTRY(' DELIMITED BY SIZE                00123600
                  WS-ENT-NAME (WS-AIX-SUB) DELIMITED BY SPACE           00123700
                  '))' DELIMITED BY SIZE                                00123800
                  INTO JCL-LINE                                         00123900
               END-STRING                                               00124000
               WRITE JCL-LINE                                           00124100
            END-IF.                                                     00124200
       WRITE-REORG-RELOAD.                                              00124300
            MOVE SPACES TO JCL-LINE.                                    00124400
            STRING '//R' WS-GRP 'LOD   EXEC PGM=IDCAMS,COND=(0,NE)'     00124500
               DELIMITED BY SIZE INTO JCL-LINE                          00124600
            END-STRING.                                                 00124700
            WRITE JCL-LINE.                                             00124800
            MOVE 'AFTER  ' TO WS-DSN-SUFFIX.                            00124900
            PERFORM WRITE-LISTING-DD.                                   00125000
            MOVE SPACES TO JCL-LINE.                                    00125100
            MOVE 1 TO WS-PTR.                                           00125200
            STRING '//DDIN     DD DSN=' DELIMITED BY SIZE               00125300
               INTO JCL-LINE WITH POINTER WS-PTR                        00125400
            END-STRING.                                                 00125500
            MOVE 'UNLOAD ' TO WS-DSN-SUFFIX.                            00125600
            PERFORM APPEND-WORK-DSN.                                    00125700
            STRING ',DISP=OLD' DELIMITED BY SIZE                        00125800
               INTO JCL-LINE WITH POINTER WS-PTR                        00125900
            END-STRING.                                                 00126000
            WRITE JCL-LINE.                                             00126100
            MOVE SPACES TO JCL-LINE.                                    00126200
            STRING '//DDOUT    DD DSN=' DELIMITED BY SIZE               00126300
               WS-ENT-NAME (WS-SUB) DELIMITED BY SPACE                  00126400
               ',DISP=OLD' DELIMITED BY SIZE                            00126500
               INTO JCL-LINE                                            00126600
            END-STRING.                                                 00126700
            WRITE JCL-LINE.                                             00126800
            IF WS-AIX-SUB > 0 THEN                                      00126900
               MOVE SPACES TO JCL-LINE                                  00127000
               STRING '//DDAIX    DD DSN=' DELIMITED BY SIZE            00127100
                  WS-ENT-NAME (WS-AIX-SUB) DELIMITED BY SPACE           00127200
                  ',DISP=OLD' DELIMITED BY SIZE                         00127300
                  INTO JCL-LINE                                         00127400
               END-STRING                                               00127500
               WRITE JCL-LINE                                           00127600
            END-IF.                                                     00127700
            MOVE '//SYSIN    DD *' TO JCL-LINE.                         00127800
            WRITE JCL-LINE.                                             00127900
            MOVE '  REPRO INFILE(DDIN) OUTFILE(DDOUT)' TO JCL-LINE.     00128000
            WRITE JCL-LINE.                                             00128100
            IF WS-AIX-SUB > 0 THEN                                      00128200
               MOVE '  BLDINDEX INFILE(DDOUT) OUTFILE(DDAIX)'           00128300
                  TO JCL-LINE                                           00128400
               WRITE JCL-LINE                                           00128500
            END-IF.                                                     00128600
            PERFORM WRITE-LISTCAT-CARDS.                                00128700
            MOVE '/*' TO JCL-LINE.                                      00128800
            WRITE JCL-LINE.                                             00128900
       WRITE-REORG-VERIFY.                                              00129000
            MOVE SPACES TO JCL-LINE.                                    00129100
            STRING '//R' WS-GRP 'VER   EXEC PGM=PGM102,COND=(0,NE)'     00129200
               DELIMITED BY SIZE INTO JCL-LINE                          00129300
            END-STRING.                                                 00129400
            WRITE JCL-LINE.                                             00129500
            STRING '//STEPLIB  DD DSN=IBMUSER.ZUNIT.DEMO.BATCH.LOADLIB,'00129600
               'DISP=SHR'                                               00129700
               DELIMITED BY SIZE INTO JCL-LINE                          00129800
            END-STRING.                                                 00129900
            WRITE JCL-LINE.                                             00130000
            MOVE SPACES TO JCL-LINE.                                    00130100
            MOVE 1 TO WS-PTR.                                           00130200
            STRING '//DDLSTCAT DD DSN=' DELIMITED BY SIZE               00130300
               INTO JCL-LINE WITH POINTER WS-PTR                        00130400
            END-STRING.                                                 00130500
            MOVE 'BEFORE ' TO WS-DSN-SUFFIX.                            00130600
            PERFORM APPEND-WORK-DSN.                                    00130700
            STRING ',DISP=SHR' DELIMITED BY SIZE                        00130800
               INTO JCL-LINE WITH POINTER WS-PTR                        00130900
            END-STRING.                                                 00131000
            WRITE JCL-LINE.                                             00131100
            MOVE SPACES TO JCL-LINE.                                    00131200
            MOVE 1 TO WS-PTR.                                           00131300
            STRING '//         DD DSN=' DELIMITED BY SIZE               00131400
               INTO JCL-LINE WITH POINTER WS-PTR                        00131500
            END-STRING.                                                 00131600
            MOVE 'AFTER  ' TO WS-DSN-SUFFIX.                            00131700
            PERFORM APPEND-WORK-DSN.                                    00131800
            STRING ',DISP=SHR' DELIMITED BY SIZE                        00131900
               INTO JCL-LINE WITH POINTER WS-PTR                        00132000
            END-STRING.                                                 00132100
            WRITE JCL-LINE.                                             00132200
            MOVE '//DDPARMIN DD *' TO JCL-LINE.                         00132300
            WRITE JCL-LINE.                                             00132400
            MOVE SPACES TO JCL-LINE.                                    00132500
            MOVE 'MODE' TO JCL-LINE (1:20).                             00132600
            MOVE 'VERIFY' TO JCL-LINE (21:6).                           00132700
            WRITE JCL-LINE.                                             00132800
            MOVE '/*' TO JCL-LINE.                                      00132900
            WRITE JCL-LINE.                                             00133000
            MOVE '//DDRPTOUT DD SYSOUT=*' TO JCL-LINE.                  00133100
            WRITE JCL-LINE.                                             00133200
            MOVE '//SYSOUT   DD SYSOUT=*' TO JCL-LINE.                  00133300
            WRITE JCL-LINE.                                             00133400
      * APPENDS WS-FMT-NUM WITHOUT LEADING ZEROS AT WS-PTR.             00133500
       APPEND-NUMBER.                                                   00133600
            MOVE WS-FMT-NUM TO WS-FMT-EDIT.                             00133700
            MOVE 0 TO WS-FMT-LEAD.                                      00133800
            INSPECT WS-FMT-EDIT TALLYING WS-FMT-LEAD                    00133900
               FOR LEADING SPACES.                                      00134000
            STRING WS-FMT-EDIT (WS-FMT-LEAD + 1:) DELIMITED BY SIZE     00134100
               INTO JCL-LINE WITH POINTER WS-PTR                        00134200
            END-STRING.                                                 00134300
       WRITE-HEALTH-SUMMARY.                                            00134400
            IF WS-ENT-OVER > 0 THEN                                     00134500
               MOVE SPACES TO RPT-LINE                                  00134600
               MOVE WS-ENT-OVER TO WS-ED-N3                             00134700
               STRING WS-ED-N3 ' ENTRIES BEYOND THE TABLE OF '          00134800
                  WS-ENT-MAX ' NOT REPORTED'                            00134900
                  DELIMITED BY SIZE INTO RPT-LINE                       00135000
               END-STRING                                               00135100
               WRITE RPT-LINE                                           00135200
               ADD WS-ENT-OVER TO WS-PROBLEM-COUNT                      00135300
            END-IF.                                                     00135400
            IF WS-ENT-COUNT = 0 THEN                                    00135500
               MOVE 'NO CLUSTERS IN THE LISTING' TO RPT-LINE            00135600
               WRITE RPT-LINE                                           00135700
               ADD 1 TO WS-PROBLEM-COUNT                                00135800
            END-IF.                                                     00135900
            PERFORM VARYING WS-SUB FROM 1 BY 1                          00136000
               UNTIL WS-SUB > WS-MISSING-COUNT OR WS-SUB > 20           00136100
               MOVE SPACES TO RPT-LINE                                  00136200
               STRING WS-MISSING-NAME (WS-SUB) ' NOT IN THE CATALOG'    00136300
                  DELIMITED BY SIZE INTO RPT-LINE                       00136400
               END-STRING                                               00136500
               WRITE RPT-LINE                                           00136600
            END-PERFORM.                                                00136700
            ADD WS-MISSING-COUNT TO WS-PROBLEM-COUNT.                   00136800
            MOVE SPACES TO RPT-LINE.                                    00136900
            WRITE RPT-LINE.                                             00137000
            MOVE WS-ENT-COUNT TO WS-ED-N3.                              00137100
            MOVE WS-REORG-COUNT TO WS-ED-PCT.                           00137200
            MOVE WS-MISSING-COUNT TO WS-ED-PCT2.                        00137300
            MOVE SPACES TO RPT-LINE.                                    00137400
            STRING 'ENTRIES ' WS-ED-N3                                  00137500
               '  REORG GROUPS ' WS-ED-PCT                              00137600
               '  MISSING ' WS-ED-PCT2                                  00137700
               DELIMITED BY SIZE INTO RPT-LINE                          00137800
            END-STRING.                                                 00137900
            WRITE RPT-LINE.                                             00138000
            MOVE SPACES TO RPT-LINE.                                    00138100
            EVALUATE TRUE                                               00138200
                WHEN WS-PROBLEM-COUNT > 0                               00138300
                   SET WS-RC-DATA-ERROR TO TRUE                         00138400
                   MOVE 'RESULT: PROBLEMS FOUND - SEE ABOVE' TO RPT-LINE00138500
                WHEN WS-REORG-COUNT > 0                                 00138600
                   SET WS-RC-WARNING TO TRUE                            00138700
                   MOVE 'RESULT: REORG DECK WRITTEN' TO RPT-LINE        00138800
                WHEN OTHER                                              00138900
                   MOVE 'RESULT: ALL CLUSTERS WITHIN THRESHOLDS'        00139000
                      TO RPT-LINE                                       00139100
            END-EVALUATE.                                               00139200
            WRITE RPT-LINE.                                             00139300
      *---------------------------------------------------------------- 00139400
      * VERIFY MODE.  THE LISTING IS THE BEFORE LISTING FOLLOWED BY     00139500
      * THE AFTER LISTING, SO EACH NAME APPEARS TWICE - THE FIRST       00139600
      * IS BEFORE, THE SECOND AFTER.                                    00139700
      *---------------------------------------------------------------- 00139800
       VERIFY-REORG-COUNTS.                                             00139900
            MOVE SPACES TO RPT-LINE.                                    00140000
            STRING 'VSAM REORG COUNT VERIFICATION       RUN DATE '      00140100
               WS-RUN-DATE                                              00140200
               DELIMITED BY SIZE INTO RPT-LINE                          00140300
            END-STRING.                                                 00140400
            WRITE RPT-LINE.                                             00140500
            MOVE SPACES TO RPT-LINE.                                    00140600
            WRITE RPT-LINE.                                             00140700
            PERFORM VARYING WS-SUB FROM 1 BY 1                          00140800
               UNTIL WS-SUB > WS-ENT-COUNT                              00140900
               IF NOT WS-ENT-DONE (WS-SUB) THEN                         00141000
                  PERFORM VERIFY-ONE-ENTRY                              00141100
               END-IF                                                   00141200
            END-PERFORM.                                                00141300
            IF WS-ENT-COUNT = 0 OR WS-MISSING-COUNT > 0 THEN            00141400
               ADD 1 TO WS-PROBLEM-COUNT                                00141500
            END-IF.                                                     00141600
            MOVE SPACES TO RPT-LINE.                                    00141700
            WRITE RPT-LINE.                                             00141800
            EVALUATE TRUE                                               00141900
                WHEN WS-PROBLEM-COUNT > 0                               00142000
                   SET WS-RC-DATA-ERROR TO TRUE                         00142100
                   MOVE 'RESULT: COUNTS DO NOT AGREE - KEEP THE UNLOAD' 00142200
                      TO RPT-LINE                                       00142300
                WHEN WS-CHANGED-COUNT > 0                               00142400
                   MOVE 'RESULT: COUNTS AGREE - REBUILT AIX CHANGED'    00142500
                      TO RPT-LINE                                       00142600
                WHEN OTHER                                              00142700
                   MOVE 'RESULT: COUNTS AGREE' TO RPT-LINE              00142800
            END-EVALUATE.                                               00142900
            WRITE RPT-LINE.                                             00143000
       VERIFY-ONE-ENTRY.                                                00143100
            SET WS-ENT-DONE (WS-SUB) TO TRUE.                           00143200
            MOVE 0 TO WS-SUB2.                                          00143300
            PERFORM VARYING WS-AIX-SUB FROM WS-SUB BY 1                 00143400
               UNTIL WS-AIX-SUB > WS-ENT-COUNT OR WS-SUB2 > 0           00143500
               IF WS-AIX-SUB > WS-SUB AND                               00143600
                  WS-ENT-NAME (WS-AIX-SUB) = WS-ENT-NAME (WS-SUB) THEN  00143700
                  MOVE WS-AIX-SUB TO WS-SUB2                            00143800
                  SET WS-ENT-DONE (WS-AIX-SUB) TO TRUE                  00143900
               END-IF                                                   00144000
            END-PERFORM.                                                00144100
            MOVE SPACES TO RPT-LINE.                                    00144200
            STRING WS-ENT-NAME (WS-SUB) DELIMITED BY SIZE               00144300
               INTO RPT-LINE                                            00144400
            END-STRING.                                                 00144500
            WRITE RPT-LINE.                                             00144600
            MOVE WS-ENT-RECS (WS-SUB) TO WS-ED-COUNT.                   00144700
            MOVE SPACES TO RPT-LINE.                                    00144800
            IF WS-SUB2 = 0 THEN                                         00144900
               STRING '  BEFORE ' WS-ED-COUNT                           00145000
                  '   *** NOT LISTED AFTER THE RELOAD'                  00145100
                  DELIMITED BY SIZE INTO RPT-LINE                       00145200
               END-STRING                                               00145300
               WRITE RPT-LINE                                           00145400
               ADD 1 TO WS-PROBLEM-COUNT                                00145500
            ELSE                                                        00145600
               MOVE WS-ENT-RECS (WS-SUB2) TO WS-ED-COUNT2               00145700
               STRING '  BEFORE ' WS-ED-COUNT                           00145800
                  '   AFTER  ' WS-ED-COUNT2                             00145900
                  DELIMITED BY SIZE INTO RPT-LINE                       00146000
               END-STRING                                               00146100
               WRITE RPT-LINE                                           00146200
               IF WS-ENT-IS-AIX (WS-SUB) THEN                           00146300
                  PERFORM VERIFY-AIX-PAIR                               00146400
               ELSE                                                     00146500
                  PERFORM VERIFY-CLUSTER-PAIR                           00146600
               END-IF                                                   00146700
            END-IF.                                                     00146800
       VERIFY-CLUSTER-PAIR.                                             00146900
            MOVE WS-ENT-REPRO-CNT (WS-SUB) TO WS-ED-COUNT.              00147000
            MOVE WS-ENT-REPRO-CNT (WS-SUB2) TO WS-ED-COUNT2.            00147100
            MOVE SPACES TO RPT-LINE.                                    00147200
            STRING '  UNLOAD ' WS-ED-COUNT                              00147300
               '   RELOAD ' WS-ED-COUNT2                                00147400
               DELIMITED BY SIZE INTO RPT-LINE                          00147500
            END-STRING.                                                 00147600
            WRITE RPT-LINE.                                             00147700
            IF NOT WS-ENT-HAS-REPRO (WS-SUB) OR                         00147800
               NOT WS-ENT-HAS-REPRO (WS-SUB2) OR                        00147900
               WS-ENT-RECS (WS-SUB) NOT = WS-ENT-RECS (WS-SUB2) OR      00148000
               WS-ENT-REPRO-CNT (WS-SUB) NOT = WS-ENT-RECS (WS-SUB) OR  00148100
               WS-ENT-REPRO-CNT (WS-SUB2) NOT = WS-ENT-RECS (WS-SUB)    00148200
               THEN                                                     00148300
               ADD 1 TO WS-PROBLEM-COUNT                                00148400
               MOVE '  *** RECORD COUNTS DO NOT AGREE' TO RPT-LINE      00148500
            ELSE                                                        00148600
               MOVE '  RECORD COUNTS AGREE' TO RPT-LINE                 00148700
            END-IF.                                                     00148800
            WRITE RPT-LINE.                                             00148900
       VERIFY-AIX-PAIR.                                                 00149000
            IF WS-ENT-RECS (WS-SUB) NOT = WS-ENT-RECS (WS-SUB2) THEN    00149100
               ADD 1 TO WS-CHANGED-COUNT                                00149200
               MOVE '  REBUILT AIX KEY COUNT CHANGED - OLD AIX STALE'   00149300
                  TO RPT-LINE                                           00149400
            ELSE                                                        00149500
               MOVE '  AIX KEY COUNT UNCHANGED' TO RPT-LINE             00149600
            END-IF.                                                     00149700
            WRITE RPT-LINE.                                             00149800

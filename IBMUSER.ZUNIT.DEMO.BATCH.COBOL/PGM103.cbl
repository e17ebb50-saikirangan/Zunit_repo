       IDENTIFICATION DIVISION.                                         00000100
       PROGRAM-ID.   PGM103.                                            00000200
      * NIGHTLY SALARY READ-ACCESS HISTORY LOAD AND REPORT.  THE        00000300
      * ONLINE TRANSACTIONS THAT SHOW A SALARY - EMPQ (PGM09), EMPB     00000400
      * (PGM19), EMPM (PGM74) AND SREP (PGM46) - EACH WRITE A           00000500
      * CPACCLOG RECORD TO THE SACC TD QUEUE, WHICH DRAINS TO THE       00000600
      * SEQUENTIAL EXTRACT READ HERE (DDACCIN).  THE RUN:               00000700
      *   - LOADS EVERY EXTRACT RECORD INTO THE ACCESS-HISTORY          00000800
      *     CLUSTER (DDACCHST, KEYED ACL-KEY).  A KEY ALREADY ON        00000900
      *     THE CLUSTER IS COUNTED AS A DUPLICATE AND SKIPPED, SO       00001000
      *     RELOADING THE SAME EXTRACT CHANGES NOTHING.  A RECORD       00001100
      *     WITH NO VALID DATE, USER OR EMPLOYEE IS REJECTED.  A        00001200
      *     NEVER-PRIMED CLUSTER IS OPENED OUTPUT FOR ITS FIRST         00001300
      *     RECORD ONLY AND THEN REOPENED I-O, SO THE REST OF THE       00001400
      *     EXTRACT MAY ARRIVE IN ANY KEY ORDER;                        00001500
      *   - REPORTS THE HISTORY FOR A DATE RANGE TWICE, BY USER AND     00001600
      *     BY EMPLOYEE.  THE RANGE IS THE FROMDATE/TODATE PARM         00001700
      *     CARDS WHEN GIVEN, OTHERWISE THE DATES ON TONIGHT'S          00001800
      *     EXTRACT - SO A PERIOD REVIEW IS THIS PROGRAM RUN WITH       00001900
      *     DDACCIN DUMMY AND BOTH CARDS;                               00002000
      *   - FLAGS A USER WHO VIEWED MORE DISTINCT EMPLOYEES IN ONE      00002100
      *     DAY THAN THE MAXPERDAY CARD ALLOWS (DEFAULT 50), AND        00002200
      *     EVERY LOOKUP OF THE USER'S OWN RECORD.  A USER'S OWN        00002300
      *     EMPLOYEE ID COMES FROM THE USER CROSS-REFERENCE             00002400
      *     (DDUSRXRF: USER ID IN 1-8, EMPLOYEE ID IN 10-17); A         00002500
      *     USER NOT ON IT CANNOT BE CHECKED AND IS SAID SO.            00002600
      * ENDS RC 04 WHEN ANYTHING IS FLAGGED OR REJECTED, RC 12          00002700
      * WHEN THE HISTORY CLUSTER WILL NOT OPEN.                         00002800
       ENVIRONMENT DIVISION.                                            00002900
       INPUT-OUTPUT SECTION.                                            00003000
       FILE-CONTROL.                                                    00003100
                SELECT ACCIN ASSIGN TO DDACCIN                          00003200
                ORGANIZATION IS SEQUENTIAL.                             00003300
                SELECT ACCHIST ASSIGN TO DDACCHST                       00003400
                ORGANIZATION IS INDEXED                                 00003500
                ACCESS MODE IS DYNAMIC                                  00003600
                RECORD KEY IS ACL-KEY OF HST-REC                        00003700
                FILE STATUS IS WS-HST-STATUS.                           00003800
                SELECT USRXREF ASSIGN TO DDUSRXRF                       00003900
                ORGANIZATION IS SEQUENTIAL.                             00004000
                SELECT PARMFILE ASSIGN TO DDPARMIN                      00004100
                ORGANIZATION IS SEQUENTIAL.                             00004200
                SELECT SORTWRK ASSIGN TO DDSORTWK.                      00004300
                SELECT RPTFILE ASSIGN TO DDRPTOUT                       00004400
                ORGANIZATION IS SEQUENTIAL.                             00004500
       DATA DIVISION.                                                   00004600
       FILE SECTION.                                                    00004700
       FD ACCIN                                                         00004800
            RECORDING MODE IS F.                                        00004900
       01 ACC-REC.                                                      00005000
          COPY CPACCLOG.                                                00005100
       FD ACCHIST.                                                      00005200
       01 HST-REC.                                                      00005300
          COPY CPACCLOG.                                                00005400
       FD USRXREF                                                       00005500
            RECORDING MODE IS F.                                        00005600
       01 XRF-REC.                                                      00005700
           05 XRF-USERID  PIC X(8).                                     00005800
           05 FILLER      PIC X(1).                                     00005900
           05 XRF-EMP-ID  PIC X(8).                                     00006000
           05 FILLER      PIC X(63).                                    00006100
       FD PARMFILE                                                      00006200
            RECORDING MODE IS F.                                        00006300
       01 PARM-CARD.                                                    00006400
          COPY CPPARMCD.                                                00006500
       SD SORTWRK.                                                      00006600
       01 SRT-REC.                                                      00006700
          COPY CPACCLOG.                                                00006800
       FD RPTFILE                                                       00006900
            RECORDING MODE IS F.                                        00007000
       01 RPT-LINE PIC X(80).                                           00007100
       WORKING-STORAGE SECTION.                                         00007200
       01 WS-ACC-EOF-SW  PIC X(1) VALUE 'N'.                            00007300
           88 WS-ACC-EOF       VALUE 'Y'.                               00007400
       01 WS-HST-EOF-SW  PIC X(1) VALUE 'N'.                            00007500
           88 WS-HST-EOF       VALUE 'Y'.                               00007600
       01 WS-SRT-EOF-SW  PIC X(1) VALUE 'N'.                            00007700
           88 WS-SRT-EOF       VALUE 'Y'.                               00007800
       01 WS-XRF-EOF-SW  PIC X(1) VALUE 'N'.                            00007900
           88 WS-XRF-EOF       VALUE 'Y'.                               00008000
       01 WS-PARM-EOF-SW PIC X(1) VALUE 'N'.                            00008100
           88 WS-PARM-EOF      VALUE 'Y'.                               00008200
       01 WS-HST-STATUS  PIC X(2) VALUE SPACES.                         00008300
           88 WS-HST-OPEN-OK   VALUE '00' '05' '97'.                    00008400
           88 WS-HST-NOT-FOUND VALUE '35'.                              00008500
           88 WS-HST-DUPLICATE VALUE '22'.                              00008600
       01 WS-HST-PRIMING-SW PIC X(1) VALUE 'N'.                         00008700
           88 WS-HST-PRIMING   VALUE 'Y'.                               00008800
       01 WS-HST-USABLE-SW PIC X(1) VALUE 'Y'.                          00008900
           88 WS-HST-USABLE    VALUE 'Y'.                               00009000
       01 WS-FROM-DATE   PIC X(8) VALUE SPACES.                         00009100
       01 WS-TO-DATE     PIC X(8) VALUE SPACES.                         00009200
       01 WS-MIN-DATE    PIC X(8) VALUE HIGH-VALUES.                    00009300
       01 WS-MAX-DATE    PIC X(8) VALUE LOW-VALUES.                     00009400
       01 WS-MAX-PER-DAY PIC 9(5) VALUE 50.                             00009500
       01 WS-COUNT-READ      PIC 9(7) VALUE 0.                          00009600
       01 WS-COUNT-LOADED    PIC 9(7) VALUE 0.                          00009700
       01 WS-COUNT-DUPLICATE PIC 9(7) VALUE 0.                          00009800
       01 WS-COUNT-REJECTED  PIC 9(7) VALUE 0.                          00009900
       01 WS-COUNT-SELECTED  PIC 9(7) VALUE 0.                          00010000
       01 WS-COUNT-OVER-LIMIT PIC 9(7) VALUE 0.                         00010100
       01 WS-COUNT-OWN       PIC 9(7) VALUE 0.                          00010200
       01 WS-COUNT-ED        PIC Z,ZZZ,ZZ9.                             00010300
      * USER CROSS-REFERENCE, HELD IN STORAGE FOR THE RUN.              00010400
       01 WS-XRF-COUNT   PIC S9(4) COMP VALUE 0.                        00010500
       01 WS-XRF-SUB     PIC S9(4) COMP VALUE 0.                        00010600
       01 WS-XRF-TABLE.                                                 00010700
           05 WS-XRF-ENTRY OCCURS 2000 TIMES.                           00010800
               10 WS-XRF-T-USERID PIC X(8).                             00010900
               10 WS-XRF-T-EMP-ID PIC X(8).                             00011000
       01 WS-XRF-FULL-SW PIC X(1) VALUE 'N'.                            00011100
           88 WS-XRF-FULL      VALUE 'Y'.                               00011200
       01 WS-LOOKUP-USER   PIC X(8) VALUE SPACES.                       00011300
       01 WS-LOOKUP-EMP-ID PIC X(8) VALUE SPACES.                       00011400
      * CONTROL BREAKS FOR THE BY-USER REPORT.                          00011500
       01 WS-FIRST-SW    PIC X(1) VALUE 'Y'.                            00011600
           88 WS-FIRST-RETURN  VALUE 'Y'.                               00011700
       01 WS-CUR-USER    PIC X(8) VALUE SPACES.                         00011800
       01 WS-CUR-USER-EMP PIC X(8) VALUE SPACES.                        00011900
       01 WS-CUR-DATE    PIC X(8) VALUE SPACES.                         00012000
       01 WS-CUR-EMP     PIC X(8) VALUE SPACES.                         00012100
       01 WS-DAY-VIEWS   PIC 9(7) VALUE 0.                              00012200
       01 WS-DAY-EMPS    PIC 9(7) VALUE 0.                              00012300
       01 WS-USER-VIEWS  PIC 9(7) VALUE 0.                              00012400
       01 WS-USER-DAYS   PIC 9(5) VALUE 0.                              00012500
       01 WS-USER-OVER   PIC 9(5) VALUE 0.                              00012600
       01 WS-USER-OWN    PIC 9(5) VALUE 0.                              00012700
      * OWN-RECORD LOOKUPS FOR THE DAY, LISTED UNDER THE DAY LINE.      00012800
       01 WS-OWN-COUNT   PIC S9(4) COMP VALUE 0.                        00012900
       01 WS-OWN-SUB     PIC S9(4) COMP VALUE 0.                        00013000
       01 WS-OWN-TABLE.                                                 00013100
           05 WS-OWN-ENTRY OCCURS 20 TIMES.                             00013200
               10 WS-OWN-TIME     PIC X(6).                             00013300
               10 WS-OWN-TRANID   PIC X(4).                             00013400
               10 WS-OWN-TERMINAL PIC X(4).                             00013500
               10 WS-OWN-TYPE     PIC X(1).                             00013600
      * CONTROL BREAKS FOR THE BY-EMPLOYEE REPORT.                      00013700
       01 WS-CUR-EMP-NAME PIC X(20) VALUE SPACES.                       00013800
       01 WS-EMP-VIEWS   PIC 9(7) VALUE 0.                              00013900
       01 WS-EMP-USERS   PIC 9(5) VALUE 0.                              00014000
       01 WS-PAIR-VIEWS  PIC 9(7) VALUE 0.                              00014100
       01 WS-VIEWS-ED    PIC ZZZ,ZZ9.                                   00014200
       01 WS-SMALL-ED    PIC ZZ,ZZ9.                                    00014300
       01 WS-DAYS-ED     PIC ZZ,ZZ9.                                    00014400
       01 WS-OVER-ED     PIC ZZ,ZZ9.                                    00014500
       01 WS-OWN-ED      PIC ZZ,ZZ9.                                    00014600
       01 WS-LIMIT-ED    PIC ZZ,ZZ9.                                    00014700
       01 WS-FLAG-TEXT   PIC X(24) VALUE SPACES.                        00014800
       01 WS-RETCD.                                                     00014900
           COPY CPRETCD.                                                00015000
       PROCEDURE DIVISION.                                              00015100
       MAIN-ROUTINE.                                                    00015200
            SET WS-RC-OK TO TRUE.                                       00015300
            PERFORM READ-ACCESS-PARMS.                                  00015400
            OPEN OUTPUT RPTFILE.                                        00015500
            MOVE '---- PGM103 SALARY ACCESS HISTORY ----' TO RPT-LINE.  00015600
            WRITE RPT-LINE.                                             00015700
            PERFORM LOAD-USER-XREF.                                     00015800
            PERFORM OPEN-HISTORY-CLUSTER.                               00015900
            IF WS-HST-USABLE THEN                                       00016000
               PERFORM LOAD-ACCESS-EXTRACT                              00016100
               PERFORM WRITE-LOAD-SUMMARY                               00016200
               CLOSE ACCHIST                                            00016300
               PERFORM SET-REPORT-RANGE                                 00016400
            END-IF.                                                     00016500
      * A CLUSTER STILL UNPRIMED AFTER THE LOAD HAS NOTHING ON IT TO    00016600
      * BROWSE - NOT AN ERROR ON THE FIRST, EMPTY NIGHT.                00016700
            IF WS-HST-USABLE AND WS-HST-PRIMING THEN                    00016800
               MOVE SPACES TO RPT-LINE                                  00016900
               WRITE RPT-LINE                                           00017000
               MOVE 'ACCESS HISTORY IS EMPTY - NOTHING TO REPORT'       00017100
                  TO RPT-LINE                                           00017200
               WRITE RPT-LINE                                           00017300
               MOVE 'N' TO WS-HST-USABLE-SW                             00017400
            END-IF.                                                     00017500
            IF WS-HST-USABLE THEN                                       00017600
               OPEN INPUT ACCHIST                                       00017700
               IF NOT WS-HST-OPEN-OK THEN                               00017800
                  PERFORM REPORT-HISTORY-OPEN-FAILED                    00017900
               END-IF                                                   00018000
            END-IF.                                                     00018100
            IF WS-HST-USABLE THEN                                       00018200
               IF WS-FROM-DATE = SPACES THEN                            00018300
                  MOVE SPACES TO RPT-LINE                               00018400
                  WRITE RPT-LINE                                        00018500
                  MOVE 'NO ACCESS RECORDS TONIGHT AND NO DATE RANGE'    00018600
                     TO RPT-LINE                                        00018700
                  WRITE RPT-LINE                                        00018800
               ELSE                                                     00018900
                  SORT SORTWRK                                          00019000
                     ON ASCENDING KEY ACL-USERID OF SRT-REC             00019100
                                      ACL-DATE OF SRT-REC               00019200
                                      ACL-EMP-ID OF SRT-REC             00019300
                                      ACL-TIME OF SRT-REC               00019400
                     INPUT PROCEDURE IS P100-SELECT-HISTORY             00019500
                     OUTPUT PROCEDURE IS P200-REPORT-BY-USER            00019600
                  SORT SORTWRK                                          00019700
                     ON ASCENDING KEY ACL-EMP-ID OF SRT-REC             00019800
                                      ACL-USERID OF SRT-REC             00019900
                                      ACL-DATE OF SRT-REC               00020000
                                      ACL-TIME OF SRT-REC               00020100
                     INPUT PROCEDURE IS P100-SELECT-HISTORY             00020200
                     OUTPUT PROCEDURE IS P300-REPORT-BY-EMPLOYEE        00020300
               END-IF                                                   00020400
               CLOSE ACCHIST                                            00020500
               PERFORM WRITE-FLAG-SUMMARY                               00020600
            END-IF.                                                     00020700
            CLOSE RPTFILE.                                              00020800
            MOVE WS-RETURN-CODE TO RETURN-CODE.                         00020900
            GOBACK.                                                     00021000
       READ-ACCESS-PARMS.                                               00021100
            OPEN INPUT PARMFILE.                                        00021200
            PERFORM UNTIL WS-PARM-EOF                                   00021300
               READ PARMFILE                                            00021400
                 AT END SET WS-PARM-EOF TO TRUE                         00021500
                 NOT AT END PERFORM APPLY-PARM-CARD                     00021600
               END-READ                                                 00021700
            END-PERFORM.                                                00021800
            CLOSE PARMFILE.                                             00021900
       APPLY-PARM-CARD.                                                 00022000
            EVALUATE PARM-KEY                                           00022100
                WHEN 'FROMDATE'                                         00022200
                   IF PARM-VALUE-TEXT (1:8) IS NUMERIC THEN             00022300
                      MOVE PARM-VALUE-TEXT (1:8) TO WS-FROM-DATE        00022400
                   END-IF                                               00022500
                WHEN 'TODATE'                                           00022600
                   IF PARM-VALUE-TEXT (1:8) IS NUMERIC THEN             00022700
                      MOVE PARM-VALUE-TEXT (1:8) TO WS-TO-DATE          00022800
                   END-IF                                               00022900
                WHEN 'MAXPERDAY'                                        00023000
                   IF PARM-VALUE-NUM > 0 THEN                           00023100
                      MOVE PARM-VALUE-NUM TO WS-MAX-PER-DAY             00023200
                   END-IF                                               00023300
                WHEN OTHER                                              00023400
                   CONTINUE                                             00023500
            END-EVALUATE.                                               00023600
      * THE CROSS-REFERENCE MAY BE DUMMY - OWN-RECORD LOOKUPS ARE       00023700
      * THEN NOT CHECKED FOR ANYONE.                                    00023800
       LOAD-USER-XREF.                                                  00023900
            OPEN INPUT USRXREF.                                         00024000
            PERFORM UNTIL WS-XRF-EOF                                    00024100
               READ USRXREF                                             00024200
                 AT END SET WS-XRF-EOF TO TRUE                          00024300
                 NOT AT END PERFORM TAKE-XREF-ENTRY                     00024400
               END-READ                                                 00024500
            END-PERFORM.                                                00024600
            CLOSE USRXREF.                                              00024700
            IF WS-XRF-FULL AND WS-RC-OK THEN                            00024800
               MOVE SPACES TO RPT-LINE                                  00024900
               STRING '*** USER CROSS-REFERENCE OVER 2000 ENTRIES,'     00025000
                  ' REST IGNORED' DELIMITED BY SIZE INTO RPT-LINE       00025100
               END-STRING                                               00025200
               WRITE RPT-LINE                                           00025300
               SET WS-RC-WARNING TO TRUE                                00025400
            END-IF.                                                     00025500
       TAKE-XREF-ENTRY.                                                 00025600
            IF XRF-USERID NOT = SPACES AND                              00025700
               XRF-EMP-ID NOT = SPACES THEN                             00025800
               IF WS-XRF-COUNT < 2000 THEN                              00025900
                  ADD 1 TO WS-XRF-COUNT                                 00026000
                  MOVE XRF-USERID TO WS-XRF-T-USERID (WS-XRF-COUNT)     00026100
                  MOVE XRF-EMP-ID TO WS-XRF-T-EMP-ID (WS-XRF-COUNT)     00026200
               ELSE                                                     00026300
                  SET WS-XRF-FULL TO TRUE                               00026400
               END-IF                                                   00026500
            END-IF.                                                     00026600
       LOOKUP-USER-EMP-ID.                                              00026700
            MOVE SPACES TO WS-LOOKUP-EMP-ID.                            00026800
            PERFORM VARYING WS-XRF-SUB FROM 1 BY 1                      00026900
               UNTIL WS-XRF-SUB > WS-XRF-COUNT OR                       00027000
                     WS-LOOKUP-EMP-ID NOT = SPACES                      00027100
               IF WS-XRF-T-USERID (WS-XRF-SUB) = WS-LOOKUP-USER THEN    00027200
                  MOVE WS-XRF-T-EMP-ID (WS-XRF-SUB)                     00027300
                     TO WS-LOOKUP-EMP-ID                                00027400
               END-IF                                                   00027500
            END-PERFORM.                                                00027600
      * LIKE THE PGM60 ARCHIVE LOAD, A NEVER-PRIMED CLUSTER FALLS       00027700
      * BACK FROM OPEN I-O TO OPEN OUTPUT - HERE ONLY UNTIL THE         00027800
      * FIRST RECORD IS ON IT (SEE STORE-ACCESS-RECORD).                00027900
       OPEN-HISTORY-CLUSTER.                                            00028000
            OPEN I-O ACCHIST.                                           00028100
            IF WS-HST-NOT-FOUND THEN                                    00028200
               OPEN OUTPUT ACCHIST                                      00028300
               SET WS-HST-PRIMING TO TRUE                               00028400
            END-IF.                                                     00028500
            IF NOT WS-HST-OPEN-OK THEN                                  00028600
               PERFORM REPORT-HISTORY-OPEN-FAILED                       00028700
            END-IF.                                                     00028800
       REPORT-HISTORY-OPEN-FAILED.                                      00028900
            DISPLAY 'PGM103 ACCESS HISTORY OPEN FAILED, STATUS '        00029000
               WS-HST-STATUS.                                           00029100
            MOVE SPACES TO RPT-LINE.                                    00029200
            STRING '*** ACCESS HISTORY OPEN FAILED, STATUS '            00029300
               WS-HST-STATUS DELIMITED BY SIZE INTO RPT-LINE            00029400
            END-STRING.                                                 00029500
            WRITE RPT-LINE.                                             00029600
            MOVE 'N' TO WS-HST-USABLE-SW.                               00029700
            SET WS-RC-IO-ERROR TO TRUE.                                 00029800
       LOAD-ACCESS-EXTRACT.                                             00029900
            OPEN INPUT ACCIN.                                           00030000
            PERFORM UNTIL WS-ACC-EOF OR NOT WS-HST-USABLE               00030100
               READ ACCIN                                               00030200
                 AT END SET WS-ACC-EOF TO TRUE                          00030300
                 NOT AT END PERFORM LOAD-ONE-ACCESS                     00030400
               END-READ                                                 00030500
            END-PERFORM.                                                00030600
            CLOSE ACCIN.                                                00030700
       LOAD-ONE-ACCESS.                                                 00030800
            ADD 1 TO WS-COUNT-READ.                                     00030900
            IF ACL-DATE OF ACC-REC IS NOT NUMERIC OR                    00031000
               ACL-USERID OF ACC-REC = SPACES OR                        00031100
               ACL-EMP-ID OF ACC-REC = SPACES THEN                      00031200
               ADD 1 TO WS-COUNT-REJECTED                               00031300
               MOVE SPACES TO RPT-LINE                                  00031400
               STRING 'REJECTED: ' ACC-REC (1:60)                       00031500
                  DELIMITED BY SIZE INTO RPT-LINE                       00031600
               END-STRING                                               00031700
               WRITE RPT-LINE                                           00031800
            ELSE                                                        00031900
               IF ACL-DATE OF ACC-REC < WS-MIN-DATE THEN                00032000
                  MOVE ACL-DATE OF ACC-REC TO WS-MIN-DATE               00032100
               END-IF                                                   00032200
               IF ACL-DATE OF ACC-REC > WS-MAX-DATE THEN                00032300
                  MOVE ACL-DATE OF ACC-REC TO WS-MAX-DATE               00032400
               END-IF                                                   00032500
               PERFORM STORE-ACCESS-RECORD                              00032600
            END-IF.                                                     00032700
      * ONCE THE FIRST RECORD IS ON A NEWLY DEFINED CLUSTER IT IS       00032800
      * REOPENED I-O, SO LATER KEYS NEED NOT ASCEND.                    00032900
       STORE-ACCESS-RECORD.                                             00033000
            MOVE ACC-REC TO HST-REC.                                    00033100
            WRITE HST-REC                                               00033200
               INVALID KEY                                              00033300
                  IF WS-HST-DUPLICATE THEN                              00033400
                     ADD 1 TO WS-COUNT-DUPLICATE                        00033500
                  ELSE                                                  00033600
                     PERFORM REPORT-HISTORY-WRITE-FAILED                00033700
                  END-IF                                                00033800
               NOT INVALID KEY                                          00033900
                  ADD 1 TO WS-COUNT-LOADED                              00034000
            END-WRITE.                                                  00034100
            IF WS-HST-PRIMING AND WS-COUNT-LOADED > 0 THEN              00034200
               MOVE 'N' TO WS-HST-PRIMING-SW                            00034300
               CLOSE ACCHIST                                            00034400
               OPEN I-O ACCHIST                                         00034500
               IF NOT WS-HST-OPEN-OK THEN                               00034600
                  PERFORM REPORT-HISTORY-OPEN-FAILED                    00034700
               END-IF                                                   00034800
            END-IF.                                                     00034900
       REPORT-HISTORY-WRITE-FAILED.                                     00035000
            DISPLAY 'PGM103 ACCESS HISTORY WRITE FAILED, STATUS '       00035100
               WS-HST-STATUS.                                           00035200
            MOVE SPACES TO RPT-LINE.                                    00035300
            STRING '*** ACCESS HISTORY WRITE FAILED, STATUS '           00035400
               WS-HST-STATUS ' KEY ' ACL-KEY OF HST-REC                 00035500
               DELIMITED BY SIZE INTO RPT-LINE                          00035600
            END-STRING.                                                 00035700
            WRITE RPT-LINE.                                             00035800
            MOVE 'N' TO WS-HST-USABLE-SW.                               00035900
            SET WS-RC-IO-ERROR TO TRUE.                                 00036000
       WRITE-LOAD-SUMMARY.                                              00036100
            MOVE SPACES TO RPT-LINE.                                    00036200
            WRITE RPT-LINE.                                             00036300
            MOVE WS-COUNT-READ TO WS-COUNT-ED.                          00036400
            MOVE SPACES TO RPT-LINE.                                    00036500
            STRING 'EXTRACT RECORDS READ     ' WS-COUNT-ED              00036600
               DELIMITED BY SIZE INTO RPT-LINE                          00036700
            END-STRING.                                                 00036800
            WRITE RPT-LINE.                                             00036900
            MOVE WS-COUNT-LOADED TO WS-COUNT-ED.                        00037000
            MOVE SPACES TO RPT-LINE.                                    00037100
            STRING 'LOADED TO HISTORY        ' WS-COUNT-ED              00037200
               DELIMITED BY SIZE INTO RPT-LINE                          00037300
            END-STRING.                                                 00037400
            WRITE RPT-LINE.                                             00037500
            MOVE WS-COUNT-DUPLICATE TO WS-COUNT-ED.                     00037600
            MOVE SPACES TO RPT-LINE.                                    00037700
            STRING 'ALREADY ON HISTORY       ' WS-COUNT-ED              00037800
               DELIMITED BY SIZE INTO RPT-LINE                          00037900
            END-STRING.                                                 00038000
            WRITE RPT-LINE.                                             00038100
            MOVE WS-COUNT-REJECTED TO WS-COUNT-ED.                      00038200
            MOVE SPACES TO RPT-LINE.                                    00038300
            STRING 'REJECTED                 ' WS-COUNT-ED              00038400
               DELIMITED BY SIZE INTO RPT-LINE                          00038500
            END-STRING.                                                 00038600
            WRITE RPT-LINE.                                             00038700
            IF WS-COUNT-REJECTED > 0 AND WS-RC-OK THEN                  00038800
               SET WS-RC-WARNING TO TRUE                                00038900
            END-IF.                                                     00039000
      * FROMDATE/TODATE WIN; EITHER ONE MISSING IS TAKEN FROM THE       00039100
      * EXTRACT, AND A FROMDATE WITH NOTHING LOADED RUNS TO THE END     00039200
      * OF THE HISTORY.                                                 00039300
       SET-REPORT-RANGE.                                                00039400
            IF WS-FROM-DATE = SPACES AND                                00039500
               WS-MIN-DATE NOT = HIGH-VALUES THEN                       00039600
               MOVE WS-MIN-DATE TO WS-FROM-DATE                         00039700
            END-IF.                                                     00039800
            IF WS-TO-DATE = SPACES THEN                                 00039900
               IF WS-MAX-DATE NOT = LOW-VALUES THEN                     00040000
                  MOVE WS-MAX-DATE TO WS-TO-DATE                        00040100
               ELSE                                                     00040200
                  MOVE '99999999' TO WS-TO-DATE                         00040300
               END-IF                                                   00040400
            END-IF.                                                     00040500
            IF WS-FROM-DATE NOT = SPACES THEN                           00040600
               MOVE WS-MAX-PER-DAY TO WS-LIMIT-ED                       00040700
               MOVE SPACES TO RPT-LINE                                  00040800
               STRING 'REPORT RANGE ' WS-FROM-DATE ' TO ' WS-TO-DATE    00040900
                  '   DAILY LIMIT ' WS-LIMIT-ED ' EMPLOYEES'            00041000
                  DELIMITED BY SIZE INTO RPT-LINE                       00041100
               END-STRING                                               00041200
               WRITE RPT-LINE                                           00041300
            END-IF.                                                     00041400
      * SORT INPUT FOR BOTH REPORTS - ONE KEYED BROWSE OF THE RANGE.    00041500
       P100-SELECT-HISTORY.                                             00041600
            MOVE 0 TO WS-COUNT-SELECTED.                                00041700
            MOVE 'N' TO WS-HST-EOF-SW.                                  00041800
            MOVE LOW-VALUES TO ACL-KEY OF HST-REC.                      00041900
            MOVE WS-FROM-DATE TO ACL-DATE OF HST-REC.                   00042000
            START ACCHIST KEY IS NOT LESS THAN ACL-KEY OF HST-REC       00042100
               INVALID KEY SET WS-HST-EOF TO TRUE                       00042200
            END-START.                                                  00042300
            PERFORM UNTIL WS-HST-EOF                                    00042400
               READ ACCHIST NEXT RECORD                                 00042500
                 AT END SET WS-HST-EOF TO TRUE                          00042600
                 NOT AT END                                             00042700
                    IF ACL-DATE OF HST-REC > WS-TO-DATE THEN            00042800
                       SET WS-HST-EOF TO TRUE                           00042900
                    ELSE                                                00043000
                       ADD 1 TO WS-COUNT-SELECTED                       00043100
                       RELEASE SRT-REC FROM HST-REC                     00043200
                    END-IF                                              00043300
               END-READ                                                 00043400
            END-PERFORM.                                                00043500
       P200-REPORT-BY-USER.                                             00043600
            MOVE SPACES TO RPT-LINE.                                    00043700
            WRITE RPT-LINE.                                             00043800
            MOVE '---- SALARY VIEWS BY USER ----' TO RPT-LINE.          00043900
            WRITE RPT-LINE.                                             00044000
            MOVE 'Y' TO WS-FIRST-SW.                                    00044100
            MOVE 'N' TO WS-SRT-EOF-SW.                                  00044200
            PERFORM UNTIL WS-SRT-EOF                                    00044300
               RETURN SORTWRK                                           00044400
                 AT END SET WS-SRT-EOF TO TRUE                          00044500
                 NOT AT END PERFORM TAKE-USER-VIEW                      00044600
               END-RETURN                                               00044700
            END-PERFORM.                                                00044800
            IF WS-FIRST-RETURN THEN                                     00044900
               MOVE 'NO SALARY VIEWS IN THE REPORT RANGE' TO RPT-LINE   00045000
               WRITE RPT-LINE                                           00045100
            ELSE                                                        00045200
               PERFORM END-USER-DAY                                     00045300
               PERFORM END-USER-GROUP                                   00045400
            END-IF.                                                     00045500
       TAKE-USER-VIEW.                                                  00045600
            EVALUATE TRUE                                               00045700
                WHEN WS-FIRST-RETURN                                    00045800
                   MOVE 'N' TO WS-FIRST-SW                              00045900
                   PERFORM START-USER-GROUP                             00046000
                   PERFORM START-USER-DAY                               00046100
                WHEN ACL-USERID OF SRT-REC NOT = WS-CUR-USER            00046200
                   PERFORM END-USER-DAY                                 00046300
                   PERFORM END-USER-GROUP                               00046400
                   PERFORM START-USER-GROUP                             00046500
                   PERFORM START-USER-DAY                               00046600
                WHEN ACL-DATE OF SRT-REC NOT = WS-CUR-DATE              00046700
                   PERFORM END-USER-DAY                                 00046800
                   PERFORM START-USER-DAY                               00046900
                WHEN OTHER                                              00047000
                   CONTINUE                                             00047100
            END-EVALUATE.                                               00047200
            ADD 1 TO WS-DAY-VIEWS.                                      00047300
            IF ACL-EMP-ID OF SRT-REC NOT = WS-CUR-EMP THEN              00047400
               ADD 1 TO WS-DAY-EMPS                                     00047500
               MOVE ACL-EMP-ID OF SRT-REC TO WS-CUR-EMP                 00047600
            END-IF.                                                     00047700
            IF WS-CUR-USER-EMP NOT = SPACES AND                         00047800
               ACL-EMP-ID OF SRT-REC = WS-CUR-USER-EMP THEN             00047900
               ADD 1 TO WS-USER-OWN                                     00048000
               ADD 1 TO WS-COUNT-OWN                                    00048100
               ADD 1 TO WS-OWN-COUNT                                    00048200
               IF WS-OWN-COUNT NOT > 20 THEN                            00048300
                  MOVE ACL-TIME OF SRT-REC                              00048400
                     TO WS-OWN-TIME (WS-OWN-COUNT)                      00048500
                  MOVE ACL-TRANID OF SRT-REC                            00048600
                     TO WS-OWN-TRANID (WS-OWN-COUNT)                    00048700
                  MOVE ACL-TERMINAL OF SRT-REC                          00048800
                     TO WS-OWN-TERMINAL (WS-OWN-COUNT)                  00048900
                  MOVE ACL-ACCESS-TYPE OF SRT-REC                       00049000
                     TO WS-OWN-TYPE (WS-OWN-COUNT)                      00049100
               END-IF                                                   00049200
            END-IF.                                                     00049300
       START-USER-GROUP.                                                00049400
            MOVE ACL-USERID OF SRT-REC TO WS-CUR-USER.                  00049500
            MOVE WS-CUR-USER TO WS-LOOKUP-USER.                         00049600
            PERFORM LOOKUP-USER-EMP-ID.                                 00049700
            MOVE WS-LOOKUP-EMP-ID TO WS-CUR-USER-EMP.                   00049800
            MOVE 0 TO WS-USER-VIEWS.                                    00049900
            MOVE 0 TO WS-USER-DAYS.                                     00050000
            MOVE 0 TO WS-USER-OVER.                                     00050100
            MOVE 0 TO WS-USER-OWN.                                      00050200
            MOVE SPACES TO RPT-LINE.                                    00050300
            WRITE RPT-LINE.                                             00050400
            MOVE SPACES TO RPT-LINE.                                    00050500
            IF WS-CUR-USER-EMP = SPACES THEN                            00050600
               STRING 'USER ' WS-CUR-USER                               00050700
                  '  NOT ON CROSS-REFERENCE - OWN RECORD NOT CHECKED'   00050800
                  DELIMITED BY SIZE INTO RPT-LINE                       00050900
               END-STRING                                               00051000
            ELSE                                                        00051100
               STRING 'USER ' WS-CUR-USER                               00051200
                  '  OWN EMPLOYEE ID ' WS-CUR-USER-EMP                  00051300
                  DELIMITED BY SIZE INTO RPT-LINE                       00051400
               END-STRING                                               00051500
            END-IF.                                                     00051600
            WRITE RPT-LINE.                                             00051700
            MOVE '   DATE          VIEWS  EMPLOYEES' TO RPT-LINE.       00051800
            WRITE RPT-LINE.                                             00051900
       START-USER-DAY.                                                  00052000
            MOVE ACL-DATE OF SRT-REC TO WS-CUR-DATE.                    00052100
            MOVE SPACES TO WS-CUR-EMP.                                  00052200
            MOVE 0 TO WS-DAY-VIEWS.                                     00052300
            MOVE 0 TO WS-DAY-EMPS.                                      00052400
            MOVE 0 TO WS-OWN-COUNT.                                     00052500
       END-USER-DAY.                                                    00052600
            ADD WS-DAY-VIEWS TO WS-USER-VIEWS.                          00052700
            ADD 1 TO WS-USER-DAYS.                                      00052800
            MOVE SPACES TO WS-FLAG-TEXT.                                00052900
            IF WS-DAY-EMPS > WS-MAX-PER-DAY THEN                        00053000
               ADD 1 TO WS-USER-OVER                                    00053100
               ADD 1 TO WS-COUNT-OVER-LIMIT                             00053200
               MOVE '*** OVER DAILY LIMIT' TO WS-FLAG-TEXT              00053300
            END-IF.                                                     00053400
            IF WS-OWN-COUNT > 0 AND WS-FLAG-TEXT = SPACES THEN          00053500
               MOVE '*** OWN RECORD' TO WS-FLAG-TEXT                    00053600
            END-IF.                                                     00053700
            MOVE WS-DAY-VIEWS TO WS-VIEWS-ED.                           00053800
            MOVE WS-DAY-EMPS TO WS-SMALL-ED.                            00053900
            MOVE SPACES TO RPT-LINE.                                    00054000
            STRING '   ' WS-CUR-DATE '   ' WS-VIEWS-ED                  00054100
               '     ' WS-SMALL-ED '  ' WS-FLAG-TEXT                    00054200
               DELIMITED BY SIZE INTO RPT-LINE                          00054300
            END-STRING.                                                 00054400
            WRITE RPT-LINE.                                             00054500
            PERFORM VARYING WS-OWN-SUB FROM 1 BY 1                      00054600
               UNTIL WS-OWN-SUB > WS-OWN-COUNT OR WS-OWN-SUB > 20       00054700
               MOVE SPACES TO RPT-LINE                                  00054800
               STRING '      OWN RECORD ' WS-CUR-USER-EMP               00054900
                  ' AT ' WS-OWN-TIME (WS-OWN-SUB)                       00055000
                  ' TRAN ' WS-OWN-TRANID (WS-OWN-SUB)                   00055100
                  ' TERM ' WS-OWN-TERMINAL (WS-OWN-SUB)                 00055200
                  ' TYPE ' WS-OWN-TYPE (WS-OWN-SUB)                     00055300
                  DELIMITED BY SIZE INTO RPT-LINE                       00055400
               END-STRING                                               00055500
               WRITE RPT-LINE                                           00055600
            END-PERFORM.                                                00055700
            IF WS-OWN-COUNT > 20 THEN                                   00055800
               MOVE WS-OWN-COUNT TO WS-SMALL-ED                         00055900
               MOVE SPACES TO RPT-LINE                                  00056000
               STRING '      ... ' WS-SMALL-ED                          00056100
                  ' OWN-RECORD VIEWS THAT DAY IN ALL'                   00056200
                  DELIMITED BY SIZE INTO RPT-LINE                       00056300
               END-STRING                                               00056400
               WRITE RPT-LINE                                           00056500
            END-IF.                                                     00056600
       END-USER-GROUP.                                                  00056700
            MOVE WS-USER-VIEWS TO WS-VIEWS-ED.                          00056800
            MOVE WS-USER-DAYS TO WS-DAYS-ED.                            00056900
            MOVE WS-USER-OVER TO WS-OVER-ED.                            00057000
            MOVE WS-USER-OWN TO WS-OWN-ED.                              00057100
            MOVE SPACES TO RPT-LINE.                                    00057200
            STRING '   TOTAL' WS-VIEWS-ED ' VIEWS ON' WS-DAYS-ED        00057300
               ' DAYS,' WS-OVER-ED ' OVER LIMIT,' WS-OWN-ED             00057400
               ' OWN RECORD'                                            00057500
               DELIMITED BY SIZE INTO RPT-LINE                          00057600
            END-STRING.                                                 00057700
            WRITE RPT-LINE.                                             00057800
       P300-REPORT-BY-EMPLOYEE.                                         00057900
            MOVE SPACES TO RPT-LINE.                                    00058000
            WRITE RPT-LINE.                                             00058100
            MOVE '---- SALARY VIEWS BY EMPLOYEE ----' TO RPT-LINE.      00058200
            WRITE RPT-LINE.                                             00058300
            MOVE 'Y' TO WS-FIRST-SW.                                    00058400
            MOVE 'N' TO WS-SRT-EOF-SW.                                  00058500
            PERFORM UNTIL WS-SRT-EOF                                    00058600
               RETURN SORTWRK                                           00058700
                 AT END SET WS-SRT-EOF TO TRUE                          00058800
                 NOT AT END PERFORM TAKE-EMPLOYEE-VIEW                  00058900
               END-RETURN                                               00059000
            END-PERFORM.                                                00059100
            IF WS-FIRST-RETURN THEN                                     00059200
               MOVE 'NO SALARY VIEWS IN THE REPORT RANGE' TO RPT-LINE   00059300
               WRITE RPT-LINE                                           00059400
            ELSE                                                        00059500
               PERFORM END-VIEW-PAIR                                    00059600
               PERFORM END-EMPLOYEE-GROUP                               00059700
            END-IF.                                                     00059800
       TAKE-EMPLOYEE-VIEW.                                              00059900
            EVALUATE TRUE                                               00060000
                WHEN WS-FIRST-RETURN                                    00060100
                   MOVE 'N' TO WS-FIRST-SW                              00060200
                   PERFORM START-EMPLOYEE-GROUP                         00060300
                   PERFORM START-VIEW-PAIR                              00060400
                WHEN ACL-EMP-ID OF SRT-REC NOT = WS-CUR-EMP             00060500
                   PERFORM END-VIEW-PAIR                                00060600
                   PERFORM END-EMPLOYEE-GROUP                           00060700
                   PERFORM START-EMPLOYEE-GROUP                         00060800
                   PERFORM START-VIEW-PAIR                              00060900
                WHEN ACL-USERID OF SRT-REC NOT = WS-CUR-USER OR         00061000
                     ACL-DATE OF SRT-REC NOT = WS-CUR-DATE              00061100
                   PERFORM END-VIEW-PAIR                                00061200
                   PERFORM START-VIEW-PAIR                              00061300
                WHEN OTHER                                              00061400
                   CONTINUE                                             00061500
            END-EVALUATE.                                               00061600
            ADD 1 TO WS-PAIR-VIEWS.                                     00061700
            IF WS-CUR-EMP-NAME = SPACES THEN                            00061800
               MOVE ACL-NAME OF SRT-REC TO WS-CUR-EMP-NAME              00061900
            END-IF.                                                     00062000
       START-EMPLOYEE-GROUP.                                            00062100
            MOVE ACL-EMP-ID OF SRT-REC TO WS-CUR-EMP.                   00062200
            MOVE SPACES TO WS-CUR-EMP-NAME.                             00062300
            MOVE SPACES TO WS-CUR-USER.                                 00062400
            MOVE 0 TO WS-EMP-VIEWS.                                     00062500
            MOVE 0 TO WS-EMP-USERS.                                     00062600
            MOVE SPACES TO RPT-LINE.                                    00062700
            WRITE RPT-LINE.                                             00062800
            MOVE SPACES TO RPT-LINE.                                    00062900
            STRING 'EMPLOYEE ' WS-CUR-EMP                               00063000
               DELIMITED BY SIZE INTO RPT-LINE                          00063100
            END-STRING.                                                 00063200
            WRITE RPT-LINE.                                             00063300
            MOVE '   USER      DATE          VIEWS' TO RPT-LINE.        00063400
            WRITE RPT-LINE.                                             00063500
      * ONE LINE PER USER PER DAY; A NEW USER ADDS TO THE COUNT OF      00063600
      * DISTINCT USERS WHO SAW THIS EMPLOYEE.                           00063700
       START-VIEW-PAIR.                                                 00063800
            IF ACL-USERID OF SRT-REC NOT = WS-CUR-USER THEN             00063900
               ADD 1 TO WS-EMP-USERS                                    00064000
               MOVE ACL-USERID OF SRT-REC TO WS-CUR-USER                00064100
               MOVE WS-CUR-USER TO WS-LOOKUP-USER                       00064200
               PERFORM LOOKUP-USER-EMP-ID                               00064300
               MOVE WS-LOOKUP-EMP-ID TO WS-CUR-USER-EMP                 00064400
            END-IF.                                                     00064500
            MOVE ACL-DATE OF SRT-REC TO WS-CUR-DATE.                    00064600
            MOVE 0 TO WS-PAIR-VIEWS.                                    00064700
       END-VIEW-PAIR.                                                   00064800
            ADD WS-PAIR-VIEWS TO WS-EMP-VIEWS.                          00064900
            MOVE SPACES TO WS-FLAG-TEXT.                                00065000
            IF WS-CUR-USER-EMP NOT = SPACES AND                         00065100
               WS-CUR-USER-EMP = WS-CUR-EMP THEN                        00065200
               MOVE '*** OWN RECORD' TO WS-FLAG-TEXT                    00065300
            END-IF.                                                     00065400
            MOVE WS-PAIR-VIEWS TO WS-VIEWS-ED.                          00065500
            MOVE SPACES TO RPT-LINE.                                    00065600
            STRING '   ' WS-CUR-USER '  ' WS-CUR-DATE '   '             00065700
               WS-VIEWS-ED '  ' WS-FLAG-TEXT                            00065800
               DELIMITED BY SIZE INTO RPT-LINE                          00065900
            END-STRING.                                                 00066000
            WRITE RPT-LINE.                                             00066100
       END-EMPLOYEE-GROUP.                                              00066200
            MOVE WS-EMP-VIEWS TO WS-VIEWS-ED.                           00066300
            MOVE WS-EMP-USERS TO WS-SMALL-ED.                           00066400
            MOVE SPACES TO RPT-LINE.                                    00066500
            STRING '   EMPLOYEE TOTAL ' WS-VIEWS-ED ' VIEWS BY '        00066600
               WS-SMALL-ED ' USERS  ' WS-CUR-EMP-NAME                   00066700
               DELIMITED BY SIZE INTO RPT-LINE                          00066800
            END-STRING.                                                 00066900
            WRITE RPT-LINE.                                             00067000
       WRITE-FLAG-SUMMARY.                                              00067100
            MOVE SPACES TO RPT-LINE.                                    00067200
            WRITE RPT-LINE.                                             00067300
            MOVE WS-COUNT-OVER-LIMIT TO WS-COUNT-ED.                    00067400
            MOVE SPACES TO RPT-LINE.                                    00067500
            STRING 'USER-DAYS OVER LIMIT     ' WS-COUNT-ED              00067600
               DELIMITED BY SIZE INTO RPT-LINE                          00067700
            END-STRING.                                                 00067800
            WRITE RPT-LINE.                                             00067900
            MOVE WS-COUNT-OWN TO WS-COUNT-ED.                           00068000
            MOVE SPACES TO RPT-LINE.                                    00068100
            STRING 'OWN-RECORD VIEWS         ' WS-COUNT-ED              00068200
               DELIMITED BY SIZE INTO RPT-LINE                          00068300
            END-STRING.                                                 00068400
            WRITE RPT-LINE.                                             00068500
            IF (WS-COUNT-OVER-LIMIT > 0 OR WS-COUNT-OWN > 0) AND        00068600
               WS-RC-OK THEN                                            00068700
               SET WS-RC-WARNING TO TRUE                                00068800
            END-IF.                                                     00068900

      * AND WRITES THE SALARY_HIST ROW THEN.  THE BEFORE/AFTER          00001300
      * AUDIT RECORD STILL GOES TO THE SALA TD QUEUE AT CAPTURE,        00001400
      * SO THE MAKER EVENT IS TRACEABLE ON ITS OWN.                     00001500
      * STARTED FROM THE E360 INQUIRY (PGM122) WITH A CPEMPXFR          00001525
      * HAND-OFF RECORD, EMPU SKIPS THE NAME PROMPT AND SHOWS THE       00001550
      * EMP_DB ROW FOR THE EMPLOYEE IT CARRIES, FOUND BY EMPID (KEPT    00001575
      * IN THE COMMAREA FOR THE SALARY PHASE) RATHER THAN BY NAME.      00001587
       ENVIRONMENT DIVISION.                                            00001600
       DATA DIVISION.                                                   00001700
       WORKING-STORAGE SECTION.                                         00001800
               88 WS-CA-PHASE-NAME    VALUE '1'.                        00002100
               88 WS-CA-PHASE-SALARY  VALUE '2'.                        00002200
           05 WS-CA-NAME  PIC X(20).                                    00002300
           05 WS-CA-EMPID PIC X(8).                                     00002333
           05 WS-CA-EMPID-N REDEFINES WS-CA-EMPID PIC 9(8).             00002366
       01 WS-INPUT-AREA   PIC X(20).                                    00002400
       01 WS-MSG-AREA     PIC X(79).                                    00002500
       01 WS-MSG-LEN      PIC S9(4) COMP VALUE 79.                      00002600
           05 PND-CHECKER    PIC X(8).                                  00007700
           05 PND-DEPTID     PIC X(4).                                  00007710
           05 FILLER         PIC X(3).                                  00007800
       01 WS-XFER-REC.                                                  00007825
          COPY CPEMPXFR.                                                00007850
       01 WS-XFER-LEN     PIC S9(4) COMP VALUE 40.                      00007875
       LINKAGE SECTION.                                                 00007900
       01 DFHCOMMAREA PIC X(29).                                        00008000
       PROCEDURE DIVISION.                                              00008100
       MAIN-ROUTINE.                                                    00008200
            IF EIBCALEN = 0                                             00008300
               PERFORM RETRIEVE-HANDOFF                                 00008314
               IF WS-RESP = DFHRESP(NORMAL)                             00008328
                  SET WS-CA-PHASE-NAME TO TRUE                          00008342
                  MOVE XFR-NAME TO WS-INPUT-AREA                        00008357
                  MOVE XFR-EMP-ID TO WS-CA-EMPID                        00008364
                  PERFORM SHOW-CURRENT-ROW                              00008371
               END-IF                                                   00008385
               SET WS-CA-PHASE-NAME TO TRUE                             00008400
               MOVE SPACES TO WS-CA-NAME                                00008500
               MOVE SPACES TO WS-CA-EMPID                               00008550
               MOVE 'ENTER EMPLOYEE NAME TO UPDATE:' TO WS-MSG-AREA     00008600
               PERFORM SEND-MSG-AND-RETURN                              00008700
            ELSE                                                        00008800
                  PERFORM APPLY-SALARY-UPDATE                           00009400
               END-IF                                                   00009500
            END-IF.                                                     00009600
      * A TASK STARTED BY THE E360 INQUIRY (PGM122) CARRIES THE         00009608
      * CPEMPXFR HAND-OFF RECORD; TYPED AT THE TERMINAL THERE IS        00009616
      * NOTHING TO RETRIEVE AND THE RESP IS NOT NORMAL.                 00009625
       RETRIEVE-HANDOFF.                                                00009633
            MOVE SPACES TO WS-XFER-REC.                                 00009641
            MOVE 40 TO WS-XFER-LEN.                                     00009650
            EXEC CICS                                                   00009658
                 RETRIEVE INTO(WS-XFER-REC)                             00009666
                 LENGTH(WS-XFER-LEN)                                    00009675
                 RESP(WS-RESP)                                          00009683
            END-EXEC.                                                   00009691
       RECEIVE-INPUT.                                                   00009700
            MOVE SPACES TO WS-INPUT-AREA.                               00009800
            EXEC CICS                                                   00009900
                    PERFORM SEND-MSG-AND-END                            00012400
            END-EVALUATE.                                               00012500
       FETCH-CURRENT-ROW.                                               00012600
            IF WS-CA-EMPID IS NUMERIC THEN                              00012604
               PERFORM FETCH-ROW-BY-ID                                  00012608
            ELSE                                                        00012612
               PERFORM FETCH-ROW-BY-NAME                                00012616
            END-IF.                                                     00012620
            IF WS-DEPTID-IND < 0 THEN                                   00012625
               MOVE SPACES TO WS-DEPTID                                 00012629
            END-IF.                                                     00012633
      * FROM A HAND-OFF: THE ROW'S OWN NAME IS WHAT IS CAPTURED.        00012637
       FETCH-ROW-BY-ID.                                                 00012641
            MOVE WS-CA-EMPID-N TO WS-EMPID.                             00012645
            MOVE SPACES TO WS-EMPNAME-TEXT.                             00012650
            EXEC SQL                                                    00012654
                 SELECT EMPID, EMPNAME, SALARY, DEPTID                  00012658
                 INTO :WS-EMPID, :WS-EMPNAME, :WS-SALARY,               00012662
                      :WS-DEPTID :WS-DEPTID-IND                         00012666
                 FROM  EMP_DB                                           00012670
                 WHERE EMPID = :WS-EMPID                                00012675
            END-EXEC.                                                   00012679
            IF SQLCODE = ZERO THEN                                      00012683
               MOVE WS-EMPNAME-TEXT TO WS-CA-NAME                       00012687
            END-IF.                                                     00012691
       FETCH-ROW-BY-NAME.                                               00012695
            MOVE WS-CA-NAME TO WS-EMPNAME-TEXT.                         00012700
            EXEC SQL                                                    00012800
                 SELECT EMPID, EMPNAME, SALARY, DEPTID                  00012900
                 FROM  EMP_DB                                           00013200
                 WHERE EMPNAME = :WS-EMPNAME-TEXT                       00013300
            END-EXEC.                                                   00013400
       APPLY-SALARY-UPDATE.                                             00013800
            MOVE WS-INPUT-AREA (1:11) TO WS-NEW-SALARY-X.               00013900
            IF WS-NEW-SALARY-X NOT NUMERIC                              00014000
            EXEC CICS                                                   00022500
                 RETURN TRANSID('EMPU')                                 00022600
                 COMMAREA(WS-COMMAREA)                                  00022700
                 LENGTH(29)                                             00022800
            END-EXEC.                                                   00022900
       SEND-MSG-AND-END.                                                00023000
            EXEC CICS                                                   00023100

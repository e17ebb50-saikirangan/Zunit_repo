      * RUN NUMBER DISPLAYS THAT STATEMENT A PAGE AT A TIME (PF8        00000800
      * PAGES FORWARD); PF5 REQUEUES THE DISPLAYED STATEMENT TO         00000900
      * THE STMP TD QUEUE FOR REPRINT.  THE SYMBOLIC MAP BELOW          00001000
      * MATCHES THE PGM46M BMS SOURCE.  A STATEMENT CARRIES PAY,        00001040
      * SO EVERY PAGE DISPLAYED AND EVERY REPRINT REQUEUED IS           00001080
      * LOGGED TO THE SACC TD QUEUE (CPACCLOG) WITH THE RUN             00001120
      * NUMBER, FOR THE NIGHTLY PGM103 ACCESS-HISTORY LOAD.             00001160
      * STARTED FROM THE E360 INQUIRY (PGM122) WITH A CPEMPXFR          00001170
      * HAND-OFF RECORD, SREP OPENS ON THE RUN LIST FOR THAT            00001180
      * EMPLOYEE.                                                       00001190
       ENVIRONMENT DIVISION.                                            00001200
       DATA DIVISION.                                                   00001300
       WORKING-STORAGE SECTION.                                         00001400
       01 WS-ROW-SUB     PIC S9(4) COMP VALUE 0.                        00003000
       01 WS-LAST-RUN    PIC 9(5) VALUE 0.                              00003100
       01 WS-QUEUED-COUNT PIC 9(3) VALUE 0.                             00003200
       01 WS-ABSTIME     PIC S9(15) COMP-3 VALUE 0.                     00003225
       01 WS-ACCESS-REC.                                                00003250
          COPY CPACCLOG.                                                00003275
           COPY DFHAID.                                                 00003300
      * HAND-CODED SYMBOLIC MAP FOR STMRPT (SEE PGM46M IN THE BMS       00003400
      * LIBRARY), L/F/I TRIPLETS IN DFHMDF ORDER.                       00003500
               10 ROWIO        PIC X(76).                               00005900
           05 FILLER           PIC X(3).                                00006000
           05 MSGIO            PIC X(60).                               00006100
       01 WS-XFER-REC.                                                  00006125
          COPY CPEMPXFR.                                                00006150
       01 WS-XFER-LEN     PIC S9(4) COMP VALUE 40.                      00006175
       LINKAGE SECTION.                                                 00006200
       01 DFHCOMMAREA PIC X(16).                                        00006300
       PROCEDURE DIVISION.                                              00006400
               MOVE SPACES TO WS-COMMAREA                               00006800
               MOVE 0 TO WS-CA-RUN                                      00006900
               MOVE 0 TO WS-CA-LAST-LINE                                00007000
               PERFORM RETRIEVE-HANDOFF                                 00007100
               IF WS-RESP = DFHRESP(NORMAL)                             00007112
                  MOVE XFR-EMP-ID TO WS-CA-EMPID                        00007125
                  PERFORM LIST-RUNS-ON-FILE                             00007137
                  MOVE WS-CA-EMPID TO EMPIDO                            00007150
               ELSE                                                     00007162
                  MOVE 'ENTER AN EMPLOYEE ID AND PRESS ENTER' TO MSGIO  00007175
               END-IF                                                   00007187
               PERFORM SEND-REPRINT-MAP                                 00007200
               PERFORM RETURN-WITH-COMMAREA                             00007300
            END-IF.                                                     00007400
            MOVE WS-CA-RUN TO RUNNOO.                                   00010200
            PERFORM SEND-REPRINT-MAP.                                   00010300
            PERFORM RETURN-WITH-COMMAREA.                               00010400
      * A TASK STARTED BY THE E360 INQUIRY (PGM122) CARRIES THE         00010408
      * CPEMPXFR HAND-OFF RECORD; TYPED AT THE TERMINAL THERE IS        00010416
      * NOTHING TO RETRIEVE AND THE RESP IS NOT NORMAL.                 00010425
       RETRIEVE-HANDOFF.                                                00010433
            MOVE SPACES TO WS-XFER-REC.                                 00010441
            MOVE 40 TO WS-XFER-LEN.                                     00010450
            EXEC CICS                                                   00010458
                 RETRIEVE INTO(WS-XFER-REC)                             00010466
                 LENGTH(WS-XFER-LEN)                                    00010475
                 RESP(WS-RESP)                                          00010483
            END-EXEC.                                                   00010491
       RECEIVE-REPRINT-MAP.                                             00010500
            MOVE LOW-VALUES TO STMRPTI.                                 00010600
            EXEC CICS                                                   00010700
               MOVE 0 TO WS-CA-LAST-LINE                                00021200
            ELSE                                                        00021300
               MOVE 'PF8=MORE  PF5=REQUEUE FOR REPRINT' TO MSGIO        00021400
               MOVE SPACES TO WS-ACCESS-REC                             00021425
               SET ACL-TYPE-STMT TO TRUE                                00021450
               PERFORM WRITE-ACCESS-LOG                                 00021475
            END-IF.                                                     00021500
       READ-NEXT-STMT-LINE.                                             00021600
            EXEC CICS                                                   00021700
               MOVE 'NOTHING FOUND TO REQUEUE' TO MSGIO                 00025600
            ELSE                                                        00025700
               MOVE 'STATEMENT QUEUED FOR REPRINT' TO MSGIO             00025800
               MOVE SPACES TO WS-ACCESS-REC                             00025825
               SET ACL-TYPE-REPRINT TO TRUE                             00025850
               PERFORM WRITE-ACCESS-LOG                                 00025875
            END-IF.                                                     00025900
       QUEUE-ONE-STMT-LINE.                                             00026000
            EXEC CICS                                                   00026100
                  ADD 1 TO WS-QUEUED-COUNT                              00027700
               END-IF                                                   00027800
            END-IF.                                                     00027900
      * ONE SACC RECORD PER PAGE SHOWN OR STATEMENT REQUEUED.  THE      00027903
      * ARCHIVE CARRIES NO NAME FIELD, SO ACL-NAME STAYS BLANK.  NO     00027906
      * RESP ON THE WRITEQ - AN UNAVAILABLE QUEUE ABENDS THE TASK       00027909
      * BEFORE THE PAGE IS SENT.                                        00027912
       WRITE-ACCESS-LOG.                                                00027915
            EXEC CICS                                                   00027918
                 ASKTIME ABSTIME(WS-ABSTIME)                            00027921
            END-EXEC.                                                   00027924
            EXEC CICS                                                   00027927
                 FORMATTIME ABSTIME(WS-ABSTIME)                         00027930
                 YYYYMMDD(ACL-DATE)                                     00027933
                 TIME(ACL-TIME)                                         00027936
            END-EXEC.                                                   00027939
            EXEC CICS                                                   00027942
                 ASSIGN USERID(ACL-USERID)                              00027945
            END-EXEC.                                                   00027948
            MOVE EIBTRMID TO ACL-TERMINAL.                              00027951
            MOVE EIBTRNID TO ACL-TRANID.                                00027954
            MOVE WS-CA-EMPID TO ACL-EMP-ID.                             00027957
            MOVE WS-CA-RUN TO ACL-RUN-NUMBER.                           00027960
            EXEC CICS                                                   00027963
                 WRITEQ TD QUEUE('SACC')                                00027966
                 FROM(WS-ACCESS-REC)                                    00027969
                 LENGTH(80)                                             00027972
            END-EXEC.                                                   00027975
       SEND-REPRINT-MAP.                                                00028000
            EXEC CICS                                                   00028100
                 SEND MAP('STMRPT') MAPSET('PGM46M')                    00028200

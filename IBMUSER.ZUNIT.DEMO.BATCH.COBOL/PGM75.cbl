      * ID IS REFUSED.  DECIDED ITEMS KEEP THE FULL MAKER AND           00001000
      * CHECKER TRAIL ON THE RECORD; THE PGM76 BATCH STEP APPLIES       00001100
      * THE APPROVED ONES TO EMP_DB.                                    00001200
      * STARTED FROM THE E360 INQUIRY (PGM122) WITH A CPEMPXFR          00001225
      * HAND-OFF RECORD, THE FIRST ITEM OFFERED IS THAT EMPLOYEE'S      00001250
      * IF IT IS STILL PENDING, OTHERWISE THE NEXT ONE AFTER IT.        00001275
       ENVIRONMENT DIVISION.                                            00001300
       DATA DIVISION.                                                   00001400
       WORKING-STORAGE SECTION.                                         00001500
           88 WS-DECISION-APPROVE VALUE 'A'.                            00002300
           88 WS-DECISION-REJECT  VALUE 'R'.                            00002400
       01 WS-BROWSE-KEY   PIC X(8).                                     00002500
       01 WS-START-KEY    PIC X(8) VALUE LOW-VALUES.                    00002550
       01 WS-SHOWN-SW     PIC X(1) VALUE 'N'.                           00002600
           88 WS-PENDING-SHOWN VALUE 'Y'.                               00002700
       01 WS-BROWSE-DONE-SW PIC X(1) VALUE 'N'.                         00002800
           05 PND-CHECKER    PIC X(8).                                  00004400
           05 PND-DEPTID     PIC X(4).                                  00004500
           05 FILLER         PIC X(3).                                  00004600
       01 WS-XFER-REC.                                                  00004625
          COPY CPEMPXFR.                                                00004650
       01 WS-XFER-LEN     PIC S9(4) COMP VALUE 40.                      00004675
       LINKAGE SECTION.                                                 00004700
       01 DFHCOMMAREA PIC X(1).                                         00004800
       PROCEDURE DIVISION.                                              00004900
                 ASSIGN USERID(WS-USERID)                               00005200
            END-EXEC.                                                   00005300
            IF EIBCALEN = 0                                             00005400
               PERFORM RETRIEVE-HANDOFF                                 00005420
               IF WS-RESP = DFHRESP(NORMAL)                             00005440
                  MOVE XFR-EMP-ID TO WS-START-KEY                       00005460
               END-IF                                                   00005480
               PERFORM SHOW-NEXT-PENDING                                00005500
               PERFORM SEND-MSG-AND-RETURN                              00005600
            END-IF.                                                     00005700
            PERFORM DECIDE-ONE-ITEM.                                    00005900
            PERFORM SHOW-NEXT-PENDING.                                  00006000
            PERFORM SEND-MSG-AND-RETURN.                                00006100
      * A TASK STARTED BY THE E360 INQUIRY (PGM122) CARRIES THE         00006108
      * CPEMPXFR HAND-OFF RECORD; TYPED AT THE TERMINAL THERE IS        00006116
      * NOTHING TO RETRIEVE AND THE RESP IS NOT NORMAL.                 00006125
       RETRIEVE-HANDOFF.                                                00006133
            MOVE SPACES TO WS-XFER-REC.                                 00006141
            MOVE 40 TO WS-XFER-LEN.                                     00006150
            EXEC CICS                                                   00006158
                 RETRIEVE INTO(WS-XFER-REC)                             00006166
                 LENGTH(WS-XFER-LEN)                                    00006175
                 RESP(WS-RESP)                                          00006183
            END-EXEC.                                                   00006191
       RECEIVE-INPUT.                                                   00006200
            MOVE SPACES TO WS-INPUT-AREA.                               00006300
            EXEC CICS                                                   00006400
       SHOW-NEXT-PENDING.                                               00011900
            MOVE 'N' TO WS-SHOWN-SW.                                    00012000
            MOVE 'N' TO WS-BROWSE-DONE-SW.                              00012100
            MOVE WS-START-KEY TO WS-BROWSE-KEY.                         00012200
            EXEC CICS                                                   00012300
                 STARTBR FILE('PENDAPPR')                               00012400
                 RIDFLD(WS-BROWSE-KEY)                                  00012500

      * MONTHLY CONSOLIDATED HISTORY, AND WRITES A RECONCILIATION       00001000
      * LINE PROVING RECORDS ARCHIVED EQUALS RECORDS READ.  THE         00001100
      * JCL EMPTIES THE LIVE DATASET ONLY AFTER THIS STEP ENDS          00001200
      * CLEAN.  SERVER HEARTBEAT RECORDS (AUD-RECORD-TYPE H) ARE        00001250
      * ARCHIVED WITH THE REST BUT ARE NOT RUNS, SO THEY ARE LEFT OUT   00001300
      * OF THE ROLL-UP.                                                 00001350
       ENVIRONMENT DIVISION.                                            00001400
       INPUT-OUTPUT SECTION.                                            00001500
       FILE-CONTROL.                                                    00001600
            MOVE AUD-REC TO ARCH-REC.                                   00009400
            WRITE ARCH-REC.                                             00009500
            ADD 1 TO WS-COUNT-ARCHIVED.                                 00009600
            IF NOT AUD-HEARTBEAT-REC OF AUD-REC THEN                    00009620
               PERFORM ROLL-UP-ONE-REC                                  00009640
            END-IF.                                                     00009660
       ROLL-UP-ONE-REC.                                                 00009680
            IF WS-FIRST-REC THEN                                        00009700
               PERFORM START-NEW-GROUP                                  00009800
               MOVE 'N' TO WS-FIRST-REC-SW                              00009900

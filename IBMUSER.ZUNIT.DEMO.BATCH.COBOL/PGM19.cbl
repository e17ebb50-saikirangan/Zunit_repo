      * PASSED THAT EXACT RECORD.  SELECTING A ROW READS THE            00001300
      * BASE CLUSTER (CICS FILE EMPKSDS) DIRECTLY BY THE ROW'S          00001400
      * EMPLOYEE ID.  THE SYMBOLIC MAP MATCHES THE PGM19M BMS           00001500
      * SOURCE.  EVERY SALARY THE BROWSE PUTS ON THE SCREEN -           00001540
      * EACH PAGE ROW AND EACH SELECTED DETAIL - IS LOGGED TO           00001580
      * THE SACC TD QUEUE (CPACCLOG) FOR THE NIGHTLY PGM103             00001620
      * ACCESS-HISTORY LOAD.                                            00001660
       ENVIRONMENT DIVISION.                                            00001700
       DATA DIVISION.                                                   00001800
       WORKING-STORAGE SECTION.                                         00001900
       01 WS-KSDS-REC.                                                  00005700
          COPY CPFLREC.                                                 00005800
       01 WS-DETAIL-ID         PIC X(8).                                00005900
       01 WS-ABSTIME           PIC S9(15) COMP-3 VALUE 0.               00005925
       01 WS-ACCESS-REC.                                                00005950
          COPY CPACCLOG.                                                00005975
           COPY DFHAID.                                                 00006000
      * HAND-CODED SYMBOLIC MAP FOR EMPBRW (SEE PGM19M IN THE BMS       00006100
      * LIBRARY).  FIELD ORDER AND LENGTHS MATCH THE DFHMDF             00006200
            END-EXEC.                                                   00016300
            IF WS-RESP = DFHRESP(NORMAL)                                00016400
               MOVE FL-SALARY OF WS-KSDS-REC TO WS-SALARY-DISPLAY       00016500
               MOVE SPACES TO WS-ACCESS-REC                             00016525
               SET ACL-TYPE-DETAIL TO TRUE                              00016550
               PERFORM WRITE-ACCESS-LOG                                 00016575
               MOVE SPACES TO MSGIO                                     00016600
               STRING FL-NAME OF WS-KSDS-REC                            00016700
                  ' ID=' FL-EMP-ID OF WS-KSDS-REC                       00016800
               MOVE FL-EMP-ID OF WS-KSDS-REC                            00031900
                  TO WS-TMP-ID (WS-ROWS-FILLED)                         00032000
               MOVE FL-SALARY OF WS-KSDS-REC TO WS-SALARY-DISPLAY       00032100
               MOVE SPACES TO WS-ACCESS-REC                             00032125
               SET ACL-TYPE-BROWSE TO TRUE                              00032150
               PERFORM WRITE-ACCESS-LOG                                 00032175
               MOVE SPACES TO WS-TMP-LINE (WS-ROWS-FILLED)              00032200
               STRING FL-NAME OF WS-KSDS-REC                            00032300
                  ' ' FL-EMP-ID OF WS-KSDS-REC                          00032400
                  INTO WS-TMP-LINE (WS-ROWS-FILLED)                     00032700
               END-STRING                                               00032800
            END-IF.                                                     00032900
      * ONE SACC RECORD PER SALARY SHOWN.  NO RESP ON THE WRITEQ -      00032903
      * IF THE QUEUE IS UNAVAILABLE THE TASK ABENDS RATHER THAN         00032906
      * SHOW A SALARY THAT WAS NOT LOGGED.                              00032909
       WRITE-ACCESS-LOG.                                                00032912
            EXEC CICS                                                   00032915
                 ASKTIME ABSTIME(WS-ABSTIME)                            00032918
            END-EXEC.                                                   00032921
            EXEC CICS                                                   00032924
                 FORMATTIME ABSTIME(WS-ABSTIME)                         00032927
                 YYYYMMDD(ACL-DATE)                                     00032930
                 TIME(ACL-TIME)                                         00032933
            END-EXEC.                                                   00032936
            EXEC CICS                                                   00032939
                 ASSIGN USERID(ACL-USERID)                              00032942
            END-EXEC.                                                   00032945
            MOVE EIBTRMID TO ACL-TERMINAL.                              00032948
            MOVE EIBTRNID TO ACL-TRANID.                                00032951
            MOVE FL-EMP-ID OF WS-KSDS-REC TO ACL-EMP-ID.                00032954
            MOVE FL-NAME OF WS-KSDS-REC TO ACL-NAME.                    00032957
            MOVE 0 TO ACL-RUN-NUMBER.                                   00032960
            EXEC CICS                                                   00032963
                 WRITEQ TD QUEUE('SACC')                                00032966
                 FROM(WS-ACCESS-REC)                                    00032969
                 LENGTH(80)                                             00032972
            END-EXEC.                                                   00032975
       SET-PAGE-MESSAGE.                                                00033000
            IF WS-ROWS-FILLED = 0 THEN                                  00033100
               MOVE 'NO MATCHING EMPLOYEES' TO MSGIO                    00033200

      * UNMATCHED DROP IS A TERMINATION, A CHANGED RECORD WHOSE         00000900
      * DEPARTMENT MOVED IS A TRANSFER AND ONE WHOSE SALARY MOVED       00001000
      * IS A PAY CHANGE (A RECORD CAN BE BOTH).  PRINTS A MOVEMENT      00001100
      * REGISTER BY DEPARTMENT WITH COUNTS PER CATEGORY.  EACH NEW      00001140
      * HIRE'S ADDED RECORD IS ALSO COPIED TO THE NEW-HIRE MOVEMENT     00001180
      * FILE (DDHIREOUT, CPFLREC SHAPE) FOR PGM105'S STATUTORY          00001220
      * NEW-HIRE REPORT.                                                00001260
      * AN FTE CHANGE IS ITS OWN CATEGORY: EVERY EMPLOYEE ON THE        00001265
      * CURRENT EXTRACT (DDCURRIN) WHO IS NOT TERMINATED AND WAS        00001271
      * ALREADY EFFECTIVE ON THE PRIOR EXTRACT'S RUN DATE (DDPREVIN     00001277
      * HEADER) HAS THEIR FTE FACTOR (PGM121, DDFTEIN) AS OF THAT       00001282
      * DATE COMPARED WITH THE FACTOR AS OF THE CURRENT RUN DATE.       00001288
      * AN EXTRACT WITHOUT A HEADER LEAVES FTE UNCHECKED, AND SAYS SO.  00001294
       ENVIRONMENT DIVISION.                                            00001300
       INPUT-OUTPUT SECTION.                                            00001400
       FILE-CONTROL.                                                    00001500
                SELECT DELIN ASSIGN TO DDDELIN                          00001800
                ORGANIZATION IS SEQUENTIAL.                             00001900
                SELECT CHGIN ASSIGN TO DDCHGIN                          00002000
                ORGANIZATION IS SEQUENTIAL.                             00002020
                SELECT CURRIN ASSIGN TO DDCURRIN                        00002040
                ORGANIZATION IS SEQUENTIAL.                             00002060
                SELECT PREVIN ASSIGN TO DDPREVIN                        00002080
                ORGANIZATION IS SEQUENTIAL.                             00002100
                SELECT HIREOUT ASSIGN TO DDHIREOUT                      00002133
                ORGANIZATION IS SEQUENTIAL.                             00002166
                SELECT RPTFILE ASSIGN TO DDRPTOUT                       00002200
                ORGANIZATION IS SEQUENTIAL.                             00002300
       DATA DIVISION.                                                   00002400
           05 CHG-OLD-SALARY PIC 9(8)V99.                               00004200
           05 CHG-NEW-SALARY PIC 9(8)V99.                               00004300
           05 FILLER         PIC X(4).                                  00004400
       FD CURRIN                                                        00004402
            RECORDING MODE IS F.                                        00004404
       01 CURR-REC.                                                     00004406
          COPY CPFLREC.                                                 00004408
       FD PREVIN                                                        00004411
            RECORDING MODE IS F.                                        00004413
       01 PREV-REC.                                                     00004415
          COPY CPFLREC.                                                 00004417
       FD HIREOUT                                                       00004420
            RECORDING MODE IS F.                                        00004440
       01 HIRE-REC.                                                     00004460
          COPY CPFLREC.                                                 00004480
       FD RPTFILE                                                       00004500
            RECORDING MODE IS F.                                        00004600
       01 RPT-LINE PIC X(80).                                           00004700
          COPY CPFLREC.                                                 00005000
       01 WS-DEL-REC.                                                   00005100
          COPY CPFLREC.                                                 00005200
       01 WS-CURR-REC.                                                  00005209
          COPY CPFLREC.                                                 00005218
       01 WS-CURR-REC-HT REDEFINES WS-CURR-REC.                         00005227
          COPY CPHDRTRL.                                                00005236
       01 WS-CURR-REC-ST REDEFINES WS-CURR-REC.                         00005245
          COPY CPFLSTAT.                                                00005254
       01 WS-PREV-REC.                                                  00005263
          COPY CPFLREC.                                                 00005272
       01 WS-PREV-REC-HT REDEFINES WS-PREV-REC.                         00005281
          COPY CPHDRTRL.                                                00005290
       01 WS-ADD-EOF-SW PIC X(1) VALUE 'N'.                             00005300
           88 WS-ADD-EOF       VALUE 'Y'.                               00005400
       01 WS-DEL-EOF-SW PIC X(1) VALUE 'N'.                             00005500
           88 WS-DEL-EOF       VALUE 'Y'.                               00005600
       01 WS-CHG-EOF-SW PIC X(1) VALUE 'N'.                             00005700
           88 WS-CHG-EOF       VALUE 'Y'.                               00005800
       01 WS-CURR-EOF-SW PIC X(1) VALUE 'N'.                            00005809
           88 WS-CURR-EOF      VALUE 'Y'.                               00005818
       01 WS-CURR-DATE     PIC 9(8) VALUE 0.                            00005827
       01 WS-PREV-DATE     PIC 9(8) VALUE 0.                            00005836
       01 WS-OLD-FACTOR    PIC 9V99 VALUE 0.                            00005845
       01 WS-OLD-FACTOR-ED PIC 9.99.                                    00005854
       01 WS-NEW-FACTOR-ED PIC 9.99.                                    00005863
       01 WS-FTE-PGM       PIC X(8) VALUE 'PGM121'.                     00005872
       01 WS-FTE-REQUEST.                                               00005881
          COPY CPFTERQ.                                                 00005890
       01 WS-COUNT-HIRES     PIC 9(7) VALUE 0.                          00005900
       01 WS-COUNT-TERMS     PIC 9(7) VALUE 0.                          00006000
       01 WS-COUNT-REKEYS    PIC 9(7) VALUE 0.                          00006100
       01 WS-COUNT-TRANSFERS PIC 9(7) VALUE 0.                          00006200
       01 WS-COUNT-PAYCHG    PIC 9(7) VALUE 0.                          00006300
       01 WS-COUNT-FTECHG    PIC 9(7) VALUE 0.                          00006350
       01 WS-DEPT-COUNT PIC 9(2) COMP VALUE 0.                          00006400
       01 WS-DEPT-TABLE.                                                00006500
           05 WS-DEPT-ENTRY OCCURS 50 TIMES                             00006600
               10 WS-DEPT-REKEYS    PIC 9(5).                           00007100
               10 WS-DEPT-TRANSFERS PIC 9(5).                           00007200
               10 WS-DEPT-PAYCHG    PIC 9(5).                           00007300
               10 WS-DEPT-FTECHG    PIC 9(5).                           00007350
       01 WS-DEPT-FOUND-SW PIC X(1) VALUE 'N'.                          00007400
           88 WS-DEPT-FOUND    VALUE 'Y'.                               00007500
       01 WS-TALLY-DEPT    PIC X(4) VALUE SPACES.                       00007600
           88 WS-CLASS-REKEY    VALUE 'R'.                              00008000
           88 WS-CLASS-TRANSFER VALUE 'X'.                              00008100
           88 WS-CLASS-PAYCHG   VALUE 'P'.                              00008200
           88 WS-CLASS-FTECHG   VALUE 'F'.                              00008250
       01 WS-RETCD.                                                     00008300
           COPY CPRETCD.                                                00008400
       PROCEDURE DIVISION.                                              00008500
            OPEN INPUT ADDIN.                                           00008700
            OPEN INPUT DELIN.                                           00008800
            OPEN INPUT CHGIN.                                           00008900
            OPEN OUTPUT HIREOUT.                                        00008950
            OPEN OUTPUT RPTFILE.                                        00009000
            MOVE SPACES TO RPT-LINE.                                    00009100
            MOVE '---- PGM44 EMPLOYEE MOVEMENT REGISTER ----'           00009200
                 NOT AT END PERFORM CLASSIFY-ONE-CHANGE                 00012200
               END-READ                                                 00012300
            END-PERFORM.                                                00012400
            PERFORM CLASSIFY-FTE-CHANGES.                               00012450
            PERFORM WRITE-MOVEMENT-REGISTER.                            00012500
            CLOSE ADDIN.                                                00012600
            CLOSE DELIN.                                                00012700
            CLOSE CHGIN.                                                00012800
            CLOSE HIREOUT.                                              00012850
            CLOSE RPTFILE.                                              00012900
            SET WS-RC-OK TO TRUE.                                       00013000
            IF WS-COUNT-HIRES > 0 OR WS-COUNT-TERMS > 0 OR              00013100
               WS-COUNT-REKEYS > 0 OR WS-COUNT-TRANSFERS > 0 OR         00013200
               WS-COUNT-PAYCHG > 0 OR WS-COUNT-FTECHG > 0 THEN          00013300
               SET WS-RC-WARNING TO TRUE                                00013400
            END-IF.                                                     00013500
            MOVE WS-RETURN-CODE TO RETURN-CODE.                         00013600
            MOVE FL-DEPT-CODE OF WS-ADD-REC TO WS-TALLY-DEPT.           00015600
            SET WS-CLASS-HIRE TO TRUE.                                  00015700
            PERFORM TALLY-ONE-MOVEMENT.                                 00015800
            WRITE HIRE-REC FROM WS-ADD-REC.                             00015850
            MOVE SPACES TO RPT-LINE.                                    00015900
            STRING 'NEW HIRE    ' FL-EMP-ID OF WS-ADD-REC               00016000
               ' ' FL-DEPT-CODE OF WS-ADD-REC                           00016100
               END-STRING                                               00021700
               WRITE RPT-LINE                                           00021800
            END-IF.                                                     00021900
      * BOTH EXTRACTS START WITH THEIR CPHDRTRL HEADER; ITS RUN DATE    00021901
      * IS THE DATE EACH FTE FACTOR IS TAKEN AS OF.                     00021902
       CLASSIFY-FTE-CHANGES.                                            00021904
            OPEN INPUT CURRIN.                                          00021905
            OPEN INPUT PREVIN.                                          00021907
            READ PREVIN INTO WS-PREV-REC                                00021908
              AT END MOVE SPACES TO WS-PREV-REC                         00021909
            END-READ.                                                   00021911
            IF HT-IS-HEADER OF WS-PREV-REC-HT AND                       00021912
               HT-RUN-DATE OF WS-PREV-REC-HT IS NUMERIC THEN            00021914
               MOVE HT-RUN-DATE OF WS-PREV-REC-HT TO WS-PREV-DATE       00021915
            END-IF.                                                     00021916
            PERFORM READ-CURRENT.                                       00021918
            IF NOT WS-CURR-EOF AND                                      00021919
               HT-IS-HEADER OF WS-CURR-REC-HT AND                       00021921
               HT-RUN-DATE OF WS-CURR-REC-HT IS NUMERIC THEN            00021922
               MOVE HT-RUN-DATE OF WS-CURR-REC-HT TO WS-CURR-DATE       00021923
            END-IF.                                                     00021925
            IF WS-PREV-DATE = 0 OR WS-CURR-DATE = 0 OR                  00021926
               WS-PREV-DATE NOT < WS-CURR-DATE THEN                     00021928
               MOVE SPACES TO RPT-LINE                                  00021929
               MOVE 'FTE CHANGES NOT CHECKED - EXTRACT HEADER MISSING'  00021930
                  TO RPT-LINE                                           00021932
               WRITE RPT-LINE                                           00021933
            ELSE                                                        00021935
               INITIALIZE WS-FTE-REQUEST                                00021936
               PERFORM READ-CURRENT                                     00021938
               PERFORM CHECK-ONE-FTE-CHANGE                             00021939
                  UNTIL WS-CURR-EOF                                     00021940
            END-IF.                                                     00021942
            CLOSE CURRIN.                                               00021943
            CLOSE PREVIN.                                               00021945
       READ-CURRENT.                                                    00021946
            READ CURRIN INTO WS-CURR-REC                                00021947
              AT END SET WS-CURR-EOF TO TRUE                            00021949
            END-READ.                                                   00021950
       CHECK-ONE-FTE-CHANGE.                                            00021952
            IF HT-IS-HEADER OF WS-CURR-REC-HT OR                        00021953
               HT-IS-TRAILER OF WS-CURR-REC-HT OR                       00021954
               FL-STATUS-TERMINATED OF WS-CURR-REC-ST OR                00021956
               FL-EFF-DATE OF WS-CURR-REC IS NOT NUMERIC OR             00021957
               FL-EFF-DATE OF WS-CURR-REC > WS-PREV-DATE THEN           00021959
               CONTINUE                                                 00021960
            ELSE                                                        00021961
               MOVE FL-EMP-ID OF WS-CURR-REC TO FTQ-EMP-ID              00021963
               MOVE WS-PREV-DATE TO FTQ-AS-OF-DATE                      00021964
               CALL WS-FTE-PGM USING WS-FTE-REQUEST                     00021966
               MOVE FTQ-FACTOR TO WS-OLD-FACTOR                         00021967
               MOVE WS-CURR-DATE TO FTQ-AS-OF-DATE                      00021969
               CALL WS-FTE-PGM USING WS-FTE-REQUEST                     00021970
               IF FTQ-FACTOR NOT = WS-OLD-FACTOR THEN                   00021971
                  PERFORM REPORT-FTE-CHANGE                             00021973
               END-IF                                                   00021974
            END-IF.                                                     00021976
            PERFORM READ-CURRENT.                                       00021977
       REPORT-FTE-CHANGE.                                               00021978
            ADD 1 TO WS-COUNT-FTECHG.                                   00021980
            MOVE FL-DEPT-CODE OF WS-CURR-REC TO WS-TALLY-DEPT.          00021981
            SET WS-CLASS-FTECHG TO TRUE.                                00021983
            PERFORM TALLY-ONE-MOVEMENT.                                 00021984
            MOVE WS-OLD-FACTOR TO WS-OLD-FACTOR-ED.                     00021985
            MOVE FTQ-FACTOR TO WS-NEW-FACTOR-ED.                        00021987
            MOVE SPACES TO RPT-LINE.                                    00021988
            STRING 'FTE CHANGE  ' FL-EMP-ID OF WS-CURR-REC              00021990
               ' ' FL-DEPT-CODE OF WS-CURR-REC                          00021991
               ' ' WS-OLD-FACTOR-ED ' TO ' WS-NEW-FACTOR-ED             00021992
               ' ' FL-NAME OF WS-CURR-REC                               00021994
               DELIMITED BY SIZE INTO RPT-LINE                          00021995
            END-STRING.                                                 00021997
            WRITE RPT-LINE.                                             00021998
       TALLY-ONE-MOVEMENT.                                              00022000
            MOVE 'N' TO WS-DEPT-FOUND-SW.                               00022100
            IF WS-DEPT-COUNT > 0 THEN                                   00022200
               MOVE 0 TO WS-DEPT-REKEYS (WS-DEPT-IDX)                   00024200
               MOVE 0 TO WS-DEPT-TRANSFERS (WS-DEPT-IDX)                00024300
               MOVE 0 TO WS-DEPT-PAYCHG (WS-DEPT-IDX)                   00024400
               MOVE 0 TO WS-DEPT-FTECHG (WS-DEPT-IDX)                   00024450
               SET WS-DEPT-FOUND TO TRUE                                00024500
            END-IF.                                                     00024600
            IF WS-DEPT-FOUND THEN                                       00024700
                      ADD 1 TO WS-DEPT-TRANSFERS (WS-DEPT-IDX)          00025600
                   WHEN WS-CLASS-PAYCHG                                 00025700
                      ADD 1 TO WS-DEPT-PAYCHG (WS-DEPT-IDX)             00025800
                   WHEN WS-CLASS-FTECHG                                 00025833
                      ADD 1 TO WS-DEPT-FTECHG (WS-DEPT-IDX)             00025866
               END-EVALUATE                                             00025900
            END-IF.                                                     00026000
       WRITE-MOVEMENT-REGISTER.                                         00026100
            MOVE '---- MOVEMENTS BY DEPARTMENT ----' TO RPT-LINE.       00026300
            WRITE RPT-LINE.                                             00026400
            MOVE SPACES TO RPT-LINE.                                    00026500
            MOVE 'DEPT HIRES TERMS REKEY XFERS PAYCHG FTECHG'           00026600
               TO RPT-LINE.                                             00026700
            WRITE RPT-LINE.                                             00026800
            IF WS-DEPT-COUNT > 0 THEN                                   00026900
            MOVE SPACES TO RPT-LINE.                                    00028100
            STRING '        XFERS ' WS-COUNT-TRANSFERS                  00028200
               ' PAYCHG ' WS-COUNT-PAYCHG                               00028300
               ' FTECHG ' WS-COUNT-FTECHG                               00028350
               DELIMITED BY SIZE INTO RPT-LINE                          00028400
            END-STRING.                                                 00028500
            WRITE RPT-LINE.                                             00028600
               ' ' WS-DEPT-REKEYS (WS-DEPT-IDX)                         00029200
               ' ' WS-DEPT-TRANSFERS (WS-DEPT-IDX)                      00029300
               ' ' WS-DEPT-PAYCHG (WS-DEPT-IDX)                         00029400
               '  ' WS-DEPT-FTECHG (WS-DEPT-IDX)                        00029450
               DELIMITED BY SIZE INTO RPT-LINE                          00029500
            END-STRING.                                                 00029600
            WRITE RPT-LINE.                                             00029700

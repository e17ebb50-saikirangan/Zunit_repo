      * THE REPORT BEING BURST; LINES OUTSIDE ANY DEPARTMENT            00001300
      * SECTION (TITLES, GRAND TOTALS) ARE LOGGED AS COMMON AND         00001400
      * KEPT WITH THE UNDISTRIBUTED FILE FOR THE OPERATORS.             00001500
      * A REPORT SECTIONED BY MANAGER (THE PGM92 TEAM REPORT -          00001516
      * SECTIONS OPEN 'MANAGER ' AND THE MANAGER'S EMPLOYEE ID) IS      00001532
      * BURST THE SAME WAY FROM CONTROL ROWS CARRYING DST-MANAGER       00001548
      * INSTEAD OF A DEPARTMENT, SO EACH MANAGER GETS THEIR OWN         00001564
      * TEAM'S SECTION.                                                 00001580
       ENVIRONMENT DIVISION.                                            00001600
       INPUT-OUTPUT SECTION.                                            00001700
       FILE-CONTROL.                                                    00001800
           05 DST-RECIPIENT PIC X(8).                                   00005100
           05 FILLER        PIC X(1).                                   00005200
           05 DST-FILENO    PIC 9(1).                                   00005300
           05 FILLER        PIC X(1).                                   00005350
           05 DST-MANAGER   PIC X(8).                                   00005400
           05 FILLER        PIC X(47).                                  00005450
       FD PARMFILE                                                      00005500
            RECORDING MODE IS F.                                        00005600
       01 PARM-CARD.                                                    00005700
           05 WS-CTL-ENTRY OCCURS 100 TIMES                             00009000
                            INDEXED BY WS-CTL-IDX WS-CTL-SAV.           00009100
               10 WS-CTL-DEPT      PIC X(4).                            00009200
               10 WS-CTL-MANAGER   PIC X(8).                            00009250
               10 WS-CTL-RECIPIENT PIC X(8).                            00009300
               10 WS-CTL-FILENO    PIC 9(1).                            00009400
       01 WS-OUT-LINE PIC X(80) VALUE SPACES.                           00009500
       01 WS-TARGET-FILE PIC 9(1) VALUE 0.                              00009600
       01 WS-CURR-DEPT   PIC X(4) VALUE SPACES.                         00009700
       01 WS-CURR-RECIP  PIC X(8) VALUE SPACES.                         00009800
       01 WS-CURR-MGR    PIC X(8) VALUE SPACES.                         00009825
       01 WS-SECTION-KIND PIC X(1) VALUE 'D'.                           00009850
           88 WS-MGR-SECTION   VALUE 'M'.                               00009875
       01 WS-IN-SECTION-SW PIC X(1) VALUE 'N'.                          00009900
           88 WS-IN-SECTION    VALUE 'Y'.                               00010000
       01 WS-SECTION-LINES PIC 9(5) VALUE 0.                            00010100
                       SET WS-CTL-IDX TO WS-CTL-COUNT                   00016800
                       MOVE DST-DEPT                                    00016900
                          TO WS-CTL-DEPT (WS-CTL-IDX)                   00017000
                       MOVE DST-MANAGER                                 00017033
                          TO WS-CTL-MANAGER (WS-CTL-IDX)                00017066
                       MOVE DST-RECIPIENT                               00017100
                          TO WS-CTL-RECIPIENT (WS-CTL-IDX)              00017200
                       MOVE DST-FILENO                                  00017300
            END-PERFORM.                                                00017700
            CLOSE DISTCTL.                                              00017800
       BURST-ONE-LINE.                                                  00017900
            IF RPTIN-LINE (1:11) = 'DEPARTMENT ' OR                     00017966
               RPTIN-LINE (1:8) = 'MANAGER ' THEN                       00018032
               IF WS-IN-SECTION THEN                                    00018100
                  PERFORM LOG-SECTION-CLOSE                             00018200
               END-IF                                                   00018300
            ADD 1 TO WS-COUNT-SECTIONS.                                 00020500
            SET WS-IN-SECTION-SW TO 'Y'.                                00020600
            MOVE 0 TO WS-SECTION-LINES.                                 00020700
            IF RPTIN-LINE (1:8) = 'MANAGER ' THEN                       00020800
               MOVE 'M' TO WS-SECTION-KIND                              00020900
               MOVE SPACES TO WS-CURR-DEPT                              00021000
               MOVE RPTIN-LINE (9:8) TO WS-CURR-MGR                     00021100
            ELSE                                                        00021200
               MOVE 'D' TO WS-SECTION-KIND                              00021300
               MOVE RPTIN-LINE (12:4) TO WS-CURR-DEPT                   00021400
               MOVE SPACES TO WS-CURR-MGR                               00021500
            END-IF.                                                     00021900
            MOVE 'N' TO WS-FOUND-SW.                                    00021907
            IF WS-CTL-COUNT > 0 THEN                                    00021914
               PERFORM VARYING WS-CTL-IDX FROM 1 BY 1                   00021921
                  UNTIL WS-CTL-IDX > WS-CTL-COUNT                       00021928
                     OR WS-ENTRY-FOUND                                  00021935
                  IF WS-CTL-DEPT (WS-CTL-IDX) = WS-CURR-DEPT AND        00021942
                     WS-CTL-MANAGER (WS-CTL-IDX) = WS-CURR-MGR THEN     00021949
                     SET WS-ENTRY-FOUND TO TRUE                         00021956
                     SET WS-CTL-SAV TO WS-CTL-IDX                       00021963
                  END-IF                                                00021970
               END-PERFORM                                              00021977
            END-IF.                                                     00021984
            IF WS-ENTRY-FOUND THEN                                      00022000
               SET WS-CTL-IDX TO WS-CTL-SAV                             00022100
               MOVE WS-CTL-FILENO (WS-CTL-IDX) TO WS-TARGET-FILE        00022200
            PERFORM WRITE-SECTION-BANNER.                               00023000
       WRITE-SECTION-BANNER.                                            00023100
            MOVE SPACES TO WS-OUT-LINE.                                 00023200
            IF WS-MGR-SECTION THEN                                      00023242
               STRING '**** ' WS-REPORT-NAME                            00023284
                  ' MANAGER ' WS-CURR-MGR                               00023326
                  ' FOR ' WS-CURR-RECIP ' ****'                         00023368
                  DELIMITED BY SIZE INTO WS-OUT-LINE                    00023410
               END-STRING                                               00023452
            ELSE                                                        00023494
               STRING '**** ' WS-REPORT-NAME                            00023536
                  ' DEPT ' WS-CURR-DEPT                                 00023578
                  ' FOR ' WS-CURR-RECIP ' ****'                         00023620
                  DELIMITED BY SIZE INTO WS-OUT-LINE                    00023662
               END-STRING                                               00023704
            END-IF.                                                     00023746
            PERFORM WRITE-TO-TARGET.                                    00023800
       WRITE-TO-TARGET.                                                 00023900
            EVALUATE WS-TARGET-FILE                                     00024000
            END-EVALUATE.                                               00025900
       LOG-SECTION-CLOSE.                                               00026000
            MOVE SPACES TO LOG-LINE.                                    00026100
            IF WS-MGR-SECTION THEN                                      00026200
               PERFORM LOG-MANAGER-CLOSE                                00026300
            ELSE                                                        00026800
               PERFORM LOG-DEPT-CLOSE                                   00026815
            END-IF.                                                     00026830
            WRITE LOG-LINE.                                             00026845
       LOG-MANAGER-CLOSE.                                               00026860
            IF WS-TARGET-FILE = 0 THEN                                  00026875
               STRING 'MGR ' WS-CURR-MGR                                00026890
                  ' ' WS-SECTION-LINES ' LINES'                         00026905
                  ' *** UNDISTRIBUTED ***'                              00026920
                  DELIMITED BY SIZE INTO LOG-LINE                       00026935
               END-STRING                                               00026950
            ELSE                                                        00026965
               STRING 'MGR ' WS-CURR-MGR                                00026980
                  ' ' WS-SECTION-LINES ' LINES TO '                     00027000
                  WS-CURR-RECIP                                         00027006
                  ' (FILE ' WS-TARGET-FILE ')'                          00027012
                  DELIMITED BY SIZE INTO LOG-LINE                       00027018
               END-STRING                                               00027024
            END-IF.                                                     00027030
       LOG-DEPT-CLOSE.                                                  00027036
            IF WS-TARGET-FILE = 0 THEN                                  00027042
               STRING 'DEPT ' WS-CURR-DEPT                              00027048
                  ' ' WS-SECTION-LINES ' LINES'                         00027054
                  ' *** UNDISTRIBUTED ***'                              00027060
                  DELIMITED BY SIZE INTO LOG-LINE                       00027066
               END-STRING                                               00027072
            ELSE                                                        00027078
               STRING 'DEPT ' WS-CURR-DEPT                              00027084
                  ' ' WS-SECTION-LINES ' LINES TO '                     00027090
                  WS-CURR-RECIP                                         00027100
                  ' (FILE ' WS-TARGET-FILE ')'                          00027200
                  DELIMITED BY SIZE INTO LOG-LINE                       00027300
               END-STRING                                               00027400
            END-IF.                                                     00027500
       WRITE-BURST-TOTALS.                                              00027700
            MOVE SPACES TO LOG-LINE.                                    00027800
            STRING 'SECTIONS ' WS-COUNT-SECTIONS                        00027900

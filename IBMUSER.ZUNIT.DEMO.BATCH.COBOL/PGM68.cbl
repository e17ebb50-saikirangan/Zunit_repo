      * TREND, NOT AN ANECDOTE.  THE FIRST GENERATION ON FILE IS        00001300
      * THE BASELINE - EVERYONE IN IT COUNTS AS OPENING STOCK,          00001400
      * NOT AS A HIRE.                                                  00001500
      * EACH DEPARTMENT MONTH ALSO SHOWS ITS OPENING AND CLOSING        00001516
      * FULL-TIME EQUIVALENT - EACH EMPLOYEE'S FTE FACTOR (PGM121,      00001533
      * DDFTEIN) IN FORCE ON THE RUN DATE OF THE GENERATION THEY        00001550
      * WERE COUNTED FROM - SO A MOVE TO PART TIME SHOWS EVEN           00001566
      * WHEN THE HEADCOUNT DOES NOT MOVE.                               00001583
       ENVIRONMENT DIVISION.                                            00001600
       INPUT-OUTPUT SECTION.                                            00001700
       FILE-CONTROL.                                                    00001800
       01 WS-SNAP-YYYY   PIC 9(4) VALUE 0.                              00004400
       01 WS-SNAP-MM     PIC 9(2) VALUE 0.                              00004500
       01 WS-SNAP-MONTHS PIC 9(7) VALUE 0.                              00004600
       01 WS-SNAP-DATE   PIC 9(8) VALUE 0.                              00004650
       01 WS-PREV-COUNT PIC 9(5) COMP VALUE 0.                          00004700
       01 WS-PREV-TABLE.                                                00004800
           05 WS-PREV-ENTRY OCCURS 5000 TIMES                           00004900
                             INDEXED BY WS-PREV-IDX.                    00005000
               10 WS-PREV-EMP-ID PIC X(8).                              00005100
               10 WS-PREV-DEPT   PIC X(4).                              00005200
               10 WS-PREV-FTE    PIC 9V99.                              00005250
       01 WS-CURR-COUNT PIC 9(5) COMP VALUE 0.                          00005300
       01 WS-CURR-TABLE.                                                00005400
           05 WS-CURR-ENTRY OCCURS 5000 TIMES                           00005500
               10 WS-CURR-EMP-ID PIC X(8).                              00005700
               10 WS-CURR-DEPT   PIC X(4).                              00005800
               10 WS-CURR-EFFMONTHS PIC 9(7).                           00005900
               10 WS-CURR-FTE    PIC 9V99.                              00005950
       01 WS-DEPT-COUNT PIC 9(2) COMP VALUE 0.                          00006000
       01 WS-DEPT-TABLE.                                                00006100
           05 WS-DEPT-ENTRY OCCURS 50 TIMES                             00006200
               10 WS-DEPT-TERMS   PIC 9(5).                             00006700
               10 WS-DEPT-CLOSING PIC 9(5).                             00006800
               10 WS-DEPT-TENSUM  PIC 9(9).                             00006900
               10 WS-DEPT-OPEN-FTE  PIC 9(5)V99.                        00006933
               10 WS-DEPT-CLOSE-FTE PIC 9(5)V99.                        00006966
               10 WS-DEPT-TREND-N PIC 9(2).                             00007000
               10 WS-DEPT-TREND OCCURS 12 TIMES PIC 9(5).               00007100
       01 WS-FOUND-SW PIC X(1) VALUE 'N'.                               00007200
       01 WS-TURNOVER    PIC 9(3)V99 VALUE 0.                           00008400
       01 WS-TURN-ED     PIC ZZ9.99.                                    00008500
       01 WS-TEN-ED      PIC ZZZ9.9.                                    00008600
       01 WS-FTE-ED      PIC ZZ,ZZ9.99.                                 00008612
       01 WS-FTE-ED2     PIC ZZ,ZZ9.99.                                 00008625
       01 WS-FTE-NET     PIC S9(5)V99 VALUE 0.                          00008637
       01 WS-FTE-NET-ED  PIC -ZZ,ZZ9.99.                                00008650
       01 WS-FTE-PGM     PIC X(8) VALUE 'PGM121'.                       00008662
       01 WS-FTE-REQUEST.                                               00008675
          COPY CPFTERQ.                                                 00008687
       01 WS-SHIFT-SUB   PIC 9(2) VALUE 0.                              00008700
       01 WS-TREND-SUB   PIC 9(2) VALUE 0.                              00008800
       01 WS-TREND-LINE  PIC X(80) VALUE SPACES.                        00008900
           COPY CPRETCD.                                                00009300
       PROCEDURE DIVISION.                                              00009400
       MAIN-ROUTINE.                                                    00009500
            INITIALIZE WS-FTE-REQUEST.                                  00009550
            OPEN INPUT HISTIN.                                          00009600
            OPEN OUTPUT RPTFILE.                                        00009700
            MOVE SPACES TO RPT-LINE.                                    00009800
            END-EVALUATE.                                               00013100
       OPEN-SNAPSHOT.                                                   00013200
            SET WS-SNAP-OPEN-SW TO 'Y'.                                 00013300
            MOVE HT-RUN-DATE OF WS-FL-REC-HT TO WS-SNAP-DATE.           00013350
            MOVE HT-RUN-DATE OF WS-FL-REC-HT (1:6)                      00013400
               TO WS-SNAP-MONTH.                                        00013500
            DIVIDE WS-SNAP-MONTH BY 100 GIVING WS-SNAP-YYYY             00013600
                  (WS-EFF-YYYY * 12) + WS-EFF-MM                        00015100
               MOVE WS-EFF-MONTHS                                       00015200
                  TO WS-CURR-EFFMONTHS (WS-CURR-IDX)                    00015300
               MOVE FL-EMP-ID OF WS-FL-REC TO FTQ-EMP-ID                00015320
               MOVE WS-SNAP-DATE TO FTQ-AS-OF-DATE                      00015340
               CALL WS-FTE-PGM USING WS-FTE-REQUEST                     00015360
               MOVE FTQ-FACTOR TO WS-CURR-FTE (WS-CURR-IDX)             00015380
            END-IF.                                                     00015400
      * THE MONTH CLOSES: THE PRIOR GENERATION GIVES OPENING            00015500
      * STOCK AND TERMINATIONS, THE CURRENT ONE GIVES HIRES,            00015600
                  MOVE 0 TO WS-DEPT-TERMS (WS-DEPT-IDX)                 00018000
                  MOVE 0 TO WS-DEPT-CLOSING (WS-DEPT-IDX)               00018100
                  MOVE 0 TO WS-DEPT-TENSUM (WS-DEPT-IDX)                00018200
                  MOVE 0 TO WS-DEPT-OPEN-FTE (WS-DEPT-IDX)              00018233
                  MOVE 0 TO WS-DEPT-CLOSE-FTE (WS-DEPT-IDX)             00018266
               END-PERFORM                                              00018300
            END-IF.                                                     00018400
       FIND-DEPT-ENTRY.                                                 00018500
               MOVE 0 TO WS-DEPT-TERMS (WS-DEPT-IDX)                    00020700
               MOVE 0 TO WS-DEPT-CLOSING (WS-DEPT-IDX)                  00020800
               MOVE 0 TO WS-DEPT-TENSUM (WS-DEPT-IDX)                   00020900
               MOVE 0 TO WS-DEPT-OPEN-FTE (WS-DEPT-IDX)                 00020933
               MOVE 0 TO WS-DEPT-CLOSE-FTE (WS-DEPT-IDX)                00020966
               MOVE 0 TO WS-DEPT-TREND-N (WS-DEPT-IDX)                  00021000
               SET WS-ENTRY-FOUND TO TRUE                               00021100
            END-IF.                                                     00021200
            PERFORM FIND-DEPT-ENTRY.                                    00021500
            IF WS-ENTRY-FOUND THEN                                      00021600
               ADD 1 TO WS-DEPT-OPENING (WS-DEPT-IDX)                   00021700
               ADD WS-PREV-FTE (WS-PREV-IDX)                            00021733
                  TO WS-DEPT-OPEN-FTE (WS-DEPT-IDX)                     00021766
            END-IF.                                                     00021800
            MOVE 'N' TO WS-MATCH-SW.                                    00021900
            IF WS-CURR-COUNT > 0 THEN                                   00022000
            PERFORM FIND-DEPT-ENTRY.                                    00023500
            IF WS-ENTRY-FOUND THEN                                      00023600
               ADD 1 TO WS-DEPT-CLOSING (WS-DEPT-IDX)                   00023700
               ADD WS-CURR-FTE (WS-CURR-IDX)                            00023733
                  TO WS-DEPT-CLOSE-FTE (WS-DEPT-IDX)                    00023766
            END-IF.                                                     00023800
            COMPUTE WS-TENURE =                                         00023900
               WS-SNAP-MONTHS - WS-CURR-EFFMONTHS (WS-CURR-IDX).        00024000
                  DELIMITED BY SIZE INTO RPT-LINE                       00030700
               END-STRING                                               00030800
               WRITE RPT-LINE                                           00030900
               MOVE WS-DEPT-OPEN-FTE (WS-DEPT-IDX) TO WS-FTE-ED         00030907
               MOVE WS-DEPT-CLOSE-FTE (WS-DEPT-IDX) TO WS-FTE-ED2       00030914
               COMPUTE WS-FTE-NET =                                     00030921
                  WS-DEPT-CLOSE-FTE (WS-DEPT-IDX) -                     00030928
                  WS-DEPT-OPEN-FTE (WS-DEPT-IDX)                        00030935
               MOVE WS-FTE-NET TO WS-FTE-NET-ED                         00030942
               MOVE SPACES TO RPT-LINE                                  00030950
               STRING '       FTE OPEN ' WS-FTE-ED                      00030957
                  ' CLOSE ' WS-FTE-ED2                                  00030964
                  ' NET ' WS-FTE-NET-ED                                 00030971
                  DELIMITED BY SIZE INTO RPT-LINE                       00030978
               END-STRING                                               00030985
               WRITE RPT-LINE                                           00030992
               PERFORM RECORD-DEPT-TREND                                00031000
            END-IF.                                                     00031100
      * THE TREND RING KEEPS THE LAST TWELVE CLOSING COUNTS PER         00031200
                     TO WS-PREV-EMP-ID (WS-PREV-IDX)                    00033600
                  MOVE WS-CURR-DEPT (WS-CURR-IDX)                       00033700
                     TO WS-PREV-DEPT (WS-PREV-IDX)                      00033800
                  MOVE WS-CURR-FTE (WS-CURR-IDX)                        00033833
                     TO WS-PREV-FTE (WS-PREV-IDX)                       00033866
               END-PERFORM                                              00033900
            END-IF.                                                     00034000
       WRITE-TREND-LINES.                                               00034100

      * REFERENCE DATA GETS FIXED.  THE INPUT NEEDS NO SPECIAL          00001200
      * SORT - THE REGISTER IS PRINTED FROM THE ACCUMULATED             00001300
      * TABLES AT END OF FILE.                                          00001400
      * EACH HEADCOUNT IS SHOWN WITH ITS FULL-TIME EQUIVALENT - THE     00001425
      * EMPLOYEES' FTE FACTORS (PGM121, DDFTEIN) IN FORCE ON THE        00001450
      * EXTRACT'S RUN DATE, OR TODAY WHEN IT HAS NO HEADER.             00001475
       ENVIRONMENT DIVISION.                                            00001500
       INPUT-OUTPUT SECTION.                                            00001600
       FILE-CONTROL.                                                    00001700
               10 WS-DEPT-CODE     PIC X(4).                            00006200
               10 WS-DEPT-DIVISION PIC X(4).                            00006300
               10 WS-DEPT-HEADS    PIC 9(7).                            00006400
               10 WS-DEPT-FTE      PIC 9(5)V99.                         00006450
               10 WS-DEPT-SALARY   PIC 9(11)V99.                        00006500
       01 WS-DIV-COUNT PIC 9(2) COMP VALUE 0.                           00006600
       01 WS-DIV-TABLE.                                                 00006700
               10 WS-DIV-CODE   PIC X(4).                               00007000
               10 WS-DIV-NAME   PIC X(20).                              00007100
               10 WS-DIV-HEADS  PIC 9(7).                               00007200
               10 WS-DIV-FTE    PIC 9(6)V99.                            00007250
               10 WS-DIV-SALARY PIC 9(11)V99.                           00007300
       01 WS-FOUND-SW PIC X(1) VALUE 'N'.                               00007400
           88 WS-ENTRY-FOUND   VALUE 'Y'.                               00007500
       01 WS-WORK-DIVNAME  PIC X(20) VALUE SPACES.                      00007700
       01 WS-UNMAPPED-COUNT PIC 9(7) VALUE 0.                           00007800
       01 WS-GRAND-HEADS  PIC 9(7) VALUE 0.                             00007900
       01 WS-GRAND-FTE    PIC 9(7)V99 VALUE 0.                          00007916
       01 WS-FTE-PGM      PIC X(8) VALUE 'PGM121'.                      00007933
       01 WS-FTE-REQUEST.                                               00007950
          COPY CPFTERQ.                                                 00007966
       01 WS-AS-OF-DATE   PIC 9(8) VALUE 0.                             00007983
       01 WS-GRAND-SALARY PIC 9(13)V99 VALUE 0.                         00008000
       01 WS-SALARY-ED    PIC ZZ,ZZZ,ZZZ,ZZ9.99.                        00008100
       01 WS-GRAND-ED     PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.                    00008200
       01 WS-COUNT-ED     PIC Z,ZZZ,ZZ9.                                00008300
       01 WS-FTE-ED       PIC ZZZ,ZZ9.99.                               00008333
       01 WS-GRAND-FTE-ED PIC Z,ZZZ,ZZ9.99.                             00008366
       01 WS-RETCD.                                                     00008400
           COPY CPRETCD.                                                00008500
       PROCEDURE DIVISION.                                              00008600
       MAIN-ROUTINE.                                                    00008700
            PERFORM LOAD-DIVISION-REF.                                  00008800
            ACCEPT WS-AS-OF-DATE FROM DATE YYYYMMDD.                    00008833
            INITIALIZE WS-FTE-REQUEST.                                  00008866
            OPEN INPUT INFILE.                                          00008900
            OPEN OUTPUT RPTFILE.                                        00009000
            MOVE SPACES TO RPT-LINE.                                    00009100
               READ INFILE INTO WS-FL-REC                               00009600
                 AT END SET WS-EOF TO TRUE                              00009700
                 NOT AT END                                             00009800
                    IF HT-IS-HEADER OF WS-FL-REC-HT AND                 00009814
                       HT-RUN-DATE OF WS-FL-REC-HT IS NUMERIC AND       00009828
                       HT-RUN-DATE OF WS-FL-REC-HT > 0 THEN             00009842
                       MOVE HT-RUN-DATE OF WS-FL-REC-HT                 00009857
                          TO WS-AS-OF-DATE                              00009871
                    END-IF                                              00009885
                    IF HT-IS-HEADER OF WS-FL-REC-HT OR                  00009900
                       HT-IS-TRAILER OF WS-FL-REC-HT THEN               00010000
                       CONTINUE                                         00010100
            END-PERFORM.                                                00013400
            CLOSE DIVREF.                                               00013500
       TALLY-ONE-EMPLOYEE.                                              00013600
            MOVE FL-EMP-ID OF WS-FL-REC TO FTQ-EMP-ID.                  00013625
            MOVE WS-AS-OF-DATE TO FTQ-AS-OF-DATE.                       00013650
            CALL WS-FTE-PGM USING WS-FTE-REQUEST.                       00013675
            PERFORM FIND-DIVISION-FOR-DEPT.                             00013700
            PERFORM TALLY-DEPT-ENTRY.                                   00013800
            PERFORM TALLY-DIV-ENTRY.                                    00013900
            ADD 1 TO WS-GRAND-HEADS.                                    00014000
            ADD FTQ-FACTOR TO WS-GRAND-FTE.                             00014050
            ADD FL-SALARY OF WS-FL-REC TO WS-GRAND-SALARY.              00014100
       FIND-DIVISION-FOR-DEPT.                                          00014200
            MOVE 'N' TO WS-FOUND-SW.                                    00014300
               MOVE WS-WORK-DIVISION                                    00018400
                  TO WS-DEPT-DIVISION (WS-DEPT-IDX)                     00018500
               MOVE 0 TO WS-DEPT-HEADS (WS-DEPT-IDX)                    00018600
               MOVE 0 TO WS-DEPT-FTE (WS-DEPT-IDX)                      00018650
               MOVE 0 TO WS-DEPT-SALARY (WS-DEPT-IDX)                   00018700
               SET WS-ENTRY-FOUND TO TRUE                               00018800
            END-IF.                                                     00018900
            IF WS-ENTRY-FOUND THEN                                      00019000
               ADD 1 TO WS-DEPT-HEADS (WS-DEPT-IDX)                     00019100
               ADD FTQ-FACTOR TO WS-DEPT-FTE (WS-DEPT-IDX)              00019150
               ADD FL-SALARY OF WS-FL-REC                               00019200
                  TO WS-DEPT-SALARY (WS-DEPT-IDX)                       00019300
            END-IF.                                                     00019400
               MOVE WS-WORK-DIVISION TO WS-DIV-CODE (WS-DIV-IDX)        00021400
               MOVE WS-WORK-DIVNAME TO WS-DIV-NAME (WS-DIV-IDX)         00021500
               MOVE 0 TO WS-DIV-HEADS (WS-DIV-IDX)                      00021600
               MOVE 0 TO WS-DIV-FTE (WS-DIV-IDX)                        00021650
               MOVE 0 TO WS-DIV-SALARY (WS-DIV-IDX)                     00021700
               SET WS-ENTRY-FOUND TO TRUE                               00021800
            END-IF.                                                     00021900
            IF WS-ENTRY-FOUND THEN                                      00022000
               ADD 1 TO WS-DIV-HEADS (WS-DIV-IDX)                       00022100
               ADD FTQ-FACTOR TO WS-DIV-FTE (WS-DIV-IDX)                00022150
               ADD FL-SALARY OF WS-FL-REC                               00022200
                  TO WS-DIV-SALARY (WS-DIV-IDX)                         00022300
            END-IF.                                                     00022400
            MOVE WS-GRAND-HEADS TO WS-COUNT-ED.                         00023600
            MOVE SPACES TO RPT-LINE.                                    00023700
            STRING 'TOTAL HEADCOUNT: ' WS-COUNT-ED                      00023800
               DELIMITED BY SIZE INTO RPT-LINE                          00023814
            END-STRING.                                                 00023828
            WRITE RPT-LINE.                                             00023842
            MOVE WS-GRAND-FTE TO WS-GRAND-FTE-ED.                       00023857
            MOVE SPACES TO RPT-LINE.                                    00023871
            STRING 'TOTAL FTE      : ' WS-GRAND-FTE-ED                  00023885
               DELIMITED BY SIZE INTO RPT-LINE                          00023900
            END-STRING.                                                 00024000
            WRITE RPT-LINE.                                             00024100
               UNTIL WS-DEPT-IDX > WS-DEPT-COUNT.                       00026500
            MOVE WS-DIV-SALARY (WS-DIV-IDX) TO WS-SALARY-ED.            00026600
            MOVE WS-DIV-HEADS (WS-DIV-IDX) TO WS-COUNT-ED.              00026700
            MOVE WS-DIV-FTE (WS-DIV-IDX) TO WS-FTE-ED.                  00026750
            MOVE SPACES TO RPT-LINE.                                    00026800
            STRING 'SUBTOTAL DIV ' WS-DIV-CODE (WS-DIV-IDX)             00026900
               ' HEADCOUNT ' WS-COUNT-ED                                00027000
               ' FTE ' WS-FTE-ED                                        00027050
               ' SALARY ' WS-SALARY-ED                                  00027100
               DELIMITED BY SIZE INTO RPT-LINE                          00027200
            END-STRING.                                                 00027300
               WS-DIV-CODE (WS-DIV-IDX) THEN                            00027700
               MOVE WS-DEPT-SALARY (WS-DEPT-IDX) TO WS-SALARY-ED        00027800
               MOVE WS-DEPT-HEADS (WS-DEPT-IDX) TO WS-COUNT-ED          00027900
               MOVE WS-DEPT-FTE (WS-DEPT-IDX) TO WS-FTE-ED              00027950
               MOVE SPACES TO RPT-LINE                                  00028000
               STRING '  DEPT ' WS-DEPT-CODE (WS-DEPT-IDX)              00028100
                  ' HEADCOUNT ' WS-COUNT-ED                             00028200
                  ' FTE ' WS-FTE-ED                                     00028250
                  ' SALARY ' WS-SALARY-ED                               00028300
                  DELIMITED BY SIZE INTO RPT-LINE                       00028400
               END-STRING                                               00028500

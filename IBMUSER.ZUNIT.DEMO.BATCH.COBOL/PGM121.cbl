       IDENTIFICATION DIVISION.                                         00000100
       PROGRAM-ID.   PGM121.                                            00000200
      * SHARED CALLABLE FTE LOOKUP SERVICE, PASSED THE CALLER'S         00000300
      * CPFTERQ AREA.  ON THE FIRST CALL OF A STEP IT LOADS THE FTE     00000400
      * HISTORY (DDFTEIN, CPFTEHST - ANY ORDER) INTO STORAGE: A ROW     00000500
      * WITH A BLANK EMPLOYEE, A DATE PGM14 REJECTS OR A FACTOR THAT    00000600
      * IS NOT 0.01 TO 1.00 IS REJECTED TO THE JOB LOG AND COUNTED,     00000700
      * AND A SECOND ROW FOR THE SAME EMPLOYEE AND DATE REPLACES THE    00000800
      * FIRST (A KEYING CORRECTION).  EVERY CALL THEN RETURNS THE       00000900
      * FACTOR OF THE EMPLOYEE'S LATEST ROW EFFECTIVE ON OR BEFORE      00001000
      * FTQ-AS-OF-DATE, OR 1.00 (FULL TIME) WHEN THERE IS NONE.  A      00001100
      * DDFTEIN OF DD DUMMY MAKES EVERYONE FULL TIME.                   00001200
       ENVIRONMENT DIVISION.                                            00001300
       INPUT-OUTPUT SECTION.                                            00001400
       FILE-CONTROL.                                                    00001500
                SELECT FTEFILE ASSIGN TO DDFTEIN                        00001600
                ORGANIZATION IS SEQUENTIAL.                             00001700
       DATA DIVISION.                                                   00001800
       FILE SECTION.                                                    00001900
       FD FTEFILE                                                       00002000
            RECORDING MODE IS F.                                        00002100
       01 FT-REC.                                                       00002200
          COPY CPFTEHST.                                                00002300
       WORKING-STORAGE SECTION.                                         00002400
       01 WS-LOADED-SW PIC X(1) VALUE 'N'.                              00002500
           88 WS-TABLE-LOADED  VALUE 'Y'.                               00002600
       01 WS-FTE-EOF-SW PIC X(1) VALUE 'N'.                             00002700
           88 WS-FTE-EOF       VALUE 'Y'.                               00002800
       01 WS-FOUND-SW PIC X(1) VALUE 'N'.                               00002900
           88 WS-ENTRY-FOUND   VALUE 'Y'.                               00003000
       01 WS-FTE-COUNT PIC 9(4) COMP VALUE 0.                           00003100
       01 WS-FTE-TABLE.                                                 00003200
           05 WS-FTE-ENTRY OCCURS 5000 TIMES                            00003300
                            INDEXED BY WS-FTE-IDX WS-FTE-SAV.           00003400
               10 WS-FTE-EMP-ID   PIC X(8).                             00003500
               10 WS-FTE-EFF-DATE PIC 9(8).                             00003600
               10 WS-FTE-FACTOR   PIC 9V99.                             00003700
       01 WS-ROWS-LOADED   PIC 9(5) VALUE 0.                            00003800
       01 WS-ROWS-REJECTED PIC 9(5) VALUE 0.                            00003900
       01 WS-TABLE-FULL-SW PIC X(1) VALUE 'N'.                          00004000
           88 WS-TABLE-FULL    VALUE 'Y'.                               00004100
       01 WS-REJECT-TEXT   PIC X(20) VALUE SPACES.                      00004200
       01 WS-DATE-RC       PIC 9(2) VALUE 0.                            00004300
           88 WS-DATE-RC-OK    VALUE 00.                                00004400
       01 WS-DATEVAL-PGM   PIC X(8) VALUE 'PGM14'.                      00004500
       01 WS-NO-HORIZON    PIC 9(8) VALUE 0.                            00004600
       01 WS-DATE-WORK-X   PIC X(8).                                    00004700
       LINKAGE SECTION.                                                 00004800
       01 LS-FTE-REQUEST.                                               00004900
          COPY CPFTERQ.                                                 00005000
       PROCEDURE DIVISION USING LS-FTE-REQUEST.                         00005100
       MAIN-ROUTINE.                                                    00005200
            IF NOT WS-TABLE-LOADED THEN                                 00005300
               PERFORM LOAD-FTE-HISTORY                                 00005400
            END-IF.                                                     00005500
            MOVE 1.00 TO FTQ-FACTOR.                                    00005600
            MOVE 0 TO FTQ-EFF-DATE.                                     00005700
            SET FTQ-RESULT-FULL-TIME TO TRUE.                           00005800
            IF WS-FTE-COUNT > 0 THEN                                    00005900
               PERFORM CHECK-ONE-FTE-ROW                                00006000
                  VARYING WS-FTE-IDX FROM 1 BY 1                        00006100
                  UNTIL WS-FTE-IDX > WS-FTE-COUNT                       00006200
            END-IF.                                                     00006300
            MOVE WS-ROWS-LOADED TO FTQ-ROWS-LOADED.                     00006400
            MOVE WS-ROWS-REJECTED TO FTQ-ROWS-REJECTED.                 00006500
            MOVE WS-TABLE-FULL-SW TO FTQ-TABLE-FULL-SW.                 00006600
            GOBACK.                                                     00006700
      * THE LATEST ROW IN FORCE ON THE DATE WINS, WHATEVER ORDER THE    00006800
      * ROWS WERE LOADED IN.                                            00006900
       CHECK-ONE-FTE-ROW.                                               00007000
            IF WS-FTE-EMP-ID (WS-FTE-IDX) = FTQ-EMP-ID AND              00007100
               WS-FTE-EFF-DATE (WS-FTE-IDX) NOT > FTQ-AS-OF-DATE AND    00007200
               WS-FTE-EFF-DATE (WS-FTE-IDX) > FTQ-EFF-DATE THEN         00007300
               MOVE WS-FTE-EFF-DATE (WS-FTE-IDX) TO FTQ-EFF-DATE        00007400
               MOVE WS-FTE-FACTOR (WS-FTE-IDX) TO FTQ-FACTOR            00007500
               SET FTQ-RESULT-FOUND TO TRUE                             00007600
            END-IF.                                                     00007700
       LOAD-FTE-HISTORY.                                                00007800
            SET WS-TABLE-LOADED TO TRUE.                                00007900
            OPEN INPUT FTEFILE.                                         00008000
            PERFORM LOAD-ONE-FTE-ROW THRU LOAD-ONE-FTE-ROW-EXIT         00008100
               UNTIL WS-FTE-EOF.                                        00008200
            CLOSE FTEFILE.                                              00008300
            IF WS-TABLE-FULL THEN                                       00008400
               DISPLAY 'PGM121 FTE TABLE FULL AT 5000 ROWS - '          00008500
                  'LATER ROWS IGNORED'                                  00008600
            END-IF.                                                     00008700
       LOAD-ONE-FTE-ROW.                                                00008800
            READ FTEFILE                                                00008900
              AT END                                                    00009000
                 SET WS-FTE-EOF TO TRUE                                 00009100
                 GO TO LOAD-ONE-FTE-ROW-EXIT                            00009200
            END-READ.                                                   00009300
            IF FT-REC (1:1) = '*' OR FT-REC = SPACES THEN               00009400
               GO TO LOAD-ONE-FTE-ROW-EXIT                              00009500
            END-IF.                                                     00009600
            MOVE SPACES TO WS-REJECT-TEXT.                              00009700
            EVALUATE TRUE                                               00009800
                WHEN FT-EMP-ID = SPACES                                 00009900
                   MOVE 'NO EMPLOYEE' TO WS-REJECT-TEXT                 00010000
                WHEN FT-FACTOR-X IS NOT NUMERIC                         00010100
                   MOVE 'FACTOR NOT NUMERIC' TO WS-REJECT-TEXT          00010200
                WHEN FT-FACTOR = 0 OR FT-FACTOR > 1.00                  00010300
                   MOVE 'FACTOR NOT 0.01-1.00' TO WS-REJECT-TEXT        00010400
                WHEN OTHER                                              00010500
                   MOVE FT-EFF-DATE-X TO WS-DATE-WORK-X                 00010600
                   CALL WS-DATEVAL-PGM USING WS-DATE-WORK-X,            00010700
                      WS-NO-HORIZON, WS-DATE-RC                         00010800
                   IF NOT WS-DATE-RC-OK THEN                            00010900
                      MOVE 'BAD EFFECTIVE DATE' TO WS-REJECT-TEXT       00011000
                   END-IF                                               00011100
            END-EVALUATE.                                               00011200
            IF WS-REJECT-TEXT NOT = SPACES THEN                         00011300
               ADD 1 TO WS-ROWS-REJECTED                                00011400
               DISPLAY 'PGM121 FTE ROW REJECTED - ' WS-REJECT-TEXT      00011500
                  ': ' FT-REC (1:21)                                    00011600
               GO TO LOAD-ONE-FTE-ROW-EXIT                              00011700
            END-IF.                                                     00011800
            MOVE 'N' TO WS-FOUND-SW.                                    00011900
            IF WS-FTE-COUNT > 0 THEN                                    00012000
               PERFORM FIND-SAME-FTE-ROW                                00012100
                  VARYING WS-FTE-IDX FROM 1 BY 1                        00012200
                  UNTIL WS-FTE-IDX > WS-FTE-COUNT OR WS-ENTRY-FOUND     00012300
            END-IF.                                                     00012400
            IF WS-ENTRY-FOUND THEN                                      00012500
               MOVE FT-FACTOR TO WS-FTE-FACTOR (WS-FTE-SAV)             00012600
               GO TO LOAD-ONE-FTE-ROW-EXIT                              00012700
            END-IF.                                                     00012800
            IF WS-FTE-COUNT NOT < 5000 THEN                             00012900
               SET WS-TABLE-FULL TO TRUE                                00013000
               GO TO LOAD-ONE-FTE-ROW-EXIT                              00013100
            END-IF.                                                     00013200
            ADD 1 TO WS-FTE-COUNT.                                      00013300
            ADD 1 TO WS-ROWS-LOADED.                                    00013400
            SET WS-FTE-IDX TO WS-FTE-COUNT.                             00013500
            MOVE FT-EMP-ID TO WS-FTE-EMP-ID (WS-FTE-IDX).               00013600
            MOVE FT-EFF-DATE TO WS-FTE-EFF-DATE (WS-FTE-IDX).           00013700
            MOVE FT-FACTOR TO WS-FTE-FACTOR (WS-FTE-IDX).               00013800
       LOAD-ONE-FTE-ROW-EXIT.                                           00013900
            EXIT.                                                       00014000
       FIND-SAME-FTE-ROW.                                               00014100
            IF WS-FTE-EMP-ID (WS-FTE-IDX) = FT-EMP-ID AND               00014200
               WS-FTE-EFF-DATE (WS-FTE-IDX) = FT-EFF-DATE THEN          00014300
               SET WS-ENTRY-FOUND TO TRUE                               00014400
               SET WS-FTE-SAV TO WS-FTE-IDX                             00014500
            END-IF.                                                     00014600

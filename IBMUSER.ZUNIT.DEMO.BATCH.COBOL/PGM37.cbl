      * INQUIRY (PGM46) CAN DISPLAY OR REQUEUE A PAST STATEMENT         00002900
      * WITHOUT RERUNNING THE PRINT STEP.  RERUN-SAFE: A LINE           00003000
      * ALREADY ARCHIVED FOR THIS RUN IS REWRITTEN.                     00003100
      * EVERY STATEMENT OPENS WITH THE EMPLOYEE'S MAILING ADDRESS       00003114
      * BLOCK (NAME, ADDRESS LINES, CITY STATE ZIP) FROM THE CPPERS     00003128
      * PERSONAL-DATA CLUSTER ON DDPERSKS, SO THE PRINT CAN GO          00003142
      * STRAIGHT INTO WINDOW ENVELOPES.  AN EMPLOYEE WITH NO            00003156
      * ADDRESS ON FILE GETS THE NAME ONLY AND IS COUNTED ON THE        00003170
      * CONTROL REPORT (RC 04) FOR HR TO CHASE.                         00003184
       ENVIRONMENT DIVISION.                                            00003200
       INPUT-OUTPUT SECTION.                                            00003300
       FILE-CONTROL.                                                    00003400
                ACCESS MODE IS RANDOM                                   00005300
                RECORD KEY IS STMK-KEY                                  00005400
                FILE STATUS IS WS-STMK-STATUS.                          00005500
                SELECT PERSKSDS ASSIGN TO DDPERSKS                      00005516
                ORGANIZATION IS INDEXED                                 00005532
                ACCESS MODE IS RANDOM                                   00005548
                RECORD KEY IS PER-EMP-ID                                00005564
                FILE STATUS IS WS-PER-STATUS.                           00005580
       DATA DIVISION.                                                   00005600
       FILE SECTION.                                                    00005700
       FD INFILE                                                        00005800
               10 STMK-RUN-NUMBER PIC 9(5).                             00011100
               10 STMK-LINE-NO    PIC 9(3).                             00011200
           05 STMK-TEXT           PIC X(132).                           00011300
       FD PERSKSDS.                                                     00011325
       01 PER-REC.                                                      00011350
          COPY CPPERS.                                                  00011375
       WORKING-STORAGE SECTION.                                         00011400
       01 WS-FL-REC.                                                    00011500
          COPY CPFLREC.                                                 00011600
       01 WS-LVB-FOUND-SW PIC X(1) VALUE 'N'.                           00029200
           88 WS-LVB-FOUND     VALUE 'Y'.                               00029300
       01 WS-LEAVE-ED PIC -ZZ9.99.                                      00029400
       01 WS-PER-STATUS PIC X(2) VALUE SPACES.                          00029411
           88 WS-PER-OPEN-OK   VALUE '00' '05' '97'.                    00029422
           88 WS-PER-READ-OK   VALUE '00'.                              00029433
       01 WS-PER-OPEN-SW PIC X(1) VALUE 'N'.                            00029444
           88 WS-PER-OPEN      VALUE 'Y'.                               00029455
       01 WS-ADDR-TEXT  PIC X(132) VALUE SPACES.                        00029466
       01 WS-ADDR-PTR   PIC 9(3) VALUE 1.                               00029477
       01 WS-COUNT-NO-ADDRESS PIC 9(7) VALUE 0.                         00029488
       01 WS-RETCD.                                                     00029500
           COPY CPRETCD.                                                00029600
       PROCEDURE DIVISION.                                              00029700
            OPEN OUTPUT STMFILE.                                        00030400
            OPEN OUTPUT RPTFILE.                                        00030500
            PERFORM OPEN-STATEMENT-ARCHIVE.                             00030600
            PERFORM OPEN-PERSONAL-DATA.                                 00030650
            PERFORM UNTIL WS-EOF                                        00030700
               READ INFILE INTO WS-FL-REC                               00030800
                 AT END SET WS-EOF TO TRUE                              00030900
            CLOSE STMFILE.                                              00032800
            CLOSE RPTFILE.                                              00032900
            CLOSE STMKSDS.                                              00033000
            IF WS-PER-OPEN THEN                                         00033025
               CLOSE PERSKSDS                                           00033050
            END-IF.                                                     00033075
      * AN ARCHIVE OPEN FAILURE ALREADY SET THE I/O RETURN CODE -       00033100
      * NOTHING BELOW MAY WIPE OR DOWNGRADE IT.                         00033200
            IF WS-RC-IO-ERROR THEN                                      00033300
               CONTINUE                                                 00033400
            ELSE                                                        00033500
               SET WS-RC-OK TO TRUE                                     00033600
               IF WS-TPL-COUNT = 0 OR WS-COUNT-NO-ADDRESS > 0 THEN      00033700
                  SET WS-RC-WARNING TO TRUE                             00033800
               END-IF                                                   00033900
      * TERMINATED EMPLOYEES ARE COUNTED IN THE TRAILER BUT GET         00034000
               ADD 1 TO WS-COUNT-STATEMENTS                             00050500
               SET WS-FIRST-LINE-SW TO 'Y'                              00050600
               MOVE 0 TO WS-STM-LINE-NO                                 00050700
               PERFORM PRINT-ADDRESS-BLOCK                              00050750
               PERFORM PRINT-ONE-TEMPLATE-LINE                          00050800
                  VARYING WS-TPL-IDX FROM 1 BY 1                        00050900
                  UNTIL WS-TPL-IDX > WS-TPL-COUNT                       00051000
               DELIMITED BY SIZE INTO RPT-LINE                          00090000
            END-STRING.                                                 00090100
            WRITE RPT-LINE.                                             00090200
            MOVE SPACES TO RPT-LINE.                                    00090216
            STRING 'NO ADDRESS ON FILE : ' WS-COUNT-NO-ADDRESS          00090232
               DELIMITED BY SIZE INTO RPT-LINE                          00090248
            END-STRING.                                                 00090264
            WRITE RPT-LINE.                                             00090280
            MOVE SPACES TO RPT-LINE.                                    00090300
            STRING 'TRAILER COUNT      : ' WS-TRAILER-COUNT             00090400
               DELIMITED BY SIZE INTO RPT-LINE                          00090500
               DELIMITED BY SIZE INTO RPT-LINE                          00092700
            END-STRING.                                                 00092800
            WRITE RPT-LINE.                                             00092900
      * THE PERSONAL-DATA CLUSTER IS ONLY READ HERE.  IF IT CANNOT      00093000
      * BE OPENED THE STATEMENTS STILL PRINT, EACH WITH THE NAME        00093100
      * ONLY, AND EVERY ONE COUNTS AS HAVING NO ADDRESS.                00093200
       OPEN-PERSONAL-DATA.                                              00093300
            OPEN INPUT PERSKSDS.                                        00093400
            IF WS-PER-OPEN-OK THEN                                      00093500
               SET WS-PER-OPEN TO TRUE                                  00093600
            ELSE                                                        00093700
               DISPLAY 'PGM37 PERSONAL DATA OPEN FAILED, STATUS '       00093800
                  WS-PER-STATUS                                         00093900
            END-IF.                                                     00094000
      * THE MAILING BLOCK HEADS THE PAGE, FOLLOWED BY ONE BLANK         00094100
      * LINE BEFORE THE TEMPLATE TEXT.  AN ADDRESS NEEDS AT LEAST       00094200
      * LINE 1 AND THE CITY TO BE MAILABLE.                             00094300
       PRINT-ADDRESS-BLOCK.                                             00094400
            MOVE SPACES TO WS-PER-STATUS.                               00094500
            IF WS-PER-OPEN THEN                                         00094600
               MOVE FL-EMP-ID OF WS-FL-REC TO PER-EMP-ID                00094700
               READ PERSKSDS                                            00094800
                  INVALID KEY CONTINUE                                  00094900
               END-READ                                                 00095000
            END-IF.                                                     00095100
            MOVE FL-NAME OF WS-FL-REC TO WS-ADDR-TEXT.                  00095200
            PERFORM PRINT-ADDRESS-LINE.                                 00095300
            IF WS-PER-READ-OK AND                                       00095400
               PER-ADDR-LINE1 NOT = SPACES AND                          00095500
               PER-CITY NOT = SPACES THEN                               00095600
               MOVE PER-ADDR-LINE1 TO WS-ADDR-TEXT                      00095700
               PERFORM PRINT-ADDRESS-LINE                               00095800
               IF PER-ADDR-LINE2 NOT = SPACES THEN                      00095900
                  MOVE PER-ADDR-LINE2 TO WS-ADDR-TEXT                   00096000
                  PERFORM PRINT-ADDRESS-LINE                            00096100
               END-IF                                                   00096200
               MOVE 1 TO WS-ADDR-PTR                                    00096300
               STRING PER-CITY DELIMITED BY '  '                        00096400
                  ', ' PER-STATE ' ' PER-ZIP DELIMITED BY SIZE          00096500
                  INTO WS-ADDR-TEXT WITH POINTER WS-ADDR-PTR            00096600
               END-STRING                                               00096700
               IF PER-ZIP-EXT NOT = SPACES THEN                         00096800
                  STRING '-' PER-ZIP-EXT DELIMITED BY SIZE              00096900
                     INTO WS-ADDR-TEXT WITH POINTER WS-ADDR-PTR         00097000
                  END-STRING                                            00097100
               END-IF                                                   00097200
               PERFORM PRINT-ADDRESS-LINE                               00097300
            ELSE                                                        00097400
               ADD 1 TO WS-COUNT-NO-ADDRESS                             00097500
            END-IF.                                                     00097600
            PERFORM PRINT-ADDRESS-LINE.                                 00097700
       PRINT-ADDRESS-LINE.                                              00097800
            IF WS-FIRST-LINE THEN                                       00097900
               MOVE '1' TO STM-CC                                       00098000
               MOVE 'N' TO WS-FIRST-LINE-SW                             00098100
            ELSE                                                        00098200
               MOVE SPACE TO STM-CC                                     00098300
            END-IF.                                                     00098400
            MOVE WS-ADDR-TEXT TO STM-TEXT.                              00098500
            MOVE SPACES TO WS-ADDR-TEXT.                                00098600
            WRITE STM-REC.                                              00098700
            IF WS-RC-IO-ERROR THEN                                      00098800
               CONTINUE                                                 00098900
            ELSE                                                        00099000
               PERFORM ARCHIVE-STM-LINE                                 00099100
            END-IF.                                                     00099200

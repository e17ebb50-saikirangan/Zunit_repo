       IDENTIFICATION DIVISION.                                         00000100
       PROGRAM-ID.   PGM111.                                            00000200
      * PERSONAL-DATA COMPLETENESS REPORT.  READS THE PGM05 EXTRACT     00000300
      * (DDINPUT, CPFLREC WITH THE CPHDRTRL HEADER AND TRAILER) AND     00000400
      * LOOKS EACH EMPLOYEE UP ON THE PERSONAL-DATA CLUSTER (DDPERSKS,  00000500
      * CPPERS - LOADED BY PGM40, MAINTAINED ONLINE BY PERM/PGM110).    00000600
      * TERMINATED EMPLOYEES ARE SKIPPED.  AN EMPLOYEE IS LISTED WHEN   00000700
      * THERE IS NO PERSONAL RECORD AT ALL, OR WHEN A MANDATORY FIELD   00000800
      * IS MISSING OR FAILS ITS EDIT: TAX ID NINE DIGITS AND NOT ZERO,  00000900
      * BIRTH DATE A REAL DATE NOT IN THE FUTURE, HIRE DATE A REAL      00001000
      * DATE (BOTH THROUGH PGM14), ADDRESS LINE 1 AND CITY PRESENT,     00001100
      * TWO-LETTER STATE, FIVE-DIGIT ZIP.  THE REPORT NAMES THE         00001200
      * FIELDS AT FAULT BUT NEVER PRINTS THEIR VALUES, SO IT CAN GO     00001300
      * TO HR WITHOUT CARRYING ANY PERSONAL DATA.  ENDS RC 04 WHEN      00001400
      * ANY EMPLOYEE IS INCOMPLETE, RC 12 WHEN THE CLUSTER CANNOT       00001500
      * BE OPENED.                                                      00001600
       ENVIRONMENT DIVISION.                                            00001700
       INPUT-OUTPUT SECTION.                                            00001800
       FILE-CONTROL.                                                    00001900
                SELECT INFILE ASSIGN TO DDINPUT                         00002000
                ORGANIZATION IS SEQUENTIAL.                             00002100
                SELECT PERSKSDS ASSIGN TO DDPERSKS                      00002200
                ORGANIZATION IS INDEXED                                 00002300
                ACCESS MODE IS RANDOM                                   00002400
                RECORD KEY IS PER-EMP-ID                                00002500
                FILE STATUS IS WS-PER-STATUS.                           00002600
                SELECT RPTFILE ASSIGN TO DDRPTOUT                       00002700
                ORGANIZATION IS SEQUENTIAL.                             00002800
       DATA DIVISION.                                                   00002900
       FILE SECTION.                                                    00003000
       FD INFILE                                                        00003100
            RECORDING MODE IS F.                                        00003200
       01 FL-REC.                                                       00003300
          COPY CPFLREC.                                                 00003400
       FD PERSKSDS.                                                     00003500
       01 PER-REC.                                                      00003600
          COPY CPPERS.                                                  00003700
       FD RPTFILE                                                       00003800
            RECORDING MODE IS F.                                        00003900
       01 RPT-LINE PIC X(80).                                           00004000
       WORKING-STORAGE SECTION.                                         00004100
       01 WS-FL-REC.                                                    00004200
          COPY CPFLREC.                                                 00004300
       01 WS-FL-REC-HT REDEFINES WS-FL-REC.                             00004400
          COPY CPHDRTRL.                                                00004500
       01 WS-FL-REC-ST REDEFINES WS-FL-REC.                             00004600
          COPY CPFLSTAT.                                                00004700
       01 WS-EOF-SW PIC X(1) VALUE 'N'.                                 00004800
           88 WS-EOF           VALUE 'Y'.                               00004900
       01 WS-PER-STATUS PIC X(2) VALUE SPACES.                          00005000
           88 WS-PER-OPEN-OK   VALUE '00' '97'.                         00005100
           88 WS-PER-READ-OK   VALUE '00'.                              00005200
       01 WS-RUN-DATE     PIC 9(8) VALUE 0.                             00005300
       01 WS-NO-HORIZON   PIC 9(8) VALUE 0.                             00005400
       01 WS-DATEVAL-PGM  PIC X(8) VALUE 'PGM14'.                       00005500
       01 WS-DATE-WORK-X  PIC X(8) VALUE SPACES.                        00005600
       01 WS-DATE-RC      PIC 9(2) VALUE 0.                             00005700
           88 WS-DATE-RC-OK    VALUE 00.                                00005800
      * THE FIELDS AT FAULT FOR ONE EMPLOYEE, BUILT UP WORD BY WORD.    00005900
       01 WS-FAULT-TEXT   PIC X(48) VALUE SPACES.                       00006000
       01 WS-FAULT-PTR    PIC 9(2) COMP VALUE 1.                        00006100
       01 WS-COUNT-READ       PIC 9(7) VALUE 0.                         00006200
       01 WS-COUNT-TERMSKIP   PIC 9(7) VALUE 0.                         00006300
       01 WS-COUNT-COMPLETE   PIC 9(7) VALUE 0.                         00006400
       01 WS-COUNT-NO-RECORD  PIC 9(7) VALUE 0.                         00006500
       01 WS-COUNT-INCOMPLETE PIC 9(7) VALUE 0.                         00006600
       01 WS-RETCD.                                                     00006700
           COPY CPRETCD.                                                00006800
       PROCEDURE DIVISION.                                              00006900
       MAIN-ROUTINE.                                                    00007000
            SET WS-RC-OK TO TRUE.                                       00007100
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.                      00007200
            OPEN OUTPUT RPTFILE.                                        00007300
            MOVE SPACES TO RPT-LINE.                                    00007400
            MOVE '---- PGM111 PERSONAL DATA COMPLETENESS ----'          00007500
               TO RPT-LINE.                                             00007600
            WRITE RPT-LINE.                                             00007700
            OPEN INPUT PERSKSDS.                                        00007800
            IF NOT WS-PER-OPEN-OK THEN                                  00007900
               MOVE SPACES TO RPT-LINE                                  00008000
               STRING 'PERSONAL DATA OPEN FAILED, STATUS '              00008100
                  WS-PER-STATUS                                         00008200
                  DELIMITED BY SIZE INTO RPT-LINE                       00008300
               END-STRING                                               00008400
               WRITE RPT-LINE                                           00008500
               CLOSE RPTFILE                                            00008600
               SET WS-RC-IO-ERROR TO TRUE                               00008700
               MOVE WS-RETURN-CODE TO RETURN-CODE                       00008800
               GOBACK                                                   00008900
            END-IF.                                                     00009000
            OPEN INPUT INFILE.                                          00009100
            PERFORM UNTIL WS-EOF                                        00009200
               READ INFILE INTO WS-FL-REC                               00009300
                 AT END SET WS-EOF TO TRUE                              00009400
                 NOT AT END                                             00009500
                    EVALUATE TRUE                                       00009600
                        WHEN HT-IS-HEADER OF WS-FL-REC-HT               00009700
                           CONTINUE                                     00009800
                        WHEN HT-IS-TRAILER OF WS-FL-REC-HT              00009900
                           CONTINUE                                     00010000
                        WHEN FL-STATUS-TERMINATED OF WS-FL-REC-ST       00010100
                           ADD 1 TO WS-COUNT-TERMSKIP                   00010200
                        WHEN OTHER                                      00010300
                           ADD 1 TO WS-COUNT-READ                       00010400
                           PERFORM CHECK-ONE-EMPLOYEE                   00010500
                    END-EVALUATE                                        00010600
               END-READ                                                 00010700
            END-PERFORM.                                                00010800
            PERFORM WRITE-COMPLETENESS-SUMMARY.                         00010900
            CLOSE INFILE.                                               00011000
            CLOSE PERSKSDS.                                             00011100
            CLOSE RPTFILE.                                              00011200
            IF WS-COUNT-NO-RECORD > 0 OR WS-COUNT-INCOMPLETE > 0 THEN   00011300
               SET WS-RC-WARNING TO TRUE                                00011400
            END-IF.                                                     00011500
            MOVE WS-RETURN-CODE TO RETURN-CODE.                         00011600
            GOBACK.                                                     00011700
       CHECK-ONE-EMPLOYEE.                                              00011800
            MOVE FL-EMP-ID OF WS-FL-REC TO PER-EMP-ID.                  00011900
            READ PERSKSDS                                               00012000
               INVALID KEY CONTINUE                                     00012100
            END-READ.                                                   00012200
            IF NOT WS-PER-READ-OK THEN                                  00012300
               ADD 1 TO WS-COUNT-NO-RECORD                              00012400
               MOVE 'NO PERSONAL RECORD' TO WS-FAULT-TEXT               00012500
               PERFORM REPORT-INCOMPLETE                                00012600
            ELSE                                                        00012700
               PERFORM EDIT-MANDATORY-FIELDS                            00012800
               IF WS-FAULT-TEXT = SPACES THEN                           00012900
                  ADD 1 TO WS-COUNT-COMPLETE                            00013000
               ELSE                                                     00013100
                  ADD 1 TO WS-COUNT-INCOMPLETE                          00013200
                  PERFORM REPORT-INCOMPLETE                             00013300
               END-IF                                                   00013400
            END-IF.                                                     00013500
      * THE SAME RULES PGM40 APPLIES ON IMPORT AND PERM ON ENTRY, SO A  00013600
      * RECORD THAT GOT ON THE FILE ANOTHER WAY IS STILL CAUGHT.        00013700
       EDIT-MANDATORY-FIELDS.                                           00013800
            MOVE SPACES TO WS-FAULT-TEXT.                               00013900
            MOVE 1 TO WS-FAULT-PTR.                                     00014000
            IF PER-TAX-ID NOT NUMERIC OR PER-TAX-ID = ZEROS THEN        00014100
               STRING 'TAXID ' DELIMITED BY SIZE                        00014200
                  INTO WS-FAULT-TEXT WITH POINTER WS-FAULT-PTR          00014300
               END-STRING                                               00014400
            END-IF.                                                     00014500
            MOVE PER-BIRTH-DATE TO WS-DATE-WORK-X.                      00014600
            CALL WS-DATEVAL-PGM USING WS-DATE-WORK-X,                   00014700
               WS-RUN-DATE, WS-DATE-RC.                                 00014800
            IF NOT WS-DATE-RC-OK THEN                                   00014900
               STRING 'BIRTH ' DELIMITED BY SIZE                        00015000
                  INTO WS-FAULT-TEXT WITH POINTER WS-FAULT-PTR          00015100
               END-STRING                                               00015200
            END-IF.                                                     00015300
            MOVE PER-HIRE-DATE TO WS-DATE-WORK-X.                       00015400
            CALL WS-DATEVAL-PGM USING WS-DATE-WORK-X,                   00015500
               WS-NO-HORIZON, WS-DATE-RC.                               00015600
            IF NOT WS-DATE-RC-OK THEN                                   00015700
               STRING 'HIRE ' DELIMITED BY SIZE                         00015800
                  INTO WS-FAULT-TEXT WITH POINTER WS-FAULT-PTR          00015900
               END-STRING                                               00016000
            END-IF.                                                     00016100
            IF PER-ADDR-LINE1 = SPACES THEN                             00016200
               STRING 'ADDR ' DELIMITED BY SIZE                         00016300
                  INTO WS-FAULT-TEXT WITH POINTER WS-FAULT-PTR          00016400
               END-STRING                                               00016500
            END-IF.                                                     00016600
            IF PER-CITY = SPACES THEN                                   00016700
               STRING 'CITY ' DELIMITED BY SIZE                         00016800
                  INTO WS-FAULT-TEXT WITH POINTER WS-FAULT-PTR          00016900
               END-STRING                                               00017000
            END-IF.                                                     00017100
            IF PER-STATE NOT ALPHABETIC OR                              00017200
               PER-STATE (1:1) = SPACE OR                               00017300
               PER-STATE (2:1) = SPACE THEN                             00017400
               STRING 'STATE ' DELIMITED BY SIZE                        00017500
                  INTO WS-FAULT-TEXT WITH POINTER WS-FAULT-PTR          00017600
               END-STRING                                               00017700
            END-IF.                                                     00017800
            IF PER-ZIP NOT NUMERIC THEN                                 00017900
               STRING 'ZIP ' DELIMITED BY SIZE                          00018000
                  INTO WS-FAULT-TEXT WITH POINTER WS-FAULT-PTR          00018100
               END-STRING                                               00018200
            END-IF.                                                     00018300
       REPORT-INCOMPLETE.                                               00018400
            MOVE SPACES TO RPT-LINE.                                    00018500
            STRING FL-EMP-ID OF WS-FL-REC                               00018600
               ' ' FL-NAME OF WS-FL-REC                                 00018700
               ' ' WS-FAULT-TEXT                                        00018800
               DELIMITED BY SIZE INTO RPT-LINE                          00018900
            END-STRING.                                                 00019000
            WRITE RPT-LINE.                                             00019100
       WRITE-COMPLETENESS-SUMMARY.                                      00019200
            MOVE SPACES TO RPT-LINE.                                    00019300
            STRING 'EMPLOYEES CHECKED : ' WS-COUNT-READ                 00019400
               DELIMITED BY SIZE INTO RPT-LINE                          00019500
            END-STRING.                                                 00019600
            WRITE RPT-LINE.                                             00019700
            MOVE SPACES TO RPT-LINE.                                    00019800
            STRING 'TERMINATED SKIPPED: ' WS-COUNT-TERMSKIP             00019900
               DELIMITED BY SIZE INTO RPT-LINE                          00020000
            END-STRING.                                                 00020100
            WRITE RPT-LINE.                                             00020200
            MOVE SPACES TO RPT-LINE.                                    00020300
            STRING 'COMPLETE          : ' WS-COUNT-COMPLETE             00020400
               DELIMITED BY SIZE INTO RPT-LINE                          00020500
            END-STRING.                                                 00020600
            WRITE RPT-LINE.                                             00020700
            MOVE SPACES TO RPT-LINE.                                    00020800
            STRING 'NO PERSONAL RECORD: ' WS-COUNT-NO-RECORD            00020900
               DELIMITED BY SIZE INTO RPT-LINE                          00021000
            END-STRING.                                                 00021100
            WRITE RPT-LINE.                                             00021200
            MOVE SPACES TO RPT-LINE.                                    00021300
            STRING 'INCOMPLETE        : ' WS-COUNT-INCOMPLETE           00021400
               DELIMITED BY SIZE INTO RPT-LINE                          00021500
            END-STRING.                                                 00021600
            WRITE RPT-LINE.                                             00021700

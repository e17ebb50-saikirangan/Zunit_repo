       IDENTIFICATION DIVISION.                                         00000100
       PROGRAM-ID.   PGM105.                                            00000200
      * STATUTORY NEW-HIRE REPORT.  READS THE PERIOD'S NEW-HIRE         00000300
      * MOVEMENTS - THE UNMATCHED ADDS PGM44 COPIES TO ITS NEW-HIRE     00000400
      * MOVEMENT FILE, EVERY GENERATION SINCE THE LAST FILING - AND     00000500
      * ENRICHES EACH WITH THE HIRE'S PERSONAL DETAILS FROM HR          00000600
      * (DDPERSIN, CPNHPERS).  EVERY FIELD THE AUTHORITY REQUIRES IS    00000700
      * VALIDATED: TAX ID NINE DIGITS AND NOT ZERO, NAME, ADDRESS,      00000800
      * CITY AND TWO-LETTER STATE PRESENT, FIVE-DIGIT ZIP, DATE OF      00000900
      * BIRTH AND HIRE DATE REAL DATES NOT IN THE FUTURE (PGM14).  A    00001000
      * HIRE THAT PASSES IS WRITTEN TO THE FIXED-FORMAT SUBMISSION      00001100
      * FILE (DDNHOUT) - ONE EMPLOYER RECORD FROM THE EMPLOYER PARM     00001200
      * CARDS, ONE EMPLOYEE RECORD PER HIRE, AND A TOTALS RECORD        00001300
      * WITH THE EMPLOYEE AND RECORD COUNTS - AND ENTERED ON THE        00001400
      * SUBMITTED-HIRES REGISTER (DDNHREG, KEYED ON FL-EMP-ID) WITH     00001500
      * ITS HIRE DATE.  A HIRE ALREADY ON THE REGISTER WITH THE SAME    00001600
      * HIRE DATE IS NOT REPORTED AGAIN; ONE WITH A LATER HIRE DATE     00001700
      * IS A REHIRE AND IS REPORTED AGAIN.  A HIRE REPORTED MORE THAN   00001800
      * FILINGDAYS DAYS (DEFAULT 20) AFTER ITS HIRE DATE IS STILL       00001900
      * SENT BUT LISTED AS LATE.  A REJECTED HIRE IS NOT REGISTERED,    00002000
      * SO IT IS PICKED UP AGAIN ONCE HR CORRECTS THE DETAILS.          00002100
      * ENDS RC 04 WHEN A HIRE IS REJECTED OR LATE, RC 08 WHEN THE      00002200
      * EMPLOYER CARDS ARE INCOMPLETE OR THE PERSONAL DETAILS TABLE     00002300
      * OVERFLOWS (NOTHING IS WRITTEN), RC 12 WHEN THE REGISTER         00002400
      * CANNOT BE OPENED OR UPDATED.                                    00002500
       ENVIRONMENT DIVISION.                                            00002600
       INPUT-OUTPUT SECTION.                                            00002700
       FILE-CONTROL.                                                    00002800
                SELECT HIREIN ASSIGN TO DDHIREIN                        00002900
                ORGANIZATION IS SEQUENTIAL.                             00003000
                SELECT PERSIN ASSIGN TO DDPERSIN                        00003100
                ORGANIZATION IS SEQUENTIAL.                             00003200
                SELECT NHREG ASSIGN TO DDNHREG                          00003300
                ORGANIZATION IS INDEXED                                 00003400
                ACCESS MODE IS RANDOM                                   00003500
                RECORD KEY IS NHR-EMP-ID                                00003600
                FILE STATUS IS WS-REG-STATUS.                           00003700
                SELECT PARMFILE ASSIGN TO DDPARMIN                      00003800
                ORGANIZATION IS SEQUENTIAL.                             00003900
                SELECT NHOUT ASSIGN TO DDNHOUT                          00004000
                ORGANIZATION IS SEQUENTIAL.                             00004100
                SELECT RPTFILE ASSIGN TO DDRPTOUT                       00004200
                ORGANIZATION IS SEQUENTIAL.                             00004300
       DATA DIVISION.                                                   00004400
       FILE SECTION.                                                    00004500
       FD HIREIN                                                        00004600
            RECORDING MODE IS F.                                        00004700
       01 HIRE-REC.                                                     00004800
          COPY CPFLREC.                                                 00004900
       FD PERSIN                                                        00005000
            RECORDING MODE IS F.                                        00005100
       01 PERS-REC.                                                     00005200
          COPY CPNHPERS.                                                00005300
       FD NHREG                                                         00005400
            RECORDING MODE IS F.                                        00005500
       01 NHR-REC.                                                      00005600
           05 NHR-EMP-ID        PIC X(8).                               00005700
           05 NHR-HIRE-DATE     PIC 9(8).                               00005800
           05 NHR-REPORTED-DATE PIC 9(8).                               00005900
           05 NHR-REPORT-COUNT  PIC 9(3).                               00006000
           05 NHR-TAX-ID        PIC X(9).                               00006100
           05 FILLER            PIC X(44).                              00006200
       FD PARMFILE                                                      00006300
            RECORDING MODE IS F.                                        00006400
       01 PARM-CARD.                                                    00006500
          COPY CPPARMCD.                                                00006600
       FD NHOUT                                                         00006700
            RECORDING MODE IS F.                                        00006800
       01 NH-EMPLOYER-REC.                                              00006900
           05 NHE-REC-TYPE      PIC X(2).                               00007000
           05 NHE-EMPLOYER-ID   PIC X(9).                               00007100
           05 NHE-NAME          PIC X(30).                              00007200
           05 NHE-ADDRESS       PIC X(25).                              00007300
           05 NHE-CITY          PIC X(15).                              00007400
           05 NHE-STATE         PIC X(2).                               00007500
           05 NHE-ZIP           PIC X(5).                               00007600
           05 NHE-RUN-DATE      PIC 9(8).                               00007700
           05 FILLER            PIC X(24).                              00007800
       01 NH-EMPLOYEE-REC.                                              00007900
           05 NHW-REC-TYPE      PIC X(2).                               00008000
           05 NHW-TAX-ID        PIC X(9).                               00008100
           05 NHW-NAME          PIC X(20).                              00008200
           05 NHW-ADDRESS       PIC X(25).                              00008300
           05 NHW-CITY          PIC X(15).                              00008400
           05 NHW-STATE         PIC X(2).                               00008500
           05 NHW-ZIP           PIC X(5).                               00008600
           05 NHW-BIRTH-DATE    PIC X(8).                               00008700
           05 NHW-HIRE-DATE     PIC X(8).                               00008800
           05 NHW-HIRE-STATE    PIC X(2).                               00008900
           05 NHW-EMPLOYER-ID   PIC X(9).                               00009000
           05 NHW-EMP-ID        PIC X(8).                               00009100
           05 FILLER            PIC X(7).                               00009200
       01 NH-TOTALS-REC.                                                00009300
           05 NHT-REC-TYPE      PIC X(2).                               00009400
           05 NHT-EMPLOYER-ID   PIC X(9).                               00009500
           05 NHT-EMPLOYEE-COUNT PIC 9(7).                              00009600
           05 NHT-RECORD-COUNT  PIC 9(7).                               00009700
           05 FILLER            PIC X(95).                              00009800
       FD RPTFILE                                                       00009900
            RECORDING MODE IS F.                                        00010000
       01 RPT-LINE PIC X(80).                                           00010100
       WORKING-STORAGE SECTION.                                         00010200
       01 WS-EOF-SW      PIC X(1) VALUE 'N'.                            00010300
           88 WS-EOF           VALUE 'Y'.                               00010400
       01 WS-PARM-EOF-SW PIC X(1) VALUE 'N'.                            00010500
           88 WS-PARM-EOF      VALUE 'Y'.                               00010600
       01 WS-REG-STATUS  PIC X(2) VALUE SPACES.                         00010700
           88 WS-REG-OPEN-OK   VALUE '00' '05' '97'.                    00010800
           88 WS-REG-NOT-FOUND VALUE '35'.                              00010900
       01 WS-REG-PRIMING-SW PIC X(1) VALUE 'N'.                         00011000
           88 WS-REG-PRIMING   VALUE 'Y'.                               00011100
       01 WS-REG-USABLE-SW PIC X(1) VALUE 'Y'.                          00011200
           88 WS-REG-USABLE    VALUE 'Y'.                               00011300
       01 WS-REG-FOUND-SW PIC X(1) VALUE 'N'.                           00011400
           88 WS-REG-FOUND     VALUE 'Y'.                               00011500
      * THE EMPLOYER PARTICULARS, FROM THE PARM CARDS.                  00011600
       01 WS-EMPLOYER-ID    PIC X(9) VALUE SPACES.                      00011700
       01 WS-EMPLOYER-NAME  PIC X(30) VALUE SPACES.                     00011800
       01 WS-EMPLOYER-ADDR  PIC X(25) VALUE SPACES.                     00011900
       01 WS-EMPLOYER-CITY  PIC X(15) VALUE SPACES.                     00012000
       01 WS-EMPLOYER-STATE PIC X(2) VALUE SPACES.                      00012100
       01 WS-EMPLOYER-ZIP   PIC X(5) VALUE SPACES.                      00012200
       01 WS-FILING-DAYS    PIC 9(3) VALUE 20.                          00012300
      * THE HR PERSONAL DETAILS, HELD FOR LOOKUP BY FL-EMP-ID.          00012400
       01 WS-PERS-COUNT     PIC S9(4) COMP VALUE 0.                     00012500
       01 WS-PERS-SUB       PIC S9(4) COMP VALUE 0.                     00012600
       01 WS-PERS-OVERFLOW  PIC 9(7) VALUE 0.                           00012700
       01 WS-PERS-TABLE.                                                00012800
           05 WS-PERS-ENTRY OCCURS 5000 TIMES PIC X(80).                00012900
       01 WS-PERS-FOUND-SW PIC X(1) VALUE 'N'.                          00013000
           88 WS-PERS-FOUND    VALUE 'Y'.                               00013100
       01 WS-PERS-REC.                                                  00013200
          COPY CPNHPERS.                                                00013300
      * THE HIRE IN HAND.                                               00013400
       01 WS-HIRE-DATE      PIC X(8) VALUE SPACES.                      00013500
       01 WS-HIRE-DATE-N REDEFINES WS-HIRE-DATE PIC 9(8).               00013600
       01 WS-REJECT-TEXT    PIC X(30) VALUE SPACES.                     00013700
       01 WS-HIRE-KIND      PIC X(6) VALUE SPACES.                      00013800
       01 WS-LATE-SW        PIC X(1) VALUE 'N'.                         00013900
           88 WS-HIRE-LATE     VALUE 'Y'.                               00014000
       01 WS-DATE-RC        PIC 9(2) VALUE 0.                           00014100
           88 WS-DATE-RC-OK    VALUE 00.                                00014200
       01 WS-DATEVAL-PGM    PIC X(8) VALUE 'PGM14'.                     00014300
       01 WS-DATE-WORK-X    PIC X(8).                                   00014400
       01 WS-RUN-HORIZON    PIC 9(8) VALUE 0.                           00014500
      * SERIAL-DAY ARITHMETIC FOR THE FILING WINDOW - THE SAME          00014600
      * DAY-NUMBER PGM51 AND PGM85 USE.                                 00014700
       01 WS-SER-DATE.                                                  00014800
           05 WS-SER-YYYY PIC 9(4).                                     00014900
           05 WS-SER-MM   PIC 9(2).                                     00015000
           05 WS-SER-DD   PIC 9(2).                                     00015100
       01 WS-CUMDAYS-VALUES.                                            00015200
           05 FILLER PIC X(36) VALUE                                    00015300
              '000031059090120151181212243273304334'.                   00015400
       01 WS-CUMDAYS-TABLE REDEFINES WS-CUMDAYS-VALUES.                 00015500
           05 WS-CUMDAYS PIC 9(3) OCCURS 12 TIMES.                      00015600
       01 WS-SERIAL       PIC S9(9) VALUE 0.                            00015700
       01 WS-LEAP-4       PIC S9(7) VALUE 0.                            00015800
       01 WS-LEAP-100     PIC S9(7) VALUE 0.                            00015900
       01 WS-LEAP-400     PIC S9(7) VALUE 0.                            00016000
       01 WS-LEAP-REM     PIC S9(7) VALUE 0.                            00016100
       01 WS-SER-LEAP-SW  PIC X(1) VALUE 'N'.                           00016200
           88 WS-SER-LEAP-YEAR VALUE 'Y'.                               00016300
       01 WS-RUN-SERIAL   PIC S9(9) VALUE 0.                            00016400
       01 WS-DAYS-SINCE   PIC S9(5) VALUE 0.                            00016500
       01 WS-COUNT-READ      PIC 9(7) VALUE 0.                          00016600
       01 WS-COUNT-REPORTED  PIC 9(7) VALUE 0.                          00016700
       01 WS-COUNT-REHIRES   PIC 9(7) VALUE 0.                          00016800
       01 WS-COUNT-ALREADY   PIC 9(7) VALUE 0.                          00016900
       01 WS-COUNT-REJECTED  PIC 9(7) VALUE 0.                          00017000
       01 WS-COUNT-LATE      PIC 9(7) VALUE 0.                          00017100
       01 WS-COUNT-RECORDS   PIC 9(7) VALUE 0.                          00017200
       01 WS-COUNT-ED     PIC Z,ZZZ,ZZ9.                                00017300
       01 WS-DAYS-ED      PIC ZZZZ9.                                    00017400
       01 WS-RETCD.                                                     00017500
           COPY CPRETCD.                                                00017600
       01 WS-AUD-START-DATE PIC 9(8).                                   00017700
       PROCEDURE DIVISION.                                              00017800
       MAIN-ROUTINE.                                                    00017900
            ACCEPT WS-AUD-START-DATE FROM DATE YYYYMMDD.                00018000
            MOVE WS-AUD-START-DATE TO WS-RUN-HORIZON.                   00018100
            MOVE WS-AUD-START-DATE TO WS-SER-DATE.                      00018200
            PERFORM DATE-TO-SERIAL.                                     00018300
            MOVE WS-SERIAL TO WS-RUN-SERIAL.                            00018400
            SET WS-RC-OK TO TRUE.                                       00018500
            PERFORM READ-NEW-HIRE-PARMS.                                00018600
            OPEN OUTPUT RPTFILE.                                        00018700
            MOVE SPACES TO RPT-LINE.                                    00018800
            MOVE '---- PGM105 STATUTORY NEW-HIRE REPORT ----'           00018900
               TO RPT-LINE.                                             00019000
            WRITE RPT-LINE.                                             00019100
            IF WS-EMPLOYER-ID = SPACES OR WS-EMPLOYER-NAME = SPACES     00019200
               OR WS-EMPLOYER-STATE = SPACES THEN                       00019300
               MOVE SPACES TO RPT-LINE                                  00019400
               STRING '*** EMPLOYERID, EMPLOYERNAME AND EMPLOYERSTATE'  00019500
                  ' CARDS ARE REQUIRED' DELIMITED BY SIZE               00019600
                  INTO RPT-LINE                                         00019700
               END-STRING                                               00019800
               WRITE RPT-LINE                                           00019900
               CLOSE RPTFILE                                            00020000
               SET WS-RC-DATA-ERROR TO TRUE                             00020100
               MOVE WS-RETURN-CODE TO RETURN-CODE                       00020200
               GOBACK                                                   00020300
            END-IF.                                                     00020400
            PERFORM LOAD-PERSONAL-DETAILS.                              00020500
            IF WS-PERS-OVERFLOW > 0 THEN                                00020600
               MOVE SPACES TO RPT-LINE                                  00020700
               STRING '*** PERSONAL DETAILS OVER 5000 RECORDS - NO'     00020800
                  ' SUBMISSION WRITTEN' DELIMITED BY SIZE               00020900
                  INTO RPT-LINE                                         00021000
               END-STRING                                               00021100
               WRITE RPT-LINE                                           00021200
               CLOSE RPTFILE                                            00021300
               SET WS-RC-DATA-ERROR TO TRUE                             00021400
               MOVE WS-RETURN-CODE TO RETURN-CODE                       00021500
               GOBACK                                                   00021600
            END-IF.                                                     00021700
            PERFORM OPEN-HIRE-REGISTER.                                 00021800
            OPEN OUTPUT NHOUT.                                          00021900
            PERFORM WRITE-EMPLOYER-RECORD.                              00022000
            IF WS-REG-USABLE THEN                                       00022100
               OPEN INPUT HIREIN                                        00022200
               PERFORM UNTIL WS-EOF OR NOT WS-REG-USABLE                00022300
                  READ HIREIN                                           00022400
                    AT END SET WS-EOF TO TRUE                           00022500
                    NOT AT END PERFORM REPORT-ONE-HIRE                  00022600
                  END-READ                                              00022700
               END-PERFORM                                              00022800
               CLOSE HIREIN                                             00022900
               CLOSE NHREG                                              00023000
            END-IF.                                                     00023100
            PERFORM WRITE-TOTALS-RECORD.                                00023200
            CLOSE NHOUT.                                                00023300
            PERFORM WRITE-FILING-SUMMARY.                               00023400
            CLOSE RPTFILE.                                              00023500
            MOVE WS-RETURN-CODE TO RETURN-CODE.                         00023600
            GOBACK.                                                     00023700
       READ-NEW-HIRE-PARMS.                                             00023800
            OPEN INPUT PARMFILE.                                        00023900
            PERFORM UNTIL WS-PARM-EOF                                   00024000
               READ PARMFILE                                            00024100
                 AT END SET WS-PARM-EOF TO TRUE                         00024200
                 NOT AT END PERFORM APPLY-PARM-CARD                     00024300
               END-READ                                                 00024400
            END-PERFORM.                                                00024500
            CLOSE PARMFILE.                                             00024600
       APPLY-PARM-CARD.                                                 00024700
            EVALUATE PARM-KEY                                           00024800
                WHEN 'EMPLOYERID'                                       00024900
                   MOVE PARM-VALUE-TEXT (1:9) TO WS-EMPLOYER-ID         00025000
                WHEN 'EMPLOYERNAME'                                     00025100
                   MOVE PARM-VALUE-TEXT (1:30) TO WS-EMPLOYER-NAME      00025200
                WHEN 'EMPLOYERADDR'                                     00025300
                   MOVE PARM-VALUE-TEXT (1:25) TO WS-EMPLOYER-ADDR      00025400
                WHEN 'EMPLOYERCITY'                                     00025500
                   MOVE PARM-VALUE-TEXT (1:15) TO WS-EMPLOYER-CITY      00025600
                WHEN 'EMPLOYERSTATE'                                    00025700
                   MOVE PARM-VALUE-TEXT (1:2) TO WS-EMPLOYER-STATE      00025800
                WHEN 'EMPLOYERZIP'                                      00025900
                   MOVE PARM-VALUE-TEXT (1:5) TO WS-EMPLOYER-ZIP        00026000
                WHEN 'FILINGDAYS'                                       00026100
                   IF PARM-VALUE-TEXT (1:3) IS NUMERIC THEN             00026200
                      MOVE PARM-VALUE-TEXT (1:3) TO WS-FILING-DAYS      00026300
                   END-IF                                               00026400
                WHEN OTHER                                              00026500
                   CONTINUE                                             00026600
            END-EVALUATE.                                               00026700
       LOAD-PERSONAL-DETAILS.                                           00026800
            MOVE 'N' TO WS-EOF-SW.                                      00026900
            OPEN INPUT PERSIN.                                          00027000
            PERFORM UNTIL WS-EOF                                        00027100
               READ PERSIN                                              00027200
                 AT END SET WS-EOF TO TRUE                              00027300
                 NOT AT END                                             00027400
                    IF WS-PERS-COUNT < 5000 THEN                        00027500
                       ADD 1 TO WS-PERS-COUNT                           00027600
                       MOVE PERS-REC TO WS-PERS-ENTRY (WS-PERS-COUNT)   00027700
                    ELSE                                                00027800
                       ADD 1 TO WS-PERS-OVERFLOW                        00027900
                    END-IF                                              00028000
               END-READ                                                 00028100
            END-PERFORM.                                                00028200
            CLOSE PERSIN.                                               00028300
            MOVE 'N' TO WS-EOF-SW.                                      00028400
      * LIKE THE PGM60 ARCHIVE LOAD, A NEVER-PRIMED REGISTER FALLS      00028500
      * BACK FROM OPEN I-O TO OPEN OUTPUT UNTIL ITS FIRST RECORD IS     00028600
      * ON (SEE REGISTER-HIRE).                                         00028700
       OPEN-HIRE-REGISTER.                                              00028800
            OPEN I-O NHREG.                                             00028900
            IF WS-REG-NOT-FOUND THEN                                    00029000
               OPEN OUTPUT NHREG                                        00029100
               SET WS-REG-PRIMING TO TRUE                               00029200
            END-IF.                                                     00029300
            IF NOT WS-REG-OPEN-OK THEN                                  00029400
               PERFORM REPORT-REGISTER-FAILED                           00029500
            END-IF.                                                     00029600
       REPORT-REGISTER-FAILED.                                          00029700
            DISPLAY 'PGM105 NEW-HIRE REGISTER FAILED, STATUS '          00029800
               WS-REG-STATUS.                                           00029900
            MOVE SPACES TO RPT-LINE.                                    00030000
            STRING '*** NEW-HIRE REGISTER FAILED, STATUS '              00030100
               WS-REG-STATUS DELIMITED BY SIZE INTO RPT-LINE            00030200
            END-STRING.                                                 00030300
            WRITE RPT-LINE.                                             00030400
            MOVE 'N' TO WS-REG-USABLE-SW.                               00030500
            SET WS-RC-IO-ERROR TO TRUE.                                 00030600
       WRITE-EMPLOYER-RECORD.                                           00030700
            MOVE SPACES TO NH-EMPLOYER-REC.                             00030800
            MOVE 'E4' TO NHE-REC-TYPE.                                  00030900
            MOVE WS-EMPLOYER-ID TO NHE-EMPLOYER-ID.                     00031000
            MOVE WS-EMPLOYER-NAME TO NHE-NAME.                          00031100
            MOVE WS-EMPLOYER-ADDR TO NHE-ADDRESS.                       00031200
            MOVE WS-EMPLOYER-CITY TO NHE-CITY.                          00031300
            MOVE WS-EMPLOYER-STATE TO NHE-STATE.                        00031400
            MOVE WS-EMPLOYER-ZIP TO NHE-ZIP.                            00031500
            MOVE WS-AUD-START-DATE TO NHE-RUN-DATE.                     00031600
            WRITE NH-EMPLOYER-REC.                                      00031700
            ADD 1 TO WS-COUNT-RECORDS.                                  00031800
       REPORT-ONE-HIRE.                                                 00031900
            ADD 1 TO WS-COUNT-READ.                                     00032000
            PERFORM FIND-PERSONAL-DETAILS.                              00032100
            IF NOT WS-PERS-FOUND THEN                                   00032200
               MOVE 'NO PERSONAL DETAILS FROM HR' TO WS-REJECT-TEXT     00032300
               PERFORM REJECT-ONE-HIRE                                  00032400
            ELSE                                                        00032500
               MOVE NHP-HIRE-DATE OF WS-PERS-REC TO WS-HIRE-DATE        00032600
               IF WS-HIRE-DATE = SPACES THEN                            00032700
                  MOVE FL-EFF-DATE OF HIRE-REC TO WS-HIRE-DATE          00032800
               END-IF                                                   00032900
               PERFORM VALIDATE-HIRE-FIELDS                             00033000
               IF WS-REJECT-TEXT NOT = SPACES THEN                      00033100
                  PERFORM REJECT-ONE-HIRE                               00033200
               ELSE                                                     00033300
                  PERFORM CHECK-HIRE-REGISTER                           00033400
               END-IF                                                   00033500
            END-IF.                                                     00033600
       FIND-PERSONAL-DETAILS.                                           00033700
            MOVE 'N' TO WS-PERS-FOUND-SW.                               00033800
            PERFORM VARYING WS-PERS-SUB FROM 1 BY 1                     00033900
               UNTIL WS-PERS-SUB > WS-PERS-COUNT OR WS-PERS-FOUND       00034000
               IF WS-PERS-ENTRY (WS-PERS-SUB) (1:8) =                   00034100
                  FL-EMP-ID OF HIRE-REC THEN                            00034200
                  SET WS-PERS-FOUND TO TRUE                             00034300
                  MOVE WS-PERS-ENTRY (WS-PERS-SUB) TO WS-PERS-REC       00034400
               END-IF                                                   00034500
            END-PERFORM.                                                00034600
      * THE FIRST FAILING FIELD IS THE ONE REPORTED.                    00034700
       VALIDATE-HIRE-FIELDS.                                            00034800
            MOVE SPACES TO WS-REJECT-TEXT.                              00034900
            EVALUATE TRUE                                               00035000
                WHEN NHP-TAX-ID OF WS-PERS-REC IS NOT NUMERIC OR        00035100
                     NHP-TAX-ID OF WS-PERS-REC = '000000000'            00035200
                   MOVE 'TAX ID MISSING OR INVALID' TO WS-REJECT-TEXT   00035300
                WHEN FL-NAME OF HIRE-REC = SPACES                       00035400
                   MOVE 'NAME MISSING' TO WS-REJECT-TEXT                00035500
                WHEN NHP-ADDRESS OF WS-PERS-REC = SPACES                00035600
                   MOVE 'ADDRESS MISSING' TO WS-REJECT-TEXT             00035700
                WHEN NHP-CITY OF WS-PERS-REC = SPACES                   00035800
                   MOVE 'CITY MISSING' TO WS-REJECT-TEXT                00035900
                WHEN NHP-STATE OF WS-PERS-REC IS NOT ALPHABETIC OR      00036000
                     NHP-STATE OF WS-PERS-REC (1:1) = SPACE OR          00036100
                     NHP-STATE OF WS-PERS-REC (2:1) = SPACE             00036200
                   MOVE 'STATE MISSING OR INVALID' TO WS-REJECT-TEXT    00036300
                WHEN NHP-ZIP OF WS-PERS-REC IS NOT NUMERIC              00036400
                   MOVE 'ZIP CODE MISSING OR INVALID'                   00036500
                      TO WS-REJECT-TEXT                                 00036600
                WHEN OTHER                                              00036700
                   CONTINUE                                             00036800
            END-EVALUATE.                                               00036900
            IF WS-REJECT-TEXT = SPACES THEN                             00037000
               MOVE NHP-BIRTH-DATE OF WS-PERS-REC TO WS-DATE-WORK-X     00037100
               CALL WS-DATEVAL-PGM USING WS-DATE-WORK-X,                00037200
                  WS-RUN-HORIZON, WS-DATE-RC                            00037300
               IF NOT WS-DATE-RC-OK THEN                                00037400
                  MOVE 'DATE OF BIRTH INVALID' TO WS-REJECT-TEXT        00037500
               END-IF                                                   00037600
            END-IF.                                                     00037700
            IF WS-REJECT-TEXT = SPACES THEN                             00037800
               MOVE WS-HIRE-DATE TO WS-DATE-WORK-X                      00037900
               CALL WS-DATEVAL-PGM USING WS-DATE-WORK-X,                00038000
                  WS-RUN-HORIZON, WS-DATE-RC                            00038100
               IF NOT WS-DATE-RC-OK THEN                                00038200
                  MOVE 'HIRE DATE INVALID' TO WS-REJECT-TEXT            00038300
               END-IF                                                   00038400
            END-IF.                                                     00038500
       REJECT-ONE-HIRE.                                                 00038600
            ADD 1 TO WS-COUNT-REJECTED.                                 00038700
            MOVE SPACES TO RPT-LINE.                                    00038800
            STRING 'REJECTED ' FL-EMP-ID OF HIRE-REC ' '                00038900
               FL-NAME OF HIRE-REC ' ' WS-REJECT-TEXT                   00039000
               DELIMITED BY SIZE INTO RPT-LINE                          00039100
            END-STRING.                                                 00039200
            WRITE RPT-LINE.                                             00039300
            IF WS-RC-OK THEN                                            00039400
               SET WS-RC-WARNING TO TRUE                                00039500
            END-IF.                                                     00039600
      * NOT ON THE REGISTER - A NEW HIRE; ON IT WITH AN EARLIER HIRE    00039700
      * DATE - A REHIRE; OTHERWISE ALREADY REPORTED.                    00039800
       CHECK-HIRE-REGISTER.                                             00039900
            MOVE 'N' TO WS-REG-FOUND-SW.                                00040000
            IF NOT WS-REG-PRIMING THEN                                  00040100
               MOVE FL-EMP-ID OF HIRE-REC TO NHR-EMP-ID                 00040200
               READ NHREG                                               00040300
                 INVALID KEY CONTINUE                                   00040400
                 NOT INVALID KEY SET WS-REG-FOUND TO TRUE               00040500
               END-READ                                                 00040600
            END-IF.                                                     00040700
            EVALUATE TRUE                                               00040800
                WHEN NOT WS-REG-FOUND                                   00040900
                   MOVE 'NEW   ' TO WS-HIRE-KIND                        00041000
                   PERFORM SUBMIT-ONE-HIRE                              00041100
                WHEN WS-HIRE-DATE-N > NHR-HIRE-DATE                     00041200
                   MOVE 'REHIRE' TO WS-HIRE-KIND                        00041300
                   ADD 1 TO WS-COUNT-REHIRES                            00041400
                   PERFORM SUBMIT-ONE-HIRE                              00041500
                WHEN OTHER                                              00041600
                   ADD 1 TO WS-COUNT-ALREADY                            00041700
            END-EVALUATE.                                               00041800
       SUBMIT-ONE-HIRE.                                                 00041900
            MOVE WS-HIRE-DATE-N TO WS-SER-DATE.                         00042000
            PERFORM DATE-TO-SERIAL.                                     00042100
            COMPUTE WS-DAYS-SINCE = WS-RUN-SERIAL - WS-SERIAL.          00042200
            MOVE 'N' TO WS-LATE-SW.                                     00042300
            IF WS-DAYS-SINCE > WS-FILING-DAYS THEN                      00042400
               SET WS-HIRE-LATE TO TRUE                                 00042500
               ADD 1 TO WS-COUNT-LATE                                   00042600
               IF WS-RC-OK THEN                                         00042700
                  SET WS-RC-WARNING TO TRUE                             00042800
               END-IF                                                   00042900
            END-IF.                                                     00043000
            MOVE SPACES TO NH-EMPLOYEE-REC.                             00043100
            MOVE 'W4' TO NHW-REC-TYPE.                                  00043200
            MOVE NHP-TAX-ID OF WS-PERS-REC TO NHW-TAX-ID.               00043300
            MOVE FL-NAME OF HIRE-REC TO NHW-NAME.                       00043400
            MOVE NHP-ADDRESS OF WS-PERS-REC TO NHW-ADDRESS.             00043500
            MOVE NHP-CITY OF WS-PERS-REC TO NHW-CITY.                   00043600
            MOVE NHP-STATE OF WS-PERS-REC TO NHW-STATE.                 00043700
            MOVE NHP-ZIP OF WS-PERS-REC TO NHW-ZIP.                     00043800
            MOVE NHP-BIRTH-DATE OF WS-PERS-REC TO NHW-BIRTH-DATE.       00043900
            MOVE WS-HIRE-DATE TO NHW-HIRE-DATE.                         00044000
            MOVE WS-EMPLOYER-STATE TO NHW-HIRE-STATE.                   00044100
            MOVE WS-EMPLOYER-ID TO NHW-EMPLOYER-ID.                     00044200
            MOVE FL-EMP-ID OF HIRE-REC TO NHW-EMP-ID.                   00044300
            WRITE NH-EMPLOYEE-REC.                                      00044400
            ADD 1 TO WS-COUNT-RECORDS.                                  00044500
            ADD 1 TO WS-COUNT-REPORTED.                                 00044600
            MOVE WS-DAYS-SINCE TO WS-DAYS-ED.                           00044700
            MOVE SPACES TO RPT-LINE.                                    00044800
            STRING WS-HIRE-KIND ' ' FL-EMP-ID OF HIRE-REC ' '           00044900
               FL-NAME OF HIRE-REC ' HIRED ' WS-HIRE-DATE               00045000
               ' DAY ' WS-DAYS-ED                                       00045100
               DELIMITED BY SIZE INTO RPT-LINE                          00045200
            END-STRING.                                                 00045300
            IF WS-HIRE-LATE THEN                                        00045400
               MOVE 'LATE' TO RPT-LINE (72:4)                           00045500
            END-IF.                                                     00045600
            WRITE RPT-LINE.                                             00045700
            PERFORM REGISTER-HIRE.                                      00045800
      * ONCE THE FIRST RECORD IS ON A NEWLY DEFINED REGISTER IT IS      00045900
      * REOPENED I-O SO LATER HIRES CAN BE LOOKED UP.                   00046000
       REGISTER-HIRE.                                                   00046100
            IF NOT WS-REG-FOUND THEN                                    00046200
               MOVE SPACES TO NHR-REC                                   00046300
               MOVE FL-EMP-ID OF HIRE-REC TO NHR-EMP-ID                 00046400
               MOVE 0 TO NHR-REPORT-COUNT                               00046500
            END-IF.                                                     00046600
            MOVE WS-HIRE-DATE-N TO NHR-HIRE-DATE.                       00046700
            MOVE WS-AUD-START-DATE TO NHR-REPORTED-DATE.                00046800
            ADD 1 TO NHR-REPORT-COUNT.                                  00046900
            MOVE NHP-TAX-ID OF WS-PERS-REC TO NHR-TAX-ID.               00047000
            IF WS-REG-FOUND THEN                                        00047100
               REWRITE NHR-REC                                          00047200
                 INVALID KEY PERFORM REPORT-REGISTER-FAILED             00047300
               END-REWRITE                                              00047400
            ELSE                                                        00047500
               WRITE NHR-REC                                            00047600
                 INVALID KEY PERFORM REPORT-REGISTER-FAILED             00047700
               END-WRITE                                                00047800
            END-IF.                                                     00047900
            IF WS-REG-PRIMING AND WS-REG-USABLE THEN                    00048000
               MOVE 'N' TO WS-REG-PRIMING-SW                            00048100
               CLOSE NHREG                                              00048200
               OPEN I-O NHREG                                           00048300
               IF NOT WS-REG-OPEN-OK THEN                               00048400
                  PERFORM REPORT-REGISTER-FAILED                        00048500
               END-IF                                                   00048600
            END-IF.                                                     00048700
       WRITE-TOTALS-RECORD.                                             00048800
            ADD 1 TO WS-COUNT-RECORDS.                                  00048900
            MOVE SPACES TO NH-TOTALS-REC.                               00049000
            MOVE 'T4' TO NHT-REC-TYPE.                                  00049100
            MOVE WS-EMPLOYER-ID TO NHT-EMPLOYER-ID.                     00049200
            MOVE WS-COUNT-REPORTED TO NHT-EMPLOYEE-COUNT.               00049300
            MOVE WS-COUNT-RECORDS TO NHT-RECORD-COUNT.                  00049400
            WRITE NH-TOTALS-REC.                                        00049500
      * DAY NUMBER = 365*Y + LEAP DAYS UP TO Y + CUMULATIVE DAYS        00049600
      * TO THE START OF THE MONTH + DAY, WITH THE CURRENT YEAR'S        00049700
      * LEAP DAY COUNTED ONLY FROM MARCH ON.                            00049800
       DATE-TO-SERIAL.                                                  00049900
            DIVIDE WS-SER-YYYY BY 4 GIVING WS-LEAP-4.                   00050000
            DIVIDE WS-SER-YYYY BY 100 GIVING WS-LEAP-100.               00050100
            DIVIDE WS-SER-YYYY BY 400 GIVING WS-LEAP-400.               00050200
            COMPUTE WS-SERIAL =                                         00050300
               (WS-SER-YYYY * 365) + WS-LEAP-4 - WS-LEAP-100            00050400
               + WS-LEAP-400                                            00050500
               + WS-CUMDAYS (WS-SER-MM) + WS-SER-DD.                    00050600
            IF WS-SER-MM < 3 THEN                                       00050700
               PERFORM CHECK-SERIAL-LEAP                                00050800
               IF WS-SER-LEAP-YEAR THEN                                 00050900
                  SUBTRACT 1 FROM WS-SERIAL                             00051000
               END-IF                                                   00051100
            END-IF.                                                     00051200
       CHECK-SERIAL-LEAP.                                               00051300
            MOVE 'N' TO WS-SER-LEAP-SW.                                 00051400
            DIVIDE WS-SER-YYYY BY 4 GIVING WS-LEAP-4                    00051500
               REMAINDER WS-LEAP-REM.                                   00051600
            IF WS-LEAP-REM = 0 THEN                                     00051700
               SET WS-SER-LEAP-YEAR TO TRUE                             00051800
               DIVIDE WS-SER-YYYY BY 100 GIVING WS-LEAP-100             00051900
                  REMAINDER WS-LEAP-REM                                 00052000
               IF WS-LEAP-REM = 0 THEN                                  00052100
                  MOVE 'N' TO WS-SER-LEAP-SW                            00052200
                  DIVIDE WS-SER-YYYY BY 400 GIVING WS-LEAP-400          00052300
                     REMAINDER WS-LEAP-REM                              00052400
                  IF WS-LEAP-REM = 0 THEN                               00052500
                     SET WS-SER-LEAP-YEAR TO TRUE                       00052600
                  END-IF                                                00052700
               END-IF                                                   00052800
            END-IF.                                                     00052900
       WRITE-FILING-SUMMARY.                                            00053000
            MOVE SPACES TO RPT-LINE.                                    00053100
            WRITE RPT-LINE.                                             00053200
            MOVE WS-COUNT-READ TO WS-COUNT-ED.                          00053300
            MOVE SPACES TO RPT-LINE.                                    00053400
            STRING 'NEW-HIRE MOVEMENTS READ  ' WS-COUNT-ED              00053500
               DELIMITED BY SIZE INTO RPT-LINE                          00053600
            END-STRING.                                                 00053700
            WRITE RPT-LINE.                                             00053800
            MOVE WS-COUNT-REPORTED TO WS-COUNT-ED.                      00053900
            MOVE SPACES TO RPT-LINE.                                    00054000
            STRING 'HIRES REPORTED           ' WS-COUNT-ED              00054100
               DELIMITED BY SIZE INTO RPT-LINE                          00054200
            END-STRING.                                                 00054300
            WRITE RPT-LINE.                                             00054400
            MOVE WS-COUNT-REHIRES TO WS-COUNT-ED.                       00054500
            MOVE SPACES TO RPT-LINE.                                    00054600
            STRING '  OF WHICH REHIRES       ' WS-COUNT-ED              00054700
               DELIMITED BY SIZE INTO RPT-LINE                          00054800
            END-STRING.                                                 00054900
            WRITE RPT-LINE.                                             00055000
            MOVE WS-COUNT-LATE TO WS-COUNT-ED.                          00055100
            MOVE SPACES TO RPT-LINE.                                    00055200
            STRING '  OF WHICH LATE          ' WS-COUNT-ED              00055300
               DELIMITED BY SIZE INTO RPT-LINE                          00055400
            END-STRING.                                                 00055500
            WRITE RPT-LINE.                                             00055600
            MOVE WS-COUNT-ALREADY TO WS-COUNT-ED.                       00055700
            MOVE SPACES TO RPT-LINE.                                    00055800
            STRING 'ALREADY REPORTED         ' WS-COUNT-ED              00055900
               DELIMITED BY SIZE INTO RPT-LINE                          00056000
            END-STRING.                                                 00056100
            WRITE RPT-LINE.                                             00056200
            MOVE WS-COUNT-REJECTED TO WS-COUNT-ED.                      00056300
            MOVE SPACES TO RPT-LINE.                                    00056400
            STRING 'REJECTED                 ' WS-COUNT-ED              00056500
               DELIMITED BY SIZE INTO RPT-LINE                          00056600
            END-STRING.                                                 00056700
            WRITE RPT-LINE.                                             00056800
            MOVE WS-COUNT-RECORDS TO WS-COUNT-ED.                       00056900
            MOVE SPACES TO RPT-LINE.                                    00057000
            STRING 'SUBMISSION RECORDS       ' WS-COUNT-ED              00057100
               DELIMITED BY SIZE INTO RPT-LINE                          00057200
            END-STRING.                                                 00057300
            WRITE RPT-LINE.                                             00057400

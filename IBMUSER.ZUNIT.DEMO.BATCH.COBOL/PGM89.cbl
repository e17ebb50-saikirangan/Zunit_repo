       IDENTIFICATION DIVISION.                                         00000100
       PROGRAM-ID.   PGM89.                                             00000200
      * EMPLOYER ON-COST CONTRIBUTIONS.  LOADS THE CONTRIBUTION RATE    00000300
      * TABLE (DDRATEIN) - ONE ROW PER CONTRIBUTION CODE WITH ITS       00000400
      * BASE, RATE, PER-PERIOD CEILING, EXPENSE ACCOUNT AND             00000500
      * LIABILITY ACCOUNT - AND READS THE PERIOD PAYROLL FILE (THE      00000600
      * PGM51 LAYOUT, DDPPAYIN).  FOR EVERY EMPLOYEE AND CODE THE       00000700
      * EMPLOYER'S COST IS:                                             00000800
      *   BASE G  RATE PERCENT OF THE PERIOD GROSS, THE GROSS FIRST     00000900
      *           CAPPED AT THE CEILING WHEN THE CEILING IS NOT ZERO,   00001000
      *   BASE H  THE FLAT PER-HEAD AMOUNT, FOR EVERY EMPLOYEE PAID.    00001100
      * WRITES ONE CONTRIBUTION RECORD PER EMPLOYEE AND CODE            00001200
      * (DDCTBOUT, HDR/TRL FRAMED) AND A BALANCED JOURNAL IN THE        00001300
      * PGM64 POSTING LAYOUT (DDJRNLOUT, SOURCE PGM89): A DEBIT TO      00001400
      * THE CODE'S EXPENSE ACCOUNT PER DEPARTMENT AND ONE CREDIT PER    00001500
      * CODE TO ITS LIABILITY ACCOUNT, OR TO THE OFFSETACCT CARD'S      00001600
      * ACCOUNT WHEN THE ROW NAMES NONE.  THE REGISTER GIVES THE        00001700
      * BASE AND COST PER CODE AND PER DEPARTMENT AND THE JOURNAL       00001800
      * TOTALS FOR FINANCE TO TIE OUT.  A BAD RATE ROW, A CODE WITH     00001900
      * NO LIABILITY ACCOUNT, A TABLE OVERFLOW OR AN UNBALANCED         00002000
      * JOURNAL ENDS RC 08 PER CPRETCD - FINANCE NEVER RECEIVES A       00002100
      * BROKEN JOURNAL; A PAYROLL RECORD WITH A BAD AMOUNT IS           00002200
      * SKIPPED AND ENDS RC 04.                                         00002300
       ENVIRONMENT DIVISION.                                            00002400
       INPUT-OUTPUT SECTION.                                            00002500
       FILE-CONTROL.                                                    00002600
                SELECT RATEIN ASSIGN TO DDRATEIN                        00002700
                ORGANIZATION IS SEQUENTIAL.                             00002800
                SELECT PPAYIN ASSIGN TO DDPPAYIN                        00002900
                ORGANIZATION IS SEQUENTIAL.                             00003000
                SELECT PARMFILE ASSIGN TO DDPARMIN                      00003100
                ORGANIZATION IS SEQUENTIAL.                             00003200
                SELECT CTBOUT ASSIGN TO DDCTBOUT                        00003300
                ORGANIZATION IS SEQUENTIAL.                             00003400
                SELECT JRNLOUT ASSIGN TO DDJRNLOUT                      00003500
                ORGANIZATION IS SEQUENTIAL.                             00003600
                SELECT RPTFILE ASSIGN TO DDRPTOUT                       00003700
                ORGANIZATION IS SEQUENTIAL.                             00003800
       DATA DIVISION.                                                   00003900
       FILE SECTION.                                                    00004000
       FD RATEIN                                                        00004100
            RECORDING MODE IS F.                                        00004200
       01 CTR-REC.                                                      00004300
           05 CTR-CODE         PIC X(2).                                00004400
           05 CTR-DESC         PIC X(16).                               00004500
           05 CTR-BASE         PIC X(1).                                00004600
               88 CTR-BASE-GROSS    VALUE 'G'.                          00004700
               88 CTR-BASE-HEAD     VALUE 'H'.                          00004800
               88 CTR-BASE-VALID    VALUE 'G' 'H'.                      00004900
           05 CTR-RATE         PIC 9(3)V9(4).                           00005000
           05 CTR-FLAT         PIC 9(5)V99.                             00005100
           05 CTR-CEILING      PIC 9(8)V99.                             00005200
           05 CTR-EXP-ACCOUNT  PIC X(8).                                00005300
           05 CTR-LIAB-ACCOUNT PIC X(8).                                00005400
           05 FILLER           PIC X(21).                               00005500
       FD PPAYIN                                                        00005600
            RECORDING MODE IS F.                                        00005700
       01 PPAY-REC.                                                     00005800
           05 PPAY-EMP-ID    PIC X(8).                                  00005900
           05 PPAY-DEPT      PIC X(4).                                  00006000
           05 PPAY-PER-START PIC 9(8).                                  00006100
           05 PPAY-PER-END   PIC 9(8).                                  00006200
           05 PPAY-DAYS-PAID PIC 9(3).                                  00006300
           05 PPAY-AMOUNT    PIC 9(8)V99.                               00006400
           05 FILLER         PIC X(39).                                 00006500
       01 PPAY-REC-HT REDEFINES PPAY-REC.                               00006600
          COPY CPHDRTRL.                                                00006700
       FD PARMFILE                                                      00006800
            RECORDING MODE IS F.                                        00006900
       01 PARM-CARD.                                                    00007000
          COPY CPPARMCD.                                                00007100
       FD CTBOUT                                                        00007200
            RECORDING MODE IS F.                                        00007300
       01 CTB-REC.                                                      00007400
           05 CTB-EMP-ID     PIC X(8).                                  00007500
           05 CTB-DEPT       PIC X(4).                                  00007600
           05 CTB-CODE       PIC X(2).                                  00007700
           05 CTB-BASE-AMT   PIC 9(8)V99.                               00007800
           05 CTB-AMOUNT     PIC 9(8)V99.                               00007900
           05 CTB-PER-END    PIC 9(8).                                  00008000
           05 FILLER         PIC X(38).                                 00008100
       01 CTB-REC-HT REDEFINES CTB-REC.                                 00008200
          COPY CPHDRTRL.                                                00008300
       FD JRNLOUT                                                       00008400
            RECORDING MODE IS F.                                        00008500
       01 JRN-REC.                                                      00008600
           05 JRN-ACCOUNT PIC X(8).                                     00008700
           05 JRN-DRCR    PIC X(1).                                     00008800
               88 JRN-DEBIT  VALUE 'D'.                                 00008900
               88 JRN-CREDIT VALUE 'C'.                                 00009000
           05 JRN-AMOUNT  PIC 9(11)V99.                                 00009100
           05 JRN-DEPT    PIC X(4).                                     00009200
           05 JRN-SOURCE  PIC X(8).                                     00009300
           05 FILLER      PIC X(46).                                    00009400
       FD RPTFILE                                                       00009500
            RECORDING MODE IS F.                                        00009600
       01 RPT-LINE PIC X(80).                                           00009700
       WORKING-STORAGE SECTION.                                         00009800
       01 WS-PPAY-EOF-SW PIC X(1) VALUE 'N'.                            00009900
           88 WS-PPAY-EOF      VALUE 'Y'.                               00010000
       01 WS-RATE-EOF-SW PIC X(1) VALUE 'N'.                            00010100
           88 WS-RATE-EOF      VALUE 'Y'.                               00010200
       01 WS-PARM-EOF-SW PIC X(1) VALUE 'N'.                            00010300
           88 WS-PARM-EOF      VALUE 'Y'.                               00010400
       01 WS-OFFSET-ACCT PIC X(8) VALUE SPACES.                         00010500
       01 WS-REJECT-TEXT PIC X(30) VALUE SPACES.                        00010600
       01 WS-RATE-COUNT PIC 9(2) COMP VALUE 0.                          00010700
       01 WS-RATE-TABLE.                                                00010800
           05 WS-RATE-ENTRY OCCURS 20 TIMES                             00010900
                             INDEXED BY WS-RATE-IDX.                    00011000
               10 WS-RATE-CODE      PIC X(2).                           00011100
               10 WS-RATE-DESC      PIC X(16).                          00011200
               10 WS-RATE-BASE      PIC X(1).                           00011300
               10 WS-RATE-PCT       PIC 9(3)V9(4).                      00011400
               10 WS-RATE-FLAT      PIC 9(5)V99.                        00011500
               10 WS-RATE-CEILING   PIC 9(8)V99.                        00011600
               10 WS-RATE-EXP-ACCT  PIC X(8).                           00011700
               10 WS-RATE-LIAB-ACCT PIC X(8).                           00011800
               10 WS-RATE-HEADS     PIC 9(7).                           00011900
               10 WS-RATE-BASE-TOT  PIC 9(11)V99.                       00012000
               10 WS-RATE-COST-TOT  PIC 9(11)V99.                       00012100
      * ONE ENTRY PER DEPARTMENT AND CONTRIBUTION CODE - THE            00012200
      * DEPARTMENT DEBITS OF THE JOURNAL.                               00012300
       01 WS-DC-COUNT PIC 9(4) COMP VALUE 0.                            00012400
       01 WS-DC-TABLE.                                                  00012500
           05 WS-DC-ENTRY OCCURS 1000 TIMES                             00012600
                           INDEXED BY WS-DC-IDX WS-DC-SAV.              00012700
               10 WS-DC-DEPT     PIC X(4).                              00012800
               10 WS-DC-RATE-NO  PIC 9(2).                              00012900
               10 WS-DC-AMOUNT   PIC 9(11)V99.                          00013000
       01 WS-DEPT-COUNT PIC 9(2) COMP VALUE 0.                          00013100
       01 WS-DEPT-TABLE.                                                00013200
           05 WS-DEPT-ENTRY OCCURS 50 TIMES                             00013300
                             INDEXED BY WS-DEPT-IDX WS-DEPT-SAV.        00013400
               10 WS-DEPT-CODE   PIC X(4).                              00013500
               10 WS-DEPT-HEADS  PIC 9(7).                              00013600
               10 WS-DEPT-GROSS  PIC 9(11)V99.                          00013700
               10 WS-DEPT-COST   PIC 9(11)V99.                          00013800
       01 WS-FOUND-SW PIC X(1) VALUE 'N'.                               00013900
           88 WS-ENTRY-FOUND   VALUE 'Y'.                               00014000
       01 WS-RATE-NO       PIC 9(2) VALUE 0.                            00014100
       01 WS-BASE-AMT      PIC 9(8)V99 VALUE 0.                         00014200
       01 WS-COST          PIC 9(8)V99 VALUE 0.                         00014300
       01 WS-EMP-COST      PIC 9(8)V99 VALUE 0.                         00014400
       01 WS-POST-ACCT     PIC X(8) VALUE SPACES.                       00014500
       01 WS-TOTAL-GROSS   PIC 9(13)V99 VALUE 0.                        00014600
       01 WS-TOTAL-COST    PIC 9(13)V99 VALUE 0.                        00014700
       01 WS-TOTAL-DEBITS  PIC 9(13)V99 VALUE 0.                        00014800
       01 WS-TOTAL-CREDITS PIC 9(13)V99 VALUE 0.                        00014900
       01 WS-COUNT-RATES     PIC 9(5) VALUE 0.                          00015000
       01 WS-COUNT-BAD-RATES PIC 9(5) VALUE 0.                          00015100
       01 WS-COUNT-NO-LIAB   PIC 9(5) VALUE 0.                          00015200
       01 WS-COUNT-READ      PIC 9(7) VALUE 0.                          00015300
       01 WS-COUNT-SKIPPED   PIC 9(7) VALUE 0.                          00015400
       01 WS-COUNT-CTB       PIC 9(7) VALUE 0.                          00015500
       01 WS-COUNT-OVERFLOW  PIC 9(7) VALUE 0.                          00015600
       01 WS-COUNT-POSTINGS  PIC 9(5) VALUE 0.                          00015700
       01 WS-PCT-ED        PIC ZZ9.9999.                                00015800
       01 WS-HEADS-ED      PIC Z,ZZZ,ZZ9.                               00015900
       01 WS-AMOUNT-ED     PIC ZZZ,ZZZ,ZZZ,ZZ9.99.                      00016000
       01 WS-AMOUNT-ED2    PIC ZZZ,ZZZ,ZZZ,ZZ9.99.                      00016100
       01 WS-RETCD.                                                     00016200
           COPY CPRETCD.                                                00016300
       01 WS-AUD-START-DATE PIC 9(8).                                   00016400
       01 WS-AUD-START-TIME PIC 9(8).                                   00016500
       PROCEDURE DIVISION.                                              00016600
       MAIN-ROUTINE.                                                    00016700
            ACCEPT WS-AUD-START-DATE FROM DATE YYYYMMDD.                00016800
            ACCEPT WS-AUD-START-TIME FROM TIME.                         00016900
            PERFORM READ-ONCOST-PARMS.                                  00017000
            OPEN OUTPUT RPTFILE.                                        00017100
            MOVE '---- PGM89 EMPLOYER ON-COST REGISTER ----'            00017200
               TO RPT-LINE.                                             00017300
            WRITE RPT-LINE.                                             00017400
            PERFORM LOAD-RATE-TABLE.                                    00017500
            OPEN INPUT PPAYIN.                                          00017600
            OPEN OUTPUT CTBOUT.                                         00017700
            OPEN OUTPUT JRNLOUT.                                        00017800
            PERFORM Z010-WRITE-OUT-HEADER.                              00017900
            PERFORM UNTIL WS-PPAY-EOF                                   00018000
               READ PPAYIN                                              00018100
                 AT END SET WS-PPAY-EOF TO TRUE                         00018200
                 NOT AT END                                             00018300
                    IF HT-IS-HEADER OF PPAY-REC-HT OR                   00018400
                       HT-IS-TRAILER OF PPAY-REC-HT THEN                00018500
                       CONTINUE                                         00018600
                    ELSE                                                00018700
                       PERFORM COST-ONE-EMPLOYEE                        00018800
                    END-IF                                              00018900
               END-READ                                                 00019000
            END-PERFORM.                                                00019100
            PERFORM Z020-WRITE-OUT-TRAILER.                             00019200
            PERFORM POST-DEPARTMENT-DEBITS.                             00019300
            PERFORM POST-LIABILITY-CREDITS.                             00019400
            PERFORM WRITE-CODE-TOTALS.                                  00019500
            PERFORM WRITE-DEPT-TOTALS.                                  00019600
            PERFORM WRITE-ONCOST-SUMMARY.                               00019700
            CLOSE PPAYIN.                                               00019800
            CLOSE CTBOUT.                                               00019900
            CLOSE JRNLOUT.                                              00020000
            CLOSE RPTFILE.                                              00020100
            MOVE WS-RETURN-CODE TO RETURN-CODE.                         00020200
            GOBACK.                                                     00020300
       READ-ONCOST-PARMS.                                               00020400
            OPEN INPUT PARMFILE.                                        00020500
            PERFORM UNTIL WS-PARM-EOF                                   00020600
               READ PARMFILE                                            00020700
                 AT END SET WS-PARM-EOF TO TRUE                         00020800
                 NOT AT END PERFORM APPLY-PARM-CARD                     00020900
               END-READ                                                 00021000
            END-PERFORM.                                                00021100
            CLOSE PARMFILE.                                             00021200
       APPLY-PARM-CARD.                                                 00021300
            EVALUATE PARM-KEY                                           00021400
                WHEN 'OFFSETACCT'                                       00021500
                   MOVE PARM-VALUE-TEXT (1:8) TO WS-OFFSET-ACCT         00021600
                WHEN OTHER                                              00021700
                   CONTINUE                                             00021800
            END-EVALUATE.                                               00021900
      * A ROW THAT FAILS VALIDATION IS LISTED AND LEFT OUT, AND THE     00022000
      * RUN ENDS RC 08 - A MISSING CONTRIBUTION MUST NOT POST.          00022100
       LOAD-RATE-TABLE.                                                 00022200
            MOVE SPACES TO RPT-LINE.                                    00022300
            MOVE '---- CONTRIBUTION RATES ----' TO RPT-LINE.            00022400
            WRITE RPT-LINE.                                             00022500
            OPEN INPUT RATEIN.                                          00022600
            PERFORM UNTIL WS-RATE-EOF                                   00022700
               READ RATEIN                                              00022800
                 AT END SET WS-RATE-EOF TO TRUE                         00022900
                 NOT AT END                                             00023000
                    IF CTR-CODE NOT = SPACES THEN                       00023100
                       PERFORM LOAD-ONE-RATE                            00023200
                    END-IF                                              00023300
               END-READ                                                 00023400
            END-PERFORM.                                                00023500
            CLOSE RATEIN.                                               00023600
       LOAD-ONE-RATE.                                                   00023700
            ADD 1 TO WS-COUNT-RATES.                                    00023800
            MOVE SPACES TO WS-REJECT-TEXT.                              00023900
            IF NOT CTR-BASE-VALID THEN                                  00024000
               MOVE 'BASE NOT G OR H' TO WS-REJECT-TEXT                 00024100
            END-IF.                                                     00024200
            IF WS-REJECT-TEXT = SPACES THEN                             00024300
               IF CTR-RATE NOT NUMERIC OR CTR-FLAT NOT NUMERIC OR       00024400
                  CTR-CEILING NOT NUMERIC THEN                          00024500
                  MOVE 'RATE OR CEILING NOT NUMERIC'                    00024600
                     TO WS-REJECT-TEXT                                  00024700
               END-IF                                                   00024800
            END-IF.                                                     00024900
            IF WS-REJECT-TEXT = SPACES THEN                             00025000
               IF CTR-EXP-ACCOUNT = SPACES THEN                         00025100
                  MOVE 'NO EXPENSE ACCOUNT' TO WS-REJECT-TEXT           00025200
               END-IF                                                   00025300
            END-IF.                                                     00025400
            IF WS-REJECT-TEXT = SPACES THEN                             00025500
               IF WS-RATE-COUNT NOT < 20 THEN                           00025600
                  MOVE 'OVER 20 CONTRIBUTION CODES' TO WS-REJECT-TEXT   00025700
               END-IF                                                   00025800
            END-IF.                                                     00025900
            MOVE SPACES TO RPT-LINE.                                    00026000
            IF WS-REJECT-TEXT = SPACES THEN                             00026100
               ADD 1 TO WS-RATE-COUNT                                   00026200
               SET WS-RATE-IDX TO WS-RATE-COUNT                         00026300
               MOVE CTR-CODE TO WS-RATE-CODE (WS-RATE-IDX)              00026400
               MOVE CTR-DESC TO WS-RATE-DESC (WS-RATE-IDX)              00026500
               MOVE CTR-BASE TO WS-RATE-BASE (WS-RATE-IDX)              00026600
               MOVE CTR-RATE TO WS-RATE-PCT (WS-RATE-IDX)               00026700
               MOVE CTR-FLAT TO WS-RATE-FLAT (WS-RATE-IDX)              00026800
               MOVE CTR-CEILING TO WS-RATE-CEILING (WS-RATE-IDX)        00026900
               MOVE CTR-EXP-ACCOUNT TO WS-RATE-EXP-ACCT (WS-RATE-IDX)   00027000
               MOVE CTR-LIAB-ACCOUNT                                    00027100
                  TO WS-RATE-LIAB-ACCT (WS-RATE-IDX)                    00027200
               IF CTR-LIAB-ACCOUNT = SPACES THEN                        00027300
                  MOVE WS-OFFSET-ACCT                                   00027400
                     TO WS-RATE-LIAB-ACCT (WS-RATE-IDX)                 00027500
               END-IF                                                   00027600
               MOVE 0 TO WS-RATE-HEADS (WS-RATE-IDX)                    00027700
               MOVE 0 TO WS-RATE-BASE-TOT (WS-RATE-IDX)                 00027800
               MOVE 0 TO WS-RATE-COST-TOT (WS-RATE-IDX)                 00027900
               IF CTR-BASE-GROSS THEN                                   00028000
                  MOVE CTR-RATE TO WS-PCT-ED                            00028100
                  STRING CTR-CODE ' ' CTR-DESC ' G ' WS-PCT-ED          00028200
                     '% DR ' CTR-EXP-ACCOUNT                            00028300
                     ' CR ' WS-RATE-LIAB-ACCT (WS-RATE-IDX)             00028400
                     DELIMITED BY SIZE INTO RPT-LINE                    00028500
                  END-STRING                                            00028600
               ELSE                                                     00028700
                  MOVE CTR-FLAT TO WS-AMOUNT-ED                         00028800
                  STRING CTR-CODE ' ' CTR-DESC ' H ' WS-AMOUNT-ED       00028900
                     ' DR ' CTR-EXP-ACCOUNT                             00029000
                     ' CR ' WS-RATE-LIAB-ACCT (WS-RATE-IDX)             00029100
                     DELIMITED BY SIZE INTO RPT-LINE                    00029200
                  END-STRING                                            00029300
               END-IF                                                   00029400
            ELSE                                                        00029500
               ADD 1 TO WS-COUNT-BAD-RATES                              00029600
               STRING 'CODE ' CTR-CODE ' REJECTED: ' WS-REJECT-TEXT     00029700
                  DELIMITED BY SIZE INTO RPT-LINE                       00029800
               END-STRING                                               00029900
            END-IF.                                                     00030000
            WRITE RPT-LINE.                                             00030100
       COST-ONE-EMPLOYEE.                                               00030200
            ADD 1 TO WS-COUNT-READ.                                     00030300
            IF PPAY-AMOUNT NOT NUMERIC THEN                             00030400
               ADD 1 TO WS-COUNT-SKIPPED                                00030500
               MOVE SPACES TO RPT-LINE                                  00030600
               STRING 'EMP ' PPAY-EMP-ID                                00030700
                  ' SKIPPED - PERIOD AMOUNT NOT NUMERIC'                00030800
                  DELIMITED BY SIZE INTO RPT-LINE                       00030900
               END-STRING                                               00031000
               WRITE RPT-LINE                                           00031100
            ELSE                                                        00031200
               ADD PPAY-AMOUNT TO WS-TOTAL-GROSS                        00031300
               MOVE 0 TO WS-EMP-COST                                    00031400
               IF WS-RATE-COUNT > 0 THEN                                00031500
                  PERFORM COST-ONE-CODE                                 00031600
                     VARYING WS-RATE-IDX FROM 1 BY 1                    00031700
                     UNTIL WS-RATE-IDX > WS-RATE-COUNT                  00031800
               END-IF                                                   00031900
               PERFORM TALLY-DEPT-TOTALS                                00032000
            END-IF.                                                     00032100
       COST-ONE-CODE.                                                   00032200
            IF WS-RATE-BASE (WS-RATE-IDX) = 'H' THEN                    00032300
               MOVE PPAY-AMOUNT TO WS-BASE-AMT                          00032400
               MOVE 0 TO WS-COST                                        00032500
               IF PPAY-AMOUNT > 0 THEN                                  00032600
                  MOVE WS-RATE-FLAT (WS-RATE-IDX) TO WS-COST            00032700
               END-IF                                                   00032800
            ELSE                                                        00032900
               MOVE PPAY-AMOUNT TO WS-BASE-AMT                          00033000
               IF WS-RATE-CEILING (WS-RATE-IDX) > 0 AND                 00033100
                  WS-BASE-AMT > WS-RATE-CEILING (WS-RATE-IDX) THEN      00033200
                  MOVE WS-RATE-CEILING (WS-RATE-IDX) TO WS-BASE-AMT     00033300
               END-IF                                                   00033400
               COMPUTE WS-COST ROUNDED =                                00033500
                  WS-BASE-AMT * WS-RATE-PCT (WS-RATE-IDX) / 100         00033600
            END-IF.                                                     00033700
            IF WS-COST > 0 THEN                                         00033800
               ADD 1 TO WS-RATE-HEADS (WS-RATE-IDX)                     00033900
               ADD WS-BASE-AMT TO WS-RATE-BASE-TOT (WS-RATE-IDX)        00034000
               ADD WS-COST TO WS-RATE-COST-TOT (WS-RATE-IDX)            00034100
               ADD WS-COST TO WS-EMP-COST                               00034200
               ADD WS-COST TO WS-TOTAL-COST                             00034300
               MOVE SPACES TO CTB-REC                                   00034400
               MOVE PPAY-EMP-ID TO CTB-EMP-ID                           00034500
               MOVE PPAY-DEPT TO CTB-DEPT                               00034600
               MOVE WS-RATE-CODE (WS-RATE-IDX) TO CTB-CODE              00034700
               MOVE WS-BASE-AMT TO CTB-BASE-AMT                         00034800
               MOVE WS-COST TO CTB-AMOUNT                               00034900
               MOVE PPAY-PER-END TO CTB-PER-END                         00035000
               WRITE CTB-REC                                            00035100
               ADD 1 TO WS-COUNT-CTB                                    00035200
               SET WS-RATE-NO TO WS-RATE-IDX                            00035300
               PERFORM TALLY-DEPT-CODE                                  00035400
            END-IF.                                                     00035500
       TALLY-DEPT-CODE.                                                 00035600
            MOVE 'N' TO WS-FOUND-SW.                                    00035700
            IF WS-DC-COUNT > 0 THEN                                     00035800
               PERFORM VARYING WS-DC-IDX FROM 1 BY 1                    00035900
                  UNTIL WS-DC-IDX > WS-DC-COUNT                         00036000
                     OR WS-ENTRY-FOUND                                  00036100
                  IF WS-DC-DEPT (WS-DC-IDX) = PPAY-DEPT AND             00036200
                     WS-DC-RATE-NO (WS-DC-IDX) = WS-RATE-NO THEN        00036300
                     SET WS-ENTRY-FOUND TO TRUE                         00036400
                     SET WS-DC-SAV TO WS-DC-IDX                         00036500
                  END-IF                                                00036600
               END-PERFORM                                              00036700
            END-IF.                                                     00036800
            IF WS-ENTRY-FOUND THEN                                      00036900
               SET WS-DC-IDX TO WS-DC-SAV                               00037000
            ELSE                                                        00037100
               IF WS-DC-COUNT < 1000 THEN                               00037200
                  ADD 1 TO WS-DC-COUNT                                  00037300
                  SET WS-DC-IDX TO WS-DC-COUNT                          00037400
                  MOVE PPAY-DEPT TO WS-DC-DEPT (WS-DC-IDX)              00037500
                  MOVE WS-RATE-NO TO WS-DC-RATE-NO (WS-DC-IDX)          00037600
                  MOVE 0 TO WS-DC-AMOUNT (WS-DC-IDX)                    00037700
                  SET WS-ENTRY-FOUND TO TRUE                            00037800
               ELSE                                                     00037900
                  ADD 1 TO WS-COUNT-OVERFLOW                            00038000
               END-IF                                                   00038100
            END-IF.                                                     00038200
            IF WS-ENTRY-FOUND THEN                                      00038300
               ADD WS-COST TO WS-DC-AMOUNT (WS-DC-IDX)                  00038400
            END-IF.                                                     00038500
       TALLY-DEPT-TOTALS.                                               00038600
            MOVE 'N' TO WS-FOUND-SW.                                    00038700
            IF WS-DEPT-COUNT > 0 THEN                                   00038800
               PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1                  00038900
                  UNTIL WS-DEPT-IDX > WS-DEPT-COUNT                     00039000
                     OR WS-ENTRY-FOUND                                  00039100
                  IF WS-DEPT-CODE (WS-DEPT-IDX) = PPAY-DEPT THEN        00039200
                     SET WS-ENTRY-FOUND TO TRUE                         00039300
                     SET WS-DEPT-SAV TO WS-DEPT-IDX                     00039400
                  END-IF                                                00039500
               END-PERFORM                                              00039600
            END-IF.                                                     00039700
            IF WS-ENTRY-FOUND THEN                                      00039800
               SET WS-DEPT-IDX TO WS-DEPT-SAV                           00039900
            ELSE                                                        00040000
               IF WS-DEPT-COUNT < 50 THEN                               00040100
                  ADD 1 TO WS-DEPT-COUNT                                00040200
                  SET WS-DEPT-IDX TO WS-DEPT-COUNT                      00040300
                  MOVE PPAY-DEPT TO WS-DEPT-CODE (WS-DEPT-IDX)          00040400
                  MOVE 0 TO WS-DEPT-HEADS (WS-DEPT-IDX)                 00040500
                  MOVE 0 TO WS-DEPT-GROSS (WS-DEPT-IDX)                 00040600
                  MOVE 0 TO WS-DEPT-COST (WS-DEPT-IDX)                  00040700
                  SET WS-ENTRY-FOUND TO TRUE                            00040800
               ELSE                                                     00040900
                  ADD 1 TO WS-COUNT-OVERFLOW                            00041000
               END-IF                                                   00041100
            END-IF.                                                     00041200
            IF WS-ENTRY-FOUND THEN                                      00041300
               ADD 1 TO WS-DEPT-HEADS (WS-DEPT-IDX)                     00041400
               ADD PPAY-AMOUNT TO WS-DEPT-GROSS (WS-DEPT-IDX)           00041500
               ADD WS-EMP-COST TO WS-DEPT-COST (WS-DEPT-IDX)            00041600
            END-IF.                                                     00041700
      * ONE DEBIT PER DEPARTMENT AND CODE TO THE CODE'S EXPENSE         00041800
      * ACCOUNT, CARRYING THE DEPARTMENT.                               00041900
       POST-DEPARTMENT-DEBITS.                                          00042000
            IF WS-DC-COUNT > 0 THEN                                     00042100
               PERFORM POST-ONE-DEPT-DEBIT                              00042200
                  VARYING WS-DC-IDX FROM 1 BY 1                         00042300
                  UNTIL WS-DC-IDX > WS-DC-COUNT                         00042400
            END-IF.                                                     00042500
       POST-ONE-DEPT-DEBIT.                                             00042600
            IF WS-DC-AMOUNT (WS-DC-IDX) > 0 THEN                        00042700
               SET WS-RATE-IDX TO WS-DC-RATE-NO (WS-DC-IDX)             00042800
               MOVE SPACES TO JRN-REC                                   00042900
               MOVE WS-RATE-EXP-ACCT (WS-RATE-IDX) TO JRN-ACCOUNT       00043000
               SET JRN-DEBIT TO TRUE                                    00043100
               MOVE WS-DC-AMOUNT (WS-DC-IDX) TO JRN-AMOUNT              00043200
               MOVE WS-DC-DEPT (WS-DC-IDX) TO JRN-DEPT                  00043300
               MOVE 'PGM89' TO JRN-SOURCE                               00043400
               WRITE JRN-REC                                            00043500
               ADD 1 TO WS-COUNT-POSTINGS                               00043600
               ADD WS-DC-AMOUNT (WS-DC-IDX) TO WS-TOTAL-DEBITS          00043700
            END-IF.                                                     00043800
      * ONE CREDIT PER CODE FOR ITS WHOLE COST TO THE LIABILITY         00043900
      * ACCOUNT; A CODE WITH NO ACCOUNT TO CREDIT POSTS NOTHING AND     00044000
      * FAILS THE BATCH.                                                00044100
       POST-LIABILITY-CREDITS.                                          00044200
            IF WS-RATE-COUNT > 0 THEN                                   00044300
               PERFORM POST-ONE-LIAB-CREDIT                             00044400
                  VARYING WS-RATE-IDX FROM 1 BY 1                       00044500
                  UNTIL WS-RATE-IDX > WS-RATE-COUNT                     00044600
            END-IF.                                                     00044700
       POST-ONE-LIAB-CREDIT.                                            00044800
            IF WS-RATE-COST-TOT (WS-RATE-IDX) > 0 THEN                  00044900
               IF WS-RATE-LIAB-ACCT (WS-RATE-IDX) = SPACES THEN         00045000
                  ADD 1 TO WS-COUNT-NO-LIAB                             00045100
                  MOVE SPACES TO RPT-LINE                               00045200
                  STRING 'NO LIABILITY ACCOUNT FOR CODE '               00045300
                     WS-RATE-CODE (WS-RATE-IDX)                         00045400
                     DELIMITED BY SIZE INTO RPT-LINE                    00045500
                  END-STRING                                            00045600
                  WRITE RPT-LINE                                        00045700
               ELSE                                                     00045800
                  MOVE SPACES TO JRN-REC                                00045900
                  MOVE WS-RATE-LIAB-ACCT (WS-RATE-IDX) TO JRN-ACCOUNT   00046000
                  SET JRN-CREDIT TO TRUE                                00046100
                  MOVE WS-RATE-COST-TOT (WS-RATE-IDX) TO JRN-AMOUNT     00046200
                  MOVE SPACES TO JRN-DEPT                               00046300
                  MOVE 'PGM89' TO JRN-SOURCE                            00046400
                  WRITE JRN-REC                                         00046500
                  ADD 1 TO WS-COUNT-POSTINGS                            00046600
                  ADD WS-RATE-COST-TOT (WS-RATE-IDX)                    00046700
                     TO WS-TOTAL-CREDITS                                00046800
               END-IF                                                   00046900
            END-IF.                                                     00047000
       Z010-WRITE-OUT-HEADER.                                           00047100
            MOVE SPACES TO CTB-REC-HT.                                  00047200
            SET HT-IS-HEADER OF CTB-REC-HT TO TRUE.                     00047300
            MOVE WS-AUD-START-DATE TO HT-RUN-DATE OF CTB-REC-HT.        00047400
            MOVE WS-AUD-START-TIME TO HT-RUN-TIME OF CTB-REC-HT.        00047500
            WRITE CTB-REC.                                              00047600
       Z020-WRITE-OUT-TRAILER.                                          00047700
            MOVE SPACES TO CTB-REC-HT.                                  00047800
            SET HT-IS-TRAILER OF CTB-REC-HT TO TRUE.                    00047900
            MOVE WS-COUNT-CTB TO HT-RECORD-COUNT OF CTB-REC-HT.         00048000
            WRITE CTB-REC.                                              00048100
       WRITE-CODE-TOTALS.                                               00048200
            MOVE SPACES TO RPT-LINE.                                    00048300
            MOVE '---- BY CONTRIBUTION CODE ----' TO RPT-LINE.          00048400
            WRITE RPT-LINE.                                             00048500
            MOVE SPACES TO RPT-LINE.                                    00048600
            STRING 'CD DESCRIPTION         HEADS'                       00048700
               '               BASE               COST'                 00048800
               DELIMITED BY SIZE INTO RPT-LINE                          00048900
            END-STRING.                                                 00049000
            WRITE RPT-LINE.                                             00049100
            IF WS-RATE-COUNT > 0 THEN                                   00049200
               PERFORM WRITE-ONE-CODE-TOTAL                             00049300
                  VARYING WS-RATE-IDX FROM 1 BY 1                       00049400
                  UNTIL WS-RATE-IDX > WS-RATE-COUNT                     00049500
            END-IF.                                                     00049600
       WRITE-ONE-CODE-TOTAL.                                            00049700
            MOVE WS-RATE-HEADS (WS-RATE-IDX) TO WS-HEADS-ED.            00049800
            MOVE WS-RATE-BASE-TOT (WS-RATE-IDX) TO WS-AMOUNT-ED.        00049900
            MOVE WS-RATE-COST-TOT (WS-RATE-IDX) TO WS-AMOUNT-ED2.       00050000
            MOVE SPACES TO RPT-LINE.                                    00050100
            STRING WS-RATE-CODE (WS-RATE-IDX) ' '                       00050200
               WS-RATE-DESC (WS-RATE-IDX) ' ' WS-HEADS-ED ' '           00050300
               WS-AMOUNT-ED ' ' WS-AMOUNT-ED2                           00050400
               DELIMITED BY SIZE INTO RPT-LINE                          00050500
            END-STRING.                                                 00050600
            WRITE RPT-LINE.                                             00050700
       WRITE-DEPT-TOTALS.                                               00050800
            MOVE SPACES TO RPT-LINE.                                    00050900
            MOVE '---- BY DEPARTMENT ----' TO RPT-LINE.                 00051000
            WRITE RPT-LINE.                                             00051100
            MOVE SPACES TO RPT-LINE.                                    00051200
            STRING 'DEPT                    HEADS'                      00051300
               '              GROSS            ON-COST'                 00051400
               DELIMITED BY SIZE INTO RPT-LINE                          00051500
            END-STRING.                                                 00051600
            WRITE RPT-LINE.                                             00051700
            IF WS-DEPT-COUNT > 0 THEN                                   00051800
               PERFORM WRITE-ONE-DEPT-TOTAL                             00051900
                  VARYING WS-DEPT-IDX FROM 1 BY 1                       00052000
                  UNTIL WS-DEPT-IDX > WS-DEPT-COUNT                     00052100
            END-IF.                                                     00052200
       WRITE-ONE-DEPT-TOTAL.                                            00052300
            MOVE WS-DEPT-HEADS (WS-DEPT-IDX) TO WS-HEADS-ED.            00052400
            MOVE WS-DEPT-GROSS (WS-DEPT-IDX) TO WS-AMOUNT-ED.           00052500
            MOVE WS-DEPT-COST (WS-DEPT-IDX) TO WS-AMOUNT-ED2.           00052600
            MOVE SPACES TO RPT-LINE.                                    00052700
            STRING WS-DEPT-CODE (WS-DEPT-IDX) '               '         00052800
               '    ' WS-HEADS-ED ' '                                   00052900
               WS-AMOUNT-ED ' ' WS-AMOUNT-ED2                           00053000
               DELIMITED BY SIZE INTO RPT-LINE                          00053100
            END-STRING.                                                 00053200
            WRITE RPT-LINE.                                             00053300
       WRITE-ONCOST-SUMMARY.                                            00053400
            MOVE SPACES TO RPT-LINE.                                    00053500
            MOVE '---- SUMMARY ----' TO RPT-LINE.                       00053600
            WRITE RPT-LINE.                                             00053700
            MOVE SPACES TO RPT-LINE.                                    00053800
            STRING 'RATE ROWS : ' WS-COUNT-RATES                        00053900
               ' REJECTED ' WS-COUNT-BAD-RATES                          00054000
               DELIMITED BY SIZE INTO RPT-LINE                          00054100
            END-STRING.                                                 00054200
            WRITE RPT-LINE.                                             00054300
            MOVE SPACES TO RPT-LINE.                                    00054400
            STRING 'PAYROLL   : ' WS-COUNT-READ                         00054500
               ' SKIPPED ' WS-COUNT-SKIPPED                             00054600
               ' CONTRIBUTIONS ' WS-COUNT-CTB                           00054700
               DELIMITED BY SIZE INTO RPT-LINE                          00054800
            END-STRING.                                                 00054900
            WRITE RPT-LINE.                                             00055000
            MOVE WS-TOTAL-GROSS TO WS-AMOUNT-ED.                        00055100
            MOVE SPACES TO RPT-LINE.                                    00055200
            STRING 'GROSS PAY : ' WS-AMOUNT-ED                          00055300
               DELIMITED BY SIZE INTO RPT-LINE                          00055400
            END-STRING.                                                 00055500
            WRITE RPT-LINE.                                             00055600
            MOVE WS-TOTAL-COST TO WS-AMOUNT-ED.                         00055700
            MOVE SPACES TO RPT-LINE.                                    00055800
            STRING 'ON-COST   : ' WS-AMOUNT-ED                          00055900
               DELIMITED BY SIZE INTO RPT-LINE                          00056000
            END-STRING.                                                 00056100
            WRITE RPT-LINE.                                             00056200
            MOVE SPACES TO RPT-LINE.                                    00056300
            STRING 'POSTINGS  : ' WS-COUNT-POSTINGS                     00056400
               ' NO LIABILITY ACCT ' WS-COUNT-NO-LIAB                   00056500
               DELIMITED BY SIZE INTO RPT-LINE                          00056600
            END-STRING.                                                 00056700
            WRITE RPT-LINE.                                             00056800
            MOVE WS-TOTAL-DEBITS TO WS-AMOUNT-ED.                       00056900
            MOVE SPACES TO RPT-LINE.                                    00057000
            STRING 'DEBITS    : ' WS-AMOUNT-ED                          00057100
               DELIMITED BY SIZE INTO RPT-LINE                          00057200
            END-STRING.                                                 00057300
            WRITE RPT-LINE.                                             00057400
            MOVE WS-TOTAL-CREDITS TO WS-AMOUNT-ED.                      00057500
            MOVE SPACES TO RPT-LINE.                                    00057600
            STRING 'CREDITS   : ' WS-AMOUNT-ED                          00057700
               DELIMITED BY SIZE INTO RPT-LINE                          00057800
            END-STRING.                                                 00057900
            WRITE RPT-LINE.                                             00058000
            SET WS-RC-OK TO TRUE.                                       00058100
            IF WS-COUNT-SKIPPED > 0 THEN                                00058200
               SET WS-RC-WARNING TO TRUE                                00058300
            END-IF.                                                     00058400
            MOVE SPACES TO RPT-LINE.                                    00058500
            EVALUATE TRUE                                               00058600
                WHEN WS-COUNT-BAD-RATES > 0                             00058700
                   MOVE 'RESULT    : *** BAD RATE ROW - DO NOT POST'    00058800
                      TO RPT-LINE                                       00058900
                   SET WS-RC-DATA-ERROR TO TRUE                         00059000
                WHEN WS-COUNT-NO-LIAB > 0                               00059100
                   MOVE 'RESULT    : *** NO LIAB ACCT - DO NOT POST'    00059200
                      TO RPT-LINE                                       00059300
                   SET WS-RC-DATA-ERROR TO TRUE                         00059400
                WHEN WS-COUNT-OVERFLOW > 0                              00059500
                   MOVE 'RESULT    : *** TABLE FULL - DO NOT POST'      00059600
                      TO RPT-LINE                                       00059700
                   SET WS-RC-DATA-ERROR TO TRUE                         00059800
                WHEN WS-TOTAL-DEBITS NOT = WS-TOTAL-CREDITS             00059900
                   MOVE 'RESULT    : *** OUT OF BALANCE ***'            00060000
                      TO RPT-LINE                                       00060100
                   SET WS-RC-DATA-ERROR TO TRUE                         00060200
                WHEN OTHER                                              00060300
                   MOVE 'RESULT    : BALANCED' TO RPT-LINE              00060400
            END-EVALUATE.                                               00060500
            WRITE RPT-LINE.                                             00060600

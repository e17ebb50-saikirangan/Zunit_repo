       IDENTIFICATION DIVISION.                                         00000100
       PROGRAM-ID.   PGM117.                                            00000200
      * BUSINESS CALENDAR AND PAY CALENDAR GENERATOR, RUN EACH          00000300
      * DECEMBER FOR THE COMING YEAR (YEAR PARM CARD, DEFAULT NEXT      00000400
      * YEAR).  BUILDS EVERY DATE OF THE YEAR FROM THE CALENDAR         00000500
      * RULES DECK (DDRULES):                                           00000600
      *   W - A WEEKEND DAY (1 = MONDAY ... 7 = SUNDAY); NO W CARDS     00000700
      *       MEANS SATURDAY AND SUNDAY.                                00000800
      *   F - A FIXED-DATE HOLIDAY (MMDD).                              00000900
      *   M - A MOVABLE HOLIDAY: THE NTH (1-5, OR L = LAST) GIVEN       00001000
      *       WEEKDAY OF A MONTH.                                       00001100
      *   E - A HOLIDAY A SIGNED NUMBER OF DAYS FROM EASTER SUNDAY.     00001200
      *   C - A ONE-OFF CLOSURE (YYYYMMDD; IGNORED IN OTHER YEARS).     00001300
      *   P - THE PAY CALENDAR: LAST DAY OF THE FIRST HALF-MONTH        00001400
      *       (DEFAULT 15) AND THE NOMINAL PAY DAY OF EACH HALF         00001500
      *       (00 = THE PERIOD END).                                    00001600
      * A HOLIDAY CARD MAY SAY HOW A WEEKEND HOLIDAY IS OBSERVED:       00001700
      * W = SATURDAY ON THE FRIDAY, SUNDAY ON THE MONDAY; N = THE       00001800
      * NEXT DAY THAT IS NOT A WEEKEND OR ANOTHER HOLIDAY (ALSO         00001900
      * USED WHEN IT LANDS ON AN EARLIER CARD'S HOLIDAY); BLANK =       00002000
      * NOT MOVED.  WRITES THE YEAR'S BUSINESS CALENDAR IN THE PGM23    00002100
      * LAYOUT (P = PROCESSING DAY, H = WEEKEND, HOLIDAY OR             00002200
      * CLOSURE) AND THE 24 SEMIMONTHLY PERIODS IN THE PAYCAL LAYOUT    00002300
      * WITH THE PAY DATE, MOVED BACK TO THE PREVIOUS BUSINESS DAY      00002400
      * WHEN IT IS NOT ONE, AND THE PERIOD NUMBER.  THE CURRENT         00002500
      * CALENDARS (DDCALIN, DDPCALIN) ARE COPIED ROUND THE NEW YEAR     00002600
      * SO THE OUTPUTS ARE COMPLETE REPLACEMENTS, AND ANY DAY OR        00002700
      * PERIOD OF THE YEAR ALREADY KEYED THAT DIFFERS IS LISTED.        00002800
      * THE TWO NEW CALENDARS ARE CROSS-CHECKED (PERIODS CONTIGUOUS     00002900
      * OVER THE WHOLE YEAR, EVERY PERIOD WITH A BUSINESS DAY, EVERY    00003000
      * PAY DATE A BUSINESS DAY INSIDE ITS PERIOD AND LATER THAN THE    00003100
      * ONE BEFORE) AND A YEAR-AT-A-GLANCE LISTING IS PRINTED FOR       00003200
      * SIGN-OFF.  RC 04 = DIFFERENCES FROM THE CURRENT CALENDARS OR    00003300
      * A CLASH BETWEEN HOLIDAYS; RC 08 = A BAD RULES CARD OR A         00003400
      * FAILED CROSS-CHECK - THE OUTPUTS MUST NOT BE PROMOTED.          00003500
       ENVIRONMENT DIVISION.                                            00003600
       INPUT-OUTPUT SECTION.                                            00003700
       FILE-CONTROL.                                                    00003800
                SELECT RULES ASSIGN TO DDRULES                          00003900
                ORGANIZATION IS SEQUENTIAL.                             00004000
                SELECT PARMFILE ASSIGN TO DDPARMIN                      00004100
                ORGANIZATION IS SEQUENTIAL.                             00004200
                SELECT CALIN ASSIGN TO DDCALIN                          00004300
                ORGANIZATION IS SEQUENTIAL.                             00004400
                SELECT PCALIN ASSIGN TO DDPCALIN                        00004500
                ORGANIZATION IS SEQUENTIAL.                             00004600
                SELECT CALOUT ASSIGN TO DDCALOUT                        00004700
                ORGANIZATION IS SEQUENTIAL.                             00004800
                SELECT PCALOUT ASSIGN TO DDPCALOUT                      00004900
                ORGANIZATION IS SEQUENTIAL.                             00005000
                SELECT RPTFILE ASSIGN TO DDRPTOUT                       00005100
                ORGANIZATION IS SEQUENTIAL.                             00005200
       DATA DIVISION.                                                   00005300
       FILE SECTION.                                                    00005400
       FD RULES                                                         00005500
            RECORDING MODE IS F.                                        00005600
       01 RUL-REC.                                                      00005700
           05 RUL-TYPE       PIC X(1).                                  00005800
           05 FILLER         PIC X(1).                                  00005900
           05 RUL-DATE       PIC X(8).                                  00006000
           05 RUL-DATE-F REDEFINES RUL-DATE.                            00006100
               10 RUL-MMDD       PIC X(4).                              00006200
               10 FILLER         PIC X(4).                              00006300
           05 RUL-DATE-P REDEFINES RUL-DATE.                            00006400
               10 RUL-SPLIT      PIC X(2).                              00006500
               10 RUL-PAY1       PIC X(2).                              00006600
               10 RUL-PAY2       PIC X(2).                              00006700
               10 FILLER         PIC X(2).                              00006800
           05 FILLER         PIC X(1).                                  00006900
           05 RUL-MONTH      PIC X(2).                                  00007000
           05 FILLER         PIC X(1).                                  00007100
           05 RUL-WEEKDAY    PIC X(1).                                  00007200
           05 FILLER         PIC X(1).                                  00007300
           05 RUL-NTH        PIC X(1).                                  00007400
           05 FILLER         PIC X(1).                                  00007500
           05 RUL-OFFSET     PIC S9(3) SIGN LEADING SEPARATE.           00007600
           05 FILLER         PIC X(1).                                  00007700
           05 RUL-OBSERVE    PIC X(1).                                  00007800
           05 FILLER         PIC X(1).                                  00007900
           05 RUL-DESC       PIC X(30).                                 00008000
           05 FILLER         PIC X(25).                                 00008100
       FD PARMFILE                                                      00008200
            RECORDING MODE IS F.                                        00008300
       01 PARM-CARD.                                                    00008400
          COPY CPPARMCD.                                                00008500
       FD CALIN                                                         00008600
            RECORDING MODE IS F.                                        00008700
       01 CALI-REC.                                                     00008800
           05 CALI-DATE      PIC 9(8).                                  00008900
           05 CALI-DATE-X REDEFINES CALI-DATE.                          00009000
               10 CALI-YYYY      PIC X(4).                              00009100
               10 CALI-MM        PIC 9(2).                              00009200
               10 CALI-DD        PIC 9(2).                              00009300
           05 FILLER         PIC X(1).                                  00009400
           05 CALI-TYPE      PIC X(1).                                  00009500
           05 FILLER         PIC X(1).                                  00009600
           05 CALI-DESC      PIC X(30).                                 00009700
           05 FILLER         PIC X(39).                                 00009800
       FD PCALIN                                                        00009900
            RECORDING MODE IS F.                                        00010000
       01 PCI-REC.                                                      00010100
           05 PCI-PERIOD-START PIC 9(8).                                00010200
           05 PCI-START-X REDEFINES PCI-PERIOD-START.                   00010300
               10 PCI-START-YYYY PIC X(4).                              00010400
               10 FILLER         PIC X(4).                              00010500
           05 FILLER           PIC X(1).                                00010600
           05 PCI-PERIOD-END   PIC 9(8).                                00010700
           05 FILLER           PIC X(63).                               00010800
       FD CALOUT                                                        00010900
            RECORDING MODE IS F.                                        00011000
       01 CALO-REC.                                                     00011100
           05 CALO-DATE      PIC 9(8).                                  00011200
           05 FILLER         PIC X(1).                                  00011300
           05 CALO-TYPE      PIC X(1).                                  00011400
           05 FILLER         PIC X(1).                                  00011500
           05 CALO-DESC      PIC X(30).                                 00011600
           05 FILLER         PIC X(39).                                 00011700
      * PAYCAL LAYOUT.  THE PAY DATE AND PERIOD NUMBER SIT IN WHAT THE  00011800
      * PERIOD READERS (PGM51, PGM85, PGM93, PGM95) CARRY AS FILLER.    00011900
       FD PCALOUT                                                       00012000
            RECORDING MODE IS F.                                        00012100
       01 PCO-REC.                                                      00012200
           05 PCO-PERIOD-START PIC 9(8).                                00012300
           05 FILLER           PIC X(1).                                00012400
           05 PCO-PERIOD-END   PIC 9(8).                                00012500
           05 FILLER           PIC X(1).                                00012600
           05 PCO-PAY-DATE     PIC 9(8).                                00012700
           05 FILLER           PIC X(1).                                00012800
           05 PCO-PERIOD-NO    PIC 9(2).                                00012900
           05 FILLER           PIC X(51).                               00013000
       FD RPTFILE                                                       00013100
            RECORDING MODE IS F.                                        00013200
       01 RPT-LINE PIC X(80).                                           00013300
       WORKING-STORAGE SECTION.                                         00013400
       01 WS-RUL-EOF-SW PIC X(1) VALUE 'N'.                             00013500
           88 WS-RUL-EOF       VALUE 'Y'.                               00013600
       01 WS-PARM-EOF-SW PIC X(1) VALUE 'N'.                            00013700
           88 WS-PARM-EOF      VALUE 'Y'.                               00013800
       01 WS-CALI-EOF-SW PIC X(1) VALUE 'N'.                            00013900
           88 WS-CALI-EOF      VALUE 'Y'.                               00014000
       01 WS-PCI-EOF-SW PIC X(1) VALUE 'N'.                             00014100
           88 WS-PCI-EOF       VALUE 'Y'.                               00014200
       01 WS-NEW-WRITTEN-SW PIC X(1) VALUE 'N'.                         00014300
           88 WS-NEW-WRITTEN   VALUE 'Y'.                               00014400
       01 WS-LEAP-SW PIC X(1) VALUE 'N'.                                00014500
           88 WS-LEAP-YEAR     VALUE 'Y'.                               00014600
       01 WS-RUN-DATE          PIC 9(8).                                00014700
       01 WS-RUN-DATE-X REDEFINES WS-RUN-DATE.                          00014800
           05 WS-RUN-YYYY      PIC 9(4).                                00014900
           05 FILLER           PIC 9(4).                                00015000
       01 WS-YEAR              PIC 9(4) VALUE 0.                        00015100
       01 WS-YEAR-X REDEFINES WS-YEAR PIC X(4).                         00015200
       01 WS-YEAR-DAYS         PIC S9(4) COMP VALUE 365.                00015300
       01 WS-JAN1-WD           PIC 9(1) VALUE 1.                        00015400
       01 WS-EASTER-DOY        PIC S9(4) COMP VALUE 0.                  00015500
       01 WS-SPLIT-DAY         PIC 9(2) VALUE 15.                       00015600
       01 WS-PAY1-DAY          PIC 9(2) VALUE 0.                        00015700
       01 WS-PAY2-DAY          PIC 9(2) VALUE 0.                        00015800
       01 WS-PAY-CARD-SW PIC X(1) VALUE 'N'.                            00015900
           88 WS-PAY-CARD-SEEN VALUE 'Y'.                               00016000
       01 WS-WKND-CARD-SW PIC X(1) VALUE 'N'.                           00016100
           88 WS-WKND-CARD-SEEN VALUE 'Y'.                              00016200
       01 WS-COUNT-CARDS       PIC 9(5) VALUE 0.                        00016300
       01 WS-COUNT-BAD-CARDS   PIC 9(5) VALUE 0.                        00016400
       01 WS-COUNT-CLASHES     PIC 9(5) VALUE 0.                        00016500
       01 WS-COUNT-CHECK-FAILS PIC 9(5) VALUE 0.                        00016600
       01 WS-COUNT-DIFFS       PIC 9(5) VALUE 0.                        00016700
       01 WS-COUNT-BUS-DAYS    PIC 9(5) VALUE 0.                        00016800
       01 WS-COUNT-HOLIDAYS    PIC 9(5) VALUE 0.                        00016900
       01 WS-COUNT-MOVED-PAYS  PIC 9(5) VALUE 0.                        00017000
       01 WS-COUNT-OLD-DAYS    PIC 9(5) VALUE 0.                        00017100
       01 WS-COUNT-OLD-PERIODS PIC 9(5) VALUE 0.                        00017200
       01 WS-COUNT-CALI-COPIED PIC 9(7) VALUE 0.                        00017300
       01 WS-COUNT-PCI-COPIED  PIC 9(7) VALUE 0.                        00017400
       01 WS-REJECT-TEXT       PIC X(36) VALUE SPACES.                  00017500
       01 WS-DATE-RC       PIC 9(2) VALUE 0.                            00017600
           88 WS-DATE-RC-OK    VALUE 00.                                00017700
       01 WS-DATEVAL-PGM   PIC X(8) VALUE 'PGM14'.                      00017800
       01 WS-NO-HORIZON    PIC 9(8) VALUE 0.                            00017900
       01 WS-DATE-WORK-X   PIC X(8).                                    00018000
       01 WS-DATE-WORK REDEFINES WS-DATE-WORK-X PIC 9(8).               00018100
       01 WS-DATE-PARTS.                                                00018200
           05 WS-DATE-YYYY     PIC 9(4).                                00018300
           05 WS-DATE-MM       PIC 9(2).                                00018400
           05 WS-DATE-DD       PIC 9(2).                                00018500
       01 WS-DATE-PARTS-N REDEFINES WS-DATE-PARTS PIC 9(8).             00018600
      * DAY ARITHMETIC.  A DAY IS HELD AS ITS DAY OF THE YEAR (1 =      00018700
      * 1 JANUARY); ZERO AND BELOW ARE LAST DECEMBER, ABOVE THE         00018800
      * YEAR'S LENGTH NEXT JANUARY.                                     00018900
       01 WS-DOY               PIC S9(4) COMP VALUE 0.                  00019000
       01 WS-HOL-DOY           PIC S9(4) COMP VALUE 0.                  00019100
       01 WS-LAST-DOY          PIC S9(4) COMP VALUE 0.                  00019200
       01 WS-PREV-DOY          PIC S9(4) COMP VALUE 0.                  00019300
       01 WS-WD                PIC 9(1) VALUE 0.                        00019400
       01 WS-WD-FIRST          PIC 9(1) VALUE 0.                        00019500
       01 WS-WD-WORK           PIC S9(5) COMP VALUE 0.                  00019600
       01 WS-WD-Q              PIC S9(5) COMP VALUE 0.                  00019700
       01 WS-WD-R              PIC S9(5) COMP VALUE 0.                  00019800
       01 WS-MM                PIC 9(2) VALUE 0.                        00019900
       01 WS-DD                PIC 9(2) VALUE 0.                        00020000
       01 WS-NTH               PIC 9(1) VALUE 0.                        00020100
       01 WS-HOL-TYPE          PIC X(1) VALUE 'H'.                      00020200
       01 WS-HOL-OBSERVE       PIC X(1) VALUE SPACE.                    00020300
       01 WS-HOL-DESC          PIC X(30) VALUE SPACES.                  00020400
       01 WS-HOL-NOTE          PIC X(20) VALUE SPACES.                  00020500
      * EASTER (ANONYMOUS GREGORIAN ALGORITHM).                         00020600
       01 WS-EASTER-WORK.                                               00020700
           05 WS-EA-A          PIC S9(5) COMP.                          00020800
           05 WS-EA-B          PIC S9(5) COMP.                          00020900
           05 WS-EA-C          PIC S9(5) COMP.                          00021000
           05 WS-EA-D          PIC S9(5) COMP.                          00021100
           05 WS-EA-E          PIC S9(5) COMP.                          00021200
           05 WS-EA-F          PIC S9(5) COMP.                          00021300
           05 WS-EA-G          PIC S9(5) COMP.                          00021400
           05 WS-EA-H          PIC S9(5) COMP.                          00021500
           05 WS-EA-I          PIC S9(5) COMP.                          00021600
           05 WS-EA-K          PIC S9(5) COMP.                          00021700
           05 WS-EA-L          PIC S9(5) COMP.                          00021800
           05 WS-EA-M          PIC S9(5) COMP.                          00021900
           05 WS-EA-N          PIC S9(5) COMP.                          00022000
           05 WS-EA-Q          PIC S9(5) COMP.                          00022100
       01 WS-MONTH-DAYS-TABLE.                                          00022200
           05 FILLER PIC X(24) VALUE '312831303130313130313031'.        00022300
       01 WS-MONTH-DAYS REDEFINES WS-MONTH-DAYS-TABLE.                  00022400
           05 WS-DAYS-IN-MONTH PIC 9(2) OCCURS 12 TIMES.                00022500
       01 WS-MONTH-FIRST-TABLE.                                         00022600
           05 WS-MONTH-FIRST   PIC S9(4) COMP OCCURS 12 TIMES.          00022700
       01 WS-MONTH-NAME-TABLE.                                          00022800
           05 FILLER PIC X(36)                                          00022900
              VALUE 'JANFEBMARAPRMAYJUNJULAUGSEPOCTNOVDEC'.             00023000
       01 WS-MONTH-NAMES REDEFINES WS-MONTH-NAME-TABLE.                 00023100
           05 WS-MONTH-NAME    PIC X(3) OCCURS 12 TIMES.                00023200
       01 WS-WEEKEND-TABLE.                                             00023300
           05 WS-WEEKEND-DAY   PIC X(1) OCCURS 7 TIMES.                 00023400
      * THE YEAR, ONE ENTRY PER DAY.  TYPE P = BUSINESS DAY, W =        00023500
      * WEEKEND, H = HOLIDAY, C = CLOSURE.                              00023600
       01 WS-DAY-TABLE.                                                 00023700
           05 WS-DAY-ENTRY OCCURS 366 TIMES.                            00023800
               10 WS-DAY-DATE      PIC 9(8).                            00023900
               10 WS-DAY-WD        PIC 9(1).                            00024000
               10 WS-DAY-TYPE      PIC X(1).                            00024100
               10 WS-DAY-DESC      PIC X(30).                           00024200
               10 WS-DAY-PAY-SW    PIC X(1).                            00024300
       01 WS-RUL-COUNT PIC 9(3) COMP VALUE 0.                           00024400
       01 WS-RUL-TABLE.                                                 00024500
           05 WS-RUL-ENTRY OCCURS 150 TIMES                             00024600
                            INDEXED BY WS-RUL-IDX.                      00024700
               10 WS-RUL-CARD      PIC X(80).                           00024800
       01 WS-RUL-WORK.                                                  00024900
           05 WS-RW-TYPE       PIC X(1).                                00025000
           05 FILLER           PIC X(1).                                00025100
           05 WS-RW-DATE       PIC X(8).                                00025200
           05 WS-RW-DATE-N REDEFINES WS-RW-DATE PIC 9(8).               00025300
           05 WS-RW-DATE-F REDEFINES WS-RW-DATE.                        00025400
               10 WS-RW-MM         PIC 9(2).                            00025500
               10 WS-RW-DD         PIC 9(2).                            00025600
               10 FILLER           PIC X(4).                            00025700
           05 FILLER           PIC X(1).                                00025800
           05 WS-RW-MONTH      PIC 9(2).                                00025900
           05 FILLER           PIC X(1).                                00026000
           05 WS-RW-WEEKDAY    PIC 9(1).                                00026100
           05 FILLER           PIC X(1).                                00026200
           05 WS-RW-NTH        PIC X(1).                                00026300
           05 FILLER           PIC X(1).                                00026400
           05 WS-RW-OFFSET     PIC S9(3) SIGN LEADING SEPARATE.         00026500
           05 FILLER           PIC X(1).                                00026600
           05 WS-RW-OBSERVE    PIC X(1).                                00026700
           05 FILLER           PIC X(1).                                00026800
           05 WS-RW-DESC       PIC X(30).                               00026900
           05 FILLER           PIC X(25).                               00027000
       01 WS-PER-TABLE.                                                 00027100
           05 WS-PER-ENTRY OCCURS 24 TIMES INDEXED BY WS-PER-IDX.       00027200
               10 WS-PER-START     PIC S9(4) COMP.                      00027300
               10 WS-PER-END       PIC S9(4) COMP.                      00027400
               10 WS-PER-NOMINAL   PIC S9(4) COMP.                      00027500
               10 WS-PER-PAY       PIC S9(4) COMP.                      00027600
               10 WS-PER-BUS-DAYS  PIC 9(2).                            00027700
       01 WS-PER-NO            PIC 9(2) VALUE 0.                        00027800
       01 WS-COL               PIC 9(2) VALUE 0.                        00027900
       01 WS-CODE              PIC X(1) VALUE SPACE.                    00028000
       01 WS-MONTH-BUS-DAYS    PIC 9(2) VALUE 0.                        00028100
       01 WS-OLD-TYPE          PIC X(1) VALUE SPACE.                    00028200
       01 WS-NEW-TYPE          PIC X(1) VALUE SPACE.                    00028300
       01 WS-PRT-START         PIC 9(8).                                00028400
       01 WS-PRT-END           PIC 9(8).                                00028500
       01 WS-PRT-NOMINAL       PIC 9(8).                                00028600
       01 WS-PRT-PAY           PIC 9(8).                                00028700
       01 WS-PRT-DAYS          PIC 9(3).                                00028800
       01 WS-CHECK-TEXT        PIC X(40) VALUE SPACES.                  00028900
       01 WS-FOUND-SW PIC X(1) VALUE 'N'.                               00029000
           88 WS-ENTRY-FOUND   VALUE 'Y'.                               00029100
       01 WS-RETCD.                                                     00029200
           COPY CPRETCD.                                                00029300
       PROCEDURE DIVISION.                                              00029400
       MAIN-ROUTINE.                                                    00029500
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.                      00029600
            COMPUTE WS-YEAR = WS-RUN-YYYY + 1.                          00029700
            SET WS-RC-OK TO TRUE.                                       00029800
            PERFORM READ-CALGEN-PARMS.                                  00029900
            OPEN OUTPUT RPTFILE.                                        00030000
            MOVE SPACES TO RPT-LINE.                                    00030100
            STRING '---- PGM117 BUSINESS AND PAY CALENDAR FOR ' WS-YEAR 00030200
               ' - RUN ' WS-RUN-DATE ' ----'                            00030300
               DELIMITED BY SIZE INTO RPT-LINE                          00030400
            END-STRING.                                                 00030500
            WRITE RPT-LINE.                                             00030600
            PERFORM SET-UP-YEAR.                                        00030700
            PERFORM LOAD-RULES-DECK.                                    00030800
            PERFORM APPLY-WEEKEND-RULES.                                00030900
            PERFORM APPLY-HOLIDAY-RULES.                                00031000
            PERFORM BUILD-PAY-CALENDAR.                                 00031100
            PERFORM CROSS-CHECK-CALENDARS.                              00031200
            PERFORM WRITE-BUSINESS-CALENDAR.                            00031300
            PERFORM WRITE-PAY-CALENDAR.                                 00031400
            PERFORM PRINT-YEAR-AT-A-GLANCE.                             00031500
            PERFORM PRINT-HOLIDAY-LIST.                                 00031600
            PERFORM PRINT-PAY-CALENDAR.                                 00031700
            PERFORM WRITE-CALGEN-SUMMARY.                               00031800
            CLOSE RPTFILE.                                              00031900
            MOVE WS-RETURN-CODE TO RETURN-CODE.                         00032000
            GOBACK.                                                     00032100
       READ-CALGEN-PARMS.                                               00032200
            OPEN INPUT PARMFILE.                                        00032300
            PERFORM READ-ONE-PARM THRU READ-ONE-PARM-EXIT               00032400
               UNTIL WS-PARM-EOF.                                       00032500
            CLOSE PARMFILE.                                             00032600
       READ-ONE-PARM.                                                   00032700
            READ PARMFILE                                               00032800
              AT END                                                    00032900
                 SET WS-PARM-EOF TO TRUE                                00033000
                 GO TO READ-ONE-PARM-EXIT                               00033100
            END-READ.                                                   00033200
            EVALUATE PARM-KEY                                           00033300
                WHEN 'YEAR'                                             00033400
                   IF PARM-VALUE-NUM > 1900 AND                         00033500
                      PARM-VALUE-NUM < 10000 THEN                       00033600
                      MOVE PARM-VALUE-NUM TO WS-YEAR                    00033700
                   END-IF                                               00033800
                WHEN OTHER                                              00033900
                   CONTINUE                                             00034000
            END-EVALUATE.                                               00034100
       READ-ONE-PARM-EXIT.                                              00034200
            EXIT.                                                       00034300
      ******************************************************************00034400
      * THE YEAR'S SHAPE: LEAP YEAR, FIRST DAY OF EACH MONTH, THE      *00034500
      * WEEKDAY OF 1 JANUARY AND EASTER SUNDAY.                        *00034600
      ******************************************************************00034700
       SET-UP-YEAR.                                                     00034800
            MOVE 'N' TO WS-LEAP-SW.                                     00034900
            DIVIDE WS-YEAR BY 4 GIVING WS-EA-Q REMAINDER WS-EA-A.       00035000
            DIVIDE WS-YEAR BY 100 GIVING WS-EA-Q REMAINDER WS-EA-B.     00035100
            DIVIDE WS-YEAR BY 400 GIVING WS-EA-Q REMAINDER WS-EA-C.     00035200
            IF WS-EA-A = 0 AND (WS-EA-B NOT = 0 OR WS-EA-C = 0) THEN    00035300
               SET WS-LEAP-YEAR TO TRUE                                 00035400
               MOVE 29 TO WS-DAYS-IN-MONTH (2)                          00035500
               MOVE 366 TO WS-YEAR-DAYS                                 00035600
            END-IF.                                                     00035700
            MOVE 1 TO WS-MONTH-FIRST (1).                               00035800
            PERFORM SET-MONTH-FIRST                                     00035900
               VARYING WS-MM FROM 2 BY 1 UNTIL WS-MM > 12.              00036000
      * GAUSS: WEEKDAY OF 1 JANUARY FROM THE PREVIOUS YEAR NUMBER,      00036100
      * 0 = SUNDAY, TURNED INTO 1 = MONDAY ... 7 = SUNDAY.              00036200
            COMPUTE WS-WD-WORK = WS-YEAR - 1.                           00036300
            DIVIDE WS-WD-WORK BY 4 GIVING WS-EA-Q REMAINDER WS-EA-A.    00036400
            DIVIDE WS-WD-WORK BY 100 GIVING WS-EA-Q REMAINDER WS-EA-B.  00036500
            DIVIDE WS-WD-WORK BY 400 GIVING WS-EA-Q REMAINDER WS-EA-C.  00036600
            COMPUTE WS-WD-WORK = 1 + 5 * WS-EA-A + 4 * WS-EA-B          00036700
               + 6 * WS-EA-C.                                           00036800
            DIVIDE WS-WD-WORK BY 7 GIVING WS-WD-Q REMAINDER WS-WD-R.    00036900
            IF WS-WD-R = 0 THEN                                         00037000
               MOVE 7 TO WS-JAN1-WD                                     00037100
            ELSE                                                        00037200
               MOVE WS-WD-R TO WS-JAN1-WD                               00037300
            END-IF.                                                     00037400
            PERFORM COMPUTE-EASTER-DOY.                                 00037500
            MOVE ALL 'N' TO WS-WEEKEND-TABLE.                           00037600
            MOVE 1 TO WS-DOY.                                           00037700
            PERFORM BUILD-MONTH-DAYS                                    00037800
               VARYING WS-MM FROM 1 BY 1 UNTIL WS-MM > 12.              00037900
       SET-MONTH-FIRST.                                                 00038000
            COMPUTE WS-MONTH-FIRST (WS-MM) =                            00038100
               WS-MONTH-FIRST (WS-MM - 1)                               00038200
               + WS-DAYS-IN-MONTH (WS-MM - 1).                          00038300
       BUILD-MONTH-DAYS.                                                00038400
            PERFORM BUILD-ONE-DAY                                       00038500
               VARYING WS-DD FROM 1 BY 1                                00038600
               UNTIL WS-DD > WS-DAYS-IN-MONTH (WS-MM).                  00038700
       BUILD-ONE-DAY.                                                   00038800
            MOVE WS-YEAR TO WS-DATE-YYYY.                               00038900
            MOVE WS-MM TO WS-DATE-MM.                                   00039000
            MOVE WS-DD TO WS-DATE-DD.                                   00039100
            MOVE WS-DATE-PARTS-N TO WS-DAY-DATE (WS-DOY).               00039200
            PERFORM WD-OF-DOY.                                          00039300
            MOVE WS-WD TO WS-DAY-WD (WS-DOY).                           00039400
            MOVE 'P' TO WS-DAY-TYPE (WS-DOY).                           00039500
            MOVE SPACES TO WS-DAY-DESC (WS-DOY).                        00039600
            MOVE 'N' TO WS-DAY-PAY-SW (WS-DOY).                         00039700
            ADD 1 TO WS-DOY.                                            00039800
      * WS-DOY IN, WS-WD OUT.  GOOD FOR ANY DAY WITHIN NINETY-NINE      00039900
      * WEEKS OF THE YEAR.                                              00040000
       WD-OF-DOY.                                                       00040100
            COMPUTE WS-WD-WORK = WS-JAN1-WD + WS-DOY + 691.             00040200
            DIVIDE WS-WD-WORK BY 7 GIVING WS-WD-Q REMAINDER WS-WD-R.    00040300
            COMPUTE WS-WD = WS-WD-R + 1.                                00040400
       COMPUTE-EASTER-DOY.                                              00040500
            DIVIDE WS-YEAR BY 19 GIVING WS-EA-Q REMAINDER WS-EA-A.      00040600
            DIVIDE WS-YEAR BY 100 GIVING WS-EA-B REMAINDER WS-EA-C.     00040700
            DIVIDE WS-EA-B BY 4 GIVING WS-EA-D REMAINDER WS-EA-E.       00040800
            COMPUTE WS-EA-Q = WS-EA-B + 8.                              00040900
            DIVIDE WS-EA-Q BY 25 GIVING WS-EA-F.                        00041000
            COMPUTE WS-EA-Q = WS-EA-B - WS-EA-F + 1.                    00041100
            DIVIDE WS-EA-Q BY 3 GIVING WS-EA-G.                         00041200
            COMPUTE WS-EA-Q = 19 * WS-EA-A + WS-EA-B - WS-EA-D          00041300
               - WS-EA-G + 15.                                          00041400
            DIVIDE WS-EA-Q BY 30 GIVING WS-EA-N REMAINDER WS-EA-H.      00041500
            DIVIDE WS-EA-C BY 4 GIVING WS-EA-I REMAINDER WS-EA-K.       00041600
            COMPUTE WS-EA-Q = 32 + 2 * WS-EA-E + 2 * WS-EA-I            00041700
               - WS-EA-H - WS-EA-K.                                     00041800
            DIVIDE WS-EA-Q BY 7 GIVING WS-EA-N REMAINDER WS-EA-L.       00041900
            COMPUTE WS-EA-Q = WS-EA-A + 11 * WS-EA-H + 22 * WS-EA-L.    00042000
            DIVIDE WS-EA-Q BY 451 GIVING WS-EA-M.                       00042100
            COMPUTE WS-EA-Q = WS-EA-H + WS-EA-L - 7 * WS-EA-M + 114.    00042200
            DIVIDE WS-EA-Q BY 31 GIVING WS-EA-N REMAINDER WS-EA-I.      00042300
            MOVE WS-EA-N TO WS-MM.                                      00042400
            COMPUTE WS-DD = WS-EA-I + 1.                                00042500
            COMPUTE WS-EASTER-DOY = WS-MONTH-FIRST (WS-MM) + WS-DD - 1. 00042600
      ******************************************************************00042700
      * THE RULES DECK.  EVERY CARD IS LISTED; A BAD CARD IS FLAGGED   *00042800
      * AND THE RUN ENDS RC 08.                                        *00042900
      ******************************************************************00043000
       LOAD-RULES-DECK.                                                 00043100
            MOVE SPACES TO RPT-LINE.                                    00043200
            WRITE RPT-LINE.                                             00043300
            MOVE 'CALENDAR RULES' TO RPT-LINE.                          00043400
            WRITE RPT-LINE.                                             00043500
            OPEN INPUT RULES.                                           00043600
            PERFORM LOAD-ONE-RULE THRU LOAD-ONE-RULE-EXIT               00043700
               UNTIL WS-RUL-EOF.                                        00043800
            CLOSE RULES.                                                00043900
            IF WS-COUNT-BAD-CARDS > 0 THEN                              00044000
               SET WS-RC-DATA-ERROR TO TRUE                             00044100
            END-IF.                                                     00044200
       LOAD-ONE-RULE.                                                   00044300
            READ RULES                                                  00044400
              AT END                                                    00044500
                 SET WS-RUL-EOF TO TRUE                                 00044600
                 GO TO LOAD-ONE-RULE-EXIT                               00044700
            END-READ.                                                   00044800
            IF RUL-REC = SPACES OR RUL-TYPE = '*' THEN                  00044900
               GO TO LOAD-ONE-RULE-EXIT                                 00045000
            END-IF.                                                     00045100
            ADD 1 TO WS-COUNT-CARDS.                                    00045200
            MOVE SPACES TO WS-REJECT-TEXT.                              00045300
            EVALUATE RUL-TYPE                                           00045400
                WHEN 'W'                                                00045500
                   IF RUL-WEEKDAY < '1' OR RUL-WEEKDAY > '7' THEN       00045600
                      MOVE 'WEEKDAY NOT 1-7' TO WS-REJECT-TEXT          00045700
                   END-IF                                               00045800
                WHEN 'F'                                                00045900
                   MOVE '2000' TO WS-DATE-WORK-X (1:4)                  00046000
                   MOVE RUL-MMDD TO WS-DATE-WORK-X (5:4)                00046100
                   CALL WS-DATEVAL-PGM USING WS-DATE-WORK-X,            00046200
                      WS-NO-HORIZON, WS-DATE-RC                         00046300
                   IF NOT WS-DATE-RC-OK THEN                            00046400
                      MOVE 'BAD MMDD' TO WS-REJECT-TEXT                 00046500
                   END-IF                                               00046600
                WHEN 'M'                                                00046700
                   IF RUL-MONTH NOT NUMERIC OR RUL-MONTH < '01' OR      00046800
                      RUL-MONTH > '12' THEN                             00046900
                      MOVE 'MONTH NOT 01-12' TO WS-REJECT-TEXT          00047000
                   ELSE                                                 00047100
                      IF RUL-WEEKDAY < '1' OR RUL-WEEKDAY > '7' THEN    00047200
                         MOVE 'WEEKDAY NOT 1-7' TO WS-REJECT-TEXT       00047300
                      ELSE                                              00047400
                         IF (RUL-NTH < '1' OR RUL-NTH > '5') AND        00047500
                            RUL-NTH NOT = 'L' THEN                      00047600
                            MOVE 'OCCURRENCE NOT 1-5 OR L'              00047700
                               TO WS-REJECT-TEXT                        00047800
                         END-IF                                         00047900
                      END-IF                                            00048000
                   END-IF                                               00048100
                WHEN 'E'                                                00048200
                   IF RUL-OFFSET NOT NUMERIC THEN                       00048300
                      MOVE 'EASTER OFFSET NOT +NNN OR -NNN'             00048400
                         TO WS-REJECT-TEXT                              00048500
                   END-IF                                               00048600
                WHEN 'C'                                                00048700
                   MOVE RUL-DATE TO WS-DATE-WORK-X                      00048800
                   CALL WS-DATEVAL-PGM USING WS-DATE-WORK-X,            00048900
                      WS-NO-HORIZON, WS-DATE-RC                         00049000
                   IF NOT WS-DATE-RC-OK THEN                            00049100
                      MOVE 'BAD CLOSURE DATE' TO WS-REJECT-TEXT         00049200
                   ELSE                                                 00049300
                      IF RUL-DATE (1:4) NOT = WS-YEAR-X THEN            00049400
                         MOVE 'OTHER YEAR - IGNORED' TO WS-REJECT-TEXT  00049500
                      END-IF                                            00049600
                   END-IF                                               00049700
                WHEN 'P'                                                00049800
                   PERFORM CHECK-PAY-CARD                               00049900
                WHEN OTHER                                              00050000
                   MOVE 'CARD TYPE NOT W F M E C P' TO WS-REJECT-TEXT   00050100
            END-EVALUATE.                                               00050200
            IF (RUL-TYPE = 'F' OR 'M' OR 'E') AND                       00050300
               WS-REJECT-TEXT = SPACES AND                              00050400
               RUL-OBSERVE NOT = SPACE AND RUL-OBSERVE NOT = 'W' AND    00050500
               RUL-OBSERVE NOT = 'N' THEN                               00050600
               MOVE 'OBSERVANCE NOT W, N OR BLANK' TO WS-REJECT-TEXT    00050700
            END-IF.                                                     00050800
            IF WS-REJECT-TEXT = SPACES THEN                             00050900
               IF WS-RUL-COUNT < 150 THEN                               00051000
                  ADD 1 TO WS-RUL-COUNT                                 00051100
                  SET WS-RUL-IDX TO WS-RUL-COUNT                        00051200
                  MOVE RUL-REC TO WS-RUL-CARD (WS-RUL-IDX)              00051300
               ELSE                                                     00051400
                  MOVE 'MORE THAN 150 RULES' TO WS-REJECT-TEXT          00051500
               END-IF                                                   00051600
            END-IF.                                                     00051700
            IF WS-REJECT-TEXT NOT = SPACES AND                          00051800
               WS-REJECT-TEXT NOT = 'OTHER YEAR - IGNORED' THEN         00051900
               ADD 1 TO WS-COUNT-BAD-CARDS                              00052000
            END-IF.                                                     00052100
            MOVE SPACES TO RPT-LINE.                                    00052200
            STRING '  ' RUL-REC (1:24) ' ' RUL-DESC (1:17) ' '          00052300
               WS-REJECT-TEXT                                           00052400
               DELIMITED BY SIZE INTO RPT-LINE                          00052500
            END-STRING.                                                 00052600
            WRITE RPT-LINE.                                             00052700
       LOAD-ONE-RULE-EXIT.                                              00052800
            EXIT.                                                       00052900
      * ONE P CARD: SPLIT DAY 01-27, FIRST PAY DAY 00 OR WITHIN THE     00053000
      * FIRST HALF, SECOND PAY DAY 00 OR AFTER THE SPLIT.               00053100
       CHECK-PAY-CARD.                                                  00053200
            EVALUATE TRUE                                               00053300
                WHEN WS-PAY-CARD-SEEN                                   00053400
                   MOVE 'MORE THAN ONE P CARD' TO WS-REJECT-TEXT        00053500
                WHEN RUL-SPLIT NOT NUMERIC OR RUL-PAY1 NOT NUMERIC OR   00053600
                     RUL-PAY2 NOT NUMERIC                               00053700
                   MOVE 'SPLIT/PAY DAYS NOT NUMERIC' TO WS-REJECT-TEXT  00053800
                WHEN RUL-SPLIT < '01' OR RUL-SPLIT > '27'               00053900
                   MOVE 'SPLIT DAY NOT 01-27' TO WS-REJECT-TEXT         00054000
                WHEN RUL-PAY1 > RUL-SPLIT                               00054100
                   MOVE 'FIRST PAY DAY AFTER THE SPLIT'                 00054200
                      TO WS-REJECT-TEXT                                 00054300
                WHEN RUL-PAY2 NOT = '00' AND RUL-PAY2 NOT > RUL-SPLIT   00054400
                   MOVE 'SECOND PAY DAY NOT AFTER THE SPLIT'            00054500
                      TO WS-REJECT-TEXT                                 00054600
                WHEN OTHER                                              00054700
                   SET WS-PAY-CARD-SEEN TO TRUE                         00054800
                   MOVE RUL-SPLIT TO WS-SPLIT-DAY                       00054900
                   MOVE RUL-PAY1 TO WS-PAY1-DAY                         00055000
                   MOVE RUL-PAY2 TO WS-PAY2-DAY                         00055100
            END-EVALUATE.                                               00055200
      ******************************************************************00055300
      * WEEKENDS FIRST, SO HOLIDAY OBSERVANCE KNOWS WHICH DAYS ARE     *00055400
      * WEEKENDS.                                                      *00055500
      ******************************************************************00055600
       APPLY-WEEKEND-RULES.                                             00055700
            IF WS-RUL-COUNT > 0 THEN                                    00055800
               PERFORM APPLY-ONE-WEEKEND-RULE                           00055900
                  VARYING WS-RUL-IDX FROM 1 BY 1                        00056000
                  UNTIL WS-RUL-IDX > WS-RUL-COUNT                       00056100
            END-IF.                                                     00056200
            IF NOT WS-WKND-CARD-SEEN THEN                               00056300
               MOVE 'Y' TO WS-WEEKEND-DAY (6)                           00056400
               MOVE 'Y' TO WS-WEEKEND-DAY (7)                           00056500
            END-IF.                                                     00056600
            PERFORM MARK-ONE-WEEKEND-DAY                                00056700
               VARYING WS-DOY FROM 1 BY 1                               00056800
               UNTIL WS-DOY > WS-YEAR-DAYS.                             00056900
       APPLY-ONE-WEEKEND-RULE.                                          00057000
            MOVE WS-RUL-CARD (WS-RUL-IDX) TO WS-RUL-WORK.               00057100
            IF WS-RW-TYPE = 'W' THEN                                    00057200
               SET WS-WKND-CARD-SEEN TO TRUE                            00057300
               MOVE 'Y' TO WS-WEEKEND-DAY (WS-RW-WEEKDAY)               00057400
            END-IF.                                                     00057500
       MARK-ONE-WEEKEND-DAY.                                            00057600
            IF WS-WEEKEND-DAY (WS-DAY-WD (WS-DOY)) = 'Y' THEN           00057700
               MOVE 'W' TO WS-DAY-TYPE (WS-DOY)                         00057800
               MOVE 'WEEKEND' TO WS-DAY-DESC (WS-DOY)                   00057900
            END-IF.                                                     00058000
      ******************************************************************00058100
      * HOLIDAYS AND CLOSURES, IN DECK ORDER.  A FIXED DATE IS ALSO    *00058200
      * TRIED IN LAST DECEMBER AND NEXT JANUARY, SO A HOLIDAY THAT IS  *00058300
      * OBSERVED ACROSS THE YEAR END LANDS IN THIS YEAR.               *00058400
      ******************************************************************00058500
       APPLY-HOLIDAY-RULES.                                             00058600
            IF WS-RUL-COUNT > 0 THEN                                    00058700
               PERFORM APPLY-ONE-HOLIDAY-RULE                           00058800
                  VARYING WS-RUL-IDX FROM 1 BY 1                        00058900
                  UNTIL WS-RUL-IDX > WS-RUL-COUNT                       00059000
            END-IF.                                                     00059100
       APPLY-ONE-HOLIDAY-RULE.                                          00059200
            MOVE WS-RUL-CARD (WS-RUL-IDX) TO WS-RUL-WORK.               00059300
            MOVE WS-RW-DESC TO WS-HOL-DESC.                             00059400
            MOVE WS-RW-OBSERVE TO WS-HOL-OBSERVE.                       00059500
            MOVE 'H' TO WS-HOL-TYPE.                                    00059600
            EVALUATE WS-RW-TYPE                                         00059700
                WHEN 'F'                                                00059800
                   IF WS-RW-MM = 2 AND WS-RW-DD = 29 AND                00059900
                      NOT WS-LEAP-YEAR THEN                             00060000
                      CONTINUE                                          00060100
                   ELSE                                                 00060200
                      COMPUTE WS-HOL-DOY = WS-MONTH-FIRST (WS-RW-MM)    00060300
                         + WS-RW-DD - 1                                 00060400
                      PERFORM OBSERVE-AND-MARK                          00060500
                         THRU OBSERVE-AND-MARK-EXIT                     00060600
                   END-IF                                               00060700
                   IF WS-RW-MM = 12 THEN                                00060800
                      COMPUTE WS-HOL-DOY = WS-RW-DD - 31                00060900
                      PERFORM OBSERVE-AND-MARK                          00061000
                         THRU OBSERVE-AND-MARK-EXIT                     00061100
                   END-IF                                               00061200
                   IF WS-RW-MM = 1 THEN                                 00061300
                      COMPUTE WS-HOL-DOY = WS-YEAR-DAYS + WS-RW-DD      00061400
                      PERFORM OBSERVE-AND-MARK                          00061500
                         THRU OBSERVE-AND-MARK-EXIT                     00061600
                   END-IF                                               00061700
                WHEN 'M'                                                00061800
                   PERFORM FIND-NTH-WEEKDAY                             00061900
                   IF WS-HOL-DOY > 0 THEN                               00062000
                      PERFORM OBSERVE-AND-MARK                          00062100
                         THRU OBSERVE-AND-MARK-EXIT                     00062200
                   END-IF                                               00062300
                WHEN 'E'                                                00062400
                   COMPUTE WS-HOL-DOY = WS-EASTER-DOY + WS-RW-OFFSET    00062500
                   PERFORM OBSERVE-AND-MARK                             00062600
                      THRU OBSERVE-AND-MARK-EXIT                        00062700
                WHEN 'C'                                                00062800
                   IF WS-RW-DATE (1:4) = WS-YEAR-X THEN                 00062900
                      MOVE 'C' TO WS-HOL-TYPE                           00063000
                      MOVE SPACE TO WS-HOL-OBSERVE                      00063100
                      MOVE WS-RW-DATE-N TO WS-DATE-PARTS-N              00063200
                      COMPUTE WS-HOL-DOY = WS-MONTH-FIRST (WS-DATE-MM)  00063300
                         + WS-DATE-DD - 1                               00063400
                      PERFORM OBSERVE-AND-MARK                          00063500
                         THRU OBSERVE-AND-MARK-EXIT                     00063600
                   END-IF                                               00063700
                WHEN OTHER                                              00063800
                   CONTINUE                                             00063900
            END-EVALUATE.                                               00064000
      * WS-HOL-DOY OUT: THE NTH (OR LAST) WS-RW-WEEKDAY OF              00064100
      * WS-RW-MONTH, OR ZERO WHEN THE MONTH HAS NO FIFTH ONE.           00064200
       FIND-NTH-WEEKDAY.                                                00064300
            MOVE WS-RW-MONTH TO WS-MM.                                  00064400
            IF WS-RW-NTH = 'L' THEN                                     00064500
               COMPUTE WS-DOY = WS-MONTH-FIRST (WS-MM)                  00064600
                  + WS-DAYS-IN-MONTH (WS-MM) - 1                        00064700
               PERFORM WD-OF-DOY                                        00064800
               COMPUTE WS-WD-WORK = WS-WD - WS-RW-WEEKDAY + 7           00064900
               DIVIDE WS-WD-WORK BY 7 GIVING WS-WD-Q REMAINDER WS-WD-R  00065000
               COMPUTE WS-HOL-DOY = WS-DOY - WS-WD-R                    00065100
            ELSE                                                        00065200
               MOVE WS-RW-NTH TO WS-NTH                                 00065300
               MOVE WS-MONTH-FIRST (WS-MM) TO WS-DOY                    00065400
               PERFORM WD-OF-DOY                                        00065500
               COMPUTE WS-WD-WORK = WS-RW-WEEKDAY - WS-WD + 7           00065600
               DIVIDE WS-WD-WORK BY 7 GIVING WS-WD-Q REMAINDER WS-WD-R  00065700
               COMPUTE WS-HOL-DOY = WS-DOY + WS-WD-R                    00065800
                  + (WS-NTH - 1) * 7                                    00065900
               IF WS-HOL-DOY > WS-MONTH-FIRST (WS-MM)                   00066000
                  + WS-DAYS-IN-MONTH (WS-MM) - 1 THEN                   00066100
                  MOVE 0 TO WS-HOL-DOY                                  00066200
               END-IF                                                   00066300
            END-IF.                                                     00066400
      * MOVE A WEEKEND (OR, FOR N, CLASHING) HOLIDAY TO ITS OBSERVED    00066500
      * DAY, THEN MARK IT IF THAT DAY IS IN THE YEAR.                   00066600
       OBSERVE-AND-MARK.                                                00066700
            MOVE SPACES TO WS-HOL-NOTE.                                 00066800
            MOVE WS-HOL-DOY TO WS-DOY.                                  00066900
            PERFORM WD-OF-DOY.                                          00067000
            IF WS-WEEKEND-DAY (WS-WD) = 'Y' THEN                        00067100
               EVALUATE WS-HOL-OBSERVE                                  00067200
                   WHEN 'W'                                             00067300
                      IF WS-WD = 6 THEN                                 00067400
                         SUBTRACT 1 FROM WS-HOL-DOY                     00067500
                         MOVE ' (OBSERVED)' TO WS-HOL-NOTE              00067600
                      END-IF                                            00067700
                      IF WS-WD = 7 THEN                                 00067800
                         ADD 1 TO WS-HOL-DOY                            00067900
                         MOVE ' (OBSERVED)' TO WS-HOL-NOTE              00068000
                      END-IF                                            00068100
                   WHEN 'N'                                             00068200
                      PERFORM NEXT-OPEN-DAY THRU NEXT-OPEN-DAY-EXIT     00068300
                      MOVE ' (SUBSTITUTE)' TO WS-HOL-NOTE               00068400
                   WHEN OTHER                                           00068500
                      CONTINUE                                          00068600
               END-EVALUATE                                             00068700
            END-IF.                                                     00068800
            IF WS-HOL-DOY < 1 OR WS-HOL-DOY > WS-YEAR-DAYS THEN         00068900
               GO TO OBSERVE-AND-MARK-EXIT                              00069000
            END-IF.                                                     00069100
            IF (WS-DAY-TYPE (WS-HOL-DOY) = 'H' OR 'C') AND              00069200
               WS-HOL-OBSERVE = 'N' THEN                                00069300
               PERFORM NEXT-OPEN-DAY THRU NEXT-OPEN-DAY-EXIT            00069400
               MOVE ' (SUBSTITUTE)' TO WS-HOL-NOTE                      00069500
               IF WS-HOL-DOY > WS-YEAR-DAYS THEN                        00069600
                  GO TO OBSERVE-AND-MARK-EXIT                           00069700
               END-IF                                                   00069800
            END-IF.                                                     00069900
            EVALUATE WS-DAY-TYPE (WS-HOL-DOY)                           00070000
                WHEN 'P'                                                00070100
                   MOVE WS-HOL-TYPE TO WS-DAY-TYPE (WS-HOL-DOY)         00070200
                   MOVE SPACES TO WS-DAY-DESC (WS-HOL-DOY)              00070300
                   STRING WS-HOL-DESC DELIMITED BY '  '                 00070400
                      WS-HOL-NOTE DELIMITED BY '  '                     00070500
                      INTO WS-DAY-DESC (WS-HOL-DOY)                     00070600
                   END-STRING                                           00070700
                WHEN 'W'                                                00070800
                   MOVE WS-HOL-DESC TO WS-DAY-DESC (WS-HOL-DOY)         00070900
                WHEN OTHER                                              00071000
                   ADD 1 TO WS-COUNT-CLASHES                            00071100
                   MOVE SPACES TO RPT-LINE                              00071200
                   STRING '  *** ' WS-HOL-DESC ' ON '                   00071300
                      WS-DAY-DATE (WS-HOL-DOY) ' CLASHES WITH '         00071400
                      WS-DAY-DESC (WS-HOL-DOY) (1:20)                   00071500
                      DELIMITED BY SIZE INTO RPT-LINE                   00071600
                   END-STRING                                           00071700
                   WRITE RPT-LINE                                       00071800
            END-EVALUATE.                                               00071900
       OBSERVE-AND-MARK-EXIT.                                           00072000
            EXIT.                                                       00072100
      * FORWARD FROM WS-HOL-DOY TO THE FIRST DAY THAT IS NEITHER A      00072200
      * WEEKEND NOR ALREADY A HOLIDAY (DAYS OUTSIDE THE YEAR ARE        00072300
      * JUDGED ON THE WEEKEND ALONE).                                   00072400
       NEXT-OPEN-DAY.                                                   00072500
            ADD 1 TO WS-HOL-DOY.                                        00072600
            MOVE WS-HOL-DOY TO WS-DOY.                                  00072700
            PERFORM WD-OF-DOY.                                          00072800
            IF WS-WEEKEND-DAY (WS-WD) = 'Y' THEN                        00072900
               GO TO NEXT-OPEN-DAY                                      00073000
            END-IF.                                                     00073100
            IF WS-HOL-DOY >= 1 AND WS-HOL-DOY <= WS-YEAR-DAYS THEN      00073200
               IF WS-DAY-TYPE (WS-HOL-DOY) NOT = 'P' THEN               00073300
                  GO TO NEXT-OPEN-DAY                                   00073400
               END-IF                                                   00073500
            END-IF.                                                     00073600
       NEXT-OPEN-DAY-EXIT.                                              00073700
            EXIT.                                                       00073800
      ******************************************************************00073900
      * THE SEMIMONTHLY PAY CALENDAR: 1ST TO SPLIT DAY AND SPLIT + 1   *00074000
      * TO MONTH END, EACH PAID ON ITS NOMINAL PAY DAY OR THE LAST     *00074100
      * BUSINESS DAY BEFORE IT.                                        *00074200
      ******************************************************************00074300
       BUILD-PAY-CALENDAR.                                              00074400
            PERFORM BUILD-MONTH-PERIODS                                 00074500
               VARYING WS-MM FROM 1 BY 1 UNTIL WS-MM > 12.              00074600
       BUILD-MONTH-PERIODS.                                             00074700
            COMPUTE WS-PER-NO = WS-MM * 2 - 1.                          00074800
            SET WS-PER-IDX TO WS-PER-NO.                                00074900
            MOVE WS-MONTH-FIRST (WS-MM) TO WS-PER-START (WS-PER-IDX).   00075000
            COMPUTE WS-PER-END (WS-PER-IDX) =                           00075100
               WS-MONTH-FIRST (WS-MM) + WS-SPLIT-DAY - 1.               00075200
            IF WS-PAY1-DAY = 0 THEN                                     00075300
               MOVE WS-PER-END (WS-PER-IDX) TO WS-PER-NOMINAL           00075400
                  (WS-PER-IDX)                                          00075500
            ELSE                                                        00075600
               COMPUTE WS-PER-NOMINAL (WS-PER-IDX) =                    00075700
                  WS-MONTH-FIRST (WS-MM) + WS-PAY1-DAY - 1              00075800
            END-IF.                                                     00075900
            PERFORM PLACE-PAY-DATE.                                     00076000
            SET WS-PER-IDX UP BY 1.                                     00076100
            COMPUTE WS-PER-START (WS-PER-IDX) =                         00076200
               WS-MONTH-FIRST (WS-MM) + WS-SPLIT-DAY.                   00076300
            COMPUTE WS-PER-END (WS-PER-IDX) =                           00076400
               WS-MONTH-FIRST (WS-MM) + WS-DAYS-IN-MONTH (WS-MM) - 1.   00076500
            IF WS-PAY2-DAY = 0 OR                                       00076600
               WS-PAY2-DAY > WS-DAYS-IN-MONTH (WS-MM) THEN              00076700
               MOVE WS-PER-END (WS-PER-IDX) TO WS-PER-NOMINAL           00076800
                  (WS-PER-IDX)                                          00076900
            ELSE                                                        00077000
               COMPUTE WS-PER-NOMINAL (WS-PER-IDX) =                    00077100
                  WS-MONTH-FIRST (WS-MM) + WS-PAY2-DAY - 1              00077200
            END-IF.                                                     00077300
            PERFORM PLACE-PAY-DATE.                                     00077400
       PLACE-PAY-DATE.                                                  00077500
            MOVE WS-PER-NOMINAL (WS-PER-IDX) TO WS-DOY.                 00077600
            PERFORM STEP-BACK-ONE-DAY                                   00077700
               UNTIL WS-DOY <= 1 OR WS-DAY-TYPE (WS-DOY) = 'P'.         00077800
            MOVE WS-DOY TO WS-PER-PAY (WS-PER-IDX).                     00077900
            IF WS-DOY NOT = WS-PER-NOMINAL (WS-PER-IDX) THEN            00078000
               ADD 1 TO WS-COUNT-MOVED-PAYS                             00078100
            END-IF.                                                     00078200
            MOVE 'Y' TO WS-DAY-PAY-SW (WS-DOY).                         00078300
            IF WS-DAY-DESC (WS-DOY) = SPACES THEN                       00078400
               MOVE 'PAY DATE' TO WS-DAY-DESC (WS-DOY)                  00078500
            END-IF.                                                     00078600
       STEP-BACK-ONE-DAY.                                               00078700
            SUBTRACT 1 FROM WS-DOY.                                     00078800
      ******************************************************************00078900
      * CROSS-CHECK THE PAY CALENDAR AGAINST THE BUSINESS CALENDAR.    *00079000
      ******************************************************************00079100
       CROSS-CHECK-CALENDARS.                                           00079200
            MOVE SPACES TO RPT-LINE.                                    00079300
            WRITE RPT-LINE.                                             00079400
            MOVE 'CROSS-CHECK OF PAY CALENDAR AGAINST BUSINESS CALENDAR'00079500
               TO RPT-LINE.                                             00079600
            WRITE RPT-LINE.                                             00079700
            MOVE 0 TO WS-PREV-DOY.                                      00079800
            MOVE 0 TO WS-LAST-DOY.                                      00079900
            PERFORM CHECK-ONE-PERIOD                                    00080000
               VARYING WS-PER-IDX FROM 1 BY 1 UNTIL WS-PER-IDX > 24.    00080100
            IF WS-LAST-DOY NOT = WS-YEAR-DAYS THEN                      00080200
               MOVE 'LAST PERIOD DOES NOT END 31 DECEMBER'              00080300
                  TO WS-CHECK-TEXT                                      00080400
               PERFORM REPORT-CHECK-FAIL                                00080500
            END-IF.                                                     00080600
            PERFORM COUNT-ONE-BUS-DAY                                   00080700
               VARYING WS-DOY FROM 1 BY 1                               00080800
               UNTIL WS-DOY > WS-YEAR-DAYS.                             00080900
            IF WS-COUNT-CHECK-FAILS = 0 THEN                            00081000
               MOVE '  ALL CHECKS PASSED' TO RPT-LINE                   00081100
               WRITE RPT-LINE                                           00081200
            ELSE                                                        00081300
               SET WS-RC-DATA-ERROR TO TRUE                             00081400
            END-IF.                                                     00081500
       CHECK-ONE-PERIOD.                                                00081600
            SET WS-PER-NO TO WS-PER-IDX.                                00081700
            IF WS-PER-START (WS-PER-IDX) NOT = WS-LAST-DOY + 1 THEN     00081800
               MOVE 'PERIOD DOES NOT FOLLOW ON FROM THE LAST'           00081900
                  TO WS-CHECK-TEXT                                      00082000
               PERFORM REPORT-CHECK-FAIL                                00082100
            END-IF.                                                     00082200
            MOVE WS-PER-END (WS-PER-IDX) TO WS-LAST-DOY.                00082300
            MOVE 0 TO WS-PER-BUS-DAYS (WS-PER-IDX).                     00082400
            PERFORM COUNT-PERIOD-BUS-DAY                                00082500
               VARYING WS-DOY FROM WS-PER-START (WS-PER-IDX) BY 1       00082600
               UNTIL WS-DOY > WS-PER-END (WS-PER-IDX).                  00082700
            IF WS-PER-BUS-DAYS (WS-PER-IDX) = 0 THEN                    00082800
               MOVE 'PERIOD HAS NO BUSINESS DAY' TO WS-CHECK-TEXT       00082900
               PERFORM REPORT-CHECK-FAIL                                00083000
            END-IF.                                                     00083100
            MOVE WS-PER-PAY (WS-PER-IDX) TO WS-DOY.                     00083200
            IF WS-DAY-TYPE (WS-DOY) NOT = 'P' THEN                      00083300
               MOVE 'PAY DATE NOT A BUSINESS DAY' TO WS-CHECK-TEXT      00083400
               PERFORM REPORT-CHECK-FAIL                                00083500
            END-IF.                                                     00083600
            IF WS-DOY < WS-PER-START (WS-PER-IDX) OR                    00083700
               WS-DOY > WS-PER-END (WS-PER-IDX) THEN                    00083800
               MOVE 'PAY DATE OUTSIDE ITS PERIOD' TO WS-CHECK-TEXT      00083900
               PERFORM REPORT-CHECK-FAIL                                00084000
            END-IF.                                                     00084100
            IF WS-DOY NOT > WS-PREV-DOY THEN                            00084200
               MOVE 'PAY DATE NOT AFTER THE PREVIOUS ONE'               00084300
                  TO WS-CHECK-TEXT                                      00084400
               PERFORM REPORT-CHECK-FAIL                                00084500
            END-IF.                                                     00084600
            MOVE WS-DOY TO WS-PREV-DOY.                                 00084700
       COUNT-PERIOD-BUS-DAY.                                            00084800
            IF WS-DAY-TYPE (WS-DOY) = 'P' THEN                          00084900
               ADD 1 TO WS-PER-BUS-DAYS (WS-PER-IDX)                    00085000
            END-IF.                                                     00085100
       COUNT-ONE-BUS-DAY.                                               00085200
            IF WS-DAY-TYPE (WS-DOY) = 'P' THEN                          00085300
               ADD 1 TO WS-COUNT-BUS-DAYS                               00085400
            ELSE                                                        00085500
               IF WS-DAY-TYPE (WS-DOY) NOT = 'W' THEN                   00085600
                  ADD 1 TO WS-COUNT-HOLIDAYS                            00085700
               END-IF                                                   00085800
            END-IF.                                                     00085900
       REPORT-CHECK-FAIL.                                               00086000
            ADD 1 TO WS-COUNT-CHECK-FAILS.                              00086100
            MOVE SPACES TO RPT-LINE.                                    00086200
            STRING '  *** PERIOD ' WS-PER-NO ' - ' WS-CHECK-TEXT        00086300
               DELIMITED BY SIZE INTO RPT-LINE                          00086400
            END-STRING.                                                 00086500
            WRITE RPT-LINE.                                             00086600
      ******************************************************************00086700
      * THE NEW BUSINESS CALENDAR: THE CURRENT ONE'S OTHER YEARS       *00086800
      * COPIED ROUND THE NEW YEAR, WHICH REPLACES ANY DAYS OF THE      *00086900
      * YEAR ALREADY ON IT.  DAYS THAT CHANGE ARE LISTED.              *00087000
      ******************************************************************00087100
       WRITE-BUSINESS-CALENDAR.                                         00087200
            MOVE SPACES TO RPT-LINE.                                    00087300
            WRITE RPT-LINE.                                             00087400
            MOVE 'CHANGES FROM THE CURRENT BUSINESS CALENDAR'           00087500
               TO RPT-LINE.                                             00087600
            WRITE RPT-LINE.                                             00087700
            MOVE 'N' TO WS-NEW-WRITTEN-SW.                              00087800
            OPEN INPUT CALIN.                                           00087900
            OPEN OUTPUT CALOUT.                                         00088000
            PERFORM COPY-ONE-CALENDAR-DAY THRU                          00088100
               COPY-ONE-CALENDAR-DAY-EXIT                               00088200
               UNTIL WS-CALI-EOF.                                       00088300
            IF NOT WS-NEW-WRITTEN THEN                                  00088400
               PERFORM WRITE-NEW-YEAR-DAYS                              00088500
            END-IF.                                                     00088600
            CLOSE CALIN.                                                00088700
            CLOSE CALOUT.                                               00088800
            IF WS-COUNT-OLD-DAYS = 0 THEN                               00088900
               MOVE '  YEAR NOT ON THE CURRENT CALENDAR' TO RPT-LINE    00089000
               WRITE RPT-LINE                                           00089100
            ELSE                                                        00089200
               IF WS-COUNT-OLD-DAYS NOT = WS-YEAR-DAYS THEN             00089300
                  ADD 1 TO WS-COUNT-DIFFS                               00089400
                  MOVE SPACES TO RPT-LINE                               00089500
                  STRING '  CURRENT CALENDAR HAS ' WS-COUNT-OLD-DAYS    00089600
                     ' DAYS FOR THE YEAR'                               00089700
                     DELIMITED BY SIZE INTO RPT-LINE                    00089800
                  END-STRING                                            00089900
                  WRITE RPT-LINE                                        00090000
               END-IF                                                   00090100
            END-IF.                                                     00090200
       COPY-ONE-CALENDAR-DAY.                                           00090300
            READ CALIN                                                  00090400
              AT END                                                    00090500
                 SET WS-CALI-EOF TO TRUE                                00090600
                 GO TO COPY-ONE-CALENDAR-DAY-EXIT                       00090700
            END-READ.                                                   00090800
            IF CALI-YYYY < WS-YEAR-X THEN                               00090900
               WRITE CALO-REC FROM CALI-REC                             00091000
               ADD 1 TO WS-COUNT-CALI-COPIED                            00091100
               GO TO COPY-ONE-CALENDAR-DAY-EXIT                         00091200
            END-IF.                                                     00091300
            IF NOT WS-NEW-WRITTEN THEN                                  00091400
               PERFORM WRITE-NEW-YEAR-DAYS                              00091500
            END-IF.                                                     00091600
            IF CALI-YYYY > WS-YEAR-X THEN                               00091700
               WRITE CALO-REC FROM CALI-REC                             00091800
               ADD 1 TO WS-COUNT-CALI-COPIED                            00091900
            ELSE                                                        00092000
               PERFORM COMPARE-OLD-DAY THRU COMPARE-OLD-DAY-EXIT        00092100
            END-IF.                                                     00092200
       COPY-ONE-CALENDAR-DAY-EXIT.                                      00092300
            EXIT.                                                       00092400
       WRITE-NEW-YEAR-DAYS.                                             00092500
            SET WS-NEW-WRITTEN TO TRUE.                                 00092600
            PERFORM WRITE-ONE-NEW-DAY                                   00092700
               VARYING WS-DOY FROM 1 BY 1                               00092800
               UNTIL WS-DOY > WS-YEAR-DAYS.                             00092900
       WRITE-ONE-NEW-DAY.                                               00093000
            MOVE SPACES TO CALO-REC.                                    00093100
            MOVE WS-DAY-DATE (WS-DOY) TO CALO-DATE.                     00093200
            IF WS-DAY-TYPE (WS-DOY) = 'P' THEN                          00093300
               MOVE 'P' TO CALO-TYPE                                    00093400
            ELSE                                                        00093500
               MOVE 'H' TO CALO-TYPE                                    00093600
            END-IF.                                                     00093700
            MOVE WS-DAY-DESC (WS-DOY) TO CALO-DESC.                     00093800
            WRITE CALO-REC.                                             00093900
       COMPARE-OLD-DAY.                                                 00094000
            ADD 1 TO WS-COUNT-OLD-DAYS.                                 00094100
            IF CALI-MM < 1 OR CALI-MM > 12 THEN                         00094200
               GO TO COMPARE-OLD-DAY-EXIT                               00094300
            END-IF.                                                     00094400
            IF CALI-DD < 1 OR CALI-DD > WS-DAYS-IN-MONTH (CALI-MM) THEN 00094500
               GO TO COMPARE-OLD-DAY-EXIT                               00094600
            END-IF.                                                     00094700
            COMPUTE WS-DOY = WS-MONTH-FIRST (CALI-MM) + CALI-DD - 1.    00094800
            IF WS-DAY-TYPE (WS-DOY) = 'P' THEN                          00094900
               MOVE 'P' TO WS-NEW-TYPE                                  00095000
            ELSE                                                        00095100
               MOVE 'H' TO WS-NEW-TYPE                                  00095200
            END-IF.                                                     00095300
            IF CALI-TYPE NOT = WS-NEW-TYPE THEN                         00095400
               ADD 1 TO WS-COUNT-DIFFS                                  00095500
               MOVE SPACES TO RPT-LINE                                  00095600
               STRING '  ' CALI-DATE ' CURRENT ' CALI-TYPE ' '          00095700
                  CALI-DESC (1:20) ' NEW ' WS-NEW-TYPE ' '              00095800
                  WS-DAY-DESC (WS-DOY) (1:20)                           00095900
                  DELIMITED BY SIZE INTO RPT-LINE                       00096000
               END-STRING                                               00096100
               WRITE RPT-LINE                                           00096200
            END-IF.                                                     00096300
       COMPARE-OLD-DAY-EXIT.                                            00096400
            EXIT.                                                       00096500
      ******************************************************************00096600
      * THE NEW PAY CALENDAR, BUILT ROUND THE CURRENT ONE THE SAME     *00096700
      * WAY.  A CURRENT PERIOD OF THE YEAR THAT IS NOT ONE OF THE NEW  *00096800
      * ONES IS LISTED.                                                *00096900
      ******************************************************************00097000
       WRITE-PAY-CALENDAR.                                              00097100
            MOVE SPACES TO RPT-LINE.                                    00097200
            WRITE RPT-LINE.                                             00097300
            MOVE 'CHANGES FROM THE CURRENT PAY CALENDAR' TO RPT-LINE.   00097400
            WRITE RPT-LINE.                                             00097500
            MOVE 'N' TO WS-NEW-WRITTEN-SW.                              00097600
            OPEN INPUT PCALIN.                                          00097700
            OPEN OUTPUT PCALOUT.                                        00097800
            PERFORM COPY-ONE-PERIOD THRU COPY-ONE-PERIOD-EXIT           00097900
               UNTIL WS-PCI-EOF.                                        00098000
            IF NOT WS-NEW-WRITTEN THEN                                  00098100
               PERFORM WRITE-NEW-PERIODS                                00098200
            END-IF.                                                     00098300
            CLOSE PCALIN.                                               00098400
            CLOSE PCALOUT.                                              00098500
            IF WS-COUNT-OLD-PERIODS = 0 THEN                            00098600
               MOVE '  YEAR NOT ON THE CURRENT PAY CALENDAR' TO RPT-LINE00098700
               WRITE RPT-LINE                                           00098800
            ELSE                                                        00098900
               IF WS-COUNT-OLD-PERIODS NOT = 24 THEN                    00099000
                  ADD 1 TO WS-COUNT-DIFFS                               00099100
                  MOVE SPACES TO RPT-LINE                               00099200
                  STRING '  CURRENT PAY CALENDAR HAS '                  00099300
                     WS-COUNT-OLD-PERIODS ' PERIODS FOR THE YEAR'       00099400
                     DELIMITED BY SIZE INTO RPT-LINE                    00099500
                  END-STRING                                            00099600
                  WRITE RPT-LINE                                        00099700
               END-IF                                                   00099800
            END-IF.                                                     00099900
       COPY-ONE-PERIOD.                                                 00100000
            READ PCALIN                                                 00100100
              AT END                                                    00100200
                 SET WS-PCI-EOF TO TRUE                                 00100300
                 GO TO COPY-ONE-PERIOD-EXIT                             00100400
            END-READ.                                                   00100500
            IF PCI-START-YYYY < WS-YEAR-X THEN                          00100600
               WRITE PCO-REC FROM PCI-REC                               00100700
               ADD 1 TO WS-COUNT-PCI-COPIED                             00100800
               GO TO COPY-ONE-PERIOD-EXIT                               00100900
            END-IF.                                                     00101000
            IF NOT WS-NEW-WRITTEN THEN                                  00101100
               PERFORM WRITE-NEW-PERIODS                                00101200
            END-IF.                                                     00101300
            IF PCI-START-YYYY > WS-YEAR-X THEN                          00101400
               WRITE PCO-REC FROM PCI-REC                               00101500
               ADD 1 TO WS-COUNT-PCI-COPIED                             00101600
            ELSE                                                        00101700
               ADD 1 TO WS-COUNT-OLD-PERIODS                            00101800
               MOVE 'N' TO WS-FOUND-SW                                  00101900
               PERFORM MATCH-OLD-PERIOD                                 00102000
                  VARYING WS-PER-IDX FROM 1 BY 1                        00102100
                  UNTIL WS-PER-IDX > 24 OR WS-ENTRY-FOUND               00102200
               IF NOT WS-ENTRY-FOUND THEN                               00102300
                  ADD 1 TO WS-COUNT-DIFFS                               00102400
                  MOVE SPACES TO RPT-LINE                               00102500
                  STRING '  CURRENT PERIOD ' PCI-PERIOD-START ' - '     00102600
                     PCI-PERIOD-END ' IS NOT A NEW PERIOD'              00102700
                     DELIMITED BY SIZE INTO RPT-LINE                    00102800
                  END-STRING                                            00102900
                  WRITE RPT-LINE                                        00103000
               END-IF                                                   00103100
            END-IF.                                                     00103200
       COPY-ONE-PERIOD-EXIT.                                            00103300
            EXIT.                                                       00103400
       MATCH-OLD-PERIOD.                                                00103500
            MOVE WS-PER-START (WS-PER-IDX) TO WS-DOY.                   00103600
            MOVE WS-PER-END (WS-PER-IDX) TO WS-LAST-DOY.                00103700
            IF WS-DAY-DATE (WS-DOY) = PCI-PERIOD-START AND              00103800
               WS-DAY-DATE (WS-LAST-DOY) = PCI-PERIOD-END THEN          00103900
               SET WS-ENTRY-FOUND TO TRUE                               00104000
            END-IF.                                                     00104100
       WRITE-NEW-PERIODS.                                               00104200
            SET WS-NEW-WRITTEN TO TRUE.                                 00104300
            PERFORM WRITE-ONE-NEW-PERIOD                                00104400
               VARYING WS-PER-IDX FROM 1 BY 1 UNTIL WS-PER-IDX > 24.    00104500
       WRITE-ONE-NEW-PERIOD.                                            00104600
            MOVE SPACES TO PCO-REC.                                     00104700
            MOVE WS-PER-START (WS-PER-IDX) TO WS-DOY.                   00104800
            MOVE WS-DAY-DATE (WS-DOY) TO PCO-PERIOD-START.              00104900
            MOVE WS-PER-END (WS-PER-IDX) TO WS-DOY.                     00105000
            MOVE WS-DAY-DATE (WS-DOY) TO PCO-PERIOD-END.                00105100
            MOVE WS-PER-PAY (WS-PER-IDX) TO WS-DOY.                     00105200
            MOVE WS-DAY-DATE (WS-DOY) TO PCO-PAY-DATE.                  00105300
            SET PCO-PERIOD-NO TO WS-PER-IDX.                            00105400
            WRITE PCO-REC.                                              00105500
      ******************************************************************00105600
      * YEAR AT A GLANCE: ONE LINE PER MONTH, ONE COLUMN PER DAY.      *00105700
      ******************************************************************00105800
       PRINT-YEAR-AT-A-GLANCE.                                          00105900
            MOVE SPACES TO RPT-LINE.                                    00106000
            WRITE RPT-LINE.                                             00106100
            MOVE SPACES TO RPT-LINE.                                    00106200
            STRING 'YEAR AT A GLANCE ' WS-YEAR                          00106300
               '  .=BUSINESS $=PAY DATE W=WEEKEND H=HOLIDAY'            00106400
               ' C=CLOSURE'                                             00106500
               DELIMITED BY SIZE INTO RPT-LINE                          00106600
            END-STRING.                                                 00106700
            WRITE RPT-LINE.                                             00106800
            MOVE SPACES TO RPT-LINE.                                    00106900
            PERFORM SET-DAY-HEADING-TENS                                00107000
               VARYING WS-DD FROM 1 BY 1 UNTIL WS-DD > 31.              00107100
            MOVE 'BUS' TO RPT-LINE (69:3).                              00107200
            WRITE RPT-LINE.                                             00107300
            MOVE SPACES TO RPT-LINE.                                    00107400
            PERFORM SET-DAY-HEADING-UNITS                               00107500
               VARYING WS-DD FROM 1 BY 1 UNTIL WS-DD > 31.              00107600
            MOVE 'DAYS' TO RPT-LINE (68:4).                             00107700
            WRITE RPT-LINE.                                             00107800
            PERFORM PRINT-ONE-MONTH                                     00107900
               VARYING WS-MM FROM 1 BY 1 UNTIL WS-MM > 12.              00108000
       SET-DAY-HEADING-TENS.                                            00108100
            COMPUTE WS-COL = WS-DD * 2 + 4.                             00108200
            DIVIDE WS-DD BY 10 GIVING WS-WD-Q REMAINDER WS-WD-R.        00108300
            IF WS-WD-Q > 0 THEN                                         00108400
               MOVE WS-WD-Q TO WS-NTH                                   00108500
               MOVE WS-NTH TO RPT-LINE (WS-COL:1)                       00108600
            END-IF.                                                     00108700
       SET-DAY-HEADING-UNITS.                                           00108800
            COMPUTE WS-COL = WS-DD * 2 + 4.                             00108900
            DIVIDE WS-DD BY 10 GIVING WS-WD-Q REMAINDER WS-WD-R.        00109000
            MOVE WS-WD-R TO WS-NTH.                                     00109100
            MOVE WS-NTH TO RPT-LINE (WS-COL:1).                         00109200
       PRINT-ONE-MONTH.                                                 00109300
            MOVE SPACES TO RPT-LINE.                                    00109400
            MOVE WS-MONTH-NAME (WS-MM) TO RPT-LINE (1:3).               00109500
            MOVE 0 TO WS-MONTH-BUS-DAYS.                                00109600
            PERFORM SET-ONE-DAY-CODE                                    00109700
               VARYING WS-DD FROM 1 BY 1                                00109800
               UNTIL WS-DD > WS-DAYS-IN-MONTH (WS-MM).                  00109900
            MOVE WS-MONTH-BUS-DAYS TO RPT-LINE (69:2).                  00110000
            WRITE RPT-LINE.                                             00110100
       SET-ONE-DAY-CODE.                                                00110200
            COMPUTE WS-DOY = WS-MONTH-FIRST (WS-MM) + WS-DD - 1.        00110300
            COMPUTE WS-COL = WS-DD * 2 + 4.                             00110400
            EVALUATE TRUE                                               00110500
                WHEN WS-DAY-PAY-SW (WS-DOY) = 'Y'                       00110600
                   MOVE '$' TO WS-CODE                                  00110700
                WHEN WS-DAY-TYPE (WS-DOY) = 'P'                         00110800
                   MOVE '.' TO WS-CODE                                  00110900
                WHEN OTHER                                              00111000
                   MOVE WS-DAY-TYPE (WS-DOY) TO WS-CODE                 00111100
            END-EVALUATE.                                               00111200
            IF WS-DAY-TYPE (WS-DOY) = 'P' THEN                          00111300
               ADD 1 TO WS-MONTH-BUS-DAYS                               00111400
            END-IF.                                                     00111500
            MOVE WS-CODE TO RPT-LINE (WS-COL:1).                        00111600
       PRINT-HOLIDAY-LIST.                                              00111700
            MOVE SPACES TO RPT-LINE.                                    00111800
            WRITE RPT-LINE.                                             00111900
            MOVE 'HOLIDAYS AND CLOSURES' TO RPT-LINE.                   00112000
            WRITE RPT-LINE.                                             00112100
            PERFORM PRINT-ONE-HOLIDAY                                   00112200
               VARYING WS-DOY FROM 1 BY 1                               00112300
               UNTIL WS-DOY > WS-YEAR-DAYS.                             00112400
       PRINT-ONE-HOLIDAY.                                               00112500
            IF WS-DAY-TYPE (WS-DOY) = 'H' OR 'C' THEN                   00112600
               MOVE SPACES TO RPT-LINE                                  00112700
               STRING '  ' WS-DAY-DATE (WS-DOY) ' '                     00112800
                  WS-DAY-TYPE (WS-DOY) ' ' WS-DAY-DESC (WS-DOY)         00112900
                  DELIMITED BY SIZE INTO RPT-LINE                       00113000
               END-STRING                                               00113100
               WRITE RPT-LINE                                           00113200
            END-IF.                                                     00113300
       PRINT-PAY-CALENDAR.                                              00113400
            MOVE SPACES TO RPT-LINE.                                    00113500
            WRITE RPT-LINE.                                             00113600
            MOVE 'PAY CALENDAR  NO  START     END       PAY DATE  BUS'  00113700
               TO RPT-LINE.                                             00113800
            WRITE RPT-LINE.                                             00113900
            PERFORM PRINT-ONE-PERIOD                                    00114000
               VARYING WS-PER-IDX FROM 1 BY 1 UNTIL WS-PER-IDX > 24.    00114100
       PRINT-ONE-PERIOD.                                                00114200
            SET WS-PER-NO TO WS-PER-IDX.                                00114300
            MOVE WS-PER-START (WS-PER-IDX) TO WS-DOY.                   00114400
            MOVE WS-DAY-DATE (WS-DOY) TO WS-PRT-START.                  00114500
            MOVE WS-PER-END (WS-PER-IDX) TO WS-DOY.                     00114600
            MOVE WS-DAY-DATE (WS-DOY) TO WS-PRT-END.                    00114700
            MOVE WS-PER-PAY (WS-PER-IDX) TO WS-DOY.                     00114800
            MOVE WS-DAY-DATE (WS-DOY) TO WS-PRT-PAY.                    00114900
            MOVE SPACES TO RPT-LINE.                                    00115000
            STRING '              ' WS-PER-NO '  ' WS-PRT-START         00115100
               '  ' WS-PRT-END '  ' WS-PRT-PAY '  '                     00115200
               WS-PER-BUS-DAYS (WS-PER-IDX)                             00115300
               DELIMITED BY SIZE INTO RPT-LINE                          00115400
            END-STRING.                                                 00115500
            IF WS-PER-PAY (WS-PER-IDX) NOT =                            00115600
               WS-PER-NOMINAL (WS-PER-IDX) THEN                         00115700
               MOVE WS-PER-NOMINAL (WS-PER-IDX) TO WS-DOY               00115800
               MOVE WS-DAY-DATE (WS-DOY) TO WS-PRT-NOMINAL              00115900
               STRING '  MOVED FROM ' WS-PRT-NOMINAL                    00116000
                  DELIMITED BY SIZE INTO RPT-LINE (53:28)               00116100
               END-STRING                                               00116200
            END-IF.                                                     00116300
            WRITE RPT-LINE.                                             00116400
       WRITE-CALGEN-SUMMARY.                                            00116500
            MOVE SPACES TO RPT-LINE.                                    00116600
            WRITE RPT-LINE.                                             00116700
            MOVE SPACES TO RPT-LINE.                                    00116800
            STRING 'RULES CARDS          : ' WS-COUNT-CARDS             00116900
               '  REJECTED ' WS-COUNT-BAD-CARDS                         00117000
               DELIMITED BY SIZE INTO RPT-LINE                          00117100
            END-STRING.                                                 00117200
            WRITE RPT-LINE.                                             00117300
            MOVE SPACES TO RPT-LINE.                                    00117400
            MOVE WS-YEAR-DAYS TO WS-PRT-DAYS.                           00117500
            STRING 'DAYS IN YEAR         : ' WS-PRT-DAYS                00117600
               '  BUSINESS ' WS-COUNT-BUS-DAYS                          00117700
               '  HOLIDAY/CLOSURE ' WS-COUNT-HOLIDAYS                   00117800
               DELIMITED BY SIZE INTO RPT-LINE                          00117900
            END-STRING.                                                 00118000
            WRITE RPT-LINE.                                             00118100
            MOVE SPACES TO RPT-LINE.                                    00118200
            STRING 'PAY DATES MOVED BACK : ' WS-COUNT-MOVED-PAYS        00118300
               '  HOLIDAY CLASHES ' WS-COUNT-CLASHES                    00118400
               DELIMITED BY SIZE INTO RPT-LINE                          00118500
            END-STRING.                                                 00118600
            WRITE RPT-LINE.                                             00118700
            MOVE SPACES TO RPT-LINE.                                    00118800
            STRING 'CROSS-CHECK FAILURES : ' WS-COUNT-CHECK-FAILS       00118900
               '  CHANGES FROM CURRENT ' WS-COUNT-DIFFS                 00119000
               DELIMITED BY SIZE INTO RPT-LINE                          00119100
            END-STRING.                                                 00119200
            WRITE RPT-LINE.                                             00119300
            MOVE SPACES TO RPT-LINE.                                    00119400
            STRING 'OTHER YEARS COPIED   : ' WS-COUNT-CALI-COPIED       00119500
               ' DAYS  ' WS-COUNT-PCI-COPIED ' PERIODS'                 00119600
               DELIMITED BY SIZE INTO RPT-LINE                          00119700
            END-STRING.                                                 00119800
            WRITE RPT-LINE.                                             00119900
            IF (WS-COUNT-DIFFS > 0 OR WS-COUNT-CLASHES > 0) AND         00120000
               WS-RC-OK THEN                                            00120100
               SET WS-RC-WARNING TO TRUE                                00120200
            END-IF.                                                     00120300
            IF WS-RC-DATA-ERROR THEN                                    00120400
               MOVE '*** DO NOT PROMOTE - SEE REJECTED CARDS AND CHECKS'00120500
                  TO RPT-LINE                                           00120600
            ELSE                                                        00120700
               MOVE 'CALENDARS READY FOR SIGN-OFF AND PROMOTION'        00120800
                  TO RPT-LINE                                           00120900
            END-IF.                                                     00121000
            WRITE RPT-LINE.                                             00121100

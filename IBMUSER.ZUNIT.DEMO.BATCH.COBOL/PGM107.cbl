       IDENTIFICATION DIVISION.                                         00000100
       PROGRAM-ID.   PGM107.                                            00000200
      * PERIOD PAYSLIP GENERATION.  RUN EVERY PAY PERIOD AFTER THE      00000300
      * BANK PAYMENT STEP: FOR EACH PAYEE ON THE PGM51 PERIOD           00000400
      * PAYROLL FILE (DDPPAYIN) IT PRINTS ONE PAYSLIP, MERGING THE      00000500
      * PERIOD'S FIGURES INTO A TEMPLATE DATASET THE SAME WAY PGM37     00000600
      * MERGES THE COMPENSATION STATEMENT, SO WORDING CHANGES NEED      00000700
      * NO CODE CHANGE.  TEMPLATE RECORDS ARE PGM37'S:                  00000800
      *   L <LANG>                 - OPENS THAT LANGUAGE'S              00000900
      *       TEMPLATE SECTION (LINES BEFORE ANY L RECORD ARE           00001000
      *       THE EN SECTION),                                          00001100
      *   T <TEXT>                 - PRINTED AS-IS (COLS 3-80),         00001200
      *   V <TOKEN>  <LABEL>       - LABEL (COLS 11-40) FOLLOWED        00001300
      *       BY THE VALUE NAMED IN COLS 3-10: NAME, EMPID, DEPT,       00001400
      *       PERIOD (START - END), DAYSPAID, GROSS, BASIC (GROSS       00001500
      *       LESS THE MERGED EARNINGS), TOTDED, NET, LEAVEBAL,         00001600
      *       YTDGROSS, YTDDED OR YTDNET.  THREE TOKENS PRINT ONE       00001700
      *       LINE PER ITEM, THE LABEL ON THE FIRST LINE ONLY, AND      00001800
      *       NOTHING AT ALL WHEN THE PAYEE HAS NO ITEM:                00001900
      *       EARNINGS - EACH PGM72 / PGM93 EARNINGS LINE MERGED        00002000
      *                  INTO THE PERIOD (DDEARNIN, SAME                00002100
      *                  STARTING-MONTH FILTER PGM51 APPLIES),          00002200
      *       DEDUCT   - EACH DEDUCTION BY CODE FROM THE GROSS-         00002300
      *                  TO-NET RUN (DDDEDIN - PGM50, PGM86 AND         00002400
      *                  PGM88 DETAIL),                                 00002500
      *       BANK     - EACH ACCOUNT SPLIT PGM49 PAID (DDPAYIN),       00002600
      *                  ROUTING NUMBER AND THE LAST FOUR DIGITS        00002700
      *                  OF THE ACCOUNT ONLY.                           00002800
      * NET AND TOTDED ARE THE FINAL NET-PAY FILE'S FIGURES             00002900
      * (DDNETIN); A PAYEE WITH NO NET RECORD GETS GROSS LESS THE       00003000
      * DETAIL AND IS COUNTED AS A WARNING, AS IN PGM79.  THE YTD       00003100
      * TOKENS READ THE EMPLOYEE'S CPYTDREC RECORD FOR THE TAX          00003200
      * YEAR OF THE PERIOD (DDYTDKS, READ ONLY), SO THE STEP RUNS       00003300
      * AFTER PGM79 HAS FOLDED THE PERIOD IN.  LEAVEBAL COMES           00003400
      * FROM THE PGM73 LEAVE BALANCE EXTRACT (DDLEAVBAL) AND THE        00003500
      * NAME FROM THE CPFLREC EXTRACT (DDINPUT) - A PAYEE NOT ON        00003600
      * THE EXTRACT PRINTS WITH A BLANK NAME AND IS COUNTED.            00003700
      * THE LANGUAGE IS RESOLVED AS IN PGM37: PER-EMPLOYEE PROFILE      00003800
      * (DDEMPLANG), THEN DEPARTMENT DEFAULT (DDLANGMAP), THEN EN;      00003900
      * A LANGUAGE WITH NO TEMPLATE SECTION IS A MISSING-TEMPLATE       00004000
      * BREAK (RC 08), NEVER THE WRONG LANGUAGE.  OFF-CYCLE             00004100
      * RECORDS ARE NOT PAYSLIPPED HERE AND ARE COUNTED.  THE           00004200
      * CONTROL REPORT PROVES PAYSLIPS PLUS SKIPS AGAINST THE           00004300
      * PERIOD FILE'S TRAILER, ENDING RC 08 ON A MISMATCH.              00004400
      * EVERY PRINTED LINE IS ALSO LOADED INTO THE PAYSLIP-ARCHIVE      00004500
      * KSDS (DDPSLKSDS), KEYED EMPLOYEE ID PLUS PERIOD END DATE        00004600
      * PLUS LINE NUMBER, SO THE PREP INQUIRY (PGM108) CAN              00004700
      * DISPLAY OR REQUEUE A PAST PAYSLIP.  RERUN-SAFE: A LINE          00004800
      * ALREADY ARCHIVED FOR THE PERIOD IS REWRITTEN AND ANY            00004900
      * LINES BEYOND THE NEW PAYSLIP'S LAST ARE DELETED, SO A           00005000
      * CORRECTED RERUN NEVER LEAVES OLD LINES BEHIND.  ENDS RC 04      00005100
      * FOR A PAYEE WITH NO NET RECORD OR NOT ON THE EXTRACT, OR        00005200
      * A PERIOD FILE WITH NO TRAILER, RC 12 WHEN THE ARCHIVE OR        00005300
      * THE YTD CLUSTER CANNOT BE OPENED.                               00005400
       ENVIRONMENT DIVISION.                                            00005500
       INPUT-OUTPUT SECTION.                                            00005600
       FILE-CONTROL.                                                    00005700
                SELECT PPAYIN ASSIGN TO DDPPAYIN                        00005800
                ORGANIZATION IS SEQUENTIAL.                             00005900
                SELECT INFILE ASSIGN TO DDINPUT                         00006000
                ORGANIZATION IS SEQUENTIAL.                             00006100
                SELECT EARNIN ASSIGN TO DDEARNIN                        00006200
                ORGANIZATION IS SEQUENTIAL.                             00006300
                SELECT DEDIN ASSIGN TO DDDEDIN                          00006400
                ORGANIZATION IS SEQUENTIAL.                             00006500
                SELECT NETIN ASSIGN TO DDNETIN                          00006600
                ORGANIZATION IS SEQUENTIAL.                             00006700
                SELECT PAYIN ASSIGN TO DDPAYIN                          00006800
                ORGANIZATION IS SEQUENTIAL.                             00006900
                SELECT LEAVBAL ASSIGN TO DDLEAVBAL                      00007000
                ORGANIZATION IS SEQUENTIAL.                             00007100
                SELECT TEMPLATE ASSIGN TO DDTEMPLAT                     00007200
                ORGANIZATION IS SEQUENTIAL.                             00007300
                SELECT LANGMAP ASSIGN TO DDLANGMAP                      00007400
                ORGANIZATION IS SEQUENTIAL.                             00007500
                SELECT EMPLANG ASSIGN TO DDEMPLANG                      00007600
                ORGANIZATION IS SEQUENTIAL.                             00007700
                SELECT PSLFILE ASSIGN TO DDPSLOUT                       00007800
                ORGANIZATION IS SEQUENTIAL.                             00007900
                SELECT RPTFILE ASSIGN TO DDRPTOUT                       00008000
                ORGANIZATION IS SEQUENTIAL.                             00008100
                SELECT YTDFILE ASSIGN TO DDYTDKS                        00008200
                ORGANIZATION IS INDEXED                                 00008300
                ACCESS MODE IS RANDOM                                   00008400
                RECORD KEY IS YTD-KEY                                   00008500
                FILE STATUS IS WS-YTD-STATUS.                           00008600
                SELECT PSLKSDS ASSIGN TO DDPSLKSDS                      00008700
                ORGANIZATION IS INDEXED                                 00008800
                ACCESS MODE IS RANDOM                                   00008900
                RECORD KEY IS PSLK-KEY                                  00009000
                FILE STATUS IS WS-PSLK-STATUS.                          00009100
       DATA DIVISION.                                                   00009200
       FILE SECTION.                                                    00009300
       FD PPAYIN                                                        00009400
            RECORDING MODE IS F.                                        00009500
       01 PPAY-REC.                                                     00009600
           05 PPAY-EMP-ID    PIC X(8).                                  00009700
           05 PPAY-DEPT      PIC X(4).                                  00009800
           05 PPAY-PER-START PIC 9(8).                                  00009900
           05 PPAY-PER-END   PIC 9(8).                                  00010000
           05 PPAY-DAYS-PAID PIC 9(3).                                  00010100
           05 PPAY-AMOUNT    PIC 9(8)V99.                               00010200
           05 PPAY-OFF-IND   PIC X(1).                                  00010300
               88 PPAY-OFF-CYCLE   VALUE 'O'.                           00010400
           05 PPAY-OFF-REASON PIC X(2).                                 00010500
           05 PPAY-OFF-POSTED PIC X(1).                                 00010600
           05 PPAY-OFF-KEY.                                             00010700
               10 PPAY-OFF-RUN PIC 9(5).                                00010800
               10 PPAY-OFF-SEQ PIC 9(4).                                00010900
           05 FILLER         PIC X(26).                                 00011000
       01 PPAY-REC-HT REDEFINES PPAY-REC.                               00011100
          COPY CPHDRTRL.                                                00011200
       FD INFILE                                                        00011300
            RECORDING MODE IS F.                                        00011400
       01 FL-REC.                                                       00011500
          COPY CPFLREC.                                                 00011600
       FD EARNIN                                                        00011700
            RECORDING MODE IS F.                                        00011800
       01 ERN-REC.                                                      00011900
           05 ERN-EMP-ID PIC X(8).                                      00012000
           05 ERN-DEPT   PIC X(4).                                      00012100
           05 ERN-CODE   PIC X(2).                                      00012200
           05 ERN-AMOUNT PIC 9(7)V99.                                   00012300
           05 ERN-PERIOD PIC 9(6).                                      00012400
           05 FILLER     PIC X(51).                                     00012500
       FD DEDIN                                                         00012600
            RECORDING MODE IS F.                                        00012700
       01 DED-REC.                                                      00012800
           05 DED-EMP-ID  PIC X(8).                                     00012900
           05 DED-DEPT    PIC X(4).                                     00013000
           05 DED-CODE    PIC X(2).                                     00013100
           05 DED-AMOUNT  PIC 9(8)V99.                                  00013200
           05 DED-OFF-SEQ PIC 9(4).                                     00013300
           05 FILLER      PIC X(52).                                    00013400
       01 DED-REC-HT REDEFINES DED-REC.                                 00013500
          COPY CPHDRTRL.                                                00013600
       FD NETIN                                                         00013700
            RECORDING MODE IS F.                                        00013800
       01 NET-REC.                                                      00013900
           05 NET-EMP-ID  PIC X(8).                                     00014000
           05 NET-DEPT    PIC X(4).                                     00014100
           05 NET-GROSS   PIC 9(8)V99.                                  00014200
           05 NET-DEDUCT  PIC 9(8)V99.                                  00014300
           05 NET-NET     PIC 9(8)V99.                                  00014400
           05 NET-OFF-SEQ PIC 9(4).                                     00014500
           05 FILLER      PIC X(34).                                    00014600
       01 NET-REC-HT REDEFINES NET-REC.                                 00014700
          COPY CPHDRTRL.                                                00014800
       FD PAYIN                                                         00014900
            RECORDING MODE IS F.                                        00015000
       01 PAY-REC.                                                      00015100
           05 PAY-EMP-ID   PIC X(8).                                    00015200
           05 PAY-NAME     PIC X(20).                                   00015300
           05 PAY-AMOUNT   PIC 9(9)V99.                                 00015400
           05 PAY-VAL-DATE PIC 9(8).                                    00015500
           05 PAY-TYPE     PIC X(1).                                    00015600
               88 PAY-TYPE-LIVE    VALUE 'P'.                           00015700
               88 PAY-TYPE-PRENOTE VALUE 'N'.                           00015800
           05 PAY-ROUTING  PIC X(9).                                    00015900
           05 PAY-ACCOUNT  PIC X(17).                                   00016000
           05 PAY-SPLIT-SEQ PIC 9(1).                                   00016100
           05 FILLER       PIC X(5).                                    00016200
       01 PAY-REC-HT REDEFINES PAY-REC.                                 00016300
          COPY CPHDRTRL.                                                00016400
       FD LEAVBAL                                                       00016500
            RECORDING MODE IS F.                                        00016600
       01 BAL-EXT-REC.                                                  00016700
           05 BEX-EMP-ID  PIC X(8).                                     00016800
           05 BEX-CLOSING PIC S9(5)V99 SIGN LEADING SEPARATE.           00016900
           05 FILLER      PIC X(64).                                    00017000
       FD TEMPLATE                                                      00017100
            RECORDING MODE IS F.                                        00017200
       01 TPL-REC.                                                      00017300
           05 TPL-TYPE  PIC X(1).                                       00017400
               88 TPL-TYPE-TEXT     VALUE 'T'.                          00017500
               88 TPL-TYPE-VARIABLE VALUE 'V'.                          00017600
               88 TPL-TYPE-LANGUAGE VALUE 'L'.                          00017700
           05 FILLER    PIC X(1).                                       00017800
           05 TPL-TEXT  PIC X(78).                                      00017900
       FD LANGMAP                                                       00018000
            RECORDING MODE IS F.                                        00018100
       01 LGM-REC.                                                      00018200
           05 LGM-DEPT PIC X(4).                                        00018300
           05 FILLER   PIC X(1).                                        00018400
           05 LGM-LANG PIC X(2).                                        00018500
           05 FILLER   PIC X(73).                                       00018600
       FD EMPLANG                                                       00018700
            RECORDING MODE IS F.                                        00018800
       01 ELG-REC.                                                      00018900
           05 ELG-EMP-ID PIC X(8).                                      00019000
           05 FILLER     PIC X(1).                                      00019100
           05 ELG-LANG   PIC X(2).                                      00019200
           05 FILLER     PIC X(69).                                     00019300
       FD PSLFILE                                                       00019400
            RECORDING MODE IS F.                                        00019500
       01 PSL-REC.                                                      00019600
           05 PSL-CC   PIC X(1).                                        00019700
           05 PSL-TEXT PIC X(132).                                      00019800
       FD RPTFILE                                                       00019900
            RECORDING MODE IS F.                                        00020000
       01 RPT-LINE PIC X(80).                                           00020100
       FD YTDFILE.                                                      00020200
       01 YTD-REC.                                                      00020300
          COPY CPYTDREC.                                                00020400
       FD PSLKSDS.                                                      00020500
       01 PSLK-REC.                                                     00020600
           05 PSLK-KEY.                                                 00020700
               10 PSLK-EMP-ID     PIC X(8).                             00020800
               10 PSLK-PERIOD-END PIC 9(8).                             00020900
               10 PSLK-LINE-NO    PIC 9(3).                             00021000
           05 PSLK-TEXT           PIC X(132).                           00021100
       WORKING-STORAGE SECTION.                                         00021200
       01 WS-FL-REC.                                                    00021300
          COPY CPFLREC.                                                 00021400
       01 WS-FL-REC-HT REDEFINES WS-FL-REC.                             00021500
          COPY CPHDRTRL.                                                00021600
       01 WS-PPAY-EOF-SW PIC X(1) VALUE 'N'.                            00021700
           88 WS-PPAY-EOF      VALUE 'Y'.                               00021800
       01 WS-EXT-EOF-SW PIC X(1) VALUE 'N'.                             00021900
           88 WS-EXT-EOF       VALUE 'Y'.                               00022000
       01 WS-EARN-EOF-SW PIC X(1) VALUE 'N'.                            00022100
           88 WS-EARN-EOF      VALUE 'Y'.                               00022200
       01 WS-DED-EOF-SW PIC X(1) VALUE 'N'.                             00022300
           88 WS-DED-EOF       VALUE 'Y'.                               00022400
       01 WS-NET-EOF-SW PIC X(1) VALUE 'N'.                             00022500
           88 WS-NET-EOF       VALUE 'Y'.                               00022600
       01 WS-PAY-EOF-SW PIC X(1) VALUE 'N'.                             00022700
           88 WS-PAY-EOF       VALUE 'Y'.                               00022800
       01 WS-LVB-EOF-SW PIC X(1) VALUE 'N'.                             00022900
           88 WS-LVB-EOF       VALUE 'Y'.                               00023000
       01 WS-TPL-EOF-SW PIC X(1) VALUE 'N'.                             00023100
           88 WS-TPL-EOF       VALUE 'Y'.                               00023200
       01 WS-LGM-EOF-SW PIC X(1) VALUE 'N'.                             00023300
           88 WS-LGM-EOF       VALUE 'Y'.                               00023400
       01 WS-ELG-EOF-SW PIC X(1) VALUE 'N'.                             00023500
           88 WS-ELG-EOF       VALUE 'Y'.                               00023600
       01 WS-EMP-COUNT PIC 9(5) COMP VALUE 0.                           00023700
       01 WS-EMP-TABLE.                                                 00023800
           05 WS-EMP-ENTRY OCCURS 5000 TIMES                            00023900
                            INDEXED BY WS-EMP-IDX WS-EMP-SAV.           00024000
               10 WS-EMP-ID   PIC X(8).                                 00024100
               10 WS-EMP-NAME PIC X(20).                                00024200
       01 WS-EARN-COUNT PIC 9(4) COMP VALUE 0.                          00024300
       01 WS-EARN-TABLE.                                                00024400
           05 WS-EARN-ENTRY OCCURS 2000 TIMES                           00024500
                             INDEXED BY WS-EARN-IDX.                    00024600
               10 WS-EARN-EMP-ID PIC X(8).                              00024700
               10 WS-EARN-CODE   PIC X(2).                              00024800
               10 WS-EARN-AMOUNT PIC 9(7)V99.                           00024900
               10 WS-EARN-PERIOD PIC 9(6).                              00025000
       01 WS-DED-COUNT PIC 9(4) COMP VALUE 0.                           00025100
       01 WS-DED-TABLE.                                                 00025200
           05 WS-DED-ENTRY OCCURS 5000 TIMES                            00025300
                            INDEXED BY WS-DED-IDX.                      00025400
               10 WS-DED-EMP-ID  PIC X(8).                              00025500
               10 WS-DED-CODE    PIC X(2).                              00025600
               10 WS-DED-AMOUNT  PIC 9(8)V99.                           00025700
               10 WS-DED-OFF-SEQ PIC 9(4).                              00025800
       01 WS-NET-COUNT PIC 9(4) COMP VALUE 0.                           00025900
       01 WS-NET-TABLE.                                                 00026000
           05 WS-NET-ENTRY OCCURS 5000 TIMES                            00026100
                            INDEXED BY WS-NET-IDX WS-NET-SAV.           00026200
               10 WS-NET-EMP-ID  PIC X(8).                              00026300
               10 WS-NET-DEDUCT  PIC 9(8)V99.                           00026400
               10 WS-NET-NET     PIC 9(8)V99.                           00026500
               10 WS-NET-OFF-SEQ PIC 9(4).                              00026600
       01 WS-PAY-COUNT PIC 9(4) COMP VALUE 0.                           00026700
       01 WS-PAY-TABLE.                                                 00026800
           05 WS-PAY-ENTRY OCCURS 5000 TIMES                            00026900
                            INDEXED BY WS-PAY-IDX.                      00027000
               10 WS-PAY-EMP-ID    PIC X(8).                            00027100
               10 WS-PAY-SPLIT-SEQ PIC 9(1).                            00027200
               10 WS-PAY-ROUTING   PIC X(9).                            00027300
               10 WS-PAY-ACCOUNT   PIC X(17).                           00027400
               10 WS-PAY-AMOUNT    PIC 9(9)V99.                         00027500
       01 WS-LVB-COUNT PIC 9(4) COMP VALUE 0.                           00027600
       01 WS-LVB-TABLE.                                                 00027700
           05 WS-LVB-ENTRY OCCURS 2000 TIMES                            00027800
                            INDEXED BY WS-LVB-IDX WS-LVB-SAV.           00027900
               10 WS-LVB-EMP-ID  PIC X(8).                              00028000
               10 WS-LVB-CLOSING PIC S9(5)V99.                          00028100
       01 WS-LVB-FOUND-SW PIC X(1) VALUE 'N'.                           00028200
           88 WS-LVB-FOUND     VALUE 'Y'.                               00028300
       01 WS-TPL-COUNT PIC 9(2) COMP VALUE 0.                           00028400
       01 WS-TPL-TABLE.                                                 00028500
           05 WS-TPL-ENTRY OCCURS 60 TIMES                              00028600
                            INDEXED BY WS-TPL-IDX.                      00028700
               10 WS-TPL-TYPE  PIC X(1).                                00028800
               10 WS-TPL-TEXT  PIC X(78).                               00028900
               10 WS-TPL-TEXT-V REDEFINES WS-TPL-TEXT.                  00029000
                   15 WS-TPL-TOKEN PIC X(8).                            00029100
                   15 WS-TPL-LABEL PIC X(30).                           00029200
                   15 FILLER       PIC X(40).                           00029300
      * THE PER-LANGUAGE TEMPLATE STORE, AS IN PGM37.  THE ACTIVE       00029400
      * TABLE ABOVE IS REFILLED FROM HERE WHENEVER THE PAYEE'S          00029500
      * LANGUAGE CHANGES.                                               00029600
       01 WS-LANG-COUNT PIC 9(1) VALUE 0.                               00029700
       01 WS-LANG-STORE.                                                00029800
           05 WS-LANG-ENTRY OCCURS 4 TIMES.                             00029900
               10 WS-LANG-CODE      PIC X(2).                           00030000
               10 WS-LANG-TPL-COUNT PIC 9(2).                           00030100
               10 WS-LANG-SLIPS     PIC 9(7).                           00030200
               10 WS-LANG-LINE OCCURS 60 TIMES.                         00030300
                   15 WS-LANG-LTYPE PIC X(1).                           00030400
                   15 WS-LANG-LTEXT PIC X(78).                          00030500
       01 WS-LOAD-LANG-SUB PIC 9(1) VALUE 0.                            00030600
       01 WS-ACTIVE-LANG   PIC X(2) VALUE SPACES.                       00030700
       01 WS-SLIP-LANG     PIC X(2) VALUE SPACES.                       00030800
       01 WS-LANG-SUB      PIC 9(1) VALUE 0.                            00030900
       01 WS-LANG-HIT-SUB  PIC 9(1) VALUE 0.                            00031000
       01 WS-COPY-SUB      PIC 9(2) VALUE 0.                            00031100
       01 WS-LGM-COUNT PIC 9(2) COMP VALUE 0.                           00031200
       01 WS-LGM-TABLE.                                                 00031300
           05 WS-LGM-ENTRY OCCURS 50 TIMES                              00031400
                            INDEXED BY WS-LGM-IDX.                      00031500
               10 WS-LGM-DEPT-V PIC X(4).                               00031600
               10 WS-LGM-LANG-V PIC X(2).                               00031700
       01 WS-ELG-COUNT PIC 9(4) COMP VALUE 0.                           00031800
       01 WS-ELG-TABLE.                                                 00031900
           05 WS-ELG-ENTRY OCCURS 2000 TIMES                            00032000
                            INDEXED BY WS-ELG-IDX.                      00032100
               10 WS-ELG-EMP-V  PIC X(8).                               00032200
               10 WS-ELG-LANG-V PIC X(2).                               00032300
      * THE PAYEE BEING PRINTED - FIGURES WORKED OUT ONCE BEFORE        00032400
      * THE TEMPLATE IS WALKED.                                         00032500
       01 WS-FOUND-SW PIC X(1) VALUE 'N'.                               00032600
           88 WS-ENTRY-FOUND   VALUE 'Y'.                               00032700
       01 WS-YTD-FOUND-SW PIC X(1) VALUE 'N'.                           00032800
           88 WS-YTD-FOUND     VALUE 'Y'.                               00032900
       01 WS-SLIP-NAME      PIC X(20) VALUE SPACES.                     00033000
       01 WS-PERIOD-YYYYMM  PIC 9(6) VALUE 0.                           00033100
       01 WS-SLIP-EARNINGS  PIC 9(9)V99 VALUE 0.                        00033200
       01 WS-SLIP-BASIC     PIC 9(9)V99 VALUE 0.                        00033300
       01 WS-SLIP-DEDUCT    PIC 9(9)V99 VALUE 0.                        00033400
       01 WS-SLIP-NET       PIC 9(9)V99 VALUE 0.                        00033500
       01 WS-REPEAT-LABEL   PIC X(30) VALUE SPACES.                     00033600
       01 WS-ACCT-LEN       PIC 9(2) VALUE 0.                           00033700
       01 WS-ACCT-LAST4     PIC X(4) VALUE SPACES.                      00033800
       01 WS-MONEY-ED       PIC ZZZ,ZZZ,ZZ9.99.                         00033900
       01 WS-DAYS-ED        PIC ZZ9.                                    00034000
       01 WS-LEAVE-ED       PIC -ZZ9.99.                                00034100
       01 WS-FIRST-LINE-SW PIC X(1) VALUE 'Y'.                          00034200
           88 WS-FIRST-LINE    VALUE 'Y'.                               00034300
       01 WS-YTD-STATUS PIC X(2) VALUE SPACES.                          00034400
           88 WS-YTD-OPEN-OK   VALUE '00' '97'.                         00034500
       01 WS-PSLK-STATUS PIC X(2) VALUE SPACES.                         00034600
           88 WS-PSLK-OPEN-OK    VALUE '00' '05' '97'.                  00034700
           88 WS-PSLK-NOT-FOUND  VALUE '35'.                            00034800
       01 WS-PSLK-WRITE-OK-SW PIC X(1) VALUE 'Y'.                       00034900
           88 WS-PSLK-WRITE-OK   VALUE 'Y'.                             00035000
       01 WS-PSLK-MORE-SW PIC X(1) VALUE 'Y'.                           00035100
           88 WS-PSLK-MORE       VALUE 'Y'.                             00035200
       01 WS-ARCHIVE-SW PIC X(1) VALUE 'Y'.                             00035300
           88 WS-ARCHIVE-ON      VALUE 'Y'.                             00035400
       01 WS-PSL-LINE-NO PIC 9(3) VALUE 0.                              00035500
       01 WS-COUNT-READ       PIC 9(7) VALUE 0.                         00035600
       01 WS-COUNT-SLIPS      PIC 9(7) VALUE 0.                         00035700
       01 WS-COUNT-LANGSKIP   PIC 9(7) VALUE 0.                         00035800
       01 WS-COUNT-OFFSKIP    PIC 9(7) VALUE 0.                         00035900
       01 WS-COUNT-NO-NAME    PIC 9(7) VALUE 0.                         00036000
       01 WS-COUNT-NO-NET     PIC 9(7) VALUE 0.                         00036100
       01 WS-COUNT-NO-YTD     PIC 9(7) VALUE 0.                         00036200
       01 WS-COUNT-ARCHIVED   PIC 9(7) VALUE 0.                         00036300
       01 WS-COUNT-STALE      PIC 9(7) VALUE 0.                         00036400
       01 WS-COUNT-OVERLONG   PIC 9(7) VALUE 0.                         00036500
       01 WS-TRAILER-COUNT    PIC 9(7) VALUE 0.                         00036600
       01 WS-TRAILER-SEEN-SW  PIC X(1) VALUE 'N'.                       00036700
           88 WS-TRAILER-SEEN  VALUE 'Y'.                               00036800
       01 WS-RETCD.                                                     00036900
           COPY CPRETCD.                                                00037000
       PROCEDURE DIVISION.                                              00037100
       MAIN-ROUTINE.                                                    00037200
            PERFORM LOAD-EMPLOYEE-NAMES.                                00037300
            PERFORM LOAD-PERIOD-EARNINGS.                               00037400
            PERFORM LOAD-DEDUCTION-DETAIL.                              00037500
            PERFORM LOAD-NET-PAY.                                       00037600
            PERFORM LOAD-BANK-PAYMENTS.                                 00037700
            PERFORM LOAD-LEAVE-BALANCES.                                00037800
            PERFORM LOAD-LANGUAGE-PROFILES.                             00037900
            PERFORM LOAD-TEMPLATE.                                      00038000
            PERFORM OPEN-YTD-CLUSTER.                                   00038100
            PERFORM OPEN-PAYSLIP-ARCHIVE.                               00038200
            OPEN INPUT PPAYIN.                                          00038300
            OPEN OUTPUT PSLFILE.                                        00038400
            OPEN OUTPUT RPTFILE.                                        00038500
            MOVE '---- PGM107 PAYSLIP CONTROL REPORT ----'              00038600
               TO RPT-LINE.                                             00038700
            WRITE RPT-LINE.                                             00038800
            PERFORM UNTIL WS-PPAY-EOF                                   00038900
               READ PPAYIN                                              00039000
                 AT END SET WS-PPAY-EOF TO TRUE                         00039100
                 NOT AT END                                             00039200
                    EVALUATE TRUE                                       00039300
                        WHEN HT-IS-HEADER OF PPAY-REC-HT                00039400
                           CONTINUE                                     00039500
                        WHEN HT-IS-TRAILER OF PPAY-REC-HT               00039600
                           SET WS-TRAILER-SEEN TO TRUE                  00039700
                           MOVE HT-RECORD-COUNT OF PPAY-REC-HT          00039800
                              TO WS-TRAILER-COUNT                       00039900
                        WHEN PPAY-OFF-CYCLE                             00040000
                           ADD 1 TO WS-COUNT-READ                       00040100
                           ADD 1 TO WS-COUNT-OFFSKIP                    00040200
                        WHEN OTHER                                      00040300
                           ADD 1 TO WS-COUNT-READ                       00040400
                           PERFORM PRINT-ONE-PAYSLIP                    00040500
                    END-EVALUATE                                        00040600
               END-READ                                                 00040700
            END-PERFORM.                                                00040800
            PERFORM WRITE-CONTROL-REPORT.                               00040900
            CLOSE PPAYIN.                                               00041000
            CLOSE PSLFILE.                                              00041100
            CLOSE RPTFILE.                                              00041200
            IF WS-YTD-OPEN-OK THEN                                      00041300
               CLOSE YTDFILE                                            00041400
            END-IF.                                                     00041500
            IF WS-ARCHIVE-ON THEN                                       00041600
               CLOSE PSLKSDS                                            00041700
            END-IF.                                                     00041800
      * A CLUSTER OPEN FAILURE ALREADY SET THE I/O RETURN CODE -        00041900
      * NOTHING BELOW MAY WIPE OR DOWNGRADE IT.                         00042000
            IF WS-RC-IO-ERROR THEN                                      00042100
               CONTINUE                                                 00042200
            ELSE                                                        00042300
               SET WS-RC-OK TO TRUE                                     00042400
               IF WS-COUNT-NO-NET > 0 OR WS-COUNT-NO-NAME > 0 OR        00042500
                  NOT WS-TRAILER-SEEN THEN                              00042600
                  SET WS-RC-WARNING TO TRUE                             00042700
               END-IF                                                   00042800
               IF WS-TRAILER-SEEN AND                                   00042900
                  WS-TRAILER-COUNT NOT =                                00043000
                  WS-COUNT-SLIPS + WS-COUNT-OFFSKIP                     00043100
                  + WS-COUNT-LANGSKIP THEN                              00043200
                  SET WS-RC-DATA-ERROR TO TRUE                          00043300
               END-IF                                                   00043400
               IF WS-COUNT-LANGSKIP > 0 THEN                            00043500
                  SET WS-RC-DATA-ERROR TO TRUE                          00043600
               END-IF                                                   00043700
            END-IF.                                                     00043800
            MOVE WS-RETURN-CODE TO RETURN-CODE.                         00043900
            GOBACK.                                                     00044000
       LOAD-EMPLOYEE-NAMES.                                             00044100
            OPEN INPUT INFILE.                                          00044200
            PERFORM UNTIL WS-EXT-EOF                                    00044300
               READ INFILE INTO WS-FL-REC                               00044400
                 AT END SET WS-EXT-EOF TO TRUE                          00044500
                 NOT AT END                                             00044600
                    IF HT-IS-HEADER OF WS-FL-REC-HT OR                  00044700
                       HT-IS-TRAILER OF WS-FL-REC-HT OR                 00044800
                       WS-EMP-COUNT = 5000 THEN                         00044900
                       CONTINUE                                         00045000
                    ELSE                                                00045100
                       ADD 1 TO WS-EMP-COUNT                            00045200
                       SET WS-EMP-IDX TO WS-EMP-COUNT                   00045300
                       MOVE FL-EMP-ID OF WS-FL-REC                      00045400
                          TO WS-EMP-ID (WS-EMP-IDX)                     00045500
                       MOVE FL-NAME OF WS-FL-REC                        00045600
                          TO WS-EMP-NAME (WS-EMP-IDX)                   00045700
                    END-IF                                              00045800
               END-READ                                                 00045900
            END-PERFORM.                                                00046000
            CLOSE INFILE.                                               00046100
      * THE WHOLE EARNINGS FILE IS HELD; THE PERIOD-MONTH FILTER IS     00046200
      * APPLIED PER PAYEE, AS IN PGM79.                                 00046300
       LOAD-PERIOD-EARNINGS.                                            00046400
            OPEN INPUT EARNIN.                                          00046500
            PERFORM UNTIL WS-EARN-EOF                                   00046600
               READ EARNIN                                              00046700
                 AT END SET WS-EARN-EOF TO TRUE                         00046800
                 NOT AT END                                             00046900
                    IF WS-EARN-COUNT < 2000 THEN                        00047000
                       ADD 1 TO WS-EARN-COUNT                           00047100
                       SET WS-EARN-IDX TO WS-EARN-COUNT                 00047200
                       MOVE ERN-EMP-ID                                  00047300
                          TO WS-EARN-EMP-ID (WS-EARN-IDX)               00047400
                       MOVE ERN-CODE                                    00047500
                          TO WS-EARN-CODE (WS-EARN-IDX)                 00047600
                       MOVE ERN-AMOUNT                                  00047700
                          TO WS-EARN-AMOUNT (WS-EARN-IDX)               00047800
                       MOVE ERN-PERIOD                                  00047900
                          TO WS-EARN-PERIOD (WS-EARN-IDX)               00048000
                    END-IF                                              00048100
               END-READ                                                 00048200
            END-PERFORM.                                                00048300
            CLOSE EARNIN.                                               00048400
       LOAD-DEDUCTION-DETAIL.                                           00048500
            OPEN INPUT DEDIN.                                           00048600
            PERFORM UNTIL WS-DED-EOF                                    00048700
               READ DEDIN                                               00048800
                 AT END SET WS-DED-EOF TO TRUE                          00048900
                 NOT AT END                                             00049000
                    IF HT-IS-HEADER OF DED-REC-HT OR                    00049100
                       HT-IS-TRAILER OF DED-REC-HT OR                   00049200
                       WS-DED-COUNT = 5000 THEN                         00049300
                       CONTINUE                                         00049400
                    ELSE                                                00049500
                       ADD 1 TO WS-DED-COUNT                            00049600
                       SET WS-DED-IDX TO WS-DED-COUNT                   00049700
                       MOVE DED-EMP-ID TO WS-DED-EMP-ID (WS-DED-IDX)    00049800
                       MOVE DED-CODE TO WS-DED-CODE (WS-DED-IDX)        00049900
                       MOVE DED-AMOUNT TO WS-DED-AMOUNT (WS-DED-IDX)    00050000
                       MOVE 0 TO WS-DED-OFF-SEQ (WS-DED-IDX)            00050100
                       IF DED-OFF-SEQ NUMERIC THEN                      00050200
                          MOVE DED-OFF-SEQ                              00050300
                             TO WS-DED-OFF-SEQ (WS-DED-IDX)             00050400
                       END-IF                                           00050500
                    END-IF                                              00050600
               END-READ                                                 00050700
            END-PERFORM.                                                00050800
            CLOSE DEDIN.                                                00050900
       LOAD-NET-PAY.                                                    00051000
            OPEN INPUT NETIN.                                           00051100
            PERFORM UNTIL WS-NET-EOF                                    00051200
               READ NETIN                                               00051300
                 AT END SET WS-NET-EOF TO TRUE                          00051400
                 NOT AT END                                             00051500
                    IF HT-IS-HEADER OF NET-REC-HT OR                    00051600
                       HT-IS-TRAILER OF NET-REC-HT OR                   00051700
                       WS-NET-COUNT = 5000 THEN                         00051800
                       CONTINUE                                         00051900
                    ELSE                                                00052000
                       ADD 1 TO WS-NET-COUNT                            00052100
                       SET WS-NET-IDX TO WS-NET-COUNT                   00052200
                       MOVE NET-EMP-ID TO WS-NET-EMP-ID (WS-NET-IDX)    00052300
                       MOVE NET-DEDUCT TO WS-NET-DEDUCT (WS-NET-IDX)    00052400
                       MOVE NET-NET TO WS-NET-NET (WS-NET-IDX)          00052500
                       MOVE 0 TO WS-NET-OFF-SEQ (WS-NET-IDX)            00052600
                       IF NET-OFF-SEQ NUMERIC THEN                      00052700
                          MOVE NET-OFF-SEQ                              00052800
                             TO WS-NET-OFF-SEQ (WS-NET-IDX)             00052900
                       END-IF                                           00053000
                    END-IF                                              00053100
               END-READ                                                 00053200
            END-PERFORM.                                                00053300
            CLOSE NETIN.                                                00053400
      * ONLY LIVE PAYMENTS ARE SPLITS OF THE PAYEE'S MONEY - A          00053500
      * ZERO-AMOUNT PRENOTE IS NOT SHOWN ON THE PAYSLIP.                00053600
       LOAD-BANK-PAYMENTS.                                              00053700
            OPEN INPUT PAYIN.                                           00053800
            PERFORM UNTIL WS-PAY-EOF                                    00053900
               READ PAYIN                                               00054000
                 AT END SET WS-PAY-EOF TO TRUE                          00054100
                 NOT AT END                                             00054200
                    IF HT-IS-HEADER OF PAY-REC-HT OR                    00054300
                       HT-IS-TRAILER OF PAY-REC-HT OR                   00054400
                       NOT PAY-TYPE-LIVE OR                             00054500
                       WS-PAY-COUNT = 5000 THEN                         00054600
                       CONTINUE                                         00054700
                    ELSE                                                00054800
                       ADD 1 TO WS-PAY-COUNT                            00054900
                       SET WS-PAY-IDX TO WS-PAY-COUNT                   00055000
                       MOVE PAY-EMP-ID TO WS-PAY-EMP-ID (WS-PAY-IDX)    00055100
                       MOVE PAY-SPLIT-SEQ                               00055200
                          TO WS-PAY-SPLIT-SEQ (WS-PAY-IDX)              00055300
                       MOVE PAY-ROUTING TO WS-PAY-ROUTING (WS-PAY-IDX)  00055400
                       MOVE PAY-ACCOUNT TO WS-PAY-ACCOUNT (WS-PAY-IDX)  00055500
                       MOVE PAY-AMOUNT TO WS-PAY-AMOUNT (WS-PAY-IDX)    00055600
                    END-IF                                              00055700
               END-READ                                                 00055800
            END-PERFORM.                                                00055900
            CLOSE PAYIN.                                                00056000
      * THE PGM73 LEAVE BALANCE EXTRACT FEEDS THE LEAVEBAL TOKEN;       00056100
      * A DD DUMMY SIMPLY LEAVES THE TABLE EMPTY.                       00056200
       LOAD-LEAVE-BALANCES.                                             00056300
            OPEN INPUT LEAVBAL.                                         00056400
            PERFORM UNTIL WS-LVB-EOF                                    00056500
               READ LEAVBAL                                             00056600
                 AT END SET WS-LVB-EOF TO TRUE                          00056700
                 NOT AT END                                             00056800
                    IF WS-LVB-COUNT < 2000 THEN                         00056900
                       ADD 1 TO WS-LVB-COUNT                            00057000
                       SET WS-LVB-IDX TO WS-LVB-COUNT                   00057100
                       MOVE BEX-EMP-ID                                  00057200
                          TO WS-LVB-EMP-ID (WS-LVB-IDX)                 00057300
                       MOVE BEX-CLOSING                                 00057400
                          TO WS-LVB-CLOSING (WS-LVB-IDX)                00057500
                    END-IF                                              00057600
               END-READ                                                 00057700
            END-PERFORM.                                                00057800
            CLOSE LEAVBAL.                                              00057900
       LOAD-LANGUAGE-PROFILES.                                          00058000
            OPEN INPUT LANGMAP.                                         00058100
            PERFORM UNTIL WS-LGM-EOF                                    00058200
               READ LANGMAP                                             00058300
                 AT END SET WS-LGM-EOF TO TRUE                          00058400
                 NOT AT END                                             00058500
                    IF LGM-DEPT NOT = SPACES AND                        00058600
                       WS-LGM-COUNT < 50 THEN                           00058700
                       ADD 1 TO WS-LGM-COUNT                            00058800
                       SET WS-LGM-IDX TO WS-LGM-COUNT                   00058900
                       MOVE LGM-DEPT                                    00059000
                          TO WS-LGM-DEPT-V (WS-LGM-IDX)                 00059100
                       MOVE LGM-LANG                                    00059200
                          TO WS-LGM-LANG-V (WS-LGM-IDX)                 00059300
                    END-IF                                              00059400
               END-READ                                                 00059500
            END-PERFORM.                                                00059600
            CLOSE LANGMAP.                                              00059700
            OPEN INPUT EMPLANG.                                         00059800
            PERFORM UNTIL WS-ELG-EOF                                    00059900
               READ EMPLANG                                             00060000
                 AT END SET WS-ELG-EOF TO TRUE                          00060100
                 NOT AT END                                             00060200
                    IF ELG-EMP-ID NOT = SPACES AND                      00060300
                       WS-ELG-COUNT < 2000 THEN                         00060400
                       ADD 1 TO WS-ELG-COUNT                            00060500
                       SET WS-ELG-IDX TO WS-ELG-COUNT                   00060600
                       MOVE ELG-EMP-ID                                  00060700
                          TO WS-ELG-EMP-V (WS-ELG-IDX)                  00060800
                       MOVE ELG-LANG                                    00060900
                          TO WS-ELG-LANG-V (WS-ELG-IDX)                 00061000
                    END-IF                                              00061100
               END-READ                                                 00061200
            END-PERFORM.                                                00061300
            CLOSE EMPLANG.                                              00061400
      * TEMPLATE SECTIONS LOAD INTO THE PER-LANGUAGE STORE; THE         00061500
      * LINES BEFORE ANY L RECORD ARE THE EN SECTION.                   00061600
       LOAD-TEMPLATE.                                                   00061700
            MOVE 0 TO WS-LOAD-LANG-SUB.                                 00061800
            OPEN INPUT TEMPLATE.                                        00061900
            PERFORM UNTIL WS-TPL-EOF                                    00062000
               READ TEMPLATE                                            00062100
                 AT END SET WS-TPL-EOF TO TRUE                          00062200
                 NOT AT END PERFORM STORE-ONE-TPL-LINE                  00062300
               END-READ                                                 00062400
            END-PERFORM.                                                00062500
            CLOSE TEMPLATE.                                             00062600
       STORE-ONE-TPL-LINE.                                              00062700
            IF TPL-TYPE-LANGUAGE THEN                                   00062800
               PERFORM OPEN-LANGUAGE-SECTION                            00062900
            ELSE                                                        00063000
               IF WS-LOAD-LANG-SUB = 0 THEN                             00063100
                  PERFORM OPEN-EN-SECTION                               00063200
               END-IF                                                   00063300
               IF WS-LOAD-LANG-SUB > 0 AND                              00063400
                  WS-LANG-TPL-COUNT (WS-LOAD-LANG-SUB) < 60 THEN        00063500
                  ADD 1 TO WS-LANG-TPL-COUNT (WS-LOAD-LANG-SUB)         00063600
                  MOVE WS-LANG-TPL-COUNT (WS-LOAD-LANG-SUB)             00063700
                     TO WS-COPY-SUB                                     00063800
                  MOVE TPL-TYPE TO WS-LANG-LTYPE                        00063900
                     (WS-LOAD-LANG-SUB, WS-COPY-SUB)                    00064000
                  MOVE TPL-TEXT TO WS-LANG-LTEXT                        00064100
                     (WS-LOAD-LANG-SUB, WS-COPY-SUB)                    00064200
               END-IF                                                   00064300
            END-IF.                                                     00064400
       OPEN-EN-SECTION.                                                 00064500
            IF WS-LANG-COUNT < 4 THEN                                   00064600
               ADD 1 TO WS-LANG-COUNT                                   00064700
               MOVE WS-LANG-COUNT TO WS-LOAD-LANG-SUB                   00064800
               MOVE 'EN'                                                00064900
                  TO WS-LANG-CODE (WS-LOAD-LANG-SUB)                    00065000
               MOVE 0 TO WS-LANG-TPL-COUNT (WS-LOAD-LANG-SUB)           00065100
               MOVE 0 TO WS-LANG-SLIPS (WS-LOAD-LANG-SUB)               00065200
            END-IF.                                                     00065300
       OPEN-LANGUAGE-SECTION.                                           00065400
            MOVE 0 TO WS-LOAD-LANG-SUB.                                 00065500
            PERFORM VARYING WS-LANG-SUB FROM 1 BY 1                     00065600
               UNTIL WS-LANG-SUB > WS-LANG-COUNT                        00065700
               IF WS-LANG-CODE (WS-LANG-SUB) =                          00065800
                  TPL-TEXT (1:2) THEN                                   00065900
                  MOVE WS-LANG-SUB TO WS-LOAD-LANG-SUB                  00066000
               END-IF                                                   00066100
            END-PERFORM.                                                00066200
            IF WS-LOAD-LANG-SUB = 0 AND WS-LANG-COUNT < 4 THEN          00066300
               ADD 1 TO WS-LANG-COUNT                                   00066400
               MOVE WS-LANG-COUNT TO WS-LOAD-LANG-SUB                   00066500
               MOVE TPL-TEXT (1:2)                                      00066600
                  TO WS-LANG-CODE (WS-LOAD-LANG-SUB)                    00066700
               MOVE 0 TO WS-LANG-TPL-COUNT (WS-LOAD-LANG-SUB)           00066800
               MOVE 0 TO WS-LANG-SLIPS (WS-LOAD-LANG-SUB)               00066900
            END-IF.                                                     00067000
       OPEN-YTD-CLUSTER.                                                00067100
            OPEN INPUT YTDFILE.                                         00067200
            IF NOT WS-YTD-OPEN-OK THEN                                  00067300
               DISPLAY 'PGM107 YTD CLUSTER OPEN FAILED, STATUS '        00067400
                  WS-YTD-STATUS                                         00067500
               SET WS-RC-IO-ERROR TO TRUE                               00067600
            END-IF.                                                     00067700
      * FIRST LOAD OF A NEVER-PRIMED ARCHIVE CLUSTER: OPEN I-O          00067800
      * GIVES STATUS 35, SO FALL BACK TO OPEN OUTPUT, THE SAME          00067900
      * WAY PGM37 PRIMES THE STATEMENT ARCHIVE.  AN ARCHIVE THAT        00068000
      * WILL NOT OPEN STILL LETS THE PAYSLIPS PRINT.                    00068100
       OPEN-PAYSLIP-ARCHIVE.                                            00068200
            OPEN I-O PSLKSDS.                                           00068300
            IF WS-PSLK-OPEN-OK THEN                                     00068400
               CONTINUE                                                 00068500
            ELSE                                                        00068600
               IF WS-PSLK-NOT-FOUND THEN                                00068700
                  OPEN OUTPUT PSLKSDS                                   00068800
               END-IF                                                   00068900
               IF NOT WS-PSLK-OPEN-OK THEN                              00069000
                  DISPLAY 'PGM107 ARCHIVE OPEN FAILED, STATUS '         00069100
                     WS-PSLK-STATUS                                     00069200
                  MOVE 'N' TO WS-ARCHIVE-SW                             00069300
                  SET WS-RC-IO-ERROR TO TRUE                            00069400
               END-IF                                                   00069500
            END-IF.                                                     00069600
       PRINT-ONE-PAYSLIP.                                               00069700
            PERFORM RESOLVE-SLIP-LANGUAGE.                              00069800
            IF WS-LANG-HIT-SUB = 0 THEN                                 00069900
               ADD 1 TO WS-COUNT-LANGSKIP                               00070000
               MOVE SPACES TO RPT-LINE                                  00070100
               STRING PPAY-EMP-ID ' NO ' WS-SLIP-LANG                   00070200
                  ' TEMPLATE SECTION - NO PAYSLIP'                      00070300
                  DELIMITED BY SIZE INTO RPT-LINE                       00070400
               END-STRING                                               00070500
               WRITE RPT-LINE                                           00070600
            ELSE                                                        00070700
               PERFORM ACTIVATE-LANGUAGE-TEMPLATE                       00070800
               PERFORM GATHER-SLIP-FIGURES                              00070900
               ADD 1 TO WS-LANG-SLIPS (WS-LANG-HIT-SUB)                 00071000
               ADD 1 TO WS-COUNT-SLIPS                                  00071100
               SET WS-FIRST-LINE-SW TO 'Y'                              00071200
               MOVE 0 TO WS-PSL-LINE-NO                                 00071300
               PERFORM PRINT-ONE-TEMPLATE-LINE                          00071400
                  VARYING WS-TPL-IDX FROM 1 BY 1                        00071500
                  UNTIL WS-TPL-IDX > WS-TPL-COUNT                       00071600
               IF WS-ARCHIVE-ON THEN                                    00071700
                  PERFORM DELETE-STALE-ARCHIVE-LINES                    00071800
               END-IF                                                   00071900
            END-IF.                                                     00072000
      * THE PAYEE'S LANGUAGE: PER-EMPLOYEE OVERRIDE FIRST, THEN         00072100
      * THE DEPARTMENT DEFAULT, THEN EN, AS IN PGM37.                   00072200
       RESOLVE-SLIP-LANGUAGE.                                           00072300
            MOVE SPACES TO WS-SLIP-LANG.                                00072400
            PERFORM VARYING WS-ELG-IDX FROM 1 BY 1                      00072500
               UNTIL WS-ELG-IDX > WS-ELG-COUNT                          00072600
                  OR WS-SLIP-LANG NOT = SPACES                          00072700
               IF WS-ELG-EMP-V (WS-ELG-IDX) = PPAY-EMP-ID THEN          00072800
                  MOVE WS-ELG-LANG-V (WS-ELG-IDX)                       00072900
                     TO WS-SLIP-LANG                                    00073000
               END-IF                                                   00073100
            END-PERFORM.                                                00073200
            IF WS-SLIP-LANG = SPACES THEN                               00073300
               PERFORM VARYING WS-LGM-IDX FROM 1 BY 1                   00073400
                  UNTIL WS-LGM-IDX > WS-LGM-COUNT                       00073500
                     OR WS-SLIP-LANG NOT = SPACES                       00073600
                  IF WS-LGM-DEPT-V (WS-LGM-IDX) = PPAY-DEPT THEN        00073700
                     MOVE WS-LGM-LANG-V (WS-LGM-IDX)                    00073800
                        TO WS-SLIP-LANG                                 00073900
                  END-IF                                                00074000
               END-PERFORM                                              00074100
            END-IF.                                                     00074200
            IF WS-SLIP-LANG = SPACES THEN                               00074300
               MOVE 'EN' TO WS-SLIP-LANG                                00074400
            END-IF.                                                     00074500
            MOVE 0 TO WS-LANG-HIT-SUB.                                  00074600
            PERFORM VARYING WS-LANG-SUB FROM 1 BY 1                     00074700
               UNTIL WS-LANG-SUB > WS-LANG-COUNT                        00074800
               IF WS-LANG-CODE (WS-LANG-SUB) = WS-SLIP-LANG THEN        00074900
                  MOVE WS-LANG-SUB TO WS-LANG-HIT-SUB                   00075000
               END-IF                                                   00075100
            END-PERFORM.                                                00075200
       ACTIVATE-LANGUAGE-TEMPLATE.                                      00075300
            IF WS-ACTIVE-LANG = WS-SLIP-LANG THEN                       00075400
               CONTINUE                                                 00075500
            ELSE                                                        00075600
               MOVE WS-SLIP-LANG TO WS-ACTIVE-LANG                      00075700
               MOVE WS-LANG-TPL-COUNT (WS-LANG-HIT-SUB)                 00075800
                  TO WS-TPL-COUNT                                       00075900
               PERFORM COPY-ONE-TPL-LINE                                00076000
                  VARYING WS-COPY-SUB FROM 1 BY 1                       00076100
                  UNTIL WS-COPY-SUB > WS-TPL-COUNT                      00076200
            END-IF.                                                     00076300
       COPY-ONE-TPL-LINE.                                               00076400
            SET WS-TPL-IDX TO WS-COPY-SUB.                              00076500
            MOVE WS-LANG-LTYPE (WS-LANG-HIT-SUB, WS-COPY-SUB)           00076600
               TO WS-TPL-TYPE (WS-TPL-IDX).                             00076700
            MOVE WS-LANG-LTEXT (WS-LANG-HIT-SUB, WS-COPY-SUB)           00076800
               TO WS-TPL-TEXT (WS-TPL-IDX).                             00076900
      * NAME, MERGED EARNINGS, NET AND YTD ARE WORKED OUT ONCE PER      00077000
      * PAYEE, BEFORE ANY LINE IS PRINTED.                              00077100
       GATHER-SLIP-FIGURES.                                             00077200
            MOVE PPAY-PER-START (1:6) TO WS-PERIOD-YYYYMM.              00077300
            MOVE SPACES TO WS-SLIP-NAME.                                00077400
            MOVE 'N' TO WS-FOUND-SW.                                    00077500
            IF WS-EMP-COUNT > 0 THEN                                    00077600
               PERFORM VARYING WS-EMP-IDX FROM 1 BY 1                   00077700
                  UNTIL WS-EMP-IDX > WS-EMP-COUNT OR WS-ENTRY-FOUND     00077800
                  IF WS-EMP-ID (WS-EMP-IDX) = PPAY-EMP-ID THEN          00077900
                     SET WS-ENTRY-FOUND TO TRUE                         00078000
                     MOVE WS-EMP-NAME (WS-EMP-IDX) TO WS-SLIP-NAME      00078100
                  END-IF                                                00078200
               END-PERFORM                                              00078300
            END-IF.                                                     00078400
            IF NOT WS-ENTRY-FOUND THEN                                  00078500
               ADD 1 TO WS-COUNT-NO-NAME                                00078600
               MOVE SPACES TO RPT-LINE                                  00078700
               STRING PPAY-EMP-ID                                       00078800
                  ' NOT ON THE EXTRACT - PAYSLIP HAS NO NAME'           00078900
                  DELIMITED BY SIZE INTO RPT-LINE                       00079000
               END-STRING                                               00079100
               WRITE RPT-LINE                                           00079200
            END-IF.                                                     00079300
            MOVE 0 TO WS-SLIP-EARNINGS.                                 00079400
            IF WS-EARN-COUNT > 0 THEN                                   00079500
               PERFORM VARYING WS-EARN-IDX FROM 1 BY 1                  00079600
                  UNTIL WS-EARN-IDX > WS-EARN-COUNT                     00079700
                  IF WS-EARN-EMP-ID (WS-EARN-IDX) = PPAY-EMP-ID AND     00079800
                     WS-EARN-PERIOD (WS-EARN-IDX) = WS-PERIOD-YYYYMM    00079900
                     THEN                                               00080000
                     ADD WS-EARN-AMOUNT (WS-EARN-IDX)                   00080100
                        TO WS-SLIP-EARNINGS                             00080200
                  END-IF                                                00080300
               END-PERFORM                                              00080400
            END-IF.                                                     00080500
            IF WS-SLIP-EARNINGS > PPAY-AMOUNT THEN                      00080600
               MOVE 0 TO WS-SLIP-BASIC                                  00080700
            ELSE                                                        00080800
               COMPUTE WS-SLIP-BASIC = PPAY-AMOUNT - WS-SLIP-EARNINGS   00080900
            END-IF.                                                     00081000
            PERFORM FIND-NET-PAY.                                       00081100
            PERFORM READ-YTD-REC.                                       00081200
      * THE NET-PAY RECORD IS THE FIGURE OF RECORD; WITHOUT ONE THE     00081300
      * PAYSLIP SHOWS GROSS LESS THE DETAIL AND IS FLAGGED.             00081400
       FIND-NET-PAY.                                                    00081500
            MOVE 'N' TO WS-FOUND-SW.                                    00081600
            IF WS-NET-COUNT > 0 THEN                                    00081700
               PERFORM VARYING WS-NET-IDX FROM 1 BY 1                   00081800
                  UNTIL WS-NET-IDX > WS-NET-COUNT                       00081900
                     OR WS-ENTRY-FOUND                                  00082000
                  IF WS-NET-EMP-ID (WS-NET-IDX) = PPAY-EMP-ID AND       00082100
                     WS-NET-OFF-SEQ (WS-NET-IDX) = 0 THEN               00082200
                     SET WS-ENTRY-FOUND TO TRUE                         00082300
                     SET WS-NET-SAV TO WS-NET-IDX                       00082400
                  END-IF                                                00082500
               END-PERFORM                                              00082600
            END-IF.                                                     00082700
            IF WS-ENTRY-FOUND THEN                                      00082800
               MOVE WS-NET-DEDUCT (WS-NET-SAV) TO WS-SLIP-DEDUCT        00082900
               MOVE WS-NET-NET (WS-NET-SAV) TO WS-SLIP-NET              00083000
            ELSE                                                        00083100
               ADD 1 TO WS-COUNT-NO-NET                                 00083200
               MOVE 0 TO WS-SLIP-DEDUCT                                 00083300
               IF WS-DED-COUNT > 0 THEN                                 00083400
                  PERFORM VARYING WS-DED-IDX FROM 1 BY 1                00083500
                     UNTIL WS-DED-IDX > WS-DED-COUNT                    00083600
                     IF WS-DED-EMP-ID (WS-DED-IDX) = PPAY-EMP-ID AND    00083700
                        WS-DED-OFF-SEQ (WS-DED-IDX) = 0 THEN            00083800
                        ADD WS-DED-AMOUNT (WS-DED-IDX)                  00083900
                           TO WS-SLIP-DEDUCT                            00084000
                     END-IF                                             00084100
                  END-PERFORM                                           00084200
               END-IF                                                   00084300
               IF WS-SLIP-DEDUCT > PPAY-AMOUNT THEN                     00084400
                  MOVE PPAY-AMOUNT TO WS-SLIP-DEDUCT                    00084500
               END-IF                                                   00084600
               COMPUTE WS-SLIP-NET = PPAY-AMOUNT - WS-SLIP-DEDUCT       00084700
               MOVE SPACES TO RPT-LINE                                  00084800
               STRING PPAY-EMP-ID                                       00084900
                  ' NO NET-PAY RECORD - GROSS LESS DETAIL SHOWN'        00085000
                  DELIMITED BY SIZE INTO RPT-LINE                       00085100
               END-STRING                                               00085200
               WRITE RPT-LINE                                           00085300
            END-IF.                                                     00085400
       READ-YTD-REC.                                                    00085500
            MOVE 'N' TO WS-YTD-FOUND-SW.                                00085600
            IF WS-YTD-OPEN-OK THEN                                      00085700
               MOVE PPAY-EMP-ID TO YTD-EMP-ID                           00085800
               MOVE PPAY-PER-START (1:4) TO YTD-TAX-YEAR                00085900
               READ YTDFILE                                             00086000
                  INVALID KEY                                           00086100
                     ADD 1 TO WS-COUNT-NO-YTD                           00086200
                  NOT INVALID KEY                                       00086300
                     SET WS-YTD-FOUND TO TRUE                           00086400
               END-READ                                                 00086500
            END-IF.                                                     00086600
      * A V LINE NAMING ONE OF THE LIST TOKENS PRINTS ONE LINE PER      00086700
      * ITEM; EVERY OTHER LINE PRINTS ONCE.                             00086800
       PRINT-ONE-TEMPLATE-LINE.                                         00086900
            MOVE SPACES TO PSL-TEXT.                                    00087000
            IF WS-TPL-TYPE (WS-TPL-IDX) = 'V' THEN                      00087100
               EVALUATE WS-TPL-TOKEN (WS-TPL-IDX)                       00087200
                   WHEN 'EARNINGS'                                      00087300
                      PERFORM LIST-EARNINGS-LINES                       00087400
                   WHEN 'DEDUCT'                                        00087500
                      PERFORM LIST-DEDUCTION-LINES                      00087600
                   WHEN 'BANK'                                          00087700
                      PERFORM LIST-BANK-SPLIT-LINES                     00087800
                   WHEN OTHER                                           00087900
                      PERFORM MERGE-VARIABLE-LINE                       00088000
                      PERFORM EMIT-PAYSLIP-LINE                         00088100
               END-EVALUATE                                             00088200
            ELSE                                                        00088300
               MOVE WS-TPL-TEXT (WS-TPL-IDX) TO PSL-TEXT                00088400
               PERFORM EMIT-PAYSLIP-LINE                                00088500
            END-IF.                                                     00088600
       LIST-EARNINGS-LINES.                                             00088700
            MOVE WS-TPL-LABEL (WS-TPL-IDX) TO WS-REPEAT-LABEL.          00088800
            IF WS-EARN-COUNT > 0 THEN                                   00088900
               PERFORM VARYING WS-EARN-IDX FROM 1 BY 1                  00089000
                  UNTIL WS-EARN-IDX > WS-EARN-COUNT                     00089100
                  IF WS-EARN-EMP-ID (WS-EARN-IDX) = PPAY-EMP-ID AND     00089200
                     WS-EARN-PERIOD (WS-EARN-IDX) = WS-PERIOD-YYYYMM    00089300
                     THEN                                               00089400
                     MOVE WS-EARN-AMOUNT (WS-EARN-IDX) TO WS-MONEY-ED   00089500
                     MOVE SPACES TO PSL-TEXT                            00089600
                     STRING WS-REPEAT-LABEL                             00089700
                        WS-EARN-CODE (WS-EARN-IDX) '  ' WS-MONEY-ED     00089800
                        DELIMITED BY SIZE INTO PSL-TEXT                 00089900
                     END-STRING                                         00090000
                     PERFORM EMIT-PAYSLIP-LINE                          00090100
                     MOVE SPACES TO WS-REPEAT-LABEL                     00090200
                  END-IF                                                00090300
               END-PERFORM                                              00090400
            END-IF.                                                     00090500
       LIST-DEDUCTION-LINES.                                            00090600
            MOVE WS-TPL-LABEL (WS-TPL-IDX) TO WS-REPEAT-LABEL.          00090700
            IF WS-DED-COUNT > 0 THEN                                    00090800
               PERFORM VARYING WS-DED-IDX FROM 1 BY 1                   00090900
                  UNTIL WS-DED-IDX > WS-DED-COUNT                       00091000
                  IF WS-DED-EMP-ID (WS-DED-IDX) = PPAY-EMP-ID AND       00091100
                     WS-DED-OFF-SEQ (WS-DED-IDX) = 0 THEN               00091200
                     MOVE WS-DED-AMOUNT (WS-DED-IDX) TO WS-MONEY-ED     00091300
                     MOVE SPACES TO PSL-TEXT                            00091400
                     STRING WS-REPEAT-LABEL                             00091500
                        WS-DED-CODE (WS-DED-IDX) '  ' WS-MONEY-ED       00091600
                        DELIMITED BY SIZE INTO PSL-TEXT                 00091700
                     END-STRING                                         00091800
                     PERFORM EMIT-PAYSLIP-LINE                          00091900
                     MOVE SPACES TO WS-REPEAT-LABEL                     00092000
                  END-IF                                                00092100
               END-PERFORM                                              00092200
            END-IF.                                                     00092300
      * ONLY THE LAST FOUR CHARACTERS OF THE ACCOUNT NUMBER EVER        00092400
      * REACH PAPER.  A PAYEE PAID WITHOUT A DIRECT-DEPOSIT MASTER      00092500
      * HAS NO BANK DETAILS, SO ONLY THE AMOUNT PRINTS.                 00092600
       LIST-BANK-SPLIT-LINES.                                           00092700
            MOVE WS-TPL-LABEL (WS-TPL-IDX) TO WS-REPEAT-LABEL.          00092800
            IF WS-PAY-COUNT > 0 THEN                                    00092900
               PERFORM VARYING WS-PAY-IDX FROM 1 BY 1                   00093000
                  UNTIL WS-PAY-IDX > WS-PAY-COUNT                       00093100
                  IF WS-PAY-EMP-ID (WS-PAY-IDX) = PPAY-EMP-ID THEN      00093200
                     PERFORM BUILD-BANK-SPLIT-LINE                      00093300
                     PERFORM EMIT-PAYSLIP-LINE                          00093400
                     MOVE SPACES TO WS-REPEAT-LABEL                     00093500
                  END-IF                                                00093600
               END-PERFORM                                              00093700
            END-IF.                                                     00093800
       BUILD-BANK-SPLIT-LINE.                                           00093900
            MOVE WS-PAY-AMOUNT (WS-PAY-IDX) TO WS-MONEY-ED.             00094000
            MOVE SPACES TO PSL-TEXT.                                    00094100
            IF WS-PAY-ACCOUNT (WS-PAY-IDX) = SPACES THEN                00094200
               STRING WS-REPEAT-LABEL WS-MONEY-ED                       00094300
                  DELIMITED BY SIZE INTO PSL-TEXT                       00094400
               END-STRING                                               00094500
            ELSE                                                        00094600
               MOVE 0 TO WS-ACCT-LEN                                    00094700
               INSPECT WS-PAY-ACCOUNT (WS-PAY-IDX)                      00094800
                  TALLYING WS-ACCT-LEN FOR CHARACTERS                   00094900
                  BEFORE INITIAL SPACE                                  00095000
               IF WS-ACCT-LEN > 4 THEN                                  00095100
                  MOVE WS-PAY-ACCOUNT (WS-PAY-IDX)                      00095200
                     (WS-ACCT-LEN - 3:4) TO WS-ACCT-LAST4               00095300
               ELSE                                                     00095400
                  MOVE WS-PAY-ACCOUNT (WS-PAY-IDX) (1:4)                00095500
                     TO WS-ACCT-LAST4                                   00095600
               END-IF                                                   00095700
               STRING WS-REPEAT-LABEL                                   00095800
                  WS-PAY-SPLIT-SEQ (WS-PAY-IDX) '  '                    00095900
                  WS-PAY-ROUTING (WS-PAY-IDX) '  ****'                  00096000
                  WS-ACCT-LAST4 '  ' WS-MONEY-ED                        00096100
                  DELIMITED BY SIZE INTO PSL-TEXT                       00096200
               END-STRING                                               00096300
            END-IF.                                                     00096400
       MERGE-VARIABLE-LINE.                                             00096500
            EVALUATE WS-TPL-TOKEN (WS-TPL-IDX)                          00096600
                WHEN 'NAME'                                             00096700
                   STRING WS-TPL-LABEL (WS-TPL-IDX)                     00096800
                      WS-SLIP-NAME                                      00096900
                      DELIMITED BY SIZE INTO PSL-TEXT                   00097000
                   END-STRING                                           00097100
                WHEN 'EMPID'                                            00097200
                   STRING WS-TPL-LABEL (WS-TPL-IDX)                     00097300
                      PPAY-EMP-ID                                       00097400
                      DELIMITED BY SIZE INTO PSL-TEXT                   00097500
                   END-STRING                                           00097600
                WHEN 'DEPT'                                             00097700
                   STRING WS-TPL-LABEL (WS-TPL-IDX)                     00097800
                      PPAY-DEPT                                         00097900
                      DELIMITED BY SIZE INTO PSL-TEXT                   00098000
                   END-STRING                                           00098100
                WHEN 'PERIOD'                                           00098200
                   STRING WS-TPL-LABEL (WS-TPL-IDX)                     00098300
                      PPAY-PER-START ' - ' PPAY-PER-END                 00098400
                      DELIMITED BY SIZE INTO PSL-TEXT                   00098500
                   END-STRING                                           00098600
                WHEN 'DAYSPAID'                                         00098700
                   MOVE PPAY-DAYS-PAID TO WS-DAYS-ED                    00098800
                   STRING WS-TPL-LABEL (WS-TPL-IDX)                     00098900
                      WS-DAYS-ED                                        00099000
                      DELIMITED BY SIZE INTO PSL-TEXT                   00099100
                   END-STRING                                           00099200
                WHEN 'GROSS'                                            00099300
                   MOVE PPAY-AMOUNT TO WS-MONEY-ED                      00099400
                   STRING WS-TPL-LABEL (WS-TPL-IDX)                     00099500
                      WS-MONEY-ED                                       00099600
                      DELIMITED BY SIZE INTO PSL-TEXT                   00099700
                   END-STRING                                           00099800
                WHEN 'BASIC'                                            00099900
                   MOVE WS-SLIP-BASIC TO WS-MONEY-ED                    00100000
                   STRING WS-TPL-LABEL (WS-TPL-IDX)                     00100100
                      WS-MONEY-ED                                       00100200
                      DELIMITED BY SIZE INTO PSL-TEXT                   00100300
                   END-STRING                                           00100400
                WHEN 'TOTDED'                                           00100500
                   MOVE WS-SLIP-DEDUCT TO WS-MONEY-ED                   00100600
                   STRING WS-TPL-LABEL (WS-TPL-IDX)                     00100700
                      WS-MONEY-ED                                       00100800
                      DELIMITED BY SIZE INTO PSL-TEXT                   00100900
                   END-STRING                                           00101000
                WHEN 'NET'                                              00101100
                   MOVE WS-SLIP-NET TO WS-MONEY-ED                      00101200
                   STRING WS-TPL-LABEL (WS-TPL-IDX)                     00101300
                      WS-MONEY-ED                                       00101400
                      DELIMITED BY SIZE INTO PSL-TEXT                   00101500
                   END-STRING                                           00101600
                WHEN 'LEAVEBAL'                                         00101700
                   PERFORM FIND-LEAVE-BALANCE                           00101800
                   IF WS-LVB-FOUND THEN                                 00101900
                      STRING WS-TPL-LABEL (WS-TPL-IDX)                  00102000
                         WS-LEAVE-ED ' DAYS'                            00102100
                         DELIMITED BY SIZE INTO PSL-TEXT                00102200
                      END-STRING                                        00102300
                   ELSE                                                 00102400
                      STRING WS-TPL-LABEL (WS-TPL-IDX)                  00102500
                         'NOT ON FILE'                                  00102600
                         DELIMITED BY SIZE INTO PSL-TEXT                00102700
                      END-STRING                                        00102800
                   END-IF                                               00102900
                WHEN 'YTDGROSS'                                         00103000
                WHEN 'YTDDED'                                           00103100
                WHEN 'YTDNET'                                           00103200
                   PERFORM MERGE-YTD-FIGURE                             00103300
                WHEN OTHER                                              00103400
                   MOVE WS-TPL-LABEL (WS-TPL-IDX) TO PSL-TEXT           00103500
            END-EVALUATE.                                               00103600
       MERGE-YTD-FIGURE.                                                00103700
            IF WS-YTD-FOUND THEN                                        00103800
               EVALUATE WS-TPL-TOKEN (WS-TPL-IDX)                       00103900
                   WHEN 'YTDGROSS'                                      00104000
                      MOVE YTD-GROSS TO WS-MONEY-ED                     00104100
                   WHEN 'YTDDED'                                        00104200
                      MOVE YTD-DEDUCT TO WS-MONEY-ED                    00104300
                   WHEN OTHER                                           00104400
                      MOVE YTD-NET TO WS-MONEY-ED                       00104500
               END-EVALUATE                                             00104600
               STRING WS-TPL-LABEL (WS-TPL-IDX)                         00104700
                  WS-MONEY-ED                                           00104800
                  DELIMITED BY SIZE INTO PSL-TEXT                       00104900
               END-STRING                                               00105000
            ELSE                                                        00105100
               STRING WS-TPL-LABEL (WS-TPL-IDX)                         00105200
                  'NOT ON FILE'                                         00105300
                  DELIMITED BY SIZE INTO PSL-TEXT                       00105400
               END-STRING                                               00105500
            END-IF.                                                     00105600
       FIND-LEAVE-BALANCE.                                              00105700
            MOVE 'N' TO WS-LVB-FOUND-SW.                                00105800
            IF WS-LVB-COUNT > 0 THEN                                    00105900
               PERFORM VARYING WS-LVB-IDX FROM 1 BY 1                   00106000
                  UNTIL WS-LVB-IDX > WS-LVB-COUNT                       00106100
                     OR WS-LVB-FOUND                                    00106200
                  IF WS-LVB-EMP-ID (WS-LVB-IDX) = PPAY-EMP-ID THEN      00106300
                     SET WS-LVB-FOUND TO TRUE                           00106400
                     SET WS-LVB-SAV TO WS-LVB-IDX                       00106500
                  END-IF                                                00106600
               END-PERFORM                                              00106700
               IF WS-LVB-FOUND THEN                                     00106800
                  SET WS-LVB-IDX TO WS-LVB-SAV                          00106900
                  MOVE WS-LVB-CLOSING (WS-LVB-IDX)                      00107000
                     TO WS-LEAVE-ED                                     00107100
               END-IF                                                   00107200
            END-IF.                                                     00107300
       EMIT-PAYSLIP-LINE.                                               00107400
            IF WS-FIRST-LINE THEN                                       00107500
               MOVE '1' TO PSL-CC                                       00107600
               MOVE 'N' TO WS-FIRST-LINE-SW                             00107700
            ELSE                                                        00107800
               MOVE SPACE TO PSL-CC                                     00107900
            END-IF.                                                     00108000
            WRITE PSL-REC.                                              00108100
            IF WS-ARCHIVE-ON THEN                                       00108200
               PERFORM ARCHIVE-PSL-LINE                                 00108300
            END-IF.                                                     00108400
      * THE LINE NUMBER IS THREE DIGITS; A PAYSLIP RUNNING PAST         00108500
      * 999 LINES PRINTS IN FULL BUT ARCHIVES ONLY THE FIRST 999.       00108600
       ARCHIVE-PSL-LINE.                                                00108700
            IF WS-PSL-LINE-NO = 999 THEN                                00108800
               ADD 1 TO WS-COUNT-OVERLONG                               00108900
            ELSE                                                        00109000
               ADD 1 TO WS-PSL-LINE-NO                                  00109100
               SET WS-PSLK-WRITE-OK TO TRUE                             00109200
               MOVE SPACES TO PSLK-REC                                  00109300
               MOVE PPAY-EMP-ID TO PSLK-EMP-ID                          00109400
               MOVE PPAY-PER-END TO PSLK-PERIOD-END                     00109500
               MOVE WS-PSL-LINE-NO TO PSLK-LINE-NO                      00109600
               MOVE PSL-TEXT TO PSLK-TEXT                               00109700
               WRITE PSLK-REC                                           00109800
                  INVALID KEY                                           00109900
                     MOVE 'N' TO WS-PSLK-WRITE-OK-SW                    00110000
               END-WRITE                                                00110100
               IF WS-PSLK-WRITE-OK THEN                                 00110200
                  CONTINUE                                              00110300
               ELSE                                                     00110400
                  REWRITE PSLK-REC                                      00110500
                  END-REWRITE                                           00110600
               END-IF                                                   00110700
               ADD 1 TO WS-COUNT-ARCHIVED                               00110800
            END-IF.                                                     00110900
      * A RERUN WHOSE PAYSLIP CAME OUT SHORTER THAN THE ONE ALREADY     00111000
      * ARCHIVED FOR THE PERIOD DELETES THE OLD TRAILING LINES.         00111100
       DELETE-STALE-ARCHIVE-LINES.                                      00111200
            SET WS-PSLK-MORE TO TRUE.                                   00111300
            PERFORM UNTIL NOT WS-PSLK-MORE OR WS-PSL-LINE-NO = 999      00111400
               ADD 1 TO WS-PSL-LINE-NO                                  00111500
               MOVE PPAY-EMP-ID TO PSLK-EMP-ID                          00111600
               MOVE PPAY-PER-END TO PSLK-PERIOD-END                     00111700
               MOVE WS-PSL-LINE-NO TO PSLK-LINE-NO                      00111800
               DELETE PSLKSDS RECORD                                    00111900
                  INVALID KEY                                           00112000
                     MOVE 'N' TO WS-PSLK-MORE-SW                        00112100
                  NOT INVALID KEY                                       00112200
                     ADD 1 TO WS-COUNT-STALE                            00112300
               END-DELETE                                               00112400
            END-PERFORM.                                                00112500
       WRITE-CONTROL-REPORT.                                            00112600
            MOVE SPACES TO RPT-LINE.                                    00112700
            STRING 'PAYEES READ        : ' WS-COUNT-READ                00112800
               DELIMITED BY SIZE INTO RPT-LINE                          00112900
            END-STRING.                                                 00113000
            WRITE RPT-LINE.                                             00113100
            MOVE SPACES TO RPT-LINE.                                    00113200
            STRING 'PAYSLIPS PRODUCED  : ' WS-COUNT-SLIPS               00113300
               DELIMITED BY SIZE INTO RPT-LINE                          00113400
            END-STRING.                                                 00113500
            WRITE RPT-LINE.                                             00113600
            IF WS-LANG-COUNT > 0 THEN                                   00113700
               PERFORM WRITE-ONE-LANG-COUNT                             00113800
                  VARYING WS-LANG-SUB FROM 1 BY 1                       00113900
                  UNTIL WS-LANG-SUB > WS-LANG-COUNT                     00114000
            END-IF.                                                     00114100
            MOVE SPACES TO RPT-LINE.                                    00114200
            STRING 'MISSING TEMPLATE   : ' WS-COUNT-LANGSKIP            00114300
               DELIMITED BY SIZE INTO RPT-LINE                          00114400
            END-STRING.                                                 00114500
            WRITE RPT-LINE.                                             00114600
            MOVE SPACES TO RPT-LINE.                                    00114700
            STRING 'OFF-CYCLE SKIPPED  : ' WS-COUNT-OFFSKIP             00114800
               DELIMITED BY SIZE INTO RPT-LINE                          00114900
            END-STRING.                                                 00115000
            WRITE RPT-LINE.                                             00115100
            MOVE SPACES TO RPT-LINE.                                    00115200
            STRING 'NOT ON EXTRACT     : ' WS-COUNT-NO-NAME             00115300
               DELIMITED BY SIZE INTO RPT-LINE                          00115400
            END-STRING.                                                 00115500
            WRITE RPT-LINE.                                             00115600
            MOVE SPACES TO RPT-LINE.                                    00115700
            STRING 'NO NET RECORD      : ' WS-COUNT-NO-NET              00115800
               DELIMITED BY SIZE INTO RPT-LINE                          00115900
            END-STRING.                                                 00116000
            WRITE RPT-LINE.                                             00116100
            MOVE SPACES TO RPT-LINE.                                    00116200
            STRING 'NO YTD RECORD      : ' WS-COUNT-NO-YTD              00116300
               DELIMITED BY SIZE INTO RPT-LINE                          00116400
            END-STRING.                                                 00116500
            WRITE RPT-LINE.                                             00116600
            MOVE SPACES TO RPT-LINE.                                    00116700
            STRING 'LINES ARCHIVED     : ' WS-COUNT-ARCHIVED            00116800
               '  STALE LINES DELETED: ' WS-COUNT-STALE                 00116900
               DELIMITED BY SIZE INTO RPT-LINE                          00117000
            END-STRING.                                                 00117100
            WRITE RPT-LINE.                                             00117200
            IF WS-COUNT-OVERLONG > 0 THEN                               00117300
               MOVE SPACES TO RPT-LINE                                  00117400
               STRING 'LINES NOT ARCHIVED : ' WS-COUNT-OVERLONG         00117500
                  ' (PAYSLIP OVER 999 LINES)'                           00117600
                  DELIMITED BY SIZE INTO RPT-LINE                       00117700
               END-STRING                                               00117800
               WRITE RPT-LINE                                           00117900
            END-IF.                                                     00118000
            IF NOT WS-ARCHIVE-ON THEN                                   00118100
               MOVE 'ARCHIVE: *** NOT OPEN - NOTHING ARCHIVED ***'      00118200
                  TO RPT-LINE                                           00118300
               WRITE RPT-LINE                                           00118400
            END-IF.                                                     00118500
            MOVE SPACES TO RPT-LINE.                                    00118600
            STRING 'TRAILER COUNT      : ' WS-TRAILER-COUNT             00118700
               DELIMITED BY SIZE INTO RPT-LINE                          00118800
            END-STRING.                                                 00118900
            WRITE RPT-LINE.                                             00119000
            MOVE SPACES TO RPT-LINE.                                    00119100
            IF NOT WS-TRAILER-SEEN THEN                                 00119200
               MOVE 'CONTROL: NO TRAILER ON PERIOD FILE' TO RPT-LINE    00119300
            ELSE                                                        00119400
               IF WS-TRAILER-COUNT =                                    00119500
                  WS-COUNT-SLIPS + WS-COUNT-OFFSKIP                     00119600
                  + WS-COUNT-LANGSKIP THEN                              00119700
                  MOVE 'CONTROL: PAYSLIPS + SKIPS = TRAILER'            00119800
                     TO RPT-LINE                                        00119900
               ELSE                                                     00120000
                  MOVE 'CONTROL: *** COUNT MISMATCH ***'                00120100
                     TO RPT-LINE                                        00120200
               END-IF                                                   00120300
            END-IF.                                                     00120400
            WRITE RPT-LINE.                                             00120500
       WRITE-ONE-LANG-COUNT.                                            00120600
            MOVE SPACES TO RPT-LINE.                                    00120700
            STRING 'LANGUAGE ' WS-LANG-CODE (WS-LANG-SUB)               00120800
               ' PAYSLIPS: ' WS-LANG-SLIPS (WS-LANG-SUB)                00120900
               DELIMITED BY SIZE INTO RPT-LINE                          00121000
            END-STRING.                                                 00121100
            WRITE RPT-LINE.                                             00121200

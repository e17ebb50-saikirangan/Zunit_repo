       IDENTIFICATION DIVISION.                                         00000100
       PROGRAM-ID.   PGM80.                                             00000200
      * YEAR-END EARNINGS AND TAX CERTIFICATE RUN.  READS THE           00000300
      * CPFLREC EXTRACT AND, FOR EVERY EMPLOYEE WITH A CPYTDREC         00000400
      * RECORD FOR THE TAXYEAR PARM ON THE YTD CLUSTER (DDYTDKS,        00000500
      * READ ONLY - PGM79 OWNS IT), PRINTS ONE CERTIFICATE PAGE AND     00000600
      * WRITES ONE RECORD TO THE REGULATORY ANNUAL RETURN.              00000700
      * TERMINATED EMPLOYEES STILL GET A CERTIFICATE - THEY WERE        00000800
      * PAID DURING THE YEAR.  THE CERTIFICATE IS MERGED INTO A         00000900
      * TEMPLATE DATASET WITH THE SAME L/T/V RECORDS AND THE SAME       00001000
      * PER-EMPLOYEE (DDEMPLANG) / DEPARTMENT (DDLANGMAP) / EN          00001100
      * LANGUAGE RESOLUTION AS THE PGM37 STATEMENTS.  V TOKENS:         00001200
      * NAME, EMPID, DEPT, TAXYEAR, GROSS, DEDUCT, NET, EARNLINE        00001300
      * (ONE LINE PER EARNINGS CODE: LABEL, CODE, AMOUNT),              00001400
      * DEDLINE (THE SAME PER DEDUCTION CODE) AND CORRECT (THE          00001500
      * LABEL ALONE, PRINTED ONLY ON A CORRECTED RE-ISSUE).  A          00001600
      * LANGUAGE WITH NO TEMPLATE SECTION IS A BREAK (RC 08).           00001700
      * THE RETURN (DDREGOUT) IS WRAPPED IN THE CPHDRTRL HEADER AND     00001800
      * TRAILER AND DESCRIBED BY A CPMANIF MANIFEST (MANIFESTDSN        00001900
      * PARM; COUNT AND GROSS HASH) SO PGM27 BALANCES THE               00002000
      * AUTHORITY'S ACKNOWLEDGMENT.  A REISSUE CARD NAMING ONE          00002100
      * EMPLOYEE ID RUNS THE CORRECTED RE-ISSUE: ONLY THAT              00002200
      * EMPLOYEE'S CERTIFICATE IS PRINTED, MARKED CORRECTED, AND        00002300
      * THE RETURN CARRIES THAT ONE RECORD AS TYPE 'C' (AN              00002400
      * AMENDMENT) UNDER ITS OWN HEADER, TRAILER AND MANIFEST.          00002500
      * ENDS RC 08 WITH NO TAXYEAR CARD, ON A MISSING TEMPLATE OR       00002600
      * WHEN A RE-ISSUE FINDS NO YTD RECORD; RC 12 WHEN THE YTD         00002700
      * CLUSTER CANNOT BE OPENED.                                       00002800
       ENVIRONMENT DIVISION.                                            00002900
       INPUT-OUTPUT SECTION.                                            00003000
       FILE-CONTROL.                                                    00003100
                SELECT INFILE ASSIGN TO DDINPUT                         00003200
                ORGANIZATION IS SEQUENTIAL.                             00003300
                SELECT YTDFILE ASSIGN TO DDYTDKS                        00003400
                ORGANIZATION IS INDEXED                                 00003500
                ACCESS MODE IS RANDOM                                   00003600
                RECORD KEY IS YTD-KEY                                   00003700
                FILE STATUS IS WS-YTD-STATUS.                           00003800
                SELECT TEMPLATE ASSIGN TO DDTEMPLAT                     00003900
                ORGANIZATION IS SEQUENTIAL.                             00004000
                SELECT LANGMAP ASSIGN TO DDLANGMAP                      00004100
                ORGANIZATION IS SEQUENTIAL.                             00004200
                SELECT EMPLANG ASSIGN TO DDEMPLANG                      00004300
                ORGANIZATION IS SEQUENTIAL.                             00004400
                SELECT PARMFILE ASSIGN TO DDPARMIN                      00004500
                ORGANIZATION IS SEQUENTIAL.                             00004600
                SELECT CERTOUT ASSIGN TO DDCERTOUT                      00004700
                ORGANIZATION IS SEQUENTIAL.                             00004800
                SELECT REGOUT ASSIGN TO DDREGOUT                        00004900
                ORGANIZATION IS SEQUENTIAL.                             00005000
                SELECT MANIFEST ASSIGN TO DDMANIFEST                    00005100
                ORGANIZATION IS SEQUENTIAL.                             00005200
                SELECT RPTFILE ASSIGN TO DDRPTOUT                       00005300
                ORGANIZATION IS SEQUENTIAL.                             00005400
       DATA DIVISION.                                                   00005500
       FILE SECTION.                                                    00005600
       FD INFILE                                                        00005700
            RECORDING MODE IS F.                                        00005800
       01 FL-REC.                                                       00005900
          COPY CPFLREC.                                                 00006000
       FD YTDFILE.                                                      00006100
       01 YTD-REC.                                                      00006200
          COPY CPYTDREC.                                                00006300
       FD TEMPLATE                                                      00006400
            RECORDING MODE IS F.                                        00006500
       01 TPL-REC.                                                      00006600
           05 TPL-TYPE  PIC X(1).                                       00006700
               88 TPL-TYPE-TEXT     VALUE 'T'.                          00006800
               88 TPL-TYPE-VARIABLE VALUE 'V'.                          00006900
               88 TPL-TYPE-LANGUAGE VALUE 'L'.                          00007000
           05 FILLER    PIC X(1).                                       00007100
           05 TPL-TEXT  PIC X(78).                                      00007200
       FD LANGMAP                                                       00007300
            RECORDING MODE IS F.                                        00007400
       01 LGM-REC.                                                      00007500
           05 LGM-DEPT PIC X(4).                                        00007600
           05 FILLER   PIC X(1).                                        00007700
           05 LGM-LANG PIC X(2).                                        00007800
           05 FILLER   PIC X(73).                                       00007900
       FD EMPLANG                                                       00008000
            RECORDING MODE IS F.                                        00008100
       01 ELG-REC.                                                      00008200
           05 ELG-EMP-ID PIC X(8).                                      00008300
           05 FILLER     PIC X(1).                                      00008400
           05 ELG-LANG   PIC X(2).                                      00008500
           05 FILLER     PIC X(69).                                     00008600
       FD PARMFILE                                                      00008700
            RECORDING MODE IS F.                                        00008800
       01 PARM-CARD.                                                    00008900
          COPY CPPARMCD.                                                00009000
       FD CERTOUT                                                       00009100
            RECORDING MODE IS F.                                        00009200
       01 CRT-REC.                                                      00009300
           05 CRT-CC   PIC X(1).                                        00009400
           05 CRT-TEXT PIC X(132).                                      00009500
       FD REGOUT                                                        00009600
            RECORDING MODE IS F.                                        00009700
       01 RGS-REC.                                                      00009800
           05 RGS-REC-TYPE  PIC X(1).                                   00009900
               88 RGS-ORIGINAL  VALUE 'O'.                              00010000
               88 RGS-CORRECTED VALUE 'C'.                              00010100
           05 RGS-TAX-YEAR  PIC 9(4).                                   00010200
           05 RGS-EMP-ID    PIC X(8).                                   00010300
           05 RGS-NAME      PIC X(20).                                  00010400
           05 RGS-DEPT      PIC X(4).                                   00010500
           05 RGS-GROSS     PIC 9(9)V99.                                00010600
           05 RGS-DEDUCT    PIC 9(9)V99.                                00010700
           05 RGS-NET       PIC 9(9)V99.                                00010800
           05 FILLER        PIC X(10).                                  00010900
       01 RGS-REC-HT REDEFINES RGS-REC.                                 00011000
          COPY CPHDRTRL.                                                00011100
       FD MANIFEST                                                      00011200
            RECORDING MODE IS F.                                        00011300
       01 MAN-REC.                                                      00011400
          COPY CPMANIF.                                                 00011500
       FD RPTFILE                                                       00011600
            RECORDING MODE IS F.                                        00011700
       01 RPT-LINE PIC X(80).                                           00011800
       WORKING-STORAGE SECTION.                                         00011900
       01 WS-FL-REC.                                                    00012000
          COPY CPFLREC.                                                 00012100
       01 WS-FL-REC-HT REDEFINES WS-FL-REC.                             00012200
          COPY CPHDRTRL.                                                00012300
       01 WS-EOF-SW PIC X(1) VALUE 'N'.                                 00012400
           88 WS-EOF           VALUE 'Y'.                               00012500
       01 WS-PARM-EOF-SW PIC X(1) VALUE 'N'.                            00012600
           88 WS-PARM-EOF      VALUE 'Y'.                               00012700
       01 WS-TPL-EOF-SW PIC X(1) VALUE 'N'.                             00012800
           88 WS-TPL-EOF       VALUE 'Y'.                               00012900
       01 WS-LGM-EOF-SW PIC X(1) VALUE 'N'.                             00013000
           88 WS-LGM-EOF       VALUE 'Y'.                               00013100
       01 WS-ELG-EOF-SW PIC X(1) VALUE 'N'.                             00013200
           88 WS-ELG-EOF       VALUE 'Y'.                               00013300
       01 WS-YTD-STATUS PIC X(2) VALUE SPACES.                          00013400
           88 WS-YTD-OPEN-OK   VALUE '00' '05' '97'.                    00013500
       01 WS-TAX-YEAR      PIC 9(4) VALUE 0.                            00013600
       01 WS-REISSUE-EMP   PIC X(8) VALUE SPACES.                       00013700
       01 WS-MANIFEST-DSN  PIC X(30) VALUE SPACES.                      00013800
       01 WS-REISSUE-FOUND-SW PIC X(1) VALUE 'N'.                       00013900
           88 WS-REISSUE-FOUND VALUE 'Y'.                               00014000
       01 WS-REC-FOUND-SW PIC X(1) VALUE 'N'.                           00014100
           88 WS-REC-FOUND     VALUE 'Y'.                               00014200
       01 WS-TPL-COUNT PIC 9(2) COMP VALUE 0.                           00014300
       01 WS-TPL-TABLE.                                                 00014400
           05 WS-TPL-ENTRY OCCURS 60 TIMES                              00014500
                            INDEXED BY WS-TPL-IDX.                      00014600
               10 WS-TPL-TYPE  PIC X(1).                                00014700
               10 WS-TPL-TEXT  PIC X(78).                               00014800
               10 WS-TPL-TEXT-V REDEFINES WS-TPL-TEXT.                  00014900
                   15 WS-TPL-TOKEN PIC X(8).                            00015000
                   15 WS-TPL-LABEL PIC X(30).                           00015100
                   15 FILLER       PIC X(40).                           00015200
      * THE PER-LANGUAGE TEMPLATE STORE, AS IN PGM37 - THE ACTIVE       00015300
      * TABLE ABOVE IS REFILLED WHENEVER THE LANGUAGE CHANGES.          00015400
       01 WS-LANG-COUNT PIC 9(1) VALUE 0.                               00015500
       01 WS-LANG-STORE.                                                00015600
           05 WS-LANG-ENTRY OCCURS 4 TIMES.                             00015700
               10 WS-LANG-CODE      PIC X(2).                           00015800
               10 WS-LANG-TPL-COUNT PIC 9(2).                           00015900
               10 WS-LANG-CERTS     PIC 9(7).                           00016000
               10 WS-LANG-LINE OCCURS 60 TIMES.                         00016100
                   15 WS-LANG-LTYPE PIC X(1).                           00016200
                   15 WS-LANG-LTEXT PIC X(78).                          00016300
       01 WS-LOAD-LANG-SUB PIC 9(1) VALUE 0.                            00016400
       01 WS-ACTIVE-LANG   PIC X(2) VALUE SPACES.                       00016500
       01 WS-CERT-LANG     PIC X(2) VALUE SPACES.                       00016600
       01 WS-LANG-SUB      PIC 9(1) VALUE 0.                            00016700
       01 WS-LANG-HIT-SUB  PIC 9(1) VALUE 0.                            00016800
       01 WS-COPY-SUB      PIC 9(2) VALUE 0.                            00016900
       01 WS-LGM-COUNT PIC 9(2) COMP VALUE 0.                           00017000
       01 WS-LGM-TABLE.                                                 00017100
           05 WS-LGM-ENTRY OCCURS 50 TIMES                              00017200
                            INDEXED BY WS-LGM-IDX.                      00017300
               10 WS-LGM-DEPT-V PIC X(4).                               00017400
               10 WS-LGM-LANG-V PIC X(2).                               00017500
       01 WS-ELG-COUNT PIC 9(4) COMP VALUE 0.                           00017600
       01 WS-ELG-TABLE.                                                 00017700
           05 WS-ELG-ENTRY OCCURS 2000 TIMES                            00017800
                            INDEXED BY WS-ELG-IDX.                      00017900
               10 WS-ELG-EMP-V  PIC X(8).                               00018000
               10 WS-ELG-LANG-V PIC X(2).                               00018100
       01 WS-BKT-SUB       PIC 9(2) COMP VALUE 0.                       00018200
       01 WS-FIRST-LINE-SW PIC X(1) VALUE 'Y'.                          00018300
           88 WS-FIRST-LINE    VALUE 'Y'.                               00018400
       01 WS-COUNT-READ      PIC 9(7) VALUE 0.                          00018500
       01 WS-COUNT-CERTS     PIC 9(7) VALUE 0.                          00018600
       01 WS-COUNT-NO-YTD    PIC 9(7) VALUE 0.                          00018700
       01 WS-COUNT-LANGSKIP  PIC 9(7) VALUE 0.                          00018800
       01 WS-COUNT-RETURN    PIC 9(7) VALUE 0.                          00018900
       01 WS-TOTAL-GROSS     PIC 9(13)V99 VALUE 0.                      00019000
       01 WS-TOTAL-DEDUCT    PIC 9(13)V99 VALUE 0.                      00019100
       01 WS-TOTAL-NET       PIC 9(13)V99 VALUE 0.                      00019200
       01 WS-AMOUNT-ED       PIC ZZZ,ZZZ,ZZ9.99.                        00019300
       01 WS-TOTAL-ED        PIC ZZZ,ZZZ,ZZZ,ZZ9.99.                    00019400
       01 WS-RETCD.                                                     00019500
           COPY CPRETCD.                                                00019600
       01 WS-AUD-START-DATE PIC 9(8).                                   00019700
       01 WS-AUD-START-TIME PIC 9(8).                                   00019800
       PROCEDURE DIVISION.                                              00019900
       MAIN-ROUTINE.                                                    00020000
            ACCEPT WS-AUD-START-DATE FROM DATE YYYYMMDD.                00020100
            ACCEPT WS-AUD-START-TIME FROM TIME.                         00020200
            PERFORM READ-CERT-PARMS.                                    00020300
            PERFORM LOAD-LANGUAGE-PROFILES.                             00020400
            PERFORM LOAD-TEMPLATE.                                      00020500
            OPEN OUTPUT RPTFILE.                                        00020600
            MOVE SPACES TO RPT-LINE.                                    00020700
            STRING '---- PGM80 YEAR-END CERTIFICATE RUN TAX YEAR '      00020800
               WS-TAX-YEAR ' ----'                                      00020900
               DELIMITED BY SIZE INTO RPT-LINE                          00021000
            END-STRING.                                                 00021100
            WRITE RPT-LINE.                                             00021200
            IF WS-TAX-YEAR = 0 THEN                                     00021300
               MOVE 'NO TAXYEAR CARD - NOTHING PRODUCED' TO RPT-LINE    00021400
               WRITE RPT-LINE                                           00021500
               CLOSE RPTFILE                                            00021600
               SET WS-RC-DATA-ERROR TO TRUE                             00021700
               MOVE WS-RETURN-CODE TO RETURN-CODE                       00021800
               GOBACK                                                   00021900
            END-IF.                                                     00022000
            OPEN INPUT YTDFILE.                                         00022100
            IF NOT WS-YTD-OPEN-OK THEN                                  00022200
               DISPLAY 'PGM80 YTD CLUSTER OPEN FAILED, STATUS '         00022300
                  WS-YTD-STATUS                                         00022400
               MOVE 'YTD CLUSTER NOT AVAILABLE - NOTHING PRODUCED'      00022500
                  TO RPT-LINE                                           00022600
               WRITE RPT-LINE                                           00022700
               CLOSE RPTFILE                                            00022800
               SET WS-RC-IO-ERROR TO TRUE                               00022900
               MOVE WS-RETURN-CODE TO RETURN-CODE                       00023000
               GOBACK                                                   00023100
            END-IF.                                                     00023200
            OPEN INPUT INFILE.                                          00023300
            OPEN OUTPUT CERTOUT.                                        00023400
            OPEN OUTPUT REGOUT.                                         00023500
            PERFORM Z010-WRITE-OUT-HEADER.                              00023600
            PERFORM UNTIL WS-EOF                                        00023700
               READ INFILE INTO WS-FL-REC                               00023800
                 AT END SET WS-EOF TO TRUE                              00023900
                 NOT AT END                                             00024000
                    IF HT-IS-HEADER OF WS-FL-REC-HT OR                  00024100
                       HT-IS-TRAILER OF WS-FL-REC-HT THEN               00024200
                       CONTINUE                                         00024300
                    ELSE                                                00024400
                       PERFORM SELECT-ONE-EMPLOYEE                      00024500
                    END-IF                                              00024600
               END-READ                                                 00024700
            END-PERFORM.                                                00024800
            PERFORM Z020-WRITE-OUT-TRAILER.                             00024900
            PERFORM WRITE-MANIFEST-REC.                                 00025000
            PERFORM WRITE-CONTROL-REPORT.                               00025100
            CLOSE INFILE.                                               00025200
            CLOSE YTDFILE.                                              00025300
            CLOSE CERTOUT.                                              00025400
            CLOSE REGOUT.                                               00025500
            CLOSE RPTFILE.                                              00025600
            SET WS-RC-OK TO TRUE.                                       00025700
            IF WS-TPL-COUNT = 0 AND WS-LANG-COUNT = 0 THEN              00025800
               SET WS-RC-WARNING TO TRUE                                00025900
            END-IF.                                                     00026000
            IF WS-COUNT-LANGSKIP > 0 THEN                               00026100
               SET WS-RC-DATA-ERROR TO TRUE                             00026200
            END-IF.                                                     00026300
            IF WS-REISSUE-EMP NOT = SPACES AND                          00026400
               NOT WS-REISSUE-FOUND THEN                                00026500
               SET WS-RC-DATA-ERROR TO TRUE                             00026600
            END-IF.                                                     00026700
            MOVE WS-RETURN-CODE TO RETURN-CODE.                         00026800
            GOBACK.                                                     00026900
       READ-CERT-PARMS.                                                 00027000
            OPEN INPUT PARMFILE.                                        00027100
            PERFORM UNTIL WS-PARM-EOF                                   00027200
               READ PARMFILE                                            00027300
                 AT END SET WS-PARM-EOF TO TRUE                         00027400
                 NOT AT END PERFORM APPLY-PARM-CARD                     00027500
               END-READ                                                 00027600
            END-PERFORM.                                                00027700
            CLOSE PARMFILE.                                             00027800
       APPLY-PARM-CARD.                                                 00027900
            EVALUATE PARM-KEY                                           00028000
                WHEN 'TAXYEAR'                                          00028100
                   IF PARM-VALUE-NUM > 0 THEN                           00028200
                      MOVE PARM-VALUE-NUM TO WS-TAX-YEAR                00028300
                   END-IF                                               00028400
                WHEN 'REISSUE'                                          00028500
                   MOVE PARM-VALUE-TEXT (1:8) TO WS-REISSUE-EMP         00028600
                WHEN 'MANIFESTDSN'                                      00028700
                   MOVE PARM-VALUE-TEXT (1:30) TO WS-MANIFEST-DSN       00028800
                WHEN OTHER                                              00028900
                   CONTINUE                                             00029000
            END-EVALUATE.                                               00029100
       LOAD-LANGUAGE-PROFILES.                                          00029200
            OPEN INPUT LANGMAP.                                         00029300
            PERFORM UNTIL WS-LGM-EOF                                    00029400
               READ LANGMAP                                             00029500
                 AT END SET WS-LGM-EOF TO TRUE                          00029600
                 NOT AT END                                             00029700
                    IF LGM-DEPT NOT = SPACES AND                        00029800
                       WS-LGM-COUNT < 50 THEN                           00029900
                       ADD 1 TO WS-LGM-COUNT                            00030000
                       SET WS-LGM-IDX TO WS-LGM-COUNT                   00030100
                       MOVE LGM-DEPT                                    00030200
                          TO WS-LGM-DEPT-V (WS-LGM-IDX)                 00030300
                       MOVE LGM-LANG                                    00030400
                          TO WS-LGM-LANG-V (WS-LGM-IDX)                 00030500
                    END-IF                                              00030600
               END-READ                                                 00030700
            END-PERFORM.                                                00030800
            CLOSE LANGMAP.                                              00030900
            OPEN INPUT EMPLANG.                                         00031000
            PERFORM UNTIL WS-ELG-EOF                                    00031100
               READ EMPLANG                                             00031200
                 AT END SET WS-ELG-EOF TO TRUE                          00031300
                 NOT AT END                                             00031400
                    IF ELG-EMP-ID NOT = SPACES AND                      00031500
                       WS-ELG-COUNT < 2000 THEN                         00031600
                       ADD 1 TO WS-ELG-COUNT                            00031700
                       SET WS-ELG-IDX TO WS-ELG-COUNT                   00031800
                       MOVE ELG-EMP-ID                                  00031900
                          TO WS-ELG-EMP-V (WS-ELG-IDX)                  00032000
                       MOVE ELG-LANG                                    00032100
                          TO WS-ELG-LANG-V (WS-ELG-IDX)                 00032200
                    END-IF                                              00032300
               END-READ                                                 00032400
            END-PERFORM.                                                00032500
            CLOSE EMPLANG.                                              00032600
      * TEMPLATE SECTIONS LOAD INTO THE PER-LANGUAGE STORE; THE         00032700
      * LINES BEFORE ANY L RECORD ARE THE EN SECTION.                   00032800
       LOAD-TEMPLATE.                                                   00032900
            MOVE 0 TO WS-LOAD-LANG-SUB.                                 00033000
            OPEN INPUT TEMPLATE.                                        00033100
            PERFORM UNTIL WS-TPL-EOF                                    00033200
               READ TEMPLATE                                            00033300
                 AT END SET WS-TPL-EOF TO TRUE                          00033400
                 NOT AT END PERFORM STORE-ONE-TPL-LINE                  00033500
               END-READ                                                 00033600
            END-PERFORM.                                                00033700
            CLOSE TEMPLATE.                                             00033800
       STORE-ONE-TPL-LINE.                                              00033900
            IF TPL-TYPE-LANGUAGE THEN                                   00034000
               PERFORM OPEN-LANGUAGE-SECTION                            00034100
            ELSE                                                        00034200
               IF WS-LOAD-LANG-SUB = 0 THEN                             00034300
                  PERFORM OPEN-EN-SECTION                               00034400
               END-IF                                                   00034500
               IF WS-LOAD-LANG-SUB > 0 AND                              00034600
                  WS-LANG-TPL-COUNT (WS-LOAD-LANG-SUB) < 60 THEN        00034700
                  ADD 1 TO WS-LANG-TPL-COUNT (WS-LOAD-LANG-SUB)         00034800
                  MOVE WS-LANG-TPL-COUNT (WS-LOAD-LANG-SUB)             00034900
                     TO WS-COPY-SUB                                     00035000
                  MOVE TPL-TYPE TO WS-LANG-LTYPE                        00035100
                     (WS-LOAD-LANG-SUB, WS-COPY-SUB)                    00035200
                  MOVE TPL-TEXT TO WS-LANG-LTEXT                        00035300
                     (WS-LOAD-LANG-SUB, WS-COPY-SUB)                    00035400
               END-IF                                                   00035500
            END-IF.                                                     00035600
       OPEN-EN-SECTION.                                                 00035700
            IF WS-LANG-COUNT < 4 THEN                                   00035800
               ADD 1 TO WS-LANG-COUNT                                   00035900
               MOVE WS-LANG-COUNT TO WS-LOAD-LANG-SUB                   00036000
               MOVE 'EN'                                                00036100
                  TO WS-LANG-CODE (WS-LOAD-LANG-SUB)                    00036200
               MOVE 0 TO WS-LANG-TPL-COUNT (WS-LOAD-LANG-SUB)           00036300
               MOVE 0 TO WS-LANG-CERTS (WS-LOAD-LANG-SUB)               00036400
            END-IF.                                                     00036500
       OPEN-LANGUAGE-SECTION.                                           00036600
            MOVE 0 TO WS-LOAD-LANG-SUB.                                 00036700
            PERFORM VARYING WS-LANG-SUB FROM 1 BY 1                     00036800
               UNTIL WS-LANG-SUB > WS-LANG-COUNT                        00036900
               IF WS-LANG-CODE (WS-LANG-SUB) =                          00037000
                  TPL-TEXT (1:2) THEN                                   00037100
                  MOVE WS-LANG-SUB TO WS-LOAD-LANG-SUB                  00037200
               END-IF                                                   00037300
            END-PERFORM.                                                00037400
            IF WS-LOAD-LANG-SUB = 0 AND WS-LANG-COUNT < 4 THEN          00037500
               ADD 1 TO WS-LANG-COUNT                                   00037600
               MOVE WS-LANG-COUNT TO WS-LOAD-LANG-SUB                   00037700
               MOVE TPL-TEXT (1:2)                                      00037800
                  TO WS-LANG-CODE (WS-LOAD-LANG-SUB)                    00037900
               MOVE 0 TO WS-LANG-TPL-COUNT (WS-LOAD-LANG-SUB)           00038000
               MOVE 0 TO WS-LANG-CERTS (WS-LOAD-LANG-SUB)               00038100
            END-IF.                                                     00038200
      * IN A RE-ISSUE ONLY THE NAMED EMPLOYEE IS LOOKED AT; OTHERWISE   00038300
      * EVERYONE WITH A YTD RECORD FOR THE YEAR GETS A CERTIFICATE.     00038400
       SELECT-ONE-EMPLOYEE.                                             00038500
            ADD 1 TO WS-COUNT-READ.                                     00038600
            IF WS-REISSUE-EMP NOT = SPACES AND                          00038700
               WS-REISSUE-EMP NOT = FL-EMP-ID OF WS-FL-REC THEN         00038800
               CONTINUE                                                 00038900
            ELSE                                                        00039000
               MOVE 'N' TO WS-REC-FOUND-SW                              00039100
               MOVE FL-EMP-ID OF WS-FL-REC TO YTD-EMP-ID                00039200
               MOVE WS-TAX-YEAR TO YTD-TAX-YEAR                         00039300
               READ YTDFILE                                             00039400
                  INVALID KEY                                           00039500
                     CONTINUE                                           00039600
                  NOT INVALID KEY                                       00039700
                     SET WS-REC-FOUND TO TRUE                           00039800
               END-READ                                                 00039900
               IF WS-REC-FOUND THEN                                     00040000
                  IF WS-REISSUE-EMP NOT = SPACES THEN                   00040100
                     SET WS-REISSUE-FOUND TO TRUE                       00040200
                  END-IF                                                00040300
                  PERFORM PRINT-ONE-CERTIFICATE                         00040400
               ELSE                                                     00040500
                  ADD 1 TO WS-COUNT-NO-YTD                              00040600
               END-IF                                                   00040700
            END-IF.                                                     00040800
       PRINT-ONE-CERTIFICATE.                                           00040900
            PERFORM RESOLVE-CERT-LANGUAGE.                              00041000
            IF WS-LANG-HIT-SUB = 0 THEN                                 00041100
               ADD 1 TO WS-COUNT-LANGSKIP                               00041200
               MOVE SPACES TO RPT-LINE                                  00041300
               STRING FL-EMP-ID OF WS-FL-REC ' LANGUAGE '               00041400
                  WS-CERT-LANG ' HAS NO TEMPLATE - NO CERTIFICATE'      00041500
                  DELIMITED BY SIZE INTO RPT-LINE                       00041600
               END-STRING                                               00041700
               WRITE RPT-LINE                                           00041800
            ELSE                                                        00041900
               PERFORM ACTIVATE-LANGUAGE-TEMPLATE                       00042000
               ADD 1 TO WS-LANG-CERTS (WS-LANG-HIT-SUB)                 00042100
               ADD 1 TO WS-COUNT-CERTS                                  00042200
               MOVE 'Y' TO WS-FIRST-LINE-SW                             00042300
               PERFORM PRINT-ONE-TEMPLATE-LINE                          00042400
                  VARYING WS-TPL-IDX FROM 1 BY 1                        00042500
                  UNTIL WS-TPL-IDX > WS-TPL-COUNT                       00042600
               PERFORM WRITE-RETURN-REC                                 00042700
            END-IF.                                                     00042800
      * PER-EMPLOYEE OVERRIDE FIRST, THEN THE DEPARTMENT DEFAULT,       00042900
      * THEN EN - THE SAME ORDER THE PGM37 STATEMENTS USE.              00043000
       RESOLVE-CERT-LANGUAGE.                                           00043100
            MOVE SPACES TO WS-CERT-LANG.                                00043200
            PERFORM VARYING WS-ELG-IDX FROM 1 BY 1                      00043300
               UNTIL WS-ELG-IDX > WS-ELG-COUNT                          00043400
                  OR WS-CERT-LANG NOT = SPACES                          00043500
               IF WS-ELG-EMP-V (WS-ELG-IDX) =                           00043600
                  FL-EMP-ID OF WS-FL-REC THEN                           00043700
                  MOVE WS-ELG-LANG-V (WS-ELG-IDX)                       00043800
                     TO WS-CERT-LANG                                    00043900
               END-IF                                                   00044000
            END-PERFORM.                                                00044100
            IF WS-CERT-LANG = SPACES THEN                               00044200
               PERFORM VARYING WS-LGM-IDX FROM 1 BY 1                   00044300
                  UNTIL WS-LGM-IDX > WS-LGM-COUNT                       00044400
                     OR WS-CERT-LANG NOT = SPACES                       00044500
                  IF WS-LGM-DEPT-V (WS-LGM-IDX) =                       00044600
                     FL-DEPT-CODE OF WS-FL-REC THEN                     00044700
                     MOVE WS-LGM-LANG-V (WS-LGM-IDX)                    00044800
                        TO WS-CERT-LANG                                 00044900
                  END-IF                                                00045000
               END-PERFORM                                              00045100
            END-IF.                                                     00045200
            IF WS-CERT-LANG = SPACES THEN                               00045300
               MOVE 'EN' TO WS-CERT-LANG                                00045400
            END-IF.                                                     00045500
            MOVE 0 TO WS-LANG-HIT-SUB.                                  00045600
            PERFORM VARYING WS-LANG-SUB FROM 1 BY 1                     00045700
               UNTIL WS-LANG-SUB > WS-LANG-COUNT                        00045800
               IF WS-LANG-CODE (WS-LANG-SUB) = WS-CERT-LANG THEN        00045900
                  MOVE WS-LANG-SUB TO WS-LANG-HIT-SUB                   00046000
               END-IF                                                   00046100
            END-PERFORM.                                                00046200
       ACTIVATE-LANGUAGE-TEMPLATE.                                      00046300
            IF WS-ACTIVE-LANG = WS-CERT-LANG THEN                       00046400
               CONTINUE                                                 00046500
            ELSE                                                        00046600
               MOVE WS-CERT-LANG TO WS-ACTIVE-LANG                      00046700
               MOVE WS-LANG-TPL-COUNT (WS-LANG-HIT-SUB)                 00046800
                  TO WS-TPL-COUNT                                       00046900
               PERFORM COPY-ONE-TPL-LINE                                00047000
                  VARYING WS-COPY-SUB FROM 1 BY 1                       00047100
                  UNTIL WS-COPY-SUB > WS-TPL-COUNT                      00047200
            END-IF.                                                     00047300
       COPY-ONE-TPL-LINE.                                               00047400
            SET WS-TPL-IDX TO WS-COPY-SUB.                              00047500
            MOVE WS-LANG-LTYPE (WS-LANG-HIT-SUB, WS-COPY-SUB)           00047600
               TO WS-TPL-TYPE (WS-TPL-IDX).                             00047700
            MOVE WS-LANG-LTEXT (WS-LANG-HIT-SUB, WS-COPY-SUB)           00047800
               TO WS-TPL-TEXT (WS-TPL-IDX).                             00047900
       PRINT-ONE-TEMPLATE-LINE.                                         00048000
            IF WS-TPL-TYPE (WS-TPL-IDX) = 'V' THEN                      00048100
               EVALUATE WS-TPL-TOKEN (WS-TPL-IDX)                       00048200
                   WHEN 'EARNLINE'                                      00048300
                      PERFORM PRINT-ONE-EARN-LINE                       00048400
                         VARYING WS-BKT-SUB FROM 1 BY 1                 00048500
                         UNTIL WS-BKT-SUB > YTD-ERN-USED                00048600
                   WHEN 'DEDLINE'                                       00048700
                      PERFORM PRINT-ONE-DED-LINE                        00048800
                         VARYING WS-BKT-SUB FROM 1 BY 1                 00048900
                         UNTIL WS-BKT-SUB > YTD-DED-USED                00049000
                   WHEN 'CORRECT'                                       00049100
                      IF WS-REISSUE-EMP NOT = SPACES THEN               00049200
                         MOVE SPACES TO CRT-TEXT                        00049300
                         MOVE WS-TPL-LABEL (WS-TPL-IDX) TO CRT-TEXT     00049400
                         PERFORM WRITE-CERT-LINE                        00049500
                      END-IF                                            00049600
                   WHEN OTHER                                           00049700
                      MOVE SPACES TO CRT-TEXT                           00049800
                      PERFORM MERGE-VARIABLE-LINE                       00049900
                      PERFORM WRITE-CERT-LINE                           00050000
               END-EVALUATE                                             00050100
            ELSE                                                        00050200
               MOVE SPACES TO CRT-TEXT                                  00050300
               MOVE WS-TPL-TEXT (WS-TPL-IDX) TO CRT-TEXT                00050400
               PERFORM WRITE-CERT-LINE                                  00050500
            END-IF.                                                     00050600
       PRINT-ONE-EARN-LINE.                                             00050700
            MOVE YTD-ERN-AMOUNT (WS-BKT-SUB) TO WS-AMOUNT-ED.           00050800
            MOVE SPACES TO CRT-TEXT.                                    00050900
            STRING WS-TPL-LABEL (WS-TPL-IDX)                            00051000
               YTD-ERN-CODE (WS-BKT-SUB) '  ' WS-AMOUNT-ED              00051100
               DELIMITED BY SIZE INTO CRT-TEXT                          00051200
            END-STRING.                                                 00051300
            PERFORM WRITE-CERT-LINE.                                    00051400
       PRINT-ONE-DED-LINE.                                              00051500
            MOVE YTD-DED-AMOUNT (WS-BKT-SUB) TO WS-AMOUNT-ED.           00051600
            MOVE SPACES TO CRT-TEXT.                                    00051700
            STRING WS-TPL-LABEL (WS-TPL-IDX)                            00051800
               YTD-DED-CODE (WS-BKT-SUB) '  ' WS-AMOUNT-ED              00051900
               DELIMITED BY SIZE INTO CRT-TEXT                          00052000
            END-STRING.                                                 00052100
            PERFORM WRITE-CERT-LINE.                                    00052200
       WRITE-CERT-LINE.                                                 00052300
            IF WS-FIRST-LINE THEN                                       00052400
               MOVE '1' TO CRT-CC                                       00052500
               MOVE 'N' TO WS-FIRST-LINE-SW                             00052600
            ELSE                                                        00052700
               MOVE SPACE TO CRT-CC                                     00052800
            END-IF.                                                     00052900
            WRITE CRT-REC.                                              00053000
       MERGE-VARIABLE-LINE.                                             00053100
            EVALUATE WS-TPL-TOKEN (WS-TPL-IDX)                          00053200
                WHEN 'NAME'                                             00053300
                   STRING WS-TPL-LABEL (WS-TPL-IDX)                     00053400
                      FL-NAME OF WS-FL-REC                              00053500
                      DELIMITED BY SIZE INTO CRT-TEXT                   00053600
                   END-STRING                                           00053700
                WHEN 'EMPID'                                            00053800
                   STRING WS-TPL-LABEL (WS-TPL-IDX)                     00053900
                      FL-EMP-ID OF WS-FL-REC                            00054000
                      DELIMITED BY SIZE INTO CRT-TEXT                   00054100
                   END-STRING                                           00054200
                WHEN 'DEPT'                                             00054300
                   STRING WS-TPL-LABEL (WS-TPL-IDX)                     00054400
                      YTD-DEPT                                          00054500
                      DELIMITED BY SIZE INTO CRT-TEXT                   00054600
                   END-STRING                                           00054700
                WHEN 'TAXYEAR'                                          00054800
                   STRING WS-TPL-LABEL (WS-TPL-IDX)                     00054900
                      YTD-TAX-YEAR                                      00055000
                      DELIMITED BY SIZE INTO CRT-TEXT                   00055100
                   END-STRING                                           00055200
                WHEN 'GROSS'                                            00055300
                   MOVE YTD-GROSS TO WS-AMOUNT-ED                       00055400
                   STRING WS-TPL-LABEL (WS-TPL-IDX)                     00055500
                      WS-AMOUNT-ED                                      00055600
                      DELIMITED BY SIZE INTO CRT-TEXT                   00055700
                   END-STRING                                           00055800
                WHEN 'DEDUCT'                                           00055900
                   MOVE YTD-DEDUCT TO WS-AMOUNT-ED                      00056000
                   STRING WS-TPL-LABEL (WS-TPL-IDX)                     00056100
                      WS-AMOUNT-ED                                      00056200
                      DELIMITED BY SIZE INTO CRT-TEXT                   00056300
                   END-STRING                                           00056400
                WHEN 'NET'                                              00056500
                   MOVE YTD-NET TO WS-AMOUNT-ED                         00056600
                   STRING WS-TPL-LABEL (WS-TPL-IDX)                     00056700
                      WS-AMOUNT-ED                                      00056800
                      DELIMITED BY SIZE INTO CRT-TEXT                   00056900
                   END-STRING                                           00057000
                WHEN OTHER                                              00057100
                   MOVE WS-TPL-LABEL (WS-TPL-IDX) TO CRT-TEXT           00057200
            END-EVALUATE.                                               00057300
      * ONE RETURN RECORD PER CERTIFICATE - TYPE 'C' MARKS THE          00057400
      * AMENDMENT RECORD OF A CORRECTED RE-ISSUE.                       00057500
       WRITE-RETURN-REC.                                                00057600
            MOVE SPACES TO RGS-REC.                                     00057700
            IF WS-REISSUE-EMP NOT = SPACES THEN                         00057800
               SET RGS-CORRECTED TO TRUE                                00057900
            ELSE                                                        00058000
               SET RGS-ORIGINAL TO TRUE                                 00058100
            END-IF.                                                     00058200
            MOVE YTD-TAX-YEAR TO RGS-TAX-YEAR.                          00058300
            MOVE YTD-EMP-ID TO RGS-EMP-ID.                              00058400
            MOVE FL-NAME OF WS-FL-REC TO RGS-NAME.                      00058500
            MOVE YTD-DEPT TO RGS-DEPT.                                  00058600
            MOVE YTD-GROSS TO RGS-GROSS.                                00058700
            MOVE YTD-DEDUCT TO RGS-DEDUCT.                              00058800
            MOVE YTD-NET TO RGS-NET.                                    00058900
            WRITE RGS-REC.                                              00059000
            ADD 1 TO WS-COUNT-RETURN.                                   00059100
            ADD YTD-GROSS TO WS-TOTAL-GROSS.                            00059200
            ADD YTD-DEDUCT TO WS-TOTAL-DEDUCT.                          00059300
            ADD YTD-NET TO WS-TOTAL-NET.                                00059400
       Z010-WRITE-OUT-HEADER.                                           00059500
            MOVE SPACES TO RGS-REC-HT.                                  00059600
            SET HT-IS-HEADER OF RGS-REC-HT TO TRUE.                     00059700
            MOVE WS-AUD-START-DATE TO HT-RUN-DATE OF RGS-REC-HT.        00059800
            MOVE WS-AUD-START-TIME TO HT-RUN-TIME OF RGS-REC-HT.        00059900
            WRITE RGS-REC.                                              00060000
       Z020-WRITE-OUT-TRAILER.                                          00060100
            MOVE SPACES TO RGS-REC-HT.                                  00060200
            SET HT-IS-TRAILER OF RGS-REC-HT TO TRUE.                    00060300
            MOVE WS-COUNT-RETURN                                        00060400
               TO HT-RECORD-COUNT OF RGS-REC-HT.                        00060500
            WRITE RGS-REC.                                              00060600
      * THE AUTHORITY RETURNS THE SAME SHAPE AND PGM27 PROVES THE       00060700
      * COUNT AND GROSS HASH BEFORE THE RETURN IS TAKEN AS FILED.       00060800
       WRITE-MANIFEST-REC.                                              00060900
            MOVE SPACES TO MAN-REC.                                     00061000
            MOVE WS-MANIFEST-DSN TO MAN-DATASET-NAME.                   00061100
            MOVE WS-AUD-START-DATE TO MAN-RUN-DATE.                     00061200
            MOVE WS-AUD-START-TIME TO MAN-RUN-TIME.                     00061300
            MOVE WS-COUNT-RETURN TO MAN-RECORD-COUNT.                   00061400
            MOVE WS-TOTAL-GROSS TO MAN-SALARY-HASH.                     00061500
            OPEN OUTPUT MANIFEST.                                       00061600
            WRITE MAN-REC.                                              00061700
            CLOSE MANIFEST.                                             00061800
       WRITE-CONTROL-REPORT.                                            00061900
            MOVE SPACES TO RPT-LINE.                                    00062000
            IF WS-REISSUE-EMP NOT = SPACES THEN                         00062100
               IF WS-REISSUE-FOUND THEN                                 00062200
                  STRING 'MODE: CORRECTED RE-ISSUE FOR '                00062300
                     WS-REISSUE-EMP                                     00062400
                     DELIMITED BY SIZE INTO RPT-LINE                    00062500
                  END-STRING                                            00062600
               ELSE                                                     00062700
                  STRING 'MODE: RE-ISSUE - NO YTD RECORD FOR '          00062800
                     WS-REISSUE-EMP                                     00062900
                     DELIMITED BY SIZE INTO RPT-LINE                    00063000
                  END-STRING                                            00063100
               END-IF                                                   00063200
            ELSE                                                        00063300
               MOVE 'MODE: FULL ORIGINAL RUN' TO RPT-LINE               00063400
            END-IF.                                                     00063500
            WRITE RPT-LINE.                                             00063600
            MOVE SPACES TO RPT-LINE.                                    00063700
            STRING 'EMPLOYEES READ     : ' WS-COUNT-READ                00063800
               DELIMITED BY SIZE INTO RPT-LINE                          00063900
            END-STRING.                                                 00064000
            WRITE RPT-LINE.                                             00064100
            MOVE SPACES TO RPT-LINE.                                    00064200
            STRING 'CERTIFICATES       : ' WS-COUNT-CERTS               00064300
               DELIMITED BY SIZE INTO RPT-LINE                          00064400
            END-STRING.                                                 00064500
            WRITE RPT-LINE.                                             00064600
            IF WS-LANG-COUNT > 0 THEN                                   00064700
               PERFORM WRITE-ONE-LANG-COUNT                             00064800
                  VARYING WS-LANG-SUB FROM 1 BY 1                       00064900
                  UNTIL WS-LANG-SUB > WS-LANG-COUNT                     00065000
            END-IF.                                                     00065100
            MOVE SPACES TO RPT-LINE.                                    00065200
            STRING 'NO YTD FOR YEAR    : ' WS-COUNT-NO-YTD              00065300
               DELIMITED BY SIZE INTO RPT-LINE                          00065400
            END-STRING.                                                 00065500
            WRITE RPT-LINE.                                             00065600
            MOVE SPACES TO RPT-LINE.                                    00065700
            STRING 'MISSING TEMPLATE   : ' WS-COUNT-LANGSKIP            00065800
               DELIMITED BY SIZE INTO RPT-LINE                          00065900
            END-STRING.                                                 00066000
            WRITE RPT-LINE.                                             00066100
            MOVE SPACES TO RPT-LINE.                                    00066200
            STRING 'RETURN RECORDS     : ' WS-COUNT-RETURN              00066300
               DELIMITED BY SIZE INTO RPT-LINE                          00066400
            END-STRING.                                                 00066500
            WRITE RPT-LINE.                                             00066600
            MOVE WS-TOTAL-GROSS TO WS-TOTAL-ED.                         00066700
            MOVE SPACES TO RPT-LINE.                                    00066800
            STRING 'GROSS              : ' WS-TOTAL-ED                  00066900
               DELIMITED BY SIZE INTO RPT-LINE                          00067000
            END-STRING.                                                 00067100
            WRITE RPT-LINE.                                             00067200
            MOVE WS-TOTAL-DEDUCT TO WS-TOTAL-ED.                        00067300
            MOVE SPACES TO RPT-LINE.                                    00067400
            STRING 'DEDUCTED           : ' WS-TOTAL-ED                  00067500
               DELIMITED BY SIZE INTO RPT-LINE                          00067600
            END-STRING.                                                 00067700
            WRITE RPT-LINE.                                             00067800
            MOVE WS-TOTAL-NET TO WS-TOTAL-ED.                           00067900
            MOVE SPACES TO RPT-LINE.                                    00068000
            STRING 'NET                : ' WS-TOTAL-ED                  00068100
               DELIMITED BY SIZE INTO RPT-LINE                          00068200
            END-STRING.                                                 00068300
            WRITE RPT-LINE.                                             00068400
       WRITE-ONE-LANG-COUNT.                                            00068500
            MOVE SPACES TO RPT-LINE.                                    00068600
            STRING 'LANGUAGE ' WS-LANG-CODE (WS-LANG-SUB)               00068700
               ' CERTIFICATES: ' WS-LANG-CERTS (WS-LANG-SUB)            00068800
               DELIMITED BY SIZE INTO RPT-LINE                          00068900
            END-STRING.                                                 00069000
            WRITE RPT-LINE.                                             00069100

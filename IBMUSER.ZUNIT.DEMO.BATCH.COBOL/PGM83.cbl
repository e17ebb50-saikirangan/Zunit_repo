       IDENTIFICATION DIVISION.                                         00000100
       PROGRAM-ID.   PGM83.                                             00000200
      * BANK PAYMENT RETURNS PROCESSING.  READS THE BANK'S RETURN       00000300
      * FILE (DDRETIN) AND MATCHES EACH RETURNED ITEM TO THE PGM49      00000400
      * PAYMENT RECORD IT BOUNCES (DDPAYIN) ON EMPLOYEE ID, VALUE       00000500
      * DATE AND AMOUNT - THE FIRST PAYMENT NOT ALREADY RETURNED.       00000600
      * FOR EVERY MATCH -                                               00000700
      *   THE PAYMENT IS MARKED RETURNED (PAY-RET-FLAG 'R' AND THE      00000800
      *       BANK'S REASON CODE) ON A COPY OF THE PAYMENT FILE         00000900
      *       WRITTEN TO DDPAYOUT, SO A RERUN AGAINST THE MARKED        00001000
      *       COPY NEVER RETURNS THE SAME PAYMENT TWICE;                00001100
      *   THE ACCOUNT PAID IS SET BLOCKED ON THE DIRECT-DEPOSIT         00001200
      *       CLUSTER (DDDDAKS, CPDDAREC) SO PGM49 SENDS IT NO MORE     00001300
      *       MONEY UNTIL HR KEYS CORRECTED DETAILS THROUGH DDAM;       00001400
      *   A LIVE PAYMENT (NOT A ZERO-AMOUNT PRENOTE) GETS A PAIR OF     00001500
      *       REVERSAL ENTRIES IN THE PGM64 JOURNAL FORMAT              00001600
      *       (DDJRNLOUT) - A DEBIT TO CASHACCT FOR THE MONEY BACK      00001700
      *       AND A CREDIT TO PAYABLEACCT FOR THE PAY STILL OWED -      00001800
      *       AND A CPPAYREQ REISSUE REQUEST (DDREISSUE, REASON         00001900
      *       'RI', ALREADY POSTED) FOR THE NEXT OFF-CYCLE RUN.         00002000
      * A RETURNED PRENOTE ONLY BLOCKS THE ACCOUNT.  A RETURN THAT      00002100
      * MATCHES NO PAYMENT GOES ON THE EXCEPTION REPORT AND ENDS        00002200
      * THE RUN RC 04.  NO CASHACCT OR PAYABLEACCT CARD ENDS RC 08      00002300
      * (THE JOURNAL WOULD NOT POST); A DIRECT-DEPOSIT CLUSTER THAT     00002400
      * CANNOT BE OPENED OR UPDATED ENDS RC 12.                         00002500
       ENVIRONMENT DIVISION.                                            00002600
       INPUT-OUTPUT SECTION.                                            00002700
       FILE-CONTROL.                                                    00002800
                SELECT RETIN ASSIGN TO DDRETIN                          00002900
                ORGANIZATION IS SEQUENTIAL.                             00003000
                SELECT PAYIN ASSIGN TO DDPAYIN                          00003100
                ORGANIZATION IS SEQUENTIAL.                             00003200
                SELECT PAYOUT ASSIGN TO DDPAYOUT                        00003300
                ORGANIZATION IS SEQUENTIAL.                             00003400
                SELECT DDAFILE ASSIGN TO DDDDAKS                        00003500
                ORGANIZATION IS INDEXED                                 00003600
                ACCESS MODE IS RANDOM                                   00003700
                RECORD KEY IS DDA-EMP-ID                                00003800
                FILE STATUS IS WS-DDA-STATUS.                           00003900
                SELECT JRNLOUT ASSIGN TO DDJRNLOUT                      00004000
                ORGANIZATION IS SEQUENTIAL.                             00004100
                SELECT REISSUE ASSIGN TO DDREISSUE                      00004200
                ORGANIZATION IS SEQUENTIAL.                             00004300
                SELECT PARMFILE ASSIGN TO DDPARMIN                      00004400
                ORGANIZATION IS SEQUENTIAL.                             00004500
                SELECT RPTFILE ASSIGN TO DDRPTOUT                       00004600
                ORGANIZATION IS SEQUENTIAL.                             00004700
       DATA DIVISION.                                                   00004800
       FILE SECTION.                                                    00004900
       FD RETIN                                                         00005000
            RECORDING MODE IS F.                                        00005100
       01 RET-REC.                                                      00005200
           05 RET-EMP-ID    PIC X(8).                                   00005300
           05 RET-VAL-DATE  PIC 9(8).                                   00005400
           05 RET-AMOUNT    PIC 9(9)V99.                                00005500
           05 RET-REASON    PIC X(3).                                   00005600
           05 RET-ROUTING   PIC X(9).                                   00005700
           05 RET-ACCOUNT   PIC X(17).                                  00005800
           05 FILLER        PIC X(24).                                  00005900
       01 RET-REC-HT REDEFINES RET-REC.                                 00006000
          COPY CPHDRTRL.                                                00006100
       FD PAYIN                                                         00006200
            RECORDING MODE IS F.                                        00006300
       01 PAY-REC.                                                      00006400
           05 PAY-EMP-ID   PIC X(8).                                    00006500
           05 PAY-NAME     PIC X(20).                                   00006600
           05 PAY-AMOUNT   PIC 9(9)V99.                                 00006700
           05 PAY-VAL-DATE PIC 9(8).                                    00006800
           05 PAY-TYPE     PIC X(1).                                    00006900
               88 PAY-TYPE-LIVE    VALUE 'P'.                           00007000
               88 PAY-TYPE-PRENOTE VALUE 'N'.                           00007100
           05 PAY-ROUTING  PIC X(9).                                    00007200
           05 PAY-ACCOUNT  PIC X(17).                                   00007300
           05 PAY-SPLIT-SEQ PIC 9(1).                                   00007400
           05 PAY-RET-FLAG PIC X(1).                                    00007500
               88 PAY-RETURNED     VALUE 'R'.                           00007600
           05 PAY-RET-REASON PIC X(3).                                  00007700
           05 FILLER       PIC X(1).                                    00007800
       01 PAY-REC-HT REDEFINES PAY-REC.                                 00007900
          COPY CPHDRTRL.                                                00008000
       FD PAYOUT                                                        00008100
            RECORDING MODE IS F.                                        00008200
       01 PAY-OUT-REC PIC X(80).                                        00008300
       FD DDAFILE.                                                      00008400
       01 DDA-REC.                                                      00008500
          COPY CPDDAREC.                                                00008600
       FD JRNLOUT                                                       00008700
            RECORDING MODE IS F.                                        00008800
       01 JRN-REC.                                                      00008900
           05 JRN-ACCOUNT PIC X(8).                                     00009000
           05 JRN-DRCR    PIC X(1).                                     00009100
               88 JRN-DEBIT  VALUE 'D'.                                 00009200
               88 JRN-CREDIT VALUE 'C'.                                 00009300
           05 JRN-AMOUNT  PIC 9(11)V99.                                 00009400
           05 JRN-DEPT    PIC X(4).                                     00009500
           05 JRN-SOURCE  PIC X(8).                                     00009600
           05 FILLER      PIC X(46).                                    00009700
       FD REISSUE                                                       00009800
            RECORDING MODE IS F.                                        00009900
       01 PRQ-REC.                                                      00010000
          COPY CPPAYREQ.                                                00010100
       FD PARMFILE                                                      00010200
            RECORDING MODE IS F.                                        00010300
       01 PARM-CARD.                                                    00010400
          COPY CPPARMCD.                                                00010500
       FD RPTFILE                                                       00010600
            RECORDING MODE IS F.                                        00010700
       01 RPT-LINE PIC X(80).                                           00010800
       WORKING-STORAGE SECTION.                                         00010900
       01 WS-RET-EOF-SW PIC X(1) VALUE 'N'.                             00011000
           88 WS-RET-EOF       VALUE 'Y'.                               00011100
       01 WS-PAY-EOF-SW PIC X(1) VALUE 'N'.                             00011200
           88 WS-PAY-EOF       VALUE 'Y'.                               00011300
       01 WS-PARM-EOF-SW PIC X(1) VALUE 'N'.                            00011400
           88 WS-PARM-EOF      VALUE 'Y'.                               00011500
       01 WS-CASH-ACCT    PIC X(8) VALUE SPACES.                        00011600
       01 WS-PAYABLE-ACCT PIC X(8) VALUE SPACES.                        00011700
       01 WS-DDA-STATUS PIC X(2) VALUE SPACES.                          00011800
           88 WS-DDA-OPEN-OK   VALUE '00' '05' '97'.                    00011900
           88 WS-DDA-NOT-FOUND VALUE '35'.                              00012000
       01 WS-DDA-OPEN-SW PIC X(1) VALUE 'N'.                            00012100
           88 WS-DDA-OPEN      VALUE 'Y'.                               00012200
       01 WS-PAY-COUNT PIC 9(5) COMP VALUE 0.                           00012300
       01 WS-PAY-TABLE.                                                 00012400
           05 WS-PAY-ENTRY OCCURS 15000 TIMES                           00012500
                            INDEXED BY WS-PAY-IDX WS-PAY-SAV.           00012600
               10 WS-PAY-EMP-ID    PIC X(8).                            00012700
               10 WS-PAY-VAL-DATE  PIC 9(8).                            00012800
               10 WS-PAY-AMOUNT    PIC 9(9)V99.                         00012900
               10 WS-PAY-RET-FLAG  PIC X(1).                            00013000
                   88 WS-PAY-RETURNED VALUE 'R'.                        00013100
               10 WS-PAY-RET-REASON PIC X(3).                           00013200
       01 WS-FOUND-SW PIC X(1) VALUE 'N'.                               00013300
           88 WS-ENTRY-FOUND   VALUE 'Y'.                               00013400
       01 WS-SLOT-FOUND-SW PIC X(1) VALUE 'N'.                          00013500
           88 WS-SLOT-FOUND    VALUE 'Y'.                               00013600
       01 WS-SLOT-IDX     PIC S9(4) COMP VALUE 0.                       00013700
       01 WS-SLOT-SAV     PIC S9(4) COMP VALUE 0.                       00013800
       01 WS-ORDINAL      PIC 9(5) COMP VALUE 0.                        00013900
       01 WS-COUNT-PAYMENTS  PIC 9(7) VALUE 0.                          00014000
       01 WS-COUNT-RETURNS   PIC 9(7) VALUE 0.                          00014100
       01 WS-COUNT-MATCHED   PIC 9(7) VALUE 0.                          00014200
       01 WS-COUNT-PRENOTE   PIC 9(7) VALUE 0.                          00014300
       01 WS-COUNT-UNMATCHED PIC 9(7) VALUE 0.                          00014400
       01 WS-COUNT-BLOCKED   PIC 9(7) VALUE 0.                          00014500
       01 WS-COUNT-NOACCT    PIC 9(7) VALUE 0.                          00014600
       01 WS-COUNT-REISSUE   PIC 9(7) VALUE 0.                          00014700
       01 WS-COUNT-PAYOVER   PIC 9(7) VALUE 0.                          00014800
       01 WS-COUNT-DDA-ERR   PIC 9(7) VALUE 0.                          00014900
       01 WS-TOTAL-RETURNED  PIC 9(13)V99 VALUE 0.                      00015000
       01 WS-AMOUNT-ED       PIC ZZZ,ZZZ,ZZZ,ZZ9.99.                    00015100
       01 WS-RUN-DATE        PIC 9(8).                                  00015200
       01 WS-RETCD.                                                     00015300
           COPY CPRETCD.                                                00015400
       PROCEDURE DIVISION.                                              00015500
       MAIN-ROUTINE.                                                    00015600
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.                      00015700
            PERFORM READ-RETURN-PARMS.                                  00015800
            PERFORM LOAD-PAYMENTS.                                      00015900
            PERFORM OPEN-DDA-CLUSTER.                                   00016000
            OPEN INPUT RETIN.                                           00016100
            OPEN OUTPUT JRNLOUT.                                        00016200
            OPEN OUTPUT REISSUE.                                        00016300
            OPEN OUTPUT RPTFILE.                                        00016400
            MOVE '---- PGM83 BANK RETURNS PROCESSING ----' TO RPT-LINE. 00016500
            WRITE RPT-LINE.                                             00016600
            IF WS-RC-IO-ERROR THEN                                      00016700
               SET WS-RET-EOF TO TRUE                                   00016800
            END-IF.                                                     00016900
            PERFORM UNTIL WS-RET-EOF                                    00017000
               READ RETIN                                               00017100
                 AT END SET WS-RET-EOF TO TRUE                          00017200
                 NOT AT END                                             00017300
                    IF HT-IS-HEADER OF RET-REC-HT OR                    00017400
                       HT-IS-TRAILER OF RET-REC-HT THEN                 00017500
                       CONTINUE                                         00017600
                    ELSE                                                00017700
                       PERFORM PROCESS-ONE-RETURN                       00017800
                    END-IF                                              00017900
               END-READ                                                 00018000
            END-PERFORM.                                                00018100
            PERFORM WRITE-MARKED-PAYMENTS.                              00018200
            PERFORM WRITE-RETURNS-SUMMARY.                              00018300
            CLOSE RETIN.                                                00018400
            CLOSE JRNLOUT.                                              00018500
            CLOSE REISSUE.                                              00018600
            CLOSE RPTFILE.                                              00018700
            IF WS-DDA-OPEN THEN                                         00018800
               CLOSE DDAFILE                                            00018900
            END-IF.                                                     00019000
            IF WS-RC-IO-ERROR OR WS-COUNT-DDA-ERR > 0 THEN              00019100
               SET WS-RC-IO-ERROR TO TRUE                               00019200
            ELSE                                                        00019300
               SET WS-RC-OK TO TRUE                                     00019400
               IF WS-COUNT-UNMATCHED > 0 THEN                           00019500
                  SET WS-RC-WARNING TO TRUE                             00019600
               END-IF                                                   00019700
               IF WS-CASH-ACCT = SPACES OR                              00019800
                  WS-PAYABLE-ACCT = SPACES OR                           00019900
                  WS-COUNT-PAYOVER > 0 THEN                             00020000
                  SET WS-RC-DATA-ERROR TO TRUE                          00020100
               END-IF                                                   00020200
            END-IF.                                                     00020300
            MOVE WS-RETURN-CODE TO RETURN-CODE.                         00020400
            GOBACK.                                                     00020500
       READ-RETURN-PARMS.                                               00020600
            OPEN INPUT PARMFILE.                                        00020700
            PERFORM UNTIL WS-PARM-EOF                                   00020800
               READ PARMFILE                                            00020900
                 AT END SET WS-PARM-EOF TO TRUE                         00021000
                 NOT AT END PERFORM APPLY-PARM-CARD                     00021100
               END-READ                                                 00021200
            END-PERFORM.                                                00021300
            CLOSE PARMFILE.                                             00021400
       APPLY-PARM-CARD.                                                 00021500
            EVALUATE PARM-KEY                                           00021600
                WHEN 'CASHACCT'                                         00021700
                   MOVE PARM-VALUE-TEXT (1:8) TO WS-CASH-ACCT           00021800
                WHEN 'PAYABLEACCT'                                      00021900
                   MOVE PARM-VALUE-TEXT (1:8) TO WS-PAYABLE-ACCT        00022000
                WHEN OTHER                                              00022100
                   CONTINUE                                             00022200
            END-EVALUATE.                                               00022300
      * THE PAYMENT FILE IS HELD IN FILE ORDER SO THE MARKED COPY       00022400
      * CAN BE WRITTEN BY A SECOND PASS THAT PAIRS EACH RECORD WITH     00022500
      * ITS TABLE ENTRY BY POSITION.  A PAYMENT ALREADY MARKED BY AN    00022600
      * EARLIER RUN STAYS RETURNED AND IS NEVER MATCHED AGAIN.          00022700
       LOAD-PAYMENTS.                                                   00022800
            OPEN INPUT PAYIN.                                           00022900
            PERFORM UNTIL WS-PAY-EOF                                    00023000
               READ PAYIN                                               00023100
                 AT END SET WS-PAY-EOF TO TRUE                          00023200
                 NOT AT END                                             00023300
                    IF HT-IS-HEADER OF PAY-REC-HT OR                    00023400
                       HT-IS-TRAILER OF PAY-REC-HT THEN                 00023500
                       CONTINUE                                         00023600
                    ELSE                                                00023700
                       PERFORM LOAD-ONE-PAYMENT                         00023800
                    END-IF                                              00023900
               END-READ                                                 00024000
            END-PERFORM.                                                00024100
            CLOSE PAYIN.                                                00024200
       LOAD-ONE-PAYMENT.                                                00024300
            ADD 1 TO WS-COUNT-PAYMENTS.                                 00024400
            IF WS-PAY-COUNT < 15000 THEN                                00024500
               ADD 1 TO WS-PAY-COUNT                                    00024600
               SET WS-PAY-IDX TO WS-PAY-COUNT                           00024700
               MOVE PAY-EMP-ID TO WS-PAY-EMP-ID (WS-PAY-IDX)            00024800
               MOVE PAY-VAL-DATE TO WS-PAY-VAL-DATE (WS-PAY-IDX)        00024900
               MOVE PAY-AMOUNT TO WS-PAY-AMOUNT (WS-PAY-IDX)            00025000
               MOVE PAY-RET-FLAG TO WS-PAY-RET-FLAG (WS-PAY-IDX)        00025100
               MOVE PAY-RET-REASON TO WS-PAY-RET-REASON (WS-PAY-IDX)    00025200
            ELSE                                                        00025300
               ADD 1 TO WS-COUNT-PAYOVER                                00025400
            END-IF.                                                     00025500
       OPEN-DDA-CLUSTER.                                                00025600
            OPEN I-O DDAFILE.                                           00025700
            IF WS-DDA-OPEN-OK THEN                                      00025800
               SET WS-DDA-OPEN TO TRUE                                  00025900
            ELSE                                                        00026000
               IF NOT WS-DDA-NOT-FOUND THEN                             00026100
                  DISPLAY 'PGM83 DIRECT-DEPOSIT CLUSTER OPEN FAILED, '  00026200
                     'STATUS ' WS-DDA-STATUS                            00026300
                  SET WS-RC-IO-ERROR TO TRUE                            00026400
               END-IF                                                   00026500
            END-IF.                                                     00026600
       PROCESS-ONE-RETURN.                                              00026700
            ADD 1 TO WS-COUNT-RETURNS.                                  00026800
            PERFORM FIND-RETURNED-PAYMENT.                              00026900
            IF WS-ENTRY-FOUND THEN                                      00027000
               ADD 1 TO WS-COUNT-MATCHED                                00027100
               SET WS-PAY-IDX TO WS-PAY-SAV                             00027200
               SET WS-PAY-RETURNED (WS-PAY-IDX) TO TRUE                 00027300
               MOVE RET-REASON TO WS-PAY-RET-REASON (WS-PAY-IDX)        00027400
               PERFORM BLOCK-RETURNED-ACCOUNT                           00027500
               IF RET-AMOUNT = 0 THEN                                   00027600
                  ADD 1 TO WS-COUNT-PRENOTE                             00027700
               ELSE                                                     00027800
                  ADD RET-AMOUNT TO WS-TOTAL-RETURNED                   00027900
                  PERFORM WRITE-REVERSAL-ENTRIES                        00028000
                  PERFORM WRITE-REISSUE-REQUEST                         00028100
               END-IF                                                   00028200
               PERFORM LIST-MATCHED-RETURN                              00028300
            ELSE                                                        00028400
               PERFORM LIST-UNMATCHED-RETURN                            00028500
            END-IF.                                                     00028600
       FIND-RETURNED-PAYMENT.                                           00028700
            MOVE 'N' TO WS-FOUND-SW.                                    00028800
            IF WS-PAY-COUNT > 0 THEN                                    00028900
               PERFORM VARYING WS-PAY-IDX FROM 1 BY 1                   00029000
                  UNTIL WS-PAY-IDX > WS-PAY-COUNT                       00029100
                     OR WS-ENTRY-FOUND                                  00029200
                  IF WS-PAY-EMP-ID (WS-PAY-IDX) = RET-EMP-ID AND        00029300
                     WS-PAY-VAL-DATE (WS-PAY-IDX) = RET-VAL-DATE AND    00029400
                     WS-PAY-AMOUNT (WS-PAY-IDX) = RET-AMOUNT AND        00029500
                     NOT WS-PAY-RETURNED (WS-PAY-IDX) THEN              00029600
                     SET WS-ENTRY-FOUND TO TRUE                         00029700
                     SET WS-PAY-SAV TO WS-PAY-IDX                       00029800
                  END-IF                                                00029900
               END-PERFORM                                              00030000
            END-IF.                                                     00030100
      * THE ACCOUNT IS FOUND BY ROUTING AND ACCOUNT NUMBER AS THE       00030200
      * BANK QUOTES THEM.  A PAYMENT MADE THE OLD WAY (NO MASTER        00030300
      * RECORD, BLANK BANK DETAILS) HAS NOTHING TO BLOCK AND IS         00030400
      * COUNTED SO HR CAN SET UP A MASTER RECORD.                       00030500
       BLOCK-RETURNED-ACCOUNT.                                          00030600
            MOVE 'N' TO WS-SLOT-FOUND-SW.                               00030700
            IF WS-DDA-OPEN AND RET-ROUTING NOT = SPACES THEN            00030800
               MOVE RET-EMP-ID TO DDA-EMP-ID                            00030900
               READ DDAFILE                                             00031000
                  INVALID KEY                                           00031100
                     CONTINUE                                           00031200
                  NOT INVALID KEY                                       00031300
                     PERFORM FIND-RETURNED-SLOT                         00031400
               END-READ                                                 00031500
            END-IF.                                                     00031600
            IF WS-SLOT-FOUND THEN                                       00031700
               SET DDA-ACCT-BLOCKED (WS-SLOT-SAV) TO TRUE               00031800
               MOVE WS-RUN-DATE TO DDA-STATUS-DATE (WS-SLOT-SAV)        00031900
               REWRITE DDA-REC                                          00032000
                  INVALID KEY                                           00032100
                     ADD 1 TO WS-COUNT-DDA-ERR                          00032200
                  NOT INVALID KEY                                       00032300
                     ADD 1 TO WS-COUNT-BLOCKED                          00032400
               END-REWRITE                                              00032500
            ELSE                                                        00032600
               ADD 1 TO WS-COUNT-NOACCT                                 00032700
            END-IF.                                                     00032800
       FIND-RETURNED-SLOT.                                              00032900
            PERFORM VARYING WS-SLOT-IDX FROM 1 BY 1                     00033000
               UNTIL WS-SLOT-IDX > 3 OR WS-SLOT-FOUND                   00033100
               IF DDA-ROUTING (WS-SLOT-IDX) = RET-ROUTING AND           00033200
                  DDA-ACCOUNT (WS-SLOT-IDX) = RET-ACCOUNT AND           00033300
                  NOT DDA-SLOT-UNUSED (WS-SLOT-IDX) THEN                00033400
                  SET WS-SLOT-FOUND TO TRUE                             00033500
                  MOVE WS-SLOT-IDX TO WS-SLOT-SAV                       00033600
               END-IF                                                   00033700
            END-PERFORM.                                                00033800
      * THE ORIGINAL PAYMENT CREDITED CASH; THE RETURN PUTS THE         00033900
      * MONEY BACK IN CASH AND REINSTATES IT AS PAY STILL OWED          00034000
      * UNTIL THE OFF-CYCLE REISSUE CLEARS IT.                          00034100
       WRITE-REVERSAL-ENTRIES.                                          00034200
            MOVE SPACES TO JRN-REC.                                     00034300
            MOVE WS-CASH-ACCT TO JRN-ACCOUNT.                           00034400
            SET JRN-DEBIT TO TRUE.                                      00034500
            MOVE RET-AMOUNT TO JRN-AMOUNT.                              00034600
            MOVE 'PGM83' TO JRN-SOURCE.                                 00034700
            WRITE JRN-REC.                                              00034800
            MOVE SPACES TO JRN-REC.                                     00034900
            MOVE WS-PAYABLE-ACCT TO JRN-ACCOUNT.                        00035000
            SET JRN-CREDIT TO TRUE.                                     00035100
            MOVE RET-AMOUNT TO JRN-AMOUNT.                              00035200
            MOVE 'PGM83' TO JRN-SOURCE.                                 00035300
            WRITE JRN-REC.                                              00035400
       WRITE-REISSUE-REQUEST.                                           00035500
            MOVE SPACES TO PRQ-REC.                                     00035600
            MOVE RET-EMP-ID TO PRQ-EMP-ID.                              00035700
            SET PRQ-REASON-REISSUE TO TRUE.                             00035800
            MOVE RET-AMOUNT TO PRQ-GROSS.                               00035900
            SET PRQ-IS-POSTED TO TRUE.                                  00036000
            MOVE RET-VAL-DATE TO PRQ-ORIG-VAL-DATE.                     00036100
            MOVE 'PGM83' TO PRQ-SOURCE-PGM.                             00036200
            STRING 'BANK RET ' RET-REASON                               00036300
               DELIMITED BY SIZE INTO PRQ-REFERENCE                     00036400
            END-STRING.                                                 00036500
            WRITE PRQ-REC.                                              00036600
            ADD 1 TO WS-COUNT-REISSUE.                                  00036700
       LIST-MATCHED-RETURN.                                             00036800
            MOVE RET-AMOUNT TO WS-AMOUNT-ED.                            00036900
            MOVE SPACES TO RPT-LINE.                                    00037000
            STRING 'RETURNED ' RET-EMP-ID ' ' RET-VAL-DATE              00037100
               ' ' WS-AMOUNT-ED ' REASON ' RET-REASON                   00037200
               DELIMITED BY SIZE INTO RPT-LINE                          00037300
            END-STRING.                                                 00037400
            IF RET-AMOUNT = 0 THEN                                      00037500
               MOVE 'PRENOTE' TO RPT-LINE (63:7)                        00037600
            END-IF.                                                     00037700
            IF NOT WS-SLOT-FOUND THEN                                   00037800
               MOVE 'NO ACCT' TO RPT-LINE (71:7)                        00037900
            END-IF.                                                     00038000
            WRITE RPT-LINE.                                             00038100
       LIST-UNMATCHED-RETURN.                                           00038200
            ADD 1 TO WS-COUNT-UNMATCHED.                                00038300
            MOVE RET-AMOUNT TO WS-AMOUNT-ED.                            00038400
            MOVE SPACES TO RPT-LINE.                                    00038500
            STRING '*** UNMATCHED ' RET-EMP-ID ' ' RET-VAL-DATE         00038600
               ' ' WS-AMOUNT-ED ' REASON ' RET-REASON                   00038700
               DELIMITED BY SIZE INTO RPT-LINE                          00038800
            END-STRING.                                                 00038900
            WRITE RPT-LINE.                                             00039000
      * SECOND PASS: THE PAYMENT FILE IS COPIED WHOLE, HEADER AND       00039100
      * TRAILER INCLUDED, WITH THE RETURN MARK ON EVERY PAYMENT         00039200
      * MATCHED THIS RUN OR ANY EARLIER ONE.                            00039300
       WRITE-MARKED-PAYMENTS.                                           00039400
            MOVE 'N' TO WS-PAY-EOF-SW.                                  00039500
            MOVE 0 TO WS-ORDINAL.                                       00039600
            OPEN INPUT PAYIN.                                           00039700
            OPEN OUTPUT PAYOUT.                                         00039800
            PERFORM UNTIL WS-PAY-EOF                                    00039900
               READ PAYIN                                               00040000
                 AT END SET WS-PAY-EOF TO TRUE                          00040100
                 NOT AT END                                             00040200
                    IF HT-IS-HEADER OF PAY-REC-HT OR                    00040300
                       HT-IS-TRAILER OF PAY-REC-HT THEN                 00040400
                       CONTINUE                                         00040500
                    ELSE                                                00040600
                       ADD 1 TO WS-ORDINAL                              00040700
                       IF WS-ORDINAL <= WS-PAY-COUNT THEN               00040800
                          SET WS-PAY-IDX TO WS-ORDINAL                  00040900
                          MOVE WS-PAY-RET-FLAG (WS-PAY-IDX)             00041000
                             TO PAY-RET-FLAG                            00041100
                          MOVE WS-PAY-RET-REASON (WS-PAY-IDX)           00041200
                             TO PAY-RET-REASON                          00041300
                       END-IF                                           00041400
                    END-IF                                              00041500
                    MOVE PAY-REC TO PAY-OUT-REC                         00041600
                    WRITE PAY-OUT-REC                                   00041700
               END-READ                                                 00041800
            END-PERFORM.                                                00041900
            CLOSE PAYIN.                                                00042000
            CLOSE PAYOUT.                                               00042100
       WRITE-RETURNS-SUMMARY.                                           00042200
            MOVE SPACES TO RPT-LINE.                                    00042300
            STRING 'PAYMENTS ON FILE : ' WS-COUNT-PAYMENTS              00042400
               DELIMITED BY SIZE INTO RPT-LINE                          00042500
            END-STRING.                                                 00042600
            WRITE RPT-LINE.                                             00042700
            MOVE SPACES TO RPT-LINE.                                    00042800
            STRING 'RETURNS READ     : ' WS-COUNT-RETURNS               00042900
               DELIMITED BY SIZE INTO RPT-LINE                          00043000
            END-STRING.                                                 00043100
            WRITE RPT-LINE.                                             00043200
            MOVE SPACES TO RPT-LINE.                                    00043300
            STRING 'MATCHED          : ' WS-COUNT-MATCHED               00043400
               ' (PRENOTES ' WS-COUNT-PRENOTE ')'                       00043500
               DELIMITED BY SIZE INTO RPT-LINE                          00043600
            END-STRING.                                                 00043700
            WRITE RPT-LINE.                                             00043800
            MOVE SPACES TO RPT-LINE.                                    00043900
            STRING 'UNMATCHED        : ' WS-COUNT-UNMATCHED             00044000
               DELIMITED BY SIZE INTO RPT-LINE                          00044100
            END-STRING.                                                 00044200
            WRITE RPT-LINE.                                             00044300
            MOVE SPACES TO RPT-LINE.                                    00044400
            STRING 'ACCOUNTS BLOCKED : ' WS-COUNT-BLOCKED               00044500
               ' (NO MASTER ACCOUNT ' WS-COUNT-NOACCT ')'               00044600
               DELIMITED BY SIZE INTO RPT-LINE                          00044700
            END-STRING.                                                 00044800
            WRITE RPT-LINE.                                             00044900
            MOVE SPACES TO RPT-LINE.                                    00045000
            STRING 'REISSUE REQUESTS : ' WS-COUNT-REISSUE               00045100
               DELIMITED BY SIZE INTO RPT-LINE                          00045200
            END-STRING.                                                 00045300
            WRITE RPT-LINE.                                             00045400
            MOVE WS-TOTAL-RETURNED TO WS-AMOUNT-ED.                     00045500
            MOVE SPACES TO RPT-LINE.                                    00045600
            STRING 'AMOUNT REVERSED  : ' WS-AMOUNT-ED                   00045700
               DELIMITED BY SIZE INTO RPT-LINE                          00045800
            END-STRING.                                                 00045900
            WRITE RPT-LINE.                                             00046000
            IF WS-CASH-ACCT = SPACES OR WS-PAYABLE-ACCT = SPACES THEN   00046100
               MOVE '*** NO CASHACCT/PAYABLEACCT CARD - DO NOT POST'    00046200
                  TO RPT-LINE                                           00046300
               WRITE RPT-LINE                                           00046400
            END-IF.                                                     00046500
            IF WS-COUNT-PAYOVER > 0 THEN                                00046600
               MOVE SPACES TO RPT-LINE                                  00046700
               STRING '*** PAYMENT FILE OVER TABLE SIZE: '              00046800
                  WS-COUNT-PAYOVER ' NOT MATCHABLE'                     00046900
                  DELIMITED BY SIZE INTO RPT-LINE                       00047000
               END-STRING                                               00047100
               WRITE RPT-LINE                                           00047200
            END-IF.                                                     00047300
            IF NOT WS-DDA-OPEN THEN                                     00047400
               MOVE SPACES TO RPT-LINE                                  00047500
               STRING 'DD MASTER        : NOT AVAILABLE, STATUS '       00047600
                  WS-DDA-STATUS                                         00047700
                  DELIMITED BY SIZE INTO RPT-LINE                       00047800
               END-STRING                                               00047900
               WRITE RPT-LINE                                           00048000
            END-IF.                                                     00048100
            IF WS-COUNT-DDA-ERR > 0 THEN                                00048200
               MOVE SPACES TO RPT-LINE                                  00048300
               STRING 'DD MASTER        : ' WS-COUNT-DDA-ERR            00048400
                  ' REWRITES FAILED'                                    00048500
                  DELIMITED BY SIZE INTO RPT-LINE                       00048600
               END-STRING                                               00048700
               WRITE RPT-LINE                                           00048800
            END-IF.                                                     00048900

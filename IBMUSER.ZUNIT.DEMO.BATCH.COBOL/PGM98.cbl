       IDENTIFICATION DIVISION.                                         00000100
       PROGRAM-ID.   PGM98.                                             00000200
      * NIGHTLY EXTRACT OF APPROVED ONLINE LEAVE REQUESTS.  WALKS       00000300
      * THE LEAVE-REQUEST CLUSTER (CPLVREQ) THE LVRQ TRANSACTION        00000400
      * (PGM97) CAPTURES AND DECIDES, AND FOR EVERY ITEM IN STATUS      00000500
      * 'A' (APPROVED):                                                 00000600
      *   - ANNUAL LEAVE BECOMES A LEAVIN 'T' RECORD (DDLEAVOUT) FOR    00000700
      *     THE NEXT PERIOD PGM73 WILL ROLL FOR THE EMPLOYEE - THE      00000800
      *     MONTH AFTER LB-PERIOD ON THE LEAVE CLUSTER (DDLEAVBAL),     00000900
      *     OR THE LEAVE'S OWN MONTH FOR AN EMPLOYEE NOT YET ON IT.     00001000
      *     LEAVE IN A LATER MONTH THAN THAT STAYS APPROVED AND IS      00001100
      *     PICKED UP BY A LATER NIGHT, SO EVERY RECORD WRITTEN IS      00001200
      *     FOR THE COMING ROLL;                                        00001300
      *   - SICK AND UNPAID LEAVE WRITE NOTHING - THEY DO NOT DRAW      00001400
      *     ON THE BALANCE;                                             00001500
      *   - THE ITEM IS MARKED 'X' (EXTRACTED) WITH THE PERIOD IT       00001600
      *     WAS WRITTEN FOR, SO A RERUN EXTRACTS NOTHING TWICE AND      00001700
      *     LVRQ KEEPS COUNTING IT AS PENDING UNTIL THAT PERIOD IS      00001800
      *     ROLLED.                                                     00001900
      * PENDING AND REJECTED ITEMS ARE COUNTED AND LEFT IN PLACE.       00002000
      * ENDS RC 12 WHEN EITHER CLUSTER WILL NOT OPEN.                   00002100
       ENVIRONMENT DIVISION.                                            00002200
       INPUT-OUTPUT SECTION.                                            00002300
       FILE-CONTROL.                                                    00002400
                SELECT LVREQ ASSIGN TO DDLVREQ                          00002500
                ORGANIZATION IS INDEXED                                 00002600
                ACCESS MODE IS SEQUENTIAL                               00002700
                RECORD KEY IS LRQ-KEY                                   00002800
                FILE STATUS IS WS-LRQ-STATUS.                           00002900
                SELECT LEAVBAL ASSIGN TO DDLEAVBAL                      00003000
                ORGANIZATION IS INDEXED                                 00003100
                ACCESS MODE IS RANDOM                                   00003200
                RECORD KEY IS LB-EMP-ID                                 00003300
                FILE STATUS IS WS-LB-STATUS.                            00003400
                SELECT LEAVOUT ASSIGN TO DDLEAVOUT                      00003500
                ORGANIZATION IS SEQUENTIAL.                             00003600
                SELECT RPTFILE ASSIGN TO DDRPTOUT                       00003700
                ORGANIZATION IS SEQUENTIAL.                             00003800
       DATA DIVISION.                                                   00003900
       FILE SECTION.                                                    00004000
       FD LVREQ.                                                        00004100
       01 LRQ-REC.                                                      00004200
          COPY CPLVREQ.                                                 00004300
       FD LEAVBAL.                                                      00004400
       01 LB-REC.                                                       00004500
           05 LB-EMP-ID  PIC X(8).                                      00004600
           05 LB-PERIOD  PIC 9(6).                                      00004700
           05 LB-OPENING PIC S9(5)V99 SIGN LEADING SEPARATE.            00004800
           05 LB-ACCRUED PIC S9(5)V99 SIGN LEADING SEPARATE.            00004900
           05 LB-TAKEN   PIC S9(5)V99 SIGN LEADING SEPARATE.            00005000
           05 LB-CLOSING PIC S9(5)V99 SIGN LEADING SEPARATE.            00005100
           05 LB-SETTLED-DATE PIC X(8).                                 00005200
           05 FILLER     PIC X(26).                                     00005300
       FD LEAVOUT                                                       00005400
            RECORDING MODE IS F.                                        00005500
       01 LV-REC.                                                       00005600
           05 LV-EMP-ID PIC X(8).                                       00005700
           05 FILLER    PIC X(1).                                       00005800
           05 LV-TYPE   PIC X(1).                                       00005900
               88 LV-TYPE-TAKEN  VALUE 'T'.                             00006000
               88 LV-TYPE-ADJUST VALUE 'A'.                             00006100
               88 LV-TYPE-CARRY  VALUE 'C'.                             00006200
           05 FILLER    PIC X(1).                                       00006300
           05 LV-DAYS-X PIC X(4).                                       00006400
           05 LV-DAYS REDEFINES LV-DAYS-X PIC 9(3)V9.                   00006500
           05 FILLER    PIC X(1).                                       00006600
           05 LV-PERIOD-X PIC X(6).                                     00006700
           05 LV-PERIOD REDEFINES LV-PERIOD-X PIC 9(6).                 00006800
           05 FILLER    PIC X(58).                                      00006900
       FD RPTFILE                                                       00007000
            RECORDING MODE IS F.                                        00007100
       01 RPT-LINE PIC X(80).                                           00007200
       WORKING-STORAGE SECTION.                                         00007300
       01 WS-LRQ-EOF-SW PIC X(1) VALUE 'N'.                             00007400
           88 WS-LRQ-EOF       VALUE 'Y'.                               00007500
       01 WS-LRQ-STATUS PIC X(2) VALUE SPACES.                          00007600
           88 WS-LRQ-OPEN-OK  VALUE '00' '97'.                          00007700
       01 WS-LB-STATUS PIC X(2) VALUE SPACES.                           00007800
           88 WS-LB-OPEN-OK   VALUE '00' '97'.                          00007900
       01 WS-LEAVE-PERIOD PIC 9(6) VALUE 0.                             00008000
       01 WS-NEXT-PERIOD.                                               00008100
           05 WS-NEXT-YYYY PIC 9(4).                                    00008200
           05 WS-NEXT-MM   PIC 9(2).                                    00008300
       01 WS-NEXT-PERIOD-N REDEFINES WS-NEXT-PERIOD PIC 9(6).           00008400
       01 WS-DAYS-ED       PIC ZZ9.9.                                   00008500
       01 WS-COUNT-EXTRACTED PIC 9(7) VALUE 0.                          00008600
       01 WS-COUNT-RECORDED  PIC 9(7) VALUE 0.                          00008700
       01 WS-COUNT-FUTURE    PIC 9(7) VALUE 0.                          00008800
       01 WS-COUNT-PENDING   PIC 9(7) VALUE 0.                          00008900
       01 WS-COUNT-REJECTED  PIC 9(7) VALUE 0.                          00009000
       01 WS-COUNT-DONE      PIC 9(7) VALUE 0.                          00009100
       01 WS-TOTAL-DAYS      PIC 9(7)V9 VALUE 0.                        00009200
       01 WS-TOTAL-DAYS-ED   PIC Z(6)9.9.                               00009300
       01 WS-RETCD.                                                     00009400
           COPY CPRETCD.                                                00009500
       PROCEDURE DIVISION.                                              00009600
       MAIN-ROUTINE.                                                    00009700
            SET WS-RC-OK TO TRUE.                                       00009800
            OPEN OUTPUT RPTFILE.                                        00009900
            MOVE '---- PGM98 ONLINE LEAVE REQUEST EXTRACT ----'         00010000
               TO RPT-LINE.                                             00010100
            WRITE RPT-LINE.                                             00010200
            OPEN I-O LVREQ.                                             00010300
            OPEN INPUT LEAVBAL.                                         00010400
            IF NOT WS-LRQ-OPEN-OK OR NOT WS-LB-OPEN-OK THEN             00010500
               MOVE SPACES TO RPT-LINE                                  00010600
               STRING '*** CLUSTER OPEN FAILED - REQUESTS '             00010700
                  WS-LRQ-STATUS ' BALANCES ' WS-LB-STATUS               00010800
                  DELIMITED BY SIZE INTO RPT-LINE                       00010900
               END-STRING                                               00011000
               WRITE RPT-LINE                                           00011100
               SET WS-RC-IO-ERROR TO TRUE                               00011200
               SET WS-LRQ-EOF TO TRUE                                   00011300
            END-IF.                                                     00011400
            OPEN OUTPUT LEAVOUT.                                        00011500
            PERFORM UNTIL WS-LRQ-EOF                                    00011600
               READ LVREQ NEXT RECORD                                   00011700
                 AT END SET WS-LRQ-EOF TO TRUE                          00011800
                 NOT AT END PERFORM HANDLE-ONE-REQUEST                  00011900
               END-READ                                                 00012000
            END-PERFORM.                                                00012100
            PERFORM WRITE-EXTRACT-SUMMARY.                              00012200
            CLOSE LVREQ.                                                00012300
            CLOSE LEAVBAL.                                              00012400
            CLOSE LEAVOUT.                                              00012500
            CLOSE RPTFILE.                                              00012600
            MOVE WS-RETURN-CODE TO RETURN-CODE.                         00012700
            GOBACK.                                                     00012800
       HANDLE-ONE-REQUEST.                                              00012900
            EVALUATE TRUE                                               00013000
                WHEN LRQ-STATUS-APPROVED AND LRQ-TYPE-ANNUAL            00013100
                   PERFORM EXTRACT-ANNUAL-LEAVE                         00013200
                WHEN LRQ-STATUS-APPROVED                                00013300
                   ADD 1 TO WS-COUNT-RECORDED                           00013400
                   DIVIDE LRQ-FROM-DATE BY 100 GIVING WS-LEAVE-PERIOD   00013500
                   MOVE WS-LEAVE-PERIOD TO WS-NEXT-PERIOD-N             00013600
                   PERFORM MARK-EXTRACTED                               00013700
                   MOVE SPACES TO RPT-LINE                              00013800
                   STRING LRQ-EMP-ID ' ' LRQ-TYPE ' ' LRQ-FROM-DATE     00013900
                      '-' LRQ-TO-DATE ' RECORDED, NOT ON BALANCE'       00014000
                      DELIMITED BY SIZE INTO RPT-LINE                   00014100
                   END-STRING                                           00014200
                   WRITE RPT-LINE                                       00014300
                WHEN LRQ-STATUS-PENDING                                 00014400
                   ADD 1 TO WS-COUNT-PENDING                            00014500
                WHEN LRQ-STATUS-REJECTED                                00014600
                   ADD 1 TO WS-COUNT-REJECTED                           00014700
                WHEN OTHER                                              00014800
                   ADD 1 TO WS-COUNT-DONE                               00014900
            END-EVALUATE.                                               00015000
      * THE COMING ROLL FOR THE EMPLOYEE IS THE MONTH AFTER THE LAST    00015100
      * ONE PGM73 STORED; LEAVE BACKDATED INTO A ROLLED MONTH COMES     00015200
      * OFF IN THE COMING ROLL, LEAVE BEYOND IT WAITS.                  00015300
       EXTRACT-ANNUAL-LEAVE.                                            00015400
            DIVIDE LRQ-FROM-DATE BY 100 GIVING WS-LEAVE-PERIOD.         00015500
            MOVE LRQ-EMP-ID TO LB-EMP-ID.                               00015600
            READ LEAVBAL                                                00015700
               INVALID KEY                                              00015800
                  MOVE WS-LEAVE-PERIOD TO WS-NEXT-PERIOD-N              00015900
               NOT INVALID KEY                                          00016000
                  MOVE LB-PERIOD TO WS-NEXT-PERIOD-N                    00016100
                  IF WS-NEXT-MM = 12 THEN                               00016200
                     ADD 1 TO WS-NEXT-YYYY                              00016300
                     MOVE 1 TO WS-NEXT-MM                               00016400
                  ELSE                                                  00016500
                     ADD 1 TO WS-NEXT-MM                                00016600
                  END-IF                                                00016700
            END-READ.                                                   00016800
            IF WS-LEAVE-PERIOD > WS-NEXT-PERIOD-N THEN                  00016900
               ADD 1 TO WS-COUNT-FUTURE                                 00017000
            ELSE                                                        00017100
               MOVE SPACES TO LV-REC                                    00017200
               MOVE LRQ-EMP-ID TO LV-EMP-ID                             00017300
               SET LV-TYPE-TAKEN TO TRUE                                00017400
               MOVE LRQ-DAYS TO LV-DAYS                                 00017500
               MOVE WS-NEXT-PERIOD-N TO LV-PERIOD                       00017600
               WRITE LV-REC                                             00017700
               ADD 1 TO WS-COUNT-EXTRACTED                              00017800
               ADD LRQ-DAYS TO WS-TOTAL-DAYS                            00017900
               PERFORM MARK-EXTRACTED                                   00018000
               MOVE LRQ-DAYS TO WS-DAYS-ED                              00018100
               MOVE SPACES TO RPT-LINE                                  00018200
               STRING LRQ-EMP-ID ' ' LRQ-TYPE ' ' LRQ-FROM-DATE         00018300
                  '-' LRQ-TO-DATE ' ' WS-DAYS-ED ' DAYS TO PERIOD '     00018400
                  WS-NEXT-PERIOD ' BY ' LRQ-CHECKER                     00018500
                  DELIMITED BY SIZE INTO RPT-LINE                       00018600
               END-STRING                                               00018700
               WRITE RPT-LINE                                           00018800
            END-IF.                                                     00018900
       MARK-EXTRACTED.                                                  00019000
            SET LRQ-STATUS-EXTRACTED TO TRUE.                           00019100
            MOVE WS-NEXT-PERIOD-N TO LRQ-PERIOD.                        00019200
            REWRITE LRQ-REC                                             00019300
               INVALID KEY                                              00019400
                  SET WS-RC-IO-ERROR TO TRUE                            00019500
            END-REWRITE.                                                00019600
       WRITE-EXTRACT-SUMMARY.                                           00019700
            MOVE SPACES TO RPT-LINE.                                    00019800
            WRITE RPT-LINE.                                             00019900
            MOVE WS-TOTAL-DAYS TO WS-TOTAL-DAYS-ED.                     00020000
            MOVE SPACES TO RPT-LINE.                                    00020100
            STRING 'EXTRACTED ' WS-COUNT-EXTRACTED                      00020200
               ' (' WS-TOTAL-DAYS-ED ' DAYS)'                           00020300
               ' NOT ON BALANCE ' WS-COUNT-RECORDED                     00020400
               ' WAITING ' WS-COUNT-FUTURE                              00020500
               DELIMITED BY SIZE INTO RPT-LINE                          00020600
            END-STRING.                                                 00020700
            WRITE RPT-LINE.                                             00020800
            MOVE SPACES TO RPT-LINE.                                    00020900
            STRING 'PENDING ' WS-COUNT-PENDING                          00021000
               ' REJECTED ' WS-COUNT-REJECTED                           00021100
               ' ALREADY EXTRACTED ' WS-COUNT-DONE                      00021200
               DELIMITED BY SIZE INTO RPT-LINE                          00021300
            END-STRING.                                                 00021400
            WRITE RPT-LINE.                                             00021500

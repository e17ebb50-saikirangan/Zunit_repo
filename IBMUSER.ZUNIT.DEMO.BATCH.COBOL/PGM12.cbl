      * A RECORD MOMENTARILY HELD BY THE ONLINE SIDE (FILE STATUS       00001400
      * 93) IS RETRIED A FEW TIMES BEFORE THE TRANSACTION IS            00001500
      * REJECTED AS HELD.                                               00001600
      * EVERY TRANSACTION APPLIED IS JOURNALLED TO THE NAME KSDS        00001620
      * CHANGE JOURNAL (DDKJRNL, CPKJRNL) WITH THE RECORD AS IT WAS     00001640
      * BEFORE AND AS IT IS AFTER.  THE DD IS DISP=MOD ON THE BATCH     00001660
      * JOURNAL, IBMUSER.ZUNIT.DEMO.BATCH.KSDS.JOURNAL.                 00001680
       ENVIRONMENT DIVISION.                                            00001700
       INPUT-OUTPUT SECTION.                                            00001800
       FILE-CONTROL.                                                    00001900
                RECORD KEY IS FL-EMP-ID OF KSDS-REC                     00002500
                FILE STATUS IS WS-KSDS-STATUS.                          00002600
                SELECT RPTFILE ASSIGN TO DDRPTOUT                       00002700
                ORGANIZATION IS SEQUENTIAL.                             00002733
                SELECT KJRNL ASSIGN TO DDKJRNL                          00002766
                ORGANIZATION IS SEQUENTIAL.                             00002800
       DATA DIVISION.                                                   00002900
       FILE SECTION.                                                    00003000
       FD RPTFILE                                                       00004500
            RECORDING MODE IS F.                                        00004600
       01 RPT-LINE PIC X(80).                                           00004700
       FD KJRNL                                                         00004720
            RECORDING MODE IS F.                                        00004740
       01 KJ-REC.                                                       00004760
          COPY CPKJRNL.                                                 00004780
       WORKING-STORAGE SECTION.                                         00004800
       01 WS-TRAN-EOF-SW PIC X(1) VALUE 'N'.                            00004900
           88 WS-TRAN-EOF      VALUE 'Y'.                               00005000
       01 WS-IO-DONE-SW  PIC X(1) VALUE 'N'.                            00007000
           88 WS-IO-DONE      VALUE 'Y'.                                00007100
       01 WS-COUNT-RETRIES PIC 9(7) VALUE 0.                            00007200
       01 WS-BEFORE-IMAGE  PIC X(80) VALUE SPACES.                      00007250
       01 WS-RETCD.                                                     00007300
           COPY CPRETCD.                                                00007400
       PROCEDURE DIVISION.                                              00007500
            OPEN INPUT TRANIN.                                          00007800
            OPEN I-O KSDSIO.                                            00007900
            OPEN OUTPUT RPTFILE.                                        00008000
            OPEN EXTEND KJRNL.                                          00008050
            PERFORM UNTIL WS-TRAN-EOF                                   00008100
               READ TRANIN                                              00008200
                 AT END SET WS-TRAN-EOF TO TRUE                         00008300
            CLOSE TRANIN.                                               00008800
            CLOSE KSDSIO.                                               00008900
            CLOSE RPTFILE.                                              00009000
            CLOSE KJRNL.                                                00009050
            SET WS-RC-OK TO TRUE.                                       00009100
            IF WS-COUNT-ADD-REJECT > 0 OR WS-COUNT-CHG-REJECT > 0 OR    00009200
               WS-COUNT-DEL-REJECT > 0 OR WS-COUNT-BAD-CODE > 0 THEN    00009300
            PERFORM WRITE-ADD-ONCE UNTIL WS-IO-DONE.                    00013700
            IF WS-TRAN-APPLIED THEN                                     00013800
               ADD 1 TO WS-COUNT-ADD-APPLIED                            00013900
               MOVE SPACES TO WS-BEFORE-IMAGE                           00013933
               PERFORM WRITE-KSDS-JOURNAL                               00013966
            ELSE                                                        00014000
               ADD 1 TO WS-COUNT-ADD-REJECT                             00014100
               PERFORM WRITE-REJECT-LINE                                00014200
            END-WRITE.                                                  00015100
            PERFORM CHECK-HELD-RECORD.                                  00015200
       APPLY-CHANGE-TRAN.                                               00015300
            PERFORM SAVE-BEFORE-IMAGE.                                  00015350
            MOVE TRN-REC TO KSDS-REC.                                   00015400
            MOVE 0 TO WS-RETRY-COUNT.                                   00015500
            MOVE 'N' TO WS-IO-DONE-SW.                                  00015600
            PERFORM REWRITE-CHANGE-ONCE UNTIL WS-IO-DONE.               00015700
            IF WS-TRAN-APPLIED THEN                                     00015800
               ADD 1 TO WS-COUNT-CHG-APPLIED                            00015900
               PERFORM WRITE-KSDS-JOURNAL                               00015950
            ELSE                                                        00016000
               ADD 1 TO WS-COUNT-CHG-REJECT                             00016100
               PERFORM WRITE-REJECT-LINE                                00016200
            END-REWRITE.                                                00017100
            PERFORM CHECK-HELD-RECORD.                                  00017200
       APPLY-DELETE-TRAN.                                               00017300
            PERFORM SAVE-BEFORE-IMAGE.                                  00017350
            MOVE TRN-REC TO KSDS-REC.                                   00017400
            MOVE 0 TO WS-RETRY-COUNT.                                   00017500
            MOVE 'N' TO WS-IO-DONE-SW.                                  00017600
            PERFORM DELETE-ONCE UNTIL WS-IO-DONE.                       00017700
            IF WS-TRAN-APPLIED THEN                                     00017800
               ADD 1 TO WS-COUNT-DEL-APPLIED                            00017900
               PERFORM WRITE-KSDS-JOURNAL                               00017950
            ELSE                                                        00018000
               ADD 1 TO WS-COUNT-DEL-REJECT                             00018100
               PERFORM WRITE-REJECT-LINE                                00018200
                     TO WS-REJECT-REASON                                00020800
               END-IF                                                   00020900
            END-IF.                                                     00021000
      * THE RECORD AS IT STANDS BEFORE A CHANGE OR DELETE, FOR THE      00021003
      * JOURNAL.  A PLAIN READ - UNDER RLS=NRI IT TAKES NO LOCK AND     00021007
      * DOES NOT WAIT ON THE ONLINE SIDE.  NOT ON FILE LEAVES IT        00021010
      * SPACES; THE CHANGE OR DELETE THEN REJECTS ANYWAY.               00021014
       SAVE-BEFORE-IMAGE.                                               00021017
            MOVE SPACES TO WS-BEFORE-IMAGE.                             00021021
            MOVE FL-EMP-ID OF TRN-REC TO FL-EMP-ID OF KSDS-REC.         00021025
            READ KSDSIO INTO WS-BEFORE-IMAGE                            00021028
               INVALID KEY                                              00021032
                  CONTINUE                                              00021035
            END-READ.                                                   00021039
      * ONE JOURNAL RECORD PER TRANSACTION APPLIED.  THE AFTER IMAGE    00021042
      * IS THE RECORD AS WRITTEN, SPACES FOR A DELETE.                  00021046
       WRITE-KSDS-JOURNAL.                                              00021050
            MOVE SPACES TO KJ-REC.                                      00021053
            ACCEPT KJ-DATE FROM DATE YYYYMMDD.                          00021057
            ACCEPT KJ-TIME FROM TIME.                                   00021060
            MOVE 'PGM12' TO KJ-SOURCE.                                  00021064
            MOVE 'BATCH' TO KJ-USERID.                                  00021067
            MOVE TRN-ACTION-CODE TO KJ-ACTION.                          00021071
            MOVE FL-EMP-ID OF TRN-REC TO KJ-EMP-ID.                     00021075
            MOVE 0 TO KJ-RUN-NUMBER.                                    00021078
            MOVE WS-BEFORE-IMAGE TO KJ-BEFORE-IMAGE.                    00021082
            IF NOT TRN-ACTION-DELETE THEN                               00021085
               MOVE KSDS-REC TO KJ-AFTER-IMAGE                          00021089
            END-IF.                                                     00021092
            WRITE KJ-REC.                                               00021096
       WRITE-REJECT-LINE.                                               00021100
            MOVE SPACES TO RPT-LINE.                                    00021200
            STRING 'REJECTED ' TRN-ACTION-CODE                          00021300

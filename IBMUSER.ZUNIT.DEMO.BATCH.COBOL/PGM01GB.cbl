                ORGANIZATION IS SEQUENTIAL.
                SELECT AUDITOUT ASSIGN TO DDAUDITOUT
                ORGANIZATION IS SEQUENTIAL.
                SELECT LOANOUT ASSIGN TO DDLOANOUT
                ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD TRANFILE
           05 TRAN-NUMBER-A     PIC S9(5)V99 SIGN LEADING SEPARATE.
           05 TRAN-NUMBER-B     PIC S9(5)V99 SIGN LEADING SEPARATE.
           05 TRAN-OPERATION    PIC X(1).
           05 FILLER            PIC X(1).
           05 TRAN-LOAN-EMP-ID  PIC X(8).
           05 TRAN-LOAN-NO      PIC X(8).
           05 TRAN-LOAN-TYPE    PIC X(2).
           05 TRAN-LOAN-TERMS   PIC 9(3).
           05 FILLER            PIC X(41).
       01 TRAN-REC-X REDEFINES TRAN-REC.
           05 TRAN-SIGN-A       PIC X(1).
           05 FILLER            PIC X(7).
            RECORDING MODE IS F.
       01 AUD-REC.
           COPY CPAUDIT.
       FD LOANOUT
            RECORDING MODE IS F.
       01 LNS-REC.
           COPY CPLNSET.
       WORKING-STORAGE SECTION.
       01 RPT-LINE PIC X(132) VALUE SPACES.
       01 WS-RPT-PAGE-COUNT PIC 9(5) VALUE 0.
       01 WS-THRESHOLD          PIC 9(5) VALUE 100.
       01 WS-GROW-PERIODS       PIC 9(3) VALUE 12.
       01 WS-AMORT-TERMS        PIC 9(3) VALUE 12.
       01 WS-AMORT-DEFAULT      PIC 9(3) VALUE 12.
       01 WS-PERIOD-SUB         PIC 9(3) VALUE 0.
       01 WS-MONTH-RATE         PIC S9(3)V9(8) VALUE 0.
       01 WS-GROW-FACTOR        PIC S9(3)V9(8) VALUE 0.
       01 WS-PRINCIPAL          PIC S9(11)V99 VALUE 0.
       01 WS-AMORT-ERROR-SW     PIC X(1) VALUE 'N'.
           88 WS-AMORT-ERROR       VALUE 'Y'.
       01 WS-LOANSETUP-SW       PIC X(1) VALUE 'N'.
           88 WS-LOANSETUP-ON      VALUE 'Y'.
       01 WS-LOAN-SKIP-TEXT     PIC X(30) VALUE SPACES.
       01 WS-COUNT-LOANS-SET    PIC 9(7) VALUE 0.
       01 WS-COUNT-LOANS-SKIP   PIC 9(7) VALUE 0.
       01 WS-AMT-ED             PIC -ZZZZZZZZZ9.99.
       01 WS-AMT-ED2            PIC -ZZZZZZZZZ9.99.
       01 WS-AMT-ED3            PIC -ZZZZZZZZZ9.99.
      * A FAILURE NEITHER LOSES NOR DOUBLE-PROCESSES A MESSAGE.
      * THE CONTROL BLOCKS BELOW ARE THE FIELDS THIS PROGRAM USES,
      * PADDED TO THE BOOK LENGTHS OF THE VERSION-1 STRUCTURES.
      * A POISON MESSAGE CANNOT STOP THE QUEUE FOR GOOD: ONE MQ HAS
      * ALREADY HANDED BACK BACKOUTLIMIT TIMES (DEFAULT 3 - EACH
      * FAILED RUN ROLLS IT BACK ONCE) IS NOT PROCESSED AGAIN, AND
      * ONE LONGER THAN A TRAN-REC IS NOT PROCESSED AT ALL; BOTH
      * GO TO THE BACKOUTQ QUEUE THROUGH THE PGM113 SERVICE WITH A
      * DEAD-LETTER REASON HEADER AND THE RUN ENDS RC 04.  A FAILED
      * REPLY STILL STOPS THE RUN, AS THE AUDIT AND LOAN OUTPUT FOR
      * THE MESSAGE CANNOT BE ROLLED BACK WITH IT.
       01 WS-MQMODE-SW          PIC X(1) VALUE 'N'.
           88 WS-MQMODE-ON         VALUE 'Y'.
       01 WS-QMGR-NAME          PIC X(48) VALUE SPACES.
       01 WS-REPLY-QUEUE        PIC X(48) VALUE SPACES.
       01 WS-MQ-MSG-LIMIT       PIC 9(7) VALUE 0.
       01 WS-MQ-MSG-COUNT       PIC 9(7) VALUE 0.
       01 WS-BACKOUT-QUEUE      PIC X(48) VALUE SPACES.
       01 WS-BACKOUT-LIMIT      PIC 9(3) VALUE 3.
       01 WS-COUNT-BACKEDOUT    PIC 9(7) VALUE 0.
       01 WS-MQBACKOUT-PGM      PIC X(8) VALUE 'PGM113'.
       01 WS-MQ-BACKOUT.
          COPY CPMQBKO.
       01 WS-MQ-BKO-LENGTH      PIC S9(9) BINARY VALUE 4000.
       01 WS-MQ-HCONN           PIC S9(9) BINARY VALUE 0.
       01 WS-MQ-HOBJ-REQ        PIC S9(9) BINARY VALUE 0.
       01 WS-MQ-HOBJ-REPLY      PIC S9(9) BINARY VALUE 0.
       01 MQOO-OUTPUT           PIC S9(9) BINARY VALUE 16.
       01 MQCO-NONE             PIC S9(9) BINARY VALUE 0.
       01 MQCC-OK               PIC S9(9) BINARY VALUE 0.
       01 MQCC-FAILED           PIC S9(9) BINARY VALUE 2.
       01 MQRC-NO-MSG-AVAILABLE PIC S9(9) BINARY VALUE 2033.
       01 MQRC-TRUNCATED-MSG-FAILED PIC S9(9) BINARY VALUE 2080.
       01 MQGMO-SYNCPOINT       PIC S9(9) BINARY VALUE 2.
       01 MQGMO-ACCEPT-TRUNCATED PIC S9(9) BINARY VALUE 64.
       01 MQPMO-SYNCPOINT       PIC S9(9) BINARY VALUE 2.
       01 WS-MQOD-REQUEST.
           05 MQOD-REQ-STRUCID     PIC X(4) VALUE 'OD  '.
       01 WS-MQMD.
           05 MQMD-STRUCID         PIC X(4) VALUE 'MD  '.
           05 MQMD-VERSION         PIC S9(9) BINARY VALUE 1.
           05 FILLER               PIC X(16) VALUE LOW-VALUES.
           05 MQMD-ENCODING        PIC S9(9) BINARY VALUE 0.
           05 MQMD-CODEDCHARSETID  PIC S9(9) BINARY VALUE 0.
           05 MQMD-FORMAT          PIC X(8) VALUE LOW-VALUES.
           05 FILLER               PIC X(8) VALUE LOW-VALUES.
           05 MQMD-MSGID           PIC X(24) VALUE LOW-VALUES.
           05 MQMD-CORRELID        PIC X(24) VALUE LOW-VALUES.
           05 MQMD-BACKOUTCOUNT    PIC S9(9) BINARY VALUE 0.
           05 FILLER               PIC X(224) VALUE LOW-VALUES.
       01 WS-MQGMO.
           05 MQGMO-STRUCID        PIC X(4) VALUE 'GMO '.
           05 MQGMO-VERSION        PIC S9(9) BINARY VALUE 1.
            PERFORM READ-THRESHOLD-PARM.
            OPEN OUTPUT RPTFILE.
            OPEN OUTPUT AUDITFILE.
            IF WS-LOANSETUP-ON THEN
               OPEN OUTPUT LOANOUT
            END-IF.
            IF WS-MQMODE-ON THEN
               PERFORM MQ-PROCESS-QUEUE
            ELSE
            PERFORM WRITE-RUN-AUDIT-REC.
            CLOSE RPTFILE.
            CLOSE AUDITFILE.
            IF WS-LOANSETUP-ON THEN
               CLOSE LOANOUT
            END-IF.
            GOBACK.
       MQ-PROCESS-QUEUE.
            CALL 'MQCONN' USING WS-QMGR-NAME, WS-MQ-HCONN,
               IF WS-RC-IO-ERROR THEN
                  CONTINUE
               ELSE
                  MOVE 'PGM01GB' TO MQB-PROGRAM
                  MOVE WS-MQ-HCONN TO MQB-HCONN
                  MOVE WS-QMGR-NAME TO MQB-QMGR-NAME
                  MOVE WS-BACKOUT-QUEUE TO MQB-BACKOUT-QUEUE
                  PERFORM MQ-GET-AND-PROCESS
                     UNTIL WS-MQ-DRAINED OR WS-RC-IO-ERROR
                  PERFORM MQ-CLOSE-QUEUES
      * MQGET FILLS THE DESCRIPTOR'S MSGID/CORRELID WITH THE
      * RETRIEVED MESSAGE'S IDS AND THE NEXT GET WOULD MATCH ON
      * THEM - RESET BOTH BEFORE EVERY GET SO THE DRAIN LOOP SEES
      * EVERY MESSAGE ON THE QUEUE.  A MESSAGE TOO LONG FOR THE
      * BUFFER (2080) STAYS ON THE QUEUE, SO IT IS TAKEN AGAIN IN
      * FULL AND MOVED TO THE BACKOUT QUEUE.
       MQ-GET-AND-PROCESS.
            MOVE MQGMO-SYNCPOINT TO MQGMO-OPTIONS.
            MOVE LOW-VALUES TO MQMD-MSGID.
            EVALUATE TRUE
                WHEN WS-MQ-REASON = MQRC-NO-MSG-AVAILABLE
                   SET WS-MQ-DRAINED TO TRUE
                WHEN WS-MQ-REASON = MQRC-TRUNCATED-MSG-FAILED
                   PERFORM MQ-MOVE-OVERSIZE-MSG
                WHEN WS-MQ-COMPCODE NOT = MQCC-OK
                   DISPLAY 'PGM01GB MQGET FAILED, REASON '
                      WS-MQ-REASON
                      WS-MQ-COMPCODE, WS-MQ-REASON
                   SET WS-RC-IO-ERROR TO TRUE
                WHEN OTHER
                   PERFORM MQ-TAKE-MESSAGE
            END-EVALUATE.
            IF WS-MQ-MSG-LIMIT > 0 AND
               WS-MQ-MSG-COUNT >= WS-MQ-MSG-LIMIT THEN
               SET WS-MQ-DRAINED TO TRUE
            END-IF.
       MQ-TAKE-MESSAGE.
            ADD 1 TO WS-MQ-MSG-COUNT.
            IF MQMD-BACKOUTCOUNT >= WS-BACKOUT-LIMIT THEN
               MOVE WS-MQ-BUFFER TO MQB-MSG-DATA
               MOVE WS-MQ-DATA-LENGTH TO MQB-MSG-LENGTH
               SET MQB-RSN-BACKOUT-LIMIT TO TRUE
               PERFORM MQ-MOVE-TO-BACKOUT
            ELSE
               MOVE WS-MQ-BUFFER TO TRAN-REC
               SET WS-INPUT-VALID TO TRUE
               PERFORM PROCESS-ONE-TRAN
               PERFORM MQ-PUT-REPLY
               IF WS-RC-IO-ERROR THEN
                  CALL 'MQBACK' USING WS-MQ-HCONN,
                     WS-MQ-COMPCODE, WS-MQ-REASON
               ELSE
                  CALL 'MQCMIT' USING WS-MQ-HCONN,
                     WS-MQ-COMPCODE, WS-MQ-REASON
               END-IF
            END-IF.
      * THE RETRY GET ACCEPTS THE MESSAGE TRUNCATED TO THE BACKOUT
      * AREA.  ANOTHER READER SHARING THE QUEUE MAY HAVE TAKEN IT
      * IN THE MEANTIME: AN EMPTY QUEUE ENDS THE DRAIN AS USUAL, AND
      * A MESSAGE THAT FITS AFTER ALL IS PROCESSED AS NORMAL.
       MQ-MOVE-OVERSIZE-MSG.
            COMPUTE MQGMO-OPTIONS =
               MQGMO-SYNCPOINT + MQGMO-ACCEPT-TRUNCATED.
            MOVE LOW-VALUES TO MQMD-MSGID.
            MOVE LOW-VALUES TO MQMD-CORRELID.
            MOVE SPACES TO MQB-MSG-DATA.
            CALL 'MQGET' USING WS-MQ-HCONN, WS-MQ-HOBJ-REQ,
               WS-MQMD, WS-MQGMO, WS-MQ-BKO-LENGTH,
               MQB-MSG-DATA, WS-MQ-DATA-LENGTH,
               WS-MQ-COMPCODE, WS-MQ-REASON.
            EVALUATE TRUE
                WHEN WS-MQ-REASON = MQRC-NO-MSG-AVAILABLE
                   SET WS-MQ-DRAINED TO TRUE
                WHEN WS-MQ-COMPCODE = MQCC-FAILED
                   DISPLAY 'PGM01GB MQGET FAILED, REASON '
                      WS-MQ-REASON
                   CALL 'MQBACK' USING WS-MQ-HCONN,
                      WS-MQ-COMPCODE, WS-MQ-REASON
                   SET WS-RC-IO-ERROR TO TRUE
                WHEN WS-MQ-DATA-LENGTH > WS-MQ-BUFFER-LENGTH
                   ADD 1 TO WS-MQ-MSG-COUNT
                   MOVE WS-MQ-DATA-LENGTH TO MQB-MSG-LENGTH
                   SET MQB-RSN-TOO-LONG TO TRUE
                   PERFORM MQ-MOVE-TO-BACKOUT
                WHEN OTHER
                   MOVE MQB-MSG-DATA TO WS-MQ-BUFFER
                   PERFORM MQ-TAKE-MESSAGE
            END-EVALUATE.
      * THE MOVE AND THE GET COMMIT TOGETHER; IF THE MOVE FAILS
      * (OR THERE IS NO BACKOUTQ CARD) THE MESSAGE GOES BACK ON THE
      * QUEUE AND THE RUN STOPS RC 12 AS BEFORE.
       MQ-MOVE-TO-BACKOUT.
            MOVE WS-REQ-QUEUE TO MQB-SOURCE-QUEUE.
            MOVE MQMD-BACKOUTCOUNT TO MQB-BACKOUT-COUNT.
            MOVE MQMD-MSGID TO MQB-MSGID.
            MOVE MQMD-CORRELID TO MQB-CORRELID.
            MOVE MQMD-ENCODING TO MQB-ENCODING.
            MOVE MQMD-CODEDCHARSETID TO MQB-CCSID.
            MOVE MQMD-FORMAT TO MQB-FORMAT.
            IF WS-BACKOUT-QUEUE = SPACES THEN
               DISPLAY 'PGM01GB POISON MESSAGE ON ' WS-REQ-QUEUE
                  ' AND NO BACKOUTQ CARD'
               SET MQB-FAILED TO TRUE
            ELSE
               CALL WS-MQBACKOUT-PGM USING WS-MQ-BACKOUT
            END-IF.
            IF MQB-MOVED THEN
               ADD 1 TO WS-COUNT-BACKEDOUT
               CALL 'MQCMIT' USING WS-MQ-HCONN,
                  WS-MQ-COMPCODE, WS-MQ-REASON
            ELSE
               CALL 'MQBACK' USING WS-MQ-HCONN,
                  WS-MQ-COMPCODE, WS-MQ-REASON
               SET WS-RC-IO-ERROR TO TRUE
            END-IF.
      * THE REPLY DESCRIBES THIS MESSAGE ONLY: A REJECT FOR
      * ANYTHING VALIDATION REFUSED, AN ACKNOWLEDGMENT FOR SET
      * START/OPERAND RECORDS (NO RESULT EXISTS YET), THE SET
            ELSE
               SET WS-RC-OK TO TRUE
               IF WS-COUNT-REJECTED > 0 OR
                  WS-COUNT-OVERFLOW > 0 OR
                  WS-COUNT-LOANS-SKIP > 0 OR
                  WS-COUNT-BACKEDOUT > 0 THEN
                  SET WS-RC-WARNING TO TRUE
               END-IF
            END-IF.
                   IF PARM-VALUE-NUM > 0 THEN
                      MOVE PARM-VALUE-NUM TO WS-MQ-MSG-LIMIT
                   END-IF
                WHEN 'BACKOUTQ'
                   MOVE PARM-VALUE-TEXT (1:48) TO WS-BACKOUT-QUEUE
                WHEN 'BACKOUTLIMIT'
                   IF PARM-VALUE-NUM > 0 THEN
                      MOVE PARM-VALUE-NUM TO WS-BACKOUT-LIMIT
                   END-IF
                WHEN 'CTLRECS'
                   IF PARM-VALUE-TEXT (1:1) = 'Y' OR
                      PARM-VALUE-TEXT (1:1) = 'N' THEN
                   IF PARM-VALUE-NUM > 0 AND
                      PARM-VALUE-NUM < 1000 THEN
                      MOVE PARM-VALUE-NUM TO WS-AMORT-TERMS
                      MOVE PARM-VALUE-NUM TO WS-AMORT-DEFAULT
                   END-IF
                WHEN 'LOANSETUP'
                   IF PARM-VALUE-TEXT (1:1) = 'Y' OR
                      PARM-VALUE-TEXT (1:1) = 'N' THEN
                      MOVE PARM-VALUE-TEXT (1:1) TO WS-LOANSETUP-SW
                   END-IF
                WHEN OTHER
                   CONTINUE
      * FORMULA; THE PERIOD-BY-PERIOD SCHEDULE (INTEREST,
      * PRINCIPAL, BALANCE) GOES TO THE REPORT FILE AND THE
      * PAYMENT IS THE AUDITED RESULT.
      * A LOAN TRANSACTION NAMING AN EMPLOYEE AND LOAN NUMBER IS
      * AN EMPLOYEE LOAN OR SALARY ADVANCE (TYPE LN OR AD, BLANK
      * MEANING LN) AND MAY CARRY ITS OWN TERM IN MONTHS IN PLACE
      * OF AMORTTERMS.  UNDER A LOANSETUP Y CARD EACH SUCH LOAN
      * ALSO GOES TO DDLOANOUT AS A CPLNSET SET-UP RECORD FOR
      * PGM87 TO OPEN ON THE LOAN LEDGER.
       AMORTIZE-LOAN.
            MOVE 'N' TO WS-AMORT-ERROR-SW.
            MOVE WS-AMORT-DEFAULT TO WS-AMORT-TERMS.
            IF TRAN-LOAN-TERMS NUMERIC THEN
               IF TRAN-LOAN-TERMS > 0 THEN
                  MOVE TRAN-LOAN-TERMS TO WS-AMORT-TERMS
               END-IF
            END-IF.
            COMPUTE WS-MONTH-RATE ROUNDED =
               TRAN-NUMBER-B / 1200
              ON SIZE ERROR SET WS-AMORT-ERROR TO TRUE
               END-STRING
               PERFORM RPT-PUT-LINE
               PERFORM WRITE-AMORT-SCHEDULE
               IF WS-LOANSETUP-ON AND
                  TRAN-LOAN-EMP-ID NOT = SPACES THEN
                  PERFORM WRITE-LOAN-SETUP
               END-IF
            END-IF.
       RAISE-FACTOR-ONCE.
            COMPUTE WS-FACTOR-N ROUNDED =
               DELIMITED BY SIZE INTO RPT-LINE
            END-STRING.
            PERFORM RPT-PUT-LINE.
       WRITE-LOAN-SETUP.
            MOVE SPACES TO WS-LOAN-SKIP-TEXT.
            IF TRAN-LOAN-NO = SPACES THEN
               MOVE 'NO LOAN NUMBER' TO WS-LOAN-SKIP-TEXT
            END-IF.
            IF WS-LOAN-SKIP-TEXT = SPACES THEN
               IF TRAN-LOAN-TYPE NOT = SPACES AND
                  TRAN-LOAN-TYPE NOT = 'LN' AND
                  TRAN-LOAN-TYPE NOT = 'AD' THEN
                  MOVE 'LOAN TYPE NOT LN OR AD' TO WS-LOAN-SKIP-TEXT
               END-IF
            END-IF.
            IF WS-LOAN-SKIP-TEXT = SPACES THEN
               IF TRAN-NUMBER-A NOT > 0 OR WS-PAYMENT NOT > 0 THEN
                  MOVE 'NO PRINCIPAL' TO WS-LOAN-SKIP-TEXT
               END-IF
            END-IF.
            IF WS-LOAN-SKIP-TEXT = SPACES THEN
               IF TRAN-NUMBER-B < 0 OR TRAN-NUMBER-B > 999.99 THEN
                  MOVE 'RATE NOT 0-999.99' TO WS-LOAN-SKIP-TEXT
               END-IF
            END-IF.
            IF WS-LOAN-SKIP-TEXT = SPACES THEN
               MOVE SPACES TO LNS-REC
               MOVE TRAN-LOAN-EMP-ID TO LNS-EMP-ID
               MOVE TRAN-LOAN-NO TO LNS-LOAN-NO
               MOVE TRAN-LOAN-TYPE TO LNS-TYPE
               IF LNS-TYPE = SPACES THEN
                  SET LNS-TYPE-LOAN TO TRUE
               END-IF
               MOVE TRAN-NUMBER-A TO LNS-PRINCIPAL
               MOVE TRAN-NUMBER-B TO LNS-RATE
               MOVE WS-AMORT-TERMS TO LNS-TERMS
               MOVE WS-PAYMENT TO LNS-INSTALMENT
               MOVE WS-AUD-START-DATE TO LNS-SETUP-DATE
               WRITE LNS-REC
               ADD 1 TO WS-COUNT-LOANS-SET
               MOVE SPACES TO RPT-LINE
               STRING 'Loan set up for employee ' TRAN-LOAN-EMP-ID
                  ' loan ' TRAN-LOAN-NO
                  DELIMITED BY SIZE INTO RPT-LINE
               END-STRING
            ELSE
               ADD 1 TO WS-COUNT-LOANS-SKIP
               MOVE SPACES TO RPT-LINE
               STRING 'LOAN NOT SET UP - ' WS-LOAN-SKIP-TEXT
                  ' EMPLOYEE ' TRAN-LOAN-EMP-ID
                  DELIMITED BY SIZE INTO RPT-LINE
               END-STRING
            END-IF.
            PERFORM RPT-PUT-LINE.
       WRITE-AUDIT-REC.
            MOVE SPACES TO AUDIT-REC.
            ACCEPT AUDIT-DATE FROM DATE YYYYMMDD.
               DELIMITED BY SIZE INTO RPT-LINE
            END-STRING.
            PERFORM RPT-PUT-LINE.
            IF WS-MQMODE-ON THEN
               MOVE SPACES TO RPT-LINE
               MOVE WS-COUNT-BACKEDOUT TO WS-CNT-ED
               STRING 'MQ BACKED OUT  : ' WS-CNT-ED
                  DELIMITED BY SIZE INTO RPT-LINE
               END-STRING
               PERFORM RPT-PUT-LINE
            END-IF.
            IF WS-LOANSETUP-ON THEN
               MOVE SPACES TO RPT-LINE
               MOVE WS-COUNT-LOANS-SET TO WS-CNT-ED
               STRING 'LOANS SET UP   : ' WS-CNT-ED
                  DELIMITED BY SIZE INTO RPT-LINE
               END-STRING
               PERFORM RPT-PUT-LINE
               MOVE SPACES TO RPT-LINE
               MOVE WS-COUNT-LOANS-SKIP TO WS-CNT-ED
               STRING 'LOANS SKIPPED  : ' WS-CNT-ED
                  DELIMITED BY SIZE INTO RPT-LINE
               END-STRING
               PERFORM RPT-PUT-LINE
            END-IF.
       RPT-PUT-LINE.
            IF WS-RPT-LINE-COUNT > 60 THEN
               PERFORM RPT-NEW-PAGE

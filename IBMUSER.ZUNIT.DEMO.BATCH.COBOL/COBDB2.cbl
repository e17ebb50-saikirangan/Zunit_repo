           COPY CPRETCD.
       01 WS-AUD-START-DATE PIC 9(8).
       01 WS-AUD-START-TIME PIC 9(8).
       01 WS-START-TIME-X REDEFINES WS-AUD-START-TIME.
           05 WS-START-HH PIC 9(2).
           05 WS-START-MM PIC 9(2).
           05 WS-START-SS PIC 9(2).
           05 WS-START-CC PIC 9(2).
       01 WS-RUN-NUMBER     PIC 9(5) VALUE 0.
       01 WS-CHKPT-STATUS PIC X(2) VALUE SPACES.
           88 WS-CHKPT-FOUND   VALUE '00'.
       01 WS-CSV-SALARY-ACC PIC 9(15)V99 COMP-3 VALUE 0.
       01 WS-BAL-SALARY-ACC PIC 9(15)V99 COMP-3 VALUE 0.
       01 WS-BAL-RECORD-ACC PIC 9(15) COMP-3 VALUE 0.
       01 WS-AUD-END-DATE PIC 9(8).
       01 WS-AUD-END-TIME PIC 9(8).
       01 WS-END-TIME-X REDEFINES WS-AUD-END-TIME.
       01 WS-REF-DEPTID-IND PIC S9(4) USAGE COMP.
       01 WS-DEPT-REJECT-COUNT PIC 9(7) VALUE 0.
       01 WS-DEPT-REJECT-DISPLAY PIC ZZ,ZZZ,ZZ9.
      * DB2 LOCK-CONFLICT RETRY - SEE PGM112.  THE EXTRACT ONLY
      * READS, SO A RETRY REOPENS THE CURSOR JUST AFTER THE LAST
      * ROW ALREADY WRITTEN; NOTHING BEFORE IT IS FETCHED TWICE.
       01 WS-DBRETRY-PGM    PIC X(8) VALUE 'PGM112'.
       01 WS-DB-RETRY.
          COPY CPDBRTRY.
       01 WS-REPLAY-SW PIC X(1) VALUE 'N'.
           88 WS-UOW-REPLAY    VALUE 'Y'.
       01 WS-LAST-EMPID         PIC S9(9) USAGE COMP VALUE 0.
       01 WS-HIGH-RESTART-EMPID PIC S9(9) USAGE COMP VALUE 0.
       01 WS-HIGH-LAST-EMPID    PIC S9(9) USAGE COMP VALUE 0.

      * CSR1 JOINS THE DEPT_DB REFERENCE TABLE (SEE THE DEPTDDL
      * JOB) SO EVERY EXTRACT RECORD CARRIES A REAL FL-DEPT-CODE.
                 SELECT EMPID, EMPNAME, SALARY
                 FROM   EMP_DB
                 WHERE  SALARY > :WS-HIGH-THRESHOLD
                 AND    EMPID > :WS-HIGH-RESTART-EMPID
                 ORDER BY EMPID
                 FOR FETCH ONLY
            END-EXEC.
       PROCEDURE DIVISION.
            ACCEPT WS-AUD-START-DATE FROM DATE YYYYMMDD.
            ACCEPT WS-AUD-START-TIME FROM TIME.
            MOVE 'COBDB2' TO DBR-PROGRAM.
            MOVE 3 TO DBR-RETRY-LIMIT.
            MOVE 30 TO DBR-RETRY-WAIT.
            MOVE 0 TO DBR-RETRY-COUNT.
            MOVE 0 TO DBR-RETRY-TOTAL.
            PERFORM READ-RESTART-CHKPT.
            IF WS-RESTARTING THEN
               OPEN EXTEND OUTFILE
            IF WS-RC-IO-ERROR THEN
                 CONTINUE
            ELSE
                 PERFORM EXTRACT-HIGH-EARNERS
            END-IF.
            IF WS-RC-OK OR WS-RC-WARNING THEN
               PERFORM CLEAR-CHECKPOINT-REC
                   IF PARM-VALUE-NUM > 0 THEN
                      MOVE PARM-VALUE-NUM TO WS-ASOF-DATE
                   END-IF
                WHEN 'LOCKRETRIES'
                   IF PARM-VALUE-NUM < 1000 THEN
                      MOVE PARM-VALUE-NUM TO DBR-RETRY-LIMIT
                   END-IF
                WHEN 'LOCKWAITSECS'
                   IF PARM-VALUE-NUM < 100000 THEN
                      MOVE PARM-VALUE-NUM TO DBR-RETRY-WAIT
                   END-IF
                WHEN OTHER
                   CONTINUE
            END-EVALUATE.
      * A DEADLOCK OR TIMEOUT REOPENS THE CURSOR AFTER THE LAST
      * EMPID PROCESSED, UNTIL PGM112 SAYS THE RETRIES ARE USED UP.
       EXTRACT-FROM-CURRENT.
            MOVE WS-RESTART-EMPID TO WS-LAST-EMPID.
            PERFORM EXTRACT-CURRENT-PASS.
            PERFORM UNTIL NOT WS-UOW-REPLAY
               MOVE WS-LAST-EMPID TO WS-RESTART-EMPID
               PERFORM EXTRACT-CURRENT-PASS
            END-PERFORM.
       EXTRACT-CURRENT-PASS.
            MOVE 'N' TO WS-REPLAY-SW.
            EXEC SQL
                 OPEN CSR1
            END-EXEC.
                 PERFORM FETCH-EMPLOYE
                 THRU FETCH-EMPLOYE-EXIT
                 UNTIL SQLCODE NOT EQUAL 0
                 IF NOT WS-UOW-REPLAY THEN
                      EXEC SQL
                           CLOSE CSR1
                      END-EXEC
                 END-IF
            ELSE
                 PERFORM HANDLE-DB2-FAILURE
            END-IF.
       EXTRACT-FROM-HISTORY.
            MOVE WS-RESTART-EMPID TO WS-LAST-EMPID.
            PERFORM EXTRACT-HISTORY-PASS.
            PERFORM UNTIL NOT WS-UOW-REPLAY
               MOVE WS-LAST-EMPID TO WS-RESTART-EMPID
               PERFORM EXTRACT-HISTORY-PASS
            END-PERFORM.
       EXTRACT-HISTORY-PASS.
            MOVE 'N' TO WS-REPLAY-SW.
            EXEC SQL
                 OPEN CSR1H
            END-EXEC.
                 PERFORM FETCH-EMPLOYE-HIST
                 THRU FETCH-EMPLOYE-HIST-EXIT
                 UNTIL SQLCODE NOT EQUAL 0
                 IF NOT WS-UOW-REPLAY THEN
                      EXEC SQL
                           CLOSE CSR1H
                      END-EXEC
                 END-IF
            ELSE
                 PERFORM HANDLE-DB2-FAILURE
            END-IF.
       EXTRACT-HIGH-EARNERS.
            MOVE 0 TO WS-HIGH-LAST-EMPID.
            PERFORM HIGH-EARNER-PASS.
            PERFORM UNTIL NOT WS-UOW-REPLAY
               MOVE WS-HIGH-LAST-EMPID TO WS-HIGH-RESTART-EMPID
               PERFORM HIGH-EARNER-PASS
            END-PERFORM.
       HIGH-EARNER-PASS.
            MOVE 'N' TO WS-REPLAY-SW.
            EXEC SQL
                 OPEN CSR2
            END-EXEC.
            IF SQLCODE EQUAL TO ZERO
                 PERFORM FETCH-HIGH-EARNER
                 THRU FETCH-HIGH-EARNER-EXIT
                 UNTIL SQLCODE NOT EQUAL 0
                 IF NOT WS-UOW-REPLAY THEN
                      EXEC SQL
                           CLOSE CSR2
                      END-EXEC
                 END-IF
            ELSE
                 PERFORM HANDLE-DB2-FAILURE
            END-IF.
      * ROLLS BACK TO THE LAST COMMIT BEFORE PGM112 IS ASKED, SO
      * THE WAIT HOLDS NO LOCKS; THE ORIGINAL SQLCODE IS PUT BACK
      * SO THE FETCH LOOP STOPS ON IT.
       HANDLE-DB2-FAILURE.
            MOVE SQLCODE TO DBR-SQLCODE.
            EXEC SQL
                 ROLLBACK
            END-EXEC.
            CALL WS-DBRETRY-PGM USING WS-DB-RETRY.
            MOVE DBR-SQLCODE TO SQLCODE.
            IF DBR-ACTION-RETRY THEN
               SET WS-UOW-REPLAY TO TRUE
            ELSE
               DISPLAY "DB2 ERROR: "  SQLCODE
               SET WS-RC-IO-ERROR TO TRUE
            END-IF.
       BUILD-ASOF-DATE-ISO.
            MOVE SPACES TO WS-ASOF-DATE-ISO.
                WHEN 100
                     CONTINUE
                WHEN OTHER
                     PERFORM HANDLE-DB2-FAILURE
            END-EVALUATE.
       FETCH-EMPLOYE-EXIT.
             EXIT.
                WHEN 100
                     CONTINUE
                WHEN OTHER
                     PERFORM HANDLE-DB2-FAILURE
            END-EVALUATE.
       FETCH-EMPLOYE-HIST-EXIT.
             EXIT.
       PROCESS-FETCHED-ROW.
            MOVE WS-EMPID TO WS-LAST-EMPID.
            DISPLAY WS-EMPNAME-TEXT.
            MOVE WS-EMPID TO WS-EMPID-DISPLAY.
            IF WS-REF-DEPTID-IND < 0 THEN
               EXEC SQL
                    COMMIT
               END-EXEC
               MOVE 0 TO DBR-RETRY-COUNT
               PERFORM WRITE-CHECKPOINT-REC
            END-IF.
       REJECT-UNKNOWN-DEPT.
                    PERFORM HIGH-PUT-LINE
                    INITIALIZE WS-EMPNAME
                    ADD 1 TO WS-HIGH-COUNT
                    MOVE WS-EMPID TO WS-HIGH-LAST-EMPID
                WHEN 100
                     CONTINUE
                WHEN OTHER
                     PERFORM HANDLE-DB2-FAILURE
            END-EVALUATE.
       FETCH-HIGH-EARNER-EXIT.
             EXIT.
            MOVE WS-ELAPSED-SECONDS TO AUD-ELAPSED-SECONDS.
            MOVE WS-RUN-NUMBER TO AUD-RUN-NUMBER.
            MOVE WS-RETURN-CODE TO AUD-RETURN-CODE.
            MOVE DBR-RETRY-TOTAL TO AUD-LOCK-RETRIES.
            OPEN OUTPUT AUDITOUT.
            WRITE AUD-REC.
            CLOSE AUDITOUT.

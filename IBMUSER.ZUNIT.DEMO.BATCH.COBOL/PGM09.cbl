                 49 WS-EMPNAME-TEXT   PIC X(20).
           10 WS-SALARY       PIC S9(8)V9(2) USAGE COMP-3.
       01 WS-EMPID-DISPLAY PIC 9(8).
       01 WS-SALARY-DISPLAY PIC 9(8).99.
       01 WS-EMPID-X PIC X(8) VALUE SPACES.
       01 WS-EMPID-X-N REDEFINES WS-EMPID-X PIC 9(8).
       01 WS-ABSTIME PIC S9(15) COMP-3 VALUE 0.
       01 WS-ACCESS-REC.
          COPY CPACCLOG.
       01 WS-XFER-REC.
          COPY CPEMPXFR.
       01 WS-XFER-LEN PIC S9(4) COMP VALUE 40.
       01 WS-RESP PIC S9(8) COMP VALUE 0.

            EXEC SQL
                 DECLARE CSR3 CURSOR FOR
       PROCEDURE DIVISION.
       MAIN-ROUTINE.
            IF EIBCALEN = 0
               PERFORM RETRIEVE-HANDOFF
               IF WS-RESP = DFHRESP(NORMAL)
                  MOVE XFR-EMP-ID TO WS-EMPID-X
                  IF WS-EMPID-X IS NUMERIC THEN
                     PERFORM LOOKUP-EMPLOYEE-BY-ID
                  ELSE
                     MOVE XFR-NAME TO WS-CA-NAME
                     PERFORM LOOKUP-EMPLOYEE
                  END-IF
                  PERFORM SEND-RESULT-SCREEN
                  EXEC CICS
                       RETURN
                  END-EXEC
               END-IF
               PERFORM SEND-PROMPT-SCREEN
               EXEC CICS
                    RETURN TRANSID('EMPQ')
                    RETURN
               END-EXEC
            END-IF.
      * STARTED FROM THE E360 INQUIRY (PGM122) WITH A CPEMPXFR
      * HAND-OFF RECORD: LOOK UP THE EMPLOYEE IT CARRIES STRAIGHT
      * AWAY, BY EMPID SO TWO EMPLOYEES OF ONE NAME ARE NOT CONFUSED.
      * TYPED AT THE TERMINAL THERE IS NOTHING TO RETRIEVE.
       RETRIEVE-HANDOFF.
            MOVE SPACES TO WS-XFER-REC.
            MOVE 40 TO WS-XFER-LEN.
            EXEC CICS
                 RETRIEVE INTO(WS-XFER-REC)
                 LENGTH(WS-XFER-LEN)
                 RESP(WS-RESP)
            END-EXEC.
       SEND-PROMPT-SCREEN.
            MOVE SPACES TO WS-MSG-AREA.
            MOVE 'ENTER EMPLOYEE NAME:' TO WS-MSG-AREA.
            EXEC SQL
                 CLOSE CSR3
            END-EXEC.
       LOOKUP-EMPLOYEE-BY-ID.
            MOVE WS-EMPID-X-N TO WS-EMPID.
            MOVE SPACES TO WS-EMPNAME-TEXT.
            EXEC SQL
                 SELECT EMPID, EMPNAME, SALARY
                 INTO   :WS-EMPID, :WS-EMPNAME, :WS-SALARY
                 FROM   EMP_DB
                 WHERE  EMPID = :WS-EMPID
            END-EXEC.
       SEND-RESULT-SCREEN.
            MOVE SPACES TO WS-MSG-AREA.
            EVALUATE SQLCODE
                WHEN ZERO
                    MOVE WS-EMPID TO WS-EMPID-DISPLAY
                    MOVE WS-SALARY TO WS-SALARY-DISPLAY
                    PERFORM WRITE-ACCESS-LOG
                    STRING WS-EMPNAME-TEXT ' SALARY=' WS-SALARY-DISPLAY
                       DELIMITED BY SIZE INTO WS-MSG-AREA
                    END-STRING
                WHEN 100
                 LENGTH(WS-MSG-LEN)
                 ERASE
            END-EXEC.
       WRITE-ACCESS-LOG.
            MOVE SPACES TO WS-ACCESS-REC.
            EXEC CICS
                 ASKTIME ABSTIME(WS-ABSTIME)
            END-EXEC.
            EXEC CICS
                 FORMATTIME ABSTIME(WS-ABSTIME)
                 YYYYMMDD(ACL-DATE)
                 TIME(ACL-TIME)
            END-EXEC.
            EXEC CICS
                 ASSIGN USERID(ACL-USERID)
            END-EXEC.
            MOVE EIBTRMID TO ACL-TERMINAL.
            MOVE EIBTRNID TO ACL-TRANID.
            MOVE WS-EMPID-DISPLAY TO ACL-EMP-ID.
            MOVE WS-EMPNAME-TEXT TO ACL-NAME.
            SET ACL-TYPE-DETAIL TO TRUE.
            MOVE 0 TO ACL-RUN-NUMBER.
            EXEC CICS
                 WRITEQ TD QUEUE('SACC')
                 FROM(WS-ACCESS-REC)
                 LENGTH(80)
            END-EXEC.

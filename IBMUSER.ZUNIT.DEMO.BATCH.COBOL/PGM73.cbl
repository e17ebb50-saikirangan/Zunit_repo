      * CLOSING = STORED OPENING + ACCRUED - TAKEN); A BREAK IS         00001600
      * REPORTED AND ENDS RC 08.  WRITES A BALANCE EXTRACT THE          00001700
      * PGM37 TEMPLATE MACHINERY PULLS INTO THE COMPENSATION            00001800
      * STATEMENTS THROUGH ITS LEAVEBAL TOKEN.  A TERMINATED            00001840
      * EMPLOYEE (CPFLSTAT 'T') ACCRUES NOTHING FURTHER, AND THE        00001880
      * LB-SETTLED-DATE PGM85 STAMPS WHEN IT PAYS OUT A LEAVER'S        00001920
      * BALANCE IS CARRIED THROUGH EVERY ROLL UNCHANGED.                00001960
      * THE LEAVE TRANSACTION FILE IS THE HR DECK FOLLOWED BY THE       00001970
      * 'T' RECORDS PGM98 EXTRACTS NIGHTLY FROM THE ONLINE LVRQ         00001980
      * REQUESTS; ONLY THE PERIOD'S RECORDS ARE TAKEN FROM EITHER.      00001990
      * A PART-TIME EMPLOYEE ACCRUES THEIR FTE SHARE OF ACCRDAYS -      00001992
      * THE FACTOR IN FORCE AT THE END OF THE PERIOD, FROM THE FTE      00001995
      * HISTORY THROUGH PGM121 (DDFTEIN); NO FTE ROW IS FULL TIME.      00001997
       ENVIRONMENT DIVISION.                                            00002000
       INPUT-OUTPUT SECTION.                                            00002100
       FILE-CONTROL.                                                    00002200
           05 LB-ACCRUED PIC S9(5)V99 SIGN LEADING SEPARATE.            00006500
           05 LB-TAKEN   PIC S9(5)V99 SIGN LEADING SEPARATE.            00006600
           05 LB-CLOSING PIC S9(5)V99 SIGN LEADING SEPARATE.            00006700
           05 LB-SETTLED-DATE PIC X(8).                                 00006766
           05 FILLER     PIC X(26).                                     00006832
       FD BALOUT                                                        00006900
            RECORDING MODE IS F.                                        00007000
       01 BAL-EXT-REC.                                                  00007100
          COPY CPFLREC.                                                 00008400
       01 WS-FL-REC-HT REDEFINES WS-FL-REC.                             00008500
          COPY CPHDRTRL.                                                00008600
       01 WS-FL-REC-ST REDEFINES WS-FL-REC.                             00008633
          COPY CPFLSTAT.                                                00008666
       01 WS-EXT-EOF-SW PIC X(1) VALUE 'N'.                             00008700
           88 WS-EXT-EOF       VALUE 'Y'.                               00008800
       01 WS-LV-EOF-SW PIC X(1) VALUE 'N'.                              00008900
       01 WS-ADJUSTED   PIC S9(5)V99 VALUE 0.                           00011400
       01 WS-CLOSING    PIC S9(5)V99 VALUE 0.                           00011500
       01 WS-PROOF      PIC S9(5)V99 VALUE 0.                           00011600
       01 WS-SETTLED-DATE PIC X(8) VALUE SPACES.                        00011650
       01 WS-COUNT-EMPLOYEES PIC 9(7) VALUE 0.                          00011700
       01 WS-COUNT-NEW       PIC 9(7) VALUE 0.                          00011800
       01 WS-COUNT-BREAKS    PIC 9(7) VALUE 0.                          00011900
       01 WS-COUNT-TRANS     PIC 9(7) VALUE 0.                          00012000
       01 WS-COUNT-PARTTIME  PIC 9(7) VALUE 0.                          00012020
       01 WS-FTE-PGM         PIC X(8) VALUE 'PGM121'.                   00012040
       01 WS-FTE-REQUEST.                                               00012060
          COPY CPFTERQ.                                                 00012080
       01 WS-DAYS-ED  PIC -ZZ9.99.                                      00012100
       01 WS-DAYS-ED2 PIC -ZZ9.99.                                      00012200
       01 WS-DAYS-ED3 PIC -ZZ9.99.                                      00012300
       MAIN-ROUTINE.                                                    00012800
            PERFORM READ-ACCRUAL-PARMS.                                 00012900
            PERFORM LOAD-LEAVE-TRANS.                                   00013000
            INITIALIZE WS-FTE-REQUEST.                                  00013050
            OPEN INPUT INFILE.                                          00013100
            PERFORM OPEN-BALANCE-CLUSTER.                               00013200
            OPEN OUTPUT BALOUT.                                         00013300
       ROLL-ONE-EMPLOYEE.                                               00023800
            ADD 1 TO WS-COUNT-EMPLOYEES.                                00023900
            MOVE 'N' TO WS-REC-FOUND-SW.                                00024000
            MOVE SPACES TO WS-SETTLED-DATE.                             00024050
            MOVE FL-EMP-ID OF WS-FL-REC TO LB-EMP-ID.                   00024100
            READ LEAVBAL                                                00024200
               INVALID KEY                                              00024300
                  CONTINUE                                              00024400
               NOT INVALID KEY                                          00024500
                  SET WS-REC-FOUND TO TRUE                              00024600
                  MOVE LB-SETTLED-DATE TO WS-SETTLED-DATE               00024650
            END-READ.                                                   00024700
            IF WS-REC-FOUND THEN                                        00024800
               PERFORM PROVE-STORED-BALANCE                             00024900
               WS-OPENING > WS-CARRY-LIM THEN                           00028700
               MOVE WS-CARRY-LIM TO WS-OPENING                          00028800
            END-IF.                                                     00028900
            IF FL-STATUS-TERMINATED OF WS-FL-REC-ST THEN                00028933
               MOVE 0 TO WS-ACCRUED                                     00028966
            ELSE                                                        00028999
               PERFORM FTE-SHARE-OF-ACCRUAL                             00029032
            END-IF.                                                     00029065
            MOVE 0 TO WS-TAKEN.                                         00029100
            MOVE 0 TO WS-ADJUSTED.                                      00029200
            IF WS-LV-COUNT > 0 THEN                                     00029300
                   WHEN OTHER                                           00031800
                      CONTINUE                                          00031900
               END-EVALUATE                                             00032000
            END-IF.                                                     00032008
      * THE FACTOR AS OF DAY 31 OF THE PERIOD IS THE ONE IN FORCE       00032016
      * ON ITS LAST DAY, WHATEVER THE LENGTH OF THE MONTH.              00032025
       FTE-SHARE-OF-ACCRUAL.                                            00032033
            MOVE FL-EMP-ID OF WS-FL-REC TO FTQ-EMP-ID.                  00032041
            COMPUTE FTQ-AS-OF-DATE = WS-PERIOD * 100 + 31.              00032050
            CALL WS-FTE-PGM USING WS-FTE-REQUEST.                       00032058
            COMPUTE WS-ACCRUED ROUNDED =                                00032066
               WS-ACCR-DAYS * FTQ-FACTOR.                               00032075
            IF FTQ-FACTOR < 1.00 THEN                                   00032083
               ADD 1 TO WS-COUNT-PARTTIME                               00032091
            END-IF.                                                     00032100
       WRITE-BALANCE-REC.                                               00032200
            PERFORM FILL-BALANCE-REC.                                   00032300
            MOVE WS-ACCRUED TO LB-ACCRUED.                              00033900
            MOVE WS-TAKEN TO LB-TAKEN.                                  00034000
            MOVE WS-CLOSING TO LB-CLOSING.                              00034100
            MOVE WS-SETTLED-DATE TO LB-SETTLED-DATE.                    00034150
            PERFORM PRINT-BALANCE-LINE.                                 00034200
       PRINT-BALANCE-LINE.                                              00034300
            MOVE WS-OPENING TO WS-DAYS-ED.                              00034400
               DELIMITED BY SIZE INTO RPT-LINE                          00036800
            END-STRING.                                                 00036900
            WRITE RPT-LINE.                                             00037000
            MOVE SPACES TO RPT-LINE.                                    00040700
            STRING 'PART-TIME (FTE SHARE ACCRUED) ' WS-COUNT-PARTTIME   00040800
               ' FTE ROWS REJECTED ' FTQ-ROWS-REJECTED                  00040900
               DELIMITED BY SIZE INTO RPT-LINE                          00041000
            END-STRING.                                                 00041100
            WRITE RPT-LINE.                                             00041200

      * proves the chain end to end.  Writers leave it as spaces -      00077400
      * only the sealer fills it.                                       00077500
           05 AUD-CHAIN-HASH          PIC 9(9).                         00077600
      * AUD-LOCK-RETRIES is the number of DB2 deadlock/timeout          00077700
      * retries the run needed (CPDBRTRY, PGM112) - PGM17 trends it     00077800
      * as lock contention.  Spaces on older records and from           00077900
      * programs with no DB2 work mean none.                            00078000
           05 AUD-LOCK-RETRIES        PIC 9(3).                         00078100
      * AUD-RECORD-TYPE 'H' marks a heartbeat from a long-running       00078200
      * server (PGM47) instead of a run record.  The server writes      00078300
      * one every HEARTBEATSECS while it is up: AUD-START-DATE/TIME     00078400
      * then carry its last activity (the last message it took),        00078500
      * AUD-END-DATE/TIME the beat itself, AUD-RECORDS-PROCESSED        00078600
      * the messages served so far and AUD-HB-ERRORS the failed,        00078700
      * rejected or backed-out messages so far.  Its normal run         00078800
      * record still comes at shutdown.  PGM06 pages when a             00078900
      * server's latest heartbeat goes stale; the trend and             00079000
      * consolidation steps skip heartbeats.                            00079100
           05 AUD-RECORD-TYPE         PIC X(1).                         00079200
               88 AUD-HEARTBEAT-REC       VALUE 'H'.                    00079300
           05 AUD-HB-ERRORS           PIC 9(5).                         00079400
           05 FILLER                  PIC X(3).                         00079500

      * STATEMENT, PGM33 CAN FILTER TO ACTIVE ONLY AND PGM13            00001000
      * REPORTS HEADCOUNT BY STATUS.  TRANSACTIONS WITH A BAD           00001100
      * CODE OR NO MATCHING EMPLOYEE ARE REPORTED AND END THE           00001200
      * STEP RC 04.  A 'T' TRANSACTION MAY CARRY THE LAST DAY           00001240
      * WORKED IN STN-TERM-DATE (COLUMNS 12-19, YYYYMMDD); THIS         00001280
      * STEP ONLY SETS THE STATUS, BUT THE PGM85 FINAL SETTLEMENT       00001320
      * READS THE SAME TRANSACTIONS AND PRORATES TO THAT DATE.          00001360
       ENVIRONMENT DIVISION.                                            00001400
       INPUT-OUTPUT SECTION.                                            00001500
       FILE-CONTROL.                                                    00001600
           05 FILLER     PIC X(1).                                      00003500
           05 STN-STATUS PIC X(1).                                      00003600
               88 STN-STATUS-VALID VALUE 'A' 'L' 'T'.                   00003700
           05 FILLER     PIC X(1).                                      00003750
           05 STN-TERM-DATE PIC X(8).                                   00003800
           05 FILLER     PIC X(61).                                     00003850
       FD OUTFILE                                                       00003900
            RECORDING MODE IS F.                                        00004000
       01 FL-OUTREC.                                                    00004100

      * AND ITS DDRULES DATASET, SO THEY MATCH THE PGM05 FRONT          00001500
      * DOOR RULE FOR RULE; FAILURES STILL GO TO THE REJECT FILE        00001600
      * WITH THE FIELD-LEVEL REASON AND THE FIRING RULE ID.             00001700
      * AN IMPORTED EMPLOYEE WHO IS NOT THE INCUMBENT OF A FILLED       00001714
      * POSITION ON THE PGM91 POSITION CLUSTER (DDPOSNKS) IS A          00001728
      * HIRE AND TAKES ONE OF THE DEPARTMENT'S OPEN POSITIONS:          00001742
      * WITH NONE LEFT, POSNCHECK REJECT SENDS THE LINE TO THE          00001756
      * REJECT FILE, WARN (THE DEFAULT) IMPORTS IT AND LISTS IT ON      00001770
      * THE REPORT, AND OFF SKIPS THE CHECK AND THE CLUSTER.            00001784
      * A VENDOR WHOSE PROFILE CARRIES PERSONAL-DATA COLUMN             00001785
      * POSITIONS ALSO SENDS A PERSONAL-DETAILS FEED ON DDPERSCSV       00001786
      * (SAME SEPARATOR AND DATE FORMAT; ID, TAX ID, BIRTH DATE,        00001787
      * HIRE DATE, ADDRESS LINES 1-2, CITY, STATE, ZIP, PHONE AND       00001788
      * EMAIL, A ZERO POSITION MEANING NOT SENT).  EACH LINE IS         00001789
      * MERGED INTO THE CPPERS PERSONAL-DATA CLUSTER (DDPERSKS) -       00001790
      * A COLUMN LEFT BLANK KEEPS THE VALUE ON FILE - AND A LINE        00001791
      * FAILING ITS EDITS GOES TO THE REJECT FILE LIKE ANY OTHER.       00001792
       ENVIRONMENT DIVISION.                                            00001800
       INPUT-OUTPUT SECTION.                                            00001900
       FILE-CONTROL.                                                    00002000
                ORGANIZATION IS SEQUENTIAL.                             00003000
                SELECT PARMFILE ASSIGN TO DDPARMIN                      00003100
                ORGANIZATION IS SEQUENTIAL.                             00003200
                SELECT POSNKSDS ASSIGN TO DDPOSNKS                      00003216
                ORGANIZATION IS INDEXED                                 00003232
                ACCESS MODE IS SEQUENTIAL                               00003248
                RECORD KEY IS POS-NUMBER                                00003264
                FILE STATUS IS WS-POS-STATUS.                           00003280
                SELECT PERSCSV ASSIGN TO DDPERSCSV                      00003282
                ORGANIZATION IS SEQUENTIAL.                             00003284
                SELECT PERSKSDS ASSIGN TO DDPERSKS                      00003286
                ORGANIZATION IS INDEXED                                 00003288
                ACCESS MODE IS RANDOM                                   00003290
                RECORD KEY IS PER-EMP-ID                                00003292
                FILE STATUS IS WS-PER-STATUS.                           00003294
       DATA DIVISION.                                                   00003300
       FILE SECTION.                                                    00003400
       FD CSVIN                                                         00003500
           05 MAP-DATE-FMT PIC X(3).                                    00006900
           05 FILLER       PIC X(1).                                    00007000
           05 MAP-DEC-CONV PIC X(1).                                    00007100
           05 FILLER       PIC X(1).                                    00007122
      * PERSONAL-DETAILS FEED POSITIONS, IN THE ORDER ID, TAX ID,       00007144
      * BIRTH DATE, HIRE DATE, ADDRESS LINE 1, ADDRESS LINE 2, CITY,    00007166
      * STATE, ZIP, PHONE, EMAIL.  BLANK OR 00 = NOT SENT.              00007188
           05 MAP-PERS-ENTRY OCCURS 11 TIMES.                           00007210
               10 MAP-PERS-POS PIC X(2).                                00007232
               10 FILLER       PIC X(1).                                00007254
           05 FILLER       PIC X(16).                                   00007276
       FD PARMFILE                                                      00007300
            RECORDING MODE IS F.                                        00007400
       01 PARM-CARD.                                                    00007500
          COPY CPPARMCD.                                                00007600
       FD POSNKSDS.                                                     00007625
       01 POS-REC.                                                      00007650
          COPY CPPOSN.                                                  00007675
       FD PERSCSV                                                       00007678
            RECORDING MODE IS F.                                        00007681
       01 PERS-CSV-LINE PIC X(250).                                     00007684
       FD PERSKSDS.                                                     00007687
       01 PER-REC.                                                      00007690
          COPY CPPERS.                                                  00007693
       WORKING-STORAGE SECTION.                                         00007700
       01 WS-FL-REC.                                                    00007800
          COPY CPFLREC.                                                 00007900
       01 WS-COUNT-READ     PIC 9(7) VALUE 0.                           00014200
       01 WS-COUNT-WRITTEN  PIC 9(7) VALUE 0.                           00014300
       01 WS-COUNT-REJECTED PIC 9(7) VALUE 0.                           00014400
       01 WS-COUNT-NO-POSN  PIC 9(7) VALUE 0.                           00014404
       01 WS-COUNT-HIRES    PIC 9(7) VALUE 0.                           00014408
       01 WS-POS-STATUS PIC X(2) VALUE SPACES.                          00014412
           88 WS-POS-OPEN-OK  VALUE '00' '05' '97'.                     00014416
       01 WS-POS-EOF-SW PIC X(1) VALUE 'N'.                             00014420
           88 WS-POS-EOF       VALUE 'Y'.                               00014424
       01 WS-POSN-CHECK PIC X(6) VALUE 'WARN'.                          00014428
           88 WS-POSN-CHECK-REJECT VALUE 'REJECT'.                      00014432
           88 WS-POSN-CHECK-WARN   VALUE 'WARN'.                        00014436
           88 WS-POSN-CHECK-OFF    VALUE 'OFF'.                         00014440
       01 WS-FOUND-SW PIC X(1) VALUE 'N'.                               00014444
           88 WS-ENTRY-FOUND   VALUE 'Y'.                               00014448
      * OPEN POSITIONS LEFT PER DEPARTMENT, AND THE INCUMBENTS OF       00014452
      * THE FILLED ONES, FROM THE POSITION CLUSTER.                     00014456
       01 WS-OPN-COUNT PIC 9(3) COMP VALUE 0.                           00014460
       01 WS-OPN-TABLE.                                                 00014464
           05 WS-OPN-ENTRY OCCURS 200 TIMES                             00014468
                            INDEXED BY WS-OPN-IDX WS-OPN-SAV.           00014472
               10 WS-OPN-DEPT  PIC X(4).                                00014476
               10 WS-OPN-LEFT  PIC 9(5).                                00014480
       01 WS-INC-COUNT PIC 9(4) COMP VALUE 0.                           00014484
       01 WS-INC-TABLE.                                                 00014488
           05 WS-INC-EMP-ID OCCURS 2000 TIMES                           00014492
                             INDEXED BY WS-INC-IDX PIC X(8).            00014496
       01 WS-RETCD.                                                     00014500
           COPY CPRETCD.                                                00014600
       01 WS-AUD-START-DATE PIC 9(8).                                   00014700
       01 WS-AUD-START-TIME PIC 9(8).                                   00014800
      * THE PERSONAL-DETAILS FEED - PROFILE POSITIONS, THE LINE'S       00014802
      * GENERIC COLUMNS AND THE FIELDS PICKED FROM THEM.                00014804
       01 WS-PRF-PERS-TABLE.                                            00014806
           05 WS-PRF-PERS-POS PIC 9(2) OCCURS 11 TIMES.                 00014808
       01 WS-PERS-SUB     PIC 9(2) VALUE 0.                             00014810
       01 WS-PERS-FEED-SW PIC X(1) VALUE 'N'.                           00014812
           88 WS-PERS-FEED-ON  VALUE 'Y'.                               00014814
       01 WS-PERS-POS-BAD-SW PIC X(1) VALUE 'N'.                        00014816
           88 WS-PERS-POS-BAD  VALUE 'Y'.                               00014818
       01 WS-PCOL-TABLE.                                                00014820
           05 WS-PCOL OCCURS 12 TIMES PIC X(40).                        00014822
       01 WS-PFLD-TABLE.                                                00014824
           05 WS-PFLD OCCURS 11 TIMES PIC X(40).                        00014826
       01 WS-PFLD-NAMED REDEFINES WS-PFLD-TABLE.                        00014828
           05 WS-PFLD-EMPID  PIC X(40).                                 00014830
           05 WS-PFLD-TAXID  PIC X(40).                                 00014832
           05 WS-PFLD-BIRTH  PIC X(40).                                 00014834
           05 WS-PFLD-HIRE   PIC X(40).                                 00014836
           05 WS-PFLD-ADDR1  PIC X(40).                                 00014838
           05 WS-PFLD-ADDR2  PIC X(40).                                 00014840
           05 WS-PFLD-CITY   PIC X(40).                                 00014842
           05 WS-PFLD-STATE  PIC X(40).                                 00014844
           05 WS-PFLD-ZIP    PIC X(40).                                 00014846
           05 WS-PFLD-PHONE  PIC X(40).                                 00014848
           05 WS-PFLD-EMAIL  PIC X(40).                                 00014850
       01 WS-PERS-TAX-ID   PIC X(9) VALUE SPACES.                       00014852
       01 WS-PERS-BIRTH    PIC X(8) VALUE SPACES.                       00014854
       01 WS-PERS-HIRE     PIC X(8) VALUE SPACES.                       00014856
       01 WS-PERS-ZIP      PIC X(5) VALUE SPACES.                       00014858
       01 WS-PERS-ZIP-EXT  PIC X(4) VALUE SPACES.                       00014860
       01 WS-PERS-DATE-IN  PIC X(10) VALUE SPACES.                      00014862
       01 WS-PERS-DATE-OUT PIC X(8) VALUE SPACES.                       00014864
       01 WS-PERS-HORIZON  PIC 9(8) VALUE 0.                            00014866
       01 WS-DATEVAL-PGM   PIC X(8) VALUE 'PGM14'.                      00014868
       01 WS-NO-HORIZON    PIC 9(8) VALUE 0.                            00014869
       01 WS-DATEVAL-RC    PIC 9(2) VALUE 0.                            00014870
           88 WS-DATEVAL-VALID VALUE 00.                                00014872
       01 WS-PER-STATUS PIC X(2) VALUE SPACES.                          00014874
           88 WS-PER-OPEN-OK   VALUE '00' '05' '97'.                    00014876
           88 WS-PER-NOT-FOUND VALUE '35'.                              00014878
           88 WS-PER-READ-OK   VALUE '00'.                              00014880
       01 WS-PERS-EOF-SW PIC X(1) VALUE 'N'.                            00014882
           88 WS-PERS-EOF      VALUE 'Y'.                               00014884
       01 WS-COUNT-PERS-READ     PIC 9(7) VALUE 0.                      00014886
       01 WS-COUNT-PERS-ADDED    PIC 9(7) VALUE 0.                      00014888
       01 WS-COUNT-PERS-UPDATED  PIC 9(7) VALUE 0.                      00014890
       01 WS-COUNT-PERS-REJECTED PIC 9(7) VALUE 0.                      00014892
       PROCEDURE DIVISION.                                              00014900
       MAIN-ROUTINE.                                                    00015000
            ACCEPT WS-AUD-START-DATE FROM DATE YYYYMMDD.                00015100
               WS-DATE-HORIZON, WS-RE-RESULT.                           00015600
            PERFORM READ-GATEWAY-PARMS.                                 00015700
            PERFORM LOAD-VENDOR-PROFILE.                                00015800
            IF WS-PROFILE-FOUND AND NOT WS-POSN-CHECK-OFF THEN          00015809
               PERFORM LOAD-POSITIONS                                   00015818
               IF NOT WS-POS-OPEN-OK THEN                               00015827
                  DISPLAY 'PGM40 POSITION CLUSTER OPEN FAILED, STATUS ' 00015836
                     WS-POS-STATUS                                      00015845
                  SET WS-RC-IO-ERROR TO TRUE                            00015854
                  MOVE WS-RETURN-CODE TO RETURN-CODE                    00015863
                  GOBACK                                                00015872
               END-IF                                                   00015881
            END-IF.                                                     00015890
            IF NOT WS-PROFILE-FOUND THEN                                00015900
               DISPLAY 'PGM40 NO MAPPING PROFILE FOR VENDOR '           00016000
                  WS-VENDOR                                             00016100
               END-READ                                                 00017500
            END-PERFORM.                                                00017600
            PERFORM Z020-WRITE-OUT-TRAILER.                             00017700
            IF WS-PERS-FEED-ON THEN                                     00017725
               PERFORM LOAD-PERSONAL-DETAILS                            00017750
            END-IF.                                                     00017775
            PERFORM WRITE-IMPORT-SUMMARY.                               00017800
            CLOSE CSVIN.                                                00017900
            CLOSE OUTFILE.                                              00018000
            CLOSE REJFILE.                                              00018100
            CLOSE RPTFILE.                                              00018200
      * A PERSONAL-DATA CLUSTER OPEN FAILURE ALREADY SET THE I/O        00018228
      * RETURN CODE - NOTHING BELOW MAY WIPE OR DOWNGRADE IT.           00018256
            IF WS-RC-IO-ERROR THEN                                      00018284
               CONTINUE                                                 00018312
            ELSE                                                        00018340
               SET WS-RC-OK TO TRUE                                     00018368
               IF WS-COUNT-REJECTED > 0 OR WS-COUNT-NO-POSN > 0 OR      00018396
                  WS-COUNT-PERS-REJECTED > 0 THEN                       00018424
                  SET WS-RC-WARNING TO TRUE                             00018452
               END-IF                                                   00018480
               IF WS-COUNT-WRITTEN = 0 THEN                             00018508
                  SET WS-RC-DATA-ERROR TO TRUE                          00018536
               END-IF                                                   00018564
            END-IF.                                                     00018600
            MOVE WS-RETURN-CODE TO RETURN-CODE.                         00019000
            GOBACK.                                                     00019100
       IMPORT-ONE-LINE.                                                 00019200
                  PERFORM BUILD-RECORD-IMAGE                            00020000
                  PERFORM APPLY-RULE-ENGINE                             00020100
               END-IF                                                   00020200
               IF WS-REC-VALID AND NOT WS-POSN-CHECK-OFF THEN           00020225
                  PERFORM CHECK-OPEN-POSITION                           00020250
               END-IF                                                   00020275
               IF WS-REC-VALID THEN                                     00020300
                  PERFORM WRITE-GOOD-REC                                00020400
               ELSE                                                     00020500
            EVALUATE PARM-KEY                                           00021900
                WHEN 'VENDOR'                                           00022000
                   MOVE PARM-VALUE-TEXT (1:8) TO WS-VENDOR              00022100
                WHEN 'POSNCHECK'                                        00022114
                   IF PARM-VALUE-TEXT (1:6) = 'REJECT' OR               00022128
                      PARM-VALUE-TEXT (1:6) = 'WARN' OR                 00022142
                      PARM-VALUE-TEXT (1:6) = 'OFF' THEN                00022156
                      MOVE PARM-VALUE-TEXT (1:6) TO WS-POSN-CHECK       00022170
                   END-IF                                               00022184
                WHEN OTHER                                              00022200
                   CONTINUE                                             00022300
            END-EVALUATE.                                               00022400
                       MOVE MAP-FLD-SEP TO WS-PRF-FLD-SEP               00023800
                       MOVE MAP-DATE-FMT TO WS-PRF-DATE-FMT             00023900
                       MOVE MAP-DEC-CONV TO WS-PRF-DEC-CONV             00024000
                       PERFORM LOAD-PERS-POSITIONS                      00024050
                       IF WS-DEC-COMMA THEN                             00024100
                          MOVE ',' TO WS-DEC-CHAR                       00024200
                       ELSE                                             00024300
                  WS-PRF-ID-POS < 1 OR WS-PRF-ID-POS > 8 OR             00025200
                  WS-PRF-DEPT-POS < 1 OR WS-PRF-DEPT-POS > 8 OR         00025300
                  WS-PRF-DATE-POS < 1 OR WS-PRF-DATE-POS > 8 OR         00025400
                  WS-PRF-SAL-POS < 1 OR WS-PRF-SAL-POS > 8 OR           00025466
                  WS-PERS-POS-BAD THEN                                  00025532
                  DISPLAY 'PGM40 PROFILE POSITIONS OUT OF RANGE'        00025600
                  MOVE 'N' TO WS-PROFILE-FOUND-SW                       00025700
               END-IF                                                   00025800
            END-IF.                                                     00025900
       LOAD-POSITIONS.                                                  00025901
            OPEN INPUT POSNKSDS.                                        00025902
            IF WS-POS-OPEN-OK THEN                                      00025903
               PERFORM UNTIL WS-POS-EOF                                 00025904
                  READ POSNKSDS                                         00025905
                    AT END SET WS-POS-EOF TO TRUE                       00025906
                    NOT AT END PERFORM LOAD-ONE-POSITION                00025907
                  END-READ                                              00025908
               END-PERFORM                                              00025909
               CLOSE POSNKSDS                                           00025910
               SET WS-POS-OPEN-OK TO TRUE                               00025911
            END-IF.                                                     00025912
       LOAD-ONE-POSITION.                                               00025913
            EVALUATE TRUE                                               00025914
                WHEN POS-STATUS-FILLED                                  00025915
                   IF WS-INC-COUNT < 2000 THEN                          00025916
                      ADD 1 TO WS-INC-COUNT                             00025917
                      SET WS-INC-IDX TO WS-INC-COUNT                    00025918
                      MOVE POS-EMP-ID TO WS-INC-EMP-ID (WS-INC-IDX)     00025919
                   END-IF                                               00025920
                WHEN POS-STATUS-OPEN                                    00025921
                   PERFORM FIND-OPEN-DEPT                               00025922
                   IF WS-ENTRY-FOUND THEN                               00025923
                      ADD 1 TO WS-OPN-LEFT (WS-OPN-IDX)                 00025924
                   ELSE                                                 00025925
                      IF WS-OPN-COUNT < 200 THEN                        00025926
                         ADD 1 TO WS-OPN-COUNT                          00025927
                         SET WS-OPN-IDX TO WS-OPN-COUNT                 00025928
                         MOVE POS-DEPT TO WS-OPN-DEPT (WS-OPN-IDX)      00025929
                         MOVE 1 TO WS-OPN-LEFT (WS-OPN-IDX)             00025930
                      END-IF                                            00025931
                   END-IF                                               00025932
                WHEN OTHER                                              00025933
                   CONTINUE                                             00025934
            END-EVALUATE.                                               00025935
      * LOOKS UP POS-DEPT IN THE OPEN-POSITION TABLE.                   00025936
       FIND-OPEN-DEPT.                                                  00025937
            MOVE 'N' TO WS-FOUND-SW.                                    00025938
            IF WS-OPN-COUNT > 0 THEN                                    00025939
               PERFORM VARYING WS-OPN-IDX FROM 1 BY 1                   00025940
                  UNTIL WS-OPN-IDX > WS-OPN-COUNT                       00025941
                     OR WS-ENTRY-FOUND                                  00025942
                  IF WS-OPN-DEPT (WS-OPN-IDX) = POS-DEPT THEN           00025943
                     SET WS-ENTRY-FOUND TO TRUE                         00025944
                     SET WS-OPN-SAV TO WS-OPN-IDX                       00025945
                  END-IF                                                00025946
               END-PERFORM                                              00025947
            END-IF.                                                     00025948
            IF WS-ENTRY-FOUND THEN                                      00025949
               SET WS-OPN-IDX TO WS-OPN-SAV                             00025950
            END-IF.                                                     00025951
      * AN EMPLOYEE ALREADY IN A POSITION IS NOT A HIRE.  A HIRE        00025952
      * TAKES AN OPEN POSITION OF ITS DEPARTMENT IF ONE IS LEFT.        00025953
       CHECK-OPEN-POSITION.                                             00025954
            MOVE 'N' TO WS-FOUND-SW.                                    00025955
            IF WS-INC-COUNT > 0 THEN                                    00025956
               PERFORM VARYING WS-INC-IDX FROM 1 BY 1                   00025957
                  UNTIL WS-INC-IDX > WS-INC-COUNT                       00025958
                     OR WS-ENTRY-FOUND                                  00025959
                  IF WS-INC-EMP-ID (WS-INC-IDX) =                       00025960
                     FL-EMP-ID OF WS-FL-REC THEN                        00025961
                     SET WS-ENTRY-FOUND TO TRUE                         00025962
                  END-IF                                                00025963
               END-PERFORM                                              00025964
            END-IF.                                                     00025965
            IF NOT WS-ENTRY-FOUND THEN                                  00025966
               ADD 1 TO WS-COUNT-HIRES                                  00025967
               MOVE FL-DEPT-CODE OF WS-FL-REC TO POS-DEPT               00025968
               PERFORM FIND-OPEN-DEPT                                   00025969
               IF WS-ENTRY-FOUND AND POS-DEPT NOT = SPACES AND          00025970
                  WS-OPN-LEFT (WS-OPN-IDX) > 0 THEN                     00025971
                  SUBTRACT 1 FROM WS-OPN-LEFT (WS-OPN-IDX)              00025972
               ELSE                                                     00025973
                  ADD 1 TO WS-COUNT-NO-POSN                             00025974
                  IF WS-POSN-CHECK-REJECT THEN                          00025975
                     SET WS-REC-INVALID TO TRUE                         00025976
                     MOVE SPACES TO WS-REJECT-REASON                    00025977
                     STRING 'NO OPEN POSITION IN DEPT ' POS-DEPT        00025978
                        DELIMITED BY SIZE INTO WS-REJECT-REASON         00025979
                     END-STRING                                         00025980
                  ELSE                                                  00025981
                     MOVE SPACES TO RPT-LINE                            00025982
                     STRING 'WARNING: HIRE ' FL-EMP-ID OF WS-FL-REC     00025983
                        ' NO OPEN POSITION IN DEPT ' POS-DEPT           00025984
                        DELIMITED BY SIZE INTO RPT-LINE                 00025985
                     END-STRING                                         00025986
                     WRITE RPT-LINE                                     00025987
                  END-IF                                                00025988
               END-IF                                                   00025989
            END-IF.                                                     00025990
      * THE LINE SPLITS INTO GENERIC COLUMNS ON THE PROFILE'S           00026000
      * SEPARATOR; THE PROFILE'S POSITIONS THEN SAY WHICH COLUMN        00026100
      * IS WHICH FIELD, SO COLUMN-ORDER CHANGES ARE DATA CHANGES.       00026200
               DELIMITED BY SIZE INTO RPT-LINE                          00044000
            END-STRING.                                                 00044100
            WRITE RPT-LINE.                                             00044200
            MOVE SPACES TO RPT-LINE.                                    00044300
            STRING 'HIRES      : ' WS-COUNT-HIRES                       00044400
               '  NO OPEN POSITION ' WS-COUNT-NO-POSN                   00044500
               ' (POSNCHECK ' WS-POSN-CHECK ')'                         00044600
               DELIMITED BY SIZE INTO RPT-LINE                          00044700
            END-STRING.                                                 00044800
            WRITE RPT-LINE.                                             00044900
            IF WS-PERS-FEED-ON THEN                                     00045000
               MOVE SPACES TO RPT-LINE                                  00045100
               STRING 'PERSONAL   : READ ' WS-COUNT-PERS-READ           00045200
                  '  ADDED ' WS-COUNT-PERS-ADDED                        00045300
                  '  UPDATED ' WS-COUNT-PERS-UPDATED                    00045400
                  '  REJECTED ' WS-COUNT-PERS-REJECTED                  00045500
                  DELIMITED BY SIZE INTO RPT-LINE                       00045600
               END-STRING                                               00045700
               WRITE RPT-LINE                                           00045800
            END-IF.                                                     00045900
      * PROFILE ROWS WRITTEN BEFORE THE PERSONAL-DETAILS FEED HAVE      00046000
      * SPACES HERE, WHICH READ AS NOT SENT.  A FEED NEEDS ITS ID       00046100
      * COLUMN, AND NO POSITION MAY PASS THE TWELVE COLUMNS SPLIT.      00046200
       LOAD-PERS-POSITIONS.                                             00046300
            PERFORM VARYING WS-PERS-SUB FROM 1 BY 1                     00046400
               UNTIL WS-PERS-SUB > 11                                   00046500
               IF MAP-PERS-POS (WS-PERS-SUB) IS NUMERIC THEN            00046600
                  MOVE MAP-PERS-POS (WS-PERS-SUB)                       00046700
                     TO WS-PRF-PERS-POS (WS-PERS-SUB)                   00046800
               ELSE                                                     00046900
                  MOVE 0 TO WS-PRF-PERS-POS (WS-PERS-SUB)               00047000
               END-IF                                                   00047100
               IF WS-PRF-PERS-POS (WS-PERS-SUB) > 12 THEN               00047200
                  SET WS-PERS-POS-BAD TO TRUE                           00047300
               END-IF                                                   00047400
               IF WS-PRF-PERS-POS (WS-PERS-SUB) > 0 THEN                00047500
                  SET WS-PERS-FEED-ON TO TRUE                           00047600
               END-IF                                                   00047700
            END-PERFORM.                                                00047800
            IF WS-PERS-FEED-ON AND WS-PRF-PERS-POS (1) = 0 THEN         00047900
               SET WS-PERS-POS-BAD TO TRUE                              00048000
            END-IF.                                                     00048100
      * FIRST LOAD OF A NEVER-PRIMED PERSONAL-DATA CLUSTER: OPEN I-O    00048200
      * GIVES STATUS 35, SO FALL BACK TO OPEN OUTPUT, THE SAME WAY      00048300
      * PGM37 PRIMES THE STATEMENT ARCHIVE.                             00048400
       LOAD-PERSONAL-DETAILS.                                           00048500
            OPEN I-O PERSKSDS.                                          00048600
            IF WS-PER-NOT-FOUND THEN                                    00048700
               OPEN OUTPUT PERSKSDS                                     00048800
            END-IF.                                                     00048900
            IF NOT WS-PER-OPEN-OK THEN                                  00049000
               DISPLAY 'PGM40 PERSONAL CLUSTER OPEN FAILED, STATUS '    00049100
                  WS-PER-STATUS                                         00049200
               SET WS-RC-IO-ERROR TO TRUE                               00049300
            ELSE                                                        00049400
               MOVE WS-AUD-START-DATE TO WS-PERS-HORIZON                00049500
               OPEN INPUT PERSCSV                                       00049600
               PERFORM UNTIL WS-PERS-EOF                                00049700
                  READ PERSCSV                                          00049800
                    AT END SET WS-PERS-EOF TO TRUE                      00049900
                    NOT AT END                                          00050000
                       IF PERS-CSV-LINE NOT = SPACES THEN               00050100
                          PERFORM IMPORT-ONE-PERS-LINE                  00050200
                       END-IF                                           00050300
                  END-READ                                              00050400
               END-PERFORM                                              00050500
               CLOSE PERSCSV                                            00050600
               CLOSE PERSKSDS                                           00050700
            END-IF.                                                     00050800
       IMPORT-ONE-PERS-LINE.                                            00050900
            ADD 1 TO WS-COUNT-PERS-READ.                                00051000
            PERFORM PARSE-PERS-FIELDS.                                  00051100
            SET WS-REC-VALID TO TRUE.                                   00051200
            MOVE SPACES TO WS-REJECT-REASON.                            00051300
            MOVE WS-PFLD-EMPID (1:10) TO WS-FLD-EMPID.                  00051400
            PERFORM VALIDATE-CSV-EMPID.                                 00051500
            IF WS-REC-VALID THEN                                        00051600
               PERFORM VALIDATE-PERS-FIELDS                             00051700
            END-IF.                                                     00051800
            IF WS-REC-VALID THEN                                        00051900
               PERFORM MERGE-PERS-RECORD                                00052000
            ELSE                                                        00052100
               MOVE SPACES TO REJ-REC                                   00052200
               MOVE PERS-CSV-LINE (1:90) TO REJ-CSV-LINE                00052300
               MOVE WS-REJECT-REASON TO REJ-REASON                      00052400
               WRITE REJ-REC                                            00052500
               ADD 1 TO WS-COUNT-PERS-REJECTED                          00052600
            END-IF.                                                     00052700
       PARSE-PERS-FIELDS.                                               00052800
            MOVE SPACES TO WS-PCOL-TABLE.                               00052900
            MOVE SPACES TO WS-PFLD-TABLE.                               00053000
            UNSTRING PERS-CSV-LINE DELIMITED BY WS-PRF-FLD-SEP          00053100
               INTO WS-PCOL (1), WS-PCOL (2), WS-PCOL (3),              00053200
                    WS-PCOL (4), WS-PCOL (5), WS-PCOL (6),              00053300
                    WS-PCOL (7), WS-PCOL (8), WS-PCOL (9),              00053400
                    WS-PCOL (10), WS-PCOL (11), WS-PCOL (12)            00053500
            END-UNSTRING.                                               00053600
            PERFORM VARYING WS-PERS-SUB FROM 1 BY 1                     00053700
               UNTIL WS-PERS-SUB > 11                                   00053800
               IF WS-PRF-PERS-POS (WS-PERS-SUB) > 0 THEN                00053900
                  MOVE WS-PCOL (WS-PRF-PERS-POS (WS-PERS-SUB))          00054000
                     TO WS-PFLD (WS-PERS-SUB)                           00054100
               END-IF                                                   00054200
            END-PERFORM.                                                00054300
      * ONLY WHAT IS SENT IS EDITED - A BLANK COLUMN KEEPS THE VALUE    00054400
      * ON FILE, AND WHAT IS STILL MISSING IS LEFT TO THE PGM111        00054500
      * COMPLETENESS REPORT.  THE TAX ID MAY ARRIVE AS 123-45-6789.     00054600
       VALIDATE-PERS-FIELDS.                                            00054700
            MOVE SPACES TO WS-PERS-TAX-ID.                              00054800
            IF WS-PFLD-TAXID (4:1) = '-' AND                            00054900
               WS-PFLD-TAXID (7:1) = '-' THEN                           00055000
               STRING WS-PFLD-TAXID (1:3) WS-PFLD-TAXID (5:2)           00055100
                  WS-PFLD-TAXID (8:4)                                   00055200
                  DELIMITED BY SIZE INTO WS-PERS-TAX-ID                 00055300
               END-STRING                                               00055400
            ELSE                                                        00055500
               MOVE WS-PFLD-TAXID (1:9) TO WS-PERS-TAX-ID               00055600
            END-IF.                                                     00055700
            IF WS-PFLD-TAXID NOT = SPACES THEN                          00055800
               IF WS-PERS-TAX-ID IS NOT NUMERIC OR                      00055900
                  WS-PERS-TAX-ID = ZEROS THEN                           00056000
                  SET WS-REC-INVALID TO TRUE                            00056100
                  MOVE 'TAX ID NOT NINE DIGITS'                         00056200
                     TO WS-REJECT-REASON                                00056300
               END-IF                                                   00056400
            END-IF.                                                     00056500
            MOVE SPACES TO WS-PERS-BIRTH.                               00056600
            IF WS-REC-VALID AND WS-PFLD-BIRTH NOT = SPACES THEN         00056700
               MOVE WS-PFLD-BIRTH (1:10) TO WS-PERS-DATE-IN             00056800
               PERFORM CONVERT-PERS-DATE                                00056900
               MOVE WS-PERS-DATE-OUT TO WS-PERS-BIRTH                   00057000
               CALL WS-DATEVAL-PGM USING WS-PERS-BIRTH,                 00057100
                  WS-PERS-HORIZON, WS-DATEVAL-RC                        00057200
               IF NOT WS-DATEVAL-VALID THEN                             00057300
                  SET WS-REC-INVALID TO TRUE                            00057400
                  MOVE 'BIRTH DATE INVALID OR FUTURE'                   00057500
                     TO WS-REJECT-REASON                                00057600
               END-IF                                                   00057700
            END-IF.                                                     00057800
            MOVE SPACES TO WS-PERS-HIRE.                                00057900
            IF WS-REC-VALID AND WS-PFLD-HIRE NOT = SPACES THEN          00058000
               MOVE WS-PFLD-HIRE (1:10) TO WS-PERS-DATE-IN              00058100
               PERFORM CONVERT-PERS-DATE                                00058200
               MOVE WS-PERS-DATE-OUT TO WS-PERS-HIRE                    00058300
               CALL WS-DATEVAL-PGM USING WS-PERS-HIRE,                  00058400
                  WS-NO-HORIZON, WS-DATEVAL-RC                          00058500
               IF NOT WS-DATEVAL-VALID THEN                             00058600
                  SET WS-REC-INVALID TO TRUE                            00058700
                  MOVE 'HIRE DATE INVALID'                              00058800
                     TO WS-REJECT-REASON                                00058900
               END-IF                                                   00059000
            END-IF.                                                     00059100
            IF WS-REC-VALID AND WS-PFLD-STATE NOT = SPACES THEN         00059200
               IF WS-PFLD-STATE (3:38) NOT = SPACES OR                  00059300
                  WS-PFLD-STATE (1:2) IS NOT ALPHABETIC OR              00059400
                  WS-PFLD-STATE (2:1) = SPACE THEN                      00059500
                  SET WS-REC-INVALID TO TRUE                            00059600
                  MOVE 'STATE NOT A TWO-LETTER CODE'                    00059700
                     TO WS-REJECT-REASON                                00059800
               END-IF                                                   00059900
            END-IF.                                                     00060000
            MOVE SPACES TO WS-PERS-ZIP WS-PERS-ZIP-EXT.                 00060100
            IF WS-REC-VALID AND WS-PFLD-ZIP NOT = SPACES THEN           00060200
               UNSTRING WS-PFLD-ZIP DELIMITED BY '-'                    00060300
                  INTO WS-PERS-ZIP, WS-PERS-ZIP-EXT                     00060400
               END-UNSTRING                                             00060500
               IF WS-PERS-ZIP IS NOT NUMERIC OR                         00060600
                  (WS-PERS-ZIP-EXT NOT = SPACES AND                     00060700
                   WS-PERS-ZIP-EXT IS NOT NUMERIC) THEN                 00060800
                  SET WS-REC-INVALID TO TRUE                            00060900
                  MOVE 'ZIP NOT 5 OR 5-4 DIGITS'                        00061000
                     TO WS-REJECT-REASON                                00061100
               END-IF                                                   00061200
            END-IF.                                                     00061300
      * THE SAME DIGIT REARRANGEMENT AS THE EFFECTIVE DATE, SO A        00061400
      * DMY OR MDY VENDOR'S PERSONAL DATES LAND AS YYYYMMDD.            00061500
       CONVERT-PERS-DATE.                                               00061600
            MOVE WS-PERS-DATE-IN (1:8) TO WS-RAW-DATE.                  00061700
            EVALUATE TRUE                                               00061800
                WHEN WS-FMT-DMY                                         00061900
                   STRING WS-RAW-DATE (5:4) WS-RAW-DATE (3:2)           00062000
                      WS-RAW-DATE (1:2)                                 00062100
                      DELIMITED BY SIZE INTO WS-PERS-DATE-OUT           00062200
                   END-STRING                                           00062300
                WHEN WS-FMT-MDY                                         00062400
                   STRING WS-RAW-DATE (5:4) WS-RAW-DATE (1:2)           00062500
                      WS-RAW-DATE (3:2)                                 00062600
                      DELIMITED BY SIZE INTO WS-PERS-DATE-OUT           00062700
                   END-STRING                                           00062800
                WHEN OTHER                                              00062900
                   MOVE WS-RAW-DATE TO WS-PERS-DATE-OUT                 00063000
            END-EVALUATE.                                               00063100
       MERGE-PERS-RECORD.                                               00063200
            MOVE WS-EMPID-J TO PER-EMP-ID.                              00063300
            READ PERSKSDS                                               00063400
               INVALID KEY CONTINUE                                     00063500
            END-READ.                                                   00063600
            IF WS-PER-READ-OK THEN                                      00063700
               CONTINUE                                                 00063800
            ELSE                                                        00063900
               MOVE SPACES TO PER-REC                                   00064000
               MOVE WS-EMPID-J TO PER-EMP-ID                            00064100
            END-IF.                                                     00064200
            IF WS-PERS-TAX-ID NOT = SPACES THEN                         00064300
               MOVE WS-PERS-TAX-ID TO PER-TAX-ID                        00064400
            END-IF.                                                     00064500
            IF WS-PERS-BIRTH NOT = SPACES THEN                          00064600
               MOVE WS-PERS-BIRTH TO PER-BIRTH-DATE                     00064700
            END-IF.                                                     00064800
            IF WS-PERS-HIRE NOT = SPACES THEN                           00064900
               MOVE WS-PERS-HIRE TO PER-HIRE-DATE                       00065000
            END-IF.                                                     00065100
            IF WS-PFLD-ADDR1 NOT = SPACES THEN                          00065200
               MOVE WS-PFLD-ADDR1 TO PER-ADDR-LINE1                     00065300
            END-IF.                                                     00065400
            IF WS-PFLD-ADDR2 NOT = SPACES THEN                          00065500
               MOVE WS-PFLD-ADDR2 TO PER-ADDR-LINE2                     00065600
            END-IF.                                                     00065700
            IF WS-PFLD-CITY NOT = SPACES THEN                           00065800
               MOVE WS-PFLD-CITY TO PER-CITY                            00065900
            END-IF.                                                     00066000
            IF WS-PFLD-STATE NOT = SPACES THEN                          00066100
               MOVE WS-PFLD-STATE (1:2) TO PER-STATE                    00066200
            END-IF.                                                     00066300
            IF WS-PERS-ZIP NOT = SPACES THEN                            00066400
               MOVE WS-PERS-ZIP TO PER-ZIP                              00066500
               MOVE WS-PERS-ZIP-EXT TO PER-ZIP-EXT                      00066600
            END-IF.                                                     00066700
            IF WS-PFLD-PHONE NOT = SPACES THEN                          00066800
               MOVE WS-PFLD-PHONE TO PER-PHONE                          00066900
            END-IF.                                                     00067000
            IF WS-PFLD-EMAIL NOT = SPACES THEN                          00067100
               MOVE WS-PFLD-EMAIL TO PER-EMAIL                          00067200
            END-IF.                                                     00067300
            MOVE WS-AUD-START-DATE TO PER-LAST-MAINT-DATE.              00067400
            MOVE 'PGM40' TO PER-LAST-MAINT-USER.                        00067500
            IF WS-PER-READ-OK THEN                                      00067600
               REWRITE PER-REC                                          00067700
                  INVALID KEY CONTINUE                                  00067800
               END-REWRITE                                              00067900
               ADD 1 TO WS-COUNT-PERS-UPDATED                           00068000
            ELSE                                                        00068100
               WRITE PER-REC                                            00068200
                  INVALID KEY CONTINUE                                  00068300
               END-WRITE                                                00068400
               ADD 1 TO WS-COUNT-PERS-ADDED                             00068500
            END-IF.                                                     00068600

       IDENTIFICATION DIVISION.                                         00000100
       PROGRAM-ID.   PGM104.                                            00000200
      * OUTBOUND PENSION AND BENEFITS PROVIDER INTERFACE - THE          00000300
      * OUTBOUND COUNTERPART OF THE PGM40 IMPORT GATEWAY.  BUILDS       00000400
      * ONE PROVIDER'S MONTHLY MEMBERSHIP AND CONTRIBUTION              00000500
      * SCHEDULE; THE PROVIDER PARM CARD PICKS THE PROFILE FROM         00000600
      * THE PROVIDER CONTROL DATASET (DDPRVCTL), SO A NEW PROVIDER      00000700
      * OR A LAYOUT CHANGE IS A CONTROL ROW, NOT A RECOMPILE.  A        00000800
      * PROFILE IS ONE 'P' ROW - FIELD SEPARATOR (BLANK FOR FIXED       00000900
      * COLUMNS), DATE FORMAT (YMD, DMY OR MDY), DECIMAL POINT OR       00001000
      * COMMA, AND THE PGM50 DEDUCTION CODES (EMPLOYEE SHARE) AND       00001100
      * PGM89 ON-COST CODES (EMPLOYER SHARE) THE PROVIDER IS PAID       00001200
      * - AND ONE 'R' ROW PER RECORD KIND THE PROVIDER TAKES,           00001300
      * GIVING THE PROVIDER'S RECORD CODE AND UP TO TEN FIELD           00001400
      * CODES IN OUTPUT ORDER:                                          00001500
      *   J  JOINER     - NOT ON LAST MONTH'S MEMBERSHIP, NOT           00001600
      *                   TERMINATED ON THE CPFLREC EXTRACT,            00001700
      *   L  LEAVER     - A MEMBER NOW TERMINATED (PGM55 STATUS)        00001800
      *                   OR GONE FROM THE EXTRACT; THE LEAVING         00001900
      *                   DATE IS THE PGM55 'T' TRANSACTION'S,          00002000
      *   S  SALARY CHANGE - EACH CPCHGDTL RECORD FOR A MEMBER,         00002100
      *   C  CONTRIBUTION  - EACH MEMBER'S EMPLOYEE AND EMPLOYER        00002200
      *                   AMOUNTS FOR THE MONTH.                        00002300
      * A KIND WITH NO 'R' ROW IS NOT SENT.  FIELD CODES: RC            00002400
      * RECORD CODE, ID EMPLOYEE ID, NM NAME, DP DEPARTMENT, HD         00002500
      * HIRE DATE, SA SALARY, OS/NS OLD/NEW SALARY, ED CHANGE           00002600
      * DATE, LD LEAVING DATE, EE/ER/TC EMPLOYEE/EMPLOYER/TOTAL         00002700
      * CONTRIBUTION, PD PERIOD (YYYYMM).                               00002800
      * MEMBERSHIP IS CARRIED FROM MONTH TO MONTH IN A PER-PROVIDER     00002900
      * MEMBER FILE (DDMEMBIN IN, DDMEMBOUT OUT) SO EACH JOINER AND     00003000
      * LEAVER IS SENT EXACTLY ONCE; THE FIRST RUN, WITH DDMEMBIN       00003100
      * DUMMY, SENDS EVERYONE AS A JOINER.  THE SCHEDULE IS             00003200
      * CPHDRTRL-WRAPPED AND DESCRIBED BY A CPMANIF MANIFEST -          00003300
      * DETAIL RECORD COUNT AND TOTAL CONTRIBUTIONS AS THE HASH -       00003400
      * SO PGM27 BALANCES THE PROVIDER'S ACKNOWLEDGMENT.                00003500
      * ENDS RC 08 WHEN THE PROFILE IS MISSING OR BAD OR A TABLE        00003600
      * OVERFLOWS, RC 04 WHEN A CONTRIBUTION BELONGS TO NO MEMBER.      00003700
       ENVIRONMENT DIVISION.                                            00003800
       INPUT-OUTPUT SECTION.                                            00003900
       FILE-CONTROL.                                                    00004000
                SELECT INFILE ASSIGN TO DDINPUT                         00004100
                ORGANIZATION IS SEQUENTIAL.                             00004200
                SELECT PRVCTL ASSIGN TO DDPRVCTL                        00004300
                ORGANIZATION IS SEQUENTIAL.                             00004400
                SELECT MEMBIN ASSIGN TO DDMEMBIN                        00004500
                ORGANIZATION IS SEQUENTIAL.                             00004600
                SELECT STATIN ASSIGN TO DDSTATIN                        00004700
                ORGANIZATION IS SEQUENTIAL.                             00004800
                SELECT DEDIN ASSIGN TO DDDEDIN                          00004900
                ORGANIZATION IS SEQUENTIAL.                             00005000
                SELECT CTBIN ASSIGN TO DDCTBIN                          00005100
                ORGANIZATION IS SEQUENTIAL.                             00005200
                SELECT CHGIN ASSIGN TO DDCHGIN                          00005300
                ORGANIZATION IS SEQUENTIAL.                             00005400
                SELECT PARMFILE ASSIGN TO DDPARMIN                      00005500
                ORGANIZATION IS SEQUENTIAL.                             00005600
                SELECT PRVOUT ASSIGN TO DDPRVOUT                        00005700
                ORGANIZATION IS SEQUENTIAL.                             00005800
                SELECT MEMBOUT ASSIGN TO DDMEMBOUT                      00005900
                ORGANIZATION IS SEQUENTIAL.                             00006000
                SELECT MANIFEST ASSIGN TO DDMANIFEST                    00006100
                ORGANIZATION IS SEQUENTIAL.                             00006200
                SELECT RPTFILE ASSIGN TO DDRPTOUT                       00006300
                ORGANIZATION IS SEQUENTIAL.                             00006400
       DATA DIVISION.                                                   00006500
       FILE SECTION.                                                    00006600
       FD INFILE                                                        00006700
            RECORDING MODE IS F.                                        00006800
       01 FL-INREC.                                                     00006900
          COPY CPFLREC.                                                 00007000
       01 FL-INREC-HT REDEFINES FL-INREC.                               00007100
          COPY CPHDRTRL.                                                00007200
       01 FL-INREC-ST REDEFINES FL-INREC.                               00007300
          COPY CPFLSTAT.                                                00007400
       FD PRVCTL                                                        00007500
            RECORDING MODE IS F.                                        00007600
       01 PRV-REC.                                                      00007700
           05 PRV-PROVIDER     PIC X(8).                                00007800
           05 FILLER           PIC X(1).                                00007900
           05 PRV-ROW-TYPE     PIC X(1).                                00008000
               88 PRV-ROW-PROFILE  VALUE 'P'.                           00008100
               88 PRV-ROW-LAYOUT   VALUE 'R'.                           00008200
           05 FILLER           PIC X(70).                               00008300
       01 PRV-PROFILE-ROW.                                              00008400
           05 FILLER           PIC X(11).                               00008500
           05 PRV-FLD-SEP      PIC X(1).                                00008600
           05 FILLER           PIC X(1).                                00008700
           05 PRV-DATE-FMT     PIC X(3).                                00008800
           05 FILLER           PIC X(1).                                00008900
           05 PRV-DEC-CONV     PIC X(1).                                00009000
           05 FILLER           PIC X(1).                                00009100
           05 PRV-EE-CODES.                                             00009200
               10 PRV-EE-CODE  OCCURS 3 TIMES PIC X(2).                 00009300
           05 FILLER           PIC X(1).                                00009400
           05 PRV-ER-CODES.                                             00009500
               10 PRV-ER-CODE  OCCURS 3 TIMES PIC X(2).                 00009600
           05 FILLER           PIC X(48).                               00009700
       01 PRV-LAYOUT-ROW.                                               00009800
           05 FILLER           PIC X(11).                               00009900
           05 PRV-REC-KIND     PIC X(1).                                00010000
           05 FILLER           PIC X(1).                                00010100
           05 PRV-REC-CODE     PIC X(4).                                00010200
           05 FILLER           PIC X(1).                                00010300
           05 PRV-FIELDS.                                               00010400
               10 PRV-FIELD-SLOT OCCURS 10 TIMES.                       00010500
                   15 PRV-FIELD PIC X(2).                               00010600
                   15 FILLER    PIC X(1).                               00010700
           05 FILLER           PIC X(32).                               00010800
       FD MEMBIN                                                        00010900
            RECORDING MODE IS F.                                        00011000
       01 MBI-REC.                                                      00011100
           05 MBI-EMP-ID       PIC X(8).                                00011200
           05 MBI-NAME         PIC X(20).                               00011300
           05 MBI-DEPT         PIC X(4).                                00011400
           05 MBI-JOIN-PERIOD  PIC 9(6).                                00011500
           05 MBI-PROVIDER     PIC X(8).                                00011600
           05 FILLER           PIC X(34).                               00011700
       FD STATIN                                                        00011800
            RECORDING MODE IS F.                                        00011900
       01 STN-REC.                                                      00012000
           05 STN-EMP-ID PIC X(8).                                      00012100
           05 FILLER     PIC X(1).                                      00012200
           05 STN-STATUS PIC X(1).                                      00012300
               88 STN-STATUS-TERMINATED VALUE 'T'.                      00012400
           05 FILLER     PIC X(1).                                      00012500
           05 STN-TERM-DATE PIC X(8).                                   00012600
           05 FILLER     PIC X(61).                                     00012700
       FD DEDIN                                                         00012800
            RECORDING MODE IS F.                                        00012900
       01 DED-REC.                                                      00013000
           05 DED-EMP-ID  PIC X(8).                                     00013100
           05 DED-DEPT    PIC X(4).                                     00013200
           05 DED-CODE    PIC X(2).                                     00013300
           05 DED-AMOUNT  PIC 9(8)V99.                                  00013400
           05 DED-OFF-SEQ PIC 9(4).                                     00013500
           05 FILLER      PIC X(52).                                    00013600
       01 DED-REC-HT REDEFINES DED-REC.                                 00013700
          COPY CPHDRTRL.                                                00013800
       FD CTBIN                                                         00013900
            RECORDING MODE IS F.                                        00014000
       01 CTB-REC.                                                      00014100
           05 CTB-EMP-ID     PIC X(8).                                  00014200
           05 CTB-DEPT       PIC X(4).                                  00014300
           05 CTB-CODE       PIC X(2).                                  00014400
           05 CTB-BASE-AMT   PIC 9(8)V99.                               00014500
           05 CTB-AMOUNT     PIC 9(8)V99.                               00014600
           05 CTB-PER-END    PIC 9(8).                                  00014700
           05 FILLER         PIC X(38).                                 00014800
       01 CTB-REC-HT REDEFINES CTB-REC.                                 00014900
          COPY CPHDRTRL.                                                00015000
       FD CHGIN                                                         00015100
            RECORDING MODE IS F.                                        00015200
       01 CHG-REC.                                                      00015300
          COPY CPCHGDTL.                                                00015400
       FD PARMFILE                                                      00015500
            RECORDING MODE IS F.                                        00015600
       01 PARM-CARD.                                                    00015700
          COPY CPPARMCD.                                                00015800
       FD PRVOUT                                                        00015900
            RECORDING MODE IS F.                                        00016000
       01 PRV-OUT-LINE PIC X(160).                                      00016100
       01 PRV-OUT-HT.                                                   00016200
          COPY CPHDRTRL.                                                00016300
           05 FILLER            PIC X(80).                              00016400
       FD MEMBOUT                                                       00016500
            RECORDING MODE IS F.                                        00016600
       01 MBO-REC.                                                      00016700
           05 MBO-EMP-ID       PIC X(8).                                00016800
           05 MBO-NAME         PIC X(20).                               00016900
           05 MBO-DEPT         PIC X(4).                                00017000
           05 MBO-JOIN-PERIOD  PIC 9(6).                                00017100
           05 MBO-PROVIDER     PIC X(8).                                00017200
           05 FILLER           PIC X(34).                               00017300
       FD MANIFEST                                                      00017400
            RECORDING MODE IS F.                                        00017500
       01 MAN-REC.                                                      00017600
          COPY CPMANIF.                                                 00017700
       FD RPTFILE                                                       00017800
            RECORDING MODE IS F.                                        00017900
       01 RPT-LINE PIC X(80).                                           00018000
       WORKING-STORAGE SECTION.                                         00018100
       01 WS-EOF-SW      PIC X(1) VALUE 'N'.                            00018200
           88 WS-EOF           VALUE 'Y'.                               00018300
       01 WS-PRV-EOF-SW  PIC X(1) VALUE 'N'.                            00018400
           88 WS-PRV-EOF       VALUE 'Y'.                               00018500
       01 WS-PARM-EOF-SW PIC X(1) VALUE 'N'.                            00018600
           88 WS-PARM-EOF      VALUE 'Y'.                               00018700
       01 WS-PROVIDER    PIC X(8) VALUE SPACES.                         00018800
       01 WS-PERIOD      PIC 9(6) VALUE 0.                              00018900
       01 WS-MANIFEST-DSN PIC X(30) VALUE SPACES.                       00019000
      * THE ACTIVE PROVIDER PROFILE, LOADED FROM DDPRVCTL.              00019100
       01 WS-PROFILE-FOUND-SW PIC X(1) VALUE 'N'.                       00019200
           88 WS-PROFILE-FOUND VALUE 'Y'.                               00019300
       01 WS-PROFILE-BAD-SW PIC X(1) VALUE 'N'.                         00019400
           88 WS-PROFILE-BAD   VALUE 'Y'.                               00019500
       01 WS-PRF-FLD-SEP  PIC X(1) VALUE SPACE.                         00019600
           88 WS-FIXED-COLUMNS VALUE SPACE.                             00019700
       01 WS-PRF-DATE-FMT PIC X(3) VALUE 'YMD'.                         00019800
           88 WS-FMT-YMD VALUE 'YMD'.                                   00019900
           88 WS-FMT-DMY VALUE 'DMY'.                                   00020000
           88 WS-FMT-MDY VALUE 'MDY'.                                   00020100
       01 WS-PRF-DEC-CONV PIC X(1) VALUE 'P'.                           00020200
           88 WS-DEC-POINT VALUE 'P'.                                   00020300
           88 WS-DEC-COMMA VALUE 'C'.                                   00020400
       01 WS-PRF-EE-CODES.                                              00020500
           05 WS-PRF-EE-CODE OCCURS 3 TIMES PIC X(2).                   00020600
       01 WS-PRF-ER-CODES.                                              00020700
           05 WS-PRF-ER-CODE OCCURS 3 TIMES PIC X(2).                   00020800
      * ONE LAYOUT PER RECORD KIND: 1 J, 2 L, 3 S, 4 C.                 00020900
       01 WS-KIND-NO      PIC 9(1) VALUE 0.                             00021000
       01 WS-KIND-LETTERS PIC X(4) VALUE 'JLSC'.                        00021100
       01 WS-LAYOUT-TABLE.                                              00021200
           05 WS-LAYOUT OCCURS 4 TIMES.                                 00021300
               10 WS-LAY-SENT-SW  PIC X(1).                             00021400
                   88 WS-LAY-SENT     VALUE 'Y'.                        00021500
               10 WS-LAY-REC-CODE PIC X(4).                             00021600
               10 WS-LAY-FIELD OCCURS 10 TIMES PIC X(2).                00021700
       01 WS-FLD-SUB      PIC S9(4) COMP VALUE 0.                       00021800
       01 WS-CODE-SUB     PIC S9(4) COMP VALUE 0.                       00021900
       01 WS-FIELD-CODE   PIC X(2) VALUE SPACES.                        00022000
           88 WS-FIELD-CODE-VALID VALUE 'RC' 'ID' 'NM' 'DP' 'HD'        00022100
                                        'SA' 'OS' 'NS' 'ED' 'LD'        00022200
                                        'EE' 'ER' 'TC' 'PD'.            00022300
      * THE MEMBERSHIP - LAST MONTH'S MEMBERS FIRST, THEN EVERY         00022400
      * EMPLOYEE ON THE EXTRACT.                                        00022500
       01 WS-MBR-COUNT    PIC S9(4) COMP VALUE 0.                       00022600
       01 WS-MBR-SUB      PIC S9(4) COMP VALUE 0.                       00022700
       01 WS-MBR-TABLE.                                                 00022800
           05 WS-MBR-ENTRY OCCURS 5000 TIMES.                           00022900
               10 WS-M-EMP-ID      PIC X(8).                            00023000
               10 WS-M-NAME        PIC X(20).                           00023100
               10 WS-M-DEPT        PIC X(4).                            00023200
               10 WS-M-EFF-DATE    PIC X(8).                            00023300
               10 WS-M-SALARY      PIC 9(8)V99.                         00023400
               10 WS-M-STATE       PIC X(1).                            00023500
                   88 WS-M-PRIOR-UNSEEN VALUE 'P'.                      00023600
                   88 WS-M-JOINER       VALUE 'J'.                      00023700
                   88 WS-M-CONTINUING   VALUE 'C'.                      00023800
                   88 WS-M-LEAVER       VALUE 'L'.                      00023900
                   88 WS-M-NOT-MEMBER   VALUE 'X'.                      00024000
                   88 WS-M-IS-MEMBER    VALUE 'J' 'C' 'L'.              00024100
               10 WS-M-JOIN-PERIOD PIC 9(6).                            00024200
               10 WS-M-LEAVE-DATE  PIC X(8).                            00024300
               10 WS-M-EE-AMOUNT   PIC 9(8)V99.                         00024400
               10 WS-M-ER-AMOUNT   PIC 9(8)V99.                         00024500
       01 WS-FOUND-SW     PIC X(1) VALUE 'N'.                           00024600
           88 WS-ENTRY-FOUND   VALUE 'Y'.                               00024700
       01 WS-FIND-ID      PIC X(8) VALUE SPACES.                        00024800
       01 WS-CODE-FOUND-SW PIC X(1) VALUE 'N'.                          00024900
           88 WS-CODE-FOUND    VALUE 'Y'.                               00025000
      * THE RECORD BEING BUILT AND THE FIELD BEING ADDED TO IT.         00025100
       01 WS-OUT-BUILD    PIC X(160) VALUE SPACES.                      00025200
       01 WS-OUT-PTR      PIC S9(4) COMP VALUE 1.                       00025300
       01 WS-OUT-OVERFLOW-SW PIC X(1) VALUE 'N'.                        00025400
           88 WS-OUT-OVERFLOW  VALUE 'Y'.                               00025500
       01 WS-FLD-VALUE    PIC X(20) VALUE SPACES.                       00025600
       01 WS-FLD-WIDTH    PIC S9(4) COMP VALUE 0.                       00025700
       01 WS-FLD-LEN      PIC S9(4) COMP VALUE 0.                       00025800
       01 WS-AMOUNT-OUT   PIC 9(8).99.                                  00025900
       01 WS-AMOUNT-WORK  PIC 9(8)V99 VALUE 0.                          00026000
       01 WS-DATE-IN      PIC X(8) VALUE SPACES.                        00026100
       01 WS-DATE-IN-R REDEFINES WS-DATE-IN.                            00026200
           05 WS-DATE-IN-YYYY PIC X(4).                                 00026300
           05 WS-DATE-IN-MM   PIC X(2).                                 00026400
           05 WS-DATE-IN-DD   PIC X(2).                                 00026500
      * THE CHANGE RECORD IN HAND FOR AN 'S' RECORD.                    00026600
       01 WS-CHG-OLD      PIC 9(8)V99 VALUE 0.                          00026700
       01 WS-CHG-NEW      PIC 9(8)V99 VALUE 0.                          00026800
       01 WS-CHG-DATE     PIC X(8) VALUE SPACES.                        00026900
       01 WS-COUNT-READ      PIC 9(7) VALUE 0.                          00027000
       01 WS-COUNT-PRIOR     PIC 9(7) VALUE 0.                          00027100
       01 WS-COUNT-JOINERS   PIC 9(7) VALUE 0.                          00027200
       01 WS-COUNT-LEAVERS   PIC 9(7) VALUE 0.                          00027300
       01 WS-COUNT-CHANGES   PIC 9(7) VALUE 0.                          00027400
       01 WS-COUNT-CHG-SKIP  PIC 9(7) VALUE 0.                          00027500
       01 WS-COUNT-CONTRIB   PIC 9(7) VALUE 0.                          00027600
       01 WS-COUNT-ORPHAN    PIC 9(7) VALUE 0.                          00027700
       01 WS-COUNT-MEMBERS   PIC 9(7) VALUE 0.                          00027800
       01 WS-COUNT-WRITTEN   PIC 9(7) VALUE 0.                          00027900
       01 WS-COUNT-OVERFLOW  PIC 9(7) VALUE 0.                          00028000
       01 WS-TOTAL-EE     PIC 9(11)V99 VALUE 0.                         00028100
       01 WS-TOTAL-ER     PIC 9(11)V99 VALUE 0.                         00028200
       01 WS-TOTAL-HASH   PIC 9(13)V99 VALUE 0.                         00028300
       01 WS-COUNT-ED     PIC Z,ZZZ,ZZ9.                                00028400
       01 WS-AMOUNT-ED    PIC ZZZ,ZZZ,ZZZ,ZZ9.99.                       00028500
       01 WS-RETCD.                                                     00028600
           COPY CPRETCD.                                                00028700
       01 WS-AUD-START-DATE PIC 9(8).                                   00028800
       01 WS-AUD-START-TIME PIC 9(8).                                   00028900
       PROCEDURE DIVISION.                                              00029000
       MAIN-ROUTINE.                                                    00029100
            ACCEPT WS-AUD-START-DATE FROM DATE YYYYMMDD.                00029200
            ACCEPT WS-AUD-START-TIME FROM TIME.                         00029300
            SET WS-RC-OK TO TRUE.                                       00029400
            PERFORM READ-PROVIDER-PARMS.                                00029500
            PERFORM LOAD-PROVIDER-PROFILE.                              00029600
            IF NOT WS-PROFILE-FOUND THEN                                00029700
               DISPLAY 'PGM104 NO PROFILE FOR PROVIDER ' WS-PROVIDER    00029800
               SET WS-RC-DATA-ERROR TO TRUE                             00029900
               MOVE WS-RETURN-CODE TO RETURN-CODE                       00030000
               GOBACK                                                   00030100
            END-IF.                                                     00030200
            IF WS-PROFILE-BAD THEN                                      00030300
               DISPLAY 'PGM104 BAD PROFILE FOR PROVIDER ' WS-PROVIDER   00030400
               SET WS-RC-DATA-ERROR TO TRUE                             00030500
               MOVE WS-RETURN-CODE TO RETURN-CODE                       00030600
               GOBACK                                                   00030700
            END-IF.                                                     00030800
            OPEN OUTPUT RPTFILE.                                        00030900
            MOVE SPACES TO RPT-LINE.                                    00031000
            STRING '---- PGM104 PROVIDER SCHEDULE ' WS-PROVIDER         00031100
               ' PERIOD ' WS-PERIOD ' ----'                             00031200
               DELIMITED BY SIZE INTO RPT-LINE                          00031300
            END-STRING.                                                 00031400
            WRITE RPT-LINE.                                             00031500
            PERFORM LOAD-PRIOR-MEMBERS.                                 00031600
            PERFORM READ-EMPLOYEE-EXTRACT.                              00031700
            PERFORM MARK-GONE-MEMBERS.                                  00031800
            PERFORM APPLY-LEAVING-DATES.                                00031900
            PERFORM LOAD-EMPLOYEE-SHARES.                               00032000
            PERFORM LOAD-EMPLOYER-SHARES.                               00032100
            IF WS-COUNT-OVERFLOW > 0 THEN                               00032200
               MOVE SPACES TO RPT-LINE                                  00032300
               STRING '*** MEMBER TABLE FULL AT 5000 - NO SCHEDULE'     00032400
                  ' WRITTEN' DELIMITED BY SIZE INTO RPT-LINE            00032500
               END-STRING                                               00032600
               WRITE RPT-LINE                                           00032700
               SET WS-RC-DATA-ERROR TO TRUE                             00032800
            ELSE                                                        00032900
               OPEN OUTPUT PRVOUT                                       00033000
               PERFORM Z010-WRITE-OUT-HEADER                            00033100
               MOVE 1 TO WS-KIND-NO                                     00033200
               PERFORM WRITE-MEMBER-RECORDS                             00033300
               MOVE 2 TO WS-KIND-NO                                     00033400
               PERFORM WRITE-MEMBER-RECORDS                             00033500
               PERFORM WRITE-SALARY-CHANGES                             00033600
               MOVE 4 TO WS-KIND-NO                                     00033700
               PERFORM WRITE-MEMBER-RECORDS                             00033800
               PERFORM Z020-WRITE-OUT-TRAILER                           00033900
               CLOSE PRVOUT                                             00034000
               PERFORM WRITE-MANIFEST-REC                               00034100
               PERFORM WRITE-NEW-MEMBERSHIP                             00034200
            END-IF.                                                     00034300
            PERFORM WRITE-SCHEDULE-SUMMARY.                             00034400
            CLOSE RPTFILE.                                              00034500
            MOVE WS-RETURN-CODE TO RETURN-CODE.                         00034600
            GOBACK.                                                     00034700
       READ-PROVIDER-PARMS.                                             00034800
            MOVE WS-AUD-START-DATE (1:6) TO WS-PERIOD.                  00034900
            OPEN INPUT PARMFILE.                                        00035000
            PERFORM UNTIL WS-PARM-EOF                                   00035100
               READ PARMFILE                                            00035200
                 AT END SET WS-PARM-EOF TO TRUE                         00035300
                 NOT AT END PERFORM APPLY-PARM-CARD                     00035400
               END-READ                                                 00035500
            END-PERFORM.                                                00035600
            CLOSE PARMFILE.                                             00035700
       APPLY-PARM-CARD.                                                 00035800
            EVALUATE PARM-KEY                                           00035900
                WHEN 'PROVIDER'                                         00036000
                   MOVE PARM-VALUE-TEXT (1:8) TO WS-PROVIDER            00036100
                WHEN 'PERIOD'                                           00036200
                   IF PARM-VALUE-TEXT (1:6) IS NUMERIC THEN             00036300
                      MOVE PARM-VALUE-TEXT (1:6) TO WS-PERIOD           00036400
                   END-IF                                               00036500
                WHEN 'MANIFESTDSN'                                      00036600
                   MOVE PARM-VALUE-TEXT (1:30) TO WS-MANIFEST-DSN       00036700
                WHEN OTHER                                              00036800
                   CONTINUE                                             00036900
            END-EVALUATE.                                               00037000
      * THE 'P' ROW SETS THE FORMAT AND THE CODES; EACH 'R' ROW         00037100
      * SETS ONE KIND'S LAYOUT.  AN UNKNOWN KIND, AN UNKNOWN FIELD      00037200
      * CODE OR A BAD DATE FORMAT MAKES THE PROFILE BAD.                00037300
       LOAD-PROVIDER-PROFILE.                                           00037400
            MOVE SPACES TO WS-LAYOUT-TABLE.                             00037500
            MOVE SPACES TO WS-PRF-EE-CODES.                             00037600
            MOVE SPACES TO WS-PRF-ER-CODES.                             00037700
            OPEN INPUT PRVCTL.                                          00037800
            PERFORM UNTIL WS-PRV-EOF                                    00037900
               READ PRVCTL                                              00038000
                 AT END SET WS-PRV-EOF TO TRUE                          00038100
                 NOT AT END                                             00038200
                    IF PRV-PROVIDER = WS-PROVIDER THEN                  00038300
                       PERFORM TAKE-PROFILE-ROW                         00038400
                    END-IF                                              00038500
               END-READ                                                 00038600
            END-PERFORM.                                                00038700
            CLOSE PRVCTL.                                               00038800
       TAKE-PROFILE-ROW.                                                00038900
            EVALUATE TRUE                                               00039000
                WHEN PRV-ROW-PROFILE                                    00039100
                   SET WS-PROFILE-FOUND TO TRUE                         00039200
                   MOVE PRV-FLD-SEP TO WS-PRF-FLD-SEP                   00039300
                   MOVE PRV-DATE-FMT TO WS-PRF-DATE-FMT                 00039400
                   MOVE PRV-DEC-CONV TO WS-PRF-DEC-CONV                 00039500
                   MOVE PRV-EE-CODES TO WS-PRF-EE-CODES                 00039600
                   MOVE PRV-ER-CODES TO WS-PRF-ER-CODES                 00039700
                   IF NOT WS-FMT-YMD AND NOT WS-FMT-DMY AND             00039800
                      NOT WS-FMT-MDY THEN                               00039900
                      SET WS-PROFILE-BAD TO TRUE                        00040000
                   END-IF                                               00040100
                   IF NOT WS-DEC-POINT AND NOT WS-DEC-COMMA THEN        00040200
                      SET WS-PROFILE-BAD TO TRUE                        00040300
                   END-IF                                               00040400
                WHEN PRV-ROW-LAYOUT                                     00040500
                   MOVE 0 TO WS-KIND-NO                                 00040600
                   INSPECT WS-KIND-LETTERS TALLYING WS-KIND-NO          00040700
                      FOR CHARACTERS BEFORE INITIAL PRV-REC-KIND        00040800
                   ADD 1 TO WS-KIND-NO                                  00040900
                   IF PRV-REC-KIND = SPACE OR WS-KIND-NO > 4 THEN       00041000
                      SET WS-PROFILE-BAD TO TRUE                        00041100
                   ELSE                                                 00041200
                      PERFORM TAKE-LAYOUT-ROW                           00041300
                   END-IF                                               00041400
                WHEN OTHER                                              00041500
                   SET WS-PROFILE-BAD TO TRUE                           00041600
            END-EVALUATE.                                               00041700
       TAKE-LAYOUT-ROW.                                                 00041800
            MOVE 'Y' TO WS-LAY-SENT-SW (WS-KIND-NO).                    00041900
            MOVE PRV-REC-CODE TO WS-LAY-REC-CODE (WS-KIND-NO).          00042000
            PERFORM VARYING WS-FLD-SUB FROM 1 BY 1                      00042100
               UNTIL WS-FLD-SUB > 10                                    00042200
               MOVE PRV-FIELD (WS-FLD-SUB) TO WS-FIELD-CODE             00042300
               MOVE WS-FIELD-CODE                                       00042400
                  TO WS-LAY-FIELD (WS-KIND-NO, WS-FLD-SUB)              00042500
               IF WS-FIELD-CODE NOT = SPACES AND                        00042600
                  NOT WS-FIELD-CODE-VALID THEN                          00042700
                  SET WS-PROFILE-BAD TO TRUE                            00042800
               END-IF                                                   00042900
            END-PERFORM.                                                00043000
       LOAD-PRIOR-MEMBERS.                                              00043100
            MOVE 'N' TO WS-EOF-SW.                                      00043200
            OPEN INPUT MEMBIN.                                          00043300
            PERFORM UNTIL WS-EOF                                        00043400
               READ MEMBIN                                              00043500
                 AT END SET WS-EOF TO TRUE                              00043600
                 NOT AT END                                             00043700
                    IF MBI-PROVIDER = WS-PROVIDER AND                   00043800
                       MBI-EMP-ID NOT = SPACES THEN                     00043900
                       PERFORM TAKE-PRIOR-MEMBER                        00044000
                    END-IF                                              00044100
               END-READ                                                 00044200
            END-PERFORM.                                                00044300
            CLOSE MEMBIN.                                               00044400
       TAKE-PRIOR-MEMBER.                                               00044500
            ADD 1 TO WS-COUNT-PRIOR.                                    00044600
            PERFORM ADD-MEMBER-ENTRY.                                   00044700
            IF WS-MBR-SUB > 0 THEN                                      00044800
               MOVE MBI-EMP-ID TO WS-M-EMP-ID (WS-MBR-SUB)              00044900
               MOVE MBI-NAME TO WS-M-NAME (WS-MBR-SUB)                  00045000
               MOVE MBI-DEPT TO WS-M-DEPT (WS-MBR-SUB)                  00045100
               MOVE MBI-JOIN-PERIOD TO WS-M-JOIN-PERIOD (WS-MBR-SUB)    00045200
               SET WS-M-PRIOR-UNSEEN (WS-MBR-SUB) TO TRUE               00045300
            END-IF.                                                     00045400
      * A NEW TABLE ENTRY, ZEROED; WS-MBR-SUB IS LEFT 0 WHEN THE        00045500
      * TABLE IS FULL.                                                  00045600
       ADD-MEMBER-ENTRY.                                                00045700
            IF WS-MBR-COUNT < 5000 THEN                                 00045800
               ADD 1 TO WS-MBR-COUNT                                    00045900
               MOVE WS-MBR-COUNT TO WS-MBR-SUB                          00046000
               MOVE SPACES TO WS-MBR-ENTRY (WS-MBR-SUB)                 00046100
               MOVE 0 TO WS-M-SALARY (WS-MBR-SUB)                       00046200
               MOVE 0 TO WS-M-JOIN-PERIOD (WS-MBR-SUB)                  00046300
               MOVE 0 TO WS-M-EE-AMOUNT (WS-MBR-SUB)                    00046400
               MOVE 0 TO WS-M-ER-AMOUNT (WS-MBR-SUB)                    00046500
            ELSE                                                        00046600
               MOVE 0 TO WS-MBR-SUB                                     00046700
               ADD 1 TO WS-COUNT-OVERFLOW                               00046800
            END-IF.                                                     00046900
       FIND-MEMBER-ENTRY.                                               00047000
            MOVE 'N' TO WS-FOUND-SW.                                    00047100
            PERFORM VARYING WS-MBR-SUB FROM 1 BY 1                      00047200
               UNTIL WS-MBR-SUB > WS-MBR-COUNT OR WS-ENTRY-FOUND        00047300
               IF WS-M-EMP-ID (WS-MBR-SUB) = WS-FIND-ID THEN            00047400
                  SET WS-ENTRY-FOUND TO TRUE                            00047500
               END-IF                                                   00047600
            END-PERFORM.                                                00047700
            IF WS-ENTRY-FOUND THEN                                      00047800
               SUBTRACT 1 FROM WS-MBR-SUB                               00047900
            END-IF.                                                     00048000
       READ-EMPLOYEE-EXTRACT.                                           00048100
            MOVE 'N' TO WS-EOF-SW.                                      00048200
            OPEN INPUT INFILE.                                          00048300
            PERFORM UNTIL WS-EOF                                        00048400
               READ INFILE                                              00048500
                 AT END SET WS-EOF TO TRUE                              00048600
                 NOT AT END                                             00048700
                    IF HT-IS-HEADER OF FL-INREC-HT OR                   00048800
                       HT-IS-TRAILER OF FL-INREC-HT THEN                00048900
                       CONTINUE                                         00049000
                    ELSE                                                00049100
                       PERFORM TAKE-EXTRACT-EMPLOYEE                    00049200
                    END-IF                                              00049300
               END-READ                                                 00049400
            END-PERFORM.                                                00049500
            CLOSE INFILE.                                               00049600
      * A MEMBER STILL EMPLOYED CONTINUES, A TERMINATED ONE LEAVES;     00049700
      * SOMEONE NEW JOINS UNLESS ALREADY TERMINATED, IN WHICH CASE      00049800
      * THE ENTRY ONLY MARKS THEM AS NOT A MEMBER.                      00049900
       TAKE-EXTRACT-EMPLOYEE.                                           00050000
            ADD 1 TO WS-COUNT-READ.                                     00050100
            MOVE FL-EMP-ID OF FL-INREC TO WS-FIND-ID.                   00050200
            PERFORM FIND-MEMBER-ENTRY.                                  00050300
            IF NOT WS-ENTRY-FOUND THEN                                  00050400
               PERFORM ADD-MEMBER-ENTRY                                 00050500
               IF WS-MBR-SUB > 0 THEN                                   00050600
                  MOVE FL-EMP-ID OF FL-INREC                            00050700
                     TO WS-M-EMP-ID (WS-MBR-SUB)                        00050800
                  IF FL-STATUS-TERMINATED THEN                          00050900
                     SET WS-M-NOT-MEMBER (WS-MBR-SUB) TO TRUE           00051000
                  ELSE                                                  00051100
                     SET WS-M-JOINER (WS-MBR-SUB) TO TRUE               00051200
                     MOVE WS-PERIOD TO WS-M-JOIN-PERIOD (WS-MBR-SUB)    00051300
                     ADD 1 TO WS-COUNT-JOINERS                          00051400
                  END-IF                                                00051500
               END-IF                                                   00051600
            ELSE                                                        00051700
               IF WS-M-PRIOR-UNSEEN (WS-MBR-SUB) THEN                   00051800
                  IF FL-STATUS-TERMINATED THEN                          00051900
                     SET WS-M-LEAVER (WS-MBR-SUB) TO TRUE               00052000
                     ADD 1 TO WS-COUNT-LEAVERS                          00052100
                  ELSE                                                  00052200
                     SET WS-M-CONTINUING (WS-MBR-SUB) TO TRUE           00052300
                  END-IF                                                00052400
               END-IF                                                   00052500
            END-IF.                                                     00052600
            IF WS-MBR-SUB > 0 THEN                                      00052700
               MOVE FL-NAME OF FL-INREC TO WS-M-NAME (WS-MBR-SUB)       00052800
               MOVE FL-DEPT-CODE OF FL-INREC TO WS-M-DEPT (WS-MBR-SUB)  00052900
               MOVE FL-EFF-DATE OF FL-INREC                             00053000
                  TO WS-M-EFF-DATE (WS-MBR-SUB)                         00053100
               MOVE FL-SALARY OF FL-INREC TO WS-M-SALARY (WS-MBR-SUB)   00053200
            END-IF.                                                     00053300
      * A MEMBER WHO HAS DROPPED OFF THE EXTRACT ALTOGETHER HAS         00053400
      * LEFT TOO - THE NAME AND DEPARTMENT COME FROM THE MEMBER FILE.   00053500
       MARK-GONE-MEMBERS.                                               00053600
            PERFORM VARYING WS-MBR-SUB FROM 1 BY 1                      00053700
               UNTIL WS-MBR-SUB > WS-MBR-COUNT                          00053800
               IF WS-M-PRIOR-UNSEEN (WS-MBR-SUB) THEN                   00053900
                  SET WS-M-LEAVER (WS-MBR-SUB) TO TRUE                  00054000
                  ADD 1 TO WS-COUNT-LEAVERS                             00054100
               END-IF                                                   00054200
            END-PERFORM.                                                00054300
      * THE PGM55 DECK MAY BE DUMMY; A LEAVER WITHOUT A 'T'             00054400
      * TRANSACTION IS SENT WITH NO LEAVING DATE.                       00054500
       APPLY-LEAVING-DATES.                                             00054600
            MOVE 'N' TO WS-EOF-SW.                                      00054700
            OPEN INPUT STATIN.                                          00054800
            PERFORM UNTIL WS-EOF                                        00054900
               READ STATIN                                              00055000
                 AT END SET WS-EOF TO TRUE                              00055100
                 NOT AT END                                             00055200
                    IF STN-STATUS-TERMINATED THEN                       00055300
                       MOVE STN-EMP-ID TO WS-FIND-ID                    00055400
                       PERFORM FIND-MEMBER-ENTRY                        00055500
                       IF WS-ENTRY-FOUND THEN                           00055600
                          IF WS-M-LEAVER (WS-MBR-SUB) THEN              00055700
                             MOVE STN-TERM-DATE                         00055800
                                TO WS-M-LEAVE-DATE (WS-MBR-SUB)         00055900
                          END-IF                                        00056000
                       END-IF                                           00056100
                    END-IF                                              00056200
               END-READ                                                 00056300
            END-PERFORM.                                                00056400
            CLOSE STATIN.                                               00056500
      * PGM50 DEDUCTION DETAIL - ONLY THE PROFILE'S EMPLOYEE CODES.     00056600
       LOAD-EMPLOYEE-SHARES.                                            00056700
            MOVE 'N' TO WS-EOF-SW.                                      00056800
            OPEN INPUT DEDIN.                                           00056900
            PERFORM UNTIL WS-EOF                                        00057000
               READ DEDIN                                               00057100
                 AT END SET WS-EOF TO TRUE                              00057200
                 NOT AT END                                             00057300
                    IF HT-IS-HEADER OF DED-REC-HT OR                    00057400
                       HT-IS-TRAILER OF DED-REC-HT THEN                 00057500
                       CONTINUE                                         00057600
                    ELSE                                                00057700
                       PERFORM TAKE-EMPLOYEE-SHARE                      00057800
                    END-IF                                              00057900
               END-READ                                                 00058000
            END-PERFORM.                                                00058100
            CLOSE DEDIN.                                                00058200
       TAKE-EMPLOYEE-SHARE.                                             00058300
            MOVE 'N' TO WS-CODE-FOUND-SW.                               00058400
            PERFORM VARYING WS-CODE-SUB FROM 1 BY 1                     00058500
               UNTIL WS-CODE-SUB > 3                                    00058600
               IF WS-PRF-EE-CODE (WS-CODE-SUB) NOT = SPACES AND         00058700
                  WS-PRF-EE-CODE (WS-CODE-SUB) = DED-CODE THEN          00058800
                  SET WS-CODE-FOUND TO TRUE                             00058900
               END-IF                                                   00059000
            END-PERFORM.                                                00059100
            IF WS-CODE-FOUND THEN                                       00059200
               MOVE DED-EMP-ID TO WS-FIND-ID                            00059300
               PERFORM FIND-MEMBER-ENTRY                                00059400
               IF WS-ENTRY-FOUND AND WS-M-IS-MEMBER (WS-MBR-SUB) THEN   00059500
                  ADD DED-AMOUNT TO WS-M-EE-AMOUNT (WS-MBR-SUB)         00059600
               ELSE                                                     00059700
                  MOVE DED-AMOUNT TO WS-AMOUNT-WORK                     00059800
                  PERFORM REPORT-ORPHAN-SHARE                           00059900
               END-IF                                                   00060000
            END-IF.                                                     00060100
      * PGM89 ON-COST DETAIL - ONLY THE PROFILE'S EMPLOYER CODES.       00060200
       LOAD-EMPLOYER-SHARES.                                            00060300
            MOVE 'N' TO WS-EOF-SW.                                      00060400
            OPEN INPUT CTBIN.                                           00060500
            PERFORM UNTIL WS-EOF                                        00060600
               READ CTBIN                                               00060700
                 AT END SET WS-EOF TO TRUE                              00060800
                 NOT AT END                                             00060900
                    IF HT-IS-HEADER OF CTB-REC-HT OR                    00061000
                       HT-IS-TRAILER OF CTB-REC-HT THEN                 00061100
                       CONTINUE                                         00061200
                    ELSE                                                00061300
                       PERFORM TAKE-EMPLOYER-SHARE                      00061400
                    END-IF                                              00061500
               END-READ                                                 00061600
            END-PERFORM.                                                00061700
            CLOSE CTBIN.                                                00061800
       TAKE-EMPLOYER-SHARE.                                             00061900
            MOVE 'N' TO WS-CODE-FOUND-SW.                               00062000
            PERFORM VARYING WS-CODE-SUB FROM 1 BY 1                     00062100
               UNTIL WS-CODE-SUB > 3                                    00062200
               IF WS-PRF-ER-CODE (WS-CODE-SUB) NOT = SPACES AND         00062300
                  WS-PRF-ER-CODE (WS-CODE-SUB) = CTB-CODE THEN          00062400
                  SET WS-CODE-FOUND TO TRUE                             00062500
               END-IF                                                   00062600
            END-PERFORM.                                                00062700
            IF WS-CODE-FOUND THEN                                       00062800
               MOVE CTB-EMP-ID TO WS-FIND-ID                            00062900
               PERFORM FIND-MEMBER-ENTRY                                00063000
               IF WS-ENTRY-FOUND AND WS-M-IS-MEMBER (WS-MBR-SUB) THEN   00063100
                  ADD CTB-AMOUNT TO WS-M-ER-AMOUNT (WS-MBR-SUB)         00063200
               ELSE                                                     00063300
                  MOVE CTB-AMOUNT TO WS-AMOUNT-WORK                     00063400
                  PERFORM REPORT-ORPHAN-SHARE                           00063500
               END-IF                                                   00063600
            END-IF.                                                     00063700
       REPORT-ORPHAN-SHARE.                                             00063800
            ADD 1 TO WS-COUNT-ORPHAN.                                   00063900
            MOVE WS-AMOUNT-WORK TO WS-AMOUNT-ED.                        00064000
            MOVE SPACES TO RPT-LINE.                                    00064100
            STRING '*** NOT A MEMBER: ' WS-FIND-ID ' CONTRIBUTION '     00064200
               WS-AMOUNT-ED ' NOT SENT'                                 00064300
               DELIMITED BY SIZE INTO RPT-LINE                          00064400
            END-STRING.                                                 00064500
            WRITE RPT-LINE.                                             00064600
            IF WS-RC-OK THEN                                            00064700
               SET WS-RC-WARNING TO TRUE                                00064800
            END-IF.                                                     00064900
      * ONE PASS OF THE TABLE FOR KIND J, L OR C; A KIND THE            00065000
      * PROVIDER DOES NOT TAKE WRITES NOTHING.                          00065100
       WRITE-MEMBER-RECORDS.                                            00065200
            IF WS-LAY-SENT (WS-KIND-NO) THEN                            00065300
               PERFORM VARYING WS-MBR-SUB FROM 1 BY 1                   00065400
                  UNTIL WS-MBR-SUB > WS-MBR-COUNT                       00065500
                  EVALUATE TRUE                                         00065600
                      WHEN WS-KIND-NO = 1 AND                           00065700
                           WS-M-JOINER (WS-MBR-SUB)                     00065800
                         PERFORM BUILD-AND-WRITE-RECORD                 00065900
                         PERFORM LIST-MEMBER-MOVE                       00066000
                      WHEN WS-KIND-NO = 2 AND                           00066100
                           WS-M-LEAVER (WS-MBR-SUB)                     00066200
                         PERFORM BUILD-AND-WRITE-RECORD                 00066300
                         PERFORM LIST-MEMBER-MOVE                       00066400
                      WHEN WS-KIND-NO = 4 AND                           00066500
                           WS-M-IS-MEMBER (WS-MBR-SUB) AND              00066600
                           (WS-M-EE-AMOUNT (WS-MBR-SUB) > 0 OR          00066700
                            WS-M-ER-AMOUNT (WS-MBR-SUB) > 0)            00066800
                         PERFORM BUILD-AND-WRITE-RECORD                 00066900
                         ADD 1 TO WS-COUNT-CONTRIB                      00067000
                         ADD WS-M-EE-AMOUNT (WS-MBR-SUB)                00067100
                            TO WS-TOTAL-EE                              00067200
                         ADD WS-M-ER-AMOUNT (WS-MBR-SUB)                00067300
                            TO WS-TOTAL-ER                              00067400
                      WHEN OTHER                                        00067500
                         CONTINUE                                       00067600
                  END-EVALUATE                                          00067700
               END-PERFORM                                              00067800
            END-IF.                                                     00067900
       LIST-MEMBER-MOVE.                                                00068000
            MOVE SPACES TO RPT-LINE.                                    00068100
            IF WS-KIND-NO = 1 THEN                                      00068200
               STRING 'JOINER  ' WS-M-EMP-ID (WS-MBR-SUB) ' '           00068300
                  WS-M-NAME (WS-MBR-SUB) ' ' WS-M-DEPT (WS-MBR-SUB)     00068400
                  DELIMITED BY SIZE INTO RPT-LINE                       00068500
               END-STRING                                               00068600
            ELSE                                                        00068700
               STRING 'LEAVER  ' WS-M-EMP-ID (WS-MBR-SUB) ' '           00068800
                  WS-M-NAME (WS-MBR-SUB) ' ' WS-M-DEPT (WS-MBR-SUB)     00068900
                  ' LEFT ' WS-M-LEAVE-DATE (WS-MBR-SUB)                 00069000
                  DELIMITED BY SIZE INTO RPT-LINE                       00069100
               END-STRING                                               00069200
            END-IF.                                                     00069300
            WRITE RPT-LINE.                                             00069400
      * EVERY CHANGE FOR A MEMBER - JOINERS AND LEAVERS INCLUDED -      00069500
      * GOES OUT AS AN 'S' RECORD IN FILE ORDER.                        00069600
       WRITE-SALARY-CHANGES.                                            00069700
            MOVE 3 TO WS-KIND-NO.                                       00069800
            IF WS-LAY-SENT (WS-KIND-NO) THEN                            00069900
               MOVE 'N' TO WS-EOF-SW                                    00070000
               OPEN INPUT CHGIN                                         00070100
               PERFORM UNTIL WS-EOF                                     00070200
                  READ CHGIN                                            00070300
                    AT END SET WS-EOF TO TRUE                           00070400
                    NOT AT END PERFORM TAKE-SALARY-CHANGE               00070500
                  END-READ                                              00070600
               END-PERFORM                                              00070700
               CLOSE CHGIN                                              00070800
            END-IF.                                                     00070900
       TAKE-SALARY-CHANGE.                                              00071000
            MOVE CHG-EMP-ID TO WS-FIND-ID.                              00071100
            PERFORM FIND-MEMBER-ENTRY.                                  00071200
            IF WS-ENTRY-FOUND AND WS-M-IS-MEMBER (WS-MBR-SUB) THEN      00071300
               MOVE CHG-OLD-SALARY TO WS-CHG-OLD                        00071400
               MOVE CHG-NEW-SALARY TO WS-CHG-NEW                        00071500
               MOVE CHG-EFF-DATE TO WS-CHG-DATE                         00071600
               PERFORM BUILD-AND-WRITE-RECORD                           00071700
               ADD 1 TO WS-COUNT-CHANGES                                00071800
            ELSE                                                        00071900
               ADD 1 TO WS-COUNT-CHG-SKIP                               00072000
            END-IF.                                                     00072100
      * THE RECORD IS THE KIND'S FIELDS IN PROFILE ORDER - FULL         00072200
      * WIDTH IN FIXED COLUMNS, TRAILING BLANKS TRIMMED AND THE         00072300
      * SEPARATOR BETWEEN WHEN DELIMITED.                               00072400
       BUILD-AND-WRITE-RECORD.                                          00072500
            MOVE SPACES TO WS-OUT-BUILD.                                00072600
            MOVE 1 TO WS-OUT-PTR.                                       00072700
            MOVE 'N' TO WS-OUT-OVERFLOW-SW.                             00072800
            PERFORM VARYING WS-FLD-SUB FROM 1 BY 1                      00072900
               UNTIL WS-FLD-SUB > 10                                    00073000
               MOVE WS-LAY-FIELD (WS-KIND-NO, WS-FLD-SUB)               00073100
                  TO WS-FIELD-CODE                                      00073200
               IF WS-FIELD-CODE NOT = SPACES THEN                       00073300
                  PERFORM FORMAT-ONE-FIELD                              00073400
                  PERFORM APPEND-ONE-FIELD                              00073500
               END-IF                                                   00073600
            END-PERFORM.                                                00073700
            IF WS-OUT-OVERFLOW THEN                                     00073800
               MOVE SPACES TO RPT-LINE                                  00073900
               STRING '*** RECORD OVER 160 BYTES FOR '                  00074000
                  WS-M-EMP-ID (WS-MBR-SUB) ' - TRUNCATED'               00074100
                  DELIMITED BY SIZE INTO RPT-LINE                       00074200
               END-STRING                                               00074300
               WRITE RPT-LINE                                           00074400
               SET WS-RC-DATA-ERROR TO TRUE                             00074500
            END-IF.                                                     00074600
            MOVE WS-OUT-BUILD TO PRV-OUT-LINE.                          00074700
            WRITE PRV-OUT-LINE.                                         00074800
            ADD 1 TO WS-COUNT-WRITTEN.                                  00074900
            IF WS-KIND-NO = 4 THEN                                      00075000
               ADD WS-M-EE-AMOUNT (WS-MBR-SUB) TO WS-TOTAL-HASH         00075100
               ADD WS-M-ER-AMOUNT (WS-MBR-SUB) TO WS-TOTAL-HASH         00075200
            END-IF.                                                     00075300
       FORMAT-ONE-FIELD.                                                00075400
            MOVE SPACES TO WS-FLD-VALUE.                                00075500
            EVALUATE WS-FIELD-CODE                                      00075600
                WHEN 'RC'                                               00075700
                   MOVE WS-LAY-REC-CODE (WS-KIND-NO) TO WS-FLD-VALUE    00075800
                   MOVE 4 TO WS-FLD-WIDTH                               00075900
                WHEN 'ID'                                               00076000
                   MOVE WS-M-EMP-ID (WS-MBR-SUB) TO WS-FLD-VALUE        00076100
                   MOVE 8 TO WS-FLD-WIDTH                               00076200
                WHEN 'NM'                                               00076300
                   MOVE WS-M-NAME (WS-MBR-SUB) TO WS-FLD-VALUE          00076400
                   MOVE 20 TO WS-FLD-WIDTH                              00076500
                WHEN 'DP'                                               00076600
                   MOVE WS-M-DEPT (WS-MBR-SUB) TO WS-FLD-VALUE          00076700
                   MOVE 4 TO WS-FLD-WIDTH                               00076800
                WHEN 'HD'                                               00076900
                   MOVE WS-M-EFF-DATE (WS-MBR-SUB) TO WS-DATE-IN        00077000
                   PERFORM FORMAT-DATE-FIELD                            00077100
                WHEN 'ED'                                               00077200
                   MOVE SPACES TO WS-DATE-IN                            00077300
                   IF WS-KIND-NO = 3 THEN                               00077400
                      MOVE WS-CHG-DATE TO WS-DATE-IN                    00077500
                   END-IF                                               00077600
                   PERFORM FORMAT-DATE-FIELD                            00077700
                WHEN 'LD'                                               00077800
                   MOVE WS-M-LEAVE-DATE (WS-MBR-SUB) TO WS-DATE-IN      00077900
                   PERFORM FORMAT-DATE-FIELD                            00078000
                WHEN 'SA'                                               00078100
                   MOVE WS-M-SALARY (WS-MBR-SUB) TO WS-AMOUNT-WORK      00078200
                   PERFORM FORMAT-AMOUNT-FIELD                          00078300
                WHEN 'OS'                                               00078400
                   MOVE 0 TO WS-AMOUNT-WORK                             00078500
                   IF WS-KIND-NO = 3 THEN                               00078600
                      MOVE WS-CHG-OLD TO WS-AMOUNT-WORK                 00078700
                   END-IF                                               00078800
                   PERFORM FORMAT-AMOUNT-FIELD                          00078900
                WHEN 'NS'                                               00079000
                   MOVE 0 TO WS-AMOUNT-WORK                             00079100
                   IF WS-KIND-NO = 3 THEN                               00079200
                      MOVE WS-CHG-NEW TO WS-AMOUNT-WORK                 00079300
                   END-IF                                               00079400
                   PERFORM FORMAT-AMOUNT-FIELD                          00079500
                WHEN 'EE'                                               00079600
                   MOVE WS-M-EE-AMOUNT (WS-MBR-SUB) TO WS-AMOUNT-WORK   00079700
                   PERFORM FORMAT-AMOUNT-FIELD                          00079800
                WHEN 'ER'                                               00079900
                   MOVE WS-M-ER-AMOUNT (WS-MBR-SUB) TO WS-AMOUNT-WORK   00080000
                   PERFORM FORMAT-AMOUNT-FIELD                          00080100
                WHEN 'TC'                                               00080200
                   COMPUTE WS-AMOUNT-WORK =                             00080300
                      WS-M-EE-AMOUNT (WS-MBR-SUB) +                     00080400
                      WS-M-ER-AMOUNT (WS-MBR-SUB)                       00080500
                   PERFORM FORMAT-AMOUNT-FIELD                          00080600
                WHEN 'PD'                                               00080700
                   MOVE WS-PERIOD TO WS-FLD-VALUE                       00080800
                   MOVE 6 TO WS-FLD-WIDTH                               00080900
            END-EVALUATE.                                               00081000
      * A BLANK OR NON-NUMERIC DATE GOES OUT BLANK.                     00081100
       FORMAT-DATE-FIELD.                                               00081200
            MOVE 8 TO WS-FLD-WIDTH.                                     00081300
            IF WS-DATE-IN IS NUMERIC THEN                               00081400
               EVALUATE TRUE                                            00081500
                   WHEN WS-FMT-DMY                                      00081600
                      STRING WS-DATE-IN-DD WS-DATE-IN-MM                00081700
                         WS-DATE-IN-YYYY                                00081800
                         DELIMITED BY SIZE INTO WS-FLD-VALUE            00081900
                      END-STRING                                        00082000
                   WHEN WS-FMT-MDY                                      00082100
                      STRING WS-DATE-IN-MM WS-DATE-IN-DD                00082200
                         WS-DATE-IN-YYYY                                00082300
                         DELIMITED BY SIZE INTO WS-FLD-VALUE            00082400
                      END-STRING                                        00082500
                   WHEN OTHER                                           00082600
                      MOVE WS-DATE-IN TO WS-FLD-VALUE                   00082700
               END-EVALUATE                                             00082800
            END-IF.                                                     00082900
       FORMAT-AMOUNT-FIELD.                                             00083000
            MOVE 11 TO WS-FLD-WIDTH.                                    00083100
            MOVE WS-AMOUNT-WORK TO WS-AMOUNT-OUT.                       00083200
            MOVE WS-AMOUNT-OUT TO WS-FLD-VALUE.                         00083300
            IF WS-DEC-COMMA THEN                                        00083400
               INSPECT WS-FLD-VALUE REPLACING ALL '.' BY ','            00083500
            END-IF.                                                     00083600
       APPEND-ONE-FIELD.                                                00083700
            IF WS-FIXED-COLUMNS THEN                                    00083800
               MOVE WS-FLD-WIDTH TO WS-FLD-LEN                          00083900
            ELSE                                                        00084000
               IF WS-OUT-PTR > 1 THEN                                   00084100
                  STRING WS-PRF-FLD-SEP DELIMITED BY SIZE               00084200
                     INTO WS-OUT-BUILD WITH POINTER WS-OUT-PTR          00084300
                     ON OVERFLOW SET WS-OUT-OVERFLOW TO TRUE            00084400
                  END-STRING                                            00084500
               END-IF                                                   00084600
               MOVE WS-FLD-WIDTH TO WS-FLD-LEN                          00084700
               PERFORM UNTIL WS-FLD-LEN = 0                             00084800
                  IF WS-FLD-VALUE (WS-FLD-LEN:1) = SPACE THEN           00084900
                     SUBTRACT 1 FROM WS-FLD-LEN                         00085000
                  ELSE                                                  00085100
                     MOVE WS-FLD-LEN TO WS-FLD-WIDTH                    00085200
                     MOVE 0 TO WS-FLD-LEN                               00085300
                  END-IF                                                00085400
               END-PERFORM                                              00085500
               IF WS-FLD-VALUE (WS-FLD-WIDTH:1) = SPACE THEN            00085600
                  MOVE 0 TO WS-FLD-LEN                                  00085700
               ELSE                                                     00085800
                  MOVE WS-FLD-WIDTH TO WS-FLD-LEN                       00085900
               END-IF                                                   00086000
            END-IF.                                                     00086100
            IF WS-FLD-LEN > 0 THEN                                      00086200
               STRING WS-FLD-VALUE (1:WS-FLD-LEN) DELIMITED BY SIZE     00086300
                  INTO WS-OUT-BUILD WITH POINTER WS-OUT-PTR             00086400
                  ON OVERFLOW SET WS-OUT-OVERFLOW TO TRUE               00086500
               END-STRING                                               00086600
            END-IF.                                                     00086700
       Z010-WRITE-OUT-HEADER.                                           00086800
            MOVE SPACES TO PRV-OUT-LINE.                                00086900
            SET HT-IS-HEADER OF PRV-OUT-HT TO TRUE.                     00087000
            MOVE WS-AUD-START-DATE TO HT-RUN-DATE OF PRV-OUT-HT.        00087100
            MOVE WS-AUD-START-TIME TO HT-RUN-TIME OF PRV-OUT-HT.        00087200
            WRITE PRV-OUT-LINE.                                         00087300
       Z020-WRITE-OUT-TRAILER.                                          00087400
            MOVE SPACES TO PRV-OUT-LINE.                                00087500
            SET HT-IS-TRAILER OF PRV-OUT-HT TO TRUE.                    00087600
            MOVE WS-COUNT-WRITTEN TO HT-RECORD-COUNT OF PRV-OUT-HT.     00087700
            WRITE PRV-OUT-LINE.                                         00087800
      * THE MANIFEST CARRIES THE DETAIL COUNT AND THE MONTH'S           00087900
      * CONTRIBUTIONS - THE FIGURES THE PROVIDER ACKNOWLEDGES.          00088000
       WRITE-MANIFEST-REC.                                              00088100
            MOVE SPACES TO MAN-REC.                                     00088200
            MOVE WS-MANIFEST-DSN TO MAN-DATASET-NAME.                   00088300
            MOVE WS-AUD-START-DATE TO MAN-RUN-DATE.                     00088400
            MOVE WS-AUD-START-TIME TO MAN-RUN-TIME.                     00088500
            MOVE WS-COUNT-WRITTEN TO MAN-RECORD-COUNT.                  00088600
            MOVE WS-TOTAL-HASH TO MAN-SALARY-HASH.                      00088700
            OPEN OUTPUT MANIFEST.                                       00088800
            WRITE MAN-REC.                                              00088900
            CLOSE MANIFEST.                                             00089000
      * NEXT MONTH'S MEMBERSHIP: THIS MONTH'S JOINERS AND               00089100
      * CONTINUING MEMBERS, NEVER THE LEAVERS.                          00089200
       WRITE-NEW-MEMBERSHIP.                                            00089300
            OPEN OUTPUT MEMBOUT.                                        00089400
            PERFORM VARYING WS-MBR-SUB FROM 1 BY 1                      00089500
               UNTIL WS-MBR-SUB > WS-MBR-COUNT                          00089600
               IF WS-M-JOINER (WS-MBR-SUB) OR                           00089700
                  WS-M-CONTINUING (WS-MBR-SUB) THEN                     00089800
                  MOVE SPACES TO MBO-REC                                00089900
                  MOVE WS-M-EMP-ID (WS-MBR-SUB) TO MBO-EMP-ID           00090000
                  MOVE WS-M-NAME (WS-MBR-SUB) TO MBO-NAME               00090100
                  MOVE WS-M-DEPT (WS-MBR-SUB) TO MBO-DEPT               00090200
                  MOVE WS-M-JOIN-PERIOD (WS-MBR-SUB)                    00090300
                     TO MBO-JOIN-PERIOD                                 00090400
                  MOVE WS-PROVIDER TO MBO-PROVIDER                      00090500
                  WRITE MBO-REC                                         00090600
                  ADD 1 TO WS-COUNT-MEMBERS                             00090700
               END-IF                                                   00090800
            END-PERFORM.                                                00090900
            CLOSE MEMBOUT.                                              00091000
       WRITE-SCHEDULE-SUMMARY.                                          00091100
            MOVE SPACES TO RPT-LINE.                                    00091200
            WRITE RPT-LINE.                                             00091300
            MOVE WS-COUNT-READ TO WS-COUNT-ED.                          00091400
            MOVE SPACES TO RPT-LINE.                                    00091500
            STRING 'EMPLOYEES ON EXTRACT     ' WS-COUNT-ED              00091600
               DELIMITED BY SIZE INTO RPT-LINE                          00091700
            END-STRING.                                                 00091800
            WRITE RPT-LINE.                                             00091900
            MOVE WS-COUNT-PRIOR TO WS-COUNT-ED.                         00092000
            MOVE SPACES TO RPT-LINE.                                    00092100
            STRING 'MEMBERS LAST MONTH       ' WS-COUNT-ED              00092200
               DELIMITED BY SIZE INTO RPT-LINE                          00092300
            END-STRING.                                                 00092400
            WRITE RPT-LINE.                                             00092500
            MOVE WS-COUNT-JOINERS TO WS-COUNT-ED.                       00092600
            MOVE SPACES TO RPT-LINE.                                    00092700
            STRING 'JOINERS                  ' WS-COUNT-ED              00092800
               DELIMITED BY SIZE INTO RPT-LINE                          00092900
            END-STRING.                                                 00093000
            WRITE RPT-LINE.                                             00093100
            MOVE WS-COUNT-LEAVERS TO WS-COUNT-ED.                       00093200
            MOVE SPACES TO RPT-LINE.                                    00093300
            STRING 'LEAVERS                  ' WS-COUNT-ED              00093400
               DELIMITED BY SIZE INTO RPT-LINE                          00093500
            END-STRING.                                                 00093600
            WRITE RPT-LINE.                                             00093700
            MOVE WS-COUNT-MEMBERS TO WS-COUNT-ED.                       00093800
            MOVE SPACES TO RPT-LINE.                                    00093900
            STRING 'MEMBERS CARRIED FORWARD  ' WS-COUNT-ED              00094000
               DELIMITED BY SIZE INTO RPT-LINE                          00094100
            END-STRING.                                                 00094200
            WRITE RPT-LINE.                                             00094300
            MOVE WS-COUNT-CHANGES TO WS-COUNT-ED.                       00094400
            MOVE SPACES TO RPT-LINE.                                    00094500
            STRING 'SALARY CHANGES SENT      ' WS-COUNT-ED              00094600
               DELIMITED BY SIZE INTO RPT-LINE                          00094700
            END-STRING.                                                 00094800
            WRITE RPT-LINE.                                             00094900
            MOVE WS-COUNT-CHG-SKIP TO WS-COUNT-ED.                      00095000
            MOVE SPACES TO RPT-LINE.                                    00095100
            STRING 'CHANGES FOR NON-MEMBERS  ' WS-COUNT-ED              00095200
               DELIMITED BY SIZE INTO RPT-LINE                          00095300
            END-STRING.                                                 00095400
            WRITE RPT-LINE.                                             00095500
            MOVE WS-COUNT-CONTRIB TO WS-COUNT-ED.                       00095600
            MOVE SPACES TO RPT-LINE.                                    00095700
            STRING 'CONTRIBUTION RECORDS     ' WS-COUNT-ED              00095800
               DELIMITED BY SIZE INTO RPT-LINE                          00095900
            END-STRING.                                                 00096000
            WRITE RPT-LINE.                                             00096100
            MOVE WS-TOTAL-EE TO WS-AMOUNT-ED.                           00096200
            MOVE SPACES TO RPT-LINE.                                    00096300
            STRING 'EMPLOYEE CONTRIBUTIONS   ' WS-AMOUNT-ED             00096400
               DELIMITED BY SIZE INTO RPT-LINE                          00096500
            END-STRING.                                                 00096600
            WRITE RPT-LINE.                                             00096700
            MOVE WS-TOTAL-ER TO WS-AMOUNT-ED.                           00096800
            MOVE SPACES TO RPT-LINE.                                    00096900
            STRING 'EMPLOYER CONTRIBUTIONS   ' WS-AMOUNT-ED             00097000
               DELIMITED BY SIZE INTO RPT-LINE                          00097100
            END-STRING.                                                 00097200
            WRITE RPT-LINE.                                             00097300
            MOVE WS-COUNT-ORPHAN TO WS-COUNT-ED.                        00097400
            MOVE SPACES TO RPT-LINE.                                    00097500
            STRING 'NOT-A-MEMBER AMOUNTS     ' WS-COUNT-ED              00097600
               DELIMITED BY SIZE INTO RPT-LINE                          00097700
            END-STRING.                                                 00097800
            WRITE RPT-LINE.                                             00097900
            MOVE WS-COUNT-WRITTEN TO WS-COUNT-ED.                       00098000
            MOVE SPACES TO RPT-LINE.                                    00098100
            STRING 'SCHEDULE RECORDS WRITTEN ' WS-COUNT-ED              00098200
               DELIMITED BY SIZE INTO RPT-LINE                          00098300
            END-STRING.                                                 00098400
            WRITE RPT-LINE.                                             00098500

      * Position control record, one per authorized position, held      00000100
      * in the position cluster keyed on POS-NUMBER (KEYS(8 0)          00000200
      * RECORDSIZE(80 80)).  Set up and maintained through the          00000300
      * PGM91 position transactions and reconciled by PGM91 every       00000400
      * night against the employee extract and the PGM55 status         00000500
      * deck: a filled position names its incumbent in POS-EMP-ID       00000600
      * (an FL-EMP-ID); an open position may be hired into; a           00000700
      * frozen position is vacant but may not be filled until it        00000800
      * is unfrozen.  POS-FTE is the authorized full-time               00000900
      * equivalent (1.00 for a full-time post).  PGM22 and PGM40        00001000
      * read the cluster to check that a hire's department has an       00001100
      * open position.  POS-RECON-DATE is the last night PGM91          00001200
      * saw the position and POS-RECON-NOTE what it found then          00001300
      * (space clean, D incumbent in another department, L              00001400
      * incumbent on leave, V incumbent gone and the post vacated).     00001500
           05 POS-NUMBER            PIC X(8).                           00001600
           05 POS-DEPT              PIC X(4).                           00001700
           05 POS-GRADE             PIC X(2).                           00001800
           05 POS-FTE               PIC 9V99.                           00001900
           05 POS-EMP-ID            PIC X(8).                           00002000
           05 POS-STATUS            PIC X(1).                           00002100
               88 POS-STATUS-OPEN       VALUE 'O'.                      00002200
               88 POS-STATUS-FILLED     VALUE 'F'.                      00002300
               88 POS-STATUS-FROZEN     VALUE 'Z'.                      00002400
           05 POS-FILLED-DATE       PIC 9(8).                           00002500
           05 POS-VACATED-DATE      PIC 9(8).                           00002600
           05 POS-RECON-DATE        PIC 9(8).                           00002700
           05 POS-RECON-NOTE        PIC X(1).                           00002800
               88 POS-RECON-CLEAN       VALUE ' '.                      00002900
               88 POS-RECON-DEPT        VALUE 'D'.                      00003000
               88 POS-RECON-LEAVE       VALUE 'L'.                      00003100
               88 POS-RECON-VACATED     VALUE 'V'.                      00003200
           05 FILLER                PIC X(29).                          00003300

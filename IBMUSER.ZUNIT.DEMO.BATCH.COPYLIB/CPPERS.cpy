      * Employee personal-data record, one per employee, held in the    00000100
      * personal-data cluster keyed on PER-EMP-ID (the FL-EMP-ID,       00000200
      * KEYS(8 0) RECORDSIZE(200 200)).  Carries what CPFLREC has       00000300
      * no room for: the tax identifier, date of birth, true hire       00000400
      * date (FL-EFF-DATE is the record's effective date, which a       00000500
      * later change moves), the home mailing address and the           00000600
      * contact details.  Loaded from the vendor's personal-details     00000700
      * feed by the PGM40 HR import, maintained online by the PERM      00000800
      * transaction (PGM110), printed as the mailing block on the       00000900
      * PGM37 statements, deleted by the PGM65 erasure utility and      00001000
      * checked by the PGM111 completeness report.                      00001100
      * Mandatory: tax identifier, birth date, hire date, address       00001200
      * line 1, city, state and zip.  Line 2, the zip extension,        00001300
      * phone and email are optional.  Dates are YYYYMMDD; a blank      00001400
      * field is one the vendor has not supplied yet.                   00001500
      * PER-LAST-MAINT-USER is the signed-on user for an online         00001600
      * change and the program name for a batch load.                   00001700
           05 PER-EMP-ID            PIC X(8).                           00001800
           05 PER-TAX-ID            PIC X(9).                           00001900
           05 PER-BIRTH-DATE        PIC X(8).                           00002000
           05 PER-HIRE-DATE         PIC X(8).                           00002100
           05 PER-ADDR-LINE1        PIC X(30).                          00002200
           05 PER-ADDR-LINE2        PIC X(30).                          00002300
           05 PER-CITY              PIC X(20).                          00002400
           05 PER-STATE             PIC X(2).                           00002500
           05 PER-ZIP               PIC X(5).                           00002600
           05 PER-ZIP-EXT           PIC X(4).                           00002700
           05 PER-PHONE             PIC X(15).                          00002800
           05 PER-EMAIL             PIC X(40).                          00002900
           05 PER-LAST-MAINT-DATE   PIC 9(8).                           00003000
           05 PER-LAST-MAINT-USER   PIC X(8).                           00003100
           05 FILLER                PIC X(5).                           00003200

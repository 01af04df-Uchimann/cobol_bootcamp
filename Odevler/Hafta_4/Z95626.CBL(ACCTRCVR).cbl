       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    ACCTRCVR.
       AUTHOR.        Otto B. Fun.
      *--------------------
       ENVIRONMENT DIVISION.
      *Bu program, ACCT.MASTER bozuldugunda ya da kayboldugunda
      *ileri kurtarma yapar. ACCTBKUP'in gece zincirinde aldigi
      *yedeklerden secilen kusak bos kumeye yuklenir; ardindan bakim
      *gunlugu (ACCTJRNL) ile tahakkuk gunlugu (ACCRJRNL), tarih +
      *sira numarasi sirasinda birlestirilerek yedekten sonraki
      *kayitlar sirayla yeniden uygulanir:
      *  ACCTJRNL 'A' : sonraki goruntu eklenir (hesap zaten varsa
      *                 uzerine yazilir)
      *  ACCTJRNL 'C' : sonraki goruntu yeniden yazilir
      *  ACCTJRNL 'D' : hesap silinir
      *  ACCRJRNL     : hesabin bakiyesi kayittaki yeni bakiye olur
      *Yedek basligindaki tarih + sira numarasina kadar olan kayitlar
      *zaten yedegin icinde oldugu icin atlanir.
      *
      *PARM, kurtarmanin durdurulacagi noktayi verir:
      *  'MM/DD/YY,nnnnnnn'  o gunun o sira numarasina kadar
      *  'MM/DD/YY'          o gunun sonuna kadar
      *  bos                 gunluklerin sonuna kadar
      *Hedef noktadan sonraki kayitlar uygulanmaz, yalnizca sayilir.
      *Kurtarma raporu (RCVRRPT) uygulanamayan her kaydi ve ozet
      *sayilari basar; uygulanamayan kayit varsa donus kodu 8 olur.
      *Sonucun butunlugu ayni isin sonraki adiminda MSTRVRFY ile
      *denetlenir.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BKUP-FILE  ASSIGN TO BKUPFILE
                             STATUS ST-BKUP-FILE.
           SELECT ACCT-MSTR  ASSIGN TO ACCTREC
                             ORGANIZATION INDEXED
                             ACCESS DYNAMIC
                             RECORD KEY IS ACCT-NO
                             STATUS ST-ACCT-MSTR.
           SELECT JRNL-FILE  ASSIGN TO ACCTJRNL
                             STATUS ST-JRNL-FILE.
           SELECT ACCR-FILE  ASSIGN TO ACCRJRNL
                             STATUS ST-ACCR-FILE.
      *Kurtarma bulgularinin ve ozetin yazildigi rapor dosyasi.
           SELECT RCVR-RPT   ASSIGN TO RCVRRPT
                             STATUS ST-RCVR-RPT.
       DATA DIVISION.
       FILE SECTION.
      *Yedek kaydinin yapisi, ACCTBKUP programindaki BKUP-REC ile
      *aynidir.
       FD  BKUP-FILE RECORDING MODE F.
       01  BKUP-REC.
           05  BKUP-TYPE          PIC X(1).
               88  BKUP-HEADER          VALUE 'H'.
               88  BKUP-DETAIL          VALUE 'D'.
               88  BKUP-TRAILER         VALUE 'T'.
           05  BKUP-DATA          PIC X(170).
           05  BKUP-HDR-DATA REDEFINES BKUP-DATA.
               10  BKH-DATE       PIC 9(8).
               10  BKH-DATE-O     PIC X(8).
               10  BKH-LAST-SEQ   PIC 9(7).
               10  FILLER         PIC X(147).
           05  BKUP-TRL-DATA REDEFINES BKUP-DATA.
               10  BKT-COUNT      PIC 9(7).
               10  BKT-BALANCE    PIC S9(11)V99
                                  SIGN LEADING SEPARATE.
               10  FILLER         PIC X(149).
      *Hesap ana dosyasinin yapisi, ODEV ve ACCTMNT programlarindaki
      *ACCT-FIELDS ile aynidir.
       FD  ACCT-MSTR.
       01  ACCT-FIELDS.
           05  ACCT-NO            PIC X(8).
           05  ACCT-LIMIT         PIC S9(7)V99 COMP-3.
           05  ACCT-BALANCE       PIC S9(7)V99 COMP-3.
           05  LAST-NAME          PIC X(20).
           05  FIRST-NAME         PIC X(15).
           05  CLIENT-ADDR.
               10  STREET-ADDR    PIC X(25).
               10  CITY-COUNTY    PIC X(20).
               10  USA-STATE      PIC X(15).
           05  ACCT-TYPE          PIC X(1).
               88  ACCT-TYPE-PERSONAL   VALUE 'P'.
               88  ACCT-TYPE-BUSINESS   VALUE 'B'.
           05  ACCT-STMT-CYCLE    PIC X(2).
           05  ACCT-BRANCH        PIC X(4).
           05  COMMENTS           PIC X(50).
      *Gunluk kaydinin yapisi, ACCTMNT programindaki JRNL-REC ile
      *aynidir.
       FD  JRNL-FILE RECORDING MODE F.
       01  JRNL-REC.
           05  JRNL-DATE-O        PIC X(8).
           05  JRNL-SEQ-O         PIC 9(7).
           05  JRNL-ACTION-O      PIC X(1).
           05  JRNL-BEFORE-O      PIC X(170).
           05  JRNL-AFTER-O       PIC X(170).
           05  JRNL-PGM-O         PIC X(8).
      *Tahakkuk gunlugu satiri, ACCRUE programindaki JRNL-REC ile
      *aynidir; basili alanlar atlanir, sira numarasi ve isaretli
      *yeni bakiye kullanilir.
       FD  ACCR-FILE RECORDING MODE F.
       01  ACCR-REC.
           05  ACCR-DATE-O        PIC X(8).
           05  FILLER             PIC X(2).
           05  ACCR-ACCT-NO-O     PIC X(8).
           05  FILLER             PIC X(58).
           05  FILLER             PIC X(2).
           05  ACCR-SEQ-O         PIC X(7).
           05  FILLER             PIC X(2).
           05  ACCR-NEW-BAL-V     PIC S9(7)V99.
       FD  RCVR-RPT RECORDING MODE F.
       01  RPT-REC               PIC X(80).
       WORKING-STORAGE SECTION.
       01 WS-WORK-AREA.
         05 ST-BKUP-FILE       PIC 9(2).
            88 BKUP-FILE-EOF                VALUE 10.
            88 BKUP-FILE-SUCCES             VALUE 00 97.
         05 ST-ACCT-MSTR       PIC 9(2).
            88 ACCT-MSTR-SUCCES             VALUE 00 97.
         05 ST-JRNL-FILE       PIC 9(2).
            88 JRNL-FILE-EOF                VALUE 10.
            88 JRNL-FILE-SUCCES             VALUE 00 97.
         05 ST-ACCR-FILE       PIC 9(2).
            88 ACCR-FILE-EOF                VALUE 10.
            88 ACCR-FILE-SUCCES             VALUE 00 97.
         05 ST-RCVR-RPT        PIC 9(2).
      *Kurtarmanin durdurulacagi nokta PARM'dan alinir.
       01 WS-PARM.
         05 WS-PARM-DATE       PIC X(8).
         05 WS-PARM-COMMA      PIC X(1).
         05 WS-PARM-SEQ        PIC X(7).
         05 FILLER             PIC X(64).
       01 WS-TARGET-SW         PIC X VALUE 'N'.
         88 TARGET-GIVEN            VALUE 'Y'.
      *Gunluk kayitlarinin siralama anahtari: YYYYAAGG tarih ve sira
      *numarasi. Gunlugu biten tarafin anahtari HIGH-VALUES olur.
       01 WS-BKUP-KEY.
         05 WS-BKUP-KEY-DATE   PIC 9(8) VALUE ZERO.
         05 WS-BKUP-KEY-SEQ    PIC 9(7) VALUE ZERO.
       01 WS-TARGET-KEY.
         05 WS-TGT-KEY-DATE    PIC 9(8) VALUE ZERO.
         05 WS-TGT-KEY-SEQ     PIC 9(7) VALUE ZERO.
       01 WS-JRNL-KEY.
         05 WS-JRNL-KEY-DATE   PIC 9(8) VALUE ZERO.
         05 WS-JRNL-KEY-SEQ    PIC 9(7) VALUE ZERO.
       01 WS-ACCR-KEY.
         05 WS-ACCR-KEY-DATE   PIC 9(8) VALUE ZERO.
         05 WS-ACCR-KEY-SEQ    PIC 9(7) VALUE ZERO.
       01 WS-LAST-KEY.
         05 WS-LAST-KEY-DATE   PIC 9(8) VALUE ZERO.
         05 WS-LAST-KEY-SEQ    PIC 9(7) VALUE ZERO.
      *Uygulanmakta olan kaydin anahtari ve kaynagi.
       01 WS-CURR-KEY.
         05 WS-CURR-KEY-DATE   PIC 9(8) VALUE ZERO.
         05 WS-CURR-KEY-SEQ    PIC 9(7) VALUE ZERO.
       01 WS-CURR-DATE-O       PIC X(8).
       01 WS-CURR-ACCT         PIC X(8).
      *MM/DD/YY tarihini YYYYAAGG'ye cevirme alani.
       01 WS-DATE-PARSE.
         05 WS-PARSE-IN        PIC X(8).
         05 WS-PARSE-MM        PIC 9(2) VALUE ZERO.
         05 WS-PARSE-DD        PIC 9(2) VALUE ZERO.
         05 WS-PARSE-YY        PIC 9(2) VALUE ZERO.
         05 WS-PARSE-YYYY      PIC 9(4) VALUE ZERO.
         05 WS-PARSE-OUT       PIC 9(8) VALUE ZERO.
       01 WS-COUNTERS.
         05 WS-LOADED          PIC 9(7) VALUE ZERO.
         05 WS-JRNL-READ       PIC 9(7) VALUE ZERO.
         05 WS-ACCR-READ       PIC 9(7) VALUE ZERO.
         05 WS-SKIPPED         PIC 9(7) VALUE ZERO.
         05 WS-ADDED           PIC 9(7) VALUE ZERO.
         05 WS-CHANGED         PIC 9(7) VALUE ZERO.
         05 WS-DELETED         PIC 9(7) VALUE ZERO.
         05 WS-ACCRUED         PIC 9(7) VALUE ZERO.
         05 WS-FAILED          PIC 9(7) VALUE ZERO.
         05 WS-BEYOND          PIC 9(7) VALUE ZERO.
         05 WS-MSTR-COUNT      PIC 9(7) VALUE ZERO.
         05 WS-LOAD-BALANCE    PIC S9(11)V99 VALUE ZERO.
       01 WS-FINDING           PIC X(30).
       01 WS-SOURCE            PIC X(8).
       01 WS-ACTION            PIC X(1).
      *Calistirma tarihi, operasyonun her is gunu basinda ilerlettigi
      *ortak is gunu kontrol dosyasindan GETBDATE ile alinir.
       01 BUSDATE-PARM.
         05 BD-DATE-SW         PIC X(1).
            88 BD-DATE-OK                  VALUE 'Y'.
         05 BD-CURR-DATE       PIC 9(8).
         05 BD-PREV-DATE       PIC 9(8).
         05 BD-CLOSE-DATE      PIC 9(8).
       01 WS-RUN-DATE.
         05 WS-RUN-YY          PIC 9(2).
         05 WS-RUN-MM          PIC 9(2).
         05 WS-RUN-DD          PIC 9(2).
       01 WS-RUN-DATE-O        PIC X(8).
      *Rapor satir yapilari; RPT-REC'e FROM ile tasinir.
       01 RPT-HDR-LINE.
         05  FILLER           PIC X(30)
             VALUE 'ACCT MASTER FORWARD RECOVERY'.
         05  FILLER           PIC X(10) VALUE 'RUN DATE:'.
         05  RPT-HDR-DATE     PIC X(8).
       01 RPT-POINT-LINE.
         05  RPT-POINT-LABEL  PIC X(24).
         05  RPT-POINT-DATE   PIC X(8).
         05  FILLER           PIC X(6)  VALUE ' SEQ: '.
         05  RPT-POINT-SEQ    PIC 9(7).
       01 RPT-DETAIL-LINE.
         05  RPT-DATE-O       PIC X(8).
         05  FILLER           PIC X(1)  VALUE SPACES.
         05  RPT-SEQ-O        PIC 9(7).
         05  FILLER           PIC X(2)  VALUE SPACES.
         05  RPT-SOURCE-O     PIC X(8).
         05  FILLER           PIC X(2)  VALUE SPACES.
         05  RPT-ACTION-O     PIC X(1).
         05  FILLER           PIC X(2)  VALUE SPACES.
         05  RPT-ACCT-NO-O    PIC X(8).
         05  FILLER           PIC X(2)  VALUE SPACES.
         05  RPT-FINDING-O    PIC X(30).
       01 RPT-TRL-LINE.
         05  RPT-TRL-LABEL    PIC X(24).
         05  RPT-TRL-COUNT    PIC ZZZ,ZZ9.
       01 RPT-BAL-LINE.
         05  RPT-BAL-LABEL    PIC X(24).
         05  RPT-BAL-AMOUNT   PIC -$$$,$$$,$$$,$$9.99.
      *------------------
       PROCEDURE DIVISION.
      *------------------
       0000-MAIN.
           PERFORM H100-OPEN-FILES
           PERFORM H200-LOAD-BACKUP
           PERFORM H300-OPEN-JOURNALS
           PERFORM H400-APPLY-NEXT-ENTRY
               UNTIL JRNL-FILE-EOF AND ACCR-FILE-EOF
           PERFORM H999-PROGRAM-EXIT.
       0000-END. EXIT.
      *Rapor dosyasini aciyoruz, is gununu ve hedef noktayi
      *aliyoruz; hedef noktasi bozuksa hicbir sey yapilmadan
      *program hata ile biter.
       H100-OPEN-FILES.
           MOVE SPACES TO WS-PARM.
           ACCEPT WS-PARM FROM COMMAND-LINE.
           OPEN OUTPUT RCVR-RPT.
           IF (ST-RCVR-RPT NOT = 0) AND (ST-RCVR-RPT NOT = 97)
               DISPLAY 'UNABLE TO OPEN RCVRRPT: ' ST-RCVR-RPT
               MOVE ST-RCVR-RPT TO RETURN-CODE
               PERFORM H999-PROGRAM-EXIT
           END-IF.
           CALL 'GETBDATE' USING BUSDATE-PARM.
           IF NOT BD-DATE-OK
               DISPLAY 'BUSINESS DATE NOT AVAILABLE'
               MOVE 12 TO RETURN-CODE
               PERFORM H999-PROGRAM-EXIT
           END-IF.
           MOVE BD-CURR-DATE(3:6) TO WS-RUN-DATE.
           MOVE WS-RUN-MM TO WS-RUN-DATE-O(1:2).
           MOVE '/'       TO WS-RUN-DATE-O(3:1).
           MOVE WS-RUN-DD TO WS-RUN-DATE-O(4:2).
           MOVE '/'       TO WS-RUN-DATE-O(6:1).
           MOVE WS-RUN-YY TO WS-RUN-DATE-O(7:2).
           MOVE WS-RUN-DATE-O TO RPT-HDR-DATE.
           WRITE RPT-REC FROM RPT-HDR-LINE.
           PERFORM H110-SET-TARGET.
       H100-END. EXIT.
      *PARM'daki hedef tarih ve sira numarasini anahtara ceviriyoruz;
      *sira numarasi verilmemisse o gunun tamami uygulanir.
       H110-SET-TARGET.
           IF WS-PARM-DATE NOT = SPACES
               SET TARGET-GIVEN TO TRUE
               MOVE WS-PARM-DATE TO WS-PARSE-IN
               PERFORM H500-CONVERT-DATE
               IF WS-PARSE-OUT = ZERO
                   DISPLAY 'INVALID TARGET DATE IN PARM: '
                       WS-PARM-DATE
                   MOVE 12 TO RETURN-CODE
                   PERFORM H999-PROGRAM-EXIT
               END-IF
               MOVE WS-PARSE-OUT TO WS-TGT-KEY-DATE
               IF WS-PARM-SEQ = SPACES
                   MOVE 9999999 TO WS-TGT-KEY-SEQ
               ELSE
                   IF WS-PARM-SEQ IS NUMERIC
                       MOVE WS-PARM-SEQ TO WS-TGT-KEY-SEQ
                   ELSE
                       DISPLAY 'INVALID TARGET SEQUENCE IN PARM: '
                           WS-PARM-SEQ
                       MOVE 12 TO RETURN-CODE
                       PERFORM H999-PROGRAM-EXIT
                   END-IF
               END-IF
               MOVE 'RECOVER UP TO         :' TO RPT-POINT-LABEL
               MOVE WS-PARM-DATE   TO RPT-POINT-DATE
               MOVE WS-TGT-KEY-SEQ TO RPT-POINT-SEQ
               WRITE RPT-REC FROM RPT-POINT-LINE
           ELSE
               MOVE 'RECOVER UP TO END OF JOURNALS' TO RPT-REC
               WRITE RPT-REC
           END-IF.
       H110-END. EXIT.
      *Yedegi bos kumeye yukluyoruz. Ilk kayit baslik olmali, son
      *kayit kapanis olmali ve kapanistaki sayi yuklenen kayit
      *sayisini tutmali; aksi halde yedek eksik sayilir ve gunlukler
      *uygulanmadan program durur.
       H200-LOAD-BACKUP.
           OPEN INPUT  BKUP-FILE.
           IF NOT BKUP-FILE-SUCCES
               DISPLAY 'UNABLE TO OPEN BKUPFILE: ' ST-BKUP-FILE
               MOVE ST-BKUP-FILE TO RETURN-CODE
               PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN OUTPUT ACCT-MSTR.
           IF NOT ACCT-MSTR-SUCCES
               DISPLAY 'UNABLE TO OPEN ACCTREC: ' ST-ACCT-MSTR
               MOVE ST-ACCT-MSTR TO RETURN-CODE
               PERFORM H999-PROGRAM-EXIT
           END-IF.
           READ BKUP-FILE.
           IF BKUP-FILE-EOF OR NOT BKUP-HEADER
               DISPLAY 'BACKUP HEADER RECORD MISSING'
               MOVE 12 TO RETURN-CODE
               PERFORM H999-PROGRAM-EXIT
           END-IF.
           MOVE BKH-DATE     TO WS-BKUP-KEY-DATE.
           MOVE BKH-LAST-SEQ TO WS-BKUP-KEY-SEQ.
           MOVE WS-BKUP-KEY  TO WS-LAST-KEY.
           MOVE 'BACKUP TAKEN AT       :' TO RPT-POINT-LABEL.
           MOVE BKH-DATE-O   TO RPT-POINT-DATE.
           MOVE BKH-LAST-SEQ TO RPT-POINT-SEQ.
           WRITE RPT-REC FROM RPT-POINT-LINE.
           READ BKUP-FILE.
           PERFORM H210-LOAD-ONE-ACCOUNT
               UNTIL BKUP-FILE-EOF OR NOT BKUP-DETAIL.
           IF BKUP-FILE-EOF OR NOT BKUP-TRAILER
               DISPLAY 'BACKUP TRAILER RECORD MISSING'
               MOVE 12 TO RETURN-CODE
               PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF BKT-COUNT NOT = WS-LOADED
               DISPLAY 'BACKUP COUNT MISMATCH - TRAILER: ' BKT-COUNT
                   ' LOADED: ' WS-LOADED
               MOVE 8 TO RETURN-CODE
               PERFORM H999-PROGRAM-EXIT
           END-IF.
           MOVE WS-LOADED TO WS-MSTR-COUNT.
           CLOSE BKUP-FILE.
           CLOSE ACCT-MSTR.
           OPEN I-O ACCT-MSTR.
           IF NOT ACCT-MSTR-SUCCES
               DISPLAY 'UNABLE TO REOPEN ACCTREC: ' ST-ACCT-MSTR
               MOVE ST-ACCT-MSTR TO RETURN-CODE
               PERFORM H999-PROGRAM-EXIT
           END-IF.
       H200-END. EXIT.
      *Tek bir yedek kaydini ana dosyaya yaziyoruz.
       H210-LOAD-ONE-ACCOUNT.
           MOVE BKUP-DATA TO ACCT-FIELDS.
           WRITE ACCT-FIELDS
               INVALID KEY CONTINUE
           END-WRITE.
           IF ACCT-MSTR-SUCCES
               ADD 1 TO WS-LOADED
               ADD ACCT-BALANCE TO WS-LOAD-BALANCE
           ELSE
               DISPLAY 'BACKUP LOAD ERROR - ACCT: ' ACCT-NO
                   ' STATUS: ' ST-ACCT-MSTR
           END-IF.
           READ BKUP-FILE.
       H210-END. EXIT.
      *Iki gunlugu aciyoruz ve her birinden ilk kaydi okuyoruz.
       H300-OPEN-JOURNALS.
           OPEN INPUT JRNL-FILE.
           IF NOT JRNL-FILE-SUCCES
               DISPLAY 'UNABLE TO OPEN ACCTJRNL: ' ST-JRNL-FILE
               MOVE ST-JRNL-FILE TO RETURN-CODE
               PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN INPUT ACCR-FILE.
           IF NOT ACCR-FILE-SUCCES
               DISPLAY 'UNABLE TO OPEN ACCRJRNL: ' ST-ACCR-FILE
               MOVE ST-ACCR-FILE TO RETURN-CODE
               PERFORM H999-PROGRAM-EXIT
           END-IF.
           PERFORM H310-READ-JRNL.
           PERFORM H320-READ-ACCR.
       H300-END. EXIT.
      *Bakim gunlugunden bir kayit okuyup siralama anahtarini
      *kuruyoruz.
       H310-READ-JRNL.
           READ JRNL-FILE.
           IF JRNL-FILE-EOF
               MOVE HIGH-VALUES TO WS-JRNL-KEY
           ELSE
               ADD 1 TO WS-JRNL-READ
               MOVE JRNL-DATE-O TO WS-PARSE-IN
               PERFORM H500-CONVERT-DATE
               MOVE WS-PARSE-OUT TO WS-JRNL-KEY-DATE
               IF JRNL-SEQ-O IS NUMERIC
                   MOVE JRNL-SEQ-O TO WS-JRNL-KEY-SEQ
               ELSE
                   MOVE ZERO TO WS-JRNL-KEY-SEQ
               END-IF
           END-IF.
       H310-END. EXIT.
      *Tahakkuk gunlugunden bir kayit okuyup siralama anahtarini
      *kuruyoruz; sira numarasi bos olan eski satirlar sifir alir.
       H320-READ-ACCR.
           READ ACCR-FILE.
           IF ACCR-FILE-EOF
               MOVE HIGH-VALUES TO WS-ACCR-KEY
           ELSE
               ADD 1 TO WS-ACCR-READ
               MOVE ACCR-DATE-O TO WS-PARSE-IN
               PERFORM H500-CONVERT-DATE
               MOVE WS-PARSE-OUT TO WS-ACCR-KEY-DATE
               IF ACCR-SEQ-O IS NUMERIC
                   MOVE ACCR-SEQ-O TO WS-ACCR-KEY-SEQ
               ELSE
                   MOVE ZERO TO WS-ACCR-KEY-SEQ
               END-IF
           END-IF.
       H320-END. EXIT.
      *Iki gunlukten anahtari kucuk olan kaydi isliyoruz; esitlikte
      *bakim gunlugu once gelir. Yedegin kapsadigi kayitlar atlanir,
      *hedef noktadan sonrakiler yalnizca sayilir.
       H400-APPLY-NEXT-ENTRY.
           IF WS-JRNL-KEY <= WS-ACCR-KEY
               MOVE WS-JRNL-KEY TO WS-CURR-KEY
               MOVE JRNL-DATE-O TO WS-CURR-DATE-O
               MOVE 'ACCTJRNL'  TO WS-SOURCE
               MOVE JRNL-ACTION-O TO WS-ACTION
               IF JRNL-ACTION-O = 'A'
                   MOVE JRNL-AFTER-O(1:8)  TO WS-CURR-ACCT
               ELSE
                   MOVE JRNL-BEFORE-O(1:8) TO WS-CURR-ACCT
               END-IF
           ELSE
               MOVE WS-ACCR-KEY TO WS-CURR-KEY
               MOVE ACCR-DATE-O TO WS-CURR-DATE-O
               MOVE 'ACCRJRNL'  TO WS-SOURCE
               MOVE 'B'         TO WS-ACTION
               MOVE ACCR-ACCT-NO-O TO WS-CURR-ACCT
           END-IF.
           EVALUATE TRUE
               WHEN WS-CURR-KEY <= WS-BKUP-KEY
                   ADD 1 TO WS-SKIPPED
               WHEN TARGET-GIVEN AND (WS-CURR-KEY > WS-TARGET-KEY)
                   ADD 1 TO WS-BEYOND
               WHEN WS-SOURCE = 'ACCTJRNL'
                   PERFORM H410-APPLY-MAINT-ENTRY
               WHEN OTHER
                   PERFORM H450-APPLY-ACCRUAL-ENTRY
           END-EVALUATE.
           IF WS-SOURCE = 'ACCTJRNL'
               PERFORM H310-READ-JRNL
           ELSE
               PERFORM H320-READ-ACCR
           END-IF.
       H400-END. EXIT.
      *Bakim gunlugu kaydini islem turune gore uyguluyoruz.
       H410-APPLY-MAINT-ENTRY.
           EVALUATE JRNL-ACTION-O
               WHEN 'A'
                   PERFORM H420-REDO-ADD
               WHEN 'C'
                   PERFORM H430-REDO-CHANGE
               WHEN 'D'
                   PERFORM H440-REDO-DELETE
               WHEN OTHER
                   MOVE 'SKIPPED - UNKNOWN ACTION' TO WS-FINDING
                   PERFORM H490-ENTRY-FAILED
           END-EVALUATE.
       H410-END. EXIT.
      *Eklemeyi yeniden yapiyoruz; hesap zaten varsa sonraki
      *goruntu uzerine yazilir.
       H420-REDO-ADD.
           MOVE JRNL-AFTER-O TO ACCT-FIELDS.
           WRITE ACCT-FIELDS
               INVALID KEY CONTINUE
           END-WRITE.
           IF ACCT-MSTR-SUCCES
               ADD 1 TO WS-MSTR-COUNT
           ELSE
               REWRITE ACCT-FIELDS
                   INVALID KEY CONTINUE
               END-REWRITE
           END-IF.
           IF ACCT-MSTR-SUCCES
               ADD 1 TO WS-ADDED
               MOVE WS-CURR-KEY TO WS-LAST-KEY
           ELSE
               MOVE 'FAILED - WRITE ERROR' TO WS-FINDING
               PERFORM H490-ENTRY-FAILED
           END-IF.
       H420-END. EXIT.
      *Degisikligi sonraki goruntuyu yeniden yazarak uyguluyoruz.
       H430-REDO-CHANGE.
           MOVE JRNL-AFTER-O TO ACCT-FIELDS.
           REWRITE ACCT-FIELDS
               INVALID KEY CONTINUE
           END-REWRITE.
           IF ACCT-MSTR-SUCCES
               ADD 1 TO WS-CHANGED
               MOVE WS-CURR-KEY TO WS-LAST-KEY
           ELSE
               MOVE 'FAILED - ACCT NOT FOUND' TO WS-FINDING
               PERFORM H490-ENTRY-FAILED
           END-IF.
       H430-END. EXIT.
      *Silmeyi yeniden yapiyoruz.
       H440-REDO-DELETE.
           MOVE JRNL-BEFORE-O(1:8) TO ACCT-NO.
           DELETE ACCT-MSTR RECORD
               INVALID KEY CONTINUE
           END-DELETE.
           IF ACCT-MSTR-SUCCES
               ADD 1 TO WS-DELETED
               SUBTRACT 1 FROM WS-MSTR-COUNT
               MOVE WS-CURR-KEY TO WS-LAST-KEY
           ELSE
               MOVE 'FAILED - ACCT NOT FOUND' TO WS-FINDING
               PERFORM H490-ENTRY-FAILED
           END-IF.
       H440-END. EXIT.
      *Tahakkuk kaydini, hesabin bakiyesini kayittaki yeni bakiyeye
      *esitleyerek uyguluyoruz. Yeni bakiye alani bos olan eski
      *satirlar uygulanamaz.
       H450-APPLY-ACCRUAL-ENTRY.
           IF ACCR-NEW-BAL-V IS NOT NUMERIC
               MOVE 'FAILED - NO SIGNED BALANCE' TO WS-FINDING
               PERFORM H490-ENTRY-FAILED
           ELSE
               MOVE ACCR-ACCT-NO-O TO ACCT-NO
               READ ACCT-MSTR
                   INVALID KEY CONTINUE
               END-READ
               IF ACCT-MSTR-SUCCES
                   MOVE ACCR-NEW-BAL-V TO ACCT-BALANCE
                   REWRITE ACCT-FIELDS
                       INVALID KEY CONTINUE
                   END-REWRITE
               END-IF
               IF ACCT-MSTR-SUCCES
                   ADD 1 TO WS-ACCRUED
                   MOVE WS-CURR-KEY TO WS-LAST-KEY
               ELSE
                   MOVE 'FAILED - ACCT NOT FOUND' TO WS-FINDING
                   PERFORM H490-ENTRY-FAILED
               END-IF
           END-IF.
       H450-END. EXIT.
      *Uygulanamayan kaydi rapora yaziyoruz.
       H490-ENTRY-FAILED.
           ADD 1 TO WS-FAILED.
           MOVE WS-CURR-DATE-O  TO RPT-DATE-O.
           MOVE WS-CURR-KEY-SEQ TO RPT-SEQ-O.
           MOVE WS-SOURCE       TO RPT-SOURCE-O.
           MOVE WS-ACTION       TO RPT-ACTION-O.
           MOVE WS-CURR-ACCT    TO RPT-ACCT-NO-O.
           MOVE WS-FINDING      TO RPT-FINDING-O.
           WRITE RPT-REC FROM RPT-DETAIL-LINE.
       H490-END. EXIT.
      *Gunlukteki MM/DD/YY tarihini YYYYAAGG'ye ceviriyoruz;
      *cozulemeyen tarih sifir kalir ve kayit yedekten once sayilir.
       H500-CONVERT-DATE.
           MOVE ZERO TO WS-PARSE-OUT.
           IF (WS-PARSE-IN(1:2) IS NUMERIC) AND
               (WS-PARSE-IN(4:2) IS NUMERIC) AND
               (WS-PARSE-IN(7:2) IS NUMERIC)
               MOVE WS-PARSE-IN(1:2) TO WS-PARSE-MM
               MOVE WS-PARSE-IN(4:2) TO WS-PARSE-DD
               MOVE WS-PARSE-IN(7:2) TO WS-PARSE-YY
               IF (WS-PARSE-MM >= 1) AND (WS-PARSE-MM <= 12)
                   AND (WS-PARSE-DD >= 1) AND (WS-PARSE-DD <= 31)
                   IF WS-PARSE-YY < 50
                       COMPUTE WS-PARSE-YYYY = 2000 + WS-PARSE-YY
                   ELSE
                       COMPUTE WS-PARSE-YYYY = 1900 + WS-PARSE-YY
                   END-IF
                   COMPUTE WS-PARSE-OUT = (WS-PARSE-YYYY * 10000)
                       + (WS-PARSE-MM * 100) + WS-PARSE-DD
               END-IF
           END-IF.
       H500-END. EXIT.
      *Ozet sayilari rapora ve ekrana basip dosyalari kapatiyoruz;
      *uygulanamayan kayit kaldiysa donus kodu 8 olur.
       H999-PROGRAM-EXIT.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
           MOVE 'ACCOUNTS LOADED       :' TO RPT-TRL-LABEL.
           MOVE WS-LOADED TO RPT-TRL-COUNT.
           WRITE RPT-REC FROM RPT-TRL-LINE.
           MOVE 'BACKUP BALANCE        :' TO RPT-BAL-LABEL.
           MOVE WS-LOAD-BALANCE TO RPT-BAL-AMOUNT.
           WRITE RPT-REC FROM RPT-BAL-LINE.
           MOVE 'ACCTJRNL LINES READ   :' TO RPT-TRL-LABEL.
           MOVE WS-JRNL-READ TO RPT-TRL-COUNT.
           WRITE RPT-REC FROM RPT-TRL-LINE.
           MOVE 'ACCRJRNL LINES READ   :' TO RPT-TRL-LABEL.
           MOVE WS-ACCR-READ TO RPT-TRL-COUNT.
           WRITE RPT-REC FROM RPT-TRL-LINE.
           MOVE 'IN BACKUP - SKIPPED   :' TO RPT-TRL-LABEL.
           MOVE WS-SKIPPED TO RPT-TRL-COUNT.
           WRITE RPT-REC FROM RPT-TRL-LINE.
           MOVE 'ADDS REAPPLIED        :' TO RPT-TRL-LABEL.
           MOVE WS-ADDED TO RPT-TRL-COUNT.
           WRITE RPT-REC FROM RPT-TRL-LINE.
           MOVE 'CHANGES REAPPLIED     :' TO RPT-TRL-LABEL.
           MOVE WS-CHANGED TO RPT-TRL-COUNT.
           WRITE RPT-REC FROM RPT-TRL-LINE.
           MOVE 'DELETES REAPPLIED     :' TO RPT-TRL-LABEL.
           MOVE WS-DELETED TO RPT-TRL-COUNT.
           WRITE RPT-REC FROM RPT-TRL-LINE.
           MOVE 'ACCRUALS REAPPLIED    :' TO RPT-TRL-LABEL.
           MOVE WS-ACCRUED TO RPT-TRL-COUNT.
           WRITE RPT-REC FROM RPT-TRL-LINE.
           MOVE 'ENTRIES FAILED        :' TO RPT-TRL-LABEL.
           MOVE WS-FAILED TO RPT-TRL-COUNT.
           WRITE RPT-REC FROM RPT-TRL-LINE.
           MOVE 'BEYOND TARGET         :' TO RPT-TRL-LABEL.
           MOVE WS-BEYOND TO RPT-TRL-COUNT.
           WRITE RPT-REC FROM RPT-TRL-LINE.
           MOVE 'ACCOUNTS ON MASTER    :' TO RPT-TRL-LABEL.
           MOVE WS-MSTR-COUNT TO RPT-TRL-COUNT.
           WRITE RPT-REC FROM RPT-TRL-LINE.
           MOVE 'LAST ENTRY APPLIED    :' TO RPT-POINT-LABEL.
           IF WS-LAST-KEY-DATE = ZERO
               MOVE SPACES TO RPT-POINT-DATE
           ELSE
               MOVE WS-LAST-KEY-DATE(5:2) TO RPT-POINT-DATE(1:2)
               MOVE '/'                   TO RPT-POINT-DATE(3:1)
               MOVE WS-LAST-KEY-DATE(7:2) TO RPT-POINT-DATE(4:2)
               MOVE '/'                   TO RPT-POINT-DATE(6:1)
               MOVE WS-LAST-KEY-DATE(3:2) TO RPT-POINT-DATE(7:2)
           END-IF.
           MOVE WS-LAST-KEY-SEQ TO RPT-POINT-SEQ.
           WRITE RPT-REC FROM RPT-POINT-LINE.
           DISPLAY 'ACCOUNTS LOADED    : ' WS-LOADED.
           DISPLAY 'ENTRIES SKIPPED    : ' WS-SKIPPED.
           DISPLAY 'ENTRIES REAPPLIED  : '
               WS-ADDED ' ' WS-CHANGED ' ' WS-DELETED ' ' WS-ACCRUED.
           DISPLAY 'ENTRIES FAILED     : ' WS-FAILED.
           DISPLAY 'BEYOND TARGET      : ' WS-BEYOND.
           IF (WS-FAILED > ZERO) AND (RETURN-CODE = ZERO)
               MOVE 8 TO RETURN-CODE
           END-IF.
           CLOSE BKUP-FILE.
           CLOSE ACCT-MSTR.
           CLOSE JRNL-FILE.
           CLOSE ACCR-FILE.
           CLOSE RCVR-RPT.
           STOP RUN.
      *

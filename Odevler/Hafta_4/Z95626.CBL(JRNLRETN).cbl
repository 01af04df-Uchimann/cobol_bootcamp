       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    JRNLRETN.
       AUTHOR.        Otto B. Fun.
      *--------------------
       ENVIRONMENT DIVISION.
      *Bu program, bakim gunlugu (ACCTJRNL) ve tahakkuk gunlugu
      *(ACCRJRNL) icin saklama adimidir. Saklama suresinden eski
      *kayitlar teyp uzerindeki arsiv kusaklarina (JRNLOLD, ACCROLD)
      *yazilir; kalan kayitlar gecici dosyalara (JRNLKEEP, ACCRKEEP)
      *yazilir ve JCL'deki sonraki adimlarda canli gunluklerin
      *uzerine kopyalanir. Boylece ACCTBKO, GLEXTR, ACCTARCH ve
      *digerleri canli gunlugu eskisi gibi kullanir, yalnizca gunluk
      *her gece buyumeye devam etmez.
      *
      *Saklama suresi ay olarak PARM'in ilk uc hanesiyle verilir;
      *bos ya da sayisal olmayan PARM icin 14 ay kullanilir. Sinir,
      *is gununun ayindan bu kadar ay onceki ayin ilk gunudur; ondan
      *once tarihli kayitlar tasinir. 13 aydan kisa sure kabul
      *edilmez (RC=8, hicbir sey yazilmaz): YEARSUM bir onceki vergi
      *yilinin tum tahakkuk kalemlerini, ACCTARCH ise uyku suresi
      *(12 ay) boyunca hesap hareketlerini canli gunlukte arar.
      *
      *Teybe yalnizca hesap gecmisine (ACCTHIST, HISTLOAD) zaten
      *yuklenmis kayit tasinir, ki ACCTINQ tasinan kaydi gormeye
      *devam etsin. Gecmiste bulunmayan eski kayit canli gunlukte
      *birakilir, sayilir ve program RC=4 ile biter. Anahtari
      *gecmiste olup gecmisteki kopyasi gunluk kaydindan farkli olan
      *kayit da (HISTLOAD'in cakisma olarak yuklemedigi kayit)
      *tasinmaz; anahtariyla listelenir, ayrica sayilir ve RC=4
      *verir. Gecmis
      *anahtari HISTLOAD'daki gibi kurulur. HISTLOAD'in reddettigi,
      *sira numarasi bos tahakkuk satiri gecmiste bulunamayacagi
      *icin canli gunlukte kalir; tarihi cozulemeyen kayit da oyle.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JRNL-FILE  ASSIGN TO ACCTJRNL
                             STATUS ST-JRNL-FILE.
           SELECT ACCR-FILE  ASSIGN TO ACCRJRNL
                             STATUS ST-ACCR-FILE.
      *Gecmis dosyasi, tasinacak kaydin yuklenmis oldugunu gormek
      *icin anahtarla okunur.
           SELECT HIST-FILE  ASSIGN TO ACCTHIST
                             ORGANIZATION INDEXED
                             ACCESS RANDOM
                             RECORD KEY IS HIST-KEY
                             STATUS ST-HIST-FILE.
           SELECT JOLD-FILE  ASSIGN TO JRNLOLD
                             STATUS ST-JOLD-FILE.
           SELECT JKEEP-FILE ASSIGN TO JRNLKEEP
                             STATUS ST-JKEEP-FILE.
           SELECT AOLD-FILE  ASSIGN TO ACCROLD
                             STATUS ST-AOLD-FILE.
           SELECT AKEEP-FILE ASSIGN TO ACCRKEEP
                             STATUS ST-AKEEP-FILE.
       DATA DIVISION.
       FILE SECTION.
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
      *Tahakkuk gunlugu satiri, ACCRUE'nun yazdigi duzenle okunur.
       FD  ACCR-FILE RECORDING MODE F.
       01  ACCR-REC.
           05  ACCR-DATE-O        PIC X(8).
           05  FILLER             PIC X(2).
           05  ACCR-ACCT-NO-O     PIC X(8).
           05  FILLER             PIC X(58).
           05  FILLER             PIC X(2).
           05  ACCR-SEQ-O         PIC X(7).
           05  FILLER             PIC X(11).
      *Gecmis kaydinin yapisi, HISTLOAD programindaki HIST-REC ile
      *aynidir.
       FD  HIST-FILE.
       01  HIST-REC.
           05  HIST-KEY.
               10  HIST-ACCT-NO   PIC X(8).
               10  HIST-DATE      PIC 9(8).
               10  HIST-SEQ       PIC 9(7).
               10  HIST-SOURCE    PIC X(1).
                   88  HIST-FROM-MAINT       VALUE 'M'.
                   88  HIST-FROM-ACCRUAL     VALUE 'A'.
           05  HIST-ENTRY         PIC X(364).
       FD  JOLD-FILE RECORDING MODE F.
       01  JOLD-REC               PIC X(364).
       FD  JKEEP-FILE RECORDING MODE F.
       01  JKEEP-REC              PIC X(364).
       FD  AOLD-FILE RECORDING MODE F.
       01  AOLD-REC               PIC X(96).
       FD  AKEEP-FILE RECORDING MODE F.
       01  AKEEP-REC              PIC X(96).
       WORKING-STORAGE SECTION.
       01 WS-WORK-AREA.
         05 ST-JRNL-FILE       PIC 9(2).
            88 JRNL-FILE-EOF                VALUE 10.
            88 JRNL-FILE-SUCCES             VALUE 00 97.
         05 ST-ACCR-FILE       PIC 9(2).
            88 ACCR-FILE-EOF                VALUE 10.
            88 ACCR-FILE-SUCCES             VALUE 00 97.
         05 ST-HIST-FILE       PIC 9(2).
            88 HIST-FILE-SUCCES             VALUE 00 97.
         05 ST-JOLD-FILE       PIC 9(2).
         05 ST-JKEEP-FILE      PIC 9(2).
         05 ST-AOLD-FILE       PIC 9(2).
         05 ST-AKEEP-FILE      PIC 9(2).
      *Saklama suresi (ay) PARM'dan alinir.
       01 WS-PARM-AREA.
         05 WS-PARM-TEXT       PIC X(3) VALUE SPACES.
         05 WS-MONTHS-JUST     PIC X(3) JUSTIFIED RIGHT.
         05 WS-RETAIN-MONTHS   PIC 9(3) VALUE 14.
       01 WS-MIN-MONTHS        PIC 9(3) VALUE 13.
      *Saklama siniri: bu tarihten once tarihli kayitlar tasinir.
       01 WS-CUTOFF-AREA.
         05 WS-MONTH-COUNT     PIC S9(7) VALUE ZERO.
         05 WS-CUT-YYYY        PIC 9(4) VALUE ZERO.
         05 WS-CUT-MM          PIC 9(2) VALUE ZERO.
         05 WS-CUTOFF-DATE8    PIC 9(8) VALUE ZERO.
       01 WS-BD-DATE-X.
         05 WS-BD-YYYY         PIC 9(4).
         05 WS-BD-MM           PIC 9(2).
         05 WS-BD-DD           PIC 9(2).
      *MM/DD/YY tarihini YYYYAAGG'ye cevirme alani (ACCTRCVR'deki
      *gibi).
       01 WS-DATE-PARSE.
         05 WS-PARSE-IN        PIC X(8).
         05 WS-PARSE-MM        PIC 9(2) VALUE ZERO.
         05 WS-PARSE-DD        PIC 9(2) VALUE ZERO.
         05 WS-PARSE-YY        PIC 9(2) VALUE ZERO.
         05 WS-PARSE-YYYY      PIC 9(4) VALUE ZERO.
         05 WS-PARSE-OUT       PIC 9(8) VALUE ZERO.
      *Kaydin teybe tasinip tasinmayacagi.
       01 WS-MOVE-SW           PIC X VALUE 'N'.
         88 MOVE-TO-TAPE               VALUE 'Y'.
      *Gecmisteki kopyayla karsilastirilacak gunluk kaydi (tahakkuk
      *satiri HISTLOAD'daki gibi ilk 96 bayta, kalani bos).
       01 WS-JRNL-ENTRY        PIC X(364) VALUE SPACES.
       01 WS-COUNTERS.
         05 WS-JRNL-READ       PIC 9(7) VALUE ZERO.
         05 WS-JRNL-MOVED      PIC 9(7) VALUE ZERO.
         05 WS-JRNL-KEPT       PIC 9(7) VALUE ZERO.
         05 WS-ACCR-READ       PIC 9(7) VALUE ZERO.
         05 WS-ACCR-MOVED      PIC 9(7) VALUE ZERO.
         05 WS-ACCR-KEPT       PIC 9(7) VALUE ZERO.
         05 WS-NOT-IN-HIST     PIC 9(7) VALUE ZERO.
         05 WS-HIST-DIFFERS    PIC 9(7) VALUE ZERO.
      *Calistirma tarihi, operasyonun her is gunu basinda ilerlettigi
      *ortak is gunu kontrol dosyasindan GETBDATE ile alinir.
       01 BUSDATE-PARM.
         05 BD-DATE-SW         PIC X(1).
            88 BD-DATE-OK                  VALUE 'Y'.
         05 BD-CURR-DATE       PIC 9(8).
         05 BD-PREV-DATE       PIC 9(8).
         05 BD-CLOSE-DATE      PIC 9(8).
      *------------------
       PROCEDURE DIVISION.
      *------------------
       0000-MAIN.
           PERFORM H100-OPEN-FILES
           READ JRNL-FILE
           PERFORM H200-RETAIN-ONE-JRNL UNTIL JRNL-FILE-EOF
           READ ACCR-FILE
           PERFORM H300-RETAIN-ONE-ACCR UNTIL ACCR-FILE-EOF
           IF (WS-NOT-IN-HIST > ZERO) OR (WS-HIST-DIFFERS > ZERO)
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM H999-PROGRAM-EXIT.
       0000-END. EXIT.
      *Saklama suresini PARM'dan alip siniri hesapliyoruz, ardindan
      *dosyalari aciyoruz. Sure cok kisaysa hicbir dosya acilmadan
      *durulur.
       H100-OPEN-FILES.
           ACCEPT WS-PARM-TEXT FROM COMMAND-LINE.
           MOVE WS-PARM-TEXT TO WS-MONTHS-JUST.
           INSPECT WS-MONTHS-JUST REPLACING LEADING SPACE BY ZERO.
           IF (WS-PARM-TEXT NOT = SPACES)
               AND (WS-MONTHS-JUST IS NUMERIC)
               MOVE WS-MONTHS-JUST TO WS-RETAIN-MONTHS
           END-IF.
           IF WS-RETAIN-MONTHS < WS-MIN-MONTHS
               DISPLAY 'RETENTION OF ' WS-RETAIN-MONTHS
                   ' MONTHS IS BELOW THE MINIMUM OF ' WS-MIN-MONTHS
               MOVE 8 TO RETURN-CODE
               PERFORM H999-PROGRAM-EXIT
           END-IF.
           CALL 'GETBDATE' USING BUSDATE-PARM.
           IF NOT BD-DATE-OK
               DISPLAY 'BUSINESS DATE NOT AVAILABLE'
               MOVE 12 TO RETURN-CODE
               PERFORM H999-PROGRAM-EXIT
           END-IF.
           MOVE BD-CURR-DATE TO WS-BD-DATE-X.
           COMPUTE WS-MONTH-COUNT = (WS-BD-YYYY * 12)
               + (WS-BD-MM - 1) - WS-RETAIN-MONTHS.
           DIVIDE WS-MONTH-COUNT BY 12 GIVING WS-CUT-YYYY
               REMAINDER WS-CUT-MM.
           ADD 1 TO WS-CUT-MM.
           COMPUTE WS-CUTOFF-DATE8 = (WS-CUT-YYYY * 10000)
               + (WS-CUT-MM * 100) + 1.
           DISPLAY 'RETENTION MONTHS      : ' WS-RETAIN-MONTHS.
           DISPLAY 'MOVING ENTRIES BEFORE : ' WS-CUTOFF-DATE8.
           OPEN INPUT  JRNL-FILE.
           OPEN INPUT  ACCR-FILE.
           OPEN INPUT  HIST-FILE.
           OPEN OUTPUT JOLD-FILE.
           OPEN OUTPUT JKEEP-FILE.
           OPEN OUTPUT AOLD-FILE.
           OPEN OUTPUT AKEEP-FILE.
           IF NOT JRNL-FILE-SUCCES
               DISPLAY 'UNABLE TO OPEN ACCTJRNL: ' ST-JRNL-FILE
               MOVE ST-JRNL-FILE TO RETURN-CODE
               PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF NOT ACCR-FILE-SUCCES
               DISPLAY 'UNABLE TO OPEN ACCRJRNL: ' ST-ACCR-FILE
               MOVE ST-ACCR-FILE TO RETURN-CODE
               PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF NOT HIST-FILE-SUCCES
               DISPLAY 'UNABLE TO OPEN ACCTHIST: ' ST-HIST-FILE
               MOVE ST-HIST-FILE TO RETURN-CODE
               PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF (ST-JOLD-FILE NOT = 0) AND (ST-JOLD-FILE NOT = 97)
               DISPLAY 'UNABLE TO OPEN JRNLOLD: ' ST-JOLD-FILE
               MOVE ST-JOLD-FILE TO RETURN-CODE
               PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF (ST-JKEEP-FILE NOT = 0) AND (ST-JKEEP-FILE NOT = 97)
               DISPLAY 'UNABLE TO OPEN JRNLKEEP: ' ST-JKEEP-FILE
               MOVE ST-JKEEP-FILE TO RETURN-CODE
               PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF (ST-AOLD-FILE NOT = 0) AND (ST-AOLD-FILE NOT = 97)
               DISPLAY 'UNABLE TO OPEN ACCROLD: ' ST-AOLD-FILE
               MOVE ST-AOLD-FILE TO RETURN-CODE
               PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF (ST-AKEEP-FILE NOT = 0) AND (ST-AKEEP-FILE NOT = 97)
               DISPLAY 'UNABLE TO OPEN ACCRKEEP: ' ST-AKEEP-FILE
               MOVE ST-AKEEP-FILE TO RETURN-CODE
               PERFORM H999-PROGRAM-EXIT
           END-IF.
       H100-END. EXIT.
      *Bir bakim gunlugu kaydini teybe ya da canli gunlukte kalacak
      *gecici dosyaya yaziyoruz.
       H200-RETAIN-ONE-JRNL.
           ADD 1 TO WS-JRNL-READ.
           MOVE JRNL-DATE-O TO WS-PARSE-IN.
           PERFORM H500-CONVERT-DATE.
           MOVE SPACES TO HIST-REC.
           IF JRNL-ACTION-O = 'A'
               MOVE JRNL-AFTER-O(1:8)  TO HIST-ACCT-NO
           ELSE
               MOVE JRNL-BEFORE-O(1:8) TO HIST-ACCT-NO
           END-IF.
           MOVE WS-PARSE-OUT TO HIST-DATE.
           IF JRNL-SEQ-O IS NUMERIC
               MOVE JRNL-SEQ-O TO HIST-SEQ
           ELSE
               MOVE ZERO TO HIST-SEQ
           END-IF.
           SET HIST-FROM-MAINT TO TRUE.
           MOVE JRNL-REC TO WS-JRNL-ENTRY.
           PERFORM H400-DECIDE-MOVE.
           IF MOVE-TO-TAPE
               WRITE JOLD-REC FROM JRNL-REC
               ADD 1 TO WS-JRNL-MOVED
           ELSE
               WRITE JKEEP-REC FROM JRNL-REC
               ADD 1 TO WS-JRNL-KEPT
           END-IF.
           READ JRNL-FILE.
       H200-END. EXIT.
      *Bir tahakkuk gunlugu satirini teybe ya da canli gunlukte
      *kalacak gecici dosyaya yaziyoruz.
       H300-RETAIN-ONE-ACCR.
           ADD 1 TO WS-ACCR-READ.
           MOVE ACCR-DATE-O TO WS-PARSE-IN.
           PERFORM H500-CONVERT-DATE.
           MOVE SPACES TO HIST-REC.
           MOVE ACCR-ACCT-NO-O TO HIST-ACCT-NO.
           MOVE WS-PARSE-OUT   TO HIST-DATE.
           IF ACCR-SEQ-O IS NUMERIC
               MOVE ACCR-SEQ-O TO HIST-SEQ
           ELSE
               MOVE ZERO TO HIST-SEQ
           END-IF.
           SET HIST-FROM-ACCRUAL TO TRUE.
           MOVE ACCR-REC TO WS-JRNL-ENTRY.
           PERFORM H400-DECIDE-MOVE.
           IF MOVE-TO-TAPE
               WRITE AOLD-REC FROM ACCR-REC
               ADD 1 TO WS-ACCR-MOVED
           ELSE
               WRITE AKEEP-REC FROM ACCR-REC
               ADD 1 TO WS-ACCR-KEPT
           END-IF.
           READ ACCR-FILE.
       H300-END. EXIT.
      *Sinirdan eski kayit, gecmisteki kopyasi ayniysa teybe
      *tasinir; bulunamazsa ya da kopya farkliysa canli gunlukte
      *birakilip sayilir.
       H400-DECIDE-MOVE.
           MOVE 'N' TO WS-MOVE-SW.
           IF (HIST-DATE > ZERO) AND (HIST-DATE < WS-CUTOFF-DATE8)
               READ HIST-FILE KEY IS HIST-KEY
                   INVALID KEY CONTINUE
               END-READ
               IF HIST-FILE-SUCCES
                   IF HIST-ENTRY = WS-JRNL-ENTRY
                       SET MOVE-TO-TAPE TO TRUE
                   ELSE
                       ADD 1 TO WS-HIST-DIFFERS
                       DISPLAY 'ACCTHIST ENTRY DIFFERS, KEPT: '
                           HIST-KEY
                   END-IF
               ELSE
                   ADD 1 TO WS-NOT-IN-HIST
                   DISPLAY 'NOT IN ACCTHIST, KEPT: ' HIST-KEY
               END-IF
           END-IF.
       H400-END. EXIT.
      *Gunlukteki MM/DD/YY tarihini YYYYAAGG'ye ceviriyoruz;
      *cozulemeyen tarih sifir kalir.
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
      *Ozet sayilari ekrana basip dosyalari kapatiyoruz.
       H999-PROGRAM-EXIT.
           DISPLAY 'ACCTJRNL READ/MOVED/KEPT: ' WS-JRNL-READ ' '
               WS-JRNL-MOVED ' ' WS-JRNL-KEPT.
           DISPLAY 'ACCRJRNL READ/MOVED/KEPT: ' WS-ACCR-READ ' '
               WS-ACCR-MOVED ' ' WS-ACCR-KEPT.
           DISPLAY 'OLD BUT NOT IN HISTORY  : ' WS-NOT-IN-HIST.
           DISPLAY 'OLD, HISTORY DIFFERS    : ' WS-HIST-DIFFERS.
           CLOSE JRNL-FILE.
           CLOSE ACCR-FILE.
           CLOSE HIST-FILE.
           CLOSE JOLD-FILE.
           CLOSE JKEEP-FILE.
           CLOSE AOLD-FILE.
           CLOSE AKEEP-FILE.
           STOP RUN.
      *

       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    HISTLOAD.
       AUTHOR.        Otto B. Fun.
      *--------------------
       ENVIRONMENT DIVISION.
      *Bu program, bakim gunlugu (ACCTJRNL) ve tahakkuk gunlugu
      *(ACCRJRNL) kayitlarini hesap gecmisi dosyasina (ACCTHIST)
      *yukler. Gecmis dosyasi hesap no + tarih (YYYYAAGG) + sira no
      *+ kaynak anahtarli bir VSAM KSDS'dir; ACCTINQ her sorguda
      *gunlukleri bastan sona taramak yerine bu dosyayi hesap
      *anahtariyla okur. Gunluk kaydi, gunlukteki haliyle (tarih
      *MM/DD/YY) anahtarin arkasina aynen tasinir.
      *
      *Gece zincirinde yalnizca onceki is gunu ve bugunun kayitlari
      *yuklenir; onceki is gunu de alinir ki gece kapanisindan sonra
      *ayni tarihle kosan isler (MONTHLY, MERGE, ARCHIVE, RESTORE)
      *ertesi gece gecmise girsin. PARM='ALL' ile gunluklerin tamami
      *yuklenir (ilk kurulum ya da atlanmis gecelerin telafisi).
      *Anahtari zaten gecmiste olan kayit, gecmisteki kopyasi ayniysa
      *atlanir; boylece yeniden calistirma kayit cogaltmaz. Kopya
      *farkliysa (JRNLSEQ oncesi bakim gunlugunde sira numarasi her
      *calistirmada 1'den baslardi, ayni hesap/tarih/sira ile iki ayri
      *kayit olabilir) kayit yuklenemez; anahtariyla listelenir,
      *cakisma olarak sayilir ve canli gunlukte kalir (JRNLRETN onu
      *teybe tasimaz).
      *
      *Eski 76 baytlik tahakkuk satirlari, gunluk donusturulurken
      *kalici bir sira numarasi alir (Z95626.JCL(BKUPDEF) ve
      *Z95626.JCL(HISTDEF)); sira numarasi hala bos olan satir,
      *tarihi cozulemeyen ya da hesap numarasi bos olan kayit
      *yuklenmez, sayilir ve program RC=4 ile biter; cakisan kayit
      *da RC=4 verir (saklama isi durmaz, kayit gunlukte kalir).
      *Gecmise yazilamayan kayit RC=8 verir.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JRNL-FILE  ASSIGN TO ACCTJRNL
                             STATUS ST-JRNL-FILE.
           SELECT ACCR-FILE  ASSIGN TO ACCRJRNL
                             STATUS ST-ACCR-FILE.
      *Gecmis dosyasina anahtarla yazilir.
           SELECT HIST-FILE  ASSIGN TO ACCTHIST
                             ORGANIZATION INDEXED
                             ACCESS RANDOM
                             RECORD KEY IS HIST-KEY
                             STATUS ST-HIST-FILE.
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
      *Gecmis kaydi: anahtar ve gunluk kaydinin aynen kopyasi. Tahakkuk
      *satiri ilk 96 bayta yazilir, kalani bos kalir.
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
            88 HIST-FILE-DUPLICATE          VALUE 22.
      *PARM='ALL' tum gunlugu, bos PARM yalnizca pencereyi yukler.
       01 WS-PARM-TEXT         PIC X(3) VALUE SPACES.
       01 WS-LOAD-ALL-SW       PIC X VALUE 'N'.
         88 LOAD-ALL                   VALUE 'Y'.
      *Yukleme penceresinin ilk gunu (YYYYAAGG).
       01 WS-FROM-DATE8        PIC 9(8) VALUE ZERO.
      *Anahtari gecmiste bulunan kaydin yuklenmek istenen kopyasi;
      *gecmisteki kopyayla karsilastirilir.
       01 WS-NEW-ENTRY         PIC X(364) VALUE SPACES.
      *MM/DD/YY tarihini YYYYAAGG'ye cevirme alani (ACCTRCVR'deki
      *gibi).
       01 WS-DATE-PARSE.
         05 WS-PARSE-IN        PIC X(8).
         05 WS-PARSE-MM        PIC 9(2) VALUE ZERO.
         05 WS-PARSE-DD        PIC 9(2) VALUE ZERO.
         05 WS-PARSE-YY        PIC 9(2) VALUE ZERO.
         05 WS-PARSE-YYYY      PIC 9(4) VALUE ZERO.
         05 WS-PARSE-OUT       PIC 9(8) VALUE ZERO.
       01 WS-COUNTERS.
         05 WS-JRNL-READ       PIC 9(7) VALUE ZERO.
         05 WS-ACCR-READ       PIC 9(7) VALUE ZERO.
         05 WS-OUT-WINDOW      PIC 9(7) VALUE ZERO.
         05 WS-LOADED          PIC 9(7) VALUE ZERO.
         05 WS-ALREADY         PIC 9(7) VALUE ZERO.
         05 WS-COLLISIONS      PIC 9(7) VALUE ZERO.
         05 WS-REJECTED        PIC 9(7) VALUE ZERO.
         05 WS-WRITE-ERRORS    PIC 9(7) VALUE ZERO.
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
           PERFORM H200-LOAD-ONE-JRNL UNTIL JRNL-FILE-EOF
           READ ACCR-FILE
           PERFORM H300-LOAD-ONE-ACCR UNTIL ACCR-FILE-EOF
           IF WS-WRITE-ERRORS > ZERO
               MOVE 8 TO RETURN-CODE
           ELSE
               IF (WS-REJECTED > ZERO) OR (WS-COLLISIONS > ZERO)
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           PERFORM H999-PROGRAM-EXIT.
       0000-END. EXIT.
      *Dosyalari aciyoruz ve yukleme penceresini kuruyoruz.
       H100-OPEN-FILES.
           ACCEPT WS-PARM-TEXT FROM COMMAND-LINE.
           IF WS-PARM-TEXT = 'ALL'
               SET LOAD-ALL TO TRUE
           END-IF.
           OPEN INPUT  JRNL-FILE.
           OPEN INPUT  ACCR-FILE.
           OPEN I-O    HIST-FILE.
      *Yeni tanimlanmis bos gecmis kumesi I-O ile acilamaz (durum
      *35); ilk calistirma kumeyi bir tohum kayitla kendisi hazirlar
      *(ACCTSTMT'deki ekstre arsivi gibi).
           IF ST-HIST-FILE = 35
               PERFORM H110-PRIME-HISTORY
           END-IF.
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
           CALL 'GETBDATE' USING BUSDATE-PARM.
           IF NOT BD-DATE-OK
               DISPLAY 'BUSINESS DATE NOT AVAILABLE'
               MOVE 12 TO RETURN-CODE
               PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF LOAD-ALL
               MOVE ZERO TO WS-FROM-DATE8
               DISPLAY 'LOADING ALL JOURNAL ENTRIES'
           ELSE
               MOVE BD-PREV-DATE TO WS-FROM-DATE8
               DISPLAY 'LOADING JOURNAL ENTRIES FROM ' WS-FROM-DATE8
           END-IF.
       H100-END. EXIT.
      *Bos gecmis kumesini OUTPUT acip en dusuk anahtarli bir tohum
      *kayit yaziyoruz; tohum kayit hicbir hesap sorgusuna uymaz.
       H110-PRIME-HISTORY.
           OPEN OUTPUT HIST-FILE.
           IF HIST-FILE-SUCCES
               MOVE SPACES     TO HIST-REC
               MOVE '00000000' TO HIST-ACCT-NO
               MOVE ZERO       TO HIST-DATE
               MOVE ZERO       TO HIST-SEQ
               MOVE '*HISTORY PRIMED*' TO HIST-ENTRY
               WRITE HIST-REC
                   INVALID KEY CONTINUE
               END-WRITE
               CLOSE HIST-FILE
               OPEN I-O HIST-FILE
           END-IF.
       H110-END. EXIT.
      *Bir bakim gunlugu kaydini gecmise yaziyoruz; eklemelerde
      *hesap numarasi sonraki goruntuden, digerlerinde onceki
      *goruntuden alinir (ACCTINQ ve ACCTBKO ile ayni).
       H200-LOAD-ONE-JRNL.
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
           MOVE JRNL-REC TO HIST-ENTRY.
           PERFORM H400-WRITE-HISTORY.
           READ JRNL-FILE.
       H200-END. EXIT.
      *Bir tahakkuk gunlugu satirini gecmise yaziyoruz. Sira
      *numarasi bos satir anahtarlanamaz; reddedilir ve sayilir.
       H300-LOAD-ONE-ACCR.
           ADD 1 TO WS-ACCR-READ.
           MOVE ACCR-DATE-O TO WS-PARSE-IN.
           PERFORM H500-CONVERT-DATE.
           MOVE SPACES TO HIST-REC.
           MOVE ACCR-ACCT-NO-O TO HIST-ACCT-NO.
           MOVE WS-PARSE-OUT   TO HIST-DATE.
           SET HIST-FROM-ACCRUAL TO TRUE.
           MOVE ACCR-REC TO HIST-ENTRY.
           IF ACCR-SEQ-O IS NUMERIC
               MOVE ACCR-SEQ-O TO HIST-SEQ
               PERFORM H400-WRITE-HISTORY
           ELSE
               ADD 1 TO WS-REJECTED
               DISPLAY 'ENTRY REJECTED - NO SEQUENCE: '
                   HIST-ENTRY(1:30)
           END-IF.
           READ ACCR-FILE.
       H300-END. EXIT.
      *Hazirlanan gecmis kaydini denetleyip yaziyoruz: bozuk kayit
      *reddedilir, pencere disindaki kayit atlanir, anahtari zaten
      *gecmiste olan kayit H410'da gecmisteki kopyayla karsilastirilir.
       H400-WRITE-HISTORY.
           IF (HIST-DATE = ZERO) OR (HIST-ACCT-NO = SPACES)
               ADD 1 TO WS-REJECTED
               DISPLAY 'ENTRY REJECTED: ' HIST-SOURCE ' '
                   HIST-ENTRY(1:30)
           ELSE
               IF HIST-DATE < WS-FROM-DATE8
                   ADD 1 TO WS-OUT-WINDOW
               ELSE
                   WRITE HIST-REC
                       INVALID KEY CONTINUE
                   END-WRITE
                   IF HIST-FILE-SUCCES
                       ADD 1 TO WS-LOADED
                   ELSE
                       IF HIST-FILE-DUPLICATE
                           PERFORM H410-CHECK-EXISTING
                       ELSE
                           ADD 1 TO WS-WRITE-ERRORS
                           DISPLAY 'ACCTHIST WRITE ERROR: '
                               ST-HIST-FILE ' KEY ' HIST-KEY
                       END-IF
                   END-IF
               END-IF
           END-IF.
       H400-END. EXIT.
      *Anahtari gecmiste olan kaydi okuyup karsilastiriyoruz: kopya
      *ayniysa kayit onceki yuklemeden kalmistir; farkliysa ayni
      *anahtarli baska bir gunluk kaydi once yuklenmistir ve bu kayit
      *gecmise giremez.
       H410-CHECK-EXISTING.
           MOVE HIST-ENTRY TO WS-NEW-ENTRY.
           READ HIST-FILE
               INVALID KEY CONTINUE
           END-READ.
           IF HIST-FILE-SUCCES AND (HIST-ENTRY = WS-NEW-ENTRY)
               ADD 1 TO WS-ALREADY
           ELSE
               ADD 1 TO WS-COLLISIONS
               DISPLAY 'KEY COLLISION - NOT LOADED: ' HIST-KEY
               DISPLAY '    ' WS-NEW-ENTRY(1:60)
           END-IF.
       H410-END. EXIT.
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
           DISPLAY 'ACCTJRNL ENTRIES READ : ' WS-JRNL-READ.
           DISPLAY 'ACCRJRNL ENTRIES READ : ' WS-ACCR-READ.
           DISPLAY 'BEFORE LOAD WINDOW    : ' WS-OUT-WINDOW.
           DISPLAY 'LOADED TO HISTORY     : ' WS-LOADED.
           DISPLAY 'ALREADY IN HISTORY    : ' WS-ALREADY.
           DISPLAY 'KEY COLLISIONS        : ' WS-COLLISIONS.
           DISPLAY 'REJECTED              : ' WS-REJECTED.
           DISPLAY 'WRITE ERRORS          : ' WS-WRITE-ERRORS.
           CLOSE JRNL-FILE.
           CLOSE ACCR-FILE.
           CLOSE HIST-FILE.
           STOP RUN.
      *

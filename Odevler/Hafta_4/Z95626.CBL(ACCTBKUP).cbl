       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    ACCTBKUP.
       AUTHOR.        Otto B. Fun.
      *--------------------
       ENVIRONMENT DIVISION.
      *Bu program, gece zincirinde ana dosyayi guncelleyen ilk
      *adimdan (ACCTMNT) once ACCT.MASTER'in tarihli bir yedegini
      *alir. Yedek, bir GDG kusagina ardisil olarak yazilir:
      *  'H' baslik  : yedegin is gunu ve o anda iki gunlukte
      *                (ACCTJRNL, ACCRJRNL) kullanilmis en buyuk
      *                sira numarasi -- yani yedegin kapsadigi son
      *                gunluk kaydi
      *  'D' detay   : her hesap icin 170 baytlik ACCT-FIELDS
      *  'T' kapanis : kayit sayisi ve toplam bakiye
      *Ileri kurtarma (ACCTRCVR), secilen yedegi yukleyip gunluklerde
      *basliktaki tarih + sira numarasindan sonra gelen kayitlari
      *sirayla yeniden uygular.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCT-MSTR  ASSIGN TO ACCTREC
                             ORGANIZATION INDEXED
                             ACCESS SEQUENTIAL
                             RECORD KEY IS ACCT-NO
                             STATUS ST-ACCT-MSTR.
           SELECT BKUP-FILE  ASSIGN TO BKUPFILE
                             STATUS ST-BKUP-FILE.
       DATA DIVISION.
       FILE SECTION.
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
      *Yedek kaydi: bir bayt kayit tipi ve 170 baytlik veri alani.
      *Baslik ve kapanis kayitlari veri alanini yeniden tanimlar.
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
       WORKING-STORAGE SECTION.
       01 WS-WORK-AREA.
         05 ST-ACCT-MSTR       PIC 9(2).
            88 ACCT-MSTR-SUCCES             VALUE 00 97.
            88 ACCT-MSTR-EOF                VALUE 10.
         05 ST-BKUP-FILE       PIC 9(2).
       01 WS-COUNTERS.
         05 WS-ACCT-READ       PIC 9(7) VALUE ZERO.
         05 WS-BAL-TOTAL       PIC S9(11)V99 VALUE ZERO.
       01 WS-BAL-TOTAL-O       PIC -$$$,$$$,$$$,$$9.99.
      *Yedegin kapsadigi son gunluk sira numarasi JRNLSEQ'ten alinir.
       01 JRNLSEQ-PARM.
         05 JS-DATE            PIC X(8).
         05 JS-LAST-SEQ        PIC 9(7).
         05 JS-SEQ-SW          PIC X(1).
            88 JS-SEQ-OK                   VALUE 'Y'.
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
      *------------------
       PROCEDURE DIVISION.
      *------------------
       0000-MAIN.
           PERFORM H100-OPEN-FILES
           PERFORM H150-WRITE-HEADER
           READ ACCT-MSTR
           PERFORM H200-COPY-ONE-ACCOUNT UNTIL ACCT-MSTR-EOF
           PERFORM H300-WRITE-TRAILER
           PERFORM H999-PROGRAM-EXIT.
       0000-END. EXIT.
      *Is gununu ve gunluklerin o anki en buyuk sira numarasini
      *aliyoruz; ikisi de bilinmeden alinan yedek ileri kurtarmada
      *kullanilamayacagi icin program RC=12 ile durur. Yedek dosyasi
      *ancak bu denetimlerden sonra acilir.
       H100-OPEN-FILES.
           OPEN INPUT  ACCT-MSTR.
           IF NOT ACCT-MSTR-SUCCES
               DISPLAY 'UNABLE TO OPEN ACCTREC: ' ST-ACCT-MSTR
               MOVE ST-ACCT-MSTR TO RETURN-CODE
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
           MOVE WS-RUN-DATE-O TO JS-DATE.
           CALL 'JRNLSEQ' USING JRNLSEQ-PARM.
           IF NOT JS-SEQ-OK
               DISPLAY 'JOURNAL SEQUENCE NOT AVAILABLE'
               MOVE 12 TO RETURN-CODE
               PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN OUTPUT BKUP-FILE.
           IF (ST-BKUP-FILE NOT = 0) AND (ST-BKUP-FILE NOT = 97)
               DISPLAY 'UNABLE TO OPEN BKUPFILE: ' ST-BKUP-FILE
               MOVE ST-BKUP-FILE TO RETURN-CODE
               PERFORM H999-PROGRAM-EXIT
           END-IF.
       H100-END. EXIT.
      *Baslik kaydi yedegin hangi noktayi temsil ettigini tasir.
       H150-WRITE-HEADER.
           MOVE SPACES        TO BKUP-REC.
           MOVE 'H'           TO BKUP-TYPE.
           MOVE BD-CURR-DATE  TO BKH-DATE.
           MOVE WS-RUN-DATE-O TO BKH-DATE-O.
           MOVE JS-LAST-SEQ   TO BKH-LAST-SEQ.
           WRITE BKUP-REC.
       H150-END. EXIT.
      *Her hesap kaydini anahtar sirasiyla yedege kopyaliyoruz.
       H200-COPY-ONE-ACCOUNT.
           ADD 1 TO WS-ACCT-READ.
           ADD ACCT-BALANCE TO WS-BAL-TOTAL.
           MOVE 'D'         TO BKUP-TYPE.
           MOVE ACCT-FIELDS TO BKUP-DATA.
           WRITE BKUP-REC.
           READ ACCT-MSTR.
       H200-END. EXIT.
      *Kapanis kaydi, kurtarmada yedegin eksiksiz okundugunu
      *denetlemek icin sayi ve toplam bakiyeyi tasir.
       H300-WRITE-TRAILER.
           MOVE SPACES       TO BKUP-REC.
           MOVE 'T'          TO BKUP-TYPE.
           MOVE WS-ACCT-READ TO BKT-COUNT.
           MOVE WS-BAL-TOTAL TO BKT-BALANCE.
           WRITE BKUP-REC.
       H300-END. EXIT.
      *Ozet bilgileri ekrana basip dosyalari kapatiyoruz.
       H999-PROGRAM-EXIT.
           MOVE WS-BAL-TOTAL TO WS-BAL-TOTAL-O.
           DISPLAY 'BACKUP DATE        : ' WS-RUN-DATE-O.
           DISPLAY 'LAST JOURNAL SEQ   : ' JS-LAST-SEQ.
           DISPLAY 'ACCOUNTS COPIED    : ' WS-ACCT-READ.
           DISPLAY 'TOTAL BALANCE      : ' WS-BAL-TOTAL-O.
           CLOSE ACCT-MSTR.
           CLOSE BKUP-FILE.
           STOP RUN.
      *

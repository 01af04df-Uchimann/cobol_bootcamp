       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    DORMNTC.
       AUTHOR.        Otto B. Fun.
      *--------------------
       ENVIRONMENT DIVISION.
      *Bu program, ACCTARCH'tan once kosulan uyku bildirimi
      *gecisidir. Kapatilmis (durum 'C'), bakiyesi sifir olan ve
      *bildirim bekleme suresi icinde ACCTARCH'in uyku sinirini
      *asacak hesaplar icin CLIENT-ADDR adresine bir uyku bildirim
      *mektubu basilir ve bildirimin is gunu hesaba yazilir.
      *ACCTARCH, yalnizca bildirimi bekleme suresinden eski olan ve
      *bildirimden bu yana bakim gunlugunde (ACCTJRNL) hareketi
      *olmayan hesaplari arsivler.
      *
      *Bildirim gunu ya da sonrasinda gunlukte hareketi olan hesabin
      *bildirimi iptal edilir (tarih sifirlanir); hesap yeniden
      *acilmis ya da bakiyesi sifirdan cikmis ise bildirim yine iptal
      *edilir. Gonderilen ve iptal edilen her bildirim, bildirim
      *siciline (DORMRPT) bir satir olarak dokulur. Bildirim tarihinin
      *yazilmasi bakim hareketi degildir, gunluge yazilmaz; yazilsaydi
      *bildirim kendi kendini iptal ederdi.
      *
      *PARM ilk uc hanesi uyku siniri (ay), sonraki uc hanesi
      *bekleme suresi (gun); ACCTARCH ile ayni PARM verilmelidir.
      *Bos ya da sayisal olmayan kisim icin 12 ay ve 30 gun kullanilir.
      *Gunluk, ACCTARCH'taki gibi SORT ile hesap anahtarina gore
      *siralanip ana dosya gecisiyle yan yana eslestirilir.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Hesap ana dosyasi, bildirim tarihi yerinde guncellenecegi
      *icin I-O olarak acilir; kayitlar anahtar sirasiyla okunur.
           SELECT ACCT-MSTR  ASSIGN TO ACCTREC
                             ORGANIZATION INDEXED
                             ACCESS SEQUENTIAL
                             RECORD KEY IS ACCT-NO
                             STATUS ST-ACCT-MSTR.
      *Bakim gunlugu, hesap basina son hareket tarihini cikarmak
      *icin bastan sona okunur.
           SELECT JRNL-FILE  ASSIGN TO ACCTJRNL
                             STATUS ST-JRNL-FILE.
      *Musteriye postalanacak uyku bildirim mektuplari.
           SELECT LTR-PRINT  ASSIGN TO DORMLTR
                             STATUS ST-LTR-PRINT.
      *Gonderilen ve iptal edilen bildirimlerin sicili.
           SELECT REG-PRINT  ASSIGN TO DORMRPT
                             STATUS ST-REG-PRINT.
           SELECT SORT-FILE  ASSIGN TO SORTWK.
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
           05  COMMENTS           PIC X(8).
           05  ACCT-DORM-NTC-DATE PIC 9(8) COMP-3.
           05  ACCT-BAD-ADDR-SW   PIC X(1).
               88  ACCT-BAD-ADDRESS      VALUE 'Y'.
           05  ACCT-RTN-FIRST-DATE PIC 9(8) COMP-3.
           05  ACCT-RTN-LAST-DATE PIC 9(8) COMP-3.
           05  ACCT-RTN-COUNT     PIC 9(3) COMP-3.
           05  ACCT-STATUS        PIC X(1).
               88  ACCT-STATUS-CLOSED    VALUE 'C'.
           05  ACCT-STATUS-DATE   PIC 9(8) COMP-3.
           05  ACCT-STATUS-RSN    PIC X(2).
           05  FILLER             PIC X(16).
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
       FD  LTR-PRINT RECORDING MODE F.
       01  LTR-REC                PIC X(80).
       FD  REG-PRINT RECORDING MODE F.
       01  REG-REC                PIC X(80).
      *Siralama kaydi: hesap anahtari ve hareket tarihi (YYYYAAGG).
      *Tarih de anahtara katildigi icin bir hesabin son hareketi,
      *esit anahtarli kayitlarin sonuncusudur.
       SD  SORT-FILE.
       01  SORT-REC.
           05  SRT-ACCT-NO        PIC X(8).
           05  SRT-DATE           PIC 9(8).
       WORKING-STORAGE SECTION.
       01 WS-WORK-AREA.
         05 ST-ACCT-MSTR       PIC 9(2).
            88 ACCT-MSTR-SUCCES             VALUE 00 97.
            88 ACCT-MSTR-EOF                VALUE 10.
         05 ST-JRNL-FILE       PIC 9(2).
            88 JRNL-FILE-EOF                VALUE 10.
            88 JRNL-FILE-SUCCES             VALUE 00 97.
         05 ST-LTR-PRINT       PIC 9(2).
         05 ST-REG-PRINT       PIC 9(2).
      *Uyku siniri (ay) ve bekleme suresi (gun) PARM'dan alinir.
       01 WS-AGE-AREA.
         05 WS-PARM-TEXT       PIC X(6) VALUE SPACES.
         05 WS-AGE-PARM        PIC X(3) VALUE SPACES.
         05 WS-AGE-JUST        PIC X(3) JUSTIFIED RIGHT.
         05 WS-AGE-MONTHS      PIC 9(3) VALUE 12.
         05 WS-WAIT-PARM       PIC X(3) VALUE SPACES.
         05 WS-WAIT-JUST       PIC X(3) JUSTIFIED RIGHT.
         05 WS-WAIT-DAYS       PIC 9(3) VALUE 30.
      *Bekleme suresinin bittigi gun (is gunu + bekleme suresi);
      *hesap o gune kadar uyku sinirini asacaksa bildirim gider.
      *Ay karsilastirmasi icin tarihler YYYY*12+AA sayisina cevrilir.
       01 WS-MONTH-AREA.
         05 WS-TODAY-INT       PIC 9(7) VALUE ZERO.
         05 WS-PROJ-INT        PIC 9(7) VALUE ZERO.
         05 WS-PROJ-DATE8      PIC 9(8) VALUE ZERO.
         05 WS-PROJ-DATE-X REDEFINES WS-PROJ-DATE8.
            10 WS-PROJ-YYYY    PIC 9(4).
            10 WS-PROJ-MM      PIC 9(2).
            10 WS-PROJ-DD      PIC 9(2).
         05 WS-PROJ-MONTHS     PIC 9(6) VALUE ZERO.
         05 WS-CUTOFF-MONTHS   PIC 9(6) VALUE ZERO.
      *Gunlukteki MM/DD/YY tarihini YYYYAAGG'ye cevirmek icin; yuzyil
      *icin 50 altindaki yillar 20xx sayilir (AUDRPT ile ayni kural).
       01 WS-DATE-PARSE.
         05 WS-PARSE-MM        PIC 9(2) VALUE ZERO.
         05 WS-PARSE-DD        PIC 9(2) VALUE ZERO.
         05 WS-PARSE-YY        PIC 9(2) VALUE ZERO.
         05 WS-PARSE-YYYY      PIC 9(4) VALUE ZERO.
         05 WS-ENTRY-DATE      PIC 9(8) VALUE ZERO.
      *Sirali eslestirme icin kullanilan alanlar: hareket akisinin
      *sonu, eldeki hesabin gunlukte gorulup gorulmedigi, son
      *hareket tarihi ve ayi.
       01 WS-MATCH-AREA.
         05 WS-ACT-EOF-SW      PIC X VALUE 'N'.
            88 ACTIVITY-EOF            VALUE 'Y'.
         05 WS-FOUND-SW        PIC X VALUE 'N'.
            88 ROW-FOUND               VALUE 'Y'.
         05 WS-LAST-DATE       PIC 9(8) VALUE ZERO.
         05 WS-LAST-DATE-X REDEFINES WS-LAST-DATE.
            10 WS-LAST-YYYY    PIC 9(4).
            10 WS-LAST-MM      PIC 9(2).
            10 WS-LAST-DD      PIC 9(2).
         05 WS-LAST-MONTHS     PIC 9(6) VALUE ZERO.
       01 WS-ACT-KEY           PIC X(8) VALUE SPACES.
      *Hesapta kayitli bildirim tarihi; eski kayitlarda alan
      *sayisal degilse bildirim yok sayilir.
       01 WS-NOTICE-DATE       PIC 9(8) VALUE ZERO.
       01 WS-ACTION            PIC X(24) VALUE SPACES.
       01 WS-COUNTERS.
         05 WS-JRNL-READ       PIC 9(7) VALUE ZERO.
         05 WS-READ-COUNT      PIC 9(7) VALUE ZERO.
         05 WS-SENT-COUNT      PIC 9(7) VALUE ZERO.
         05 WS-CNCL-COUNT      PIC 9(7) VALUE ZERO.
         05 WS-PEND-COUNT      PIC 9(7) VALUE ZERO.
         05 WS-SKIP-COUNT      PIC 9(7) VALUE ZERO.
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
      *Basilacak tarihler MM/DD/YYYY'ye cevrilir.
       01 WS-FMT-DATE8         PIC 9(8) VALUE ZERO.
       01 WS-FMT-DATE-X REDEFINES WS-FMT-DATE8.
         05 WS-FMT-YYYY        PIC 9(4).
         05 WS-FMT-MM          PIC 9(2).
         05 WS-FMT-DD          PIC 9(2).
       01 WS-FMT-DATE-O        PIC X(10) VALUE SPACES.
       01 WS-LAST-DATE-O       PIC X(10) VALUE SPACES.
       01 WS-PROJ-DATE-O       PIC X(10) VALUE SPACES.
      *Mektup satir yapilari; LTR-REC'e FROM ile tasinir.
       01 LTR-DATE-LINE.
         05  FILLER           PIC X(50) VALUE SPACES.
         05  FILLER           PIC X(6)  VALUE 'DATE: '.
         05  LTR-DATE-O       PIC X(10).
       01 LTR-NAME-LINE.
         05  LTR-FIRST-NAME-O PIC X(15).
         05  FILLER           PIC X(1)  VALUE SPACE.
         05  LTR-LAST-NAME-O  PIC X(20).
       01 LTR-STREET-LINE.
         05  LTR-STREET-O     PIC X(25).
       01 LTR-CITY-LINE.
         05  LTR-CITY-O       PIC X(20).
         05  FILLER           PIC X(1)  VALUE SPACE.
         05  LTR-STATE-O      PIC X(15).
       01 LTR-ACCT-LINE.
         05  FILLER           PIC X(16) VALUE 'ACCOUNT NUMBER: '.
         05  LTR-ACCT-NO-O    PIC X(8).
         05  FILLER           PIC X(11) VALUE '   BRANCH: '.
         05  LTR-BRANCH-O     PIC X(4).
       01 LTR-TITLE-LINE.
         05  FILLER           PIC X(30)
             VALUE 'NOTICE OF DORMANT ACCOUNT'.
       01 LTR-TEXT-LINE.
         05  LTR-TEXT         PIC X(72).
      *Sicil satir yapilari; REG-REC'e FROM ile tasinir.
       01 REG-HDR-LINE.
         05  FILLER           PIC X(26)
             VALUE 'DORMANCY NOTICE REGISTER'.
         05  FILLER           PIC X(10) VALUE 'RUN DATE:'.
         05  REG-HDR-DATE     PIC X(8).
       01 REG-COL-LINE.
         05  FILLER           PIC X(10) VALUE 'ACCT NO'.
         05  FILLER           PIC X(20) VALUE 'LAST NAME'.
         05  FILLER           PIC X(12) VALUE 'LAST ACTVTY'.
         05  FILLER           PIC X(12) VALUE 'NOTICE DATE'.
         05  FILLER           PIC X(24) VALUE 'ACTION'.
       01 REG-DETAIL-LINE.
         05  REG-ACCT-NO-O    PIC X(8).
         05  FILLER           PIC X(2)  VALUE SPACES.
         05  REG-LAST-NAME-O  PIC X(18).
         05  FILLER           PIC X(2)  VALUE SPACES.
         05  REG-ACTIVITY-O   PIC X(10).
         05  FILLER           PIC X(2)  VALUE SPACES.
         05  REG-NOTICE-O     PIC X(10).
         05  FILLER           PIC X(2)  VALUE SPACES.
         05  REG-ACTION-O     PIC X(24).
       01 REG-TRL-LINE.
         05  REG-TRL-LABEL    PIC X(24).
         05  REG-TRL-COUNT    PIC ZZZ,ZZ9.
      *------------------
       PROCEDURE DIVISION.
      *------------------
       0000-MAIN.
           PERFORM H100-OPEN-FILES
           SORT SORT-FILE
               ON ASCENDING KEY SRT-ACCT-NO
               ON ASCENDING KEY SRT-DATE
               INPUT PROCEDURE IS H200-FEED-JOURNAL
                   THRU H200-FEED-JOURNAL-END
               OUTPUT PROCEDURE IS H300-PASS-MASTER
                   THRU H300-PASS-MASTER-END
           PERFORM H999-PROGRAM-EXIT.
       0000-END. EXIT.
      *Dosyalari aciyoruz, uyku siniri ve bekleme suresini PARM'dan
      *alip bekleme suresi sonundaki ay kesim noktasini hesapliyoruz
      *ve sicil basligini yaziyoruz.
       H100-OPEN-FILES.
           ACCEPT WS-PARM-TEXT FROM COMMAND-LINE.
           MOVE WS-PARM-TEXT(1:3) TO WS-AGE-PARM.
           MOVE WS-PARM-TEXT(4:3) TO WS-WAIT-PARM.
           MOVE WS-AGE-PARM TO WS-AGE-JUST.
           INSPECT WS-AGE-JUST REPLACING LEADING SPACE BY ZERO.
           IF WS-AGE-JUST IS NUMERIC
               MOVE WS-AGE-JUST TO WS-AGE-MONTHS
           ELSE
               IF WS-AGE-PARM NOT = SPACES
                   DISPLAY 'WARNING: NON-NUMERIC MONTHS PARM'
                       ' IGNORED: ' WS-AGE-PARM
               END-IF
           END-IF.
           MOVE WS-WAIT-PARM TO WS-WAIT-JUST.
           INSPECT WS-WAIT-JUST REPLACING LEADING SPACE BY ZERO.
           IF WS-WAIT-JUST IS NUMERIC
               MOVE WS-WAIT-JUST TO WS-WAIT-DAYS
           ELSE
               IF WS-WAIT-PARM NOT = SPACES
                   DISPLAY 'WARNING: NON-NUMERIC WAIT DAYS PARM'
                       ' IGNORED: ' WS-WAIT-PARM
               END-IF
           END-IF.
           OPEN I-O    ACCT-MSTR.
           OPEN INPUT  JRNL-FILE.
           OPEN OUTPUT LTR-PRINT.
           OPEN OUTPUT REG-PRINT.
           IF NOT ACCT-MSTR-SUCCES
               DISPLAY 'UNABLE TO OPEN ACCTREC: ' ST-ACCT-MSTR
               MOVE ST-ACCT-MSTR TO RETURN-CODE
               PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF NOT JRNL-FILE-SUCCES
               DISPLAY 'UNABLE TO OPEN ACCTJRNL: ' ST-JRNL-FILE
               MOVE ST-JRNL-FILE TO RETURN-CODE
               PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF (ST-LTR-PRINT NOT = 0) AND (ST-LTR-PRINT NOT = 97)
               DISPLAY 'UNABLE TO OPEN DORMLTR: ' ST-LTR-PRINT
               MOVE ST-LTR-PRINT TO RETURN-CODE
               PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF (ST-REG-PRINT NOT = 0) AND (ST-REG-PRINT NOT = 97)
               DISPLAY 'UNABLE TO OPEN DORMRPT: ' ST-REG-PRINT
               MOVE ST-REG-PRINT TO RETURN-CODE
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
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(BD-CURR-DATE).
           COMPUTE WS-PROJ-INT = WS-TODAY-INT + WS-WAIT-DAYS.
           COMPUTE WS-PROJ-DATE8 =
               FUNCTION DATE-OF-INTEGER(WS-PROJ-INT).
           COMPUTE WS-PROJ-MONTHS =
               (WS-PROJ-YYYY * 12) + WS-PROJ-MM.
           COMPUTE WS-CUTOFF-MONTHS =
               WS-PROJ-MONTHS - WS-AGE-MONTHS.
           MOVE WS-PROJ-DATE8 TO WS-FMT-DATE8.
           PERFORM H700-FORMAT-DATE.
           MOVE WS-FMT-DATE-O TO WS-PROJ-DATE-O.
           MOVE WS-RUN-DATE-O TO REG-HDR-DATE.
           WRITE REG-REC FROM REG-HDR-LINE.
           WRITE REG-REC FROM REG-COL-LINE.
       H100-END. EXIT.
      *Giris yordami: gunlugu okuyup her satirdan hesap anahtari ve
      *hareket tarihi cikarip SORT'a veriyoruz; eklemelerde anahtar
      *sonraki goruntuden, digerlerinde onceki goruntuden alinir
      *(ACCTARCH ile ayni). Tarihi cozulmeyen satir hareket sayilmaz.
       H200-FEED-JOURNAL.
           READ JRNL-FILE.
           PERFORM H210-RELEASE-ACTIVITY UNTIL JRNL-FILE-EOF.
       H200-FEED-JOURNAL-END. EXIT.
       H210-RELEASE-ACTIVITY.
           ADD 1 TO WS-JRNL-READ.
           IF JRNL-ACTION-O = 'A'
               MOVE JRNL-AFTER-O(1:8) TO WS-ACT-KEY
           ELSE
               MOVE JRNL-BEFORE-O(1:8) TO WS-ACT-KEY
           END-IF.
           PERFORM H220-CONVERT-JRNL-DATE.
           IF (WS-ACT-KEY NOT = SPACES)
               AND (WS-ENTRY-DATE > ZERO)
               MOVE WS-ACT-KEY       TO SRT-ACCT-NO
               MOVE WS-ENTRY-DATE    TO SRT-DATE
               RELEASE SORT-REC
           END-IF.
           READ JRNL-FILE.
       H210-END. EXIT.
      *Gunlukteki MM/DD/YY tarihini YYYYAAGG'ye ceviriyoruz;
      *cozulemeyen tarih sifir kalir ve hareket sayilmaz. Gunu
      *cozulemeyen satirda ayin ilk gunu alinir.
       H220-CONVERT-JRNL-DATE.
           MOVE ZERO TO WS-ENTRY-DATE.
           IF (JRNL-DATE-O(1:2) IS NUMERIC) AND
               (JRNL-DATE-O(7:2) IS NUMERIC)
               MOVE JRNL-DATE-O(1:2) TO WS-PARSE-MM
               MOVE JRNL-DATE-O(7:2) TO WS-PARSE-YY
               MOVE 1 TO WS-PARSE-DD
               IF JRNL-DATE-O(4:2) IS NUMERIC
                   MOVE JRNL-DATE-O(4:2) TO WS-PARSE-DD
                   IF (WS-PARSE-DD < 1) OR (WS-PARSE-DD > 31)
                       MOVE 1 TO WS-PARSE-DD
                   END-IF
               END-IF
               IF (WS-PARSE-MM >= 1) AND (WS-PARSE-MM <= 12)
                   IF WS-PARSE-YY < 50
                       COMPUTE WS-PARSE-YYYY = 2000 + WS-PARSE-YY
                   ELSE
                       COMPUTE WS-PARSE-YYYY = 1900 + WS-PARSE-YY
                   END-IF
                   COMPUTE WS-ENTRY-DATE =
                       (WS-PARSE-YYYY * 10000) + (WS-PARSE-MM * 100)
                       + WS-PARSE-DD
               END-IF
           END-IF.
       H220-END. EXIT.
      *Cikis yordami: ana dosya anahtar sirasiyla okunurken
      *siralanmis hareket akisi yan yana ilerletilir.
       H300-PASS-MASTER.
           RETURN SORT-FILE
               AT END SET ACTIVITY-EOF TO TRUE
           END-RETURN.
           READ ACCT-MSTR.
           PERFORM H310-CHECK-ONE-ACCOUNT UNTIL ACCT-MSTR-EOF.
       H300-PASS-MASTER-END. EXIT.
      *Tek bir hesaba bakiyoruz: bildirimi olan hesapta bildirimin
      *hala gecerli olup olmadigi, bildirimi olmayan kapatilmis ve
      *bakiyesi sifir hesapta bekleme suresi icinde uykuya dusup
      *dusmeyecegi denetlenir. Paketli alani gecersiz kayitlar
      *atlanir ve sayilir; hareket akisi yine de hesabin anahtarina
      *kadar ilerletilir ki sonraki hesaplarin eslesmesi kaymasin.
       H310-CHECK-ONE-ACCOUNT.
           ADD 1 TO WS-READ-COUNT.
           PERFORM H315-FIND-ACTIVITY.
           MOVE ZERO TO WS-NOTICE-DATE.
           IF ACCT-DORM-NTC-DATE IS NUMERIC
               MOVE ACCT-DORM-NTC-DATE TO WS-NOTICE-DATE
           END-IF.
           IF ACCT-BALANCE NOT NUMERIC
               ADD 1 TO WS-SKIP-COUNT
           ELSE
               IF WS-NOTICE-DATE > ZERO
                   PERFORM H320-CHECK-NOTICE
               ELSE
                   IF ACCT-STATUS-CLOSED AND (ACCT-BALANCE = ZERO)
                       PERFORM H330-TEST-APPROACHING
                   END-IF
               END-IF
           END-IF.
           READ ACCT-MSTR.
       H310-END. EXIT.
      *Hareket akisini bu hesabin anahtarina getiriyoruz: kucuk
      *anahtarlar atlanir, esit anahtarlarin sonuncusu (tarih de
      *anahtarda artan oldugu icin en yeni hareket) elde kalir.
       H315-FIND-ACTIVITY.
           MOVE 'N' TO WS-FOUND-SW.
           MOVE ZERO TO WS-LAST-DATE.
           MOVE ZERO TO WS-LAST-MONTHS.
           PERFORM H316-SKIP-LOW-ACTIVITY
               UNTIL ACTIVITY-EOF OR (SRT-ACCT-NO NOT < ACCT-NO).
           PERFORM H317-CONSUME-EQUAL-ACTIVITY
               UNTIL ACTIVITY-EOF OR (SRT-ACCT-NO NOT = ACCT-NO).
           IF ROW-FOUND
               COMPUTE WS-LAST-MONTHS =
                   (WS-LAST-YYYY * 12) + WS-LAST-MM
           END-IF.
       H315-END. EXIT.
       H316-SKIP-LOW-ACTIVITY.
           RETURN SORT-FILE
               AT END SET ACTIVITY-EOF TO TRUE
           END-RETURN.
       H316-END. EXIT.
       H317-CONSUME-EQUAL-ACTIVITY.
           SET ROW-FOUND TO TRUE.
           MOVE SRT-DATE TO WS-LAST-DATE.
           RETURN SORT-FILE
               AT END SET ACTIVITY-EOF TO TRUE
           END-RETURN.
       H317-END. EXIT.
      *Bildirimi olan hesap: bildirim gunu ya da sonrasinda hareket
      *varsa, hesap artik kapali degilse ya da bakiyesi sifir
      *degilse bildirim iptal edilir; aksi halde bekleme suresi
      *islemeye devam eder.
       H320-CHECK-NOTICE.
           EVALUATE TRUE
               WHEN ROW-FOUND AND (WS-LAST-DATE NOT < WS-NOTICE-DATE)
                   MOVE 'CANCELLED - ACTIVITY' TO WS-ACTION
                   PERFORM H340-CANCEL-NOTICE
               WHEN NOT ACCT-STATUS-CLOSED
                   MOVE 'CANCELLED - NOT CLOSED' TO WS-ACTION
                   PERFORM H340-CANCEL-NOTICE
               WHEN ACCT-BALANCE NOT = ZERO
                   MOVE 'CANCELLED - BALANCE' TO WS-ACTION
                   PERFORM H340-CANCEL-NOTICE
               WHEN OTHER
                   ADD 1 TO WS-PEND-COUNT
           END-EVALUATE.
       H320-END. EXIT.
      *Bildirimi olmayan hesap: gunlukte hic hareketi yoksa ya da
      *son hareket ayi bekleme suresi sonundaki kesim noktasindan
      *eskiyse hesap bekleme suresi icinde arsive duser; bildirim
      *gonderilir.
       H330-TEST-APPROACHING.
           IF (NOT ROW-FOUND) OR (WS-LAST-MONTHS < WS-CUTOFF-MONTHS)
               PERFORM H350-ISSUE-NOTICE
           END-IF.
       H330-END. EXIT.
      *Bildirim tarihini sifirlayip hesabi geri yaziyoruz ve iptali
      *sicile dokuyoruz.
       H340-CANCEL-NOTICE.
           MOVE ZERO TO ACCT-DORM-NTC-DATE.
           REWRITE ACCT-FIELDS.
           IF ACCT-MSTR-SUCCES
               ADD 1 TO WS-CNCL-COUNT
               PERFORM H380-WRITE-REGISTER-LINE
           ELSE
               DISPLAY 'REWRITE FAILED FOR ' ACCT-NO
                   ' STATUS ' ST-ACCT-MSTR
               MOVE 8 TO RETURN-CODE
           END-IF.
       H340-END. EXIT.
      *Bildirim tarihine is gununu yazip hesabi geri yaziyoruz;
      *hesap guncellenebildiyse mektup basilir ve sicile dokulur.
      *Hatali adres isaretli hesaba da mektup basilir, sicilde
      *ayrica belirtilir ki posta odasi bilsin.
       H350-ISSUE-NOTICE.
           MOVE BD-CURR-DATE TO ACCT-DORM-NTC-DATE.
           REWRITE ACCT-FIELDS.
           IF ACCT-MSTR-SUCCES
               ADD 1 TO WS-SENT-COUNT
               MOVE BD-CURR-DATE TO WS-NOTICE-DATE
               IF ACCT-BAD-ADDRESS
                   MOVE 'NOTICE SENT - BAD ADDR' TO WS-ACTION
               ELSE
                   MOVE 'NOTICE SENT' TO WS-ACTION
               END-IF
               PERFORM H360-WRITE-LETTER
               PERFORM H380-WRITE-REGISTER-LINE
           ELSE
               DISPLAY 'REWRITE FAILED FOR ' ACCT-NO
                   ' STATUS ' ST-ACCT-MSTR
               MOVE 8 TO RETURN-CODE
           END-IF.
       H350-END. EXIT.
      *Bildirim mektubunu yeni bir sayfaya basiyoruz: tarih, adres,
      *hesap numarasi, son hareket tarihi ve hesabin arsive
      *tasinabilecegi en erken gun.
       H360-WRITE-LETTER.
           PERFORM H370-FORMAT-LAST-ACTIVITY.
           MOVE BD-CURR-DATE TO WS-FMT-DATE8.
           PERFORM H700-FORMAT-DATE.
           MOVE WS-FMT-DATE-O TO LTR-DATE-O.
           WRITE LTR-REC FROM LTR-DATE-LINE AFTER ADVANCING PAGE.
           MOVE SPACES TO LTR-REC.
           WRITE LTR-REC.
           MOVE FIRST-NAME  TO LTR-FIRST-NAME-O.
           MOVE LAST-NAME   TO LTR-LAST-NAME-O.
           WRITE LTR-REC FROM LTR-NAME-LINE.
           MOVE STREET-ADDR TO LTR-STREET-O.
           WRITE LTR-REC FROM LTR-STREET-LINE.
           MOVE CITY-COUNTY TO LTR-CITY-O.
           MOVE USA-STATE   TO LTR-STATE-O.
           WRITE LTR-REC FROM LTR-CITY-LINE.
           MOVE ACCT-NO     TO LTR-ACCT-NO-O.
           MOVE ACCT-BRANCH TO LTR-BRANCH-O.
           WRITE LTR-REC FROM LTR-ACCT-LINE AFTER ADVANCING 3 LINES.
           WRITE LTR-REC FROM LTR-TITLE-LINE AFTER ADVANCING 2 LINES.
           MOVE 'OUR RECORDS SHOW THAT THE ACCOUNT ABOVE IS CLOSED AND'
               TO LTR-TEXT.
           WRITE LTR-REC FROM LTR-TEXT-LINE AFTER ADVANCING 2 LINES.
           MOVE SPACES TO LTR-TEXT.
           IF ROW-FOUND
               STRING 'CARRIES A ZERO BALANCE, WITH NO ACTIVITY SINCE '
                   WS-LAST-DATE-O '.'
                   DELIMITED BY SIZE INTO LTR-TEXT
           ELSE
               MOVE 'CARRIES A ZERO BALANCE, WITH NO RECORDED ACTIVITY.'
                   TO LTR-TEXT
           END-IF.
           WRITE LTR-REC FROM LTR-TEXT-LINE.
           MOVE 'UNLESS THERE IS ACTIVITY ON THE ACCOUNT, IT WILL BE'
               TO LTR-TEXT.
           WRITE LTR-REC FROM LTR-TEXT-LINE.
           MOVE SPACES TO LTR-TEXT.
           STRING 'REMOVED FROM OUR ACTIVE RECORDS ON OR AFTER '
               WS-PROJ-DATE-O '.'
               DELIMITED BY SIZE INTO LTR-TEXT.
           WRITE LTR-REC FROM LTR-TEXT-LINE.
           MOVE 'TO KEEP THIS ACCOUNT, PLEASE CONTACT YOUR BRANCH'
               TO LTR-TEXT.
           WRITE LTR-REC FROM LTR-TEXT-LINE AFTER ADVANCING 2 LINES.
           MOVE 'BEFORE THAT DATE.' TO LTR-TEXT.
           WRITE LTR-REC FROM LTR-TEXT-LINE.
       H360-END. EXIT.
      *Son hareket tarihini basilacak bicime getiriyoruz; gunlukte
      *hareketi olmayan hesap icin NONE FOUND basilir.
       H370-FORMAT-LAST-ACTIVITY.
           IF ROW-FOUND
               MOVE WS-LAST-DATE TO WS-FMT-DATE8
               PERFORM H700-FORMAT-DATE
               MOVE WS-FMT-DATE-O TO WS-LAST-DATE-O
           ELSE
               MOVE 'NONE FOUND' TO WS-LAST-DATE-O
           END-IF.
       H370-END. EXIT.
      *Gonderilen ya da iptal edilen bildirimi sicile dokuyoruz.
       H380-WRITE-REGISTER-LINE.
           PERFORM H370-FORMAT-LAST-ACTIVITY.
           MOVE ACCT-NO        TO REG-ACCT-NO-O.
           MOVE LAST-NAME      TO REG-LAST-NAME-O.
           MOVE WS-LAST-DATE-O TO REG-ACTIVITY-O.
           MOVE WS-NOTICE-DATE TO WS-FMT-DATE8.
           PERFORM H700-FORMAT-DATE.
           MOVE WS-FMT-DATE-O  TO REG-NOTICE-O.
           MOVE WS-ACTION      TO REG-ACTION-O.
           WRITE REG-REC FROM REG-DETAIL-LINE.
       H380-END. EXIT.
      *YYYYAAGG tarihini MM/DD/YYYY bicimine ceviriyoruz.
       H700-FORMAT-DATE.
           MOVE SPACES TO WS-FMT-DATE-O.
           STRING WS-FMT-MM '/' WS-FMT-DD '/' WS-FMT-YYYY
               DELIMITED BY SIZE INTO WS-FMT-DATE-O.
       H700-END. EXIT.
      *Ozet sayilari sicile ve ekrana yazip dosyalari kapatiyoruz.
       H999-PROGRAM-EXIT.
           IF (ST-REG-PRINT = 0) OR (ST-REG-PRINT = 97)
               MOVE SPACES TO REG-REC
               WRITE REG-REC
               MOVE 'ACCOUNTS READ         :' TO REG-TRL-LABEL
               MOVE WS-READ-COUNT TO REG-TRL-COUNT
               WRITE REG-REC FROM REG-TRL-LINE
               MOVE 'NOTICES SENT          :' TO REG-TRL-LABEL
               MOVE WS-SENT-COUNT TO REG-TRL-COUNT
               WRITE REG-REC FROM REG-TRL-LINE
               MOVE 'NOTICES CANCELLED     :' TO REG-TRL-LABEL
               MOVE WS-CNCL-COUNT TO REG-TRL-COUNT
               WRITE REG-REC FROM REG-TRL-LINE
               MOVE 'NOTICES PENDING       :' TO REG-TRL-LABEL
               MOVE WS-PEND-COUNT TO REG-TRL-COUNT
               WRITE REG-REC FROM REG-TRL-LINE
               MOVE 'ACCOUNTS SKIPPED      :' TO REG-TRL-LABEL
               MOVE WS-SKIP-COUNT TO REG-TRL-COUNT
               WRITE REG-REC FROM REG-TRL-LINE
           END-IF.
           DISPLAY 'JOURNAL LINES READ: ' WS-JRNL-READ.
           DISPLAY 'ACCOUNTS READ     : ' WS-READ-COUNT.
           DISPLAY 'NOTICES SENT      : ' WS-SENT-COUNT.
           DISPLAY 'NOTICES CANCELLED : ' WS-CNCL-COUNT.
           DISPLAY 'NOTICES PENDING   : ' WS-PEND-COUNT.
           DISPLAY 'ACCOUNTS SKIPPED  : ' WS-SKIP-COUNT.
           CLOSE ACCT-MSTR.
           CLOSE JRNL-FILE.
           CLOSE LTR-PRINT.
           CLOSE REG-PRINT.
           STOP RUN.
      *

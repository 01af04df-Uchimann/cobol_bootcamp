      *calistirma tarihi icin gecerli satir yoksa, hicbir bakiye
      *guncellenmeden acik bir iletiyle durulur; fiyat komitesi
      *karari artik derleme degil, parametre satiri degisikligidir.
      *
      *Gunluk satirinin sonunda, ileri kurtarmada (ACCTRCVR) bakim
      *gunluguyle birlestirilebilmesi icin is gunu icindeki sira
      *numarasi ve isaretli yeni bakiye de tasinir. Sira numarasi
      *JRNLSEQ altprogramindan alinan, o gun iki gunlukte verilmis
      *son numaradan devam eder.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Hesap ana dosyasi, bakiyeler yerinde guncellenecegi icin I-O
               88  ACCT-TYPE-PERSONAL   VALUE 'P'.
               88  ACCT-TYPE-BUSINESS   VALUE 'B'.
           05  FILLER             PIC X(6).
           05  COMMENTS           PIC X(26).
      *Hesap durumu: dondurulmus (F) ve zarar yazilmis (W) hesaplara
      *tahakkuk yapilmaz.
           05  ACCT-STATUS        PIC X(1).
               88  ACCT-STATUS-FROZEN    VALUE 'F'.
               88  ACCT-STATUS-CHGOFF    VALUE 'W'.
           05  ACCT-STATUS-DATE   PIC 9(8) COMP-3.
           05  ACCT-STATUS-RSN    PIC X(2).
           05  FILLER             PIC X(16).
      *Her tahakkuk kalemi (faiz ya da limit asim ucreti) icin bir
      *gunluk satiri yazilir.
       FD  JRNL-FILE RECORDING MODE F.
           05  JRNL-AMOUNT-O      PIC $$,$$$,$$9.99.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  JRNL-NEW-BAL-O     PIC $$,$$$,$$9.99.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  JRNL-SEQ-O         PIC 9(7).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  JRNL-NEW-BAL-V     PIC S9(7)V99.
      *Parametre satiri: 'R' oran satirlarinda tip, bakiye bandi
      *(tam dolar), gecerlilik tarihi, aylik oran (yuzde, orn. 150
      *= %1.50) ve asim ucreti; 'W' muafiyet satirlarinda tip,
            88 CKPT-FILE-SUCCES             VALUE 00 97.
            88 CKPT-FILE-EOF                VALUE 10.
         05 ST-JRNL-FILE       PIC 9(2).
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
       01 WS-TODAY-DATE8       PIC 9(8) VALUE ZERO.
      *Gunluk sira numarasi; JRNLSEQ altprogramiyla is gunu icin
      *verilmis son numaradan devam ettirilir.
       01 WS-JRNL-SEQ          PIC 9(7) VALUE ZERO.
       01 JRNLSEQ-PARM.
         05 JS-DATE            PIC X(8).
         05 JS-LAST-SEQ        PIC 9(7).
         05 JS-SEQ-SW          PIC X(1).
            88 JS-SEQ-OK                   VALUE 'Y'.
      *Calistirma tarihi, gunluk damgalanmadan once DATEVAL
      *altprogramiyla takvime gore dogrulanir ki tahakkuk gunlugune
      *olanaksiz bir tarih yazilmasin.
         05 WS-NORATE-COUNT    PIC 9(7) VALUE ZERO.
         05 WS-UPD-COUNT       PIC 9(7) VALUE ZERO.
         05 WS-SKIP-COUNT      PIC 9(7) VALUE ZERO.
         05 WS-STATUS-COUNT    PIC 9(7) VALUE ZERO.
      *------------------
       PROCEDURE DIVISION.
      *------------------
      *Dosyalarimizi aciyoruz ve calistirma tarihini hazirliyoruz.
       H100-OPEN-FILES.
           OPEN I-O    ACCT-MSTR.
           OPEN INPUT  RATE-FILE.
      *Parametre dosyasi olmadan tahakkuk kosulamaz; eksik dosya
      *aciga cikana kadar hicbir bakiye guncellenmez.
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
           MOVE BD-CURR-DATE TO WS-TODAY-DATE8.
           MOVE 'V'            TO DV-FUNCTION.
           MOVE WS-TODAY-DATE8 TO DV-DATE-1.
           CALL 'DATEVAL' USING DATEVAL-PARM.
               MOVE 8 TO RETURN-CODE
               PERFORM H999-PROGRAM-EXIT
           END-IF.
      *Sira numarasi gunlukler okunarak bulunur; bu yuzden tahakkuk
      *gunlugu ancak ondan sonra yazmak icin acilir.
           MOVE WS-RUN-DATE-O TO JS-DATE.
           CALL 'JRNLSEQ' USING JRNLSEQ-PARM.
           IF NOT JS-SEQ-OK
               DISPLAY 'JOURNAL SEQUENCE NOT AVAILABLE'
               MOVE 12 TO RETURN-CODE
               PERFORM H999-PROGRAM-EXIT
           END-IF.
           MOVE JS-LAST-SEQ TO WS-JRNL-SEQ.
           OPEN OUTPUT JRNL-FILE.
           IF (ST-JRNL-FILE NOT = 0) AND (ST-JRNL-FILE NOT = 97)
               DISPLAY 'UNABLE TO OPEN ACCRJRNL: ' ST-JRNL-FILE
               MOVE ST-JRNL-FILE TO RETURN-CODE
               PERFORM H999-PROGRAM-EXIT
           END-IF.
       H100-END. EXIT.
      *Parametre dosyasini tablolara yukluyoruz ve iki hesap tipi
      *icin de calistirma tarihinde gecerli en az bir oran satiri
      *Gecerli bir hesabin faiz ve ucret tahakkukunu yapiyoruz.
      *Bakiye bandina uyan oran satiri bulunamazsa (bantlar arasinda
      *bosluk) hesap atlanir, sayilir ve gece uyariyla biter.
      *Dondurulmus ve zarar yazilmis hesaplarda tahakkuk durur: ne
      *faiz ne de limit asim ucreti islenir, hesap yalnizca sayilir.
       H205-ACCRUE-ACCOUNT.
           IF ACCT-STATUS-FROZEN OR ACCT-STATUS-CHGOFF
               ADD 1 TO WS-STATUS-COUNT
               READ ACCT-MSTR
           ELSE
               IF (ACCT-BALANCE NOT > ZERO)
                   AND (ACCT-BALANCE NOT > ACCT-LIMIT)
      *Faiz de ucret de dogmayan hesap icin oran satiri aranmaz.
                   READ ACCT-MSTR
               ELSE
                   PERFORM H206-ACCRUE-WITH-RATES
               END-IF
           END-IF.
       H205-END. EXIT.
       H206-ACCRUE-WITH-RATES.
               SET WAIVER-ROW-FOUND TO TRUE
           END-IF.
       H236-END. EXIT.
      *Uygulanan kalemi tahakkuk gunlugune bir satir olarak
      *yaziyoruz; satir, is gunu icindeki sira numarasini alir.
       H240-WRITE-JOURNAL.
           MOVE WS-RUN-DATE-O  TO JRNL-DATE-O.
           MOVE ACCT-NO        TO JRNL-ACCT-NO-O.
           MOVE WS-OLD-BALANCE TO JRNL-OLD-BAL-O.
           MOVE WS-CHARGE-AMT  TO JRNL-AMOUNT-O.
           MOVE ACCT-BALANCE   TO JRNL-NEW-BAL-O.
           ADD 1 TO WS-JRNL-SEQ.
           MOVE WS-JRNL-SEQ    TO JRNL-SEQ-O.
           MOVE ACCT-BALANCE   TO JRNL-NEW-BAL-V.
           WRITE JRNL-REC.
       H240-END. EXIT.
      *Calistirma ozetini ekrana basip dosyalarimizi kapatiyoruz.
           DISPLAY 'FEES WAIVED      : ' WS-WAIVE-COUNT.
           DISPLAY 'ACCOUNTS UPDATED : ' WS-UPD-COUNT.
           DISPLAY 'ACCOUNTS SKIPPED : ' WS-SKIP-COUNT.
           DISPLAY 'FROZEN/CHARGE-OFF: ' WS-STATUS-COUNT.
           DISPLAY 'NO RATE BAND     : ' WS-NORATE-COUNT.
           CLOSE ACCT-MSTR.
           CLOSE JRNL-FILE.

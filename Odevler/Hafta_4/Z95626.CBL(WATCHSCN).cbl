       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    WATCHSCN.
       AUTHOR.        Otto B. Fun.
      *--------------------
       ENVIRONMENT DIVISION.
      *Bu program, ay sonu zincirinde ACCT.MASTER'daki butun
      *hesaplari yasakli taraf izleme listesine (WATCHLST) karsi
      *yeniden tarar. Yeni hesaplar ve ad/adres degisiklikleri her
      *gece ACCTEDIT'te taranir; bu tam tarama, listeye sonradan
      *eklenen ya da degisen kayitlarin mevcut musterilerde
      *yakalanmasi icindir. Bu yuzden tarama yalnizca liste son
      *taramadan bu yana degismisse yapilir: WATCHMNT'nin kayda
      *damgaladigi en son tarih, kontrol dosyasinda (SCANCTL) saklanan
      *son taramadaki liste tarihinden buyukse ya da son taramanin is
      *gunune esit veya ondan sonraysa tarama kosar (is gunu ayni
      *kalirken taramadan sonra yapilan bakim da boylece kacmaz, en
      *fazla bir tarama bosuna tekrarlanir); degilse
      *rapora tek satir yazilir ve program RC=0 ile biter. PARM='FORCE'
      *listeye bakmadan taramayi zorlar.
      *
      *Eslesme kurallari ACCTEDIT ile aynidir (WATCHCHK altprogrami).
      *Eslesen hesaplar, uyum biriminin imzalayacagi bir rapora
      *(WATCHRPT) yazilir; raporun sonunda inceleme ve imza alani
      *bulunur. Eslesme varsa program RC=4 ile biter. Liste ya da
      *kontrol dosyasi okunamazsa RC=12.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCT-MSTR  ASSIGN TO ACCTREC
                             ORGANIZATION INDEXED
                             ACCESS SEQUENTIAL
                             RECORD KEY IS ACCT-NO
                             STATUS ST-ACCT-MSTR.
      *Son taramanin is gunu ve o taramada gorulen liste tarihini
      *tasiyan tek kayitlik kontrol dosyasi; tarama sonunda bastan
      *yazilir.
           SELECT SCAN-CTL   ASSIGN TO SCANCTL
                             STATUS ST-SCAN-CTL.
           SELECT SCAN-RPT   ASSIGN TO WATCHRPT
                             STATUS ST-SCAN-RPT.
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
       FD  SCAN-CTL RECORDING MODE F.
       01  SCAN-CTL-REC.
           05  SCN-DATE           PIC 9(8).
           05  SCN-LIST-DATE      PIC 9(8).
           05  SCN-ACCT-COUNT     PIC 9(7).
           05  SCN-HIT-COUNT      PIC 9(7).
           05  FILLER             PIC X(50).
       FD  SCAN-RPT RECORDING MODE F.
       01  RPT-REC               PIC X(80).
       WORKING-STORAGE SECTION.
       01 WS-WORK-AREA.
         05 ST-ACCT-MSTR       PIC 9(2).
            88 ACCT-MSTR-SUCCES             VALUE 00 97.
            88 ACCT-MSTR-EOF                VALUE 10.
         05 ST-SCAN-CTL        PIC 9(2).
            88 SCAN-CTL-SUCCES              VALUE 00 97.
            88 SCAN-CTL-EOF                 VALUE 10.
         05 ST-SCAN-RPT        PIC 9(2).
       01 WS-PARM              PIC X(8) VALUE SPACES.
         88 FORCE-RESCAN                VALUE 'FORCE'.
       01 WS-SCAN-SW           PIC X VALUE 'N'.
         88 RESCAN-NEEDED               VALUE 'Y'.
       01 WS-LAST-SCAN-DATE    PIC 9(8) VALUE ZERO.
       01 WS-LAST-LIST-DATE    PIC 9(8) VALUE ZERO.
      *Izleme listesi taramasi icin WATCHCHK parametre alani.
       01 WATCHCHK-PARM.
         05 WC-LAST-NAME       PIC X(20).
         05 WC-FIRST-NAME      PIC X(15).
         05 WC-STREET          PIC X(25).
         05 WC-CITY            PIC X(20).
         05 WC-STATE           PIC X(15).
         05 WC-RESULT-SW       PIC X(1).
            88 WC-HIT                      VALUE 'Y'.
            88 WC-NO-HIT                   VALUE 'N'.
            88 WC-LIST-ERROR               VALUE 'E'.
         05 WC-HIT-ID          PIC X(8).
         05 WC-HIT-TYPE        PIC X(1).
         05 WC-HIT-FIELD       PIC X(4).
         05 WC-LIST-COUNT      PIC 9(5).
         05 WC-LIST-DATE       PIC 9(8).
       01 WS-COUNTERS.
         05 WS-ACCT-READ       PIC 9(7) VALUE ZERO.
         05 WS-HIT-COUNT       PIC 9(7) VALUE ZERO.
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
       01 RPT-HDR-LINE-1.
         05  FILLER           PIC X(36)
             VALUE 'WATCH LIST RESCAN - COMPLIANCE HITS'.
         05  FILLER           PIC X(10) VALUE 'RUN DATE:'.
         05  RPT-HDR-DATE     PIC X(8).
       01 RPT-HDR-LINE-2.
         05  FILLER           PIC X(22) VALUE 'LIST ENTRIES:'.
         05  RPT-HDR-COUNT    PIC ZZ,ZZ9.
         05  FILLER           PIC X(4)  VALUE SPACES.
         05  FILLER           PIC X(19) VALUE 'LIST CHANGED ON:'.
         05  RPT-HDR-LIST-DT  PIC 9(8).
         05  FILLER           PIC X(4)  VALUE SPACES.
         05  FILLER           PIC X(11) VALUE 'LAST SCAN:'.
         05  RPT-HDR-SCAN-DT  PIC 9(8).
       01 RPT-COL-LINE.
         05  FILLER           PIC X(10) VALUE 'ACCT NO'.
         05  FILLER           PIC X(21) VALUE 'LAST NAME'.
         05  FILLER           PIC X(16) VALUE 'FIRST NAME'.
         05  FILLER           PIC X(6)  VALUE 'BRCH'.
         05  FILLER           PIC X(10) VALUE 'WL ID'.
         05  FILLER           PIC X(6)  VALUE 'MATCH'.
         05  FILLER           PIC X(5)  VALUE 'ON'.
       01 RPT-HIT-LINE.
         05  RPT-ACCT-NO      PIC X(8).
         05  FILLER           PIC X(2)  VALUE SPACES.
         05  RPT-LAST-NAME    PIC X(20).
         05  FILLER           PIC X(1)  VALUE SPACES.
         05  RPT-FIRST-NAME   PIC X(15).
         05  FILLER           PIC X(1)  VALUE SPACES.
         05  RPT-BRANCH       PIC X(4).
         05  FILLER           PIC X(2)  VALUE SPACES.
         05  RPT-WL-ID        PIC X(8).
         05  FILLER           PIC X(2)  VALUE SPACES.
         05  RPT-MATCH        PIC X(5).
         05  FILLER           PIC X(1)  VALUE SPACES.
         05  RPT-FIELD        PIC X(4).
       01 RPT-TRL-LINE.
         05  RPT-TRL-LABEL    PIC X(24).
         05  RPT-TRL-COUNT    PIC ZZZ,ZZ9.
      *------------------
       PROCEDURE DIVISION.
      *------------------
       0000-MAIN.
           PERFORM H100-OPEN-FILES
           PERFORM H150-CHECK-LIST-CHANGED
           IF RESCAN-NEEDED
               PERFORM H200-SCAN-MASTER
               PERFORM H300-WRITE-SIGN-OFF
               PERFORM H400-WRITE-CONTROL
           END-IF
           PERFORM H999-PROGRAM-EXIT.
       0000-END. EXIT.
      *Dosyalari aciyoruz, PARM'i aliyoruz ve izleme listesini
      *WATCHCHK'e yukletiyoruz (bos bir tarama cagrisi listeyi
      *yukler ve liste tarihini doner).
       H100-OPEN-FILES.
           ACCEPT WS-PARM FROM COMMAND-LINE.
           OPEN OUTPUT SCAN-RPT.
           IF (ST-SCAN-RPT NOT = 0) AND (ST-SCAN-RPT NOT = 97)
               DISPLAY 'UNABLE TO OPEN WATCHRPT: ' ST-SCAN-RPT
               MOVE ST-SCAN-RPT TO RETURN-CODE
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
           WRITE RPT-REC FROM RPT-HDR-LINE-1.
           MOVE SPACES TO WATCHCHK-PARM.
           CALL 'WATCHCHK' USING WATCHCHK-PARM.
           IF WC-LIST-ERROR
               DISPLAY 'WATCH LIST NOT AVAILABLE'
               MOVE 'WATCH LIST NOT AVAILABLE - NO SCAN' TO RPT-REC
               WRITE RPT-REC
               MOVE 12 TO RETURN-CODE
               PERFORM H999-PROGRAM-EXIT
           END-IF.
       H100-END. EXIT.
      *Son taramanin bilgilerini kontrol dosyasindan okuyup
      *listenin o taramadan bu yana degisip degismedigine
      *bakiyoruz. Bos kontrol dosyasi hic tarama yapilmamis demektir.
       H150-CHECK-LIST-CHANGED.
           OPEN INPUT SCAN-CTL.
           IF NOT SCAN-CTL-SUCCES
               DISPLAY 'UNABLE TO OPEN SCANCTL: ' ST-SCAN-CTL
               MOVE 12 TO RETURN-CODE
               PERFORM H999-PROGRAM-EXIT
           END-IF.
           READ SCAN-CTL.
           IF (NOT SCAN-CTL-EOF) AND (SCN-DATE IS NUMERIC)
               AND (SCN-LIST-DATE IS NUMERIC)
               MOVE SCN-DATE      TO WS-LAST-SCAN-DATE
               MOVE SCN-LIST-DATE TO WS-LAST-LIST-DATE
           END-IF.
           CLOSE SCAN-CTL.
           MOVE WC-LIST-COUNT     TO RPT-HDR-COUNT.
           MOVE WC-LIST-DATE      TO RPT-HDR-LIST-DT.
           MOVE WS-LAST-SCAN-DATE TO RPT-HDR-SCAN-DT.
           WRITE RPT-REC FROM RPT-HDR-LINE-2.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
           IF FORCE-RESCAN OR (WS-LAST-SCAN-DATE = ZERO)
               OR (WC-LIST-DATE > WS-LAST-LIST-DATE)
               OR (WC-LIST-DATE >= WS-LAST-SCAN-DATE)
               SET RESCAN-NEEDED TO TRUE
               WRITE RPT-REC FROM RPT-COL-LINE
           ELSE
               MOVE 'WATCH LIST UNCHANGED SINCE LAST SCAN - NO RESCAN'
                   TO RPT-REC
               WRITE RPT-REC
           END-IF.
       H150-END. EXIT.
      *Ana dosyayi bastan sona okuyup her hesabin adini ve adresini
      *tariyoruz.
       H200-SCAN-MASTER.
           OPEN INPUT ACCT-MSTR.
           IF NOT ACCT-MSTR-SUCCES
               DISPLAY 'UNABLE TO OPEN ACCTREC: ' ST-ACCT-MSTR
               MOVE ST-ACCT-MSTR TO RETURN-CODE
               PERFORM H999-PROGRAM-EXIT
           END-IF.
           READ ACCT-MSTR.
           PERFORM H210-SCREEN-ONE-ACCOUNT UNTIL ACCT-MSTR-EOF.
           CLOSE ACCT-MSTR.
       H200-END. EXIT.
       H210-SCREEN-ONE-ACCOUNT.
           ADD 1 TO WS-ACCT-READ.
           MOVE LAST-NAME   TO WC-LAST-NAME.
           MOVE FIRST-NAME  TO WC-FIRST-NAME.
           MOVE STREET-ADDR TO WC-STREET.
           MOVE CITY-COUNTY TO WC-CITY.
           MOVE USA-STATE   TO WC-STATE.
           CALL 'WATCHCHK' USING WATCHCHK-PARM.
           IF WC-HIT
               ADD 1 TO WS-HIT-COUNT
               MOVE ACCT-NO      TO RPT-ACCT-NO
               MOVE LAST-NAME    TO RPT-LAST-NAME
               MOVE FIRST-NAME   TO RPT-FIRST-NAME
               MOVE ACCT-BRANCH  TO RPT-BRANCH
               MOVE WC-HIT-ID    TO RPT-WL-ID
               IF WC-HIT-TYPE = 'E'
                   MOVE 'EXACT' TO RPT-MATCH
               ELSE
                   MOVE 'CLOSE' TO RPT-MATCH
               END-IF
               MOVE WC-HIT-FIELD TO RPT-FIELD
               WRITE RPT-REC FROM RPT-HIT-LINE
           END-IF.
           READ ACCT-MSTR.
       H210-END. EXIT.
      *Ozet sayilari ve uyum biriminin inceleme/imza alanini
      *raporun sonuna yaziyoruz.
       H300-WRITE-SIGN-OFF.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
           MOVE 'ACCOUNTS SCREENED      :' TO RPT-TRL-LABEL.
           MOVE WS-ACCT-READ TO RPT-TRL-COUNT.
           WRITE RPT-REC FROM RPT-TRL-LINE.
           MOVE 'WATCH LIST HITS        :' TO RPT-TRL-LABEL.
           MOVE WS-HIT-COUNT TO RPT-TRL-COUNT.
           WRITE RPT-REC FROM RPT-TRL-LINE.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
           MOVE 'COMPLIANCE REVIEW - EACH HIT CLEARED OR ESCALATED'
               TO RPT-REC.
           WRITE RPT-REC.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
           MOVE 'REVIEWED BY : ______________________________'
               TO RPT-REC.
           WRITE RPT-REC.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
           MOVE 'SIGNATURE   : ______________________________'
               TO RPT-REC.
           WRITE RPT-REC.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
           MOVE 'DATE        : ____/____/________' TO RPT-REC.
           WRITE RPT-REC.
       H300-END. EXIT.
      *Bu taramanin is gununu ve gorulen liste tarihini kontrol
      *dosyasina bastan yaziyoruz.
       H400-WRITE-CONTROL.
           OPEN OUTPUT SCAN-CTL.
           IF NOT SCAN-CTL-SUCCES
               DISPLAY 'UNABLE TO REWRITE SCANCTL: ' ST-SCAN-CTL
               MOVE 12 TO RETURN-CODE
           ELSE
               MOVE SPACES        TO SCAN-CTL-REC
               MOVE BD-CURR-DATE  TO SCN-DATE
               MOVE WC-LIST-DATE  TO SCN-LIST-DATE
               MOVE WS-ACCT-READ  TO SCN-ACCT-COUNT
               MOVE WS-HIT-COUNT  TO SCN-HIT-COUNT
               WRITE SCAN-CTL-REC
               CLOSE SCAN-CTL
           END-IF.
       H400-END. EXIT.
      *Ozet bilgileri ekrana basip dosyalari kapatiyoruz; eslesme
      *varsa donus kodu 4 olur.
       H999-PROGRAM-EXIT.
           DISPLAY 'ACCOUNTS SCREENED  : ' WS-ACCT-READ.
           DISPLAY 'WATCH LIST HITS    : ' WS-HIT-COUNT.
           IF (WS-HIT-COUNT > ZERO) AND (RETURN-CODE = ZERO)
               MOVE 4 TO RETURN-CODE
           END-IF.
           CLOSE SCAN-RPT.
           STOP RUN.
      *

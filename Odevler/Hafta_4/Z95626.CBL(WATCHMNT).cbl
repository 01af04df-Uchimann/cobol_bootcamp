       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    WATCHMNT.
       AUTHOR.        Otto B. Fun.
      *--------------------
       ENVIRONMENT DIVISION.
      *Bu program, uyum biriminin verdigi yasakli taraf izleme
      *listesine (WATCHLST) ekleme/degisiklik/silme islemlerini
      *uygulayan bakim programidir. WL-ID anahtarina gore islem
      *dosyasindaki her kayit listeye karsi uygulanir ve sonuc bir
      *islem gunlugune yazdirilir. Eklenen ya da degisen her kayda
      *is gunu damgalanir; aylik tam tarama (WATCHSCN) listenin son
      *taramadan sonra degisip degismedigini bu tarihten anlar.
      *Bir kayit ad (soyad, istege bagli ad) ya da adres (sokak,
      *ilce, istege bagli eyalet) ya da ikisini birden tasir; hicbiri
      *olmayan kayit hicbir seyi tarayamayacagi icin reddedilir.
      *Yeni tanimlanmis bos liste kumesi ilk calistirmada bir tohum
      *kayitla (WL-ID '00000000') hazirlanir; tohum kaydin adi ve
      *adresi bos oldugu icin taramaya girmez, WATCHCHK onu atlar.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WL-MSTR    ASSIGN TO WATCHLST
                             ORGANIZATION INDEXED
                             ACCESS RANDOM
                             RECORD KEY IS WL-ID
                             STATUS ST-WL-MSTR.
           SELECT TRAN-FILE  ASSIGN TO WLTRAN
                             STATUS ST-TRAN-FILE.
           SELECT TRAN-LOG   ASSIGN TO WATCHLOG
                             STATUS ST-TRAN-LOG.
       DATA DIVISION.
       FILE SECTION.
      *Izleme listesi kaydi: liste numarasi, ad, adres, kaynak
      *liste referansi ve son ekleme/degisiklik tarihi (YYYYAAGG).
       FD  WL-MSTR.
       01  WL-REC.
           05  WL-ID              PIC X(8).
           05  WL-LAST-NAME       PIC X(20).
           05  WL-FIRST-NAME      PIC X(15).
           05  WL-STREET          PIC X(25).
           05  WL-CITY            PIC X(20).
           05  WL-STATE           PIC X(15).
           05  WL-LIST-REF        PIC X(12).
           05  WL-CHG-DATE        PIC 9(8).
           05  FILLER             PIC X(7).
      *Islem dosyasindaki her kayit, WL-ID'ye uygulanacak bir
      *ekleme(A)/degisiklik(C)/silme(D) talebini tasir.
       FD  TRAN-FILE RECORDING MODE F.
       01  TRAN-REC.
           05  TRAN-CODE          PIC X(1).
               88  TRAN-ADD              VALUE 'A'.
               88  TRAN-CHANGE            VALUE 'C'.
               88  TRAN-DELETE           VALUE 'D'.
           05  TRAN-ID            PIC X(8).
           05  TRAN-LAST-NAME     PIC X(20).
           05  TRAN-FIRST-NAME    PIC X(15).
           05  TRAN-STREET        PIC X(25).
           05  TRAN-CITY          PIC X(20).
           05  TRAN-STATE         PIC X(15).
           05  TRAN-LIST-REF      PIC X(12).
      *Uygulanan her islemin sonucu, bu satir yapisinda gunluge yazilir.
       FD  TRAN-LOG RECORDING MODE F.
       01  LOG-REC.
           05  LOG-DATE-O         PIC X(8).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  LOG-CODE-O         PIC X(8).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  LOG-ID-O           PIC X(8).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  LOG-STATUS-O       PIC X(30).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  LOG-NAME-O         PIC X(20).
       WORKING-STORAGE SECTION.
       01 WS-WORK-AREA.
         05 ST-WL-MSTR         PIC 9(2).
            88 WL-MSTR-SUCCES               VALUE 00 97.
            88 WL-MSTR-NOTFOUND             VALUE 23.
            88 WL-MSTR-DUPLICATE            VALUE 22.
         05 ST-TRAN-FILE       PIC 9(2).
            88 TRAN-FILE-EOF                VALUE 10.
         05 ST-TRAN-LOG        PIC 9(2).
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
       01 WS-LOG-CODE          PIC X(8).
       01 WS-LOG-STATUS        PIC X(30).
       01 WS-COUNTERS.
         05 WS-ADD-COUNT       PIC 9(7) VALUE ZERO.
         05 WS-CHG-COUNT       PIC 9(7) VALUE ZERO.
         05 WS-DEL-COUNT       PIC 9(7) VALUE ZERO.
         05 WS-REJ-COUNT       PIC 9(7) VALUE ZERO.
      *------------------
       PROCEDURE DIVISION.
      *------------------
       0000-MAIN.
           PERFORM H100-OPEN-FILES
           READ TRAN-FILE
           PERFORM H200-PROCESS-TRANSACTION UNTIL TRAN-FILE-EOF
           PERFORM H999-PROGRAM-EXIT.
       0000-END. EXIT.
      *Dosyalarimizi aciyoruz ve calistirma tarihini hazirliyoruz.
       H100-OPEN-FILES.
           OPEN I-O    WL-MSTR.
      *Yeni tanimlanmis bos liste kumesi I-O ile acilamaz (durum 35);
      *ilk calistirma kumeyi bir tohum kayitla kendisi hazirlar
      *(HISTLOAD'daki gecmis kumesi gibi).
           IF ST-WL-MSTR = 35
               PERFORM H110-PRIME-LIST
           END-IF.
           OPEN INPUT  TRAN-FILE.
           OPEN OUTPUT TRAN-LOG.
           IF NOT WL-MSTR-SUCCES
               DISPLAY 'UNABLE TO OPEN WATCHLST: ' ST-WL-MSTR
               MOVE ST-WL-MSTR TO RETURN-CODE
               PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF (ST-TRAN-FILE NOT = 0) AND (ST-TRAN-FILE NOT = 97)
               DISPLAY 'UNABLE TO OPEN WLTRAN: ' ST-TRAN-FILE
               MOVE ST-TRAN-FILE TO RETURN-CODE
               PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF (ST-TRAN-LOG NOT = 0) AND (ST-TRAN-LOG NOT = 97)
               DISPLAY 'UNABLE TO OPEN WATCHLOG: ' ST-TRAN-LOG
               MOVE ST-TRAN-LOG TO RETURN-CODE
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
       H100-END. EXIT.
      *Bos liste kumesini OUTPUT acip en dusuk anahtarli bir tohum
      *kayit yaziyoruz; tohum kaydin adi ve adresi bostur.
       H110-PRIME-LIST.
           OPEN OUTPUT WL-MSTR.
           IF WL-MSTR-SUCCES
               MOVE SPACES       TO WL-REC
               MOVE '00000000'   TO WL-ID
               MOVE '*PRIMED*'   TO WL-LIST-REF
               MOVE ZERO         TO WL-CHG-DATE
               WRITE WL-REC
                   INVALID KEY CONTINUE
               END-WRITE
               CLOSE WL-MSTR
               OPEN I-O WL-MSTR
           END-IF.
       H110-END. EXIT.
      *Islem kodunun degerine gore ekleme/degisiklik/silme paragrafini
      *calistirip bir sonraki islem kaydini okuyoruz. Ekleme ve
      *degisiklikte kaydin ad ya da adres tasimasi gerekir.
       H200-PROCESS-TRANSACTION.
           EVALUATE TRUE
               WHEN (TRAN-ADD OR TRAN-CHANGE)
                   AND (TRAN-LAST-NAME = SPACES)
                   AND (TRAN-STREET = SPACES)
                   PERFORM H245-REJECT-EMPTY-ENTRY
               WHEN TRAN-ADD
                   PERFORM H210-ADD-ENTRY
               WHEN TRAN-CHANGE
                   PERFORM H220-CHANGE-ENTRY
               WHEN TRAN-DELETE
                   PERFORM H230-DELETE-ENTRY
               WHEN OTHER
                   PERFORM H240-REJECT-TRANSACTION
           END-EVALUATE
           READ TRAN-FILE.
       H200-END. EXIT.
      *Yeni bir liste kaydi ekliyoruz; numara zaten varsa islemi
      *reddedip gunluge yaziyoruz.
       H210-ADD-ENTRY.
           MOVE TRAN-ID         TO WL-ID.
           PERFORM H260-MOVE-TRAN-FIELDS.
           WRITE WL-REC.
           MOVE 'ADD'           TO WS-LOG-CODE.
           IF WL-MSTR-SUCCES
               ADD 1 TO WS-ADD-COUNT
               MOVE 'ENTRY ADDED' TO WS-LOG-STATUS
           ELSE
               ADD 1 TO WS-REJ-COUNT
               IF WL-MSTR-DUPLICATE
                   MOVE 'REJECTED - DUPLICATE WL ID' TO WS-LOG-STATUS
               ELSE
                   MOVE SPACES TO WS-LOG-STATUS
                   STRING 'REJECTED - WRITE STATUS ' ST-WL-MSTR
                       DELIMITED BY SIZE INTO WS-LOG-STATUS
               END-IF
           END-IF.
           PERFORM H250-LOG-TRANSACTION.
       H210-END. EXIT.
      *Var olan bir liste kaydini degistiriyoruz; numara bulunamazsa
      *islemi reddediyoruz.
       H220-CHANGE-ENTRY.
           MOVE TRAN-ID TO WL-ID.
           READ WL-MSTR KEY IS WL-ID
               INVALID KEY CONTINUE
           END-READ.
           MOVE 'CHANGE' TO WS-LOG-CODE.
           IF WL-MSTR-SUCCES
               PERFORM H260-MOVE-TRAN-FIELDS
               REWRITE WL-REC
               IF WL-MSTR-SUCCES
                   ADD 1 TO WS-CHG-COUNT
                   MOVE 'ENTRY CHANGED' TO WS-LOG-STATUS
               ELSE
                   ADD 1 TO WS-REJ-COUNT
                   MOVE 'REJECTED - REWRITE FAILED' TO WS-LOG-STATUS
               END-IF
           ELSE
               ADD 1 TO WS-REJ-COUNT
               MOVE 'REJECTED - WL ID NOT FOUND' TO WS-LOG-STATUS
           END-IF.
           PERFORM H250-LOG-TRANSACTION.
       H220-END. EXIT.
      *Var olan bir liste kaydini siliyoruz; numara bulunamazsa
      *islemi reddediyoruz.
       H230-DELETE-ENTRY.
           MOVE TRAN-ID TO WL-ID.
           DELETE WL-MSTR RECORD
               INVALID KEY CONTINUE
           END-DELETE.
           MOVE 'DELETE' TO WS-LOG-CODE.
           IF WL-MSTR-SUCCES
               ADD 1 TO WS-DEL-COUNT
               MOVE 'ENTRY DELETED' TO WS-LOG-STATUS
           ELSE
               ADD 1 TO WS-REJ-COUNT
               MOVE 'REJECTED - WL ID NOT FOUND' TO WS-LOG-STATUS
           END-IF.
           PERFORM H250-LOG-TRANSACTION.
       H230-END. EXIT.
      *Taninmayan bir islem kodu geldiginde kaydi reddediyoruz.
       H240-REJECT-TRANSACTION.
           ADD 1 TO WS-REJ-COUNT.
           MOVE 'UNKNOWN'    TO WS-LOG-CODE.
           MOVE 'REJECTED - INVALID TRAN CODE' TO WS-LOG-STATUS.
           PERFORM H250-LOG-TRANSACTION.
       H240-END. EXIT.
      *Ne ad ne adres tasiyan ekleme/degisikligi reddediyoruz.
       H245-REJECT-EMPTY-ENTRY.
           ADD 1 TO WS-REJ-COUNT.
           IF TRAN-ADD
               MOVE 'ADD'    TO WS-LOG-CODE
           ELSE
               MOVE 'CHANGE' TO WS-LOG-CODE
           END-IF.
           MOVE 'REJECTED - NO NAME OR ADDRESS' TO WS-LOG-STATUS.
           PERFORM H250-LOG-TRANSACTION.
       H245-END. EXIT.
      *Her islemin sonucunu, islem gunlugune bir satir olarak yaziyoruz.
       H250-LOG-TRANSACTION.
           MOVE WS-RUN-DATE-O  TO LOG-DATE-O.
           MOVE WS-LOG-CODE    TO LOG-CODE-O.
           MOVE TRAN-ID        TO LOG-ID-O.
           MOVE WS-LOG-STATUS  TO LOG-STATUS-O.
           IF TRAN-LAST-NAME NOT = SPACES
               MOVE TRAN-LAST-NAME TO LOG-NAME-O
           ELSE
               MOVE TRAN-STREET    TO LOG-NAME-O
           END-IF.
           WRITE LOG-REC.
       H250-END. EXIT.
      *Islemdeki alanlari liste kaydina tasiyip is gununu
      *damgaliyoruz.
       H260-MOVE-TRAN-FIELDS.
           MOVE TRAN-LAST-NAME  TO WL-LAST-NAME.
           MOVE TRAN-FIRST-NAME TO WL-FIRST-NAME.
           MOVE TRAN-STREET     TO WL-STREET.
           MOVE TRAN-CITY       TO WL-CITY.
           MOVE TRAN-STATE      TO WL-STATE.
           MOVE TRAN-LIST-REF   TO WL-LIST-REF.
           MOVE BD-CURR-DATE    TO WL-CHG-DATE.
       H260-END. EXIT.
      *Calistirma ozetini (ekleme/degisiklik/silme/red sayilari)
      *islem gunlugunun sonuna yaziyoruz.
       H900-WRITE-SUMMARY.
           MOVE SPACES TO LOG-REC.
           MOVE WS-RUN-DATE-O TO LOG-DATE-O.
           MOVE 'SUMMARY' TO LOG-CODE-O.
           STRING 'ADD=' WS-ADD-COUNT ' CHG=' WS-CHG-COUNT
               ' DEL=' WS-DEL-COUNT ' REJ=' WS-REJ-COUNT
               DELIMITED BY SIZE INTO LOG-STATUS-O.
           WRITE LOG-REC.
       H900-END. EXIT.
      *Dosyalarimizi kapatip programi sonlandiriyoruz.
       H999-PROGRAM-EXIT.
           IF (ST-TRAN-LOG = 0) OR (ST-TRAN-LOG = 97)
               PERFORM H900-WRITE-SUMMARY
           END-IF.
           CLOSE WL-MSTR.
           CLOSE TRAN-FILE.
           CLOSE TRAN-LOG.
           STOP RUN.
      *

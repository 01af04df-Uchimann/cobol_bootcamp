       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    ACCTDLQ.
       AUTHOR.        Otto B. Fun.
      *--------------------
       ENVIRONMENT DIVISION.
      *Bu program, gunluk gecikme yaslandirmasini yapar. ACCTSTMT her
      *ekstrede hesabin asgari odemesini ve son odeme tarihini ana
      *dosyaya yazar; ACCTPOST gelen odemeleri bu tutardan dusurur.
      *Son odeme tarihi gecmis ve asgari odemesi kapanmamis hesap
      *gecikmeye girer: ilk odenmeyen vadenin tarihi ACCT-DLQ-DATE
      *alanina yazilir ve hesap, o tarihten bugune gecen gun
      *sayisina gore 1-29, 30-59, 60-89, 90-119 ve 120+ gun
      *gruplarina ayrilir. Asgari odemesi kapanan ya da bakiyesi
      *kalmayan hesabin gecikme tarihi temizlenir.
      *
      *Gecikmedeki hesaplar dahili SORT ile sube, gecikme gunu
      *(buyukten kucuge) ve bakiyeye (buyukten kucuge) gore
      *siralanip sube basina gruplanmis tahsilat is listesine
      *(COLLQ) dokulur. Grup basina hesap sayisi ve bakiye ozeti
      *DLQRPT raporuna yazilir ve onceki ayin son ozetiyle yan
      *yana konur; ozet, aydan aya izlenebilsin diye birikimli
      *DLQHIST gecmisine eklenir. Ayni gun yeniden calistirmada
      *gecmise ikinci satir eklenmez.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Hesap ana dosyasi, gecikme tarihi yerinde guncellenecegi icin
      *I-O olarak acilir; kayitlar anahtar sirasiyla okunur.
           SELECT ACCT-MSTR  ASSIGN TO ACCTREC
                             ORGANIZATION INDEXED
                             ACCESS SEQUENTIAL
                             RECORD KEY IS ACCT-NO
                             STATUS ST-ACCT-MSTR.
      *Gunluk gecikme ozetlerinin biriktigi gecmis dosyasi; once
      *onceki ayin ozeti icin okunur, sonra bugunku satir eklenir.
           SELECT HIST-FILE  ASSIGN TO DLQHIST
                             STATUS ST-HIST-FILE.
      *Sube basina gruplanmis tahsilat is listesi.
           SELECT COLL-PRINT ASSIGN TO COLLQ
                             STATUS ST-COLL-PRINT.
      *Gecikme gruplari ozet raporu.
           SELECT DLQ-PRINT  ASSIGN TO DLQRPT
                             STATUS ST-DLQ-PRINT.
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
           05  COMMENTS           PIC X(35).
           05  ACCT-MIN-DUE       PIC S9(7)V99 COMP-3.
           05  ACCT-DUE-DATE      PIC 9(8) COMP-3.
           05  ACCT-DLQ-DATE      PIC 9(8) COMP-3.
      *Gecmis kaydi: calistirma tarihi, bes gecikme grubunun hesap
      *sayisi ve bakiyesi, okunan hesap sayisi ve toplam bakiye.
       FD  HIST-FILE RECORDING MODE F.
       01  HIST-REC.
           05  HIST-RUN-DATE      PIC 9(8).
           05  HIST-BUCKET        OCCURS 5 TIMES.
               10  HIST-COUNT     PIC 9(7).
               10  HIST-BALANCE   PIC S9(9)V99
                                  SIGN LEADING SEPARATE.
           05  HIST-ACCTS-READ    PIC 9(7).
           05  HIST-BOOK-BALANCE  PIC S9(9)V99
                                  SIGN LEADING SEPARATE.
           05  FILLER             PIC X(8).
       FD  COLL-PRINT RECORDING MODE F.
       01  COLL-REC               PIC X(80).
       FD  DLQ-PRINT RECORDING MODE F.
       01  DLQ-REC                PIC X(80).
      *Siralama kaydi: sube, gecikme gunu ve bakiye anahtardir;
      *esit kalanlar hesap numarasiyla siralanir.
       SD  SORT-FILE.
       01  SORT-REC.
           05  SRT-BRANCH         PIC X(4).
           05  SRT-DPD            PIC 9(5).
           05  SRT-BALANCE        PIC S9(7)V99 COMP-3.
           05  SRT-ACCT-NO        PIC X(8).
           05  SRT-LAST-NAME      PIC X(20).
           05  SRT-MIN-DUE        PIC S9(7)V99 COMP-3.
           05  SRT-DLQ-DATE       PIC 9(8).
           05  SRT-BUCKET         PIC 9(1).
       WORKING-STORAGE SECTION.
       01 WS-WORK-AREA.
         05 ST-ACCT-MSTR       PIC 9(2).
            88 ACCT-MSTR-SUCCES             VALUE 00 97.
            88 ACCT-MSTR-EOF                VALUE 10.
         05 ST-HIST-FILE       PIC 9(2).
            88 HIST-FILE-SUCCES             VALUE 00 97.
            88 HIST-FILE-EOF                VALUE 10.
            88 HIST-FILE-NOTFOUND           VALUE 35.
         05 ST-COLL-PRINT      PIC 9(2).
         05 ST-DLQ-PRINT       PIC 9(2).
      *Gecikme gunu hesabi icin tarihler YYYYMMDD olarak tutulur ve
      *gun sayisina cevrilip farki alinir.
       01 WS-DATE-AREA.
         05 WS-RUN-DATE8       PIC 9(8) VALUE ZERO.
         05 WS-RUN-DATE8-X REDEFINES WS-RUN-DATE8.
            10 WS-RUN-YYYYMM   PIC 9(6).
            10 FILLER          PIC 9(2).
         05 WS-RUN-INT         PIC 9(7) VALUE ZERO.
         05 WS-NEW-DLQ-DATE    PIC 9(8) VALUE ZERO.
         05 WS-DPD             PIC 9(5) VALUE ZERO.
         05 WS-HIST-YYYYMM     PIC 9(6) VALUE ZERO.
      *Gecikme tarihi, DATEVAL altprogramiyla takvime gore
      *dogrulanir; gecersiz tarihle gun sayisi hesaplanmaz.
       01 DATEVAL-PARM.
         05 DV-FUNCTION        PIC X(1).
         05 DV-DATE-1          PIC 9(8).
         05 DV-DATE-2          PIC 9(8).
         05 DV-VALID-SW        PIC X(1).
            88 DV-DATE-VALID               VALUE 'Y'.
            88 DV-DATE-INVALID             VALUE 'N'.
         05 DV-DAY-OF-WEEK     PIC 9(1).
         05 DV-BUS-DAYS        PIC S9(8).
         05 DV-HOL-COUNT       PIC 9(3).
         05 DV-HOL-FAIL-SW     PIC X(1).
      *Gecikme gruplarinin alt sinirlari ve basliklari.
       01 WS-BUCKET-VALUES.
         05 FILLER             PIC X(11) VALUE '00001 1-29 '.
         05 FILLER             PIC X(11) VALUE '0003030-59 '.
         05 FILLER             PIC X(11) VALUE '0006060-89 '.
         05 FILLER             PIC X(11) VALUE '0009090-119'.
         05 FILLER             PIC X(11) VALUE '00120120+  '.
       01 WS-BUCKET-TABLE REDEFINES WS-BUCKET-VALUES.
         05 BKT-ENTRY          OCCURS 5 TIMES.
            10 BKT-LOW-DAYS    PIC 9(5).
            10 BKT-LABEL       PIC X(6).
      *Bugunku ve onceki ayin grup toplamlari.
       01 WS-TOTALS-TABLE.
         05 TOT-ENTRY          OCCURS 5 TIMES.
            10 TOT-COUNT       PIC 9(7) COMP.
            10 TOT-BALANCE     PIC S9(9)V99 COMP-3.
            10 PRV-COUNT       PIC 9(7) COMP.
            10 PRV-BALANCE     PIC S9(9)V99 COMP-3.
       01 WS-BKT-SUB           PIC 9(2) COMP VALUE ZERO.
       01 WS-BKT-FOUND         PIC 9(2) COMP VALUE ZERO.
      *Onceki ayin son gecmis satiri bulunduysa bayrak acilir.
       01 WS-SWITCHES.
         05 WS-PRIOR-SW        PIC X VALUE 'N'.
            88 PRIOR-FOUND             VALUE 'Y'.
         05 WS-TODAY-SW        PIC X VALUE 'N'.
            88 TODAY-RECORDED          VALUE 'Y'.
         05 WS-SORT-EOF-SW     PIC X VALUE 'N'.
            88 SORT-EOF                VALUE 'Y'.
         05 WS-PRIOR-DATE      PIC 9(8) VALUE ZERO.
       01 WS-CUR-BRANCH        PIC X(4) VALUE SPACES.
       01 WS-COUNTERS.
         05 WS-READ-COUNT      PIC 9(7) VALUE ZERO.
         05 WS-SKIP-COUNT      PIC 9(7) VALUE ZERO.
         05 WS-UPD-COUNT       PIC 9(7) VALUE ZERO.
         05 WS-DLQ-COUNT       PIC 9(7) VALUE ZERO.
         05 WS-CLEAR-COUNT     PIC 9(7) VALUE ZERO.
         05 WS-HIST-READ       PIC 9(7) VALUE ZERO.
         05 WS-BR-COUNT        PIC 9(7) VALUE ZERO.
       01 WS-AMOUNTS.
         05 WS-BOOK-BALANCE    PIC S9(9)V99 COMP-3 VALUE ZERO.
         05 WS-DLQ-BALANCE     PIC S9(9)V99 COMP-3 VALUE ZERO.
         05 WS-PRV-DLQ-COUNT   PIC 9(7) COMP VALUE ZERO.
         05 WS-PRV-DLQ-BALANCE PIC S9(9)V99 COMP-3 VALUE ZERO.
         05 WS-BR-BALANCE      PIC S9(9)V99 COMP-3 VALUE ZERO.
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
      *Basilacak YYYYMMDD tarihin MM/DD/YYYY gorunumu.
       01 WS-FMT-DATE8         PIC 9(8) VALUE ZERO.
       01 WS-FMT-DATE-X REDEFINES WS-FMT-DATE8.
         05 WS-FMT-YYYY        PIC 9(4).
         05 WS-FMT-MM          PIC 9(2).
         05 WS-FMT-DD          PIC 9(2).
      *Is listesi satir yapilari; COLL-REC'e FROM ile tasinir.
       01 COLL-HDR-LINE.
         05  FILLER           PIC X(26)
             VALUE 'COLLECTIONS WORK QUEUE'.
         05  FILLER           PIC X(10) VALUE 'RUN DATE:'.
         05  COLL-HDR-DATE    PIC X(8).
       01 COLL-BR-LINE.
         05  FILLER           PIC X(8)  VALUE 'BRANCH: '.
         05  COLL-BR-O        PIC X(4).
       01 COLL-COL-LINE.
         05  FILLER           PIC X(9)  VALUE 'ACCT NO'.
         05  FILLER           PIC X(17) VALUE 'LAST NAME'.
         05  FILLER           PIC X(6)  VALUE '  DPD'.
         05  FILLER           PIC X(8)  VALUE ' BUCKET'.
         05  FILLER           PIC X(14) VALUE '      BALANCE'.
         05  FILLER           PIC X(14) VALUE '      MIN DUE'.
         05  FILLER           PIC X(10) VALUE 'PAST DUE'.
       01 COLL-DETAIL-LINE.
         05  COLL-ACCT-NO-O   PIC X(8).
         05  FILLER           PIC X(1)  VALUE SPACE.
         05  COLL-NAME-O      PIC X(16).
         05  FILLER           PIC X(1)  VALUE SPACE.
         05  COLL-DPD-O       PIC ZZZZ9.
         05  FILLER           PIC X(2)  VALUE SPACES.
         05  COLL-BUCKET-O    PIC X(6).
         05  FILLER           PIC X(1)  VALUE SPACE.
         05  COLL-BALANCE-O   PIC $$,$$$,$$9.99.
         05  FILLER           PIC X(1)  VALUE SPACE.
         05  COLL-MIN-DUE-O   PIC $$,$$$,$$9.99.
         05  FILLER           PIC X(1)  VALUE SPACE.
         05  COLL-DLQ-DATE-O  PIC X(10).
       01 COLL-BR-TRL-LINE.
         05  FILLER           PIC X(8)  VALUE SPACES.
         05  FILLER           PIC X(17) VALUE 'BRANCH TOTAL    :'.
         05  COLL-BR-CNT-O    PIC ZZZ,ZZ9.
         05  FILLER           PIC X(10) VALUE ' ACCOUNTS '.
         05  COLL-BR-BAL-O    PIC $$$$,$$$,$$9.99.
       01 COLL-TRL-LINE.
         05  COLL-TRL-LABEL   PIC X(24).
         05  COLL-TRL-COUNT   PIC ZZZ,ZZ9.
      *Ozet rapor satir yapilari; DLQ-REC'e FROM ile tasinir.
       01 DLQ-HDR-LINE.
         05  FILLER           PIC X(26)
             VALUE 'DELINQUENCY SUMMARY'.
         05  FILLER           PIC X(10) VALUE 'RUN DATE:'.
         05  DLQ-HDR-DATE     PIC X(8).
       01 DLQ-PRV-LINE.
         05  FILLER           PIC X(26)
             VALUE 'PRIOR MONTH SUMMARY DATE:'.
         05  DLQ-PRV-DATE-O   PIC X(10).
       01 DLQ-COL-LINE.
         05  FILLER           PIC X(8)  VALUE 'BUCKET'.
         05  FILLER           PIC X(8)  VALUE '   ACCTS'.
         05  FILLER           PIC X(15) VALUE '        BALANCE'.
         05  FILLER           PIC X(8)  VALUE '  PRIOR'.
         05  FILLER           PIC X(15) VALUE '  PRIOR BALANCE'.
         05  FILLER           PIC X(8)  VALUE '  CHG'.
         05  FILLER           PIC X(16) VALUE '    BALANCE CHG'.
       01 DLQ-DETAIL-LINE.
         05  DLQ-BUCKET-O     PIC X(8).
         05  DLQ-COUNT-O      PIC ZZZ,ZZ9.
         05  FILLER           PIC X(1)  VALUE SPACE.
         05  DLQ-BALANCE-O    PIC ZZZ,ZZZ,ZZ9.99.
         05  FILLER           PIC X(1)  VALUE SPACE.
         05  DLQ-PRV-COUNT-O  PIC ZZZ,ZZ9.
         05  FILLER           PIC X(1)  VALUE SPACE.
         05  DLQ-PRV-BAL-O    PIC ZZZ,ZZZ,ZZ9.99.
         05  FILLER           PIC X(1)  VALUE SPACE.
         05  DLQ-CHG-COUNT-O  PIC -ZZZ,ZZ9.
         05  FILLER           PIC X(1)  VALUE SPACE.
         05  DLQ-CHG-BAL-O    PIC -ZZZ,ZZZ,ZZ9.99.
       01 DLQ-TRL-LINE.
         05  DLQ-TRL-LABEL    PIC X(24).
         05  DLQ-TRL-COUNT    PIC ZZZ,ZZ9.
       01 DLQ-AMT-LINE.
         05  DLQ-AMT-LABEL    PIC X(24).
         05  DLQ-AMT-O        PIC -ZZZ,ZZZ,ZZ9.99.
      *------------------
       PROCEDURE DIVISION.
      *------------------
       0000-MAIN.
           PERFORM H100-OPEN-FILES
           PERFORM H150-READ-HISTORY
           SORT SORT-FILE
               ON ASCENDING KEY SRT-BRANCH
               ON DESCENDING KEY SRT-DPD
               ON DESCENDING KEY SRT-BALANCE
               ON ASCENDING KEY SRT-ACCT-NO
               INPUT PROCEDURE IS H200-PASS-MASTER
                   THRU H200-PASS-MASTER-END
               OUTPUT PROCEDURE IS H300-WRITE-QUEUE
                   THRU H300-WRITE-QUEUE-END
           PERFORM H400-WRITE-SUMMARY
           PERFORM H450-APPEND-HISTORY
           PERFORM H999-PROGRAM-EXIT.
       0000-END. EXIT.
      *Dosyalari aciyoruz, calistirma tarihini YYYYMMDD'ye ve gun
      *sayisina ceviriyoruz ve rapor basliklarini yaziyoruz.
       H100-OPEN-FILES.
           OPEN I-O    ACCT-MSTR.
           OPEN OUTPUT COLL-PRINT.
           OPEN OUTPUT DLQ-PRINT.
           IF NOT ACCT-MSTR-SUCCES
               DISPLAY 'UNABLE TO OPEN ACCTREC: ' ST-ACCT-MSTR
               MOVE ST-ACCT-MSTR TO RETURN-CODE
               PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF (ST-COLL-PRINT NOT = 0) AND (ST-COLL-PRINT NOT = 97)
               DISPLAY 'UNABLE TO OPEN COLLQ: ' ST-COLL-PRINT
               MOVE ST-COLL-PRINT TO RETURN-CODE
               PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF (ST-DLQ-PRINT NOT = 0) AND (ST-DLQ-PRINT NOT = 97)
               DISPLAY 'UNABLE TO OPEN DLQRPT: ' ST-DLQ-PRINT
               MOVE ST-DLQ-PRINT TO RETURN-CODE
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
           MOVE BD-CURR-DATE TO WS-RUN-DATE8.
           COMPUTE WS-RUN-INT = FUNCTION INTEGER-OF-DATE(WS-RUN-DATE8).
           INITIALIZE WS-TOTALS-TABLE.
           MOVE WS-RUN-DATE-O TO COLL-HDR-DATE.
           WRITE COLL-REC FROM COLL-HDR-LINE.
           MOVE WS-RUN-DATE-O TO DLQ-HDR-DATE.
           WRITE DLQ-REC FROM DLQ-HDR-LINE.
       H100-END. EXIT.
      *Gecmisi bastan sona okuyup onceki aya ait son ozeti
      *aliyoruz; bugunun satiri zaten varsa yeniden eklenmez. Ilk
      *calistirmada dosya bos ya da hic yok olabilir.
       H150-READ-HISTORY.
           OPEN INPUT HIST-FILE.
           IF HIST-FILE-SUCCES
               READ HIST-FILE
               PERFORM H160-CHECK-ONE-HISTORY UNTIL HIST-FILE-EOF
               CLOSE HIST-FILE
           ELSE
               IF NOT HIST-FILE-NOTFOUND
                   DISPLAY 'UNABLE TO OPEN DLQHIST: ' ST-HIST-FILE
                   MOVE ST-HIST-FILE TO RETURN-CODE
                   PERFORM H999-PROGRAM-EXIT
               END-IF
           END-IF.
       H150-END. EXIT.
       H160-CHECK-ONE-HISTORY.
           ADD 1 TO WS-HIST-READ.
           IF HIST-RUN-DATE IS NUMERIC
               MOVE HIST-RUN-DATE(1:6) TO WS-HIST-YYYYMM
               IF WS-HIST-YYYYMM < WS-RUN-YYYYMM
                   SET PRIOR-FOUND TO TRUE
                   MOVE HIST-RUN-DATE TO WS-PRIOR-DATE
                   PERFORM H165-SAVE-PRIOR-BUCKET
                       VARYING WS-BKT-SUB FROM 1 BY 1
                       UNTIL WS-BKT-SUB > 5
               END-IF
               IF HIST-RUN-DATE = WS-RUN-DATE8
                   SET TODAY-RECORDED TO TRUE
               END-IF
           END-IF.
           READ HIST-FILE.
       H160-END. EXIT.
       H165-SAVE-PRIOR-BUCKET.
           IF (HIST-COUNT(WS-BKT-SUB) IS NUMERIC)
               AND (HIST-BALANCE(WS-BKT-SUB) IS NUMERIC)
               MOVE HIST-COUNT(WS-BKT-SUB)   TO PRV-COUNT(WS-BKT-SUB)
               MOVE HIST-BALANCE(WS-BKT-SUB)
                   TO PRV-BALANCE(WS-BKT-SUB)
           ELSE
               MOVE ZERO TO PRV-COUNT(WS-BKT-SUB)
               MOVE ZERO TO PRV-BALANCE(WS-BKT-SUB)
           END-IF.
       H165-END. EXIT.
      *Giris yordami: ana dosyayi anahtar sirasiyla okuyup her
      *hesabin gecikme tarihini guncelliyoruz; gecikmedeki hesaplar
      *SORT'a verilir.
       H200-PASS-MASTER.
           READ ACCT-MSTR.
           PERFORM H210-AGE-ONE-ACCOUNT UNTIL ACCT-MSTR-EOF.
       H200-PASS-MASTER-END. EXIT.
      *Paketli alanlari gecersiz kayitlar karar verilemedigi icin
      *atlanir ve sayilir.
       H210-AGE-ONE-ACCOUNT.
           ADD 1 TO WS-READ-COUNT.
           IF (ACCT-BALANCE NOT NUMERIC) OR
               (ACCT-MIN-DUE NOT NUMERIC) OR
               (ACCT-DUE-DATE NOT NUMERIC) OR
               (ACCT-DLQ-DATE NOT NUMERIC)
               ADD 1 TO WS-SKIP-COUNT
           ELSE
               ADD ACCT-BALANCE TO WS-BOOK-BALANCE
               PERFORM H220-SET-DLQ-DATE
               IF (ACCT-DLQ-DATE > ZERO) AND
                   (ACCT-DLQ-DATE < WS-RUN-DATE8)
                   PERFORM H230-RELEASE-DELINQUENT
               END-IF
           END-IF.
           READ ACCT-MSTR.
       H210-END. EXIT.
      *Vadesi gecmis ve asgari odemesi kapanmamis hesabin gecikme
      *tarihi, gecikme henuz isaretlenmemisse son odeme tarihi
      *olur. Asgari odemesi kapanan ya da bakiyesi kalmayan hesabin
      *gecikme tarihi temizlenir. Degisen kayit yerinde yazilir.
       H220-SET-DLQ-DATE.
           MOVE ACCT-DLQ-DATE TO WS-NEW-DLQ-DATE.
           IF (ACCT-MIN-DUE > ZERO) AND (ACCT-BALANCE > ZERO)
               IF (ACCT-DLQ-DATE = ZERO) AND
                   (ACCT-DUE-DATE > ZERO) AND
                   (ACCT-DUE-DATE < WS-RUN-DATE8)
                   MOVE ACCT-DUE-DATE TO WS-NEW-DLQ-DATE
               END-IF
           ELSE
               MOVE ZERO TO WS-NEW-DLQ-DATE
           END-IF.
           IF WS-NEW-DLQ-DATE NOT = ACCT-DLQ-DATE
               IF WS-NEW-DLQ-DATE = ZERO
                   ADD 1 TO WS-CLEAR-COUNT
               END-IF
               MOVE WS-NEW-DLQ-DATE TO ACCT-DLQ-DATE
               REWRITE ACCT-FIELDS
               IF ACCT-MSTR-SUCCES
                   ADD 1 TO WS-UPD-COUNT
               ELSE
                   DISPLAY 'REWRITE FAILED FOR ' ACCT-NO
                       ' STATUS ' ST-ACCT-MSTR
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.
       H220-END. EXIT.
      *Gecikme gun sayisini bulup hesabi grubuna ekliyoruz ve
      *is listesi icin SORT'a veriyoruz. Takvime aykiri gecikme
      *tarihi olan hesap atlanir ve sayilir.
       H230-RELEASE-DELINQUENT.
           MOVE 'V'           TO DV-FUNCTION.
           MOVE ACCT-DLQ-DATE TO DV-DATE-1.
           CALL 'DATEVAL' USING DATEVAL-PARM.
           IF DV-DATE-INVALID
               DISPLAY 'INVALID DELINQUENCY DATE FOR ' ACCT-NO
               ADD 1 TO WS-SKIP-COUNT
           ELSE
               COMPUTE WS-DPD = WS-RUN-INT
                   - FUNCTION INTEGER-OF-DATE(ACCT-DLQ-DATE)
               MOVE 1 TO WS-BKT-FOUND
               PERFORM H235-FIND-BUCKET
                   VARYING WS-BKT-SUB FROM 2 BY 1
                   UNTIL WS-BKT-SUB > 5
               ADD 1 TO TOT-COUNT(WS-BKT-FOUND)
               ADD ACCT-BALANCE TO TOT-BALANCE(WS-BKT-FOUND)
               ADD 1 TO WS-DLQ-COUNT
               ADD ACCT-BALANCE TO WS-DLQ-BALANCE
               MOVE ACCT-BRANCH   TO SRT-BRANCH
               MOVE WS-DPD        TO SRT-DPD
               MOVE ACCT-BALANCE  TO SRT-BALANCE
               MOVE ACCT-NO       TO SRT-ACCT-NO
               MOVE LAST-NAME     TO SRT-LAST-NAME
               MOVE ACCT-MIN-DUE  TO SRT-MIN-DUE
               MOVE ACCT-DLQ-DATE TO SRT-DLQ-DATE
               MOVE WS-BKT-FOUND  TO SRT-BUCKET
               RELEASE SORT-REC
           END-IF.
       H230-END. EXIT.
       H235-FIND-BUCKET.
           IF WS-DPD >= BKT-LOW-DAYS(WS-BKT-SUB)
               MOVE WS-BKT-SUB TO WS-BKT-FOUND
           END-IF.
       H235-END. EXIT.
      *Cikis yordami: siralanmis gecikmedeki hesaplari sube kirilimli
      *is listesine basiyoruz.
       H300-WRITE-QUEUE.
           RETURN SORT-FILE
               AT END SET SORT-EOF TO TRUE
           END-RETURN.
           PERFORM H310-WRITE-QUEUE-LINE UNTIL SORT-EOF.
           IF WS-DLQ-COUNT > ZERO
               PERFORM H320-WRITE-BRANCH-TOTAL
           END-IF.
       H300-WRITE-QUEUE-END. EXIT.
       H310-WRITE-QUEUE-LINE.
           IF (SRT-BRANCH NOT = WS-CUR-BRANCH) OR
               (WS-BR-COUNT = ZERO)
               IF WS-BR-COUNT > ZERO
                   PERFORM H320-WRITE-BRANCH-TOTAL
               END-IF
               MOVE SRT-BRANCH TO WS-CUR-BRANCH
               MOVE SRT-BRANCH TO COLL-BR-O
               MOVE SPACES TO COLL-REC
               WRITE COLL-REC
               WRITE COLL-REC FROM COLL-BR-LINE
               WRITE COLL-REC FROM COLL-COL-LINE
           END-IF.
           MOVE SRT-ACCT-NO   TO COLL-ACCT-NO-O.
           MOVE SRT-LAST-NAME TO COLL-NAME-O.
           MOVE SRT-DPD       TO COLL-DPD-O.
           MOVE BKT-LABEL(SRT-BUCKET) TO COLL-BUCKET-O.
           MOVE SRT-BALANCE   TO COLL-BALANCE-O.
           MOVE SRT-MIN-DUE   TO COLL-MIN-DUE-O.
           MOVE SRT-DLQ-DATE  TO WS-FMT-DATE8.
           MOVE SPACES TO COLL-DLQ-DATE-O.
           STRING WS-FMT-MM '/' WS-FMT-DD '/' WS-FMT-YYYY
               DELIMITED BY SIZE INTO COLL-DLQ-DATE-O.
           WRITE COLL-REC FROM COLL-DETAIL-LINE.
           ADD 1 TO WS-BR-COUNT.
           ADD SRT-BALANCE TO WS-BR-BALANCE.
           RETURN SORT-FILE
               AT END SET SORT-EOF TO TRUE
           END-RETURN.
       H310-END. EXIT.
       H320-WRITE-BRANCH-TOTAL.
           MOVE WS-BR-COUNT   TO COLL-BR-CNT-O.
           MOVE WS-BR-BALANCE TO COLL-BR-BAL-O.
           WRITE COLL-REC FROM COLL-BR-TRL-LINE.
           MOVE ZERO TO WS-BR-COUNT.
           MOVE ZERO TO WS-BR-BALANCE.
       H320-END. EXIT.
      *Grup ozetini onceki ayin son ozetiyle yan yana basiyoruz.
       H400-WRITE-SUMMARY.
           IF PRIOR-FOUND
               MOVE WS-PRIOR-DATE TO WS-FMT-DATE8
               MOVE SPACES TO DLQ-PRV-DATE-O
               STRING WS-FMT-MM '/' WS-FMT-DD '/' WS-FMT-YYYY
                   DELIMITED BY SIZE INTO DLQ-PRV-DATE-O
           ELSE
               MOVE 'NONE' TO DLQ-PRV-DATE-O
           END-IF.
           WRITE DLQ-REC FROM DLQ-PRV-LINE.
           MOVE SPACES TO DLQ-REC.
           WRITE DLQ-REC.
           WRITE DLQ-REC FROM DLQ-COL-LINE.
           PERFORM H410-WRITE-BUCKET-LINE
               VARYING WS-BKT-SUB FROM 1 BY 1
               UNTIL WS-BKT-SUB > 5.
           MOVE 'TOTAL'            TO DLQ-BUCKET-O.
           MOVE WS-DLQ-COUNT       TO DLQ-COUNT-O.
           MOVE WS-DLQ-BALANCE     TO DLQ-BALANCE-O.
           MOVE WS-PRV-DLQ-COUNT   TO DLQ-PRV-COUNT-O.
           MOVE WS-PRV-DLQ-BALANCE TO DLQ-PRV-BAL-O.
           COMPUTE DLQ-CHG-COUNT-O = WS-DLQ-COUNT - WS-PRV-DLQ-COUNT.
           COMPUTE DLQ-CHG-BAL-O =
               WS-DLQ-BALANCE - WS-PRV-DLQ-BALANCE.
           WRITE DLQ-REC FROM DLQ-DETAIL-LINE.
       H400-END. EXIT.
       H410-WRITE-BUCKET-LINE.
           MOVE BKT-LABEL(WS-BKT-SUB)   TO DLQ-BUCKET-O.
           MOVE TOT-COUNT(WS-BKT-SUB)   TO DLQ-COUNT-O.
           MOVE TOT-BALANCE(WS-BKT-SUB) TO DLQ-BALANCE-O.
           MOVE PRV-COUNT(WS-BKT-SUB)   TO DLQ-PRV-COUNT-O.
           MOVE PRV-BALANCE(WS-BKT-SUB) TO DLQ-PRV-BAL-O.
           COMPUTE DLQ-CHG-COUNT-O =
               TOT-COUNT(WS-BKT-SUB) - PRV-COUNT(WS-BKT-SUB).
           COMPUTE DLQ-CHG-BAL-O =
               TOT-BALANCE(WS-BKT-SUB) - PRV-BALANCE(WS-BKT-SUB).
           WRITE DLQ-REC FROM DLQ-DETAIL-LINE.
           ADD PRV-COUNT(WS-BKT-SUB)   TO WS-PRV-DLQ-COUNT.
           ADD PRV-BALANCE(WS-BKT-SUB) TO WS-PRV-DLQ-BALANCE.
       H410-END. EXIT.
      *Bugunku ozeti gecmise ekliyoruz; ayni gun ikinci kez
      *eklenmez.
       H450-APPEND-HISTORY.
           IF TODAY-RECORDED
               DISPLAY 'SUMMARY ALREADY ON DLQHIST FOR TODAY'
           ELSE
               OPEN EXTEND HIST-FILE
               IF (ST-HIST-FILE NOT = 0) AND (ST-HIST-FILE NOT = 97)
                   DISPLAY 'UNABLE TO OPEN DLQHIST: ' ST-HIST-FILE
                   MOVE ST-HIST-FILE TO RETURN-CODE
               ELSE
                   MOVE SPACES TO HIST-REC
                   MOVE WS-RUN-DATE8 TO HIST-RUN-DATE
                   PERFORM H455-MOVE-HIST-BUCKET
                       VARYING WS-BKT-SUB FROM 1 BY 1
                       UNTIL WS-BKT-SUB > 5
                   MOVE WS-READ-COUNT   TO HIST-ACCTS-READ
                   MOVE WS-BOOK-BALANCE TO HIST-BOOK-BALANCE
                   WRITE HIST-REC
                   CLOSE HIST-FILE
               END-IF
           END-IF.
       H450-END. EXIT.
       H455-MOVE-HIST-BUCKET.
           MOVE TOT-COUNT(WS-BKT-SUB)   TO HIST-COUNT(WS-BKT-SUB).
           MOVE TOT-BALANCE(WS-BKT-SUB) TO HIST-BALANCE(WS-BKT-SUB).
       H455-END. EXIT.
      *Ozet sayilari raporlara ve ekrana yazip dosyalari kapatiyoruz.
       H999-PROGRAM-EXIT.
           IF (ST-COLL-PRINT = 0) OR (ST-COLL-PRINT = 97)
               MOVE SPACES TO COLL-REC
               WRITE COLL-REC
               MOVE 'DELINQUENT ACCOUNTS   :' TO COLL-TRL-LABEL
               MOVE WS-DLQ-COUNT TO COLL-TRL-COUNT
               WRITE COLL-REC FROM COLL-TRL-LINE
           END-IF.
           IF (ST-DLQ-PRINT = 0) OR (ST-DLQ-PRINT = 97)
               MOVE SPACES TO DLQ-REC
               WRITE DLQ-REC
               MOVE 'ACCOUNTS READ         :' TO DLQ-TRL-LABEL
               MOVE WS-READ-COUNT TO DLQ-TRL-COUNT
               WRITE DLQ-REC FROM DLQ-TRL-LINE
               MOVE 'ACCOUNTS SKIPPED      :' TO DLQ-TRL-LABEL
               MOVE WS-SKIP-COUNT TO DLQ-TRL-COUNT
               WRITE DLQ-REC FROM DLQ-TRL-LINE
               MOVE 'NEWLY DELINQUENT/CURED:' TO DLQ-TRL-LABEL
               MOVE WS-UPD-COUNT TO DLQ-TRL-COUNT
               WRITE DLQ-REC FROM DLQ-TRL-LINE
               MOVE 'BOOK BALANCE          :' TO DLQ-AMT-LABEL
               MOVE WS-BOOK-BALANCE TO DLQ-AMT-O
               WRITE DLQ-REC FROM DLQ-AMT-LINE
           END-IF.
           DISPLAY 'ACCOUNTS READ     : ' WS-READ-COUNT.
           DISPLAY 'ACCOUNTS SKIPPED  : ' WS-SKIP-COUNT.
           DISPLAY 'DLQ DATE UPDATED  : ' WS-UPD-COUNT.
           DISPLAY 'DLQ DATE CLEARED  : ' WS-CLEAR-COUNT.
           DISPLAY 'DELINQUENT ACCTS  : ' WS-DLQ-COUNT.
           DISPLAY 'HISTORY LINES READ: ' WS-HIST-READ.
           CLOSE ACCT-MSTR.
           CLOSE COLL-PRINT.
           CLOSE DLQ-PRINT.
           STOP RUN.
      *

       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    WATCHCHK.
       AUTHOR.        Otto B. Fun.
      *--------------------
       ENVIRONMENT DIVISION.
      *Bu altprogram, verilen musteri adini ve adresini yasakli
      *taraf izleme listesine (WATCHLST) karsi tarar. ACCTEDIT her
      *yeni hesap ('A') ile ad ya da adres degistiren her 'C'
      *islemi icin, WATCHSCN ise aylik tam taramada her hesap icin
      *cagirir. Liste ilk cagrida bir kez okunup tabloya alinir ve
      *her kaydin normallestirilmis bicimi de hazirlanir; sonraki
      *cagrilar yalnizca tabloyu tarar. WATCHMNT'in bos kumeye
      *yazdigi tohum kayit (WL-ID '00000000') tabloya alinmaz ve
      *liste kayit sayisina girmez.
      *
      *Eslesme kurallari (ilk eslesen liste kaydi doner):
      *  Ad (liste kaydinda soyad doluysa)
      *    tam        : soyad ayni, listede ad bossa ya da ad ayni
      *    normal     : buyuk harfe cevrilip bosluk ve noktalama
      *                 atildiktan sonra soyad ayni; ad ayni, ya da
      *                 iki taraftan birinde yalnizca bas harf var
      *                 ve bas harfler ayni; ya da ad ile soyad yer
      *                 degistirmis
      *  Adres (liste kaydinda sokak doluysa)
      *    tam        : sokak ve ilce ayni, listede eyalet bossa ya
      *                 da eyalet ayni
      *    normal     : normallestirilmis sokak ve ilce ayni
      *
      *Parametre alani (cagiran program ayni yerlesimi tanimlar):
      *  WC-LAST-NAME..WC-STATE  taranacak ad ve adres
      *  WC-RESULT-SW  'Y' eslesme var, 'N' yok, 'E' liste okunamadi
      *                ya da tabloya sigmadi; cagiran program bu
      *                durumda kaydi taranmamis saymalidir
      *  WC-HIT-ID     eslesen liste kaydinin numarasi
      *  WC-HIT-TYPE   'E' tam, 'N' normallestirilmis eslesme
      *  WC-HIT-FIELD  'NAME' ya da 'ADDR'
      *  WC-LIST-COUNT listedeki kayit sayisi
      *  WC-LIST-DATE  listede en son eklenen/degisen kaydin tarihi
      *                (YYYYAAGG); WATCHSCN yeniden tarama karari
      *                icin kullanir
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WL-FILE    ASSIGN TO WATCHLST
                             ORGANIZATION INDEXED
                             ACCESS SEQUENTIAL
                             RECORD KEY IS WL-ID
                             STATUS ST-WL-FILE.
       DATA DIVISION.
       FILE SECTION.
      *Izleme listesi kaydinin yapisi, WATCHMNT programindaki WL-REC
      *ile aynidir.
       FD  WL-FILE.
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
       WORKING-STORAGE SECTION.
       01 WS-WORK-AREA.
         05 ST-WL-FILE         PIC 9(2).
            88 WL-FILE-SUCCES               VALUE 00 97.
            88 WL-FILE-EOF                  VALUE 10.
       01 WS-LOAD-SW           PIC X VALUE 'N'.
         88 LIST-LOADED                 VALUE 'Y'.
       01 WS-LIST-SW           PIC X VALUE 'Y'.
         88 LIST-USABLE                 VALUE 'Y'.
      *Izleme listesi tablosu; kaydin kendisi ve normallestirilmis
      *ad/adres alanlari.
       01 WL-TABLE.
         05 WL-COUNT           PIC 9(5) COMP VALUE ZERO.
         05 WL-ROW OCCURS 2000 TIMES.
            10 WT-ID           PIC X(8).
            10 WT-LAST-NAME    PIC X(20).
            10 WT-FIRST-NAME   PIC X(15).
            10 WT-STREET       PIC X(25).
            10 WT-CITY         PIC X(20).
            10 WT-STATE        PIC X(15).
            10 WT-N-LAST       PIC X(20).
            10 WT-N-FIRST      PIC X(15).
            10 WT-N-STREET     PIC X(25).
            10 WT-N-CITY       PIC X(20).
       01 WL-SUB               PIC 9(5) COMP VALUE ZERO.
       01 WS-LIST-DATE         PIC 9(8) VALUE ZERO.
      *Taranan kaydin normallestirilmis alanlari.
       01 WS-SCREEN-AREA.
         05 WS-N-LAST          PIC X(20).
         05 WS-N-FIRST         PIC X(15).
         05 WS-N-STREET        PIC X(25).
         05 WS-N-CITY          PIC X(20).
      *Normallestirme alani: buyuk harfe cevrilir, harf ve rakam
      *disindaki her karakter (bosluk, nokta, tire, kesme) atilir.
       01 WS-NORM-AREA.
         05 WS-NORM-IN         PIC X(25).
         05 WS-NORM-OUT        PIC X(25).
         05 WS-NORM-CHAR       PIC X(1).
         05 NORM-SUB           PIC 9(2) COMP VALUE ZERO.
         05 NORM-POS           PIC 9(2) COMP VALUE ZERO.
       LINKAGE SECTION.
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
      *------------------
       PROCEDURE DIVISION USING WATCHCHK-PARM.
      *------------------
       0000-MAIN.
           IF NOT LIST-LOADED
               PERFORM H100-LOAD-LIST
           END-IF
           MOVE WL-COUNT     TO WC-LIST-COUNT
           MOVE WS-LIST-DATE TO WC-LIST-DATE
           MOVE SPACES       TO WC-HIT-ID
           MOVE SPACES       TO WC-HIT-TYPE
           MOVE SPACES       TO WC-HIT-FIELD
           IF LIST-USABLE
               MOVE 'N' TO WC-RESULT-SW
               PERFORM H200-SCREEN
           ELSE
               MOVE 'E' TO WC-RESULT-SW
           END-IF
           GOBACK.
       0000-END. EXIT.
      *Listeyi anahtar sirasiyla okuyup tabloya aliyoruz. Dosya
      *acilamazsa ya da tablo tasarsa liste kullanilamaz sayilir.
       H100-LOAD-LIST.
           SET LIST-LOADED TO TRUE.
           OPEN INPUT WL-FILE.
           IF NOT WL-FILE-SUCCES
               DISPLAY 'UNABLE TO OPEN WATCHLST: ' ST-WL-FILE
               MOVE 'N' TO WS-LIST-SW
           ELSE
               READ WL-FILE
               PERFORM H110-LOAD-ONE-ENTRY
                   UNTIL WL-FILE-EOF OR (NOT LIST-USABLE)
               CLOSE WL-FILE
           END-IF.
       H100-END. EXIT.
       H110-LOAD-ONE-ENTRY.
           IF WL-ID = '00000000'
               READ WL-FILE
           ELSE
               PERFORM H115-ADD-ONE-ENTRY
           END-IF.
       H110-END. EXIT.
       H115-ADD-ONE-ENTRY.
           IF WL-COUNT >= 2000
               DISPLAY 'WATCH LIST TABLE FULL AT ' WL-COUNT
               MOVE 'N' TO WS-LIST-SW
           ELSE
               ADD 1 TO WL-COUNT
               MOVE WL-COUNT      TO WL-SUB
               MOVE WL-ID         TO WT-ID(WL-SUB)
               MOVE WL-LAST-NAME  TO WT-LAST-NAME(WL-SUB)
               MOVE WL-FIRST-NAME TO WT-FIRST-NAME(WL-SUB)
               MOVE WL-STREET     TO WT-STREET(WL-SUB)
               MOVE WL-CITY       TO WT-CITY(WL-SUB)
               MOVE WL-STATE      TO WT-STATE(WL-SUB)
               MOVE WL-LAST-NAME  TO WS-NORM-IN
               PERFORM H900-NORMALIZE
               MOVE WS-NORM-OUT   TO WT-N-LAST(WL-SUB)
               MOVE WL-FIRST-NAME TO WS-NORM-IN
               PERFORM H900-NORMALIZE
               MOVE WS-NORM-OUT   TO WT-N-FIRST(WL-SUB)
               MOVE WL-STREET     TO WS-NORM-IN
               PERFORM H900-NORMALIZE
               MOVE WS-NORM-OUT   TO WT-N-STREET(WL-SUB)
               MOVE WL-CITY       TO WS-NORM-IN
               PERFORM H900-NORMALIZE
               MOVE WS-NORM-OUT   TO WT-N-CITY(WL-SUB)
               IF (WL-CHG-DATE IS NUMERIC)
                   AND (WL-CHG-DATE > WS-LIST-DATE)
                   MOVE WL-CHG-DATE TO WS-LIST-DATE
               END-IF
               READ WL-FILE
           END-IF.
       H115-END. EXIT.
      *Taranan kaydi normallestirip tabloyu bastan sona geziyoruz;
      *ilk eslesmede durulur.
       H200-SCREEN.
           MOVE WC-LAST-NAME  TO WS-NORM-IN.
           PERFORM H900-NORMALIZE.
           MOVE WS-NORM-OUT   TO WS-N-LAST.
           MOVE WC-FIRST-NAME TO WS-NORM-IN.
           PERFORM H900-NORMALIZE.
           MOVE WS-NORM-OUT   TO WS-N-FIRST.
           MOVE WC-STREET     TO WS-NORM-IN.
           PERFORM H900-NORMALIZE.
           MOVE WS-NORM-OUT   TO WS-N-STREET.
           MOVE WC-CITY       TO WS-NORM-IN.
           PERFORM H900-NORMALIZE.
           MOVE WS-NORM-OUT   TO WS-N-CITY.
           PERFORM H210-CHECK-ONE-ENTRY
               VARYING WL-SUB FROM 1 BY 1
               UNTIL (WL-SUB > WL-COUNT) OR WC-HIT.
       H200-END. EXIT.
       H210-CHECK-ONE-ENTRY.
           IF WT-LAST-NAME(WL-SUB) NOT = SPACES
               PERFORM H220-CHECK-NAME
           END-IF.
           IF (NOT WC-HIT) AND (WT-STREET(WL-SUB) NOT = SPACES)
               PERFORM H230-CHECK-ADDRESS
           END-IF.
           IF WC-HIT
               MOVE WT-ID(WL-SUB) TO WC-HIT-ID
           END-IF.
       H210-END. EXIT.
      *Ad kurallari: once tam, sonra normallestirilmis eslesme.
       H220-CHECK-NAME.
           IF (WC-LAST-NAME = WT-LAST-NAME(WL-SUB))
               AND ((WT-FIRST-NAME(WL-SUB) = SPACES)
                 OR (WC-FIRST-NAME = WT-FIRST-NAME(WL-SUB)))
               MOVE 'Y'    TO WC-RESULT-SW
               MOVE 'E'    TO WC-HIT-TYPE
               MOVE 'NAME' TO WC-HIT-FIELD
           END-IF.
           IF (NOT WC-HIT) AND (WS-N-LAST = WT-N-LAST(WL-SUB))
               IF (WT-N-FIRST(WL-SUB) = SPACES)
                   OR (WS-N-FIRST = WT-N-FIRST(WL-SUB))
                   OR ((WS-N-FIRST(1:1) = WT-N-FIRST(WL-SUB)(1:1))
                     AND ((WS-N-FIRST(2:) = SPACES)
                       OR (WT-N-FIRST(WL-SUB)(2:) = SPACES)))
                   MOVE 'Y'    TO WC-RESULT-SW
                   MOVE 'N'    TO WC-HIT-TYPE
                   MOVE 'NAME' TO WC-HIT-FIELD
               END-IF
           END-IF.
           IF (NOT WC-HIT) AND (WT-N-FIRST(WL-SUB) NOT = SPACES)
               AND (WS-N-LAST  = WT-N-FIRST(WL-SUB))
               AND (WS-N-FIRST = WT-N-LAST(WL-SUB))
               MOVE 'Y'    TO WC-RESULT-SW
               MOVE 'N'    TO WC-HIT-TYPE
               MOVE 'NAME' TO WC-HIT-FIELD
           END-IF.
       H220-END. EXIT.
      *Adres kurallari: once tam, sonra normallestirilmis eslesme.
       H230-CHECK-ADDRESS.
           IF (WC-STREET = WT-STREET(WL-SUB))
               AND (WC-CITY = WT-CITY(WL-SUB))
               AND ((WT-STATE(WL-SUB) = SPACES)
                 OR (WC-STATE = WT-STATE(WL-SUB)))
               MOVE 'Y'    TO WC-RESULT-SW
               MOVE 'E'    TO WC-HIT-TYPE
               MOVE 'ADDR' TO WC-HIT-FIELD
           END-IF.
           IF (NOT WC-HIT)
               AND (WS-N-STREET = WT-N-STREET(WL-SUB))
               AND (WS-N-CITY   = WT-N-CITY(WL-SUB))
               MOVE 'Y'    TO WC-RESULT-SW
               MOVE 'N'    TO WC-HIT-TYPE
               MOVE 'ADDR' TO WC-HIT-FIELD
           END-IF.
       H230-END. EXIT.
      *WS-NORM-IN alanini buyuk harfe cevirip yalnizca harf ve
      *rakamlari sola dayali olarak WS-NORM-OUT alanina aliyoruz.
       H900-NORMALIZE.
           MOVE SPACES TO WS-NORM-OUT.
           MOVE ZERO   TO NORM-POS.
           INSPECT WS-NORM-IN CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           PERFORM H910-KEEP-ONE-CHAR
               VARYING NORM-SUB FROM 1 BY 1
               UNTIL NORM-SUB > 25.
       H900-END. EXIT.
       H910-KEEP-ONE-CHAR.
           MOVE WS-NORM-IN(NORM-SUB:1) TO WS-NORM-CHAR.
           IF ((WS-NORM-CHAR IS ALPHABETIC-UPPER)
                 AND (WS-NORM-CHAR NOT = SPACE))
               OR (WS-NORM-CHAR IS NUMERIC)
               ADD 1 TO NORM-POS
               MOVE WS-NORM-CHAR TO WS-NORM-OUT(NORM-POS:1)
           END-IF.
       H910-END. EXIT.
      *

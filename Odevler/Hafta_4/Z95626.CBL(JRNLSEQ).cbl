       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    JRNLSEQ.
       AUTHOR.        Otto B. Fun.
      *--------------------
       ENVIRONMENT DIVISION.
      *Bu altprogram, bakim gunlugune (ACCTJRNL) ya da tahakkuk
      *gunlugune (ACCRJRNL) yazan programlara, verilen is gunu icin
      *iki gunlukte de kullanilmis en buyuk sira numarasini doner.
      *Cagiran program kendi sira numarasini bunun uzerinden
      *surdurur; boylece ayni gun gunluge yazan ACCTMNT, ACCTPOST,
      *ACCTMRG, ACCTREST ve ACCRUE kayitlari tarih + sira numarasi
      *ile tek anlamli siralanir ve ileri kurtarma (ACCTRCVR) iki
      *gunlugu bu sirayla birlestirebilir.
      *
      *Parametre alani (cagiran program ayni yerlesimi tanimlar):
      *  JS-DATE       MM/DD/YY is gunu (gunluklerdeki tarih duzeni)
      *  JS-LAST-SEQ   o gune ait en buyuk sira no; kayit yoksa sifir
      *  JS-SEQ-SW     'Y' = iki gunluk de okundu, 'N' = gunluklerden
      *                biri acilamadi; cagiran program gunluge
      *                yazmadan durmalidir
      *
      *Gunlukler cagiran program kendi gunlugunu EXTEND/OUTPUT ile
      *acmadan once okunmalidir; altprogram dosyalari kapatip doner.
      *Sira numarasi alani bos olan eski tahakkuk satirlari
      *sayilmaz.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JRNL-FILE  ASSIGN TO ACCTJRNL
                             STATUS ST-JRNL-FILE.
           SELECT ACCR-FILE  ASSIGN TO ACCRJRNL
                             STATUS ST-ACCR-FILE.
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
      *Tahakkuk gunlugu satiri, ACCRUE'nun yazdigi duzenle okunur;
      *yalnizca tarih ve sira numarasi kullanilir.
       FD  ACCR-FILE RECORDING MODE F.
       01  ACCR-REC.
           05  ACCR-DATE-O        PIC X(8).
           05  FILLER             PIC X(68).
           05  FILLER             PIC X(2).
           05  ACCR-SEQ-O         PIC X(7).
           05  FILLER             PIC X(11).
       WORKING-STORAGE SECTION.
       01 WS-WORK-AREA.
         05 ST-JRNL-FILE       PIC 9(2).
            88 JRNL-FILE-EOF                VALUE 10.
            88 JRNL-FILE-SUCCES             VALUE 00 97.
         05 ST-ACCR-FILE       PIC 9(2).
            88 ACCR-FILE-EOF                VALUE 10.
            88 ACCR-FILE-SUCCES             VALUE 00 97.
       01 WS-ACCR-SEQ          PIC 9(7) VALUE ZERO.
       LINKAGE SECTION.
       01 JRNLSEQ-PARM.
         05 JS-DATE            PIC X(8).
         05 JS-LAST-SEQ        PIC 9(7).
         05 JS-SEQ-SW          PIC X(1).
            88 JS-SEQ-OK                   VALUE 'Y'.
      *------------------
       PROCEDURE DIVISION USING JRNLSEQ-PARM.
      *------------------
       0000-MAIN.
           MOVE ZERO TO JS-LAST-SEQ
           MOVE 'Y'  TO JS-SEQ-SW
           PERFORM H100-SCAN-MAINT-JOURNAL
           PERFORM H200-SCAN-ACCRUAL-JOURNAL
           GOBACK.
       0000-END. EXIT.
      *Bakim gunlugunu bastan sona okuyup o gune ait en buyuk sira
      *numarasini aliyoruz.
       H100-SCAN-MAINT-JOURNAL.
           OPEN INPUT JRNL-FILE.
           IF NOT JRNL-FILE-SUCCES
               DISPLAY 'UNABLE TO OPEN ACCTJRNL: ' ST-JRNL-FILE
               MOVE 'N' TO JS-SEQ-SW
           ELSE
               READ JRNL-FILE
               PERFORM H110-CHECK-ONE-JRNL UNTIL JRNL-FILE-EOF
               CLOSE JRNL-FILE
           END-IF.
       H100-END. EXIT.
       H110-CHECK-ONE-JRNL.
           IF (JRNL-DATE-O = JS-DATE) AND (JRNL-SEQ-O IS NUMERIC)
               IF JRNL-SEQ-O > JS-LAST-SEQ
                   MOVE JRNL-SEQ-O TO JS-LAST-SEQ
               END-IF
           END-IF.
           READ JRNL-FILE.
       H110-END. EXIT.
      *Tahakkuk gunlugunu ayni sekilde tariyoruz.
       H200-SCAN-ACCRUAL-JOURNAL.
           OPEN INPUT ACCR-FILE.
           IF NOT ACCR-FILE-SUCCES
               DISPLAY 'UNABLE TO OPEN ACCRJRNL: ' ST-ACCR-FILE
               MOVE 'N' TO JS-SEQ-SW
           ELSE
               READ ACCR-FILE
               PERFORM H210-CHECK-ONE-ACCR UNTIL ACCR-FILE-EOF
               CLOSE ACCR-FILE
           END-IF.
       H200-END. EXIT.
       H210-CHECK-ONE-ACCR.
           IF (ACCR-DATE-O = JS-DATE) AND (ACCR-SEQ-O IS NUMERIC)
               MOVE ACCR-SEQ-O TO WS-ACCR-SEQ
               IF WS-ACCR-SEQ > JS-LAST-SEQ
                   MOVE WS-ACCR-SEQ TO JS-LAST-SEQ
               END-IF
           END-IF.
           READ ACCR-FILE.
       H210-END. EXIT.
      *

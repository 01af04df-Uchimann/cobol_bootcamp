              88 WOFF-SUCCES                    VALUE 00 97.
           03 ST-CTL-FILE       PIC 9(2).
              88 CTL-SUCCES                     VALUE 00 97.
      *Yaslandirma tarihi, operasyonun her is gunu basinda
      *ilerlettigi ortak is gunu kontrol dosyasindan GETBDATE ile
      *alinir.
         01 BUSDATE-PARM.
           05 BD-DATE-SW        PIC X(1).
              88 BD-DATE-OK                     VALUE 'Y'.
           05 BD-CURR-DATE      PIC 9(8).
           05 BD-PREV-DATE      PIC 9(8).
           05 BD-CLOSE-DATE     PIC 9(8).
      *Yas hesabi icin kullanilan alanlar.
         01 WS-AGE-AREA.
           05 WS-AGE-PARM       PIC X(3) VALUE SPACES.
           MOVE ST-CTL-FILE TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           CALL 'GETBDATE' USING BUSDATE-PARM.
           IF NOT BD-DATE-OK
           DISPLAY 'BUSINESS DATE NOT AVAILABLE'
           MOVE 12 TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           MOVE BD-CURR-DATE TO WS-TODAY-DATE8.
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE8).
       H100-END. EXIT.

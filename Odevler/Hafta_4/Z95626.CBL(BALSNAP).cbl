         05 ST-ACCT-REC       PIC 9(2).
         05 ST-SNAP-FILE      PIC 9(2).
       01 WS-UTIL-PCT          PIC 9(3)V99 COMP-3 VALUE ZERO.
      *Calistirma tarihi, operasyonun her is gunu basinda ilerlettigi
      *ortak is gunu kontrol dosyasindan GETBDATE ile alinir.
       01 BUSDATE-PARM.
         05 BD-DATE-SW         PIC X(1).
            88 BD-DATE-OK                  VALUE 'Y'.
         05 BD-CURR-DATE       PIC 9(8).
         05 BD-PREV-DATE       PIC 9(8).
         05 BD-CLOSE-DATE      PIC 9(8).
       01 WS-TODAY-DATE8       PIC 9(8) VALUE ZERO.
       01 WS-COUNTERS.
         05 WS-READ-COUNT      PIC 9(7) VALUE ZERO.
               MOVE ST-SNAP-FILE TO RETURN-CODE
               PERFORM H999-PROGRAM-EXIT
           END-IF.
           CALL 'GETBDATE' USING BUSDATE-PARM.
           IF NOT BD-DATE-OK
               DISPLAY 'BUSINESS DATE NOT AVAILABLE'
               MOVE 12 TO RETURN-CODE
               PERFORM H999-PROGRAM-EXIT
           END-IF.
           MOVE BD-CURR-DATE TO WS-TODAY-DATE8.
       H100-END. EXIT.
       H150-READ-RECORD.
           READ ACCT-REC

           03 RN-TELEFONO     PIC X(20).
           03 RN-EMAIL        PIC X(100).
           03 RN-SCADENZA     PIC 9(8).
      *    Lingua preferita del tesserato e testo composto dal
      *    modello RINNOVO-TESSERA (COMPONI-AVVISO), a spazio se il
      *    modello manca anche in italiano.
           03 RN-LINGUA       PIC X(2).
           03 RN-TESTO        PIC X(200).

       WORKING-STORAGE SECTION.
      *    Quanti giorni prima della scadenza parte l'avviso.
               03 U-TELEFONO    PIC X(20).
               03 U-EMAIL       PIC X(100).
               03 U-SCADENZA    PIC 9(8).
               03 U-LINGUA      PIC X(2).

           01 SCADENZA-TESTO.
               03 SCADENZA-ANNO   PIC 9(4).
               03 SCADENZA-MESE   PIC 9(2).
               03 SCADENZA-GIORNO PIC 9(2).
           01 CA-RICHIESTA.
               03 CA-TIPO           PIC X(20).
               03 CA-LINGUA         PIC X(2).
               03 CA-RIGA           PIC 9(2).
               03 CA-VALORE         PIC X(60) OCCURS 6 TIMES.
               03 CA-TESTO          PIC X(200).
               03 CA-ESITO          PIC X(1).
               03 CA-LINGUA-USATA   PIC X(2).

           01 AVVISI-GIA-INVIATI PIC 9(5).
           01 CONSENSO-EMAIL     PIC X(1).
           01 CONSENSO-SMS       PIC X(1).
           01 CC-RICHIESTA.
               03 CC-OPERAZIONE     PIC X(1).
               03 CC-USERNAME       PIC X(50).
               03 CC-FINALITA       PIC X(12).
               03 CC-CANALE         PIC X(10).
               03 CC-CONSENSO       PIC X(1).
               03 CC-MODALITA       PIC X(15).
               03 CC-OPERATORE      PIC X(50).
               03 CC-VERSIONE       PIC 9(3).
               03 CC-ESITO          PIC X(1).

           01 CONTATORE-ESAMINATI PIC 9(5) VALUE ZERO.
           01 CONTATORE-AVVISI    PIC 9(5) VALUE ZERO.
           01 CONTATORE-SENZA-CONSENSO PIC 9(5) VALUE ZERO.

           01 RUN-RICHIESTA.
               03 RC-OPERAZIONE     PIC X(1).
           EXEC SQL
               DECLARE C-SCADENZE CURSOR FOR
                   SELECT Username, Nome, Cognome, Telefono, Email,
                          DataScadenzaTessera,
                          COALESCE(LinguaPreferita, 'IT')
                       FROM Utente
                       WHERE DataScadenzaTessera > 0
                         AND DataScadenzaTessera >= :OGGI-DATA

           EXEC SQL
               FETCH C-SCADENZE INTO :U-USERNAME, :U-NOME,
                   :U-COGNOME, :U-TELEFONO, :U-EMAIL, :U-SCADENZA,
                   :U-LINGUA
           END-EXEC.

           PERFORM UNTIL SQLCODE NOT = ZERO
               EXEC SQL
                   FETCH C-SCADENZE INTO :U-USERNAME, :U-NOME,
                       :U-COGNOME, :U-TELEFONO, :U-EMAIL,
                       :U-SCADENZA, :U-LINGUA
               END-EXEC
           END-PERFORM.

               CONTATORE-ESAMINATI.
           DISPLAY "Avvisi di rinnovo esportati: "
               CONTATORE-AVVISI.
           DISPLAY "Avvisi trattenuti (senza consenso): "
               CONTATORE-SENZA-CONSENSO.

           EXIT PROGRAM.

           END-EXEC.

           IF AVVISI-GIA-INVIATI = 0
               PERFORM APPLICA-CONSENSI
               IF CONSENSO-EMAIL NOT = "S" AND CONSENSO-SMS NOT = "S"
                   ADD 1 TO CONTATORE-SENZA-CONSENSO
                   EXIT PARAGRAPH
               END-IF
               MOVE SPACES TO RINNOVO-RECORD
               MOVE U-USERNAME TO RN-USERNAME
               MOVE U-NOME TO RN-NOME
               MOVE U-COGNOME TO RN-COGNOME
               MOVE U-TELEFONO TO RN-TELEFONO
               MOVE U-EMAIL TO RN-EMAIL
               IF CONSENSO-EMAIL NOT = "S"
                   MOVE SPACES TO RN-EMAIL
               END-IF
               IF CONSENSO-SMS NOT = "S"
                   MOVE SPACES TO RN-TELEFONO
               END-IF
               MOVE U-SCADENZA TO RN-SCADENZA
               MOVE U-LINGUA TO RN-LINGUA
               PERFORM COMPONI-TESTO
               WRITE RINNOVO-RECORD
               EXEC SQL
                   INSERT INTO AvvisiRinnovo (Username,
                   ADD 1 TO CONTATORE-AVVISI
               END-IF
           END-IF.

      *    Consensi del tesserato per la finalita' RINNOVO (registro
      *    ConsensiUtente, via CONTROLLA-CONSENSO): il recapito di
      *    un canale senza consenso esce a spazio; senza consenso ne'
      *    EMAIL ne' SMS l'avviso non parte e non si registra.
       APPLICA-CONSENSI.
           MOVE "V" TO CC-OPERAZIONE.
           MOVE U-USERNAME TO CC-USERNAME.
           MOVE "RINNOVO" TO CC-FINALITA.
           MOVE "EMAIL" TO CC-CANALE.
           CALL 'CONTROLLA-CONSENSO' USING CC-RICHIESTA.
           MOVE CC-CONSENSO TO CONSENSO-EMAIL.
           MOVE "SMS" TO CC-CANALE.
           CALL 'CONTROLLA-CONSENSO' USING CC-RICHIESTA.
           MOVE CC-CONSENSO TO CONSENSO-SMS.

       COMPONI-TESTO.
           MOVE SPACES TO CA-RICHIESTA.
           MOVE "RINNOVO-TESSERA" TO CA-TIPO.
           MOVE U-LINGUA TO CA-LINGUA.
           MOVE 1 TO CA-RIGA.
           MOVE U-NOME TO CA-VALORE(1).
           MOVE U-SCADENZA TO SCADENZA-TESTO.
           STRING SCADENZA-ANNO "/" SCADENZA-MESE "/" SCADENZA-GIORNO
               DELIMITED BY SIZE INTO CA-VALORE(2).
           CALL 'COMPONI-AVVISO' USING CA-RICHIESTA.
           IF CA-ESITO = "S"
               MOVE CA-TESTO TO RN-TESTO
           END-IF.

           01 COLLOCAZIONE      PIC X(30).
           01 CONTA-ISBN        PIC 9(5).
           01 CONTA-BARCODE     PIC 9(5).
      *    Tag RFID della copia: i varchi antitaccheggio registrano
      *    il tag, IMPORTA-ALLARMI lo riporta all'esemplare.
           01 TAG-RFID          PIC X(32).
           01 CONTA-TAG         PIC 9(5).
           01 VERIFICHE-APERTE  PIC 9(5).
           01 ESITO-VERIFICA    PIC X(1).

           01 ESEMPLARE-REC.
               03 E-BARCODE      PIC X(20).
               DISPLAY "3. Cambia collocazione di un esemplare"
               DISPLAY "4. Vincolo SOLO CONSULT (fondo locale)"
               DISPLAY "5. Ristampa etichetta (barcode/dorso)"
               DISPLAY "6. Associa il tag RFID a un esemplare"
               DISPLAY "7. Esito verifica a scaffale dopo allarme"
               DISPLAY "0. Torna indietro"
               DISPLAY "Scegli un'opzione: "
               ACCEPT SCELTA-MENU
                   WHEN 3 PERFORM CAMBIA-COLLOCAZIONE
                   WHEN 4 PERFORM VINCOLA-CONSULTAZIONE
                   WHEN 5 PERFORM RISTAMPA-ETICHETTA
                   WHEN 6 PERFORM ASSOCIA-TAG-RFID
                   WHEN 7 PERFORM ESITO-VERIFICA-ALLARME
                   WHEN 0 MOVE "N" TO PROSEGUI
                   WHEN OTHER DISPLAY "Opzione non valida."
               END-EVALUATE
               ELSE
                   DISPLAY "Collocazione a scaffale: "
                   ACCEPT COLLOCAZIONE
                   DISPLAY "Tag RFID (spazio se la copia non ne "
                       "ha): "
                   ACCEPT TAG-RFID
                   PERFORM CONTROLLA-TAG-RFID
                   IF CONTA-TAG > 0
                       DISPLAY "Tag RFID gia' associato a un altro "
                           "esemplare."
                       EXIT PARAGRAPH
                   END-IF
      *    Filiera di catalogazione (CATALOGAZIONE): la copia nuova
      *    entra RICEVUTO e diventa prestabile solo a fine
      *    lavorazione; la via diretta resta per il recupero del
                   ACCEPT OGGI-DATA FROM DATE YYYYMMDD
                   EXEC SQL
                       INSERT INTO Esemplare (Barcode, codiceISBN,
                           STATO, Collocazione, DataAccessione,
                           TagRFID)
                       VALUES (TRIM(BOTH ' ' FROM :BARCODE),
                               TRIM(BOTH ' ' FROM :ISBN),
                               TRIM(BOTH ' ' FROM :STATO-ATTUALE),
                               TRIM(BOTH ' ' FROM :COLLOCAZIONE),
                               :OGGI-DATA,
                               NULLIF(TRIM(BOTH ' ' FROM :TAG-RFID),
                                      ''))
                   END-EXEC
                   IF SQLCODE = 0
                       EXEC SQL
               DISPLAY "Etichetta riaccodata per la stampa."
           END-IF.

      *    Un tag per copia e una copia per tag: il pregresso si
      *    etichetta RFID un po' alla volta da qui.
       ASSOCIA-TAG-RFID.
           DISPLAY "Barcode dell'esemplare: "
           ACCEPT BARCODE.
           EXEC SQL
               SELECT COUNT(*) INTO :CONTA-BARCODE FROM Esemplare
                   WHERE Barcode = TRIM(BOTH ' ' FROM :BARCODE)
           END-EXEC.
           IF CONTA-BARCODE = 0
               DISPLAY "Barcode non trovato."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Tag RFID letto dall'antenna: "
           ACCEPT TAG-RFID.
           IF TAG-RFID = SPACES
               DISPLAY "Tag non indicato: nessuna modifica."
               EXIT PARAGRAPH
           END-IF.
           PERFORM CONTROLLA-TAG-RFID.
           IF CONTA-TAG > 0
               DISPLAY "Tag RFID gia' associato a un altro "
                   "esemplare."
               EXIT PARAGRAPH
           END-IF.
           EXEC SQL
               UPDATE Esemplare
                   SET TagRFID = TRIM(BOTH ' ' FROM :TAG-RFID)
                   WHERE Barcode = TRIM(BOTH ' ' FROM :BARCODE)
           END-EXEC.
           IF SQLCODE = 0
               MOVE "GESTIONE-ESEMPLARI" TO AUDIT-PROGRAMMA
               MOVE "TAG RFID" TO AUDIT-OPERAZIONE
               MOVE BARCODE TO AUDIT-CHIAVE
               CALL 'AUDIT-WRITER' USING OPERATORE-USERNAME,
                   AUDIT-PROGRAMMA, AUDIT-OPERAZIONE, AUDIT-CHIAVE
               EXEC SQL COMMIT END-EXEC
               DISPLAY "Tag RFID associato."
           ELSE
               DISPLAY "Errore: " SQLERRMC
           END-IF.

       CONTROLLA-TAG-RFID.
           MOVE ZERO TO CONTA-TAG.
           IF TAG-RFID = SPACES
               EXIT PARAGRAPH
           END-IF.
           EXEC SQL
               SELECT COUNT(*) INTO :CONTA-TAG FROM Esemplare
                   WHERE TagRFID = TRIM(BOTH ' ' FROM :TAG-RFID)
                     AND Barcode <> TRIM(BOTH ' ' FROM :BARCODE)
           END-EXEC.

      *    Copie che hanno fatto suonare il varco senza essere in
      *    prestito (IMPORTA-ALLARMI): l'operatore le cerca a
      *    scaffale e ne registra l'esito. Se la copia manca la si
      *    dichiara Perso con MARCA-LIBRO-PERSO.
       ESITO-VERIFICA-ALLARME.
           DISPLAY "Barcode dell'esemplare da verificare: "
           ACCEPT BARCODE.
           EXEC SQL
               SELECT COUNT(*) INTO :VERIFICHE-APERTE
                   FROM AllarmiVarco
                   WHERE barcode = TRIM(BOTH ' ' FROM :BARCODE)
                     AND stato_verifica = 'DA VERIFICARE'
           END-EXEC.
           IF VERIFICHE-APERTE = 0
               DISPLAY "Nessuna verifica aperta per questa copia."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Allarmi da verificare: " VERIFICHE-APERTE.
           DISPLAY "Copia trovata a scaffale? (S/N): "
           ACCEPT ESITO-VERIFICA.
           ACCEPT OGGI-DATA FROM DATE YYYYMMDD.
           IF ESITO-VERIFICA = "S" OR ESITO-VERIFICA = "s"
               MOVE "TROVATA" TO STATO-ATTUALE
           ELSE
               MOVE "MANCANTE" TO STATO-ATTUALE
           END-IF.
           EXEC SQL
               UPDATE AllarmiVarco
                   SET stato_verifica =
                           TRIM(BOTH ' ' FROM :STATO-ATTUALE),
                       data_verifica = :OGGI-DATA,
                       operatore_verifica =
                           TRIM(BOTH ' ' FROM :OPERATORE-USERNAME)
                   WHERE barcode = TRIM(BOTH ' ' FROM :BARCODE)
                     AND stato_verifica = 'DA VERIFICARE'
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY "Errore: " SQLERRMC
               EXIT PARAGRAPH
           END-IF.
           MOVE "GESTIONE-ESEMPLARI" TO AUDIT-PROGRAMMA.
           MOVE "VERIFICA ALLARME" TO AUDIT-OPERAZIONE.
           MOVE BARCODE TO AUDIT-CHIAVE.
           CALL 'AUDIT-WRITER' USING OPERATORE-USERNAME,
               AUDIT-PROGRAMMA, AUDIT-OPERAZIONE, AUDIT-CHIAVE.
           EXEC SQL COMMIT END-EXEC.
           IF STATO-ATTUALE = "TROVATA"
               DISPLAY "Verifica chiusa: copia a scaffale."
           ELSE
               DISPLAY "Verifica chiusa: copia MANCANTE. "
                   "Dichiararla Perso con MARCA-LIBRO-PERSO."
           END-IF.

       REGISTRA-AUDIT.
           MOVE "GESTIONE-ESEMPLARI" TO AUDIT-PROGRAMMA.
           MOVE "INSERT" TO AUDIT-OPERAZIONE.

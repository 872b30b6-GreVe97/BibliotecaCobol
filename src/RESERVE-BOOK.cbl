           01 POSIZIONE-ATTESA PIC 9(5).
           01 RITIRI-APERTI PIC 9(5).
           01 SOSPESO-ATTESA PIC X(1).
      *    Filiale dove l'utente in attesa vuole ritirare la copia:
      *    se la copia rientra altrove, RETURN-BOOK e CIRCOLAZIONE
      *    aprono il trasferimento verso questa Filiale.
           01 FILIALE-RITIRO PIC X(30).
           01 GIORNI-ATTESA-STIMATA PIC 9(5).
           01 ISBN-RINVIO PIC X(13).
           01 LIMITE-PRENOTAZIONI PIC 9(3) VALUE 5.
               03 DATA-SCADENZA-ANNO   PIC 9(4).
               03 DATA-SCADENZA-MESE   PIC 9(2).
               03 DATA-SCADENZA-GIORNO PIC 9(2).
      *    Prestito orario (portatili, tablet, consultazione in
      *    sede): scadenza in giornata da CALCOLA-SCADENZA-ORARIA,
      *    registrata in Prenotazione.ora_scadenza e sullo scontrino.
           01 SO-RICHIESTA.
               03 SO-TIPO           PIC X(12).
               03 SO-RUOLO          PIC X(30).
               03 SO-DATA           PIC 9(8).
               03 SO-ORA            PIC 9(6).
               03 SO-ORE            PIC 9(3).
               03 SO-ORA-SCADENZA   PIC 9(6).

      *    Scontrino nella lingua del tesserato (ModelliAvviso, tipo
      *    SCONTRINO, via COMPONI-AVVISO); senza modello resta lo
      *    scontrino italiano di sempre.
           01 LINGUA-UTENTE        PIC X(2).
           01 DEPOSITO-EDITATO     PIC ZZZZ9.99.
           01 MODELLO-TROVATO      PIC X(1).
             88 MODELLO-TROVATO-SI VALUE "S".
           01 CA-RICHIESTA.
               03 CA-TIPO           PIC X(20).
               03 CA-LINGUA         PIC X(2).
               03 CA-RIGA           PIC 9(2).
               03 CA-VALORE         PIC X(60) OCCURS 6 TIMES.
               03 CA-TESTO          PIC X(200).
               03 CA-ESITO          PIC X(1).
               03 CA-LINGUA-USATA   PIC X(2).

      *    Contatore mantenuto di disponibilita' (DisponibilitaLibro,
      *    via AGGIORNA-DISPONIBILITA): -1 al prestito, +1 al rientro.
      *    sono sul carrello del retro; le copie in ILL USCITA
      *    sono presso un'altra biblioteca (PRESTITO-ILL); le
      *    copie IN PRESTITO senza una riga Prenotazione con il
      *    loro barcode sono fuori dentro un kit (GESTIONE-KIT);
      *    le copie IN TRANSITO che rientrano alla loro Filiale
      *    (quelle in viaggio per un ritiro contano tra i Ritiri).
       EXEC SQL
            SELECT COUNT(*) INTO :COPIE-SOLO-CONSULT
               FROM Esemplare e
                   OR (e.STATO = 'IN PRESTITO'
                       AND NOT EXISTS
                           (SELECT 1 FROM Prenotazione p
                               WHERE p.barcode = e.Barcode))
                   OR (e.STATO = 'IN TRANSITO'
                       AND NOT EXISTS
                           (SELECT 1 FROM Ritiri r
                               WHERE r.barcode = e.Barcode
                                 AND r.stato = 'IN TRANSITO')))
       END-EXEC.
       IF COPIE-SOLO-CONSULT >= COPIE-TOTALI
           DISPLAY "ERRORE: nessuna copia prestabile: copie in "
       END-IF.
       SUBTRACT COPIE-SOLO-CONSULT FROM COPIE-TOTALI.

      *    Le copie messe da parte sulla mensola dei ritiri (o in
      *    viaggio verso la Filiale di ritiro) contano come occupate
      *    fino al ritiro o alla scadenza.
       EXEC SQL
            SELECT COUNT(*) INTO :RITIRI-APERTI FROM Ritiri
               WHERE codiceISBN = TRIM(BOTH ' ' FROM :ISBN)
                 AND stato IN ('IN RITIRO', 'IN TRANSITO')
       END-EXEC.
       ADD RITIRI-APERTI TO PRENOTAZIONI.

               PERFORM SCEGLI-ESEMPLARE
               PERFORM ASSEGNA-NUMERO-PRESTITO
               ACCEPT ADESSO-ORA FROM TIME
               MOVE TIPO-MATERIALE TO SO-TIPO
               MOVE RUOLO-UTENTE TO SO-RUOLO
               IF DATA-PRENOTAZIONE(1:8) IS NUMERIC
                   MOVE DATA-PRENOTAZIONE(1:8) TO SO-DATA
               ELSE
                   MOVE OGGI-DATA TO SO-DATA
               END-IF
               MOVE ADESSO-ORA TO SO-ORA
               CALL 'CALCOLA-SCADENZA-ORARIA' USING SO-RICHIESTA
               EXEC SQL
                   INSERT INTO Prenotazione (codiceISBN, Username,
                      data_prenotazione, SEDE, barcode,
                      numero_prestito, ora_prenotazione,
                      ora_scadenza)
                   VALUES (TRIM(BOTH ' ' FROM :ISBN),
                       TRIM(BOTH ' ' FROM :USER-INPUT),
                       TRIM(BOTH ' ' FROM :DATA-PRENOTAZIONE),
                       TRIM(BOTH ' ' FROM :SEDE-LIBRO),
                       TRIM(BOTH ' ' FROM :BARCODE-ASSEGNATO),
                       :NUMERO-PRESTITO, :ADESSO-ORA,
                       :SO-ORA-SCADENZA)
               END-EXEC

               IF SQLCODE = 0
           END-IF.

      *    Aggancia al prestito una copia fisica precisa: il primo
      *    esemplare ancora Disponibile e non riservato (prelievo
      *    o ritiro in corso, come in LISTA-PRELIEVI). Il catalogo
      *    storico senza righe Esemplare continua a circolare con
      *    barcode vuoto.
       SCEGLI-ESEMPLARE.
           MOVE SPACES TO BARCODE-ASSEGNATO.
           EXEC SQL
               SELECT e.Barcode INTO :BARCODE-ASSEGNATO
                   FROM Esemplare e
                   WHERE e.codiceISBN = TRIM(BOTH ' ' FROM :ISBN)
                     AND e.STATO = 'Disponibile'
                     AND NOT EXISTS
                         (SELECT 1 FROM PrelieviAttesa pa
                             WHERE pa.barcode = e.Barcode
                               AND pa.stato = 'DA PRELEVARE')
                     AND NOT EXISTS
                         (SELECT 1 FROM Ritiri r
                             WHERE r.barcode = e.Barcode
                               AND r.stato IN ('IN RITIRO',
                                               'IN TRANSITO'))
                   ORDER BY e.Barcode
                   FETCH FIRST 1 ROW ONLY
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE FUNCTION NUMVAL(SOGLIA-TESTO) TO SOGLIA-MULTE
           END-IF.

      *    Le multe di un piano di rateizzazione in regola
      *    (PianiRateali ATTIVO) non bloccano il prestito.
           EXEC SQL
               SELECT COALESCE(SUM(importo - importo_pagato), 0)
                   INTO :MULTE-DOVUTE
                   FROM Multe
                   WHERE Username = TRIM(BOTH ' ' FROM :USER-INPUT)
                     AND stato IN ('APERTA', 'CONTESTATA')
                     AND NOT EXISTS (SELECT 1 FROM PianiRateali r
                         WHERE r.numero_piano = Multe.numero_piano
                           AND r.stato = 'ATTIVO')
           END-EXEC.

           IF MULTE-DOVUTE > SOGLIA-MULTE
               ACCEPT RISPOSTA-ATTESA
           END-IF.
           IF RISPOSTA-ATTESA = "S" OR RISPOSTA-ATTESA = "s"
               DISPLAY "Filiale di ritiro (spazio = " FILIALE-UTENTE
                   "): "
               ACCEPT FILIALE-RITIRO
               IF FILIALE-RITIRO = SPACES
                   MOVE FILIALE-UTENTE TO FILIALE-RITIRO
               END-IF
               EXEC SQL
                   SELECT COUNT(*) INTO :POSIZIONE-ATTESA
                       FROM Lista-Attesa
               ADD 1 TO POSIZIONE-ATTESA
               EXEC SQL
                   INSERT INTO Lista-Attesa (codiceISBN, Username,
                       posizione, data_iscrizione, filiale_ritiro)
                   VALUES (TRIM(BOTH ' ' FROM :ISBN),
                           TRIM(BOTH ' ' FROM :USER-INPUT),
                           :POSIZIONE-ATTESA, :OGGI-DATA,
                           NULLIF(TRIM(BOTH ' ' FROM :FILIALE-RITIRO),
                                  ''))
               END-EXEC
               IF SQLCODE = 0
                   EXEC SQL COMMIT END-EXEC
                   DISPLAY "Sei stato aggiunto in lista d'attesa, "
                       "posizione " POSIZIONE-ATTESA "."
                   DISPLAY "Ritiro presso la Filiale "
                       FILIALE-RITIRO "."
      *    Stima dell'attesa: posizione in coda per il periodo di
      *    prestito della politica. E' una stima, non una promessa,
      *    ma trasforma molte rinunce in iscrizioni alla coda.

           OPEN OUTPUT SLIP-OUTPUT.

           PERFORM SCONTRINO-DA-MODELLO.
           IF NOT MODELLO-TROVATO-SI
               PERFORM SCONTRINO-STANDARD
           END-IF.

           CLOSE SLIP-OUTPUT.
           DISPLAY "Scontrino di prenotazione stampato.".

       SCONTRINO-DA-MODELLO.
           MOVE "N" TO MODELLO-TROVATO.
           EXEC SQL
               SELECT COALESCE(LinguaPreferita, 'IT')
                   INTO :LINGUA-UTENTE
                   FROM Utente
                   WHERE Username = TRIM(BOTH ' ' FROM :USER-INPUT)
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE "IT" TO LINGUA-UTENTE
           END-IF.
           MOVE SPACES TO CA-RICHIESTA.
           MOVE "SCONTRINO" TO CA-TIPO.
           MOVE LINGUA-UTENTE TO CA-LINGUA.
           MOVE NUMERO-PRESTITO TO CA-VALORE(1).
           MOVE TITOLO-LIBRO TO CA-VALORE(2).
           MOVE USER-INPUT TO CA-VALORE(3).
           IF SO-ORA-SCADENZA > ZERO
               STRING DATA-SCADENZA-ANNO "/" DATA-SCADENZA-MESE "/"
                   DATA-SCADENZA-GIORNO " "
                   SO-ORA-SCADENZA(1:2) ":" SO-ORA-SCADENZA(3:2)
                   DELIMITED BY SIZE INTO CA-VALORE(4)
           ELSE
               STRING DATA-SCADENZA-ANNO "/" DATA-SCADENZA-MESE "/"
                   DATA-SCADENZA-GIORNO
                   DELIMITED BY SIZE INTO CA-VALORE(4)
           END-IF.
           MOVE BARCODE-ASSEGNATO TO CA-VALORE(5).
           IF DEPOSITO-POLITICA > 0
               MOVE DEPOSITO-POLITICA TO DEPOSITO-EDITATO
               MOVE DEPOSITO-EDITATO TO CA-VALORE(6)
           END-IF.
           MOVE 1 TO CA-RIGA.
           CALL 'COMPONI-AVVISO' USING CA-RICHIESTA.
           PERFORM UNTIL CA-ESITO NOT = "S"
               MOVE "S" TO MODELLO-TROVATO
               MOVE CA-TESTO TO SLIP-LINE
               WRITE SLIP-LINE
               ADD 1 TO CA-RIGA
               CALL 'COMPONI-AVVISO' USING CA-RICHIESTA
           END-PERFORM.

       SCONTRINO-STANDARD.
           MOVE SPACES TO SLIP-LINE.
           STRING "------- SCONTRINO DI PRENOTAZIONE -------"
               DELIMITED BY SIZE INTO SLIP-LINE.
               DATA-SCADENZA-MESE "/" DATA-SCADENZA-GIORNO
               DELIMITED BY SIZE INTO SLIP-LINE.
           WRITE SLIP-LINE.
           IF SO-ORA-SCADENZA > ZERO
               MOVE SPACES TO SLIP-LINE
               STRING "PRESTITO ORARIO - DA RENDERE ENTRO LE ORE "
                   SO-ORA-SCADENZA(1:2) ":" SO-ORA-SCADENZA(3:2)
                   DELIMITED BY SIZE INTO SLIP-LINE
               WRITE SLIP-LINE
           END-IF.
           IF DEPOSITO-POLITICA > 0
               MOVE SPACES TO SLIP-LINE
               STRING "CAUZIONE INCASSATA: " DEPOSITO-POLITICA
                   " EURO" DELIMITED BY SIZE INTO SLIP-LINE
               WRITE SLIP-LINE
           END-IF.

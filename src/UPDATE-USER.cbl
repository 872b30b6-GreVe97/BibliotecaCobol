      *    per iscritto il prestito di materiale oltre la fascia
      *    d'eta' del minore; la deroga si registra qui.
           01 CONSENSO-TUTORE PIC X(1).
      *    Lingua degli avvisi e delle lettere (IT, EN, AR, RO, UK):
      *    vedi COMPONI-AVVISO, con l'italiano di ripiego.
           01 LINGUA-PREFERITA PIC X(2).
           01 CODICE-FISCALE   PIC X(16).
           01 NUOVO-CODICE-FISCALE PIC X(16).
           01 NUOVO-INDIRIZZO      PIC X(255).
           01 NUOVA-DATA-NASCITA   PIC X(8).
           01 RISPOSTA-DATI        PIC X(1).
      *    Dati personali mascherati per ruolo (MASCHERA-DATI).
           01 MD-RICHIESTA.
               03 MD-OPERAZIONE     PIC X(1).
               03 MD-OPERATORE      PIC X(50).
               03 MD-SOGGETTO       PIC X(50).
               03 MD-PROGRAMMA      PIC X(30).
               03 MD-IN-CHIARO      PIC X(1).
               03 MD-PUO-MOSTRARE   PIC X(1).
               03 MD-INDIRIZZO      PIC X(255).
               03 MD-TELEFONO       PIC X(20).
               03 MD-EMAIL          PIC X(100).
               03 MD-CODICE-FISCALE PIC X(16).
               03 MD-DATA-NASCITA   PIC 9(8).
               03 MD-NASCITA-TESTO  PIC X(10).
           01 SUPERADMIN-COUNT PIC 9(5).
           01 AUDIT-PROGRAMMA   PIC X(30).
           01 AUDIT-OPERAZIONE  PIC X(20).
           01 AUDIT-CHIAVE      PIC X(50).
           01 CF-RICHIESTA.
               03 CF-CODICE         PIC X(16).
               03 CF-DATA-NASCITA   PIC 9(8).
               03 CF-USERNAME       PIC X(50).
               03 CF-RUOLO          PIC X(30).
               03 CF-ESITO          PIC X(1).
               03 CF-MOTIVO         PIC X(60).

       LINKAGE SECTION.
           01 OPERATORE-USERNAME PIC X(50).
           EXEC SQL
               SELECT NOME, COGNOME, INDIRIZZO, FILIALE, RUOLO,
                      COALESCE(DataNascita, 0),
                      COALESCE(ConsensoTutore, 'N'),
                      COALESCE(LinguaPreferita, 'IT'),
                      COALESCE(CodiceFiscale, ' ')
                   INTO :NOME, :COGNOME, :INDIRIZZO, :FILIALE, :RUOLO,
                        :DATA-NASCITA, :CONSENSO-TUTORE,
                        :LINGUA-PREFERITA, :CODICE-FISCALE
                   FROM Utente
                   WHERE USERNAME = TRIM(BOTH ' ' FROM :USERNAME)
           END-EXEC.
               EXIT PROGRAM
           END-IF.

      *    Indirizzo, data di nascita e codice fiscale attuali si
      *    vedono mascherati se il ruolo non li vede in chiaro; i
      *    campi mascherati restano invariati con il solo invio.
           MOVE "L" TO MD-OPERAZIONE.
           MOVE OPERATORE-USERNAME TO MD-OPERATORE.
           MOVE USERNAME TO MD-SOGGETTO.
           MOVE "UPDATE-USER" TO MD-PROGRAMMA.
           CALL 'MASCHERA-DATI' USING MD-RICHIESTA.
           IF MD-IN-CHIARO NOT = "S" AND MD-PUO-MOSTRARE = "S"
               DISPLAY "Mostrare i dati completi? (S/N): "
               ACCEPT RISPOSTA-DATI
               IF RISPOSTA-DATI = "S" OR RISPOSTA-DATI = "s"
                   MOVE "C" TO MD-OPERAZIONE
                   CALL 'MASCHERA-DATI' USING MD-RICHIESTA
               END-IF
           END-IF.
           MOVE INDIRIZZO TO MD-INDIRIZZO.
           MOVE SPACES TO MD-TELEFONO MD-EMAIL.
           MOVE CODICE-FISCALE TO MD-CODICE-FISCALE.
           MOVE DATA-NASCITA TO MD-DATA-NASCITA.
           MOVE "M" TO MD-OPERAZIONE.
           CALL 'MASCHERA-DATI' USING MD-RICHIESTA.

           DISPLAY "Nome attuale: " NOME
           DISPLAY "Inserisci il nuovo Nome: ".
           ACCEPT NOME.
           DISPLAY "Cognome attuale: " COGNOME
           DISPLAY "Inserisci il nuovo Cognome: ".
           ACCEPT COGNOME.
           DISPLAY "Indirizzo attuale: " MD-INDIRIZZO
           DISPLAY "Nuovo Indirizzo (invio = invariato): ".
           MOVE SPACES TO NUOVO-INDIRIZZO.
           ACCEPT NUOVO-INDIRIZZO.
           IF NUOVO-INDIRIZZO NOT = SPACES
               MOVE NUOVO-INDIRIZZO TO INDIRIZZO
           END-IF.
           DISPLAY "Filiale attuale: " FILIALE
           DISPLAY "Inserisci la nuova Filiale: ".
           ACCEPT FILIALE.
           DISPLAY "Data di nascita attuale: " MD-NASCITA-TESTO
           DISPLAY "Nuova Data di nascita (AAAAMMGG, invio = "
               "invariata): ".
           MOVE SPACES TO NUOVA-DATA-NASCITA.
           ACCEPT NUOVA-DATA-NASCITA.
           IF NUOVA-DATA-NASCITA NOT = SPACES
               MOVE FUNCTION NUMVAL(NUOVA-DATA-NASCITA)
                   TO DATA-NASCITA
           END-IF.
           DISPLAY "Codice fiscale attuale: " MD-CODICE-FISCALE
           DISPLAY "Nuovo Codice fiscale (invio = invariato): ".
           MOVE SPACES TO NUOVO-CODICE-FISCALE.
           ACCEPT NUOVO-CODICE-FISCALE.
           IF NUOVO-CODICE-FISCALE NOT = SPACES
               MOVE NUOVO-CODICE-FISCALE TO CODICE-FISCALE
           END-IF.
           DISPLAY "Deroga del tutore per fascia d'eta' attuale: "
               CONSENSO-TUTORE
           DISPLAY "Nuova deroga del tutore (S/N): ".
           IF CONSENSO-TUTORE NOT = "S"
               MOVE "N" TO CONSENSO-TUTORE
           END-IF.
           DISPLAY "Lingua preferita attuale: " LINGUA-PREFERITA
           DISPLAY "Nuova lingua (IT, EN, AR, RO, UK): ".
           ACCEPT LINGUA-PREFERITA.
           MOVE FUNCTION UPPER-CASE(LINGUA-PREFERITA)
               TO LINGUA-PREFERITA.
           IF LINGUA-PREFERITA = SPACES
               MOVE "IT" TO LINGUA-PREFERITA
           END-IF.

           DISPLAY "Ruolo attuale: " RUOLO
           DISPLAY "Scegli il nuovo Ruolo:"
               END-IF
           END-IF.

      *    Il codice fiscale (anche quello invariato) deve tornare
      *    con la data di nascita eventualmente corretta.
           MOVE CODICE-FISCALE TO CF-CODICE.
           MOVE DATA-NASCITA TO CF-DATA-NASCITA.
           MOVE USERNAME TO CF-USERNAME.
           MOVE RUOLO TO CF-RUOLO.
           CALL 'CONTROLLA-CODICE-FISCALE' USING CF-RICHIESTA.
           IF CF-ESITO NOT = "S"
               DISPLAY CF-MOTIVO
               DISPLAY "Modifica annullata."
               EXIT PROGRAM
           END-IF.
           MOVE CF-CODICE TO CODICE-FISCALE.

      *    Rilettura prima del salvataggio: il record e' ancora
      *    quello mostrato all'operatore?
           EXEC SQL
                       FILIALE = TRIM(BOTH ' ' FROM :FILIALE),
                       RUOLO = :RUOLO,
                       DataNascita = :DATA-NASCITA,
                       ConsensoTutore = :CONSENSO-TUTORE,
                       LinguaPreferita = :LINGUA-PREFERITA,
                       CodiceFiscale =
                           NULLIF(TRIM(BOTH ' ' FROM :CODICE-FISCALE),
                                  '')
                   WHERE USERNAME = TRIM(BOTH ' ' FROM :USERNAME)
           END-EXEC.


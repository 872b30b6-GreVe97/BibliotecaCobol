           01 ULTIMA-MODIFICA-PASSWORD PIC 9(8).
           01 SCADENZA-TESSERA PIC 9(8).
           01 DATA-NASCITA    PIC 9(8).
           01 CODICE-FISCALE  PIC X(16).
       EXEC SQL END DECLARE SECTION END-EXEC.
      ********************INCLUDO SQLCA*********************************
       EXEC SQL INCLUDE SQLCA END-EXEC.
           01 AUDIT-PROGRAMMA   PIC X(30).
           01 AUDIT-OPERAZIONE  PIC X(20).
           01 AUDIT-CHIAVE      PIC X(50).
      *    Modo di chiamata di GESTIONE-CONSENSI: "R" = raccolta dei
      *    consensi del nuovo iscritto, modalita' REGISTRAZIONE.
           01 MODO-CONSENSI     PIC X(1) VALUE "R".

      ***********************CODICE FISCALE*****************************
           01 CF-RICHIESTA.
               03 CF-CODICE         PIC X(16).
               03 CF-DATA-NASCITA   PIC 9(8).
               03 CF-USERNAME       PIC X(50).
               03 CF-RUOLO          PIC X(30).
               03 CF-ESITO          PIC X(1).
               03 CF-MOTIVO         PIC X(60).

      ***********************VALIDAZIONE PASSWORD***********************
           01 PWD-LUNGHEZZA-MINIMA PIC 9(2) VALUE 8.
      *    Chi si registra da solo e' un utente della biblioteca, non
      *    personale: nasce Lettore, sempre in attesa di approvazione.
           MOVE "Lettore" TO RUOLO

      *    Codice fiscale obbligatorio per i maggiorenni, controllato
      *    su carattere di controllo, data di nascita e doppioni.
           DISPLAY "Inserisci Codice fiscale: "
           ACCEPT CODICE-FISCALE
           MOVE CODICE-FISCALE TO CF-CODICE
           MOVE DATA-NASCITA TO CF-DATA-NASCITA
           MOVE USERNAME TO CF-USERNAME
           MOVE RUOLO TO CF-RUOLO
           CALL 'CONTROLLA-CODICE-FISCALE' USING CF-RICHIESTA
           IF CF-ESITO NOT = "S"
               DISPLAY CF-MOTIVO
               DISPLAY "Richiesta di registrazione non inviata."
               DISPLAY "Programma finito"
               STOP RUN
           END-IF
           MOVE CF-CODICE TO CODICE-FISCALE

           MOVE "N" TO APPROVATO
           ACCEPT ULTIMA-MODIFICA-PASSWORD FROM DATE YYYYMMDD
      *    La tessera nasce con validita' annuale.
               INSERT INTO Utente (Username, Passw, Nome, Cognome,
                                   Indirizzo, Ruolo, Telefono, Email,
                                   Approvato, UltimaModificaPassword,
                                   DataScadenzaTessera, DataNascita,
                                   CodiceFiscale)
               VALUES (:USERNAME, :PASSW, :NOME, :COGNOME, :INDIRIZZO,
                       :RUOLO, :TELEFONO, :EMAIL, :APPROVATO,
                       :ULTIMA-MODIFICA-PASSWORD,
                       :SCADENZA-TESSERA, :DATA-NASCITA,
                       NULLIF(TRIM(BOTH ' ' FROM :CODICE-FISCALE), ''))
           END-EXEC

           IF SQLCODE = 0
                   "Amministratore deve approvarla prima che tu "
                   "possa accedere."
               PERFORM REGISTRA-AUDIT
      *    Senza una scelta registrata non parte nessuna
      *    comunicazione: i consensi si chiedono subito.
               CALL 'GESTIONE-CONSENSI' USING USERNAME, MODO-CONSENSI
           ELSE
               DISPLAY "Errore nella registrazione. SQLCODE: " SQLCODE
           END-IF.

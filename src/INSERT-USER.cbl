           01 BIBLIOTECA-CASA PIC X(50).
           01 CODICE-SOCIO    PIC X(20).
           01 SOCI-TROVATI    PIC 9(5).
           01 CODICE-FISCALE  PIC X(16).

       EXEC SQL END DECLARE SECTION END-EXEC.
      ********************INCLUDO SQLCA*********************************
           01 AUDIT-OPERAZIONE  PIC X(20).
           01 AUDIT-CHIAVE      PIC X(50).

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
           01 PWD-INDICE           PIC 9(2).
           END-IF
           END-IF

      *    Codice fiscale delle persone (non degli enti): controllo
      *    del carattere di controllo, coerenza con la data di
      *    nascita e unicita' (CONTROLLA-CODICE-FISCALE).
           MOVE SPACES TO CODICE-FISCALE
           IF RUOLO NOT = "Istituzione"
               DISPLAY "Inserisci Codice fiscale: "
               ACCEPT CODICE-FISCALE
               MOVE CODICE-FISCALE TO CF-CODICE
               MOVE DATA-NASCITA TO CF-DATA-NASCITA
               MOVE USERNAME TO CF-USERNAME
               MOVE RUOLO TO CF-RUOLO
               CALL 'CONTROLLA-CODICE-FISCALE' USING CF-RICHIESTA
               IF CF-ESITO NOT = "S"
                   DISPLAY CF-MOTIVO
                   DISPLAY "Utente non inserito."
                   EXIT PROGRAM
               END-IF
               MOVE CF-CODICE TO CODICE-FISCALE
           END-IF

           PERFORM CALCOLA-HASH-PASSWORD
           MOVE HASH-OUTPUT TO PASSW

                                   DataScadenzaTessera,
                                   NomeOrganizzazione, Responsabile,
                                   DataNascita, BibliotecaCasa,
                                   CodiceSocio, CodiceFiscale)
               VALUES (:USERNAME, :PASSW, :NOME, :COGNOME, :INDIRIZZO,
                       :RUOLO, :TELEFONO, :EMAIL, :FILIALE, :APPROVATO,
                       :ULTIMA-MODIFICA-PASSWORD,
                       :SCADENZA-TESSERA,
                       :NOME-ORGANIZZAZIONE, :RESPONSABILE,
                       :DATA-NASCITA, :BIBLIOTECA-CASA,
                       :CODICE-SOCIO,
                       NULLIF(TRIM(BOTH ' ' FROM :CODICE-FISCALE), ''))
           END-EXEC

           IF SQLCODE = 0

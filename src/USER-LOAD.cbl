           01 FILIALE              PIC X(30) VALUE SPACE.
           01 APPROVATO            PIC X(1).
           01 ULTIMA-MODIFICA-PASSWORD PIC 9(8).
      *    Campi facoltativi in coda alla riga: data di nascita
      *    (AAAAMMGG) e codice fiscale.
           01 DATA-NASCITA-ALFA    PIC X(8).
           01 DATA-NASCITA         PIC 9(8).
           01 CODICE-FISCALE       PIC X(16).

           01 CONTA-USERNAME       PIC 9(5).
           01 SCARTO-MOTIVO        PIC X(60).

           01 CF-RICHIESTA.
               03 CF-CODICE         PIC X(16).
               03 CF-DATA-NASCITA   PIC 9(8).
               03 CF-USERNAME       PIC X(50).
               03 CF-RUOLO          PIC X(30).
               03 CF-ESITO          PIC X(1).
               03 CF-MOTIVO         PIC X(60).

      ***********************CALCOLO HASH PASSWORD**********************
           01 HASH-ACCUMULATORE   PIC 9(9) COMP.
           END-READ.

       ELABORA-RIGA.
           MOVE SPACES TO DATA-NASCITA-ALFA.
           MOVE SPACES TO CODICE-FISCALE.
           UNSTRING USER-INPUT-REC DELIMITED BY ","
               INTO USERNAME, PASSW, NOME, COGNOME, INDIRIZZO,
                   TELEFONO, EMAIL, RUOLO-CODICE-ALFA,
                   DATA-NASCITA-ALFA, CODICE-FISCALE
           END-UNSTRING.
           MOVE RUOLO-CODICE-ALFA TO RUOLO-CODICE.
           IF DATA-NASCITA-ALFA IS NUMERIC
               MOVE DATA-NASCITA-ALFA TO DATA-NASCITA
           ELSE
               MOVE ZERO TO DATA-NASCITA
           END-IF.

           EXEC SQL
               SELECT COUNT(*) INTO :CONTA-USERNAME FROM Utente
                   MOVE "Codice Ruolo non valido" TO SCARTO-MOTIVO
                   PERFORM SCARTA-RIGA
               ELSE
                   PERFORM CONTROLLA-CODICE-FISCALE-RIGA
                   IF CF-ESITO NOT = "S"
                       MOVE CF-MOTIVO TO SCARTO-MOTIVO
                       PERFORM SCARTA-RIGA
                   ELSE
                       PERFORM INSERISCI-UTENTE
                   END-IF
               END-IF
           END-IF.

      *    Codice fiscale: carattere di controllo, coerenza con la
      *    data di nascita e doppioni (CONTROLLA-CODICE-FISCALE).
       CONTROLLA-CODICE-FISCALE-RIGA.
           MOVE CODICE-FISCALE TO CF-CODICE.
           MOVE DATA-NASCITA TO CF-DATA-NASCITA.
           MOVE USERNAME TO CF-USERNAME.
           MOVE RUOLO TO CF-RUOLO.
           CALL 'CONTROLLA-CODICE-FISCALE' USING CF-RICHIESTA.
           MOVE CF-CODICE TO CODICE-FISCALE.

       INSERISCI-UTENTE.
           PERFORM CALCOLA-HASH-PASSWORD
           MOVE HASH-OUTPUT TO PASSW
           MOVE "S" TO APPROVATO
           ACCEPT ULTIMA-MODIFICA-PASSWORD FROM DATE YYYYMMDD

           EXEC SQL
               INSERT INTO Utente (Username, Passw, Nome,
                   Cognome, Indirizzo, Ruolo, Telefono, Email,
                   Filiale, Approvato, UltimaModificaPassword,
                   DataNascita, CodiceFiscale)
               VALUES (TRIM(BOTH ' ' FROM :USERNAME), :PASSW,
                       TRIM(BOTH ' ' FROM :NOME),
                       TRIM(BOTH ' ' FROM :COGNOME),
                       TRIM(BOTH ' ' FROM :INDIRIZZO),
                       :RUOLO,
                       TRIM(BOTH ' ' FROM :TELEFONO),
                       TRIM(BOTH ' ' FROM :EMAIL), :FILIALE,
                       :APPROVATO, :ULTIMA-MODIFICA-PASSWORD,
                       :DATA-NASCITA,
                       NULLIF(TRIM(BOTH ' ' FROM
                              :CODICE-FISCALE), ''))
           END-EXEC

           IF SQLCODE = 0
               ADD 1 TO CONTATORE-INSERITI
           ELSE
               MOVE "Errore SQL in inserimento" TO
                   SCARTO-MOTIVO
               PERFORM SCARTA-RIGA
           END-IF.

       SCARTA-RIGA.
           MOVE SPACES TO REJECT-LINE.
           STRING "Riga " LINEA-NUMERO ": " USERNAME " - "

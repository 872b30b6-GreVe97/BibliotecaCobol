               EXIT PARAGRAPH
           END-IF.

      *    Qualsiasi traccia recente - un rientro a storico, un
      *    accesso o una sessione a una postazione internet - tiene
      *    il tesserato fuori dal giro, salvo
      *    chiusura gia' richiesta in coda.
           IF CHIUSURE-IN-CODA > 0
               PERFORM ANONIMIZZA-UTENTE
           IF ATTIVITA-RECENTI > 0
               EXIT PARAGRAPH
           END-IF.
           EXEC SQL
               SELECT COUNT(*) INTO :ATTIVITA-RECENTI
                   FROM SessioniPostazioni
                   WHERE Username = TRIM(BOTH ' ' FROM :U-USERNAME)
                     AND data_sessione >= :DATA-LIMITE
           END-EXEC.
           IF ATTIVITA-RECENTI > 0
               EXIT PARAGRAPH
           END-IF.

           PERFORM ANONIMIZZA-UTENTE.

               DELETE FROM Lista-Attesa
                   WHERE Username = TRIM(BOTH ' ' FROM :U-USERNAME)
           END-EXEC.
      *    I profili di avviso sulle novita' sono preferenze della
      *    persona: si cancellano con gli avvisi gia' inviati.
           EXEC SQL
               DELETE FROM ProfiliNovita
                   WHERE Username = TRIM(BOTH ' ' FROM :U-USERNAME)
           END-EXEC.
           EXEC SQL
               DELETE FROM AvvisiNovita
                   WHERE Username = TRIM(BOTH ' ' FROM :U-USERNAME)
           END-EXEC.
      *    Il registro dei consensi segue la persona: anonimizzato
      *    il tesserato non riceve piu' nulla e le scelte si
      *    cancellano.
           EXEC SQL
               DELETE FROM ConsensiUtente
                   WHERE Username = TRIM(BOTH ' ' FROM :U-USERNAME)
           END-EXEC.
           EXEC SQL
               DELETE FROM ResetPassword
                   WHERE Username = TRIM(BOTH ' ' FROM :U-USERNAME)
           END-EXEC.
           EXEC SQL
               DELETE FROM CodiciAccesso
                   WHERE Username = TRIM(BOTH ' ' FROM :U-USERNAME)
           END-EXEC.
      *    Le recensioni pubblicate restano (voto medio e testo sono
      *    del catalogo) ma firmate dallo pseudonimo; quelle ancora
      *    in moderazione non usciranno piu' e si cancellano.
           EXEC SQL
               DELETE FROM RecensioniLibri
                   WHERE Username = TRIM(BOTH ' ' FROM :U-USERNAME)
                     AND stato = 'IN ATTESA'
           END-EXEC.
           EXEC SQL
               UPDATE RecensioniLibri
                   SET Username = TRIM(BOTH ' ' FROM :PSEUDONIMO)
                   WHERE Username = TRIM(BOTH ' ' FROM :U-USERNAME)
           END-EXEC.
      *    Le postazioni ancora prenotate si liberano; il registro
      *    delle sessioni no: esce solo a fine conservazione
      *    (PURGA-SESSIONI-POSTAZIONI).
           EXEC SQL
               UPDATE PrenotazioniPostazioni
                   SET stato = 'ANNULLATO'
                   WHERE Username = TRIM(BOTH ' ' FROM :U-USERNAME)
                     AND stato = 'PRENOTATO'
           END-EXEC.

           EXEC SQL
               UPDATE Utente
                       Indirizzo = ' ',
                       Telefono = ' ',
                       Email = ' ',
                       CodiceFiscale = NULL,
                       Passw = ' ',
                       BLOCCATO = 'S'
                   WHERE Username = TRIM(BOTH ' ' FROM :U-USERNAME)

           01 AUDIT-OPERAZIONE  PIC X(20).
           01 AUDIT-CHIAVE      PIC X(50).

      *    Controlli del banco sulle richieste del Lettore
      *    (CONTROLLA-IDONEITA).
           01 CI-RICHIESTA.
               03 CI-USERNAME       PIC X(50).
               03 CI-ISBN           PIC X(50).
               03 CI-ESITO          PIC X(1).
               03 CI-MOTIVO         PIC X(100).
               03 CI-OPERAZIONE     PIC X(1) VALUE "P".

       EXEC SQL INCLUDE SQLCA END-EXEC.

       LINKAGE SECTION.
           01 OPERATORE-USERNAME PIC X(50).
      *    "L" quando a chiamare e' AREA-LETTORE: il lettore prenota,
      *    annulla ed elenca solo per se stesso, con i controlli del
      *    banco.
           01 MODO-CHIAMATA      PIC X(1).

       PROCEDURE DIVISION USING OPERATORE-USERNAME, MODO-CHIAMATA.
      *    Prenotazione anticipata a calendario: un titolo
      *    disponibile viene bloccato per una data di ritiro futura
      *    (la maestra per la gita fra tre settimane). RESERVE-BOOK
           END-IF.
           DISPLAY "Titolo: " TITOLO-LIBRO(1:60).

           IF MODO-CHIAMATA = "L"
               MOVE OPERATORE-USERNAME TO USERNAME-LETTORE
               MOVE USERNAME-LETTORE TO CI-USERNAME
               MOVE ISBN TO CI-ISBN
               CALL 'CONTROLLA-IDONEITA' USING CI-RICHIESTA
               IF CI-ESITO = "S"
                   DISPLAY "Prenotazione non consentita: "
                       CI-MOTIVO(1:70) "."
                   DISPLAY "Rivolgiti al banco."
                   EXIT PARAGRAPH
               END-IF
           ELSE
               DISPLAY "Username dell'utente: "
               ACCEPT USERNAME-LETTORE
               EXEC SQL
                   SELECT COUNT(*) INTO :CONTA-UTENTE FROM Utente
                       WHERE Username =
                           TRIM(BOTH ' ' FROM :USERNAME-LETTORE)
               END-EXEC
               IF CONTA-UTENTE = 0
                   DISPLAY "Utente non trovato."
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           ACCEPT OGGI-DATA FROM DATE YYYYMMDD.
       ANNULLA-PRENOTAZIONE.
           DISPLAY "Numero della prenotazione da annullare: "
           ACCEPT NUMERO-PRENOTAZIONE.
           IF MODO-CHIAMATA = "L"
               EXEC SQL
                   UPDATE PrenotazioniAnticipate
                       SET stato = 'ANNULLATA'
                       WHERE numero_prenotazione =
                             :NUMERO-PRENOTAZIONE
                         AND stato = 'CONFERMATA'
                         AND Username =
                             TRIM(BOTH ' ' FROM :OPERATORE-USERNAME)
               END-EXEC
           ELSE
               EXEC SQL
                   UPDATE PrenotazioniAnticipate
                       SET stato = 'ANNULLATA'
                       WHERE numero_prenotazione =
                             :NUMERO-PRENOTAZIONE
                         AND stato = 'CONFERMATA'
               END-EXEC
           END-IF.
           IF SQLCODE = 0
               MOVE "ANNULLO" TO AUDIT-OPERAZIONE
               MOVE SPACES TO AUDIT-CHIAVE
                       FROM PrenotazioniAnticipate a
                       JOIN Libro l ON a.codiceISBN = l.ISBN
                       WHERE a.stato = 'CONFERMATA'
                         AND (:MODO-CHIAMATA <> 'L'
                              OR a.Username =
                                 TRIM(BOTH ' ' FROM
                                      :OPERATORE-USERNAME))
                       ORDER BY a.data_ritiro
           END-EXEC.
           EXEC SQL OPEN C-ANTICIPATE END-EXEC.

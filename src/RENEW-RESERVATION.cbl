           01 NUMERO-PRESTITO    PIC 9(9).
           01 PRESTITO-TROVATO   PIC X(1).
             88 PRESTITO-TROVATO-SI VALUE "S".
      *    Scadenze proprie del prestito orario in sede e del
      *    bibliobus: questi prestiti non si rinnovano al banco
      *    (come in AREA-LETTORE e RINNOVO-AUTOMATICO).
           01 ORA-SCADENZA       PIC 9(6).
           01 DATA-SCADENZA      PIC 9(8).
      *    Interruttore di scrittura della finestra batch (stato
      *    CONSULTA = online in sola consultazione).
           01 CS-ESITO-FINESTRA PIC X(1).
               DISPLAY "ERRORE: Nessuna prenotazione trovata per "
                       "questi estremi."
           ELSE
               IF ORA-SCADENZA > ZERO
                   DISPLAY "ERRORE: Impossibile rinnovare, prestito "
                       "orario da rendere in giornata."
                   EXIT PROGRAM
               END-IF
               IF DATA-SCADENZA > ZERO
                   DISPLAY "ERRORE: Impossibile rinnovare, prestito "
                       "del bibliobus: si rinnova alla fermata il "
                       DATA-SCADENZA "."
                   EXIT PROGRAM
               END-IF
               EXEC SQL
                   SELECT COUNT(*) INTO :ATTESA-PRESENTI
                       FROM Lista-Attesa
      *    per ISBN e Username per i prestiti senza numero.
       IDENTIFICA-PRESTITO.
           MOVE "N" TO PRESTITO-TROVATO.
           MOVE ZERO TO ORA-SCADENZA.
           MOVE ZERO TO DATA-SCADENZA.
           DISPLAY "Numero del prestito (0 se non disponibile): "
           ACCEPT NUMERO-PRESTITO.

           IF NUMERO-PRESTITO > 0
               EXEC SQL
                   SELECT codiceISBN, Username,
                          COALESCE(ora_scadenza, 0),
                          COALESCE(data_scadenza, 0)
                       INTO :ISBN, :USER-INPUT, :ORA-SCADENZA,
                            :DATA-SCADENZA
                       FROM Prenotazione
                       WHERE numero_prestito = :NUMERO-PRESTITO
               END-EXEC
               END-EXEC
               IF PRENOTAZIONI > 0
                   MOVE "S" TO PRESTITO-TROVATO
                   EXEC SQL
                       SELECT MAX(COALESCE(ora_scadenza, 0)),
                              MAX(COALESCE(data_scadenza, 0))
                           INTO :ORA-SCADENZA, :DATA-SCADENZA
                           FROM Prenotazione
                           WHERE codiceISBN =
                                     TRIM(BOTH ' ' FROM :ISBN) AND
                                 Username =
                                     TRIM(BOTH ' ' FROM :USER-INPUT)
                   END-EXEC
               END-IF
           END-IF.

           IF NUMERO-PRESTITO > 0
               EXEC SQL
                   UPDATE Prenotazione
                       SET data_prenotazione = :DATA-PRENOTAZIONE,
                           numero_rinnovi =
                               COALESCE(numero_rinnovi, 0) + 1
                       WHERE numero_prestito = :NUMERO-PRESTITO
               END-EXEC
           ELSE
               EXEC SQL
                   UPDATE Prenotazione
                       SET data_prenotazione = :DATA-PRENOTAZIONE,
                           numero_rinnovi =
                               COALESCE(numero_rinnovi, 0) + 1
                       WHERE codiceISBN =
                               TRIM(BOTH ' ' FROM :ISBN) AND
                             Username =

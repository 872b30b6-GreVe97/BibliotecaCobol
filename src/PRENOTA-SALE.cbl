           END-IF.

      *    Conflitto = stesso posto, stesso giorno, fasce orarie
      *    sovrapposte, prenotazione non annullata/liberata; la
      *    sala prenotata per un evento (posto 0, stato EVENTO)
      *    occupa tutti i posti.
           EXEC SQL
               SELECT COUNT(*) INTO :CONTA-CONFLITTI
                   FROM PrenotazioniSale
                   WHERE Filiale = TRIM(BOTH ' ' FROM :FILIALE-SALA)
                     AND codice_sala =
                         TRIM(BOTH ' ' FROM :CODICE-SALA)
                     AND (posto = :POSTO-SCELTO OR posto = 0)
                     AND data_prenotazione = :DATA-RICHIESTA-SALA
                     AND stato IN ('PRENOTATO', 'PRESENTE', 'EVENTO')
                     AND ora_da < :ORA-A
                     AND ora_a > :ORA-DA
           END-EXEC.
                             TRIM(BOTH ' ' FROM :FILIALE-SALA)
                         AND data_prenotazione =
                             :DATA-RICHIESTA-SALA
                         AND stato IN ('PRENOTATO', 'PRESENTE',
                                       'EVENTO')
                       ORDER BY codice_sala, posto, ora_da
           END-EXEC.
           EXEC SQL OPEN C-OCCUPAZIONE END-EXEC.

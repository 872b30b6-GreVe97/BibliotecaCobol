       FILE SECTION.
      *    Tracciato fisso richiesto dal concessionario della
      *    riscossione: righe 'D' di dettaglio multa con l'identita'
      *    del debitore (codice fiscale compreso, spazi se non
      *    registrato), riga 'T' di totale per debitore.
       FD  RISCOSSIONE-OUTPUT.
       01  RISCOSSIONE-RECORD.
           03 RS-TIPO         PIC X(1).
           03 RS-ISBN         PIC X(50).
           03 RS-DATA-MULTA   PIC X(8).
           03 RS-IMPORTO      PIC 9(7)V99.
           03 RS-CODICE-FISCALE PIC X(16).

       WORKING-STORAGE SECTION.
      *    Soglie configurabili da Parametri; i VALUE sono i default
               03 A-COGNOME     PIC X(50).
               03 A-TELEFONO    PIC X(20).
               03 A-EMAIL       PIC X(100).
               03 A-CODICE-FISCALE PIC X(16).
           01 MULTA-REC.
               03 M-ISBN        PIC X(50).
               03 M-DATA        PIC X(50).
           OPEN OUTPUT RISCOSSIONE-OUTPUT.

      *    Un debitore per volta: totale dei residui sulle multe
      *    aperte oltre soglia, poi il dettaglio. Le multe di un
      *    prestito dichiarato reso (contestazione aperta) restano
      *    sospese e non vanno in riscossione. Lo stesso vale per
      *    le multe di un piano di rateizzazione in regola; se il
      *    piano e' decaduto per una rata mancata, il suo residuo
      *    va in riscossione subito, senza attendere l'anzianita'.
           EXEC SQL
               DECLARE C-DEBITORI CURSOR WITH HOLD FOR
                   SELECT Username,
                          SUM(importo - importo_pagato)
                       FROM Multe
                       WHERE stato = 'APERTA'
                         AND (data_multa <
                              CAST(:DATA-LIMITE AS CHAR(8))
                           OR EXISTS (SELECT 1 FROM PianiRateali r
                              WHERE r.numero_piano = Multe.numero_piano
                                AND r.stato = 'DECADUTO'))
                         AND NOT EXISTS (SELECT 1 FROM PianiRateali r
                             WHERE r.numero_piano = Multe.numero_piano
                               AND r.stato = 'ATTIVO')
                         AND NOT EXISTS (SELECT 1 FROM Prenotazione p
                             WHERE p.Username = Multe.Username
                               AND p.codiceISBN = Multe.codiceISBN
                               AND p.stato_prestito = 'RESO-DICHIARATO')
                       GROUP BY Username
                       HAVING SUM(importo - importo_pagato) >=
                           :IMPORTO-SOGLIA

       ESPORTA-DEBITORE.
           EXEC SQL
               SELECT Nome, Cognome, Telefono, Email,
                      COALESCE(CodiceFiscale, ' ')
                   INTO :A-NOME, :A-COGNOME, :A-TELEFONO, :A-EMAIL,
                        :A-CODICE-FISCALE
                   FROM Utente
                   WHERE Username = TRIM(BOTH ' ' FROM :D-USERNAME)
           END-EXEC.
                       WHERE Username =
                                 TRIM(BOTH ' ' FROM :D-USERNAME)
                         AND stato = 'APERTA'
                         AND (data_multa <
                              CAST(:DATA-LIMITE AS CHAR(8))
                           OR EXISTS (SELECT 1 FROM PianiRateali r
                              WHERE r.numero_piano = Multe.numero_piano
                                AND r.stato = 'DECADUTO'))
                         AND NOT EXISTS (SELECT 1 FROM PianiRateali r
                             WHERE r.numero_piano = Multe.numero_piano
                               AND r.stato = 'ATTIVO')
                         AND NOT EXISTS (SELECT 1 FROM Prenotazione p
                             WHERE p.Username = Multe.Username
                               AND p.codiceISBN = Multe.codiceISBN
                               AND p.stato_prestito = 'RESO-DICHIARATO')
                       ORDER BY data_multa
           END-EXEC.
           EXEC SQL OPEN C-DETTAGLIO END-EXEC.
               MOVE M-ISBN TO RS-ISBN
               MOVE M-DATA(1:8) TO RS-DATA-MULTA
               MOVE RESIDUO TO RS-IMPORTO
               MOVE A-CODICE-FISCALE TO RS-CODICE-FISCALE
               WRITE RISCOSSIONE-RECORD
               EXEC SQL
                   FETCH C-DETTAGLIO INTO :M-ISBN, :M-DATA,
           MOVE A-NOME TO RS-NOME.
           MOVE A-COGNOME TO RS-COGNOME.
           MOVE D-TOTALE TO RS-IMPORTO.
           MOVE A-CODICE-FISCALE TO RS-CODICE-FISCALE.
           WRITE RISCOSSIONE-RECORD.

           EXEC SQL
                   SET stato = 'IN RISCOSSIONE'
                   WHERE Username = TRIM(BOTH ' ' FROM :D-USERNAME)
                     AND stato = 'APERTA'
                     AND (data_multa <
                          CAST(:DATA-LIMITE AS CHAR(8))
                       OR EXISTS (SELECT 1 FROM PianiRateali r
                          WHERE r.numero_piano = Multe.numero_piano
                            AND r.stato = 'DECADUTO'))
                     AND NOT EXISTS (SELECT 1 FROM PianiRateali r
                         WHERE r.numero_piano = Multe.numero_piano
                           AND r.stato = 'ATTIVO')
                     AND NOT EXISTS (SELECT 1 FROM Prenotazione p
                         WHERE p.Username = Multe.Username
                           AND p.codiceISBN = Multe.codiceISBN
                           AND p.stato_prestito = 'RESO-DICHIARATO')
           END-EXEC.
           EXEC SQL
               UPDATE Utente

       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMETTI-FATTURE-ENTI.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FATTURE-OUTPUT ASSIGN TO FATTPA
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ECCEZIONI-OUTPUT ASSIGN TO FATTEXC
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *    Tracciato per l'intermediario del Sistema di Interscambio:
      *    per ogni fattura una testata (H) con i dati del
      *    cessionario, una riga (R) per addebito e una coda (T) con
      *    il totale. La conversione in FatturaPA e la firma le fa
      *    l'intermediario.
       FD  FATTURE-OUTPUT.
       01  FATTURA-TESTATA.
           03 FH-TIPO            PIC X(1).
           03 FH-NUMERO          PIC X(20).
           03 FH-DATA            PIC 9(8).
           03 FH-CODICE-DEST     PIC X(7).
           03 FH-PEC             PIC X(100).
           03 FH-PARTITA-IVA     PIC X(11).
           03 FH-CODICE-FISCALE  PIC X(16).
           03 FH-DENOMINAZIONE   PIC X(100).
           03 FH-INDIRIZZO       PIC X(100).
       01  FATTURA-RIGA.
           03 FR-TIPO            PIC X(1).
           03 FR-NUMERO          PIC X(20).
           03 FR-RIGA            PIC 9(3).
           03 FR-DESCRIZIONE     PIC X(80).
           03 FR-IMPORTO         PIC 9(7)V99.
           03 FR-NATURA          PIC X(4).
       01  FATTURA-CODA.
           03 FT-TIPO            PIC X(1).
           03 FT-NUMERO          PIC X(20).
           03 FT-RIGHE           PIC 9(3).
           03 FT-TOTALE          PIC 9(9)V99.

       FD  ECCEZIONI-OUTPUT.
       01  ECCEZIONE-LINE PIC X(132).

       WORKING-STORAGE SECTION.
           01 OGGI-DATA         PIC 9(8).
           01 ANNO-FATTURA      PIC 9(4).

      *    Sezionale delle fatture agli enti (chiave
      *    FATTURE-ENTI-SEZIONALE di Parametri) e natura IVA delle
      *    righe (FATTURE-ENTI-NATURA): addebiti e quote della
      *    biblioteca sono operazioni non soggette. I VALUE sono i
      *    default.
           01 SEZIONALE         PIC X(5) VALUE "FPA".
           01 NATURA-IVA        PIC X(4) VALUE "N2.2".
           01 PARAMETRO-TESTO   PIC X(50).

           01 ENTE-REC.
               03 E-USERNAME        PIC X(50).
               03 E-ORGANIZZAZIONE  PIC X(100).
               03 E-INDIRIZZO       PIC X(100).
               03 E-CODICE-DEST     PIC X(7).
               03 E-PEC             PIC X(100).
               03 E-PARTITA-IVA     PIC X(11).
               03 E-CODICE-FISCALE  PIC X(16).

           01 MULTA-REC.
               03 M-ISBN            PIC X(50).
               03 M-DATA            PIC X(50).
               03 M-IMPORTO         PIC 9(5)V99.
               03 M-PAGATO          PIC 9(5)V99.
               03 M-TITOLO          PIC X(50).
           01 QUOTA-REC.
               03 Q-ANNO            PIC 9(4).
               03 Q-TIPO            PIC X(12).
               03 Q-IMPORTO         PIC 9(5)V99.
               03 Q-PAGATO          PIC 9(5)V99.

           01 MAX-PROGRESSIVO   PIC 9(7).
           01 PROGRESSIVO       PIC 9(7).
           01 NUMERO-FATTURA    PIC X(20).
           01 NUMERO-RIGA       PIC 9(3).
           01 IMPORTO-RIGA      PIC 9(7)V99.
           01 TOTALE-FATTURA    PIC 9(9)V99.
           01 DESCRIZIONE-RIGA  PIC X(80).
           01 TIPO-RIGA         PIC X(1).
           01 ESITO-RIGA        PIC X(1).

           01 CONTATORE-ENTI      PIC 9(5) VALUE ZERO.
           01 CONTATORE-FATTURE   PIC 9(5) VALUE ZERO.
           01 CONTATORE-ECCEZIONI PIC 9(5) VALUE ZERO.
           01 TOTALE-FATTURATO    PIC 9(9)V99 VALUE ZERO.

           01 RUN-RICHIESTA.
               03 RC-OPERAZIONE     PIC X(1).
               03 RC-PROGRAMMA      PIC X(30).
               03 RC-DATA-ESERCIZIO PIC 9(8).
               03 RC-ESAMINATE      PIC 9(7).
               03 RC-MODIFICATE     PIC 9(7).
               03 RC-CHIAVE         PIC X(50).
               03 RC-ESITO          PIC X(1).

       EXEC SQL INCLUDE SQLCA END-EXEC.

       PROCEDURE DIVISION.
      *    Fatturazione elettronica agli enti (scuole, RSA e altri
      *    tesserati istituzionali, NomeOrganizzazione su Utente):
      *    gli addebiti aperti di ciascun ente - multe non
      *    rateizzate e quote - si raccolgono in una fattura del
      *    sezionale, numerata per anno. Ogni addebito fatturato
      *    passa IN FATTURA con il numero della fattura (fuori dal
      *    pagamento allo sportello, dalla piattaforma regionale e
      *    dalla riscossione) finche' GESTIONE-FATTURE-ENTI non
      *    registra il pagamento o IMPORTA-ESITI-SDI non lo libera
      *    per scarto. Un ente senza dati di fatturazione
      *    (DatiFatturazione) finisce sul report FATTEXC.
       EMETTI-FATTURE-ENTI-PARA.
           DISPLAY "------- SONO EMETTI-FATTURE-ENTI (batch)!".
           ACCEPT OGGI-DATA FROM DATE YYYYMMDD.
           MOVE OGGI-DATA(1:4) TO ANNO-FATTURA.

           MOVE "A" TO RC-OPERAZIONE.
           MOVE "EMETTI-FATTURE-ENTI" TO RC-PROGRAMMA.
           MOVE OGGI-DATA TO RC-DATA-ESERCIZIO.
           CALL 'CONTROLLO-RUN' USING RUN-RICHIESTA.
           IF RC-ESITO NOT = "S"
               EXIT PROGRAM
           END-IF.

           EXEC SQL
               SELECT Valore INTO :PARAMETRO-TESTO FROM Parametri
                   WHERE Chiave = 'FATTURE-ENTI-SEZIONALE'
           END-EXEC.
           IF SQLCODE = 0
               MOVE PARAMETRO-TESTO TO SEZIONALE
           END-IF.
           EXEC SQL
               SELECT Valore INTO :PARAMETRO-TESTO FROM Parametri
                   WHERE Chiave = 'FATTURE-ENTI-NATURA'
           END-EXEC.
           IF SQLCODE = 0
               MOVE PARAMETRO-TESTO TO NATURA-IVA
           END-IF.

           OPEN OUTPUT FATTURE-OUTPUT.
           OPEN OUTPUT ECCEZIONI-OUTPUT.
           MOVE SPACES TO ECCEZIONE-LINE.
           STRING "FATTURE ENTI DEL " OGGI-DATA
               " - ENTI NON FATTURATI"
               DELIMITED BY SIZE INTO ECCEZIONE-LINE.
           WRITE ECCEZIONE-LINE.

      *    Enti con almeno un addebito fatturabile.
           EXEC SQL
               DECLARE C-ENTI CURSOR FOR
                   SELECT u.Username, u.NomeOrganizzazione,
                          COALESCE(u.Indirizzo, ' '),
                          COALESCE(d.codice_destinatario, ' '),
                          COALESCE(d.pec, ' '),
                          COALESCE(d.partita_iva, ' '),
                          COALESCE(d.codice_fiscale, ' ')
                       FROM Utente u
                       LEFT JOIN DatiFatturazione d
                         ON d.Username = u.Username
                       WHERE COALESCE(u.NomeOrganizzazione, ' ')
                             <> ' '
                         AND (EXISTS (SELECT 1 FROM Multe m
                                WHERE m.Username = u.Username
                                  AND m.stato = 'APERTA'
                                  AND m.riferimento_pagamento IS NULL
                                  AND NOT EXISTS
                                      (SELECT 1 FROM PianiRateali p
                                        WHERE p.numero_piano =
                                              m.numero_piano
                                          AND p.stato = 'ATTIVO'))
                           OR EXISTS (SELECT 1 FROM QuoteIscrizione q
                                WHERE q.Username = u.Username
                                  AND q.stato = 'APERTA'
                                  AND q.riferimento_pagamento IS NULL))
                       ORDER BY u.Username
           END-EXEC.
           EXEC SQL OPEN C-ENTI END-EXEC.
           EXEC SQL
               FETCH C-ENTI INTO :E-USERNAME, :E-ORGANIZZAZIONE,
                   :E-INDIRIZZO, :E-CODICE-DEST, :E-PEC,
                   :E-PARTITA-IVA, :E-CODICE-FISCALE
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = ZERO
               ADD 1 TO CONTATORE-ENTI
               PERFORM FATTURA-ENTE
               EXEC SQL
                   FETCH C-ENTI INTO :E-USERNAME, :E-ORGANIZZAZIONE,
                       :E-INDIRIZZO, :E-CODICE-DEST, :E-PEC,
                       :E-PARTITA-IVA, :E-CODICE-FISCALE
               END-EXEC
           END-PERFORM.
           EXEC SQL CLOSE C-ENTI END-EXEC.

           MOVE SPACES TO ECCEZIONE-LINE.
           STRING "Enti esaminati: " CONTATORE-ENTI
               " fatture emesse: " CONTATORE-FATTURE
               " totale: " TOTALE-FATTURATO
               " enti in eccezione: " CONTATORE-ECCEZIONI
               DELIMITED BY SIZE INTO ECCEZIONE-LINE.
           WRITE ECCEZIONE-LINE.
           CLOSE FATTURE-OUTPUT.
           CLOSE ECCEZIONI-OUTPUT.

           EXEC SQL COMMIT END-EXEC.

           MOVE "C" TO RC-OPERAZIONE.
           MOVE CONTATORE-ENTI TO RC-ESAMINATE.
           MOVE CONTATORE-FATTURE TO RC-MODIFICATE.
           CALL 'CONTROLLO-RUN' USING RUN-RICHIESTA.

           DISPLAY "Enti esaminati: " CONTATORE-ENTI.
           DISPLAY "Fatture emesse: " CONTATORE-FATTURE.
           DISPLAY "Totale fatturato: " TOTALE-FATTURATO.
           DISPLAY "Enti senza dati di fatturazione: "
               CONTATORE-ECCEZIONI.

           EXIT PROGRAM.

       FATTURA-ENTE.
      *    Serve il codice destinatario SdI oppure la PEC, e un
      *    identificativo fiscale dell'ente.
           IF (E-CODICE-DEST = SPACES AND E-PEC = SPACES)
              OR (E-PARTITA-IVA = SPACES AND E-CODICE-FISCALE = SPACES)
               ADD 1 TO CONTATORE-ECCEZIONI
               MOVE SPACES TO ECCEZIONE-LINE
               STRING "DATI DI FATTURAZIONE MANCANTI - ENTE: "
                   E-USERNAME(1:30) " " E-ORGANIZZAZIONE(1:50)
                   DELIMITED BY SIZE INTO ECCEZIONE-LINE
               WRITE ECCEZIONE-LINE
               EXIT PARAGRAPH
           END-IF.

           EXEC SQL
               SELECT COALESCE(MAX(progressivo), 0)
                   INTO :MAX-PROGRESSIVO
                   FROM FattureEnti
                   WHERE anno = :ANNO-FATTURA
           END-EXEC.
           COMPUTE PROGRESSIVO = MAX-PROGRESSIVO + 1.
           MOVE SPACES TO NUMERO-FATTURA.
           STRING SEZIONALE DELIMITED BY SPACE
               "/" ANNO-FATTURA "/" PROGRESSIVO
               DELIMITED BY SIZE INTO NUMERO-FATTURA.
           MOVE ZERO TO NUMERO-RIGA.
           MOVE ZERO TO TOTALE-FATTURA.

           MOVE SPACES TO FATTURA-TESTATA.
           MOVE "H" TO FH-TIPO.
           MOVE NUMERO-FATTURA TO FH-NUMERO.
           MOVE OGGI-DATA TO FH-DATA.
           MOVE E-CODICE-DEST TO FH-CODICE-DEST.
           MOVE E-PEC TO FH-PEC.
           MOVE E-PARTITA-IVA TO FH-PARTITA-IVA.
           MOVE E-CODICE-FISCALE TO FH-CODICE-FISCALE.
           MOVE E-ORGANIZZAZIONE TO FH-DENOMINAZIONE.
           MOVE E-INDIRIZZO TO FH-INDIRIZZO.
           WRITE FATTURA-TESTATA.

           PERFORM FATTURA-MULTE.
           PERFORM FATTURA-QUOTE.

           MOVE SPACES TO FATTURA-CODA.
           MOVE "T" TO FT-TIPO.
           MOVE NUMERO-FATTURA TO FT-NUMERO.
           MOVE NUMERO-RIGA TO FT-RIGHE.
           MOVE TOTALE-FATTURA TO FT-TOTALE.
           WRITE FATTURA-CODA.

           EXEC SQL
               INSERT INTO FattureEnti (numero_fattura, anno,
                   progressivo, Username, denominazione,
                   data_emissione, codice_destinatario, pec,
                   partita_iva, codice_fiscale, righe, totale, stato)
               VALUES (TRIM(BOTH ' ' FROM :NUMERO-FATTURA),
                       :ANNO-FATTURA, :PROGRESSIVO,
                       TRIM(BOTH ' ' FROM :E-USERNAME),
                       TRIM(BOTH ' ' FROM :E-ORGANIZZAZIONE),
                       :OGGI-DATA,
                       TRIM(BOTH ' ' FROM :E-CODICE-DEST),
                       TRIM(BOTH ' ' FROM :E-PEC),
                       TRIM(BOTH ' ' FROM :E-PARTITA-IVA),
                       TRIM(BOTH ' ' FROM :E-CODICE-FISCALE),
                       :NUMERO-RIGA, :TOTALE-FATTURA, 'EMESSA')
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY "ERRORE nella registrazione della fattura "
                   NUMERO-FATTURA ": " SQLERRMC
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO CONTATORE-FATTURE.
           ADD TOTALE-FATTURA TO TOTALE-FATTURATO.
           DISPLAY "Fattura " NUMERO-FATTURA " a "
               E-ORGANIZZAZIONE(1:40) ": " NUMERO-RIGA " righe, "
               TOTALE-FATTURA.

       FATTURA-MULTE.
           EXEC SQL
               DECLARE C-MULTE-ENTE CURSOR FOR
                   SELECT m.codiceISBN, m.data_multa, m.importo,
                          m.importo_pagato,
                          COALESCE(l.Titolo, m.codiceISBN)
                       FROM Multe m
                       LEFT JOIN Libro l ON l.ISBN = m.codiceISBN
                       WHERE m.Username =
                             TRIM(BOTH ' ' FROM :E-USERNAME)
                         AND m.stato = 'APERTA'
                         AND m.riferimento_pagamento IS NULL
                         AND NOT EXISTS
                             (SELECT 1 FROM PianiRateali p
                               WHERE p.numero_piano = m.numero_piano
                                 AND p.stato = 'ATTIVO')
                       ORDER BY m.data_multa, m.codiceISBN
           END-EXEC.
           EXEC SQL OPEN C-MULTE-ENTE END-EXEC.
           EXEC SQL
               FETCH C-MULTE-ENTE INTO :M-ISBN, :M-DATA, :M-IMPORTO,
                   :M-PAGATO, :M-TITOLO
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = ZERO
               COMPUTE IMPORTO-RIGA = M-IMPORTO - M-PAGATO
               MOVE SPACES TO DESCRIZIONE-RIGA
               STRING "ADDEBITO DEL " M-DATA(1:8) " - "
                   M-TITOLO
                   DELIMITED BY SIZE INTO DESCRIZIONE-RIGA
               MOVE "M" TO TIPO-RIGA
               MOVE ZERO TO Q-ANNO
               MOVE SPACES TO Q-TIPO
               PERFORM SCRIVI-RIGA
               IF ESITO-RIGA = "S"
                   EXEC SQL
                       UPDATE Multe
                           SET stato = 'IN FATTURA',
                               numero_fattura =
                                   TRIM(BOTH ' ' FROM :NUMERO-FATTURA)
                           WHERE Username =
                                 TRIM(BOTH ' ' FROM :E-USERNAME)
                             AND codiceISBN =
                                 TRIM(BOTH ' ' FROM :M-ISBN)
                             AND data_multa =
                                 TRIM(BOTH ' ' FROM :M-DATA)
                   END-EXEC
               END-IF
               EXEC SQL
                   FETCH C-MULTE-ENTE INTO :M-ISBN, :M-DATA,
                       :M-IMPORTO, :M-PAGATO, :M-TITOLO
               END-EXEC
           END-PERFORM.
           EXEC SQL CLOSE C-MULTE-ENTE END-EXEC.

       FATTURA-QUOTE.
           EXEC SQL
               DECLARE C-QUOTE-ENTE CURSOR FOR
                   SELECT anno, COALESCE(tipo, 'ISCRIZIONE'),
                          importo, importo_pagato
                       FROM QuoteIscrizione
                       WHERE Username =
                             TRIM(BOTH ' ' FROM :E-USERNAME)
                         AND stato = 'APERTA'
                         AND riferimento_pagamento IS NULL
                       ORDER BY anno
           END-EXEC.
           EXEC SQL OPEN C-QUOTE-ENTE END-EXEC.
           EXEC SQL
               FETCH C-QUOTE-ENTE INTO :Q-ANNO, :Q-TIPO, :Q-IMPORTO,
                   :Q-PAGATO
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = ZERO
               COMPUTE IMPORTO-RIGA = Q-IMPORTO - Q-PAGATO
               MOVE SPACES TO DESCRIZIONE-RIGA
               STRING "QUOTA " Q-TIPO " ANNO " Q-ANNO
                   DELIMITED BY SIZE INTO DESCRIZIONE-RIGA
               MOVE "Q" TO TIPO-RIGA
               MOVE SPACES TO M-ISBN
               MOVE SPACES TO M-DATA
               PERFORM SCRIVI-RIGA
               IF ESITO-RIGA = "S"
                   EXEC SQL
                       UPDATE QuoteIscrizione
                           SET stato = 'IN FATTURA',
                               numero_fattura =
                                   TRIM(BOTH ' ' FROM :NUMERO-FATTURA)
                           WHERE Username =
                                 TRIM(BOTH ' ' FROM :E-USERNAME)
                             AND anno = :Q-ANNO
                             AND COALESCE(tipo, 'ISCRIZIONE') =
                                 TRIM(BOTH ' ' FROM :Q-TIPO)
                   END-EXEC
               END-IF
               EXEC SQL
                   FETCH C-QUOTE-ENTE INTO :Q-ANNO, :Q-TIPO,
                       :Q-IMPORTO, :Q-PAGATO
               END-EXEC
           END-PERFORM.
           EXEC SQL CLOSE C-QUOTE-ENTE END-EXEC.

      *    Riga della fattura: sul tracciato e in FattureEntiRighe,
      *    con gli estremi dell'addebito per il pagamento.
       SCRIVI-RIGA.
           MOVE "N" TO ESITO-RIGA.
           ADD 1 TO NUMERO-RIGA.
           EXEC SQL
               INSERT INTO FattureEntiRighe (numero_fattura, riga,
                   tipo_addebito, Username, codiceISBN, data_multa,
                   anno_quota, tipo_quota, descrizione, importo)
               VALUES (TRIM(BOTH ' ' FROM :NUMERO-FATTURA),
                       :NUMERO-RIGA, :TIPO-RIGA,
                       TRIM(BOTH ' ' FROM :E-USERNAME),
                       TRIM(BOTH ' ' FROM :M-ISBN),
                       TRIM(BOTH ' ' FROM :M-DATA),
                       :Q-ANNO, TRIM(BOTH ' ' FROM :Q-TIPO),
                       TRIM(BOTH ' ' FROM :DESCRIZIONE-RIGA),
                       :IMPORTO-RIGA)
           END-EXEC.
           IF SQLCODE NOT = 0
               SUBTRACT 1 FROM NUMERO-RIGA
               DISPLAY "ERRORE sulla riga della fattura "
                   NUMERO-FATTURA ": " SQLERRMC
               EXIT PARAGRAPH
           END-IF.
           MOVE "S" TO ESITO-RIGA.
           ADD IMPORTO-RIGA TO TOTALE-FATTURA.
           MOVE SPACES TO FATTURA-RIGA.
           MOVE "R" TO FR-TIPO.
           MOVE NUMERO-FATTURA TO FR-NUMERO.
           MOVE NUMERO-RIGA TO FR-RIGA.
           MOVE DESCRIZIONE-RIGA TO FR-DESCRIZIONE.
           MOVE IMPORTO-RIGA TO FR-IMPORTO.
           MOVE NATURA-IVA TO FR-NATURA.
           WRITE FATTURA-RIGA.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. VERIFICA-INTEGRITA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPORT-OUTPUT ASSIGN TO INTEGRIT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  REPORT-OUTPUT.
       01  REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
           01 OGGI-DATA             PIC 9(8).
           01 DATA-PRECEDENTE       PIC 9(8).

           01 ORFANO-REC.
               03 O-CATEGORIA       PIC X(30).
               03 O-CHIAVE-1        PIC X(50).
               03 O-CHIAVE-2        PIC X(50).
           01 CATEGORIA-PRECEDENTE  PIC X(30) VALUE SPACES.

      *    Una voce per ogni legame padre-figlio controllato, nello
      *    stesso testo che la SELECT restituisce come categoria:
      *    serve a contare anche le categorie pulite, cosi' il
      *    confronto con il giro precedente vede i problemi
      *    rientrati e non solo quelli presenti.
           01 TABELLA-CATEGORIE.
               03 FILLER PIC X(30) VALUE
                   "ESEMPLARE SENZA LIBRO".
               03 FILLER PIC X(30) VALUE
                   "PRENOTAZIONE SENZA LIBRO".
               03 FILLER PIC X(30) VALUE
                   "PRENOTAZIONE SENZA UTENTE".
               03 FILLER PIC X(30) VALUE
                   "ATTESA SENZA UTENTE".
               03 FILLER PIC X(30) VALUE
                   "STORICO SENZA UTENTE".
               03 FILLER PIC X(30) VALUE
                   "MULTA SENZA UTENTE".
               03 FILLER PIC X(30) VALUE
                   "PAGAMENTO SENZA MULTA".
               03 FILLER PIC X(30) VALUE
                   "RITIRO SENZA UTENTE".
               03 FILLER PIC X(30) VALUE
                   "RITIRO SENZA LIBRO".
               03 FILLER PIC X(30) VALUE
                   "RITIRO SENZA ESEMPLARE".
               03 FILLER PIC X(30) VALUE
                   "KIT SENZA ESEMPLARE".
               03 FILLER PIC X(30) VALUE
                   "KIT CON ESEMPLARE SCARTATO".
               03 FILLER PIC X(30) VALUE
                   "PEZZO DI KIT SENZA KIT".
               03 FILLER PIC X(30) VALUE
                   "TRASFERIMENTO SENZA ESEMPLARE".
               03 FILLER PIC X(30) VALUE
                   "RIPARAZIONE SENZA ESEMPLARE".
               03 FILLER PIC X(30) VALUE
                   "PRELIEVO SENZA ESEMPLARE".
               03 FILLER PIC X(30) VALUE
                   "ETICHETTA SENZA ESEMPLARE".
               03 FILLER PIC X(30) VALUE
                   "USO INTERNO SENZA ESEMPLARE".
               03 FILLER PIC X(30) VALUE
                   "DISPONIBILITA SENZA LIBRO".
               03 FILLER PIC X(30) VALUE
                   "INDICE SENZA LIBRO".
               03 FILLER PIC X(30) VALUE
                   "SOGGETTARIO SENZA LIBRO".
               03 FILLER PIC X(30) VALUE
                   "SOGGETTO INESISTENTE".
               03 FILLER PIC X(30) VALUE
                   "VETRINA CON LIBRO MANCANTE".
               03 FILLER PIC X(30) VALUE
                   "TITOLO SENZA VETRINA".
               03 FILLER PIC X(30) VALUE
                   "RIGA ORDINE SENZA ORDINE".
               03 FILLER PIC X(30) VALUE
                   "RIGA FATTURA SENZA FATTURA".
               03 FILLER PIC X(30) VALUE
                   "RIGA FATT. ENTI SENZA FATTURA".
               03 FILLER PIC X(30) VALUE
                   "RATA SENZA PIANO".
               03 FILLER PIC X(30) VALUE
                   "RIGA DONAZIONE SENZA DONAZIONE".
               03 FILLER PIC X(30) VALUE
                   "ISCRIZIONE SENZA EVENTO".
               03 FILLER PIC X(30) VALUE
                   "ISCRIZIONE SENZA UTENTE".
               03 FILLER PIC X(30) VALUE
                   "FASCICOLO SENZA ABBONAMENTO".
               03 FILLER PIC X(30) VALUE
                   "BORSELLINO SENZA UTENTE".
               03 FILLER PIC X(30) VALUE
                   "MOVIMENTO SENZA BORSELLINO".
               03 FILLER PIC X(30) VALUE
                   "QUOTA SENZA UTENTE".
               03 FILLER PIC X(30) VALUE
                   "SESSIONE SENZA UTENTE".
               03 FILLER PIC X(30) VALUE
                   "ALLARME SENZA ESEMPLARE".
           01 CATEGORIE REDEFINES TABELLA-CATEGORIE.
               03 NOME-CATEGORIA    PIC X(30) OCCURS 37.
           01 CONTEGGI-CATEGORIE.
               03 ORFANE-CATEGORIA  PIC 9(7) OCCURS 37.
           01 NUMERO-CATEGORIE      PIC 9(3) VALUE 37.
           01 INDICE-CATEGORIA      PIC 9(3).
           01 INDICE-TROVATO        PIC 9(3).

      *    Righe di dettaglio stampate per categoria: oltre si
      *    stampa solo il conteggio (il dettaglio completo si
      *    ricava con la stessa SELECT).
           01 DETTAGLIO-MASSIMO     PIC 9(7) VALUE 100.

           01 CATEGORIA-CORRENTE    PIC X(30).
           01 ORFANE-CORRENTI       PIC 9(7).
           01 ORFANE-PRECEDENTI     PIC 9(7).
           01 VARIAZIONE            PIC S9(7).
           01 VARIAZIONE-STAMPA     PIC +(7)9.
           01 VARIAZIONE-TESTO      PIC X(8).
           01 PRECEDENTE-STAMPA     PIC X(8).
           01 CONTATORE-ORFANE      PIC 9(7) VALUE ZERO.
           01 CATEGORIE-IN-CRESCITA PIC 9(3) VALUE ZERO.
           01 CONTATORE-RIGHE       PIC 9(7) VALUE ZERO.

      *    Registro esecuzioni (RunLog, via CONTROLLO-RUN): doppio
      *    lancio nella stessa data rifiutato.
           01 RUN-RICHIESTA.
               03 RC-OPERAZIONE     PIC X(1).
               03 RC-PROGRAMMA      PIC X(30).
               03 RC-DATA-ESERCIZIO PIC 9(8).
               03 RC-ESAMINATE      PIC 9(7).
               03 RC-MODIFICATE     PIC 9(7).
               03 RC-CHIAVE         PIC X(50).
               03 RC-ESITO          PIC X(1).

      *    Registrazione dell'elaborato nello spool centrale dei
      *    report (SpoolReport, via SPOOL-WRITER).
           01 SPOOL-RICHIESTA.
               03 SP-PROGRAMMA      PIC X(30).
               03 SP-FILIALE        PIC X(30).
               03 SP-RIGHE          PIC 9(7).
               03 SP-UBICAZIONE     PIC X(60).

       EXEC SQL INCLUDE SQLCA END-EXEC.

       PROCEDURE DIVISION.
      *    Verifica settimanale dell'integrita' referenziale su tutto
      *    il database, schedulata come CATAUDIT. RECONCILIA-
      *    PRENOTAZIONI guarda solo Prenotazione contro Libro e
      *    AUDIT-CATALOGO solo i campi del catalogo; qui si cercano
      *    le righe figlie rimaste senza padre dopo unificazioni,
      *    cestino, ripristini e riapplicazioni del giornale
      *    offline. Il report e' classificato per categoria e ogni
      *    giro registra i suoi conteggi in IntegritaConteggi, per
      *    vedere se il problema cresce o rientra.
       VERIFICA-INTEGRITA-PARA.
           DISPLAY "------- SONO VERIFICA-INTEGRITA (batch)!".
           ACCEPT OGGI-DATA FROM DATE YYYYMMDD.

           MOVE "A" TO RC-OPERAZIONE.
           MOVE "VERIFICA-INTEGRITA" TO RC-PROGRAMMA.
           MOVE OGGI-DATA TO RC-DATA-ESERCIZIO.
           CALL 'CONTROLLO-RUN' USING RUN-RICHIESTA.
           IF RC-ESITO NOT = "S"
               EXIT PROGRAM
           END-IF.

           PERFORM VARYING INDICE-CATEGORIA FROM 1 BY 1
                   UNTIL INDICE-CATEGORIA > NUMERO-CATEGORIE
               MOVE ZERO TO ORFANE-CATEGORIA(INDICE-CATEGORIA)
           END-PERFORM.

           OPEN OUTPUT REPORT-OUTPUT.
           MOVE SPACES TO REPORT-LINE.
           STRING "VERIFICA INTEGRITA' REFERENZIALE AL " OGGI-DATA
               DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM SCRIVI-RIGA.

           PERFORM CERCA-ORFANI.
           PERFORM STAMPA-RIEPILOGO.

           MOVE SPACES TO REPORT-LINE.
           PERFORM SCRIVI-RIGA.
           MOVE SPACES TO REPORT-LINE.
           STRING "Legami controllati: " NUMERO-CATEGORIE
               " - righe orfane: " CONTATORE-ORFANE
               " - categorie in crescita: " CATEGORIE-IN-CRESCITA
               DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM SCRIVI-RIGA.
           CLOSE REPORT-OUTPUT.

           MOVE "VERIFICA-INTEGRITA" TO SP-PROGRAMMA.
           MOVE SPACES TO SP-FILIALE.
           MOVE CONTATORE-RIGHE TO SP-RIGHE.
           MOVE "BIBLIO.PROD.INTEGRIT.RPT" TO SP-UBICAZIONE.
           CALL 'SPOOL-WRITER' USING SPOOL-RICHIESTA.

           MOVE "C" TO RC-OPERAZIONE.
           MOVE NUMERO-CATEGORIE TO RC-ESAMINATE.
           MOVE CONTATORE-ORFANE TO RC-MODIFICATE.
           CALL 'CONTROLLO-RUN' USING RUN-RICHIESTA.

           DISPLAY "Righe orfane rilevate: " CONTATORE-ORFANE.
           DISPLAY "Categorie in crescita: " CATEGORIE-IN-CRESCITA.

           EXIT PROGRAM.

      *    Un solo passaggio su tutti i legami: ogni ramo della
      *    UNION restituisce categoria e chiavi della riga figlia
      *    che non trova il padre (o, per i kit, un padre scartato).
       CERCA-ORFANI.
           EXEC SQL
               DECLARE C-ORFANI CURSOR FOR
                   SELECT 'ESEMPLARE SENZA LIBRO',
                          e.Barcode,
                          e.codiceISBN
                       FROM Esemplare e
                       LEFT JOIN Libro l ON l.ISBN = e.codiceISBN
                       WHERE l.ISBN IS NULL
                   UNION ALL
                   SELECT 'PRENOTAZIONE SENZA LIBRO',
                          p.codiceISBN,
                          p.Username
                       FROM Prenotazione p
                       LEFT JOIN Libro l ON l.ISBN = p.codiceISBN
                       WHERE l.ISBN IS NULL
                   UNION ALL
                   SELECT 'PRENOTAZIONE SENZA UTENTE',
                          p.Username,
                          p.codiceISBN
                       FROM Prenotazione p
                       LEFT JOIN Utente u ON u.Username = p.Username
                       WHERE u.Username IS NULL
                   UNION ALL
                   SELECT 'ATTESA SENZA UTENTE',
                          a.Username,
                          a.codiceISBN
                       FROM Lista-Attesa a
                       LEFT JOIN Utente u ON u.Username = a.Username
                       WHERE u.Username IS NULL
                   UNION ALL
                   SELECT 'STORICO SENZA UTENTE',
                          s.Username,
                          s.codiceISBN
                       FROM PrenotazioneStorico s
                       LEFT JOIN Utente u ON u.Username = s.Username
                       WHERE u.Username IS NULL
                   UNION ALL
                   SELECT 'MULTA SENZA UTENTE',
                          m.Username,
                          m.codiceISBN
                       FROM Multe m
                       LEFT JOIN Utente u ON u.Username = m.Username
                       WHERE u.Username IS NULL
                   UNION ALL
                   SELECT 'PAGAMENTO SENZA MULTA',
                          p.Username,
                          CONCAT(p.codiceISBN, ' ', p.data_multa)
                       FROM PagamentiMulte p
                       LEFT JOIN Multe m
                         ON m.Username = p.Username
                        AND m.codiceISBN = p.codiceISBN
                        AND m.data_multa = p.data_multa
                       WHERE m.Username IS NULL
                   UNION ALL
                   SELECT 'RITIRO SENZA UTENTE',
                          r.Username,
                          r.codiceISBN
                       FROM Ritiri r
                       LEFT JOIN Utente u ON u.Username = r.Username
                       WHERE u.Username IS NULL
                   UNION ALL
                   SELECT 'RITIRO SENZA LIBRO',
                          r.codiceISBN,
                          r.Username
                       FROM Ritiri r
                       LEFT JOIN Libro l ON l.ISBN = r.codiceISBN
                       WHERE l.ISBN IS NULL
                   UNION ALL
                   SELECT 'RITIRO SENZA ESEMPLARE',
                          r.barcode,
                          r.Username
                       FROM Ritiri r
                       LEFT JOIN Esemplare e ON e.Barcode = r.barcode
                       WHERE COALESCE(r.barcode, ' ') <> ' '
                         AND e.Barcode IS NULL
                   UNION ALL
                   SELECT 'KIT SENZA ESEMPLARE',
                          k.barcode,
                          CAST(k.numero_kit AS VARCHAR(50))
                       FROM KitEsemplari k
                       LEFT JOIN Esemplare e ON e.Barcode = k.barcode
                       WHERE e.Barcode IS NULL
                   UNION ALL
                   SELECT 'KIT CON ESEMPLARE SCARTATO',
                          k.barcode,
                          CAST(k.numero_kit AS VARCHAR(50))
                       FROM KitEsemplari k
                       JOIN Esemplare e ON e.Barcode = k.barcode
                       WHERE e.STATO = 'SCARTATO'
                   UNION ALL
                   SELECT 'PEZZO DI KIT SENZA KIT',
                          CAST(k.numero_kit AS VARCHAR(50)),
                          k.barcode
                       FROM KitEsemplari k
                       LEFT JOIN Kit t ON t.numero_kit = k.numero_kit
                       WHERE t.numero_kit IS NULL
                   UNION ALL
                   SELECT 'TRASFERIMENTO SENZA ESEMPLARE',
                          t.barcode,
                          t.codiceISBN
                       FROM Trasferimenti t
                       LEFT JOIN Esemplare e ON e.Barcode = t.barcode
                       WHERE COALESCE(t.barcode, ' ') <> ' '
                         AND e.Barcode IS NULL
                   UNION ALL
                   SELECT 'RIPARAZIONE SENZA ESEMPLARE',
                          r.Barcode,
                          r.codiceISBN
                       FROM Riparazioni r
                       LEFT JOIN Esemplare e ON e.Barcode = r.Barcode
                       WHERE e.Barcode IS NULL
                   UNION ALL
                   SELECT 'PRELIEVO SENZA ESEMPLARE',
                          p.barcode,
                          p.Username
                       FROM PrelieviAttesa p
                       LEFT JOIN Esemplare e ON e.Barcode = p.barcode
                       WHERE e.Barcode IS NULL
                   UNION ALL
                   SELECT 'ETICHETTA SENZA ESEMPLARE',
                          c.barcode,
                          c.stato
                       FROM CodaEtichette c
                       LEFT JOIN Esemplare e ON e.Barcode = c.barcode
                       WHERE e.Barcode IS NULL
                   UNION ALL
                   SELECT 'USO INTERNO SENZA ESEMPLARE',
                          i.barcode,
                          i.codiceISBN
                       FROM UsoInterno i
                       LEFT JOIN Esemplare e ON e.Barcode = i.barcode
                       WHERE e.Barcode IS NULL
                   UNION ALL
                   SELECT 'DISPONIBILITA SENZA LIBRO',
                          d.codiceISBN,
                          d.Sede
                       FROM DisponibilitaLibro d
                       LEFT JOIN Libro l ON l.ISBN = d.codiceISBN
                       WHERE l.ISBN IS NULL
                   UNION ALL
                   SELECT 'INDICE SENZA LIBRO',
                          x.codiceISBN,
                          x.parola
                       FROM IndiceParole x
                       LEFT JOIN Libro l ON l.ISBN = x.codiceISBN
                       WHERE l.ISBN IS NULL
                   UNION ALL
                   SELECT 'SOGGETTARIO SENZA LIBRO',
                          s.codiceISBN,
                          CAST(s.codice_soggetto AS VARCHAR(50))
                       FROM LibroSoggetti s
                       LEFT JOIN Libro l ON l.ISBN = s.codiceISBN
                       WHERE l.ISBN IS NULL
                   UNION ALL
                   SELECT 'SOGGETTO INESISTENTE',
                          CAST(s.codice_soggetto AS VARCHAR(50)),
                          s.codiceISBN
                       FROM LibroSoggetti s
                       LEFT JOIN Soggetti g
                         ON g.codice_soggetto = s.codice_soggetto
                       WHERE g.codice_soggetto IS NULL
                   UNION ALL
                   SELECT 'VETRINA CON LIBRO MANCANTE',
                          v.codiceISBN,
                          CAST(v.numero_vetrina AS VARCHAR(50))
                       FROM VetrineTitoli v
                       LEFT JOIN Libro l ON l.ISBN = v.codiceISBN
                       WHERE l.ISBN IS NULL
                   UNION ALL
                   SELECT 'TITOLO SENZA VETRINA',
                          CAST(v.numero_vetrina AS VARCHAR(50)),
                          v.codiceISBN
                       FROM VetrineTitoli v
                       LEFT JOIN Vetrine w
                         ON w.numero_vetrina = v.numero_vetrina
                       WHERE w.numero_vetrina IS NULL
                   UNION ALL
                   SELECT 'RIGA ORDINE SENZA ORDINE',
                          CAST(r.numero_ordine AS VARCHAR(50)),
                          CAST(r.riga AS VARCHAR(50))
                       FROM OrdineRiga r
                       LEFT JOIN OrdineAcquisto o
                         ON o.numero_ordine = r.numero_ordine
                       WHERE o.numero_ordine IS NULL
                   UNION ALL
                   SELECT 'RIGA FATTURA SENZA FATTURA',
                          CAST(r.id_fattura AS VARCHAR(50)),
                          CAST(r.riga AS VARCHAR(50))
                       FROM FattureRighe r
                       LEFT JOIN FattureFornitore f
                         ON f.id_fattura = r.id_fattura
                       WHERE f.id_fattura IS NULL
                   UNION ALL
                   SELECT 'RIGA FATT. ENTI SENZA FATTURA',
                          r.numero_fattura,
                          CAST(r.riga AS VARCHAR(50))
                       FROM FattureEntiRighe r
                       LEFT JOIN FattureEnti f
                         ON f.numero_fattura = r.numero_fattura
                       WHERE f.numero_fattura IS NULL
                   UNION ALL
                   SELECT 'RATA SENZA PIANO',
                          CAST(r.numero_piano AS VARCHAR(50)),
                          CAST(r.numero_rata AS VARCHAR(50))
                       FROM RatePiano r
                       LEFT JOIN PianiRateali p
                         ON p.numero_piano = r.numero_piano
                       WHERE p.numero_piano IS NULL
                   UNION ALL
                   SELECT 'RIGA DONAZIONE SENZA DONAZIONE',
                          CAST(r.numero_donazione AS VARCHAR(50)),
                          CAST(r.riga AS VARCHAR(50))
                       FROM DonazioniRighe r
                       LEFT JOIN Donazioni d
                         ON d.numero_donazione = r.numero_donazione
                       WHERE d.numero_donazione IS NULL
                   UNION ALL
                   SELECT 'ISCRIZIONE SENZA EVENTO',
                          CAST(i.numero_evento AS VARCHAR(50)),
                          i.Username
                       FROM IscrizioniEventi i
                       LEFT JOIN Eventi v
                         ON v.numero_evento = i.numero_evento
                       WHERE v.numero_evento IS NULL
                   UNION ALL
                   SELECT 'ISCRIZIONE SENZA UTENTE',
                          i.Username,
                          CAST(i.numero_evento AS VARCHAR(50))
                       FROM IscrizioniEventi i
                       LEFT JOIN Utente u ON u.Username = i.Username
                       WHERE u.Username IS NULL
                   UNION ALL
                   SELECT 'FASCICOLO SENZA ABBONAMENTO',
                          CAST(f.numero_abbonamento AS VARCHAR(50)),
                          CAST(f.numero_fascicolo AS VARCHAR(50))
                       FROM Fascicoli f
                       LEFT JOIN Abbonamenti a
                         ON a.numero_abbonamento = f.numero_abbonamento
                       WHERE a.numero_abbonamento IS NULL
                   UNION ALL
                   SELECT 'BORSELLINO SENZA UTENTE',
                          b.Username,
                          b.stato
                       FROM Borsellini b
                       LEFT JOIN Utente u ON u.Username = b.Username
                       WHERE u.Username IS NULL
                   UNION ALL
                   SELECT 'MOVIMENTO SENZA BORSELLINO',
                          m.Username,
                          CAST(m.numero_movimento AS VARCHAR(50))
                       FROM MovimentiBorsellino m
                       LEFT JOIN Borsellini b ON b.Username = m.Username
                       WHERE b.Username IS NULL
                   UNION ALL
                   SELECT 'QUOTA SENZA UTENTE',
                          q.Username,
                          CAST(q.anno AS VARCHAR(50))
                       FROM QuoteIscrizione q
                       LEFT JOIN Utente u ON u.Username = q.Username
                       WHERE u.Username IS NULL
                   UNION ALL
                   SELECT 'SESSIONE SENZA UTENTE',
                          s.Username,
                          CAST(s.login_ts AS VARCHAR(50))
                       FROM SessioniAttive s
                       LEFT JOIN Utente u ON u.Username = s.Username
                       WHERE u.Username IS NULL
                   UNION ALL
                   SELECT 'ALLARME SENZA ESEMPLARE',
                          a.barcode,
                          a.tag_rfid
                       FROM AllarmiVarco a
                       LEFT JOIN Esemplare e ON e.Barcode = a.barcode
                       WHERE COALESCE(a.barcode, ' ') <> ' '
                         AND e.Barcode IS NULL
                   ORDER BY 1, 2, 3
           END-EXEC.

           EXEC SQL OPEN C-ORFANI END-EXEC.
           EXEC SQL
               FETCH C-ORFANI INTO :O-CATEGORIA, :O-CHIAVE-1,
                   :O-CHIAVE-2
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = ZERO
               IF O-CATEGORIA NOT = CATEGORIA-PRECEDENTE
                   MOVE O-CATEGORIA TO CATEGORIA-PRECEDENTE
                   PERFORM TROVA-CATEGORIA
                   MOVE SPACES TO REPORT-LINE
                   PERFORM SCRIVI-RIGA
                   MOVE SPACES TO REPORT-LINE
                   STRING "--- " O-CATEGORIA " ---"
                       DELIMITED BY SIZE INTO REPORT-LINE
                   PERFORM SCRIVI-RIGA
               END-IF
               ADD 1 TO CONTATORE-ORFANE
               IF INDICE-TROVATO > 0
                   ADD 1 TO ORFANE-CATEGORIA(INDICE-TROVATO)
                   IF ORFANE-CATEGORIA(INDICE-TROVATO)
                           NOT > DETTAGLIO-MASSIMO
                       MOVE SPACES TO REPORT-LINE
                       STRING "  " O-CHIAVE-1 " " O-CHIAVE-2
                           DELIMITED BY SIZE INTO REPORT-LINE
                       PERFORM SCRIVI-RIGA
                   END-IF
                   IF ORFANE-CATEGORIA(INDICE-TROVATO)
                           = DETTAGLIO-MASSIMO + 1
                       MOVE "  ... dettaglio troncato: il totale e' "
                           TO REPORT-LINE
                       MOVE "nel riepilogo" TO REPORT-LINE(42:13)
                       PERFORM SCRIVI-RIGA
                   END-IF
               END-IF
               EXEC SQL
                   FETCH C-ORFANI INTO :O-CATEGORIA, :O-CHIAVE-1,
                       :O-CHIAVE-2
               END-EXEC
           END-PERFORM.
           EXEC SQL CLOSE C-ORFANI END-EXEC.

       TROVA-CATEGORIA.
           MOVE ZERO TO INDICE-TROVATO.
           PERFORM VARYING INDICE-CATEGORIA FROM 1 BY 1
                   UNTIL INDICE-CATEGORIA > NUMERO-CATEGORIE
                      OR INDICE-TROVATO > 0
               IF NOME-CATEGORIA(INDICE-CATEGORIA) = O-CATEGORIA
                   MOVE INDICE-CATEGORIA TO INDICE-TROVATO
               END-IF
           END-PERFORM.

      *    Riepilogo per categoria con il confronto sull'ultimo giro
      *    registrato prima di oggi; i conteggi di oggi (anche gli
      *    zeri) entrano in IntegritaConteggi. Un solo COMMIT a fine
      *    riepilogo.
       STAMPA-RIEPILOGO.
           MOVE ZERO TO DATA-PRECEDENTE.
           EXEC SQL
               SELECT COALESCE(MAX(data_esecuzione), 0)
                   INTO :DATA-PRECEDENTE
                   FROM IntegritaConteggi
                   WHERE data_esecuzione < :OGGI-DATA
           END-EXEC.

           MOVE SPACES TO REPORT-LINE.
           PERFORM SCRIVI-RIGA.
           MOVE SPACES TO REPORT-LINE.
           STRING "RIEPILOGO - CONFRONTO CON IL GIRO DEL "
               DATA-PRECEDENTE
               DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM SCRIVI-RIGA.
           MOVE SPACES TO REPORT-LINE.
           STRING "CATEGORIA                       ORFANE  PRECED.  "
               "VARIAZ."
               DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM SCRIVI-RIGA.

           PERFORM VARYING INDICE-CATEGORIA FROM 1 BY 1
                   UNTIL INDICE-CATEGORIA > NUMERO-CATEGORIE
               PERFORM STAMPA-CATEGORIA
           END-PERFORM.
           EXEC SQL COMMIT END-EXEC.

       STAMPA-CATEGORIA.
           MOVE NOME-CATEGORIA(INDICE-CATEGORIA) TO CATEGORIA-CORRENTE.
           MOVE ORFANE-CATEGORIA(INDICE-CATEGORIA) TO ORFANE-CORRENTI.
           MOVE ZERO TO ORFANE-PRECEDENTI.
           MOVE "   -    " TO PRECEDENTE-STAMPA.
           MOVE SPACES TO VARIAZIONE-TESTO.
           EXEC SQL
               SELECT orfane INTO :ORFANE-PRECEDENTI
                   FROM IntegritaConteggi
                   WHERE data_esecuzione = :DATA-PRECEDENTE
                     AND categoria =
                         TRIM(BOTH ' ' FROM :CATEGORIA-CORRENTE)
           END-EXEC.
           IF SQLCODE = 0
               MOVE ORFANE-PRECEDENTI TO PRECEDENTE-STAMPA
               COMPUTE VARIAZIONE =
                   ORFANE-CORRENTI - ORFANE-PRECEDENTI
               MOVE VARIAZIONE TO VARIAZIONE-STAMPA
               MOVE VARIAZIONE-STAMPA TO VARIAZIONE-TESTO
               IF VARIAZIONE > 0
                   ADD 1 TO CATEGORIE-IN-CRESCITA
               END-IF
           END-IF.

           MOVE SPACES TO REPORT-LINE.
           STRING CATEGORIA-CORRENTE "  " ORFANE-CORRENTI "  "
               PRECEDENTE-STAMPA " " VARIAZIONE-TESTO
               DELIMITED BY SIZE INTO REPORT-LINE.
           IF SQLCODE = 0 AND VARIAZIONE > 0
               MOVE "IN CRESCITA" TO REPORT-LINE(62:11)
           END-IF.
           PERFORM SCRIVI-RIGA.

           EXEC SQL
               INSERT INTO IntegritaConteggi (data_esecuzione,
                   categoria, orfane)
               VALUES (:OGGI-DATA,
                       TRIM(BOTH ' ' FROM :CATEGORIA-CORRENTE),
                       :ORFANE-CORRENTI)
           END-EXEC.

       SCRIVI-RIGA.
           WRITE REPORT-LINE.
           ADD 1 TO CONTATORE-RIGHE.

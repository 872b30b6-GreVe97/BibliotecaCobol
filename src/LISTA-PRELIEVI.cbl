       IDENTIFICATION DIVISION.
       PROGRAM-ID. LISTA-PRELIEVI.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPORT-OUTPUT ASSIGN TO PRELRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  REPORT-OUTPUT.
       01  REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
           01 OGGI-DATA             PIC 9(8).

      *    Utente in Lista-Attesa ancora senza una copia assegnata
      *    da prelevare, con la Filiale dove vuole ritirare (in
      *    mancanza, la sua Filiale).
           01 ATTESA-REC.
               03 A-ISBN            PIC X(50).
               03 A-USERNAME        PIC X(50).
               03 A-FILIALE-UTENTE  PIC X(30).

      *    Copia Disponibile scelta per l'attesa: prima quelle della
      *    Filiale di ritiro, poi le altre.
           01 COPIA-SCELTA.
               03 C-BARCODE         PIC X(20).
               03 C-COLLOCAZIONE    PIC X(30).
               03 C-FILIALE         PIC X(30).
           01 COPIE-TROVATE         PIC 9(5).

           01 NUMERO-PRELIEVO       PIC 9(9).
           01 MAX-PRELIEVO          PIC 9(9).

      *    Riga della lista stampata, ordinata per Filiale e
      *    Collocazione come il giro tra gli scaffali.
           01 PRELIEVO-REC.
               03 PR-FILIALE        PIC X(30).
               03 PR-COLLOCAZIONE   PIC X(30).
               03 PR-BARCODE        PIC X(20).
               03 PR-TITOLO         PIC X(50).
               03 PR-USERNAME       PIC X(50).
               03 PR-NUMERO         PIC 9(9).

           01 FILIALE-PRECEDENTE    PIC X(30) VALUE SPACES.
           01 PRIMA-FILIALE         PIC X(1) VALUE "S".
             88 PRIMA-FILIALE-SI VALUE "S".
           01 RIGHE-FILIALE         PIC 9(7) VALUE ZERO.

           01 CONTATORE-ATTESE      PIC 9(7) VALUE ZERO.
           01 CONTATORE-ASSEGNATI   PIC 9(7) VALUE ZERO.
           01 CONTATORE-SENZA-COPIA PIC 9(7) VALUE ZERO.
           01 CONTATORE-LISTA       PIC 9(7) VALUE ZERO.

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
      *    report (SpoolReport, via SPOOL-WRITER): una voce per
      *    ogni Filiale, cosi' ogni sede ritrova la propria lista.
           01 SPOOL-RICHIESTA.
               03 SP-PROGRAMMA      PIC X(30).
               03 SP-FILIALE        PIC X(30).
               03 SP-RIGHE          PIC 9(7).
               03 SP-UBICAZIONE     PIC X(60).

       EXEC SQL INCLUDE SQLCA END-EXEC.

       PROCEDURE DIVISION.
      *    Lista dei prelievi del mattino: per ogni utente in
      *    Lista-Attesa (dal piu' vecchio) cerca una copia del
      *    titolo che e' Disponibile a scaffale, non gia' promessa a
      *    un altro prelievo aperto o a un ritiro, e la registra in
      *    PrelieviAttesa come DA PRELEVARE. Il report PRELRPT
      *    elenca tutti i prelievi aperti per Filiale e
      *    Collocazione; il personale li conferma o li segnala non
      *    trovati da PRELIEVO-ATTESA.
       LISTA-PRELIEVI-PARA.
           DISPLAY "------- SONO LISTA-PRELIEVI (batch)!".
           ACCEPT OGGI-DATA FROM DATE YYYYMMDD.

           MOVE "A" TO RC-OPERAZIONE.
           MOVE "LISTA-PRELIEVI" TO RC-PROGRAMMA.
           MOVE OGGI-DATA TO RC-DATA-ESERCIZIO.
           CALL 'CONTROLLO-RUN' USING RUN-RICHIESTA.
           IF RC-ESITO NOT = "S"
               EXIT PROGRAM
           END-IF.

           EXEC SQL
               SELECT COALESCE(MAX(numero_prelievo), 0)
                   INTO :MAX-PRELIEVO
                   FROM PrelieviAttesa
           END-EXEC.
           MOVE MAX-PRELIEVO TO NUMERO-PRELIEVO.

           EXEC SQL
               DECLARE C-ATTESE CURSOR FOR
                   SELECT a.codiceISBN, a.Username,
                          COALESCE(a.filiale_ritiro, u.Filiale, ' ')
                   FROM Lista-Attesa a
                   JOIN Utente u ON a.Username = u.Username
                   WHERE NOT EXISTS
                       (SELECT 1 FROM PrelieviAttesa pa
                           WHERE pa.codiceISBN = a.codiceISBN
                             AND pa.Username = a.Username
                             AND pa.stato = 'DA PRELEVARE')
                   ORDER BY a.data_iscrizione, a.posizione
           END-EXEC.

           EXEC SQL OPEN C-ATTESE END-EXEC.

           EXEC SQL
               FETCH C-ATTESE INTO :A-ISBN, :A-USERNAME,
                   :A-FILIALE-UTENTE
           END-EXEC.

           PERFORM UNTIL SQLCODE NOT = ZERO
               ADD 1 TO CONTATORE-ATTESE
               PERFORM ASSEGNA-COPIA
               EXEC SQL
                   FETCH C-ATTESE INTO :A-ISBN, :A-USERNAME,
                       :A-FILIALE-UTENTE
               END-EXEC
           END-PERFORM.

           EXEC SQL CLOSE C-ATTESE END-EXEC.
           EXEC SQL COMMIT END-EXEC.

           OPEN OUTPUT REPORT-OUTPUT.
           PERFORM STAMPA-LISTA.
           CLOSE REPORT-OUTPUT.
           EXEC SQL COMMIT END-EXEC.

           MOVE "C" TO RC-OPERAZIONE.
           MOVE CONTATORE-ATTESE TO RC-ESAMINATE.
           MOVE CONTATORE-ASSEGNATI TO RC-MODIFICATE.
           CALL 'CONTROLLO-RUN' USING RUN-RICHIESTA.

           DISPLAY "Attese esaminate: " CONTATORE-ATTESE.
           DISPLAY "Nuovi prelievi assegnati: " CONTATORE-ASSEGNATI.
           DISPLAY "Attese senza copia a scaffale: "
               CONTATORE-SENZA-COPIA.
           DISPLAY "Prelievi in lista: " CONTATORE-LISTA.

           EXIT PROGRAM.

      *    Una copia per attesa. Le copie segnalate non trovate a
      *    scaffale (DaVerificare) restano fuori fino all'inventario.
       ASSEGNA-COPIA.
           EXEC SQL
               SELECT COUNT(*) INTO :COPIE-TROVATE
                   FROM Esemplare e
                   WHERE e.codiceISBN = TRIM(BOTH ' ' FROM :A-ISBN)
                     AND e.STATO = 'Disponibile'
                     AND COALESCE(e.DaVerificare, 'N') <> 'S'
                     AND NOT EXISTS
                         (SELECT 1 FROM PrelieviAttesa pa
                             WHERE pa.barcode = e.Barcode
                               AND pa.stato = 'DA PRELEVARE')
                     AND NOT EXISTS
                         (SELECT 1 FROM Ritiri r
                             WHERE r.barcode = e.Barcode
                               AND r.stato = 'IN RITIRO')
           END-EXEC.

           IF COPIE-TROVATE = 0
               ADD 1 TO CONTATORE-SENZA-COPIA
               EXIT PARAGRAPH
           END-IF.

           EXEC SQL
               SELECT e.Barcode, COALESCE(e.Collocazione, ' '),
                      COALESCE(e.Filiale, l.SEDE, ' ')
                   INTO :C-BARCODE, :C-COLLOCAZIONE, :C-FILIALE
                   FROM Esemplare e
                   JOIN Libro l ON e.codiceISBN = l.ISBN
                   WHERE e.codiceISBN = TRIM(BOTH ' ' FROM :A-ISBN)
                     AND e.STATO = 'Disponibile'
                     AND COALESCE(e.DaVerificare, 'N') <> 'S'
                     AND NOT EXISTS
                         (SELECT 1 FROM PrelieviAttesa pa
                             WHERE pa.barcode = e.Barcode
                               AND pa.stato = 'DA PRELEVARE')
                     AND NOT EXISTS
                         (SELECT 1 FROM Ritiri r
                             WHERE r.barcode = e.Barcode
                               AND r.stato = 'IN RITIRO')
                   ORDER BY CASE WHEN COALESCE(e.Filiale, l.SEDE) =
                                 TRIM(BOTH ' ' FROM :A-FILIALE-UTENTE)
                            THEN 0 ELSE 1 END,
                            e.Collocazione, e.Barcode
                   FETCH FIRST 1 ROW ONLY
           END-EXEC.

           ADD 1 TO NUMERO-PRELIEVO.
           EXEC SQL
               INSERT INTO PrelieviAttesa (numero_prelievo, barcode,
                   codiceISBN, Username, Filiale, Collocazione,
                   data_lista, stato)
               VALUES (:NUMERO-PRELIEVO,
                       TRIM(BOTH ' ' FROM :C-BARCODE),
                       TRIM(BOTH ' ' FROM :A-ISBN),
                       TRIM(BOTH ' ' FROM :A-USERNAME),
                       TRIM(BOTH ' ' FROM :C-FILIALE),
                       TRIM(BOTH ' ' FROM :C-COLLOCAZIONE),
                       :OGGI-DATA, 'DA PRELEVARE')
           END-EXEC.

           IF SQLCODE = 0
               ADD 1 TO CONTATORE-ASSEGNATI
           ELSE
               DISPLAY "ERRORE nella registrazione del prelievo per "
                   A-USERNAME ": " SQLERRMC
           END-IF.

      *    Tutti i prelievi ancora aperti, compresi quelli delle
      *    notti precedenti non ancora confermati.
       STAMPA-LISTA.
           MOVE SPACES TO REPORT-LINE.
           STRING "LISTA PRELIEVI PER LE ATTESE AL " OGGI-DATA
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

           EXEC SQL
               DECLARE C-LISTA CURSOR FOR
                   SELECT pa.Filiale, pa.Collocazione, pa.barcode,
                          l.TITOLO, pa.Username, pa.numero_prelievo
                   FROM PrelieviAttesa pa
                   JOIN Libro l ON pa.codiceISBN = l.ISBN
                   WHERE pa.stato = 'DA PRELEVARE'
                   ORDER BY pa.Filiale, pa.Collocazione, pa.barcode
           END-EXEC.

           EXEC SQL OPEN C-LISTA END-EXEC.

           EXEC SQL
               FETCH C-LISTA INTO :PR-FILIALE, :PR-COLLOCAZIONE,
                   :PR-BARCODE, :PR-TITOLO, :PR-USERNAME, :PR-NUMERO
           END-EXEC.

           PERFORM UNTIL SQLCODE NOT = ZERO
               PERFORM STAMPA-PRELIEVO
               EXEC SQL
                   FETCH C-LISTA INTO :PR-FILIALE, :PR-COLLOCAZIONE,
                       :PR-BARCODE, :PR-TITOLO, :PR-USERNAME,
                       :PR-NUMERO
               END-EXEC
           END-PERFORM.

           EXEC SQL CLOSE C-LISTA END-EXEC.

           IF NOT PRIMA-FILIALE-SI
               PERFORM CHIUDI-FILIALE
           END-IF.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "PRELIEVI IN LISTA: " CONTATORE-LISTA
               "  NUOVI STANOTTE: " CONTATORE-ASSEGNATI
               "  ATTESE SENZA COPIA: " CONTATORE-SENZA-COPIA
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

       STAMPA-PRELIEVO.
           IF PRIMA-FILIALE-SI OR PR-FILIALE NOT = FILIALE-PRECEDENTE
               IF NOT PRIMA-FILIALE-SI
                   PERFORM CHIUDI-FILIALE
               END-IF
               MOVE "N" TO PRIMA-FILIALE
               MOVE PR-FILIALE TO FILIALE-PRECEDENTE
               MOVE ZERO TO RIGHE-FILIALE
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               STRING "=== FILIALE " PR-FILIALE " ==="
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               STRING "COLLOCAZIONE                   "
                   "BARCODE              TITOLO"
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

           ADD 1 TO CONTATORE-LISTA.
           ADD 1 TO RIGHE-FILIALE.
           MOVE SPACES TO REPORT-LINE.
           STRING PR-COLLOCAZIONE " " PR-BARCODE " "
               PR-TITOLO(1:40) " PER " PR-USERNAME(1:20)
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

       CHIUDI-FILIALE.
           MOVE "LISTA-PRELIEVI" TO SP-PROGRAMMA.
           MOVE FILIALE-PRECEDENTE TO SP-FILIALE.
           MOVE RIGHE-FILIALE TO SP-RIGHE.
           MOVE "BIBLIO.PROD.PRELRPT.RPT" TO SP-UBICAZIONE.
           CALL 'SPOOL-WRITER' USING SPOOL-RICHIESTA.

           01 CONTATORE-ANOMALIE     PIC 9(5) VALUE ZERO.
           01 CONTATORE-FUORI-POSTO  PIC 9(5) VALUE ZERO.
           01 CONTATORE-SCONOSCIUTI  PIC 9(5) VALUE ZERO.
           01 CONTATORE-DA-VERIFICARE PIC 9(5) VALUE ZERO.
           01 CONTATORE-RITROVATI    PIC 9(5) VALUE ZERO.
           01 E-LETTO                PIC X(1).

           01 SPOOL-RICHIESTA.
               03 SP-PROGRAMMA      PIC X(30).
      *      - copie trovate ma registrate perse/in transito/in
      *        prestito;
      *      - copie fuori dalla collocazione dichiarata;
      *      - barcode sconosciuti al catalogo;
      *      - copie segnalate non trovate dal giro prelievi
      *        (DaVerificare, da PRELIEVO-ATTESA): ritrovate o
      *        ancora assenti.
      *    AUDIT-CATALOGO verifica i dati bibliografici; questo
      *    batch verifica che le copie fisiche ci siano davvero.
       INVENTARIO-SCAFFALE-PARA.
           EXEC SQL COMMIT END-EXEC.

           PERFORM INTESTA-REPORT.
           PERFORM SEGNALA-DA-VERIFICARE.
           PERFORM SEGNALA-MANCANTI.
           PERFORM SEGNALA-ANOMALIE.
           PERFORM SEGNALA-FUORI-POSTO.
           MOVE FILIALE-SESSIONE TO SP-FILIALE.
           COMPUTE SP-RIGHE = CONTATORE-MANCANTI
               + CONTATORE-ANOMALIE + CONTATORE-FUORI-POSTO
               + CONTATORE-SCONOSCIUTI + CONTATORE-DA-VERIFICARE.
           MOVE "BIBLIO.PROD.INVENTAR.RPT" TO SP-UBICAZIONE.
           CALL 'SPOOL-WRITER' USING SPOOL-RICHIESTA.
           EXEC SQL COMMIT END-EXEC.
           DISPLAY "Copie fuori collocazione: "
               CONTATORE-FUORI-POSTO.
           DISPLAY "Barcode sconosciuti: " CONTATORE-SCONOSCIUTI.
           DISPLAY "Copie segnalate dal giro prelievi: "
               CONTATORE-DA-VERIFICARE " (ritrovate: "
               CONTATORE-RITROVATI ")".

           EXIT PROGRAM.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

      *    Copie segnalate non trovate a scaffale durante il giro
      *    prelievi: quelle lette in questa sessione tornano
      *    normali e rientrano nelle liste prelievi, le altre
      *    restano segnalate fino al prossimo inventario.
       SEGNALA-DA-VERIFICARE.
           MOVE SPACES TO REPORT-LINE.
           STRING "--- SEGNALATI DAL GIRO PRELIEVI ---"
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           EXEC SQL
               DECLARE C-DA-VERIFICARE CURSOR FOR
                   SELECT e.Barcode, e.codiceISBN, e.STATO,
                          e.Collocazione, l.TITOLO,
                          CASE WHEN e.Barcode IN
                               (SELECT barcode FROM InventarioScan
                                   WHERE sessione = :SESSIONE-SCAN)
                               THEN 'S' ELSE 'N' END
                       FROM Esemplare e
                       JOIN Libro l ON e.codiceISBN = l.ISBN
                       WHERE COALESCE(e.Filiale, l.SEDE) =
                             TRIM(BOTH ' ' FROM :FILIALE-SESSIONE)
                         AND e.Collocazione >=
                             TRIM(BOTH ' ' FROM :COLLOCAZIONE-DA)
                         AND e.Collocazione <=
                             TRIM(BOTH ' ' FROM :COLLOCAZIONE-A)
                         AND e.DaVerificare = 'S'
                       ORDER BY e.Collocazione, e.Barcode
           END-EXEC.
           EXEC SQL OPEN C-DA-VERIFICARE END-EXEC.
           EXEC SQL
               FETCH C-DA-VERIFICARE INTO :E-BARCODE, :E-ISBN,
                   :E-STATO, :E-COLLOCAZIONE, :E-TITOLO, :E-LETTO
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = ZERO
               ADD 1 TO CONTATORE-DA-VERIFICARE
               MOVE SPACES TO REPORT-LINE
               IF E-LETTO = "S"
                   ADD 1 TO CONTATORE-RITROVATI
                   STRING "RITROVATO " E-BARCODE " " E-COLLOCAZIONE
                       " " E-TITOLO
                       DELIMITED BY SIZE INTO REPORT-LINE
               ELSE
                   STRING "ANCORA ASSENTE " E-BARCODE " "
                       E-COLLOCAZIONE " " E-TITOLO
                       DELIMITED BY SIZE INTO REPORT-LINE
               END-IF
               WRITE REPORT-LINE
               EXEC SQL
                   FETCH C-DA-VERIFICARE INTO :E-BARCODE, :E-ISBN,
                       :E-STATO, :E-COLLOCAZIONE, :E-TITOLO, :E-LETTO
               END-EXEC
           END-PERFORM.
           EXEC SQL CLOSE C-DA-VERIFICARE END-EXEC.

           EXEC SQL
               UPDATE Esemplare
                   SET DaVerificare = 'N'
                   WHERE DaVerificare = 'S'
                     AND Barcode IN
                         (SELECT barcode FROM InventarioScan
                             WHERE sessione = :SESSIONE-SCAN)
           END-EXEC.

      *    Assenti: copie che il catalogo da' Disponibili nel tratto
      *    di scaffale scansionato ma che non risultano ne' lette
      *    dallo scanner ne' fuori con un prestito o un ritiro.
                         AND e.Collocazione <=
                             TRIM(BOTH ' ' FROM :COLLOCAZIONE-A)
                         AND e.STATO = 'Disponibile'
                         AND COALESCE(e.DaVerificare, 'N') <> 'S'
                         AND e.Barcode NOT IN
                             (SELECT barcode FROM InventarioScan
                                 WHERE sessione = :SESSIONE-SCAN)
               "  SCONOSCIUTI: " CONTATORE-SCONOSCIUTI
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "SEGNALATI DAL GIRO PRELIEVI: "
               CONTATORE-DA-VERIFICARE
               "  RITROVATI: " CONTATORE-RITROVATI
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

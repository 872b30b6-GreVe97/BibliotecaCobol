               03 S-CATEGORIA   PIC X(30).
               03 S-CONTEGGIO   PIC 9(7).
               03 S-IMPORTO     PIC 9(7)V99.
           01 S-PRESENTI        PIC 9(7).
           01 S-ORE-INCOMPLETE  PIC 9(7).

           01 RIGHE-ESISTENTI   PIC 9(5).
           01 CONTATORE-RIGHE   PIC 9(5) VALUE ZERO.
      *    Fotografia di fine mese: prestiti, restituzioni, nuovi
      *    soci e multe del mese precedente finiscono in
      *    StatisticheMensili per Filiale (e Categoria per i
      *    prestiti e per gli usi in sede registrati dal banco;
      *    per tipo di evento gli iscritti e i presenti agli
      *    eventi tenuti nel mese; le visite dei contapersone con
      *    le ore incomplete per guasto o buco),
      *    cosi' i confronti nel tempo non richiedono piu' di
      *    ricalcolare l'intero storico. Le metriche senza
      *    categoria usano il jolly '*'.
       SNAPSHOT-MENSILE-PARA.
           DISPLAY "------- SONO SNAPSHOT-MENSILE (batch)!".
               " (" MESE-DA " - " MESE-A ").".

           PERFORM SNAPSHOT-PRESTITI.
           PERFORM SNAPSHOT-USI-IN-SEDE.
           PERFORM SNAPSHOT-EVENTI.
           PERFORM SNAPSHOT-VISITE.
           PERFORM SNAPSHOT-RESTITUZIONI.
           PERFORM SNAPSHOT-NUOVI-SOCI.
           PERFORM SNAPSHOT-MULTE-EMESSE.
               ADD 1 TO CONTATORE-RIGHE
           END-IF.

      *    Usi in sede del mese (UsoInterno, modalita' uso in sede
      *    di CIRCOLAZIONE), per Filiale del banco e Categoria,
      *    accanto ai prestiti.
       SNAPSHOT-USI-IN-SEDE.
           EXEC SQL
               DECLARE C-SN-USI CURSOR FOR
                   SELECT COALESCE(u.filiale, l.SEDE, ' '),
                          COALESCE(l.Categoria, ' '), COUNT(*)
                       FROM UsoInterno u
                       JOIN Libro l ON u.codiceISBN = l.ISBN
                       WHERE u.data_uso >= :MESE-DA
                         AND u.data_uso <= :MESE-A
                       GROUP BY COALESCE(u.filiale, l.SEDE, ' '),
                                l.Categoria
           END-EXEC.
           EXEC SQL OPEN C-SN-USI END-EXEC.
           EXEC SQL
               FETCH C-SN-USI INTO :S-FILIALE, :S-CATEGORIA,
                   :S-CONTEGGIO
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = ZERO
               MOVE ZERO TO S-IMPORTO
               PERFORM SCRIVI-RIGA-USI-IN-SEDE
               EXEC SQL
                   FETCH C-SN-USI INTO :S-FILIALE, :S-CATEGORIA,
                       :S-CONTEGGIO
               END-EXEC
           END-PERFORM.
           EXEC SQL CLOSE C-SN-USI END-EXEC.

       SCRIVI-RIGA-USI-IN-SEDE.
           EXEC SQL
               INSERT INTO StatisticheMensili (anno_mese, Filiale,
                   Categoria, metrica, conteggio, importo)
               VALUES (:ANNO-MESE, TRIM(BOTH ' ' FROM :S-FILIALE),
                       TRIM(BOTH ' ' FROM :S-CATEGORIA),
                       'USI-IN-SEDE', :S-CONTEGGIO, :S-IMPORTO)
           END-EXEC.
           IF SQLCODE = 0
               ADD 1 TO CONTATORE-RIGHE
           END-IF.

      *    Eventi tenuti nel mese (non annullati), per Filiale e
      *    tipo di evento in Categoria: EVENTI-ISCRITTI conta i posti
      *    assegnati (la lista d'attesa no), EVENTI-PRESENTI gli
      *    iscritti presenti piu' i presenti senza iscrizione.
       SNAPSHOT-EVENTI.
           EXEC SQL
               DECLARE C-SN-EVENTI CURSOR FOR
                   SELECT e.Filiale, e.tipo_evento,
                          SUM((SELECT COUNT(*) FROM IscrizioniEventi i
                                  WHERE i.numero_evento =
                                        e.numero_evento
                                    AND i.stato IN ('ISCRITTO',
                                        'PRESENTE', 'ASSENTE'))),
                          SUM((SELECT COUNT(*) FROM IscrizioniEventi i
                                  WHERE i.numero_evento =
                                        e.numero_evento
                                    AND i.stato = 'PRESENTE')
                              + COALESCE(e.presenti_senza_iscrizione,
                                         0))
                       FROM Eventi e
                       WHERE e.data_evento >= :MESE-DA
                         AND e.data_evento <= :MESE-A
                         AND e.stato <> 'ANNULLATO'
                       GROUP BY e.Filiale, e.tipo_evento
           END-EXEC.
           EXEC SQL OPEN C-SN-EVENTI END-EXEC.
           EXEC SQL
               FETCH C-SN-EVENTI INTO :S-FILIALE, :S-CATEGORIA,
                   :S-CONTEGGIO, :S-PRESENTI
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = ZERO
               MOVE ZERO TO S-IMPORTO
               PERFORM SCRIVI-RIGA-EVENTI
               EXEC SQL
                   FETCH C-SN-EVENTI INTO :S-FILIALE, :S-CATEGORIA,
                       :S-CONTEGGIO, :S-PRESENTI
               END-EXEC
           END-PERFORM.
           EXEC SQL CLOSE C-SN-EVENTI END-EXEC.

       SCRIVI-RIGA-EVENTI.
           EXEC SQL
               INSERT INTO StatisticheMensili (anno_mese, Filiale,
                   Categoria, metrica, conteggio, importo)
               VALUES (:ANNO-MESE, TRIM(BOTH ' ' FROM :S-FILIALE),
                       TRIM(BOTH ' ' FROM :S-CATEGORIA),
                       'EVENTI-ISCRITTI', :S-CONTEGGIO, :S-IMPORTO)
           END-EXEC.
           IF SQLCODE = 0
               ADD 1 TO CONTATORE-RIGHE
           END-IF.
           EXEC SQL
               INSERT INTO StatisticheMensili (anno_mese, Filiale,
                   Categoria, metrica, conteggio, importo)
               VALUES (:ANNO-MESE, TRIM(BOTH ' ' FROM :S-FILIALE),
                       TRIM(BOTH ' ' FROM :S-CATEGORIA),
                       'EVENTI-PRESENTI', :S-PRESENTI, :S-IMPORTO)
           END-EXEC.
           IF SQLCODE = 0
               ADD 1 TO CONTATORE-RIGHE
           END-IF.

      *    Visite del mese per Filiale dai contapersone
      *    (IngressiContatori, senza i giorni di chiusura); accanto
      *    le ore incomplete, per sapere quanto vale il dato.
       SNAPSHOT-VISITE.
           EXEC SQL
               DECLARE C-SN-VISITE CURSOR FOR
                   SELECT filiale, SUM(ingressi),
                          SUM(CASE WHEN stato_contatore = 'OK'
                                   THEN 0 ELSE 1 END)
                       FROM IngressiContatori
                       WHERE data_visita >= :MESE-DA
                         AND data_visita <= :MESE-A
                       GROUP BY filiale
           END-EXEC.
           EXEC SQL OPEN C-SN-VISITE END-EXEC.
           EXEC SQL
               FETCH C-SN-VISITE INTO :S-FILIALE, :S-CONTEGGIO,
                   :S-ORE-INCOMPLETE
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = ZERO
               MOVE ZERO TO S-IMPORTO
               MOVE "VISITE" TO S-CATEGORIA
               PERFORM SCRIVI-RIGA-GENERICA
               MOVE S-ORE-INCOMPLETE TO S-CONTEGGIO
               MOVE "VISITE-INCOMPLETE" TO S-CATEGORIA
               PERFORM SCRIVI-RIGA-GENERICA
               EXEC SQL
                   FETCH C-SN-VISITE INTO :S-FILIALE, :S-CONTEGGIO,
                       :S-ORE-INCOMPLETE
               END-EXEC
           END-PERFORM.
           EXEC SQL CLOSE C-SN-VISITE END-EXEC.

       SNAPSHOT-RESTITUZIONI.
           EXEC SQL
               DECLARE C-SN-RESI CURSOR FOR

           01 SPESO-FILIALE     PIC 9(9)V99.
           01 RIGHE-NUOVE       PIC 9(5).

           01 PERMANENTE-FILIALE-REC.
               03 PF-FILIALE    PIC X(30).
               03 PF-FABBISOGNO PIC 9(9)V99.
               03 PF-ORDINI     PIC 9(5).
           01 RESIDUO-NUOVO     PIC S9(9)V99.
           01 RESIDUO-NUOVO-ED  PIC -(9)9.99.
           01 CONTATORE-SCOPERTI  PIC 9(5) VALUE ZERO.

           01 CONTATORE-RIPORTATI PIC 9(5) VALUE ZERO.
           01 CONTATORE-ANNULLATI PIC 9(5) VALUE ZERO.
           01 CONTATORE-BUDGET    PIC 9(5) VALUE ZERO.
      *         anno con il prospetto impegnato/speso per Filiale;
      *      3. apertura delle righe del nuovo anno, con l'impegno
      *         residuo degli ordini riportati gia' caricato;
      *      4. confronto tra il fabbisogno annuo degli ordini
      *         permanenti ATTIVI e il residuo del nuovo budget di
      *         ogni Filiale;
      *      5. prospetto di chiusura per la ragioneria (CHIUSRPT).
      *    CONTROLLO-RUN respinge il doppio lancio.
       CHIUSURA-ESERCIZIO-PARA.
           DISPLAY "------- SONO CHIUSURA-ESERCIZIO (batch)!".
           PERFORM APPLICA-DECISIONI.
           PERFORM CONTROLLA-ORDINI-RESTANTI.
           PERFORM CHIUDI-E-RIAPRI-BUDGET.
           PERFORM CONTROLLA-PERMANENTI.

           MOVE SPACES TO REPORT-LINE.
           STRING "Ordini riportati: " CONTATORE-RIPORTATI
               "  annullati: " CONTATORE-ANNULLATI
               "  budget chiusi/aperti: " CONTATORE-BUDGET
               "  Filiali scoperte: " CONTATORE-SCOPERTI
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           CLOSE REPORT-OUTPUT.
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

      *    Ordini permanenti sulle collane (GESTIONE-ORDINI): il
      *    fabbisogno annuo di una Filiale e' copie x prezzo stimato
      *    x volumi attesi in un anno. Se il budget del nuovo anno
      *    manca o il suo residuo non basta, la Filiale va sul
      *    prospetto: le bozze arriveranno comunque e il buyer non
      *    potra' confermarle senza sforare.
       CONTROLLA-PERMANENTI.
           EXEC SQL
               DECLARE C-PERMANENTI CURSOR WITH HOLD FOR
                   SELECT f.Filiale,
                          SUM(f.copie * COALESCE(p.prezzo_stimato, 0)
                              * COALESCE(p.volumi_anno, 1)),
                          COUNT(*)
                       FROM OrdiniPermanentiFiliali f
                       JOIN OrdiniPermanenti p
                         ON p.numero_permanente = f.numero_permanente
                       WHERE p.stato = 'ATTIVO'
                         AND f.copie > 0
                       GROUP BY f.Filiale
                       ORDER BY f.Filiale
           END-EXEC.
           EXEC SQL OPEN C-PERMANENTI END-EXEC.
           EXEC SQL
               FETCH C-PERMANENTI INTO :PF-FILIALE, :PF-FABBISOGNO,
                   :PF-ORDINI
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = ZERO
               PERFORM CONTROLLA-PERMANENTI-FILIALE
               EXEC SQL
                   FETCH C-PERMANENTI INTO :PF-FILIALE,
                       :PF-FABBISOGNO, :PF-ORDINI
               END-EXEC
           END-PERFORM.
           EXEC SQL CLOSE C-PERMANENTI END-EXEC.

       CONTROLLA-PERMANENTI-FILIALE.
           EXEC SQL
               SELECT COUNT(*) INTO :RIGHE-NUOVE
                   FROM BudgetFiliale
                   WHERE Filiale = TRIM(BOTH ' ' FROM :PF-FILIALE)
                     AND anno = :ANNO-NUOVO
           END-EXEC.
           IF RIGHE-NUOVE = 0
               ADD 1 TO CONTATORE-SCOPERTI
               MOVE SPACES TO REPORT-LINE
               STRING "PERMANENTI " PF-FILIALE(1:20) " "
                   PF-ORDINI " ORDINI FABBISOGNO " PF-FABBISOGNO
                   " - NESSUN BUDGET " ANNO-NUOVO
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               EXIT PARAGRAPH
           END-IF.
           EXEC SQL
               SELECT importo - impegnato INTO :RESIDUO-NUOVO
                   FROM BudgetFiliale
                   WHERE Filiale = TRIM(BOTH ' ' FROM :PF-FILIALE)
                     AND anno = :ANNO-NUOVO
           END-EXEC.
           IF RESIDUO-NUOVO < PF-FABBISOGNO
               ADD 1 TO CONTATORE-SCOPERTI
               MOVE RESIDUO-NUOVO TO RESIDUO-NUOVO-ED
               MOVE SPACES TO REPORT-LINE
               STRING "PERMANENTI " PF-FILIALE(1:20) " "
                   PF-ORDINI " ORDINI FABBISOGNO " PF-FABBISOGNO
                   " - RESIDUO " ANNO-NUOVO " " RESIDUO-NUOVO-ED
                   " INSUFFICIENTE"
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

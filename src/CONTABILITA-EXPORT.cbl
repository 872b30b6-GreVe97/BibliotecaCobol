           01 CONTO-CREDITI-QUOTE PIC X(10) VALUE "1210".
           01 CONTO-RICAVI-MULTE PIC X(10) VALUE "4010".
           01 CONTO-RICAVI-QUOTE PIC X(10) VALUE "4020".
           01 CONTO-RICAVI-SERVIZI PIC X(10) VALUE "4030".
           01 CONTO-ESONERI      PIC X(10) VALUE "5010".
      *    Debito verso i tesserati per il credito lasciato sui
      *    borsellini prepagati.
           01 CONTO-BORSELLINI   PIC X(10) VALUE "2050".
      *    Credito verso la banca per gli incassi con carta al POS,
      *    in attesa del regolamento.
           01 CONTO-POS          PIC X(10) VALUE "1120".
      *    Conto di tesoreria su cui gli enti saldano per bonifico
      *    le fatture elettroniche (GESTIONE-FATTURE-ENTI).
           01 CONTO-TESORERIA    PIC X(10) VALUE "1130".
           01 PARAMETRO-TESTO    PIC X(50).

           01 OGGI-DATA          PIC 9(8).
               03 MV-CHIAVE      PIC X(50).
               03 MV-IMPORTO     PIC 9(7)V99.
               03 MV-ANNO        PIC 9(4).
               03 MV-TIPO-ESONERO PIC X(12).
               03 MV-MEZZO       PIC X(12).
               03 MV-TIPO-BORS   PIC X(20).

           01 CONTATORE-RECORD   PIC 9(7) VALUE ZERO.
           01 TOTALE-DARE        PIC 9(11)V99 VALUE ZERO.
      *    comune: i movimenti non ancora esportati (incassi multe da
      *    PagamentiMulte, incassi quote da PagamentiQuote, quote
      *    emesse da FATTURA-QUOTE, esoneri approvati con il residuo
      *    della multa, movimenti dei borsellini prepagati, vendite
      *    di servizi allo sportello)
      *    diventano scritture in partita doppia nel
      *    tracciato fisso CONTAFEED, con testata e record di
      *    controllo finale. Prima di questo flusso la ragioneria
      *    ribatteva a mano i report stampati.
           PERFORM ESPORTA-PAGAMENTI-QUOTE.
           PERFORM ESPORTA-QUOTE-EMESSE.
           PERFORM ESPORTA-ESONERI.
           PERFORM ESPORTA-MOVIMENTI-BORSELLINO.
           PERFORM ESPORTA-VENDITE-SERVIZI.
           PERFORM SCRIVI-CODA.
           CLOSE CONTA-OUTPUT.

           IF SQLCODE = 0
               MOVE PARAMETRO-TESTO TO CONTO-ESONERI
           END-IF.
           EXEC SQL
               SELECT Valore INTO :PARAMETRO-TESTO FROM Parametri
                   WHERE Chiave = 'CONTO-BORSELLINI'
           END-EXEC.
           IF SQLCODE = 0
               MOVE PARAMETRO-TESTO TO CONTO-BORSELLINI
           END-IF.
           EXEC SQL
               SELECT Valore INTO :PARAMETRO-TESTO FROM Parametri
                   WHERE Chiave = 'CONTO-POS'
           END-EXEC.
           IF SQLCODE = 0
               MOVE PARAMETRO-TESTO TO CONTO-POS
           END-IF.
           EXEC SQL
               SELECT Valore INTO :PARAMETRO-TESTO FROM Parametri
                   WHERE Chiave = 'CONTO-TESORERIA'
           END-EXEC.
           IF SQLCODE = 0
               MOVE PARAMETRO-TESTO TO CONTO-TESORERIA
           END-IF.
           EXEC SQL
               SELECT Valore INTO :PARAMETRO-TESTO FROM Parametri
                   WHERE Chiave = 'CONTO-RICAVI-SERVIZI'
           END-EXEC.
           IF SQLCODE = 0
               MOVE PARAMETRO-TESTO TO CONTO-RICAVI-SERVIZI
           END-IF.

       SCRIVI-TESTATA.
           MOVE SPACES TO CONTA-RECORD.
           MOVE "BIBLIOTECA COMUNALE" TO CR-RIFERIMENTO.
           WRITE CONTA-RECORD.

      *    Incasso multa: dare cassa, avere ricavi da multe. Se la
      *    multa e' pagata dal borsellino il dare va sul debito
      *    verso i tesserati invece che in cassa.
       ESPORTA-PAGAMENTI-MULTE.
           EXEC SQL
               DECLARE C-PAGMULTE CURSOR FOR
                   SELECT Username, codiceISBN, importo_pagamento,
                          COALESCE(mezzo_pagamento, 'CONTANTI')
                       FROM PagamentiMulte
                       WHERE data_pagamento > :DATA-SPARTIACQUE
                         AND data_pagamento <= :OGGI-DATA
           EXEC SQL OPEN C-PAGMULTE END-EXEC.
           EXEC SQL
               FETCH C-PAGMULTE INTO :MV-USERNAME, :MV-CHIAVE,
                   :MV-IMPORTO, :MV-MEZZO
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = ZERO
               MOVE "INCASSO MULTA" TO CR-CAUSALE
               PERFORM CONTO-DI-INCASSO
               MOVE "D" TO CR-SEGNO
               PERFORM SCRIVI-SCRITTURA
               MOVE CONTO-RICAVI-MULTE TO CR-CONTO
               PERFORM SCRIVI-SCRITTURA
               EXEC SQL
                   FETCH C-PAGMULTE INTO :MV-USERNAME, :MV-CHIAVE,
                       :MV-IMPORTO, :MV-MEZZO
               END-EXEC
           END-PERFORM.
           EXEC SQL CLOSE C-PAGMULTE END-EXEC.

      *    Incasso quota: dare cassa, avere crediti verso tesserati
      *    (il ricavo e' stato scritto all'emissione); dal
      *    borsellino, dare debito verso i tesserati.
       ESPORTA-PAGAMENTI-QUOTE.
           EXEC SQL
               DECLARE C-PAGQUOTE CURSOR FOR
                   SELECT Username, anno, importo_pagamento,
                          COALESCE(mezzo_pagamento, 'CONTANTI')
                       FROM PagamentiQuote
                       WHERE data_pagamento > :DATA-SPARTIACQUE
                         AND data_pagamento <= :OGGI-DATA
           EXEC SQL OPEN C-PAGQUOTE END-EXEC.
           EXEC SQL
               FETCH C-PAGQUOTE INTO :MV-USERNAME, :MV-ANNO,
                   :MV-IMPORTO, :MV-MEZZO
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = ZERO
               MOVE SPACES TO MV-CHIAVE
               MOVE MV-ANNO TO MV-CHIAVE
               MOVE "INCASSO QUOTA" TO CR-CAUSALE
               PERFORM CONTO-DI-INCASSO
               MOVE "D" TO CR-SEGNO
               PERFORM SCRIVI-SCRITTURA
               MOVE CONTO-CREDITI-QUOTE TO CR-CONTO
               PERFORM SCRIVI-SCRITTURA
               EXEC SQL
                   FETCH C-PAGQUOTE INTO :MV-USERNAME, :MV-ANNO,
                       :MV-IMPORTO, :MV-MEZZO
               END-EXEC
           END-PERFORM.
           EXEC SQL CLOSE C-PAGQUOTE END-EXEC.
           EXEC SQL
               DECLARE C-ESONERI-GG CURSOR FOR
                   SELECT e.Username, e.codiceISBN,
                          m.importo - m.importo_pagato,
                          COALESCE(e.tipo_esonero, 'MANUALE')
                       FROM EsoneriMulte e
                       JOIN Multe m
                         ON m.Username = e.Username
           EXEC SQL OPEN C-ESONERI-GG END-EXEC.
           EXEC SQL
               FETCH C-ESONERI-GG INTO :MV-USERNAME, :MV-CHIAVE,
                   :MV-IMPORTO, :MV-TIPO-ESONERO
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = ZERO
               IF MV-IMPORTO > 0
      *    Il condono delle campagne di amnistia va sullo stesso
      *    conto degli esoneri, con la sua causale.
                   IF MV-TIPO-ESONERO = "AMNISTIA"
                       MOVE "AMNISTIA MULTA" TO CR-CAUSALE
                   ELSE
                       MOVE "ESONERO MULTA" TO CR-CAUSALE
                   END-IF
                   MOVE CONTO-ESONERI TO CR-CONTO
                   MOVE "D" TO CR-SEGNO
                   PERFORM SCRIVI-SCRITTURA
               END-IF
               EXEC SQL
                   FETCH C-ESONERI-GG INTO :MV-USERNAME, :MV-CHIAVE,
                       :MV-IMPORTO, :MV-TIPO-ESONERO
               END-EXEC
           END-PERFORM.
           EXEC SQL CLOSE C-ESONERI-GG END-EXEC.

      *    Movimenti dei borsellini prepagati: ricarica allo
      *    sportello e pagamento in eccesso accreditato
      *    (IMPORTA-ESITI-PAGAMENTI) sono dare cassa, avere debito
      *    verso i tesserati; la chiusura approvata restituisce il
      *    residuo, all'inverso. Gli addebiti per multe e quote sono
      *    gia' scritti con i rispettivi pagamenti.
       ESPORTA-MOVIMENTI-BORSELLINO.
           EXEC SQL
               DECLARE C-MOVBORS CURSOR FOR
                   SELECT Username, tipo, importo
                       FROM MovimentiBorsellino
                       WHERE data_movimento > :DATA-SPARTIACQUE
                         AND data_movimento <= :OGGI-DATA
                         AND tipo IN ('RICARICA', 'ECCEDENZA',
                                      'CHIUSURA')
                       ORDER BY Username, numero_movimento
           END-EXEC.
           EXEC SQL OPEN C-MOVBORS END-EXEC.
           EXEC SQL
               FETCH C-MOVBORS INTO :MV-USERNAME, :MV-TIPO-BORS,
                   :MV-IMPORTO
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = ZERO
               MOVE MV-TIPO-BORS TO MV-CHIAVE
               IF MV-TIPO-BORS = "CHIUSURA"
                   MOVE "CHIUSURA BORSELLINO" TO CR-CAUSALE
                   MOVE CONTO-BORSELLINI TO CR-CONTO
                   MOVE "D" TO CR-SEGNO
                   PERFORM SCRIVI-SCRITTURA
                   MOVE CONTO-CASSA TO CR-CONTO
                   MOVE "A" TO CR-SEGNO
                   PERFORM SCRIVI-SCRITTURA
               ELSE
                   IF MV-TIPO-BORS = "RICARICA"
                       MOVE "RICARICA BORSELLINO" TO CR-CAUSALE
                   ELSE
                       MOVE "ECCEDENZA BORSELLINO" TO CR-CAUSALE
                   END-IF
                   MOVE CONTO-CASSA TO CR-CONTO
                   MOVE "D" TO CR-SEGNO
                   PERFORM SCRIVI-SCRITTURA
                   MOVE CONTO-BORSELLINI TO CR-CONTO
                   MOVE "A" TO CR-SEGNO
                   PERFORM SCRIVI-SCRITTURA
               END-IF
               EXEC SQL
                   FETCH C-MOVBORS INTO :MV-USERNAME, :MV-TIPO-BORS,
                       :MV-IMPORTO
               END-EXEC
           END-PERFORM.
           EXEC SQL CLOSE C-MOVBORS END-EXEC.

      *    Vendita di servizi al banco (VENDITA-SERVIZI): dare cassa
      *    (o debito verso i tesserati se pagata dal borsellino),
      *    avere ricavi da servizi. Una scrittura per riga di
      *    scontrino, con il codice del servizio in riferimento.
       ESPORTA-VENDITE-SERVIZI.
           EXEC SQL
               DECLARE C-VENDITE CURSOR FOR
                   SELECT COALESCE(Username, Filiale),
                          codice_servizio, importo,
                          COALESCE(mezzo_pagamento, 'CONTANTI')
                       FROM VenditeServizi
                       WHERE data_vendita > :DATA-SPARTIACQUE
                         AND data_vendita <= :OGGI-DATA
                       ORDER BY numero_vendita, riga
           END-EXEC.
           EXEC SQL OPEN C-VENDITE END-EXEC.
           EXEC SQL
               FETCH C-VENDITE INTO :MV-USERNAME, :MV-CHIAVE,
                   :MV-IMPORTO, :MV-MEZZO
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = ZERO
               MOVE "VENDITA SERVIZI" TO CR-CAUSALE
               PERFORM CONTO-DI-INCASSO
               MOVE "D" TO CR-SEGNO
               PERFORM SCRIVI-SCRITTURA
               MOVE CONTO-RICAVI-SERVIZI TO CR-CONTO
               MOVE "A" TO CR-SEGNO
               PERFORM SCRIVI-SCRITTURA
               EXEC SQL
                   FETCH C-VENDITE INTO :MV-USERNAME, :MV-CHIAVE,
                       :MV-IMPORTO, :MV-MEZZO
               END-EXEC
           END-PERFORM.
           EXEC SQL CLOSE C-VENDITE END-EXEC.

      *    Conto di dare di un incasso secondo il mezzo: cassa,
      *    borsellino prepagato, carta al POS o bonifico su
      *    fattura.
       CONTO-DI-INCASSO.
           EVALUATE MV-MEZZO
               WHEN "BORSELLINO"
                   MOVE CONTO-BORSELLINI TO CR-CONTO
               WHEN "CARTA"
                   MOVE CONTO-POS TO CR-CONTO
               WHEN "FATTURA"
                   MOVE CONTO-TESORERIA TO CR-CONTO
               WHEN OTHER
                   MOVE CONTO-CASSA TO CR-CONTO
           END-EVALUATE.

       SCRIVI-SCRITTURA.
           MOVE "D" TO CR-TIPO.
           MOVE OGGI-DATA TO CR-DATA.

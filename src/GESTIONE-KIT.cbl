           IF SQLCODE = 0
               MOVE FUNCTION NUMVAL(SOGLIA-TESTO) TO SOGLIA-MULTE
           END-IF.
      *    Le multe di un piano di rateizzazione in regola
      *    (PianiRateali ATTIVO) non bloccano il prestito.
           EXEC SQL
               SELECT COALESCE(SUM(importo - importo_pagato), 0)
                   INTO :MULTE-DOVUTE
                   WHERE Username =
                             TRIM(BOTH ' ' FROM :USERNAME-LETTORE)
                     AND stato IN ('APERTA', 'CONTESTATA')
                     AND NOT EXISTS (SELECT 1 FROM PianiRateali r
                         WHERE r.numero_piano = Multe.numero_piano
                           AND r.stato = 'ATTIVO')
           END-EXEC.
           IF MULTE-DOVUTE > SOGLIA-MULTE
               DISPLAY ">> RIFIUTATO: multe insolute per "
           IF MULTE-ESISTENTI = 0
               EXEC SQL
                   INSERT INTO Multe (Username, codiceISBN,
                       importo, data_multa, importo_pagato, stato,
                       tipo_multa)
                   VALUES (TRIM(BOTH ' ' FROM :USERNAME-LETTORE),
                           TRIM(BOTH ' ' FROM :K-ISBN),
                           :IMPORTO-ADDEBITO, :OGGI-DATA, 0,
                           'APERTA', 'KIT')
               END-EXEC
               DISPLAY ">> MANCANTE " K-BARCODE " - addebito "
                   IMPORTO-ADDEBITO " euro"

      *    sessione, per la quadratura di fine turno.
           01 SESSIONE-CASSA    PIC 9(7).

      *    Borsellino prepagato del tesserato (MOVIMENTA-BORSELLINO):
      *    con saldo sufficiente la quota si puo' pagare da li'; lo
      *    storico porta il mezzo di pagamento.
           01 MEZZO-PAGAMENTO   PIC X(12).
           01 SALDO-BORSELLINO  PIC 9(7)V99.
           01 USA-BORSELLINO    PIC X(1).
      *    Pagamento con carta sul POS assegnato alla cassa
      *    (CasseSessioni.terminale_pos): il codice di autorizzazione
      *    dello scontrino POS e il terminale restano sul pagamento,
      *    e IMPORTA-REGOLAMENTI-POS li abbina al regolamento della
      *    banca.
           01 TERMINALE-CASSA    PIC X(10).
           01 CODICE-AUTORIZZAZIONE PIC X(10).
           01 USA-CARTA          PIC X(1).
           01 MB-RICHIESTA.
               03 MB-USERNAME        PIC X(50).
               03 MB-TIPO            PIC X(20).
               03 MB-SEGNO           PIC X(1).
               03 MB-IMPORTO         PIC 9(7)V99.
               03 MB-RIFERIMENTO     PIC X(50).
               03 MB-OPERATORE       PIC X(50).
               03 MB-SESSIONE        PIC 9(7).
               03 MB-SALDO           PIC 9(7)V99.
               03 MB-ESITO           PIC X(1).

           01 AUDIT-PROGRAMMA   PIC X(30).
           01 AUDIT-OPERAZIONE  PIC X(20).
           01 AUDIT-CHIAVE      PIC X(50).
                   "zero e non superiore al residuo."
               EXIT PROGRAM
           END-IF.
           PERFORM SCEGLI-MEZZO-PAGAMENTO.

           ACCEPT OGGI-DATA FROM DATE YYYYMMDD.
           COMPUTE NUOVO-PAGATO = Q-PAGATO + IMPORTO-VERSATO.
               EXEC SQL
                   INSERT INTO PagamentiQuote (Username, anno,
                       importo_pagamento, data_pagamento, operatore,
                       sessione_cassa, mezzo_pagamento,
                       terminale_pos, codice_autorizzazione)
                   VALUES (TRIM(BOTH ' ' FROM :USERNAME-RICERCA),
                           :ANNO-QUOTA, :IMPORTO-VERSATO,
                           :OGGI-DATA,
                           TRIM(BOTH ' ' FROM :OPERATORE-USERNAME),
                           :SESSIONE-CASSA,
                           TRIM(BOTH ' ' FROM :MEZZO-PAGAMENTO),
                           NULLIF(TRIM(BOTH ' ' FROM
                               :TERMINALE-CASSA), ''),
                           NULLIF(TRIM(BOTH ' ' FROM
                               :CODICE-AUTORIZZAZIONE), ''))
               END-EXEC
               IF MEZZO-PAGAMENTO = "BORSELLINO"
                   PERFORM ADDEBITA-BORSELLINO
                   IF MB-ESITO NOT = "S"
                       EXEC SQL ROLLBACK END-EXEC
                       EXIT PROGRAM
                   END-IF
               END-IF
               MOVE "INCASSA-QUOTA" TO AUDIT-PROGRAMMA
               MOVE "PAGAMENTO" TO AUDIT-OPERAZIONE
               MOVE USERNAME-RICERCA TO AUDIT-CHIAVE

           EXIT PROGRAM.

      *****************MEZZO DI PAGAMENTO******************************
       SCEGLI-MEZZO-PAGAMENTO.
           MOVE "CONTANTI" TO MEZZO-PAGAMENTO.
           MOVE SPACES TO CODICE-AUTORIZZAZIONE.
           PERFORM PROPONI-BORSELLINO.
           IF MEZZO-PAGAMENTO = "CONTANTI"
               PERFORM PROPONI-CARTA
           END-IF.

      *****************BORSELLINO PREPAGATO****************************
       PROPONI-BORSELLINO.
           EXEC SQL
               SELECT saldo INTO :SALDO-BORSELLINO FROM Borsellini
                   WHERE Username =
                             TRIM(BOTH ' ' FROM :USERNAME-RICERCA)
                     AND stato = 'ATTIVO'
           END-EXEC.
           IF SQLCODE NOT = 0 OR SALDO-BORSELLINO = ZERO
               EXIT PARAGRAPH
           END-IF.
           IF SALDO-BORSELLINO < IMPORTO-VERSATO
               DISPLAY "Saldo del borsellino (" SALDO-BORSELLINO
                   ") insufficiente."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Pagare dal borsellino (saldo " SALDO-BORSELLINO
               ")? (S/N): "
           ACCEPT USA-BORSELLINO.
           IF USA-BORSELLINO = "S" OR USA-BORSELLINO = "s"
               MOVE "BORSELLINO" TO MEZZO-PAGAMENTO
           END-IF.

       ADDEBITA-BORSELLINO.
           MOVE USERNAME-RICERCA TO MB-USERNAME.
           MOVE "PAGAMENTO QUOTA" TO MB-TIPO.
           MOVE "-" TO MB-SEGNO.
           MOVE IMPORTO-VERSATO TO MB-IMPORTO.
           MOVE SPACES TO MB-RIFERIMENTO.
           STRING "QUOTA " ANNO-QUOTA " " TIPO-QUOTA
               DELIMITED BY SIZE INTO MB-RIFERIMENTO.
           MOVE OPERATORE-USERNAME TO MB-OPERATORE.
           MOVE SESSIONE-CASSA TO MB-SESSIONE.
           CALL 'MOVIMENTA-BORSELLINO' USING MB-RICHIESTA.
           IF MB-ESITO = "S"
               DISPLAY "Addebitato sul borsellino, saldo residuo "
                   MB-SALDO "."
           ELSE
               DISPLAY "Borsellino non utilizzabile o saldo "
                   "insufficiente: pagamento annullato."
           END-IF.

      *****************PAGAMENTO CON CARTA (POS)**********************
       PROPONI-CARTA.
           IF TERMINALE-CASSA = SPACES
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Pagamento con carta sul POS " TERMINALE-CASSA
               "? (S/N): "
           ACCEPT USA-CARTA.
           IF USA-CARTA NOT = "S" AND USA-CARTA NOT = "s"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Codice di autorizzazione dello scontrino POS: "
           ACCEPT CODICE-AUTORIZZAZIONE.
           IF CODICE-AUTORIZZAZIONE = SPACES
               DISPLAY "Codice di autorizzazione mancante: "
                   "pagamento in contanti."
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION UPPER-CASE(CODICE-AUTORIZZAZIONE)
               TO CODICE-AUTORIZZAZIONE.
           MOVE "CARTA" TO MEZZO-PAGAMENTO.

      *****************SESSIONE DI CASSA*******************************
       TROVA-CASSA-APERTA.
           MOVE ZERO TO SESSIONE-CASSA.
           MOVE SPACES TO TERMINALE-CASSA.
           EXEC SQL
               SELECT numero_sessione, COALESCE(terminale_pos, ' ')
                   INTO :SESSIONE-CASSA, :TERMINALE-CASSA
                   FROM CasseSessioni
                   WHERE operatore =
                         TRIM(BOTH ' ' FROM :OPERATORE-USERNAME)

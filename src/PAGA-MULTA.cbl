           01 OGGI-DATA          PIC 9(8).
           01 RISPOSTA-ANCORA    PIC X(1) VALUE "S".

      *    Blocco dei periodi contabili chiusi (CONTROLLA-PERIODO).
           01 PERIODO-RICHIESTA.
               03 PR-DATA-MOVIMENTO PIC 9(8).
               03 PR-MODO           PIC X(1).
               03 PR-DATA-ORIGINALE PIC 9(8).
               03 PR-CHIUSO-AL      PIC 9(8).
               03 PR-ESITO          PIC X(1).

      *    Nucleo familiare (GESTIONE-NUCLEI): il tutore vede e puo'
      *    saldare anche le multe dei membri del suo nucleo.
           01 DEBITORE-USERNAME  PIC X(50).
      *    quadratura di fine turno. Zero = nessuna cassa aperta.
           01 SESSIONE-CASSA     PIC 9(7).

      *    Piano di rateizzazione attivo del debitore
      *    (GESTIONE-RATEIZZAZIONI): il versamento va sulla rata in
      *    scadenza e si ripartisce sulle multe del piano, dalla
      *    piu' vecchia. Le multe del piano non si pagano una per
      *    una.
           01 PIANO-TROVATO      PIC X(1).
             88 PIANO-TROVATO-SI VALUE "S".
           01 PAGA-RATA-SCELTA   PIC X(1).
           01 NUMERO-PIANO       PIC 9(9).
           01 M-PIANO            PIC 9(9).
           01 STATO-PIANO        PIC X(12).
           01 RATA-REC.
               03 RT-NUMERO      PIC 9(3).
               03 RT-SCADENZA    PIC 9(8).
               03 RT-IMPORTO     PIC 9(7)V99.
               03 RT-PAGATO      PIC 9(7)V99.
           01 RESIDUO-RATA       PIC 9(7)V99.
           01 DA-RIPARTIRE       PIC 9(7)V99.
           01 QUOTA-MULTA        PIC 9(5)V99.
           01 RATE-APERTE        PIC 9(3).
           01 STATO-RATA         PIC X(12).

      *    Borsellino prepagato di chi paga allo sportello
      *    (MOVIMENTA-BORSELLINO): se ha saldo sufficiente il
      *    versamento si puo' trarre da li' invece che in contanti;
      *    lo storico PagamentiMulte porta il mezzo di pagamento,
      *    cosi' la cassa del turno non lo conta nel cassetto.
           01 MEZZO-PAGAMENTO    PIC X(12).
           01 SALDO-BORSELLINO   PIC 9(7)V99.
           01 USA-BORSELLINO     PIC X(1).
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


      *    Giornale di circolazione (GIORNALE-WRITER): ogni
      *    movimento confermato si accoda al file GIORNALE per il
               03 GW-IMPORTO        PIC 9(7)V99.
               03 GW-DATA-RIF       PIC X(8).

      *    Ricevute nella lingua del tesserato (ModelliAvviso, tipi
      *    RICEVUTA-MULTA e RICEVUTA-RATA, via COMPONI-AVVISO); senza
      *    modello resta la ricevuta italiana di sempre.
           01 LINGUA-UTENTE        PIC X(2).
           01 IMPORTO-EDITATO      PIC ZZZZZZ9.99.
           01 TOTALE-EDITATO       PIC ZZZZZZ9.99.
           01 MODELLO-TROVATO      PIC X(1).
             88 MODELLO-TROVATO-SI VALUE "S".
           01 CA-RICHIESTA.
               03 CA-TIPO           PIC X(20).
               03 CA-LINGUA         PIC X(2).
               03 CA-RIGA           PIC 9(2).
               03 CA-VALORE         PIC X(60) OCCURS 6 TIMES.
               03 CA-TESTO          PIC X(200).
               03 CA-ESITO          PIC X(1).
               03 CA-LINGUA-USATA   PIC X(2).

      *    Interruttore di scrittura della finestra batch (stato
      *    CONSULTA = online in sola consultazione).
           01 CS-ESITO-FINESTRA PIC X(1).
               EXIT PROGRAM
           END-IF
           DISPLAY "------- SONO PAGA-MULTA!".
      *    Gli incassi portano la data di oggi: se cade in un
      *    periodo contabile gia' chiuso lo sportello non registra.
           ACCEPT OGGI-DATA FROM DATE YYYYMMDD.
           MOVE OGGI-DATA TO PR-DATA-MOVIMENTO.
           MOVE "R" TO PR-MODO.
           CALL 'CONTROLLA-PERIODO' USING PERIODO-RICHIESTA.
           IF PR-ESITO NOT = "S"
               DISPLAY "Periodo contabile chiuso al " PR-CHIUSO-AL
                   ": incassi non registrabili."
               EXIT PROGRAM
           END-IF.
           PERFORM TROVA-CASSA-APERTA.
           DISPLAY "Inserisci lo Username del debitore: "
           ACCEPT USERNAME-RICERCA.

           PERFORM ELENCA-MULTE-APERTE.
           PERFORM MOSTRA-PIANO-ATTIVO.

           IF MULTE-APERTE = 0
               DISPLAY "Nessuna multa aperta per questo utente."
           EXEC SQL CLOSE C-APERTE-NUCLEO END-EXEC.

       INCASSA-PAGAMENTO.
           MOVE "N" TO PAGA-RATA-SCELTA.
           IF PIANO-TROVATO-SI
               DISPLAY "Versamento sulla rata del piano n. "
                   NUMERO-PIANO "? (S/N): "
               ACCEPT PAGA-RATA-SCELTA
           END-IF.
           IF PAGA-RATA-SCELTA = "S" OR PAGA-RATA-SCELTA = "s"
               PERFORM PAGA-RATA
           ELSE
               PERFORM INCASSA-MULTA
           END-IF.

           DISPLAY "Registrare un altro pagamento? (S/N): "
           ACCEPT RISPOSTA-ANCORA.

       INCASSA-MULTA.
           MOVE USERNAME-RICERCA TO DEBITORE-USERNAME.
           DISPLAY "Username del debitore della multa (spazio = "
               "lo stesso): "
           ACCEPT DATA-SCELTA.

           EXEC SQL
               SELECT importo, importo_pagato,
                      COALESCE(numero_piano, 0)
                   INTO :M-IMPORTO, :M-PAGATO, :M-PIANO
                   FROM Multe
                   WHERE Username =
                             TRIM(BOTH ' ' FROM :DEBITORE-USERNAME)

           IF SQLCODE NOT = 0
               DISPLAY "Multa aperta non trovata per questi estremi."
               EXIT PARAGRAPH
           END-IF.
           IF M-PIANO > 0
               EXEC SQL
                   SELECT stato INTO :STATO-PIANO FROM PianiRateali
                       WHERE numero_piano = :M-PIANO
               END-EXEC
               IF SQLCODE = 0 AND STATO-PIANO = "ATTIVO"
                   DISPLAY "La multa fa parte del piano di "
                       "rateizzazione n. " M-PIANO
                       ": il versamento va sulla rata."
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           COMPUTE RESIDUO = M-IMPORTO - M-PAGATO.
           DISPLAY "Residuo dovuto: " RESIDUO.
           DISPLAY "Importo versato: "
           ACCEPT IMPORTO-VERSATO.

           IF IMPORTO-VERSATO = ZERO OR
              IMPORTO-VERSATO > RESIDUO
               DISPLAY "Importo non valido: deve essere maggiore "
                   "di zero e non superiore al residuo."
           ELSE
               PERFORM SCEGLI-MEZZO-PAGAMENTO
               PERFORM REGISTRA-PAGAMENTO
           END-IF.

       REGISTRA-PAGAMENTO.
           ACCEPT OGGI-DATA FROM DATE YYYYMMDD.
               EXEC SQL
                   INSERT INTO PagamentiMulte (Username, codiceISBN,
                       data_multa, importo_pagamento, data_pagamento,
                       operatore, sessione_cassa, mezzo_pagamento,
                       terminale_pos, codice_autorizzazione)
                   VALUES (TRIM(BOTH ' ' FROM :DEBITORE-USERNAME),
                           TRIM(BOTH ' ' FROM :ISBN-SCELTO),
                           TRIM(BOTH ' ' FROM :DATA-SCELTA),
                           :IMPORTO-VERSATO, :OGGI-DATA,
                           TRIM(BOTH ' ' FROM :OPERATORE-USERNAME),
                           :SESSIONE-CASSA,
                           TRIM(BOTH ' ' FROM :MEZZO-PAGAMENTO),
                           NULLIF(TRIM(BOTH ' ' FROM
                               :TERMINALE-CASSA), ''),
                           NULLIF(TRIM(BOTH ' ' FROM
                               :CODICE-AUTORIZZAZIONE), ''))
               END-EXEC
               IF SQLCODE = 0 AND MEZZO-PAGAMENTO = "BORSELLINO"
                   MOVE "PAGAMENTO MULTA" TO MB-TIPO
                   MOVE ISBN-SCELTO TO MB-RIFERIMENTO
                   PERFORM ADDEBITA-BORSELLINO
                   IF MB-ESITO NOT = "S"
                       EXEC SQL ROLLBACK END-EXEC
                       EXIT PARAGRAPH
                   END-IF
               END-IF
               IF SQLCODE = 0
                   EXEC SQL COMMIT END-EXEC
                   MOVE "G" TO GW-TIPO
                   END-IF
                   PERFORM STAMPA-RICEVUTA
               ELSE
                   EXEC SQL ROLLBACK END-EXEC
                   DISPLAY "ERRORE nella scrittura dello storico "
                       "pagamenti: " SQLERRMC
               END-IF
           END-IF.

      *****************PIANO DI RATEIZZAZIONE**************************
       MOSTRA-PIANO-ATTIVO.
           MOVE "N" TO PIANO-TROVATO.
           EXEC SQL
               SELECT numero_piano INTO :NUMERO-PIANO
                   FROM PianiRateali
                   WHERE Username =
                         TRIM(BOTH ' ' FROM :USERNAME-RICERCA)
                     AND stato = 'ATTIVO'
           END-EXEC.
           IF SQLCODE NOT = 0
               EXIT PARAGRAPH
           END-IF.
           PERFORM LEGGI-RATA-DOVUTA.
           IF SQLCODE NOT = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE "S" TO PIANO-TROVATO.
           MOVE 1 TO MULTE-APERTE.
           COMPUTE RESIDUO-RATA = RT-IMPORTO - RT-PAGATO.
           DISPLAY "------- Piano di rateizzazione n. " NUMERO-PIANO
               " -------".
           DISPLAY "Rata in scadenza: n. " RT-NUMERO " del "
               RT-SCADENZA " residuo " RESIDUO-RATA.

       LEGGI-RATA-DOVUTA.
           EXEC SQL
               SELECT numero_rata, data_scadenza, importo,
                      importo_pagato
                   INTO :RT-NUMERO, :RT-SCADENZA, :RT-IMPORTO,
                        :RT-PAGATO
                   FROM RatePiano
                   WHERE numero_piano = :NUMERO-PIANO
                     AND stato = 'APERTA'
                   ORDER BY numero_rata
                   FETCH FIRST 1 ROW ONLY
           END-EXEC.

       PAGA-RATA.
           ACCEPT OGGI-DATA FROM DATE YYYYMMDD.
           PERFORM LEGGI-RATA-DOVUTA.
           IF SQLCODE NOT = 0
               DISPLAY "Nessuna rata aperta sul piano."
               EXIT PARAGRAPH
           END-IF.
           COMPUTE RESIDUO-RATA = RT-IMPORTO - RT-PAGATO.
           DISPLAY "Rata n. " RT-NUMERO " scadenza " RT-SCADENZA
               " residuo " RESIDUO-RATA.
           DISPLAY "Importo versato: "
           ACCEPT IMPORTO-VERSATO.
           IF IMPORTO-VERSATO = ZERO OR IMPORTO-VERSATO > RESIDUO-RATA
               DISPLAY "Importo non valido: deve essere maggiore di "
                   "zero e non superiore al residuo della rata."
               EXIT PARAGRAPH
           END-IF.
           PERFORM SCEGLI-MEZZO-PAGAMENTO.

           MOVE USERNAME-RICERCA TO DEBITORE-USERNAME.
           MOVE IMPORTO-VERSATO TO DA-RIPARTIRE.
           EXEC SQL
               DECLARE C-MULTE-PIANO CURSOR FOR
                   SELECT codiceISBN, importo, importo_pagato,
                          data_multa
                       FROM Multe
                       WHERE numero_piano = :NUMERO-PIANO
                         AND stato = 'APERTA'
                       ORDER BY data_multa
           END-EXEC.
           EXEC SQL OPEN C-MULTE-PIANO END-EXEC.
           EXEC SQL
               FETCH C-MULTE-PIANO INTO :M-ISBN, :M-IMPORTO,
                   :M-PAGATO, :M-DATA
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = ZERO OR DA-RIPARTIRE = ZERO
               PERFORM RIPARTISCI-SU-MULTA
               EXEC SQL
                   FETCH C-MULTE-PIANO INTO :M-ISBN, :M-IMPORTO,
                       :M-PAGATO, :M-DATA
               END-EXEC
           END-PERFORM.
           EXEC SQL CLOSE C-MULTE-PIANO END-EXEC.

           IF IMPORTO-VERSATO = RESIDUO-RATA
               MOVE "PAGATA" TO STATO-RATA
           ELSE
               MOVE "APERTA" TO STATO-RATA
           END-IF.
           EXEC SQL
               UPDATE RatePiano
                   SET importo_pagato = importo_pagato +
                           :IMPORTO-VERSATO,
                       stato = TRIM(BOTH ' ' FROM :STATO-RATA),
                       data_pagamento = :OGGI-DATA
                   WHERE numero_piano = :NUMERO-PIANO
                     AND numero_rata = :RT-NUMERO
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY "ERRORE nell'aggiornamento della rata: "
                   SQLERRMC
               EXEC SQL ROLLBACK END-EXEC
               EXIT PARAGRAPH
           END-IF.
           IF MEZZO-PAGAMENTO = "BORSELLINO"
               MOVE "PAGAMENTO MULTA" TO MB-TIPO
               MOVE SPACES TO MB-RIFERIMENTO
               STRING "PIANO " NUMERO-PIANO " RATA " RT-NUMERO
                   DELIMITED BY SIZE INTO MB-RIFERIMENTO
               PERFORM ADDEBITA-BORSELLINO
               IF MB-ESITO NOT = "S"
                   EXEC SQL ROLLBACK END-EXEC
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           EXEC SQL
               SELECT COUNT(*) INTO :RATE-APERTE FROM RatePiano
                   WHERE numero_piano = :NUMERO-PIANO
                     AND stato = 'APERTA'
           END-EXEC.
           IF RATE-APERTE = 0
               EXEC SQL
                   UPDATE PianiRateali
                       SET stato = 'ESTINTO',
                           data_chiusura = :OGGI-DATA
                       WHERE numero_piano = :NUMERO-PIANO
               END-EXEC
               MOVE "N" TO PIANO-TROVATO
           END-IF.
           EXEC SQL COMMIT END-EXEC.

           DISPLAY "Versamento registrato sulla rata n. " RT-NUMERO
               ".".
           IF RATE-APERTE = 0
               DISPLAY "Piano n. " NUMERO-PIANO " estinto."
           END-IF.
           PERFORM STAMPA-RICEVUTA-RATA.

      *    Quota del versamento sulla multa corrente del piano, con
      *    la sua riga di PagamentiMulte: cassa, contabilita' e
      *    giornale vedono un normale incasso di multa.
       RIPARTISCI-SU-MULTA.
           COMPUTE QUOTA-MULTA = M-IMPORTO - M-PAGATO.
           IF QUOTA-MULTA > DA-RIPARTIRE
               MOVE DA-RIPARTIRE TO QUOTA-MULTA
           END-IF.
           IF QUOTA-MULTA = ZERO
               EXIT PARAGRAPH
           END-IF.
           COMPUTE NUOVO-PAGATO = M-PAGATO + QUOTA-MULTA.
           IF NUOVO-PAGATO >= M-IMPORTO
               MOVE "PAGATA" TO STATO-NUOVO
           ELSE
               MOVE "APERTA" TO STATO-NUOVO
           END-IF.
           EXEC SQL
               UPDATE Multe
                   SET importo_pagato = :NUOVO-PAGATO,
                       stato = TRIM(BOTH ' ' FROM :STATO-NUOVO)
                   WHERE Username =
                             TRIM(BOTH ' ' FROM :DEBITORE-USERNAME)
                     AND codiceISBN = TRIM(BOTH ' ' FROM :M-ISBN)
                     AND data_multa = TRIM(BOTH ' ' FROM :M-DATA)
           END-EXEC.
           EXEC SQL
               INSERT INTO PagamentiMulte (Username, codiceISBN,
                   data_multa, importo_pagamento, data_pagamento,
                   operatore, sessione_cassa, mezzo_pagamento,
                   terminale_pos, codice_autorizzazione)
               VALUES (TRIM(BOTH ' ' FROM :DEBITORE-USERNAME),
                       TRIM(BOTH ' ' FROM :M-ISBN),
                       TRIM(BOTH ' ' FROM :M-DATA),
                       :QUOTA-MULTA, :OGGI-DATA,
                       TRIM(BOTH ' ' FROM :OPERATORE-USERNAME),
                       :SESSIONE-CASSA,
                       TRIM(BOTH ' ' FROM :MEZZO-PAGAMENTO),
                       NULLIF(TRIM(BOTH ' ' FROM
                           :TERMINALE-CASSA), ''),
                       NULLIF(TRIM(BOTH ' ' FROM
                           :CODICE-AUTORIZZAZIONE), ''))
           END-EXEC.
           MOVE "G" TO GW-TIPO.
           MOVE M-ISBN TO GW-CODICE.
           MOVE DEBITORE-USERNAME TO GW-USERNAME.
           MOVE QUOTA-MULTA TO GW-IMPORTO.
           MOVE M-DATA(1:8) TO GW-DATA-RIF.
           CALL 'GIORNALE-WRITER' USING GW-RICHIESTA.
           SUBTRACT QUOTA-MULTA FROM DA-RIPARTIRE.

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

      *    Addebito sul borsellino del pagatore dentro la stessa
      *    unita' di lavoro del pagamento: se MB-ESITO non e' S il
      *    chiamante annulla tutto.
       ADDEBITA-BORSELLINO.
           MOVE USERNAME-RICERCA TO MB-USERNAME.
           MOVE "-" TO MB-SEGNO.
           MOVE IMPORTO-VERSATO TO MB-IMPORTO.
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
       STAMPA-RICEVUTA.
           OPEN OUTPUT RICEVUTA-OUTPUT.

           MOVE SPACES TO CA-RICHIESTA.
           MOVE "RICEVUTA-MULTA" TO CA-TIPO.
           MOVE DEBITORE-USERNAME TO CA-VALORE(1).
           MOVE ISBN-SCELTO TO CA-VALORE(2).
           MOVE DATA-SCELTA TO CA-VALORE(3).
           MOVE IMPORTO-VERSATO TO IMPORTO-EDITATO.
           STRING IMPORTO-EDITATO " (" MEZZO-PAGAMENTO ")"
               DELIMITED BY SIZE INTO CA-VALORE(4).
           MOVE NUOVO-PAGATO TO IMPORTO-EDITATO.
           MOVE M-IMPORTO TO TOTALE-EDITATO.
           STRING IMPORTO-EDITATO " / " TOTALE-EDITATO
               DELIMITED BY SIZE INTO CA-VALORE(5).
           MOVE OGGI-DATA TO CA-VALORE(6).
           PERFORM RICEVUTA-DA-MODELLO.
           IF MODELLO-TROVATO-SI
               CLOSE RICEVUTA-OUTPUT
               DISPLAY "Ricevuta di pagamento stampata."
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO RICEVUTA-LINE.
           STRING "------- RICEVUTA DI PAGAMENTO MULTA -------"
               DELIMITED BY SIZE INTO RICEVUTA-LINE.
           WRITE RICEVUTA-LINE.
           MOVE SPACES TO RICEVUTA-LINE.
           STRING "IMPORTO VERSATO: " IMPORTO-VERSATO
               " (" MEZZO-PAGAMENTO ")"
               DELIMITED BY SIZE INTO RICEVUTA-LINE.
           WRITE RICEVUTA-LINE.
           MOVE SPACES TO RICEVUTA-LINE.

           CLOSE RICEVUTA-OUTPUT.
           DISPLAY "Ricevuta di pagamento stampata.".

       STAMPA-RICEVUTA-RATA.
           OPEN OUTPUT RICEVUTA-OUTPUT.

           MOVE SPACES TO CA-RICHIESTA.
           MOVE "RICEVUTA-RATA" TO CA-TIPO.
           MOVE DEBITORE-USERNAME TO CA-VALORE(1).
           MOVE NUMERO-PIANO TO CA-VALORE(2).
           MOVE RT-NUMERO TO CA-VALORE(3).
           MOVE RT-SCADENZA TO CA-VALORE(4).
           MOVE IMPORTO-VERSATO TO IMPORTO-EDITATO.
           STRING IMPORTO-EDITATO " (" MEZZO-PAGAMENTO ")"
               DELIMITED BY SIZE INTO CA-VALORE(5).
           MOVE RATE-APERTE TO CA-VALORE(6).
           PERFORM RICEVUTA-DA-MODELLO.
           IF MODELLO-TROVATO-SI
               CLOSE RICEVUTA-OUTPUT
               DISPLAY "Ricevuta di pagamento stampata."
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO RICEVUTA-LINE.
           STRING "------- RICEVUTA DI PAGAMENTO RATA -------"
               DELIMITED BY SIZE INTO RICEVUTA-LINE.
           WRITE RICEVUTA-LINE.
           MOVE SPACES TO RICEVUTA-LINE.
           STRING "UTENTE: " DEBITORE-USERNAME DELIMITED BY SIZE
               INTO RICEVUTA-LINE.
           WRITE RICEVUTA-LINE.
           MOVE SPACES TO RICEVUTA-LINE.
           STRING "PIANO DI RATEIZZAZIONE: " NUMERO-PIANO
               "  RATA N. " RT-NUMERO "  SCADENZA " RT-SCADENZA
               DELIMITED BY SIZE INTO RICEVUTA-LINE.
           WRITE RICEVUTA-LINE.
           MOVE SPACES TO RICEVUTA-LINE.
           STRING "IMPORTO VERSATO: " IMPORTO-VERSATO
               " SU RESIDUO RATA " RESIDUO-RATA
               " (" MEZZO-PAGAMENTO ")"
               DELIMITED BY SIZE INTO RICEVUTA-LINE.
           WRITE RICEVUTA-LINE.
           MOVE SPACES TO RICEVUTA-LINE.
           IF RATE-APERTE = 0
               STRING "PIANO ESTINTO" DELIMITED BY SIZE
                   INTO RICEVUTA-LINE
           ELSE
               STRING "RATE ANCORA APERTE: " RATE-APERTE
                   DELIMITED BY SIZE INTO RICEVUTA-LINE
           END-IF.
           WRITE RICEVUTA-LINE.
           MOVE SPACES TO RICEVUTA-LINE.
           STRING "DATA PAGAMENTO: " OGGI-DATA
               DELIMITED BY SIZE INTO RICEVUTA-LINE.
           WRITE RICEVUTA-LINE.
           MOVE SPACES TO RICEVUTA-LINE.
           STRING "OPERATORE: " OPERATORE-USERNAME
               DELIMITED BY SIZE INTO RICEVUTA-LINE.
           WRITE RICEVUTA-LINE.

           CLOSE RICEVUTA-OUTPUT.
           DISPLAY "Ricevuta di pagamento stampata.".

      *    Righe del modello CA-TIPO nella lingua del debitore (come
      *    SCONTRINO-DA-MODELLO di RESERVE-BOOK).
       RICEVUTA-DA-MODELLO.
           MOVE "N" TO MODELLO-TROVATO.
           EXEC SQL
               SELECT COALESCE(LinguaPreferita, 'IT')
                   INTO :LINGUA-UTENTE
                   FROM Utente
                   WHERE Username =
                         TRIM(BOTH ' ' FROM :DEBITORE-USERNAME)
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE "IT" TO LINGUA-UTENTE
           END-IF.
           MOVE LINGUA-UTENTE TO CA-LINGUA.
           MOVE 1 TO CA-RIGA.
           CALL 'COMPONI-AVVISO' USING CA-RICHIESTA.
           PERFORM UNTIL CA-ESITO NOT = "S"
               MOVE "S" TO MODELLO-TROVATO
               MOVE CA-TESTO TO RICEVUTA-LINE
               WRITE RICEVUTA-LINE
               ADD 1 TO CA-RIGA
               CALL 'COMPONI-AVVISO' USING CA-RICHIESTA
           END-PERFORM.

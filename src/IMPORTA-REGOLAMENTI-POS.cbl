       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMPORTA-REGOLAMENTI-POS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REGOLAMENTI-INPUT ASSIGN TO POSREGOL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REGOLAMENTI-STATUS.
           SELECT DIFFERENZE-OUTPUT ASSIGN TO POSDIFF
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *    Tracciato del regolamento giornaliero della banca
      *    acquirente: una riga per transazione regolata, con il
      *    terminale, data e ora dell'operazione, il codice di
      *    autorizzazione stampato sullo scontrino POS, l'importo e
      *    la data di accredito.
       FD  REGOLAMENTI-INPUT.
       01  REGOLAMENTO-RECORD.
           03 RG-TERMINALE     PIC X(10).
           03 RG-DATA          PIC 9(8).
           03 RG-ORA           PIC 9(6).
           03 RG-AUTORIZZAZIONE PIC X(10).
           03 RG-IMPORTO       PIC 9(7)V99.
           03 RG-DATA-ACCREDITO PIC 9(8).

       FD  DIFFERENZE-OUTPUT.
       01  DIFFERENZA-LINE PIC X(132).

       WORKING-STORAGE SECTION.
           01 REGOLAMENTI-STATUS PIC X(2).
           01 FINE-FILE         PIC X(1) VALUE "N".
             88 FINE-FILE-SI VALUE "S".

           01 OGGI-DATA         PIC 9(8).
      *    Giorni di attesa del regolamento (chiave
      *    POS-GIORNI-REGOLAMENTO di Parametri): un incasso con
      *    carta piu' vecchio e ancora senza regolamento va in
      *    differenza; il VALUE e' il default.
           01 GIORNI-REGOLAMENTO PIC 9(3) VALUE 3.
           01 PARAMETRO-TESTO   PIC X(50).
           01 GIORNO-SERIALE    PIC 9(9).
           01 DATA-LIMITE       PIC 9(8).

           01 FILIALE-TERMINALE PIC X(30).
           01 GIA-IMPORTATI     PIC 9(5).
           01 MAX-REGOLAMENTO   PIC 9(9).
           01 NUMERO-REGOLAMENTO PIC 9(9).
           01 ESITO-REGOLAMENTO PIC X(15).

      *    Incassi con carta dello sportello che portano lo stesso
      *    terminale, codice di autorizzazione e data: una rata o uno
      *    scontrino di piu' righe sono piu' righe di pagamento per
      *    una sola transazione POS.
           01 INCASSATO         PIC 9(7)V99.
           01 RIGHE-INCASSO     PIC 9(5).
           01 SESSIONE-INCASSO  PIC 9(7).
           01 PARZIALE-INCASSATO PIC 9(7)V99.
           01 PARZIALE-RIGHE    PIC 9(5).
           01 PARZIALE-SESSIONE PIC 9(7).
           01 DIFFERENZA-IMPORTO PIC S9(7)V99.
           01 DIFFERENZA-ED     PIC +9(7).99.

           01 SOSPESO-REC.
               03 SO-FILIALE        PIC X(30).
               03 SO-TERMINALE      PIC X(10).
               03 SO-AUTORIZZAZIONE PIC X(10).
               03 SO-DATA           PIC 9(8).
               03 SO-SESSIONE       PIC 9(7).
               03 SO-IMPORTO        PIC 9(7)V99.

           01 CONTATORE-LETTI     PIC 9(5) VALUE ZERO.
           01 CONTATORE-ABBINATI  PIC 9(5) VALUE ZERO.
           01 CONTATORE-DIFFERENZE PIC 9(5) VALUE ZERO.
           01 CONTATORE-SENZA-INCASSO PIC 9(5) VALUE ZERO.
           01 CONTATORE-DOPPI     PIC 9(5) VALUE ZERO.
           01 CONTATORE-SOSPESI   PIC 9(5) VALUE ZERO.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       PROCEDURE DIVISION.
      *    Quadratura degli incassi con carta: ogni transazione del
      *    regolamento POS viene abbinata per terminale, codice di
      *    autorizzazione e data agli incassi con carta dello
      *    sportello (PagamentiMulte, PagamentiQuote,
      *    VenditeServizi), che ricevono il numero del regolamento e
      *    portano alla sessione di cassa. Il report POSDIFF elenca,
      *    con la Filiale del terminale (TerminaliPOS), i regolamenti
      *    senza incasso, le differenze di importo e, in coda, gli
      *    incassi con carta ancora senza regolamento oltre i giorni
      *    di attesa. Un regolamento gia' importato viene scartato.
       IMPORTA-REGOLAMENTI-POS-PARA.
           DISPLAY "------- SONO IMPORTA-REGOLAMENTI-POS (batch)!".
           ACCEPT OGGI-DATA FROM DATE YYYYMMDD.

           EXEC SQL
               SELECT Valore INTO :PARAMETRO-TESTO FROM Parametri
                   WHERE Chiave = 'POS-GIORNI-REGOLAMENTO'
           END-EXEC.
           IF SQLCODE = 0
               MOVE FUNCTION NUMVAL(PARAMETRO-TESTO)
                   TO GIORNI-REGOLAMENTO
           END-IF.
           COMPUTE GIORNO-SERIALE =
               FUNCTION INTEGER-OF-DATE(OGGI-DATA) -
               GIORNI-REGOLAMENTO.
           COMPUTE DATA-LIMITE =
               FUNCTION DATE-OF-INTEGER(GIORNO-SERIALE).

           OPEN OUTPUT DIFFERENZE-OUTPUT.
           MOVE SPACES TO DIFFERENZA-LINE.
           STRING "QUADRATURA INCASSI CON CARTA (POS) DEL " OGGI-DATA
               DELIMITED BY SIZE INTO DIFFERENZA-LINE.
           WRITE DIFFERENZA-LINE.

           OPEN INPUT REGOLAMENTI-INPUT.
           IF REGOLAMENTI-STATUS NOT = "00"
               DISPLAY "Nessun file di regolamento da elaborare "
                   "(stato " REGOLAMENTI-STATUS ")."
               MOVE SPACES TO DIFFERENZA-LINE
               STRING "FILE DI REGOLAMENTO ASSENTE (STATO "
                   REGOLAMENTI-STATUS ")"
                   DELIMITED BY SIZE INTO DIFFERENZA-LINE
               WRITE DIFFERENZA-LINE
           ELSE
               PERFORM LEGGI-REGOLAMENTO
               PERFORM UNTIL FINE-FILE-SI
                   ADD 1 TO CONTATORE-LETTI
                   PERFORM ABBINA-REGOLAMENTO
                   PERFORM LEGGI-REGOLAMENTO
               END-PERFORM
               CLOSE REGOLAMENTI-INPUT
           END-IF.

           EXEC SQL COMMIT END-EXEC.

      *    Anche senza file si segnalano gli incassi rimasti senza
      *    regolamento: e' proprio il caso di un accredito mancato.
           PERFORM ELENCA-SOSPESI.

           MOVE SPACES TO DIFFERENZA-LINE.
           STRING "Regolamenti letti: " CONTATORE-LETTI
               " abbinati: " CONTATORE-ABBINATI
               " con differenza: " CONTATORE-DIFFERENZE
               " senza incasso: " CONTATORE-SENZA-INCASSO
               " gia' importati: " CONTATORE-DOPPI
               DELIMITED BY SIZE INTO DIFFERENZA-LINE.
           WRITE DIFFERENZA-LINE.
           MOVE SPACES TO DIFFERENZA-LINE.
           STRING "Incassi con carta senza regolamento oltre "
               GIORNI-REGOLAMENTO " giorni: " CONTATORE-SOSPESI
               DELIMITED BY SIZE INTO DIFFERENZA-LINE.
           WRITE DIFFERENZA-LINE.
           CLOSE DIFFERENZE-OUTPUT.

           DISPLAY "Regolamenti letti: " CONTATORE-LETTI.
           DISPLAY "Regolamenti abbinati: " CONTATORE-ABBINATI.
           DISPLAY "Differenze di importo: " CONTATORE-DIFFERENZE.
           DISPLAY "Regolamenti senza incasso: "
               CONTATORE-SENZA-INCASSO.
           DISPLAY "Regolamenti gia' importati: " CONTATORE-DOPPI.
           DISPLAY "Incassi senza regolamento: " CONTATORE-SOSPESI.

           EXIT PROGRAM.

       LEGGI-REGOLAMENTO.
           READ REGOLAMENTI-INPUT
               AT END MOVE "S" TO FINE-FILE
           END-READ.

       ABBINA-REGOLAMENTO.
           MOVE FUNCTION UPPER-CASE(RG-TERMINALE) TO RG-TERMINALE.
           MOVE FUNCTION UPPER-CASE(RG-AUTORIZZAZIONE)
               TO RG-AUTORIZZAZIONE.

           EXEC SQL
               SELECT COUNT(*) INTO :GIA-IMPORTATI
                   FROM RegolamentiPOS
                   WHERE codice_terminale =
                         TRIM(BOTH ' ' FROM :RG-TERMINALE)
                     AND codice_autorizzazione =
                         TRIM(BOTH ' ' FROM :RG-AUTORIZZAZIONE)
                     AND data_operazione = :RG-DATA
           END-EXEC.
           IF GIA-IMPORTATI > 0
               ADD 1 TO CONTATORE-DOPPI
               EXIT PARAGRAPH
           END-IF.

           EXEC SQL
               SELECT Filiale INTO :FILIALE-TERMINALE
                   FROM TerminaliPOS
                   WHERE codice_terminale =
                         TRIM(BOTH ' ' FROM :RG-TERMINALE)
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE "TERMINALE NON CENSITO" TO FILIALE-TERMINALE
           END-IF.

           PERFORM SOMMA-INCASSI-CARTA.

           EXEC SQL
               SELECT COALESCE(MAX(numero_regolamento), 0)
                   INTO :MAX-REGOLAMENTO
                   FROM RegolamentiPOS
           END-EXEC.
           COMPUTE NUMERO-REGOLAMENTO = MAX-REGOLAMENTO + 1.

           COMPUTE DIFFERENZA-IMPORTO = RG-IMPORTO - INCASSATO.
           MOVE DIFFERENZA-IMPORTO TO DIFFERENZA-ED.
           EVALUATE TRUE
               WHEN RIGHE-INCASSO = ZERO
                   MOVE "SENZA INCASSO" TO ESITO-REGOLAMENTO
                   ADD 1 TO CONTATORE-SENZA-INCASSO
               WHEN DIFFERENZA-IMPORTO NOT = ZERO
                   MOVE "DIFFERENZA" TO ESITO-REGOLAMENTO
                   ADD 1 TO CONTATORE-DIFFERENZE
               WHEN OTHER
                   MOVE "ABBINATO" TO ESITO-REGOLAMENTO
                   ADD 1 TO CONTATORE-ABBINATI
           END-EVALUATE.

           EXEC SQL
               INSERT INTO RegolamentiPOS (numero_regolamento,
                   codice_terminale, Filiale, data_operazione,
                   ora_operazione, codice_autorizzazione, importo,
                   data_accredito, importo_incassato, sessione_cassa,
                   esito, data_importazione)
               VALUES (:NUMERO-REGOLAMENTO,
                       TRIM(BOTH ' ' FROM :RG-TERMINALE),
                       TRIM(BOTH ' ' FROM :FILIALE-TERMINALE),
                       :RG-DATA, :RG-ORA,
                       TRIM(BOTH ' ' FROM :RG-AUTORIZZAZIONE),
                       :RG-IMPORTO, :RG-DATA-ACCREDITO, :INCASSATO,
                       :SESSIONE-INCASSO,
                       TRIM(BOTH ' ' FROM :ESITO-REGOLAMENTO),
                       :OGGI-DATA)
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY "ERRORE nella registrazione del regolamento "
                   RG-TERMINALE " " RG-AUTORIZZAZIONE ": " SQLERRMC
               EXIT PARAGRAPH
           END-IF.
           IF RIGHE-INCASSO > ZERO
               PERFORM MARCA-INCASSI
           END-IF.

           IF ESITO-REGOLAMENTO = "SENZA INCASSO"
               MOVE SPACES TO DIFFERENZA-LINE
               STRING "REGOLAMENTO SENZA INCASSO - FILIALE: "
                   FILIALE-TERMINALE " POS: " RG-TERMINALE
                   " AUT: " RG-AUTORIZZAZIONE " DEL: " RG-DATA
                   " IMPORTO: " RG-IMPORTO
                   DELIMITED BY SIZE INTO DIFFERENZA-LINE
               WRITE DIFFERENZA-LINE
           END-IF.
           IF ESITO-REGOLAMENTO = "DIFFERENZA"
               MOVE SPACES TO DIFFERENZA-LINE
               STRING "DIFFERENZA DI IMPORTO - FILIALE: "
                   FILIALE-TERMINALE " POS: " RG-TERMINALE
                   " AUT: " RG-AUTORIZZAZIONE " DEL: " RG-DATA
                   " CASSA: " SESSIONE-INCASSO
                   " REGOLATO: " RG-IMPORTO
                   " INCASSATO: " INCASSATO
                   " DIFF: " DIFFERENZA-ED
                   DELIMITED BY SIZE INTO DIFFERENZA-LINE
               WRITE DIFFERENZA-LINE
           END-IF.

      *    Somma degli incassi con carta non ancora regolati che
      *    corrispondono alla transazione, sui tre registri.
       SOMMA-INCASSI-CARTA.
           EXEC SQL
               SELECT COUNT(*), COALESCE(SUM(importo_pagamento), 0),
                      COALESCE(MAX(sessione_cassa), 0)
                   INTO :RIGHE-INCASSO, :INCASSATO, :SESSIONE-INCASSO
                   FROM PagamentiMulte
                   WHERE mezzo_pagamento = 'CARTA'
                     AND terminale_pos =
                         TRIM(BOTH ' ' FROM :RG-TERMINALE)
                     AND codice_autorizzazione =
                         TRIM(BOTH ' ' FROM :RG-AUTORIZZAZIONE)
                     AND data_pagamento = :RG-DATA
                     AND regolamento_pos IS NULL
           END-EXEC.
           EXEC SQL
               SELECT COUNT(*), COALESCE(SUM(importo_pagamento), 0),
                      COALESCE(MAX(sessione_cassa), 0)
                   INTO :PARZIALE-RIGHE, :PARZIALE-INCASSATO,
                        :PARZIALE-SESSIONE
                   FROM PagamentiQuote
                   WHERE mezzo_pagamento = 'CARTA'
                     AND terminale_pos =
                         TRIM(BOTH ' ' FROM :RG-TERMINALE)
                     AND codice_autorizzazione =
                         TRIM(BOTH ' ' FROM :RG-AUTORIZZAZIONE)
                     AND data_pagamento = :RG-DATA
                     AND regolamento_pos IS NULL
           END-EXEC.
           PERFORM ACCUMULA-PARZIALE.
           EXEC SQL
               SELECT COUNT(*), COALESCE(SUM(importo), 0),
                      COALESCE(MAX(sessione_cassa), 0)
                   INTO :PARZIALE-RIGHE, :PARZIALE-INCASSATO,
                        :PARZIALE-SESSIONE
                   FROM VenditeServizi
                   WHERE mezzo_pagamento = 'CARTA'
                     AND terminale_pos =
                         TRIM(BOTH ' ' FROM :RG-TERMINALE)
                     AND codice_autorizzazione =
                         TRIM(BOTH ' ' FROM :RG-AUTORIZZAZIONE)
                     AND data_vendita = :RG-DATA
                     AND regolamento_pos IS NULL
           END-EXEC.
           PERFORM ACCUMULA-PARZIALE.

       ACCUMULA-PARZIALE.
           ADD PARZIALE-RIGHE TO RIGHE-INCASSO.
           ADD PARZIALE-INCASSATO TO INCASSATO.
           IF PARZIALE-SESSIONE > SESSIONE-INCASSO
               MOVE PARZIALE-SESSIONE TO SESSIONE-INCASSO
           END-IF.

      *    Anche un abbinamento con differenza marca gli incassi:
      *    la differenza resta sul regolamento e non si ripresenta
      *    come incasso sospeso.
       MARCA-INCASSI.
           EXEC SQL
               UPDATE PagamentiMulte
                   SET regolamento_pos = :NUMERO-REGOLAMENTO
                   WHERE mezzo_pagamento = 'CARTA'
                     AND terminale_pos =
                         TRIM(BOTH ' ' FROM :RG-TERMINALE)
                     AND codice_autorizzazione =
                         TRIM(BOTH ' ' FROM :RG-AUTORIZZAZIONE)
                     AND data_pagamento = :RG-DATA
                     AND regolamento_pos IS NULL
           END-EXEC.
           EXEC SQL
               UPDATE PagamentiQuote
                   SET regolamento_pos = :NUMERO-REGOLAMENTO
                   WHERE mezzo_pagamento = 'CARTA'
                     AND terminale_pos =
                         TRIM(BOTH ' ' FROM :RG-TERMINALE)
                     AND codice_autorizzazione =
                         TRIM(BOTH ' ' FROM :RG-AUTORIZZAZIONE)
                     AND data_pagamento = :RG-DATA
                     AND regolamento_pos IS NULL
           END-EXEC.
           EXEC SQL
               UPDATE VenditeServizi
                   SET regolamento_pos = :NUMERO-REGOLAMENTO
                   WHERE mezzo_pagamento = 'CARTA'
                     AND terminale_pos =
                         TRIM(BOTH ' ' FROM :RG-TERMINALE)
                     AND codice_autorizzazione =
                         TRIM(BOTH ' ' FROM :RG-AUTORIZZAZIONE)
                     AND data_vendita = :RG-DATA
                     AND regolamento_pos IS NULL
           END-EXEC.

      *    Incassi con carta ancora senza regolamento dopo i giorni
      *    di attesa, per Filiale del terminale.
       ELENCA-SOSPESI.
           MOVE SPACES TO DIFFERENZA-LINE.
           WRITE DIFFERENZA-LINE.
           MOVE SPACES TO DIFFERENZA-LINE.
           STRING "INCASSI CON CARTA SENZA REGOLAMENTO (FINO AL "
               DATA-LIMITE ")"
               DELIMITED BY SIZE INTO DIFFERENZA-LINE.
           WRITE DIFFERENZA-LINE.
           EXEC SQL
               DECLARE C-SOSPESI CURSOR FOR
                   SELECT COALESCE(t.Filiale, 'TERMINALE NON CENSITO'),
                          i.terminale, i.autorizzazione, i.data_inc,
                          MAX(i.sessione), SUM(i.importo)
                       FROM (SELECT terminale_pos AS terminale,
                                    codice_autorizzazione
                                        AS autorizzazione,
                                    data_pagamento AS data_inc,
                                    sessione_cassa AS sessione,
                                    importo_pagamento AS importo
                               FROM PagamentiMulte
                               WHERE mezzo_pagamento = 'CARTA'
                                 AND regolamento_pos IS NULL
                             UNION ALL
                             SELECT terminale_pos,
                                    codice_autorizzazione,
                                    data_pagamento, sessione_cassa,
                                    importo_pagamento
                               FROM PagamentiQuote
                               WHERE mezzo_pagamento = 'CARTA'
                                 AND regolamento_pos IS NULL
                             UNION ALL
                             SELECT terminale_pos,
                                    codice_autorizzazione,
                                    data_vendita, sessione_cassa,
                                    importo
                               FROM VenditeServizi
                               WHERE mezzo_pagamento = 'CARTA'
                                 AND regolamento_pos IS NULL) i
                       LEFT JOIN TerminaliPOS t
                         ON t.codice_terminale = i.terminale
                       WHERE i.data_inc <= :DATA-LIMITE
                       GROUP BY t.Filiale, i.terminale,
                                i.autorizzazione, i.data_inc
                       ORDER BY 1, 2, 4
           END-EXEC.
           EXEC SQL OPEN C-SOSPESI END-EXEC.
           EXEC SQL
               FETCH C-SOSPESI INTO :SO-FILIALE, :SO-TERMINALE,
                   :SO-AUTORIZZAZIONE, :SO-DATA, :SO-SESSIONE,
                   :SO-IMPORTO
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = ZERO
               ADD 1 TO CONTATORE-SOSPESI
               MOVE SPACES TO DIFFERENZA-LINE
               STRING "INCASSO SENZA REGOLAMENTO - FILIALE: "
                   SO-FILIALE " POS: " SO-TERMINALE
                   " AUT: " SO-AUTORIZZAZIONE " DEL: " SO-DATA
                   " CASSA: " SO-SESSIONE " IMPORTO: " SO-IMPORTO
                   DELIMITED BY SIZE INTO DIFFERENZA-LINE
               WRITE DIFFERENZA-LINE
               EXEC SQL
                   FETCH C-SOSPESI INTO :SO-FILIALE, :SO-TERMINALE,
                       :SO-AUTORIZZAZIONE, :SO-DATA, :SO-SESSIONE,
                       :SO-IMPORTO
               END-EXEC
           END-PERFORM.
           EXEC SQL CLOSE C-SOSPESI END-EXEC.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. GESTIONE-RATEIZZAZIONI.

       ENVIRONMENT DIVISION.
       DATA DIVISION.

       WORKING-STORAGE SECTION.
           01 SCELTA-MENU       PIC 9(3).
           01 PROSEGUI          PIC X(1) VALUE "S".
             88 PROSEGUI-SI VALUE "S".
           01 CONFERMA          PIC X(1).

           01 OGGI-DATA         PIC 9(8).
           01 PARAMETRO-TESTO   PIC X(50).
      *    Debito minimo per aprire un piano (chiave
      *    RATEIZZAZIONE-MINIMO) e numero massimo di rate (chiave
      *    RATEIZZAZIONE-MAX-RATE) da Parametri.
           01 IMPORTO-MINIMO    PIC 9(5)V99 VALUE 50.00.
           01 MAX-RATE          PIC 9(3) VALUE 12.

           01 USERNAME-DEBITORE PIC X(50).
           01 NUMERO-PIANO      PIC 9(9).
           01 PIANI-ATTIVI      PIC 9(5).
           01 NUMERO-RATE       PIC 9(3).
           01 PRIMA-SCADENZA    PIC 9(8).
           01 IMPORTO-PIANO     PIC 9(7)V99.
           01 IMPORTO-RATA      PIC 9(7)V99.
           01 IMPORTO-ULTIMA    PIC 9(7)V99.
           01 RESIDUO           PIC 9(7)V99.
           01 INDICE-RATA       PIC 9(3).

      *    Multe aperte del debitore proposte per il piano: quelle
      *    scelte dall'operatore vengono agganciate al piano.
           01 MULTE-PROPOSTE    PIC 9(3).
           01 MULTE-SCELTE      PIC 9(3).
           01 INDICE-MULTA      PIC 9(3).
           01 ELENCO-MULTE.
               03 EM-MULTA OCCURS 50 TIMES.
                   05 EM-ISBN       PIC X(50).
                   05 EM-DATA       PIC X(50).
                   05 EM-RESIDUO    PIC 9(7)V99.
                   05 EM-SCELTA     PIC X(1).

           01 MULTA-REC.
               03 M-ISBN            PIC X(50).
               03 M-DATA            PIC X(50).
               03 M-IMPORTO         PIC 9(5)V99.
               03 M-PAGATO          PIC 9(5)V99.
               03 M-TIPO            PIC X(12).

           01 PIANO-REC.
               03 PR-NUMERO         PIC 9(9).
               03 PR-APERTURA       PIC 9(8).
               03 PR-IMPORTO        PIC 9(7)V99.
               03 PR-RATE           PIC 9(3).
               03 PR-STATO          PIC X(12).
           01 RATA-REC.
               03 RT-NUMERO         PIC 9(3).
               03 RT-SCADENZA       PIC 9(8).
               03 RT-IMPORTO        PIC 9(7)V99.
               03 RT-PAGATO         PIC 9(7)V99.
               03 RT-STATO          PIC X(12).

      *    Scadenze mensili a partire dalla prima, stesso giorno del
      *    mese (oltre il 28 si ferma al 28).
           01 DATA-RATA.
               03 DATA-RATA-ANNO    PIC 9(4).
               03 DATA-RATA-MESE    PIC 9(2).
               03 DATA-RATA-GIORNO  PIC 9(2).
           01 DATA-RATA-NUM REDEFINES DATA-RATA PIC 9(8).
           01 MESI-TOTALI       PIC 9(6).
           01 MESI-AVANTI       PIC 9(3).

           01 AUDIT-PROGRAMMA   PIC X(30).
           01 AUDIT-OPERAZIONE  PIC X(20).
           01 AUDIT-CHIAVE      PIC X(50).

      *    Interruttore di scrittura della finestra batch (stato
      *    CONSULTA = online in sola consultazione).
           01 CS-ESITO-FINESTRA PIC X(1).
       EXEC SQL INCLUDE SQLCA END-EXEC.

       LINKAGE SECTION.
           01 OPERATORE-USERNAME PIC X(50).

       PROCEDURE DIVISION USING OPERATORE-USERNAME.
      *    Piani di rateizzazione per i debiti piu' pesanti (tipico
      *    il rimborso di copie perse da MARCA-LIBRO-PERSO): si
      *    scelgono le multe aperte del tesserato, il numero di rate
      *    e la prima scadenza, le rate seguono mese per mese
      *    (RatePiano). Le multe scelte portano il numero del piano
      *    (Multe.numero_piano). Finche' il piano e' ATTIVO quelle
      *    multe non bloccano il prestito e non vanno in
      *    riscossione; i pagamenti si fanno in PAGA-MULTA sulla
      *    rata in scadenza. Una rata non pagata fa decadere il
      *    piano (DECADENZA-RATE, batch notturno): il blocco torna
      *    e il residuo passa a ESPORTA-RISCOSSIONE.
       GESTIONE-RATEIZZAZIONI-PARA.
           CALL 'CONTROLLA-SCRITTURA' USING CS-ESITO-FINESTRA
           IF CS-ESITO-FINESTRA NOT = "S"
               DISPLAY "Sistema in sola consultazione durante la "
                   "finestra batch: operazione non disponibile."
               EXIT PROGRAM
           END-IF
           DISPLAY "------- SONO GESTIONE-RATEIZZAZIONI!".
           ACCEPT OGGI-DATA FROM DATE YYYYMMDD.

           EXEC SQL
               SELECT Valore INTO :PARAMETRO-TESTO FROM Parametri
                   WHERE Chiave = 'RATEIZZAZIONE-MINIMO'
           END-EXEC.
           IF SQLCODE = 0
               MOVE FUNCTION NUMVAL(PARAMETRO-TESTO) TO IMPORTO-MINIMO
           END-IF.
           EXEC SQL
               SELECT Valore INTO :PARAMETRO-TESTO FROM Parametri
                   WHERE Chiave = 'RATEIZZAZIONE-MAX-RATE'
           END-EXEC.
           IF SQLCODE = 0
               MOVE FUNCTION NUMVAL(PARAMETRO-TESTO) TO MAX-RATE
           END-IF.

           PERFORM UNTIL NOT PROSEGUI-SI
               DISPLAY " "
               DISPLAY "----- Piani di rateizzazione -----"
               DISPLAY "1. Nuovo piano"
               DISPLAY "2. Piani e rate di un tesserato"
               DISPLAY "3. Annulla un piano"
               DISPLAY "0. Torna indietro"
               DISPLAY "Scegli un'opzione: "
               ACCEPT SCELTA-MENU
               EVALUATE SCELTA-MENU
                   WHEN 1 PERFORM NUOVO-PIANO
                   WHEN 2 PERFORM ELENCA-PIANI
                   WHEN 3 PERFORM ANNULLA-PIANO
                   WHEN 0 MOVE "N" TO PROSEGUI
                   WHEN OTHER DISPLAY "Opzione non valida."
               END-EVALUATE
           END-PERFORM.

           EXIT PROGRAM.

      *****************APERTURA DI UN PIANO****************************
       NUOVO-PIANO.
           DISPLAY "Username del debitore: "
           ACCEPT USERNAME-DEBITORE.
           EXEC SQL
               SELECT COUNT(*) INTO :PIANI-ATTIVI
                   FROM PianiRateali
                   WHERE Username =
                         TRIM(BOTH ' ' FROM :USERNAME-DEBITORE)
                     AND stato = 'ATTIVO'
           END-EXEC.
           IF PIANI-ATTIVI > 0
               DISPLAY "Il tesserato ha gia' un piano attivo."
               EXIT PARAGRAPH
           END-IF.

           MOVE ZERO TO MULTE-PROPOSTE.
           MOVE ZERO TO MULTE-SCELTE.
           MOVE ZERO TO IMPORTO-PIANO.
           EXEC SQL
               DECLARE C-MULTE-LIBERE CURSOR FOR
                   SELECT codiceISBN, data_multa, importo,
                          importo_pagato,
                          COALESCE(tipo_multa, 'RITARDO')
                       FROM Multe
                       WHERE Username =
                             TRIM(BOTH ' ' FROM :USERNAME-DEBITORE)
                         AND stato = 'APERTA'
                         AND COALESCE(numero_piano, 0) = 0
                       ORDER BY data_multa
           END-EXEC.
           EXEC SQL OPEN C-MULTE-LIBERE END-EXEC.
           EXEC SQL
               FETCH C-MULTE-LIBERE INTO :M-ISBN, :M-DATA,
                   :M-IMPORTO, :M-PAGATO, :M-TIPO
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = 0 OR MULTE-PROPOSTE = 50
               ADD 1 TO MULTE-PROPOSTE
               MOVE M-ISBN TO EM-ISBN(MULTE-PROPOSTE)
               MOVE M-DATA TO EM-DATA(MULTE-PROPOSTE)
               COMPUTE EM-RESIDUO(MULTE-PROPOSTE) =
                   M-IMPORTO - M-PAGATO
               MOVE "N" TO EM-SCELTA(MULTE-PROPOSTE)
               EXEC SQL
                   FETCH C-MULTE-LIBERE INTO :M-ISBN, :M-DATA,
                       :M-IMPORTO, :M-PAGATO, :M-TIPO
               END-EXEC
           END-PERFORM.
           EXEC SQL CLOSE C-MULTE-LIBERE END-EXEC.
           IF MULTE-PROPOSTE = 0
               DISPLAY "Nessuna multa aperta da rateizzare."
               EXIT PARAGRAPH
           END-IF.

           PERFORM VARYING INDICE-MULTA FROM 1 BY 1
                   UNTIL INDICE-MULTA > MULTE-PROPOSTE
               DISPLAY EM-DATA(INDICE-MULTA)(1:8) " "
                   EM-ISBN(INDICE-MULTA)(1:25) " residuo "
                   EM-RESIDUO(INDICE-MULTA)
               DISPLAY "   Includere nel piano (S/N)? "
               ACCEPT EM-SCELTA(INDICE-MULTA)
               IF EM-SCELTA(INDICE-MULTA) = "s"
                   MOVE "S" TO EM-SCELTA(INDICE-MULTA)
               END-IF
               IF EM-SCELTA(INDICE-MULTA) = "S"
                   ADD 1 TO MULTE-SCELTE
                   ADD EM-RESIDUO(INDICE-MULTA) TO IMPORTO-PIANO
               END-IF
           END-PERFORM.
           IF MULTE-SCELTE = 0
               DISPLAY "Nessuna multa scelta."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Importo da rateizzare: " IMPORTO-PIANO.
           IF IMPORTO-PIANO < IMPORTO-MINIMO
               DISPLAY "Importo sotto il minimo rateizzabile ("
                   IMPORTO-MINIMO " euro)."
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Numero di rate (2-" MAX-RATE "): "
           ACCEPT NUMERO-RATE.
           IF NUMERO-RATE < 2 OR NUMERO-RATE > MAX-RATE
               DISPLAY "Numero di rate non valido."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Prima scadenza (AAAAMMGG, 0 = fra un mese): "
           ACCEPT PRIMA-SCADENZA.
           IF PRIMA-SCADENZA = 0
               MOVE OGGI-DATA TO DATA-RATA-NUM
               MOVE 1 TO MESI-AVANTI
               PERFORM AVANZA-MESI
               MOVE DATA-RATA-NUM TO PRIMA-SCADENZA
           END-IF.
           IF PRIMA-SCADENZA < OGGI-DATA
               DISPLAY "La prima scadenza non puo' essere passata."
               EXIT PARAGRAPH
           END-IF.

      *    Rate uguali arrotondate al centesimo: l'ultima assorbe
      *    la differenza.
           COMPUTE IMPORTO-RATA = IMPORTO-PIANO / NUMERO-RATE.
           COMPUTE IMPORTO-ULTIMA =
               IMPORTO-PIANO - IMPORTO-RATA * (NUMERO-RATE - 1).
           DISPLAY NUMERO-RATE " rate mensili da " IMPORTO-RATA
               " (ultima " IMPORTO-ULTIMA ") dal " PRIMA-SCADENZA.
           DISPLAY "Confermi il piano (S/N)? "
           ACCEPT CONFERMA.
           IF CONFERMA NOT = "S" AND CONFERMA NOT = "s"
               EXIT PARAGRAPH
           END-IF.

           EXEC SQL
               SELECT COALESCE(MAX(numero_piano), 0) + 1
                   INTO :NUMERO-PIANO
                   FROM PianiRateali
           END-EXEC.
           EXEC SQL
               INSERT INTO PianiRateali (numero_piano, Username,
                   data_apertura, importo_totale, numero_rate, stato,
                   operatore)
               VALUES (:NUMERO-PIANO,
                       TRIM(BOTH ' ' FROM :USERNAME-DEBITORE),
                       :OGGI-DATA, :IMPORTO-PIANO, :NUMERO-RATE,
                       'ATTIVO',
                       TRIM(BOTH ' ' FROM :OPERATORE-USERNAME))
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY "Errore: " SQLERRMC
               EXEC SQL ROLLBACK END-EXEC
               EXIT PARAGRAPH
           END-IF.

           PERFORM VARYING INDICE-RATA FROM 1 BY 1
                   UNTIL INDICE-RATA > NUMERO-RATE
               MOVE PRIMA-SCADENZA TO DATA-RATA-NUM
               COMPUTE MESI-AVANTI = INDICE-RATA - 1
               PERFORM AVANZA-MESI
               IF INDICE-RATA = NUMERO-RATE
                   MOVE IMPORTO-ULTIMA TO RT-IMPORTO
               ELSE
                   MOVE IMPORTO-RATA TO RT-IMPORTO
               END-IF
               EXEC SQL
                   INSERT INTO RatePiano (numero_piano, numero_rata,
                       data_scadenza, importo, importo_pagato, stato)
                   VALUES (:NUMERO-PIANO, :INDICE-RATA,
                           :DATA-RATA-NUM, :RT-IMPORTO, 0, 'APERTA')
               END-EXEC
           END-PERFORM.

           PERFORM VARYING INDICE-MULTA FROM 1 BY 1
                   UNTIL INDICE-MULTA > MULTE-PROPOSTE
               IF EM-SCELTA(INDICE-MULTA) = "S"
                   MOVE EM-ISBN(INDICE-MULTA) TO M-ISBN
                   MOVE EM-DATA(INDICE-MULTA) TO M-DATA
                   EXEC SQL
                       UPDATE Multe
                           SET numero_piano = :NUMERO-PIANO
                           WHERE Username =
                                 TRIM(BOTH ' ' FROM :USERNAME-DEBITORE)
                             AND codiceISBN =
                                 TRIM(BOTH ' ' FROM :M-ISBN)
                             AND data_multa =
                                 TRIM(BOTH ' ' FROM :M-DATA)
                             AND stato = 'APERTA'
                   END-EXEC
               END-IF
           END-PERFORM.

           MOVE "NUOVO PIANO" TO AUDIT-OPERAZIONE.
           PERFORM REGISTRA-AUDIT.
           EXEC SQL COMMIT END-EXEC.
           DISPLAY "Piano n. " NUMERO-PIANO " attivo: il blocco per "
               "multe insolute non vale finche' le rate sono in "
               "regola.".

      *    Data MESI-AVANTI mesi dopo DATA-RATA-NUM.
       AVANZA-MESI.
           COMPUTE MESI-TOTALI =
               DATA-RATA-ANNO * 12 + DATA-RATA-MESE - 1 + MESI-AVANTI.
           COMPUTE DATA-RATA-ANNO = MESI-TOTALI / 12.
           COMPUTE DATA-RATA-MESE =
               MESI-TOTALI - DATA-RATA-ANNO * 12 + 1.
           IF DATA-RATA-GIORNO > 28
               MOVE 28 TO DATA-RATA-GIORNO
           END-IF.

      *****************PIANI E RATE DI UN TESSERATO********************
       ELENCA-PIANI.
           DISPLAY "Username del tesserato: "
           ACCEPT USERNAME-DEBITORE.
           EXEC SQL
               DECLARE C-PIANI CURSOR WITH HOLD FOR
                   SELECT numero_piano, data_apertura, importo_totale,
                          numero_rate, stato
                       FROM PianiRateali
                       WHERE Username =
                             TRIM(BOTH ' ' FROM :USERNAME-DEBITORE)
                       ORDER BY numero_piano
           END-EXEC.
           EXEC SQL OPEN C-PIANI END-EXEC.
           EXEC SQL
               FETCH C-PIANI INTO :PR-NUMERO, :PR-APERTURA,
                   :PR-IMPORTO, :PR-RATE, :PR-STATO
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY "Nessun piano per questo tesserato."
           END-IF.
           PERFORM UNTIL SQLCODE NOT = 0
               DISPLAY "Piano " PR-NUMERO " del " PR-APERTURA
                   " importo " PR-IMPORTO " in " PR-RATE " rate - "
                   PR-STATO
               MOVE PR-NUMERO TO NUMERO-PIANO
               PERFORM ELENCA-RATE
               EXEC SQL
                   FETCH C-PIANI INTO :PR-NUMERO, :PR-APERTURA,
                       :PR-IMPORTO, :PR-RATE, :PR-STATO
               END-EXEC
           END-PERFORM.
           EXEC SQL CLOSE C-PIANI END-EXEC.

       ELENCA-RATE.
           EXEC SQL
               DECLARE C-RATE CURSOR FOR
                   SELECT numero_rata, data_scadenza, importo,
                          importo_pagato, stato
                       FROM RatePiano
                       WHERE numero_piano = :NUMERO-PIANO
                       ORDER BY numero_rata
           END-EXEC.
           EXEC SQL OPEN C-RATE END-EXEC.
           EXEC SQL
               FETCH C-RATE INTO :RT-NUMERO, :RT-SCADENZA,
                   :RT-IMPORTO, :RT-PAGATO, :RT-STATO
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = 0
               DISPLAY "   rata " RT-NUMERO " scade " RT-SCADENZA
                   " importo " RT-IMPORTO " pagato " RT-PAGATO
                   " " RT-STATO
               EXEC SQL
                   FETCH C-RATE INTO :RT-NUMERO, :RT-SCADENZA,
                       :RT-IMPORTO, :RT-PAGATO, :RT-STATO
               END-EXEC
           END-PERFORM.
           EXEC SQL CLOSE C-RATE END-EXEC.

      *****************ANNULLAMENTO************************************
      *    Le multe tornano fuori piano con il loro residuo: di
      *    nuovo soggette al blocco e all'anzianita' ordinaria.
       ANNULLA-PIANO.
           DISPLAY "Numero del piano: "
           ACCEPT NUMERO-PIANO.
           EXEC SQL
               SELECT stato INTO :PR-STATO FROM PianiRateali
                   WHERE numero_piano = :NUMERO-PIANO
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY "Piano non trovato."
               EXIT PARAGRAPH
           END-IF.
           IF PR-STATO NOT = "ATTIVO"
               DISPLAY "Si annullano solo i piani attivi (stato "
                   PR-STATO ")."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Confermi l'annullamento (S/N)? "
           ACCEPT CONFERMA.
           IF CONFERMA NOT = "S" AND CONFERMA NOT = "s"
               EXIT PARAGRAPH
           END-IF.
           EXEC SQL
               UPDATE PianiRateali
                   SET stato = 'ANNULLATO',
                       data_chiusura = :OGGI-DATA
                   WHERE numero_piano = :NUMERO-PIANO
           END-EXEC.
           EXEC SQL
               UPDATE Multe
                   SET numero_piano = NULL
                   WHERE numero_piano = :NUMERO-PIANO
                     AND stato = 'APERTA'
           END-EXEC.
           MOVE "ANNULLA PIANO" TO AUDIT-OPERAZIONE.
           PERFORM REGISTRA-AUDIT.
           EXEC SQL COMMIT END-EXEC.
           DISPLAY "Piano annullato.".

       REGISTRA-AUDIT.
           MOVE "GESTIONE-RATEIZZAZIONI" TO AUDIT-PROGRAMMA.
           MOVE SPACES TO AUDIT-CHIAVE.
           MOVE NUMERO-PIANO TO AUDIT-CHIAVE.
           CALL 'AUDIT-WRITER' USING OPERATORE-USERNAME,
               AUDIT-PROGRAMMA, AUDIT-OPERAZIONE, AUDIT-CHIAVE.

           01 SALDO-ED          PIC +9(7).99.
           01 CONTATORE-MOVIMENTI PIC 9(5) VALUE ZERO.

      *    Piani di rateizzazione del tesserato (PianiRateali e
      *    RatePiano), in appendice con lo stato di ogni rata.
           01 PIANO-REC.
               03 PR-NUMERO     PIC 9(9).
               03 PR-APERTURA   PIC 9(8).
               03 PR-IMPORTO    PIC 9(7)V99.
               03 PR-RATE       PIC 9(3).
               03 PR-STATO      PIC X(12).
           01 RATA-REC.
               03 RT-NUMERO     PIC 9(3).
               03 RT-SCADENZA   PIC 9(8).
               03 RT-IMPORTO    PIC 9(7)V99.
               03 RT-PAGATO     PIC 9(7)V99.
               03 RT-STATO      PIC X(12).
           01 PIANI-TROVATI     PIC 9(5).

      *    Borsellino prepagato (Borsellini e MovimentiBorsellino):
      *    saldo attuale e movimenti del periodo in appendice. I
      *    pagamenti tratti dal borsellino compaiono anche nella
      *    cronologia come normali pagamenti di multe e quote.
           01 BORSELLINO-REC.
               03 BR-SALDO      PIC 9(7)V99.
               03 BR-STATO      PIC X(12).
           01 MOVBORS-REC.
               03 MB-DATA       PIC 9(8).
               03 MB-TIPO       PIC X(20).
               03 MB-SEGNO      PIC X(1).
               03 MB-IMPORTO    PIC 9(7)V99.
               03 MB-SALDO-DOPO PIC 9(7)V99.
               03 MB-RIFERIMENTO PIC X(50).

       EXEC SQL INCLUDE SQLCA END-EXEC.

       LINKAGE SECTION.
      *    pagamenti (PagamentiMulte), esoneri approvati (il residuo
      *    della multa esonerata) e quote di iscrizione emesse e
      *    incassate, fusi in un'unica cronologia con saldo
      *    progressivo; in appendice i piani di rateizzazione con
      *    le loro rate e il borsellino prepagato con i suoi
      *    movimenti. Stampa sul file ESTRCON nello stile delle
      *    ricevute, in parallelo il CSV ESTRCSV. Chiude le dispute
      *    "questa multa non e' mia" ricostruite finora a mano da
      *    tre programmi diversi.
               DELIMITED BY SIZE INTO ESTRATTO-LINE.
           WRITE ESTRATTO-LINE.

           PERFORM APPENDICE-PIANI.
           PERFORM APPENDICE-BORSELLINO.
           PERFORM APPENDICE-ARCHIVIO.

           CLOSE ESTRATTO-OUTPUT.

           EXIT PROGRAM.

       APPENDICE-PIANI.
           MOVE ZERO TO PIANI-TROVATI.
           EXEC SQL
               DECLARE C-PIANI CURSOR WITH HOLD FOR
                   SELECT numero_piano, data_apertura, importo_totale,
                          numero_rate, stato
                       FROM PianiRateali
                       WHERE Username =
                             TRIM(BOTH ' ' FROM :USERNAME-RICERCA)
                       ORDER BY numero_piano
           END-EXEC.
           EXEC SQL OPEN C-PIANI END-EXEC.
           EXEC SQL
               FETCH C-PIANI INTO :PR-NUMERO, :PR-APERTURA,
                   :PR-IMPORTO, :PR-RATE, :PR-STATO
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = ZERO
               IF PIANI-TROVATI = ZERO
                   MOVE SPACES TO ESTRATTO-LINE
                   WRITE ESTRATTO-LINE
                   MOVE SPACES TO ESTRATTO-LINE
                   STRING "--- PIANI DI RATEIZZAZIONE ---"
                       DELIMITED BY SIZE INTO ESTRATTO-LINE
                   WRITE ESTRATTO-LINE
               END-IF
               ADD 1 TO PIANI-TROVATI
               MOVE SPACES TO ESTRATTO-LINE
               STRING "PIANO " PR-NUMERO " DEL " PR-APERTURA
                   " IMPORTO " PR-IMPORTO " IN " PR-RATE " RATE - "
                   PR-STATO
                   DELIMITED BY SIZE INTO ESTRATTO-LINE
               WRITE ESTRATTO-LINE
               PERFORM SCRIVI-RATE-PIANO
               EXEC SQL
                   FETCH C-PIANI INTO :PR-NUMERO, :PR-APERTURA,
                       :PR-IMPORTO, :PR-RATE, :PR-STATO
               END-EXEC
           END-PERFORM.
           EXEC SQL CLOSE C-PIANI END-EXEC.
           IF PIANI-TROVATI > ZERO
               DISPLAY "Piani di rateizzazione in appendice: "
                   PIANI-TROVATI
           END-IF.

       SCRIVI-RATE-PIANO.
           EXEC SQL
               DECLARE C-RATE CURSOR FOR
                   SELECT numero_rata, data_scadenza, importo,
                          importo_pagato, stato
                       FROM RatePiano
                       WHERE numero_piano = :PR-NUMERO
                       ORDER BY numero_rata
           END-EXEC.
           EXEC SQL OPEN C-RATE END-EXEC.
           EXEC SQL
               FETCH C-RATE INTO :RT-NUMERO, :RT-SCADENZA,
                   :RT-IMPORTO, :RT-PAGATO, :RT-STATO
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = ZERO
               MOVE SPACES TO ESTRATTO-LINE
               STRING "   RATA " RT-NUMERO " SCADENZA " RT-SCADENZA
                   " IMPORTO " RT-IMPORTO " PAGATO " RT-PAGATO
                   " " RT-STATO
                   DELIMITED BY SIZE INTO ESTRATTO-LINE
               WRITE ESTRATTO-LINE
               EXEC SQL
                   FETCH C-RATE INTO :RT-NUMERO, :RT-SCADENZA,
                       :RT-IMPORTO, :RT-PAGATO, :RT-STATO
               END-EXEC
           END-PERFORM.
           EXEC SQL CLOSE C-RATE END-EXEC.

       APPENDICE-BORSELLINO.
           EXEC SQL
               SELECT saldo, stato INTO :BR-SALDO, :BR-STATO
                   FROM Borsellini
                   WHERE Username =
                         TRIM(BOTH ' ' FROM :USERNAME-RICERCA)
           END-EXEC.
           IF SQLCODE NOT = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO ESTRATTO-LINE.
           WRITE ESTRATTO-LINE.
           MOVE SPACES TO ESTRATTO-LINE.
           STRING "--- BORSELLINO PREPAGATO - SALDO " BR-SALDO
               " - " BR-STATO " ---"
               DELIMITED BY SIZE INTO ESTRATTO-LINE.
           WRITE ESTRATTO-LINE.
           EXEC SQL
               DECLARE C-MOVBORS CURSOR FOR
                   SELECT data_movimento, tipo, segno, importo,
                          saldo_dopo, COALESCE(riferimento, ' ')
                       FROM MovimentiBorsellino
                       WHERE Username =
                             TRIM(BOTH ' ' FROM :USERNAME-RICERCA)
                         AND data_movimento >= :DATA-DA
                         AND data_movimento <= :DATA-A
                       ORDER BY numero_movimento
           END-EXEC.
           EXEC SQL OPEN C-MOVBORS END-EXEC.
           EXEC SQL
               FETCH C-MOVBORS INTO :MB-DATA, :MB-TIPO, :MB-SEGNO,
                   :MB-IMPORTO, :MB-SALDO-DOPO, :MB-RIFERIMENTO
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = ZERO
               MOVE SPACES TO ESTRATTO-LINE
               STRING "   " MB-DATA " " MB-TIPO " " MB-SEGNO
                   MB-IMPORTO " SALDO " MB-SALDO-DOPO " "
                   MB-RIFERIMENTO(1:25)
                   DELIMITED BY SIZE INTO ESTRATTO-LINE
               WRITE ESTRATTO-LINE
               EXEC SQL
                   FETCH C-MOVBORS INTO :MB-DATA, :MB-TIPO,
                       :MB-SEGNO, :MB-IMPORTO, :MB-SALDO-DOPO,
                       :MB-RIFERIMENTO
               END-EXEC
           END-PERFORM.
           EXEC SQL CLOSE C-MOVBORS END-EXEC.

      *    Prestiti degli anni gia' archiviati (ARCHIVIA-STORICO):
      *    se sul DD STORARC e' montata una generazione, i prestiti
      *    del tesserato nel periodo finiscono in appendice.

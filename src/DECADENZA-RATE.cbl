       IDENTIFICATION DIVISION.
       PROGRAM-ID. DECADENZA-RATE.

       ENVIRONMENT DIVISION.
       DATA DIVISION.

       WORKING-STORAGE SECTION.
      *    Giorni di tolleranza dopo la scadenza di una rata prima
      *    che il piano decada (chiave RATEIZZAZIONE-TOLLERANZA di
      *    Parametri); il VALUE e' il default.
           01 GIORNI-TOLLERANZA PIC 9(3) VALUE 5.
           01 PARAMETRO-TESTO   PIC X(50).

           01 OGGI-DATA         PIC 9(8).
           01 GIORNO-SERIALE    PIC 9(9).
           01 DATA-LIMITE       PIC 9(8).

           01 PIANO-REC.
               03 PR-NUMERO         PIC 9(9).
               03 PR-USERNAME       PIC X(50).
               03 PR-RATA           PIC 9(3).
               03 PR-SCADENZA       PIC 9(8).
           01 RESIDUO-PIANO     PIC 9(7)V99.

           01 CONTATORE-DECADUTI PIC 9(5) VALUE ZERO.

           01 RUN-RICHIESTA.
               03 RC-OPERAZIONE     PIC X(1).
               03 RC-PROGRAMMA      PIC X(30).
               03 RC-DATA-ESERCIZIO PIC 9(8).
               03 RC-ESAMINATE      PIC 9(7).
               03 RC-MODIFICATE     PIC 9(7).
               03 RC-CHIAVE         PIC X(50).
               03 RC-ESITO          PIC X(1).

       EXEC SQL INCLUDE SQLCA END-EXEC.

       PROCEDURE DIVISION.
      *    Giro notturno dei piani di rateizzazione
      *    (GESTIONE-RATEIZZAZIONI): un piano ATTIVO con una rata
      *    aperta oltre la scadenza piu' la tolleranza decade. Le
      *    rate ancora aperte passano INSOLUTA e le multe del piano
      *    tornano a contare per il blocco dei prestiti; il loro
      *    residuo diventa subito esportabile da
      *    ESPORTA-RISCOSSIONE. Gira dopo CALCOLA-MULTE e prima del
      *    rinnovo automatico, che applica lo stesso blocco.
       DECADENZA-RATE-PARA.
           DISPLAY "------- SONO DECADENZA-RATE (batch)!".
           ACCEPT OGGI-DATA FROM DATE YYYYMMDD.

           MOVE "A" TO RC-OPERAZIONE.
           MOVE "DECADENZA-RATE" TO RC-PROGRAMMA.
           MOVE OGGI-DATA TO RC-DATA-ESERCIZIO.
           CALL 'CONTROLLO-RUN' USING RUN-RICHIESTA.
           IF RC-ESITO NOT = "S"
               EXIT PROGRAM
           END-IF.

           EXEC SQL
               SELECT Valore INTO :PARAMETRO-TESTO FROM Parametri
                   WHERE Chiave = 'RATEIZZAZIONE-TOLLERANZA'
           END-EXEC.
           IF SQLCODE = 0
               MOVE FUNCTION NUMVAL(PARAMETRO-TESTO)
                   TO GIORNI-TOLLERANZA
           END-IF.
           COMPUTE GIORNO-SERIALE =
               FUNCTION INTEGER-OF-DATE(OGGI-DATA) - GIORNI-TOLLERANZA.
           COMPUTE DATA-LIMITE =
               FUNCTION DATE-OF-INTEGER(GIORNO-SERIALE).

      *    La prima rata mancata di ogni piano attivo.
           EXEC SQL
               DECLARE C-INSOLUTI CURSOR WITH HOLD FOR
                   SELECT p.numero_piano, p.Username,
                          MIN(r.numero_rata), MIN(r.data_scadenza)
                       FROM PianiRateali p
                       JOIN RatePiano r
                         ON r.numero_piano = p.numero_piano
                       WHERE p.stato = 'ATTIVO'
                         AND r.stato = 'APERTA'
                         AND r.data_scadenza < :DATA-LIMITE
                       GROUP BY p.numero_piano, p.Username
                       ORDER BY p.numero_piano
           END-EXEC.
           EXEC SQL OPEN C-INSOLUTI END-EXEC.
           EXEC SQL
               FETCH C-INSOLUTI INTO :PR-NUMERO, :PR-USERNAME,
                   :PR-RATA, :PR-SCADENZA
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = ZERO
               PERFORM DECADI-PIANO
               EXEC SQL
                   FETCH C-INSOLUTI INTO :PR-NUMERO, :PR-USERNAME,
                       :PR-RATA, :PR-SCADENZA
               END-EXEC
           END-PERFORM.
           EXEC SQL CLOSE C-INSOLUTI END-EXEC.

           EXEC SQL COMMIT END-EXEC.

           MOVE "C" TO RC-OPERAZIONE.
           MOVE CONTATORE-DECADUTI TO RC-ESAMINATE.
           MOVE CONTATORE-DECADUTI TO RC-MODIFICATE.
           CALL 'CONTROLLO-RUN' USING RUN-RICHIESTA.

           DISPLAY "Piani decaduti per rata non pagata: "
               CONTATORE-DECADUTI.

           EXIT PROGRAM.

       DECADI-PIANO.
           EXEC SQL
               UPDATE PianiRateali
                   SET stato = 'DECADUTO',
                       data_chiusura = :OGGI-DATA
                   WHERE numero_piano = :PR-NUMERO
                     AND stato = 'ATTIVO'
           END-EXEC.
           IF SQLCODE NOT = 0
               EXIT PARAGRAPH
           END-IF.
           EXEC SQL
               UPDATE RatePiano
                   SET stato = 'INSOLUTA'
                   WHERE numero_piano = :PR-NUMERO
                     AND stato = 'APERTA'
           END-EXEC.
           EXEC SQL
               SELECT COALESCE(SUM(importo - importo_pagato), 0)
                   INTO :RESIDUO-PIANO
                   FROM Multe
                   WHERE numero_piano = :PR-NUMERO
                     AND stato = 'APERTA'
           END-EXEC.
           ADD 1 TO CONTATORE-DECADUTI.
           DISPLAY "Piano " PR-NUMERO " di " PR-USERNAME(1:25)
               " decaduto: rata " PR-RATA " scaduta il " PR-SCADENZA
               ", residuo " RESIDUO-PIANO.

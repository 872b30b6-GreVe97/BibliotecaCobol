      *                         esercizio; altrimenti "S", e RC-CHIAVE
      *                         riporta l'ultimo checkpoint salvato da
      *                         un run interrotto (spazi se si parte
      *                         da zero). Alla ripresa RC-ESAMINATE e
      *                         RC-MODIFICATE riportano i contatori
      *                         salvati (zero per un run nuovo) e il
      *                         RunLog conta la ripartenza
      *                         (ripartenze, ultima_ripresa_ts).
      *      RC-OPERAZIONE "K": checkpoint. salva chiave e contatori
      *                         del run in corso.
      *      RC-OPERAZIONE "C": chiusura. segna il run COMPLETO con i
       APRI-RUN.
           MOVE "N" TO RC-ESITO.
           MOVE SPACES TO RC-CHIAVE.
           MOVE ZERO TO RC-ESAMINATE.
           MOVE ZERO TO RC-MODIFICATE.

           EXEC SQL
               SELECT COUNT(*) INTO :RUN-COMPLETI FROM RunLog
               END-EXEC
               IF RUN-IN-CORSO > 0
                   EXEC SQL
                       SELECT COALESCE(checkpoint_chiave, ' '),
                              COALESCE(esaminate, 0),
                              COALESCE(modificate, 0)
                           INTO :CHIAVE-SALVATA, :RC-ESAMINATE,
                                :RC-MODIFICATE
                           FROM RunLog
                           WHERE Programma =
                                 TRIM(BOTH ' ' FROM :RC-PROGRAMMA)
                             AND stato = 'IN CORSO'
                   END-EXEC
                   MOVE CHIAVE-SALVATA TO RC-CHIAVE
                   PERFORM REGISTRA-RIPRESA
                   MOVE "S" TO RC-ESITO
                   DISPLAY "CONTROLLO-RUN: ripresa del run "
                       "interrotto di " RC-PROGRAMMA " dalla chiave '"
                       CHIAVE-SALVATA "'."
               ELSE
                   PERFORM INSERISCI-RUN
               END-IF
           END-IF.

      *    La ripartenza resta scritta sul RunLog del giorno: chi
      *    legge il registro vede che il run non e' filato liscio.
       REGISTRA-RIPRESA.
           ACCEPT ADESSO-DATA FROM DATE YYYYMMDD.
           ACCEPT ADESSO-ORA FROM TIME.
           EXEC SQL
               UPDATE RunLog
                   SET ripartenze = COALESCE(ripartenze, 0) + 1,
                       ultima_ripresa_ts = :ADESSO
                   WHERE Programma =
                             TRIM(BOTH ' ' FROM :RC-PROGRAMMA)
                     AND DataEsercizio = :RC-DATA-ESERCIZIO
                     AND stato = 'IN CORSO'
           END-EXEC.
           EXEC SQL COMMIT END-EXEC.

       INSERISCI-RUN.
           ACCEPT ADESSO-DATA FROM DATE YYYYMMDD.
           ACCEPT ADESSO-ORA FROM TIME.
           EXEC SQL
               INSERT INTO RunLog (Programma, DataEsercizio,
                   inizio_ts, stato, esaminate, modificate,
                   checkpoint_chiave, ripartenze)
               VALUES (TRIM(BOTH ' ' FROM :RC-PROGRAMMA),
                       :RC-DATA-ESERCIZIO, :ADESSO, 'IN CORSO',
                       0, 0, ' ', 0)
           END-EXEC.
           IF SQLCODE = 0
               EXEC SQL COMMIT END-EXEC

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTROLLA-CONSENSO.

       ENVIRONMENT DIVISION.
       DATA DIVISION.

       WORKING-STORAGE SECTION.
           01 OGGI-DATA           PIC 9(8).
           01 NUMERO-CONSENSO     PIC 9(9).
           01 ULTIMO-CONSENSO     PIC 9(9).
           01 VERSIONE-CORRENTE   PIC 9(3).
           01 TESTI-PUBBLICATI    PIC 9(5).
           01 CONSENSO-PRECEDENTE PIC X(1).
           01 CONSENSO-NUOVO      PIC X(1).

       EXEC SQL INCLUDE SQLCA END-EXEC.

       LINKAGE SECTION.
      *    Registro dei consensi (ConsensiUtente): una riga per ogni
      *    scelta del tesserato, mai aggiornata, con finalita',
      *    canale, versione del testo (TestiConsenso) mostrato al
      *    momento, data e modalita' di raccolta (SPORTELLO,
      *    REGISTRAZIONE, AREA-LETTORE). Vale l'ultima riga per
      *    finalita' e canale; senza righe il consenso non c'e'.
      *    Finalita': SOLLECITI (solleciti e avvisi sui prestiti),
      *    RINNOVO (rinnovo tessera), NOVITA (avvisi sulle novita'),
      *    ciascuna sui canali EMAIL e SMS; DIGITALE (conto sulla
      *    piattaforma regionale di prestito digitale), canale DATI.
      *    CC-OPERAZIONE "V" = verifica: CC-CONSENSO 'S'/'N' e la
      *    versione accettata in CC-VERSIONE.
      *    CC-OPERAZIONE "R" = registra la scelta in CC-CONSENSO
      *    sulla versione corrente del testo; CC-ESITO 'N' se il
      *    testo della finalita' non e' ancora pubblicato. La revoca
      *    del consenso DIGITALE mette in coda la disattivazione del
      *    conto (DisattivazioniDigitali, come DELETE-USER).
       01 CC-RICHIESTA.
           03 CC-OPERAZIONE     PIC X(1).
           03 CC-USERNAME       PIC X(50).
           03 CC-FINALITA       PIC X(12).
           03 CC-CANALE         PIC X(10).
           03 CC-CONSENSO       PIC X(1).
           03 CC-MODALITA       PIC X(15).
           03 CC-OPERATORE      PIC X(50).
           03 CC-VERSIONE       PIC 9(3).
           03 CC-ESITO          PIC X(1).

       PROCEDURE DIVISION USING CC-RICHIESTA.
       CONTROLLA-CONSENSO-PARA.
           MOVE "S" TO CC-ESITO.
           EVALUATE CC-OPERAZIONE
               WHEN "V" PERFORM VERIFICA-CONSENSO
               WHEN "R" PERFORM REGISTRA-CONSENSO
               WHEN OTHER MOVE "N" TO CC-ESITO
           END-EVALUATE.
           EXIT PROGRAM.

       VERIFICA-CONSENSO.
           MOVE "N" TO CC-CONSENSO.
           MOVE ZERO TO CC-VERSIONE.
           EXEC SQL
               SELECT COALESCE(MAX(numero_consenso), 0)
                   INTO :ULTIMO-CONSENSO
                   FROM ConsensiUtente
                   WHERE Username = TRIM(BOTH ' ' FROM :CC-USERNAME)
                     AND finalita = TRIM(BOTH ' ' FROM :CC-FINALITA)
                     AND canale = TRIM(BOTH ' ' FROM :CC-CANALE)
           END-EXEC.
           IF ULTIMO-CONSENSO = 0
               EXIT PARAGRAPH
           END-IF.
           EXEC SQL
               SELECT consenso, versione_testo
                   INTO :CC-CONSENSO, :CC-VERSIONE
                   FROM ConsensiUtente
                   WHERE numero_consenso = :ULTIMO-CONSENSO
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE "N" TO CC-CONSENSO
               MOVE ZERO TO CC-VERSIONE
           END-IF.

       REGISTRA-CONSENSO.
           EXEC SQL
               SELECT COUNT(*), COALESCE(MAX(versione), 0)
                   INTO :TESTI-PUBBLICATI, :VERSIONE-CORRENTE
                   FROM TestiConsenso
                   WHERE finalita = TRIM(BOTH ' ' FROM :CC-FINALITA)
           END-EXEC.
           IF TESTI-PUBBLICATI = 0
               MOVE "N" TO CC-ESITO
               EXIT PARAGRAPH
           END-IF.
           IF CC-CONSENSO = "S"
               MOVE "S" TO CONSENSO-NUOVO
           ELSE
               MOVE "N" TO CONSENSO-NUOVO
           END-IF.
           PERFORM VERIFICA-CONSENSO.
           MOVE CC-CONSENSO TO CONSENSO-PRECEDENTE.
           MOVE CONSENSO-NUOVO TO CC-CONSENSO.

           ACCEPT OGGI-DATA FROM DATE YYYYMMDD.
           EXEC SQL
               SELECT COALESCE(MAX(numero_consenso), 0) + 1
                   INTO :NUMERO-CONSENSO
                   FROM ConsensiUtente
           END-EXEC.
           EXEC SQL
               INSERT INTO ConsensiUtente (numero_consenso, Username,
                   finalita, canale, consenso, versione_testo,
                   data_consenso, modalita, operatore)
               VALUES (:NUMERO-CONSENSO,
                       TRIM(BOTH ' ' FROM :CC-USERNAME),
                       TRIM(BOTH ' ' FROM :CC-FINALITA),
                       TRIM(BOTH ' ' FROM :CC-CANALE),
                       :CC-CONSENSO, :VERSIONE-CORRENTE, :OGGI-DATA,
                       TRIM(BOTH ' ' FROM :CC-MODALITA),
                       TRIM(BOTH ' ' FROM :CC-OPERATORE))
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE "N" TO CC-ESITO
               EXIT PARAGRAPH
           END-IF.
           MOVE VERSIONE-CORRENTE TO CC-VERSIONE.

           IF CC-FINALITA = "DIGITALE" AND CC-CONSENSO = "N"
              AND CONSENSO-PRECEDENTE = "S"
               EXEC SQL
                   INSERT INTO DisattivazioniDigitali (Username,
                       data_richiesta, stato)
                   VALUES (TRIM(BOTH ' ' FROM :CC-USERNAME),
                           :OGGI-DATA, 'IN CODA')
               END-EXEC
           END-IF.

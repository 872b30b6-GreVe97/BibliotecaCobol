       IDENTIFICATION DIVISION.
       PROGRAM-ID. GESTIONE-CONSENSI.

       ENVIRONMENT DIVISION.
       DATA DIVISION.

       WORKING-STORAGE SECTION.
           01 SCELTA-MENU       PIC 9(3).
           01 PROSEGUI          PIC X(1) VALUE "S".
             88 PROSEGUI-SI VALUE "S".

           01 USERNAME-LETTORE  PIC X(50).
           01 CONTA-UTENTE      PIC 9(5).
           01 OGGI-DATA         PIC 9(8).
           01 RISPOSTA          PIC X(1).

      *    "S" = mostra la situazione di ogni finalita' e canale,
      *    "R" = raccoglie la scelta del tesserato per ciascuna.
           01 AZIONE-COPPIA     PIC X(1).
             88 AZIONE-SITUAZIONE VALUE "S".
           01 FINALITA-MOSTRATA PIC X(12).
           01 CONSENSO-ATTUALE  PIC X(1).
           01 VERSIONE-ATTUALE  PIC 9(3).
           01 CONSENSI-REGISTRATI PIC 9(3).

           01 FINALITA-TESTO    PIC X(12).
           01 TESTO-CONSENSO    PIC X(200).
           01 VERSIONE-TESTO    PIC 9(3).
           01 TESTI-PUBBLICATI  PIC 9(5).

           01 STORICO-REC.
               03 S-DATA        PIC 9(8).
               03 S-FINALITA    PIC X(12).
               03 S-CANALE      PIC X(10).
               03 S-CONSENSO    PIC X(1).
               03 S-VERSIONE    PIC 9(3).
               03 S-MODALITA    PIC X(15).
               03 S-OPERATORE   PIC X(50).
               03 S-TESTO       PIC X(200).

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

           01 AUDIT-PROGRAMMA   PIC X(30).
           01 AUDIT-OPERAZIONE  PIC X(20).
           01 AUDIT-CHIAVE      PIC X(50).

       EXEC SQL INCLUDE SQLCA END-EXEC.

       LINKAGE SECTION.
           01 OPERATORE-USERNAME PIC X(50).
      *    "L" quando a chiamare e' AREA-LETTORE: il lettore vede ed
      *    esprime solo i propri consensi; "O" dal banco, per il
      *    tesserato indicato, con in piu' la pubblicazione dei
      *    testi; "R" da REGISTRA-UTENTE: raccolta dei consensi del
      *    nuovo iscritto e ritorno.
           01 MODO-CHIAMATA      PIC X(1).

       PROCEDURE DIVISION USING OPERATORE-USERNAME, MODO-CHIAMATA.
      *    Registro dei consensi alle comunicazioni e ai trattamenti
      *    facoltativi. Ogni scelta e' una riga nuova di
      *    ConsensiUtente (via CONTROLLA-CONSENSO) con la versione
      *    del testo di TestiConsenso mostrata in quel momento: a
      *    una verifica si risponde quale testo il tesserato ha
      *    accettato, quando e come (banco, registrazione, area
      *    lettore). I feed in uscita (SOLLECITO-EXPORT,
      *    RINNOVO-AUTOMATICO, AVVISI-RINNOVO, AVVISI-NOVITA,
      *    ESPORTA-DIGITALE) tengono fuori le finalita' e i canali
      *    senza consenso. Un testo nuovo si pubblica come versione
      *    successiva: i consensi gia' dati restano legati alla
      *    versione accettata.
       GESTIONE-CONSENSI-PARA.
           DISPLAY "------- SONO GESTIONE-CONSENSI!".
           IF MODO-CHIAMATA = "R"
               PERFORM RACCOGLI-CONSENSI
               EXIT PROGRAM
           END-IF.
           PERFORM UNTIL NOT PROSEGUI-SI
               DISPLAY " "
               DISPLAY "----- Consensi e comunicazioni -----"
               IF MODO-CHIAMATA = "L"
                   DISPLAY "1. I miei consensi"
                   DISPLAY "2. Storico dei miei consensi"
                   DISPLAY "3. Esprimi o modifica i consensi"
               ELSE
                   DISPLAY "1. Consensi di un tesserato"
                   DISPLAY "2. Storico dei consensi di un tesserato"
                   DISPLAY "3. Raccogli i consensi al banco"
                   DISPLAY "4. Testi dei consensi pubblicati"
                   DISPLAY "5. Pubblica una nuova versione di un "
                       "testo"
               END-IF
               DISPLAY "0. Torna indietro"
               DISPLAY "Scegli un'opzione: "
               ACCEPT SCELTA-MENU
               EVALUATE TRUE
                   WHEN SCELTA-MENU = 1
                       PERFORM SITUAZIONE-CONSENSI
                   WHEN SCELTA-MENU = 2
                       PERFORM STORICO-CONSENSI
                   WHEN SCELTA-MENU = 3
                       PERFORM RACCOGLI-CONSENSI
                   WHEN SCELTA-MENU = 4 AND MODO-CHIAMATA = "O"
                       PERFORM ELENCA-TESTI
                   WHEN SCELTA-MENU = 5 AND MODO-CHIAMATA = "O"
                       PERFORM NUOVO-TESTO
                   WHEN SCELTA-MENU = 0
                       MOVE "N" TO PROSEGUI
                   WHEN OTHER
                       DISPLAY "Opzione non valida."
               END-EVALUATE
           END-PERFORM.

           EXIT PROGRAM.

       CHIEDI-TESSERATO.
           IF MODO-CHIAMATA = "L" OR MODO-CHIAMATA = "R"
               MOVE OPERATORE-USERNAME TO USERNAME-LETTORE
           ELSE
               DISPLAY "Username del tesserato: "
               ACCEPT USERNAME-LETTORE
           END-IF.
           EXEC SQL
               SELECT COUNT(*) INTO :CONTA-UTENTE FROM Utente
                   WHERE Username =
                         TRIM(BOTH ' ' FROM :USERNAME-LETTORE)
           END-EXEC.
           IF CONTA-UTENTE = 0
               DISPLAY "Utente non trovato."
               MOVE SPACES TO USERNAME-LETTORE
           END-IF.

       SITUAZIONE-CONSENSI.
           PERFORM CHIEDI-TESSERATO.
           IF USERNAME-LETTORE = SPACES
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Consensi in vigore (senza scelta registrata il "
               "consenso non c'e'):".
           MOVE "S" TO AZIONE-COPPIA.
           PERFORM SCORRI-COPPIE.

      *    Tutte le righe del registro, anche quelle superate, con
      *    il testo accettato: e' la risposta a una verifica.
       STORICO-CONSENSI.
           PERFORM CHIEDI-TESSERATO.
           IF USERNAME-LETTORE = SPACES
               EXIT PARAGRAPH
           END-IF.
           EXEC SQL
               DECLARE C-STORICO-CONS CURSOR FOR
                   SELECT c.data_consenso, c.finalita, c.canale,
                          c.consenso, c.versione_testo, c.modalita,
                          COALESCE(c.operatore, ' '),
                          COALESCE(t.testo, ' ')
                       FROM ConsensiUtente c
                       LEFT JOIN TestiConsenso t
                         ON t.finalita = c.finalita
                        AND t.versione = c.versione_testo
                       WHERE c.Username =
                             TRIM(BOTH ' ' FROM :USERNAME-LETTORE)
                       ORDER BY c.numero_consenso
           END-EXEC.
           EXEC SQL OPEN C-STORICO-CONS END-EXEC.
           EXEC SQL
               FETCH C-STORICO-CONS INTO :S-DATA, :S-FINALITA,
                   :S-CANALE, :S-CONSENSO, :S-VERSIONE, :S-MODALITA,
                   :S-OPERATORE, :S-TESTO
           END-EXEC.
           IF SQLCODE NOT = ZERO
               DISPLAY "Nessuna scelta registrata."
           END-IF.
           PERFORM UNTIL SQLCODE NOT = ZERO
               DISPLAY S-DATA " " S-FINALITA " " S-CANALE
                   " consenso " S-CONSENSO " testo v." S-VERSIONE
                   " (" S-MODALITA " " S-OPERATORE(1:20) ")"
               DISPLAY "   " S-TESTO(1:100)
               IF S-TESTO(101:100) NOT = SPACES
                   DISPLAY "   " S-TESTO(101:100)
               END-IF
               EXEC SQL
                   FETCH C-STORICO-CONS INTO :S-DATA, :S-FINALITA,
                       :S-CANALE, :S-CONSENSO, :S-VERSIONE,
                       :S-MODALITA, :S-OPERATORE, :S-TESTO
               END-EXEC
           END-PERFORM.
           EXEC SQL CLOSE C-STORICO-CONS END-EXEC.

       RACCOGLI-CONSENSI.
           PERFORM CHIEDI-TESSERATO.
           IF USERNAME-LETTORE = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE "R" TO AZIONE-COPPIA.
           MOVE SPACES TO FINALITA-MOSTRATA.
           MOVE ZERO TO CONSENSI-REGISTRATI.
           PERFORM SCORRI-COPPIE.
           IF CONSENSI-REGISTRATI > 0 AND MODO-CHIAMATA NOT = "R"
               MOVE "CONSENSI" TO AUDIT-OPERAZIONE
               PERFORM REGISTRA-AUDIT
               EXEC SQL COMMIT END-EXEC
           END-IF.
           DISPLAY "Scelte registrate: " CONSENSI-REGISTRATI.

      *    Le finalita' e i canali gestiti; i feed verificano le
      *    stesse coppie.
       SCORRI-COPPIE.
           MOVE "SOLLECITI" TO CC-FINALITA.
           MOVE "EMAIL" TO CC-CANALE.
           PERFORM TRATTA-COPPIA.
           MOVE "SOLLECITI" TO CC-FINALITA.
           MOVE "SMS" TO CC-CANALE.
           PERFORM TRATTA-COPPIA.
           MOVE "RINNOVO" TO CC-FINALITA.
           MOVE "EMAIL" TO CC-CANALE.
           PERFORM TRATTA-COPPIA.
           MOVE "RINNOVO" TO CC-FINALITA.
           MOVE "SMS" TO CC-CANALE.
           PERFORM TRATTA-COPPIA.
           MOVE "NOVITA" TO CC-FINALITA.
           MOVE "EMAIL" TO CC-CANALE.
           PERFORM TRATTA-COPPIA.
           MOVE "NOVITA" TO CC-FINALITA.
           MOVE "SMS" TO CC-CANALE.
           PERFORM TRATTA-COPPIA.
           MOVE "DIGITALE" TO CC-FINALITA.
           MOVE "DATI" TO CC-CANALE.
           PERFORM TRATTA-COPPIA.

       TRATTA-COPPIA.
           MOVE "V" TO CC-OPERAZIONE.
           MOVE USERNAME-LETTORE TO CC-USERNAME.
           CALL 'CONTROLLA-CONSENSO' USING CC-RICHIESTA.
           MOVE CC-CONSENSO TO CONSENSO-ATTUALE.
           MOVE CC-VERSIONE TO VERSIONE-ATTUALE.
           IF AZIONE-SITUAZIONE
               IF CONSENSO-ATTUALE = "S"
                   DISPLAY CC-FINALITA " " CC-CANALE
                       " consenso S (testo v." VERSIONE-ATTUALE ")"
               ELSE
                   DISPLAY CC-FINALITA " " CC-CANALE " consenso N"
               END-IF
           ELSE
               PERFORM CHIEDI-COPPIA
           END-IF.

      *    Il testo della finalita' si mostra una volta, prima del
      *    primo canale; senza testo pubblicato non si raccoglie
      *    nulla. Invio lascia la scelta com'e'; la stessa scelta
      *    su un testo nuovo si registra (conferma sulla versione
      *    corrente).
       CHIEDI-COPPIA.
           MOVE CC-FINALITA TO FINALITA-TESTO.
           EXEC SQL
               SELECT COUNT(*), COALESCE(MAX(versione), 0)
                   INTO :TESTI-PUBBLICATI, :VERSIONE-TESTO
                   FROM TestiConsenso
                   WHERE finalita = TRIM(BOTH ' ' FROM :FINALITA-TESTO)
           END-EXEC.
           IF TESTI-PUBBLICATI = 0
               DISPLAY CC-FINALITA " " CC-CANALE
                   ": testo non pubblicato, consenso non raccolto."
               EXIT PARAGRAPH
           END-IF.
           IF CC-FINALITA NOT = FINALITA-MOSTRATA
               EXEC SQL
                   SELECT testo INTO :TESTO-CONSENSO
                       FROM TestiConsenso
                       WHERE finalita =
                             TRIM(BOTH ' ' FROM :FINALITA-TESTO)
                         AND versione = :VERSIONE-TESTO
               END-EXEC
               DISPLAY " "
               DISPLAY "--- " CC-FINALITA " (testo v."
                   VERSIONE-TESTO ") ---"
               DISPLAY TESTO-CONSENSO(1:100)
               IF TESTO-CONSENSO(101:100) NOT = SPACES
                   DISPLAY TESTO-CONSENSO(101:100)
               END-IF
               MOVE CC-FINALITA TO FINALITA-MOSTRATA
           END-IF.
           DISPLAY CC-FINALITA " via " CC-CANALE " - attuale "
               CONSENSO-ATTUALE ". Consenso? (S/N, invio = "
               "invariato): "
           MOVE SPACE TO RISPOSTA.
           ACCEPT RISPOSTA.
           MOVE FUNCTION UPPER-CASE(RISPOSTA) TO RISPOSTA.
           IF RISPOSTA = SPACE
               EXIT PARAGRAPH
           END-IF.
           IF RISPOSTA NOT = "S" AND RISPOSTA NOT = "N"
               DISPLAY "Risposta non valida: scelta invariata."
               EXIT PARAGRAPH
           END-IF.
           IF RISPOSTA = CONSENSO-ATTUALE
              AND VERSIONE-ATTUALE = VERSIONE-TESTO
               EXIT PARAGRAPH
           END-IF.
           MOVE "R" TO CC-OPERAZIONE.
           MOVE RISPOSTA TO CC-CONSENSO.
           EVALUATE MODO-CHIAMATA
               WHEN "L" MOVE "AREA-LETTORE" TO CC-MODALITA
               WHEN "R" MOVE "REGISTRAZIONE" TO CC-MODALITA
               WHEN OTHER MOVE "SPORTELLO" TO CC-MODALITA
           END-EVALUATE.
           MOVE OPERATORE-USERNAME TO CC-OPERATORE.
           CALL 'CONTROLLA-CONSENSO' USING CC-RICHIESTA.
           IF CC-ESITO = "S"
               ADD 1 TO CONSENSI-REGISTRATI
           ELSE
               DISPLAY "Scelta non registrata: " SQLERRMC
           END-IF.

       ELENCA-TESTI.
           EXEC SQL
               DECLARE C-TESTI CURSOR FOR
                   SELECT finalita, versione, data_pubblicazione,
                          testo
                       FROM TestiConsenso
                       ORDER BY finalita, versione
           END-EXEC.
           EXEC SQL OPEN C-TESTI END-EXEC.
           EXEC SQL
               FETCH C-TESTI INTO :S-FINALITA, :S-VERSIONE, :S-DATA,
                   :S-TESTO
           END-EXEC.
           IF SQLCODE NOT = ZERO
               DISPLAY "Nessun testo pubblicato."
           END-IF.
           PERFORM UNTIL SQLCODE NOT = ZERO
               DISPLAY S-FINALITA " v." S-VERSIONE " del " S-DATA
               DISPLAY "   " S-TESTO(1:100)
               IF S-TESTO(101:100) NOT = SPACES
                   DISPLAY "   " S-TESTO(101:100)
               END-IF
               EXEC SQL
                   FETCH C-TESTI INTO :S-FINALITA, :S-VERSIONE,
                       :S-DATA, :S-TESTO
               END-EXEC
           END-PERFORM.
           EXEC SQL CLOSE C-TESTI END-EXEC.

      *    I testi non si correggono: ogni modifica e' una versione
      *    nuova, cosi' il registro punta sempre al testo esatto.
       NUOVO-TESTO.
           DISPLAY "Finalita' (SOLLECITI, RINNOVO, NOVITA, "
               "DIGITALE): "
           ACCEPT FINALITA-TESTO.
           MOVE FUNCTION UPPER-CASE(FINALITA-TESTO) TO FINALITA-TESTO.
           IF FINALITA-TESTO NOT = "SOLLECITI"
              AND FINALITA-TESTO NOT = "RINNOVO"
              AND FINALITA-TESTO NOT = "NOVITA"
              AND FINALITA-TESTO NOT = "DIGITALE"
               DISPLAY "Finalita' non valida."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Testo mostrato al tesserato (max 200 "
               "caratteri): "
           ACCEPT TESTO-CONSENSO.
           IF TESTO-CONSENSO = SPACES
               DISPLAY "Testo obbligatorio."
               EXIT PARAGRAPH
           END-IF.
           EXEC SQL
               SELECT COALESCE(MAX(versione), 0) + 1
                   INTO :VERSIONE-TESTO
                   FROM TestiConsenso
                   WHERE finalita = TRIM(BOTH ' ' FROM :FINALITA-TESTO)
           END-EXEC.
           ACCEPT OGGI-DATA FROM DATE YYYYMMDD.
           EXEC SQL
               INSERT INTO TestiConsenso (finalita, versione, testo,
                   data_pubblicazione, operatore)
               VALUES (TRIM(BOTH ' ' FROM :FINALITA-TESTO),
                       :VERSIONE-TESTO,
                       TRIM(BOTH ' ' FROM :TESTO-CONSENSO),
                       :OGGI-DATA,
                       TRIM(BOTH ' ' FROM :OPERATORE-USERNAME))
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY "Errore: " SQLERRMC
               EXIT PARAGRAPH
           END-IF.
           MOVE "NUOVO TESTO" TO AUDIT-OPERAZIONE.
           MOVE FINALITA-TESTO TO USERNAME-LETTORE.
           PERFORM REGISTRA-AUDIT.
           EXEC SQL COMMIT END-EXEC.
           DISPLAY "Pubblicata la versione " VERSIONE-TESTO
               " del testo " FINALITA-TESTO ".".

       REGISTRA-AUDIT.
           MOVE "GESTIONE-CONSENSI" TO AUDIT-PROGRAMMA.
           MOVE SPACES TO AUDIT-CHIAVE.
           MOVE USERNAME-LETTORE TO AUDIT-CHIAVE.
           CALL 'AUDIT-WRITER' USING OPERATORE-USERNAME,
               AUDIT-PROGRAMMA, AUDIT-OPERAZIONE, AUDIT-CHIAVE.

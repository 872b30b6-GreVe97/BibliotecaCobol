       IDENTIFICATION DIVISION.
       PROGRAM-ID. GESTIONE-TURNI.

       ENVIRONMENT DIVISION.
       DATA DIVISION.

       WORKING-STORAGE SECTION.
           01 SCELTA-MENU       PIC 9(3).
           01 PROSEGUI          PIC X(1) VALUE "S".
             88 PROSEGUI-SI VALUE "S".

           01 TURNI-TROVATI     PIC 9(5).
           01 CHIUSURE-TROVATE  PIC 9(5).
           01 SOVRAPPOSTI       PIC 9(5).
           01 TURNI-COPIATI     PIC 9(5).
           01 TURNI-SALTATI     PIC 9(5).
           01 TURNO-VALIDO      PIC X(1).

           01 TURNO-REC.
               03 T-FILIALE     PIC X(30).
               03 T-DATA        PIC 9(8).
               03 T-USERNAME    PIC X(50).
               03 T-ORA-INIZIO  PIC 9(2).
               03 T-ORA-FINE    PIC 9(2).
               03 T-STATO       PIC X(12).
               03 T-MOTIVO      PIC X(50).

           01 DATA-INPUT        PIC 9(8).
           01 DATA-FINE-INPUT   PIC 9(8).
           01 LUNEDI-SETTIMANA  PIC 9(8).
           01 DOMENICA-SETTIMANA PIC 9(8).
           01 LUNEDI-PRECEDENTE PIC 9(8).
           01 DOMENICA-PRECEDENTE PIC 9(8).
           01 DATA-GIORNO       PIC 9(8).
           01 DATA-PRECEDENTE   PIC 9(8).
           01 GIORNO-SERIALE    PIC 9(9).
           01 GIORNO-SETTIMANA  PIC 9(1).
           01 INDICE-GIORNO     PIC 9(1).
           01 NOME-GIORNO       PIC X(10).
           01 RUOLO-PERSONALE   PIC X(30).

      *    Ora di apertura del banco (Parametri TURNI-ORA-APERTURA,
      *    ora intera); la chiusura e' quella del giorno da
      *    ORARIO-CHIUSURA.
           01 PARAMETRO-TESTO   PIC X(50).
           01 ORA-APERTURA      PIC 9(2) VALUE 9.
           01 ORA-CHIUSURA      PIC 9(2).
           01 OC-RICHIESTA.
               03 OC-DATA       PIC 9(8).
               03 OC-ORA        PIC 9(6).
           01 MOTIVO-RIFIUTO    PIC X(60).

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
      *    Turni del personale al banco per Filiale (TurniBanco):
      *    chi e' al banco in ogni fascia oraria della settimana,
      *    in ore intere dall'ora di inizio all'ora di fine. Un
      *    turno non si pianifica in un giorno di chiusura
      *    (CalendarioChiusure o chiusura settimanale di
      *    ORARIO-CHIUSURA) ne' fuori dall'orario di apertura, e la
      *    stessa persona non puo' avere due turni sovrapposti. Le
      *    assenze (ferie, malattia, formazione) lasciano il turno
      *    in rota come ASSENTE, cosi' REPORT-COPERTURA le conta
      *    come buchi e SITUAZIONE-OGGI mostra chi manca.
       GESTIONE-TURNI-PARA.
           CALL 'CONTROLLA-SCRITTURA' USING CS-ESITO-FINESTRA
           IF CS-ESITO-FINESTRA NOT = "S"
               DISPLAY "Sistema in sola consultazione durante la "
                   "finestra batch: operazione non disponibile."
               EXIT PROGRAM
           END-IF
           DISPLAY "------- SONO GESTIONE-TURNI!".
           EXEC SQL
               SELECT Valore INTO :PARAMETRO-TESTO
                   FROM Parametri
                   WHERE Chiave = 'TURNI-ORA-APERTURA'
           END-EXEC.
           IF SQLCODE = 0
               MOVE FUNCTION NUMVAL(PARAMETRO-TESTO) TO ORA-APERTURA
           END-IF.
           PERFORM UNTIL NOT PROSEGUI-SI
               DISPLAY " "
               DISPLAY "----- Turni del personale al banco -----"
               DISPLAY "1. Rota della settimana di una Filiale"
               DISPLAY "2. Inserisci un turno"
               DISPLAY "3. Registra un'assenza"
               DISPLAY "4. Cancella un turno"
               DISPLAY "5. Copia la rota della settimana precedente"
               DISPLAY "0. Torna indietro"
               DISPLAY "Scegli un'opzione: "
               ACCEPT SCELTA-MENU
               EVALUATE SCELTA-MENU
                   WHEN 1 PERFORM ELENCA-SETTIMANA
                   WHEN 2 PERFORM INSERISCI-TURNO
                   WHEN 3 PERFORM REGISTRA-ASSENZA
                   WHEN 4 PERFORM CANCELLA-TURNO
                   WHEN 5 PERFORM COPIA-SETTIMANA
                   WHEN 0 MOVE "N" TO PROSEGUI
                   WHEN OTHER DISPLAY "Opzione non valida."
               END-EVALUATE
           END-PERFORM.

           EXIT PROGRAM.

      *    Da una data qualsiasi al lunedi' e alla domenica della sua
      *    settimana (il giorno 1 del calendario intero era lunedi').
       CALCOLA-SETTIMANA.
           COMPUTE GIORNO-SERIALE =
               FUNCTION INTEGER-OF-DATE(DATA-INPUT).
           COMPUTE GIORNO-SETTIMANA =
               FUNCTION MOD(GIORNO-SERIALE - 1, 7) + 1.
           SUBTRACT GIORNO-SETTIMANA FROM GIORNO-SERIALE.
           ADD 1 TO GIORNO-SERIALE.
           COMPUTE LUNEDI-SETTIMANA =
               FUNCTION DATE-OF-INTEGER(GIORNO-SERIALE).
           COMPUTE DOMENICA-SETTIMANA =
               FUNCTION DATE-OF-INTEGER(GIORNO-SERIALE + 6).
           COMPUTE LUNEDI-PRECEDENTE =
               FUNCTION DATE-OF-INTEGER(GIORNO-SERIALE - 7).
           COMPUTE DOMENICA-PRECEDENTE =
               FUNCTION DATE-OF-INTEGER(GIORNO-SERIALE - 1).

       ELENCA-SETTIMANA.
           DISPLAY "Filiale: "
           ACCEPT T-FILIALE.
           DISPLAY "Una data della settimana (AAAAMMGG): "
           ACCEPT DATA-INPUT.
           IF DATA-INPUT IS NOT NUMERIC OR DATA-INPUT < 16010101
               DISPLAY "Data non valida."
               EXIT PARAGRAPH
           END-IF.
           PERFORM CALCOLA-SETTIMANA.
           DISPLAY "Rota di " T-FILIALE " dal " LUNEDI-SETTIMANA
               " al " DOMENICA-SETTIMANA ":".
           PERFORM VARYING INDICE-GIORNO FROM 1 BY 1
                   UNTIL INDICE-GIORNO > 7
               COMPUTE DATA-GIORNO = FUNCTION DATE-OF-INTEGER(
                   GIORNO-SERIALE + INDICE-GIORNO - 1)
               PERFORM ELENCA-GIORNO
           END-PERFORM.

       ELENCA-GIORNO.
           EVALUATE INDICE-GIORNO
               WHEN 1 MOVE "LUNEDI'" TO NOME-GIORNO
               WHEN 2 MOVE "MARTEDI'" TO NOME-GIORNO
               WHEN 3 MOVE "MERCOLEDI'" TO NOME-GIORNO
               WHEN 4 MOVE "GIOVEDI'" TO NOME-GIORNO
               WHEN 5 MOVE "VENERDI'" TO NOME-GIORNO
               WHEN 6 MOVE "SABATO" TO NOME-GIORNO
               WHEN 7 MOVE "DOMENICA" TO NOME-GIORNO
           END-EVALUATE.
           MOVE DATA-GIORNO TO T-DATA.
           PERFORM CONTROLLA-APERTURA.
           IF TURNO-VALIDO = "N"
               DISPLAY "--- " NOME-GIORNO " " DATA-GIORNO " --- "
                   MOTIVO-RIFIUTO
           ELSE
               DISPLAY "--- " NOME-GIORNO " " DATA-GIORNO
                   " --- apertura " ORA-APERTURA ":00, chiusura "
                   OC-ORA(1:2) ":" OC-ORA(3:2)
           END-IF.
           MOVE ZERO TO TURNI-TROVATI.
           EXEC SQL
               DECLARE C-GIORNO CURSOR FOR
                   SELECT Username, ora_inizio, ora_fine, stato,
                          COALESCE(motivo_assenza, ' ')
                       FROM TurniBanco
                       WHERE Filiale = TRIM(BOTH ' ' FROM :T-FILIALE)
                         AND data_turno = :DATA-GIORNO
                       ORDER BY ora_inizio, Username
           END-EXEC.
           EXEC SQL OPEN C-GIORNO END-EXEC.
           EXEC SQL
               FETCH C-GIORNO INTO :T-USERNAME, :T-ORA-INIZIO,
                   :T-ORA-FINE, :T-STATO, :T-MOTIVO
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = ZERO
               ADD 1 TO TURNI-TROVATI
               IF T-STATO = "ASSENTE"
                   DISPLAY "  " T-ORA-INIZIO "-" T-ORA-FINE " "
                       T-USERNAME(1:25) " ASSENTE (" T-MOTIVO(1:30)
                       ")"
               ELSE
                   DISPLAY "  " T-ORA-INIZIO "-" T-ORA-FINE " "
                       T-USERNAME(1:25)
               END-IF
               EXEC SQL
                   FETCH C-GIORNO INTO :T-USERNAME, :T-ORA-INIZIO,
                       :T-ORA-FINE, :T-STATO, :T-MOTIVO
               END-EXEC
           END-PERFORM.
           EXEC SQL CLOSE C-GIORNO END-EXEC.
           IF TURNI-TROVATI = ZERO
               DISPLAY "  nessun turno"
           END-IF.

      *    Giorno aperto per la Filiale di T-FILIALE alla data
      *    T-DATA: nessuna chiusura in calendario e chiusura
      *    settimanale diversa da zero. Lascia in ORA-CHIUSURA
      *    l'ultima ora intera in cui si puo' stare al banco.
       CONTROLLA-APERTURA.
           MOVE "S" TO TURNO-VALIDO.
           MOVE SPACES TO MOTIVO-RIFIUTO.
           EXEC SQL
               SELECT COUNT(*) INTO :CHIUSURE-TROVATE
                   FROM CalendarioChiusure
                   WHERE data_chiusura = :T-DATA
                     AND (Filiale = TRIM(BOTH ' ' FROM :T-FILIALE)
                          OR Filiale = '*')
           END-EXEC.
           IF CHIUSURE-TROVATE > 0
               MOVE "N" TO TURNO-VALIDO
               MOVE "chiusura in calendario" TO MOTIVO-RIFIUTO
               EXIT PARAGRAPH
           END-IF.
           MOVE T-DATA TO OC-DATA.
           CALL 'ORARIO-CHIUSURA' USING OC-RICHIESTA.
           IF OC-ORA = 0
               MOVE "N" TO TURNO-VALIDO
               MOVE "giorno di chiusura settimanale" TO MOTIVO-RIFIUTO
               EXIT PARAGRAPH
           END-IF.
           COMPUTE ORA-CHIUSURA = OC-ORA / 10000.
           IF FUNCTION MOD(OC-ORA, 10000) > 0
               ADD 1 TO ORA-CHIUSURA
           END-IF.

       INSERISCI-TURNO.
           DISPLAY "Filiale: "
           ACCEPT T-FILIALE.
           DISPLAY "Username del collega: "
           ACCEPT T-USERNAME.
           DISPLAY "Data del turno (AAAAMMGG): "
           ACCEPT T-DATA.
           DISPLAY "Ora di inizio (HH): "
           ACCEPT T-ORA-INIZIO.
           DISPLAY "Ora di fine (HH): "
           ACCEPT T-ORA-FINE.
           IF T-FILIALE = SPACES OR T-USERNAME = SPACES
               DISPLAY "Filiale e collega sono obbligatori."
               EXIT PARAGRAPH
           END-IF.
           IF T-DATA IS NOT NUMERIC OR T-DATA < 16010101
              OR T-ORA-INIZIO IS NOT NUMERIC
              OR T-ORA-FINE IS NOT NUMERIC
               DISPLAY "Data o orario non validi."
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO RUOLO-PERSONALE.
           EXEC SQL
               SELECT Ruolo INTO :RUOLO-PERSONALE
                   FROM Utente
                   WHERE Username = TRIM(BOTH ' ' FROM :T-USERNAME)
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY "Utente non trovato."
               EXIT PARAGRAPH
           END-IF.
           IF RUOLO-PERSONALE = "Lettore" OR "Ospite" OR "Istituzione"
               DISPLAY "L'utente non fa parte del personale."
               EXIT PARAGRAPH
           END-IF.

           PERFORM CONTROLLA-TURNO.
           IF TURNO-VALIDO = "N"
               DISPLAY "Turno rifiutato: " MOTIVO-RIFIUTO
               EXIT PARAGRAPH
           END-IF.

           PERFORM SCRIVI-TURNO.
           IF SQLCODE = 0
               MOVE "INSERIMENTO TURNO" TO AUDIT-OPERAZIONE
               PERFORM REGISTRA-AUDIT
               EXEC SQL COMMIT END-EXEC
               DISPLAY "Turno registrato."
           ELSE
               DISPLAY "ERRORE nella registrazione del turno: "
                   SQLERRMC
           END-IF.

      *    Regole di un turno: giorno aperto, dentro l'orario del
      *    banco e senza sovrapposizioni per la stessa persona (in
      *    qualunque Filiale).
       CONTROLLA-TURNO.
           PERFORM CONTROLLA-APERTURA.
           IF TURNO-VALIDO = "N"
               EXIT PARAGRAPH
           END-IF.
           IF T-ORA-INIZIO >= T-ORA-FINE
               MOVE "N" TO TURNO-VALIDO
               MOVE "l'ora di fine deve seguire l'ora di inizio"
                   TO MOTIVO-RIFIUTO
               EXIT PARAGRAPH
           END-IF.
           IF T-ORA-INIZIO < ORA-APERTURA
               MOVE "N" TO TURNO-VALIDO
               MOVE "inizio prima dell'apertura del banco"
                   TO MOTIVO-RIFIUTO
               EXIT PARAGRAPH
           END-IF.
           IF T-ORA-FINE > ORA-CHIUSURA
               MOVE "N" TO TURNO-VALIDO
               MOVE "fine oltre l'orario di chiusura del giorno"
                   TO MOTIVO-RIFIUTO
               EXIT PARAGRAPH
           END-IF.
           EXEC SQL
               SELECT COUNT(*) INTO :SOVRAPPOSTI
                   FROM TurniBanco
                   WHERE Username = TRIM(BOTH ' ' FROM :T-USERNAME)
                     AND data_turno = :T-DATA
                     AND ora_inizio < :T-ORA-FINE
                     AND ora_fine > :T-ORA-INIZIO
           END-EXEC.
           IF SOVRAPPOSTI > 0
               MOVE "N" TO TURNO-VALIDO
               MOVE "si sovrappone a un altro turno del collega"
                   TO MOTIVO-RIFIUTO
           END-IF.

       SCRIVI-TURNO.
           EXEC SQL
               INSERT INTO TurniBanco (Filiale, data_turno, Username,
                   ora_inizio, ora_fine, stato, motivo_assenza,
                   inserito_da)
               VALUES (TRIM(BOTH ' ' FROM :T-FILIALE), :T-DATA,
                       TRIM(BOTH ' ' FROM :T-USERNAME),
                       :T-ORA-INIZIO, :T-ORA-FINE, 'PIANIFICATO',
                       NULL, TRIM(BOTH ' ' FROM :OPERATORE-USERNAME))
           END-EXEC.

      *    Un'assenza copre uno o piu' giorni: tutti i turni del
      *    collega nel periodo restano in rota come ASSENTE.
       REGISTRA-ASSENZA.
           DISPLAY "Username del collega: "
           ACCEPT T-USERNAME.
           DISPLAY "Primo giorno di assenza (AAAAMMGG): "
           ACCEPT DATA-INPUT.
           DISPLAY "Ultimo giorno di assenza (AAAAMMGG): "
           ACCEPT DATA-FINE-INPUT.
           DISPLAY "Motivo (ferie, malattia, formazione...): "
           ACCEPT T-MOTIVO.
           IF DATA-INPUT IS NOT NUMERIC
              OR DATA-FINE-INPUT IS NOT NUMERIC
              OR DATA-FINE-INPUT < DATA-INPUT
               DISPLAY "Periodo non valido."
               EXIT PARAGRAPH
           END-IF.
           IF T-MOTIVO = SPACES
               DISPLAY "Il motivo e' obbligatorio."
               EXIT PARAGRAPH
           END-IF.
           EXEC SQL
               SELECT COUNT(*) INTO :TURNI-TROVATI
                   FROM TurniBanco
                   WHERE Username = TRIM(BOTH ' ' FROM :T-USERNAME)
                     AND data_turno >= :DATA-INPUT
                     AND data_turno <= :DATA-FINE-INPUT
                     AND stato = 'PIANIFICATO'
           END-EXEC.
           IF TURNI-TROVATI = ZERO
               DISPLAY "Nessun turno pianificato nel periodo."
               EXIT PARAGRAPH
           END-IF.
           EXEC SQL
               UPDATE TurniBanco
                   SET stato = 'ASSENTE',
                       motivo_assenza = TRIM(BOTH ' ' FROM :T-MOTIVO)
                   WHERE Username = TRIM(BOTH ' ' FROM :T-USERNAME)
                     AND data_turno >= :DATA-INPUT
                     AND data_turno <= :DATA-FINE-INPUT
                     AND stato = 'PIANIFICATO'
           END-EXEC.
           IF SQLCODE = 0
               MOVE SPACES TO T-FILIALE
               MOVE DATA-INPUT TO T-DATA
               MOVE "ASSENZA" TO AUDIT-OPERAZIONE
               PERFORM REGISTRA-AUDIT
               EXEC SQL COMMIT END-EXEC
               DISPLAY "Turni segnati ASSENTE: " TURNI-TROVATI
           ELSE
               DISPLAY "ERRORE nella registrazione dell'assenza: "
                   SQLERRMC
           END-IF.

       CANCELLA-TURNO.
           DISPLAY "Filiale: "
           ACCEPT T-FILIALE.
           DISPLAY "Username del collega: "
           ACCEPT T-USERNAME.
           DISPLAY "Data del turno (AAAAMMGG): "
           ACCEPT T-DATA.
           DISPLAY "Ora di inizio (HH): "
           ACCEPT T-ORA-INIZIO.
           IF T-DATA IS NOT NUMERIC OR T-ORA-INIZIO IS NOT NUMERIC
               DISPLAY "Data o orario non validi."
               EXIT PARAGRAPH
           END-IF.
           EXEC SQL
               DELETE FROM TurniBanco
                   WHERE Filiale = TRIM(BOTH ' ' FROM :T-FILIALE)
                     AND Username = TRIM(BOTH ' ' FROM :T-USERNAME)
                     AND data_turno = :T-DATA
                     AND ora_inizio = :T-ORA-INIZIO
           END-EXEC.
           IF SQLCODE = 0
               MOVE "CANCELLA TURNO" TO AUDIT-OPERAZIONE
               PERFORM REGISTRA-AUDIT
               EXEC SQL COMMIT END-EXEC
               DISPLAY "Turno cancellato."
           ELSE
               DISPLAY "Nessun turno con questi estremi."
           END-IF.

      *    La rota si fa di settimana in settimana: si riparte da
      *    quella precedente e si correggono le differenze. Ogni
      *    turno (anche quelli che erano ASSENTE) si ripropone sette
      *    giorni dopo come PIANIFICATO, se il giorno e' aperto, se
      *    sta nell'orario del giorno e se il collega e' libero.
       COPIA-SETTIMANA.
           DISPLAY "Filiale: "
           ACCEPT T-FILIALE.
           DISPLAY "Una data della settimana da pianificare "
               "(AAAAMMGG): "
           ACCEPT DATA-INPUT.
           IF DATA-INPUT IS NOT NUMERIC OR DATA-INPUT < 16010101
               DISPLAY "Data non valida."
               EXIT PARAGRAPH
           END-IF.
           PERFORM CALCOLA-SETTIMANA.
           MOVE ZERO TO TURNI-COPIATI.
           MOVE ZERO TO TURNI-SALTATI.
           EXEC SQL
               DECLARE C-COPIA CURSOR FOR
                   SELECT data_turno, Username, ora_inizio, ora_fine
                       FROM TurniBanco
                       WHERE Filiale = TRIM(BOTH ' ' FROM :T-FILIALE)
                         AND data_turno >= :LUNEDI-PRECEDENTE
                         AND data_turno <= :DOMENICA-PRECEDENTE
                       ORDER BY data_turno, ora_inizio
           END-EXEC.
           EXEC SQL OPEN C-COPIA END-EXEC.
           EXEC SQL
               FETCH C-COPIA INTO :DATA-PRECEDENTE, :T-USERNAME,
                   :T-ORA-INIZIO, :T-ORA-FINE
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = ZERO
               COMPUTE T-DATA = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(DATA-PRECEDENTE) + 7)
               PERFORM CONTROLLA-TURNO
               IF TURNO-VALIDO = "S"
                   PERFORM SCRIVI-TURNO
                   IF SQLCODE = 0
                       ADD 1 TO TURNI-COPIATI
                   ELSE
                       ADD 1 TO TURNI-SALTATI
                   END-IF
               ELSE
                   ADD 1 TO TURNI-SALTATI
                   DISPLAY "Saltato " T-USERNAME(1:25) " " T-DATA
                       " " T-ORA-INIZIO "-" T-ORA-FINE ": "
                       MOTIVO-RIFIUTO
               END-IF
               EXEC SQL
                   FETCH C-COPIA INTO :DATA-PRECEDENTE, :T-USERNAME,
                       :T-ORA-INIZIO, :T-ORA-FINE
               END-EXEC
           END-PERFORM.
           EXEC SQL CLOSE C-COPIA END-EXEC.
           IF TURNI-COPIATI > 0
               MOVE LUNEDI-SETTIMANA TO T-DATA
               MOVE SPACES TO T-USERNAME
               MOVE "COPIA ROTA" TO AUDIT-OPERAZIONE
               PERFORM REGISTRA-AUDIT
               EXEC SQL COMMIT END-EXEC
           END-IF.
           DISPLAY "Turni copiati: " TURNI-COPIATI
               " - saltati: " TURNI-SALTATI.

       REGISTRA-AUDIT.
           MOVE "GESTIONE-TURNI" TO AUDIT-PROGRAMMA.
           MOVE SPACES TO AUDIT-CHIAVE.
           STRING T-FILIALE(1:20) " " T-USERNAME(1:20) " " T-DATA
               DELIMITED BY SIZE INTO AUDIT-CHIAVE.
           CALL 'AUDIT-WRITER' USING OPERATORE-USERNAME,
               AUDIT-PROGRAMMA, AUDIT-OPERAZIONE, AUDIT-CHIAVE.

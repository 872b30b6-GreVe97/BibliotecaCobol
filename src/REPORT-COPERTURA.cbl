       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORT-COPERTURA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPORT-OUTPUT ASSIGN TO COPERRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  REPORT-OUTPUT.
       01  REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
           01 OGGI-DATA         PIC 9(8).
           01 GIORNO-SERIALE    PIC 9(9).
           01 SERIALE-LUNEDI    PIC 9(9).
           01 SERIALE-EVENTO    PIC 9(9).
           01 SERIALE-INIZIO    PIC 9(9).
           01 LUNEDI-ROTA       PIC 9(8).
           01 DOMENICA-ROTA     PIC 9(8).
           01 INIZIO-STORICO    PIC 9(8).
           01 FINE-STORICO      PIC 9(8).
           01 DATA-GIORNO       PIC 9(8).
           01 GIORNO-SETTIMANA  PIC 9(1).

           01 FILIALE-CORRENTE  PIC X(30).

           01 EVENTO-REC.
               03 E-DATA        PIC 9(8).
               03 E-ORA         PIC 9(6).

           01 TURNO-REC.
               03 T-DATA        PIC 9(8).
               03 T-ORA-INIZIO  PIC 9(2).
               03 T-ORA-FINE    PIC 9(2).
               03 T-STATO       PIC X(12).

      *    Carico storico (prestiti + restituzioni delle ultime
      *    quattro settimane) e personale pianificato della
      *    settimana della rota, per giorno (1=lunedi') e ora.
           01 MATRICE-COPERTURA.
               03 GIORNO-MATRICE OCCURS 7.
                   05 GIORNI-APERTI      PIC 9(2).
                   05 ORA-MATRICE OCCURS 24.
                       07 MOVIMENTI-STORICI PIC 9(7).
                       07 PERSONE-PREVISTE  PIC 9(3).
                       07 PERSONE-ASSENTI   PIC 9(3).

           01 INDICE-GIORNO     PIC 9(1).
           01 INDICE-ORA        PIC 9(2).
           01 ORA-EVENTO        PIC 9(2).
           01 ORA-STAMPA        PIC 9(2).
           01 ORA-CHIUSURA      PIC 9(2).
           01 MEDIA-MOVIMENTI   PIC 9(5)V9.
           01 MEDIA-STAMPA      PIC ZZZZ9.9.
           01 CARICO-PERSONA    PIC 9(5)V9.
           01 SEGNALAZIONE      PIC X(20).
           01 CHIUSURE-TROVATE  PIC 9(5).
           01 GIORNO-APERTO     PIC X(1).
           01 NOME-GIORNO       PIC X(10).

           01 PARAMETRO-TESTO   PIC X(50).
           01 ORA-APERTURA      PIC 9(2) VALUE 9.
           01 MINIMO-BANCO      PIC 9(2) VALUE 1.
           01 SOGLIA-QUIETE     PIC 9(3) VALUE 5.

           01 OC-RICHIESTA.
               03 OC-DATA       PIC 9(8).
               03 OC-ORA        PIC 9(6).

           01 SOTTO-FILIALE     PIC 9(5).
           01 SOPRA-FILIALE     PIC 9(5).
           01 TOTALE-SOTTO      PIC 9(7) VALUE ZERO.
           01 TOTALE-SOPRA      PIC 9(7) VALUE ZERO.
           01 TOTALE-FILIALI    PIC 9(5) VALUE ZERO.
           01 CONTATORE-RIGHE   PIC 9(7) VALUE ZERO.

           01 SPOOL-RICHIESTA.
               03 SP-PROGRAMMA      PIC X(30).
               03 SP-FILIALE        PIC X(30).
               03 SP-RIGHE          PIC 9(7).
               03 SP-UBICAZIONE     PIC X(60).

       EXEC SQL INCLUDE SQLCA END-EXEC.

       PROCEDURE DIVISION.
      *    Copertura del banco per la settimana che viene: per ogni
      *    Filiale con una rota (TurniBanco, da GESTIONE-TURNI) e
      *    per ogni ora di apertura, il personale pianificato
      *    (senza gli assenti) contro la media di prestiti e
      *    restituzioni della stessa ora e dello stesso giorno della
      *    settimana nelle ultime quattro settimane, contati come in
      *    CARICO-BANCO. Segnala le fasce sotto il minimo di
      *    personale (Parametri TURNI-MINIMO-BANCO) e quelle con
      *    piu' persone del minimo ma tranquille, dove ogni persona
      *    avrebbe meno di TURNI-SOGLIA-QUIETE movimenti l'ora.
      *    Gira il venerdi', in tempo per correggere la rota.
       REPORT-COPERTURA-PARA.
           DISPLAY "------- SONO REPORT-COPERTURA (batch)!".
           ACCEPT OGGI-DATA FROM DATE YYYYMMDD.
           PERFORM LEGGI-PARAMETRI.

      *    Settimana della rota: dal prossimo lunedi'. Storico: i
      *    ventotto giorni fino a ieri.
           COMPUTE GIORNO-SERIALE = FUNCTION INTEGER-OF-DATE(OGGI-DATA).
           COMPUTE GIORNO-SETTIMANA =
               FUNCTION MOD(GIORNO-SERIALE - 1, 7) + 1.
           COMPUTE SERIALE-LUNEDI =
               GIORNO-SERIALE + 8 - GIORNO-SETTIMANA.
           COMPUTE LUNEDI-ROTA =
               FUNCTION DATE-OF-INTEGER(SERIALE-LUNEDI).
           COMPUTE DOMENICA-ROTA =
               FUNCTION DATE-OF-INTEGER(SERIALE-LUNEDI + 6).
           COMPUTE SERIALE-INIZIO = GIORNO-SERIALE - 28.
           COMPUTE INIZIO-STORICO =
               FUNCTION DATE-OF-INTEGER(SERIALE-INIZIO).
           COMPUTE FINE-STORICO =
               FUNCTION DATE-OF-INTEGER(GIORNO-SERIALE - 1).

           OPEN OUTPUT REPORT-OUTPUT.
           MOVE SPACES TO REPORT-LINE.
           STRING "COPERTURA DEL BANCO - ROTA DAL " LUNEDI-ROTA
               " AL " DOMENICA-ROTA " - CARICO MEDIO DAL "
               INIZIO-STORICO " AL " FINE-STORICO
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "MINIMO AL BANCO: " MINIMO-BANCO
               " PERSONE - SOGLIA DI QUIETE: " SOGLIA-QUIETE
               " MOVIMENTI L'ORA PER PERSONA"
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

           EXEC SQL
               DECLARE C-FILIALI CURSOR FOR
                   SELECT DISTINCT Filiale
                       FROM TurniBanco
                       WHERE data_turno >= :LUNEDI-ROTA
                         AND data_turno <= :DOMENICA-ROTA
                       ORDER BY Filiale
           END-EXEC.
           EXEC SQL OPEN C-FILIALI END-EXEC.
           EXEC SQL
               FETCH C-FILIALI INTO :FILIALE-CORRENTE
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = ZERO
               ADD 1 TO TOTALE-FILIALI
               PERFORM COPERTURA-FILIALE
               EXEC SQL
                   FETCH C-FILIALI INTO :FILIALE-CORRENTE
               END-EXEC
           END-PERFORM.
           EXEC SQL CLOSE C-FILIALI END-EXEC.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "FILIALI CON ROTA: " TOTALE-FILIALI
               "  FASCE SOTTO IL MINIMO: " TOTALE-SOTTO
               "  FASCE TRANQUILLE SOVRADIMENSIONATE: " TOTALE-SOPRA
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           CLOSE REPORT-OUTPUT.

           MOVE "REPORT-COPERTURA" TO SP-PROGRAMMA.
           MOVE SPACES TO SP-FILIALE.
           MOVE CONTATORE-RIGHE TO SP-RIGHE.
           MOVE "BIBLIO.PROD.COPERRPT.RPT" TO SP-UBICAZIONE.
           CALL 'SPOOL-WRITER' USING SPOOL-RICHIESTA.

           EXEC SQL COMMIT END-EXEC.

           DISPLAY "Filiali con rota: " TOTALE-FILIALI.
           DISPLAY "Fasce sotto il minimo: " TOTALE-SOTTO.
           DISPLAY "Fasce sovradimensionate: " TOTALE-SOPRA.

           EXIT PROGRAM.

       LEGGI-PARAMETRI.
           EXEC SQL
               SELECT Valore INTO :PARAMETRO-TESTO
                   FROM Parametri
                   WHERE Chiave = 'TURNI-ORA-APERTURA'
           END-EXEC.
           IF SQLCODE = 0
               MOVE FUNCTION NUMVAL(PARAMETRO-TESTO) TO ORA-APERTURA
           END-IF.
           EXEC SQL
               SELECT Valore INTO :PARAMETRO-TESTO
                   FROM Parametri
                   WHERE Chiave = 'TURNI-MINIMO-BANCO'
           END-EXEC.
           IF SQLCODE = 0
               MOVE FUNCTION NUMVAL(PARAMETRO-TESTO) TO MINIMO-BANCO
           END-IF.
           EXEC SQL
               SELECT Valore INTO :PARAMETRO-TESTO
                   FROM Parametri
                   WHERE Chiave = 'TURNI-SOGLIA-QUIETE'
           END-EXEC.
           IF SQLCODE = 0
               MOVE FUNCTION NUMVAL(PARAMETRO-TESTO) TO SOGLIA-QUIETE
           END-IF.

       COPERTURA-FILIALE.
           MOVE ZEROS TO MATRICE-COPERTURA.
           MOVE ZERO TO SOTTO-FILIALE.
           MOVE ZERO TO SOPRA-FILIALE.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "=== FILIALE " FILIALE-CORRENTE " ==="
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "GIORNO     DATA     ORA PERSONE ASSENTI "
               "MEDIA MOVIMENTI SEGNALAZIONE"
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

           PERFORM CONTA-GIORNI-APERTI
               VARYING GIORNO-SERIALE FROM SERIALE-INIZIO BY 1
               UNTIL GIORNO-SERIALE > SERIALE-INIZIO + 27.
           PERFORM ACCUMULA-MOVIMENTI.
           PERFORM ACCUMULA-TURNI.

           PERFORM STAMPA-GIORNO
               VARYING INDICE-GIORNO FROM 1 BY 1
               UNTIL INDICE-GIORNO > 7.

           MOVE SPACES TO REPORT-LINE.
           STRING "FASCE SOTTO IL MINIMO: " SOTTO-FILIALE
               "  SOVRADIMENSIONATE: " SOPRA-FILIALE
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           ADD SOTTO-FILIALE TO TOTALE-SOTTO.
           ADD SOPRA-FILIALE TO TOTALE-SOPRA.

      *    Quante volte ogni giorno della settimana e' stato aperto
      *    nello storico: e' il divisore della media.
       CONTA-GIORNI-APERTI.
           COMPUTE DATA-GIORNO =
               FUNCTION DATE-OF-INTEGER(GIORNO-SERIALE).
           PERFORM CONTROLLA-GIORNO-APERTO.
           IF GIORNO-APERTO = "S"
               COMPUTE INDICE-GIORNO =
                   FUNCTION MOD(GIORNO-SERIALE - 1, 7) + 1
               ADD 1 TO GIORNI-APERTI (INDICE-GIORNO)
           END-IF.

       CONTROLLA-GIORNO-APERTO.
           MOVE "S" TO GIORNO-APERTO.
           MOVE ZERO TO ORA-CHIUSURA.
           EXEC SQL
               SELECT COUNT(*) INTO :CHIUSURE-TROVATE
                   FROM CalendarioChiusure
                   WHERE data_chiusura = :DATA-GIORNO
                     AND (Filiale =
                              TRIM(BOTH ' ' FROM :FILIALE-CORRENTE)
                          OR Filiale = '*')
           END-EXEC.
           IF CHIUSURE-TROVATE > 0
               MOVE "N" TO GIORNO-APERTO
               EXIT PARAGRAPH
           END-IF.
           MOVE DATA-GIORNO TO OC-DATA.
           CALL 'ORARIO-CHIUSURA' USING OC-RICHIESTA.
           IF OC-ORA = 0
               MOVE "N" TO GIORNO-APERTO
               EXIT PARAGRAPH
           END-IF.
           COMPUTE ORA-CHIUSURA = OC-ORA / 10000.
           IF FUNCTION MOD(OC-ORA, 10000) > 0
               ADD 1 TO ORA-CHIUSURA
           END-IF.

      *    Stessi eventi di CARICO-BANCO (prestiti dallo storico e
      *    dall'attivo, restituzioni dallo storico), della sola
      *    Filiale e nella finestra storica.
       ACCUMULA-MOVIMENTI.
           EXEC SQL
               DECLARE C-MOVIMENTI CURSOR FOR
                   SELECT CAST(SUBSTRING(s.data_prenotazione
                              FROM 1 FOR 8) AS INTEGER),
                          COALESCE(s.ora_prenotazione, 0)
                       FROM PrenotazioneStorico s
                       JOIN Libro l ON s.codiceISBN = l.ISBN
                       WHERE l.SEDE =
                             TRIM(BOTH ' ' FROM :FILIALE-CORRENTE)
                   UNION ALL
                   SELECT s.data_restituzione,
                          COALESCE(s.ora_restituzione, 0)
                       FROM PrenotazioneStorico s
                       JOIN Libro l ON s.codiceISBN = l.ISBN
                       WHERE l.SEDE =
                             TRIM(BOTH ' ' FROM :FILIALE-CORRENTE)
                   UNION ALL
                   SELECT CAST(SUBSTRING(p.data_prenotazione
                              FROM 1 FOR 8) AS INTEGER),
                          COALESCE(p.ora_prenotazione, 0)
                       FROM Prenotazione p
                       JOIN Libro l ON p.codiceISBN = l.ISBN
                       WHERE l.SEDE =
                             TRIM(BOTH ' ' FROM :FILIALE-CORRENTE)
           END-EXEC.
           EXEC SQL OPEN C-MOVIMENTI END-EXEC.
           EXEC SQL
               FETCH C-MOVIMENTI INTO :E-DATA, :E-ORA
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = ZERO
               IF E-DATA >= INIZIO-STORICO AND E-DATA <= FINE-STORICO
                  AND E-ORA > 0
                   COMPUTE SERIALE-EVENTO =
                       FUNCTION INTEGER-OF-DATE(E-DATA)
                   COMPUTE INDICE-GIORNO =
                       FUNCTION MOD(SERIALE-EVENTO - 1, 7) + 1
                   COMPUTE ORA-EVENTO = E-ORA / 10000
                   IF ORA-EVENTO > 23
                       MOVE 23 TO ORA-EVENTO
                   END-IF
                   ADD 1 TO MOVIMENTI-STORICI
                       (INDICE-GIORNO, ORA-EVENTO + 1)
               END-IF
               EXEC SQL
                   FETCH C-MOVIMENTI INTO :E-DATA, :E-ORA
               END-EXEC
           END-PERFORM.
           EXEC SQL CLOSE C-MOVIMENTI END-EXEC.

      *    Ogni turno conta una persona in ogni ora da inizio a
      *    fine esclusa; gli assenti si contano a parte.
       ACCUMULA-TURNI.
           EXEC SQL
               DECLARE C-TURNI CURSOR FOR
                   SELECT data_turno, ora_inizio, ora_fine, stato
                       FROM TurniBanco
                       WHERE Filiale =
                             TRIM(BOTH ' ' FROM :FILIALE-CORRENTE)
                         AND data_turno >= :LUNEDI-ROTA
                         AND data_turno <= :DOMENICA-ROTA
           END-EXEC.
           EXEC SQL OPEN C-TURNI END-EXEC.
           EXEC SQL
               FETCH C-TURNI INTO :T-DATA, :T-ORA-INIZIO,
                   :T-ORA-FINE, :T-STATO
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = ZERO
               COMPUTE INDICE-GIORNO =
                   FUNCTION INTEGER-OF-DATE(T-DATA)
                   - SERIALE-LUNEDI + 1
               PERFORM VARYING INDICE-ORA FROM T-ORA-INIZIO BY 1
                       UNTIL INDICE-ORA >= T-ORA-FINE
                          OR INDICE-ORA > 23
                   IF T-STATO = "ASSENTE"
                       ADD 1 TO PERSONE-ASSENTI
                           (INDICE-GIORNO, INDICE-ORA + 1)
                   ELSE
                       ADD 1 TO PERSONE-PREVISTE
                           (INDICE-GIORNO, INDICE-ORA + 1)
                   END-IF
               END-PERFORM
               EXEC SQL
                   FETCH C-TURNI INTO :T-DATA, :T-ORA-INIZIO,
                       :T-ORA-FINE, :T-STATO
               END-EXEC
           END-PERFORM.
           EXEC SQL CLOSE C-TURNI END-EXEC.

       STAMPA-GIORNO.
           EVALUATE INDICE-GIORNO
               WHEN 1 MOVE "LUNEDI'" TO NOME-GIORNO
               WHEN 2 MOVE "MARTEDI'" TO NOME-GIORNO
               WHEN 3 MOVE "MERCOLEDI'" TO NOME-GIORNO
               WHEN 4 MOVE "GIOVEDI'" TO NOME-GIORNO
               WHEN 5 MOVE "VENERDI'" TO NOME-GIORNO
               WHEN 6 MOVE "SABATO" TO NOME-GIORNO
               WHEN 7 MOVE "DOMENICA" TO NOME-GIORNO
           END-EVALUATE.
           COMPUTE DATA-GIORNO = FUNCTION DATE-OF-INTEGER(
               SERIALE-LUNEDI + INDICE-GIORNO - 1).
           PERFORM CONTROLLA-GIORNO-APERTO.
           IF GIORNO-APERTO = "N"
               MOVE SPACES TO REPORT-LINE
               STRING NOME-GIORNO " " DATA-GIORNO "     CHIUSO"
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               ADD 1 TO CONTATORE-RIGHE
               EXIT PARAGRAPH
           END-IF.
           PERFORM STAMPA-FASCIA
               VARYING INDICE-ORA FROM ORA-APERTURA BY 1
               UNTIL INDICE-ORA >= ORA-CHIUSURA
                  OR INDICE-ORA > 23.

       STAMPA-FASCIA.
           MOVE ZERO TO MEDIA-MOVIMENTI.
           IF GIORNI-APERTI (INDICE-GIORNO) > 0
               COMPUTE MEDIA-MOVIMENTI ROUNDED =
                   MOVIMENTI-STORICI (INDICE-GIORNO, INDICE-ORA + 1)
                   / GIORNI-APERTI (INDICE-GIORNO)
           END-IF.
           MOVE SPACES TO SEGNALAZIONE.
           IF PERSONE-PREVISTE (INDICE-GIORNO, INDICE-ORA + 1)
                   < MINIMO-BANCO
               MOVE "SOTTO IL MINIMO" TO SEGNALAZIONE
               ADD 1 TO SOTTO-FILIALE
           ELSE
               IF PERSONE-PREVISTE (INDICE-GIORNO, INDICE-ORA + 1)
                       > MINIMO-BANCO
                   COMPUTE CARICO-PERSONA ROUNDED = MEDIA-MOVIMENTI
                       / PERSONE-PREVISTE (INDICE-GIORNO,
                                           INDICE-ORA + 1)
                   IF CARICO-PERSONA < SOGLIA-QUIETE
                       MOVE "SOVRADIMENSIONATA" TO SEGNALAZIONE
                       ADD 1 TO SOPRA-FILIALE
                   END-IF
               END-IF
           END-IF.
           MOVE INDICE-ORA TO ORA-STAMPA.
           MOVE MEDIA-MOVIMENTI TO MEDIA-STAMPA.
           MOVE SPACES TO REPORT-LINE.
           STRING NOME-GIORNO " " DATA-GIORNO " " ORA-STAMPA "  "
               PERSONE-PREVISTE (INDICE-GIORNO, INDICE-ORA + 1)
               "     "
               PERSONE-ASSENTI (INDICE-GIORNO, INDICE-ORA + 1)
               "     " MEDIA-STAMPA "         " SEGNALAZIONE
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           ADD 1 TO CONTATORE-RIGHE.

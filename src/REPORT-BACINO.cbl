       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORT-BACINO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPORT-OUTPUT ASSIGN TO BACRPT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MAPPA-OUTPUT ASSIGN TO BACFEED
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  REPORT-OUTPUT.
       01  REPORT-LINE PIC X(132).

      *    File per lo strumento cartografico del comune: campi
      *    separati da ';' come l'estratto dell'anagrafe, una riga
      *    di intestazione e poi anno, zona, filiale, residenti,
      *    iscritti, attivi, scaduti, attivi ogni cento residenti.
       FD  MAPPA-OUTPUT.
       01  MAPPA-LINE PIC X(200).

       WORKING-STORAGE SECTION.
           01 OGGI-DATA         PIC 9(8).
           01 ANNO-CORRENTE     PIC 9(4).
           01 ANNO-INIZIO       PIC 9(4).
           01 GIORNO-SERIALE    PIC 9(9).
           01 DATA-LIMITE       PIC 9(8).
           01 DATA-ESTRATTO     PIC 9(8).

      *    Conteggi per zona e filiale di appartenenza.
           01 MASSIMO-VOCI      PIC 9(4) VALUE 1000.
           01 NUMERO-VOCI       PIC 9(4) VALUE ZERO.
           01 INDICE-VOCE       PIC 9(4).
           01 VOCI-SCARTATE     PIC 9(7) VALUE ZERO.
           01 TABELLA-BACINO.
               03 VOCE-BACINO OCCURS 1000.
                   05 BA-ZONA        PIC X(10).
                   05 BA-FILIALE     PIC X(30).
                   05 BA-ISCRITTI    PIC 9(7).
                   05 BA-ATTIVI      PIC 9(7).
                   05 BA-SCADUTI     PIC 9(7).

           01 UTENTE-REC.
               03 U-USERNAME    PIC X(50).
               03 U-INDIRIZZO   PIC X(255).
               03 U-FILIALE     PIC X(30).
               03 U-SCADENZA    PIC 9(8).
               03 U-PRESTITI    PIC 9(7).

           01 BACINO-REC.
               03 B-ANNO        PIC 9(4).
               03 B-ZONA        PIC X(10).
               03 B-FILIALE     PIC X(30).
               03 B-RESIDENTI   PIC 9(7).
               03 B-ISCRITTI    PIC 9(7).
               03 B-ATTIVI      PIC 9(7).
               03 B-SCADUTI     PIC 9(7).
           01 PENETRAZIONE      PIC 9(3)V99.
           01 PENETRAZIONE-ED   PIC ZZ9.99.

           01 ZR-RICHIESTA.
               03 ZR-INDIRIZZO      PIC X(255).
               03 ZR-ZONA           PIC X(10).

           01 CONTATORE-TESSERATI PIC 9(7) VALUE ZERO.
           01 CONTATORE-RIGHE     PIC 9(7) VALUE ZERO.

           01 SPOOL-RICHIESTA.
               03 SP-PROGRAMMA      PIC X(30).
               03 SP-FILIALE        PIC X(30).
               03 SP-RIGHE          PIC 9(7).
               03 SP-UBICAZIONE     PIC X(60).

       EXEC SQL INCLUDE SQLCA END-EXEC.

       PROCEDURE DIVISION.
      *    Bacino d'utenza e penetrazione per zona di residenza,
      *    chiesto dal comune per orari e iniziative: i tesserati
      *    Lettori si raggruppano per zona (CAP ricavato
      *    dall'indirizzo, ZONA-RESIDENZA) e filiale di
      *    appartenenza, contando gli iscritti, gli attivi (almeno
      *    un prestito negli ultimi dodici mesi) e gli scaduti
      *    (tessera oltre la scadenza). Il confronto e' con i
      *    residenti della zona nell'ultimo estratto caricato da
      *    MATCH-ANAGRAFE (ResidentiZona). La fotografia dell'anno
      *    resta in BacinoAnnuale (un nuovo lancio nello stesso anno
      *    la sostituisce) e da li' esce l'andamento degli ultimi
      *    cinque anni; il file BACFEED va allo strumento
      *    cartografico del comune.
       REPORT-BACINO-PARA.
           DISPLAY "------- SONO REPORT-BACINO (batch)!".
           ACCEPT OGGI-DATA FROM DATE YYYYMMDD.
           MOVE OGGI-DATA(1:4) TO ANNO-CORRENTE.
           COMPUTE ANNO-INIZIO = ANNO-CORRENTE - 4.
           COMPUTE GIORNO-SERIALE =
               FUNCTION INTEGER-OF-DATE(OGGI-DATA) - 365.
           COMPUTE DATA-LIMITE =
               FUNCTION DATE-OF-INTEGER(GIORNO-SERIALE).

           EXEC SQL
               SELECT COALESCE(MAX(data_estratto), 0)
                   INTO :DATA-ESTRATTO
                   FROM ResidentiZona
           END-EXEC.
           IF DATA-ESTRATTO = 0
               DISPLAY "ATTENZIONE: nessun estratto anagrafe "
                   "caricato, residenti a zero."
           END-IF.

           PERFORM CONTA-TESSERATI.
           PERFORM SALVA-FOTOGRAFIA.

           OPEN OUTPUT REPORT-OUTPUT.
           OPEN OUTPUT MAPPA-OUTPUT.
           MOVE SPACES TO REPORT-LINE.
           STRING "BACINO D'UTENZA PER ZONA E FILIALE AL " OGGI-DATA
               " - RESIDENTI DALL'ESTRATTO DEL " DATA-ESTRATTO
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO MAPPA-LINE.
           STRING "anno;zona;filiale;residenti;iscritti;attivi;"
               "scaduti;attivi_per_100_residenti"
               DELIMITED BY SIZE INTO MAPPA-LINE.
           WRITE MAPPA-LINE.

           PERFORM STAMPA-ANNO.
           PERFORM STAMPA-ANDAMENTO.

           CLOSE REPORT-OUTPUT.
           CLOSE MAPPA-OUTPUT.

           MOVE "REPORT-BACINO" TO SP-PROGRAMMA.
           MOVE SPACES TO SP-FILIALE.
           MOVE CONTATORE-RIGHE TO SP-RIGHE.
           MOVE "BIBLIO.PROD.BACRPT.RPT" TO SP-UBICAZIONE.
           CALL 'SPOOL-WRITER' USING SPOOL-RICHIESTA.

           EXEC SQL COMMIT END-EXEC.

           DISPLAY "Tesserati esaminati: " CONTATORE-TESSERATI.
           DISPLAY "Zone/filiali nel bacino: " NUMERO-VOCI.
           IF VOCI-SCARTATE > 0
               DISPLAY "Tesserati fuori tabella: " VOCI-SCARTATE
           END-IF.

           EXIT PROGRAM.

      *    Un tesserato per volta: zona dall'indirizzo, voce della
      *    tabella per zona e filiale, conteggi.
       CONTA-TESSERATI.
           EXEC SQL
               DECLARE C-BACINO CURSOR FOR
                   SELECT u.Username, COALESCE(u.Indirizzo, ' '),
                          COALESCE(u.Filiale, ' '),
                          COALESCE(u.DataScadenzaTessera, 0),
                          (SELECT COUNT(*) FROM Prenotazione p
                             WHERE p.Username = u.Username
                               AND p.data_prenotazione >=
                                   CAST(:DATA-LIMITE AS CHAR(8)))
                        + (SELECT COUNT(*) FROM PrenotazioneStorico s
                             WHERE s.Username = u.Username
                               AND s.data_prenotazione >=
                                   CAST(:DATA-LIMITE AS CHAR(8)))
                       FROM Utente u
                       WHERE u.Ruolo = 'Lettore'
                         AND u.Username NOT LIKE 'ANON%'
           END-EXEC.
           EXEC SQL OPEN C-BACINO END-EXEC.
           EXEC SQL
               FETCH C-BACINO INTO :U-USERNAME, :U-INDIRIZZO,
                   :U-FILIALE, :U-SCADENZA, :U-PRESTITI
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = ZERO
               ADD 1 TO CONTATORE-TESSERATI
               PERFORM CONTA-TESSERATO
               EXEC SQL
                   FETCH C-BACINO INTO :U-USERNAME, :U-INDIRIZZO,
                       :U-FILIALE, :U-SCADENZA, :U-PRESTITI
               END-EXEC
           END-PERFORM.
           EXEC SQL CLOSE C-BACINO END-EXEC.

       CONTA-TESSERATO.
           MOVE U-INDIRIZZO TO ZR-INDIRIZZO.
           CALL 'ZONA-RESIDENZA' USING ZR-RICHIESTA.
           PERFORM VARYING INDICE-VOCE FROM 1 BY 1
                   UNTIL INDICE-VOCE > NUMERO-VOCI
                   OR (BA-ZONA (INDICE-VOCE) = ZR-ZONA
                       AND BA-FILIALE (INDICE-VOCE) = U-FILIALE)
               CONTINUE
           END-PERFORM.
           IF INDICE-VOCE > NUMERO-VOCI
               IF NUMERO-VOCI >= MASSIMO-VOCI
                   ADD 1 TO VOCI-SCARTATE
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO NUMERO-VOCI
               MOVE NUMERO-VOCI TO INDICE-VOCE
               MOVE ZR-ZONA TO BA-ZONA (INDICE-VOCE)
               MOVE U-FILIALE TO BA-FILIALE (INDICE-VOCE)
               MOVE ZERO TO BA-ISCRITTI (INDICE-VOCE)
               MOVE ZERO TO BA-ATTIVI (INDICE-VOCE)
               MOVE ZERO TO BA-SCADUTI (INDICE-VOCE)
           END-IF.
           ADD 1 TO BA-ISCRITTI (INDICE-VOCE).
           IF U-PRESTITI > 0
               ADD 1 TO BA-ATTIVI (INDICE-VOCE)
           END-IF.
           IF U-SCADENZA > 0 AND U-SCADENZA < OGGI-DATA
               ADD 1 TO BA-SCADUTI (INDICE-VOCE)
           END-IF.

      *    Fotografia dell'anno in BacinoAnnuale, con i residenti
      *    della zona accanto a ogni filiale.
       SALVA-FOTOGRAFIA.
           EXEC SQL
               DELETE FROM BacinoAnnuale
                   WHERE anno = :ANNO-CORRENTE
           END-EXEC.
           PERFORM VARYING INDICE-VOCE FROM 1 BY 1
                   UNTIL INDICE-VOCE > NUMERO-VOCI
               MOVE BA-ZONA (INDICE-VOCE) TO B-ZONA
               MOVE BA-FILIALE (INDICE-VOCE) TO B-FILIALE
               MOVE BA-ISCRITTI (INDICE-VOCE) TO B-ISCRITTI
               MOVE BA-ATTIVI (INDICE-VOCE) TO B-ATTIVI
               MOVE BA-SCADUTI (INDICE-VOCE) TO B-SCADUTI
               MOVE ZERO TO B-RESIDENTI
               EXEC SQL
                   SELECT COALESCE(SUM(residenti), 0)
                       INTO :B-RESIDENTI
                       FROM ResidentiZona
                       WHERE data_estratto = :DATA-ESTRATTO
                         AND zona = TRIM(BOTH ' ' FROM :B-ZONA)
               END-EXEC
               EXEC SQL
                   INSERT INTO BacinoAnnuale (anno, zona, Filiale,
                       residenti, iscritti, attivi, scaduti,
                       data_estratto)
                   VALUES (:ANNO-CORRENTE,
                           TRIM(BOTH ' ' FROM :B-ZONA),
                           TRIM(BOTH ' ' FROM :B-FILIALE),
                           :B-RESIDENTI, :B-ISCRITTI, :B-ATTIVI,
                           :B-SCADUTI, :DATA-ESTRATTO)
               END-EXEC
           END-PERFORM.

      *    Dettaglio dell'anno per zona e filiale, sul report e sul
      *    file per la mappa.
       STAMPA-ANNO.
           MOVE SPACES TO REPORT-LINE.
           STRING "ZONA       FILIALE                        "
               "RESIDENTI ISCRITTI  ATTIVI   SCADUTI  ATT/100RES"
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           EXEC SQL
               DECLARE C-BACINO-ANNO CURSOR FOR
                   SELECT anno, zona, Filiale, residenti, iscritti,
                          attivi, scaduti
                       FROM BacinoAnnuale
                       WHERE anno = :ANNO-CORRENTE
                       ORDER BY zona, Filiale
           END-EXEC.
           EXEC SQL OPEN C-BACINO-ANNO END-EXEC.
           EXEC SQL
               FETCH C-BACINO-ANNO INTO :B-ANNO, :B-ZONA, :B-FILIALE,
                   :B-RESIDENTI, :B-ISCRITTI, :B-ATTIVI, :B-SCADUTI
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = ZERO
               PERFORM CALCOLA-PENETRAZIONE
               MOVE SPACES TO REPORT-LINE
               STRING B-ZONA " " B-FILIALE " " B-RESIDENTI "   "
                   B-ISCRITTI "   " B-ATTIVI "  " B-SCADUTI "  "
                   PENETRAZIONE-ED
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               ADD 1 TO CONTATORE-RIGHE
               MOVE SPACES TO MAPPA-LINE
               STRING B-ANNO ";"
                   FUNCTION TRIM(B-ZONA) ";"
                   FUNCTION TRIM(B-FILIALE) ";"
                   B-RESIDENTI ";" B-ISCRITTI ";" B-ATTIVI ";"
                   B-SCADUTI ";" FUNCTION TRIM(PENETRAZIONE-ED)
                   DELIMITED BY SIZE INTO MAPPA-LINE
               WRITE MAPPA-LINE
               EXEC SQL
                   FETCH C-BACINO-ANNO INTO :B-ANNO, :B-ZONA,
                       :B-FILIALE, :B-RESIDENTI, :B-ISCRITTI,
                       :B-ATTIVI, :B-SCADUTI
               END-EXEC
           END-PERFORM.
           EXEC SQL CLOSE C-BACINO-ANNO END-EXEC.

      *    Andamento per zona negli ultimi cinque anni fotografati:
      *    tutte le filiali insieme contro i residenti della zona.
       STAMPA-ANDAMENTO.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "ANDAMENTO PER ZONA DAL " ANNO-INIZIO
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "ZONA       ANNO RESIDENTI ISCRITTI  ATTIVI   "
               "SCADUTI  ATT/100RES"
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           EXEC SQL
               DECLARE C-BACINO-TREND CURSOR FOR
                   SELECT zona, anno, MAX(residenti), SUM(iscritti),
                          SUM(attivi), SUM(scaduti)
                       FROM BacinoAnnuale
                       WHERE anno >= :ANNO-INIZIO
                       GROUP BY zona, anno
                       ORDER BY zona, anno
           END-EXEC.
           EXEC SQL OPEN C-BACINO-TREND END-EXEC.
           EXEC SQL
               FETCH C-BACINO-TREND INTO :B-ZONA, :B-ANNO,
                   :B-RESIDENTI, :B-ISCRITTI, :B-ATTIVI, :B-SCADUTI
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = ZERO
               PERFORM CALCOLA-PENETRAZIONE
               MOVE SPACES TO REPORT-LINE
               STRING B-ZONA " " B-ANNO " " B-RESIDENTI "   "
                   B-ISCRITTI "   " B-ATTIVI "  " B-SCADUTI "  "
                   PENETRAZIONE-ED
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               ADD 1 TO CONTATORE-RIGHE
               EXEC SQL
                   FETCH C-BACINO-TREND INTO :B-ZONA, :B-ANNO,
                       :B-RESIDENTI, :B-ISCRITTI, :B-ATTIVI,
                       :B-SCADUTI
               END-EXEC
           END-PERFORM.
           EXEC SQL CLOSE C-BACINO-TREND END-EXEC.

      *    Tesserati attivi ogni cento residenti della zona.
       CALCOLA-PENETRAZIONE.
           IF B-RESIDENTI > 0
               COMPUTE PENETRAZIONE ROUNDED =
                   (B-ATTIVI * 100) / B-RESIDENTI
                   ON SIZE ERROR MOVE 999.99 TO PENETRAZIONE
               END-COMPUTE
           ELSE
               MOVE ZERO TO PENETRAZIONE
           END-IF.
           MOVE PENETRAZIONE TO PENETRAZIONE-ED.

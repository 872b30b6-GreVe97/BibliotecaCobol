       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMPORTA-INGRESSI.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INGRESSI-INPUT ASSIGN TO INGRESSI
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INGRESSI-STATUS.
           SELECT REPORT-OUTPUT ASSIGN TO INGRRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *    Conteggi orari dei contapersone alle porte delle Filiali:
      *    una riga per contatore e ora (ora = inizio della fascia,
      *    00-23), con gli ingressi e l'esito del contatore ("OK",
      *    altrimenti il codice di guasto del fornitore).
       FD  INGRESSI-INPUT.
       01  INGRESSO-RECORD.
           03 IN-DATA         PIC 9(8).
           03 IN-ORA          PIC 9(2).
           03 IN-FILIALE      PIC X(30).
           03 IN-CONTATORE    PIC X(10).
           03 IN-INGRESSI     PIC 9(6).
           03 IN-ESITO        PIC X(2).
             88 IN-ESITO-OK VALUE "OK".

       FD  REPORT-OUTPUT.
       01  REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
           01 INGRESSI-STATUS   PIC X(2).
           01 FINE-FILE         PIC X(1) VALUE "N".
             88 FINE-FILE-SI VALUE "S".
           01 OGGI-DATA         PIC 9(8).
           01 IERI-DATA         PIC 9(8).
           01 INIZIO-FINESTRA   PIC 9(8).
           01 GIORNO-SERIALE    PIC 9(9).

           01 CHIUSURE-TROVATE  PIC 9(5).
           01 STATO-ESISTENTE   PIC X(10).
           01 STATO-CONTATORE   PIC X(10).

      *    Giornata di un contatore da controllare per i buchi.
           01 GIORNATA-REC.
               03 G-FILIALE     PIC X(30).
               03 G-CONTATORE   PIC X(10).
               03 G-DATA        PIC 9(8).
           01 ORA-REC.
               03 O-ORA         PIC 9(2).
               03 O-STATO       PIC X(10).
           01 ORE-GIORNATA.
               03 ORA-PRESENTE  PIC X(1) OCCURS 24 TIMES.
           01 INDICE-ORA        PIC 9(2).
           01 ORA-BUCO          PIC 9(2).
           01 PRIMA-ORA         PIC 9(2).
           01 ULTIMA-ORA        PIC 9(2).
           01 ULTIMA-ATTESA     PIC 9(2).
           01 ORE-TROVATE       PIC 9(3).

           01 OC-RICHIESTA.
               03 OC-DATA       PIC 9(8).
               03 OC-ORA        PIC 9(6).

           01 VISITE-REC.
               03 V-FILIALE     PIC X(30).
               03 V-INGRESSI    PIC 9(9).
               03 V-ORE-GUASTE  PIC 9(5).

           01 CONTATORE-LETTI       PIC 9(7) VALUE ZERO.
           01 CONTATORE-SCARTATI    PIC 9(7) VALUE ZERO.
           01 CONTATORE-CHIUSI      PIC 9(7) VALUE ZERO.
           01 CONTATORE-DOPPI       PIC 9(7) VALUE ZERO.
           01 CONTATORE-REGISTRATI  PIC 9(7) VALUE ZERO.
           01 CONTATORE-GUASTI      PIC 9(7) VALUE ZERO.
           01 CONTATORE-BUCHI       PIC 9(7) VALUE ZERO.
           01 CONTATORE-GIORNATE    PIC 9(7) VALUE ZERO.
           01 CONTATORE-RIGHE       PIC 9(7) VALUE ZERO.

           01 SPOOL-RICHIESTA.
               03 SP-PROGRAMMA      PIC X(30).
               03 SP-FILIALE        PIC X(30).
               03 SP-RIGHE          PIC 9(7).
               03 SP-UBICAZIONE     PIC X(60).

       EXEC SQL INCLUDE SQLCA END-EXEC.

       PROCEDURE DIVISION.
      *    Import giornaliero dei contapersone: i conteggi orari
      *    delle porte finiscono in IngressiContatori, una riga per
      *    Filiale, contatore, data e ora. I giorni di chiusura di
      *    CalendarioChiusure non si importano (le entrate del
      *    personale non sono visite). Un'ora gia' importata si
      *    salta, cosi' il rilancio sullo stesso file non raddoppia;
      *    un'ora segnata MANCANTE si completa se il dato arriva in
      *    ritardo. Le anomalie dei contatori escono in INGRRPT:
      *    ore con codice di guasto, buchi nella sequenza oraria di
      *    una giornata e contatori che ieri non hanno mandato nulla
      *    in un giorno di apertura. Le visite alimentano
      *    CARICO-BANCO, SNAPSHOT-MENSILE e RITORNO-ANNUALE.
       IMPORTA-INGRESSI-PARA.
           DISPLAY "------- SONO IMPORTA-INGRESSI (batch)!".
           ACCEPT OGGI-DATA FROM DATE YYYYMMDD.
           COMPUTE GIORNO-SERIALE =
               FUNCTION INTEGER-OF-DATE(OGGI-DATA) - 1.
           COMPUTE IERI-DATA = FUNCTION DATE-OF-INTEGER(GIORNO-SERIALE).
           SUBTRACT 30 FROM GIORNO-SERIALE.
           COMPUTE INIZIO-FINESTRA =
               FUNCTION DATE-OF-INTEGER(GIORNO-SERIALE).

           OPEN INPUT INGRESSI-INPUT.
           IF INGRESSI-STATUS NOT = "00"
               DISPLAY "Nessun file dei contapersone da elaborare "
                   "(stato " INGRESSI-STATUS ")."
               EXIT PROGRAM
           END-IF.

           OPEN OUTPUT REPORT-OUTPUT.
           MOVE SPACES TO REPORT-LINE.
           STRING "ANOMALIE DEI CONTAPERSONE - IMPORT DEL " OGGI-DATA
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "FILIALE                        CONTATORE  DATA     "
               "ORA ANOMALIA"
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

           PERFORM LEGGI-INGRESSO.
           PERFORM UNTIL FINE-FILE-SI
               ADD 1 TO CONTATORE-LETTI
               PERFORM REGISTRA-INGRESSO
               PERFORM LEGGI-INGRESSO
           END-PERFORM.

           CLOSE INGRESSI-INPUT.

           PERFORM CONTROLLA-BUCHI.
           PERFORM CONTROLLA-GIORNATE-MANCANTI.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "VISITE IMPORTATE PER FILIALE"
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM STAMPA-VISITE.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "Righe lette: " CONTATORE-LETTI
               " registrate: " CONTATORE-REGISTRATI
               " gia' importate: " CONTATORE-DOPPI
               " giorni di chiusura: " CONTATORE-CHIUSI
               " scartate: " CONTATORE-SCARTATI
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "Ore in guasto: " CONTATORE-GUASTI
               " ore mancanti: " CONTATORE-BUCHI
               " giornate senza dati: " CONTATORE-GIORNATE
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           CLOSE REPORT-OUTPUT.

           MOVE "IMPORTA-INGRESSI" TO SP-PROGRAMMA.
           MOVE SPACES TO SP-FILIALE.
           MOVE CONTATORE-RIGHE TO SP-RIGHE.
           MOVE "BIBLIO.PROD.INGRRPT.RPT" TO SP-UBICAZIONE.
           CALL 'SPOOL-WRITER' USING SPOOL-RICHIESTA.

           EXEC SQL COMMIT END-EXEC.

           DISPLAY "Righe lette: " CONTATORE-LETTI.
           DISPLAY "Righe registrate: " CONTATORE-REGISTRATI.
           DISPLAY "Righe gia' importate: " CONTATORE-DOPPI.
           DISPLAY "Righe in giorni di chiusura: " CONTATORE-CHIUSI.
           DISPLAY "Righe scartate: " CONTATORE-SCARTATI.
           DISPLAY "Ore in guasto: " CONTATORE-GUASTI.
           DISPLAY "Ore mancanti: " CONTATORE-BUCHI.
           DISPLAY "Giornate senza dati: " CONTATORE-GIORNATE.

           EXIT PROGRAM.

       LEGGI-INGRESSO.
           READ INGRESSI-INPUT
               AT END MOVE "S" TO FINE-FILE
           END-READ.

       REGISTRA-INGRESSO.
           IF IN-DATA IS NOT NUMERIC OR IN-ORA IS NOT NUMERIC
              OR IN-INGRESSI IS NOT NUMERIC OR IN-ORA > 23
              OR IN-FILIALE = SPACES
               ADD 1 TO CONTATORE-SCARTATI
               MOVE SPACES TO REPORT-LINE
               STRING IN-FILIALE " " IN-CONTATORE " " IN-DATA " "
                   IN-ORA "  RIGA NON VALIDA, SCARTATA"
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               ADD 1 TO CONTATORE-RIGHE
               EXIT PARAGRAPH
           END-IF.

           EXEC SQL
               SELECT COUNT(*) INTO :CHIUSURE-TROVATE
                   FROM CalendarioChiusure
                   WHERE data_chiusura = :IN-DATA
                     AND (Filiale = TRIM(BOTH ' ' FROM :IN-FILIALE)
                          OR Filiale = '*')
           END-EXEC.
           IF CHIUSURE-TROVATE > 0
               ADD 1 TO CONTATORE-CHIUSI
               EXIT PARAGRAPH
           END-IF.

           IF IN-ESITO-OK
               MOVE "OK" TO STATO-CONTATORE
           ELSE
               MOVE "GUASTO" TO STATO-CONTATORE
           END-IF.

           MOVE SPACES TO STATO-ESISTENTE.
           EXEC SQL
               SELECT stato_contatore INTO :STATO-ESISTENTE
                   FROM IngressiContatori
                   WHERE filiale = TRIM(BOTH ' ' FROM :IN-FILIALE)
                     AND contatore = TRIM(BOTH ' ' FROM :IN-CONTATORE)
                     AND data_visita = :IN-DATA
                     AND ora_visita = :IN-ORA
           END-EXEC.
           IF SQLCODE = 0 AND STATO-ESISTENTE NOT = "MANCANTE"
               ADD 1 TO CONTATORE-DOPPI
               EXIT PARAGRAPH
           END-IF.

           IF SQLCODE = 0
               EXEC SQL
                   UPDATE IngressiContatori
                       SET ingressi = :IN-INGRESSI,
                           stato_contatore =
                               TRIM(BOTH ' ' FROM :STATO-CONTATORE),
                           data_import = :OGGI-DATA
                       WHERE filiale =
                             TRIM(BOTH ' ' FROM :IN-FILIALE)
                         AND contatore =
                             TRIM(BOTH ' ' FROM :IN-CONTATORE)
                         AND data_visita = :IN-DATA
                         AND ora_visita = :IN-ORA
               END-EXEC
           ELSE
               EXEC SQL
                   INSERT INTO IngressiContatori (filiale, contatore,
                       data_visita, ora_visita, ingressi,
                       stato_contatore, codice_guasto, data_import)
                   VALUES (TRIM(BOTH ' ' FROM :IN-FILIALE),
                           TRIM(BOTH ' ' FROM :IN-CONTATORE),
                           :IN-DATA, :IN-ORA, :IN-INGRESSI,
                           TRIM(BOTH ' ' FROM :STATO-CONTATORE),
                           NULLIF(TRIM(BOTH ' ' FROM :IN-ESITO), 'OK'),
                           :OGGI-DATA)
               END-EXEC
           END-IF.
           IF SQLCODE NOT = 0
               DISPLAY "Errore sul contatore " IN-CONTATORE " "
                   IN-DATA " " IN-ORA ": " SQLERRMC
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO CONTATORE-REGISTRATI.

           IF NOT IN-ESITO-OK
               ADD 1 TO CONTATORE-GUASTI
               MOVE SPACES TO REPORT-LINE
               STRING IN-FILIALE " " IN-CONTATORE " " IN-DATA " "
                   IN-ORA "  GUASTO DEL CONTATORE (CODICE " IN-ESITO
                   ")"
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               ADD 1 TO CONTATORE-RIGHE
           END-IF.

      *    Ogni giornata toccata dall'import deve avere le ore
      *    consecutive dalla prima ora contata fino alla chiusura
      *    del giorno (ORARIO-CHIUSURA); le ore che mancano si
      *    registrano MANCANTE con zero ingressi, cosi' i totali
      *    dichiarano quanto del dato e' incompleto.
       CONTROLLA-BUCHI.
           EXEC SQL
               DECLARE C-GIORNATE CURSOR FOR
                   SELECT DISTINCT filiale, contatore, data_visita
                       FROM IngressiContatori
                       WHERE data_import = :OGGI-DATA
                       ORDER BY filiale, contatore, data_visita
           END-EXEC.
           EXEC SQL OPEN C-GIORNATE END-EXEC.
           EXEC SQL
               FETCH C-GIORNATE INTO :G-FILIALE, :G-CONTATORE,
                   :G-DATA
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = ZERO
               PERFORM CONTROLLA-GIORNATA
               EXEC SQL
                   FETCH C-GIORNATE INTO :G-FILIALE, :G-CONTATORE,
                       :G-DATA
               END-EXEC
           END-PERFORM.
           EXEC SQL CLOSE C-GIORNATE END-EXEC.

       CONTROLLA-GIORNATA.
           MOVE SPACES TO ORE-GIORNATA.
           MOVE ZERO TO ORE-TROVATE.
           MOVE 99 TO PRIMA-ORA.
           MOVE ZERO TO ULTIMA-ORA.
           EXEC SQL
               DECLARE C-ORE CURSOR FOR
                   SELECT ora_visita, stato_contatore
                       FROM IngressiContatori
                       WHERE filiale = TRIM(BOTH ' ' FROM :G-FILIALE)
                         AND contatore =
                             TRIM(BOTH ' ' FROM :G-CONTATORE)
                         AND data_visita = :G-DATA
                       ORDER BY ora_visita
           END-EXEC.
           EXEC SQL OPEN C-ORE END-EXEC.
           EXEC SQL
               FETCH C-ORE INTO :O-ORA, :O-STATO
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = ZERO
               MOVE "S" TO ORA-PRESENTE(O-ORA + 1)
               ADD 1 TO ORE-TROVATE
               IF O-ORA < PRIMA-ORA
                   MOVE O-ORA TO PRIMA-ORA
               END-IF
               IF O-ORA > ULTIMA-ORA
                   MOVE O-ORA TO ULTIMA-ORA
               END-IF
               EXEC SQL
                   FETCH C-ORE INTO :O-ORA, :O-STATO
               END-EXEC
           END-PERFORM.
           EXEC SQL CLOSE C-ORE END-EXEC.
           IF ORE-TROVATE = 0
               EXIT PARAGRAPH
           END-IF.

      *    Ultima fascia attesa: quella che contiene la chiusura
      *    (19:00 chiude la fascia delle 18). In un giorno di
      *    chiusura settimanale con dati si guarda solo fino
      *    all'ultima ora arrivata.
           MOVE G-DATA TO OC-DATA.
           CALL 'ORARIO-CHIUSURA' USING OC-RICHIESTA.
           MOVE ULTIMA-ORA TO ULTIMA-ATTESA.
           IF OC-ORA > 0
               COMPUTE ULTIMA-ATTESA = OC-ORA / 10000
               IF FUNCTION MOD(OC-ORA, 10000) = 0
                   AND ULTIMA-ATTESA > 0
                   SUBTRACT 1 FROM ULTIMA-ATTESA
               END-IF
               IF ULTIMA-ATTESA > 23
                   MOVE 23 TO ULTIMA-ATTESA
               END-IF
               IF ULTIMA-ATTESA < ULTIMA-ORA
                   MOVE ULTIMA-ORA TO ULTIMA-ATTESA
               END-IF
           END-IF.

           PERFORM VARYING INDICE-ORA FROM PRIMA-ORA BY 1
                   UNTIL INDICE-ORA > ULTIMA-ATTESA
               IF ORA-PRESENTE(INDICE-ORA + 1) = SPACE
                   MOVE INDICE-ORA TO ORA-BUCO
                   PERFORM REGISTRA-BUCO
               END-IF
           END-PERFORM.

       REGISTRA-BUCO.
           EXEC SQL
               INSERT INTO IngressiContatori (filiale, contatore,
                   data_visita, ora_visita, ingressi,
                   stato_contatore, codice_guasto, data_import)
               VALUES (TRIM(BOTH ' ' FROM :G-FILIALE),
                       TRIM(BOTH ' ' FROM :G-CONTATORE), :G-DATA,
                       :ORA-BUCO, 0, 'MANCANTE', NULL, :OGGI-DATA)
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY "Errore sul buco " G-CONTATORE " " G-DATA " "
                   ORA-BUCO ": " SQLERRMC
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO CONTATORE-BUCHI.
           MOVE SPACES TO REPORT-LINE.
           STRING G-FILIALE " " G-CONTATORE " " G-DATA " " ORA-BUCO
               "  ORA MANCANTE NELLA SEQUENZA DEL CONTATORE"
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           ADD 1 TO CONTATORE-RIGHE.

      *    Contatori attivi nell'ultimo mese che per ieri non hanno
      *    mandato nulla: se ieri la Filiale era aperta (nessuna
      *    chiusura in calendario, orario settimanale non a zero)
      *    il contatore e' fermo o il file non e' arrivato.
       CONTROLLA-GIORNATE-MANCANTI.
           EXEC SQL
               DECLARE C-MANCANTI CURSOR FOR
                   SELECT DISTINCT c.filiale, c.contatore
                       FROM IngressiContatori c
                       WHERE c.data_visita >= :INIZIO-FINESTRA
                         AND c.stato_contatore <> 'MANCANTE'
                         AND NOT EXISTS
                             (SELECT 1 FROM IngressiContatori i
                                 WHERE i.filiale = c.filiale
                                   AND i.contatore = c.contatore
                                   AND i.data_visita = :IERI-DATA)
                       ORDER BY c.filiale, c.contatore
           END-EXEC.
           MOVE IERI-DATA TO OC-DATA.
           CALL 'ORARIO-CHIUSURA' USING OC-RICHIESTA.
           IF OC-ORA = 0
               EXIT PARAGRAPH
           END-IF.
           EXEC SQL OPEN C-MANCANTI END-EXEC.
           EXEC SQL
               FETCH C-MANCANTI INTO :G-FILIALE, :G-CONTATORE
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = ZERO
               EXEC SQL
                   SELECT COUNT(*) INTO :CHIUSURE-TROVATE
                       FROM CalendarioChiusure
                       WHERE data_chiusura = :IERI-DATA
                         AND (Filiale =
                                  TRIM(BOTH ' ' FROM :G-FILIALE)
                              OR Filiale = '*')
               END-EXEC
               IF CHIUSURE-TROVATE = 0
                   ADD 1 TO CONTATORE-GIORNATE
                   MOVE SPACES TO REPORT-LINE
                   STRING G-FILIALE " " G-CONTATORE " " IERI-DATA
                       "     NESSUN CONTEGGIO PER LA GIORNATA"
                       DELIMITED BY SIZE INTO REPORT-LINE
                   WRITE REPORT-LINE
                   ADD 1 TO CONTATORE-RIGHE
               END-IF
               EXEC SQL
                   FETCH C-MANCANTI INTO :G-FILIALE, :G-CONTATORE
               END-EXEC
           END-PERFORM.
           EXEC SQL CLOSE C-MANCANTI END-EXEC.

       STAMPA-VISITE.
           EXEC SQL
               DECLARE C-VISITE CURSOR FOR
                   SELECT filiale, SUM(ingressi),
                          SUM(CASE WHEN stato_contatore = 'OK'
                                   THEN 0 ELSE 1 END)
                       FROM IngressiContatori
                       WHERE data_import = :OGGI-DATA
                       GROUP BY filiale
                       ORDER BY filiale
           END-EXEC.
           EXEC SQL OPEN C-VISITE END-EXEC.
           EXEC SQL
               FETCH C-VISITE INTO :V-FILIALE, :V-INGRESSI,
                   :V-ORE-GUASTE
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = ZERO
               MOVE SPACES TO REPORT-LINE
               STRING V-FILIALE " VISITE " V-INGRESSI
                   " ORE INCOMPLETE " V-ORE-GUASTE
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               ADD 1 TO CONTATORE-RIGHE
               EXEC SQL
                   FETCH C-VISITE INTO :V-FILIALE, :V-INGRESSI,
                       :V-ORE-GUASTE
               END-EXEC
           END-PERFORM.
           EXEC SQL CLOSE C-VISITE END-EXEC.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. LETTURE-ESTIVE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    ATTESTAT: gli attestati dei traguardi raggiunti, uno per
      *    pagina, pronti per la stampa e la consegna al banco.
           SELECT ATTESTATI-OUTPUT ASSIGN TO ATTESTAT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ATTESTATI-OUTPUT.
       01  ATTESTATO-LINE PIC X(132).

       WORKING-STORAGE SECTION.
           01 OGGI-DATA         PIC 9(8).

           01 PROGRAMMA-REC.
               03 P-CODICE      PIC X(10).
               03 P-TITOLO      PIC X(100).
               03 P-INIZIO      PIC 9(8).
               03 P-FINE        PIC 9(8).

           01 TRAGUARDO-REC.
               03 T-USERNAME    PIC X(50).
               03 T-NOME        PIC X(50).
               03 T-COGNOME     PIC X(50).
               03 T-SCUOLA      PIC X(100).
               03 T-LIBRI       PIC 9(3).
               03 T-DESCRIZIONE PIC X(50).
               03 T-LETTI       PIC 9(5).

           01 LETTURE-PRIMA     PIC 9(7).
           01 LETTURE-DOPO      PIC 9(7).

           01 CONTATORE-PROGRAMMI PIC 9(5) VALUE ZERO.
           01 CONTATORE-LETTURE   PIC 9(7) VALUE ZERO.
           01 CONTATORE-ATTESTATI PIC 9(5) VALUE ZERO.

           01 SPOOL-RICHIESTA.
               03 SP-PROGRAMMA      PIC X(30).
               03 SP-FILIALE        PIC X(30).
               03 SP-RIGHE          PIC 9(7).
               03 SP-UBICAZIONE     PIC X(60).

       EXEC SQL INCLUDE SQLCA END-EXEC.

       PROCEDURE DIVISION.
      *    Giro giornaliero della lettura estiva: per ogni programma
      *    cominciato e non ancora concluso, i prestiti aperti dagli
      *    iscritti nella finestra del programma diventano letture
      *    (un libro conta una volta sola, anche se ripreso), il
      *    conteggio dei libri letti si ricalcola su tutte le
      *    letture (anche quelle aggiunte a mano al banco) e per
      *    ogni traguardo superato dall'ultimo giro si stampa
      *    l'attestato. Rilanciabile: cio' che e' gia' registrato
      *    o attestato non si ripete.
       LETTURE-ESTIVE-PARA.
           DISPLAY "------- SONO LETTURE-ESTIVE (batch)!".
           ACCEPT OGGI-DATA FROM DATE YYYYMMDD.
           OPEN OUTPUT ATTESTATI-OUTPUT.

           EXEC SQL
               DECLARE C-PROGRAMMI-ATTIVI CURSOR FOR
                   SELECT codice_programma, titolo, data_inizio,
                          data_fine
                       FROM ProgrammiLettura
                       WHERE stato IN ('APERTO', 'CHIUSO')
                         AND data_inizio <= :OGGI-DATA
                       ORDER BY codice_programma
           END-EXEC.
           EXEC SQL OPEN C-PROGRAMMI-ATTIVI END-EXEC.
           EXEC SQL
               FETCH C-PROGRAMMI-ATTIVI INTO :P-CODICE, :P-TITOLO,
                   :P-INIZIO, :P-FINE
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = ZERO
               ADD 1 TO CONTATORE-PROGRAMMI
               PERFORM REGISTRA-LETTURE-PRESTITI
               PERFORM STAMPA-ATTESTATI
               EXEC SQL
                   FETCH C-PROGRAMMI-ATTIVI INTO :P-CODICE,
                       :P-TITOLO, :P-INIZIO, :P-FINE
               END-EXEC
           END-PERFORM.
           EXEC SQL CLOSE C-PROGRAMMI-ATTIVI END-EXEC.

           CLOSE ATTESTATI-OUTPUT.
           EXEC SQL COMMIT END-EXEC.

           IF CONTATORE-ATTESTATI > ZERO
               MOVE "LETTURE-ESTIVE" TO SP-PROGRAMMA
               MOVE SPACES TO SP-FILIALE
               MOVE CONTATORE-ATTESTATI TO SP-RIGHE
               MOVE "BIBLIO.PROD.ATTESTAT.LET" TO SP-UBICAZIONE
               CALL 'SPOOL-WRITER' USING SPOOL-RICHIESTA
           END-IF.

           DISPLAY "Programmi in corso: " CONTATORE-PROGRAMMI.
           DISPLAY "Letture registrate dai prestiti: "
               CONTATORE-LETTURE.
           DISPLAY "Attestati stampati: " CONTATORE-ATTESTATI.

           EXIT PROGRAM.

      *    Prestiti della finestra (attivi e storico, come
      *    SNAPSHOT-MENSILE) degli iscritti, un libro per ragazzo,
      *    alla data del primo prestito.
       REGISTRA-LETTURE-PRESTITI.
           EXEC SQL
               SELECT COUNT(*) INTO :LETTURE-PRIMA
                   FROM LettureProgramma
                   WHERE codice_programma = :P-CODICE
           END-EXEC.
           EXEC SQL
               INSERT INTO LettureProgramma (codice_programma,
                   Username, codiceISBN, titolo, data_lettura,
                   origine)
               SELECT :P-CODICE, X.Username, X.codiceISBN,
                      COALESCE(MIN(l.Titolo), X.codiceISBN),
                      CAST(MIN(SUBSTRING(X.data_prenotazione
                               FROM 1 FOR 8)) AS INTEGER),
                      'PRESTITO'
                   FROM (SELECT Username, codiceISBN,
                                data_prenotazione
                             FROM Prenotazione
                         UNION ALL
                         SELECT Username, codiceISBN,
                                data_prenotazione
                             FROM PrenotazioneStorico) X
                   JOIN IscrittiLettura i
                     ON i.Username = X.Username
                    AND i.codice_programma = :P-CODICE
                   LEFT JOIN Libro l ON l.ISBN = X.codiceISBN
                   WHERE SUBSTRING(X.data_prenotazione FROM 1 FOR 8)
                         >= CAST(:P-INIZIO AS CHAR(8))
                     AND SUBSTRING(X.data_prenotazione FROM 1 FOR 8)
                         <= CAST(:P-FINE AS CHAR(8))
                     AND NOT EXISTS
                         (SELECT 1 FROM LettureProgramma r
                              WHERE r.codice_programma = :P-CODICE
                                AND r.Username = X.Username
                                AND r.codiceISBN = X.codiceISBN)
                   GROUP BY X.Username, X.codiceISBN
           END-EXEC.
           IF SQLCODE < 0
               DISPLAY "ERRORE sulle letture di " P-CODICE ": "
                   SQLERRMC
           END-IF.
           EXEC SQL
               SELECT COUNT(*) INTO :LETTURE-DOPO
                   FROM LettureProgramma
                   WHERE codice_programma = :P-CODICE
           END-EXEC.
           COMPUTE CONTATORE-LETTURE = CONTATORE-LETTURE +
               LETTURE-DOPO - LETTURE-PRIMA.
           EXEC SQL
               UPDATE IscrittiLettura i
                   SET libri_letti =
                       (SELECT COUNT(*) FROM LettureProgramma r
                            WHERE r.codice_programma =
                                  i.codice_programma
                              AND r.Username = i.Username)
                   WHERE i.codice_programma = :P-CODICE
           END-EXEC.

      *    Un attestato per ogni traguardo tra l'ultimo attestato e
      *    i libri letti oggi; poi l'ultimo traguardo avanza.
       STAMPA-ATTESTATI.
           EXEC SQL
               DECLARE C-TRAGUARDI CURSOR FOR
                   SELECT i.Username, COALESCE(u.Nome, ' '),
                          COALESCE(u.Cognome, ' '),
                          COALESCE(c.NomeOrganizzazione, ' '),
                          t.libri_richiesti, t.descrizione,
                          i.libri_letti
                       FROM IscrittiLettura i
                       JOIN Utente u ON u.Username = i.Username
                       LEFT JOIN Utente c ON c.Username = i.classe
                       JOIN TraguardiLettura t
                         ON t.codice_programma = i.codice_programma
                        AND t.libri_richiesti > i.ultimo_traguardo
                        AND t.libri_richiesti <= i.libri_letti
                       WHERE i.codice_programma = :P-CODICE
                       ORDER BY i.Username, t.libri_richiesti
           END-EXEC.
           EXEC SQL OPEN C-TRAGUARDI END-EXEC.
           EXEC SQL
               FETCH C-TRAGUARDI INTO :T-USERNAME, :T-NOME,
                   :T-COGNOME, :T-SCUOLA, :T-LIBRI, :T-DESCRIZIONE,
                   :T-LETTI
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = ZERO
               PERFORM SCRIVI-ATTESTATO
               EXEC SQL
                   FETCH C-TRAGUARDI INTO :T-USERNAME, :T-NOME,
                       :T-COGNOME, :T-SCUOLA, :T-LIBRI,
                       :T-DESCRIZIONE, :T-LETTI
               END-EXEC
           END-PERFORM.
           EXEC SQL CLOSE C-TRAGUARDI END-EXEC.
           EXEC SQL
               UPDATE IscrittiLettura i
                   SET ultimo_traguardo =
                       (SELECT MAX(t.libri_richiesti)
                            FROM TraguardiLettura t
                            WHERE t.codice_programma =
                                  i.codice_programma
                              AND t.libri_richiesti <= i.libri_letti)
                   WHERE i.codice_programma = :P-CODICE
                     AND EXISTS
                         (SELECT 1 FROM TraguardiLettura t
                              WHERE t.codice_programma =
                                    i.codice_programma
                                AND t.libri_richiesti >
                                    i.ultimo_traguardo
                                AND t.libri_richiesti <=
                                    i.libri_letti)
           END-EXEC.

       SCRIVI-ATTESTATO.
           ADD 1 TO CONTATORE-ATTESTATI.
           MOVE ALL "*" TO ATTESTATO-LINE.
           WRITE ATTESTATO-LINE.
           MOVE SPACES TO ATTESTATO-LINE.
           WRITE ATTESTATO-LINE.
           MOVE SPACES TO ATTESTATO-LINE.
           STRING "BIBLIOTECA COMUNALE - " P-TITOLO(1:80)
               DELIMITED BY SIZE INTO ATTESTATO-LINE.
           WRITE ATTESTATO-LINE.
           MOVE SPACES TO ATTESTATO-LINE.
           WRITE ATTESTATO-LINE.
           MOVE SPACES TO ATTESTATO-LINE.
           STRING "ATTESTATO DI LETTURA - TRAGUARDO " T-DESCRIZIONE
               DELIMITED BY SIZE INTO ATTESTATO-LINE.
           WRITE ATTESTATO-LINE.
           MOVE SPACES TO ATTESTATO-LINE.
           WRITE ATTESTATO-LINE.
           MOVE SPACES TO ATTESTATO-LINE.
           STRING "SI ATTESTA CHE " T-NOME DELIMITED BY "  "
               " " T-COGNOME DELIMITED BY "  "
               INTO ATTESTATO-LINE.
           WRITE ATTESTATO-LINE.
           IF T-SCUOLA NOT = SPACES
               MOVE SPACES TO ATTESTATO-LINE
               STRING "DELLA " T-SCUOLA(1:100)
                   DELIMITED BY SIZE INTO ATTESTATO-LINE
               WRITE ATTESTATO-LINE
           END-IF.
           MOVE SPACES TO ATTESTATO-LINE.
           STRING "HA LETTO " T-LIBRI " LIBRI NEL PROGRAMMA DI "
               "LETTURA ESTIVO DAL " P-INIZIO " AL " P-FINE "."
               DELIMITED BY SIZE INTO ATTESTATO-LINE.
           WRITE ATTESTATO-LINE.
           MOVE SPACES TO ATTESTATO-LINE.
           WRITE ATTESTATO-LINE.
           MOVE SPACES TO ATTESTATO-LINE.
           STRING "COMPLIMENTI! (" P-CODICE " - " T-USERNAME(1:30)
               " - " OGGI-DATA ")"
               DELIMITED BY SIZE INTO ATTESTATO-LINE.
           WRITE ATTESTATO-LINE.
           MOVE SPACES TO ATTESTATO-LINE.
           WRITE ATTESTATO-LINE.
           MOVE ALL "*" TO ATTESTATO-LINE.
           WRITE ATTESTATO-LINE.

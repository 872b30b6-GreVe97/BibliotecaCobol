       IDENTIFICATION DIVISION.
       PROGRAM-ID. AVVISI-NOVITA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NOVITA-OUTPUT ASSIGN TO NOVFEED
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *    Tracciato per il vendor email/SMS, sul modello di
      *    RINNFEED, con il titolo arrivato.
       FD  NOVITA-OUTPUT.
       01  NOVITA-RECORD.
           03 NV-USERNAME     PIC X(50).
           03 NV-NOME         PIC X(50).
           03 NV-COGNOME      PIC X(50).
           03 NV-TELEFONO     PIC X(20).
           03 NV-EMAIL        PIC X(100).
           03 NV-ISBN         PIC X(13).
           03 NV-TITOLO       PIC X(100).
           03 NV-LINGUA       PIC X(2).
           03 NV-TESTO        PIC X(200).

       WORKING-STORAGE SECTION.
           01 OGGI-DATA         PIC 9(8).
           01 GIORNO-SERIALE    PIC 9(9).
           01 IERI-DATA         PIC 9(8).

           01 TITOLO-REC.
               03 T-ISBN        PIC X(50).
               03 T-TITOLO      PIC X(100).
               03 T-AUTORE      PIC X(100).

           01 DESTINATARIO-REC.
               03 D-USERNAME    PIC X(50).
               03 D-NOME        PIC X(50).
               03 D-COGNOME     PIC X(50).
               03 D-TELEFONO    PIC X(20).
               03 D-EMAIL       PIC X(100).
               03 D-LINGUA      PIC X(2).
               03 D-TIPO        PIC X(10).
               03 D-VALORE      PIC X(100).

           01 CA-RICHIESTA.
               03 CA-TIPO           PIC X(20).
               03 CA-LINGUA         PIC X(2).
               03 CA-RIGA           PIC 9(2).
               03 CA-VALORE         PIC X(60) OCCURS 6 TIMES.
               03 CA-TESTO          PIC X(200).
               03 CA-ESITO          PIC X(1).
               03 CA-LINGUA-USATA   PIC X(2).

           01 CONTATORE-TITOLI  PIC 9(5) VALUE ZERO.
           01 CONTATORE-AVVISI  PIC 9(5) VALUE ZERO.
           01 CONTATORE-SENZA-CONSENSO PIC 9(5) VALUE ZERO.

           01 CONSENSO-EMAIL    PIC X(1).
           01 CONSENSO-SMS      PIC X(1).
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
      *    Avvisi personali sulle novita': i titoli con almeno una
      *    copia resa disponibile dalla filiera di CATALOGAZIONE
      *    ieri od oggi (Esemplare.DataCatalogazione; ieri perche'
      *    il job puo' girare dopo la mezzanotte) si confrontano con
      *    i profili dei tesserati (ProfiliNovita, da
      *    PROFILI-NOVITA). Chi ha un profilo che corrisponde finisce
      *    sul feed del vendor (NOVFEED) con l'invito a prenotare o
      *    a mettersi in lista d'attesa dall'area lettore (Novita'
      *    segnalate per te). AvvisiNovita tiene chi e' gia' stato
      *    avvisato per QUEL titolo: l'avviso parte una volta sola,
      *    anche se arrivano altre copie o i profili sono piu' d'uno.
      *    Non si avvisa chi il titolo lo ha gia' in prestito o in
      *    lista d'attesa, ne' le tessere bloccate.
       AVVISI-NOVITA-PARA.
           DISPLAY "------- SONO AVVISI-NOVITA (batch)!".
           ACCEPT OGGI-DATA FROM DATE YYYYMMDD.

           MOVE "A" TO RC-OPERAZIONE.
           MOVE "AVVISI-NOVITA" TO RC-PROGRAMMA.
           MOVE OGGI-DATA TO RC-DATA-ESERCIZIO.
           CALL 'CONTROLLO-RUN' USING RUN-RICHIESTA.
           IF RC-ESITO NOT = "S"
               EXIT PROGRAM
           END-IF.

           COMPUTE GIORNO-SERIALE =
               FUNCTION INTEGER-OF-DATE(OGGI-DATA) - 1.
           COMPUTE IERI-DATA =
               FUNCTION DATE-OF-INTEGER(GIORNO-SERIALE).

           OPEN OUTPUT NOVITA-OUTPUT.

           EXEC SQL
               DECLARE C-ARRIVI CURSOR FOR
                   SELECT DISTINCT l.ISBN, l.TITOLO, l.AUTORE
                       FROM Esemplare e
                       JOIN Libro l ON e.codiceISBN = l.ISBN
                       WHERE e.DataCatalogazione >= :IERI-DATA
                         AND e.DataCatalogazione <= :OGGI-DATA
                       ORDER BY l.TITOLO
           END-EXEC.
           EXEC SQL OPEN C-ARRIVI END-EXEC.
           EXEC SQL
               FETCH C-ARRIVI INTO :T-ISBN, :T-TITOLO, :T-AUTORE
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = ZERO
               ADD 1 TO CONTATORE-TITOLI
               PERFORM AVVISA-INTERESSATI
               EXEC SQL
                   FETCH C-ARRIVI INTO :T-ISBN, :T-TITOLO,
                       :T-AUTORE
               END-EXEC
           END-PERFORM.
           EXEC SQL CLOSE C-ARRIVI END-EXEC.

           CLOSE NOVITA-OUTPUT.

           EXEC SQL COMMIT END-EXEC.

           MOVE "C" TO RC-OPERAZIONE.
           MOVE CONTATORE-TITOLI TO RC-ESAMINATE.
           MOVE CONTATORE-AVVISI TO RC-MODIFICATE.
           CALL 'CONTROLLO-RUN' USING RUN-RICHIESTA.

           DISPLAY "Titoli arrivati esaminati: " CONTATORE-TITOLI.
           DISPLAY "Avvisi sulle novita' esportati: "
               CONTATORE-AVVISI.
           DISPLAY "Avvisi trattenuti (senza consenso): "
               CONTATORE-SENZA-CONSENSO.

           EXIT PROGRAM.

      *    Un tesserato con piu' profili che scattano sullo stesso
      *    titolo riceve un avviso solo; il motivo citato e' il
      *    primo profilo in ordine di tipo.
       AVVISA-INTERESSATI.
           EXEC SQL
               DECLARE C-INTERESSATI CURSOR FOR
                   SELECT u.Username, u.Nome, u.Cognome,
                          COALESCE(u.Telefono, ' '),
                          COALESCE(u.Email, ' '),
                          COALESCE(u.LinguaPreferita, 'IT'),
                          MIN(p.tipo_profilo), MIN(p.valore)
                       FROM ProfiliNovita p
                       JOIN Utente u ON u.Username = p.Username
                       JOIN Libro l
                         ON l.ISBN = TRIM(BOTH ' ' FROM :T-ISBN)
                       WHERE COALESCE(u.BLOCCATO, 'N') <> 'S'
                         AND ((p.tipo_profilo = 'AUTORE'
                               AND UPPER(l.Autore) = UPPER(p.valore))
                          OR (p.tipo_profilo = 'CATEGORIA'
                               AND l.Categoria = p.valore)
                          OR (p.tipo_profilo = 'SOGGETTO'
                               AND EXISTS (SELECT 1
                                   FROM LibroSoggetti s
                                   WHERE s.codiceISBN = l.ISBN
                                     AND s.codice_soggetto =
                                         p.codice))
                          OR (p.tipo_profilo = 'PAROLA'
                               AND EXISTS (SELECT 1
                                   FROM IndiceParole i
                                   WHERE i.codiceISBN = l.ISBN
                                     AND i.parola = p.valore)))
                         AND NOT EXISTS (SELECT 1 FROM AvvisiNovita a
                                 WHERE a.Username = p.Username
                                   AND a.codiceISBN = l.ISBN)
                         AND NOT EXISTS (SELECT 1 FROM Prenotazione r
                                 WHERE r.Username = p.Username
                                   AND r.codiceISBN = l.ISBN)
                         AND NOT EXISTS (SELECT 1 FROM Lista-Attesa w
                                 WHERE w.Username = p.Username
                                   AND w.codiceISBN = l.ISBN)
                       GROUP BY u.Username, u.Nome, u.Cognome,
                                u.Telefono, u.Email,
                                u.LinguaPreferita
                       ORDER BY u.Username
           END-EXEC.
           EXEC SQL OPEN C-INTERESSATI END-EXEC.
           EXEC SQL
               FETCH C-INTERESSATI INTO :D-USERNAME, :D-NOME,
                   :D-COGNOME, :D-TELEFONO, :D-EMAIL, :D-LINGUA,
                   :D-TIPO, :D-VALORE
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = ZERO
               PERFORM SCRIVI-AVVISO
               EXEC SQL
                   FETCH C-INTERESSATI INTO :D-USERNAME, :D-NOME,
                       :D-COGNOME, :D-TELEFONO, :D-EMAIL,
                       :D-LINGUA, :D-TIPO, :D-VALORE
               END-EXEC
           END-PERFORM.
           EXEC SQL CLOSE C-INTERESSATI END-EXEC.

       SCRIVI-AVVISO.
           PERFORM APPLICA-CONSENSI.
           IF CONSENSO-EMAIL NOT = "S" AND CONSENSO-SMS NOT = "S"
               ADD 1 TO CONTATORE-SENZA-CONSENSO
               EXIT PARAGRAPH
           END-IF.
           EXEC SQL
               INSERT INTO AvvisiNovita (Username, codiceISBN,
                   data_avviso, tipo_profilo, valore)
               VALUES (TRIM(BOTH ' ' FROM :D-USERNAME),
                       TRIM(BOTH ' ' FROM :T-ISBN),
                       :OGGI-DATA,
                       TRIM(BOTH ' ' FROM :D-TIPO),
                       TRIM(BOTH ' ' FROM :D-VALORE))
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY "Avviso non registrato per " D-USERNAME(1:20)
                   " ISBN " T-ISBN(1:13) ": " SQLERRMC
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO NOVITA-RECORD.
           MOVE D-USERNAME TO NV-USERNAME.
           MOVE D-NOME TO NV-NOME.
           MOVE D-COGNOME TO NV-COGNOME.
           MOVE D-TELEFONO TO NV-TELEFONO.
           MOVE D-EMAIL TO NV-EMAIL.
           IF CONSENSO-EMAIL NOT = "S"
               MOVE SPACES TO NV-EMAIL
           END-IF.
           IF CONSENSO-SMS NOT = "S"
               MOVE SPACES TO NV-TELEFONO
           END-IF.
           MOVE T-ISBN TO NV-ISBN.
           MOVE T-TITOLO TO NV-TITOLO.
           MOVE D-LINGUA TO NV-LINGUA.
           PERFORM COMPONI-TESTO.
           WRITE NOVITA-RECORD.
           ADD 1 TO CONTATORE-AVVISI.

      *    Consensi del tesserato per la finalita' NOVITA (registro
      *    ConsensiUtente, via CONTROLLA-CONSENSO): il recapito di
      *    un canale senza consenso esce a spazio; senza consenso ne'
      *    EMAIL ne' SMS l'avviso non parte e non si registra.
       APPLICA-CONSENSI.
           MOVE "V" TO CC-OPERAZIONE.
           MOVE D-USERNAME TO CC-USERNAME.
           MOVE "NOVITA" TO CC-FINALITA.
           MOVE "EMAIL" TO CC-CANALE.
           CALL 'CONTROLLA-CONSENSO' USING CC-RICHIESTA.
           MOVE CC-CONSENSO TO CONSENSO-EMAIL.
           MOVE "SMS" TO CC-CANALE.
           CALL 'CONTROLLA-CONSENSO' USING CC-RICHIESTA.
           MOVE CC-CONSENSO TO CONSENSO-SMS.

      *    Senza modello NOVITA-ARRIVO (GESTIONE-MODELLI) vale il
      *    testo italiano di sempre, con l'invito a prenotare.
       COMPONI-TESTO.
           MOVE SPACES TO CA-RICHIESTA.
           MOVE "NOVITA-ARRIVO" TO CA-TIPO.
           MOVE D-LINGUA TO CA-LINGUA.
           MOVE 1 TO CA-RIGA.
           MOVE D-NOME TO CA-VALORE(1).
           MOVE T-TITOLO TO CA-VALORE(2).
           MOVE T-AUTORE TO CA-VALORE(3).
           MOVE D-VALORE TO CA-VALORE(4).
           MOVE T-ISBN TO CA-VALORE(5).
           CALL 'COMPONI-AVVISO' USING CA-RICHIESTA.
           IF CA-ESITO = "S"
               MOVE CA-TESTO TO NV-TESTO
           ELSE
               STRING "E' arrivato " DELIMITED BY SIZE
                   T-TITOLO DELIMITED BY "  "
                   " di " DELIMITED BY SIZE
                   T-AUTORE DELIMITED BY "  "
                   ". Prenotalo o mettiti in lista d'attesa "
                   "dall'area lettore (Novita' segnalate per te)."
                   DELIMITED BY SIZE
                   INTO NV-TESTO
               END-STRING
           END-IF.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECLAMI-FORNITORI.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPORT-OUTPUT ASSIGN TO RECLRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  REPORT-OUTPUT.
       01  REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
           01 OGGI-DATA         PIC 9(8).
           01 OGGI-SERIALE      PIC 9(9).
           01 GIORNI-ORDINE     PIC S9(7).
           01 GIORNI-RECLAMO    PIC S9(7).

      *    Attese e soglia di escalation, da Parametri.
           01 PARAMETRO-TESTO   PIC X(50).
           01 GIORNI-ATTESA     PIC 9(3) VALUE 30.
           01 GIORNI-SOLLECITO  PIC 9(3) VALUE 15.
           01 LIVELLO-ESCALATION PIC 9(2) VALUE 3.

           01 RIGA-REC.
               03 R-ORDINE      PIC 9(6).
               03 R-RIGA        PIC 9(3).
               03 R-FORNITORE   PIC 9(6).
               03 R-NOME        PIC X(50).
               03 R-ISBN        PIC X(13).
               03 R-TITOLO      PIC X(100).
               03 R-DATA-ORDINE PIC 9(8).
               03 R-PREVISTA    PIC 9(8).
               03 R-MANCANTI    PIC 9(3).

           01 ULTIMO-LIVELLO    PIC 9(2).
           01 ULTIMO-STATO      PIC X(10).
           01 ULTIMA-DATA       PIC 9(8).
           01 ULTIMA-PREVISTA   PIC 9(8).
           01 RECLAMO-DOVUTO    PIC X(1).
             88 RECLAMO-DOVUTO-SI VALUE "S".
           01 LIVELLO-RECLAMO   PIC 9(2).
           01 ESCALATION        PIC X(1).
           01 NUMERO-RECLAMO    PIC 9(7).
           01 MAX-RECLAMO       PIC 9(7).

           01 ESCALATO-REC.
               03 E-NUMERO      PIC 9(7).
               03 E-NOME        PIC X(50).
               03 E-ORDINE      PIC 9(6).
               03 E-RIGA        PIC 9(3).
               03 E-LIVELLO     PIC 9(2).
               03 E-DATA        PIC 9(8).
               03 E-STATO       PIC X(10).

           01 CONTATORE-RIGHE     PIC 9(5) VALUE ZERO.
           01 CONTATORE-RECLAMI   PIC 9(5) VALUE ZERO.
           01 CONTATORE-ESCALATI  PIC 9(5) VALUE ZERO.

      *    Registrazione dell'elaborato nello spool centrale dei
      *    report (SpoolReport, via SPOOL-WRITER).
           01 SPOOL-RICHIESTA.
               03 SP-PROGRAMMA      PIC X(30).
               03 SP-FILIALE        PIC X(30).
               03 SP-RIGHE          PIC 9(7).
               03 SP-UBICAZIONE     PIC X(60).

       EXEC SQL INCLUDE SQLCA END-EXEC.

       PROCEDURE DIVISION.
      *    Giro dei reclami sulle righe d'ordine in ritardo: per le
      *    righe ancora attese degli ordini APERTI si apre il primo
      *    reclamo quando la data promessa nella conferma d'ordine
      *    e' passata o, senza conferma, l'ordine ha piu' di
      *    RECLAMI-GIORNI-ATTESA giorni. Un reclamo senza risposta
      *    da RECLAMI-GIORNI-SOLLECITO giorni, o con una consegna
      *    promessa e non mantenuta, viene superato dal sollecito
      *    di livello successivo; da RECLAMI-LIVELLO-ESCALATION il
      *    reclamo va al responsabile acquisti (seconda sezione di
      *    RECLRPT). Rilanciare il giro nello stesso giorno non
      *    apre reclami doppi: le soglie partono dall'ultimo.
       RECLAMI-FORNITORI-PARA.
           DISPLAY "------- SONO RECLAMI-FORNITORI (batch)!".
           ACCEPT OGGI-DATA FROM DATE YYYYMMDD.
           COMPUTE OGGI-SERIALE =
               FUNCTION INTEGER-OF-DATE(OGGI-DATA).

           EXEC SQL
               SELECT Valore INTO :PARAMETRO-TESTO FROM Parametri
                   WHERE Chiave = 'RECLAMI-GIORNI-ATTESA'
           END-EXEC.
           IF SQLCODE = 0
               MOVE FUNCTION NUMVAL(PARAMETRO-TESTO)
                   TO GIORNI-ATTESA
           END-IF.
           EXEC SQL
               SELECT Valore INTO :PARAMETRO-TESTO FROM Parametri
                   WHERE Chiave = 'RECLAMI-GIORNI-SOLLECITO'
           END-EXEC.
           IF SQLCODE = 0
               MOVE FUNCTION NUMVAL(PARAMETRO-TESTO)
                   TO GIORNI-SOLLECITO
           END-IF.
           EXEC SQL
               SELECT Valore INTO :PARAMETRO-TESTO FROM Parametri
                   WHERE Chiave = 'RECLAMI-LIVELLO-ESCALATION'
           END-EXEC.
           IF SQLCODE = 0
               MOVE FUNCTION NUMVAL(PARAMETRO-TESTO)
                   TO LIVELLO-ESCALATION
           END-IF.

           OPEN OUTPUT REPORT-OUTPUT.
           MOVE SPACES TO REPORT-LINE.
           STRING "RECLAMI AI FORNITORI DEL " OGGI-DATA
               " (ATTESA " GIORNI-ATTESA " GG - SOLLECITO "
               GIORNI-SOLLECITO " GG - ESCALATION AL LIVELLO "
               LIVELLO-ESCALATION ")"
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

           EXEC SQL
               DECLARE C-RIGHE CURSOR FOR
                   SELECT r.numero_ordine, r.riga,
                          COALESCE(o.codice_fornitore, 0),
                          COALESCE(f.nome, ' '), r.ISBN, r.titolo,
                          o.data_ordine,
                          COALESCE(r.data_prevista, 0),
                          r.copie - r.copie_ricevute
                          - COALESCE(r.copie_annullate, 0)
                          - COALESCE(r.copie_rese, 0)
                       FROM OrdineRiga r
                       JOIN OrdineAcquisto o
                         ON o.numero_ordine = r.numero_ordine
                       LEFT JOIN Fornitore f
                         ON f.codice = o.codice_fornitore
                       WHERE o.stato = 'APERTO'
                         AND r.copie_ricevute < r.copie
                             - COALESCE(r.copie_annullate, 0)
                             - COALESCE(r.copie_rese, 0)
                       ORDER BY 4, r.numero_ordine, r.riga
           END-EXEC.
           EXEC SQL OPEN C-RIGHE END-EXEC.
           EXEC SQL
               FETCH C-RIGHE INTO :R-ORDINE, :R-RIGA, :R-FORNITORE,
                   :R-NOME, :R-ISBN, :R-TITOLO, :R-DATA-ORDINE,
                   :R-PREVISTA, :R-MANCANTI
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = ZERO
               ADD 1 TO CONTATORE-RIGHE
               PERFORM ESAMINA-RIGA
               EXEC SQL
                   FETCH C-RIGHE INTO :R-ORDINE, :R-RIGA,
                       :R-FORNITORE, :R-NOME, :R-ISBN, :R-TITOLO,
                       :R-DATA-ORDINE, :R-PREVISTA, :R-MANCANTI
               END-EXEC
           END-PERFORM.
           EXEC SQL CLOSE C-RIGHE END-EXEC.

           PERFORM ELENCA-ESCALATI.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "Righe attese: " CONTATORE-RIGHE
               "  reclami aperti oggi: " CONTATORE-RECLAMI
               "  al responsabile acquisti: " CONTATORE-ESCALATI
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           CLOSE REPORT-OUTPUT.

           EXEC SQL COMMIT END-EXEC.

           MOVE "RECLAMI-FORNITORI" TO SP-PROGRAMMA.
           MOVE SPACES TO SP-FILIALE.
           MOVE CONTATORE-RECLAMI TO SP-RIGHE.
           MOVE "BIBLIO.PROD.RECLRPT.RPT" TO SP-UBICAZIONE.
           CALL 'SPOOL-WRITER' USING SPOOL-RICHIESTA.

           DISPLAY "Righe d'ordine attese: " CONTATORE-RIGHE.
           DISPLAY "Reclami aperti oggi: " CONTATORE-RECLAMI.
           DISPLAY "Reclami al responsabile acquisti: "
               CONTATORE-ESCALATI.

           EXIT PROGRAM.

       ESAMINA-RIGA.
           MOVE "N" TO RECLAMO-DOVUTO.
           EXEC SQL
               SELECT COALESCE(MAX(livello), 0)
                   INTO :ULTIMO-LIVELLO
                   FROM ReclamiFornitore
                   WHERE numero_ordine = :R-ORDINE
                     AND riga = :R-RIGA
           END-EXEC.
           IF ULTIMO-LIVELLO = ZERO
               IF R-PREVISTA > ZERO
                   IF R-PREVISTA < OGGI-DATA
                       MOVE "S" TO RECLAMO-DOVUTO
                   END-IF
               ELSE
                   COMPUTE GIORNI-ORDINE = OGGI-SERIALE -
                       FUNCTION INTEGER-OF-DATE(R-DATA-ORDINE)
                   IF GIORNI-ORDINE >= GIORNI-ATTESA
                       MOVE "S" TO RECLAMO-DOVUTO
                   END-IF
               END-IF
           ELSE
               EXEC SQL
                   SELECT stato, data_reclamo,
                          COALESCE(data_prevista, 0)
                       INTO :ULTIMO-STATO, :ULTIMA-DATA,
                            :ULTIMA-PREVISTA
                       FROM ReclamiFornitore
                       WHERE numero_ordine = :R-ORDINE
                         AND riga = :R-RIGA
                         AND livello = :ULTIMO-LIVELLO
               END-EXEC
               EVALUATE ULTIMO-STATO
                   WHEN "APERTO"
                       COMPUTE GIORNI-RECLAMO = OGGI-SERIALE -
                           FUNCTION INTEGER-OF-DATE(ULTIMA-DATA)
                       IF GIORNI-RECLAMO >= GIORNI-SOLLECITO
                           MOVE "S" TO RECLAMO-DOVUTO
                       END-IF
                   WHEN "RISPOSTO"
                       IF ULTIMA-PREVISTA > ZERO
                          AND ULTIMA-PREVISTA < OGGI-DATA
                           MOVE "S" TO RECLAMO-DOVUTO
                       END-IF
               END-EVALUATE
           END-IF.
           IF RECLAMO-DOVUTO-SI
               PERFORM APRI-RECLAMO
           END-IF.

       APRI-RECLAMO.
           COMPUTE LIVELLO-RECLAMO = ULTIMO-LIVELLO + 1.
           IF LIVELLO-RECLAMO >= LIVELLO-ESCALATION
               MOVE "S" TO ESCALATION
           ELSE
               MOVE "N" TO ESCALATION
           END-IF.
           EXEC SQL
               UPDATE ReclamiFornitore
                   SET stato = 'SUPERATO'
                   WHERE numero_ordine = :R-ORDINE
                     AND riga = :R-RIGA
                     AND stato IN ('APERTO', 'RISPOSTO')
           END-EXEC.
           EXEC SQL
               SELECT COALESCE(MAX(numero_reclamo), 0)
                   INTO :MAX-RECLAMO
                   FROM ReclamiFornitore
           END-EXEC.
           COMPUTE NUMERO-RECLAMO = MAX-RECLAMO + 1.
           EXEC SQL
               INSERT INTO ReclamiFornitore (numero_reclamo,
                   numero_ordine, riga, codice_fornitore, livello,
                   data_reclamo, canale, stato, escalation,
                   operatore)
               VALUES (:NUMERO-RECLAMO, :R-ORDINE, :R-RIGA,
                       :R-FORNITORE, :LIVELLO-RECLAMO, :OGGI-DATA,
                       'BATCH', 'APERTO', :ESCALATION,
                       'RECLAMI-FORNITORI')
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY "ERRORE sul reclamo " R-ORDINE "/" R-RIGA
                   ": " SQLERRMC
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO CONTATORE-RECLAMI.
           MOVE SPACES TO REPORT-LINE.
           STRING "RECLAMO " NUMERO-RECLAMO " LIVELLO "
               LIVELLO-RECLAMO " " R-NOME(1:25) " ORDINE "
               R-ORDINE "/" R-RIGA " " R-ISBN " " R-TITOLO(1:30)
               " MANCANO " R-MANCANTI
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

      *    Seconda sezione: tutti i reclami aperti oltre la soglia
      *    di escalation, anche quelli dei giri precedenti.
       ELENCA-ESCALATI.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "RECLAMI RIPETUTI - AL RESPONSABILE ACQUISTI"
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           EXEC SQL
               DECLARE C-ESCALATI CURSOR FOR
                   SELECT k.numero_reclamo, COALESCE(f.nome, ' '),
                          k.numero_ordine, k.riga, k.livello,
                          k.data_reclamo, k.stato
                       FROM ReclamiFornitore k
                       LEFT JOIN Fornitore f
                         ON f.codice = k.codice_fornitore
                       WHERE k.escalation = 'S'
                         AND k.stato IN ('APERTO', 'RISPOSTO')
                       ORDER BY 2, k.numero_ordine, k.riga
           END-EXEC.
           EXEC SQL OPEN C-ESCALATI END-EXEC.
           EXEC SQL
               FETCH C-ESCALATI INTO :E-NUMERO, :E-NOME, :E-ORDINE,
                   :E-RIGA, :E-LIVELLO, :E-DATA, :E-STATO
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = ZERO
               ADD 1 TO CONTATORE-ESCALATI
               MOVE SPACES TO REPORT-LINE
               STRING "*** RECLAMO " E-NUMERO " LIVELLO " E-LIVELLO
                   " " E-NOME(1:30) " ORDINE " E-ORDINE "/" E-RIGA
                   " DEL " E-DATA " " E-STATO
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               EXEC SQL
                   FETCH C-ESCALATI INTO :E-NUMERO, :E-NOME,
                       :E-ORDINE, :E-RIGA, :E-LIVELLO, :E-DATA,
                       :E-STATO
               END-EXEC
           END-PERFORM.
           EXEC SQL CLOSE C-ESCALATI END-EXEC.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORT-COSTO-PRESTITO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPORT-OUTPUT ASSIGN TO COSTORPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  REPORT-OUTPUT.
       01  REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
           01 ANNO-RIFERIMENTO  PIC 9(4).
           01 OGGI-DATA         PIC 9(8).
           01 DATA-DA           PIC 9(8).
           01 DATA-A            PIC 9(8).

      *    Soglia di spesa per titolo oltre la quale un titolo
      *    poco prestato finisce nella lista dei peggiori
      *    (Parametri COSTO-PRESTITO-SOGLIA).
           01 PARAMETRO-TESTO   PIC X(50).
           01 SOGLIA-SPESA      PIC 9(7)V99 VALUE 50.00.
           01 MASSIMO-PEGGIORI  PIC 9(3) VALUE 20.

           01 GRUPPO-REC.
               03 G-FILIALE     PIC X(30).
               03 G-CATEGORIA   PIC X(30).
               03 G-FORNITORE   PIC 9(6).
               03 G-NOME        PIC X(50).
               03 G-SPESA       PIC S9(9)V99.
               03 G-COPIE       PIC S9(7).
               03 G-PRESTITI    PIC 9(9).
           01 TITOLO-REC.
               03 T-ISBN        PIC X(13).
               03 T-TITOLO      PIC X(100).
               03 T-SPESA       PIC S9(9)V99.
               03 T-COPIE       PIC S9(7).
               03 T-PRESTITI    PIC 9(9).

           01 COSTO-PRESTITO    PIC 9(7)V99.
           01 SPESA-STAMPA      PIC -(8)9.99.
           01 COSTO-STAMPA      PIC Z(6)9.99.
           01 TESTO-COSTO       PIC X(16).

           01 TOTALE-SPESA      PIC S9(11)V99 VALUE ZERO.
           01 TOTALE-COPIE      PIC S9(9) VALUE ZERO.
           01 TOTALE-PRESTITI   PIC 9(11) VALUE ZERO.
           01 TOTALE-DONATE     PIC 9(9) VALUE ZERO.
           01 PRESTITI-DONATE   PIC 9(11) VALUE ZERO.
           01 CONTATORE-GRUPPI  PIC 9(5) VALUE ZERO.
           01 CONTATORE-PEGGIORI PIC 9(3) VALUE ZERO.

           01 SPOOL-RICHIESTA.
               03 SP-PROGRAMMA      PIC X(30).
               03 SP-FILIALE        PIC X(30).
               03 SP-RIGHE          PIC 9(7).
               03 SP-UBICAZIONE     PIC X(60).

       EXEC SQL INCLUDE SQLCA END-EXEC.

       LINKAGE SECTION.
      *    Parametro PARM= dal JCL: l'anno degli acquisti (YYYY);
      *    vuoto = anno precedente.
       01 PARM-AREA.
           05 PARM-LUNGHEZZA PIC S9(4) COMP.
           05 PARM-TESTO     PIC X(10).

       PROCEDURE DIVISION USING PARM-AREA.
      *    Costo per prestito per la commissione acquisti: per gli
      *    acquisti dell'anno (ordini emessi nell'anno, bozze e
      *    annullati esclusi), per Filiale, Categoria e Fornitore:
      *    spesa, copie comprate (ricevute meno rese), prestiti
      *    generati da quei titoli dall'inizio dell'anno a oggi
      *    (attivo, storico e traccia degli anni archiviati) e costo
      *    per prestito. La spesa e' quella fatturata (fatture meno
      *    note di credito, GESTIONE-FATTURE) e, per le righe non
      *    ancora fatturate, copie ricevute per prezzo d'ordine.
      *    Seguono i titoli costosi che rendono meno e, a parte, le
      *    copie entrate da donazione (GESTIONE-DONAZIONI) a costo
      *    zero. I prestiti si contano per titolo: includono anche
      *    quelli delle copie gia' possedute dello stesso ISBN.
       REPORT-COSTO-PRESTITO-PARA.
           DISPLAY "------- SONO REPORT-COSTO-PRESTITO (batch)!".
           ACCEPT OGGI-DATA FROM DATE YYYYMMDD.
           IF PARM-LUNGHEZZA > 0
               MOVE FUNCTION NUMVAL(
                   PARM-TESTO(1:PARM-LUNGHEZZA)) TO ANNO-RIFERIMENTO
           ELSE
               COMPUTE ANNO-RIFERIMENTO =
                   FUNCTION NUMVAL(OGGI-DATA(1:4)) - 1
           END-IF.
           COMPUTE DATA-DA = ANNO-RIFERIMENTO * 10000 + 101.
           COMPUTE DATA-A = ANNO-RIFERIMENTO * 10000 + 1231.

           EXEC SQL
               SELECT Valore INTO :PARAMETRO-TESTO
                   FROM Parametri
                   WHERE Chiave = 'COSTO-PRESTITO-SOGLIA'
           END-EXEC.
           IF SQLCODE = 0
               MOVE FUNCTION NUMVAL(PARAMETRO-TESTO) TO SOGLIA-SPESA
           END-IF.

           OPEN OUTPUT REPORT-OUTPUT.
           MOVE SPACES TO REPORT-LINE.
           STRING "COSTO PER PRESTITO - ACQUISTI DELL'ANNO "
               ANNO-RIFERIMENTO " - PRESTITI FINO AL " OGGI-DATA
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

           PERFORM ELENCA-GRUPPI.
           PERFORM ELENCA-PEGGIORI.
           PERFORM ELENCA-DONAZIONI.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE TOTALE-SPESA TO SPESA-STAMPA.
           MOVE SPACES TO REPORT-LINE.
           STRING "TOTALE ACQUISTI: SPESA " SPESA-STAMPA
               " COPIE " TOTALE-COPIE " PRESTITI " TOTALE-PRESTITI
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "TOTALE DONAZIONI: COPIE " TOTALE-DONATE
               " PRESTITI " PRESTITI-DONATE " (COSTO ZERO)"
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           CLOSE REPORT-OUTPUT.

           MOVE "REPORT-COSTO-PRESTITO" TO SP-PROGRAMMA.
           MOVE SPACES TO SP-FILIALE.
           COMPUTE SP-RIGHE = CONTATORE-GRUPPI + CONTATORE-PEGGIORI.
           MOVE "BIBLIO.PROD.COSTORPT.RPT" TO SP-UBICAZIONE.
           CALL 'SPOOL-WRITER' USING SPOOL-RICHIESTA.
           EXEC SQL COMMIT END-EXEC.

           DISPLAY "Gruppi Filiale/Categoria/Fornitore: "
               CONTATORE-GRUPPI.
           DISPLAY "Titoli costosi segnalati: " CONTATORE-PEGGIORI.

           EXIT PROGRAM.

      *    Spesa e copie per riga d'ordine, raccolte per ISBN dentro
      *    ogni gruppo, poi i prestiti di ciascun ISBN: cosi' un
      *    titolo ordinato su due righe non conta due volte i suoi
      *    prestiti.
       ELENCA-GRUPPI.
           MOVE SPACES TO REPORT-LINE.
           STRING "--- ACQUISTI PER FILIALE, CATEGORIA E FORNITORE ---"
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           EXEC SQL
               DECLARE C-CP-GRUPPI CURSOR FOR
                   SELECT a.filiale, a.categoria, a.fornitore,
                          COALESCE(MAX(f.nome), ' '),
                          SUM(a.spesa), SUM(a.copie),
                          SUM(COALESCE(p.prestiti, 0))
                       FROM (SELECT COALESCE(o.Filiale, ' ') filiale,
                                    COALESCE(r.categoria, ' ')
                                        categoria,
                                    COALESCE(o.codice_fornitore, 0)
                                        fornitore,
                                    r.ISBN isbn,
                                    SUM(COALESCE(
                                        (SELECT SUM(CASE
                                            WHEN COALESCE(
                                              ft.tipo_documento, 'F')
                                              = 'N'
                                            THEN 0 - fr.quantita
                                                 * fr.prezzo
                                            ELSE fr.quantita
                                                 * fr.prezzo END)
                                           FROM FattureRighe fr
                                           JOIN FattureFornitore ft
                                             ON ft.id_fattura =
                                                fr.id_fattura
                                           WHERE fr.numero_ordine =
                                                 r.numero_ordine
                                             AND fr.riga_ordine =
                                                 r.riga),
                                        COALESCE(r.copie_ricevute, 0)
                                            * r.prezzo)) spesa,
                                    SUM(COALESCE(r.copie_ricevute, 0)
                                        - COALESCE(r.copie_rese, 0))
                                        copie
                                 FROM OrdineAcquisto o
                                 JOIN OrdineRiga r
                                   ON r.numero_ordine = o.numero_ordine
                                 WHERE o.data_ordine >= :DATA-DA
                                   AND o.data_ordine <= :DATA-A
                                   AND o.stato NOT IN
                                       ('ANNULLATO', 'PROPOSTO')
                                 GROUP BY 1, 2, 3, 4) a
                       LEFT JOIN
                            (SELECT x.isbn, SUM(x.n) prestiti
                                 FROM (SELECT codiceISBN isbn, 1 n
                                           FROM Prenotazione
                                           WHERE SUBSTRING(
                                               data_prenotazione
                                               FROM 1 FOR 8) >=
                                             CAST(:DATA-DA AS CHAR(8))
                                       UNION ALL
                                       SELECT codiceISBN, 1
                                           FROM PrenotazioneStorico
                                           WHERE SUBSTRING(
                                               data_prenotazione
                                               FROM 1 FOR 8) >=
                                             CAST(:DATA-DA AS CHAR(8))
                                       UNION ALL
                                       SELECT codiceISBN, prestiti
                                           FROM ArchivioStoricoTitoli
                                           WHERE anno >=
                                                 :ANNO-RIFERIMENTO) x
                                 GROUP BY x.isbn) p
                         ON p.isbn = a.isbn
                       LEFT JOIN Fornitore f ON f.codice = a.fornitore
                       GROUP BY a.filiale, a.categoria, a.fornitore
                       ORDER BY a.filiale, a.categoria, a.fornitore
           END-EXEC.
           EXEC SQL OPEN C-CP-GRUPPI END-EXEC.
           EXEC SQL
               FETCH C-CP-GRUPPI INTO :G-FILIALE, :G-CATEGORIA,
                   :G-FORNITORE, :G-NOME, :G-SPESA, :G-COPIE,
                   :G-PRESTITI
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = ZERO
               ADD 1 TO CONTATORE-GRUPPI
               ADD G-SPESA TO TOTALE-SPESA
               ADD G-COPIE TO TOTALE-COPIE
               ADD G-PRESTITI TO TOTALE-PRESTITI
               MOVE G-SPESA TO T-SPESA
               MOVE G-PRESTITI TO T-PRESTITI
               PERFORM CALCOLA-COSTO
               MOVE G-SPESA TO SPESA-STAMPA
               MOVE SPACES TO REPORT-LINE
               STRING G-FILIALE(1:20) " " G-CATEGORIA(1:20) " "
                   G-FORNITORE " " G-NOME(1:20)
                   " SPESA " SPESA-STAMPA " COPIE " G-COPIE
                   " PRESTITI " G-PRESTITI " " TESTO-COSTO
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               EXEC SQL
                   FETCH C-CP-GRUPPI INTO :G-FILIALE, :G-CATEGORIA,
                       :G-FORNITORE, :G-NOME, :G-SPESA, :G-COPIE,
                       :G-PRESTITI
               END-EXEC
           END-PERFORM.
           EXEC SQL CLOSE C-CP-GRUPPI END-EXEC.

      *    Costo per prestito del gruppo o del titolo in T-SPESA e
      *    T-PRESTITI; senza prestiti il costo non e' calcolabile.
       CALCOLA-COSTO.
           MOVE SPACES TO TESTO-COSTO.
           IF T-PRESTITI > ZERO
               IF T-SPESA > ZERO
                   COMPUTE COSTO-PRESTITO ROUNDED =
                       T-SPESA / T-PRESTITI
               ELSE
                   MOVE ZERO TO COSTO-PRESTITO
               END-IF
               MOVE COSTO-PRESTITO TO COSTO-STAMPA
               STRING "CPP " COSTO-STAMPA
                   DELIMITED BY SIZE INTO TESTO-COSTO
           ELSE
               MOVE "NESSUN PRESTITO" TO TESTO-COSTO
           END-IF.

      *    Titoli acquistati nell'anno con spesa oltre la soglia,
      *    dal peggiore: prima quelli mai prestati (per spesa),
      *    poi per costo per prestito decrescente.
       ELENCA-PEGGIORI.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "--- TITOLI COSTOSI CHE RENDONO MENO (SPESA OLTRE "
               "LA SOGLIA) ---"
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           EXEC SQL
               DECLARE C-CP-PEGGIORI CURSOR FOR
                   SELECT a.isbn, COALESCE(l.TITOLO, ' '),
                          a.spesa, a.copie,
                          COALESCE(p.prestiti, 0)
                       FROM (SELECT r.ISBN isbn,
                                    SUM(COALESCE(
                                        (SELECT SUM(CASE
                                            WHEN COALESCE(
                                              ft.tipo_documento, 'F')
                                              = 'N'
                                            THEN 0 - fr.quantita
                                                 * fr.prezzo
                                            ELSE fr.quantita
                                                 * fr.prezzo END)
                                           FROM FattureRighe fr
                                           JOIN FattureFornitore ft
                                             ON ft.id_fattura =
                                                fr.id_fattura
                                           WHERE fr.numero_ordine =
                                                 r.numero_ordine
                                             AND fr.riga_ordine =
                                                 r.riga),
                                        COALESCE(r.copie_ricevute, 0)
                                            * r.prezzo)) spesa,
                                    SUM(COALESCE(r.copie_ricevute, 0)
                                        - COALESCE(r.copie_rese, 0))
                                        copie
                                 FROM OrdineAcquisto o
                                 JOIN OrdineRiga r
                                   ON r.numero_ordine = o.numero_ordine
                                 WHERE o.data_ordine >= :DATA-DA
                                   AND o.data_ordine <= :DATA-A
                                   AND o.stato NOT IN
                                       ('ANNULLATO', 'PROPOSTO')
                                 GROUP BY r.ISBN) a
                       LEFT JOIN
                            (SELECT x.isbn, SUM(x.n) prestiti
                                 FROM (SELECT codiceISBN isbn, 1 n
                                           FROM Prenotazione
                                           WHERE SUBSTRING(
                                               data_prenotazione
                                               FROM 1 FOR 8) >=
                                             CAST(:DATA-DA AS CHAR(8))
                                       UNION ALL
                                       SELECT codiceISBN, 1
                                           FROM PrenotazioneStorico
                                           WHERE SUBSTRING(
                                               data_prenotazione
                                               FROM 1 FOR 8) >=
                                             CAST(:DATA-DA AS CHAR(8))
                                       UNION ALL
                                       SELECT codiceISBN, prestiti
                                           FROM ArchivioStoricoTitoli
                                           WHERE anno >=
                                                 :ANNO-RIFERIMENTO) x
                                 GROUP BY x.isbn) p
                         ON p.isbn = a.isbn
                       LEFT JOIN Libro l ON l.ISBN = a.isbn
                       WHERE a.spesa >= :SOGLIA-SPESA
                       ORDER BY CASE WHEN COALESCE(p.prestiti, 0) = 0
                                     THEN 0 ELSE 1 END,
                                a.spesa / NULLIF(p.prestiti, 0) DESC,
                                a.spesa DESC
                       FETCH FIRST 20 ROWS ONLY
           END-EXEC.
           EXEC SQL OPEN C-CP-PEGGIORI END-EXEC.
           EXEC SQL
               FETCH C-CP-PEGGIORI INTO :T-ISBN, :T-TITOLO,
                   :T-SPESA, :T-COPIE, :T-PRESTITI
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = ZERO
                   OR CONTATORE-PEGGIORI NOT < MASSIMO-PEGGIORI
               ADD 1 TO CONTATORE-PEGGIORI
               PERFORM CALCOLA-COSTO
               MOVE T-SPESA TO SPESA-STAMPA
               MOVE SPACES TO REPORT-LINE
               STRING T-ISBN " " T-TITOLO(1:40)
                   " SPESA " SPESA-STAMPA " COPIE " T-COPIE
                   " PRESTITI " T-PRESTITI " " TESTO-COSTO
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               EXEC SQL
                   FETCH C-CP-PEGGIORI INTO :T-ISBN, :T-TITOLO,
                       :T-SPESA, :T-COPIE, :T-PRESTITI
               END-EXEC
           END-PERFORM.
           EXEC SQL CLOSE C-CP-PEGGIORI END-EXEC.

      *    Copie entrate da donazione nell'anno (Provenienza
      *    DONAZIONE su Esemplare): nessuna spesa, solo i prestiti
      *    generati, per Filiale e Categoria.
       ELENCA-DONAZIONI.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "--- DONAZIONI (COSTO ZERO) PER FILIALE E "
               "CATEGORIA ---"
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           EXEC SQL
               DECLARE C-CP-DONI CURSOR FOR
                   SELECT a.filiale, a.categoria, SUM(a.copie),
                          SUM(COALESCE(p.prestiti, 0))
                       FROM (SELECT COALESCE(e.Filiale, l.SEDE, ' ')
                                        filiale,
                                    COALESCE(l.CATEGORIA, ' ')
                                        categoria,
                                    e.codiceISBN isbn,
                                    COUNT(*) copie
                                 FROM Esemplare e
                                 JOIN Libro l ON l.ISBN = e.codiceISBN
                                 WHERE e.Provenienza LIKE 'DONAZIONE%'
                                   AND e.DataAccessione >= :DATA-DA
                                   AND e.DataAccessione <= :DATA-A
                                 GROUP BY 1, 2, 3) a
                       LEFT JOIN
                            (SELECT x.isbn, SUM(x.n) prestiti
                                 FROM (SELECT codiceISBN isbn, 1 n
                                           FROM Prenotazione
                                           WHERE SUBSTRING(
                                               data_prenotazione
                                               FROM 1 FOR 8) >=
                                             CAST(:DATA-DA AS CHAR(8))
                                       UNION ALL
                                       SELECT codiceISBN, 1
                                           FROM PrenotazioneStorico
                                           WHERE SUBSTRING(
                                               data_prenotazione
                                               FROM 1 FOR 8) >=
                                             CAST(:DATA-DA AS CHAR(8))
                                       UNION ALL
                                       SELECT codiceISBN, prestiti
                                           FROM ArchivioStoricoTitoli
                                           WHERE anno >=
                                                 :ANNO-RIFERIMENTO) x
                                 GROUP BY x.isbn) p
                         ON p.isbn = a.isbn
                       GROUP BY a.filiale, a.categoria
                       ORDER BY a.filiale, a.categoria
           END-EXEC.
           EXEC SQL OPEN C-CP-DONI END-EXEC.
           EXEC SQL
               FETCH C-CP-DONI INTO :G-FILIALE, :G-CATEGORIA,
                   :G-COPIE, :G-PRESTITI
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = ZERO
               ADD G-COPIE TO TOTALE-DONATE
               ADD G-PRESTITI TO PRESTITI-DONATE
               MOVE SPACES TO REPORT-LINE
               STRING G-FILIALE(1:20) " " G-CATEGORIA(1:20)
                   " DONAZIONE  COPIE " G-COPIE
                   " PRESTITI " G-PRESTITI " CPP 0"
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               EXEC SQL
                   FETCH C-CP-DONI INTO :G-FILIALE, :G-CATEGORIA,
                       :G-COPIE, :G-PRESTITI
               END-EXEC
           END-PERFORM.
           EXEC SQL CLOSE C-CP-DONI END-EXEC.

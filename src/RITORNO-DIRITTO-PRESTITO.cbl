       IDENTIFICATION DIVISION.
       PROGRAM-ID. RITORNO-DIRITTO-PRESTITO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    PLRFONDO: il tracciato fisso del fondo ministeriale per
      *    il diritto di prestito pubblico (una riga D per titolo,
      *    una riga T di totali). PLRPROOF: il foglio di prova
      *    leggibile con le fonti di ogni cifra.
           SELECT FONDO-OUTPUT ASSIGN TO PLRFONDO
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PROVA-OUTPUT ASSIGN TO PLRPROOF
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  FONDO-OUTPUT.
       01  FONDO-RECORD.
           03 FP-TIPO-RECORD  PIC X(1).
           03 FP-ANNO         PIC 9(4).
      *    I = ISBN, C = numero di controllo interno
      *    (ASSEGNA-CODICE-INTERNO) per il materiale senza ISBN.
           03 FP-TIPO-CODICE  PIC X(1).
           03 FP-CODICE       PIC X(13).
           03 FP-TITOLO       PIC X(100).
           03 FP-AUTORE       PIC X(100).
           03 FP-EDITORE      PIC X(60).
           03 FP-MATERIALE    PIC X(12).
           03 FP-PRESTITI     PIC 9(7).
       01  FONDO-TOTALI.
           03 FT-TIPO-RECORD  PIC X(1).
           03 FT-ANNO         PIC 9(4).
           03 FT-TITOLI       PIC 9(7).
           03 FT-PRESTITI     PIC 9(9).
           03 FILLER          PIC X(277).

       FD  PROVA-OUTPUT.
       01  PROVA-LINE PIC X(132).

       WORKING-STORAGE SECTION.
           01 ANNO-RITORNO      PIC 9(4).
           01 OGGI-DATA         PIC 9(8).
           01 ANNO-DA           PIC X(8).
           01 ANNO-A            PIC X(8).

           01 TITOLO-REC.
               03 T-CODICE      PIC X(13).
               03 T-TITOLO      PIC X(100).
               03 T-AUTORE      PIC X(100).
               03 T-EDITORE     PIC X(60).
               03 T-MATERIALE   PIC X(12).
               03 T-PRESTITI    PIC 9(7).
               03 T-A-CATALOGO  PIC X(1).

           01 PRESTITI-STORICO  PIC 9(9).
           01 PRESTITI-APERTI   PIC 9(9).
           01 PRESTITI-ARCHIVIO PIC 9(9).
           01 ANNO-ARCHIVIATO   PIC 9(5).

           01 CONTATORE-TITOLI  PIC 9(7) VALUE ZERO.
           01 CONTATORE-ISBN    PIC 9(7) VALUE ZERO.
           01 CONTATORE-INTERNI PIC 9(7) VALUE ZERO.
           01 CONTATORE-FUORI-CATALOGO PIC 9(7) VALUE ZERO.
           01 TOTALE-PRESTITI   PIC 9(9) VALUE ZERO.

           01 RUN-RICHIESTA.
               03 RC-OPERAZIONE     PIC X(1).
               03 RC-PROGRAMMA      PIC X(30).
               03 RC-DATA-ESERCIZIO PIC 9(8).
               03 RC-ESAMINATE      PIC 9(7).
               03 RC-MODIFICATE     PIC 9(7).
               03 RC-CHIAVE         PIC X(50).
               03 RC-ESITO          PIC X(1).

       EXEC SQL INCLUDE SQLCA END-EXEC.

       LINKAGE SECTION.
      *    Parametro PARM= dal JCL: l'anno del ritorno (YYYY);
      *    vuoto = anno precedente.
       01 PARM-AREA.
           05 PARM-LUNGHEZZA PIC S9(4) COMP.
           05 PARM-TESTO     PIC X(10).

       PROCEDURE DIVISION USING PARM-AREA.
      *    Ritorno annuale al fondo ministeriale per il diritto di
      *    prestito pubblico (compenso ad autori ed editori): i
      *    prestiti dell'anno per titolo, contati per ISBN o, per il
      *    materiale che non ne ha, per numero di controllo interno,
      *    con autore, editore e tipo di materiale. Fonti: prestiti
      *    chiusi (PrenotazioneStorico) e ancora aperti
      *    (Prenotazione) per data del prestito, piu' la traccia per
      *    titolo degli anni gia' archiviati (ArchivioStoricoTitoli,
      *    che ARCHIVIA-STORICO tiene per anno di restituzione).
      *    Come RITORNO-ANNUALE ha il foglio di prova; CONTROLLO-RUN
      *    impedisce un secondo invio per lo stesso anno.
       RITORNO-DIRITTO-PRESTITO-PARA.
           DISPLAY "------- SONO RITORNO-DIRITTO-PRESTITO (batch)!".
           ACCEPT OGGI-DATA FROM DATE YYYYMMDD.
           IF PARM-LUNGHEZZA > 0
               MOVE FUNCTION NUMVAL(
                   PARM-TESTO(1:PARM-LUNGHEZZA)) TO ANNO-RITORNO
           ELSE
               COMPUTE ANNO-RITORNO =
                   FUNCTION NUMVAL(OGGI-DATA(1:4)) - 1
           END-IF.
           IF ANNO-RITORNO NOT < FUNCTION NUMVAL(OGGI-DATA(1:4))
               DISPLAY "L'anno " ANNO-RITORNO " non e' ancora chiuso: "
                   "esecuzione rifiutata."
               EXIT PROGRAM
           END-IF.
           MOVE SPACES TO ANNO-DA ANNO-A.
           STRING ANNO-RITORNO "0101" DELIMITED BY SIZE INTO ANNO-DA.
           STRING ANNO-RITORNO "1231" DELIMITED BY SIZE INTO ANNO-A.

           MOVE "A" TO RC-OPERAZIONE.
           MOVE "RITORNO-DIRITTO-PRESTITO" TO RC-PROGRAMMA.
           COMPUTE RC-DATA-ESERCIZIO = (ANNO-RITORNO * 10000) + 1231.
           CALL 'CONTROLLO-RUN' USING RUN-RICHIESTA.
           IF RC-ESITO NOT = "S"
               EXIT PROGRAM
           END-IF.

           DISPLAY "Ritorno diritto di prestito per l'anno "
               ANNO-RITORNO ".".

           OPEN OUTPUT FONDO-OUTPUT.
           OPEN OUTPUT PROVA-OUTPUT.

           MOVE SPACES TO PROVA-LINE.
           STRING "FOGLIO DI PROVA DEL RITORNO DIRITTO DI PRESTITO "
               ANNO-RITORNO DELIMITED BY SIZE INTO PROVA-LINE.
           WRITE PROVA-LINE.
           MOVE SPACES TO PROVA-LINE.
           WRITE PROVA-LINE.

           PERFORM PROVA-FONTI.
           PERFORM SCRIVI-TITOLI.
           PERFORM SCRIVI-TOTALI.

           CLOSE PROVA-OUTPUT.
           CLOSE FONDO-OUTPUT.

           MOVE "C" TO RC-OPERAZIONE.
           MOVE CONTATORE-TITOLI TO RC-ESAMINATE.
           MOVE CONTATORE-TITOLI TO RC-MODIFICATE.
           CALL 'CONTROLLO-RUN' USING RUN-RICHIESTA.

           DISPLAY "Titoli nel ritorno: " CONTATORE-TITOLI.
           DISPLAY "Prestiti dichiarati: " TOTALE-PRESTITI.

           EXIT PROGRAM.

      *    Le tre fonti, ciascuna con il suo conteggio sul foglio di
      *    prova: la somma deve tornare con il totale della riga T.
       PROVA-FONTI.
           EXEC SQL
               SELECT COUNT(*) INTO :PRESTITI-STORICO
                   FROM PrenotazioneStorico
                   WHERE SUBSTRING(data_prenotazione FROM 1 FOR 8)
                         >= :ANNO-DA
                     AND SUBSTRING(data_prenotazione FROM 1 FOR 8)
                         <= :ANNO-A
           END-EXEC.
           EXEC SQL
               SELECT COUNT(*) INTO :PRESTITI-APERTI
                   FROM Prenotazione
                   WHERE SUBSTRING(data_prenotazione FROM 1 FOR 8)
                         >= :ANNO-DA
                     AND SUBSTRING(data_prenotazione FROM 1 FOR 8)
                         <= :ANNO-A
           END-EXEC.
           EXEC SQL
               SELECT COALESCE(SUM(prestiti), 0), COUNT(*)
                   INTO :PRESTITI-ARCHIVIO, :ANNO-ARCHIVIATO
                   FROM ArchivioStoricoTitoli
                   WHERE anno = :ANNO-RITORNO
           END-EXEC.

           MOVE SPACES TO PROVA-LINE.
           STRING "PRESTITI CHIUSI = " PRESTITI-STORICO
               " (PrenotazioneStorico con data del prestito "
               "nell'anno)"
               DELIMITED BY SIZE INTO PROVA-LINE.
           WRITE PROVA-LINE.
           MOVE SPACES TO PROVA-LINE.
           STRING "PRESTITI APERTI = " PRESTITI-APERTI
               " (Prenotazione con data del prestito nell'anno, "
               "ancora fuori)"
               DELIMITED BY SIZE INTO PROVA-LINE.
           WRITE PROVA-LINE.
           MOVE SPACES TO PROVA-LINE.
           STRING "PRESTITI ARCHIVIATI = " PRESTITI-ARCHIVIO
               " (ArchivioStoricoTitoli dell'anno, per anno di "
               "restituzione)"
               DELIMITED BY SIZE INTO PROVA-LINE.
           WRITE PROVA-LINE.
           IF ANNO-ARCHIVIATO > 0
               MOVE SPACES TO PROVA-LINE
               STRING "   Anno gia' archiviato: i prestiti a cavallo "
                   "d'anno seguono l'anno di restituzione."
                   DELIMITED BY SIZE INTO PROVA-LINE
               WRITE PROVA-LINE
           END-IF.
           MOVE SPACES TO PROVA-LINE.
           WRITE PROVA-LINE.

       SCRIVI-TITOLI.
           EXEC SQL
               DECLARE C-PLR-TITOLI CURSOR FOR
                   SELECT x.codice,
                          COALESCE(MAX(l.TITOLO), ' '),
                          COALESCE(MAX(l.AUTORE), ' '),
                          COALESCE(MAX(c.NOME), ' '),
                          COALESCE(MAX(l.TipoMateriale), 'LIBRO'),
                          SUM(x.n),
                          CASE WHEN MAX(l.ISBN) IS NULL
                               THEN 'N' ELSE 'S' END
                       FROM (SELECT codiceISBN codice, 1 n
                                 FROM PrenotazioneStorico
                                 WHERE SUBSTRING(data_prenotazione
                                           FROM 1 FOR 8) >= :ANNO-DA
                                   AND SUBSTRING(data_prenotazione
                                           FROM 1 FOR 8) <= :ANNO-A
                             UNION ALL
                             SELECT codiceISBN, 1
                                 FROM Prenotazione
                                 WHERE SUBSTRING(data_prenotazione
                                           FROM 1 FOR 8) >= :ANNO-DA
                                   AND SUBSTRING(data_prenotazione
                                           FROM 1 FOR 8) <= :ANNO-A
                             UNION ALL
                             SELECT codiceISBN, prestiti
                                 FROM ArchivioStoricoTitoli
                                 WHERE anno = :ANNO-RITORNO) x
                       LEFT JOIN Libro l ON l.ISBN = x.codice
                       LEFT JOIN CasaEditrice c
                         ON c.Codice = l.CODICECASAEDITRICE
                       GROUP BY x.codice
                       ORDER BY x.codice
           END-EXEC.
           EXEC SQL OPEN C-PLR-TITOLI END-EXEC.
           EXEC SQL
               FETCH C-PLR-TITOLI INTO :T-CODICE, :T-TITOLO,
                   :T-AUTORE, :T-EDITORE, :T-MATERIALE, :T-PRESTITI,
                   :T-A-CATALOGO
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = ZERO
               PERFORM SCRIVI-RIGA-TITOLO
               EXEC SQL
                   FETCH C-PLR-TITOLI INTO :T-CODICE, :T-TITOLO,
                       :T-AUTORE, :T-EDITORE, :T-MATERIALE,
                       :T-PRESTITI, :T-A-CATALOGO
               END-EXEC
           END-PERFORM.
           EXEC SQL CLOSE C-PLR-TITOLI END-EXEC.

       SCRIVI-RIGA-TITOLO.
           ADD 1 TO CONTATORE-TITOLI.
           ADD T-PRESTITI TO TOTALE-PRESTITI.
           MOVE SPACES TO FONDO-RECORD.
           MOVE "D" TO FP-TIPO-RECORD.
           MOVE ANNO-RITORNO TO FP-ANNO.
           IF T-CODICE(1:3) = "BIB"
               MOVE "C" TO FP-TIPO-CODICE
               ADD 1 TO CONTATORE-INTERNI
           ELSE
               MOVE "I" TO FP-TIPO-CODICE
               ADD 1 TO CONTATORE-ISBN
           END-IF.
           MOVE T-CODICE TO FP-CODICE.
           MOVE T-TITOLO TO FP-TITOLO.
           MOVE T-AUTORE TO FP-AUTORE.
           MOVE T-EDITORE TO FP-EDITORE.
           MOVE T-MATERIALE TO FP-MATERIALE.
           MOVE T-PRESTITI TO FP-PRESTITI.
           WRITE FONDO-RECORD.
      *    Un codice non piu' a catalogo (titolo cancellato) esce
      *    comunque, senza dati bibliografici: il foglio di prova
      *    lo elenca perche' si possa completare a mano.
           IF T-A-CATALOGO = "N"
               ADD 1 TO CONTATORE-FUORI-CATALOGO
               MOVE SPACES TO PROVA-LINE
               STRING "FUORI CATALOGO " T-CODICE " PRESTITI "
                   T-PRESTITI " (titolo cancellato, dati "
                   "bibliografici assenti)"
                   DELIMITED BY SIZE INTO PROVA-LINE
               WRITE PROVA-LINE
           END-IF.

       SCRIVI-TOTALI.
           MOVE SPACES TO FONDO-TOTALI.
           MOVE "T" TO FT-TIPO-RECORD.
           MOVE ANNO-RITORNO TO FT-ANNO.
           MOVE CONTATORE-TITOLI TO FT-TITOLI.
           MOVE TOTALE-PRESTITI TO FT-PRESTITI.
           WRITE FONDO-TOTALI.

           MOVE SPACES TO PROVA-LINE.
           WRITE PROVA-LINE.
           MOVE SPACES TO PROVA-LINE.
           STRING "TITOLI = " CONTATORE-TITOLI " (con ISBN "
               CONTATORE-ISBN ", con numero di controllo interno "
               CONTATORE-INTERNI ", fuori catalogo "
               CONTATORE-FUORI-CATALOGO ")"
               DELIMITED BY SIZE INTO PROVA-LINE.
           WRITE PROVA-LINE.
           MOVE SPACES TO PROVA-LINE.
           STRING "PRESTITI DICHIARATI = " TOTALE-PRESTITI
               " (chiusi + aperti + archiviati, riga T del "
               "tracciato)"
               DELIMITED BY SIZE INTO PROVA-LINE.
           WRITE PROVA-LINE.

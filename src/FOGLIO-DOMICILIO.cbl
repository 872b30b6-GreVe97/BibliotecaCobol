       IDENTIFICATION DIVISION.
       PROGRAM-ID. FOGLIO-DOMICILIO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    FOGLIDOM: i fogli di consegna dei giri in partenza, uno
      *    per giro, da dare al volontario con la borsa dei libri.
           SELECT FOGLI-OUTPUT ASSIGN TO FOGLIDOM
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  FOGLI-OUTPUT.
       01  FOGLIO-LINE PIC X(132).

       WORKING-STORAGE SECTION.
           01 OGGI-DATA         PIC 9(8).
           01 DATA-GIRO         PIC 9(8).

           01 GIRO-REC.
               03 G-CODICE      PIC X(10).
               03 G-FILIALE     PIC X(30).
               03 G-DESCRIZIONE PIC X(100).
               03 G-VOLONTARIO  PIC X(50).

           01 LETTORE-REC.
               03 L-USERNAME    PIC X(50).
               03 L-NOME        PIC X(50).
               03 L-COGNOME     PIC X(50).
               03 L-INDIRIZZO   PIC X(100).
               03 L-TELEFONO    PIC X(20).
               03 L-VOLONTARIO  PIC X(50).
               03 L-PREFERENZE  PIC X(200).

           01 COPIA-REC.
               03 C-BARCODE     PIC X(20).
               03 C-TITOLO      PIC X(100).
               03 C-DATA        PIC X(8).

           01 CONTA-COPIE       PIC 9(5).
           01 CONTATORE-GIRI    PIC 9(5) VALUE ZERO.
           01 CONTATORE-LETTORI PIC 9(5) VALUE ZERO.
           01 CONTATORE-RIGHE   PIC 9(7) VALUE ZERO.

           01 SPOOL-RICHIESTA.
               03 SP-PROGRAMMA      PIC X(30).
               03 SP-FILIALE        PIC X(30).
               03 SP-RIGHE          PIC 9(7).
               03 SP-UBICAZIONE     PIC X(60).

       EXEC SQL INCLUDE SQLCA END-EXEC.

       LINKAGE SECTION.
      *    Parametro PARM= dal JCL: la data del giro (AAAAMMGG);
      *    vuoto = oggi.
       01 PARM-AREA.
           05 PARM-LUNGHEZZA PIC S9(4) COMP.
           05 PARM-TESTO     PIC X(10).

       PROCEDURE DIVISION USING PARM-AREA.
      *    Fogli di consegna del prestito a domicilio: per ogni giro
      *    ATTIVO con il passaggio nella data (GiriConsegna, vedi
      *    GESTIONE-DOMICILIO) un foglio con il volontario e, per
      *    ogni lettore ATTIVO del giro, indirizzo, telefono,
      *    preferenze di lettura, le copie da ritirare (prestiti a
      *    domicilio aperti) e quelle da consegnare (prenotazioni
      *    arrivate sulla mensola dei ritiri), piu' lo spazio per
      *    le copie scelte dal volontario. Sola lettura.
       FOGLIO-DOMICILIO-PARA.
           DISPLAY "------- SONO FOGLIO-DOMICILIO (batch)!".
           ACCEPT OGGI-DATA FROM DATE YYYYMMDD.
           MOVE OGGI-DATA TO DATA-GIRO.
           IF PARM-LUNGHEZZA > 0
               MOVE FUNCTION NUMVAL(
                   PARM-TESTO(1:PARM-LUNGHEZZA)) TO DATA-GIRO
           END-IF.

           OPEN OUTPUT FOGLI-OUTPUT.

           EXEC SQL
               DECLARE C-GIRI CURSOR FOR
                   SELECT codice_giro, Filiale,
                          COALESCE(descrizione, ' '),
                          COALESCE(volontario, ' ')
                       FROM GiriConsegna
                       WHERE stato = 'ATTIVO'
                         AND prossima_data = :DATA-GIRO
                       ORDER BY Filiale, codice_giro
           END-EXEC.
           EXEC SQL OPEN C-GIRI END-EXEC.
           EXEC SQL
               FETCH C-GIRI INTO :G-CODICE, :G-FILIALE,
                   :G-DESCRIZIONE, :G-VOLONTARIO
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = ZERO
               ADD 1 TO CONTATORE-GIRI
               PERFORM STAMPA-FOGLIO-GIRO
               EXEC SQL
                   FETCH C-GIRI INTO :G-CODICE, :G-FILIALE,
                       :G-DESCRIZIONE, :G-VOLONTARIO
               END-EXEC
           END-PERFORM.
           EXEC SQL CLOSE C-GIRI END-EXEC.

           CLOSE FOGLI-OUTPUT.

           IF CONTATORE-RIGHE > ZERO
               MOVE "FOGLIO-DOMICILIO" TO SP-PROGRAMMA
               MOVE SPACES TO SP-FILIALE
               MOVE CONTATORE-RIGHE TO SP-RIGHE
               MOVE "BIBLIO.PROD.FOGLIDOM.LET" TO SP-UBICAZIONE
               CALL 'SPOOL-WRITER' USING SPOOL-RICHIESTA
           END-IF.

           DISPLAY "Giri del " DATA-GIRO ": " CONTATORE-GIRI.
           DISPLAY "Lettori da visitare: " CONTATORE-LETTORI.

           EXIT PROGRAM.

       STAMPA-FOGLIO-GIRO.
           MOVE SPACES TO FOGLIO-LINE.
           STRING "FOGLIO DI CONSEGNA A DOMICILIO - GIRO "
               G-CODICE " - " G-FILIALE " - DATA " DATA-GIRO
               DELIMITED BY SIZE INTO FOGLIO-LINE.
           PERFORM SCRIVI-RIGA.
           MOVE SPACES TO FOGLIO-LINE.
           STRING "PERCORSO: " G-DESCRIZIONE
               DELIMITED BY SIZE INTO FOGLIO-LINE.
           PERFORM SCRIVI-RIGA.
           MOVE SPACES TO FOGLIO-LINE.
           STRING "VOLONTARIO DEL GIRO: " G-VOLONTARIO
               DELIMITED BY SIZE INTO FOGLIO-LINE.
           PERFORM SCRIVI-RIGA.
           MOVE ALL "-" TO FOGLIO-LINE.
           PERFORM SCRIVI-RIGA.

           EXEC SQL
               DECLARE C-LETTORI CURSOR FOR
                   SELECT d.Username, COALESCE(u.Nome, ' '),
                          COALESCE(u.Cognome, ' '),
                          COALESCE(u.Indirizzo, ' '),
                          COALESCE(u.Telefono, ' '),
                          COALESCE(d.volontario, ' '),
                          COALESCE(d.preferenze, ' ')
                       FROM LettoriDomicilio d
                       JOIN Utente u ON u.Username = d.Username
                       WHERE d.codice_giro = :G-CODICE
                         AND d.stato = 'ATTIVO'
                       ORDER BY u.Indirizzo, u.Cognome
           END-EXEC.
           EXEC SQL OPEN C-LETTORI END-EXEC.
           EXEC SQL
               FETCH C-LETTORI INTO :L-USERNAME, :L-NOME, :L-COGNOME,
                   :L-INDIRIZZO, :L-TELEFONO, :L-VOLONTARIO,
                   :L-PREFERENZE
           END-EXEC.
           IF SQLCODE NOT = ZERO
               MOVE "NESSUN LETTORE ATTIVO SUL GIRO" TO FOGLIO-LINE
               PERFORM SCRIVI-RIGA
           END-IF.
           PERFORM UNTIL SQLCODE NOT = ZERO
               ADD 1 TO CONTATORE-LETTORI
               PERFORM STAMPA-LETTORE
               EXEC SQL
                   FETCH C-LETTORI INTO :L-USERNAME, :L-NOME,
                       :L-COGNOME, :L-INDIRIZZO, :L-TELEFONO,
                       :L-VOLONTARIO, :L-PREFERENZE
               END-EXEC
           END-PERFORM.
           EXEC SQL CLOSE C-LETTORI END-EXEC.

           MOVE SPACES TO FOGLIO-LINE.
           STRING "FIRMA DEL VOLONTARIO: ____________________"
               "   RIENTRO AL BANCO IL: __________"
               DELIMITED BY SIZE INTO FOGLIO-LINE.
           PERFORM SCRIVI-RIGA.
      *    Separatore tra un foglio e l'altro.
           MOVE ALL "=" TO FOGLIO-LINE.
           PERFORM SCRIVI-RIGA.
           MOVE SPACES TO FOGLIO-LINE.
           PERFORM SCRIVI-RIGA.

       STAMPA-LETTORE.
           MOVE SPACES TO FOGLIO-LINE.
           STRING L-COGNOME DELIMITED BY "  "
               " " L-NOME DELIMITED BY "  "
               " (" L-USERNAME DELIMITED BY " "
               ") TEL. " L-TELEFONO DELIMITED BY SIZE
               INTO FOGLIO-LINE.
           PERFORM SCRIVI-RIGA.
           MOVE SPACES TO FOGLIO-LINE.
           STRING "   INDIRIZZO: " L-INDIRIZZO
               DELIMITED BY SIZE INTO FOGLIO-LINE.
           PERFORM SCRIVI-RIGA.
           IF L-VOLONTARIO NOT = G-VOLONTARIO
               MOVE SPACES TO FOGLIO-LINE
               STRING "   VOLONTARIO: " L-VOLONTARIO
                   DELIMITED BY SIZE INTO FOGLIO-LINE
               PERFORM SCRIVI-RIGA
           END-IF.
           MOVE SPACES TO FOGLIO-LINE.
           STRING "   PREFERENZE: " L-PREFERENZE(1:110)
               DELIMITED BY SIZE INTO FOGLIO-LINE.
           PERFORM SCRIVI-RIGA.

      *    Da ritirare: tutti i prestiti a domicilio aperti.
           MOVE "   DA RITIRARE:" TO FOGLIO-LINE.
           PERFORM SCRIVI-RIGA.
           MOVE ZERO TO CONTA-COPIE.
           EXEC SQL
               DECLARE C-DA-RITIRARE CURSOR FOR
                   SELECT COALESCE(p.barcode, ' '),
                          COALESCE(l.Titolo, p.codiceISBN),
                          SUBSTRING(p.data_prenotazione FROM 1 FOR 8)
                       FROM Prenotazione p
                       LEFT JOIN Libro l ON l.ISBN = p.codiceISBN
                       WHERE p.Username = :L-USERNAME
                         AND p.tipo_prestito = 'DOMICILIO'
                       ORDER BY p.data_prenotazione, p.barcode
           END-EXEC.
           EXEC SQL OPEN C-DA-RITIRARE END-EXEC.
           EXEC SQL
               FETCH C-DA-RITIRARE INTO :C-BARCODE, :C-TITOLO,
                   :C-DATA
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = ZERO
               ADD 1 TO CONTA-COPIE
               MOVE SPACES TO FOGLIO-LINE
               STRING "     [ ] " C-BARCODE " " C-TITOLO(1:70)
                   " DAL " C-DATA
                   DELIMITED BY SIZE INTO FOGLIO-LINE
               PERFORM SCRIVI-RIGA
               EXEC SQL
                   FETCH C-DA-RITIRARE INTO :C-BARCODE, :C-TITOLO,
                       :C-DATA
               END-EXEC
           END-PERFORM.
           EXEC SQL CLOSE C-DA-RITIRARE END-EXEC.
           IF CONTA-COPIE = 0
               MOVE "     (nulla)" TO FOGLIO-LINE
               PERFORM SCRIVI-RIGA
           END-IF.

      *    Da consegnare: le prenotazioni arrivate per il lettore.
           MOVE "   DA CONSEGNARE (PRENOTAZIONI ARRIVATE):"
               TO FOGLIO-LINE.
           PERFORM SCRIVI-RIGA.
           MOVE ZERO TO CONTA-COPIE.
           EXEC SQL
               DECLARE C-DA-CONSEGNARE CURSOR FOR
                   SELECT COALESCE(r.barcode, ' '),
                          COALESCE(l.Titolo, r.codiceISBN),
                          CAST(r.data_assegnazione AS CHAR(8))
                       FROM Ritiri r
                       LEFT JOIN Libro l ON l.ISBN = r.codiceISBN
                       WHERE r.Username = :L-USERNAME
                         AND r.stato = 'IN RITIRO'
                       ORDER BY r.data_assegnazione
           END-EXEC.
           EXEC SQL OPEN C-DA-CONSEGNARE END-EXEC.
           EXEC SQL
               FETCH C-DA-CONSEGNARE INTO :C-BARCODE, :C-TITOLO,
                   :C-DATA
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = ZERO
               ADD 1 TO CONTA-COPIE
               MOVE SPACES TO FOGLIO-LINE
               STRING "     [ ] " C-BARCODE " " C-TITOLO(1:70)
                   DELIMITED BY SIZE INTO FOGLIO-LINE
               PERFORM SCRIVI-RIGA
               EXEC SQL
                   FETCH C-DA-CONSEGNARE INTO :C-BARCODE, :C-TITOLO,
                       :C-DATA
               END-EXEC
           END-PERFORM.
           EXEC SQL CLOSE C-DA-CONSEGNARE END-EXEC.
           IF CONTA-COPIE = 0
               MOVE "     (nulla)" TO FOGLIO-LINE
               PERFORM SCRIVI-RIGA
           END-IF.

           MOVE "   ALTRE COPIE CONSEGNATE (BARCODE):" TO FOGLIO-LINE.
           PERFORM SCRIVI-RIGA.
           MOVE "     ____________  ____________  ____________"
               TO FOGLIO-LINE.
           PERFORM SCRIVI-RIGA.
           MOVE SPACES TO FOGLIO-LINE.
           PERFORM SCRIVI-RIGA.

       SCRIVI-RIGA.
           WRITE FOGLIO-LINE.
           ADD 1 TO CONTATORE-RIGHE.

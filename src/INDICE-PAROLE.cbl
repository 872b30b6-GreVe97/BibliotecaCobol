           01 TITOLO            PIC X(255).
           01 AUTORE            PIC X(255).
           01 CATEGORIA         PIC X(30).
           01 SOGGETTO          PIC X(100).
           01 TESTO-COMPLETO    PIC X(1200).
           01 TESTO-NORMALE     PIC X(1200).
           01 POSIZIONE-TESTO   PIC 9(4).
           01 PUNTATORE         PIC 9(4).
           01 PAROLA            PIC X(50).
           01 PAROLE-INSERITE   PIC 9(3).
      *    parola per riga. SEARCH-BOOKS le interseca in qualsiasi
      *    ordine al posto delle scansioni ILIKE '%...%' su tutto
      *    il catalogo. Si richiama a ogni variazione del titolo e
      *    dal ricostruttore RICOSTRUISCI-INDICE. Entrano nell'indice
      *    anche i soggetti del titolo (LibroSoggetti), sempre nella
      *    forma preferita del soggettario.
       01 IP-ISBN               PIC X(13).

       PROCEDURE DIVISION USING IP-ISBN.
           END-EXEC.

           MOVE SPACES TO TESTO-COMPLETO.
           MOVE 1 TO POSIZIONE-TESTO.
           STRING TITOLO DELIMITED BY "  "
                  " " DELIMITED BY SIZE
                  AUTORE DELIMITED BY "  "
                  " " DELIMITED BY SIZE
                  CATEGORIA DELIMITED BY "  "
               INTO TESTO-COMPLETO
               WITH POINTER POSIZIONE-TESTO.

           EXEC SQL
               DECLARE C-SOGGETTI-TITOLO CURSOR FOR
                   SELECT s.forma_preferita
                       FROM LibroSoggetti t
                       JOIN Soggetti s
                         ON s.codice_soggetto = t.codice_soggetto
                       WHERE t.codiceISBN = TRIM(BOTH ' ' FROM :IP-ISBN)
           END-EXEC.
           EXEC SQL OPEN C-SOGGETTI-TITOLO END-EXEC.
           EXEC SQL FETCH C-SOGGETTI-TITOLO INTO :SOGGETTO END-EXEC.
           PERFORM UNTIL SQLCODE NOT = ZERO
               STRING " " DELIMITED BY SIZE
                      SOGGETTO DELIMITED BY "  "
                   INTO TESTO-COMPLETO
                   WITH POINTER POSIZIONE-TESTO
                   ON OVERFLOW CONTINUE
               END-STRING
               EXEC SQL
                   FETCH C-SOGGETTI-TITOLO INTO :SOGGETTO
               END-EXEC
           END-PERFORM.
           EXEC SQL CLOSE C-SOGGETTI-TITOLO END-EXEC.

      *    Normalizzazione: maiuscole e punteggiatura sostituita da
      *    spazi, cosi' "L'isola" indicizza ISOLA e L.
           MOVE 1 TO PUNTATORE.
           MOVE ZERO TO PAROLE-INSERITE.
           PERFORM ESTRAI-PAROLA
               UNTIL PUNTATORE > 1200.

           EXEC SQL COMMIT END-EXEC.

               WITH POINTER PUNTATORE
               ON OVERFLOW CONTINUE
           END-UNSTRING.
           IF PUNTATORE > 1200 OR PAROLA = SPACES
               MOVE 1201 TO PUNTATORE
               EXIT PARAGRAPH
           END-IF.
      *    Le parole di una sola lettera (articoli elisi, iniziali)

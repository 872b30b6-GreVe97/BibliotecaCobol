             03  DB-TITOLO              PIC X(50) VALUE SPACE.
             03 FILLER PIC X(1).
             03  DB-AUTORE              PIC X(50) VALUE SPACE.
      *    Usi in sede registrati dal banco (UsoInterno): un titolo
      *    di consultazione mai prestato non e' per forza fermo.
           01 DB-USI-IN-SEDE PIC 9(7).
       EXEC SQL INCLUDE SQLCA END-EXEC.

       LINKAGE SECTION.

           EXEC SQL
               DECLARE C1 CURSOR FOR
               SELECT ISBN, TITOLO, AUTORE,
                      (SELECT COUNT(*) FROM UsoInterno u
                           WHERE u.codiceISBN = Libro.ISBN)
                   FROM Libro
                   WHERE ISBN NOT IN
                       (SELECT codiceISBN FROM Prenotazione)
                     AND ISBN NOT IN
           EXEC SQL OPEN C1 END-EXEC.

           EXEC SQL
               FETCH C1 INTO :DB-ISBN, :DB-TITOLO, :DB-AUTORE,
                   :DB-USI-IN-SEDE
           END-EXEC.

           DISPLAY "-------Libri mai prestati: " LIBRI-TOTALI
               DISPLAY "ISBN: " DB-ISBN
               DISPLAY "TITOLO: " DB-TITOLO
               DISPLAY "AUTORE: " DB-AUTORE
               DISPLAY "PRESTITI: 0  USI IN SEDE: " DB-USI-IN-SEDE
               DISPLAY " - "
               EXEC SQL
                   FETCH C1 INTO :DB-ISBN, :DB-TITOLO, :DB-AUTORE,
                       :DB-USI-IN-SEDE
               END-EXEC
           END-PERFORM.


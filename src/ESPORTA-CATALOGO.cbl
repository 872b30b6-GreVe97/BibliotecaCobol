           03 OP-SEDE         PIC X(30).
           03 OP-COPIE        PIC 9(3).
           03 OP-DISPONIBILI  PIC 9(3).
      *    Collana od opera in piu' volumi (GESTIONE-COLLANE):
      *    identificativo SBN, nome e numero del volume.
           03 OP-COLLANA-SBN  PIC X(20).
           03 OP-COLLANA      PIC X(100).
           03 OP-VOLUME       PIC 9(3).

       WORKING-STORAGE SECTION.
           01 MODALITA          PIC X(10).
               03 L-CATEGORIA   PIC X(30).
               03 L-SEDE        PIC X(30).
               03 L-COPIE       PIC 9(3).
               03 L-COLLANA-SBN PIC X(20).
               03 L-COLLANA     PIC X(100).
               03 L-VOLUME      PIC 9(3).
           01 PRESTITI-APERTI   PIC 9(5).
           01 DISPONIBILI       PIC S9(5).

               DECLARE C-TUTTO CURSOR FOR
                   SELECT l.ISBN, l.Titolo, l.Autore,
                          COALESCE(c.Nome, ' '), l.Categoria,
                          l.SEDE, l.NumeroCopie,
                          COALESCE(s.codice_sbn, ' '),
                          COALESCE(s.nome, ' '),
                          COALESCE(l.numero_volume, 0)
                       FROM Libro l
                       LEFT JOIN CasaEditrice c
                         ON l.CodiceCasaEditrice = c.Codice
                       LEFT JOIN Collane s
                         ON s.codice_collana = l.codice_collana
                       ORDER BY l.ISBN
           END-EXEC.
           EXEC SQL OPEN C-TUTTO END-EXEC.
           EXEC SQL
               FETCH C-TUTTO INTO :L-ISBN, :L-TITOLO, :L-AUTORE,
                   :L-EDITRICE, :L-CATEGORIA, :L-SEDE, :L-COPIE,
                   :L-COLLANA-SBN, :L-COLLANA, :L-VOLUME
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = ZERO
               PERFORM SCRIVI-TITOLO
               EXEC SQL
                   FETCH C-TUTTO INTO :L-ISBN, :L-TITOLO, :L-AUTORE,
                       :L-EDITRICE, :L-CATEGORIA, :L-SEDE, :L-COPIE,
                       :L-COLLANA-SBN, :L-COLLANA, :L-VOLUME
               END-EXEC
           END-PERFORM.
           EXEC SQL CLOSE C-TUTTO END-EXEC.
               DECLARE C-VARIATI CURSOR FOR
                   SELECT l.ISBN, l.Titolo, l.Autore,
                          COALESCE(c.Nome, ' '), l.Categoria,
                          l.SEDE, l.NumeroCopie,
                          COALESCE(s.codice_sbn, ' '),
                          COALESCE(s.nome, ' '),
                          COALESCE(l.numero_volume, 0)
                       FROM Libro l
                       LEFT JOIN CasaEditrice c
                         ON l.CodiceCasaEditrice = c.Codice
                       LEFT JOIN Collane s
                         ON s.codice_collana = l.codice_collana
      *    Tre famiglie di chiavi di audit da risolvere in ISBN: i
      *    programmi che registrano l'ISBN stesso, quelli che
      *    registrano il barcode dell'esemplare (da risolvere su
                               WHERE Programma IN ('INSERT-BOOK',
                                   'UPDATE-BOOK', 'DELETE-BOOK',
                                   'MARCA-LIBRO-PERSO',
                                   'IMPORTA-CATALOGO',
                                   'GESTIONE-COLLANE')
                                 AND Timestamp > :ULTIMA-ESECUZIONE
                            UNION
                            SELECT e.codiceISBN
           EXEC SQL OPEN C-VARIATI END-EXEC.
           EXEC SQL
               FETCH C-VARIATI INTO :L-ISBN, :L-TITOLO, :L-AUTORE,
                   :L-EDITRICE, :L-CATEGORIA, :L-SEDE, :L-COPIE,
                   :L-COLLANA-SBN, :L-COLLANA, :L-VOLUME
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = ZERO
               PERFORM SCRIVI-TITOLO
               EXEC SQL
                   FETCH C-VARIATI INTO :L-ISBN, :L-TITOLO,
                       :L-AUTORE, :L-EDITRICE, :L-CATEGORIA,
                       :L-SEDE, :L-COPIE, :L-COLLANA-SBN,
                       :L-COLLANA, :L-VOLUME
               END-EXEC
           END-PERFORM.
           EXEC SQL CLOSE C-VARIATI END-EXEC.
           MOVE L-SEDE TO OP-SEDE.
           MOVE L-COPIE TO OP-COPIE.
           MOVE DISPONIBILI TO OP-DISPONIBILI.
           MOVE L-COLLANA-SBN TO OP-COLLANA-SBN.
           MOVE L-COLLANA TO OP-COLLANA.
           MOVE L-VOLUME TO OP-VOLUME.
           WRITE OPAC-RECORD.
           ADD 1 TO CONTATORE-ESPORTATI.


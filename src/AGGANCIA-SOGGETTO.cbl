       IDENTIFICATION DIVISION.
       PROGRAM-ID. AGGANCIA-SOGGETTO.

       ENVIRONMENT DIVISION.
       DATA DIVISION.

       WORKING-STORAGE SECTION.
           01 MAX-SOGGETTO      PIC 9(6).
           01 CONTA-LEGAMI      PIC 9(5).

       EXEC SQL INCLUDE SQLCA END-EXEC.

       LINKAGE SECTION.
      *    Soggettario (Soggetti, forme varianti in SoggettiVarianti,
      *    titoli in LibroSoggetti): la stringa di soggetto si
      *    risolve sulla forma preferita o su una variante, come
      *    l'autore su Autore/AutoreRinvii, e a catalogo va sempre
      *    la forma preferita. Con AS-CREA = "S" una stringa sconosciuta
      *    diventa una nuova forma preferita. Esito: S = agganciato,
      *    G = il titolo aveva gia' il soggetto, N = soggetto non
      *    in soggettario, E = errore. Il COMMIT e la reindicizzazione
      *    (INDICE-PAROLE) restano al chiamante.
       01 SOGGETTO-RICHIESTA.
           03 AS-ISBN           PIC X(13).
           03 AS-SOGGETTO       PIC X(100).
           03 AS-CREA           PIC X(1).
           03 AS-CODICE         PIC 9(6).
           03 AS-ESITO          PIC X(1).

       PROCEDURE DIVISION USING SOGGETTO-RICHIESTA.
       AGGANCIA-SOGGETTO-PARA.
           MOVE ZERO TO AS-CODICE.
           MOVE "N" TO AS-ESITO.
           IF AS-SOGGETTO = SPACES
               EXIT PROGRAM
           END-IF.

           EXEC SQL
               SELECT codice_soggetto INTO :AS-CODICE
                   FROM Soggetti
                   WHERE UPPER(forma_preferita) =
                         UPPER(TRIM(BOTH ' ' FROM :AS-SOGGETTO))
           END-EXEC.
           IF SQLCODE NOT = 0
               EXEC SQL
                   SELECT codice_soggetto INTO :AS-CODICE
                       FROM SoggettiVarianti
                       WHERE UPPER(variante) =
                             UPPER(TRIM(BOTH ' ' FROM :AS-SOGGETTO))
               END-EXEC
               IF SQLCODE NOT = 0
                   MOVE ZERO TO AS-CODICE
               END-IF
           END-IF.

           IF AS-CODICE = ZERO
               IF AS-CREA NOT = "S"
                   EXIT PROGRAM
               END-IF
               EXEC SQL
                   SELECT COALESCE(MAX(codice_soggetto), 0)
                       INTO :MAX-SOGGETTO
                       FROM Soggetti
               END-EXEC
               COMPUTE AS-CODICE = MAX-SOGGETTO + 1
               EXEC SQL
                   INSERT INTO Soggetti (codice_soggetto,
                       forma_preferita)
                   VALUES (:AS-CODICE,
                           TRIM(BOTH ' ' FROM :AS-SOGGETTO))
               END-EXEC
               IF SQLCODE NOT = 0
                   MOVE "E" TO AS-ESITO
                   EXIT PROGRAM
               END-IF
           END-IF.

           EXEC SQL
               SELECT COUNT(*) INTO :CONTA-LEGAMI
                   FROM LibroSoggetti
                   WHERE codiceISBN = TRIM(BOTH ' ' FROM :AS-ISBN)
                     AND codice_soggetto = :AS-CODICE
           END-EXEC.
           IF CONTA-LEGAMI > 0
               MOVE "G" TO AS-ESITO
               EXIT PROGRAM
           END-IF.
           EXEC SQL
               INSERT INTO LibroSoggetti (codiceISBN, codice_soggetto)
               VALUES (TRIM(BOTH ' ' FROM :AS-ISBN), :AS-CODICE)
           END-EXEC.
           IF SQLCODE = 0
               MOVE "S" TO AS-ESITO
           ELSE
               MOVE "E" TO AS-ESITO
           END-IF.

           EXIT PROGRAM.

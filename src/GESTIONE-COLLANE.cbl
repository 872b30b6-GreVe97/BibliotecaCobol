       IDENTIFICATION DIVISION.
       PROGRAM-ID. GESTIONE-COLLANE.

       ENVIRONMENT DIVISION.
       DATA DIVISION.

       WORKING-STORAGE SECTION.
           01 SCELTA-MENU       PIC 9(3).
           01 PROSEGUI          PIC X(1) VALUE "S".
             88 PROSEGUI-SI VALUE "S".

           01 CODICE-COLLANA    PIC 9(6).
           01 MAX-COLLANA       PIC 9(6).
           01 NOME-COLLANA      PIC X(100).
           01 TIPO-COLLANA      PIC X(1).
             88 TIPO-COLLANA-VALIDO VALUE "C" "O".
           01 CODICE-SBN        PIC X(20).
           01 NUMERO-VOLUME     PIC 9(3).
           01 ISBN              PIC X(50).
           01 CONTA-ISBN        PIC 9(5).
           01 CONTA-COLLANA     PIC 9(5).
           01 CONTA-VOLUME      PIC 9(5).

           01 COLLANA-REC.
               03 S-CODICE      PIC 9(6).
               03 S-NOME        PIC X(100).
               03 S-TIPO        PIC X(1).
               03 S-SBN         PIC X(20).
           01 VOLUME-REC.
               03 T-VOLUME      PIC 9(3).
               03 T-ISBN        PIC X(50).
               03 T-TITOLO      PIC X(100).
               03 T-DISPONIBILI PIC S9(5).

           01 AUDIT-PROGRAMMA   PIC X(30).
           01 AUDIT-OPERAZIONE  PIC X(20).
           01 AUDIT-CHIAVE      PIC X(50).

       EXEC SQL INCLUDE SQLCA END-EXEC.

       LINKAGE SECTION.
           01 OPERATORE-USERNAME PIC X(50).

       PROCEDURE DIVISION USING OPERATORE-USERNAME.
      *    Collane editoriali (tipo C, "Il giallo Mondadori") e
      *    opere in piu' volumi (tipo O, una saga, un'enciclopedia):
      *    anagrafica in Collane, appartenenza e numero di volume
      *    su Libro (codice_collana, numero_volume). SEARCH-BOOKS e
      *    AREA-LETTORE mostrano gli altri volumi con la loro
      *    disponibilita'; IMPORTA-CATALOGO aggancia la collana dal
      *    record SBN (codice_sbn) ed ESPORTA-CATALOGO la manda
      *    all'OPAC regionale.
       GESTIONE-COLLANE-PARA.
           DISPLAY "------- SONO GESTIONE-COLLANE!".
           PERFORM UNTIL NOT PROSEGUI-SI
               DISPLAY " "
               DISPLAY "----- Collane e opere in piu' volumi -----"
               DISPLAY "1. Nuova collana o opera"
               DISPLAY "2. Aggancia un titolo (con numero di volume)"
               DISPLAY "3. Sgancia un titolo dalla collana"
               DISPLAY "4. Elenca collane e volumi"
               DISPLAY "0. Torna indietro"
               DISPLAY "Scegli un'opzione: "
               ACCEPT SCELTA-MENU
               EVALUATE SCELTA-MENU
                   WHEN 1 PERFORM NUOVA-COLLANA
                   WHEN 2 PERFORM AGGANCIA-TITOLO
                   WHEN 3 PERFORM SGANCIA-TITOLO
                   WHEN 4 PERFORM ELENCA-COLLANE
                   WHEN 0 MOVE "N" TO PROSEGUI
                   WHEN OTHER DISPLAY "Opzione non valida."
               END-EVALUATE
           END-PERFORM.

           EXIT PROGRAM.

       NUOVA-COLLANA.
           DISPLAY "Nome della collana o dell'opera: "
           ACCEPT NOME-COLLANA.
           IF NOME-COLLANA = SPACES
               DISPLAY "Nome obbligatorio."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Tipo: C = collana editoriale, O = opera in piu' "
               "volumi: "
           ACCEPT TIPO-COLLANA.
           MOVE FUNCTION UPPER-CASE(TIPO-COLLANA) TO TIPO-COLLANA.
           IF NOT TIPO-COLLANA-VALIDO
               DISPLAY "Tipo non valido."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Identificativo SBN della collana (INVIO se "
               "assente): "
           ACCEPT CODICE-SBN.
           EXEC SQL
               SELECT COUNT(*) INTO :CONTA-COLLANA
                   FROM Collane
                   WHERE UPPER(nome) =
                         UPPER(TRIM(BOTH ' ' FROM :NOME-COLLANA))
           END-EXEC.
           IF CONTA-COLLANA > 0
               DISPLAY "Esiste gia' una collana con questo nome."
               EXIT PARAGRAPH
           END-IF.
           EXEC SQL
               SELECT COALESCE(MAX(codice_collana), 0)
                   INTO :MAX-COLLANA
                   FROM Collane
           END-EXEC.
           COMPUTE CODICE-COLLANA = MAX-COLLANA + 1.
           EXEC SQL
               INSERT INTO Collane (codice_collana, nome, tipo,
                   codice_sbn)
               VALUES (:CODICE-COLLANA,
                       TRIM(BOTH ' ' FROM :NOME-COLLANA),
                       :TIPO-COLLANA,
                       NULLIF(TRIM(BOTH ' ' FROM :CODICE-SBN), ''))
           END-EXEC.
           IF SQLCODE = 0
               MOVE "NUOVA-COLLANA" TO AUDIT-OPERAZIONE
               MOVE CODICE-COLLANA TO AUDIT-CHIAVE
               PERFORM REGISTRA-AUDIT
               EXEC SQL COMMIT END-EXEC
               DISPLAY "Collana " CODICE-COLLANA " creata."
           ELSE
               DISPLAY "Errore: " SQLERRMC
           END-IF.

      *    Un titolo appartiene al piu' a una collana: riagganciarlo
      *    lo sposta. Due titoli con lo stesso numero di volume
      *    nella stessa collana sono un errore di catalogazione
      *    (tranne il numero 0, titolo fuori numerazione).
       AGGANCIA-TITOLO.
           DISPLAY "ISBN del titolo: "
           ACCEPT ISBN.
           EXEC SQL
               SELECT COUNT(*) INTO :CONTA-ISBN FROM Libro
                   WHERE ISBN = TRIM(BOTH ' ' FROM :ISBN)
           END-EXEC.
           IF CONTA-ISBN = 0
               DISPLAY "ISBN non a catalogo."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Codice della collana: "
           ACCEPT CODICE-COLLANA.
           EXEC SQL
               SELECT nome INTO :NOME-COLLANA
                   FROM Collane
                   WHERE codice_collana = :CODICE-COLLANA
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY "Collana non trovata."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Numero di volume (0 = fuori numerazione): "
           ACCEPT NUMERO-VOLUME.
           IF NUMERO-VOLUME > 0
               EXEC SQL
                   SELECT COUNT(*) INTO :CONTA-VOLUME FROM Libro
                       WHERE codice_collana = :CODICE-COLLANA
                         AND numero_volume = :NUMERO-VOLUME
                         AND ISBN <> TRIM(BOTH ' ' FROM :ISBN)
               END-EXEC
               IF CONTA-VOLUME > 0
                   DISPLAY "Il volume " NUMERO-VOLUME " di questa "
                       "collana e' gia' assegnato a un altro titolo."
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           EXEC SQL
               UPDATE Libro
                   SET codice_collana = :CODICE-COLLANA,
                       numero_volume = :NUMERO-VOLUME
                   WHERE ISBN = TRIM(BOTH ' ' FROM :ISBN)
           END-EXEC.
           IF SQLCODE = 0
               MOVE "AGGANCIA-TITOLO" TO AUDIT-OPERAZIONE
               MOVE ISBN TO AUDIT-CHIAVE
               PERFORM REGISTRA-AUDIT
               EXEC SQL COMMIT END-EXEC
               DISPLAY "Titolo agganciato a " NOME-COLLANA(1:50)
                   ", volume " NUMERO-VOLUME "."
           ELSE
               DISPLAY "Errore: " SQLERRMC
           END-IF.

       SGANCIA-TITOLO.
           DISPLAY "ISBN del titolo da sganciare: "
           ACCEPT ISBN.
           EXEC SQL
               UPDATE Libro
                   SET codice_collana = NULL,
                       numero_volume = NULL
                   WHERE ISBN = TRIM(BOTH ' ' FROM :ISBN)
                     AND codice_collana IS NOT NULL
           END-EXEC.
           IF SQLCODE = 0
               MOVE "SGANCIA-TITOLO" TO AUDIT-OPERAZIONE
               MOVE ISBN TO AUDIT-CHIAVE
               PERFORM REGISTRA-AUDIT
               EXEC SQL COMMIT END-EXEC
               DISPLAY "Titolo sganciato dalla collana."
           ELSE
               DISPLAY "Titolo non a catalogo o senza collana."
           END-IF.

       ELENCA-COLLANE.
           EXEC SQL
               DECLARE C-COLLANE CURSOR FOR
                   SELECT codice_collana, nome, tipo,
                          COALESCE(codice_sbn, ' ')
                       FROM Collane
                       ORDER BY nome
           END-EXEC.
           EXEC SQL OPEN C-COLLANE END-EXEC.
           EXEC SQL
               FETCH C-COLLANE INTO :S-CODICE, :S-NOME, :S-TIPO,
                   :S-SBN
           END-EXEC.
           DISPLAY "Collane e opere:".
           PERFORM UNTIL SQLCODE NOT = ZERO
               IF S-TIPO = "O"
                   DISPLAY "N. " S-CODICE " - " S-NOME(1:50)
                       " (opera in piu' volumi) " S-SBN
               ELSE
                   DISPLAY "N. " S-CODICE " - " S-NOME(1:50)
                       " (collana) " S-SBN
               END-IF
               PERFORM ELENCA-VOLUMI
               EXEC SQL
                   FETCH C-COLLANE INTO :S-CODICE, :S-NOME, :S-TIPO,
                       :S-SBN
               END-EXEC
           END-PERFORM.
           EXEC SQL CLOSE C-COLLANE END-EXEC.

       ELENCA-VOLUMI.
           EXEC SQL
               DECLARE C-VOLUMI CURSOR FOR
                   SELECT COALESCE(l.numero_volume, 0), l.ISBN,
                          l.TITOLO, COALESCE(d.copie_disponibili, 0)
                       FROM Libro l
                       LEFT JOIN DisponibilitaLibro d
                         ON d.codiceISBN = l.ISBN
                       WHERE l.codice_collana = :S-CODICE
                       ORDER BY 1, l.TITOLO
           END-EXEC.
           EXEC SQL OPEN C-VOLUMI END-EXEC.
           EXEC SQL
               FETCH C-VOLUMI INTO :T-VOLUME, :T-ISBN, :T-TITOLO,
                   :T-DISPONIBILI
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = ZERO
               DISPLAY "   vol. " T-VOLUME " " T-ISBN(1:13) " "
                   T-TITOLO(1:40) " disponibili " T-DISPONIBILI
               EXEC SQL
                   FETCH C-VOLUMI INTO :T-VOLUME, :T-ISBN,
                       :T-TITOLO, :T-DISPONIBILI
               END-EXEC
           END-PERFORM.
           EXEC SQL CLOSE C-VOLUMI END-EXEC.

       REGISTRA-AUDIT.
           MOVE "GESTIONE-COLLANE" TO AUDIT-PROGRAMMA.
           CALL 'AUDIT-WRITER' USING OPERATORE-USERNAME,
               AUDIT-PROGRAMMA, AUDIT-OPERAZIONE, AUDIT-CHIAVE.

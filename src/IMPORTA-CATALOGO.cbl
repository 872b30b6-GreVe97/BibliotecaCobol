           03 SB-AUTORE       PIC X(100).
           03 SB-CATEGORIA    PIC X(30).
           03 SB-EDITRICE     PIC 9(9).
      *    Collana o opera in piu' volumi del record SBN
      *    (identificativo, titolo della collana, numero di volume);
      *    vuoti se il titolo non ne fa parte.
           03 SB-COLLANA-SBN  PIC X(20).
           03 SB-COLLANA      PIC X(100).
           03 SB-VOLUME       PIC 9(3).
      *    Soggetti del record SBN (fino a cinque stringhe di
      *    soggetto; vuote quelle che mancano).
           03 SB-SOGGETTO     PIC X(80) OCCURS 5.

       WORKING-STORAGE SECTION.
           01 SBN-STATUS        PIC X(2).
           01 CONTA-ISBN        PIC 9(5).
           01 CONTA-EDITRICE    PIC 9(5).

           01 CODICE-COLLANA    PIC 9(6).
           01 MAX-COLLANA       PIC 9(6).
           01 VOLUME-IMPORT     PIC 9(3).

      *    Soggetti del record, risolti sul soggettario
      *    (AGGANCIA-SOGGETTO): le stringhe sconosciute entrano
      *    come nuove forme preferite.
           01 INDICE-SOGGETTO   PIC 9(1).
           01 SOGGETTO-RICHIESTA.
               03 AS-ISBN           PIC X(13).
               03 AS-SOGGETTO       PIC X(100).
               03 AS-CREA           PIC X(1).
               03 AS-CODICE         PIC 9(6).
               03 AS-ESITO          PIC X(1).

      *    Nuovo volume di una collana con ordini permanenti:
      *    GENERA-ORDINI-PERMANENTI ne propone le righe in bozza.
           01 PERMANENTE-RICHIESTA.
               03 PE-ISBN           PIC X(13).
               03 PE-TITOLO         PIC X(100).
               03 PE-AUTORE         PIC X(100).
               03 PE-CATEGORIA      PIC X(30).
               03 PE-EDITRICE       PIC 9(9).
               03 PE-PREZZO         PIC 9(5)V99.
               03 PE-COLLANA        PIC 9(6).
               03 PE-VOLUME         PIC 9(3).
               03 PE-RIGHE          PIC 9(3).

      *************CONTROLLO CIFRA DI VERIFICA ISBN-13******************
      *    Stesse regole di INSERT-BOOK.
           01 ISBN-SOMMA                 PIC 9(5).
           DISPLAY "Autore:    " SB-AUTORE(1:60).
           DISPLAY "Categoria: " SB-CATEGORIA.
           DISPLAY "Editrice:  " SB-EDITRICE.
           IF SB-COLLANA NOT = SPACES
               DISPLAY "Collana:   " SB-COLLANA(1:60)
               IF SB-VOLUME IS NUMERIC
                   DISPLAY "Volume:    " SB-VOLUME
               END-IF
           END-IF.
           PERFORM VARYING INDICE-SOGGETTO FROM 1 BY 1
                   UNTIL INDICE-SOGGETTO > 5
               IF SB-SOGGETTO(INDICE-SOGGETTO) NOT = SPACES
                   DISPLAY "Soggetto:  "
                       SB-SOGGETTO(INDICE-SOGGETTO)(1:60)
               END-IF
           END-PERFORM.
           DISPLAY "Accettare (A), Saltare (S), Fine (F): "
           ACCEPT DECISIONE.

               END-EXEC
               IF SQLCODE = 0
                   ADD 1 TO CONTATORE-AGGIORNATI
                   PERFORM AGGANCIA-COLLANA
                   PERFORM AGGANCIA-SOGGETTI
                   CALL 'INDICE-PAROLE' USING SB-ISBN
                   PERFORM REGISTRA-AUDIT
                   EXEC SQL COMMIT END-EXEC
                   DISPLAY "ISBN gia' a catalogo: copie aggiornate."
               END-EXEC
               IF SQLCODE = 0
                   ADD 1 TO CONTATORE-INSERITI
                   PERFORM AGGANCIA-COLLANA
                   PERFORM AGGANCIA-SOGGETTI
                   CALL 'INDICE-PAROLE' USING SB-ISBN
                   PERFORM PROPONI-ORDINI-PERMANENTI
                   PERFORM REGISTRA-AUDIT
                   EXEC SQL COMMIT END-EXEC
                   DISPLAY "Titolo inserito a catalogo."
               END-IF
           END-IF.

      *    La collana si cerca per identificativo SBN e, in
      *    mancanza, per nome; se non c'e' ancora si crea (tipo C,
      *    lo staff la riclassifica da GESTIONE-COLLANE se e'
      *    un'opera in piu' volumi). Un titolo gia' agganciato a
      *    mano non viene spostato.
       AGGANCIA-COLLANA.
           MOVE ZERO TO CODICE-COLLANA.
           IF SB-COLLANA = SPACES
               EXIT PARAGRAPH
           END-IF.
           IF SB-VOLUME IS NUMERIC
               MOVE SB-VOLUME TO VOLUME-IMPORT
           ELSE
               MOVE ZERO TO VOLUME-IMPORT
           END-IF.
           IF SB-COLLANA-SBN NOT = SPACES
               EXEC SQL
                   SELECT codice_collana INTO :CODICE-COLLANA
                       FROM Collane
                       WHERE codice_sbn =
                             TRIM(BOTH ' ' FROM :SB-COLLANA-SBN)
               END-EXEC
               IF SQLCODE NOT = 0
                   MOVE ZERO TO CODICE-COLLANA
               END-IF
           END-IF.
           IF CODICE-COLLANA = ZERO
               EXEC SQL
                   SELECT COALESCE(MIN(codice_collana), 0)
                       INTO :CODICE-COLLANA
                       FROM Collane
                       WHERE UPPER(nome) =
                             UPPER(TRIM(BOTH ' ' FROM :SB-COLLANA))
               END-EXEC
               IF SQLCODE NOT = 0
                   MOVE ZERO TO CODICE-COLLANA
               END-IF
           END-IF.
           IF CODICE-COLLANA = ZERO
               EXEC SQL
                   SELECT COALESCE(MAX(codice_collana), 0)
                       INTO :MAX-COLLANA
                       FROM Collane
               END-EXEC
               COMPUTE CODICE-COLLANA = MAX-COLLANA + 1
               EXEC SQL
                   INSERT INTO Collane (codice_collana, nome, tipo,
                       codice_sbn)
                   VALUES (:CODICE-COLLANA,
                           TRIM(BOTH ' ' FROM :SB-COLLANA), 'C',
                           NULLIF(TRIM(BOTH ' ' FROM
                               :SB-COLLANA-SBN), ''))
               END-EXEC
               IF SQLCODE NOT = 0
                   DISPLAY "Collana non registrata: " SQLERRMC
                   MOVE ZERO TO CODICE-COLLANA
                   EXIT PARAGRAPH
               END-IF
               DISPLAY "Nuova collana " CODICE-COLLANA " creata."
           END-IF.
           EXEC SQL
               UPDATE Libro
                   SET codice_collana = :CODICE-COLLANA,
                       numero_volume = :VOLUME-IMPORT
                   WHERE ISBN = TRIM(BOTH ' ' FROM :SB-ISBN)
                     AND codice_collana IS NULL
           END-EXEC.

      *    I soggetti del record si aggiungono a quelli gia' sul
      *    titolo; quelli che il titolo ha gia' restano uno solo.
       AGGANCIA-SOGGETTI.
           PERFORM VARYING INDICE-SOGGETTO FROM 1 BY 1
                   UNTIL INDICE-SOGGETTO > 5
               IF SB-SOGGETTO(INDICE-SOGGETTO) NOT = SPACES
                   MOVE SB-ISBN TO AS-ISBN
                   MOVE SB-SOGGETTO(INDICE-SOGGETTO) TO AS-SOGGETTO
                   MOVE "S" TO AS-CREA
                   CALL 'AGGANCIA-SOGGETTO' USING SOGGETTO-RICHIESTA
                   IF AS-ESITO = "E"
                       DISPLAY "Soggetto non registrato: "
                           SB-SOGGETTO(INDICE-SOGGETTO)(1:50)
                   END-IF
               END-IF
           END-PERFORM.

       PROPONI-ORDINI-PERMANENTI.
           IF CODICE-COLLANA = ZERO
               EXIT PARAGRAPH
           END-IF.
           MOVE SB-ISBN TO PE-ISBN.
           MOVE SB-TITOLO TO PE-TITOLO.
           MOVE SB-AUTORE TO PE-AUTORE.
           MOVE SB-CATEGORIA TO PE-CATEGORIA.
           MOVE SB-EDITRICE TO PE-EDITRICE.
           MOVE ZERO TO PE-PREZZO.
           MOVE CODICE-COLLANA TO PE-COLLANA.
           MOVE VOLUME-IMPORT TO PE-VOLUME.
           CALL 'GENERA-ORDINI-PERMANENTI' USING PERMANENTE-RICHIESTA.
           IF PE-RIGHE > 0
               DISPLAY "Ordini permanenti: " PE-RIGHE " righe "
                   "proposte in bozza (vedi GESTIONE-ORDINI)."
           END-IF.

       VALIDA-CHECK-DIGIT-ISBN.
           MOVE ZERO TO ISBN-SOMMA.
           MOVE "N" TO ISBN-VALIDO-FLAG.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROFILI-NOVITA.

       ENVIRONMENT DIVISION.
       DATA DIVISION.

       WORKING-STORAGE SECTION.
           01 SCELTA-MENU       PIC 9(3).
           01 PROSEGUI          PIC X(1) VALUE "S".
             88 PROSEGUI-SI VALUE "S".

           01 USERNAME-LETTORE  PIC X(50).
           01 CONTA-UTENTE      PIC 9(5).
           01 OGGI-DATA         PIC 9(8).

           01 NUMERO-PROFILO    PIC 9(7).
           01 MAX-PROFILO       PIC 9(7).
           01 TIPO-SCELTO       PIC X(1).
           01 TIPO-PROFILO      PIC X(10).
           01 VALORE-DIGITATO   PIC X(100).
           01 VALORE-PROFILO    PIC X(100).
           01 CODICE-PROFILO    PIC 9(9).
           01 PROFILI-PRESENTI  PIC 9(5).
           01 PROFILI-UGUALI    PIC 9(5).

      *    Quanti profili puo' tenere un tesserato (Parametri
      *    NOVITA-MAX-PROFILI).
           01 MASSIMO-PROFILI   PIC 9(3) VALUE 20.
           01 PARAMETRO-TESTO   PIC X(50).

           01 PROFILO-REC.
               03 PR-NUMERO     PIC 9(7).
               03 PR-TIPO       PIC X(10).
               03 PR-VALORE     PIC X(100).
               03 PR-DATA       PIC 9(8).

           01 AUDIT-PROGRAMMA   PIC X(30).
           01 AUDIT-OPERAZIONE  PIC X(20).
           01 AUDIT-CHIAVE      PIC X(50).

       EXEC SQL INCLUDE SQLCA END-EXEC.

       LINKAGE SECTION.
           01 OPERATORE-USERNAME PIC X(50).
      *    "L" quando a chiamare e' AREA-LETTORE: il lettore vede e
      *    modifica solo i propri profili; "O" dal banco, per il
      *    tesserato indicato.
           01 MODO-CHIAMATA      PIC X(1).

       PROCEDURE DIVISION USING OPERATORE-USERNAME, MODO-CHIAMATA.
      *    Profili di avviso sulle novita' (ProfiliNovita): il
      *    tesserato chiede di essere avvisato quando arriva un
      *    titolo di un autore (forma canonica dell'autorita'
      *    Autore), di un soggetto del soggettario, di una
      *    Categoria dello schema di classificazione o con una
      *    parola dell'indice (IndiceParole). Il riscontro lo fa
      *    ogni notte AVVISI-NOVITA sulle copie uscite dalla
      *    filiera di CATALOGAZIONE, una volta sola per titolo.
       PROFILI-NOVITA-PARA.
           DISPLAY "------- SONO PROFILI-NOVITA!".
           EXEC SQL
               SELECT Valore INTO :PARAMETRO-TESTO FROM Parametri
                   WHERE Chiave = 'NOVITA-MAX-PROFILI'
           END-EXEC.
           IF SQLCODE = 0
               MOVE FUNCTION NUMVAL(PARAMETRO-TESTO)
                   TO MASSIMO-PROFILI
           END-IF.
           PERFORM UNTIL NOT PROSEGUI-SI
               DISPLAY " "
               DISPLAY "----- Avvisi sulle novita' -----"
               IF MODO-CHIAMATA = "L"
                   DISPLAY "1. I miei profili di avviso"
               ELSE
                   DISPLAY "1. Profili di avviso di un tesserato"
               END-IF
               DISPLAY "2. Nuovo profilo (autore, soggetto, "
                   "categoria, parola)"
               DISPLAY "3. Elimina un profilo"
               DISPLAY "0. Torna indietro"
               DISPLAY "Scegli un'opzione: "
               ACCEPT SCELTA-MENU
               EVALUATE SCELTA-MENU
                   WHEN 1 PERFORM ELENCA-PROFILI
                   WHEN 2 PERFORM NUOVO-PROFILO
                   WHEN 3 PERFORM ELIMINA-PROFILO
                   WHEN 0 MOVE "N" TO PROSEGUI
                   WHEN OTHER DISPLAY "Opzione non valida."
               END-EVALUATE
           END-PERFORM.

           EXIT PROGRAM.

       CHIEDI-TESSERATO.
           IF MODO-CHIAMATA = "L"
               MOVE OPERATORE-USERNAME TO USERNAME-LETTORE
           ELSE
               DISPLAY "Username del tesserato: "
               ACCEPT USERNAME-LETTORE
           END-IF.
           EXEC SQL
               SELECT COUNT(*) INTO :CONTA-UTENTE FROM Utente
                   WHERE Username =
                         TRIM(BOTH ' ' FROM :USERNAME-LETTORE)
           END-EXEC.
           IF CONTA-UTENTE = 0
               DISPLAY "Utente non trovato."
               MOVE SPACES TO USERNAME-LETTORE
           END-IF.

       ELENCA-PROFILI.
           PERFORM CHIEDI-TESSERATO.
           IF USERNAME-LETTORE = SPACES
               EXIT PARAGRAPH
           END-IF.
           EXEC SQL
               DECLARE C-PROFILI CURSOR FOR
                   SELECT numero_profilo, tipo_profilo, valore,
                          data_inserimento
                       FROM ProfiliNovita
                       WHERE Username =
                             TRIM(BOTH ' ' FROM :USERNAME-LETTORE)
                       ORDER BY tipo_profilo, valore
           END-EXEC.
           EXEC SQL OPEN C-PROFILI END-EXEC.
           EXEC SQL
               FETCH C-PROFILI INTO :PR-NUMERO, :PR-TIPO,
                   :PR-VALORE, :PR-DATA
           END-EXEC.
           IF SQLCODE NOT = ZERO
               DISPLAY "Nessun profilo di avviso."
           END-IF.
           PERFORM UNTIL SQLCODE NOT = ZERO
               DISPLAY "N. " PR-NUMERO " [" PR-TIPO "] "
                   PR-VALORE(1:50) " dal " PR-DATA
               EXEC SQL
                   FETCH C-PROFILI INTO :PR-NUMERO, :PR-TIPO,
                       :PR-VALORE, :PR-DATA
               END-EXEC
           END-PERFORM.
           EXEC SQL CLOSE C-PROFILI END-EXEC.

      *    Il valore si risolve come a catalogo: l'autore sulla
      *    forma canonica (anche da un rinvio), il soggetto sulla
      *    forma preferita (anche da una variante), la Categoria
      *    sul codice di Classificazione, la parola in maiuscolo
      *    come in IndiceParole. Un valore che non si risolve non
      *    farebbe mai scattare l'avviso e non si registra.
       NUOVO-PROFILO.
           PERFORM CHIEDI-TESSERATO.
           IF USERNAME-LETTORE = SPACES
               EXIT PARAGRAPH
           END-IF.
           EXEC SQL
               SELECT COUNT(*) INTO :PROFILI-PRESENTI
                   FROM ProfiliNovita
                   WHERE Username =
                         TRIM(BOTH ' ' FROM :USERNAME-LETTORE)
           END-EXEC.
           IF PROFILI-PRESENTI >= MASSIMO-PROFILI
               DISPLAY "Raggiunto il massimo di " MASSIMO-PROFILI
                   " profili: eliminarne uno prima."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Tipo: A=autore S=soggetto C=categoria "
               "P=parola: "
           ACCEPT TIPO-SCELTO.
           MOVE FUNCTION UPPER-CASE(TIPO-SCELTO) TO TIPO-SCELTO.
           DISPLAY "Valore: "
           ACCEPT VALORE-DIGITATO.
           IF VALORE-DIGITATO = SPACES
               DISPLAY "Valore obbligatorio."
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO VALORE-PROFILO.
           MOVE ZERO TO CODICE-PROFILO.
           EVALUATE TIPO-SCELTO
               WHEN "A" PERFORM RISOLVI-AUTORE
               WHEN "S" PERFORM RISOLVI-SOGGETTO
               WHEN "C" PERFORM RISOLVI-CATEGORIA
               WHEN "P" PERFORM RISOLVI-PAROLA
               WHEN OTHER DISPLAY "Tipo non valido."
           END-EVALUATE.
           IF VALORE-PROFILO = SPACES
               EXIT PARAGRAPH
           END-IF.

           EXEC SQL
               SELECT COUNT(*) INTO :PROFILI-UGUALI
                   FROM ProfiliNovita
                   WHERE Username =
                         TRIM(BOTH ' ' FROM :USERNAME-LETTORE)
                     AND tipo_profilo =
                         TRIM(BOTH ' ' FROM :TIPO-PROFILO)
                     AND valore = TRIM(BOTH ' ' FROM :VALORE-PROFILO)
           END-EXEC.
           IF PROFILI-UGUALI > 0
               DISPLAY "Profilo gia' presente."
               EXIT PARAGRAPH
           END-IF.

           EXEC SQL
               SELECT COALESCE(MAX(numero_profilo), 0)
                   INTO :MAX-PROFILO
                   FROM ProfiliNovita
           END-EXEC.
           COMPUTE NUMERO-PROFILO = MAX-PROFILO + 1.
           ACCEPT OGGI-DATA FROM DATE YYYYMMDD.
           EXEC SQL
               INSERT INTO ProfiliNovita (numero_profilo, Username,
                   tipo_profilo, valore, codice, data_inserimento)
               VALUES (:NUMERO-PROFILO,
                       TRIM(BOTH ' ' FROM :USERNAME-LETTORE),
                       TRIM(BOTH ' ' FROM :TIPO-PROFILO),
                       TRIM(BOTH ' ' FROM :VALORE-PROFILO),
                       :CODICE-PROFILO, :OGGI-DATA)
           END-EXEC.
           IF SQLCODE = 0
               MOVE "NUOVO-PROFILO" TO AUDIT-OPERAZIONE
               PERFORM REGISTRA-AUDIT
               EXEC SQL COMMIT END-EXEC
               DISPLAY "Profilo " NUMERO-PROFILO " registrato: "
                   TIPO-PROFILO " " VALORE-PROFILO(1:50)
           ELSE
               DISPLAY "Errore: " SQLERRMC
           END-IF.

       RISOLVI-AUTORE.
           MOVE "AUTORE" TO TIPO-PROFILO.
           EXEC SQL
               SELECT Codice, FormaCanonica
                   INTO :CODICE-PROFILO, :VALORE-PROFILO
                   FROM Autore
                   WHERE UPPER(FormaCanonica) =
                       UPPER(TRIM(BOTH ' ' FROM :VALORE-DIGITATO))
           END-EXEC.
           IF SQLCODE NOT = 0
               EXEC SQL
                   SELECT a.Codice, a.FormaCanonica
                       INTO :CODICE-PROFILO, :VALORE-PROFILO
                       FROM AutoreRinvii r
                       JOIN Autore a ON r.CodiceAutore = a.Codice
                       WHERE UPPER(r.Variante) =
                           UPPER(TRIM(BOTH ' ' FROM :VALORE-DIGITATO))
               END-EXEC
           END-IF.
           IF SQLCODE NOT = 0
               MOVE SPACES TO VALORE-PROFILO
               DISPLAY "Autore non in autorita' (cercarlo con "
                   "Sfoglia autori)."
           ELSE
               DISPLAY "Autore: " VALORE-PROFILO(1:50)
           END-IF.

       RISOLVI-SOGGETTO.
           MOVE "SOGGETTO" TO TIPO-PROFILO.
           EXEC SQL
               SELECT codice_soggetto, forma_preferita
                   INTO :CODICE-PROFILO, :VALORE-PROFILO
                   FROM Soggetti
                   WHERE UPPER(forma_preferita) =
                       UPPER(TRIM(BOTH ' ' FROM :VALORE-DIGITATO))
           END-EXEC.
           IF SQLCODE NOT = 0
               EXEC SQL
                   SELECT s.codice_soggetto, s.forma_preferita
                       INTO :CODICE-PROFILO, :VALORE-PROFILO
                       FROM SoggettiVarianti v
                       JOIN Soggetti s
                         ON v.codice_soggetto = s.codice_soggetto
                       WHERE UPPER(v.variante) =
                           UPPER(TRIM(BOTH ' ' FROM :VALORE-DIGITATO))
               END-EXEC
           END-IF.
           IF SQLCODE NOT = 0
               MOVE SPACES TO VALORE-PROFILO
               DISPLAY "Soggetto non in soggettario."
           ELSE
               DISPLAY "Soggetto: " VALORE-PROFILO(1:50)
           END-IF.

       RISOLVI-CATEGORIA.
           MOVE "CATEGORIA" TO TIPO-PROFILO.
           EXEC SQL
               SELECT Codice INTO :VALORE-PROFILO
                   FROM Classificazione
                   WHERE Codice = TRIM(BOTH ' ' FROM :VALORE-DIGITATO)
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE SPACES TO VALORE-PROFILO
               DISPLAY "Codice di classificazione non trovato."
           END-IF.

       RISOLVI-PAROLA.
           MOVE "PAROLA" TO TIPO-PROFILO.
      *    Una parola sola: se ne vengono scritte di piu' vale la
      *    prima.
           MOVE FUNCTION UPPER-CASE(VALORE-DIGITATO)
               TO VALORE-DIGITATO.
           INSPECT VALORE-DIGITATO REPLACING ALL "'" BY " ".
           MOVE FUNCTION TRIM(VALORE-DIGITATO) TO VALORE-DIGITATO.
           UNSTRING VALORE-DIGITATO DELIMITED BY ALL " "
               INTO VALORE-PROFILO
           END-UNSTRING.
           DISPLAY "Parola: " VALORE-PROFILO(1:50).

       ELIMINA-PROFILO.
           PERFORM CHIEDI-TESSERATO.
           IF USERNAME-LETTORE = SPACES
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Numero del profilo da eliminare: "
           ACCEPT NUMERO-PROFILO.
           EXEC SQL
               SELECT COUNT(*) INTO :PROFILI-UGUALI
                   FROM ProfiliNovita
                   WHERE numero_profilo = :NUMERO-PROFILO
                     AND Username =
                         TRIM(BOTH ' ' FROM :USERNAME-LETTORE)
           END-EXEC.
           IF PROFILI-UGUALI = 0
               DISPLAY "Profilo non trovato tra quelli del "
                   "tesserato."
               EXIT PARAGRAPH
           END-IF.
           EXEC SQL
               DELETE FROM ProfiliNovita
                   WHERE numero_profilo = :NUMERO-PROFILO
           END-EXEC.
           IF SQLCODE = 0
               MOVE "ELIMINA-PROFILO" TO AUDIT-OPERAZIONE
               PERFORM REGISTRA-AUDIT
               EXEC SQL COMMIT END-EXEC
               DISPLAY "Profilo eliminato."
           ELSE
               DISPLAY "Errore: " SQLERRMC
           END-IF.

       REGISTRA-AUDIT.
           MOVE "PROFILI-NOVITA" TO AUDIT-PROGRAMMA.
           MOVE SPACES TO AUDIT-CHIAVE.
           MOVE USERNAME-LETTORE TO AUDIT-CHIAVE.
           CALL 'AUDIT-WRITER' USING OPERATORE-USERNAME,
               AUDIT-PROGRAMMA, AUDIT-OPERAZIONE, AUDIT-CHIAVE.

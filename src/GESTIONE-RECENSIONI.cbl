       IDENTIFICATION DIVISION.
       PROGRAM-ID. GESTIONE-RECENSIONI.

       ENVIRONMENT DIVISION.
       DATA DIVISION.

       WORKING-STORAGE SECTION.
           01 SCELTA-MENU       PIC 9(3).
           01 PROSEGUI          PIC X(1) VALUE "S".
             88 PROSEGUI-SI VALUE "S".

           01 NUMERO-RECENSIONE PIC 9(9).
           01 MOTIVO-DECISIONE  PIC X(100).
           01 RISPOSTA          PIC X(1).
           01 OGGI-DATA         PIC 9(8).
           01 CONTATORE-CODA    PIC 9(5).

           01 RECENSIONE-REC.
               03 R-NUMERO      PIC 9(9).
               03 R-USERNAME    PIC X(50).
               03 R-ISBN        PIC X(50).
               03 R-TITOLO      PIC X(100).
               03 R-VOTO        PIC 9(1).
               03 R-TESTO       PIC X(300).
               03 R-DATA        PIC 9(8).

           01 AUDIT-PROGRAMMA   PIC X(30).
           01 AUDIT-OPERAZIONE  PIC X(20).
           01 AUDIT-CHIAVE      PIC X(50).

       EXEC SQL INCLUDE SQLCA END-EXEC.

       LINKAGE SECTION.
           01 OPERATORE-USERNAME PIC X(50).

       PROCEDURE DIVISION USING OPERATORE-USERNAME.
      *    Coda di moderazione delle recensioni dei lettori
      *    (RecensioniLibri, scritte da AREA-LETTORE solo per titoli
      *    avuti in prestito): la recensione approvata compare in
      *    SEARCH-BOOKS e nelle vetrine con il voto medio del
      *    titolo; quella respinta torna al lettore con il motivo,
      *    che rivede nella sua area. Una recensione gia'
      *    pubblicata si puo' ritirare, sempre con motivo.
       GESTIONE-RECENSIONI-PARA.
           DISPLAY "------- SONO GESTIONE-RECENSIONI!".
           PERFORM UNTIL NOT PROSEGUI-SI
               DISPLAY " "
               DISPLAY "----- Recensioni dei Lettori -----"
               DISPLAY "1. Coda delle recensioni da moderare"
               DISPLAY "2. Approva o respingi una recensione"
               DISPLAY "3. Ritira una recensione pubblicata"
               DISPLAY "0. Torna indietro"
               DISPLAY "Scegli un'opzione: "
               ACCEPT SCELTA-MENU
               EVALUATE SCELTA-MENU
                   WHEN 1 PERFORM ELENCA-RECENSIONI
                   WHEN 2 PERFORM DECIDI-RECENSIONE
                   WHEN 3 PERFORM RITIRA-RECENSIONE
                   WHEN 0 MOVE "N" TO PROSEGUI
                   WHEN OTHER DISPLAY "Opzione non valida."
               END-EVALUATE
           END-PERFORM.

           EXIT PROGRAM.

       ELENCA-RECENSIONI.
           MOVE ZERO TO CONTATORE-CODA.
           EXEC SQL
               DECLARE C-RECENSIONI CURSOR FOR
                   SELECT r.numero_recensione, r.Username,
                          r.codiceISBN, COALESCE(l.Titolo, ' '),
                          r.voto, r.testo, r.data_invio
                       FROM RecensioniLibri r
                       LEFT JOIN Libro l ON r.codiceISBN = l.ISBN
                       WHERE r.stato = 'IN ATTESA'
                       ORDER BY r.data_invio, r.numero_recensione
           END-EXEC.
           EXEC SQL OPEN C-RECENSIONI END-EXEC.
           EXEC SQL
               FETCH C-RECENSIONI INTO :R-NUMERO, :R-USERNAME,
                   :R-ISBN, :R-TITOLO, :R-VOTO, :R-TESTO, :R-DATA
           END-EXEC.
           DISPLAY "Recensioni in attesa di moderazione:".
           PERFORM UNTIL SQLCODE NOT = ZERO
               ADD 1 TO CONTATORE-CODA
               DISPLAY "N. " R-NUMERO " del " R-DATA " da "
                   R-USERNAME(1:20) " - voto " R-VOTO "/5"
               DISPLAY "   " R-TITOLO(1:60) " (" R-ISBN(1:13) ")"
               DISPLAY "   " R-TESTO(1:100)
               IF R-TESTO(101:200) NOT = SPACES
                   DISPLAY "   " R-TESTO(101:100)
                   DISPLAY "   " R-TESTO(201:100)
               END-IF
               EXEC SQL
                   FETCH C-RECENSIONI INTO :R-NUMERO, :R-USERNAME,
                       :R-ISBN, :R-TITOLO, :R-VOTO, :R-TESTO,
                       :R-DATA
               END-EXEC
           END-PERFORM.
           EXEC SQL CLOSE C-RECENSIONI END-EXEC.
           DISPLAY "Recensioni in coda: " CONTATORE-CODA.

      *    Il rifiuto senza motivo non si registra: il lettore deve
      *    sapere perche' la sua recensione non e' uscita.
       DECIDI-RECENSIONE.
           DISPLAY "Numero della recensione: "
           ACCEPT NUMERO-RECENSIONE.
           EXEC SQL
               SELECT r.Username, COALESCE(l.Titolo, ' '), r.voto,
                      r.testo
                   INTO :R-USERNAME, :R-TITOLO, :R-VOTO, :R-TESTO
                   FROM RecensioniLibri r
                   LEFT JOIN Libro l ON r.codiceISBN = l.ISBN
                   WHERE r.numero_recensione = :NUMERO-RECENSIONE
                     AND r.stato = 'IN ATTESA'
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY "Nessuna recensione in attesa con questo "
                   "numero."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Recensione di " R-USERNAME(1:20) " su "
               R-TITOLO(1:50) " - voto " R-VOTO "/5".
           DISPLAY "   " R-TESTO(1:100).
           IF R-TESTO(101:200) NOT = SPACES
               DISPLAY "   " R-TESTO(101:100)
               DISPLAY "   " R-TESTO(201:100)
           END-IF.
           DISPLAY "Approvare e pubblicare? (S/N): "
           ACCEPT RISPOSTA.
           DISPLAY "Motivo della decisione (il lettore lo vedra'): "
           ACCEPT MOTIVO-DECISIONE.
           IF RISPOSTA NOT = "S" AND RISPOSTA NOT = "s"
              AND MOTIVO-DECISIONE = SPACES
               DISPLAY "Per respingere serve il motivo."
               EXIT PARAGRAPH
           END-IF.
           ACCEPT OGGI-DATA FROM DATE YYYYMMDD.
           IF RISPOSTA = "S" OR RISPOSTA = "s"
               EXEC SQL
                   UPDATE RecensioniLibri
                       SET stato = 'APPROVATA',
                           motivo_decisione =
                               TRIM(BOTH ' ' FROM :MOTIVO-DECISIONE),
                           moderatore =
                               TRIM(BOTH ' ' FROM
                                   :OPERATORE-USERNAME),
                           data_decisione = :OGGI-DATA
                       WHERE numero_recensione = :NUMERO-RECENSIONE
               END-EXEC
               MOVE "APPROVAZIONE" TO AUDIT-OPERAZIONE
           ELSE
               EXEC SQL
                   UPDATE RecensioniLibri
                       SET stato = 'RESPINTA',
                           motivo_decisione =
                               TRIM(BOTH ' ' FROM :MOTIVO-DECISIONE),
                           moderatore =
                               TRIM(BOTH ' ' FROM
                                   :OPERATORE-USERNAME),
                           data_decisione = :OGGI-DATA
                       WHERE numero_recensione = :NUMERO-RECENSIONE
               END-EXEC
               MOVE "RIFIUTO" TO AUDIT-OPERAZIONE
           END-IF.
           IF SQLCODE = 0
               PERFORM REGISTRA-AUDIT
               EXEC SQL COMMIT END-EXEC
               DISPLAY "Decisione registrata."
           ELSE
               DISPLAY "Errore: " SQLERRMC
           END-IF.

      *    Una recensione pubblicata che si rivela inopportuna (una
      *    segnalazione, un contenuto sfuggito) esce dal catalogo e
      *    dal voto medio: diventa RITIRATA con il motivo.
       RITIRA-RECENSIONE.
           DISPLAY "Numero della recensione pubblicata: "
           ACCEPT NUMERO-RECENSIONE.
           EXEC SQL
               SELECT r.Username, COALESCE(l.Titolo, ' ')
                   INTO :R-USERNAME, :R-TITOLO
                   FROM RecensioniLibri r
                   LEFT JOIN Libro l ON r.codiceISBN = l.ISBN
                   WHERE r.numero_recensione = :NUMERO-RECENSIONE
                     AND r.stato = 'APPROVATA'
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY "Nessuna recensione pubblicata con questo "
                   "numero."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Recensione di " R-USERNAME(1:20) " su "
               R-TITOLO(1:50).
           DISPLAY "Motivo del ritiro (il lettore lo vedra'): "
           ACCEPT MOTIVO-DECISIONE.
           IF MOTIVO-DECISIONE = SPACES
               DISPLAY "Per ritirare serve il motivo."
               EXIT PARAGRAPH
           END-IF.
           ACCEPT OGGI-DATA FROM DATE YYYYMMDD.
           EXEC SQL
               UPDATE RecensioniLibri
                   SET stato = 'RITIRATA',
                       motivo_decisione =
                           TRIM(BOTH ' ' FROM :MOTIVO-DECISIONE),
                       moderatore =
                           TRIM(BOTH ' ' FROM :OPERATORE-USERNAME),
                       data_decisione = :OGGI-DATA
                   WHERE numero_recensione = :NUMERO-RECENSIONE
           END-EXEC.
           IF SQLCODE = 0
               MOVE "RITIRO" TO AUDIT-OPERAZIONE
               PERFORM REGISTRA-AUDIT
               EXEC SQL COMMIT END-EXEC
               DISPLAY "Recensione ritirata."
           ELSE
               DISPLAY "Errore: " SQLERRMC
           END-IF.

       REGISTRA-AUDIT.
           MOVE "GESTIONE-RECENSIONI" TO AUDIT-PROGRAMMA.
           MOVE SPACES TO AUDIT-CHIAVE.
           MOVE NUMERO-RECENSIONE TO AUDIT-CHIAVE.
           CALL 'AUDIT-WRITER' USING OPERATORE-USERNAME,
               AUDIT-PROGRAMMA, AUDIT-OPERAZIONE, AUDIT-CHIAVE.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. GENERA-ORDINI-PERMANENTI.

       ENVIRONMENT DIVISION.
       DATA DIVISION.

       WORKING-STORAGE SECTION.
           01 OGGI-DATA         PIC 9(8).
           01 CONTA-RIGHE       PIC 9(5).

           01 PERMANENTE-REC.
               03 P-NUMERO      PIC 9(6).
               03 P-FORNITORE   PIC 9(6).
               03 P-PREZZO      PIC 9(5)V99.
           01 FILIALE-REC.
               03 F-FILIALE     PIC X(30).
               03 F-COPIE       PIC 9(3).

           01 NUMERO-ORDINE     PIC 9(6).
           01 MAX-ORDINE        PIC 9(6).
           01 RIGA-NUMERO       PIC 9(3).
           01 RIGA-PREZZO       PIC 9(5)V99.
           01 TOTALE-RIGA       PIC 9(7)V99.
           01 SCONTO-CONTRATTO  PIC 9(2)V99.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       LINKAGE SECTION.
      *    Nuovo volume di una collana (IMPORTA-CATALOGO, file
      *    novita' dei distributori IMPORTA-NOVITA-FORNITORI): dati
      *    della riga d'ordine da proporre. PE-PREZZO a zero = si
      *    usa il prezzo stimato dell'ordine permanente. In uscita
      *    il numero di righe proposte.
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

       PROCEDURE DIVISION USING PERMANENTE-RICHIESTA.
      *    Ordini permanenti sulle collane (GESTIONE-ORDINI): per
      *    ogni ordine ATTIVO della collana e ogni Filiale con le
      *    sue copie si aggiunge una riga alla bozza (ordine
      *    PROPOSTO) dello stesso Fornitore e Filiale, creandola se
      *    manca. La bozza non impegna budget: lo fa il buyer
      *    quando la conferma in GESTIONE-ORDINI. Un volume gia'
      *    proposto per lo stesso ordine permanente non si
      *    ripropone. Il COMMIT resta al chiamante.
       GENERA-ORDINI-PERMANENTI-PARA.
           MOVE ZERO TO PE-RIGHE.
           IF PE-COLLANA = ZERO
               EXIT PROGRAM
           END-IF.
           ACCEPT OGGI-DATA FROM DATE YYYYMMDD.

           EXEC SQL
               DECLARE C-PERMANENTI CURSOR FOR
                   SELECT numero_permanente, codice_fornitore,
                          COALESCE(prezzo_stimato, 0)
                       FROM OrdiniPermanenti
                       WHERE codice_collana = :PE-COLLANA
                         AND stato = 'ATTIVO'
                       ORDER BY numero_permanente
           END-EXEC.
           EXEC SQL OPEN C-PERMANENTI END-EXEC.
           EXEC SQL
               FETCH C-PERMANENTI INTO :P-NUMERO, :P-FORNITORE,
                   :P-PREZZO
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = ZERO
               PERFORM GENERA-PER-PERMANENTE
               EXEC SQL
                   FETCH C-PERMANENTI INTO :P-NUMERO, :P-FORNITORE,
                       :P-PREZZO
               END-EXEC
           END-PERFORM.
           EXEC SQL CLOSE C-PERMANENTI END-EXEC.

           EXIT PROGRAM.

       GENERA-PER-PERMANENTE.
           EXEC SQL
               SELECT COUNT(*) INTO :CONTA-RIGHE
                   FROM OrdineRiga
                   WHERE numero_permanente = :P-NUMERO
                     AND ISBN = TRIM(BOTH ' ' FROM :PE-ISBN)
           END-EXEC.
           IF CONTA-RIGHE > 0
               EXIT PARAGRAPH
           END-IF.
      *    Il prezzo di copertina del nuovo volume prende lo sconto
      *    del contratto d'appalto valido del Fornitore; il prezzo
      *    stimato dell'ordine permanente e' gia' netto.
           IF PE-PREZZO > ZERO
               MOVE ZERO TO SCONTO-CONTRATTO
               EXEC SQL
                   SELECT COALESCE(MAX(sconto), 0)
                       INTO :SCONTO-CONTRATTO
                       FROM ContrattiFornitore
                       WHERE codice_fornitore = :P-FORNITORE
                         AND stato = 'ATTIVO'
                         AND data_inizio <= :OGGI-DATA
                         AND data_fine >= :OGGI-DATA
               END-EXEC
               COMPUTE RIGA-PREZZO ROUNDED = PE-PREZZO *
                   (100 - SCONTO-CONTRATTO) / 100
           ELSE
               MOVE P-PREZZO TO RIGA-PREZZO
           END-IF.

           EXEC SQL
               DECLARE C-PERM-FILIALI CURSOR FOR
                   SELECT Filiale, copie
                       FROM OrdiniPermanentiFiliali
                       WHERE numero_permanente = :P-NUMERO
                         AND copie > 0
                       ORDER BY Filiale
           END-EXEC.
           EXEC SQL OPEN C-PERM-FILIALI END-EXEC.
           EXEC SQL
               FETCH C-PERM-FILIALI INTO :F-FILIALE, :F-COPIE
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = ZERO
               PERFORM AGGIUNGI-RIGA-BOZZA
               EXEC SQL
                   FETCH C-PERM-FILIALI INTO :F-FILIALE, :F-COPIE
               END-EXEC
           END-PERFORM.
           EXEC SQL CLOSE C-PERM-FILIALI END-EXEC.

       AGGIUNGI-RIGA-BOZZA.
           EXEC SQL
               SELECT COALESCE(MIN(numero_ordine), 0)
                   INTO :NUMERO-ORDINE
                   FROM OrdineAcquisto
                   WHERE stato = 'PROPOSTO'
                     AND codice_fornitore = :P-FORNITORE
                     AND Filiale = TRIM(BOTH ' ' FROM :F-FILIALE)
           END-EXEC.
           IF NUMERO-ORDINE = ZERO
               EXEC SQL
                   SELECT COALESCE(MAX(numero_ordine), 0)
                       INTO :MAX-ORDINE
                       FROM OrdineAcquisto
               END-EXEC
               COMPUTE NUMERO-ORDINE = MAX-ORDINE + 1
               EXEC SQL
                   INSERT INTO OrdineAcquisto (numero_ordine,
                       codice_fornitore, Filiale, data_ordine, stato,
                       totale)
                   VALUES (:NUMERO-ORDINE, :P-FORNITORE,
                           TRIM(BOTH ' ' FROM :F-FILIALE),
                           :OGGI-DATA, 'PROPOSTO', 0)
               END-EXEC
               IF SQLCODE NOT = 0
                   DISPLAY "Errore nella bozza d'ordine per "
                       F-FILIALE ": " SQLERRMC
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           EXEC SQL
               SELECT COALESCE(MAX(riga), 0) + 1 INTO :RIGA-NUMERO
                   FROM OrdineRiga
                   WHERE numero_ordine = :NUMERO-ORDINE
           END-EXEC.
           EXEC SQL
               INSERT INTO OrdineRiga (numero_ordine, riga, ISBN,
                   titolo, autore, categoria, codice_editrice,
                   copie, prezzo, copie_ricevute, numero_permanente,
                   codice_collana, numero_volume)
               VALUES (:NUMERO-ORDINE, :RIGA-NUMERO,
                       TRIM(BOTH ' ' FROM :PE-ISBN),
                       TRIM(BOTH ' ' FROM :PE-TITOLO),
                       TRIM(BOTH ' ' FROM :PE-AUTORE),
                       TRIM(BOTH ' ' FROM :PE-CATEGORIA),
                       :PE-EDITRICE, :F-COPIE, :RIGA-PREZZO, 0,
                       :P-NUMERO, :PE-COLLANA, :PE-VOLUME)
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY "Errore sulla riga della bozza "
                   NUMERO-ORDINE ": " SQLERRMC
               EXIT PARAGRAPH
           END-IF.
           COMPUTE TOTALE-RIGA = F-COPIE * RIGA-PREZZO.
           EXEC SQL
               UPDATE OrdineAcquisto
                   SET totale = totale + :TOTALE-RIGA
                   WHERE numero_ordine = :NUMERO-ORDINE
           END-EXEC.
           ADD 1 TO PE-RIGHE.

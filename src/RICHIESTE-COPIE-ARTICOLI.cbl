       IDENTIFICATION DIVISION.
       PROGRAM-ID. RICHIESTE-COPIE-ARTICOLI.

       ENVIRONMENT DIVISION.
       DATA DIVISION.

       WORKING-STORAGE SECTION.
           01 SCELTA-MENU       PIC 9(3).
           01 PROSEGUI          PIC X(1) VALUE "S".
             88 PROSEGUI-SI VALUE "S".

           01 OGGI-DATA         PIC 9(8).
           01 NUMERO-RICHIESTA  PIC 9(6).
           01 MAX-RICHIESTA     PIC 9(6).
           01 STATO-RICHIESTA   PIC X(12).
           01 STATO-ATTESO      PIC X(12).
           01 STATO-NUOVO       PIC X(12).

           01 NUMERO-ABBONAMENTO PIC 9(6).
           01 NUMERO-FASCICOLO  PIC 9(5).
           01 TITOLO-TESTATA    PIC X(100).
           01 PAGINE-FASCICOLO  PIC 9(5).
           01 PAGINA-DA         PIC 9(5).
           01 PAGINA-A          PIC 9(5).
           01 PAGINE-RICHIESTE  PIC 9(5).
           01 PAGINE-GIA-COPIATE PIC 9(5).
           01 PAGINE-CONSENTITE PIC 9(5).
           01 ARTICOLO          PIC X(100).
           01 FORMATO-COPIA     PIC X(1).
           01 FORMATO-TESTO     PIC X(12).

      *    Richiedente: un utente (U) o una biblioteca della rete
      *    del prestito interbibliotecario (B).
           01 TIPO-RICHIEDENTE  PIC X(1).
             88 RICHIEDENTE-UTENTE VALUE "U".
             88 RICHIEDENTE-BIBLIOTECA VALUE "B".
           01 USERNAME-LETTORE  PIC X(50).
           01 BIBLIOTECA-PARTNER PIC X(50).
           01 NUMERO-ILL        PIC 9(6).
           01 CONTA-PARTNER     PIC 9(5).
           01 CONTA-UTENTE      PIC 9(5).

      *    Limite di riproduzione per fascicolo (percentuale delle
      *    pagine, al netto della pubblicita' a giudizio del banco)
      *    e tariffa, da Parametri.
           01 PARAMETRO-TESTO   PIC X(50).
           01 LIMITE-PERCENTUALE PIC 9(3) VALUE 15.
           01 COSTO-PAGINA      PIC 9(3)V99 VALUE 0.20.
           01 DIRITTO-FISSO     PIC 9(3)V99 VALUE 2.00.
           01 IMPORTO-COPIA     PIC 9(5)V99.
           01 CODICE-ADDEBITO   PIC X(13).

           01 ANNO-RICHIESTO    PIC 9(4).
           01 CONTEGGIO-ANNO    PIC 9(5).
           01 PAGINE-ANNO       PIC 9(7).

           01 RICHIESTA-REC.
               03 R-NUMERO      PIC 9(6).
               03 R-TESTATA     PIC X(100).
               03 R-FASCICOLO   PIC 9(5).
               03 R-PAGINA-DA   PIC 9(5).
               03 R-PAGINA-A    PIC 9(5).
               03 R-RICHIEDENTE PIC X(50).
               03 R-STATO       PIC X(12).
               03 R-DATA        PIC 9(8).

           01 AUDIT-PROGRAMMA   PIC X(30).
           01 AUDIT-OPERAZIONE  PIC X(20).
           01 AUDIT-CHIAVE      PIC X(50).

       EXEC SQL INCLUDE SQLCA END-EXEC.

       LINKAGE SECTION.
           01 OPERATORE-USERNAME PIC X(50).

       PROCEDURE DIVISION USING OPERATORE-USERNAME.
      *    Fornitura di copie di articoli (document delivery) dai
      *    fascicoli registrati da GESTIONE-PERIODICI: la richiesta
      *    (RichiesteCopie) indica fascicolo e pagine, per un utente
      *    o per una biblioteca partner del PRESTITO-ILL, e passa
      *    per RICEVUTA, COPIATA, SPEDITA e ADDEBITATA. All'apertura
      *    si controlla il limite di legge sulla riproduzione: le
      *    pagine gia' copiate dallo stesso fascicolo per lo stesso
      *    richiedente piu' le nuove non superano COPIE-LIMITE-
      *    PERCENTUALE delle pagine del fascicolo. L'addebito
      *    all'utente va in Multe (tipo COPIE) e si paga con il
      *    flusso normale di PAGA-MULTA; il conteggio annuale va nel
      *    RITORNO-ANNUALE.
       RICHIESTE-COPIE-ARTICOLI-PARA.
           DISPLAY "------- SONO RICHIESTE-COPIE-ARTICOLI!".
           PERFORM LEGGI-PARAMETRI.
           PERFORM UNTIL NOT PROSEGUI-SI
               DISPLAY " "
               DISPLAY "----- Copie di articoli da periodici -----"
               DISPLAY "1. Nuova richiesta"
               DISPLAY "2. Copia eseguita"
               DISPLAY "3. Copia spedita"
               DISPLAY "4. Addebito della richiesta"
               DISPLAY "5. Richieste aperte"
               DISPLAY "6. Riepilogo annuale"
               DISPLAY "0. Torna indietro"
               DISPLAY "Scegli un'opzione: "
               ACCEPT SCELTA-MENU
               EVALUATE SCELTA-MENU
                   WHEN 1 PERFORM NUOVA-RICHIESTA
                   WHEN 2
                       MOVE "RICEVUTA" TO STATO-ATTESO
                       MOVE "COPIATA" TO STATO-NUOVO
                       PERFORM AVANZA-RICHIESTA
                   WHEN 3
                       MOVE "COPIATA" TO STATO-ATTESO
                       MOVE "SPEDITA" TO STATO-NUOVO
                       PERFORM AVANZA-RICHIESTA
                   WHEN 4 PERFORM ADDEBITA-RICHIESTA
                   WHEN 5 PERFORM ELENCA-APERTE
                   WHEN 6 PERFORM RIEPILOGO-ANNUALE
                   WHEN 0 MOVE "N" TO PROSEGUI
                   WHEN OTHER DISPLAY "Opzione non valida."
               END-EVALUATE
           END-PERFORM.

           EXIT PROGRAM.

       LEGGI-PARAMETRI.
           EXEC SQL
               SELECT Valore INTO :PARAMETRO-TESTO FROM Parametri
                   WHERE Chiave = 'COPIE-LIMITE-PERCENTUALE'
           END-EXEC.
           IF SQLCODE = 0
               MOVE FUNCTION NUMVAL(PARAMETRO-TESTO)
                   TO LIMITE-PERCENTUALE
           END-IF.
           EXEC SQL
               SELECT Valore INTO :PARAMETRO-TESTO FROM Parametri
                   WHERE Chiave = 'COPIE-COSTO-PAGINA'
           END-EXEC.
           IF SQLCODE = 0
               MOVE FUNCTION NUMVAL(PARAMETRO-TESTO) TO COSTO-PAGINA
           END-IF.
           EXEC SQL
               SELECT Valore INTO :PARAMETRO-TESTO FROM Parametri
                   WHERE Chiave = 'COPIE-DIRITTO-FISSO'
           END-EXEC.
           IF SQLCODE = 0
               MOVE FUNCTION NUMVAL(PARAMETRO-TESTO) TO DIRITTO-FISSO
           END-IF.

       NUOVA-RICHIESTA.
           DISPLAY "Numero dell'abbonamento: "
           ACCEPT NUMERO-ABBONAMENTO.
           EXEC SQL
               SELECT titolo INTO :TITOLO-TESTATA
                   FROM Abbonamenti
                   WHERE numero_abbonamento = :NUMERO-ABBONAMENTO
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY "ERRORE: abbonamento non trovato."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Testata: " TITOLO-TESTATA.
           DISPLAY "Numero del fascicolo: "
           ACCEPT NUMERO-FASCICOLO.
           EXEC SQL
               SELECT COALESCE(pagine, 0) INTO :PAGINE-FASCICOLO
                   FROM Fascicoli
                   WHERE numero_abbonamento = :NUMERO-ABBONAMENTO
                     AND numero_fascicolo = :NUMERO-FASCICOLO
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY "ERRORE: fascicolo non registrato al "
                   "check-in."
               EXIT PARAGRAPH
           END-IF.
      *    Le pagine del fascicolo si chiedono alla prima richiesta
      *    e restano su Fascicoli per le successive.
           IF PAGINE-FASCICOLO = ZERO
               DISPLAY "Pagine del fascicolo (senza pubblicita'): "
               ACCEPT PAGINE-FASCICOLO
               IF PAGINE-FASCICOLO = ZERO
                   DISPLAY "Pagine del fascicolo obbligatorie."
                   EXIT PARAGRAPH
               END-IF
               EXEC SQL
                   UPDATE Fascicoli SET pagine = :PAGINE-FASCICOLO
                       WHERE numero_abbonamento = :NUMERO-ABBONAMENTO
                         AND numero_fascicolo = :NUMERO-FASCICOLO
               END-EXEC
           END-IF.

           DISPLAY "Dalla pagina: "
           ACCEPT PAGINA-DA.
           DISPLAY "Alla pagina: "
           ACCEPT PAGINA-A.
           IF PAGINA-DA = ZERO OR PAGINA-A < PAGINA-DA
              OR PAGINA-A > PAGINE-FASCICOLO
               DISPLAY "Intervallo di pagine non valido."
               EXIT PARAGRAPH
           END-IF.
           COMPUTE PAGINE-RICHIESTE = PAGINA-A - PAGINA-DA + 1.
           DISPLAY "Titolo dell'articolo: "
           ACCEPT ARTICOLO.

           DISPLAY "Richiedente: U = utente, B = biblioteca partner: "
           ACCEPT TIPO-RICHIEDENTE.
           MOVE FUNCTION UPPER-CASE(TIPO-RICHIEDENTE)
               TO TIPO-RICHIEDENTE.
           MOVE SPACES TO USERNAME-LETTORE.
           MOVE SPACES TO BIBLIOTECA-PARTNER.
           MOVE ZERO TO NUMERO-ILL.
           EVALUATE TRUE
               WHEN RICHIEDENTE-UTENTE
                   PERFORM CHIEDI-UTENTE
               WHEN RICHIEDENTE-BIBLIOTECA
                   PERFORM CHIEDI-BIBLIOTECA
               WHEN OTHER
                   DISPLAY "Tipo di richiedente non valido."
                   EXIT PARAGRAPH
           END-EVALUATE.
           IF USERNAME-LETTORE = SPACES
              AND BIBLIOTECA-PARTNER = SPACES
               EXIT PARAGRAPH
           END-IF.

           PERFORM CONTROLLA-LIMITE.
           IF PAGINE-GIA-COPIATE + PAGINE-RICHIESTE
              > PAGINE-CONSENTITE
               DISPLAY "Richiesta respinta: limite di riproduzione "
                   "del " LIMITE-PERCENTUALE "% superato."
               DISPLAY "Pagine consentite " PAGINE-CONSENTITE
                   ", gia' copiate " PAGINE-GIA-COPIATE
                   ", richieste " PAGINE-RICHIESTE "."
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Formato: F = fotocopia, S = scansione: "
           ACCEPT FORMATO-COPIA.
           IF FORMATO-COPIA = "S" OR FORMATO-COPIA = "s"
               MOVE "SCANSIONE" TO FORMATO-TESTO
           ELSE
               MOVE "FOTOCOPIA" TO FORMATO-TESTO
           END-IF.
           COMPUTE IMPORTO-COPIA =
               DIRITTO-FISSO + (PAGINE-RICHIESTE * COSTO-PAGINA).
           ACCEPT OGGI-DATA FROM DATE YYYYMMDD.

           EXEC SQL
               SELECT COALESCE(MAX(numero_richiesta), 0)
                   INTO :MAX-RICHIESTA
                   FROM RichiesteCopie
           END-EXEC.
           COMPUTE NUMERO-RICHIESTA = MAX-RICHIESTA + 1.
           EXEC SQL
               INSERT INTO RichiesteCopie (numero_richiesta,
                   numero_abbonamento, numero_fascicolo, pagina_da,
                   pagina_a, pagine, articolo, tipo_richiedente,
                   Username, biblioteca_partner, numero_ill,
                   formato, importo, stato, data_richiesta,
                   operatore)
               VALUES (:NUMERO-RICHIESTA, :NUMERO-ABBONAMENTO,
                       :NUMERO-FASCICOLO, :PAGINA-DA, :PAGINA-A,
                       :PAGINE-RICHIESTE,
                       TRIM(BOTH ' ' FROM :ARTICOLO),
                       :TIPO-RICHIEDENTE,
                       NULLIF(TRIM(BOTH ' ' FROM :USERNAME-LETTORE),
                              ''),
                       NULLIF(TRIM(BOTH ' ' FROM :BIBLIOTECA-PARTNER),
                              ''),
                       NULLIF(:NUMERO-ILL, 0),
                       TRIM(BOTH ' ' FROM :FORMATO-TESTO),
                       :IMPORTO-COPIA, 'RICEVUTA', :OGGI-DATA,
                       TRIM(BOTH ' ' FROM :OPERATORE-USERNAME))
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY "ERRORE nella registrazione: " SQLERRMC
               EXEC SQL ROLLBACK END-EXEC
               EXIT PARAGRAPH
           END-IF.
           MOVE "NUOVA RICHIESTA" TO AUDIT-OPERAZIONE.
           PERFORM REGISTRA-AUDIT.
           EXEC SQL COMMIT END-EXEC.
           DISPLAY "Richiesta " NUMERO-RICHIESTA " registrata: "
               PAGINE-RICHIESTE " pagine, importo " IMPORTO-COPIA
               " euro.".

       CHIEDI-UTENTE.
           DISPLAY "Username dell'utente richiedente: "
           ACCEPT USERNAME-LETTORE.
           EXEC SQL
               SELECT COUNT(*) INTO :CONTA-UTENTE FROM Utente
                   WHERE Username =
                       TRIM(BOTH ' ' FROM :USERNAME-LETTORE)
           END-EXEC.
           IF CONTA-UTENTE = 0
               DISPLAY "ERRORE: utente non trovato."
               MOVE SPACES TO USERNAME-LETTORE
           END-IF.

      *    La biblioteca partner e' quella gia' nota al PRESTITO-ILL;
      *    la pratica ILL e' facoltativa. Per l'addebito serve
      *    l'utenza ente della biblioteca (fatturata da
      *    EMETTI-FATTURE-ENTI); senza, la copia rientra negli
      *    accordi di rete e non si addebita.
       CHIEDI-BIBLIOTECA.
           DISPLAY "Biblioteca partner (rete provinciale): "
           ACCEPT BIBLIOTECA-PARTNER.
           EXEC SQL
               SELECT COUNT(*) INTO :CONTA-PARTNER FROM PrestitiILL
                   WHERE UPPER(biblioteca_partner) =
                       UPPER(TRIM(BOTH ' ' FROM :BIBLIOTECA-PARTNER))
           END-EXEC.
           IF CONTA-PARTNER = 0
               DISPLAY "ERRORE: biblioteca non presente nelle "
                   "pratiche di prestito interbibliotecario."
               MOVE SPACES TO BIBLIOTECA-PARTNER
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Numero della pratica ILL (0 se nessuna): "
           ACCEPT NUMERO-ILL.
           DISPLAY "Utenza ente per l'addebito (vuoto = accordo di "
               "rete): "
           ACCEPT USERNAME-LETTORE.
           IF USERNAME-LETTORE NOT = SPACES
               PERFORM CHIEDI-UTENTE-ENTE
           END-IF.

       CHIEDI-UTENTE-ENTE.
           EXEC SQL
               SELECT COUNT(*) INTO :CONTA-UTENTE FROM Utente
                   WHERE Username =
                       TRIM(BOTH ' ' FROM :USERNAME-LETTORE)
           END-EXEC.
           IF CONTA-UTENTE = 0
               DISPLAY "Utenza ente non trovata: nessun addebito."
               MOVE SPACES TO USERNAME-LETTORE
           END-IF.

      *    Pagine gia' copiate dallo stesso fascicolo per lo stesso
      *    richiedente, in qualunque stato.
       CONTROLLA-LIMITE.
           COMPUTE PAGINE-CONSENTITE =
               (PAGINE-FASCICOLO * LIMITE-PERCENTUALE) / 100.
           EXEC SQL
               SELECT COALESCE(SUM(pagine), 0)
                   INTO :PAGINE-GIA-COPIATE
                   FROM RichiesteCopie
                   WHERE numero_abbonamento = :NUMERO-ABBONAMENTO
                     AND numero_fascicolo = :NUMERO-FASCICOLO
                     AND tipo_richiedente = :TIPO-RICHIEDENTE
                     AND ((:TIPO-RICHIEDENTE = 'U'
                           AND Username =
                               TRIM(BOTH ' ' FROM :USERNAME-LETTORE))
                       OR (:TIPO-RICHIEDENTE = 'B'
                           AND UPPER(biblioteca_partner) =
                               UPPER(TRIM(BOTH ' ' FROM
                                          :BIBLIOTECA-PARTNER))))
           END-EXEC.

       AVANZA-RICHIESTA.
           DISPLAY "Numero della richiesta: "
           ACCEPT NUMERO-RICHIESTA.
           PERFORM LEGGI-STATO.
           IF STATO-RICHIESTA = SPACES
               EXIT PARAGRAPH
           END-IF.
           IF STATO-RICHIESTA NOT = STATO-ATTESO
               DISPLAY "La richiesta e' " STATO-RICHIESTA
                   ": passaggio a " STATO-NUOVO " non ammesso."
               EXIT PARAGRAPH
           END-IF.
           ACCEPT OGGI-DATA FROM DATE YYYYMMDD.
           IF STATO-NUOVO = "COPIATA"
               EXEC SQL
                   UPDATE RichiesteCopie
                       SET stato = 'COPIATA', data_copia = :OGGI-DATA
                       WHERE numero_richiesta = :NUMERO-RICHIESTA
               END-EXEC
           ELSE
               EXEC SQL
                   UPDATE RichiesteCopie
                       SET stato = 'SPEDITA', data_invio = :OGGI-DATA
                       WHERE numero_richiesta = :NUMERO-RICHIESTA
               END-EXEC
           END-IF.
           MOVE STATO-NUOVO TO AUDIT-OPERAZIONE.
           PERFORM REGISTRA-AUDIT.
           EXEC SQL COMMIT END-EXEC.
           DISPLAY "Richiesta " NUMERO-RICHIESTA ": " STATO-NUOVO.

       LEGGI-STATO.
           MOVE SPACES TO STATO-RICHIESTA.
           EXEC SQL
               SELECT stato, COALESCE(Username, ' '), importo,
                      numero_abbonamento, numero_fascicolo
                   INTO :STATO-RICHIESTA, :USERNAME-LETTORE,
                        :IMPORTO-COPIA, :NUMERO-ABBONAMENTO,
                        :NUMERO-FASCICOLO
                   FROM RichiesteCopie
                   WHERE numero_richiesta = :NUMERO-RICHIESTA
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY "Richiesta non trovata."
               MOVE SPACES TO STATO-RICHIESTA
           END-IF.

      *    Addebito dopo la spedizione: la riga in Multe (tipo COPIE,
      *    codice DD-nnnnnn al posto dell'ISBN, come i codici ILL-)
      *    entra nel flusso normale dei pagamenti. Senza utenza da
      *    addebitare la richiesta si chiude senza importo.
       ADDEBITA-RICHIESTA.
           DISPLAY "Numero della richiesta: "
           ACCEPT NUMERO-RICHIESTA.
           PERFORM LEGGI-STATO.
           IF STATO-RICHIESTA = SPACES
               EXIT PARAGRAPH
           END-IF.
           IF STATO-RICHIESTA NOT = "SPEDITA"
               DISPLAY "La richiesta e' " STATO-RICHIESTA
                   ": si addebita solo dopo la spedizione."
               EXIT PARAGRAPH
           END-IF.
           ACCEPT OGGI-DATA FROM DATE YYYYMMDD.
           IF USERNAME-LETTORE NOT = SPACES
              AND IMPORTO-COPIA > ZERO
               MOVE SPACES TO CODICE-ADDEBITO
               STRING "DD-" NUMERO-RICHIESTA
                   DELIMITED BY SIZE INTO CODICE-ADDEBITO
               EXEC SQL
                   INSERT INTO Multe (Username, codiceISBN,
                       importo, data_multa, importo_pagato, stato,
                       tipo_multa)
                   VALUES (TRIM(BOTH ' ' FROM :USERNAME-LETTORE),
                           TRIM(BOTH ' ' FROM :CODICE-ADDEBITO),
                           :IMPORTO-COPIA, :OGGI-DATA, 0,
                           'APERTA', 'COPIE')
               END-EXEC
               IF SQLCODE NOT = 0
                   DISPLAY "ERRORE nell'addebito: " SQLERRMC
                   EXEC SQL ROLLBACK END-EXEC
                   EXIT PARAGRAPH
               END-IF
               DISPLAY "Addebitati " IMPORTO-COPIA " euro a "
                   USERNAME-LETTORE
           ELSE
               MOVE ZERO TO IMPORTO-COPIA
               DISPLAY "Nessuna utenza da addebitare: richiesta "
                   "chiusa senza importo (accordo di rete)."
           END-IF.
           EXEC SQL
               UPDATE RichiesteCopie
                   SET stato = 'ADDEBITATA',
                       data_addebito = :OGGI-DATA,
                       importo = :IMPORTO-COPIA
                   WHERE numero_richiesta = :NUMERO-RICHIESTA
           END-EXEC.
           MOVE "ADDEBITATA" TO AUDIT-OPERAZIONE.
           PERFORM REGISTRA-AUDIT.
           EXEC SQL COMMIT END-EXEC.

       ELENCA-APERTE.
           EXEC SQL
               DECLARE C-APERTE CURSOR FOR
                   SELECT r.numero_richiesta, a.titolo,
                          r.numero_fascicolo, r.pagina_da,
                          r.pagina_a,
                          COALESCE(r.biblioteca_partner, r.Username,
                                   ' '),
                          r.stato, r.data_richiesta
                       FROM RichiesteCopie r
                       JOIN Abbonamenti a
                         ON a.numero_abbonamento =
                            r.numero_abbonamento
                       WHERE r.stato <> 'ADDEBITATA'
                       ORDER BY r.data_richiesta, r.numero_richiesta
           END-EXEC.
           EXEC SQL OPEN C-APERTE END-EXEC.
           EXEC SQL
               FETCH C-APERTE INTO :R-NUMERO, :R-TESTATA,
                   :R-FASCICOLO, :R-PAGINA-DA, :R-PAGINA-A,
                   :R-RICHIEDENTE, :R-STATO, :R-DATA
           END-EXEC.
           IF SQLCODE NOT = ZERO
               DISPLAY "Nessuna richiesta aperta."
           END-IF.
           PERFORM UNTIL SQLCODE NOT = ZERO
               DISPLAY R-NUMERO " " R-TESTATA(1:30) " fasc. "
                   R-FASCICOLO " pp. " R-PAGINA-DA "-" R-PAGINA-A
               DISPLAY "       " R-RICHIEDENTE(1:40) " " R-STATO
                   " del " R-DATA
               EXEC SQL
                   FETCH C-APERTE INTO :R-NUMERO, :R-TESTATA,
                       :R-FASCICOLO, :R-PAGINA-DA, :R-PAGINA-A,
                       :R-RICHIEDENTE, :R-STATO, :R-DATA
               END-EXEC
           END-PERFORM.
           EXEC SQL CLOSE C-APERTE END-EXEC.

      *    Stessa regola del RITORNO-ANNUALE: conta la richiesta
      *    spedita nell'anno.
       RIEPILOGO-ANNUALE.
           DISPLAY "Anno (AAAA): "
           ACCEPT ANNO-RICHIESTO.
           EXEC SQL
               SELECT COUNT(*), COALESCE(SUM(pagine), 0)
                   INTO :CONTEGGIO-ANNO, :PAGINE-ANNO
                   FROM RichiesteCopie
                   WHERE data_invio >= :ANNO-RICHIESTO * 10000
                     AND data_invio <= :ANNO-RICHIESTO * 10000 + 1231
           END-EXEC.
           DISPLAY "Anno " ANNO-RICHIESTO ":".
           DISPLAY "Richieste evase: " CONTEGGIO-ANNO.
           DISPLAY "Pagine fornite: " PAGINE-ANNO.

       REGISTRA-AUDIT.
           MOVE "RICHIESTE-COPIE-ARTICOLI" TO AUDIT-PROGRAMMA.
           MOVE SPACES TO AUDIT-CHIAVE.
           MOVE NUMERO-RICHIESTA TO AUDIT-CHIAVE.
           CALL 'AUDIT-WRITER' USING OPERATORE-USERNAME,
               AUDIT-PROGRAMMA, AUDIT-OPERAZIONE, AUDIT-CHIAVE.

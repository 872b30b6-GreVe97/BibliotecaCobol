       IDENTIFICATION DIVISION.
       PROGRAM-ID. VENDITA-SERVIZI.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RICEVUTA-OUTPUT ASSIGN TO RICEVUTA
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RICEVUTA-OUTPUT.
       01  RICEVUTA-LINE PIC X(132).

       WORKING-STORAGE SECTION.
           01 SCELTA-MENU       PIC 9(3).
           01 PROSEGUI          PIC X(1) VALUE "S".
             88 PROSEGUI-SI VALUE "S".

      *    Sessione di cassa aperta dall'operatore (CASSA-SESSIONE):
      *    obbligatoria, la vendita ne prende la Filiale e finisce
      *    nella quadratura di fine turno.
           01 SESSIONE-CASSA    PIC 9(7).
           01 FILIALE-CASSA     PIC X(30).

           01 OGGI-DATA         PIC 9(8).
           01 ADESSO-ORA        PIC 9(6).
           01 NUMERO-VENDITA    PIC 9(9).
           01 MAX-VENDITA       PIC 9(9).
           01 CODICE-INPUT      PIC X(10).
           01 QUANTITA-INPUT    PIC 9(5).
           01 FINE-RIGHE        PIC X(1).
             88 FINE-RIGHE-SI VALUE "S".
           01 CONFERMA          PIC X(1).

      *    Righe dello scontrino in lavorazione.
           01 MASSIMO-RIGHE     PIC 9(2) VALUE 20.
           01 NUMERO-RIGHE      PIC 9(2).
           01 INDICE-RIGA       PIC 9(2).
           01 TAVOLA-RIGHE.
               03 RIGA-VENDITA OCCURS 20.
                   05 RV-CODICE      PIC X(10).
                   05 RV-DESCRIZIONE PIC X(50).
                   05 RV-QUANTITA    PIC 9(5).
                   05 RV-PREZZO      PIC 9(5)V99.
                   05 RV-IMPORTO     PIC 9(7)V99.
           01 TOTALE-VENDITA    PIC 9(7)V99.
           01 ESITO-RIGHE       PIC X(1).
      *    Riga corrente in appoggio per l'INSERT.
           01 V-CODICE          PIC X(10).
           01 V-QUANTITA        PIC 9(5).
           01 V-PREZZO          PIC 9(5)V99.
           01 V-IMPORTO         PIC 9(7)V99.

           01 TARIFFA-REC.
               03 T-CODICE          PIC X(10).
               03 T-DESCRIZIONE     PIC X(50).
               03 T-UNITA           PIC X(10).
               03 T-PREZZO          PIC 9(5)V99.

           01 VENDITE-SESSIONE  PIC 9(5).
           01 INCASSO-SESSIONE  PIC 9(7)V99.
           01 RIEPILOGO-REC.
               03 RS-CODICE         PIC X(10).
               03 RS-QUANTITA       PIC 9(7).
               03 RS-IMPORTO        PIC 9(7)V99.

      *    Borsellino prepagato del cliente (MOVIMENTA-BORSELLINO):
      *    se il cliente si identifica e ha saldo sufficiente, lo
      *    scontrino si puo' pagare da li'.
           01 USERNAME-CLIENTE  PIC X(50).
           01 MEZZO-PAGAMENTO   PIC X(12).
           01 SALDO-BORSELLINO  PIC 9(7)V99.
           01 USA-BORSELLINO    PIC X(1).
      *    Pagamento con carta sul POS assegnato alla cassa
      *    (CasseSessioni.terminale_pos): il codice di autorizzazione
      *    dello scontrino POS e il terminale restano sul pagamento,
      *    e IMPORTA-REGOLAMENTI-POS li abbina al regolamento della
      *    banca.
           01 TERMINALE-CASSA    PIC X(10).
           01 CODICE-AUTORIZZAZIONE PIC X(10).
           01 USA-CARTA          PIC X(1).
           01 MB-RICHIESTA.
               03 MB-USERNAME        PIC X(50).
               03 MB-TIPO            PIC X(20).
               03 MB-SEGNO           PIC X(1).
               03 MB-IMPORTO         PIC 9(7)V99.
               03 MB-RIFERIMENTO     PIC X(50).
               03 MB-OPERATORE       PIC X(50).
               03 MB-SESSIONE        PIC 9(7).
               03 MB-SALDO           PIC 9(7)V99.
               03 MB-ESITO           PIC X(1).

           01 AUDIT-PROGRAMMA   PIC X(30).
           01 AUDIT-OPERAZIONE  PIC X(20).
           01 AUDIT-CHIAVE      PIC X(50).

      *    Ricevuta nella lingua del cliente (ModelliAvviso, tipo
      *    RICEVUTA-VENDITA, via COMPONI-AVVISO): righe 1-49 prima
      *    dell'elenco degli articoli, 50-99 dopo, come la lettera
      *    di GESTIONE-DONAZIONI. Vendita anonima in italiano; senza
      *    modello resta la ricevuta italiana di sempre.
           01 LINGUA-CLIENTE       PIC X(2).
           01 TOTALE-EDITATO       PIC ZZZZZZ9.99.
           01 MODELLO-TROVATO      PIC X(1).
             88 MODELLO-TROVATO-SI VALUE "S".
           01 CA-RICHIESTA.
               03 CA-TIPO           PIC X(20).
               03 CA-LINGUA         PIC X(2).
               03 CA-RIGA           PIC 9(2).
               03 CA-VALORE         PIC X(60) OCCURS 6 TIMES.
               03 CA-TESTO          PIC X(200).
               03 CA-ESITO          PIC X(1).
               03 CA-LINGUA-USATA   PIC X(2).

      *    Interruttore di scrittura della finestra batch (stato
      *    CONSULTA = online in sola consultazione).
           01 CS-ESITO-FINESTRA PIC X(1).
       EXEC SQL INCLUDE SQLCA END-EXEC.

       LINKAGE SECTION.
           01 OPERATORE-USERNAME PIC X(50).

       PROCEDURE DIVISION USING OPERATORE-USERNAME.
      *    Vendita al banco dei servizi a tariffa (fotocopie, stampe,
      *    scansioni, buste, chiavette): lo scontrino prende i prezzi
      *    dal tariffario della Filiale della cassa (TariffeServizi,
      *    GESTIONE-TARIFFE), si registra riga per riga in
      *    VenditeServizi agganciato alla sessione di cassa e si
      *    stampa la ricevuta sul file RICEVUTA. L'incasso entra
      *    nella quadratura di CASSA-SESSIONE, va sul conto dei
      *    ricavi da servizi in CONTABILITA-EXPORT e nel riepilogo
      *    mensile REPORT-VENDITE-SERVIZI. Sostituisce il
      *    bollettario cartaceo tenuto a parte.
       VENDITA-SERVIZI-PARA.
           CALL 'CONTROLLA-SCRITTURA' USING CS-ESITO-FINESTRA
           IF CS-ESITO-FINESTRA NOT = "S"
               DISPLAY "Sistema in sola consultazione durante la "
                   "finestra batch: operazione non disponibile."
               EXIT PROGRAM
           END-IF
           DISPLAY "------- SONO VENDITA-SERVIZI!".
           PERFORM TROVA-CASSA-APERTA.
           IF SESSIONE-CASSA = ZERO
               DISPLAY "Nessuna cassa aperta per questo operatore: "
                   "aprirla da CASSA-SESSIONE prima di vendere."
               EXIT PROGRAM
           END-IF.

           PERFORM UNTIL NOT PROSEGUI-SI
               DISPLAY " "
               DISPLAY "----- Vendita servizi - cassa "
                   SESSIONE-CASSA " (" FILIALE-CASSA ") -----"
               DISPLAY "1. Nuovo scontrino"
               DISPLAY "2. Tariffario della Filiale"
               DISPLAY "3. Vendite di questa cassa"
               DISPLAY "0. Torna indietro"
               DISPLAY "Scegli un'opzione: "
               ACCEPT SCELTA-MENU
               EVALUATE SCELTA-MENU
                   WHEN 1 PERFORM NUOVA-VENDITA
                   WHEN 2 PERFORM ELENCA-TARIFFARIO
                   WHEN 3 PERFORM RIEPILOGO-CASSA
                   WHEN 0 MOVE "N" TO PROSEGUI
                   WHEN OTHER DISPLAY "Opzione non valida."
               END-EVALUATE
           END-PERFORM.

           EXIT PROGRAM.

      *****************SCONTRINO***************************************
       NUOVA-VENDITA.
           MOVE ZERO TO NUMERO-RIGHE.
           MOVE ZERO TO TOTALE-VENDITA.
           MOVE "N" TO FINE-RIGHE.
           PERFORM AGGIUNGI-RIGA UNTIL FINE-RIGHE-SI.
           IF NUMERO-RIGHE = ZERO
               DISPLAY "Scontrino vuoto: nessuna vendita."
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Totale scontrino: " TOTALE-VENDITA.
           DISPLAY "Confermi la vendita? (S/N): "
           ACCEPT CONFERMA.
           IF CONFERMA NOT = "S" AND CONFERMA NOT = "s"
               DISPLAY "Vendita annullata."
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Username del cliente (INVIO = anonimo): "
           ACCEPT USERNAME-CLIENTE.
           PERFORM SCEGLI-MEZZO-PAGAMENTO.

           ACCEPT OGGI-DATA FROM DATE YYYYMMDD.
           ACCEPT ADESSO-ORA FROM TIME.
           EXEC SQL
               SELECT COALESCE(MAX(numero_vendita), 0)
                   INTO :MAX-VENDITA
                   FROM VenditeServizi
           END-EXEC.
           COMPUTE NUMERO-VENDITA = MAX-VENDITA + 1.

           MOVE "S" TO ESITO-RIGHE.
           PERFORM SCRIVI-RIGA-VENDITA
               VARYING INDICE-RIGA FROM 1 BY 1
               UNTIL INDICE-RIGA > NUMERO-RIGHE
                  OR ESITO-RIGHE NOT = "S".
           IF ESITO-RIGHE NOT = "S"
               DISPLAY "ERRORE nella registrazione della vendita: "
                   SQLERRMC
               EXEC SQL ROLLBACK END-EXEC
               EXIT PARAGRAPH
           END-IF.

           IF MEZZO-PAGAMENTO = "BORSELLINO"
               PERFORM ADDEBITA-BORSELLINO
               IF MB-ESITO NOT = "S"
                   EXEC SQL ROLLBACK END-EXEC
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           MOVE "VENDITA" TO AUDIT-OPERAZIONE.
           PERFORM REGISTRA-AUDIT.
           EXEC SQL COMMIT END-EXEC.
           DISPLAY "Vendita n. " NUMERO-VENDITA " registrata.".
           PERFORM STAMPA-RICEVUTA.

       SCRIVI-RIGA-VENDITA.
           MOVE RV-CODICE (INDICE-RIGA) TO V-CODICE.
           MOVE RV-QUANTITA (INDICE-RIGA) TO V-QUANTITA.
           MOVE RV-PREZZO (INDICE-RIGA) TO V-PREZZO.
           MOVE RV-IMPORTO (INDICE-RIGA) TO V-IMPORTO.
           EXEC SQL
               INSERT INTO VenditeServizi (numero_vendita, riga,
                   data_vendita, ora_vendita, Filiale,
                   codice_servizio, quantita, prezzo_unitario,
                   importo, operatore, sessione_cassa, Username,
                   mezzo_pagamento, terminale_pos,
                   codice_autorizzazione)
               VALUES (:NUMERO-VENDITA, :INDICE-RIGA,
                       :OGGI-DATA, :ADESSO-ORA,
                       TRIM(BOTH ' ' FROM :FILIALE-CASSA),
                       TRIM(BOTH ' ' FROM :V-CODICE),
                       :V-QUANTITA, :V-PREZZO, :V-IMPORTO,
                       TRIM(BOTH ' ' FROM :OPERATORE-USERNAME),
                       :SESSIONE-CASSA,
                       TRIM(BOTH ' ' FROM :USERNAME-CLIENTE),
                       TRIM(BOTH ' ' FROM :MEZZO-PAGAMENTO),
                       NULLIF(TRIM(BOTH ' ' FROM
                           :TERMINALE-CASSA), ''),
                       NULLIF(TRIM(BOTH ' ' FROM
                           :CODICE-AUTORIZZAZIONE), ''))
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE "N" TO ESITO-RIGHE
           END-IF.

      *    Una riga per codice di servizio; codice vuoto chiude lo
      *    scontrino.
       AGGIUNGI-RIGA.
           DISPLAY "Codice servizio (INVIO = fine scontrino): "
           ACCEPT CODICE-INPUT.
           IF CODICE-INPUT = SPACES
               MOVE "S" TO FINE-RIGHE
               EXIT PARAGRAPH
           END-IF.
           IF NUMERO-RIGHE NOT < MASSIMO-RIGHE
               DISPLAY "Scontrino pieno (" MASSIMO-RIGHE " righe): "
                   "chiuderlo e aprirne un altro."
               MOVE "S" TO FINE-RIGHE
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION UPPER-CASE(CODICE-INPUT) TO CODICE-INPUT.
           EXEC SQL
               SELECT codice_servizio, descrizione,
                      COALESCE(unita, ' '), prezzo
                   INTO :T-CODICE, :T-DESCRIZIONE, :T-UNITA,
                        :T-PREZZO
                   FROM TariffeServizi
                   WHERE codice_servizio =
                         TRIM(BOTH ' ' FROM :CODICE-INPUT)
                     AND Filiale = TRIM(BOTH ' ' FROM :FILIALE-CASSA)
                     AND attivo = 'S'
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY "Servizio non in tariffario per questa "
                   "Filiale."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY T-DESCRIZIONE(1:40) " - " T-PREZZO " euro/"
               T-UNITA.
           DISPLAY "Quantita': "
           ACCEPT QUANTITA-INPUT.
           IF QUANTITA-INPUT = ZERO
               DISPLAY "Quantita' non valida."
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO NUMERO-RIGHE.
           MOVE T-CODICE TO RV-CODICE (NUMERO-RIGHE).
           MOVE T-DESCRIZIONE TO RV-DESCRIZIONE (NUMERO-RIGHE).
           MOVE QUANTITA-INPUT TO RV-QUANTITA (NUMERO-RIGHE).
           MOVE T-PREZZO TO RV-PREZZO (NUMERO-RIGHE).
           COMPUTE RV-IMPORTO (NUMERO-RIGHE) =
               QUANTITA-INPUT * T-PREZZO.
           ADD RV-IMPORTO (NUMERO-RIGHE) TO TOTALE-VENDITA.
           DISPLAY "Riga " NUMERO-RIGHE ": " RV-IMPORTO (NUMERO-RIGHE)
               " - totale parziale " TOTALE-VENDITA.

      *****************MEZZO DI PAGAMENTO******************************
       SCEGLI-MEZZO-PAGAMENTO.
           MOVE "CONTANTI" TO MEZZO-PAGAMENTO.
           MOVE SPACES TO CODICE-AUTORIZZAZIONE.
           PERFORM PROPONI-BORSELLINO.
           IF MEZZO-PAGAMENTO = "CONTANTI"
               PERFORM PROPONI-CARTA
           END-IF.

      *****************BORSELLINO PREPAGATO****************************
       PROPONI-BORSELLINO.
           IF USERNAME-CLIENTE = SPACES
               EXIT PARAGRAPH
           END-IF.
           EXEC SQL
               SELECT saldo INTO :SALDO-BORSELLINO FROM Borsellini
                   WHERE Username =
                             TRIM(BOTH ' ' FROM :USERNAME-CLIENTE)
                     AND stato = 'ATTIVO'
           END-EXEC.
           IF SQLCODE NOT = 0 OR SALDO-BORSELLINO = ZERO
               EXIT PARAGRAPH
           END-IF.
           IF SALDO-BORSELLINO < TOTALE-VENDITA
               DISPLAY "Saldo del borsellino (" SALDO-BORSELLINO
                   ") insufficiente."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Pagare dal borsellino (saldo " SALDO-BORSELLINO
               ")? (S/N): "
           ACCEPT USA-BORSELLINO.
           IF USA-BORSELLINO = "S" OR USA-BORSELLINO = "s"
               MOVE "BORSELLINO" TO MEZZO-PAGAMENTO
           END-IF.

       ADDEBITA-BORSELLINO.
           MOVE USERNAME-CLIENTE TO MB-USERNAME.
           MOVE "PAGAMENTO SERVIZI" TO MB-TIPO.
           MOVE "-" TO MB-SEGNO.
           MOVE TOTALE-VENDITA TO MB-IMPORTO.
           MOVE SPACES TO MB-RIFERIMENTO.
           STRING "VENDITA " NUMERO-VENDITA
               DELIMITED BY SIZE INTO MB-RIFERIMENTO.
           MOVE OPERATORE-USERNAME TO MB-OPERATORE.
           MOVE SESSIONE-CASSA TO MB-SESSIONE.
           CALL 'MOVIMENTA-BORSELLINO' USING MB-RICHIESTA.
           IF MB-ESITO = "S"
               DISPLAY "Addebitato sul borsellino, saldo residuo "
                   MB-SALDO "."
           ELSE
               DISPLAY "Borsellino non utilizzabile o saldo "
                   "insufficiente: vendita annullata."
           END-IF.

      *****************CONSULTAZIONI***********************************
       ELENCA-TARIFFARIO.
           EXEC SQL
               DECLARE C-TARIFFARIO CURSOR FOR
                   SELECT codice_servizio, descrizione,
                          COALESCE(unita, ' '), prezzo
                       FROM TariffeServizi
                       WHERE Filiale =
                             TRIM(BOTH ' ' FROM :FILIALE-CASSA)
                         AND attivo = 'S'
                       ORDER BY codice_servizio
           END-EXEC.
           EXEC SQL OPEN C-TARIFFARIO END-EXEC.
           EXEC SQL
               FETCH C-TARIFFARIO INTO :T-CODICE, :T-DESCRIZIONE,
                   :T-UNITA, :T-PREZZO
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY "Nessun servizio in tariffario per la "
                   "Filiale " FILIALE-CASSA
           END-IF.
           PERFORM UNTIL SQLCODE NOT = ZERO
               DISPLAY T-CODICE " " T-DESCRIZIONE(1:40) " "
                   T-PREZZO " euro/" T-UNITA
               EXEC SQL
                   FETCH C-TARIFFARIO INTO :T-CODICE,
                       :T-DESCRIZIONE, :T-UNITA, :T-PREZZO
               END-EXEC
           END-PERFORM.
           EXEC SQL CLOSE C-TARIFFARIO END-EXEC.

       RIEPILOGO-CASSA.
           EXEC SQL
               SELECT COUNT(DISTINCT numero_vendita),
                      COALESCE(SUM(importo), 0)
                   INTO :VENDITE-SESSIONE, :INCASSO-SESSIONE
                   FROM VenditeServizi
                   WHERE sessione_cassa = :SESSIONE-CASSA
           END-EXEC.
           DISPLAY "Scontrini della cassa " SESSIONE-CASSA ": "
               VENDITE-SESSIONE " per " INCASSO-SESSIONE " euro".
           EXEC SQL
               DECLARE C-RIEPILOGO CURSOR FOR
                   SELECT codice_servizio, SUM(quantita),
                          SUM(importo)
                       FROM VenditeServizi
                       WHERE sessione_cassa = :SESSIONE-CASSA
                       GROUP BY codice_servizio
                       ORDER BY codice_servizio
           END-EXEC.
           EXEC SQL OPEN C-RIEPILOGO END-EXEC.
           EXEC SQL
               FETCH C-RIEPILOGO INTO :RS-CODICE, :RS-QUANTITA,
                   :RS-IMPORTO
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = ZERO
               DISPLAY "   " RS-CODICE " quantita' " RS-QUANTITA
                   " importo " RS-IMPORTO
               EXEC SQL
                   FETCH C-RIEPILOGO INTO :RS-CODICE, :RS-QUANTITA,
                       :RS-IMPORTO
               END-EXEC
           END-PERFORM.
           EXEC SQL CLOSE C-RIEPILOGO END-EXEC.

      *****************PAGAMENTO CON CARTA (POS)**********************
       PROPONI-CARTA.
           IF TERMINALE-CASSA = SPACES
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Pagamento con carta sul POS " TERMINALE-CASSA
               "? (S/N): "
           ACCEPT USA-CARTA.
           IF USA-CARTA NOT = "S" AND USA-CARTA NOT = "s"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Codice di autorizzazione dello scontrino POS: "
           ACCEPT CODICE-AUTORIZZAZIONE.
           IF CODICE-AUTORIZZAZIONE = SPACES
               DISPLAY "Codice di autorizzazione mancante: "
                   "pagamento in contanti."
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION UPPER-CASE(CODICE-AUTORIZZAZIONE)
               TO CODICE-AUTORIZZAZIONE.
           MOVE "CARTA" TO MEZZO-PAGAMENTO.

      *****************SESSIONE DI CASSA*******************************
       TROVA-CASSA-APERTA.
           MOVE ZERO TO SESSIONE-CASSA.
           MOVE SPACES TO TERMINALE-CASSA.
           EXEC SQL
               SELECT numero_sessione, Filiale,
                      COALESCE(terminale_pos, ' ')
                   INTO :SESSIONE-CASSA, :FILIALE-CASSA,
                        :TERMINALE-CASSA
                   FROM CasseSessioni
                   WHERE operatore =
                         TRIM(BOTH ' ' FROM :OPERATORE-USERNAME)
                     AND stato = 'APERTA'
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE ZERO TO SESSIONE-CASSA
           END-IF.

      *****************RICEVUTA DI VENDITA*****************************
       STAMPA-RICEVUTA.
           OPEN OUTPUT RICEVUTA-OUTPUT.

           MOVE "IT" TO LINGUA-CLIENTE.
           IF USERNAME-CLIENTE NOT = SPACES
               EXEC SQL
                   SELECT COALESCE(LinguaPreferita, 'IT')
                       INTO :LINGUA-CLIENTE
                       FROM Utente
                       WHERE Username =
                             TRIM(BOTH ' ' FROM :USERNAME-CLIENTE)
               END-EXEC
               IF SQLCODE NOT = 0
                   MOVE "IT" TO LINGUA-CLIENTE
               END-IF
           END-IF.
           MOVE SPACES TO CA-RICHIESTA.
           MOVE "RICEVUTA-VENDITA" TO CA-TIPO.
           MOVE LINGUA-CLIENTE TO CA-LINGUA.
           MOVE NUMERO-VENDITA TO CA-VALORE(1).
           MOVE FILIALE-CASSA TO CA-VALORE(2).
           MOVE TOTALE-VENDITA TO TOTALE-EDITATO.
           STRING TOTALE-EDITATO " (" MEZZO-PAGAMENTO ")"
               DELIMITED BY SIZE INTO CA-VALORE(3).
           MOVE OGGI-DATA TO CA-VALORE(4).
           STRING ADESSO-ORA(1:2) ":" ADESSO-ORA(3:2)
               DELIMITED BY SIZE INTO CA-VALORE(5).
           MOVE SESSIONE-CASSA TO CA-VALORE(6).
           MOVE "N" TO MODELLO-TROVATO.
           MOVE 1 TO CA-RIGA.
           PERFORM RIGHE-DA-MODELLO.
           IF NOT MODELLO-TROVATO-SI
               PERFORM INTESTAZIONE-STANDARD
           END-IF.
           PERFORM ELENCO-ARTICOLI.
           IF MODELLO-TROVATO-SI
               MOVE 50 TO CA-RIGA
               PERFORM RIGHE-DA-MODELLO
           ELSE
               PERFORM CHIUSURA-STANDARD
           END-IF.

           CLOSE RICEVUTA-OUTPUT.
           DISPLAY "Ricevuta stampata.".

       RIGHE-DA-MODELLO.
           CALL 'COMPONI-AVVISO' USING CA-RICHIESTA.
           PERFORM UNTIL CA-ESITO NOT = "S"
               MOVE "S" TO MODELLO-TROVATO
               MOVE CA-TESTO TO RICEVUTA-LINE
               WRITE RICEVUTA-LINE
               IF CA-RIGA = 49 OR CA-RIGA = 99
                   MOVE "N" TO CA-ESITO
               ELSE
                   ADD 1 TO CA-RIGA
                   CALL 'COMPONI-AVVISO' USING CA-RICHIESTA
               END-IF
           END-PERFORM.

       INTESTAZIONE-STANDARD.
           MOVE SPACES TO RICEVUTA-LINE.
           STRING "------- RICEVUTA DI VENDITA N. " NUMERO-VENDITA
               " -------"
               DELIMITED BY SIZE INTO RICEVUTA-LINE.
           WRITE RICEVUTA-LINE.
           MOVE SPACES TO RICEVUTA-LINE.
           STRING "FILIALE: " FILIALE-CASSA
               DELIMITED BY SIZE INTO RICEVUTA-LINE.
           WRITE RICEVUTA-LINE.

       ELENCO-ARTICOLI.
           PERFORM VARYING INDICE-RIGA FROM 1 BY 1
                   UNTIL INDICE-RIGA > NUMERO-RIGHE
               MOVE SPACES TO RICEVUTA-LINE
               STRING RV-CODICE (INDICE-RIGA) " "
                   RV-DESCRIZIONE (INDICE-RIGA)(1:30) " "
                   RV-QUANTITA (INDICE-RIGA) " X "
                   RV-PREZZO (INDICE-RIGA) " = "
                   RV-IMPORTO (INDICE-RIGA)
                   DELIMITED BY SIZE INTO RICEVUTA-LINE
               WRITE RICEVUTA-LINE
           END-PERFORM.

       CHIUSURA-STANDARD.
           MOVE SPACES TO RICEVUTA-LINE.
           STRING "TOTALE: " TOTALE-VENDITA " (" MEZZO-PAGAMENTO ")"
               DELIMITED BY SIZE INTO RICEVUTA-LINE.
           WRITE RICEVUTA-LINE.
           MOVE SPACES TO RICEVUTA-LINE.
           STRING "DATA: " OGGI-DATA " ORE " ADESSO-ORA
               DELIMITED BY SIZE INTO RICEVUTA-LINE.
           WRITE RICEVUTA-LINE.
           MOVE SPACES TO RICEVUTA-LINE.
           STRING "CASSA: " SESSIONE-CASSA " OPERATORE: "
               OPERATORE-USERNAME
               DELIMITED BY SIZE INTO RICEVUTA-LINE.
           WRITE RICEVUTA-LINE.

       REGISTRA-AUDIT.
           MOVE "VENDITA-SERVIZI" TO AUDIT-PROGRAMMA.
           MOVE SPACES TO AUDIT-CHIAVE.
           MOVE NUMERO-VENDITA TO AUDIT-CHIAVE.
           CALL 'AUDIT-WRITER' USING OPERATORE-USERNAME,
               AUDIT-PROGRAMMA, AUDIT-OPERAZIONE, AUDIT-CHIAVE.

               03 F-CONDIZIONI  PIC X(50).
               03 F-SCONTO      PIC 9(2)V99.
               03 F-CONTATTI    PIC X(100).
               03 F-ELETTRONICO PIC X(1).
               03 F-CODICE-CLIENTE PIC X(15).

      *    Ordine elettronico: il distributore riceve gli ordini
      *    confermati come file (INVIA-ORDINI-FORNITORI) e risponde
      *    con conferma d'ordine e bolla; il codice cliente e'
      *    quello che il distributore ci ha assegnato.
           01 ORDINE-ELETTRONICO PIC X(1).
           01 CODICE-CLIENTE    PIC X(15).

      *    Contratto d'appalto (ContrattiFornitore): codice CIG
      *    della gara, validita', massimale e sconto pattuito. Gli
      *    ordini lo consumano (OrdineAcquisto.cig) e le fatture lo
      *    citano nel controllo a tre vie.
           01 NUMERO-CONTRATTO  PIC 9(6).
           01 MAX-CONTRATTO     PIC 9(6).
           01 CIG               PIC X(10).
           01 DATA-INIZIO       PIC 9(8).
           01 DATA-FINE         PIC 9(8).
           01 MASSIMALE         PIC 9(9)V99.
           01 SCONTO-CONTRATTO  PIC 9(2)V99.
           01 CONTA-CIG         PIC 9(5).
           01 CONTRATTO-REC.
               03 C-NUMERO      PIC 9(6).
               03 C-CIG         PIC X(10).
               03 C-INIZIO      PIC 9(8).
               03 C-FINE        PIC 9(8).
               03 C-MASSIMALE   PIC 9(9)V99.
               03 C-SCONTO      PIC 9(2)V99.
               03 C-CONSUMATO   PIC 9(9)V99.
               03 C-STATO       PIC X(10).

           01 AUDIT-PROGRAMMA   PIC X(30).
           01 AUDIT-OPERAZIONE  PIC X(20).
               DISPLAY "1. Elenca fornitori"
               DISPLAY "2. Inserisci un fornitore"
               DISPLAY "3. Modifica un fornitore"
               DISPLAY "4. Ordine elettronico (file al distributore)"
               DISPLAY "5. Registra un contratto d'appalto (CIG)"
               DISPLAY "6. Elenca i contratti di un fornitore"
               DISPLAY "0. Torna indietro"
               DISPLAY "Scegli un'opzione: "
               ACCEPT SCELTA-MENU
                   WHEN 1 PERFORM ELENCA-FORNITORI
                   WHEN 2 PERFORM INSERISCI-FORNITORE
                   WHEN 3 PERFORM MODIFICA-FORNITORE
                   WHEN 4 PERFORM IMPOSTA-ORDINE-ELETTRONICO
                   WHEN 5 PERFORM INSERISCI-CONTRATTO
                   WHEN 6 PERFORM ELENCA-CONTRATTI
                   WHEN 0 MOVE "N" TO PROSEGUI
                   WHEN OTHER DISPLAY "Opzione non valida."
               END-EVALUATE
       ELENCA-FORNITORI.
           EXEC SQL
               DECLARE C-FORNITORI CURSOR FOR
                   SELECT codice, nome, condizioni, sconto, contatti,
                          COALESCE(ordine_elettronico, 'N'),
                          COALESCE(codice_cliente_edi, ' ')
                       FROM Fornitore
                       ORDER BY codice
           END-EXEC.
           EXEC SQL OPEN C-FORNITORI END-EXEC.
           EXEC SQL
               FETCH C-FORNITORI INTO :F-CODICE, :F-NOME,
                   :F-CONDIZIONI, :F-SCONTO, :F-CONTATTI,
                   :F-ELETTRONICO, :F-CODICE-CLIENTE
           END-EXEC.
           DISPLAY "Fornitori registrati:".
           PERFORM UNTIL SQLCODE NOT = ZERO
               DISPLAY "   condizioni: " F-CONDIZIONI
                   " sconto: " F-SCONTO "%"
               DISPLAY "   contatti: " F-CONTATTI(1:60)
               IF F-ELETTRONICO = "S"
                   DISPLAY "   ordine elettronico, codice cliente "
                       F-CODICE-CLIENTE
               END-IF
               EXEC SQL
                   FETCH C-FORNITORI INTO :F-CODICE, :F-NOME,
                       :F-CONDIZIONI, :F-SCONTO, :F-CONTATTI,
                       :F-ELETTRONICO, :F-CODICE-CLIENTE
               END-EXEC
           END-PERFORM.
           EXEC SQL CLOSE C-FORNITORI END-EXEC.
               DISPLAY "Errore: " SQLERRMC
           END-IF.

       IMPOSTA-ORDINE-ELETTRONICO.
           DISPLAY "Codice del fornitore: "
           ACCEPT CODICE-FORNITORE.
           EXEC SQL
               SELECT nome, COALESCE(ordine_elettronico, 'N'),
                      COALESCE(codice_cliente_edi, ' ')
                   INTO :NOME-FORNITORE, :ORDINE-ELETTRONICO,
                        :CODICE-CLIENTE
                   FROM Fornitore
                   WHERE codice = :CODICE-FORNITORE
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY "Fornitore non trovato."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Fornitore: " NOME-FORNITORE.
           DISPLAY "Ordine elettronico attuale: " ORDINE-ELETTRONICO
               " codice cliente: " CODICE-CLIENTE.
           DISPLAY "Ordini via file al distributore? (S/N): "
           ACCEPT ORDINE-ELETTRONICO.
           MOVE FUNCTION UPPER-CASE(ORDINE-ELETTRONICO)
               TO ORDINE-ELETTRONICO.
           IF ORDINE-ELETTRONICO NOT = "S"
               MOVE "N" TO ORDINE-ELETTRONICO
           ELSE
               DISPLAY "Nostro codice cliente presso il distributore: "
               ACCEPT CODICE-CLIENTE
               IF CODICE-CLIENTE = SPACES
                   DISPLAY "Il codice cliente e' obbligatorio per "
                       "l'ordine elettronico."
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           EXEC SQL
               UPDATE Fornitore
                   SET ordine_elettronico = :ORDINE-ELETTRONICO,
                       codice_cliente_edi =
                           NULLIF(TRIM(BOTH ' ' FROM :CODICE-CLIENTE),
                                  '')
                   WHERE codice = :CODICE-FORNITORE
           END-EXEC.
           IF SQLCODE = 0
               MOVE "ORDINE ELETTRONICO" TO AUDIT-OPERAZIONE
               PERFORM REGISTRA-AUDIT
               EXEC SQL COMMIT END-EXEC
               DISPLAY "Fornitore aggiornato."
           ELSE
               DISPLAY "Errore: " SQLERRMC
           END-IF.

      *    Un Fornitore ha un solo contratto valido per volta: il
      *    nuovo non puo' sovrapporsi nelle date a un contratto
      *    ATTIVO dello stesso Fornitore. Il CIG e' unico.
       INSERISCI-CONTRATTO.
           DISPLAY "Codice del fornitore: "
           ACCEPT CODICE-FORNITORE.
           EXEC SQL
               SELECT nome INTO :NOME-FORNITORE
                   FROM Fornitore
                   WHERE codice = :CODICE-FORNITORE
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY "Fornitore non trovato."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Fornitore: " NOME-FORNITORE.
           DISPLAY "Codice CIG della gara (10 caratteri): "
           ACCEPT CIG.
           MOVE FUNCTION UPPER-CASE(CIG) TO CIG.
           IF CIG = SPACES OR CIG(10:1) = SPACE
               DISPLAY "Il CIG deve essere di 10 caratteri."
               EXIT PARAGRAPH
           END-IF.
           EXEC SQL
               SELECT COUNT(*) INTO :CONTA-CIG
                   FROM ContrattiFornitore
                   WHERE cig = :CIG
           END-EXEC.
           IF CONTA-CIG > 0
               DISPLAY "CIG gia' registrato."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Inizio validita' (AAAAMMGG): "
           ACCEPT DATA-INIZIO.
           DISPLAY "Fine validita' (AAAAMMGG): "
           ACCEPT DATA-FINE.
           IF DATA-FINE < DATA-INIZIO
               DISPLAY "La fine precede l'inizio."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Massimale del contratto (euro): "
           ACCEPT MASSIMALE.
           IF MASSIMALE = ZERO
               DISPLAY "Massimale obbligatorio."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Sconto pattuito (percentuale): "
           ACCEPT SCONTO-CONTRATTO.
           EXEC SQL
               SELECT COUNT(*) INTO :CONTA-CIG
                   FROM ContrattiFornitore
                   WHERE codice_fornitore = :CODICE-FORNITORE
                     AND stato = 'ATTIVO'
                     AND data_inizio <= :DATA-FINE
                     AND data_fine >= :DATA-INIZIO
           END-EXEC.
           IF CONTA-CIG > 0
               DISPLAY "Il periodo si sovrappone a un contratto "
                   "attivo del fornitore."
               EXIT PARAGRAPH
           END-IF.

           EXEC SQL
               SELECT COALESCE(MAX(numero_contratto), 0)
                   INTO :MAX-CONTRATTO
                   FROM ContrattiFornitore
           END-EXEC.
           COMPUTE NUMERO-CONTRATTO = MAX-CONTRATTO + 1.
           EXEC SQL
               INSERT INTO ContrattiFornitore (numero_contratto,
                   codice_fornitore, cig, data_inizio, data_fine,
                   massimale, sconto, stato)
               VALUES (:NUMERO-CONTRATTO, :CODICE-FORNITORE, :CIG,
                       :DATA-INIZIO, :DATA-FINE, :MASSIMALE,
                       :SCONTO-CONTRATTO, 'ATTIVO')
           END-EXEC.
           IF SQLCODE = 0
               MOVE "CONTRATTO" TO AUDIT-OPERAZIONE
               PERFORM REGISTRA-AUDIT
               EXEC SQL COMMIT END-EXEC
               DISPLAY "Contratto " NUMERO-CONTRATTO " (CIG " CIG
                   ") registrato."
           ELSE
               DISPLAY "Errore: " SQLERRMC
           END-IF.

      *    Consumato = totale degli ordini emessi sul CIG, esclusi
      *    quelli annullati e le bozze non ancora confermate.
       ELENCA-CONTRATTI.
           DISPLAY "Codice del fornitore: "
           ACCEPT CODICE-FORNITORE.
           EXEC SQL
               DECLARE C-CONTRATTI CURSOR FOR
                   SELECT c.numero_contratto, c.cig, c.data_inizio,
                          c.data_fine, c.massimale, c.sconto,
                          COALESCE((SELECT SUM(o.totale)
                              FROM OrdineAcquisto o
                              WHERE o.cig = c.cig
                                AND o.stato NOT IN ('ANNULLATO',
                                                    'PROPOSTO')), 0),
                          c.stato
                       FROM ContrattiFornitore c
                       WHERE c.codice_fornitore = :CODICE-FORNITORE
                       ORDER BY c.data_inizio
           END-EXEC.
           EXEC SQL OPEN C-CONTRATTI END-EXEC.
           EXEC SQL
               FETCH C-CONTRATTI INTO :C-NUMERO, :C-CIG, :C-INIZIO,
                   :C-FINE, :C-MASSIMALE, :C-SCONTO, :C-CONSUMATO,
                   :C-STATO
           END-EXEC.
           IF SQLCODE NOT = ZERO
               DISPLAY "Nessun contratto per questo fornitore."
           END-IF.
           PERFORM UNTIL SQLCODE NOT = ZERO
               DISPLAY "Contratto " C-NUMERO " CIG " C-CIG
                   " dal " C-INIZIO " al " C-FINE " [" C-STATO "]"
               DISPLAY "   massimale " C-MASSIMALE " consumato "
                   C-CONSUMATO " sconto " C-SCONTO "%"
               EXEC SQL
                   FETCH C-CONTRATTI INTO :C-NUMERO, :C-CIG,
                       :C-INIZIO, :C-FINE, :C-MASSIMALE, :C-SCONTO,
                       :C-CONSUMATO, :C-STATO
               END-EXEC
           END-PERFORM.
           EXEC SQL CLOSE C-CONTRATTI END-EXEC.

       REGISTRA-AUDIT.
           MOVE "GESTIONE-FORNITORI" TO AUDIT-PROGRAMMA.
           MOVE SPACES TO AUDIT-CHIAVE.

      *    casa editrice resta il dato bibliografico di riga.
           01 CODICE-FORNITORE  PIC 9(6).
           01 NOME-FORNITORE    PIC X(50).
      *    Distributore a ordine elettronico (GESTIONE-FORNITORI):
      *    l'ordine confermato (stato_invio DA INVIARE) parte come
      *    file con INVIA-ORDINI-FORNITORI; finche' e' BOZZA si
      *    puo' ancora rivedere prima della conferma.
           01 ORDINE-ELETTRONICO PIC X(1).
           01 STATO-INVIO       PIC X(12).
           01 CONFERMA-INVIO    PIC X(1).
           01 CODICE-EDITRICE   PIC 9(9).
           01 NOME-EDITRICE     PIC X(50).
           01 FILIALE-ORDINE    PIC X(30).
           01 BUDGET-RESIDUO    PIC 9(9)V99.
           01 BUDGET-PRESENTE   PIC 9(5).

      *    Contratto d'appalto valido del Fornitore (GESTIONE-
      *    FORNITORI): l'ordine porta il CIG, le righe sono prezzate
      *    con lo sconto pattuito e il totale non puo' superare il
      *    residuo del massimale.
           01 CIG-ORDINE        PIC X(10).
           01 CONTRATTO-SCONTO  PIC 9(2)V99.
           01 CONTRATTO-MASSIMALE PIC 9(9)V99.
           01 CONTRATTO-CONSUMATO PIC 9(9)V99.
           01 CONTRATTO-RESIDUO PIC S9(9)V99.
           01 CONTRATTO-SUPERATO PIC X(1).
           01 PREZZO-COPERTINA  PIC 9(5)V99.

           01 ORDINE-REC.
               03 O-NUMERO      PIC 9(6).
               03 O-EDITRICE    PIC 9(9).
               03 O-FILIALE     PIC X(30).
               03 O-DATA        PIC 9(8).
               03 O-TOTALE      PIC 9(7)V99.
               03 O-STATO-INVIO PIC X(12).

      *    Ordini permanenti sulle collane (OrdiniPermanenti, copie
      *    per Filiale in OrdiniPermanentiFiliali): ogni nuovo
      *    volume genera righe in bozza (ordine PROPOSTO) tramite
      *    GENERA-ORDINI-PERMANENTI; qui il buyer le rivede e le
      *    conferma, e solo allora l'ordine impegna il budget.
           01 NUMERO-PERMANENTE PIC 9(6).
           01 MAX-PERMANENTE    PIC 9(6).
           01 CODICE-COLLANA    PIC 9(6).
           01 NOME-COLLANA      PIC X(100).
           01 PREZZO-STIMATO    PIC 9(5)V99.
           01 VOLUMI-ANNO       PIC 9(2).
           01 COPIE-FILIALE     PIC 9(3).
           01 STATO-PERMANENTE  PIC X(10).
           01 AZIONE-BOZZA      PIC X(1).
           01 RIGHE-BOZZA       PIC 9(5).
           01 PERMANENTE-REC.
               03 PM-NUMERO     PIC 9(6).
               03 PM-COLLANA    PIC X(100).
               03 PM-FORNITORE  PIC X(50).
               03 PM-PREZZO     PIC 9(5)V99.
               03 PM-VOLUMI     PIC 9(2).
               03 PM-STATO      PIC X(10).
           01 PERM-FILIALE-REC.
               03 PF-FILIALE    PIC X(30).
               03 PF-COPIE      PIC 9(3).
           01 BOZZA-REC.
               03 BZ-NUMERO     PIC 9(6).
               03 BZ-FORNITORE  PIC X(50).
               03 BZ-FILIALE    PIC X(30).
               03 BZ-DATA       PIC 9(8).
               03 BZ-TOTALE     PIC 9(7)V99.
           01 BOZZA-RIGA-REC.
               03 BR-RIGA       PIC 9(3).
               03 BR-ISBN       PIC X(13).
               03 BR-TITOLO     PIC X(100).
               03 BR-VOLUME     PIC 9(3).
               03 BR-COPIE      PIC 9(3).
               03 BR-PREZZO     PIC 9(5)V99.

           01 AUDIT-PROGRAMMA   PIC X(30).
           01 AUDIT-OPERAZIONE  PIC X(20).
      *    Ordini di acquisto alle case editrici: testata con
      *    editrice validata (come INSERT-BOOK), righe con titolo,
      *    copie e prezzo, e impegno sul budget annuale della
      *    Filiale (BudgetFiliale). Con un contratto d'appalto
      *    valido l'ordine porta il CIG, le righe prendono lo
      *    sconto pattuito e il massimale residuo non si supera.
      *    La consegna si registra con RICEVI-ORDINE, gli ordini
      *    aperti con REPORT-ORDINI-APERTI.
       GESTIONE-ORDINI-PARA.
           DISPLAY "------- SONO GESTIONE-ORDINI!".
           PERFORM UNTIL NOT PROSEGUI-SI
               DISPLAY "----- Ordini di Acquisto -----"
               DISPLAY "1. Nuovo ordine"
               DISPLAY "2. Elenca ordini aperti"
               DISPLAY "3. Conferma un ordine per l'invio elettronico"
               DISPLAY "4. Nuovo ordine permanente su una collana"
               DISPLAY "5. Elenca ordini permanenti"
               DISPLAY "6. Sospendi o riattiva un ordine permanente"
               DISPLAY "7. Rivedi le bozze da ordini permanenti"
               DISPLAY "0. Torna indietro"
               DISPLAY "Scegli un'opzione: "
               ACCEPT SCELTA-MENU
               EVALUATE SCELTA-MENU
                   WHEN 1 PERFORM NUOVO-ORDINE
                   WHEN 2 PERFORM ELENCA-ORDINI
                   WHEN 3 PERFORM CONFERMA-ORDINE
                   WHEN 4 PERFORM NUOVO-PERMANENTE
                   WHEN 5 PERFORM ELENCA-PERMANENTI
                   WHEN 6 PERFORM CAMBIA-STATO-PERMANENTE
                   WHEN 7 PERFORM RIVEDI-BOZZE
                   WHEN 0 MOVE "N" TO PROSEGUI
                   WHEN OTHER DISPLAY "Opzione non valida."
               END-EVALUATE
           DISPLAY "Codice del Fornitore (vedi GESTIONE-FORNITORI): "
           ACCEPT CODICE-FORNITORE.
           EXEC SQL
               SELECT nome, COALESCE(ordine_elettronico, 'N')
                   INTO :NOME-FORNITORE, :ORDINE-ELETTRONICO
                   FROM Fornitore
                   WHERE codice = :CODICE-FORNITORE
           END-EXEC.
           IF SQLCODE NOT = 0

           ACCEPT OGGI-DATA FROM DATE YYYYMMDD.
           MOVE OGGI-DATA(1:4) TO ANNO-CORRENTE.
           PERFORM CERCA-CONTRATTO.

           EXEC SQL
               SELECT COALESCE(MAX(numero_ordine), 0)
               EXIT PROGRAM
           END-IF.

           PERFORM CONTROLLA-CONTRATTO.
           IF CONTRATTO-SUPERATO = "S"
               EXEC SQL ROLLBACK END-EXEC
               DISPLAY "Ordine respinto: supera il residuo del "
                   "contratto " CIG-ORDINE "."
               EXIT PARAGRAPH
           END-IF.

           PERFORM CONTROLLA-BUDGET.

           PERFORM CHIEDI-STATO-INVIO.

           EXEC SQL
               INSERT INTO OrdineAcquisto (numero_ordine,
                   codice_fornitore, Filiale, data_ordine, stato,
                   totale, stato_invio, cig)
               VALUES (:NUMERO-ORDINE, :CODICE-FORNITORE,
                       TRIM(BOTH ' ' FROM :FILIALE-ORDINE),
                       :OGGI-DATA, 'APERTO', :TOTALE-ORDINE,
                       NULLIF(TRIM(BOTH ' ' FROM :STATO-INVIO), ''),
                       NULLIF(TRIM(BOTH ' ' FROM :CIG-ORDINE), ''))
           END-EXEC.

           IF SQLCODE = 0
               EXEC SQL COMMIT END-EXEC
               DISPLAY "Ordine " NUMERO-ORDINE " aperto, totale "
                   TOTALE-ORDINE " euro."
               IF STATO-INVIO NOT = SPACES
                   DISPLAY "Invio elettronico: " STATO-INVIO
               END-IF
           ELSE
               DISPLAY "Errore nell'apertura dell'ordine: " SQLERRMC
           END-IF.

       CHIEDI-STATO-INVIO.
           MOVE SPACES TO STATO-INVIO.
           IF ORDINE-ELETTRONICO = "S"
               DISPLAY "Confermare l'ordine per l'invio al "
                   "distributore? (S/N): "
               ACCEPT CONFERMA-INVIO
               IF CONFERMA-INVIO = "S" OR CONFERMA-INVIO = "s"
                   MOVE "DA INVIARE" TO STATO-INVIO
               ELSE
                   MOVE "BOZZA" TO STATO-INVIO
               END-IF
           END-IF.

       AGGIUNGI-RIGA.
           ADD 1 TO RIGA-NUMERO.
           DISPLAY "Riga " RIGA-NUMERO " - ISBN (13 cifre): "
           END-IF.
           DISPLAY "Numero di copie: "
           ACCEPT RIGA-COPIE.
           IF CIG-ORDINE = SPACES
               DISPLAY "Prezzo unitario: "
               ACCEPT RIGA-PREZZO
           ELSE
               DISPLAY "Prezzo di copertina: "
               ACCEPT PREZZO-COPERTINA
               COMPUTE RIGA-PREZZO ROUNDED = PREZZO-COPERTINA *
                   (100 - CONTRATTO-SCONTO) / 100
               DISPLAY "Prezzo netto con lo sconto del contratto: "
                   RIGA-PREZZO
           END-IF.

           EXEC SQL
               INSERT INTO OrdineRiga (numero_ordine, riga, ISBN,
           DISPLAY "Aggiungere un'altra riga? (S/N): "
           ACCEPT ALTRA-RIGA.

      *    Contratto del Fornitore valido oggi (al piu' uno: i
      *    periodi non si sovrappongono). Consumato = ordini emessi
      *    sul CIG, esclusi annullati e bozze. Senza contratto
      *    l'ordine passa con un avviso e senza CIG.
       CERCA-CONTRATTO.
           MOVE SPACES TO CIG-ORDINE.
           MOVE ZERO TO CONTRATTO-SCONTO.
           MOVE ZERO TO CONTRATTO-RESIDUO.
           EXEC SQL
               SELECT cig, sconto, massimale
                   INTO :CIG-ORDINE, :CONTRATTO-SCONTO,
                        :CONTRATTO-MASSIMALE
                   FROM ContrattiFornitore
                   WHERE codice_fornitore = :CODICE-FORNITORE
                     AND stato = 'ATTIVO'
                     AND data_inizio <= :OGGI-DATA
                     AND data_fine >= :OGGI-DATA
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE SPACES TO CIG-ORDINE
               DISPLAY "ATTENZIONE: nessun contratto (CIG) valido "
                   "per il fornitore."
               EXIT PARAGRAPH
           END-IF.
           EXEC SQL
               SELECT COALESCE(SUM(totale), 0)
                   INTO :CONTRATTO-CONSUMATO
                   FROM OrdineAcquisto
                   WHERE cig = :CIG-ORDINE
                     AND stato NOT IN ('ANNULLATO', 'PROPOSTO')
           END-EXEC.
           COMPUTE CONTRATTO-RESIDUO =
               CONTRATTO-MASSIMALE - CONTRATTO-CONSUMATO.
           DISPLAY "Contratto CIG " CIG-ORDINE " - sconto "
               CONTRATTO-SCONTO "% - residuo " CONTRATTO-RESIDUO
               " euro.".

       CONTROLLA-CONTRATTO.
           MOVE "N" TO CONTRATTO-SUPERATO.
           IF CIG-ORDINE NOT = SPACES
              AND TOTALE-ORDINE > CONTRATTO-RESIDUO
               MOVE "S" TO CONTRATTO-SUPERATO
               DISPLAY "Totale " TOTALE-ORDINE " oltre il residuo "
                   "del contratto (" CONTRATTO-RESIDUO " euro)."
           END-IF.

      *    L'ordine impegna il budget annuale della Filiale; se la
      *    riga di budget manca l'ordine passa comunque, ma con un
      *    avviso perche' la spesa non risulta coperta.
               DECLARE C-ORDINI CURSOR FOR
                   SELECT numero_ordine,
                          COALESCE(codice_fornitore, 0), Filiale,
                          data_ordine, totale,
                          COALESCE(stato_invio, ' ')
                       FROM OrdineAcquisto
                       WHERE stato = 'APERTO'
                       ORDER BY numero_ordine
           EXEC SQL OPEN C-ORDINI END-EXEC.
           EXEC SQL
               FETCH C-ORDINI INTO :O-NUMERO, :O-EDITRICE,
                   :O-FILIALE, :O-DATA, :O-TOTALE, :O-STATO-INVIO
           END-EXEC.
           DISPLAY "Ordini aperti:".
           PERFORM UNTIL SQLCODE NOT = ZERO
               DISPLAY "Ordine " O-NUMERO " fornitore " O-EDITRICE
                   " filiale " O-FILIALE " del " O-DATA
                   " totale " O-TOTALE " " O-STATO-INVIO
               EXEC SQL
                   FETCH C-ORDINI INTO :O-NUMERO, :O-EDITRICE,
                       :O-FILIALE, :O-DATA, :O-TOTALE,
                       :O-STATO-INVIO
               END-EXEC
           END-PERFORM.
           EXEC SQL CLOSE C-ORDINI END-EXEC.

      *    Conferma di un ordine lasciato in BOZZA verso un
      *    distributore a ordine elettronico: parte con il
      *    prossimo giro di INVIA-ORDINI-FORNITORI.
       CONFERMA-ORDINE.
           DISPLAY "Numero dell'ordine da confermare: "
           ACCEPT NUMERO-ORDINE.
           EXEC SQL
               UPDATE OrdineAcquisto
                   SET stato_invio = 'DA INVIARE'
                   WHERE numero_ordine = :NUMERO-ORDINE
                     AND stato = 'APERTO'
                     AND stato_invio = 'BOZZA'
           END-EXEC.
           IF SQLCODE = 0
               MOVE "GESTIONE-ORDINI" TO AUDIT-PROGRAMMA
               MOVE "CONFERMA INVIO" TO AUDIT-OPERAZIONE
               MOVE SPACES TO AUDIT-CHIAVE
               MOVE NUMERO-ORDINE TO AUDIT-CHIAVE
               CALL 'AUDIT-WRITER' USING OPERATORE-USERNAME,
                   AUDIT-PROGRAMMA, AUDIT-OPERAZIONE, AUDIT-CHIAVE
               EXEC SQL COMMIT END-EXEC
               DISPLAY "Ordine " NUMERO-ORDINE " confermato: parte "
                   "con il prossimo invio al distributore."
           ELSE
               DISPLAY "Nessun ordine APERTO in BOZZA con questo "
                   "numero."
           END-IF.

      *    Ordine permanente: collana, Fornitore, prezzo stimato a
      *    volume e volumi attesi in un anno (per il fabbisogno che
      *    CHIUSURA-ESERCIZIO confronta con il budget del nuovo
      *    anno), poi le copie per ogni Filiale, il cui budget
      *    annuale paghera' le righe.
       NUOVO-PERMANENTE.
           DISPLAY "Codice della collana (vedi GESTIONE-COLLANE): "
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
           DISPLAY "Collana: " NOME-COLLANA(1:60).
           DISPLAY "Codice del Fornitore: "
           ACCEPT CODICE-FORNITORE.
           EXEC SQL
               SELECT nome INTO :NOME-FORNITORE
                   FROM Fornitore
                   WHERE codice = :CODICE-FORNITORE
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY "Codice Fornitore non trovato."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Fornitore: " NOME-FORNITORE.
           DISPLAY "Prezzo stimato a volume: "
           ACCEPT PREZZO-STIMATO.
           DISPLAY "Volumi attesi in un anno: "
           ACCEPT VOLUMI-ANNO.
           IF VOLUMI-ANNO = ZERO
               MOVE 1 TO VOLUMI-ANNO
           END-IF.

           ACCEPT OGGI-DATA FROM DATE YYYYMMDD.
           MOVE OGGI-DATA(1:4) TO ANNO-CORRENTE.
           EXEC SQL
               SELECT COALESCE(MAX(numero_permanente), 0)
                   INTO :MAX-PERMANENTE
                   FROM OrdiniPermanenti
           END-EXEC.
           COMPUTE NUMERO-PERMANENTE = MAX-PERMANENTE + 1.
           EXEC SQL
               INSERT INTO OrdiniPermanenti (numero_permanente,
                   codice_collana, codice_fornitore, prezzo_stimato,
                   volumi_anno, stato, data_attivazione, operatore)
               VALUES (:NUMERO-PERMANENTE, :CODICE-COLLANA,
                       :CODICE-FORNITORE, :PREZZO-STIMATO,
                       :VOLUMI-ANNO, 'ATTIVO', :OGGI-DATA,
                       TRIM(BOTH ' ' FROM :OPERATORE-USERNAME))
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY "Errore: " SQLERRMC
               EXIT PARAGRAPH
           END-IF.

           MOVE ZERO TO RIGHE-BOZZA.
           MOVE "S" TO ALTRA-RIGA.
           PERFORM AGGIUNGI-FILIALE-PERMANENTE
               UNTIL ALTRA-RIGA NOT = "S".
           IF RIGHE-BOZZA = ZERO
               EXEC SQL ROLLBACK END-EXEC
               DISPLAY "Nessuna Filiale indicata: ordine permanente "
                   "non registrato."
               EXIT PARAGRAPH
           END-IF.

           MOVE "GESTIONE-ORDINI" TO AUDIT-PROGRAMMA.
           MOVE "NUOVO PERMANENTE" TO AUDIT-OPERAZIONE.
           MOVE SPACES TO AUDIT-CHIAVE.
           MOVE NUMERO-PERMANENTE TO AUDIT-CHIAVE.
           CALL 'AUDIT-WRITER' USING OPERATORE-USERNAME,
               AUDIT-PROGRAMMA, AUDIT-OPERAZIONE, AUDIT-CHIAVE.
           EXEC SQL COMMIT END-EXEC.
           DISPLAY "Ordine permanente " NUMERO-PERMANENTE
               " attivo su " RIGHE-BOZZA " Filiali.".

       AGGIUNGI-FILIALE-PERMANENTE.
           DISPLAY "Filiale (INVIO per finire): "
           ACCEPT FILIALE-ORDINE.
           IF FILIALE-ORDINE = SPACES
               MOVE "N" TO ALTRA-RIGA
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Copie per ogni nuovo volume: "
           ACCEPT COPIE-FILIALE.
           IF COPIE-FILIALE = ZERO
               EXIT PARAGRAPH
           END-IF.
           EXEC SQL
               SELECT COUNT(*) INTO :BUDGET-PRESENTE
                   FROM BudgetFiliale
                   WHERE Filiale =
                             TRIM(BOTH ' ' FROM :FILIALE-ORDINE)
                     AND anno = :ANNO-CORRENTE
           END-EXEC.
           IF BUDGET-PRESENTE = 0
               DISPLAY "ATTENZIONE: nessun budget " ANNO-CORRENTE
                   " per la Filiale " FILIALE-ORDINE "."
           END-IF.
           EXEC SQL
               INSERT INTO OrdiniPermanentiFiliali
                   (numero_permanente, Filiale, copie)
               VALUES (:NUMERO-PERMANENTE,
                       TRIM(BOTH ' ' FROM :FILIALE-ORDINE),
                       :COPIE-FILIALE)
           END-EXEC.
           IF SQLCODE = 0
               ADD 1 TO RIGHE-BOZZA
           ELSE
               DISPLAY "Errore (Filiale gia' indicata?): " SQLERRMC
           END-IF.

       ELENCA-PERMANENTI.
           EXEC SQL
               DECLARE C-PERMANENTI CURSOR FOR
                   SELECT p.numero_permanente, s.nome, f.nome,
                          p.prezzo_stimato,
                          COALESCE(p.volumi_anno, 1), p.stato
                       FROM OrdiniPermanenti p
                       JOIN Collane s
                         ON s.codice_collana = p.codice_collana
                       JOIN Fornitore f
                         ON f.codice = p.codice_fornitore
                       ORDER BY s.nome, p.numero_permanente
           END-EXEC.
           EXEC SQL OPEN C-PERMANENTI END-EXEC.
           EXEC SQL
               FETCH C-PERMANENTI INTO :PM-NUMERO, :PM-COLLANA,
                   :PM-FORNITORE, :PM-PREZZO, :PM-VOLUMI, :PM-STATO
           END-EXEC.
           DISPLAY "Ordini permanenti:".
           PERFORM UNTIL SQLCODE NOT = ZERO
               DISPLAY "N. " PM-NUMERO " " PM-COLLANA(1:40)
                   " presso " PM-FORNITORE(1:30) " [" PM-STATO "]"
               DISPLAY "   prezzo stimato " PM-PREZZO
                   " volumi/anno " PM-VOLUMI
               PERFORM ELENCA-FILIALI-PERMANENTE
               EXEC SQL
                   FETCH C-PERMANENTI INTO :PM-NUMERO, :PM-COLLANA,
                       :PM-FORNITORE, :PM-PREZZO, :PM-VOLUMI,
                       :PM-STATO
               END-EXEC
           END-PERFORM.
           EXEC SQL CLOSE C-PERMANENTI END-EXEC.

       ELENCA-FILIALI-PERMANENTE.
           EXEC SQL
               DECLARE C-PERM-FILIALI CURSOR FOR
                   SELECT Filiale, copie
                       FROM OrdiniPermanentiFiliali
                       WHERE numero_permanente = :PM-NUMERO
                       ORDER BY Filiale
           END-EXEC.
           EXEC SQL OPEN C-PERM-FILIALI END-EXEC.
           EXEC SQL
               FETCH C-PERM-FILIALI INTO :PF-FILIALE, :PF-COPIE
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = ZERO
               DISPLAY "   Filiale " PF-FILIALE " copie " PF-COPIE
               EXEC SQL
                   FETCH C-PERM-FILIALI INTO :PF-FILIALE, :PF-COPIE
               END-EXEC
           END-PERFORM.
           EXEC SQL CLOSE C-PERM-FILIALI END-EXEC.

      *    Un ordine SOSPESO non genera bozze per i nuovi volumi;
      *    le bozze gia' create restano da rivedere.
       CAMBIA-STATO-PERMANENTE.
           DISPLAY "Numero dell'ordine permanente: "
           ACCEPT NUMERO-PERMANENTE.
           EXEC SQL
               SELECT stato INTO :STATO-PERMANENTE
                   FROM OrdiniPermanenti
                   WHERE numero_permanente = :NUMERO-PERMANENTE
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY "Ordine permanente non trovato."
               EXIT PARAGRAPH
           END-IF.
           IF STATO-PERMANENTE = "ATTIVO"
               MOVE "SOSPESO" TO STATO-PERMANENTE
           ELSE
               MOVE "ATTIVO" TO STATO-PERMANENTE
           END-IF.
           EXEC SQL
               UPDATE OrdiniPermanenti
                   SET stato = TRIM(BOTH ' ' FROM :STATO-PERMANENTE)
                   WHERE numero_permanente = :NUMERO-PERMANENTE
           END-EXEC.
           IF SQLCODE = 0
               MOVE "GESTIONE-ORDINI" TO AUDIT-PROGRAMMA
               MOVE STATO-PERMANENTE TO AUDIT-OPERAZIONE
               MOVE SPACES TO AUDIT-CHIAVE
               MOVE NUMERO-PERMANENTE TO AUDIT-CHIAVE
               CALL 'AUDIT-WRITER' USING OPERATORE-USERNAME,
                   AUDIT-PROGRAMMA, AUDIT-OPERAZIONE, AUDIT-CHIAVE
               EXEC SQL COMMIT END-EXEC
               DISPLAY "Ordine permanente " NUMERO-PERMANENTE
                   " ora " STATO-PERMANENTE "."
           ELSE
               DISPLAY "Errore: " SQLERRMC
           END-IF.

      *    Bozze (ordini PROPOSTO) generate dai nuovi volumi: il
      *    buyer corregge le copie (0 toglie la riga), poi conferma
      *    - l'ordine diventa APERTO con la data di oggi e impegna
      *    il budget della Filiale come un ordine normale - oppure
      *    scarta la bozza (ANNULLATO: il volume non si ripropone).
       RIVEDI-BOZZE.
           EXEC SQL
               DECLARE C-BOZZE CURSOR FOR
                   SELECT o.numero_ordine, f.nome, o.Filiale,
                          o.data_ordine, o.totale
                       FROM OrdineAcquisto o
                       JOIN Fornitore f
                         ON f.codice = o.codice_fornitore
                       WHERE o.stato = 'PROPOSTO'
                       ORDER BY o.numero_ordine
           END-EXEC.
           EXEC SQL OPEN C-BOZZE END-EXEC.
           EXEC SQL
               FETCH C-BOZZE INTO :BZ-NUMERO, :BZ-FORNITORE,
                   :BZ-FILIALE, :BZ-DATA, :BZ-TOTALE
           END-EXEC.
           IF SQLCODE NOT = ZERO
               DISPLAY "Nessuna bozza da rivedere."
               EXEC SQL CLOSE C-BOZZE END-EXEC
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Bozze da ordini permanenti:".
           PERFORM UNTIL SQLCODE NOT = ZERO
               DISPLAY "Bozza " BZ-NUMERO " " BZ-FORNITORE(1:30)
                   " filiale " BZ-FILIALE " del " BZ-DATA
                   " totale " BZ-TOTALE
               EXEC SQL
                   FETCH C-BOZZE INTO :BZ-NUMERO, :BZ-FORNITORE,
                       :BZ-FILIALE, :BZ-DATA, :BZ-TOTALE
               END-EXEC
           END-PERFORM.
           EXEC SQL CLOSE C-BOZZE END-EXEC.

           DISPLAY "Numero della bozza da rivedere (0 = nessuna): "
           ACCEPT NUMERO-ORDINE.
           IF NUMERO-ORDINE = ZERO
               EXIT PARAGRAPH
           END-IF.
           EXEC SQL
               SELECT o.Filiale, o.codice_fornitore,
                      COALESCE(f.ordine_elettronico, 'N')
                   INTO :FILIALE-ORDINE, :CODICE-FORNITORE,
                        :ORDINE-ELETTRONICO
                   FROM OrdineAcquisto o
                   JOIN Fornitore f ON f.codice = o.codice_fornitore
                   WHERE o.numero_ordine = :NUMERO-ORDINE
                     AND o.stato = 'PROPOSTO'
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY "Nessuna bozza con questo numero."
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO AZIONE-BOZZA.
           PERFORM RIVEDI-UNA-BOZZA
               UNTIL AZIONE-BOZZA = "C" OR AZIONE-BOZZA = "S"
                  OR AZIONE-BOZZA = "0".

       RIVEDI-UNA-BOZZA.
           PERFORM MOSTRA-RIGHE-BOZZA.
           DISPLAY "M = modifica copie di una riga, C = conferma, "
               "S = scarta la bozza, 0 = esci: "
           ACCEPT AZIONE-BOZZA.
           MOVE FUNCTION UPPER-CASE(AZIONE-BOZZA) TO AZIONE-BOZZA.
           EVALUATE AZIONE-BOZZA
               WHEN "M" PERFORM MODIFICA-RIGA-BOZZA
               WHEN "C" PERFORM CONFERMA-BOZZA
               WHEN "S" PERFORM SCARTA-BOZZA
               WHEN "0" CONTINUE
               WHEN OTHER DISPLAY "Scelta non valida."
           END-EVALUATE.

       MOSTRA-RIGHE-BOZZA.
           EXEC SQL
               DECLARE C-BOZZA-RIGHE CURSOR FOR
                   SELECT riga, ISBN, titolo,
                          COALESCE(numero_volume, 0), copie, prezzo
                       FROM OrdineRiga
                       WHERE numero_ordine = :NUMERO-ORDINE
                       ORDER BY riga
           END-EXEC.
           EXEC SQL OPEN C-BOZZA-RIGHE END-EXEC.
           EXEC SQL
               FETCH C-BOZZA-RIGHE INTO :BR-RIGA, :BR-ISBN,
                   :BR-TITOLO, :BR-VOLUME, :BR-COPIE, :BR-PREZZO
           END-EXEC.
           DISPLAY "Bozza " NUMERO-ORDINE " - Filiale "
               FILIALE-ORDINE.
           PERFORM UNTIL SQLCODE NOT = ZERO
               DISPLAY "  riga " BR-RIGA " " BR-ISBN " vol. "
                   BR-VOLUME " " BR-TITOLO(1:40) " copie "
                   BR-COPIE " a " BR-PREZZO
               EXEC SQL
                   FETCH C-BOZZA-RIGHE INTO :BR-RIGA, :BR-ISBN,
                       :BR-TITOLO, :BR-VOLUME, :BR-COPIE,
                       :BR-PREZZO
               END-EXEC
           END-PERFORM.
           EXEC SQL CLOSE C-BOZZA-RIGHE END-EXEC.

       MODIFICA-RIGA-BOZZA.
           DISPLAY "Numero della riga: "
           ACCEPT RIGA-NUMERO.
           DISPLAY "Nuovo numero di copie (0 = togli la riga): "
           ACCEPT RIGA-COPIE.
           IF RIGA-COPIE = ZERO
               EXEC SQL
                   DELETE FROM OrdineRiga
                       WHERE numero_ordine = :NUMERO-ORDINE
                         AND riga = :RIGA-NUMERO
               END-EXEC
           ELSE
               EXEC SQL
                   UPDATE OrdineRiga
                       SET copie = :RIGA-COPIE
                       WHERE numero_ordine = :NUMERO-ORDINE
                         AND riga = :RIGA-NUMERO
               END-EXEC
           END-IF.
           IF SQLCODE NOT = 0
               DISPLAY "Riga non trovata."
               EXIT PARAGRAPH
           END-IF.
           PERFORM RICALCOLA-TOTALE-BOZZA.
           EXEC SQL COMMIT END-EXEC.

       RICALCOLA-TOTALE-BOZZA.
           EXEC SQL
               SELECT COUNT(*), COALESCE(SUM(copie * prezzo), 0)
                   INTO :RIGHE-BOZZA, :TOTALE-ORDINE
                   FROM OrdineRiga
                   WHERE numero_ordine = :NUMERO-ORDINE
           END-EXEC.
           EXEC SQL
               UPDATE OrdineAcquisto
                   SET totale = :TOTALE-ORDINE
                   WHERE numero_ordine = :NUMERO-ORDINE
           END-EXEC.

       CONFERMA-BOZZA.
           PERFORM RICALCOLA-TOTALE-BOZZA.
           IF RIGHE-BOZZA = ZERO
               DISPLAY "La bozza non ha righe: va scartata."
               MOVE SPACES TO AZIONE-BOZZA
               EXIT PARAGRAPH
           END-IF.
           ACCEPT OGGI-DATA FROM DATE YYYYMMDD.
           MOVE OGGI-DATA(1:4) TO ANNO-CORRENTE.
           PERFORM CERCA-CONTRATTO.
           PERFORM CONTROLLA-CONTRATTO.
           IF CONTRATTO-SUPERATO = "S"
               DISPLAY "Bozza non confermabile: ridurre le copie."
               MOVE SPACES TO AZIONE-BOZZA
               EXIT PARAGRAPH
           END-IF.
           PERFORM CONTROLLA-BUDGET.
           PERFORM CHIEDI-STATO-INVIO.
           EXEC SQL
               UPDATE OrdineAcquisto
                   SET stato = 'APERTO',
                       data_ordine = :OGGI-DATA,
                       stato_invio =
                           NULLIF(TRIM(BOTH ' ' FROM :STATO-INVIO),
                                  ''),
                       cig = NULLIF(TRIM(BOTH ' ' FROM :CIG-ORDINE),
                                    '')
                   WHERE numero_ordine = :NUMERO-ORDINE
                     AND stato = 'PROPOSTO'
           END-EXEC.
           IF SQLCODE = 0
               MOVE "GESTIONE-ORDINI" TO AUDIT-PROGRAMMA
               MOVE "CONFERMA BOZZA" TO AUDIT-OPERAZIONE
               MOVE SPACES TO AUDIT-CHIAVE
               MOVE NUMERO-ORDINE TO AUDIT-CHIAVE
               CALL 'AUDIT-WRITER' USING OPERATORE-USERNAME,
                   AUDIT-PROGRAMMA, AUDIT-OPERAZIONE, AUDIT-CHIAVE
               EXEC SQL COMMIT END-EXEC
               DISPLAY "Ordine " NUMERO-ORDINE " aperto, totale "
                   TOTALE-ORDINE " euro."
               IF STATO-INVIO NOT = SPACES
                   DISPLAY "Invio elettronico: " STATO-INVIO
               END-IF
           ELSE
               EXEC SQL ROLLBACK END-EXEC
               DISPLAY "Errore nella conferma: " SQLERRMC
           END-IF.

       SCARTA-BOZZA.
           EXEC SQL
               UPDATE OrdineAcquisto
                   SET stato = 'ANNULLATO'
                   WHERE numero_ordine = :NUMERO-ORDINE
                     AND stato = 'PROPOSTO'
           END-EXEC.
           IF SQLCODE = 0
               MOVE "GESTIONE-ORDINI" TO AUDIT-PROGRAMMA
               MOVE "SCARTA BOZZA" TO AUDIT-OPERAZIONE
               MOVE SPACES TO AUDIT-CHIAVE
               MOVE NUMERO-ORDINE TO AUDIT-CHIAVE
               CALL 'AUDIT-WRITER' USING OPERATORE-USERNAME,
                   AUDIT-PROGRAMMA, AUDIT-OPERAZIONE, AUDIT-CHIAVE
               EXEC SQL COMMIT END-EXEC
               DISPLAY "Bozza " NUMERO-ORDINE " scartata."
           ELSE
               DISPLAY "Errore: " SQLERRMC
           END-IF.

           01 DISCREPANZE       PIC 9(3).
           01 RIGHE-VERIFICATE  PIC 9(3).

      *    CIG e sconto riportati in fattura: il CIG deve essere
      *    quello di un contratto del Fornitore e di ogni ordine
      *    fatturato, lo sconto quello pattuito nel contratto.
           01 CIG-FATTURA       PIC X(10).
           01 SCONTO-FATTURA    PIC 9(2)V99.
           01 CIG-ORDINE        PIC X(10).
           01 SCONTO-CONTRATTO  PIC 9(2)V99.
           01 CONTA-CONTRATTI   PIC 9(5).

      *    Nota di credito (tipo N) a fronte di un reso al Fornitore
      *    (ResiFornitore, GESTIONE-RECLAMI): ogni riga richiama il
      *    numero del reso, che passa ACCREDITATO quando la nota
      *    supera il controllo.
           01 TIPO-DOCUMENTO    PIC X(1).
             88 TIPO-FATTURA VALUE "F".
             88 TIPO-NOTA-CREDITO VALUE "N".
           01 RIGA-RESO         PIC 9(7).
           01 M-RESO            PIC 9(7).
           01 RESO-FORNITORE    PIC 9(6).
           01 RESO-COPIE        PIC 9(3).
           01 RESO-PREZZO       PIC 9(5)V99.
           01 RESO-STATO        PIC X(12).
           01 RESE-ACCREDITATE  PIC 9(5).
           01 RESE-IN-ATTESA    PIC 9(5).

           01 FATTURA-REC.
               03 F-ID          PIC 9(7).
               03 F-NUMERO      PIC X(20).
               03 F-FORNITORE   PIC X(50).
               03 F-DATA        PIC 9(8).
               03 F-STATO       PIC X(15).
               03 F-TIPO        PIC X(1).

           01 AUDIT-PROGRAMMA   PIC X(30).
           01 AUDIT-OPERAZIONE  PIC X(20).
      *    ragioneria puo' pagare; le differenze (consegne corte,
      *    prezzi diversi) la tengono IN CONTENZIOSO. L'anno scorso
      *    abbiamo pagato 14 volumi mai arrivati: da qui non piu'.
      *    Le note di credito dei resi si registrano allo stesso
      *    modo e, abbinate al reso, passano ABBINATA.
       GESTIONE-FATTURE-PARA.
           DISPLAY "------- SONO GESTIONE-FATTURE!".
           PERFORM UNTIL NOT PROSEGUI-SI
           DISPLAY "Fornitore: " NOME-FORNITORE.
           DISPLAY "Numero della fattura del fornitore: "
           ACCEPT NUMERO-FATTURA.
           DISPLAY "Tipo documento: F = fattura, N = nota di "
               "credito: "
           ACCEPT TIPO-DOCUMENTO.
           MOVE FUNCTION UPPER-CASE(TIPO-DOCUMENTO) TO TIPO-DOCUMENTO.
           IF NOT TIPO-FATTURA AND NOT TIPO-NOTA-CREDITO
               DISPLAY "Tipo documento non valido."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Data della fattura (AAAAMMGG): "
           ACCEPT DATA-FATTURA.
           DISPLAY "CIG riportato in fattura (INVIO se assente): "
           ACCEPT CIG-FATTURA.
           MOVE FUNCTION UPPER-CASE(CIG-FATTURA) TO CIG-FATTURA.
           DISPLAY "Sconto applicato in fattura (percentuale): "
           ACCEPT SCONTO-FATTURA.

           EXEC SQL
               SELECT COALESCE(MAX(id_fattura), 0) INTO :MAX-FATTURA
           EXEC SQL
               INSERT INTO FattureFornitore (id_fattura,
                   numero_fattura, codice_fornitore, data_fattura,
                   stato, cig, sconto_applicato, tipo_documento)
               VALUES (:ID-FATTURA,
                       TRIM(BOTH ' ' FROM :NUMERO-FATTURA),
                       :CODICE-FORNITORE, :DATA-FATTURA,
                       'REGISTRATA',
                       NULLIF(TRIM(BOTH ' ' FROM :CIG-FATTURA), ''),
                       :SCONTO-FATTURA, :TIPO-DOCUMENTO)
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY "Errore nella registrazione: " SQLERRMC

       AGGIUNGI-RIGA-FATTURA.
           ADD 1 TO RIGA-NUMERO.
           MOVE ZERO TO RIGA-RESO.
           IF TIPO-NOTA-CREDITO
               DISPLAY "Riga " RIGA-NUMERO " - Numero del reso: "
               ACCEPT RIGA-RESO
               EXEC SQL
                   SELECT numero_ordine, riga
                       INTO :RIGA-ORDINE, :RIGA-ORDINE-RIGA
                       FROM ResiFornitore
                       WHERE numero_reso = :RIGA-RESO
               END-EXEC
               IF SQLCODE NOT = 0
                   DISPLAY "Reso non trovato."
                   SUBTRACT 1 FROM RIGA-NUMERO
                   DISPLAY "Aggiungere un'altra riga? (S/N): "
                   ACCEPT ALTRA-RIGA
                   EXIT PARAGRAPH
               END-IF
               DISPLAY "Reso sull'ordine " RIGA-ORDINE "/"
                   RIGA-ORDINE-RIGA
           ELSE
               DISPLAY "Riga " RIGA-NUMERO " - Numero ordine: "
               ACCEPT RIGA-ORDINE
               DISPLAY "Riga dell'ordine: "
               ACCEPT RIGA-ORDINE-RIGA
           END-IF.
           DISPLAY "Quantita' fatturata: "
           ACCEPT RIGA-QUANTITA.
           DISPLAY "Prezzo unitario fatturato: "
           ACCEPT RIGA-PREZZO.
           EXEC SQL
               INSERT INTO FattureRighe (id_fattura, riga,
                   numero_ordine, riga_ordine, quantita, prezzo,
                   numero_reso)
               VALUES (:ID-FATTURA, :RIGA-NUMERO, :RIGA-ORDINE,
                       :RIGA-ORDINE-RIGA, :RIGA-QUANTITA,
                       :RIGA-PREZZO, NULLIF(:RIGA-RESO, 0))
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY "Errore sulla riga: " SQLERRMC
      *    Controllo a tre vie: ordinato (OrdineRiga.copie) /
      *    ricevuto (copie_ricevute) / fatturato (FattureRighe).
      *    Si paga solo quello che e' stato ordinato E consegnato
      *    al prezzo pattuito, sul CIG e con lo sconto del
      *    contratto d'appalto.
       CONTROLLO-TRE-VIE.
           DISPLAY "Id interno della fattura da controllare: "
           ACCEPT ID-FATTURA.
           EXEC SQL
               SELECT numero_fattura, codice_fornitore,
                      COALESCE(cig, ' '),
                      COALESCE(sconto_applicato, 0),
                      COALESCE(tipo_documento, 'F')
                   INTO :NUMERO-FATTURA, :CODICE-FORNITORE,
                        :CIG-FATTURA, :SCONTO-FATTURA,
                        :TIPO-DOCUMENTO
                   FROM FattureFornitore
                   WHERE id_fattura = :ID-FATTURA
           END-EXEC.

           MOVE ZERO TO DISCREPANZE.
           MOVE ZERO TO RIGHE-VERIFICATE.
           PERFORM VERIFICA-CONTRATTO-FATTURA.
           EXEC SQL
               DECLARE C-MATCH CURSOR FOR
                   SELECT riga, numero_ordine, riga_ordine,
                          quantita, prezzo, COALESCE(numero_reso, 0)
                       FROM FattureRighe
                       WHERE id_fattura = :ID-FATTURA
                       ORDER BY riga
           EXEC SQL OPEN C-MATCH END-EXEC.
           EXEC SQL
               FETCH C-MATCH INTO :M-RIGA, :M-ORDINE,
                   :M-ORDINE-RIGA, :M-QUANTITA, :M-PREZZO, :M-RESO
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = ZERO
               ADD 1 TO RIGHE-VERIFICATE
               IF TIPO-NOTA-CREDITO
                   PERFORM VERIFICA-RIGA-NOTA
               ELSE
                   PERFORM VERIFICA-RIGA-FATTURA
               END-IF
               EXEC SQL
                   FETCH C-MATCH INTO :M-RIGA, :M-ORDINE,
                       :M-ORDINE-RIGA, :M-QUANTITA, :M-PREZZO,
                       :M-RESO
               END-EXEC
           END-PERFORM.
           EXEC SQL CLOSE C-MATCH END-EXEC.

           ACCEPT OGGI-DATA FROM DATE YYYYMMDD.
           EVALUATE TRUE
               WHEN DISCREPANZE > 0 OR RIGHE-VERIFICATE = 0
                   EXEC SQL
                       UPDATE FattureFornitore
                           SET stato = 'IN CONTENZIOSO',
                               data_controllo = :OGGI-DATA
                           WHERE id_fattura = :ID-FATTURA
                   END-EXEC
                   DISPLAY "Fattura " NUMERO-FATTURA
                       " IN CONTENZIOSO: " DISCREPANZE
                       " discrepanze su " RIGHE-VERIFICATE " righe."
               WHEN TIPO-NOTA-CREDITO
                   PERFORM ACCREDITA-RESI
               WHEN OTHER
                   EXEC SQL
                       UPDATE FattureFornitore
                           SET stato = 'LIQUIDABILE',
                               data_controllo = :OGGI-DATA
                           WHERE id_fattura = :ID-FATTURA
                   END-EXEC
                   DISPLAY "Controllo superato: fattura "
                       NUMERO-FATTURA " LIQUIDABILE."
           END-EVALUATE.
           MOVE "CONTROLLO" TO AUDIT-OPERAZIONE.
           PERFORM REGISTRA-AUDIT.
           EXEC SQL COMMIT END-EXEC.

      *    Un Fornitore con contratti d'appalto deve fatturare con
      *    il CIG di uno di essi e con lo sconto pattuito.
       VERIFICA-CONTRATTO-FATTURA.
           IF CIG-FATTURA = SPACES
               EXEC SQL
                   SELECT COUNT(*) INTO :CONTA-CONTRATTI
                       FROM ContrattiFornitore
                       WHERE codice_fornitore = :CODICE-FORNITORE
               END-EXEC
               IF CONTA-CONTRATTI > 0
                   ADD 1 TO DISCREPANZE
                   DISPLAY "Fattura senza CIG per un fornitore sotto "
                       "contratto."
               END-IF
               EXIT PARAGRAPH
           END-IF.
           EXEC SQL
               SELECT sconto INTO :SCONTO-CONTRATTO
                   FROM ContrattiFornitore
                   WHERE cig = :CIG-FATTURA
                     AND codice_fornitore = :CODICE-FORNITORE
           END-EXEC.
           IF SQLCODE NOT = 0
               ADD 1 TO DISCREPANZE
               DISPLAY "CIG " CIG-FATTURA " non corrisponde a un "
                   "contratto del fornitore."
               EXIT PARAGRAPH
           END-IF.
           IF SCONTO-FATTURA NOT = SCONTO-CONTRATTO
               ADD 1 TO DISCREPANZE
               DISPLAY "Sconto in fattura " SCONTO-FATTURA
                   "% diverso dal pattuito " SCONTO-CONTRATTO "%."
           END-IF.

       VERIFICA-RIGA-FATTURA.
           EXEC SQL
               SELECT r.copie, r.copie_ricevute, r.prezzo,
                      COALESCE(o.cig, ' ')
                   INTO :ORDINATE, :RICEVUTE, :PREZZO-ORDINE,
                        :CIG-ORDINE
                   FROM OrdineRiga r
                   JOIN OrdineAcquisto o
                     ON o.numero_ordine = r.numero_ordine
                   WHERE r.numero_ordine = :M-ORDINE
                     AND r.riga = :M-ORDINE-RIGA
           END-EXEC.
           IF SQLCODE NOT = 0
               ADD 1 TO DISCREPANZE
                   M-ORDINE-RIGA " INESISTENTE."
               EXIT PARAGRAPH
           END-IF.
      *    Le copie rese restano fatturabili solo se il Fornitore
      *    le ha gia' stornate con una nota di credito abbinata.
           EXEC SQL
               SELECT COALESCE(SUM(CASE WHEN stato = 'ACCREDITATO'
                                        THEN copie ELSE 0 END), 0),
                      COALESCE(SUM(CASE WHEN stato = 'IN ATTESA NC'
                                        THEN copie ELSE 0 END), 0)
                   INTO :RESE-ACCREDITATE, :RESE-IN-ATTESA
                   FROM ResiFornitore
                   WHERE numero_ordine = :M-ORDINE
                     AND riga = :M-ORDINE-RIGA
           END-EXEC.
           IF M-QUANTITA > RICEVUTE + RESE-ACCREDITATE
               ADD 1 TO DISCREPANZE
               DISPLAY "Riga " M-RIGA ": fatturate " M-QUANTITA
                   " copie ma ricevute " RICEVUTE
                   " (ordinate " ORDINATE ")."
               IF RESE-IN-ATTESA > 0
                   DISPLAY "   " RESE-IN-ATTESA " copie rese in "
                       "attesa di nota di credito."
               END-IF
           END-IF.
           IF M-QUANTITA > ORDINATE
               ADD 1 TO DISCREPANZE
                   M-PREZZO " diverso dal pattuito "
                   PREZZO-ORDINE "."
           END-IF.
           IF CIG-ORDINE NOT = SPACES AND CIG-ORDINE NOT = CIG-FATTURA
               ADD 1 TO DISCREPANZE
               DISPLAY "Riga " M-RIGA ": ordine sul CIG " CIG-ORDINE
                   " ma fattura sul CIG " CIG-FATTURA "."
           END-IF.

      *    Riga di nota di credito: il reso deve essere dello stesso
      *    Fornitore, ancora in attesa, per le stesse copie e allo
      *    stesso prezzo del reso.
       VERIFICA-RIGA-NOTA.
           EXEC SQL
               SELECT codice_fornitore, copie, prezzo, stato
                   INTO :RESO-FORNITORE, :RESO-COPIE, :RESO-PREZZO,
                        :RESO-STATO
                   FROM ResiFornitore
                   WHERE numero_reso = :M-RESO
           END-EXEC.
           IF SQLCODE NOT = 0
               ADD 1 TO DISCREPANZE
               DISPLAY "Riga " M-RIGA ": reso " M-RESO
                   " INESISTENTE."
               EXIT PARAGRAPH
           END-IF.
           IF RESO-FORNITORE NOT = CODICE-FORNITORE
               ADD 1 TO DISCREPANZE
               DISPLAY "Riga " M-RIGA ": il reso " M-RESO
                   " e' di un altro fornitore."
           END-IF.
           IF RESO-STATO NOT = "IN ATTESA NC"
               ADD 1 TO DISCREPANZE
               DISPLAY "Riga " M-RIGA ": il reso " M-RESO
                   " non e' in attesa di nota (stato " RESO-STATO ")."
           END-IF.
           IF M-QUANTITA NOT = RESO-COPIE
               ADD 1 TO DISCREPANZE
               DISPLAY "Riga " M-RIGA ": accreditate " M-QUANTITA
                   " copie ma rese " RESO-COPIE "."
           END-IF.
           IF M-PREZZO NOT = RESO-PREZZO
               ADD 1 TO DISCREPANZE
               DISPLAY "Riga " M-RIGA ": prezzo accreditato "
                   M-PREZZO " diverso da quello del reso "
                   RESO-PREZZO "."
           END-IF.

       ACCREDITA-RESI.
           EXEC SQL
               UPDATE ResiFornitore
                   SET stato = 'ACCREDITATO',
                       id_nota_credito = :ID-FATTURA
                   WHERE numero_reso IN
                         (SELECT numero_reso FROM FattureRighe
                              WHERE id_fattura = :ID-FATTURA)
           END-EXEC.
           EXEC SQL
               UPDATE FattureFornitore
                   SET stato = 'ABBINATA',
                       data_controllo = :OGGI-DATA
                   WHERE id_fattura = :ID-FATTURA
           END-EXEC.
           DISPLAY "Controllo superato: nota di credito "
               NUMERO-FATTURA " ABBINATA ai resi.".

       ELENCA-FATTURE.
           EXEC SQL
               DECLARE C-FATTURE CURSOR FOR
                   SELECT ft.id_fattura, ft.numero_fattura,
                          COALESCE(f.nome, ' '), ft.data_fattura,
                          ft.stato, COALESCE(ft.tipo_documento, 'F')
                       FROM FattureFornitore ft
                       LEFT JOIN Fornitore f
                         ON ft.codice_fornitore = f.codice
           EXEC SQL OPEN C-FATTURE END-EXEC.
           EXEC SQL
               FETCH C-FATTURE INTO :F-ID, :F-NUMERO, :F-FORNITORE,
                   :F-DATA, :F-STATO, :F-TIPO
           END-EXEC.
           DISPLAY "Fatture registrate:".
           PERFORM UNTIL SQLCODE NOT = ZERO
               IF F-TIPO = "N"
                   DISPLAY "Id " F-ID " nota di credito n. " F-NUMERO
                       " di " F-FORNITORE(1:25) " del " F-DATA
                       " [" F-STATO "]"
               ELSE
                   DISPLAY "Id " F-ID " n. " F-NUMERO " di "
                       F-FORNITORE(1:25) " del " F-DATA
                       " [" F-STATO "]"
               END-IF
               EXEC SQL
                   FETCH C-FATTURE INTO :F-ID, :F-NUMERO,
                       :F-FORNITORE, :F-DATA, :F-STATO, :F-TIPO
               END-EXEC
           END-PERFORM.
           EXEC SQL CLOSE C-FATTURE END-EXEC.

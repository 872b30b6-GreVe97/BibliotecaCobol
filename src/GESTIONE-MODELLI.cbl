       IDENTIFICATION DIVISION.
       PROGRAM-ID. GESTIONE-MODELLI.

       ENVIRONMENT DIVISION.
       DATA DIVISION.

       WORKING-STORAGE SECTION.
           01 SCELTA-MENU       PIC 9(3).
           01 PROSEGUI          PIC X(1) VALUE "S".
             88 PROSEGUI-SI VALUE "S".

           01 TIPO-INPUT        PIC X(20).
           01 LINGUA-INPUT      PIC X(2).
           01 RIGA-INPUT        PIC 9(2).
           01 TESTO-INPUT       PIC X(200).
           01 CONTA-RIGHE       PIC 9(5).

           01 MODELLO-REC.
               03 M-TIPO        PIC X(20).
               03 M-LINGUA      PIC X(2).
               03 M-RIGA        PIC 9(2).
               03 M-TESTO       PIC X(200).

           01 AUDIT-PROGRAMMA   PIC X(30).
           01 AUDIT-OPERAZIONE  PIC X(20).
           01 AUDIT-CHIAVE      PIC X(50).

       EXEC SQL INCLUDE SQLCA END-EXEC.

       LINKAGE SECTION.
           01 OPERATORE-USERNAME PIC X(50).

       PROCEDURE DIVISION USING OPERATORE-USERNAME.
      *    Manutenzione di ModelliAvviso: il testo per il tesserato
      *    di ogni tipo di messaggio, una riga per volta, in ogni
      *    lingua (IT, EN, AR, RO, UK). L'italiano fa da ripiego per
      *    le lingue senza modello (COMPONI-AVVISO). Segnaposto:
      *      SCONTRINO   &1 numero prestito &2 titolo &3 utente
      *                  &4 scadenza (AAAA/MM/GG, con HH:MM per il
      *                  prestito orario) &5 esemplare
      *                  &6 cauzione          (RESERVE-BOOK)
      *      SOLLECITO   &1 nome &2 titolo &3 giorni di ritardo
      *                  &4 livello           (SOLLECITO-EXPORT)
      *      RITIRO      &1 nome &2 titolo &3 ritirare entro
      *                  &4 Filiale           (SOLLECITO-EXPORT)
      *      PRESCADENZA &1 nome &2 titolo &3 scadenza
      *                                       (SOLLECITO-EXPORT)
      *      RINNOVO-TESSERA &1 nome &2 scadenza tessera
      *                                       (AVVISI-RINNOVO)
      *      RINNOVO-PRESTITO &1 nome &2 titolo &3 nuova scadenza
      *                                       (RINNOVO-AUTOMATICO)
      *      DONAZIONE   &1 donatore &2 numero donazione &3 data
      *                  &4 contatto; righe 1-49 prima dell'elenco
      *                  dei titoli, 50-99 dopo (GESTIONE-DONAZIONI)
      *      NOVITA-ARRIVO &1 nome &2 titolo &3 autore &4 profilo
      *                  che ha fatto scattare l'avviso &5 ISBN
      *                                       (AVVISI-NOVITA)
      *      RICEVUTA-MULTA &1 utente &2 ISBN &3 data multa
      *                  &4 importo versato (mezzo) &5 pagato / importo
      *                  &6 data pagamento    (PAGA-MULTA)
      *      RICEVUTA-RATA &1 utente &2 piano &3 numero rata
      *                  &4 scadenza rata &5 importo versato (mezzo)
      *                  &6 rate ancora aperte (PAGA-MULTA)
      *      ADDEBITO-PERSO &1 utente &2 ISBN - titolo &3 costo di
      *                  sostituzione o forfait &4 diritti di
      *                  segreteria &5 totale &6 data
      *                                       (MARCA-LIBRO-PERSO)
      *      RICEVUTA-VENDITA &1 numero vendita &2 Filiale
      *                  &3 totale (mezzo) &4 data &5 ora &6 cassa;
      *                  righe 1-49 prima dell'elenco degli articoli,
      *                  50-99 dopo           (VENDITA-SERVIZI)
      *    Per i feed del vendor si usa la riga 1.
       GESTIONE-MODELLI-PARA.
           DISPLAY "------- SONO GESTIONE-MODELLI!".
           PERFORM UNTIL NOT PROSEGUI-SI
               DISPLAY " "
               DISPLAY "----- Modelli di avvisi e lettere -----"
               DISPLAY "1. Elenca le righe di un modello"
               DISPLAY "2. Inserisci o aggiorna una riga"
               DISPLAY "3. Elimina una riga"
               DISPLAY "0. Torna indietro"
               DISPLAY "Scegli un'opzione: "
               ACCEPT SCELTA-MENU
               EVALUATE SCELTA-MENU
                   WHEN 1 PERFORM ELENCA-MODELLO
                   WHEN 2 PERFORM IMPOSTA-RIGA
                   WHEN 3 PERFORM ELIMINA-RIGA
                   WHEN 0 MOVE "N" TO PROSEGUI
                   WHEN OTHER DISPLAY "Opzione non valida."
               END-EVALUATE
           END-PERFORM.

           EXIT PROGRAM.

       CHIEDI-TIPO-LINGUA.
           DISPLAY "Tipo (SCONTRINO, SOLLECITO, RITIRO, PRESCADENZA, "
               "RINNOVO-TESSERA, RINNOVO-PRESTITO, DONAZIONE, "
               "NOVITA-ARRIVO, RICEVUTA-MULTA, RICEVUTA-RATA, "
               "ADDEBITO-PERSO, RICEVUTA-VENDITA): "
           ACCEPT TIPO-INPUT.
           MOVE FUNCTION UPPER-CASE(TIPO-INPUT) TO TIPO-INPUT.
           DISPLAY "Lingua (IT, EN, AR, RO, UK): "
           ACCEPT LINGUA-INPUT.
           MOVE FUNCTION UPPER-CASE(LINGUA-INPUT) TO LINGUA-INPUT.
           IF LINGUA-INPUT = SPACES
               MOVE "IT" TO LINGUA-INPUT
           END-IF.

       ELENCA-MODELLO.
           PERFORM CHIEDI-TIPO-LINGUA.
           EXEC SQL
               DECLARE C-MODELLO CURSOR FOR
                   SELECT tipo_messaggio, lingua, riga, testo
                       FROM ModelliAvviso
                       WHERE tipo_messaggio =
                                 TRIM(BOTH ' ' FROM :TIPO-INPUT)
                         AND lingua = :LINGUA-INPUT
                       ORDER BY riga
           END-EXEC.
           EXEC SQL OPEN C-MODELLO END-EXEC.
           EXEC SQL
               FETCH C-MODELLO INTO :M-TIPO, :M-LINGUA, :M-RIGA,
                   :M-TESTO
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY "Nessuna riga: per questa lingua vale il "
                   "modello italiano."
           END-IF.
           PERFORM UNTIL SQLCODE NOT = ZERO
               DISPLAY M-RIGA ": " M-TESTO
               EXEC SQL
                   FETCH C-MODELLO INTO :M-TIPO, :M-LINGUA, :M-RIGA,
                       :M-TESTO
               END-EXEC
           END-PERFORM.
           EXEC SQL CLOSE C-MODELLO END-EXEC.

       IMPOSTA-RIGA.
           PERFORM CHIEDI-TIPO-LINGUA.
           DISPLAY "Numero di riga (1-99): "
           ACCEPT RIGA-INPUT.
           DISPLAY "Testo della riga (segnaposto &1 ... &6): "
           ACCEPT TESTO-INPUT.

           IF RIGA-INPUT = ZERO OR TIPO-INPUT = SPACES
               DISPLAY "Tipo o numero di riga non validi."
               EXIT PARAGRAPH
           END-IF.

           EXEC SQL
               SELECT COUNT(*) INTO :CONTA-RIGHE
                   FROM ModelliAvviso
                   WHERE tipo_messaggio =
                             TRIM(BOTH ' ' FROM :TIPO-INPUT)
                     AND lingua = :LINGUA-INPUT
                     AND riga = :RIGA-INPUT
           END-EXEC.
           IF CONTA-RIGHE > 0
               EXEC SQL
                   UPDATE ModelliAvviso
                       SET testo = :TESTO-INPUT
                       WHERE tipo_messaggio =
                                 TRIM(BOTH ' ' FROM :TIPO-INPUT)
                         AND lingua = :LINGUA-INPUT
                         AND riga = :RIGA-INPUT
               END-EXEC
           ELSE
               EXEC SQL
                   INSERT INTO ModelliAvviso (tipo_messaggio, lingua,
                       riga, testo)
                   VALUES (TRIM(BOTH ' ' FROM :TIPO-INPUT),
                           :LINGUA-INPUT, :RIGA-INPUT, :TESTO-INPUT)
               END-EXEC
           END-IF.
           IF SQLCODE = 0
               MOVE "AGGIORNA" TO AUDIT-OPERAZIONE
               PERFORM REGISTRA-AUDIT
               EXEC SQL COMMIT END-EXEC
               DISPLAY "Riga registrata."
           ELSE
               DISPLAY "Errore: " SQLERRMC
           END-IF.

       ELIMINA-RIGA.
           PERFORM CHIEDI-TIPO-LINGUA.
           DISPLAY "Numero di riga: "
           ACCEPT RIGA-INPUT.
           EXEC SQL
               DELETE FROM ModelliAvviso
                   WHERE tipo_messaggio =
                             TRIM(BOTH ' ' FROM :TIPO-INPUT)
                     AND lingua = :LINGUA-INPUT
                     AND riga = :RIGA-INPUT
           END-EXEC.
           IF SQLCODE = 0
               MOVE "ELIMINA" TO AUDIT-OPERAZIONE
               PERFORM REGISTRA-AUDIT
               EXEC SQL COMMIT END-EXEC
               DISPLAY "Riga eliminata."
           ELSE
               DISPLAY "Errore: " SQLERRMC
           END-IF.

       REGISTRA-AUDIT.
           MOVE "GESTIONE-MODELLI" TO AUDIT-PROGRAMMA.
           MOVE SPACES TO AUDIT-CHIAVE.
           STRING TIPO-INPUT DELIMITED BY SPACE
               "/" LINGUA-INPUT "/" RIGA-INPUT
               DELIMITED BY SIZE INTO AUDIT-CHIAVE.
           CALL 'AUDIT-WRITER' USING OPERATORE-USERNAME,
               AUDIT-PROGRAMMA, AUDIT-OPERAZIONE, AUDIT-CHIAVE.

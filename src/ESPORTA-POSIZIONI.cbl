       FILE SECTION.
      *    Tracciato posizioni per la piattaforma regionale dei
      *    pagamenti: riferimento univoco, tipo (M=multa, Q=quota),
      *    debitore e importo residuo, codice fiscale del debitore
      *    (spazi se non registrato).
       FD  POSIZIONI-OUTPUT.
       01  POSIZIONE-RECORD.
           03 PO-RIFERIMENTO  PIC X(18).
           03 PO-USERNAME     PIC X(50).
           03 PO-IMPORTO      PIC 9(7)V99.
           03 PO-DATA         PIC 9(8).
           03 PO-CODICE-FISCALE PIC X(16).

       WORKING-STORAGE SECTION.
           01 OGGI-DATA         PIC 9(8).
               03 Q-IMPORTO     PIC 9(5)V99.
               03 Q-PAGATO      PIC 9(5)V99.
           01 RESIDUO           PIC 9(7)V99.
           01 CODICE-FISCALE    PIC X(16).

           01 CONTATORE-MULTE   PIC 9(5) VALUE ZERO.
           01 CONTATORE-QUOTE   PIC 9(5) VALUE ZERO.
      *    salvato sulla riga, cosi' il ritorno degli esiti
      *    (IMPORTA-ESITI-PAGAMENTI) aggancia per riferimento. Le
      *    righe gia' dotate di riferimento non vengono riesportate.
      *    Gli enti (NomeOrganizzazione) non pagano sulla piattaforma:
      *    i loro addebiti vanno in fattura elettronica
      *    (EMETTI-FATTURE-ENTI).
       ESPORTA-POSIZIONI-PARA.
           DISPLAY "------- SONO ESPORTA-POSIZIONI (batch)!".
           ACCEPT OGGI-DATA FROM DATE YYYYMMDD.
                       FROM Multe
                       WHERE stato = 'APERTA'
                         AND riferimento_pagamento IS NULL
                         AND Username NOT IN
                             (SELECT Username FROM Utente
                               WHERE COALESCE(NomeOrganizzazione, ' ')
                                     <> ' ')
                       ORDER BY Username, data_multa
           END-EXEC.
           EXEC SQL OPEN C-POS-MULTE END-EXEC.
               MOVE M-USERNAME TO PO-USERNAME
               MOVE RESIDUO TO PO-IMPORTO
               MOVE OGGI-DATA TO PO-DATA
               PERFORM LEGGI-CODICE-FISCALE
               WRITE POSIZIONE-RECORD
               EXEC SQL
                   UPDATE Multe
                       FROM QuoteIscrizione
                       WHERE stato = 'APERTA'
                         AND riferimento_pagamento IS NULL
                         AND Username NOT IN
                             (SELECT Username FROM Utente
                               WHERE COALESCE(NomeOrganizzazione, ' ')
                                     <> ' ')
                       ORDER BY Username, anno
           END-EXEC.
           EXEC SQL OPEN C-POS-QUOTE END-EXEC.
               MOVE Q-USERNAME TO PO-USERNAME
               MOVE RESIDUO TO PO-IMPORTO
               MOVE OGGI-DATA TO PO-DATA
               PERFORM LEGGI-CODICE-FISCALE
               WRITE POSIZIONE-RECORD
               EXEC SQL
                   UPDATE QuoteIscrizione
           MOVE SPACES TO RIFERIMENTO.
           STRING "BIB" OGGI-DATA PROGRESSIVO-RUN
               DELIMITED BY SIZE INTO RIFERIMENTO.

       LEGGI-CODICE-FISCALE.
           MOVE SPACES TO CODICE-FISCALE.
           EXEC SQL
               SELECT COALESCE(CodiceFiscale, ' ')
                   INTO :CODICE-FISCALE
                   FROM Utente
                   WHERE Username = TRIM(BOTH ' ' FROM :PO-USERNAME)
           END-EXEC.
           MOVE CODICE-FISCALE TO PO-CODICE-FISCALE.

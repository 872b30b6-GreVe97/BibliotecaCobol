           01 CONTATORE-ABBINATI  PIC 9(5) VALUE ZERO.
           01 CONTATORE-ECCEZIONI PIC 9(5) VALUE ZERO.

      *    Blocco dei periodi contabili chiusi (CONTROLLA-PERIODO):
      *    un incasso datato in un mese gia' chiuso si registra con
      *    la data di oggi come rettifica, conservando la data
      *    originale (data_originale) e segnalandolo sul report.
           01 CONTATORE-RIDATATI  PIC 9(5) VALUE ZERO.
           01 PERIODO-RICHIESTA.
               03 PR-DATA-MOVIMENTO PIC 9(8).
               03 PR-MODO           PIC X(1).
               03 PR-DATA-ORIGINALE PIC 9(8).
               03 PR-CHIUSO-AL      PIC 9(8).
               03 PR-ESITO          PIC X(1).

      *    Pagamenti in eccesso: l'esito arrivato su una multa gia'
      *    saldata al banco o esonerata (o oltre il residuo) non si
      *    applica ma entra nel registro Rimborsi, da dove
      *    GESTIONE-RIMBORSI lo porta all'approvazione a quattro
      *    occhi e ESPORTA-RIMBORSI al fornitore dei pagamenti
      *    (salvo il caso del borsellino prepagato, piu' sotto).
           01 CONTATORE-RIMBORSI  PIC 9(5) VALUE ZERO.
           01 M-USERNAME          PIC X(50).
           01 M-ISBN-RIF          PIC X(50).
           01 NUMERO-RIMBORSO     PIC 9(7).
           01 OGGI-DATA-RIMB      PIC 9(8).

      *    Chi ha un borsellino prepagato ATTIVO si vede accreditare
      *    l'eccesso sul borsellino (MOVIMENTA-BORSELLINO) invece di
      *    aspettare il rimborso.
           01 CONTATORE-ACCREDITI PIC 9(5) VALUE ZERO.
           01 BORSELLINI-ATTIVI   PIC 9(5).
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

       EXEC SQL INCLUDE SQLCA END-EXEC.

       PROCEDURE DIVISION.
           DISPLAY "Esiti letti: " CONTATORE-LETTI.
           DISPLAY "Esiti abbinati: " CONTATORE-ABBINATI.
           DISPLAY "Esiti in eccezione: " CONTATORE-ECCEZIONI.
           DISPLAY "Esiti ridatati per periodo chiuso: "
               CONTATORE-RIDATATI.
           DISPLAY "Rimborsi rilevati: " CONTATORE-RIMBORSI.
           DISPLAY "Eccessi accreditati sul borsellino: "
               CONTATORE-ACCREDITI.

           EXIT PROGRAM.

           END-READ.

       ABBINA-ESITO.
           MOVE ES-DATA TO PR-DATA-MOVIMENTO.
           MOVE "D" TO PR-MODO.
           CALL 'CONTROLLA-PERIODO' USING PERIODO-RICHIESTA.
           IF PR-ESITO = "D"
               ADD 1 TO CONTATORE-RIDATATI
               MOVE SPACES TO ECCEZIONE-LINE
               STRING "RIDATATO - RIF: " ES-RIFERIMENTO
                   " IMPORTO: " ES-IMPORTO
                   " DEL: " ES-DATA " IN PERIODO CHIUSO, REGISTRATO AL "
                   PR-DATA-MOVIMENTO
                   DELIMITED BY SIZE INTO ECCEZIONE-LINE
               WRITE ECCEZIONE-LINE
           END-IF.
           MOVE "N" TO TROVATO.
           PERFORM ABBINA-MULTA.
           IF NOT TROVATO-SI
                       INSERT INTO PagamentiMulte (Username,
                           codiceISBN, data_multa,
                           importo_pagamento, data_pagamento,
                           operatore, sessione_cassa, data_originale)
                       VALUES (TRIM(BOTH ' ' FROM :M-USERNAME),
                               TRIM(BOTH ' ' FROM :M-ISBN-RIF),
                               TRIM(BOTH ' ' FROM :M-DATA-RIF),
                               :IMPORTO-APPLICATO, :PR-DATA-MOVIMENTO,
                               'IMPORTA-ESITI-PAGAMENTI', 0,
                               NULLIF(:PR-DATA-ORIGINALE, 0))
                   END-EXEC
                   ADD 1 TO CONTATORE-ABBINATI
               END-IF
           END-IF.

       REGISTRA-RIMBORSO.
           EXEC SQL
               SELECT COUNT(*) INTO :BORSELLINI-ATTIVI
                   FROM Borsellini
                   WHERE Username = TRIM(BOTH ' ' FROM :M-USERNAME)
                     AND stato = 'ATTIVO'
           END-EXEC.
           IF BORSELLINI-ATTIVI > 0
               MOVE M-USERNAME TO MB-USERNAME
               MOVE "ECCEDENZA" TO MB-TIPO
               MOVE "+" TO MB-SEGNO
               MOVE IMPORTO-ECCESSO TO MB-IMPORTO
               MOVE ES-RIFERIMENTO TO MB-RIFERIMENTO
               MOVE "IMPORTA-ESITI-PAGAMENTI" TO MB-OPERATORE
               MOVE ZERO TO MB-SESSIONE
               CALL 'MOVIMENTA-BORSELLINO' USING MB-RICHIESTA
               IF MB-ESITO = "S"
                   ADD 1 TO CONTATORE-ACCREDITI
                   DISPLAY "Pagamento in eccesso di " IMPORTO-ECCESSO
                       " euro su " M-USERNAME(1:25)
                       ": accreditato sul borsellino."
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           ACCEPT OGGI-DATA-RIMB FROM DATE YYYYMMDD.
           EXEC SQL
               SELECT COALESCE(MAX(numero_rimborso), 0)
                   UPDATE QuoteIscrizione
                       SET importo_pagato = :NUOVO-PAGATO,
                           stato = TRIM(BOTH ' ' FROM :STATO-NUOVO),
                           data_pagamento = :PR-DATA-MOVIMENTO
                       WHERE riferimento_pagamento =
                           TRIM(BOTH ' ' FROM :ES-RIFERIMENTO)
               END-EXEC

           01 CONTATORE-APPLICATI PIC 9(5) VALUE ZERO.
           01 CONTATORE-ECCEZIONI PIC 9(5) VALUE ZERO.

      *    Blocco dei periodi contabili chiusi (CONTROLLA-PERIODO):
      *    un recupero datato in un mese gia' chiuso si registra con
      *    la data di oggi come rettifica, conservando la data
      *    originale (data_originale) e segnalandolo sul report.
           01 CONTATORE-RIDATATI  PIC 9(5) VALUE ZERO.
           01 PERIODO-RICHIESTA.
               03 PR-DATA-MOVIMENTO PIC 9(8).
               03 PR-MODO           PIC X(1).
               03 PR-DATA-ORIGINALE PIC 9(8).
               03 PR-CHIUSO-AL      PIC 9(8).
               03 PR-ESITO          PIC X(1).

       EXEC SQL INCLUDE SQLCA END-EXEC.

       PROCEDURE DIVISION.
           DISPLAY "Ritorni letti: " CONTATORE-LETTI.
           DISPLAY "Ritorni applicati: " CONTATORE-APPLICATI.
           DISPLAY "Ritorni in eccezione: " CONTATORE-ECCEZIONI.
           DISPLAY "Ritorni ridatati per periodo chiuso: "
               CONTATORE-RIDATATI.

           EXIT PROGRAM.

           END-READ.

       APPLICA-RITORNO.
           MOVE RT-DATA TO PR-DATA-MOVIMENTO.
           MOVE "D" TO PR-MODO.
           CALL 'CONTROLLA-PERIODO' USING PERIODO-RICHIESTA.
           EXEC SQL
               SELECT importo, importo_pagato
                   INTO :M-IMPORTO, :M-PAGATO
                       INSERT INTO PagamentiMulte (Username,
                           codiceISBN, data_multa,
                           importo_pagamento, data_pagamento,
                           operatore, sessione_cassa, data_originale)
                       VALUES (TRIM(BOTH ' ' FROM :RT-USERNAME),
                               TRIM(BOTH ' ' FROM :RT-ISBN),
                               TRIM(BOTH ' ' FROM :RT-DATA-MULTA),
                               :RT-IMPORTO, :PR-DATA-MOVIMENTO,
                               'IMPORTA-RISCOSSIONE', 0,
                               NULLIF(:PR-DATA-ORIGINALE, 0))
                   END-EXEC
                   IF PR-ESITO = "D"
                       PERFORM SEGNALA-RIDATATO
                   END-IF
                   ADD 1 TO CONTATORE-APPLICATI
                   PERFORM CONTROLLA-FINE-RISCOSSIONE
               END-IF
           END-IF.

       SEGNALA-RIDATATO.
           ADD 1 TO CONTATORE-RIDATATI.
           MOVE SPACES TO ECCEZIONE-LINE.
           STRING "RIDATATO - " RT-USERNAME(1:25) " "
               RT-ISBN(1:20) " IMPORTO " RT-IMPORTO
               " DEL " RT-DATA " REGISTRATO AL " PR-DATA-MOVIMENTO
               DELIMITED BY SIZE INTO ECCEZIONE-LINE.
           WRITE ECCEZIONE-LINE.

       CONTROLLA-FINE-RISCOSSIONE.
           EXEC SQL
               SELECT COUNT(*) INTO :ANCORA-IN-RISC FROM Multe

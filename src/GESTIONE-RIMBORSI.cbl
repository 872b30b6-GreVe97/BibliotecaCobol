
           01 NUMERO-RIMBORSO   PIC 9(7).
           01 OGGI-DATA         PIC 9(8).

      *    Blocco dei periodi contabili chiusi (CONTROLLA-PERIODO).
           01 PERIODO-RICHIESTA.
               03 PR-DATA-MOVIMENTO PIC 9(8).
               03 PR-MODO           PIC X(1).
               03 PR-DATA-ORIGINALE PIC 9(8).
               03 PR-CHIUSO-AL      PIC 9(8).
               03 PR-ESITO          PIC X(1).
           01 SUPERVISORE-USERNAME PIC X(50).
           01 RUOLO-SUPERVISORE PIC X(30).

               03 R-DATA        PIC 9(8).
               03 R-STATO       PIC X(12).

      *    Chiusura del borsellino prepagato (CASSA-SESSIONE): il
      *    residuo aspetta qui la firma come ogni altro rimborso.
      *    Approvato, il borsellino si svuota (MOVIMENTA-BORSELLINO,
      *    movimento CHIUSURA) e si chiude; respinto, torna ATTIVO.
           01 ESITO-BORSELLINO  PIC X(1).
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
      *    approvati partono verso il fornitore dei pagamenti con
      *    ESPORTA-RIMBORSI e il registro quadra ogni notte dentro
      *    QUADRATURA-MULTE. Prima questi soldi restavano invisibili.
      *    Dallo stesso registro passa la restituzione del residuo
      *    alla chiusura di un borsellino prepagato.
       GESTIONE-RIMBORSI-PARA.
           DISPLAY "------- SONO GESTIONE-RIMBORSI!".
           PERFORM UNTIL NOT PROSEGUI-SI
           END-IF.

           ACCEPT OGGI-DATA FROM DATE YYYYMMDD.
           MOVE OGGI-DATA TO PR-DATA-MOVIMENTO.
           MOVE "R" TO PR-MODO.
           CALL 'CONTROLLA-PERIODO' USING PERIODO-RICHIESTA.
           IF PR-ESITO NOT = "S"
               DISPLAY "Periodo contabile chiuso al " PR-CHIUSO-AL
                   ": rimborso non approvabile."
               EXIT PARAGRAPH
           END-IF.
           EXEC SQL
               UPDATE Rimborsi
                   SET stato = 'APPROVATO',
                     AND stato = 'RILEVATO'
           END-EXEC.
           IF SQLCODE = 0
               PERFORM SVUOTA-BORSELLINO
               IF ESITO-BORSELLINO NOT = "S"
                   EXEC SQL ROLLBACK END-EXEC
                   DISPLAY "Chiusura del borsellino non riuscita: "
                       "rimborso non approvato."
                   EXIT PARAGRAPH
               END-IF
               MOVE "APPROVAZIONE" TO AUDIT-OPERAZIONE
               PERFORM REGISTRA-AUDIT
               EXEC SQL COMMIT END-EXEC
                     AND stato = 'RILEVATO'
           END-EXEC.
           IF SQLCODE = 0
               PERFORM RIATTIVA-BORSELLINO
               MOVE "RIFIUTO" TO AUDIT-OPERAZIONE
               PERFORM REGISTRA-AUDIT
               EXEC SQL COMMIT END-EXEC
           END-PERFORM.
           EXEC SQL CLOSE C-REGISTRO-RIMB END-EXEC.

      *    Legge il rimborso appena deciso: solo quelli di chiusura
      *    borsellino toccano il borsellino.
       LEGGI-RIMBORSO.
           EXEC SQL
               SELECT Username, importo, motivo
                   INTO :R-USERNAME, :R-IMPORTO, :R-MOTIVO
                   FROM Rimborsi
                   WHERE numero_rimborso = :NUMERO-RIMBORSO
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE SPACES TO R-MOTIVO
           END-IF.

       SVUOTA-BORSELLINO.
           MOVE "S" TO ESITO-BORSELLINO.
           PERFORM LEGGI-RIMBORSO.
           IF R-MOTIVO NOT = "CHIUSURA BORSELLINO"
               EXIT PARAGRAPH
           END-IF.
           MOVE R-USERNAME TO MB-USERNAME.
           MOVE "CHIUSURA" TO MB-TIPO.
           MOVE "-" TO MB-SEGNO.
           MOVE R-IMPORTO TO MB-IMPORTO.
           MOVE SPACES TO MB-RIFERIMENTO.
           STRING "RIMBORSO " NUMERO-RIMBORSO
               DELIMITED BY SIZE INTO MB-RIFERIMENTO.
           MOVE OPERATORE-USERNAME TO MB-OPERATORE.
           MOVE ZERO TO MB-SESSIONE.
           CALL 'MOVIMENTA-BORSELLINO' USING MB-RICHIESTA.
           IF MB-ESITO NOT = "S"
               MOVE "N" TO ESITO-BORSELLINO
               EXIT PARAGRAPH
           END-IF.
           EXEC SQL
               UPDATE Borsellini
                   SET stato = 'CHIUSO',
                       data_chiusura = :OGGI-DATA
                   WHERE Username = TRIM(BOTH ' ' FROM :R-USERNAME)
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE "N" TO ESITO-BORSELLINO
           END-IF.

       RIATTIVA-BORSELLINO.
           PERFORM LEGGI-RIMBORSO.
           IF R-MOTIVO = "CHIUSURA BORSELLINO"
               EXEC SQL
                   UPDATE Borsellini
                       SET stato = 'ATTIVO'
                       WHERE Username =
                             TRIM(BOTH ' ' FROM :R-USERNAME)
                         AND stato = 'IN CHIUSURA'
               END-EXEC
               DISPLAY "Il borsellino di " R-USERNAME(1:25)
                   " torna utilizzabile."
           END-IF.

       REGISTRA-AUDIT.
           MOVE "GESTIONE-RIMBORSI" TO AUDIT-PROGRAMMA.
           MOVE SPACES TO AUDIT-CHIAVE.


           01 DECISIONE          PIC X(1).
           01 OGGI-DATA          PIC 9(8).

      *    Blocco dei periodi contabili chiusi (CONTROLLA-PERIODO).
           01 PERIODO-RICHIESTA.
               03 PR-DATA-MOVIMENTO PIC 9(8).
               03 PR-MODO           PIC X(1).
               03 PR-DATA-ORIGINALE PIC 9(8).
               03 PR-CHIUSO-AL      PIC 9(8).
               03 PR-ESITO          PIC X(1).
           01 AUDIT-OPERAZIONE   PIC X(20).
           01 AUDIT-PROGRAMMA   PIC X(30).
           01 AUDIT-CHIAVE      PIC X(50).

       APPLICA-DECISIONE-APPROVA.
           ACCEPT OGGI-DATA FROM DATE YYYYMMDD.
      *    L'esonero approvato e' una scrittura contabile: non entra
      *    in un periodo gia' chiuso.
           MOVE OGGI-DATA TO PR-DATA-MOVIMENTO.
           MOVE "R" TO PR-MODO.
           CALL 'CONTROLLA-PERIODO' USING PERIODO-RICHIESTA.
           IF PR-ESITO NOT = "S"
               DISPLAY "Periodo contabile chiuso al " PR-CHIUSO-AL
                   ": esonero non approvabile."
               EXIT PARAGRAPH
           END-IF.
           EXEC SQL
               UPDATE EsoneriMulte
                   SET stato = 'APPROVATO',

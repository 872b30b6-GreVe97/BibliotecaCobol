       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTROLLA-PERIODO.

       ENVIRONMENT DIVISION.
       DATA DIVISION.

       WORKING-STORAGE SECTION.
           01 OGGI-DATA         PIC 9(8).

       EXEC SQL INCLUDE SQLCA END-EXEC.

       LINKAGE SECTION.
      *    Blocco dei periodi contabili (PeriodiContabili, chiusi da
      *    CHIUSURA-PERIODO): un movimento di denaro datato entro
      *    l'ultimo mese chiuso non deve piu' entrare nei libri che
      *    la ragioneria ha gia' preso. Ogni programma che registra
      *    un movimento passa di qui con la data che intende usare.
      *    PR-MODO: R = rifiuta (online, l'operatore ne e' avvisato),
      *             D = ridata a oggi come scrittura di rettifica
      *                 (batch che portano date da file esterni).
      *    PR-ESITO: S = periodo aperto, data invariata;
      *              D = ridatato, PR-DATA-ORIGINALE tiene la data
      *                  di partenza e PR-DATA-MOVIMENTO quella nuova;
      *              N = rifiutato.
      *    PR-CHIUSO-AL riporta la fine dell'ultimo periodo chiuso
      *    (zero se non ne e' mai stato chiuso uno).
       01 PERIODO-RICHIESTA.
           03 PR-DATA-MOVIMENTO PIC 9(8).
           03 PR-MODO           PIC X(1).
           03 PR-DATA-ORIGINALE PIC 9(8).
           03 PR-CHIUSO-AL      PIC 9(8).
           03 PR-ESITO          PIC X(1).

       PROCEDURE DIVISION USING PERIODO-RICHIESTA.
       CONTROLLA-PERIODO-PARA.
           MOVE "S" TO PR-ESITO.
           MOVE ZERO TO PR-DATA-ORIGINALE.
           EXEC SQL
               SELECT COALESCE(MAX(fine_periodo), 0)
                   INTO :PR-CHIUSO-AL
                   FROM PeriodiContabili
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE ZERO TO PR-CHIUSO-AL
           END-IF.
           IF PR-DATA-MOVIMENTO > PR-CHIUSO-AL
               EXIT PROGRAM
           END-IF.

           IF PR-MODO = "D"
               ACCEPT OGGI-DATA FROM DATE YYYYMMDD
               MOVE PR-DATA-MOVIMENTO TO PR-DATA-ORIGINALE
               MOVE OGGI-DATA TO PR-DATA-MOVIMENTO
               MOVE "D" TO PR-ESITO
           ELSE
               MOVE "N" TO PR-ESITO
           END-IF.
           EXIT PROGRAM.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCOLA-TOTALI-PERIODO.

       ENVIRONMENT DIVISION.
       DATA DIVISION.

       WORKING-STORAGE SECTION.
           01 RIGHE-VOCE        PIC 9(7).
           01 IMPORTO-VOCE      PIC 9(11)V99.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       LINKAGE SECTION.
      *    Totali dei movimenti di denaro datati in un periodo
      *    contabile (TP-INIZIO, TP-FINE compresi), uno per voce
      *    nello stesso perimetro di CONTABILITA-EXPORT piu' i
      *    rimborsi approvati. CHIUSURA-PERIODO li fotografa alla
      *    chiusura, QUADRATURA-MULTE li ricalcola ogni notte: una
      *    differenza e' un movimento entrato in un periodo chiuso.
       01 TOTALI-PERIODO.
           03 TP-INIZIO         PIC 9(8).
           03 TP-FINE           PIC 9(8).
           03 TP-VOCE OCCURS 7.
               05 TP-MOVIMENTO  PIC X(20).
               05 TP-RIGHE      PIC 9(7).
               05 TP-IMPORTO    PIC 9(11)V99.

       PROCEDURE DIVISION USING TOTALI-PERIODO.
       CALCOLA-TOTALI-PERIODO-PARA.
           EXEC SQL
               SELECT COUNT(*), COALESCE(SUM(importo_pagamento), 0)
                   INTO :RIGHE-VOCE, :IMPORTO-VOCE
                   FROM PagamentiMulte
                   WHERE data_pagamento >= :TP-INIZIO
                     AND data_pagamento <= :TP-FINE
           END-EXEC.
           MOVE "PAGAMENTI MULTE" TO TP-MOVIMENTO(1).
           MOVE RIGHE-VOCE TO TP-RIGHE(1).
           MOVE IMPORTO-VOCE TO TP-IMPORTO(1).

           EXEC SQL
               SELECT COUNT(*), COALESCE(SUM(importo_pagamento), 0)
                   INTO :RIGHE-VOCE, :IMPORTO-VOCE
                   FROM PagamentiQuote
                   WHERE data_pagamento >= :TP-INIZIO
                     AND data_pagamento <= :TP-FINE
           END-EXEC.
           MOVE "PAGAMENTI QUOTE" TO TP-MOVIMENTO(2).
           MOVE RIGHE-VOCE TO TP-RIGHE(2).
           MOVE IMPORTO-VOCE TO TP-IMPORTO(2).

           EXEC SQL
               SELECT COUNT(*), COALESCE(SUM(importo), 0)
                   INTO :RIGHE-VOCE, :IMPORTO-VOCE
                   FROM QuoteIscrizione
                   WHERE data_emissione >= :TP-INIZIO
                     AND data_emissione <= :TP-FINE
           END-EXEC.
           MOVE "QUOTE EMESSE" TO TP-MOVIMENTO(3).
           MOVE RIGHE-VOCE TO TP-RIGHE(3).
           MOVE IMPORTO-VOCE TO TP-IMPORTO(3).

           EXEC SQL
               SELECT COUNT(*),
                      COALESCE(SUM(m.importo - m.importo_pagato), 0)
                   INTO :RIGHE-VOCE, :IMPORTO-VOCE
                   FROM EsoneriMulte e
                   JOIN Multe m
                     ON m.Username = e.Username
                    AND m.codiceISBN = e.codiceISBN
                    AND m.data_multa = e.data_multa
                   WHERE e.stato = 'APPROVATO'
                     AND e.data_decisione >= :TP-INIZIO
                     AND e.data_decisione <= :TP-FINE
           END-EXEC.
           MOVE "ESONERI" TO TP-MOVIMENTO(4).
           MOVE RIGHE-VOCE TO TP-RIGHE(4).
           MOVE IMPORTO-VOCE TO TP-IMPORTO(4).

           EXEC SQL
               SELECT COUNT(*), COALESCE(SUM(importo), 0)
                   INTO :RIGHE-VOCE, :IMPORTO-VOCE
                   FROM MovimentiBorsellino
                   WHERE data_movimento >= :TP-INIZIO
                     AND data_movimento <= :TP-FINE
                     AND tipo IN ('RICARICA', 'ECCEDENZA',
                                  'CHIUSURA')
           END-EXEC.
           MOVE "BORSELLINI" TO TP-MOVIMENTO(5).
           MOVE RIGHE-VOCE TO TP-RIGHE(5).
           MOVE IMPORTO-VOCE TO TP-IMPORTO(5).

           EXEC SQL
               SELECT COUNT(*), COALESCE(SUM(importo), 0)
                   INTO :RIGHE-VOCE, :IMPORTO-VOCE
                   FROM VenditeServizi
                   WHERE data_vendita >= :TP-INIZIO
                     AND data_vendita <= :TP-FINE
           END-EXEC.
           MOVE "VENDITE SERVIZI" TO TP-MOVIMENTO(6).
           MOVE RIGHE-VOCE TO TP-RIGHE(6).
           MOVE IMPORTO-VOCE TO TP-IMPORTO(6).

           EXEC SQL
               SELECT COUNT(*), COALESCE(SUM(importo), 0)
                   INTO :RIGHE-VOCE, :IMPORTO-VOCE
                   FROM Rimborsi
                   WHERE data_approvazione >= :TP-INIZIO
                     AND data_approvazione <= :TP-FINE
                     AND stato NOT IN ('RILEVATO', 'RESPINTO')
           END-EXEC.
           MOVE "RIMBORSI" TO TP-MOVIMENTO(7).
           MOVE RIGHE-VOCE TO TP-RIGHE(7).
           MOVE IMPORTO-VOCE TO TP-IMPORTO(7).

           EXIT PROGRAM.

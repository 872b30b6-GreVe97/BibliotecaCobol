           01 GIORNO-SERIALE        PIC 9(9).
           01 DATA-LIMITE-RIMBORSI  PIC 9(8).

      *    Periodi contabili chiusi (CHIUSURA-PERIODO): i totali
      *    per voce si ricalcolano (CALCOLA-TOTALI-PERIODO) e si
      *    confrontano con la fotografia presa alla chiusura.
           01 PC-PERIODO            PIC 9(6).
           01 INDICE-VOCE           PIC 9(2).
           01 V-MOVIMENTO           PIC X(20).
           01 V-RIGHE-CHIUSURA      PIC 9(7).
           01 V-IMPORTO-CHIUSURA    PIC 9(11)V99.
           01 TOTALI-PERIODO.
               03 TP-INIZIO         PIC 9(8).
               03 TP-FINE           PIC 9(8).
               03 TP-VOCE OCCURS 7.
                   05 TP-MOVIMENTO  PIC X(20).
                   05 TP-RIGHE      PIC 9(7).
                   05 TP-IMPORTO    PIC 9(11)V99.

           01 RUN-RICHIESTA.
               03 RC-OPERAZIONE     PIC X(1).
               03 RC-PROGRAMMA      PIC X(30).
      *    confronta con importo_pagato e stato memorizzati; in piu'
      *    si cercano pagamenti orfani di multa e residui negativi.
      *    Le eccezioni vanno nel dataset QUADREPT, nello stesso
      *    stile di RICREPT del flusso NOTTURNO. In coda si verifica
      *    che nessun movimento sia entrato nei periodi contabili
      *    gia' chiusi.
       QUADRATURA-MULTE-PARA.
           DISPLAY "------- SONO QUADRATURA-MULTE (batch)!".
           ACCEPT OGGI-DATA FROM DATE YYYYMMDD.
           PERFORM QUADRA-OGNI-MULTA.
           PERFORM PAGAMENTI-ORFANI.
           PERFORM QUADRA-RIMBORSI.
           PERFORM QUADRA-PERIODI-CHIUSI.

           MOVE SPACES TO REPORT-LINE.
           STRING "Multe esaminate: " CONTATORE-ESAMINATE
               END-EXEC
           END-PERFORM.
           EXEC SQL CLOSE C-PAG-ORFANI END-EXEC.

      *    Movimenti entrati in un periodo contabile chiuso: ogni
      *    voce ricalcolata deve tornare con la fotografia presa
      *    alla chiusura; una differenza di righe o di importo vuol
      *    dire che qualcosa e' stato registrato o toccato con una
      *    data ormai consegnata alla ragioneria.
       QUADRA-PERIODI-CHIUSI.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "--- PERIODI CONTABILI CHIUSI ---"
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           EXEC SQL
               DECLARE C-PERIODI-CHIUSI CURSOR FOR
                   SELECT periodo, inizio_periodo, fine_periodo
                       FROM PeriodiContabili
                       ORDER BY periodo
           END-EXEC.
           EXEC SQL OPEN C-PERIODI-CHIUSI END-EXEC.
           EXEC SQL
               FETCH C-PERIODI-CHIUSI INTO :PC-PERIODO, :TP-INIZIO,
                   :TP-FINE
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = ZERO
               CALL 'CALCOLA-TOTALI-PERIODO' USING TOTALI-PERIODO
               PERFORM VARYING INDICE-VOCE FROM 1 BY 1
                       UNTIL INDICE-VOCE > 7
                   PERFORM VERIFICA-VOCE-PERIODO
               END-PERFORM
               EXEC SQL
                   FETCH C-PERIODI-CHIUSI INTO :PC-PERIODO,
                       :TP-INIZIO, :TP-FINE
               END-EXEC
           END-PERFORM.
           EXEC SQL CLOSE C-PERIODI-CHIUSI END-EXEC.

       VERIFICA-VOCE-PERIODO.
           MOVE TP-MOVIMENTO(INDICE-VOCE) TO V-MOVIMENTO.
           EXEC SQL
               SELECT righe, importo
                   INTO :V-RIGHE-CHIUSURA, :V-IMPORTO-CHIUSURA
                   FROM PeriodiContabiliTotali
                   WHERE periodo = :PC-PERIODO
                     AND movimento = TRIM(BOTH ' ' FROM :V-MOVIMENTO)
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE ZERO TO V-RIGHE-CHIUSURA
               MOVE ZERO TO V-IMPORTO-CHIUSURA
           END-IF.
           IF TP-RIGHE(INDICE-VOCE) NOT = V-RIGHE-CHIUSURA
              OR TP-IMPORTO(INDICE-VOCE) NOT = V-IMPORTO-CHIUSURA
               MOVE SPACES TO REPORT-LINE
               STRING "PERIODO CHIUSO    " PC-PERIODO " "
                   V-MOVIMENTO
                   " RIGHE " V-RIGHE-CHIUSURA "->"
                   TP-RIGHE(INDICE-VOCE)
                   " IMPORTO " V-IMPORTO-CHIUSURA "->"
                   TP-IMPORTO(INDICE-VOCE)
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               ADD 1 TO CONTATORE-ANOMALIE
           END-IF.

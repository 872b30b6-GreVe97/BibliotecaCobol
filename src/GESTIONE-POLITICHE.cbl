           01 GIORNI-INPUT      PIC 9(3).
           01 IMPORTO-INPUT     PIC 9(5)V99.
           01 DEPOSITO-INPUT    PIC 9(5)V99.
      *    Rinnovi consentiti per prestito (RINNOVO-AUTOMATICO).
           01 RINNOVI-INPUT     PIC 9(3).
      *    Prestito orario in sede (CALCOLA-SCADENZA-ORARIA): ore
      *    di prestito del tipo; zero = prestito a giorni.
           01 ORE-INPUT         PIC 9(3).
           01 CONTA-RIGHE       PIC 9(5).

           01 POLITICA-REC.
               03 P-GIORNI      PIC 9(3).
               03 P-IMPORTO     PIC 9(5)V99.
               03 P-DEPOSITO    PIC 9(5)V99.
               03 P-RINNOVI     PIC 9(3).
               03 P-ORE         PIC 9(3).

       EXEC SQL INCLUDE SQLCA END-EXEC.

                   SELECT Categoria, Ruolo,
                          COALESCE(tipo_materiale, '*'),
                          giorni_prestito, importo_multa,
                          COALESCE(deposito, 0),
                          COALESCE(rinnovi_max, 2),
                          COALESCE(ore_prestito, 0)
                       FROM PoliticaPrestito
                       ORDER BY tipo_materiale, Categoria, Ruolo
           END-EXEC.
           EXEC SQL OPEN C-POL END-EXEC.
           EXEC SQL
               FETCH C-POL INTO :P-CATEGORIA, :P-RUOLO, :P-TIPO,
                   :P-GIORNI, :P-IMPORTO, :P-DEPOSITO, :P-RINNOVI,
                   :P-ORE
           END-EXEC.
           DISPLAY "Categoria / Ruolo / Tipo / Giorni / Multa al "
               "giorno (all'ora se orario) / Cauzione / Rinnovi / "
               "Ore:".
           PERFORM UNTIL SQLCODE NOT = ZERO
               DISPLAY P-CATEGORIA " / " P-RUOLO " / " P-TIPO " / "
                   P-GIORNI " / " P-IMPORTO " / " P-DEPOSITO " / "
                   P-RINNOVI " / " P-ORE
               EXEC SQL
                   FETCH C-POL INTO :P-CATEGORIA, :P-RUOLO, :P-TIPO,
                       :P-GIORNI, :P-IMPORTO, :P-DEPOSITO,
                       :P-RINNOVI, :P-ORE
               END-EXEC
           END-PERFORM.
           EXEC SQL CLOSE C-POL END-EXEC.
      *    DISPOSITIVO) vale per tutte le Categorie e puo' chiedere
      *    una cauzione; la riga '*' sul tipo e' la politica
      *    libraria classica per (Categoria, Ruolo).
      *    Con ore di prestito (solo sulle righe per tipo) il
      *    prestito scade in giornata e la multa e' per ora
      *    iniziata: i giorni possono restare a zero.
       IMPOSTA-POLITICA.
           DISPLAY "Categoria ('*' per qualsiasi): "
           ACCEPT CATEGORIA-INPUT.
           END-IF.
           DISPLAY "Giorni di prestito: "
           ACCEPT GIORNI-INPUT.
           MOVE ZERO TO ORE-INPUT.
           IF TIPO-INPUT NOT = "*" AND TIPO-INPUT NOT = "LIBRO"
               DISPLAY "Ore di prestito in sede (0 = a giorni): "
               ACCEPT ORE-INPUT
           END-IF.
           IF ORE-INPUT > ZERO
               DISPLAY "Importo multa per ora iniziata: "
           ELSE
               DISPLAY "Importo multa giornaliera: "
           END-IF.
           ACCEPT IMPORTO-INPUT.
           DISPLAY "Cauzione al prestito (0 se nessuna): "
           ACCEPT DEPOSITO-INPUT.
           DISPLAY "Rinnovi consentiti per prestito: "
           ACCEPT RINNOVI-INPUT.

           IF GIORNI-INPUT = ZERO AND ORE-INPUT = ZERO
               DISPLAY "Giorni di prestito non validi."
           ELSE
               EXEC SQL
                       UPDATE PoliticaPrestito
                           SET giorni_prestito = :GIORNI-INPUT,
                               importo_multa = :IMPORTO-INPUT,
                               deposito = :DEPOSITO-INPUT,
                               rinnovi_max = :RINNOVI-INPUT,
                               ore_prestito = :ORE-INPUT
                           WHERE Categoria =
                                 TRIM(BOTH ' ' FROM :CATEGORIA-INPUT)
                             AND Ruolo =
                   EXEC SQL
                       INSERT INTO PoliticaPrestito (Categoria,
                           Ruolo, tipo_materiale, giorni_prestito,
                           importo_multa, deposito, rinnovi_max,
                           ore_prestito)
                       VALUES (TRIM(BOTH ' ' FROM :CATEGORIA-INPUT),
                               TRIM(BOTH ' ' FROM :RUOLO-INPUT),
                               TRIM(BOTH ' ' FROM :TIPO-INPUT),
                               :GIORNI-INPUT, :IMPORTO-INPUT,
                               :DEPOSITO-INPUT, :RINNOVI-INPUT,
                               :ORE-INPUT)
                   END-EXEC
               END-IF
               IF SQLCODE = 0

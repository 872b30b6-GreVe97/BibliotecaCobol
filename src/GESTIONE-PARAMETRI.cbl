      *    N = importo con decimali, I = intero, T = testo libero,
      *    con gli estremi ammessi. Le chiavi fuori tavola passano
      *    come testo, con un avviso.
           01 MASSIMO-REGOLE    PIC 9(2) VALUE 34.
           01 INDICE-REGOLA     PIC 9(2).
           01 REGOLA-TROVATA    PIC X(1).
           01 TAVOLA-REGOLE.
               03 VOCE-REGOLA OCCURS 34.
                   05 RG-CHIAVE  PIC X(30).
                   05 RG-TIPO    PIC X(1).
                   05 RG-MINIMO  PIC 9(7)V99.
           MOVE "T" TO RG-TIPO (12).
           MOVE 0 TO RG-MINIMO (12).
           MOVE 0 TO RG-MASSIMO (12).
           MOVE "RATEIZZAZIONE-MINIMO" TO RG-CHIAVE (13).
           MOVE "N" TO RG-TIPO (13).
           MOVE 0 TO RG-MINIMO (13).
           MOVE 9999 TO RG-MASSIMO (13).
           MOVE "RATEIZZAZIONE-MAX-RATE" TO RG-CHIAVE (14).
           MOVE "I" TO RG-TIPO (14).
           MOVE 2 TO RG-MINIMO (14).
           MOVE 60 TO RG-MASSIMO (14).
           MOVE "RATEIZZAZIONE-TOLLERANZA" TO RG-CHIAVE (15).
           MOVE "I" TO RG-TIPO (15).
           MOVE 0 TO RG-MINIMO (15).
           MOVE 60 TO RG-MASSIMO (15).
           MOVE "CONTRATTI-SOGLIA-PERC" TO RG-CHIAVE (16).
           MOVE "I" TO RG-TIPO (16).
           MOVE 1 TO RG-MINIMO (16).
           MOVE 100 TO RG-MASSIMO (16).
           MOVE "CONTRATTI-PREAVVISO-GG" TO RG-CHIAVE (17).
           MOVE "I" TO RG-TIPO (17).
           MOVE 1 TO RG-MINIMO (17).
           MOVE 365 TO RG-MASSIMO (17).
           MOVE "RECLAMI-GIORNI-ATTESA" TO RG-CHIAVE (18).
           MOVE "I" TO RG-TIPO (18).
           MOVE 1 TO RG-MINIMO (18).
           MOVE 365 TO RG-MASSIMO (18).
           MOVE "RECLAMI-GIORNI-SOLLECITO" TO RG-CHIAVE (19).
           MOVE "I" TO RG-TIPO (19).
           MOVE 1 TO RG-MINIMO (19).
           MOVE 180 TO RG-MASSIMO (19).
           MOVE "RECLAMI-LIVELLO-ESCALATION" TO RG-CHIAVE (20).
           MOVE "I" TO RG-TIPO (20).
           MOVE 1 TO RG-MINIMO (20).
           MOVE 9 TO RG-MASSIMO (20).
           MOVE "COSTO-PRESTITO-SOGLIA" TO RG-CHIAVE (21).
           MOVE "N" TO RG-TIPO (21).
           MOVE 0 TO RG-MINIMO (21).
           MOVE 99999 TO RG-MASSIMO (21).
           MOVE "DEPOSITO-LEGALE-GIORNI" TO RG-CHIAVE (22).
           MOVE "I" TO RG-TIPO (22).
           MOVE 1 TO RG-MINIMO (22).
           MOVE 365 TO RG-MASSIMO (22).
           MOVE "DEPOSITO-LEGALE-SOLLECITO" TO RG-CHIAVE (23).
           MOVE "I" TO RG-TIPO (23).
           MOVE 1 TO RG-MINIMO (23).
           MOVE 180 TO RG-MASSIMO (23).
           MOVE "COPIE-LIMITE-PERCENTUALE" TO RG-CHIAVE (24).
           MOVE "I" TO RG-TIPO (24).
           MOVE 1 TO RG-MINIMO (24).
           MOVE 100 TO RG-MASSIMO (24).
           MOVE "COPIE-COSTO-PAGINA" TO RG-CHIAVE (25).
           MOVE "N" TO RG-TIPO (25).
           MOVE 0 TO RG-MINIMO (25).
           MOVE 99 TO RG-MASSIMO (25).
           MOVE "COPIE-DIRITTO-FISSO" TO RG-CHIAVE (26).
           MOVE "N" TO RG-TIPO (26).
           MOVE 0 TO RG-MINIMO (26).
           MOVE 999 TO RG-MASSIMO (26).
           MOVE "TURNI-ORA-APERTURA" TO RG-CHIAVE (27).
           MOVE "I" TO RG-TIPO (27).
           MOVE 0 TO RG-MINIMO (27).
           MOVE 23 TO RG-MASSIMO (27).
           MOVE "TURNI-MINIMO-BANCO" TO RG-CHIAVE (28).
           MOVE "I" TO RG-TIPO (28).
           MOVE 1 TO RG-MINIMO (28).
           MOVE 20 TO RG-MASSIMO (28).
           MOVE "TURNI-SOGLIA-QUIETE" TO RG-CHIAVE (29).
           MOVE "I" TO RG-TIPO (29).
           MOVE 1 TO RG-MINIMO (29).
           MOVE 999 TO RG-MASSIMO (29).
           MOVE "RECLAMI-LETTORI-GIORNI" TO RG-CHIAVE (30).
           MOVE "I" TO RG-TIPO (30).
           MOVE 1 TO RG-MINIMO (30).
           MOVE 365 TO RG-MASSIMO (30).
           MOVE "RECLAMI-LETTORI-PREAVVISO" TO RG-CHIAVE (31).
           MOVE "I" TO RG-TIPO (31).
           MOVE 0 TO RG-MINIMO (31).
           MOVE 60 TO RG-MASSIMO (31).
           MOVE "RIEQUILIBRIO-GIORNI" TO RG-CHIAVE (32).
           MOVE "I" TO RG-TIPO (32).
           MOVE 7 TO RG-MINIMO (32).
           MOVE 730 TO RG-MASSIMO (32).
           MOVE "RIEQUILIBRIO-MINIMO-ATTESE" TO RG-CHIAVE (33).
           MOVE "I" TO RG-TIPO (33).
           MOVE 1 TO RG-MINIMO (33).
           MOVE 99 TO RG-MASSIMO (33).
           MOVE "RIEQUILIBRIO-TOLLERANZA" TO RG-CHIAVE (34).
           MOVE "I" TO RG-TIPO (34).
           MOVE 0 TO RG-MINIMO (34).
           MOVE 100 TO RG-MASSIMO (34).

       ELENCA-PARAMETRI.
           EXEC SQL

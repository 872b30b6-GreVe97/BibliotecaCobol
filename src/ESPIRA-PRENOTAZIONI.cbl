               EXIT PROGRAM
           END-IF.
           MOVE RC-CHIAVE TO CHIAVE-RIPRESA.
      *    Alla ripresa i contatori proseguono da quelli salvati
      *    con l'ultimo checkpoint: il RunLog chiude con il totale
      *    della giornata, non solo con la coda del rerun.
           MOVE RC-ESAMINATE TO CONTATORE-ESAMINATE.
           MOVE RC-MODIFICATE TO CONTATORE-SCADUTE.

      *    WITH HOLD: il cursore deve sopravvivere ai COMMIT
      *    periodici di SALVA-PROGRESSO.

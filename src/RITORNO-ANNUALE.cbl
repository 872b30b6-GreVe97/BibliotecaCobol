               03 V-CHIAVE      PIC X(30).
               03 V-VALORE      PIC 9(9).
           01 VALORE-SINGOLO    PIC 9(9).
           01 ORE-INCOMPLETE    PIC 9(9).
           01 EVENTI-REC.
               03 EV-TIPO       PIC X(30).
               03 EV-NUMERO     PIC 9(9).
               03 EV-ISCRITTI   PIC 9(9).
               03 EV-PRESENTI   PIC 9(9).
      *    ORARIO-SETTIMANALE: ore settimanali in testa, seguite
      *    eventualmente dalle chiusure giornaliere (ORARIO-CHIUSURA).
           01 VALORE-ORARIO     PIC X(50).
           01 ORE-SETTIMANALI   PIC X(10).

           01 CONTATORE-VOCI    PIC 9(5) VALUE ZERO.

       PROCEDURE DIVISION USING PARM-AREA.
      *    Ritorno statistico annuale per l'autorita' regionale:
      *    consistenza per classe, acquisizioni e scarti dell'anno,
      *    prestiti, usi in sede, copie di articoli, eventi per
      *    tipo, visite, soci attivi e ore di apertura,
      *    derivati dalle tabelle di esercizio e scritti nel
      *    tracciato RETANNO.
      *    Ogni voce ha la sua riga sul foglio di prova RETPROOF con
      *    la fonte del calcolo, per poterla difendere.
       RITORNO-ANNUALE-PARA.
           PERFORM VOCE-ACQUISIZIONI.
           PERFORM VOCE-SCARTI.
           PERFORM VOCE-PRESTITI.
           PERFORM VOCE-USI-IN-SEDE.
           PERFORM VOCE-COPIE-ARTICOLI.
           PERFORM VOCE-EVENTI.
           PERFORM VOCE-VISITE.
           PERFORM VOCE-SOCI.
           PERFORM VOCE-ORARIO.

               DELIMITED BY SIZE INTO PROVA-LINE.
           WRITE PROVA-LINE.

      *    Usi in sede: consultazioni nelle sale di lettura delle
      *    copie che non circolano, registrate dal banco
      *    (CIRCOLAZIONE, modalita' uso in sede).
       VOCE-USI-IN-SEDE.
           EXEC SQL
               SELECT COUNT(*) INTO :VALORE-SINGOLO
                   FROM UsoInterno
                   WHERE data_uso >= CAST(:ANNO-DA AS INTEGER)
                     AND data_uso <= CAST(:ANNO-A AS INTEGER)
           END-EXEC.
           MOVE SPACES TO RITORNO-RECORD.
           MOVE "USOSEDE" TO RT-VOCE.
           MOVE VALORE-SINGOLO TO RT-VALORE.
           WRITE RITORNO-RECORD.
           ADD 1 TO CONTATORE-VOCI.
           MOVE SPACES TO PROVA-LINE.
           STRING "USOSEDE = " VALORE-SINGOLO
               " (usi in sede registrati al banco in UsoInterno "
               "nell'anno)"
               DELIMITED BY SIZE INTO PROVA-LINE.
           WRITE PROVA-LINE.

      *    Fornitura di copie di articoli da periodici: richieste
      *    spedite nell'anno (RICHIESTE-COPIE-ARTICOLI), distinte
      *    fra utenti e biblioteche partner.
       VOCE-COPIE-ARTICOLI.
           EXEC SQL
               SELECT COUNT(*) INTO :VALORE-SINGOLO
                   FROM RichiesteCopie
                   WHERE tipo_richiedente = 'U'
                     AND data_invio >= CAST(:ANNO-DA AS INTEGER)
                     AND data_invio <= CAST(:ANNO-A AS INTEGER)
           END-EXEC.
           MOVE SPACES TO RITORNO-RECORD.
           MOVE "DOCDELIV" TO RT-VOCE.
           MOVE "UTENTI" TO RT-QUALIFICA.
           MOVE VALORE-SINGOLO TO RT-VALORE.
           WRITE RITORNO-RECORD.
           ADD 1 TO CONTATORE-VOCI.
           MOVE SPACES TO PROVA-LINE.
           STRING "DOCDELIV UTENTI = " VALORE-SINGOLO
               " (copie di articoli spedite a utenti nell'anno, "
               "RichiesteCopie)"
               DELIMITED BY SIZE INTO PROVA-LINE.
           WRITE PROVA-LINE.
           EXEC SQL
               SELECT COUNT(*) INTO :VALORE-SINGOLO
                   FROM RichiesteCopie
                   WHERE tipo_richiedente = 'B'
                     AND data_invio >= CAST(:ANNO-DA AS INTEGER)
                     AND data_invio <= CAST(:ANNO-A AS INTEGER)
           END-EXEC.
           MOVE SPACES TO RITORNO-RECORD.
           MOVE "DOCDELIV" TO RT-VOCE.
           MOVE "BIBLIOTECHE" TO RT-QUALIFICA.
           MOVE VALORE-SINGOLO TO RT-VALORE.
           WRITE RITORNO-RECORD.
           ADD 1 TO CONTATORE-VOCI.
           MOVE SPACES TO PROVA-LINE.
           STRING "DOCDELIV BIBLIOTECHE = " VALORE-SINGOLO
               " (copie di articoli spedite a biblioteche partner "
               "nell'anno)"
               DELIMITED BY SIZE INTO PROVA-LINE.
           WRITE PROVA-LINE.

      *    Eventi tenuti nell'anno (non annullati), per tipo di
      *    evento: numero di eventi (EVENTI), posti assegnati agli
      *    iscritti (EVISCR) e presenze, iscritti presenti piu'
      *    presenti senza iscrizione (EVPRES).
       VOCE-EVENTI.
           EXEC SQL
               DECLARE C-RT-EVENTI CURSOR FOR
                   SELECT e.tipo_evento, COUNT(*),
                          SUM((SELECT COUNT(*) FROM IscrizioniEventi i
                                  WHERE i.numero_evento =
                                        e.numero_evento
                                    AND i.stato IN ('ISCRITTO',
                                        'PRESENTE', 'ASSENTE'))),
                          SUM((SELECT COUNT(*) FROM IscrizioniEventi i
                                  WHERE i.numero_evento =
                                        e.numero_evento
                                    AND i.stato = 'PRESENTE')
                              + COALESCE(e.presenti_senza_iscrizione,
                                         0))
                       FROM Eventi e
                       WHERE e.data_evento >= CAST(:ANNO-DA AS INTEGER)
                         AND e.data_evento <= CAST(:ANNO-A AS INTEGER)
                         AND e.stato <> 'ANNULLATO'
                       GROUP BY e.tipo_evento
                       ORDER BY e.tipo_evento
           END-EXEC.
           EXEC SQL OPEN C-RT-EVENTI END-EXEC.
           EXEC SQL
               FETCH C-RT-EVENTI INTO :EV-TIPO, :EV-NUMERO,
                   :EV-ISCRITTI, :EV-PRESENTI
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = ZERO
               MOVE SPACES TO RITORNO-RECORD
               MOVE "EVENTI" TO RT-VOCE
               MOVE EV-TIPO TO RT-QUALIFICA
               MOVE EV-NUMERO TO RT-VALORE
               WRITE RITORNO-RECORD
               MOVE "EVISCR" TO RT-VOCE
               MOVE EV-ISCRITTI TO RT-VALORE
               WRITE RITORNO-RECORD
               MOVE "EVPRES" TO RT-VOCE
               MOVE EV-PRESENTI TO RT-VALORE
               WRITE RITORNO-RECORD
               ADD 3 TO CONTATORE-VOCI
               MOVE SPACES TO PROVA-LINE
               STRING "EVENTI " EV-TIPO(1:15) " = " EV-NUMERO
                   ", EVISCR = " EV-ISCRITTI ", EVPRES = "
                   EV-PRESENTI " (Eventi e IscrizioniEventi, "
                   "attesa esclusa)"
                   DELIMITED BY SIZE INTO PROVA-LINE
               WRITE PROVA-LINE
               EXEC SQL
                   FETCH C-RT-EVENTI INTO :EV-TIPO, :EV-NUMERO,
                       :EV-ISCRITTI, :EV-PRESENTI
               END-EXEC
           END-PERFORM.
           EXEC SQL CLOSE C-RT-EVENTI END-EXEC.

      *    Visite dell'anno dai contapersone delle Filiali
      *    (IngressiContatori, giorni di chiusura esclusi
      *    all'import). Il foglio di prova dichiara le ore perse per
      *    guasto o buco, che non sono stimate.
       VOCE-VISITE.
           MOVE ZERO TO VALORE-SINGOLO.
           MOVE ZERO TO ORE-INCOMPLETE.
           EXEC SQL
               SELECT COALESCE(SUM(ingressi), 0),
                      COALESCE(SUM(CASE WHEN stato_contatore = 'OK'
                                        THEN 0 ELSE 1 END), 0)
                   INTO :VALORE-SINGOLO, :ORE-INCOMPLETE
                   FROM IngressiContatori
                   WHERE data_visita >= CAST(:ANNO-DA AS INTEGER)
                     AND data_visita <= CAST(:ANNO-A AS INTEGER)
           END-EXEC.
           MOVE SPACES TO RITORNO-RECORD.
           MOVE "VISITE" TO RT-VOCE.
           MOVE VALORE-SINGOLO TO RT-VALORE.
           WRITE RITORNO-RECORD.
           ADD 1 TO CONTATORE-VOCI.
           MOVE SPACES TO PROVA-LINE.
           STRING "VISITE = " VALORE-SINGOLO
               " (ingressi dei contapersone in IngressiContatori "
               "nell'anno; ore in guasto o mancanti non stimate: "
               ORE-INCOMPLETE ")"
               DELIMITED BY SIZE INTO PROVA-LINE.
           WRITE PROVA-LINE.

      *    Soci attivi: l'anagrafe non registra la data di nascita,
      *    quindi le fasce d'eta' richieste non sono derivabili: si
      *    dichiara il totale sotto la qualifica ND, e il foglio di
      *    Ore di apertura settimanali dalla configurazione.
       VOCE-ORARIO.
           MOVE 40 TO VALORE-SINGOLO.
           MOVE SPACES TO VALORE-ORARIO.
           EXEC SQL
               SELECT Valore INTO :VALORE-ORARIO
                   FROM Parametri
                   WHERE Chiave = 'ORARIO-SETTIMANALE'
           END-EXEC.
           IF SQLCODE = 0
               MOVE SPACES TO ORE-SETTIMANALI
               UNSTRING VALORE-ORARIO DELIMITED BY ALL SPACE
                   INTO ORE-SETTIMANALI
               IF ORE-SETTIMANALI(1:1) IS NUMERIC
                   MOVE FUNCTION NUMVAL(ORE-SETTIMANALI)
                       TO VALORE-SINGOLO
               END-IF
           END-IF.
           MOVE SPACES TO RITORNO-RECORD.
           MOVE "ORARIO" TO RT-VOCE.

               03 P-CATEGORIA    PIC X(30).
               03 P-SEDE         PIC X(30).
               03 P-TIPO         PIC X(12).
               03 P-ORA-SCADENZA PIC 9(6).
               03 P-DATA-SCADENZA PIC 9(8).

           01 MULTA-REC.
               03 M-ISBN         PIC X(50).
               03 A-POSIZIONE    PIC 9(5).

           01 RUOLO-LETTORE      PIC X(30) VALUE "Lettore".
      *    Modo di chiamata per PRENOTA-SALE, PRENOTA-POSTAZIONI,
      *    PROFILI-NOVITA e GESTIONE-CONSENSI:
      *    "L" = il lettore prenota per se stesso.
           01 MODO-SALE          PIC X(1) VALUE "L".
           01 GIORNI-PRESTITO    PIC 9(3) VALUE 30.
           01 IMPORTO-MULTA-POLITICA PIC 9(5)V99.
               03 V-NOME          PIC X(50).
               03 V-TITOLO        PIC X(100).
               03 V-AUTORE        PIC X(100).
               03 V-RECENSIONI    PIC 9(5).
               03 V-VOTO-MEDIO    PIC 9V9.
           01 VOTO-MEDIO-EDIT     PIC 9.9.

           01 DATE-RICHIESTA.
               03 DR-OPERAZIONE PIC X(1).
               03 W-MOTIVO       PIC X(100).
               03 W-DATA         PIC 9(8).

      *    Recensioni dei lettori (RecensioniLibri): solo per titoli
      *    avuti davvero in prestito, una per titolo; la coda di
      *    moderazione e' GESTIONE-RECENSIONI.
           01 NUMERO-RECENSIONE  PIC 9(9).
           01 MAX-RECENSIONE     PIC 9(9).
           01 ISBN-RECENSITO     PIC X(50).
           01 TITOLO-RECENSITO   PIC X(100).
           01 VOTO-RECENSIONE    PIC 9(1).
           01 TESTO-RECENSIONE   PIC X(300).
           01 PRESTITI-TITOLO    PIC 9(5).
           01 RECENSIONI-TITOLO  PIC 9(5).
           01 RECENSIONE-REC.
               03 RV-NUMERO      PIC 9(9).
               03 RV-TITOLO      PIC X(100).
               03 RV-VOTO        PIC 9(1).
               03 RV-STATO       PIC X(12).
               03 RV-MOTIVO      PIC X(100).
               03 RV-DATA        PIC 9(8).

      *    Novita' segnalate al lettore dai suoi profili di avviso
      *    (AvvisiNovita, batch AVVISI-NOVITA; profili in
      *    PROFILI-NOVITA): da qui le prenota o entra in coda.
           01 SEGNALAZIONE-REC.
               03 SN-ISBN         PIC X(50).
               03 SN-TITOLO       PIC X(100).
               03 SN-AUTORE       PIC X(100).
               03 SN-DATA         PIC 9(8).
               03 SN-TIPO         PIC X(10).
               03 SN-VALORE       PIC X(100).
               03 SN-DISPONIBILI  PIC S9(5).
           01 SEGNALAZIONI-MOSTRATE PIC 9(3).
           01 MASSIMO-SEGNALAZIONI  PIC 9(3) VALUE 20.


      *    Nucleo familiare (GESTIONE-NUCLEI): il tutore vede il
      *    quadro della famiglia - prestiti aperti e residuo multe
               03 CP-ESITO          PIC X(1).
               03 CP-MOTIVO         PIC X(100).

      *    Ricerca a catalogo sull'indice per parola (IndiceParole,
      *    come SEARCH-BOOKS) con le copie del contatore
      *    DisponibilitaLibro; da qui il lettore entra in coda o
      *    prenota il ritiro, con i controlli del banco
      *    (CONTROLLA-IDONEITA).
           01 FRASE-RICERCA      PIC X(100).
           01 FRASE-NORMALE      PIC X(100).
           01 PAROLE-RICERCA.
               03 PAROLA-RICERCA OCCURS 5 PIC X(50).
           01 NUMERO-PAROLE      PIC 9(1).
           01 INDICE-PAROLA      PIC 9(1).
           01 PAROLA-CORRENTE    PIC X(50).
           01 PAROLE-PRESENTI    PIC 9(3).
           01 TITOLO-VALIDO      PIC X(1).
           01 RISULTATI-PAROLE   PIC 9(5).
           01 CATALOGO-REC.
               03 C-ISBN          PIC X(50).
               03 C-TITOLO        PIC X(100).
               03 C-AUTORE        PIC X(100).
               03 C-SEDE          PIC X(30).
               03 C-DISPONIBILI   PIC S9(5).
           01 ISBN-SCELTO        PIC X(50).
      *    Collana od opera in piu' volumi del titolo trovato
      *    (GESTIONE-COLLANE): gli altri volumi con le copie libere,
      *    per trovare subito il seguito.
           01 COLLANA-TITOLO     PIC 9(6).
           01 VOLUME-TITOLO      PIC 9(3).
           01 NOME-COLLANA       PIC X(100).
           01 VOLUME-REC.
               03 VL-VOLUME       PIC 9(3).
               03 VL-ISBN         PIC X(50).
               03 VL-TITOLO       PIC X(100).
               03 VL-DISPONIBILI  PIC S9(5).
           01 COPIE-DISPONIBILI  PIC S9(5).
           01 GIA-PRESENTE       PIC 9(5).
           01 POSIZIONE-ATTESA   PIC 9(5).
           01 FILIALE-UTENTE     PIC X(30).
           01 FILIALE-RITIRO     PIC X(30).
           01 RISPOSTA           PIC X(1).
           01 CI-RICHIESTA.
               03 CI-USERNAME       PIC X(50).
               03 CI-ISBN           PIC X(50).
               03 CI-ESITO          PIC X(1).
               03 CI-MOTIVO         PIC X(100).
               03 CI-OPERAZIONE     PIC X(1) VALUE "P".

       EXEC SQL INCLUDE SQLCA END-EXEC.

       LINKAGE SECTION.
               DISPLAY "8. Vetrine tematiche del momento"
               DISPLAY "9. La mia famiglia (se sei il tutore)"
               DISPLAY "10. Il mio estratto conto"
               DISPLAY "11. Cerca nel catalogo e prenota"
               DISPLAY "12. Le mie prenotazioni di ritiro"
               DISPLAY "13. Eventi della biblioteca e iscrizioni"
               DISPLAY "14. Prenota una postazione internet"
               DISPLAY "15. Recensisci un libro che hai letto"
               DISPLAY "16. Le mie recensioni"
               DISPLAY "17. I miei avvisi sulle novita' (profili)"
               DISPLAY "18. Novita' segnalate per te"
               DISPLAY "19. I miei consensi (comunicazioni e dati)"
               DISPLAY "0. Esci"
               DISPLAY "Scegli un'opzione: "
               ACCEPT SCELTA-MENU
                   WHEN 9 PERFORM MIA-FAMIGLIA
                   WHEN 10 CALL 'ESTRATTO-CONTO' USING USER-INPUT,
                       MODO-SALE
                   WHEN 11 PERFORM CERCA-CATALOGO
                   WHEN 12 CALL 'PRENOTA-ANTICIPATA' USING
                       USER-INPUT, MODO-SALE
                   WHEN 13 CALL 'GESTIONE-EVENTI' USING USER-INPUT,
                       MODO-SALE
                   WHEN 14 CALL 'PRENOTA-POSTAZIONI' USING
                       USER-INPUT, MODO-SALE
                   WHEN 15 PERFORM SCRIVI-RECENSIONE
                   WHEN 16 PERFORM MIE-RECENSIONI
                   WHEN 17 CALL 'PROFILI-NOVITA' USING USER-INPUT,
                       MODO-SALE
                   WHEN 18 PERFORM NOVITA-SEGNALATE
                   WHEN 19 CALL 'GESTIONE-CONSENSI' USING USER-INPUT,
                       MODO-SALE
                   WHEN 0 MOVE "N" TO PROSEGUI
                   WHEN OTHER DISPLAY "Opzione non valida."
               END-EVALUATE
                   SELECT COALESCE(p.numero_prestito, 0),
                          p.codiceISBN, l.Titolo,
                          p.data_prenotazione, l.Categoria, l.SEDE,
                          COALESCE(l.TipoMateriale, 'LIBRO'),
                          COALESCE(p.data_scadenza, 0)
                       FROM Prenotazione p
                       JOIN Libro l ON p.codiceISBN = l.ISBN
                       WHERE p.Username =
           EXEC SQL OPEN C-MIEI END-EXEC.
           EXEC SQL
               FETCH C-MIEI INTO :P-NUMERO, :P-ISBN, :P-TITOLO,
                   :P-DATA-PREN, :P-CATEGORIA, :P-SEDE, :P-TIPO,
                   :P-DATA-SCADENZA
           END-EXEC.
           DISPLAY "I tuoi prestiti:".
           PERFORM UNTIL SQLCODE NOT = ZERO
               MOVE P-DATA-PREN(1:8) TO DR-DATA-DA
               MOVE GIORNI-PRESTITO TO DR-GIORNI
               CALL 'CALCOLA-DATE' USING DATE-RICHIESTA
      *        Bibliobus: si rende al prossimo passaggio in fermata.
               IF P-DATA-SCADENZA > ZERO
                   MOVE P-DATA-SCADENZA TO DR-DATA-A
               END-IF
               DISPLAY "Prestito " P-NUMERO " - " P-TITOLO
               DISPLAY "  dal " P-DATA-PREN(1:8)
                   " scadenza " DR-DATA-A
               END-IF
               EXEC SQL
                   FETCH C-MIEI INTO :P-NUMERO, :P-ISBN, :P-TITOLO,
                       :P-DATA-PREN, :P-CATEGORIA, :P-SEDE, :P-TIPO,
                       :P-DATA-SCADENZA
               END-EXEC
           END-PERFORM.
           EXEC SQL CLOSE C-MIEI END-EXEC.
           END-PERFORM.
           EXEC SQL CLOSE C-MIE-PROPOSTE END-EXEC.

      *    Recensione di un titolo: il controllo e' sullo storico
      *    dei prestiti del lettore (PrenotazioneStorico) o su un
      *    prestito in corso; senza prestito niente recensione. Una
      *    sola recensione viva per titolo: solo se la precedente e'
      *    stata respinta o ritirata se ne puo' scrivere un'altra.
       SCRIVI-RECENSIONE.
           DISPLAY "ISBN del libro da recensire: "
           ACCEPT ISBN-RECENSITO.
           EXEC SQL
               SELECT Titolo INTO :TITOLO-RECENSITO
                   FROM Libro
                   WHERE ISBN = TRIM(BOTH ' ' FROM :ISBN-RECENSITO)
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY "Titolo non presente a catalogo."
               EXIT PARAGRAPH
           END-IF.

           EXEC SQL
               SELECT (SELECT COUNT(*) FROM PrenotazioneStorico
                          WHERE Username =
                                TRIM(BOTH ' ' FROM :USER-INPUT)
                            AND codiceISBN =
                                TRIM(BOTH ' ' FROM :ISBN-RECENSITO))
                    + (SELECT COUNT(*) FROM Prenotazione
                          WHERE Username =
                                TRIM(BOTH ' ' FROM :USER-INPUT)
                            AND codiceISBN =
                                TRIM(BOTH ' ' FROM :ISBN-RECENSITO))
                   INTO :PRESTITI-TITOLO
           END-EXEC.
           IF PRESTITI-TITOLO = ZERO
               DISPLAY "Puoi recensire solo i libri che hai avuto "
                   "in prestito."
               EXIT PARAGRAPH
           END-IF.

           EXEC SQL
               SELECT COUNT(*) INTO :RECENSIONI-TITOLO
                   FROM RecensioniLibri
                   WHERE Username = TRIM(BOTH ' ' FROM :USER-INPUT)
                     AND codiceISBN =
                         TRIM(BOTH ' ' FROM :ISBN-RECENSITO)
                     AND stato IN ('IN ATTESA', 'APPROVATA')
           END-EXEC.
           IF RECENSIONI-TITOLO > ZERO
               DISPLAY "Hai gia' una recensione per questo titolo "
                   "(vedi Le mie recensioni)."
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Recensione di: " TITOLO-RECENSITO(1:60).
           DISPLAY "Voto da 1 a 5: "
           ACCEPT VOTO-RECENSIONE.
           IF VOTO-RECENSIONE < 1 OR VOTO-RECENSIONE > 5
               DISPLAY "Il voto va da 1 a 5."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Il tuo commento (fino a 300 caratteri): "
           ACCEPT TESTO-RECENSIONE.
           IF TESTO-RECENSIONE = SPACES
               DISPLAY "Il commento e' obbligatorio."
               EXIT PARAGRAPH
           END-IF.

           EXEC SQL
               SELECT COALESCE(MAX(numero_recensione), 0)
                   INTO :MAX-RECENSIONE
                   FROM RecensioniLibri
           END-EXEC.
           COMPUTE NUMERO-RECENSIONE = MAX-RECENSIONE + 1.
           ACCEPT OGGI-DATA FROM DATE YYYYMMDD.

           EXEC SQL
               INSERT INTO RecensioniLibri (numero_recensione,
                   Username, codiceISBN, voto, testo, data_invio,
                   stato)
               VALUES (:NUMERO-RECENSIONE,
                       TRIM(BOTH ' ' FROM :USER-INPUT),
                       TRIM(BOTH ' ' FROM :ISBN-RECENSITO),
                       :VOTO-RECENSIONE,
                       TRIM(BOTH ' ' FROM :TESTO-RECENSIONE),
                       :OGGI-DATA, 'IN ATTESA')
           END-EXEC.
           IF SQLCODE = 0
               EXEC SQL COMMIT END-EXEC
               DISPLAY "Grazie! La recensione n. " NUMERO-RECENSIONE
                   " sara' pubblicata dopo la moderazione."
           ELSE
               DISPLAY "Errore nella registrazione: " SQLERRMC
           END-IF.

       MIE-RECENSIONI.
           EXEC SQL
               DECLARE C-MIE-RECENSIONI CURSOR FOR
                   SELECT r.numero_recensione,
                          COALESCE(l.Titolo, r.codiceISBN), r.voto,
                          r.stato, COALESCE(r.motivo_decisione, ' '),
                          r.data_invio
                       FROM RecensioniLibri r
                       LEFT JOIN Libro l ON r.codiceISBN = l.ISBN
                       WHERE r.Username =
                           TRIM(BOTH ' ' FROM :USER-INPUT)
                       ORDER BY r.data_invio, r.numero_recensione
           END-EXEC.
           EXEC SQL OPEN C-MIE-RECENSIONI END-EXEC.
           EXEC SQL
               FETCH C-MIE-RECENSIONI INTO :RV-NUMERO, :RV-TITOLO,
                   :RV-VOTO, :RV-STATO, :RV-MOTIVO, :RV-DATA
           END-EXEC.
           DISPLAY "Le tue recensioni:".
           PERFORM UNTIL SQLCODE NOT = ZERO
               DISPLAY "N. " RV-NUMERO " del " RV-DATA " - "
                   RV-TITOLO(1:50) " voto " RV-VOTO "/5 ["
                   RV-STATO "]"
               IF RV-MOTIVO NOT = SPACES
                   DISPLAY "   risposta: " RV-MOTIVO(1:80)
               END-IF
               EXEC SQL
                   FETCH C-MIE-RECENSIONI INTO :RV-NUMERO,
                       :RV-TITOLO, :RV-VOTO, :RV-STATO, :RV-MOTIVO,
                       :RV-DATA
               END-EXEC
           END-PERFORM.
           EXEC SQL CLOSE C-MIE-RECENSIONI END-EXEC.

      *    Le novita' che i profili del lettore hanno fatto
      *    scattare, dalla piu' recente, con le copie libere: il
      *    titolo scelto passa per PRENOTA-DA-CATALOGO, che offre
      *    il ritiro se c'e' una copia e altrimenti la lista
      *    d'attesa.
       NOVITA-SEGNALATE.
           MOVE ZERO TO SEGNALAZIONI-MOSTRATE.
           EXEC SQL
               DECLARE C-SEGNALATE CURSOR FOR
                   SELECT a.codiceISBN, l.TITOLO, l.AUTORE,
                          a.data_avviso, a.tipo_profilo, a.valore,
                          COALESCE(d.copie_disponibili, 0)
                       FROM AvvisiNovita a
                       JOIN Libro l ON a.codiceISBN = l.ISBN
                       LEFT JOIN DisponibilitaLibro d
                         ON d.codiceISBN = l.ISBN
                       WHERE a.Username =
                           TRIM(BOTH ' ' FROM :USER-INPUT)
                       ORDER BY a.data_avviso DESC, l.TITOLO
           END-EXEC.
           EXEC SQL OPEN C-SEGNALATE END-EXEC.
           EXEC SQL
               FETCH C-SEGNALATE INTO :SN-ISBN, :SN-TITOLO,
                   :SN-AUTORE, :SN-DATA, :SN-TIPO, :SN-VALORE,
                   :SN-DISPONIBILI
           END-EXEC.
           DISPLAY "Novita' segnalate per te:".
           PERFORM UNTIL SQLCODE NOT = ZERO OR
                   SEGNALAZIONI-MOSTRATE >= MASSIMO-SEGNALAZIONI
               ADD 1 TO SEGNALAZIONI-MOSTRATE
               DISPLAY SN-DATA " " SN-ISBN(1:13) " "
                   SN-TITOLO(1:45) " di " SN-AUTORE(1:25)
               IF SN-DISPONIBILI > 0
                   DISPLAY "   (" SN-TIPO " " SN-VALORE(1:30)
                       ") copie disponibili: " SN-DISPONIBILI
               ELSE
                   DISPLAY "   (" SN-TIPO " " SN-VALORE(1:30)
                       ") tutte le copie sono fuori"
               END-IF
               EXEC SQL
                   FETCH C-SEGNALATE INTO :SN-ISBN, :SN-TITOLO,
                       :SN-AUTORE, :SN-DATA, :SN-TIPO, :SN-VALORE,
                       :SN-DISPONIBILI
               END-EXEC
           END-PERFORM.
           EXEC SQL CLOSE C-SEGNALATE END-EXEC.
           IF SEGNALAZIONI-MOSTRATE = 0
               DISPLAY "Nessuna novita' segnalata: imposta i tuoi "
                   "profili con l'opzione 17."
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "ISBN da prenotare o per la lista d'attesa "
               "(spazio = nessuno): "
           ACCEPT ISBN-SCELTO.
           IF ISBN-SCELTO NOT = SPACES
               PERFORM PRENOTA-DA-CATALOGO
           END-IF.

      *    Vetrine del momento: le vetrine con il periodo che
      *    comprende oggi, con i titoli esposti e il voto medio
      *    delle recensioni pubblicate.
       VETRINE-ATTIVE.
           EXEC SQL
               DECLARE C-VETRINE-ATT CURSOR FOR
                   SELECT v.numero_vetrina, v.nome, l.TITOLO,
                          l.AUTORE,
                          (SELECT COUNT(*) FROM RecensioniLibri r
                              WHERE r.codiceISBN = l.ISBN
                                AND r.stato = 'APPROVATA'),
                          (SELECT COALESCE(ROUND(AVG(r.voto), 1), 0)
                              FROM RecensioniLibri r
                              WHERE r.codiceISBN = l.ISBN
                                AND r.stato = 'APPROVATA')
                       FROM Vetrine v
                       JOIN VetrineTitoli t
                         ON t.numero_vetrina = v.numero_vetrina
           EXEC SQL OPEN C-VETRINE-ATT END-EXEC.
           EXEC SQL
               FETCH C-VETRINE-ATT INTO :V-NUMERO, :V-NOME,
                   :V-TITOLO, :V-AUTORE, :V-RECENSIONI, :V-VOTO-MEDIO
           END-EXEC.
           DISPLAY "Vetrine tematiche del momento:".
           PERFORM UNTIL SQLCODE NOT = ZERO
               DISPLAY "[" V-NOME(1:30) "] " V-TITOLO(1:50)
                   " di " V-AUTORE(1:30)
               IF V-RECENSIONI > ZERO
                   MOVE V-VOTO-MEDIO TO VOTO-MEDIO-EDIT
                   DISPLAY "   voto dei lettori " VOTO-MEDIO-EDIT
                       "/5 (" V-RECENSIONI " recensioni)"
               END-IF
               EXEC SQL
                   FETCH C-VETRINE-ATT INTO :V-NUMERO, :V-NOME,
                       :V-TITOLO, :V-AUTORE, :V-RECENSIONI,
                       :V-VOTO-MEDIO
               END-EXEC
           END-PERFORM.
           EXEC SQL CLOSE C-VETRINE-ATT END-EXEC.
           EXEC SQL
               SELECT p.codiceISBN, p.data_prenotazione,
                      l.Categoria, l.SEDE,
                      COALESCE(l.TipoMateriale, 'LIBRO'),
                      COALESCE(p.ora_scadenza, 0),
                      COALESCE(p.data_scadenza, 0)
                   INTO :P-ISBN, :P-DATA-PREN, :P-CATEGORIA,
                        :P-SEDE, :P-TIPO, :P-ORA-SCADENZA,
                        :P-DATA-SCADENZA
                   FROM Prenotazione p
                   JOIN Libro l ON p.codiceISBN = l.ISBN
                   WHERE p.numero_prestito = :NUMERO-SCELTO

           IF SQLCODE NOT = 0
               DISPLAY "Nessun tuo prestito con questo numero."
               EXIT PARAGRAPH
           END-IF.
      *    Il prestito orario in sede si rende in giornata: niente
      *    rinnovo da qui.
           IF P-ORA-SCADENZA > ZERO
               DISPLAY "Impossibile rinnovare: prestito orario da "
                   "rendere in giornata al banco."
               EXIT PARAGRAPH
           END-IF.
      *    Il prestito del bibliobus scade al passaggio successivo
      *    e si rinnova alla fermata, con il mezzo davanti.
           IF P-DATA-SCADENZA > ZERO
               DISPLAY "Impossibile rinnovare: prestito del "
                   "bibliobus, si rinnova alla fermata il "
                   P-DATA-SCADENZA "."
           ELSE
               EXEC SQL
                   SELECT COUNT(*) INTO :ATTESA-PRESENTI
                       MOVE OGGI-DATA TO NUOVA-DATA
                       EXEC SQL
                           UPDATE Prenotazione
                               SET data_prenotazione = :NUOVA-DATA,
                                   numero_rinnovi =
                                     COALESCE(numero_rinnovi, 0) + 1
                               WHERE numero_prestito = :NUMERO-SCELTO
                       END-EXEC
                       IF SQLCODE = 0
              CONSENSO-TUTORE NOT = "S"
               MOVE "S" TO ETA-BLOCCATA
           END-IF.

      *    Ricerca per parole in qualsiasi ordine, come l'opzione 10
      *    di SEARCH-BOOKS, con le copie disponibili di ogni titolo.
       CERCA-CATALOGO.
           DISPLAY "Parole da cercare (fino a 5, separate da "
               "spazio): "
           ACCEPT FRASE-RICERCA.
           MOVE FUNCTION UPPER-CASE(FRASE-RICERCA) TO FRASE-NORMALE.
           INSPECT FRASE-NORMALE REPLACING ALL "'" BY " ".
           MOVE ZERO TO NUMERO-PAROLE.
           MOVE SPACES TO PAROLE-RICERCA.
           UNSTRING FRASE-NORMALE DELIMITED BY ALL " "
               INTO PAROLA-RICERCA (1) PAROLA-RICERCA (2)
                    PAROLA-RICERCA (3) PAROLA-RICERCA (4)
                    PAROLA-RICERCA (5)
               TALLYING IN NUMERO-PAROLE
           END-UNSTRING.
           IF NUMERO-PAROLE = 0 OR PAROLA-RICERCA (1) = SPACES
               DISPLAY "Nessuna parola da cercare."
               EXIT PARAGRAPH
           END-IF.

           MOVE ZERO TO RISULTATI-PAROLE.
           MOVE PAROLA-RICERCA (1) TO PAROLA-CORRENTE.
           EXEC SQL
               DECLARE C-CATALOGO CURSOR FOR
                   SELECT l.ISBN, l.TITOLO, l.AUTORE, l.SEDE,
                          COALESCE(d.copie_disponibili, 0)
                       FROM IndiceParole i
                       JOIN Libro l ON i.codiceISBN = l.ISBN
                       LEFT JOIN DisponibilitaLibro d
                         ON d.codiceISBN = l.ISBN
                       WHERE i.parola =
                           TRIM(BOTH ' ' FROM :PAROLA-CORRENTE)
                       ORDER BY l.TITOLO
           END-EXEC.
           EXEC SQL OPEN C-CATALOGO END-EXEC.
           EXEC SQL
               FETCH C-CATALOGO INTO :C-ISBN, :C-TITOLO, :C-AUTORE,
                   :C-SEDE, :C-DISPONIBILI
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = ZERO
               PERFORM VERIFICA-ALTRE-PAROLE
               IF TITOLO-VALIDO = "S"
                   ADD 1 TO RISULTATI-PAROLE
                   DISPLAY "ISBN: " C-ISBN(1:13) " - "
                       C-TITOLO(1:50)
                   DISPLAY "  di " C-AUTORE(1:40) " - Sede "
                       C-SEDE
                   IF C-DISPONIBILI > 0
                       DISPLAY "  copie disponibili: " C-DISPONIBILI
                   ELSE
                       DISPLAY "  tutte le copie sono fuori"
                   END-IF
                   PERFORM MOSTRA-ALTRI-VOLUMI
               END-IF
               EXEC SQL
                   FETCH C-CATALOGO INTO :C-ISBN, :C-TITOLO,
                       :C-AUTORE, :C-SEDE, :C-DISPONIBILI
               END-EXEC
           END-PERFORM.
           EXEC SQL CLOSE C-CATALOGO END-EXEC.
           DISPLAY "Titoli trovati: " RISULTATI-PAROLE.
           IF RISULTATI-PAROLE = 0
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "ISBN del titolo da prenotare (spazio = nessuno): "
           ACCEPT ISBN-SCELTO.
           IF ISBN-SCELTO NOT = SPACES
               PERFORM PRENOTA-DA-CATALOGO
           END-IF.

       VERIFICA-ALTRE-PAROLE.
           MOVE "S" TO TITOLO-VALIDO.
           PERFORM VARYING INDICE-PAROLA FROM 2 BY 1
                   UNTIL INDICE-PAROLA > NUMERO-PAROLE
                      OR TITOLO-VALIDO = "N"
               IF PAROLA-RICERCA (INDICE-PAROLA) NOT = SPACES
                   MOVE PAROLA-RICERCA (INDICE-PAROLA)
                       TO PAROLA-CORRENTE
                   EXEC SQL
                       SELECT COUNT(*) INTO :PAROLE-PRESENTI
                           FROM IndiceParole
                           WHERE parola =
                               TRIM(BOTH ' ' FROM :PAROLA-CORRENTE)
                             AND codiceISBN =
                               TRIM(BOTH ' ' FROM :C-ISBN)
                   END-EXEC
                   IF PAROLE-PRESENTI = 0
                       MOVE "N" TO TITOLO-VALIDO
                   END-IF
               END-IF
           END-PERFORM.

       MOSTRA-ALTRI-VOLUMI.
           MOVE ZERO TO COLLANA-TITOLO.
           EXEC SQL
               SELECT COALESCE(l.codice_collana, 0),
                      COALESCE(l.numero_volume, 0),
                      COALESCE(s.nome, ' ')
                   INTO :COLLANA-TITOLO, :VOLUME-TITOLO,
                        :NOME-COLLANA
                   FROM Libro l
                   LEFT JOIN Collane s
                     ON s.codice_collana = l.codice_collana
                   WHERE l.ISBN = TRIM(BOTH ' ' FROM :C-ISBN)
           END-EXEC.
           IF SQLCODE NOT = 0 OR COLLANA-TITOLO = ZERO
               EXIT PARAGRAPH
           END-IF.
           IF VOLUME-TITOLO > 0
               DISPLAY "  collana " NOME-COLLANA(1:50)
                   ", volume " VOLUME-TITOLO
           ELSE
               DISPLAY "  collana " NOME-COLLANA(1:50)
           END-IF.
           EXEC SQL
               DECLARE C-ALTRI-VOLUMI CURSOR FOR
                   SELECT COALESCE(l.numero_volume, 0), l.ISBN,
                          l.TITOLO, COALESCE(d.copie_disponibili, 0)
                       FROM Libro l
                       LEFT JOIN DisponibilitaLibro d
                         ON d.codiceISBN = l.ISBN
                       WHERE l.codice_collana = :COLLANA-TITOLO
                         AND l.ISBN <> TRIM(BOTH ' ' FROM :C-ISBN)
                       ORDER BY 1, l.TITOLO
           END-EXEC.
           EXEC SQL OPEN C-ALTRI-VOLUMI END-EXEC.
           EXEC SQL
               FETCH C-ALTRI-VOLUMI INTO :VL-VOLUME, :VL-ISBN,
                   :VL-TITOLO, :VL-DISPONIBILI
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = ZERO
               IF VL-DISPONIBILI > 0
                   DISPLAY "    vol. " VL-VOLUME " " VL-ISBN(1:13)
                       " " VL-TITOLO(1:40) " - disponibili: "
                       VL-DISPONIBILI
               ELSE
                   DISPLAY "    vol. " VL-VOLUME " " VL-ISBN(1:13)
                       " " VL-TITOLO(1:40) " - tutte fuori"
               END-IF
               EXEC SQL
                   FETCH C-ALTRI-VOLUMI INTO :VL-VOLUME, :VL-ISBN,
                       :VL-TITOLO, :VL-DISPONIBILI
               END-EXEC
           END-PERFORM.
           EXEC SQL CLOSE C-ALTRI-VOLUMI END-EXEC.

      *    Titolo con copie disponibili: prenotazione del ritiro a
      *    data (PRENOTA-ANTICIPATA). Tutte fuori: lista d'attesa.
       PRENOTA-DA-CATALOGO.
           EXEC SQL
               SELECT COALESCE(d.copie_disponibili, 0)
                   INTO :COPIE-DISPONIBILI
                   FROM Libro l
                   LEFT JOIN DisponibilitaLibro d
                     ON d.codiceISBN = l.ISBN
                   WHERE l.ISBN = TRIM(BOTH ' ' FROM :ISBN-SCELTO)
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY "ISBN non a catalogo."
               EXIT PARAGRAPH
           END-IF.

           EXEC SQL
               SELECT (SELECT COUNT(*) FROM Prenotazione
                          WHERE codiceISBN =
                                TRIM(BOTH ' ' FROM :ISBN-SCELTO)
                            AND Username =
                                TRIM(BOTH ' ' FROM :USER-INPUT)) +
                      (SELECT COUNT(*) FROM Lista-Attesa
                          WHERE codiceISBN =
                                TRIM(BOTH ' ' FROM :ISBN-SCELTO)
                            AND Username =
                                TRIM(BOTH ' ' FROM :USER-INPUT))
                   INTO :GIA-PRESENTE
           END-EXEC.
           IF GIA-PRESENTE > 0
               DISPLAY "Hai gia' questo titolo in prestito o in "
                   "lista d'attesa."
               EXIT PARAGRAPH
           END-IF.

           MOVE USER-INPUT TO CI-USERNAME.
           MOVE ISBN-SCELTO TO CI-ISBN.
           CALL 'CONTROLLA-IDONEITA' USING CI-RICHIESTA.
           IF CI-ESITO = "S"
               DISPLAY "Prenotazione non consentita: "
                   CI-MOTIVO(1:70) "."
               DISPLAY "Rivolgiti al banco."
               EXIT PARAGRAPH
           END-IF.

           IF COPIE-DISPONIBILI > 0
               DISPLAY "Il titolo e' disponibile: scegli la data di "
                   "ritiro con 'Nuova prenotazione' (ISBN "
                   ISBN-SCELTO(1:13) ")."
               CALL 'PRENOTA-ANTICIPATA' USING USER-INPUT, MODO-SALE
           ELSE
               PERFORM ISCRIVI-LISTA-ATTESA
           END-IF.

      *    Stessa iscrizione di RESERVE-BOOK (OFFRI-LISTA-ATTESA),
      *    con la Filiale di ritiro scelta dal lettore.
       ISCRIVI-LISTA-ATTESA.
           DISPLAY "Tutte le copie sono fuori. Vuoi entrare in lista "
               "d'attesa? (S/N)"
           ACCEPT RISPOSTA.
           IF RISPOSTA NOT = "S" AND RISPOSTA NOT = "s"
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO FILIALE-UTENTE.
           EXEC SQL
               SELECT COALESCE(Filiale, ' ') INTO :FILIALE-UTENTE
                   FROM Utente
                   WHERE Username = TRIM(BOTH ' ' FROM :USER-INPUT)
           END-EXEC.
           DISPLAY "Filiale di ritiro (spazio = " FILIALE-UTENTE
               "): "
           ACCEPT FILIALE-RITIRO.
           IF FILIALE-RITIRO = SPACES
               MOVE FILIALE-UTENTE TO FILIALE-RITIRO
           END-IF.
           EXEC SQL
               SELECT COUNT(*) INTO :POSIZIONE-ATTESA
                   FROM Lista-Attesa
                   WHERE codiceISBN = TRIM(BOTH ' ' FROM :ISBN-SCELTO)
           END-EXEC.
           ADD 1 TO POSIZIONE-ATTESA.
           EXEC SQL
               INSERT INTO Lista-Attesa (codiceISBN, Username,
                   posizione, data_iscrizione, filiale_ritiro)
               VALUES (TRIM(BOTH ' ' FROM :ISBN-SCELTO),
                       TRIM(BOTH ' ' FROM :USER-INPUT),
                       :POSIZIONE-ATTESA, :OGGI-DATA,
                       NULLIF(TRIM(BOTH ' ' FROM :FILIALE-RITIRO),
                              ''))
           END-EXEC.
           IF SQLCODE = 0
               EXEC SQL COMMIT END-EXEC
               DISPLAY "Sei in lista d'attesa, posizione "
                   POSIZIONE-ATTESA "."
               DISPLAY "Ritiro presso la Filiale " FILIALE-RITIRO "."
           ELSE
               DISPLAY "Errore nell'iscrizione: " SQLERRMC
           END-IF.

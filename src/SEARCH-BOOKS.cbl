       01 NOME-KIT-DISP     PIC X(50).
      *    Vetrine tematiche attive (GESTIONE-VETRINE).
       01 OGGI-DATA-VETRINE PIC 9(8).
      *    Collane e opere in piu' volumi (GESTIONE-COLLANE): nel
      *    dettaglio del titolo compaiono gli altri volumi con la
      *    loro disponibilita'.
       01 COLLANA-TITOLO    PIC 9(6).
       01 VOLUME-TITOLO     PIC 9(3).
       01 NOME-COLLANA      PIC X(100).
       01 VOLUME-REC.
           03 VL-VOLUME     PIC 9(3).
           03 VL-ISBN       PIC X(50).
           03 VL-TITOLO     PIC X(100).
           03 VL-DISPONIBILI PIC S9(5).
       01 COLLANA-REC.
           03 CL-CODICE     PIC 9(6).
           03 CL-NOME       PIC X(100).
           03 CL-TITOLI     PIC 9(5).
      *    Soggettario (GESTIONE-SOGGETTI): la ricerca per soggetto
      *    parte anche dalle forme varianti e mostra i titoli sotto
      *    la forma preferita.
       01 SOGGETTO-REC.
           03 SG-CODICE     PIC 9(6).
           03 SG-FORMA      PIC X(100).
           03 SG-TITOLI     PIC 9(5).
       01 SOGGETTO-TITOLO   PIC X(100).
       01 TITOLO-SOGGETTO-REC.
           03 TS-ISBN       PIC X(50).
           03 TS-TITOLO     PIC X(100).
           03 TS-DISPONIBILI PIC S9(5).
      *    Ricerca per parole in qualsiasi ordine sull'indice
      *    IndiceParole (INDICE-PAROLE): "storia roma antica" trova
      *    i titoli con tutte e tre le parole, ovunque stiano.
           03 V-NOME        PIC X(50).
           03 V-TITOLO-V    PIC X(100).
           03 V-AUTORE-V    PIC X(100).
           03 V-RECENSIONI  PIC 9(5).
           03 V-VOTO-MEDIO  PIC 9V9.
      *    Recensioni dei lettori pubblicate (RecensioniLibri,
      *    moderate in GESTIONE-RECENSIONI): voto medio del titolo e
      *    le piu' recenti.
       01 RECENSIONI-APPROVATE PIC 9(5).
       01 VOTO-MEDIO        PIC 9V9.
       01 VOTO-MEDIO-EDIT   PIC 9.9.
       01 RECENSIONE-REC.
           03 RV-VOTO       PIC 9(1).
           03 RV-TESTO      PIC X(300).
       01 RECENSIONI-MOSTRATE PIC 9(3).
       01 MASSIMO-RECENSIONI PIC 9(3) VALUE 2.
       01 SOLO-DISPONIBILI PIC X(1) VALUE "N".
         88 SOLO-DISPONIBILI-SI VALUE "S".
       01 SORT-KEY PIC 9 VALUE 1.
           DISPLAY 'Cerca per: 1.Titolo 2.Autore 3.Codice Casa '
               'Editrice 4.Categoria 5.Sede 6.Sfoglia autori '
               '7.Sfoglia classificazione 8.Tipo di materiale '
               '9.Vetrine tematiche 10.Parole in qualsiasi ordine '
               '11.Collane e opere in piu'' volumi 12.Soggetti'
           ACCEPT SEARCH-OPTION
           IF SEARCH-OPTION = 6
               PERFORM SFOGLIA-AUTORI
               PERFORM CERCA-PER-PAROLE
               STOP RUN
           END-IF
           IF SEARCH-OPTION = 11
               PERFORM CERCA-COLLANA
               STOP RUN
           END-IF
           IF SEARCH-OPTION = 12
               PERFORM CERCA-SOGGETTO
               STOP RUN
           END-IF
           DISPLAY 'Vuoi solo i libri disponibili? (S/N): '
           ACCEPT SOLO-DISPONIBILI
           DISPLAY 'Ordina per: 1.Titolo 2.Autore'
           DISPLAY 'Categoria: ' CATEGORIA
           DISPLAY 'Sede: ' SEDE
           PERFORM MOSTRA-PREVISIONE-RIENTRO
           PERFORM MOSTRA-COLLANA
           PERFORM MOSTRA-SOGGETTI
           PERFORM MOSTRA-KIT
           PERFORM MOSTRA-AFFINI
           PERFORM MOSTRA-RECENSIONI
           DISPLAY ' - '
           IF FUNCTION MOD(CONTATORE, RIGHE-PER-PAGINA) = ZERO
               PERFORM CHIEDI-MORE-QUIT
               DISPLAY 'Autore: ' AUTORE
               DISPLAY 'Sede: ' SEDE
               PERFORM MOSTRA-PREVISIONE-RIENTRO
               PERFORM MOSTRA-COLLANA
               PERFORM MOSTRA-RECENSIONI
               DISPLAY ' - '
               EXEC SQL FETCH C-TIPO INTO :ISBN, :TITOLO, :AUTORE,
                           :CODICECASAEDITRICE, :CATEGORIA, :SEDE
                   DISPLAY 'Autore: ' AUTORE
                   DISPLAY 'Sede: ' SEDE
                   PERFORM MOSTRA-PREVISIONE-RIENTRO
                   PERFORM MOSTRA-COLLANA
                   PERFORM MOSTRA-RECENSIONI
                   DISPLAY ' - '
               END-IF
               EXEC SQL
           ACCEPT OGGI-DATA-VETRINE FROM DATE YYYYMMDD
           EXEC SQL
               DECLARE C-SB-VETRINE CURSOR FOR
                   SELECT v.nome, l.TITOLO, l.AUTORE,
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
           EXEC SQL OPEN C-SB-VETRINE END-EXEC
           EXEC SQL
               FETCH C-SB-VETRINE INTO :V-NOME, :V-TITOLO-V,
                   :V-AUTORE-V, :V-RECENSIONI, :V-VOTO-MEDIO
           END-EXEC
           DISPLAY 'Vetrine tematiche attive:'
           PERFORM UNTIL SQLCODE NOT = ZERO
               DISPLAY '[' V-NOME(1:30) '] ' V-TITOLO-V(1:50)
                   ' di ' V-AUTORE-V(1:30)
               IF V-RECENSIONI > ZERO
                   MOVE V-VOTO-MEDIO TO VOTO-MEDIO-EDIT
                   DISPLAY '   voto dei lettori ' VOTO-MEDIO-EDIT
                       '/5 (' V-RECENSIONI ' recensioni)'
               END-IF
               EXEC SQL
                   FETCH C-SB-VETRINE INTO :V-NOME, :V-TITOLO-V,
                       :V-AUTORE-V, :V-RECENSIONI, :V-VOTO-MEDIO
               END-EXEC
           END-PERFORM
           EXEC SQL CLOSE C-SB-VETRINE END-EXEC.

      *****************COLLANE E OPERE IN PIU' VOLUMI*******************
      *    Le collane il cui nome contiene la stringa cercata, con
      *    tutti i volumi in ordine di numero e le copie libere di
      *    ciascuno: il lettore vede subito se il volume 3 c'e'.
       CERCA-COLLANA.
           DISPLAY 'Nome della collana o dell''opera: '
           ACCEPT SEARCH-VALUE
           EXEC SQL
               DECLARE C-SB-COLLANE CURSOR FOR
                   SELECT s.codice_collana, s.nome,
                          (SELECT COUNT(*) FROM Libro l
                              WHERE l.codice_collana =
                                  s.codice_collana)
                       FROM Collane s
                       WHERE s.nome ILIKE '%' ||
                           TRIM(BOTH ' ' FROM :SEARCH-VALUE) || '%'
                       ORDER BY s.nome
           END-EXEC
           EXEC SQL OPEN C-SB-COLLANE END-EXEC
           EXEC SQL
               FETCH C-SB-COLLANE INTO :CL-CODICE, :CL-NOME,
                   :CL-TITOLI
           END-EXEC
           IF SQLCODE NOT = ZERO
               DISPLAY 'Nessuna collana trovata.'
           END-IF
           PERFORM UNTIL SQLCODE NOT = ZERO
               DISPLAY CL-NOME(1:60) ' - titoli: ' CL-TITOLI
               MOVE CL-CODICE TO COLLANA-TITOLO
               MOVE ZERO TO VOLUME-TITOLO
               MOVE SPACES TO ISBN
               PERFORM ELENCA-VOLUMI-COLLANA
               EXEC SQL
                   FETCH C-SB-COLLANE INTO :CL-CODICE, :CL-NOME,
                       :CL-TITOLI
               END-EXEC
           END-PERFORM
           EXEC SQL CLOSE C-SB-COLLANE END-EXEC.

       MOSTRA-COLLANA.
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
                   WHERE l.ISBN = TRIM(BOTH ' ' FROM :ISBN)
           END-EXEC.
           IF SQLCODE NOT = 0 OR COLLANA-TITOLO = ZERO
               EXIT PARAGRAPH
           END-IF.
           IF VOLUME-TITOLO > 0
               DISPLAY 'Collana: ' NOME-COLLANA(1:50)
                   ', volume ' VOLUME-TITOLO
           ELSE
               DISPLAY 'Collana: ' NOME-COLLANA(1:50)
           END-IF.
           DISPLAY 'Altri volumi:'.
           PERFORM ELENCA-VOLUMI-COLLANA.

      *    Volumi della collana COLLANA-TITOLO, escluso il titolo
      *    corrente (ISBN), con la disponibilita' dal contatore.
       ELENCA-VOLUMI-COLLANA.
           EXEC SQL
               DECLARE C-SB-VOLUMI CURSOR FOR
                   SELECT COALESCE(l.numero_volume, 0), l.ISBN,
                          l.TITOLO, COALESCE(d.copie_disponibili, 0)
                       FROM Libro l
                       LEFT JOIN DisponibilitaLibro d
                         ON d.codiceISBN = l.ISBN
                       WHERE l.codice_collana = :COLLANA-TITOLO
                         AND l.ISBN <> TRIM(BOTH ' ' FROM :ISBN)
                       ORDER BY 1, l.TITOLO
           END-EXEC.
           EXEC SQL OPEN C-SB-VOLUMI END-EXEC.
           EXEC SQL
               FETCH C-SB-VOLUMI INTO :VL-VOLUME, :VL-ISBN,
                   :VL-TITOLO, :VL-DISPONIBILI
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = ZERO
               IF VL-DISPONIBILI > 0
                   DISPLAY '  vol. ' VL-VOLUME ' ' VL-TITOLO(1:45)
                       ' - disponibili: ' VL-DISPONIBILI
               ELSE
                   DISPLAY '  vol. ' VL-VOLUME ' ' VL-TITOLO(1:45)
                       ' - tutte le copie fuori'
               END-IF
               EXEC SQL
                   FETCH C-SB-VOLUMI INTO :VL-VOLUME, :VL-ISBN,
                       :VL-TITOLO, :VL-DISPONIBILI
               END-EXEC
           END-PERFORM.
           EXEC SQL CLOSE C-SB-VOLUMI END-EXEC.

      *****************SOGGETTI****************************************
      *    I soggetti la cui forma preferita o una cui variante
      *    contiene la stringa cercata ("partigiani" trova
      *    "Resistenza - Piemonte"), ciascuno con i suoi titoli e
      *    le copie libere.
       CERCA-SOGGETTO.
           DISPLAY 'Soggetto da cercare: '
           ACCEPT SEARCH-VALUE
           EXEC SQL
               DECLARE C-SB-SOGGETTI CURSOR FOR
                   SELECT s.codice_soggetto, s.forma_preferita,
                          (SELECT COUNT(*) FROM LibroSoggetti t
                              WHERE t.codice_soggetto =
                                  s.codice_soggetto)
                       FROM Soggetti s
                       WHERE s.forma_preferita ILIKE '%' ||
                           TRIM(BOTH ' ' FROM :SEARCH-VALUE) || '%'
                          OR EXISTS
                             (SELECT 1 FROM SoggettiVarianti v
                                 WHERE v.codice_soggetto =
                                       s.codice_soggetto
                                   AND v.variante ILIKE '%' ||
                                 TRIM(BOTH ' ' FROM :SEARCH-VALUE)
                                       || '%')
                       ORDER BY s.forma_preferita
           END-EXEC
           EXEC SQL OPEN C-SB-SOGGETTI END-EXEC
           EXEC SQL
               FETCH C-SB-SOGGETTI INTO :SG-CODICE, :SG-FORMA,
                   :SG-TITOLI
           END-EXEC
           IF SQLCODE NOT = ZERO
               DISPLAY 'Nessun soggetto trovato.'
           END-IF
           PERFORM UNTIL SQLCODE NOT = ZERO
               DISPLAY SG-FORMA(1:60) ' - titoli: ' SG-TITOLI
               PERFORM ELENCA-TITOLI-SOGGETTO
               EXEC SQL
                   FETCH C-SB-SOGGETTI INTO :SG-CODICE, :SG-FORMA,
                       :SG-TITOLI
               END-EXEC
           END-PERFORM
           EXEC SQL CLOSE C-SB-SOGGETTI END-EXEC.

       ELENCA-TITOLI-SOGGETTO.
           EXEC SQL
               DECLARE C-SB-TITOLI-SOGG CURSOR FOR
                   SELECT l.ISBN, l.TITOLO,
                          COALESCE(d.copie_disponibili, 0)
                       FROM LibroSoggetti t
                       JOIN Libro l ON l.ISBN = t.codiceISBN
                       LEFT JOIN DisponibilitaLibro d
                         ON d.codiceISBN = l.ISBN
                       WHERE t.codice_soggetto = :SG-CODICE
                       ORDER BY l.TITOLO
           END-EXEC.
           EXEC SQL OPEN C-SB-TITOLI-SOGG END-EXEC.
           EXEC SQL
               FETCH C-SB-TITOLI-SOGG INTO :TS-ISBN, :TS-TITOLO,
                   :TS-DISPONIBILI
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = ZERO
               IF TS-DISPONIBILI > 0
                   DISPLAY '  ' TS-ISBN(1:13) ' ' TS-TITOLO(1:45)
                       ' - disponibili: ' TS-DISPONIBILI
               ELSE
                   DISPLAY '  ' TS-ISBN(1:13) ' ' TS-TITOLO(1:45)
                       ' - tutte le copie fuori'
               END-IF
               EXEC SQL
                   FETCH C-SB-TITOLI-SOGG INTO :TS-ISBN, :TS-TITOLO,
                       :TS-DISPONIBILI
               END-EXEC
           END-PERFORM.
           EXEC SQL CLOSE C-SB-TITOLI-SOGG END-EXEC.

      *    Nel dettaglio del titolo, i suoi soggetti.
       MOSTRA-SOGGETTI.
           EXEC SQL
               DECLARE C-SB-SOGG-LIBRO CURSOR FOR
                   SELECT s.forma_preferita
                       FROM LibroSoggetti t
                       JOIN Soggetti s
                         ON s.codice_soggetto = t.codice_soggetto
                       WHERE t.codiceISBN = TRIM(BOTH ' ' FROM :ISBN)
                       ORDER BY s.forma_preferita
           END-EXEC.
           EXEC SQL OPEN C-SB-SOGG-LIBRO END-EXEC.
           EXEC SQL
               FETCH C-SB-SOGG-LIBRO INTO :SOGGETTO-TITOLO
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = ZERO
               DISPLAY 'Soggetto: ' SOGGETTO-TITOLO(1:60)
               EXEC SQL
                   FETCH C-SB-SOGG-LIBRO INTO :SOGGETTO-TITOLO
               END-EXEC
           END-PERFORM.
           EXEC SQL CLOSE C-SB-SOGG-LIBRO END-EXEC.

      *****************KIT DI LETTURA***********************************
       MOSTRA-KIT.
           EXEC SQL
           END-PERFORM.
           EXEC SQL CLOSE C-AFFINI END-EXEC.

      *****************RECENSIONI DEI LETTORI***************************
      *    Solo le recensioni APPROVATE in moderazione: voto medio,
      *    numero e il testo delle piu' recenti. Il nome di chi
      *    scrive non compare.
       MOSTRA-RECENSIONI.
           EXEC SQL
               SELECT COUNT(*), COALESCE(ROUND(AVG(voto), 1), 0)
                   INTO :RECENSIONI-APPROVATE, :VOTO-MEDIO
                   FROM RecensioniLibri
                   WHERE codiceISBN = TRIM(BOTH ' ' FROM :ISBN)
                     AND stato = 'APPROVATA'
           END-EXEC.
           IF SQLCODE NOT = ZERO OR RECENSIONI-APPROVATE = ZERO
               EXIT PARAGRAPH
           END-IF.
           MOVE VOTO-MEDIO TO VOTO-MEDIO-EDIT.
           DISPLAY 'Voto dei lettori: ' VOTO-MEDIO-EDIT '/5 ('
               RECENSIONI-APPROVATE ' recensioni)'.
           MOVE ZERO TO RECENSIONI-MOSTRATE.
           EXEC SQL
               DECLARE C-RECENSIONI CURSOR FOR
                   SELECT voto, testo
                       FROM RecensioniLibri
                       WHERE codiceISBN = TRIM(BOTH ' ' FROM :ISBN)
                         AND stato = 'APPROVATA'
                       ORDER BY data_decisione DESC,
                                numero_recensione DESC
           END-EXEC.
           EXEC SQL OPEN C-RECENSIONI END-EXEC.
           EXEC SQL
               FETCH C-RECENSIONI INTO :RV-VOTO, :RV-TESTO
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = ZERO OR
                   RECENSIONI-MOSTRATE >= MASSIMO-RECENSIONI
               ADD 1 TO RECENSIONI-MOSTRATE
               DISPLAY '  ' RV-VOTO '/5 - ' RV-TESTO(1:70)
               IF RV-TESTO(71:230) NOT = SPACES
                   DISPLAY '        ' RV-TESTO(71:70)
               END-IF
               EXEC SQL
                   FETCH C-RECENSIONI INTO :RV-VOTO, :RV-TESTO
               END-EXEC
           END-PERFORM.
           EXEC SQL CLOSE C-RECENSIONI END-EXEC.

      *****************PREVISIONE DI DISPONIBILITA'*********************
       MOSTRA-PREVISIONE-RIENTRO.
           EXEC SQL

       IDENTIFICATION DIVISION.
       PROGRAM-ID. MASCHERA-DATI.

       ENVIRONMENT DIVISION.
       DATA DIVISION.

       WORKING-STORAGE SECTION.
           01 RUOLO-OPERATORE   PIC X(30).
           01 CONTA-PERMESSO    PIC 9(5).
           01 MD-INDICE         PIC 9(3).
           01 MD-LUNGHEZZA      PIC 9(3).
           01 MD-CHIOCCIOLA     PIC 9(3).
           01 MD-VIRGOLA        PIC 9(3).
           01 MD-APPOGGIO       PIC X(255).
           01 MD-MOTIVO         PIC X(80).
           01 MD-NASCITA.
               03 MD-NASCITA-AAAA PIC X(4).
               03 MD-NASCITA-MM   PIC X(2).
               03 MD-NASCITA-GG   PIC X(2).

           01 CW-RICHIESTA.
               03 CW-OPERATORE      PIC X(50).
               03 CW-SOGGETTO       PIC X(50).
               03 CW-PROGRAMMA      PIC X(30).
               03 CW-MOTIVO         PIC X(100).

       EXEC SQL INCLUDE SQLCA END-EXEC.

       LINKAGE SECTION.
      *    Mascheramento dei dati personali sulle videate del
      *    personale, per ruolo dell'operatore:
      *    'L' livello - MD-IN-CHIARO 'S' se il ruolo vede i dati
      *        per intero (Super Amministratore, o Permessi
      *        'DATI-IN-CHIARO'); MD-PUO-MOSTRARE 'S' se puo'
      *        chiederli caso per caso (Permessi
      *        'MOSTRA-DATI-COMPLETI');
      *    'C' dati completi - chiede il motivo e lo registra con
      *        CONSULTAZIONE-WRITER, poi mette MD-IN-CHIARO a 'S';
      *    'M' maschera - se MD-IN-CHIARO non e' 'S' lascia le
      *        ultime tre cifre del telefono, l'iniziale e il
      *        dominio dell'email, la parte dopo l'ultima virgola
      *        dell'indirizzo (CAP e comune), le ultime quattro
      *        lettere del codice fiscale e l'anno di nascita.
      *        MD-NASCITA-TESTO torna sempre come GG/MM/AAAA.
      *    Le stesse regole valgono per ogni stampa o estrazione
      *    prodotta da quelle videate.
       01 MD-RICHIESTA.
           03 MD-OPERAZIONE     PIC X(1).
           03 MD-OPERATORE      PIC X(50).
           03 MD-SOGGETTO       PIC X(50).
           03 MD-PROGRAMMA      PIC X(30).
           03 MD-IN-CHIARO      PIC X(1).
           03 MD-PUO-MOSTRARE   PIC X(1).
           03 MD-INDIRIZZO      PIC X(255).
           03 MD-TELEFONO       PIC X(20).
           03 MD-EMAIL          PIC X(100).
           03 MD-CODICE-FISCALE PIC X(16).
           03 MD-DATA-NASCITA   PIC 9(8).
           03 MD-NASCITA-TESTO  PIC X(10).

       PROCEDURE DIVISION USING MD-RICHIESTA.
       MASCHERA-DATI-PARA.
           EVALUATE MD-OPERAZIONE
               WHEN "L" PERFORM LEGGI-LIVELLO
               WHEN "C" PERFORM DATI-COMPLETI
               WHEN "M" PERFORM MASCHERA-CAMPI
           END-EVALUATE.
           EXIT PROGRAM.

       LEGGI-LIVELLO.
           MOVE "N" TO MD-IN-CHIARO.
           MOVE "N" TO MD-PUO-MOSTRARE.
           MOVE SPACES TO RUOLO-OPERATORE.
           EXEC SQL
               SELECT Ruolo INTO :RUOLO-OPERATORE FROM Utente
                   WHERE Username = TRIM(BOTH ' ' FROM :MD-OPERATORE)
           END-EXEC.
           IF RUOLO-OPERATORE = "Super Amministratore"
               MOVE "S" TO MD-IN-CHIARO
               MOVE "S" TO MD-PUO-MOSTRARE
               EXIT PARAGRAPH
           END-IF.
           EXEC SQL
               SELECT COUNT(*) INTO :CONTA-PERMESSO FROM Permessi
                   WHERE Ruolo = TRIM(BOTH ' ' FROM :RUOLO-OPERATORE)
                     AND Programma = 'DATI-IN-CHIARO'
           END-EXEC.
           IF CONTA-PERMESSO > 0
               MOVE "S" TO MD-IN-CHIARO
           END-IF.
           EXEC SQL
               SELECT COUNT(*) INTO :CONTA-PERMESSO FROM Permessi
                   WHERE Ruolo = TRIM(BOTH ' ' FROM :RUOLO-OPERATORE)
                     AND Programma = 'MOSTRA-DATI-COMPLETI'
           END-EXEC.
           IF CONTA-PERMESSO > 0
               MOVE "S" TO MD-PUO-MOSTRARE
           END-IF.

      *    Dati completi su richiesta: il motivo e' obbligatorio e
      *    finisce nel registro privacy delle consultazioni.
       DATI-COMPLETI.
           IF MD-PUO-MOSTRARE NOT = "S"
               DISPLAY "Dati completi non consentiti per il ruolo."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Motivo della visione dei dati completi: "
           MOVE SPACES TO MD-MOTIVO.
           ACCEPT MD-MOTIVO.
           IF MD-MOTIVO = SPACES
               DISPLAY "Motivo obbligatorio: dati lasciati mascherati."
               EXIT PARAGRAPH
           END-IF.
           MOVE MD-OPERATORE TO CW-OPERATORE.
           MOVE MD-SOGGETTO TO CW-SOGGETTO.
           MOVE MD-PROGRAMMA TO CW-PROGRAMMA.
           MOVE SPACES TO CW-MOTIVO.
           STRING "DATI COMPLETI: " MD-MOTIVO
               DELIMITED BY SIZE INTO CW-MOTIVO.
           CALL 'CONSULTAZIONE-WRITER' USING CW-RICHIESTA.
           MOVE "S" TO MD-IN-CHIARO.

       MASCHERA-CAMPI.
           MOVE SPACES TO MD-NASCITA-TESTO.
           IF MD-DATA-NASCITA > 0
               MOVE MD-DATA-NASCITA TO MD-NASCITA
               STRING MD-NASCITA-GG "/" MD-NASCITA-MM "/"
                   MD-NASCITA-AAAA
                   DELIMITED BY SIZE INTO MD-NASCITA-TESTO
           END-IF.
           IF MD-IN-CHIARO = "S"
               EXIT PARAGRAPH
           END-IF.

           IF MD-NASCITA-TESTO NOT = SPACES
               MOVE "**/**" TO MD-NASCITA-TESTO(1:5)
           END-IF.

           IF MD-CODICE-FISCALE NOT = SPACES
               MOVE ALL "*" TO MD-CODICE-FISCALE(1:12)
           END-IF.

      *    Telefono: asterischi su tutto tranne le ultime tre cifre.
           MOVE ZERO TO MD-LUNGHEZZA.
           PERFORM VARYING MD-INDICE FROM 20 BY -1
                   UNTIL MD-INDICE < 1 OR MD-LUNGHEZZA > 0
               IF MD-TELEFONO(MD-INDICE:1) NOT = SPACE
                   MOVE MD-INDICE TO MD-LUNGHEZZA
               END-IF
           END-PERFORM.
           PERFORM VARYING MD-INDICE FROM 1 BY 1
                   UNTIL MD-INDICE > MD-LUNGHEZZA - 3
               IF MD-TELEFONO(MD-INDICE:1) NOT = SPACE
                   MOVE "*" TO MD-TELEFONO(MD-INDICE:1)
               END-IF
           END-PERFORM.

      *    Email: iniziale, asterischi e dominio.
           IF MD-EMAIL NOT = SPACES
               MOVE ZERO TO MD-CHIOCCIOLA
               INSPECT MD-EMAIL TALLYING MD-CHIOCCIOLA
                   FOR CHARACTERS BEFORE INITIAL "@"
               MOVE SPACES TO MD-APPOGGIO
               IF MD-CHIOCCIOLA < 100
                   STRING MD-EMAIL(1:1) "***"
                       MD-EMAIL(MD-CHIOCCIOLA + 1:
                           100 - MD-CHIOCCIOLA)
                       DELIMITED BY SIZE INTO MD-APPOGGIO
               ELSE
                   STRING MD-EMAIL(1:1) "***"
                       DELIMITED BY SIZE INTO MD-APPOGGIO
               END-IF
               MOVE MD-APPOGGIO TO MD-EMAIL
           END-IF.

      *    Indirizzo: solo quanto segue l'ultima virgola.
           IF MD-INDIRIZZO NOT = SPACES
               MOVE ZERO TO MD-VIRGOLA
               PERFORM VARYING MD-INDICE FROM 255 BY -1
                       UNTIL MD-INDICE < 1 OR MD-VIRGOLA > 0
                   IF MD-INDIRIZZO(MD-INDICE:1) = ","
                       MOVE MD-INDICE TO MD-VIRGOLA
                   END-IF
               END-PERFORM
               MOVE SPACES TO MD-APPOGGIO
               IF MD-VIRGOLA > 0
                   STRING "***" MD-INDIRIZZO(MD-VIRGOLA:
                           256 - MD-VIRGOLA)
                       DELIMITED BY SIZE INTO MD-APPOGGIO
               ELSE
                   MOVE "***" TO MD-APPOGGIO
               END-IF
               MOVE MD-APPOGGIO TO MD-INDIRIZZO
           END-IF.

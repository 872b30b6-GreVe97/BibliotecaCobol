       IDENTIFICATION DIVISION.
       PROGRAM-ID. GESTIONE-TERMINALI-POS.

       ENVIRONMENT DIVISION.
       DATA DIVISION.

       WORKING-STORAGE SECTION.
           01 SCELTA-MENU       PIC 9(3).
           01 PROSEGUI          PIC X(1) VALUE "S".
             88 PROSEGUI-SI VALUE "S".

           01 CONTA-RIGHE       PIC 9(5).
           01 TERMINALI-TROVATI PIC 9(5).

           01 TERMINALE-REC.
               03 P-CODICE          PIC X(10).
               03 P-FILIALE         PIC X(30).
               03 P-DESCRIZIONE     PIC X(50).
               03 P-ATTIVO          PIC X(1).

           01 AUDIT-PROGRAMMA   PIC X(30).
           01 AUDIT-OPERAZIONE  PIC X(20).
           01 AUDIT-CHIAVE      PIC X(50).

      *    Interruttore di scrittura della finestra batch (stato
      *    CONSULTA = online in sola consultazione).
           01 CS-ESITO-FINESTRA PIC X(1).
       EXEC SQL INCLUDE SQLCA END-EXEC.

       LINKAGE SECTION.
           01 OPERATORE-USERNAME PIC X(50).

       PROCEDURE DIVISION USING OPERATORE-USERNAME.
      *    Anagrafe dei terminali POS della banca acquirente
      *    (TerminaliPOS): ogni terminale, con il codice che la banca
      *    riporta nel file di regolamento, e' assegnato a una
      *    Filiale. CASSA-SESSIONE accetta all'apertura solo un
      *    terminale attivo della Filiale della cassa, e
      *    IMPORTA-REGOLAMENTI-POS ne ricava la Filiale delle
      *    differenze. Un terminale restituito alla banca si
      *    disattiva: i regolamenti gia' abbinati continuano a
      *    citarlo.
       GESTIONE-TERMINALI-POS-PARA.
           CALL 'CONTROLLA-SCRITTURA' USING CS-ESITO-FINESTRA
           IF CS-ESITO-FINESTRA NOT = "S"
               DISPLAY "Sistema in sola consultazione durante la "
                   "finestra batch: operazione non disponibile."
               EXIT PROGRAM
           END-IF
           DISPLAY "------- SONO GESTIONE-TERMINALI-POS!".
           PERFORM UNTIL NOT PROSEGUI-SI
               DISPLAY " "
               DISPLAY "----- Terminali POS delle filiali -----"
               DISPLAY "1. Elenco terminali"
               DISPLAY "2. Assegna un terminale a una Filiale"
               DISPLAY "3. Disattiva un terminale"
               DISPLAY "0. Torna indietro"
               DISPLAY "Scegli un'opzione: "
               ACCEPT SCELTA-MENU
               EVALUATE SCELTA-MENU
                   WHEN 1 PERFORM ELENCA-TERMINALI
                   WHEN 2 PERFORM ASSEGNA-TERMINALE
                   WHEN 3 PERFORM DISATTIVA-TERMINALE
                   WHEN 0 MOVE "N" TO PROSEGUI
                   WHEN OTHER DISPLAY "Opzione non valida."
               END-EVALUATE
           END-PERFORM.

           EXIT PROGRAM.

       ELENCA-TERMINALI.
           MOVE ZERO TO TERMINALI-TROVATI.
           EXEC SQL
               DECLARE C-TERMINALI CURSOR FOR
                   SELECT codice_terminale, Filiale,
                          COALESCE(descrizione, ' '), attivo
                       FROM TerminaliPOS
                       ORDER BY Filiale, codice_terminale
           END-EXEC.
           EXEC SQL OPEN C-TERMINALI END-EXEC.
           EXEC SQL
               FETCH C-TERMINALI INTO :P-CODICE, :P-FILIALE,
                   :P-DESCRIZIONE, :P-ATTIVO
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = ZERO
               ADD 1 TO TERMINALI-TROVATI
               DISPLAY P-CODICE " " P-FILIALE(1:25) " "
                   P-DESCRIZIONE(1:30) " attivo: " P-ATTIVO
               EXEC SQL
                   FETCH C-TERMINALI INTO :P-CODICE, :P-FILIALE,
                       :P-DESCRIZIONE, :P-ATTIVO
               END-EXEC
           END-PERFORM.
           EXEC SQL CLOSE C-TERMINALI END-EXEC.
           IF TERMINALI-TROVATI = ZERO
               DISPLAY "Nessun terminale censito."
           END-IF.

       ASSEGNA-TERMINALE.
           DISPLAY "Codice del terminale (come sul regolamento): "
           ACCEPT P-CODICE.
           DISPLAY "Filiale: "
           ACCEPT P-FILIALE.
           IF P-CODICE = SPACES OR P-FILIALE = SPACES
               DISPLAY "Terminale e Filiale sono obbligatori."
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION UPPER-CASE(P-CODICE) TO P-CODICE.
           DISPLAY "Descrizione (postazione, note): "
           ACCEPT P-DESCRIZIONE.

           EXEC SQL
               SELECT COUNT(*) INTO :CONTA-RIGHE FROM TerminaliPOS
                   WHERE codice_terminale =
                         TRIM(BOTH ' ' FROM :P-CODICE)
           END-EXEC.
           IF CONTA-RIGHE > 0
               EXEC SQL
                   UPDATE TerminaliPOS
                       SET Filiale = TRIM(BOTH ' ' FROM :P-FILIALE),
                           descrizione =
                               TRIM(BOTH ' ' FROM :P-DESCRIZIONE),
                           attivo = 'S'
                       WHERE codice_terminale =
                             TRIM(BOTH ' ' FROM :P-CODICE)
               END-EXEC
               MOVE "VARIAZIONE" TO AUDIT-OPERAZIONE
           ELSE
               EXEC SQL
                   INSERT INTO TerminaliPOS (codice_terminale,
                       Filiale, descrizione, attivo)
                   VALUES (TRIM(BOTH ' ' FROM :P-CODICE),
                           TRIM(BOTH ' ' FROM :P-FILIALE),
                           TRIM(BOTH ' ' FROM :P-DESCRIZIONE), 'S')
               END-EXEC
               MOVE "INSERIMENTO" TO AUDIT-OPERAZIONE
           END-IF.
           IF SQLCODE = 0
               PERFORM REGISTRA-AUDIT
               EXEC SQL COMMIT END-EXEC
               DISPLAY "Terminale assegnato."
           ELSE
               DISPLAY "ERRORE nella registrazione del terminale: "
                   SQLERRMC
           END-IF.

       DISATTIVA-TERMINALE.
           DISPLAY "Codice del terminale: "
           ACCEPT P-CODICE.
           MOVE FUNCTION UPPER-CASE(P-CODICE) TO P-CODICE.
           MOVE SPACES TO P-FILIALE.
           EXEC SQL
               UPDATE TerminaliPOS
                   SET attivo = 'N'
                   WHERE codice_terminale =
                         TRIM(BOTH ' ' FROM :P-CODICE)
                     AND attivo = 'S'
           END-EXEC.
           IF SQLCODE = 0
               MOVE "DISATTIVAZIONE" TO AUDIT-OPERAZIONE
               PERFORM REGISTRA-AUDIT
               EXEC SQL COMMIT END-EXEC
               DISPLAY "Terminale disattivato."
           ELSE
               DISPLAY "Nessun terminale attivo con questo codice."
           END-IF.

       REGISTRA-AUDIT.
           MOVE "GESTIONE-TERMINALI-POS" TO AUDIT-PROGRAMMA.
           MOVE SPACES TO AUDIT-CHIAVE.
           STRING P-CODICE " " P-FILIALE
               DELIMITED BY SIZE INTO AUDIT-CHIAVE.
           CALL 'AUDIT-WRITER' USING OPERATORE-USERNAME,
               AUDIT-PROGRAMMA, AUDIT-OPERAZIONE, AUDIT-CHIAVE.

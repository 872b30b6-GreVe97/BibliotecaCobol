       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHIUSURA-PERIODO.

       ENVIRONMENT DIVISION.
       DATA DIVISION.

       WORKING-STORAGE SECTION.
           01 SCELTA-MENU       PIC 9(3).
           01 PROSEGUI          PIC X(1) VALUE "S".
             88 PROSEGUI-SI VALUE "S".

           01 OGGI-DATA         PIC 9(8).
           01 CHIUSO-AL         PIC 9(8).
           01 DATA-SPARTIACQUE  PIC 9(8).
           01 MESE-CHIUSURA     PIC 9(6).
           01 MESE-NUMERO       PIC 9(2).
           01 INIZIO-ATTESO     PIC 9(8).
           01 GIORNO-SERIALE    PIC 9(9).
           01 DATA-APPOGGIO     PIC 9(8).
           01 CONFERMA          PIC X(1).
           01 PERIODI-TROVATI   PIC 9(5).
           01 INDICE-VOCE       PIC 9(2).
           01 ESITO-CHIUSURA    PIC X(1).

      *    Fotografia del periodo (CALCOLA-TOTALI-PERIODO).
           01 TOTALI-PERIODO.
               03 TP-INIZIO         PIC 9(8).
               03 TP-FINE           PIC 9(8).
               03 TP-VOCE OCCURS 7.
                   05 TP-MOVIMENTO  PIC X(20).
                   05 TP-RIGHE      PIC 9(7).
                   05 TP-IMPORTO    PIC 9(11)V99.
           01 V-MOVIMENTO       PIC X(20).
           01 V-RIGHE           PIC 9(7).
           01 V-IMPORTO         PIC 9(11)V99.

           01 PERIODO-REC.
               03 P-PERIODO         PIC 9(6).
               03 P-INIZIO          PIC 9(8).
               03 P-FINE            PIC 9(8).
               03 P-DATA-CHIUSURA   PIC 9(8).
               03 P-OPERATORE       PIC X(50).

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
      *    Chiusura dei periodi contabili: quando la ragioneria ha
      *    preso un mese intero da CONTABILITA-EXPORT, il Super
      *    Amministratore lo chiude (PeriodiContabili). Da quel
      *    momento CONTROLLA-PERIODO rifiuta allo sportello ogni
      *    movimento datato dentro il periodo e i batch che portano
      *    date da file esterni lo ridatano a oggi come rettifica.
      *    Si chiude un mese alla volta, in ordine, e solo se gia'
      *    concluso e gia' esportato. Alla chiusura si fotografano i
      *    totali per voce (PeriodiContabiliTotali), che
      *    QUADRATURA-MULTE riconfronta ogni notte.
       CHIUSURA-PERIODO-PARA.
           CALL 'CONTROLLA-SCRITTURA' USING CS-ESITO-FINESTRA
           IF CS-ESITO-FINESTRA NOT = "S"
               DISPLAY "Sistema in sola consultazione durante la "
                   "finestra batch: operazione non disponibile."
               EXIT PROGRAM
           END-IF
           DISPLAY "------- SONO CHIUSURA-PERIODO!".
           PERFORM UNTIL NOT PROSEGUI-SI
               DISPLAY " "
               DISPLAY "----- Periodi contabili -----"
               DISPLAY "1. Elenco dei periodi chiusi"
               DISPLAY "2. Chiudi un mese"
               DISPLAY "0. Torna indietro"
               DISPLAY "Scegli un'opzione: "
               ACCEPT SCELTA-MENU
               EVALUATE SCELTA-MENU
                   WHEN 1 PERFORM ELENCA-PERIODI
                   WHEN 2 PERFORM CHIUDI-MESE
                   WHEN 0 MOVE "N" TO PROSEGUI
                   WHEN OTHER DISPLAY "Opzione non valida."
               END-EVALUATE
           END-PERFORM.

           EXIT PROGRAM.

       ELENCA-PERIODI.
           MOVE ZERO TO PERIODI-TROVATI.
           EXEC SQL
               DECLARE C-PERIODI CURSOR FOR
                   SELECT periodo, inizio_periodo, fine_periodo,
                          data_chiusura, operatore
                       FROM PeriodiContabili
                       ORDER BY periodo DESC
           END-EXEC.
           EXEC SQL OPEN C-PERIODI END-EXEC.
           EXEC SQL
               FETCH C-PERIODI INTO :P-PERIODO, :P-INIZIO, :P-FINE,
                   :P-DATA-CHIUSURA, :P-OPERATORE
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = ZERO
               ADD 1 TO PERIODI-TROVATI
               DISPLAY P-PERIODO " dal " P-INIZIO " al " P-FINE
                   " chiuso il " P-DATA-CHIUSURA " da "
                   P-OPERATORE(1:25)
               EXEC SQL
                   FETCH C-PERIODI INTO :P-PERIODO, :P-INIZIO,
                       :P-FINE, :P-DATA-CHIUSURA, :P-OPERATORE
               END-EXEC
           END-PERFORM.
           EXEC SQL CLOSE C-PERIODI END-EXEC.
           IF PERIODI-TROVATI = ZERO
               DISPLAY "Nessun periodo chiuso."
           END-IF.

      *****************CHIUSURA DI UN MESE*****************************
       CHIUDI-MESE.
           ACCEPT OGGI-DATA FROM DATE YYYYMMDD.
           EXEC SQL
               SELECT COALESCE(MAX(fine_periodo), 0)
                   INTO :CHIUSO-AL
                   FROM PeriodiContabili
           END-EXEC.
           IF CHIUSO-AL = ZERO
               DISPLAY "Nessun periodo ancora chiuso."
           ELSE
               DISPLAY "Periodi chiusi fino al " CHIUSO-AL "."
           END-IF.
           DISPLAY "Mese da chiudere (AAAAMM): "
           ACCEPT MESE-CHIUSURA.
           MOVE MESE-CHIUSURA(5:2) TO MESE-NUMERO.
           IF MESE-NUMERO < 1 OR MESE-NUMERO > 12
              OR MESE-CHIUSURA < 190001
               DISPLAY "Mese non valido."
               EXIT PARAGRAPH
           END-IF.

           COMPUTE TP-INIZIO = MESE-CHIUSURA * 100 + 1.
           IF MESE-NUMERO = 12
               COMPUTE DATA-APPOGGIO =
                   (MESE-CHIUSURA + 89) * 100 + 1
           ELSE
               COMPUTE DATA-APPOGGIO = (MESE-CHIUSURA + 1) * 100 + 1
           END-IF.
           COMPUTE GIORNO-SERIALE =
               FUNCTION INTEGER-OF-DATE(DATA-APPOGGIO) - 1.
           COMPUTE TP-FINE = FUNCTION DATE-OF-INTEGER(GIORNO-SERIALE).

      *    Un mese alla volta: il primo chiuso e' libero, poi si
      *    prosegue dal giorno dopo l'ultima chiusura.
           IF CHIUSO-AL NOT = ZERO
               COMPUTE GIORNO-SERIALE =
                   FUNCTION INTEGER-OF-DATE(CHIUSO-AL) + 1
               COMPUTE INIZIO-ATTESO =
                   FUNCTION DATE-OF-INTEGER(GIORNO-SERIALE)
               IF TP-INIZIO NOT = INIZIO-ATTESO
                   DISPLAY "Si chiude solo il mese che inizia il "
                       INIZIO-ATTESO "."
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           IF TP-FINE NOT < OGGI-DATA
               DISPLAY "Il mese non e' ancora concluso."
               EXIT PARAGRAPH
           END-IF.

      *    La ragioneria deve aver gia' ricevuto tutto il mese.
           EXEC SQL
               SELECT COALESCE(MAX(DataEsercizio), 0)
                   INTO :DATA-SPARTIACQUE
                   FROM RunLog
                   WHERE Programma = 'CONTABILITA-EXPORT'
                     AND stato = 'COMPLETO'
           END-EXEC.
           IF DATA-SPARTIACQUE < TP-FINE
               DISPLAY "CONTABILITA-EXPORT ha esportato solo fino al "
                   DATA-SPARTIACQUE ": mese non chiudibile."
               EXIT PARAGRAPH
           END-IF.

           CALL 'CALCOLA-TOTALI-PERIODO' USING TOTALI-PERIODO.
           DISPLAY "Periodo dal " TP-INIZIO " al " TP-FINE ":".
           PERFORM VARYING INDICE-VOCE FROM 1 BY 1
                   UNTIL INDICE-VOCE > 7
               DISPLAY "  " TP-MOVIMENTO(INDICE-VOCE) " righe "
                   TP-RIGHE(INDICE-VOCE) " importo "
                   TP-IMPORTO(INDICE-VOCE)
           END-PERFORM.
           DISPLAY "Confermare la chiusura? (S/N): "
           ACCEPT CONFERMA.
           IF CONFERMA NOT = "S" AND CONFERMA NOT = "s"
               DISPLAY "Chiusura annullata."
               EXIT PARAGRAPH
           END-IF.

           EXEC SQL
               INSERT INTO PeriodiContabili (periodo, inizio_periodo,
                   fine_periodo, data_chiusura, operatore)
               VALUES (:MESE-CHIUSURA, :TP-INIZIO, :TP-FINE,
                       :OGGI-DATA,
                       TRIM(BOTH ' ' FROM :OPERATORE-USERNAME))
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY "ERRORE nella chiusura del periodo: " SQLERRMC
               EXEC SQL ROLLBACK END-EXEC
               EXIT PARAGRAPH
           END-IF.

           MOVE "S" TO ESITO-CHIUSURA.
           PERFORM VARYING INDICE-VOCE FROM 1 BY 1
                   UNTIL INDICE-VOCE > 7 OR ESITO-CHIUSURA NOT = "S"
               PERFORM SALVA-TOTALE
           END-PERFORM.
           IF ESITO-CHIUSURA NOT = "S"
               DISPLAY "ERRORE nella fotografia dei totali: "
                   SQLERRMC
               EXEC SQL ROLLBACK END-EXEC
               EXIT PARAGRAPH
           END-IF.

           MOVE "CHIUSURA PERIODO" TO AUDIT-OPERAZIONE.
           PERFORM REGISTRA-AUDIT.
           EXEC SQL COMMIT END-EXEC.
           DISPLAY "Periodo " MESE-CHIUSURA " chiuso.".

       SALVA-TOTALE.
           MOVE TP-MOVIMENTO(INDICE-VOCE) TO V-MOVIMENTO.
           MOVE TP-RIGHE(INDICE-VOCE) TO V-RIGHE.
           MOVE TP-IMPORTO(INDICE-VOCE) TO V-IMPORTO.
           EXEC SQL
               INSERT INTO PeriodiContabiliTotali (periodo,
                   movimento, righe, importo)
               VALUES (:MESE-CHIUSURA,
                       TRIM(BOTH ' ' FROM :V-MOVIMENTO),
                       :V-RIGHE, :V-IMPORTO)
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE "N" TO ESITO-CHIUSURA
           END-IF.

       REGISTRA-AUDIT.
           MOVE "CHIUSURA-PERIODO" TO AUDIT-PROGRAMMA.
           MOVE SPACES TO AUDIT-CHIAVE.
           STRING MESE-CHIUSURA " " TP-INIZIO " " TP-FINE
               DELIMITED BY SIZE INTO AUDIT-CHIAVE.
           CALL 'AUDIT-WRITER' USING OPERATORE-USERNAME,
               AUDIT-PROGRAMMA, AUDIT-OPERAZIONE, AUDIT-CHIAVE.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. MOVIMENTA-BORSELLINO.

       ENVIRONMENT DIVISION.
       DATA DIVISION.

       WORKING-STORAGE SECTION.
           01 OGGI-DATA         PIC 9(8).
           01 ADESSO-ORA        PIC 9(6).
           01 SALDO-ATTUALE     PIC 9(7)V99.
           01 STATO-BORSELLINO  PIC X(12).
           01 STATO-RICHIESTO   PIC X(12).
           01 MAX-MOVIMENTO     PIC 9(9).
           01 NUMERO-MOVIMENTO  PIC 9(9).

       EXEC SQL INCLUDE SQLCA END-EXEC.

       LINKAGE SECTION.
      *    Borsellino prepagato del tesserato (Borsellini e
      *    MovimentiBorsellino): ogni accredito o addebito passa di
      *    qui, che controlla stato e capienza, scrive il movimento
      *    con il saldo risultante e aggiorna il saldo. MB-SEGNO "+"
      *    accredita (RICARICA dalla cassa, ECCEDENZA da
      *    IMPORTA-ESITI-PAGAMENTI), "-" addebita (PAGAMENTO MULTA,
      *    PAGAMENTO QUOTA, CHIUSURA dopo l'approvazione in
      *    GESTIONE-RIMBORSI). Il primo accredito apre il
      *    borsellino; la CHIUSURA vale solo per un borsellino IN
      *    CHIUSURA, tutto il resto solo per uno ATTIVO.
      *    MB-ESITO: S eseguito, N rifiutato (borsellino assente o
      *    non utilizzabile, saldo insufficiente), E errore SQL.
      *    Niente COMMIT: lo fa il chiamante.
       01 MB-RICHIESTA.
           03 MB-USERNAME        PIC X(50).
           03 MB-TIPO            PIC X(20).
           03 MB-SEGNO           PIC X(1).
           03 MB-IMPORTO         PIC 9(7)V99.
           03 MB-RIFERIMENTO     PIC X(50).
           03 MB-OPERATORE       PIC X(50).
           03 MB-SESSIONE        PIC 9(7).
           03 MB-SALDO           PIC 9(7)V99.
           03 MB-ESITO           PIC X(1).

       PROCEDURE DIVISION USING MB-RICHIESTA.
       MOVIMENTA-BORSELLINO-PARA.
           MOVE "N" TO MB-ESITO.
           MOVE ZERO TO MB-SALDO.
           IF MB-IMPORTO = ZERO
               EXIT PROGRAM
           END-IF.
           ACCEPT OGGI-DATA FROM DATE YYYYMMDD.
           ACCEPT ADESSO-ORA FROM TIME.

           EXEC SQL
               SELECT saldo, stato
                   INTO :SALDO-ATTUALE, :STATO-BORSELLINO
                   FROM Borsellini
                   WHERE Username = TRIM(BOTH ' ' FROM :MB-USERNAME)
           END-EXEC.
           IF SQLCODE NOT = 0
               IF MB-SEGNO NOT = "+"
                   EXIT PROGRAM
               END-IF
               EXEC SQL
                   INSERT INTO Borsellini (Username, saldo, stato,
                       data_apertura)
                   VALUES (TRIM(BOTH ' ' FROM :MB-USERNAME), 0,
                           'ATTIVO', :OGGI-DATA)
               END-EXEC
               IF SQLCODE NOT = 0
                   MOVE "E" TO MB-ESITO
                   EXIT PROGRAM
               END-IF
               MOVE ZERO TO SALDO-ATTUALE
               MOVE "ATTIVO" TO STATO-BORSELLINO
           END-IF.

           IF MB-TIPO = "CHIUSURA"
               MOVE "IN CHIUSURA" TO STATO-RICHIESTO
           ELSE
               MOVE "ATTIVO" TO STATO-RICHIESTO
           END-IF.
           IF STATO-BORSELLINO NOT = STATO-RICHIESTO
               MOVE SALDO-ATTUALE TO MB-SALDO
               EXIT PROGRAM
           END-IF.

           IF MB-SEGNO = "+"
               COMPUTE MB-SALDO = SALDO-ATTUALE + MB-IMPORTO
           ELSE
               IF MB-IMPORTO > SALDO-ATTUALE
                   MOVE SALDO-ATTUALE TO MB-SALDO
                   EXIT PROGRAM
               END-IF
               COMPUTE MB-SALDO = SALDO-ATTUALE - MB-IMPORTO
           END-IF.

           EXEC SQL
               SELECT COALESCE(MAX(numero_movimento), 0)
                   INTO :MAX-MOVIMENTO
                   FROM MovimentiBorsellino
           END-EXEC.
           COMPUTE NUMERO-MOVIMENTO = MAX-MOVIMENTO + 1.

           EXEC SQL
               INSERT INTO MovimentiBorsellino (numero_movimento,
                   Username, data_movimento, ora_movimento, tipo,
                   segno, importo, saldo_dopo, riferimento,
                   operatore, sessione_cassa)
               VALUES (:NUMERO-MOVIMENTO,
                       TRIM(BOTH ' ' FROM :MB-USERNAME),
                       :OGGI-DATA, :ADESSO-ORA,
                       TRIM(BOTH ' ' FROM :MB-TIPO),
                       :MB-SEGNO, :MB-IMPORTO, :MB-SALDO,
                       TRIM(BOTH ' ' FROM :MB-RIFERIMENTO),
                       TRIM(BOTH ' ' FROM :MB-OPERATORE),
                       :MB-SESSIONE)
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE "E" TO MB-ESITO
               EXIT PROGRAM
           END-IF.

           EXEC SQL
               UPDATE Borsellini
                   SET saldo = :MB-SALDO,
                       data_ultimo_movimento = :OGGI-DATA
                   WHERE Username = TRIM(BOTH ' ' FROM :MB-USERNAME)
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE "E" TO MB-ESITO
               EXIT PROGRAM
           END-IF.

           MOVE "S" TO MB-ESITO.
           EXIT PROGRAM.

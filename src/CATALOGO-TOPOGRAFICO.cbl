       IDENTIFICATION DIVISION.
       PROGRAM-ID. CATALOGO-TOPOGRAFICO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAMETRI-INPUT ASSIGN TO TOPOPARM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARM-STATUS.
           SELECT REPORT-OUTPUT ASSIGN TO TOPORPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PARAMETRI-INPUT.
       01  PARAMETRI-REC PIC X(120).

       FD  REPORT-OUTPUT.
       01  REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
           01 PARM-STATUS            PIC X(2).
           01 FINE-FILE              PIC X(1) VALUE "N".
             88 FINE-FILE-SI VALUE "S".

           01 FILIALE-RICHIESTA      PIC X(30).
           01 COLLOCAZIONE-DA        PIC X(30).
           01 COLLOCAZIONE-A         PIC X(30).
           01 OGGI-DATA              PIC 9(8).

           01 ESEMPLARE-REC.
               03 E-COLLOCAZIONE PIC X(30).
               03 E-BARCODE      PIC X(20).
               03 E-TITOLO       PIC X(50).
               03 E-STATO        PIC X(12).
               03 E-ACCESSIONE   PIC 9(8).

           01 CONTATORE-TRATTO       PIC 9(7).
           01 CONTATORE-TRATTI       PIC 9(5) VALUE ZERO.
           01 CONTATORE-ESEMPLARI    PIC 9(7) VALUE ZERO.

           01 SPOOL-RICHIESTA.
               03 SP-PROGRAMMA      PIC X(30).
               03 SP-FILIALE        PIC X(30).
               03 SP-RIGHE          PIC 9(7).
               03 SP-UBICAZIONE     PIC X(60).

       EXEC SQL INCLUDE SQLCA END-EXEC.

       PROCEDURE DIVISION.
      *    Catalogo topografico: ogni Esemplare della Filiale in
      *    ordine di collocazione, con barcode, titolo, stato e
      *    data di accessione. Il file TOPOPARM ha una riga per
      *    ogni tratto da stampare (Filiale, collocazione da,
      *    collocazione a; estremi vuoti = tutto lo scaffale della
      *    Filiale). Serve alla revisione annuale e al personale
      *    di scaffale; la verifica dell'ordine reale sugli
      *    scaffali e' LETTURA-SCAFFALE.
       CATALOGO-TOPOGRAFICO-PARA.
           DISPLAY "------- SONO CATALOGO-TOPOGRAFICO (batch)!".
           ACCEPT OGGI-DATA FROM DATE YYYYMMDD.

           OPEN INPUT PARAMETRI-INPUT.
           IF PARM-STATUS NOT = "00"
               DISPLAY "ERRORE: scheda parametri TOPOPARM assente "
                   "(stato " PARM-STATUS ")."
               EXIT PROGRAM
           END-IF.
           OPEN OUTPUT REPORT-OUTPUT.

           PERFORM LEGGI-PARAMETRI.
           PERFORM UNTIL FINE-FILE-SI
               IF PARAMETRI-REC NOT = SPACES
                   PERFORM STAMPA-TRATTO
               END-IF
               PERFORM LEGGI-PARAMETRI
           END-PERFORM.

           CLOSE PARAMETRI-INPUT.
           CLOSE REPORT-OUTPUT.

           MOVE "CATALOGO-TOPOGRAFICO" TO SP-PROGRAMMA.
           IF CONTATORE-TRATTI = 1
               MOVE FILIALE-RICHIESTA TO SP-FILIALE
           ELSE
               MOVE SPACES TO SP-FILIALE
           END-IF.
           MOVE CONTATORE-ESEMPLARI TO SP-RIGHE.
           MOVE "BIBLIO.PROD.TOPOGRAF.RPT" TO SP-UBICAZIONE.
           CALL 'SPOOL-WRITER' USING SPOOL-RICHIESTA.
           EXEC SQL COMMIT END-EXEC.

           DISPLAY "Tratti stampati: " CONTATORE-TRATTI.
           DISPLAY "Esemplari elencati: " CONTATORE-ESEMPLARI.

           EXIT PROGRAM.

       LEGGI-PARAMETRI.
           READ PARAMETRI-INPUT
               AT END MOVE "S" TO FINE-FILE
           END-READ.

       STAMPA-TRATTO.
           MOVE SPACES TO FILIALE-RICHIESTA.
           MOVE SPACES TO COLLOCAZIONE-DA.
           MOVE SPACES TO COLLOCAZIONE-A.
           UNSTRING PARAMETRI-REC DELIMITED BY ","
               INTO FILIALE-RICHIESTA, COLLOCAZIONE-DA,
                    COLLOCAZIONE-A
           END-UNSTRING.
           ADD 1 TO CONTATORE-TRATTI.
           MOVE ZERO TO CONTATORE-TRATTO.

           MOVE SPACES TO REPORT-LINE.
           STRING "CATALOGO TOPOGRAFICO AL " OGGI-DATA
               " - FILIALE " FILIALE-RICHIESTA
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           IF COLLOCAZIONE-DA = SPACES AND COLLOCAZIONE-A = SPACES
               MOVE "TUTTE LE COLLOCAZIONI" TO REPORT-LINE
           ELSE
               STRING "COLLOCAZIONI DA " COLLOCAZIONE-DA
                   " A " COLLOCAZIONE-A
                   DELIMITED BY SIZE INTO REPORT-LINE
           END-IF.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "COLLOCAZIONE                   BARCODE            "
               "  TITOLO                                         "
               "    STATO        ACCESSIONE"
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

           EXEC SQL
               DECLARE C-TOPOGRAFICO CURSOR FOR
                   SELECT COALESCE(e.Collocazione, ' '), e.Barcode,
                          l.TITOLO, e.STATO,
                          COALESCE(e.DataAccessione, 0)
                       FROM Esemplare e
                       JOIN Libro l ON e.codiceISBN = l.ISBN
                       WHERE COALESCE(e.Filiale, l.SEDE) =
                             TRIM(BOTH ' ' FROM :FILIALE-RICHIESTA)
                         AND (TRIM(BOTH ' ' FROM :COLLOCAZIONE-DA) = ''
                              OR e.Collocazione >=
                             TRIM(BOTH ' ' FROM :COLLOCAZIONE-DA))
                         AND (TRIM(BOTH ' ' FROM :COLLOCAZIONE-A) = ''
                              OR e.Collocazione <=
                             TRIM(BOTH ' ' FROM :COLLOCAZIONE-A))
                       ORDER BY e.Collocazione, e.Barcode
           END-EXEC.
           EXEC SQL OPEN C-TOPOGRAFICO END-EXEC.
           EXEC SQL
               FETCH C-TOPOGRAFICO INTO :E-COLLOCAZIONE, :E-BARCODE,
                   :E-TITOLO, :E-STATO, :E-ACCESSIONE
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = ZERO
               ADD 1 TO CONTATORE-TRATTO
               MOVE SPACES TO REPORT-LINE
               STRING E-COLLOCAZIONE " " E-BARCODE " " E-TITOLO
                   " " E-STATO " " E-ACCESSIONE
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               EXEC SQL
                   FETCH C-TOPOGRAFICO INTO :E-COLLOCAZIONE,
                       :E-BARCODE, :E-TITOLO, :E-STATO,
                       :E-ACCESSIONE
               END-EXEC
           END-PERFORM.
           EXEC SQL CLOSE C-TOPOGRAFICO END-EXEC.

           ADD CONTATORE-TRATTO TO CONTATORE-ESEMPLARI.
           MOVE SPACES TO REPORT-LINE.
           STRING "ESEMPLARI NEL TRATTO: " CONTATORE-TRATTO
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORARIO-CHIUSURA.

       ENVIRONMENT DIVISION.
       DATA DIVISION.

       WORKING-STORAGE SECTION.
           01 VALORE-ORARIO     PIC X(50).
           01 ORE-SETTIMANALI   PIC X(10).
           01 CHIUSURE.
               03 CHIUSURA-GIORNO PIC X(4) OCCURS 7 TIMES.
           01 INDICE-GIORNO     PIC 9(1).
           01 GIORNO-SERIALE    PIC 9(9).

       EXEC SQL INCLUDE SQLCA END-EXEC.

       LINKAGE SECTION.
      *    Ora di chiusura di una data dalla chiave
      *    ORARIO-SETTIMANALE di Parametri. Il valore porta prima le
      *    ore settimanali (RITORNO-ANNUALE) e poi, facoltative, le
      *    sette chiusure da lunedi' a domenica in HHMM, separate da
      *    spazio ("0000" = giorno di chiusura), per esempio
      *        40 1900 1900 1900 1900 1900 1300 0000
      *    Senza le chiusure vale 19:00 tutti i giorni.
      *    OC-ORA torna in HHMMSS; zero = biblioteca chiusa.
       01 OC-RICHIESTA.
           03 OC-DATA           PIC 9(8).
           03 OC-ORA            PIC 9(6).

       PROCEDURE DIVISION USING OC-RICHIESTA.
       ORARIO-CHIUSURA-PARA.
           MOVE 190000 TO OC-ORA.
           MOVE SPACES TO VALORE-ORARIO.
           EXEC SQL
               SELECT Valore INTO :VALORE-ORARIO FROM Parametri
                   WHERE Chiave = 'ORARIO-SETTIMANALE'
           END-EXEC.
           IF SQLCODE NOT = 0
               EXIT PROGRAM
           END-IF.

           MOVE SPACES TO CHIUSURE.
           UNSTRING VALORE-ORARIO DELIMITED BY ALL SPACE
               INTO ORE-SETTIMANALI, CHIUSURA-GIORNO(1),
                    CHIUSURA-GIORNO(2), CHIUSURA-GIORNO(3),
                    CHIUSURA-GIORNO(4), CHIUSURA-GIORNO(5),
                    CHIUSURA-GIORNO(6), CHIUSURA-GIORNO(7).

      *    Il giorno 1 del calendario intero (1 gennaio 1601) era
      *    un lunedi'.
           COMPUTE GIORNO-SERIALE = FUNCTION INTEGER-OF-DATE(OC-DATA).
           COMPUTE INDICE-GIORNO =
               FUNCTION MOD(GIORNO-SERIALE - 1, 7) + 1.

           IF CHIUSURA-GIORNO(INDICE-GIORNO) IS NUMERIC
               COMPUTE OC-ORA =
                   FUNCTION NUMVAL(CHIUSURA-GIORNO(INDICE-GIORNO))
                   * 100
           END-IF.

           EXIT PROGRAM.

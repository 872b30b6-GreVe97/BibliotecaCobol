       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMPONI-AVVISO.

       ENVIRONMENT DIVISION.
       DATA DIVISION.

       WORKING-STORAGE SECTION.
           01 MODELLO-TESTO     PIC X(200).
           01 RIGHE-LINGUA      PIC 9(5).
           01 POS-MODELLO       PIC 9(3).
           01 POS-TESTO         PIC 9(3).
           01 LUNGHEZZA-VALORE  PIC 9(3).
           01 NUMERO-SEGNAPOSTO PIC 9(1).

       EXEC SQL INCLUDE SQLCA END-EXEC.

       LINKAGE SECTION.
      *    Testo per il tesserato dai modelli di ModelliAvviso
      *    (tipo_messaggio, lingua, riga, testo), mantenuti in
      *    GESTIONE-MODELLI. Si chiede una riga alla volta: CA-RIGA
      *    parte da 1 e si avanza finche' CA-ESITO resta 'S'.
      *    La lingua e' quella preferita del tesserato; se per quel
      *    tipo non c'e' nessuna riga nella sua lingua si usa
      *    l'italiano (CA-LINGUA-USATA dice quale). Nel testo i
      *    segnaposto &1 ... &6 prendono il valore di CA-VALORE(n),
      *    senza gli spazi in coda. CA-ESITO 'N' alla riga 1 vuol
      *    dire modello assente anche in italiano: il chiamante
      *    tiene il suo testo di sempre.
       01 CA-RICHIESTA.
           03 CA-TIPO           PIC X(20).
           03 CA-LINGUA         PIC X(2).
           03 CA-RIGA           PIC 9(2).
           03 CA-VALORE         PIC X(60) OCCURS 6 TIMES.
           03 CA-TESTO          PIC X(200).
           03 CA-ESITO          PIC X(1).
           03 CA-LINGUA-USATA   PIC X(2).

       PROCEDURE DIVISION USING CA-RICHIESTA.
       COMPONI-AVVISO-PARA.
           MOVE "N" TO CA-ESITO.
           MOVE SPACES TO CA-TESTO.
           MOVE CA-LINGUA TO CA-LINGUA-USATA.
           IF CA-LINGUA-USATA = SPACES
               MOVE "IT" TO CA-LINGUA-USATA
           END-IF.

           EXEC SQL
               SELECT COUNT(*) INTO :RIGHE-LINGUA
                   FROM ModelliAvviso
                   WHERE tipo_messaggio = TRIM(BOTH ' ' FROM :CA-TIPO)
                     AND lingua = :CA-LINGUA-USATA
           END-EXEC.
           IF RIGHE-LINGUA = 0
               MOVE "IT" TO CA-LINGUA-USATA
           END-IF.

           EXEC SQL
               SELECT testo INTO :MODELLO-TESTO
                   FROM ModelliAvviso
                   WHERE tipo_messaggio = TRIM(BOTH ' ' FROM :CA-TIPO)
                     AND lingua = :CA-LINGUA-USATA
                     AND riga = :CA-RIGA
           END-EXEC.
           IF SQLCODE NOT = 0
               EXIT PROGRAM
           END-IF.

           MOVE "S" TO CA-ESITO.
           MOVE 1 TO POS-MODELLO.
           MOVE 1 TO POS-TESTO.
           PERFORM UNTIL POS-MODELLO > 200 OR POS-TESTO > 200
               IF MODELLO-TESTO(POS-MODELLO:1) = "&"
                  AND POS-MODELLO < 200
                  AND MODELLO-TESTO(POS-MODELLO + 1:1) >= "1"
                  AND MODELLO-TESTO(POS-MODELLO + 1:1) <= "6"
                   MOVE MODELLO-TESTO(POS-MODELLO + 1:1)
                       TO NUMERO-SEGNAPOSTO
                   PERFORM SOSTITUISCI-SEGNAPOSTO
                   ADD 2 TO POS-MODELLO
               ELSE
                   MOVE MODELLO-TESTO(POS-MODELLO:1)
                       TO CA-TESTO(POS-TESTO:1)
                   ADD 1 TO POS-MODELLO
                   ADD 1 TO POS-TESTO
               END-IF
           END-PERFORM.

           EXIT PROGRAM.

      *    Il valore entra senza gli spazi finali; quello che non
      *    ci sta nella riga viene troncato.
       SOSTITUISCI-SEGNAPOSTO.
           MOVE 60 TO LUNGHEZZA-VALORE.
           PERFORM UNTIL LUNGHEZZA-VALORE = 0
               OR CA-VALORE(NUMERO-SEGNAPOSTO)
                      (LUNGHEZZA-VALORE:1) NOT = SPACE
               SUBTRACT 1 FROM LUNGHEZZA-VALORE
           END-PERFORM.
           IF LUNGHEZZA-VALORE = 0
               EXIT PARAGRAPH
           END-IF.
           IF POS-TESTO + LUNGHEZZA-VALORE > 201
               COMPUTE LUNGHEZZA-VALORE = 201 - POS-TESTO
           END-IF.
           MOVE CA-VALORE(NUMERO-SEGNAPOSTO)(1:LUNGHEZZA-VALORE)
               TO CA-TESTO(POS-TESTO:LUNGHEZZA-VALORE).
           ADD LUNGHEZZA-VALORE TO POS-TESTO.

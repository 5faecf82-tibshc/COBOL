      * anotadas se quitan de cada extracto y se regeneran del
      * maestro (las B solo se quitan). Con el diario grande, vacio
      * o ausente, reconstruccion completa como siempre. El diario
      * se vacia UNICAMENTE cuando la corrida termino bien, y solo
      * si SincronizarBD ya aplico todas sus entradas a la tabla
      * students (su marca SINCRO_BD_MARCA.DAT cubre el diario
      * completo); al vaciarlo la marca vuelve a cero. Sin marca
      * (la sincronizacion no se usa) se vacia como siempre.
      *
      * Los cuatro extractos se escriben a temporales y se ponen en
      * su lugar juntos al final, bajo el testigo de generacion
           SELECT GENERACION-FILE ASSIGN TO "GENERACION.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GEN-STATUS.
           SELECT MARCA-FILE ASSIGN TO "SINCRO_BD_MARCA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MARCA-STATUS.

       DATA DIVISION.
       FILE SECTION.
           02  GEN-FECHA           PIC 9(8).
           02  GEN-HORA            PIC 9(8).

      * Marca de agua de SincronizarBD: entradas del diario ya
      * aplicadas a MySQL y fecha de la ultima sincronizacion.
       FD  MARCA-FILE.
       01  MARCA-REC.
           02  MRC-REGISTROS       PIC 9(7).
           02  MRC-FECHA           PIC 9(8).

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           05  WS-STATUS-MAESTRO   PIC X(2).
           05  WS-GEN-STATUS       PIC X(2).
           05  WS-GEN-FECHA        PIC 9(8).
           05  WS-GEN-HORA         PIC 9(8).
           05  WS-MARCA-STATUS     PIC X(2).
           05  WS-JRN-REGISTROS    PIC 9(7) VALUE ZERO.

      * Matriculas distintas anotadas en el diario; la accion B
      * manda sobre A/M (el borrado es definitivo), y cada una lleva
                       AT END SET EOF-JOURNAL TO TRUE
                   END-READ
                   IF NOT EOF-JOURNAL
                       ADD 1 TO WS-JRN-REGISTROS
                       PERFORM 0115-ANOTAR-CAMBIO
                   END-IF
               END-PERFORM
               "mv STUDENTS.TMP STUDENTS.DAT".
           MOVE 0 TO RETURN-CODE.
           PERFORM 0320-ESCRIBIR-TESTIGO-COMPLETA.
           PERFORM 0330-VACIAR-JOURNAL.
           DISPLAY "EXTRACTOS GENERADOS DESDE MAESTRO.DAT. "
               "REGISTROS DEL MAESTRO: " WS-REG-LEIDOS
               " (GENERACION " WS-GEN-FECHA WS-GEN-HORA ").".
           WRITE GENERACION-REC.
           CLOSE GENERACION-FILE.

      * Con la sincronizacion en uso, un diario con entradas que
      * aun no llegan a MySQL se conserva: la proxima regeneracion
      * las vuelve a aplicar sin dano y SincronizarBD no las pierde.
       0330-VACIAR-JOURNAL.
           OPEN INPUT MARCA-FILE.
           IF WS-MARCA-STATUS = "00"
               READ MARCA-FILE
                   AT END MOVE ZERO TO MRC-REGISTROS
               END-READ
               CLOSE MARCA-FILE
               IF MRC-REGISTROS < WS-JRN-REGISTROS
                   DISPLAY "EL DIARIO TIENE CAMBIOS SIN APLICAR A "
                       "MySQL; NO SE VACIA (CORRA SincronizarBD)."
               ELSE
                   OPEN OUTPUT JOURNAL-FILE
                   CLOSE JOURNAL-FILE
                   MOVE ZERO TO MRC-REGISTROS
                   OPEN OUTPUT MARCA-FILE
                   WRITE MARCA-REC
                   CLOSE MARCA-FILE
               END-IF
           ELSE
               OPEN OUTPUT JOURNAL-FILE
               CLOSE JOURNAL-FILE
           END-IF.

       END PROGRAM GenerarExtractos.

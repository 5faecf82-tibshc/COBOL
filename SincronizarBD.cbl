       IDENTIFICATION DIVISION.
       PROGRAM-ID. SincronizarBD.
       AUTHOR.     EHIDALGO.

      * Sincronizacion de la tabla students de MySQL desde el diario
      * de cambios: ReconciliacionBD encuentra cada manana la deriva
      * entre STUDENTS_1.DAT y la tabla y RepararDeriva la corrige
      * caso por caso, pero la deriva regresa porque nada empuja a
      * MySQL los cambios del mantenimiento. Todo alta, cambio y
      * baja ya queda en CAMBIOS_JOURNAL.DAT (fecha, programa,
      * matricula, accion A/M/B, de MantenimientoRoster, IntakeAltas,
      * CorreccionNotas y los demas que anotan); esta corrida aplica
      * cada entrada nueva a la tabla:
      *   A  INSERT con los valores vigentes del maestro MAESTRO.DAT
      *   M  UPDATE con los valores vigentes del maestro
      *   B  DELETE por matricula
      * El diario solo trae la matricula, asi que los valores salen
      * del maestro al momento de sincronizar; un alta o cambio de
      * una matricula que ya no esta en el maestro (borrada despues
      * en el mismo diario) se omite, y su B posterior la quita.
      * Marca de agua: SINCRO_BD_MARCA.DAT guarda cuantas entradas
      * del diario ya se aplicaron; la corrida empieza en la
      * siguiente y avanza la marca entrada por entrada, de modo que
      * cada una se aplica exactamente una vez aunque la corrida se
      * caiga a medias. GenerarExtractos no vacia el diario mientras
      * haya entradas sin sincronizar y regresa la marca a cero al
      * vaciarlo; un diario mas corto que la marca (vaciado por otra
      * via) se toma como nuevo desde la primera entrada.
      * La entrada que falla en la base (SQLCODE distinto de cero, o
      * un UPDATE/DELETE que no encuentra la fila) va a
      * SINCRO_BD_EXCEPCIONES.DAT con el SQLCODE y la sentencia, la
      * marca avanza igual y la corrida termina con RETURN-CODE 4;
      * esos casos son los que ReconciliacionBD seguira reportando.
      * El acceso a MySQL usa los mismos CALL "OCESQLxxx" directos
      * de RepararDeriva (con el EXEC SQL equivalente comentado).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOURNAL-FILE ASSIGN TO "CAMBIOS_JOURNAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT MAESTRO-FILE ASSIGN TO "MAESTRO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAESTRO-STATUS.
           SELECT MARCA-FILE ASSIGN TO "SINCRO_BD_MARCA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MARCA-STATUS.
           SELECT EXCEPCIONES-FILE ASSIGN TO
               "SINCRO_BD_EXCEPCIONES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  JOURNAL-FILE.
       01  JOURNAL-REC.
           88  EOF-JOURNAL         VALUE HIGH-VALUE.
           02  JRN-FECHA           PIC 9(8).
           02  JRN-PROGRAMA        PIC X(20).
           02  JRN-MATRICULA       PIC 9(7).
           02  JRN-ACCION          PIC X(1).

       FD  MAESTRO-FILE.
       01  MAESTRO-REC.
           88  EOF-MAESTRO         VALUE HIGH-VALUE.
           COPY "MAESTRO-RECORD.CBL"
               REPLACING LEADING ==MR== BY ==M==.

      * Entradas del diario ya aplicadas y fecha de la ultima
      * sincronizacion.
       FD  MARCA-FILE.
       01  MARCA-REC.
           02  MRC-REGISTROS       PIC 9(7).
           02  MRC-FECHA           PIC 9(8).

       FD  EXCEPCIONES-FILE.
       01  EXCEPCION-REC           PIC X(150).

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           05  WS-JOURNAL-STATUS   PIC X(2).
           05  WS-MAESTRO-STATUS   PIC X(2).
           05  WS-MARCA-STATUS     PIC X(2).
           05  WS-EXC-STATUS       PIC X(2).
           05  WS-IDX              PIC 9(3).
           05  WS-MAE-IDX          PIC 9(3).
           05  WS-FECHA-HOY        PIC 9(8).
           05  WS-MARCA            PIC 9(7) VALUE ZERO.
           05  WS-JRN-TOTAL        PIC 9(7) VALUE ZERO.
           05  WS-JRN-NUMERO       PIC 9(7) VALUE ZERO.
           05  WS-PENDIENTES       PIC 9(7) VALUE ZERO.
           05  WS-APLICADAS        PIC 9(5) VALUE ZERO.
           05  WS-OMITIDAS         PIC 9(5) VALUE ZERO.
           05  WS-EXCEPCIONES      PIC 9(5) VALUE ZERO.
           05  WS-GRADE-ED         PIC 99.99.
           05  WS-MOTIVO           PIC X(30).
           05  WS-FILAS            PIC S9(9) COMP-5.

      * El SQLCA es indispensable para capturar errores de SQL
OCESQL*    EXEC SQL INCLUDE SQLCA END-EXEC.
OCESQL     copy "sqlca.cbl".

OCESQL*    EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  WS-DB-USER-ID   PIC X(20) VALUE SPACES.
       01  WS-DB-PASSWORD  PIC X(20) VALUE SPACES.
       01  WS-DB-STRING    PIC X(50) VALUE SPACES.
OCESQL*    EXEC SQL END DECLARE SECTION END-EXEC.

      * Sentencia de escritura armada por entrada; el byte nulo al
      * final es el terminador que OCESQLExec espera.
OCESQL 01  WS-SQL-BUF.
OCESQL     02  WS-SQL-TEXT PIC X(300).
OCESQL     02  FILLER PIC X(1) VALUE X"00".

      * Maestro en memoria: los valores vigentes de cada matricula.
       01  WS-MAESTRO.
           05  WS-MAE-COUNT        PIC 9(3) VALUE ZERO.
           05  WS-MAE-ENTRY OCCURS 500 TIMES.
               10  WS-MAE-ID       PIC 9(7).
               10  WS-MAE-LNAME    PIC X(10).
               10  WS-MAE-FNAME    PIC X(10).
               10  WS-MAE-DEGCOD   PIC X(9).
               10  WS-MAE-DEG      PIC X(3).
               10  WS-MAE-GRADE    PIC 9(2)V99.
       01  WS-MAE-LLENA-SW         PIC X VALUE "N".
           88  WS-MAE-LLENA        VALUE "Y".

       01  WS-EXC-LINEA.
           05  WEL-FECHA           PIC 9(8).
           05  FILLER              PIC X VALUE SPACE.
           05  WEL-NUMERO          PIC 9(7).
           05  FILLER              PIC X VALUE SPACE.
           05  WEL-PROGRAMA        PIC X(20).
           05  FILLER              PIC X VALUE SPACE.
           05  WEL-MATRICULA       PIC 9(7).
           05  FILLER              PIC X VALUE SPACE.
           05  WEL-ACCION          PIC X(1).
           05  FILLER              PIC X(11) VALUE " | SQLCODE ".
           05  WEL-SQLCODE         PIC -(9)9.
           05  FILLER              PIC X(3) VALUE " | ".
           05  WEL-MOTIVO          PIC X(30).
           05  FILLER              PIC X(3) VALUE " | ".
           05  WEL-SENTENCIA       PIC X(45).

       PROCEDURE DIVISION.
           PERFORM 0100-INICIO.
           PERFORM 0200-PROCESO.
           PERFORM 0300-FIN.

       0100-INICIO.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           PERFORM 0110-LEER-MARCA.
           PERFORM 0120-CONTAR-JOURNAL.
           IF WS-JRN-TOTAL < WS-MARCA
               DISPLAY "EL DIARIO (" WS-JRN-TOTAL " ENTRADAS) ES MAS "
                   "CORTO QUE LA MARCA (" WS-MARCA "); SE TOMA COMO "
                   "NUEVO."
               MOVE ZERO TO WS-MARCA
           END-IF.
           COMPUTE WS-PENDIENTES = WS-JRN-TOTAL - WS-MARCA.
           IF WS-PENDIENTES = ZERO
               DISPLAY "SIN CAMBIOS PENDIENTES EN CAMBIOS_JOURNAL.DAT "
                   "(MARCA " WS-MARCA ")."
               PERFORM 0250-GRABAR-MARCA
               STOP RUN
           END-IF.
           DISPLAY "DB_USER_ID" UPON ENVIRONMENT-NAME.
           ACCEPT WS-DB-USER-ID FROM ENVIRONMENT-VALUE.
           DISPLAY "DB_PASSWORD" UPON ENVIRONMENT-NAME.
           ACCEPT WS-DB-PASSWORD FROM ENVIRONMENT-VALUE.
           DISPLAY "DB_CONN_STRING" UPON ENVIRONMENT-NAME.
           ACCEPT WS-DB-STRING FROM ENVIRONMENT-VALUE.
           IF WS-DB-STRING = SPACES
               DISPLAY "DB_CONN_STRING no definido: no hay tabla "
                   "students que sincronizar."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 0130-CARGAR-MAESTRO.
OCESQL*    EXEC SQL
OCESQL*        CONNECT :WS-DB-USER-ID IDENTIFIED BY :WS-DB-PASSWORD
OCESQL*            USING :WS-DB-STRING
OCESQL*    END-EXEC.
OCESQL     CALL "OCESQLConnect" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE WS-DB-USER-ID
OCESQL          BY VALUE 20
OCESQL          BY REFERENCE WS-DB-PASSWORD
OCESQL          BY VALUE 20
OCESQL          BY REFERENCE WS-DB-STRING
OCESQL          BY VALUE 50
OCESQL     END-CALL.
           IF SQLCODE NOT = 0
               DISPLAY "Error de conexion a MySQL. SQLCODE: " SQLCODE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN EXTEND EXCEPCIONES-FILE.
           IF WS-EXC-STATUS NOT = "00"
               OPEN OUTPUT EXCEPCIONES-FILE
           END-IF.
           DISPLAY "SINCRONIZACION CON MySQL: " WS-PENDIENTES
               " ENTRADAS NUEVAS DESDE LA " WS-MARCA ".".

       0110-LEER-MARCA.
           OPEN INPUT MARCA-FILE.
           IF WS-MARCA-STATUS = "00"
               READ MARCA-FILE
                   NOT AT END
                       IF MRC-REGISTROS IS NUMERIC
                           MOVE MRC-REGISTROS TO WS-MARCA
                       END-IF
               END-READ
               CLOSE MARCA-FILE
           END-IF.

       0120-CONTAR-JOURNAL.
           OPEN INPUT JOURNAL-FILE.
           IF WS-JOURNAL-STATUS = "00"
               PERFORM UNTIL EOF-JOURNAL
                   READ JOURNAL-FILE
                       AT END SET EOF-JOURNAL TO TRUE
                   END-READ
                   IF NOT EOF-JOURNAL
                       ADD 1 TO WS-JRN-TOTAL
                   END-IF
               END-PERFORM
               CLOSE JOURNAL-FILE
           END-IF.

       0130-CARGAR-MAESTRO.
           OPEN INPUT MAESTRO-FILE.
           IF WS-MAESTRO-STATUS NOT = "00"
               DISPLAY "ERROR AL ABRIR MAESTRO.DAT. CODIGO: "
                   WS-MAESTRO-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL EOF-MAESTRO
               READ MAESTRO-FILE
                   AT END SET EOF-MAESTRO TO TRUE
               END-READ
               IF NOT EOF-MAESTRO
                   IF WS-MAE-COUNT < 500
                       ADD 1 TO WS-MAE-COUNT
                       MOVE M-MATRICULA TO WS-MAE-ID(WS-MAE-COUNT)
                       MOVE M-APELLIDO TO WS-MAE-LNAME(WS-MAE-COUNT)
                       MOVE M-NOMBRE TO WS-MAE-FNAME(WS-MAE-COUNT)
                       MOVE M-DEGCOD TO WS-MAE-DEGCOD(WS-MAE-COUNT)
                       MOVE M-DEG TO WS-MAE-DEG(WS-MAE-COUNT)
                       MOVE M-NOTA-FINAL
                           TO WS-MAE-GRADE(WS-MAE-COUNT)
                   ELSE
                       IF NOT WS-MAE-LLENA
                           DISPLAY "ADVERTENCIA: MAS DE 500 "
                               "REGISTROS EN EL MAESTRO; EL "
                               "EXCEDENTE SE TOMA COMO AUSENTE."
                           SET WS-MAE-LLENA TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE MAESTRO-FILE.

      * Segunda pasada: solo las entradas despues de la marca.
       0200-PROCESO.
           OPEN INPUT JOURNAL-FILE.
           PERFORM UNTIL EOF-JOURNAL
               READ JOURNAL-FILE
                   AT END SET EOF-JOURNAL TO TRUE
               END-READ
               IF NOT EOF-JOURNAL
                   ADD 1 TO WS-JRN-NUMERO
                   IF WS-JRN-NUMERO > WS-MARCA
                       PERFORM 0210-APLICAR-ENTRADA THRU 0210-EXIT
                       MOVE WS-JRN-NUMERO TO WS-MARCA
                       PERFORM 0250-GRABAR-MARCA
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE JOURNAL-FILE.

       0210-APLICAR-ENTRADA.
           IF JRN-ACCION = "B"
               PERFORM 0230-BORRAR-DE-TABLA
               GO TO 0210-EXIT
           END-IF.
           IF JRN-ACCION NOT = "A" AND JRN-ACCION NOT = "M"
               MOVE ZERO TO SQLCODE
               MOVE SPACES TO WS-SQL-TEXT
               MOVE "ACCION DESCONOCIDA EN EL DIARIO" TO WS-MOTIVO
               PERFORM 0240-ANOTAR-EXCEPCION
               GO TO 0210-EXIT
           END-IF.
           MOVE ZERO TO WS-MAE-IDX.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-MAE-COUNT
               IF WS-MAE-ID(WS-IDX) = JRN-MATRICULA
                   MOVE WS-IDX TO WS-MAE-IDX
               END-IF
           END-PERFORM.
           IF WS-MAE-IDX = ZERO
               ADD 1 TO WS-OMITIDAS
               GO TO 0210-EXIT
           END-IF.
           MOVE WS-MAE-GRADE(WS-MAE-IDX) TO WS-GRADE-ED.
           MOVE SPACES TO WS-SQL-TEXT.
           IF JRN-ACCION = "A"
               STRING "INSERT INTO students (id, lname, fname,"
                   " degcod, deg, grade) VALUES ('"
                   WS-MAE-ID(WS-MAE-IDX) "', '"
                   WS-MAE-LNAME(WS-MAE-IDX) "', '"
                   WS-MAE-FNAME(WS-MAE-IDX) "', '"
                   WS-MAE-DEGCOD(WS-MAE-IDX) "', '"
                   WS-MAE-DEG(WS-MAE-IDX) "', "
                   WS-GRADE-ED ")"
                   DELIMITED BY SIZE INTO WS-SQL-TEXT
               PERFORM 0220-EJECUTAR-SQL
           ELSE
               STRING "UPDATE students SET lname = '"
                   WS-MAE-LNAME(WS-MAE-IDX) "', fname = '"
                   WS-MAE-FNAME(WS-MAE-IDX) "', degcod = '"
                   WS-MAE-DEGCOD(WS-MAE-IDX) "', deg = '"
                   WS-MAE-DEG(WS-MAE-IDX) "', grade = "
                   WS-GRADE-ED " WHERE id = '"
                   WS-MAE-ID(WS-MAE-IDX) "'"
                   DELIMITED BY SIZE INTO WS-SQL-TEXT
               PERFORM 0220-EJECUTAR-SQL
           END-IF.

       0210-EXIT.
           EXIT.

OCESQL*    EXEC SQL EXECUTE IMMEDIATE :WS-SQL-TEXT END-EXEC.
       0220-EJECUTAR-SQL.
OCESQL     CALL "OCESQLExec" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE WS-SQL-BUF
OCESQL     END-CALL.
           MOVE SQLERRD(3) TO WS-FILAS.
           EVALUATE TRUE
               WHEN SQLCODE NOT = 0
                   MOVE "RECHAZADA POR LA BASE" TO WS-MOTIVO
                   PERFORM 0240-ANOTAR-EXCEPCION
               WHEN JRN-ACCION NOT = "A" AND WS-FILAS = ZERO
                   MOVE "SIN FILA EN students" TO WS-MOTIVO
                   PERFORM 0240-ANOTAR-EXCEPCION
               WHEN OTHER
                   ADD 1 TO WS-APLICADAS
           END-EVALUATE.

       0230-BORRAR-DE-TABLA.
           MOVE SPACES TO WS-SQL-TEXT.
           STRING "DELETE FROM students WHERE id = '"
               JRN-MATRICULA "'"
               DELIMITED BY SIZE INTO WS-SQL-TEXT.
           PERFORM 0220-EJECUTAR-SQL.

       0240-ANOTAR-EXCEPCION.
           ADD 1 TO WS-EXCEPCIONES.
           MOVE WS-FECHA-HOY TO WEL-FECHA.
           MOVE WS-JRN-NUMERO TO WEL-NUMERO.
           MOVE JRN-PROGRAMA TO WEL-PROGRAMA.
           MOVE JRN-MATRICULA TO WEL-MATRICULA.
           MOVE JRN-ACCION TO WEL-ACCION.
           MOVE SQLCODE TO WEL-SQLCODE.
           MOVE WS-MOTIVO TO WEL-MOTIVO.
           MOVE WS-SQL-TEXT(1:45) TO WEL-SENTENCIA.
           WRITE EXCEPCION-REC FROM WS-EXC-LINEA.
           DISPLAY "EXCEPCION: ENTRADA " WS-JRN-NUMERO " MATRICULA "
               JRN-MATRICULA " ACCION " JRN-ACCION " - " WS-MOTIVO.

       0250-GRABAR-MARCA.
           MOVE WS-MARCA TO MRC-REGISTROS.
           MOVE WS-FECHA-HOY TO MRC-FECHA.
           OPEN OUTPUT MARCA-FILE.
           WRITE MARCA-REC.
           CLOSE MARCA-FILE.

       0290-DESCONECTAR.
OCESQL*    EXEC SQL DISCONNECT CURRENT END-EXEC.
OCESQL     CALL "OCESQLDisconnect" USING
OCESQL          BY REFERENCE SQLCA
OCESQL     END-CALL.

       0300-FIN.
           PERFORM 0290-DESCONECTAR.
           CLOSE EXCEPCIONES-FILE.
           DISPLAY "SINCRONIZACION TERMINADA. APLICADAS: "
               WS-APLICADAS " OMITIDAS (YA NO EN EL MAESTRO): "
               WS-OMITIDAS " EXCEPCIONES: " WS-EXCEPCIONES
               " MARCA: " WS-MARCA.
           IF WS-EXCEPCIONES > ZERO
               DISPLAY "VER SINCRO_BD_EXCEPCIONES.DAT."
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       END PROGRAM SincronizarBD.

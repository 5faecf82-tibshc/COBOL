      * la fila tipo N del termino vigente en CALENDARIO.DAT; si la
      * fecha limite no ha llegado o no esta capturada, el reporte
      * sale igual con la advertencia al frente.
      * Vencida la fecha limite, el profesor de cada seccion con
      * faltantes recibe el aviso por correo (plantilla NOTFAL de la
      * cola de notificaciones) con la seccion, cuantos estudiantes
      * le faltan y la fecha limite. La seccion sin profesor en
      * ASIGNACION.DAT no se avisa: sale en el reporte con "??????".

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05  WS-HALLADO          PIC X.
           05  WS-REG-FALTANTES    PIC 9(4) VALUE ZERO.
           05  WS-SECCIONES-MAL    PIC 9(3) VALUE ZERO.
           05  WS-SEC-FALTAN       PIC 9(4).

      * Aviso por correo al profesor de la seccion.
       01  WS-NOTIFICACION.
           COPY "NOTIFICACION-RECORD.CBL"
               REPLACING LEADING ==NT== BY ==WS-NT==.

      * Inscripciones activas sin nota, cargadas del roster y
      * despejadas con NOTAS.DAT.
               END-IF
           END-PERFORM.
           WRITE REPORTE-REC FROM WS-REP-SECCION.
           MOVE ZERO TO WS-SEC-FALTAN.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-PEN-COUNT
               IF WS-PEN-TIENE(WS-IDX) = "N"
                   AND WS-PEN-CODIGO(WS-IDX)
                       = WS-SEC-CODIGO(WS-SEC-IDX)
                   ADD 1 TO WS-REG-FALTANTES
                   ADD 1 TO WS-SEC-FALTAN
                   MOVE WS-PEN-ID(WS-IDX) TO WRL-MATRICULA
                   MOVE WS-PEN-APELLIDO(WS-IDX) TO WRL-APELLIDO
                   MOVE WS-PEN-NOMBRE(WS-IDX) TO WRL-NOMBRE
                   WRITE REPORTE-REC FROM WS-REP-LINEA
               END-IF
           END-PERFORM.
           IF WS-FECHA-LIMITE > ZERO
               AND WS-FECHA-HOY >= WS-FECHA-LIMITE
               AND WRS-PROFESOR NOT = "??????"
               PERFORM 0230-AVISAR-PROFESOR
           END-IF.

       0230-AVISAR-PROFESOR.
           INITIALIZE WS-NOTIFICACION.
           MOVE "P" TO WS-NT-TIPO-DEST.
           MOVE WRS-PROFESOR TO WS-NT-DESTINATARIO.
           MOVE "NOTFAL" TO WS-NT-PLANTILLA.
           MOVE WRS-CODIGO TO WS-NT-VALOR(1).
           MOVE WS-SEC-FALTAN TO WS-NT-VALOR(2).
           MOVE WS-FECHA-LIMITE TO WS-NT-VALOR(3).
           MOVE "NotasFaltant" TO WS-NT-ORIGEN.
           CALL "EncolarNotificacion" USING WS-NOTIFICACION.

       0300-FIN.
           CLOSE REPORTE-FILE.

               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SCI-FILE ASSIGN TO "HONOR_SCI.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RSV-FILE ASSIGN TO "HONOR_RESERVADO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

      * Cuadro de honor por carrera a partir de STUDENTS_5.DAT: el
      * promedio se calcula con el mismo subprograma "Promedio" de
      * centesimas: 1700 = 17,00) en vez de compilarlo; el TopN de
      * LaboratorioDia5 solo muestra tres nombres, esto lista a todos
      * los que superan la barra, con una constancia formateada por
      * estudiante lista para imprimir. Los HONOR_*.DAT se publican:
      * el estudiante con reserva de directorio (VerificarReserva)
      * conserva su lugar en el ranking pero su constancia no sale en
      * la lista de su carrera sino en HONOR_RESERVADO.DAT, que es de
      * uso interno de registro para entregarsela en privado.

       DATA DIVISION.
       FILE SECTION.
       01  IST-LN                      PIC X(72).
       FD  SCI-FILE.
       01  SCI-LN                      PIC X(72).
       FD  RSV-FILE.
       01  RSV-LN                      PIC X(72).

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           05  WS-CORTE-TEXTO          PIC X(5).
           05  WS-REG-LEIDOS           PIC 9(5) VALUE ZERO.
           05  WS-REG-HONOR            PIC 9(5) VALUE ZERO.
           05  WS-REG-RESERVADOS       PIC 9(5) VALUE ZERO.

       01  WS-RSV-MATRICULA            PIC 9(7).
       01  WS-RSV-RESULTADO            PIC X(1).
           88  CON-RESERVA             VALUE "S".

       01  WS-GRADES.
           05  WS-GRADE                PIC 9(2)V99 OCCURS 4 TIMES.
           05  WHT-CORTE               PIC 99,99.
           05  FILLER                  PIC X(1) VALUE ")".

       01  WS-HONOR-TITULO-RSV         PIC X(62) VALUE
           "CUADRO DE HONOR - CONSTANCIAS RESERVADAS (USO INTERNO)".

       01  WS-HONOR-SEP                PIC X(62) VALUE ALL "=".

       01  WS-HONOR-LINEA-1            PIC X(40) VALUE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT ENG-FILE BUS-FILE IST-FILE SCI-FILE RSV-FILE.

           MOVE WS-CORTE TO WHT-CORTE.
           MOVE "ENG" TO WHT-DEG.
           WRITE IST-LN FROM WS-HONOR-TITULO.
           MOVE "SCI" TO WHT-DEG.
           WRITE SCI-LN FROM WS-HONOR-TITULO.
           WRITE RSV-LN FROM WS-HONOR-TITULO-RSV.

       0200-PROCESO.
           PERFORM UNTIL EOF
           EXIT.

       0220-ESCRIBIR-CONSTANCIA.
           MOVE WHL-MATRICULA TO WS-RSV-MATRICULA.
           CALL "VerificarReserva" USING WS-RSV-MATRICULA
               WS-RSV-RESULTADO.
           IF CON-RESERVA
               ADD 1 TO WS-REG-RESERVADOS
               WRITE RSV-LN FROM WS-HONOR-SEP
               WRITE RSV-LN FROM WS-HONOR-LINEA-1
               WRITE RSV-LN FROM WS-HONOR-LINEA-2
               WRITE RSV-LN FROM WS-HONOR-LINEA-3
               WRITE RSV-LN FROM WS-HONOR-LINEA-4
               EXIT PARAGRAPH
           END-IF.
           EVALUATE WHL-DEG
               WHEN "ENG"
                   WRITE ENG-LN FROM WS-HONOR-SEP
           END-EVALUATE.

       0300-FIN.
           CLOSE INPUT-FILE ENG-FILE BUS-FILE IST-FILE SCI-FILE
               RSV-FILE.
           DISPLAY "CUADRO DE HONOR GENERADO. LEIDOS: " WS-REG-LEIDOS
               " CON MENCION: " WS-REG-HONOR.
           DISPLAY "CONSTANCIAS RESERVADAS (HONOR_RESERVADO.DAT): "
               WS-REG-RESERVADOS.
           STOP RUN.

       END PROGRAM CuadroHonor.

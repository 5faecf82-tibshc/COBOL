       IDENTIFICATION DIVISION.
       PROGRAM-ID. RegistrarDivulgacion.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DIVULGACIONES-FILE ASSIGN TO "DIVULGACIONES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DIV-STATUS.

      * Registro de divulgaciones: cada vez que datos de un
      * estudiante salen hacia un tercero (empleador, embajada,
      * universidad socia) queda aqui su fila en DIVULGACIONES.DAT
      * con quien los pidio, que se envio y con que consentimiento.
      * El llamador llena la fila; la fecha se pone aqui. Lo llaman
      * la ventanilla de Divulgaciones y los programas que envian
      * expedientes por su cuenta (IntercambioTranscript).

       DATA DIVISION.
       FILE SECTION.
       FD  DIVULGACIONES-FILE.
       01  DIV-REC.
           COPY "DIVULGACION-RECORD.CBL".

       WORKING-STORAGE SECTION.
       01  WS-DIV-STATUS           PIC X(2).

       LINKAGE SECTION.
       01  LS-DIVULGACION.
           COPY "DIVULGACION-RECORD.CBL"
               REPLACING LEADING ==DV== BY ==LS-DV==.

       PROCEDURE DIVISION USING LS-DIVULGACION.
           ACCEPT LS-DV-FECHA FROM DATE YYYYMMDD.
           OPEN EXTEND DIVULGACIONES-FILE.
           IF WS-DIV-STATUS NOT = "00"
               OPEN OUTPUT DIVULGACIONES-FILE
           END-IF.
           WRITE DIV-REC FROM LS-DIVULGACION.
           CLOSE DIVULGACIONES-FILE.
           GOBACK.

       END PROGRAM RegistrarDivulgacion.

      *> DIPLOMA-RECORD.CBL
      *> Record layout of the diploma register DIPLOMAS.DAT, one row
      *> per diploma printed. Written by Diplomas (original run and
      *> reprints); VerificarDocumento answers "is diploma N genuine"
      *> from it. The serial is the one RegistroEmision assigned to
      *> the diploma (document type DIP) in EMISIONES.DAT.
      *> COPY "DIPLOMA-RECORD.CBL" REPLACING LEADING ==DP== BY <p>.
           02  DP-SERIAL               PIC 9(8).
           02  DP-MATRICULA            PIC 9(7).
           02  DP-CARRERA              PIC X(3).
      *> Graduation term (YYYYTT), as in TERMINO-ACTUAL.DAT.
           02  DP-TERMINO              PIC X(6).
      *> Honors mention from GRADUACION_CANDIDATOS.DAT, or spaces.
           02  DP-HONOR                PIC X(10).
           02  DP-FECHA                PIC 9(8).
           02  DP-OPERADOR             PIC X(8).
      *> Serial of the original diploma when this row is a reprint;
      *> zeros on the original.
           02  DP-ORIGINAL             PIC 9(8).
      *> Verification code printed on the diploma
      *> (CodigoVerificacion).
           02  DP-CODIGO               PIC 9(6).

      *> DIVULGACION-RECORD.CBL
      *> Record layout of the release-of-records log DIVULGACIONES.DAT,
      *> one row each time student data leaves the registry for a
      *> third party. Rows are appended by RegistrarDivulgacion, from
      *> the Divulgaciones counter screen or automatically by the
      *> programs that ship records out (IntercambioTranscript);
      *> Divulgaciones prints a student's log on request.
      *> COPY "DIVULGACION-RECORD.CBL" REPLACING LEADING ==DV== BY <p>.
           02  DV-MATRICULA            PIC 9(7).
      *> Date of the release, set by RegistrarDivulgacion.
           02  DV-FECHA                PIC 9(8).
      *> Who asked: employer, embassy or partner institution name.
           02  DV-SOLICITANTE          PIC X(30).
      *> Requester type: E = empleador, M = embajada o consulado,
      *> U = universidad socia, O = otro.
           02  DV-TIPO-SOLICITANTE     PIC X(1).
      *> What was sent (transcript, constancia, verification...).
           02  DV-DOCUMENTO            PIC X(30).
      *> Basis of the release: C = consentimiento escrito del
      *> estudiante, T = traslado solicitado por el estudiante,
      *> L = requerimiento legal.
           02  DV-CONSENTIMIENTO       PIC X(1).
      *> Consent form number, court order or issue serial.
           02  DV-REFERENCIA           PIC X(20).
           02  DV-OPERADOR             PIC X(8).

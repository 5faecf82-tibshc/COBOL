      *> ASPIRANTE-RECORD.CBL
      *> Record layout of the admissions applicant file
      *> ASPIRANTES.DAT, one row per application to a carrera for an
      *> intake term. MantenimientoAspirantes records the application,
      *> the entrance exam score, the confirmation and withdrawals;
      *> DecisionAdmision admits, waitlists or rejects against the
      *> quota of CUPOS_ADMISION.DAT; AltasAdmision assigns the
      *> matricula of each confirmed admit and writes its ALTAS.DAT
      *> upload line for IntakeAltas.
      *> COPY "ASPIRANTE-RECORD.CBL"
      *>     REPLACING LEADING ==AS== BY <p>.
      *> Applicant number, assigned in order of application.
           02  AS-FOLIO                PIC 9(6).
      *> Intake term the application is for (YYYYTT).
           02  AS-TERMINO              PIC X(6).
           02  AS-APELLIDO             PIC X(10).
           02  AS-NOMBRE               PIC X(10).
           02  AS-CARRERA              PIC X(3).
           02  AS-GENERO               PIC X(1).
      *> Demographics carried into ALTAS.DAT for the ministry annex.
           02  AS-FECHA-NAC            PIC 9(8).
           02  AS-MUNICIPIO            PIC X(20).
           02  AS-FECHA-SOLICITUD      PIC 9(8).
      *> Entrance exam score (0-100) and exam date; zeros until
      *> the exam is recorded.
           02  AS-PUNTAJE              PIC 9(3).
           02  AS-FECHA-EXAMEN         PIC 9(8).
      *> S = solicitado, E = examinado, A = admitido, W = en lista
      *> de espera, R = rechazado, C = confirmado, D = desistio.
           02  AS-ESTADO               PIC X(1).
               88  AS-SOLICITADO       VALUE "S".
               88  AS-EXAMINADO        VALUE "E".
               88  AS-ADMITIDO         VALUE "A".
               88  AS-EN-ESPERA        VALUE "W".
               88  AS-RECHAZADO        VALUE "R".
               88  AS-CONFIRMADO       VALUE "C".
               88  AS-DESISTIO         VALUE "D".
      *> Date of the last admission decision, and S once the
      *> applicant has been admitted (kept if the admit later
      *> withdraws, so the yield counts every offer made).
           02  AS-FECHA-DECISION       PIC 9(8).
           02  AS-FUE-ADMITIDO         PIC X(1).
               88  AS-CON-OFERTA       VALUE "S".
           02  AS-FECHA-CONFIRMACION   PIC 9(8).
      *> Matricula assigned by AltasAdmision and the date its
      *> ALTAS.DAT line was written; zeros until then.
           02  AS-MATRICULA            PIC 9(7).
           02  AS-FECHA-ALTA           PIC 9(8).

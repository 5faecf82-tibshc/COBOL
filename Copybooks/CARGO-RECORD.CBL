      *> CARGO-RECORD.CBL
      *> Record layout of the miscellaneous charges log
      *> CARGOS_APLICADOS.DAT, one row per charge RegistrarCargo
      *> posted to CARTERA.DAT: lab fees, library fines, ID
      *> replacements from the CargosVarios intake, and the document
      *> fees RegistroEmision posts when it issues a chargeable
      *> document. The CARTERA.DAT row carries the amount; this row
      *> keeps where the charge came from.
      *> COPY "CARGO-RECORD.CBL" REPLACING LEADING ==CG== BY <p>.
           02  CG-MATRICULA            PIC 9(7).
      *> Term the charge was posted to (TERMINO-ACTUAL.DAT).
           02  CG-TERMINO              PIC X(6).
      *> Charge type from CARGOS_TIPOS.DAT, also the CARTERA.DAT
      *> row type.
           02  CG-TIPO                 PIC X(3).
           02  CG-CARRERA              PIC X(3).
           02  CG-MONTO                PIC 9(7)V99.
      *> Date of the charge (as reported by the office, or the
      *> issue date of the document).
           02  CG-FECHA                PIC 9(8).
      *> Originating office; EMI for document fees.
           02  CG-OFICINA              PIC X(3).
      *> EMISIONES.DAT serial of the document; zeros for the intake.
           02  CG-SERIAL               PIC 9(8).
           02  CG-FECHA-APLICADO       PIC 9(8).

      *> SEDES-TABLA.CBL
      *> Shared in-memory table of the campus reference file SEDES.DAT
      *> (maintained by MantenimientoSedes, loaded by CargarSedes):
      *> code and name of every active campus plus the code of the
      *> principal campus. A blank sede on the master (MR-SEDE) or on
      *> a catalog section (CAT-T-SEDE) stands for SED-PRINCIPAL; the
      *> callers normalize it before comparing or grouping.
      *> COPY "SEDES-TABLA.CBL" REPLACING LEADING ==SED== BY <prefix>.
       01  SED-TABLA.
           05  SED-COUNT               PIC 9(2).
           05  SED-PRINCIPAL           PIC X(3).
           05  SED-ENTRY OCCURS 10 TIMES.
               10  SED-T-CODIGO        PIC X(3).
               10  SED-T-NOMBRE        PIC X(30).

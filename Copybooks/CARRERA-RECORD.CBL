      *> CARRERA-RECORD.CBL
      *> Record layout of the careers reference file CARRERAS.DAT,
      *> one row per career. Maintained by MantenimientoCarreras;
      *> CargarCarreras loads the active codes for the validators,
      *> and Diplomas, ProyeccionGrado and TituladosMinisterio read
      *> it directly. Every reader copies this layout so that a new
      *> field never leaves a reader with a short record.
      *> COPY "CARRERA-RECORD.CBL" REPLACING LEADING ==CAR== BY <p>.
           02  CAR-CODIGO              PIC X(3).
           02  CAR-DESC                PIC X(30).
      *> A (or space) = activa, N = inactiva.
           02  CAR-ACTIVO              PIC X(1).
      *> Nominal length in terms, read by ProyeccionGrado.
           02  CAR-DURACION            PIC 9(2).
      *> Ministry program code, reported by TituladosMinisterio.
           02  CAR-PROGRAMA-MIN        PIC X(8).

      *> TERMINO-CERRADO-RECORD.CBL
      *> Record layout of TERMINOS_CERRADOS.DAT, one row per term
      *> whose receivables were closed in AprobarCastigos. A closed
      *> term is frozen: AplicarPagos, AplicarBecas and
      *> AsignarRecargos no longer post to its CARTERA.DAT rows.
      *> COPY "TERMINO-CERRADO-RECORD.CBL"
      *>     REPLACING LEADING ==TC== BY <p>.
           02  TC-TERMINO              PIC X(6).
           02  TC-FECHA                PIC 9(8).
           02  TC-OPERADOR             PIC X(8).

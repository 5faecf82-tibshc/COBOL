      *> ANTIGUEDAD-FILA.CBL
      *> Aging of one CARTERA.DAT row as returned by
      *> AntiguedadCartera: the open balance split into the four
      *> aging bands, the part actually past due (what the financial
      *> hold looks at), and the installments of the row's payment
      *> plan with what is still pending on each. Rows without a plan
      *> come back with AF-CUO-COUNT zero. AplicarPagos, Transcript,
      *> EstadoCuenta and CuotasVencidas declare this same area.
      *> COPY "ANTIGUEDAD-FILA.CBL" REPLACING LEADING ==AF== BY <p>.
       01  AF-RESULTADO.
      *> 1 = corriente, 2 = 30, 3 = 60, 4 = 90 dias o mas.
           05  AF-BANDA                PIC S9(7)V99 OCCURS 4 TIMES.
           05  AF-VENCIDO              PIC S9(7)V99.
           05  AF-CUO-VENCIDAS         PIC 9(2).
           05  AF-CUO-COUNT            PIC 9(2).
           05  AF-CUO-ENTRY OCCURS 12 TIMES.
               10  AF-CUO-NUMERO       PIC 9(2).
               10  AF-CUO-VENCE        PIC 9(8).
               10  AF-CUO-MONTO        PIC 9(7)V99.
               10  AF-CUO-PENDIENTE    PIC 9(7)V99.

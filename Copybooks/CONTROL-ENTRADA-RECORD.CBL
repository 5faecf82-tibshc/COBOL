      *> CONTROL-ENTRADA-RECORD.CBL
      *> Sender envelope of every external intake file (ALTAS.DAT,
      *> ACTAS.DAT, ESCANEO.DAT, PAGOS.DAT, CONVALIDACIONES.DAT,
      *> ACUSE_MINISTERIO.DAT, ACUSE_TITULADOS.DAT): a header line
      *> "*CAB" first and a trailer line "*PIE" last, around the body
      *> records in the file's own layout. ControlEntrada checks the
      *> trailer count and control total against the body before
      *> any intake loads the file; the intakes skip both lines.
      *> The control total is the sum of one numeric field of the
      *> body (the amount in PAGOS.DAT, the matricula everywhere
      *> else, on the D lines only where the file also carries
      *> section or acta headers); ControlEntrada keeps the field of
      *> each file type. ACTAS.DAT sums matriculas, not grades, so
      *> HojasNotas can print the trailer before the grades exist.
      *> COPY "CONTROL-ENTRADA-RECORD.CBL"
      *>     REPLACING LEADING ==CE== BY <p>.
           02  CE-MARCA                PIC X(4).
               88  CE-CABECERA         VALUE "*CAB".
               88  CE-PIE              VALUE "*PIE".
      *> Header: file type (the file name without ".DAT"), the
      *> sender's date of the file and who sent it.
           02  CE-CAB-DATOS.
               03  CE-TIPO             PIC X(16).
               03  CE-FECHA-REMITENTE  PIC 9(8).
               03  CE-REMITENTE        PIC X(20).
      *> Trailer: body records between header and trailer and the
      *> control total of the file type.
           02  CE-PIE-DATOS REDEFINES CE-CAB-DATOS.
               03  CE-CANTIDAD         PIC 9(7).
               03  CE-TOTAL            PIC 9(15).
               03  FILLER              PIC X(22).

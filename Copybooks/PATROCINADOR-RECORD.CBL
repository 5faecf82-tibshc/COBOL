      *> PATROCINADOR-RECORD.CBL
      *> Record layout of the sponsor master PATROCINADORES.DAT, one
      *> row per company that pays all or part of its employees'
      *> tuition. FacturacionTermino bills the sponsored share to the
      *> sponsor and prints one consolidated invoice per sponsor;
      *> AplicarPagosPatrocinador posts the sponsor's payments.
      *> COPY "PATROCINADOR-RECORD.CBL" REPLACING LEADING ==PT== BY <p>.
           02  PT-ID                   PIC X(6).
           02  PT-NOMBRE               PIC X(30).
      *> Billing contact printed on the consolidated invoice.
           02  PT-CONTACTO             PIC X(30).
      *> Billing cycle agreed with the company: T = every term,
      *> S = every semester, A = once a year. The invoice is still
      *> produced by each term billing; the cycle tells collections
      *> when the company expects to be sent it.
           02  PT-CICLO                PIC X(1).
               88  PT-CICLO-TERMINO    VALUE "T".
               88  PT-CICLO-SEMESTRE   VALUE "S".
               88  PT-CICLO-ANUAL      VALUE "A".

      * Identificacion de operador para las funciones sensibles de la
      * suite: pide id y password y los coteja contra OPERADORES.DAT
      * (id en 1-8, password en 9-16, nivel en 17: S=supervisor,
      * O=operador, y en 18-20 la oficina del operador, que solo
      * leen los programas restringidos por oficina como
      * MantenimientoRetenciones), archivo que el administrador
      * siembra a mano. El id y el nivel del operador firmado
      * regresan al llamador para que fluyan a sus registros de
      * auditoria. Sin archivo de
      * operadores, o con credenciales que no cotejan, la sesion se
      * niega: la respuesta honesta a "quien puede borrar un
      * estudiante" deja de ser "cualquiera".
           02  OPE-ID              PIC X(8).
           02  OPE-PASSWORD        PIC X(8).
           02  OPE-NIVEL           PIC X(1).
           02  OPE-OFICINA         PIC X(3).

       WORKING-STORAGE SECTION.
       01  WS-OPE-STATUS           PIC X(2).

           05  WS-TOT-RECHAZOS     PIC 9(6) VALUE ZERO.
           05  WS-RIESGO-CNT       PIC 9(4) VALUE ZERO.
           05  WS-GPA-TEXTO        PIC X(5) VALUE "  .  ".
           05  WS-SEDE-INDICE      PIC 9(2).

      * GPA por sede, de las lineas "GPA SEDE" que LaboratorioDia3
      * escribe despues del GPA general en STUDENTS_MASTER.DAT.
       01  WS-SEDES.
           05  WS-SDE-COUNT        PIC 9(2) VALUE ZERO.
           05  WS-SDE-ENTRY OCCURS 20 TIMES.
               10  WS-SDE-SEDE     PIC X(3).
               10  WS-SDE-GPA      PIC X(5).
               10  WS-SDE-CONT     PIC X(4).

       COPY "DEGREE-CODES.CBL"
           REPLACING ==WS-DEGREE-CODES-LIST==
           05  FILLER              PIC X(23)
               VALUE "GPA PONDERADO GENERAL: ".
           05  WDG-GPA             PIC X(5).
       01  WS-DASH-SEDE.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WDS-SEDE            PIC X(3).
           05  FILLER              PIC X(8) VALUE "  CANT: ".
           05  WDS-CONT            PIC X(4).
           05  FILLER              PIC X(7) VALUE "  GPA: ".
           05  WDS-GPA             PIC X(5).
       01  WS-DASH-RIESGO.
           05  FILLER              PIC X(24)
               VALUE "ESTUDIANTES EN RIESGO: ".
                       AND MASTER-REC(1:22) = "GPA PONDERADO GENERAL:"
                       MOVE MASTER-REC(25:5) TO WS-GPA-TEXTO
                   END-IF
                   IF NOT EOF-MASTER
                       AND MASTER-REC(1:9) = "GPA SEDE "
                       AND WS-SDE-COUNT < 20
                       ADD 1 TO WS-SDE-COUNT
                       MOVE MASTER-REC(10:3)
                           TO WS-SDE-SEDE(WS-SDE-COUNT)
                       MOVE MASTER-REC(15:5)
                           TO WS-SDE-GPA(WS-SDE-COUNT)
                       MOVE MASTER-REC(35:4)
                           TO WS-SDE-CONT(WS-SDE-COUNT)
                   END-IF
               END-PERFORM
               CLOSE MASTER-FILE
           END-IF.

           MOVE WS-GPA-TEXTO TO WDG-GPA.
           WRITE DASHBOARD-REC FROM WS-DASH-GPA.
           IF WS-SDE-COUNT > 0
               MOVE "POR SEDE:" TO DASHBOARD-REC
               WRITE DASHBOARD-REC
               PERFORM VARYING WS-SEDE-INDICE FROM 1 BY 1
                       UNTIL WS-SEDE-INDICE > WS-SDE-COUNT
                   MOVE WS-SDE-SEDE(WS-SEDE-INDICE) TO WDS-SEDE
                   MOVE WS-SDE-CONT(WS-SEDE-INDICE) TO WDS-CONT
                   MOVE WS-SDE-GPA(WS-SEDE-INDICE) TO WDS-GPA
                   WRITE DASHBOARD-REC FROM WS-DASH-SEDE
               END-PERFORM
           END-IF.
           MOVE WS-RIESGO-CNT TO WDR-CNT.
           WRITE DASHBOARD-REC FROM WS-DASH-RIESGO.


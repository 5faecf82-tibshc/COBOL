       FD  CARRERAS-FILE.
       01  CAR-REC.
           88  EOF-CAR             VALUE HIGH-VALUE.
           COPY "CARRERA-RECORD.CBL".

       WORKING-STORAGE SECTION.
       01  WS-CAR-STATUS           PIC X(2).

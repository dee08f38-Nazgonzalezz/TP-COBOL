       01  AREA-DE-COMMUNICATION-DOC.
           05 DATOS-ENTRADA.
               10 OPCION                 PIC 9.
               10 NUM-DAT-BUSCAR         PIC X(4).
           05 DATOS-SALIDA.
               10 DESCRIPCION            PIC X(23).
               10 ESTADO-DATO            PIC X.

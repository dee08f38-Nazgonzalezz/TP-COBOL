      *    graba la condicion regular o libre en REGULAR.DAT, que es
      *    donde la inscripcion a mesas de PGENMESA y el cierre la
      *    consultan. Hoy un alumno rinde final con cuatro clases
      *    cursadas y nadie lo ve hasta el acta firmada. El computo
      *    reemplaza solo las cursadas del anio computado: las de
      *    otros anios quedan como estaban y una cursada que PVENCREG
      *    ya dio por vencida sigue vencida.
      *    Con la ventana batch abierta (PJOBSTRM corriendo la cadena
      *    nocturna) no entra, salvo que el supervisor lo fuerce
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                05 RGU-CONDICION      PIC X.
                    88 RGU-REGULAR            VALUE "R".
                    88 RGU-LIBRE              VALUE "L".
                    88 RGU-VENCIDA            VALUE "V".
                05 RGU-MOTIVO-VENC    PIC X.
                05 RGU-FECHA-VENC     PIC 9(8).
                05 ESPACIO-RGU        PIC XX.

       FD  ARCH-PARAM.
           01  REG-PARAM.
                05 par-porcMinimo     PIC 9(3).
                05 par-aniosVigencia  PIC 9.
                05 par-turnosVigencia PIC 99.
                05 par-intentosMax    PIC 9.
                05 par-notaAprobacion PIC 99V99.

       FD  ARCH-EST.
           01  REG-EST.
       77  wss-alumnoBusca               PIC 9(6).
       77  wss-materiaBusca              PIC 99.

      * REGULAR.DAT anterior al computo: se conservan las cursadas de
      * otros anios y los vencimientos del anio computado
       77  wss-cont-previos              PIC 9(4)  COMP VALUE 0.
       01  VECTOR-PREVIOS                OCCURS 3000 TIMES.
           05 vpr-registro.
               10 vpr-nroAlumno          PIC 9(6).
               10 vpr-nroMateria         PIC 99.
               10 vpr-anio               PIC 9(4).
               10 vpr-porcentaje         PIC 9(3).
               10 vpr-condicion          PIC X.
               10 vpr-motivoVenc         PIC X.
               10 vpr-fechaVenc          PIC 9(8).
               10 FILLER                 PIC XX.
       77  WS-IND-PRE                    PIC 9(4)  COMP.

       77  wss-porcentaje                PIC 9(3)  COMP.
       77  wss-cont-leidas               PIC 9(7)  COMP VALUE 0.
       77  wss-cont-grabados             PIC 9(7)  COMP VALUE 0.

       01  RUTINAS.
           05 Ralum                      PIC X(8)  VALUE "RLEEALUM".
           05 Rventana                   PIC X(8)  VALUE "RUTVENTA".

      *VARIABLES PARA INVOCAR A LA RUTINA DE BUSCAR ALUMNOS
       01  AREA-DE-COMMUNICATIONN.
                   15 retorn-num     PIC 9(3).
                   15 retorn-txt     PIC X(30).

      *VARIABLES PARA INVOCAR A LA RUTINA DE LA VENTANA BATCH
       01  AREA-DE-COMMUNICATION-VEN.
           05 DATOS-ENTRADA.
               10 OPCION-V            PIC 9.
               10 V-PROGRAMA          PIC X(8).
           05 DATOS-SALIDA.
               10 V-FECHA-INICIO      PIC 9(8).
               10 V-HORA-INICIO       PIC 9(8).
               10 V-PASO              PIC X(8).
               10 COMO-TERMINO.
                   15 retorn-num-v    PIC 9(3).
                   15 retorn-txt-v    PIC X(30).

       PROCEDURE DIVISION.
      */////////////////////////////////////////////////////////////////

       MAIN-PROCEDURE.
           PERFORM 8550-CONTROLAR-VENTANA-BATCH
           PERFORM 0500-SELECCIONAR-MODO
           PERFORM 0700-CARGAR-PORCENTAJE-MINIMO
           EVALUATE wss-modo
                   " en ASISTEN.DAT, no hay nada que computar"
           ELSE
               PERFORM 6200-ACUMULAR-JUSTIFICADAS
               PERFORM 6250-CARGAR-REGULARIDAD-PREVIA
               PERFORM 6300-GRABAR-REGULARIDAD
               MOVE "S" TO wss-corrida-normal
               PERFORM 5500-GRABAR-ESTADISTICA
           END-IF
           MOVE 0 TO flag.

      *-----------------------------------------------------------------

       6250-CARGAR-REGULARIDAD-PREVIA.
           OPEN INPUT ARCH-RGU
           IF wss-fs-rgu-OK
               READ ARCH-RGU AT END MOVE 1 TO flag
               END-READ
               PERFORM UNTIL flag = 1
                   IF wss-cont-previos < 3000
                       ADD 1 TO wss-cont-previos
                       MOVE REG-RGU TO vpr-registro(wss-cont-previos)
                   ELSE
                       DISPLAY "ADVERTENCIA: mas de 3000 cursadas en "
                           "REGULAR.DAT, las restantes se pierden"
                   END-IF
                   READ ARCH-RGU AT END MOVE 1 TO flag
                   END-READ
               END-PERFORM
               CLOSE ARCH-RGU
           ELSE
               CLOSE ARCH-RGU
           END-IF
           MOVE 0 TO flag.

      *-----------------------------------------------------------------

      * el porcentaje cuenta las justificadas como presentes y no
      * puede superar las clases dictadas; REGULAR.DAT se regraba con
      * las cursadas de otros anios y las del anio computado
       6300-GRABAR-REGULARIDAD.
           OPEN OUTPUT ARCH-RGU
           IF NOT wss-fs-rgu-OK then
               display "error al abrir el archivo REGULAR.DAT"
               PERFORM 5000-CERRAR-PROGRAMA
           END-IF
           PERFORM VARYING WS-IND-PRE FROM 1 BY 1
                   UNTIL WS-IND-PRE > wss-cont-previos
               IF vpr-anio(WS-IND-PRE) NOT = wss-anioComputo
                   MOVE vpr-registro(WS-IND-PRE) TO REG-RGU
                   WRITE REG-RGU
                   IF NOT wss-fs-rgu-OK then
                       display "error al escribir REGULAR.DAT"
                       PERFORM 5000-CERRAR-PROGRAMA
                   END-IF
               END-IF
           END-PERFORM
           PERFORM VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND > wss-cont-pares
               IF vpa-justificadas(WS-IND) + vpa-presentes(WS-IND)
               MOVE vpa-nroMateria(WS-IND) TO RGU-NRO-MATERIA
               MOVE wss-anioComputo        TO RGU-ANIO
               MOVE wss-porcentaje         TO RGU-PORCENTAJE
               MOVE SPACE                  TO RGU-MOTIVO-VENC
               MOVE 0                      TO RGU-FECHA-VENC
               IF wss-porcentaje >= wss-porcMinimo
                   SET RGU-REGULAR TO TRUE
                   PERFORM 6350-MANTENER-VENCIMIENTO
               ELSE
                   SET RGU-LIBRE TO TRUE
                   ADD 1 TO wss-cont-libres

      *-----------------------------------------------------------------

      * una cursada regular que ya estaba vencida no vuelve a quedar
      * regular por recomputar la asistencia
       6350-MANTENER-VENCIMIENTO.
           PERFORM VARYING WS-IND-PRE FROM 1 BY 1
                   UNTIL WS-IND-PRE > wss-cont-previos
               IF vpr-anio(WS-IND-PRE) = wss-anioComputo
                       AND vpr-nroAlumno(WS-IND-PRE) = RGU-NRO-ALUMNO
                       AND vpr-nroMateria(WS-IND-PRE) =
                           RGU-NRO-MATERIA
                       AND vpr-condicion(WS-IND-PRE) = "V"
                   SET RGU-VENCIDA TO TRUE
                   MOVE vpr-motivoVenc(WS-IND-PRE) TO RGU-MOTIVO-VENC
                   MOVE vpr-fechaVenc(WS-IND-PRE)  TO RGU-FECHA-VENC
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------

      * anota la corrida en ESTADIS.DAT con sus totales de control,
      * para que operaciones pueda probar que la ventana corrio
       5500-GRABAR-ESTADISTICA.
               END-IF
           END-IF.

      *-----------------------------------------------------------------

      * con la cadena nocturna corriendo el programa no entra a
      * actualizar (salvo que el supervisor lo fuerce)
       8550-CONTROLAR-VENTANA-BATCH.
           INITIALIZE AREA-DE-COMMUNICATION-VEN
           MOVE 5 TO OPCION-V
           MOVE "PGENJUST" TO V-PROGRAMA
           CALL Rventana USING AREA-DE-COMMUNICATION-VEN
           IF retorn-num-v NOT = 0
               PERFORM 5000-CERRAR-PROGRAMA
           END-IF.

      *-----------------------------------------------------------------
       END PROGRAM PGENJUST.

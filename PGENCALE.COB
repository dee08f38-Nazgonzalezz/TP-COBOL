      * Date:
      * Purpose: Mantenimiento del calendario academico CALENDAR.DAT:
      *    por anio se cargan los periodos de cursada con su estado
      *    de posteo (abierto o cerrado para la carga), los feriados,
      *    los dias sin clases de la institucion (jornadas, actos)
      *    y las ventanas de examen, con las fechas validadas por
      *    RUTFECHH. El registrador cierra el posteo de un periodo y
      *    PGENNOTA, PGENASIS y PGENINSC rechazan movimientos
      *    fechados adentro, salvo el destrabe supervisado que queda
      *    en AUDIT.LOG. Los feriados ademas alimentan el computo de
      *    dias habiles de RUTFECHH. Feriados y dias sin clases se
      *    descuentan en PCALCLAS al calcular las clases esperadas de
      *    cada materia por mes. Solo el rol supervisor llega
      *    aca: el programa lo verifica ademas del menu.
      *    Con la ventana batch abierta (PJOBSTRM corriendo la cadena
      *    nocturna) los modos 1 y 2 no entran, salvo que el supervisor
      *    lo fuerce; las consultas siguen disponibles
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                    88 CAL-PERIODO            VALUE "P".
                    88 CAL-FERIADO            VALUE "F".
                    88 CAL-EXAMEN             VALUE "E".
                    88 CAL-SIN-CLASES         VALUE "N".
                05 CAL-FECHA-DESDE    PIC 9(8).
                05 CAL-FECHA-HASTA    PIC 9(8).
                05 CAL-POSTEO         PIC X.

       01  RUTINAS.
           05 Rfecha                     PIC X(8)  VALUE "RUTFECHH".
           05 Rventana                   PIC X(8)  VALUE "RUTVENTA".

       01  LINEA-CALENDARIO.
           05 FILLER                     PIC X(8)  VALUE "  ANIO  ".
                   15 retorn-num-f    PIC 999.
                   15 retorn-txt-f    PIC X(40).

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

               PERFORM 5000-CERRAR-PROGRAMA
           END-IF
           PERFORM 0500-SELECCIONAR-MODO
           IF wss-modo = 1 OR wss-modo = 2
               PERFORM 8550-CONTROLAR-VENTANA-BATCH
           END-IF
           EVALUATE wss-modo
               WHEN 1
                   PERFORM 1000-MODO-ALTA-DE-REGISTROS

       0500-SELECCIONAR-MODO.
           PERFORM UNTIL wss-modo = 1 OR wss-modo = 2 OR wss-modo = 3
               DISPLAY "1-CARGAR PERIODOS, FERIADOS, DIAS SIN CLASES "
                   "Y EXAMENES"
               DISPLAY "2-ABRIR O CERRAR EL POSTEO DE UN PERIODO"
               DISPLAY "3-LISTAR EL CALENDARIO"
               ACCEPT wss-modo

       2000-CARGAR-UN-REGISTRO.
           DISPLAY "INGRESE EL TIPO: (P)eriodo de cursada, "
               "(F)eriado, (N)o hay clases, (E)xamen o X PARA "
               "TERMINAR"
           ACCEPT wss-tipo
           IF wss-tipo NOT = "X"
               IF wss-tipo NOT = "P" AND wss-tipo NOT = "F"
                       AND wss-tipo NOT = "E" AND wss-tipo NOT = "N"
                   DISPLAY "error el tipo debe ser P, F, N o E"
               ELSE
                   PERFORM 2100-INGRESAR-FECHAS-Y-GRABAR
               END-IF
               CALL Rfecha USING AREA-DE-COMMUNICATION-FECH
               MOVE FECHA-FORMATOO1 TO wss-fechaDesde
               DISPLAY "INGRESO DE LA FECHA HASTA (la misma para un "
                   "feriado o dia sin clases de un solo dia):"
               INITIALIZE AREA-DE-COMMUNICATION-FECH
               MOVE 1 TO OPCION-F
               CALL Rfecha USING AREA-DE-COMMUNICATION-FECH
               END-IF
           END-IF.

      *-----------------------------------------------------------------

      * con la cadena nocturna corriendo el programa no entra a
      * actualizar (salvo que el supervisor lo fuerce)
       8550-CONTROLAR-VENTANA-BATCH.
           INITIALIZE AREA-DE-COMMUNICATION-VEN
           MOVE 5 TO OPCION-V
           MOVE "PGENCALE" TO V-PROGRAMA
           CALL Rventana USING AREA-DE-COMMUNICATION-VEN
           IF retorn-num-v NOT = 0
               PERFORM 5000-CERRAR-PROGRAMA
           END-IF.

      *-----------------------------------------------------------------
       END PROGRAM PGENCALE.

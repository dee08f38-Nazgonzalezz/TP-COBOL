      *    libre del registro de ALUMNOS.DAT; el plan en blanco es
      *    el plan historico anterior a este circuito. Con dos
      *    cohortes en planes distintos ya no alcanza el plan unico
      *    implicito de MATERIA.dat mas CORRELAT.DAT.
      *    Cada plan lleva tambien las horas de practicas
      *    profesionalizantes que exige para egresar (cero si no las
      *    exige), que se cargan en el alta o despues con el modo 4 y
      *    que controlan PEGRESO, PAVANCE y PLISPRAC.
      *    Con la ventana batch abierta (PJOBSTRM corriendo la cadena
      *    nocturna) los modos 1, 2 y 4 no entran, salvo que el
      *    supervisor lo fuerce; las consultas siguen disponibles
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                05 PLA-ESTADO         PIC X.
                    88 PLAN-ACTIVO            VALUE "S".
                    88 PLAN-INACTIVO          VALUE "N".
                05 PLA-HORAS-PRACTICA PIC 9(3).
                05 ESPACIO            PIC X.

       FD  ARCH-PLM.
       77  wss-descripPlan               PIC X(20).
       77  wss-nroMateria                PIC X(2).
       77  wss-anioEstudio               PIC 9.
       77  wss-horasPractica             PIC 9(3).
       77  wss-plan-grabado              PIC X     VALUE "N".
       77  wss-indPlan                   PIC 9(2)  COMP.

       01  wss-fs-pla                    PIC X(2).
           88 wss-fs-pla-OK                        VALUE '00'.
           88 wss-fs-pla-EOF                       VALUE '10'.
           88 wss-fs-pla-NOEXISTE                  VALUE '05'.
           88 wss-fs-pla-OCUPADO                   VALUE '61' '93'
                                                    '94' '99'.

       01  wss-fs-plm                    PIC X(2).
           88 wss-fs-plm-OK                        VALUE '00'.
       01  VECTOR-PLANES                 OCCURS 10 TIMES.
           05 vpl-codigo                 PIC X.
           05 vpl-descrip                PIC X(20).
           05 vpl-horasPractica          PIC 9(3).
       77  wss-plan-repetido             PIC X     VALUE "N".
       77  wss-plan-existe               PIC X     VALUE "N".
       77  WS-IND-PLA                    PIC 9(2)  COMP.
       77  wss-materia-en-plan           PIC X     VALUE "N".
       77  WS-IND-PLM                    PIC 9(3)  COMP.

      * manejo de archivo ocupado por otro operador
       77  wss-reintentos                PIC 9     VALUE 0.
       77  wss-segundos-espera           PIC 9(3)  COMP VALUE 2.

       01  RUTINAS.
           05 Rmate                      PIC X(8)  VALUE "RLEEMATE".
           05 Rventana                   PIC X(8)  VALUE "RUTVENTA".

       01  LINEA-PLAN.
           05 FILLER                     PIC X(8)  VALUE "  PLAN: ".
           05 lis-plan                   PIC X.
           05 FILLER                     PIC X(3)  VALUE " - ".
           05 lis-descrip                PIC X(20).
           05 FILLER                     PIC X(23) VALUE
           "  HORAS DE PRACTICAS:  ".
           05 lis-horasPractica          PIC ZZ9.

       01  LINEA-PLANMAT.
           05 FILLER                     PIC X(12) VALUE
                   15 retorn-num-m    PIC 9(3).
                   15 retorn-txt-m    PIC X(30).

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
           PERFORM 0500-SELECCIONAR-MODO
           IF wss-modo = 1 OR wss-modo = 2 OR wss-modo = 4
               PERFORM 8550-CONTROLAR-VENTANA-BATCH
           END-IF
           PERFORM 0900-CARGAR-PLANES-EXISTENTES
           PERFORM 0950-CARGAR-PLANMAT-EXISTENTES
           EVALUATE wss-modo
                   PERFORM 2000-MODO-ASIGNAR-MATERIAS
               WHEN 3
                   PERFORM 7000-MODO-LISTAR-PLANES
               WHEN 4
                   PERFORM 4000-MODO-HORAS-PRACTICA
           END-EVALUATE
           PERFORM 5000-CERRAR-PROGRAMA.

      */////////////////////////////////////////////////////////////////

       0500-SELECCIONAR-MODO.
           PERFORM UNTIL wss-modo >= 1 AND wss-modo <= 4
               DISPLAY "1-CARGAR PLANES DE ESTUDIO NUEVOS"
               DISPLAY "2-ASIGNAR MATERIAS A UN PLAN"
               DISPLAY "3-LISTAR PLANES Y SUS MATERIAS"
               DISPLAY "4-FIJAR LAS HORAS DE PRACTICAS DE UN PLAN"
               ACCEPT wss-modo
               IF wss-modo < 1 OR wss-modo > 4
                   DISPLAY "opcion invalida"
               END-IF
           END-PERFORM.
                           vpl-codigo(wss-cont-planes)
                       MOVE PLA-DESCRIP TO
                           vpl-descrip(wss-cont-planes)
                       MOVE PLA-HORAS-PRACTICA TO
                           vpl-horasPractica(wss-cont-planes)
                   END-IF
                   READ ARCH-PLA AT END MOVE 1 TO flag
                   END-READ
                   MOVE "S" TO wss-dato-valido
               END-IF
           END-PERFORM
           PERFORM 4300-INGRESAR-HORAS-PRACTICA
           MOVE wss-plan        TO PLA-CODIGO
           MOVE wss-descripPlan TO PLA-DESCRIP
           SET PLAN-ACTIVO TO TRUE
           MOVE wss-horasPractica TO PLA-HORAS-PRACTICA
           MOVE SPACE TO ESPACIO
           WRITE REG-PLA
           IF NOT wss-fs-pla-OK then
               ADD 1 TO wss-cont-planes
               MOVE wss-plan TO vpl-codigo(wss-cont-planes)
               MOVE wss-descripPlan TO vpl-descrip(wss-cont-planes)
               MOVE wss-horasPractica TO
                   vpl-horasPractica(wss-cont-planes)
           END-IF
           MOVE wss-plan TO aud-clave
           PERFORM 3150-REGISTRAR-AUDITORIA
               display "error al escribir en AUDIT.LOG"
           END-IF.

      *-----------------------------------------------------------------

      * las horas de practicas de un plan ya cargado se corrigen
      * sobre el mismo registro de PLANES.DAT
       4000-MODO-HORAS-PRACTICA.
           IF wss-cont-planes = 0
               DISPLAY "no hay planes cargados (PLANES.DAT)"
               PERFORM 5000-CERRAR-PROGRAMA
           END-IF
           OPEN EXTEND ARCH-AUDIT
           PERFORM 4100-FIJAR-HORAS-DE-UN-PLAN
               UNTIL wss-plan = "F"
           CLOSE ARCH-AUDIT.

      *-----------------------------------------------------------------

       4100-FIJAR-HORAS-DE-UN-PLAN.
           DISPLAY "INGRESE EL CODIGO DE PLAN (F PARA TERMINAR)"
           ACCEPT wss-plan
           IF wss-plan NOT = "F"
               PERFORM 1200-VERIFICAR-PLAN-REPETIDO
               IF wss-plan-repetido = "N"
                   DISPLAY "el plan " wss-plan " no existe en "
                       "PLANES.DAT, reingrese"
               ELSE
                   PERFORM 4150-UBICAR-PLAN
                   DISPLAY "HORAS ACTUALES: "
                       vpl-horasPractica(wss-indPlan)
                   PERFORM 4300-INGRESAR-HORAS-PRACTICA
                   PERFORM 4200-REGRABAR-PLAN
                   IF wss-plan-grabado = "S"
                       MOVE wss-horasPractica TO
                           vpl-horasPractica(wss-indPlan)
                       MOVE SPACES TO aud-clave
                       STRING wss-plan       DELIMITED BY SIZE
                           "/PRACTICA "      DELIMITED BY SIZE
                           wss-horasPractica DELIMITED BY SIZE
                           INTO aud-clave
                       END-STRING
                       PERFORM 3150-REGISTRAR-AUDITORIA
                       DISPLAY "horas de practicas actualizadas"
                   END-IF
               END-IF
           END-IF.

      *-----------------------------------------------------------------

       4150-UBICAR-PLAN.
           MOVE 0 TO wss-indPlan
           PERFORM VARYING WS-IND-PLA FROM 1 BY 1
                   UNTIL WS-IND-PLA > wss-cont-planes
                   OR wss-indPlan > 0
               IF vpl-codigo(WS-IND-PLA) = wss-plan
                   MOVE WS-IND-PLA TO wss-indPlan
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------

       4200-REGRABAR-PLAN.
           MOVE "N" TO wss-plan-grabado
           OPEN I-O ARCH-PLA
           IF wss-fs-pla-OCUPADO
               PERFORM 8910-REINTENTAR-APERTURA-IO
           END-IF
           IF NOT wss-fs-pla-OK then
               display "error al abrir el archivo PLANES.DAT"
           ELSE
               MOVE 0 TO flag
               READ ARCH-PLA AT END MOVE 1 TO flag
               END-READ
               PERFORM UNTIL flag = 1
                   IF PLA-CODIGO = wss-plan
                       MOVE wss-horasPractica TO PLA-HORAS-PRACTICA
                       REWRITE REG-PLA
                       IF NOT wss-fs-pla-OK then
                           display "error al regrabar PLANES.DAT"
                       ELSE
                           MOVE "S" TO wss-plan-grabado
                       END-IF
                       MOVE 1 TO flag
                   ELSE
                       READ ARCH-PLA AT END MOVE 1 TO flag
                       END-READ
                   END-IF
               END-PERFORM
               MOVE 0 TO flag
           END-IF
           CLOSE ARCH-PLA.

      *-----------------------------------------------------------------

       4300-INGRESAR-HORAS-PRACTICA.
           MOVE "N" TO wss-dato-valido
           PERFORM UNTIL wss-dato-valido = "S"
               DISPLAY "INGRESE LAS HORAS DE PRACTICAS "
                   "PROFESIONALIZANTES QUE EXIGE EL PLAN (0 A 999, 0 "
                   "SI NO EXIGE)"
               ACCEPT wss-horasPractica
               IF wss-horasPractica IS NUMERIC
                   MOVE "S" TO wss-dato-valido
               ELSE
                   DISPLAY "error las horas deben ser numericas"
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------

       7000-MODO-LISTAR-PLANES.
                       UNTIL WS-IND-PLA > wss-cont-planes
                   MOVE vpl-codigo(WS-IND-PLA)  TO lis-plan
                   MOVE vpl-descrip(WS-IND-PLA) TO lis-descrip
                   MOVE vpl-horasPractica(WS-IND-PLA) TO
                       lis-horasPractica
                   DISPLAY LINEA-PLAN
                   PERFORM VARYING WS-IND-PLM FROM 1 BY 1
                           UNTIL WS-IND-PLM > wss-cont-planmat

      *-----------------------------------------------------------------

      * reintenta la apertura de PLANES.DAT mientras el estado sea
      * de comparticion, avisando al operador en cada vuelta
       8910-REINTENTAR-APERTURA-IO.
           MOVE 0 TO wss-reintentos
           PERFORM UNTIL NOT wss-fs-pla-OCUPADO
                   OR wss-reintentos >= 5
               ADD 1 TO wss-reintentos
               DISPLAY "PLANES.DAT esta en uso por otro operador "
                   "(estado " wss-fs-pla "), reintento "
                   wss-reintentos " de 5..."
               CALL "C$SLEEP" USING wss-segundos-espera
               OPEN I-O ARCH-PLA
           END-PERFORM
           IF wss-fs-pla-OCUPADO
               DISPLAY "PLANES.DAT sigue en uso; avise a quien lo "
                   "este usando y reintente en unos minutos"
           END-IF.

      *-----------------------------------------------------------------

      * el usuario de la sesion lo deja PMENU en SESION.DAT; si no
      * hay sesion (corrida por fuera del menu) vale la variable USER
       8800-OBTENER-USUARIO-SESION.
               END-IF
           END-IF.

      *-----------------------------------------------------------------

      * con la cadena nocturna corriendo el programa no entra a
      * actualizar (salvo que el supervisor lo fuerce)
       8550-CONTROLAR-VENTANA-BATCH.
           INITIALIZE AREA-DE-COMMUNICATION-VEN
           MOVE 5 TO OPCION-V
           MOVE "PGENPLAN" TO V-PROGRAMA
           CALL Rventana USING AREA-DE-COMMUNICATION-VEN
           IF retorn-num-v NOT = 0
               PERFORM 5000-CERRAR-PROGRAMA
           END-IF.

      *-----------------------------------------------------------------
       END PROGRAM PGENPLAN.

      *    con el promedio final ponderado por carga horaria, que es
      *    el insumo de la imprenta de diplomas. Hasta hoy a los
      *    egresados los descubriamos de a uno cuando venian a pedir
      *    el titulo. Cada titulo nuevo deja en TITMOVI.DAT su
      *    primer movimiento, etapa 1 SOLICITADO, desde donde lo
      *    sigue PGENTITU hasta la entrega del diploma. Cada egreso
      *    queda en el diario de cambios DIARIO.DAT a traves de
      *    RUTDIARI.
      *    Antes de procesar verifica ALUMNOS.DAT, MATERIA.dat y
      *    HISTORIA.DAT contra sus registros de control de CTLMAEST.DAT
      *    a traves de RUTCONTR y, si no coinciden, termina con final
      *    anormal sin procesar nada. Al terminar deja en CTLMAEST.DAT
      *    los nuevos totales de ALUMNOS.DAT.
      *    Si el plan del alumno exige practicas profesionalizantes
      *    (horas de practica en PLANES.DAT), las horas aprobadas por
      *    el tutor en HORPRAC.DAT tienen que cubrirlas: al que tiene
      *    todas las materias pero le faltan horas no se lo egresa,
      *    se avisa cuantas le faltan y se cuenta aparte.
      *    Con la ventana batch abierta (PJOBSTRM corriendo la cadena
      *    nocturna) solo corre como paso de la propia cadena, salvo que
      *    el supervisor lo fuerce
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-his.

       SELECT OPTIONAL ARCH-PLA         ASSIGN TO "PLANES.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-pla.

       SELECT OPTIONAL ARCH-HRP         ASSIGN TO "HORPRAC.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-hrp.

       SELECT OPTIONAL ARCH-TIT         ASSIGN TO "TITULOS.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-tit.

       SELECT OPTIONAL ARCH-TMV         ASSIGN TO "TITMOVI.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-tmv.

       SELECT OPTIONAL ARCH-EST         ASSIGN TO "ESTADIS.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-est.
                05 ALU-NRO-ALUMNO        PIC X(6).
                05 ALU-NOMBRE            PIC X(23).
                05 ALU-NRO-PAIS          PIC X(3).
                05 ALU-PLAN              PIC X.
                05 ALU-FECHA-INGRESO     PIC 9(8).
                05 ALU-ESTADO            PIC X.
                    88 ALUMNO-ACTIVO             VALUE "A" " ".
                    88 HIS-EQUIVALENCIA       VALUE "E".
                05 ESPACIO-HIS        PIC X.

       FD  ARCH-PLA.
           01  REG-PLA.
                05 PLA-CODIGO         PIC X.
                05 PLA-DESCRIP        PIC X(20).
                05 PLA-ESTADO         PIC X.
                05 PLA-HORAS-PRACTICA PIC 9(3).
                05 ESPACIO-PLA        PIC X.

       FD  ARCH-HRP.
           01  REG-HRP.
                05 HRP-NRO-ALUMNO     PIC 9(6).
                05 HRP-ORGANIZACION   PIC X(4).
                05 HRP-FECHA          PIC 9(8).
                05 HRP-HORAS          PIC 99.
                05 HRP-ESTADO         PIC X.
                    88 HORAS-APROBADAS        VALUE "A".
                05 HRP-FECHA-NOVEDAD  PIC 9(8).
                05 HRP-USUARIO        PIC X(20).
                05 ESPACIO-HRP        PIC XX.

       FD  ARCH-TIT.
           01  REG-TIT.
                05 TIT-NRO-TITULO     PIC 9(5).
                05 TIT-PROMEDIO       PIC 99V99.
                05 ESPACIO-TIT        PIC XX.

       FD  ARCH-TMV.
           01  REG-TMV.
                05 TMV-NRO-TITULO     PIC 9(5).
                05 TMV-ETAPA          PIC 9.
                05 TMV-FECHA          PIC 9(8).
                05 TMV-HORA           PIC 9(6).
                05 TMV-USUARIO        PIC X(20).
                05 TMV-DNI-RECEPTOR   PIC X(10).
                05 TMV-RECEPTOR       PIC X(23).
                05 ESPACIO-TMV        PIC XX.

       FD  ARCH-EST.
           01  REG-EST.
                05 est-programa       PIC X(8).
       77  flag                          PIC X     VALUE "N".
       77  wss-confirma                  PIC X.
       77  wss-fechaHoy                  PIC 9(8).
       77  wss-regAluAnterior            PIC X(53).

       01  wss-fs-alu                    PIC X(2).
           88 wss-fs-alu-OK                        VALUE '00'.
           88 wss-fs-his-OK                        VALUE '00'.
           88 wss-fs-his-EOF                       VALUE '10'.

       01  wss-fs-pla                    PIC X(2).
           88 wss-fs-pla-OK                        VALUE '00'.

       01  wss-fs-hrp                    PIC X(2).
           88 wss-fs-hrp-OK                        VALUE '00'.

       01  wss-fs-tit                    PIC X(2).
           88 wss-fs-tit-OK                        VALUE '00'.
           88 wss-fs-tit-EOF                       VALUE '10'.
           88 wss-fs-tit-NOEXISTE                  VALUE '05'.

       01  wss-fs-tmv                    PIC X(2).
           88 wss-fs-tmv-OK                        VALUE '00'.

       01  wss-fs-est                    PIC X(2).
           88 wss-fs-est-OK                        VALUE '00'.
           88 wss-fs-est-NOEXISTE                  VALUE '05'.
       77  WS-IND-APR                    PIC 9(4)  COMP.
       77  WS-IND-2                      PIC 9(4)  COMP.

      * horas de practica que exige cada plan y horas aprobadas
      * por el tutor de cada alumno
       77  wss-cont-planes               PIC 9(2)  COMP VALUE 0.
       01  VECTOR-PLANES                 OCCURS 10 TIMES.
           05 vpl-codigo                 PIC X.
           05 vpl-horasPractica          PIC 9(3).
       77  WS-IND-PLA                    PIC 9(2)  COMP.
       77  wss-cont-alu-practica         PIC 9(4)  COMP VALUE 0.
       01  VECTOR-PRACTICAS              OCCURS 3000 TIMES.
           05 vpr-nroAlumno              PIC 9(6).
           05 vpr-horasAprobadas         PIC 9(5)  COMP.
       77  WS-IND-PRA                    PIC 9(4)  COMP.
       77  wss-horasExigidas             PIC 9(3).
       77  wss-horasAprobadas            PIC 9(5).
       77  wss-horasFaltantes            PIC 9(5).
       77  wss-cont-sin-practicas        PIC 9(7)  COMP VALUE 0.

       77  wss-completo                  PIC X.
       77  wss-materia-aprobada          PIC X.
       77  wss-acuPonderado              PIC 9(7)V99 COMP.
           05 FILLER                     PIC X(12) VALUE "  PROMEDIO: ".
           05 egr-promedio               PIC 99.99.

       01  RUTINAS.
           05 Rdiario                    PIC X(8)  VALUE "RUTDIARI".
           05 Rcontrol                   PIC X(8)  VALUE "RUTCONTR".
           05 Rventana                   PIC X(8)  VALUE "RUTVENTA".

      *VARIABLES PARA INVOCAR A LA RUTINA DEL DIARIO DE CAMBIOS
       01  AREA-DE-COMMUNICATION-JRN.
           05 DATOS-ENTRADA.
               10 OPCION-J            PIC 9.
               10 J-PROGRAMA          PIC X(8).
               10 J-ARCHIVO           PIC X(3).
               10 J-OPERACION         PIC X.
               10 J-IMAGEN-ANTES      PIC X(53).
               10 J-IMAGEN-DESPUES    PIC X(53).
           05 DATOS-SALIDA.
               10 COMO-TERMINO.
                   15 retorn-num-j    PIC 9(3).
                   15 retorn-txt-j    PIC X(30).

      *VARIABLES PARA INVOCAR A LA RUTINA DE REGISTROS DE CONTROL
       01  AREA-DE-COMMUNICATION-CTM.
           05 DATOS-ENTRADA.
               10 OPCION-K            PIC 9.
               10 K-ARCHIVOS          PIC X(18).
               10 K-PROGRAMA          PIC X(8).
           05 DATOS-SALIDA.
               10 K-CANT-ACTUAL       PIC 9(9).
               10 K-HASH-ACTUAL       PIC 9(15).
               10 K-SUMA-ACTUAL       PIC 9(13)V99.
               10 K-CANT-CONTROL      PIC 9(9).
               10 K-HASH-CONTROL      PIC 9(15).
               10 K-SUMA-CONTROL      PIC 9(13)V99.
               10 K-PROGRAMA-CONTROL  PIC X(8).
               10 K-FECHA-CONTROL     PIC 9(8).
               10 K-HORA-CONTROL      PIC 9(8).
               10 COMO-TERMINO.
                   15 retorn-num-k    PIC 9(3).
                   15 retorn-txt-k    PIC X(30).

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
           PERFORM 8600-VERIFICAR-CONTROLES
           PERFORM 1000-CARGAR-MATERIAS-ACTIVAS
           IF wss-cont-materias = 0
               DISPLAY "no hay materias activas en MATERIA.dat, no "
                   "hay plan contra el que comparar"
           ELSE
               PERFORM 2000-CARGAR-APROBADAS
               PERFORM 2200-CARGAR-PLANES
               PERFORM 2300-CARGAR-HORAS-PRACTICA
               PERFORM 2500-BUSCAR-PROXIMO-TITULO
               PERFORM 3000-RECORRER-Y-EGRESAR
               MOVE "S" TO wss-corrida-normal

      *-----------------------------------------------------------------

      * horas de practica profesionalizante que exige cada plan
       2200-CARGAR-PLANES.
           OPEN INPUT ARCH-PLA
           IF wss-fs-pla-OK
               READ ARCH-PLA AT END MOVE "S" TO flag
               END-READ
               PERFORM UNTIL flag = "S"
                   IF wss-cont-planes < 10
                       ADD 1 TO wss-cont-planes
                       MOVE PLA-CODIGO TO vpl-codigo(wss-cont-planes)
                       MOVE PLA-HORAS-PRACTICA TO
                           vpl-horasPractica(wss-cont-planes)
                   END-IF
                   READ ARCH-PLA AT END MOVE "S" TO flag
                   END-READ
               END-PERFORM
               CLOSE ARCH-PLA
           ELSE
               CLOSE ARCH-PLA
           END-IF
           MOVE "N" TO flag.

      *-----------------------------------------------------------------

      * solo cuentan las horas que el tutor aprobo; las pendientes
      * y las rechazadas no acreditan
       2300-CARGAR-HORAS-PRACTICA.
           OPEN INPUT ARCH-HRP
           IF wss-fs-hrp-OK
               READ ARCH-HRP AT END MOVE "S" TO flag
               END-READ
               PERFORM UNTIL flag = "S"
                   IF HORAS-APROBADAS
                       PERFORM 2350-SUMAR-HORAS-ALUMNO
                   END-IF
                   READ ARCH-HRP AT END MOVE "S" TO flag
                   END-READ
               END-PERFORM
               CLOSE ARCH-HRP
           ELSE
               CLOSE ARCH-HRP
           END-IF
           MOVE "N" TO flag.

      *-----------------------------------------------------------------

       2350-SUMAR-HORAS-ALUMNO.
           MOVE 0 TO WS-IND-2
           PERFORM VARYING WS-IND-PRA FROM 1 BY 1
                   UNTIL WS-IND-PRA > wss-cont-alu-practica
                   OR WS-IND-2 > 0
               IF vpr-nroAlumno(WS-IND-PRA) = HRP-NRO-ALUMNO
                   MOVE WS-IND-PRA TO WS-IND-2
               END-IF
           END-PERFORM
           IF WS-IND-2 = 0
               IF wss-cont-alu-practica < 3000
                   ADD 1 TO wss-cont-alu-practica
                   MOVE wss-cont-alu-practica TO WS-IND-2
                   MOVE HRP-NRO-ALUMNO TO vpr-nroAlumno(WS-IND-2)
                   MOVE 0 TO vpr-horasAprobadas(WS-IND-2)
               ELSE
                   DISPLAY "ADVERTENCIA: mas de 3000 alumnos con "
                       "practicas, el control queda incompleto"
               END-IF
           END-IF
           IF WS-IND-2 > 0
               ADD HRP-HORAS TO vpr-horasAprobadas(WS-IND-2)
           END-IF.

      *-----------------------------------------------------------------

      * el numero de titulo sigue al ultimo ya registrado para que
      * el registro quede correlativo entre corridas
       2500-BUSCAR-PROXIMO-TITULO.
                       "deteccion no corre"
               ELSE
                   OPEN EXTEND ARCH-TIT
                   OPEN EXTEND ARCH-TMV
                   OPEN EXTEND ARCH-AUDIT
                   ACCEPT wss-fechaHoy FROM DATE YYYYMMDD
                   READ ARCH-ALU AT END MOVE "S" TO flag
                   END-PERFORM
                   CLOSE ARCH-ALU
                   CLOSE ARCH-TIT
                   CLOSE ARCH-TMV
                   CLOSE ARCH-AUDIT
                   DISPLAY "*** DETECCION DE EGRESADOS COMPLETADA ***"
                   DISPLAY "alumnos leidos: " wss-cont-leidos
                       "  egresados nuevos: " wss-cont-egresados
                   DISPLAY "con las materias completas pero sin las "
                       "horas de practica: " wss-cont-sin-practicas
               END-IF
           END-IF.

                   MOVE "N" TO wss-completo
               END-IF
           END-PERFORM
           IF wss-completo = "S"
               PERFORM 3150-CONTROLAR-PRACTICAS
           END-IF
           IF wss-completo = "S"
               PERFORM 3300-EGRESAR-Y-REGISTRAR
           END-IF.

      *-----------------------------------------------------------------

      * las horas de practica que exige el plan del alumno son un
      * requisito de egreso mas, igual que las materias
       3150-CONTROLAR-PRACTICAS.
           MOVE 0 TO wss-horasExigidas
           PERFORM VARYING WS-IND-PLA FROM 1 BY 1
                   UNTIL WS-IND-PLA > wss-cont-planes
               IF vpl-codigo(WS-IND-PLA) = ALU-PLAN
                       AND ALU-PLAN NOT = SPACE
                   MOVE vpl-horasPractica(WS-IND-PLA)
                       TO wss-horasExigidas
               END-IF
           END-PERFORM
           IF wss-horasExigidas > 0
               MOVE 0 TO wss-horasAprobadas
               PERFORM VARYING WS-IND-PRA FROM 1 BY 1
                       UNTIL WS-IND-PRA > wss-cont-alu-practica
                   IF vpr-nroAlumno(WS-IND-PRA) = ALU-NRO-ALUMNO
                       MOVE vpr-horasAprobadas(WS-IND-PRA)
                           TO wss-horasAprobadas
                   END-IF
               END-PERFORM
               IF wss-horasAprobadas < wss-horasExigidas
                   MOVE "N" TO wss-completo
                   ADD 1 TO wss-cont-sin-practicas
                   COMPUTE wss-horasFaltantes = wss-horasExigidas
                       - wss-horasAprobadas
                   DISPLAY "  ALUMNO " ALU-NRO-ALUMNO " - " ALU-NOMBRE
                       " aprobo todas las materias pero le faltan "
                       wss-horasFaltantes " horas de practica"
               END-IF
           END-IF.

      *-----------------------------------------------------------------

       3200-BUSCAR-MATERIA-APROBADA.
      *-----------------------------------------------------------------

       3300-EGRESAR-Y-REGISTRAR.
           MOVE REG-ALU TO wss-regAluAnterior
           SET ALUMNO-EGRESADO TO TRUE
           MOVE wss-fechaHoy TO ALU-FECHA-ESTADO
           REWRITE REG-ALU
           IF NOT wss-fs-alu-OK THEN
               DISPLAY "error al regrabar el alumno " ALU-NRO-ALUMNO
           ELSE
               PERFORM 3350-REGISTRAR-DIARIO
               ADD 1 TO wss-cont-egresados
               ADD 1 TO wss-proxTitulo
               IF wss-acuHoras > 0
               IF NOT wss-fs-tit-OK then
                   display "error al escribir TITULOS.DAT"
               END-IF
               PERFORM 3360-REGISTRAR-SOLICITUD
               MOVE wss-proxTitulo   TO egr-nroTitulo
               MOVE ALU-NRO-ALUMNO   TO egr-nroAlumno
               MOVE ALU-NOMBRE       TO egr-nombre

      *-----------------------------------------------------------------

      * el egreso va al diario de cambios con la imagen anterior
      * del alumno para poder reaplicarlo despues de una
      * restauracion de PBACKUP
       3350-REGISTRAR-DIARIO.
           INITIALIZE AREA-DE-COMMUNICATION-JRN
           MOVE 1 TO OPCION-J
           MOVE "PEGRESO" TO J-PROGRAMA
           MOVE "ALU" TO J-ARCHIVO
           MOVE "M" TO J-OPERACION
           MOVE wss-regAluAnterior TO J-IMAGEN-ANTES
           MOVE REG-ALU TO J-IMAGEN-DESPUES
           CALL Rdiario USING AREA-DE-COMMUNICATION-JRN.

      *-----------------------------------------------------------------

      * el diploma del titulo nuevo queda solicitado desde hoy
       3360-REGISTRAR-SOLICITUD.
           MOVE wss-proxTitulo TO TMV-NRO-TITULO
           MOVE 1 TO TMV-ETAPA
           MOVE wss-fechaHoy TO TMV-FECHA
           ACCEPT TMV-HORA FROM TIME
           PERFORM 8800-OBTENER-USUARIO-SESION
           IF wss-usuario-sesion = SPACES
               ACCEPT TMV-USUARIO FROM ENVIRONMENT "USER"
           ELSE
               MOVE wss-usuario-sesion TO TMV-USUARIO
           END-IF
           MOVE SPACES TO TMV-DNI-RECEPTOR
           MOVE SPACES TO TMV-RECEPTOR
           MOVE SPACES TO ESPACIO-TMV
           WRITE REG-TMV
           IF NOT wss-fs-tmv-OK then
               display "error al escribir TITMOVI.DAT"
           END-IF.

      *-----------------------------------------------------------------

      * deja constancia en AUDIT.LOG de cada egreso detectado
       3400-REGISTRAR-AUDITORIA.
           ACCEPT aud-fecha FROM DATE YYYYMMDD
      *-----------------------------------------------------------------

       6000-CERRAR-PROGRAMA.
           PERFORM 8650-SELLAR-CONTROLES
           INITIALIZE AREA-DE-COMMUNICATION-JRN
           MOVE 2 TO OPCION-J
           CALL Rdiario USING AREA-DE-COMMUNICATION-JRN
           PERFORM 5500-GRABAR-ESTADISTICA
           GOBACK.

               END-IF
           END-IF.

      *-----------------------------------------------------------------

      * los maestros que lee la corrida tienen que coincidir con
      * sus registros de control de CTLMAEST.DAT; si no coinciden
      * la corrida no procesa nada y termina con final anormal
       8600-VERIFICAR-CONTROLES.
           INITIALIZE AREA-DE-COMMUNICATION-CTM
           MOVE 2 TO OPCION-K
           MOVE "ALUMATHIS" TO K-ARCHIVOS
           MOVE "PEGRESO" TO K-PROGRAMA
           CALL Rcontrol USING AREA-DE-COMMUNICATION-CTM
           IF retorn-num-k = 001
               DISPLAY "corrida detenida: los archivos no "
                   "coinciden con CTLMAEST.DAT (ver PVERCTL)"
               PERFORM 6000-CERRAR-PROGRAMA
           END-IF.

      *-----------------------------------------------------------------

      * deja en CTLMAEST.DAT los totales de los maestros que
      * actualiza el programa
       8650-SELLAR-CONTROLES.
           INITIALIZE AREA-DE-COMMUNICATION-CTM
           MOVE 1 TO OPCION-K
           MOVE "ALU" TO K-ARCHIVOS
           MOVE "PEGRESO" TO K-PROGRAMA
           CALL Rcontrol USING AREA-DE-COMMUNICATION-CTM.

      *-----------------------------------------------------------------

      * con la cadena nocturna corriendo el programa no entra a
      * actualizar (salvo que el supervisor lo fuerce)
       8550-CONTROLAR-VENTANA-BATCH.
           INITIALIZE AREA-DE-COMMUNICATION-VEN
           MOVE 5 TO OPCION-V
           MOVE "PEGRESO" TO V-PROGRAMA
           CALL Rventana USING AREA-DE-COMMUNICATION-VEN
           IF retorn-num-v NOT = 0
               PERFORM 6000-CERRAR-PROGRAMA
           END-IF.

      *-----------------------------------------------------------------
       END PROGRAM PEGRESO.

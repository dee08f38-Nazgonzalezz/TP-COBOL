      ******************************************************************
      * Author: Gonzalez Nazarena Araceli
      * Date:
      * Purpose: Carga de las planillas de notas devueltas por los
      *    docentes: lee PLANDEV.DAT (por cada hoja una cabecera H con
      *    el numero de planilla, el legajo y el total de control que
      *    escribio el docente, seguida de sus renglones D) y la
      *    controla contra lo emitido por PLISPNOT en PLANILLA.DAT.
      *    Se rechaza la hoja entera si no existe, si el legajo no es
      *    el de la planilla, si ya se cargo, si su periodo es futuro,
      *    esta cerrado o tiene el posteo cerrado en el calendario
      *    academico, o si el total de control no coincide con la
      *    suma de las notas. De una hoja aceptada solo entran las
      *    notas de los alumnos de esa planilla, dentro de la escala
      *    y sin nota previa en el periodo; se graban en NOTAS.DAT, la
      *    hoja queda en PLANCARG.DAT y la carga en AUDIT.LOG a nombre
      *    del legajo del docente. El detalle sale en PLANCARL.DAT.
      *    Cada nota lleva la comision en la que el alumno esta
      *    inscripto en la materia segun INSCRIP.DAT. Cada nota
      *    grabada queda tambien en el diario de cambios DIARIO.DAT
      *    a traves de RUTDIARI.
      *    Antes de procesar verifica NOTAS.DAT y INSCRIP.DAT contra sus
      *    registros de control de CTLMAEST.DAT a traves de RUTCONTR y,
      *    si no coinciden, termina con final anormal sin procesar nada.
      *    Al terminar deja en CTLMAEST.DAT los nuevos totales de
      *    NOTAS.DAT.
      *    Con la ventana batch abierta (PJOBSTRM corriendo la cadena
      *    nocturna) solo corre como paso de la propia cadena, salvo que
      *    el supervisor lo fuerce
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PIMPPNOT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL ARCH-PLA         ASSIGN TO "PLANILLA.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-pla.

       SELECT OPTIONAL ARCH-DEV         ASSIGN TO "PLANDEV.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-dev.

       SELECT OPTIONAL ARCH-CAR         ASSIGN TO "PLANCARG.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-car.

       SELECT OPTIONAL ARCH-NOT         ASSIGN TO "NOTAS.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-not.

       SELECT OPTIONAL ARCH-INS         ASSIGN TO "INSCRIP.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-ins.

       SELECT OPTIONAL ARCH-ESC         ASSIGN TO "ESCALAS.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-esc.

       SELECT OPTIONAL ARCH-CIE         ASSIGN TO "CIERRES.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-cie.

       SELECT OPTIONAL ARCH-CAL         ASSIGN TO "CALENDAR.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-cal.

       SELECT OPTIONAL ARCH-LIS         ASSIGN TO "PLANCARL.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-lis.

       SELECT OPTIONAL ARCH-EST         ASSIGN TO "ESTADIS.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-est.

       SELECT OPTIONAL ARCH-AUDIT       ASSIGN TO "AUDIT.LOG"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-aud.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCH-PLA.
           01  REG-PLA.
                05 PLA-NRO-PLANILLA   PIC 9(6).
                05 PLA-RENGLON        PIC 99.
                05 PLA-NRO-MATERIA    PIC 99.
                05 PLA-ANIO           PIC 9(4).
                05 PLA-MES            PIC 99.
                05 PLA-LEGAJO         PIC X(4).
                05 PLA-SEDE           PIC X(2).
                05 PLA-TURNO          PIC X.
                05 PLA-NRO-ALUMNO     PIC 9(6).
                05 PLA-FECHA-EMISION  PIC 9(8).
                05 ESPACIO-PLA        PIC XX.

      * la cabecera H trae legajo y total de control; cada renglon D
      * la clave planilla-renglon, el alumno y la nota (en blanco si
      * el docente no la escribio)
       FD  ARCH-DEV.
           01  REG-DEV.
                05 DEV-TIPO           PIC X.
                    88 DEV-CABECERA           VALUE "H".
                    88 DEV-RENGLON-NOTA       VALUE "D".
                05 DEV-NRO-PLANILLA   PIC 9(6).
                05 DEV-RENGLON        PIC 99.
                05 DEV-NRO-ALUMNO     PIC 9(6).
                05 DEV-NOTA           PIC 99V99.
                05 DEV-NOTA-X REDEFINES DEV-NOTA
                                      PIC X(4).
                05 DEV-LEGAJO         PIC X(4).
                05 DEV-TOTAL          PIC 9(5)V99.
                05 FILLER             PIC X(10).

       FD  ARCH-CAR.
           01  REG-CAR.
                05 CAR-NRO-PLANILLA   PIC 9(6).
                05 CAR-LEGAJO         PIC X(4).
                05 CAR-FECHA          PIC 9(8).
                05 CAR-ACEPTADAS      PIC 99.
                05 CAR-RECHAZADAS     PIC 99.
                05 ESPACIO-CAR        PIC XX.

       FD  ARCH-NOT.
           01  REG-NOT.
                05 NOT-NRO-ALUMNO     PIC 9(6).
                05 NOT-NRO-MATERIA    PIC 99.
                05 NOT-ANIO           PIC 9(4).
                05 NOT-MES            PIC 99.
                05 NOT-NOTA           PIC 99V99.
                05 NOT-COMISION       PIC XX.

       FD  ARCH-INS.
           01  REG-INS.
                05 INS-NRO-ALUMNO     PIC 9(6).
                05 INS-NRO-MATERIA    PIC 99.
                05 INS-ANIO           PIC 9(4).
                05 INS-MES            PIC 99.
                05 INS-COMISION       PIC XX.

       FD  ARCH-ESC.
           01  REG-ESC.
                05 ESC-NOTA-DESDE     PIC 99V99.
                05 ESC-NOTA-HASTA     PIC 99V99.
                05 ESC-ETIQUETA       PIC X(15).
                05 ESC-CONDICION      PIC X.
                05 ESPACIO-ESC        PIC X.

       FD  ARCH-CIE.
           01  REG-CIE.
                05 CIE-ANIO-DESDE     PIC 9(4).
                05 CIE-MES-DESDE      PIC 99.
                05 CIE-ANIO-HASTA     PIC 9(4).
                05 CIE-MES-HASTA      PIC 99.
                05 ESPACIO-CIE        PIC XX.

       FD  ARCH-CAL.
           01  REG-CAL.
                05 CAL-ANIO           PIC 9(4).
                05 CAL-TIPO           PIC X.
                    88 CAL-PERIODO            VALUE "P".
                05 CAL-FECHA-DESDE    PIC 9(8).
                05 CAL-FECHA-HASTA    PIC 9(8).
                05 CAL-POSTEO         PIC X.
                    88 POSTEO-CERRADO         VALUE "C".
                05 ESPACIO-CAL        PIC XX.

       FD  ARCH-LIS.
           01  REG-LIS               PIC X(90).

       FD  ARCH-EST.
           01  REG-EST.
                05 est-programa       PIC X(8).
                05 FILLER             PIC X     VALUE SPACE.
                05 est-fecha          PIC 9(8).
                05 FILLER             PIC X     VALUE SPACE.
                05 est-hora           PIC 9(6).
                05 FILLER             PIC X     VALUE SPACE.
                05 est-leidos         PIC 9(7).
                05 FILLER             PIC X     VALUE SPACE.
                05 est-escritos       PIC 9(7).
                05 FILLER             PIC X     VALUE SPACE.
                05 est-rechazados     PIC 9(7).
                05 FILLER             PIC X     VALUE SPACE.
                05 est-final          PIC X.

       FD  ARCH-AUDIT.
           01  REG-AUDIT.
                05 aud-fecha          PIC 9(8).
                05 FILLER             PIC X     VALUE SPACE.
                05 aud-hora           PIC 9(6).
                05 FILLER             PIC X     VALUE SPACE.
                05 aud-usuario        PIC X(20).
                05 FILLER             PIC X     VALUE SPACE.
                05 aud-programa       PIC X(8).
                05 FILLER             PIC X     VALUE SPACE.
                05 aud-clave          PIC X(20).

       WORKING-STORAGE SECTION.
       77  flag                          PIC X     VALUE "N".

       01  wss-fs-pla                    PIC X(2).
           88 wss-fs-pla-OK                        VALUE '00'.

       01  wss-fs-dev                    PIC X(2).
           88 wss-fs-dev-OK                        VALUE '00'.

       01  wss-fs-car                    PIC X(2).
           88 wss-fs-car-OK                        VALUE '00'.
           88 wss-fs-car-NOEXISTE                  VALUE '05'.

       01  wss-fs-not                    PIC X(2).
           88 wss-fs-not-OK                        VALUE '00'.
           88 wss-fs-not-NOEXISTE                  VALUE '05'.
           88 wss-fs-not-OCUPADO                   VALUE '61' '93'
                                                    '94' '99'.

       01  wss-fs-esc                    PIC X(2).
           88 wss-fs-esc-OK                        VALUE '00'.

       01  wss-fs-cie                    PIC X(2).
           88 wss-fs-cie-OK                        VALUE '00'.

       01  wss-fs-cal                    PIC X(2).
           88 wss-fs-cal-OK                        VALUE '00'.

       01  wss-fs-lis                    PIC X(2).
           88 wss-fs-lis-OK                        VALUE '00'.

       01  wss-fs-est                    PIC X(2).
           88 wss-fs-est-OK                        VALUE '00'.
           88 wss-fs-est-NOEXISTE                  VALUE '05'.
       77  wss-corrida-normal            PIC X     VALUE "N".

       01  wss-fs-aud                    PIC X(2).
           88 wss-fs-aud-OK                        VALUE '00'.
           88 wss-fs-aud-NOEXISTE                  VALUE '05'.

       77  wss-reintentos                PIC 9     VALUE 0.
       77  wss-segundos-espera           PIC 9(3)  COMP VALUE 2.

       77  wss-fechaHoy                  PIC 9(8).
       77  wss-puntoActual               PIC 9(6)  COMP.
       77  wss-puntoNota                 PIC 9(6)  COMP.
       77  wss-notaMaxima                PIC 99V99 VALUE 10.00.

      * hojas emitidas (cabeceras de PLANILLA.DAT)
       77  wss-cont-hojas                PIC 9(4)  COMP VALUE 0.
       01  VECTOR-HOJAS                  OCCURS 2000 TIMES.
           05 vho-nroPlanilla            PIC 9(6).
           05 vho-nroMateria             PIC 99.
           05 vho-anio                   PIC 9(4).
           05 vho-mes                    PIC 99.
           05 vho-legajo                 PIC X(4).
       77  WS-IND-HOJ                    PIC 9(4)  COMP.
       77  wss-indHoja                   PIC 9(4)  COMP.

      * renglones emitidos de cada hoja
       77  wss-cont-renglones            PIC 9(5)  COMP VALUE 0.
       01  VECTOR-RENGLONES              OCCURS 20000 TIMES.
           05 vre-nroPlanilla            PIC 9(6).
           05 vre-renglon                PIC 99.
           05 vre-nroAlumno              PIC 9(6).
       77  WS-IND-REN                    PIC 9(5)  COMP.
       77  wss-en-planilla               PIC X.

      * hojas ya cargadas en corridas anteriores
       77  wss-cont-cargadas             PIC 9(4)  COMP VALUE 0.
       01  VECTOR-CARGADAS               OCCURS 2000 TIMES.
           05 vca-nroPlanilla            PIC 9(6).
       77  WS-IND-CAR                    PIC 9(4)  COMP.
       77  wss-ya-cargada                PIC X.

      * notas ya existentes, para no duplicar alumno/materia/periodo
       77  wss-cont-notas                PIC 9(5)  COMP VALUE 0.
       01  VECTOR-NOTAS                  OCCURS 20000 TIMES.
           05 vno-nroAlumno              PIC 9(6).
           05 vno-nroMateria             PIC 99.
           05 vno-anio                   PIC 9(4).
           05 vno-mes                    PIC 99.
       77  WS-IND-NOT                    PIC 9(5)  COMP.
       77  wss-tiene-nota                PIC X.

       77  wss-cont-cierres              PIC 9(3)  COMP VALUE 0.
       01  VECTOR-CIERRES                OCCURS 50 TIMES.
           05 vci-puntoDesde             PIC 9(6)  COMP.
           05 vci-puntoHasta             PIC 9(6)  COMP.
       77  WS-IND-CIE                    PIC 9(3)  COMP.
       77  wss-cont-calcerr              PIC 9(2)  COMP VALUE 0.
       01  VECTOR-CAL-CERRADOS           OCCURS 20 TIMES.
           05 vcc-puntoDesde             PIC 9(6).
           05 vcc-puntoHasta             PIC 9(6).
       77  WS-IND-CAL                    PIC 9(2)  COMP.
       77  wss-periodo-cerrado           PIC X.

      * hoja devuelta que se esta leyendo
       77  wss-hay-hoja                  PIC X     VALUE "N".
       77  wss-nroPlanilla               PIC 9(6).
       77  wss-legajoDev                 PIC X(4).
       77  wss-totalDev                  PIC 9(5)V99.
       77  wss-sumaNotas                 PIC 9(5)V99.
       77  wss-motivoHoja                PIC X(40).
       77  wss-motivoRenglon             PIC X(40).
       77  wss-cont-lineas               PIC 99    VALUE 0.
       01  VECTOR-LINEAS                 OCCURS 99 TIMES.
           05 vli-renglon                PIC 99.
           05 vli-nroAlumno              PIC 9(6).
           05 vli-nota                   PIC 99V99.
           05 vli-conNota                PIC X.
           05 vli-aceptada               PIC X.
       77  WS-IND-LIN                    PIC 99.
       77  WS-IND-LI2                    PIC 99.
       77  wss-aceptadas-hoja            PIC 99.
       77  wss-rechazadas-hoja           PIC 99.

       77  wss-cont-leidos               PIC 9(7)  COMP VALUE 0.
       77  wss-cont-grabadas             PIC 9(7)  COMP VALUE 0.
       77  wss-cont-rechazados           PIC 9(7)  COMP VALUE 0.
       77  wss-cont-hojas-ok             PIC 9(5)  COMP VALUE 0.
       77  wss-cont-hojas-rech           PIC 9(5)  COMP VALUE 0.

      * comision de cada inscripcion con comision de INSCRIP.DAT; la
      * nota toma la de la ultima inscripcion del alumno a la materia
       01  wss-fs-ins                    PIC X(2).
           88 wss-fs-ins-OK                        VALUE '00'.
       77  wss-cont-inscrip              PIC 9(4)  COMP VALUE 0.
       01  VECTOR-INSCRIPCIONES          OCCURS 2000 TIMES.
           05 vin-nroAlumno              PIC 9(6).
           05 vin-nroMateria             PIC 99.
           05 vin-comision               PIC X(2).
       77  WS-IND-INS                    PIC 9(4)  COMP.

       01  LINEA-HOJA.
           05 FILLER                     PIC X(10) VALUE "PLANILLA: ".
           05 lho-nroPlanilla            PIC 9(6).
           05 FILLER                     PIC X(10) VALUE "  LEGAJO: ".
           05 lho-legajo                 PIC X(4).
           05 FILLER                     PIC X(2)  VALUE SPACES.
           05 lho-resultado              PIC X(50).

       01  LINEA-RENGLON.
           05 FILLER                     PIC X(6)  VALUE SPACES.
           05 FILLER                     PIC X(9)  VALUE "RENGLON: ".
           05 lre-renglon                PIC 99.
           05 FILLER                     PIC X(10) VALUE "  ALUMNO: ".
           05 lre-nroAlumno              PIC 9(6).
           05 FILLER                     PIC X(2)  VALUE SPACES.
           05 lre-motivo                 PIC X(40).

       01  LINEA-RESULTADO-OK.
           05 FILLER                     PIC X(20) VALUE
           "CARGADA, ACEPTADAS: ".
           05 lok-aceptadas              PIC Z9.
           05 FILLER                     PIC X(15) VALUE
           "  RECHAZADAS: ".
           05 lok-rechazadas             PIC Z9.

       01  LINEA-TOTALES.
           05 FILLER                     PIC X(17) VALUE
           "HOJAS CARGADAS:  ".
           05 lto-hojas-ok               PIC ZZZZ9.
           05 FILLER                     PIC X(15) VALUE
           "  RECHAZADAS: ".
           05 lto-hojas-rech             PIC ZZZZ9.
           05 FILLER                     PIC X(19) VALUE
           "  NOTAS GRABADAS: ".
           05 lto-grabadas               PIC ZZZZZZ9.

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
           ACCEPT wss-fechaHoy FROM DATE YYYYMMDD
           DIVIDE wss-fechaHoy BY 100 GIVING wss-puntoActual
           PERFORM 1000-CARGAR-PLANILLAS-EMITIDAS
           IF wss-cont-hojas = 0
               DISPLAY "PLANILLA.DAT no tiene planillas emitidas, no "
                   "hay contra que controlar lo devuelto"
               PERFORM 6000-CERRAR-PROGRAMA
           END-IF
           PERFORM 1100-CARGAR-HOJAS-CARGADAS
           PERFORM 1200-CARGAR-NOTAS-EXISTENTES
           PERFORM 1250-CARGAR-COMISIONES-INSCRIP
           PERFORM 1300-CARGAR-NOTA-MAXIMA
           PERFORM 1400-CARGAR-CIERRES
           PERFORM 1450-CARGAR-CALENDARIO
           PERFORM 2000-ABRIR-ARCHIVOS
           PERFORM 2500-PROCESAR-DEVOLUCION
           PERFORM 4000-CERRAR-ARCHIVOS
           DISPLAY "*** CARGA DE PLANILLAS COMPLETADA, DETALLE EN "
               "PLANCARL.DAT ***"
           DISPLAY "hojas cargadas: " wss-cont-hojas-ok
               "  rechazadas: " wss-cont-hojas-rech
               "  notas grabadas: " wss-cont-grabadas
           MOVE "S" TO wss-corrida-normal
           PERFORM 6000-CERRAR-PROGRAMA.

      */////////////////////////////////////////////////////////////////

       1000-CARGAR-PLANILLAS-EMITIDAS.
           OPEN INPUT ARCH-PLA
           IF wss-fs-pla-OK
               MOVE "N" TO flag
               READ ARCH-PLA AT END MOVE "S" TO flag
               END-READ
               PERFORM UNTIL flag = "S"
                   IF PLA-RENGLON = 0
                       IF wss-cont-hojas < 2000
                           ADD 1 TO wss-cont-hojas
                           MOVE PLA-NRO-PLANILLA TO
                               vho-nroPlanilla(wss-cont-hojas)
                           MOVE PLA-NRO-MATERIA TO
                               vho-nroMateria(wss-cont-hojas)
                           MOVE PLA-ANIO   TO vho-anio(wss-cont-hojas)
                           MOVE PLA-MES    TO vho-mes(wss-cont-hojas)
                           MOVE PLA-LEGAJO TO
                               vho-legajo(wss-cont-hojas)
                       END-IF
                   ELSE
                       IF wss-cont-renglones < 20000
                           ADD 1 TO wss-cont-renglones
                           MOVE PLA-NRO-PLANILLA TO
                               vre-nroPlanilla(wss-cont-renglones)
                           MOVE PLA-RENGLON TO
                               vre-renglon(wss-cont-renglones)
                           MOVE PLA-NRO-ALUMNO TO
                               vre-nroAlumno(wss-cont-renglones)
                       END-IF
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

       1100-CARGAR-HOJAS-CARGADAS.
           OPEN INPUT ARCH-CAR
           IF wss-fs-car-OK
               MOVE "N" TO flag
               READ ARCH-CAR AT END MOVE "S" TO flag
               END-READ
               PERFORM UNTIL flag = "S"
                   IF wss-cont-cargadas < 2000
                       ADD 1 TO wss-cont-cargadas
                       MOVE CAR-NRO-PLANILLA TO
                           vca-nroPlanilla(wss-cont-cargadas)
                   END-IF
                   READ ARCH-CAR AT END MOVE "S" TO flag
                   END-READ
               END-PERFORM
               CLOSE ARCH-CAR
           ELSE
               CLOSE ARCH-CAR
           END-IF
           MOVE "N" TO flag.

      *-----------------------------------------------------------------

       1200-CARGAR-NOTAS-EXISTENTES.
           OPEN INPUT ARCH-NOT
           IF wss-fs-not-OK
               MOVE "N" TO flag
               READ ARCH-NOT AT END MOVE "S" TO flag
               END-READ
               PERFORM UNTIL flag = "S"
                   IF wss-cont-notas < 20000
                       ADD 1 TO wss-cont-notas
                       MOVE NOT-NRO-ALUMNO  TO
                           vno-nroAlumno(wss-cont-notas)
                       MOVE NOT-NRO-MATERIA TO
                           vno-nroMateria(wss-cont-notas)
                       MOVE NOT-ANIO TO vno-anio(wss-cont-notas)
                       MOVE NOT-MES  TO vno-mes(wss-cont-notas)
                   END-IF
                   READ ARCH-NOT AT END MOVE "S" TO flag
                   END-READ
               END-PERFORM
               CLOSE ARCH-NOT
           ELSE
               CLOSE ARCH-NOT
           END-IF
           MOVE "N" TO flag.

      *-----------------------------------------------------------------

       1250-CARGAR-COMISIONES-INSCRIP.
           OPEN INPUT ARCH-INS
           IF wss-fs-ins-OK
               MOVE "N" TO flag
               READ ARCH-INS AT END MOVE "S" TO flag
               END-READ
               PERFORM UNTIL flag = "S"
                   IF INS-COMISION NOT = SPACES
                           AND wss-cont-inscrip < 2000
                       ADD 1 TO wss-cont-inscrip
                       MOVE INS-NRO-ALUMNO TO
                           vin-nroAlumno(wss-cont-inscrip)
                       MOVE INS-NRO-MATERIA TO
                           vin-nroMateria(wss-cont-inscrip)
                       MOVE INS-COMISION TO
                           vin-comision(wss-cont-inscrip)
                   END-IF
                   READ ARCH-INS AT END MOVE "S" TO flag
                   END-READ
               END-PERFORM
               CLOSE ARCH-INS
           ELSE
               CLOSE ARCH-INS
           END-IF
           MOVE "N" TO flag.

      *-----------------------------------------------------------------

      * la nota maxima admitida es el tope mas alto de la tabla
      * ESCALAS.DAT; sin tabla rige el 10.00 historico
       1300-CARGAR-NOTA-MAXIMA.
           OPEN INPUT ARCH-ESC
           IF wss-fs-esc-OK
               MOVE 0 TO wss-notaMaxima
               MOVE "N" TO flag
               READ ARCH-ESC AT END MOVE "S" TO flag
               END-READ
               PERFORM UNTIL flag = "S"
                   IF ESC-NOTA-HASTA > wss-notaMaxima
                       MOVE ESC-NOTA-HASTA TO wss-notaMaxima
                   END-IF
                   READ ARCH-ESC AT END MOVE "S" TO flag
                   END-READ
               END-PERFORM
               IF wss-notaMaxima = 0
                   MOVE 10.00 TO wss-notaMaxima
               END-IF
               CLOSE ARCH-ESC
           ELSE
               CLOSE ARCH-ESC
           END-IF
           MOVE "N" TO flag.

      *-----------------------------------------------------------------

       1400-CARGAR-CIERRES.
           OPEN INPUT ARCH-CIE
           IF wss-fs-cie-OK
               MOVE "N" TO flag
               READ ARCH-CIE AT END MOVE "S" TO flag
               END-READ
               PERFORM UNTIL flag = "S"
                   IF wss-cont-cierres < 50
                       ADD 1 TO wss-cont-cierres
                       COMPUTE vci-puntoDesde(wss-cont-cierres) =
                           CIE-ANIO-DESDE * 100 + CIE-MES-DESDE
                       COMPUTE vci-puntoHasta(wss-cont-cierres) =
                           CIE-ANIO-HASTA * 100 + CIE-MES-HASTA
                   END-IF
                   READ ARCH-CIE AT END MOVE "S" TO flag
                   END-READ
               END-PERFORM
               CLOSE ARCH-CIE
           ELSE
               CLOSE ARCH-CIE
           END-IF
           MOVE "N" TO flag.

      *-----------------------------------------------------------------

       1450-CARGAR-CALENDARIO.
           OPEN INPUT ARCH-CAL
           IF wss-fs-cal-OK
               MOVE "N" TO flag
               READ ARCH-CAL AT END MOVE "S" TO flag
               END-READ
               PERFORM UNTIL flag = "S"
                   IF CAL-PERIODO AND POSTEO-CERRADO
                           AND wss-cont-calcerr < 20
                       ADD 1 TO wss-cont-calcerr
                       COMPUTE vcc-puntoDesde(wss-cont-calcerr) =
                           CAL-FECHA-DESDE / 100
                       COMPUTE vcc-puntoHasta(wss-cont-calcerr) =
                           CAL-FECHA-HASTA / 100
                   END-IF
                   READ ARCH-CAL AT END MOVE "S" TO flag
                   END-READ
               END-PERFORM
               CLOSE ARCH-CAL
           ELSE
               CLOSE ARCH-CAL
           END-IF
           MOVE "N" TO flag.

      *-----------------------------------------------------------------

       2000-ABRIR-ARCHIVOS.
           OPEN INPUT ARCH-DEV
           IF NOT wss-fs-dev-OK then
               display "error al abrir el archivo PLANDEV.DAT"
               PERFORM 6000-CERRAR-PROGRAMA
           END-IF
           OPEN EXTEND ARCH-NOT
           IF wss-fs-not-OCUPADO
               PERFORM 8900-REINTENTAR-APERTURA
           END-IF
           IF NOT wss-fs-not-OK AND NOT wss-fs-not-NOEXISTE then
               display "error al abrir el archivo NOTAS.DAT"
               CLOSE ARCH-DEV
               PERFORM 6000-CERRAR-PROGRAMA
           END-IF
           OPEN EXTEND ARCH-CAR
           IF NOT wss-fs-car-OK AND NOT wss-fs-car-NOEXISTE then
               display "error al abrir el archivo PLANCARG.DAT"
               CLOSE ARCH-DEV
               CLOSE ARCH-NOT
               PERFORM 6000-CERRAR-PROGRAMA
           END-IF
           OPEN EXTEND ARCH-AUDIT
           IF NOT wss-fs-aud-OK AND NOT wss-fs-aud-NOEXISTE then
               display "error al abrir el archivo AUDIT.LOG"
           END-IF
           OPEN OUTPUT ARCH-LIS
           IF NOT wss-fs-lis-OK then
               display "error al abrir el archivo PLANCARL.DAT"
           END-IF
           WRITE REG-LIS FROM
               "**************************************************"
           WRITE REG-LIS FROM
               "*   CARGA DE PLANILLAS DE NOTAS DEVUELTAS        *"
           WRITE REG-LIS FROM
               "**************************************************"
           WRITE REG-LIS FROM SPACES.

      *-----------------------------------------------------------------

      * cada cabecera cierra la hoja anterior; los renglones se
      * juntan hasta tener la hoja completa para controlar el total
       2500-PROCESAR-DEVOLUCION.
           MOVE "N" TO flag
           READ ARCH-DEV AT END MOVE "S" TO flag
           END-READ
           PERFORM UNTIL flag = "S"
               EVALUATE TRUE
                   WHEN DEV-CABECERA
                       IF wss-hay-hoja = "S"
                           PERFORM 3000-PROCESAR-HOJA
                       END-IF
                       MOVE "S"              TO wss-hay-hoja
                       MOVE DEV-NRO-PLANILLA TO wss-nroPlanilla
                       MOVE DEV-LEGAJO       TO wss-legajoDev
                       IF DEV-TOTAL IS NUMERIC
                           MOVE DEV-TOTAL TO wss-totalDev
                       ELSE
                           MOVE 0 TO wss-totalDev
                       END-IF
                       MOVE 0 TO wss-cont-lineas
                   WHEN DEV-RENGLON-NOTA
                       ADD 1 TO wss-cont-leidos
                       PERFORM 2600-GUARDAR-RENGLON
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               READ ARCH-DEV AT END MOVE "S" TO flag
               END-READ
           END-PERFORM
           IF wss-hay-hoja = "S"
               PERFORM 3000-PROCESAR-HOJA
           END-IF
           MOVE "N" TO flag.

      *-----------------------------------------------------------------

       2600-GUARDAR-RENGLON.
           IF wss-hay-hoja = "N"
                   OR DEV-NRO-PLANILLA NOT = wss-nroPlanilla
                   OR wss-cont-lineas >= 99
               ADD 1 TO wss-cont-rechazados
               MOVE DEV-RENGLON    TO lre-renglon
               MOVE DEV-NRO-ALUMNO TO lre-nroAlumno
               MOVE "RENGLON FUERA DE SU CABECERA DE PLANILLA" TO
                   lre-motivo
               WRITE REG-LIS FROM LINEA-RENGLON
           ELSE
               ADD 1 TO wss-cont-lineas
               MOVE DEV-RENGLON    TO vli-renglon(wss-cont-lineas)
               MOVE DEV-NRO-ALUMNO TO vli-nroAlumno(wss-cont-lineas)
               MOVE "N"            TO vli-aceptada(wss-cont-lineas)
               IF DEV-NOTA-X = SPACES
                   MOVE "N" TO vli-conNota(wss-cont-lineas)
                   MOVE 0   TO vli-nota(wss-cont-lineas)
               ELSE
                   IF DEV-NOTA IS NUMERIC
                       MOVE "S" TO vli-conNota(wss-cont-lineas)
                       MOVE DEV-NOTA TO vli-nota(wss-cont-lineas)
                   ELSE
                       MOVE "X" TO vli-conNota(wss-cont-lineas)
                       MOVE 0   TO vli-nota(wss-cont-lineas)
                   END-IF
               END-IF
           END-IF.

      *-----------------------------------------------------------------

      * controles de la hoja entera; si alguno falla no entra ninguna
      * nota de la hoja
       3000-PROCESAR-HOJA.
           MOVE SPACES TO wss-motivoHoja
           MOVE 0 TO wss-indHoja
           PERFORM VARYING WS-IND-HOJ FROM 1 BY 1
                   UNTIL WS-IND-HOJ > wss-cont-hojas
                   OR wss-indHoja > 0
               IF vho-nroPlanilla(WS-IND-HOJ) = wss-nroPlanilla
                   MOVE WS-IND-HOJ TO wss-indHoja
               END-IF
           END-PERFORM
           MOVE "N" TO wss-ya-cargada
           PERFORM VARYING WS-IND-CAR FROM 1 BY 1
                   UNTIL WS-IND-CAR > wss-cont-cargadas
                   OR wss-ya-cargada = "S"
               IF vca-nroPlanilla(WS-IND-CAR) = wss-nroPlanilla
                   MOVE "S" TO wss-ya-cargada
               END-IF
           END-PERFORM
           MOVE 0 TO wss-sumaNotas
           PERFORM VARYING WS-IND-LIN FROM 1 BY 1
                   UNTIL WS-IND-LIN > wss-cont-lineas
               IF vli-conNota(WS-IND-LIN) = "S"
                   ADD vli-nota(WS-IND-LIN) TO wss-sumaNotas
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN wss-indHoja = 0
                   MOVE "RECHAZADA: LA PLANILLA NO FUE EMITIDA" TO
                       wss-motivoHoja
               WHEN vho-legajo(wss-indHoja) NOT = wss-legajoDev
                   MOVE "RECHAZADA: EL LEGAJO NO ES EL DE LA PLANILLA"
                       TO wss-motivoHoja
               WHEN wss-ya-cargada = "S"
                   MOVE "RECHAZADA: LA PLANILLA YA FUE CARGADA" TO
                       wss-motivoHoja
               WHEN wss-cont-lineas = 0
                   MOVE "RECHAZADA: LA PLANILLA NO TRAE RENGLONES" TO
                       wss-motivoHoja
               WHEN OTHER
                   PERFORM 3100-VERIFICAR-PERIODO
                   IF wss-motivoHoja = SPACES
                           AND wss-sumaNotas NOT = wss-totalDev
                       MOVE "RECHAZADA: TOTAL DE CONTROL NO COINCIDE"
                           TO wss-motivoHoja
                   END-IF
           END-EVALUATE
           MOVE wss-nroPlanilla TO lho-nroPlanilla
           MOVE wss-legajoDev   TO lho-legajo
           IF wss-motivoHoja NOT = SPACES
               ADD 1 TO wss-cont-hojas-rech
               ADD wss-cont-lineas TO wss-cont-rechazados
               MOVE wss-motivoHoja TO lho-resultado
               WRITE REG-LIS FROM LINEA-HOJA
           ELSE
               PERFORM 3200-CARGAR-RENGLONES-DE-HOJA
           END-IF
           MOVE "N" TO wss-hay-hoja.

      *-----------------------------------------------------------------

      * el periodo de la planilla no puede ser futuro ni estar
      * cerrado por PCIERRE o en el calendario academico
       3100-VERIFICAR-PERIODO.
           COMPUTE wss-puntoNota = vho-anio(wss-indHoja) * 100
               + vho-mes(wss-indHoja)
           MOVE "N" TO wss-periodo-cerrado
           PERFORM VARYING WS-IND-CIE FROM 1 BY 1
                   UNTIL WS-IND-CIE > wss-cont-cierres
                   OR wss-periodo-cerrado = "S"
               IF wss-puntoNota >= vci-puntoDesde(WS-IND-CIE)
                       AND wss-puntoNota <= vci-puntoHasta(WS-IND-CIE)
                   MOVE "S" TO wss-periodo-cerrado
               END-IF
           END-PERFORM
           PERFORM VARYING WS-IND-CAL FROM 1 BY 1
                   UNTIL WS-IND-CAL > wss-cont-calcerr
                   OR wss-periodo-cerrado = "S"
               IF wss-puntoNota >= vcc-puntoDesde(WS-IND-CAL)
                       AND wss-puntoNota <=
                           vcc-puntoHasta(WS-IND-CAL)
                   MOVE "S" TO wss-periodo-cerrado
               END-IF
           END-PERFORM
           IF wss-puntoNota > wss-puntoActual
               MOVE "RECHAZADA: EL PERIODO DE LA PLANILLA ES FUTURO"
                   TO wss-motivoHoja
           END-IF
           IF wss-periodo-cerrado = "S"
               MOVE "RECHAZADA: PERIODO CERRADO PARA EL POSTEO" TO
                   wss-motivoHoja
           END-IF.

      *-----------------------------------------------------------------

       3200-CARGAR-RENGLONES-DE-HOJA.
           MOVE 0 TO wss-aceptadas-hoja
           MOVE 0 TO wss-rechazadas-hoja
           PERFORM VARYING WS-IND-LIN FROM 1 BY 1
                   UNTIL WS-IND-LIN > wss-cont-lineas
               PERFORM 3300-CONTROLAR-RENGLON
               IF wss-motivoRenglon = SPACES
                   PERFORM 3400-GRABAR-NOTA
               ELSE
                   IF vli-conNota(WS-IND-LIN) NOT = "N"
                       ADD 1 TO wss-rechazadas-hoja
                       ADD 1 TO wss-cont-rechazados
                   END-IF
                   MOVE vli-renglon(WS-IND-LIN)   TO lre-renglon
                   MOVE vli-nroAlumno(WS-IND-LIN) TO lre-nroAlumno
                   MOVE wss-motivoRenglon         TO lre-motivo
                   WRITE REG-LIS FROM LINEA-RENGLON
               END-IF
           END-PERFORM
           ADD 1 TO wss-cont-hojas-ok
           MOVE wss-aceptadas-hoja  TO lok-aceptadas
           MOVE wss-rechazadas-hoja TO lok-rechazadas
           MOVE LINEA-RESULTADO-OK  TO lho-resultado
           WRITE REG-LIS FROM LINEA-HOJA
           MOVE wss-nroPlanilla     TO CAR-NRO-PLANILLA
           MOVE wss-legajoDev       TO CAR-LEGAJO
           MOVE wss-fechaHoy        TO CAR-FECHA
           MOVE wss-aceptadas-hoja  TO CAR-ACEPTADAS
           MOVE wss-rechazadas-hoja TO CAR-RECHAZADAS
           MOVE SPACES              TO ESPACIO-CAR
           WRITE REG-CAR
           IF NOT wss-fs-car-OK then
               display "error al escribir PLANCARG.DAT"
           END-IF
           IF wss-cont-cargadas < 2000
               ADD 1 TO wss-cont-cargadas
               MOVE wss-nroPlanilla TO
                   vca-nroPlanilla(wss-cont-cargadas)
           END-IF
           PERFORM 3500-REGISTRAR-AUDITORIA.

      *-----------------------------------------------------------------

      * solo alumnos del renglon emitido, nota dentro de la escala y
      * sin nota previa para la materia en el periodo
       3300-CONTROLAR-RENGLON.
           MOVE SPACES TO wss-motivoRenglon
           MOVE "N" TO wss-en-planilla
           PERFORM VARYING WS-IND-REN FROM 1 BY 1
                   UNTIL WS-IND-REN > wss-cont-renglones
                   OR wss-en-planilla = "S"
               IF vre-nroPlanilla(WS-IND-REN) = wss-nroPlanilla
                       AND vre-renglon(WS-IND-REN) =
                           vli-renglon(WS-IND-LIN)
                       AND vre-nroAlumno(WS-IND-REN) =
                           vli-nroAlumno(WS-IND-LIN)
                   MOVE "S" TO wss-en-planilla
               END-IF
           END-PERFORM
           PERFORM VARYING WS-IND-LI2 FROM 1 BY 1
                   UNTIL WS-IND-LI2 >= WS-IND-LIN
               IF vli-renglon(WS-IND-LI2) = vli-renglon(WS-IND-LIN)
                       AND vli-aceptada(WS-IND-LI2) = "S"
                   MOVE "RENGLON REPETIDO EN LA PLANILLA" TO
                       wss-motivoRenglon
               END-IF
           END-PERFORM
           MOVE "N" TO wss-tiene-nota
           PERFORM VARYING WS-IND-NOT FROM 1 BY 1
                   UNTIL WS-IND-NOT > wss-cont-notas
                   OR wss-tiene-nota = "S"
               IF vno-nroAlumno(WS-IND-NOT) = vli-nroAlumno(WS-IND-LIN)
                       AND vno-nroMateria(WS-IND-NOT) =
                           vho-nroMateria(wss-indHoja)
                       AND vno-anio(WS-IND-NOT) = vho-anio(wss-indHoja)
                       AND vno-mes(WS-IND-NOT) = vho-mes(wss-indHoja)
                   MOVE "S" TO wss-tiene-nota
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN wss-en-planilla = "N"
                   MOVE "EL ALUMNO NO FIGURA EN ESE RENGLON" TO
                       wss-motivoRenglon
               WHEN vli-conNota(WS-IND-LIN) = "N"
                   MOVE "SIN NOTA, NO SE CARGA" TO wss-motivoRenglon
               WHEN vli-conNota(WS-IND-LIN) = "X"
                   MOVE "NOTA ILEGIBLE O NO NUMERICA" TO
                       wss-motivoRenglon
               WHEN vli-nota(WS-IND-LIN) > wss-notaMaxima
                   MOVE "NOTA FUERA DE LA ESCALA" TO wss-motivoRenglon
               WHEN wss-tiene-nota = "S"
                   MOVE "YA TIENE NOTA EN EL PERIODO (USAR PGENCORR)"
                       TO wss-motivoRenglon
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *-----------------------------------------------------------------

       3400-GRABAR-NOTA.
           MOVE vli-nroAlumno(WS-IND-LIN) TO NOT-NRO-ALUMNO
           MOVE vho-nroMateria(wss-indHoja) TO NOT-NRO-MATERIA
           MOVE vho-anio(wss-indHoja)     TO NOT-ANIO
           MOVE vho-mes(wss-indHoja)      TO NOT-MES
           MOVE vli-nota(WS-IND-LIN)      TO NOT-NOTA
           MOVE SPACES                    TO NOT-COMISION
           PERFORM VARYING WS-IND-INS FROM 1 BY 1
                   UNTIL WS-IND-INS > wss-cont-inscrip
               IF vin-nroAlumno(WS-IND-INS) = NOT-NRO-ALUMNO
                       AND vin-nroMateria(WS-IND-INS) =
                           NOT-NRO-MATERIA
                   MOVE vin-comision(WS-IND-INS) TO NOT-COMISION
               END-IF
           END-PERFORM
           WRITE REG-NOT
           IF NOT wss-fs-not-OK then
               display "error al  escribir el archivo"
               PERFORM 4000-CERRAR-ARCHIVOS
               PERFORM 6000-CERRAR-PROGRAMA
           END-IF
           MOVE "S" TO vli-aceptada(WS-IND-LIN)
           ADD 1 TO wss-aceptadas-hoja
           ADD 1 TO wss-cont-grabadas
           PERFORM 3450-REGISTRAR-DIARIO
           IF wss-cont-notas < 20000
               ADD 1 TO wss-cont-notas
               MOVE NOT-NRO-ALUMNO  TO vno-nroAlumno(wss-cont-notas)
               MOVE NOT-NRO-MATERIA TO vno-nroMateria(wss-cont-notas)
               MOVE NOT-ANIO        TO vno-anio(wss-cont-notas)
               MOVE NOT-MES         TO vno-mes(wss-cont-notas)
           END-IF.

      *-----------------------------------------------------------------

      * deja la nota en el diario de cambios para poder
      * reaplicarla despues de una restauracion de PBACKUP
       3450-REGISTRAR-DIARIO.
           INITIALIZE AREA-DE-COMMUNICATION-JRN
           MOVE 1 TO OPCION-J
           MOVE "PIMPPNOT" TO J-PROGRAMA
           MOVE "NOT" TO J-ARCHIVO
           MOVE "A" TO J-OPERACION
           MOVE REG-NOT TO J-IMAGEN-DESPUES
           CALL Rdiario USING AREA-DE-COMMUNICATION-JRN.

      *-----------------------------------------------------------------

      * la carga queda a nombre del docente que firmo la planilla
       3500-REGISTRAR-AUDITORIA.
           ACCEPT aud-fecha FROM DATE YYYYMMDD
           ACCEPT aud-hora FROM TIME
           MOVE SPACES TO aud-usuario
           STRING "DOCENTE "     DELIMITED BY SIZE
               wss-legajoDev     DELIMITED BY SIZE
               INTO aud-usuario
           END-STRING
           MOVE "PIMPPNOT" TO aud-programa
           MOVE SPACES TO aud-clave
           STRING "PLANILLA/"    DELIMITED BY SIZE
               wss-nroPlanilla   DELIMITED BY SIZE
               INTO aud-clave
           END-STRING
           WRITE REG-AUDIT
           IF NOT wss-fs-aud-OK then
               display "error al escribir en AUDIT.LOG"
           END-IF.

      *-----------------------------------------------------------------

       4000-CERRAR-ARCHIVOS.
           WRITE REG-LIS FROM SPACES
           MOVE wss-cont-hojas-ok   TO lto-hojas-ok
           MOVE wss-cont-hojas-rech TO lto-hojas-rech
           MOVE wss-cont-grabadas   TO lto-grabadas
           WRITE REG-LIS FROM LINEA-TOTALES
           CLOSE ARCH-LIS
           CLOSE ARCH-DEV
           CLOSE ARCH-CAR
           CLOSE ARCH-AUDIT
           CLOSE ARCH-NOT
           IF NOT wss-fs-not-OK then
               display "error al  cerrar el archivo"
           END-IF.

      *-----------------------------------------------------------------

       5500-GRABAR-ESTADISTICA.
           OPEN EXTEND ARCH-EST
           IF wss-fs-est-OK OR wss-fs-est-NOEXISTE
               MOVE "PIMPPNOT" TO est-programa
               ACCEPT est-fecha FROM DATE YYYYMMDD
               ACCEPT est-hora FROM TIME
               MOVE wss-cont-leidos TO est-leidos
               MOVE wss-cont-grabadas TO est-escritos
               MOVE wss-cont-rechazados TO est-rechazados
               IF wss-corrida-normal = "S"
                   MOVE "N" TO est-final
               ELSE
                   MOVE "A" TO est-final
               END-IF
               WRITE REG-EST
               IF NOT wss-fs-est-OK then
                   display "error al escribir ESTADIS.DAT"
               END-IF
               CLOSE ARCH-EST
           ELSE
               DISPLAY "error al abrir ESTADIS.DAT"
           END-IF.

      *-----------------------------------------------------------------

       6000-CERRAR-PROGRAMA.
           PERFORM 8650-SELLAR-CONTROLES
           INITIALIZE AREA-DE-COMMUNICATION-JRN
           MOVE 2 TO OPCION-J
           CALL Rdiario USING AREA-DE-COMMUNICATION-JRN
           PERFORM 5500-GRABAR-ESTADISTICA
           GOBACK.

      *-----------------------------------------------------------------

      * reintenta la apertura de NOTAS.DAT mientras el estado sea de
      * comparticion, avisando al operador en cada vuelta
       8900-REINTENTAR-APERTURA.
           MOVE 0 TO wss-reintentos
           PERFORM UNTIL NOT wss-fs-not-OCUPADO
                   OR wss-reintentos >= 5
               ADD 1 TO wss-reintentos
               DISPLAY "NOTAS.DAT esta en uso por otro operador "
                   "(estado " wss-fs-not "), reintento "
                   wss-reintentos " de 5..."
               CALL "C$SLEEP" USING wss-segundos-espera
               OPEN EXTEND ARCH-NOT
           END-PERFORM
           IF wss-fs-not-OCUPADO
               DISPLAY "NOTAS.DAT sigue en uso; avise a "
                   "quien lo este usando y reintente en unos "
                   "minutos"
           END-IF.

      *-----------------------------------------------------------------

      * los maestros que lee la corrida tienen que coincidir con
      * sus registros de control de CTLMAEST.DAT; si no coinciden
      * la corrida no procesa nada y termina con final anormal
       8600-VERIFICAR-CONTROLES.
           INITIALIZE AREA-DE-COMMUNICATION-CTM
           MOVE 2 TO OPCION-K
           MOVE "NOTINS" TO K-ARCHIVOS
           MOVE "PIMPPNOT" TO K-PROGRAMA
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
           MOVE "NOT" TO K-ARCHIVOS
           MOVE "PIMPPNOT" TO K-PROGRAMA
           CALL Rcontrol USING AREA-DE-COMMUNICATION-CTM.

      *-----------------------------------------------------------------

      * con la cadena nocturna corriendo el programa no entra a
      * actualizar (salvo que el supervisor lo fuerce)
       8550-CONTROLAR-VENTANA-BATCH.
           INITIALIZE AREA-DE-COMMUNICATION-VEN
           MOVE 5 TO OPCION-V
           MOVE "PIMPPNOT" TO V-PROGRAMA
           CALL Rventana USING AREA-DE-COMMUNICATION-VEN
           IF retorn-num-v NOT = 0
               PERFORM 6000-CERRAR-PROGRAMA
           END-IF.

      *-----------------------------------------------------------------
       END PROGRAM PIMPPNOT.

      ******************************************************************
      * Author: Gonzalez Nazarena Araceli
      * Date:
      * Purpose: Vencimiento de regularidades: por cada cursada
      *    regular de REGULAR.DAT cuenta los intentos de final del
      *    alumno en la materia (inscripciones de INSCMESA.DAT a
      *    mesas de MESAS.DAT ya tomadas despues del fin de la
      *    cursada) y cuantos de ellos desaprobo segun NOTAS.DAT (la
      *    nota del periodo de la mesa; sin nota es ausente). La
      *    regularidad vence por desaprobar el maximo de intentos,
      *    por pasar los anios de vigencia o por pasar los turnos de
      *    examen (tipo E de CALENDAR.DAT) de vigencia; los topes y
      *    la nota minima de aprobacion salen de REGUPARM.DAT (o los
      *    de reglamento: 2 anios, 7 turnos, 3 intentos y 4.00; un
      *    tope en cero no se controla). La cursada vencida queda con
      *    condicion V, el motivo y la fecha en REGULAR.DAT, PGENMESA
      *    ya no la deja inscribir y el listado VENCREG.DAT la muestra
      *    por sede para ofrecer la recursada. El fin de la cursada
      *    es el ultimo periodo de cursada (tipo P) del anio en el
      *    calendario, o el 30 de noviembre si el anio no los tiene.
      *    Una cursada con el final aprobado no se vence.
      *    Antes de procesar verifica NOTAS.DAT contra su registro de
      *    control de CTLMAEST.DAT a traves de RUTCONTR y, si no
      *    coincide, termina con final anormal sin procesar nada.
      *    Con la ventana batch abierta (PJOBSTRM corriendo la cadena
      *    nocturna) solo corre como paso de la propia cadena, salvo que
      *    el supervisor lo fuerce
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PVENCREG.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL ARCH-RGU         ASSIGN TO "REGULAR.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-rgu.

       SELECT OPTIONAL ARCH-PARAM       ASSIGN TO "REGUPARM.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-par.

       SELECT OPTIONAL ARCH-CAL         ASSIGN TO "CALENDAR.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-cal.

       SELECT OPTIONAL ARCH-MES         ASSIGN TO "MESAS.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-mes.

       SELECT OPTIONAL ARCH-IME         ASSIGN TO "INSCMESA.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-ime.

       SELECT OPTIONAL ARCH-NOT         ASSIGN TO "NOTAS.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-not.

       SELECT OPTIONAL ARCH-LIS         ASSIGN TO "VENCREG.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-lis.

       SELECT OPTIONAL ARCH-EST         ASSIGN TO "ESTADIS.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-est.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCH-RGU.
           01  REG-RGU.
                05 RGU-NRO-ALUMNO     PIC 9(6).
                05 RGU-NRO-MATERIA    PIC 99.
                05 RGU-ANIO           PIC 9(4).
                05 RGU-PORCENTAJE     PIC 9(3).
                05 RGU-CONDICION      PIC X.
                    88 RGU-REGULAR            VALUE "R".
                    88 RGU-LIBRE              VALUE "L".
                    88 RGU-VENCIDA            VALUE "V".
                05 RGU-MOTIVO-VENC    PIC X.
                    88 RGU-VENC-INTENTOS      VALUE "I".
                    88 RGU-VENC-ANIOS         VALUE "A".
                    88 RGU-VENC-TURNOS        VALUE "T".
                05 RGU-FECHA-VENC     PIC 9(8).
                05 ESPACIO-RGU        PIC XX.

       FD  ARCH-PARAM.
           01  REG-PARAM.
                05 par-porcMinimo     PIC 9(3).
                05 par-aniosVigencia  PIC 9.
                05 par-turnosVigencia PIC 99.
                05 par-intentosMax    PIC 9.
                05 par-notaAprobacion PIC 99V99.

       FD  ARCH-CAL.
           01  REG-CAL.
                05 CAL-ANIO           PIC 9(4).
                05 CAL-TIPO           PIC X.
                    88 CAL-PERIODO            VALUE "P".
                    88 CAL-EXAMEN             VALUE "E".
                05 CAL-FECHA-DESDE    PIC 9(8).
                05 CAL-FECHA-HASTA    PIC 9(8).
                05 CAL-POSTEO         PIC X.
                05 ESPACIO-CAL        PIC XX.

       FD  ARCH-MES.
           01  REG-MES.
                05 MES-NRO-MESA       PIC X(4).
                05 MES-NRO-MATERIA    PIC 99.
                05 MES-FECHA          PIC 9(8).
                05 MES-SEDE           PIC X(2).
                05 MES-LEGAJO-1       PIC X(4).
                05 MES-LEGAJO-2       PIC X(4).
                05 MES-LEGAJO-3       PIC X(4).
                05 ESPACIO            PIC XX.

       FD  ARCH-IME.
           01  REG-IME.
                05 IME-NRO-MESA       PIC X(4).
                05 IME-NRO-ALUMNO     PIC 9(6).
                05 IME-FECHA-INSC     PIC 9(8).
                05 ESPACIO-IME        PIC XX.

       FD  ARCH-NOT.
           01  REG-NOT.
                05 NOT-NRO-ALUMNO     PIC 9(6).
                05 NOT-NRO-MATERIA    PIC 99.
                05 NOT-ANIO           PIC 9(4).
                05 NOT-MES            PIC 99.
                05 NOT-NOTA           PIC 99V99.
                05 ESPACIO-NOT        PIC XX.

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

       WORKING-STORAGE SECTION.
       77  flag                          PIC X     VALUE "N".

       01  wss-fs-rgu                    PIC X(2).
           88 wss-fs-rgu-OK                        VALUE '00'.

       01  wss-fs-par                    PIC X(2).
           88 wss-fs-par-OK                        VALUE '00'.

       01  wss-fs-cal                    PIC X(2).
           88 wss-fs-cal-OK                        VALUE '00'.

       01  wss-fs-mes                    PIC X(2).
           88 wss-fs-mes-OK                        VALUE '00'.

       01  wss-fs-ime                    PIC X(2).
           88 wss-fs-ime-OK                        VALUE '00'.

       01  wss-fs-not                    PIC X(2).
           88 wss-fs-not-OK                        VALUE '00'.

       01  wss-fs-lis                    PIC X(2).
           88 wss-fs-lis-OK                        VALUE '00'.

       01  wss-fs-est                    PIC X(2).
           88 wss-fs-est-OK                        VALUE '00'.
           88 wss-fs-est-NOEXISTE                  VALUE '05'.
       77  wss-corrida-normal            PIC X     VALUE "N".

      * topes de reglamento, reemplazados por REGUPARM.DAT si esta
       77  wss-aniosVigencia             PIC 9     VALUE 2.
       77  wss-turnosVigencia            PIC 99    VALUE 07.
       77  wss-intentosMax               PIC 9     VALUE 3.
       77  wss-notaAprobacion            PIC 99V99 VALUE 04.00.

       01  wss-fechaHoy                  PIC 9(8).
       01  FILLER REDEFINES wss-fechaHoy.
           05 wss-anioHoy                PIC 9(4).
           05 FILLER                     PIC 9(4).

      * fin de la cursada de cada anio segun los periodos tipo P
       77  wss-cont-finCursada           PIC 9(2)  COMP VALUE 0.
       01  VECTOR-FIN-CURSADA            OCCURS 50 TIMES.
           05 vfc-anio                   PIC 9(4).
           05 vfc-fechaFin               PIC 9(8).
       77  WS-IND-FIN                    PIC 9(2)  COMP.
       77  wss-finCursada                PIC 9(8).

      * turnos de examen ya terminados
       77  wss-cont-turnos               PIC 9(3)  COMP VALUE 0.
       01  VECTOR-TURNOS                 OCCURS 200 TIMES.
           05 vtu-fechaDesde             PIC 9(8).
       77  WS-IND-TUR                    PIC 9(3)  COMP.

      * mesas ya tomadas
       77  wss-cont-mesas                PIC 9(3)  COMP VALUE 0.
       01  VECTOR-MESAS                  OCCURS 500 TIMES.
           05 vme-nroMesa                PIC X(4).
           05 vme-nroMateria             PIC 99.
           05 vme-fecha                  PIC 9(8).
       77  WS-IND-MES                    PIC 9(3)  COMP.

      * cada inscripcion a una mesa ya tomada es un intento; el
      * resultado sale de NOTAS.DAT: A aprobado, D desaprobado,
      * U ausente (sin nota)
       77  wss-cont-intentos             PIC 9(4)  COMP VALUE 0.
       01  VECTOR-INTENTOS               OCCURS 3000 TIMES.
           05 vin-nroAlumno              PIC 9(6).
           05 vin-nroMateria             PIC 99.
           05 vin-fecha                  PIC 9(8).
           05 vin-resultado              PIC X.
       77  WS-IND-INT                    PIC 9(4)  COMP.

      * cursadas vencidas en esta corrida, para el listado por sede
       77  wss-cont-vencidas             PIC 9(4)  COMP VALUE 0.
       01  VECTOR-VENCIDAS               OCCURS 2000 TIMES.
           05 vve-sede                   PIC X(2).
           05 vve-nroAlumno              PIC 9(6).
           05 vve-nombre                 PIC X(23).
           05 vve-nroMateria             PIC 99.
           05 vve-anio                   PIC 9(4).
           05 vve-intentos               PIC 99.
           05 vve-desaprobados           PIC 99.
           05 vve-turnos                 PIC 99.
           05 vve-motivo                 PIC X.
       77  WS-IND-VEN                    PIC 9(4)  COMP.

      * calculo de una cursada
       77  wss-intentos                  PIC 99.
       77  wss-desaprobados              PIC 99.
       77  wss-turnos                    PIC 99.
       77  wss-aprobada                  PIC X.
       77  wss-motivo                    PIC X.
       77  wss-aniosTranscurridos        PIC 9(4).
       77  wss-nroAlumnoAux              PIC X(6).

      * corte por sede del listado (las sedes salen en orden)
       77  wss-sedeActual                PIC X(2).
       77  wss-sedeAnterior              PIC X(2).
       77  wss-hay-sede                  PIC X.

       77  wss-cont-leidos               PIC 9(7)  COMP VALUE 0.

       01  RUTINAS.
           05 Ralum                      PIC X(8)  VALUE "RLEEALUM".
           05 Rsede                      PIC X(8)  VALUE "RLEESEDE".
           05 Rcontrol                   PIC X(8)  VALUE "RUTCONTR".
           05 Rventana                   PIC X(8)  VALUE "RUTVENTA".

       01  LINEA-TITULO.
           05 FILLER                     PIC X(45) VALUE
           "  REGULARIDADES VENCIDAS - CORRIDA DEL DIA   ".
           05 lti-dia                    PIC 99.
           05 FILLER                     PIC X     VALUE "/".
           05 lti-mes                    PIC 99.
           05 FILLER                     PIC X     VALUE "/".
           05 lti-anio                   PIC 9(4).

       01  LINEA-TOPES.
           05 FILLER                     PIC X(20) VALUE
           "  TOPES: ANIOS      ".
           05 lto-anios                  PIC 9.
           05 FILLER                     PIC X(10) VALUE
           "  TURNOS  ".
           05 lto-turnos                 PIC Z9.
           05 FILLER                     PIC X(12) VALUE
           "  INTENTOS  ".
           05 lto-intentos               PIC 9.
           05 FILLER                     PIC X(16) VALUE
           "  NOTA APROB.   ".
           05 lto-nota                   PIC Z9.99.

       01  LINEA-SEDE.
           05 FILLER                     PIC X(8)  VALUE "  SEDE: ".
           05 lse-sede                   PIC X(2).
           05 FILLER                     PIC X(3)  VALUE " - ".
           05 lse-nombreSede             PIC X(20).

       01  LINEA-COLUMNAS.
           05 FILLER                     PIC X(45) VALUE
           "    ALUMNO  NOMBRE                  MAT  ANIO".
           05 FILLER                     PIC X(45) VALUE
           "  INTENT. DESAP. TURNOS  MOTIVO".

       01  LINEA-VENCIDA.
           05 FILLER                     PIC X(4)  VALUE SPACES.
           05 lve-nroAlumno              PIC 9(6).
           05 FILLER                     PIC X(2)  VALUE SPACES.
           05 lve-nombre                 PIC X(23).
           05 FILLER                     PIC X     VALUE SPACE.
           05 lve-nroMateria             PIC 99.
           05 FILLER                     PIC X(3)  VALUE SPACES.
           05 lve-anio                   PIC 9(4).
           05 FILLER                     PIC X(4)  VALUE SPACES.
           05 lve-intentos               PIC Z9.
           05 FILLER                     PIC X(5)  VALUE SPACES.
           05 lve-desaprobados           PIC Z9.
           05 FILLER                     PIC X(5)  VALUE SPACES.
           05 lve-turnos                 PIC Z9.
           05 FILLER                     PIC X(3)  VALUE SPACES.
           05 lve-motivo                 PIC X(15).

       01  LINEA-TOTAL-SEDE.
           05 FILLER                     PIC X(32) VALUE
           "    REGULARIDADES VENCIDAS SEDE:".
           05 lts-cantidad               PIC ZZZZ9.

       01  LINEA-TOTALES.
           05 FILLER                     PIC X(32) VALUE
           "  TOTAL REGULARIDADES VENCIDAS: ".
           05 ltt-cantidad               PIC ZZZZ9.
       77  wss-cont-sede                 PIC 9(5)  COMP.

      *VARIABLES PARA INVOCAR A LA RUTINA DE BUSCAR ALUMNOS
       01  AREA-DE-COMMUNICATIONN.
           05 DATOS-ENTRADA.
               10 OPCION             PIC 9.
               10 NUM-DAT-BUSCAR     PIC X(6).
               10 NOM-DAT-BUSCAR     PIC X(23).
               10 IND-DESDE          PIC 9(3).
           05 DATOS-SALIDA.
               10 DESCRIPCION        PIC X(23).
               10 NAC-DATO           PIC X(3).
               10 ESTADO-DATO        PIC X.
               10 SEDE-DATO          PIC X(2).
               10 TURNO-DATO         PIC X.
               10 FECHA-ING-DATO     PIC X(8).
               10 NUM-ENCONTRADO     PIC X(6).
               10 IND-ENCONTRADO     PIC 9(3).
               10 COMO-TERMINO.
                   15 retorn-num     PIC 9(3).
                   15 retorn-txt     PIC X(30).

      *VARIABLES PARA INVOCAR A LA RUTINA DE BUSCAR SEDES
       01  AREA-DE-COMMUNICATION-SED.
           05 DATOS-ENTRADA.
               10 OPCION-S            PIC 9.
               10 SED-NUM-DAT-BUSCAR  PIC X(2).
           05 DATOS-SALIDA.
               10 DESCRIPCION-SED     PIC X(20).
               10 COMO-TERMINO.
                   15 retorn-num-s    PIC 9(3).
                   15 retorn-txt-s    PIC X(30).

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
           PERFORM 1000-CARGAR-PARAMETROS
           INITIALIZE AREA-DE-COMMUNICATIONN
           MOVE 1 TO OPCION
           CALL Ralum USING AREA-DE-COMMUNICATIONN
           INITIALIZE AREA-DE-COMMUNICATION-SED
           MOVE 1 TO OPCION-S
           CALL Rsede USING AREA-DE-COMMUNICATION-SED
           PERFORM 1100-CARGAR-CALENDARIO
           PERFORM 1200-CARGAR-MESAS-TOMADAS
           PERFORM 1300-CARGAR-INTENTOS
           PERFORM 1400-CARGAR-RESULTADOS
           PERFORM 2000-VENCER-REGULARIDADES
           PERFORM 3000-EMITIR-LISTADO
           DISPLAY "*** VENCIMIENTO DE REGULARIDADES COMPLETADO ***"
           DISPLAY "cursadas leidas: " wss-cont-leidos
               "  vencidas: " wss-cont-vencidas
           DISPLAY "listado por sede en VENCREG.DAT"
           MOVE "S" TO wss-corrida-normal
           PERFORM 6000-CERRAR-PROGRAMA.

      */////////////////////////////////////////////////////////////////

      * los topes salen de REGUPARM.DAT si esta; un REGUPARM.DAT que
      * solo trae el porcentaje de asistencia deja los de reglamento
       1000-CARGAR-PARAMETROS.
           OPEN INPUT ARCH-PARAM
           IF wss-fs-par-OK
               READ ARCH-PARAM AT END CONTINUE
                   NOT AT END
                       IF par-aniosVigencia IS NUMERIC
                           MOVE par-aniosVigencia TO wss-aniosVigencia
                       END-IF
                       IF par-turnosVigencia IS NUMERIC
                           MOVE par-turnosVigencia TO
                               wss-turnosVigencia
                       END-IF
                       IF par-intentosMax IS NUMERIC
                           MOVE par-intentosMax TO wss-intentosMax
                       END-IF
                       IF par-notaAprobacion IS NUMERIC
                               AND par-notaAprobacion > 0
                           MOVE par-notaAprobacion TO
                               wss-notaAprobacion
                       END-IF
               END-READ
               CLOSE ARCH-PARAM
           END-IF.

      *-----------------------------------------------------------------

      * de CALENDAR.DAT salen el fin de cursada de cada anio (el
      * ultimo dia de sus periodos P) y los turnos de examen ya
      * terminados
       1100-CARGAR-CALENDARIO.
           OPEN INPUT ARCH-CAL
           IF wss-fs-cal-OK
               READ ARCH-CAL AT END MOVE "S" TO flag
               END-READ
               PERFORM UNTIL flag = "S"
                   IF CAL-PERIODO
                       PERFORM 1150-GUARDAR-FIN-CURSADA
                   END-IF
                   IF CAL-EXAMEN AND CAL-FECHA-HASTA < wss-fechaHoy
                           AND wss-cont-turnos < 200
                       ADD 1 TO wss-cont-turnos
                       MOVE CAL-FECHA-DESDE TO
                           vtu-fechaDesde(wss-cont-turnos)
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

       1150-GUARDAR-FIN-CURSADA.
           MOVE 0 TO WS-IND-FIN
           PERFORM VARYING WS-IND-TUR FROM 1 BY 1
                   UNTIL WS-IND-TUR > wss-cont-finCursada
                   OR WS-IND-FIN > 0
               IF vfc-anio(WS-IND-TUR) = CAL-ANIO
                   MOVE WS-IND-TUR TO WS-IND-FIN
               END-IF
           END-PERFORM
           IF WS-IND-FIN = 0 AND wss-cont-finCursada < 50
               ADD 1 TO wss-cont-finCursada
               MOVE wss-cont-finCursada TO WS-IND-FIN
               MOVE CAL-ANIO TO vfc-anio(WS-IND-FIN)
               MOVE 0 TO vfc-fechaFin(WS-IND-FIN)
           END-IF
           IF WS-IND-FIN > 0
               IF CAL-FECHA-HASTA > vfc-fechaFin(WS-IND-FIN)
                   MOVE CAL-FECHA-HASTA TO vfc-fechaFin(WS-IND-FIN)
               END-IF
           END-IF.

      *-----------------------------------------------------------------

       1200-CARGAR-MESAS-TOMADAS.
           OPEN INPUT ARCH-MES
           IF wss-fs-mes-OK
               READ ARCH-MES AT END MOVE "S" TO flag
               END-READ
               PERFORM UNTIL flag = "S"
                   IF MES-FECHA < wss-fechaHoy
                       IF wss-cont-mesas < 500
                           ADD 1 TO wss-cont-mesas
                           MOVE MES-NRO-MESA TO
                               vme-nroMesa(wss-cont-mesas)
                           MOVE MES-NRO-MATERIA TO
                               vme-nroMateria(wss-cont-mesas)
                           MOVE MES-FECHA TO vme-fecha(wss-cont-mesas)
                       ELSE
                           DISPLAY "ADVERTENCIA: mas de 500 mesas "
                               "tomadas, el conteo queda incompleto"
                       END-IF
                   END-IF
                   READ ARCH-MES AT END MOVE "S" TO flag
                   END-READ
               END-PERFORM
               CLOSE ARCH-MES
           ELSE
               CLOSE ARCH-MES
           END-IF
           MOVE "N" TO flag.

      *-----------------------------------------------------------------

       1300-CARGAR-INTENTOS.
           OPEN INPUT ARCH-IME
           IF wss-fs-ime-OK
               READ ARCH-IME AT END MOVE "S" TO flag
               END-READ
               PERFORM UNTIL flag = "S"
                   PERFORM VARYING WS-IND-MES FROM 1 BY 1
                           UNTIL WS-IND-MES > wss-cont-mesas
                       IF vme-nroMesa(WS-IND-MES) = IME-NRO-MESA
                           PERFORM 1350-GUARDAR-UN-INTENTO
                       END-IF
                   END-PERFORM
                   READ ARCH-IME AT END MOVE "S" TO flag
                   END-READ
               END-PERFORM
               CLOSE ARCH-IME
           ELSE
               CLOSE ARCH-IME
           END-IF
           MOVE "N" TO flag.

      *-----------------------------------------------------------------

       1350-GUARDAR-UN-INTENTO.
           IF wss-cont-intentos < 3000
               ADD 1 TO wss-cont-intentos
               MOVE IME-NRO-ALUMNO TO vin-nroAlumno(wss-cont-intentos)
               MOVE vme-nroMateria(WS-IND-MES) TO
                   vin-nroMateria(wss-cont-intentos)
               MOVE vme-fecha(WS-IND-MES) TO
                   vin-fecha(wss-cont-intentos)
               MOVE "U" TO vin-resultado(wss-cont-intentos)
           ELSE
               DISPLAY "ADVERTENCIA: mas de 3000 inscripciones a "
                   "mesas, el conteo queda incompleto"
           END-IF.

      *-----------------------------------------------------------------

      * la nota del examen es la de NOTAS.DAT del alumno en la materia
      * con el periodo de la fecha de la mesa; si hay varias vale la
      * ultima grabada
       1400-CARGAR-RESULTADOS.
           OPEN INPUT ARCH-NOT
           IF wss-fs-not-OK
               READ ARCH-NOT AT END MOVE "S" TO flag
               END-READ
               PERFORM UNTIL flag = "S"
                   PERFORM VARYING WS-IND-INT FROM 1 BY 1
                           UNTIL WS-IND-INT > wss-cont-intentos
                       IF vin-nroAlumno(WS-IND-INT) = NOT-NRO-ALUMNO
                               AND vin-nroMateria(WS-IND-INT) =
                                   NOT-NRO-MATERIA
                               AND vin-fecha(WS-IND-INT)(1:4) =
                                   NOT-ANIO
                               AND vin-fecha(WS-IND-INT)(5:2) =
                                   NOT-MES
                           IF NOT-NOTA >= wss-notaAprobacion
                               MOVE "A" TO vin-resultado(WS-IND-INT)
                           ELSE
                               MOVE "D" TO vin-resultado(WS-IND-INT)
                           END-IF
                       END-IF
                   END-PERFORM
                   READ ARCH-NOT AT END MOVE "S" TO flag
                   END-READ
               END-PERFORM
               CLOSE ARCH-NOT
           ELSE
               CLOSE ARCH-NOT
           END-IF
           MOVE "N" TO flag.

      *-----------------------------------------------------------------

      * REGULAR.DAT se regraba en el lugar: solo cambian las cursadas
      * regulares que vencen
       2000-VENCER-REGULARIDADES.
           OPEN I-O ARCH-RGU
           IF NOT wss-fs-rgu-OK then
               display "no hay computo de regularidad (REGULAR.DAT), "
                   "no hay nada que vencer"
               CLOSE ARCH-RGU
               MOVE "S" TO wss-corrida-normal
               PERFORM 6000-CERRAR-PROGRAMA
           END-IF
           READ ARCH-RGU AT END MOVE "S" TO flag
           END-READ
           PERFORM UNTIL flag = "S"
               ADD 1 TO wss-cont-leidos
               IF RGU-REGULAR
                   PERFORM 2100-EVALUAR-UNA-CURSADA
                   IF wss-motivo NOT = SPACE
                       PERFORM 2200-VENCER-LA-CURSADA
                   END-IF
               END-IF
               READ ARCH-RGU AT END MOVE "S" TO flag
               END-READ
           END-PERFORM
           CLOSE ARCH-RGU
           MOVE "N" TO flag.

      *-----------------------------------------------------------------

      * cuenta los intentos, desaprobados y turnos desde el fin de la
      * cursada y decide el motivo de vencimiento (en blanco si la
      * regularidad sigue vigente)
       2100-EVALUAR-UNA-CURSADA.
           COMPUTE wss-finCursada = RGU-ANIO * 10000 + 1130
           PERFORM VARYING WS-IND-FIN FROM 1 BY 1
                   UNTIL WS-IND-FIN > wss-cont-finCursada
               IF vfc-anio(WS-IND-FIN) = RGU-ANIO
                   MOVE vfc-fechaFin(WS-IND-FIN) TO wss-finCursada
               END-IF
           END-PERFORM
           MOVE 0 TO wss-intentos
           MOVE 0 TO wss-desaprobados
           MOVE "N" TO wss-aprobada
           PERFORM VARYING WS-IND-INT FROM 1 BY 1
                   UNTIL WS-IND-INT > wss-cont-intentos
               IF vin-nroAlumno(WS-IND-INT) = RGU-NRO-ALUMNO
                       AND vin-nroMateria(WS-IND-INT) =
                           RGU-NRO-MATERIA
                       AND vin-fecha(WS-IND-INT) > wss-finCursada
                   ADD 1 TO wss-intentos
                   IF vin-resultado(WS-IND-INT) = "D"
                       ADD 1 TO wss-desaprobados
                   END-IF
                   IF vin-resultado(WS-IND-INT) = "A"
                       MOVE "S" TO wss-aprobada
                   END-IF
               END-IF
           END-PERFORM
           MOVE 0 TO wss-turnos
           PERFORM VARYING WS-IND-TUR FROM 1 BY 1
                   UNTIL WS-IND-TUR > wss-cont-turnos
               IF vtu-fechaDesde(WS-IND-TUR) > wss-finCursada
                   ADD 1 TO wss-turnos
               END-IF
           END-PERFORM
           MOVE 0 TO wss-aniosTranscurridos
           IF wss-anioHoy > RGU-ANIO
               COMPUTE wss-aniosTranscurridos = wss-anioHoy - RGU-ANIO
           END-IF
           MOVE SPACE TO wss-motivo
           IF wss-aprobada = "N"
               IF wss-intentosMax > 0
                       AND wss-desaprobados >= wss-intentosMax
                   MOVE "I" TO wss-motivo
               ELSE
               IF wss-aniosVigencia > 0
                       AND wss-aniosTranscurridos > wss-aniosVigencia
                   MOVE "A" TO wss-motivo
               ELSE
               IF wss-turnosVigencia > 0
                       AND wss-turnos >= wss-turnosVigencia
                   MOVE "T" TO wss-motivo
               END-IF
               END-IF
               END-IF
           END-IF.

      *-----------------------------------------------------------------

       2200-VENCER-LA-CURSADA.
           SET RGU-VENCIDA TO TRUE
           MOVE wss-motivo TO RGU-MOTIVO-VENC
           MOVE wss-fechaHoy TO RGU-FECHA-VENC
           REWRITE REG-RGU
           IF NOT wss-fs-rgu-OK then
               display "error al regrabar REGULAR.DAT"
               CLOSE ARCH-RGU
               PERFORM 6000-CERRAR-PROGRAMA
           END-IF
           IF wss-cont-vencidas < 2000
               ADD 1 TO wss-cont-vencidas
               MOVE wss-cont-vencidas TO WS-IND-VEN
               MOVE RGU-NRO-ALUMNO TO wss-nroAlumnoAux
               INITIALIZE AREA-DE-COMMUNICATIONN
               MOVE 2 TO OPCION
               MOVE wss-nroAlumnoAux TO NUM-DAT-BUSCAR
               CALL Ralum USING AREA-DE-COMMUNICATIONN
               IF retorn-num = 0
                   MOVE SEDE-DATO TO vve-sede(WS-IND-VEN)
                   MOVE DESCRIPCION TO vve-nombre(WS-IND-VEN)
               ELSE
                   MOVE SPACES TO vve-sede(WS-IND-VEN)
                   MOVE "NO EXISTE EN ALUMNOS" TO vve-nombre(WS-IND-VEN)
               END-IF
               MOVE RGU-NRO-ALUMNO   TO vve-nroAlumno(WS-IND-VEN)
               MOVE RGU-NRO-MATERIA  TO vve-nroMateria(WS-IND-VEN)
               MOVE RGU-ANIO         TO vve-anio(WS-IND-VEN)
               MOVE wss-intentos     TO vve-intentos(WS-IND-VEN)
               MOVE wss-desaprobados TO vve-desaprobados(WS-IND-VEN)
               MOVE wss-turnos       TO vve-turnos(WS-IND-VEN)
               MOVE wss-motivo       TO vve-motivo(WS-IND-VEN)
           ELSE
               DISPLAY "ADVERTENCIA: mas de 2000 vencidas, el listado "
                   "queda incompleto"
           END-IF.

      *-----------------------------------------------------------------

      * listado por sede: en cada vuelta se toma la menor sede que
      * todavia no se listo
       3000-EMITIR-LISTADO.
           OPEN OUTPUT ARCH-LIS
           IF NOT wss-fs-lis-OK then
               display "error al abrir el archivo VENCREG.DAT"
               PERFORM 6000-CERRAR-PROGRAMA
           END-IF
           MOVE wss-fechaHoy(7:2) TO lti-dia
           MOVE wss-fechaHoy(5:2) TO lti-mes
           MOVE wss-fechaHoy(1:4) TO lti-anio
           WRITE REG-LIS FROM LINEA-TITULO
           MOVE wss-aniosVigencia  TO lto-anios
           MOVE wss-turnosVigencia TO lto-turnos
           MOVE wss-intentosMax    TO lto-intentos
           MOVE wss-notaAprobacion TO lto-nota
           WRITE REG-LIS FROM LINEA-TOPES
           MOVE LOW-VALUES TO wss-sedeAnterior
           MOVE "S" TO wss-hay-sede
           PERFORM UNTIL wss-hay-sede = "N"
               MOVE "N" TO wss-hay-sede
               MOVE HIGH-VALUES TO wss-sedeActual
               PERFORM VARYING WS-IND-VEN FROM 1 BY 1
                       UNTIL WS-IND-VEN > wss-cont-vencidas
                   IF vve-sede(WS-IND-VEN) > wss-sedeAnterior
                           AND vve-sede(WS-IND-VEN) < wss-sedeActual
                       MOVE vve-sede(WS-IND-VEN) TO wss-sedeActual
                       MOVE "S" TO wss-hay-sede
                   END-IF
               END-PERFORM
               IF wss-hay-sede = "S"
                   PERFORM 3100-LISTAR-UNA-SEDE
                   MOVE wss-sedeActual TO wss-sedeAnterior
               END-IF
           END-PERFORM
           WRITE REG-LIS FROM SPACES
           MOVE wss-cont-vencidas TO ltt-cantidad
           WRITE REG-LIS FROM LINEA-TOTALES
           CLOSE ARCH-LIS.

      *-----------------------------------------------------------------

       3100-LISTAR-UNA-SEDE.
           WRITE REG-LIS FROM SPACES
           MOVE wss-sedeActual TO lse-sede
           MOVE SPACES TO lse-nombreSede
           INITIALIZE AREA-DE-COMMUNICATION-SED
           MOVE 2 TO OPCION-S
           MOVE wss-sedeActual TO SED-NUM-DAT-BUSCAR
           CALL Rsede USING AREA-DE-COMMUNICATION-SED
           IF retorn-num-s = 0
               MOVE DESCRIPCION-SED TO lse-nombreSede
           END-IF
           WRITE REG-LIS FROM LINEA-SEDE
           WRITE REG-LIS FROM LINEA-COLUMNAS
           MOVE 0 TO wss-cont-sede
           PERFORM VARYING WS-IND-VEN FROM 1 BY 1
                   UNTIL WS-IND-VEN > wss-cont-vencidas
               IF vve-sede(WS-IND-VEN) = wss-sedeActual
                   ADD 1 TO wss-cont-sede
                   MOVE vve-nroAlumno(WS-IND-VEN)    TO lve-nroAlumno
                   MOVE vve-nombre(WS-IND-VEN)       TO lve-nombre
                   MOVE vve-nroMateria(WS-IND-VEN)   TO lve-nroMateria
                   MOVE vve-anio(WS-IND-VEN)         TO lve-anio
                   MOVE vve-intentos(WS-IND-VEN)     TO lve-intentos
                   MOVE vve-desaprobados(WS-IND-VEN) TO
                       lve-desaprobados
                   MOVE vve-turnos(WS-IND-VEN)       TO lve-turnos
                   EVALUATE vve-motivo(WS-IND-VEN)
                       WHEN "I"
                           MOVE "INTENTOS" TO lve-motivo
                       WHEN "A"
                           MOVE "ANIOS VIGENCIA" TO lve-motivo
                       WHEN "T"
                           MOVE "TURNOS VIGENCIA" TO lve-motivo
                   END-EVALUATE
                   WRITE REG-LIS FROM LINEA-VENCIDA
               END-IF
           END-PERFORM
           MOVE wss-cont-sede TO lts-cantidad
           WRITE REG-LIS FROM LINEA-TOTAL-SEDE.

      *-----------------------------------------------------------------

       5500-GRABAR-ESTADISTICA.
           OPEN EXTEND ARCH-EST
           IF wss-fs-est-OK OR wss-fs-est-NOEXISTE
               MOVE "PVENCREG" TO est-programa
               ACCEPT est-fecha FROM DATE YYYYMMDD
               ACCEPT est-hora FROM TIME
               MOVE wss-cont-leidos TO est-leidos
               MOVE wss-cont-vencidas TO est-escritos
               MOVE 0 TO est-rechazados
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
           PERFORM 5500-GRABAR-ESTADISTICA
           GOBACK.

      *-----------------------------------------------------------------

      * los maestros que lee la corrida tienen que coincidir con
      * sus registros de control de CTLMAEST.DAT; si no coinciden
      * la corrida no procesa nada y termina con final anormal
       8600-VERIFICAR-CONTROLES.
           INITIALIZE AREA-DE-COMMUNICATION-CTM
           MOVE 2 TO OPCION-K
           MOVE "NOT" TO K-ARCHIVOS
           MOVE "PVENCREG" TO K-PROGRAMA
           CALL Rcontrol USING AREA-DE-COMMUNICATION-CTM
           IF retorn-num-k = 001
               DISPLAY "corrida detenida: los archivos no "
                   "coinciden con CTLMAEST.DAT (ver PVERCTL)"
               PERFORM 6000-CERRAR-PROGRAMA
           END-IF.

      *-----------------------------------------------------------------

      * con la cadena nocturna corriendo el programa no entra a
      * actualizar (salvo que el supervisor lo fuerce)
       8550-CONTROLAR-VENTANA-BATCH.
           INITIALIZE AREA-DE-COMMUNICATION-VEN
           MOVE 5 TO OPCION-V
           MOVE "PVENCREG" TO V-PROGRAMA
           CALL Rventana USING AREA-DE-COMMUNICATION-VEN
           IF retorn-num-v NOT = 0
               PERFORM 6000-CERRAR-PROGRAMA
           END-IF.

      *-----------------------------------------------------------------
       END PROGRAM PVENCREG.

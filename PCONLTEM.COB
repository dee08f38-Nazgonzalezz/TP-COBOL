      ******************************************************************
      * Author: Gonzalez Nazarena Araceli
      * Date:
      * Purpose: Conciliacion mensual del libro de temas: para el anio
      *    y mes que se indican arma las clases programadas de cada
      *    docente (cada materia que tiene asignada ese anio en
      *    ASIGDOC.DAT, en cada sede/turno y dia de la semana en que
      *    HORARIOS.DAT la tiene, descontando feriados, dias sin
      *    clases y dias fuera de la cursada de CALENDAR.DAT, con la
      *    misma regla que PCALCLAS) y las compara con las clases
      *    registradas en LIBROTEM.DAT. Las clases que no estan en el
      *    libro y que no cubre una licencia de LICDOC.DAT se listan
      *    en CONCLIB.DAT junto con el resumen por docente. Los
      *    minutos de cada clase registrada se le acreditan a quien
      *    la dio (el suplente si lo hubo, si no el titular) y las
      *    horas dictadas de cada legajo se agregan a HORASDIC.DAT,
      *    donde la ultima corrida de un mes es la que vale; PLIQDOCE
      *    liquida esas horas en lugar de las de la asignacion
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PCONLTEM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL ARCH-LTE         ASSIGN TO "LIBROTEM.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-lte.

       SELECT OPTIONAL ARCH-ASG         ASSIGN TO "ASIGDOC.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-asg.

       SELECT OPTIONAL ARCH-HOR         ASSIGN TO "HORARIOS.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-hor.

       SELECT OPTIONAL ARCH-CAL         ASSIGN TO "CALENDAR.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-cal.

       SELECT OPTIONAL ARCH-LIC         ASSIGN TO "LICDOC.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-lic.

       SELECT OPTIONAL ARCH-HDI         ASSIGN TO "HORASDIC.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-hdi.

       SELECT OPTIONAL ARCH-LIS         ASSIGN TO "CONCLIB.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-lis.

       SELECT OPTIONAL ARCH-EST         ASSIGN TO "ESTADIS.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-est.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCH-LTE.
           01  REG-LTE.
                05 LTE-LEGAJO         PIC X(4).
                05 LTE-FECHA          PIC 9(8).
                05 LTE-NRO-MATERIA    PIC 99.
                05 LTE-SEDE           PIC X(2).
                05 LTE-TURNO          PIC X.
                05 LTE-MINUTOS        PIC 9(3).
                05 LTE-TEMA           PIC X(40).
                05 LTE-SUPLENTE       PIC X(4).
                05 LTE-FECHA-CARGA    PIC 9(8).
                05 ESPACIO-LTE        PIC XX.

       FD  ARCH-ASG.
           01  REG-ASG.
                05 ASG-NRO-MATERIA    PIC 99.
                05 ASG-ANIO           PIC 9(4).
                05 ASG-LEGAJO         PIC X(4).
                05 ESPACIO-ASG        PIC XX.

       FD  ARCH-HOR.
           01  REG-HOR.
                05 HOR-NRO-MATERIA    PIC 99.
                05 HOR-SEDE           PIC X(2).
                05 HOR-TURNO          PIC X.
                05 HOR-DIA            PIC 9.
                05 HOR-HORA-DESDE     PIC 9(4).
                05 HOR-HORA-HASTA     PIC 9(4).
                05 HOR-AULA           PIC X(4).
                05 ESPACIO-HOR        PIC XX.

       FD  ARCH-CAL.
           01  REG-CAL.
                05 CAL-ANIO           PIC 9(4).
                05 CAL-TIPO           PIC X.
                    88 CAL-PERIODO            VALUE "P".
                    88 CAL-FERIADO            VALUE "F".
                    88 CAL-SIN-CLASES         VALUE "N".
                05 CAL-FECHA-DESDE    PIC 9(8).
                05 CAL-FECHA-HASTA    PIC 9(8).
                05 CAL-POSTEO         PIC X.
                05 ESPACIO-CAL        PIC XX.

       FD  ARCH-LIC.
           01  REG-LIC.
                05 LIC-LEGAJO         PIC X(4).
                05 LIC-TIPO           PIC X.
                05 LIC-FECHA-DESDE    PIC 9(8).
                05 LIC-FECHA-HASTA    PIC 9(8).
                05 LIC-SUPLENTE       PIC X(4).
                05 ESPACIO-LIC        PIC XX.

       FD  ARCH-HDI.
           01  REG-HDI.
                05 HDI-LEGAJO         PIC X(4).
                05 HDI-ANIO           PIC 9(4).
                05 HDI-MES            PIC 99.
                05 HDI-CLASES-PROG    PIC 9(3).
                05 HDI-CLASES-DICT    PIC 9(3).
                05 HDI-MINUTOS        PIC 9(5).
                05 HDI-HORAS          PIC 9(5).
                05 HDI-FECHA-CALCULO  PIC 9(8).
                05 ESPACIO-HDI        PIC XX.

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

       01  wss-fs-lte                    PIC X(2).
           88 wss-fs-lte-OK                        VALUE '00'.

       01  wss-fs-asg                    PIC X(2).
           88 wss-fs-asg-OK                        VALUE '00'.

       01  wss-fs-hor                    PIC X(2).
           88 wss-fs-hor-OK                        VALUE '00'.

       01  wss-fs-cal                    PIC X(2).
           88 wss-fs-cal-OK                        VALUE '00'.

       01  wss-fs-lic                    PIC X(2).
           88 wss-fs-lic-OK                        VALUE '00'.

       01  wss-fs-hdi                    PIC X(2).
           88 wss-fs-hdi-OK                        VALUE '00'.
           88 wss-fs-hdi-NOEXISTE                  VALUE '05'.

       01  wss-fs-lis                    PIC X(2).
           88 wss-fs-lis-OK                        VALUE '00'.

       01  wss-fs-est                    PIC X(2).
           88 wss-fs-est-OK                        VALUE '00'.
           88 wss-fs-est-NOEXISTE                  VALUE '05'.
       77  wss-corrida-normal            PIC X     VALUE "N".

       77  wss-anio                      PIC 9(4).
       77  wss-mes                       PIC 99.
       77  wss-fechaHoy                  PIC 9(8).
       77  wss-fechaDia                  PIC 9(8).
       77  wss-primerDia                 PIC 9(8).
       77  wss-ultimoDia                 PIC 9(8).
       77  wss-dia                       PIC 99.
       77  wss-diasMes                   PIC 99.
       77  wss-diaSemana                 PIC 9.
       77  wss-hay-clase                 PIC X.
       77  wss-encontro                  PIC X.
       77  wss-legajoBuscar              PIC X(4).

      * feriados y dias sin clases del calendario academico, y los
      * periodos de cursada del anio, como fechas aaaammdd
       77  wss-cont-noclase              PIC 9(3)  COMP VALUE 0.
       01  VECTOR-NOCLASE                OCCURS 100 TIMES.
           05 vnc-fechaDesde             PIC 9(8).
           05 vnc-fechaHasta             PIC 9(8).
       77  WS-IND-NOC                    PIC 9(3)  COMP.
       77  wss-cont-periodos             PIC 9(2)  COMP VALUE 0.
       01  VECTOR-PERIODOS               OCCURS 20 TIMES.
           05 vpe-fechaDesde             PIC 9(8).
           05 vpe-fechaHasta             PIC 9(8).
       77  WS-IND-PER                    PIC 9(2)  COMP.

      * una entrada por materia/sede/turno con los minutos de clase
      * de cada dia de la semana (1=lunes); 0 es que no tiene clase
       77  wss-cont-cursos               PIC 9(3)  COMP VALUE 0.
       01  VECTOR-CURSOS                 OCCURS 300 TIMES.
           05 vcu-nroMateria             PIC 99.
           05 vcu-sede                   PIC X(2).
           05 vcu-turno                  PIC X.
           05 vcu-minutos                PIC 9(3)  COMP
                                         OCCURS 7 TIMES.
       77  WS-IND-CUR                    PIC 9(3)  COMP.
       77  wss-indCurso                  PIC 9(3)  COMP.
       77  WS-IND-DIA                    PIC 9     COMP.

      * asignaciones del anio
       77  wss-cont-asignaciones         PIC 9(3)  COMP VALUE 0.
       01  VECTOR-ASIGNACIONES           OCCURS 500 TIMES.
           05 vas-legajo                 PIC X(4).
           05 vas-nroMateria             PIC 99.
       77  WS-IND-ASG                    PIC 9(3)  COMP.

      * licencias que tocan el mes
       77  wss-cont-licencias            PIC 9(3)  COMP VALUE 0.
       01  VECTOR-LICENCIAS              OCCURS 200 TIMES.
           05 vli-legajo                 PIC X(4).
           05 vli-fechaDesde             PIC 9(8).
           05 vli-fechaHasta             PIC 9(8).
       77  WS-IND-LIC                    PIC 9(3)  COMP.

      * clases del libro de temas registradas en el mes
       77  wss-cont-libro                PIC 9(4)  COMP VALUE 0.
       01  VECTOR-LIBRO                  OCCURS 3000 TIMES.
           05 vlt-legajo                 PIC X(4).
           05 vlt-fecha                  PIC 9(8).
           05 vlt-nroMateria             PIC 99.
           05 vlt-sede                   PIC X(2).
           05 vlt-turno                  PIC X.
           05 vlt-minutos                PIC 9(3).
           05 vlt-suplente               PIC X(4).
       77  WS-IND-LTE                    PIC 9(4)  COMP.

      * resultado por docente: programadas como titular, registradas,
      * cubiertas por licencia, sin registrar, y lo que dio en el
      * mes como titular o como suplente
       77  wss-cont-docentes             PIC 9(3)  COMP VALUE 0.
       01  VECTOR-DOCENTES               OCCURS 200 TIMES.
           05 vdo-legajo                 PIC X(4).
           05 vdo-programadas            PIC 9(3)  COMP.
           05 vdo-registradas            PIC 9(3)  COMP.
           05 vdo-licencia               PIC 9(3)  COMP.
           05 vdo-sinRegistro            PIC 9(3)  COMP.
           05 vdo-dictadas               PIC 9(3)  COMP.
           05 vdo-minutos                PIC 9(5)  COMP.
       77  WS-IND-DOC                    PIC 9(3)  COMP.
       77  wss-indDocente                PIC 9(3)  COMP.
       77  wss-horas                     PIC 9(5)  COMP.

       77  wss-cont-leidos               PIC 9(7)  COMP VALUE 0.
       77  wss-cont-grabados             PIC 9(7)  COMP VALUE 0.
       77  wss-cont-sin-registro         PIC 9(7)  COMP VALUE 0.
       77  wss-cont-fuera-horario        PIC 9(7)  COMP VALUE 0.

      * serie de dias para sacar el dia de la semana, con la misma
      * cuenta que RUTFECHH (el lunes del anio 1 es la serie 366)
       77  wss-anio-ant                  PIC 9(4).
       77  wss-bis4                      PIC 9(5)  COMP.
       77  wss-bis100                    PIC 9(5)  COMP.
       77  wss-bis400                    PIC 9(5)  COMP.
       77  wss-serie                     PIC 9(7)  COMP.
       77  wss-bisiesto                  PIC 9.
       77  aux                           PIC 9(7)  COMP.
       77  resto                         PIC 9(5)  COMP.

       01  TABLA-DIAS-ACUMULADOS.
           05 FILLER       PIC 9(3) VALUE 000.
           05 FILLER       PIC 9(3) VALUE 031.
           05 FILLER       PIC 9(3) VALUE 059.
           05 FILLER       PIC 9(3) VALUE 090.
           05 FILLER       PIC 9(3) VALUE 120.
           05 FILLER       PIC 9(3) VALUE 151.
           05 FILLER       PIC 9(3) VALUE 181.
           05 FILLER       PIC 9(3) VALUE 212.
           05 FILLER       PIC 9(3) VALUE 243.
           05 FILLER       PIC 9(3) VALUE 273.
           05 FILLER       PIC 9(3) VALUE 304.
           05 FILLER       PIC 9(3) VALUE 334.
       01  FILLER REDEFINES TABLA-DIAS-ACUMULADOS.
           05 diasAcumulados OCCURS 12 TIMES PIC 9(3).

       01  TABLA-DIAS-DEL-MES.
           05 FILLER       PIC 99 VALUE 31.
           05 FILLER       PIC 99 VALUE 28.
           05 FILLER       PIC 99 VALUE 31.
           05 FILLER       PIC 99 VALUE 30.
           05 FILLER       PIC 99 VALUE 31.
           05 FILLER       PIC 99 VALUE 30.
           05 FILLER       PIC 99 VALUE 31.
           05 FILLER       PIC 99 VALUE 31.
           05 FILLER       PIC 99 VALUE 30.
           05 FILLER       PIC 99 VALUE 31.
           05 FILLER       PIC 99 VALUE 30.
           05 FILLER       PIC 99 VALUE 31.
       01  FILLER REDEFINES TABLA-DIAS-DEL-MES.
           05 diasDelMes OCCURS 12 TIMES PIC 99.

       01  wss-hhmm                      PIC 9(4).
       01  FILLER REDEFINES wss-hhmm.
           05 wss-hh                     PIC 99.
           05 wss-mm                     PIC 99.
       77  wss-minDesde                  PIC 9(5)  COMP.
       77  wss-minHasta                  PIC 9(5)  COMP.

       01  RUTINAS.
           05 Rdoce                      PIC X(8)  VALUE "RLEEDOCE".
           05 Rfecha                     PIC X(8)  VALUE "RUTFECHH".

       01  LINEA-TITULO.
           05 FILLER                     PIC X(35) VALUE
           "  CONCILIACION DEL LIBRO DE TEMAS  ".
           05 lti-mes                    PIC 99.
           05 FILLER                     PIC X     VALUE "/".
           05 lti-anio                   PIC 9(4).

       01  LINEA-COLUMNAS-CLASES.
           05 FILLER                     PIC X(31) VALUE
           "  LEG. DOCENTE".
           05 FILLER                     PIC X(59) VALUE
           "FECHA        MAT  SEDE TURNO".

       01  LINEA-CLASE.
           05 FILLER                     PIC X(2)  VALUE SPACES.
           05 lcl-legajo                 PIC X(4).
           05 FILLER                     PIC X     VALUE SPACE.
           05 lcl-nombreDoce             PIC X(23).
           05 FILLER                     PIC X     VALUE SPACE.
           05 lcl-dia                    PIC 99.
           05 FILLER                     PIC X     VALUE "/".
           05 lcl-mes                    PIC 99.
           05 FILLER                     PIC X     VALUE "/".
           05 lcl-anio                   PIC 9(4).
           05 FILLER                     PIC X(3)  VALUE SPACES.
           05 lcl-nroMateria             PIC 99.
           05 FILLER                     PIC X(3)  VALUE SPACES.
           05 lcl-sede                   PIC X(2).
           05 FILLER                     PIC X(4)  VALUE SPACES.
           05 lcl-turno                  PIC X.

       01  LINEA-COLUMNAS-RESUMEN.
           05 FILLER                     PIC X(31) VALUE
           "  LEG. DOCENTE".
           05 FILLER                     PIC X(59) VALUE
           "PROG  REG.  LIC.  S/R.  DAD. HORAS".

       01  LINEA-RESUMEN.
           05 FILLER                     PIC X(2)  VALUE SPACES.
           05 lre-legajo                 PIC X(4).
           05 FILLER                     PIC X     VALUE SPACE.
           05 lre-nombreDoce             PIC X(23).
           05 FILLER                     PIC X     VALUE SPACE.
           05 lre-programadas            PIC ZZ9.
           05 FILLER                     PIC X(3)  VALUE SPACES.
           05 lre-registradas            PIC ZZ9.
           05 FILLER                     PIC X(3)  VALUE SPACES.
           05 lre-licencia               PIC ZZ9.
           05 FILLER                     PIC X(3)  VALUE SPACES.
           05 lre-sinRegistro            PIC ZZ9.
           05 FILLER                     PIC X(3)  VALUE SPACES.
           05 lre-dictadas               PIC ZZ9.
           05 FILLER                     PIC X(2)  VALUE SPACES.
           05 lre-horas                  PIC ZZZ9.

       01  LINEA-TOTALES.
           05 FILLER                     PIC X(24) VALUE
           "  CLASES SIN REGISTRAR: ".
           05 lto-sin-registro           PIC ZZZZZZ9.
           05 FILLER                     PIC X(30) VALUE
           "  REGISTROS FUERA DE HORARIO: ".
           05 lto-fuera-horario          PIC ZZZZZZ9.

      *VARIABLES PARA INVOCAR A LA RUTINA DE BUSCAR DOCENTES
       01  AREA-DE-COMMUNICATION-DOC.
           05 DATOS-ENTRADA.
               10 OPCION-D            PIC 9.
               10 DOC-NUM-DAT-BUSCAR  PIC X(4).
           05 DATOS-SALIDA.
               10 DESCRIPCION-DOC     PIC X(23).
               10 ESTADO-DATO-DOC     PIC X.
               10 COMO-TERMINO.
                   15 retorn-num-d    PIC 9(3).
                   15 retorn-txt-d    PIC X(30).

      *VARIABLES QUE USO PARA LA RUTINA DE FECHA
       01  AREA-DE-COMMUNICATION-FECH.
           05 DATOS-ENTRADA-A-LA-RUTINA.
               10 OPCION-F            PIC 9.
               10 FECHA.
                   15 diaa            PIC 99.
                   15 mess            PIC 99.
                   15 anioo           PIC 9(4).
               10 FECHA2.
                   15 diaa2           PIC 99.
                   15 mess2           PIC 99.
                   15 anioo2          PIC 9(4).
           05 DATOS-SALIDA-DE-LA-RUTINA.
               10 ANIO-VALIDADO       PIC 9(4).
               10 MES-VALIDADO        PIC 99.
               10 FECHA-FORMATOO1     PIC X(8).
               10 FECHA-FORMATOO2     PIC X(8).
               10 FECHA-FORMATOO3     PIC X(10).
               10 FECHA-FORMATOO4     PIC X(10).
               10 FECHA-FORMATOO5     PIC X(35).
               10 DIF-DIAS            PIC 9(5).
               10 DIF-MESES           PIC 9(4).
               10 DIF-ANIOS           PIC 9(3).
               10 EDAD-ANIOS          PIC 9(3).
               10 COMO-TERMINO.
                   15 retorn-num-f    PIC 999.
                   15 retorn-txt-f    PIC X(40).

       PROCEDURE DIVISION.
      */////////////////////////////////////////////////////////////////

       MAIN-PROCEDURE.
           PERFORM 1000-INGRESAR-PERIODO
           INITIALIZE AREA-DE-COMMUNICATION-DOC
           MOVE 1 TO OPCION-D
           CALL Rdoce USING AREA-DE-COMMUNICATION-DOC
           PERFORM 1100-CARGAR-CALENDARIO
           PERFORM 1200-CARGAR-HORARIOS
           PERFORM 1300-CARGAR-ASIGNACIONES
           PERFORM 1400-CARGAR-LICENCIAS
           PERFORM 1500-CARGAR-LIBRO-DEL-MES
           IF wss-cont-asignaciones = 0 AND wss-cont-libro = 0
               DISPLAY "no hay asignaciones del anio " wss-anio
                   " ni clases registradas en el mes, no hay nada "
                   "que conciliar"
               MOVE "S" TO wss-corrida-normal
               PERFORM 6000-CERRAR-PROGRAMA
           END-IF
           PERFORM 2500-ABRIR-SALIDAS
           PERFORM 2000-RECORRER-EL-MES
           PERFORM 3000-ACREDITAR-CLASES-DADAS
           PERFORM 4000-GRABAR-HORAS-DICTADAS
           PERFORM 4500-CERRAR-SALIDAS
           DISPLAY "*** HORAS DICTADAS GRABADAS EN HORASDIC.DAT, "
               "DETALLE EN CONCLIB.DAT ***"
           DISPLAY "docentes: " wss-cont-grabados
               "  clases sin registrar: " wss-cont-sin-registro
           MOVE "S" TO wss-corrida-normal
           PERFORM 6000-CERRAR-PROGRAMA.

      */////////////////////////////////////////////////////////////////

       1000-INGRESAR-PERIODO.
           ACCEPT wss-fechaHoy FROM DATE YYYYMMDD
           DISPLAY "INGRESO DEL PERIODO A CONCILIAR:"
           INITIALIZE AREA-DE-COMMUNICATION-FECH
           MOVE 3 TO OPCION-F
           CALL Rfecha USING AREA-DE-COMMUNICATION-FECH
           MOVE ANIO-VALIDADO TO wss-anio
           MOVE MES-VALIDADO  TO wss-mes
           PERFORM 2050-CALCULAR-SERIE
           MOVE diasDelMes(wss-mes) TO wss-diasMes
           IF wss-bisiesto = 1 AND wss-mes = 2
               MOVE 29 TO wss-diasMes
           END-IF
           COMPUTE wss-primerDia = wss-anio * 10000 + wss-mes * 100
               + 1
           COMPUTE wss-ultimoDia = wss-anio * 10000 + wss-mes * 100
               + wss-diasMes.

      *-----------------------------------------------------------------

      * feriados (F) y dias sin clases (N) de cualquier anio, porque
      * un rango puede cruzar de un anio al otro; periodos de cursada
      * (P) solo los que tocan el anio pedido
       1100-CARGAR-CALENDARIO.
           OPEN INPUT ARCH-CAL
           IF wss-fs-cal-OK
               MOVE "N" TO flag
               READ ARCH-CAL AT END MOVE "S" TO flag
               END-READ
               PERFORM UNTIL flag = "S"
                   IF (CAL-FERIADO OR CAL-SIN-CLASES)
                           AND wss-cont-noclase < 100
                       ADD 1 TO wss-cont-noclase
                       MOVE CAL-FECHA-DESDE TO
                           vnc-fechaDesde(wss-cont-noclase)
                       MOVE CAL-FECHA-HASTA TO
                           vnc-fechaHasta(wss-cont-noclase)
                   END-IF
                   IF CAL-PERIODO AND wss-cont-periodos < 20
                           AND CAL-FECHA-DESDE(1:4) <= wss-anio
                           AND CAL-FECHA-HASTA(1:4) >= wss-anio
                       ADD 1 TO wss-cont-periodos
                       MOVE CAL-FECHA-DESDE TO
                           vpe-fechaDesde(wss-cont-periodos)
                       MOVE CAL-FECHA-HASTA TO
                           vpe-fechaHasta(wss-cont-periodos)
                   END-IF
                   READ ARCH-CAL AT END MOVE "S" TO flag
                   END-READ
               END-PERFORM
               CLOSE ARCH-CAL
           ELSE
               CLOSE ARCH-CAL
               DISPLAY "no hay calendario academico (CALENDAR.DAT): "
                   "no se descuenta ningun feriado"
           END-IF
           MOVE "N" TO flag.

      *-----------------------------------------------------------------

      * los minutos de las bandas de un mismo dia se suman: son una
      * sola clase
       1200-CARGAR-HORARIOS.
           OPEN INPUT ARCH-HOR
           IF wss-fs-hor-OK
               READ ARCH-HOR AT END MOVE "S" TO flag
               END-READ
               PERFORM UNTIL flag = "S"
                   IF HOR-DIA >= 1 AND HOR-DIA <= 7
                       PERFORM 1250-SUMAR-BANDA-DEL-CURSO
                   END-IF
                   READ ARCH-HOR AT END MOVE "S" TO flag
                   END-READ
               END-PERFORM
               CLOSE ARCH-HOR
           ELSE
               CLOSE ARCH-HOR
           END-IF
           MOVE "N" TO flag.

      *-----------------------------------------------------------------

       1250-SUMAR-BANDA-DEL-CURSO.
           MOVE 0 TO wss-indCurso
           PERFORM VARYING WS-IND-CUR FROM 1 BY 1
                   UNTIL WS-IND-CUR > wss-cont-cursos
                   OR wss-indCurso > 0
               IF vcu-nroMateria(WS-IND-CUR) = HOR-NRO-MATERIA
                       AND vcu-sede(WS-IND-CUR) = HOR-SEDE
                       AND vcu-turno(WS-IND-CUR) = HOR-TURNO
                   MOVE WS-IND-CUR TO wss-indCurso
               END-IF
           END-PERFORM
           IF wss-indCurso = 0 AND wss-cont-cursos < 300
               ADD 1 TO wss-cont-cursos
               MOVE wss-cont-cursos TO wss-indCurso
               MOVE HOR-NRO-MATERIA TO vcu-nroMateria(wss-indCurso)
               MOVE HOR-SEDE        TO vcu-sede(wss-indCurso)
               MOVE HOR-TURNO       TO vcu-turno(wss-indCurso)
               PERFORM VARYING WS-IND-DIA FROM 1 BY 1
                       UNTIL WS-IND-DIA > 7
                   MOVE 0 TO vcu-minutos(wss-indCurso, WS-IND-DIA)
               END-PERFORM
           END-IF
           IF wss-indCurso > 0
               MOVE HOR-HORA-DESDE TO wss-hhmm
               COMPUTE wss-minDesde = wss-hh * 60 + wss-mm
               MOVE HOR-HORA-HASTA TO wss-hhmm
               COMPUTE wss-minHasta = wss-hh * 60 + wss-mm
               IF wss-minHasta > wss-minDesde
                   COMPUTE vcu-minutos(wss-indCurso, HOR-DIA) =
                       vcu-minutos(wss-indCurso, HOR-DIA)
                       + wss-minHasta - wss-minDesde
               END-IF
           END-IF.

      *-----------------------------------------------------------------

       1300-CARGAR-ASIGNACIONES.
           OPEN INPUT ARCH-ASG
           IF wss-fs-asg-OK
               READ ARCH-ASG AT END MOVE "S" TO flag
               END-READ
               PERFORM UNTIL flag = "S"
                   IF ASG-ANIO = wss-anio
                       IF wss-cont-asignaciones < 500
                           ADD 1 TO wss-cont-asignaciones
                           MOVE ASG-LEGAJO TO
                               vas-legajo(wss-cont-asignaciones)
                           MOVE ASG-NRO-MATERIA TO
                               vas-nroMateria(wss-cont-asignaciones)
                           MOVE ASG-LEGAJO TO wss-legajoBuscar
                           PERFORM 2900-UBICAR-DOCENTE
                       ELSE
                           DISPLAY "ADVERTENCIA: mas de 500 "
                               "asignaciones, la conciliacion queda "
                               "incompleta"
                       END-IF
                   END-IF
                   READ ARCH-ASG AT END MOVE "S" TO flag
                   END-READ
               END-PERFORM
               CLOSE ARCH-ASG
           ELSE
               CLOSE ARCH-ASG
           END-IF
           MOVE "N" TO flag.

      *-----------------------------------------------------------------

       1400-CARGAR-LICENCIAS.
           OPEN INPUT ARCH-LIC
           IF wss-fs-lic-OK
               READ ARCH-LIC AT END MOVE "S" TO flag
               END-READ
               PERFORM UNTIL flag = "S"
                   IF LIC-FECHA-DESDE <= wss-ultimoDia
                           AND LIC-FECHA-HASTA >= wss-primerDia
                           AND wss-cont-licencias < 200
                       ADD 1 TO wss-cont-licencias
                       MOVE LIC-LEGAJO TO
                           vli-legajo(wss-cont-licencias)
                       MOVE LIC-FECHA-DESDE TO
                           vli-fechaDesde(wss-cont-licencias)
                       MOVE LIC-FECHA-HASTA TO
                           vli-fechaHasta(wss-cont-licencias)
                   END-IF
                   READ ARCH-LIC AT END MOVE "S" TO flag
                   END-READ
               END-PERFORM
               CLOSE ARCH-LIC
           ELSE
               CLOSE ARCH-LIC
           END-IF
           MOVE "N" TO flag.

      *-----------------------------------------------------------------

       1500-CARGAR-LIBRO-DEL-MES.
           OPEN INPUT ARCH-LTE
           IF wss-fs-lte-OK
               READ ARCH-LTE AT END MOVE "S" TO flag
               END-READ
               PERFORM UNTIL flag = "S"
                   ADD 1 TO wss-cont-leidos
                   IF LTE-FECHA >= wss-primerDia
                           AND LTE-FECHA <= wss-ultimoDia
                       IF wss-cont-libro < 3000
                           ADD 1 TO wss-cont-libro
                           MOVE LTE-LEGAJO TO
                               vlt-legajo(wss-cont-libro)
                           MOVE LTE-FECHA TO vlt-fecha(wss-cont-libro)
                           MOVE LTE-NRO-MATERIA TO
                               vlt-nroMateria(wss-cont-libro)
                           MOVE LTE-SEDE TO vlt-sede(wss-cont-libro)
                           MOVE LTE-TURNO TO vlt-turno(wss-cont-libro)
                           MOVE LTE-MINUTOS TO
                               vlt-minutos(wss-cont-libro)
                           MOVE LTE-SUPLENTE TO
                               vlt-suplente(wss-cont-libro)
                       ELSE
                           DISPLAY "ADVERTENCIA: mas de 3000 clases "
                               "en el mes, la conciliacion queda "
                               "incompleta"
                       END-IF
                   END-IF
                   READ ARCH-LTE AT END MOVE "S" TO flag
                   END-READ
               END-PERFORM
               CLOSE ARCH-LTE
           ELSE
               CLOSE ARCH-LTE
               DISPLAY "no hay libro de temas (LIBROTEM.DAT): todas "
                   "las clases quedan sin registrar"
           END-IF
           MOVE "N" TO flag.

      *-----------------------------------------------------------------

      * el dia de la semana del primero del mes sale de la serie de
      * dias; desde ahi se avanza de a uno por cada dia del mes
       2000-RECORRER-EL-MES.
           SUBTRACT 366 FROM wss-serie
           DIVIDE wss-serie BY 7 GIVING aux REMAINDER resto
           COMPUTE wss-diaSemana = resto + 1
           PERFORM VARYING wss-dia FROM 1 BY 1
                   UNTIL wss-dia > wss-diasMes
               PERFORM 2100-EVALUAR-UN-DIA
               IF wss-hay-clase = "S"
                   PERFORM 2200-CONTROLAR-CLASES-DEL-DIA
               END-IF
               IF wss-diaSemana = 7
                   MOVE 1 TO wss-diaSemana
               ELSE
                   ADD 1 TO wss-diaSemana
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------

      * serie del primero del mes pedido, como en RUTFECHH
       2050-CALCULAR-SERIE.
           COMPUTE wss-anio-ant = wss-anio - 1
           DIVIDE wss-anio-ant BY 4   GIVING wss-bis4
           DIVIDE wss-anio-ant BY 100 GIVING wss-bis100
           DIVIDE wss-anio-ant BY 400 GIVING wss-bis400
           COMPUTE wss-serie = wss-anio * 365
               + wss-bis4 - wss-bis100 + wss-bis400
               + diasAcumulados(wss-mes) + 1
           DIVIDE wss-anio BY 4 GIVING aux REMAINDER resto
           IF resto = 0
               MOVE 1 TO wss-bisiesto
               DIVIDE wss-anio BY 100 GIVING aux REMAINDER resto
               IF resto = 0
                   MOVE 0 TO wss-bisiesto
                   DIVIDE wss-anio BY 400 GIVING aux REMAINDER resto
                   IF resto = 0
                       MOVE 1 TO wss-bisiesto
                   END-IF
               END-IF
           ELSE
               MOVE 0 TO wss-bisiesto
           END-IF
           IF wss-bisiesto = 1 AND wss-mes > 2
               ADD 1 TO wss-serie
           END-IF.

      *-----------------------------------------------------------------

      * un dia es de clase si cae adentro de algun periodo de cursada
      * del anio (cuando los hay) y no es feriado ni dia sin clases
       2100-EVALUAR-UN-DIA.
           COMPUTE wss-fechaDia = wss-anio * 10000 + wss-mes * 100
               + wss-dia
           MOVE "S" TO wss-hay-clase
           IF wss-cont-periodos > 0
               MOVE "N" TO wss-hay-clase
               PERFORM VARYING WS-IND-PER FROM 1 BY 1
                       UNTIL WS-IND-PER > wss-cont-periodos
                       OR wss-hay-clase = "S"
                   IF wss-fechaDia >= vpe-fechaDesde(WS-IND-PER)
                           AND wss-fechaDia <=
                               vpe-fechaHasta(WS-IND-PER)
                       MOVE "S" TO wss-hay-clase
                   END-IF
               END-PERFORM
           END-IF
           IF wss-hay-clase = "S"
               PERFORM VARYING WS-IND-NOC FROM 1 BY 1
                       UNTIL WS-IND-NOC > wss-cont-noclase
                       OR wss-hay-clase = "N"
                   IF wss-fechaDia >= vnc-fechaDesde(WS-IND-NOC)
                           AND wss-fechaDia <=
                               vnc-fechaHasta(WS-IND-NOC)
                       MOVE "N" TO wss-hay-clase
                   END-IF
               END-PERFORM
           END-IF.

      *-----------------------------------------------------------------

      * cada asignacion del anio tiene una clase programada por cada
      * sede/turno en que la materia tiene horario ese dia
       2200-CONTROLAR-CLASES-DEL-DIA.
           PERFORM VARYING WS-IND-ASG FROM 1 BY 1
                   UNTIL WS-IND-ASG > wss-cont-asignaciones
               PERFORM VARYING WS-IND-CUR FROM 1 BY 1
                       UNTIL WS-IND-CUR > wss-cont-cursos
                   IF vcu-nroMateria(WS-IND-CUR) =
                           vas-nroMateria(WS-IND-ASG)
                           AND vcu-minutos(WS-IND-CUR, wss-diaSemana)
                               > 0
                       PERFORM 2300-CONTROLAR-UNA-CLASE
                   END-IF
               END-PERFORM
           END-PERFORM.

      *-----------------------------------------------------------------

      * la clase programada esta registrada si el libro tiene esa
      * fecha/materia/sede/turno cargada por el titular (la haya dado
      * el o un suplente); si no, se mira si la cubre una licencia
       2300-CONTROLAR-UNA-CLASE.
           MOVE vas-legajo(WS-IND-ASG) TO wss-legajoBuscar
           PERFORM 2900-UBICAR-DOCENTE
           IF wss-indDocente > 0
               PERFORM 2350-CLASIFICAR-LA-CLASE
           END-IF.

      *-----------------------------------------------------------------

       2350-CLASIFICAR-LA-CLASE.
           ADD 1 TO vdo-programadas(wss-indDocente)
           MOVE "N" TO wss-encontro
           PERFORM VARYING WS-IND-LTE FROM 1 BY 1
                   UNTIL WS-IND-LTE > wss-cont-libro
                   OR wss-encontro = "S"
               IF vlt-legajo(WS-IND-LTE) = vas-legajo(WS-IND-ASG)
                       AND vlt-fecha(WS-IND-LTE) = wss-fechaDia
                       AND vlt-nroMateria(WS-IND-LTE) =
                           vcu-nroMateria(WS-IND-CUR)
                       AND vlt-sede(WS-IND-LTE) = vcu-sede(WS-IND-CUR)
                       AND vlt-turno(WS-IND-LTE) =
                           vcu-turno(WS-IND-CUR)
                   MOVE "S" TO wss-encontro
               END-IF
           END-PERFORM
           IF wss-encontro = "S"
               ADD 1 TO vdo-registradas(wss-indDocente)
           ELSE
               PERFORM VARYING WS-IND-LIC FROM 1 BY 1
                       UNTIL WS-IND-LIC > wss-cont-licencias
                       OR wss-encontro = "S"
                   IF vli-legajo(WS-IND-LIC) = vas-legajo(WS-IND-ASG)
                           AND vli-fechaDesde(WS-IND-LIC) <=
                               wss-fechaDia
                           AND vli-fechaHasta(WS-IND-LIC) >=
                               wss-fechaDia
                       MOVE "S" TO wss-encontro
                   END-IF
               END-PERFORM
               IF wss-encontro = "S"
                   ADD 1 TO vdo-licencia(wss-indDocente)
               ELSE
                   ADD 1 TO vdo-sinRegistro(wss-indDocente)
                   ADD 1 TO wss-cont-sin-registro
                   PERFORM 2400-LISTAR-CLASE-SIN-REGISTRO
               END-IF
           END-IF.

      *-----------------------------------------------------------------

       2400-LISTAR-CLASE-SIN-REGISTRO.
           MOVE vas-legajo(WS-IND-ASG) TO lcl-legajo
           INITIALIZE AREA-DE-COMMUNICATION-DOC
           MOVE 2 TO OPCION-D
           MOVE vas-legajo(WS-IND-ASG) TO DOC-NUM-DAT-BUSCAR
           CALL Rdoce USING AREA-DE-COMMUNICATION-DOC
           IF retorn-num-d = 0
               MOVE DESCRIPCION-DOC TO lcl-nombreDoce
           ELSE
               MOVE "DOCENTE NO HALLADO" TO lcl-nombreDoce
           END-IF
           MOVE wss-dia                    TO lcl-dia
           MOVE wss-mes                    TO lcl-mes
           MOVE wss-anio                   TO lcl-anio
           MOVE vcu-nroMateria(WS-IND-CUR) TO lcl-nroMateria
           MOVE vcu-sede(WS-IND-CUR)       TO lcl-sede
           MOVE vcu-turno(WS-IND-CUR)      TO lcl-turno
           WRITE REG-LIS FROM LINEA-CLASE.

      *-----------------------------------------------------------------

       2500-ABRIR-SALIDAS.
           OPEN EXTEND ARCH-HDI
           IF NOT wss-fs-hdi-OK AND NOT wss-fs-hdi-NOEXISTE then
               display "error al abrir el archivo HORASDIC.DAT"
               PERFORM 6000-CERRAR-PROGRAMA
           END-IF
           OPEN OUTPUT ARCH-LIS
           IF NOT wss-fs-lis-OK then
               display "error al abrir el archivo CONCLIB.DAT"
               PERFORM 6000-CERRAR-PROGRAMA
           END-IF
           MOVE wss-mes  TO lti-mes
           MOVE wss-anio TO lti-anio
           WRITE REG-LIS FROM LINEA-TITULO
           WRITE REG-LIS FROM SPACES
           WRITE REG-LIS FROM
               "  CLASES PROGRAMADAS SIN REGISTRAR NI LICENCIA:"
           WRITE REG-LIS FROM LINEA-COLUMNAS-CLASES.

      *-----------------------------------------------------------------

      * deja en wss-indDocente la posicion del legajo, dandolo de
      * alta si todavia no estaba
       2900-UBICAR-DOCENTE.
           MOVE 0 TO wss-indDocente
           PERFORM VARYING WS-IND-DOC FROM 1 BY 1
                   UNTIL WS-IND-DOC > wss-cont-docentes
                   OR wss-indDocente > 0
               IF vdo-legajo(WS-IND-DOC) = wss-legajoBuscar
                   MOVE WS-IND-DOC TO wss-indDocente
               END-IF
           END-PERFORM
           IF wss-indDocente = 0
               IF wss-cont-docentes < 200
                   ADD 1 TO wss-cont-docentes
                   MOVE wss-cont-docentes TO wss-indDocente
                   MOVE wss-legajoBuscar TO vdo-legajo(wss-indDocente)
                   MOVE 0 TO vdo-programadas(wss-indDocente)
                   MOVE 0 TO vdo-registradas(wss-indDocente)
                   MOVE 0 TO vdo-licencia(wss-indDocente)
                   MOVE 0 TO vdo-sinRegistro(wss-indDocente)
                   MOVE 0 TO vdo-dictadas(wss-indDocente)
                   MOVE 0 TO vdo-minutos(wss-indDocente)
               ELSE
                   DISPLAY "ADVERTENCIA: mas de 200 docentes, la "
                       "conciliacion queda incompleta"
               END-IF
           END-IF.

      *-----------------------------------------------------------------

      * los minutos de cada clase del libro se acreditan a quien la
      * dio; una clase que ya no figura en el horario igual se paga,
      * pero se cuenta aparte para revisarla
       3000-ACREDITAR-CLASES-DADAS.
           PERFORM VARYING WS-IND-LTE FROM 1 BY 1
                   UNTIL WS-IND-LTE > wss-cont-libro
               IF vlt-suplente(WS-IND-LTE) = SPACES
                   MOVE vlt-legajo(WS-IND-LTE) TO wss-legajoBuscar
               ELSE
                   MOVE vlt-suplente(WS-IND-LTE) TO wss-legajoBuscar
               END-IF
               PERFORM 2900-UBICAR-DOCENTE
               IF wss-indDocente > 0
                   ADD 1 TO vdo-dictadas(wss-indDocente)
                   ADD vlt-minutos(WS-IND-LTE) TO
                       vdo-minutos(wss-indDocente)
               END-IF
               MOVE "N" TO wss-encontro
               PERFORM VARYING WS-IND-CUR FROM 1 BY 1
                       UNTIL WS-IND-CUR > wss-cont-cursos
                       OR wss-encontro = "S"
                   IF vcu-nroMateria(WS-IND-CUR) =
                           vlt-nroMateria(WS-IND-LTE)
                           AND vcu-sede(WS-IND-CUR) =
                               vlt-sede(WS-IND-LTE)
                           AND vcu-turno(WS-IND-CUR) =
                               vlt-turno(WS-IND-LTE)
                       MOVE "S" TO wss-encontro
                   END-IF
               END-PERFORM
               IF wss-encontro = "N"
                   ADD 1 TO wss-cont-fuera-horario
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------

      * las horas dictadas son los minutos del mes redondeados a la
      * hora; cada legajo lleva su renglon de resumen
       4000-GRABAR-HORAS-DICTADAS.
           WRITE REG-LIS FROM SPACES
           WRITE REG-LIS FROM "  RESUMEN POR DOCENTE:"
           WRITE REG-LIS FROM LINEA-COLUMNAS-RESUMEN
           PERFORM VARYING WS-IND-DOC FROM 1 BY 1
                   UNTIL WS-IND-DOC > wss-cont-docentes
               COMPUTE wss-horas ROUNDED =
                   vdo-minutos(WS-IND-DOC) / 60
               MOVE vdo-legajo(WS-IND-DOC)      TO HDI-LEGAJO
               MOVE wss-anio                    TO HDI-ANIO
               MOVE wss-mes                     TO HDI-MES
               MOVE vdo-programadas(WS-IND-DOC) TO HDI-CLASES-PROG
               MOVE vdo-dictadas(WS-IND-DOC)    TO HDI-CLASES-DICT
               MOVE vdo-minutos(WS-IND-DOC)     TO HDI-MINUTOS
               MOVE wss-horas                   TO HDI-HORAS
               MOVE wss-fechaHoy                TO HDI-FECHA-CALCULO
               MOVE SPACES                      TO ESPACIO-HDI
               WRITE REG-HDI
               IF NOT wss-fs-hdi-OK then
                   display "error al escribir HORASDIC.DAT"
                   PERFORM 6000-CERRAR-PROGRAMA
               END-IF
               ADD 1 TO wss-cont-grabados
               MOVE vdo-legajo(WS-IND-DOC) TO lre-legajo
               INITIALIZE AREA-DE-COMMUNICATION-DOC
               MOVE 2 TO OPCION-D
               MOVE vdo-legajo(WS-IND-DOC) TO DOC-NUM-DAT-BUSCAR
               CALL Rdoce USING AREA-DE-COMMUNICATION-DOC
               IF retorn-num-d = 0
                   MOVE DESCRIPCION-DOC TO lre-nombreDoce
               ELSE
                   MOVE "DOCENTE NO HALLADO" TO lre-nombreDoce
               END-IF
               MOVE vdo-programadas(WS-IND-DOC) TO lre-programadas
               MOVE vdo-registradas(WS-IND-DOC) TO lre-registradas
               MOVE vdo-licencia(WS-IND-DOC)    TO lre-licencia
               MOVE vdo-sinRegistro(WS-IND-DOC) TO lre-sinRegistro
               MOVE vdo-dictadas(WS-IND-DOC)    TO lre-dictadas
               MOVE wss-horas                   TO lre-horas
               WRITE REG-LIS FROM LINEA-RESUMEN
           END-PERFORM.

      *-----------------------------------------------------------------

       4500-CERRAR-SALIDAS.
           WRITE REG-LIS FROM SPACES
           MOVE wss-cont-sin-registro  TO lto-sin-registro
           MOVE wss-cont-fuera-horario TO lto-fuera-horario
           WRITE REG-LIS FROM LINEA-TOTALES
           CLOSE ARCH-LIS
           CLOSE ARCH-HDI
           IF NOT wss-fs-hdi-OK then
               display "error al  cerrar el archivo"
           END-IF.

      *-----------------------------------------------------------------

       5500-GRABAR-ESTADISTICA.
           OPEN EXTEND ARCH-EST
           IF wss-fs-est-OK OR wss-fs-est-NOEXISTE
               MOVE "PCONLTEM" TO est-programa
               ACCEPT est-fecha FROM DATE YYYYMMDD
               ACCEPT est-hora FROM TIME
               MOVE wss-cont-leidos TO est-leidos
               MOVE wss-cont-grabados TO est-escritos
               MOVE wss-cont-sin-registro TO est-rechazados
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
       END PROGRAM PCONLTEM.

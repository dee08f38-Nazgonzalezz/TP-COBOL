      ******************************************************************
      * Author: Gonzalez Nazarena Araceli
      * Date:
      * Purpose: Calculo de las clases esperadas del mes: para el anio
      *    y mes que se indican recorre el mes dia por dia, descarta
      *    los feriados y los dias sin clases de la institucion que
      *    figuran en el calendario academico CALENDAR.DAT (y, si el
      *    anio tiene periodos de cursada cargados, los dias que caen
      *    fuera de ellos) y cuenta cuantas veces cae en el mes cada
      *    dia de la semana. Cada materia/sede/turno de HORARIOS.DAT
      *    suma los dias de la semana en que tiene clase (dos bandas
      *    horarias el mismo dia son una sola clase) y el resultado
      *    se agrega a CLASESPR.DAT, donde la ultima corrida de un
      *    mes es la que vale. PGENASIS propone ese numero como clases
      *    dictadas y PLISASIS (modo 3) lista la asistencia cargada
      *    que no coincide. El detalle sale en CLASESLI.DAT.
      *    Con la ventana batch abierta (PJOBSTRM corriendo la cadena
      *    nocturna) solo corre como paso de la propia cadena, salvo que
      *    el supervisor lo fuerce
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PCALCLAS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL ARCH-CAL         ASSIGN TO "CALENDAR.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-cal.

       SELECT OPTIONAL ARCH-HOR         ASSIGN TO "HORARIOS.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-hor.

       SELECT OPTIONAL ARCH-CLP         ASSIGN TO "CLASESPR.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-clp.

       SELECT OPTIONAL ARCH-LIS         ASSIGN TO "CLASESLI.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-lis.

       SELECT OPTIONAL ARCH-EST         ASSIGN TO "ESTADIS.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-est.

       DATA DIVISION.
       FILE SECTION.
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

       FD  ARCH-CLP.
           01  REG-CLP.
                05 CLP-NRO-MATERIA    PIC 99.
                05 CLP-SEDE           PIC X(2).
                05 CLP-TURNO          PIC X.
                05 CLP-ANIO           PIC 9(4).
                05 CLP-MES            PIC 99.
                05 CLP-CLASES         PIC 99.
                05 CLP-FECHA-CALCULO  PIC 9(8).
                05 ESPACIO-CLP        PIC XX.

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

       01  wss-fs-cal                    PIC X(2).
           88 wss-fs-cal-OK                        VALUE '00'.

       01  wss-fs-hor                    PIC X(2).
           88 wss-fs-hor-OK                        VALUE '00'.

       01  wss-fs-clp                    PIC X(2).
           88 wss-fs-clp-OK                        VALUE '00'.
           88 wss-fs-clp-NOEXISTE                  VALUE '05'.

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
       77  wss-dia                       PIC 99.
       77  wss-diasMes                   PIC 99.
       77  wss-diaSemana                 PIC 9.
       77  wss-hay-clase                 PIC X.

      * feriados y dias sin clases del calendario academico, y los
      * periodos de cursada del anio, como fechas aaaammdd
       77  wss-cont-noclase              PIC 9(3)  COMP VALUE 0.
       01  VECTOR-NOCLASE                OCCURS 100 TIMES.
           05 vnc-fechaDesde             PIC 9(8).
           05 vnc-fechaHasta             PIC 9(8).
           05 vnc-tipo                   PIC X.
       77  WS-IND-NOC                    PIC 9(3)  COMP.
       77  wss-cont-periodos             PIC 9(2)  COMP VALUE 0.
       01  VECTOR-PERIODOS               OCCURS 20 TIMES.
           05 vpe-fechaDesde             PIC 9(8).
           05 vpe-fechaHasta             PIC 9(8).
       77  WS-IND-PER                    PIC 9(2)  COMP.

      * veces que cae cada dia de la semana (1=lunes) como dia de
      * clase en el mes
       01  wss-clasesDia                 PIC 9(2)  COMP
                                         OCCURS 7 TIMES.
       77  WS-IND-DIA                    PIC 9     COMP.
       77  wss-cont-feriados-mes         PIC 9(2)  COMP VALUE 0.
       77  wss-cont-sinclase-mes         PIC 9(2)  COMP VALUE 0.
       77  wss-cont-fuera-periodo        PIC 9(2)  COMP VALUE 0.

      * una entrada por materia/sede/turno con los dias de la
      * semana en que tiene clase marcados con S
       77  wss-cont-cursos               PIC 9(3)  COMP VALUE 0.
       01  VECTOR-CURSOS                 OCCURS 300 TIMES.
           05 vcu-nroMateria             PIC 99.
           05 vcu-sede                   PIC X(2).
           05 vcu-turno                  PIC X.
           05 vcu-dias                   PIC X     OCCURS 7 TIMES.
       77  WS-IND-CUR                    PIC 9(3)  COMP.
       77  wss-indCurso                  PIC 9(3)  COMP.
       77  wss-clases                    PIC 9(3)  COMP.

       77  wss-cont-leidos               PIC 9(7)  COMP VALUE 0.
       77  wss-cont-grabados             PIC 9(7)  COMP VALUE 0.
       77  wss-cont-sin-clases           PIC 9(7)  COMP VALUE 0.

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

       01  RUTINAS.
           05 Rfecha                     PIC X(8)  VALUE "RUTFECHH".
           05 Rventana                   PIC X(8)  VALUE "RUTVENTA".

       01  LINEA-TITULO.
           05 FILLER                     PIC X(35) VALUE
           "  CLASES ESPERADAS DEL PERIODO     ".
           05 lti-mes                    PIC 99.
           05 FILLER                     PIC X     VALUE "/".
           05 lti-anio                   PIC 9(4).

       01  LINEA-DIAS.
           05 FILLER                     PIC X(16) VALUE
           "  DIAS DE CLASE:".
           05 ldi-dias                   OCCURS 7 TIMES.
               10 FILLER                 PIC X.
               10 ldi-nombre             PIC X(3).
               10 FILLER                 PIC X.
               10 ldi-cantidad           PIC 9.

       01  LINEA-DESCUENTOS.
           05 FILLER                     PIC X(12) VALUE
           "  FERIADOS: ".
           05 lde-feriados               PIC Z9.
           05 FILLER                     PIC X(18) VALUE
           "  DIAS SIN CLASE: ".
           05 lde-sinclase               PIC Z9.
           05 FILLER                     PIC X(26) VALUE
           "  FUERA DE LA CURSADA:    ".
           05 lde-fuera                  PIC Z9.

       01  wss-nombres-dias              PIC X(21) VALUE
           "LUNMARMIEJUEVIESABDOM".
       01  FILLER REDEFINES wss-nombres-dias.
           05 wss-nombre-dia             PIC X(3)  OCCURS 7 TIMES.

       01  LINEA-COLUMNAS.
           05 FILLER                     PIC X(90) VALUE
           "  MAT  SEDE  TURNO  DIAS DE CURSADA   CLASES".

       01  LINEA-CURSO.
           05 FILLER                     PIC X(2)  VALUE SPACES.
           05 lcu-nroMateria             PIC 99.
           05 FILLER                     PIC X(4)  VALUE SPACES.
           05 lcu-sede                   PIC X(2).
           05 FILLER                     PIC X(5)  VALUE SPACES.
           05 lcu-turno                  PIC X.
           05 FILLER                     PIC X(3)  VALUE SPACES.
           05 lcu-dias                   PIC X     OCCURS 7 TIMES.
           05 FILLER                     PIC X(11) VALUE SPACES.
           05 lcu-clases                 PIC Z9.

       01  LINEA-TOTALES.
           05 FILLER                     PIC X(22) VALUE
           "  CURSOS CALCULADOS: ".
           05 lto-grabados               PIC ZZZZZZ9.
           05 FILLER                     PIC X(24) VALUE
           "  SIN CLASES EN EL MES: ".
           05 lto-sin-clases             PIC ZZZZZZ9.

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
           PERFORM 1000-INGRESAR-PERIODO
           PERFORM 1100-CARGAR-CALENDARIO
           PERFORM 1200-CARGAR-HORARIOS
           IF wss-cont-cursos = 0
               DISPLAY "no hay horarios cargados en HORARIOS.DAT, no "
                   "hay clases que calcular"
               MOVE "S" TO wss-corrida-normal
               PERFORM 6000-CERRAR-PROGRAMA
           END-IF
           PERFORM 2000-CONTAR-DIAS-DE-CLASE
           PERFORM 2500-ABRIR-SALIDAS
           PERFORM VARYING WS-IND-CUR FROM 1 BY 1
                   UNTIL WS-IND-CUR > wss-cont-cursos
               PERFORM 3000-GRABAR-UN-CURSO
           END-PERFORM
           PERFORM 4000-CERRAR-SALIDAS
           DISPLAY "*** CLASES ESPERADAS GRABADAS EN CLASESPR.DAT, "
               "DETALLE EN CLASESLI.DAT ***"
           DISPLAY "cursos: " wss-cont-grabados
               "  sin clases en el mes: " wss-cont-sin-clases
           MOVE "S" TO wss-corrida-normal
           PERFORM 6000-CERRAR-PROGRAMA.

      */////////////////////////////////////////////////////////////////

       1000-INGRESAR-PERIODO.
           ACCEPT wss-fechaHoy FROM DATE YYYYMMDD
           DISPLAY "INGRESO DEL PERIODO A CALCULAR:"
           INITIALIZE AREA-DE-COMMUNICATION-FECH
           MOVE 3 TO OPCION-F
           CALL Rfecha USING AREA-DE-COMMUNICATION-FECH
           MOVE ANIO-VALIDADO TO wss-anio
           MOVE MES-VALIDADO  TO wss-mes.

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
                       MOVE CAL-TIPO TO vnc-tipo(wss-cont-noclase)
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

       1200-CARGAR-HORARIOS.
           OPEN INPUT ARCH-HOR
           IF wss-fs-hor-OK
               READ ARCH-HOR AT END MOVE "S" TO flag
               END-READ
               PERFORM UNTIL flag = "S"
                   ADD 1 TO wss-cont-leidos
                   IF HOR-DIA >= 1 AND HOR-DIA <= 7
                       PERFORM 1250-MARCAR-DIA-DEL-CURSO
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

       1250-MARCAR-DIA-DEL-CURSO.
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
                   MOVE "-" TO vcu-dias(wss-indCurso, WS-IND-DIA)
               END-PERFORM
           END-IF
           IF wss-indCurso > 0
               MOVE "S" TO vcu-dias(wss-indCurso, HOR-DIA)
           END-IF.

      *-----------------------------------------------------------------

      * el dia de la semana del primero del mes sale de la serie de
      * dias; desde ahi se avanza de a uno por cada dia del mes
       2000-CONTAR-DIAS-DE-CLASE.
           PERFORM VARYING WS-IND-DIA FROM 1 BY 1
                   UNTIL WS-IND-DIA > 7
               MOVE 0 TO wss-clasesDia(WS-IND-DIA)
           END-PERFORM
           PERFORM 2050-CALCULAR-SERIE
           MOVE diasDelMes(wss-mes) TO wss-diasMes
           IF wss-bisiesto = 1 AND wss-mes = 2
               MOVE 29 TO wss-diasMes
           END-IF
           SUBTRACT 366 FROM wss-serie
           DIVIDE wss-serie BY 7 GIVING aux REMAINDER resto
           COMPUTE wss-diaSemana = resto + 1
           PERFORM VARYING wss-dia FROM 1 BY 1
                   UNTIL wss-dia > wss-diasMes
               PERFORM 2100-EVALUAR-UN-DIA
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

      * un dia cuenta como dia de clase si cae adentro de algun
      * periodo de cursada del anio (cuando los hay) y no es feriado
      * ni dia sin clases
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
               IF wss-hay-clase = "N"
                   ADD 1 TO wss-cont-fuera-periodo
               END-IF
           END-IF
           IF wss-hay-clase = "S"
               PERFORM VARYING WS-IND-NOC FROM 1 BY 1
                       UNTIL WS-IND-NOC > wss-cont-noclase
                       OR wss-hay-clase = "N"
                   IF wss-fechaDia >= vnc-fechaDesde(WS-IND-NOC)
                           AND wss-fechaDia <=
                               vnc-fechaHasta(WS-IND-NOC)
                       MOVE "N" TO wss-hay-clase
                       IF vnc-tipo(WS-IND-NOC) = "F"
                           ADD 1 TO wss-cont-feriados-mes
                       ELSE
                           ADD 1 TO wss-cont-sinclase-mes
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           IF wss-hay-clase = "S"
               ADD 1 TO wss-clasesDia(wss-diaSemana)
           END-IF.

      *-----------------------------------------------------------------

       2500-ABRIR-SALIDAS.
           OPEN EXTEND ARCH-CLP
           IF NOT wss-fs-clp-OK AND NOT wss-fs-clp-NOEXISTE then
               display "error al abrir el archivo CLASESPR.DAT"
               PERFORM 6000-CERRAR-PROGRAMA
           END-IF
           OPEN OUTPUT ARCH-LIS
           IF NOT wss-fs-lis-OK then
               display "error al abrir el archivo CLASESLI.DAT"
               PERFORM 6000-CERRAR-PROGRAMA
           END-IF
           MOVE wss-mes  TO lti-mes
           MOVE wss-anio TO lti-anio
           WRITE REG-LIS FROM LINEA-TITULO
           WRITE REG-LIS FROM SPACES
           PERFORM VARYING WS-IND-DIA FROM 1 BY 1
                   UNTIL WS-IND-DIA > 7
               MOVE wss-nombre-dia(WS-IND-DIA) TO
                   ldi-nombre(WS-IND-DIA)
               MOVE wss-clasesDia(WS-IND-DIA) TO
                   ldi-cantidad(WS-IND-DIA)
           END-PERFORM
           WRITE REG-LIS FROM LINEA-DIAS
           MOVE wss-cont-feriados-mes  TO lde-feriados
           MOVE wss-cont-sinclase-mes  TO lde-sinclase
           MOVE wss-cont-fuera-periodo TO lde-fuera
           WRITE REG-LIS FROM LINEA-DESCUENTOS
           WRITE REG-LIS FROM SPACES
           WRITE REG-LIS FROM LINEA-COLUMNAS.

      *-----------------------------------------------------------------

      * las clases del curso son la suma de las veces que caen en el
      * mes los dias de la semana en que tiene horario
       3000-GRABAR-UN-CURSO.
           MOVE 0 TO wss-clases
           PERFORM VARYING WS-IND-DIA FROM 1 BY 1
                   UNTIL WS-IND-DIA > 7
               IF vcu-dias(WS-IND-CUR, WS-IND-DIA) = "S"
                   ADD wss-clasesDia(WS-IND-DIA) TO wss-clases
               END-IF
               MOVE vcu-dias(WS-IND-CUR, WS-IND-DIA) TO
                   lcu-dias(WS-IND-DIA)
           END-PERFORM
           IF wss-clases > 99
               MOVE 99 TO wss-clases
           END-IF
           IF wss-clases = 0
               ADD 1 TO wss-cont-sin-clases
           END-IF
           MOVE vcu-nroMateria(WS-IND-CUR) TO CLP-NRO-MATERIA
           MOVE vcu-sede(WS-IND-CUR)       TO CLP-SEDE
           MOVE vcu-turno(WS-IND-CUR)      TO CLP-TURNO
           MOVE wss-anio                   TO CLP-ANIO
           MOVE wss-mes                    TO CLP-MES
           MOVE wss-clases                 TO CLP-CLASES
           MOVE wss-fechaHoy               TO CLP-FECHA-CALCULO
           MOVE SPACES                     TO ESPACIO-CLP
           WRITE REG-CLP
           IF NOT wss-fs-clp-OK then
               display "error al escribir CLASESPR.DAT"
               PERFORM 6000-CERRAR-PROGRAMA
           END-IF
           ADD 1 TO wss-cont-grabados
           MOVE vcu-nroMateria(WS-IND-CUR) TO lcu-nroMateria
           MOVE vcu-sede(WS-IND-CUR)       TO lcu-sede
           MOVE vcu-turno(WS-IND-CUR)      TO lcu-turno
           MOVE wss-clases                 TO lcu-clases
           WRITE REG-LIS FROM LINEA-CURSO.

      *-----------------------------------------------------------------

       4000-CERRAR-SALIDAS.
           WRITE REG-LIS FROM SPACES
           MOVE wss-cont-grabados   TO lto-grabados
           MOVE wss-cont-sin-clases TO lto-sin-clases
           WRITE REG-LIS FROM LINEA-TOTALES
           CLOSE ARCH-LIS
           CLOSE ARCH-CLP
           IF NOT wss-fs-clp-OK then
               display "error al  cerrar el archivo"
           END-IF.

      *-----------------------------------------------------------------

       5500-GRABAR-ESTADISTICA.
           OPEN EXTEND ARCH-EST
           IF wss-fs-est-OK OR wss-fs-est-NOEXISTE
               MOVE "PCALCLAS" TO est-programa
               ACCEPT est-fecha FROM DATE YYYYMMDD
               ACCEPT est-hora FROM TIME
               MOVE wss-cont-leidos TO est-leidos
               MOVE wss-cont-grabados TO est-escritos
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

      * con la cadena nocturna corriendo el programa no entra a
      * actualizar (salvo que el supervisor lo fuerce)
       8550-CONTROLAR-VENTANA-BATCH.
           INITIALIZE AREA-DE-COMMUNICATION-VEN
           MOVE 5 TO OPCION-V
           MOVE "PCALCLAS" TO V-PROGRAMA
           CALL Rventana USING AREA-DE-COMMUNICATION-VEN
           IF retorn-num-v NOT = 0
               PERFORM 6000-CERRAR-PROGRAMA
           END-IF.

      *-----------------------------------------------------------------
       END PROGRAM PCALCLAS.

      ******************************************************************
      * Author: Gonzalez Nazarena Araceli
      * Date:
      * Purpose: Tablero anual de rendimiento docente: para cada
      *    legajo con asignaciones en ASIGDOC.DAT en el anio pedido
      *    muestra, por materia y comision, los alumnos inscriptos
      *    (INSCRIP.DAT), el porcentaje de aprobacion y el promedio
      *    de los cierres del anio (HISTORIA.DAT, sin equivalencias),
      *    la asistencia promedio de los alumnos (ASISTEN.DAT) y el
      *    puntaje general de las encuestas (ENCUESTA.DAT), mas los
      *    dias de licencia del propio docente en el anio
      *    (LICDOC.DAT). Cada cifra se compara con la de la materia
      *    para todos los docentes y con la del mismo docente en el
      *    anio anterior. Una asignacion con comision toma solo los
      *    registros de esa comision (el cierre toma la comision de
      *    la inscripcion del alumno); sin comision toma los de toda
      *    la materia. Cierra con el ranking de los docentes cuyo
      *    porcentaje de aprobacion se aparta de la materia en mas
      *    de los puntos indicados, hacia arriba o hacia abajo.
      *    Graba el tablero en RENDDOCE.DAT
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRENDOCE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL ARCH-ASG         ASSIGN TO "ASIGDOC.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-asg.

       SELECT OPTIONAL ARCH-INS         ASSIGN TO "INSCRIP.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-ins.

       SELECT OPTIONAL ARCH-HIS         ASSIGN TO "HISTORIA.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-his.

       SELECT OPTIONAL ARCH-ASI         ASSIGN TO "ASISTEN.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-asi.

       SELECT OPTIONAL ARCH-ENC         ASSIGN TO "ENCUESTA.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-enc.

       SELECT OPTIONAL ARCH-LIC         ASSIGN TO "LICDOC.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-lic.

       SELECT OPTIONAL ARCH-LISTADO     ASSIGN TO "RENDDOCE.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-lis.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCH-ASG.
           01  REG-ASG.
                05 ASG-NRO-MATERIA    PIC 99.
                05 ASG-ANIO           PIC 9(4).
                05 ASG-LEGAJO         PIC X(4).
                05 ASG-COMISION       PIC XX.

       FD  ARCH-INS.
           01  REG-INS.
                05 INS-NRO-ALUMNO     PIC 9(6).
                05 INS-NRO-MATERIA    PIC 99.
                05 INS-ANIO           PIC 9(4).
                05 INS-MES            PIC 99.
                05 INS-COMISION       PIC XX.

       FD  ARCH-HIS.
           01  REG-HIS.
                05 HIS-NRO-ALUMNO     PIC 9(6).
                05 HIS-NRO-MATERIA    PIC 99.
                05 HIS-ANIO-CIERRE    PIC 9(4).
                05 HIS-MES-CIERRE     PIC 99.
                05 HIS-PROMEDIO       PIC 99V99.
                05 HIS-CONDICION      PIC X.
                    88 HIS-APROBADO           VALUE "A".
                    88 HIS-DESAPROBADO        VALUE "D".
                    88 HIS-SIN-NOTAS          VALUE "S".
                    88 HIS-EQUIVALENCIA       VALUE "E".
                05 ESPACIO-HIS        PIC X.

       FD  ARCH-ASI.
           01  REG-ASI.
                05 ASI-NRO-ALUMNO     PIC 9(6).
                05 ASI-NRO-MATERIA    PIC 99.
                05 ASI-ANIO           PIC 9(4).
                05 ASI-MES            PIC 99.
                05 ASI-PRESENTES      PIC 99.
                05 ASI-CLASES         PIC 99.
                05 ASI-COMISION       PIC XX.

       FD  ARCH-ENC.
           01  REG-ENC.
                05 ENC-SECUENCIA      PIC 9(5).
                05 ENC-NRO-MATERIA    PIC 99.
                05 ENC-ANIO           PIC 9(4).
                05 ENC-MES            PIC 99.
                05 ENC-NOTA-CLARIDAD  PIC 9.
                05 ENC-NOTA-PUNTUAL   PIC 9.
                05 ENC-NOTA-MATERIAL  PIC 9.
                05 ENC-NOTA-GENERAL   PIC 9.
                05 ENC-COMENTARIO     PIC X(40).
                05 ENC-COMISION       PIC XX.

       FD  ARCH-LIC.
           01  REG-LIC.
                05 LIC-LEGAJO         PIC X(4).
                05 LIC-TIPO           PIC X.
                05 LIC-FECHA-DESDE    PIC 9(8).
                05 LIC-FECHA-HASTA    PIC 9(8).
                05 LIC-SUPLENTE       PIC X(4).
                05 ESPACIO-LIC        PIC XX.

       FD  ARCH-LISTADO.
           01  REG-LISTADO           PIC X(90).

       WORKING-STORAGE SECTION.
       77  flag                          PIC X     VALUE "N".
       77  wss-dato-valido               PIC X     VALUE "N".

       01  wss-fs-asg                    PIC X(2).
           88 wss-fs-asg-OK                        VALUE '00'.
       01  wss-fs-ins                    PIC X(2).
           88 wss-fs-ins-OK                        VALUE '00'.
       01  wss-fs-his                    PIC X(2).
           88 wss-fs-his-OK                        VALUE '00'.
       01  wss-fs-asi                    PIC X(2).
           88 wss-fs-asi-OK                        VALUE '00'.
       01  wss-fs-enc                    PIC X(2).
           88 wss-fs-enc-OK                        VALUE '00'.
       01  wss-fs-lic                    PIC X(2).
           88 wss-fs-lic-OK                        VALUE '00'.
       01  wss-fs-lis                    PIC X(2).
           88 wss-fs-lis-OK                        VALUE '00'.

      * anio pedido y anterior; el indice de anio es 1 para el
      * pedido y 2 para el anterior
       77  wss-anio                      PIC 9(4).
       77  wss-anioAnt                   PIC 9(4).
       77  wss-indAnio                   PIC 9     COMP.
       77  wss-desvio                    PIC 99    VALUE 20.
      * con menos cierres que este minimo el porcentaje de un docente
      * no entra en el ranking de desvios
       77  wss-minCierres                PIC 9(3)  COMP VALUE 5.

      * una celda por asignacion legajo/materia/comision/anio
       77  wss-cont-celdas               PIC 9(3)  COMP VALUE 0.
       01  VECTOR-CELDAS                 OCCURS 400 TIMES.
           05 vce-legajo                 PIC X(4).
           05 vce-nroMateria             PIC 99.
           05 vce-comision               PIC XX.
           05 vce-indAnio                PIC 9     COMP.
           05 vce-inscriptos             PIC 9(5)  COMP.
           05 vce-cierres                PIC 9(5)  COMP.
           05 vce-aprobados              PIC 9(5)  COMP.
           05 vce-sumaProm               PIC 9(7)V99 COMP.
           05 vce-contProm               PIC 9(5)  COMP.
           05 vce-presentes              PIC 9(7)  COMP.
           05 vce-clases                 PIC 9(7)  COMP.
           05 vce-encSuma                PIC 9(6)  COMP.
           05 vce-encCont                PIC 9(5)  COMP.
           05 vce-impresa                PIC X.
       77  WS-IND                        PIC 9(3)  COMP.
       77  WS-IND-2                      PIC 9(3)  COMP.
       77  WS-IND-3                      PIC 9(3)  COMP.
       77  wss-indCelda                  PIC 9(3)  COMP.
       77  wss-cont-celdas-anio          PIC 9(3)  COMP VALUE 0.

      * la misma cuenta por materia para todos los docentes, que es
      * la norma contra la que se compara cada celda
       01  VECTOR-NORMA                  OCCURS 100 TIMES.
           05 VECTOR-NORMA-ANIO          OCCURS 2 TIMES.
               10 vno-inscriptos         PIC 9(6)  COMP.
               10 vno-cierres            PIC 9(6)  COMP.
               10 vno-aprobados          PIC 9(6)  COMP.
               10 vno-sumaProm           PIC 9(8)V99 COMP.
               10 vno-contProm           PIC 9(6)  COMP.
               10 vno-presentes          PIC 9(8)  COMP.
               10 vno-clases             PIC 9(8)  COMP.
               10 vno-encSuma            PIC 9(7)  COMP.
               10 vno-encCont            PIC 9(6)  COMP.
               10 vno-docentes           PIC 9(3)  COMP.
               10 vno-licDias            PIC 9(5)  COMP.
       77  WS-IND-MAT                    PIC 9(3)  COMP.

      * dias de licencia del docente en cada anio
       77  wss-cont-legajos              PIC 9(3)  COMP VALUE 0.
       01  VECTOR-LEGAJOS                OCCURS 200 TIMES.
           05 vle-legajo                 PIC X(4).
           05 vle-licDias                PIC 9(3)  COMP OCCURS 2.
       77  WS-IND-LEG                    PIC 9(3)  COMP.
       77  wss-indLegajo                 PIC 9(3)  COMP.

      * comision de cada inscripcion de los dos anios, para llevar
      * el cierre de HISTORIA (que no la tiene) a su comision
       77  wss-cont-inscrip              PIC 9(4)  COMP VALUE 0.
       01  VECTOR-INSCRIPCIONES          OCCURS 5000 TIMES.
           05 vin-nroAlumno              PIC 9(6).
           05 vin-nroMateria             PIC 99.
           05 vin-anio                   PIC 9(4).
           05 vin-comision               PIC XX.
       77  WS-IND-INS                    PIC 9(4)  COMP.

      * docentes que se apartan de la norma de la materia
       77  wss-cont-desvios              PIC 9(3)  COMP VALUE 0.
       01  VECTOR-DESVIOS                OCCURS 400 TIMES.
           05 vdv-indCelda               PIC 9(3)  COMP.
           05 vdv-pctDocente             PIC 9(3)V9 COMP.
           05 vdv-pctMateria             PIC 9(3)V9 COMP.
           05 vdv-desvio                 PIC S9(3)V9 COMP.
           05 vdv-absoluto               PIC 9(3)V9 COMP.
       01  WSS-DESVIO-AUX.
           05 wda-indCelda               PIC 9(3)  COMP.
           05 wda-pctDocente             PIC 9(3)V9 COMP.
           05 wda-pctMateria             PIC 9(3)V9 COMP.
           05 wda-desvio                 PIC S9(3)V9 COMP.
           05 wda-absoluto               PIC 9(3)V9 COMP.

      * datos del registro que se esta acumulando
       77  wss-tipoDato                  PIC X.
       77  wss-nroMateria                PIC 99.
       77  wss-comision                  PIC XX.

      * una fila del tablero antes de editarla
       01  WSS-FILA.
           05 wfi-inscriptos             PIC 9(6)  COMP.
           05 wfi-cierres                PIC 9(6)  COMP.
           05 wfi-aprobados              PIC 9(6)  COMP.
           05 wfi-sumaProm               PIC 9(8)V99 COMP.
           05 wfi-contProm               PIC 9(6)  COMP.
           05 wfi-presentes              PIC 9(8)  COMP.
           05 wfi-clases                 PIC 9(8)  COMP.
           05 wfi-encSuma                PIC 9(7)  COMP.
           05 wfi-encCont                PIC 9(6)  COMP.
           05 wfi-docentes               PIC 9(3)  COMP.
           05 wfi-licDias                PIC 9(5)  COMP.
       77  wss-pctAux                    PIC 9(3)V9 COMP.
       77  wss-promAux                   PIC 99V99 COMP.
       77  wss-cantAux                   PIC 9(5)  COMP.
       77  wss-ed-cant                   PIC ZZZZ9.
       77  wss-ed-pct                    PIC ZZ9.9.
       77  wss-ed-prom                   PIC Z9.99.

      * dias de una licencia dentro del anio
       77  wss-primerDia                 PIC 9(8).
       77  wss-ultimoDia                 PIC 9(8).
       77  wss-desdeClamp                PIC 9(8).
       77  wss-hastaClamp                PIC 9(8).

       01  RUTINAS.
           05 Rdoce                      PIC X(8)  VALUE "RLEEDOCE".
           05 Rmate                      PIC X(8)  VALUE "RLEEMATE".
           05 Rfecha                     PIC X(8)  VALUE "RUTFECHH".

       01  LINEA-DOCENTE.
           05 FILLER                     PIC X(9)  VALUE "DOCENTE: ".
           05 doc-legajo-ed              PIC X(4).
           05 FILLER                     PIC X(3)  VALUE " - ".
           05 doc-nombre-ed              PIC X(23).
           05 FILLER                     PIC X(18) VALUE
           "  DIAS LICENCIA: ".
           05 doc-licencia               PIC ZZ9.
           05 FILLER                     PIC X(14) VALUE
           "  ANIO ANT.: ".
           05 doc-licenciaAnt            PIC ZZ9.

       01  LINEA-MATERIA-DOC.
           05 FILLER                     PIC X(4)  VALUE "    ".
           05 FILLER                     PIC X(9)  VALUE "MATERIA: ".
           05 mat-nroMateria             PIC 99.
           05 FILLER                     PIC X(3)  VALUE " - ".
           05 mat-nombrMate              PIC X(20).
           05 FILLER                     PIC X(11) VALUE
           "  COMISION ".
           05 mat-comision               PIC X(5).

       01  LINEA-TITULOS.
           05 FILLER                     PIC X(20) VALUE SPACES.
           05 FILLER                     PIC X(8)  VALUE "INSCR.  ".
           05 FILLER                     PIC X(8)  VALUE "APROB.% ".
           05 FILLER                     PIC X(7)  VALUE "PROM.  ".
           05 FILLER                     PIC X(8)  VALUE "ASIST.% ".
           05 FILLER                     PIC X(7)  VALUE "ENCU.  ".
           05 FILLER                     PIC X(5)  VALUE "LIC.".

       01  LINEA-FILA.
           05 FILLER                     PIC X(8)  VALUE SPACES.
           05 fil-etiqueta               PIC X(12).
           05 fil-inscriptos             PIC X(5).
           05 FILLER                     PIC X(3)  VALUE SPACES.
           05 fil-aprobados              PIC X(5).
           05 FILLER                     PIC X(3)  VALUE SPACES.
           05 fil-promedio               PIC X(5).
           05 FILLER                     PIC X(2)  VALUE SPACES.
           05 fil-asistencia             PIC X(5).
           05 FILLER                     PIC X(3)  VALUE SPACES.
           05 fil-encuesta               PIC X(5).
           05 FILLER                     PIC X(2)  VALUE SPACES.
           05 fil-licencia               PIC X(5).

       01  LINEA-SIN-ANTERIOR.
           05 FILLER                     PIC X(8)  VALUE SPACES.
           05 FILLER                     PIC X(12) VALUE "ANIO ANT.".
           05 FILLER                     PIC X(14) VALUE
           "SIN ASIGNACION".

       01  LINEA-DESVIO.
           05 FILLER                     PIC X(2)  VALUE SPACES.
           05 dsv-puesto                 PIC ZZ9.
           05 FILLER                     PIC X(2)  VALUE SPACES.
           05 dsv-legajo                 PIC X(4).
           05 FILLER                     PIC X     VALUE SPACE.
           05 dsv-nombre                 PIC X(23).
           05 FILLER                     PIC X(5)  VALUE " MAT ".
           05 dsv-nroMateria             PIC 99.
           05 FILLER                     PIC X(5)  VALUE " COM ".
           05 dsv-comision               PIC X(2).
           05 FILLER                     PIC X     VALUE SPACE.
           05 dsv-pctDocente             PIC ZZ9.9.
           05 FILLER                     PIC X(4)  VALUE " VS ".
           05 dsv-pctMateria             PIC ZZ9.9.
           05 FILLER                     PIC X     VALUE SPACE.
           05 dsv-desvio                 PIC +ZZ9.9.
           05 FILLER                     PIC X     VALUE SPACE.
           05 dsv-sentido                PIC X(7).

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

      *VARIABLES PARA INVOCAR A LA RUTINA DE BUSCAR MATERIAS
       01  AREA-DE-COMMUNICATION-MAT.
           05 DATOS-ENTRADA.
               10 OPCION-M            PIC 9.
               10 MAT-NUM-DAT-BUSCAR  PIC XX.
           05 DATOS-SALIDA.
               10 DESCRIPCION-MAT     PIC X(20).
               10 CARGA-HORARIA-MAT   PIC 9(3).
               10 COMO-TERMINO.
                   15 retorn-num-m    PIC 9(3).
                   15 retorn-txt-m    PIC X(30).

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
           PERFORM 1000-INGRESAR-PARAMETROS
           PERFORM 1500-CARGAR-VEC-DE-RUTINAS
           PERFORM 2000-CARGAR-ASIGNACIONES
           OPEN OUTPUT ARCH-LISTADO
           IF NOT wss-fs-lis-OK then
               display "error al abrir el archivo RENDDOCE.DAT"
               PERFORM 6000-CERRAR-PROGRAMA
           END-IF
           IF wss-cont-celdas-anio = 0
               DISPLAY "SIN ASIGNACIONES PARA EL ANIO INGRESADO"
               WRITE REG-LISTADO FROM
                   "SIN ASIGNACIONES PARA EL ANIO INGRESADO"
           ELSE
               PERFORM 2500-ACUMULAR-INSCRIPCIONES
               PERFORM 3000-ACUMULAR-CIERRES
               PERFORM 3500-ACUMULAR-ASISTENCIA
               PERFORM 4000-ACUMULAR-ENCUESTAS
               PERFORM 4500-ACUMULAR-LICENCIAS
               PERFORM 5000-IMPRIMIR-TABLERO
               PERFORM 5500-IMPRIMIR-DESVIOS
           END-IF
           CLOSE ARCH-LISTADO
           IF NOT wss-fs-lis-OK then
               display "error al cerrar RENDDOCE.DAT"
           END-IF
           PERFORM 6000-CERRAR-PROGRAMA.

      */////////////////////////////////////////////////////////////////

       1000-INGRESAR-PARAMETROS.
           MOVE "N" TO wss-dato-valido
           PERFORM UNTIL wss-dato-valido = "S"
               DISPLAY "INGRESE EL ANIO A ANALIZAR (4 digitos)"
               ACCEPT wss-anio
               IF wss-anio IS NUMERIC AND wss-anio > 1900
                   MOVE "S" TO wss-dato-valido
               ELSE
                   DISPLAY "error ingreso un anio invalido"
               END-IF
           END-PERFORM
           COMPUTE wss-anioAnt = wss-anio - 1
           COMPUTE wss-primerDia = wss-anioAnt * 10000 + 0101
           COMPUTE wss-ultimoDia = wss-anio * 10000 + 1231

           MOVE "N" TO wss-dato-valido
           PERFORM UNTIL wss-dato-valido = "S"
               DISPLAY "INGRESE EL DESVIO DE APROBACION EN PUNTOS "
                   "PARA EL RANKING (2 digitos, ej: 20)"
               ACCEPT wss-desvio
               IF wss-desvio IS NUMERIC AND wss-desvio > 0
                   MOVE "S" TO wss-dato-valido
               ELSE
                   DISPLAY "error el desvio debe estar entre 01 y 99"
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------

       1500-CARGAR-VEC-DE-RUTINAS.
           INITIALIZE AREA-DE-COMMUNICATION-DOC
           MOVE 1    TO OPCION-D
           CALL Rdoce USING AREA-DE-COMMUNICATION-DOC

           INITIALIZE AREA-DE-COMMUNICATION-MAT
           MOVE 1    TO OPCION-M
           CALL Rmate USING AREA-DE-COMMUNICATION-MAT

           PERFORM VARYING WS-IND-MAT FROM 1 BY 1
                   UNTIL WS-IND-MAT > 100
               INITIALIZE VECTOR-NORMA(WS-IND-MAT)
           END-PERFORM.

      *-----------------------------------------------------------------

      * una celda por asignacion del anio pedido o del anterior; la
      * misma asignacion repetida en ASIGDOC cuenta una sola vez
       2000-CARGAR-ASIGNACIONES.
           OPEN INPUT ARCH-ASG
           IF NOT wss-fs-asg-OK then
               display "error al abrir el archivo ASIGDOC.DAT"
               PERFORM 6000-CERRAR-PROGRAMA
           END-IF
           READ ARCH-ASG AT END MOVE "S" TO flag
           END-READ
           PERFORM UNTIL flag = "S"
               IF ASG-ANIO = wss-anio OR ASG-ANIO = wss-anioAnt
                   PERFORM 2100-AGREGAR-CELDA
               END-IF
               READ ARCH-ASG AT END MOVE "S" TO flag
               END-READ
           END-PERFORM
           CLOSE ARCH-ASG
           MOVE "N" TO flag.

      *-----------------------------------------------------------------

       2100-AGREGAR-CELDA.
           IF ASG-ANIO = wss-anio
               MOVE 1 TO wss-indAnio
           ELSE
               MOVE 2 TO wss-indAnio
           END-IF
           MOVE 0 TO wss-indCelda
           PERFORM VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND > wss-cont-celdas OR wss-indCelda > 0
               IF vce-legajo(WS-IND) = ASG-LEGAJO
                       AND vce-nroMateria(WS-IND) = ASG-NRO-MATERIA
                       AND vce-comision(WS-IND) = ASG-COMISION
                       AND vce-indAnio(WS-IND) = wss-indAnio
                   MOVE WS-IND TO wss-indCelda
               END-IF
           END-PERFORM
           IF wss-indCelda = 0
               IF wss-cont-celdas < 400
                   ADD 1 TO wss-cont-celdas
                   MOVE wss-cont-celdas TO wss-indCelda
                   INITIALIZE VECTOR-CELDAS(wss-indCelda)
                   MOVE ASG-LEGAJO      TO vce-legajo(wss-indCelda)
                   MOVE ASG-NRO-MATERIA TO vce-nroMateria(wss-indCelda)
                   MOVE ASG-COMISION    TO vce-comision(wss-indCelda)
                   MOVE wss-indAnio     TO vce-indAnio(wss-indCelda)
                   MOVE "N"             TO vce-impresa(wss-indCelda)
                   ADD 1 TO vno-docentes(ASG-NRO-MATERIA + 1,
                       wss-indAnio)
                   IF wss-indAnio = 1
                       ADD 1 TO wss-cont-celdas-anio
                   END-IF
                   PERFORM 2200-AGREGAR-LEGAJO
               ELSE
                   DISPLAY "ADVERTENCIA: mas de 400 asignaciones, el "
                       "tablero queda incompleto"
               END-IF
           END-IF.

      *-----------------------------------------------------------------

       2200-AGREGAR-LEGAJO.
           MOVE 0 TO wss-indLegajo
           PERFORM VARYING WS-IND-LEG FROM 1 BY 1
                   UNTIL WS-IND-LEG > wss-cont-legajos
                   OR wss-indLegajo > 0
               IF vle-legajo(WS-IND-LEG) = ASG-LEGAJO
                   MOVE WS-IND-LEG TO wss-indLegajo
               END-IF
           END-PERFORM
           IF wss-indLegajo = 0 AND wss-cont-legajos < 200
               ADD 1 TO wss-cont-legajos
               MOVE ASG-LEGAJO TO vle-legajo(wss-cont-legajos)
               MOVE 0 TO vle-licDias(wss-cont-legajos, 1)
               MOVE 0 TO vle-licDias(wss-cont-legajos, 2)
           END-IF.

      *-----------------------------------------------------------------

      * los inscriptos de la materia en cada anio; la comision de
      * cada inscripcion queda guardada para los cierres
       2500-ACUMULAR-INSCRIPCIONES.
           OPEN INPUT ARCH-INS
           IF wss-fs-ins-OK
               READ ARCH-INS AT END MOVE "S" TO flag
               END-READ
               PERFORM UNTIL flag = "S"
                   IF INS-ANIO = wss-anio OR INS-ANIO = wss-anioAnt
                       PERFORM 2600-GUARDAR-INSCRIPCION
                       MOVE "I" TO wss-tipoDato
                       MOVE INS-NRO-MATERIA TO wss-nroMateria
                       MOVE INS-COMISION TO wss-comision
                       PERFORM 2900-ACUMULAR-REGISTRO
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

       2600-GUARDAR-INSCRIPCION.
           IF INS-ANIO = wss-anio
               MOVE 1 TO wss-indAnio
           ELSE
               MOVE 2 TO wss-indAnio
           END-IF
           IF wss-cont-inscrip < 5000
               ADD 1 TO wss-cont-inscrip
               MOVE INS-NRO-ALUMNO  TO vin-nroAlumno(wss-cont-inscrip)
               MOVE INS-NRO-MATERIA TO
                   vin-nroMateria(wss-cont-inscrip)
               MOVE INS-ANIO        TO vin-anio(wss-cont-inscrip)
               MOVE INS-COMISION    TO vin-comision(wss-cont-inscrip)
           ELSE
               DISPLAY "ADVERTENCIA: mas de 5000 inscripciones, los "
                   "cierres por comision quedan incompletos"
           END-IF.

      *-----------------------------------------------------------------

      * suma el registro corriente a la norma de su materia y a cada
      * celda que lo cubre: la de su comision y las asignaciones sin
      * comision de la materia; wss-indAnio ya indica el anio
       2900-ACUMULAR-REGISTRO.
           MOVE wss-nroMateria TO WS-IND-MAT
           ADD 1 TO WS-IND-MAT
           PERFORM 2950-SUMAR-A-NORMA
           PERFORM VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND > wss-cont-celdas
               IF vce-nroMateria(WS-IND) = wss-nroMateria
                       AND vce-indAnio(WS-IND) = wss-indAnio
                      AND (vce-comision(WS-IND) = SPACES
                       OR vce-comision(WS-IND) = wss-comision)
                   PERFORM 2960-SUMAR-A-CELDA
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------

       2950-SUMAR-A-NORMA.
           EVALUATE wss-tipoDato
               WHEN "I"
                   ADD 1 TO vno-inscriptos(WS-IND-MAT, wss-indAnio)
               WHEN "H"
                   ADD 1 TO vno-cierres(WS-IND-MAT, wss-indAnio)
                   IF HIS-APROBADO
                       ADD 1 TO vno-aprobados(WS-IND-MAT, wss-indAnio)
                   END-IF
                   IF HIS-APROBADO OR HIS-DESAPROBADO
                       ADD HIS-PROMEDIO TO
                           vno-sumaProm(WS-IND-MAT, wss-indAnio)
                       ADD 1 TO vno-contProm(WS-IND-MAT, wss-indAnio)
                   END-IF
               WHEN "A"
                   ADD ASI-PRESENTES TO
                       vno-presentes(WS-IND-MAT, wss-indAnio)
                   ADD ASI-CLASES TO
                       vno-clases(WS-IND-MAT, wss-indAnio)
               WHEN "E"
                   ADD ENC-NOTA-GENERAL TO
                       vno-encSuma(WS-IND-MAT, wss-indAnio)
                   ADD 1 TO vno-encCont(WS-IND-MAT, wss-indAnio)
           END-EVALUATE.

      *-----------------------------------------------------------------

       2960-SUMAR-A-CELDA.
           EVALUATE wss-tipoDato
               WHEN "I"
                   ADD 1 TO vce-inscriptos(WS-IND)
               WHEN "H"
                   ADD 1 TO vce-cierres(WS-IND)
                   IF HIS-APROBADO
                       ADD 1 TO vce-aprobados(WS-IND)
                   END-IF
                   IF HIS-APROBADO OR HIS-DESAPROBADO
                       ADD HIS-PROMEDIO TO vce-sumaProm(WS-IND)
                       ADD 1 TO vce-contProm(WS-IND)
                   END-IF
               WHEN "A"
                   ADD ASI-PRESENTES TO vce-presentes(WS-IND)
                   ADD ASI-CLASES TO vce-clases(WS-IND)
               WHEN "E"
                   ADD ENC-NOTA-GENERAL TO vce-encSuma(WS-IND)
                   ADD 1 TO vce-encCont(WS-IND)
           END-EVALUATE.

      *-----------------------------------------------------------------

      * cierres del anio sin equivalencias; un alumno sin notas
      * cuenta como no aprobado, igual que en la tasa de PDEMANDA
       3000-ACUMULAR-CIERRES.
           OPEN INPUT ARCH-HIS
           IF wss-fs-his-OK
               READ ARCH-HIS AT END MOVE "S" TO flag
               END-READ
               PERFORM UNTIL flag = "S"
                   IF (HIS-ANIO-CIERRE = wss-anio
                       OR HIS-ANIO-CIERRE = wss-anioAnt)
                           AND NOT HIS-EQUIVALENCIA
                       IF HIS-ANIO-CIERRE = wss-anio
                           MOVE 1 TO wss-indAnio
                       ELSE
                           MOVE 2 TO wss-indAnio
                       END-IF
                       MOVE "H" TO wss-tipoDato
                       MOVE HIS-NRO-MATERIA TO wss-nroMateria
                       PERFORM 3100-BUSCAR-COMISION-CIERRE
                       PERFORM 2900-ACUMULAR-REGISTRO
                   END-IF
                   READ ARCH-HIS AT END MOVE "S" TO flag
                   END-READ
               END-PERFORM
               CLOSE ARCH-HIS
           ELSE
               CLOSE ARCH-HIS
           END-IF
           MOVE "N" TO flag.

      *-----------------------------------------------------------------

      * la comision del cierre es la de la ultima inscripcion del
      * alumno a la materia en el anio; sin inscripcion queda en
      * blanco y solo la toman las asignaciones sin comision
       3100-BUSCAR-COMISION-CIERRE.
           MOVE SPACES TO wss-comision
           PERFORM VARYING WS-IND-INS FROM 1 BY 1
                   UNTIL WS-IND-INS > wss-cont-inscrip
               IF vin-nroAlumno(WS-IND-INS) = HIS-NRO-ALUMNO
                       AND vin-nroMateria(WS-IND-INS) =
                           HIS-NRO-MATERIA
                       AND vin-anio(WS-IND-INS) = HIS-ANIO-CIERRE
                   MOVE vin-comision(WS-IND-INS) TO wss-comision
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------

       3500-ACUMULAR-ASISTENCIA.
           OPEN INPUT ARCH-ASI
           IF wss-fs-asi-OK
               READ ARCH-ASI AT END MOVE "S" TO flag
               END-READ
               PERFORM UNTIL flag = "S"
                   IF ASI-ANIO = wss-anio OR ASI-ANIO = wss-anioAnt
                       IF ASI-ANIO = wss-anio
                           MOVE 1 TO wss-indAnio
                       ELSE
                           MOVE 2 TO wss-indAnio
                       END-IF
                       MOVE "A" TO wss-tipoDato
                       MOVE ASI-NRO-MATERIA TO wss-nroMateria
                       MOVE ASI-COMISION TO wss-comision
                       PERFORM 2900-ACUMULAR-REGISTRO
                   END-IF
                   READ ARCH-ASI AT END MOVE "S" TO flag
                   END-READ
               END-PERFORM
               CLOSE ARCH-ASI
           ELSE
               CLOSE ARCH-ASI
           END-IF
           MOVE "N" TO flag.

      *-----------------------------------------------------------------

      * el puntaje de la encuesta es el general de 1 a 5
       4000-ACUMULAR-ENCUESTAS.
           OPEN INPUT ARCH-ENC
           IF wss-fs-enc-OK
               READ ARCH-ENC AT END MOVE "S" TO flag
               END-READ
               PERFORM UNTIL flag = "S"
                   IF ENC-ANIO = wss-anio OR ENC-ANIO = wss-anioAnt
                       IF ENC-ANIO = wss-anio
                           MOVE 1 TO wss-indAnio
                       ELSE
                           MOVE 2 TO wss-indAnio
                       END-IF
                       MOVE "E" TO wss-tipoDato
                       MOVE ENC-NRO-MATERIA TO wss-nroMateria
                       MOVE ENC-COMISION TO wss-comision
                       PERFORM 2900-ACUMULAR-REGISTRO
                   END-IF
                   READ ARCH-ENC AT END MOVE "S" TO flag
                   END-READ
               END-PERFORM
               CLOSE ARCH-ENC
           ELSE
               CLOSE ARCH-ENC
           END-IF
           MOVE "N" TO flag.

      *-----------------------------------------------------------------

      * dias corridos de licencia de cada docente dentro de cada
      * anio; las puntas se recortan al anio y la diferencia la
      * calcula RUTFECHH
       4500-ACUMULAR-LICENCIAS.
           OPEN INPUT ARCH-LIC
           IF wss-fs-lic-OK
               READ ARCH-LIC AT END MOVE "S" TO flag
               END-READ
               PERFORM UNTIL flag = "S"
                   IF LIC-FECHA-DESDE <= wss-ultimoDia
                           AND LIC-FECHA-HASTA >= wss-primerDia
                       PERFORM 4600-SUMAR-UNA-LICENCIA
                   END-IF
                   READ ARCH-LIC AT END MOVE "S" TO flag
                   END-READ
               END-PERFORM
               CLOSE ARCH-LIC
           ELSE
               CLOSE ARCH-LIC
           END-IF
           MOVE "N" TO flag

      * la norma de licencias es el promedio de los docentes de la
      * materia en el anio
           PERFORM VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND > wss-cont-celdas
               PERFORM 4800-BUSCAR-LEGAJO-CELDA
               IF wss-indLegajo > 0
                   MOVE vce-nroMateria(WS-IND) TO WS-IND-MAT
                   ADD 1 TO WS-IND-MAT
                   MOVE vce-indAnio(WS-IND) TO wss-indAnio
                   ADD vle-licDias(wss-indLegajo, wss-indAnio) TO
                       vno-licDias(WS-IND-MAT, wss-indAnio)
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------

       4600-SUMAR-UNA-LICENCIA.
           MOVE 0 TO wss-indLegajo
           PERFORM VARYING WS-IND-LEG FROM 1 BY 1
                   UNTIL WS-IND-LEG > wss-cont-legajos
                   OR wss-indLegajo > 0
               IF vle-legajo(WS-IND-LEG) = LIC-LEGAJO
                   MOVE WS-IND-LEG TO wss-indLegajo
               END-IF
           END-PERFORM
           IF wss-indLegajo > 0
               MOVE 1 TO wss-indAnio
               PERFORM 4700-DIAS-EN-UN-ANIO
               MOVE 2 TO wss-indAnio
               PERFORM 4700-DIAS-EN-UN-ANIO
           END-IF.

      *-----------------------------------------------------------------

       4700-DIAS-EN-UN-ANIO.
           IF wss-indAnio = 1
               COMPUTE wss-desdeClamp = wss-anio * 10000 + 0101
               COMPUTE wss-hastaClamp = wss-anio * 10000 + 1231
           ELSE
               COMPUTE wss-desdeClamp = wss-anioAnt * 10000 + 0101
               COMPUTE wss-hastaClamp = wss-anioAnt * 10000 + 1231
           END-IF
           IF LIC-FECHA-DESDE <= wss-hastaClamp
                   AND LIC-FECHA-HASTA >= wss-desdeClamp
               IF LIC-FECHA-DESDE > wss-desdeClamp
                   MOVE LIC-FECHA-DESDE TO wss-desdeClamp
               END-IF
               IF LIC-FECHA-HASTA < wss-hastaClamp
                   MOVE LIC-FECHA-HASTA TO wss-hastaClamp
               END-IF
               INITIALIZE AREA-DE-COMMUNICATION-FECH
               MOVE 4 TO OPCION-F
               MOVE wss-desdeClamp(7:2) TO diaa
               MOVE wss-desdeClamp(5:2) TO mess
               MOVE wss-desdeClamp(1:4) TO anioo
               MOVE wss-hastaClamp(7:2) TO diaa2
               MOVE wss-hastaClamp(5:2) TO mess2
               MOVE wss-hastaClamp(1:4) TO anioo2
               CALL Rfecha USING AREA-DE-COMMUNICATION-FECH
               IF retorn-num-f = 0
                   COMPUTE vle-licDias(wss-indLegajo, wss-indAnio) =
                       vle-licDias(wss-indLegajo, wss-indAnio)
                       + DIF-DIAS + 1
               END-IF
           END-IF.

      *-----------------------------------------------------------------

       4800-BUSCAR-LEGAJO-CELDA.
           MOVE 0 TO wss-indLegajo
           PERFORM VARYING WS-IND-LEG FROM 1 BY 1
                   UNTIL WS-IND-LEG > wss-cont-legajos
                   OR wss-indLegajo > 0
               IF vle-legajo(WS-IND-LEG) = vce-legajo(WS-IND)
                   MOVE WS-IND-LEG TO wss-indLegajo
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------

      * un bloque por docente del anio pedido con todas sus materias
      * y comisiones; cada una con la fila del docente, la de la
      * materia y la del docente en el anio anterior
       5000-IMPRIMIR-TABLERO.
           DISPLAY "*** TABLERO DE RENDIMIENTO DOCENTE " wss-anio
               " ***"
           MOVE SPACES TO REG-LISTADO
           STRING "*** TABLERO DE RENDIMIENTO DOCENTE "
                                             DELIMITED BY SIZE
               wss-anio                      DELIMITED BY SIZE
               " ***"                        DELIMITED BY SIZE
               INTO REG-LISTADO
           END-STRING
           WRITE REG-LISTADO
           PERFORM VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND > wss-cont-celdas
               IF vce-indAnio(WS-IND) = 1
                       AND vce-impresa(WS-IND) = "N"
                   PERFORM 5100-IMPRIMIR-UN-DOCENTE
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------

       5100-IMPRIMIR-UN-DOCENTE.
           MOVE vce-legajo(WS-IND) TO doc-legajo-ed
           INITIALIZE AREA-DE-COMMUNICATION-DOC
           MOVE 2 TO OPCION-D
           MOVE vce-legajo(WS-IND) TO DOC-NUM-DAT-BUSCAR
           CALL Rdoce USING AREA-DE-COMMUNICATION-DOC
           IF retorn-num-d = 0
               MOVE DESCRIPCION-DOC TO doc-nombre-ed
           ELSE
               MOVE "DOCENTE NO ENCONTRADO" TO doc-nombre-ed
           END-IF
           PERFORM 4800-BUSCAR-LEGAJO-CELDA
           IF wss-indLegajo > 0
               MOVE vle-licDias(wss-indLegajo, 1) TO doc-licencia
               MOVE vle-licDias(wss-indLegajo, 2) TO doc-licenciaAnt
           ELSE
               MOVE 0 TO doc-licencia
               MOVE 0 TO doc-licenciaAnt
           END-IF
           DISPLAY " "
           DISPLAY LINEA-DOCENTE
           WRITE REG-LISTADO FROM SPACES
           WRITE REG-LISTADO FROM LINEA-DOCENTE

           PERFORM VARYING WS-IND-2 FROM 1 BY 1
                   UNTIL WS-IND-2 > wss-cont-celdas
               IF vce-legajo(WS-IND-2) = vce-legajo(WS-IND)
                       AND vce-indAnio(WS-IND-2) = 1
                       AND vce-impresa(WS-IND-2) = "N"
                   MOVE "S" TO vce-impresa(WS-IND-2)
                   PERFORM 5200-IMPRIMIR-UNA-CELDA
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------

       5200-IMPRIMIR-UNA-CELDA.
           MOVE vce-nroMateria(WS-IND-2) TO mat-nroMateria
           INITIALIZE AREA-DE-COMMUNICATION-MAT
           MOVE 2 TO OPCION-M
           MOVE vce-nroMateria(WS-IND-2) TO MAT-NUM-DAT-BUSCAR
           CALL Rmate USING AREA-DE-COMMUNICATION-MAT
           IF retorn-num-m = 0
               MOVE DESCRIPCION-MAT TO mat-nombrMate
           ELSE
               MOVE "MATERIA NO ENCONTRADA" TO mat-nombrMate
           END-IF
           IF vce-comision(WS-IND-2) = SPACES
               MOVE "TODAS" TO mat-comision
           ELSE
               MOVE vce-comision(WS-IND-2) TO mat-comision
           END-IF
           DISPLAY LINEA-MATERIA-DOC
           WRITE REG-LISTADO FROM LINEA-MATERIA-DOC
           WRITE REG-LISTADO FROM LINEA-TITULOS

      * fila del docente
           MOVE vce-inscriptos(WS-IND-2) TO wfi-inscriptos
           MOVE vce-cierres(WS-IND-2)    TO wfi-cierres
           MOVE vce-aprobados(WS-IND-2)  TO wfi-aprobados
           MOVE vce-sumaProm(WS-IND-2)   TO wfi-sumaProm
           MOVE vce-contProm(WS-IND-2)   TO wfi-contProm
           MOVE vce-presentes(WS-IND-2)  TO wfi-presentes
           MOVE vce-clases(WS-IND-2)     TO wfi-clases
           MOVE vce-encSuma(WS-IND-2)    TO wfi-encSuma
           MOVE vce-encCont(WS-IND-2)    TO wfi-encCont
           MOVE 1                        TO wfi-docentes
           MOVE 0                        TO wfi-licDias
           IF wss-indLegajo > 0
               MOVE vle-licDias(wss-indLegajo, 1) TO wfi-licDias
           END-IF
           MOVE "DOCENTE" TO fil-etiqueta
           PERFORM 5300-ARMAR-FILA
           IF wfi-cierres >= wss-minCierres
               PERFORM 5400-REGISTRAR-DESVIO
           END-IF

      * fila de la materia, todos los docentes del anio
           MOVE vce-nroMateria(WS-IND-2) TO WS-IND-MAT
           ADD 1 TO WS-IND-MAT
           MOVE 1 TO wss-indAnio
           PERFORM 5250-TOMAR-NORMA
           MOVE "MATERIA" TO fil-etiqueta
           PERFORM 5300-ARMAR-FILA

      * fila del mismo docente, materia y comision el anio anterior
           MOVE 0 TO wss-indCelda
           PERFORM VARYING WS-IND-3 FROM 1 BY 1
                   UNTIL WS-IND-3 > wss-cont-celdas
                   OR wss-indCelda > 0
               IF vce-legajo(WS-IND-3) = vce-legajo(WS-IND-2)
                       AND vce-nroMateria(WS-IND-3) =
                           vce-nroMateria(WS-IND-2)
                       AND vce-comision(WS-IND-3) =
                           vce-comision(WS-IND-2)
                       AND vce-indAnio(WS-IND-3) = 2
                   MOVE WS-IND-3 TO wss-indCelda
               END-IF
           END-PERFORM
           IF wss-indCelda = 0
               DISPLAY LINEA-SIN-ANTERIOR
               WRITE REG-LISTADO FROM LINEA-SIN-ANTERIOR
           ELSE
               MOVE vce-inscriptos(wss-indCelda) TO wfi-inscriptos
               MOVE vce-cierres(wss-indCelda)    TO wfi-cierres
               MOVE vce-aprobados(wss-indCelda)  TO wfi-aprobados
               MOVE vce-sumaProm(wss-indCelda)   TO wfi-sumaProm
               MOVE vce-contProm(wss-indCelda)   TO wfi-contProm
               MOVE vce-presentes(wss-indCelda)  TO wfi-presentes
               MOVE vce-clases(wss-indCelda)     TO wfi-clases
               MOVE vce-encSuma(wss-indCelda)    TO wfi-encSuma
               MOVE vce-encCont(wss-indCelda)    TO wfi-encCont
               MOVE 1                            TO wfi-docentes
               MOVE 0                            TO wfi-licDias
               IF wss-indLegajo > 0
                   MOVE vle-licDias(wss-indLegajo, 2) TO wfi-licDias
               END-IF
               MOVE "ANIO ANT." TO fil-etiqueta
               PERFORM 5300-ARMAR-FILA
           END-IF.

      *-----------------------------------------------------------------

       5250-TOMAR-NORMA.
           MOVE vno-inscriptos(WS-IND-MAT, wss-indAnio) TO
               wfi-inscriptos
           MOVE vno-cierres(WS-IND-MAT, wss-indAnio)    TO wfi-cierres
           MOVE vno-aprobados(WS-IND-MAT, wss-indAnio)  TO
               wfi-aprobados
           MOVE vno-sumaProm(WS-IND-MAT, wss-indAnio)   TO
               wfi-sumaProm
           MOVE vno-contProm(WS-IND-MAT, wss-indAnio)   TO
               wfi-contProm
           MOVE vno-presentes(WS-IND-MAT, wss-indAnio)  TO
               wfi-presentes
           MOVE vno-clases(WS-IND-MAT, wss-indAnio)     TO wfi-clases
           MOVE vno-encSuma(WS-IND-MAT, wss-indAnio)    TO
               wfi-encSuma
           MOVE vno-encCont(WS-IND-MAT, wss-indAnio)    TO
               wfi-encCont
           MOVE vno-docentes(WS-IND-MAT, wss-indAnio)   TO
               wfi-docentes
           MOVE vno-licDias(WS-IND-MAT, wss-indAnio)    TO
               wfi-licDias.

      *-----------------------------------------------------------------

      * edita una fila; los inscriptos y las licencias de la materia
      * son por docente, y una cifra sin base se muestra como --
       5300-ARMAR-FILA.
           IF wfi-docentes = 0
               MOVE 1 TO wfi-docentes
           END-IF
           COMPUTE wss-cantAux ROUNDED =
               wfi-inscriptos / wfi-docentes
           MOVE wss-cantAux TO wss-ed-cant
           MOVE wss-ed-cant TO fil-inscriptos
           IF wfi-cierres > 0
               COMPUTE wss-pctAux ROUNDED =
                   wfi-aprobados * 100 / wfi-cierres
               MOVE wss-pctAux TO wss-ed-pct
               MOVE wss-ed-pct TO fil-aprobados
           ELSE
               MOVE "   --" TO fil-aprobados
           END-IF
           IF wfi-contProm > 0
               COMPUTE wss-promAux ROUNDED =
                   wfi-sumaProm / wfi-contProm
               MOVE wss-promAux TO wss-ed-prom
               MOVE wss-ed-prom TO fil-promedio
           ELSE
               MOVE "   --" TO fil-promedio
           END-IF
           IF wfi-clases > 0
               COMPUTE wss-pctAux ROUNDED =
                   wfi-presentes * 100 / wfi-clases
               MOVE wss-pctAux TO wss-ed-pct
               MOVE wss-ed-pct TO fil-asistencia
           ELSE
               MOVE "   --" TO fil-asistencia
           END-IF
           IF wfi-encCont > 0
               COMPUTE wss-promAux ROUNDED =
                   wfi-encSuma / wfi-encCont
               MOVE wss-promAux TO wss-ed-prom
               MOVE wss-ed-prom TO fil-encuesta
           ELSE
               MOVE "   --" TO fil-encuesta
           END-IF
           COMPUTE wss-cantAux ROUNDED = wfi-licDias / wfi-docentes
           MOVE wss-cantAux TO wss-ed-cant
           MOVE wss-ed-cant TO fil-licencia
           DISPLAY LINEA-FILA
           WRITE REG-LISTADO FROM LINEA-FILA.

      *-----------------------------------------------------------------

      * anota la celda si su aprobacion se aparta de la materia en
      * mas de los puntos pedidos, para el ranking final
       5400-REGISTRAR-DESVIO.
           MOVE vce-nroMateria(WS-IND-2) TO WS-IND-MAT
           ADD 1 TO WS-IND-MAT
           IF vno-cierres(WS-IND-MAT, 1) > 0
                   AND wss-cont-desvios < 400
               ADD 1 TO wss-cont-desvios
               MOVE WS-IND-2 TO vdv-indCelda(wss-cont-desvios)
               COMPUTE vdv-pctDocente(wss-cont-desvios) ROUNDED =
                   wfi-aprobados * 100 / wfi-cierres
               COMPUTE vdv-pctMateria(wss-cont-desvios) ROUNDED =
                   vno-aprobados(WS-IND-MAT, 1) * 100
                   / vno-cierres(WS-IND-MAT, 1)
               COMPUTE vdv-desvio(wss-cont-desvios) =
                   vdv-pctDocente(wss-cont-desvios)
                   - vdv-pctMateria(wss-cont-desvios)
               IF vdv-desvio(wss-cont-desvios) < 0
                   COMPUTE vdv-absoluto(wss-cont-desvios) =
                       0 - vdv-desvio(wss-cont-desvios)
               ELSE
                   MOVE vdv-desvio(wss-cont-desvios) TO
                       vdv-absoluto(wss-cont-desvios)
               END-IF
               IF vdv-absoluto(wss-cont-desvios) < wss-desvio
                   SUBTRACT 1 FROM wss-cont-desvios
               END-IF
           END-IF.

      *-----------------------------------------------------------------

      * ranking de mayor a menor desvio absoluto (burbuja, como
      * ordena PLISMERI)
       5500-IMPRIMIR-DESVIOS.
           PERFORM VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND >= wss-cont-desvios
               PERFORM VARYING WS-IND-2 FROM 1 BY 1 UNTIL
                       WS-IND-2 > wss-cont-desvios - WS-IND
                   IF vdv-absoluto(WS-IND-2) <
                           vdv-absoluto(WS-IND-2 + 1)
                       MOVE VECTOR-DESVIOS(WS-IND-2) TO WSS-DESVIO-AUX
                       MOVE VECTOR-DESVIOS(WS-IND-2 + 1) TO
                           VECTOR-DESVIOS(WS-IND-2)
                       MOVE WSS-DESVIO-AUX TO
                           VECTOR-DESVIOS(WS-IND-2 + 1)
                   END-IF
               END-PERFORM
           END-PERFORM

           DISPLAY " "
           DISPLAY "*** DOCENTES CON APROBACION APARTADA DE LA "
               "MATERIA ***"
           WRITE REG-LISTADO FROM SPACES
           WRITE REG-LISTADO FROM
               "*** DOCENTES CON APROBACION APARTADA DE LA MATERIA ***"
           IF wss-cont-desvios = 0
               DISPLAY "NINGUN DOCENTE SUPERA EL DESVIO INDICADO"
               WRITE REG-LISTADO FROM
                   "NINGUN DOCENTE SUPERA EL DESVIO INDICADO"
           END-IF
           PERFORM VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND > wss-cont-desvios
               MOVE vdv-indCelda(WS-IND) TO WS-IND-2
               MOVE WS-IND TO dsv-puesto
               MOVE vce-legajo(WS-IND-2) TO dsv-legajo
               INITIALIZE AREA-DE-COMMUNICATION-DOC
               MOVE 2 TO OPCION-D
               MOVE vce-legajo(WS-IND-2) TO DOC-NUM-DAT-BUSCAR
               CALL Rdoce USING AREA-DE-COMMUNICATION-DOC
               IF retorn-num-d = 0
                   MOVE DESCRIPCION-DOC TO dsv-nombre
               ELSE
                   MOVE "DOCENTE NO ENCONTRADO" TO dsv-nombre
               END-IF
               MOVE vce-nroMateria(WS-IND-2) TO dsv-nroMateria
               IF vce-comision(WS-IND-2) = SPACES
                   MOVE "--" TO dsv-comision
               ELSE
                   MOVE vce-comision(WS-IND-2) TO dsv-comision
               END-IF
               MOVE vdv-pctDocente(WS-IND) TO dsv-pctDocente
               MOVE vdv-pctMateria(WS-IND) TO dsv-pctMateria
               MOVE vdv-desvio(WS-IND)     TO dsv-desvio
               IF vdv-desvio(WS-IND) < 0
                   MOVE "DEBAJO" TO dsv-sentido
               ELSE
                   MOVE "ENCIMA" TO dsv-sentido
               END-IF
               DISPLAY LINEA-DESVIO
               WRITE REG-LISTADO FROM LINEA-DESVIO
           END-PERFORM.

      *-----------------------------------------------------------------

       6000-CERRAR-PROGRAMA.
           GOBACK.

      *-----------------------------------------------------------------
       END PROGRAM PRENDOCE.

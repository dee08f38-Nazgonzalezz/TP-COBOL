      ******************************************************************
      * Author: Gonzalez Nazarena Araceli
      * Date:
      * Purpose: Emision de las planillas de notas para los docentes:
      *    para el anio y mes de la nota (y una materia o todas) arma
      *    una planilla por cada docente de ASIGDOC.DAT y cada
      *    sede/turno de los alumnos activos inscriptos en la materia
      *    segun INSCRIP.DAT, cortando en hojas de 40 renglones. Cada
      *    hoja lleva su numero de planilla, la clave de cada renglon
      *    (planilla-renglon) y un recuadro en blanco para el total
      *    de control que escribe el docente. La imagen impresa sale
      *    en PLANIMP.DAT y cada hoja queda registrada en PLANILLA.DAT
      *    con sus renglones, que es contra lo que PIMPPNOT controla
      *    la planilla devuelta.
      *    Con la ventana batch abierta (PJOBSTRM corriendo la cadena
      *    nocturna) no entra, salvo que el supervisor lo fuerce
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PLISPNOT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL ARCH-ASG         ASSIGN TO "ASIGDOC.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-asg.

       SELECT OPTIONAL ARCH-INS         ASSIGN TO "INSCRIP.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-ins.

       SELECT OPTIONAL ARCH-PLA         ASSIGN TO "PLANILLA.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-pla.

       SELECT OPTIONAL ARCH-IMP         ASSIGN TO "PLANIMP.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-imp.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCH-ASG.
           01  REG-ASG.
                05 ASG-NRO-MATERIA    PIC 99.
                05 ASG-ANIO           PIC 9(4).
                05 ASG-LEGAJO         PIC X(4).
                05 ESPACIO-ASG        PIC XX.

       FD  ARCH-INS.
           01  REG-INS.
                05 INS-NRO-ALUMNO     PIC 9(6).
                05 INS-NRO-MATERIA    PIC 99.
                05 INS-ANIO           PIC 9(4).
                05 INS-MES            PIC 99.
                05 ESPACIO-INS        PIC XX.

      * un registro por renglon de cada planilla emitida; el renglon
      * 00 es la cabecera de la hoja (sin alumno)
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

       FD  ARCH-IMP.
           01  REG-IMP               PIC X(90).

       WORKING-STORAGE SECTION.
       77  flag                          PIC X     VALUE "N".

       01  wss-fs-asg                    PIC X(2).
           88 wss-fs-asg-OK                        VALUE '00'.

       01  wss-fs-ins                    PIC X(2).
           88 wss-fs-ins-OK                        VALUE '00'.

       01  wss-fs-pla                    PIC X(2).
           88 wss-fs-pla-OK                        VALUE '00'.
           88 wss-fs-pla-NOEXISTE                  VALUE '05'.

       01  wss-fs-imp                    PIC X(2).
           88 wss-fs-imp-OK                        VALUE '00'.

       77  wss-anio                      PIC 9(4).
       77  wss-mes                       PIC 99.
       77  wss-nroMateria                PIC X(2).
       77  wss-fechaHoy                  PIC 9(8).
       77  wss-ultimaPlanilla            PIC 9(6)  VALUE 0.
       77  wss-renglon                   PIC 99    VALUE 0.
       77  wss-cont-hojas                PIC 9(5)  COMP VALUE 0.
       77  wss-cont-renglones            PIC 9(5)  COMP VALUE 0.
       77  wss-renglones-por-hoja        PIC 99    VALUE 40.

      * asignaciones docentes del anio pedido
       77  wss-cont-asig                 PIC 9(3)  COMP VALUE 0.
       01  VECTOR-ASIGNACIONES           OCCURS 200 TIMES.
           05 vas-legajo                 PIC X(4).
           05 vas-nroMateria             PIC 99.
       77  WS-IND-ASG                    PIC 9(3)  COMP.

      * inscriptos activos del anio con su sede y turno, sin repetir
      * alumno/materia (INSCRIP.DAT trae un registro por mes)
       77  wss-cont-inscrip              PIC 9(4)  COMP VALUE 0.
       01  VECTOR-INSCRIPTOS             OCCURS 3000 TIMES.
           05 vin-nroAlumno              PIC 9(6).
           05 vin-nroMateria             PIC 99.
           05 vin-nombre                 PIC X(23).
           05 vin-sede                   PIC X(2).
           05 vin-turno                  PIC X.
       77  WS-IND-INS                    PIC 9(4)  COMP.
       77  WS-IND-IN2                    PIC 9(4)  COMP.
       77  wss-repetido                  PIC X.

      * sede/turno ya emitidos para la asignacion en curso
       77  wss-cont-combos               PIC 9(2)  COMP VALUE 0.
       01  VECTOR-COMBOS                 OCCURS 50 TIMES.
           05 vco-sede                   PIC X(2).
           05 vco-turno                  PIC X.
       77  WS-IND-COM                    PIC 9(2)  COMP.
       77  wss-sede                      PIC X(2).
       77  wss-turno                     PIC X.

       01  RUTINAS.
           05 Ralum                      PIC X(8)  VALUE "RLEEALUM".
           05 Rdoce                      PIC X(8)  VALUE "RLEEDOCE".
           05 Rmate                      PIC X(8)  VALUE "RLEEMATE".
           05 Rfecha                     PIC X(8)  VALUE "RUTFECHH".
           05 Rventana                   PIC X(8)  VALUE "RUTVENTA".

       01  LINEA-SEPARADOR.
           05 FILLER                     PIC X(70) VALUE ALL "=".

       01  LINEA-PLANILLA.
           05 FILLER                     PIC X(24) VALUE
           "PLANILLA DE NOTAS NRO:  ".
           05 lpl-nroPlanilla            PIC 9(6).
           05 FILLER                     PIC X(20) VALUE
           "          PERIODO:  ".
           05 lpl-mes                    PIC 99.
           05 FILLER                     PIC X     VALUE "/".
           05 lpl-anio                   PIC 9(4).

       01  LINEA-MATERIA.
           05 FILLER                     PIC X(9)  VALUE "MATERIA: ".
           05 lma-nroMateria             PIC 99.
           05 FILLER                     PIC X(3)  VALUE " - ".
           05 lma-nombre                 PIC X(20).
           05 FILLER                     PIC X(8)  VALUE "  SEDE: ".
           05 lma-sede                   PIC X(2).
           05 FILLER                     PIC X(9)  VALUE "  TURNO: ".
           05 lma-turno                  PIC X.

       01  LINEA-DOCENTE.
           05 FILLER                     PIC X(9)  VALUE "DOCENTE: ".
           05 ldo-legajo                 PIC X(4).
           05 FILLER                     PIC X(3)  VALUE " - ".
           05 ldo-nombre                 PIC X(23).

       01  LINEA-COLUMNAS.
           05 FILLER                     PIC X(70) VALUE
           "RENGLON  CLAVE      ALUMNO  NOMBRE                   NOTA".

       01  LINEA-ALUMNO.
           05 FILLER                     PIC X(2)  VALUE SPACES.
           05 lal-renglon                PIC 99.
           05 FILLER                     PIC X(5)  VALUE SPACES.
           05 lal-clavePlanilla          PIC 9(6).
           05 FILLER                     PIC X     VALUE "-".
           05 lal-claveRenglon           PIC 99.
           05 FILLER                     PIC X(2)  VALUE SPACES.
           05 lal-nroAlumno              PIC 9(6).
           05 FILLER                     PIC X(2)  VALUE SPACES.
           05 lal-nombre                 PIC X(23).
           05 FILLER                     PIC X(2)  VALUE SPACES.
           05 FILLER                     PIC X(9)  VALUE "[  .  ]".

       01  LINEA-RECUADRO.
           05 FILLER                     PIC X(50) VALUE
           "+------------------------------------------------+".

       01  LINEA-TOTAL-CONTROL.
           05 FILLER                     PIC X(50) VALUE
           "| TOTAL DE CONTROL (SUMA DE LAS NOTAS):          |".

       01  LINEA-RECUADRO-VACIO.
           05 FILLER                     PIC X(50) VALUE
           "|                                    [   .  ]    |".

       01  LINEA-FIRMA.
           05 FILLER                     PIC X(70) VALUE
           "FIRMA DEL DOCENTE: ______________________  FECHA: __/__/__".

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
           PERFORM 0500-CARGAR-VEC-DE-RUTINAS
           PERFORM 1000-INGRESAR-DATOS
           PERFORM 1100-BUSCAR-ULTIMA-PLANILLA
           PERFORM 1200-CARGAR-ASIGNACIONES
           IF wss-cont-asig = 0
               DISPLAY "no hay docentes asignados en ASIGDOC.DAT para "
                   "lo pedido, no se emiten planillas"
               PERFORM 5000-CERRAR-PROGRAMA
           END-IF
           PERFORM 1300-CARGAR-INSCRIPTOS
           PERFORM 2000-ABRIR-SALIDAS
           PERFORM VARYING WS-IND-ASG FROM 1 BY 1
                   UNTIL WS-IND-ASG > wss-cont-asig
               PERFORM 3000-EMITIR-PLANILLAS-DOCENTE
           END-PERFORM
           CLOSE ARCH-PLA
           CLOSE ARCH-IMP
           DISPLAY "*** PLANILLAS EMITIDAS EN PLANIMP.DAT ***"
           DISPLAY "hojas: " wss-cont-hojas
               "  renglones: " wss-cont-renglones
           PERFORM 5000-CERRAR-PROGRAMA.

      */////////////////////////////////////////////////////////////////

       0500-CARGAR-VEC-DE-RUTINAS.
           INITIALIZE AREA-DE-COMMUNICATIONN
           MOVE 1 TO OPCION
           CALL Ralum USING AREA-DE-COMMUNICATIONN
           INITIALIZE AREA-DE-COMMUNICATION-DOC
           MOVE 1 TO OPCION-D
           CALL Rdoce USING AREA-DE-COMMUNICATION-DOC
           INITIALIZE AREA-DE-COMMUNICATION-MAT
           MOVE 1 TO OPCION-M
           CALL Rmate USING AREA-DE-COMMUNICATION-MAT.

      *-----------------------------------------------------------------

       1000-INGRESAR-DATOS.
           ACCEPT wss-fechaHoy FROM DATE YYYYMMDD
           DISPLAY "INGRESO DEL PERIODO DE LAS NOTAS DE LA PLANILLA:"
           INITIALIZE AREA-DE-COMMUNICATION-FECH
           MOVE 3 TO OPCION-F
           CALL Rfecha USING AREA-DE-COMMUNICATION-FECH
           MOVE ANIO-VALIDADO TO wss-anio
           MOVE MES-VALIDADO  TO wss-mes
           MOVE SPACES TO wss-nroMateria
           PERFORM UNTIL wss-nroMateria NOT = SPACES
               DISPLAY "INGRESE EL NUMERO DE MATERIA (00 PARA TODAS)"
               ACCEPT wss-nroMateria
               IF wss-nroMateria NOT = "00"
                   INITIALIZE AREA-DE-COMMUNICATION-MAT
                   MOVE 4 TO OPCION-M
                   MOVE wss-nroMateria TO MAT-NUM-DAT-BUSCAR
                   CALL Rmate USING AREA-DE-COMMUNICATION-MAT
                   IF retorn-num-m NOT = 0
                       DISPLAY "la materia ingresada no existe o esta "
                           "inactiva, reingrese"
                       MOVE SPACES TO wss-nroMateria
                   END-IF
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------

      * el numero de planilla sigue al mayor ya emitido
       1100-BUSCAR-ULTIMA-PLANILLA.
           OPEN INPUT ARCH-PLA
           IF wss-fs-pla-OK
               MOVE "N" TO flag
               READ ARCH-PLA AT END MOVE "S" TO flag
               END-READ
               PERFORM UNTIL flag = "S"
                   IF PLA-NRO-PLANILLA > wss-ultimaPlanilla
                       MOVE PLA-NRO-PLANILLA TO wss-ultimaPlanilla
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

       1200-CARGAR-ASIGNACIONES.
           OPEN INPUT ARCH-ASG
           IF wss-fs-asg-OK
               MOVE "N" TO flag
               READ ARCH-ASG AT END MOVE "S" TO flag
               END-READ
               PERFORM UNTIL flag = "S"
                   IF ASG-ANIO = wss-anio AND wss-cont-asig < 200
                           AND (wss-nroMateria = "00"
                           OR ASG-NRO-MATERIA = wss-nroMateria)
                       ADD 1 TO wss-cont-asig
                       MOVE ASG-LEGAJO TO vas-legajo(wss-cont-asig)
                       MOVE ASG-NRO-MATERIA TO
                           vas-nroMateria(wss-cont-asig)
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

      * los inactivos no van a la planilla; sede y turno salen del
      * legajo del alumno
       1300-CARGAR-INSCRIPTOS.
           OPEN INPUT ARCH-INS
           IF wss-fs-ins-OK
               MOVE "N" TO flag
               READ ARCH-INS AT END MOVE "S" TO flag
               END-READ
               PERFORM UNTIL flag = "S"
                   IF INS-ANIO = wss-anio
                           AND (wss-nroMateria = "00"
                           OR INS-NRO-MATERIA = wss-nroMateria)
                       PERFORM 1350-GUARDAR-INSCRIPTO
                   END-IF
                   READ ARCH-INS AT END MOVE "S" TO flag
                   END-READ
               END-PERFORM
               CLOSE ARCH-INS
           ELSE
               DISPLAY "no hay inscripciones (INSCRIP.DAT), las "
                   "planillas salen sin alumnos"
               CLOSE ARCH-INS
           END-IF
           MOVE "N" TO flag.

      *-----------------------------------------------------------------

       1350-GUARDAR-INSCRIPTO.
           MOVE "N" TO wss-repetido
           PERFORM VARYING WS-IND-INS FROM 1 BY 1
                   UNTIL WS-IND-INS > wss-cont-inscrip
                   OR wss-repetido = "S"
               IF vin-nroAlumno(WS-IND-INS) = INS-NRO-ALUMNO
                       AND vin-nroMateria(WS-IND-INS) =
                           INS-NRO-MATERIA
                   MOVE "S" TO wss-repetido
               END-IF
           END-PERFORM
           IF wss-repetido = "N" AND wss-cont-inscrip < 3000
               INITIALIZE AREA-DE-COMMUNICATIONN
               MOVE 4 TO OPCION
               MOVE INS-NRO-ALUMNO TO NUM-DAT-BUSCAR
               CALL Ralum USING AREA-DE-COMMUNICATIONN
               IF retorn-num = 0
                   ADD 1 TO wss-cont-inscrip
                   MOVE INS-NRO-ALUMNO  TO
                       vin-nroAlumno(wss-cont-inscrip)
                   MOVE INS-NRO-MATERIA TO
                       vin-nroMateria(wss-cont-inscrip)
                   MOVE DESCRIPCION TO vin-nombre(wss-cont-inscrip)
                   MOVE SEDE-DATO   TO vin-sede(wss-cont-inscrip)
                   MOVE TURNO-DATO  TO vin-turno(wss-cont-inscrip)
               END-IF
           END-IF.

      *-----------------------------------------------------------------

       2000-ABRIR-SALIDAS.
           OPEN EXTEND ARCH-PLA
           IF NOT wss-fs-pla-OK AND NOT wss-fs-pla-NOEXISTE then
               display "error al abrir el archivo PLANILLA.DAT"
               PERFORM 5000-CERRAR-PROGRAMA
           END-IF
           OPEN OUTPUT ARCH-IMP
           IF NOT wss-fs-imp-OK then
               display "error al abrir el archivo PLANIMP.DAT"
               CLOSE ARCH-PLA
               PERFORM 5000-CERRAR-PROGRAMA
           END-IF.

      *-----------------------------------------------------------------

      * una planilla por cada sede/turno en que hay inscriptos de la
      * materia de la asignacion WS-IND-ASG
       3000-EMITIR-PLANILLAS-DOCENTE.
           INITIALIZE AREA-DE-COMMUNICATION-DOC
           MOVE 2 TO OPCION-D
           MOVE vas-legajo(WS-IND-ASG) TO DOC-NUM-DAT-BUSCAR
           CALL Rdoce USING AREA-DE-COMMUNICATION-DOC
           IF retorn-num-d NOT = 0
               MOVE "DOCENTE NO HALLADO" TO DESCRIPCION-DOC
           END-IF
           INITIALIZE AREA-DE-COMMUNICATION-MAT
           MOVE 2 TO OPCION-M
           MOVE vas-nroMateria(WS-IND-ASG) TO MAT-NUM-DAT-BUSCAR
           CALL Rmate USING AREA-DE-COMMUNICATION-MAT
           IF retorn-num-m NOT = 0
               MOVE "MATERIA NO HALLADA" TO DESCRIPCION-MAT
           END-IF
           MOVE 0 TO wss-cont-combos
           PERFORM VARYING WS-IND-INS FROM 1 BY 1
                   UNTIL WS-IND-INS > wss-cont-inscrip
               IF vin-nroMateria(WS-IND-INS) =
                       vas-nroMateria(WS-IND-ASG)
                   MOVE "N" TO wss-repetido
                   PERFORM VARYING WS-IND-COM FROM 1 BY 1
                           UNTIL WS-IND-COM > wss-cont-combos
                           OR wss-repetido = "S"
                       IF vco-sede(WS-IND-COM) = vin-sede(WS-IND-INS)
                               AND vco-turno(WS-IND-COM) =
                                   vin-turno(WS-IND-INS)
                           MOVE "S" TO wss-repetido
                       END-IF
                   END-PERFORM
                   IF wss-repetido = "N" AND wss-cont-combos < 50
                       ADD 1 TO wss-cont-combos
                       MOVE vin-sede(WS-IND-INS) TO
                           vco-sede(wss-cont-combos)
                       MOVE vin-turno(WS-IND-INS) TO
                           vco-turno(wss-cont-combos)
                       MOVE vin-sede(WS-IND-INS)  TO wss-sede
                       MOVE vin-turno(WS-IND-INS) TO wss-turno
                       PERFORM 3100-EMITIR-UNA-PLANILLA
                   END-IF
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------

       3100-EMITIR-UNA-PLANILLA.
           PERFORM 3200-ABRIR-HOJA
           PERFORM VARYING WS-IND-IN2 FROM 1 BY 1
                   UNTIL WS-IND-IN2 > wss-cont-inscrip
               IF vin-nroMateria(WS-IND-IN2) =
                       vas-nroMateria(WS-IND-ASG)
                       AND vin-sede(WS-IND-IN2) = wss-sede
                       AND vin-turno(WS-IND-IN2) = wss-turno
                   IF wss-renglon = wss-renglones-por-hoja
                       PERFORM 3400-CERRAR-HOJA
                       PERFORM 3200-ABRIR-HOJA
                   END-IF
                   PERFORM 3300-IMPRIMIR-RENGLON
               END-IF
           END-PERFORM
           PERFORM 3400-CERRAR-HOJA.

      *-----------------------------------------------------------------

      * nueva hoja con su numero; la cabecera queda en PLANILLA.DAT
      * como renglon 00
       3200-ABRIR-HOJA.
           ADD 1 TO wss-ultimaPlanilla
           ADD 1 TO wss-cont-hojas
           MOVE 0 TO wss-renglon
           MOVE wss-ultimaPlanilla         TO PLA-NRO-PLANILLA
           MOVE 0                          TO PLA-RENGLON
           MOVE vas-nroMateria(WS-IND-ASG) TO PLA-NRO-MATERIA
           MOVE wss-anio                   TO PLA-ANIO
           MOVE wss-mes                    TO PLA-MES
           MOVE vas-legajo(WS-IND-ASG)     TO PLA-LEGAJO
           MOVE wss-sede                   TO PLA-SEDE
           MOVE wss-turno                  TO PLA-TURNO
           MOVE 0                          TO PLA-NRO-ALUMNO
           MOVE wss-fechaHoy               TO PLA-FECHA-EMISION
           MOVE SPACES                     TO ESPACIO-PLA
           WRITE REG-PLA
           IF NOT wss-fs-pla-OK then
               display "error al escribir PLANILLA.DAT"
           END-IF
           MOVE wss-ultimaPlanilla         TO lpl-nroPlanilla
           MOVE wss-mes                    TO lpl-mes
           MOVE wss-anio                   TO lpl-anio
           MOVE vas-nroMateria(WS-IND-ASG) TO lma-nroMateria
           MOVE DESCRIPCION-MAT            TO lma-nombre
           MOVE wss-sede                   TO lma-sede
           MOVE wss-turno                  TO lma-turno
           MOVE vas-legajo(WS-IND-ASG)     TO ldo-legajo
           MOVE DESCRIPCION-DOC            TO ldo-nombre
           WRITE REG-IMP FROM LINEA-SEPARADOR
           WRITE REG-IMP FROM LINEA-PLANILLA
           WRITE REG-IMP FROM LINEA-MATERIA
           WRITE REG-IMP FROM LINEA-DOCENTE
           WRITE REG-IMP FROM SPACES
           WRITE REG-IMP FROM LINEA-COLUMNAS.

      *-----------------------------------------------------------------

       3300-IMPRIMIR-RENGLON.
           ADD 1 TO wss-renglon
           ADD 1 TO wss-cont-renglones
           MOVE wss-renglon                TO PLA-RENGLON
           MOVE vin-nroAlumno(WS-IND-IN2)  TO PLA-NRO-ALUMNO
           WRITE REG-PLA
           IF NOT wss-fs-pla-OK then
               display "error al escribir PLANILLA.DAT"
           END-IF
           MOVE wss-renglon                TO lal-renglon
           MOVE wss-ultimaPlanilla         TO lal-clavePlanilla
           MOVE wss-renglon                TO lal-claveRenglon
           MOVE vin-nroAlumno(WS-IND-IN2)  TO lal-nroAlumno
           MOVE vin-nombre(WS-IND-IN2)     TO lal-nombre
           WRITE REG-IMP FROM LINEA-ALUMNO.

      *-----------------------------------------------------------------

      * pie de la hoja con el recuadro del total de control
       3400-CERRAR-HOJA.
           WRITE REG-IMP FROM SPACES
           WRITE REG-IMP FROM LINEA-RECUADRO
           WRITE REG-IMP FROM LINEA-TOTAL-CONTROL
           WRITE REG-IMP FROM LINEA-RECUADRO-VACIO
           WRITE REG-IMP FROM LINEA-RECUADRO
           WRITE REG-IMP FROM SPACES
           WRITE REG-IMP FROM LINEA-FIRMA
           WRITE REG-IMP FROM SPACES.

      *-----------------------------------------------------------------

       5000-CERRAR-PROGRAMA.
           GOBACK.

      *-----------------------------------------------------------------

      * con la cadena nocturna corriendo el programa no entra a
      * actualizar (salvo que el supervisor lo fuerce)
       8550-CONTROLAR-VENTANA-BATCH.
           INITIALIZE AREA-DE-COMMUNICATION-VEN
           MOVE 5 TO OPCION-V
           MOVE "PLISPNOT" TO V-PROGRAMA
           CALL Rventana USING AREA-DE-COMMUNICATION-VEN
           IF retorn-num-v NOT = 0
               PERFORM 5000-CERRAR-PROGRAMA
           END-IF.

      *-----------------------------------------------------------------
       END PROGRAM PLISPNOT.

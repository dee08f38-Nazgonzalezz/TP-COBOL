      * Author: Gonzalez Nazarena Araceli
      * Date:
      * Purpose: Informes de asistencia sobre ASISTEN.DAT:
      *    1) porcentaje de asistencia por materia, abierto por
      *       comision cuando la materia tiene comisiones cargadas
      *    2) cruce con NOTAS.DAT que marca a los alumnos con notas
      *       en un periodo cuya asistencia quedo por debajo del
      *       umbral (75 por ciento salvo que el operador indique
      *       otro), que es lo que audita la inspeccion
      *    3) registros de asistencia de un periodo cuyas clases
      *       dictadas no coinciden con las clases esperadas que
      *       PCALCLAS calculo en CLASESPR.DAT para la materia y la
      *       sede/turno del alumno
      *    Graba el listado en LISTASIS.DAT
      * Tectonics: cobc
      ******************************************************************
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-lis.

       SELECT OPTIONAL ARCH-CLP         ASSIGN TO "CLASESPR.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-clp.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCH-ASI.
                05 ASI-MES            PIC 99.
                05 ASI-PRESENTES      PIC 99.
                05 ASI-CLASES         PIC 99.
                05 ASI-COMISION       PIC XX.

       FD  ARCH-NOT.
           01  REG-NOT.
       FD  ARCH-LISTADO.
           01  REG-LISTADO           PIC X(90).

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

       WORKING-STORAGE SECTION.
       77  flag                          PIC X     VALUE "N".
       77  wss-modo                      PIC 9     VALUE 0.
       01  wss-fs-lis                    PIC X(2).
           88 wss-fs-lis-OK                        VALUE '00'.

       01  wss-fs-clp                    PIC X(2).
           88 wss-fs-clp-OK                        VALUE '00'.

      * clases esperadas del periodo por materia/sede/turno/mes; si
      * PCALCLAS corrio dos veces el mismo mes vale la ultima
       77  wss-cont-esperadas            PIC 9(4)  COMP VALUE 0.
       01  VECTOR-ESPERADAS              OCCURS 3000 TIMES.
           05 ves-nroMateria             PIC 99.
           05 ves-sede                   PIC X(2).
           05 ves-turno                  PIC X.
           05 ves-punto                  PIC 9(6).
           05 ves-clases                 PIC 99.
       77  WS-IND-ESP                    PIC 9(4)  COMP.
       77  wss-indEsperada               PIC 9(4)  COMP.
       77  wss-cont-distintas            PIC 9(5)  COMP VALUE 0.
       77  wss-cont-sin-calculo          PIC 9(5)  COMP VALUE 0.

      * acumuladores por materia para el informe de porcentaje
       01  VECTOR-ASIS-MATERIA           OCCURS 100 TIMES.
           05 vam-presentes              PIC 9(7)  COMP.
           05 vam-clases                 PIC 9(7)  COMP.
           05 vam-con-comision           PIC X.

      * acumuladores por materia/comision para abrir el informe de
      * porcentaje por comision
       77  wss-cont-comisiones           PIC 9(4)  COMP VALUE 0.
       01  VECTOR-ASIS-COMISION          OCCURS 1000 TIMES.
           05 vac-nroMateria             PIC 99.
           05 vac-comision               PIC XX.
           05 vac-presentes              PIC 9(7)  COMP.
           05 vac-clases                 PIC 9(7)  COMP.
       77  WS-IND-COM                    PIC 9(4)  COMP.
       77  wss-indComision               PIC 9(4)  COMP.

      * acumuladores por par alumno/materia del periodo para el cruce
      * con las notas
       01  VECTOR-PARES-ASIS             OCCURS 2000 TIMES.
           05 vpa-nroAlumno              PIC 9(6).
           05 vpa-nroMateria             PIC 99.
           05 vpa-comision               PIC XX.
           05 vpa-presentes              PIC 9(5)  COMP.
           05 vpa-clases                 PIC 9(5)  COMP.
           05 vpa-tiene-nota             PIC X.
           05 asi-porcentaje             PIC ZZ9.99.
           05 FILLER                     PIC X     VALUE "%".

       01  LINEA-COMISION-ASIS.
           05 FILLER                     PIC X(13) VALUE
           "   COMISION: ".
           05 com-comision               PIC X(12).
           05 FILLER                     PIC X(18) VALUE
           "      ASISTENCIA: ".
           05 com-porcentaje             PIC ZZ9.99.
           05 FILLER                     PIC X     VALUE "%".

       01  LINEA-BAJO-UMBRAL.
           05 FILLER                     PIC X(2)  VALUE "  ".
           05 baj-nroAlumno              PIC 9(6).
           05 baj-nombreAlu              PIC X(23).
           05 FILLER                     PIC X(2)  VALUE "  ".
           05 baj-nombrMate              PIC X(20).
           05 FILLER                     PIC X(6)  VALUE "  COM ".
           05 baj-comision               PIC XX.
           05 FILLER                     PIC X(7)  VALUE "  ASIS:".
           05 baj-porcentaje             PIC ZZ9.99.
           05 FILLER                     PIC X     VALUE "%".

       01  LINEA-CLASES-DISTINTAS.
           05 FILLER                     PIC X(2)  VALUE "  ".
           05 dis-nroAlumno              PIC 9(6).
           05 FILLER                     PIC X(3)  VALUE " - ".
           05 dis-nombreAlu              PIC X(23).
           05 FILLER                     PIC X(6)  VALUE "  MAT ".
           05 dis-nroMateria             PIC 99.
           05 FILLER                     PIC X(5)  VALUE " COM ".
           05 dis-comision               PIC XX.
           05 FILLER                     PIC X(2)  VALUE "  ".
           05 dis-mes                    PIC 99.
           05 FILLER                     PIC X     VALUE "/".
           05 dis-anio                   PIC 9(4).
           05 FILLER                     PIC X(11) VALUE
           "  CARGADAS ".
           05 dis-cargadas               PIC Z9.
           05 FILLER                     PIC X(12) VALUE
           "  ESPERADAS ".
           05 dis-esperadas              PIC Z9.

      *VARIABLES QUE USO PARA LA RUTINA DE FECHA
       01  AREA-DE-COMMUNICATION-FECH.
           05 DATOS-ENTRADA-A-LA-RUTINA.
                   PERFORM 2000-INFORME-POR-MATERIA
               WHEN 2
                   PERFORM 3000-CRUCE-CON-NOTAS
               WHEN 3
                   PERFORM 7000-CLASES-DISTINTAS-ESPERADAS
           END-EVALUATE
           PERFORM 5000-CERRAR-LISTADO
           PERFORM 6000-CERRAR-PROGRAMA.
      */////////////////////////////////////////////////////////////////

       0500-SELECCIONAR-MODO.
           PERFORM UNTIL wss-modo = 1 OR wss-modo = 2 OR wss-modo = 3
               DISPLAY "1-ASISTENCIA POR MATERIA"
               DISPLAY "2-ALUMNOS CON NOTAS Y ASISTENCIA BAJO EL "
                   "UMBRAL"
               DISPLAY "3-ASISTENCIA CON CLASES DISTINTAS DE LAS "
                   "ESPERADAS"
               ACCEPT wss-modo
               IF wss-modo NOT = 1 AND wss-modo NOT = 2
                       AND wss-modo NOT = 3
                   DISPLAY "opcion invalida"
               END-IF
           END-PERFORM.
               ADD ASI-PRESENTES TO
                   vam-presentes(ASI-NRO-MATERIA + 1)
               ADD ASI-CLASES TO vam-clases(ASI-NRO-MATERIA + 1)
               PERFORM 2050-ACUMULAR-COMISION
               READ ARCH-ASI AT END MOVE "S" TO flag
               END-READ
           END-PERFORM
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------

       2050-ACUMULAR-COMISION.
           IF ASI-COMISION NOT = SPACES
               MOVE "S" TO vam-con-comision(ASI-NRO-MATERIA + 1)
           END-IF
           MOVE 0 TO wss-indComision
           PERFORM VARYING WS-IND-COM FROM 1 BY 1
                   UNTIL WS-IND-COM > wss-cont-comisiones
                   OR wss-indComision > 0
               IF vac-nroMateria(WS-IND-COM) = ASI-NRO-MATERIA
                       AND vac-comision(WS-IND-COM) = ASI-COMISION
                   MOVE WS-IND-COM TO wss-indComision
               END-IF
           END-PERFORM
           IF wss-indComision = 0
               IF wss-cont-comisiones < 1000
                   ADD 1 TO wss-cont-comisiones
                   MOVE wss-cont-comisiones TO wss-indComision
                   MOVE ASI-NRO-MATERIA TO
                       vac-nroMateria(wss-indComision)
                   MOVE ASI-COMISION TO vac-comision(wss-indComision)
                   MOVE 0 TO vac-presentes(wss-indComision)
                   MOVE 0 TO vac-clases(wss-indComision)
               ELSE
                   DISPLAY "ADVERTENCIA: mas de 1000 comisiones, el "
                       "detalle por comision queda incompleto"
               END-IF
           END-IF
           IF wss-indComision > 0
               ADD ASI-PRESENTES TO vac-presentes(wss-indComision)
               ADD ASI-CLASES TO vac-clases(wss-indComision)
           END-IF.

      *-----------------------------------------------------------------

       2100-IMPRIMIR-UNA-MATERIA.
               / vam-clases(WS-IND-MAT)
           MOVE wss-porcentaje TO asi-porcentaje
           DISPLAY LINEA-MATERIA-ASIS
           WRITE REG-LISTADO FROM LINEA-MATERIA-ASIS
           IF vam-con-comision(WS-IND-MAT) = "S"
               PERFORM VARYING WS-IND-COM FROM 1 BY 1
                       UNTIL WS-IND-COM > wss-cont-comisiones
                   IF vac-nroMateria(WS-IND-COM) = wss-codMat
                           AND vac-clases(WS-IND-COM) > 0
                       PERFORM 2150-IMPRIMIR-UNA-COMISION
                   END-IF
               END-PERFORM
           END-IF.

      *-----------------------------------------------------------------

       2150-IMPRIMIR-UNA-COMISION.
           IF vac-comision(WS-IND-COM) = SPACES
               MOVE "SIN COMISION" TO com-comision
           ELSE
               MOVE vac-comision(WS-IND-COM) TO com-comision
           END-IF
           COMPUTE wss-porcentaje ROUNDED =
               vac-presentes(WS-IND-COM) * 100
               / vac-clases(WS-IND-COM)
           MOVE wss-porcentaje TO com-porcentaje
           DISPLAY LINEA-COMISION-ASIS
           WRITE REG-LISTADO FROM LINEA-COMISION-ASIS.

      *-----------------------------------------------------------------

           PERFORM VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND > wss-cont-pares OR WS-IND-2 > 0
               IF vpa-nroAlumno(WS-IND) = ASI-NRO-ALUMNO AND
                       vpa-nroMateria(WS-IND) = ASI-NRO-MATERIA AND
                       vpa-comision(WS-IND) = ASI-COMISION
                   MOVE WS-IND TO WS-IND-2
               END-IF
           END-PERFORM
                   MOVE wss-cont-pares TO WS-IND-2
                   MOVE ASI-NRO-ALUMNO TO vpa-nroAlumno(WS-IND-2)
                   MOVE ASI-NRO-MATERIA TO vpa-nroMateria(WS-IND-2)
                   MOVE ASI-COMISION TO vpa-comision(WS-IND-2)
                   MOVE 0 TO vpa-presentes(WS-IND-2)
                   MOVE 0 TO vpa-clases(WS-IND-2)
                   MOVE "N" TO vpa-tiene-nota(WS-IND-2)
           ELSE
               MOVE "MATERIA NO ENCONTRADA" TO baj-nombrMate
           END-IF
           MOVE vpa-comision(WS-IND) TO baj-comision
           MOVE wss-porcentaje TO baj-porcentaje
           DISPLAY LINEA-BAJO-UMBRAL
           WRITE REG-LISTADO FROM LINEA-BAJO-UMBRAL.
       6000-CERRAR-PROGRAMA.
           GOBACK.

      *-----------------------------------------------------------------

      * compara las clases dictadas de cada registro de asistencia
      * del periodo con las esperadas para la materia en la sede y
      * turno del alumno; sin calculo de PCALCLAS para ese mes el
      * registro solo se cuenta
       7000-CLASES-DISTINTAS-ESPERADAS.
           DISPLAY "INGRESO DEL PERIODO DESDE:"
           INITIALIZE AREA-DE-COMMUNICATION-FECH
           MOVE 3    TO OPCION-F
           CALL Rfecha USING AREA-DE-COMMUNICATION-FECH
           MOVE ANIO-VALIDADO TO wss-anio
           MOVE MES-VALIDADO TO wss-mes
           DISPLAY "INGRESO DEL PERIODO HASTA:"
           INITIALIZE AREA-DE-COMMUNICATION-FECH
           MOVE 3    TO OPCION-F
           CALL Rfecha USING AREA-DE-COMMUNICATION-FECH
           MOVE ANIO-VALIDADO TO wss-anioHasta
           MOVE MES-VALIDADO TO wss-mesHasta
           COMPUTE wss-puntoDesde = wss-anio * 100 + wss-mes
           COMPUTE wss-puntoHasta = wss-anioHasta * 100 + wss-mesHasta

           PERFORM 7100-CARGAR-CLASES-ESPERADAS
           IF wss-cont-esperadas = 0
               DISPLAY "no hay clases esperadas calculadas para el "
                   "periodo, corra PCALCLAS primero"
               WRITE REG-LISTADO FROM
                   "NO HAY CLASES ESPERADAS CALCULADAS PARA EL PERIODO"
           ELSE
               DISPLAY "*** ASISTENCIA CON CLASES DISTINTAS DE LAS "
                   "ESPERADAS ***"
               WRITE REG-LISTADO FROM
                   "*** CLASES DISTINTAS DE LAS ESPERADAS ***"
               OPEN INPUT ARCH-ASI
               IF NOT wss-fs-asi-OK then
                   display "error al abrir el archivo ASISTEN.DAT"
                   PERFORM 6000-CERRAR-PROGRAMA
               END-IF
               MOVE "N" TO flag
               READ ARCH-ASI AT END MOVE "S" TO flag
               END-READ
               PERFORM UNTIL flag = "S"
                   COMPUTE wss-puntoNota = ASI-ANIO * 100 + ASI-MES
                   IF wss-puntoNota >= wss-puntoDesde
                           AND wss-puntoNota <= wss-puntoHasta
                       PERFORM 7200-COMPARAR-UN-REGISTRO
                   END-IF
                   READ ARCH-ASI AT END MOVE "S" TO flag
                   END-READ
               END-PERFORM
               CLOSE ARCH-ASI
               IF wss-cont-distintas = 0
                   DISPLAY "TODAS LAS CLASES CARGADAS COINCIDEN CON "
                       "LAS ESPERADAS"
                   WRITE REG-LISTADO FROM
                       "TODAS LAS CLASES COINCIDEN CON LAS ESPERADAS"
               END-IF
               DISPLAY "registros distintos: " wss-cont-distintas
                   "  sin calculo para el mes: " wss-cont-sin-calculo
           END-IF.

      *-----------------------------------------------------------------

       7100-CARGAR-CLASES-ESPERADAS.
           OPEN INPUT ARCH-CLP
           IF wss-fs-clp-OK
               MOVE "N" TO flag
               READ ARCH-CLP AT END MOVE "S" TO flag
               END-READ
               PERFORM UNTIL flag = "S"
                   COMPUTE wss-puntoNota = CLP-ANIO * 100 + CLP-MES
                   IF wss-puntoNota >= wss-puntoDesde
                           AND wss-puntoNota <= wss-puntoHasta
                       PERFORM 7150-GUARDAR-UNA-ESPERADA
                   END-IF
                   READ ARCH-CLP AT END MOVE "S" TO flag
                   END-READ
               END-PERFORM
               CLOSE ARCH-CLP
           ELSE
               CLOSE ARCH-CLP
           END-IF
           MOVE "N" TO flag.

      *-----------------------------------------------------------------

       7150-GUARDAR-UNA-ESPERADA.
           MOVE 0 TO wss-indEsperada
           PERFORM VARYING WS-IND-ESP FROM 1 BY 1
                   UNTIL WS-IND-ESP > wss-cont-esperadas
                   OR wss-indEsperada > 0
               IF ves-nroMateria(WS-IND-ESP) = CLP-NRO-MATERIA
                       AND ves-sede(WS-IND-ESP) = CLP-SEDE
                       AND ves-turno(WS-IND-ESP) = CLP-TURNO
                       AND ves-punto(WS-IND-ESP) = wss-puntoNota
                   MOVE WS-IND-ESP TO wss-indEsperada
               END-IF
           END-PERFORM
           IF wss-indEsperada = 0 AND wss-cont-esperadas < 3000
               ADD 1 TO wss-cont-esperadas
               MOVE wss-cont-esperadas TO wss-indEsperada
               MOVE CLP-NRO-MATERIA TO ves-nroMateria(wss-indEsperada)
               MOVE CLP-SEDE        TO ves-sede(wss-indEsperada)
               MOVE CLP-TURNO       TO ves-turno(wss-indEsperada)
               MOVE wss-puntoNota   TO ves-punto(wss-indEsperada)
           END-IF
           IF wss-indEsperada > 0
               MOVE CLP-CLASES TO ves-clases(wss-indEsperada)
           END-IF.

      *-----------------------------------------------------------------

       7200-COMPARAR-UN-REGISTRO.
           INITIALIZE AREA-DE-COMMUNICATIONN
           MOVE 2 TO OPCION
           MOVE ASI-NRO-ALUMNO TO NUM-DAT-BUSCAR
           CALL Ralum USING AREA-DE-COMMUNICATIONN
           MOVE 0 TO wss-indEsperada
           IF retorn-num = 0
               PERFORM VARYING WS-IND-ESP FROM 1 BY 1
                       UNTIL WS-IND-ESP > wss-cont-esperadas
                       OR wss-indEsperada > 0
                   IF ves-nroMateria(WS-IND-ESP) = ASI-NRO-MATERIA
                           AND ves-sede(WS-IND-ESP) = SEDE-DATO
                           AND ves-turno(WS-IND-ESP) = TURNO-DATO
                           AND ves-punto(WS-IND-ESP) = wss-puntoNota
                       MOVE WS-IND-ESP TO wss-indEsperada
                   END-IF
               END-PERFORM
           END-IF
           IF wss-indEsperada = 0
               ADD 1 TO wss-cont-sin-calculo
           ELSE
               IF ASI-CLASES NOT = ves-clases(wss-indEsperada)
                   ADD 1 TO wss-cont-distintas
                   MOVE ASI-NRO-ALUMNO  TO dis-nroAlumno
                   MOVE DESCRIPCION     TO dis-nombreAlu
                   MOVE ASI-NRO-MATERIA TO dis-nroMateria
                   MOVE ASI-COMISION    TO dis-comision
                   MOVE ASI-MES         TO dis-mes
                   MOVE ASI-ANIO        TO dis-anio
                   MOVE ASI-CLASES      TO dis-cargadas
                   MOVE ves-clases(wss-indEsperada) TO dis-esperadas
                   DISPLAY LINEA-CLASES-DISTINTAS
                   WRITE REG-LISTADO FROM LINEA-CLASES-DISTINTAS
               END-IF
           END-IF.

      *-----------------------------------------------------------------
       END PROGRAM PLISASIS.

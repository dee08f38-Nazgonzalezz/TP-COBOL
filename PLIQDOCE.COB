      *    control LIQLISTA.DAT con el total por sede (la sede sale
      *    del horario de cursada de la materia) y el renglon de
      *    firmas que sueldos toma como su insumo. Era la mayor
      *    conciliacion a mano que nos quedaba. Cuando PCONLTEM ya
      *    concilio el mes contra el libro de temas, las horas de
      *    cada legajo son las dictadas que dejo en HORASDIC.DAT (la
      *    ultima corrida del mes), sin prorratear licencias porque
      *    las clases no dadas ya no estan, y entran tambien los
      *    suplentes que no tienen asignacion; si el mes no se
      *    concilio se liquida como antes. El informe muestra de
      *    donde salieron las horas de cada renglon y, debajo de
      *    cada legajo, sus asignaciones por materia y comision con
      *    la carga horaria de cada una; la sede de una asignacion
      *    con comision sale del horario de esa comision.
      *    Con la ventana batch abierta (PJOBSTRM corriendo la cadena
      *    nocturna) solo corre como paso de la propia cadena, salvo que
      *    el supervisor lo fuerce
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-hor.

       SELECT OPTIONAL ARCH-HDI         ASSIGN TO "HORASDIC.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-hdi.

       SELECT OPTIONAL ARCH-LIQ         ASSIGN TO "LIQDOC.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-liq.
                05 ASG-NRO-MATERIA    PIC 99.
                05 ASG-ANIO           PIC 9(4).
                05 ASG-LEGAJO         PIC X(4).
                05 ASG-COMISION       PIC XX.

       FD  ARCH-LIC.
           01  REG-LIC.
                05 HOR-HORA-DESDE     PIC 9(4).
                05 HOR-HORA-HASTA     PIC 9(4).
                05 HOR-AULA           PIC X(4).
                05 HOR-COMISION       PIC XX.

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

       FD  ARCH-LIQ.
           01  REG-LIQ.
           88 wss-fs-hor-OK                        VALUE '00'.
           88 wss-fs-hor-EOF                       VALUE '10'.

       01  wss-fs-hdi                    PIC X(2).
           88 wss-fs-hdi-OK                        VALUE '00'.

       01  wss-fs-liq                    PIC X(2).
           88 wss-fs-liq-OK                        VALUE '00'.
           88 wss-fs-liq-NOEXISTE                  VALUE '05'.
           05 vle-horas                  PIC 9(5)  COMP.
           05 vle-diasLic                PIC 99.
           05 vle-sede                   PIC X(2).
           05 vle-origen                 PIC X.
               88 vle-origen-LIBRO                 VALUE "L".
       77  WS-IND                        PIC 9(3)  COMP.
       77  WS-IND-2                      PIC 9(3)  COMP.

       01  VECTOR-HORARIOS               OCCURS 300 TIMES.
           05 vho-nroMateria             PIC 99.
           05 vho-sede                   PIC X(2).
           05 vho-comision               PIC XX.
       77  WS-IND-HOR                    PIC 9(3)  COMP.

      * asignaciones del anio por materia/comision para el detalle
      * del informe de control
       77  wss-cont-detalle              PIC 9(3)  COMP VALUE 0.
       01  VECTOR-DETALLE                OCCURS 500 TIMES.
           05 vdt-legajo                 PIC X(4).
           05 vdt-nroMateria             PIC 99.
           05 vdt-comision               PIC XX.
           05 vdt-horas                  PIC 9(5)  COMP.
       77  WS-IND-DET                    PIC 9(3)  COMP.

      * totales de control por sede
       77  wss-cont-sedes                PIC 9(2)  COMP VALUE 0.
       01  VECTOR-TOT-SEDE               OCCURS 20 TIMES.
           05 Rdoce                      PIC X(8)  VALUE "RLEEDOCE".
           05 Rsede                      PIC X(8)  VALUE "RLEESEDE".
           05 Rfecha                     PIC X(8)  VALUE "RUTFECHH".
           05 Rventana                   PIC X(8)  VALUE "RUTVENTA".

       01  LINEA-LIQUIDACION.
           05 FILLER                     PIC X(10) VALUE "  LEGAJO  ".
           05 lis-horas                  PIC ZZZZ9.
           05 FILLER                     PIC X(10) VALUE "  DS.LIC:".
           05 lis-diasLic                PIC Z9.
           05 FILLER                     PIC X(2)  VALUE SPACES.
           05 lis-origen                 PIC X(6).

       01  LINEA-DETALLE-COMISION.
           05 FILLER                     PIC X(14) VALUE
           "        MAT.  ".
           05 det-nroMateria             PIC 99.
           05 FILLER                     PIC X(3)  VALUE " - ".
           05 det-nombrMate              PIC X(20).
           05 FILLER                     PIC X(7)  VALUE "  COM: ".
           05 det-comision               PIC X(5).
           05 FILLER                     PIC X(9)  VALUE "  CARGA: ".
           05 det-horas                  PIC ZZZZ9.

       01  LINEA-TOTAL-SEDE.
           05 FILLER                     PIC X(8)  VALUE "  SEDE: ".
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
           PERFORM 1000-INGRESO-PERIODO
           PERFORM 1500-CARGAR-VEC-DE-RUTINAS
           PERFORM 2000-ACUMULAR-ASIGNACIONES
           PERFORM 2500-TOMAR-HORAS-DICTADAS
           IF wss-cont-legajos = 0
               DISPLAY "no hay asignaciones del anio " wss-anio
                   " en ASIGDOC.DAT, no hay nada que liquidar"
                       MOVE HOR-NRO-MATERIA TO
                           vho-nroMateria(wss-cont-horarios)
                       MOVE HOR-SEDE TO vho-sede(wss-cont-horarios)
                       MOVE HOR-COMISION TO
                           vho-comision(wss-cont-horarios)
                   END-IF
                   READ ARCH-HOR AT END MOVE "S" TO flag
                   END-READ
                   MOVE 0 TO vle-horas(WS-IND-2)
                   MOVE 0 TO vle-diasLic(WS-IND-2)
                   MOVE "??" TO vle-sede(WS-IND-2)
                   MOVE "A" TO vle-origen(WS-IND-2)
               ELSE
                   DISPLAY "ADVERTENCIA: mas de 100 legajos, la "
                       "liquidacion queda incompleta"
                           OR vle-sede(WS-IND-2) NOT = "??"
                       IF vho-nroMateria(WS-IND-HOR) =
                               ASG-NRO-MATERIA
                          AND (ASG-COMISION = SPACES
                           OR vho-comision(WS-IND-HOR) = ASG-COMISION)
                           MOVE vho-sede(WS-IND-HOR) TO
                               vle-sede(WS-IND-2)
                       END-IF
                   END-PERFORM
               END-IF
               IF wss-cont-detalle < 500
                   ADD 1 TO wss-cont-detalle
                   MOVE ASG-LEGAJO TO vdt-legajo(wss-cont-detalle)
                   MOVE ASG-NRO-MATERIA TO
                       vdt-nroMateria(wss-cont-detalle)
                   MOVE ASG-COMISION TO vdt-comision(wss-cont-detalle)
                   MOVE wss-horasMateria TO
                       vdt-horas(wss-cont-detalle)
               END-IF
           END-IF.

      *-----------------------------------------------------------------

      * si el mes ya se concilio contra el libro de temas, las horas
      * de cada legajo son las dictadas (vale el ultimo renglon del
      * legajo en HORASDIC.DAT); un suplente sin asignaciones entra
      * con cero materias
       2500-TOMAR-HORAS-DICTADAS.
           OPEN INPUT ARCH-HDI
           IF wss-fs-hdi-OK
               READ ARCH-HDI AT END MOVE "S" TO flag
               END-READ
               PERFORM UNTIL flag = "S"
                   IF HDI-ANIO = wss-anio AND HDI-MES = wss-mes
                       PERFORM 2600-TOMAR-UN-LEGAJO-DICTADO
                   END-IF
                   READ ARCH-HDI AT END MOVE "S" TO flag
                   END-READ
               END-PERFORM
               CLOSE ARCH-HDI
           ELSE
               CLOSE ARCH-HDI
           END-IF
           MOVE "N" TO flag.

      *-----------------------------------------------------------------

       2600-TOMAR-UN-LEGAJO-DICTADO.
           MOVE 0 TO WS-IND-2
           PERFORM VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND > wss-cont-legajos OR WS-IND-2 > 0
               IF vle-legajo(WS-IND) = HDI-LEGAJO
                   MOVE WS-IND TO WS-IND-2
               END-IF
           END-PERFORM
           IF WS-IND-2 = 0 AND HDI-HORAS > 0
               IF wss-cont-legajos < 100
                   ADD 1 TO wss-cont-legajos
                   MOVE wss-cont-legajos TO WS-IND-2
                   MOVE HDI-LEGAJO TO vle-legajo(WS-IND-2)
                   MOVE 0 TO vle-cantMaterias(WS-IND-2)
                   MOVE 0 TO vle-diasLic(WS-IND-2)
                   MOVE "??" TO vle-sede(WS-IND-2)
               ELSE
                   DISPLAY "ADVERTENCIA: mas de 100 legajos, la "
                       "liquidacion queda incompleta"
               END-IF
           END-IF
           IF WS-IND-2 > 0
               MOVE HDI-HORAS TO vle-horas(WS-IND-2)
               MOVE "L" TO vle-origen(WS-IND-2)
           END-IF.

      *-----------------------------------------------------------------
                   MOVE 30 TO vle-diasLic(WS-IND)
               END-IF
               IF vle-diasLic(WS-IND) > 0
                       AND NOT vle-origen-LIBRO(WS-IND)
                   COMPUTE wss-horasNetas = vle-horas(WS-IND) *
                       (30 - vle-diasLic(WS-IND)) / 30
                   MOVE wss-horasNetas TO vle-horas(WS-IND)
               MOVE vle-cantMaterias(WS-IND) TO lis-cantMaterias
               MOVE vle-horas(WS-IND)        TO lis-horas
               MOVE vle-diasLic(WS-IND)      TO lis-diasLic
               IF vle-origen-LIBRO(WS-IND)
                   MOVE "LIBRO" TO lis-origen
               ELSE
                   MOVE "ASIGN." TO lis-origen
               END-IF
               WRITE REG-LIS FROM LINEA-LIQUIDACION
               PERFORM 4550-GRABAR-DETALLE-LEGAJO
               PERFORM 4600-ACUMULAR-TOTAL-SEDE
           END-PERFORM

           DISPLAY "legajos liquidados: " wss-cont-grabados
               "  total de horas: " wss-totalHoras.

      *-----------------------------------------------------------------

       4550-GRABAR-DETALLE-LEGAJO.
           PERFORM VARYING WS-IND-DET FROM 1 BY 1
                   UNTIL WS-IND-DET > wss-cont-detalle
               IF vdt-legajo(WS-IND-DET) = vle-legajo(WS-IND)
                   MOVE vdt-nroMateria(WS-IND-DET) TO det-nroMateria
                   INITIALIZE AREA-DE-COMMUNICATION-MAT
                   MOVE 2 TO OPCION-M
                   MOVE vdt-nroMateria(WS-IND-DET) TO
                       MAT-NUM-DAT-BUSCAR
                   CALL Rmate USING AREA-DE-COMMUNICATION-MAT
                   IF retorn-num-m = 0
                       MOVE DESCRIPCION-MAT TO det-nombrMate
                   ELSE
                       MOVE "MATERIA NO HALLADA" TO det-nombrMate
                   END-IF
                   IF vdt-comision(WS-IND-DET) = SPACES
                       MOVE "TODAS" TO det-comision
                   ELSE
                       MOVE vdt-comision(WS-IND-DET) TO det-comision
                   END-IF
                   MOVE vdt-horas(WS-IND-DET) TO det-horas
                   WRITE REG-LIS FROM LINEA-DETALLE-COMISION
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------

       4600-ACUMULAR-TOTAL-SEDE.
           PERFORM 5500-GRABAR-ESTADISTICA
           GOBACK.

      *-----------------------------------------------------------------

      * con la cadena nocturna corriendo el programa no entra a
      * actualizar (salvo que el supervisor lo fuerce)
       8550-CONTROLAR-VENTANA-BATCH.
           INITIALIZE AREA-DE-COMMUNICATION-VEN
           MOVE 5 TO OPCION-V
           MOVE "PLIQDOCE" TO V-PROGRAMA
           CALL Rventana USING AREA-DE-COMMUNICATION-VEN
           IF retorn-num-v NOT = 0
               PERFORM 6000-CERRAR-PROGRAMA
           END-IF.

      *-----------------------------------------------------------------
       END PROGRAM PLIQDOCE.

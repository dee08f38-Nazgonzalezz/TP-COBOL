      *    fragmento de nombre con RLEEALUM) y sale una sola vista
      *    armada en memoria con la identidad y el estado de
      *    ALUMNOS.DAT, las inscripciones abiertas de INSCRIP.DAT,
      *    los resultados cerrados de HISTORIA.DAT, el rendimiento
      *    academico (promedio ponderado y probatoria de PROBACIO.DAT
      *    con su historia por cierre de PROBHIST.DAT), el resumen de
      *    asistencia de ASISTEN.DAT y las situaciones que traban
      *    (sanciones vigentes, probatoria academica, documentacion
      *    faltante y deuda de cuotas), paginada por pantalla y con
      *    la opcion de imprimir el legajo completo en LEGAJO.DAT.
      *    Tambien muestra las cartas mandadas a la familia que
      *    registra PGENCART en CORRESP.DAT, con fecha y tipo
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-leg.

       SELECT OPTIONAL ARCH-PRB         ASSIGN TO "PROBACIO.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-prb.

       SELECT OPTIONAL ARCH-PRH         ASSIGN TO "PROBHIST.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-prh.

       SELECT OPTIONAL ARCH-PPR         ASSIGN TO "PROBPARM.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-ppr.

       SELECT OPTIONAL ARCH-CRS         ASSIGN TO "CORRESP.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-crs.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCH-ALU.
                05 CUO-IMPORTE        PIC 9(5)V99.
                05 CUO-PAGADO         PIC 9(5)V99.
                05 CUO-FECHA-PAGO     PIC 9(8).
                05 CUO-TIPO           PIC X.
                    88 CUOTA-PLAN             VALUE "P".
                05 CUO-ESTADO         PIC X.
                    88 CUOTA-VIGENTE          VALUE " ".

       FD  ARCH-CRS.
           01  REG-CRS.
                05 CRS-NRO-ALUMNO     PIC 9(6).
                05 CRS-TIPO           PIC X.
                05 CRS-REFERENCIA     PIC X(8).
                05 CRS-FECHA          PIC 9(8).
                05 CRS-HORA           PIC 9(6).
                05 CRS-USUARIO        PIC X(20).
                05 CRS-DESTINATARIO   PIC X(23).
                05 CRS-DETALLE        PIC X(40).
                05 ESPACIO-CRS        PIC XX.

       FD  ARCH-LEG.
           01  REG-LEG               PIC X(80).

       FD  ARCH-PRB.
           01  REG-PRB.
                05 PRB-NRO-ALUMNO     PIC 9(6).
                05 PRB-ACU-PONDERADO  PIC 9(7)V99.
                05 PRB-ACU-HORAS      PIC 9(5).
                05 PRB-PROM-ACUM      PIC 99V99.
                05 PRB-PROM-PERIODO   PIC 99V99.
                05 PRB-ULT-ANIO       PIC 9(4).
                05 PRB-ULT-MES        PIC 99.
                05 PRB-CIERRES-BAJO   PIC 9.
                05 PRB-ESTADO         PIC X.
                    88 PRB-EN-PROBATORIA      VALUE "P".
                05 PRB-DESDE-ANIO     PIC 9(4).
                05 PRB-DESDE-MES      PIC 99.
                05 ESPACIO-PRB        PIC XX.

       FD  ARCH-PRH.
           01  REG-PRH.
                05 PRH-NRO-ALUMNO     PIC 9(6).
                05 PRH-ANIO-CIERRE    PIC 9(4).
                05 PRH-MES-CIERRE     PIC 99.
                05 PRH-HORAS-PERIODO  PIC 9(4).
                05 PRH-PROM-PERIODO   PIC 99V99.
                05 PRH-PROM-ACUM      PIC 99V99.
                05 PRH-ESTADO         PIC X.
                05 PRH-EVENTO         PIC X.
                05 ESPACIO-PRH        PIC XX.

       FD  ARCH-PPR.
           01  REG-PPR.
                05 ppr-umbral         PIC 99V99.
                05 ppr-cierresBajo    PIC 9.
                05 ppr-maxMaterias    PIC 99.

       WORKING-STORAGE SECTION.
       77  flag                          PIC X     VALUE "N".
       77  wss-fin-consultas             PIC X     VALUE "N".
       77  wss-pausa                     PIC X.
       77  wss-imprime                   PIC X.
       77  wss-fechaHoy                  PIC 9(8).
       77  wss-periodoActual             PIC 9(6).
       77  wss-alumno-hallado            PIC X     VALUE "N".

       01  wss-fs-alu                    PIC X(2).
           88 wss-fs-cuo-OK                        VALUE '00'.
       01  wss-fs-leg                    PIC X(2).
           88 wss-fs-leg-OK                        VALUE '00'.
       01  wss-fs-prb                    PIC X(2).
           88 wss-fs-prb-OK                        VALUE '00'.
       01  wss-fs-prh                    PIC X(2).
           88 wss-fs-prh-OK                        VALUE '00'.
       01  wss-fs-ppr                    PIC X(2).
           88 wss-fs-ppr-OK                        VALUE '00'.
       01  wss-fs-crs                    PIC X(2).
           88 wss-fs-crs-OK                        VALUE '00'.

      * el legajo completo se arma en memoria renglon por renglon y
      * despues se pagina por pantalla o se vuelca a LEGAJO.DAT
       77  wss-tiene-sal                 PIC X.
       77  wss-docs-pendientes           PIC 9(2)  VALUE 0.
       77  wss-cont-items                PIC 9(3)  COMP VALUE 0.
       77  wss-en-probatoria             PIC X     VALUE "N".
       77  wss-maxMaterias               PIC 99    VALUE 03.

       01  RUTINAS.
           05 Ralum                      PIC X(8)  VALUE "RLEEALUM".
           05 leg-porcentaje             PIC ZZ9.
           05 FILLER                     PIC X(2)  VALUE "%)".

       01  LINEA-RENDIMIENTO.
           05 FILLER                     PIC X(25) VALUE
           "|   PROMEDIO PONDERADO:  ".
           05 leg-promAcum               PIC Z9.99.
           05 FILLER                     PIC X(22) VALUE
           "  ULTIMO CIERRE:      ".
           05 leg-promPeriodo            PIC Z9.99.
           05 FILLER                     PIC X(2)  VALUE " (".
           05 leg-ultMes                 PIC 99.
           05 FILLER                     PIC X     VALUE "/".
           05 leg-ultAnio                PIC 9(4).
           05 FILLER                     PIC X     VALUE ")".

       01  LINEA-PROBATORIA.
           05 FILLER                     PIC X(4)  VALUE "|   ".
           05 leg-situacionPrb           PIC X(30).
           05 leg-desdeMes               PIC X(2).
           05 leg-barraDesde             PIC X.
           05 leg-desdeAnio              PIC X(4).

       01  LINEA-CIERRE-PROB.
           05 FILLER                     PIC X(11) VALUE "|   CIERRE ".
           05 leg-prhMes                 PIC 99.
           05 FILLER                     PIC X     VALUE "/".
           05 leg-prhAnio                PIC 9(4).
           05 FILLER                     PIC X(11) VALUE "  PERIODO: ".
           05 leg-prhPeriodo             PIC Z9.99.
           05 FILLER                     PIC X(10) VALUE "  ACUM.: ".
           05 leg-prhAcum                PIC Z9.99.
           05 FILLER                     PIC X(2)  VALUE "  ".
           05 leg-prhEvento              PIC X(20).

       01  LINEA-CARTA.
           05 FILLER                     PIC X(4)  VALUE "|   ".
           05 leg-crsFecha               PIC X(10).
           05 FILLER                     PIC X(2)  VALUE "  ".
           05 leg-crsTipo                PIC X(22).
           05 FILLER                     PIC X(4)  VALUE " A: ".
           05 leg-crsDestino             PIC X(23).

       01  LINEA-CARTA-DETALLE.
           05 FILLER                     PIC X(8)  VALUE "|       ".
           05 leg-crsDetalle             PIC X(40).

       01  LINEA-TRABA.
           05 FILLER                     PIC X(4)  VALUE "|   ".
           05 leg-traba                  PIC X(60).
           ELSE
               PERFORM 3200-ARMAR-INSCRIPCIONES
               PERFORM 3300-ARMAR-HISTORIAL
               PERFORM 3380-ARMAR-RENDIMIENTO
               PERFORM 3400-ARMAR-ASISTENCIA
               PERFORM 3480-ARMAR-CORRESPONDENCIA
               PERFORM 3500-ARMAR-SITUACIONES
               PERFORM 4000-PAGINAR-POR-PANTALLA
               PERFORM 5000-OFRECER-IMPRESION
           MOVE LINEA-HISTORIAL TO wss-renglon
           PERFORM 2900-AGREGAR-RENGLON.

      *-----------------------------------------------------------------

      * promedio ponderado por carga horaria y probatoria academica
      * que deja PPONDERA despues de cada cierre, con una linea por
      * cierre procesado del historial
       3380-ARMAR-RENDIMIENTO.
           MOVE "| RENDIMIENTO ACADEMICO" TO wss-renglon
           PERFORM 2900-AGREGAR-RENGLON
           MOVE "N" TO wss-en-probatoria
           MOVE 0 TO wss-cont-items
           OPEN INPUT ARCH-PRB
           IF wss-fs-prb-OK
               MOVE "N" TO flag
               READ ARCH-PRB AT END MOVE "S" TO flag
               END-READ
               PERFORM UNTIL flag = "S"
                   IF PRB-NRO-ALUMNO = wss-nroAlumno
                       ADD 1 TO wss-cont-items
                       PERFORM 3385-RENGLONES-DE-RENDIMIENTO
                       MOVE "S" TO flag
                   ELSE
                       READ ARCH-PRB AT END MOVE "S" TO flag
                       END-READ
                   END-IF
               END-PERFORM
               CLOSE ARCH-PRB
           ELSE
               CLOSE ARCH-PRB
           END-IF
           IF wss-cont-items = 0
               MOVE "|   SIN PROMEDIO PONDERADO CALCULADO"
                   TO wss-renglon
               PERFORM 2900-AGREGAR-RENGLON
           ELSE
               OPEN INPUT ARCH-PRH
               IF wss-fs-prh-OK
                   MOVE "N" TO flag
                   READ ARCH-PRH AT END MOVE "S" TO flag
                   END-READ
                   PERFORM UNTIL flag = "S"
                       IF PRH-NRO-ALUMNO = wss-nroAlumno
                           PERFORM 3390-RENGLON-DE-CIERRE-PROB
                       END-IF
                       READ ARCH-PRH AT END MOVE "S" TO flag
                       END-READ
                   END-PERFORM
                   CLOSE ARCH-PRH
               ELSE
                   CLOSE ARCH-PRH
               END-IF
           END-IF
           IF wss-en-probatoria = "S"
               OPEN INPUT ARCH-PPR
               IF wss-fs-ppr-OK
                   READ ARCH-PPR AT END CONTINUE
                       NOT AT END
                           IF ppr-maxMaterias IS NUMERIC
                                   AND ppr-maxMaterias > 0
                               MOVE ppr-maxMaterias TO wss-maxMaterias
                           END-IF
                   END-READ
                   CLOSE ARCH-PPR
               ELSE
                   CLOSE ARCH-PPR
               END-IF
           END-IF
           MOVE "N" TO flag.

      *-----------------------------------------------------------------

       3385-RENGLONES-DE-RENDIMIENTO.
           MOVE PRB-PROM-ACUM    TO leg-promAcum
           MOVE PRB-PROM-PERIODO TO leg-promPeriodo
           MOVE PRB-ULT-MES      TO leg-ultMes
           MOVE PRB-ULT-ANIO     TO leg-ultAnio
           MOVE LINEA-RENDIMIENTO TO wss-renglon
           PERFORM 2900-AGREGAR-RENGLON
           MOVE SPACES TO leg-desdeMes
           MOVE SPACES TO leg-barraDesde
           MOVE SPACES TO leg-desdeAnio
           IF PRB-EN-PROBATORIA
               MOVE "S" TO wss-en-probatoria
               MOVE "EN PROBATORIA DESDE EL CIERRE " TO
                   leg-situacionPrb
               MOVE PRB-DESDE-MES  TO leg-desdeMes
               MOVE "/"            TO leg-barraDesde
               MOVE PRB-DESDE-ANIO TO leg-desdeAnio
           ELSE
               IF PRB-CIERRES-BAJO > 0
                   MOVE "SITUACION NORMAL, BAJO UMBRAL" TO
                       leg-situacionPrb
               ELSE
                   MOVE "SITUACION NORMAL" TO leg-situacionPrb
               END-IF
           END-IF
           MOVE LINEA-PROBATORIA TO wss-renglon
           PERFORM 2900-AGREGAR-RENGLON.

      *-----------------------------------------------------------------

       3390-RENGLON-DE-CIERRE-PROB.
           MOVE PRH-MES-CIERRE   TO leg-prhMes
           MOVE PRH-ANIO-CIERRE  TO leg-prhAnio
           MOVE PRH-PROM-PERIODO TO leg-prhPeriodo
           MOVE PRH-PROM-ACUM    TO leg-prhAcum
           EVALUATE TRUE
               WHEN PRH-EVENTO = "E"
                   MOVE "ENTRA EN PROBATORIA" TO leg-prhEvento
               WHEN PRH-EVENTO = "S"
                   MOVE "SALE DE PROBATORIA" TO leg-prhEvento
               WHEN PRH-ESTADO = "P"
                   MOVE "EN PROBATORIA" TO leg-prhEvento
               WHEN OTHER
                   MOVE SPACES TO leg-prhEvento
           END-EVALUATE
           MOVE LINEA-CIERRE-PROB TO wss-renglon
           PERFORM 2900-AGREGAR-RENGLON.

      *-----------------------------------------------------------------

       3400-ARMAR-ASISTENCIA.

      *-----------------------------------------------------------------

      * cartas mandadas a la familia, en el orden en que salieron
       3480-ARMAR-CORRESPONDENCIA.
           MOVE "| CORRESPONDENCIA ENVIADA" TO wss-renglon
           PERFORM 2900-AGREGAR-RENGLON
           MOVE 0 TO wss-cont-items
           OPEN INPUT ARCH-CRS
           IF wss-fs-crs-OK
               MOVE "N" TO flag
               READ ARCH-CRS AT END MOVE "S" TO flag
               END-READ
               PERFORM UNTIL flag = "S"
                   IF CRS-NRO-ALUMNO = wss-nroAlumno
                       ADD 1 TO wss-cont-items
                       PERFORM 3490-RENGLON-DE-CARTA
                   END-IF
                   READ ARCH-CRS AT END MOVE "S" TO flag
                   END-READ
               END-PERFORM
               CLOSE ARCH-CRS
           ELSE
               CLOSE ARCH-CRS
           END-IF
           IF wss-cont-items = 0
               MOVE "|   SIN CARTAS ENVIADAS" TO wss-renglon
               PERFORM 2900-AGREGAR-RENGLON
           END-IF
           MOVE "N" TO flag.

      *-----------------------------------------------------------------

       3490-RENGLON-DE-CARTA.
           MOVE SPACES TO leg-crsFecha
           STRING CRS-FECHA(7:2) "/" CRS-FECHA(5:2) "/"
               CRS-FECHA(1:4) DELIMITED BY SIZE INTO leg-crsFecha
           END-STRING
           EVALUATE CRS-TIPO
               WHEN "C"
                   MOVE "RECORDATORIO DE PAGO" TO leg-crsTipo
               WHEN "R"
                   MOVE "RIESGO ACADEMICO" TO leg-crsTipo
               WHEN "D"
                   MOVE "DOCUMENTACION FALTANTE" TO leg-crsTipo
               WHEN OTHER
                   MOVE "AVISO DE SANCION" TO leg-crsTipo
           END-EVALUATE
           MOVE CRS-DESTINATARIO TO leg-crsDestino
           MOVE LINEA-CARTA TO wss-renglon
           PERFORM 2900-AGREGAR-RENGLON
           MOVE CRS-DETALLE TO leg-crsDetalle
           MOVE LINEA-CARTA-DETALLE TO wss-renglon
           PERFORM 2900-AGREGAR-RENGLON.

      *-----------------------------------------------------------------

      * las situaciones que traban: sanciones vigentes hoy, los tres
      * documentos obligatorios del legajo y la deuda de cuotas
       3500-ARMAR-SITUACIONES.
           END-IF
           MOVE "N" TO flag

           IF wss-en-probatoria = "S"
               ADD 1 TO wss-cont-items
               MOVE SPACES TO leg-traba
               STRING "EN PROBATORIA ACADEMICA: TOPE DE "
                       DELIMITED BY SIZE
                   wss-maxMaterias DELIMITED BY SIZE
                   " MATERIAS POR PERIODO" DELIMITED BY SIZE
                   INTO leg-traba
               END-STRING
               MOVE LINEA-TRABA TO wss-renglon
               PERFORM 2900-AGREGAR-RENGLON
           END-IF

           PERFORM 3600-REVISAR-DOCUMENTACION
           PERFORM 3700-REVISAR-DEUDA

               MOVE "N" TO flag
               READ ARCH-CUO AT END MOVE "S" TO flag
               END-READ
               ACCEPT wss-fechaHoy FROM DATE YYYYMMDD
               MOVE wss-fechaHoy(1:6) TO wss-periodoActual
               PERFORM UNTIL flag = "S"
      *            lo refinanciado en un plan de pagos no es deuda y
      *            la cuota del plan que todavia no vencio tampoco
                   IF CUO-NRO-ALUMNO = wss-nroAlumno
                           AND CUO-PAGADO < CUO-IMPORTE
                           AND CUOTA-VIGENTE
                           AND (NOT CUOTA-PLAN
                               OR CUO-ANIO * 100 + CUO-MES <
                                   wss-periodoActual)
                       ADD 1 TO wss-cuotas-impagas
                       COMPUTE wss-saldo-deuda = wss-saldo-deuda
                           + CUO-IMPORTE - CUO-PAGADO

      ******************************************************************
      * Author: Gonzalez Nazarena Araceli
      * Date:
      * Purpose: Batch de promedio ponderado y probatoria academica,
      *    para correr despues de PCIERRE: por cada cierre de
      *    CIERRES.DAT todavia no procesado (en orden) calcula el
      *    promedio de cada alumno en el periodo ponderado por la
      *    carga horaria de MATERIA.dat sobre sus resultados
      *    aprobados y desaprobados de HISTORIA.DAT (sin notas y
      *    equivalencias no promedian) y lo suma al acumulado. El
      *    alumno que queda por debajo del umbral en la cantidad de
      *    cierres seguidos del parametro entra en probatoria y sale
      *    en el primer cierre en que lo supera. La situacion
      *    vigente queda en PROBACIO.DAT, una linea por alumno y
      *    cierre en el historial PROBHIST.DAT (de ahi sale tambien
      *    el ultimo cierre procesado) y el listado para el consejo
      *    academico en PROMPOND.DAT. Umbral, cierres seguidos y
      *    tope de materias por periodo para PGENINSC salen de
      *    PROBPARM.DAT o rigen 6.00, 2 y 3. Un alumno sin notas en
      *    un cierre no suma ni corta la racha.
      *    Antes de procesar verifica MATERIA.dat y HISTORIA.DAT contra
      *    sus registros de control de CTLMAEST.DAT a traves de RUTCONTR
      *    y, si no coinciden, termina con final anormal sin procesar
      *    nada.
      *    Con la ventana batch abierta (PJOBSTRM corriendo la cadena
      *    nocturna) solo corre como paso de la propia cadena, salvo que
      *    el supervisor lo fuerce
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PPONDERA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL ARCH-MAT         ASSIGN TO "MATERIA.dat"
                                        ORGANIZATION IS INDEXED
                                        ACCESS MODE IS SEQUENTIAL
                                        RECORD KEY IS codigMateria
                                        FILE STATUS IS wss-fs-mat.

       SELECT OPTIONAL ARCH-HIS         ASSIGN TO "HISTORIA.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-his.

       SELECT OPTIONAL ARCH-CIE         ASSIGN TO "CIERRES.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-cie.

       SELECT OPTIONAL ARCH-PARAM       ASSIGN TO "PROBPARM.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-par.

       SELECT OPTIONAL ARCH-PRB         ASSIGN TO "PROBACIO.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-prb.

       SELECT OPTIONAL ARCH-PRH         ASSIGN TO "PROBHIST.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-prh.

       SELECT OPTIONAL ARCH-LIS         ASSIGN TO "PROMPOND.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-lis.

       SELECT OPTIONAL ARCH-EST         ASSIGN TO "ESTADIS.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-est.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCH-MAT.
           01  REG-MAT.
                05 codigMateria           PIC X(2).
                05 descripMateria         PIC X(20).
                05 cargaHoraria           PIC 9(3).
                05 activaMateria          PIC X.

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

       FD  ARCH-CIE.
           01  REG-CIE.
                05 CIE-ANIO-DESDE     PIC 9(4).
                05 CIE-MES-DESDE      PIC 99.
                05 CIE-ANIO-HASTA     PIC 9(4).
                05 CIE-MES-HASTA      PIC 99.
                05 ESPACIO-CIE        PIC XX.

       FD  ARCH-PARAM.
           01  REG-PARAM.
                05 par-umbral         PIC 99V99.
                05 par-cierresBajo    PIC 9.
                05 par-maxMaterias    PIC 99.

      * situacion vigente de cada alumno: acumulados ponderados,
      * promedios del ultimo cierre procesado, racha de cierres bajo
      * el umbral y la probatoria con el cierre desde el que rige
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
                    88 PRB-NORMAL             VALUE "N".
                05 PRB-DESDE-ANIO     PIC 9(4).
                05 PRB-DESDE-MES      PIC 99.
                05 ESPACIO-PRB        PIC XX.

      * una linea por alumno y cierre procesado; el evento marca la
      * entrada (E) o la salida (S) de la probatoria en ese cierre
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

       01  wss-fs-mat                    PIC X(2).
           88 wss-fs-mat-OK                        VALUE '00'.
       01  wss-fs-his                    PIC X(2).
           88 wss-fs-his-OK                        VALUE '00'.
       01  wss-fs-cie                    PIC X(2).
           88 wss-fs-cie-OK                        VALUE '00'.
       01  wss-fs-par                    PIC X(2).
           88 wss-fs-par-OK                        VALUE '00'.
       01  wss-fs-prb                    PIC X(2).
           88 wss-fs-prb-OK                        VALUE '00'.
       01  wss-fs-prh                    PIC X(2).
           88 wss-fs-prh-OK                        VALUE '00'.
           88 wss-fs-prh-NOEXISTE                  VALUE '05'.
       01  wss-fs-lis                    PIC X(2).
           88 wss-fs-lis-OK                        VALUE '00'.
       01  wss-fs-est                    PIC X(2).
           88 wss-fs-est-OK                        VALUE '00'.
           88 wss-fs-est-NOEXISTE                  VALUE '05'.
       77  wss-corrida-normal            PIC X     VALUE "N".

      * reglas de la probatoria (las de reglamento si no hay
      * PROBPARM.DAT)
       77  wss-umbral                    PIC 99V99 VALUE 06.00.
       77  wss-cierresBajo               PIC 9     VALUE 2.
       77  wss-maxMaterias               PIC 99    VALUE 03.

      * carga horaria de cada materia, el peso de su promedio
       77  wss-cont-materias             PIC 9(3)  COMP VALUE 0.
       01  VECTOR-MATERIAS               OCCURS 100 TIMES.
           05 vma-nroMateria             PIC X(2).
           05 vma-cargaHoraria           PIC 9(3).
       77  WS-IND-MAT                    PIC 9(3)  COMP.
       77  wss-nroMateriaAux             PIC X(2).

      * cierres de CIERRES.DAT posteriores al ultimo procesado, como
      * punto aaaamm del mes hasta
       77  wss-ultimoProcesado           PIC 9(6)  VALUE 0.
       77  wss-cont-cierres              PIC 9(2)  COMP VALUE 0.
       01  VECTOR-CIERRES                OCCURS 50 TIMES.
           05 vci-punto                  PIC 9(6).
       77  WS-IND-CIE                    PIC 9(2)  COMP.
       77  wss-puntoCierre               PIC 9(6).
       77  wss-puntoAnterior             PIC 9(6).
       77  wss-hay-cierre                PIC X.
       01  wss-puntoAux                  PIC 9(6).
       01  FILLER REDEFINES wss-puntoAux.
           05 wss-anioAux                PIC 9(4).
           05 wss-mesAux                 PIC 99.

      * resultados con nota de los cierres pendientes, ya con el
      * peso de su materia
       77  wss-cont-resultados           PIC 9(4)  COMP VALUE 0.
       01  VECTOR-RESULTADOS             OCCURS 5000 TIMES.
           05 vre-nroAlumno              PIC 9(6).
           05 vre-punto                  PIC 9(6).
           05 vre-promedio               PIC 99V99.
           05 vre-cargaHoraria           PIC 9(3).
       77  WS-IND-RES                    PIC 9(4)  COMP.

      * situacion de cada alumno, la de PROBACIO.DAT mas los
      * acumuladores del cierre que se esta procesando
       77  wss-cont-estados              PIC 9(4)  COMP VALUE 0.
       01  VECTOR-ESTADOS                OCCURS 3000 TIMES.
           05 ves-nroAlumno              PIC 9(6).
           05 ves-acuPonderado           PIC 9(7)V99.
           05 ves-acuHoras               PIC 9(5).
           05 ves-promAcum               PIC 99V99.
           05 ves-promPeriodo            PIC 99V99.
           05 ves-ultAnio                PIC 9(4).
           05 ves-ultMes                 PIC 99.
           05 ves-cierresBajo            PIC 9.
           05 ves-estado                 PIC X.
           05 ves-desdeAnio              PIC 9(4).
           05 ves-desdeMes               PIC 99.
           05 ves-acuPeriodo             PIC 9(7)V99.
           05 ves-horasPeriodo           PIC 9(5).
       77  WS-IND-EST                    PIC 9(4)  COMP.
       77  wss-nroAlumnoBus              PIC 9(6).
       77  wss-nroAlumnoAux              PIC X(6).
       77  wss-evento                    PIC X.

       77  wss-cont-leidos               PIC 9(7)  COMP VALUE 0.
       77  wss-cont-grabados             PIC 9(7)  COMP VALUE 0.
       77  wss-cont-procesados           PIC 9(3)  COMP VALUE 0.
       77  wss-cont-entran               PIC 9(5)  COMP VALUE 0.
       77  wss-cont-salen                PIC 9(5)  COMP VALUE 0.
       77  wss-cont-en-probatoria        PIC 9(5)  COMP VALUE 0.
       77  wss-fechaHoy                  PIC 9(8).

       01  RUTINAS.
           05 Ralum                      PIC X(8)  VALUE "RLEEALUM".
           05 Rcontrol                   PIC X(8)  VALUE "RUTCONTR".
           05 Rventana                   PIC X(8)  VALUE "RUTVENTA".

       01  LINEA-TITULO.
           05 FILLER                     PIC X(46) VALUE
           "  PROMEDIOS PONDERADOS Y PROBATORIA - CORRIDA ".
           05 lti-dia                    PIC 99.
           05 FILLER                     PIC X     VALUE "/".
           05 lti-mes                    PIC 99.
           05 FILLER                     PIC X     VALUE "/".
           05 lti-anio                   PIC 9(4).

       01  LINEA-REGLAS.
           05 FILLER                     PIC X(10) VALUE "  UMBRAL: ".
           05 lre-umbral                 PIC Z9.99.
           05 FILLER                     PIC X(20) VALUE
           "  CIERRES SEGUIDOS: ".
           05 lre-cierres                PIC 9.
           05 FILLER                     PIC X(30) VALUE
           "  TOPE DE MATERIAS EN PROBAT.:".
           05 lre-maxMaterias            PIC Z9.

       01  LINEA-CIERRE.
           05 FILLER                     PIC X(10) VALUE "  CIERRE  ".
           05 lci-mes                    PIC 99.
           05 FILLER                     PIC X     VALUE "/".
           05 lci-anio                   PIC 9(4).

       01  LINEA-COLUMNAS.
           05 FILLER                     PIC X(40) VALUE
           "    ALUMNO  NOMBRE                   HRS".
           05 FILLER                     PIC X(40) VALUE
           "    PERIODO  ACUM.  SITUACION".

       01  LINEA-ALUMNO.
           05 FILLER                     PIC X(4)  VALUE SPACES.
           05 lal-nroAlumno              PIC 9(6).
           05 FILLER                     PIC X(2)  VALUE SPACES.
           05 lal-nombre                 PIC X(23).
           05 FILLER                     PIC X     VALUE SPACE.
           05 lal-horas                  PIC ZZZ9.
           05 FILLER                     PIC X(4)  VALUE SPACES.
           05 lal-promPeriodo            PIC Z9.99.
           05 FILLER                     PIC X(4)  VALUE SPACES.
           05 lal-promAcum               PIC Z9.99.
           05 FILLER                     PIC X(2)  VALUE SPACES.
           05 lal-situacion              PIC X(20).

       01  LINEA-TOTALES.
           05 FILLER                     PIC X(19) VALUE
           "  ENTRAN EN PROB.: ".
           05 ltt-entran                 PIC ZZZZ9.
           05 FILLER                     PIC X(19) VALUE
           "   SALEN DE PROB.: ".
           05 ltt-salen                  PIC ZZZZ9.
           05 FILLER                     PIC X(19) VALUE
           "   EN PROBATORIA:  ".
           05 ltt-enProbatoria           PIC ZZZZ9.

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
           PERFORM 1100-CARGAR-MATERIAS
           PERFORM 1200-CARGAR-SITUACION-VIGENTE
           PERFORM 1300-BUSCAR-ULTIMO-PROCESADO
           PERFORM 1400-CARGAR-CIERRES-PENDIENTES
           IF wss-cont-cierres = 0
               DISPLAY "no hay cierres nuevos en CIERRES.DAT desde el "
                   "ultimo procesado, no hay nada que calcular"
           ELSE
               PERFORM 1500-CARGAR-RESULTADOS
               INITIALIZE AREA-DE-COMMUNICATIONN
               MOVE 1 TO OPCION
               CALL Ralum USING AREA-DE-COMMUNICATIONN
               PERFORM 2000-PROCESAR-CIERRES
               PERFORM 3000-GRABAR-SITUACION-VIGENTE
               DISPLAY "*** PROMEDIOS PONDERADOS Y PROBATORIA "
                   "ACTUALIZADOS ***"
               DISPLAY "cierres procesados: " wss-cont-procesados
                   "  entran en probatoria: " wss-cont-entran
                   "  salen: " wss-cont-salen
               DISPLAY "listado para el consejo en PROMPOND.DAT"
           END-IF
           MOVE "S" TO wss-corrida-normal
           PERFORM 6000-CERRAR-PROGRAMA.

      */////////////////////////////////////////////////////////////////

       1000-CARGAR-PARAMETROS.
           OPEN INPUT ARCH-PARAM
           IF wss-fs-par-OK
               READ ARCH-PARAM AT END CONTINUE
                   NOT AT END
                       IF par-umbral IS NUMERIC AND par-umbral > 0
                           MOVE par-umbral TO wss-umbral
                       END-IF
                       IF par-cierresBajo IS NUMERIC
                               AND par-cierresBajo > 0
                           MOVE par-cierresBajo TO wss-cierresBajo
                       END-IF
                       IF par-maxMaterias IS NUMERIC
                               AND par-maxMaterias > 0
                           MOVE par-maxMaterias TO wss-maxMaterias
                       END-IF
               END-READ
               CLOSE ARCH-PARAM
           END-IF.

      *-----------------------------------------------------------------

       1100-CARGAR-MATERIAS.
           OPEN INPUT ARCH-MAT
           IF wss-fs-mat-OK
               READ ARCH-MAT AT END MOVE "S" TO flag
               END-READ
               PERFORM UNTIL flag = "S"
                   IF wss-cont-materias < 100
                       ADD 1 TO wss-cont-materias
                       MOVE codigMateria TO
                           vma-nroMateria(wss-cont-materias)
                       MOVE cargaHoraria TO
                           vma-cargaHoraria(wss-cont-materias)
                   END-IF
                   READ ARCH-MAT AT END MOVE "S" TO flag
                   END-READ
               END-PERFORM
               CLOSE ARCH-MAT
           ELSE
               CLOSE ARCH-MAT
           END-IF
           MOVE "N" TO flag.

      *-----------------------------------------------------------------

       1200-CARGAR-SITUACION-VIGENTE.
           OPEN INPUT ARCH-PRB
           IF wss-fs-prb-OK
               READ ARCH-PRB AT END MOVE "S" TO flag
               END-READ
               PERFORM UNTIL flag = "S"
                   IF wss-cont-estados < 3000
                       ADD 1 TO wss-cont-estados
                       MOVE wss-cont-estados TO WS-IND-EST
                       MOVE PRB-NRO-ALUMNO TO
                           ves-nroAlumno(WS-IND-EST)
                       MOVE PRB-ACU-PONDERADO TO
                           ves-acuPonderado(WS-IND-EST)
                       MOVE PRB-ACU-HORAS TO
                           ves-acuHoras(WS-IND-EST)
                       MOVE PRB-PROM-ACUM TO
                           ves-promAcum(WS-IND-EST)
                       MOVE PRB-PROM-PERIODO  TO
                           ves-promPeriodo(WS-IND-EST)
                       MOVE PRB-ULT-ANIO      TO ves-ultAnio(WS-IND-EST)
                       MOVE PRB-ULT-MES       TO ves-ultMes(WS-IND-EST)
                       MOVE PRB-CIERRES-BAJO  TO
                           ves-cierresBajo(WS-IND-EST)
                       MOVE PRB-ESTADO        TO ves-estado(WS-IND-EST)
                       MOVE PRB-DESDE-ANIO    TO
                           ves-desdeAnio(WS-IND-EST)
                       MOVE PRB-DESDE-MES TO
                           ves-desdeMes(WS-IND-EST)
                   ELSE
                       DISPLAY "ADVERTENCIA: mas de 3000 alumnos en "
                           "PROBACIO.DAT, la situacion queda incompleta"
                   END-IF
                   READ ARCH-PRB AT END MOVE "S" TO flag
                   END-READ
               END-PERFORM
               CLOSE ARCH-PRB
           ELSE
               CLOSE ARCH-PRB
           END-IF
           MOVE "N" TO flag.

      *-----------------------------------------------------------------

      * el historial ya grabado dice hasta que cierre se proceso, asi
      * una segunda corrida sobre el mismo cierre no lo cuenta dos
      * veces
       1300-BUSCAR-ULTIMO-PROCESADO.
           MOVE 0 TO wss-ultimoProcesado
           OPEN INPUT ARCH-PRH
           IF wss-fs-prh-OK
               READ ARCH-PRH AT END MOVE "S" TO flag
               END-READ
               PERFORM UNTIL flag = "S"
                   COMPUTE wss-puntoAux = PRH-ANIO-CIERRE * 100
                       + PRH-MES-CIERRE
                   IF wss-puntoAux > wss-ultimoProcesado
                       MOVE wss-puntoAux TO wss-ultimoProcesado
                   END-IF
                   READ ARCH-PRH AT END MOVE "S" TO flag
                   END-READ
               END-PERFORM
               CLOSE ARCH-PRH
           ELSE
               CLOSE ARCH-PRH
           END-IF
           MOVE "N" TO flag.

      *-----------------------------------------------------------------

       1400-CARGAR-CIERRES-PENDIENTES.
           OPEN INPUT ARCH-CIE
           IF wss-fs-cie-OK
               READ ARCH-CIE AT END MOVE "S" TO flag
               END-READ
               PERFORM UNTIL flag = "S"
                   COMPUTE wss-puntoAux = CIE-ANIO-HASTA * 100
                       + CIE-MES-HASTA
                   IF wss-puntoAux > wss-ultimoProcesado
                           AND wss-cont-cierres < 50
                       ADD 1 TO wss-cont-cierres
                       MOVE wss-puntoAux TO vci-punto(wss-cont-cierres)
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

      * los resultados con nota (aprobados y desaprobados) de los
      * cierres pendientes, con la carga horaria de su materia
       1500-CARGAR-RESULTADOS.
           OPEN INPUT ARCH-HIS
           IF wss-fs-his-OK
               READ ARCH-HIS AT END MOVE "S" TO flag
               END-READ
               PERFORM UNTIL flag = "S"
                   ADD 1 TO wss-cont-leidos
                   COMPUTE wss-puntoAux = HIS-ANIO-CIERRE * 100
                       + HIS-MES-CIERRE
                   IF (HIS-APROBADO OR HIS-DESAPROBADO)
                           AND wss-puntoAux > wss-ultimoProcesado
                       PERFORM 1550-GUARDAR-UN-RESULTADO
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

       1550-GUARDAR-UN-RESULTADO.
           IF wss-cont-resultados < 5000
               ADD 1 TO wss-cont-resultados
               MOVE wss-cont-resultados TO WS-IND-RES
               MOVE HIS-NRO-ALUMNO TO vre-nroAlumno(WS-IND-RES)
               MOVE wss-puntoAux   TO vre-punto(WS-IND-RES)
               MOVE HIS-PROMEDIO   TO vre-promedio(WS-IND-RES)
               MOVE 0 TO vre-cargaHoraria(WS-IND-RES)
               MOVE HIS-NRO-MATERIA TO wss-nroMateriaAux
               PERFORM VARYING WS-IND-MAT FROM 1 BY 1
                       UNTIL WS-IND-MAT > wss-cont-materias
                   IF vma-nroMateria(WS-IND-MAT) = wss-nroMateriaAux
                       MOVE vma-cargaHoraria(WS-IND-MAT) TO
                           vre-cargaHoraria(WS-IND-RES)
                   END-IF
               END-PERFORM
           ELSE
               DISPLAY "ADVERTENCIA: mas de 5000 resultados "
                   "pendientes, los promedios quedan incompletos"
           END-IF.

      *-----------------------------------------------------------------

      * los cierres se procesan de menor a mayor: en cada vuelta se
      * toma el menor que todavia no se proceso
       2000-PROCESAR-CIERRES.
           OPEN OUTPUT ARCH-LIS
           IF NOT wss-fs-lis-OK then
               display "error al abrir el archivo PROMPOND.DAT"
               PERFORM 6000-CERRAR-PROGRAMA
           END-IF
           OPEN EXTEND ARCH-PRH
           IF NOT wss-fs-prh-OK AND NOT wss-fs-prh-NOEXISTE then
               display "error al abrir el archivo PROBHIST.DAT"
               CLOSE ARCH-LIS
               PERFORM 6000-CERRAR-PROGRAMA
           END-IF
           MOVE wss-fechaHoy(7:2) TO lti-dia
           MOVE wss-fechaHoy(5:2) TO lti-mes
           MOVE wss-fechaHoy(1:4) TO lti-anio
           WRITE REG-LIS FROM LINEA-TITULO
           MOVE wss-umbral      TO lre-umbral
           MOVE wss-cierresBajo TO lre-cierres
           MOVE wss-maxMaterias TO lre-maxMaterias
           WRITE REG-LIS FROM LINEA-REGLAS
           MOVE wss-ultimoProcesado TO wss-puntoAnterior
           MOVE "S" TO wss-hay-cierre
           PERFORM UNTIL wss-hay-cierre = "N"
               MOVE "N" TO wss-hay-cierre
               MOVE 999999 TO wss-puntoCierre
               PERFORM VARYING WS-IND-CIE FROM 1 BY 1
                       UNTIL WS-IND-CIE > wss-cont-cierres
                   IF vci-punto(WS-IND-CIE) > wss-puntoAnterior
                           AND vci-punto(WS-IND-CIE) < wss-puntoCierre
                       MOVE vci-punto(WS-IND-CIE) TO wss-puntoCierre
                       MOVE "S" TO wss-hay-cierre
                   END-IF
               END-PERFORM
               IF wss-hay-cierre = "S"
                   ADD 1 TO wss-cont-procesados
                   PERFORM 2100-PROCESAR-UN-CIERRE
                   MOVE wss-puntoCierre TO wss-puntoAnterior
               END-IF
           END-PERFORM
           MOVE 0 TO wss-cont-en-probatoria
           PERFORM VARYING WS-IND-EST FROM 1 BY 1
                   UNTIL WS-IND-EST > wss-cont-estados
               IF ves-estado(WS-IND-EST) = "P"
                   ADD 1 TO wss-cont-en-probatoria
               END-IF
           END-PERFORM
           WRITE REG-LIS FROM SPACES
           MOVE wss-cont-entran        TO ltt-entran
           MOVE wss-cont-salen         TO ltt-salen
           MOVE wss-cont-en-probatoria TO ltt-enProbatoria
           WRITE REG-LIS FROM LINEA-TOTALES
           CLOSE ARCH-PRH
           CLOSE ARCH-LIS.

      *-----------------------------------------------------------------

       2100-PROCESAR-UN-CIERRE.
           PERFORM VARYING WS-IND-EST FROM 1 BY 1
                   UNTIL WS-IND-EST > wss-cont-estados
               MOVE 0 TO ves-acuPeriodo(WS-IND-EST)
               MOVE 0 TO ves-horasPeriodo(WS-IND-EST)
           END-PERFORM
           PERFORM VARYING WS-IND-RES FROM 1 BY 1
                   UNTIL WS-IND-RES > wss-cont-resultados
               IF vre-punto(WS-IND-RES) = wss-puntoCierre
                       AND vre-cargaHoraria(WS-IND-RES) > 0
                   MOVE vre-nroAlumno(WS-IND-RES) TO wss-nroAlumnoBus
                   PERFORM 2150-UBICAR-O-AGREGAR-ALUMNO
                   IF WS-IND-EST > 0
                       COMPUTE ves-acuPeriodo(WS-IND-EST) =
                           ves-acuPeriodo(WS-IND-EST)
                           + vre-promedio(WS-IND-RES)
                           * vre-cargaHoraria(WS-IND-RES)
                       ADD vre-cargaHoraria(WS-IND-RES) TO
                           ves-horasPeriodo(WS-IND-EST)
                   END-IF
               END-IF
           END-PERFORM
           MOVE wss-puntoCierre TO wss-puntoAux
           WRITE REG-LIS FROM SPACES
           MOVE wss-mesAux  TO lci-mes
           MOVE wss-anioAux TO lci-anio
           WRITE REG-LIS FROM LINEA-CIERRE
           WRITE REG-LIS FROM LINEA-COLUMNAS
           PERFORM VARYING WS-IND-EST FROM 1 BY 1
                   UNTIL WS-IND-EST > wss-cont-estados
               IF ves-horasPeriodo(WS-IND-EST) > 0
                   PERFORM 2200-EVALUAR-UN-ALUMNO
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------

       2150-UBICAR-O-AGREGAR-ALUMNO.
           MOVE "N" TO flag
           PERFORM VARYING WS-IND-EST FROM 1 BY 1
                   UNTIL WS-IND-EST > wss-cont-estados OR flag = "S"
               IF ves-nroAlumno(WS-IND-EST) = wss-nroAlumnoBus
                   MOVE "S" TO flag
               END-IF
           END-PERFORM
           IF flag = "S"
               SUBTRACT 1 FROM WS-IND-EST
           ELSE
               IF wss-cont-estados < 3000
                   ADD 1 TO wss-cont-estados
                   MOVE wss-cont-estados TO WS-IND-EST
                   INITIALIZE VECTOR-ESTADOS(WS-IND-EST)
                   MOVE wss-nroAlumnoBus TO ves-nroAlumno(WS-IND-EST)
                   MOVE "N" TO ves-estado(WS-IND-EST)
               ELSE
                   MOVE 0 TO WS-IND-EST
               END-IF
           END-IF
           MOVE "N" TO flag.

      *-----------------------------------------------------------------

      * promedios del cierre y del acumulado y la regla: la racha de
      * cierres por debajo del umbral pone en probatoria, el primer
      * cierre que lo supera la levanta
       2200-EVALUAR-UN-ALUMNO.
           COMPUTE ves-promPeriodo(WS-IND-EST) ROUNDED =
               ves-acuPeriodo(WS-IND-EST)
               / ves-horasPeriodo(WS-IND-EST)
           ADD ves-acuPeriodo(WS-IND-EST) TO
               ves-acuPonderado(WS-IND-EST)
           ADD ves-horasPeriodo(WS-IND-EST) TO ves-acuHoras(WS-IND-EST)
           COMPUTE ves-promAcum(WS-IND-EST) ROUNDED =
               ves-acuPonderado(WS-IND-EST)
               / ves-acuHoras(WS-IND-EST)
           MOVE wss-anioAux TO ves-ultAnio(WS-IND-EST)
           MOVE wss-mesAux  TO ves-ultMes(WS-IND-EST)
           MOVE SPACE TO wss-evento
           IF ves-promPeriodo(WS-IND-EST) < wss-umbral
               IF ves-cierresBajo(WS-IND-EST) < 9
                   ADD 1 TO ves-cierresBajo(WS-IND-EST)
               END-IF
               IF ves-estado(WS-IND-EST) NOT = "P"
                       AND ves-cierresBajo(WS-IND-EST)
                           >= wss-cierresBajo
                   MOVE "P" TO ves-estado(WS-IND-EST)
                   MOVE wss-anioAux TO ves-desdeAnio(WS-IND-EST)
                   MOVE wss-mesAux  TO ves-desdeMes(WS-IND-EST)
                   MOVE "E" TO wss-evento
                   ADD 1 TO wss-cont-entran
               END-IF
           ELSE
               MOVE 0 TO ves-cierresBajo(WS-IND-EST)
               IF ves-estado(WS-IND-EST) = "P"
                   MOVE "N" TO ves-estado(WS-IND-EST)
                   MOVE wss-anioAux TO ves-desdeAnio(WS-IND-EST)
                   MOVE wss-mesAux  TO ves-desdeMes(WS-IND-EST)
                   MOVE "S" TO wss-evento
                   ADD 1 TO wss-cont-salen
               END-IF
           END-IF

           MOVE ves-nroAlumno(WS-IND-EST)    TO PRH-NRO-ALUMNO
           MOVE wss-anioAux                  TO PRH-ANIO-CIERRE
           MOVE wss-mesAux                   TO PRH-MES-CIERRE
           MOVE ves-horasPeriodo(WS-IND-EST) TO PRH-HORAS-PERIODO
           MOVE ves-promPeriodo(WS-IND-EST)  TO PRH-PROM-PERIODO
           MOVE ves-promAcum(WS-IND-EST)     TO PRH-PROM-ACUM
           MOVE ves-estado(WS-IND-EST)       TO PRH-ESTADO
           MOVE wss-evento                   TO PRH-EVENTO
           MOVE SPACES                       TO ESPACIO-PRH
           WRITE REG-PRH
           IF NOT wss-fs-prh-OK then
               display "error al escribir PROBHIST.DAT"
           ELSE
               ADD 1 TO wss-cont-grabados
           END-IF

           MOVE ves-nroAlumno(WS-IND-EST) TO lal-nroAlumno
           MOVE ves-nroAlumno(WS-IND-EST) TO wss-nroAlumnoAux
           INITIALIZE AREA-DE-COMMUNICATIONN
           MOVE 2 TO OPCION
           MOVE wss-nroAlumnoAux TO NUM-DAT-BUSCAR
           CALL Ralum USING AREA-DE-COMMUNICATIONN
           IF retorn-num = 0
               MOVE DESCRIPCION TO lal-nombre
           ELSE
               MOVE "NO EXISTE EN ALUMNOS" TO lal-nombre
           END-IF
           MOVE ves-horasPeriodo(WS-IND-EST) TO lal-horas
           MOVE ves-promPeriodo(WS-IND-EST)  TO lal-promPeriodo
           MOVE ves-promAcum(WS-IND-EST)     TO lal-promAcum
           EVALUATE TRUE
               WHEN wss-evento = "E"
                   MOVE "ENTRA EN PROBATORIA" TO lal-situacion
               WHEN wss-evento = "S"
                   MOVE "SALE DE PROBATORIA" TO lal-situacion
               WHEN ves-estado(WS-IND-EST) = "P"
                   MOVE "SIGUE EN PROBATORIA" TO lal-situacion
               WHEN ves-cierresBajo(WS-IND-EST) > 0
                   MOVE "BAJO EL UMBRAL" TO lal-situacion
               WHEN OTHER
                   MOVE "NORMAL" TO lal-situacion
           END-EVALUATE
           WRITE REG-LIS FROM LINEA-ALUMNO.

      *-----------------------------------------------------------------

       3000-GRABAR-SITUACION-VIGENTE.
           OPEN OUTPUT ARCH-PRB
           IF NOT wss-fs-prb-OK then
               display "error al abrir el archivo PROBACIO.DAT"
               PERFORM 6000-CERRAR-PROGRAMA
           END-IF
           PERFORM VARYING WS-IND-EST FROM 1 BY 1
                   UNTIL WS-IND-EST > wss-cont-estados
               MOVE ves-nroAlumno(WS-IND-EST)    TO PRB-NRO-ALUMNO
               MOVE ves-acuPonderado(WS-IND-EST) TO PRB-ACU-PONDERADO
               MOVE ves-acuHoras(WS-IND-EST)     TO PRB-ACU-HORAS
               MOVE ves-promAcum(WS-IND-EST)     TO PRB-PROM-ACUM
               MOVE ves-promPeriodo(WS-IND-EST)  TO PRB-PROM-PERIODO
               MOVE ves-ultAnio(WS-IND-EST)      TO PRB-ULT-ANIO
               MOVE ves-ultMes(WS-IND-EST)       TO PRB-ULT-MES
               MOVE ves-cierresBajo(WS-IND-EST)  TO PRB-CIERRES-BAJO
               MOVE ves-estado(WS-IND-EST)       TO PRB-ESTADO
               MOVE ves-desdeAnio(WS-IND-EST)    TO PRB-DESDE-ANIO
               MOVE ves-desdeMes(WS-IND-EST)     TO PRB-DESDE-MES
               MOVE SPACES                       TO ESPACIO-PRB
               WRITE REG-PRB
               IF NOT wss-fs-prb-OK then
                   display "error al escribir PROBACIO.DAT"
               END-IF
           END-PERFORM
           CLOSE ARCH-PRB.

      *-----------------------------------------------------------------

      * anota la corrida en ESTADIS.DAT con sus totales de control,
      * para que operaciones pueda probar que la ventana corrio
       5500-GRABAR-ESTADISTICA.
           OPEN EXTEND ARCH-EST
           IF wss-fs-est-OK OR wss-fs-est-NOEXISTE
               MOVE "PPONDERA" TO est-programa
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

      * los maestros que lee la corrida tienen que coincidir con
      * sus registros de control de CTLMAEST.DAT; si no coinciden
      * la corrida no procesa nada y termina con final anormal
       8600-VERIFICAR-CONTROLES.
           INITIALIZE AREA-DE-COMMUNICATION-CTM
           MOVE 2 TO OPCION-K
           MOVE "MATHIS" TO K-ARCHIVOS
           MOVE "PPONDERA" TO K-PROGRAMA
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
           MOVE "PPONDERA" TO V-PROGRAMA
           CALL Rventana USING AREA-DE-COMMUNICATION-VEN
           IF retorn-num-v NOT = 0
               PERFORM 6000-CERRAR-PROGRAMA
           END-IF.

      *-----------------------------------------------------------------
       END PROGRAM PPONDERA.

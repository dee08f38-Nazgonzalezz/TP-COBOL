      ******************************************************************
      * Author: Gonzalez Nazarena Araceli
      * Date:
      * Purpose: Seguimiento del diploma de cada titulo que registro
      *    PEGRESO en TITULOS.DAT. El titulo recorre las etapas
      *    1 SOLICITADO, 2 IMPRESO, 3 EN LEGALIZACION (enviado al
      *    ministerio), 4 LEGALIZADO, 5 FIRMADO (por el rector) y
      *    6 ENTREGADO, de a una y siempre hacia adelante; cada paso
      *    queda como un movimiento en TITMOVI.DAT con la fecha, la
      *    hora y el operador de la sesion, y en la entrega con el
      *    documento y el nombre de quien lo recibio. La etapa de un
      *    titulo es la de su ultimo movimiento; el titulo sin
      *    movimientos esta SOLICITADO desde la fecha de egreso.
      *    Mientras el egresado tenga cuotas impagas en CUOTAS.DAT
      *    o le falte o tenga vencido alguno de los documentos
      *    obligatorios de DOCALU.DAT (los mismos controles del
      *    certificado analitico de PLISCERT) el titulo queda
      *    bloqueado y no avanza. Modo 1 avanza titulos, modo 2
      *    consulta la historia de un titulo.
      *    Con la ventana batch abierta (PJOBSTRM corriendo la cadena
      *    nocturna) el modo 1 no entra, salvo que el supervisor lo
      *    fuerce; las consultas siguen disponibles
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGENTITU.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL ARCH-TIT         ASSIGN TO "TITULOS.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-tit.

       SELECT OPTIONAL ARCH-TMV         ASSIGN TO "TITMOVI.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-tmv.

       SELECT OPTIONAL ARCH-ALU         ASSIGN TO "ALUMNOS.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-alu.

       SELECT OPTIONAL ARCH-CUO         ASSIGN TO "CUOTAS.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-cuo.

       SELECT OPTIONAL ARCH-DOA         ASSIGN TO "DOCALU.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-doa.

       SELECT OPTIONAL ARCH-AUDIT       ASSIGN TO "AUDIT.LOG"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-aud.

       SELECT OPTIONAL ARCH-SES         ASSIGN TO "SESION.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-ses.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCH-TIT.
           01  REG-TIT.
                05 TIT-NRO-TITULO     PIC 9(5).
                05 TIT-NRO-ALUMNO     PIC 9(6).
                05 TIT-FECHA          PIC 9(8).
                05 TIT-PROMEDIO       PIC 99V99.
                05 ESPACIO-TIT        PIC XX.

       FD  ARCH-TMV.
           01  REG-TMV.
                05 TMV-NRO-TITULO     PIC 9(5).
                05 TMV-ETAPA          PIC 9.
                05 TMV-FECHA          PIC 9(8).
                05 TMV-HORA           PIC 9(6).
                05 TMV-USUARIO        PIC X(20).
                05 TMV-DNI-RECEPTOR   PIC X(10).
                05 TMV-RECEPTOR       PIC X(23).
                05 ESPACIO-TMV        PIC XX.

       FD  ARCH-ALU.
           01  REG-ALU.
                05 ALU-NRO-ALUMNO        PIC X(6).
                05 ALU-NOMBRE            PIC X(23).
                05 ALU-NRO-PAIS          PIC X(3).
                05 ALU-PLAN              PIC X.
                05 ALU-FECHA-INGRESO     PIC 9(8).
                05 ALU-ESTADO            PIC X.
                05 ALU-FECHA-ESTADO      PIC X(8).
                05 ALU-SEDE              PIC X(2).
                05 ALU-TURNO             PIC X.

       FD  ARCH-CUO.
           01  REG-CUO.
                05 CUO-NRO-ALUMNO     PIC 9(6).
                05 CUO-ANIO           PIC 9(4).
                05 CUO-MES            PIC 99.
                05 CUO-IMPORTE        PIC 9(5)V99.
                05 CUO-PAGADO         PIC 9(5)V99.
                05 CUO-FECHA-PAGO     PIC 9(8).
                05 CUO-TIPO           PIC X.
                    88 CUOTA-PLAN             VALUE "P".
                05 CUO-ESTADO         PIC X.
                    88 CUOTA-VIGENTE          VALUE " ".

       FD  ARCH-DOA.
           01  REG-DOA.
                05 DOA-NRO-ALUMNO     PIC 9(6).
                05 DOA-TIPO-DOC       PIC X(3).
                05 DOA-FECHA-RECIBIDO PIC 9(8).
                05 DOA-FECHA-VENCE    PIC 9(8).
                05 ESPACIO-DOA        PIC XX.

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

       FD  ARCH-SES.
           01  REG-SES.
                05 SES-USUARIO        PIC X(20).
                05 SES-ROL            PIC X.

       WORKING-STORAGE SECTION.
      * usuario y rol de la sesion que dejo PMENU en SESION.DAT; sin
      * sesion (corrida por fuera del menu) la auditoria usa USER
       01  wss-fs-ses                    PIC X(2).
           88 wss-fs-ses-OK                        VALUE '00'.
       77  wss-sesion-leida              PIC X     VALUE "N".
       77  wss-usuario-sesion            PIC X(20) VALUE SPACES.
       77  wss-rol-sesion                PIC X     VALUE SPACE.

       77  flag                          PIC X     VALUE "N".
       77  wss-modo                      PIC 9     VALUE 0.
       77  wss-confirma                  PIC X.
       77  wss-fechaHoy                  PIC 9(8).
       77  wss-periodoActual             PIC 9(6).

       01  wss-fs-tit                    PIC X(2).
           88 wss-fs-tit-OK                        VALUE '00'.
       01  wss-fs-tmv                    PIC X(2).
           88 wss-fs-tmv-OK                        VALUE '00'.
           88 wss-fs-tmv-NOEXISTE                  VALUE '05'.
       01  wss-fs-alu                    PIC X(2).
           88 wss-fs-alu-OK                        VALUE '00'.
       01  wss-fs-cuo                    PIC X(2).
           88 wss-fs-cuo-OK                        VALUE '00'.
       01  wss-fs-doa                    PIC X(2).
           88 wss-fs-doa-OK                        VALUE '00'.
       01  wss-fs-aud                    PIC X(2).
           88 wss-fs-aud-OK                        VALUE '00'.
           88 wss-fs-aud-NOEXISTE                  VALUE '05'.

      * nombres de las etapas del diploma, en orden
       01  TABLA-ETAPAS.
           05 FILLER                     PIC X(16) VALUE
           "SOLICITADO".
           05 FILLER                     PIC X(16) VALUE
           "IMPRESO".
           05 FILLER                     PIC X(16) VALUE
           "EN LEGALIZACION".
           05 FILLER                     PIC X(16) VALUE
           "LEGALIZADO".
           05 FILLER                     PIC X(16) VALUE
           "FIRMADO".
           05 FILLER                     PIC X(16) VALUE
           "ENTREGADO".
       01  FILLER REDEFINES TABLA-ETAPAS.
           05 nombreEtapa                OCCURS 6 TIMES PIC X(16).

      * titulos registrados con la etapa y la fecha de su ultimo
      * movimiento
       77  wss-cont-titulos              PIC 9(4)  COMP VALUE 0.
       01  VECTOR-TITULOS                OCCURS 2000 TIMES.
           05 vti-nroTitulo              PIC 9(5).
           05 vti-nroAlumno              PIC 9(6).
           05 vti-fechaEgreso            PIC 9(8).
           05 vti-etapa                  PIC 9.
           05 vti-fechaEtapa             PIC 9(8).
       77  WS-IND-TIT                    PIC 9(4)  COMP.
       77  wss-indTitulo                 PIC 9(4)  COMP.

       01  wss-nroTitulo                 PIC 9(5).
       01  wss-nroTituloX REDEFINES wss-nroTitulo
                                         PIC X(5).
       77  wss-etapaNueva                PIC 9.
       77  wss-nombreAlu                 PIC X(23).
       77  wss-dniReceptor               PIC X(10).
       77  wss-nombreReceptor            PIC X(23).

      * controles de bloqueo del egresado
       77  wss-cuotas-impagas            PIC 9(3)  COMP VALUE 0.
       77  wss-saldo-deuda               PIC 9(6)V99 COMP VALUE 0.
       77  wss-docs-pendientes           PIC 9(2)  COMP VALUE 0.
       77  wss-tiene-dni                 PIC X.
       77  wss-tiene-ana                 PIC X.
       77  wss-tiene-sal                 PIC X.
       77  wss-bloqueado                 PIC X     VALUE "N".

       01  LINEA-TITULO.
           05 FILLER                     PIC X(8)  VALUE "TITULO  ".
           05 ltt-nroTitulo              PIC 9(5).
           05 FILLER                     PIC X(10) VALUE "  ALUMNO  ".
           05 ltt-nroAlumno              PIC 9(6).
           05 FILLER                     PIC X(3)  VALUE " - ".
           05 ltt-nombre                 PIC X(23).
           05 FILLER                     PIC X(10) VALUE "  EGRESO  ".
           05 ltt-fechaEgreso            PIC 9(8).

       01  LINEA-ETAPA-ACTUAL.
           05 FILLER                     PIC X(16) VALUE
           "  ETAPA ACTUAL: ".
           05 lea-etapa                  PIC 9.
           05 FILLER                     PIC X     VALUE SPACE.
           05 lea-nombreEtapa            PIC X(16).
           05 FILLER                     PIC X(8)  VALUE " DESDE  ".
           05 lea-fechaEtapa             PIC 9(8).

       01  LINEA-MOVIMIENTO.
           05 FILLER                     PIC X(4)  VALUE SPACES.
           05 lmv-fecha                  PIC 9(8).
           05 FILLER                     PIC X     VALUE SPACE.
           05 lmv-hora                   PIC 9(6).
           05 FILLER                     PIC X(2)  VALUE SPACES.
           05 lmv-etapa                  PIC 9.
           05 FILLER                     PIC X     VALUE SPACE.
           05 lmv-nombreEtapa            PIC X(16).
           05 FILLER                     PIC X     VALUE SPACE.
           05 lmv-usuario                PIC X(20).
           05 FILLER                     PIC X     VALUE SPACE.
           05 lmv-dniReceptor            PIC X(10).

       01  LINEA-BLOQUEO.
           05 FILLER                     PIC X(30) VALUE
           "  BLOQUEADO: CUOTAS IMPAGAS   ".
           05 lbl-cuotas                 PIC ZZ9.
           05 FILLER                     PIC X(10) VALUE "  SALDO   ".
           05 lbl-saldo                  PIC ZZZZZ9.99.
           05 FILLER                     PIC X(19) VALUE
           "  DOCS PENDIENTES  ".
           05 lbl-docs                   PIC 9.

       01  RUTINAS.
           05 Rventana                   PIC X(8)  VALUE "RUTVENTA".

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
           PERFORM 0500-SELECCIONAR-MODO
           IF wss-modo = 1
               PERFORM 8550-CONTROLAR-VENTANA-BATCH
           END-IF
           ACCEPT wss-fechaHoy FROM DATE YYYYMMDD
           MOVE wss-fechaHoy(1:6) TO wss-periodoActual
           PERFORM 0900-CARGAR-TITULOS
           IF wss-cont-titulos = 0
               DISPLAY "no hay titulos registrados en TITULOS.DAT"
           ELSE
               PERFORM 0950-CARGAR-ETAPAS
               EVALUATE wss-modo
                   WHEN 1
                       PERFORM 1000-MODO-AVANZAR-ETAPAS
                   WHEN 2
                       PERFORM 4000-MODO-CONSULTAR-TITULO
               END-EVALUATE
           END-IF
           PERFORM 6000-CERRAR-PROGRAMA.

      */////////////////////////////////////////////////////////////////

       0500-SELECCIONAR-MODO.
           PERFORM UNTIL wss-modo = 1 OR wss-modo = 2
               DISPLAY "1-AVANZAR LA ETAPA DE TITULOS"
               DISPLAY "2-CONSULTAR LA HISTORIA DE UN TITULO"
               ACCEPT wss-modo
               IF wss-modo NOT = 1 AND wss-modo NOT = 2
                   DISPLAY "opcion invalida"
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------

      * todo titulo arranca SOLICITADO con la fecha de egreso
       0900-CARGAR-TITULOS.
           OPEN INPUT ARCH-TIT
           IF wss-fs-tit-OK
               READ ARCH-TIT AT END MOVE "S" TO flag
               END-READ
               PERFORM UNTIL flag = "S"
                   IF wss-cont-titulos < 2000
                       ADD 1 TO wss-cont-titulos
                       MOVE wss-cont-titulos TO WS-IND-TIT
                       MOVE TIT-NRO-TITULO TO vti-nroTitulo(WS-IND-TIT)
                       MOVE TIT-NRO-ALUMNO TO vti-nroAlumno(WS-IND-TIT)
                       MOVE TIT-FECHA TO vti-fechaEgreso(WS-IND-TIT)
                       MOVE 1 TO vti-etapa(WS-IND-TIT)
                       MOVE TIT-FECHA TO vti-fechaEtapa(WS-IND-TIT)
                   ELSE
                       DISPLAY "ADVERTENCIA: mas de 2000 titulos, "
                           "los restantes no se pueden seguir"
                   END-IF
                   READ ARCH-TIT AT END MOVE "S" TO flag
                   END-READ
               END-PERFORM
               CLOSE ARCH-TIT
           ELSE
               CLOSE ARCH-TIT
           END-IF
           MOVE "N" TO flag.

      *-----------------------------------------------------------------

      * TITMOVI.DAT se graba en orden; el ultimo movimiento de cada
      * titulo es su etapa vigente
       0950-CARGAR-ETAPAS.
           OPEN INPUT ARCH-TMV
           IF wss-fs-tmv-OK
               READ ARCH-TMV AT END MOVE "S" TO flag
               END-READ
               PERFORM UNTIL flag = "S"
                   MOVE TMV-NRO-TITULO TO wss-nroTitulo
                   PERFORM 0990-BUSCAR-TITULO
                   IF wss-indTitulo > 0
                       MOVE TMV-ETAPA TO vti-etapa(wss-indTitulo)
                       MOVE TMV-FECHA TO vti-fechaEtapa(wss-indTitulo)
                   END-IF
                   READ ARCH-TMV AT END MOVE "S" TO flag
                   END-READ
               END-PERFORM
               CLOSE ARCH-TMV
           ELSE
               CLOSE ARCH-TMV
           END-IF
           MOVE "N" TO flag.

      *-----------------------------------------------------------------

       0990-BUSCAR-TITULO.
           MOVE 0 TO wss-indTitulo
           PERFORM VARYING WS-IND-TIT FROM 1 BY 1
                   UNTIL WS-IND-TIT > wss-cont-titulos
                   OR wss-indTitulo > 0
               IF vti-nroTitulo(WS-IND-TIT) = wss-nroTitulo
                   MOVE WS-IND-TIT TO wss-indTitulo
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------

       1000-MODO-AVANZAR-ETAPAS.
           OPEN EXTEND ARCH-TMV
           IF NOT wss-fs-tmv-OK AND NOT wss-fs-tmv-NOEXISTE then
               display "error al abrir el archivo TITMOVI.DAT"
               PERFORM 6000-CERRAR-PROGRAMA
           END-IF
           OPEN EXTEND ARCH-AUDIT
           IF NOT wss-fs-aud-OK AND NOT wss-fs-aud-NOEXISTE then
               display "error al abrir el archivo AUDIT.LOG"
               CLOSE ARCH-TMV
               PERFORM 6000-CERRAR-PROGRAMA
           END-IF

           MOVE SPACES TO wss-nroTituloX
           PERFORM 2000-AVANZAR-UN-TITULO
               UNTIL wss-nroTituloX = "00000"

           CLOSE ARCH-TMV
           IF NOT wss-fs-tmv-OK then
               display "error al cerrar TITMOVI.DAT"
           END-IF
           CLOSE ARCH-AUDIT
           IF NOT wss-fs-aud-OK then
               display "error al cerrar AUDIT.LOG"
           END-IF.

      *-----------------------------------------------------------------

       2000-AVANZAR-UN-TITULO.
           DISPLAY " "
           DISPLAY "INGRESE EL NUMERO DE TITULO (5 digitos, 00000 "
               "PARA TERMINAR)"
           ACCEPT wss-nroTituloX
           IF wss-nroTituloX NOT = "00000"
               IF wss-nroTituloX IS NOT NUMERIC
                   DISPLAY "error ingreso un numero invalido"
               ELSE
                   PERFORM 0990-BUSCAR-TITULO
                   IF wss-indTitulo = 0
                       DISPLAY "el titulo " wss-nroTitulo " no esta "
                           "registrado en TITULOS.DAT"
                   ELSE
                       PERFORM 3000-MOSTRAR-TITULO
                       IF vti-etapa(wss-indTitulo) = 6
                           DISPLAY "el titulo ya fue entregado, no "
                               "tiene mas etapas"
                       ELSE
                           PERFORM 3500-VERIFICAR-BLOQUEO
                           IF wss-bloqueado = "S"
                               DISPLAY LINEA-BLOQUEO
                               DISPLAY "el titulo queda bloqueado "
                                   "hasta regularizar la situacion"
                           ELSE
                               PERFORM 2100-CONFIRMAR-Y-GRABAR
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *-----------------------------------------------------------------

       2100-CONFIRMAR-Y-GRABAR.
           COMPUTE wss-etapaNueva = vti-etapa(wss-indTitulo) + 1
           MOVE SPACES TO wss-dniReceptor
           MOVE SPACES TO wss-nombreReceptor
           IF wss-etapaNueva = 6
               PERFORM 2200-INGRESAR-RECEPTOR
           END-IF
           DISPLAY "PASA A LA ETAPA " wss-etapaNueva " "
               nombreEtapa(wss-etapaNueva) " CONFIRMA? (S/N)"
           ACCEPT wss-confirma
           IF wss-confirma NOT = "S" AND wss-confirma NOT = "s"
               DISPLAY "no se modifico el titulo"
           ELSE
               MOVE wss-nroTitulo TO TMV-NRO-TITULO
               MOVE wss-etapaNueva TO TMV-ETAPA
               ACCEPT TMV-FECHA FROM DATE YYYYMMDD
               ACCEPT TMV-HORA FROM TIME
               PERFORM 8800-OBTENER-USUARIO-SESION
               IF wss-usuario-sesion = SPACES
                   ACCEPT TMV-USUARIO FROM ENVIRONMENT "USER"
               ELSE
                   MOVE wss-usuario-sesion TO TMV-USUARIO
               END-IF
               MOVE wss-dniReceptor TO TMV-DNI-RECEPTOR
               MOVE wss-nombreReceptor TO TMV-RECEPTOR
               MOVE SPACES TO ESPACIO-TMV
               WRITE REG-TMV
               IF NOT wss-fs-tmv-OK then
                   display "error al escribir TITMOVI.DAT"
               ELSE
                   MOVE wss-etapaNueva TO vti-etapa(wss-indTitulo)
                   MOVE TMV-FECHA TO vti-fechaEtapa(wss-indTitulo)
                   MOVE SPACES TO aud-clave
                   STRING "TITULO "       DELIMITED BY SIZE
                       wss-nroTitulo      DELIMITED BY SIZE
                       "/ETAPA "          DELIMITED BY SIZE
                       wss-etapaNueva     DELIMITED BY SIZE
                       INTO aud-clave
                   END-STRING
                   PERFORM 3150-REGISTRAR-AUDITORIA
                   DISPLAY "titulo " wss-nroTitulo " en etapa "
                       nombreEtapa(wss-etapaNueva)
               END-IF
           END-IF.

      *-----------------------------------------------------------------

      * la entrega exige el documento y el nombre de quien retira
      * el diploma (el egresado o un apoderado)
       2200-INGRESAR-RECEPTOR.
           PERFORM UNTIL wss-dniReceptor NOT = SPACES
               DISPLAY "INGRESE EL DOCUMENTO DE QUIEN RECIBE EL "
                   "TITULO (hasta 10 caracteres)"
               ACCEPT wss-dniReceptor
               IF wss-dniReceptor = SPACES
                   DISPLAY "error el documento es obligatorio"
               END-IF
           END-PERFORM
           PERFORM UNTIL wss-nombreReceptor NOT = SPACES
               DISPLAY "INGRESE EL NOMBRE DE QUIEN RECIBE EL TITULO"
               ACCEPT wss-nombreReceptor
               IF wss-nombreReceptor = SPACES
                   DISPLAY "error el nombre es obligatorio"
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------

       3000-MOSTRAR-TITULO.
           MOVE vti-nroAlumno(wss-indTitulo) TO ltt-nroAlumno
           PERFORM 3050-BUSCAR-NOMBRE-ALUMNO
           MOVE wss-nroTitulo TO ltt-nroTitulo
           MOVE wss-nombreAlu TO ltt-nombre
           MOVE vti-fechaEgreso(wss-indTitulo) TO ltt-fechaEgreso
           DISPLAY LINEA-TITULO
           MOVE vti-etapa(wss-indTitulo) TO lea-etapa
           MOVE nombreEtapa(vti-etapa(wss-indTitulo)) TO
               lea-nombreEtapa
           MOVE vti-fechaEtapa(wss-indTitulo) TO lea-fechaEtapa
           DISPLAY LINEA-ETAPA-ACTUAL.

      *-----------------------------------------------------------------

       3050-BUSCAR-NOMBRE-ALUMNO.
           MOVE "NO ENCONTRADO" TO wss-nombreAlu
           OPEN INPUT ARCH-ALU
           IF wss-fs-alu-OK
               READ ARCH-ALU AT END MOVE "S" TO flag
               END-READ
               PERFORM UNTIL flag = "S"
                   IF ALU-NRO-ALUMNO = ltt-nroAlumno
                       MOVE ALU-NOMBRE TO wss-nombreAlu
                       MOVE "S" TO flag
                   ELSE
                       READ ARCH-ALU AT END MOVE "S" TO flag
                       END-READ
                   END-IF
               END-PERFORM
               CLOSE ARCH-ALU
           ELSE
               CLOSE ARCH-ALU
           END-IF
           MOVE "N" TO flag.

      *-----------------------------------------------------------------

      * deja constancia en AUDIT.LOG de quien y cuando movio el titulo
       3150-REGISTRAR-AUDITORIA.
           ACCEPT aud-fecha FROM DATE YYYYMMDD
           ACCEPT aud-hora FROM TIME
           PERFORM 8800-OBTENER-USUARIO-SESION
           IF wss-usuario-sesion = SPACES
               ACCEPT aud-usuario FROM ENVIRONMENT "USER"
           ELSE
               MOVE wss-usuario-sesion TO aud-usuario
           END-IF
           MOVE "PGENTITU" TO aud-programa
           WRITE REG-AUDIT
           IF NOT wss-fs-aud-OK then
               display "error al escribir en AUDIT.LOG"
           END-IF.

      *-----------------------------------------------------------------

      * mismos controles que el certificado analitico: deuda de
      * cuotas con la regla de PLISCERT y el juego obligatorio DNI,
      * ANA y SAL vigente; sin el archivo no hay control
       3500-VERIFICAR-BLOQUEO.
           MOVE "N" TO wss-bloqueado
           MOVE 0 TO wss-cuotas-impagas
           MOVE 0 TO wss-saldo-deuda
           MOVE 0 TO wss-docs-pendientes
           OPEN INPUT ARCH-CUO
           IF wss-fs-cuo-OK
               READ ARCH-CUO AT END MOVE "S" TO flag
               END-READ
               PERFORM UNTIL flag = "S"
      *            lo refinanciado en un plan de pagos no es deuda y
      *            la cuota del plan que todavia no vencio tampoco
                   IF CUO-NRO-ALUMNO = vti-nroAlumno(wss-indTitulo)
                           AND CUO-PAGADO < CUO-IMPORTE
                           AND CUOTA-VIGENTE
                           AND (NOT CUOTA-PLAN
                               OR CUO-ANIO * 100 + CUO-MES <
                                   wss-periodoActual)
                       ADD 1 TO wss-cuotas-impagas
                       COMPUTE wss-saldo-deuda = wss-saldo-deuda
                           + CUO-IMPORTE - CUO-PAGADO
                   END-IF
                   READ ARCH-CUO AT END MOVE "S" TO flag
                   END-READ
               END-PERFORM
               CLOSE ARCH-CUO
           ELSE
               CLOSE ARCH-CUO
           END-IF
           MOVE "N" TO flag

           MOVE "N" TO wss-tiene-dni
           MOVE "N" TO wss-tiene-ana
           MOVE "N" TO wss-tiene-sal
           OPEN INPUT ARCH-DOA
           IF wss-fs-doa-OK
               READ ARCH-DOA AT END MOVE "S" TO flag
               END-READ
               PERFORM UNTIL flag = "S"
                   IF DOA-NRO-ALUMNO = vti-nroAlumno(wss-indTitulo)
                           AND (DOA-FECHA-VENCE = 0 OR
                               DOA-FECHA-VENCE >= wss-fechaHoy)
                       EVALUATE DOA-TIPO-DOC
                           WHEN "DNI"
                               MOVE "S" TO wss-tiene-dni
                           WHEN "ANA"
                               MOVE "S" TO wss-tiene-ana
                           WHEN "SAL"
                               MOVE "S" TO wss-tiene-sal
                       END-EVALUATE
                   END-IF
                   READ ARCH-DOA AT END MOVE "S" TO flag
                   END-READ
               END-PERFORM
               CLOSE ARCH-DOA
               IF wss-tiene-dni = "N"
                   ADD 1 TO wss-docs-pendientes
               END-IF
               IF wss-tiene-ana = "N"
                   ADD 1 TO wss-docs-pendientes
               END-IF
               IF wss-tiene-sal = "N"
                   ADD 1 TO wss-docs-pendientes
               END-IF
           ELSE
               CLOSE ARCH-DOA
           END-IF
           MOVE "N" TO flag

           IF wss-cuotas-impagas > 0 OR wss-docs-pendientes > 0
               MOVE "S" TO wss-bloqueado
           END-IF
           MOVE wss-cuotas-impagas  TO lbl-cuotas
           MOVE wss-saldo-deuda     TO lbl-saldo
           MOVE wss-docs-pendientes TO lbl-docs.

      *-----------------------------------------------------------------

       4000-MODO-CONSULTAR-TITULO.
           MOVE "N" TO wss-confirma
           PERFORM UNTIL wss-confirma = "S"
               DISPLAY "INGRESE EL NUMERO DE TITULO (5 digitos)"
               ACCEPT wss-nroTituloX
               IF wss-nroTituloX IS NUMERIC
                   MOVE "S" TO wss-confirma
               ELSE
                   DISPLAY "error ingreso un numero invalido"
               END-IF
           END-PERFORM
           PERFORM 0990-BUSCAR-TITULO
           IF wss-indTitulo = 0
               DISPLAY "el titulo " wss-nroTitulo " no esta "
                   "registrado en TITULOS.DAT"
           ELSE
               PERFORM 3000-MOSTRAR-TITULO
               DISPLAY "    FECHA    HORA    ETAPA                  "
                   "OPERADOR             RECEPTOR"
               OPEN INPUT ARCH-TMV
               IF wss-fs-tmv-OK
                   READ ARCH-TMV AT END MOVE "S" TO flag
                   END-READ
                   PERFORM UNTIL flag = "S"
                       IF TMV-NRO-TITULO = wss-nroTitulo
                           MOVE TMV-FECHA TO lmv-fecha
                           MOVE TMV-HORA TO lmv-hora
                           MOVE TMV-ETAPA TO lmv-etapa
                           MOVE nombreEtapa(TMV-ETAPA) TO
                               lmv-nombreEtapa
                           MOVE TMV-USUARIO TO lmv-usuario
                           MOVE TMV-DNI-RECEPTOR TO lmv-dniReceptor
                           DISPLAY LINEA-MOVIMIENTO
                           IF TMV-RECEPTOR NOT = SPACES
                               DISPLAY "      RECIBIO: " TMV-RECEPTOR
                           END-IF
                       END-IF
                       READ ARCH-TMV AT END MOVE "S" TO flag
                       END-READ
                   END-PERFORM
                   CLOSE ARCH-TMV
               ELSE
                   CLOSE ARCH-TMV
               END-IF
               MOVE "N" TO flag
               IF vti-etapa(wss-indTitulo) < 6
                   PERFORM 3500-VERIFICAR-BLOQUEO
                   IF wss-bloqueado = "S"
                       DISPLAY LINEA-BLOQUEO
                   END-IF
               END-IF
           END-IF.

      *-----------------------------------------------------------------

       6000-CERRAR-PROGRAMA.
           GOBACK.

      *-----------------------------------------------------------------

      * el usuario de la sesion lo deja PMENU en SESION.DAT; si no
      * hay sesion (corrida por fuera del menu) vale la variable USER
       8800-OBTENER-USUARIO-SESION.
           IF wss-sesion-leida = "N"
               MOVE "S" TO wss-sesion-leida
               OPEN INPUT ARCH-SES
               IF wss-fs-ses-OK
                   READ ARCH-SES AT END CONTINUE
                       NOT AT END
                           MOVE SES-USUARIO TO wss-usuario-sesion
                           MOVE SES-ROL     TO wss-rol-sesion
                   END-READ
                   CLOSE ARCH-SES
               ELSE
                   CLOSE ARCH-SES
               END-IF
           END-IF.

      *-----------------------------------------------------------------

      * con la cadena nocturna corriendo el programa no entra a
      * actualizar (salvo que el supervisor lo fuerce)
       8550-CONTROLAR-VENTANA-BATCH.
           INITIALIZE AREA-DE-COMMUNICATION-VEN
           MOVE 5 TO OPCION-V
           MOVE "PGENTITU" TO V-PROGRAMA
           CALL Rventana USING AREA-DE-COMMUNICATION-VEN
           IF retorn-num-v NOT = 0
               PERFORM 6000-CERRAR-PROGRAMA
           END-IF.

      *-----------------------------------------------------------------
       END PROGRAM PGENTITU.

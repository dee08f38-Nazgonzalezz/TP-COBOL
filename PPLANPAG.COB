      ******************************************************************
      * Author: Gonzalez Nazarena Araceli
      * Date:
      * Purpose: Planes de pago para alumnos morosos. El alta toma
      *    las cuotas y recargos vencidos e impagos del alumno en
      *    CUOTAS.DAT, los consolida en N cuotas de plan (tipo "P",
      *    una por mes, que vencen el ultimo dia de su mes) y deja
      *    los cargos originales marcados como refinanciados ("F").
      *    El plan queda en PLANPAG.DAT y el detalle de lo que
      *    refinancio en PLANDET.DAT. Las cuotas del plan se cobran
      *    por ventanilla en PGENCUOT como cualquier otra. El
      *    control de planes revisa los planes activos: el que
      *    tiene todas sus cuotas pagas queda cumplido y el que
      *    acumula la cantidad de cuotas vencidas impagas pactada
      *    se da por caido: los cargos originales vuelven a ser
      *    deuda (con lo pagado en el plan imputado a los mas
      *    viejos) y las cuotas del plan sin pagar se anulan. Quien
      *    esta al dia con su plan no figura como moroso en
      *    PGENCUOT, PLISCERT ni PCONLEGA. La consulta de un alumno
      *    lista sus planes y cuotas en PLANLIS.DAT.
      *    Al empezar avisa si CUOTAS.DAT no coincide con su registro de
      *    control de CTLMAEST.DAT y al salir deja los nuevos totales a
      *    traves de RUTCONTR.
      *    Con la ventana batch abierta (PJOBSTRM corriendo la cadena
      *    nocturna) los modos 1 y 3 no entran, salvo que el supervisor
      *    lo fuerce; las consultas siguen disponibles
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PPLANPAG.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL ARCH-CUO         ASSIGN TO "CUOTAS.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-cuo.

       SELECT OPTIONAL ARCH-PPG         ASSIGN TO "PLANPAG.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-ppg.

       SELECT OPTIONAL ARCH-PLD         ASSIGN TO "PLANDET.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-pld.

       SELECT OPTIONAL ARCH-LIS         ASSIGN TO "PLANLIS.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-lis.

       SELECT OPTIONAL ARCH-AUDIT       ASSIGN TO "AUDIT.LOG"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-aud.

       SELECT OPTIONAL ARCH-SES         ASSIGN TO "SESION.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-ses.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCH-CUO.
           01  REG-CUO.
                05 CUO-NRO-ALUMNO     PIC 9(6).
                05 CUO-ANIO           PIC 9(4).
                05 CUO-MES            PIC 99.
                05 CUO-IMPORTE        PIC 9(5)V99.
                05 CUO-PAGADO         PIC 9(5)V99.
                05 CUO-FECHA-PAGO     PIC 9(8).
                05 CUO-TIPO           PIC X.
                    88 CUOTA-MENSUAL          VALUE " " "C".
                    88 CUOTA-RECARGO          VALUE "R".
                    88 CUOTA-PLAN             VALUE "P".
                05 CUO-ESTADO         PIC X.
                    88 CUOTA-VIGENTE          VALUE " ".
                    88 CUOTA-REFINANCIADA     VALUE "F".
                    88 CUOTA-ANULADA          VALUE "A".

      * un registro por plan; las cuotas del plan son los meses
      * consecutivos desde PPG-DESDE-ANIO/MES
       FD  ARCH-PPG.
           01  REG-PPG.
                05 PPG-NUMERO         PIC 9(6).
                05 PPG-NRO-ALUMNO     PIC 9(6).
                05 PPG-FECHA-ALTA     PIC 9(8).
                05 PPG-USUARIO        PIC X(20).
                05 PPG-DEUDA          PIC 9(7)V99.
                05 PPG-CANT-CUOTAS    PIC 99.
                05 PPG-IMPORTE-CUOTA  PIC 9(5)V99.
                05 PPG-DESDE-ANIO     PIC 9(4).
                05 PPG-DESDE-MES      PIC 99.
                05 PPG-MAX-IMPAGAS    PIC 99.
                05 PPG-ESTADO         PIC X.
                    88 PPG-ACTIVO             VALUE "A".
                    88 PPG-CAIDO              VALUE "C".
                    88 PPG-CUMPLIDO           VALUE "T".
                05 PPG-FECHA-ESTADO   PIC 9(8).
                05 ESPACIO-PPG        PIC XX.

      * cada cargo de CUOTAS.DAT que entro en el plan, con el saldo
      * que se refinancio
       FD  ARCH-PLD.
           01  REG-PLD.
                05 PLD-NUMERO         PIC 9(6).
                05 PLD-NRO-ALUMNO     PIC 9(6).
                05 PLD-ANIO           PIC 9(4).
                05 PLD-MES            PIC 99.
                05 PLD-TIPO           PIC X.
                05 PLD-SALDO          PIC 9(5)V99.
                05 ESPACIO-PLD        PIC XX.

       FD  ARCH-LIS.
           01  REG-LIS               PIC X(90).

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
       77  flag                          PIC 9     VALUE 0.
       77  wss-modo                      PIC 9     VALUE 0.

       01  wss-fs-cuo                    PIC X(2).
           88 wss-fs-cuo-OK                        VALUE '00'.
           88 wss-fs-cuo-NOEXISTE                  VALUE '05'.
           88 wss-fs-cuo-OCUPADO                   VALUE '61' '93'
                                                    '94' '99'.

       01  wss-fs-ppg                    PIC X(2).
           88 wss-fs-ppg-OK                        VALUE '00'.
           88 wss-fs-ppg-NOEXISTE                  VALUE '05'.

       01  wss-fs-pld                    PIC X(2).
           88 wss-fs-pld-OK                        VALUE '00'.
           88 wss-fs-pld-NOEXISTE                  VALUE '05'.

       01  wss-fs-lis                    PIC X(2).
           88 wss-fs-lis-OK                        VALUE '00'.

       01  wss-fs-aud                    PIC X(2).
           88 wss-fs-aud-OK                        VALUE '00'.
           88 wss-fs-aud-NOEXISTE                  VALUE '05'.

       01  wss-fs-ses                    PIC X(2).
           88 wss-fs-ses-OK                        VALUE '00'.
       77  wss-sesion-leida              PIC X     VALUE "N".
       77  wss-usuario-sesion            PIC X(20) VALUE SPACES.
       77  wss-rol-sesion                PIC X     VALUE SPACE.

       77  wss-reintentos                PIC 9     VALUE 0.
       77  wss-segundos-espera           PIC 9(3)  COMP VALUE 2.

       77  wss-fechaHoy                  PIC 9(8).
       77  wss-periodoActual             PIC 9(6).
       77  wss-periodo                   PIC 9(6).
       77  wss-nroAlumno                 PIC X(6).
       77  wss-nombreAlumno              PIC X(23).
       77  wss-dato-valido               PIC X     VALUE "N".
       77  wss-confirma                  PIC X     VALUE "N".
       77  wss-ultimoPlan                PIC 9(6)  VALUE 0.
       77  wss-nroPlan                   PIC 9(6)  VALUE 0.
       77  wss-tiene-plan-activo         PIC X     VALUE "N".

      * condiciones del plan que se esta dando de alta
       77  wss-cantCuotas                PIC 99    VALUE 0.
       77  wss-maxImpagas                PIC 99    VALUE 0.
       77  wss-desdeAnio                 PIC 9(4)  VALUE 0.
       77  wss-desdeMes                  PIC 99    VALUE 0.
       77  wss-deudaTotal                PIC 9(7)V99 VALUE 0.
       77  wss-importeCuota              PIC 9(5)V99 VALUE 0.
       77  wss-importeUltima             PIC 9(5)V99 VALUE 0.
       77  wss-anioCuota                 PIC 9(4).
       77  wss-mesCuota                  PIC 99.
       77  wss-desdePeriodo              PIC 9(6).
       77  wss-hastaPeriodo              PIC 9(6).
       77  wss-choca                     PIC X     VALUE "N".

      * cargos vencidos e impagos del alumno que entran en el plan
       77  wss-cont-deuda                PIC 9(3)  COMP VALUE 0.
       01  VECTOR-DEUDA                  OCCURS 120 TIMES.
           05 vdd-anio                   PIC 9(4).
           05 vdd-mes                    PIC 99.
           05 vdd-tipo                   PIC X.
           05 vdd-saldo                  PIC 9(5)V99.
       77  WS-IND-DDA                    PIC 9(3)  COMP.

      * cuotas de plan vigentes que ya tiene el alumno
       77  wss-cont-cuoplan              PIC 9(3)  COMP VALUE 0.
       01  VECTOR-CUOPLAN                OCCURS 120 TIMES.
           05 vcp-periodo                PIC 9(6).
       77  WS-IND-CPL                    PIC 9(3)  COMP.

      * planes activos a controlar
       77  wss-cont-planes               PIC 9(4)  COMP VALUE 0.
       01  VECTOR-PLANES                 OCCURS 1000 TIMES.
           05 vpl-numero                 PIC 9(6).
           05 vpl-nroAlumno              PIC 9(6).
           05 vpl-desde                  PIC 9(6).
           05 vpl-hasta                  PIC 9(6).
           05 vpl-cantCuotas             PIC 99.
           05 vpl-maxImpagas             PIC 99.
           05 vpl-pagas                  PIC 99.
           05 vpl-vencidasImpagas        PIC 99.
           05 vpl-totalPagado            PIC 9(7)V99.
           05 vpl-aDistribuir            PIC 9(7)V99.
           05 vpl-resultado              PIC X.
               88 vpl-SIGUE                        VALUE "A".
               88 vpl-CAE                          VALUE "C".
               88 vpl-CUMPLE                       VALUE "T".
       77  WS-IND-PLA                    PIC 9(4)  COMP.
       77  WS-IND-PL2                    PIC 9(4)  COMP.

      * detalle de los planes que caen, para devolver sus cargos
       77  wss-cont-detalle              PIC 9(4)  COMP VALUE 0.
       01  VECTOR-DETALLE                OCCURS 3000 TIMES.
           05 vdt-plan                   PIC 9(4)  COMP.
           05 vdt-nroAlumno              PIC 9(6).
           05 vdt-anio                   PIC 9(4).
           05 vdt-mes                    PIC 99.
           05 vdt-tipo                   PIC X.
       77  WS-IND-DET                    PIC 9(4)  COMP.
       77  WS-IND-DE2                    PIC 9(4)  COMP.

       77  wss-saldo                     PIC 9(5)V99.
       77  wss-aplicar                   PIC 9(5)V99.
       77  wss-cont-caidos               PIC 9(4)  VALUE 0.
       77  wss-cont-cumplidos            PIC 9(4)  VALUE 0.
       77  wss-cont-al-dia               PIC 9(4)  VALUE 0.

       01  RUTINAS.
           05 Ralum                      PIC X(8)  VALUE "RLEEALUM".
           05 Rcontrol                   PIC X(8)  VALUE "RUTCONTR".
           05 Rventana                   PIC X(8)  VALUE "RUTVENTA".

       01  LINEA-DEUDA.
           05 FILLER                     PIC X(4)  VALUE SPACES.
           05 ldd-concepto               PIC X(14).
           05 ldd-mes                    PIC 99.
           05 FILLER                     PIC X     VALUE "/".
           05 ldd-anio                   PIC 9(4).
           05 FILLER                     PIC X(4)  VALUE SPACES.
           05 ldd-saldo                  PIC ZZZZ9.99.

       01  LINEA-PLAN.
           05 FILLER                     PIC X(8)  VALUE
           "  PLAN: ".
           05 lpl-numero                 PIC 9(6).
           05 FILLER                     PIC X(9)  VALUE
           "  ALTA: ".
           05 lpl-fechaAlta              PIC 9(8).
           05 FILLER                     PIC X(9)  VALUE
           "  DEUDA: ".
           05 lpl-deuda                  PIC ZZZZZZ9.99.
           05 FILLER                     PIC X(10) VALUE
           "  CUOTAS: ".
           05 lpl-cantCuotas             PIC Z9.
           05 FILLER                     PIC X(2)  VALUE SPACES.
           05 lpl-estado                 PIC X(10).

       01  LINEA-CUOTA-PLAN.
           05 FILLER                     PIC X(6)  VALUE SPACES.
           05 lcp-mes                    PIC 99.
           05 FILLER                     PIC X     VALUE "/".
           05 lcp-anio                   PIC 9(4).
           05 FILLER                     PIC X(12) VALUE
           "  IMPORTE: ".
           05 lcp-importe                PIC ZZZZ9.99.
           05 FILLER                     PIC X(11) VALUE
           "  PAGADO: ".
           05 lcp-pagado                 PIC ZZZZ9.99.
           05 FILLER                     PIC X(2)  VALUE SPACES.
           05 lcp-situacion              PIC X(16).

       01  LINEA-CONTROL.
           05 FILLER                     PIC X(2)  VALUE SPACES.
           05 lct-numero                 PIC 9(6).
           05 FILLER                     PIC X     VALUE SPACE.
           05 lct-nroAlumno              PIC 9(6).
           05 FILLER                     PIC X(9)  VALUE
           "  PAGAS: ".
           05 lct-pagas                  PIC Z9.
           05 FILLER                     PIC X     VALUE "/".
           05 lct-cantCuotas             PIC Z9.
           05 FILLER                     PIC X(20) VALUE
           "  VENCIDAS IMPAGAS: ".
           05 lct-vencidas               PIC Z9.
           05 FILLER                     PIC X(2)  VALUE SPACES.
           05 lct-resultado              PIC X(20).

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
           PERFORM 8600-VERIFICAR-CONTROLES
           PERFORM 0500-SELECCIONAR-MODO
           IF wss-modo = 1 OR wss-modo = 3
               PERFORM 8550-CONTROLAR-VENTANA-BATCH
           END-IF
           INITIALIZE AREA-DE-COMMUNICATIONN
           MOVE 1    TO OPCION
           CALL Ralum USING AREA-DE-COMMUNICATIONN
           ACCEPT wss-fechaHoy FROM DATE YYYYMMDD
           MOVE wss-fechaHoy(1:6) TO wss-periodoActual
           EVALUATE wss-modo
               WHEN 1
                   PERFORM 1000-MODO-ALTA-DE-PLAN
               WHEN 2
                   PERFORM 2000-MODO-CONSULTA-ALUMNO
               WHEN 3
                   PERFORM 3000-MODO-CONTROL-DE-PLANES
           END-EVALUATE
           PERFORM 5000-CERRAR-PROGRAMA.

      */////////////////////////////////////////////////////////////////

       0500-SELECCIONAR-MODO.
           PERFORM UNTIL wss-modo >= 1 AND wss-modo <= 3
               DISPLAY "1-ALTA DE UN PLAN DE PAGOS"
               DISPLAY "2-CONSULTA DE LOS PLANES DE UN ALUMNO"
               DISPLAY "3-CONTROL DE PLANES (CUMPLIDOS Y CAIDOS)"
               ACCEPT wss-modo
               IF wss-modo < 1 OR wss-modo > 3
                   DISPLAY "opcion invalida"
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------

       1000-MODO-ALTA-DE-PLAN.
           PERFORM 1100-INGRESAR-ALUMNO
           PERFORM 1200-VERIFICAR-PLANES
           IF wss-tiene-plan-activo = "S"
               DISPLAY "el alumno ya tiene un plan de pagos activo, "
                   "no se puede dar de alta otro"
               PERFORM 5000-CERRAR-PROGRAMA
           END-IF
           PERFORM 1300-JUNTAR-DEUDA-VENCIDA
           IF wss-cont-deuda = 0
               DISPLAY "el alumno " wss-nroAlumno " no tiene deuda "
                   "vencida para refinanciar"
               PERFORM 5000-CERRAR-PROGRAMA
           END-IF
           PERFORM 1400-INGRESAR-CONDICIONES
           IF wss-confirma NOT = "S"
               DISPLAY "plan no grabado"
               PERFORM 5000-CERRAR-PROGRAMA
           END-IF
           PERFORM 1500-MARCAR-REFINANCIADAS
           PERFORM 1600-GRABAR-CUOTAS-DEL-PLAN
           PERFORM 1700-GRABAR-PLAN
           DISPLAY "plan " wss-nroPlan " grabado: " wss-cantCuotas
               " cuotas desde " wss-desdeMes "/" wss-desdeAnio.

      *-----------------------------------------------------------------

       1100-INGRESAR-ALUMNO.
           MOVE "N" TO wss-dato-valido
           PERFORM UNTIL wss-dato-valido = "S"
               DISPLAY "INGRESE EL NUMERO DE ALUMNO (6 digitos)"
               ACCEPT wss-nroAlumno
               MOVE 2 TO OPCION
               MOVE wss-nroAlumno TO NUM-DAT-BUSCAR
               CALL Ralum USING AREA-DE-COMMUNICATIONN
               IF retorn-num = 0
                   MOVE DESCRIPCION TO wss-nombreAlumno
                   DISPLAY "ALUMNO: " wss-nombreAlumno
                   MOVE "S" TO wss-dato-valido
               ELSE
                   DISPLAY "el alumno no existe"
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------

      * recorre PLANPAG.DAT: ultimo numero usado y si el alumno ya
      * tiene un plan activo
       1200-VERIFICAR-PLANES.
           MOVE 0 TO wss-ultimoPlan
           MOVE "N" TO wss-tiene-plan-activo
           OPEN INPUT ARCH-PPG
           IF wss-fs-ppg-OK
               MOVE 0 TO flag
               READ ARCH-PPG AT END MOVE 1 TO flag
               END-READ
               PERFORM UNTIL flag = 1
                   IF PPG-NUMERO > wss-ultimoPlan
                       MOVE PPG-NUMERO TO wss-ultimoPlan
                   END-IF
                   IF PPG-NRO-ALUMNO = wss-nroAlumno AND PPG-ACTIVO
                       MOVE "S" TO wss-tiene-plan-activo
                   END-IF
                   READ ARCH-PPG AT END MOVE 1 TO flag
                   END-READ
               END-PERFORM
               MOVE 0 TO flag
           END-IF
           CLOSE ARCH-PPG.

      *-----------------------------------------------------------------

      * entra en el plan todo cargo vigente e impago de un mes ya
      * cerrado; de paso se anotan las cuotas de plan que ya tenga
       1300-JUNTAR-DEUDA-VENCIDA.
           MOVE 0 TO wss-cont-deuda
           MOVE 0 TO wss-cont-cuoplan
           MOVE 0 TO wss-deudaTotal
           OPEN INPUT ARCH-CUO
           IF NOT wss-fs-cuo-OK
               DISPLAY "no hay cuotas cargadas (CUOTAS.DAT)"
               CLOSE ARCH-CUO
               PERFORM 5000-CERRAR-PROGRAMA
           END-IF
           DISPLAY "CARGOS VENCIDOS QUE ENTRAN EN EL PLAN:"
           MOVE 0 TO flag
           READ ARCH-CUO AT END MOVE 1 TO flag
           END-READ
           PERFORM UNTIL flag = 1
               IF CUO-NRO-ALUMNO = wss-nroAlumno AND CUOTA-VIGENTE
                   COMPUTE wss-periodo = CUO-ANIO * 100 + CUO-MES
                   IF CUOTA-PLAN
                       IF wss-cont-cuoplan < 120
                           ADD 1 TO wss-cont-cuoplan
                           MOVE wss-periodo TO
                               vcp-periodo(wss-cont-cuoplan)
                       END-IF
                   ELSE
                       IF CUO-PAGADO < CUO-IMPORTE
                               AND wss-periodo < wss-periodoActual
                           PERFORM 1310-GUARDAR-UN-CARGO
                       END-IF
                   END-IF
               END-IF
               READ ARCH-CUO AT END MOVE 1 TO flag
               END-READ
           END-PERFORM
           CLOSE ARCH-CUO
           MOVE 0 TO flag.

      *-----------------------------------------------------------------

       1310-GUARDAR-UN-CARGO.
           IF wss-cont-deuda < 120
               ADD 1 TO wss-cont-deuda
               MOVE CUO-ANIO TO vdd-anio(wss-cont-deuda)
               MOVE CUO-MES  TO vdd-mes(wss-cont-deuda)
               MOVE CUO-TIPO TO vdd-tipo(wss-cont-deuda)
               COMPUTE vdd-saldo(wss-cont-deuda) =
                   CUO-IMPORTE - CUO-PAGADO
               ADD vdd-saldo(wss-cont-deuda) TO wss-deudaTotal
               IF CUOTA-RECARGO
                   MOVE "RECARGO MORA  " TO ldd-concepto
               ELSE
                   MOVE "CUOTA         " TO ldd-concepto
               END-IF
               MOVE CUO-MES  TO ldd-mes
               MOVE CUO-ANIO TO ldd-anio
               MOVE vdd-saldo(wss-cont-deuda) TO ldd-saldo
               DISPLAY LINEA-DEUDA
           ELSE
               DISPLAY "ADVERTENCIA: mas de 120 cargos vencidos, el "
                   "cargo " CUO-MES "/" CUO-ANIO " queda fuera del "
                   "plan"
           END-IF.

      *-----------------------------------------------------------------

      * cantidad de cuotas, primer mes (por defecto el que viene) y
      * cuantas cuotas vencidas impagas hacen caer el plan
       1400-INGRESAR-CONDICIONES.
           DISPLAY "DEUDA TOTAL A REFINANCIAR: " wss-deudaTotal
           MOVE "N" TO wss-dato-valido
           PERFORM UNTIL wss-dato-valido = "S"
               DISPLAY "INGRESE LA CANTIDAD DE CUOTAS DEL PLAN "
                   "(2 a 24)"
               ACCEPT wss-cantCuotas
               IF wss-cantCuotas >= 2 AND wss-cantCuotas <= 24
                   MOVE "S" TO wss-dato-valido
               ELSE
                   DISPLAY "cantidad de cuotas invalida"
               END-IF
           END-PERFORM

           MOVE wss-fechaHoy(1:4) TO wss-desdeAnio
           MOVE wss-fechaHoy(5:2) TO wss-desdeMes
           ADD 1 TO wss-desdeMes
           IF wss-desdeMes > 12
               MOVE 1 TO wss-desdeMes
               ADD 1 TO wss-desdeAnio
           END-IF
           DISPLAY "LA PRIMERA CUOTA VENCE EN " wss-desdeMes "/"
               wss-desdeAnio ". INGRESE OTRO MES (2 digitos) O 0 "
               "PARA ACEPTAR"
           ACCEPT wss-mesCuota
           IF wss-mesCuota >= 1 AND wss-mesCuota <= 12
               MOVE wss-mesCuota TO wss-desdeMes
               DISPLAY "INGRESE EL ANIO DE LA PRIMERA CUOTA "
                   "(4 digitos)"
               ACCEPT wss-desdeAnio
           END-IF
           IF wss-desdeAnio * 100 + wss-desdeMes < wss-periodoActual
               DISPLAY "la primera cuota no puede vencer en un mes "
                   "ya pasado"
               MOVE "N" TO wss-confirma
           ELSE
               DISPLAY "CUANTAS CUOTAS VENCIDAS IMPAGAS HACEN CAER EL "
                   "PLAN? (0 = 3)"
               ACCEPT wss-maxImpagas
               IF wss-maxImpagas = 0
                   MOVE 3 TO wss-maxImpagas
               END-IF
               IF wss-maxImpagas > wss-cantCuotas
                   MOVE wss-cantCuotas TO wss-maxImpagas
               END-IF
               COMPUTE wss-importeCuota =
                   wss-deudaTotal / wss-cantCuotas
               COMPUTE wss-importeUltima = wss-deudaTotal
                   - wss-importeCuota * (wss-cantCuotas - 1)
               PERFORM 1410-VERIFICAR-MESES-LIBRES
               IF wss-choca = "S"
                   DISPLAY "el alumno ya tiene cuotas de plan en esos "
                       "meses, elija otro primer mes"
                   MOVE "N" TO wss-confirma
               ELSE
                   DISPLAY wss-cantCuotas " CUOTAS DE "
                       wss-importeCuota " (LA ULTIMA DE "
                       wss-importeUltima ") DESDE "
                       wss-desdeMes "/" wss-desdeAnio
                   DISPLAY "EL PLAN CAE CON " wss-maxImpagas
                       " CUOTAS VENCIDAS IMPAGAS"
                   DISPLAY "CONFIRMA EL PLAN? (S/N)"
                   ACCEPT wss-confirma
               END-IF
           END-IF.

      *-----------------------------------------------------------------

       1410-VERIFICAR-MESES-LIBRES.
           MOVE "N" TO wss-choca
           MOVE wss-desdeAnio TO wss-anioCuota
           MOVE wss-desdeMes  TO wss-mesCuota
           PERFORM VARYING WS-IND-DDA FROM 1 BY 1
                   UNTIL WS-IND-DDA > wss-cantCuotas
               COMPUTE wss-periodo = wss-anioCuota * 100 + wss-mesCuota
               PERFORM VARYING WS-IND-CPL FROM 1 BY 1
                       UNTIL WS-IND-CPL > wss-cont-cuoplan
                   IF vcp-periodo(WS-IND-CPL) = wss-periodo
                       MOVE "S" TO wss-choca
                   END-IF
               END-PERFORM
               PERFORM 8700-MES-SIGUIENTE
           END-PERFORM.

      *-----------------------------------------------------------------

      * una pasada I-O por CUOTAS.DAT marcando "F" los cargos que
      * entraron en el plan
       1500-MARCAR-REFINANCIADAS.
           OPEN I-O ARCH-CUO
           IF wss-fs-cuo-OCUPADO
               PERFORM 8910-REINTENTAR-APERTURA-IO
           END-IF
           IF NOT wss-fs-cuo-OK
               DISPLAY "error al abrir CUOTAS.DAT, el plan no se graba"
               PERFORM 5000-CERRAR-PROGRAMA
           END-IF
           MOVE 0 TO flag
           READ ARCH-CUO AT END MOVE 1 TO flag
           END-READ
           PERFORM UNTIL flag = 1
               IF CUO-NRO-ALUMNO = wss-nroAlumno AND CUOTA-VIGENTE
                       AND NOT CUOTA-PLAN
                   PERFORM VARYING WS-IND-DDA FROM 1 BY 1
                           UNTIL WS-IND-DDA > wss-cont-deuda
                       IF vdd-anio(WS-IND-DDA) = CUO-ANIO
                               AND vdd-mes(WS-IND-DDA) = CUO-MES
                               AND vdd-tipo(WS-IND-DDA) = CUO-TIPO
                               AND CUOTA-VIGENTE
                           MOVE "F" TO CUO-ESTADO
                           REWRITE REG-CUO
                           IF NOT wss-fs-cuo-OK
                               DISPLAY "error al marcar refinanciada "
                                   "la cuota " CUO-MES "/" CUO-ANIO
                           END-IF
                       END-IF
                   END-PERFORM
               END-IF
               READ ARCH-CUO AT END MOVE 1 TO flag
               END-READ
           END-PERFORM
           CLOSE ARCH-CUO
           MOVE 0 TO flag.

      *-----------------------------------------------------------------

       1600-GRABAR-CUOTAS-DEL-PLAN.
           OPEN EXTEND ARCH-CUO
           IF wss-fs-cuo-OCUPADO
               PERFORM 8920-REINTENTAR-APERTURA-EXT
           END-IF
           IF NOT wss-fs-cuo-OK AND NOT wss-fs-cuo-NOEXISTE
               DISPLAY "error al abrir CUOTAS.DAT para las cuotas del "
                   "plan, avise al supervisor"
               PERFORM 5000-CERRAR-PROGRAMA
           END-IF
           MOVE wss-desdeAnio TO wss-anioCuota
           MOVE wss-desdeMes  TO wss-mesCuota
           PERFORM VARYING WS-IND-DDA FROM 1 BY 1
                   UNTIL WS-IND-DDA > wss-cantCuotas
               MOVE wss-nroAlumno TO CUO-NRO-ALUMNO
               MOVE wss-anioCuota TO CUO-ANIO
               MOVE wss-mesCuota  TO CUO-MES
               IF WS-IND-DDA = wss-cantCuotas
                   MOVE wss-importeUltima TO CUO-IMPORTE
               ELSE
                   MOVE wss-importeCuota TO CUO-IMPORTE
               END-IF
               MOVE 0     TO CUO-PAGADO
               MOVE 0     TO CUO-FECHA-PAGO
               MOVE "P"   TO CUO-TIPO
               MOVE SPACE TO CUO-ESTADO
               WRITE REG-CUO
               IF NOT wss-fs-cuo-OK
                   DISPLAY "error al grabar la cuota de plan "
                       wss-mesCuota "/" wss-anioCuota
               END-IF
               PERFORM 8700-MES-SIGUIENTE
           END-PERFORM
           CLOSE ARCH-CUO.

      *-----------------------------------------------------------------

       1700-GRABAR-PLAN.
           ADD 1 TO wss-ultimoPlan GIVING wss-nroPlan
           PERFORM 8800-OBTENER-USUARIO-SESION
           INITIALIZE REG-PPG
           MOVE wss-nroPlan       TO PPG-NUMERO
           MOVE wss-nroAlumno     TO PPG-NRO-ALUMNO
           MOVE wss-fechaHoy      TO PPG-FECHA-ALTA
           IF wss-usuario-sesion = SPACES
               ACCEPT PPG-USUARIO FROM ENVIRONMENT "USER"
           ELSE
               MOVE wss-usuario-sesion TO PPG-USUARIO
           END-IF
           MOVE wss-deudaTotal    TO PPG-DEUDA
           MOVE wss-cantCuotas    TO PPG-CANT-CUOTAS
           MOVE wss-importeCuota  TO PPG-IMPORTE-CUOTA
           MOVE wss-desdeAnio     TO PPG-DESDE-ANIO
           MOVE wss-desdeMes      TO PPG-DESDE-MES
           MOVE wss-maxImpagas    TO PPG-MAX-IMPAGAS
           MOVE "A"               TO PPG-ESTADO
           MOVE wss-fechaHoy      TO PPG-FECHA-ESTADO
           MOVE SPACES            TO ESPACIO-PPG
           OPEN EXTEND ARCH-PPG
           IF NOT wss-fs-ppg-OK AND NOT wss-fs-ppg-NOEXISTE
               DISPLAY "error al abrir PLANPAG.DAT, avise al "
                   "supervisor: las cuotas del plan ya se grabaron"
           ELSE
               WRITE REG-PPG
               IF NOT wss-fs-ppg-OK
                   DISPLAY "error al grabar el plan " wss-nroPlan
               END-IF
           END-IF
           CLOSE ARCH-PPG

           OPEN EXTEND ARCH-PLD
           IF wss-fs-pld-OK OR wss-fs-pld-NOEXISTE
               PERFORM VARYING WS-IND-DDA FROM 1 BY 1
                       UNTIL WS-IND-DDA > wss-cont-deuda
                   MOVE wss-nroPlan           TO PLD-NUMERO
                   MOVE wss-nroAlumno         TO PLD-NRO-ALUMNO
                   MOVE vdd-anio(WS-IND-DDA)  TO PLD-ANIO
                   MOVE vdd-mes(WS-IND-DDA)   TO PLD-MES
                   MOVE vdd-tipo(WS-IND-DDA)  TO PLD-TIPO
                   MOVE vdd-saldo(WS-IND-DDA) TO PLD-SALDO
                   MOVE SPACES                TO ESPACIO-PLD
                   WRITE REG-PLD
               END-PERFORM
           ELSE
               DISPLAY "error al abrir PLANDET.DAT, avise al "
                   "supervisor"
           END-IF
           CLOSE ARCH-PLD

           OPEN EXTEND ARCH-AUDIT
           MOVE SPACES TO aud-clave
           STRING "PLAN/"        DELIMITED BY SIZE
               wss-nroPlan       DELIMITED BY SIZE
               "/A"              DELIMITED BY SIZE
               INTO aud-clave
           END-STRING
           PERFORM 3150-REGISTRAR-AUDITORIA
           CLOSE ARCH-AUDIT.

      *-----------------------------------------------------------------

      * lista en PLANLIS.DAT los planes del alumno con la situacion
      * de cada una de sus cuotas
       2000-MODO-CONSULTA-ALUMNO.
           PERFORM 1100-INGRESAR-ALUMNO
           OPEN OUTPUT ARCH-LIS
           IF NOT wss-fs-lis-OK
               DISPLAY "error al abrir el archivo PLANLIS.DAT"
               PERFORM 5000-CERRAR-PROGRAMA
           END-IF
           WRITE REG-LIS FROM
               "**************************************************"
           WRITE REG-LIS FROM
               "*         PLANES DE PAGO DEL ALUMNO              *"
           WRITE REG-LIS FROM
               "**************************************************"
           MOVE SPACES TO REG-LIS
           STRING "  ALUMNO: "   DELIMITED BY SIZE
               wss-nroAlumno     DELIMITED BY SIZE
               " - "             DELIMITED BY SIZE
               wss-nombreAlumno  DELIMITED BY SIZE
               INTO REG-LIS
           END-STRING
           WRITE REG-LIS
           MOVE 0 TO wss-cont-planes
           OPEN INPUT ARCH-PPG
           IF wss-fs-ppg-OK
               MOVE 0 TO flag
               READ ARCH-PPG AT END MOVE 1 TO flag
               END-READ
               PERFORM UNTIL flag = 1
                   IF PPG-NRO-ALUMNO = wss-nroAlumno
                       PERFORM 2100-LISTAR-UN-PLAN
                   END-IF
                   READ ARCH-PPG AT END MOVE 1 TO flag
                   END-READ
               END-PERFORM
               MOVE 0 TO flag
           END-IF
           CLOSE ARCH-PPG
           IF wss-cont-planes = 0
               WRITE REG-LIS FROM "  EL ALUMNO NO TIENE PLANES DE PAGO"
           END-IF
           CLOSE ARCH-LIS
           DISPLAY "planes del alumno listados en PLANLIS.DAT: "
               wss-cont-planes.

      *-----------------------------------------------------------------

       2100-LISTAR-UN-PLAN.
           ADD 1 TO wss-cont-planes
           WRITE REG-LIS FROM SPACES
           MOVE PPG-NUMERO      TO lpl-numero
           MOVE PPG-FECHA-ALTA  TO lpl-fechaAlta
           MOVE PPG-DEUDA       TO lpl-deuda
           MOVE PPG-CANT-CUOTAS TO lpl-cantCuotas
           EVALUATE TRUE
               WHEN PPG-ACTIVO
                   MOVE "ACTIVO"   TO lpl-estado
               WHEN PPG-CAIDO
                   MOVE "CAIDO"    TO lpl-estado
               WHEN PPG-CUMPLIDO
                   MOVE "CUMPLIDO" TO lpl-estado
           END-EVALUATE
           WRITE REG-LIS FROM LINEA-PLAN
           COMPUTE wss-desdePeriodo =
               PPG-DESDE-ANIO * 100 + PPG-DESDE-MES
           MOVE PPG-DESDE-ANIO TO wss-anioCuota
           MOVE PPG-DESDE-MES  TO wss-mesCuota
           PERFORM VARYING WS-IND-DDA FROM 1 BY 1
                   UNTIL WS-IND-DDA >= PPG-CANT-CUOTAS
               PERFORM 8700-MES-SIGUIENTE
           END-PERFORM
           COMPUTE wss-hastaPeriodo = wss-anioCuota * 100 + wss-mesCuota
           OPEN INPUT ARCH-CUO
           IF wss-fs-cuo-OK
               MOVE 0 TO flag
               READ ARCH-CUO AT END MOVE 1 TO flag
               END-READ
               PERFORM UNTIL flag = 1
                   COMPUTE wss-periodo = CUO-ANIO * 100 + CUO-MES
                   IF CUO-NRO-ALUMNO = PPG-NRO-ALUMNO AND CUOTA-PLAN
                           AND wss-periodo >= wss-desdePeriodo
                           AND wss-periodo <= wss-hastaPeriodo
                       PERFORM 2110-LISTAR-UNA-CUOTA
                   END-IF
                   READ ARCH-CUO AT END MOVE 1 TO flag
                   END-READ
               END-PERFORM
           END-IF
           CLOSE ARCH-CUO
           MOVE 0 TO flag.

      *-----------------------------------------------------------------

       2110-LISTAR-UNA-CUOTA.
           MOVE CUO-MES     TO lcp-mes
           MOVE CUO-ANIO    TO lcp-anio
           MOVE CUO-IMPORTE TO lcp-importe
           MOVE CUO-PAGADO  TO lcp-pagado
           EVALUATE TRUE
               WHEN CUOTA-ANULADA
                   MOVE "ANULADA"          TO lcp-situacion
               WHEN CUO-PAGADO >= CUO-IMPORTE
                   MOVE "PAGA"             TO lcp-situacion
               WHEN wss-periodo < wss-periodoActual
                   MOVE "VENCIDA IMPAGA"   TO lcp-situacion
               WHEN OTHER
                   MOVE "A VENCER"         TO lcp-situacion
           END-EVALUATE
           WRITE REG-LIS FROM LINEA-CUOTA-PLAN.

      *-----------------------------------------------------------------

      * revisa todos los planes activos contra sus cuotas: el que
      * tiene todo pago se cumple, el que junto las cuotas vencidas
      * impagas pactadas cae y devuelve la deuda original
       3000-MODO-CONTROL-DE-PLANES.
           PERFORM 8800-OBTENER-USUARIO-SESION
           IF wss-rol-sesion NOT = "S"
               DISPLAY "solo el supervisor puede correr el control "
                   "de planes"
               PERFORM 5000-CERRAR-PROGRAMA
           END-IF
           PERFORM 3100-CARGAR-PLANES-ACTIVOS
           IF wss-cont-planes = 0
               DISPLAY "no hay planes de pago activos"
               PERFORM 5000-CERRAR-PROGRAMA
           END-IF
           PERFORM 3200-CONTAR-CUOTAS-DE-PLAN
           PERFORM 3300-DECIDIR-PLANES
           IF wss-cont-caidos > 0
               PERFORM 3400-CARGAR-DETALLE-CAIDOS
               PERFORM 3500-DEVOLVER-DEUDA-ORIGINAL
           END-IF
           PERFORM 3600-ACTUALIZAR-PLANES
           PERFORM 3700-GRABAR-INFORME-CONTROL.

      *-----------------------------------------------------------------

       3100-CARGAR-PLANES-ACTIVOS.
           MOVE 0 TO wss-cont-planes
           OPEN INPUT ARCH-PPG
           IF wss-fs-ppg-OK
               MOVE 0 TO flag
               READ ARCH-PPG AT END MOVE 1 TO flag
               END-READ
               PERFORM UNTIL flag = 1
                   IF PPG-ACTIVO
                       IF wss-cont-planes < 1000
                           PERFORM 3110-GUARDAR-UN-PLAN
                       ELSE
                           DISPLAY "ADVERTENCIA: mas de 1000 planes "
                               "activos, el plan " PPG-NUMERO
                               " se controla la proxima vez"
                       END-IF
                   END-IF
                   READ ARCH-PPG AT END MOVE 1 TO flag
                   END-READ
               END-PERFORM
               MOVE 0 TO flag
           END-IF
           CLOSE ARCH-PPG.

      *-----------------------------------------------------------------

       3110-GUARDAR-UN-PLAN.
           ADD 1 TO wss-cont-planes
           MOVE wss-cont-planes TO WS-IND-PLA
           INITIALIZE VECTOR-PLANES(WS-IND-PLA)
           MOVE PPG-NUMERO      TO vpl-numero(WS-IND-PLA)
           MOVE PPG-NRO-ALUMNO  TO vpl-nroAlumno(WS-IND-PLA)
           MOVE PPG-CANT-CUOTAS TO vpl-cantCuotas(WS-IND-PLA)
           MOVE PPG-MAX-IMPAGAS TO vpl-maxImpagas(WS-IND-PLA)
           MOVE "A"             TO vpl-resultado(WS-IND-PLA)
           COMPUTE vpl-desde(WS-IND-PLA) =
               PPG-DESDE-ANIO * 100 + PPG-DESDE-MES
           MOVE PPG-DESDE-ANIO TO wss-anioCuota
           MOVE PPG-DESDE-MES  TO wss-mesCuota
           PERFORM VARYING WS-IND-DDA FROM 1 BY 1
                   UNTIL WS-IND-DDA >= PPG-CANT-CUOTAS
               PERFORM 8700-MES-SIGUIENTE
           END-PERFORM
           COMPUTE vpl-hasta(WS-IND-PLA) =
               wss-anioCuota * 100 + wss-mesCuota.

      *-----------------------------------------------------------------

       3200-CONTAR-CUOTAS-DE-PLAN.
           OPEN INPUT ARCH-CUO
           IF NOT wss-fs-cuo-OK
               DISPLAY "no hay cuotas cargadas (CUOTAS.DAT)"
               CLOSE ARCH-CUO
               PERFORM 5000-CERRAR-PROGRAMA
           END-IF
           MOVE 0 TO flag
           READ ARCH-CUO AT END MOVE 1 TO flag
           END-READ
           PERFORM UNTIL flag = 1
               IF CUOTA-PLAN AND CUOTA-VIGENTE
                   PERFORM 3210-BUSCAR-PLAN-DE-LA-CUOTA
                   IF WS-IND-PLA > 0
                       ADD CUO-PAGADO TO vpl-totalPagado(WS-IND-PLA)
                       IF CUO-PAGADO >= CUO-IMPORTE
                           ADD 1 TO vpl-pagas(WS-IND-PLA)
                       ELSE
                           IF wss-periodo < wss-periodoActual
                               ADD 1 TO vpl-vencidasImpagas(WS-IND-PLA)
                           END-IF
                       END-IF
                   END-IF
               END-IF
               READ ARCH-CUO AT END MOVE 1 TO flag
               END-READ
           END-PERFORM
           CLOSE ARCH-CUO
           MOVE 0 TO flag.

      *-----------------------------------------------------------------

      * deja en WS-IND-PLA el plan activo al que pertenece la cuota
      * del registro leido, o cero
       3210-BUSCAR-PLAN-DE-LA-CUOTA.
           COMPUTE wss-periodo = CUO-ANIO * 100 + CUO-MES
           MOVE 0 TO WS-IND-PLA
           PERFORM VARYING WS-IND-PL2 FROM 1 BY 1
                   UNTIL WS-IND-PL2 > wss-cont-planes
                   OR WS-IND-PLA > 0
               IF vpl-nroAlumno(WS-IND-PL2) = CUO-NRO-ALUMNO
                       AND wss-periodo >= vpl-desde(WS-IND-PL2)
                       AND wss-periodo <= vpl-hasta(WS-IND-PL2)
                   MOVE WS-IND-PL2 TO WS-IND-PLA
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------

       3300-DECIDIR-PLANES.
           PERFORM VARYING WS-IND-PLA FROM 1 BY 1
                   UNTIL WS-IND-PLA > wss-cont-planes
               EVALUATE TRUE
                   WHEN vpl-pagas(WS-IND-PLA) >=
                           vpl-cantCuotas(WS-IND-PLA)
                       MOVE "T" TO vpl-resultado(WS-IND-PLA)
                       ADD 1 TO wss-cont-cumplidos
                   WHEN vpl-vencidasImpagas(WS-IND-PLA) >=
                           vpl-maxImpagas(WS-IND-PLA)
                       MOVE "C" TO vpl-resultado(WS-IND-PLA)
                       MOVE vpl-totalPagado(WS-IND-PLA) TO
                           vpl-aDistribuir(WS-IND-PLA)
                       ADD 1 TO wss-cont-caidos
                   WHEN OTHER
                       ADD 1 TO wss-cont-al-dia
               END-EVALUATE
           END-PERFORM.

      *-----------------------------------------------------------------

       3400-CARGAR-DETALLE-CAIDOS.
           MOVE 0 TO wss-cont-detalle
           OPEN INPUT ARCH-PLD
           IF wss-fs-pld-OK
               MOVE 0 TO flag
               READ ARCH-PLD AT END MOVE 1 TO flag
               END-READ
               PERFORM UNTIL flag = 1
                   PERFORM VARYING WS-IND-PLA FROM 1 BY 1
                           UNTIL WS-IND-PLA > wss-cont-planes
                       IF vpl-numero(WS-IND-PLA) = PLD-NUMERO
                               AND vpl-CAE(WS-IND-PLA)
                               AND wss-cont-detalle < 3000
                           ADD 1 TO wss-cont-detalle
                           MOVE WS-IND-PLA TO
                               vdt-plan(wss-cont-detalle)
                           MOVE PLD-NRO-ALUMNO TO
                               vdt-nroAlumno(wss-cont-detalle)
                           MOVE PLD-ANIO TO vdt-anio(wss-cont-detalle)
                           MOVE PLD-MES  TO vdt-mes(wss-cont-detalle)
                           MOVE PLD-TIPO TO vdt-tipo(wss-cont-detalle)
                       END-IF
                   END-PERFORM
                   READ ARCH-PLD AT END MOVE 1 TO flag
                   END-READ
               END-PERFORM
               MOVE 0 TO flag
           ELSE
               DISPLAY "no se encontro PLANDET.DAT: los cargos "
                   "refinanciados de los planes caidos se devuelven "
                   "a mano"
           END-IF
           CLOSE ARCH-PLD.

      *-----------------------------------------------------------------

      * plan caido: cada cargo refinanciado vuelve a vigente y se le
      * imputa lo pagado en el plan (a los mas viejos primero, en el
      * orden del archivo); la cuota de plan impaga se anula y la
      * pagada en parte queda saldada por lo que se pago
       3500-DEVOLVER-DEUDA-ORIGINAL.
           OPEN I-O ARCH-CUO
           IF wss-fs-cuo-OCUPADO
               PERFORM 8910-REINTENTAR-APERTURA-IO
           END-IF
           IF NOT wss-fs-cuo-OK
               DISPLAY "error al abrir CUOTAS.DAT, el control de "
                   "planes no se completa, reintente"
               PERFORM 5000-CERRAR-PROGRAMA
           END-IF
           MOVE 0 TO flag
           READ ARCH-CUO AT END MOVE 1 TO flag
           END-READ
           PERFORM UNTIL flag = 1
               EVALUATE TRUE
                   WHEN CUOTA-PLAN AND CUOTA-VIGENTE
                       PERFORM 3210-BUSCAR-PLAN-DE-LA-CUOTA
                       IF WS-IND-PLA > 0
                           IF vpl-CAE(WS-IND-PLA)
                                   AND CUO-PAGADO < CUO-IMPORTE
                               PERFORM 3510-ANULAR-CUOTA-PLAN
                           END-IF
                       END-IF
                   WHEN CUOTA-REFINANCIADA
                       PERFORM 3520-RESTAURAR-CARGO
               END-EVALUATE
               READ ARCH-CUO AT END MOVE 1 TO flag
               END-READ
           END-PERFORM
           CLOSE ARCH-CUO
           MOVE 0 TO flag.

      *-----------------------------------------------------------------

       3510-ANULAR-CUOTA-PLAN.
           IF CUO-PAGADO > 0
               MOVE CUO-PAGADO TO CUO-IMPORTE
           ELSE
               MOVE "A" TO CUO-ESTADO
           END-IF
           REWRITE REG-CUO
           IF NOT wss-fs-cuo-OK
               DISPLAY "error al anular la cuota de plan " CUO-MES "/"
                   CUO-ANIO " del alumno " CUO-NRO-ALUMNO
           END-IF.

      *-----------------------------------------------------------------

       3520-RESTAURAR-CARGO.
           MOVE 0 TO WS-IND-DE2
           PERFORM VARYING WS-IND-DET FROM 1 BY 1
                   UNTIL WS-IND-DET > wss-cont-detalle
                   OR WS-IND-DE2 > 0
               IF vdt-nroAlumno(WS-IND-DET) = CUO-NRO-ALUMNO
                       AND vdt-anio(WS-IND-DET) = CUO-ANIO
                       AND vdt-mes(WS-IND-DET) = CUO-MES
                       AND vdt-tipo(WS-IND-DET) = CUO-TIPO
                   MOVE WS-IND-DET TO WS-IND-DE2
               END-IF
           END-PERFORM
           IF WS-IND-DE2 > 0
               MOVE vdt-plan(WS-IND-DE2) TO WS-IND-PLA
               MOVE SPACE TO CUO-ESTADO
               COMPUTE wss-saldo = CUO-IMPORTE - CUO-PAGADO
               IF vpl-aDistribuir(WS-IND-PLA) > 0 AND wss-saldo > 0
                   IF vpl-aDistribuir(WS-IND-PLA) < wss-saldo
                       MOVE vpl-aDistribuir(WS-IND-PLA) TO wss-aplicar
                   ELSE
                       MOVE wss-saldo TO wss-aplicar
                   END-IF
                   ADD wss-aplicar TO CUO-PAGADO
                   SUBTRACT wss-aplicar FROM vpl-aDistribuir(WS-IND-PLA)
                   MOVE wss-fechaHoy TO CUO-FECHA-PAGO
               END-IF
               REWRITE REG-CUO
               IF NOT wss-fs-cuo-OK
                   DISPLAY "error al devolver el cargo " CUO-MES "/"
                       CUO-ANIO " del alumno " CUO-NRO-ALUMNO
               END-IF
           END-IF.

      *-----------------------------------------------------------------

       3600-ACTUALIZAR-PLANES.
           OPEN I-O ARCH-PPG
           IF NOT wss-fs-ppg-OK
               DISPLAY "error al abrir PLANPAG.DAT, los planes no "
                   "cambian de estado"
               PERFORM 5000-CERRAR-PROGRAMA
           END-IF
           OPEN EXTEND ARCH-AUDIT
           MOVE 0 TO flag
           READ ARCH-PPG AT END MOVE 1 TO flag
           END-READ
           PERFORM UNTIL flag = 1
               IF PPG-ACTIVO
                   PERFORM VARYING WS-IND-PLA FROM 1 BY 1
                           UNTIL WS-IND-PLA > wss-cont-planes
                       IF vpl-numero(WS-IND-PLA) = PPG-NUMERO
                               AND NOT vpl-SIGUE(WS-IND-PLA)
                           MOVE vpl-resultado(WS-IND-PLA) TO
                               PPG-ESTADO
                           MOVE wss-fechaHoy TO PPG-FECHA-ESTADO
                           REWRITE REG-PPG
                           MOVE SPACES TO aud-clave
                           STRING "PLAN/"        DELIMITED BY SIZE
                               PPG-NUMERO        DELIMITED BY SIZE
                               "/"               DELIMITED BY SIZE
                               PPG-ESTADO        DELIMITED BY SIZE
                               INTO aud-clave
                           END-STRING
                           PERFORM 3150-REGISTRAR-AUDITORIA
                       END-IF
                   END-PERFORM
               END-IF
               READ ARCH-PPG AT END MOVE 1 TO flag
               END-READ
           END-PERFORM
           CLOSE ARCH-PPG
           CLOSE ARCH-AUDIT
           MOVE 0 TO flag.

      *-----------------------------------------------------------------

       3700-GRABAR-INFORME-CONTROL.
           OPEN OUTPUT ARCH-LIS
           IF NOT wss-fs-lis-OK
               DISPLAY "error al abrir el archivo PLANLIS.DAT"
               PERFORM 5000-CERRAR-PROGRAMA
           END-IF
           WRITE REG-LIS FROM
               "**************************************************"
           WRITE REG-LIS FROM
               "*          CONTROL DE PLANES DE PAGO             *"
           WRITE REG-LIS FROM
               "**************************************************"
           WRITE REG-LIS FROM SPACES
           PERFORM VARYING WS-IND-PLA FROM 1 BY 1
                   UNTIL WS-IND-PLA > wss-cont-planes
               MOVE vpl-numero(WS-IND-PLA)          TO lct-numero
               MOVE vpl-nroAlumno(WS-IND-PLA)       TO lct-nroAlumno
               MOVE vpl-pagas(WS-IND-PLA)           TO lct-pagas
               MOVE vpl-cantCuotas(WS-IND-PLA)      TO lct-cantCuotas
               MOVE vpl-vencidasImpagas(WS-IND-PLA) TO lct-vencidas
               EVALUATE TRUE
                   WHEN vpl-CUMPLE(WS-IND-PLA)
                       MOVE "CUMPLIDO"             TO lct-resultado
                   WHEN vpl-CAE(WS-IND-PLA)
                       MOVE "*** CAIDO ***"        TO lct-resultado
                   WHEN vpl-vencidasImpagas(WS-IND-PLA) > 0
                       MOVE "ACTIVO CON ATRASO"    TO lct-resultado
                   WHEN OTHER
                       MOVE "ACTIVO AL DIA"        TO lct-resultado
               END-EVALUATE
               WRITE REG-LIS FROM LINEA-CONTROL
           END-PERFORM
           CLOSE ARCH-LIS
           DISPLAY "*** CONTROL DE PLANES COMPLETADO ***"
           DISPLAY "activos: " wss-cont-al-dia
               "  cumplidos: " wss-cont-cumplidos
               "  caidos: " wss-cont-caidos
               " (ver PLANLIS.DAT)".

      *-----------------------------------------------------------------

       3150-REGISTRAR-AUDITORIA.
           ACCEPT aud-fecha FROM DATE YYYYMMDD
           ACCEPT aud-hora FROM TIME
           PERFORM 8800-OBTENER-USUARIO-SESION
           IF wss-usuario-sesion = SPACES
               ACCEPT aud-usuario FROM ENVIRONMENT "USER"
           ELSE
               MOVE wss-usuario-sesion TO aud-usuario
           END-IF
           MOVE "PPLANPAG" TO aud-programa
           WRITE REG-AUDIT
           IF NOT wss-fs-aud-OK then
               display "error al escribir en AUDIT.LOG"
           END-IF.

      *-----------------------------------------------------------------

       5000-CERRAR-PROGRAMA.
           PERFORM 8650-SELLAR-CONTROLES
           GOBACK.

      *-----------------------------------------------------------------

      * avanza wss-anioCuota/wss-mesCuota al mes siguiente
       8700-MES-SIGUIENTE.
           ADD 1 TO wss-mesCuota
           IF wss-mesCuota > 12
               MOVE 1 TO wss-mesCuota
               ADD 1 TO wss-anioCuota
           END-IF.

      *-----------------------------------------------------------------

      * reintenta la apertura de CUOTAS.DAT mientras el estado sea de
      * comparticion, avisando al operador en cada vuelta
       8910-REINTENTAR-APERTURA-IO.
           MOVE 0 TO wss-reintentos
           PERFORM UNTIL NOT wss-fs-cuo-OCUPADO
                   OR wss-reintentos >= 5
               ADD 1 TO wss-reintentos
               DISPLAY "CUOTAS.DAT esta en uso por otro operador "
                   "(estado " wss-fs-cuo "), reintento "
                   wss-reintentos " de 5..."
               CALL "C$SLEEP" USING wss-segundos-espera
               OPEN I-O ARCH-CUO
           END-PERFORM
           IF wss-fs-cuo-OCUPADO
               DISPLAY "CUOTAS.DAT sigue en uso; avise a "
                   "quien lo este usando y reintente en unos "
                   "minutos"
           END-IF.

      *-----------------------------------------------------------------

       8920-REINTENTAR-APERTURA-EXT.
           MOVE 0 TO wss-reintentos
           PERFORM UNTIL NOT wss-fs-cuo-OCUPADO
                   OR wss-reintentos >= 5
               ADD 1 TO wss-reintentos
               DISPLAY "CUOTAS.DAT esta en uso por otro operador "
                   "(estado " wss-fs-cuo "), reintento "
                   wss-reintentos " de 5..."
               CALL "C$SLEEP" USING wss-segundos-espera
               OPEN EXTEND ARCH-CUO
           END-PERFORM.

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

      * avisa al operador si los maestros no coinciden con sus
      * registros de control de CTLMAEST.DAT
       8600-VERIFICAR-CONTROLES.
           INITIALIZE AREA-DE-COMMUNICATION-CTM
           MOVE 2 TO OPCION-K
           MOVE "CUO" TO K-ARCHIVOS
           MOVE "PPLANPAG" TO K-PROGRAMA
           CALL Rcontrol USING AREA-DE-COMMUNICATION-CTM
           IF retorn-num-k = 001
               DISPLAY "aviso: revisar los archivos con PVERCTL; "
                   "su control no se actualiza al salir"
           END-IF.

      *-----------------------------------------------------------------

      * deja en CTLMAEST.DAT los totales de los maestros que
      * actualiza el programa
       8650-SELLAR-CONTROLES.
           INITIALIZE AREA-DE-COMMUNICATION-CTM
           MOVE 1 TO OPCION-K
           MOVE "CUO" TO K-ARCHIVOS
           MOVE "PPLANPAG" TO K-PROGRAMA
           CALL Rcontrol USING AREA-DE-COMMUNICATION-CTM.

      *-----------------------------------------------------------------

      * con la cadena nocturna corriendo el programa no entra a
      * actualizar (salvo que el supervisor lo fuerce)
       8550-CONTROLAR-VENTANA-BATCH.
           INITIALIZE AREA-DE-COMMUNICATION-VEN
           MOVE 5 TO OPCION-V
           MOVE "PPLANPAG" TO V-PROGRAMA
           CALL Rventana USING AREA-DE-COMMUNICATION-VEN
           IF retorn-num-v NOT = 0
               PERFORM 5000-CERRAR-PROGRAMA
           END-IF.

      *-----------------------------------------------------------------
       END PROGRAM PPLANPAG.

      ******************************************************************
      * Author: Gonzalez Nazarena Araceli
      * Date:
      * Purpose: Estado de cuenta del alumno: lista en ESTCUEN.DAT
      *    cada cargo de CUOTAS.DAT y cada pago, ordenados por
      *    fecha y con el saldo corrido, encabezado con el nombre
      *    y el domicilio del responsable que figura en ALUMDET.DAT.
      *    Antes de emitir calcula el recargo por mora de cada cuota
      *    mensual pagada despues de su dia de vencimiento o todavia
      *    impaga, con la tabla RECARGOS.DAT que se carga en
      *    PGENTARI, y lo graba en CUOTAS.DAT como un cargo aparte
      *    (tipo "R") del mismo periodo: asi la deuda del estado de
      *    cuenta es la misma que ven la consulta de legajo
      *    PCONLEGA y el control de certificados PLISCERT. Corre para
      *    un alumno o para todos los que tienen saldo. Hasta hoy a
      *    las familias solo se les podia mostrar MOROSOS.DAT. El
      *    grupo familiar de FAMILIAS.DAT (PGENFAMI) es la unidad
      *    del estado de cuenta: la emision de todos los que tienen
      *    saldo y la de un grupo pedido sacan un solo estado por
      *    hogar, con el responsable y el domicilio del grupo, la
      *    cuenta de cada hermano y la deuda total del grupo.
      *    Al empezar avisa si CUOTAS.DAT no coincide con su registro de
      *    control de CTLMAEST.DAT y al salir deja los nuevos totales a
      *    traves de RUTCONTR.
      *    Con la ventana batch abierta (PJOBSTRM corriendo la cadena
      *    nocturna) no entra, salvo que el supervisor lo fuerce
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PESTCUEN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL ARCH-CUO         ASSIGN TO "CUOTAS.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-cuo.

       SELECT OPTIONAL ARCH-REC         ASSIGN TO "RECARGOS.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-rec.

       SELECT OPTIONAL ARCH-DET         ASSIGN TO "ALUMDET.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-det.

       SELECT OPTIONAL ARCH-FAM         ASSIGN TO "FAMILIAS.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-fam.

       SELECT OPTIONAL ARCH-LIS         ASSIGN TO "ESTCUEN.DAT"
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

       FD  ARCH-REC.
           01  REG-REC.
                05 REC-VIGE-DESDE     PIC 9(6).
                05 REC-DIA-VENCE      PIC 99.
                05 REC-PORCENTAJE     PIC 99V99.
                05 ESPACIO-REC        PIC XX.

       FD  ARCH-DET.
           01  REG-DET.
                05 DET-NRO-ALUMNO     PIC 9(6).
                05 DET-DOMICILIO      PIC X(30).
                05 DET-LOCALIDAD      PIC X(20).
                05 DET-TELEFONO-1     PIC X(15).
                05 DET-TELEFONO-2     PIC X(15).
                05 DET-RESP1-NOMBRE   PIC X(23).
                05 DET-RESP1-PARENT   PIC X(10).
                05 DET-RESP2-NOMBRE   PIC X(23).
                05 DET-RESP2-PARENT   PIC X(10).
                05 ESPACIO            PIC XX.

       FD  ARCH-FAM.
           01  REG-FAM.
                05 FAM-NUMERO         PIC 9(5).
                05 FAM-RESP1-NOMBRE   PIC X(23).
                05 FAM-RESP1-PARENT   PIC X(10).
                05 FAM-RESP2-NOMBRE   PIC X(23).
                05 FAM-RESP2-PARENT   PIC X(10).
                05 FAM-DOMICILIO      PIC X(30).
                05 FAM-LOCALIDAD      PIC X(20).
                05 FAM-TELEFONO-1     PIC X(15).
                05 FAM-TELEFONO-2     PIC X(15).
                05 FAM-CANT-HIJOS     PIC 9.
                05 FAM-HIJOS          OCCURS 6 TIMES.
                    10 FAM-NRO-ALUMNO PIC 9(6).
                    10 FAM-FECHA-NAC  PIC 9(8).
                05 FAM-FECHA-ALTA     PIC 9(8).
                05 ESPACIO-FAM        PIC XX.

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
      * usuario y rol de la sesion que dejo PMENU en SESION.DAT; sin
      * sesion (corrida por fuera del menu) la auditoria usa USER
       01  wss-fs-ses                    PIC X(2).
           88 wss-fs-ses-OK                        VALUE '00'.
       77  wss-sesion-leida              PIC X     VALUE "N".
       77  wss-usuario-sesion            PIC X(20) VALUE SPACES.
       77  wss-rol-sesion                PIC X     VALUE SPACE.

       77  flag                          PIC X     VALUE "N".
       77  wss-modo                      PIC 9     VALUE 0.
       77  wss-nroAlumno                 PIC X(6).
       77  wss-nroGrupo                  PIC 9(5)  VALUE 0.
       77  wss-fechaHoy                  PIC 9(8).

       01  wss-fs-cuo                    PIC X(2).
           88 wss-fs-cuo-OK                        VALUE '00'.
           88 wss-fs-cuo-NOEXISTE                  VALUE '05'.
           88 wss-fs-cuo-OCUPADO                   VALUE '61' '93'
                                                    '94' '99'.
       01  wss-fs-rec                    PIC X(2).
           88 wss-fs-rec-OK                        VALUE '00'.
       01  wss-fs-det                    PIC X(2).
           88 wss-fs-det-OK                        VALUE '00'.
       01  wss-fs-lis                    PIC X(2).
           88 wss-fs-lis-OK                        VALUE '00'.
       01  wss-fs-aud                    PIC X(2).
           88 wss-fs-aud-OK                        VALUE '00'.
           88 wss-fs-aud-NOEXISTE                  VALUE '05'.

       01  wss-fs-fam                    PIC X(2).
           88 wss-fs-fam-OK                        VALUE '00'.

       77  wss-reintentos                PIC 9     VALUE 0.
       77  wss-segundos-espera           PIC 9(3)  COMP VALUE 2.

      * grupos familiares con su responsable y domicilio, y cada
      * hermano con el lugar de su grupo en el vector
       77  wss-cont-familias             PIC 9(4)  COMP VALUE 0.
       01  VECTOR-FAMILIAS               OCCURS 1000 TIMES.
           05 vfa-numero                 PIC 9(5).
           05 vfa-respNombre             PIC X(23).
           05 vfa-respParent             PIC X(10).
           05 vfa-domicilio              PIC X(30).
           05 vfa-localidad              PIC X(20).
           05 vfa-emitido                PIC X.
       77  WS-IND-FAM                    PIC 9(4)  COMP.
       77  wss-cont-hermanos             PIC 9(4)  COMP VALUE 0.
       01  VECTOR-HERMANOS               OCCURS 3000 TIMES.
           05 vhe-nroAlumno              PIC 9(6).
           05 vhe-indFamilia             PIC 9(4)  COMP.
       77  WS-IND-HER                    PIC 9(4)  COMP.
       77  wss-nroBuscado                PIC 9(6).
       77  wss-indFamiliaHallada         PIC 9(4)  COMP.
       77  wss-indAluGrupo               PIC 9(4)  COMP.
       77  wss-saldoGrupo                PIC S9(7)V99 VALUE 0.
       77  wss-deudaGrupo                PIC 9(7)V99 VALUE 0.

      * tabla de recargos: para un periodo rige la de desde mayor
      * que no lo supere
       77  wss-cont-tasas                PIC 9(3)  COMP VALUE 0.
       01  VECTOR-TASAS                  OCCURS 100 TIMES.
           05 vta-vigeDesde              PIC 9(6).
           05 vta-diaVence               PIC 99.
           05 vta-porcentaje             PIC 99V99.
       77  WS-IND-TAS                    PIC 9(3)  COMP.
       77  wss-desdeElegido              PIC 9(6).
       77  wss-periodo                   PIC 9(6).
       77  wss-periodoActual             PIC 9(6).
       77  wss-saldoRefinanciado         PIC 9(5)V99.
       77  wss-diaVence                  PIC 99.
       77  wss-porcRecargo               PIC 99V99.
       77  wss-fechaVence                PIC 9(8).
       77  wss-importeRecargo            PIC 9(5)V99.

      * cargos de CUOTAS.DAT de los alumnos del estado de cuenta
       77  wss-cont-cargos               PIC 9(4)  COMP VALUE 0.
       01  VECTOR-CARGOS                 OCCURS 3000 TIMES.
           05 vca-nroAlumno              PIC 9(6).
           05 vca-anio                   PIC 9(4).
           05 vca-mes                    PIC 99.
           05 vca-importe                PIC 9(5)V99.
           05 vca-pagado                 PIC 9(5)V99.
           05 vca-fechaPago              PIC 9(8).
           05 vca-tipo                   PIC X.
               88 vca-MENSUAL                      VALUE " " "C".
               88 vca-RECARGO                      VALUE "R".
               88 vca-PLAN                         VALUE "P".
           05 vca-estado                 PIC X.
               88 vca-VIGENTE                      VALUE " ".
               88 vca-REFINANCIADA                 VALUE "F".
               88 vca-ANULADA                      VALUE "A".
       77  WS-IND-CAR                    PIC 9(4)  COMP.
       77  WS-IND-CA2                    PIC 9(4)  COMP.
       77  WS-IND-CA3                    PIC 9(4)  COMP.
       77  wss-tiene-recargo             PIC X.
       77  wss-cont-recargos             PIC 9(5)  COMP VALUE 0.

      * alumnos con cargos, con su deuda
       77  wss-cont-alumnos              PIC 9(4)  COMP VALUE 0.
       01  VECTOR-ALUMNOS                OCCURS 1000 TIMES.
           05 val-nroAlumno              PIC 9(6).
           05 val-deuda                  PIC 9(7)V99.
           05 val-indFamilia             PIC 9(4)  COMP.
       77  WS-IND-ALU                    PIC 9(4)  COMP.
       77  WS-IND-AL2                    PIC 9(4)  COMP.

      * movimientos del estado de cuenta de un alumno, ordenados por
      * fecha; el cargo va antes que el pago del mismo dia
       77  wss-cont-movim                PIC 9(3)  COMP VALUE 0.
       01  VECTOR-MOVIM                  OCCURS 400 TIMES.
           05 vmo-fecha                  PIC 9(8).
           05 vmo-orden                  PIC 9.
           05 vmo-concepto               PIC X(22).
           05 vmo-debe                   PIC 9(5)V99.
           05 vmo-haber                  PIC 9(5)V99.
       01  WSS-MOVIM-AUX.
           05 aux-fecha                  PIC 9(8).
           05 aux-orden                  PIC 9.
           05 aux-concepto               PIC X(22).
           05 aux-debe                   PIC 9(5)V99.
           05 aux-haber                  PIC 9(5)V99.
       77  WS-IND                        PIC 9(3)  COMP.
       77  WS-IND-2                      PIC 9(3)  COMP.

       77  wss-saldoCorrido              PIC S9(7)V99 VALUE 0.
       77  wss-deudaExigible             PIC 9(7)V99 VALUE 0.
       77  wss-totalRecargos             PIC 9(7)V99 VALUE 0.
       77  wss-cont-estados              PIC 9(5)  COMP VALUE 0.

       01  wss-fecha-desarmada.
           05 wss-fd-anio                PIC 9(4).
           05 wss-fd-mes                 PIC 99.
           05 wss-fd-dia                 PIC 99.
       01  wss-fecha-numerica REDEFINES wss-fecha-desarmada
                                         PIC 9(8).

       01  RUTINAS.
           05 Ralum                      PIC X(8)  VALUE "RLEEALUM".
           05 Rcontrol                   PIC X(8)  VALUE "RUTCONTR".
           05 Rventana                   PIC X(8)  VALUE "RUTVENTA".

       01  LINEA-ALUMNO.
           05 FILLER                     PIC X(10) VALUE
           "  ALUMNO: ".
           05 lal-nroAlumno              PIC 9(6).
           05 FILLER                     PIC X(3)  VALUE " - ".
           05 lal-nombre                 PIC X(23).
           05 FILLER                     PIC X(12) VALUE
           "   EMITIDO: ".
           05 lal-dia                    PIC 99.
           05 FILLER                     PIC X     VALUE "/".
           05 lal-mes                    PIC 99.
           05 FILLER                     PIC X     VALUE "/".
           05 lal-anio                   PIC 9(4).

       01  LINEA-FAMILIA.
           05 FILLER                     PIC X(18) VALUE
           "  GRUPO FAMILIAR: ".
           05 lfa-numero                 PIC 9(5).
           05 FILLER                     PIC X(27) VALUE SPACES.
           05 FILLER                     PIC X(12) VALUE
           "   EMITIDO: ".
           05 lfa-dia                    PIC 99.
           05 FILLER                     PIC X     VALUE "/".
           05 lfa-mes                    PIC 99.
           05 FILLER                     PIC X     VALUE "/".
           05 lfa-anio                   PIC 9(4).

       01  LINEA-RESPONSABLE.
           05 FILLER                     PIC X(15) VALUE
           "  RESPONSABLE: ".
           05 lre-nombre                 PIC X(23).
           05 FILLER                     PIC X(2)  VALUE " (".
           05 lre-parentesco             PIC X(10).
           05 FILLER                     PIC X     VALUE ")".

       01  LINEA-DOMICILIO.
           05 FILLER                     PIC X(15) VALUE
           "  DOMICILIO:   ".
           05 ldo-domicilio              PIC X(30).
           05 FILLER                     PIC X(2)  VALUE ", ".
           05 ldo-localidad              PIC X(20).

       01  LINEA-TITULOS.
           05 FILLER                     PIC X(45) VALUE
           "  FECHA       CONCEPTO                    DEB".
           05 FILLER                     PIC X(23) VALUE
           "E     HABER       SALDO".

       01  LINEA-MOVIMIENTO.
           05 FILLER                     PIC X(2)  VALUE SPACES.
           05 lmo-dia                    PIC 99.
           05 FILLER                     PIC X     VALUE "/".
           05 lmo-mes                    PIC 99.
           05 FILLER                     PIC X     VALUE "/".
           05 lmo-anio                   PIC 9(4).
           05 FILLER                     PIC X(2)  VALUE SPACES.
           05 lmo-concepto               PIC X(22).
           05 FILLER                     PIC X     VALUE SPACE.
           05 lmo-debe                   PIC ZZZZZ9.99.
           05 FILLER                     PIC X     VALUE SPACE.
           05 lmo-haber                  PIC ZZZZZ9.99.
           05 FILLER                     PIC X(2)  VALUE SPACES.
           05 lmo-saldo                  PIC -ZZZZZZ9.99.

       01  LINEA-PIE.
           05 FILLER                     PIC X(2)  VALUE SPACES.
           05 lpi-concepto               PIC X(36).
           05 lpi-importe                PIC -ZZZZZZ9.99.

       01  wss-concepto-armado.
           05 wss-ca-texto               PIC X(13).
           05 wss-ca-mes                 PIC 99.
           05 FILLER                     PIC X     VALUE "/".
           05 wss-ca-anio                PIC 9(4).
           05 FILLER                     PIC X(2)  VALUE SPACES.

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
           INITIALIZE AREA-DE-COMMUNICATIONN
           MOVE 1 TO OPCION
           CALL Ralum USING AREA-DE-COMMUNICATIONN
           ACCEPT wss-fechaHoy FROM DATE YYYYMMDD
           MOVE wss-fechaHoy(1:6) TO wss-periodoActual
           PERFORM 0800-CARGAR-GRUPOS-FAMILIARES
           PERFORM 0500-SELECCIONAR-MODO
           PERFORM 0900-CARGAR-TASAS
           PERFORM 1000-CARGAR-CARGOS
           IF wss-cont-cargos = 0
               DISPLAY "no hay cargos en CUOTAS.DAT para emitir"
           ELSE
               PERFORM 2000-CALCULAR-RECARGOS
               PERFORM 3000-CALCULAR-DEUDAS
               PERFORM 4000-EMITIR-ESTADOS
               DISPLAY "*** ESTADOS DE CUENTA EMITIDOS EN ESTCUEN.DAT "
                   "***"
               DISPLAY "estados emitidos: " wss-cont-estados
                   "  recargos nuevos grabados: " wss-cont-recargos
           END-IF
           PERFORM 5000-CERRAR-PROGRAMA.

      */////////////////////////////////////////////////////////////////

       0500-SELECCIONAR-MODO.
           PERFORM UNTIL wss-modo >= 1 AND wss-modo <= 3
               DISPLAY "1-ESTADO DE CUENTA DE UN ALUMNO"
               DISPLAY "2-ESTADOS DE CUENTA DE TODOS LOS ALUMNOS CON "
                   "SALDO"
               DISPLAY "3-ESTADO DE CUENTA DE UN GRUPO FAMILIAR"
               ACCEPT wss-modo
               IF wss-modo < 1 OR wss-modo > 3
                   DISPLAY "opcion invalida"
               END-IF
           END-PERFORM
           IF wss-modo = 3
               MOVE 0 TO WS-IND-FAM
               PERFORM UNTIL WS-IND-FAM > 0
                   DISPLAY "INGRESE EL NUMERO DE GRUPO FAMILIAR"
                   ACCEPT wss-nroGrupo
                   PERFORM VARYING WS-IND-FAM FROM 1 BY 1
                           UNTIL WS-IND-FAM > wss-cont-familias
                           OR vfa-numero(WS-IND-FAM) = wss-nroGrupo
                       CONTINUE
                   END-PERFORM
                   IF WS-IND-FAM > wss-cont-familias
                       DISPLAY "el grupo familiar no existe, reingrese"
                       MOVE 0 TO WS-IND-FAM
                   END-IF
               END-PERFORM
           END-IF
           IF wss-modo = 1
               MOVE SPACES TO wss-nroAlumno
               PERFORM UNTIL wss-nroAlumno NOT = SPACES
                   DISPLAY "INGRESE EL NUMERO DE ALUMNO (6 digitos)"
                   ACCEPT wss-nroAlumno
                   INITIALIZE AREA-DE-COMMUNICATIONN
                   MOVE 2 TO OPCION
                   MOVE wss-nroAlumno TO NUM-DAT-BUSCAR
                   CALL Ralum USING AREA-DE-COMMUNICATIONN
                   IF wss-nroAlumno IS NOT NUMERIC
                           OR retorn-num NOT = 0
                       DISPLAY "el alumno ingresado no existe, "
                           "reingrese"
                       MOVE SPACES TO wss-nroAlumno
                   END-IF
               END-PERFORM
           END-IF.

      *-----------------------------------------------------------------

       0800-CARGAR-GRUPOS-FAMILIARES.
           OPEN INPUT ARCH-FAM
           IF wss-fs-fam-OK
               MOVE "N" TO flag
               READ ARCH-FAM AT END MOVE "S" TO flag
               END-READ
               PERFORM UNTIL flag = "S"
                   IF wss-cont-familias < 1000
                       ADD 1 TO wss-cont-familias
                       MOVE FAM-NUMERO TO vfa-numero(wss-cont-familias)
                       MOVE FAM-RESP1-NOMBRE TO
                           vfa-respNombre(wss-cont-familias)
                       MOVE FAM-RESP1-PARENT TO
                           vfa-respParent(wss-cont-familias)
                       MOVE FAM-DOMICILIO TO
                           vfa-domicilio(wss-cont-familias)
                       MOVE FAM-LOCALIDAD TO
                           vfa-localidad(wss-cont-familias)
                       MOVE "N" TO vfa-emitido(wss-cont-familias)
                       PERFORM VARYING WS-IND-HER FROM 1 BY 1
                               UNTIL WS-IND-HER > FAM-CANT-HIJOS
                               OR wss-cont-hermanos >= 3000
                           ADD 1 TO wss-cont-hermanos
                           MOVE FAM-NRO-ALUMNO(WS-IND-HER) TO
                               vhe-nroAlumno(wss-cont-hermanos)
                           MOVE wss-cont-familias TO
                               vhe-indFamilia(wss-cont-hermanos)
                       END-PERFORM
                   END-IF
                   READ ARCH-FAM AT END MOVE "S" TO flag
                   END-READ
               END-PERFORM
               CLOSE ARCH-FAM
           ELSE
               CLOSE ARCH-FAM
           END-IF
           MOVE "N" TO flag.

      *-----------------------------------------------------------------

      * deja en wss-indFamiliaHallada el lugar del grupo familiar de
      * wss-nroBuscado en VECTOR-FAMILIAS, o cero si no esta agrupado
       0850-BUSCAR-FAMILIA.
           MOVE 0 TO wss-indFamiliaHallada
           PERFORM VARYING WS-IND-HER FROM 1 BY 1
                   UNTIL WS-IND-HER > wss-cont-hermanos
                   OR wss-indFamiliaHallada > 0
               IF vhe-nroAlumno(WS-IND-HER) = wss-nroBuscado
                   MOVE vhe-indFamilia(WS-IND-HER) TO
                       wss-indFamiliaHallada
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------

       0900-CARGAR-TASAS.
           OPEN INPUT ARCH-REC
           IF wss-fs-rec-OK
               MOVE "N" TO flag
               READ ARCH-REC AT END MOVE "S" TO flag
               END-READ
               PERFORM UNTIL flag = "S"
                   IF wss-cont-tasas < 100
                       ADD 1 TO wss-cont-tasas
                       MOVE REC-VIGE-DESDE TO
                           vta-vigeDesde(wss-cont-tasas)
                       MOVE REC-DIA-VENCE TO
                           vta-diaVence(wss-cont-tasas)
                       MOVE REC-PORCENTAJE TO
                           vta-porcentaje(wss-cont-tasas)
                   END-IF
                   READ ARCH-REC AT END MOVE "S" TO flag
                   END-READ
               END-PERFORM
               CLOSE ARCH-REC
           ELSE
               CLOSE ARCH-REC
               DISPLAY "ADVERTENCIA: no hay tabla de recargos "
                   "(RECARGOS.DAT), no se calculan recargos"
           END-IF
           MOVE "N" TO flag.

      *-----------------------------------------------------------------

      * baja los cargos del alumno pedido, o de todos en el modo 2,
      * o de los hermanos del grupo pedido en el modo 3
       1000-CARGAR-CARGOS.
           OPEN INPUT ARCH-CUO
           IF wss-fs-cuo-OK
               MOVE "N" TO flag
               READ ARCH-CUO AT END MOVE "S" TO flag
               END-READ
               PERFORM UNTIL flag = "S"
                   IF wss-modo = 3
                       MOVE CUO-NRO-ALUMNO TO wss-nroBuscado
                       PERFORM 0850-BUSCAR-FAMILIA
                       IF wss-indFamiliaHallada = WS-IND-FAM
                           PERFORM 1100-GUARDAR-UN-CARGO
                       END-IF
                   ELSE
                       IF wss-modo = 2
                               OR CUO-NRO-ALUMNO = wss-nroAlumno
                           PERFORM 1100-GUARDAR-UN-CARGO
                       END-IF
                   END-IF
                   READ ARCH-CUO AT END MOVE "S" TO flag
                   END-READ
               END-PERFORM
               CLOSE ARCH-CUO
           ELSE
               CLOSE ARCH-CUO
           END-IF
           MOVE "N" TO flag.

      *-----------------------------------------------------------------

       1100-GUARDAR-UN-CARGO.
           IF wss-cont-cargos < 3000
               ADD 1 TO wss-cont-cargos
               MOVE CUO-NRO-ALUMNO TO vca-nroAlumno(wss-cont-cargos)
               MOVE CUO-ANIO       TO vca-anio(wss-cont-cargos)
               MOVE CUO-MES        TO vca-mes(wss-cont-cargos)
               MOVE CUO-IMPORTE    TO vca-importe(wss-cont-cargos)
               MOVE CUO-PAGADO     TO vca-pagado(wss-cont-cargos)
               MOVE CUO-FECHA-PAGO TO vca-fechaPago(wss-cont-cargos)
               MOVE CUO-TIPO       TO vca-tipo(wss-cont-cargos)
               MOVE CUO-ESTADO     TO vca-estado(wss-cont-cargos)
           ELSE
               DISPLAY "ADVERTENCIA: mas de 3000 cargos, los estados "
                   "de cuenta quedan incompletos"
           END-IF.

      *-----------------------------------------------------------------

      * una cuota mensual pagada despues de su vencimiento, o impaga
      * con el vencimiento ya pasado, lleva un recargo del porcentaje
      * de la tabla; el recargo se graba una sola vez por periodo
       2000-CALCULAR-RECARGOS.
           IF wss-cont-tasas > 0
               OPEN EXTEND ARCH-CUO
               IF wss-fs-cuo-OCUPADO
                   PERFORM 8900-REINTENTAR-APERTURA
               END-IF
               IF NOT wss-fs-cuo-OK AND NOT wss-fs-cuo-NOEXISTE
                   DISPLAY "error al abrir CUOTAS.DAT, los recargos no "
                       "se graban y el estado sale sin ellos"
               ELSE
                   OPEN EXTEND ARCH-AUDIT
                   MOVE wss-cont-cargos TO WS-IND-CA2
                   PERFORM VARYING WS-IND-CAR FROM 1 BY 1
                           UNTIL WS-IND-CAR > WS-IND-CA2
                       IF vca-MENSUAL(WS-IND-CAR)
                               AND vca-estado(WS-IND-CAR) = SPACE
                           PERFORM 2100-EVALUAR-UNA-CUOTA
                       END-IF
                   END-PERFORM
                   CLOSE ARCH-AUDIT
                   CLOSE ARCH-CUO
               END-IF
           END-IF.

      *-----------------------------------------------------------------

       2100-EVALUAR-UNA-CUOTA.
           COMPUTE wss-periodo = vca-anio(WS-IND-CAR) * 100
               + vca-mes(WS-IND-CAR)
           PERFORM 2200-BUSCAR-TASA
           IF wss-porcRecargo > 0
               PERFORM 2300-ARMAR-VENCIMIENTO
               IF (vca-pagado(WS-IND-CAR) >= vca-importe(WS-IND-CAR)
                       AND vca-fechaPago(WS-IND-CAR) > wss-fechaVence)
                   OR (vca-pagado(WS-IND-CAR) < vca-importe(WS-IND-CAR)
                       AND wss-fechaHoy > wss-fechaVence)
                   MOVE "N" TO wss-tiene-recargo
                   PERFORM VARYING WS-IND-CA3 FROM 1 BY 1
                           UNTIL WS-IND-CA3 > wss-cont-cargos
                           OR wss-tiene-recargo = "S"
                       IF vca-RECARGO(WS-IND-CA3)
                               AND vca-nroAlumno(WS-IND-CA3) =
                                   vca-nroAlumno(WS-IND-CAR)
                               AND vca-anio(WS-IND-CA3) =
                                   vca-anio(WS-IND-CAR)
                               AND vca-mes(WS-IND-CA3) =
                                   vca-mes(WS-IND-CAR)
                           MOVE "S" TO wss-tiene-recargo
                       END-IF
                   END-PERFORM
                   IF wss-tiene-recargo = "N"
                       PERFORM 2400-GRABAR-RECARGO
                   END-IF
               END-IF
           END-IF.

      *-----------------------------------------------------------------

       2200-BUSCAR-TASA.
           MOVE 0 TO wss-desdeElegido
           MOVE 0 TO wss-porcRecargo
           MOVE 1 TO wss-diaVence
           PERFORM VARYING WS-IND-TAS FROM 1 BY 1
                   UNTIL WS-IND-TAS > wss-cont-tasas
               IF vta-vigeDesde(WS-IND-TAS) <= wss-periodo
                       AND vta-vigeDesde(WS-IND-TAS) >= wss-desdeElegido
                   MOVE vta-vigeDesde(WS-IND-TAS)  TO wss-desdeElegido
                   MOVE vta-diaVence(WS-IND-TAS)   TO wss-diaVence
                   MOVE vta-porcentaje(WS-IND-TAS) TO wss-porcRecargo
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------

       2300-ARMAR-VENCIMIENTO.
           MOVE vca-anio(WS-IND-CAR) TO wss-fd-anio
           MOVE vca-mes(WS-IND-CAR)  TO wss-fd-mes
           MOVE wss-diaVence         TO wss-fd-dia
           MOVE wss-fecha-numerica   TO wss-fechaVence.

      *-----------------------------------------------------------------

       2400-GRABAR-RECARGO.
           COMPUTE wss-importeRecargo ROUNDED =
               vca-importe(WS-IND-CAR) * wss-porcRecargo / 100
           IF wss-importeRecargo > 0
               MOVE vca-nroAlumno(WS-IND-CAR) TO CUO-NRO-ALUMNO
               MOVE vca-anio(WS-IND-CAR)      TO CUO-ANIO
               MOVE vca-mes(WS-IND-CAR)       TO CUO-MES
               MOVE wss-importeRecargo        TO CUO-IMPORTE
               MOVE 0                         TO CUO-PAGADO
               MOVE 0                         TO CUO-FECHA-PAGO
               MOVE "R"                       TO CUO-TIPO
               MOVE SPACE                     TO CUO-ESTADO
               WRITE REG-CUO
               IF NOT wss-fs-cuo-OK
                   DISPLAY "error al grabar el recargo del alumno "
                       CUO-NRO-ALUMNO
               ELSE
                   ADD 1 TO wss-cont-recargos
                   IF wss-cont-cargos < 3000
                       PERFORM 1100-GUARDAR-UN-CARGO
                   END-IF
                   MOVE SPACES TO aud-clave
                   STRING CUO-NRO-ALUMNO DELIMITED BY SIZE
                       "/"               DELIMITED BY SIZE
                       CUO-ANIO          DELIMITED BY SIZE
                       CUO-MES           DELIMITED BY SIZE
                       "/R"              DELIMITED BY SIZE
                       INTO aud-clave
                   END-STRING
                   PERFORM 3150-REGISTRAR-AUDITORIA
               END-IF
           END-IF.

      *-----------------------------------------------------------------

      * la deuda se suma igual que en PCONLEGA y PLISCERT: el saldo de
      * cada cargo que todavia no esta pagado del todo
       3000-CALCULAR-DEUDAS.
           PERFORM VARYING WS-IND-CAR FROM 1 BY 1
                   UNTIL WS-IND-CAR > wss-cont-cargos
               MOVE 0 TO WS-IND-AL2
               PERFORM VARYING WS-IND-ALU FROM 1 BY 1
                       UNTIL WS-IND-ALU > wss-cont-alumnos
                       OR WS-IND-AL2 > 0
                   IF val-nroAlumno(WS-IND-ALU) =
                           vca-nroAlumno(WS-IND-CAR)
                       MOVE WS-IND-ALU TO WS-IND-AL2
                   END-IF
               END-PERFORM
               IF WS-IND-AL2 = 0 AND wss-cont-alumnos < 1000
                   ADD 1 TO wss-cont-alumnos
                   MOVE wss-cont-alumnos TO WS-IND-AL2
                   MOVE vca-nroAlumno(WS-IND-CAR) TO
                       val-nroAlumno(WS-IND-AL2)
                   MOVE 0 TO val-deuda(WS-IND-AL2)
                   MOVE vca-nroAlumno(WS-IND-CAR) TO wss-nroBuscado
                   PERFORM 0850-BUSCAR-FAMILIA
                   MOVE wss-indFamiliaHallada TO
                       val-indFamilia(WS-IND-AL2)
               END-IF
               COMPUTE wss-periodo = vca-anio(WS-IND-CAR) * 100
                   + vca-mes(WS-IND-CAR)
               IF WS-IND-AL2 > 0
                   IF vca-pagado(WS-IND-CAR) < vca-importe(WS-IND-CAR)
                           AND vca-VIGENTE(WS-IND-CAR)
                           AND (NOT vca-PLAN(WS-IND-CAR)
                               OR wss-periodo < wss-periodoActual)
                       COMPUTE val-deuda(WS-IND-AL2) =
                           val-deuda(WS-IND-AL2)
                           + vca-importe(WS-IND-CAR)
                           - vca-pagado(WS-IND-CAR)
                   END-IF
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------

       3150-REGISTRAR-AUDITORIA.
           IF wss-fs-aud-OK OR wss-fs-aud-NOEXISTE
               ACCEPT aud-fecha FROM DATE YYYYMMDD
               ACCEPT aud-hora FROM TIME
               PERFORM 8800-OBTENER-USUARIO-SESION
               IF wss-usuario-sesion = SPACES
                   ACCEPT aud-usuario FROM ENVIRONMENT "USER"
               ELSE
                   MOVE wss-usuario-sesion TO aud-usuario
               END-IF
               MOVE "PESTCUEN" TO aud-programa
               WRITE REG-AUDIT
           END-IF.

      *-----------------------------------------------------------------

       4000-EMITIR-ESTADOS.
           OPEN OUTPUT ARCH-LIS
           IF NOT wss-fs-lis-OK
               DISPLAY "error al abrir el archivo ESTCUEN.DAT"
               PERFORM 5000-CERRAR-PROGRAMA
           END-IF
           PERFORM VARYING WS-IND-ALU FROM 1 BY 1
                   UNTIL WS-IND-ALU > wss-cont-alumnos
               IF wss-modo = 1 OR val-indFamilia(WS-IND-ALU) = 0
                   IF wss-modo = 1 OR val-deuda(WS-IND-ALU) > 0
                       PERFORM 4100-EMITIR-UN-ESTADO
                   END-IF
               ELSE
                   PERFORM 4050-EMITIR-SI-FALTA-EL-GRUPO
               END-IF
           END-PERFORM
           CLOSE ARCH-LIS.

      *-----------------------------------------------------------------

      * el hermano agrupado sale en el estado de su grupo, una sola
      * vez por grupo y solo si el grupo debe (o si se pidio el grupo)
       4050-EMITIR-SI-FALTA-EL-GRUPO.
           MOVE val-indFamilia(WS-IND-ALU) TO WS-IND-FAM
           IF vfa-emitido(WS-IND-FAM) = "N"
               MOVE "S" TO vfa-emitido(WS-IND-FAM)
               MOVE 0 TO wss-deudaGrupo
               PERFORM VARYING WS-IND-AL2 FROM 1 BY 1
                       UNTIL WS-IND-AL2 > wss-cont-alumnos
                   IF val-indFamilia(WS-IND-AL2) = WS-IND-FAM
                       ADD val-deuda(WS-IND-AL2) TO wss-deudaGrupo
                   END-IF
               END-PERFORM
               IF wss-modo = 3 OR wss-deudaGrupo > 0
                   PERFORM 4500-EMITIR-ESTADO-FAMILIAR
               END-IF
           END-IF.

      *-----------------------------------------------------------------

       4100-EMITIR-UN-ESTADO.
           ADD 1 TO wss-cont-estados
           PERFORM 4400-IMPRIMIR-ENCABEZADO
           PERFORM 4150-IMPRIMIR-CUENTA-ALUMNO
           WRITE REG-LIS FROM SPACES
           WRITE REG-LIS FROM ALL "-".

      *-----------------------------------------------------------------

       4150-IMPRIMIR-CUENTA-ALUMNO.
           PERFORM 4200-ARMAR-MOVIMIENTOS
           PERFORM 4300-ORDENAR-MOVIMIENTOS
           MOVE 0 TO wss-saldoCorrido
           PERFORM VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND > wss-cont-movim
               COMPUTE wss-saldoCorrido = wss-saldoCorrido
                   + vmo-debe(WS-IND) - vmo-haber(WS-IND)
               MOVE vmo-fecha(WS-IND) TO wss-fecha-numerica
               MOVE wss-fd-dia  TO lmo-dia
               MOVE wss-fd-mes  TO lmo-mes
               MOVE wss-fd-anio TO lmo-anio
               MOVE vmo-concepto(WS-IND) TO lmo-concepto
               MOVE vmo-debe(WS-IND)     TO lmo-debe
               MOVE vmo-haber(WS-IND)    TO lmo-haber
               MOVE wss-saldoCorrido     TO lmo-saldo
               WRITE REG-LIS FROM LINEA-MOVIMIENTO
           END-PERFORM
           WRITE REG-LIS FROM SPACES
           MOVE "SALDO DE LA CUENTA:" TO lpi-concepto
           MOVE wss-saldoCorrido TO lpi-importe
           WRITE REG-LIS FROM LINEA-PIE
           MOVE "RECARGOS POR MORA INCLUIDOS:" TO lpi-concepto
           MOVE wss-totalRecargos TO lpi-importe
           WRITE REG-LIS FROM LINEA-PIE
           MOVE "DEUDA EXIGIBLE:" TO lpi-concepto
           MOVE val-deuda(WS-IND-ALU) TO lpi-importe
           WRITE REG-LIS FROM LINEA-PIE.

      *-----------------------------------------------------------------

      * cada cargo da una linea al debe en su fecha de vencimiento y,
      * si tiene pagos, una linea al haber en la fecha del pago
       4200-ARMAR-MOVIMIENTOS.
           MOVE 0 TO wss-cont-movim
           MOVE 0 TO wss-totalRecargos
           PERFORM VARYING WS-IND-CAR FROM 1 BY 1
                   UNTIL WS-IND-CAR > wss-cont-cargos
               IF vca-nroAlumno(WS-IND-CAR) = val-nroAlumno(WS-IND-ALU)
                       AND NOT vca-ANULADA(WS-IND-CAR)
                       AND wss-cont-movim < 398
                   COMPUTE wss-periodo = vca-anio(WS-IND-CAR) * 100
                       + vca-mes(WS-IND-CAR)
                   PERFORM 2200-BUSCAR-TASA
                   PERFORM 2300-ARMAR-VENCIMIENTO
                   MOVE vca-mes(WS-IND-CAR)  TO wss-ca-mes
                   MOVE vca-anio(WS-IND-CAR) TO wss-ca-anio
                   EVALUATE TRUE
                       WHEN vca-RECARGO(WS-IND-CAR)
                           MOVE "RECARGO MORA " TO wss-ca-texto
                           ADD vca-importe(WS-IND-CAR) TO
                               wss-totalRecargos
                       WHEN vca-PLAN(WS-IND-CAR)
                           MOVE "CUOTA PLAN   " TO wss-ca-texto
                       WHEN OTHER
                           MOVE "CUOTA        " TO wss-ca-texto
                   END-EVALUATE
                   ADD 1 TO wss-cont-movim
                   MOVE wss-fechaVence TO vmo-fecha(wss-cont-movim)
                   MOVE 1 TO vmo-orden(wss-cont-movim)
                   MOVE wss-concepto-armado TO
                       vmo-concepto(wss-cont-movim)
                   MOVE vca-importe(WS-IND-CAR) TO
                       vmo-debe(wss-cont-movim)
                   MOVE 0 TO vmo-haber(wss-cont-movim)
                   IF vca-pagado(WS-IND-CAR) > 0
                       ADD 1 TO wss-cont-movim
                       MOVE vca-fechaPago(WS-IND-CAR) TO
                           vmo-fecha(wss-cont-movim)
                       MOVE 2 TO vmo-orden(wss-cont-movim)
                       MOVE "PAGO         " TO wss-ca-texto
                       MOVE wss-concepto-armado TO
                           vmo-concepto(wss-cont-movim)
                       MOVE 0 TO vmo-debe(wss-cont-movim)
                       MOVE vca-pagado(WS-IND-CAR) TO
                           vmo-haber(wss-cont-movim)
                   END-IF
      *            lo que quedo sin pagar paso al plan de pagos y se
      *            cobra en sus cuotas
                   IF vca-REFINANCIADA(WS-IND-CAR)
                           AND vca-pagado(WS-IND-CAR) <
                               vca-importe(WS-IND-CAR)
                       COMPUTE wss-saldoRefinanciado =
                           vca-importe(WS-IND-CAR)
                           - vca-pagado(WS-IND-CAR)
                       ADD 1 TO wss-cont-movim
                       MOVE wss-fechaVence TO vmo-fecha(wss-cont-movim)
                       MOVE 3 TO vmo-orden(wss-cont-movim)
                       MOVE "REFINANCIADA " TO wss-ca-texto
                       MOVE wss-concepto-armado TO
                           vmo-concepto(wss-cont-movim)
                       MOVE 0 TO vmo-debe(wss-cont-movim)
                       MOVE wss-saldoRefinanciado TO
                           vmo-haber(wss-cont-movim)
                   END-IF
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------

       4300-ORDENAR-MOVIMIENTOS.
           PERFORM VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND >= wss-cont-movim
               PERFORM VARYING WS-IND-2 FROM 1 BY 1
                       UNTIL WS-IND-2 >= wss-cont-movim
                   IF vmo-fecha(WS-IND-2) > vmo-fecha(WS-IND-2 + 1)
                       OR (vmo-fecha(WS-IND-2) =
                               vmo-fecha(WS-IND-2 + 1)
                           AND vmo-orden(WS-IND-2) >
                               vmo-orden(WS-IND-2 + 1))
                       MOVE VECTOR-MOVIM(WS-IND-2) TO WSS-MOVIM-AUX
                       MOVE VECTOR-MOVIM(WS-IND-2 + 1)
                           TO VECTOR-MOVIM(WS-IND-2)
                       MOVE WSS-MOVIM-AUX
                           TO VECTOR-MOVIM(WS-IND-2 + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

      *-----------------------------------------------------------------

       4400-IMPRIMIR-ENCABEZADO.
           WRITE REG-LIS FROM
               "**************************************************"
           WRITE REG-LIS FROM
               "*              ESTADO DE CUENTA                  *"
           WRITE REG-LIS FROM
               "**************************************************"
           PERFORM 4410-IMPRIMIR-LINEA-ALUMNO

           MOVE "SIN RESPONSABLE CARGADO" TO lre-nombre
           MOVE SPACES TO lre-parentesco
           MOVE SPACES TO ldo-domicilio ldo-localidad
           OPEN INPUT ARCH-DET
           IF wss-fs-det-OK
               MOVE "N" TO flag
               READ ARCH-DET AT END MOVE "S" TO flag
               END-READ
               PERFORM UNTIL flag = "S"
                   IF DET-NRO-ALUMNO = val-nroAlumno(WS-IND-ALU)
                       IF DET-RESP1-NOMBRE NOT = SPACES
                           MOVE DET-RESP1-NOMBRE TO lre-nombre
                           MOVE DET-RESP1-PARENT TO lre-parentesco
                       END-IF
                       MOVE DET-DOMICILIO TO ldo-domicilio
                       MOVE DET-LOCALIDAD TO ldo-localidad
                       MOVE "S" TO flag
                   ELSE
                       READ ARCH-DET AT END MOVE "S" TO flag
                       END-READ
                   END-IF
               END-PERFORM
               CLOSE ARCH-DET
           ELSE
               CLOSE ARCH-DET
           END-IF
           MOVE "N" TO flag
      *    el responsable y el domicilio del grupo mandan sobre los
      *    datos ampliados del alumno
           IF val-indFamilia(WS-IND-ALU) > 0
               MOVE val-indFamilia(WS-IND-ALU) TO WS-IND-FAM
               PERFORM 4460-MOVER-DATOS-DEL-GRUPO
           END-IF
           WRITE REG-LIS FROM LINEA-RESPONSABLE
           WRITE REG-LIS FROM LINEA-DOMICILIO
           WRITE REG-LIS FROM SPACES
           WRITE REG-LIS FROM LINEA-TITULOS.

      *-----------------------------------------------------------------

       4410-IMPRIMIR-LINEA-ALUMNO.
           INITIALIZE AREA-DE-COMMUNICATIONN
           MOVE 2 TO OPCION
           MOVE val-nroAlumno(WS-IND-ALU) TO NUM-DAT-BUSCAR
           CALL Ralum USING AREA-DE-COMMUNICATIONN
           MOVE val-nroAlumno(WS-IND-ALU) TO lal-nroAlumno
           IF retorn-num = 0
               MOVE DESCRIPCION TO lal-nombre
           ELSE
               MOVE "ALUMNO NO HALLADO" TO lal-nombre
           END-IF
           MOVE wss-fechaHoy TO wss-fecha-numerica
           MOVE wss-fd-dia  TO lal-dia
           MOVE wss-fd-mes  TO lal-mes
           MOVE wss-fd-anio TO lal-anio
           WRITE REG-LIS FROM LINEA-ALUMNO.

      *-----------------------------------------------------------------

       4460-MOVER-DATOS-DEL-GRUPO.
           MOVE vfa-respNombre(WS-IND-FAM) TO lre-nombre
           MOVE vfa-respParent(WS-IND-FAM) TO lre-parentesco
           MOVE vfa-domicilio(WS-IND-FAM)  TO ldo-domicilio
           MOVE vfa-localidad(WS-IND-FAM)  TO ldo-localidad.

      *-----------------------------------------------------------------

      * un estado por hogar: encabezado del grupo, la cuenta de cada
      * hermano con cargos y al pie el saldo y la deuda del grupo
       4500-EMITIR-ESTADO-FAMILIAR.
           ADD 1 TO wss-cont-estados
           MOVE WS-IND-ALU TO wss-indAluGrupo
           WRITE REG-LIS FROM
               "**************************************************"
           WRITE REG-LIS FROM
               "*     ESTADO DE CUENTA DEL GRUPO FAMILIAR        *"
           WRITE REG-LIS FROM
               "**************************************************"
           MOVE vfa-numero(WS-IND-FAM) TO lfa-numero
           MOVE wss-fechaHoy TO wss-fecha-numerica
           MOVE wss-fd-dia  TO lfa-dia
           MOVE wss-fd-mes  TO lfa-mes
           MOVE wss-fd-anio TO lfa-anio
           WRITE REG-LIS FROM LINEA-FAMILIA
           PERFORM 4460-MOVER-DATOS-DEL-GRUPO
           WRITE REG-LIS FROM LINEA-RESPONSABLE
           WRITE REG-LIS FROM LINEA-DOMICILIO
           MOVE 0 TO wss-saldoGrupo
           PERFORM VARYING WS-IND-ALU FROM 1 BY 1
                   UNTIL WS-IND-ALU > wss-cont-alumnos
               IF val-indFamilia(WS-IND-ALU) = WS-IND-FAM
                   WRITE REG-LIS FROM SPACES
                   PERFORM 4410-IMPRIMIR-LINEA-ALUMNO
                   WRITE REG-LIS FROM LINEA-TITULOS
                   PERFORM 4150-IMPRIMIR-CUENTA-ALUMNO
                   ADD wss-saldoCorrido TO wss-saldoGrupo
               END-IF
           END-PERFORM
           MOVE wss-indAluGrupo TO WS-IND-ALU
           WRITE REG-LIS FROM SPACES
           MOVE "SALDO DEL GRUPO FAMILIAR:" TO lpi-concepto
           MOVE wss-saldoGrupo TO lpi-importe
           WRITE REG-LIS FROM LINEA-PIE
           MOVE "DEUDA EXIGIBLE DEL GRUPO:" TO lpi-concepto
           MOVE wss-deudaGrupo TO lpi-importe
           WRITE REG-LIS FROM LINEA-PIE
           WRITE REG-LIS FROM SPACES
           WRITE REG-LIS FROM ALL "-".

      *-----------------------------------------------------------------

       5000-CERRAR-PROGRAMA.
           PERFORM 8650-SELLAR-CONTROLES
           GOBACK.

      *-----------------------------------------------------------------

      * reintenta la apertura de CUOTAS.DAT mientras el estado sea
      * de comparticion, avisando al operador en cada vuelta
       8900-REINTENTAR-APERTURA.
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
           MOVE "PESTCUEN" TO K-PROGRAMA
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
           MOVE "PESTCUEN" TO K-PROGRAMA
           CALL Rcontrol USING AREA-DE-COMMUNICATION-CTM.

      *-----------------------------------------------------------------

      * con la cadena nocturna corriendo el programa no entra a
      * actualizar (salvo que el supervisor lo fuerce)
       8550-CONTROLAR-VENTANA-BATCH.
           INITIALIZE AREA-DE-COMMUNICATION-VEN
           MOVE 5 TO OPCION-V
           MOVE "PESTCUEN" TO V-PROGRAMA
           CALL Rventana USING AREA-DE-COMMUNICATION-VEN
           IF retorn-num-v NOT = 0
               PERFORM 5000-CERRAR-PROGRAMA
           END-IF.

      *-----------------------------------------------------------------
       END PROGRAM PESTCUEN.

      ******************************************************************
      * Author: Gonzalez Nazarena Araceli
      * Date:
      * Purpose: Interfaz contable de cuotas: para el mes elegido
      *    resume CUOTAS.DAT y FACTDET.DAT en asientos de partida
      *    doble por sede (facturacion de cuotas con sus descuentos
      *    de beca y por hermano, recargos por mora y cobranzas) y
      *    los graba en CONTAB.DAT con un registro cabecera, un
      *    detalle por cuenta/centro de costo/debe-haber y un
      *    registro cola con la cantidad de detalles y los totales
      *    de control, al estilo de MINIST.DAT de PEXPMINI. Las
      *    cuentas de cada concepto y el centro de costo de cada
      *    sede salen de la tabla CTASCONT.DAT (tipo "C"
      *    concepto/cuenta, tipo "S" sede/centro de costo, sede
      *    "****" para el centro por defecto). El archivo solo se
      *    libera si el debe iguala al haber y todo concepto y sede
      *    tiene su imputacion. Cada mes se exporta una sola vez
      *    (CONTCTL.DAT); para volver a exportarlo el supervisor lo
      *    reabre. Con CONTPARM.DAT presente corre desatendida.
      *    Hasta hoy contaduria tipeaba los totales del listado
      *    impreso de la facturacion.
      *    Antes de procesar verifica CUOTAS.DAT contra su registro de
      *    control de CTLMAEST.DAT a traves de RUTCONTR y, si no
      *    coincide, termina con final anormal sin procesar nada.
      *    Con la ventana batch abierta (PJOBSTRM corriendo la cadena
      *    nocturna) solo corre como paso de la propia cadena, salvo que
      *    el supervisor lo fuerce
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PEXPCONT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL ARCH-CUO         ASSIGN TO "CUOTAS.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-cuo.

       SELECT OPTIONAL ARCH-FDE         ASSIGN TO "FACTDET.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-fde.

       SELECT OPTIONAL ARCH-CTA         ASSIGN TO "CTASCONT.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-cta.

       SELECT OPTIONAL ARCH-GL          ASSIGN TO "CONTAB.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-gl.

       SELECT OPTIONAL ARCH-CTL         ASSIGN TO "CONTCTL.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-ctl.

       SELECT OPTIONAL ARCH-PRM         ASSIGN TO "CONTPARM.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-prm.

       SELECT OPTIONAL ARCH-EST         ASSIGN TO "ESTADIS.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-est.

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

       FD  ARCH-FDE.
           01  REG-FDE.
                05 FDE-NRO-ALUMNO     PIC 9(6).
                05 FDE-ANIO           PIC 9(4).
                05 FDE-MES            PIC 99.
                05 FDE-SEDE           PIC X(2).
                05 FDE-TURNO          PIC X.
                05 FDE-PLAN           PIC X.
                05 FDE-BRUTO          PIC 9(5)V99.
                05 FDE-PORC-BECA      PIC 9(3).
                05 FDE-DESC-BECA      PIC 9(5)V99.
                05 FDE-NETO           PIC 9(5)V99.
                05 FDE-PORC-HERM      PIC 9(3).
                05 FDE-DESC-HERM      PIC 9(5)V99.
                05 ESPACIO-FDE        PIC XX.

      * tabla de imputaciones que mantiene contaduria
       FD  ARCH-CTA.
           01  REG-CTA.
                05 CTA-TIPO           PIC X.
                    88 CTA-CONCEPTO           VALUE "C".
                    88 CTA-SEDE               VALUE "S".
                05 CTA-CLAVE          PIC X(4).
                05 CTA-VALOR          PIC X(10).
                05 CTA-DESCRIP        PIC X(30).
                05 ESPACIO-CTA        PIC XX.

       FD  ARCH-GL.
           01  REG-GL                PIC X(60).

      * un registro por exportacion o reapertura; vale el ultimo
      * del periodo
       FD  ARCH-CTL.
           01  REG-CTL.
                05 CTL-ANIO           PIC 9(4).
                05 CTL-MES            PIC 99.
                05 CTL-FECHA          PIC 9(8).
                05 CTL-HORA           PIC 9(6).
                05 CTL-USUARIO        PIC X(20).
                05 CTL-CANTIDAD       PIC 9(5).
                05 CTL-TOTAL          PIC 9(11)V99.
                05 CTL-ESTADO         PIC X.
                    88 CTL-EXPORTADO          VALUE "E".
                    88 CTL-REABIERTO          VALUE "R".
                05 ESPACIO-CTL        PIC XX.

       FD  ARCH-PRM.
           01  REG-PRM.
                05 prm-anio           PIC 9(4).
                05 prm-mes            PIC 99.

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
       77  flag                          PIC X     VALUE "N".
       77  wss-modo                      PIC 9     VALUE 0.

       01  wss-fs-cuo                    PIC X(2).
           88 wss-fs-cuo-OK                        VALUE '00'.

       01  wss-fs-fde                    PIC X(2).
           88 wss-fs-fde-OK                        VALUE '00'.

       01  wss-fs-cta                    PIC X(2).
           88 wss-fs-cta-OK                        VALUE '00'.

       01  wss-fs-gl                     PIC X(2).
           88 wss-fs-gl-OK                         VALUE '00'.

       01  wss-fs-ctl                    PIC X(2).
           88 wss-fs-ctl-OK                        VALUE '00'.
           88 wss-fs-ctl-NOEXISTE                  VALUE '05'.

       01  wss-fs-prm                    PIC X(2).
           88 wss-fs-prm-OK                        VALUE '00'.
       77  wss-modo-batch                PIC X     VALUE "N".

       01  wss-fs-est                    PIC X(2).
           88 wss-fs-est-OK                        VALUE '00'.
           88 wss-fs-est-NOEXISTE                  VALUE '05'.
       77  wss-corrida-normal            PIC X     VALUE "N".

       01  wss-fs-aud                    PIC X(2).
           88 wss-fs-aud-OK                        VALUE '00'.
           88 wss-fs-aud-NOEXISTE                  VALUE '05'.

       01  wss-fs-ses                    PIC X(2).
           88 wss-fs-ses-OK                        VALUE '00'.
       77  wss-sesion-leida              PIC X     VALUE "N".
       77  wss-usuario-sesion            PIC X(20) VALUE SPACES.
       77  wss-rol-sesion                PIC X     VALUE SPACE.

       77  wss-anio                      PIC 9(4).
       77  wss-mes                       PIC 99.
       77  wss-puntoPeriodo              PIC 9(6).
       77  wss-fechaHoy                  PIC 9(8).
       77  wss-estado-periodo            PIC X     VALUE SPACE.
       77  wss-estado-nuevo              PIC X     VALUE SPACE.
       77  wss-sede                      PIC X(2).
       77  wss-concepto                  PIC X(4).
       77  wss-debeHaber                 PIC X.
       77  wss-importe                   PIC 9(9)V99.
       77  wss-usuario                   PIC X(20).

      * cuentas y centros de costo de CTASCONT.DAT
       77  wss-cont-ctas                 PIC 9(3)  COMP VALUE 0.
       01  VECTOR-CTAS                   OCCURS 100 TIMES.
           05 vct-tipo                   PIC X.
           05 vct-clave                  PIC X(4).
           05 vct-valor                  PIC X(10).
       77  WS-IND-CTA                    PIC 9(3)  COMP.
       77  wss-valor-hallado             PIC X(10).

      * asientos acumulados por sede, concepto y debe/haber
       77  wss-cont-asientos             PIC 9(3)  COMP VALUE 0.
       01  VECTOR-ASIENTOS               OCCURS 300 TIMES.
           05 vas-sede                   PIC X(2).
           05 vas-concepto               PIC X(4).
           05 vas-debeHaber              PIC X.
           05 vas-importe                PIC 9(9)V99.
           05 vas-cuenta                 PIC X(10).
           05 vas-centro                 PIC X(10).
       77  WS-IND                        PIC 9(3)  COMP.
       77  WS-IND-2                      PIC 9(3)  COMP.

      * sede de cada alumno, para no llamar a RLEEALUM de mas
       77  wss-cont-alusede              PIC 9(4)  COMP VALUE 0.
       01  VECTOR-ALUSEDE                OCCURS 3000 TIMES.
           05 val-nroAlumno              PIC 9(6).
           05 val-sedeAlumno             PIC X(2).
       77  WS-IND-ALU                    PIC 9(4)  COMP.
       77  WS-IND-AL2                    PIC 9(4)  COMP.

       77  wss-cont-leidos               PIC 9(7)  COMP VALUE 0.
       77  wss-cont-detalles             PIC 9(7)  COMP VALUE 0.
       77  wss-cont-sin-imputar          PIC 9(5)  COMP VALUE 0.
       77  wss-total-debe                PIC 9(11)V99 VALUE 0.
       77  wss-total-haber               PIC 9(11)V99 VALUE 0.

       01  RUTINAS.
           05 Rfecha                     PIC X(8)  VALUE "RUTFECHH".
           05 Ralum                      PIC X(8)  VALUE "RLEEALUM".
           05 Rcontrol                   PIC X(8)  VALUE "RUTCONTR".
           05 Rventana                   PIC X(8)  VALUE "RUTVENTA".

      * registros del archivo de intercambio contable
       01  REG-GL-CABECERA.
           05 FILLER                     PIC X     VALUE "H".
           05 gl-fechaGeneracion         PIC X(8).
           05 gl-periodo                 PIC 9(6).
           05 gl-sistema                 PIC X(8)  VALUE "CUOTAS".
           05 FILLER                     PIC X(37) VALUE SPACES.

       01  REG-GL-DETALLE.
           05 FILLER                     PIC X     VALUE "D".
           05 gl-periodoDet              PIC 9(6).
           05 gl-cuenta                  PIC X(10).
           05 gl-centro                  PIC X(10).
           05 gl-debeHaber               PIC X.
           05 gl-importe                 PIC 9(9)V99.
           05 gl-concepto                PIC X(4).
           05 gl-sede                    PIC X(2).
           05 FILLER                     PIC X(15) VALUE SPACES.

       01  REG-GL-COLA.
           05 FILLER                     PIC X     VALUE "T".
           05 gl-cant-detalles           PIC 9(7).
           05 gl-total-debe              PIC 9(11)V99.
           05 gl-total-haber             PIC 9(11)V99.
           05 FILLER                     PIC X(26) VALUE SPACES.

       01  LINEA-TOTALES.
           05 FILLER                     PIC X(12) VALUE
           "DETALLES:   ".
           05 exp-detalles               PIC ZZZZZZ9.
           05 FILLER                     PIC X(9)  VALUE
           "  DEBE: ".
           05 exp-debe                   PIC ZZZZZZZZZZ9.99.
           05 FILLER                     PIC X(10) VALUE
           "  HABER: ".
           05 exp-haber                  PIC ZZZZZZZZZZ9.99.

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
           PERFORM 1000-INGRESAR-DATOS-DE-LA-CORRIDA
           PERFORM 1200-VERIFICAR-PERIODO-EXPORTADO
           IF wss-modo = 2
               PERFORM 1300-REABRIR-PERIODO
               MOVE "S" TO wss-corrida-normal
               PERFORM 6000-CERRAR-PROGRAMA
           END-IF
           IF wss-estado-periodo = "E"
               DISPLAY "el periodo " wss-mes "/" wss-anio " ya fue "
                   "exportado a contabilidad (CONTCTL.DAT); para "
                   "volver a exportarlo el supervisor debe reabrirlo"
               PERFORM 6000-CERRAR-PROGRAMA
           END-IF
           PERFORM 1500-CARGAR-CUENTAS
           INITIALIZE AREA-DE-COMMUNICATIONN
           MOVE 1    TO OPCION
           CALL Ralum USING AREA-DE-COMMUNICATIONN
           PERFORM 2000-ACUMULAR-DESCUENTOS-BECA
           PERFORM 2500-ACUMULAR-CUOTAS
           PERFORM 3000-IMPUTAR-Y-CUADRAR
           IF wss-cont-sin-imputar > 0
               DISPLAY "hay " wss-cont-sin-imputar " asientos sin "
                   "cuenta o centro de costo en CTASCONT.DAT, el "
                   "archivo contable no se libera"
               PERFORM 6000-CERRAR-PROGRAMA
           END-IF
           IF wss-total-debe NOT = wss-total-haber
               DISPLAY "el debe (" wss-total-debe ") no iguala al "
                   "haber (" wss-total-haber "), el archivo contable "
                   "no se libera"
               PERFORM 6000-CERRAR-PROGRAMA
           END-IF
           PERFORM 4000-GRABAR-ARCHIVO-CONTABLE
           PERFORM 4500-GRABAR-CONTROL-DEL-PERIODO
           MOVE "S" TO wss-corrida-normal
           PERFORM 6000-CERRAR-PROGRAMA.

      */////////////////////////////////////////////////////////////////

      * con CONTPARM.DAT presente el periodo sale del parametro y la
      * exportacion corre desatendida; si no se pregunta
       1000-INGRESAR-DATOS-DE-LA-CORRIDA.
           OPEN INPUT ARCH-PRM
           IF wss-fs-prm-OK
               READ ARCH-PRM AT END CONTINUE
                   NOT AT END
                       MOVE "S" TO wss-modo-batch
                       MOVE 1        TO wss-modo
                       MOVE prm-anio TO wss-anio
                       MOVE prm-mes  TO wss-mes
               END-READ
               CLOSE ARCH-PRM
           ELSE
               CLOSE ARCH-PRM
           END-IF
           IF wss-modo-batch = "N"
               PERFORM UNTIL wss-modo = 1 OR wss-modo = 2
                   DISPLAY "1-EXPORTAR UN MES A CONTABILIDAD"
                   DISPLAY "2-REABRIR UN MES YA EXPORTADO (SUPERVISOR)"
                   ACCEPT wss-modo
                   IF wss-modo NOT = 1 AND wss-modo NOT = 2
                       DISPLAY "opcion invalida"
                   END-IF
               END-PERFORM
               DISPLAY "INGRESO DEL PERIODO:"
               INITIALIZE AREA-DE-COMMUNICATION-FECH
               MOVE 3 TO OPCION-F
               CALL Rfecha USING AREA-DE-COMMUNICATION-FECH
               MOVE ANIO-VALIDADO TO wss-anio
               MOVE MES-VALIDADO  TO wss-mes
           END-IF
           COMPUTE wss-puntoPeriodo = wss-anio * 100 + wss-mes
           PERFORM 8800-OBTENER-USUARIO-SESION
           IF wss-usuario-sesion = SPACES
               ACCEPT wss-usuario FROM ENVIRONMENT "USER"
           ELSE
               MOVE wss-usuario-sesion TO wss-usuario
           END-IF.

      *-----------------------------------------------------------------

      * el ultimo registro del periodo en CONTCTL.DAT dice si esta
      * exportado ("E") o reabierto ("R")
       1200-VERIFICAR-PERIODO-EXPORTADO.
           MOVE SPACE TO wss-estado-periodo
           OPEN INPUT ARCH-CTL
           IF wss-fs-ctl-OK
               MOVE "N" TO flag
               READ ARCH-CTL AT END MOVE "S" TO flag
               END-READ
               PERFORM UNTIL flag = "S"
                   IF CTL-ANIO = wss-anio AND CTL-MES = wss-mes
                       MOVE CTL-ESTADO TO wss-estado-periodo
                   END-IF
                   READ ARCH-CTL AT END MOVE "S" TO flag
                   END-READ
               END-PERFORM
               CLOSE ARCH-CTL
               MOVE "N" TO flag
           ELSE
               CLOSE ARCH-CTL
           END-IF.

      *-----------------------------------------------------------------

       1300-REABRIR-PERIODO.
           IF wss-rol-sesion NOT = "S"
               DISPLAY "solo el supervisor puede reabrir un periodo "
                   "exportado"
           ELSE
               IF wss-estado-periodo NOT = "E"
                   DISPLAY "el periodo " wss-mes "/" wss-anio
                       " no esta exportado, no hay nada que reabrir"
               ELSE
                   MOVE 0   TO wss-cont-detalles
                   MOVE 0   TO wss-total-debe
                   MOVE "R" TO wss-estado-nuevo
                   PERFORM 4510-GRABAR-REGISTRO-CONTROL
                   DISPLAY "periodo " wss-mes "/" wss-anio
                       " reabierto, se puede volver a exportar"
               END-IF
           END-IF.

      *-----------------------------------------------------------------

       1500-CARGAR-CUENTAS.
           OPEN INPUT ARCH-CTA
           IF NOT wss-fs-cta-OK
               CLOSE ARCH-CTA
               DISPLAY "no existe la tabla de imputaciones "
                   "CTASCONT.DAT, pidala a contaduria"
               PERFORM 6000-CERRAR-PROGRAMA
           END-IF
           MOVE "N" TO flag
           READ ARCH-CTA AT END MOVE "S" TO flag
           END-READ
           PERFORM UNTIL flag = "S"
               IF (CTA-CONCEPTO OR CTA-SEDE) AND wss-cont-ctas < 100
                   ADD 1 TO wss-cont-ctas
                   MOVE CTA-TIPO  TO vct-tipo(wss-cont-ctas)
                   MOVE CTA-CLAVE TO vct-clave(wss-cont-ctas)
                   MOVE CTA-VALOR TO vct-valor(wss-cont-ctas)
               END-IF
               READ ARCH-CTA AT END MOVE "S" TO flag
               END-READ
           END-PERFORM
           CLOSE ARCH-CTA
           MOVE "N" TO flag.

      *-----------------------------------------------------------------

      * los descuentos de beca y por hermano del mes salen del
      * detalle de la facturacion: debe BECA o HERM contra haber CUOT
       2000-ACUMULAR-DESCUENTOS-BECA.
           OPEN INPUT ARCH-FDE
           IF wss-fs-fde-OK
               MOVE "N" TO flag
               READ ARCH-FDE AT END MOVE "S" TO flag
               END-READ
               PERFORM UNTIL flag = "S"
                   IF FDE-ANIO = wss-anio AND FDE-MES = wss-mes
                           AND FDE-DESC-BECA > 0
                       ADD 1 TO wss-cont-leidos
                       MOVE FDE-SEDE      TO wss-sede
                       MOVE FDE-DESC-BECA TO wss-importe
                       MOVE "BECA" TO wss-concepto
                       MOVE "D"    TO wss-debeHaber
                       PERFORM 2900-SUMAR-AL-ASIENTO
                       MOVE "CUOT" TO wss-concepto
                       MOVE "H"    TO wss-debeHaber
                       PERFORM 2900-SUMAR-AL-ASIENTO
                   END-IF
                   IF FDE-ANIO = wss-anio AND FDE-MES = wss-mes
                           AND FDE-DESC-HERM > 0
                       MOVE FDE-SEDE      TO wss-sede
                       MOVE FDE-DESC-HERM TO wss-importe
                       MOVE "HERM" TO wss-concepto
                       MOVE "D"    TO wss-debeHaber
                       PERFORM 2900-SUMAR-AL-ASIENTO
                       MOVE "CUOT" TO wss-concepto
                       MOVE "H"    TO wss-debeHaber
                       PERFORM 2900-SUMAR-AL-ASIENTO
                   END-IF
                   READ ARCH-FDE AT END MOVE "S" TO flag
                   END-READ
               END-PERFORM
               CLOSE ARCH-FDE
               MOVE "N" TO flag
           ELSE
               CLOSE ARCH-FDE
           END-IF.

      *-----------------------------------------------------------------

      * cuotas y recargos del mes van al debe de DEUD contra su
      * ingreso; lo cobrado en el mes va al debe de COBR contra DEUD.
      * Las cuotas de plan de pagos solo reordenan la deuda y no dan
      * asiento de facturacion, pero su cobranza si
       2500-ACUMULAR-CUOTAS.
           OPEN INPUT ARCH-CUO
           IF NOT wss-fs-cuo-OK
               CLOSE ARCH-CUO
               DISPLAY "no hay cuotas cargadas (CUOTAS.DAT)"
               PERFORM 6000-CERRAR-PROGRAMA
           END-IF
           MOVE "N" TO flag
           READ ARCH-CUO AT END MOVE "S" TO flag
           END-READ
           PERFORM UNTIL flag = "S"
               IF CUO-ANIO = wss-anio AND CUO-MES = wss-mes
                       AND NOT CUOTA-PLAN AND CUO-IMPORTE > 0
                   ADD 1 TO wss-cont-leidos
                   PERFORM 2600-BUSCAR-SEDE-DEL-ALUMNO
                   MOVE CUO-IMPORTE TO wss-importe
                   MOVE "DEUD" TO wss-concepto
                   MOVE "D"    TO wss-debeHaber
                   PERFORM 2900-SUMAR-AL-ASIENTO
                   IF CUOTA-RECARGO
                       MOVE "RECA" TO wss-concepto
                   ELSE
                       MOVE "CUOT" TO wss-concepto
                   END-IF
                   MOVE "H"    TO wss-debeHaber
                   PERFORM 2900-SUMAR-AL-ASIENTO
               END-IF
               IF CUO-FECHA-PAGO(1:6) = wss-puntoPeriodo
                       AND CUO-PAGADO > 0
                   ADD 1 TO wss-cont-leidos
                   PERFORM 2600-BUSCAR-SEDE-DEL-ALUMNO
                   MOVE CUO-PAGADO TO wss-importe
                   MOVE "COBR" TO wss-concepto
                   MOVE "D"    TO wss-debeHaber
                   PERFORM 2900-SUMAR-AL-ASIENTO
                   MOVE "DEUD" TO wss-concepto
                   MOVE "H"    TO wss-debeHaber
                   PERFORM 2900-SUMAR-AL-ASIENTO
               END-IF
               READ ARCH-CUO AT END MOVE "S" TO flag
               END-READ
           END-PERFORM
           CLOSE ARCH-CUO
           MOVE "N" TO flag.

      *-----------------------------------------------------------------

       2600-BUSCAR-SEDE-DEL-ALUMNO.
           MOVE 0 TO WS-IND-AL2
           PERFORM VARYING WS-IND-ALU FROM 1 BY 1
                   UNTIL WS-IND-ALU > wss-cont-alusede
                   OR WS-IND-AL2 > 0
               IF val-nroAlumno(WS-IND-ALU) = CUO-NRO-ALUMNO
                   MOVE WS-IND-ALU TO WS-IND-AL2
               END-IF
           END-PERFORM
           IF WS-IND-AL2 > 0
               MOVE val-sedeAlumno(WS-IND-AL2) TO wss-sede
           ELSE
               INITIALIZE AREA-DE-COMMUNICATIONN
               MOVE 2 TO OPCION
               MOVE CUO-NRO-ALUMNO TO NUM-DAT-BUSCAR
               CALL Ralum USING AREA-DE-COMMUNICATIONN
               IF retorn-num = 0
                   MOVE SEDE-DATO TO wss-sede
               ELSE
                   MOVE "??" TO wss-sede
               END-IF
               IF wss-cont-alusede < 3000
                   ADD 1 TO wss-cont-alusede
                   MOVE CUO-NRO-ALUMNO TO
                       val-nroAlumno(wss-cont-alusede)
                   MOVE wss-sede TO val-sedeAlumno(wss-cont-alusede)
               END-IF
           END-IF.

      *-----------------------------------------------------------------

       2900-SUMAR-AL-ASIENTO.
           MOVE 0 TO WS-IND-2
           PERFORM VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND > wss-cont-asientos OR WS-IND-2 > 0
               IF vas-sede(WS-IND) = wss-sede
                       AND vas-concepto(WS-IND) = wss-concepto
                       AND vas-debeHaber(WS-IND) = wss-debeHaber
                   MOVE WS-IND TO WS-IND-2
               END-IF
           END-PERFORM
           IF WS-IND-2 = 0
               IF wss-cont-asientos < 300
                   ADD 1 TO wss-cont-asientos
                   MOVE wss-cont-asientos TO WS-IND-2
                   MOVE wss-sede      TO vas-sede(WS-IND-2)
                   MOVE wss-concepto  TO vas-concepto(WS-IND-2)
                   MOVE wss-debeHaber TO vas-debeHaber(WS-IND-2)
                   MOVE 0             TO vas-importe(WS-IND-2)
               ELSE
                   DISPLAY "ADVERTENCIA: mas de 300 asientos, la "
                       "exportacion no cuadra y no se libera"
                   ADD 1 TO wss-cont-sin-imputar
               END-IF
           END-IF
           IF WS-IND-2 > 0
               ADD wss-importe TO vas-importe(WS-IND-2)
           END-IF.

      *-----------------------------------------------------------------

      * cada asiento toma su cuenta y su centro de costo; el que no
      * los tiene traba la liberacion del archivo
       3000-IMPUTAR-Y-CUADRAR.
           PERFORM VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND > wss-cont-asientos
               MOVE "C" TO wss-debeHaber
               MOVE vas-concepto(WS-IND) TO wss-concepto
               PERFORM 3100-BUSCAR-IMPUTACION
               MOVE wss-valor-hallado TO vas-cuenta(WS-IND)
               IF wss-valor-hallado = SPACES
                   ADD 1 TO wss-cont-sin-imputar
                   DISPLAY "falta la cuenta del concepto "
                       vas-concepto(WS-IND) " en CTASCONT.DAT"
               END-IF
               MOVE "S" TO wss-debeHaber
               MOVE vas-sede(WS-IND) TO wss-concepto
               PERFORM 3100-BUSCAR-IMPUTACION
               IF wss-valor-hallado = SPACES
                   MOVE "****" TO wss-concepto
                   PERFORM 3100-BUSCAR-IMPUTACION
               END-IF
               MOVE wss-valor-hallado TO vas-centro(WS-IND)
               IF wss-valor-hallado = SPACES
                   ADD 1 TO wss-cont-sin-imputar
                   DISPLAY "falta el centro de costo de la sede "
                       vas-sede(WS-IND) " en CTASCONT.DAT"
               END-IF
               IF vas-debeHaber(WS-IND) = "D"
                   ADD vas-importe(WS-IND) TO wss-total-debe
               ELSE
                   ADD vas-importe(WS-IND) TO wss-total-haber
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------

      * busca en la tabla la clave wss-concepto del tipo que viene
      * en wss-debeHaber
       3100-BUSCAR-IMPUTACION.
           MOVE SPACES TO wss-valor-hallado
           PERFORM VARYING WS-IND-CTA FROM 1 BY 1
                   UNTIL WS-IND-CTA > wss-cont-ctas
                   OR wss-valor-hallado NOT = SPACES
               IF vct-tipo(WS-IND-CTA) = wss-debeHaber
                       AND vct-clave(WS-IND-CTA) = wss-concepto
                   MOVE vct-valor(WS-IND-CTA) TO wss-valor-hallado
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------

       4000-GRABAR-ARCHIVO-CONTABLE.
           OPEN OUTPUT ARCH-GL
           IF NOT wss-fs-gl-OK then
               display "error al abrir el archivo CONTAB.DAT"
               PERFORM 6000-CERRAR-PROGRAMA
           END-IF

           ACCEPT wss-fechaHoy FROM DATE YYYYMMDD
           INITIALIZE AREA-DE-COMMUNICATION-FECH
           MOVE 2 TO OPCION-F
           MOVE wss-fechaHoy(7:2) TO diaa
           MOVE wss-fechaHoy(5:2) TO mess
           MOVE wss-fechaHoy(1:4) TO anioo
           CALL Rfecha USING AREA-DE-COMMUNICATION-FECH
           MOVE FECHA-FORMATOO1  TO gl-fechaGeneracion
           MOVE wss-puntoPeriodo TO gl-periodo
           WRITE REG-GL FROM REG-GL-CABECERA

           PERFORM VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND > wss-cont-asientos
               IF vas-importe(WS-IND) > 0
                   MOVE wss-puntoPeriodo      TO gl-periodoDet
                   MOVE vas-cuenta(WS-IND)    TO gl-cuenta
                   MOVE vas-centro(WS-IND)    TO gl-centro
                   MOVE vas-debeHaber(WS-IND) TO gl-debeHaber
                   MOVE vas-importe(WS-IND)   TO gl-importe
                   MOVE vas-concepto(WS-IND)  TO gl-concepto
                   MOVE vas-sede(WS-IND)      TO gl-sede
                   WRITE REG-GL FROM REG-GL-DETALLE
                   IF NOT wss-fs-gl-OK then
                       display "error al escribir CONTAB.DAT"
                       PERFORM 6000-CERRAR-PROGRAMA
                   END-IF
                   ADD 1 TO wss-cont-detalles
               END-IF
           END-PERFORM

           MOVE wss-cont-detalles TO gl-cant-detalles
           MOVE wss-total-debe    TO gl-total-debe
           MOVE wss-total-haber   TO gl-total-haber
           WRITE REG-GL FROM REG-GL-COLA
           CLOSE ARCH-GL
           IF NOT wss-fs-gl-OK then
               display "error al cerrar CONTAB.DAT"
           END-IF
           MOVE wss-cont-detalles TO exp-detalles
           MOVE wss-total-debe    TO exp-debe
           MOVE wss-total-haber   TO exp-haber
           DISPLAY "*** EXPORTACION CONTABLE COMPLETADA ***"
           DISPLAY LINEA-TOTALES.

      *-----------------------------------------------------------------

       4500-GRABAR-CONTROL-DEL-PERIODO.
           MOVE "E" TO wss-estado-nuevo
           PERFORM 4510-GRABAR-REGISTRO-CONTROL.

      *-----------------------------------------------------------------

       4510-GRABAR-REGISTRO-CONTROL.
           OPEN EXTEND ARCH-CTL
           IF wss-fs-ctl-OK OR wss-fs-ctl-NOEXISTE
               MOVE wss-anio TO CTL-ANIO
               MOVE wss-mes  TO CTL-MES
               ACCEPT CTL-FECHA FROM DATE YYYYMMDD
               ACCEPT CTL-HORA FROM TIME
               MOVE wss-usuario       TO CTL-USUARIO
               MOVE wss-cont-detalles TO CTL-CANTIDAD
               MOVE wss-total-debe    TO CTL-TOTAL
               MOVE wss-estado-nuevo  TO CTL-ESTADO
               MOVE SPACES            TO ESPACIO-CTL
               WRITE REG-CTL
               CLOSE ARCH-CTL
           ELSE
               DISPLAY "error al grabar CONTCTL.DAT, el periodo "
                   "queda sin marcar"
           END-IF
           OPEN EXTEND ARCH-AUDIT
           IF wss-fs-aud-OK OR wss-fs-aud-NOEXISTE
               ACCEPT aud-fecha FROM DATE YYYYMMDD
               ACCEPT aud-hora FROM TIME
               MOVE wss-usuario TO aud-usuario
               MOVE "PEXPCONT" TO aud-programa
               MOVE SPACES TO aud-clave
               IF wss-estado-nuevo = "R"
                   STRING "REAPERTURA "  DELIMITED BY SIZE
                       wss-puntoPeriodo  DELIMITED BY SIZE
                       INTO aud-clave
                   END-STRING
               ELSE
                   STRING "CONTABLE "    DELIMITED BY SIZE
                       wss-puntoPeriodo  DELIMITED BY SIZE
                       INTO aud-clave
                   END-STRING
               END-IF
               WRITE REG-AUDIT
               CLOSE ARCH-AUDIT
           END-IF.

      *-----------------------------------------------------------------

      * anota la corrida en ESTADIS.DAT con sus totales de control,
      * para que operaciones pueda probar que la ventana corrio
       5500-GRABAR-ESTADISTICA.
           OPEN EXTEND ARCH-EST
           IF wss-fs-est-OK OR wss-fs-est-NOEXISTE
               MOVE "PEXPCONT" TO est-programa
               ACCEPT est-fecha FROM DATE YYYYMMDD
               ACCEPT est-hora FROM TIME
               MOVE wss-cont-leidos TO est-leidos
               MOVE wss-cont-detalles TO est-escritos
               MOVE wss-cont-sin-imputar TO est-rechazados
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

      * los maestros que lee la corrida tienen que coincidir con
      * sus registros de control de CTLMAEST.DAT; si no coinciden
      * la corrida no procesa nada y termina con final anormal
       8600-VERIFICAR-CONTROLES.
           INITIALIZE AREA-DE-COMMUNICATION-CTM
           MOVE 2 TO OPCION-K
           MOVE "CUO" TO K-ARCHIVOS
           MOVE "PEXPCONT" TO K-PROGRAMA
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
           MOVE "PEXPCONT" TO V-PROGRAMA
           CALL Rventana USING AREA-DE-COMMUNICATION-VEN
           IF retorn-num-v NOT = 0
               PERFORM 6000-CERRAR-PROGRAMA
           END-IF.

      *-----------------------------------------------------------------
       END PROGRAM PEXPCONT.

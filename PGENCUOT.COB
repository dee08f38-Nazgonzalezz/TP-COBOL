      *    sede en MOROSOS.DAT. El alumno se valida contra
      *    ALUMNOS.DAT a traves de RLEEALUM. Hasta hoy las cuotas
      *    vivian en una planilla fuera del sistema y los
      *    certificados salian igual con seis meses de deuda. Cada
      *    cobro por ventanilla emite un recibo numerado (el numero
      *    sale de RECNRO.DAT y nunca se repite) que queda en
      *    RECIBOS.DAT con el alumno, los meses que cubre, el medio
      *    de pago y el operador de SESION.DAT, y se imprime en
      *    RECIBO.DAT. Un recibo no se borra: el supervisor lo anula
      *    con su motivo y el pago se revierte en la cuota. El
      *    cierre de caja diario lo hace PCIECAJA.
      *    Al empezar avisa si CUOTAS.DAT no coincide con su registro de
      *    control de CTLMAEST.DAT y al salir deja los nuevos totales a
      *    traves de RUTCONTR.
      *    Con la ventana batch abierta (PJOBSTRM corriendo la cadena
      *    nocturna) los modos 1, 2 y 4 no entran, salvo que el
      *    supervisor lo fuerce; las consultas siguen disponibles
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-mor.

       SELECT OPTIONAL ARCH-RCB         ASSIGN TO "RECIBOS.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-rcb.

       SELECT OPTIONAL ARCH-NRO         ASSIGN TO "RECNRO.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-nro.

       SELECT OPTIONAL ARCH-IMP         ASSIGN TO "RECIBO.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-imp.

       SELECT OPTIONAL ARCH-AUDIT       ASSIGN TO "AUDIT.LOG"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-aud.

       DATA DIVISION.
       FILE SECTION.
      * el tipo de cargo y su estado usan los dos bytes que estaban
      * libres; la cuota cargada a mano queda como mensual ("C") y
      * la facturacion mensual PFACCUOT genera las suyas igual. Las
      * cuotas de un plan de pagos (PPLANPAG) son tipo "P" y vencen
      * el ultimo dia de su mes; los cargos que entraron en el plan
      * quedan refinanciados ("F") y las cuotas de un plan caido sin
      * pagar quedan anuladas ("A"): ninguno de los dos es deuda
       FD  ARCH-CUO.
           01  REG-CUO.
                05 CUO-NRO-ALUMNO     PIC 9(6).
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

       FD  ARCH-MOR.
           01  REG-MOR               PIC X(90).

      * un recibo cubre hasta seis cargos del mismo alumno; anulado
      * queda con la fecha, el usuario y el motivo de la anulacion
       FD  ARCH-RCB.
           01  REG-RCB.
                05 RCB-NUMERO         PIC 9(8).
                05 RCB-FECHA          PIC 9(8).
                05 RCB-HORA           PIC 9(6).
                05 RCB-USUARIO        PIC X(20).
                05 RCB-NRO-ALUMNO     PIC X(6).
                05 RCB-MEDIO          PIC X.
                    88 MEDIO-EFECTIVO         VALUE "E".
                    88 MEDIO-TARJETA          VALUE "T".
                    88 MEDIO-TRANSFERENCIA    VALUE "B".
                    88 MEDIO-CHEQUE           VALUE "Q".
                05 RCB-CANT-ITEMS     PIC 9.
                05 RCB-ITEM           OCCURS 6 TIMES.
                    10 RCB-ANIO       PIC 9(4).
                    10 RCB-MES        PIC 99.
                    10 RCB-TIPO       PIC X.
                    10 RCB-IMPORTE    PIC 9(5)V99.
                05 RCB-TOTAL          PIC 9(6)V99.
                05 RCB-ESTADO         PIC X.
                    88 RECIBO-ANULADO         VALUE "A".
                05 RCB-FECHA-ANUL     PIC 9(8).
                05 RCB-USUARIO-ANUL   PIC X(20).
                05 RCB-MOTIVO         PIC X(30).
                05 ESPACIO-RCB        PIC XX.

      * ultimo numero de recibo emitido
       FD  ARCH-NRO.
           01  REG-NRO.
                05 NRO-ULTIMO         PIC 9(8).
                05 ESPACIO-NRO        PIC XX.

       FD  ARCH-IMP.
           01  REG-IMP               PIC X(70).

       FD  ARCH-AUDIT.
           01  REG-AUDIT.
                05 aud-fecha          PIC 9(8).
       77  wss-modo                      PIC 9     VALUE 0.
       77  wss-dato-valido               PIC X     VALUE "N".
       77  wss-fechaHoy                  PIC 9(8).
       77  wss-periodoActual             PIC 9(6).

       01  WSS-REG-CUO.
                05 wss-nroAlumno      PIC X(6).
                05 wss-importe        PIC 9(5)V99.
                05 wss-pagado         PIC 9(5)V99 VALUE 0.
                05 wss-fechaPago      PIC 9(8)    VALUE 0.
                05 wss-tipo           PIC X       VALUE "C".
                05 wss-estado         PIC X       VALUE SPACE.

       01  wss-fs-cuo                    PIC X(2).
           88 wss-fs-cuo-OK                        VALUE '00'.
       01  wss-fs-mor                    PIC X(2).
           88 wss-fs-mor-OK                        VALUE '00'.

       01  wss-fs-rcb                    PIC X(2).
           88 wss-fs-rcb-OK                        VALUE '00'.
           88 wss-fs-rcb-NOEXISTE                  VALUE '05'.
           88 wss-fs-rcb-OCUPADO                   VALUE '61' '93'
                                                    '94' '99'.

       01  wss-fs-nro                    PIC X(2).
           88 wss-fs-nro-OK                        VALUE '00'.
           88 wss-fs-nro-NOEXISTE                  VALUE '05'.
           88 wss-fs-nro-OCUPADO                   VALUE '61' '93'
                                                    '94' '99'.

       01  wss-fs-imp                    PIC X(2).
           88 wss-fs-imp-OK                        VALUE '00'.
           88 wss-fs-imp-NOEXISTE                  VALUE '05'.

       01  wss-fs-aud                    PIC X(2).
           88 wss-fs-aud-OK                        VALUE '00'.
           88 wss-fs-aud-NOEXISTE                  VALUE '05'.
           05 vcu-nroAlumno              PIC X(6).
           05 vcu-anio                   PIC 9(4).
           05 vcu-mes                    PIC 99.
           05 vcu-tipo                   PIC X.
               88 vcu-MENSUAL                      VALUE " " "C".
       77  wss-cuota-repetida            PIC X     VALUE "N".
       77  WS-IND-CUO                    PIC 9(4)  COMP.

       77  wss-sedeCorte                 PIC X(2).
       77  WS-IND-SED                    PIC 9(2)  COMP.

      * recibo en armado mientras el operador cobra los meses
       77  wss-medioPago                 PIC X.
       77  wss-fin-recibo                PIC X     VALUE "N".
       77  wss-cont-items                PIC 9     VALUE 0.
       01  VECTOR-ITEMS                  OCCURS 6 TIMES.
           05 vit-anio                   PIC 9(4).
           05 vit-mes                    PIC 99.
           05 vit-tipo                   PIC X.
           05 vit-importe                PIC 9(5)V99.
       77  WS-IND-ITE                    PIC 9     COMP.
       77  wss-totalRecibo               PIC 9(6)V99.
       77  wss-nroRecibo                 PIC 9(8)  VALUE 0.
       77  wss-nombreAlumno              PIC X(23).
       77  wss-operador                  PIC X(20).
       77  wss-motivoAnul                PIC X(30).
       77  wss-pago-aplicado             PIC X     VALUE "N".
       77  wss-anulo                     PIC X     VALUE "N".

      * morosidad armada en memoria para poder cortar por sede
       77  wss-cont-deudores             PIC 9(3)  COMP VALUE 0.
       01  VECTOR-DEUDORES               OCCURS 200 TIMES.
       01  RUTINAS.
           05 Ralum                      PIC X(8)  VALUE "RLEEALUM".
           05 Rsede                      PIC X(8)  VALUE "RLEESEDE".
           05 Rcontrol                   PIC X(8)  VALUE "RUTCONTR".
           05 Rventana                   PIC X(8)  VALUE "RUTVENTA".

       01  LINEA-MOR-SEDE.
           05 FILLER                     PIC X(8)  VALUE "  SEDE: ".
           "  TOTAL DE LA SEDE:  ".
           05 mor-saldoSede              PIC ZZZZZZ9.99.

       01  LINEA-RCB-NUMERO.
           05 FILLER                     PIC X(18) VALUE
           "  RECIBO NUMERO:  ".
           05 lrc-numero                 PIC 9(8).
           05 FILLER                     PIC X(11) VALUE
           "   FECHA:  ".
           05 lrc-dia                    PIC 99.
           05 FILLER                     PIC X     VALUE "/".
           05 lrc-mes                    PIC 99.
           05 FILLER                     PIC X     VALUE "/".
           05 lrc-anio                   PIC 9(4).

       01  LINEA-RCB-ALUMNO.
           05 FILLER                     PIC X(18) VALUE
           "  ALUMNO:         ".
           05 lrc-nroAlumno              PIC X(6).
           05 FILLER                     PIC X(3)  VALUE " - ".
           05 lrc-nombre                 PIC X(23).

       01  LINEA-RCB-ITEM.
           05 FILLER                     PIC X(6)  VALUE SPACES.
           05 lrc-concepto               PIC X(14).
           05 lrc-itemMes                PIC 99.
           05 FILLER                     PIC X     VALUE "/".
           05 lrc-itemAnio               PIC 9(4).
           05 FILLER                     PIC X(6)  VALUE SPACES.
           05 lrc-itemImporte            PIC ZZZZ9.99.

       01  LINEA-RCB-TOTAL.
           05 FILLER                     PIC X(33) VALUE
           "  TOTAL RECIBIDO:                ".
           05 lrc-total                  PIC ZZZZZ9.99.

       01  LINEA-RCB-MEDIO.
           05 FILLER                     PIC X(18) VALUE
           "  MEDIO DE PAGO:  ".
           05 lrc-medio                  PIC X(15).
           05 FILLER                     PIC X(11) VALUE
           "  ATENDIO: ".
           05 lrc-operador               PIC X(20).

      *VARIABLES PARA INVOCAR A LA RUTINA DE BUSCAR ALUMNOS
       01  AREA-DE-COMMUNICATIONN.
           05 DATOS-ENTRADA.
                   15 retorn-num-s    PIC 9(3).
                   15 retorn-txt-s    PIC X(30).

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
           IF wss-modo = 1 OR wss-modo = 2 OR wss-modo = 4
               PERFORM 8550-CONTROLAR-VENTANA-BATCH
           END-IF
           INITIALIZE AREA-DE-COMMUNICATIONN
           MOVE 1    TO OPCION
           CALL Ralum USING AREA-DE-COMMUNICATIONN
                   PERFORM 6000-MODO-REGISTRAR-PAGOS
               WHEN 3
                   PERFORM 7000-MODO-INFORME-MOROSOS
               WHEN 4
                   PERFORM 7500-MODO-ANULAR-RECIBO
           END-EVALUATE
           PERFORM 5000-CERRAR-PROGRAMA.

      */////////////////////////////////////////////////////////////////

       0500-SELECCIONAR-MODO.
           PERFORM UNTIL wss-modo >= 1 AND wss-modo <= 4
               DISPLAY "1-CARGAR CUOTAS A COBRAR"
               DISPLAY "2-REGISTRAR PAGOS DE CUOTAS"
               DISPLAY "3-INFORME DE MOROSOS POR SEDE"
               DISPLAY "4-ANULAR UN RECIBO (SUPERVISOR)"
               ACCEPT wss-modo
               IF wss-modo < 1 OR wss-modo > 4
                   DISPLAY "opcion invalida"
               END-IF
           END-PERFORM.
                           vcu-nroAlumno(wss-cont-cuotas)
                       MOVE CUO-ANIO TO vcu-anio(wss-cont-cuotas)
                       MOVE CUO-MES  TO vcu-mes(wss-cont-cuotas)
                       MOVE CUO-TIPO TO vcu-tipo(wss-cont-cuotas)
                   END-IF
                   READ ARCH-CUO AT END MOVE 1 TO flag
                   END-READ
                       vcu-nroAlumno(wss-cont-cuotas)
                   MOVE wss-anio TO vcu-anio(wss-cont-cuotas)
                   MOVE wss-mes  TO vcu-mes(wss-cont-cuotas)
                   MOVE wss-tipo TO vcu-tipo(wss-cont-cuotas)
               END-IF
               MOVE SPACES TO aud-clave
               STRING wss-nroAlumno DELIMITED BY SIZE
               IF vcu-nroAlumno(WS-IND-CUO) = wss-nroAlumno
                       AND vcu-anio(WS-IND-CUO) = wss-anio
                       AND vcu-mes(WS-IND-CUO) = wss-mes
                       AND vcu-MENSUAL(WS-IND-CUO)
                   MOVE "S" TO wss-cuota-repetida
               END-IF
           END-PERFORM.
               display "error al escribir en AUDIT.LOG"
           END-IF.

      *-----------------------------------------------------------------

      * la anulacion es del supervisor: el recibo queda en el archivo
      * marcado con el motivo y los pagos que cubria se revierten en
      * CUOTAS.DAT
       7500-MODO-ANULAR-RECIBO.
           PERFORM 8800-OBTENER-USUARIO-SESION
           IF wss-rol-sesion NOT = "S"
               DISPLAY "solo el supervisor puede anular recibos"
               PERFORM 5000-CERRAR-PROGRAMA
           END-IF
           DISPLAY "INGRESE EL NUMERO DE RECIBO A ANULAR"
           ACCEPT wss-nroRecibo
           MOVE SPACES TO wss-motivoAnul
           PERFORM UNTIL wss-motivoAnul NOT = SPACES
               DISPLAY "INGRESE EL MOTIVO DE LA ANULACION (obligatorio)"
               ACCEPT wss-motivoAnul
           END-PERFORM
           OPEN I-O ARCH-RCB
           IF wss-fs-rcb-OCUPADO
               PERFORM 8940-REINTENTAR-APERTURA-RCB-IO
           END-IF
           IF NOT wss-fs-rcb-OK
               DISPLAY "error al abrir RECIBOS.DAT, reintente"
               PERFORM 5000-CERRAR-PROGRAMA
           END-IF
           MOVE 0 TO flag
           MOVE "N" TO wss-encontro
           MOVE "N" TO wss-anulo
           READ ARCH-RCB AT END MOVE 1 TO flag
           END-READ
           PERFORM UNTIL flag = 1 OR wss-encontro = "S"
               IF RCB-NUMERO = wss-nroRecibo
                   MOVE "S" TO wss-encontro
               ELSE
                   READ ARCH-RCB AT END MOVE 1 TO flag
                   END-READ
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN wss-encontro = "N"
                   DISPLAY "no existe el recibo " wss-nroRecibo
               WHEN RECIBO-ANULADO
                   DISPLAY "el recibo " wss-nroRecibo " ya estaba "
                       "anulado el " RCB-FECHA-ANUL
               WHEN OTHER
                   MOVE "A" TO RCB-ESTADO
                   ACCEPT RCB-FECHA-ANUL FROM DATE YYYYMMDD
                   MOVE wss-usuario-sesion TO RCB-USUARIO-ANUL
                   MOVE wss-motivoAnul TO RCB-MOTIVO
                   REWRITE REG-RCB
                   IF NOT wss-fs-rcb-OK
                       DISPLAY "error al regrabar el recibo"
                   ELSE
                       MOVE "S" TO wss-anulo
                       MOVE RCB-NRO-ALUMNO TO wss-nroAlumno
                       MOVE RCB-CANT-ITEMS TO wss-cont-items
                       PERFORM VARYING WS-IND-ITE FROM 1 BY 1
                               UNTIL WS-IND-ITE > wss-cont-items
                           MOVE RCB-ANIO(WS-IND-ITE) TO
                               vit-anio(WS-IND-ITE)
                           MOVE RCB-MES(WS-IND-ITE) TO
                               vit-mes(WS-IND-ITE)
                           MOVE RCB-TIPO(WS-IND-ITE) TO
                               vit-tipo(WS-IND-ITE)
                           MOVE RCB-IMPORTE(WS-IND-ITE) TO
                               vit-importe(WS-IND-ITE)
                       END-PERFORM
                   END-IF
           END-EVALUATE
           CLOSE ARCH-RCB
           MOVE 0 TO flag
           IF wss-anulo = "S"
               PERFORM VARYING WS-IND-ITE FROM 1 BY 1
                       UNTIL WS-IND-ITE > wss-cont-items
                   PERFORM 7550-REVERTIR-UN-PAGO
               END-PERFORM
               OPEN EXTEND ARCH-AUDIT
               MOVE SPACES TO aud-clave
               STRING "RECIBO/"      DELIMITED BY SIZE
                   wss-nroRecibo     DELIMITED BY SIZE
                   "/A"              DELIMITED BY SIZE
                   INTO aud-clave
               END-STRING
               PERFORM 3150-REGISTRAR-AUDITORIA
               CLOSE ARCH-AUDIT
               DISPLAY "recibo " wss-nroRecibo " anulado"
           END-IF.

      *-----------------------------------------------------------------

       7550-REVERTIR-UN-PAGO.
           OPEN I-O ARCH-CUO
           IF wss-fs-cuo-OCUPADO
               PERFORM 8910-REINTENTAR-APERTURA-IO
           END-IF
           IF NOT wss-fs-cuo-OK
               DISPLAY "error al abrir CUOTAS.DAT: revierta a mano el "
                   "pago de " vit-mes(WS-IND-ITE) "/"
                   vit-anio(WS-IND-ITE)
           ELSE
               MOVE 0 TO flag
               MOVE "N" TO wss-encontro
               READ ARCH-CUO AT END MOVE 1 TO flag
               END-READ
               PERFORM UNTIL flag = 1 OR wss-encontro = "S"
                   IF CUO-NRO-ALUMNO = wss-nroAlumno
                           AND CUO-ANIO = vit-anio(WS-IND-ITE)
                           AND CUO-MES = vit-mes(WS-IND-ITE)
                           AND ((vit-tipo(WS-IND-ITE) = "R"
                                   AND CUOTA-RECARGO)
                               OR (vit-tipo(WS-IND-ITE) = "P"
                                   AND CUOTA-PLAN
                                   AND NOT CUOTA-ANULADA)
                               OR (vit-tipo(WS-IND-ITE) = "C"
                                   AND CUOTA-MENSUAL))
                       MOVE "S" TO wss-encontro
                   ELSE
                       READ ARCH-CUO AT END MOVE 1 TO flag
                       END-READ
                   END-IF
               END-PERFORM
               IF wss-encontro = "S"
                   IF CUO-PAGADO > vit-importe(WS-IND-ITE)
                       SUBTRACT vit-importe(WS-IND-ITE) FROM CUO-PAGADO
                   ELSE
                       MOVE 0 TO CUO-PAGADO
                       MOVE 0 TO CUO-FECHA-PAGO
                   END-IF
                   REWRITE REG-CUO
                   IF NOT wss-fs-cuo-OK
                       DISPLAY "error al revertir el pago de "
                           vit-mes(WS-IND-ITE) "/" vit-anio(WS-IND-ITE)
                   END-IF
               ELSE
                   DISPLAY "la cuota " vit-mes(WS-IND-ITE) "/"
                       vit-anio(WS-IND-ITE) " ya no esta en "
                       "CUOTAS.DAT, no se revierte"
               END-IF
               CLOSE ARCH-CUO
               MOVE 0 TO flag
           END-IF.

      *-----------------------------------------------------------------

       5000-CERRAR-PROGRAMA.
           PERFORM 8650-SELLAR-CONTROLES
           GOBACK.

      *-----------------------------------------------------------------

      *-----------------------------------------------------------------

      * un cobro por ventanilla: el alumno, el medio de pago y los
      * meses que paga; al terminar sale un recibo por todo lo cobrado
       6100-REGISTRAR-UN-PAGO.
           DISPLAY "INGRESE EL NUMERO DE ALUMNO DEL PAGO (FFFFFF PARA "
               "TERMINAR)"
           ACCEPT wss-nroAlumno
           IF wss-nroAlumno NOT = "FFFFFF"
               MOVE 2 TO OPCION
               MOVE wss-nroAlumno TO NUM-DAT-BUSCAR
               CALL Ralum USING AREA-DE-COMMUNICATIONN
               IF retorn-num = 0
                   MOVE DESCRIPCION TO wss-nombreAlumno
               ELSE
                   MOVE SPACES TO wss-nombreAlumno
               END-IF
               PERFORM 6050-INGRESAR-MEDIO-DE-PAGO
               MOVE 0 TO wss-cont-items
               MOVE "N" TO wss-fin-recibo
               PERFORM 6150-COBRAR-UN-MES
                   UNTIL wss-fin-recibo = "S"
               IF wss-cont-items > 0
                   PERFORM 6500-EMITIR-RECIBO
               ELSE
                   DISPLAY "no se cobro nada, no se emite recibo"
               END-IF
           END-IF.

      *-----------------------------------------------------------------

       6050-INGRESAR-MEDIO-DE-PAGO.
           MOVE SPACE TO wss-medioPago
           PERFORM UNTIL wss-medioPago = "E" OR wss-medioPago = "T"
                   OR wss-medioPago = "B" OR wss-medioPago = "Q"
               DISPLAY "MEDIO DE PAGO: (E)fectivo, (T)arjeta, "
                   "transferencia (B)ancaria o cheque (Q)"
               ACCEPT wss-medioPago
               IF wss-medioPago NOT = "E" AND wss-medioPago NOT = "T"
                       AND wss-medioPago NOT = "B"
                       AND wss-medioPago NOT = "Q"
                   DISPLAY "medio de pago invalido"
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------

       6150-COBRAR-UN-MES.
           DISPLAY "INGRESE EL ANIO DE LA CUOTA (4 digitos, 0 PARA "
               "CERRAR EL RECIBO)"
           ACCEPT wss-anio
           IF wss-anio = 0
               MOVE "S" TO wss-fin-recibo
           ELSE
               DISPLAY "INGRESE EL MES DE LA CUOTA (2 digitos)"
               ACCEPT wss-mes
               DISPLAY "QUE PAGA? C = CUOTA DEL MES, R = RECARGO POR "
                   "MORA DEL MES, P = CUOTA DEL PLAN DE PAGOS "
                   "(blanco = C)"
               ACCEPT wss-tipo
               IF wss-tipo NOT = "R" AND wss-tipo NOT = "P"
                   MOVE "C" TO wss-tipo
               END-IF
               MOVE "N" TO wss-pago-aplicado
               PERFORM 6200-BUSCAR-Y-REGRABAR
               IF wss-pago-aplicado = "S"
                   ADD 1 TO wss-cont-items
                   MOVE wss-anio TO vit-anio(wss-cont-items)
                   MOVE wss-mes  TO vit-mes(wss-cont-items)
                   MOVE wss-tipo TO vit-tipo(wss-cont-items)
                   MOVE wss-importePago TO vit-importe(wss-cont-items)
                   IF wss-cont-items = 6
                       DISPLAY "el recibo admite hasta 6 meses, se "
                           "emite y siga con otro recibo"
                       MOVE "S" TO wss-fin-recibo
                   END-IF
               END-IF
               MOVE "C" TO wss-tipo
           END-IF.

      *-----------------------------------------------------------------
                   IF CUO-NRO-ALUMNO = wss-nroAlumno
                           AND CUO-ANIO = wss-anio
                           AND CUO-MES = wss-mes
                           AND ((wss-tipo = "C" AND CUOTA-MENSUAL)
                               OR (wss-tipo = "R" AND CUOTA-RECARGO)
                               OR (wss-tipo = "P" AND CUOTA-PLAN
                                   AND NOT CUOTA-ANULADA))
                       MOVE "S" TO wss-encontro
                   ELSE
                       READ ARCH-CUO AT END MOVE 1 TO flag
                       END-READ
                   END-IF
               END-PERFORM
               EVALUATE TRUE
                   WHEN wss-encontro = "N"
                       DISPLAY "la cuota " wss-mes "/" wss-anio
                           " del alumno " wss-nroAlumno " no esta "
                           "cargada en CUOTAS.DAT"
                   WHEN CUOTA-REFINANCIADA
                       DISPLAY "la cuota " wss-mes "/" wss-anio
                           " esta refinanciada en un plan de pagos: "
                           "cobre la cuota del plan (P)"
                   WHEN OTHER
                       PERFORM 6300-APLICAR-PAGO
               END-EVALUATE
               CLOSE ARCH-CUO
               MOVE 0 TO flag
           END-IF.
               END-STRING
               PERFORM 3150-REGISTRAR-AUDITORIA
               CLOSE ARCH-AUDIT
               MOVE "S" TO wss-pago-aplicado
               DISPLAY "pago registrado"
           END-IF.

      *-----------------------------------------------------------------

      * el numero se toma y se avanza en RECNRO.DAT antes de grabar
      * el recibo: si algo falla queda un salto, nunca un repetido
       6500-EMITIR-RECIBO.
           PERFORM 6510-OBTENER-NUMERO
           IF wss-nroRecibo = 0
               DISPLAY "no se pudo obtener el numero de recibo; los "
                   "pagos quedaron registrados, avise al supervisor"
           ELSE
               PERFORM 8800-OBTENER-USUARIO-SESION
               IF wss-usuario-sesion = SPACES
                   ACCEPT wss-operador FROM ENVIRONMENT "USER"
               ELSE
                   MOVE wss-usuario-sesion TO wss-operador
               END-IF
               INITIALIZE REG-RCB
               MOVE wss-nroRecibo TO RCB-NUMERO
               ACCEPT RCB-FECHA FROM DATE YYYYMMDD
               ACCEPT RCB-HORA FROM TIME
               MOVE wss-operador   TO RCB-USUARIO
               MOVE wss-nroAlumno  TO RCB-NRO-ALUMNO
               MOVE wss-medioPago  TO RCB-MEDIO
               MOVE wss-cont-items TO RCB-CANT-ITEMS
               MOVE 0 TO wss-totalRecibo
               PERFORM VARYING WS-IND-ITE FROM 1 BY 1
                       UNTIL WS-IND-ITE > wss-cont-items
                   MOVE vit-anio(WS-IND-ITE) TO RCB-ANIO(WS-IND-ITE)
                   MOVE vit-mes(WS-IND-ITE)  TO RCB-MES(WS-IND-ITE)
                   MOVE vit-tipo(WS-IND-ITE) TO RCB-TIPO(WS-IND-ITE)
                   MOVE vit-importe(WS-IND-ITE) TO
                       RCB-IMPORTE(WS-IND-ITE)
                   ADD vit-importe(WS-IND-ITE) TO wss-totalRecibo
               END-PERFORM
               MOVE wss-totalRecibo TO RCB-TOTAL
               MOVE SPACE  TO RCB-ESTADO
               MOVE 0      TO RCB-FECHA-ANUL
               MOVE SPACES TO RCB-USUARIO-ANUL RCB-MOTIVO ESPACIO-RCB
               OPEN EXTEND ARCH-RCB
               IF wss-fs-rcb-OCUPADO
                   PERFORM 8930-REINTENTAR-APERTURA-RCB
               END-IF
               IF NOT wss-fs-rcb-OK AND NOT wss-fs-rcb-NOEXISTE
                   DISPLAY "error al abrir RECIBOS.DAT, el recibo "
                       wss-nroRecibo " no quedo grabado, avise al "
                       "supervisor"
               ELSE
                   WRITE REG-RCB
                   IF NOT wss-fs-rcb-OK
                       DISPLAY "error al grabar el recibo "
                           wss-nroRecibo
                   END-IF
                   CLOSE ARCH-RCB
                   PERFORM 6600-IMPRIMIR-RECIBO
               END-IF
           END-IF.

      *-----------------------------------------------------------------

      * sin RECNRO.DAT (primera vez) se arranca del numero mas alto
      * que haya en RECIBOS.DAT
       6510-OBTENER-NUMERO.
           MOVE 0 TO wss-nroRecibo
           OPEN I-O ARCH-NRO
           IF wss-fs-nro-OCUPADO
               PERFORM 8920-REINTENTAR-APERTURA-NRO
           END-IF
           IF wss-fs-nro-OK
               READ ARCH-NRO
                   AT END
                       CLOSE ARCH-NRO
                       PERFORM 6520-CREAR-NUMERADOR
                   NOT AT END
                       ADD 1 TO NRO-ULTIMO
                       REWRITE REG-NRO
                       IF wss-fs-nro-OK
                           MOVE NRO-ULTIMO TO wss-nroRecibo
                       END-IF
                       CLOSE ARCH-NRO
               END-READ
           ELSE
               IF wss-fs-nro-NOEXISTE
                   CLOSE ARCH-NRO
                   PERFORM 6520-CREAR-NUMERADOR
               END-IF
           END-IF.

      *-----------------------------------------------------------------

       6520-CREAR-NUMERADOR.
           MOVE 0 TO NRO-ULTIMO
           OPEN INPUT ARCH-RCB
           IF wss-fs-rcb-OK
               MOVE 0 TO flag
               READ ARCH-RCB AT END MOVE 1 TO flag
               END-READ
               PERFORM UNTIL flag = 1
                   IF RCB-NUMERO > NRO-ULTIMO
                       MOVE RCB-NUMERO TO NRO-ULTIMO
                   END-IF
                   READ ARCH-RCB AT END MOVE 1 TO flag
                   END-READ
               END-PERFORM
               MOVE 0 TO flag
           END-IF
           CLOSE ARCH-RCB
           ADD 1 TO NRO-ULTIMO
           MOVE SPACES TO ESPACIO-NRO
           OPEN OUTPUT ARCH-NRO
           IF wss-fs-nro-OK
               WRITE REG-NRO
               IF wss-fs-nro-OK
                   MOVE NRO-ULTIMO TO wss-nroRecibo
               END-IF
           END-IF
           CLOSE ARCH-NRO.

      *-----------------------------------------------------------------

       6600-IMPRIMIR-RECIBO.
           OPEN EXTEND ARCH-IMP
           IF NOT wss-fs-imp-OK AND NOT wss-fs-imp-NOEXISTE
               DISPLAY "error al abrir RECIBO.DAT, el recibo queda "
                   "grabado pero no impreso"
           ELSE
               MOVE RCB-NUMERO     TO lrc-numero
               MOVE RCB-FECHA(7:2) TO lrc-dia
               MOVE RCB-FECHA(5:2) TO lrc-mes
               MOVE RCB-FECHA(1:4) TO lrc-anio
               MOVE RCB-NRO-ALUMNO TO lrc-nroAlumno
               MOVE wss-nombreAlumno TO lrc-nombre
               WRITE REG-IMP FROM
                   "**************************************************"
               WRITE REG-IMP FROM
                   "*              RECIBO DE PAGO                    *"
               WRITE REG-IMP FROM
                   "**************************************************"
               WRITE REG-IMP FROM LINEA-RCB-NUMERO
               WRITE REG-IMP FROM LINEA-RCB-ALUMNO
               WRITE REG-IMP FROM SPACES
               PERFORM VARYING WS-IND-ITE FROM 1 BY 1
                       UNTIL WS-IND-ITE > RCB-CANT-ITEMS
                   EVALUATE RCB-TIPO(WS-IND-ITE)
                       WHEN "R"
                           MOVE "RECARGO MORA  " TO lrc-concepto
                       WHEN "P"
                           MOVE "CUOTA PLAN    " TO lrc-concepto
                       WHEN OTHER
                           MOVE "CUOTA         " TO lrc-concepto
                   END-EVALUATE
                   MOVE RCB-MES(WS-IND-ITE)     TO lrc-itemMes
                   MOVE RCB-ANIO(WS-IND-ITE)    TO lrc-itemAnio
                   MOVE RCB-IMPORTE(WS-IND-ITE) TO lrc-itemImporte
                   WRITE REG-IMP FROM LINEA-RCB-ITEM
               END-PERFORM
               WRITE REG-IMP FROM SPACES
               MOVE RCB-TOTAL TO lrc-total
               WRITE REG-IMP FROM LINEA-RCB-TOTAL
               EVALUATE TRUE
                   WHEN MEDIO-EFECTIVO
                       MOVE "EFECTIVO"      TO lrc-medio
                   WHEN MEDIO-TARJETA
                       MOVE "TARJETA"       TO lrc-medio
                   WHEN MEDIO-TRANSFERENCIA
                       MOVE "TRANSFERENCIA" TO lrc-medio
                   WHEN MEDIO-CHEQUE
                       MOVE "CHEQUE"        TO lrc-medio
               END-EVALUATE
               MOVE RCB-USUARIO TO lrc-operador
               WRITE REG-IMP FROM LINEA-RCB-MEDIO
               WRITE REG-IMP FROM SPACES
               CLOSE ARCH-IMP
               DISPLAY "recibo " RCB-NUMERO " emitido por " lrc-total
                   " (impreso en RECIBO.DAT)"
           END-IF.

      *-----------------------------------------------------------------

      * arma el informe de morosos por sede: junta el saldo impago de
      * cada alumno, lo agrupa por la sede que dice ALUMNOS.DAT y lo
      * graba en MOROSOS.DAT con el total por sede
           MOVE 0 TO flag
           READ ARCH-CUO AT END MOVE 1 TO flag
           END-READ
           ACCEPT wss-fechaHoy FROM DATE YYYYMMDD
           MOVE wss-fechaHoy(1:6) TO wss-periodoActual
           PERFORM UNTIL flag = 1
      *        lo refinanciado o anulado no es deuda y la cuota del
      *        plan que todavia no vencio tampoco
               IF CUO-PAGADO < CUO-IMPORTE
                       AND CUOTA-VIGENTE
                       AND (NOT CUOTA-PLAN
                           OR CUO-ANIO * 100 + CUO-MES <
                               wss-periodoActual)
                   PERFORM 7100-ACUMULAR-UN-DEUDOR
               END-IF
               READ ARCH-CUO AT END MOVE 1 TO flag
                   "minutos"
           END-IF.

      *-----------------------------------------------------------------

       8920-REINTENTAR-APERTURA-NRO.
           MOVE 0 TO wss-reintentos
           PERFORM UNTIL NOT wss-fs-nro-OCUPADO
                   OR wss-reintentos >= 5
               ADD 1 TO wss-reintentos
               DISPLAY "RECNRO.DAT esta en uso por otra caja "
                   "(estado " wss-fs-nro "), reintento "
                   wss-reintentos " de 5..."
               CALL "C$SLEEP" USING wss-segundos-espera
               OPEN I-O ARCH-NRO
           END-PERFORM.

      *-----------------------------------------------------------------

       8930-REINTENTAR-APERTURA-RCB.
           MOVE 0 TO wss-reintentos
           PERFORM UNTIL NOT wss-fs-rcb-OCUPADO
                   OR wss-reintentos >= 5
               ADD 1 TO wss-reintentos
               DISPLAY "RECIBOS.DAT esta en uso por otra caja "
                   "(estado " wss-fs-rcb "), reintento "
                   wss-reintentos " de 5..."
               CALL "C$SLEEP" USING wss-segundos-espera
               OPEN EXTEND ARCH-RCB
           END-PERFORM.

      *-----------------------------------------------------------------

       8940-REINTENTAR-APERTURA-RCB-IO.
           MOVE 0 TO wss-reintentos
           PERFORM UNTIL NOT wss-fs-rcb-OCUPADO
                   OR wss-reintentos >= 5
               ADD 1 TO wss-reintentos
               DISPLAY "RECIBOS.DAT esta en uso por otra caja "
                   "(estado " wss-fs-rcb "), reintento "
                   wss-reintentos " de 5..."
               CALL "C$SLEEP" USING wss-segundos-espera
               OPEN I-O ARCH-RCB
           END-PERFORM.

      *-----------------------------------------------------------------

      * el usuario de la sesion lo deja PMENU en SESION.DAT; si no
               END-IF
           END-IF.

      *-----------------------------------------------------------------

      * avisa al operador si los maestros no coinciden con sus
      * registros de control de CTLMAEST.DAT
       8600-VERIFICAR-CONTROLES.
           INITIALIZE AREA-DE-COMMUNICATION-CTM
           MOVE 2 TO OPCION-K
           MOVE "CUO" TO K-ARCHIVOS
           MOVE "PGENCUOT" TO K-PROGRAMA
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
           MOVE "PGENCUOT" TO K-PROGRAMA
           CALL Rcontrol USING AREA-DE-COMMUNICATION-CTM.

      *-----------------------------------------------------------------

      * con la cadena nocturna corriendo el programa no entra a
      * actualizar (salvo que el supervisor lo fuerce)
       8550-CONTROLAR-VENTANA-BATCH.
           INITIALIZE AREA-DE-COMMUNICATION-VEN
           MOVE 5 TO OPCION-V
           MOVE "PGENCUOT" TO V-PROGRAMA
           CALL Rventana USING AREA-DE-COMMUNICATION-VEN
           IF retorn-num-v NOT = 0
               PERFORM 5000-CERRAR-PROGRAMA
           END-IF.

      *-----------------------------------------------------------------
       END PROGRAM PGENCUOT.

      ******************************************************************
      * Author: Gonzalez Nazarena Araceli
      * Date:
      * Purpose: Cierre de caja diario: recorre RECIBOS.DAT y, para
      *    la fecha pedida (la de hoy o la que se ingrese), totaliza
      *    los recibos vigentes de cada operador por medio de pago
      *    (efectivo, tarjeta, transferencia y cheque). Los recibos
      *    anulados no suman y se listan aparte con su motivo y
      *    quien los anulo. A cada operador se le pide el efectivo
      *    que declara tener en caja y se compara contra el
      *    efectivo de sus recibos, marcando la diferencia (sobrante
      *    o faltante). El cierre queda en CIECAJA.DAT firmado por
      *    tesoreria y anotado en AUDIT.LOG.
      *    Con la ventana batch abierta (PJOBSTRM corriendo la cadena
      *    nocturna) no entra, salvo que el supervisor lo fuerce
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PCIECAJA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL ARCH-RCB         ASSIGN TO "RECIBOS.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-rcb.

       SELECT OPTIONAL ARCH-LIS         ASSIGN TO "CIECAJA.DAT"
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
       77  flag                          PIC X     VALUE "N".

       01  wss-fs-rcb                    PIC X(2).
           88 wss-fs-rcb-OK                        VALUE '00'.
           88 wss-fs-rcb-NOEXISTE                  VALUE '05'.

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

       77  wss-fechaCierre               PIC 9(8)  VALUE 0.
       77  wss-opcionFecha               PIC 9     VALUE 0.

      * totales del dia por operador y medio de pago
       77  wss-cont-operadores           PIC 9(3)  COMP VALUE 0.
       01  VECTOR-OPERADORES             OCCURS 50 TIMES.
           05 vop-usuario                PIC X(20).
           05 vop-cantRecibos            PIC 9(5).
           05 vop-efectivo               PIC 9(7)V99.
           05 vop-tarjeta                PIC 9(7)V99.
           05 vop-transferencia          PIC 9(7)V99.
           05 vop-cheque                 PIC 9(7)V99.
           05 vop-total                  PIC 9(8)V99.
           05 vop-declarado              PIC 9(7)V99.
           05 vop-diferencia             PIC S9(7)V99.
       77  WS-IND                        PIC 9(3)  COMP.
       77  WS-IND-OPE                    PIC 9(3)  COMP.

      * recibos anulados: los emitidos ese dia y los de otros dias
      * que se anularon ese dia
       77  wss-cont-anulados             PIC 9(4)  COMP VALUE 0.
       01  VECTOR-ANULADOS               OCCURS 500 TIMES.
           05 van-numero                 PIC 9(8).
           05 van-fecha                  PIC 9(8).
           05 van-usuario                PIC X(20).
           05 van-nroAlumno              PIC X(6).
           05 van-total                  PIC 9(6)V99.
           05 van-fechaAnul              PIC 9(8).
           05 van-usuarioAnul            PIC X(20).
           05 van-motivo                 PIC X(30).
       77  WS-IND-ANU                    PIC 9(4)  COMP.

       77  wss-tot-efectivo              PIC 9(8)V99 VALUE 0.
       77  wss-tot-tarjeta               PIC 9(8)V99 VALUE 0.
       77  wss-tot-transferencia         PIC 9(8)V99 VALUE 0.
       77  wss-tot-cheque                PIC 9(8)V99 VALUE 0.
       77  wss-tot-general               PIC 9(8)V99 VALUE 0.
       77  wss-tot-declarado             PIC 9(8)V99 VALUE 0.
       77  wss-tot-diferencia            PIC S9(8)V99 VALUE 0.
       77  wss-cont-recibos              PIC 9(5)  VALUE 0.
       77  wss-cont-con-diferencia       PIC 9(3)  VALUE 0.
       77  wss-importeDeclarado          PIC 9(7)V99.

       01  RUTINAS.
           05 Rfecha                     PIC X(8)  VALUE "RUTFECHH".
           05 Rventana                   PIC X(8)  VALUE "RUTVENTA".

       01  LINEA-CABECERA.
           05 FILLER                     PIC X(20) VALUE
           "  FECHA DE CAJA:    ".
           05 lca-dia                    PIC 99.
           05 FILLER                     PIC X     VALUE "/".
           05 lca-mes                    PIC 99.
           05 FILLER                     PIC X     VALUE "/".
           05 lca-anio                   PIC 9(4).

       01  LINEA-OPERADOR.
           05 FILLER                     PIC X(12) VALUE
           "  OPERADOR: ".
           05 lop-usuario                PIC X(20).
           05 FILLER                     PIC X(11) VALUE
           "  RECIBOS: ".
           05 lop-cantRecibos            PIC ZZZZ9.

       01  LINEA-MEDIO.
           05 FILLER                     PIC X(6)  VALUE SPACES.
           05 lme-concepto               PIC X(24).
           05 lme-importe                PIC ZZZZZZZ9.99.

       01  LINEA-DIFERENCIA.
           05 FILLER                     PIC X(6)  VALUE SPACES.
           05 ldi-concepto               PIC X(24).
           05 ldi-importe                PIC -ZZZZZZZ9.99.
           05 FILLER                     PIC X(2)  VALUE SPACES.
           05 ldi-marca                  PIC X(24).

       01  LINEA-TITULO-ANULADOS.
           05 FILLER                     PIC X(45) VALUE
           "  NUMERO   EMITIDO  ALUMNO     TOTAL OPERADOR".
           05 FILLER                     PIC X(20) VALUE
           "             ANULADO".

       01  LINEA-ANULADO.
           05 FILLER                     PIC X(2)  VALUE SPACES.
           05 lan-numero                 PIC 9(8).
           05 FILLER                     PIC X     VALUE SPACE.
           05 lan-fecha                  PIC 9(8).
           05 FILLER                     PIC X     VALUE SPACE.
           05 lan-nroAlumno              PIC X(6).
           05 FILLER                     PIC X     VALUE SPACE.
           05 lan-total                  PIC ZZZZZ9.99.
           05 FILLER                     PIC X     VALUE SPACE.
           05 lan-usuario                PIC X(20).
           05 FILLER                     PIC X     VALUE SPACE.
           05 lan-fechaAnul              PIC 9(8).

       01  LINEA-MOTIVO.
           05 FILLER                     PIC X(13) VALUE
           "     MOTIVO: ".
           05 lmo-motivo                 PIC X(30).
           05 FILLER                     PIC X(14) VALUE
           "  ANULADO POR ".
           05 lmo-usuario                PIC X(20).

      *VARIABLES PARA INVOCAR A LA RUTINA DE FECHAS
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
           PERFORM 1000-PEDIR-FECHA
           PERFORM 2000-TOTALIZAR-RECIBOS
           IF wss-cont-operadores = 0 AND wss-cont-anulados = 0
               DISPLAY "no hay recibos del " wss-fechaCierre
                   " en RECIBOS.DAT"
               PERFORM 5000-CERRAR-PROGRAMA
           END-IF
           PERFORM 3000-CONTROLAR-EFECTIVO
           PERFORM 4000-GRABAR-CIERRE
           PERFORM 3150-REGISTRAR-AUDITORIA
           PERFORM 5000-CERRAR-PROGRAMA.

      */////////////////////////////////////////////////////////////////

       1000-PEDIR-FECHA.
           PERFORM UNTIL wss-opcionFecha = 1 OR wss-opcionFecha = 2
               DISPLAY "1-CIERRE DE LA CAJA DE HOY"
               DISPLAY "2-CIERRE DE OTRA FECHA"
               ACCEPT wss-opcionFecha
               IF wss-opcionFecha NOT = 1 AND wss-opcionFecha NOT = 2
                   DISPLAY "opcion invalida"
               END-IF
           END-PERFORM
           IF wss-opcionFecha = 1
               ACCEPT wss-fechaCierre FROM DATE YYYYMMDD
           ELSE
               DISPLAY "INGRESO DE LA FECHA DE LA CAJA:"
               INITIALIZE AREA-DE-COMMUNICATION-FECH
               MOVE 1 TO OPCION-F
               CALL Rfecha USING AREA-DE-COMMUNICATION-FECH
               MOVE FECHA-FORMATOO1 TO wss-fechaCierre
           END-IF.

      *-----------------------------------------------------------------

      * una pasada por RECIBOS.DAT: los vigentes de la fecha suman
      * a su operador, los anulados van a la lista aparte
       2000-TOTALIZAR-RECIBOS.
           OPEN INPUT ARCH-RCB
           IF NOT wss-fs-rcb-OK
               CLOSE ARCH-RCB
               DISPLAY "no existe RECIBOS.DAT, no hay cobros "
                   "registrados"
               PERFORM 5000-CERRAR-PROGRAMA
           END-IF
           READ ARCH-RCB AT END MOVE "S" TO flag
           END-READ
           PERFORM UNTIL flag = "S"
               IF RECIBO-ANULADO
                   IF RCB-FECHA = wss-fechaCierre
                           OR RCB-FECHA-ANUL = wss-fechaCierre
                       PERFORM 2200-GUARDAR-ANULADO
                   END-IF
               ELSE
                   IF RCB-FECHA = wss-fechaCierre
                       PERFORM 2100-SUMAR-AL-OPERADOR
                   END-IF
               END-IF
               READ ARCH-RCB AT END MOVE "S" TO flag
               END-READ
           END-PERFORM
           CLOSE ARCH-RCB
           MOVE "N" TO flag.

      *-----------------------------------------------------------------

       2100-SUMAR-AL-OPERADOR.
           MOVE 0 TO WS-IND-OPE
           PERFORM VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND > wss-cont-operadores
                   OR WS-IND-OPE > 0
               IF vop-usuario(WS-IND) = RCB-USUARIO
                   MOVE WS-IND TO WS-IND-OPE
               END-IF
           END-PERFORM
           IF WS-IND-OPE = 0
               IF wss-cont-operadores < 50
                   ADD 1 TO wss-cont-operadores
                   MOVE wss-cont-operadores TO WS-IND-OPE
                   INITIALIZE VECTOR-OPERADORES(WS-IND-OPE)
                   MOVE RCB-USUARIO TO vop-usuario(WS-IND-OPE)
               ELSE
                   DISPLAY "ADVERTENCIA: mas de 50 operadores, el "
                       "recibo " RCB-NUMERO " no se totaliza"
               END-IF
           END-IF
           IF WS-IND-OPE > 0
               ADD 1 TO vop-cantRecibos(WS-IND-OPE)
               ADD 1 TO wss-cont-recibos
               EVALUATE TRUE
                   WHEN MEDIO-EFECTIVO
                       ADD RCB-TOTAL TO vop-efectivo(WS-IND-OPE)
                       ADD RCB-TOTAL TO wss-tot-efectivo
                   WHEN MEDIO-TARJETA
                       ADD RCB-TOTAL TO vop-tarjeta(WS-IND-OPE)
                       ADD RCB-TOTAL TO wss-tot-tarjeta
                   WHEN MEDIO-TRANSFERENCIA
                       ADD RCB-TOTAL TO vop-transferencia(WS-IND-OPE)
                       ADD RCB-TOTAL TO wss-tot-transferencia
                   WHEN MEDIO-CHEQUE
                       ADD RCB-TOTAL TO vop-cheque(WS-IND-OPE)
                       ADD RCB-TOTAL TO wss-tot-cheque
               END-EVALUATE
               ADD RCB-TOTAL TO vop-total(WS-IND-OPE)
               ADD RCB-TOTAL TO wss-tot-general
           END-IF.

      *-----------------------------------------------------------------

       2200-GUARDAR-ANULADO.
           IF wss-cont-anulados < 500
               ADD 1 TO wss-cont-anulados
               MOVE RCB-NUMERO  TO van-numero(wss-cont-anulados)
               MOVE RCB-FECHA   TO van-fecha(wss-cont-anulados)
               MOVE RCB-USUARIO TO van-usuario(wss-cont-anulados)
               MOVE RCB-NRO-ALUMNO TO van-nroAlumno(wss-cont-anulados)
               MOVE RCB-TOTAL   TO van-total(wss-cont-anulados)
               MOVE RCB-FECHA-ANUL TO van-fechaAnul(wss-cont-anulados)
               MOVE RCB-USUARIO-ANUL TO
                   van-usuarioAnul(wss-cont-anulados)
               MOVE RCB-MOTIVO  TO van-motivo(wss-cont-anulados)
           ELSE
               DISPLAY "ADVERTENCIA: mas de 500 recibos anulados, el "
                   RCB-NUMERO " no se lista"
           END-IF.

      *-----------------------------------------------------------------

      * cada operador declara el efectivo que tiene en caja; se
      * compara solo contra el efectivo, lo demas no pasa por la caja
       3000-CONTROLAR-EFECTIVO.
           PERFORM VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND > wss-cont-operadores
               DISPLAY "OPERADOR " vop-usuario(WS-IND)
                   " RECIBOS: " vop-cantRecibos(WS-IND)
               DISPLAY "INGRESE EL EFECTIVO QUE DECLARA EN CAJA"
               ACCEPT wss-importeDeclarado
               MOVE wss-importeDeclarado TO vop-declarado(WS-IND)
               COMPUTE vop-diferencia(WS-IND) =
                   vop-declarado(WS-IND) - vop-efectivo(WS-IND)
               ADD vop-declarado(WS-IND) TO wss-tot-declarado
               IF vop-diferencia(WS-IND) NOT = 0
                   ADD 1 TO wss-cont-con-diferencia
                   DISPLAY "ATENCION: la caja de " vop-usuario(WS-IND)
                       " no cierra con el efectivo de sus recibos"
               END-IF
           END-PERFORM
           COMPUTE wss-tot-diferencia =
               wss-tot-declarado - wss-tot-efectivo.

      *-----------------------------------------------------------------

       3150-REGISTRAR-AUDITORIA.
           OPEN EXTEND ARCH-AUDIT
           IF wss-fs-aud-OK OR wss-fs-aud-NOEXISTE
               ACCEPT aud-fecha FROM DATE YYYYMMDD
               ACCEPT aud-hora FROM TIME
               PERFORM 8800-OBTENER-USUARIO-SESION
               IF wss-usuario-sesion = SPACES
                   ACCEPT aud-usuario FROM ENVIRONMENT "USER"
               ELSE
                   MOVE wss-usuario-sesion TO aud-usuario
               END-IF
               MOVE "PCIECAJA" TO aud-programa
               MOVE SPACES TO aud-clave
               STRING "CIERRE "      DELIMITED BY SIZE
                   wss-fechaCierre   DELIMITED BY SIZE
                   INTO aud-clave
               END-STRING
               WRITE REG-AUDIT
           END-IF
           CLOSE ARCH-AUDIT.

      *-----------------------------------------------------------------

       4000-GRABAR-CIERRE.
           OPEN OUTPUT ARCH-LIS
           IF NOT wss-fs-lis-OK
               DISPLAY "error al abrir el archivo CIECAJA.DAT"
               PERFORM 5000-CERRAR-PROGRAMA
           END-IF
           WRITE REG-LIS FROM
               "**************************************************"
           WRITE REG-LIS FROM
               "*            CIERRE DE CAJA DIARIO               *"
           WRITE REG-LIS FROM
               "**************************************************"
           MOVE wss-fechaCierre(7:2) TO lca-dia
           MOVE wss-fechaCierre(5:2) TO lca-mes
           MOVE wss-fechaCierre(1:4) TO lca-anio
           WRITE REG-LIS FROM LINEA-CABECERA
           WRITE REG-LIS FROM SPACES

           PERFORM VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND > wss-cont-operadores
               MOVE vop-usuario(WS-IND)     TO lop-usuario
               MOVE vop-cantRecibos(WS-IND) TO lop-cantRecibos
               WRITE REG-LIS FROM LINEA-OPERADOR
               MOVE "EFECTIVO:"             TO lme-concepto
               MOVE vop-efectivo(WS-IND)    TO lme-importe
               WRITE REG-LIS FROM LINEA-MEDIO
               MOVE "TARJETA:"              TO lme-concepto
               MOVE vop-tarjeta(WS-IND)     TO lme-importe
               WRITE REG-LIS FROM LINEA-MEDIO
               MOVE "TRANSFERENCIA:"        TO lme-concepto
               MOVE vop-transferencia(WS-IND) TO lme-importe
               WRITE REG-LIS FROM LINEA-MEDIO
               MOVE "CHEQUE:"               TO lme-concepto
               MOVE vop-cheque(WS-IND)      TO lme-importe
               WRITE REG-LIS FROM LINEA-MEDIO
               MOVE "TOTAL DEL OPERADOR:"   TO lme-concepto
               MOVE vop-total(WS-IND)       TO lme-importe
               WRITE REG-LIS FROM LINEA-MEDIO
               MOVE "EFECTIVO DECLARADO:"   TO lme-concepto
               MOVE vop-declarado(WS-IND)   TO lme-importe
               WRITE REG-LIS FROM LINEA-MEDIO
               MOVE "DIFERENCIA:"           TO ldi-concepto
               MOVE vop-diferencia(WS-IND)  TO ldi-importe
               EVALUATE TRUE
                   WHEN vop-diferencia(WS-IND) > 0
                       MOVE "*** SOBRANTE ***" TO ldi-marca
                   WHEN vop-diferencia(WS-IND) < 0
                       MOVE "*** FALTANTE ***" TO ldi-marca
                   WHEN OTHER
                       MOVE "CAJA CORRECTA" TO ldi-marca
               END-EVALUATE
               WRITE REG-LIS FROM LINEA-DIFERENCIA
               WRITE REG-LIS FROM SPACES
           END-PERFORM

           WRITE REG-LIS FROM "  TOTALES DEL DIA:"
           MOVE "EFECTIVO:"             TO lme-concepto
           MOVE wss-tot-efectivo        TO lme-importe
           WRITE REG-LIS FROM LINEA-MEDIO
           MOVE "TARJETA:"              TO lme-concepto
           MOVE wss-tot-tarjeta         TO lme-importe
           WRITE REG-LIS FROM LINEA-MEDIO
           MOVE "TRANSFERENCIA:"        TO lme-concepto
           MOVE wss-tot-transferencia   TO lme-importe
           WRITE REG-LIS FROM LINEA-MEDIO
           MOVE "CHEQUE:"               TO lme-concepto
           MOVE wss-tot-cheque          TO lme-importe
           WRITE REG-LIS FROM LINEA-MEDIO
           MOVE "TOTAL COBRADO:"        TO lme-concepto
           MOVE wss-tot-general         TO lme-importe
           WRITE REG-LIS FROM LINEA-MEDIO
           MOVE "EFECTIVO DECLARADO:"   TO lme-concepto
           MOVE wss-tot-declarado       TO lme-importe
           WRITE REG-LIS FROM LINEA-MEDIO
           MOVE "DIFERENCIA:"           TO ldi-concepto
           MOVE wss-tot-diferencia      TO ldi-importe
           IF wss-cont-con-diferencia > 0
               MOVE "*** CAJAS CON DIFERENCIA" TO ldi-marca
           ELSE
               MOVE "CAJAS CORRECTAS" TO ldi-marca
           END-IF
           WRITE REG-LIS FROM LINEA-DIFERENCIA
           WRITE REG-LIS FROM SPACES

           WRITE REG-LIS FROM "  RECIBOS ANULADOS:"
           IF wss-cont-anulados = 0
               WRITE REG-LIS FROM "  (ninguno)"
           ELSE
               WRITE REG-LIS FROM LINEA-TITULO-ANULADOS
           END-IF
           PERFORM VARYING WS-IND-ANU FROM 1 BY 1
                   UNTIL WS-IND-ANU > wss-cont-anulados
               MOVE van-numero(WS-IND-ANU)    TO lan-numero
               MOVE van-fecha(WS-IND-ANU)     TO lan-fecha
               MOVE van-nroAlumno(WS-IND-ANU) TO lan-nroAlumno
               MOVE van-total(WS-IND-ANU)     TO lan-total
               MOVE van-usuario(WS-IND-ANU)   TO lan-usuario
               MOVE van-fechaAnul(WS-IND-ANU) TO lan-fechaAnul
               WRITE REG-LIS FROM LINEA-ANULADO
               MOVE van-motivo(WS-IND-ANU)    TO lmo-motivo
               MOVE van-usuarioAnul(WS-IND-ANU) TO lmo-usuario
               WRITE REG-LIS FROM LINEA-MOTIVO
           END-PERFORM

           WRITE REG-LIS FROM SPACES
           WRITE REG-LIS FROM SPACES
           WRITE REG-LIS FROM
               "  ______________________      ______________________"
           WRITE REG-LIS FROM
               "       FIRMA TESORERIA              ACLARACION"
           CLOSE ARCH-LIS
           DISPLAY "*** CIERRE DE CAJA GRABADO EN CIECAJA.DAT ***"
           DISPLAY "recibos: " wss-cont-recibos
               "  anulados: " wss-cont-anulados
               "  cajas con diferencia: " wss-cont-con-diferencia.

      *-----------------------------------------------------------------

       5000-CERRAR-PROGRAMA.
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
           MOVE "PCIECAJA" TO V-PROGRAMA
           CALL Rventana USING AREA-DE-COMMUNICATION-VEN
           IF retorn-num-v NOT = 0
               PERFORM 5000-CERRAR-PROGRAMA
           END-IF.

      *-----------------------------------------------------------------
       END PROGRAM PCIECAJA.

      ******************************************************************
      * Author: Gonzalez Nazarena Araceli
      * Date:
      * Purpose: Importacion de la cobranza bancaria del dia: lee
      *    COBRANZA.DAT (cabecera, un detalle por pago con alumno,
      *    anio, mes, importe y fecha, y el trailer con la cantidad
      *    y el total del banco), aparea cada pago con el cargo
      *    abierto de CUOTAS.DAT del mismo alumno y periodo (cuota
      *    mensual, cuota de un plan de pagos de PPLANPAG o recargo
      *    por mora de PESTCUEN) y, si el importe cancela justo el
      *    saldo, graba el pago y la fecha en el cargo. Si el periodo
      *    tiene mas de un cargo abierto se elige el de saldo igual
      *    al pago y, si no hay, el primero en el orden plan, cuota,
      *    recargo; el tipo de cargo aplicado sale en la
      *    conciliacion. Los pagos parciales, los
      *    excedentes, los alumnos desconocidos, los pagos sin cuota
      *    y los de meses ya cancelados o refinanciados en un plan
      *    de pagos no se aplican: van a COBEXCE.DAT con su motivo
      *    para que tesoreria los resuelva por PGENCUOT. El informe
      *    de conciliacion COBRLIS.DAT
      *    cierra aplicados mas excepciones contra el trailer del
      *    banco. Sin archivo del banco la corrida termina normal
      *    en cero (los dias sin cobranza), asi puede ir en la
      *    cadena nocturna de PJOBSTRM agregandola a PLANJOBS.DAT.
      *    Hasta hoy cada pago se copiaba a mano del listado del
      *    banco y mas de una vez se imputo al alumno o al mes
      *    equivocado.
      *    Antes de procesar verifica CUOTAS.DAT contra su registro de
      *    control de CTLMAEST.DAT a traves de RUTCONTR y, si no
      *    coincide, termina con final anormal sin procesar nada. Al
      *    terminar deja en CTLMAEST.DAT los nuevos totales de
      *    CUOTAS.DAT.
      *    Con la ventana batch abierta (PJOBSTRM corriendo la cadena
      *    nocturna) solo corre como paso de la propia cadena, salvo que
      *    el supervisor lo fuerce
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PCOBBANC.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL ARCH-BAN         ASSIGN TO "COBRANZA.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-ban.

       SELECT OPTIONAL ARCH-CUO         ASSIGN TO "CUOTAS.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-cuo.

       SELECT OPTIONAL ARCH-EXC         ASSIGN TO "COBEXCE.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-exc.

       SELECT OPTIONAL ARCH-LIS         ASSIGN TO "COBRLIS.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-lis.

       SELECT OPTIONAL ARCH-EST         ASSIGN TO "ESTADIS.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-est.

       SELECT OPTIONAL ARCH-AUDIT       ASSIGN TO "AUDIT.LOG"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-aud.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCH-BAN.
           01  REG-BAN               PIC X(40).

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
                    88 CUOTA-PLAN             VALUE "P".
                    88 CUOTA-RECARGO          VALUE "R".
                05 CUO-ESTADO         PIC X.
                    88 CUOTA-VIGENTE          VALUE " ".
                    88 CUOTA-REFINANCIADA     VALUE "F".

       FD  ARCH-EXC.
           01  REG-EXC.
                05 EXC-NRO-ALUMNO     PIC 9(6).
                05 EXC-ANIO           PIC 9(4).
                05 EXC-MES            PIC 99.
                05 EXC-IMPORTE        PIC 9(5)V99.
                05 EXC-FECHA-PAGO     PIC 9(8).
                05 EXC-SALDO          PIC 9(5)V99.
                05 EXC-MOTIVO         PIC X(3).
                05 EXC-TIPO-CUOTA     PIC X.
                05 ESPACIO-EXC        PIC X.

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

       WORKING-STORAGE SECTION.
       77  flag                          PIC X     VALUE "N".

       01  wss-fs-ban                    PIC X(2).
           88 wss-fs-ban-OK                        VALUE '00'.
           88 wss-fs-ban-NOEXISTE                  VALUE '05'.

       01  wss-fs-cuo                    PIC X(2).
           88 wss-fs-cuo-OK                        VALUE '00'.
           88 wss-fs-cuo-OCUPADO                   VALUE '61' '93'
                                                    '94' '99'.

       01  wss-fs-exc                    PIC X(2).
           88 wss-fs-exc-OK                        VALUE '00'.

       01  wss-fs-lis                    PIC X(2).
           88 wss-fs-lis-OK                        VALUE '00'.

       01  wss-fs-est                    PIC X(2).
           88 wss-fs-est-OK                        VALUE '00'.
           88 wss-fs-est-NOEXISTE                  VALUE '05'.

       01  wss-fs-aud                    PIC X(2).
           88 wss-fs-aud-OK                        VALUE '00'.
           88 wss-fs-aud-NOEXISTE                  VALUE '05'.
       77  wss-corrida-normal            PIC X     VALUE "N".

       77  wss-reintentos                PIC 9     VALUE 0.
       77  wss-segundos-espera           PIC 9(3)  COMP VALUE 2.

      * vistas de los tres tipos de registro del archivo del banco
       01  WSS-BAN-CABECERA.
           05 ban-tipoH                  PIC X.
           05 ban-fechaArchivo           PIC 9(8).
           05 ban-nombreBanco            PIC X(20).
           05 FILLER                     PIC X(11).

       01  WSS-BAN-DETALLE.
           05 ban-tipoD                  PIC X.
           05 ban-nroAlumno              PIC 9(6).
           05 ban-anio                   PIC 9(4).
           05 ban-mes                    PIC 99.
           05 ban-importe                PIC 9(5)V99.
           05 ban-fechaPago              PIC 9(8).
           05 FILLER                     PIC X(12).

       01  WSS-BAN-TRAILER.
           05 ban-tipoT                  PIC X.
           05 ban-cantidad               PIC 9(6).
           05 ban-total                  PIC 9(9)V99.
           05 FILLER                     PIC X(22).

      * pagos del dia con su resultado de apareo
       77  wss-cont-pagos                PIC 9(4)  COMP VALUE 0.
       01  VECTOR-PAGOS                  OCCURS 2000 TIMES.
           05 vpa-nroAlumno              PIC 9(6).
           05 vpa-anio                   PIC 9(4).
           05 vpa-mes                    PIC 99.
           05 vpa-importe                PIC 9(5)V99.
           05 vpa-fechaPago              PIC 9(8).
           05 vpa-saldo                  PIC 9(5)V99.
           05 vpa-resultado              PIC X(3).
               88 VPA-PENDIENTE                  VALUE SPACES.
               88 VPA-APLICADO                   VALUE "APL".
           05 vpa-tipo                   PIC X.
           05 vpa-registro               PIC 9(7)  COMP.
           05 vpa-rango                  PIC 99.
       77  WS-IND                        PIC 9(4)  COMP.

      * eleccion del cargo de cada pago: el rango es preferencia por
      * decenas (1 saldo igual al pago, 2 con saldo, 3 ya cancelado,
      * 4 refinanciado) mas el orden por tipo (1 plan, 2 cuota,
      * 3 recargo); gana el rango menor
       77  wss-nroRegistro               PIC 9(7)  COMP VALUE 0.
       77  wss-rango                     PIC 99.
       77  wss-ordenTipo                 PIC 9.

       77  wss-saldo                     PIC 9(5)V99.
       77  wss-hay-cabecera              PIC X     VALUE "N".
       77  wss-hay-trailer               PIC X     VALUE "N".
       77  wss-fechaArchivo              PIC 9(8)  VALUE 0.
       77  wss-nombreBanco               PIC X(20) VALUE SPACES.
       77  wss-trailerCantidad           PIC 9(6)  VALUE 0.
       77  wss-trailerTotal              PIC 9(9)V99 VALUE 0.

       77  wss-cont-leidos               PIC 9(7)  COMP VALUE 0.
       77  wss-cont-aplicados            PIC 9(7)  COMP VALUE 0.
       77  wss-cont-excepciones          PIC 9(7)  COMP VALUE 0.
       77  wss-total-leido               PIC 9(9)V99 COMP VALUE 0.
       77  wss-total-aplicado            PIC 9(9)V99 COMP VALUE 0.
       77  wss-total-excepciones         PIC 9(9)V99 COMP VALUE 0.
       77  wss-conciliado                PIC X     VALUE "N".

       01  RUTINAS.
           05 Ralum                      PIC X(8)  VALUE "RLEEALUM".
           05 Rcontrol                   PIC X(8)  VALUE "RUTCONTR".
           05 Rventana                   PIC X(8)  VALUE "RUTVENTA".

       01  LINEA-CABECERA.
           05 FILLER                     PIC X(17) VALUE
           "  ARCHIVO DEL:   ".
           05 lca-fecha                  PIC 9(8).
           05 FILLER                     PIC X(10) VALUE
           "   BANCO: ".
           05 lca-banco                  PIC X(20).

       01  LINEA-EXCEPCION.
           05 FILLER                     PIC X(2)  VALUE SPACES.
           05 lex-motivo                 PIC X(3).
           05 FILLER                     PIC X     VALUE SPACE.
           05 lex-descripcion            PIC X(20).
           05 lex-nroAlumno              PIC 9(6).
           05 FILLER                     PIC X     VALUE SPACE.
           05 lex-mes                    PIC 99.
           05 FILLER                     PIC X     VALUE "/".
           05 lex-anio                   PIC 9(4).
           05 FILLER                     PIC X(7)  VALUE " PAGO: ".
           05 lex-importe                PIC ZZZZ9.99.
           05 FILLER                     PIC X(8)  VALUE " SALDO: ".
           05 lex-saldo                  PIC ZZZZ9.99.
           05 FILLER                     PIC X(7)  VALUE " TIPO: ".
           05 lex-tipo                   PIC X.

       01  LINEA-APLICADO.
           05 FILLER                     PIC X(2)  VALUE SPACES.
           05 lap-tipo                   PIC X.
           05 FILLER                     PIC X     VALUE SPACE.
           05 lap-descripcion            PIC X(20).
           05 lap-nroAlumno              PIC 9(6).
           05 FILLER                     PIC X     VALUE SPACE.
           05 lap-mes                    PIC 99.
           05 FILLER                     PIC X     VALUE "/".
           05 lap-anio                   PIC 9(4).
           05 FILLER                     PIC X(7)  VALUE " PAGO: ".
           05 lap-importe                PIC ZZZZ9.99.

       01  LINEA-CONTROL.
           05 FILLER                     PIC X(2)  VALUE SPACES.
           05 lco-concepto               PIC X(28).
           05 lco-cantidad               PIC ZZZZZZ9.
           05 FILLER                     PIC X(3)  VALUE SPACES.
           05 lco-importe                PIC ZZZZZZZZ9.99.

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
           PERFORM 1000-CARGAR-COBRANZA
           IF wss-cont-pagos = 0 AND wss-hay-trailer = "N"
               DISPLAY "no hay cobranza del banco para importar "
                   "(COBRANZA.DAT vacio o ausente)"
               MOVE "S" TO wss-corrida-normal
           ELSE
               PERFORM 1500-ELEGIR-CARGOS
               PERFORM 2000-APAREAR-CONTRA-CUOTAS
               PERFORM 3000-CLASIFICAR-NO-APLICADOS
               PERFORM 4000-GRABAR-INFORME
               MOVE "S" TO wss-corrida-normal
           END-IF
           PERFORM 6000-CERRAR-PROGRAMA.

      */////////////////////////////////////////////////////////////////

      * desarma COBRANZA.DAT: la cabecera da la fecha y el banco, los
      * detalles quedan esperando su cuota y el trailer trae los
      * totales de control del banco
       1000-CARGAR-COBRANZA.
           OPEN INPUT ARCH-BAN
           IF wss-fs-ban-OK
               READ ARCH-BAN AT END MOVE "S" TO flag
               END-READ
               PERFORM UNTIL flag = "S"
                   EVALUATE REG-BAN(1:1)
                       WHEN "H"
                           MOVE REG-BAN TO WSS-BAN-CABECERA
                           MOVE "S" TO wss-hay-cabecera
                           MOVE ban-fechaArchivo TO wss-fechaArchivo
                           MOVE ban-nombreBanco  TO wss-nombreBanco
                       WHEN "D"
                           MOVE REG-BAN TO WSS-BAN-DETALLE
                           PERFORM 1100-GUARDAR-UN-PAGO
                       WHEN "T"
                           MOVE REG-BAN TO WSS-BAN-TRAILER
                           MOVE "S" TO wss-hay-trailer
                           MOVE ban-cantidad TO wss-trailerCantidad
                           MOVE ban-total    TO wss-trailerTotal
                   END-EVALUATE
                   READ ARCH-BAN AT END MOVE "S" TO flag
                   END-READ
               END-PERFORM
               CLOSE ARCH-BAN
           ELSE
               CLOSE ARCH-BAN
           END-IF
           MOVE "N" TO flag.

      *-----------------------------------------------------------------

       1100-GUARDAR-UN-PAGO.
           ADD 1 TO wss-cont-leidos
           ADD ban-importe TO wss-total-leido
           IF wss-cont-pagos < 2000
               ADD 1 TO wss-cont-pagos
               MOVE ban-nroAlumno TO vpa-nroAlumno(wss-cont-pagos)
               MOVE ban-anio      TO vpa-anio(wss-cont-pagos)
               MOVE ban-mes       TO vpa-mes(wss-cont-pagos)
               MOVE ban-importe   TO vpa-importe(wss-cont-pagos)
               MOVE ban-fechaPago TO vpa-fechaPago(wss-cont-pagos)
               MOVE 0             TO vpa-saldo(wss-cont-pagos)
               MOVE SPACES        TO vpa-resultado(wss-cont-pagos)
               MOVE SPACE         TO vpa-tipo(wss-cont-pagos)
               MOVE 0             TO vpa-registro(wss-cont-pagos)
               MOVE 99            TO vpa-rango(wss-cont-pagos)
           ELSE
               DISPLAY "ADVERTENCIA: mas de 2000 pagos, el resto no "
                   "se procesa y la conciliacion no va a cerrar"
           END-IF.

      *-----------------------------------------------------------------

      * primera pasada por CUOTAS.DAT, solo lectura: cada pago
      * elige entre los cargos vigentes o refinanciados de su alumno
      * y periodo (cuota mensual, cuota de plan o recargo) el que
      * mejor le corresponde, y se queda con su numero de registro
       1500-ELEGIR-CARGOS.
           OPEN INPUT ARCH-CUO
           IF wss-fs-cuo-OCUPADO
               PERFORM 8910-REINTENTAR-APERTURA-IO
           END-IF
           IF NOT wss-fs-cuo-OK
               DISPLAY "error al abrir el archivo CUOTAS.DAT"
               PERFORM 6000-CERRAR-PROGRAMA
           END-IF
           MOVE 0 TO wss-nroRegistro
           READ ARCH-CUO AT END MOVE "S" TO flag
           END-READ
           PERFORM UNTIL flag = "S"
               ADD 1 TO wss-nroRegistro
               IF (CUOTA-MENSUAL OR CUOTA-PLAN OR CUOTA-RECARGO)
                       AND (CUOTA-VIGENTE OR CUOTA-REFINANCIADA)
                   PERFORM VARYING WS-IND FROM 1 BY 1
                           UNTIL WS-IND > wss-cont-pagos
                       IF vpa-nroAlumno(WS-IND) = CUO-NRO-ALUMNO
                               AND vpa-anio(WS-IND) = CUO-ANIO
                               AND vpa-mes(WS-IND) = CUO-MES
                           PERFORM 1550-COMPARAR-CARGO
                       END-IF
                   END-PERFORM
               END-IF
               READ ARCH-CUO AT END MOVE "S" TO flag
               END-READ
           END-PERFORM
           CLOSE ARCH-CUO
           MOVE "N" TO flag.

      *-----------------------------------------------------------------

       1550-COMPARAR-CARGO.
           EVALUATE TRUE
               WHEN CUOTA-PLAN
                   MOVE 1 TO wss-ordenTipo
               WHEN CUOTA-MENSUAL
                   MOVE 2 TO wss-ordenTipo
               WHEN OTHER
                   MOVE 3 TO wss-ordenTipo
           END-EVALUATE
           COMPUTE wss-saldo = CUO-IMPORTE - CUO-PAGADO
           EVALUATE TRUE
               WHEN CUOTA-REFINANCIADA
                   COMPUTE wss-rango = 40 + wss-ordenTipo
               WHEN wss-saldo = 0
                   COMPUTE wss-rango = 30 + wss-ordenTipo
               WHEN wss-saldo = vpa-importe(WS-IND)
                   COMPUTE wss-rango = 10 + wss-ordenTipo
               WHEN OTHER
                   COMPUTE wss-rango = 20 + wss-ordenTipo
           END-EVALUATE
           IF wss-rango < vpa-rango(WS-IND)
               MOVE wss-rango       TO vpa-rango(WS-IND)
               MOVE wss-nroRegistro TO vpa-registro(WS-IND)
               MOVE CUO-TIPO        TO vpa-tipo(WS-IND)
           END-IF.

      *-----------------------------------------------------------------

      * segunda pasada, en actualizacion: cada cargo elegido recibe
      * sus pagos; el que cancela justo el saldo se aplica y se
      * regraba, el resto queda clasificado
       2000-APAREAR-CONTRA-CUOTAS.
           OPEN I-O ARCH-CUO
           IF wss-fs-cuo-OCUPADO
               PERFORM 8910-REINTENTAR-APERTURA-IO
           END-IF
           IF NOT wss-fs-cuo-OK
               DISPLAY "error al abrir el archivo CUOTAS.DAT"
               PERFORM 6000-CERRAR-PROGRAMA
           END-IF
           OPEN EXTEND ARCH-AUDIT
           MOVE 0 TO wss-nroRegistro
           READ ARCH-CUO AT END MOVE "S" TO flag
           END-READ
           PERFORM UNTIL flag = "S"
               ADD 1 TO wss-nroRegistro
               PERFORM VARYING WS-IND FROM 1 BY 1
                       UNTIL WS-IND > wss-cont-pagos
                   IF VPA-PENDIENTE(WS-IND)
                           AND vpa-registro(WS-IND) = wss-nroRegistro
                       PERFORM 2100-APLICAR-UN-PAGO
                   END-IF
               END-PERFORM
               READ ARCH-CUO AT END MOVE "S" TO flag
               END-READ
           END-PERFORM
           CLOSE ARCH-CUO
           CLOSE ARCH-AUDIT
           MOVE "N" TO flag.

      *-----------------------------------------------------------------

       2100-APLICAR-UN-PAGO.
           COMPUTE wss-saldo = CUO-IMPORTE - CUO-PAGADO
           MOVE wss-saldo TO vpa-saldo(WS-IND)
           EVALUATE TRUE
               WHEN CUOTA-REFINANCIADA
                   MOVE "REF" TO vpa-resultado(WS-IND)
               WHEN wss-saldo = 0
                   MOVE "CAN" TO vpa-resultado(WS-IND)
               WHEN vpa-importe(WS-IND) < wss-saldo
                   MOVE "PAR" TO vpa-resultado(WS-IND)
               WHEN vpa-importe(WS-IND) > wss-saldo
                   MOVE "EXC" TO vpa-resultado(WS-IND)
               WHEN OTHER
                   ADD vpa-importe(WS-IND) TO CUO-PAGADO
                   MOVE vpa-fechaPago(WS-IND) TO CUO-FECHA-PAGO
                   REWRITE REG-CUO
                   IF NOT wss-fs-cuo-OK
                       DISPLAY "error al regrabar la cuota del alumno "
                           CUO-NRO-ALUMNO
                       SUBTRACT vpa-importe(WS-IND) FROM CUO-PAGADO
                   ELSE
                       MOVE "APL" TO vpa-resultado(WS-IND)
                       ADD 1 TO wss-cont-aplicados
                       ADD vpa-importe(WS-IND) TO wss-total-aplicado
                       PERFORM 3150-REGISTRAR-AUDITORIA
                   END-IF
           END-EVALUATE.

      *-----------------------------------------------------------------

      * deja en AUDIT.LOG cada pago aplicado, con la misma clave que
      * usa el registro de pagos por ventanilla
       3150-REGISTRAR-AUDITORIA.
           IF wss-fs-aud-OK OR wss-fs-aud-NOEXISTE
               ACCEPT aud-fecha FROM DATE YYYYMMDD
               ACCEPT aud-hora FROM TIME
               ACCEPT aud-usuario FROM ENVIRONMENT "USER"
               MOVE "PCOBBANC" TO aud-programa
               MOVE SPACES TO aud-clave
               STRING CUO-NRO-ALUMNO DELIMITED BY SIZE
                   "/"               DELIMITED BY SIZE
                   CUO-ANIO          DELIMITED BY SIZE
                   CUO-MES           DELIMITED BY SIZE
                   "/P"              DELIMITED BY SIZE
                   INTO aud-clave
               END-STRING
               WRITE REG-AUDIT
           END-IF.

      *-----------------------------------------------------------------

      * lo que quedo sin cuota: alumno desconocido o pago de un
      * periodo que no tiene cuota cargada; despues todas las
      * excepciones van a COBEXCE.DAT
       3000-CLASIFICAR-NO-APLICADOS.
           INITIALIZE AREA-DE-COMMUNICATIONN
           MOVE 1 TO OPCION
           CALL Ralum USING AREA-DE-COMMUNICATIONN
           OPEN OUTPUT ARCH-EXC
           IF NOT wss-fs-exc-OK
               DISPLAY "error al abrir el archivo COBEXCE.DAT"
               PERFORM 6000-CERRAR-PROGRAMA
           END-IF
           PERFORM VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND > wss-cont-pagos
               IF VPA-PENDIENTE(WS-IND)
                   INITIALIZE AREA-DE-COMMUNICATIONN
                   MOVE 2 TO OPCION
                   MOVE vpa-nroAlumno(WS-IND) TO NUM-DAT-BUSCAR
                   CALL Ralum USING AREA-DE-COMMUNICATIONN
                   IF retorn-num = 0
                       MOVE "SIN" TO vpa-resultado(WS-IND)
                   ELSE
                       MOVE "ALU" TO vpa-resultado(WS-IND)
                   END-IF
               END-IF
               IF NOT VPA-APLICADO(WS-IND)
                   ADD 1 TO wss-cont-excepciones
                   ADD vpa-importe(WS-IND) TO wss-total-excepciones
                   MOVE vpa-nroAlumno(WS-IND) TO EXC-NRO-ALUMNO
                   MOVE vpa-anio(WS-IND)      TO EXC-ANIO
                   MOVE vpa-mes(WS-IND)       TO EXC-MES
                   MOVE vpa-importe(WS-IND)   TO EXC-IMPORTE
                   MOVE vpa-fechaPago(WS-IND) TO EXC-FECHA-PAGO
                   MOVE vpa-saldo(WS-IND)     TO EXC-SALDO
                   MOVE vpa-resultado(WS-IND) TO EXC-MOTIVO
                   MOVE vpa-tipo(WS-IND)      TO EXC-TIPO-CUOTA
                   MOVE SPACE                 TO ESPACIO-EXC
                   WRITE REG-EXC
                   IF NOT wss-fs-exc-OK
                       DISPLAY "error al escribir COBEXCE.DAT"
                   END-IF
               END-IF
           END-PERFORM
           CLOSE ARCH-EXC.

      *-----------------------------------------------------------------

      * informe de conciliacion: excepciones con su motivo y el
      * cuadro de control aplicados + excepciones = leidos = trailer
       4000-GRABAR-INFORME.
           OPEN OUTPUT ARCH-LIS
           IF NOT wss-fs-lis-OK
               DISPLAY "error al abrir el archivo COBRLIS.DAT"
               PERFORM 6000-CERRAR-PROGRAMA
           END-IF
           WRITE REG-LIS FROM
               "**************************************************"
           WRITE REG-LIS FROM
               "*    CONCILIACION DE LA COBRANZA BANCARIA        *"
           WRITE REG-LIS FROM
               "**************************************************"
           MOVE wss-fechaArchivo TO lca-fecha
           MOVE wss-nombreBanco  TO lca-banco
           WRITE REG-LIS FROM LINEA-CABECERA
           WRITE REG-LIS FROM SPACES
           WRITE REG-LIS FROM "  PAGOS NO APLICADOS:"

           PERFORM VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND > wss-cont-pagos
               IF NOT VPA-APLICADO(WS-IND)
                   MOVE vpa-resultado(WS-IND) TO lex-motivo
                   EVALUATE vpa-resultado(WS-IND)
                       WHEN "PAR"
                           MOVE "PAGO PARCIAL" TO lex-descripcion
                       WHEN "EXC"
                           MOVE "PAGO EXCEDENTE" TO lex-descripcion
                       WHEN "CAN"
                           MOVE "CUOTA YA CANCELADA" TO
                               lex-descripcion
                       WHEN "REF"
                           MOVE "CUOTA REFINANCIADA" TO
                               lex-descripcion
                       WHEN "ALU"
                           MOVE "ALUMNO INEXISTENTE" TO
                               lex-descripcion
                       WHEN "SIN"
                           MOVE "PERIODO SIN CUOTA" TO
                               lex-descripcion
                   END-EVALUATE
                   MOVE vpa-nroAlumno(WS-IND) TO lex-nroAlumno
                   MOVE vpa-mes(WS-IND)       TO lex-mes
                   MOVE vpa-anio(WS-IND)      TO lex-anio
                   MOVE vpa-importe(WS-IND)   TO lex-importe
                   MOVE vpa-saldo(WS-IND)     TO lex-saldo
                   MOVE vpa-tipo(WS-IND)      TO lex-tipo
                   WRITE REG-LIS FROM LINEA-EXCEPCION
               END-IF
           END-PERFORM

           WRITE REG-LIS FROM SPACES
           WRITE REG-LIS FROM "  PAGOS APLICADOS (TIPO DE CARGO):"
           PERFORM VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND > wss-cont-pagos
               IF VPA-APLICADO(WS-IND)
                   MOVE vpa-tipo(WS-IND) TO lap-tipo
                   EVALUATE vpa-tipo(WS-IND)
                       WHEN "P"
                           MOVE "CUOTA PLAN DE PAGOS" TO
                               lap-descripcion
                       WHEN "R"
                           MOVE "RECARGO POR MORA" TO lap-descripcion
                       WHEN OTHER
                           MOVE "CUOTA MENSUAL" TO lap-descripcion
                   END-EVALUATE
                   MOVE vpa-nroAlumno(WS-IND) TO lap-nroAlumno
                   MOVE vpa-mes(WS-IND)       TO lap-mes
                   MOVE vpa-anio(WS-IND)      TO lap-anio
                   MOVE vpa-importe(WS-IND)   TO lap-importe
                   WRITE REG-LIS FROM LINEA-APLICADO
               END-IF
           END-PERFORM

           WRITE REG-LIS FROM SPACES
           MOVE "PAGOS SEGUN TRAILER BANCO:" TO lco-concepto
           MOVE wss-trailerCantidad TO lco-cantidad
           MOVE wss-trailerTotal    TO lco-importe
           WRITE REG-LIS FROM LINEA-CONTROL
           MOVE "PAGOS LEIDOS:" TO lco-concepto
           MOVE wss-cont-leidos TO lco-cantidad
           MOVE wss-total-leido TO lco-importe
           WRITE REG-LIS FROM LINEA-CONTROL
           MOVE "PAGOS APLICADOS:" TO lco-concepto
           MOVE wss-cont-aplicados TO lco-cantidad
           MOVE wss-total-aplicado TO lco-importe
           WRITE REG-LIS FROM LINEA-CONTROL
           MOVE "PAGOS EN EXCEPCION:" TO lco-concepto
           MOVE wss-cont-excepciones  TO lco-cantidad
           MOVE wss-total-excepciones TO lco-importe
           WRITE REG-LIS FROM LINEA-CONTROL
           WRITE REG-LIS FROM SPACES

           IF wss-hay-trailer = "S"
                   AND wss-cont-leidos = wss-trailerCantidad
                   AND wss-total-leido = wss-trailerTotal
                   AND wss-cont-leidos = wss-cont-aplicados +
                       wss-cont-excepciones
                   AND wss-total-leido = wss-total-aplicado +
                       wss-total-excepciones
               MOVE "S" TO wss-conciliado
               WRITE REG-LIS FROM
                   "  CONCILIADO: LOS TOTALES CIERRAN CON EL BANCO"
           ELSE
               MOVE "N" TO wss-conciliado
               WRITE REG-LIS FROM
                   "  *** NO CONCILIA: REVISAR CONTRA EL BANCO ***"
               IF wss-hay-trailer = "N"
                   WRITE REG-LIS FROM
                       "  (el archivo del banco vino sin trailer)"
               END-IF
           END-IF
           CLOSE ARCH-LIS
           DISPLAY "*** IMPORTACION DE LA COBRANZA COMPLETADA ***"
           DISPLAY "leidos: " wss-cont-leidos
               "  aplicados: " wss-cont-aplicados
               "  excepciones: " wss-cont-excepciones
           IF wss-conciliado = "N"
               DISPLAY "ATENCION: la cobranza no concilia con el "
                   "trailer del banco, ver COBRLIS.DAT"
           END-IF.

      *-----------------------------------------------------------------

      * anota la corrida en ESTADIS.DAT con sus totales de control,
      * para que operaciones pueda probar que la ventana corrio
       5500-GRABAR-ESTADISTICA.
           OPEN EXTEND ARCH-EST
           IF wss-fs-est-OK OR wss-fs-est-NOEXISTE
               MOVE "PCOBBANC" TO est-programa
               ACCEPT est-fecha FROM DATE YYYYMMDD
               ACCEPT est-hora FROM TIME
               MOVE wss-cont-leidos TO est-leidos
               MOVE wss-cont-aplicados TO est-escritos
               MOVE wss-cont-excepciones TO est-rechazados
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
           PERFORM 8650-SELLAR-CONTROLES
           PERFORM 5500-GRABAR-ESTADISTICA
           GOBACK.

      *-----------------------------------------------------------------

      * CUOTAS.DAT puede estar abierto por la ventanilla: se reintenta
      * con una espera corta antes de dar la corrida por caida
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
           END-PERFORM.

      *-----------------------------------------------------------------

      * los maestros que lee la corrida tienen que coincidir con
      * sus registros de control de CTLMAEST.DAT; si no coinciden
      * la corrida no procesa nada y termina con final anormal
       8600-VERIFICAR-CONTROLES.
           INITIALIZE AREA-DE-COMMUNICATION-CTM
           MOVE 2 TO OPCION-K
           MOVE "CUO" TO K-ARCHIVOS
           MOVE "PCOBBANC" TO K-PROGRAMA
           CALL Rcontrol USING AREA-DE-COMMUNICATION-CTM
           IF retorn-num-k = 001
               DISPLAY "corrida detenida: los archivos no "
                   "coinciden con CTLMAEST.DAT (ver PVERCTL)"
               PERFORM 6000-CERRAR-PROGRAMA
           END-IF.

      *-----------------------------------------------------------------

      * deja en CTLMAEST.DAT los totales de los maestros que
      * actualiza el programa
       8650-SELLAR-CONTROLES.
           INITIALIZE AREA-DE-COMMUNICATION-CTM
           MOVE 1 TO OPCION-K
           MOVE "CUO" TO K-ARCHIVOS
           MOVE "PCOBBANC" TO K-PROGRAMA
           CALL Rcontrol USING AREA-DE-COMMUNICATION-CTM.

      *-----------------------------------------------------------------

      * con la cadena nocturna corriendo el programa no entra a
      * actualizar (salvo que el supervisor lo fuerce)
       8550-CONTROLAR-VENTANA-BATCH.
           INITIALIZE AREA-DE-COMMUNICATION-VEN
           MOVE 5 TO OPCION-V
           MOVE "PCOBBANC" TO V-PROGRAMA
           CALL Rventana USING AREA-DE-COMMUNICATION-VEN
           IF retorn-num-v NOT = 0
               PERFORM 6000-CERRAR-PROGRAMA
           END-IF.

      *-----------------------------------------------------------------
       END PROGRAM PCOBBANC.

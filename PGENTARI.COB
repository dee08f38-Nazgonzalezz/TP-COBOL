      ******************************************************************
      * Author: Gonzalez Nazarena Araceli
      * Date:
      * Purpose: Mantenimiento del cuadro tarifario TARIFAS.DAT: el
      *    importe de la cuota mensual por plan de estudios, sede y
      *    turno, con su periodo de vigencia desde/hasta (anio*100
      *    +mes). El plan se valida contra PLANES.DAT (en blanco es
      *    el plan historico), la sede contra SEDES.DAT via RLEESEDE
      *    y el turno es M, T o N. Dos tarifas de la misma
      *    combinacion no pueden superponer su vigencia. La
      *    facturacion mensual PFACCUOT toma el importe de aca y ya
      *    no del teclado de cada operador, que nos daba tres
      *    importes distintos para la misma cursada. Aca tambien se
      *    carga la tabla de recargos por mora RECARGOS.DAT (dia de
      *    vencimiento y porcentaje, con su vigencia desde) que usa
      *    el estado de cuenta PESTCUEN.
      *    Con la ventana batch abierta (PJOBSTRM corriendo la cadena
      *    nocturna) los modos 1, 2 y 4 no entran, salvo que el
      *    supervisor lo fuerce; las consultas siguen disponibles
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGENTARI.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL ARCH-TAR         ASSIGN TO "TARIFAS.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-tar.

       SELECT OPTIONAL ARCH-PLA         ASSIGN TO "PLANES.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-pla.

       SELECT OPTIONAL ARCH-REC         ASSIGN TO "RECARGOS.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-rec.

       SELECT OPTIONAL ARCH-AUDIT       ASSIGN TO "AUDIT.LOG"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-aud.

       SELECT OPTIONAL ARCH-SES         ASSIGN TO "SESION.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-ses.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCH-TAR.
           01  REG-TAR.
                05 TAR-PLAN           PIC X.
                05 TAR-SEDE           PIC X(2).
                05 TAR-TURNO          PIC X.
                05 TAR-VIGE-DESDE     PIC 9(6).
                05 TAR-VIGE-HASTA     PIC 9(6).
                05 TAR-IMPORTE        PIC 9(5)V99.
                05 TAR-ESTADO         PIC X.
                    88 TARIFA-ACTIVA          VALUE "S".
                    88 TARIFA-ANULADA         VALUE "N".
                05 ESPACIO            PIC XX.

       FD  ARCH-PLA.
           01  REG-PLA.
                05 PLA-CODIGO         PIC X.
                05 PLA-DESCRIP        PIC X(20).
                05 PLA-ESTADO         PIC X.
                    88 PLAN-ACTIVO            VALUE "S".
                05 PLA-HORAS-PRACTICA PIC 9(3).
                05 ESPACIO-PLA        PIC X.

      * una tasa de recargo rige desde su anio/mes hasta que la
      * reemplaza otra con un desde posterior
       FD  ARCH-REC.
           01  REG-REC.
                05 REC-VIGE-DESDE     PIC 9(6).
                05 REC-DIA-VENCE      PIC 99.
                05 REC-PORCENTAJE     PIC 99V99.
                05 ESPACIO-REC        PIC XX.

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

       77  flag                          PIC 9     VALUE 0.
       77  wss-modo                      PIC 9     VALUE 0.
       77  wss-dato-valido               PIC X     VALUE "N".
       77  wss-encontro                  PIC X     VALUE "N".
       77  wss-fin-carga                 PIC X     VALUE "N".
       77  wss-confirma                  PIC X.

       01  WSS-REG-TAR.
                05 wss-plan           PIC X.
                05 wss-sede           PIC X(2).
                05 wss-turno          PIC X.
                05 wss-vigeDesde      PIC 9(6).
                05 wss-vigeHasta      PIC 9(6).
                05 wss-importe        PIC 9(5)V99.
                05 wss-estado         PIC X     VALUE "S".
                05 wss-espacio        PIC XX    VALUE SPACES.

      * vigencias tipeadas como anio y mes y comparadas como un punto
      * anio*100+mes; el hasta 999999 es una tarifa sin vencimiento
       77  wss-anioDesde                 PIC 9(4).
       77  wss-mesDesde                  PIC 99.
       77  wss-anioHasta                 PIC 9(4).
       77  wss-mesHasta                  PIC 99.
       77  wss-sin-vencimiento           PIC X.
       77  wss-nuevoImporte              PIC 9(5)V99.
       77  wss-nuevoHasta                PIC 9(6).

      * tasa de recargo por mora en carga
       77  wss-diaVence                  PIC 99.
       77  wss-porcRecargo               PIC 99V99.
       77  wss-tasa-repetida             PIC X     VALUE "N".

       01  wss-fs-tar                    PIC X(2).
           88 wss-fs-tar-OK                        VALUE '00'.
           88 wss-fs-tar-EOF                       VALUE '10'.
           88 wss-fs-tar-NOEXISTE                  VALUE '05'.
           88 wss-fs-tar-OCUPADO                   VALUE '61' '93'
                                                    '94' '99'.

       01  wss-fs-pla                    PIC X(2).
           88 wss-fs-pla-OK                        VALUE '00'.

       01  wss-fs-rec                    PIC X(2).
           88 wss-fs-rec-OK                        VALUE '00'.
           88 wss-fs-rec-NOEXISTE                  VALUE '05'.

       01  wss-fs-aud                    PIC X(2).
           88 wss-fs-aud-OK                        VALUE '00'.
           88 wss-fs-aud-NOEXISTE                  VALUE '05'.

      * manejo de archivo ocupado por otro operador: los estados 61,
      * 93, 94 y 99 son conflictos de comparticion; se reintenta con
      * una espera corta antes de rendirse
       77  wss-reintentos                PIC 9     VALUE 0.
       77  wss-segundos-espera           PIC 9(3)  COMP VALUE 2.

      * tarifas ya grabadas para rechazar la vigencia superpuesta de
      * la misma combinacion plan/sede/turno
       77  wss-cont-tarifas              PIC 9(3)  COMP VALUE 0.
       01  VECTOR-TARIFAS                OCCURS 300 TIMES.
           05 vta-plan                   PIC X.
           05 vta-sede                   PIC X(2).
           05 vta-turno                  PIC X.
           05 vta-vigeDesde              PIC 9(6).
           05 vta-vigeHasta              PIC 9(6).
           05 vta-estado                 PIC X.
       77  wss-superpuesta               PIC X     VALUE "N".
       77  WS-IND-TAR                    PIC 9(3)  COMP.

      * planes activos de PLANES.DAT para validar el plan de la tarifa
       77  wss-cont-planes               PIC 9(2)  COMP VALUE 0.
       01  VECTOR-PLANES                 OCCURS 10 TIMES
                                         PIC X.
       77  wss-plan-valido               PIC X     VALUE "N".
       77  WS-IND-PLA                    PIC 9(2)  COMP.

       01  RUTINAS.
           05 Rsede                      PIC X(8)  VALUE "RLEESEDE".
           05 Rventana                   PIC X(8)  VALUE "RUTVENTA".

       01  LINEA-TARIFA.
           05 FILLER                     PIC X(7)  VALUE "  PLAN ".
           05 lis-plan                   PIC X.
           05 FILLER                     PIC X(7)  VALUE "  SEDE ".
           05 lis-sede                   PIC X(2).
           05 FILLER                     PIC X(8)  VALUE "  TURNO ".
           05 lis-turno                  PIC X.
           05 FILLER                     PIC X(9)  VALUE "  DESDE ".
           05 lis-desde                  PIC 9(6).
           05 FILLER                     PIC X(8)  VALUE "  HASTA ".
           05 lis-hasta                  PIC 9(6).
           05 FILLER                     PIC X(10) VALUE
           "  IMPORTE ".
           05 lis-importe                PIC ZZZZ9.99.
           05 FILLER                     PIC X(2)  VALUE "  ".
           05 lis-estado                 PIC X(7).

       01  LINEA-RECARGO.
           05 FILLER                     PIC X(16) VALUE
           "  RECARGO DESDE ".
           05 lre-desde                  PIC 9(6).
           05 FILLER                     PIC X(15) VALUE
           "  VENCE EL DIA ".
           05 lre-dia                    PIC 99.
           05 FILLER                     PIC X(14) VALUE
           "  PORCENTAJE ".
           05 lre-porcentaje             PIC Z9.99.

      *VARIABLES PARA INVOCAR A LA RUTINA DE BUSCAR SEDES
       01  AREA-DE-COMMUNICATION-SED.
           05 DATOS-ENTRADA.
               10 OPCION-S            PIC 9.
               10 SED-NUM-DAT-BUSCAR  PIC X(2).
           05 DATOS-SALIDA.
               10 DESCRIPCION-SED     PIC X(20).
               10 COMO-TERMINO.
                   15 retorn-num-s    PIC 9(3).
                   15 retorn-txt-s    PIC X(30).

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
           IF wss-modo = 1 OR wss-modo = 2 OR wss-modo = 4
               PERFORM 8550-CONTROLAR-VENTANA-BATCH
           END-IF
           PERFORM 0900-CARGAR-TARIFAS-EXISTENTES
           PERFORM 0950-CARGAR-PLANES-ACTIVOS
           INITIALIZE AREA-DE-COMMUNICATION-SED
           MOVE 1 TO OPCION-S
           CALL Rsede USING AREA-DE-COMMUNICATION-SED
           EVALUATE wss-modo
               WHEN 1
                   PERFORM 1000-MODO-ALTA-DE-TARIFAS
               WHEN 2
                   PERFORM 2000-MODO-MODIFICAR-TARIFA
               WHEN 3
                   PERFORM 7000-MODO-LISTAR-TARIFAS
                   PERFORM 7100-LISTAR-RECARGOS
               WHEN 4
                   PERFORM 4000-MODO-TASA-DE-RECARGO
           END-EVALUATE
           PERFORM 5000-CERRAR-PROGRAMA.

      */////////////////////////////////////////////////////////////////

       0500-SELECCIONAR-MODO.
           PERFORM UNTIL wss-modo >= 1 AND wss-modo <= 4
               DISPLAY "1-CARGAR TARIFAS NUEVAS"
               DISPLAY "2-MODIFICAR O ANULAR UNA TARIFA"
               DISPLAY "3-LISTAR EL CUADRO TARIFARIO Y LOS RECARGOS"
               DISPLAY "4-CARGAR UNA TASA DE RECARGO POR MORA"
               ACCEPT wss-modo
               IF wss-modo < 1 OR wss-modo > 4
                   DISPLAY "opcion invalida"
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------

       0900-CARGAR-TARIFAS-EXISTENTES.
           OPEN INPUT ARCH-TAR
           IF wss-fs-tar-OK
               MOVE 0 TO flag
               READ ARCH-TAR AT END MOVE 1 TO flag
               END-READ
               PERFORM UNTIL flag = 1
                   IF wss-cont-tarifas < 300
                       ADD 1 TO wss-cont-tarifas
                       MOVE TAR-PLAN  TO vta-plan(wss-cont-tarifas)
                       MOVE TAR-SEDE  TO vta-sede(wss-cont-tarifas)
                       MOVE TAR-TURNO TO vta-turno(wss-cont-tarifas)
                       MOVE TAR-VIGE-DESDE TO
                           vta-vigeDesde(wss-cont-tarifas)
                       MOVE TAR-VIGE-HASTA TO
                           vta-vigeHasta(wss-cont-tarifas)
                       MOVE TAR-ESTADO TO vta-estado(wss-cont-tarifas)
                   END-IF
                   READ ARCH-TAR AT END MOVE 1 TO flag
                   END-READ
               END-PERFORM
               CLOSE ARCH-TAR
           ELSE
               CLOSE ARCH-TAR
           END-IF
           MOVE 0 TO flag.

      *-----------------------------------------------------------------

      * baja los planes activos de PLANES.DAT; sin el archivo solo se
      * admite el plan historico en blanco
       0950-CARGAR-PLANES-ACTIVOS.
           OPEN INPUT ARCH-PLA
           IF wss-fs-pla-OK
               MOVE 0 TO flag
               READ ARCH-PLA AT END MOVE 1 TO flag
               END-READ
               PERFORM UNTIL flag = 1
                   IF PLAN-ACTIVO AND wss-cont-planes < 10
                       ADD 1 TO wss-cont-planes
                       MOVE PLA-CODIGO TO
                           VECTOR-PLANES(wss-cont-planes)
                   END-IF
                   READ ARCH-PLA AT END MOVE 1 TO flag
                   END-READ
               END-PERFORM
               CLOSE ARCH-PLA
           ELSE
               CLOSE ARCH-PLA
           END-IF
           MOVE 0 TO flag.

      *-----------------------------------------------------------------

       1000-MODO-ALTA-DE-TARIFAS.
           OPEN EXTEND ARCH-TAR
           IF wss-fs-tar-OCUPADO
               PERFORM 8900-REINTENTAR-APERTURA
           END-IF
           IF NOT wss-fs-tar-OK AND NOT wss-fs-tar-NOEXISTE then
               display "error al abrir el archivo TARIFAS.DAT"
               PERFORM 5000-CERRAR-PROGRAMA
           END-IF
           OPEN EXTEND ARCH-AUDIT
           IF NOT wss-fs-aud-OK AND NOT wss-fs-aud-NOEXISTE then
               display "error al abrir el archivo AUDIT.LOG"
               PERFORM 5000-CERRAR-PROGRAMA
           END-IF
           MOVE "N" TO wss-fin-carga
           PERFORM 1100-CARGAR-UNA-TARIFA
               UNTIL wss-fin-carga = "S"
           CLOSE ARCH-TAR
           IF NOT wss-fs-tar-OK then
               display "error al  cerrar el archivo"
           END-IF
           CLOSE ARCH-AUDIT.

      *-----------------------------------------------------------------

       1100-CARGAR-UNA-TARIFA.
           DISPLAY "INGRESE LA SEDE DE LA TARIFA (2 digitos, FF PARA "
               "TERMINAR)"
           ACCEPT wss-sede
           IF wss-sede = "FF"
               MOVE "S" TO wss-fin-carga
           ELSE
               INITIALIZE AREA-DE-COMMUNICATION-SED
               MOVE 4 TO OPCION-S
               MOVE wss-sede TO SED-NUM-DAT-BUSCAR
               CALL Rsede USING AREA-DE-COMMUNICATION-SED
               IF retorn-num-s NOT = 0
                   DISPLAY "la sede ingresada no existe o esta "
                       "inactiva, reingrese"
               ELSE
                   PERFORM 1200-INGRESAR-TURNO-Y-PLAN
                   PERFORM 1300-INGRESAR-VIGENCIA
                   PERFORM 1400-VERIFICAR-SUPERPOSICION
                   IF wss-superpuesta = "S"
                       DISPLAY "ya hay una tarifa del plan " wss-plan
                           " sede " wss-sede " turno " wss-turno
                           " vigente en ese periodo, no se graba"
                   ELSE
                       PERFORM 1500-INGRESAR-IMPORTE-Y-GRABAR
                   END-IF
               END-IF
           END-IF.

      *-----------------------------------------------------------------

       1200-INGRESAR-TURNO-Y-PLAN.
           MOVE "N" TO wss-dato-valido
           PERFORM UNTIL wss-dato-valido = "S"
               DISPLAY "INGRESE EL TURNO: (M)anana, (T)arde o (N)oche"
               ACCEPT wss-turno
               IF wss-turno = "M" OR wss-turno = "T"
                       OR wss-turno = "N"
                   MOVE "S" TO wss-dato-valido
               ELSE
                   DISPLAY "error el turno debe ser M, T o N"
               END-IF
           END-PERFORM
           MOVE "N" TO wss-plan-valido
           PERFORM UNTIL wss-plan-valido = "S"
               DISPLAY "INGRESE EL PLAN DE ESTUDIOS (1 caracter, "
                   "blanco = plan historico)"
               ACCEPT wss-plan
               IF wss-plan = SPACE
                   MOVE "S" TO wss-plan-valido
               ELSE
                   PERFORM VARYING WS-IND-PLA FROM 1 BY 1
                           UNTIL WS-IND-PLA > wss-cont-planes
                           OR wss-plan-valido = "S"
                       IF VECTOR-PLANES(WS-IND-PLA) = wss-plan
                           MOVE "S" TO wss-plan-valido
                       END-IF
                   END-PERFORM
                   IF wss-plan-valido = "N"
                       DISPLAY "el plan ingresado no existe o no "
                           "esta activo, reingrese"
                   END-IF
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------

       1300-INGRESAR-VIGENCIA.
           MOVE "N" TO wss-dato-valido
           PERFORM UNTIL wss-dato-valido = "S"
               DISPLAY "INGRESE EL ANIO Y MES DESDE EL QUE RIGE "
                   "(aaaa y mm)"
               ACCEPT wss-anioDesde
               ACCEPT wss-mesDesde
               IF wss-anioDesde > 1900 AND wss-mesDesde >= 1
                       AND wss-mesDesde <= 12
                   MOVE "S" TO wss-dato-valido
               ELSE
                   DISPLAY "error en el anio o el mes ingresado"
               END-IF
           END-PERFORM
           COMPUTE wss-vigeDesde = wss-anioDesde * 100 + wss-mesDesde
           DISPLAY "LA TARIFA TIENE VENCIMIENTO? (S/N)"
           ACCEPT wss-sin-vencimiento
           IF wss-sin-vencimiento = "S" OR wss-sin-vencimiento = "s"
               MOVE "N" TO wss-dato-valido
               PERFORM UNTIL wss-dato-valido = "S"
                   DISPLAY "INGRESE EL ANIO Y MES HASTA EL QUE RIGE "
                       "(aaaa y mm)"
                   ACCEPT wss-anioHasta
                   ACCEPT wss-mesHasta
                   COMPUTE wss-vigeHasta = wss-anioHasta * 100
                       + wss-mesHasta
                   IF wss-mesHasta >= 1 AND wss-mesHasta <= 12
                           AND wss-vigeHasta >= wss-vigeDesde
                       MOVE "S" TO wss-dato-valido
                   ELSE
                       DISPLAY "error el hasta debe ser un mes "
                           "valido posterior al desde"
                   END-IF
               END-PERFORM
           ELSE
               MOVE 999999 TO wss-vigeHasta
           END-IF.

      *-----------------------------------------------------------------

      * dos vigencias se superponen cuando cada una empieza antes de
      * que termine la otra; las tarifas anuladas no cuentan
       1400-VERIFICAR-SUPERPOSICION.
           MOVE "N" TO wss-superpuesta
           PERFORM VARYING WS-IND-TAR FROM 1 BY 1
                   UNTIL WS-IND-TAR > wss-cont-tarifas
                   OR wss-superpuesta = "S"
               IF vta-plan(WS-IND-TAR) = wss-plan
                       AND vta-sede(WS-IND-TAR) = wss-sede
                       AND vta-turno(WS-IND-TAR) = wss-turno
                       AND vta-estado(WS-IND-TAR) NOT = "N"
                       AND vta-vigeDesde(WS-IND-TAR) <= wss-vigeHasta
                       AND vta-vigeHasta(WS-IND-TAR) >= wss-vigeDesde
                   MOVE "S" TO wss-superpuesta
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------

       1500-INGRESAR-IMPORTE-Y-GRABAR.
           MOVE "N" TO wss-dato-valido
           PERFORM UNTIL wss-dato-valido = "S"
               DISPLAY "INGRESE EL IMPORTE DE LA CUOTA MENSUAL (hasta "
                   "5 enteros y 2 decimales)"
               ACCEPT wss-importe
               IF wss-importe > 0
                   MOVE "S" TO wss-dato-valido
               ELSE
                   DISPLAY "error el importe debe ser mayor a cero"
               END-IF
           END-PERFORM
           MOVE "S" TO wss-estado
           WRITE REG-TAR FROM WSS-REG-TAR
           IF NOT wss-fs-tar-OK then
               display "error al  escribir el archivo"
               PERFORM 5000-CERRAR-PROGRAMA
           END-IF
           IF wss-cont-tarifas < 300
               ADD 1 TO wss-cont-tarifas
               MOVE wss-plan  TO vta-plan(wss-cont-tarifas)
               MOVE wss-sede  TO vta-sede(wss-cont-tarifas)
               MOVE wss-turno TO vta-turno(wss-cont-tarifas)
               MOVE wss-vigeDesde TO vta-vigeDesde(wss-cont-tarifas)
               MOVE wss-vigeHasta TO vta-vigeHasta(wss-cont-tarifas)
               MOVE "S" TO vta-estado(wss-cont-tarifas)
           END-IF
           PERFORM 3100-ARMAR-CLAVE-AUDITORIA
           PERFORM 3150-REGISTRAR-AUDITORIA
           DISPLAY "tarifa grabada".

      *-----------------------------------------------------------------

      * busca la tarifa por plan/sede/turno y vigencia desde y la
      * regraba con el importe, el hasta o el estado nuevos; una
      * tarifa ya facturada no se borra, se anula
       2000-MODO-MODIFICAR-TARIFA.
           DISPLAY "INGRESE LA SEDE DE LA TARIFA A MODIFICAR"
           ACCEPT wss-sede
           DISPLAY "INGRESE EL TURNO (M, T o N)"
           ACCEPT wss-turno
           DISPLAY "INGRESE EL PLAN (blanco = plan historico)"
           ACCEPT wss-plan
           DISPLAY "INGRESE EL ANIO Y MES DESDE DE LA VIGENCIA "
               "(aaaa y mm)"
           ACCEPT wss-anioDesde
           ACCEPT wss-mesDesde
           COMPUTE wss-vigeDesde = wss-anioDesde * 100 + wss-mesDesde

           OPEN I-O ARCH-TAR
           IF wss-fs-tar-OCUPADO
               PERFORM 8910-REINTENTAR-APERTURA-IO
           END-IF
           IF NOT wss-fs-tar-OK
               DISPLAY "error al abrir TARIFAS.DAT, reintente"
               PERFORM 5000-CERRAR-PROGRAMA
           END-IF
           MOVE 0 TO flag
           MOVE "N" TO wss-encontro
           READ ARCH-TAR AT END MOVE 1 TO flag
           END-READ
           PERFORM UNTIL flag = 1 OR wss-encontro = "S"
               IF TAR-PLAN = wss-plan AND TAR-SEDE = wss-sede
                       AND TAR-TURNO = wss-turno
                       AND TAR-VIGE-DESDE = wss-vigeDesde
                   MOVE "S" TO wss-encontro
               ELSE
                   READ ARCH-TAR AT END MOVE 1 TO flag
                   END-READ
               END-IF
           END-PERFORM
           IF wss-encontro = "N"
               DISPLAY "no hay tarifa con esos datos en TARIFAS.DAT"
           ELSE
               PERFORM 2100-MODIFICAR-Y-REGRABAR
           END-IF
           CLOSE ARCH-TAR
           MOVE 0 TO flag.

      *-----------------------------------------------------------------

       2100-MODIFICAR-Y-REGRABAR.
           MOVE TAR-IMPORTE    TO lis-importe
           DISPLAY "IMPORTE ACTUAL: " lis-importe
               "  HASTA: " TAR-VIGE-HASTA "  ESTADO: " TAR-ESTADO
           DISPLAY "1-CAMBIAR EL IMPORTE  2-CAMBIAR EL HASTA  "
               "3-ANULAR LA TARIFA  9-NO TOCAR"
           ACCEPT wss-modo
           MOVE "N" TO wss-confirma
           EVALUATE wss-modo
               WHEN 1
                   DISPLAY "INGRESE EL IMPORTE NUEVO"
                   ACCEPT wss-nuevoImporte
                   IF wss-nuevoImporte > 0
                       MOVE wss-nuevoImporte TO TAR-IMPORTE
                       MOVE "S" TO wss-confirma
                   ELSE
                       DISPLAY "error el importe debe ser mayor a "
                           "cero"
                   END-IF
               WHEN 2
                   DISPLAY "INGRESE EL ANIO Y MES HASTA (aaaa y mm)"
                   ACCEPT wss-anioHasta
                   ACCEPT wss-mesHasta
                   COMPUTE wss-nuevoHasta = wss-anioHasta * 100
                       + wss-mesHasta
                   IF wss-mesHasta >= 1 AND wss-mesHasta <= 12
                           AND wss-nuevoHasta >= TAR-VIGE-DESDE
                       MOVE wss-nuevoHasta TO TAR-VIGE-HASTA
                       MOVE "S" TO wss-confirma
                   ELSE
                       DISPLAY "error el hasta no puede ser anterior "
                           "al desde"
                   END-IF
               WHEN 3
                   SET TARIFA-ANULADA TO TRUE
                   MOVE "S" TO wss-confirma
               WHEN OTHER
                   DISPLAY "la tarifa queda sin cambios"
           END-EVALUATE
           IF wss-confirma = "S"
               REWRITE REG-TAR
               IF NOT wss-fs-tar-OK
                   DISPLAY "error al regrabar la tarifa"
               ELSE
                   OPEN EXTEND ARCH-AUDIT
                   MOVE TAR-PLAN       TO wss-plan
                   MOVE TAR-SEDE       TO wss-sede
                   MOVE TAR-TURNO      TO wss-turno
                   MOVE TAR-VIGE-DESDE TO wss-vigeDesde
                   PERFORM 3100-ARMAR-CLAVE-AUDITORIA
                   PERFORM 3150-REGISTRAR-AUDITORIA
                   CLOSE ARCH-AUDIT
                   DISPLAY "tarifa modificada"
               END-IF
           END-IF.

      *-----------------------------------------------------------------

       3100-ARMAR-CLAVE-AUDITORIA.
           MOVE SPACES TO aud-clave
           STRING "TAR/"        DELIMITED BY SIZE
               wss-plan         DELIMITED BY SIZE
               wss-sede         DELIMITED BY SIZE
               wss-turno        DELIMITED BY SIZE
               "/"              DELIMITED BY SIZE
               wss-vigeDesde    DELIMITED BY SIZE
               INTO aud-clave
           END-STRING.

      *-----------------------------------------------------------------

      * deja constancia en AUDIT.LOG de quien y cuando toco la tarifa
       3150-REGISTRAR-AUDITORIA.
           ACCEPT aud-fecha FROM DATE YYYYMMDD
           ACCEPT aud-hora FROM TIME
           PERFORM 8800-OBTENER-USUARIO-SESION
           IF wss-usuario-sesion = SPACES
               ACCEPT aud-usuario FROM ENVIRONMENT "USER"
           ELSE
               MOVE wss-usuario-sesion TO aud-usuario
           END-IF
           MOVE "PGENTARI" TO aud-programa
           WRITE REG-AUDIT
           IF NOT wss-fs-aud-OK then
               display "error al escribir en AUDIT.LOG"
           END-IF.

      *-----------------------------------------------------------------

      * una tasa nueva no pisa la anterior: se carga con su desde y
      * la anterior queda para recalcular los meses viejos
       4000-MODO-TASA-DE-RECARGO.
           MOVE "N" TO wss-dato-valido
           PERFORM UNTIL wss-dato-valido = "S"
               DISPLAY "INGRESE EL ANIO Y MES DESDE EL QUE RIGE LA "
                   "TASA (aaaa y mm)"
               ACCEPT wss-anioDesde
               ACCEPT wss-mesDesde
               IF wss-anioDesde > 1900 AND wss-mesDesde >= 1
                       AND wss-mesDesde <= 12
                   MOVE "S" TO wss-dato-valido
               ELSE
                   DISPLAY "error en el anio o el mes ingresado"
               END-IF
           END-PERFORM
           COMPUTE wss-vigeDesde = wss-anioDesde * 100 + wss-mesDesde
           MOVE "N" TO wss-tasa-repetida
           OPEN INPUT ARCH-REC
           IF wss-fs-rec-OK
               MOVE 0 TO flag
               READ ARCH-REC AT END MOVE 1 TO flag
               END-READ
               PERFORM UNTIL flag = 1
                   IF REC-VIGE-DESDE = wss-vigeDesde
                       MOVE "S" TO wss-tasa-repetida
                   END-IF
                   READ ARCH-REC AT END MOVE 1 TO flag
                   END-READ
               END-PERFORM
           END-IF
           CLOSE ARCH-REC
           MOVE 0 TO flag
           IF wss-tasa-repetida = "S"
               DISPLAY "ya hay una tasa que rige desde " wss-vigeDesde
                   ", cargue la nueva con otro desde"
               PERFORM 5000-CERRAR-PROGRAMA
           END-IF

           MOVE "N" TO wss-dato-valido
           PERFORM UNTIL wss-dato-valido = "S"
               DISPLAY "INGRESE EL DIA DE VENCIMIENTO DE LA CUOTA "
                   "(1 a 28)"
               ACCEPT wss-diaVence
               IF wss-diaVence >= 1 AND wss-diaVence <= 28
                   MOVE "S" TO wss-dato-valido
               ELSE
                   DISPLAY "error el dia debe ir de 1 a 28"
               END-IF
           END-PERFORM
           MOVE "N" TO wss-dato-valido
           PERFORM UNTIL wss-dato-valido = "S"
               DISPLAY "INGRESE EL PORCENTAJE DE RECARGO POR MES "
                   "VENCIDO (99.99)"
               ACCEPT wss-porcRecargo
               IF wss-porcRecargo > 0
                   MOVE "S" TO wss-dato-valido
               ELSE
                   DISPLAY "error el porcentaje debe ser mayor a cero"
               END-IF
           END-PERFORM

           OPEN EXTEND ARCH-REC
           IF NOT wss-fs-rec-OK AND NOT wss-fs-rec-NOEXISTE then
               display "error al abrir el archivo RECARGOS.DAT"
               PERFORM 5000-CERRAR-PROGRAMA
           END-IF
           MOVE wss-vigeDesde   TO REC-VIGE-DESDE
           MOVE wss-diaVence    TO REC-DIA-VENCE
           MOVE wss-porcRecargo TO REC-PORCENTAJE
           MOVE SPACES          TO ESPACIO-REC
           WRITE REG-REC
           IF NOT wss-fs-rec-OK then
               display "error al  escribir el archivo"
           ELSE
               OPEN EXTEND ARCH-AUDIT
               MOVE SPACES TO aud-clave
               STRING "REC/"        DELIMITED BY SIZE
                   wss-vigeDesde    DELIMITED BY SIZE
                   INTO aud-clave
               END-STRING
               PERFORM 3150-REGISTRAR-AUDITORIA
               CLOSE ARCH-AUDIT
               DISPLAY "tasa de recargo grabada"
           END-IF
           CLOSE ARCH-REC.

      *-----------------------------------------------------------------

       5000-CERRAR-PROGRAMA.
           GOBACK.

      *-----------------------------------------------------------------

       7000-MODO-LISTAR-TARIFAS.
           OPEN INPUT ARCH-TAR
           IF NOT wss-fs-tar-OK then
               display "no hay tarifas cargadas (TARIFAS.DAT)"
           ELSE
               MOVE 0 TO flag
               READ ARCH-TAR AT END MOVE 1 TO flag
               END-READ
               PERFORM UNTIL flag = 1
                   MOVE TAR-PLAN       TO lis-plan
                   MOVE TAR-SEDE       TO lis-sede
                   MOVE TAR-TURNO      TO lis-turno
                   MOVE TAR-VIGE-DESDE TO lis-desde
                   MOVE TAR-VIGE-HASTA TO lis-hasta
                   MOVE TAR-IMPORTE    TO lis-importe
                   IF TARIFA-ANULADA
                       MOVE "ANULADA" TO lis-estado
                   ELSE
                       MOVE "ACTIVA " TO lis-estado
                   END-IF
                   DISPLAY LINEA-TARIFA
                   READ ARCH-TAR AT END MOVE 1 TO flag
                   END-READ
               END-PERFORM
           END-IF
           CLOSE ARCH-TAR.

      *-----------------------------------------------------------------

       7100-LISTAR-RECARGOS.
           OPEN INPUT ARCH-REC
           IF NOT wss-fs-rec-OK then
               display "no hay tasas de recargo cargadas "
                   "(RECARGOS.DAT)"
           ELSE
               MOVE 0 TO flag
               READ ARCH-REC AT END MOVE 1 TO flag
               END-READ
               PERFORM UNTIL flag = 1
                   MOVE REC-VIGE-DESDE TO lre-desde
                   MOVE REC-DIA-VENCE  TO lre-dia
                   MOVE REC-PORCENTAJE TO lre-porcentaje
                   DISPLAY LINEA-RECARGO
                   READ ARCH-REC AT END MOVE 1 TO flag
                   END-READ
               END-PERFORM
           END-IF
           CLOSE ARCH-REC.

      *-----------------------------------------------------------------

      * reintenta la apertura de TARIFAS.DAT mientras el estado sea
      * de comparticion, avisando al operador en cada vuelta
       8900-REINTENTAR-APERTURA.
           MOVE 0 TO wss-reintentos
           PERFORM UNTIL NOT wss-fs-tar-OCUPADO
                   OR wss-reintentos >= 5
               ADD 1 TO wss-reintentos
               DISPLAY "TARIFAS.DAT esta en uso por otro operador "
                   "(estado " wss-fs-tar "), reintento "
                   wss-reintentos " de 5..."
               CALL "C$SLEEP" USING wss-segundos-espera
               OPEN EXTEND ARCH-TAR
           END-PERFORM.

      *-----------------------------------------------------------------

       8910-REINTENTAR-APERTURA-IO.
           MOVE 0 TO wss-reintentos
           PERFORM UNTIL NOT wss-fs-tar-OCUPADO
                   OR wss-reintentos >= 5
               ADD 1 TO wss-reintentos
               DISPLAY "TARIFAS.DAT esta en uso por otro operador "
                   "(estado " wss-fs-tar "), reintento "
                   wss-reintentos " de 5..."
               CALL "C$SLEEP" USING wss-segundos-espera
               OPEN I-O ARCH-TAR
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

      * con la cadena nocturna corriendo el programa no entra a
      * actualizar (salvo que el supervisor lo fuerce)
       8550-CONTROLAR-VENTANA-BATCH.
           INITIALIZE AREA-DE-COMMUNICATION-VEN
           MOVE 5 TO OPCION-V
           MOVE "PGENTARI" TO V-PROGRAMA
           CALL Rventana USING AREA-DE-COMMUNICATION-VEN
           IF retorn-num-v NOT = 0
               PERFORM 5000-CERRAR-PROGRAMA
           END-IF.

      *-----------------------------------------------------------------
       END PROGRAM PGENTARI.

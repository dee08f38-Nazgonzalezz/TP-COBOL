      ******************************************************************
      * Author: Gonzalez Nazarena Araceli
      * Date:
      * Purpose: Secretaria del kiosco de autoconsulta PKIOSCO: emite
      *    o blanquea el PIN personal de un alumno en PINALUM.DAT,
      *    que guarda solo la huella de RUTCLAVE igual que
      *    USUARIOS.DAT; el PIN emitido queda con fecha cero y el
      *    alumno lo cambia por uno propio en su primer ingreso, y el
      *    blanqueo destraba la cuenta bloqueada por intentos
      *    fallidos. Atiende la cola de pedidos de certificado que
      *    los alumnos dejan desde el kiosco en PEDCERT.DAT (cada
      *    pedido se marca entregado o rechazado, con la fecha y el
      *    operador) y lista los PINes con su situacion, sin mostrar
      *    las huellas. Todo movimiento queda en AUDIT.LOG.
      *    Con la ventana batch abierta (PJOBSTRM corriendo la cadena
      *    nocturna) los modos 1 y 2 no entran, salvo que el
      *    supervisor lo fuerce; el listado sigue disponible
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGENPIN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL ARCH-PIN         ASSIGN TO "PINALUM.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-pin.

       SELECT OPTIONAL ARCH-PED         ASSIGN TO "PEDCERT.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-ped.

       SELECT OPTIONAL ARCH-AUDIT       ASSIGN TO "AUDIT.LOG"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-aud.

       SELECT OPTIONAL ARCH-SES         ASSIGN TO "SESION.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-ses.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCH-PIN.
           01  REG-PIN.
                05 PIN-NRO-ALUMNO     PIC 9(6).
                05 PIN-CLAVE          PIC X(10).
                05 PIN-FECHA-CLAVE    PIC 9(8).
                05 PIN-INTENTOS       PIC 9.
                05 PIN-BLOQUEADO      PIC X.
                    88 PIN-BLOQUEADO-SI       VALUE "S".
                05 PIN-FECHA-EMISION  PIC 9(8).
                05 ESPACIO            PIC X.

       FD  ARCH-PED.
           01  REG-PED.
                05 PED-NRO-ALUMNO     PIC 9(6).
                05 PED-TIPO           PIC X.
                    88 PEDIDO-REGULAR         VALUE "R".
                    88 PEDIDO-ANALITICO       VALUE "A".
                05 PED-FECHA          PIC 9(8).
                05 PED-HORA           PIC 9(6).
                05 PED-ESTADO         PIC X.
                    88 PEDIDO-PENDIENTE       VALUE "P".
                    88 PEDIDO-ENTREGADO       VALUE "E".
                    88 PEDIDO-RECHAZADO       VALUE "R".
                05 PED-FECHA-ATENCION PIC 9(8).
                05 PED-USUARIO        PIC X(20).
                05 ESPACIO-PED        PIC XX.

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
       77  wss-usuario                   PIC X(20).
       77  wss-fechaHoy                  PIC 9(8).
       77  wss-encontro                  PIC X     VALUE "N".
       77  wss-nroIngresado              PIC X(6).
       77  wss-nroAlumno                 PIC 9(6).

       01  wss-fs-pin                    PIC X(2).
           88 wss-fs-pin-OK                        VALUE '00'.
           88 wss-fs-pin-NOEXISTE                  VALUE '05'.
           88 wss-fs-pin-OCUPADO                   VALUE '61' '93'
                                                    '94' '99'.
       01  wss-fs-ped                    PIC X(2).
           88 wss-fs-ped-OK                        VALUE '00'.
       01  wss-fs-aud                    PIC X(2).
           88 wss-fs-aud-OK                        VALUE '00'.
           88 wss-fs-aud-NOEXISTE                  VALUE '05'.

      * el PIN es de 4 a 6 digitos; nunca se guarda ni se muestra en
      * claro, solo la huella de RUTCLAVE
       77  wss-pin-1                     PIC X(6).
       77  wss-pin-2                     PIC X(6).
       77  wss-pin                       PIC X(6).
       77  wss-pin-valido                PIC X.
       77  wss-pin-grabado               PIC X.

      * manejo de archivo ocupado: el kiosco regraba PINALUM.DAT en
      * cada ingreso, se reintenta con una espera corta
       77  wss-reintentos                PIC 9     VALUE 0.
       77  wss-segundos-espera           PIC 9(3)  COMP VALUE 2.

      * cola de pedidos de certificado, entera en memoria
       77  wss-cont-pedidos              PIC 9(4)  COMP VALUE 0.
       01  VECTOR-PEDIDOS                OCCURS 2000 TIMES.
           05 vpe-registro               PIC X(52).
           05 FILLER REDEFINES vpe-registro.
               10 vpe-nroAlumno          PIC 9(6).
               10 vpe-tipo               PIC X.
               10 vpe-fecha              PIC 9(8).
               10 vpe-hora               PIC 9(6).
               10 vpe-estado             PIC X.
               10 vpe-fechaAtencion      PIC 9(8).
               10 vpe-usuario            PIC X(20).
               10 FILLER                 PIC XX.
       77  WS-IND                        PIC 9(4)  COMP.
       77  wss-pedidoElegido             PIC 9(4).
       77  wss-cont-pendientes           PIC 9(4)  COMP VALUE 0.
       77  wss-hubo-cambios              PIC X     VALUE "N".
       77  wss-pedidos-desborde          PIC X     VALUE "N".
       77  wss-decision                  PIC X.

       01  LINEA-PEDIDO.
           05 lpe-orden                  PIC ZZZ9.
           05 FILLER                     PIC X(2)  VALUE "- ".
           05 lpe-nroAlumno              PIC 9(6).
           05 FILLER                     PIC X(3)  VALUE " - ".
           05 lpe-nombre                 PIC X(23).
           05 FILLER                     PIC X(2)  VALUE SPACES.
           05 lpe-tipo                   PIC X(20).
           05 FILLER                     PIC X(2)  VALUE SPACES.
           05 lpe-fecha                  PIC X(10).

       01  LINEA-PIN.
           05 FILLER                     PIC X(2)  VALUE SPACES.
           05 lpi-nroAlumno              PIC 9(6).
           05 FILLER                     PIC X(3)  VALUE " - ".
           05 lpi-nombre                 PIC X(23).
           05 FILLER                     PIC X(2)  VALUE SPACES.
           05 lpi-situacion              PIC X(30).

       01  RUTINAS.
           05 Ralum                      PIC X(8)  VALUE "RLEEALUM".
           05 Rclave                     PIC X(8)  VALUE "RUTCLAVE".
           05 Rventana                   PIC X(8)  VALUE "RUTVENTA".

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

       01  AREA-DE-COMMUNICATION-CLA.
           05 DATOS-ENTRADA.
               10 OPCION-C        PIC 9.
               10 CLAVE-ENTRADA   PIC X(10).
           05 DATOS-SALIDA.
               10 CLAVE-HUELLA    PIC X(10).
               10 COMO-TERMINO.
                   15 retorn-num-c PIC 9(3).
                   15 retorn-txt-c PIC X(30).
           05 DATOS-LINEA.
               10 LINEA-ENTRADA   PIC X(90).
               10 HUELLA-LINEA    PIC 9(10).

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
           IF wss-modo = 1 OR wss-modo = 2
               PERFORM 8550-CONTROLAR-VENTANA-BATCH
           END-IF
           INITIALIZE AREA-DE-COMMUNICATIONN
           MOVE 1 TO OPCION
           CALL Ralum USING AREA-DE-COMMUNICATIONN
           ACCEPT wss-fechaHoy FROM DATE YYYYMMDD
           PERFORM 8800-OBTENER-USUARIO-SESION
           IF wss-usuario-sesion = SPACES
               ACCEPT wss-usuario FROM ENVIRONMENT "USER"
           ELSE
               MOVE wss-usuario-sesion TO wss-usuario
           END-IF
           EVALUATE wss-modo
               WHEN 1
                   PERFORM 2000-EMITIR-PINES
               WHEN 2
                   PERFORM 3000-ATENDER-PEDIDOS
               WHEN 3
                   PERFORM 4000-LISTAR-PINES
           END-EVALUATE
           PERFORM 5000-CERRAR-PROGRAMA.

      */////////////////////////////////////////////////////////////////

       0500-SELECCIONAR-MODO.
           PERFORM UNTIL wss-modo >= 1 AND wss-modo <= 3
               DISPLAY "1-EMITIR O BLANQUEAR EL PIN DE UN ALUMNO"
               DISPLAY "2-ATENDER LOS PEDIDOS DE CERTIFICADO"
               DISPLAY "3-LISTAR LOS PINES EMITIDOS"
               ACCEPT wss-modo
               IF wss-modo < 1 OR wss-modo > 3
                   DISPLAY "opcion invalida"
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------

       2000-EMITIR-PINES.
           MOVE SPACES TO wss-nroIngresado
           PERFORM 2100-EMITIR-UN-PIN
               UNTIL wss-nroIngresado = "FIN".

      *-----------------------------------------------------------------

       2100-EMITIR-UN-PIN.
           DISPLAY "INGRESE EL NUMERO DE ALUMNO (6 digitos, FIN PARA "
               "TERMINAR)"
           ACCEPT wss-nroIngresado
           IF wss-nroIngresado NOT = "FIN"
               INITIALIZE AREA-DE-COMMUNICATIONN
               MOVE 2 TO OPCION
               MOVE wss-nroIngresado TO NUM-DAT-BUSCAR
               CALL Ralum USING AREA-DE-COMMUNICATIONN
               IF retorn-num NOT = 0 OR wss-nroIngresado NOT NUMERIC
                   DISPLAY "el alumno " wss-nroIngresado " no existe"
               ELSE
                   IF ESTADO-DATO = "B"
                       DISPLAY "el alumno " wss-nroIngresado
                           " esta de baja, no lleva PIN"
                   ELSE
                       MOVE wss-nroIngresado TO wss-nroAlumno
                       DISPLAY "ALUMNO: " DESCRIPCION
                       PERFORM 2200-INGRESAR-PIN
                       PERFORM 2300-GRABAR-PIN
                   END-IF
               END-IF
           END-IF.

      *-----------------------------------------------------------------

       2200-INGRESAR-PIN.
           MOVE SPACES TO wss-pin-1
           MOVE "X" TO wss-pin-2
           PERFORM UNTIL wss-pin-1 = wss-pin-2
               DISPLAY "INGRESE EL PIN INICIAL (4 a 6 digitos)"
               ACCEPT wss-pin-1
               DISPLAY "REPITA EL PIN"
               ACCEPT wss-pin-2
               MOVE wss-pin-1 TO wss-pin
               PERFORM 8400-VALIDAR-PIN
               IF wss-pin-valido = "N"
                   DISPLAY "error el PIN debe tener de 4 a 6 digitos"
                   MOVE "X" TO wss-pin-2
               ELSE
                   IF wss-pin-1 NOT = wss-pin-2
                       DISPLAY "los PINes no coinciden, reingrese"
                   END-IF
               END-IF
           END-PERFORM
           INITIALIZE AREA-DE-COMMUNICATION-CLA
           MOVE 1 TO OPCION-C
           MOVE wss-pin-1 TO CLAVE-ENTRADA
           CALL Rclave USING AREA-DE-COMMUNICATION-CLA.

      *-----------------------------------------------------------------

      * el alumno que ya tenia PIN se regraba (blanqueo: contador en
      * cero y cuenta destrabada); el nuevo se agrega al final
       2300-GRABAR-PIN.
           MOVE "N" TO wss-encontro
           MOVE "N" TO wss-pin-grabado
           OPEN I-O ARCH-PIN
           IF wss-fs-pin-OCUPADO
               PERFORM 8910-REINTENTAR-APERTURA-IO
           END-IF
           IF wss-fs-pin-OK
               MOVE "N" TO flag
               READ ARCH-PIN AT END MOVE "S" TO flag
               END-READ
               PERFORM UNTIL flag = "S"
                   IF PIN-NRO-ALUMNO = wss-nroAlumno
                       MOVE "S" TO wss-encontro
                       MOVE "S" TO flag
                   ELSE
                       READ ARCH-PIN AT END MOVE "S" TO flag
                       END-READ
                   END-IF
               END-PERFORM
               IF wss-encontro = "S"
                   PERFORM 2350-ARMAR-REGISTRO-PIN
                   REWRITE REG-PIN
                   IF NOT wss-fs-pin-OK then
                       display "error al regrabar el PIN"
                   ELSE
                       MOVE "S" TO wss-pin-grabado
                   END-IF
               END-IF
               CLOSE ARCH-PIN
           ELSE
               CLOSE ARCH-PIN
           END-IF
           MOVE "N" TO flag
           IF wss-encontro = "N"
               OPEN EXTEND ARCH-PIN
               IF NOT wss-fs-pin-OK AND NOT wss-fs-pin-NOEXISTE then
                   display "error al abrir el archivo PINALUM.DAT"
                   PERFORM 5000-CERRAR-PROGRAMA
               END-IF
               PERFORM 2350-ARMAR-REGISTRO-PIN
               WRITE REG-PIN
               IF NOT wss-fs-pin-OK then
                   display "error al  escribir el archivo"
               ELSE
                   MOVE "S" TO wss-pin-grabado
               END-IF
               CLOSE ARCH-PIN
           END-IF
           IF wss-pin-grabado = "S"
               MOVE SPACES TO wss-decision
               IF wss-encontro = "S"
                   MOVE "B" TO wss-decision
               ELSE
                   MOVE "E" TO wss-decision
               END-IF
               OPEN EXTEND ARCH-AUDIT
               MOVE SPACES TO aud-clave
               STRING "PIN " wss-nroAlumno " " wss-decision
                   DELIMITED BY SIZE INTO aud-clave
               END-STRING
               PERFORM 6000-REGISTRAR-AUDITORIA
               CLOSE ARCH-AUDIT
               DISPLAY "PIN emitido; el alumno lo cambia por uno "
                   "propio en su primer ingreso al kiosco"
           END-IF.

      *-----------------------------------------------------------------

       2350-ARMAR-REGISTRO-PIN.
           MOVE wss-nroAlumno TO PIN-NRO-ALUMNO
           MOVE CLAVE-HUELLA  TO PIN-CLAVE
           MOVE 0             TO PIN-FECHA-CLAVE
           MOVE 0             TO PIN-INTENTOS
           MOVE "N"           TO PIN-BLOQUEADO
           MOVE wss-fechaHoy  TO PIN-FECHA-EMISION
           MOVE SPACE         TO ESPACIO.

      *-----------------------------------------------------------------

      * la cola se trae entera, se marcan los pedidos atendidos y se
      * vuelve a grabar solo si hubo cambios. Con la cola incompleta
      * en memoria no se atiende nada: regrabarla borraria los
      * pedidos que no entraron
       3000-ATENDER-PEDIDOS.
           PERFORM 3100-CARGAR-PEDIDOS
           IF wss-pedidos-desborde = "S"
               DISPLAY "no se pueden atender pedidos: PEDCERT.DAT no "
                   "entra entero en memoria y se perderian pedidos"
               PERFORM 5000-CERRAR-PROGRAMA
           END-IF
           PERFORM 3200-MOSTRAR-PENDIENTES
           IF wss-cont-pendientes = 0
               DISPLAY "no hay pedidos de certificado pendientes"
           ELSE
               OPEN EXTEND ARCH-AUDIT
               MOVE 1 TO wss-pedidoElegido
               PERFORM 3300-ATENDER-UN-PEDIDO
                   UNTIL wss-pedidoElegido = 0
               CLOSE ARCH-AUDIT
               IF wss-hubo-cambios = "S"
                   PERFORM 3400-GRABAR-PEDIDOS
               END-IF
           END-IF.

      *-----------------------------------------------------------------

       3100-CARGAR-PEDIDOS.
           OPEN INPUT ARCH-PED
           IF wss-fs-ped-OK
               MOVE "N" TO flag
               READ ARCH-PED AT END MOVE "S" TO flag
               END-READ
               PERFORM UNTIL flag = "S"
                   IF wss-cont-pedidos < 2000
                       ADD 1 TO wss-cont-pedidos
                       MOVE REG-PED TO vpe-registro(wss-cont-pedidos)
                   ELSE
                       DISPLAY "ADVERTENCIA: la cola tiene mas de "
                           "2000 pedidos, depure PEDCERT.DAT"
                       MOVE "S" TO wss-pedidos-desborde
                       MOVE "S" TO flag
                   END-IF
                   IF flag NOT = "S"
                       READ ARCH-PED AT END MOVE "S" TO flag
                       END-READ
                   END-IF
               END-PERFORM
               CLOSE ARCH-PED
           ELSE
               CLOSE ARCH-PED
           END-IF
           MOVE "N" TO flag.

      *-----------------------------------------------------------------

       3200-MOSTRAR-PENDIENTES.
           MOVE 0 TO wss-cont-pendientes
           DISPLAY "PEDIDOS DE CERTIFICADO PENDIENTES"
           PERFORM VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND > wss-cont-pedidos
               IF vpe-estado(WS-IND) = "P"
                   ADD 1 TO wss-cont-pendientes
                   PERFORM 3250-MOSTRAR-UN-PEDIDO
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------

       3250-MOSTRAR-UN-PEDIDO.
           MOVE WS-IND TO lpe-orden
           MOVE vpe-nroAlumno(WS-IND) TO lpe-nroAlumno
           INITIALIZE AREA-DE-COMMUNICATIONN
           MOVE 2 TO OPCION
           MOVE vpe-nroAlumno(WS-IND) TO NUM-DAT-BUSCAR
           CALL Ralum USING AREA-DE-COMMUNICATIONN
           IF retorn-num = 0
               MOVE DESCRIPCION TO lpe-nombre
           ELSE
               MOVE "ALUMNO NO HALLADO" TO lpe-nombre
           END-IF
           IF vpe-tipo(WS-IND) = "A"
               MOVE "ANALITICO" TO lpe-tipo
           ELSE
               MOVE "ALUMNO REGULAR" TO lpe-tipo
           END-IF
           MOVE SPACES TO lpe-fecha
           STRING vpe-fecha(WS-IND)(7:2) "/" vpe-fecha(WS-IND)(5:2)
               "/" vpe-fecha(WS-IND)(1:4) DELIMITED BY SIZE
               INTO lpe-fecha
           END-STRING
           DISPLAY LINEA-PEDIDO.

      *-----------------------------------------------------------------

       3300-ATENDER-UN-PEDIDO.
           DISPLAY "INGRESE EL NUMERO DE ORDEN DEL PEDIDO A ATENDER "
               "(0 PARA TERMINAR)"
           ACCEPT wss-pedidoElegido
           IF wss-pedidoElegido > 0
               IF wss-pedidoElegido > wss-cont-pedidos
                   DISPLAY "numero de orden inexistente"
               ELSE
               IF vpe-estado(wss-pedidoElegido) NOT = "P"
                   DISPLAY "ese pedido ya fue atendido"
               ELSE
                   MOVE SPACE TO wss-decision
                   PERFORM UNTIL wss-decision = "E"
                           OR wss-decision = "R"
                           OR wss-decision = "N"
                       DISPLAY "(E)NTREGADO, (R)ECHAZADO O (N)ADA"
                       ACCEPT wss-decision
                   END-PERFORM
                   IF wss-decision NOT = "N"
                       MOVE wss-decision
                           TO vpe-estado(wss-pedidoElegido)
                       MOVE wss-fechaHoy
                           TO vpe-fechaAtencion(wss-pedidoElegido)
                       MOVE wss-usuario
                           TO vpe-usuario(wss-pedidoElegido)
                       MOVE "S" TO wss-hubo-cambios
                       MOVE SPACES TO aud-clave
                       STRING "CERTIF "
                           vpe-nroAlumno(wss-pedidoElegido) " "
                           wss-decision DELIMITED BY SIZE
                           INTO aud-clave
                       END-STRING
                       PERFORM 6000-REGISTRAR-AUDITORIA
                       DISPLAY "pedido actualizado"
                   END-IF
               END-IF
               END-IF
           END-IF.

      *-----------------------------------------------------------------

       3400-GRABAR-PEDIDOS.
           IF wss-pedidos-desborde = "S"
               DISPLAY "PEDCERT.DAT no se regraba: la cola en memoria "
                   "esta incompleta"
               PERFORM 5000-CERRAR-PROGRAMA
           END-IF
           OPEN OUTPUT ARCH-PED
           IF NOT wss-fs-ped-OK then
               display "error al abrir el archivo PEDCERT.DAT, los "
                   "cambios no se grabaron"
           ELSE
               PERFORM VARYING WS-IND FROM 1 BY 1
                       UNTIL WS-IND > wss-cont-pedidos
                   WRITE REG-PED FROM vpe-registro(WS-IND)
               END-PERFORM
               CLOSE ARCH-PED
           END-IF.

      *-----------------------------------------------------------------

      * situacion de cada PIN sin mostrar la huella
       4000-LISTAR-PINES.
           OPEN INPUT ARCH-PIN
           IF NOT wss-fs-pin-OK then
               display "no hay PINes emitidos (PINALUM.DAT)"
           ELSE
               MOVE "N" TO flag
               READ ARCH-PIN AT END MOVE "S" TO flag
               END-READ
               PERFORM UNTIL flag = "S"
                   MOVE PIN-NRO-ALUMNO TO lpi-nroAlumno
                   INITIALIZE AREA-DE-COMMUNICATIONN
                   MOVE 2 TO OPCION
                   MOVE PIN-NRO-ALUMNO TO NUM-DAT-BUSCAR
                   CALL Ralum USING AREA-DE-COMMUNICATIONN
                   IF retorn-num = 0
                       MOVE DESCRIPCION TO lpi-nombre
                   ELSE
                       MOVE "ALUMNO NO HALLADO" TO lpi-nombre
                   END-IF
                   EVALUATE TRUE
                       WHEN PIN-BLOQUEADO-SI
                           MOVE "BLOQUEADO, PIDE BLANQUEO"
                               TO lpi-situacion
                       WHEN PIN-FECHA-CLAVE = 0
                           MOVE "EMITIDO, SIN USAR TODAVIA"
                               TO lpi-situacion
                       WHEN OTHER
                           MOVE "EN USO" TO lpi-situacion
                   END-EVALUATE
                   DISPLAY LINEA-PIN
                   READ ARCH-PIN AT END MOVE "S" TO flag
                   END-READ
               END-PERFORM
           END-IF
           CLOSE ARCH-PIN
           MOVE "N" TO flag.

      *-----------------------------------------------------------------

       5000-CERRAR-PROGRAMA.
           GOBACK.

      *-----------------------------------------------------------------

      * deja constancia en AUDIT.LOG de quien y cuando toco los PINes
      * y la cola de certificados
       6000-REGISTRAR-AUDITORIA.
           IF wss-fs-aud-OK OR wss-fs-aud-NOEXISTE
               ACCEPT aud-fecha FROM DATE YYYYMMDD
               ACCEPT aud-hora FROM TIME
               MOVE wss-usuario TO aud-usuario
               MOVE "PGENPIN " TO aud-programa
               WRITE REG-AUDIT
               IF NOT wss-fs-aud-OK then
                   display "error al escribir en AUDIT.LOG"
               END-IF
           END-IF.

      *-----------------------------------------------------------------

      * de 4 a 6 digitos seguidos, sin blancos intercalados
       8400-VALIDAR-PIN.
           MOVE "N" TO wss-pin-valido
           IF wss-pin(1:4) IS NUMERIC
               IF wss-pin(5:2) = SPACES OR wss-pin(5:2) IS NUMERIC
                   MOVE "S" TO wss-pin-valido
               ELSE
                   IF wss-pin(5:1) IS NUMERIC AND wss-pin(6:1) = SPACE
                       MOVE "S" TO wss-pin-valido
                   END-IF
               END-IF
           END-IF.

      *-----------------------------------------------------------------

      * reintenta la apertura de PINALUM.DAT mientras el estado sea de
      * comparticion, avisando al operador en cada vuelta
       8910-REINTENTAR-APERTURA-IO.
           MOVE 0 TO wss-reintentos
           PERFORM UNTIL NOT wss-fs-pin-OCUPADO
                   OR wss-reintentos >= 5
               ADD 1 TO wss-reintentos
               DISPLAY "PINALUM.DAT esta en uso por el kiosco "
                   "(estado " wss-fs-pin "), reintento "
                   wss-reintentos " de 5..."
               CALL "C$SLEEP" USING wss-segundos-espera
               OPEN I-O ARCH-PIN
           END-PERFORM
           IF wss-fs-pin-OCUPADO
               DISPLAY "PINALUM.DAT sigue en uso; reintente en unos "
                   "minutos"
           END-IF.

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
           MOVE "PGENPIN " TO V-PROGRAMA
           CALL Rventana USING AREA-DE-COMMUNICATION-VEN
           IF retorn-num-v NOT = 0
               PERFORM 5000-CERRAR-PROGRAMA
           END-IF.

      *-----------------------------------------------------------------
       END PROGRAM PGENPIN.

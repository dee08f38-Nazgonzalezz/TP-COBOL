      ******************************************************************
      * Author: Gonzalez Nazarena Araceli
      * Date:
      * Purpose: Verificacion de los archivos maestros contra sus
      *    registros de control de CTLMAEST.DAT (ALUMNOS.DAT,
      *    NOTAS.DAT, HISTORIA.DAT, INSCRIP.DAT, CUOTAS.DAT y
      *    MATERIA.dat). Modo 1 recalcula con RUTCONTR la cantidad de
      *    registros, el total de control de las claves y la suma de
      *    cada archivo, muestra el cuadro contra el control y el
      *    ultimo programa que lo actualizo; es lo que corre el
      *    operador antes de un resguardo. Con VERCPARM.DAT presente
      *    corre el modo 1 sin preguntar nada, como paso de la cadena
      *    de PJOBSTRM, y una diferencia deja final anormal en
      *    ESTADIS.DAT. Modo 2 vuelve a sellar un archivo o todos
      *    (la primera vez o despues de reparar uno), solo el
      *    supervisor, y queda en AUDIT.LOG.
      *    Con la ventana batch abierta (PJOBSTRM corriendo la cadena
      *    nocturna) el modo 2 no entra, salvo que el supervisor lo
      *    fuerce; las consultas siguen disponibles
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PVERCTL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL ARCH-PRM         ASSIGN TO "VERCPARM.DAT"
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
      * con VERCPARM.DAT presente no se pregunta nada (solo admite
      * la verificacion; volver a sellar sigue siendo a mano)
       FD  ARCH-PRM.
           01  REG-PRM.
                05 par-modo           PIC 9.

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
      * usuario y rol de la sesion que dejo PMENU en SESION.DAT; sin
      * sesion (corrida por fuera del menu) la auditoria usa USER
       01  wss-fs-ses                    PIC X(2).
           88 wss-fs-ses-OK                        VALUE '00'.
       77  wss-sesion-leida              PIC X     VALUE "N".
       77  wss-usuario-sesion            PIC X(20) VALUE SPACES.
       77  wss-rol-sesion                PIC X     VALUE SPACE.

       77  wss-modo                      PIC 9     VALUE 0.
       77  wss-modo-batch                PIC X     VALUE "N".
       77  wss-corrida-normal            PIC X     VALUE "N".
       77  wss-archivoPedido             PIC X(3).
       77  wss-confirma                  PIC X(2).
       77  wss-ind                       PIC 9     VALUE 0.
       77  wss-ind-busca                 PIC 9     VALUE 0.
       77  wss-cont-verificados          PIC 9(7)  COMP VALUE 0.
       77  wss-cont-sellados             PIC 9(7)  COMP VALUE 0.
       77  wss-cont-diferencias          PIC 9(7)  COMP VALUE 0.
       77  wss-cont-sin-control          PIC 9(7)  COMP VALUE 0.

       01  wss-fs-prm                    PIC X(2).
           88 wss-fs-prm-OK                        VALUE '00'.
       01  wss-fs-est                    PIC X(2).
           88 wss-fs-est-OK                        VALUE '00'.
           88 wss-fs-est-NOEXISTE                  VALUE '05'.
       01  wss-fs-aud                    PIC X(2).
           88 wss-fs-aud-OK                        VALUE '00'.
           88 wss-fs-aud-NOEXISTE                  VALUE '05'.

      * los seis maestros en el orden en que se muestran
       01  wss-codigos-archivo.
           05 FILLER                     PIC X(18)
                                         VALUE "ALUNOTHISINSCUOMAT".
       01  wss-codigos-tabla REDEFINES wss-codigos-archivo.
           05 wss-codigo-arch            PIC X(3) OCCURS 6 TIMES.
       01  wss-nombres-archivo.
           05 FILLER                     PIC X(12) VALUE "ALUMNOS.DAT".
           05 FILLER                     PIC X(12) VALUE "NOTAS.DAT".
           05 FILLER                     PIC X(12) VALUE "HISTORIA.DAT".
           05 FILLER                     PIC X(12) VALUE "INSCRIP.DAT".
           05 FILLER                     PIC X(12) VALUE "CUOTAS.DAT".
           05 FILLER                     PIC X(12) VALUE "MATERIA.dat".
       01  wss-nombres-tabla REDEFINES wss-nombres-archivo.
           05 wss-nombre-arch            PIC X(12) OCCURS 6 TIMES.

       01  RUTINAS.
           05 Rcontrol                   PIC X(8)  VALUE "RUTCONTR".
           05 Rventana                   PIC X(8)  VALUE "RUTVENTA".

       01  LINEA-ARCHIVO.
           05 FILLER                     PIC X(2)  VALUE SPACES.
           05 lar-nombre                 PIC X(12).
           05 FILLER                     PIC X(2)  VALUE SPACES.
           05 lar-resultado              PIC X(14).
           05 FILLER                     PIC X(20) VALUE
           "  ULTIMA ACTUALIZ.  ".
           05 lar-programa               PIC X(8).
           05 FILLER                     PIC X     VALUE SPACE.
           05 lar-fecha                  PIC 9(8).
           05 FILLER                     PIC X     VALUE SPACE.
           05 lar-hora                   PIC 9(8).

       01  LINEA-VALORES.
           05 FILLER                     PIC X(6)  VALUE SPACES.
           05 lva-concepto               PIC X(10).
           05 FILLER                     PIC X(8)  VALUE " ACTUAL ".
           05 lva-actual                 PIC Z(12)9.99.
           05 FILLER                     PIC X(9)  VALUE "  CONTROL".
           05 lva-control                PIC Z(12)9.99.
           05 FILLER                     PIC X(2)  VALUE SPACES.
           05 lva-marca                  PIC X(2).

      * registros y claves son enteros, la suma lleva decimales
       01  LINEA-CLAVES.
           05 FILLER                     PIC X(6)  VALUE SPACES.
           05 lcl-concepto               PIC X(10).
           05 FILLER                     PIC X(8)  VALUE " ACTUAL ".
           05 lcl-actual                 PIC Z(14)9.
           05 FILLER                     PIC X(9)  VALUE "  CONTROL".
           05 lcl-control                PIC Z(14)9.
           05 FILLER                     PIC X(2)  VALUE SPACES.
           05 lcl-marca                  PIC X(2).

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
           PERFORM 0500-SELECCIONAR-MODO
           IF wss-modo = 2
               PERFORM 8550-CONTROLAR-VENTANA-BATCH
           END-IF
           EVALUATE wss-modo
               WHEN 1
                   PERFORM 1000-MODO-VERIFICAR
                   IF wss-cont-diferencias = 0
                       MOVE "S" TO wss-corrida-normal
                   END-IF
               WHEN 2
                   PERFORM 2000-MODO-SELLAR
                   MOVE "S" TO wss-corrida-normal
           END-EVALUATE
           PERFORM 6000-CERRAR-PROGRAMA.

      */////////////////////////////////////////////////////////////////

      * con VERCPARM.DAT presente el modo sale del parametro y la
      * corrida es desatendida; solo se admite la verificacion
       0500-SELECCIONAR-MODO.
           PERFORM 0400-LEER-PARAMETROS
           IF wss-modo-batch = "S"
               IF wss-modo NOT = 1
                   DISPLAY "en modo desatendido solo corre la "
                       "verificacion (modo 1); volver a sellar se "
                       "hace con un operador"
                   MOVE 0 TO wss-modo
               END-IF
           ELSE
               PERFORM UNTIL wss-modo = 1 OR wss-modo = 2
                   DISPLAY "1-VERIFICAR LOS MAESTROS CONTRA SU CONTROL"
                   DISPLAY "2-VOLVER A SELLAR EL CONTROL DE UN MAESTRO"
                   ACCEPT wss-modo
                   IF wss-modo NOT = 1 AND wss-modo NOT = 2
                       DISPLAY "opcion invalida"
                   END-IF
               END-PERFORM
           END-IF.

      *-----------------------------------------------------------------

       0400-LEER-PARAMETROS.
           OPEN INPUT ARCH-PRM
           IF wss-fs-prm-OK
               READ ARCH-PRM AT END CONTINUE
                   NOT AT END
                       MOVE "S" TO wss-modo-batch
                       MOVE par-modo TO wss-modo
               END-READ
               CLOSE ARCH-PRM
           ELSE
               CLOSE ARCH-PRM
           END-IF.

      *-----------------------------------------------------------------

      * cada maestro por separado para poder mostrar sus valores
       1000-MODO-VERIFICAR.
           DISPLAY "*** VERIFICACION DE LOS MAESTROS CONTRA "
               "CTLMAEST.DAT ***"
           PERFORM VARYING wss-ind FROM 1 BY 1 UNTIL wss-ind > 6
               INITIALIZE AREA-DE-COMMUNICATION-CTM
               MOVE 2 TO OPCION-K
               MOVE wss-codigo-arch(wss-ind) TO K-ARCHIVOS
               MOVE "PVERCTL" TO K-PROGRAMA
               CALL Rcontrol USING AREA-DE-COMMUNICATION-CTM
               ADD 1 TO wss-cont-verificados
               PERFORM 1100-MOSTRAR-ARCHIVO
           END-PERFORM
           DISPLAY "maestros verificados: " wss-cont-verificados
               "  con diferencias: " wss-cont-diferencias
               "  sin control: " wss-cont-sin-control
           IF wss-cont-diferencias > 0
               DISPLAY "NO RESGUARDAR HASTA REVISAR LOS ARCHIVOS CON "
                   "DIFERENCIAS"
           END-IF
           IF wss-cont-sin-control > 0
               DISPLAY "los archivos sin control se sellan con el "
                   "modo 2"
           END-IF.

      *-----------------------------------------------------------------

       1100-MOSTRAR-ARCHIVO.
           MOVE wss-nombre-arch(wss-ind) TO lar-nombre
           EVALUATE retorn-num-k
               WHEN 0
                   MOVE "COINCIDE" TO lar-resultado
               WHEN 2
                   MOVE "SIN CONTROL" TO lar-resultado
                   ADD 1 TO wss-cont-sin-control
               WHEN OTHER
                   MOVE "NO COINCIDE" TO lar-resultado
                   ADD 1 TO wss-cont-diferencias
           END-EVALUATE
           MOVE K-PROGRAMA-CONTROL TO lar-programa
           MOVE K-FECHA-CONTROL TO lar-fecha
           MOVE K-HORA-CONTROL TO lar-hora
           DISPLAY LINEA-ARCHIVO

           MOVE "REGISTROS" TO lcl-concepto
           MOVE K-CANT-ACTUAL TO lcl-actual
           MOVE K-CANT-CONTROL TO lcl-control
           MOVE SPACES TO lcl-marca
           IF K-CANT-ACTUAL NOT = K-CANT-CONTROL
               MOVE "<<" TO lcl-marca
           END-IF
           DISPLAY LINEA-CLAVES

           MOVE "CLAVES" TO lcl-concepto
           MOVE K-HASH-ACTUAL TO lcl-actual
           MOVE K-HASH-CONTROL TO lcl-control
           MOVE SPACES TO lcl-marca
           IF K-HASH-ACTUAL NOT = K-HASH-CONTROL
               MOVE "<<" TO lcl-marca
           END-IF
           DISPLAY LINEA-CLAVES

           MOVE "SUMA" TO lva-concepto
           MOVE K-SUMA-ACTUAL TO lva-actual
           MOVE K-SUMA-CONTROL TO lva-control
           MOVE SPACES TO lva-marca
           IF K-SUMA-ACTUAL NOT = K-SUMA-CONTROL
               MOVE "<<" TO lva-marca
           END-IF
           DISPLAY LINEA-VALORES.

      *-----------------------------------------------------------------

      * volver a sellar pisa la diferencia que haya: es del supervisor
      * y queda en AUDIT.LOG
       2000-MODO-SELLAR.
           PERFORM 8800-OBTENER-USUARIO-SESION
           IF wss-rol-sesion NOT = "S"
               DISPLAY "solo el supervisor puede volver a sellar "
                   "los controles"
               PERFORM 6000-CERRAR-PROGRAMA
           END-IF
           MOVE 0 TO wss-ind
           PERFORM UNTIL wss-ind > 0
               DISPLAY "ARCHIVO A SELLAR: ALU, NOT, HIS, INS, CUO, "
                   "MAT O TOD (todos)"
               MOVE SPACES TO wss-archivoPedido
               ACCEPT wss-archivoPedido
               IF wss-archivoPedido = "TOD"
                   MOVE 7 TO wss-ind
               ELSE
                   PERFORM VARYING wss-ind-busca FROM 1 BY 1
                           UNTIL wss-ind-busca > 6
                       IF wss-codigo-arch(wss-ind-busca) =
                          wss-archivoPedido
                           MOVE wss-ind-busca TO wss-ind
                       END-IF
                   END-PERFORM
                   IF wss-ind = 0
                       DISPLAY "codigo de archivo invalido"
                   END-IF
               END-IF
           END-PERFORM
           DISPLAY "LOS TOTALES ACTUALES PASAN A SER EL CONTROL. "
               "CONFIRMA? (escriba SI)"
           ACCEPT wss-confirma
           IF wss-confirma NOT = "SI"
               DISPLAY "no se sello nada"
           ELSE
               INITIALIZE AREA-DE-COMMUNICATION-CTM
               MOVE 3 TO OPCION-K
               IF wss-archivoPedido = "TOD"
                   MOVE wss-codigos-archivo TO K-ARCHIVOS
                   MOVE 6 TO wss-cont-sellados
               ELSE
                   MOVE wss-archivoPedido TO K-ARCHIVOS
                   MOVE 1 TO wss-cont-sellados
               END-IF
               MOVE "PVERCTL" TO K-PROGRAMA
               CALL Rcontrol USING AREA-DE-COMMUNICATION-CTM
               IF retorn-num-k = 0
                   DISPLAY "control sellado en CTLMAEST.DAT"
               ELSE
                   DISPLAY "el control no se pudo sellar: "
                       retorn-txt-k
                   MOVE 0 TO wss-cont-sellados
               END-IF
               OPEN EXTEND ARCH-AUDIT
               MOVE SPACES TO aud-clave
               STRING "CTLMAEST/"    DELIMITED BY SIZE
                   wss-archivoPedido DELIMITED BY SIZE
                   "/"               DELIMITED BY SIZE
                   retorn-num-k      DELIMITED BY SIZE
                   INTO aud-clave
               END-STRING
               PERFORM 3150-REGISTRAR-AUDITORIA
               CLOSE ARCH-AUDIT
           END-IF.

      *-----------------------------------------------------------------

      * deja constancia en AUDIT.LOG de quien y cuando sello
       3150-REGISTRAR-AUDITORIA.
           ACCEPT aud-fecha FROM DATE YYYYMMDD
           ACCEPT aud-hora FROM TIME
           PERFORM 8800-OBTENER-USUARIO-SESION
           IF wss-usuario-sesion = SPACES
               ACCEPT aud-usuario FROM ENVIRONMENT "USER"
           ELSE
               MOVE wss-usuario-sesion TO aud-usuario
           END-IF
           MOVE "PVERCTL" TO aud-programa
           WRITE REG-AUDIT
           IF NOT wss-fs-aud-OK then
               display "error al escribir en AUDIT.LOG"
           END-IF.

      *-----------------------------------------------------------------

      * el registro de la corrida en ESTADIS.DAT que mira PJOBSTRM:
      * con alguna diferencia el final es anormal y la cadena se corta
       5500-GRABAR-ESTADISTICA.
           OPEN EXTEND ARCH-EST
           IF wss-fs-est-OK OR wss-fs-est-NOEXISTE
               MOVE "PVERCTL " TO est-programa
               ACCEPT est-fecha FROM DATE YYYYMMDD
               ACCEPT est-hora FROM TIME
               MOVE wss-cont-verificados TO est-leidos
               MOVE wss-cont-sellados TO est-escritos
               MOVE wss-cont-diferencias TO est-rechazados
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

      * con la cadena nocturna corriendo el programa no entra a
      * actualizar (salvo que el supervisor lo fuerce)
       8550-CONTROLAR-VENTANA-BATCH.
           INITIALIZE AREA-DE-COMMUNICATION-VEN
           MOVE 5 TO OPCION-V
           MOVE "PVERCTL" TO V-PROGRAMA
           CALL Rventana USING AREA-DE-COMMUNICATION-VEN
           IF retorn-num-v NOT = 0
               PERFORM 6000-CERRAR-PROGRAMA
           END-IF.

      *-----------------------------------------------------------------
       END PROGRAM PVERCTL.

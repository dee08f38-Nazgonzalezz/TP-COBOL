      ******************************************************************
      * Author: Gonzalez Nazarena Araceli
      * Date:
      * Purpose: Reaplicacion del diario de cambios despues de una
      *    restauracion de PBACKUP. Una restauracion deja MATERIA.dat,
      *    NACIONALIDAD.dat, ALUMNOS.DAT y NOTAS.DAT como estaban en
      *    la generacion elegida y se perdia todo lo cargado despues;
      *    este programa recorre los diarios en orden (DIARIO.Jn de
      *    esa generacion, los de las generaciones siguientes y por
      *    ultimo el DIARIO.DAT vivo) y vuelve a aplicar cada alta,
      *    modificacion y baja, opcionalmente solo hasta una fecha y
      *    hora de corte (para no reaplicar justo el error que motivo
      *    la restauracion). Cada entrada se aplica solo si el
      *    registro esta como estaba antes del cambio; lo que no se
      *    puede aplicar sale con su motivo en REAPLIC.DAT junto con
      *    los totales de control. La depuracion de PARCNOTA se
      *    repite sacando de NOTAS.DAT lo anterior a su corte (ya
      *    esta en NOTAHIST.DAT). Lo corre solo el supervisor y queda
      *    en AUDIT.LOG; la reaplicacion no se anota en el diario.
      *    Al empezar avisa si ALUMNOS.DAT, NOTAS.DAT y MATERIA.dat no
      *    coinciden con sus registros de control de CTLMAEST.DAT y al
      *    salir deja los nuevos totales a traves de RUTCONTR.
      *    Con la ventana batch abierta (PJOBSTRM corriendo la cadena
      *    nocturna) no entra, salvo que el supervisor lo fuerce
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PREAPLIC.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL ARCH-MAT         ASSIGN TO "MATERIA.dat"
                                        ORGANIZATION IS INDEXED
                                        ACCESS MODE IS DYNAMIC
                                        RECORD KEY IS codigMateria
                                        FILE STATUS IS wss-fs-mat.

       SELECT OPTIONAL ARCH-NAC         ASSIGN TO "NACIONALIDAD.dat"
                                        ORGANIZATION IS INDEXED
                                        ACCESS MODE IS DYNAMIC
                                        RECORD KEY IS codigNacion
                                        FILE STATUS IS wss-fs-nac.

       SELECT OPTIONAL ARCH-ALU         ASSIGN TO "ALUMNOS.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-alu.

       SELECT OPTIONAL ARCH-NOT         ASSIGN TO "NOTAS.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-not.

       SELECT OPTIONAL ARCH-TMP         ASSIGN TO "NOTASREA.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-tmp.

       SELECT OPTIONAL ARCH-JRN         ASSIGN TO wss-nombre-jrn
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-jrn.

       SELECT OPTIONAL ARCH-CTL         ASSIGN TO "BACKCTL.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-ctl.

       SELECT OPTIONAL ARCH-LIS         ASSIGN TO "REAPLIC.DAT"
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
       FD  ARCH-MAT.
           01  REG-MAT.
                05 codigMateria       PIC X(2).
                05 FILLER             PIC X(24).

       FD  ARCH-NAC.
           01  REG-NAC.
                05 codigNacion        PIC X(3).
                05 FILLER             PIC X(21).

       FD  ARCH-ALU.
           01  REG-ALU               PIC X(53).

       FD  ARCH-NOT.
           01  REG-NOT.
                05 NOT-NRO-ALUMNO     PIC 9(6).
                05 NOT-NRO-MATERIA    PIC 99.
                05 NOT-ANIO           PIC 9(4).
                05 NOT-MES            PIC 99.
                05 NOT-NOTA           PIC 99V99.
                05 NOT-COMISION       PIC X(2).

       FD  ARCH-TMP.
           01  REG-TMP               PIC X(20).

       FD  ARCH-JRN.
           01  REG-JRN.
                05 JRN-FECHA          PIC 9(8).
                05 JRN-HORA           PIC 9(8).
                05 JRN-USUARIO        PIC X(20).
                05 JRN-PROGRAMA       PIC X(8).
                05 JRN-ARCHIVO        PIC X(3).
                05 JRN-OPERACION      PIC X.
                05 JRN-IMAGEN-ANTES   PIC X(53).
                05 JRN-IMAGEN-DESPUES PIC X(53).
                05 ESPACIO-JRN        PIC XX.

       FD  ARCH-CTL.
           01  REG-CTL.
                05 ctl-ultima-gen     PIC 99.
                05 ctl-max-gen        PIC 99.

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
       77  wss-confirma                  PIC X(2).
       77  wss-todo                      PIC X.
       77  wss-dato-valido               PIC X     VALUE "N".

       01  wss-fs-mat                    PIC X(2).
           88 wss-fs-mat-OK                        VALUE '00'.
           88 wss-fs-mat-NOEXISTE                  VALUE '05'.
       01  wss-fs-nac                    PIC X(2).
           88 wss-fs-nac-OK                        VALUE '00'.
           88 wss-fs-nac-NOEXISTE                  VALUE '05'.
       01  wss-fs-alu                    PIC X(2).
           88 wss-fs-alu-OK                        VALUE '00'.
       01  wss-fs-not                    PIC X(2).
           88 wss-fs-not-OK                        VALUE '00'.
       01  wss-fs-tmp                    PIC X(2).
           88 wss-fs-tmp-OK                        VALUE '00'.
       01  wss-fs-jrn                    PIC X(2).
           88 wss-fs-jrn-OK                        VALUE '00'.
           88 wss-fs-jrn-NOEXISTE                  VALUE '05'.
       01  wss-fs-ctl                    PIC X(2).
           88 wss-fs-ctl-OK                        VALUE '00'.
       01  wss-fs-lis                    PIC X(2).
           88 wss-fs-lis-OK                        VALUE '00'.
       01  wss-fs-aud                    PIC X(2).
           88 wss-fs-aud-OK                        VALUE '00'.
           88 wss-fs-aud-NOEXISTE                  VALUE '05'.

      * cadena de diarios: DIARIO.Jn guarda lo cambiado desde el
      * resguardo n hasta el siguiente; el ultimo tramo es el vivo
       77  wss-gen                       PIC 99    VALUE 0.
       77  wss-gen-diario                PIC 99    VALUE 0.
       77  wss-ultima-gen                PIC 99    VALUE 0.
       77  wss-max-gen                   PIC 99    VALUE 0.
       77  wss-vueltas                   PIC 99    COMP VALUE 0.
       77  wss-nombre-jrn                PIC X(14).
       77  wss-fin-cadena                PIC X     VALUE "N".
       77  wss-fin-reaplicacion          PIC X     VALUE "N".

      * corte: fecha*10000+hora y minuto; se reaplica lo anterior o
      * igual al corte, en cero no hay corte
       77  wss-fechaCorte                PIC 9(8)  VALUE 0.
       77  wss-horaCorte                 PIC 9(4)  VALUE 0.
       77  wss-puntoCorte                PIC 9(12) VALUE 0.
       77  wss-puntoEntrada              PIC 9(12).

       77  wss-motivo                    PIC X(40).
       77  wss-encontro                  PIC X.
       77  wss-anioCorteNotas            PIC 9(4).
       77  wss-mesCorteNotas             PIC 99.
       77  wss-puntoCorteNotas           PIC 9(6)  COMP.
       77  wss-puntoNota                 PIC 9(6)  COMP.

       77  wss-cont-leidas               PIC 9(7)  COMP VALUE 0.
       77  wss-cont-aplicadas            PIC 9(7)  COMP VALUE 0.
       77  wss-cont-no-aplicadas         PIC 9(7)  COMP VALUE 0.
       77  wss-cont-posteriores          PIC 9(7)  COMP VALUE 0.
       77  wss-cont-diarios              PIC 99    COMP VALUE 0.
       77  wss-cont-depuradas            PIC 9(7)  COMP VALUE 0.

       01  RUTINAS.
           05 Rfecha                     PIC X(8)  VALUE "RUTFECHH".
           05 Rcontrol                   PIC X(8)  VALUE "RUTCONTR".
           05 Rventana                   PIC X(8)  VALUE "RUTVENTA".

       01  LINEA-TITULO.
           05 FILLER                     PIC X(39) VALUE
           "REAPLICACION DEL DIARIO DESDE LA GEN. ".
           05 lti-gen                    PIC 9.
           05 FILLER                     PIC X(8)  VALUE "  CORTE ".
           05 lti-fechaCorte             PIC 9(8).
           05 FILLER                     PIC X     VALUE SPACE.
           05 lti-horaCorte              PIC 9(4).

       01  LINEA-DIARIO.
           05 FILLER                     PIC X(10) VALUE "  DIARIO  ".
           05 ldi-nombre                 PIC X(14).
           05 ldi-estado                 PIC X(40).

       01  LINEA-NO-APLICADA.
           05 FILLER                     PIC X(4)  VALUE SPACES.
           05 lna-fecha                  PIC 9(8).
           05 FILLER                     PIC X     VALUE SPACE.
           05 lna-hora                   PIC 9(6).
           05 FILLER                     PIC X     VALUE SPACE.
           05 lna-programa               PIC X(8).
           05 FILLER                     PIC X     VALUE SPACE.
           05 lna-archivo                PIC X(3).
           05 FILLER                     PIC X     VALUE SPACE.
           05 lna-operacion              PIC X.
           05 FILLER                     PIC X     VALUE SPACE.
           05 lna-motivo                 PIC X(40).

       01  LINEA-IMAGEN.
           05 FILLER                     PIC X(14) VALUE
           "      REGISTRO".
           05 FILLER                     PIC X     VALUE SPACE.
           05 lim-imagen                 PIC X(53).

       01  LINEA-TOTALES.
           05 FILLER                     PIC X(9)  VALUE "LEIDAS: ".
           05 lto-leidas                 PIC ZZZZZZ9.
           05 FILLER                     PIC X(13) VALUE
           "  APLICADAS: ".
           05 lto-aplicadas              PIC ZZZZZZ9.
           05 FILLER                     PIC X(16) VALUE
           "  NO APLICADAS: ".
           05 lto-no-aplicadas           PIC ZZZZZZ9.
           05 FILLER                     PIC X(13) VALUE
           "  POST.CORTE:".
           05 lto-posteriores            PIC ZZZZZZ9.

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
           PERFORM 8800-OBTENER-USUARIO-SESION
           IF wss-rol-sesion NOT = "S"
               DISPLAY "la reaplicacion del diario esta reservada a "
                   "un supervisor"
           ELSE
               PERFORM 1000-LEER-CONTROL
               IF wss-ultima-gen = 0
                   DISPLAY "no hay resguardos registrados en "
                       "BACKCTL.DAT, no hay nada que reaplicar"
               ELSE
                   PERFORM 1100-INGRESAR-GENERACION
                   PERFORM 1200-INGRESAR-CORTE
                   PERFORM 1300-CONFIRMAR
                   IF wss-confirma = "SI"
                       PERFORM 2000-REAPLICAR-CADENA
                       PERFORM 4000-INFORMAR-TOTALES
                       PERFORM 5000-REGISTRAR-AUDITORIA
                   ELSE
                       DISPLAY "reaplicacion cancelada, no se toco "
                           "nada"
                   END-IF
               END-IF
           END-IF
           PERFORM 6000-CERRAR-PROGRAMA.

      */////////////////////////////////////////////////////////////////

       1000-LEER-CONTROL.
           OPEN INPUT ARCH-CTL
           IF wss-fs-ctl-OK
               READ ARCH-CTL AT END CONTINUE
                   NOT AT END
                       MOVE ctl-ultima-gen TO wss-ultima-gen
                       MOVE ctl-max-gen    TO wss-max-gen
               END-READ
               CLOSE ARCH-CTL
           ELSE
               CLOSE ARCH-CTL
           END-IF.

      *-----------------------------------------------------------------

       1100-INGRESAR-GENERACION.
           MOVE "N" TO wss-dato-valido
           PERFORM UNTIL wss-dato-valido = "S"
               DISPLAY "QUE GENERACION SE RESTAURO CON PBACKUP? (1 A "
                   wss-max-gen ", LA ULTIMA ES LA " wss-ultima-gen ")"
               ACCEPT wss-gen
               IF wss-gen >= 1 AND wss-gen <= wss-max-gen
                   MOVE "S" TO wss-dato-valido
               ELSE
                   DISPLAY "generacion invalida"
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------

      * sin corte se reaplica todo el diario; con corte, lo anotado
      * hasta esa fecha y hora inclusive
       1200-INGRESAR-CORTE.
           DISPLAY "REAPLICAR TODO EL DIARIO HASTA HOY? (S/N)"
           ACCEPT wss-todo
           IF wss-todo = "S" OR wss-todo = "s"
               MOVE 0 TO wss-puntoCorte
           ELSE
               DISPLAY "INGRESO DE LA FECHA DE CORTE:"
               INITIALIZE AREA-DE-COMMUNICATION-FECH
               MOVE 1 TO OPCION-F
               CALL Rfecha USING AREA-DE-COMMUNICATION-FECH
               MOVE FECHA-FORMATOO1 TO wss-fechaCorte
               MOVE "N" TO wss-dato-valido
               PERFORM UNTIL wss-dato-valido = "S"
                   DISPLAY "INGRESE LA HORA DE CORTE (HHMM)"
                   ACCEPT wss-horaCorte
                   IF wss-horaCorte(1:2) <= "23"
                           AND wss-horaCorte(3:2) <= "59"
                       MOVE "S" TO wss-dato-valido
                   ELSE
                       DISPLAY "error la hora debe ser HHMM"
                   END-IF
               END-PERFORM
               COMPUTE wss-puntoCorte =
                   wss-fechaCorte * 10000 + wss-horaCorte
           END-IF.

      *-----------------------------------------------------------------

       1300-CONFIRMAR.
           DISPLAY "SE REAPLICARAN LOS CAMBIOS POSTERIORES A LA "
               "GENERACION " wss-gen " SOBRE LOS ARCHIVOS "
               "RESTAURADOS"
           DISPLAY "CONFIRMA? (escriba SI)"
           ACCEPT wss-confirma.

      *-----------------------------------------------------------------

      * recorre DIARIO.Jg, Jg+1, ... (dando la vuelta en la ultima
      * generacion que se conserva) hasta llegar a la ultima
      * generacion, y termina con el DIARIO.DAT vivo. Si falta un
      * tramo la cadena se corta: lo que sigue depende de el
       2000-REAPLICAR-CADENA.
           OPEN OUTPUT ARCH-LIS
           IF NOT wss-fs-lis-OK
               DISPLAY "error al abrir REAPLIC.DAT"
           END-IF
           MOVE wss-gen(2:1)   TO lti-gen
           MOVE wss-fechaCorte TO lti-fechaCorte
           MOVE wss-horaCorte  TO lti-horaCorte
           WRITE REG-LIS FROM LINEA-TITULO
           WRITE REG-LIS FROM SPACES

           OPEN I-O ARCH-MAT
           OPEN I-O ARCH-NAC
           IF (NOT wss-fs-mat-OK AND NOT wss-fs-mat-NOEXISTE)
                   OR (NOT wss-fs-nac-OK AND NOT wss-fs-nac-NOEXISTE)
               DISPLAY "error al abrir MATERIA.dat o NACIONALIDAD.dat"
               MOVE "S" TO wss-fin-cadena
           END-IF

           MOVE wss-gen TO wss-gen-diario
           MOVE 0 TO wss-vueltas
           PERFORM UNTIL wss-fin-cadena = "S"
               MOVE SPACES TO wss-nombre-jrn
               IF wss-gen-diario = wss-ultima-gen
                       OR wss-vueltas >= wss-max-gen
                   MOVE "DIARIO.DAT" TO wss-nombre-jrn
                   MOVE "S" TO wss-fin-cadena
               ELSE
                   STRING "DIARIO.J"         DELIMITED BY SIZE
                       wss-gen-diario(2:1)   DELIMITED BY SIZE
                       INTO wss-nombre-jrn
                   END-STRING
               END-IF
               PERFORM 2100-REAPLICAR-UN-DIARIO
               ADD 1 TO wss-vueltas
               ADD 1 TO wss-gen-diario
               IF wss-gen-diario > wss-max-gen
                   MOVE 1 TO wss-gen-diario
               END-IF
           END-PERFORM

           CLOSE ARCH-MAT
           CLOSE ARCH-NAC.

      *-----------------------------------------------------------------

       2100-REAPLICAR-UN-DIARIO.
           MOVE wss-nombre-jrn TO ldi-nombre
           OPEN INPUT ARCH-JRN
           IF wss-fs-jrn-NOEXISTE AND wss-nombre-jrn NOT = "DIARIO.DAT"
               MOVE "NO EXISTE, LA CADENA SE CORTA AQUI" TO ldi-estado
               WRITE REG-LIS FROM LINEA-DIARIO
               DISPLAY "falta " wss-nombre-jrn ", no se reaplica lo "
                   "posterior"
               MOVE "S" TO wss-fin-cadena
               CLOSE ARCH-JRN
           ELSE
               IF NOT wss-fs-jrn-OK AND NOT wss-fs-jrn-NOEXISTE
                   MOVE "ERROR AL ABRIR, LA CADENA SE CORTA AQUI"
                       TO ldi-estado
                   WRITE REG-LIS FROM LINEA-DIARIO
                   DISPLAY "error al abrir " wss-nombre-jrn
                   MOVE "S" TO wss-fin-cadena
               ELSE
                   MOVE SPACES TO ldi-estado
                   WRITE REG-LIS FROM LINEA-DIARIO
                   ADD 1 TO wss-cont-diarios
                   MOVE "N" TO flag
                   READ ARCH-JRN AT END MOVE "S" TO flag
                   END-READ
                   PERFORM UNTIL flag = "S"
                       IF wss-fin-reaplicacion = "S"
                           ADD 1 TO wss-cont-posteriores
                       ELSE
                           PERFORM 2200-REAPLICAR-ENTRADA
                       END-IF
                       READ ARCH-JRN AT END MOVE "S" TO flag
                       END-READ
                   END-PERFORM
               END-IF
               CLOSE ARCH-JRN
           END-IF.

      *-----------------------------------------------------------------

      * el diario esta en orden de grabacion: desde la primera
      * entrada posterior al corte ya no se aplica nada, el resto de
      * la cadena solo se cuenta
       2200-REAPLICAR-ENTRADA.
           COMPUTE wss-puntoEntrada =
               JRN-FECHA * 10000 + JRN-HORA / 10000
           IF wss-puntoCorte > 0 AND wss-puntoEntrada > wss-puntoCorte
               MOVE "S" TO wss-fin-reaplicacion
               ADD 1 TO wss-cont-posteriores
           ELSE
               ADD 1 TO wss-cont-leidas
               MOVE SPACES TO wss-motivo
               EVALUATE JRN-ARCHIVO
                   WHEN "MAT"
                       PERFORM 3100-APLICAR-MATERIA
                   WHEN "NAC"
                       PERFORM 3200-APLICAR-NACION
                   WHEN "ALU"
                       PERFORM 3300-APLICAR-ALUMNO
                   WHEN "NOT"
                       PERFORM 3400-APLICAR-NOTA
                   WHEN OTHER
                       MOVE "ARCHIVO DESCONOCIDO EN EL DIARIO"
                           TO wss-motivo
               END-EVALUATE
               IF wss-motivo = SPACES
                   ADD 1 TO wss-cont-aplicadas
               ELSE
                   PERFORM 2300-INFORMAR-NO-APLICADA
               END-IF
           END-IF.

      *-----------------------------------------------------------------

       2300-INFORMAR-NO-APLICADA.
           ADD 1 TO wss-cont-no-aplicadas
           MOVE JRN-FECHA        TO lna-fecha
           MOVE JRN-HORA(1:6)    TO lna-hora
           MOVE JRN-PROGRAMA     TO lna-programa
           MOVE JRN-ARCHIVO      TO lna-archivo
           MOVE JRN-OPERACION    TO lna-operacion
           MOVE wss-motivo       TO lna-motivo
           WRITE REG-LIS FROM LINEA-NO-APLICADA
           IF JRN-OPERACION = "A" OR JRN-OPERACION = "R"
               MOVE JRN-IMAGEN-DESPUES TO lim-imagen
           ELSE
               MOVE JRN-IMAGEN-ANTES TO lim-imagen
           END-IF
           WRITE REG-LIS FROM LINEA-IMAGEN.

      *-----------------------------------------------------------------

      * los indexados se tocan por clave: la modificacion y la baja
      * exigen que el registro este igual a la imagen anterior
       3100-APLICAR-MATERIA.
           EVALUATE JRN-OPERACION
               WHEN "A"
                   MOVE JRN-IMAGEN-DESPUES(1:26) TO REG-MAT
                   WRITE REG-MAT
                       INVALID KEY
                           MOVE "LA MATERIA YA EXISTE" TO wss-motivo
                   END-WRITE
               WHEN "M" WHEN "B"
                   MOVE JRN-IMAGEN-ANTES(1:2) TO codigMateria
                   READ ARCH-MAT KEY IS codigMateria
                       INVALID KEY
                           MOVE "LA MATERIA NO EXISTE" TO wss-motivo
                   END-READ
                   IF wss-motivo = SPACES
                       IF REG-MAT NOT = JRN-IMAGEN-ANTES(1:26)
                           MOVE "NO COINCIDE CON LA IMAGEN ANTERIOR"
                               TO wss-motivo
                       ELSE
                           IF JRN-OPERACION = "M"
                               MOVE JRN-IMAGEN-DESPUES(1:26) TO REG-MAT
                               REWRITE REG-MAT
                                   INVALID KEY
                                       MOVE "ERROR AL REGRABAR"
                                           TO wss-motivo
                               END-REWRITE
                           ELSE
                               DELETE ARCH-MAT
                                   INVALID KEY
                                       MOVE "ERROR AL BORRAR"
                                           TO wss-motivo
                               END-DELETE
                           END-IF
                       END-IF
                   END-IF
               WHEN OTHER
                   MOVE "OPERACION DESCONOCIDA" TO wss-motivo
           END-EVALUATE.

      *-----------------------------------------------------------------

       3200-APLICAR-NACION.
           EVALUATE JRN-OPERACION
               WHEN "A"
                   MOVE JRN-IMAGEN-DESPUES(1:24) TO REG-NAC
                   WRITE REG-NAC
                       INVALID KEY
                           MOVE "LA NACION YA EXISTE" TO wss-motivo
                   END-WRITE
               WHEN "M" WHEN "B"
                   MOVE JRN-IMAGEN-ANTES(1:3) TO codigNacion
                   READ ARCH-NAC KEY IS codigNacion
                       INVALID KEY
                           MOVE "LA NACION NO EXISTE" TO wss-motivo
                   END-READ
                   IF wss-motivo = SPACES
                       IF REG-NAC NOT = JRN-IMAGEN-ANTES(1:24)
                           MOVE "NO COINCIDE CON LA IMAGEN ANTERIOR"
                               TO wss-motivo
                       ELSE
                           IF JRN-OPERACION = "M"
                               MOVE JRN-IMAGEN-DESPUES(1:24) TO REG-NAC
                               REWRITE REG-NAC
                                   INVALID KEY
                                       MOVE "ERROR AL REGRABAR"
                                           TO wss-motivo
                               END-REWRITE
                           ELSE
                               DELETE ARCH-NAC
                                   INVALID KEY
                                       MOVE "ERROR AL BORRAR"
                                           TO wss-motivo
                               END-DELETE
                           END-IF
                       END-IF
                   END-IF
               WHEN OTHER
                   MOVE "OPERACION DESCONOCIDA" TO wss-motivo
           END-EVALUATE.

      *-----------------------------------------------------------------

      * los secuenciales no tienen clave unica: el alta se agrega al
      * final y la modificacion busca el primer registro identico a
      * la imagen anterior y lo regraba con la nueva
       3300-APLICAR-ALUMNO.
           EVALUATE JRN-OPERACION
               WHEN "A"
                   OPEN EXTEND ARCH-ALU
                   IF NOT wss-fs-alu-OK
                       MOVE "NO SE PUDO ABRIR ALUMNOS.DAT" TO wss-motivo
                   ELSE
                       MOVE JRN-IMAGEN-DESPUES TO REG-ALU
                       WRITE REG-ALU
                       IF NOT wss-fs-alu-OK
                           MOVE "ERROR AL GRABAR" TO wss-motivo
                       END-IF
                   END-IF
                   CLOSE ARCH-ALU
               WHEN "M"
                   OPEN I-O ARCH-ALU
                   IF NOT wss-fs-alu-OK
                       MOVE "NO SE PUDO ABRIR ALUMNOS.DAT" TO wss-motivo
                   ELSE
                       MOVE "N" TO wss-encontro
                       READ ARCH-ALU AT END MOVE "F" TO wss-encontro
                       END-READ
                       PERFORM UNTIL wss-encontro NOT = "N"
                           IF REG-ALU = JRN-IMAGEN-ANTES
                               MOVE "S" TO wss-encontro
                           ELSE
                               READ ARCH-ALU
                                   AT END MOVE "F" TO wss-encontro
                               END-READ
                           END-IF
                       END-PERFORM
                       IF wss-encontro = "S"
                           MOVE JRN-IMAGEN-DESPUES TO REG-ALU
                           REWRITE REG-ALU
                           IF NOT wss-fs-alu-OK
                               MOVE "ERROR AL REGRABAR" TO wss-motivo
                           END-IF
                       ELSE
                           MOVE "NO COINCIDE CON LA IMAGEN ANTERIOR"
                               TO wss-motivo
                       END-IF
                   END-IF
                   CLOSE ARCH-ALU
               WHEN OTHER
                   MOVE "OPERACION NO PREVISTA PARA ALUMNOS.DAT"
                       TO wss-motivo
           END-EVALUATE.

      *-----------------------------------------------------------------

       3400-APLICAR-NOTA.
           EVALUATE JRN-OPERACION
               WHEN "A"
                   OPEN EXTEND ARCH-NOT
                   IF NOT wss-fs-not-OK
                       MOVE "NO SE PUDO ABRIR NOTAS.DAT" TO wss-motivo
                   ELSE
                       MOVE JRN-IMAGEN-DESPUES(1:20) TO REG-NOT
                       WRITE REG-NOT
                       IF NOT wss-fs-not-OK
                           MOVE "ERROR AL GRABAR" TO wss-motivo
                       END-IF
                   END-IF
                   CLOSE ARCH-NOT
               WHEN "M"
                   OPEN I-O ARCH-NOT
                   IF NOT wss-fs-not-OK
                       MOVE "NO SE PUDO ABRIR NOTAS.DAT" TO wss-motivo
                   ELSE
                       MOVE "N" TO wss-encontro
                       READ ARCH-NOT AT END MOVE "F" TO wss-encontro
                       END-READ
                       PERFORM UNTIL wss-encontro NOT = "N"
                           IF REG-NOT = JRN-IMAGEN-ANTES(1:20)
                               MOVE "S" TO wss-encontro
                           ELSE
                               READ ARCH-NOT
                                   AT END MOVE "F" TO wss-encontro
                               END-READ
                           END-IF
                       END-PERFORM
                       IF wss-encontro = "S"
                           MOVE JRN-IMAGEN-DESPUES(1:20) TO REG-NOT
                           REWRITE REG-NOT
                           IF NOT wss-fs-not-OK
                               MOVE "ERROR AL REGRABAR" TO wss-motivo
                           END-IF
                       ELSE
                           MOVE "NO COINCIDE CON LA IMAGEN ANTERIOR"
                               TO wss-motivo
                       END-IF
                   END-IF
                   CLOSE ARCH-NOT
               WHEN "R"
                   PERFORM 3500-REPETIR-DEPURACION
               WHEN OTHER
                   MOVE "OPERACION NO PREVISTA PARA NOTAS.DAT"
                       TO wss-motivo
           END-EVALUATE.

      *-----------------------------------------------------------------

      * la depuracion de PARCNOTA ya paso esas notas a NOTAHIST.DAT,
      * que no se resguarda ni se restaura: alcanza con volver a
      * dejar en NOTAS.DAT solo lo posterior al corte, pasando por el
      * archivo de trabajo NOTASREA.DAT
       3500-REPETIR-DEPURACION.
           MOVE JRN-IMAGEN-DESPUES(1:4) TO wss-anioCorteNotas
           MOVE JRN-IMAGEN-DESPUES(5:2) TO wss-mesCorteNotas
           COMPUTE wss-puntoCorteNotas =
               wss-anioCorteNotas * 100 + wss-mesCorteNotas
           OPEN INPUT ARCH-NOT
           OPEN OUTPUT ARCH-TMP
           IF NOT wss-fs-not-OK OR NOT wss-fs-tmp-OK
               MOVE "NO SE PUDO ARMAR NOTASREA.DAT" TO wss-motivo
               CLOSE ARCH-NOT
               CLOSE ARCH-TMP
           ELSE
               MOVE "N" TO wss-encontro
               READ ARCH-NOT AT END MOVE "F" TO wss-encontro
               END-READ
               PERFORM UNTIL wss-encontro = "F"
                   COMPUTE wss-puntoNota = NOT-ANIO * 100 + NOT-MES
                   IF wss-puntoNota < wss-puntoCorteNotas
                       ADD 1 TO wss-cont-depuradas
                   ELSE
                       WRITE REG-TMP FROM REG-NOT
                   END-IF
                   READ ARCH-NOT AT END MOVE "F" TO wss-encontro
                   END-READ
               END-PERFORM
               CLOSE ARCH-NOT
               CLOSE ARCH-TMP
               OPEN INPUT ARCH-TMP
               OPEN OUTPUT ARCH-NOT
               IF NOT wss-fs-not-OK OR NOT wss-fs-tmp-OK
                   MOVE "NO SE PUDO REGRABAR NOTAS.DAT" TO wss-motivo
               ELSE
                   MOVE "N" TO wss-encontro
                   READ ARCH-TMP AT END MOVE "F" TO wss-encontro
                   END-READ
                   PERFORM UNTIL wss-encontro = "F"
                       WRITE REG-NOT FROM REG-TMP
                       READ ARCH-TMP AT END MOVE "F" TO wss-encontro
                       END-READ
                   END-PERFORM
               END-IF
               CLOSE ARCH-TMP
               CLOSE ARCH-NOT
           END-IF.

      *-----------------------------------------------------------------

       4000-INFORMAR-TOTALES.
           MOVE wss-cont-leidas       TO lto-leidas
           MOVE wss-cont-aplicadas    TO lto-aplicadas
           MOVE wss-cont-no-aplicadas TO lto-no-aplicadas
           MOVE wss-cont-posteriores  TO lto-posteriores
           WRITE REG-LIS FROM SPACES
           WRITE REG-LIS FROM LINEA-TOTALES
           CLOSE ARCH-LIS
           DISPLAY "*** REAPLICACION DEL DIARIO COMPLETADA ***"
           DISPLAY "DIARIOS RECORRIDOS: " wss-cont-diarios
           DISPLAY LINEA-TOTALES
           IF wss-cont-depuradas > 0
               DISPLAY "NOTAS SACADAS AL REPETIR LA DEPURACION: "
                   wss-cont-depuradas
           END-IF
           IF wss-cont-no-aplicadas > 0
               DISPLAY "ATENCION: hay entradas sin aplicar, revise "
                   "REAPLIC.DAT"
           END-IF
           DISPLAY "TOME UN RESGUARDO NUEVO CON PBACKUP ANTES DE "
               "VOLVER A OPERAR".

      *-----------------------------------------------------------------

      * deja constancia en AUDIT.LOG de quien reaplico y desde que
      * generacion
       5000-REGISTRAR-AUDITORIA.
           OPEN EXTEND ARCH-AUDIT
           IF wss-fs-aud-OK OR wss-fs-aud-NOEXISTE
               ACCEPT aud-fecha FROM DATE YYYYMMDD
               ACCEPT aud-hora FROM TIME
               IF wss-usuario-sesion = SPACES
                   ACCEPT aud-usuario FROM ENVIRONMENT "USER"
               ELSE
                   MOVE wss-usuario-sesion TO aud-usuario
               END-IF
               MOVE "PREAPLIC" TO aud-programa
               MOVE SPACES TO aud-clave
               STRING "DIARIO/GEN "       DELIMITED BY SIZE
                   wss-gen(2:1)           DELIMITED BY SIZE
                   "/"                    DELIMITED BY SIZE
                   wss-fechaCorte         DELIMITED BY SIZE
                   INTO aud-clave
               END-STRING
               WRITE REG-AUDIT
               IF NOT wss-fs-aud-OK then
                   display "error al escribir en AUDIT.LOG"
               END-IF
               CLOSE ARCH-AUDIT
           ELSE
               DISPLAY "error al abrir AUDIT.LOG"
           END-IF.

      *-----------------------------------------------------------------

       6000-CERRAR-PROGRAMA.
           PERFORM 8650-SELLAR-CONTROLES
           GOBACK.

      *-----------------------------------------------------------------

      * el usuario y el rol de la sesion los deja PMENU en SESION.DAT
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
           MOVE "ALUNOTMAT" TO K-ARCHIVOS
           MOVE "PREAPLIC" TO K-PROGRAMA
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
           MOVE "ALUNOTMAT" TO K-ARCHIVOS
           MOVE "PREAPLIC" TO K-PROGRAMA
           CALL Rcontrol USING AREA-DE-COMMUNICATION-CTM.

      *-----------------------------------------------------------------

      * con la cadena nocturna corriendo el programa no entra a
      * actualizar (salvo que el supervisor lo fuerce)
       8550-CONTROLAR-VENTANA-BATCH.
           INITIALIZE AREA-DE-COMMUNICATION-VEN
           MOVE 5 TO OPCION-V
           MOVE "PREAPLIC" TO V-PROGRAMA
           CALL Rventana USING AREA-DE-COMMUNICATION-VEN
           IF retorn-num-v NOT = 0
               PERFORM 6000-CERRAR-PROGRAMA
           END-IF.

      *-----------------------------------------------------------------
       END PROGRAM PREAPLIC.

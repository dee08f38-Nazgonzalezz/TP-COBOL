      ******************************************************************
      * Author: Gonzalez Nazarena Araceli
      * Date:
      * Purpose: Rutina de la ventana batch. Mientras PJOBSTRM corre
      *    la cadena nocturna la ventana queda abierta en VENTANA.DAT
      *    con la fecha y hora de inicio, el paso que esta corriendo
      *    y el operador que la largo; solo se cierra cuando la
      *    cadena termina completa. Una cadena cortada deja la
      *    ventana abierta hasta que el rearranque la complete. Los
      *    programas que actualizan archivos preguntan aca antes de
      *    abrirlos y no entran con la ventana abierta, salvo los
      *    pasos de la propia cadena o el supervisor que fuerce la
      *    entrada, que queda en AUDIT.LOG.
      *    Opciones:
      *        1) abrir la ventana (PJOBSTRM al arrancar)
      *        2) anotar el paso que empieza
      *        3) cerrar la ventana (cadena completa)
      *        4) soltar la ventana sin cerrarla (cadena cortada)
      *        5) controlar la entrada de un programa de
      *           actualizacion. Retorno: 0 puede seguir, 1 no
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUTVENTA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL ARCH-VEN         ASSIGN TO "VENTANA.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-ven.

       SELECT OPTIONAL ARCH-AUDIT       ASSIGN TO "AUDIT.LOG"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-aud.

       SELECT OPTIONAL ARCH-SES         ASSIGN TO "SESION.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-ses.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCH-VEN.
           01  REG-VEN.
                05 VEN-ESTADO         PIC X.
                05 VEN-FECHA-INICIO   PIC 9(8).
                05 VEN-HORA-INICIO    PIC 9(8).
                05 VEN-PASO           PIC X(8).
                05 VEN-USUARIO        PIC X(20).
                05 ESPACIO-VEN        PIC XX.

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
       01  wss-fs-ven                    PIC X(2).
           88 wss-fs-ven-OK                        VALUE '00'.
           88 wss-fs-ven-NOEXISTE                  VALUE '05'.
       01  wss-fs-aud                    PIC X(2).
           88 wss-fs-aud-OK                        VALUE '00'.
           88 wss-fs-aud-NOEXISTE                  VALUE '05'.
       01  wss-fs-ses                    PIC X(2).
           88 wss-fs-ses-OK                        VALUE '00'.

      * la ventana tal como esta en VENTANA.DAT; sin archivo vale
      * cerrada
       01  WSS-VENTANA.
           05 wss-ven-estado             PIC X     VALUE "C".
               88 wss-ventana-abierta              VALUE "A".
           05 wss-ven-fecha-inicio       PIC 9(8)  VALUE 0.
           05 wss-ven-hora-inicio        PIC 9(8)  VALUE 0.
           05 wss-ven-paso               PIC X(8)  VALUE SPACES.
           05 wss-ven-usuario            PIC X(20) VALUE SPACES.

      * la corrida que abrio la ventana es la duena y sus pasos
      * entran sin preguntar
       77  wss-duenia                    PIC X     VALUE "N".

       77  wss-sesion-leida              PIC X     VALUE "N".
       77  wss-usuario-sesion            PIC X(20) VALUE SPACES.
       77  wss-rol-sesion                PIC X     VALUE SPACE.
       77  wss-confirma                  PIC X(2).

       LINKAGE SECTION.
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

       PROCEDURE DIVISION USING AREA-DE-COMMUNICATION-VEN.
      */////////////////////////////////////////////////////////////////

       MAIN-PROCEDURE.
           MOVE 0 TO retorn-num-v
           MOVE "bien" TO retorn-txt-v
           PERFORM 1000-LEER-VENTANA
           EVALUATE OPCION-V
               WHEN 1
                   PERFORM 2000-ABRIR-VENTANA
               WHEN 2
                   PERFORM 3000-ANOTAR-PASO
               WHEN 3
                   PERFORM 4000-CERRAR-VENTANA
               WHEN 4
                   MOVE "N" TO wss-duenia
               WHEN 5
                   PERFORM 5000-CONTROLAR-ENTRADA
               WHEN OTHER
                   MOVE 002 TO retorn-num-v
                   MOVE "opcion invalida" TO retorn-txt-v
           END-EVALUATE
           MOVE wss-ven-fecha-inicio TO V-FECHA-INICIO
           MOVE wss-ven-hora-inicio TO V-HORA-INICIO
           MOVE wss-ven-paso TO V-PASO
       GOBACK.

      */////////////////////////////////////////////////////////////////

       1000-LEER-VENTANA.
           MOVE "C" TO wss-ven-estado
           MOVE 0 TO wss-ven-fecha-inicio
           MOVE 0 TO wss-ven-hora-inicio
           MOVE SPACES TO wss-ven-paso
           MOVE SPACES TO wss-ven-usuario
           OPEN INPUT ARCH-VEN
           IF wss-fs-ven-OK
               READ ARCH-VEN AT END CONTINUE
                   NOT AT END
                       MOVE VEN-ESTADO TO wss-ven-estado
                       MOVE VEN-FECHA-INICIO TO wss-ven-fecha-inicio
                       MOVE VEN-HORA-INICIO TO wss-ven-hora-inicio
                       MOVE VEN-PASO TO wss-ven-paso
                       MOVE VEN-USUARIO TO wss-ven-usuario
               END-READ
               CLOSE ARCH-VEN
           ELSE
               CLOSE ARCH-VEN
           END-IF.

      *-----------------------------------------------------------------

      * una ventana que quedo abierta es de una cadena cortada: el
      * rearranque la retoma y conserva la hora en que empezo
       2000-ABRIR-VENTANA.
           IF wss-ventana-abierta
               DISPLAY "la ventana batch seguia abierta desde el "
                   wss-ven-fecha-inicio " a las "
                   wss-ven-hora-inicio(1:2) ":"
                   wss-ven-hora-inicio(3:2) " (paso "
                   wss-ven-paso "), se retoma"
           ELSE
               MOVE "A" TO wss-ven-estado
               ACCEPT wss-ven-fecha-inicio FROM DATE YYYYMMDD
               ACCEPT wss-ven-hora-inicio FROM TIME
           END-IF
           MOVE SPACES TO wss-ven-paso
           PERFORM 8800-OBTENER-USUARIO-SESION
           IF wss-usuario-sesion = SPACES
               ACCEPT wss-ven-usuario FROM ENVIRONMENT "USER"
           ELSE
               MOVE wss-usuario-sesion TO wss-ven-usuario
           END-IF
           PERFORM 6000-GRABAR-VENTANA
           IF retorn-num-v = 0
               MOVE "S" TO wss-duenia
           END-IF.

      *-----------------------------------------------------------------

       3000-ANOTAR-PASO.
           IF wss-duenia = "S"
               MOVE V-PROGRAMA TO wss-ven-paso
               PERFORM 6000-GRABAR-VENTANA
           END-IF.

      *-----------------------------------------------------------------

       4000-CERRAR-VENTANA.
           IF wss-duenia = "S"
               MOVE "C" TO wss-ven-estado
               MOVE SPACES TO wss-ven-paso
               PERFORM 6000-GRABAR-VENTANA
               MOVE "N" TO wss-duenia
           END-IF.

      *-----------------------------------------------------------------

      * con la ventana abierta solo entran los pasos de la cadena;
      * el supervisor puede forzar la entrada en una emergencia y
      * queda en AUDIT.LOG con el paso que estaba corriendo
       5000-CONTROLAR-ENTRADA.
           IF wss-ventana-abierta AND wss-duenia = "N"
               DISPLAY "VENTANA BATCH ABIERTA desde el "
                   wss-ven-fecha-inicio " a las "
                   wss-ven-hora-inicio(1:2) ":"
                   wss-ven-hora-inicio(3:2) " (paso "
                   wss-ven-paso ", " wss-ven-usuario ")"
               DISPLAY V-PROGRAMA " no puede actualizar mientras "
                   "corre la cadena nocturna; las consultas siguen "
                   "disponibles"
               MOVE 001 TO retorn-num-v
               MOVE "ventana batch abierta" TO retorn-txt-v
               PERFORM 8800-OBTENER-USUARIO-SESION
               IF wss-rol-sesion = "S"
                   DISPLAY "FORZAR LA ENTRADA DE " V-PROGRAMA
                       " CON LA CADENA CORRIENDO? (escriba SI)"
                   ACCEPT wss-confirma
                   IF wss-confirma = "SI"
                       PERFORM 5100-REGISTRAR-AUDITORIA
                       MOVE 0 TO retorn-num-v
                       MOVE "entrada forzada" TO retorn-txt-v
                   END-IF
               END-IF
           END-IF.

      *-----------------------------------------------------------------

       5100-REGISTRAR-AUDITORIA.
           OPEN EXTEND ARCH-AUDIT
           IF wss-fs-aud-OK OR wss-fs-aud-NOEXISTE
               ACCEPT aud-fecha FROM DATE YYYYMMDD
               ACCEPT aud-hora FROM TIME
               MOVE wss-usuario-sesion TO aud-usuario
               MOVE V-PROGRAMA TO aud-programa
               MOVE SPACES TO aud-clave
               STRING "VENTANA/"   DELIMITED BY SIZE
                      wss-ven-paso DELIMITED BY SPACE
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

       6000-GRABAR-VENTANA.
           OPEN OUTPUT ARCH-VEN
           IF NOT wss-fs-ven-OK
               DISPLAY "error al grabar VENTANA.DAT"
               MOVE 001 TO retorn-num-v
               MOVE "error al grabar la ventana" TO retorn-txt-v
           ELSE
               MOVE wss-ven-estado TO VEN-ESTADO
               MOVE wss-ven-fecha-inicio TO VEN-FECHA-INICIO
               MOVE wss-ven-hora-inicio TO VEN-HORA-INICIO
               MOVE wss-ven-paso TO VEN-PASO
               MOVE wss-ven-usuario TO VEN-USUARIO
               MOVE SPACES TO ESPACIO-VEN
               WRITE REG-VEN
               CLOSE ARCH-VEN
           END-IF.

      *-----------------------------------------------------------------

      * el usuario y el rol de la sesion los deja PMENU en SESION.DAT;
      * sin sesion (corrida por fuera del menu) no hay supervisor
       8800-OBTENER-USUARIO-SESION.
           IF wss-sesion-leida = "N"
               MOVE "S" TO wss-sesion-leida
               OPEN INPUT ARCH-SES
               IF wss-fs-ses-OK
                   READ ARCH-SES AT END CONTINUE
                       NOT AT END
                           MOVE SES-USUARIO TO wss-usuario-sesion
                           MOVE SES-ROL TO wss-rol-sesion
                   END-READ
                   CLOSE ARCH-SES
               ELSE
                   CLOSE ARCH-SES
               END-IF
           END-IF.

      *-----------------------------------------------------------------
       END PROGRAM RUTVENTA.

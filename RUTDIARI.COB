      ******************************************************************
      * Author: Gonzalez Nazarena Araceli
      * Date:
      * Purpose: Rutina del diario de cambios de los archivos
      *    maestros que resguarda PBACKUP (MATERIA.dat,
      *    NACIONALIDAD.dat, ALUMNOS.DAT y NOTAS.DAT). Cada programa
      *    que agrega, modifica o da de baja un registro de esos
      *    archivos deja en DIARIO.DAT la imagen del registro antes
      *    y despues del cambio, con fecha, hora, operador de
      *    SESION.DAT (o USER fuera del menu) y programa. El diario
      *    arranca vacio con cada generacion de resguardo y PREAPLIC
      *    lo vuelve a aplicar despues de una restauracion.
      *    Opciones:
      *        1) grabar una entrada (abre el diario la primera vez)
      *        2) cerrar el diario al terminar el programa
      *    Archivo: ALU, NOT, MAT o NAC. Operacion: A alta,
      *    M modificacion, B baja, R reorganizacion del archivo
      *    entero (la depuracion de PARCNOTA)
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUTDIARI.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL ARCH-JRN         ASSIGN TO "DIARIO.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-jrn.

       SELECT OPTIONAL ARCH-SES         ASSIGN TO "SESION.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-ses.

       DATA DIVISION.
       FILE SECTION.
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

       FD  ARCH-SES.
           01  REG-SES.
                05 SES-USUARIO        PIC X(20).
                05 SES-ROL            PIC X.

       WORKING-STORAGE SECTION.
       01  wss-fs-jrn                    PIC X(2).
           88 wss-fs-jrn-OK                        VALUE '00'.
           88 wss-fs-jrn-NOEXISTE                  VALUE '05'.
       01  wss-fs-ses                    PIC X(2).
           88 wss-fs-ses-OK                        VALUE '00'.
       77  wss-diario-abierto            PIC X     VALUE "N".
       77  wss-sesion-leida              PIC X     VALUE "N".
       77  wss-usuario-sesion            PIC X(20) VALUE SPACES.

       LINKAGE SECTION.
       01  AREA-DE-COMMUNICATION-JRN.
           05 DATOS-ENTRADA.
               10 OPCION-J        PIC 9.
               10 J-PROGRAMA      PIC X(8).
               10 J-ARCHIVO       PIC X(3).
               10 J-OPERACION     PIC X.
               10 J-IMAGEN-ANTES  PIC X(53).
               10 J-IMAGEN-DESPUES PIC X(53).
           05 DATOS-SALIDA.
               10 COMO-TERMINO.
                   15 retorn-num-j PIC 9(3).
                   15 retorn-txt-j PIC X(30).

       PROCEDURE DIVISION USING AREA-DE-COMMUNICATION-JRN.
      */////////////////////////////////////////////////////////////////

       MAIN-PROCEDURE.
           EVALUATE OPCION-J
               WHEN 1
                   PERFORM 1000-GRABAR-ENTRADA
               WHEN 2
                   PERFORM 2000-CERRAR-DIARIO
               WHEN OTHER
                   MOVE 002 TO retorn-num-j
                   MOVE "opcion invalida" TO retorn-txt-j
           END-EVALUATE
       GOBACK.

      */////////////////////////////////////////////////////////////////

       1000-GRABAR-ENTRADA.
           IF wss-diario-abierto = "N"
               OPEN EXTEND ARCH-JRN
               IF wss-fs-jrn-OK OR wss-fs-jrn-NOEXISTE
                   MOVE "S" TO wss-diario-abierto
               ELSE
                   DISPLAY "error al abrir DIARIO.DAT"
               END-IF
           END-IF
           IF wss-diario-abierto = "S"
               PERFORM 8800-OBTENER-USUARIO-SESION
               ACCEPT JRN-FECHA FROM DATE YYYYMMDD
               ACCEPT JRN-HORA FROM TIME
               IF wss-usuario-sesion = SPACES
                   ACCEPT JRN-USUARIO FROM ENVIRONMENT "USER"
               ELSE
                   MOVE wss-usuario-sesion TO JRN-USUARIO
               END-IF
               MOVE J-PROGRAMA TO JRN-PROGRAMA
               MOVE J-ARCHIVO TO JRN-ARCHIVO
               MOVE J-OPERACION TO JRN-OPERACION
               MOVE J-IMAGEN-ANTES TO JRN-IMAGEN-ANTES
               MOVE J-IMAGEN-DESPUES TO JRN-IMAGEN-DESPUES
               MOVE SPACES TO ESPACIO-JRN
               WRITE REG-JRN
               IF wss-fs-jrn-OK
                   MOVE 0 TO retorn-num-j
                   MOVE "bien" TO retorn-txt-j
               ELSE
                   DISPLAY "error al escribir en DIARIO.DAT"
                   MOVE 001 TO retorn-num-j
                   MOVE "error al grabar el diario" TO retorn-txt-j
               END-IF
           ELSE
               MOVE 001 TO retorn-num-j
               MOVE "diario no disponible" TO retorn-txt-j
           END-IF.

      *-----------------------------------------------------------------

       2000-CERRAR-DIARIO.
           IF wss-diario-abierto = "S"
               CLOSE ARCH-JRN
               MOVE "N" TO wss-diario-abierto
           END-IF
           MOVE 0 TO retorn-num-j
           MOVE "bien" TO retorn-txt-j.

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
                   END-READ
                   CLOSE ARCH-SES
               ELSE
                   CLOSE ARCH-SES
               END-IF
           END-IF.

      *-----------------------------------------------------------------
       END PROGRAM RUTDIARI.

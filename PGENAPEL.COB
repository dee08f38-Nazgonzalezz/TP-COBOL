      *    corrige la nota en NOTAS.DAT dejando la imagen anterior y
      *    la nueva en el historial NOTACORR.DAT de PGENCORR, con el
      *    motivo APE. El informe de pendientes muestra la
      *    antiguedad de cada apelacion sin resolver. La nota
      *    corregida queda tambien en el diario de cambios DIARIO.DAT
      *    a traves de RUTDIARI.
      *    Al empezar avisa si NOTAS.DAT no coincide con su registro de
      *    control de CTLMAEST.DAT y al salir deja los nuevos totales a
      *    traves de RUTCONTR.
      *    Con la ventana batch abierta (PJOBSTRM corriendo la cadena
      *    nocturna) los modos 1 y 2 no entran, salvo que el supervisor
      *    lo fuerce; las consultas siguen disponibles
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       77  wss-nota-nueva                PIC 99V99.
       77  wss-resuelve                  PIC X.
       77  wss-cont-pendientes           PIC 9(3)  COMP VALUE 0.
       77  wss-regNotAnterior            PIC X(20).

       01  RUTINAS.
           05 Rfecha                     PIC X(8)  VALUE "RUTFECHH".
           05 Rdiario                    PIC X(8)  VALUE "RUTDIARI".
           05 Rcontrol                   PIC X(8)  VALUE "RUTCONTR".
           05 Rventana                   PIC X(8)  VALUE "RUTVENTA".

       01  LINEA-PENDIENTE.
           05 FILLER                     PIC X(4)  VALUE "    ".
                   15 retorn-num-f    PIC 999.
                   15 retorn-txt-f    PIC X(40).

      *VARIABLES PARA INVOCAR A LA RUTINA DEL DIARIO DE CAMBIOS
       01  AREA-DE-COMMUNICATION-JRN.
           05 DATOS-ENTRADA.
               10 OPCION-J            PIC 9.
               10 J-PROGRAMA          PIC X(8).
               10 J-ARCHIVO           PIC X(3).
               10 J-OPERACION         PIC X.
               10 J-IMAGEN-ANTES      PIC X(53).
               10 J-IMAGEN-DESPUES    PIC X(53).
           05 DATOS-SALIDA.
               10 COMO-TERMINO.
                   15 retorn-num-j    PIC 9(3).
                   15 retorn-txt-j    PIC X(30).

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
           IF wss-modo = 1 OR wss-modo = 2
               PERFORM 8550-CONTROLAR-VENTANA-BATCH
           END-IF
           PERFORM 0700-CARGAR-PLAZO
           ACCEPT wss-fechaHoy FROM DATE YYYYMMDD
           EVALUATE wss-modo
      *-----------------------------------------------------------------

       5000-CERRAR-PROGRAMA.
           PERFORM 8650-SELLAR-CONTROLES
           INITIALIZE AREA-DE-COMMUNICATION-JRN
           MOVE 2 TO OPCION-J
           CALL Rdiario USING AREA-DE-COMMUNICATION-JRN
           GOBACK.

      *-----------------------------------------------------------------
               END-PERFORM
               IF wss-encontro = "S"
                   PERFORM 6500-GRABAR-PISTA-DE-CORRECCION
                   MOVE REG-NOT TO wss-regNotAnterior
                   MOVE wss-nota-nueva TO NOT-NOTA
                   REWRITE REG-NOT
                   IF NOT wss-fs-not-OK then
                       display "error al regrabar la nota"
                   ELSE
                       DISPLAY "apelacion aceptada y nota corregida"
                       PERFORM 6600-REGISTRAR-DIARIO
                   END-IF
               ELSE
                   DISPLAY "la nota apelada ya no esta en NOTAS.DAT"

      *-----------------------------------------------------------------

      * la correccion va al diario de cambios con la imagen
      * anterior de la nota para poder reaplicarla despues de
      * una restauracion de PBACKUP
       6600-REGISTRAR-DIARIO.
           INITIALIZE AREA-DE-COMMUNICATION-JRN
           MOVE 1 TO OPCION-J
           MOVE "PGENAPEL" TO J-PROGRAMA
           MOVE "NOT" TO J-ARCHIVO
           MOVE "M" TO J-OPERACION
           MOVE wss-regNotAnterior TO J-IMAGEN-ANTES
           MOVE REG-NOT TO J-IMAGEN-DESPUES
           CALL Rdiario USING AREA-DE-COMMUNICATION-JRN.

      *-----------------------------------------------------------------

      * informe de antiguedad: cada apelacion pendiente con los dias
      * corridos que lleva en espera segun RUTFECHH
       7000-MODO-INFORME-PENDIENTES.
               END-IF
           END-IF.

      *-----------------------------------------------------------------

      * avisa al operador si los maestros no coinciden con sus
      * registros de control de CTLMAEST.DAT
       8600-VERIFICAR-CONTROLES.
           INITIALIZE AREA-DE-COMMUNICATION-CTM
           MOVE 2 TO OPCION-K
           MOVE "NOT" TO K-ARCHIVOS
           MOVE "PGENAPEL" TO K-PROGRAMA
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
           MOVE "NOT" TO K-ARCHIVOS
           MOVE "PGENAPEL" TO K-PROGRAMA
           CALL Rcontrol USING AREA-DE-COMMUNICATION-CTM.

      *-----------------------------------------------------------------

      * con la cadena nocturna corriendo el programa no entra a
      * actualizar (salvo que el supervisor lo fuerce)
       8550-CONTROLAR-VENTANA-BATCH.
           INITIALIZE AREA-DE-COMMUNICATION-VEN
           MOVE 5 TO OPCION-V
           MOVE "PGENAPEL" TO V-PROGRAMA
           CALL Rventana USING AREA-DE-COMMUNICATION-VEN
           IF retorn-num-v NOT = 0
               PERFORM 5000-CERRAR-PROGRAMA
           END-IF.

      *-----------------------------------------------------------------
       END PROGRAM PGENAPEL.

      *    fecha de la mesa, rechazando mesas fechadas dentro de un
      *    periodo ya cerrado por PCIERRE. Se termina el circuito de
      *    actas en papel tipeadas despues, que era la fuente de las
      *    correcciones tardias. Cada nota volcada queda tambien en
      *    el diario de cambios DIARIO.DAT a traves de RUTDIARI.
      *    Al empezar avisa si NOTAS.DAT no coincide con su registro de
      *    control de CTLMAEST.DAT y al salir deja los nuevos totales a
      *    traves de RUTCONTR.
      *    Con la ventana batch abierta (PJOBSTRM corriendo la cadena
      *    nocturna) no entra, salvo que el supervisor lo fuerce
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           05 Rdoce                      PIC X(8)  VALUE "RLEEDOCE".
           05 Rsede                      PIC X(8)  VALUE "RLEESEDE".
           05 Rfecha                     PIC X(8)  VALUE "RUTFECHH".
           05 Rdiario                    PIC X(8)  VALUE "RUTDIARI".
           05 Rcontrol                   PIC X(8)  VALUE "RUTCONTR".
           05 Rventana                   PIC X(8)  VALUE "RUTVENTA".

       01  LINEA-ACTA-MESA.
           05 FILLER                     PIC X(8)  VALUE "  MESA: ".
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
           PERFORM 8550-CONTROLAR-VENTANA-BATCH
           PERFORM 8600-VERIFICAR-CONTROLES
           PERFORM 1000-INGRESAR-NRO-MESA
           PERFORM 2000-BUSCAR-DATOS-DE-LA-MESA
           IF wss-mesa-hallada = "S"
                       INTO aud-clave
                   END-STRING
                   PERFORM 6100-REGISTRAR-AUDITORIA
                   PERFORM 6150-REGISTRAR-DIARIO
               END-IF
           END-PERFORM

           INITIALIZE AREA-DE-COMMUNICATION-JRN
           MOVE 2 TO OPCION-J
           CALL Rdiario USING AREA-DE-COMMUNICATION-JRN
           CLOSE ARCH-NOT
           IF NOT wss-fs-not-OK then
               display "error al cerrar NOTAS.DAT"
               display "error al escribir en AUDIT.LOG"
           END-IF.

      *-----------------------------------------------------------------

      * deja cada nota de examen volcada en el diario de cambios
      * para poder reaplicarla despues de una restauracion
       6150-REGISTRAR-DIARIO.
           INITIALIZE AREA-DE-COMMUNICATION-JRN
           MOVE 1 TO OPCION-J
           MOVE "PACTAMES" TO J-PROGRAMA
           MOVE "NOT" TO J-ARCHIVO
           MOVE "A" TO J-OPERACION
           MOVE REG-NOT TO J-IMAGEN-DESPUES
           CALL Rdiario USING AREA-DE-COMMUNICATION-JRN.

      *-----------------------------------------------------------------

       7000-CERRAR-PROGRAMA.
           PERFORM 8650-SELLAR-CONTROLES
           GOBACK.

      *-----------------------------------------------------------------
               END-IF
           END-IF.

      *-----------------------------------------------------------------

      * avisa al operador si los maestros no coinciden con sus
      * registros de control de CTLMAEST.DAT
       8600-VERIFICAR-CONTROLES.
           INITIALIZE AREA-DE-COMMUNICATION-CTM
           MOVE 2 TO OPCION-K
           MOVE "NOT" TO K-ARCHIVOS
           MOVE "PACTAMES" TO K-PROGRAMA
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
           MOVE "PACTAMES" TO K-PROGRAMA
           CALL Rcontrol USING AREA-DE-COMMUNICATION-CTM.

      *-----------------------------------------------------------------

      * con la cadena nocturna corriendo el programa no entra a
      * actualizar (salvo que el supervisor lo fuerce)
       8550-CONTROLAR-VENTANA-BATCH.
           INITIALIZE AREA-DE-COMMUNICATION-VEN
           MOVE 5 TO OPCION-V
           MOVE "PACTAMES" TO V-PROGRAMA
           CALL Rventana USING AREA-DE-COMMUNICATION-VEN
           IF retorn-num-v NOT = 0
               PERFORM 7000-CERRAR-PROGRAMA
           END-IF.

      *-----------------------------------------------------------------
       END PROGRAM PACTAMES.

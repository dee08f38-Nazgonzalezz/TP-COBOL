      * Author: Gonzalez Nazarena Araceli
      * Date:
      * Purpose: Programa que genera el archivo "MATERIA.dat" con
      *    los datos que se ingresan por teclado validados. Cada
      *    alta y cada modificacion o baja queda en el diario de
      *    cambios DIARIO.DAT a traves de RUTDIARI.
      *    Al empezar verifica MATERIA.dat contra su registro de control
      *    de CTLMAEST.DAT a traves de RUTCONTR: en los modos de carga
      *    por archivo una diferencia termina la corrida con final
      *    anormal y en los modos por teclado solo se avisa. Al salir
      *    deja los nuevos totales en CTLMAEST.DAT.
      *    Con la ventana batch abierta (PJOBSTRM corriendo la cadena
      *    nocturna) no entra, salvo que el supervisor lo fuerce
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       77  wss-accion-mant               PIC X.
       77  wss-fin-mantenim              PIC X     VALUE "N".
       77  wss-encontro-mant             PIC X     VALUE "N".
       77  wss-regMatAnterior            PIC X(26).

       01  RUTINAS.
           05 Rdiario                    PIC X(8)  VALUE "RUTDIARI".
           05 Rcontrol                   PIC X(8)  VALUE "RUTCONTR".
           05 Rventana                   PIC X(8)  VALUE "RUTVENTA".

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

       LINKAGE SECTION.

      */////////////////////////////////////////////////////////////////

       MAIN-PROCEDURE.
           PERFORM 8550-CONTROLAR-VENTANA-BATCH
           PERFORM 0500-SELECCIONAR-MODO
           PERFORM 8600-VERIFICAR-CONTROLES
           EVALUATE wss-modo
               WHEN 1
                   PERFORM 1000-ABRIR-ARCHIVO
               END-IF
               MOVE wss-codigMateria TO aud-clave
               PERFORM 3150-REGISTRAR-AUDITORIA
               PERFORM 3160-REGISTRAR-DIARIO
           ELSE
               DISPLAY "carga cancelada, la materia no se grabo"
           END-IF
               display "error al escribir en AUDIT.LOG"
           END-IF.

      *-----------------------------------------------------------------

      * deja la materia dada de alta en el diario de cambios para
      * poder reaplicarla despues de una restauracion de PBACKUP
       3160-REGISTRAR-DIARIO.
           INITIALIZE AREA-DE-COMMUNICATION-JRN
           MOVE 1 TO OPCION-J
           MOVE "PGENMATE" TO J-PROGRAMA
           MOVE "MAT" TO J-ARCHIVO
           MOVE "A" TO J-OPERACION
           MOVE WSS-REG-MAT TO J-IMAGEN-DESPUES
           CALL Rdiario USING AREA-DE-COMMUNICATION-JRN.

      *-----------------------------------------------------------------

       3100-INGRESAR-DESCRIP-VALIDADA.
      *-----------------------------------------------------------------

       5000-CERRAR-PROGRAMA.
           PERFORM 8650-SELLAR-CONTROLES
           INITIALIZE AREA-DE-COMMUNICATION-JRN
           MOVE 2 TO OPCION-J
           CALL Rdiario USING AREA-DE-COMMUNICATION-JRN
           IF wss-modo = 3 OR wss-modo = 4
               PERFORM 5500-GRABAR-ESTADISTICA
           END-IF
      *-----------------------------------------------------------------

       6300-APLICAR-ACCION.
           MOVE REG-MAT TO wss-regMatAnterior
           DISPLAY "(M)odificar descripcion o dar de (B)aja ?"
           ACCEPT wss-accion-mant
           EVALUATE wss-accion-mant
           END-EVALUATE
           IF NOT wss-fs-mat-OK THEN
               DISPLAY "error al actualizar el archivo"
           ELSE
               IF REG-MAT NOT = wss-regMatAnterior
                   PERFORM 6350-REGISTRAR-DIARIO
               END-IF
           END-IF.

      *-----------------------------------------------------------------

      * la baja es logica (materia inactiva), asi que para el diario
      * tanto la modificacion como la baja son una regrabacion
       6350-REGISTRAR-DIARIO.
           INITIALIZE AREA-DE-COMMUNICATION-JRN
           MOVE 1 TO OPCION-J
           MOVE "PGENMATE" TO J-PROGRAMA
           MOVE "MAT" TO J-ARCHIVO
           MOVE "M" TO J-OPERACION
           MOVE wss-regMatAnterior TO J-IMAGEN-ANTES
           MOVE REG-MAT TO J-IMAGEN-DESPUES
           CALL Rdiario USING AREA-DE-COMMUNICATION-JRN.

      *-----------------------------------------------------------------

       7000-MODO-CARGA-POR-ARCHIVO.
                           DISPLAY "error al escribir el archivo"
                       ELSE
                           ADD 1 TO wss-cont-carga-ok
                           PERFORM 3160-REGISTRAR-DIARIO
                       END-IF
                   END-IF
               END-IF
               END-IF
           END-IF.

      *-----------------------------------------------------------------

      * los modos de carga por archivo no procesan nada si MATERIA.dat
      * no coincide con su registro de control de CTLMAEST.DAT; los
      * modos por teclado solo avisan al operador
       8600-VERIFICAR-CONTROLES.
           INITIALIZE AREA-DE-COMMUNICATION-CTM
           MOVE 2 TO OPCION-K
           MOVE "MAT" TO K-ARCHIVOS
           MOVE "PGENMATE" TO K-PROGRAMA
           CALL Rcontrol USING AREA-DE-COMMUNICATION-CTM
           IF retorn-num-k = 001
               IF wss-modo = 3 OR wss-modo = 4
                   DISPLAY "corrida detenida: MATERIA.dat no "
                       "coincide con CTLMAEST.DAT (ver PVERCTL)"
                   PERFORM 5000-CERRAR-PROGRAMA
               ELSE
                   DISPLAY "aviso: revisar MATERIA.dat con PVERCTL; "
                       "su control no se actualiza al salir"
               END-IF
           END-IF.

      *-----------------------------------------------------------------

      * deja en CTLMAEST.DAT los totales de los maestros que
      * actualiza el programa
       8650-SELLAR-CONTROLES.
           INITIALIZE AREA-DE-COMMUNICATION-CTM
           MOVE 1 TO OPCION-K
           MOVE "MAT" TO K-ARCHIVOS
           MOVE "PGENMATE" TO K-PROGRAMA
           CALL Rcontrol USING AREA-DE-COMMUNICATION-CTM.

      *-----------------------------------------------------------------

      * con la cadena nocturna corriendo el programa no entra a
      * actualizar (salvo que el supervisor lo fuerce)
       8550-CONTROLAR-VENTANA-BATCH.
           INITIALIZE AREA-DE-COMMUNICATION-VEN
           MOVE 5 TO OPCION-V
           MOVE "PGENMATE" TO V-PROGRAMA
           CALL Rventana USING AREA-DE-COMMUNICATION-VEN
           IF retorn-num-v NOT = 0
               PERFORM 5000-CERRAR-PROGRAMA
           END-IF.

      *-----------------------------------------------------------------
       END PROGRAM PGENMATE.

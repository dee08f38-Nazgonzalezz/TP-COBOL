      * Author: Gonzalez Nazarena Araceli
      * Date: 12/2023
      * Purpose: Programa que genera el archivo "NACIONALIDAD.dat" con
      *    los datos que se ingresan por teclado validados. Cada
      *    alta y cada modificacion o baja queda en el diario de
      *    cambios DIARIO.DAT a traves de RUTDIARI.
      *    Con la ventana batch abierta (PJOBSTRM corriendo la cadena
      *    nocturna) no entra, salvo que el supervisor lo fuerce
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       77  wss-accion-mant               PIC X.
       77  wss-fin-mantenim              PIC X     VALUE "N".
       77  wss-encontro-mant             PIC X     VALUE "N".
       77  wss-regNacAnterior            PIC X(24).

       01  RUTINAS.
           05 Rdiario                    PIC X(8)  VALUE "RUTDIARI".
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
           PERFORM 0500-SELECCIONAR-MODO
           EVALUATE wss-modo
               WHEN 1
                   END-IF
                   MOVE wss-codigNacion TO aud-clave
                   PERFORM 3150-REGISTRAR-AUDITORIA
                   PERFORM 3160-REGISTRAR-DIARIO
               ELSE
                   DISPLAY "carga cancelada, la nacion no se grabo"
               END-IF
               display "error al escribir en AUDIT.LOG"
           END-IF.

      *-----------------------------------------------------------------

      * deja la nacion dada de alta en el diario de cambios para
      * poder reaplicarla despues de una restauracion de PBACKUP
       3160-REGISTRAR-DIARIO.
           INITIALIZE AREA-DE-COMMUNICATION-JRN
           MOVE 1 TO OPCION-J
           MOVE "PGENPAIS" TO J-PROGRAMA
           MOVE "NAC" TO J-ARCHIVO
           MOVE "A" TO J-OPERACION
           MOVE WSS-REG-NAC TO J-IMAGEN-DESPUES
           CALL Rdiario USING AREA-DE-COMMUNICATION-JRN.

      *-----------------------------------------------------------------

       4000-CERRAR-ARCHIVO.
      *-----------------------------------------------------------------

       5000-CERRAR-PROGRAMA.
           INITIALIZE AREA-DE-COMMUNICATION-JRN
           MOVE 2 TO OPCION-J
           CALL Rdiario USING AREA-DE-COMMUNICATION-JRN
           IF wss-modo = 3 OR wss-modo = 4
               PERFORM 5500-GRABAR-ESTADISTICA
           END-IF
      *-----------------------------------------------------------------

       6300-APLICAR-ACCION.
           MOVE REG-NAC TO wss-regNacAnterior
           DISPLAY "(M)odificar descripcion o dar de (B)aja ?"
           ACCEPT wss-accion-mant
           EVALUATE wss-accion-mant
           END-EVALUATE
           IF NOT wss-fs-nac-OK THEN
               DISPLAY "error al actualizar el archivo"
           ELSE
               IF REG-NAC NOT = wss-regNacAnterior
                   PERFORM 6350-REGISTRAR-DIARIO
               END-IF
           END-IF.

      *-----------------------------------------------------------------

      * la baja es logica (nacion inactiva), asi que para el diario
      * tanto la modificacion como la baja son una regrabacion
       6350-REGISTRAR-DIARIO.
           INITIALIZE AREA-DE-COMMUNICATION-JRN
           MOVE 1 TO OPCION-J
           MOVE "PGENPAIS" TO J-PROGRAMA
           MOVE "NAC" TO J-ARCHIVO
           MOVE "M" TO J-OPERACION
           MOVE wss-regNacAnterior TO J-IMAGEN-ANTES
           MOVE REG-NAC TO J-IMAGEN-DESPUES
           CALL Rdiario USING AREA-DE-COMMUNICATION-JRN.

      *-----------------------------------------------------------------

       7000-MODO-CARGA-POR-ARCHIVO.
                   WRITE REG-NAC FROM WSS-REG-NAC
                   IF wss-fs-nac-OK
                       ADD 1 TO wss-cont-carga-ok
                       PERFORM 3160-REGISTRAR-DIARIO
                   ELSE
                       IF wss-fs-nac-DUPLICADA
                           DISPLAY "error la nacion " wss-codigNacion
               END-IF
           END-IF.

      *-----------------------------------------------------------------

      * con la cadena nocturna corriendo el programa no entra a
      * actualizar (salvo que el supervisor lo fuerce)
       8550-CONTROLAR-VENTANA-BATCH.
           INITIALIZE AREA-DE-COMMUNICATION-VEN
           MOVE 5 TO OPCION-V
           MOVE "PGENPAIS" TO V-PROGRAMA
           CALL Rventana USING AREA-DE-COMMUNICATION-VEN
           IF retorn-num-v NOT = 0
               PERFORM 5000-CERRAR-PROGRAMA
           END-IF.

      *-----------------------------------------------------------------
       END PROGRAM PGENPAIS.

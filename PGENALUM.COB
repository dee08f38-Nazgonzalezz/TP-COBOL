      * Date:
      * Purpose: Programa que genera el archivo "ALUMNOS.DAT" con
      *    los datos que se ingresan por teclado, validando la
      *    nacionalidad contra NACIONALIDAD.dat a traves de RLEENACI.
      *    Cada alumno grabado queda en el diario de cambios
      *    DIARIO.DAT a traves de RUTDIARI.
      *    Al empezar avisa si ALUMNOS.DAT no coincide con su registro
      *    de control de CTLMAEST.DAT y al salir deja los nuevos totales
      *    a traves de RUTCONTR.
      *    Con la ventana batch abierta (PJOBSTRM corriendo la cadena
      *    nocturna) no entra, salvo que el supervisor lo fuerce
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                05 PLA-DESCRIP        PIC X(20).
                05 PLA-ESTADO         PIC X.
                    88 PLAN-ACTIVO            VALUE "S".
                05 PLA-HORAS-PRACTICA PIC 9(3).
                05 ESPACIO-PLA        PIC X.

       WORKING-STORAGE SECTION.
           05 Rnaci                      PIC X(8)  VALUE "RLEENACI".
           05 Rfecha                     PIC X(8)  VALUE "RUTFECHH".
           05 Rsede                      PIC X(8)  VALUE "RLEESEDE".
           05 Rdiario                    PIC X(8)  VALUE "RUTDIARI".
           05 Rcontrol                   PIC X(8)  VALUE "RUTCONTR".
           05 Rventana                   PIC X(8)  VALUE "RUTVENTA".

      *VARIABLES PARA INVOCAR A LA RUTINA DE BUSCAR NACIONALIDADES
       01  AREA-DE-COMMUNICATION-NACI.
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

       LINKAGE SECTION.

       PROCEDURE DIVISION.
      */////////////////////////////////////////////////////////////////

       MAIN-PROCEDURE.
           PERFORM 8550-CONTROLAR-VENTANA-BATCH
           PERFORM 8600-VERIFICAR-CONTROLES
           PERFORM 1000-ABRIR-ARCHIVO
           PERFORM 1500-CARGAR-VEC-NACIONALIDADES
           PERFORM 2000-INGRESAR-NRO-ALUMNO-VALIDADO UNTIL FLAG = 1
               END-IF
               MOVE wss-nroAlumno TO aud-clave
               PERFORM 3150-REGISTRAR-AUDITORIA
               PERFORM 3160-REGISTRAR-DIARIO
           ELSE
               DISPLAY "carga cancelada, el alumno no se grabo"
           END-IF

      *-----------------------------------------------------------------

      * deja el alumno grabado en el diario de cambios para poder
      * reaplicarlo despues de una restauracion de PBACKUP
       3160-REGISTRAR-DIARIO.
           INITIALIZE AREA-DE-COMMUNICATION-JRN
           MOVE 1 TO OPCION-J
           MOVE "PGENALUM" TO J-PROGRAMA
           MOVE "ALU" TO J-ARCHIVO
           MOVE "A" TO J-OPERACION
           MOVE WSS-REG-ALU TO J-IMAGEN-DESPUES
           CALL Rdiario USING AREA-DE-COMMUNICATION-JRN.

      *-----------------------------------------------------------------

      * pide por teclado la fecha de ingreso del alumno y la valida a
      * traves de RUTFECHH, igual que PLISNOTA lo hace para su periodo
      * desde/hasta; el alumno nace activo con esa misma fecha como
      *-----------------------------------------------------------------

       4000-CERRAR-ARCHIVO.
           INITIALIZE AREA-DE-COMMUNICATION-JRN
           MOVE 2 TO OPCION-J
           CALL Rdiario USING AREA-DE-COMMUNICATION-JRN
           CLOSE ARCH-ALU
           IF NOT wss-fs-alu-OK then
               display "error al  cerrar el archivo"
      *-----------------------------------------------------------------

       5000-CERRAR-PROGRAMA.
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
           MOVE "ALU" TO K-ARCHIVOS
           MOVE "PGENALUM" TO K-PROGRAMA
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
           MOVE "ALU" TO K-ARCHIVOS
           MOVE "PGENALUM" TO K-PROGRAMA
           CALL Rcontrol USING AREA-DE-COMMUNICATION-CTM.

      *-----------------------------------------------------------------

      * con la cadena nocturna corriendo el programa no entra a
      * actualizar (salvo que el supervisor lo fuerce)
       8550-CONTROLAR-VENTANA-BATCH.
           INITIALIZE AREA-DE-COMMUNICATION-VEN
           MOVE 5 TO OPCION-V
           MOVE "PGENALUM" TO V-PROGRAMA
           CALL Rventana USING AREA-DE-COMMUNICATION-VEN
           IF retorn-num-v NOT = 0
               PERFORM 5000-CERRAR-PROGRAMA
           END-IF.

      *-----------------------------------------------------------------
       END PROGRAM PGENALUM.

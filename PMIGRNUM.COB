      *    (NOTASORD, NOTASIDX, NOTASVIG, NOTASARC, MAESTRO, PREINSC,
      *    ALERTAS, REGULAR y los listados) no se convierten: se
      *    reconstruyen corriendo sus propios programas despues de
      *    la migracion.
      *    BECAS.DAT sale con el formato actual, que agrega el
      *    porcentaje de descuento de la beca: el de BECAPARM.DAT o el
      *    50 de siempre, igual que PBECAS.
      *    Los archivos viejos no se verifican contra CTLMAEST.DAT
      *    porque tienen el formato anterior; al terminar se graban los
      *    totales de ALUMNOS.DAT, NOTAS.DAT, HISTORIA.DAT, INSCRIP.DAT
      *    y CUOTAS.DAT ya convertidos a traves de RUTCONTR.
      *    Con la ventana batch abierta (PJOBSTRM corriendo la cadena
      *    nocturna) solo corre como paso de la propia cadena, salvo que
      *    el supervisor lo fuerce
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       SELECT OPTIONAL ARCH-N-LES       ASSIGN TO "LISTESP.NUE"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-nue.
       SELECT OPTIONAL ARCH-PARAM       ASSIGN TO "BECAPARM.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-par.

       SELECT OPTIONAL ARCH-EST         ASSIGN TO "ESTADIS.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-est.
       FD  ARCH-V-BEC.
           01  REG-V-BEC             PIC X(19).
       FD  ARCH-N-BEC.
           01  REG-N-BEC             PIC X(24).
       FD  ARCH-V-TIT.
           01  REG-V-TIT             PIC X(23).
       FD  ARCH-N-TIT.
       FD  ARCH-N-LES.
           01  REG-N-LES             PIC X(21).

       FD  ARCH-PARAM.
           01  REG-PARAM.
                05 par-promedioMin    PIC 99V99.
                05 par-asistenMin     PIC 9(3).
                05 par-porcentajeBeca PIC 9(3).

       FD  ARCH-EST.
           01  REG-EST.
                05 est-programa       PIC X(8).
           88 wss-fs-vie-OK                        VALUE '00'.
       01  wss-fs-nue                    PIC X(2).
           88 wss-fs-nue-OK                        VALUE '00'.
       01  wss-fs-par                    PIC X(2).
           88 wss-fs-par-OK                        VALUE '00'.

      * porcentaje de descuento de las becas convertidas: el mismo
      * que usa PBECAS para las nuevas
       77  wss-porcentajeBeca            PIC 9(3)  VALUE 050.
       01  wss-fs-est                    PIC X(2).
           88 wss-fs-est-OK                        VALUE '00'.
           88 wss-fs-est-NOEXISTE                  VALUE '05'.
           05 FILLER                     PIC X(12) VALUE "  SUMA NUEVA".
           05 mig-sumaNueva              PIC ZZZZZZZZZZ9.

       01  RUTINAS.
           05 Rcontrol                   PIC X(8)  VALUE "RUTCONTR".
           05 Rventana                   PIC X(8)  VALUE "RUTVENTA".

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
           DISPLAY "*** AMPLIACION DEL NUMERO DE ALUMNO A 6 "
               "DIGITOS ***"
           DISPLAY "La conversion es de corrida unica: cada archivo "
           PERFORM 7106-CONVERTIR-HIS
           PERFORM 7107-CONVERTIR-COR
           PERFORM 7108-CONVERTIR-CUO
           PERFORM 7050-CARGAR-PORCENTAJE-BECA
           PERFORM 7109-CONVERTIR-BEC
           PERFORM 7110-CONVERTIR-TIT
           PERFORM 7111-CONVERTIR-TRA
      *-----------------------------------------------------------------

       6000-CERRAR-PROGRAMA.
           PERFORM 8650-SELLAR-CONTROLES
           PERFORM 5500-GRABAR-ESTADISTICA
           GOBACK.

           END-IF
           MOVE 0 TO flag.

      *-----------------------------------------------------------------

      * el porcentaje de la beca sale de BECAPARM.DAT si lo tiene; un
      * BECAPARM.DAT viejo sin ese campo deja el 50 de siempre
       7050-CARGAR-PORCENTAJE-BECA.
           OPEN INPUT ARCH-PARAM
           IF wss-fs-par-OK
               READ ARCH-PARAM AT END CONTINUE
                   NOT AT END
                       IF par-porcentajeBeca IS NUMERIC
                               AND par-porcentajeBeca > 0
                               AND par-porcentajeBeca <= 100
                           MOVE par-porcentajeBeca TO
                               wss-porcentajeBeca
                       END-IF
               END-READ
               CLOSE ARCH-PARAM
           END-IF.

      *-----------------------------------------------------------------
       7109-CONVERTIR-BEC.
           MOVE "BECAS.DAT" TO wss-nombreViejo
               PERFORM UNTIL flag = 1
                   MOVE REG-V-BEC TO wss-regViejo
                   PERFORM 8100-CONVERTIR-REGISTRO
                   MOVE wss-porcentajeBeca TO wss-regNuevo(20:3)
                   MOVE SPACES TO wss-regNuevo(23:2)
                   WRITE REG-N-BEC FROM wss-regNuevo
                   IF NOT wss-fs-nue-OK
                       DISPLAY "error al escribir " wss-nombreNuevo
           END-IF
           MOVE 0 TO flag.

      *-----------------------------------------------------------------

      * deja en CTLMAEST.DAT los totales de los maestros que
      * actualiza el programa
       8650-SELLAR-CONTROLES.
           INITIALIZE AREA-DE-COMMUNICATION-CTM
           MOVE 3 TO OPCION-K
           MOVE "ALUNOTHISINSCUO" TO K-ARCHIVOS
           MOVE "PMIGRNUM" TO K-PROGRAMA
           CALL Rcontrol USING AREA-DE-COMMUNICATION-CTM.

      *-----------------------------------------------------------------

      * con la cadena nocturna corriendo el programa no entra a
      * actualizar (salvo que el supervisor lo fuerce)
       8550-CONTROLAR-VENTANA-BATCH.
           INITIALIZE AREA-DE-COMMUNICATION-VEN
           MOVE 5 TO OPCION-V
           MOVE "PMIGRNUM" TO V-PROGRAMA
           CALL Rventana USING AREA-DE-COMMUNICATION-VEN
           IF retorn-num-v NOT = 0
               PERFORM 6000-CERRAR-PROGRAMA
           END-IF.

      *-----------------------------------------------------------------
       END PROGRAM PMIGRNUM.

      *    (validados contra ASIGDOC.DAT: la materia debe tener
      *    docente asignado ese anio), cuatro puntajes de 1 a 5
      *    (claridad, puntualidad, material y general) y un renglon
      *    libre de comentario. Si la materia esta abierta en
      *    comisiones en COMISION.DAT se pide tambien la comision
      *    (ENTER si el alumno no la recuerda). El tabulado por
      *    docente lo hace PLISENCU, reservado a la direccion en el
      *    menu.
      *    Con la ventana batch abierta (PJOBSTRM corriendo la cadena
      *    nocturna) no entra, salvo que el supervisor lo fuerce
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-asg.

       SELECT OPTIONAL ARCH-COM         ASSIGN TO "COMISION.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-com.

       SELECT OPTIONAL ARCH-AUDIT       ASSIGN TO "AUDIT.LOG"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-aud.
                05 ENC-NOTA-MATERIAL  PIC 9.
                05 ENC-NOTA-GENERAL   PIC 9.
                05 ENC-COMENTARIO     PIC X(40).
                05 ENC-COMISION       PIC XX.

       FD  ARCH-ASG.
           01  REG-ASG.
                05 ASG-NRO-MATERIA    PIC 99.
                05 ASG-ANIO           PIC 9(4).
                05 ASG-LEGAJO         PIC X(4).
                05 ASG-COMISION       PIC XX.

       FD  ARCH-COM.
           01  REG-COM.
                05 COM-NRO-MATERIA    PIC 99.
                05 COM-CODIGO         PIC X(2).
                05 COM-SEDE           PIC X(2).
                05 COM-TURNO          PIC X.
                05 COM-LEGAJO         PIC X(4).
                05 COM-AULA           PIC X(4).
                05 COM-CUPO           PIC 9(3).
                05 COM-ACTIVA         PIC X.
                    88 COMISION-ACTIVA        VALUE "S".
                05 ESPACIO-COM        PIC XX.

       FD  ARCH-AUDIT.
           01  REG-AUDIT.
                05 wss-notaMaterial   PIC 9.
                05 wss-notaGeneral    PIC 9.
                05 wss-comentario     PIC X(40).
                05 wss-comision       PIC XX      VALUE SPACES.

       01  wss-fs-enc                    PIC X(2).
           88 wss-fs-enc-OK                        VALUE '00'.
       77  WS-IND-ASG                    PIC 9(3)  COMP.
       77  wss-notaAux                   PIC 9.

      * comisiones activas de COMISION.DAT por materia
       01  wss-fs-com                    PIC X(2).
           88 wss-fs-com-OK                        VALUE '00'.
       77  wss-cont-comisiones           PIC 9(3)  COMP VALUE 0.
       01  VECTOR-COMISIONES             OCCURS 500 TIMES.
           05 vcm-nroMateria             PIC X(2).
           05 vcm-codigo                 PIC X(2).
           05 vcm-sede                   PIC X(2).
           05 vcm-turno                  PIC X.
       77  WS-IND-COM                    PIC 9(3)  COMP.
       77  wss-cont-com-materia          PIC 9(3)  COMP.

       01  RUTINAS.
           05 Rventana                   PIC X(8)  VALUE "RUTVENTA".

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
           PERFORM 1000-CARGAR-ASIGNACIONES
           PERFORM 1050-CARGAR-COMISIONES
           PERFORM 1100-BUSCAR-ULTIMA-SECUENCIA
           OPEN EXTEND ARCH-ENC
           IF NOT wss-fs-enc-OK AND NOT wss-fs-enc-NOEXISTE then

      *-----------------------------------------------------------------

      * solo las comisiones activas; sin COMISION.DAT la encuesta se
      * graba sin comision como siempre
       1050-CARGAR-COMISIONES.
           OPEN INPUT ARCH-COM
           IF wss-fs-com-OK
               READ ARCH-COM AT END MOVE 1 TO flag
               END-READ
               PERFORM UNTIL flag = 1
                   IF COMISION-ACTIVA AND wss-cont-comisiones < 500
                       ADD 1 TO wss-cont-comisiones
                       MOVE COM-NRO-MATERIA TO
                           vcm-nroMateria(wss-cont-comisiones)
                       MOVE COM-CODIGO TO
                           vcm-codigo(wss-cont-comisiones)
                       MOVE COM-SEDE  TO vcm-sede(wss-cont-comisiones)
                       MOVE COM-TURNO TO
                           vcm-turno(wss-cont-comisiones)
                   END-IF
                   READ ARCH-COM AT END MOVE 1 TO flag
                   END-READ
               END-PERFORM
               CLOSE ARCH-COM
           ELSE
               CLOSE ARCH-COM
           END-IF
           MOVE 0 TO flag.

      *-----------------------------------------------------------------

      * la secuencia anonima sigue a la ultima ya grabada; no se
      * guarda ningun dato que identifique al alumno encuestado
       1100-BUSCAR-ULTIMA-SECUENCIA.
                       "docente asignado en el anio " wss-anio
                       ", la encuesta no se carga"
               ELSE
                   PERFORM 2150-INGRESAR-COMISION
                   PERFORM 2200-INGRESAR-PUNTAJES-Y-GRABAR
               END-IF
           END-IF.
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------

      * la comision no identifica al alumno: solo abre el tabulado
      * por comision; ENTER la deja en blanco
       2150-INGRESAR-COMISION.
           MOVE SPACES TO wss-comision
           MOVE 0 TO wss-cont-com-materia
           PERFORM VARYING WS-IND-COM FROM 1 BY 1
                   UNTIL WS-IND-COM > wss-cont-comisiones
               IF vcm-nroMateria(WS-IND-COM) = wss-nroMateria
                   ADD 1 TO wss-cont-com-materia
                   DISPLAY "  COMISION " vcm-codigo(WS-IND-COM)
                       "  SEDE " vcm-sede(WS-IND-COM)
                       "  TURNO " vcm-turno(WS-IND-COM)
               END-IF
           END-PERFORM
           IF wss-cont-com-materia > 0
               MOVE "N" TO wss-dato-valido
               PERFORM UNTIL wss-dato-valido = "S"
                   DISPLAY "INGRESE LA COMISION CURSADA (ENTER si no "
                       "la recuerda)"
                   ACCEPT wss-comision
                   IF wss-comision = SPACES
                       MOVE "S" TO wss-dato-valido
                   END-IF
                   PERFORM VARYING WS-IND-COM FROM 1 BY 1
                           UNTIL WS-IND-COM > wss-cont-comisiones
                           OR wss-dato-valido = "S"
                       IF vcm-nroMateria(WS-IND-COM) = wss-nroMateria
                               AND vcm-codigo(WS-IND-COM) =
                                   wss-comision
                           MOVE "S" TO wss-dato-valido
                       END-IF
                   END-PERFORM
                   IF wss-dato-valido = "N"
                       DISPLAY "la comision no es de la materia, "
                           "reingrese"
                   END-IF
               END-PERFORM
           END-IF.

      *-----------------------------------------------------------------

       2200-INGRESAR-PUNTAJES-Y-GRABAR.
               END-IF
           END-IF.

      *-----------------------------------------------------------------

      * con la cadena nocturna corriendo el programa no entra a
      * actualizar (salvo que el supervisor lo fuerce)
       8550-CONTROLAR-VENTANA-BATCH.
           INITIALIZE AREA-DE-COMMUNICATION-VEN
           MOVE 5 TO OPCION-V
           MOVE "PGENENCU" TO V-PROGRAMA
           CALL Rventana USING AREA-DE-COMMUNICATION-VEN
           IF retorn-num-v NOT = 0
               PERFORM 5000-CERRAR-PROGRAMA
           END-IF.

      *-----------------------------------------------------------------
       END PROGRAM PGENENCU.

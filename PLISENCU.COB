      *    resuelve el docente de cada materia/anio con ASIGDOC.DAT
      *    y RLEEDOCE, y graba en ENCURES.DAT el resumen por materia
      *    y por docente con el promedio de cada puntaje y la
      *    cantidad de respuestas. Las encuestas con comision se
      *    tabulan ademas por materia/comision, y el docente de una
      *    encuesta con comision es el asignado a esa comision (o a
      *    toda la materia si no hay asignacion por comision). El
      *    menu reserva esta opcion al rol de supervisor: el
      *    resultado por docente es para la direccion, no para la
      *    mesa de entrada
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
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

       FD  ARCH-RES.
           01  REG-RES               PIC X(90).
           05 vas-nroMateria             PIC 99.
           05 vas-anio                   PIC 9(4).
           05 vas-legajo                 PIC X(4).
           05 vas-comision               PIC XX.
       77  WS-IND-ASG                    PIC 9(3)  COMP.

      * celdas de resumen: tipo M por materia/anio, tipo C por
      * materia/comision/anio, tipo D por docente (todas sus
      * materias del archivo de encuestas)
       77  wss-cont-celdas               PIC 9(3)  COMP VALUE 0.
       01  VECTOR-CELDAS                 OCCURS 300 TIMES.
           05 vce-tipo                   PIC X.
           05 FILLER                     PIC X(7)  VALUE "  ANIO ".
           05 res-anio                   PIC 9(4).

       01  LINEA-RESUMEN-COM.
           05 FILLER                     PIC X(11) VALUE "  MATERIA  ".
           05 res-claveMatCom            PIC X(2).
           05 FILLER                     PIC X(3)  VALUE " - ".
           05 res-nombreCom              PIC X(23).
           05 FILLER                     PIC X(11) VALUE
           "  COMISION ".
           05 res-comision               PIC X(2).
           05 FILLER                     PIC X(7)  VALUE "  ANIO ".
           05 res-anioCom                PIC 9(4).

       01  LINEA-RESUMEN-DOC.
           05 FILLER                     PIC X(11) VALUE "  DOCENTE  ".
           05 res-claveDoc               PIC X(4).
                           vas-nroMateria(wss-cont-asig)
                       MOVE ASG-ANIO TO vas-anio(wss-cont-asig)
                       MOVE ASG-LEGAJO TO vas-legajo(wss-cont-asig)
                       MOVE ASG-COMISION TO
                           vas-comision(wss-cont-asig)
                   END-IF
                   READ ARCH-ASG AT END MOVE "S" TO flag
                   END-READ
                   MOVE ENC-NRO-MATERIA TO wss-claveBusca(1:2)
                   MOVE ENC-ANIO TO wss-anioBusca
                   PERFORM 2100-ACUMULAR-EN-CELDA
                   IF ENC-COMISION NOT = SPACES
                       MOVE "C" TO wss-tipoBusca
                       MOVE ENC-COMISION TO wss-claveBusca(3:2)
                       PERFORM 2100-ACUMULAR-EN-CELDA
                   END-IF
                   PERFORM 2200-RESOLVER-DOCENTE
                   IF wss-legajoDoce NOT = SPACES
                       MOVE "D" TO wss-tipoBusca

       2200-RESOLVER-DOCENTE.
           MOVE SPACES TO wss-legajoDoce
           IF ENC-COMISION NOT = SPACES
               PERFORM VARYING WS-IND-ASG FROM 1 BY 1
                       UNTIL WS-IND-ASG > wss-cont-asig
                       OR wss-legajoDoce NOT = SPACES
                   IF vas-nroMateria(WS-IND-ASG) = ENC-NRO-MATERIA
                           AND vas-anio(WS-IND-ASG) = ENC-ANIO
                           AND vas-comision(WS-IND-ASG) = ENC-COMISION
                       MOVE vas-legajo(WS-IND-ASG) TO wss-legajoDoce
                   END-IF
               END-PERFORM
           END-IF
           PERFORM VARYING WS-IND-ASG FROM 1 BY 1
                   UNTIL WS-IND-ASG > wss-cont-asig
                   OR wss-legajoDoce NOT = SPACES
               END-IF
           END-PERFORM
           WRITE REG-RES FROM SPACES
           WRITE REG-RES FROM
               "  RESULTADOS POR MATERIA, COMISION Y PERIODO"
           WRITE REG-RES FROM
               "  ------------------------------------------"
           PERFORM VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND > wss-cont-celdas
               IF vce-tipo(WS-IND) = "C"
                   PERFORM 3150-ESCRIBIR-CELDA-COMISION
               END-IF
           END-PERFORM
           WRITE REG-RES FROM SPACES
           WRITE REG-RES FROM
               "  RESULTADOS POR DOCENTE (RESERVADO DIRECCION)"
           WRITE REG-RES FROM
           WRITE REG-RES FROM LINEA-RESUMEN-MAT
           PERFORM 3300-ESCRIBIR-PROMEDIOS.

      *-----------------------------------------------------------------

       3150-ESCRIBIR-CELDA-COMISION.
           MOVE vce-clave(WS-IND)(1:2) TO res-claveMatCom
           INITIALIZE AREA-DE-COMMUNICATION-MAT
           MOVE 2 TO OPCION-M
           MOVE vce-clave(WS-IND)(1:2) TO MAT-NUM-DAT-BUSCAR
           CALL Rmate USING AREA-DE-COMMUNICATION-MAT
           IF retorn-num-m = 0
               MOVE DESCRIPCION-MAT TO res-nombreCom
           ELSE
               MOVE "MATERIA NO HALLADA" TO res-nombreCom
           END-IF
           MOVE vce-clave(WS-IND)(3:2) TO res-comision
           MOVE vce-anio(WS-IND) TO res-anioCom
           WRITE REG-RES FROM SPACES
           WRITE REG-RES FROM LINEA-RESUMEN-COM
           PERFORM 3300-ESCRIBIR-PROMEDIOS.

      *-----------------------------------------------------------------

       3200-ESCRIBIR-CELDA-DOCENTE.

      *    Valida el alumno via RLEEALUM, permite la consulta
      *    puntual y emite la planilla de contacto y etiquetas por
      *    sede en ETIQUETA.DAT para la campania anual de
      *    reinscripcion, con el rastro de siempre en AUDIT.LOG. Si
      *    el alumno es parte de un grupo familiar de FAMILIAS.DAT
      *    (PGENFAMI) la carga ofrece el domicilio y los contactos
      *    del grupo en vez de tipearlos de nuevo, la consulta
      *    muestra el grupo y las etiquetas salen una por grupo
      *    familiar con todos los hermanos, un sobre por hogar.
      *    Con la ventana batch abierta (PJOBSTRM corriendo la cadena
      *    nocturna) el modo 1 no entra, salvo que el supervisor lo
      *    fuerce; las consultas siguen disponibles
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-eti.

       SELECT OPTIONAL ARCH-FAM         ASSIGN TO "FAMILIAS.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-fam.

       SELECT OPTIONAL ARCH-AUDIT       ASSIGN TO "AUDIT.LOG"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-aud.
       FD  ARCH-ETI.
           01  REG-ETI               PIC X(90).

       FD  ARCH-FAM.
           01  REG-FAM.
                05 FAM-NUMERO         PIC 9(5).
                05 FAM-RESP1-NOMBRE   PIC X(23).
                05 FAM-RESP1-PARENT   PIC X(10).
                05 FAM-RESP2-NOMBRE   PIC X(23).
                05 FAM-RESP2-PARENT   PIC X(10).
                05 FAM-DOMICILIO      PIC X(30).
                05 FAM-LOCALIDAD      PIC X(20).
                05 FAM-TELEFONO-1     PIC X(15).
                05 FAM-TELEFONO-2     PIC X(15).
                05 FAM-CANT-HIJOS     PIC 9.
                05 FAM-HIJOS          OCCURS 6 TIMES.
                    10 FAM-NRO-ALUMNO PIC 9(6).
                    10 FAM-FECHA-NAC  PIC 9(8).
                05 FAM-FECHA-ALTA     PIC 9(8).
                05 ESPACIO-FAM        PIC XX.

       FD  ARCH-AUDIT.
           01  REG-AUDIT.
                05 aud-fecha          PIC 9(8).
       01  wss-fs-eti                    PIC X(2).
           88 wss-fs-eti-OK                        VALUE '00'.

       01  wss-fs-fam                    PIC X(2).
           88 wss-fs-fam-OK                        VALUE '00'.

      * grupo familiar del alumno, copiado de FAMILIAS.DAT
       77  wss-grupoDelAlumno            PIC 9(5)  VALUE 0.
       77  wss-usa-grupo                 PIC X     VALUE "N".
       01  WSS-GRUPO.
                05 grp-numero         PIC 9(5).
                05 grp-resp1Nombre    PIC X(23).
                05 grp-resp1Parent    PIC X(10).
                05 grp-resp2Nombre    PIC X(23).
                05 grp-resp2Parent    PIC X(10).
                05 grp-domicilio      PIC X(30).
                05 grp-localidad      PIC X(20).
                05 grp-telefono1      PIC X(15).
                05 grp-telefono2      PIC X(15).
                05 grp-cantHijos      PIC 9.
                05 grp-hijos          OCCURS 6 TIMES.
                    10 grp-nroAlumno  PIC 9(6).
                    10 grp-fechaNac   PIC 9(8).
                05 grp-fechaAlta      PIC 9(8).
                05 grp-espacio        PIC XX.
       77  WS-IND-GRP                    PIC 9     COMP.
       77  wss-grupo-en-sede             PIC X     VALUE "N".

      * alumnos que van en la etiqueta de su grupo y no sueltos
       77  wss-cont-agrupados            PIC 9(4)  COMP VALUE 0.
       01  VECTOR-AGRUPADOS              OCCURS 3000 TIMES
                                         PIC 9(6).
       77  WS-IND-AGR                    PIC 9(4)  COMP.
       77  wss-agrupado                  PIC X     VALUE "N".

       01  wss-fs-aud                    PIC X(2).
           88 wss-fs-aud-OK                        VALUE '00'.
           88 wss-fs-aud-NOEXISTE                  VALUE '05'.

       01  RUTINAS.
           05 Ralum                      PIC X(8)  VALUE "RLEEALUM".
           05 Rventana                   PIC X(8)  VALUE "RUTVENTA".

       01  LINEA-DETALLE-1.
           05 FILLER                     PIC X(14) VALUE
           05 lid-respParent             PIC X(10).
           05 FILLER                     PIC X     VALUE ")".

       01  LINEA-GRUPO.
           05 FILLER                     PIC X(19) VALUE
           "  GRUPO FAMILIAR:  ".
           05 lgr-numero                 PIC 9(5).
           05 FILLER                     PIC X(34) VALUE
           " (domicilio y contactos del grupo)".

       01  LINEA-ETIQUETA-FAMILIA.
           05 FILLER                     PIC X(8)  VALUE "| FLIA. ".
           05 etf-responsable            PIC X(23).
           05 FILLER                     PIC X(9)  VALUE " (GRUPO ".
           05 etf-numero                 PIC 9(5).
           05 FILLER                     PIC X     VALUE ")".

       01  LINEA-ETIQUETA-NOMBRE.
           05 FILLER                     PIC X(2)  VALUE "| ".
           05 eti-nombre                 PIC X(23).
                   15 retorn-num     PIC 9(3).
                   15 retorn-txt     PIC X(30).

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
           PERFORM 0500-SELECCIONAR-MODO
           IF wss-modo = 1
               PERFORM 8550-CONTROLAR-VENTANA-BATCH
           END-IF
           INITIALIZE AREA-DE-COMMUNICATIONN
           MOVE 1 TO OPCION
           CALL Ralum USING AREA-DE-COMMUNICATIONN
           PERFORM 0900-CARGAR-DETALLES-EXISTENTES
           PERFORM 0950-CARGAR-ALUMNOS-AGRUPADOS
           EVALUATE wss-modo
               WHEN 1
                   PERFORM 1000-MODO-CARGA-DE-DETALLE
           END-IF
           MOVE 0 TO flag.

      *-----------------------------------------------------------------

       0950-CARGAR-ALUMNOS-AGRUPADOS.
           OPEN INPUT ARCH-FAM
           IF wss-fs-fam-OK
               MOVE 0 TO flag
               READ ARCH-FAM AT END MOVE 1 TO flag
               END-READ
               PERFORM UNTIL flag = 1
                   PERFORM VARYING WS-IND-GRP FROM 1 BY 1
                           UNTIL WS-IND-GRP > FAM-CANT-HIJOS
                       IF wss-cont-agrupados < 3000
                           ADD 1 TO wss-cont-agrupados
                           MOVE FAM-NRO-ALUMNO(WS-IND-GRP) TO
                               VECTOR-AGRUPADOS(wss-cont-agrupados)
                       END-IF
                   END-PERFORM
                   READ ARCH-FAM AT END MOVE 1 TO flag
                   END-READ
               END-PERFORM
               CLOSE ARCH-FAM
           ELSE
               CLOSE ARCH-FAM
           END-IF
           MOVE 0 TO flag.

      *-----------------------------------------------------------------

      * deja en WSS-GRUPO el grupo familiar de wss-nroAlumno y su
      * numero en wss-grupoDelAlumno (cero si no esta agrupado)
       0960-BUSCAR-GRUPO-DEL-ALUMNO.
           MOVE 0 TO wss-grupoDelAlumno
           OPEN INPUT ARCH-FAM
           IF wss-fs-fam-OK
               MOVE 0 TO flag
               READ ARCH-FAM AT END MOVE 1 TO flag
               END-READ
               PERFORM UNTIL flag = 1 OR wss-grupoDelAlumno > 0
                   PERFORM VARYING WS-IND-GRP FROM 1 BY 1
                           UNTIL WS-IND-GRP > FAM-CANT-HIJOS
                       IF FAM-NRO-ALUMNO(WS-IND-GRP) = wss-nroAlumno
                           MOVE FAM-NUMERO TO wss-grupoDelAlumno
                           MOVE REG-FAM TO WSS-GRUPO
                       END-IF
                   END-PERFORM
                   IF wss-grupoDelAlumno = 0
                       READ ARCH-FAM AT END MOVE 1 TO flag
                       END-READ
                   END-IF
               END-PERFORM
               CLOSE ARCH-FAM
           ELSE
               CLOSE ARCH-FAM
           END-IF
           MOVE 0 TO flag.

      *-----------------------------------------------------------------

       1000-MODO-CARGA-DE-DETALLE.
      *-----------------------------------------------------------------

       2100-INGRESAR-DATOS-Y-GRABAR.
           PERFORM 2080-OFRECER-DATOS-DEL-GRUPO
           IF wss-usa-grupo = "N"
               PERFORM 2110-TIPEAR-DATOS
           END-IF

           WRITE REG-DET FROM WSS-REG-DET
           IF NOT wss-fs-det-OK then
               display "error al  escribir el archivo"
               PERFORM 5000-CERRAR-PROGRAMA
           END-IF
           IF wss-cont-detalles < 500
               ADD 1 TO wss-cont-detalles
               MOVE wss-nroAlumno TO
                   VECTOR-DETALLES(wss-cont-detalles)
           END-IF
           MOVE wss-nroAlumno TO aud-clave
           PERFORM 3150-REGISTRAR-AUDITORIA
           DISPLAY "datos ampliados grabados".

      *-----------------------------------------------------------------

      * el hermano de un grupo familiar toma el domicilio y los
      * contactos del grupo si el operador lo acepta
       2080-OFRECER-DATOS-DEL-GRUPO.
           MOVE "N" TO wss-usa-grupo
           PERFORM 0960-BUSCAR-GRUPO-DEL-ALUMNO
           IF wss-grupoDelAlumno > 0
               MOVE grp-numero TO lgr-numero
               DISPLAY LINEA-GRUPO
               MOVE grp-domicilio TO lid-domicilio
               MOVE grp-localidad TO lid-localidad
               DISPLAY LINEA-DETALLE-1
               MOVE grp-telefono1 TO lid-telefono1
               MOVE grp-telefono2 TO lid-telefono2
               DISPLAY LINEA-DETALLE-2
               MOVE grp-resp1Nombre TO lid-respNombre
               MOVE grp-resp1Parent TO lid-respParent
               DISPLAY LINEA-DETALLE-3
               DISPLAY "USAR LOS DATOS DEL GRUPO FAMILIAR? (S/N)"
               ACCEPT wss-usa-grupo
               IF wss-usa-grupo = "S"
                   MOVE grp-domicilio   TO wss-domicilio
                   MOVE grp-localidad   TO wss-localidad
                   MOVE grp-telefono1   TO wss-telefono1
                   MOVE grp-telefono2   TO wss-telefono2
                   MOVE grp-resp1Nombre TO wss-resp1Nombre
                   MOVE grp-resp1Parent TO wss-resp1Parent
                   MOVE grp-resp2Nombre TO wss-resp2Nombre
                   MOVE grp-resp2Parent TO wss-resp2Parent
               ELSE
                   MOVE "N" TO wss-usa-grupo
               END-IF
           END-IF.

      *-----------------------------------------------------------------

       2110-TIPEAR-DATOS.
           MOVE "N" TO wss-dato-valido
           PERFORM UNTIL wss-dato-valido = "S"
               DISPLAY "INGRESE EL DOMICILIO (30 caracteres)"
               ACCEPT wss-resp2Parent
           ELSE
               MOVE SPACES TO wss-resp2Parent
           END-IF.

      *-----------------------------------------------------------------

               ELSE
                   CLOSE ARCH-DET
               END-IF
               MOVE 0 TO flag
               PERFORM 6300-MOSTRAR-GRUPO-FAMILIAR
               IF wss-encontro = "N"
                   DISPLAY "el alumno " wss-nroAlumno " no tiene "
                       "datos ampliados cargados"
               END-IF
           END-IF.

      *-----------------------------------------------------------------

      *-----------------------------------------------------------------

      * los datos del grupo familiar mandan sobre los del alumno; sin
      * datos ampliados propios se muestran los del grupo
       6300-MOSTRAR-GRUPO-FAMILIAR.
           PERFORM 0960-BUSCAR-GRUPO-DEL-ALUMNO
           IF wss-grupoDelAlumno > 0
               MOVE grp-numero TO lgr-numero
               DISPLAY LINEA-GRUPO
               IF wss-encontro = "N"
                   MOVE "S" TO wss-encontro
                   MOVE grp-domicilio TO lid-domicilio
                   MOVE grp-localidad TO lid-localidad
                   DISPLAY LINEA-DETALLE-1
                   MOVE grp-telefono1 TO lid-telefono1
                   MOVE grp-telefono2 TO lid-telefono2
                   DISPLAY LINEA-DETALLE-2
                   MOVE grp-resp1Nombre TO lid-respNombre
                   MOVE grp-resp1Parent TO lid-respParent
                   DISPLAY LINEA-DETALLE-3
                   IF grp-resp2Nombre NOT = SPACES
                       MOVE grp-resp2Nombre TO lid-respNombre
                       MOVE grp-resp2Parent TO lid-respParent
                       DISPLAY LINEA-DETALLE-3
                   END-IF
               END-IF
           END-IF.

      *-----------------------------------------------------------------

      * planilla de contacto y etiquetas por sede para el correo de
      * la reinscripcion: un bloque por hogar; el grupo familiar con
      * algun hermano en la sede lleva una sola etiqueta con todos
      * los hermanos, y el alumno sin grupo la suya con su nombre,
      * domicilio y responsable
       7000-MODO-ETIQUETAS-POR-SEDE.
           DISPLAY "INGRESE LA SEDE A LISTAR (2 caracteres)"
           ACCEPT wss-sedeElegida
           WRITE REG-ETI FROM
               "**************************************************"

           PERFORM 7050-ETIQUETAR-GRUPOS-FAMILIARES
           OPEN INPUT ARCH-DET
           IF wss-fs-det-OK
               MOVE 0 TO flag
               wss-cont-etiquetas
           MOVE 0 TO flag.

      *-----------------------------------------------------------------

       7050-ETIQUETAR-GRUPOS-FAMILIARES.
           OPEN INPUT ARCH-FAM
           IF wss-fs-fam-OK
               MOVE 0 TO flag
               READ ARCH-FAM AT END MOVE 1 TO flag
               END-READ
               PERFORM UNTIL flag = 1
                   MOVE REG-FAM TO WSS-GRUPO
                   MOVE "N" TO wss-grupo-en-sede
                   PERFORM VARYING WS-IND-GRP FROM 1 BY 1
                           UNTIL WS-IND-GRP > grp-cantHijos
                       INITIALIZE AREA-DE-COMMUNICATIONN
                       MOVE 2 TO OPCION
                       MOVE grp-nroAlumno(WS-IND-GRP) TO
                           NUM-DAT-BUSCAR
                       CALL Ralum USING AREA-DE-COMMUNICATIONN
                       IF retorn-num = 0
                               AND SEDE-DATO = wss-sedeElegida
                           MOVE "S" TO wss-grupo-en-sede
                       END-IF
                   END-PERFORM
                   IF wss-grupo-en-sede = "S"
                       PERFORM 7060-ETIQUETA-DE-UN-GRUPO
                   END-IF
                   READ ARCH-FAM AT END MOVE 1 TO flag
                   END-READ
               END-PERFORM
               CLOSE ARCH-FAM
           ELSE
               CLOSE ARCH-FAM
           END-IF
           MOVE 0 TO flag.

      *-----------------------------------------------------------------

       7060-ETIQUETA-DE-UN-GRUPO.
           ADD 1 TO wss-cont-etiquetas
           WRITE REG-ETI FROM SPACES
           WRITE REG-ETI FROM
               "+---------------------------------------+"
           MOVE grp-resp1Nombre TO etf-responsable
           MOVE grp-numero      TO etf-numero
           WRITE REG-ETI FROM LINEA-ETIQUETA-FAMILIA
           MOVE grp-domicilio TO lid-domicilio
           MOVE grp-localidad TO lid-localidad
           WRITE REG-ETI FROM LINEA-DETALLE-1
           MOVE grp-telefono1 TO lid-telefono1
           MOVE grp-telefono2 TO lid-telefono2
           WRITE REG-ETI FROM LINEA-DETALLE-2
           MOVE grp-resp1Nombre TO lid-respNombre
           MOVE grp-resp1Parent TO lid-respParent
           WRITE REG-ETI FROM LINEA-DETALLE-3
           PERFORM VARYING WS-IND-GRP FROM 1 BY 1
                   UNTIL WS-IND-GRP > grp-cantHijos
               INITIALIZE AREA-DE-COMMUNICATIONN
               MOVE 2 TO OPCION
               MOVE grp-nroAlumno(WS-IND-GRP) TO NUM-DAT-BUSCAR
               CALL Ralum USING AREA-DE-COMMUNICATIONN
               IF retorn-num = 0
                   MOVE DESCRIPCION TO eti-nombre
               ELSE
                   MOVE "ALUMNO NO HALLADO" TO eti-nombre
               END-IF
               MOVE grp-nroAlumno(WS-IND-GRP) TO eti-nroAlumno
               WRITE REG-ETI FROM LINEA-ETIQUETA-NOMBRE
           END-PERFORM
           WRITE REG-ETI FROM
               "+---------------------------------------+".

      *-----------------------------------------------------------------

       7100-ETIQUETAR-SI-ES-DE-LA-SEDE.
           MOVE "N" TO wss-agrupado
           PERFORM VARYING WS-IND-AGR FROM 1 BY 1
                   UNTIL WS-IND-AGR > wss-cont-agrupados
                   OR wss-agrupado = "S"
               IF VECTOR-AGRUPADOS(WS-IND-AGR) = DET-NRO-ALUMNO
                   MOVE "S" TO wss-agrupado
               END-IF
           END-PERFORM
           INITIALIZE AREA-DE-COMMUNICATIONN
           MOVE 2 TO OPCION
           MOVE DET-NRO-ALUMNO TO NUM-DAT-BUSCAR
           CALL Ralum USING AREA-DE-COMMUNICATIONN
           IF retorn-num = 0 AND SEDE-DATO = wss-sedeElegida
                   AND wss-agrupado = "N"
               ADD 1 TO wss-cont-etiquetas
               WRITE REG-ETI FROM SPACES
               WRITE REG-ETI FROM
               END-IF
           END-IF.

      *-----------------------------------------------------------------

      * con la cadena nocturna corriendo el programa no entra a
      * actualizar (salvo que el supervisor lo fuerce)
       8550-CONTROLAR-VENTANA-BATCH.
           INITIALIZE AREA-DE-COMMUNICATION-VEN
           MOVE 5 TO OPCION-V
           MOVE "PGENADET" TO V-PROGRAMA
           CALL Rventana USING AREA-DE-COMMUNICATION-VEN
           IF retorn-num-v NOT = 0
               PERFORM 5000-CERRAR-PROGRAMA
           END-IF.

      *-----------------------------------------------------------------
       END PROGRAM PGENADET.

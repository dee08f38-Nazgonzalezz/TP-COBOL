      *    contra ALUMNOS.DAT y MATERIA.dat a traves de RLEEALUM y
      *    RLEEMATE, igual que PGENNOTA. La reglamentacion ata la
      *    condicion de examen al 75 por ciento de asistencia y hoy
      *    eso se lleva en papel. Las clases dictadas se proponen con
      *    las clases esperadas que PCALCLAS dejo en CLASESPR.DAT para
      *    la materia y la sede/turno del alumno en ese mes; si el
      *    operador tipea otro numero se le avisa y debe confirmarlo.
      *    La asistencia se graba con la comision en la que el alumno
      *    esta inscripto en la materia segun INSCRIP.DAT.
      *    Con la ventana batch abierta (PJOBSTRM corriendo la cadena
      *    nocturna) no entra, salvo que el supervisor lo fuerce
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-cal.

       SELECT OPTIONAL ARCH-CLP         ASSIGN TO "CLASESPR.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-clp.

       SELECT OPTIONAL ARCH-INS         ASSIGN TO "INSCRIP.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-ins.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCH-ASI.
                05 ASI-MES            PIC 99.
                05 ASI-PRESENTES      PIC 99.
                05 ASI-CLASES         PIC 99.
                05 ASI-COMISION       PIC XX.

       FD  ARCH-AUDIT.
           01  REG-AUDIT.
                    88 POSTEO-CERRADO         VALUE "C".
                05 ESPACIO-CAL        PIC XX.

       FD  ARCH-CLP.
           01  REG-CLP.
                05 CLP-NRO-MATERIA    PIC 99.
                05 CLP-SEDE           PIC X(2).
                05 CLP-TURNO          PIC X.
                05 CLP-ANIO           PIC 9(4).
                05 CLP-MES            PIC 99.
                05 CLP-CLASES         PIC 99.
                05 CLP-FECHA-CALCULO  PIC 9(8).
                05 ESPACIO-CLP        PIC XX.

       FD  ARCH-INS.
           01  REG-INS.
                05 INS-NRO-ALUMNO     PIC 9(6).
                05 INS-NRO-MATERIA    PIC 99.
                05 INS-ANIO           PIC 9(4).
                05 INS-MES            PIC 99.
                05 INS-COMISION       PIC XX.

       WORKING-STORAGE SECTION.
      * usuario y rol de la sesion que dejo PMENU en SESION.DAT; sin
      * sesion (corrida por fuera del menu) la auditoria usa USER
                05 wss-mes            PIC 99.
                05 wss-presentes      PIC 99.
                05 wss-clases         PIC 99.
                05 wss-comision       PIC XX      VALUE SPACES.

       01  wss-fs-asi                    PIC X(2).
           88 wss-fs-asi-OK                        VALUE '00'.
       77  wss-destraba                  PIC X.
       77  wss-flagCal                   PIC 9     VALUE 0.

      * clases esperadas de CLASESPR.DAT para la materia y la
      * sede/turno del alumno; la ultima corrida del mes es la que
      * vale y cero es que no hay calculo
       01  wss-fs-clp                    PIC X(2).
           88 wss-fs-clp-OK                        VALUE '00'.
       77  wss-flagClp                   PIC 9     VALUE 0.
       77  wss-sedeAlumno                PIC X(2).
       77  wss-turnoAlumno               PIC X.
       77  wss-clasesEsperadas           PIC 99    VALUE 0.
       77  wss-clasesTipeadas            PIC X(2).
       77  wss-confirma                  PIC X.

      * comision de cada inscripcion de INSCRIP.DAT; la asistencia
      * toma la de la ultima inscripcion del alumno a la materia
       01  wss-fs-ins                    PIC X(2).
           88 wss-fs-ins-OK                        VALUE '00'.
       77  wss-flagIns                   PIC 9     VALUE 0.
       77  wss-cont-inscrip              PIC 9(4)  COMP VALUE 0.
       01  VECTOR-INSCRIPCIONES          OCCURS 1000 TIMES.
           05 vin-nroAlumno              PIC 9(6).
           05 vin-nroMateria             PIC 99.
           05 vin-comision               PIC X(2).
       77  WS-IND-INS                    PIC 9(4)  COMP.

       01  RUTINAS.
           05 Ralum                      PIC X(8)  VALUE "RLEEALUM".
           05 Rmate                      PIC X(8)  VALUE "RLEEMATE".
           05 Rventana                   PIC X(8)  VALUE "RUTVENTA".

      *VARIABLES PARA INVOCAR A LA RUTINA DE BUSCAR ALUMNOS
       01  AREA-DE-COMMUNICATIONN.
                   15 retorn-num-m    PIC 9(3).
                   15 retorn-txt-m    PIC X(30).

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
           PERFORM 0600-CARGAR-CALENDARIO
           PERFORM 0700-CARGAR-INSCRIPCIONES
           PERFORM 1000-ABRIR-ARCHIVO
           PERFORM 1500-CARGAR-VECTORES
           PERFORM 2000-INGRESAR-NRO-ALUMNO-VALIDADO UNTIL FLAG = 1
               CLOSE ARCH-CAL
           END-IF.

      *-----------------------------------------------------------------

      * solo las inscripciones con comision interesan; sin el archivo
      * la asistencia se graba sin comision
       0700-CARGAR-INSCRIPCIONES.
           OPEN INPUT ARCH-INS
           IF wss-fs-ins-OK
               READ ARCH-INS AT END MOVE 1 TO wss-flagIns
               END-READ
               PERFORM UNTIL wss-flagIns = 1
                   IF INS-COMISION NOT = SPACES
                           AND wss-cont-inscrip < 1000
                       ADD 1 TO wss-cont-inscrip
                       MOVE INS-NRO-ALUMNO TO
                           vin-nroAlumno(wss-cont-inscrip)
                       MOVE INS-NRO-MATERIA TO
                           vin-nroMateria(wss-cont-inscrip)
                       MOVE INS-COMISION TO
                           vin-comision(wss-cont-inscrip)
                   END-IF
                   READ ARCH-INS AT END MOVE 1 TO wss-flagIns
                   END-READ
               END-PERFORM
               CLOSE ARCH-INS
           ELSE
               CLOSE ARCH-INS
           END-IF.

      *-----------------------------------------------------------------

       1000-ABRIR-ARCHIVO.
           CALL Ralum USING AREA-DE-COMMUNICATIONN
           IF retorn-num = 0 THEN
               MOVE 1 TO flag
               MOVE SEDE-DATO  TO wss-sedeAlumno
               MOVE TURNO-DATO TO wss-turnoAlumno
           ELSE
               DISPLAY "el alumno ingresado no existe o no esta "
                   "activo, reingrese"
               CALL Rmate USING AREA-DE-COMMUNICATION-MAT
               IF retorn-num-m = 0 THEN
                   MOVE "S" TO wss-materia-validada
                   PERFORM 3120-TOMAR-COMISION
               ELSE
                   DISPLAY "la materia ingresada no existe o esta "
                       "inactiva, reingrese"
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------

       3120-TOMAR-COMISION.
           MOVE SPACES TO wss-comision
           PERFORM VARYING WS-IND-INS FROM 1 BY 1
                   UNTIL WS-IND-INS > wss-cont-inscrip
               IF vin-nroAlumno(WS-IND-INS) = wss-nroAlumno
                       AND vin-nroMateria(WS-IND-INS) = wss-nroMateria
                   MOVE vin-comision(WS-IND-INS) TO wss-comision
               END-IF
           END-PERFORM
           IF wss-comision NOT = SPACES
               DISPLAY "el alumno cursa en la comision " wss-comision
           END-IF.

      *-----------------------------------------------------------------

       3200-INGRESAR-PERIODO-Y-ASISTENCIA.
               ACCEPT wss-mes
               PERFORM 3250-VERIFICAR-POSTEO-CALENDARIO
           END-PERFORM
           PERFORM 3300-BUSCAR-CLASES-ESPERADAS
           MOVE "N" TO wss-dato-valido
           PERFORM UNTIL wss-dato-valido = "S"
               PERFORM 3350-INGRESAR-CLASES-DICTADAS
           END-PERFORM
           MOVE "N" TO wss-dato-valido
           PERFORM UNTIL wss-dato-valido = "S"
               END-IF
           END-IF.

      *-----------------------------------------------------------------

      * clases esperadas de la materia para la sede y el turno del
      * alumno en el periodo; si PCALCLAS corrio mas de una vez para
      * el mes vale la ultima
       3300-BUSCAR-CLASES-ESPERADAS.
           MOVE 0 TO wss-clasesEsperadas
           MOVE 0 TO wss-flagClp
           OPEN INPUT ARCH-CLP
           IF wss-fs-clp-OK
               READ ARCH-CLP AT END MOVE 1 TO wss-flagClp
               END-READ
               PERFORM UNTIL wss-flagClp = 1
                   IF CLP-NRO-MATERIA = wss-nroMateria
                           AND CLP-SEDE = wss-sedeAlumno
                           AND CLP-TURNO = wss-turnoAlumno
                           AND CLP-ANIO = wss-anio
                           AND CLP-MES = wss-mes
                       MOVE CLP-CLASES TO wss-clasesEsperadas
                   END-IF
                   READ ARCH-CLP AT END MOVE 1 TO wss-flagClp
                   END-READ
               END-PERFORM
               CLOSE ARCH-CLP
           ELSE
               CLOSE ARCH-CLP
           END-IF.

      *-----------------------------------------------------------------

      * con clases esperadas calculadas el ENTER las acepta; un numero
      * distinto se avisa y hay que confirmarlo
       3350-INGRESAR-CLASES-DICTADAS.
           IF wss-clasesEsperadas > 0
               DISPLAY "CLASES ESPERADAS SEGUN EL CALENDARIO: "
                   wss-clasesEsperadas
               DISPLAY "INGRESE LA CANTIDAD DE CLASES DICTADAS (2 "
                   "digitos, ENTER PARA ACEPTAR LAS ESPERADAS)"
           ELSE
               DISPLAY "INGRESE LA CANTIDAD DE CLASES DICTADAS (2 "
                   "digitos)"
           END-IF
           MOVE SPACES TO wss-clasesTipeadas
           ACCEPT wss-clasesTipeadas
           IF wss-clasesTipeadas = SPACES AND wss-clasesEsperadas > 0
               MOVE wss-clasesEsperadas TO wss-clases
               MOVE "S" TO wss-dato-valido
           ELSE
               IF wss-clasesTipeadas IS NUMERIC
                       AND wss-clasesTipeadas > "00"
                   MOVE wss-clasesTipeadas TO wss-clases
                   MOVE "S" TO wss-dato-valido
                   IF wss-clasesEsperadas > 0
                           AND wss-clases NOT = wss-clasesEsperadas
                       DISPLAY "atencion: las clases ingresadas ("
                           wss-clases ") no coinciden con las "
                           "esperadas segun el calendario ("
                           wss-clasesEsperadas ")"
                       DISPLAY "CONFIRMA LAS CLASES INGRESADAS? (S/N)"
                       ACCEPT wss-confirma
                       IF wss-confirma NOT = "S"
                               AND wss-confirma NOT = "s"
                           MOVE "N" TO wss-dato-valido
                       END-IF
                   END-IF
               ELSE
                   DISPLAY "error ingrese una cantidad valida"
               END-IF
           END-IF.

      *-----------------------------------------------------------------

       4000-CERRAR-ARCHIVO.
               END-IF
           END-IF.

      *-----------------------------------------------------------------

      * con la cadena nocturna corriendo el programa no entra a
      * actualizar (salvo que el supervisor lo fuerce)
       8550-CONTROLAR-VENTANA-BATCH.
           INITIALIZE AREA-DE-COMMUNICATION-VEN
           MOVE 5 TO OPCION-V
           MOVE "PGENASIS" TO V-PROGRAMA
           CALL Rventana USING AREA-DE-COMMUNICATION-VEN
           IF retorn-num-v NOT = 0
               PERFORM 5000-CERRAR-PROGRAMA
           END-IF.

      *-----------------------------------------------------------------
       END PROGRAM PGENASIS.

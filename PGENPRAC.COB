      ******************************************************************
      * Author: Gonzalez Nazarena Araceli
      * Date:
      * Purpose: Practicas profesionalizantes de los planes que las
      *    exigen: da de alta las organizaciones receptoras en
      *    ORGPRAC.DAT (codigo, razon social, domicilio y telefono) y
      *    los convenios de practica de cada alumno en CONVPRAC.DAT
      *    (organizacion, tutor, fecha de inicio y de fin y horas
      *    requeridas por el convenio). Carga las horas trabajadas
      *    de la planilla del alumno en HORPRAC.DAT, siempre dentro
      *    de la vigencia de un convenio con esa organizacion y una
      *    sola vez por dia y organizacion, y las deja pendientes
      *    hasta que secretaria recibe la planilla firmada por el
      *    tutor y las marca aprobadas o rechazadas. Solo las horas
      *    aprobadas cuentan contra las horas que exige el plan en
      *    PLANES.DAT para PEGRESO, PAVANCE y el listado PLISPRAC.
      *    Todo movimiento queda en AUDIT.LOG.
      *    Con la ventana batch abierta (PJOBSTRM corriendo la cadena
      *    nocturna) los modos 1 a 4 no entran, salvo que el
      *    supervisor lo fuerce; el listado sigue disponible
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGENPRAC.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL ARCH-ORG         ASSIGN TO "ORGPRAC.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-org.

       SELECT OPTIONAL ARCH-CNV         ASSIGN TO "CONVPRAC.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-cnv.

       SELECT OPTIONAL ARCH-HRP         ASSIGN TO "HORPRAC.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-hrp.

       SELECT OPTIONAL ARCH-AUDIT       ASSIGN TO "AUDIT.LOG"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-aud.

       SELECT OPTIONAL ARCH-SES         ASSIGN TO "SESION.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-ses.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCH-ORG.
           01  REG-ORG.
                05 ORG-CODIGO         PIC X(4).
                05 ORG-NOMBRE         PIC X(30).
                05 ORG-DOMICILIO      PIC X(30).
                05 ORG-TELEFONO       PIC X(15).
                05 ORG-ESTADO         PIC X.
                    88 ORGANIZACION-ACTIVA    VALUE "S".
                05 ESPACIO            PIC X.

       FD  ARCH-CNV.
           01  REG-CNV.
                05 CNV-NRO-ALUMNO     PIC 9(6).
                05 CNV-ORGANIZACION   PIC X(4).
                05 CNV-TUTOR          PIC X(23).
                05 CNV-FECHA-DESDE    PIC 9(8).
                05 CNV-FECHA-HASTA    PIC 9(8).
                05 CNV-HORAS-REQUERIDAS PIC 9(3).
                05 ESPACIO-CNV        PIC XX.

       FD  ARCH-HRP.
           01  REG-HRP.
                05 HRP-NRO-ALUMNO     PIC 9(6).
                05 HRP-ORGANIZACION   PIC X(4).
                05 HRP-FECHA          PIC 9(8).
                05 HRP-HORAS          PIC 99.
                05 HRP-ESTADO         PIC X.
                    88 HORAS-PENDIENTES       VALUE "P".
                    88 HORAS-APROBADAS        VALUE "A".
                    88 HORAS-RECHAZADAS       VALUE "R".
                05 HRP-FECHA-NOVEDAD  PIC 9(8).
                05 HRP-USUARIO        PIC X(20).
                05 ESPACIO-HRP        PIC XX.

       FD  ARCH-AUDIT.
           01  REG-AUDIT.
                05 aud-fecha          PIC 9(8).
                05 FILLER             PIC X     VALUE SPACE.
                05 aud-hora           PIC 9(6).
                05 FILLER             PIC X     VALUE SPACE.
                05 aud-usuario        PIC X(20).
                05 FILLER             PIC X     VALUE SPACE.
                05 aud-programa       PIC X(8).
                05 FILLER             PIC X     VALUE SPACE.
                05 aud-clave          PIC X(20).

       FD  ARCH-SES.
           01  REG-SES.
                05 SES-USUARIO        PIC X(20).
                05 SES-ROL            PIC X.

       WORKING-STORAGE SECTION.
      * usuario y rol de la sesion que dejo PMENU en SESION.DAT; sin
      * sesion (corrida por fuera del menu) la auditoria usa USER
       01  wss-fs-ses                    PIC X(2).
           88 wss-fs-ses-OK                        VALUE '00'.
       77  wss-sesion-leida              PIC X     VALUE "N".
       77  wss-usuario-sesion            PIC X(20) VALUE SPACES.
       77  wss-rol-sesion                PIC X     VALUE SPACE.

       77  flag                          PIC X     VALUE "N".
       77  wss-modo                      PIC 9     VALUE 0.
       77  wss-usuario                   PIC X(20).
       77  wss-fechaHoy                  PIC 9(8).
       77  wss-dato-valido               PIC X     VALUE "N".
       77  wss-nroIngresado              PIC X(6).
       77  wss-nroAlumno                 PIC 9(6).
       77  wss-nombreAlumno              PIC X(23).

       01  wss-fs-org                    PIC X(2).
           88 wss-fs-org-OK                        VALUE '00'.
           88 wss-fs-org-NOEXISTE                  VALUE '05'.
       01  wss-fs-cnv                    PIC X(2).
           88 wss-fs-cnv-OK                        VALUE '00'.
           88 wss-fs-cnv-NOEXISTE                  VALUE '05'.
       01  wss-fs-hrp                    PIC X(2).
           88 wss-fs-hrp-OK                        VALUE '00'.
           88 wss-fs-hrp-NOEXISTE                  VALUE '05'.
       01  wss-fs-aud                    PIC X(2).
           88 wss-fs-aud-OK                        VALUE '00'.
           88 wss-fs-aud-NOEXISTE                  VALUE '05'.

      * organizaciones receptoras ya cargadas
       77  wss-cont-orgs                 PIC 9(3)  COMP VALUE 0.
       01  VECTOR-ORGANIZACIONES         OCCURS 300 TIMES.
           05 vor-codigo                 PIC X(4).
           05 vor-nombre                 PIC X(30).
           05 vor-telefono               PIC X(15).
           05 vor-estado                 PIC X.
       77  WS-IND-ORG                    PIC 9(3)  COMP.
       77  wss-indOrg                    PIC 9(3)  COMP.

      * convenios de practica de todos los alumnos
       77  wss-cont-convenios            PIC 9(4)  COMP VALUE 0.
       01  VECTOR-CONVENIOS              OCCURS 2000 TIMES.
           05 vcn-nroAlumno              PIC 9(6).
           05 vcn-organizacion           PIC X(4).
           05 vcn-fechaDesde             PIC 9(8).
           05 vcn-fechaHasta             PIC 9(8).
       77  WS-IND-CNV                    PIC 9(4)  COMP.
       77  wss-cont-conv-alumno          PIC 9(3)  COMP.
       77  wss-conv-vigente              PIC X.

      * planilla de horas entera en memoria, para rechazar el dia
      * repetido y para aprobar sobre el mismo vector
       77  wss-cont-horas                PIC 9(4)  COMP VALUE 0.
       01  VECTOR-HORAS                  OCCURS 5000 TIMES.
           05 vho-registro               PIC X(51).
           05 FILLER REDEFINES vho-registro.
               10 vho-nroAlumno          PIC 9(6).
               10 vho-organizacion       PIC X(4).
               10 vho-fecha              PIC 9(8).
               10 vho-horas              PIC 99.
               10 vho-estado             PIC X.
               10 vho-fechaNovedad       PIC 9(8).
               10 vho-usuario            PIC X(20).
               10 FILLER                 PIC XX.
       77  WS-IND                        PIC 9(4)  COMP.
       77  wss-renglonElegido            PIC 9(4).
       77  wss-cont-pendientes           PIC 9(4)  COMP VALUE 0.
       77  wss-hubo-cambios              PIC X     VALUE "N".
       77  wss-horas-desborde            PIC X     VALUE "N".
       77  wss-decision                  PIC X.
       77  wss-dia-repetido              PIC X.

      * datos que se ingresan
       77  wss-codOrg                    PIC X(4).
       77  wss-nombreOrg                 PIC X(30).
       77  wss-domicilioOrg              PIC X(30).
       77  wss-telefonoOrg               PIC X(15).
       77  wss-tutor                     PIC X(23).
       77  wss-fechaDesde                PIC 9(8).
       77  wss-fechaHasta                PIC 9(8).
       01  wss-fechaIngresada            PIC X(8).
       01  FILLER REDEFINES wss-fechaIngresada.
           05 wss-fi-anio                PIC 9(4).
           05 wss-fi-mes                 PIC 99.
           05 wss-fi-dia                 PIC 99.
       77  wss-horasRequeridas           PIC 9(3).
       77  wss-fechaTrabajo              PIC 9(8).
       77  wss-horasDia                  PIC 99.
       77  wss-fechaAEditar              PIC 9(8).
       77  wss-fechaEd                   PIC X(10).
       77  wss-fechaEd2                  PIC X(10).

       01  LINEA-ORGANIZACION.
           05 FILLER                     PIC X(2)  VALUE SPACES.
           05 lor-codigo                 PIC X(4).
           05 FILLER                     PIC X(3)  VALUE " - ".
           05 lor-nombre                 PIC X(30).
           05 FILLER                     PIC X(2)  VALUE SPACES.
           05 lor-telefono               PIC X(15).
           05 FILLER                     PIC X(2)  VALUE SPACES.
           05 lor-estado                 PIC X(8).

       01  LINEA-CONVENIO.
           05 FILLER                     PIC X(4)  VALUE SPACES.
           05 lcn-organizacion           PIC X(4).
           05 FILLER                     PIC X(3)  VALUE " - ".
           05 lcn-nombre                 PIC X(30).
           05 FILLER                     PIC X(8)  VALUE "  DESDE ".
           05 lcn-desde                  PIC X(10).
           05 FILLER                     PIC X(7)  VALUE " HASTA ".
           05 lcn-hasta                  PIC X(10).

       01  LINEA-HORAS.
           05 lho-orden                  PIC ZZZ9.
           05 FILLER                     PIC X(2)  VALUE "- ".
           05 lho-fecha                  PIC X(10).
           05 FILLER                     PIC X(2)  VALUE SPACES.
           05 lho-organizacion           PIC X(4).
           05 FILLER                     PIC X(3)  VALUE " - ".
           05 lho-nombre                 PIC X(30).
           05 FILLER                     PIC X(2)  VALUE SPACES.
           05 lho-horas                  PIC Z9.
           05 FILLER                     PIC X(4)  VALUE " HS.".

       01  RUTINAS.
           05 Ralum                      PIC X(8)  VALUE "RLEEALUM".
           05 Rfecha                     PIC X(8)  VALUE "RUTFECHH".
           05 Rventana                   PIC X(8)  VALUE "RUTVENTA".

      *VARIABLES PARA INVOCAR A LA RUTINA DE BUSCAR ALUMNOS
       01  AREA-DE-COMMUNICATIONN.
           05 DATOS-ENTRADA.
               10 OPCION             PIC 9.
               10 NUM-DAT-BUSCAR     PIC X(6).
               10 NOM-DAT-BUSCAR     PIC X(23).
               10 IND-DESDE          PIC 9(3).
           05 DATOS-SALIDA.
               10 DESCRIPCION        PIC X(23).
               10 NAC-DATO           PIC X(3).
               10 ESTADO-DATO        PIC X.
               10 SEDE-DATO          PIC X(2).
               10 TURNO-DATO         PIC X.
               10 FECHA-ING-DATO     PIC X(8).
               10 NUM-ENCONTRADO     PIC X(6).
               10 IND-ENCONTRADO     PIC 9(3).
               10 COMO-TERMINO.
                   15 retorn-num     PIC 9(3).
                   15 retorn-txt     PIC X(30).

      *VARIABLES PARA INVOCAR A LA RUTINA DE FECHAS
       01  AREA-DE-COMMUNICATION-FECH.
           05 DATOS-ENTRADA-A-LA-RUTINA.
               10 OPCION-F            PIC 9.
               10 FECHA.
                   15 diaa            PIC 99.
                   15 mess            PIC 99.
                   15 anioo           PIC 9(4).
               10 FECHA2.
                   15 diaa2           PIC 99.
                   15 mess2           PIC 99.
                   15 anioo2          PIC 9(4).
           05 DATOS-SALIDA-DE-LA-RUTINA.
               10 ANIO-VALIDADO       PIC 9(4).
               10 MES-VALIDADO        PIC 99.
               10 FECHA-FORMATOO1     PIC X(8).
               10 FECHA-FORMATOO2     PIC X(8).
               10 FECHA-FORMATOO3     PIC X(10).
               10 FECHA-FORMATOO4     PIC X(10).
               10 FECHA-FORMATOO5     PIC X(35).
               10 DIF-DIAS            PIC 9(5).
               10 DIF-MESES           PIC 9(4).
               10 DIF-ANIOS           PIC 9(3).
               10 EDAD-ANIOS          PIC 9(3).
               10 COMO-TERMINO.
                   15 retorn-num-f    PIC 999.
                   15 retorn-txt-f    PIC X(40).

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
           IF wss-modo NOT = 5
               PERFORM 8550-CONTROLAR-VENTANA-BATCH
           END-IF
           INITIALIZE AREA-DE-COMMUNICATIONN
           MOVE 1 TO OPCION
           CALL Ralum USING AREA-DE-COMMUNICATIONN
           ACCEPT wss-fechaHoy FROM DATE YYYYMMDD
           PERFORM 8800-OBTENER-USUARIO-SESION
           IF wss-usuario-sesion = SPACES
               ACCEPT wss-usuario FROM ENVIRONMENT "USER"
           ELSE
               MOVE wss-usuario-sesion TO wss-usuario
           END-IF
           PERFORM 0900-CARGAR-ORGANIZACIONES
           PERFORM 0950-CARGAR-CONVENIOS
           EVALUATE wss-modo
               WHEN 1
                   PERFORM 1000-MODO-ALTA-ORGANIZACIONES
               WHEN 2
                   PERFORM 2000-MODO-ALTA-CONVENIOS
               WHEN 3
                   PERFORM 3000-MODO-CARGAR-HORAS
               WHEN 4
                   PERFORM 4000-MODO-APROBAR-HORAS
               WHEN 5
                   PERFORM 7000-MODO-LISTAR
           END-EVALUATE
           PERFORM 5000-CERRAR-PROGRAMA.

      */////////////////////////////////////////////////////////////////

       0500-SELECCIONAR-MODO.
           PERFORM UNTIL wss-modo >= 1 AND wss-modo <= 5
               DISPLAY "1-ALTA DE ORGANIZACIONES RECEPTORAS"
               DISPLAY "2-ALTA DE CONVENIOS DE PRACTICA"
               DISPLAY "3-CARGAR HORAS TRABAJADAS (PLANILLA DEL "
                   "ALUMNO)"
               DISPLAY "4-APROBAR HORAS CON LA PLANILLA FIRMADA POR EL "
                   "TUTOR"
               DISPLAY "5-LISTAR ORGANIZACIONES Y CONVENIOS"
               ACCEPT wss-modo
               IF wss-modo < 1 OR wss-modo > 5
                   DISPLAY "opcion invalida"
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------

       0900-CARGAR-ORGANIZACIONES.
           OPEN INPUT ARCH-ORG
           IF wss-fs-org-OK
               MOVE "N" TO flag
               READ ARCH-ORG AT END MOVE "S" TO flag
               END-READ
               PERFORM UNTIL flag = "S"
                   IF wss-cont-orgs < 300
                       ADD 1 TO wss-cont-orgs
                       MOVE ORG-CODIGO TO vor-codigo(wss-cont-orgs)
                       MOVE ORG-NOMBRE TO vor-nombre(wss-cont-orgs)
                       MOVE ORG-TELEFONO TO
                           vor-telefono(wss-cont-orgs)
                       MOVE ORG-ESTADO TO vor-estado(wss-cont-orgs)
                   END-IF
                   READ ARCH-ORG AT END MOVE "S" TO flag
                   END-READ
               END-PERFORM
               CLOSE ARCH-ORG
           ELSE
               CLOSE ARCH-ORG
           END-IF
           MOVE "N" TO flag.

      *-----------------------------------------------------------------

       0950-CARGAR-CONVENIOS.
           OPEN INPUT ARCH-CNV
           IF wss-fs-cnv-OK
               MOVE "N" TO flag
               READ ARCH-CNV AT END MOVE "S" TO flag
               END-READ
               PERFORM UNTIL flag = "S"
                   IF wss-cont-convenios < 2000
                       ADD 1 TO wss-cont-convenios
                       MOVE CNV-NRO-ALUMNO TO
                           vcn-nroAlumno(wss-cont-convenios)
                       MOVE CNV-ORGANIZACION TO
                           vcn-organizacion(wss-cont-convenios)
                       MOVE CNV-FECHA-DESDE TO
                           vcn-fechaDesde(wss-cont-convenios)
                       MOVE CNV-FECHA-HASTA TO
                           vcn-fechaHasta(wss-cont-convenios)
                   ELSE
                       DISPLAY "ADVERTENCIA: CONVPRAC.DAT tiene mas "
                           "de 2000 convenios, los siguientes no se "
                           "tienen en cuenta al cargar horas"
                       MOVE "S" TO flag
                   END-IF
                   IF flag NOT = "S"
                       READ ARCH-CNV AT END MOVE "S" TO flag
                       END-READ
                   END-IF
               END-PERFORM
               CLOSE ARCH-CNV
           ELSE
               CLOSE ARCH-CNV
           END-IF
           MOVE "N" TO flag.

      *-----------------------------------------------------------------

       0980-CARGAR-HORAS.
           OPEN INPUT ARCH-HRP
           IF wss-fs-hrp-OK
               MOVE "N" TO flag
               READ ARCH-HRP AT END MOVE "S" TO flag
               END-READ
               PERFORM UNTIL flag = "S"
                   IF wss-cont-horas < 5000
                       ADD 1 TO wss-cont-horas
                       MOVE REG-HRP TO vho-registro(wss-cont-horas)
                   ELSE
                       DISPLAY "ADVERTENCIA: HORPRAC.DAT tiene mas de "
                           "5000 renglones, la planilla queda "
                           "incompleta"
                       MOVE "S" TO wss-horas-desborde
                       MOVE "S" TO flag
                   END-IF
                   IF flag NOT = "S"
                       READ ARCH-HRP AT END MOVE "S" TO flag
                       END-READ
                   END-IF
               END-PERFORM
               CLOSE ARCH-HRP
           ELSE
               CLOSE ARCH-HRP
           END-IF
           MOVE "N" TO flag.

      *-----------------------------------------------------------------

       1000-MODO-ALTA-ORGANIZACIONES.
           OPEN EXTEND ARCH-ORG
           IF NOT wss-fs-org-OK AND NOT wss-fs-org-NOEXISTE then
               display "error al abrir el archivo ORGPRAC.DAT"
               PERFORM 5000-CERRAR-PROGRAMA
           END-IF
           OPEN EXTEND ARCH-AUDIT
           MOVE SPACES TO wss-codOrg
           PERFORM 1100-CARGAR-UNA-ORGANIZACION
               UNTIL wss-codOrg = "FIN"
           CLOSE ARCH-ORG
           CLOSE ARCH-AUDIT.

      *-----------------------------------------------------------------

       1100-CARGAR-UNA-ORGANIZACION.
           DISPLAY "INGRESE EL CODIGO DE LA ORGANIZACION (4 "
               "caracteres, FIN PARA TERMINAR)"
           ACCEPT wss-codOrg
           IF wss-codOrg NOT = "FIN"
               PERFORM 8100-UBICAR-ORGANIZACION
               IF wss-indOrg > 0
                   DISPLAY "la organizacion " wss-codOrg " ya existe: "
                       vor-nombre(wss-indOrg)
               ELSE
                   IF wss-codOrg = SPACES
                       DISPLAY "el codigo no puede quedar en blanco"
                   ELSE
                       PERFORM 1200-INGRESAR-DATOS-Y-GRABAR
                   END-IF
               END-IF
           END-IF.

      *-----------------------------------------------------------------

       1200-INGRESAR-DATOS-Y-GRABAR.
           MOVE SPACES TO wss-nombreOrg
           PERFORM UNTIL wss-nombreOrg NOT = SPACES
               DISPLAY "INGRESE LA RAZON SOCIAL"
               ACCEPT wss-nombreOrg
               IF wss-nombreOrg = SPACES
                   DISPLAY "error la razon social no puede quedar en "
                       "blanco"
               END-IF
           END-PERFORM
           DISPLAY "INGRESE EL DOMICILIO"
           ACCEPT wss-domicilioOrg
           DISPLAY "INGRESE EL TELEFONO"
           ACCEPT wss-telefonoOrg
           MOVE wss-codOrg       TO ORG-CODIGO
           MOVE wss-nombreOrg    TO ORG-NOMBRE
           MOVE wss-domicilioOrg TO ORG-DOMICILIO
           MOVE wss-telefonoOrg  TO ORG-TELEFONO
           SET ORGANIZACION-ACTIVA TO TRUE
           MOVE SPACE            TO ESPACIO
           WRITE REG-ORG
           IF NOT wss-fs-org-OK then
               display "error al escribir ORGPRAC.DAT"
           ELSE
               IF wss-cont-orgs < 300
                   ADD 1 TO wss-cont-orgs
                   MOVE wss-codOrg TO vor-codigo(wss-cont-orgs)
                   MOVE wss-nombreOrg TO vor-nombre(wss-cont-orgs)
                   MOVE wss-telefonoOrg TO vor-telefono(wss-cont-orgs)
                   MOVE "S" TO vor-estado(wss-cont-orgs)
               END-IF
               MOVE SPACES TO aud-clave
               STRING "ORG " wss-codOrg DELIMITED BY SIZE
                   INTO aud-clave
               END-STRING
               PERFORM 6000-REGISTRAR-AUDITORIA
               DISPLAY "organizacion dada de alta"
           END-IF.

      *-----------------------------------------------------------------

       2000-MODO-ALTA-CONVENIOS.
           IF wss-cont-orgs = 0
               DISPLAY "no hay organizaciones cargadas (ORGPRAC.DAT), "
                   "cargue la organizacion antes del convenio"
               PERFORM 5000-CERRAR-PROGRAMA
           END-IF
           OPEN EXTEND ARCH-CNV
           IF NOT wss-fs-cnv-OK AND NOT wss-fs-cnv-NOEXISTE then
               display "error al abrir el archivo CONVPRAC.DAT"
               PERFORM 5000-CERRAR-PROGRAMA
           END-IF
           OPEN EXTEND ARCH-AUDIT
           MOVE SPACES TO wss-nroIngresado
           PERFORM 2100-CARGAR-UN-CONVENIO
               UNTIL wss-nroIngresado = "FIN"
           CLOSE ARCH-CNV
           CLOSE ARCH-AUDIT.

      *-----------------------------------------------------------------

       2100-CARGAR-UN-CONVENIO.
           PERFORM 8000-INGRESAR-ALUMNO
           IF wss-nroIngresado NOT = "FIN" AND wss-dato-valido = "S"
               PERFORM 2200-INGRESAR-ORGANIZACION
               PERFORM 2300-INGRESAR-TUTOR-Y-FECHAS
               PERFORM 2400-VERIFICAR-CONVENIO-REPETIDO
               IF wss-dato-valido = "N"
                   DISPLAY "el alumno ya tiene un convenio con esa "
                       "organizacion desde esa fecha, no se graba"
               ELSE
                   PERFORM 2500-GRABAR-CONVENIO
               END-IF
           END-IF.

      *-----------------------------------------------------------------

       2200-INGRESAR-ORGANIZACION.
           MOVE "N" TO wss-dato-valido
           PERFORM UNTIL wss-dato-valido = "S"
               DISPLAY "INGRESE EL CODIGO DE LA ORGANIZACION RECEPTORA"
               ACCEPT wss-codOrg
               PERFORM 8100-UBICAR-ORGANIZACION
               IF wss-indOrg = 0
                   DISPLAY "la organizacion no existe en ORGPRAC.DAT, "
                       "reingrese"
               ELSE
                   IF vor-estado(wss-indOrg) NOT = "S"
                       DISPLAY "la organizacion esta dada de baja, "
                           "reingrese"
                   ELSE
                       DISPLAY "ORGANIZACION: " vor-nombre(wss-indOrg)
                       MOVE "S" TO wss-dato-valido
                   END-IF
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------

      * la fecha de inicio va por RUTFECHH; la de fin suele caer en un
      * anio que todavia no empezo, por eso se toma como aaaammdd y
      * se valida aca
       2300-INGRESAR-TUTOR-Y-FECHAS.
           MOVE SPACES TO wss-tutor
           PERFORM UNTIL wss-tutor NOT = SPACES
               DISPLAY "INGRESE EL NOMBRE DEL TUTOR DE LA ORGANIZACION"
               ACCEPT wss-tutor
           END-PERFORM
           DISPLAY "INGRESO DE LA FECHA DE INICIO DEL CONVENIO:"
           INITIALIZE AREA-DE-COMMUNICATION-FECH
           MOVE 1 TO OPCION-F
           CALL Rfecha USING AREA-DE-COMMUNICATION-FECH
           MOVE FECHA-FORMATOO1 TO wss-fechaDesde
           MOVE "N" TO wss-dato-valido
           PERFORM UNTIL wss-dato-valido = "S"
               DISPLAY "INGRESE LA FECHA DE FIN DEL CONVENIO "
                   "(aaaammdd)"
               MOVE SPACES TO wss-fechaIngresada
               ACCEPT wss-fechaIngresada
               PERFORM 8200-VALIDAR-FECHA-INGRESADA
               IF wss-dato-valido = "S"
                   MOVE wss-fechaIngresada TO wss-fechaHasta
                   IF wss-fechaHasta < wss-fechaDesde
                       DISPLAY "error la fecha de fin no puede ser "
                           "anterior a la de inicio"
                       MOVE "N" TO wss-dato-valido
                   END-IF
               ELSE
                   DISPLAY "error la fecha debe ser aaaammdd valida"
               END-IF
           END-PERFORM
           MOVE 0 TO wss-horasRequeridas
           PERFORM UNTIL wss-horasRequeridas > 0
               DISPLAY "INGRESE LAS HORAS REQUERIDAS POR EL CONVENIO "
                   "(1 a 999)"
               ACCEPT wss-horasRequeridas
               IF wss-horasRequeridas NOT NUMERIC
                   MOVE 0 TO wss-horasRequeridas
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------

       2400-VERIFICAR-CONVENIO-REPETIDO.
           MOVE "S" TO wss-dato-valido
           PERFORM VARYING WS-IND-CNV FROM 1 BY 1
                   UNTIL WS-IND-CNV > wss-cont-convenios
               IF vcn-nroAlumno(WS-IND-CNV) = wss-nroAlumno
                       AND vcn-organizacion(WS-IND-CNV) = wss-codOrg
                       AND vcn-fechaDesde(WS-IND-CNV) = wss-fechaDesde
                   MOVE "N" TO wss-dato-valido
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------

       2500-GRABAR-CONVENIO.
           MOVE wss-nroAlumno       TO CNV-NRO-ALUMNO
           MOVE wss-codOrg          TO CNV-ORGANIZACION
           MOVE wss-tutor           TO CNV-TUTOR
           MOVE wss-fechaDesde      TO CNV-FECHA-DESDE
           MOVE wss-fechaHasta      TO CNV-FECHA-HASTA
           MOVE wss-horasRequeridas TO CNV-HORAS-REQUERIDAS
           MOVE SPACES              TO ESPACIO-CNV
           WRITE REG-CNV
           IF NOT wss-fs-cnv-OK then
               display "error al escribir CONVPRAC.DAT"
           ELSE
               IF wss-cont-convenios < 2000
                   ADD 1 TO wss-cont-convenios
                   MOVE wss-nroAlumno TO
                       vcn-nroAlumno(wss-cont-convenios)
                   MOVE wss-codOrg TO
                       vcn-organizacion(wss-cont-convenios)
                   MOVE wss-fechaDesde TO
                       vcn-fechaDesde(wss-cont-convenios)
                   MOVE wss-fechaHasta TO
                       vcn-fechaHasta(wss-cont-convenios)
               END-IF
               MOVE SPACES TO aud-clave
               STRING "CONV " wss-nroAlumno " " wss-codOrg
                   DELIMITED BY SIZE INTO aud-clave
               END-STRING
               PERFORM 6000-REGISTRAR-AUDITORIA
               DISPLAY "convenio dado de alta"
           END-IF.

      *-----------------------------------------------------------------

      * las horas entran pendientes; el dia trabajado tiene que caer
      * dentro de un convenio del alumno con esa organizacion
       3000-MODO-CARGAR-HORAS.
           IF wss-cont-convenios = 0
               DISPLAY "no hay convenios cargados (CONVPRAC.DAT)"
               PERFORM 5000-CERRAR-PROGRAMA
           END-IF
           PERFORM 0980-CARGAR-HORAS
           OPEN EXTEND ARCH-HRP
           IF NOT wss-fs-hrp-OK AND NOT wss-fs-hrp-NOEXISTE then
               display "error al abrir el archivo HORPRAC.DAT"
               PERFORM 5000-CERRAR-PROGRAMA
           END-IF
           OPEN EXTEND ARCH-AUDIT
           MOVE SPACES TO wss-nroIngresado
           PERFORM 3100-CARGAR-HORAS-DE-UN-ALUMNO
               UNTIL wss-nroIngresado = "FIN"
           CLOSE ARCH-HRP
           CLOSE ARCH-AUDIT.

      *-----------------------------------------------------------------

       3100-CARGAR-HORAS-DE-UN-ALUMNO.
           PERFORM 8000-INGRESAR-ALUMNO
           IF wss-nroIngresado NOT = "FIN" AND wss-dato-valido = "S"
               PERFORM 3150-MOSTRAR-CONVENIOS-ALUMNO
               IF wss-cont-conv-alumno = 0
                   DISPLAY "el alumno no tiene convenios de practica"
               ELSE
                   MOVE SPACES TO wss-codOrg
                   PERFORM 3200-CARGAR-UN-DIA
                       UNTIL wss-codOrg = "FIN"
               END-IF
           END-IF.

      *-----------------------------------------------------------------

       3150-MOSTRAR-CONVENIOS-ALUMNO.
           MOVE 0 TO wss-cont-conv-alumno
           PERFORM VARYING WS-IND-CNV FROM 1 BY 1
                   UNTIL WS-IND-CNV > wss-cont-convenios
               IF vcn-nroAlumno(WS-IND-CNV) = wss-nroAlumno
                   ADD 1 TO wss-cont-conv-alumno
                   IF wss-cont-conv-alumno = 1
                       DISPLAY "CONVENIOS DEL ALUMNO:"
                   END-IF
                   MOVE vcn-organizacion(WS-IND-CNV) TO
                       lcn-organizacion
                   MOVE vcn-organizacion(WS-IND-CNV) TO wss-codOrg
                   PERFORM 8100-UBICAR-ORGANIZACION
                   IF wss-indOrg > 0
                       MOVE vor-nombre(wss-indOrg) TO lcn-nombre
                   ELSE
                       MOVE "ORGANIZACION NO HALLADA" TO lcn-nombre
                   END-IF
                   MOVE vcn-fechaDesde(WS-IND-CNV) TO wss-fechaAEditar
                   PERFORM 8300-EDITAR-FECHA
                   MOVE wss-fechaEd TO lcn-desde
                   MOVE vcn-fechaHasta(WS-IND-CNV) TO wss-fechaAEditar
                   PERFORM 8300-EDITAR-FECHA
                   MOVE wss-fechaEd TO lcn-hasta
                   DISPLAY LINEA-CONVENIO
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------

       3200-CARGAR-UN-DIA.
           DISPLAY "INGRESE EL CODIGO DE LA ORGANIZACION (FIN PARA "
               "TERMINAR CON EL ALUMNO)"
           ACCEPT wss-codOrg
           IF wss-codOrg NOT = "FIN"
               DISPLAY "INGRESO DEL DIA TRABAJADO:"
               INITIALIZE AREA-DE-COMMUNICATION-FECH
               MOVE 1 TO OPCION-F
               CALL Rfecha USING AREA-DE-COMMUNICATION-FECH
               MOVE FECHA-FORMATOO1 TO wss-fechaTrabajo
               PERFORM 3250-VERIFICAR-VIGENCIA
               IF wss-conv-vigente = "N"
                   DISPLAY "el alumno no tiene convenio con esa "
                       "organizacion vigente ese dia, no se carga"
               ELSE
                   PERFORM 3300-VERIFICAR-DIA-REPETIDO
                   IF wss-dia-repetido = "S"
                       DISPLAY "ese dia ya esta cargado para esa "
                           "organizacion, no se repite"
                   ELSE
                       PERFORM 3400-INGRESAR-HORAS-Y-GRABAR
                   END-IF
               END-IF
           END-IF.

      *-----------------------------------------------------------------

       3250-VERIFICAR-VIGENCIA.
           MOVE "N" TO wss-conv-vigente
           PERFORM VARYING WS-IND-CNV FROM 1 BY 1
                   UNTIL WS-IND-CNV > wss-cont-convenios
                   OR wss-conv-vigente = "S"
               IF vcn-nroAlumno(WS-IND-CNV) = wss-nroAlumno
                       AND vcn-organizacion(WS-IND-CNV) = wss-codOrg
                       AND vcn-fechaDesde(WS-IND-CNV) <=
                           wss-fechaTrabajo
                       AND vcn-fechaHasta(WS-IND-CNV) >=
                           wss-fechaTrabajo
                   MOVE "S" TO wss-conv-vigente
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------

      * un dia rechazado se puede volver a cargar corregido
       3300-VERIFICAR-DIA-REPETIDO.
           MOVE "N" TO wss-dia-repetido
           PERFORM VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND > wss-cont-horas
                   OR wss-dia-repetido = "S"
               IF vho-nroAlumno(WS-IND) = wss-nroAlumno
                       AND vho-organizacion(WS-IND) = wss-codOrg
                       AND vho-fecha(WS-IND) = wss-fechaTrabajo
                       AND vho-estado(WS-IND) NOT = "R"
                   MOVE "S" TO wss-dia-repetido
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------

       3400-INGRESAR-HORAS-Y-GRABAR.
           MOVE 0 TO wss-horasDia
           PERFORM UNTIL wss-horasDia >= 1 AND wss-horasDia <= 24
               DISPLAY "INGRESE LAS HORAS TRABAJADAS ESE DIA (1 a 24)"
               ACCEPT wss-horasDia
               IF wss-horasDia NOT NUMERIC
                   MOVE 0 TO wss-horasDia
               END-IF
           END-PERFORM
           MOVE wss-nroAlumno    TO HRP-NRO-ALUMNO
           MOVE wss-codOrg       TO HRP-ORGANIZACION
           MOVE wss-fechaTrabajo TO HRP-FECHA
           MOVE wss-horasDia     TO HRP-HORAS
           SET HORAS-PENDIENTES  TO TRUE
           MOVE wss-fechaHoy     TO HRP-FECHA-NOVEDAD
           MOVE wss-usuario      TO HRP-USUARIO
           MOVE SPACES           TO ESPACIO-HRP
           WRITE REG-HRP
           IF NOT wss-fs-hrp-OK then
               display "error al escribir HORPRAC.DAT"
           ELSE
               IF wss-cont-horas < 5000
                   ADD 1 TO wss-cont-horas
                   MOVE REG-HRP TO vho-registro(wss-cont-horas)
               END-IF
               MOVE SPACES TO aud-clave
               STRING "HORAS " wss-nroAlumno " " wss-codOrg
                   DELIMITED BY SIZE INTO aud-clave
               END-STRING
               PERFORM 6000-REGISTRAR-AUDITORIA
               DISPLAY "horas cargadas, pendientes de la firma del "
                   "tutor"
           END-IF.

      *-----------------------------------------------------------------

      * la planilla se trae entera, se aprueban o rechazan los
      * renglones pendientes de cada alumno segun la firma del tutor
      * y se vuelve a grabar solo si hubo cambios. Con la planilla
      * incompleta en memoria no se aprueba nada: regrabarla borraria
      * los renglones que no entraron
       4000-MODO-APROBAR-HORAS.
           PERFORM 0980-CARGAR-HORAS
           IF wss-horas-desborde = "S"
               DISPLAY "no se puede aprobar: HORPRAC.DAT no entra "
                   "entero en memoria y se perderian renglones"
               PERFORM 5000-CERRAR-PROGRAMA
           END-IF
           OPEN EXTEND ARCH-AUDIT
           MOVE SPACES TO wss-nroIngresado
           PERFORM 4100-APROBAR-HORAS-DE-UN-ALUMNO
               UNTIL wss-nroIngresado = "FIN"
           CLOSE ARCH-AUDIT
           IF wss-hubo-cambios = "S"
               PERFORM 4400-GRABAR-HORAS
           END-IF.

      *-----------------------------------------------------------------

       4100-APROBAR-HORAS-DE-UN-ALUMNO.
           PERFORM 8000-INGRESAR-ALUMNO
           IF wss-nroIngresado NOT = "FIN" AND wss-dato-valido = "S"
               PERFORM 4200-MOSTRAR-PENDIENTES
               IF wss-cont-pendientes = 0
                   DISPLAY "el alumno no tiene horas pendientes de "
                       "aprobacion"
               ELSE
                   MOVE 1 TO wss-renglonElegido
                   PERFORM 4300-APROBAR-UN-RENGLON
                       UNTIL wss-renglonElegido = 0
               END-IF
           END-IF.

      *-----------------------------------------------------------------

       4200-MOSTRAR-PENDIENTES.
           MOVE 0 TO wss-cont-pendientes
           PERFORM VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND > wss-cont-horas
               IF vho-nroAlumno(WS-IND) = wss-nroAlumno
                       AND vho-estado(WS-IND) = "P"
                   ADD 1 TO wss-cont-pendientes
                   IF wss-cont-pendientes = 1
                       DISPLAY "HORAS PENDIENTES DE APROBACION"
                   END-IF
                   MOVE WS-IND TO lho-orden
                   MOVE vho-fecha(WS-IND) TO wss-fechaAEditar
                   PERFORM 8300-EDITAR-FECHA
                   MOVE wss-fechaEd TO lho-fecha
                   MOVE vho-organizacion(WS-IND) TO lho-organizacion
                   MOVE vho-organizacion(WS-IND) TO wss-codOrg
                   PERFORM 8100-UBICAR-ORGANIZACION
                   IF wss-indOrg > 0
                       MOVE vor-nombre(wss-indOrg) TO lho-nombre
                   ELSE
                       MOVE "ORGANIZACION NO HALLADA" TO lho-nombre
                   END-IF
                   MOVE vho-horas(WS-IND) TO lho-horas
                   DISPLAY LINEA-HORAS
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------

       4300-APROBAR-UN-RENGLON.
           DISPLAY "INGRESE EL NUMERO DE ORDEN DEL RENGLON (0 PARA "
               "TERMINAR CON EL ALUMNO)"
           ACCEPT wss-renglonElegido
           EVALUATE TRUE
               WHEN wss-renglonElegido = 0
                   CONTINUE
               WHEN wss-renglonElegido > wss-cont-horas
                   DISPLAY "numero de orden inexistente"
               WHEN vho-nroAlumno(wss-renglonElegido) NOT =
                       wss-nroAlumno
                   DISPLAY "ese renglon no es del alumno"
               WHEN vho-estado(wss-renglonElegido) NOT = "P"
                   DISPLAY "ese renglon no esta pendiente"
               WHEN OTHER
                   PERFORM 4350-DECIDIR-RENGLON
           END-EVALUATE.

      *-----------------------------------------------------------------

       4350-DECIDIR-RENGLON.
           MOVE SPACE TO wss-decision
           PERFORM UNTIL wss-decision = "A"
                   OR wss-decision = "R"
                   OR wss-decision = "N"
               DISPLAY "(A)PROBADO POR EL TUTOR, (R)ECHAZADO O (N)ADA"
               ACCEPT wss-decision
           END-PERFORM
           IF wss-decision NOT = "N"
               MOVE wss-decision TO vho-estado(wss-renglonElegido)
               MOVE wss-fechaHoy TO vho-fechaNovedad(wss-renglonElegido)
               MOVE wss-usuario TO vho-usuario(wss-renglonElegido)
               MOVE "S" TO wss-hubo-cambios
               MOVE SPACES TO aud-clave
               STRING "HORAS " wss-nroAlumno " " wss-decision
                   DELIMITED BY SIZE INTO aud-clave
               END-STRING
               PERFORM 6000-REGISTRAR-AUDITORIA
               DISPLAY "renglon actualizado"
           END-IF.

      *-----------------------------------------------------------------

       4400-GRABAR-HORAS.
           IF wss-horas-desborde = "S"
               DISPLAY "HORPRAC.DAT no se regraba: la planilla en "
                   "memoria esta incompleta"
               PERFORM 5000-CERRAR-PROGRAMA
           END-IF
           OPEN OUTPUT ARCH-HRP
           IF NOT wss-fs-hrp-OK then
               display "error al abrir el archivo HORPRAC.DAT, los "
                   "cambios no se grabaron"
           ELSE
               PERFORM VARYING WS-IND FROM 1 BY 1
                       UNTIL WS-IND > wss-cont-horas
                   WRITE REG-HRP FROM vho-registro(WS-IND)
               END-PERFORM
               CLOSE ARCH-HRP
           END-IF.

      *-----------------------------------------------------------------

       5000-CERRAR-PROGRAMA.
           GOBACK.

      *-----------------------------------------------------------------

      * deja constancia en AUDIT.LOG de quien y cuando toco las
      * practicas
       6000-REGISTRAR-AUDITORIA.
           IF wss-fs-aud-OK OR wss-fs-aud-NOEXISTE
               ACCEPT aud-fecha FROM DATE YYYYMMDD
               ACCEPT aud-hora FROM TIME
               MOVE wss-usuario TO aud-usuario
               MOVE "PGENPRAC" TO aud-programa
               WRITE REG-AUDIT
               IF NOT wss-fs-aud-OK then
                   display "error al escribir en AUDIT.LOG"
               END-IF
           END-IF.

      *-----------------------------------------------------------------

      * organizaciones con los convenios de cada una
       7000-MODO-LISTAR.
           IF wss-cont-orgs = 0
               DISPLAY "no hay organizaciones cargadas (ORGPRAC.DAT)"
           ELSE
               PERFORM VARYING WS-IND-ORG FROM 1 BY 1
                       UNTIL WS-IND-ORG > wss-cont-orgs
                   PERFORM 7100-LISTAR-UNA-ORGANIZACION
               END-PERFORM
           END-IF.

      *-----------------------------------------------------------------

       7100-LISTAR-UNA-ORGANIZACION.
           MOVE vor-codigo(WS-IND-ORG) TO lor-codigo
           MOVE vor-nombre(WS-IND-ORG) TO lor-nombre
           MOVE vor-telefono(WS-IND-ORG) TO lor-telefono
           IF vor-estado(WS-IND-ORG) = "S"
               MOVE "ACTIVA" TO lor-estado
           ELSE
               MOVE "DE BAJA" TO lor-estado
           END-IF
           DISPLAY LINEA-ORGANIZACION
           PERFORM VARYING WS-IND-CNV FROM 1 BY 1
                   UNTIL WS-IND-CNV > wss-cont-convenios
               IF vcn-organizacion(WS-IND-CNV) = vor-codigo(WS-IND-ORG)
                   MOVE vcn-fechaDesde(WS-IND-CNV) TO wss-fechaAEditar
                   PERFORM 8300-EDITAR-FECHA
                   MOVE wss-fechaEd TO wss-fechaEd2
                   MOVE vcn-fechaHasta(WS-IND-CNV) TO wss-fechaAEditar
                   PERFORM 8300-EDITAR-FECHA
                   DISPLAY "      ALUMNO " vcn-nroAlumno(WS-IND-CNV)
                       "  DESDE " wss-fechaEd2 " HASTA " wss-fechaEd
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------

      * numero de alumno existente y no dado de baja; FIN termina
       8000-INGRESAR-ALUMNO.
           MOVE "N" TO wss-dato-valido
           DISPLAY "INGRESE EL NUMERO DE ALUMNO (6 digitos, FIN PARA "
               "TERMINAR)"
           ACCEPT wss-nroIngresado
           IF wss-nroIngresado NOT = "FIN"
               INITIALIZE AREA-DE-COMMUNICATIONN
               MOVE 2 TO OPCION
               MOVE wss-nroIngresado TO NUM-DAT-BUSCAR
               CALL Ralum USING AREA-DE-COMMUNICATIONN
               IF retorn-num NOT = 0 OR wss-nroIngresado NOT NUMERIC
                   DISPLAY "el alumno " wss-nroIngresado " no existe"
               ELSE
                   IF ESTADO-DATO = "B"
                       DISPLAY "el alumno " wss-nroIngresado
                           " esta de baja"
                   ELSE
                       MOVE wss-nroIngresado TO wss-nroAlumno
                       MOVE DESCRIPCION TO wss-nombreAlumno
                       DISPLAY "ALUMNO: " wss-nombreAlumno
                       MOVE "S" TO wss-dato-valido
                   END-IF
               END-IF
           END-IF.

      *-----------------------------------------------------------------

      * deja en wss-indOrg la organizacion wss-codOrg, o cero
       8100-UBICAR-ORGANIZACION.
           MOVE 0 TO wss-indOrg
           PERFORM VARYING WS-IND-ORG FROM 1 BY 1
                   UNTIL WS-IND-ORG > wss-cont-orgs
                   OR wss-indOrg > 0
               IF vor-codigo(WS-IND-ORG) = wss-codOrg
                   MOVE WS-IND-ORG TO wss-indOrg
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------

       8200-VALIDAR-FECHA-INGRESADA.
           MOVE "N" TO wss-dato-valido
           IF wss-fechaIngresada IS NUMERIC
               IF wss-fi-anio >= 1900
                       AND wss-fi-mes >= 1 AND wss-fi-mes <= 12
                       AND wss-fi-dia >= 1 AND wss-fi-dia <= 31
                   MOVE "S" TO wss-dato-valido
               END-IF
           END-IF.

      *-----------------------------------------------------------------

       8300-EDITAR-FECHA.
           MOVE SPACES TO wss-fechaEd
           STRING wss-fechaAEditar(7:2) "/" wss-fechaAEditar(5:2) "/"
               wss-fechaAEditar(1:4) DELIMITED BY SIZE
               INTO wss-fechaEd
           END-STRING.

      *-----------------------------------------------------------------

      * el usuario de la sesion lo deja PMENU en SESION.DAT; si no
      * hay sesion (corrida por fuera del menu) vale la variable USER
       8800-OBTENER-USUARIO-SESION.
           IF wss-sesion-leida = "N"
               MOVE "S" TO wss-sesion-leida
               OPEN INPUT ARCH-SES
               IF wss-fs-ses-OK
                   READ ARCH-SES AT END CONTINUE
                       NOT AT END
                           MOVE SES-USUARIO TO wss-usuario-sesion
                           MOVE SES-ROL     TO wss-rol-sesion
                   END-READ
                   CLOSE ARCH-SES
               ELSE
                   CLOSE ARCH-SES
               END-IF
           END-IF.

      *-----------------------------------------------------------------

      * con la cadena nocturna corriendo el programa no entra a
      * actualizar (salvo que el supervisor lo fuerce)
       8550-CONTROLAR-VENTANA-BATCH.
           INITIALIZE AREA-DE-COMMUNICATION-VEN
           MOVE 5 TO OPCION-V
           MOVE "PGENPRAC" TO V-PROGRAMA
           CALL Rventana USING AREA-DE-COMMUNICATION-VEN
           IF retorn-num-v NOT = 0
               PERFORM 5000-CERRAR-PROGRAMA
           END-IF.

      *-----------------------------------------------------------------
       END PROGRAM PGENPRAC.

      ******************************************************************
      * Author: Gonzalez Nazarena Araceli
      * Date:
      * Purpose: Maestro de grupos familiares "FAMILIAS.DAT": reune
      *    bajo un numero de grupo a los hermanos (hasta seis numeros
      *    de alumno, cada uno con su fecha de nacimiento para el
      *    orden entre hermanos) con un solo responsable, un solo
      *    domicilio y un solo juego de telefonos. Al mudarse la
      *    familia se corrige el grupo y el cambio se copia a los
      *    datos ampliados de ALUMDET.DAT de todos los hermanos. Un
      *    alumno pertenece a un solo grupo. Tambien mantiene la
      *    tabla HERMDESC.DAT con el porcentaje de descuento del
      *    segundo hermano, del tercero y del cuarto en adelante
      *    (por fecha de nacimiento) que aplica la facturacion
      *    PFACCUOT; esa tabla solo la toca el supervisor. Cada alta
      *    y cambio queda en AUDIT.LOG.
      *    Con la ventana batch abierta (PJOBSTRM corriendo la cadena
      *    nocturna) los modos 1, 2, 3 y 5 no entran, salvo que el
      *    supervisor lo fuerce; las consultas siguen disponibles
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGENFAMI.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL ARCH-FAM         ASSIGN TO "FAMILIAS.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-fam.

       SELECT OPTIONAL ARCH-HDE         ASSIGN TO "HERMDESC.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-hde.

       SELECT OPTIONAL ARCH-DET         ASSIGN TO "ALUMDET.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-det.

       SELECT OPTIONAL ARCH-AUDIT       ASSIGN TO "AUDIT.LOG"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-aud.

       SELECT OPTIONAL ARCH-SES         ASSIGN TO "SESION.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-ses.

       DATA DIVISION.
       FILE SECTION.
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

      * un registro por orden de hermano: 2, 3 y 4 (cuarto en
      * adelante); el mayor de los hermanos no tiene descuento
       FD  ARCH-HDE.
           01  REG-HDE.
                05 HDE-ORDEN          PIC 9.
                05 HDE-PORCENTAJE     PIC 9(3).
                05 ESPACIO-HDE        PIC XX.

       FD  ARCH-DET.
           01  REG-DET.
                05 DET-NRO-ALUMNO     PIC 9(6).
                05 DET-DOMICILIO      PIC X(30).
                05 DET-LOCALIDAD      PIC X(20).
                05 DET-TELEFONO-1     PIC X(15).
                05 DET-TELEFONO-2     PIC X(15).
                05 DET-RESP1-NOMBRE   PIC X(23).
                05 DET-RESP1-PARENT   PIC X(10).
                05 DET-RESP2-NOMBRE   PIC X(23).
                05 DET-RESP2-PARENT   PIC X(10).
                05 ESPACIO            PIC XX.

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

       77  flag                          PIC 9     VALUE 0.
       77  wss-modo                      PIC 9     VALUE 0.
       77  wss-dato-valido               PIC X     VALUE "N".
       77  wss-encontro                  PIC X     VALUE "N".
       77  wss-confirma                  PIC X.
       77  wss-accion                    PIC 9     VALUE 0.

       01  wss-fs-fam                    PIC X(2).
           88 wss-fs-fam-OK                        VALUE '00'.
           88 wss-fs-fam-NOEXISTE                  VALUE '05'.
           88 wss-fs-fam-OCUPADO                   VALUE '61' '93'
                                                         '94' '99'.

       01  wss-fs-hde                    PIC X(2).
           88 wss-fs-hde-OK                        VALUE '00'.

       01  wss-fs-det                    PIC X(2).
           88 wss-fs-det-OK                        VALUE '00'.

       01  wss-fs-aud                    PIC X(2).
           88 wss-fs-aud-OK                        VALUE '00'.
           88 wss-fs-aud-NOEXISTE                  VALUE '05'.

       77  wss-reintentos                PIC 9     VALUE 0.
       77  wss-segundos-espera           PIC 9(3)  COMP VALUE 2.

      * hermanos ya agrupados, para que nadie quede en dos grupos
       77  wss-cont-miembros             PIC 9(4)  COMP VALUE 0.
       01  VECTOR-MIEMBROS               OCCURS 3000 TIMES.
           05 vmi-nroAlumno              PIC 9(6).
           05 vmi-familia                PIC 9(5).
       77  WS-IND-MIE                    PIC 9(4)  COMP.
       77  wss-ultimoGrupo               PIC 9(5)  VALUE 0.

       77  wss-nroGrupo                  PIC 9(5).
       77  wss-nroAlumno                 PIC X(6).
       77  wss-grupoDelAlumno            PIC 9(5).
       77  wss-texto                     PIC X(30).
       77  wss-cont-detalles             PIC 9(4)  COMP VALUE 0.
       77  wss-porcentaje                PIC 9(3).
       77  WS-IND                        PIC 9     COMP.
       77  WS-IND-2                      PIC 9     COMP.
       77  wss-cantHijos                 PIC 9     VALUE 0.

      * porcentajes por orden de hermano (2, 3 y 4 en adelante)
       01  VECTOR-PORC-HERMANO           OCCURS 4 TIMES
                                         PIC 9(3).

       01  RUTINAS.
           05 Ralum                      PIC X(8)  VALUE "RLEEALUM".
           05 Rfecha                     PIC X(8)  VALUE "RUTFECHH".
           05 Rventana                   PIC X(8)  VALUE "RUTVENTA".

       01  LINEA-GRUPO.
           05 FILLER                     PIC X(17) VALUE
           "  GRUPO FAMILIAR ".
           05 lgr-numero                 PIC 9(5).
           05 FILLER                     PIC X(12) VALUE
           "   ALTA EL: ".
           05 lgr-fechaAlta              PIC X(10).

       01  LINEA-DETALLE-1.
           05 FILLER                     PIC X(14) VALUE
           "  DOMICILIO:  ".
           05 lid-domicilio              PIC X(30).
           05 FILLER                     PIC X(3)  VALUE " - ".
           05 lid-localidad              PIC X(20).

       01  LINEA-DETALLE-2.
           05 FILLER                     PIC X(14) VALUE
           "  TELEFONOS:  ".
           05 lid-telefono1              PIC X(15).
           05 FILLER                     PIC X(3)  VALUE " / ".
           05 lid-telefono2              PIC X(15).

       01  LINEA-DETALLE-3.
           05 FILLER                     PIC X(14) VALUE
           "  RESPONSABLE:".
           05 lid-respNombre             PIC X(23).
           05 FILLER                     PIC X(3)  VALUE " (".
           05 lid-respParent             PIC X(10).
           05 FILLER                     PIC X     VALUE ")".

       01  LINEA-HERMANO.
           05 FILLER                     PIC X(4)  VALUE SPACES.
           05 lhe-orden                  PIC 9.
           05 FILLER                     PIC X(2)  VALUE ") ".
           05 lhe-nroAlumno              PIC 9(6).
           05 FILLER                     PIC X     VALUE SPACE.
           05 lhe-nombre                 PIC X(23).
           05 FILLER                     PIC X(9)  VALUE
           "  NACIO: ".
           05 lhe-fechaNac               PIC X(10).

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

      *VARIABLES QUE USO PARA LA RUTINA DE FECHA
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
           IF wss-modo = 1 OR wss-modo = 2
                   OR wss-modo = 3 OR wss-modo = 5
               PERFORM 8550-CONTROLAR-VENTANA-BATCH
           END-IF
           INITIALIZE AREA-DE-COMMUNICATIONN
           MOVE 1 TO OPCION
           CALL Ralum USING AREA-DE-COMMUNICATIONN
           PERFORM 0900-CARGAR-GRUPOS-EXISTENTES
           EVALUATE wss-modo
               WHEN 1
                   PERFORM 1000-MODO-ALTA-DE-GRUPO
               WHEN 2
                   PERFORM 2000-MODO-MODIFICAR-CONTACTO
               WHEN 3
                   PERFORM 3000-MODO-AGREGAR-O-QUITAR
               WHEN 4
                   PERFORM 4000-MODO-CONSULTA
               WHEN 5
                   PERFORM 6000-MODO-DESCUENTO-HERMANOS
           END-EVALUATE
           PERFORM 5000-CERRAR-PROGRAMA.

      */////////////////////////////////////////////////////////////////

       0500-SELECCIONAR-MODO.
           PERFORM UNTIL wss-modo >= 1 AND wss-modo <= 5
               DISPLAY "1-ALTA DE UN GRUPO FAMILIAR"
               DISPLAY "2-MODIFICAR DOMICILIO Y CONTACTOS DEL GRUPO"
               DISPLAY "3-AGREGAR O QUITAR UN HERMANO DEL GRUPO"
               DISPLAY "4-CONSULTAR UN GRUPO FAMILIAR"
               DISPLAY "5-PORCENTAJES DE DESCUENTO POR HERMANO"
               ACCEPT wss-modo
               IF wss-modo < 1 OR wss-modo > 5
                   DISPLAY "opcion invalida"
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------

       0900-CARGAR-GRUPOS-EXISTENTES.
           MOVE 0 TO wss-cont-miembros
           OPEN INPUT ARCH-FAM
           IF wss-fs-fam-OK
               MOVE 0 TO flag
               READ ARCH-FAM AT END MOVE 1 TO flag
               END-READ
               PERFORM UNTIL flag = 1
                   IF FAM-NUMERO > wss-ultimoGrupo
                       MOVE FAM-NUMERO TO wss-ultimoGrupo
                   END-IF
                   PERFORM VARYING WS-IND FROM 1 BY 1
                           UNTIL WS-IND > FAM-CANT-HIJOS
                       IF wss-cont-miembros < 3000
                           ADD 1 TO wss-cont-miembros
                           MOVE FAM-NRO-ALUMNO(WS-IND) TO
                               vmi-nroAlumno(wss-cont-miembros)
                           MOVE FAM-NUMERO TO
                               vmi-familia(wss-cont-miembros)
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

      * devuelve en wss-grupoDelAlumno el grupo de wss-nroAlumno, o
      * cero si no esta agrupado
       0950-BUSCAR-GRUPO-DEL-ALUMNO.
           MOVE 0 TO wss-grupoDelAlumno
           PERFORM VARYING WS-IND-MIE FROM 1 BY 1
                   UNTIL WS-IND-MIE > wss-cont-miembros
                   OR wss-grupoDelAlumno > 0
               IF vmi-nroAlumno(WS-IND-MIE) = wss-nroAlumno
                   MOVE vmi-familia(WS-IND-MIE) TO wss-grupoDelAlumno
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------

       1000-MODO-ALTA-DE-GRUPO.
           OPEN EXTEND ARCH-FAM
           IF wss-fs-fam-OCUPADO
               PERFORM 8900-REINTENTAR-APERTURA
           END-IF
           IF NOT wss-fs-fam-OK AND NOT wss-fs-fam-NOEXISTE then
               display "error al abrir el archivo FAMILIAS.DAT"
               PERFORM 5000-CERRAR-PROGRAMA
           END-IF
           INITIALIZE REG-FAM
           MOVE 0 TO wss-cantHijos
           MOVE SPACES TO wss-nroAlumno
           PERFORM 1200-INGRESAR-UN-HERMANO
               UNTIL wss-nroAlumno = "FFFFFF" OR wss-cantHijos = 6
           IF wss-cantHijos = 0
               DISPLAY "el grupo no tiene alumnos, no se graba"
           ELSE
               MOVE wss-cantHijos TO FAM-CANT-HIJOS
               PERFORM 1300-OFRECER-DATOS-AMPLIADOS
               IF wss-confirma NOT = "S"
                   PERFORM 1100-INGRESAR-DATOS-DE-CONTACTO
               END-IF
               ADD 1 TO wss-ultimoGrupo
               MOVE wss-ultimoGrupo TO FAM-NUMERO
               ACCEPT FAM-FECHA-ALTA FROM DATE YYYYMMDD
               MOVE SPACES TO ESPACIO-FAM
               WRITE REG-FAM
               IF NOT wss-fs-fam-OK then
                   display "error al  escribir el archivo"
               ELSE
                   MOVE "A" TO wss-texto
                   PERFORM 3100-AUDITAR-GRUPO
                   DISPLAY "grupo familiar " FAM-NUMERO " grabado con "
                       FAM-CANT-HIJOS " hermano/s"
               END-IF
           END-IF
           CLOSE ARCH-FAM.

      *-----------------------------------------------------------------

       1100-INGRESAR-DATOS-DE-CONTACTO.
           MOVE "N" TO wss-dato-valido
           PERFORM UNTIL wss-dato-valido = "S"
               DISPLAY "INGRESE EL NOMBRE DEL RESPONSABLE 1 (23 "
                   "caracteres)"
               ACCEPT FAM-RESP1-NOMBRE
               IF FAM-RESP1-NOMBRE = SPACES
                   DISPLAY "error el grupo debe tener al menos un "
                       "responsable cargado"
               ELSE
                   MOVE "S" TO wss-dato-valido
               END-IF
           END-PERFORM
           DISPLAY "INGRESE EL PARENTESCO DEL RESPONSABLE 1"
           ACCEPT FAM-RESP1-PARENT
           DISPLAY "INGRESE EL NOMBRE DEL RESPONSABLE 2 (ENTER si "
               "no hay)"
           ACCEPT FAM-RESP2-NOMBRE
           IF FAM-RESP2-NOMBRE NOT = SPACES
               DISPLAY "INGRESE EL PARENTESCO DEL RESPONSABLE 2"
               ACCEPT FAM-RESP2-PARENT
           ELSE
               MOVE SPACES TO FAM-RESP2-PARENT
           END-IF
           MOVE "N" TO wss-dato-valido
           PERFORM UNTIL wss-dato-valido = "S"
               DISPLAY "INGRESE EL DOMICILIO (30 caracteres)"
               ACCEPT FAM-DOMICILIO
               IF FAM-DOMICILIO = SPACES
                   DISPLAY "error el domicilio no puede quedar en "
                       "blanco"
               ELSE
                   MOVE "S" TO wss-dato-valido
               END-IF
           END-PERFORM
           DISPLAY "INGRESE LA LOCALIDAD (20 caracteres)"
           ACCEPT FAM-LOCALIDAD
           DISPLAY "INGRESE EL TELEFONO 1 (15 caracteres)"
           ACCEPT FAM-TELEFONO-1
           DISPLAY "INGRESE EL TELEFONO 2 (15 caracteres, ENTER si "
               "no tiene)"
           ACCEPT FAM-TELEFONO-2.

      *-----------------------------------------------------------------

      * el alumno tiene que existir, no estar en otro grupo ni
      * repetido en este; la fecha de nacimiento da el orden
       1200-INGRESAR-UN-HERMANO.
           DISPLAY "INGRESE EL NUMERO DE ALUMNO DEL HERMANO (FFFFFF "
               "PARA TERMINAR)"
           ACCEPT wss-nroAlumno
           IF wss-nroAlumno NOT = "FFFFFF"
               INITIALIZE AREA-DE-COMMUNICATIONN
               MOVE 2 TO OPCION
               MOVE wss-nroAlumno TO NUM-DAT-BUSCAR
               CALL Ralum USING AREA-DE-COMMUNICATIONN
               PERFORM 0950-BUSCAR-GRUPO-DEL-ALUMNO
               MOVE "N" TO wss-encontro
               PERFORM VARYING WS-IND FROM 1 BY 1
                       UNTIL WS-IND > wss-cantHijos
                   IF FAM-NRO-ALUMNO(WS-IND) = wss-nroAlumno
                       MOVE "S" TO wss-encontro
                   END-IF
               END-PERFORM
               EVALUATE TRUE
                   WHEN wss-nroAlumno IS NOT NUMERIC
                           OR retorn-num NOT = 0
                       DISPLAY "el alumno ingresado no existe, "
                           "reingrese"
                   WHEN wss-grupoDelAlumno > 0
                       DISPLAY "el alumno ya pertenece al grupo "
                           "familiar " wss-grupoDelAlumno
                   WHEN wss-encontro = "S"
                       DISPLAY "el alumno ya esta cargado en el grupo"
                   WHEN OTHER
                       DISPLAY DESCRIPCION
                       DISPLAY "INGRESO DE LA FECHA DE NACIMIENTO:"
                       INITIALIZE AREA-DE-COMMUNICATION-FECH
                       MOVE 1 TO OPCION-F
                       CALL Rfecha USING AREA-DE-COMMUNICATION-FECH
                       ADD 1 TO wss-cantHijos
                       MOVE wss-nroAlumno TO
                           FAM-NRO-ALUMNO(wss-cantHijos)
                       MOVE FECHA-FORMATOO1 TO
                           FAM-FECHA-NAC(wss-cantHijos)
               END-EVALUATE
           END-IF.

      *-----------------------------------------------------------------

      * si algun hermano ya tiene datos ampliados se ofrecen para no
      * volver a tipearlos
       1300-OFRECER-DATOS-AMPLIADOS.
           MOVE "N" TO wss-confirma
           MOVE "N" TO wss-encontro
           OPEN INPUT ARCH-DET
           IF wss-fs-det-OK
               MOVE 0 TO flag
               READ ARCH-DET AT END MOVE 1 TO flag
               END-READ
               PERFORM UNTIL flag = 1 OR wss-encontro = "S"
                   PERFORM VARYING WS-IND FROM 1 BY 1
                           UNTIL WS-IND > wss-cantHijos
                       IF FAM-NRO-ALUMNO(WS-IND) = DET-NRO-ALUMNO
                           MOVE "S" TO wss-encontro
                       END-IF
                   END-PERFORM
                   IF wss-encontro = "N"
                       READ ARCH-DET AT END MOVE 1 TO flag
                       END-READ
                   END-IF
               END-PERFORM
           END-IF
           IF wss-encontro = "S"
               DISPLAY "DATOS AMPLIADOS CARGADOS DEL ALUMNO "
                   DET-NRO-ALUMNO ":"
               MOVE DET-DOMICILIO TO lid-domicilio
               MOVE DET-LOCALIDAD TO lid-localidad
               DISPLAY LINEA-DETALLE-1
               MOVE DET-TELEFONO-1 TO lid-telefono1
               MOVE DET-TELEFONO-2 TO lid-telefono2
               DISPLAY LINEA-DETALLE-2
               MOVE DET-RESP1-NOMBRE TO lid-respNombre
               MOVE DET-RESP1-PARENT TO lid-respParent
               DISPLAY LINEA-DETALLE-3
               DISPLAY "TOMAR ESTOS DATOS PARA EL GRUPO? (S/N)"
               ACCEPT wss-confirma
               IF wss-confirma = "S"
                   MOVE DET-RESP1-NOMBRE TO FAM-RESP1-NOMBRE
                   MOVE DET-RESP1-PARENT TO FAM-RESP1-PARENT
                   MOVE DET-RESP2-NOMBRE TO FAM-RESP2-NOMBRE
                   MOVE DET-RESP2-PARENT TO FAM-RESP2-PARENT
                   MOVE DET-DOMICILIO    TO FAM-DOMICILIO
                   MOVE DET-LOCALIDAD    TO FAM-LOCALIDAD
                   MOVE DET-TELEFONO-1   TO FAM-TELEFONO-1
                   MOVE DET-TELEFONO-2   TO FAM-TELEFONO-2
               END-IF
           END-IF
           CLOSE ARCH-DET
           MOVE 0 TO flag.

      *-----------------------------------------------------------------

      * posiciona ARCH-FAM (abierto I-O) en el grupo wss-nroGrupo
       1500-UBICAR-GRUPO.
           DISPLAY "INGRESE EL NUMERO DE GRUPO FAMILIAR"
           ACCEPT wss-nroGrupo
           OPEN I-O ARCH-FAM
           IF wss-fs-fam-OCUPADO
               PERFORM 8910-REINTENTAR-APERTURA-IO
           END-IF
           IF NOT wss-fs-fam-OK
               DISPLAY "error al abrir FAMILIAS.DAT, reintente"
               PERFORM 5000-CERRAR-PROGRAMA
           END-IF
           MOVE 0 TO flag
           MOVE "N" TO wss-encontro
           READ ARCH-FAM AT END MOVE 1 TO flag
           END-READ
           PERFORM UNTIL flag = 1 OR wss-encontro = "S"
               IF FAM-NUMERO = wss-nroGrupo
                   MOVE "S" TO wss-encontro
               ELSE
                   READ ARCH-FAM AT END MOVE 1 TO flag
                   END-READ
               END-IF
           END-PERFORM
           MOVE 0 TO flag
           IF wss-encontro = "N"
               DISPLAY "no existe el grupo familiar " wss-nroGrupo
           ELSE
               PERFORM 4100-MOSTRAR-GRUPO
           END-IF.

      *-----------------------------------------------------------------

      * ENTER conserva el dato actual
       2000-MODO-MODIFICAR-CONTACTO.
           PERFORM 1500-UBICAR-GRUPO
           IF wss-encontro = "S"
               DISPLAY "INGRESE LOS DATOS NUEVOS (ENTER conserva el "
                   "actual)"
               DISPLAY "RESPONSABLE 1:"
               ACCEPT wss-texto
               IF wss-texto NOT = SPACES
                   MOVE wss-texto TO FAM-RESP1-NOMBRE
                   DISPLAY "PARENTESCO DEL RESPONSABLE 1:"
                   ACCEPT FAM-RESP1-PARENT
               END-IF
               DISPLAY "RESPONSABLE 2 (* para quitarlo):"
               ACCEPT wss-texto
               EVALUATE wss-texto
                   WHEN SPACES
                       CONTINUE
                   WHEN "*"
                       MOVE SPACES TO FAM-RESP2-NOMBRE
                           FAM-RESP2-PARENT
                   WHEN OTHER
                       MOVE wss-texto TO FAM-RESP2-NOMBRE
                       DISPLAY "PARENTESCO DEL RESPONSABLE 2:"
                       ACCEPT FAM-RESP2-PARENT
               END-EVALUATE
               DISPLAY "DOMICILIO:"
               ACCEPT wss-texto
               IF wss-texto NOT = SPACES
                   MOVE wss-texto TO FAM-DOMICILIO
               END-IF
               DISPLAY "LOCALIDAD:"
               ACCEPT wss-texto
               IF wss-texto NOT = SPACES
                   MOVE wss-texto TO FAM-LOCALIDAD
               END-IF
               DISPLAY "TELEFONO 1:"
               ACCEPT wss-texto
               IF wss-texto NOT = SPACES
                   MOVE wss-texto TO FAM-TELEFONO-1
               END-IF
               DISPLAY "TELEFONO 2 (* para quitarlo):"
               ACCEPT wss-texto
               EVALUATE wss-texto
                   WHEN SPACES
                       CONTINUE
                   WHEN "*"
                       MOVE SPACES TO FAM-TELEFONO-2
                   WHEN OTHER
                       MOVE wss-texto TO FAM-TELEFONO-2
               END-EVALUATE
               REWRITE REG-FAM
               IF NOT wss-fs-fam-OK
                   DISPLAY "error al regrabar el grupo familiar"
               ELSE
                   MOVE "M" TO wss-texto
                   PERFORM 3100-AUDITAR-GRUPO
                   DISPLAY "grupo familiar modificado"
                   PERFORM 2100-COPIAR-A-DATOS-AMPLIADOS
               END-IF
           END-IF
           CLOSE ARCH-FAM.

      *-----------------------------------------------------------------

      * el cambio de domicilio o contacto se copia a los datos
      * ampliados de todos los hermanos para que ninguno quede viejo
       2100-COPIAR-A-DATOS-AMPLIADOS.
           MOVE 0 TO wss-cont-detalles
           OPEN I-O ARCH-DET
           IF wss-fs-det-OK
               MOVE 0 TO flag
               READ ARCH-DET AT END MOVE 1 TO flag
               END-READ
               PERFORM UNTIL flag = 1
                   MOVE "N" TO wss-encontro
                   PERFORM VARYING WS-IND FROM 1 BY 1
                           UNTIL WS-IND > FAM-CANT-HIJOS
                       IF FAM-NRO-ALUMNO(WS-IND) = DET-NRO-ALUMNO
                           MOVE "S" TO wss-encontro
                       END-IF
                   END-PERFORM
                   IF wss-encontro = "S"
                       MOVE FAM-DOMICILIO    TO DET-DOMICILIO
                       MOVE FAM-LOCALIDAD    TO DET-LOCALIDAD
                       MOVE FAM-TELEFONO-1   TO DET-TELEFONO-1
                       MOVE FAM-TELEFONO-2   TO DET-TELEFONO-2
                       MOVE FAM-RESP1-NOMBRE TO DET-RESP1-NOMBRE
                       MOVE FAM-RESP1-PARENT TO DET-RESP1-PARENT
                       MOVE FAM-RESP2-NOMBRE TO DET-RESP2-NOMBRE
                       MOVE FAM-RESP2-PARENT TO DET-RESP2-PARENT
                       REWRITE REG-DET
                       IF wss-fs-det-OK
                           ADD 1 TO wss-cont-detalles
                       ELSE
                           DISPLAY "error al regrabar ALUMDET.DAT del "
                               "alumno " DET-NRO-ALUMNO
                       END-IF
                   END-IF
                   READ ARCH-DET AT END MOVE 1 TO flag
                   END-READ
               END-PERFORM
               CLOSE ARCH-DET
           ELSE
               CLOSE ARCH-DET
           END-IF
           MOVE 0 TO flag
           DISPLAY "datos ampliados actualizados: " wss-cont-detalles.

      *-----------------------------------------------------------------

       3000-MODO-AGREGAR-O-QUITAR.
           PERFORM 1500-UBICAR-GRUPO
           IF wss-encontro = "S"
               MOVE 0 TO wss-accion
               PERFORM UNTIL wss-accion >= 1 AND wss-accion <= 3
                   DISPLAY "1-AGREGAR UN HERMANO  2-QUITAR UN HERMANO  "
                       "3-NO TOCAR"
                   ACCEPT wss-accion
               END-PERFORM
               MOVE "N" TO wss-confirma
               MOVE FAM-CANT-HIJOS TO wss-cantHijos
               EVALUATE wss-accion
                   WHEN 1
                       IF wss-cantHijos = 6
                           DISPLAY "el grupo ya tiene seis hermanos"
                       ELSE
                           MOVE SPACES TO wss-nroAlumno
                           PERFORM 1200-INGRESAR-UN-HERMANO
                               UNTIL wss-nroAlumno = "FFFFFF"
                               OR wss-cantHijos > FAM-CANT-HIJOS
                           IF wss-cantHijos > FAM-CANT-HIJOS
                               MOVE "S" TO wss-confirma
                               MOVE "H" TO wss-texto
                           END-IF
                       END-IF
                   WHEN 2
                       PERFORM 3050-QUITAR-UN-HERMANO
                   WHEN OTHER
                       DISPLAY "el grupo queda sin cambios"
               END-EVALUATE
               IF wss-confirma = "S"
                   MOVE wss-cantHijos TO FAM-CANT-HIJOS
                   REWRITE REG-FAM
                   IF NOT wss-fs-fam-OK
                       DISPLAY "error al regrabar el grupo familiar"
                   ELSE
                       PERFORM 3100-AUDITAR-GRUPO
                       DISPLAY "grupo familiar modificado"
                   END-IF
               END-IF
           END-IF
           CLOSE ARCH-FAM.

      *-----------------------------------------------------------------

      * el que se quita deja su lugar al siguiente para que no
      * queden huecos en el grupo
       3050-QUITAR-UN-HERMANO.
           DISPLAY "INGRESE EL NUMERO DE ALUMNO A QUITAR DEL GRUPO"
           ACCEPT wss-nroAlumno
           MOVE 0 TO WS-IND-2
           PERFORM VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND > wss-cantHijos OR WS-IND-2 > 0
               IF FAM-NRO-ALUMNO(WS-IND) = wss-nroAlumno
                   MOVE WS-IND TO WS-IND-2
               END-IF
           END-PERFORM
           IF WS-IND-2 = 0
               DISPLAY "el alumno no pertenece a este grupo"
           ELSE
               PERFORM VARYING WS-IND FROM WS-IND-2 BY 1
                       UNTIL WS-IND >= wss-cantHijos
                   MOVE FAM-HIJOS(WS-IND + 1) TO FAM-HIJOS(WS-IND)
               END-PERFORM
               MOVE 0 TO FAM-NRO-ALUMNO(wss-cantHijos)
               MOVE 0 TO FAM-FECHA-NAC(wss-cantHijos)
               SUBTRACT 1 FROM wss-cantHijos
               MOVE "S" TO wss-confirma
               MOVE "Q" TO wss-texto
           END-IF.

      *-----------------------------------------------------------------

      * la clave de auditoria es FAMILIA/grupo/accion con la accion
      * en wss-texto
       3100-AUDITAR-GRUPO.
           OPEN EXTEND ARCH-AUDIT
           MOVE SPACES TO aud-clave
           STRING "FAMILIA/"    DELIMITED BY SIZE
               FAM-NUMERO       DELIMITED BY SIZE
               "/"              DELIMITED BY SIZE
               wss-texto        DELIMITED BY SPACE
               INTO aud-clave
           END-STRING
           PERFORM 3150-REGISTRAR-AUDITORIA
           CLOSE ARCH-AUDIT.

      *-----------------------------------------------------------------

      * deja constancia en AUDIT.LOG de quien y cuando toco el grupo
       3150-REGISTRAR-AUDITORIA.
           ACCEPT aud-fecha FROM DATE YYYYMMDD
           ACCEPT aud-hora FROM TIME
           PERFORM 8800-OBTENER-USUARIO-SESION
           IF wss-usuario-sesion = SPACES
               ACCEPT aud-usuario FROM ENVIRONMENT "USER"
           ELSE
               MOVE wss-usuario-sesion TO aud-usuario
           END-IF
           MOVE "PGENFAMI" TO aud-programa
           WRITE REG-AUDIT
           IF NOT wss-fs-aud-OK then
               display "error al escribir en AUDIT.LOG"
           END-IF.

      *-----------------------------------------------------------------

      * se consulta por numero de grupo o por cualquiera de los
      * hermanos
       4000-MODO-CONSULTA.
           DISPLAY "INGRESE EL NUMERO DE GRUPO FAMILIAR (0 para "
               "buscarlo por numero de alumno)"
           ACCEPT wss-nroGrupo
           IF wss-nroGrupo = 0
               DISPLAY "INGRESE EL NUMERO DE ALUMNO (6 digitos)"
               ACCEPT wss-nroAlumno
               PERFORM 0950-BUSCAR-GRUPO-DEL-ALUMNO
               MOVE wss-grupoDelAlumno TO wss-nroGrupo
           END-IF
           MOVE "N" TO wss-encontro
           OPEN INPUT ARCH-FAM
           IF wss-fs-fam-OK
               MOVE 0 TO flag
               READ ARCH-FAM AT END MOVE 1 TO flag
               END-READ
               PERFORM UNTIL flag = 1 OR wss-encontro = "S"
                   IF FAM-NUMERO = wss-nroGrupo
                       MOVE "S" TO wss-encontro
                       PERFORM 4100-MOSTRAR-GRUPO
                   ELSE
                       READ ARCH-FAM AT END MOVE 1 TO flag
                       END-READ
                   END-IF
               END-PERFORM
               CLOSE ARCH-FAM
           ELSE
               CLOSE ARCH-FAM
           END-IF
           MOVE 0 TO flag
           IF wss-encontro = "N"
               DISPLAY "no se encontro el grupo familiar"
           END-IF.

      *-----------------------------------------------------------------

      * los hermanos se muestran con su orden por fecha de
      * nacimiento, el mismo que usa la facturacion
       4100-MOSTRAR-GRUPO.
           MOVE FAM-NUMERO TO lgr-numero
           INITIALIZE AREA-DE-COMMUNICATION-FECH
           MOVE 2 TO OPCION-F
           MOVE FAM-FECHA-ALTA(7:2) TO diaa
           MOVE FAM-FECHA-ALTA(5:2) TO mess
           MOVE FAM-FECHA-ALTA(1:4) TO anioo
           CALL Rfecha USING AREA-DE-COMMUNICATION-FECH
           MOVE FECHA-FORMATOO3 TO lgr-fechaAlta
           DISPLAY LINEA-GRUPO
           MOVE FAM-RESP1-NOMBRE TO lid-respNombre
           MOVE FAM-RESP1-PARENT TO lid-respParent
           DISPLAY LINEA-DETALLE-3
           IF FAM-RESP2-NOMBRE NOT = SPACES
               MOVE FAM-RESP2-NOMBRE TO lid-respNombre
               MOVE FAM-RESP2-PARENT TO lid-respParent
               DISPLAY LINEA-DETALLE-3
           END-IF
           MOVE FAM-DOMICILIO TO lid-domicilio
           MOVE FAM-LOCALIDAD TO lid-localidad
           DISPLAY LINEA-DETALLE-1
           MOVE FAM-TELEFONO-1 TO lid-telefono1
           MOVE FAM-TELEFONO-2 TO lid-telefono2
           DISPLAY LINEA-DETALLE-2
           PERFORM VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND > FAM-CANT-HIJOS
               MOVE 1 TO lhe-orden
               PERFORM VARYING WS-IND-2 FROM 1 BY 1
                       UNTIL WS-IND-2 > FAM-CANT-HIJOS
                   IF FAM-FECHA-NAC(WS-IND-2) < FAM-FECHA-NAC(WS-IND)
                           OR (FAM-FECHA-NAC(WS-IND-2) =
                               FAM-FECHA-NAC(WS-IND)
                           AND FAM-NRO-ALUMNO(WS-IND-2) <
                               FAM-NRO-ALUMNO(WS-IND))
                       ADD 1 TO lhe-orden
                   END-IF
               END-PERFORM
               MOVE FAM-NRO-ALUMNO(WS-IND) TO lhe-nroAlumno
               INITIALIZE AREA-DE-COMMUNICATIONN
               MOVE 2 TO OPCION
               MOVE FAM-NRO-ALUMNO(WS-IND) TO NUM-DAT-BUSCAR
               CALL Ralum USING AREA-DE-COMMUNICATIONN
               IF retorn-num = 0
                   MOVE DESCRIPCION TO lhe-nombre
               ELSE
                   MOVE "ALUMNO NO HALLADO" TO lhe-nombre
               END-IF
               INITIALIZE AREA-DE-COMMUNICATION-FECH
               MOVE 2 TO OPCION-F
               MOVE FAM-FECHA-NAC(WS-IND)(7:2) TO diaa
               MOVE FAM-FECHA-NAC(WS-IND)(5:2) TO mess
               MOVE FAM-FECHA-NAC(WS-IND)(1:4) TO anioo
               CALL Rfecha USING AREA-DE-COMMUNICATION-FECH
               MOVE FECHA-FORMATOO3 TO lhe-fechaNac
               DISPLAY LINEA-HERMANO
           END-PERFORM.

      *-----------------------------------------------------------------

       5000-CERRAR-PROGRAMA.
           GOBACK.

      *-----------------------------------------------------------------

      * la tabla se reemplaza entera con los tres porcentajes; un
      * porcentaje en cero deja a ese orden sin descuento
       6000-MODO-DESCUENTO-HERMANOS.
           PERFORM 8800-OBTENER-USUARIO-SESION
           IF wss-rol-sesion NOT = "S"
               DISPLAY "solo el supervisor puede cambiar los "
                   "descuentos por hermano"
               PERFORM 5000-CERRAR-PROGRAMA
           END-IF
           MOVE 0 TO VECTOR-PORC-HERMANO(2) VECTOR-PORC-HERMANO(3)
               VECTOR-PORC-HERMANO(4)
           OPEN INPUT ARCH-HDE
           IF wss-fs-hde-OK
               MOVE 0 TO flag
               READ ARCH-HDE AT END MOVE 1 TO flag
               END-READ
               PERFORM UNTIL flag = 1
                   IF HDE-ORDEN >= 2 AND HDE-ORDEN <= 4
                       MOVE HDE-PORCENTAJE TO
                           VECTOR-PORC-HERMANO(HDE-ORDEN)
                   END-IF
                   READ ARCH-HDE AT END MOVE 1 TO flag
                   END-READ
               END-PERFORM
           END-IF
           CLOSE ARCH-HDE
           MOVE 0 TO flag
           DISPLAY "DESCUENTOS VIGENTES:  2do " VECTOR-PORC-HERMANO(2)
               "%  3ro " VECTOR-PORC-HERMANO(3) "%  4to y mas "
               VECTOR-PORC-HERMANO(4) "%"
           PERFORM VARYING WS-IND FROM 2 BY 1 UNTIL WS-IND > 4
               MOVE "N" TO wss-dato-valido
               PERFORM UNTIL wss-dato-valido = "S"
                   IF WS-IND = 4
                       DISPLAY "INGRESE EL PORCENTAJE DEL CUARTO "
                           "HERMANO EN ADELANTE (0 a 100)"
                   ELSE
                       DISPLAY "INGRESE EL PORCENTAJE DEL HERMANO "
                           "NUMERO " WS-IND " (0 a 100)"
                   END-IF
                   ACCEPT wss-porcentaje
                   IF wss-porcentaje IS NUMERIC
                           AND wss-porcentaje <= 100
                       MOVE wss-porcentaje TO
                           VECTOR-PORC-HERMANO(WS-IND)
                       MOVE "S" TO wss-dato-valido
                   ELSE
                       DISPLAY "error el porcentaje va de 0 a 100"
                   END-IF
               END-PERFORM
           END-PERFORM
           OPEN OUTPUT ARCH-HDE
           IF NOT wss-fs-hde-OK then
               display "error al abrir el archivo HERMDESC.DAT"
               PERFORM 5000-CERRAR-PROGRAMA
           END-IF
           PERFORM VARYING WS-IND FROM 2 BY 1 UNTIL WS-IND > 4
               MOVE WS-IND TO HDE-ORDEN
               MOVE VECTOR-PORC-HERMANO(WS-IND) TO HDE-PORCENTAJE
               MOVE SPACES TO ESPACIO-HDE
               WRITE REG-HDE
           END-PERFORM
           CLOSE ARCH-HDE
           OPEN EXTEND ARCH-AUDIT
           MOVE "HERMDESC" TO aud-clave
           PERFORM 3150-REGISTRAR-AUDITORIA
           CLOSE ARCH-AUDIT
           DISPLAY "descuentos por hermano grabados".

      *-----------------------------------------------------------------

      * reintenta la apertura de FAMILIAS.DAT mientras el estado sea
      * de comparticion, avisando al operador en cada vuelta
       8900-REINTENTAR-APERTURA.
           MOVE 0 TO wss-reintentos
           PERFORM UNTIL NOT wss-fs-fam-OCUPADO
                   OR wss-reintentos >= 5
               ADD 1 TO wss-reintentos
               DISPLAY "FAMILIAS.DAT esta en uso por otro operador "
                   "(estado " wss-fs-fam "), reintento "
                   wss-reintentos " de 5..."
               CALL "C$SLEEP" USING wss-segundos-espera
               OPEN EXTEND ARCH-FAM
           END-PERFORM.

      *-----------------------------------------------------------------

       8910-REINTENTAR-APERTURA-IO.
           MOVE 0 TO wss-reintentos
           PERFORM UNTIL NOT wss-fs-fam-OCUPADO
                   OR wss-reintentos >= 5
               ADD 1 TO wss-reintentos
               DISPLAY "FAMILIAS.DAT esta en uso por otro operador "
                   "(estado " wss-fs-fam "), reintento "
                   wss-reintentos " de 5..."
               CALL "C$SLEEP" USING wss-segundos-espera
               OPEN I-O ARCH-FAM
           END-PERFORM.

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
           MOVE "PGENFAMI" TO V-PROGRAMA
           CALL Rventana USING AREA-DE-COMMUNICATION-VEN
           IF retorn-num-v NOT = 0
               PERFORM 5000-CERRAR-PROGRAMA
           END-IF.

      *-----------------------------------------------------------------
       END PROGRAM PGENFAMI.

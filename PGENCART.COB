      ******************************************************************
      * Author: Gonzalez Nazarena Araceli
      * Date:
      * Purpose: Cartas a las familias por combinacion de plantillas.
      *    Cada tipo de carta tiene su plantilla, que se carga con
      *    este mismo programa: CARTCOBR.DAT recordatorio de pago,
      *    CARTRIES.DAT riesgo academico, CARTDOCU.DAT documentacion
      *    faltante y CARTSANC.DAT aviso de sancion. Las plantillas
      *    llevan campos de combinacion entre < y > (<FECHA>,
      *    <RESPONSABLE>, <PARENTESCO>, <DOMICILIO>, <LOCALIDAD>,
      *    <ALUMNO>, <NUMERO>, <SEDE> y <DETALLE>). Los destinatarios
      *    salen de MOROSOS.DAT (PGENCUOT), ALERTAS.DAT (PALERTAS),
      *    DOCPEND.DAT (PGENDALU) y de las sanciones vigentes de
      *    SANCION.DAT; el responsable y el domicilio, de ALUMDET.DAT
      *    o del grupo familiar de FAMILIAS.DAT, que manda como en el
      *    estado de cuenta PESTCUEN. Emite CARTAS.DAT con una carta
      *    por hoja y ETICARTA.DAT con la etiqueta de cada carta en
      *    el mismo orden. El alumno sin domicilio valido no lleva
      *    carta y sale en CARTRECH.DAT, igual que la carta que ya se
      *    mando dentro del intervalo de CARTPARM.DAT (treinta dias si
      *    no esta). Cada carta queda en CORRESP.DAT con la fecha y el
      *    tipo, y la consulta de legajo PCONLEGA la muestra.
      *    Con la ventana batch abierta (PJOBSTRM corriendo la cadena
      *    nocturna) no entra, salvo que el supervisor lo fuerce
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGENCART.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL ARCH-PLA         ASSIGN TO wss-nombre-plantilla
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-pla.

       SELECT OPTIONAL ARCH-MOR         ASSIGN TO "MOROSOS.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-mor.

       SELECT OPTIONAL ARCH-ALE         ASSIGN TO "ALERTAS.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-ale.

       SELECT OPTIONAL ARCH-PEN         ASSIGN TO "DOCPEND.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-pen.

       SELECT OPTIONAL ARCH-SAN         ASSIGN TO "SANCION.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-san.

       SELECT OPTIONAL ARCH-DET         ASSIGN TO "ALUMDET.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-det.

       SELECT OPTIONAL ARCH-FAM         ASSIGN TO "FAMILIAS.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-fam.

       SELECT OPTIONAL ARCH-CRS         ASSIGN TO "CORRESP.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-crs.

       SELECT OPTIONAL ARCH-PRM         ASSIGN TO "CARTPARM.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-prm.

       SELECT OPTIONAL ARCH-CAR         ASSIGN TO "CARTAS.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-car.

       SELECT OPTIONAL ARCH-ETI         ASSIGN TO "ETICARTA.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-eti.

       SELECT OPTIONAL ARCH-RCH         ASSIGN TO "CARTRECH.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-rch.

       SELECT OPTIONAL ARCH-AUDIT       ASSIGN TO "AUDIT.LOG"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-aud.

       SELECT OPTIONAL ARCH-SES         ASSIGN TO "SESION.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-ses.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCH-PLA.
           01  REG-PLA               PIC X(80).

      * MOROSOS.DAT y DOCPEND.DAT son listados: solo interesan los
      * renglones de detalle, con el numero de alumno en la columna 5
       FD  ARCH-MOR.
           01  REG-MOR.
                05 mor-blancos        PIC X(4).
                05 mor-nroAlumno      PIC X(6).
                05 mor-separador      PIC X(3).
                05 mor-nombre         PIC X(23).
                05 FILLER             PIC X(16).
                05 mor-cuotas         PIC X(3).
                05 FILLER             PIC X(9).
                05 mor-saldo          PIC X(9).
                05 FILLER             PIC X(17).

       FD  ARCH-ALE.
           01  REG-ALE.
                05 ALE-NRO-ALUMNO     PIC 9(6).
                05 ALE-ANIO           PIC 9(4).
                05 ALE-MES            PIC 99.
                05 ALE-ASISTENCIA     PIC 9(3).
                05 ALE-PROMEDIO       PIC 99V99.
                05 ALE-TIPO           PIC X.
                    88 ALERTA-ASISTENCIA      VALUE "A".
                    88 ALERTA-NOTAS           VALUE "N".
                    88 ALERTA-AMBAS           VALUE "B".
                05 ESPACIO-ALE        PIC XX.

       FD  ARCH-PEN.
           01  REG-PEN.
                05 pen-blancos        PIC X(4).
                05 pen-nroAlumno      PIC X(6).
                05 pen-separador      PIC X(3).
                05 pen-nombre         PIC X(23).
                05 FILLER             PIC X(8).
                05 pen-tipoDoc        PIC X(3).
                05 FILLER             PIC X(2).
                05 pen-situacion      PIC X(10).
                05 FILLER             PIC X(31).

       FD  ARCH-SAN.
           01  REG-SAN.
                05 SAN-NRO-ALUMNO     PIC 9(6).
                05 SAN-FECHA          PIC 9(8).
                05 SAN-TIPO           PIC X.
                    88 SAN-APERCIBIMIENTO     VALUE "A".
                    88 SAN-SUSPENSION         VALUE "S".
                    88 SAN-EXPULSION          VALUE "E".
                05 SAN-DESCRIP        PIC X(30).
                05 SAN-FECHA-DESDE    PIC 9(8).
                05 SAN-FECHA-HASTA    PIC 9(8).
                05 SAN-BLOQUEA        PIC X.
                05 ESPACIO            PIC XX.

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

      * una carta enviada: la misma carta es el mismo alumno, tipo y
      * referencia (periodo de la alerta o fecha de la sancion)
       FD  ARCH-CRS.
           01  REG-CRS.
                05 CRS-NRO-ALUMNO     PIC 9(6).
                05 CRS-TIPO           PIC X.
                    88 CARTA-COBRANZA         VALUE "C".
                    88 CARTA-RIESGO           VALUE "R".
                    88 CARTA-DOCUMENTACION    VALUE "D".
                    88 CARTA-SANCION          VALUE "S".
                05 CRS-REFERENCIA     PIC X(8).
                05 CRS-FECHA          PIC 9(8).
                05 CRS-HORA           PIC 9(6).
                05 CRS-USUARIO        PIC X(20).
                05 CRS-DESTINATARIO   PIC X(23).
                05 CRS-DETALLE        PIC X(40).
                05 ESPACIO-CRS        PIC XX.

       FD  ARCH-PRM.
           01  REG-PRM.
                05 prm-diasIntervalo  PIC 9(3).

       FD  ARCH-CAR.
           01  REG-CAR               PIC X(80).

       FD  ARCH-ETI.
           01  REG-ETI               PIC X(90).

       FD  ARCH-RCH.
           01  REG-RCH               PIC X(90).

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
       77  wss-tipoPedido                PIC X     VALUE SPACE.
       77  wss-confirma                  PIC X.
       77  wss-fechaHoy                  PIC 9(8).
       77  wss-usuario                   PIC X(20).
       77  wss-nombre-plantilla          PIC X(12) VALUE SPACES.

       01  wss-fs-pla                    PIC X(2).
           88 wss-fs-pla-OK                        VALUE '00'.
       01  wss-fs-mor                    PIC X(2).
           88 wss-fs-mor-OK                        VALUE '00'.
       01  wss-fs-ale                    PIC X(2).
           88 wss-fs-ale-OK                        VALUE '00'.
       01  wss-fs-pen                    PIC X(2).
           88 wss-fs-pen-OK                        VALUE '00'.
       01  wss-fs-san                    PIC X(2).
           88 wss-fs-san-OK                        VALUE '00'.
       01  wss-fs-det                    PIC X(2).
           88 wss-fs-det-OK                        VALUE '00'.
       01  wss-fs-fam                    PIC X(2).
           88 wss-fs-fam-OK                        VALUE '00'.
       01  wss-fs-crs                    PIC X(2).
           88 wss-fs-crs-OK                        VALUE '00'.
           88 wss-fs-crs-NOEXISTE                  VALUE '05'.
       01  wss-fs-prm                    PIC X(2).
           88 wss-fs-prm-OK                        VALUE '00'.
       01  wss-fs-car                    PIC X(2).
           88 wss-fs-car-OK                        VALUE '00'.
       01  wss-fs-eti                    PIC X(2).
           88 wss-fs-eti-OK                        VALUE '00'.
       01  wss-fs-rch                    PIC X(2).
           88 wss-fs-rch-OK                        VALUE '00'.
       01  wss-fs-aud                    PIC X(2).
           88 wss-fs-aud-OK                        VALUE '00'.
           88 wss-fs-aud-NOEXISTE                  VALUE '05'.

      * dias que tienen que pasar para repetir la misma carta
       77  wss-diasIntervalo             PIC 9(3)  VALUE 030.

      * tipos de carta con su plantilla
       01  TABLA-TIPOS.
           05 FILLER                     PIC X(38) VALUE
           "CCARTCOBR.DATRECORDATORIO DE PAGO".
           05 FILLER                     PIC X(38) VALUE
           "RCARTRIES.DATRIESGO ACADEMICO".
           05 FILLER                     PIC X(38) VALUE
           "DCARTDOCU.DATDOCUMENTACION FALTANTE".
           05 FILLER                     PIC X(38) VALUE
           "SCARTSANC.DATAVISO DE SANCION".
       01  FILLER REDEFINES TABLA-TIPOS.
           05 FILLER                     OCCURS 4 TIMES.
               10 tipCodigo              PIC X.
               10 tipArchivo             PIC X(12).
               10 tipDescripcion         PIC X(25).
       77  WS-IND-TIP                    PIC 9     COMP.
       77  wss-indTipo                   PIC 9     COMP VALUE 0.

      * renglones de la plantilla del tipo que se esta emitiendo
       77  wss-cont-renglones            PIC 9(3)  COMP VALUE 0.
       01  VECTOR-PLANTILLA              OCCURS 60 TIMES
                                         PIC X(80).
       77  WS-IND-REN                    PIC 9(3)  COMP.
       77  wss-renglonIngresado          PIC X(80).

      * destinatarios de un tipo de carta, en el orden de su archivo
       77  wss-cont-destinos             PIC 9(4)  COMP VALUE 0.
       01  VECTOR-DESTINOS               OCCURS 2000 TIMES.
           05 vde-nroAlumno              PIC 9(6).
           05 vde-referencia             PIC X(8).
           05 vde-detalle                PIC X(80).
           05 vde-largo                  PIC 9(3)  COMP.
       77  WS-IND-DES                    PIC 9(4)  COMP.
       77  wss-indDestino                PIC 9(4)  COMP.
       77  wss-nroBuscado                PIC 9(6).
       77  wss-referencia                PIC X(8).

      * datos ampliados de los alumnos
       77  wss-cont-detalles             PIC 9(4)  COMP VALUE 0.
       01  VECTOR-DETALLES               OCCURS 3000 TIMES.
           05 vdt-nroAlumno              PIC 9(6).
           05 vdt-domicilio              PIC X(30).
           05 vdt-localidad              PIC X(20).
           05 vdt-respNombre             PIC X(23).
           05 vdt-respParent             PIC X(10).
       77  WS-IND-DET                    PIC 9(4)  COMP.

      * grupos familiares y cada hermano con el lugar de su grupo
       77  wss-cont-familias             PIC 9(4)  COMP VALUE 0.
       01  VECTOR-FAMILIAS               OCCURS 1000 TIMES.
           05 vfa-respNombre             PIC X(23).
           05 vfa-respParent             PIC X(10).
           05 vfa-domicilio              PIC X(30).
           05 vfa-localidad              PIC X(20).
       77  WS-IND-FAM                    PIC 9(4)  COMP.
       77  wss-cont-hermanos             PIC 9(4)  COMP VALUE 0.
       01  VECTOR-HERMANOS               OCCURS 3000 TIMES.
           05 vhe-nroAlumno              PIC 9(6).
           05 vhe-indFamilia             PIC 9(4)  COMP.
       77  WS-IND-HER                    PIC 9(4)  COMP.

      * ultima fecha de envio de cada carta de CORRESP.DAT
       77  wss-cont-enviadas             PIC 9(4)  COMP VALUE 0.
       01  VECTOR-ENVIADAS               OCCURS 5000 TIMES.
           05 ven-clave.
               10 ven-nroAlumno          PIC 9(6).
               10 ven-tipo               PIC X.
               10 ven-referencia         PIC X(8).
           05 ven-fecha                  PIC 9(8).
       77  WS-IND-ENV                    PIC 9(4)  COMP.
       77  wss-indEnviada                PIC 9(4)  COMP.
       01  wss-claveCarta.
           05 wss-cc-nroAlumno           PIC 9(6).
           05 wss-cc-tipo                PIC X.
           05 wss-cc-referencia          PIC X(8).

      * datos de la carta que se esta armando
       77  wss-respNombre                PIC X(23).
       77  wss-respParent                PIC X(10).
       77  wss-domicilio                 PIC X(30).
       77  wss-localidad                 PIC X(20).
       77  wss-nombreAlumno              PIC X(23).
       77  wss-sedeAlumno                PIC X(2).
       77  wss-motivoRechazo             PIC X(30).

      * combinacion de un renglon de la plantilla
       77  wss-renglonPlantilla          PIC X(80).
       77  wss-renglonCarta              PIC X(80).
       77  wss-posEntrada                PIC 9(3)  COMP.
       77  wss-posSalida                 PIC 9(3)  COMP.
       77  wss-posCierre                 PIC 9(3)  COMP.
       77  wss-posBusca                  PIC 9(3)  COMP.
       77  wss-largoCampo                PIC 9(3)  COMP.
       77  wss-campo                     PIC X(12).
       77  wss-campo-valido              PIC X.
       77  wss-valor                     PIC X(80).
       77  wss-largoValor                PIC 9(3)  COMP.

      * armado de los textos de detalle
       77  wss-puntero                   PIC 9(3)  COMP.
       77  wss-textoNumero               PIC X(12).
       77  wss-textoJustificado          PIC X(12).
       77  wss-posNumero                 PIC 9(3)  COMP.
       77  wss-asistenciaEd              PIC ZZ9.
       77  wss-promedioEd                PIC Z9.99.
       77  wss-fechaEd                   PIC X(10).
       77  wss-fechaEd2                  PIC X(10).
       77  wss-fechaAEditar              PIC 9(8).
       77  wss-periodoAlerta             PIC 9(6).

       77  wss-cont-cartas               PIC 9(5)  COMP VALUE 0.
       77  wss-cont-cartasTipo           PIC 9(5)  COMP VALUE 0.
       77  wss-cont-sinDomicilio         PIC 9(5)  COMP VALUE 0.
       77  wss-cont-repetidas            PIC 9(5)  COMP VALUE 0.
       77  wss-contEd                    PIC 9(4).

       01  LINEA-ETIQUETA-NOMBRE.
           05 FILLER                     PIC X(2)  VALUE "| ".
           05 etc-nombre                 PIC X(23).
           05 FILLER                     PIC X(2)  VALUE " (".
           05 etc-parentesco             PIC X(10).
           05 FILLER                     PIC X     VALUE ")".

       01  LINEA-ETIQUETA-DOMICILIO.
           05 FILLER                     PIC X(2)  VALUE "| ".
           05 etc-domicilio              PIC X(30).

       01  LINEA-ETIQUETA-LOCALIDAD.
           05 FILLER                     PIC X(2)  VALUE "| ".
           05 etc-localidad              PIC X(20).

       01  LINEA-ETIQUETA-REFERENCIA.
           05 FILLER                     PIC X(10) VALUE "| ALUMNO ".
           05 etc-nroAlumno              PIC 9(6).
           05 FILLER                     PIC X(9)  VALUE "  CARTA: ".
           05 etc-tipo                   PIC X.

       01  LINEA-RECHAZO.
           05 FILLER                     PIC X(4)  VALUE SPACES.
           05 rch-nroAlumno              PIC 9(6).
           05 FILLER                     PIC X(3)  VALUE " - ".
           05 rch-nombre                 PIC X(23).
           05 FILLER                     PIC X(2)  VALUE SPACES.
           05 rch-tipo                   PIC X(25).
           05 FILLER                     PIC X(2)  VALUE SPACES.
           05 rch-motivo                 PIC X(25).

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
           PERFORM 8550-CONTROLAR-VENTANA-BATCH
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
           PERFORM 0500-SELECCIONAR-MODO
           IF wss-modo = 1
               PERFORM 1000-CARGAR-PLANTILLA
           ELSE
               PERFORM 2000-EMITIR-CARTAS
           END-IF
           PERFORM 5000-CERRAR-PROGRAMA.

      */////////////////////////////////////////////////////////////////

       0500-SELECCIONAR-MODO.
           PERFORM UNTIL wss-modo >= 1 AND wss-modo <= 2
               DISPLAY "1-CARGAR LA PLANTILLA DE UN TIPO DE CARTA"
               DISPLAY "2-EMITIR LAS CARTAS A LAS FAMILIAS"
               ACCEPT wss-modo
               IF wss-modo < 1 OR wss-modo > 2
                   DISPLAY "opcion invalida"
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------

      * deja en wss-indTipo el tipo pedido; en la emision se aceptan
      * tambien todos los tipos juntos (T)
       0600-ELEGIR-TIPO.
           MOVE 0 TO wss-indTipo
           PERFORM UNTIL wss-indTipo > 0
               PERFORM VARYING WS-IND-TIP FROM 1 BY 1
                       UNTIL WS-IND-TIP > 4
                   DISPLAY tipCodigo(WS-IND-TIP) "-"
                       tipDescripcion(WS-IND-TIP)
               END-PERFORM
               IF wss-modo = 2
                   DISPLAY "T-TODOS LOS TIPOS"
               END-IF
               ACCEPT wss-tipoPedido
               IF wss-tipoPedido = "T" AND wss-modo = 2
                   MOVE 9 TO wss-indTipo
               ELSE
                   PERFORM VARYING WS-IND-TIP FROM 1 BY 1
                           UNTIL WS-IND-TIP > 4
                       IF tipCodigo(WS-IND-TIP) = wss-tipoPedido
                           MOVE WS-IND-TIP TO wss-indTipo
                       END-IF
                   END-PERFORM
               END-IF
               IF wss-indTipo = 0
                   DISPLAY "tipo de carta invalido, reingrese"
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------

      * la plantilla se reemplaza entera: se muestra la actual, se
      * ingresan los renglones nuevos y se graba si se confirma
       1000-CARGAR-PLANTILLA.
           PERFORM 0600-ELEGIR-TIPO
           PERFORM 3100-LEER-PLANTILLA
           IF wss-cont-renglones > 0
               DISPLAY "PLANTILLA ACTUAL DE "
                   tipDescripcion(wss-indTipo)
               PERFORM VARYING WS-IND-REN FROM 1 BY 1
                       UNTIL WS-IND-REN > wss-cont-renglones
                   DISPLAY VECTOR-PLANTILLA(WS-IND-REN)
               END-PERFORM
           END-IF
           DISPLAY "CAMPOS: <FECHA> <RESPONSABLE> <PARENTESCO> "
               "<DOMICILIO> <LOCALIDAD>"
           DISPLAY "        <ALUMNO> <NUMERO> <SEDE> <DETALLE>"
           DISPLAY "INGRESE LOS RENGLONES DE LA CARTA (hasta 80 "
               "caracteres, hasta 60 renglones)"
           DISPLAY "(para terminar escriba FIN en un renglon solo)"
           MOVE 0 TO wss-cont-renglones
           MOVE SPACES TO wss-renglonIngresado
           PERFORM UNTIL wss-renglonIngresado = "FIN"
                   OR wss-cont-renglones >= 60
               MOVE SPACES TO wss-renglonIngresado
               ACCEPT wss-renglonIngresado
               IF wss-renglonIngresado NOT = "FIN"
                   ADD 1 TO wss-cont-renglones
                   MOVE wss-renglonIngresado
                       TO VECTOR-PLANTILLA(wss-cont-renglones)
               END-IF
           END-PERFORM
           IF wss-cont-renglones = 0
               DISPLAY "plantilla vacia, no se modifico nada"
           ELSE
               DISPLAY "CONFIRMA LA PLANTILLA NUEVA? (S/N)"
               ACCEPT wss-confirma
               IF wss-confirma = "S" OR wss-confirma = "s"
                   PERFORM 1100-GRABAR-PLANTILLA
               ELSE
                   DISPLAY "carga cancelada, no se modifico nada"
               END-IF
           END-IF.

      *-----------------------------------------------------------------

       1100-GRABAR-PLANTILLA.
           OPEN OUTPUT ARCH-PLA
           IF NOT wss-fs-pla-OK then
               display "error al abrir el archivo "
                   wss-nombre-plantilla
           ELSE
               PERFORM VARYING WS-IND-REN FROM 1 BY 1
                       UNTIL WS-IND-REN > wss-cont-renglones
                   WRITE REG-PLA FROM VECTOR-PLANTILLA(WS-IND-REN)
               END-PERFORM
               CLOSE ARCH-PLA
               DISPLAY "plantilla grabada en " wss-nombre-plantilla
               OPEN EXTEND ARCH-AUDIT
               MOVE SPACES TO aud-clave
               STRING "PLANTILLA " tipCodigo(wss-indTipo)
                   DELIMITED BY SIZE INTO aud-clave
               END-STRING
               PERFORM 4900-REGISTRAR-AUDITORIA
               CLOSE ARCH-AUDIT
           END-IF.

      *-----------------------------------------------------------------

       2000-EMITIR-CARTAS.
           PERFORM 0600-ELEGIR-TIPO
           PERFORM 2050-CARGAR-PARAMETROS
           PERFORM 2100-CARGAR-DOMICILIOS
           PERFORM 2150-CARGAR-GRUPOS-FAMILIARES
           PERFORM 2200-CARGAR-ENVIADAS
           PERFORM 2300-ABRIR-SALIDAS
           IF wss-indTipo = 9
               PERFORM VARYING WS-IND-TIP FROM 1 BY 1
                       UNTIL WS-IND-TIP > 4
                   MOVE WS-IND-TIP TO wss-indTipo
                   PERFORM 3000-PROCESAR-UN-TIPO
               END-PERFORM
           ELSE
               PERFORM 3000-PROCESAR-UN-TIPO
           END-IF
           PERFORM 2400-CERRAR-SALIDAS
           DISPLAY "*** CARTAS EMITIDAS EN CARTAS.DAT ***"
           DISPLAY "cartas: " wss-cont-cartas
               "  sin domicilio valido: " wss-cont-sinDomicilio
               "  ya enviadas en el intervalo: " wss-cont-repetidas
           DISPLAY "etiquetas en ETICARTA.DAT, alumnos sin carta en "
               "CARTRECH.DAT".

      *-----------------------------------------------------------------

      * el intervalo sale de CARTPARM.DAT si esta; si no, treinta dias
       2050-CARGAR-PARAMETROS.
           OPEN INPUT ARCH-PRM
           IF wss-fs-prm-OK
               READ ARCH-PRM AT END CONTINUE
                   NOT AT END
                       IF prm-diasIntervalo IS NUMERIC
                           MOVE prm-diasIntervalo TO wss-diasIntervalo
                       END-IF
               END-READ
               CLOSE ARCH-PRM
           END-IF.

      *-----------------------------------------------------------------

       2100-CARGAR-DOMICILIOS.
           OPEN INPUT ARCH-DET
           IF wss-fs-det-OK
               MOVE "N" TO flag
               READ ARCH-DET AT END MOVE "S" TO flag
               END-READ
               PERFORM UNTIL flag = "S"
                   IF wss-cont-detalles < 3000
                       ADD 1 TO wss-cont-detalles
                       MOVE wss-cont-detalles TO WS-IND-DET
                       MOVE DET-NRO-ALUMNO TO vdt-nroAlumno(WS-IND-DET)
                       MOVE DET-DOMICILIO TO vdt-domicilio(WS-IND-DET)
                       MOVE DET-LOCALIDAD TO vdt-localidad(WS-IND-DET)
                       IF DET-RESP1-NOMBRE NOT = SPACES
                           MOVE DET-RESP1-NOMBRE
                               TO vdt-respNombre(WS-IND-DET)
                           MOVE DET-RESP1-PARENT
                               TO vdt-respParent(WS-IND-DET)
                       ELSE
                           MOVE DET-RESP2-NOMBRE
                               TO vdt-respNombre(WS-IND-DET)
                           MOVE DET-RESP2-PARENT
                               TO vdt-respParent(WS-IND-DET)
                       END-IF
                   END-IF
                   READ ARCH-DET AT END MOVE "S" TO flag
                   END-READ
               END-PERFORM
               CLOSE ARCH-DET
           ELSE
               CLOSE ARCH-DET
           END-IF
           MOVE "N" TO flag.

      *-----------------------------------------------------------------

       2150-CARGAR-GRUPOS-FAMILIARES.
           OPEN INPUT ARCH-FAM
           IF wss-fs-fam-OK
               MOVE "N" TO flag
               READ ARCH-FAM AT END MOVE "S" TO flag
               END-READ
               PERFORM UNTIL flag = "S"
                   IF wss-cont-familias < 1000
                       ADD 1 TO wss-cont-familias
                       MOVE FAM-RESP1-NOMBRE TO
                           vfa-respNombre(wss-cont-familias)
                       MOVE FAM-RESP1-PARENT TO
                           vfa-respParent(wss-cont-familias)
                       MOVE FAM-DOMICILIO TO
                           vfa-domicilio(wss-cont-familias)
                       MOVE FAM-LOCALIDAD TO
                           vfa-localidad(wss-cont-familias)
                       PERFORM VARYING WS-IND-HER FROM 1 BY 1
                               UNTIL WS-IND-HER > FAM-CANT-HIJOS
                               OR wss-cont-hermanos >= 3000
                           ADD 1 TO wss-cont-hermanos
                           MOVE FAM-NRO-ALUMNO(WS-IND-HER) TO
                               vhe-nroAlumno(wss-cont-hermanos)
                           MOVE wss-cont-familias TO
                               vhe-indFamilia(wss-cont-hermanos)
                       END-PERFORM
                   END-IF
                   READ ARCH-FAM AT END MOVE "S" TO flag
                   END-READ
               END-PERFORM
               CLOSE ARCH-FAM
           ELSE
               CLOSE ARCH-FAM
           END-IF
           MOVE "N" TO flag.

      *-----------------------------------------------------------------

      * de cada carta ya mandada queda la fecha del ultimo envio
       2200-CARGAR-ENVIADAS.
           OPEN INPUT ARCH-CRS
           IF wss-fs-crs-OK
               MOVE "N" TO flag
               READ ARCH-CRS AT END MOVE "S" TO flag
               END-READ
               PERFORM UNTIL flag = "S"
                   MOVE CRS-NRO-ALUMNO TO wss-cc-nroAlumno
                   MOVE CRS-TIPO       TO wss-cc-tipo
                   MOVE CRS-REFERENCIA TO wss-cc-referencia
                   PERFORM 3650-BUSCAR-ENVIADA
                   IF wss-indEnviada = 0
                       IF wss-cont-enviadas < 5000
                           ADD 1 TO wss-cont-enviadas
                           MOVE wss-cont-enviadas TO wss-indEnviada
                           MOVE wss-claveCarta
                               TO ven-clave(wss-indEnviada)
                           MOVE 0 TO ven-fecha(wss-indEnviada)
                       END-IF
                   END-IF
                   IF wss-indEnviada > 0
                       IF CRS-FECHA > ven-fecha(wss-indEnviada)
                           MOVE CRS-FECHA TO ven-fecha(wss-indEnviada)
                       END-IF
                   END-IF
                   READ ARCH-CRS AT END MOVE "S" TO flag
                   END-READ
               END-PERFORM
               CLOSE ARCH-CRS
           ELSE
               CLOSE ARCH-CRS
           END-IF
           MOVE "N" TO flag.

      *-----------------------------------------------------------------

       2300-ABRIR-SALIDAS.
           OPEN OUTPUT ARCH-CAR
           IF NOT wss-fs-car-OK then
               display "error al abrir el archivo CARTAS.DAT"
               PERFORM 5000-CERRAR-PROGRAMA
           END-IF
           OPEN OUTPUT ARCH-ETI
           IF NOT wss-fs-eti-OK then
               display "error al abrir el archivo ETICARTA.DAT"
               PERFORM 5000-CERRAR-PROGRAMA
           END-IF
           OPEN OUTPUT ARCH-RCH
           IF NOT wss-fs-rch-OK then
               display "error al abrir el archivo CARTRECH.DAT"
               PERFORM 5000-CERRAR-PROGRAMA
           END-IF
           OPEN EXTEND ARCH-CRS
           IF NOT wss-fs-crs-OK AND NOT wss-fs-crs-NOEXISTE then
               display "error al abrir el archivo CORRESP.DAT"
               PERFORM 5000-CERRAR-PROGRAMA
           END-IF
           OPEN EXTEND ARCH-AUDIT
           IF NOT wss-fs-aud-OK AND NOT wss-fs-aud-NOEXISTE then
               display "error al abrir el archivo AUDIT.LOG"
               PERFORM 5000-CERRAR-PROGRAMA
           END-IF
           WRITE REG-RCH FROM
               "**************************************************"
           WRITE REG-RCH FROM
               "*   ALUMNOS SIN CARTA EN ESTA EMISION            *"
           WRITE REG-RCH FROM
               "**************************************************"
           WRITE REG-RCH FROM SPACES.

      *-----------------------------------------------------------------

       2400-CERRAR-SALIDAS.
           IF wss-cont-sinDomicilio + wss-cont-repetidas = 0
               WRITE REG-RCH FROM
                   "  TODOS LOS ALUMNOS LLEVAN CARTA"
           END-IF
           CLOSE ARCH-CAR
           CLOSE ARCH-ETI
           CLOSE ARCH-RCH
           CLOSE ARCH-CRS
           IF NOT wss-fs-crs-OK then
               display "error al cerrar CORRESP.DAT"
           END-IF
           CLOSE ARCH-AUDIT.

      *-----------------------------------------------------------------

       3000-PROCESAR-UN-TIPO.
           PERFORM 3100-LEER-PLANTILLA
           IF wss-cont-renglones = 0
               DISPLAY "no hay plantilla cargada en "
                   wss-nombre-plantilla ", no se emiten cartas de "
                   tipDescripcion(wss-indTipo)
           ELSE
               MOVE 0 TO wss-cont-destinos
               MOVE 0 TO wss-cont-cartasTipo
               EVALUATE tipCodigo(wss-indTipo)
                   WHEN "C"
                       PERFORM 3200-DESTINOS-DE-MOROSOS
                   WHEN "R"
                       PERFORM 3300-DESTINOS-DE-ALERTAS
                   WHEN "D"
                       PERFORM 3400-DESTINOS-DE-DOCUMENTACION
                   WHEN "S"
                       PERFORM 3500-DESTINOS-DE-SANCIONES
               END-EVALUATE
               PERFORM VARYING WS-IND-DES FROM 1 BY 1
                       UNTIL WS-IND-DES > wss-cont-destinos
                   PERFORM 3600-EMITIR-UNA-CARTA
               END-PERFORM
               IF wss-cont-cartasTipo > 0
                   MOVE wss-cont-cartasTipo TO wss-contEd
                   MOVE SPACES TO aud-clave
                   STRING "CARTAS " tipCodigo(wss-indTipo) " "
                       wss-contEd DELIMITED BY SIZE INTO aud-clave
                   END-STRING
                   PERFORM 4900-REGISTRAR-AUDITORIA
               END-IF
           END-IF.

      *-----------------------------------------------------------------

       3100-LEER-PLANTILLA.
           MOVE tipArchivo(wss-indTipo) TO wss-nombre-plantilla
           MOVE 0 TO wss-cont-renglones
           OPEN INPUT ARCH-PLA
           IF wss-fs-pla-OK
               MOVE "N" TO flag
               READ ARCH-PLA AT END MOVE "S" TO flag
               END-READ
               PERFORM UNTIL flag = "S"
                   IF wss-cont-renglones < 60
                       ADD 1 TO wss-cont-renglones
                       MOVE REG-PLA
                           TO VECTOR-PLANTILLA(wss-cont-renglones)
                   END-IF
                   READ ARCH-PLA AT END MOVE "S" TO flag
                   END-READ
               END-PERFORM
               CLOSE ARCH-PLA
           ELSE
               CLOSE ARCH-PLA
           END-IF
           MOVE "N" TO flag.

      *-----------------------------------------------------------------

      * agrega un destinatario nuevo o deja en wss-indDestino el que
      * ya tenia el alumno con la misma referencia
       3150-UBICAR-DESTINO.
           MOVE 0 TO wss-indDestino
           PERFORM VARYING WS-IND-DES FROM 1 BY 1
                   UNTIL WS-IND-DES > wss-cont-destinos
                   OR wss-indDestino > 0
               IF vde-nroAlumno(WS-IND-DES) = wss-nroBuscado
                       AND vde-referencia(WS-IND-DES) = wss-referencia
                   MOVE WS-IND-DES TO wss-indDestino
               END-IF
           END-PERFORM
           IF wss-indDestino = 0
               IF wss-cont-destinos < 2000
                   ADD 1 TO wss-cont-destinos
                   MOVE wss-cont-destinos TO wss-indDestino
                   MOVE wss-nroBuscado TO vde-nroAlumno(wss-indDestino)
                   MOVE wss-referencia TO vde-referencia(wss-indDestino)
                   MOVE SPACES TO vde-detalle(wss-indDestino)
                   MOVE 1 TO vde-largo(wss-indDestino)
               ELSE
                   DISPLAY "ADVERTENCIA: mas de 2000 cartas de un "
                       "tipo, el alumno " wss-nroBuscado " queda "
                       "para la proxima emision"
               END-IF
           END-IF.

      *-----------------------------------------------------------------

      * del informe de morosos solo los renglones de cada alumno
       3200-DESTINOS-DE-MOROSOS.
           OPEN INPUT ARCH-MOR
           IF wss-fs-mor-OK
               MOVE "N" TO flag
               READ ARCH-MOR AT END MOVE "S" TO flag
               END-READ
               PERFORM UNTIL flag = "S"
                   IF mor-blancos = SPACES AND mor-separador = " - "
                           AND mor-nroAlumno IS NUMERIC
                       MOVE mor-nroAlumno TO wss-nroBuscado
                       MOVE SPACES TO wss-referencia
                       PERFORM 3150-UBICAR-DESTINO
                       IF wss-indDestino > 0
                           PERFORM 3250-DETALLE-DE-MOROSO
                       END-IF
                   END-IF
                   READ ARCH-MOR AT END MOVE "S" TO flag
                   END-READ
               END-PERFORM
               CLOSE ARCH-MOR
           ELSE
               CLOSE ARCH-MOR
               DISPLAY "no hay informe de morosos (MOROSOS.DAT), "
                   "corra antes PGENCUOT"
           END-IF
           MOVE "N" TO flag.

      *-----------------------------------------------------------------

       3250-DETALLE-DE-MOROSO.
           MOVE SPACES TO vde-detalle(wss-indDestino)
           MOVE 1 TO wss-puntero
           MOVE mor-cuotas TO wss-textoNumero
           PERFORM 8300-JUSTIFICAR-NUMERO
           STRING wss-textoJustificado DELIMITED BY SPACE
               " CUOTAS ADEUDADAS POR UN SALDO DE $ "
                   DELIMITED BY SIZE
               INTO vde-detalle(wss-indDestino)
               WITH POINTER wss-puntero
           END-STRING
           MOVE mor-saldo TO wss-textoNumero
           PERFORM 8300-JUSTIFICAR-NUMERO
           STRING wss-textoJustificado DELIMITED BY SPACE
               INTO vde-detalle(wss-indDestino)
               WITH POINTER wss-puntero
           END-STRING
           MOVE wss-puntero TO vde-largo(wss-indDestino).

      *-----------------------------------------------------------------

      * una carta por alumno y periodo de alerta
       3300-DESTINOS-DE-ALERTAS.
           OPEN INPUT ARCH-ALE
           IF wss-fs-ale-OK
               MOVE "N" TO flag
               READ ARCH-ALE AT END MOVE "S" TO flag
               END-READ
               PERFORM UNTIL flag = "S"
                   MOVE ALE-NRO-ALUMNO TO wss-nroBuscado
                   COMPUTE wss-periodoAlerta = ALE-ANIO * 100 + ALE-MES
                   MOVE wss-periodoAlerta TO wss-referencia
                   PERFORM 3150-UBICAR-DESTINO
                   IF wss-indDestino > 0
                       PERFORM 3350-DETALLE-DE-ALERTA
                   END-IF
                   READ ARCH-ALE AT END MOVE "S" TO flag
                   END-READ
               END-PERFORM
               CLOSE ARCH-ALE
           ELSE
               CLOSE ARCH-ALE
               DISPLAY "no hay alertas (ALERTAS.DAT), corra antes "
                   "PALERTAS"
           END-IF
           MOVE "N" TO flag.

      *-----------------------------------------------------------------

       3350-DETALLE-DE-ALERTA.
           MOVE SPACES TO vde-detalle(wss-indDestino)
           MOVE 1 TO wss-puntero
           MOVE ALE-ASISTENCIA TO wss-asistenciaEd
           MOVE wss-asistenciaEd TO wss-textoNumero
           PERFORM 8300-JUSTIFICAR-NUMERO
           IF ALERTA-ASISTENCIA OR ALERTA-AMBAS
               STRING "ASISTENCIA DEL " DELIMITED BY SIZE
                   wss-textoJustificado DELIMITED BY SPACE
                   "%" DELIMITED BY SIZE
                   INTO vde-detalle(wss-indDestino)
                   WITH POINTER wss-puntero
               END-STRING
           END-IF
           IF ALERTA-AMBAS
               STRING " Y " DELIMITED BY SIZE
                   INTO vde-detalle(wss-indDestino)
                   WITH POINTER wss-puntero
               END-STRING
           END-IF
           MOVE ALE-PROMEDIO TO wss-promedioEd
           MOVE wss-promedioEd TO wss-textoNumero
           PERFORM 8300-JUSTIFICAR-NUMERO
           IF ALERTA-NOTAS OR ALERTA-AMBAS
               STRING "PROMEDIO DE " DELIMITED BY SIZE
                   wss-textoJustificado DELIMITED BY SPACE
                   INTO vde-detalle(wss-indDestino)
                   WITH POINTER wss-puntero
               END-STRING
           END-IF
           STRING " EN EL PERIODO " ALE-MES "/" ALE-ANIO
               DELIMITED BY SIZE
               INTO vde-detalle(wss-indDestino)
               WITH POINTER wss-puntero
           END-STRING
           MOVE wss-puntero TO vde-largo(wss-indDestino).

      *-----------------------------------------------------------------

      * el informe de pendientes trae un renglon por documento; la
      * carta junta todos los documentos del alumno
       3400-DESTINOS-DE-DOCUMENTACION.
           OPEN INPUT ARCH-PEN
           IF wss-fs-pen-OK
               MOVE "N" TO flag
               READ ARCH-PEN AT END MOVE "S" TO flag
               END-READ
               PERFORM UNTIL flag = "S"
                   IF pen-blancos = SPACES AND pen-separador = " - "
                           AND pen-nroAlumno IS NUMERIC
                       MOVE pen-nroAlumno TO wss-nroBuscado
                       MOVE SPACES TO wss-referencia
                       PERFORM 3150-UBICAR-DESTINO
                       IF wss-indDestino > 0
                           PERFORM 3450-DETALLE-DE-DOCUMENTO
                       END-IF
                   END-IF
                   READ ARCH-PEN AT END MOVE "S" TO flag
                   END-READ
               END-PERFORM
               CLOSE ARCH-PEN
           ELSE
               CLOSE ARCH-PEN
               DISPLAY "no hay informe de pendientes (DOCPEND.DAT), "
                   "corra antes PGENDALU"
           END-IF
           MOVE "N" TO flag.

      *-----------------------------------------------------------------

       3450-DETALLE-DE-DOCUMENTO.
           MOVE vde-largo(wss-indDestino) TO wss-puntero
           IF wss-puntero > 1 AND wss-puntero < 60
               STRING ", " DELIMITED BY SIZE
                   INTO vde-detalle(wss-indDestino)
                   WITH POINTER wss-puntero
               END-STRING
           END-IF
           IF wss-puntero < 60
               STRING pen-tipoDoc DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   pen-situacion DELIMITED BY SPACE
                   INTO vde-detalle(wss-indDestino)
                   WITH POINTER wss-puntero
               END-STRING
           END-IF
           MOVE wss-puntero TO vde-largo(wss-indDestino).

      *-----------------------------------------------------------------

      * una carta por cada sancion vigente hoy
       3500-DESTINOS-DE-SANCIONES.
           OPEN INPUT ARCH-SAN
           IF wss-fs-san-OK
               MOVE "N" TO flag
               READ ARCH-SAN AT END MOVE "S" TO flag
               END-READ
               PERFORM UNTIL flag = "S"
                   IF SAN-FECHA-DESDE <= wss-fechaHoy
                           AND SAN-FECHA-HASTA >= wss-fechaHoy
                       MOVE SAN-NRO-ALUMNO TO wss-nroBuscado
                       MOVE SAN-FECHA TO wss-referencia
                       PERFORM 3150-UBICAR-DESTINO
                       IF wss-indDestino > 0
                           PERFORM 3550-DETALLE-DE-SANCION
                       END-IF
                   END-IF
                   READ ARCH-SAN AT END MOVE "S" TO flag
                   END-READ
               END-PERFORM
               CLOSE ARCH-SAN
           ELSE
               CLOSE ARCH-SAN
           END-IF
           MOVE "N" TO flag.

      *-----------------------------------------------------------------

       3550-DETALLE-DE-SANCION.
           MOVE SPACES TO vde-detalle(wss-indDestino)
           MOVE 1 TO wss-puntero
           EVALUATE TRUE
               WHEN SAN-APERCIBIMIENTO
                   STRING "APERCIBIMIENTO" DELIMITED BY SIZE
                       INTO vde-detalle(wss-indDestino)
                       WITH POINTER wss-puntero
                   END-STRING
               WHEN SAN-SUSPENSION
                   STRING "SUSPENSION" DELIMITED BY SIZE
                       INTO vde-detalle(wss-indDestino)
                       WITH POINTER wss-puntero
                   END-STRING
               WHEN OTHER
                   STRING "EXPULSION" DELIMITED BY SIZE
                       INTO vde-detalle(wss-indDestino)
                       WITH POINTER wss-puntero
                   END-STRING
           END-EVALUATE
           MOVE SAN-FECHA-DESDE TO wss-fechaAEditar
           PERFORM 8200-EDITAR-FECHA
           MOVE wss-fechaEd TO wss-fechaEd2
           MOVE SAN-FECHA-HASTA TO wss-fechaAEditar
           PERFORM 8200-EDITAR-FECHA
           STRING " (" DELIMITED BY SIZE
               SAN-DESCRIP DELIMITED BY "  "
               ") DEL " wss-fechaEd2 " AL " wss-fechaEd
                   DELIMITED BY SIZE
               INTO vde-detalle(wss-indDestino)
               WITH POINTER wss-puntero
           END-STRING
           MOVE wss-puntero TO vde-largo(wss-indDestino).

      *-----------------------------------------------------------------

      * la carta sale si el alumno tiene domicilio valido y no se le
      * mando la misma carta dentro del intervalo
       3600-EMITIR-UNA-CARTA.
           MOVE WS-IND-DES TO wss-indDestino
           INITIALIZE AREA-DE-COMMUNICATIONN
           MOVE 2 TO OPCION
           MOVE vde-nroAlumno(wss-indDestino) TO NUM-DAT-BUSCAR
           CALL Ralum USING AREA-DE-COMMUNICATIONN
           IF retorn-num = 0
               MOVE DESCRIPCION TO wss-nombreAlumno
               MOVE SEDE-DATO TO wss-sedeAlumno
           ELSE
               MOVE "ALUMNO NO HALLADO" TO wss-nombreAlumno
               MOVE SPACES TO wss-sedeAlumno
           END-IF
           MOVE vde-nroAlumno(wss-indDestino) TO wss-cc-nroAlumno
           MOVE tipCodigo(wss-indTipo) TO wss-cc-tipo
           MOVE vde-referencia(wss-indDestino) TO wss-cc-referencia
           PERFORM 3650-BUSCAR-ENVIADA
           MOVE SPACES TO wss-motivoRechazo
           IF wss-indEnviada > 0
               PERFORM 3660-VER-INTERVALO
           END-IF
           IF wss-motivoRechazo = SPACES
               PERFORM 3700-BUSCAR-DOMICILIO
           END-IF
           IF wss-motivoRechazo NOT = SPACES
               MOVE vde-nroAlumno(wss-indDestino) TO rch-nroAlumno
               MOVE wss-nombreAlumno TO rch-nombre
               MOVE tipDescripcion(wss-indTipo) TO rch-tipo
               MOVE wss-motivoRechazo TO rch-motivo
               WRITE REG-RCH FROM LINEA-RECHAZO
           ELSE
               PERFORM 4000-IMPRIMIR-CARTA
               PERFORM 4200-IMPRIMIR-ETIQUETA
               PERFORM 4300-REGISTRAR-CORRESPONDENCIA
           END-IF.

      *-----------------------------------------------------------------

       3650-BUSCAR-ENVIADA.
           MOVE 0 TO wss-indEnviada
           PERFORM VARYING WS-IND-ENV FROM 1 BY 1
                   UNTIL WS-IND-ENV > wss-cont-enviadas
                   OR wss-indEnviada > 0
               IF ven-clave(WS-IND-ENV) = wss-claveCarta
                   MOVE WS-IND-ENV TO wss-indEnviada
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------

       3660-VER-INTERVALO.
           INITIALIZE AREA-DE-COMMUNICATION-FECH
           MOVE 4 TO OPCION-F
           MOVE ven-fecha(wss-indEnviada)(7:2) TO diaa
           MOVE ven-fecha(wss-indEnviada)(5:2) TO mess
           MOVE ven-fecha(wss-indEnviada)(1:4) TO anioo
           MOVE wss-fechaHoy(7:2) TO diaa2
           MOVE wss-fechaHoy(5:2) TO mess2
           MOVE wss-fechaHoy(1:4) TO anioo2
           CALL Rfecha USING AREA-DE-COMMUNICATION-FECH
           IF DIF-DIAS < wss-diasIntervalo
               MOVE ven-fecha(wss-indEnviada) TO wss-fechaAEditar
               PERFORM 8200-EDITAR-FECHA
               STRING "YA ENVIADA EL " wss-fechaEd
                   DELIMITED BY SIZE INTO wss-motivoRechazo
               END-STRING
               ADD 1 TO wss-cont-repetidas
           END-IF.

      *-----------------------------------------------------------------

      * el responsable y el domicilio del grupo familiar mandan sobre
      * los datos ampliados del alumno; sin calle o sin localidad la
      * carta no se puede mandar
       3700-BUSCAR-DOMICILIO.
           MOVE SPACES TO wss-respNombre wss-respParent
           MOVE SPACES TO wss-domicilio wss-localidad
           MOVE vde-nroAlumno(wss-indDestino) TO wss-nroBuscado
           MOVE 0 TO WS-IND-FAM
           PERFORM VARYING WS-IND-HER FROM 1 BY 1
                   UNTIL WS-IND-HER > wss-cont-hermanos
                   OR WS-IND-FAM > 0
               IF vhe-nroAlumno(WS-IND-HER) = wss-nroBuscado
                   MOVE vhe-indFamilia(WS-IND-HER) TO WS-IND-FAM
               END-IF
           END-PERFORM
           IF WS-IND-FAM > 0
               MOVE vfa-respNombre(WS-IND-FAM) TO wss-respNombre
               MOVE vfa-respParent(WS-IND-FAM) TO wss-respParent
               MOVE vfa-domicilio(WS-IND-FAM)  TO wss-domicilio
               MOVE vfa-localidad(WS-IND-FAM)  TO wss-localidad
           ELSE
               PERFORM VARYING WS-IND-DET FROM 1 BY 1
                       UNTIL WS-IND-DET > wss-cont-detalles
                   IF vdt-nroAlumno(WS-IND-DET) = wss-nroBuscado
                       MOVE vdt-respNombre(WS-IND-DET) TO wss-respNombre
                       MOVE vdt-respParent(WS-IND-DET) TO wss-respParent
                       MOVE vdt-domicilio(WS-IND-DET)  TO wss-domicilio
                       MOVE vdt-localidad(WS-IND-DET)  TO wss-localidad
                   END-IF
               END-PERFORM
           END-IF
           IF wss-domicilio = SPACES OR wss-localidad = SPACES
               MOVE "SIN DOMICILIO VALIDO" TO wss-motivoRechazo
               ADD 1 TO wss-cont-sinDomicilio
           ELSE
               IF wss-respNombre = SPACES
                   MOVE "RESPONSABLE DEL ALUMNO" TO wss-respNombre
               END-IF
           END-IF.

      *-----------------------------------------------------------------

      * una carta por hoja: el primer renglon salta de pagina
       4000-IMPRIMIR-CARTA.
           PERFORM VARYING WS-IND-REN FROM 1 BY 1
                   UNTIL WS-IND-REN > wss-cont-renglones
               MOVE VECTOR-PLANTILLA(WS-IND-REN)
                   TO wss-renglonPlantilla
               PERFORM 4500-COMBINAR-RENGLON
               IF WS-IND-REN = 1
                   WRITE REG-CAR FROM wss-renglonCarta
                       AFTER ADVANCING PAGE
               ELSE
                   WRITE REG-CAR FROM wss-renglonCarta
                       AFTER ADVANCING 1 LINE
               END-IF
           END-PERFORM
           ADD 1 TO wss-cont-cartas
           ADD 1 TO wss-cont-cartasTipo.

      *-----------------------------------------------------------------

       4200-IMPRIMIR-ETIQUETA.
           WRITE REG-ETI FROM SPACES
           WRITE REG-ETI FROM
               "+---------------------------------------+"
           MOVE wss-respNombre TO etc-nombre
           MOVE wss-respParent TO etc-parentesco
           WRITE REG-ETI FROM LINEA-ETIQUETA-NOMBRE
           MOVE wss-domicilio TO etc-domicilio
           WRITE REG-ETI FROM LINEA-ETIQUETA-DOMICILIO
           MOVE wss-localidad TO etc-localidad
           WRITE REG-ETI FROM LINEA-ETIQUETA-LOCALIDAD
           MOVE vde-nroAlumno(wss-indDestino) TO etc-nroAlumno
           MOVE tipCodigo(wss-indTipo) TO etc-tipo
           WRITE REG-ETI FROM LINEA-ETIQUETA-REFERENCIA
           WRITE REG-ETI FROM
               "+---------------------------------------+".

      *-----------------------------------------------------------------

       4300-REGISTRAR-CORRESPONDENCIA.
           MOVE vde-nroAlumno(wss-indDestino) TO CRS-NRO-ALUMNO
           MOVE tipCodigo(wss-indTipo) TO CRS-TIPO
           MOVE vde-referencia(wss-indDestino) TO CRS-REFERENCIA
           MOVE wss-fechaHoy TO CRS-FECHA
           ACCEPT CRS-HORA FROM TIME
           MOVE wss-usuario TO CRS-USUARIO
           MOVE wss-respNombre TO CRS-DESTINATARIO
           MOVE vde-detalle(wss-indDestino) TO CRS-DETALLE
           MOVE SPACES TO ESPACIO-CRS
           WRITE REG-CRS
           IF NOT wss-fs-crs-OK then
               display "error al escribir en CORRESP.DAT"
           END-IF
           IF wss-indEnviada = 0 AND wss-cont-enviadas < 5000
               ADD 1 TO wss-cont-enviadas
               MOVE wss-cont-enviadas TO wss-indEnviada
               MOVE wss-claveCarta TO ven-clave(wss-indEnviada)
           END-IF
           IF wss-indEnviada > 0
               MOVE wss-fechaHoy TO ven-fecha(wss-indEnviada)
           END-IF.

      *-----------------------------------------------------------------

      * copia el renglon de la plantilla reemplazando cada campo
      * <NOMBRE> conocido por su valor sin los blancos del final; lo
      * que no es un campo conocido se copia tal cual
       4500-COMBINAR-RENGLON.
           MOVE SPACES TO wss-renglonCarta
           MOVE 1 TO wss-posEntrada
           MOVE 1 TO wss-posSalida
           PERFORM UNTIL wss-posEntrada > 80 OR wss-posSalida > 80
               MOVE 0 TO wss-posCierre
               IF wss-renglonPlantilla(wss-posEntrada:1) = "<"
                   PERFORM 4510-BUSCAR-CIERRE
               END-IF
               IF wss-posCierre > 0
                   PERFORM 4520-REEMPLAZAR-CAMPO
               ELSE
                   MOVE wss-renglonPlantilla(wss-posEntrada:1)
                       TO wss-renglonCarta(wss-posSalida:1)
                   ADD 1 TO wss-posEntrada
                   ADD 1 TO wss-posSalida
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------

       4510-BUSCAR-CIERRE.
           COMPUTE wss-posBusca = wss-posEntrada + 1
           PERFORM UNTIL wss-posBusca > 80
                   OR wss-posBusca > wss-posEntrada + 13
                   OR wss-posCierre > 0
               IF wss-renglonPlantilla(wss-posBusca:1) = ">"
                   MOVE wss-posBusca TO wss-posCierre
               END-IF
               ADD 1 TO wss-posBusca
           END-PERFORM
           IF wss-posCierre > 0
               COMPUTE wss-largoCampo =
                   wss-posCierre - wss-posEntrada - 1
               MOVE SPACES TO wss-campo
               IF wss-largoCampo > 0
                   MOVE wss-renglonPlantilla(wss-posEntrada + 1:
                       wss-largoCampo) TO wss-campo
               END-IF
               PERFORM 4530-VALOR-DEL-CAMPO
               IF wss-campo-valido = "N"
                   MOVE 0 TO wss-posCierre
               END-IF
           END-IF.

      *-----------------------------------------------------------------

       4520-REEMPLAZAR-CAMPO.
           MOVE 80 TO wss-largoValor
           PERFORM UNTIL wss-largoValor = 0
                   OR wss-valor(wss-largoValor:1) NOT = SPACE
               SUBTRACT 1 FROM wss-largoValor
           END-PERFORM
           IF wss-posSalida + wss-largoValor > 81
               COMPUTE wss-largoValor = 81 - wss-posSalida
           END-IF
           IF wss-largoValor > 0
               MOVE wss-valor(1:wss-largoValor)
                   TO wss-renglonCarta(wss-posSalida:wss-largoValor)
               ADD wss-largoValor TO wss-posSalida
           END-IF
           COMPUTE wss-posEntrada = wss-posCierre + 1.

      *-----------------------------------------------------------------

       4530-VALOR-DEL-CAMPO.
           MOVE "S" TO wss-campo-valido
           MOVE SPACES TO wss-valor
           EVALUATE wss-campo
               WHEN "FECHA"
                   MOVE wss-fechaHoy TO wss-fechaAEditar
                   PERFORM 8200-EDITAR-FECHA
                   MOVE wss-fechaEd TO wss-valor
               WHEN "RESPONSABLE"
                   MOVE wss-respNombre TO wss-valor
               WHEN "PARENTESCO"
                   MOVE wss-respParent TO wss-valor
               WHEN "DOMICILIO"
                   MOVE wss-domicilio TO wss-valor
               WHEN "LOCALIDAD"
                   MOVE wss-localidad TO wss-valor
               WHEN "ALUMNO"
                   MOVE wss-nombreAlumno TO wss-valor
               WHEN "NUMERO"
                   MOVE vde-nroAlumno(wss-indDestino) TO wss-valor
               WHEN "SEDE"
                   MOVE wss-sedeAlumno TO wss-valor
               WHEN "DETALLE"
                   MOVE vde-detalle(wss-indDestino) TO wss-valor
               WHEN OTHER
                   MOVE "N" TO wss-campo-valido
           END-EVALUATE.

      *-----------------------------------------------------------------

       4900-REGISTRAR-AUDITORIA.
           IF wss-fs-aud-OK OR wss-fs-aud-NOEXISTE
               ACCEPT aud-fecha FROM DATE YYYYMMDD
               ACCEPT aud-hora FROM TIME
               MOVE wss-usuario TO aud-usuario
               MOVE "PGENCART" TO aud-programa
               WRITE REG-AUDIT
           END-IF.

      *-----------------------------------------------------------------

       5000-CERRAR-PROGRAMA.
           GOBACK.

      *-----------------------------------------------------------------

       8200-EDITAR-FECHA.
           MOVE SPACES TO wss-fechaEd
           STRING wss-fechaAEditar(7:2) "/" wss-fechaAEditar(5:2) "/"
               wss-fechaAEditar(1:4) DELIMITED BY SIZE
               INTO wss-fechaEd
           END-STRING.

      *-----------------------------------------------------------------

      * saca los blancos de adelante de un importe o cantidad editado
       8300-JUSTIFICAR-NUMERO.
           MOVE SPACES TO wss-textoJustificado
           MOVE 1 TO wss-posNumero
           PERFORM UNTIL wss-posNumero > 12
                   OR wss-textoNumero(wss-posNumero:1) NOT = SPACE
               ADD 1 TO wss-posNumero
           END-PERFORM
           IF wss-posNumero <= 12
               MOVE wss-textoNumero(wss-posNumero:) TO
                   wss-textoJustificado
           END-IF.

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
           MOVE "PGENCART" TO V-PROGRAMA
           CALL Rventana USING AREA-DE-COMMUNICATION-VEN
           IF retorn-num-v NOT = 0
               PERFORM 5000-CERRAR-PROGRAMA
           END-IF.

      *-----------------------------------------------------------------
       END PROGRAM PGENCART.

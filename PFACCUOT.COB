      ******************************************************************
      * Author: Gonzalez Nazarena Araceli
      * Date:
      * Purpose: Facturacion mensual de cuotas: para el anio/mes
      *    elegido (FACTPARM.DAT en la corrida desatendida) genera
      *    en CUOTAS.DAT la cuota de cada alumno activo de
      *    ALUMNOS.DAT con el importe del cuadro tarifario
      *    TARIFAS.DAT vigente para su plan, sede y turno, menos el
      *    porcentaje de la beca que PBECAS dejo en BECAS.DAT. Los
      *    egresados y las bajas no se facturan. Un periodo ya
      *    facturado queda en FACTCTL.DAT y la corrida se rechaza;
      *    la cuota que un operador ya hubiera cargado a mano para
      *    ese mes no se duplica. El detalle bruto/descuento/neto
      *    queda en FACTDET.DAT y el registro de facturacion con
      *    totales por sede sale en FACTLIS.DAT para la firma de
      *    tesoreria. Los hermanos de un mismo grupo familiar de
      *    FAMILIAS.DAT (PGENFAMI) llevan el descuento por hermano
      *    de HERMDESC.DAT segun su orden de nacimiento entre los
      *    hermanos activos: el mayor paga entero, el segundo, el
      *    tercero y del cuarto en adelante con su porcentaje, que
      *    se aplica sobre lo que queda despues de la beca.
      *    Antes de procesar verifica ALUMNOS.DAT y CUOTAS.DAT contra
      *    sus registros de control de CTLMAEST.DAT a traves de RUTCONTR
      *    y, si no coinciden, termina con final anormal sin procesar
      *    nada. Al terminar deja en CTLMAEST.DAT los nuevos totales de
      *    CUOTAS.DAT.
      *    Con la ventana batch abierta (PJOBSTRM corriendo la cadena
      *    nocturna) solo corre como paso de la propia cadena, salvo que
      *    el supervisor lo fuerce
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PFACCUOT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL ARCH-ALU         ASSIGN TO "ALUMNOS.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-alu.

       SELECT OPTIONAL ARCH-TAR         ASSIGN TO "TARIFAS.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-tar.

       SELECT OPTIONAL ARCH-BEC         ASSIGN TO "BECAS.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-bec.

       SELECT OPTIONAL ARCH-CUO         ASSIGN TO "CUOTAS.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-cuo.

       SELECT OPTIONAL ARCH-FCT         ASSIGN TO "FACTCTL.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-fct.

       SELECT OPTIONAL ARCH-FDE         ASSIGN TO "FACTDET.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-fde.

       SELECT OPTIONAL ARCH-LIS         ASSIGN TO "FACTLIS.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-lis.

       SELECT OPTIONAL ARCH-FAM         ASSIGN TO "FAMILIAS.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-fam.

       SELECT OPTIONAL ARCH-HDE         ASSIGN TO "HERMDESC.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-hde.

       SELECT OPTIONAL ARCH-PRM         ASSIGN TO "FACTPARM.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-prm.

       SELECT OPTIONAL ARCH-EST         ASSIGN TO "ESTADIS.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-est.

       SELECT OPTIONAL ARCH-AUDIT       ASSIGN TO "AUDIT.LOG"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-aud.

       SELECT OPTIONAL ARCH-SES         ASSIGN TO "SESION.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-ses.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCH-ALU.
           01  REG-ALU.
                05 ALU-NRO-ALUMNO     PIC X(6).
                05 ALU-NOMBRE         PIC X(23).
                05 ALU-NRO-PAIS       PIC X(3).
                05 ALU-PLAN           PIC X.
                05 ALU-FECHA-INGRESO  PIC 9(8).
                05 ALU-ESTADO         PIC X.
                    88 ALUMNO-ACTIVO          VALUE "A" " ".
                    88 ALUMNO-EGRESADO        VALUE "E".
                    88 ALUMNO-BAJA            VALUE "B".
                05 ALU-FECHA-ESTADO   PIC X(8).
                05 ALU-SEDE           PIC X(2).
                05 ALU-TURNO          PIC X.

       FD  ARCH-TAR.
           01  REG-TAR.
                05 TAR-PLAN           PIC X.
                05 TAR-SEDE           PIC X(2).
                05 TAR-TURNO          PIC X.
                05 TAR-VIGE-DESDE     PIC 9(6).
                05 TAR-VIGE-HASTA     PIC 9(6).
                05 TAR-IMPORTE        PIC 9(5)V99.
                05 TAR-ESTADO         PIC X.
                    88 TARIFA-ANULADA         VALUE "N".
                05 ESPACIO-TAR        PIC XX.

       FD  ARCH-BEC.
           01  REG-BEC.
                05 BEC-NRO-ALUMNO     PIC 9(6).
                05 BEC-ANIO-CIERRE    PIC 9(4).
                05 BEC-MES-CIERRE     PIC 99.
                05 BEC-PROMEDIO       PIC 99V99.
                05 BEC-ASISTENCIA     PIC 9(3).
                05 BEC-PORCENTAJE     PIC 9(3).
                05 ESPACIO-BEC        PIC XX.

      * el tipo de cargo y su estado viajan en los dos bytes libres
      * del registro: la cuota cargada a mano antes de este circuito
      * queda en blanco y vale como cuota mensual vigente
       FD  ARCH-CUO.
           01  REG-CUO.
                05 CUO-NRO-ALUMNO     PIC 9(6).
                05 CUO-ANIO           PIC 9(4).
                05 CUO-MES            PIC 99.
                05 CUO-IMPORTE        PIC 9(5)V99.
                05 CUO-PAGADO         PIC 9(5)V99.
                05 CUO-FECHA-PAGO     PIC 9(8).
                05 CUO-TIPO           PIC X.
                    88 CUOTA-MENSUAL          VALUE " " "C".
                05 CUO-ESTADO         PIC X.

       FD  ARCH-FCT.
           01  REG-FCT.
                05 FCT-ANIO           PIC 9(4).
                05 FCT-MES            PIC 99.
                05 FCT-FECHA          PIC 9(8).
                05 FCT-HORA           PIC 9(6).
                05 FCT-USUARIO        PIC X(20).
                05 FCT-CANTIDAD       PIC 9(5).
                05 FCT-TOTAL          PIC 9(9)V99.
                05 ESPACIO-FCT        PIC XX.

       FD  ARCH-FDE.
           01  REG-FDE.
                05 FDE-NRO-ALUMNO     PIC 9(6).
                05 FDE-ANIO           PIC 9(4).
                05 FDE-MES            PIC 99.
                05 FDE-SEDE           PIC X(2).
                05 FDE-TURNO          PIC X.
                05 FDE-PLAN           PIC X.
                05 FDE-BRUTO          PIC 9(5)V99.
                05 FDE-PORC-BECA      PIC 9(3).
                05 FDE-DESC-BECA      PIC 9(5)V99.
                05 FDE-NETO           PIC 9(5)V99.
                05 FDE-PORC-HERM      PIC 9(3).
                05 FDE-DESC-HERM      PIC 9(5)V99.
                05 ESPACIO-FDE        PIC XX.

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

       FD  ARCH-HDE.
           01  REG-HDE.
                05 HDE-ORDEN          PIC 9.
                05 HDE-PORCENTAJE     PIC 9(3).
                05 ESPACIO-HDE        PIC XX.

       FD  ARCH-LIS.
           01  REG-LIS               PIC X(100).

       FD  ARCH-PRM.
           01  REG-PRM.
                05 prm-anio           PIC 9(4).
                05 prm-mes            PIC 99.

       FD  ARCH-EST.
           01  REG-EST.
                05 est-programa       PIC X(8).
                05 FILLER             PIC X     VALUE SPACE.
                05 est-fecha          PIC 9(8).
                05 FILLER             PIC X     VALUE SPACE.
                05 est-hora           PIC 9(6).
                05 FILLER             PIC X     VALUE SPACE.
                05 est-leidos         PIC 9(7).
                05 FILLER             PIC X     VALUE SPACE.
                05 est-escritos       PIC 9(7).
                05 FILLER             PIC X     VALUE SPACE.
                05 est-rechazados     PIC 9(7).
                05 FILLER             PIC X     VALUE SPACE.
                05 est-final          PIC X.

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
       77  wss-fechaHoy                  PIC 9(8).

       01  wss-fs-alu                    PIC X(2).
           88 wss-fs-alu-OK                        VALUE '00'.
       01  wss-fs-tar                    PIC X(2).
           88 wss-fs-tar-OK                        VALUE '00'.
       01  wss-fs-bec                    PIC X(2).
           88 wss-fs-bec-OK                        VALUE '00'.
       01  wss-fs-cuo                    PIC X(2).
           88 wss-fs-cuo-OK                        VALUE '00'.
           88 wss-fs-cuo-NOEXISTE                  VALUE '05'.
       01  wss-fs-fct                    PIC X(2).
           88 wss-fs-fct-OK                        VALUE '00'.
           88 wss-fs-fct-NOEXISTE                  VALUE '05'.
       01  wss-fs-fde                    PIC X(2).
           88 wss-fs-fde-OK                        VALUE '00'.
           88 wss-fs-fde-NOEXISTE                  VALUE '05'.
       01  wss-fs-lis                    PIC X(2).
           88 wss-fs-lis-OK                        VALUE '00'.
       01  wss-fs-prm                    PIC X(2).
           88 wss-fs-prm-OK                        VALUE '00'.
       01  wss-fs-fam                    PIC X(2).
           88 wss-fs-fam-OK                        VALUE '00'.
       01  wss-fs-hde                    PIC X(2).
           88 wss-fs-hde-OK                        VALUE '00'.
       01  wss-fs-est                    PIC X(2).
           88 wss-fs-est-OK                        VALUE '00'.
           88 wss-fs-est-NOEXISTE                  VALUE '05'.
       01  wss-fs-aud                    PIC X(2).
           88 wss-fs-aud-OK                        VALUE '00'.
           88 wss-fs-aud-NOEXISTE                  VALUE '05'.
       77  wss-corrida-normal            PIC X     VALUE "N".
       77  wss-modo-batch                PIC X     VALUE "N".

      * periodo a facturar como anio, mes y punto anio*100+mes
       77  wss-anio                      PIC 9(4).
       77  wss-mes                       PIC 99.
       77  wss-puntoFact                 PIC 9(6)  COMP.
       77  wss-puntoBeca                 PIC 9(6)  COMP.
       77  wss-periodo-facturado         PIC X     VALUE "N".

      * cuadro tarifario completo en memoria
       77  wss-cont-tarifas              PIC 9(3)  COMP VALUE 0.
       01  VECTOR-TARIFAS                OCCURS 300 TIMES.
           05 vta-plan                   PIC X.
           05 vta-sede                   PIC X(2).
           05 vta-turno                  PIC X.
           05 vta-vigeDesde              PIC 9(6).
           05 vta-vigeHasta              PIC 9(6).
           05 vta-importe                PIC 9(5)V99.
       77  WS-IND-TAR                    PIC 9(3)  COMP.
       77  wss-tarifa-hallada            PIC X.
       77  wss-importeBruto              PIC 9(5)V99.

      * la beca mas reciente de cada alumno con cierre anterior o
      * igual al periodo facturado
       77  wss-cont-becas                PIC 9(3)  COMP VALUE 0.
       01  VECTOR-BECAS                  OCCURS 500 TIMES.
           05 vbe-nroAlumno              PIC 9(6).
           05 vbe-puntoCierre            PIC 9(6)  COMP.
           05 vbe-porcentaje             PIC 9(3).
       77  WS-IND-BEC                    PIC 9(3)  COMP.
       77  WS-IND-BE2                    PIC 9(3)  COMP.
       77  wss-porcBeca                  PIC 9(3).
       77  wss-descBeca                  PIC 9(5)V99.
       77  wss-importeNeto               PIC 9(5)V99.

      * hermanos de los grupos familiares; solo los activos cuentan
      * para el orden de nacimiento
       77  wss-cont-hermanos             PIC 9(4)  COMP VALUE 0.
       01  VECTOR-HERMANOS               OCCURS 3000 TIMES.
           05 vhe-nroAlumno              PIC 9(6).
           05 vhe-familia                PIC 9(5).
           05 vhe-fechaNac               PIC 9(8).
           05 vhe-activo                 PIC X.
       77  WS-IND-HER                    PIC 9(4)  COMP.
       77  WS-IND-HE2                    PIC 9(4)  COMP.
       01  VECTOR-PORC-HERMANO           OCCURS 4 TIMES
                                         PIC 9(3).
       77  wss-ordenHermano              PIC 9     VALUE 0.
       77  wss-porcHerm                  PIC 9(3)  VALUE 0.
       77  wss-descHerm                  PIC 9(5)V99 VALUE 0.

      * alumnos que ya tienen la cuota del periodo cargada a mano
       77  wss-cont-yaCargadas           PIC 9(4)  COMP VALUE 0.
       01  VECTOR-YA-CARGADAS            OCCURS 2000 TIMES
                                         PIC 9(6).
       77  WS-IND-YAC                    PIC 9(4)  COMP.
       77  wss-ya-cargada                PIC X.

      * renglones del registro de facturacion, ordenados por sede
      * antes de imprimir
       77  wss-cont-renglones            PIC 9(4)  COMP VALUE 0.
       77  wss-cont-omitidos             PIC 9(5)  COMP VALUE 0.
       77  wss-tipoRenglon               PIC X.
       01  VECTOR-RENGLONES              OCCURS 2000 TIMES.
           05 vre-sede                   PIC X(2).
           05 vre-nroAlumno              PIC X(6).
           05 vre-nombre                 PIC X(23).
           05 vre-tipo                   PIC X.
           05 vre-bruto                  PIC 9(5)V99.
           05 vre-porcBeca               PIC 9(3).
           05 vre-descuento              PIC 9(5)V99.
           05 vre-neto                   PIC 9(5)V99.
           05 vre-ordenHermano           PIC 9.
       01  WSS-RENGLON-AUX.
           05 aux-sede                   PIC X(2).
           05 aux-nroAlumno              PIC X(6).
           05 aux-nombre                 PIC X(23).
           05 aux-tipo                   PIC X.
           05 aux-bruto                  PIC 9(5)V99.
           05 aux-porcBeca               PIC 9(3).
           05 aux-descuento              PIC 9(5)V99.
           05 aux-neto                   PIC 9(5)V99.
           05 aux-ordenHermano           PIC 9.
       77  WS-IND                        PIC 9(4)  COMP.
       77  WS-IND-2                      PIC 9(4)  COMP.

       77  wss-cont-leidos               PIC 9(7)  COMP VALUE 0.
       77  wss-cont-facturados           PIC 9(7)  COMP VALUE 0.
       77  wss-cont-excluidos            PIC 9(7)  COMP VALUE 0.
       77  wss-cont-sinTarifa            PIC 9(7)  COMP VALUE 0.
       77  wss-total-bruto               PIC 9(9)V99 COMP VALUE 0.
       77  wss-total-descuento           PIC 9(9)V99 COMP VALUE 0.
       77  wss-total-neto                PIC 9(9)V99 COMP VALUE 0.
       77  wss-sedeCorte                 PIC X(2).
       77  wss-sede-cant                 PIC 9(5)  COMP VALUE 0.
       77  wss-sede-bruto                PIC 9(9)V99 COMP VALUE 0.
       77  wss-sede-descuento            PIC 9(9)V99 COMP VALUE 0.
       77  wss-sede-neto                 PIC 9(9)V99 COMP VALUE 0.

       01  RUTINAS.
           05 Rfecha                     PIC X(8)  VALUE "RUTFECHH".
           05 Rsede                      PIC X(8)  VALUE "RLEESEDE".
           05 Rcontrol                   PIC X(8)  VALUE "RUTCONTR".
           05 Rventana                   PIC X(8)  VALUE "RUTVENTA".

       01  LINEA-TITULO.
           05 FILLER                     PIC X(36) VALUE
           "  REGISTRO DE FACTURACION DEL MES:  ".
           05 tit-mes                    PIC 99.
           05 FILLER                     PIC X     VALUE "/".
           05 tit-anio                   PIC 9(4).
           05 FILLER                     PIC X(13) VALUE
           "   EMITIDO:  ".
           05 tit-fecha                  PIC X(10).

       01  LINEA-SEDE.
           05 FILLER                     PIC X(8)  VALUE "  SEDE: ".
           05 lis-sede                   PIC X(2).
           05 FILLER                     PIC X(3)  VALUE " - ".
           05 lis-nombreSede             PIC X(20).

       01  LINEA-RENGLON.
           05 FILLER                     PIC X(4)  VALUE SPACES.
           05 lis-nroAlumno              PIC X(6).
           05 FILLER                     PIC X     VALUE SPACE.
           05 lis-nombre                 PIC X(23).
           05 FILLER                     PIC X(7)  VALUE " BRUTO ".
           05 lis-bruto                  PIC ZZZZ9.99.
           05 FILLER                     PIC X(6)  VALUE " BECA ".
           05 lis-porcBeca               PIC ZZ9.
           05 FILLER                     PIC X(2)  VALUE "% ".
           05 lis-descuento              PIC ZZZZ9.99.
           05 FILLER                     PIC X(6)  VALUE " NETO ".
           05 lis-neto                   PIC ZZZZ9.99.
           05 FILLER                     PIC X     VALUE SPACE.
           05 lis-observacion            PIC X(12).

       01  LINEA-TOTAL-SEDE.
           05 FILLER                     PIC X(21) VALUE
           "  TOTAL DE LA SEDE:  ".
           05 tse-cant                   PIC ZZZZ9.
           05 FILLER                     PIC X(10) VALUE
           " CUOTAS  ".
           05 tse-bruto                  PIC ZZZZZZZZ9.99.
           05 FILLER                     PIC X(3)  VALUE "  -".
           05 tse-descuento              PIC ZZZZZZZZ9.99.
           05 FILLER                     PIC X(3)  VALUE "  =".
           05 tse-neto                   PIC ZZZZZZZZ9.99.

       01  LINEA-TOTAL-GENERAL.
           05 FILLER                     PIC X(21) VALUE
           "  TOTAL FACTURADO:   ".
           05 tge-cant                   PIC ZZZZ9.
           05 FILLER                     PIC X(10) VALUE
           " CUOTAS  ".
           05 tge-bruto                  PIC ZZZZZZZZ9.99.
           05 FILLER                     PIC X(3)  VALUE "  -".
           05 tge-descuento              PIC ZZZZZZZZ9.99.
           05 FILLER                     PIC X(3)  VALUE "  =".
           05 tge-neto                   PIC ZZZZZZZZ9.99.

       01  LINEA-EXCLUIDOS.
           05 FILLER                     PIC X(30) VALUE
           "  ALUMNOS NO FACTURADOS:      ".
           05 exc-cant                   PIC ZZZZ9.
           05 FILLER                     PIC X(18) VALUE
           "  SIN TARIFA:     ".
           05 exc-sinTarifa              PIC ZZZZ9.

       01  LINEA-OMITIDOS.
           05 FILLER                     PIC X(30) VALUE
           "  RENGLONES NO IMPRESOS:      ".
           05 omi-cant                   PIC ZZZZ9.
           05 FILLER                     PIC X(31) VALUE
           "  (SUMADOS EN EL TOTAL GENERAL)".

      *VARIABLES PARA INVOCAR A LA RUTINA DE BUSCAR SEDES
       01  AREA-DE-COMMUNICATION-SED.
           05 DATOS-ENTRADA.
               10 OPCION-S            PIC 9.
               10 SED-NUM-DAT-BUSCAR  PIC X(2).
           05 DATOS-SALIDA.
               10 DESCRIPCION-SED     PIC X(20).
               10 COMO-TERMINO.
                   15 retorn-num-s    PIC 9(3).
                   15 retorn-txt-s    PIC X(30).

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
           PERFORM 8600-VERIFICAR-CONTROLES
           PERFORM 1000-INGRESAR-PERIODO
           PERFORM 1200-VERIFICAR-PERIODO-FACTURADO
           IF wss-periodo-facturado = "S"
               DISPLAY "el periodo " wss-mes "/" wss-anio " ya fue "
                   "facturado (FACTCTL.DAT), la facturacion no corre"
           ELSE
               PERFORM 1500-CARGAR-TARIFAS
               PERFORM 1600-CARGAR-BECAS
               PERFORM 1700-CARGAR-CUOTAS-DEL-PERIODO
               PERFORM 1800-CARGAR-GRUPOS-FAMILIARES
               INITIALIZE AREA-DE-COMMUNICATION-SED
               MOVE 1 TO OPCION-S
               CALL Rsede USING AREA-DE-COMMUNICATION-SED
               PERFORM 2000-FACTURAR-ALUMNOS
               PERFORM 3000-ORDENAR-POR-SEDE
               PERFORM 4000-IMPRIMIR-REGISTRO
               PERFORM 4500-GRABAR-CONTROL-DEL-PERIODO
               MOVE "S" TO wss-corrida-normal
               DISPLAY "*** FACTURACION DEL MES COMPLETADA ***"
               DISPLAY "cuotas generadas: " wss-cont-facturados
                   "  alumnos no facturados: " wss-cont-excluidos
           END-IF
           PERFORM 6000-CERRAR-PROGRAMA.

      */////////////////////////////////////////////////////////////////

      * con FACTPARM.DAT presente el periodo sale del parametro y la
      * facturacion corre desatendida; si no se pregunta
       1000-INGRESAR-PERIODO.
           OPEN INPUT ARCH-PRM
           IF wss-fs-prm-OK
               READ ARCH-PRM AT END CONTINUE
                   NOT AT END
                       MOVE "S" TO wss-modo-batch
                       MOVE prm-anio TO wss-anio
                       MOVE prm-mes  TO wss-mes
               END-READ
               CLOSE ARCH-PRM
           ELSE
               CLOSE ARCH-PRM
           END-IF
           IF wss-modo-batch = "N"
               DISPLAY "INGRESO DEL PERIODO A FACTURAR:"
               INITIALIZE AREA-DE-COMMUNICATION-FECH
               MOVE 3 TO OPCION-F
               CALL Rfecha USING AREA-DE-COMMUNICATION-FECH
               MOVE ANIO-VALIDADO TO wss-anio
               MOVE MES-VALIDADO  TO wss-mes
           END-IF
           COMPUTE wss-puntoFact = wss-anio * 100 + wss-mes.

      *-----------------------------------------------------------------

      * un mes se factura una sola vez: la corrida buena deja su
      * marca en FACTCTL.DAT
       1200-VERIFICAR-PERIODO-FACTURADO.
           MOVE "N" TO wss-periodo-facturado
           OPEN INPUT ARCH-FCT
           IF wss-fs-fct-OK
               MOVE "N" TO flag
               READ ARCH-FCT AT END MOVE "S" TO flag
               END-READ
               PERFORM UNTIL flag = "S"
                   IF FCT-ANIO = wss-anio AND FCT-MES = wss-mes
                       MOVE "S" TO wss-periodo-facturado
                   END-IF
                   READ ARCH-FCT AT END MOVE "S" TO flag
                   END-READ
               END-PERFORM
               CLOSE ARCH-FCT
           ELSE
               CLOSE ARCH-FCT
           END-IF.

      *-----------------------------------------------------------------

      * baja las tarifas no anuladas cuya vigencia cubre el periodo
       1500-CARGAR-TARIFAS.
           OPEN INPUT ARCH-TAR
           IF NOT wss-fs-tar-OK
               CLOSE ARCH-TAR
               DISPLAY "no hay cuadro tarifario (TARIFAS.DAT), cargue "
                   "las tarifas con PGENTARI"
               PERFORM 6000-CERRAR-PROGRAMA
           END-IF
           MOVE "N" TO flag
           READ ARCH-TAR AT END MOVE "S" TO flag
           END-READ
           PERFORM UNTIL flag = "S"
               IF NOT TARIFA-ANULADA
                       AND TAR-VIGE-DESDE <= wss-puntoFact
                       AND TAR-VIGE-HASTA >= wss-puntoFact
                       AND wss-cont-tarifas < 300
                   ADD 1 TO wss-cont-tarifas
                   MOVE TAR-PLAN  TO vta-plan(wss-cont-tarifas)
                   MOVE TAR-SEDE  TO vta-sede(wss-cont-tarifas)
                   MOVE TAR-TURNO TO vta-turno(wss-cont-tarifas)
                   MOVE TAR-VIGE-DESDE TO
                       vta-vigeDesde(wss-cont-tarifas)
                   MOVE TAR-VIGE-HASTA TO
                       vta-vigeHasta(wss-cont-tarifas)
                   MOVE TAR-IMPORTE TO vta-importe(wss-cont-tarifas)
               END-IF
               READ ARCH-TAR AT END MOVE "S" TO flag
               END-READ
           END-PERFORM
           CLOSE ARCH-TAR.

      *-----------------------------------------------------------------

      * de cada becado queda la beca del cierre mas reciente que no
      * sea posterior al mes facturado
       1600-CARGAR-BECAS.
           OPEN INPUT ARCH-BEC
           IF wss-fs-bec-OK
               MOVE "N" TO flag
               READ ARCH-BEC AT END MOVE "S" TO flag
               END-READ
               PERFORM UNTIL flag = "S"
                   COMPUTE wss-puntoBeca = BEC-ANIO-CIERRE * 100
                       + BEC-MES-CIERRE
                   IF wss-puntoBeca <= wss-puntoFact
                           AND BEC-PORCENTAJE IS NUMERIC
                       PERFORM 1650-GUARDAR-UNA-BECA
                   END-IF
                   READ ARCH-BEC AT END MOVE "S" TO flag
                   END-READ
               END-PERFORM
               CLOSE ARCH-BEC
           ELSE
               CLOSE ARCH-BEC
           END-IF.

      *-----------------------------------------------------------------

       1650-GUARDAR-UNA-BECA.
           MOVE 0 TO WS-IND-BE2
           PERFORM VARYING WS-IND-BEC FROM 1 BY 1
                   UNTIL WS-IND-BEC > wss-cont-becas OR WS-IND-BE2 > 0
               IF vbe-nroAlumno(WS-IND-BEC) = BEC-NRO-ALUMNO
                   MOVE WS-IND-BEC TO WS-IND-BE2
               END-IF
           END-PERFORM
           IF WS-IND-BE2 = 0
               IF wss-cont-becas < 500
                   ADD 1 TO wss-cont-becas
                   MOVE BEC-NRO-ALUMNO TO vbe-nroAlumno(wss-cont-becas)
                   MOVE wss-puntoBeca TO
                       vbe-puntoCierre(wss-cont-becas)
                   MOVE BEC-PORCENTAJE TO
                       vbe-porcentaje(wss-cont-becas)
               END-IF
           ELSE
               IF wss-puntoBeca >= vbe-puntoCierre(WS-IND-BE2)
                   MOVE wss-puntoBeca TO vbe-puntoCierre(WS-IND-BE2)
                   MOVE BEC-PORCENTAJE TO vbe-porcentaje(WS-IND-BE2)
               END-IF
           END-IF.

      *-----------------------------------------------------------------

      * la cuota mensual del periodo que ya exista (cargada a mano
      * por PGENCUOT) no se vuelve a generar
       1700-CARGAR-CUOTAS-DEL-PERIODO.
           OPEN INPUT ARCH-CUO
           IF wss-fs-cuo-OK
               MOVE "N" TO flag
               READ ARCH-CUO AT END MOVE "S" TO flag
               END-READ
               PERFORM UNTIL flag = "S"
                   IF CUO-ANIO = wss-anio AND CUO-MES = wss-mes
                           AND CUOTA-MENSUAL
                           AND wss-cont-yaCargadas < 2000
                       ADD 1 TO wss-cont-yaCargadas
                       MOVE CUO-NRO-ALUMNO TO
                           VECTOR-YA-CARGADAS(wss-cont-yaCargadas)
                   END-IF
                   READ ARCH-CUO AT END MOVE "S" TO flag
                   END-READ
               END-PERFORM
               CLOSE ARCH-CUO
           ELSE
               CLOSE ARCH-CUO
           END-IF.

      *-----------------------------------------------------------------

      * baja los porcentajes por hermano y los hermanos agrupados;
      * una pasada por ALUMNOS.DAT marca cuales estan activos
       1800-CARGAR-GRUPOS-FAMILIARES.
           MOVE 0 TO VECTOR-PORC-HERMANO(1) VECTOR-PORC-HERMANO(2)
               VECTOR-PORC-HERMANO(3) VECTOR-PORC-HERMANO(4)
           OPEN INPUT ARCH-HDE
           IF wss-fs-hde-OK
               MOVE "N" TO flag
               READ ARCH-HDE AT END MOVE "S" TO flag
               END-READ
               PERFORM UNTIL flag = "S"
                   IF HDE-ORDEN >= 2 AND HDE-ORDEN <= 4
                           AND HDE-PORCENTAJE IS NUMERIC
                       MOVE HDE-PORCENTAJE TO
                           VECTOR-PORC-HERMANO(HDE-ORDEN)
                   END-IF
                   READ ARCH-HDE AT END MOVE "S" TO flag
                   END-READ
               END-PERFORM
               CLOSE ARCH-HDE
           ELSE
               CLOSE ARCH-HDE
           END-IF
           OPEN INPUT ARCH-FAM
           IF wss-fs-fam-OK
               MOVE "N" TO flag
               READ ARCH-FAM AT END MOVE "S" TO flag
               END-READ
               PERFORM UNTIL flag = "S"
                   PERFORM VARYING WS-IND-HER FROM 1 BY 1
                           UNTIL WS-IND-HER > FAM-CANT-HIJOS
                       IF wss-cont-hermanos < 3000
                           ADD 1 TO wss-cont-hermanos
                           MOVE FAM-NRO-ALUMNO(WS-IND-HER) TO
                               vhe-nroAlumno(wss-cont-hermanos)
                           MOVE FAM-NUMERO TO
                               vhe-familia(wss-cont-hermanos)
                           MOVE FAM-FECHA-NAC(WS-IND-HER) TO
                               vhe-fechaNac(wss-cont-hermanos)
                           MOVE "N" TO vhe-activo(wss-cont-hermanos)
                       END-IF
                   END-PERFORM
                   READ ARCH-FAM AT END MOVE "S" TO flag
                   END-READ
               END-PERFORM
               CLOSE ARCH-FAM
           ELSE
               CLOSE ARCH-FAM
           END-IF
           IF wss-cont-hermanos > 0
               OPEN INPUT ARCH-ALU
               IF wss-fs-alu-OK
                   MOVE "N" TO flag
                   READ ARCH-ALU AT END MOVE "S" TO flag
                   END-READ
                   PERFORM UNTIL flag = "S"
                       IF ALUMNO-ACTIVO
                           PERFORM VARYING WS-IND-HER FROM 1 BY 1
                                   UNTIL WS-IND-HER > wss-cont-hermanos
                               IF vhe-nroAlumno(WS-IND-HER) =
                                       ALU-NRO-ALUMNO
                                   MOVE "S" TO vhe-activo(WS-IND-HER)
                               END-IF
                           END-PERFORM
                       END-IF
                       READ ARCH-ALU AT END MOVE "S" TO flag
                       END-READ
                   END-PERFORM
                   CLOSE ARCH-ALU
               ELSE
                   CLOSE ARCH-ALU
               END-IF
           END-IF.

      *-----------------------------------------------------------------

       2000-FACTURAR-ALUMNOS.
           OPEN INPUT ARCH-ALU
           IF NOT wss-fs-alu-OK
               CLOSE ARCH-ALU
               DISPLAY "error al abrir el archivo ALUMNOS.DAT"
               PERFORM 6000-CERRAR-PROGRAMA
           END-IF
           OPEN EXTEND ARCH-CUO
           IF NOT wss-fs-cuo-OK AND NOT wss-fs-cuo-NOEXISTE
               DISPLAY "error al abrir el archivo CUOTAS.DAT"
               PERFORM 6000-CERRAR-PROGRAMA
           END-IF
           OPEN EXTEND ARCH-FDE
           IF NOT wss-fs-fde-OK AND NOT wss-fs-fde-NOEXISTE
               DISPLAY "error al abrir el archivo FACTDET.DAT"
               PERFORM 6000-CERRAR-PROGRAMA
           END-IF
           MOVE "N" TO flag
           READ ARCH-ALU AT END MOVE "S" TO flag
           END-READ
           PERFORM UNTIL flag = "S"
               ADD 1 TO wss-cont-leidos
               IF ALUMNO-ACTIVO
                   PERFORM 2100-FACTURAR-UN-ALUMNO
               END-IF
               READ ARCH-ALU AT END MOVE "S" TO flag
               END-READ
           END-PERFORM
           CLOSE ARCH-ALU
           CLOSE ARCH-CUO
           IF NOT wss-fs-cuo-OK
               DISPLAY "error al cerrar CUOTAS.DAT"
           END-IF
           CLOSE ARCH-FDE.

      *-----------------------------------------------------------------

       2100-FACTURAR-UN-ALUMNO.
           MOVE "N" TO wss-ya-cargada
           PERFORM VARYING WS-IND-YAC FROM 1 BY 1
                   UNTIL WS-IND-YAC > wss-cont-yaCargadas
                   OR wss-ya-cargada = "S"
               IF VECTOR-YA-CARGADAS(WS-IND-YAC) = ALU-NRO-ALUMNO
                   MOVE "S" TO wss-ya-cargada
               END-IF
           END-PERFORM
           IF wss-ya-cargada = "S"
               ADD 1 TO wss-cont-excluidos
               MOVE 0 TO wss-importeBruto wss-porcBeca wss-descBeca
                   wss-importeNeto wss-ordenHermano wss-porcHerm
                   wss-descHerm
               MOVE "Y" TO wss-tipoRenglon
               PERFORM 2500-AGREGAR-RENGLON
           ELSE
               PERFORM 2200-BUSCAR-TARIFA
               IF wss-tarifa-hallada = "N"
                   ADD 1 TO wss-cont-excluidos
                   ADD 1 TO wss-cont-sinTarifa
                   MOVE 0 TO wss-importeBruto wss-porcBeca
                       wss-descBeca wss-importeNeto wss-ordenHermano
                       wss-porcHerm wss-descHerm
                   MOVE "T" TO wss-tipoRenglon
                   PERFORM 2500-AGREGAR-RENGLON
               ELSE
                   PERFORM 2300-APLICAR-BECA
                   PERFORM 2400-GRABAR-CUOTA
               END-IF
           END-IF.

      *-----------------------------------------------------------------

       2200-BUSCAR-TARIFA.
           MOVE "N" TO wss-tarifa-hallada
           MOVE 0 TO wss-importeBruto
           PERFORM VARYING WS-IND-TAR FROM 1 BY 1
                   UNTIL WS-IND-TAR > wss-cont-tarifas
                   OR wss-tarifa-hallada = "S"
               IF vta-plan(WS-IND-TAR) = ALU-PLAN
                       AND vta-sede(WS-IND-TAR) = ALU-SEDE
                       AND vta-turno(WS-IND-TAR) = ALU-TURNO
                   MOVE "S" TO wss-tarifa-hallada
                   MOVE vta-importe(WS-IND-TAR) TO wss-importeBruto
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------

      * el descuento de la beca se redondea al centavo y el neto es
      * el bruto menos el descuento
       2300-APLICAR-BECA.
           MOVE 0 TO wss-porcBeca
           PERFORM VARYING WS-IND-BEC FROM 1 BY 1
                   UNTIL WS-IND-BEC > wss-cont-becas
               IF vbe-nroAlumno(WS-IND-BEC) = ALU-NRO-ALUMNO
                   MOVE vbe-porcentaje(WS-IND-BEC) TO wss-porcBeca
               END-IF
           END-PERFORM
           IF wss-porcBeca > 100
               MOVE 100 TO wss-porcBeca
           END-IF
           COMPUTE wss-descBeca ROUNDED =
               wss-importeBruto * wss-porcBeca / 100
           PERFORM 2350-APLICAR-DESCUENTO-HERMANO
           COMPUTE wss-importeNeto = wss-importeBruto - wss-descBeca
               - wss-descHerm.

      *-----------------------------------------------------------------

      * el orden del hermano es uno mas la cantidad de hermanos
      * activos del grupo nacidos antes (a igual fecha, el de numero
      * de alumno menor); del cuarto en adelante rige el porcentaje
      * del cuarto
       2350-APLICAR-DESCUENTO-HERMANO.
           MOVE 0 TO wss-ordenHermano wss-porcHerm wss-descHerm
           MOVE 0 TO WS-IND-HE2
           PERFORM VARYING WS-IND-HER FROM 1 BY 1
                   UNTIL WS-IND-HER > wss-cont-hermanos
                   OR WS-IND-HE2 > 0
               IF vhe-nroAlumno(WS-IND-HER) = ALU-NRO-ALUMNO
                   MOVE WS-IND-HER TO WS-IND-HE2
               END-IF
           END-PERFORM
           IF WS-IND-HE2 > 0
               MOVE 1 TO wss-ordenHermano
               PERFORM VARYING WS-IND-HER FROM 1 BY 1
                       UNTIL WS-IND-HER > wss-cont-hermanos
                   IF vhe-familia(WS-IND-HER) = vhe-familia(WS-IND-HE2)
                           AND vhe-activo(WS-IND-HER) = "S"
                           AND (vhe-fechaNac(WS-IND-HER) <
                               vhe-fechaNac(WS-IND-HE2)
                           OR (vhe-fechaNac(WS-IND-HER) =
                               vhe-fechaNac(WS-IND-HE2)
                           AND vhe-nroAlumno(WS-IND-HER) <
                               vhe-nroAlumno(WS-IND-HE2)))
                           AND wss-ordenHermano < 9
                       ADD 1 TO wss-ordenHermano
                   END-IF
               END-PERFORM
               IF wss-ordenHermano >= 4
                   MOVE VECTOR-PORC-HERMANO(4) TO wss-porcHerm
               ELSE
                   MOVE VECTOR-PORC-HERMANO(wss-ordenHermano) TO
                       wss-porcHerm
               END-IF
               COMPUTE wss-descHerm ROUNDED =
                   (wss-importeBruto - wss-descBeca) * wss-porcHerm
                   / 100
           END-IF.

      *-----------------------------------------------------------------

      * una beca completa no genera cargo en CUOTAS.DAT (una cuota
      * en cero figuraria como pagada sin pago), pero queda en el
      * detalle y en el registro con su descuento
       2400-GRABAR-CUOTA.
           IF wss-importeNeto > 0
               MOVE ALU-NRO-ALUMNO  TO CUO-NRO-ALUMNO
               MOVE wss-anio        TO CUO-ANIO
               MOVE wss-mes         TO CUO-MES
               MOVE wss-importeNeto TO CUO-IMPORTE
               MOVE 0               TO CUO-PAGADO
               MOVE 0               TO CUO-FECHA-PAGO
               MOVE "C"             TO CUO-TIPO
               MOVE SPACE           TO CUO-ESTADO
               WRITE REG-CUO
               IF NOT wss-fs-cuo-OK
                   DISPLAY "error al escribir CUOTAS.DAT"
                   PERFORM 6000-CERRAR-PROGRAMA
               END-IF
           END-IF
           MOVE ALU-NRO-ALUMNO   TO FDE-NRO-ALUMNO
           MOVE wss-anio         TO FDE-ANIO
           MOVE wss-mes          TO FDE-MES
           MOVE ALU-SEDE         TO FDE-SEDE
           MOVE ALU-TURNO        TO FDE-TURNO
           MOVE ALU-PLAN         TO FDE-PLAN
           MOVE wss-importeBruto TO FDE-BRUTO
           MOVE wss-porcBeca     TO FDE-PORC-BECA
           MOVE wss-descBeca     TO FDE-DESC-BECA
           MOVE wss-importeNeto  TO FDE-NETO
           MOVE wss-porcHerm     TO FDE-PORC-HERM
           MOVE wss-descHerm     TO FDE-DESC-HERM
           MOVE SPACES           TO ESPACIO-FDE
           WRITE REG-FDE
           IF NOT wss-fs-fde-OK
               DISPLAY "error al escribir FACTDET.DAT"
           END-IF
           ADD 1 TO wss-cont-facturados
           ADD wss-importeBruto TO wss-total-bruto
           ADD wss-descBeca     TO wss-total-descuento
           ADD wss-descHerm     TO wss-total-descuento
           ADD wss-importeNeto  TO wss-total-neto
           MOVE "F" TO wss-tipoRenglon
           PERFORM 2500-AGREGAR-RENGLON.

      *-----------------------------------------------------------------

      * el registro impreso tiene lugar para 2000 renglones; los que
      * no entran se cuentan y salen al pie, y los importes ya estan
      * sumados en el total general
       2500-AGREGAR-RENGLON.
           IF wss-cont-renglones < 2000
               ADD 1 TO wss-cont-renglones
               MOVE ALU-SEDE         TO vre-sede(wss-cont-renglones)
               MOVE ALU-NRO-ALUMNO   TO
                   vre-nroAlumno(wss-cont-renglones)
               MOVE ALU-NOMBRE       TO vre-nombre(wss-cont-renglones)
               MOVE wss-tipoRenglon  TO vre-tipo(wss-cont-renglones)
               MOVE wss-importeBruto TO vre-bruto(wss-cont-renglones)
               MOVE wss-porcBeca     TO
                   vre-porcBeca(wss-cont-renglones)
               COMPUTE vre-descuento(wss-cont-renglones) =
                   wss-descBeca + wss-descHerm
               MOVE wss-importeNeto  TO vre-neto(wss-cont-renglones)
               IF wss-porcHerm > 0
                   MOVE wss-ordenHermano TO
                       vre-ordenHermano(wss-cont-renglones)
               ELSE
                   MOVE 0 TO vre-ordenHermano(wss-cont-renglones)
               END-IF
           ELSE
               IF wss-cont-omitidos = 0
                   DISPLAY "ADVERTENCIA: mas de 2000 renglones, el "
                       "registro impreso queda incompleto"
               END-IF
               ADD 1 TO wss-cont-omitidos
           END-IF.

      *-----------------------------------------------------------------

      * ordena los renglones por sede y numero de alumno con el
      * intercambio de a pares de siempre
       3000-ORDENAR-POR-SEDE.
           PERFORM VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND >= wss-cont-renglones
               PERFORM VARYING WS-IND-2 FROM 1 BY 1
                       UNTIL WS-IND-2 >= wss-cont-renglones
                   IF vre-sede(WS-IND-2) > vre-sede(WS-IND-2 + 1)
                       OR (vre-sede(WS-IND-2) = vre-sede(WS-IND-2 + 1)
                           AND vre-nroAlumno(WS-IND-2) >
                               vre-nroAlumno(WS-IND-2 + 1))
                       MOVE VECTOR-RENGLONES(WS-IND-2)
                           TO WSS-RENGLON-AUX
                       MOVE VECTOR-RENGLONES(WS-IND-2 + 1)
                           TO VECTOR-RENGLONES(WS-IND-2)
                       MOVE WSS-RENGLON-AUX
                           TO VECTOR-RENGLONES(WS-IND-2 + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

      *-----------------------------------------------------------------

       4000-IMPRIMIR-REGISTRO.
           OPEN OUTPUT ARCH-LIS
           IF NOT wss-fs-lis-OK
               DISPLAY "error al abrir el archivo FACTLIS.DAT"
               PERFORM 6000-CERRAR-PROGRAMA
           END-IF
           ACCEPT wss-fechaHoy FROM DATE YYYYMMDD
           INITIALIZE AREA-DE-COMMUNICATION-FECH
           MOVE 2 TO OPCION-F
           MOVE wss-fechaHoy(7:2) TO diaa
           MOVE wss-fechaHoy(5:2) TO mess
           MOVE wss-fechaHoy(1:4) TO anioo
           CALL Rfecha USING AREA-DE-COMMUNICATION-FECH
           MOVE FECHA-FORMATOO3 TO tit-fecha
           MOVE wss-mes  TO tit-mes
           MOVE wss-anio TO tit-anio
           WRITE REG-LIS FROM
               "**************************************************"
           WRITE REG-LIS FROM LINEA-TITULO
           WRITE REG-LIS FROM
               "**************************************************"

           MOVE SPACES TO wss-sedeCorte
           PERFORM VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND > wss-cont-renglones
               IF vre-sede(WS-IND) NOT = wss-sedeCorte
                   IF wss-sedeCorte NOT = SPACES
                       PERFORM 4200-IMPRIMIR-TOTAL-SEDE
                   END-IF
                   PERFORM 4100-IMPRIMIR-CABECERA-SEDE
               END-IF
               PERFORM 4300-IMPRIMIR-UN-RENGLON
           END-PERFORM
           IF wss-sedeCorte NOT = SPACES
               PERFORM 4200-IMPRIMIR-TOTAL-SEDE
           END-IF

           WRITE REG-LIS FROM SPACES
           MOVE wss-cont-facturados TO tge-cant
           MOVE wss-total-bruto     TO tge-bruto
           MOVE wss-total-descuento TO tge-descuento
           MOVE wss-total-neto      TO tge-neto
           WRITE REG-LIS FROM LINEA-TOTAL-GENERAL
           MOVE wss-cont-excluidos  TO exc-cant
           MOVE wss-cont-sinTarifa  TO exc-sinTarifa
           WRITE REG-LIS FROM LINEA-EXCLUIDOS
           IF wss-cont-omitidos > 0
               MOVE wss-cont-omitidos TO omi-cant
               WRITE REG-LIS FROM LINEA-OMITIDOS
           END-IF
           WRITE REG-LIS FROM SPACES
           WRITE REG-LIS FROM SPACES
           WRITE REG-LIS FROM
               "  CONTROLO TESORERIA: ______________________  "
           WRITE REG-LIS FROM
               "  FIRMA Y FECHA:      ______________________  "
           CLOSE ARCH-LIS.

      *-----------------------------------------------------------------

       4100-IMPRIMIR-CABECERA-SEDE.
           MOVE vre-sede(WS-IND) TO wss-sedeCorte
           MOVE 0 TO wss-sede-cant wss-sede-bruto wss-sede-descuento
               wss-sede-neto
           WRITE REG-LIS FROM SPACES
           MOVE wss-sedeCorte TO lis-sede
           INITIALIZE AREA-DE-COMMUNICATION-SED
           MOVE 2 TO OPCION-S
           MOVE wss-sedeCorte TO SED-NUM-DAT-BUSCAR
           CALL Rsede USING AREA-DE-COMMUNICATION-SED
           IF retorn-num-s = 0
               MOVE DESCRIPCION-SED TO lis-nombreSede
           ELSE
               MOVE "SEDE NO HALLADA" TO lis-nombreSede
           END-IF
           WRITE REG-LIS FROM LINEA-SEDE.

      *-----------------------------------------------------------------

       4200-IMPRIMIR-TOTAL-SEDE.
           MOVE wss-sede-cant      TO tse-cant
           MOVE wss-sede-bruto     TO tse-bruto
           MOVE wss-sede-descuento TO tse-descuento
           MOVE wss-sede-neto      TO tse-neto
           WRITE REG-LIS FROM LINEA-TOTAL-SEDE.

      *-----------------------------------------------------------------

       4300-IMPRIMIR-UN-RENGLON.
           MOVE vre-nroAlumno(WS-IND) TO lis-nroAlumno
           MOVE vre-nombre(WS-IND)    TO lis-nombre
           MOVE vre-bruto(WS-IND)     TO lis-bruto
           MOVE vre-porcBeca(WS-IND)  TO lis-porcBeca
           MOVE vre-descuento(WS-IND) TO lis-descuento
           MOVE vre-neto(WS-IND)      TO lis-neto
           EVALUATE vre-tipo(WS-IND)
               WHEN "F"
                   EVALUATE TRUE
                       WHEN vre-neto(WS-IND) = 0
                           MOVE "BECA TOTAL"   TO lis-observacion
                       WHEN vre-ordenHermano(WS-IND) > 0
                           MOVE SPACES TO lis-observacion
                           STRING "HERMANO "   DELIMITED BY SIZE
                               vre-ordenHermano(WS-IND)
                                               DELIMITED BY SIZE
                               INTO lis-observacion
                           END-STRING
                       WHEN OTHER
                           MOVE SPACES         TO lis-observacion
                   END-EVALUATE
                   ADD 1 TO wss-sede-cant
                   ADD vre-bruto(WS-IND)     TO wss-sede-bruto
                   ADD vre-descuento(WS-IND) TO wss-sede-descuento
                   ADD vre-neto(WS-IND)      TO wss-sede-neto
               WHEN "T"
                   MOVE "SIN TARIFA"       TO lis-observacion
               WHEN "Y"
                   MOVE "YA CARGADA"       TO lis-observacion
           END-EVALUATE
           WRITE REG-LIS FROM LINEA-RENGLON.

      *-----------------------------------------------------------------

      * marca el periodo como facturado para que no se repita y deja
      * el rastro en AUDIT.LOG
       4500-GRABAR-CONTROL-DEL-PERIODO.
           PERFORM 8800-OBTENER-USUARIO-SESION
           OPEN EXTEND ARCH-FCT
           IF wss-fs-fct-OK OR wss-fs-fct-NOEXISTE
               MOVE wss-anio TO FCT-ANIO
               MOVE wss-mes  TO FCT-MES
               ACCEPT FCT-FECHA FROM DATE YYYYMMDD
               ACCEPT FCT-HORA FROM TIME
               IF wss-usuario-sesion = SPACES
                   ACCEPT FCT-USUARIO FROM ENVIRONMENT "USER"
               ELSE
                   MOVE wss-usuario-sesion TO FCT-USUARIO
               END-IF
               MOVE wss-cont-facturados TO FCT-CANTIDAD
               MOVE wss-total-neto      TO FCT-TOTAL
               MOVE SPACES              TO ESPACIO-FCT
               WRITE REG-FCT
               CLOSE ARCH-FCT
           ELSE
               DISPLAY "error al grabar FACTCTL.DAT, el periodo "
                   "queda sin marcar"
           END-IF
           OPEN EXTEND ARCH-AUDIT
           IF wss-fs-aud-OK OR wss-fs-aud-NOEXISTE
               ACCEPT aud-fecha FROM DATE YYYYMMDD
               ACCEPT aud-hora FROM TIME
               MOVE FCT-USUARIO TO aud-usuario
               MOVE "PFACCUOT" TO aud-programa
               MOVE SPACES TO aud-clave
               STRING "FACTURACION " DELIMITED BY SIZE
                   wss-anio          DELIMITED BY SIZE
                   wss-mes           DELIMITED BY SIZE
                   INTO aud-clave
               END-STRING
               WRITE REG-AUDIT
               CLOSE ARCH-AUDIT
           END-IF.

      *-----------------------------------------------------------------

      * anota la corrida en ESTADIS.DAT con sus totales de control,
      * para que operaciones pueda probar que la ventana corrio
       5500-GRABAR-ESTADISTICA.
           OPEN EXTEND ARCH-EST
           IF wss-fs-est-OK OR wss-fs-est-NOEXISTE
               MOVE "PFACCUOT" TO est-programa
               ACCEPT est-fecha FROM DATE YYYYMMDD
               ACCEPT est-hora FROM TIME
               MOVE wss-cont-leidos TO est-leidos
               MOVE wss-cont-facturados TO est-escritos
               MOVE wss-cont-excluidos TO est-rechazados
               IF wss-corrida-normal = "S"
                   MOVE "N" TO est-final
               ELSE
                   MOVE "A" TO est-final
               END-IF
               WRITE REG-EST
               IF NOT wss-fs-est-OK then
                   display "error al escribir ESTADIS.DAT"
               END-IF
               CLOSE ARCH-EST
           ELSE
               DISPLAY "error al abrir ESTADIS.DAT"
           END-IF.

      *-----------------------------------------------------------------

       6000-CERRAR-PROGRAMA.
           PERFORM 8650-SELLAR-CONTROLES
           PERFORM 5500-GRABAR-ESTADISTICA
           GOBACK.

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

      * los maestros que lee la corrida tienen que coincidir con
      * sus registros de control de CTLMAEST.DAT; si no coinciden
      * la corrida no procesa nada y termina con final anormal
       8600-VERIFICAR-CONTROLES.
           INITIALIZE AREA-DE-COMMUNICATION-CTM
           MOVE 2 TO OPCION-K
           MOVE "ALUCUO" TO K-ARCHIVOS
           MOVE "PFACCUOT" TO K-PROGRAMA
           CALL Rcontrol USING AREA-DE-COMMUNICATION-CTM
           IF retorn-num-k = 001
               DISPLAY "corrida detenida: los archivos no "
                   "coinciden con CTLMAEST.DAT (ver PVERCTL)"
               PERFORM 6000-CERRAR-PROGRAMA
           END-IF.

      *-----------------------------------------------------------------

      * deja en CTLMAEST.DAT los totales de los maestros que
      * actualiza el programa
       8650-SELLAR-CONTROLES.
           INITIALIZE AREA-DE-COMMUNICATION-CTM
           MOVE 1 TO OPCION-K
           MOVE "CUO" TO K-ARCHIVOS
           MOVE "PFACCUOT" TO K-PROGRAMA
           CALL Rcontrol USING AREA-DE-COMMUNICATION-CTM.

      *-----------------------------------------------------------------

      * con la cadena nocturna corriendo el programa no entra a
      * actualizar (salvo que el supervisor lo fuerce)
       8550-CONTROLAR-VENTANA-BATCH.
           INITIALIZE AREA-DE-COMMUNICATION-VEN
           MOVE 5 TO OPCION-V
           MOVE "PFACCUOT" TO V-PROGRAMA
           CALL Rventana USING AREA-DE-COMMUNICATION-VEN
           IF retorn-num-v NOT = 0
               PERFORM 6000-CERRAR-PROGRAMA
           END-IF.

      *-----------------------------------------------------------------
       END PROGRAM PFACCUOT.

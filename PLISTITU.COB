      ******************************************************************
      * Author: Gonzalez Nazarena Araceli
      * Date:
      * Purpose: Listados del registro de titulos. Modo 1 imprime el
      *    libro matriz en LIBROMAT.DAT: asienta en orden de numero
      *    los titulos de TITULOS.DAT que todavia no estan en el
      *    libro, 20 por pagina, cada folio con pagina anverso y
      *    reverso; la pagina que no se llena se completa con lineas
      *    anuladas. El ultimo titulo asentado y la ultima pagina
      *    usada quedan en LIBROCTL.DAT, de modo que cada impresion
      *    sigue la numeracion de la anterior sin saltos; si falta un
      *    numero de titulo el libro se detiene antes del hueco.
      *    Modo 2 lista en TITDEMO.DAT los diplomas no entregados
      *    que llevan en su etapa actual (TITMOVI.DAT, ver PGENTITU)
      *    mas de los dias indicados.
      *    Con la ventana batch abierta (PJOBSTRM corriendo la cadena
      *    nocturna) el modo 1 no entra, salvo que el supervisor lo
      *    fuerce; las consultas siguen disponibles
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PLISTITU.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL ARCH-TIT         ASSIGN TO "TITULOS.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-tit.

       SELECT OPTIONAL ARCH-TMV         ASSIGN TO "TITMOVI.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-tmv.

       SELECT OPTIONAL ARCH-ALU         ASSIGN TO "ALUMNOS.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-alu.

       SELECT OPTIONAL ARCH-CTL         ASSIGN TO "LIBROCTL.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-ctl.

       SELECT OPTIONAL ARCH-LIBRO       ASSIGN TO "LIBROMAT.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-lib.

       SELECT OPTIONAL ARCH-DEMO        ASSIGN TO "TITDEMO.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS wss-fs-dem.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCH-TIT.
           01  REG-TIT.
                05 TIT-NRO-TITULO     PIC 9(5).
                05 TIT-NRO-ALUMNO     PIC 9(6).
                05 TIT-FECHA          PIC 9(8).
                05 TIT-PROMEDIO       PIC 99V99.
                05 ESPACIO-TIT        PIC XX.

       FD  ARCH-TMV.
           01  REG-TMV.
                05 TMV-NRO-TITULO     PIC 9(5).
                05 TMV-ETAPA          PIC 9.
                05 TMV-FECHA          PIC 9(8).
                05 TMV-HORA           PIC 9(6).
                05 TMV-USUARIO        PIC X(20).
                05 TMV-DNI-RECEPTOR   PIC X(10).
                05 TMV-RECEPTOR       PIC X(23).
                05 ESPACIO-TMV        PIC XX.

       FD  ARCH-ALU.
           01  REG-ALU.
                05 ALU-NRO-ALUMNO        PIC X(6).
                05 ALU-NOMBRE            PIC X(23).
                05 ALU-NRO-PAIS          PIC X(3).
                05 ALU-PLAN              PIC X.
                05 ALU-FECHA-INGRESO     PIC 9(8).
                05 ALU-ESTADO            PIC X.
                05 ALU-FECHA-ESTADO      PIC X(8).
                05 ALU-SEDE              PIC X(2).
                05 ALU-TURNO             PIC X.

       FD  ARCH-CTL.
           01  REG-CTL.
                05 CTL-ULTIMO-TITULO  PIC 9(5).
                05 CTL-ULTIMA-PAGINA  PIC 9(5).
                05 CTL-FECHA          PIC 9(8).
                05 ESPACIO-CTL        PIC XX.

       FD  ARCH-LIBRO.
           01  REG-LIBRO             PIC X(90).

       FD  ARCH-DEMO.
           01  REG-DEMO              PIC X(90).

       WORKING-STORAGE SECTION.
       77  flag                          PIC X     VALUE "N".
       77  wss-modo                      PIC 9     VALUE 0.
       77  wss-confirma                  PIC X.
       77  wss-dato-valido               PIC X     VALUE "N".
       77  wss-fechaHoy                  PIC 9(8).

       01  wss-fs-tit                    PIC X(2).
           88 wss-fs-tit-OK                        VALUE '00'.
       01  wss-fs-tmv                    PIC X(2).
           88 wss-fs-tmv-OK                        VALUE '00'.
       01  wss-fs-alu                    PIC X(2).
           88 wss-fs-alu-OK                        VALUE '00'.
       01  wss-fs-ctl                    PIC X(2).
           88 wss-fs-ctl-OK                        VALUE '00'.
       01  wss-fs-lib                    PIC X(2).
           88 wss-fs-lib-OK                        VALUE '00'.
       01  wss-fs-dem                    PIC X(2).
           88 wss-fs-dem-OK                        VALUE '00'.

      * nombres de las etapas del diploma, en orden
       01  TABLA-ETAPAS.
           05 FILLER                     PIC X(16) VALUE
           "SOLICITADO".
           05 FILLER                     PIC X(16) VALUE
           "IMPRESO".
           05 FILLER                     PIC X(16) VALUE
           "EN LEGALIZACION".
           05 FILLER                     PIC X(16) VALUE
           "LEGALIZADO".
           05 FILLER                     PIC X(16) VALUE
           "FIRMADO".
           05 FILLER                     PIC X(16) VALUE
           "ENTREGADO".
       01  FILLER REDEFINES TABLA-ETAPAS.
           05 nombreEtapa                OCCURS 6 TIMES PIC X(16).

      * titulos registrados, ordenados por numero para el libro
       77  wss-cont-titulos              PIC 9(4)  COMP VALUE 0.
       01  VECTOR-TITULOS                OCCURS 2000 TIMES.
           05 vti-nroTitulo              PIC 9(5).
           05 vti-nroAlumno              PIC 9(6).
           05 vti-nombre                 PIC X(23).
           05 vti-fechaEgreso            PIC 9(8).
           05 vti-promedio               PIC 99V99.
           05 vti-etapa                  PIC 9.
           05 vti-fechaEtapa             PIC 9(8).
       01  WSS-TITULO-AUX.
           05 wta-nroTitulo              PIC 9(5).
           05 wta-nroAlumno              PIC 9(6).
           05 wta-nombre                 PIC X(23).
           05 wta-fechaEgreso            PIC 9(8).
           05 wta-promedio               PIC 99V99.
           05 wta-etapa                  PIC 9.
           05 wta-fechaEtapa             PIC 9(8).
       77  WS-IND-TIT                    PIC 9(4)  COMP.
       77  WS-IND-2                      PIC 9(4)  COMP.
       77  wss-indTitulo                 PIC 9(4)  COMP.
       77  wss-nroTitulo                 PIC 9(5).

      * control del libro y pagina en curso
       77  wss-lineasPorPagina           PIC 9(2)  COMP VALUE 20.
       77  wss-ultimoTitulo              PIC 9(5)  VALUE 0.
       77  wss-ultimaPagina              PIC 9(5)  VALUE 0.
       77  wss-primerIndice              PIC 9(4)  COMP VALUE 0.
       77  wss-cont-a-asentar            PIC 9(4)  COMP VALUE 0.
       77  wss-esperado                  PIC 9(5).
       77  wss-hueco                     PIC X     VALUE "N".
       77  wss-pagina                    PIC 9(5).
       77  wss-folio                     PIC 9(5).
       77  wss-lineaPagina               PIC 9(2)  COMP VALUE 0.
       77  wss-primeroPagina             PIC 9(5).
       77  wss-restoPagina               PIC 9     COMP.

      * titulos demorados
       77  wss-diasLimite                PIC 9(3)  VALUE 0.
       77  wss-cont-demorados            PIC 9(4)  COMP VALUE 0.
       01  VECTOR-DEMORA-ETAPA           OCCURS 5 TIMES.
           05 vde-cantidad               PIC 9(4)  COMP.
       77  WS-IND-ETA                    PIC 9     COMP.

       01  RUTINAS.
           05 Rfecha                     PIC X(8)  VALUE "RUTFECHH".
           05 Rventana                   PIC X(8)  VALUE "RUTVENTA".

       01  LINEA-CABECERA-PAGINA.
           05 FILLER                     PIC X(31) VALUE
           "LIBRO MATRIZ DE TITULOS".
           05 FILLER                     PIC X(7)  VALUE "FOLIO ".
           05 lcp-folio                  PIC ZZZZ9.
           05 FILLER                     PIC X(10) VALUE "  PAGINA ".
           05 lcp-pagina                 PIC ZZZZ9.
           05 FILLER                     PIC X     VALUE SPACE.
           05 lcp-cara                   PIC X(7).

       01  LINEA-COLUMNAS-LIBRO.
           05 FILLER                     PIC X(90) VALUE
           " TITULO  ALUMNO  APELLIDO Y NOMBRE         EGRESO    PROM".

       01  LINEA-ASIENTO.
           05 FILLER                     PIC X     VALUE SPACE.
           05 las-nroTitulo              PIC 9(5).
           05 FILLER                     PIC X(2)  VALUE SPACES.
           05 las-nroAlumno              PIC 9(6).
           05 FILLER                     PIC X(2)  VALUE SPACES.
           05 las-nombre                 PIC X(23).
           05 FILLER                     PIC X(3)  VALUE SPACES.
           05 las-fechaEgreso            PIC 9(8).
           05 FILLER                     PIC X(2)  VALUE SPACES.
           05 las-promedio               PIC Z9.99.

       01  LINEA-ANULADA.
           05 FILLER                     PIC X(90) VALUE
           " ----- ----------------- LINEA ANULADA ----------------".

       01  LINEA-PIE-PAGINA.
           05 FILLER                     PIC X(15) VALUE
           "FIN DE PAGINA ".
           05 lpp-pagina                 PIC ZZZZ9.
           05 FILLER                     PIC X(11) VALUE
           " - TITULOS ".
           05 lpp-desde                  PIC 9(5).
           05 FILLER                     PIC X(3)  VALUE " A ".
           05 lpp-hasta                  PIC 9(5).

       01  LINEA-DEMORADO.
           05 FILLER                     PIC X     VALUE SPACE.
           05 ldm-nroTitulo              PIC 9(5).
           05 FILLER                     PIC X(2)  VALUE SPACES.
           05 ldm-nroAlumno              PIC 9(6).
           05 FILLER                     PIC X     VALUE SPACE.
           05 ldm-nombre                 PIC X(23).
           05 FILLER                     PIC X     VALUE SPACE.
           05 ldm-etapa                  PIC X(16).
           05 FILLER                     PIC X     VALUE SPACE.
           05 ldm-fechaEtapa             PIC 9(8).
           05 FILLER                     PIC X(2)  VALUE SPACES.
           05 ldm-dias                   PIC ZZZZ9.
           05 FILLER                     PIC X(5)  VALUE " DIAS".

       01  LINEA-TOTAL-ETAPA.
           05 FILLER                     PIC X(4)  VALUE SPACES.
           05 lte-etapa                  PIC X(16).
           05 FILLER                     PIC X(2)  VALUE ": ".
           05 lte-cantidad               PIC ZZZ9.

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
           IF wss-modo = 1
               PERFORM 8550-CONTROLAR-VENTANA-BATCH
           END-IF
           ACCEPT wss-fechaHoy FROM DATE YYYYMMDD
           PERFORM 1000-CARGAR-TITULOS
           IF wss-cont-titulos = 0
               DISPLAY "no hay titulos registrados en TITULOS.DAT"
           ELSE
               PERFORM 1100-CARGAR-NOMBRES
               EVALUATE wss-modo
                   WHEN 1
                       PERFORM 2000-MODO-LIBRO-MATRIZ
                   WHEN 2
                       PERFORM 4000-MODO-TITULOS-DEMORADOS
               END-EVALUATE
           END-IF
           PERFORM 6000-CERRAR-PROGRAMA.

      */////////////////////////////////////////////////////////////////

       0500-SELECCIONAR-MODO.
           PERFORM UNTIL wss-modo = 1 OR wss-modo = 2
               DISPLAY "1-IMPRIMIR LAS PAGINAS NUEVAS DEL LIBRO MATRIZ"
               DISPLAY "2-LISTAR TITULOS DEMORADOS EN UNA ETAPA"
               ACCEPT wss-modo
               IF wss-modo NOT = 1 AND wss-modo NOT = 2
                   DISPLAY "opcion invalida"
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------

       1000-CARGAR-TITULOS.
           OPEN INPUT ARCH-TIT
           IF wss-fs-tit-OK
               READ ARCH-TIT AT END MOVE "S" TO flag
               END-READ
               PERFORM UNTIL flag = "S"
                   IF wss-cont-titulos < 2000
                       ADD 1 TO wss-cont-titulos
                       MOVE wss-cont-titulos TO WS-IND-TIT
                       MOVE TIT-NRO-TITULO TO vti-nroTitulo(WS-IND-TIT)
                       MOVE TIT-NRO-ALUMNO TO vti-nroAlumno(WS-IND-TIT)
                       MOVE "NO ENCONTRADO" TO vti-nombre(WS-IND-TIT)
                       MOVE TIT-FECHA TO vti-fechaEgreso(WS-IND-TIT)
                       MOVE TIT-PROMEDIO TO vti-promedio(WS-IND-TIT)
                       MOVE 1 TO vti-etapa(WS-IND-TIT)
                       MOVE TIT-FECHA TO vti-fechaEtapa(WS-IND-TIT)
                   ELSE
                       DISPLAY "ADVERTENCIA: mas de 2000 titulos, el "
                           "listado queda incompleto"
                   END-IF
                   READ ARCH-TIT AT END MOVE "S" TO flag
                   END-READ
               END-PERFORM
               CLOSE ARCH-TIT
           ELSE
               CLOSE ARCH-TIT
           END-IF
           MOVE "N" TO flag.

      *-----------------------------------------------------------------

       1100-CARGAR-NOMBRES.
           OPEN INPUT ARCH-ALU
           IF wss-fs-alu-OK
               READ ARCH-ALU AT END MOVE "S" TO flag
               END-READ
               PERFORM UNTIL flag = "S"
                   PERFORM VARYING WS-IND-TIT FROM 1 BY 1
                           UNTIL WS-IND-TIT > wss-cont-titulos
                       IF vti-nroAlumno(WS-IND-TIT) = ALU-NRO-ALUMNO
                           MOVE ALU-NOMBRE TO vti-nombre(WS-IND-TIT)
                       END-IF
                   END-PERFORM
                   READ ARCH-ALU AT END MOVE "S" TO flag
                   END-READ
               END-PERFORM
               CLOSE ARCH-ALU
           ELSE
               CLOSE ARCH-ALU
           END-IF
           MOVE "N" TO flag.

      *-----------------------------------------------------------------

      * el libro asienta en orden de numero de titulo, continuando
      * desde lo que registra LIBROCTL.DAT
       2000-MODO-LIBRO-MATRIZ.
           PERFORM 2100-LEER-CONTROL
           PERFORM 2200-ORDENAR-TITULOS
           PERFORM 2300-CONTROLAR-CORRELATIVIDAD
           IF wss-cont-a-asentar = 0
               DISPLAY "no hay titulos nuevos para asentar; ultimo "
                   "titulo en el libro: " wss-ultimoTitulo
           ELSE
               COMPUTE wss-nroTitulo = wss-ultimoTitulo + 1
               COMPUTE wss-esperado = wss-ultimoTitulo
                   + wss-cont-a-asentar
               COMPUTE wss-pagina = wss-ultimaPagina + 1
               DISPLAY "SE ASIENTAN LOS TITULOS DEL " wss-nroTitulo
                   " AL " wss-esperado " DESDE LA PAGINA "
                   wss-pagina ". CONFIRMA? (S/N)"
               ACCEPT wss-confirma
               IF wss-confirma NOT = "S" AND wss-confirma NOT = "s"
                   DISPLAY "impresion cancelada, el libro no cambia"
               ELSE
                   PERFORM 2500-IMPRIMIR-PAGINAS
               END-IF
           END-IF.

      *-----------------------------------------------------------------

       2100-LEER-CONTROL.
           MOVE 0 TO wss-ultimoTitulo
           MOVE 0 TO wss-ultimaPagina
           OPEN INPUT ARCH-CTL
           IF wss-fs-ctl-OK
               READ ARCH-CTL AT END CONTINUE
                   NOT AT END
                       MOVE CTL-ULTIMO-TITULO TO wss-ultimoTitulo
                       MOVE CTL-ULTIMA-PAGINA TO wss-ultimaPagina
               END-READ
               CLOSE ARCH-CTL
           ELSE
               CLOSE ARCH-CTL
           END-IF.

      *-----------------------------------------------------------------

      * burbuja por numero de titulo, como ordena PLISMERI
       2200-ORDENAR-TITULOS.
           PERFORM VARYING WS-IND-TIT FROM 1 BY 1
                   UNTIL WS-IND-TIT >= wss-cont-titulos
               PERFORM VARYING WS-IND-2 FROM 1 BY 1 UNTIL
                       WS-IND-2 > wss-cont-titulos - WS-IND-TIT
                   IF vti-nroTitulo(WS-IND-2) >
                           vti-nroTitulo(WS-IND-2 + 1)
                       MOVE VECTOR-TITULOS(WS-IND-2) TO WSS-TITULO-AUX
                       MOVE VECTOR-TITULOS(WS-IND-2 + 1) TO
                           VECTOR-TITULOS(WS-IND-2)
                       MOVE WSS-TITULO-AUX TO
                           VECTOR-TITULOS(WS-IND-2 + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

      *-----------------------------------------------------------------

      * cuenta los titulos que siguen sin salto al ultimo asentado;
      * un numero faltante o repetido detiene el libro en ese punto
       2300-CONTROLAR-CORRELATIVIDAD.
           MOVE 0 TO wss-cont-a-asentar
           MOVE 0 TO wss-primerIndice
           MOVE "N" TO wss-hueco
           COMPUTE wss-esperado = wss-ultimoTitulo + 1
           PERFORM VARYING WS-IND-TIT FROM 1 BY 1
                   UNTIL WS-IND-TIT > wss-cont-titulos
                   OR wss-hueco = "S"
               IF vti-nroTitulo(WS-IND-TIT) > wss-ultimoTitulo
                   IF vti-nroTitulo(WS-IND-TIT) = wss-esperado
                       IF wss-primerIndice = 0
                           MOVE WS-IND-TIT TO wss-primerIndice
                       END-IF
                       ADD 1 TO wss-cont-a-asentar
                       ADD 1 TO wss-esperado
                   ELSE
                       MOVE "S" TO wss-hueco
                       IF vti-nroTitulo(WS-IND-TIT) < wss-esperado
                           DISPLAY "ATENCION: el titulo "
                               vti-nroTitulo(WS-IND-TIT) " esta "
                               "repetido en TITULOS.DAT"
                       ELSE
                           DISPLAY "ATENCION: falta el titulo "
                               wss-esperado " en TITULOS.DAT"
                       END-IF
                       DISPLAY "el libro se asienta solo hasta el "
                           "titulo anterior; corrija el registro de "
                           "titulos antes de seguir"
                   END-IF
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------

       2500-IMPRIMIR-PAGINAS.
           OPEN OUTPUT ARCH-LIBRO
           IF NOT wss-fs-lib-OK then
               display "error al abrir el archivo LIBROMAT.DAT"
               PERFORM 6000-CERRAR-PROGRAMA
           END-IF
           MOVE wss-ultimaPagina TO wss-pagina
           MOVE 0 TO wss-lineaPagina
           COMPUTE WS-IND-2 = wss-primerIndice + wss-cont-a-asentar - 1
           PERFORM VARYING WS-IND-TIT FROM wss-primerIndice BY 1
                   UNTIL WS-IND-TIT > WS-IND-2
               IF wss-lineaPagina = 0
                   PERFORM 2600-ABRIR-PAGINA
               END-IF
               MOVE vti-nroTitulo(WS-IND-TIT)   TO las-nroTitulo
               MOVE vti-nroAlumno(WS-IND-TIT)   TO las-nroAlumno
               MOVE vti-nombre(WS-IND-TIT)      TO las-nombre
               MOVE vti-fechaEgreso(WS-IND-TIT) TO las-fechaEgreso
               MOVE vti-promedio(WS-IND-TIT)    TO las-promedio
               WRITE REG-LIBRO FROM LINEA-ASIENTO
               ADD 1 TO wss-lineaPagina
               MOVE vti-nroTitulo(WS-IND-TIT) TO wss-ultimoTitulo
               IF wss-lineaPagina = wss-lineasPorPagina
                   PERFORM 2700-CERRAR-PAGINA
               END-IF
           END-PERFORM
           IF wss-lineaPagina > 0
               PERFORM 2700-CERRAR-PAGINA
           END-IF
           CLOSE ARCH-LIBRO
           IF NOT wss-fs-lib-OK then
               display "error al cerrar LIBROMAT.DAT"
           END-IF

           OPEN OUTPUT ARCH-CTL
           IF NOT wss-fs-ctl-OK then
               display "error al abrir LIBROCTL.DAT; anote a mano "
                   "el ultimo titulo " wss-ultimoTitulo
                   " y la ultima pagina " wss-pagina
           ELSE
               MOVE wss-ultimoTitulo TO CTL-ULTIMO-TITULO
               MOVE wss-pagina       TO CTL-ULTIMA-PAGINA
               MOVE wss-fechaHoy     TO CTL-FECHA
               MOVE SPACES           TO ESPACIO-CTL
               WRITE REG-CTL
               CLOSE ARCH-CTL
           END-IF
           DISPLAY "*** LIBRO MATRIZ: asentados " wss-cont-a-asentar
               " titulos hasta el " wss-ultimoTitulo ", ultima "
               "pagina " wss-pagina " ***".

      *-----------------------------------------------------------------

      * las paginas impares son el anverso del folio y las pares el
      * reverso
       2600-ABRIR-PAGINA.
           ADD 1 TO wss-pagina
           DIVIDE wss-pagina BY 2 GIVING wss-folio
               REMAINDER wss-restoPagina
           IF wss-restoPagina = 1
               ADD 1 TO wss-folio
               MOVE "ANVERSO" TO lcp-cara
           ELSE
               MOVE "REVERSO" TO lcp-cara
           END-IF
           MOVE wss-folio  TO lcp-folio
           MOVE wss-pagina TO lcp-pagina
           WRITE REG-LIBRO FROM LINEA-CABECERA-PAGINA
           WRITE REG-LIBRO FROM LINEA-COLUMNAS-LIBRO
           MOVE vti-nroTitulo(WS-IND-TIT) TO wss-primeroPagina.

      *-----------------------------------------------------------------

       2700-CERRAR-PAGINA.
           PERFORM UNTIL wss-lineaPagina >= wss-lineasPorPagina
               WRITE REG-LIBRO FROM LINEA-ANULADA
               ADD 1 TO wss-lineaPagina
           END-PERFORM
           MOVE wss-pagina        TO lpp-pagina
           MOVE wss-primeroPagina TO lpp-desde
           MOVE wss-ultimoTitulo  TO lpp-hasta
           WRITE REG-LIBRO FROM LINEA-PIE-PAGINA
           WRITE REG-LIBRO FROM SPACES
           MOVE 0 TO wss-lineaPagina.

      *-----------------------------------------------------------------

      * la etapa vigente de cada titulo es la de su ultimo movimiento
       4000-MODO-TITULOS-DEMORADOS.
           MOVE "N" TO wss-dato-valido
           PERFORM UNTIL wss-dato-valido = "S"
               DISPLAY "INGRESE LA CANTIDAD DE DIAS EN UNA ETAPA A "
                   "PARTIR DE LA CUAL EL TITULO ESTA DEMORADO "
                   "(3 digitos)"
               ACCEPT wss-diasLimite
               IF wss-diasLimite IS NUMERIC AND wss-diasLimite > 0
                   MOVE "S" TO wss-dato-valido
               ELSE
                   DISPLAY "error ingrese un numero mayor que cero"
               END-IF
           END-PERFORM
           PERFORM 4100-CARGAR-ETAPAS
           PERFORM VARYING WS-IND-ETA FROM 1 BY 1 UNTIL WS-IND-ETA > 5
               MOVE 0 TO vde-cantidad(WS-IND-ETA)
           END-PERFORM

           OPEN OUTPUT ARCH-DEMO
           IF NOT wss-fs-dem-OK then
               display "error al abrir el archivo TITDEMO.DAT"
               PERFORM 6000-CERRAR-PROGRAMA
           END-IF
           MOVE SPACES TO REG-DEMO
           STRING "*** TITULOS CON MAS DE "  DELIMITED BY SIZE
               wss-diasLimite                DELIMITED BY SIZE
               " DIAS EN LA MISMA ETAPA AL " DELIMITED BY SIZE
               wss-fechaHoy                  DELIMITED BY SIZE
               " ***"                        DELIMITED BY SIZE
               INTO REG-DEMO
           END-STRING
           DISPLAY REG-DEMO
           WRITE REG-DEMO
           WRITE REG-DEMO FROM
               " TITULO  ALUMNO APELLIDO Y NOMBRE       ETAPA"
           PERFORM VARYING WS-IND-TIT FROM 1 BY 1
                   UNTIL WS-IND-TIT > wss-cont-titulos
               IF vti-etapa(WS-IND-TIT) < 6
                   PERFORM 4200-EVALUAR-DEMORA
               END-IF
           END-PERFORM

           WRITE REG-DEMO FROM SPACES
           IF wss-cont-demorados = 0
               DISPLAY "NO HAY TITULOS DEMORADOS"
               WRITE REG-DEMO FROM "NO HAY TITULOS DEMORADOS"
           ELSE
               WRITE REG-DEMO FROM "DEMORADOS POR ETAPA"
               PERFORM VARYING WS-IND-ETA FROM 1 BY 1
                       UNTIL WS-IND-ETA > 5
                   MOVE nombreEtapa(WS-IND-ETA) TO lte-etapa
                   MOVE vde-cantidad(WS-IND-ETA) TO lte-cantidad
                   DISPLAY LINEA-TOTAL-ETAPA
                   WRITE REG-DEMO FROM LINEA-TOTAL-ETAPA
               END-PERFORM
           END-IF
           CLOSE ARCH-DEMO
           IF NOT wss-fs-dem-OK then
               display "error al cerrar TITDEMO.DAT"
           END-IF.

      *-----------------------------------------------------------------

       4100-CARGAR-ETAPAS.
           OPEN INPUT ARCH-TMV
           IF wss-fs-tmv-OK
               READ ARCH-TMV AT END MOVE "S" TO flag
               END-READ
               PERFORM UNTIL flag = "S"
                   MOVE TMV-NRO-TITULO TO wss-nroTitulo
                   MOVE 0 TO wss-indTitulo
                   PERFORM VARYING WS-IND-2 FROM 1 BY 1
                           UNTIL WS-IND-2 > wss-cont-titulos
                           OR wss-indTitulo > 0
                       IF vti-nroTitulo(WS-IND-2) = wss-nroTitulo
                           MOVE WS-IND-2 TO wss-indTitulo
                       END-IF
                   END-PERFORM
                   IF wss-indTitulo > 0
                       MOVE TMV-ETAPA TO vti-etapa(wss-indTitulo)
                       MOVE TMV-FECHA TO vti-fechaEtapa(wss-indTitulo)
                   END-IF
                   READ ARCH-TMV AT END MOVE "S" TO flag
                   END-READ
               END-PERFORM
               CLOSE ARCH-TMV
           ELSE
               CLOSE ARCH-TMV
           END-IF
           MOVE "N" TO flag.

      *-----------------------------------------------------------------

      * los dias en la etapa los calcula RUTFECHH entre la fecha del
      * ultimo movimiento y hoy
       4200-EVALUAR-DEMORA.
           INITIALIZE AREA-DE-COMMUNICATION-FECH
           MOVE 4 TO OPCION-F
           MOVE vti-fechaEtapa(WS-IND-TIT)(7:2) TO diaa
           MOVE vti-fechaEtapa(WS-IND-TIT)(5:2) TO mess
           MOVE vti-fechaEtapa(WS-IND-TIT)(1:4) TO anioo
           MOVE wss-fechaHoy(7:2) TO diaa2
           MOVE wss-fechaHoy(5:2) TO mess2
           MOVE wss-fechaHoy(1:4) TO anioo2
           CALL Rfecha USING AREA-DE-COMMUNICATION-FECH
           IF retorn-num-f = 0 AND DIF-DIAS > wss-diasLimite
               ADD 1 TO wss-cont-demorados
               MOVE vti-etapa(WS-IND-TIT) TO WS-IND-ETA
               ADD 1 TO vde-cantidad(WS-IND-ETA)
               MOVE vti-nroTitulo(WS-IND-TIT)  TO ldm-nroTitulo
               MOVE vti-nroAlumno(WS-IND-TIT)  TO ldm-nroAlumno
               MOVE vti-nombre(WS-IND-TIT)     TO ldm-nombre
               MOVE nombreEtapa(WS-IND-ETA)    TO ldm-etapa
               MOVE vti-fechaEtapa(WS-IND-TIT) TO ldm-fechaEtapa
               MOVE DIF-DIAS                   TO ldm-dias
               DISPLAY LINEA-DEMORADO
               WRITE REG-DEMO FROM LINEA-DEMORADO
           END-IF.

      *-----------------------------------------------------------------

       6000-CERRAR-PROGRAMA.
           GOBACK.

      *-----------------------------------------------------------------

      * con la cadena nocturna corriendo el programa no entra a
      * actualizar (salvo que el supervisor lo fuerce)
       8550-CONTROLAR-VENTANA-BATCH.
           INITIALIZE AREA-DE-COMMUNICATION-VEN
           MOVE 5 TO OPCION-V
           MOVE "PLISTITU" TO V-PROGRAMA
           CALL Rventana USING AREA-DE-COMMUNICATION-VEN
           IF retorn-num-v NOT = 0
               PERFORM 6000-CERRAR-PROGRAMA
           END-IF.

      *-----------------------------------------------------------------
       END PROGRAM PLISTITU.

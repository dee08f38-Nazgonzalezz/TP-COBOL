                05 aud-clave          PIC X(20).

       WORKING-STORAGE SECTION.
       77  wss-opcion                    PIC 9(3)  VALUE 0.
       77  flag                          PIC X     VALUE "N".

       01  wss-fs-usu                    PIC X(2).
               10 COMO-TERMINO.
                   15 retorn-num-c PIC 9(3).
                   15 retorn-txt-c PIC X(30).
           05 DATOS-LINEA.
               10 LINEA-ENTRADA   PIC X(90).
               10 HUELLA-LINEA    PIC 9(10).

      *VARIABLES QUE USO PARA LA RUTINA DE FECHA
       01  AREA-DE-COMMUNICATION-FECH.
           05 Rclave                     PIC X(8)  VALUE "RUTCLAVE".
           05 Plega                      PIC X(8)  VALUE "PCONLEGA".
           05 Rfecha                     PIC X(8)  VALUE "RUTFECHH".
           05 Ptari                      PIC X(8)  VALUE "PGENTARI".
           05 Pfact                      PIC X(8)  VALUE "PFACCUOT".
           05 Pcobb                      PIC X(8)  VALUE "PCOBBANC".
           05 Pestc                      PIC X(8)  VALUE "PESTCUEN".
           05 Pcaja                      PIC X(8)  VALUE "PCIECAJA".
           05 Ppago                      PIC X(8)  VALUE "PPLANPAG".
           05 Pcont                      PIC X(8)  VALUE "PEXPCONT".
           05 Pfami                      PIC X(8)  VALUE "PGENFAMI".
           05 Peval                      PIC X(8)  VALUE "PGENEVAL".
           05 Pinst                      PIC X(8)  VALUE "PGENINST".
           05 Pccur                      PIC X(8)  VALUE "PCALCURS".
           05 Pplno                      PIC X(8)  VALUE "PLISPNOT".
           05 Pimpn                      PIC X(8)  VALUE "PIMPPNOT".
           05 Paula                      PIC X(8)  VALUE "PGENAULA".
           05 Pusoa                      PIC X(8)  VALUE "PLISAULA".
           05 Pclas                      PIC X(8)  VALUE "PCALCLAS".
           05 Pltem                      PIC X(8)  VALUE "PGENLTEM".
           05 Pcltm                      PIC X(8)  VALUE "PCONLTEM".
           05 Ppmes                      PIC X(8)  VALUE "PPROMESA".
           05 Pvreg                      PIC X(8)  VALUE "PVENCREG".
           05 Pavan                      PIC X(8)  VALUE "PAVANCE ".
           05 Ppond                      PIC X(8)  VALUE "PPONDERA".
           05 Pdema                      PIC X(8)  VALUE "PDEMANDA".
           05 Pcomi                      PIC X(8)  VALUE "PGENCOMI".
           05 Pconc                      PIC X(8)  VALUE "PCONVCOM".
           05 Prend                      PIC X(8)  VALUE "PRENDOCE".
           05 Pgtit                      PIC X(8)  VALUE "PGENTITU".
           05 Pltit                      PIC X(8)  VALUE "PLISTITU".
           05 Pvcer                      PIC X(8)  VALUE "PVERCERT".
           05 Preap                      PIC X(8)  VALUE "PREAPLIC".
           05 Pverc                      PIC X(8)  VALUE "PVERCTL ".
           05 Presn                      PIC X(8)  VALUE "PRESNOCT".
           05 Pextm                      PIC X(8)  VALUE "PEXTMASC".
           05 Paban                      PIC X(8)  VALUE "PABANDON".
           05 Pgaba                      PIC X(8)  VALUE "PGENABAN".
           05 Pcart                      PIC X(8)  VALUE "PGENCART".
           05 Ppin                       PIC X(8)  VALUE "PGENPIN ".
           05 Pprac                      PIC X(8)  VALUE "PGENPRAC".
           05 Plprac                     PIC X(8)  VALUE "PLISPRAC".
           05 Pconr                      PIC X(8)  VALUE "PCONVREG".

       PROCEDURE DIVISION.
      */////////////////////////////////////////////////////////////////
           DISPLAY "65-MIGRAR NUMERO DE ALUMNO A 6 DIGITOS "
               "(PMIGRNUM)"
           DISPLAY "66-CONSULTA INTEGRAL DE LEGAJO (PCONLEGA)"
           DISPLAY "67-CUADRO TARIFARIO DE CUOTAS (PGENTARI)"
           DISPLAY "68-FACTURACION MENSUAL DE CUOTAS (PFACCUOT)"
           DISPLAY "69-IMPORTAR COBRANZA BANCARIA (PCOBBANC)"
           DISPLAY "70-ESTADO DE CUENTA CON RECARGOS (PESTCUEN)"
           DISPLAY "71-CIERRE DE CAJA DIARIO (PCIECAJA)"
           DISPLAY "72-PLANES DE PAGO DE DEUDA (PPLANPAG)"
           DISPLAY "73-INTERFAZ CONTABLE DE CUOTAS (PEXPCONT)"
           DISPLAY "74-GRUPOS FAMILIARES (PGENFAMI)"
           DISPLAY "75-ESQUEMAS DE EVALUACION (PGENEVAL)"
           DISPLAY "76-NOTAS POR INSTRUMENTO (PGENINST)"
           DISPLAY "77-CALCULO DE NOTA DE CURSADA (PCALCURS)"
           DISPLAY "78-EMISION DE PLANILLAS DE NOTAS (PLISPNOT)"
           DISPLAY "79-CARGA DE PLANILLAS DEVUELTAS (PIMPPNOT)"
           DISPLAY "80-MAESTRO DE AULAS (PGENAULA)"
           DISPLAY "81-USO DE AULAS (PLISAULA)"
           DISPLAY "82-CALCULO DE CLASES ESPERADAS (PCALCLAS)"
           DISPLAY "83-LIBRO DE TEMAS DOCENTE (PGENLTEM)"
           DISPLAY "84-CONCILIACION LIBRO DE TEMAS (PCONLTEM)"
           DISPLAY "85-PROPUESTA DE MESAS DE EXAMEN (PPROMESA)"
           DISPLAY "86-VENCIMIENTO DE REGULARIDADES (PVENCREG)"
           DISPLAY "87-AVANCE DE CARRERA POR ALUMNO O SEDE (PAVANCE)"
           DISPLAY "88-PROMEDIO PONDERADO Y PROBATORIA ACADEMICA "
               "(PPONDERA)"
           DISPLAY "89-PRONOSTICO DE DEMANDA Y APERTURA DE CURSOS "
               "(PDEMANDA)"
           DISPLAY "90-MAESTRO DE COMISIONES (PGENCOMI)"
           DISPLAY "91-PASAJE DE CURSOS A COMISIONES (PCONVCOM)"
           DISPLAY "92-RENDIMIENTO DOCENTE (PRENDOCE)"
           DISPLAY "93-SEGUIMIENTO DE DIPLOMAS (PGENTITU)"
           DISPLAY "94-LIBRO MATRIZ Y TITULOS DEMORADOS (PLISTITU)"
           DISPLAY "95-VERIFICAR CERTIFICADOS ANALITICOS (PVERCERT)"
           DISPLAY "96-REAPLICAR EL DIARIO DESPUES DE RESTAURAR "
               "(PREAPLIC)"
           DISPLAY "97-VERIFICAR LOS MAESTROS CONTRA SU CONTROL "
               "(PVERCTL)"
           DISPLAY "98-RESUMEN DE LA CADENA NOCTURNA (PRESNOCT)"
           DISPLAY "100-EXTRACTO ENMASCARADO DE LOS MAESTROS (PEXTMASC)"
           DISPLAY "101-DETECCION DE ABANDONO (PABANDON)"
           DISPLAY "102-CONFIRMACION DE ABANDONOS POR EL TUTOR "
               "(PGENABAN)"
           DISPLAY "103-CARTAS A LAS FAMILIAS (PGENCART)"
           DISPLAY "104-PIN DEL KIOSCO Y PEDIDOS DE CERTIFICADO "
               "(PGENPIN)"
           DISPLAY "105-PRACTICAS: ORGANIZACIONES, CONVENIOS Y HORAS "
               "(PGENPRAC)"
           DISPLAY "106-HORAS DE PRACTICA Y CONVENIOS POR VENCER "
               "(PLISPRAC)"
           DISPLAY "107-AMPLIAR PLANES.DAT Y BECAS.DAT (PCONVREG)"
           DISPLAY "99-SALIR"
           DISPLAY "-----------------------------------------------"
           ACCEPT wss-opcion
                   CALL Pmigr
               WHEN 66
                   CALL Plega
               WHEN 67
                   CALL Ptari
               WHEN 68
                   CALL Pfact
               WHEN 69
                   CALL Pcobb
               WHEN 70
                   CALL Pestc
               WHEN 71
                   CALL Pcaja
               WHEN 72
                   CALL Ppago
               WHEN 73
                   CALL Pcont
               WHEN 74
                   CALL Pfami
               WHEN 75
                   CALL Peval
               WHEN 76
                   CALL Pinst
               WHEN 77
                   CALL Pccur
               WHEN 78
                   CALL Pplno
               WHEN 79
                   CALL Pimpn
               WHEN 80
                   CALL Paula
               WHEN 81
                   CALL Pusoa
               WHEN 82
                   CALL Pclas
               WHEN 83
                   CALL Pltem
               WHEN 84
                   CALL Pcltm
               WHEN 85
                   CALL Ppmes
               WHEN 86
                   CALL Pvreg
               WHEN 87
                   CALL Pavan
               WHEN 88
                   CALL Ppond
               WHEN 89
                   CALL Pdema
               WHEN 90
                   CALL Pcomi
               WHEN 91
                   CALL Pconc
               WHEN 92
                   CALL Prend
               WHEN 93
                   CALL Pgtit
               WHEN 94
                   CALL Pltit
               WHEN 95
                   CALL Pvcer
               WHEN 96
                   CALL Preap
               WHEN 97
                   CALL Pverc
               WHEN 98
                   CALL Presn
               WHEN 100
                   CALL Pextm
               WHEN 101
                   CALL Paban
               WHEN 102
                   CALL Pgaba
               WHEN 103
                   CALL Pcart
               WHEN 104
                   CALL Ppin
               WHEN 105
                   CALL Pprac
               WHEN 106
                   CALL Plprac
               WHEN 107
                   CALL Pconr
               WHEN 99
                   CONTINUE
               WHEN OTHER
               WHEN 1 WHEN 2 WHEN 3 WHEN 4 WHEN 17 WHEN 20
               WHEN 31 WHEN 36 WHEN 37 WHEN 38 WHEN 39
               WHEN 44 WHEN 48 WHEN 52 WHEN 53 WHEN 55
               WHEN 61 WHEN 70 WHEN 74 WHEN 76 WHEN 78 WHEN 83 WHEN 93
               WHEN 102 WHEN 103 WHEN 104 WHEN 105
                   MOVE "D" TO wss-permiso-req
               WHEN 5 WHEN 6 WHEN 7 WHEN 12 WHEN 14 WHEN 15
               WHEN 16 WHEN 18 WHEN 21 WHEN 25 WHEN 29 WHEN 32
               WHEN 34 WHEN 49 WHEN 63 WHEN 66 WHEN 81 WHEN 87 WHEN 95
               WHEN 98 WHEN 106
                   MOVE "R" TO wss-permiso-req
               WHEN 99
                   MOVE " " TO wss-permiso-req

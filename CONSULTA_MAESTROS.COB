      *----------------------------------------------------------------*
      *    OBJETIVO:  Este programa es la consulta interactiva de la   *
      *    mesa de ayuda sobre los ficheros de la cadena.  Pide por    *
      *    pantalla un codigo de trabajador, un codigo de empresa o    *
      *    un nombre de empresa y muestra en una sola vista:           *
      *      - el registro actual del maestro (maestro-               *
      *        trabajadores.dat / maestro-empresas.dat; para una       *
      *        empresa, todas las del grupo o todas las del nombre)    *
      *      - el historial de cruces por fecha con su importe, de     *
      *        las generaciones de archivo cruce-historico-AAAAMM.txt  *
      *        de los ultimos meses (de la mas antigua a la mas        *
      *        reciente) y del fichero vivo cruce-historico.txt        *
      *      - los movimientos con fecha de efecto futura que esperan  *
      *        en movimientos-pendientes.txt                           *
      *      - si el registro esta en el almacen de reciclaje          *
      *        (tra-pendientes.txt / emp-pendientes.txt) o fue         *
      *        descartado definitivamente (reciclaje-descartes.txt),   *
      *        con la fecha del primer fallo y la edad                 *
      *    El historico no lleva codigos: los cruces de un trabajador  *
      *    se buscan por su nombre en el maestro (o, si ya no esta,    *
      *    por el de su registro en reciclaje o en descartes) y los    *
      *    de una empresa por los nombres de empresa hallados.         *
      *    Es de solo lectura: todos los ficheros se abren en INPUT,   *
      *    y solo mientras dura cada consulta, de modo que puede       *
      *    usarse a cualquier hora sin tocar los ficheros de la        *
      *    cadena nocturna.                                            *
      *    PARAMETRO: numero de meses de archivo a recorrer (2         *
      *    cifras) en la posicion 1 de la linea de mandatos; sin el    *
      *    se recorren los 24 meses anteriores al del sistema.         *
      *    Con 'F' o una opcion en blanco termina la consulta.         *
      *----------------------------------------------------------------*


      *================================================================*
       IDENTIFICATION DIVISION.
      *================================================================*
       PROGRAM-ID. CONSULTA_MAESTROS.

      *================================================================*
       ENVIRONMENT DIVISION.
      *================================================================*
       CONFIGURATION SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT  MAESTRO-TRA  ASSIGN TO 'maestro-trabajadores.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS RANDOM
               RECORD KEY   IS MAE-TRA-COD
               FILE STATUS  IS FS-MAESTRO-TRA.

      *    EMPRESAS: CLAVE CODIGO + NOMBRE (VER MANT_MAESTROS); EL
      *    ACCESO DINAMICO PERMITE POSICIONARSE EN UN CODIGO Y LEER
      *    SU GRUPO, O RECORRERLO ENTERO PARA BUSCAR UN NOMBRE
           SELECT  MAESTRO-EMP  ASSIGN TO 'maestro-empresas.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS MAE-EMP-CLAVE
               FILE STATUS  IS FS-MAESTRO-EMP.

      *    EL HISTORICO SE LEE GENERACION A GENERACION
      *    (CRUCE-HISTORICO-AAAAMM.TXT) Y AL FINAL EL FICHERO VIVO
           SELECT  HIST-ENTRADA  ASSIGN TO DYNAMIC WS-FICH-HISTORICO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS FS-HIST-ENTRADA.

           SELECT  PEND-ENTRADA
               ASSIGN TO 'movimientos-pendientes.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS FS-PEND-ENTRADA.

           SELECT  TRA-PENDIENTES  ASSIGN TO 'tra-pendientes.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS FS-TRA-PEND.

           SELECT  EMP-PENDIENTES  ASSIGN TO 'emp-pendientes.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS FS-EMP-PEND.

           SELECT  DESCARTES  ASSIGN TO 'reciclaje-descartes.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS FS-DESCARTES.

      *================================================================*
       DATA DIVISION.
      *================================================================*
       FILE SECTION.

       FD  MAESTRO-TRA.
       01  REG-MAESTRO-TRA.
           05  MAE-TRA-COD                     PIC  X(4).
           05  MAE-TRA-NOM                     PIC  X(6).
           05  MAE-TRA-IMPORTE                 PIC  9(7)V99.

       FD  MAESTRO-EMP.
       01  REG-MAESTRO-EMP.
           05  MAE-EMP-CLAVE.
               10  MAE-EMP-COD                 PIC  X(4).
               10  MAE-EMP-EMP                 PIC  X(6).
           05  MAE-EMP-IMPORTE                 PIC  9(7)V99.

       FD  HIST-ENTRADA
           BLOCK CONTAINS 0 RECORDS.
       01  REG-HIST-ENTRADA                    PIC  X(32).

       FD  PEND-ENTRADA
           BLOCK CONTAINS 0 RECORDS.
       01  REG-PEND-ENTRADA                    PIC  X(29).

       FD  TRA-PENDIENTES
           BLOCK CONTAINS 0 RECORDS.
       01  REG-TRA-PEND                        PIC  X(34).

       FD  EMP-PENDIENTES
           BLOCK CONTAINS 0 RECORDS.
       01  REG-EMP-PEND                        PIC  X(32).

       FD  DESCARTES
           BLOCK CONTAINS 0 RECORDS.
       01  REG-DESCARTE                        PIC  X(48).


       WORKING-STORAGE SECTION.

      *++++++++++++++++++*
      *    FILE STATUS   *
      *++++++++++++++++++*
       77  FS-MAESTRO-TRA                      PIC  X(2).
       77  FS-MAESTRO-EMP                      PIC  X(2).
       77  FS-HIST-ENTRADA                     PIC  X(2).
       77  FS-PEND-ENTRADA                     PIC  X(2).
       77  FS-TRA-PEND                         PIC  X(2).
       77  FS-EMP-PEND                         PIC  X(2).
       77  FS-DESCARTES                        PIC  X(2).

      *++++++++++++++++++*
      *    SWITCHES      *
      *++++++++++++++++++*
       01  SWITCHES.
           05  SW-CONSULTA                     PIC  X(1)   VALUE  'N'.
               88  SI-FIN-CONSULTA                         VALUE  'S'.
               88  NO-FIN-CONSULTA                         VALUE  'N'.

           05  SW-FIN-FICHERO                  PIC  X(1)   VALUE  'N'.
               88  SI-FIN-FICHERO                          VALUE  'S'.
               88  NO-FIN-FICHERO                          VALUE  'N'.

      *    OPCION TECLEADA EN EL MENU
           05  SW-OPCION                       PIC  X(1)   VALUE  ' '.
               88  SI-CONSULTA-TRA                         VALUE  'T'.
               88  SI-CONSULTA-COD                         VALUE  'C'.
               88  SI-CONSULTA-NOM                         VALUE  'N'.
               88  SI-CONSULTA-FIN                 VALUE  'F'  ' '.

           05  SW-HALLADO                      PIC  X(1)   VALUE  'N'.
               88  SI-HALLADO                              VALUE  'S'.
               88  NO-HALLADO                              VALUE  'N'.

           05  SW-SECCION                      PIC  X(1)   VALUE  'N'.
               88  SI-SECCION-CON-DATOS                    VALUE  'S'.
               88  NO-SECCION-CON-DATOS                    VALUE  'N'.

      *    LINEA DE MANDATOS: MESES DE ARCHIVO A RECORRER (2 CIFRAS)
      *    EN LA POSICION 1.
       01  WS-PARAM-LINEA               PIC  X(12)  VALUE  SPACES.

       01  WS-FECHA-SISTEMA             PIC  X(8)   VALUE  SPACES.
       01  FILLER  REDEFINES  WS-FECHA-SISTEMA.
           05  WS-FSI-AAAA                 PIC  9(4).
           05  WS-FSI-MM                   PIC  9(2).
           05  WS-FSI-DD                   PIC  9(2).

      *++++++++++++++++++*
      *    LITERALES     *
      *++++++++++++++++++*
       01  WS-ERROR.
           05  WS-ERROR-PARRAFO            PIC  X(30).
           05  WS-ERROR-ACCION             PIC  X(20).
           05  WS-ERROR-FICHERO            PIC  X(30).
           05  WS-ERROR-FS                 PIC  X(2).

      *+++++++++++++++++++++++++++++*
      *    VARIABLES DE TRABAJO     *
      *+++++++++++++++++++++++++++++*
      *    CLAVE TECLEADA: CODIGO (4) O NOMBRE DE EMPRESA (6)
       01  WS-CLAVE-TECLEADA               PIC  X(6)   VALUE SPACES.
       01  WS-COD-BUSCADO                  PIC  X(4)   VALUE SPACES.
       01  WS-NOM-BUSCADO                  PIC  X(6)   VALUE SPACES.

      *    NOMBRE DEL TRABAJADOR CON EL QUE SE BUSCA EN EL HISTORICO
       01  WS-TRA-NOMBRE                   PIC  X(6)   VALUE SPACES.

       01  WS-PAUSA                        PIC  X(1)   VALUE SPACES.

      *++++++++++++++++++++++++++++++++++++++++*
      *    MESES DE ARCHIVO: SE RECORREN LOS   *
      *    WS-MESES-ARCHIVO MESES ANTERIORES   *
      *    AL DEL SISTEMA; LA GENERACION QUE   *
      *    NO EXISTE SE PASA POR ALTO          *
      *++++++++++++++++++++++++++++++++++++++++*
       77  WS-MESES-ARCHIVO                PIC  9(2)   VALUE  24.
       77  WS-MES-IDX                      PIC  9(2)   VALUE ZEROES.
       77  WS-MES-ORDINAL                  PIC  9(6)   VALUE ZEROES.
       77  WS-MES-RESTO                    PIC  9(2)   VALUE ZEROES.

       01  WS-MES-GENERACION.
           05  WS-MGE-AAAA                 PIC  9(4).
           05  WS-MGE-MM                   PIC  9(2).

       01  WS-FICH-HISTORICO               PIC  X(40)
                                   VALUE  'cruce-historico.txt'.

      *    ORIGEN DE LAS FILAS QUE SE ESTAN LEYENDO: MES AAAAMM DE LA
      *    GENERACION O 'VIVO' PARA CRUCE-HISTORICO.TXT
       01  WS-ORIGEN-HIST                  PIC  X(6)   VALUE SPACES.

      *++++++++++++++++++++++++++++++++++++++++*
      *    EMPRESAS DE LA CONSULTA: LAS DEL    *
      *    GRUPO DEL CODIGO O LAS DEL NOMBRE;  *
      *    SUS NOMBRES FILTRAN EL HISTORICO    *
      *++++++++++++++++++++++++++++++++++++++++*
       01  WS-TAB-EMPRESAS.
           05  WS-TAB-EMP-CUENTA           PIC  9(3)   VALUE ZEROES.
           05  WS-TAB-EMP-ENTRADA  OCCURS  1  TO  200  TIMES
                                   DEPENDING ON  WS-TAB-EMP-CUENTA
                                   INDEXED BY  WS-TAB-EMP-IDX.
               10  WS-TAB-EMP-COD          PIC  X(4).
               10  WS-TAB-EMP-EMP          PIC  X(6).

       77  WS-TAB-EMP-MAXIMO               PIC  9(3)   VALUE  200.

      *++++++++++++++++++++++++++++++++++++++++*
      *    REGISTROS DE LOS FICHEROS LEIDOS    *
      *++++++++++++++++++++++++++++++++++++++++*
       01  WS-REG-HIST.
           05  WS-HIST-FECHA               PIC  X(8).
           05  FILLER                      PIC  X(1).
           05  WS-HIST-NOM                 PIC  X(6).
           05  FILLER                      PIC  X(1).
           05  WS-HIST-EMP                 PIC  X(6).
           05  FILLER                      PIC  X(1).
           05  WS-HIST-IMPORTE             PIC  9(7)V99.

      *    MOVIMIENTO RETENIDO POR MANT_MAESTROS (MISMO FORMATO QUE
      *    MOVIMIENTOS.TXT)
       01  WS-MOVIMIENTO.
           05  WS-MOV-FICHERO              PIC  X(1).
               88  SI-MOV-TRABAJADOR                   VALUE  'T'.
               88  SI-MOV-EMPRESA                      VALUE  'E'.
           05  WS-MOV-ACCION               PIC  X(1).
               88  SI-MOV-ALTA                         VALUE  'A'.
               88  SI-MOV-BAJA                         VALUE  'B'.
               88  SI-MOV-MODIF                        VALUE  'M'.
           05  WS-MOV-COD                  PIC  X(4).
           05  WS-MOV-NOM                  PIC  X(6).
           05  WS-MOV-IMPORTE              PIC  X(9).
           05  WS-MOV-FECHA-EFECTO         PIC  X(8).

       01  WS-MOV-IMPORTE-NUM  REDEFINES  WS-MOVIMIENTO.
           05  FILLER                      PIC  X(12).
           05  WS-MOV-IMPORTE-9            PIC  9(7)V99.
           05  FILLER                      PIC  X(8).

      *    PENDIENTES DE RECICLAJE: REGISTRO ORIGINAL + FECHA DEL
      *    PRIMER FALLO + EDAD (VER RECICLA_NOCRUZ)
       01  WS-PENDIENTE-TRA.
           05  WS-PTRA-REGISTRO.
               10  WS-PTRA-NOM             PIC  X(6).
               10  WS-PTRA-COD             PIC  X(4).
               10  WS-PTRA-IMPORTE         PIC  X(9).
               10  WS-PTRA-REGION          PIC  X(2).
           05  FILLER                      PIC  X(1).
           05  WS-PTRA-FECHA               PIC  X(8).
           05  FILLER                      PIC  X(1).
           05  WS-PTRA-EDAD                PIC  X(3).

       01  WS-PENDIENTE-EMP.
           05  WS-PEMP-REGISTRO.
               10  WS-PEMP-EMP             PIC  X(6).
               10  WS-PEMP-COD             PIC  X(4).
               10  WS-PEMP-IMPORTE         PIC  X(9).
           05  FILLER                      PIC  X(1).
           05  WS-PEMP-FECHA               PIC  X(8).
           05  FILLER                      PIC  X(1).
           05  WS-PEMP-EDAD                PIC  X(3).

       01  WS-DESCARTE.
           05  WS-DES-FECHA-PROCESO        PIC  X(8).
           05  FILLER                      PIC  X(1).
           05  WS-DES-ORIGEN               PIC  X(3).
           05  FILLER                      PIC  X(1).
           05  WS-DES-FECHA-FALLO          PIC  X(8).
           05  FILLER                      PIC  X(1).
           05  WS-DES-EDAD                 PIC  X(3).
           05  FILLER                      PIC  X(1).
           05  WS-DES-REGISTRO.
               10  WS-DES-NOM              PIC  X(6).
               10  WS-DES-COD              PIC  X(4).
               10  WS-DES-IMPORTE          PIC  X(9).
               10  WS-DES-REGION           PIC  X(2).

      *++++++++++++++++++++++++++++++++++++++++*
      *    LINEAS DE PANTALLA                  *
      *++++++++++++++++++++++++++++++++++++++++*
       01  WS-LINEA-PANTALLA               PIC  X(79)  VALUE SPACES.

       01  WS-LIN-SECCION.
           05  FILLER                      PIC  X(3)   VALUE  '-- '.
           05  WS-LSE-TITULO               PIC  X(40).

       01  WS-LIN-CAB-MAESTRO.
           05  FILLER                      PIC  X(40)
                       VALUE  '  CODIGO  NOMBRE       IMPORTE'.

       01  WS-LIN-MAESTRO.
           05  FILLER                      PIC  X(2)   VALUE SPACES.
           05  WS-LMA-COD                  PIC  X(4).
           05  FILLER                      PIC  X(4)   VALUE SPACES.
           05  WS-LMA-NOM                  PIC  X(6).
           05  FILLER                      PIC  X(2)   VALUE SPACES.
           05  WS-LMA-IMPORTE              PIC  Z.ZZZ.ZZ9,99.

       01  WS-LIN-CAB-HISTORICO.
           05  FILLER                      PIC  X(24)
                       VALUE  '  FECHA     TRABAJ  EMPR'.
           05  FILLER                      PIC  X(26)
                       VALUE  'ESA      IMPORTE  ARCHIVO'.

       01  WS-LIN-HISTORICO.
           05  FILLER                      PIC  X(2)   VALUE SPACES.
           05  WS-LHI-FECHA                PIC  X(8).
           05  FILLER                      PIC  X(2)   VALUE SPACES.
           05  WS-LHI-NOM                  PIC  X(6).
           05  FILLER                      PIC  X(2)   VALUE SPACES.
           05  WS-LHI-EMP                  PIC  X(6).
           05  FILLER                      PIC  X(2)   VALUE SPACES.
           05  WS-LHI-IMPORTE              PIC  Z.ZZZ.ZZ9,99.
           05  FILLER                      PIC  X(2)   VALUE SPACES.
           05  WS-LHI-ORIGEN               PIC  X(6).

       01  WS-LIN-TOTAL-HIST.
           05  FILLER                      PIC  X(8)
                                   VALUE  '  TOTAL '.
           05  WS-LTH-CRUCES               PIC  ZZZ.ZZ9.
           05  FILLER                      PIC  X(8)
                                   VALUE  ' CRUCES '.
           05  WS-LTH-IMPORTE              PIC  ZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                      PIC  X(2)   VALUE SPACES.
           05  WS-LTH-GENERACIONES         PIC  Z9.
           05  FILLER                      PIC  X(22)
                                   VALUE  ' GENERACIONES LEIDAS'.

       01  WS-LIN-CAB-FUTUROS.
           05  FILLER                      PIC  X(30)
                       VALUE  '  EFECTO    F ACCION        CO'.
           05  FILLER                      PIC  X(30)
                       VALUE  'DIGO  NOMBRE       IMPORTE'.

       01  WS-LIN-FUTURO.
           05  FILLER                      PIC  X(2)   VALUE SPACES.
           05  WS-LFU-FECHA                PIC  X(8).
           05  FILLER                      PIC  X(2)   VALUE SPACES.
           05  WS-LFU-FICHERO              PIC  X(1).
           05  FILLER                      PIC  X(1)   VALUE SPACES.
           05  WS-LFU-ACCION               PIC  X(12).
           05  FILLER                      PIC  X(2)   VALUE SPACES.
           05  WS-LFU-COD                  PIC  X(4).
           05  FILLER                      PIC  X(4)   VALUE SPACES.
           05  WS-LFU-NOM                  PIC  X(6).
           05  FILLER                      PIC  X(2)   VALUE SPACES.
           05  WS-LFU-IMPORTE              PIC  Z.ZZZ.ZZ9,99
                                   BLANK WHEN ZERO.

       01  WS-LIN-CAB-RECICLAJE.
           05  FILLER                      PIC  X(30)
                       VALUE  '  SITUACION     CODIGO  NOMBRE'.
           05  FILLER                      PIC  X(40)
                       VALUE  '  RG  PRIMER FALLO  EDAD  DESCARTE'.

       01  WS-LIN-RECICLAJE.
           05  FILLER                      PIC  X(2)   VALUE SPACES.
           05  WS-LRE-SITUACION            PIC  X(12).
           05  FILLER                      PIC  X(2)   VALUE SPACES.
           05  WS-LRE-COD                  PIC  X(4).
           05  FILLER                      PIC  X(4)   VALUE SPACES.
           05  WS-LRE-NOM                  PIC  X(6).
           05  FILLER                      PIC  X(2)   VALUE SPACES.
           05  WS-LRE-REGION               PIC  X(2).
           05  FILLER                      PIC  X(2)   VALUE SPACES.
           05  WS-LRE-FECHA-FALLO          PIC  X(8).
           05  FILLER                      PIC  X(6)   VALUE SPACES.
           05  WS-LRE-EDAD                 PIC  X(3).
           05  FILLER                      PIC  X(3)   VALUE SPACES.
           05  WS-LRE-FECHA-DESCARTE       PIC  X(8).

      *++++++++++++++++++++++++++++++++++++++++*
      *    VARIABLES DE CONTROL-CONTADORES     *
      *++++++++++++++++++++++++++++++++++++++++*
       01  WS-CONTADORES.
           05  WS-CONT-CONSULTAS           PIC  9(7)  COMP-3
                                   VALUE ZEROES.
           05  WS-CONT-LINEAS              PIC  9(3)  COMP-3
                                   VALUE ZEROES.
           05  WS-CONT-CRUCES              PIC  9(7)  COMP-3
                                   VALUE ZEROES.
           05  WS-CONT-GENERACIONES        PIC  9(3)  COMP-3
                                   VALUE ZEROES.

       77  WS-TOTAL-IMPORTE                PIC  9(11)V99
                                   VALUE ZEROES.

      *    LINEAS POR PANTALLA ANTES DE PEDIR INTRO PARA CONTINUAR
       77  WS-LINEAS-PANTALLA              PIC  9(3)   VALUE  20.

       01  WS-TEXTO-PARRAFO.

           05  WS-2110-MAESTRO-TRA         PIC  X(30)
                                   VALUE  '2110-MAESTRO-TRA'.
           05  WS-2120-NOMBRE-RECICLAJE    PIC  X(30)
                                   VALUE  '2120-NOMBRE-RECICLAJE'.
           05  WS-2127-NOMBRE-DESCARTE     PIC  X(30)
                                   VALUE  '2127-NOMBRE-DESCARTE'.
           05  WS-2210-MAESTRO-EMP         PIC  X(30)
                                   VALUE  '2210-MAESTRO-EMP'.
           05  WS-2220-LEE-MAESTRO-EMP     PIC  X(30)
                                   VALUE  '2220-LEE-MAESTRO-EMP'.
           05  WS-3110-LEE-GENERACION      PIC  X(30)
                                   VALUE  '3110-LEE-GENERACION'.
           05  WS-3120-LEE-HISTORICO       PIC  X(30)
                                   VALUE  '3120-LEE-HISTORICO'.
           05  WS-3200-MOVIMIENTOS-FUTUROS PIC  X(30)
                                   VALUE  '3200-MOVIMIENTOS-FUTUROS'.
           05  WS-3210-LEE-PENDIENTE       PIC  X(30)
                                   VALUE  '3210-LEE-PENDIENTE'.
           05  WS-3310-PENDIENTES-TRA      PIC  X(30)
                                   VALUE  '3310-PENDIENTES-TRA'.
           05  WS-3315-LEE-PEND-TRA        PIC  X(30)
                                   VALUE  '3315-LEE-PEND-TRA'.
           05  WS-3320-PENDIENTES-EMP      PIC  X(30)
                                   VALUE  '3320-PENDIENTES-EMP'.
           05  WS-3325-LEE-PEND-EMP        PIC  X(30)
                                   VALUE  '3325-LEE-PEND-EMP'.
           05  WS-3330-DESCARTES           PIC  X(30)
                                   VALUE  '3330-DESCARTES'.
           05  WS-3335-LEE-DESCARTE        PIC  X(30)
                                   VALUE  '3335-LEE-DESCARTE'.


      *================================================================*
       PROCEDURE DIVISION.
      *================================================================*

           PERFORM  1000-INICIO
           PERFORM  2000-CONSULTA
           UNTIL    SI-FIN-CONSULTA
           PERFORM  4000-FIN

           .


       1000-INICIO.

           INITIALIZE  WS-ERROR
                       WS-CONTADORES

           ACCEPT  WS-PARAM-LINEA  FROM  COMMAND-LINE

           IF  WS-PARAM-LINEA(1:2)  IS NUMERIC
           AND WS-PARAM-LINEA(1:2)  NOT =  '00'
               MOVE  WS-PARAM-LINEA(1:2)  TO  WS-MESES-ARCHIVO
           END-IF

           ACCEPT  WS-FECHA-SISTEMA  FROM  DATE  YYYYMMDD

           .


      *++++++++++++++++++++++++++++++++++++++++*
      *    UNA CONSULTA POR ITERACION: MENU,   *
      *    CLAVE Y VISTA COMPLETA              *
      *++++++++++++++++++++++++++++++++++++++++*
       2000-CONSULTA.

           PERFORM  2010-PIDE-CONSULTA

           EVALUATE  TRUE

               WHEN  SI-CONSULTA-FIN
                     SET  SI-FIN-CONSULTA  TO  TRUE

               WHEN  SI-CONSULTA-TRA
                     ADD  1  TO  WS-CONT-CONSULTAS
                     PERFORM  2100-CONSULTA-TRABAJADOR

               WHEN  SI-CONSULTA-COD
               OR    SI-CONSULTA-NOM
                     ADD  1  TO  WS-CONT-CONSULTAS
                     PERFORM  2200-CONSULTA-EMPRESA

               WHEN  OTHER
                     DISPLAY  'OPCION NO VALIDA: '  SW-OPCION

           END-EVALUATE

           .


       2010-PIDE-CONSULTA.

           DISPLAY  ' '
           DISPLAY  '=================================================='
           DISPLAY  ' CONSULTA DE TRABAJADORES Y EMPRESAS'
           DISPLAY  '   T  TRABAJADOR POR CODIGO'
           DISPLAY  '   C  EMPRESA POR CODIGO'
           DISPLAY  '   N  EMPRESA POR NOMBRE'
           DISPLAY  '   F  FIN'
           DISPLAY  '=================================================='
           DISPLAY  ' OPCION: '  WITH NO ADVANCING

           MOVE    SPACES     TO  SW-OPCION
           ACCEPT  SW-OPCION
           INSPECT  SW-OPCION  CONVERTING  'tcnf'  TO  'TCNF'

           MOVE  SPACES  TO  WS-CLAVE-TECLEADA
                             WS-COD-BUSCADO
                             WS-NOM-BUSCADO

           EVALUATE  TRUE

               WHEN  SI-CONSULTA-TRA
               OR    SI-CONSULTA-COD
                     DISPLAY  ' CODIGO (4): '  WITH NO ADVANCING
                     ACCEPT  WS-CLAVE-TECLEADA
                     MOVE  WS-CLAVE-TECLEADA(1:4)  TO  WS-COD-BUSCADO

               WHEN  SI-CONSULTA-NOM
                     DISPLAY  ' NOMBRE DE EMPRESA (6): '
                              WITH NO ADVANCING
                     ACCEPT  WS-CLAVE-TECLEADA
                     MOVE  WS-CLAVE-TECLEADA  TO  WS-NOM-BUSCADO

               WHEN  OTHER
                     CONTINUE

           END-EVALUATE

           MOVE  ZEROES  TO  WS-CONT-LINEAS

           .


      *++++++++++++++++++++++++++++++++++++++++*
      *    VISTA DE UN TRABAJADOR: MAESTRO,    *
      *    CRUCES (POR SU NOMBRE), FUTUROS Y   *
      *    RECICLAJE                           *
      *++++++++++++++++++++++++++++++++++++++++*
       2100-CONSULTA-TRABAJADOR.

           MOVE  SPACES  TO  WS-TRA-NOMBRE

           MOVE  'MAESTRO DE TRABAJADORES'  TO  WS-LSE-TITULO
           PERFORM  9110-MUESTRA-SECCION

           PERFORM  2110-MAESTRO-TRA

      *    SI EL TRABAJADOR YA NO ESTA EN EL MAESTRO, SU NOMBRE SE
      *    TOMA DEL REGISTRO QUE QUEDO EN RECICLAJE (PENDIENTE O YA
      *    DESCARTADO).
           IF  WS-TRA-NOMBRE  =  SPACES
               PERFORM  2120-NOMBRE-RECICLAJE
           END-IF

           PERFORM  3100-HISTORICO

           PERFORM  3200-MOVIMIENTOS-FUTUROS

           PERFORM  3300-RECICLAJE

           .


       2110-MAESTRO-TRA.

           OPEN  INPUT  MAESTRO-TRA

           EVALUATE  FS-MAESTRO-TRA

               WHEN  '00'
                     MOVE  WS-COD-BUSCADO  TO  MAE-TRA-COD
                     READ  MAESTRO-TRA
                     EVALUATE  FS-MAESTRO-TRA
                         WHEN  '00'
                               MOVE  WS-LIN-CAB-MAESTRO
                                           TO  WS-LINEA-PANTALLA
                               PERFORM  9100-MUESTRA-LINEA
                               MOVE  MAE-TRA-COD      TO  WS-LMA-COD
                               MOVE  MAE-TRA-NOM      TO  WS-LMA-NOM
                               MOVE  MAE-TRA-IMPORTE  TO  WS-LMA-IMPORTE
                               MOVE  WS-LIN-MAESTRO
                                           TO  WS-LINEA-PANTALLA
                               PERFORM  9100-MUESTRA-LINEA
                               MOVE  MAE-TRA-NOM      TO  WS-TRA-NOMBRE
                         WHEN  '23'
                               MOVE  '  NO ESTA EN EL MAESTRO'
                                           TO  WS-LINEA-PANTALLA
                               PERFORM  9100-MUESTRA-LINEA
                         WHEN  OTHER
                               MOVE  'ERROR DE LECTURA'
                                           TO  WS-ERROR-ACCION
                               MOVE  WS-2110-MAESTRO-TRA
                                           TO  WS-ERROR-PARRAFO
                               PERFORM  9500-ERROR-STATUS-FICHERO
                     END-EVALUATE
                     CLOSE  MAESTRO-TRA

               WHEN  '35'
                     MOVE  '  MAESTRO NO DISPONIBLE'
                                           TO  WS-LINEA-PANTALLA
                     PERFORM  9100-MUESTRA-LINEA

               WHEN  OTHER
                     MOVE  'ERROR DE APERTURA'  TO  WS-ERROR-ACCION
                     MOVE  WS-2110-MAESTRO-TRA  TO  WS-ERROR-PARRAFO
                     PERFORM  9500-ERROR-STATUS-FICHERO

           END-EVALUATE

           .


       2120-NOMBRE-RECICLAJE.

           OPEN  INPUT  TRA-PENDIENTES

           EVALUATE  FS-TRA-PEND

               WHEN  '00'
                     SET  NO-FIN-FICHERO  TO  TRUE
                     PERFORM  2125-BUSCA-NOMBRE
                              UNTIL  SI-FIN-FICHERO
                     CLOSE  TRA-PENDIENTES

               WHEN  '35'
                     CONTINUE

               WHEN  OTHER
                     MOVE  'ERROR DE APERTURA'  TO  WS-ERROR-ACCION
                     MOVE  WS-2120-NOMBRE-RECICLAJE
                                                TO  WS-ERROR-PARRAFO
                     PERFORM  9500-ERROR-STATUS-FICHERO

           END-EVALUATE

      *    SI YA SALIO DEL ALMACEN DE PENDIENTES, EL NOMBRE SE TOMA DE
      *    SU REGISTRO DESCARTADO
           IF  WS-TRA-NOMBRE  =  SPACES
               PERFORM  2127-NOMBRE-DESCARTE
           END-IF

           .


       2125-BUSCA-NOMBRE.

           PERFORM  3315-LEE-PEND-TRA

           IF  NO-FIN-FICHERO
           AND WS-PTRA-COD  =  WS-COD-BUSCADO
               MOVE  WS-PTRA-NOM  TO  WS-TRA-NOMBRE
               SET   SI-FIN-FICHERO  TO  TRUE
           END-IF

           .


       2127-NOMBRE-DESCARTE.

           OPEN  INPUT  DESCARTES

           EVALUATE  FS-DESCARTES

               WHEN  '00'
                     SET  NO-FIN-FICHERO  TO  TRUE
                     PERFORM  2128-BUSCA-NOMBRE-DESCARTE
                              UNTIL  SI-FIN-FICHERO
                     CLOSE  DESCARTES

               WHEN  '35'
                     CONTINUE

               WHEN  OTHER
                     MOVE  'ERROR DE APERTURA'  TO  WS-ERROR-ACCION
                     MOVE  WS-2127-NOMBRE-DESCARTE
                                                TO  WS-ERROR-PARRAFO
                     PERFORM  9500-ERROR-STATUS-FICHERO

           END-EVALUATE

           .


       2128-BUSCA-NOMBRE-DESCARTE.

           PERFORM  3335-LEE-DESCARTE

           IF  NO-FIN-FICHERO
           AND WS-DES-ORIGEN  =  'TRA'
           AND WS-DES-COD     =  WS-COD-BUSCADO
               MOVE  WS-DES-NOM  TO  WS-TRA-NOMBRE
               SET   SI-FIN-FICHERO  TO  TRUE
           END-IF

           .


      *++++++++++++++++++++++++++++++++++++++++*
      *    VISTA DE UNA EMPRESA: LAS EMPRESAS  *
      *    DEL MAESTRO PARA EL CODIGO O EL     *
      *    NOMBRE, SUS CRUCES, FUTUROS Y       *
      *    RECICLAJE                           *
      *++++++++++++++++++++++++++++++++++++++++*
       2200-CONSULTA-EMPRESA.

           MOVE  ZEROES  TO  WS-TAB-EMP-CUENTA

           MOVE  'MAESTRO DE EMPRESAS'  TO  WS-LSE-TITULO
           PERFORM  9110-MUESTRA-SECCION

           PERFORM  2210-MAESTRO-EMP

      *    UN NOMBRE QUE YA NO ESTA EN EL MAESTRO SE BUSCA IGUAL EN
      *    EL HISTORICO, QUE VA POR NOMBRE.
           IF  SI-CONSULTA-NOM
           AND WS-TAB-EMP-CUENTA  =  ZEROES
               MOVE  1               TO  WS-TAB-EMP-CUENTA
               MOVE  SPACES          TO  WS-TAB-EMP-COD (1)
               MOVE  WS-NOM-BUSCADO  TO  WS-TAB-EMP-EMP (1)
           END-IF

           PERFORM  3100-HISTORICO

           PERFORM  3200-MOVIMIENTOS-FUTUROS

           PERFORM  3300-RECICLAJE

           .


       2210-MAESTRO-EMP.

           OPEN  INPUT  MAESTRO-EMP

           EVALUATE  FS-MAESTRO-EMP

               WHEN  '00'
                     MOVE  WS-LIN-CAB-MAESTRO  TO  WS-LINEA-PANTALLA
                     PERFORM  9100-MUESTRA-LINEA
                     SET  NO-FIN-FICHERO  TO  TRUE
      *              POR CODIGO SE POSICIONA EN EL PRIMERO DEL GRUPO;
      *              POR NOMBRE SE RECORRE EL MAESTRO ENTERO.
                     IF  SI-CONSULTA-COD
                         MOVE  WS-COD-BUSCADO  TO  MAE-EMP-COD
                         MOVE  LOW-VALUES      TO  MAE-EMP-EMP
                         START  MAESTRO-EMP
                                KEY  IS NOT LESS THAN  MAE-EMP-CLAVE
                         EVALUATE  FS-MAESTRO-EMP
                             WHEN  '00'
                                   CONTINUE
                             WHEN  '23'
                                   SET  SI-FIN-FICHERO  TO  TRUE
                             WHEN  OTHER
                                   MOVE  'ERROR DE POSICIONAMIENTO'
                                               TO  WS-ERROR-ACCION
                                   MOVE  WS-2210-MAESTRO-EMP
                                               TO  WS-ERROR-PARRAFO
                                   PERFORM  9500-ERROR-STATUS-FICHERO
                         END-EVALUATE
                     END-IF
                     PERFORM  2220-LEE-MAESTRO-EMP
                              UNTIL  SI-FIN-FICHERO
                     CLOSE  MAESTRO-EMP
                     IF  WS-TAB-EMP-CUENTA  =  ZEROES
                         MOVE  '  NO ESTA EN EL MAESTRO'
                                           TO  WS-LINEA-PANTALLA
                         PERFORM  9100-MUESTRA-LINEA
                     END-IF

               WHEN  '35'
                     MOVE  '  MAESTRO NO DISPONIBLE'
                                           TO  WS-LINEA-PANTALLA
                     PERFORM  9100-MUESTRA-LINEA

               WHEN  OTHER
                     MOVE  'ERROR DE APERTURA'  TO  WS-ERROR-ACCION
                     MOVE  WS-2210-MAESTRO-EMP  TO  WS-ERROR-PARRAFO
                     PERFORM  9500-ERROR-STATUS-FICHERO

           END-EVALUATE

           .


       2220-LEE-MAESTRO-EMP.

           READ  MAESTRO-EMP  NEXT

           EVALUATE  FS-MAESTRO-EMP

               WHEN  '00'
                     IF  SI-CONSULTA-COD
                     AND MAE-EMP-COD  NOT =  WS-COD-BUSCADO
                         SET  SI-FIN-FICHERO  TO  TRUE
                     END-IF
                     IF  NO-FIN-FICHERO
                     AND ( SI-CONSULTA-COD
                           OR  MAE-EMP-EMP  =  WS-NOM-BUSCADO )
                         PERFORM  2230-ANOTA-EMPRESA
                     END-IF

               WHEN  '10'
                     SET  SI-FIN-FICHERO  TO  TRUE

               WHEN  OTHER
                     MOVE  'ERROR DE LECTURA'      TO  WS-ERROR-ACCION
                     MOVE  WS-2220-LEE-MAESTRO-EMP TO  WS-ERROR-PARRAFO
                     PERFORM  9500-ERROR-STATUS-FICHERO

           END-EVALUATE

           .


      *    CADA EMPRESA HALLADA SE MUESTRA Y SE ANOTA PARA FILTRAR EL
      *    HISTORICO; PASADO EL MAXIMO DE LA TABLA SE SIGUE
      *    MOSTRANDO EL MAESTRO PERO NO SE AMPLIA EL FILTRO.
       2230-ANOTA-EMPRESA.

           MOVE  MAE-EMP-COD      TO  WS-LMA-COD
           MOVE  MAE-EMP-EMP      TO  WS-LMA-NOM
           MOVE  MAE-EMP-IMPORTE  TO  WS-LMA-IMPORTE
           MOVE  WS-LIN-MAESTRO   TO  WS-LINEA-PANTALLA
           PERFORM  9100-MUESTRA-LINEA

           IF  WS-TAB-EMP-CUENTA  <  WS-TAB-EMP-MAXIMO
               ADD   1  TO  WS-TAB-EMP-CUENTA
               MOVE  MAE-EMP-COD
                         TO  WS-TAB-EMP-COD (WS-TAB-EMP-CUENTA)
               MOVE  MAE-EMP-EMP
                         TO  WS-TAB-EMP-EMP (WS-TAB-EMP-CUENTA)
           ELSE
               MOVE  '  (MAS EMPRESAS DE LAS QUE FILTRA EL HISTORICO)'
                                           TO  WS-LINEA-PANTALLA
               PERFORM  9100-MUESTRA-LINEA
           END-IF

           .


      *++++++++++++++++++++++++++++++++++++++++*
      *    HISTORIAL DE CRUCES: GENERACIONES   *
      *    DE ARCHIVO DE LA MAS ANTIGUA A LA   *
      *    MAS RECIENTE Y DESPUES EL FICHERO   *
      *    VIVO, QUE YA NO TIENE LOS MESES     *
      *    ARCHIVADOS                          *
      *++++++++++++++++++++++++++++++++++++++++*
       3100-HISTORICO.

           MOVE  'HISTORIAL DE CRUCES'  TO  WS-LSE-TITULO
           PERFORM  9110-MUESTRA-SECCION

           MOVE  ZEROES  TO  WS-CONT-CRUCES
                             WS-CONT-GENERACIONES
                             WS-TOTAL-IMPORTE

           IF  ( SI-CONSULTA-TRA  AND  WS-TRA-NOMBRE  =  SPACES )
           OR  ( NOT SI-CONSULTA-TRA  AND  WS-TAB-EMP-CUENTA = ZEROES )
               MOVE  '  SIN NOMBRE CON EL QUE BUSCAR EN EL HISTORICO'
                                           TO  WS-LINEA-PANTALLA
               PERFORM  9100-MUESTRA-LINEA
           ELSE
               MOVE  WS-LIN-CAB-HISTORICO  TO  WS-LINEA-PANTALLA
               PERFORM  9100-MUESTRA-LINEA

      *        PRIMER MES A RECORRER: WS-MESES-ARCHIVO MESES ANTES DEL
      *        MES DEL SISTEMA.
               COMPUTE  WS-MES-ORDINAL  =
                        WS-FSI-AAAA * 12  +  WS-FSI-MM  -  1
                      - WS-MESES-ARCHIVO
               DIVIDE  WS-MES-ORDINAL  BY  12
                       GIVING  WS-MGE-AAAA
                       REMAINDER  WS-MES-RESTO
               COMPUTE  WS-MGE-MM  =  WS-MES-RESTO  +  1

               PERFORM  3110-LEE-GENERACION
                        VARYING  WS-MES-IDX  FROM  1  BY  1
                        UNTIL    WS-MES-IDX  >  WS-MESES-ARCHIVO

               MOVE  'cruce-historico.txt'  TO  WS-FICH-HISTORICO
               MOVE  'VIVO'                 TO  WS-ORIGEN-HIST
               PERFORM  3115-RECORRE-HISTORICO

               MOVE  WS-CONT-CRUCES        TO  WS-LTH-CRUCES
               MOVE  WS-TOTAL-IMPORTE      TO  WS-LTH-IMPORTE
               MOVE  WS-CONT-GENERACIONES  TO  WS-LTH-GENERACIONES
               MOVE  WS-LIN-TOTAL-HIST     TO  WS-LINEA-PANTALLA
               PERFORM  9100-MUESTRA-LINEA
           END-IF

           .


       3110-LEE-GENERACION.

           MOVE  SPACES  TO  WS-FICH-HISTORICO

           STRING  'cruce-historico-'  DELIMITED BY SIZE
                   WS-MES-GENERACION   DELIMITED BY SIZE
                   '.txt'              DELIMITED BY SIZE
                   INTO  WS-FICH-HISTORICO

           MOVE  WS-MES-GENERACION  TO  WS-ORIGEN-HIST

           PERFORM  3115-RECORRE-HISTORICO

           IF  WS-MGE-MM  =  12
               ADD   1  TO  WS-MGE-AAAA
               MOVE  1  TO  WS-MGE-MM
           ELSE
               ADD   1  TO  WS-MGE-MM
           END-IF

           .


      *    UNA GENERACION QUE NO EXISTE (MES SIN ARCHIVAR O ANTERIOR
      *    AL PRIMER CRUCE) NO ES UN ERROR PARA LA CONSULTA.
       3115-RECORRE-HISTORICO.

           OPEN  INPUT  HIST-ENTRADA

           EVALUATE  FS-HIST-ENTRADA

               WHEN  '00'
                     IF  WS-ORIGEN-HIST  NOT =  'VIVO'
                         ADD  1  TO  WS-CONT-GENERACIONES
                     END-IF
                     SET  NO-FIN-FICHERO  TO  TRUE
                     PERFORM  3120-LEE-HISTORICO
                              UNTIL  SI-FIN-FICHERO
                     CLOSE  HIST-ENTRADA

               WHEN  '35'
                     CONTINUE

               WHEN  OTHER
                     MOVE  'ERROR DE APERTURA'  TO  WS-ERROR-ACCION
                     MOVE  WS-3110-LEE-GENERACION
                                                TO  WS-ERROR-PARRAFO
                     PERFORM  9500-ERROR-STATUS-FICHERO

           END-EVALUATE

           .


       3120-LEE-HISTORICO.

           READ  HIST-ENTRADA  INTO  WS-REG-HIST

           EVALUATE  FS-HIST-ENTRADA

               WHEN  '00'
                     PERFORM  3130-FILTRA-CRUCE
                     IF  SI-HALLADO
                         PERFORM  3140-MUESTRA-CRUCE
                     END-IF

               WHEN  '10'
                     SET  SI-FIN-FICHERO  TO  TRUE

               WHEN  OTHER
                     MOVE  'ERROR DE LECTURA'      TO  WS-ERROR-ACCION
                     MOVE  WS-3120-LEE-HISTORICO   TO  WS-ERROR-PARRAFO
                     PERFORM  9500-ERROR-STATUS-FICHERO

           END-EVALUATE

           .


       3130-FILTRA-CRUCE.

           SET  NO-HALLADO  TO  TRUE

           IF  SI-CONSULTA-TRA
               IF  WS-HIST-NOM  =  WS-TRA-NOMBRE
                   SET  SI-HALLADO  TO  TRUE
               END-IF
           ELSE
               SET  WS-TAB-EMP-IDX  TO  1
               SEARCH  WS-TAB-EMP-ENTRADA
                   AT END
                       CONTINUE
                   WHEN  WS-TAB-EMP-EMP (WS-TAB-EMP-IDX)  =  WS-HIST-EMP
                       SET  SI-HALLADO  TO  TRUE
               END-SEARCH
           END-IF

           .


       3140-MUESTRA-CRUCE.

           MOVE  WS-HIST-FECHA    TO  WS-LHI-FECHA
           MOVE  WS-HIST-NOM      TO  WS-LHI-NOM
           MOVE  WS-HIST-EMP      TO  WS-LHI-EMP
           MOVE  WS-ORIGEN-HIST   TO  WS-LHI-ORIGEN

           IF  WS-HIST-IMPORTE  IS NUMERIC
               MOVE  WS-HIST-IMPORTE  TO  WS-LHI-IMPORTE
               ADD   WS-HIST-IMPORTE  TO  WS-TOTAL-IMPORTE
           ELSE
               MOVE  ZEROES           TO  WS-LHI-IMPORTE
           END-IF

           ADD  1  TO  WS-CONT-CRUCES

           MOVE  WS-LIN-HISTORICO  TO  WS-LINEA-PANTALLA
           PERFORM  9100-MUESTRA-LINEA

           .


      *++++++++++++++++++++++++++++++++++++++++*
      *    MOVIMIENTOS RETENIDOS CON EFECTO    *
      *    FUTURO: LOS DEL TRABAJADOR POR      *
      *    CODIGO; LOS DE EMPRESA POR CODIGO   *
      *    O POR NOMBRE SEGUN LA CONSULTA      *
      *++++++++++++++++++++++++++++++++++++++++*
       3200-MOVIMIENTOS-FUTUROS.

           MOVE  'MOVIMIENTOS CON EFECTO FUTURO'  TO  WS-LSE-TITULO
           PERFORM  9110-MUESTRA-SECCION

           SET  NO-SECCION-CON-DATOS  TO  TRUE

           OPEN  INPUT  PEND-ENTRADA

           EVALUATE  FS-PEND-ENTRADA

               WHEN  '00'
                     SET  NO-FIN-FICHERO  TO  TRUE
                     PERFORM  3210-LEE-PENDIENTE
                              UNTIL  SI-FIN-FICHERO
                     CLOSE  PEND-ENTRADA

               WHEN  '35'
                     CONTINUE

               WHEN  OTHER
                     MOVE  'ERROR DE APERTURA'  TO  WS-ERROR-ACCION
                     MOVE  WS-3200-MOVIMIENTOS-FUTUROS
                                                TO  WS-ERROR-PARRAFO
                     PERFORM  9500-ERROR-STATUS-FICHERO

           END-EVALUATE

           IF  NO-SECCION-CON-DATOS
               MOVE  '  NINGUNO'  TO  WS-LINEA-PANTALLA
               PERFORM  9100-MUESTRA-LINEA
           END-IF

           .


       3210-LEE-PENDIENTE.

           READ  PEND-ENTRADA  INTO  WS-MOVIMIENTO

           EVALUATE  FS-PEND-ENTRADA

               WHEN  '00'
                     SET  NO-HALLADO  TO  TRUE
                     EVALUATE  TRUE
                         WHEN  SI-CONSULTA-TRA
                               IF  SI-MOV-TRABAJADOR
                               AND WS-MOV-COD  =  WS-COD-BUSCADO
                                   SET  SI-HALLADO  TO  TRUE
                               END-IF
                         WHEN  SI-CONSULTA-COD
                               IF  SI-MOV-EMPRESA
                               AND WS-MOV-COD  =  WS-COD-BUSCADO
                                   SET  SI-HALLADO  TO  TRUE
                               END-IF
                         WHEN  OTHER
                               IF  SI-MOV-EMPRESA
                               AND WS-MOV-NOM  =  WS-NOM-BUSCADO
                                   SET  SI-HALLADO  TO  TRUE
                               END-IF
                     END-EVALUATE
                     IF  SI-HALLADO
                         PERFORM  3220-MUESTRA-FUTURO
                     END-IF

               WHEN  '10'
                     SET  SI-FIN-FICHERO  TO  TRUE

               WHEN  OTHER
                     MOVE  'ERROR DE LECTURA'      TO  WS-ERROR-ACCION
                     MOVE  WS-3210-LEE-PENDIENTE   TO  WS-ERROR-PARRAFO
                     PERFORM  9500-ERROR-STATUS-FICHERO

           END-EVALUATE

           .


       3220-MUESTRA-FUTURO.

           IF  NO-SECCION-CON-DATOS
               MOVE  WS-LIN-CAB-FUTUROS  TO  WS-LINEA-PANTALLA
               PERFORM  9100-MUESTRA-LINEA
               SET  SI-SECCION-CON-DATOS  TO  TRUE
           END-IF

           MOVE  WS-MOV-FECHA-EFECTO  TO  WS-LFU-FECHA
           MOVE  WS-MOV-FICHERO       TO  WS-LFU-FICHERO
           MOVE  WS-MOV-COD           TO  WS-LFU-COD
           MOVE  WS-MOV-NOM           TO  WS-LFU-NOM

           EVALUATE  TRUE
               WHEN  SI-MOV-ALTA
                     MOVE  'ALTA'          TO  WS-LFU-ACCION
               WHEN  SI-MOV-BAJA
                     MOVE  'BAJA'          TO  WS-LFU-ACCION
               WHEN  SI-MOV-MODIF
                     MOVE  'MODIFICACION'  TO  WS-LFU-ACCION
               WHEN  OTHER
                     MOVE  WS-MOV-ACCION   TO  WS-LFU-ACCION
           END-EVALUATE

           IF  WS-MOV-IMPORTE  IS NUMERIC
               MOVE  WS-MOV-IMPORTE-9  TO  WS-LFU-IMPORTE
           ELSE
               MOVE  ZEROES            TO  WS-LFU-IMPORTE
           END-IF

           MOVE  WS-LIN-FUTURO  TO  WS-LINEA-PANTALLA
           PERFORM  9100-MUESTRA-LINEA

           .


      *++++++++++++++++++++++++++++++++++++++++*
      *    SITUACION EN EL RECICLAJE: EN EL    *
      *    ALMACEN DE PENDIENTES (CON SU EDAD  *
      *    AL ULTIMO CIERRE) O DESCARTADO      *
      *    DEFINITIVAMENTE                     *
      *++++++++++++++++++++++++++++++++++++++++*
       3300-RECICLAJE.

           MOVE  'RECICLAJE DE NO CRUZADOS'  TO  WS-LSE-TITULO
           PERFORM  9110-MUESTRA-SECCION

           SET  NO-SECCION-CON-DATOS  TO  TRUE

           IF  SI-CONSULTA-TRA
               PERFORM  3310-PENDIENTES-TRA
           ELSE
               PERFORM  3320-PENDIENTES-EMP
           END-IF

           PERFORM  3330-DESCARTES

           IF  NO-SECCION-CON-DATOS
               MOVE  '  NO ESTA EN RECICLAJE NI DESCARTADO'
                                           TO  WS-LINEA-PANTALLA
               PERFORM  9100-MUESTRA-LINEA
           END-IF

           .


       3310-PENDIENTES-TRA.

           OPEN  INPUT  TRA-PENDIENTES

           EVALUATE  FS-TRA-PEND

               WHEN  '00'
                     SET  NO-FIN-FICHERO  TO  TRUE
                     PERFORM  3312-REVISA-PEND-TRA
                              UNTIL  SI-FIN-FICHERO
                     CLOSE  TRA-PENDIENTES

               WHEN  '35'
                     CONTINUE

               WHEN  OTHER
                     MOVE  'ERROR DE APERTURA'    TO  WS-ERROR-ACCION
                     MOVE  WS-3310-PENDIENTES-TRA TO  WS-ERROR-PARRAFO
                     PERFORM  9500-ERROR-STATUS-FICHERO

           END-EVALUATE

           .


       3312-REVISA-PEND-TRA.

           PERFORM  3315-LEE-PEND-TRA

           IF  NO-FIN-FICHERO
           AND WS-PTRA-COD  =  WS-COD-BUSCADO
               MOVE  SPACES              TO  WS-LIN-RECICLAJE
               MOVE  'EN RECICLAJE'      TO  WS-LRE-SITUACION
               MOVE  WS-PTRA-COD         TO  WS-LRE-COD
               MOVE  WS-PTRA-NOM         TO  WS-LRE-NOM
               MOVE  WS-PTRA-REGION      TO  WS-LRE-REGION
               MOVE  WS-PTRA-FECHA       TO  WS-LRE-FECHA-FALLO
               MOVE  WS-PTRA-EDAD        TO  WS-LRE-EDAD
               PERFORM  3340-MUESTRA-RECICLAJE
           END-IF

           .


       3315-LEE-PEND-TRA.

           READ  TRA-PENDIENTES  INTO  WS-PENDIENTE-TRA

           EVALUATE  FS-TRA-PEND

               WHEN  '00'
                     CONTINUE

               WHEN  '10'
                     SET  SI-FIN-FICHERO  TO  TRUE

               WHEN  OTHER
                     MOVE  'ERROR DE LECTURA'      TO  WS-ERROR-ACCION
                     MOVE  WS-3315-LEE-PEND-TRA    TO  WS-ERROR-PARRAFO
                     PERFORM  9500-ERROR-STATUS-FICHERO

           END-EVALUATE

           .


       3320-PENDIENTES-EMP.

           OPEN  INPUT  EMP-PENDIENTES

           EVALUATE  FS-EMP-PEND

               WHEN  '00'
                     SET  NO-FIN-FICHERO  TO  TRUE
                     PERFORM  3322-REVISA-PEND-EMP
                              UNTIL  SI-FIN-FICHERO
                     CLOSE  EMP-PENDIENTES

               WHEN  '35'
                     CONTINUE

               WHEN  OTHER
                     MOVE  'ERROR DE APERTURA'    TO  WS-ERROR-ACCION
                     MOVE  WS-3320-PENDIENTES-EMP TO  WS-ERROR-PARRAFO
                     PERFORM  9500-ERROR-STATUS-FICHERO

           END-EVALUATE

           .


       3322-REVISA-PEND-EMP.

           PERFORM  3325-LEE-PEND-EMP

           IF  NO-FIN-FICHERO
           AND ( ( SI-CONSULTA-COD
                   AND  WS-PEMP-COD  =  WS-COD-BUSCADO )
              OR ( SI-CONSULTA-NOM
                   AND  WS-PEMP-EMP  =  WS-NOM-BUSCADO ) )
               MOVE  SPACES              TO  WS-LIN-RECICLAJE
               MOVE  'EN RECICLAJE'      TO  WS-LRE-SITUACION
               MOVE  WS-PEMP-COD         TO  WS-LRE-COD
               MOVE  WS-PEMP-EMP         TO  WS-LRE-NOM
               MOVE  WS-PEMP-FECHA       TO  WS-LRE-FECHA-FALLO
               MOVE  WS-PEMP-EDAD        TO  WS-LRE-EDAD
               PERFORM  3340-MUESTRA-RECICLAJE
           END-IF

           .


       3325-LEE-PEND-EMP.

           READ  EMP-PENDIENTES  INTO  WS-PENDIENTE-EMP

           EVALUATE  FS-EMP-PEND

               WHEN  '00'
                     CONTINUE

               WHEN  '10'
                     SET  SI-FIN-FICHERO  TO  TRUE

               WHEN  OTHER
                     MOVE  'ERROR DE LECTURA'      TO  WS-ERROR-ACCION
                     MOVE  WS-3325-LEE-PEND-EMP    TO  WS-ERROR-PARRAFO
                     PERFORM  9500-ERROR-STATUS-FICHERO

           END-EVALUATE

           .


       3330-DESCARTES.

           OPEN  INPUT  DESCARTES

           EVALUATE  FS-DESCARTES

               WHEN  '00'
                     SET  NO-FIN-FICHERO  TO  TRUE
                     PERFORM  3332-REVISA-DESCARTE
                              UNTIL  SI-FIN-FICHERO
                     CLOSE  DESCARTES

               WHEN  '35'
                     CONTINUE

               WHEN  OTHER
                     MOVE  'ERROR DE APERTURA'    TO  WS-ERROR-ACCION
                     MOVE  WS-3330-DESCARTES      TO  WS-ERROR-PARRAFO
                     PERFORM  9500-ERROR-STATUS-FICHERO

           END-EVALUATE

           .


      *    EL REGISTRO DESCARTADO CONSERVA EL FORMATO DE SU LADO:
      *    NOMBRE (6) + CODIGO (4) TANTO EN TRABAJADORES COMO EN
      *    EMPRESAS.
       3332-REVISA-DESCARTE.

           PERFORM  3335-LEE-DESCARTE

           SET  NO-HALLADO  TO  TRUE

           IF  NO-FIN-FICHERO
               EVALUATE  TRUE
                   WHEN  SI-CONSULTA-TRA
                         IF  WS-DES-ORIGEN  =  'TRA'
                         AND WS-DES-COD     =  WS-COD-BUSCADO
                             SET  SI-HALLADO  TO  TRUE
                         END-IF
                   WHEN  SI-CONSULTA-COD
                         IF  WS-DES-ORIGEN  =  'EMP'
                         AND WS-DES-COD     =  WS-COD-BUSCADO
                             SET  SI-HALLADO  TO  TRUE
                         END-IF
                   WHEN  OTHER
                         IF  WS-DES-ORIGEN  =  'EMP'
                         AND WS-DES-NOM     =  WS-NOM-BUSCADO
                             SET  SI-HALLADO  TO  TRUE
                         END-IF
               END-EVALUATE
           END-IF

           IF  SI-HALLADO
               MOVE  SPACES                TO  WS-LIN-RECICLAJE
               MOVE  'DESCARTADO'          TO  WS-LRE-SITUACION
               MOVE  WS-DES-COD            TO  WS-LRE-COD
               MOVE  WS-DES-NOM            TO  WS-LRE-NOM
               IF  WS-DES-ORIGEN  =  'TRA'
                   MOVE  WS-DES-REGION     TO  WS-LRE-REGION
               END-IF
               MOVE  WS-DES-FECHA-FALLO    TO  WS-LRE-FECHA-FALLO
               MOVE  WS-DES-EDAD           TO  WS-LRE-EDAD
               MOVE  WS-DES-FECHA-PROCESO  TO  WS-LRE-FECHA-DESCARTE
               PERFORM  3340-MUESTRA-RECICLAJE
           END-IF

           .


       3335-LEE-DESCARTE.

           READ  DESCARTES  INTO  WS-DESCARTE

           EVALUATE  FS-DESCARTES

               WHEN  '00'
                     CONTINUE

               WHEN  '10'
                     SET  SI-FIN-FICHERO  TO  TRUE

               WHEN  OTHER
                     MOVE  'ERROR DE LECTURA'      TO  WS-ERROR-ACCION
                     MOVE  WS-3335-LEE-DESCARTE    TO  WS-ERROR-PARRAFO
                     PERFORM  9500-ERROR-STATUS-FICHERO

           END-EVALUATE

           .


       3340-MUESTRA-RECICLAJE.

           IF  NO-SECCION-CON-DATOS
               MOVE  WS-LIN-CAB-RECICLAJE  TO  WS-LINEA-PANTALLA
               PERFORM  9100-MUESTRA-LINEA
               SET  SI-SECCION-CON-DATOS  TO  TRUE
           END-IF

           MOVE  WS-LIN-RECICLAJE  TO  WS-LINEA-PANTALLA
           PERFORM  9100-MUESTRA-LINEA

           .


       4000-FIN.

           PERFORM  9999-MUESTRA-ESTADISTICAS

           STOP RUN

           .


      *++++++++++++++++++++++++++++++++++++++++*
      *    SALIDA A PANTALLA: CADA            *
      *    WS-LINEAS-PANTALLA LINEAS SE PIDE  *
      *    INTRO PARA CONTINUAR               *
      *++++++++++++++++++++++++++++++++++++++++*
       9100-MUESTRA-LINEA.

           DISPLAY  WS-LINEA-PANTALLA

           MOVE  SPACES  TO  WS-LINEA-PANTALLA

           ADD  1  TO  WS-CONT-LINEAS

           IF  WS-CONT-LINEAS  NOT <  WS-LINEAS-PANTALLA
               DISPLAY  ' -- PULSE INTRO PARA CONTINUAR --'
                        WITH NO ADVANCING
               ACCEPT  WS-PAUSA
               MOVE  ZEROES  TO  WS-CONT-LINEAS
           END-IF

           .


       9110-MUESTRA-SECCION.

           MOVE  SPACES          TO  WS-LINEA-PANTALLA
           PERFORM  9100-MUESTRA-LINEA

           MOVE  WS-LIN-SECCION  TO  WS-LINEA-PANTALLA
           PERFORM  9100-MUESTRA-LINEA

           .


       9500-ERROR-STATUS-FICHERO.

           IF  FS-MAESTRO-TRA  NOT EQUAL TO '00' AND
               FS-MAESTRO-TRA  NOT EQUAL TO '10' AND
               FS-MAESTRO-TRA  NOT EQUAL TO '23' AND
               FS-MAESTRO-TRA  NOT EQUAL TO '35' AND
               FS-MAESTRO-TRA  NOT EQUAL TO SPACES AND
               FS-MAESTRO-TRA  NOT EQUAL TO LOW-VALUES

               MOVE  'MAESTRO-TRA    '     TO  WS-ERROR-FICHERO
               MOVE  FS-MAESTRO-TRA        TO  WS-ERROR-FS
               PERFORM  9900-ERROR-ABORTAR

           END-IF


           IF  FS-MAESTRO-EMP  NOT EQUAL TO '00' AND
               FS-MAESTRO-EMP  NOT EQUAL TO '10' AND
               FS-MAESTRO-EMP  NOT EQUAL TO '23' AND
               FS-MAESTRO-EMP  NOT EQUAL TO '35' AND
               FS-MAESTRO-EMP  NOT EQUAL TO SPACES AND
               FS-MAESTRO-EMP  NOT EQUAL TO LOW-VALUES

               MOVE  'MAESTRO-EMP    '     TO  WS-ERROR-FICHERO
               MOVE  FS-MAESTRO-EMP        TO  WS-ERROR-FS
               PERFORM  9900-ERROR-ABORTAR

           END-IF


           IF  FS-HIST-ENTRADA  NOT EQUAL TO '00' AND
               FS-HIST-ENTRADA  NOT EQUAL TO '10' AND
               FS-HIST-ENTRADA  NOT EQUAL TO '35' AND
               FS-HIST-ENTRADA  NOT EQUAL TO SPACES AND
               FS-HIST-ENTRADA  NOT EQUAL TO LOW-VALUES

               MOVE  WS-FICH-HISTORICO(1:30)  TO  WS-ERROR-FICHERO
               MOVE  FS-HIST-ENTRADA          TO  WS-ERROR-FS
               PERFORM  9900-ERROR-ABORTAR

           END-IF


           IF  FS-PEND-ENTRADA  NOT EQUAL TO '00' AND
               FS-PEND-ENTRADA  NOT EQUAL TO '10' AND
               FS-PEND-ENTRADA  NOT EQUAL TO '35' AND
               FS-PEND-ENTRADA  NOT EQUAL TO SPACES AND
               FS-PEND-ENTRADA  NOT EQUAL TO LOW-VALUES

               MOVE  'PEND-ENTRADA   '     TO  WS-ERROR-FICHERO
               MOVE  FS-PEND-ENTRADA       TO  WS-ERROR-FS
               PERFORM  9900-ERROR-ABORTAR

           END-IF


           IF  FS-TRA-PEND  NOT EQUAL TO '00' AND
               FS-TRA-PEND  NOT EQUAL TO '10' AND
               FS-TRA-PEND  NOT EQUAL TO '35' AND
               FS-TRA-PEND  NOT EQUAL TO SPACES AND
               FS-TRA-PEND  NOT EQUAL TO LOW-VALUES

               MOVE  'TRA-PENDIENTES '     TO  WS-ERROR-FICHERO
               MOVE  FS-TRA-PEND           TO  WS-ERROR-FS
               PERFORM  9900-ERROR-ABORTAR

           END-IF


           IF  FS-EMP-PEND  NOT EQUAL TO '00' AND
               FS-EMP-PEND  NOT EQUAL TO '10' AND
               FS-EMP-PEND  NOT EQUAL TO '35' AND
               FS-EMP-PEND  NOT EQUAL TO SPACES AND
               FS-EMP-PEND  NOT EQUAL TO LOW-VALUES

               MOVE  'EMP-PENDIENTES '     TO  WS-ERROR-FICHERO
               MOVE  FS-EMP-PEND           TO  WS-ERROR-FS
               PERFORM  9900-ERROR-ABORTAR

           END-IF


           IF  FS-DESCARTES  NOT EQUAL TO '00' AND
               FS-DESCARTES  NOT EQUAL TO '10' AND
               FS-DESCARTES  NOT EQUAL TO '35' AND
               FS-DESCARTES  NOT EQUAL TO SPACES AND
               FS-DESCARTES  NOT EQUAL TO LOW-VALUES

               MOVE  'DESCARTES      '     TO  WS-ERROR-FICHERO
               MOVE  FS-DESCARTES          TO  WS-ERROR-FS
               PERFORM  9900-ERROR-ABORTAR

           END-IF


           .


       9900-ERROR-ABORTAR.

           DISPLAY  '============================='
           DISPLAY  'ERROR EN PROG. CONSULTA_MAESTROS.'
           DISPLAY  'PARRAFO DE ERROR:            '  WS-ERROR-PARRAFO
           DISPLAY  'TIPO DE ERROR:               '  WS-ERROR-ACCION
           DISPLAY  'FICHERO DE ERROR:            '  WS-ERROR-FICHERO
           DISPLAY  'FILE-STATUS DE FICHERO:      '  WS-ERROR-FS

           PERFORM  9999-MUESTRA-ESTADISTICAS

      *    CODIGO DE RETORNO 16: ABORTO, PARA QUE EL PLANIFICADOR NO
      *    CONFUNDA UNA CAIDA CON UN FIN LIMPIO.
           MOVE  16  TO  RETURN-CODE

           STOP RUN
           .


       9999-MUESTRA-ESTADISTICAS.

           DISPLAY  ' '
           DISPLAY  '============================='
           DISPLAY  '        ESTADISTICAS         '
           DISPLAY  'CONSULTAS REALIZADAS:        '
                     WS-CONT-CONSULTAS
           DISPLAY  '============================='

           .

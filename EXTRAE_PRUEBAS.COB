      *----------------------------------------------------------------*
      *    OBJETIVO:  Este programa extrae un juego de datos de        *
      *    prueba con la forma de los de produccion pero sin nombres   *
      *    reales.  Copia, con el prefijo 'prueba-' en el nombre:      *
      *      - maestro-trabajadores.dat y maestro-empresas.dat         *
      *      - mantenimiento-journal.txt (imagenes antes / despues     *
      *        y aprobador)                                            *
      *      - cruce-historico.txt                                     *
      *      - movimientos-pendientes.txt                              *
      *      - tra-pendientes.txt y emp-pendientes.txt (almacen de     *
      *        reciclaje de RECICLA_NOCRUZ)                            *
      *    sustituyendo cada nombre de trabajador, de empresa y de     *
      *    aprobador por un seudonimo ('T'/'E' + numero, 'APR' +       *
      *    numero).  Un mismo nombre real recibe el mismo seudonimo    *
      *    en todos los ficheros, asi que los cruces, las imagenes     *
      *    del journal y los totales de facturacion siguen casando.    *
      *    La tabla de correspondencias solo existe en memoria         *
      *    durante el run y no se graba en ningun fichero ni se        *
      *    muestra; los seudonimos se numeran por orden de aparicion.  *
      *    PARAMETROS (extrae-pruebas-parametros.txt, opcional):       *
      *      linea 1: 'S' para remapear tambien los codigos (mismo     *
      *               codigo real, mismo codigo de prueba en todos     *
      *               los ficheros)                                    *
      *      linea 2: porcentaje maximo (000-100) de perturbacion de   *
      *               importes; cada nombre recibe un factor al azar   *
      *               dentro del margen que se aplica a todos sus      *
      *               importes.  Sin valor los importes se conservan.  *
      *      linea 3: semilla (9 digitos) para repetir el mismo        *
      *               azar; sin ella se toma de la hora.               *
      *    Emite extrae-pruebas-control.txt con registros leidos y     *
      *    grabados e importe total de origen y de prueba por          *
      *    fichero.  Codigo de retorno 8 si algun fichero descuadra.   *
      *----------------------------------------------------------------*


      *================================================================*
       IDENTIFICATION DIVISION.
      *================================================================*
       PROGRAM-ID. EXTRAE_PRUEBAS.

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
               ACCESS MODE  IS SEQUENTIAL
               RECORD KEY   IS MAE-TRA-COD
               FILE STATUS  IS FS-MAESTRO-TRA.

           SELECT  MAESTRO-EMP  ASSIGN TO 'maestro-empresas.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS SEQUENTIAL
               RECORD KEY   IS MAE-EMP-CLAVE
               FILE STATUS  IS FS-MAESTRO-EMP.

      *    CON LOS CODIGOS REMAPEADOS LOS MAESTROS DE PRUEBA NO SE
      *    GRABAN EN ORDEN DE CLAVE: ACCESO ALEATORIO
           SELECT  PRUEBA-MAE-TRA
               ASSIGN TO 'prueba-maestro-trabajadores.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS RANDOM
               RECORD KEY   IS PRU-TRA-COD
               FILE STATUS  IS FS-PRUEBA-TRA.

           SELECT  PRUEBA-MAE-EMP
               ASSIGN TO 'prueba-maestro-empresas.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS RANDOM
               RECORD KEY   IS PRU-EMP-CLAVE
               FILE STATUS  IS FS-PRUEBA-EMP.

           SELECT  JOURNAL  ASSIGN TO 'mantenimiento-journal.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-JOURNAL.

           SELECT  PRUEBA-JOURNAL
               ASSIGN TO 'prueba-mantenimiento-journal.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PRUEBA-JOURNAL.

           SELECT  HISTORICO  ASSIGN TO 'cruce-historico.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-HISTORICO.

           SELECT  PRUEBA-HISTORICO
               ASSIGN TO 'prueba-cruce-historico.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PRUEBA-HIST.

           SELECT  PENDIENTES  ASSIGN TO 'movimientos-pendientes.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PENDIENTES.

           SELECT  PRUEBA-PENDIENTES
               ASSIGN TO 'prueba-movimientos-pendientes.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PRUEBA-PEND.

           SELECT  TRA-PENDIENTES  ASSIGN TO 'tra-pendientes.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-TRA-PEND.

           SELECT  PRUEBA-TRA-PEND
               ASSIGN TO 'prueba-tra-pendientes.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PRUEBA-TRA-PEND.

           SELECT  EMP-PENDIENTES  ASSIGN TO 'emp-pendientes.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-EMP-PEND.

           SELECT  PRUEBA-EMP-PEND
               ASSIGN TO 'prueba-emp-pendientes.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PRUEBA-EMP-PEND.

           SELECT  PARAM-FICHERO
               ASSIGN TO 'extrae-pruebas-parametros.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PARAMETRO.

           SELECT  CONTROL-LISTADO
               ASSIGN TO 'extrae-pruebas-control.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CONTROL.

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

       FD  PRUEBA-MAE-TRA.
       01  REG-PRUEBA-TRA.
           05  PRU-TRA-COD                     PIC  X(4).
           05  PRU-TRA-NOM                     PIC  X(6).
           05  PRU-TRA-IMPORTE                 PIC  9(7)V99.

       FD  PRUEBA-MAE-EMP.
       01  REG-PRUEBA-EMP.
           05  PRU-EMP-CLAVE.
               10  PRU-EMP-COD                 PIC  X(4).
               10  PRU-EMP-EMP                 PIC  X(6).
           05  PRU-EMP-IMPORTE                 PIC  9(7)V99.

       FD  JOURNAL
           BLOCK CONTAINS 0 RECORDS.
       01  REG-JOURNAL                         PIC  X(78).

       FD  PRUEBA-JOURNAL
           BLOCK CONTAINS 0 RECORDS.
       01  REG-PRUEBA-JOURNAL                  PIC  X(78).

       FD  HISTORICO
           BLOCK CONTAINS 0 RECORDS.
       01  REG-HISTORICO                       PIC  X(32).

       FD  PRUEBA-HISTORICO
           BLOCK CONTAINS 0 RECORDS.
       01  REG-PRUEBA-HIST                     PIC  X(32).

       FD  PENDIENTES
           BLOCK CONTAINS 0 RECORDS.
       01  REG-PENDIENTES                      PIC  X(29).

       FD  PRUEBA-PENDIENTES
           BLOCK CONTAINS 0 RECORDS.
       01  REG-PRUEBA-PEND                     PIC  X(29).

       FD  TRA-PENDIENTES
           BLOCK CONTAINS 0 RECORDS.
       01  REG-TRA-PEND                        PIC  X(34).

       FD  PRUEBA-TRA-PEND
           BLOCK CONTAINS 0 RECORDS.
       01  REG-PRUEBA-TRA-PEND                 PIC  X(34).

       FD  EMP-PENDIENTES
           BLOCK CONTAINS 0 RECORDS.
       01  REG-EMP-PEND                        PIC  X(32).

       FD  PRUEBA-EMP-PEND
           BLOCK CONTAINS 0 RECORDS.
       01  REG-PRUEBA-EMP-PEND                 PIC  X(32).

       FD  PARAM-FICHERO
           BLOCK CONTAINS 0 RECORDS.
       01  REG-PARAMETRO                       PIC  X(40).

       FD  CONTROL-LISTADO
           BLOCK CONTAINS 0 RECORDS.
       01  REG-CONTROL                         PIC  X(100).


       WORKING-STORAGE SECTION.

      *++++++++++++++++++*
      *    FILE STATUS   *
      *++++++++++++++++++*
       77  FS-MAESTRO-TRA                      PIC  X(2).
       77  FS-MAESTRO-EMP                      PIC  X(2).
       77  FS-PRUEBA-TRA                       PIC  X(2).
       77  FS-PRUEBA-EMP                       PIC  X(2).
       77  FS-JOURNAL                          PIC  X(2).
       77  FS-PRUEBA-JOURNAL                   PIC  X(2).
       77  FS-HISTORICO                        PIC  X(2).
       77  FS-PRUEBA-HIST                      PIC  X(2).
       77  FS-PENDIENTES                       PIC  X(2).
       77  FS-PRUEBA-PEND                      PIC  X(2).
       77  FS-TRA-PEND                         PIC  X(2).
       77  FS-PRUEBA-TRA-PEND                  PIC  X(2).
       77  FS-EMP-PEND                         PIC  X(2).
       77  FS-PRUEBA-EMP-PEND                  PIC  X(2).
       77  FS-PARAMETRO                        PIC  X(2).
       77  FS-CONTROL                          PIC  X(2).

      *++++++++++++++++++*
      *    SWITCHES      *
      *++++++++++++++++++*
       01  SWITCHES.
           05  SW-FIN-FICHERO                  PIC  X(1)   VALUE  'N'.
               88  SI-FIN-FICHERO                          VALUE  'S'.
               88  NO-FIN-FICHERO                          VALUE  'N'.

           05  SW-REMAPEO                      PIC  X(1)   VALUE  'N'.
               88  SI-REMAPEA-CODIGOS                      VALUE  'S'.

           05  SW-SEUDONIMO                    PIC  X(1)   VALUE  'N'.
               88  SI-SEUDONIMO-HALLADO                    VALUE  'S'.
               88  NO-SEUDONIMO-HALLADO                    VALUE  'N'.

           05  SW-DESCUADRE                    PIC  X(1)   VALUE  'N'.
               88  SI-DESCUADRE                            VALUE  'S'.
               88  NO-DESCUADRE                            VALUE  'N'.

       01  WS-PARAM-LINEA                  PIC  X(40)  VALUE  SPACES.
       01  WS-FECHA-SISTEMA                PIC  X(8)   VALUE  SPACES.
       01  WS-HORA-SISTEMA                 PIC  9(8)   VALUE  ZEROES.

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
      *    PERTURBACION DE IMPORTES: PORCENTAJE MAXIMO (0 = SE
      *    CONSERVAN) Y GENERADOR DE AZAR MULTIPLICATIVO
      *    (SEMILLA x 16807 MODULO 2147483647)
       77  WS-PCT-PERTURBACION             PIC  9(3)   VALUE ZEROES.
       77  WS-AMPLITUD                     PIC  9(5)   VALUE ZEROES.
       77  WS-SEMILLA                      PIC  9(10)  VALUE ZEROES.
       77  WS-PRODUCTO                     PIC  9(15)  VALUE ZEROES.
       77  WS-COCIENTE                     PIC  9(15)  VALUE ZEROES.
       77  WS-RESTO                        PIC  9(10)  VALUE ZEROES.

      *++++++++++++++++++++++++++++++++++++++++*
      *    TABLA DE SEUDONIMOS (SOLO EN        *
      *    MEMORIA): ORDENADA POR TIPO + VALOR *
      *    REAL PARA LA BUSQUEDA BINARIA; EL   *
      *    SEUDONIMO SE NUMERA POR ORDEN DE    *
      *    APARICION Y NO DELATA EL ORDEN      *
      *    ALFABETICO DEL NOMBRE.  TIPOS: 'T'  *
      *    TRABAJADOR, 'E' EMPRESA, 'C'        *
      *    CODIGO, 'A' APROBADOR.  FACTOR EN   *
      *    CENTESIMAS DE PUNTO PORCENTUAL      *
      *++++++++++++++++++++++++++++++++++++++++*
       01  WS-TAB-SEUDONIMOS.
           05  WS-TAB-SEU-CUENTA           PIC  9(6)   VALUE ZEROES.
           05  WS-TAB-SEU-ENTRADA  OCCURS  1  TO  200000  TIMES
                                   DEPENDING ON  WS-TAB-SEU-CUENTA.
               10  WS-TAB-SEU-CLAVE.
                   15  WS-TAB-SEU-TIPO     PIC  X(1).
                   15  WS-TAB-SEU-VALOR    PIC  X(8).
               10  WS-TAB-SEU-SEUDONIMO    PIC  X(8).
               10  WS-TAB-SEU-FACTOR       PIC S9(5).

      *    PETICION A 5000-SEUDONIMO: TIPO + VALOR REAL; DEVUELVE EL
      *    SEUDONIMO Y EL FACTOR DE PERTURBACION DEL NOMBRE
       01  WS-SEU-BUSCADA.
           05  WS-SEU-TIPO                 PIC  X(1).
           05  WS-SEU-VALOR                PIC  X(8).
       77  WS-SEU-RESULTADO                PIC  X(8)   VALUE SPACES.
       77  WS-SEU-FACTOR                   PIC S9(5)   VALUE ZEROES.

      *    SIGUIENTE NUMERO DE SEUDONIMO POR TIPO
       77  WS-SIG-TRABAJADOR               PIC  9(5)   VALUE ZEROES.
       77  WS-SIG-EMPRESA                  PIC  9(5)   VALUE ZEROES.
       77  WS-SIG-CODIGO                   PIC  9(4)   VALUE ZEROES.
       77  WS-SIG-APROBADOR                PIC  9(5)   VALUE ZEROES.

      *    BUSQUEDA BINARIA E INSERCION ORDENADA
       77  WS-BUS-BAJO                     PIC  9(6)   VALUE ZEROES.
       77  WS-BUS-ALTO                     PIC  9(6)   VALUE ZEROES.
       77  WS-BUS-MEDIO                    PIC  9(6)   VALUE ZEROES.
       77  WS-BUS-IDX                      PIC  9(6)   VALUE ZEROES.

      *    IMPORTE A PERTURBAR CON EL FACTOR DEL NOMBRE
       77  WS-PER-IMPORTE                  PIC  9(7)V99 VALUE ZEROES.
       77  WS-PER-RESULTADO                PIC  9(7)V99 VALUE ZEROES.

      *++++++++++++++++++++++++++++++++++++++++*
      *    REGISTROS DE LOS FICHEROS SECUEN-   *
      *    CIALES (MISMOS FORMATOS QUE LOS     *
      *    PROGRAMAS QUE LOS GRABAN)           *
      *++++++++++++++++++++++++++++++++++++++++*
      *    JOURNAL DE MANT_MAESTROS
       01  WS-JOURNAL.
           05  WS-JRN-FECHA                PIC  X(8).
           05  FILLER                      PIC  X(1).
           05  WS-JRN-SELLO                PIC  X(16).
           05  FILLER                      PIC  X(1).
           05  WS-JRN-FICHERO              PIC  X(1).
           05  FILLER                      PIC  X(1).
           05  WS-JRN-ACCION               PIC  X(1).
           05  FILLER                      PIC  X(1).
           05  WS-JRN-ANTES                PIC  X(19).
           05  FILLER                      PIC  X(1).
           05  WS-JRN-DESPUES              PIC  X(19).
           05  FILLER                      PIC  X(1).
           05  WS-JRN-APROBADOR            PIC  X(8).

      *    IMAGEN DE UN REGISTRO DE MAESTRO EN EL JOURNAL: CODIGO +
      *    NOMBRE (DE TRABAJADOR O DE EMPRESA) + IMPORTE
       01  WS-IMAGEN.
           05  WS-IMA-COD                  PIC  X(4).
           05  WS-IMA-NOM                  PIC  X(6).
           05  WS-IMA-IMPORTE              PIC  X(9).
           05  WS-IMA-IMPORTE-9  REDEFINES  WS-IMA-IMPORTE
                                           PIC  9(7)V99.

      *    HISTORICO DE CRUCES: EL IMPORTE ES EL DE LA EMPRESA
       01  WS-REG-HIST.
           05  WS-HIST-FECHA               PIC  X(8).
           05  FILLER                      PIC  X(1).
           05  WS-HIST-NOM                 PIC  X(6).
           05  FILLER                      PIC  X(1).
           05  WS-HIST-EMP                 PIC  X(6).
           05  FILLER                      PIC  X(1).
           05  WS-HIST-IMPORTE             PIC  9(7)V99.

      *    MOVIMIENTO RETENIDO (MISMO FORMATO QUE MOVIMIENTOS.TXT)
       01  WS-MOVIMIENTO.
           05  WS-MOV-FICHERO              PIC  X(1).
           05  WS-MOV-ACCION               PIC  X(1).
           05  WS-MOV-COD                  PIC  X(4).
           05  WS-MOV-NOM                  PIC  X(6).
           05  WS-MOV-IMPORTE              PIC  X(9).
           05  WS-MOV-IMPORTE-9  REDEFINES  WS-MOV-IMPORTE
                                           PIC  9(7)V99.
           05  WS-MOV-FECHA-EFECTO         PIC  X(8).

      *    PENDIENTES DE RECICLAJE (VER RECICLA_NOCRUZ)
       01  WS-PENDIENTE-TRA.
           05  WS-PTRA-NOM                 PIC  X(6).
           05  WS-PTRA-COD                 PIC  X(4).
           05  WS-PTRA-IMPORTE             PIC  X(9).
           05  WS-PTRA-IMPORTE-9  REDEFINES  WS-PTRA-IMPORTE
                                           PIC  9(7)V99.
           05  WS-PTRA-RESTO               PIC  X(15).

       01  WS-PENDIENTE-EMP.
           05  WS-PEMP-EMP                 PIC  X(6).
           05  WS-PEMP-COD                 PIC  X(4).
           05  WS-PEMP-IMPORTE             PIC  X(9).
           05  WS-PEMP-IMPORTE-9  REDEFINES  WS-PEMP-IMPORTE
                                           PIC  9(7)V99.
           05  WS-PEMP-RESTO               PIC  X(13).

      *++++++++++++++++++++++++++++++++++++++++*
      *    CONTROL DEL FICHERO EN CURSO        *
      *++++++++++++++++++++++++++++++++++++++++*
       01  WS-CONTROL-FICHERO.
           05  WS-CTL-FICHERO              PIC  X(28).
           05  WS-CTL-EXISTE               PIC  X(1).
           05  WS-CTL-LEIDOS               PIC  9(9).
           05  WS-CTL-GRABADOS             PIC  9(9).
           05  WS-CTL-IMP-ORIGEN           PIC  9(13)V99.
           05  WS-CTL-IMP-PRUEBA           PIC  9(13)V99.

       77  WS-CTL-DIFERENCIA               PIC S9(13)V99 VALUE ZEROES.
       77  WS-CTL-MARGEN                   PIC  9(13)V99 VALUE ZEROES.

      *++++++++++++++++++++++++++++++++++++++++*
      *    LINEAS DEL LISTADO DE CONTROL       *
      *++++++++++++++++++++++++++++++++++++++++*
       01  WS-LIN-TITULO.
           05  FILLER                      PIC  X(34)
                       VALUE  'EXTRACTO SEUDONIMIZADO DE PRUEBAS '.
           05  WS-LTI-FECHA                PIC  X(8).

       01  WS-LIN-PARAMETROS.
           05  FILLER                      PIC  X(21)
                                   VALUE  'CODIGOS REMAPEADOS: '.
           05  WS-LPA-REMAPEO              PIC  X(1).
           05  FILLER                      PIC  X(29)
                       VALUE  '   PERTURBACION IMPORTES: +/-'.
           05  WS-LPA-PCT                  PIC  ZZ9.
           05  FILLER                      PIC  X(2)   VALUE  ' %'.

       01  WS-LIN-CABECERA.
           05  FILLER                      PIC  X(29)
                                   VALUE  'FICHERO'.
           05  FILLER                      PIC  X(20)
                                   VALUE  '  LEIDOS GRABADOS  '.
           05  FILLER                      PIC  X(20)
                                   VALUE  '    IMPORTE ORIGEN '.
           05  FILLER                      PIC  X(20)
                                   VALUE  '    IMPORTE PRUEBA '.
           05  FILLER                      PIC  X(10)
                                   VALUE  'ESTADO'.

       01  WS-LIN-DETALLE.
           05  WS-LDE-FICHERO              PIC  X(28).
           05  FILLER                      PIC  X(1)   VALUE  SPACE.
           05  WS-LDE-LEIDOS               PIC  ZZZZZZ9.
           05  FILLER                      PIC  X(1)   VALUE  SPACE.
           05  WS-LDE-GRABADOS             PIC  ZZZZZZZ9.
           05  FILLER                      PIC  X(1)   VALUE  SPACE.
           05  WS-LDE-IMP-ORIGEN           PIC  ZZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                      PIC  X(1)   VALUE  SPACE.
           05  WS-LDE-IMP-PRUEBA           PIC  ZZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                      PIC  X(2)   VALUE  SPACES.
           05  WS-LDE-ESTADO               PIC  X(10).

       01  WS-LIN-TOTAL.
           05  WS-LTO-TEXTO                PIC  X(40).
           05  WS-LTO-CUENTA               PIC  ZZZZZZ9.

       01  WS-LIN-BLANCO                   PIC  X(100) VALUE  SPACES.

       01  WS-LINEA-EDITADA                PIC  X(100) VALUE  SPACES.

      *++++++++++++++++++++++++++++++++++++++++*
      *    VARIABLES DE CONTROL-CONTADORES     *
      *++++++++++++++++++++++++++++++++++++++++*
       01  WS-CONTADORES.
           05  WS-CONT-FICHEROS            PIC  9(7)  COMP-3
                                   VALUE ZEROES.
           05  WS-CONT-AUSENTES            PIC  9(7)  COMP-3
                                   VALUE ZEROES.
           05  WS-CONT-DESCUADRES          PIC  9(7)  COMP-3
                                   VALUE ZEROES.
           05  WS-CONT-REGISTROS           PIC  9(9)  COMP-3
                                   VALUE ZEROES.

       01  WS-TEXTO-PARRAFO.

           05  WS-1200-APERTURA-FICHEROS   PIC  X(30)
                                   VALUE  '1200-APERTURA-FICHEROS'.
           05  WS-2100-MAESTRO-TRA         PIC  X(30)
                                   VALUE  '2100-MAESTRO-TRA'.
           05  WS-2200-MAESTRO-EMP         PIC  X(30)
                                   VALUE  '2200-MAESTRO-EMP'.
           05  WS-2300-JOURNAL             PIC  X(30)
                                   VALUE  '2300-JOURNAL'.
           05  WS-2400-HISTORICO           PIC  X(30)
                                   VALUE  '2400-HISTORICO'.
           05  WS-2500-PENDIENTES          PIC  X(30)
                                   VALUE  '2500-PENDIENTES'.
           05  WS-2600-TRA-PENDIENTES      PIC  X(30)
                                   VALUE  '2600-TRA-PENDIENTES'.
           05  WS-2700-EMP-PENDIENTES      PIC  X(30)
                                   VALUE  '2700-EMP-PENDIENTES'.
           05  WS-5030-ALTA-SEUDONIMO      PIC  X(30)
                                   VALUE  '5030-ALTA-SEUDONIMO'.
           05  WS-9300-GRABA-CONTROL       PIC  X(30)
                                   VALUE  '9300-GRABA-CONTROL'.
           05  WS-TXT-TABLA-LLENA          PIC  X(20)
                                   VALUE  'TABLA SEUDONIMOS'.
           05  WS-TXT-SEUDONIMOS-AGOTADOS  PIC  X(20)
                                   VALUE  'SEUDONIMOS AGOTADOS'.


      *================================================================*
       PROCEDURE DIVISION.
      *================================================================*

           PERFORM  1000-INICIO

           PERFORM  2100-MAESTRO-TRA
           PERFORM  2200-MAESTRO-EMP
           PERFORM  2300-JOURNAL
           PERFORM  2400-HISTORICO
           PERFORM  2500-PENDIENTES
           PERFORM  2600-TRA-PENDIENTES
           PERFORM  2700-EMP-PENDIENTES

           PERFORM  3000-FIN

           .


       1000-INICIO.

           INITIALIZE  WS-ERROR
                       WS-CONTADORES

           ACCEPT  WS-FECHA-SISTEMA  FROM  DATE  YYYYMMDD

           PERFORM  1050-LEE-PARAMETROS

      *    SIN SEMILLA EN PARAMETROS, LA HORA: CADA EXTRACTO
      *    PERTURBA DISTINTO Y EL FACTOR NO SE PUEDE DEDUCIR.
           IF  WS-SEMILLA  =  ZEROES
               ACCEPT  WS-HORA-SISTEMA  FROM  TIME
               COMPUTE  WS-SEMILLA  =  WS-HORA-SISTEMA  +  1
           END-IF

           IF  WS-SEMILLA  NOT <  2147483647
               MOVE  1  TO  WS-SEMILLA
           END-IF

           COMPUTE  WS-AMPLITUD  =  WS-PCT-PERTURBACION  *  200  +  1

           PERFORM  1200-APERTURA-FICHEROS

           MOVE  WS-FECHA-SISTEMA     TO  WS-LTI-FECHA
           MOVE  WS-LIN-TITULO        TO  WS-LINEA-EDITADA
           PERFORM  9300-GRABA-CONTROL

           MOVE  SW-REMAPEO           TO  WS-LPA-REMAPEO
           MOVE  WS-PCT-PERTURBACION  TO  WS-LPA-PCT
           MOVE  WS-LIN-PARAMETROS    TO  WS-LINEA-EDITADA
           PERFORM  9300-GRABA-CONTROL

           MOVE  WS-LIN-BLANCO        TO  WS-LINEA-EDITADA
           PERFORM  9300-GRABA-CONTROL

           MOVE  WS-LIN-CABECERA      TO  WS-LINEA-EDITADA
           PERFORM  9300-GRABA-CONTROL

           .


      *++++++++++++++++++++++++++++++++++++++++*
      *    PARAMETROS: SIN FICHERO O CON UN    *
      *    VALOR NO NUMERICO, CODIGOS REALES E *
      *    IMPORTES SIN TOCAR                  *
      *++++++++++++++++++++++++++++++++++++++++*
       1050-LEE-PARAMETROS.

           OPEN  INPUT  PARAM-FICHERO

           IF  FS-PARAMETRO  =  '00'

               READ  PARAM-FICHERO  INTO  WS-PARAM-LINEA
               IF  FS-PARAMETRO  =  '00'
               AND WS-PARAM-LINEA(1:1)  =  'S'
                   SET  SI-REMAPEA-CODIGOS  TO  TRUE
               END-IF

               IF  FS-PARAMETRO  =  '00'
                   READ  PARAM-FICHERO  INTO  WS-PARAM-LINEA
                   IF  FS-PARAMETRO  =  '00'
                   AND WS-PARAM-LINEA(1:3)  IS NUMERIC
                       MOVE  WS-PARAM-LINEA(1:3)
                                           TO  WS-PCT-PERTURBACION
                   END-IF
               END-IF

               IF  FS-PARAMETRO  =  '00'
                   READ  PARAM-FICHERO  INTO  WS-PARAM-LINEA
                   IF  FS-PARAMETRO  =  '00'
                   AND WS-PARAM-LINEA(1:9)  IS NUMERIC
                       MOVE  WS-PARAM-LINEA(1:9)  TO  WS-SEMILLA
                   END-IF
               END-IF

               CLOSE  PARAM-FICHERO

           END-IF

      *    UN IMPORTE NO PUEDE PERDER MAS DEL CIEN POR CIEN.
           IF  WS-PCT-PERTURBACION  >  100
               MOVE  100  TO  WS-PCT-PERTURBACION
           END-IF

           .


       1200-APERTURA-FICHEROS.

           OPEN  OUTPUT  CONTROL-LISTADO

           IF  FS-CONTROL NOT = '00' AND FS-CONTROL NOT = '10'
               MOVE  'ERROR DE APERTURA'          TO  WS-ERROR-ACCION
               MOVE  WS-1200-APERTURA-FICHEROS    TO  WS-ERROR-PARRAFO
               PERFORM 9500-ERROR-STATUS-FICHERO
           END-IF

           .


      *++++++++++++++++++++++++++++++++++++++++*
      *    MAESTRO DE TRABAJADORES             *
      *++++++++++++++++++++++++++++++++++++++++*
       2100-MAESTRO-TRA.

           INITIALIZE  WS-CONTROL-FICHERO
           MOVE  'maestro-trabajadores.dat'  TO  WS-CTL-FICHERO

           OPEN  INPUT  MAESTRO-TRA

           EVALUATE  FS-MAESTRO-TRA

               WHEN  '00'
                     MOVE  'S'  TO  WS-CTL-EXISTE
                     OPEN  OUTPUT  PRUEBA-MAE-TRA
                     IF  FS-PRUEBA-TRA  NOT =  '00'
                         MOVE  'ERROR DE APERTURA'  TO  WS-ERROR-ACCION
                         MOVE  WS-2100-MAESTRO-TRA  TO  WS-ERROR-PARRAFO
                         PERFORM  9500-ERROR-STATUS-FICHERO
                     END-IF
                     SET  NO-FIN-FICHERO  TO  TRUE
                     PERFORM  2110-COPIA-MAE-TRA
                              UNTIL  SI-FIN-FICHERO
                     CLOSE  MAESTRO-TRA
                            PRUEBA-MAE-TRA

               WHEN  '35'
                     MOVE  'N'  TO  WS-CTL-EXISTE

               WHEN  OTHER
                     MOVE  'ERROR DE APERTURA'  TO  WS-ERROR-ACCION
                     MOVE  WS-2100-MAESTRO-TRA  TO  WS-ERROR-PARRAFO
                     PERFORM  9500-ERROR-STATUS-FICHERO

           END-EVALUATE

           PERFORM  8000-LINEA-CONTROL

           .


       2110-COPIA-MAE-TRA.

           READ  MAESTRO-TRA  NEXT

           EVALUATE  FS-MAESTRO-TRA

               WHEN  '00'
                     ADD  1  TO  WS-CTL-LEIDOS
                     MOVE  REG-MAESTRO-TRA  TO  REG-PRUEBA-TRA

                     IF  SI-REMAPEA-CODIGOS
                         MOVE  'C'          TO  WS-SEU-TIPO
                         MOVE  MAE-TRA-COD  TO  WS-SEU-VALOR
                         PERFORM  5000-SEUDONIMO
                         MOVE  WS-SEU-RESULTADO  TO  PRU-TRA-COD
                     END-IF

                     MOVE  'T'          TO  WS-SEU-TIPO
                     MOVE  MAE-TRA-NOM  TO  WS-SEU-VALOR
                     PERFORM  5000-SEUDONIMO
                     MOVE  WS-SEU-RESULTADO  TO  PRU-TRA-NOM

                     IF  MAE-TRA-IMPORTE  IS NUMERIC
                         ADD   MAE-TRA-IMPORTE  TO  WS-CTL-IMP-ORIGEN
                         MOVE  MAE-TRA-IMPORTE  TO  WS-PER-IMPORTE
                         PERFORM  5100-PERTURBA-IMPORTE
                         MOVE  WS-PER-RESULTADO TO  PRU-TRA-IMPORTE
                         ADD   PRU-TRA-IMPORTE  TO  WS-CTL-IMP-PRUEBA
                     END-IF

                     WRITE  REG-PRUEBA-TRA
                     IF  FS-PRUEBA-TRA  NOT =  '00'
                         MOVE  'ERROR DE ESCRITURA'  TO  WS-ERROR-ACCION
                         MOVE  WS-2100-MAESTRO-TRA
                                                 TO  WS-ERROR-PARRAFO
                         PERFORM  9500-ERROR-STATUS-FICHERO
                     END-IF
                     ADD  1  TO  WS-CTL-GRABADOS

               WHEN  '10'
                     SET  SI-FIN-FICHERO  TO  TRUE

               WHEN  OTHER
                     MOVE  'ERROR DE LECTURA'    TO  WS-ERROR-ACCION
                     MOVE  WS-2100-MAESTRO-TRA   TO  WS-ERROR-PARRAFO
                     PERFORM  9500-ERROR-STATUS-FICHERO

           END-EVALUATE

           .


      *++++++++++++++++++++++++++++++++++++++++*
      *    MAESTRO DE EMPRESAS                 *
      *++++++++++++++++++++++++++++++++++++++++*
       2200-MAESTRO-EMP.

           INITIALIZE  WS-CONTROL-FICHERO
           MOVE  'maestro-empresas.dat'  TO  WS-CTL-FICHERO

           OPEN  INPUT  MAESTRO-EMP

           EVALUATE  FS-MAESTRO-EMP

               WHEN  '00'
                     MOVE  'S'  TO  WS-CTL-EXISTE
                     OPEN  OUTPUT  PRUEBA-MAE-EMP
                     IF  FS-PRUEBA-EMP  NOT =  '00'
                         MOVE  'ERROR DE APERTURA'  TO  WS-ERROR-ACCION
                         MOVE  WS-2200-MAESTRO-EMP  TO  WS-ERROR-PARRAFO
                         PERFORM  9500-ERROR-STATUS-FICHERO
                     END-IF
                     SET  NO-FIN-FICHERO  TO  TRUE
                     PERFORM  2210-COPIA-MAE-EMP
                              UNTIL  SI-FIN-FICHERO
                     CLOSE  MAESTRO-EMP
                            PRUEBA-MAE-EMP

               WHEN  '35'
                     MOVE  'N'  TO  WS-CTL-EXISTE

               WHEN  OTHER
                     MOVE  'ERROR DE APERTURA'  TO  WS-ERROR-ACCION
                     MOVE  WS-2200-MAESTRO-EMP  TO  WS-ERROR-PARRAFO
                     PERFORM  9500-ERROR-STATUS-FICHERO

           END-EVALUATE

           PERFORM  8000-LINEA-CONTROL

           .


       2210-COPIA-MAE-EMP.

           READ  MAESTRO-EMP  NEXT

           EVALUATE  FS-MAESTRO-EMP

               WHEN  '00'
                     ADD  1  TO  WS-CTL-LEIDOS
                     MOVE  REG-MAESTRO-EMP  TO  REG-PRUEBA-EMP

                     IF  SI-REMAPEA-CODIGOS
                         MOVE  'C'          TO  WS-SEU-TIPO
                         MOVE  MAE-EMP-COD  TO  WS-SEU-VALOR
                         PERFORM  5000-SEUDONIMO
                         MOVE  WS-SEU-RESULTADO  TO  PRU-EMP-COD
                     END-IF

                     MOVE  'E'          TO  WS-SEU-TIPO
                     MOVE  MAE-EMP-EMP  TO  WS-SEU-VALOR
                     PERFORM  5000-SEUDONIMO
                     MOVE  WS-SEU-RESULTADO  TO  PRU-EMP-EMP

                     IF  MAE-EMP-IMPORTE  IS NUMERIC
                         ADD   MAE-EMP-IMPORTE  TO  WS-CTL-IMP-ORIGEN
                         MOVE  MAE-EMP-IMPORTE  TO  WS-PER-IMPORTE
                         PERFORM  5100-PERTURBA-IMPORTE
                         MOVE  WS-PER-RESULTADO TO  PRU-EMP-IMPORTE
                         ADD   PRU-EMP-IMPORTE  TO  WS-CTL-IMP-PRUEBA
                     END-IF

                     WRITE  REG-PRUEBA-EMP
                     IF  FS-PRUEBA-EMP  NOT =  '00'
                         MOVE  'ERROR DE ESCRITURA'  TO  WS-ERROR-ACCION
                         MOVE  WS-2200-MAESTRO-EMP
                                                 TO  WS-ERROR-PARRAFO
                         PERFORM  9500-ERROR-STATUS-FICHERO
                     END-IF
                     ADD  1  TO  WS-CTL-GRABADOS

               WHEN  '10'
                     SET  SI-FIN-FICHERO  TO  TRUE

               WHEN  OTHER
                     MOVE  'ERROR DE LECTURA'    TO  WS-ERROR-ACCION
                     MOVE  WS-2200-MAESTRO-EMP   TO  WS-ERROR-PARRAFO
                     PERFORM  9500-ERROR-STATUS-FICHERO

           END-EVALUATE

           .


      *++++++++++++++++++++++++++++++++++++++++*
      *    JOURNAL DE MANTENIMIENTO: IMAGENES  *
      *    ANTES Y DESPUES CON EL TIPO DE      *
      *    NOMBRE SEGUN EL FICHERO ('T'/'E')   *
      *++++++++++++++++++++++++++++++++++++++++*
       2300-JOURNAL.

           INITIALIZE  WS-CONTROL-FICHERO
           MOVE  'mantenimiento-journal.txt'  TO  WS-CTL-FICHERO

           OPEN  INPUT  JOURNAL

           EVALUATE  FS-JOURNAL

               WHEN  '00'
                     MOVE  'S'  TO  WS-CTL-EXISTE
                     OPEN  OUTPUT  PRUEBA-JOURNAL
                     IF  FS-PRUEBA-JOURNAL  NOT =  '00'
                         MOVE  'ERROR DE APERTURA'  TO  WS-ERROR-ACCION
                         MOVE  WS-2300-JOURNAL      TO  WS-ERROR-PARRAFO
                         PERFORM  9500-ERROR-STATUS-FICHERO
                     END-IF
                     SET  NO-FIN-FICHERO  TO  TRUE
                     PERFORM  2310-COPIA-JOURNAL
                              UNTIL  SI-FIN-FICHERO
                     CLOSE  JOURNAL
                            PRUEBA-JOURNAL

               WHEN  '35'
                     MOVE  'N'  TO  WS-CTL-EXISTE

               WHEN  OTHER
                     MOVE  'ERROR DE APERTURA'  TO  WS-ERROR-ACCION
                     MOVE  WS-2300-JOURNAL      TO  WS-ERROR-PARRAFO
                     PERFORM  9500-ERROR-STATUS-FICHERO

           END-EVALUATE

           PERFORM  8000-LINEA-CONTROL

           .


       2310-COPIA-JOURNAL.

           READ  JOURNAL  INTO  WS-JOURNAL

           EVALUATE  FS-JOURNAL

               WHEN  '00'
                     ADD  1  TO  WS-CTL-LEIDOS

                     MOVE  WS-JRN-ANTES    TO  WS-IMAGEN
                     PERFORM  2320-TRATA-IMAGEN
                     MOVE  WS-IMAGEN       TO  WS-JRN-ANTES

                     MOVE  WS-JRN-DESPUES  TO  WS-IMAGEN
                     PERFORM  2320-TRATA-IMAGEN
                     MOVE  WS-IMAGEN       TO  WS-JRN-DESPUES

                     MOVE  'A'               TO  WS-SEU-TIPO
                     MOVE  WS-JRN-APROBADOR  TO  WS-SEU-VALOR
                     PERFORM  5000-SEUDONIMO
                     MOVE  WS-SEU-RESULTADO  TO  WS-JRN-APROBADOR

                     WRITE  REG-PRUEBA-JOURNAL  FROM  WS-JOURNAL
                     IF  FS-PRUEBA-JOURNAL  NOT =  '00'
                         MOVE  'ERROR DE ESCRITURA'  TO  WS-ERROR-ACCION
                         MOVE  WS-2300-JOURNAL
                                                 TO  WS-ERROR-PARRAFO
                         PERFORM  9500-ERROR-STATUS-FICHERO
                     END-IF
                     ADD  1  TO  WS-CTL-GRABADOS

               WHEN  '10'
                     SET  SI-FIN-FICHERO  TO  TRUE

               WHEN  OTHER
                     MOVE  'ERROR DE LECTURA'    TO  WS-ERROR-ACCION
                     MOVE  WS-2300-JOURNAL       TO  WS-ERROR-PARRAFO
                     PERFORM  9500-ERROR-STATUS-FICHERO

           END-EVALUATE

           .


      *    UNA IMAGEN EN BLANCO (ALTA SIN ANTES, BAJA SIN DESPUES)
      *    SE DEJA TAL CUAL.
       2320-TRATA-IMAGEN.

           IF  WS-IMAGEN  NOT =  SPACES

               IF  SI-REMAPEA-CODIGOS
                   MOVE  'C'         TO  WS-SEU-TIPO
                   MOVE  WS-IMA-COD  TO  WS-SEU-VALOR
                   PERFORM  5000-SEUDONIMO
                   MOVE  WS-SEU-RESULTADO  TO  WS-IMA-COD
               END-IF

               IF  WS-JRN-FICHERO  =  'E'
                   MOVE  'E'  TO  WS-SEU-TIPO
               ELSE
                   MOVE  'T'  TO  WS-SEU-TIPO
               END-IF
               MOVE  WS-IMA-NOM  TO  WS-SEU-VALOR
               PERFORM  5000-SEUDONIMO
               MOVE  WS-SEU-RESULTADO  TO  WS-IMA-NOM

               IF  WS-IMA-IMPORTE-9  IS NUMERIC
                   ADD   WS-IMA-IMPORTE-9  TO  WS-CTL-IMP-ORIGEN
                   MOVE  WS-IMA-IMPORTE-9  TO  WS-PER-IMPORTE
                   PERFORM  5100-PERTURBA-IMPORTE
                   MOVE  WS-PER-RESULTADO  TO  WS-IMA-IMPORTE-9
                   ADD   WS-IMA-IMPORTE-9  TO  WS-CTL-IMP-PRUEBA
               END-IF

           END-IF

           .


      *++++++++++++++++++++++++++++++++++++++++*
      *    HISTORICO DE CRUCES: EL IMPORTE ES  *
      *    EL DE LA EMPRESA Y SE PERTURBA CON  *
      *    SU FACTOR, COMO EN EL MAESTRO       *
      *++++++++++++++++++++++++++++++++++++++++*
       2400-HISTORICO.

           INITIALIZE  WS-CONTROL-FICHERO
           MOVE  'cruce-historico.txt'  TO  WS-CTL-FICHERO

           OPEN  INPUT  HISTORICO

           EVALUATE  FS-HISTORICO

               WHEN  '00'
                     MOVE  'S'  TO  WS-CTL-EXISTE
                     OPEN  OUTPUT  PRUEBA-HISTORICO
                     IF  FS-PRUEBA-HIST  NOT =  '00'
                         MOVE  'ERROR DE APERTURA'  TO  WS-ERROR-ACCION
                         MOVE  WS-2400-HISTORICO    TO  WS-ERROR-PARRAFO
                         PERFORM  9500-ERROR-STATUS-FICHERO
                     END-IF
                     SET  NO-FIN-FICHERO  TO  TRUE
                     PERFORM  2410-COPIA-HISTORICO
                              UNTIL  SI-FIN-FICHERO
                     CLOSE  HISTORICO
                            PRUEBA-HISTORICO

               WHEN  '35'
                     MOVE  'N'  TO  WS-CTL-EXISTE

               WHEN  OTHER
                     MOVE  'ERROR DE APERTURA'  TO  WS-ERROR-ACCION
                     MOVE  WS-2400-HISTORICO    TO  WS-ERROR-PARRAFO
                     PERFORM  9500-ERROR-STATUS-FICHERO

           END-EVALUATE

           PERFORM  8000-LINEA-CONTROL

           .


       2410-COPIA-HISTORICO.

           READ  HISTORICO  INTO  WS-REG-HIST

           EVALUATE  FS-HISTORICO

               WHEN  '00'
                     ADD  1  TO  WS-CTL-LEIDOS

                     MOVE  'T'          TO  WS-SEU-TIPO
                     MOVE  WS-HIST-NOM  TO  WS-SEU-VALOR
                     PERFORM  5000-SEUDONIMO
                     MOVE  WS-SEU-RESULTADO  TO  WS-HIST-NOM

                     MOVE  'E'          TO  WS-SEU-TIPO
                     MOVE  WS-HIST-EMP  TO  WS-SEU-VALOR
                     PERFORM  5000-SEUDONIMO
                     MOVE  WS-SEU-RESULTADO  TO  WS-HIST-EMP

                     IF  WS-HIST-IMPORTE  IS NUMERIC
                         ADD   WS-HIST-IMPORTE  TO  WS-CTL-IMP-ORIGEN
                         MOVE  WS-HIST-IMPORTE  TO  WS-PER-IMPORTE
                         PERFORM  5100-PERTURBA-IMPORTE
                         MOVE  WS-PER-RESULTADO TO  WS-HIST-IMPORTE
                         ADD   WS-HIST-IMPORTE  TO  WS-CTL-IMP-PRUEBA
                     END-IF

                     WRITE  REG-PRUEBA-HIST  FROM  WS-REG-HIST
                     IF  FS-PRUEBA-HIST  NOT =  '00'
                         MOVE  'ERROR DE ESCRITURA'  TO  WS-ERROR-ACCION
                         MOVE  WS-2400-HISTORICO
                                                 TO  WS-ERROR-PARRAFO
                         PERFORM  9500-ERROR-STATUS-FICHERO
                     END-IF
                     ADD  1  TO  WS-CTL-GRABADOS

               WHEN  '10'
                     SET  SI-FIN-FICHERO  TO  TRUE

               WHEN  OTHER
                     MOVE  'ERROR DE LECTURA'    TO  WS-ERROR-ACCION
                     MOVE  WS-2400-HISTORICO     TO  WS-ERROR-PARRAFO
                     PERFORM  9500-ERROR-STATUS-FICHERO

           END-EVALUATE

           .


      *++++++++++++++++++++++++++++++++++++++++*
      *    ALMACEN DE MOVIMIENTOS RETENIDOS    *
      *++++++++++++++++++++++++++++++++++++++++*
       2500-PENDIENTES.

           INITIALIZE  WS-CONTROL-FICHERO
           MOVE  'movimientos-pendientes.txt'  TO  WS-CTL-FICHERO

           OPEN  INPUT  PENDIENTES

           EVALUATE  FS-PENDIENTES

               WHEN  '00'
                     MOVE  'S'  TO  WS-CTL-EXISTE
                     OPEN  OUTPUT  PRUEBA-PENDIENTES
                     IF  FS-PRUEBA-PEND  NOT =  '00'
                         MOVE  'ERROR DE APERTURA'  TO  WS-ERROR-ACCION
                         MOVE  WS-2500-PENDIENTES   TO  WS-ERROR-PARRAFO
                         PERFORM  9500-ERROR-STATUS-FICHERO
                     END-IF
                     SET  NO-FIN-FICHERO  TO  TRUE
                     PERFORM  2510-COPIA-PENDIENTE
                              UNTIL  SI-FIN-FICHERO
                     CLOSE  PENDIENTES
                            PRUEBA-PENDIENTES

               WHEN  '35'
                     MOVE  'N'  TO  WS-CTL-EXISTE

               WHEN  OTHER
                     MOVE  'ERROR DE APERTURA'  TO  WS-ERROR-ACCION
                     MOVE  WS-2500-PENDIENTES   TO  WS-ERROR-PARRAFO
                     PERFORM  9500-ERROR-STATUS-FICHERO

           END-EVALUATE

           PERFORM  8000-LINEA-CONTROL

           .


       2510-COPIA-PENDIENTE.

           READ  PENDIENTES  INTO  WS-MOVIMIENTO

           EVALUATE  FS-PENDIENTES

               WHEN  '00'
                     ADD  1  TO  WS-CTL-LEIDOS

                     IF  SI-REMAPEA-CODIGOS
                         MOVE  'C'         TO  WS-SEU-TIPO
                         MOVE  WS-MOV-COD  TO  WS-SEU-VALOR
                         PERFORM  5000-SEUDONIMO
                         MOVE  WS-SEU-RESULTADO  TO  WS-MOV-COD
                     END-IF

                     IF  WS-MOV-FICHERO  =  'E'
                         MOVE  'E'  TO  WS-SEU-TIPO
                     ELSE
                         MOVE  'T'  TO  WS-SEU-TIPO
                     END-IF
                     MOVE  WS-MOV-NOM  TO  WS-SEU-VALOR
                     PERFORM  5000-SEUDONIMO
                     MOVE  WS-SEU-RESULTADO  TO  WS-MOV-NOM

                     IF  WS-MOV-IMPORTE-9  IS NUMERIC
                         ADD   WS-MOV-IMPORTE-9  TO  WS-CTL-IMP-ORIGEN
                         MOVE  WS-MOV-IMPORTE-9  TO  WS-PER-IMPORTE
                         PERFORM  5100-PERTURBA-IMPORTE
                         MOVE  WS-PER-RESULTADO  TO  WS-MOV-IMPORTE-9
                         ADD   WS-MOV-IMPORTE-9  TO  WS-CTL-IMP-PRUEBA
                     END-IF

                     WRITE  REG-PRUEBA-PEND  FROM  WS-MOVIMIENTO
                     IF  FS-PRUEBA-PEND  NOT =  '00'
                         MOVE  'ERROR DE ESCRITURA'  TO  WS-ERROR-ACCION
                         MOVE  WS-2500-PENDIENTES
                                                 TO  WS-ERROR-PARRAFO
                         PERFORM  9500-ERROR-STATUS-FICHERO
                     END-IF
                     ADD  1  TO  WS-CTL-GRABADOS

               WHEN  '10'
                     SET  SI-FIN-FICHERO  TO  TRUE

               WHEN  OTHER
                     MOVE  'ERROR DE LECTURA'    TO  WS-ERROR-ACCION
                     MOVE  WS-2500-PENDIENTES    TO  WS-ERROR-PARRAFO
                     PERFORM  9500-ERROR-STATUS-FICHERO

           END-EVALUATE

           .


      *++++++++++++++++++++++++++++++++++++++++*
      *    ALMACEN DE RECICLAJE: TRABAJADORES  *
      *++++++++++++++++++++++++++++++++++++++++*
       2600-TRA-PENDIENTES.

           INITIALIZE  WS-CONTROL-FICHERO
           MOVE  'tra-pendientes.txt'  TO  WS-CTL-FICHERO

           OPEN  INPUT  TRA-PENDIENTES

           EVALUATE  FS-TRA-PEND

               WHEN  '00'
                     MOVE  'S'  TO  WS-CTL-EXISTE
                     OPEN  OUTPUT  PRUEBA-TRA-PEND
                     IF  FS-PRUEBA-TRA-PEND  NOT =  '00'
                         MOVE  'ERROR DE APERTURA'  TO  WS-ERROR-ACCION
                         MOVE  WS-2600-TRA-PENDIENTES
                                                 TO  WS-ERROR-PARRAFO
                         PERFORM  9500-ERROR-STATUS-FICHERO
                     END-IF
                     SET  NO-FIN-FICHERO  TO  TRUE
                     PERFORM  2610-COPIA-TRA-PEND
                              UNTIL  SI-FIN-FICHERO
                     CLOSE  TRA-PENDIENTES
                            PRUEBA-TRA-PEND

               WHEN  '35'
                     MOVE  'N'  TO  WS-CTL-EXISTE

               WHEN  OTHER
                     MOVE  'ERROR DE APERTURA'  TO  WS-ERROR-ACCION
                     MOVE  WS-2600-TRA-PENDIENTES
                                                 TO  WS-ERROR-PARRAFO
                     PERFORM  9500-ERROR-STATUS-FICHERO

           END-EVALUATE

           PERFORM  8000-LINEA-CONTROL

           .


       2610-COPIA-TRA-PEND.

           READ  TRA-PENDIENTES  INTO  WS-PENDIENTE-TRA

           EVALUATE  FS-TRA-PEND

               WHEN  '00'
                     ADD  1  TO  WS-CTL-LEIDOS

                     IF  SI-REMAPEA-CODIGOS
                         MOVE  'C'          TO  WS-SEU-TIPO
                         MOVE  WS-PTRA-COD  TO  WS-SEU-VALOR
                         PERFORM  5000-SEUDONIMO
                         MOVE  WS-SEU-RESULTADO  TO  WS-PTRA-COD
                     END-IF

                     MOVE  'T'          TO  WS-SEU-TIPO
                     MOVE  WS-PTRA-NOM  TO  WS-SEU-VALOR
                     PERFORM  5000-SEUDONIMO
                     MOVE  WS-SEU-RESULTADO  TO  WS-PTRA-NOM

                     IF  WS-PTRA-IMPORTE-9  IS NUMERIC
                         ADD   WS-PTRA-IMPORTE-9  TO  WS-CTL-IMP-ORIGEN
                         MOVE  WS-PTRA-IMPORTE-9  TO  WS-PER-IMPORTE
                         PERFORM  5100-PERTURBA-IMPORTE
                         MOVE  WS-PER-RESULTADO   TO  WS-PTRA-IMPORTE-9
                         ADD   WS-PTRA-IMPORTE-9  TO  WS-CTL-IMP-PRUEBA
                     END-IF

                     WRITE  REG-PRUEBA-TRA-PEND  FROM  WS-PENDIENTE-TRA
                     IF  FS-PRUEBA-TRA-PEND  NOT =  '00'
                         MOVE  'ERROR DE ESCRITURA'  TO  WS-ERROR-ACCION
                         MOVE  WS-2600-TRA-PENDIENTES
                                                 TO  WS-ERROR-PARRAFO
                         PERFORM  9500-ERROR-STATUS-FICHERO
                     END-IF
                     ADD  1  TO  WS-CTL-GRABADOS

               WHEN  '10'
                     SET  SI-FIN-FICHERO  TO  TRUE

               WHEN  OTHER
                     MOVE  'ERROR DE LECTURA'    TO  WS-ERROR-ACCION
                     MOVE  WS-2600-TRA-PENDIENTES
                                                 TO  WS-ERROR-PARRAFO
                     PERFORM  9500-ERROR-STATUS-FICHERO

           END-EVALUATE

           .


      *++++++++++++++++++++++++++++++++++++++++*
      *    ALMACEN DE RECICLAJE: EMPRESAS      *
      *++++++++++++++++++++++++++++++++++++++++*
       2700-EMP-PENDIENTES.

           INITIALIZE  WS-CONTROL-FICHERO
           MOVE  'emp-pendientes.txt'  TO  WS-CTL-FICHERO

           OPEN  INPUT  EMP-PENDIENTES

           EVALUATE  FS-EMP-PEND

               WHEN  '00'
                     MOVE  'S'  TO  WS-CTL-EXISTE
                     OPEN  OUTPUT  PRUEBA-EMP-PEND
                     IF  FS-PRUEBA-EMP-PEND  NOT =  '00'
                         MOVE  'ERROR DE APERTURA'  TO  WS-ERROR-ACCION
                         MOVE  WS-2700-EMP-PENDIENTES
                                                 TO  WS-ERROR-PARRAFO
                         PERFORM  9500-ERROR-STATUS-FICHERO
                     END-IF
                     SET  NO-FIN-FICHERO  TO  TRUE
                     PERFORM  2710-COPIA-EMP-PEND
                              UNTIL  SI-FIN-FICHERO
                     CLOSE  EMP-PENDIENTES
                            PRUEBA-EMP-PEND

               WHEN  '35'
                     MOVE  'N'  TO  WS-CTL-EXISTE

               WHEN  OTHER
                     MOVE  'ERROR DE APERTURA'  TO  WS-ERROR-ACCION
                     MOVE  WS-2700-EMP-PENDIENTES
                                                 TO  WS-ERROR-PARRAFO
                     PERFORM  9500-ERROR-STATUS-FICHERO

           END-EVALUATE

           PERFORM  8000-LINEA-CONTROL

           .


       2710-COPIA-EMP-PEND.

           READ  EMP-PENDIENTES  INTO  WS-PENDIENTE-EMP

           EVALUATE  FS-EMP-PEND

               WHEN  '00'
                     ADD  1  TO  WS-CTL-LEIDOS

                     IF  SI-REMAPEA-CODIGOS
                         MOVE  'C'          TO  WS-SEU-TIPO
                         MOVE  WS-PEMP-COD  TO  WS-SEU-VALOR
                         PERFORM  5000-SEUDONIMO
                         MOVE  WS-SEU-RESULTADO  TO  WS-PEMP-COD
                     END-IF

                     MOVE  'E'          TO  WS-SEU-TIPO
                     MOVE  WS-PEMP-EMP  TO  WS-SEU-VALOR
                     PERFORM  5000-SEUDONIMO
                     MOVE  WS-SEU-RESULTADO  TO  WS-PEMP-EMP

                     IF  WS-PEMP-IMPORTE-9  IS NUMERIC
                         ADD   WS-PEMP-IMPORTE-9  TO  WS-CTL-IMP-ORIGEN
                         MOVE  WS-PEMP-IMPORTE-9  TO  WS-PER-IMPORTE
                         PERFORM  5100-PERTURBA-IMPORTE
                         MOVE  WS-PER-RESULTADO   TO  WS-PEMP-IMPORTE-9
                         ADD   WS-PEMP-IMPORTE-9  TO  WS-CTL-IMP-PRUEBA
                     END-IF

                     WRITE  REG-PRUEBA-EMP-PEND  FROM  WS-PENDIENTE-EMP
                     IF  FS-PRUEBA-EMP-PEND  NOT =  '00'
                         MOVE  'ERROR DE ESCRITURA'  TO  WS-ERROR-ACCION
                         MOVE  WS-2700-EMP-PENDIENTES
                                                 TO  WS-ERROR-PARRAFO
                         PERFORM  9500-ERROR-STATUS-FICHERO
                     END-IF
                     ADD  1  TO  WS-CTL-GRABADOS

               WHEN  '10'
                     SET  SI-FIN-FICHERO  TO  TRUE

               WHEN  OTHER
                     MOVE  'ERROR DE LECTURA'    TO  WS-ERROR-ACCION
                     MOVE  WS-2700-EMP-PENDIENTES
                                                 TO  WS-ERROR-PARRAFO
                     PERFORM  9500-ERROR-STATUS-FICHERO

           END-EVALUATE

           .


      *++++++++++++++++++++++++++++++++++++++++*
      *    TOTALES: SOLO CUANTOS SEUDONIMOS SE *
      *    HAN DADO, NUNCA A QUIEN             *
      *++++++++++++++++++++++++++++++++++++++++*
       3000-FIN.

           MOVE  WS-LIN-BLANCO        TO  WS-LINEA-EDITADA
           PERFORM  9300-GRABA-CONTROL

           MOVE  'NOMBRES DE TRABAJADOR SEUDONIMIZADOS'
                                      TO  WS-LTO-TEXTO
           MOVE  WS-SIG-TRABAJADOR    TO  WS-LTO-CUENTA
           MOVE  WS-LIN-TOTAL         TO  WS-LINEA-EDITADA
           PERFORM  9300-GRABA-CONTROL

           MOVE  'NOMBRES DE EMPRESA SEUDONIMIZADOS'
                                      TO  WS-LTO-TEXTO
           MOVE  WS-SIG-EMPRESA       TO  WS-LTO-CUENTA
           MOVE  WS-LIN-TOTAL         TO  WS-LINEA-EDITADA
           PERFORM  9300-GRABA-CONTROL

           MOVE  'APROBADORES SEUDONIMIZADOS'
                                      TO  WS-LTO-TEXTO
           MOVE  WS-SIG-APROBADOR     TO  WS-LTO-CUENTA
           MOVE  WS-LIN-TOTAL         TO  WS-LINEA-EDITADA
           PERFORM  9300-GRABA-CONTROL

           MOVE  'CODIGOS REMAPEADOS'  TO  WS-LTO-TEXTO
           MOVE  WS-SIG-CODIGO        TO  WS-LTO-CUENTA
           MOVE  WS-LIN-TOTAL         TO  WS-LINEA-EDITADA
           PERFORM  9300-GRABA-CONTROL

           MOVE  'FICHEROS CON DESCUADRE'
                                      TO  WS-LTO-TEXTO
           MOVE  WS-CONT-DESCUADRES   TO  WS-LTO-CUENTA
           MOVE  WS-LIN-TOTAL         TO  WS-LINEA-EDITADA
           PERFORM  9300-GRABA-CONTROL

           PERFORM  9999-MUESTRA-ESTADISTICAS

           CLOSE  CONTROL-LISTADO

      *    CODIGO DE RETORNO 8: EL JUEGO DE PRUEBA NO CUADRA CON EL
      *    ORIGEN Y NO DEBE USARSE.
           IF  WS-CONT-DESCUADRES  >  0
               MOVE  8  TO  RETURN-CODE
           END-IF

           STOP RUN

           .


      *++++++++++++++++++++++++++++++++++++++++*
      *    SEUDONIMO DE UN VALOR REAL: SE      *
      *    BUSCA EN LA TABLA Y, SI ES NUEVO,   *
      *    SE LE DA EL SIGUIENTE NUMERO DE SU  *
      *    TIPO Y UN FACTOR AL AZAR.  LOS      *
      *    VALORES EN BLANCO NO SE TOCAN       *
      *++++++++++++++++++++++++++++++++++++++++*
       5000-SEUDONIMO.

           IF  WS-SEU-VALOR  =  SPACES
           OR  WS-SEU-VALOR  =  LOW-VALUES
               MOVE  WS-SEU-VALOR  TO  WS-SEU-RESULTADO
               MOVE  ZEROES        TO  WS-SEU-FACTOR
           ELSE
               PERFORM  5010-BUSCA-SEUDONIMO
               IF  NO-SEUDONIMO-HALLADO
                   PERFORM  5030-ALTA-SEUDONIMO
               END-IF
               MOVE  WS-TAB-SEU-SEUDONIMO (WS-BUS-MEDIO)
                                       TO  WS-SEU-RESULTADO
               MOVE  WS-TAB-SEU-FACTOR (WS-BUS-MEDIO)
                                       TO  WS-SEU-FACTOR
           END-IF

           .


      *    BUSQUEDA BINARIA: SI SE HALLA, WS-BUS-MEDIO SENALA LA
      *    ENTRADA; SI NO, WS-BUS-BAJO ES LA POSICION DE INSERCION.
       5010-BUSCA-SEUDONIMO.

           SET   NO-SEUDONIMO-HALLADO  TO  TRUE
           MOVE  1                     TO  WS-BUS-BAJO
           MOVE  WS-TAB-SEU-CUENTA     TO  WS-BUS-ALTO

           PERFORM  5020-PASO-BUSQUEDA
                    UNTIL  SI-SEUDONIMO-HALLADO
                    OR     WS-BUS-BAJO  >  WS-BUS-ALTO

           .


       5020-PASO-BUSQUEDA.

           COMPUTE  WS-BUS-MEDIO  =
                    ( WS-BUS-BAJO  +  WS-BUS-ALTO )  /  2

           EVALUATE  TRUE

               WHEN  WS-TAB-SEU-CLAVE (WS-BUS-MEDIO)  =  WS-SEU-BUSCADA
                     SET  SI-SEUDONIMO-HALLADO  TO  TRUE

               WHEN  WS-TAB-SEU-CLAVE (WS-BUS-MEDIO)  <  WS-SEU-BUSCADA
                     COMPUTE  WS-BUS-BAJO  =  WS-BUS-MEDIO  +  1

               WHEN  OTHER
                     COMPUTE  WS-BUS-ALTO  =  WS-BUS-MEDIO  -  1

           END-EVALUATE

           .


      *    INSERCION ORDENADA EN WS-BUS-BAJO, CORRIENDO UNA POSICION
      *    LAS ENTRADAS SIGUIENTES.  EL DESBORDE ABORTA: UN NOMBRE SIN
      *    SEUDONIMO NO PUEDE SALIR AL JUEGO DE PRUEBA.
       5030-ALTA-SEUDONIMO.

           IF  WS-TAB-SEU-CUENTA  NOT <  200000
               MOVE  WS-5030-ALTA-SEUDONIMO  TO  WS-ERROR-PARRAFO
               MOVE  WS-TXT-TABLA-LLENA      TO  WS-ERROR-ACCION
               MOVE  SPACES                  TO  WS-ERROR-FICHERO
               MOVE  SPACES                  TO  WS-ERROR-FS
               PERFORM  9900-ERROR-ABORTAR
           END-IF

           ADD  1  TO  WS-TAB-SEU-CUENTA

           PERFORM  5040-DESPLAZA-ENTRADA
                    VARYING  WS-BUS-IDX  FROM  WS-TAB-SEU-CUENTA  BY  -1
                    UNTIL    WS-BUS-IDX  NOT >  WS-BUS-BAJO

           MOVE  WS-BUS-BAJO     TO  WS-BUS-MEDIO
           MOVE  WS-SEU-BUSCADA  TO  WS-TAB-SEU-CLAVE (WS-BUS-MEDIO)
           MOVE  SPACES          TO  WS-TAB-SEU-SEUDONIMO (WS-BUS-MEDIO)
           MOVE  ZEROES          TO  WS-TAB-SEU-FACTOR (WS-BUS-MEDIO)

           EVALUATE  WS-SEU-TIPO

               WHEN  'T'
                     IF  WS-SIG-TRABAJADOR  NOT <  99999
                         PERFORM  5035-SEUDONIMOS-AGOTADOS
                     END-IF
                     ADD  1  TO  WS-SIG-TRABAJADOR
                     STRING  'T'                DELIMITED BY SIZE
                             WS-SIG-TRABAJADOR  DELIMITED BY SIZE
                             INTO  WS-TAB-SEU-SEUDONIMO (WS-BUS-MEDIO)
                     PERFORM  5050-FACTOR-AL-AZAR

               WHEN  'E'
                     IF  WS-SIG-EMPRESA  NOT <  99999
                         PERFORM  5035-SEUDONIMOS-AGOTADOS
                     END-IF
                     ADD  1  TO  WS-SIG-EMPRESA
                     STRING  'E'                DELIMITED BY SIZE
                             WS-SIG-EMPRESA     DELIMITED BY SIZE
                             INTO  WS-TAB-SEU-SEUDONIMO (WS-BUS-MEDIO)
                     PERFORM  5050-FACTOR-AL-AZAR

               WHEN  'C'
                     IF  WS-SIG-CODIGO  NOT <  9999
                         PERFORM  5035-SEUDONIMOS-AGOTADOS
                     END-IF
                     ADD  1  TO  WS-SIG-CODIGO
                     MOVE  WS-SIG-CODIGO
                             TO  WS-TAB-SEU-SEUDONIMO (WS-BUS-MEDIO)

               WHEN  OTHER
                     IF  WS-SIG-APROBADOR  NOT <  99999
                         PERFORM  5035-SEUDONIMOS-AGOTADOS
                     END-IF
                     ADD  1  TO  WS-SIG-APROBADOR
                     STRING  'APR'              DELIMITED BY SIZE
                             WS-SIG-APROBADOR   DELIMITED BY SIZE
                             INTO  WS-TAB-SEU-SEUDONIMO (WS-BUS-MEDIO)

           END-EVALUATE

           .


       5035-SEUDONIMOS-AGOTADOS.

           MOVE  WS-5030-ALTA-SEUDONIMO      TO  WS-ERROR-PARRAFO
           MOVE  WS-TXT-SEUDONIMOS-AGOTADOS  TO  WS-ERROR-ACCION
           MOVE  WS-SEU-TIPO                 TO  WS-ERROR-FICHERO
           MOVE  SPACES                      TO  WS-ERROR-FS
           PERFORM  9900-ERROR-ABORTAR

           .


       5040-DESPLAZA-ENTRADA.

           MOVE  WS-TAB-SEU-ENTRADA (WS-BUS-IDX - 1)
                                   TO  WS-TAB-SEU-ENTRADA (WS-BUS-IDX)

           .


      *    FACTOR EN CENTESIMAS DE PUNTO ENTRE -PCT Y +PCT
       5050-FACTOR-AL-AZAR.

           IF  WS-PCT-PERTURBACION  >  0
               PERFORM  5200-SIGUIENTE-AZAR
               DIVIDE  WS-SEMILLA  BY  WS-AMPLITUD
                       GIVING  WS-COCIENTE  REMAINDER  WS-RESTO
               COMPUTE  WS-TAB-SEU-FACTOR (WS-BUS-MEDIO)  =
                        WS-RESTO  -  WS-PCT-PERTURBACION  *  100
           END-IF

           .


      *    IMPORTE x (1 + FACTOR / 10000); SI NO CABE SE CONSERVA
       5100-PERTURBA-IMPORTE.

           IF  WS-SEU-FACTOR  =  ZEROES
               MOVE  WS-PER-IMPORTE  TO  WS-PER-RESULTADO
           ELSE
               COMPUTE  WS-PER-RESULTADO  ROUNDED  =
                        WS-PER-IMPORTE  *  ( 10000  +  WS-SEU-FACTOR )
                                        /  10000
                   ON SIZE ERROR
                        MOVE  WS-PER-IMPORTE  TO  WS-PER-RESULTADO
               END-COMPUTE
           END-IF

           .


       5200-SIGUIENTE-AZAR.

           COMPUTE  WS-PRODUCTO  =  WS-SEMILLA  *  16807

           DIVIDE  WS-PRODUCTO  BY  2147483647
                   GIVING  WS-COCIENTE  REMAINDER  WS-SEMILLA

           .


      *++++++++++++++++++++++++++++++++++++++++*
      *    LINEA DE CONTROL DEL FICHERO: LOS   *
      *    REGISTROS DEBEN COINCIDIR; LOS      *
      *    IMPORTES TAMBIEN SIN PERTURBACION   *
      *    Y, CON ELLA, QUEDAR DENTRO DEL      *
      *    MARGEN                              *
      *++++++++++++++++++++++++++++++++++++++++*
       8000-LINEA-CONTROL.

           ADD  1  TO  WS-CONT-FICHEROS

           MOVE  WS-CTL-FICHERO     TO  WS-LDE-FICHERO
           MOVE  WS-CTL-LEIDOS      TO  WS-LDE-LEIDOS
           MOVE  WS-CTL-GRABADOS    TO  WS-LDE-GRABADOS
           MOVE  WS-CTL-IMP-ORIGEN  TO  WS-LDE-IMP-ORIGEN
           MOVE  WS-CTL-IMP-PRUEBA  TO  WS-LDE-IMP-PRUEBA

           COMPUTE  WS-CTL-DIFERENCIA  =
                    WS-CTL-IMP-PRUEBA  -  WS-CTL-IMP-ORIGEN
           IF  WS-CTL-DIFERENCIA  <  0
               COMPUTE  WS-CTL-DIFERENCIA  =  0  -  WS-CTL-DIFERENCIA
           END-IF
           COMPUTE  WS-CTL-MARGEN  ROUNDED  =
                    WS-CTL-IMP-ORIGEN  *  WS-PCT-PERTURBACION  /  100

           SET  NO-DESCUADRE  TO  TRUE

           IF  WS-CTL-LEIDOS  NOT =  WS-CTL-GRABADOS
           OR  WS-CTL-DIFERENCIA  >  WS-CTL-MARGEN
               SET  SI-DESCUADRE  TO  TRUE
           END-IF

           EVALUATE  TRUE

               WHEN  WS-CTL-EXISTE  =  'N'
                     MOVE  'NO EXISTE'   TO  WS-LDE-ESTADO
                     ADD   1             TO  WS-CONT-AUSENTES

               WHEN  SI-DESCUADRE
                     MOVE  'DESCUADRE'   TO  WS-LDE-ESTADO
                     ADD   1             TO  WS-CONT-DESCUADRES

               WHEN  WS-PCT-PERTURBACION  =  0
                     MOVE  'CUADRA'      TO  WS-LDE-ESTADO

               WHEN  OTHER
                     MOVE  'EN MARGEN'   TO  WS-LDE-ESTADO

           END-EVALUATE

           ADD  WS-CTL-GRABADOS  TO  WS-CONT-REGISTROS

           MOVE  WS-LIN-DETALLE  TO  WS-LINEA-EDITADA
           PERFORM  9300-GRABA-CONTROL

           .


       9300-GRABA-CONTROL.

           WRITE  REG-CONTROL  FROM  WS-LINEA-EDITADA

           IF  FS-CONTROL  NOT =  '00'
               MOVE  WS-9300-GRABA-CONTROL   TO  WS-ERROR-PARRAFO
               MOVE  'ERROR DE ESCRITURA'    TO  WS-ERROR-ACCION
               PERFORM  9500-ERROR-STATUS-FICHERO
           END-IF

           .


       9500-ERROR-STATUS-FICHERO.

           IF  FS-MAESTRO-TRA  NOT EQUAL TO '00' AND
               FS-MAESTRO-TRA  NOT EQUAL TO '10' AND
               FS-MAESTRO-TRA  NOT EQUAL TO '35' AND
               FS-MAESTRO-TRA  NOT EQUAL TO SPACES AND
               FS-MAESTRO-TRA  NOT EQUAL TO LOW-VALUES

               MOVE  'MAESTRO-TRA    '     TO  WS-ERROR-FICHERO
               MOVE  FS-MAESTRO-TRA        TO  WS-ERROR-FS
               PERFORM  9900-ERROR-ABORTAR

           END-IF


           IF  FS-MAESTRO-EMP  NOT EQUAL TO '00' AND
               FS-MAESTRO-EMP  NOT EQUAL TO '10' AND
               FS-MAESTRO-EMP  NOT EQUAL TO '35' AND
               FS-MAESTRO-EMP  NOT EQUAL TO SPACES AND
               FS-MAESTRO-EMP  NOT EQUAL TO LOW-VALUES

               MOVE  'MAESTRO-EMP    '     TO  WS-ERROR-FICHERO
               MOVE  FS-MAESTRO-EMP        TO  WS-ERROR-FS
               PERFORM  9900-ERROR-ABORTAR

           END-IF


           IF  FS-PRUEBA-TRA  NOT EQUAL TO '00' AND
               FS-PRUEBA-TRA  NOT EQUAL TO '10' AND
               FS-PRUEBA-TRA  NOT EQUAL TO SPACES AND
               FS-PRUEBA-TRA  NOT EQUAL TO LOW-VALUES

               MOVE  'PRUEBA-MAE-TRA '     TO  WS-ERROR-FICHERO
               MOVE  FS-PRUEBA-TRA         TO  WS-ERROR-FS
               PERFORM  9900-ERROR-ABORTAR

           END-IF


           IF  FS-PRUEBA-EMP  NOT EQUAL TO '00' AND
               FS-PRUEBA-EMP  NOT EQUAL TO '10' AND
               FS-PRUEBA-EMP  NOT EQUAL TO SPACES AND
               FS-PRUEBA-EMP  NOT EQUAL TO LOW-VALUES

               MOVE  'PRUEBA-MAE-EMP '     TO  WS-ERROR-FICHERO
               MOVE  FS-PRUEBA-EMP         TO  WS-ERROR-FS
               PERFORM  9900-ERROR-ABORTAR

           END-IF


           IF  FS-JOURNAL  NOT EQUAL TO '00' AND
               FS-JOURNAL  NOT EQUAL TO '10' AND
               FS-JOURNAL  NOT EQUAL TO '35' AND
               FS-JOURNAL  NOT EQUAL TO SPACES AND
               FS-JOURNAL  NOT EQUAL TO LOW-VALUES

               MOVE  'JOURNAL        '     TO  WS-ERROR-FICHERO
               MOVE  FS-JOURNAL            TO  WS-ERROR-FS
               PERFORM  9900-ERROR-ABORTAR

           END-IF


           IF  FS-PRUEBA-JOURNAL  NOT EQUAL TO '00' AND
               FS-PRUEBA-JOURNAL  NOT EQUAL TO '10' AND
               FS-PRUEBA-JOURNAL  NOT EQUAL TO SPACES AND
               FS-PRUEBA-JOURNAL  NOT EQUAL TO LOW-VALUES

               MOVE  'PRUEBA-JOURNAL '     TO  WS-ERROR-FICHERO
               MOVE  FS-PRUEBA-JOURNAL     TO  WS-ERROR-FS
               PERFORM  9900-ERROR-ABORTAR

           END-IF


           IF  FS-HISTORICO  NOT EQUAL TO '00' AND
               FS-HISTORICO  NOT EQUAL TO '10' AND
               FS-HISTORICO  NOT EQUAL TO '35' AND
               FS-HISTORICO  NOT EQUAL TO SPACES AND
               FS-HISTORICO  NOT EQUAL TO LOW-VALUES

               MOVE  'HISTORICO      '     TO  WS-ERROR-FICHERO
               MOVE  FS-HISTORICO          TO  WS-ERROR-FS
               PERFORM  9900-ERROR-ABORTAR

           END-IF


           IF  FS-PRUEBA-HIST  NOT EQUAL TO '00' AND
               FS-PRUEBA-HIST  NOT EQUAL TO '10' AND
               FS-PRUEBA-HIST  NOT EQUAL TO SPACES AND
               FS-PRUEBA-HIST  NOT EQUAL TO LOW-VALUES

               MOVE  'PRUEBA-HISTORICO'    TO  WS-ERROR-FICHERO
               MOVE  FS-PRUEBA-HIST        TO  WS-ERROR-FS
               PERFORM  9900-ERROR-ABORTAR

           END-IF


           IF  FS-PENDIENTES  NOT EQUAL TO '00' AND
               FS-PENDIENTES  NOT EQUAL TO '10' AND
               FS-PENDIENTES  NOT EQUAL TO '35' AND
               FS-PENDIENTES  NOT EQUAL TO SPACES AND
               FS-PENDIENTES  NOT EQUAL TO LOW-VALUES

               MOVE  'PENDIENTES     '     TO  WS-ERROR-FICHERO
               MOVE  FS-PENDIENTES         TO  WS-ERROR-FS
               PERFORM  9900-ERROR-ABORTAR

           END-IF


           IF  FS-PRUEBA-PEND  NOT EQUAL TO '00' AND
               FS-PRUEBA-PEND  NOT EQUAL TO '10' AND
               FS-PRUEBA-PEND  NOT EQUAL TO SPACES AND
               FS-PRUEBA-PEND  NOT EQUAL TO LOW-VALUES

               MOVE  'PRUEBA-PENDIENTES'   TO  WS-ERROR-FICHERO
               MOVE  FS-PRUEBA-PEND        TO  WS-ERROR-FS
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


           IF  FS-PRUEBA-TRA-PEND  NOT EQUAL TO '00' AND
               FS-PRUEBA-TRA-PEND  NOT EQUAL TO '10' AND
               FS-PRUEBA-TRA-PEND  NOT EQUAL TO SPACES AND
               FS-PRUEBA-TRA-PEND  NOT EQUAL TO LOW-VALUES

               MOVE  'PRUEBA-TRA-PEND'     TO  WS-ERROR-FICHERO
               MOVE  FS-PRUEBA-TRA-PEND    TO  WS-ERROR-FS
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


           IF  FS-PRUEBA-EMP-PEND  NOT EQUAL TO '00' AND
               FS-PRUEBA-EMP-PEND  NOT EQUAL TO '10' AND
               FS-PRUEBA-EMP-PEND  NOT EQUAL TO SPACES AND
               FS-PRUEBA-EMP-PEND  NOT EQUAL TO LOW-VALUES

               MOVE  'PRUEBA-EMP-PEND'     TO  WS-ERROR-FICHERO
               MOVE  FS-PRUEBA-EMP-PEND    TO  WS-ERROR-FS
               PERFORM  9900-ERROR-ABORTAR

           END-IF


           IF  FS-CONTROL  NOT EQUAL TO '00' AND
               FS-CONTROL  NOT EQUAL TO '10' AND
               FS-CONTROL  NOT EQUAL TO SPACES AND
               FS-CONTROL  NOT EQUAL TO LOW-VALUES

               MOVE  'CONTROL-LISTADO'     TO  WS-ERROR-FICHERO
               MOVE  FS-CONTROL            TO  WS-ERROR-FS
               PERFORM  9900-ERROR-ABORTAR

           END-IF


           .


       9900-ERROR-ABORTAR.

           DISPLAY  '============================='
           DISPLAY  'ERROR EN PROG. EXTRAE_PRUEBAS.'
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
           DISPLAY  'FICHEROS TRATADOS:           '
                     WS-CONT-FICHEROS
           DISPLAY  'FICHEROS SIN ORIGEN:         '
                     WS-CONT-AUSENTES
           DISPLAY  'FICHEROS CON DESCUADRE:      '
                     WS-CONT-DESCUADRES
           DISPLAY  'REGISTROS GRABADOS:          '
                     WS-CONT-REGISTROS
           DISPLAY  'TRABAJADORES SEUDONIMIZADOS: '
                     WS-SIG-TRABAJADOR
           DISPLAY  'EMPRESAS SEUDONIMIZADAS:     '
                     WS-SIG-EMPRESA
           DISPLAY  'CODIGOS REMAPEADOS:          '
                     WS-SIG-CODIGO
           DISPLAY  '============================='

           .

      *----------------------------------------------------------------*
      *    OBJETIVO:  Este programa proyecta los cruces y la           *
      *    facturacion del mes a una fecha objetivo a partir de los    *
      *    movimientos con efecto futuro retenidos por MANT_MAESTROS   *
      *    en movimientos-pendientes.txt, para avisar a los clientes   *
      *    de las variaciones grandes antes de que salga la factura.   *
      *    No toca los maestros vivos ni ningun fichero de la cadena   *
      *    nocturna: copia los maestros a maestro-trabajadores-        *
      *    proy.dat y maestro-empresas-proy.dat, aplica sobre las      *
      *    copias (igual que MANT_MAESTROS: altas, bajas y             *
      *    modificaciones por clave) los pendientes con fecha de       *
      *    efecto hasta la fecha objetivo, en el orden del almacen,    *
      *    y cruza 1N las copias por codigo como CRUCE_1N.             *
      *    La facturacion se proyecta con facturacion-tarifas.txt y    *
      *    el mismo calculo que FACTURA_MENSUAL sobre los cruces de    *
      *    un mes: la plantilla cruzada de una noche por los dias      *
      *    laborables del mes objetivo segun calendario-laboral.txt.   *
      *    Emite proyeccion-informe.txt con, por empresa: plantilla,   *
      *    cruces e importe del mes, neto proyectado, neto de la       *
      *    ultima facturacion (factura-lineas.txt, emparejado por      *
      *    empresa) y variacion, marcando las empresas nuevas, las     *
      *    que se quedan sin cruces y las que varian mas del umbral.   *
      *    Lista ademas los trabajadores que quedaran sin ninguna      *
      *    empresa de su codigo (huerfanos) y que hoy no lo estan.     *
      *    PARAMETROS (linea de mandatos): fecha objetivo AAAAMMDD     *
      *    en la posicion 1 (sin ella, la del sistema); umbral de      *
      *    aviso en % (3 cifras) en la posicion 10, 020 por omision;   *
      *    dias laborables del mes (2 cifras) en la posicion 14 para   *
      *    forzarlos sin calendario.                                   *
      *    CODIGO DE RETORNO 4 si hay avisos o huerfanos.              *
      *----------------------------------------------------------------*


      *================================================================*
       IDENTIFICATION DIVISION.
      *================================================================*
       PROGRAM-ID. PROYECCION_CRUCES.

      *================================================================*
       ENVIRONMENT DIVISION.
      *================================================================*
       CONFIGURATION SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

      *    LOS MAESTROS VIVOS SOLO SE ABREN EN LECTURA: SE COPIAN Y
      *    DESPUES SE CONSULTAN POR CLAVE PARA SABER SI UN HUERFANO
      *    PROYECTADO TIENE HOY EMPRESA.
           SELECT  MAESTRO-TRA  ASSIGN TO 'maestro-trabajadores.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS MAE-TRA-COD
               FILE STATUS  IS FS-MAESTRO-TRA.

           SELECT  MAESTRO-EMP  ASSIGN TO 'maestro-empresas.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS MAE-EMP-CLAVE
               FILE STATUS  IS FS-MAESTRO-EMP.

           SELECT  PROY-TRA
               ASSIGN TO 'maestro-trabajadores-proy.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS PRO-TRA-COD
               FILE STATUS  IS FS-PROY-TRA.

           SELECT  PROY-EMP
               ASSIGN TO 'maestro-empresas-proy.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS PRO-EMP-CLAVE
               FILE STATUS  IS FS-PROY-EMP.

           SELECT  PENDIENTES  ASSIGN TO 'movimientos-pendientes.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PENDIENTES.

           SELECT  CALENDARIO  ASSIGN TO 'calendario-laboral.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS FS-CALENDARIO.

           SELECT  TARIFAS  ASSIGN TO 'facturacion-tarifas.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-TARIFAS.

           SELECT  FACT-ULTIMA  ASSIGN TO 'factura-lineas.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FACT-ULTIMA.

           SELECT  INFORME  ASSIGN TO 'proyeccion-informe.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-INFORME.

           SELECT  HUERFANOS  ASSIGN TO 'proyeccion-huerfanos.tmp'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-HUERFANOS.

           SELECT  SORT-TRABAJO
               ASSIGN TO 'proyeccion-sort.tmp'.

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

       FD  PROY-TRA.
       01  REG-PROY-TRA.
           05  PRO-TRA-COD                     PIC  X(4).
           05  PRO-TRA-NOM                     PIC  X(6).
           05  PRO-TRA-IMPORTE                 PIC  9(7)V99.

       FD  PROY-EMP.
       01  REG-PROY-EMP.
           05  PRO-EMP-CLAVE.
               10  PRO-EMP-COD                 PIC  X(4).
               10  PRO-EMP-EMP                 PIC  X(6).
           05  PRO-EMP-IMPORTE                 PIC  9(7)V99.

       FD  PENDIENTES
           BLOCK CONTAINS 0 RECORDS.
       01  REG-PENDIENTES                      PIC  X(29).

       FD  CALENDARIO
           BLOCK CONTAINS 0 RECORDS.
       01  REG-CALENDARIO                      PIC  X(40).

       FD  TARIFAS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-TARIFA                          PIC  X(34).

       FD  FACT-ULTIMA
           BLOCK CONTAINS 0 RECORDS.
       01  REG-FACT-ULTIMA                     PIC  X(91).

       FD  INFORME
           BLOCK CONTAINS 0 RECORDS.
       01  REG-INFORME                         PIC  X(132).

       FD  HUERFANOS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-HUERFANO                        PIC  X(132).

       SD  SORT-TRABAJO.
       01  SD-REG.
           05  SD-EMPRESA                      PIC  X(6).
           05  SD-IMPORTE                      PIC  9(7)V99.


       WORKING-STORAGE SECTION.

      *++++++++++++++++++*
      *    FILE STATUS   *
      *++++++++++++++++++*
       77  FS-MAESTRO-TRA                      PIC  X(2).
       77  FS-MAESTRO-EMP                      PIC  X(2).
       77  FS-PROY-TRA                         PIC  X(2).
       77  FS-PROY-EMP                         PIC  X(2).
       77  FS-PENDIENTES                       PIC  X(2).
       77  FS-CALENDARIO                       PIC  X(2).
       77  FS-TARIFAS                          PIC  X(2).
       77  FS-FACT-ULTIMA                      PIC  X(2).
       77  FS-INFORME                          PIC  X(2).
       77  FS-HUERFANOS                        PIC  X(2).

      *++++++++++++++++++*
      *    SWITCHES      *
      *++++++++++++++++++*
       01  SWITCHES.
           05  SW-FIN-FICHERO                  PIC  X(1)   VALUE  'N'.
               88  SI-FIN-FICHERO                          VALUE  'S'.
               88  NO-FIN-FICHERO                          VALUE  'N'.

           05  SW-PROY-TRA                     PIC  X(1)   VALUE  'N'.
               88  SI-FIN-PROY-TRA                         VALUE  'S'.
               88  NO-FIN-PROY-TRA                         VALUE  'N'.

           05  SW-PROY-EMP                     PIC  X(1)   VALUE  'N'.
               88  SI-FIN-PROY-EMP                         VALUE  'S'.
               88  NO-FIN-PROY-EMP                         VALUE  'N'.

           05  SW-TRA-CRUZADO                  PIC  X(1)   VALUE  'N'.
               88  SI-TRA-CRUZADO                          VALUE  'S'.
               88  NO-TRA-CRUZADO                          VALUE  'N'.

           05  SW-EMPRESA-HOY                  PIC  X(1)   VALUE  'N'.
               88  SI-EMPRESA-HOY                          VALUE  'S'.
               88  NO-EMPRESA-HOY                          VALUE  'N'.

           05  SW-SORT-FIN                     PIC  X(1)   VALUE  'N'.
               88  SI-SORT-FIN                             VALUE  'S'.
               88  NO-SORT-FIN                             VALUE  'N'.

           05  SW-ANTERIOR                     PIC  X(1)   VALUE  'N'.
               88  SI-FIN-ANTERIOR                         VALUE  'S'.
               88  NO-FIN-ANTERIOR                         VALUE  'N'.

           05  SW-HAY-ANTERIOR                 PIC  X(1)   VALUE  'N'.
               88  SI-HAY-ANTERIOR                         VALUE  'S'.
               88  NO-HAY-ANTERIOR                         VALUE  'N'.

           05  SW-TARIFA-HALLADA               PIC  X(1)   VALUE  'N'.
               88  SI-TARIFA-HALLADA                       VALUE  'S'.
               88  NO-TARIFA-HALLADA                       VALUE  'N'.

           05  SW-APLICADO                     PIC  X(1)   VALUE  'N'.
               88  SI-APLICADO                             VALUE  'S'.
               88  NO-APLICADO                             VALUE  'N'.

      *    LINEA DE MANDATOS: FECHA OBJETIVO EN LA POSICION 1, UMBRAL
      *    DE AVISO EN LA 10 Y DIAS LABORABLES FORZADOS EN LA 14.
       01  WS-PARAM-LINEA.
           05  WS-PAR-FECHA                PIC  X(8).
           05  FILLER                      PIC  X(1).
           05  WS-PAR-UMBRAL               PIC  X(3).
           05  FILLER                      PIC  X(1).
           05  WS-PAR-DIAS                 PIC  X(2).
           05  FILLER                      PIC  X(5).

       01  WS-FECHA-OBJETIVO               PIC  X(8)   VALUE  SPACES.
       01  WS-MES-OBJETIVO                 PIC  X(6)   VALUE  SPACES.
       01  WS-FECHA-EDICION                PIC  X(8)   VALUE  SPACES.

       77  WS-UMBRAL-AVISO                 PIC  9(3)   VALUE  20.
       77  WS-DIAS-MES                     PIC  9(2)   VALUE  ZEROES.
       77  WS-DIAS-CALENDARIO              PIC  9(2)   VALUE  ZEROES.

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
      *    MOVIMIENTO RETENIDO (MISMO FORMATO QUE MOVIMIENTOS.TXT)
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
           05  WS-MOV-IMPORTE-9  REDEFINES  WS-MOV-IMPORTE
                                           PIC  9(7)V99.
           05  WS-MOV-FECHA-EFECTO         PIC  X(8).
               88  SI-EFECTO-INMEDIATO     VALUE  SPACES  ZEROES.

      *    LINEA DEL CALENDARIO LABORAL: FECHA + TIPO ('L' / 'F')
      *    + CIERRE ('S' EN EL ULTIMO LABORABLE DEL MES) + TEXTO
       01  WS-CALENDARIO.
           05  WS-CLB-FECHA                PIC  X(8).
           05  FILLER                      PIC  X(1).
           05  WS-CLB-TIPO                 PIC  X(1).
           05  FILLER                      PIC  X(1).
           05  WS-CLB-CIERRE               PIC  X(1).
           05  FILLER                      PIC  X(1).
           05  WS-CLB-DESCRIPCION          PIC  X(27).

      *    REGISTROS EN CURSO DEL CRUCE PROYECTADO (HIGH-VALUES EN
      *    EL CODIGO AL LLEGAR AL FINAL DE CADA LADO)
       01  WS-PROY-TRA.
           05  WS-PT-COD                   PIC  X(4).
           05  WS-PT-NOM                   PIC  X(6).
           05  WS-PT-IMPORTE               PIC  9(7)V99.

       01  WS-PROY-EMP.
           05  WS-PE-COD                   PIC  X(4).
           05  WS-PE-EMP                   PIC  X(6).
           05  WS-PE-IMPORTE               PIC  9(7)V99.

      *++++++++++++++++++++++++++++++++++++++++*
      *    LINEA DE LA TABLA DE TARIFAS (MISMO *
      *    FORMATO QUE LEE FACTURA_MENSUAL)    *
      *++++++++++++++++++++++++++++++++++++++++*
       01  WS-TARIFA-LINEA.
           05  WS-TAR-EMPRESA              PIC  X(6).
           05  FILLER                      PIC  X(1).
           05  WS-TAR-TARIFA               PIC  9(3)V99.
           05  FILLER                      PIC  X(1).
           05  WS-TAR-MINIMO               PIC  9(7)V99.
           05  FILLER                      PIC  X(1).
           05  WS-TAR-UMBRAL               PIC  9(7).
           05  FILLER                      PIC  X(1).
           05  WS-TAR-PCT                  PIC  9(3).

       01  WS-TAB-TARIFAS.
           05  WS-TAB-TAR-CUENTA           PIC  9(5)   VALUE ZEROES.
           05  WS-TAB-TAR-ENTRADA  OCCURS  1  TO  30000  TIMES
                                   DEPENDING ON  WS-TAB-TAR-CUENTA
                                   INDEXED BY  WS-TAB-TAR-IDX.
               10  WS-TAB-TAR-EMPRESA      PIC  X(6).
               10  WS-TAB-TAR-TARIFA       PIC  9(3)V99.
               10  WS-TAB-TAR-MINIMO       PIC  9(7)V99.
               10  WS-TAB-TAR-UMBRAL       PIC  9(7).
               10  WS-TAB-TAR-PCT          PIC  9(3).

      *    TARIFA POR OMISION ('******')
       01  WS-TARIFA-OMISION.
           05  WS-OMI-PRESENTE             PIC  X(1)   VALUE  'N'.
           05  WS-OMI-TARIFA               PIC  9(3)V99 VALUE ZEROES.
           05  WS-OMI-MINIMO               PIC  9(7)V99 VALUE ZEROES.
           05  WS-OMI-UMBRAL               PIC  9(7)   VALUE ZEROES.
           05  WS-OMI-PCT                  PIC  9(3)   VALUE ZEROES.

      *    TARIFA RESUELTA PARA LA EMPRESA EN CURSO
       01  WS-TARIFA-ACTUAL.
           05  WS-ACT-TARIFA               PIC  9(3)V99.
           05  WS-ACT-MINIMO               PIC  9(7)V99.
           05  WS-ACT-UMBRAL               PIC  9(7).
           05  WS-ACT-PCT                  PIC  9(3).

      *++++++++++++++++++++++++++++++++++++++++*
      *    ROTURA DE CONTROL POR EMPRESA       *
      *    (PLANTILLA E IMPORTE DE UNA NOCHE)  *
      *++++++++++++++++++++++++++++++++++++++++*
       01  WS-ROTURA.
           05  WS-ROT-EMPRESA              PIC  X(6)   VALUE SPACES.
           05  WS-ROT-CRUCES               PIC  9(7)   VALUE ZEROES.
           05  WS-ROT-IMPORTE              PIC  9(11)V99
                                   VALUE ZEROES.

       01  WS-SORT-SALIDA.
           05  WS-SAL-EMPRESA              PIC  X(6).
           05  WS-SAL-IMPORTE              PIC  9(7)V99.

      *++++++++++++++++++++++++++++++++++++++++*
      *    CALCULO DE LA FACTURA PROYECTADA    *
      *    (MISMAS REGLAS QUE FACTURA_MENSUAL) *
      *++++++++++++++++++++++++++++++++++++++++*
       01  WS-CALCULO.
           05  WS-CAL-CRUCES-MES           PIC  9(9).
           05  WS-CAL-IMPORTE-MES          PIC  9(11)V99.
           05  WS-CAL-BRUTO                PIC  9(11)V99.
           05  WS-CAL-DESCUENTO            PIC  9(11)V99.
           05  WS-CAL-NETO                 PIC  9(11)V99.

      *    LINEA DE EMPRESA A IMPRIMIR: PROYECTADA O SOLO FACTURADA
       01  WS-PROYECTADA.
           05  WS-PRY-EMPRESA              PIC  X(6).
           05  WS-PRY-PLANTILLA            PIC  9(7).
           05  WS-PRY-CRUCES               PIC  9(9).
           05  WS-PRY-IMPORTE              PIC  9(11)V99.
           05  WS-PRY-NETO                 PIC  9(11)V99.
           05  WS-PRY-NETO-FACT            PIC  9(11)V99.
           05  WS-PRY-VARIACION            PIC S9(11)V99.
           05  WS-PRY-PCT                  PIC S9(5)V9.
           05  WS-PRY-AVISO                PIC  X(10).

       01  WS-TOTALES.
           05  WS-TOT-PLANTILLA            PIC  9(9)   VALUE ZEROES.
           05  WS-TOT-NETO                 PIC  9(13)V99
                                   VALUE ZEROES.
           05  WS-TOT-NETO-FACT            PIC  9(13)V99
                                   VALUE ZEROES.
           05  WS-TOT-VARIACION            PIC S9(13)V99
                                   VALUE ZEROES.

      *    VISTA DE UNA LINEA DE LA ULTIMA FACTURACION (FORMATO DE
      *    FACTURA-LINEAS.TXT)
       01  WS-ANT-LINEA.
           05  WS-ANT-EMPRESA              PIC  X(6).
           05  FILLER                      PIC  X(1).
           05  WS-ANT-MES                  PIC  X(6).
           05  FILLER                      PIC  X(1).
           05  WS-ANT-CRUCES               PIC  X(7).
           05  FILLER                      PIC  X(1).
           05  WS-ANT-IMPORTE              PIC  X(13).
           05  FILLER                      PIC  X(1).
           05  WS-ANT-BRUTO                PIC  X(13).
           05  FILLER                      PIC  X(1).
           05  WS-ANT-DESCUENTO            PIC  X(13).
           05  FILLER                      PIC  X(1).
           05  WS-ANT-NETO                 PIC  9(11)V99.
           05  FILLER                      PIC  X(1).
           05  WS-ANT-NETO-ANT             PIC  X(13).

       01  WS-MES-ULTIMA                   PIC  X(6)   VALUE  SPACES.

      *++++++++++++++++++++++++++++++++++++++++*
      *    CONTROL DE PAGINACION (MISMO        *
      *    CRITERIO QUE INFORME_GESTION)       *
      *++++++++++++++++++++++++++++++++++++++++*
       77  WS-PAGINA                       PIC  9(3)  VALUE ZEROES.
       77  WS-LINEAS-PAGINA                PIC  9(2)  VALUE ZEROES.
       77  WS-LINEAS-MAXIMO                PIC  9(2)  COMP-3
                                   VALUE  56.

      *++++++++++++++++++++++++++++++++++++++++*
      *    LINEAS DEL INFORME                  *
      *++++++++++++++++++++++++++++++++++++++++*
       01  WS-LIN-CABECERA1.
           05  FILLER                      PIC  X(25)
                                   VALUE  'PROYECCION DE CRUCES Y FA'.
           05  FILLER                      PIC  X(17)
                                   VALUE  'CTURACION A FECHA'.
           05  FILLER                      PIC  X(1)   VALUE  SPACE.
           05  WS-CAB-OBJETIVO             PIC  X(8).
           05  FILLER                      PIC  X(18)  VALUE  SPACES.
           05  FILLER                      PIC  X(6)
                                   VALUE  'FECHA '.
           05  WS-CAB-FECHA-DD             PIC  X(2).
           05  FILLER                      PIC  X(1)   VALUE  '/'.
           05  WS-CAB-FECHA-MM             PIC  X(2).
           05  FILLER                      PIC  X(1)   VALUE  '/'.
           05  WS-CAB-FECHA-AAAA           PIC  X(4).
           05  FILLER                      PIC  X(2)   VALUE  SPACES.
           05  FILLER                      PIC  X(5)
                                   VALUE  'PAG. '.
           05  WS-CAB-PAGINA               PIC  ZZ9.

       01  WS-LIN-SEPARADOR.
           05  FILLER                      PIC  X(120)
                                   VALUE  ALL  '-'.

       01  WS-LIN-PARAMETROS.
           05  FILLER                      PIC  X(12)
                                   VALUE  'MES OBJETIVO'.
           05  FILLER                      PIC  X(1)   VALUE  SPACE.
           05  WS-LPA-MES                  PIC  X(6).
           05  FILLER                      PIC  X(19)
                                   VALUE  '   DIAS LABORABLES '.
           05  WS-LPA-DIAS                 PIC  Z9.
           05  FILLER                      PIC  X(20)
                                   VALUE  '   UMBRAL DE AVISO +'.
           05  WS-LPA-UMBRAL               PIC  ZZ9.
           05  FILLER                      PIC  X(2)   VALUE  ' %'.
           05  FILLER                      PIC  X(23)
                                   VALUE  '   ULTIMA FACTURACION: '.
           05  WS-LPA-ULTIMA               PIC  X(20).

       01  WS-LIN-MOVIMIENTOS.
           05  FILLER                      PIC  X(24)
                                   VALUE  'PENDIENTES APLICADOS:   '.
           05  WS-LMO-APLICADOS            PIC  Z.ZZZ.ZZ9.
           05  FILLER                      PIC  X(20)
                                   VALUE  '   NO APLICABLES:   '.
           05  WS-LMO-NO-APLICABLES        PIC  Z.ZZZ.ZZ9.
           05  FILLER                      PIC  X(20)
                                   VALUE  '   POSTERIORES:     '.
           05  WS-LMO-POSTERIORES          PIC  Z.ZZZ.ZZ9.

       01  WS-LIN-AVISO-CALENDARIO.
           05  FILLER                      PIC  X(40)
                   VALUE  'SIN DIAS LABORABLES DEL MES EN EL CALEND'.
           05  FILLER                      PIC  X(40)
                   VALUE  'ARIO: SE PROYECTA UN SOLO DIA DE CRUCES '.

       01  WS-LIN-TITULO-SECCION.
           05  WS-LTS-TEXTO                PIC  X(60).

       01  WS-LIN-CAB-EMPRESAS.
           05  FILLER                      PIC  X(9)
                                   VALUE  'EMPRESA  '.
           05  FILLER                      PIC  X(18)
                                   VALUE  'PLANTILLA  CRUCES '.
           05  FILLER                      PIC  X(18)
                                   VALUE  '      IMPORTE MES '.
           05  FILLER                      PIC  X(18)
                                   VALUE  '  NETO PROYECTADO '.
           05  FILLER                      PIC  X(18)
                                   VALUE  '   NETO FACTURADO '.
           05  FILLER                      PIC  X(19)
                                   VALUE  '         VARIACION '.
           05  FILLER                      PIC  X(9)
                                   VALUE  '    VAR %'.
           05  FILLER                      PIC  X(11)
                                   VALUE  '  AVISO'.

       01  WS-LIN-EMPRESA.
           05  WS-LEM-EMPRESA              PIC  X(6).
           05  FILLER                      PIC  X(2)   VALUE  SPACES.
           05  WS-LEM-PLANTILLA            PIC  ZZZZZZ9.
           05  FILLER                      PIC  X(1)   VALUE  SPACE.
           05  WS-LEM-CRUCES               PIC  ZZZZZZZZ9.
           05  FILLER                      PIC  X(1)   VALUE  SPACE.
           05  WS-LEM-IMPORTE              PIC  ZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                      PIC  X(1)   VALUE  SPACE.
           05  WS-LEM-NETO                 PIC  ZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                      PIC  X(1)   VALUE  SPACE.
           05  WS-LEM-NETO-FACT            PIC  ZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                      PIC  X(1)   VALUE  SPACE.
           05  WS-LEM-VARIACION            PIC  ZZ.ZZZ.ZZZ.ZZ9,99-.
           05  FILLER                      PIC  X(1)   VALUE  SPACE.
           05  WS-LEM-PCT                  PIC  ZZZZ9,9-.
           05  FILLER                      PIC  X(2)   VALUE  SPACES.
           05  WS-LEM-AVISO                PIC  X(10).

       01  WS-LIN-TOTAL.
           05  FILLER                      PIC  X(8)
                                   VALUE  'TOTAL   '.
           05  WS-LTO-PLANTILLA            PIC  ZZZZZZ9.
           05  FILLER                      PIC  X(29)  VALUE  SPACES.
           05  WS-LTO-NETO                 PIC  ZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                      PIC  X(1)   VALUE  SPACE.
           05  WS-LTO-NETO-FACT            PIC  ZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                      PIC  X(1)   VALUE  SPACE.
           05  WS-LTO-VARIACION            PIC  ZZ.ZZZ.ZZZ.ZZ9,99-.

       01  WS-LIN-CAB-HUERFANOS.
           05  FILLER                      PIC  X(32)
                           VALUE  'CODIGO  NOMBRE         IMPORTE'.
           05  FILLER                      PIC  X(20)
                                   VALUE  '  MOTIVO'.

       01  WS-LIN-HUERFANO.
           05  WS-LHU-COD                  PIC  X(4).
           05  FILLER                      PIC  X(4)   VALUE  SPACES.
           05  WS-LHU-NOM                  PIC  X(6).
           05  FILLER                      PIC  X(2)   VALUE  SPACES.
           05  WS-LHU-IMPORTE              PIC  Z.ZZZ.ZZ9,99.
           05  FILLER                      PIC  X(4)   VALUE  SPACES.
           05  WS-LHU-MOTIVO               PIC  X(20).

       01  WS-LIN-CUENTA.
           05  WS-LCU-TEXTO                PIC  X(40).
           05  WS-LCU-CUENTA               PIC  Z.ZZZ.ZZ9.

       01  WS-LIN-BLANCO                   PIC  X(132) VALUE  SPACES.

       01  WS-LINEA-EDITADA                PIC  X(132) VALUE  SPACES.

      *++++++++++++++++++++++++++++++++++++++++*
      *    VARIABLES DE CONTROL-CONTADORES     *
      *++++++++++++++++++++++++++++++++++++++++*
       01  WS-CONTADORES.
           05  WS-CONT-COPIADOS-TRA        PIC  9(7)  COMP-3
                                   VALUE ZEROES.
           05  WS-CONT-COPIADOS-EMP        PIC  9(7)  COMP-3
                                   VALUE ZEROES.
           05  WS-CONT-PEND-LEIDOS         PIC  9(7)  COMP-3
                                   VALUE ZEROES.
           05  WS-CONT-APLICADOS           PIC  9(7)  COMP-3
                                   VALUE ZEROES.
           05  WS-CONT-NO-APLICABLES       PIC  9(7)  COMP-3
                                   VALUE ZEROES.
           05  WS-CONT-POSTERIORES         PIC  9(7)  COMP-3
                                   VALUE ZEROES.
           05  WS-CONT-CRUCES              PIC  9(7)  COMP-3
                                   VALUE ZEROES.
           05  WS-CONT-EMP-SIN-TRA         PIC  9(7)  COMP-3
                                   VALUE ZEROES.
           05  WS-CONT-HUERFANOS           PIC  9(7)  COMP-3
                                   VALUE ZEROES.
           05  WS-CONT-YA-HUERFANOS        PIC  9(7)  COMP-3
                                   VALUE ZEROES.
           05  WS-CONT-EMPRESAS            PIC  9(7)  COMP-3
                                   VALUE ZEROES.
           05  WS-CONT-AVISOS              PIC  9(7)  COMP-3
                                   VALUE ZEROES.
           05  WS-CONT-TARIFAS             PIC  9(7)  COMP-3
                                   VALUE ZEROES.
           05  WS-CONT-SIN-TARIFA          PIC  9(7)  COMP-3
                                   VALUE ZEROES.

       01  WS-TEXTO-PARRAFO.

           05  WS-1050-DIAS-DEL-MES        PIC  X(30)
                                   VALUE  '1050-DIAS-DEL-MES'.
           05  WS-1100-CARGA-TARIFAS       PIC  X(30)
                                   VALUE  '1100-CARGA-TARIFAS'.
           05  WS-1200-APERTURA-FICHEROS   PIC  X(30)
                                   VALUE  '1200-APERTURA-FICHEROS'.
           05  WS-2100-COPIA-MAESTROS      PIC  X(30)
                                   VALUE  '2100-COPIA-MAESTROS'.
           05  WS-2200-APLICA-PENDIENTES   PIC  X(30)
                                   VALUE  '2200-APLICA-PENDIENTES'.
           05  WS-2300-CRUCE-PROYECTADO    PIC  X(30)
                                   VALUE  '2300-CRUCE-PROYECTADO'.
           05  WS-2400-SIN-EMPRESA         PIC  X(30)
                                   VALUE  '2400-TRABAJADOR-SIN-EMPRESA'.
           05  WS-2690-LEE-ANTERIOR        PIC  X(30)
                                   VALUE  '2690-LEE-ANTERIOR'.
           05  WS-3200-LISTA-HUERFANOS     PIC  X(30)
                                   VALUE  '3200-LISTA-HUERFANOS'.
           05  WS-9200-GRABA-LINEA         PIC  X(30)
                                   VALUE  '9200-GRABA-LINEA'.
           05  WS-TXT-SIN-TARIFAS          PIC  X(20)
                                   VALUE  'TABLA DE TARIFAS'.
           05  WS-TXT-TARIFAS-LLENAS       PIC  X(20)
                                   VALUE  'TABLA TARIFAS LLENA'.
           05  WS-TXT-PIERDE-EMPRESA       PIC  X(20)
                                   VALUE  'PIERDE SU EMPRESA'.
           05  WS-TXT-ALTA-SIN-EMPRESA     PIC  X(20)
                                   VALUE  'ALTA SIN EMPRESA'.


      *================================================================*
       PROCEDURE DIVISION.
      *================================================================*

           PERFORM  1000-INICIO

           PERFORM  2100-COPIA-MAESTROS

           PERFORM  2200-APLICA-PENDIENTES

           SORT  SORT-TRABAJO
               ON  ASCENDING KEY  SD-EMPRESA
               WITH  DUPLICATES  IN  ORDER
               INPUT  PROCEDURE  2300-CRUCE-PROYECTADO
               OUTPUT PROCEDURE  2500-RECOGE-EMPRESAS

           PERFORM  3000-FIN

           .


       1000-INICIO.

           INITIALIZE  WS-ERROR
                       WS-CONTADORES
                       WS-ROTURA

           MOVE  SPACES  TO  WS-PARAM-LINEA
           ACCEPT  WS-PARAM-LINEA  FROM  COMMAND-LINE

           ACCEPT  WS-FECHA-EDICION  FROM  DATE  YYYYMMDD

           IF  WS-PAR-FECHA  IS NUMERIC
               MOVE  WS-PAR-FECHA      TO  WS-FECHA-OBJETIVO
           ELSE
               MOVE  WS-FECHA-EDICION  TO  WS-FECHA-OBJETIVO
           END-IF

           IF  WS-PAR-UMBRAL  IS NUMERIC
               MOVE  WS-PAR-UMBRAL  TO  WS-UMBRAL-AVISO
           END-IF

           MOVE  WS-FECHA-OBJETIVO(1:6)  TO  WS-MES-OBJETIVO

           MOVE  WS-FECHA-EDICION(7:2)  TO  WS-CAB-FECHA-DD
           MOVE  WS-FECHA-EDICION(5:2)  TO  WS-CAB-FECHA-MM
           MOVE  WS-FECHA-EDICION(1:4)  TO  WS-CAB-FECHA-AAAA
           MOVE  WS-FECHA-OBJETIVO      TO  WS-CAB-OBJETIVO

           PERFORM  1050-DIAS-DEL-MES

           IF  WS-PAR-DIAS  IS NUMERIC
           AND WS-PAR-DIAS  >  ZEROES
               MOVE  WS-PAR-DIAS         TO  WS-DIAS-MES
           ELSE
               MOVE  WS-DIAS-CALENDARIO  TO  WS-DIAS-MES
           END-IF

           PERFORM  1100-CARGA-TARIFAS

           PERFORM  1200-APERTURA-FICHEROS

           .


      *++++++++++++++++++++++++++++++++++++++++*
      *    DIAS LABORABLES DEL MES OBJETIVO EN *
      *    EL CALENDARIO COMPARTIDO; SIN       *
      *    CALENDARIO SE QUEDAN A CERO         *
      *++++++++++++++++++++++++++++++++++++++++*
       1050-DIAS-DEL-MES.

           OPEN  INPUT  CALENDARIO

           EVALUATE  FS-CALENDARIO

               WHEN  '00'
                     SET  NO-FIN-FICHERO  TO  TRUE
                     PERFORM  1060-LEE-CALENDARIO
                              UNTIL  SI-FIN-FICHERO
                     CLOSE  CALENDARIO

               WHEN  '35'
                     CONTINUE

               WHEN  OTHER
                     MOVE  'ERROR DE APERTURA'     TO  WS-ERROR-ACCION
                     MOVE  WS-1050-DIAS-DEL-MES    TO  WS-ERROR-PARRAFO
                     PERFORM  9500-ERROR-STATUS-FICHERO

           END-EVALUATE

           .


       1060-LEE-CALENDARIO.

           READ  CALENDARIO  INTO  WS-CALENDARIO

           EVALUATE  FS-CALENDARIO

               WHEN  '00'
                     IF  WS-CLB-FECHA(1:6)  =  WS-MES-OBJETIVO
                     AND WS-CLB-TIPO  =  'L'
                     AND WS-DIAS-CALENDARIO  <  99
                         ADD  1  TO  WS-DIAS-CALENDARIO
                     END-IF

               WHEN  '10'
                     SET  SI-FIN-FICHERO  TO  TRUE

               WHEN  OTHER
                     MOVE  'ERROR DE LECTURA'      TO  WS-ERROR-ACCION
                     MOVE  WS-1050-DIAS-DEL-MES    TO  WS-ERROR-PARRAFO
                     PERFORM  9500-ERROR-STATUS-FICHERO

           END-EVALUATE

           .


      *++++++++++++++++++++++++++++++++++++++++*
      *    CARGA DE LA TABLA DE TARIFAS: SIN   *
      *    ELLA NO SE PUEDE PROYECTAR LA       *
      *    FACTURA Y EL RUN ABORTA             *
      *++++++++++++++++++++++++++++++++++++++++*
       1100-CARGA-TARIFAS.

           OPEN  INPUT  TARIFAS

           IF  FS-TARIFAS  NOT =  '00'
               MOVE  WS-1100-CARGA-TARIFAS  TO  WS-ERROR-PARRAFO
               MOVE  WS-TXT-SIN-TARIFAS     TO  WS-ERROR-ACCION
               MOVE  'TARIFAS'              TO  WS-ERROR-FICHERO
               MOVE  FS-TARIFAS             TO  WS-ERROR-FS
               PERFORM  9900-ERROR-ABORTAR
           END-IF

           SET  NO-FIN-FICHERO  TO  TRUE

           PERFORM  1150-LEE-TARIFA
                    UNTIL  SI-FIN-FICHERO

           CLOSE  TARIFAS

           .


       1150-LEE-TARIFA.

           READ  TARIFAS  INTO  WS-TARIFA-LINEA

           EVALUATE  FS-TARIFAS

               WHEN  '00'
                     IF  WS-TAR-EMPRESA  NOT =  SPACES
                     AND WS-TAR-TARIFA   IS NUMERIC
                     AND WS-TAR-MINIMO   IS NUMERIC
                     AND WS-TAR-UMBRAL   IS NUMERIC
                     AND WS-TAR-PCT      IS NUMERIC
                         IF  WS-TAR-EMPRESA  =  '******'
                             MOVE  'S'            TO  WS-OMI-PRESENTE
                             MOVE  WS-TAR-TARIFA  TO  WS-OMI-TARIFA
                             MOVE  WS-TAR-MINIMO  TO  WS-OMI-MINIMO
                             MOVE  WS-TAR-UMBRAL  TO  WS-OMI-UMBRAL
                             MOVE  WS-TAR-PCT     TO  WS-OMI-PCT
                         ELSE
                             PERFORM  1180-ALTA-TARIFA
                         END-IF
                         ADD  1  TO  WS-CONT-TARIFAS
                     END-IF

               WHEN  '10'
                     SET  SI-FIN-FICHERO  TO  TRUE

               WHEN  OTHER
                     MOVE  'ERROR DE LECTURA'     TO  WS-ERROR-ACCION
                     MOVE  WS-1100-CARGA-TARIFAS  TO  WS-ERROR-PARRAFO
                     PERFORM  9500-ERROR-STATUS-FICHERO

           END-EVALUATE

           .


       1180-ALTA-TARIFA.

           IF  WS-TAB-TAR-CUENTA  NOT <  30000
               MOVE  WS-1100-CARGA-TARIFAS   TO  WS-ERROR-PARRAFO
               MOVE  WS-TXT-TARIFAS-LLENAS   TO  WS-ERROR-ACCION
               MOVE  'TARIFAS'               TO  WS-ERROR-FICHERO
               MOVE  FS-TARIFAS              TO  WS-ERROR-FS
               PERFORM  9900-ERROR-ABORTAR
           END-IF

           ADD  1  TO  WS-TAB-TAR-CUENTA
           SET  WS-TAB-TAR-IDX  TO  WS-TAB-TAR-CUENTA
           MOVE  WS-TAR-EMPRESA  TO
                 WS-TAB-TAR-EMPRESA (WS-TAB-TAR-IDX)
           MOVE  WS-TAR-TARIFA   TO
                 WS-TAB-TAR-TARIFA (WS-TAB-TAR-IDX)
           MOVE  WS-TAR-MINIMO   TO
                 WS-TAB-TAR-MINIMO (WS-TAB-TAR-IDX)
           MOVE  WS-TAR-UMBRAL   TO
                 WS-TAB-TAR-UMBRAL (WS-TAB-TAR-IDX)
           MOVE  WS-TAR-PCT      TO
                 WS-TAB-TAR-PCT (WS-TAB-TAR-IDX)

           .


       1200-APERTURA-FICHEROS.

           OPEN  OUTPUT  INFORME
                         HUERFANOS

           IF  FS-INFORME NOT = '00' AND FS-INFORME NOT = '10'
               MOVE  'ERROR DE APERTURA'          TO  WS-ERROR-ACCION
               MOVE  WS-1200-APERTURA-FICHEROS    TO  WS-ERROR-PARRAFO
               PERFORM 9500-ERROR-STATUS-FICHERO
           END-IF

           IF  FS-HUERFANOS NOT = '00' AND FS-HUERFANOS NOT = '10'
               MOVE  'ERROR DE APERTURA'          TO  WS-ERROR-ACCION
               MOVE  WS-1200-APERTURA-FICHEROS    TO  WS-ERROR-PARRAFO
               PERFORM 9500-ERROR-STATUS-FICHERO
           END-IF

      *    LA ULTIMA FACTURACION ES OPCIONAL: SIN ELLA LA COLUMNA DE
      *    COMPARACION SALE A CEROS Y TODAS LAS EMPRESAS SON NUEVAS.
           OPEN  INPUT  FACT-ULTIMA

           EVALUATE  FS-FACT-ULTIMA

               WHEN  '00'
                     SET  SI-HAY-ANTERIOR  TO  TRUE
                     SET  NO-FIN-ANTERIOR  TO  TRUE
                     PERFORM  2690-LEE-ANTERIOR
                     MOVE  WS-ANT-MES  TO  WS-MES-ULTIMA

               WHEN  '35'
                     SET  NO-HAY-ANTERIOR  TO  TRUE
                     SET  SI-FIN-ANTERIOR  TO  TRUE
                     MOVE  HIGH-VALUES     TO  WS-ANT-EMPRESA

               WHEN  OTHER
                     MOVE  'ERROR DE APERTURA'    TO  WS-ERROR-ACCION
                     MOVE  WS-2690-LEE-ANTERIOR   TO  WS-ERROR-PARRAFO
                     PERFORM  9500-ERROR-STATUS-FICHERO

           END-EVALUATE

           .


      *++++++++++++++++++++++++++++++++++++++++*
      *    COPIA DE LOS MAESTROS VIVOS A LOS   *
      *    MAESTROS DE PROYECCION (COMO LA     *
      *    COPIA BASE DE RECONSTRUYE_MAESTRO)  *
      *++++++++++++++++++++++++++++++++++++++++*
       2100-COPIA-MAESTROS.

           OPEN  INPUT   MAESTRO-TRA
                         MAESTRO-EMP
           OPEN  OUTPUT  PROY-TRA
                         PROY-EMP

           IF  FS-MAESTRO-TRA  NOT =  '00'
           OR  FS-MAESTRO-EMP  NOT =  '00'
           OR  FS-PROY-TRA     NOT =  '00'
           OR  FS-PROY-EMP     NOT =  '00'
               MOVE  'ERROR DE APERTURA'       TO  WS-ERROR-ACCION
               MOVE  WS-2100-COPIA-MAESTROS    TO  WS-ERROR-PARRAFO
               PERFORM  9500-ERROR-STATUS-FICHERO
           END-IF

           SET  NO-FIN-FICHERO  TO  TRUE
           PERFORM  2110-COPIA-TRA
                    UNTIL  SI-FIN-FICHERO

           SET  NO-FIN-FICHERO  TO  TRUE
           PERFORM  2120-COPIA-EMP
                    UNTIL  SI-FIN-FICHERO

           CLOSE  PROY-TRA
                  PROY-EMP

           OPEN  I-O  PROY-TRA
                      PROY-EMP

           IF  FS-PROY-TRA  NOT =  '00'
           OR  FS-PROY-EMP  NOT =  '00'
               MOVE  'ERROR DE APERTURA'       TO  WS-ERROR-ACCION
               MOVE  WS-2100-COPIA-MAESTROS    TO  WS-ERROR-PARRAFO
               PERFORM  9500-ERROR-STATUS-FICHERO
           END-IF

           .


       2110-COPIA-TRA.

           READ  MAESTRO-TRA  NEXT

           EVALUATE  FS-MAESTRO-TRA

               WHEN  '00'
                     MOVE  REG-MAESTRO-TRA  TO  REG-PROY-TRA
                     WRITE  REG-PROY-TRA
                     IF  FS-PROY-TRA  NOT =  '00'
                         MOVE  'ERROR DE ESCRITURA'
                                               TO  WS-ERROR-ACCION
                         MOVE  WS-2100-COPIA-MAESTROS
                                               TO  WS-ERROR-PARRAFO
                         PERFORM  9500-ERROR-STATUS-FICHERO
                     END-IF
                     ADD  1  TO  WS-CONT-COPIADOS-TRA

               WHEN  '10'
                     SET  SI-FIN-FICHERO  TO  TRUE

               WHEN  OTHER
                     MOVE  'ERROR DE LECTURA'      TO  WS-ERROR-ACCION
                     MOVE  WS-2100-COPIA-MAESTROS  TO  WS-ERROR-PARRAFO
                     PERFORM  9500-ERROR-STATUS-FICHERO

           END-EVALUATE

           .


       2120-COPIA-EMP.

           READ  MAESTRO-EMP  NEXT

           EVALUATE  FS-MAESTRO-EMP

               WHEN  '00'
                     MOVE  REG-MAESTRO-EMP  TO  REG-PROY-EMP
                     WRITE  REG-PROY-EMP
                     IF  FS-PROY-EMP  NOT =  '00'
                         MOVE  'ERROR DE ESCRITURA'
                                               TO  WS-ERROR-ACCION
                         MOVE  WS-2100-COPIA-MAESTROS
                                               TO  WS-ERROR-PARRAFO
                         PERFORM  9500-ERROR-STATUS-FICHERO
                     END-IF
                     ADD  1  TO  WS-CONT-COPIADOS-EMP

               WHEN  '10'
                     SET  SI-FIN-FICHERO  TO  TRUE

               WHEN  OTHER
                     MOVE  'ERROR DE LECTURA'      TO  WS-ERROR-ACCION
                     MOVE  WS-2100-COPIA-MAESTROS  TO  WS-ERROR-PARRAFO
                     PERFORM  9500-ERROR-STATUS-FICHERO

           END-EVALUATE

           .


      *++++++++++++++++++++++++++++++++++++++++*
      *    PENDIENTES CON EFECTO HASTA LA      *
      *    FECHA OBJETIVO SOBRE LAS COPIAS, EN *
      *    EL ORDEN DEL ALMACEN (POR FECHA DE  *
      *    EFECTO).  UN MOVIMIENTO INVALIDO O  *
      *    QUE NO CASA CON LA COPIA (CLAVE YA  *
      *    EXISTENTE O INEXISTENTE) SE CUENTA  *
      *    COMO NO APLICABLE                   *
      *++++++++++++++++++++++++++++++++++++++++*
       2200-APLICA-PENDIENTES.

           OPEN  INPUT  PENDIENTES

           EVALUATE  FS-PENDIENTES

               WHEN  '00'
                     SET  NO-FIN-FICHERO  TO  TRUE
                     PERFORM  2210-LEE-PENDIENTE
                              UNTIL  SI-FIN-FICHERO
                     CLOSE  PENDIENTES

      *        SIN ALMACEN NO HAY NADA QUE PROYECTAR: LA PROYECCION
      *        ES LA SITUACION ACTUAL.
               WHEN  '35'
                     CONTINUE

               WHEN  OTHER
                     MOVE  'ERROR DE APERTURA'  TO  WS-ERROR-ACCION
                     MOVE  WS-2200-APLICA-PENDIENTES
                                                TO  WS-ERROR-PARRAFO
                     PERFORM  9500-ERROR-STATUS-FICHERO

           END-EVALUATE

           CLOSE  PROY-TRA
                  PROY-EMP

           .


       2210-LEE-PENDIENTE.

           READ  PENDIENTES  INTO  WS-MOVIMIENTO

           EVALUATE  FS-PENDIENTES

               WHEN  '00'
                     ADD  1  TO  WS-CONT-PEND-LEIDOS
                     PERFORM  2220-TRATA-PENDIENTE

               WHEN  '10'
                     SET  SI-FIN-FICHERO  TO  TRUE

               WHEN  OTHER
                     MOVE  'ERROR DE LECTURA'   TO  WS-ERROR-ACCION
                     MOVE  WS-2200-APLICA-PENDIENTES
                                                TO  WS-ERROR-PARRAFO
                     PERFORM  9500-ERROR-STATUS-FICHERO

           END-EVALUATE

           .


       2220-TRATA-PENDIENTE.

           SET  NO-APLICADO  TO  TRUE

           EVALUATE  TRUE

               WHEN  NOT  SI-EFECTO-INMEDIATO
               AND   WS-MOV-FECHA-EFECTO  IS NOT NUMERIC
                     CONTINUE

               WHEN  NOT  SI-EFECTO-INMEDIATO
               AND   WS-MOV-FECHA-EFECTO  >  WS-FECHA-OBJETIVO
                     ADD  1  TO  WS-CONT-POSTERIORES
                     SET  SI-APLICADO  TO  TRUE

               WHEN  WS-MOV-COD  =  SPACES
               OR    WS-MOV-COD  =  LOW-VALUES
                     CONTINUE

               WHEN  ( SI-MOV-ALTA  OR  SI-MOV-MODIF )
               AND   WS-MOV-IMPORTE  IS NOT NUMERIC
                     CONTINUE

               WHEN  SI-MOV-TRABAJADOR
                     PERFORM  2230-APLICA-TRABAJADOR

               WHEN  SI-MOV-EMPRESA
                     PERFORM  2240-APLICA-EMPRESA

               WHEN  OTHER
                     CONTINUE

           END-EVALUATE

           IF  NO-APLICADO
               ADD  1  TO  WS-CONT-NO-APLICABLES
           END-IF

           .


       2230-APLICA-TRABAJADOR.

           MOVE  WS-MOV-COD  TO  PRO-TRA-COD

           EVALUATE  TRUE

               WHEN  SI-MOV-ALTA
                     MOVE  WS-MOV-NOM        TO  PRO-TRA-NOM
                     MOVE  WS-MOV-IMPORTE-9  TO  PRO-TRA-IMPORTE
                     WRITE  REG-PROY-TRA

               WHEN  SI-MOV-BAJA
                     READ  PROY-TRA
                     IF  FS-PROY-TRA  =  '00'
                         DELETE  PROY-TRA  RECORD
                     END-IF

               WHEN  SI-MOV-MODIF
                     READ  PROY-TRA
                     IF  FS-PROY-TRA  =  '00'
                         MOVE  WS-MOV-NOM        TO  PRO-TRA-NOM
                         MOVE  WS-MOV-IMPORTE-9  TO  PRO-TRA-IMPORTE
                         REWRITE  REG-PROY-TRA
                     END-IF

               WHEN  OTHER
                     MOVE  '23'  TO  FS-PROY-TRA

           END-EVALUATE

           EVALUATE  FS-PROY-TRA

               WHEN  '00'
                     ADD  1  TO  WS-CONT-APLICADOS
                     SET  SI-APLICADO  TO  TRUE

               WHEN  '22'
               WHEN  '23'
                     CONTINUE

               WHEN  OTHER
                     MOVE  'ERROR DE ACTUALIZA'  TO  WS-ERROR-ACCION
                     MOVE  WS-2200-APLICA-PENDIENTES
                                                 TO  WS-ERROR-PARRAFO
                     PERFORM  9500-ERROR-STATUS-FICHERO

           END-EVALUATE

           .


       2240-APLICA-EMPRESA.

           MOVE  WS-MOV-COD  TO  PRO-EMP-COD
           MOVE  WS-MOV-NOM  TO  PRO-EMP-EMP

           EVALUATE  TRUE

               WHEN  SI-MOV-ALTA
                     MOVE  WS-MOV-IMPORTE-9  TO  PRO-EMP-IMPORTE
                     WRITE  REG-PROY-EMP

               WHEN  SI-MOV-BAJA
                     READ  PROY-EMP
                     IF  FS-PROY-EMP  =  '00'
                         DELETE  PROY-EMP  RECORD
                     END-IF

               WHEN  SI-MOV-MODIF
                     READ  PROY-EMP
                     IF  FS-PROY-EMP  =  '00'
                         MOVE  WS-MOV-IMPORTE-9  TO  PRO-EMP-IMPORTE
                         REWRITE  REG-PROY-EMP
                     END-IF

               WHEN  OTHER
                     MOVE  '23'  TO  FS-PROY-EMP

           END-EVALUATE

           EVALUATE  FS-PROY-EMP

               WHEN  '00'
                     ADD  1  TO  WS-CONT-APLICADOS
                     SET  SI-APLICADO  TO  TRUE

               WHEN  '22'
               WHEN  '23'
                     CONTINUE

               WHEN  OTHER
                     MOVE  'ERROR DE ACTUALIZA'  TO  WS-ERROR-ACCION
                     MOVE  WS-2200-APLICA-PENDIENTES
                                                 TO  WS-ERROR-PARRAFO
                     PERFORM  9500-ERROR-STATUS-FICHERO

           END-EVALUATE

           .


      *++++++++++++++++++++++++++++++++++++++++*
      *    CRUCE 1N DE LOS MAESTROS PROYECTA-  *
      *    DOS POR CODIGO (MISMA LOGICA QUE    *
      *    CRUCE_1N: CADA EMPRESA DEL CODIGO   *
      *    CRUZA CON SU TRABAJADOR E IMPORTA   *
      *    EL IMPORTE DE LA EMPRESA).  CADA    *
      *    PAREJA VA AL SORT POR EMPRESA       *
      *++++++++++++++++++++++++++++++++++++++++*
       2300-CRUCE-PROYECTADO.

           OPEN  INPUT  PROY-TRA
                        PROY-EMP

           IF  FS-PROY-TRA  NOT =  '00'
           OR  FS-PROY-EMP  NOT =  '00'
               MOVE  'ERROR DE APERTURA'         TO  WS-ERROR-ACCION
               MOVE  WS-2300-CRUCE-PROYECTADO    TO  WS-ERROR-PARRAFO
               PERFORM  9500-ERROR-STATUS-FICHERO
           END-IF

           SET  NO-FIN-PROY-TRA  TO  TRUE
           SET  NO-FIN-PROY-EMP  TO  TRUE
           SET  NO-TRA-CRUZADO   TO  TRUE

           PERFORM  2310-LEE-PROY-TRA
           PERFORM  2320-LEE-PROY-EMP

           PERFORM  2350-PASO-CRUCE
                    UNTIL  SI-FIN-PROY-TRA
                    AND    SI-FIN-PROY-EMP

           CLOSE  PROY-TRA
                  PROY-EMP

           .


       2310-LEE-PROY-TRA.

           READ  PROY-TRA  NEXT  INTO  WS-PROY-TRA

           EVALUATE  FS-PROY-TRA

               WHEN  '00'
                     CONTINUE

               WHEN  '10'
                     SET   SI-FIN-PROY-TRA  TO  TRUE
                     MOVE  HIGH-VALUES      TO  WS-PT-COD

               WHEN  OTHER
                     MOVE  'ERROR DE LECTURA'       TO  WS-ERROR-ACCION
                     MOVE  WS-2300-CRUCE-PROYECTADO
                                                TO  WS-ERROR-PARRAFO
                     PERFORM  9500-ERROR-STATUS-FICHERO

           END-EVALUATE

           .


       2320-LEE-PROY-EMP.

           READ  PROY-EMP  NEXT  INTO  WS-PROY-EMP

           EVALUATE  FS-PROY-EMP

               WHEN  '00'
                     CONTINUE

               WHEN  '10'
                     SET   SI-FIN-PROY-EMP  TO  TRUE
                     MOVE  HIGH-VALUES      TO  WS-PE-COD

               WHEN  OTHER
                     MOVE  'ERROR DE LECTURA'       TO  WS-ERROR-ACCION
                     MOVE  WS-2300-CRUCE-PROYECTADO
                                                TO  WS-ERROR-PARRAFO
                     PERFORM  9500-ERROR-STATUS-FICHERO

           END-EVALUATE

           .


       2350-PASO-CRUCE.

           EVALUATE  TRUE

               WHEN  WS-PT-COD  =  WS-PE-COD
                     ADD   1              TO  WS-CONT-CRUCES
                     MOVE  WS-PE-EMP      TO  SD-EMPRESA
                     MOVE  WS-PE-IMPORTE  TO  SD-IMPORTE
                     RELEASE  SD-REG
                     SET   SI-TRA-CRUZADO  TO  TRUE
                     PERFORM  2320-LEE-PROY-EMP

               WHEN  WS-PT-COD  <  WS-PE-COD
                     IF  NO-TRA-CRUZADO
                         PERFORM  2400-TRABAJADOR-SIN-EMPRESA
                     END-IF
                     SET   NO-TRA-CRUZADO  TO  TRUE
                     PERFORM  2310-LEE-PROY-TRA

               WHEN  OTHER
                     ADD   1  TO  WS-CONT-EMP-SIN-TRA
                     PERFORM  2320-LEE-PROY-EMP

           END-EVALUATE

           .


      *++++++++++++++++++++++++++++++++++++++++*
      *    TRABAJADOR PROYECTADO SIN EMPRESA:  *
      *    ES UN HUERFANO NUEVO SI HOY NO      *
      *    EXISTE (SU ALTA LLEGA SIN EMPRESA)  *
      *    O SI HOY SU CODIGO TIENE EMPRESA    *
      *    (LA PIERDE); SI YA LO ES HOY SOLO   *
      *    SE CUENTA (LO LISTA INTEGRIDAD_     *
      *    MAESTROS)                           *
      *++++++++++++++++++++++++++++++++++++++++*
       2400-TRABAJADOR-SIN-EMPRESA.

           MOVE  SPACES  TO  WS-LHU-MOTIVO

           MOVE  WS-PT-COD  TO  MAE-TRA-COD

           READ  MAESTRO-TRA

           EVALUATE  FS-MAESTRO-TRA

               WHEN  '00'
                     PERFORM  2410-EMPRESA-HOY
                     IF  SI-EMPRESA-HOY
                         MOVE  WS-TXT-PIERDE-EMPRESA  TO  WS-LHU-MOTIVO
                     ELSE
                         ADD  1  TO  WS-CONT-YA-HUERFANOS
                     END-IF

               WHEN  '23'
                     MOVE  WS-TXT-ALTA-SIN-EMPRESA  TO  WS-LHU-MOTIVO

               WHEN  OTHER
                     MOVE  'ERROR DE LECTURA'       TO  WS-ERROR-ACCION
                     MOVE  WS-2400-SIN-EMPRESA      TO  WS-ERROR-PARRAFO
                     PERFORM  9500-ERROR-STATUS-FICHERO

           END-EVALUATE

           IF  WS-LHU-MOTIVO  NOT =  SPACES
               ADD   1              TO  WS-CONT-HUERFANOS
               MOVE  WS-PT-COD      TO  WS-LHU-COD
               MOVE  WS-PT-NOM      TO  WS-LHU-NOM
               MOVE  WS-PT-IMPORTE  TO  WS-LHU-IMPORTE
               WRITE  REG-HUERFANO  FROM  WS-LIN-HUERFANO
               IF  FS-HUERFANOS  NOT =  '00'
                   MOVE  'ERROR DE ESCRITURA'     TO  WS-ERROR-ACCION
                   MOVE  WS-2400-SIN-EMPRESA      TO  WS-ERROR-PARRAFO
                   PERFORM  9500-ERROR-STATUS-FICHERO
               END-IF
           END-IF

           .


      *    PRIMERA EMPRESA DEL CODIGO EN EL MAESTRO VIVO (MISMO
      *    RECORRIDO DE GRUPO QUE MANT_MAESTROS)
       2410-EMPRESA-HOY.

           SET   NO-EMPRESA-HOY  TO  TRUE

           MOVE  WS-PT-COD       TO  MAE-EMP-COD
           MOVE  LOW-VALUES      TO  MAE-EMP-EMP

           START  MAESTRO-EMP
                  KEY  IS NOT LESS THAN  MAE-EMP-CLAVE

           EVALUATE  FS-MAESTRO-EMP
               WHEN  '00'
                     READ  MAESTRO-EMP  NEXT
                     IF  FS-MAESTRO-EMP  =  '00'
                     AND MAE-EMP-COD  =  WS-PT-COD
                         SET  SI-EMPRESA-HOY  TO  TRUE
                     END-IF
                     IF  FS-MAESTRO-EMP  NOT =  '00'
                     AND FS-MAESTRO-EMP  NOT =  '10'
                         MOVE  'ERROR DE LECTURA'   TO  WS-ERROR-ACCION
                         MOVE  WS-2400-SIN-EMPRESA  TO  WS-ERROR-PARRAFO
                         PERFORM  9500-ERROR-STATUS-FICHERO
                     END-IF
               WHEN  '23'
                     CONTINUE
               WHEN  OTHER
                     MOVE  'ERROR DE LECTURA'   TO  WS-ERROR-ACCION
                     MOVE  WS-2400-SIN-EMPRESA  TO  WS-ERROR-PARRAFO
                     PERFORM  9500-ERROR-STATUS-FICHERO
           END-EVALUATE

           .


      *++++++++++++++++++++++++++++++++++++++++*
      *    ROTURA DE CONTROL POR EMPRESA SOBRE *
      *    LAS PAREJAS PROYECTADAS             *
      *++++++++++++++++++++++++++++++++++++++++*
       2500-RECOGE-EMPRESAS.

           PERFORM  9100-SALTO-DE-PAGINA

           PERFORM  3100-CABECERA-INFORME

           SET  NO-SORT-FIN  TO  TRUE

           PERFORM  2550-RETORNA-EMPRESA
                    UNTIL  SI-SORT-FIN

           IF  WS-ROT-EMPRESA  NOT =  SPACES
               PERFORM  2600-CIERRA-EMPRESA
           END-IF

      *    LO QUE QUEDA DE LA ULTIMA FACTURACION SON EMPRESAS SIN
      *    NINGUN CRUCE PROYECTADO.
           PERFORM  2670-EMPRESA-SIN-CRUCES
                    UNTIL  SI-FIN-ANTERIOR

           .


       2550-RETORNA-EMPRESA.

           RETURN  SORT-TRABAJO  INTO  WS-SORT-SALIDA
               AT  END
                   SET  SI-SORT-FIN  TO  TRUE
               NOT  AT  END
                   IF  WS-SAL-EMPRESA  NOT =  WS-ROT-EMPRESA
                       IF  WS-ROT-EMPRESA  NOT =  SPACES
                           PERFORM  2600-CIERRA-EMPRESA
                       END-IF
                       MOVE  WS-SAL-EMPRESA  TO  WS-ROT-EMPRESA
                       MOVE  ZEROES          TO  WS-ROT-CRUCES
                                                 WS-ROT-IMPORTE
                   END-IF
                   ADD  1               TO  WS-ROT-CRUCES
                   ADD  WS-SAL-IMPORTE  TO  WS-ROT-IMPORTE
           END-RETURN

           .


      *++++++++++++++++++++++++++++++++++++++++*
      *    CIERRE DE UNA EMPRESA: CRUCES DEL   *
      *    MES, TARIFA, CALCULO Y COMPARACION  *
      *    CON LA ULTIMA FACTURACION           *
      *++++++++++++++++++++++++++++++++++++++++*
       2600-CIERRA-EMPRESA.

      *    LAS EMPRESAS SALTADAS DE LA ULTIMA FACTURACION SE IMPRIMEN
      *    ANTES DE CARGAR LA LINEA PROYECTADA DE ESTA ROTURA
           PERFORM  2650-EMPAREJA-ANTERIOR

           ADD  1  TO  WS-CONT-EMPRESAS

           COMPUTE  WS-CAL-CRUCES-MES   =  WS-ROT-CRUCES  *  WS-DIAS-MES
           COMPUTE  WS-CAL-IMPORTE-MES  =  WS-ROT-IMPORTE *  WS-DIAS-MES

           PERFORM  2610-RESUELVE-TARIFA

           PERFORM  2620-CALCULA-FACTURA

           MOVE  WS-ROT-EMPRESA      TO  WS-PRY-EMPRESA
           MOVE  WS-ROT-CRUCES       TO  WS-PRY-PLANTILLA
           MOVE  WS-CAL-CRUCES-MES   TO  WS-PRY-CRUCES
           MOVE  WS-CAL-IMPORTE-MES  TO  WS-PRY-IMPORTE
           MOVE  WS-CAL-NETO         TO  WS-PRY-NETO

           PERFORM  2700-IMPRIME-EMPRESA

           .


       2610-RESUELVE-TARIFA.

           SET  NO-TARIFA-HALLADA  TO  TRUE

           IF  WS-TAB-TAR-CUENTA  >  0
               SET  WS-TAB-TAR-IDX  TO  1
               SEARCH  WS-TAB-TAR-ENTRADA
                   AT END
                       CONTINUE
                   WHEN  WS-TAB-TAR-EMPRESA (WS-TAB-TAR-IDX)
                             =  WS-ROT-EMPRESA
                       SET  SI-TARIFA-HALLADA  TO  TRUE
               END-SEARCH
           END-IF

           IF  SI-TARIFA-HALLADA
               MOVE  WS-TAB-TAR-TARIFA (WS-TAB-TAR-IDX)
                                       TO  WS-ACT-TARIFA
               MOVE  WS-TAB-TAR-MINIMO (WS-TAB-TAR-IDX)
                                       TO  WS-ACT-MINIMO
               MOVE  WS-TAB-TAR-UMBRAL (WS-TAB-TAR-IDX)
                                       TO  WS-ACT-UMBRAL
               MOVE  WS-TAB-TAR-PCT (WS-TAB-TAR-IDX)
                                       TO  WS-ACT-PCT
           ELSE
               MOVE  WS-OMI-TARIFA     TO  WS-ACT-TARIFA
               MOVE  WS-OMI-MINIMO     TO  WS-ACT-MINIMO
               MOVE  WS-OMI-UMBRAL     TO  WS-ACT-UMBRAL
               MOVE  WS-OMI-PCT        TO  WS-ACT-PCT
               IF  WS-OMI-PRESENTE  NOT =  'S'
                   ADD  1  TO  WS-CONT-SIN-TARIFA
               END-IF
           END-IF

           .


       2620-CALCULA-FACTURA.

           COMPUTE  WS-CAL-BRUTO  =
                    WS-CAL-CRUCES-MES  *  WS-ACT-TARIFA

           IF  WS-ACT-UMBRAL  >  0
           AND WS-CAL-CRUCES-MES  NOT <  WS-ACT-UMBRAL
               COMPUTE  WS-CAL-DESCUENTO  ROUNDED  =
                        ( WS-CAL-BRUTO  *  WS-ACT-PCT )  /  100
           ELSE
               MOVE  ZEROES  TO  WS-CAL-DESCUENTO
           END-IF

           COMPUTE  WS-CAL-NETO  =
                    WS-CAL-BRUTO  -  WS-CAL-DESCUENTO

           IF  WS-CAL-NETO  <  WS-ACT-MINIMO
               MOVE  WS-ACT-MINIMO  TO  WS-CAL-NETO
           END-IF

           .


      *++++++++++++++++++++++++++++++++++++++++*
      *    EMPAREJAMIENTO SECUENCIAL CON LA    *
      *    ULTIMA FACTURACION (AMBOS VIENEN    *
      *    ORDENADOS POR EMPRESA); LAS LINEAS  *
      *    QUE SE SALTAN SON EMPRESAS SIN      *
      *    CRUCES PROYECTADOS                  *
      *++++++++++++++++++++++++++++++++++++++++*
       2650-EMPAREJA-ANTERIOR.

           PERFORM  2660-AVANZA-ANTERIOR
               UNTIL  SI-FIN-ANTERIOR
               OR     WS-ANT-EMPRESA  NOT <  WS-ROT-EMPRESA

           MOVE  ZEROES  TO  WS-PRY-NETO-FACT

           IF  NOT  SI-FIN-ANTERIOR
           AND WS-ANT-EMPRESA  =  WS-ROT-EMPRESA
               IF  WS-ANT-NETO  IS NUMERIC
                   MOVE  WS-ANT-NETO  TO  WS-PRY-NETO-FACT
               END-IF
               PERFORM  2690-LEE-ANTERIOR
           END-IF

           .


       2660-AVANZA-ANTERIOR.

           IF  WS-ANT-EMPRESA  <  WS-ROT-EMPRESA
               PERFORM  2670-EMPRESA-SIN-CRUCES
           END-IF

           .


      *    EMPRESA FACTURADA LA ULTIMA VEZ Y SIN CRUCES PROYECTADOS:
      *    SE IMPRIME CON LO PROYECTADO A CERO.  SE LLAMA ANTES DE
      *    CARGAR LA ROTURA EN CURSO EN WS-PROYECTADA (VER 2600).
       2670-EMPRESA-SIN-CRUCES.

           INITIALIZE  WS-PROYECTADA

           MOVE  WS-ANT-EMPRESA  TO  WS-PRY-EMPRESA

           IF  WS-ANT-NETO  IS NUMERIC
               MOVE  WS-ANT-NETO  TO  WS-PRY-NETO-FACT
           END-IF

           PERFORM  2700-IMPRIME-EMPRESA

           PERFORM  2690-LEE-ANTERIOR

           .


       2690-LEE-ANTERIOR.

           READ  FACT-ULTIMA  INTO  WS-ANT-LINEA

           EVALUATE  FS-FACT-ULTIMA

               WHEN  '00'
                     CONTINUE

               WHEN  '10'
                     MOVE  HIGH-VALUES  TO  WS-ANT-EMPRESA
                     SET   SI-FIN-ANTERIOR  TO  TRUE

               WHEN  OTHER
                     MOVE  'ERROR DE LECTURA'    TO  WS-ERROR-ACCION
                     MOVE  WS-2690-LEE-ANTERIOR  TO  WS-ERROR-PARRAFO
                     PERFORM  9500-ERROR-STATUS-FICHERO

           END-EVALUATE

           .


      *++++++++++++++++++++++++++++++++++++++++*
      *    LINEA DE EMPRESA: VARIACION SOBRE   *
      *    LA ULTIMA FACTURACION Y AVISO SI LA *
      *    EMPRESA ES NUEVA, SE QUEDA SIN      *
      *    CRUCES O VARIA MAS DEL UMBRAL       *
      *++++++++++++++++++++++++++++++++++++++++*
       2700-IMPRIME-EMPRESA.

           COMPUTE  WS-PRY-VARIACION  =
                    WS-PRY-NETO  -  WS-PRY-NETO-FACT

           MOVE  ZEROES  TO  WS-PRY-PCT
           MOVE  SPACES  TO  WS-PRY-AVISO

           EVALUATE  TRUE

               WHEN  WS-PRY-NETO-FACT  =  ZEROES
                     IF  WS-PRY-NETO  >  ZEROES
                         MOVE  'NUEVA'       TO  WS-PRY-AVISO
                     END-IF

               WHEN  WS-PRY-PLANTILLA  =  ZEROES
                     MOVE  -100              TO  WS-PRY-PCT
                     MOVE  'SIN CRUCES'      TO  WS-PRY-AVISO

               WHEN  OTHER
                     COMPUTE  WS-PRY-PCT  ROUNDED  =
                              WS-PRY-VARIACION  *  100
                                                /  WS-PRY-NETO-FACT
                         ON SIZE ERROR
                              MOVE  99999,9  TO  WS-PRY-PCT
                     END-COMPUTE
                     IF  WS-PRY-PCT  >  WS-UMBRAL-AVISO
                     OR  WS-PRY-PCT  <  0  -  WS-UMBRAL-AVISO
                         MOVE  'VARIACION'   TO  WS-PRY-AVISO
                     END-IF

           END-EVALUATE

           IF  WS-PRY-AVISO  NOT =  SPACES
               ADD  1  TO  WS-CONT-AVISOS
           END-IF

           ADD  WS-PRY-PLANTILLA  TO  WS-TOT-PLANTILLA
           ADD  WS-PRY-NETO       TO  WS-TOT-NETO
           ADD  WS-PRY-NETO-FACT  TO  WS-TOT-NETO-FACT
           ADD  WS-PRY-VARIACION  TO  WS-TOT-VARIACION

           MOVE  WS-PRY-EMPRESA    TO  WS-LEM-EMPRESA
           MOVE  WS-PRY-PLANTILLA  TO  WS-LEM-PLANTILLA
           MOVE  WS-PRY-CRUCES     TO  WS-LEM-CRUCES
           MOVE  WS-PRY-IMPORTE    TO  WS-LEM-IMPORTE
           MOVE  WS-PRY-NETO       TO  WS-LEM-NETO
           MOVE  WS-PRY-NETO-FACT  TO  WS-LEM-NETO-FACT
           MOVE  WS-PRY-VARIACION  TO  WS-LEM-VARIACION
           MOVE  WS-PRY-PCT        TO  WS-LEM-PCT
           MOVE  WS-PRY-AVISO      TO  WS-LEM-AVISO

           MOVE  WS-LIN-EMPRESA    TO  WS-LINEA-EDITADA
           PERFORM  9200-GRABA-LINEA

           .


       3000-FIN.

           MOVE  WS-TOT-PLANTILLA    TO  WS-LTO-PLANTILLA
           MOVE  WS-TOT-NETO         TO  WS-LTO-NETO
           MOVE  WS-TOT-NETO-FACT    TO  WS-LTO-NETO-FACT
           MOVE  WS-TOT-VARIACION    TO  WS-LTO-VARIACION
           MOVE  WS-LIN-SEPARADOR    TO  WS-LINEA-EDITADA
           PERFORM  9200-GRABA-LINEA
           MOVE  WS-LIN-TOTAL        TO  WS-LINEA-EDITADA
           PERFORM  9200-GRABA-LINEA

           MOVE  'EMPRESAS CON AVISO'       TO  WS-LCU-TEXTO
           MOVE  WS-CONT-AVISOS             TO  WS-LCU-CUENTA
           MOVE  WS-LIN-CUENTA              TO  WS-LINEA-EDITADA
           PERFORM  9200-GRABA-LINEA

           PERFORM  3200-LISTA-HUERFANOS

           PERFORM  9999-MUESTRA-ESTADISTICAS

           PERFORM  5000-CIERRA-FICHEROS

      *    CODIGO DE RETORNO 4: HAY CLIENTES A LOS QUE AVISAR.
           IF  WS-CONT-AVISOS  >  0
           OR  WS-CONT-HUERFANOS  >  0
               MOVE  4  TO  RETURN-CODE
           END-IF

           STOP RUN

           .


       3100-CABECERA-INFORME.

           MOVE  WS-MES-OBJETIVO       TO  WS-LPA-MES
           MOVE  WS-DIAS-MES           TO  WS-LPA-DIAS
           MOVE  WS-UMBRAL-AVISO       TO  WS-LPA-UMBRAL

           MOVE  SPACES                TO  WS-LPA-ULTIMA

           IF  SI-HAY-ANTERIOR
               STRING  'MES '          DELIMITED BY SIZE
                       WS-MES-ULTIMA   DELIMITED BY SIZE
                       INTO  WS-LPA-ULTIMA
           ELSE
               MOVE  'NO HAY'          TO  WS-LPA-ULTIMA
           END-IF

           MOVE  WS-LIN-PARAMETROS     TO  WS-LINEA-EDITADA
           PERFORM  9200-GRABA-LINEA

           MOVE  WS-CONT-APLICADOS     TO  WS-LMO-APLICADOS
           MOVE  WS-CONT-NO-APLICABLES TO  WS-LMO-NO-APLICABLES
           MOVE  WS-CONT-POSTERIORES   TO  WS-LMO-POSTERIORES
           MOVE  WS-LIN-MOVIMIENTOS    TO  WS-LINEA-EDITADA
           PERFORM  9200-GRABA-LINEA

      *    SIN DIAS DEL MES NI EN EL CALENDARIO NI EN LA LINEA DE
      *    MANDATOS SE PROYECTA UNA SOLA NOCHE, Y SE DICE.
           IF  WS-DIAS-MES  =  ZEROES
               MOVE  1  TO  WS-DIAS-MES
               MOVE  WS-LIN-AVISO-CALENDARIO  TO  WS-LINEA-EDITADA
               PERFORM  9200-GRABA-LINEA
           END-IF

           MOVE  WS-LIN-BLANCO         TO  WS-LINEA-EDITADA
           PERFORM  9200-GRABA-LINEA

           MOVE  WS-LIN-CAB-EMPRESAS   TO  WS-LINEA-EDITADA
           PERFORM  9200-GRABA-LINEA

           MOVE  WS-LIN-SEPARADOR      TO  WS-LINEA-EDITADA
           PERFORM  9200-GRABA-LINEA

           .


      *++++++++++++++++++++++++++++++++++++++++*
      *    HUERFANOS: SE VUELCAN AL INFORME    *
      *    DESDE EL FICHERO DE TRABAJO         *
      *++++++++++++++++++++++++++++++++++++++++*
       3200-LISTA-HUERFANOS.

           CLOSE  HUERFANOS

           MOVE  WS-LIN-BLANCO         TO  WS-LINEA-EDITADA
           PERFORM  9200-GRABA-LINEA

           MOVE  'TRABAJADORES QUE QUEDARAN SIN EMPRESA'
                                       TO  WS-LTS-TEXTO
           MOVE  WS-LIN-TITULO-SECCION TO  WS-LINEA-EDITADA
           PERFORM  9200-GRABA-LINEA

           MOVE  WS-LIN-CAB-HUERFANOS  TO  WS-LINEA-EDITADA
           PERFORM  9200-GRABA-LINEA

           MOVE  WS-LIN-SEPARADOR      TO  WS-LINEA-EDITADA
           PERFORM  9200-GRABA-LINEA

           OPEN  INPUT  HUERFANOS

           IF  FS-HUERFANOS  NOT =  '00'
               MOVE  'ERROR DE APERTURA'        TO  WS-ERROR-ACCION
               MOVE  WS-3200-LISTA-HUERFANOS    TO  WS-ERROR-PARRAFO
               PERFORM  9500-ERROR-STATUS-FICHERO
           END-IF

           SET  NO-FIN-FICHERO  TO  TRUE

           PERFORM  3210-LEE-HUERFANO
                    UNTIL  SI-FIN-FICHERO

           MOVE  'HUERFANOS NUEVOS'         TO  WS-LCU-TEXTO
           MOVE  WS-CONT-HUERFANOS          TO  WS-LCU-CUENTA
           MOVE  WS-LIN-CUENTA              TO  WS-LINEA-EDITADA
           PERFORM  9200-GRABA-LINEA

           MOVE  'YA SIN EMPRESA HOY (NO LISTADOS)'
                                            TO  WS-LCU-TEXTO
           MOVE  WS-CONT-YA-HUERFANOS       TO  WS-LCU-CUENTA
           MOVE  WS-LIN-CUENTA              TO  WS-LINEA-EDITADA
           PERFORM  9200-GRABA-LINEA

           .


       3210-LEE-HUERFANO.

           READ  HUERFANOS  INTO  WS-LINEA-EDITADA

           EVALUATE  FS-HUERFANOS

               WHEN  '00'
                     PERFORM  9200-GRABA-LINEA

               WHEN  '10'
                     SET  SI-FIN-FICHERO  TO  TRUE

               WHEN  OTHER
                     MOVE  'ERROR DE LECTURA'       TO  WS-ERROR-ACCION
                     MOVE  WS-3200-LISTA-HUERFANOS
                                                TO  WS-ERROR-PARRAFO
                     PERFORM  9500-ERROR-STATUS-FICHERO

           END-EVALUATE

           .


       5000-CIERRA-FICHEROS.

           CLOSE  MAESTRO-TRA
                  MAESTRO-EMP
                  INFORME
                  HUERFANOS

           IF  SI-HAY-ANTERIOR
               CLOSE  FACT-ULTIMA
           END-IF

           .


      *++++++++++++++++++++++++++++++++++++++++*
      *    PAGINACION                          *
      *++++++++++++++++++++++++++++++++++++++++*
       9100-SALTO-DE-PAGINA.

           ADD   1           TO  WS-PAGINA
           MOVE  WS-PAGINA   TO  WS-CAB-PAGINA

           WRITE  REG-INFORME  FROM  WS-LIN-CABECERA1
           IF  FS-INFORME  NOT =  '00'
               MOVE  WS-9200-GRABA-LINEA     TO  WS-ERROR-PARRAFO
               MOVE  'ERROR DE ESCRITURA'    TO  WS-ERROR-ACCION
               PERFORM  9500-ERROR-STATUS-FICHERO
           END-IF

           WRITE  REG-INFORME  FROM  WS-LIN-SEPARADOR
           IF  FS-INFORME  NOT =  '00'
               MOVE  WS-9200-GRABA-LINEA     TO  WS-ERROR-PARRAFO
               MOVE  'ERROR DE ESCRITURA'    TO  WS-ERROR-ACCION
               PERFORM  9500-ERROR-STATUS-FICHERO
           END-IF

           MOVE  2  TO  WS-LINEAS-PAGINA

           .


       9200-GRABA-LINEA.

           IF  WS-LINEAS-PAGINA  NOT <  WS-LINEAS-MAXIMO
               PERFORM  9100-SALTO-DE-PAGINA
           END-IF

           WRITE  REG-INFORME  FROM  WS-LINEA-EDITADA

           EVALUATE  FS-INFORME

               WHEN  '00'
                     ADD  1  TO  WS-LINEAS-PAGINA
               WHEN  OTHER
                     MOVE  WS-9200-GRABA-LINEA     TO  WS-ERROR-PARRAFO
                     MOVE  'ERROR DE ESCRITURA'    TO  WS-ERROR-ACCION
                     PERFORM  9500-ERROR-STATUS-FICHERO

           END-EVALUATE

           .


       9500-ERROR-STATUS-FICHERO.

           IF  FS-MAESTRO-TRA  NOT EQUAL TO '00' AND
               FS-MAESTRO-TRA  NOT EQUAL TO '10' AND
               FS-MAESTRO-TRA  NOT EQUAL TO '23' AND
               FS-MAESTRO-TRA  NOT EQUAL TO SPACES AND
               FS-MAESTRO-TRA  NOT EQUAL TO LOW-VALUES

               MOVE  'MAESTRO-TRA    '     TO  WS-ERROR-FICHERO
               MOVE  FS-MAESTRO-TRA        TO  WS-ERROR-FS
               PERFORM  9900-ERROR-ABORTAR

           END-IF


           IF  FS-MAESTRO-EMP  NOT EQUAL TO '00' AND
               FS-MAESTRO-EMP  NOT EQUAL TO '10' AND
               FS-MAESTRO-EMP  NOT EQUAL TO '23' AND
               FS-MAESTRO-EMP  NOT EQUAL TO SPACES AND
               FS-MAESTRO-EMP  NOT EQUAL TO LOW-VALUES

               MOVE  'MAESTRO-EMP    '     TO  WS-ERROR-FICHERO
               MOVE  FS-MAESTRO-EMP        TO  WS-ERROR-FS
               PERFORM  9900-ERROR-ABORTAR

           END-IF


           IF  FS-PROY-TRA  NOT EQUAL TO '00' AND
               FS-PROY-TRA  NOT EQUAL TO '10' AND
               FS-PROY-TRA  NOT EQUAL TO '22' AND
               FS-PROY-TRA  NOT EQUAL TO '23' AND
               FS-PROY-TRA  NOT EQUAL TO SPACES AND
               FS-PROY-TRA  NOT EQUAL TO LOW-VALUES

               MOVE  'PROY-TRA       '     TO  WS-ERROR-FICHERO
               MOVE  FS-PROY-TRA           TO  WS-ERROR-FS
               PERFORM  9900-ERROR-ABORTAR

           END-IF


           IF  FS-PROY-EMP  NOT EQUAL TO '00' AND
               FS-PROY-EMP  NOT EQUAL TO '10' AND
               FS-PROY-EMP  NOT EQUAL TO '22' AND
               FS-PROY-EMP  NOT EQUAL TO '23' AND
               FS-PROY-EMP  NOT EQUAL TO SPACES AND
               FS-PROY-EMP  NOT EQUAL TO LOW-VALUES

               MOVE  'PROY-EMP       '     TO  WS-ERROR-FICHERO
               MOVE  FS-PROY-EMP           TO  WS-ERROR-FS
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


           IF  FS-CALENDARIO  NOT EQUAL TO '00' AND
               FS-CALENDARIO  NOT EQUAL TO '10' AND
               FS-CALENDARIO  NOT EQUAL TO '35' AND
               FS-CALENDARIO  NOT EQUAL TO SPACES AND
               FS-CALENDARIO  NOT EQUAL TO LOW-VALUES

               MOVE  'CALENDARIO     '     TO  WS-ERROR-FICHERO
               MOVE  FS-CALENDARIO         TO  WS-ERROR-FS
               PERFORM  9900-ERROR-ABORTAR

           END-IF


           IF  FS-TARIFAS  NOT EQUAL TO '00' AND
               FS-TARIFAS  NOT EQUAL TO '10' AND
               FS-TARIFAS  NOT EQUAL TO SPACES AND
               FS-TARIFAS  NOT EQUAL TO LOW-VALUES

               MOVE  'TARIFAS        '     TO  WS-ERROR-FICHERO
               MOVE  FS-TARIFAS            TO  WS-ERROR-FS
               PERFORM  9900-ERROR-ABORTAR

           END-IF


           IF  FS-FACT-ULTIMA  NOT EQUAL TO '00' AND
               FS-FACT-ULTIMA  NOT EQUAL TO '10' AND
               FS-FACT-ULTIMA  NOT EQUAL TO '35' AND
               FS-FACT-ULTIMA  NOT EQUAL TO SPACES AND
               FS-FACT-ULTIMA  NOT EQUAL TO LOW-VALUES

               MOVE  'FACT-ULTIMA    '     TO  WS-ERROR-FICHERO
               MOVE  FS-FACT-ULTIMA        TO  WS-ERROR-FS
               PERFORM  9900-ERROR-ABORTAR

           END-IF


           IF  FS-INFORME  NOT EQUAL TO '00' AND
               FS-INFORME  NOT EQUAL TO '10' AND
               FS-INFORME  NOT EQUAL TO SPACES AND
               FS-INFORME  NOT EQUAL TO LOW-VALUES

               MOVE  'INFORME        '     TO  WS-ERROR-FICHERO
               MOVE  FS-INFORME            TO  WS-ERROR-FS
               PERFORM  9900-ERROR-ABORTAR

           END-IF


           IF  FS-HUERFANOS  NOT EQUAL TO '00' AND
               FS-HUERFANOS  NOT EQUAL TO '10' AND
               FS-HUERFANOS  NOT EQUAL TO SPACES AND
               FS-HUERFANOS  NOT EQUAL TO LOW-VALUES

               MOVE  'HUERFANOS      '     TO  WS-ERROR-FICHERO
               MOVE  FS-HUERFANOS          TO  WS-ERROR-FS
               PERFORM  9900-ERROR-ABORTAR

           END-IF


           .


       9900-ERROR-ABORTAR.

           DISPLAY  '============================='
           DISPLAY  'ERROR EN PROG. PROYECCION_CRUCES.'
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
           DISPLAY  'FECHA OBJETIVO:              '
                     WS-FECHA-OBJETIVO
           DISPLAY  'TRABAJADORES COPIADOS:       '
                     WS-CONT-COPIADOS-TRA
           DISPLAY  'EMPRESAS COPIADAS:           '
                     WS-CONT-COPIADOS-EMP
           DISPLAY  'PENDIENTES LEIDOS:           '
                     WS-CONT-PEND-LEIDOS
           DISPLAY  'PENDIENTES APLICADOS:        '
                     WS-CONT-APLICADOS
           DISPLAY  'PENDIENTES NO APLICABLES:    '
                     WS-CONT-NO-APLICABLES
           DISPLAY  'PENDIENTES POSTERIORES:      '
                     WS-CONT-POSTERIORES
           DISPLAY  'CRUCES PROYECTADOS:          '
                     WS-CONT-CRUCES
           DISPLAY  'EMPRESAS SIN TRABAJADOR:     '
                     WS-CONT-EMP-SIN-TRA
           DISPLAY  'EMPRESAS PROYECTADAS:        '
                     WS-CONT-EMPRESAS
           DISPLAY  'EMPRESAS CON AVISO:          '
                     WS-CONT-AVISOS
           DISPLAY  'EMPRESAS SIN TARIFA:         '
                     WS-CONT-SIN-TARIFA
           DISPLAY  'HUERFANOS NUEVOS:            '
                     WS-CONT-HUERFANOS
           DISPLAY  '============================='

           .

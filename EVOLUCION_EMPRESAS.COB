      *----------------------------------------------------------------*
      *    OBJETIVO:  Este programa compara la evolucion de cada       *
      *    empresa en los doce meses que terminan en el mes pedido,    *
      *    leyendo cada mes de su generacion de archivo                *
      *    cruce-historico-AAAAMM.txt (recortada por                   *
      *    ARCHIVA_HISTORICO) si existe y, si no, de las filas del     *
      *    mes en el fichero vivo cruce-historico.txt, igual que       *
      *    RESUMEN_MENSUAL.  Se lee ademas el mes anterior al primero  *
      *    para poder dar su variacion.                                *
      *    Por empresa y mes da: trabajadores distintos cruzados e     *
      *    importe total, su variacion contra el mes anterior (el      *
      *    importe tambien en porcentaje) y los trabajadores nuevos    *
      *    y perdidos respecto al mes anterior.  Una seccion final     *
      *    ordena las empresas por la mayor oscilacion mensual de      *
      *    plantilla y de importe (las diez primeras de cada una).     *
      *    Un mes sin generacion de archivo ni filas en el fichero     *
      *    vivo se marca como GENERACION AUSENTE y no se compara, ni   *
      *    el ni el mes siguiente, para que un hueco no se lea como    *
      *    un hundimiento.                                             *
      *    La totalizacion se hace por ordenacion (empresa +           *
      *    trabajador + mes) y rotura de control, sin techo al         *
      *    numero de empresas ni de trabajadores.                      *
      *    PARAMETRO:  ultimo mes AAAAMM en la linea de mandatos; sin  *
      *    el se toma el mes de la fecha del sistema.                  *
      *    CODIGO DE RETORNO 4 si falta algun mes del periodo.         *
      *----------------------------------------------------------------*


      *================================================================*
       IDENTIFICATION DIVISION.
      *================================================================*
       PROGRAM-ID. EVOLUCION_EMPRESAS.

      *================================================================*
       ENVIRONMENT DIVISION.
      *================================================================*
       CONFIGURATION SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT  HIST-VIVO  ASSIGN TO 'cruce-historico.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-HIST-VIVO.

      *    GENERACION DE ARCHIVO DE CADA MES (CRUCE-HISTORICO-
      *    AAAAMM.TXT, VER ARCHIVA_HISTORICO)
           SELECT  HIST-ARCHIVO  ASSIGN TO DYNAMIC WS-FICH-HIST-ARC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-HIST-ARCHIVO.

           SELECT  EVOLUCION-SALIDA
               ASSIGN TO 'evolucion-empresas.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-EVOLUCION.

      *    MAYOR OSCILACION DE CADA EMPRESA, PARA LA CLASIFICACION
      *    FINAL (SE ESCRIBE DURANTE LA PRIMERA ORDENACION)
           SELECT  OSCILACIONES
               ASSIGN TO 'evolucion-oscilaciones.tmp'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-OSCILACIONES.

           SELECT  SORT-TRABAJO
               ASSIGN TO 'evolucion-sort.tmp'.

           SELECT  SORT-OSCILA
               ASSIGN TO 'evolucion-sort2.tmp'.

      *================================================================*
       DATA DIVISION.
      *================================================================*
       FILE SECTION.

       FD  HIST-VIVO
           BLOCK CONTAINS 0 RECORDS.
       01  REG-HIST-VIVO                       PIC  X(32).

       FD  HIST-ARCHIVO
           BLOCK CONTAINS 0 RECORDS.
       01  REG-HIST-ARCHIVO                    PIC  X(32).

       FD  EVOLUCION-SALIDA
           BLOCK CONTAINS 0 RECORDS.
       01  REG-EVOLUCION                       PIC  X(132).

       FD  OSCILACIONES
           BLOCK CONTAINS 0 RECORDS.
       01  REG-OSCILACION                      PIC  X(48).

      *    CADA FILA DEL PERIODO CON EL NUMERO DE MES (01 EL MES DE
      *    REFERENCIA ANTERIOR AL PERIODO, 13 EL ULTIMO); LA SALIDA
      *    ROMPE POR EMPRESA Y, DENTRO, POR TRABAJADOR.
       SD  SORT-TRABAJO.
       01  SD-REG.
           05  SD-EMPRESA                      PIC  X(6).
           05  SD-NOM                          PIC  X(6).
           05  SD-MES                          PIC  9(2).
           05  SD-IMPORTE                      PIC  9(7)V99.

      *    CLASIFICACION: TIPO '1' PLANTILLA, '2' IMPORTE; DENTRO DE
      *    CADA TIPO POR OSCILACION DESCENDENTE
       SD  SORT-OSCILA.
       01  SD-OSC-REG.
           05  SD-OSC-TIPO                     PIC  X(1).
           05  SD-OSC-OSCILACION               PIC  9(11)V99.
           05  SD-OSC-DATOS                    PIC  X(34).


       WORKING-STORAGE SECTION.

      *++++++++++++++++++*
      *    FILE STATUS   *
      *++++++++++++++++++*
       77  FS-HIST-VIVO                        PIC  X(2).
       77  FS-HIST-ARCHIVO                     PIC  X(2).
       77  FS-EVOLUCION                        PIC  X(2).
       77  FS-OSCILACIONES                     PIC  X(2).

      *++++++++++++++++++*
      *    SWITCHES      *
      *++++++++++++++++++*
       01  SWITCHES.
           05  SW-HIST                         PIC  X(1)   VALUE  'N'.
               88  SI-FIN-HIST                             VALUE  'S'.
               88  NO-FIN-HIST                             VALUE  'N'.

           05  SW-SORT-FIN                     PIC  X(1)   VALUE  'N'.
               88  SI-SORT-FIN                             VALUE  'S'.
               88  NO-SORT-FIN                             VALUE  'N'.

           05  SW-OSCILACIONES                 PIC  X(1)   VALUE  'N'.
               88  SI-FIN-OSCILACIONES                     VALUE  'S'.
               88  NO-FIN-OSCILACIONES                     VALUE  'N'.

      *    ORIGEN DE LA FILA QUE SE ESTA VOLCANDO AL SORT
           05  SW-ORIGEN-FILA                  PIC  X(1)   VALUE  'V'.
               88  SI-LEYENDO-VIVO                         VALUE  'V'.
               88  SI-LEYENDO-GENERACION                   VALUE  'G'.

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
       01  WS-PARAM-LINEA                  PIC  X(6)   VALUE  SPACES.
       01  WS-FECHA-SISTEMA                PIC  X(8)   VALUE  SPACES.

       01  WS-MES-FINAL                    PIC  X(6)   VALUE  SPACES.

      *    MES QUE SE VA CALCULANDO AL RETROCEDER DESDE EL FINAL
       01  WS-MES-CALCULO.
           05  WS-MCA-ANO                  PIC  9(4).
           05  WS-MCA-MES                  PIC  9(2).

       01  WS-MES-CALCULO-X  REDEFINES  WS-MES-CALCULO
                                           PIC  X(6).

       01  WS-FICH-HIST-ARC                PIC  X(40)  VALUE  SPACES.

       01  WS-REG-HIST.
           05  WS-HIST-FECHA               PIC  X(8).
           05  FILLER                      PIC  X(1).
           05  WS-HIST-NOM                 PIC  X(6).
           05  FILLER                      PIC  X(1).
           05  WS-HIST-EMP                 PIC  X(6).
           05  FILLER                      PIC  X(1).
           05  WS-HIST-IMPORTE             PIC  9(7)V99.

       01  WS-SORT-SALIDA.
           05  WS-SAL-EMPRESA              PIC  X(6).
           05  WS-SAL-NOM                  PIC  X(6).
           05  WS-SAL-MES                  PIC  9(2).
           05  WS-SAL-IMPORTE              PIC  9(7)V99.

      *++++++++++++++++++++++++++++++++++++++++*
      *    MESES DEL PERIODO: 01 REFERENCIA,   *
      *    02 A 13 LOS DOCE MESES DEL INFORME. *
      *    ORIGEN 'G' GENERACION DE ARCHIVO,   *
      *    'V' FICHERO VIVO, 'F' AUSENTE       *
      *++++++++++++++++++++++++++++++++++++++++*
       01  WS-TAB-MESES.
           05  WS-TAB-MES-ENTRADA  OCCURS  13  TIMES
                                   INDEXED BY  WS-TAB-MES-IDX.
               10  WS-TAB-MES-AAAAMM       PIC  X(6).
               10  WS-TAB-MES-ORIGEN       PIC  X(1).
                   88  SI-MES-GENERACION               VALUE  'G'.
                   88  SI-MES-VIVO                     VALUE  'V'.
                   88  SI-MES-AUSENTE                  VALUE  'F'.
               10  WS-TAB-MES-FILAS        PIC  9(7).

       77  WS-IND-MES                      PIC  9(2)   VALUE ZEROES.
       77  WS-IND-ANT                      PIC  9(2)   VALUE ZEROES.

      *++++++++++++++++++++++++++++++++++++++++*
      *    ROTURA POR EMPRESA Y TRABAJADOR     *
      *++++++++++++++++++++++++++++++++++++++++*
       01  WS-ROTURA.
           05  WS-ROT-EMPRESA              PIC  X(6)   VALUE SPACES.
           05  WS-ROT-NOM                  PIC  X(6)   VALUE SPACES.

      *    MESES EN QUE EL TRABAJADOR EN CURSO TIENE CRUCES CON LA
      *    EMPRESA EN CURSO
       01  WS-TAB-PRESENCIA.
           05  WS-PRE-MES  OCCURS  13  TIMES   PIC  X(1).

       01  WS-TAB-EMPRESA.
           05  WS-EMP-MES  OCCURS  13  TIMES.
               10  WS-EMP-TRABAJADORES     PIC  9(7).
               10  WS-EMP-IMPORTE          PIC  9(11)V99.
               10  WS-EMP-NUEVOS           PIC  9(7).
               10  WS-EMP-PERDIDOS         PIC  9(7).

      *    VARIACIONES DEL MES EN CURSO DE EDICION Y MAYORES
      *    OSCILACIONES DE LA EMPRESA
       77  WS-VAR-TRABAJADORES             PIC  S9(7)       VALUE 0.
       77  WS-VAR-IMPORTE                  PIC  S9(11)V99   VALUE 0.
       77  WS-VAR-PORCENTAJE               PIC  S9(5)V99    VALUE 0.
       77  WS-ABS-TRABAJADORES             PIC  9(7)        VALUE 0.
       77  WS-ABS-IMPORTE                  PIC  9(11)V99    VALUE 0.

      *    REGISTRO DE OSCILACIONES: TIPO + OSCILACION + EMPRESA +
      *    MES + VALOR ANTERIOR + VALOR ACTUAL
       01  WS-OSCILACION.
           05  WS-OSC-TIPO                 PIC  X(1).
           05  WS-OSC-OSCILACION           PIC  9(11)V99.
           05  WS-OSC-DATOS.
               10  WS-OSC-EMPRESA          PIC  X(6).
               10  WS-OSC-MES              PIC  X(6).
               10  WS-OSC-SIGNO            PIC  X(1).
               10  WS-OSC-ANTERIOR         PIC  9(11)V99.
               10  FILLER                  PIC  X(8).

       01  WS-MAX-PLANTILLA.
           05  WS-MXP-OSCILACION           PIC  9(11)V99.
           05  WS-MXP-MES                  PIC  X(6).
           05  WS-MXP-SIGNO                PIC  X(1).
           05  WS-MXP-ANTERIOR             PIC  9(11)V99.

       01  WS-MAX-IMPORTE.
           05  WS-MXI-OSCILACION           PIC  9(11)V99.
           05  WS-MXI-MES                  PIC  X(6).
           05  WS-MXI-SIGNO                PIC  X(1).
           05  WS-MXI-ANTERIOR             PIC  9(11)V99.

       01  WS-OSC-RETORNO.
           05  WS-ORT-TIPO                 PIC  X(1).
           05  WS-ORT-OSCILACION           PIC  9(11)V99.
           05  WS-ORT-EMPRESA              PIC  X(6).
           05  WS-ORT-MES                  PIC  X(6).
           05  WS-ORT-SIGNO                PIC  X(1).
           05  WS-ORT-ANTERIOR             PIC  9(11)V99.
           05  FILLER                      PIC  X(8).

       77  WS-ORT-TIPO-ANT                 PIC  X(1)   VALUE SPACES.
       77  WS-CLASIFICADAS                 PIC  9(2)   VALUE ZEROES.

      *++++++++++++++++++++++++++++++++++++++++*
      *    LINEAS DEL INFORME                  *
      *++++++++++++++++++++++++++++++++++++++++*
       01  WS-LIN-TITULO.
           05  FILLER                      PIC  X(38)
                   VALUE  'EVOLUCION DE EMPRESAS - DOCE MESES DE '.
           05  WS-TIT-DESDE                PIC  X(6).
           05  FILLER                      PIC  X(3)   VALUE  ' A '.
           05  WS-TIT-HASTA                PIC  X(6).

       01  WS-LIN-TIT-MESES.
           05  FILLER                      PIC  X(40)
                       VALUE  'ORIGEN DE CADA MES'.

       01  WS-LIN-ORIGEN.
           05  FILLER                      PIC  X(2)   VALUE  SPACES.
           05  WS-LOR-MES                  PIC  X(6).
           05  FILLER                      PIC  X(2)   VALUE  SPACES.
           05  WS-LOR-FILAS                PIC  ZZZZZZ9.
           05  FILLER                      PIC  X(7)   VALUE  ' FILAS '.
           05  WS-LOR-REFERENCIA           PIC  X(13).
           05  WS-LOR-TEXTO                PIC  X(60).

       01  WS-LIN-EMPRESA.
           05  FILLER                      PIC  X(8)
                                   VALUE  'EMPRESA '.
           05  WS-LEM-EMPRESA              PIC  X(6).

       01  WS-LIN-CAB-EMPRESA.
           05  FILLER                      PIC  X(36)
                   VALUE  'MES       TRABAJ.  VARIAC.   NUEVOS '.
           05  FILLER                      PIC  X(36)
                   VALUE  'PERDIDOS            IMPORTE         '.
           05  FILLER                      PIC  X(36)
                   VALUE  '    VARIACION     VAR %  OBSERVACION'.

       01  WS-LIN-MES.
           05  WS-LME-MES                  PIC  X(6).
           05  FILLER                      PIC  X(2)   VALUE  SPACES.
           05  WS-LME-TRABAJADORES         PIC  ZZZZZZ9.
           05  WS-LME-TRABAJADORES-X  REDEFINES  WS-LME-TRABAJADORES
                                           PIC  X(7).
           05  FILLER                      PIC  X(1)   VALUE  SPACE.
           05  WS-LME-VAR-TRAB             PIC  -------9.
           05  WS-LME-VAR-TRAB-X  REDEFINES  WS-LME-VAR-TRAB
                                           PIC  X(8).
           05  FILLER                      PIC  X(1)   VALUE  SPACE.
           05  WS-LME-NUEVOS               PIC  ZZZZZZ9.
           05  WS-LME-NUEVOS-X  REDEFINES  WS-LME-NUEVOS
                                           PIC  X(7).
           05  FILLER                      PIC  X(1)   VALUE  SPACE.
           05  WS-LME-PERDIDOS             PIC  ZZZZZZ9.
           05  WS-LME-PERDIDOS-X  REDEFINES  WS-LME-PERDIDOS
                                           PIC  X(7).
           05  FILLER                      PIC  X(1)   VALUE  SPACE.
           05  WS-LME-IMPORTE              PIC  ZZ.ZZZ.ZZZ.ZZ9,99.
           05  WS-LME-IMPORTE-X  REDEFINES  WS-LME-IMPORTE
                                           PIC  X(17).
           05  FILLER                      PIC  X(1)   VALUE  SPACE.
           05  WS-LME-VAR-IMP              PIC  ---.---.---.--9,99.
           05  WS-LME-VAR-IMP-X  REDEFINES  WS-LME-VAR-IMP
                                           PIC  X(18).
           05  FILLER                      PIC  X(1)   VALUE  SPACE.
           05  WS-LME-VAR-PCT              PIC  -----9,99.
           05  WS-LME-VAR-PCT-X  REDEFINES  WS-LME-VAR-PCT
                                           PIC  X(9).
           05  FILLER                      PIC  X(2)   VALUE  SPACES.
           05  WS-LME-NOTA                 PIC  X(30).

       01  WS-LIN-TIT-CLASIFICACION.
           05  FILLER                      PIC  X(60)
                       VALUE  'EMPRESAS CON MAYOR OSCILACION MENSUAL'.

       01  WS-LIN-TIT-PLANTILLA.
           05  FILLER                      PIC  X(60)
                       VALUE  'POR PLANTILLA (TRABAJADORES DISTINTOS)'.

       01  WS-LIN-TIT-IMPORTE.
           05  FILLER                      PIC  X(60)
                       VALUE  'POR IMPORTE'.

       01  WS-LIN-CAB-CLASIFICACION.
           05  FILLER                      PIC  X(36)
                   VALUE  'EMPRESA  MES              ANTERIOR  '.
           05  FILLER                      PIC  X(37)
                   VALUE  '            ACTUAL          VARIACION'.

       01  WS-LIN-CLASIFICACION.
           05  WS-LCL-EMPRESA              PIC  X(6).
           05  FILLER                      PIC  X(3)   VALUE  SPACES.
           05  WS-LCL-MES                  PIC  X(6).
           05  FILLER                      PIC  X(2)   VALUE  SPACES.
           05  WS-LCL-ANTERIOR             PIC  ZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                      PIC  X(2)   VALUE  SPACES.
           05  WS-LCL-ACTUAL               PIC  ZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                      PIC  X(2)   VALUE  SPACES.
           05  WS-LCL-VARIACION            PIC  ---.---.---.--9,99.

      *    EN LA CLASIFICACION POR PLANTILLA LAS CIFRAS SON
      *    TRABAJADORES, SIN DECIMALES
       01  WS-LIN-CLASIFICACION-PLA.
           05  WS-LCP-EMPRESA              PIC  X(6).
           05  FILLER                      PIC  X(3)   VALUE  SPACES.
           05  WS-LCP-MES                  PIC  X(6).
           05  FILLER                      PIC  X(9)   VALUE  SPACES.
           05  WS-LCP-ANTERIOR             PIC  ZZZZZZZZZ9.
           05  FILLER                      PIC  X(9)   VALUE  SPACES.
           05  WS-LCP-ACTUAL               PIC  ZZZZZZZZZ9.
           05  FILLER                      PIC  X(10)  VALUE  SPACES.
           05  WS-LCP-VARIACION            PIC  ---------9.

       77  WS-CLA-ACTUAL                   PIC  9(11)V99  VALUE 0.
       77  WS-CLA-VARIACION                PIC  S9(11)V99 VALUE 0.

       01  WS-LIN-SIN-OSCILACION.
           05  FILLER                      PIC  X(60)
                       VALUE  '  (NINGUNA EMPRESA CON OSCILACION)'.

       01  WS-LIN-BLANCO                   PIC  X(132) VALUE  SPACES.

       01  WS-LINEA-EDITADA                PIC  X(132) VALUE  SPACES.

      *++++++++++++++++++++++++++++++++++++++++*
      *    VARIABLES DE CONTROL-CONTADORES     *
      *++++++++++++++++++++++++++++++++++++++++*
       01  WS-CONTADORES.
           05  WS-CONT-LEIDOS-VIVO         PIC  9(7)  COMP-3
                                   VALUE ZEROES.
           05  WS-CONT-LEIDOS-ARCHIVO      PIC  9(7)  COMP-3
                                   VALUE ZEROES.
           05  WS-CONT-SELECCIONADOS       PIC  9(7)  COMP-3
                                   VALUE ZEROES.
           05  WS-CONT-EMPRESAS            PIC  9(7)  COMP-3
                                   VALUE ZEROES.
           05  WS-CONT-MESES-AUSENTES      PIC  9(7)  COMP-3
                                   VALUE ZEROES.

       01  WS-TEXTO-PARRAFO.

           05  WS-1200-APERTURA-FICHEROS   PIC  X(30)
                                   VALUE  '1200-APERTURA-FICHEROS'.
           05  WS-2100-LEE-VIVO            PIC  X(30)
                                   VALUE  '2100-LEE-VIVO'.
           05  WS-2200-LEE-GENERACION      PIC  X(30)
                                   VALUE  '2200-LEE-GENERACION'.
           05  WS-3500-GRABA-OSCILACIONES  PIC  X(30)
                                   VALUE  '3500-GRABA-OSCILACIONES'.
           05  WS-5100-LEE-OSCILACIONES    PIC  X(30)
                                   VALUE  '5100-LEE-OSCILACIONES'.
           05  WS-9200-GRABA-LINEA         PIC  X(30)
                                   VALUE  '9200-GRABA-LINEA'.


      *================================================================*
       PROCEDURE DIVISION.
      *================================================================*

           PERFORM  1000-INICIO

           SORT  SORT-TRABAJO
               ON  ASCENDING KEY  SD-EMPRESA
                                  SD-NOM
                                  SD-MES
               WITH  DUPLICATES  IN  ORDER
               INPUT  PROCEDURE  2000-VUELCA-HISTORICOS
               OUTPUT PROCEDURE  3000-RECOGE-EMPRESAS

           CLOSE  OSCILACIONES

           SORT  SORT-OSCILA
               ON  ASCENDING  KEY  SD-OSC-TIPO
               ON  DESCENDING KEY  SD-OSC-OSCILACION
               WITH  DUPLICATES  IN  ORDER
               INPUT  PROCEDURE  5000-VUELCA-OSCILACIONES
               OUTPUT PROCEDURE  5200-RECOGE-CLASIFICACION

           PERFORM  4000-FIN

           .


       1000-INICIO.

           INITIALIZE  WS-ERROR
                       WS-CONTADORES
                       WS-ROTURA

           ACCEPT  WS-PARAM-LINEA  FROM  COMMAND-LINE

           IF  WS-PARAM-LINEA  IS NUMERIC
               MOVE  WS-PARAM-LINEA  TO  WS-MES-FINAL
           ELSE
               ACCEPT  WS-FECHA-SISTEMA  FROM  DATE  YYYYMMDD
               MOVE  WS-FECHA-SISTEMA(1:6)  TO  WS-MES-FINAL
           END-IF

           MOVE  WS-MES-FINAL  TO  WS-MES-CALCULO-X

           PERFORM  1100-CALCULA-MES
               VARYING  WS-IND-MES  FROM  13  BY  -1
               UNTIL    WS-IND-MES  <  1

           PERFORM  1200-APERTURA-FICHEROS

           .


      *++++++++++++++++++++++++++++++++++++++++*
      *    MESES DEL PERIODO HACIA ATRAS Y     *
      *    ORIGEN DE CADA UNO: SU GENERACION   *
      *    DE ARCHIVO SI EXISTE, SI NO EL      *
      *    FICHERO VIVO                        *
      *++++++++++++++++++++++++++++++++++++++++*
       1100-CALCULA-MES.

           SET  WS-TAB-MES-IDX  TO  WS-IND-MES

           MOVE  WS-MES-CALCULO-X  TO
                 WS-TAB-MES-AAAAMM (WS-TAB-MES-IDX)
           MOVE  ZEROES            TO
                 WS-TAB-MES-FILAS (WS-TAB-MES-IDX)

           MOVE  SPACES  TO  WS-FICH-HIST-ARC
           STRING  'cruce-historico-'  DELIMITED BY SIZE
                   WS-MES-CALCULO-X    DELIMITED BY SIZE
                   '.txt'              DELIMITED BY SIZE
                   INTO  WS-FICH-HIST-ARC

           OPEN  INPUT  HIST-ARCHIVO

           IF  FS-HIST-ARCHIVO  =  '00'
               SET  SI-MES-GENERACION (WS-TAB-MES-IDX)  TO  TRUE
               CLOSE  HIST-ARCHIVO
           ELSE
               SET  SI-MES-VIVO (WS-TAB-MES-IDX)  TO  TRUE
           END-IF

           MOVE  SPACES  TO  FS-HIST-ARCHIVO

           IF  WS-MCA-MES  =  1
               MOVE  12  TO  WS-MCA-MES
               SUBTRACT  1  FROM  WS-MCA-ANO
           ELSE
               SUBTRACT  1  FROM  WS-MCA-MES
           END-IF

           .


       1200-APERTURA-FICHEROS.

           OPEN  OUTPUT  EVOLUCION-SALIDA

           IF  FS-EVOLUCION NOT = '00' AND FS-EVOLUCION NOT = '10'
               MOVE  'ERROR DE APERTURA'          TO  WS-ERROR-ACCION
               MOVE  WS-1200-APERTURA-FICHEROS    TO  WS-ERROR-PARRAFO
               PERFORM 9500-ERROR-STATUS-FICHERO
           END-IF

           OPEN  OUTPUT  OSCILACIONES

           IF  FS-OSCILACIONES NOT = '00' AND FS-OSCILACIONES NOT = '10'
               MOVE  'ERROR DE APERTURA'          TO  WS-ERROR-ACCION
               MOVE  WS-1200-APERTURA-FICHEROS    TO  WS-ERROR-PARRAFO
               PERFORM 9500-ERROR-STATUS-FICHERO
           END-IF

           .


      *++++++++++++++++++++++++++++++++++++++++*
      *    VUELCO AL SORT: FILAS DEL FICHERO   *
      *    VIVO DE LOS MESES SIN GENERACION Y  *
      *    FILAS DE CADA GENERACION.  UN MES   *
      *    SIN GENERACION Y SIN FILAS VIVAS    *
      *    QUEDA AUSENTE                       *
      *++++++++++++++++++++++++++++++++++++++++*
       2000-VUELCA-HISTORICOS.

           OPEN  INPUT  HIST-VIVO

           EVALUATE  FS-HIST-VIVO

               WHEN  '00'
                     SET  SI-LEYENDO-VIVO  TO  TRUE
                     SET  NO-FIN-HIST  TO  TRUE
                     PERFORM  2100-LEE-VIVO
                              UNTIL  SI-FIN-HIST
                     CLOSE  HIST-VIVO

               WHEN  '35'
                     DISPLAY  'NO EXISTE EL HISTORICO VIVO'
                     MOVE  SPACES  TO  FS-HIST-VIVO

               WHEN  OTHER
                     MOVE  'ERROR DE APERTURA'  TO  WS-ERROR-ACCION
                     MOVE  WS-2100-LEE-VIVO     TO  WS-ERROR-PARRAFO
                     PERFORM  9500-ERROR-STATUS-FICHERO

           END-EVALUATE

           PERFORM  2200-LEE-GENERACION
               VARYING  WS-IND-MES  FROM  1  BY  1
               UNTIL    WS-IND-MES  >  13

           PERFORM  2400-MARCA-AUSENTE
               VARYING  WS-IND-MES  FROM  1  BY  1
               UNTIL    WS-IND-MES  >  13

           .


       2100-LEE-VIVO.

           READ  HIST-VIVO  INTO  WS-REG-HIST

           EVALUATE  FS-HIST-VIVO

               WHEN  '00'
                     ADD  1  TO  WS-CONT-LEIDOS-VIVO
                     PERFORM  2300-SUELTA-FILA

               WHEN  '10'
                     SET  SI-FIN-HIST  TO  TRUE

               WHEN  OTHER
                     MOVE  'ERROR DE LECTURA'   TO  WS-ERROR-ACCION
                     MOVE  WS-2100-LEE-VIVO     TO  WS-ERROR-PARRAFO
                     PERFORM  9500-ERROR-STATUS-FICHERO

           END-EVALUATE

           .


       2200-LEE-GENERACION.

           SET  WS-TAB-MES-IDX  TO  WS-IND-MES

           IF  SI-MES-GENERACION (WS-TAB-MES-IDX)

               MOVE  SPACES  TO  WS-FICH-HIST-ARC
               STRING  'cruce-historico-'   DELIMITED BY SIZE
                       WS-TAB-MES-AAAAMM (WS-TAB-MES-IDX)
                                            DELIMITED BY SIZE
                       '.txt'               DELIMITED BY SIZE
                       INTO  WS-FICH-HIST-ARC

               OPEN  INPUT  HIST-ARCHIVO

               IF  FS-HIST-ARCHIVO  NOT =  '00'
                   MOVE  'ERROR DE APERTURA'      TO  WS-ERROR-ACCION
                   MOVE  WS-2200-LEE-GENERACION   TO  WS-ERROR-PARRAFO
                   PERFORM  9500-ERROR-STATUS-FICHERO
               END-IF

               SET  SI-LEYENDO-GENERACION  TO  TRUE
               SET  NO-FIN-HIST  TO  TRUE
               PERFORM  2250-LEE-ARCHIVO
                        UNTIL  SI-FIN-HIST

               CLOSE  HIST-ARCHIVO

           END-IF

           .


       2250-LEE-ARCHIVO.

           READ  HIST-ARCHIVO  INTO  WS-REG-HIST

           EVALUATE  FS-HIST-ARCHIVO

               WHEN  '00'
                     ADD  1  TO  WS-CONT-LEIDOS-ARCHIVO
                     PERFORM  2300-SUELTA-FILA

               WHEN  '10'
                     SET  SI-FIN-HIST  TO  TRUE

               WHEN  OTHER
                     MOVE  'ERROR DE LECTURA'       TO  WS-ERROR-ACCION
                     MOVE  WS-2200-LEE-GENERACION   TO  WS-ERROR-PARRAFO
                     PERFORM  9500-ERROR-STATUS-FICHERO

           END-EVALUATE

           .


      *    CADA MES SE TOMA DE UN SOLO ORIGEN: LAS FILAS VIVAS DE UN
      *    MES CON GENERACION, LAS DE UNA GENERACION QUE NO SEAN DE
      *    SU MES (WS-IND-MES ES LA GENERACION ABIERTA) Y LAS DE UNA
      *    GENERACION DE UN MES QUE SE TOMA DEL VIVO SE IGNORAN.
       2300-SUELTA-FILA.

           SET  WS-TAB-MES-IDX  TO  1
           SEARCH  WS-TAB-MES-ENTRADA
               AT END
                   CONTINUE
               WHEN  WS-TAB-MES-AAAAMM (WS-TAB-MES-IDX)
                         =  WS-HIST-FECHA(1:6)
                   IF  WS-HIST-IMPORTE  IS NUMERIC
                   AND WS-HIST-EMP  NOT =  SPACES
                   AND WS-HIST-NOM  NOT =  SPACES
                   AND ( ( SI-MES-VIVO (WS-TAB-MES-IDX)
                           AND  SI-LEYENDO-VIVO )
                      OR ( SI-MES-GENERACION (WS-TAB-MES-IDX)
                           AND  SI-LEYENDO-GENERACION
                           AND  WS-TAB-MES-IDX  =  WS-IND-MES ) )
                       ADD  1  TO  WS-CONT-SELECCIONADOS
                       ADD  1  TO  WS-TAB-MES-FILAS (WS-TAB-MES-IDX)
                       MOVE  WS-HIST-EMP      TO  SD-EMPRESA
                       MOVE  WS-HIST-NOM      TO  SD-NOM
                       SET   SD-MES           TO  WS-TAB-MES-IDX
                       MOVE  WS-HIST-IMPORTE  TO  SD-IMPORTE
                       RELEASE  SD-REG
                   END-IF
           END-SEARCH

           .


       2400-MARCA-AUSENTE.

           SET  WS-TAB-MES-IDX  TO  WS-IND-MES

           IF  SI-MES-VIVO (WS-TAB-MES-IDX)
           AND WS-TAB-MES-FILAS (WS-TAB-MES-IDX)  =  0
               SET  SI-MES-AUSENTE (WS-TAB-MES-IDX)  TO  TRUE
               IF  WS-IND-MES  >  1
                   ADD  1  TO  WS-CONT-MESES-AUSENTES
               END-IF
           END-IF

           .


      *++++++++++++++++++++++++++++++++++++++++*
      *    RECOGIDA: CABECERA CON EL ORIGEN DE *
      *    CADA MES Y ROTURA POR EMPRESA Y     *
      *    TRABAJADOR                          *
      *++++++++++++++++++++++++++++++++++++++++*
       3000-RECOGE-EMPRESAS.

           MOVE  WS-TAB-MES-AAAAMM (2)   TO  WS-TIT-DESDE
           MOVE  WS-TAB-MES-AAAAMM (13)  TO  WS-TIT-HASTA
           MOVE  WS-LIN-TITULO   TO  WS-LINEA-EDITADA
           PERFORM  9200-GRABA-LINEA

           MOVE  WS-LIN-BLANCO   TO  WS-LINEA-EDITADA
           PERFORM  9200-GRABA-LINEA

           MOVE  WS-LIN-TIT-MESES  TO  WS-LINEA-EDITADA
           PERFORM  9200-GRABA-LINEA

           PERFORM  3050-EDITA-ORIGEN
               VARYING  WS-IND-MES  FROM  1  BY  1
               UNTIL    WS-IND-MES  >  13

           SET  NO-SORT-FIN  TO  TRUE

           PERFORM  3100-RETORNA-FILA
                    UNTIL  SI-SORT-FIN

           IF  WS-ROT-EMPRESA  NOT =  SPACES
               PERFORM  3200-CIERRA-TRABAJADOR
               PERFORM  3300-CIERRA-EMPRESA
           END-IF

           .


       3050-EDITA-ORIGEN.

           SET  WS-TAB-MES-IDX  TO  WS-IND-MES

           MOVE  WS-TAB-MES-AAAAMM (WS-TAB-MES-IDX)  TO  WS-LOR-MES
           MOVE  WS-TAB-MES-FILAS (WS-TAB-MES-IDX)   TO  WS-LOR-FILAS

           EVALUATE  TRUE
               WHEN  SI-MES-GENERACION (WS-TAB-MES-IDX)
                     MOVE  'GENERACION DE ARCHIVO'  TO  WS-LOR-TEXTO
               WHEN  SI-MES-VIVO (WS-TAB-MES-IDX)
                     MOVE  'HISTORICO VIVO'         TO  WS-LOR-TEXTO
               WHEN  OTHER
                     MOVE  '*** GENERACION AUSENTE: MES SIN DATOS ***'
                                                    TO  WS-LOR-TEXTO
           END-EVALUATE

           IF  WS-IND-MES  =  1
               MOVE  '(REFERENCIA) '  TO  WS-LOR-REFERENCIA
           ELSE
               MOVE  SPACES           TO  WS-LOR-REFERENCIA
           END-IF

           MOVE  WS-LIN-ORIGEN  TO  WS-LINEA-EDITADA
           PERFORM  9200-GRABA-LINEA

           .


       3100-RETORNA-FILA.

           RETURN  SORT-TRABAJO  INTO  WS-SORT-SALIDA
               AT  END
                   SET  SI-SORT-FIN  TO  TRUE
               NOT  AT  END
                   IF  WS-SAL-EMPRESA  NOT =  WS-ROT-EMPRESA
                       IF  WS-ROT-EMPRESA  NOT =  SPACES
                           PERFORM  3200-CIERRA-TRABAJADOR
                           PERFORM  3300-CIERRA-EMPRESA
                       END-IF
                       MOVE  WS-SAL-EMPRESA  TO  WS-ROT-EMPRESA
                       MOVE  WS-SAL-NOM      TO  WS-ROT-NOM
                       INITIALIZE  WS-TAB-EMPRESA
                       MOVE  ALL 'N'         TO  WS-TAB-PRESENCIA
                   END-IF
                   IF  WS-SAL-NOM  NOT =  WS-ROT-NOM
                       PERFORM  3200-CIERRA-TRABAJADOR
                       MOVE  WS-SAL-NOM      TO  WS-ROT-NOM
                       MOVE  ALL 'N'         TO  WS-TAB-PRESENCIA
                   END-IF
                   MOVE  'S'  TO  WS-PRE-MES (WS-SAL-MES)
                   ADD  WS-SAL-IMPORTE
                        TO  WS-EMP-IMPORTE (WS-SAL-MES)
           END-RETURN

           .


      *    FIN DE TRABAJADOR: CUENTA EN LOS MESES EN QUE APARECE Y
      *    COMO NUEVO O PERDIDO AL ENTRAR O SALIR DE UN MES A OTRO.
       3200-CIERRA-TRABAJADOR.

           PERFORM  3210-CUENTA-TRABAJADOR
               VARYING  WS-IND-MES  FROM  1  BY  1
               UNTIL    WS-IND-MES  >  13

           .


       3210-CUENTA-TRABAJADOR.

           IF  WS-PRE-MES (WS-IND-MES)  =  'S'
               ADD  1  TO  WS-EMP-TRABAJADORES (WS-IND-MES)
           END-IF

           IF  WS-IND-MES  >  1
               COMPUTE  WS-IND-ANT  =  WS-IND-MES  -  1
               IF  WS-PRE-MES (WS-IND-MES)  =  'S'
               AND WS-PRE-MES (WS-IND-ANT)  NOT =  'S'
                   ADD  1  TO  WS-EMP-NUEVOS (WS-IND-MES)
               END-IF
               IF  WS-PRE-MES (WS-IND-ANT)  =  'S'
               AND WS-PRE-MES (WS-IND-MES)  NOT =  'S'
                   ADD  1  TO  WS-EMP-PERDIDOS (WS-IND-MES)
               END-IF
           END-IF

           .


      *++++++++++++++++++++++++++++++++++++++++*
      *    FIN DE EMPRESA: UNA LINEA POR MES   *
      *    DEL INFORME Y SUS MAYORES           *
      *    OSCILACIONES AL FICHERO DE TRABAJO  *
      *++++++++++++++++++++++++++++++++++++++++*
       3300-CIERRA-EMPRESA.

           ADD  1  TO  WS-CONT-EMPRESAS

           INITIALIZE  WS-MAX-PLANTILLA
                       WS-MAX-IMPORTE

           MOVE  WS-LIN-BLANCO   TO  WS-LINEA-EDITADA
           PERFORM  9200-GRABA-LINEA

           MOVE  WS-ROT-EMPRESA  TO  WS-LEM-EMPRESA
           MOVE  WS-LIN-EMPRESA  TO  WS-LINEA-EDITADA
           PERFORM  9200-GRABA-LINEA

           MOVE  WS-LIN-CAB-EMPRESA  TO  WS-LINEA-EDITADA
           PERFORM  9200-GRABA-LINEA

           PERFORM  3400-EDITA-MES
               VARYING  WS-IND-MES  FROM  2  BY  1
               UNTIL    WS-IND-MES  >  13

           PERFORM  3500-GRABA-OSCILACIONES

           MOVE  SPACES  TO  WS-ROT-EMPRESA
                             WS-ROT-NOM

           .


       3400-EDITA-MES.

           SET  WS-TAB-MES-IDX  TO  WS-IND-MES
           COMPUTE  WS-IND-ANT  =  WS-IND-MES  -  1

           MOVE  SPACES  TO  WS-LIN-MES
           MOVE  WS-TAB-MES-AAAAMM (WS-TAB-MES-IDX)  TO  WS-LME-MES

           IF  SI-MES-AUSENTE (WS-TAB-MES-IDX)

               MOVE  'GENERACION AUSENTE'  TO  WS-LME-NOTA

           ELSE

               MOVE  WS-EMP-TRABAJADORES (WS-IND-MES)
                                       TO  WS-LME-TRABAJADORES
               MOVE  WS-EMP-IMPORTE (WS-IND-MES)
                                       TO  WS-LME-IMPORTE

               IF  SI-MES-AUSENTE (WS-IND-ANT)
                   MOVE  'MES ANTERIOR AUSENTE'  TO  WS-LME-NOTA
               ELSE
                   PERFORM  3450-VARIACIONES
               END-IF

           END-IF

           MOVE  WS-LIN-MES  TO  WS-LINEA-EDITADA
           PERFORM  9200-GRABA-LINEA

           .


       3450-VARIACIONES.

           COMPUTE  WS-VAR-TRABAJADORES  =
                    WS-EMP-TRABAJADORES (WS-IND-MES)
                  - WS-EMP-TRABAJADORES (WS-IND-ANT)
           COMPUTE  WS-VAR-IMPORTE  =
                    WS-EMP-IMPORTE (WS-IND-MES)
                  - WS-EMP-IMPORTE (WS-IND-ANT)

           MOVE  WS-VAR-TRABAJADORES            TO  WS-LME-VAR-TRAB
           MOVE  WS-EMP-NUEVOS (WS-IND-MES)     TO  WS-LME-NUEVOS
           MOVE  WS-EMP-PERDIDOS (WS-IND-MES)   TO  WS-LME-PERDIDOS
           MOVE  WS-VAR-IMPORTE                 TO  WS-LME-VAR-IMP

           IF  WS-EMP-IMPORTE (WS-IND-ANT)  >  0
               COMPUTE  WS-VAR-PORCENTAJE  ROUNDED  =
                        ( WS-VAR-IMPORTE  *  100 )
                        /  WS-EMP-IMPORTE (WS-IND-ANT)
                   ON SIZE ERROR
                       MOVE  99999,99  TO  WS-VAR-PORCENTAJE
               END-COMPUTE
               MOVE  WS-VAR-PORCENTAJE  TO  WS-LME-VAR-PCT
           ELSE
               IF  WS-EMP-IMPORTE (WS-IND-MES)  >  0
                   MOVE  'NUEVA ACTIVIDAD'  TO  WS-LME-NOTA
               END-IF
           END-IF

           IF  WS-EMP-TRABAJADORES (WS-IND-MES)  =  0
           AND WS-EMP-TRABAJADORES (WS-IND-ANT)  >  0
               MOVE  'SIN CRUCES ESTE MES'  TO  WS-LME-NOTA
           END-IF

      *    MAYORES OSCILACIONES (EN VALOR ABSOLUTO) DE LA EMPRESA
           IF  WS-VAR-TRABAJADORES  <  0
               COMPUTE  WS-ABS-TRABAJADORES  =  0 - WS-VAR-TRABAJADORES
           ELSE
               MOVE  WS-VAR-TRABAJADORES  TO  WS-ABS-TRABAJADORES
           END-IF

           IF  WS-ABS-TRABAJADORES  >  WS-MXP-OSCILACION
               MOVE  WS-ABS-TRABAJADORES   TO  WS-MXP-OSCILACION
               MOVE  WS-LME-MES            TO  WS-MXP-MES
               MOVE  WS-EMP-TRABAJADORES (WS-IND-ANT)
                                           TO  WS-MXP-ANTERIOR
               IF  WS-VAR-TRABAJADORES  <  0
                   MOVE  '-'  TO  WS-MXP-SIGNO
               ELSE
                   MOVE  '+'  TO  WS-MXP-SIGNO
               END-IF
           END-IF

           IF  WS-VAR-IMPORTE  <  0
               COMPUTE  WS-ABS-IMPORTE  =  0 - WS-VAR-IMPORTE
           ELSE
               MOVE  WS-VAR-IMPORTE  TO  WS-ABS-IMPORTE
           END-IF

           IF  WS-ABS-IMPORTE  >  WS-MXI-OSCILACION
               MOVE  WS-ABS-IMPORTE        TO  WS-MXI-OSCILACION
               MOVE  WS-LME-MES            TO  WS-MXI-MES
               MOVE  WS-EMP-IMPORTE (WS-IND-ANT)
                                           TO  WS-MXI-ANTERIOR
               IF  WS-VAR-IMPORTE  <  0
                   MOVE  '-'  TO  WS-MXI-SIGNO
               ELSE
                   MOVE  '+'  TO  WS-MXI-SIGNO
               END-IF
           END-IF

           .


       3500-GRABA-OSCILACIONES.

           IF  WS-MXP-OSCILACION  >  0
               MOVE  SPACES               TO  WS-OSCILACION
               MOVE  '1'                  TO  WS-OSC-TIPO
               MOVE  WS-MXP-OSCILACION    TO  WS-OSC-OSCILACION
               MOVE  WS-ROT-EMPRESA       TO  WS-OSC-EMPRESA
               MOVE  WS-MXP-MES           TO  WS-OSC-MES
               MOVE  WS-MXP-SIGNO         TO  WS-OSC-SIGNO
               MOVE  WS-MXP-ANTERIOR      TO  WS-OSC-ANTERIOR
               PERFORM  3550-ESCRIBE-OSCILACION
           END-IF

           IF  WS-MXI-OSCILACION  >  0
               MOVE  SPACES               TO  WS-OSCILACION
               MOVE  '2'                  TO  WS-OSC-TIPO
               MOVE  WS-MXI-OSCILACION    TO  WS-OSC-OSCILACION
               MOVE  WS-ROT-EMPRESA       TO  WS-OSC-EMPRESA
               MOVE  WS-MXI-MES           TO  WS-OSC-MES
               MOVE  WS-MXI-SIGNO         TO  WS-OSC-SIGNO
               MOVE  WS-MXI-ANTERIOR      TO  WS-OSC-ANTERIOR
               PERFORM  3550-ESCRIBE-OSCILACION
           END-IF

           .


       3550-ESCRIBE-OSCILACION.

           WRITE  REG-OSCILACION  FROM  WS-OSCILACION

           IF  FS-OSCILACIONES  NOT =  '00'
               MOVE  'ERROR DE ESCRITURA'          TO  WS-ERROR-ACCION
               MOVE  WS-3500-GRABA-OSCILACIONES    TO  WS-ERROR-PARRAFO
               PERFORM  9500-ERROR-STATUS-FICHERO
           END-IF

           .


      *++++++++++++++++++++++++++++++++++++++++*
      *    CLASIFICACION: LAS OSCILACIONES SE  *
      *    RELEEN Y SE ORDENAN POR TIPO Y      *
      *    OSCILACION DESCENDENTE; SALEN LAS   *
      *    DIEZ PRIMERAS DE CADA TIPO          *
      *++++++++++++++++++++++++++++++++++++++++*
       5000-VUELCA-OSCILACIONES.

           OPEN  INPUT  OSCILACIONES

           IF  FS-OSCILACIONES  NOT =  '00'
               MOVE  'ERROR DE APERTURA'          TO  WS-ERROR-ACCION
               MOVE  WS-5100-LEE-OSCILACIONES     TO  WS-ERROR-PARRAFO
               PERFORM  9500-ERROR-STATUS-FICHERO
           END-IF

           SET  NO-FIN-OSCILACIONES  TO  TRUE

           PERFORM  5100-LEE-OSCILACION
                    UNTIL  SI-FIN-OSCILACIONES

           CLOSE  OSCILACIONES

           .


       5100-LEE-OSCILACION.

           READ  OSCILACIONES  INTO  WS-OSCILACION

           EVALUATE  FS-OSCILACIONES

               WHEN  '00'
                     MOVE  WS-OSC-TIPO         TO  SD-OSC-TIPO
                     MOVE  WS-OSC-OSCILACION   TO  SD-OSC-OSCILACION
                     MOVE  WS-OSC-DATOS        TO  SD-OSC-DATOS
                     RELEASE  SD-OSC-REG

               WHEN  '10'
                     SET  SI-FIN-OSCILACIONES  TO  TRUE

               WHEN  OTHER
                     MOVE  'ERROR DE LECTURA'   TO  WS-ERROR-ACCION
                     MOVE  WS-5100-LEE-OSCILACIONES
                                                TO  WS-ERROR-PARRAFO
                     PERFORM  9500-ERROR-STATUS-FICHERO

           END-EVALUATE

           .


       5200-RECOGE-CLASIFICACION.

           MOVE  WS-LIN-BLANCO   TO  WS-LINEA-EDITADA
           PERFORM  9200-GRABA-LINEA

           MOVE  WS-LIN-TIT-CLASIFICACION  TO  WS-LINEA-EDITADA
           PERFORM  9200-GRABA-LINEA

           MOVE  SPACES  TO  WS-ORT-TIPO-ANT
           SET   NO-SORT-FIN  TO  TRUE

           PERFORM  5300-RETORNA-OSCILACION
                    UNTIL  SI-SORT-FIN

      *    SIN NINGUNA OSCILACION DE UN TIPO, SU APARTADO SALE VACIO
      *    PERO SALE.
           IF  WS-ORT-TIPO-ANT  =  SPACES
               MOVE  '1'  TO  WS-ORT-TIPO
               PERFORM  5400-ABRE-APARTADO
               MOVE  WS-LIN-SIN-OSCILACION  TO  WS-LINEA-EDITADA
               PERFORM  9200-GRABA-LINEA
           END-IF

           IF  WS-ORT-TIPO-ANT  NOT =  '2'
               MOVE  '2'  TO  WS-ORT-TIPO
               PERFORM  5400-ABRE-APARTADO
               MOVE  WS-LIN-SIN-OSCILACION  TO  WS-LINEA-EDITADA
               PERFORM  9200-GRABA-LINEA
           END-IF

           .


       5300-RETORNA-OSCILACION.

           RETURN  SORT-OSCILA  INTO  WS-OSC-RETORNO
               AT  END
                   SET  SI-SORT-FIN  TO  TRUE
               NOT  AT  END
                   IF  WS-ORT-TIPO  NOT =  WS-ORT-TIPO-ANT
                       IF  WS-ORT-TIPO  =  '2'
                       AND WS-ORT-TIPO-ANT  =  SPACES
                           MOVE  '1'  TO  WS-ORT-TIPO
                           PERFORM  5400-ABRE-APARTADO
                           MOVE  WS-LIN-SIN-OSCILACION
                                              TO  WS-LINEA-EDITADA
                           PERFORM  9200-GRABA-LINEA
                           MOVE  '2'  TO  WS-ORT-TIPO
                       END-IF
                       PERFORM  5400-ABRE-APARTADO
                   END-IF
                   IF  WS-CLASIFICADAS  <  10
                       ADD  1  TO  WS-CLASIFICADAS
                       PERFORM  5500-EDITA-CLASIFICADA
                   END-IF
           END-RETURN

           .


       5400-ABRE-APARTADO.

           MOVE  WS-ORT-TIPO  TO  WS-ORT-TIPO-ANT
           MOVE  ZEROES       TO  WS-CLASIFICADAS

           MOVE  WS-LIN-BLANCO   TO  WS-LINEA-EDITADA
           PERFORM  9200-GRABA-LINEA

           IF  WS-ORT-TIPO  =  '1'
               MOVE  WS-LIN-TIT-PLANTILLA  TO  WS-LINEA-EDITADA
           ELSE
               MOVE  WS-LIN-TIT-IMPORTE    TO  WS-LINEA-EDITADA
           END-IF
           PERFORM  9200-GRABA-LINEA

           MOVE  WS-LIN-CAB-CLASIFICACION  TO  WS-LINEA-EDITADA
           PERFORM  9200-GRABA-LINEA

           .


       5500-EDITA-CLASIFICADA.

           IF  WS-ORT-SIGNO  =  '-'
               COMPUTE  WS-CLA-ACTUAL  =
                        WS-ORT-ANTERIOR  -  WS-ORT-OSCILACION
               COMPUTE  WS-CLA-VARIACION  =  0 - WS-ORT-OSCILACION
           ELSE
               COMPUTE  WS-CLA-ACTUAL  =
                        WS-ORT-ANTERIOR  +  WS-ORT-OSCILACION
               MOVE  WS-ORT-OSCILACION  TO  WS-CLA-VARIACION
           END-IF

           IF  WS-ORT-TIPO  =  '1'
               MOVE  WS-ORT-EMPRESA     TO  WS-LCP-EMPRESA
               MOVE  WS-ORT-MES         TO  WS-LCP-MES
               MOVE  WS-ORT-ANTERIOR    TO  WS-LCP-ANTERIOR
               MOVE  WS-CLA-ACTUAL      TO  WS-LCP-ACTUAL
               MOVE  WS-CLA-VARIACION   TO  WS-LCP-VARIACION
               MOVE  WS-LIN-CLASIFICACION-PLA  TO  WS-LINEA-EDITADA
           ELSE
               MOVE  WS-ORT-EMPRESA     TO  WS-LCL-EMPRESA
               MOVE  WS-ORT-MES         TO  WS-LCL-MES
               MOVE  WS-ORT-ANTERIOR    TO  WS-LCL-ANTERIOR
               MOVE  WS-CLA-ACTUAL      TO  WS-LCL-ACTUAL
               MOVE  WS-CLA-VARIACION   TO  WS-LCL-VARIACION
               MOVE  WS-LIN-CLASIFICACION      TO  WS-LINEA-EDITADA
           END-IF

           PERFORM  9200-GRABA-LINEA

           .


       4000-FIN.

           PERFORM  9999-MUESTRA-ESTADISTICAS

           CLOSE  EVOLUCION-SALIDA

      *    CODIGO DE RETORNO 4: INFORME COMPLETO PERO CON ALGUN MES
      *    DEL PERIODO SIN DATOS.
           IF  WS-CONT-MESES-AUSENTES  >  0
               MOVE  4  TO  RETURN-CODE
           END-IF

           STOP RUN

           .


       9200-GRABA-LINEA.

           WRITE  REG-EVOLUCION  FROM  WS-LINEA-EDITADA

           EVALUATE  FS-EVOLUCION

               WHEN  '00'
                     CONTINUE
               WHEN  OTHER
                     MOVE  WS-9200-GRABA-LINEA     TO  WS-ERROR-PARRAFO
                     MOVE  'ERROR DE ESCRITURA'    TO  WS-ERROR-ACCION
                     PERFORM  9500-ERROR-STATUS-FICHERO

           END-EVALUATE

           .


       9500-ERROR-STATUS-FICHERO.

           IF  FS-HIST-VIVO  NOT EQUAL TO '00' AND
               FS-HIST-VIVO  NOT EQUAL TO '10' AND
               FS-HIST-VIVO  NOT EQUAL TO SPACES AND
               FS-HIST-VIVO  NOT EQUAL TO LOW-VALUES

               MOVE  'HIST-VIVO      '     TO  WS-ERROR-FICHERO
               MOVE  FS-HIST-VIVO          TO  WS-ERROR-FS
               PERFORM  9900-ERROR-ABORTAR

           END-IF


           IF  FS-HIST-ARCHIVO  NOT EQUAL TO '00' AND
               FS-HIST-ARCHIVO  NOT EQUAL TO '10' AND
               FS-HIST-ARCHIVO  NOT EQUAL TO SPACES AND
               FS-HIST-ARCHIVO  NOT EQUAL TO LOW-VALUES

               MOVE  WS-FICH-HIST-ARC      TO  WS-ERROR-FICHERO
               MOVE  FS-HIST-ARCHIVO       TO  WS-ERROR-FS
               PERFORM  9900-ERROR-ABORTAR

           END-IF


           IF  FS-EVOLUCION  NOT EQUAL TO '00' AND
               FS-EVOLUCION  NOT EQUAL TO '10' AND
               FS-EVOLUCION  NOT EQUAL TO SPACES AND
               FS-EVOLUCION  NOT EQUAL TO LOW-VALUES

               MOVE  'EVOLUCION-SALIDA'    TO  WS-ERROR-FICHERO
               MOVE  FS-EVOLUCION          TO  WS-ERROR-FS
               PERFORM  9900-ERROR-ABORTAR

           END-IF


           IF  FS-OSCILACIONES  NOT EQUAL TO '00' AND
               FS-OSCILACIONES  NOT EQUAL TO '10' AND
               FS-OSCILACIONES  NOT EQUAL TO SPACES AND
               FS-OSCILACIONES  NOT EQUAL TO LOW-VALUES

               MOVE  'OSCILACIONES   '     TO  WS-ERROR-FICHERO
               MOVE  FS-OSCILACIONES       TO  WS-ERROR-FS
               PERFORM  9900-ERROR-ABORTAR

           END-IF


           .


       9900-ERROR-ABORTAR.

           DISPLAY  '============================='
           DISPLAY  'ERROR EN PROG. EVOLUCION_EMPRESAS.'
           DISPLAY  'PARRAFO DE ERROR:            '  WS-ERROR-PARRAFO
           DISPLAY  'TIPO DE ERROR:               '  WS-ERROR-ACCION
           DISPLAY  'FICHERO DE ERROR:            '  WS-ERROR-FICHERO
           DISPLAY  'FILE-STATUS DE FICHERO:      '  WS-ERROR-FS

           PERFORM  9999-MUESTRA-ESTADISTICAS

           MOVE  16  TO  RETURN-CODE

           STOP RUN
           .


       9999-MUESTRA-ESTADISTICAS.

           DISPLAY  ' '
           DISPLAY  '============================='
           DISPLAY  '        ESTADISTICAS         '
           DISPLAY  'ULTIMO MES:                  '
                     WS-MES-FINAL
           DISPLAY  'REGISTROS LEIDOS VIVO:       '
                     WS-CONT-LEIDOS-VIVO
           DISPLAY  'REGISTROS LEIDOS ARCHIVO:    '
                     WS-CONT-LEIDOS-ARCHIVO
           DISPLAY  'REGISTROS DEL PERIODO:       '
                     WS-CONT-SELECCIONADOS
           DISPLAY  'EMPRESAS:                    '
                     WS-CONT-EMPRESAS
           DISPLAY  'MESES AUSENTES:              '
                     WS-CONT-MESES-AUSENTES
           DISPLAY  '============================='

           .

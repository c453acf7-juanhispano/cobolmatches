      *----------------------------------------------------------------*
      *    OBJETIVO:  Este programa reparte las parejas cruzadas de    *
      *    la noche en un fichero por empresa cliente.  Las empresas   *
      *    que reciben fichero y el formato de cada una salen de la    *
      *    tabla de suscriptores distribucion-suscriptores.txt (una    *
      *    linea por empresa: nombre + formato 'F' fijo o 'C' CSV +    *
      *    contenido 'T' todas las parejas de cruce-salida.txt o 'D'   *
      *    solo los cambios del delta de DELTA_SALIDA).                *
      *    Cada fichero (distrib-EMPRESA-AAAAMMDD.txt o .csv) lleva    *
      *    una cabecera con la empresa, la fecha de negocio y su       *
      *    numero de secuencia, y un trailer con el numero de          *
      *    registros y el importe total.  La secuencia de cada         *
      *    empresa se guarda en distribucion-secuencias.txt y solo     *
      *    avanza al cambiar la fecha de negocio, de modo que un       *
      *    relanzamiento de la misma noche repite la misma secuencia.  *
      *    Un suscriptor sin parejas esa noche recibe su fichero con   *
      *    cero registros.                                             *
      *    El manifiesto distribucion-manifiesto.txt lista cada        *
      *    fichero con sus registros e importe y, por empresa, la      *
      *    parte de cruce-salida que le corresponde; una linea SIN     *
      *    recoge lo no distribuido (empresas sin suscripcion y, en    *
      *    cruce externo, los no cruzados) y la linea TOT los totales  *
      *    leidos de cruce-salida, para que CONCILIA_NOCHE certifique  *
      *    que el reparto cuadra.                                      *
      *    PARAMETRO: fecha de negocio (AAAAMMDD) a partir de la       *
      *    posicion 5 de la linea de mandatos, como en los cruces;     *
      *    sin ella se toma la del sistema.                            *
      *    CODIGO DE RETORNO 4 si se rechaza alguna linea de la tabla  *
      *    de suscriptores o falta el delta para algun suscriptor.     *
      *----------------------------------------------------------------*


      *================================================================*
       IDENTIFICATION DIVISION.
      *================================================================*
       PROGRAM-ID. DISTRIBUYE_CRUCES.

      *================================================================*
       ENVIRONMENT DIVISION.
      *================================================================*
       CONFIGURATION SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT  CRUCE-SALIDA  ASSIGN TO 'cruce-salida.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SALIDA.

           SELECT  DELTA-ENTRADA  ASSIGN TO DYNAMIC WS-FICH-DELTA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-DELTA.

      *    LA LINEA 3 DEL FICHERO DE PARAMETROS DE DELTA_SALIDA DICE
      *    DONDE HA DEJADO EL DELTA DE LA NOCHE
           SELECT  PARAM-DELTA
               ASSIGN TO 'delta-salida-parametros.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PARAMETRO.

           SELECT  SUSCRIPTORES
               ASSIGN TO 'distribucion-suscriptores.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SUSCRIPTORES.

           SELECT  SECUENCIAS
               ASSIGN TO 'distribucion-secuencias.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SECUENCIAS.

           SELECT  DISTRIBUCION  ASSIGN TO DYNAMIC WS-FICH-DISTRIB
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-DISTRIBUCION.

           SELECT  MANIFIESTO
               ASSIGN TO 'distribucion-manifiesto.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-MANIFIESTO.

           SELECT  SORT-TRABAJO
               ASSIGN TO 'distribucion-sort.tmp'.

      *================================================================*
       DATA DIVISION.
      *================================================================*
       FILE SECTION.

       FD  CRUCE-SALIDA
           BLOCK CONTAINS 0 RECORDS.
       01  REG-SALIDA                          PIC  X(26).

       FD  DELTA-ENTRADA
           BLOCK CONTAINS 0 RECORDS.
       01  REG-DELTA                           PIC  X(38).

       FD  PARAM-DELTA
           BLOCK CONTAINS 0 RECORDS.
       01  REG-PARAMETRO                       PIC  X(40).

       FD  SUSCRIPTORES
           BLOCK CONTAINS 0 RECORDS.
       01  REG-SUSCRIPTOR                      PIC  X(40).

       FD  SECUENCIAS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-SECUENCIA                       PIC  X(22).

       FD  DISTRIBUCION
           BLOCK CONTAINS 0 RECORDS.
       01  REG-DISTRIBUCION                    PIC  X(80).

       FD  MANIFIESTO
           BLOCK CONTAINS 0 RECORDS.
       01  REG-MANIFIESTO                      PIC  X(110).

      *    PAREJAS DE CRUCE-SALIDA ('S') Y REGISTROS DEL DELTA ('D')
      *    JUNTOS, ORDENADOS POR EMPRESA
       SD  SORT-TRABAJO.
       01  SD-REG.
           05  SD-EMPRESA                      PIC  X(6).
           05  SD-ORIGEN                       PIC  X(1).
           05  SD-DATOS                        PIC  X(38).


       WORKING-STORAGE SECTION.

      *++++++++++++++++++*
      *    FILE STATUS   *
      *++++++++++++++++++*
       77  FS-SALIDA                           PIC  X(2).
       77  FS-DELTA                            PIC  X(2).
       77  FS-PARAMETRO                        PIC  X(2).
       77  FS-SUSCRIPTORES                     PIC  X(2).
       77  FS-SECUENCIAS                       PIC  X(2).
       77  FS-DISTRIBUCION                     PIC  X(2).
       77  FS-MANIFIESTO                       PIC  X(2).

      *++++++++++++++++++*
      *    SWITCHES      *
      *++++++++++++++++++*
       01  SWITCHES.
           05  SW-FIN-FICHERO                  PIC  X(1)   VALUE  'N'.
               88  SI-FIN-FICHERO                          VALUE  'S'.
               88  NO-FIN-FICHERO                          VALUE  'N'.

           05  SW-SORT-FIN                     PIC  X(1)   VALUE  'N'.
               88  SI-SORT-FIN                             VALUE  'S'.
               88  NO-SORT-FIN                             VALUE  'N'.

           05  SW-HAY-DELTA                    PIC  X(1)   VALUE  'N'.
               88  SI-HAY-DELTA                            VALUE  'S'.
               88  NO-HAY-DELTA                            VALUE  'N'.

           05  SW-SUSCRITA                     PIC  X(1)   VALUE  'N'.
               88  SI-SUSCRITA                             VALUE  'S'.
               88  NO-SUSCRITA                             VALUE  'N'.

           05  SW-FICHERO-ABIERTO              PIC  X(1)   VALUE  'N'.
               88  SI-FICHERO-ABIERTO                      VALUE  'S'.
               88  NO-FICHERO-ABIERTO                      VALUE  'N'.

           05  SW-SECUENCIA-HALLADA            PIC  X(1)   VALUE  'N'.
               88  SI-SECUENCIA-HALLADA                    VALUE  'S'.
               88  NO-SECUENCIA-HALLADA                    VALUE  'N'.

      *    LINEA DE MANDATOS: FECHA DE NEGOCIO (AAAAMMDD) A PARTIR
      *    DE LA POSICION 5, COMO EN LOS CRUCES.
       01  WS-PARAM-LINEA               PIC  X(12)  VALUE  SPACES.

       01  WS-FECHA-NEGOCIO             PIC  X(8)   VALUE  SPACES.

      *++++++++++++++++++++++++++++++++++++++++*
      *    NOMBRES DE FICHERO PARAMETRIZABLES   *
      *++++++++++++++++++++++++++++++++++++++++*
       01  WS-PARAMETROS.
           05  WS-FICH-DELTA                PIC  X(40)
                                   VALUE  'cruce-delta.txt'.
           05  WS-FICH-DISTRIB              PIC  X(40)
                                   VALUE  SPACES.

       01  WS-PARAM-AUX                     PIC  X(40) VALUE SPACES.

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
      *    PAREJA DE CRUCE-SALIDA (FORMATO DE 26 BYTES DE CRUCE_1N)
       01  WS-REG-SALIDA.
           05  WS-SAL-NOM                  PIC  X(6).
           05  FILLER                      PIC  X(1).
           05  WS-SAL-EMP                  PIC  X(6).
           05  FILLER                      PIC  X(1).
           05  WS-SAL-IMPORTE              PIC  X(9).
           05  WS-SAL-IMPORTE-9  REDEFINES  WS-SAL-IMPORTE
                                           PIC  9(7)V99.
           05  FILLER                      PIC  X(1).
           05  WS-SAL-REGION               PIC  X(2).

      *    REGISTRO DEL DELTA: TIPO + PAREJA + IMPORTE ANTERIOR
       01  WS-REG-DELTA.
           05  WS-DEL-TIPO                 PIC  X(1).
           05  FILLER                      PIC  X(1).
           05  WS-DEL-REGISTRO.
               10  WS-DEL-NOM              PIC  X(6).
               10  FILLER                  PIC  X(1).
               10  WS-DEL-EMP              PIC  X(6).
               10  FILLER                  PIC  X(1).
               10  WS-DEL-IMPORTE          PIC  X(9).
               10  WS-DEL-IMPORTE-9  REDEFINES  WS-DEL-IMPORTE
                                           PIC  9(7)V99.
               10  FILLER                  PIC  X(1).
               10  WS-DEL-REGION           PIC  X(2).
           05  FILLER                      PIC  X(1).
           05  WS-DEL-IMP-ANT              PIC  X(9).
           05  WS-DEL-IMP-ANT-9  REDEFINES  WS-DEL-IMP-ANT
                                           PIC  9(7)V99.

       01  WS-SORT-SALIDA.
           05  WS-SRT-EMPRESA              PIC  X(6).
           05  WS-SRT-ORIGEN               PIC  X(1).
               88  SI-ORIGEN-SALIDA                    VALUE  'S'.
               88  SI-ORIGEN-DELTA                     VALUE  'D'.
           05  WS-SRT-DATOS                PIC  X(38).

      *++++++++++++++++++++++++++++++++++++++++*
      *    TABLA DE SUSCRIPTORES: EMPRESA +    *
      *    FORMATO ('F' FIJO / 'C' CSV) +      *
      *    CONTENIDO ('T' TODO / 'D' DELTA)    *
      *++++++++++++++++++++++++++++++++++++++++*
       01  WS-SUSCRIPTOR-LINEA.
           05  WS-SUL-EMPRESA              PIC  X(6).
           05  FILLER                      PIC  X(1).
           05  WS-SUL-FORMATO              PIC  X(1).
           05  FILLER                      PIC  X(1).
           05  WS-SUL-CONTENIDO            PIC  X(1).
           05  FILLER                      PIC  X(1).
           05  WS-SUL-DESCRIPCION          PIC  X(29).

       01  WS-TAB-SUSCRIPTORES.
           05  WS-TAB-SUS-CUENTA           PIC  9(4)   VALUE ZEROES.
           05  WS-TAB-SUS-ENTRADA  OCCURS  1  TO  5000  TIMES
                                   DEPENDING ON  WS-TAB-SUS-CUENTA
                                   INDEXED BY  WS-TAB-SUS-IDX.
               10  WS-TAB-SUS-EMPRESA      PIC  X(6).
               10  WS-TAB-SUS-FORMATO      PIC  X(1).
                   88  SI-SUS-FIJO                     VALUE  'F'.
                   88  SI-SUS-CSV                      VALUE  'C'.
               10  WS-TAB-SUS-CONTENIDO    PIC  X(1).
                   88  SI-SUS-TODO                     VALUE  'T'.
                   88  SI-SUS-DELTA                    VALUE  'D'.
               10  WS-TAB-SUS-HECHO        PIC  X(1).

      *++++++++++++++++++++++++++++++++++++++++*
      *    ULTIMA SECUENCIA POR EMPRESA Y      *
      *    FECHA DE NEGOCIO EN QUE SE DIO      *
      *++++++++++++++++++++++++++++++++++++++++*
       01  WS-SECUENCIA-LINEA.
           05  WS-SEL-EMPRESA              PIC  X(6).
           05  FILLER                      PIC  X(1).
           05  WS-SEL-NUMERO               PIC  9(6).
           05  FILLER                      PIC  X(1).
           05  WS-SEL-FECHA                PIC  X(8).

       01  WS-TAB-SECUENCIAS.
           05  WS-TAB-SEC-CUENTA           PIC  9(4)   VALUE ZEROES.
           05  WS-TAB-SEC-ENTRADA  OCCURS  1  TO  5000  TIMES
                                   DEPENDING ON  WS-TAB-SEC-CUENTA
                                   INDEXED BY  WS-TAB-SEC-IDX.
               10  WS-TAB-SEC-EMPRESA      PIC  X(6).
               10  WS-TAB-SEC-NUMERO       PIC  9(6).
               10  WS-TAB-SEC-FECHA        PIC  X(8).

      *++++++++++++++++++++++++++++++++++++++++*
      *    ROTURA POR EMPRESA: PARTE DE        *
      *    CRUCE-SALIDA DE LA EMPRESA Y LO     *
      *    GRABADO EN SU FICHERO               *
      *++++++++++++++++++++++++++++++++++++++++*
       01  WS-ROTURA.
           05  WS-ROT-EMPRESA              PIC  X(6)   VALUE SPACES.
           05  WS-ROT-SECUENCIA            PIC  9(6)   VALUE ZEROES.
           05  WS-ROT-ESTADO               PIC  X(2)   VALUE SPACES.
           05  WS-ROT-REG-SALIDA           PIC  9(7)   VALUE ZEROES.
           05  WS-ROT-IMP-SALIDA           PIC  9(11)V99
                                   VALUE ZEROES.
           05  WS-ROT-REG-FICHERO          PIC  9(7)   VALUE ZEROES.
           05  WS-ROT-IMP-FICHERO          PIC  9(11)V99
                                   VALUE ZEROES.

       01  WS-TOTALES.
           05  WS-TOT-REG-LEIDOS           PIC  9(7)   VALUE ZEROES.
           05  WS-TOT-IMP-LEIDOS           PIC  9(11)V99
                                   VALUE ZEROES.
           05  WS-TOT-REG-FICHEROS         PIC  9(7)   VALUE ZEROES.
           05  WS-TOT-IMP-FICHEROS         PIC  9(11)V99
                                   VALUE ZEROES.
           05  WS-TOT-REG-SIN              PIC  9(7)   VALUE ZEROES.
           05  WS-TOT-IMP-SIN              PIC  9(11)V99
                                   VALUE ZEROES.

      *++++++++++++++++++++++++++++++++++++++++*
      *    FORMATO FIJO: CABECERA, DETALLE     *
      *    (EL REGISTRO DE CRUCE-SALIDA O DEL  *
      *    DELTA TAL CUAL) Y TRAILER FIN CON   *
      *    EL CONTADOR, COMO LOS EXTRACTOS     *
      *++++++++++++++++++++++++++++++++++++++++*
       01  WS-FIJ-CABECERA.
           05  FILLER                      PIC  X(4)   VALUE  'CAB '.
           05  WS-FJC-EMPRESA              PIC  X(6).
           05  FILLER                      PIC  X(1)   VALUE  SPACE.
           05  WS-FJC-FECHA                PIC  X(8).
           05  FILLER                      PIC  X(1)   VALUE  SPACE.
           05  WS-FJC-SECUENCIA            PIC  9(6).
           05  FILLER                      PIC  X(1)   VALUE  SPACE.
           05  WS-FJC-CONTENIDO            PIC  X(1).

       01  WS-FIJ-TRAILER.
           05  FILLER                      PIC  X(3)   VALUE  'FIN'.
           05  WS-FJT-REGISTROS            PIC  9(7).
           05  FILLER                      PIC  X(1)   VALUE  SPACE.
           05  WS-FJT-IMPORTE              PIC  9(11)V99.

      *++++++++++++++++++++++++++++++++++++++++*
      *    FORMATO CSV: CABECERA, NOMBRES DE   *
      *    COLUMNA, DETALLE CON IMPORTES EN    *
      *    COMA DECIMAL Y REGISTRO TOTAL       *
      *++++++++++++++++++++++++++++++++++++++++*
       01  WS-CSV-CABECERA.
           05  FILLER                      PIC  X(9)
                                   VALUE  'CABECERA;'.
           05  WS-CSC-EMPRESA              PIC  X(6).
           05  FILLER                      PIC  X(1)   VALUE  ';'.
           05  WS-CSC-FECHA                PIC  X(8).
           05  FILLER                      PIC  X(1)   VALUE  ';'.
           05  WS-CSC-SECUENCIA            PIC  9(6).
           05  FILLER                      PIC  X(1)   VALUE  ';'.
           05  WS-CSC-CONTENIDO            PIC  X(8).

       01  WS-CSV-COLUMNAS-TODO            PIC  X(33)
                   VALUE  'TRABAJADOR;EMPRESA;IMPORTE;REGION'.

       01  WS-CSV-COLUMNAS-DELTA.
           05  FILLER                      PIC  X(30)
                   VALUE  'MOVIMIENTO;TRABAJADOR;EMPRESA;'.
           05  FILLER                      PIC  X(31)
                   VALUE  'IMPORTE;REGION;IMPORTE ANTERIOR'.

       01  WS-CSV-DETALLE-TODO.
           05  WS-CST-NOM                  PIC  X(6).
           05  FILLER                      PIC  X(1)   VALUE  ';'.
           05  WS-CST-EMP                  PIC  X(6).
           05  FILLER                      PIC  X(1)   VALUE  ';'.
           05  WS-CST-IMPORTE              PIC  ZZZZZZ9,99.
           05  FILLER                      PIC  X(1)   VALUE  ';'.
           05  WS-CST-REGION               PIC  X(2).

       01  WS-CSV-DETALLE-DELTA.
           05  WS-CSD-TIPO                 PIC  X(1).
           05  FILLER                      PIC  X(1)   VALUE  ';'.
           05  WS-CSD-NOM                  PIC  X(6).
           05  FILLER                      PIC  X(1)   VALUE  ';'.
           05  WS-CSD-EMP                  PIC  X(6).
           05  FILLER                      PIC  X(1)   VALUE  ';'.
           05  WS-CSD-IMPORTE              PIC  ZZZZZZ9,99.
           05  FILLER                      PIC  X(1)   VALUE  ';'.
           05  WS-CSD-REGION               PIC  X(2).
           05  FILLER                      PIC  X(1)   VALUE  ';'.
           05  WS-CSD-IMP-ANT              PIC  X(10).
           05  WS-CSD-IMP-ANT-ED  REDEFINES  WS-CSD-IMP-ANT
                                           PIC  ZZZZZZ9,99.

       01  WS-CSV-TOTAL.
           05  FILLER                      PIC  X(6)   VALUE  'TOTAL;'.
           05  WS-CSZ-REGISTROS            PIC  9(7).
           05  FILLER                      PIC  X(1)   VALUE  ';'.
           05  WS-CSZ-IMPORTE              PIC  ZZZZZZZZZZ9,99.

      *++++++++++++++++++++++++++++++++++++++++*
      *    MANIFIESTO: 'CAB' CON LA FECHA,     *
      *    'FIC' POR FICHERO, 'SIN' CON LO NO  *
      *    DISTRIBUIDO Y 'TOT' CON LOS TOTALES *
      *    LEIDOS DE CRUCE-SALIDA.  ESTADO     *
      *    'OK', O 'SD' SI FALTA EL DELTA Y EL *
      *    FICHERO NO SE HA GENERADO           *
      *++++++++++++++++++++++++++++++++++++++++*
       01  WS-MANIFIESTO.
           05  WS-MAN-TIPO                 PIC  X(3).
           05  FILLER                      PIC  X(1)   VALUE  SPACE.
           05  WS-MAN-EMPRESA              PIC  X(6).
           05  FILLER                      PIC  X(1)   VALUE  SPACE.
           05  WS-MAN-FORMATO              PIC  X(1).
           05  FILLER                      PIC  X(1)   VALUE  SPACE.
           05  WS-MAN-CONTENIDO            PIC  X(1).
           05  FILLER                      PIC  X(1)   VALUE  SPACE.
           05  WS-MAN-SECUENCIA            PIC  9(6).
           05  FILLER                      PIC  X(1)   VALUE  SPACE.
           05  WS-MAN-REG-FICHERO          PIC  9(7).
           05  FILLER                      PIC  X(1)   VALUE  SPACE.
           05  WS-MAN-IMP-FICHERO          PIC  9(11)V99.
           05  FILLER                      PIC  X(1)   VALUE  SPACE.
           05  WS-MAN-REG-SALIDA           PIC  9(7).
           05  FILLER                      PIC  X(1)   VALUE  SPACE.
           05  WS-MAN-IMP-SALIDA           PIC  9(11)V99.
           05  FILLER                      PIC  X(1)   VALUE  SPACE.
           05  WS-MAN-ESTADO               PIC  X(2).
           05  FILLER                      PIC  X(1)   VALUE  SPACE.
           05  WS-MAN-FICHERO              PIC  X(40).

       01  WS-MAN-CABECERA.
           05  FILLER                      PIC  X(4)   VALUE  'CAB '.
           05  WS-MNC-FECHA                PIC  X(8).

      *++++++++++++++++++++++++++++++++++++++++*
      *    VARIABLES DE CONTROL-CONTADORES     *
      *++++++++++++++++++++++++++++++++++++++++*
       01  WS-CONTADORES.
           05  WS-CONT-LEIDOS-DELTA        PIC  9(7)  COMP-3
                                   VALUE ZEROES.
           05  WS-CONT-SUS-LEIDOS          PIC  9(7)  COMP-3
                                   VALUE ZEROES.
           05  WS-CONT-SUS-RECHAZADOS      PIC  9(7)  COMP-3
                                   VALUE ZEROES.
           05  WS-CONT-SUS-DELTA           PIC  9(7)  COMP-3
                                   VALUE ZEROES.
           05  WS-CONT-FICHEROS            PIC  9(7)  COMP-3
                                   VALUE ZEROES.
           05  WS-CONT-SIN-DELTA           PIC  9(7)  COMP-3
                                   VALUE ZEROES.
           05  WS-CONT-EMP-SIN-SUS         PIC  9(7)  COMP-3
                                   VALUE ZEROES.
           05  WS-CONT-NO-CRUZADOS         PIC  9(7)  COMP-3
                                   VALUE ZEROES.

       01  WS-TEXTO-PARRAFO.

           05  WS-1100-CARGA-SUSCRIPTORES  PIC  X(30)
                                   VALUE  '1100-CARGA-SUSCRIPTORES'.
           05  WS-1300-CARGA-SECUENCIAS    PIC  X(30)
                                   VALUE  '1300-CARGA-SECUENCIAS'.
           05  WS-1200-APERTURA-FICHEROS   PIC  X(30)
                                   VALUE  '1200-APERTURA-FICHEROS'.
           05  WS-2100-CARGA-SORT          PIC  X(30)
                                   VALUE  '2100-CARGA-SORT'.
           05  WS-2600-ABRE-FICHERO        PIC  X(30)
                                   VALUE  '2600-ABRE-FICHERO'.
           05  WS-2700-GRABA-DETALLE       PIC  X(30)
                                   VALUE  '2700-GRABA-DETALLE'.
           05  WS-2900-GRABA-MANIFIESTO    PIC  X(30)
                                   VALUE  '2900-GRABA-MANIFIESTO'.
           05  WS-3100-GRABA-SECUENCIAS    PIC  X(30)
                                   VALUE  '3100-GRABA-SECUENCIAS'.
           05  WS-TXT-TABLA-LLENA          PIC  X(20)
                                   VALUE  'TABLA LLENA'.


      *================================================================*
       PROCEDURE DIVISION.
      *================================================================*

           PERFORM  1000-INICIO

           SORT  SORT-TRABAJO
               ON  ASCENDING KEY  SD-EMPRESA
                                  SD-ORIGEN
               WITH  DUPLICATES  IN  ORDER
               INPUT  PROCEDURE  2100-CARGA-SORT
               OUTPUT PROCEDURE  2300-REPARTE-EMPRESAS

           PERFORM  2800-SUSCRIPTORES-SIN-CRUCES

           PERFORM  3000-FIN

           .


       1000-INICIO.

           INITIALIZE  WS-ERROR
                       WS-CONTADORES
                       WS-ROTURA
                       WS-TOTALES

           ACCEPT  WS-PARAM-LINEA  FROM  COMMAND-LINE

           IF  WS-PARAM-LINEA(5:8)  IS NUMERIC
               MOVE  WS-PARAM-LINEA(5:8)  TO  WS-FECHA-NEGOCIO
           ELSE
               ACCEPT  WS-FECHA-NEGOCIO  FROM  DATE  YYYYMMDD
           END-IF

           PERFORM  1050-LEE-PARAMETROS

           PERFORM  1100-CARGA-SUSCRIPTORES

           PERFORM  1300-CARGA-SECUENCIAS

           PERFORM  1200-APERTURA-FICHEROS

           .


      *++++++++++++++++++++++++++++++++++++++++*
      *    FICHERO DE DELTA: LINEA 3 DE LOS    *
      *    PARAMETROS DE DELTA_SALIDA (LAS     *
      *    DOS PRIMERAS SON SUS ENTRADAS)      *
      *++++++++++++++++++++++++++++++++++++++++*
       1050-LEE-PARAMETROS.

           OPEN  INPUT  PARAM-DELTA

           IF  FS-PARAMETRO  =  '00'

               READ  PARAM-DELTA  INTO  WS-PARAM-AUX
               IF  FS-PARAMETRO  =  '00'
                   READ  PARAM-DELTA  INTO  WS-PARAM-AUX
               END-IF

               IF  FS-PARAMETRO  =  '00'
                   READ  PARAM-DELTA  INTO  WS-PARAM-AUX
                   IF  FS-PARAMETRO  =  '00'
                   AND WS-PARAM-AUX  NOT =  SPACES
                       MOVE  WS-PARAM-AUX  TO  WS-FICH-DELTA
                   END-IF
               END-IF

               CLOSE  PARAM-DELTA

           END-IF

           .


      *++++++++++++++++++++++++++++++++++++++++*
      *    TABLA DE SUSCRIPTORES.  SIN TABLA   *
      *    NO SE GENERA NINGUN FICHERO, PERO   *
      *    EL MANIFIESTO SE EMITE IGUAL        *
      *++++++++++++++++++++++++++++++++++++++++*
       1100-CARGA-SUSCRIPTORES.

           OPEN  INPUT  SUSCRIPTORES

           EVALUATE  FS-SUSCRIPTORES

               WHEN  '00'
                     SET  NO-FIN-FICHERO  TO  TRUE
                     PERFORM  1150-LEE-SUSCRIPTOR
                              UNTIL  SI-FIN-FICHERO
                     CLOSE  SUSCRIPTORES

               WHEN  '35'
                     DISPLAY  'SIN TABLA DE SUSCRIPTORES: NO SE '
                              'DISTRIBUYE NINGUN FICHERO'

               WHEN  OTHER
                     MOVE  'ERROR DE APERTURA'  TO  WS-ERROR-ACCION
                     MOVE  WS-1100-CARGA-SUSCRIPTORES
                                                TO  WS-ERROR-PARRAFO
                     PERFORM  9500-ERROR-STATUS-FICHERO

           END-EVALUATE

           .


       1150-LEE-SUSCRIPTOR.

           READ  SUSCRIPTORES  INTO  WS-SUSCRIPTOR-LINEA

           EVALUATE  FS-SUSCRIPTORES

               WHEN  '00'
                     ADD  1  TO  WS-CONT-SUS-LEIDOS
                     IF  WS-SUL-EMPRESA  NOT =  SPACES
                     AND ( WS-SUL-FORMATO  =  'F'
                           OR  WS-SUL-FORMATO  =  'C' )
                     AND ( WS-SUL-CONTENIDO  =  'T'
                           OR  WS-SUL-CONTENIDO  =  'D' )
                         PERFORM  1180-ALTA-SUSCRIPTOR
                     ELSE
                         ADD  1  TO  WS-CONT-SUS-RECHAZADOS
                         DISPLAY  'SUSCRIPTOR RECHAZADO: '
                                  WS-SUSCRIPTOR-LINEA
                     END-IF

               WHEN  '10'
                     SET  SI-FIN-FICHERO  TO  TRUE

               WHEN  OTHER
                     MOVE  'ERROR DE LECTURA'   TO  WS-ERROR-ACCION
                     MOVE  WS-1100-CARGA-SUSCRIPTORES
                                                TO  WS-ERROR-PARRAFO
                     PERFORM  9500-ERROR-STATUS-FICHERO

           END-EVALUATE

           .


      *    UNA EMPRESA REPETIDA EN LA TABLA SE RECHAZA: VALE LA
      *    PRIMERA LINEA.
       1180-ALTA-SUSCRIPTOR.

           SET  NO-SUSCRITA  TO  TRUE

           IF  WS-TAB-SUS-CUENTA  >  0
               SET  WS-TAB-SUS-IDX  TO  1
               SEARCH  WS-TAB-SUS-ENTRADA
                   AT END
                       CONTINUE
                   WHEN  WS-TAB-SUS-EMPRESA (WS-TAB-SUS-IDX)
                             =  WS-SUL-EMPRESA
                       SET  SI-SUSCRITA  TO  TRUE
               END-SEARCH
           END-IF

           IF  SI-SUSCRITA
               ADD  1  TO  WS-CONT-SUS-RECHAZADOS
               DISPLAY  'SUSCRIPTOR DUPLICADO: '  WS-SUSCRIPTOR-LINEA
           ELSE
               IF  WS-TAB-SUS-CUENTA  NOT <  5000
                   MOVE  WS-1100-CARGA-SUSCRIPTORES
                                              TO  WS-ERROR-PARRAFO
                   MOVE  WS-TXT-TABLA-LLENA   TO  WS-ERROR-ACCION
                   MOVE  'SUSCRIPTORES'       TO  WS-ERROR-FICHERO
                   MOVE  FS-SUSCRIPTORES      TO  WS-ERROR-FS
                   PERFORM  9900-ERROR-ABORTAR
               END-IF
               ADD  1  TO  WS-TAB-SUS-CUENTA
               SET  WS-TAB-SUS-IDX  TO  WS-TAB-SUS-CUENTA
               MOVE  WS-SUL-EMPRESA    TO
                     WS-TAB-SUS-EMPRESA (WS-TAB-SUS-IDX)
               MOVE  WS-SUL-FORMATO    TO
                     WS-TAB-SUS-FORMATO (WS-TAB-SUS-IDX)
               MOVE  WS-SUL-CONTENIDO  TO
                     WS-TAB-SUS-CONTENIDO (WS-TAB-SUS-IDX)
               MOVE  'N'               TO
                     WS-TAB-SUS-HECHO (WS-TAB-SUS-IDX)
               IF  WS-SUL-CONTENIDO  =  'D'
                   ADD  1  TO  WS-CONT-SUS-DELTA
               END-IF
           END-IF

           .


       1200-APERTURA-FICHEROS.

           OPEN  OUTPUT  MANIFIESTO

           IF  FS-MANIFIESTO NOT = '00' AND FS-MANIFIESTO NOT = '10'
               MOVE  'ERROR DE APERTURA'          TO  WS-ERROR-ACCION
               MOVE  WS-1200-APERTURA-FICHEROS    TO  WS-ERROR-PARRAFO
               PERFORM 9500-ERROR-STATUS-FICHERO
           END-IF

           MOVE  WS-FECHA-NEGOCIO  TO  WS-MNC-FECHA

           WRITE  REG-MANIFIESTO  FROM  WS-MAN-CABECERA

           IF  FS-MANIFIESTO  NOT =  '00'
               MOVE  'ERROR DE ESCRITURA'         TO  WS-ERROR-ACCION
               MOVE  WS-1200-APERTURA-FICHEROS    TO  WS-ERROR-PARRAFO
               PERFORM 9500-ERROR-STATUS-FICHERO
           END-IF

           .


      *++++++++++++++++++++++++++++++++++++++++*
      *    SECUENCIAS DE LAS NOCHES ANTERIORES *
      *    (LA PRIMERA VEZ NO HAY FICHERO)     *
      *++++++++++++++++++++++++++++++++++++++++*
       1300-CARGA-SECUENCIAS.

           OPEN  INPUT  SECUENCIAS

           EVALUATE  FS-SECUENCIAS

               WHEN  '00'
                     SET  NO-FIN-FICHERO  TO  TRUE
                     PERFORM  1350-LEE-SECUENCIA
                              UNTIL  SI-FIN-FICHERO
                     CLOSE  SECUENCIAS

               WHEN  '35'
                     CONTINUE

               WHEN  OTHER
                     MOVE  'ERROR DE APERTURA'  TO  WS-ERROR-ACCION
                     MOVE  WS-1300-CARGA-SECUENCIAS
                                                TO  WS-ERROR-PARRAFO
                     PERFORM  9500-ERROR-STATUS-FICHERO

           END-EVALUATE

           .


       1350-LEE-SECUENCIA.

           READ  SECUENCIAS  INTO  WS-SECUENCIA-LINEA

           EVALUATE  FS-SECUENCIAS

               WHEN  '00'
                     IF  WS-SEL-EMPRESA  NOT =  SPACES
                     AND WS-SEL-NUMERO   IS NUMERIC
                         IF  WS-TAB-SEC-CUENTA  NOT <  5000
                             MOVE  WS-1300-CARGA-SECUENCIAS
                                              TO  WS-ERROR-PARRAFO
                             MOVE  WS-TXT-TABLA-LLENA
                                              TO  WS-ERROR-ACCION
                             MOVE  'SECUENCIAS'
                                              TO  WS-ERROR-FICHERO
                             MOVE  FS-SECUENCIAS
                                              TO  WS-ERROR-FS
                             PERFORM  9900-ERROR-ABORTAR
                         END-IF
                         ADD  1  TO  WS-TAB-SEC-CUENTA
                         SET  WS-TAB-SEC-IDX  TO  WS-TAB-SEC-CUENTA
                         MOVE  WS-SEL-EMPRESA  TO
                               WS-TAB-SEC-EMPRESA (WS-TAB-SEC-IDX)
                         MOVE  WS-SEL-NUMERO   TO
                               WS-TAB-SEC-NUMERO (WS-TAB-SEC-IDX)
                         MOVE  WS-SEL-FECHA    TO
                               WS-TAB-SEC-FECHA (WS-TAB-SEC-IDX)
                     END-IF

               WHEN  '10'
                     SET  SI-FIN-FICHERO  TO  TRUE

               WHEN  OTHER
                     MOVE  'ERROR DE LECTURA'   TO  WS-ERROR-ACCION
                     MOVE  WS-1300-CARGA-SECUENCIAS
                                                TO  WS-ERROR-PARRAFO
                     PERFORM  9500-ERROR-STATUS-FICHERO

           END-EVALUATE

           .


      *++++++++++++++++++++++++++++++++++++++++*
      *    ENTRADA DEL SORT: TODAS LAS PAREJAS *
      *    DE CRUCE-SALIDA (TOTALIZADAS PARA   *
      *    EL MANIFIESTO) Y, SI HAY ALGUN      *
      *    SUSCRIPTOR DE DELTA, EL DELTA       *
      *++++++++++++++++++++++++++++++++++++++++*
       2100-CARGA-SORT.

           OPEN  INPUT  CRUCE-SALIDA

           IF  FS-SALIDA  NOT =  '00'
               MOVE  'ERROR DE APERTURA'    TO  WS-ERROR-ACCION
               MOVE  WS-2100-CARGA-SORT     TO  WS-ERROR-PARRAFO
               PERFORM  9500-ERROR-STATUS-FICHERO
           END-IF

           SET  NO-FIN-FICHERO  TO  TRUE

           PERFORM  2110-LEE-SALIDA
                    UNTIL  SI-FIN-FICHERO

           CLOSE  CRUCE-SALIDA

           IF  WS-CONT-SUS-DELTA  >  0

               OPEN  INPUT  DELTA-ENTRADA

               EVALUATE  FS-DELTA

                   WHEN  '00'
                         SET  SI-HAY-DELTA    TO  TRUE
                         SET  NO-FIN-FICHERO  TO  TRUE
                         PERFORM  2120-LEE-DELTA
                                  UNTIL  SI-FIN-FICHERO
                         CLOSE  DELTA-ENTRADA

      *            SIN DELTA LOS SUSCRIPTORES DE DELTA SE QUEDAN SIN
      *            FICHERO ESTA NOCHE (ESTADO 'SD' EN EL MANIFIESTO).
                   WHEN  '35'
                         DISPLAY  'NO EXISTE EL DELTA '  WS-FICH-DELTA
                         MOVE  SPACES  TO  FS-DELTA

                   WHEN  OTHER
                         MOVE  'ERROR DE APERTURA'  TO  WS-ERROR-ACCION
                         MOVE  WS-2100-CARGA-SORT   TO  WS-ERROR-PARRAFO
                         PERFORM  9500-ERROR-STATUS-FICHERO

               END-EVALUATE

           END-IF

           .


       2110-LEE-SALIDA.

           READ  CRUCE-SALIDA  INTO  WS-REG-SALIDA

           EVALUATE  FS-SALIDA

               WHEN  '00'
                     ADD  1  TO  WS-TOT-REG-LEIDOS
                     IF  WS-SAL-IMPORTE  IS NUMERIC
                         ADD  WS-SAL-IMPORTE-9  TO  WS-TOT-IMP-LEIDOS
                     END-IF
                     MOVE  WS-SAL-EMP      TO  SD-EMPRESA
                     MOVE  'S'             TO  SD-ORIGEN
                     MOVE  WS-REG-SALIDA   TO  SD-DATOS
                     RELEASE  SD-REG

               WHEN  '10'
                     SET  SI-FIN-FICHERO  TO  TRUE

               WHEN  OTHER
                     MOVE  'ERROR DE LECTURA'    TO  WS-ERROR-ACCION
                     MOVE  WS-2100-CARGA-SORT    TO  WS-ERROR-PARRAFO
                     PERFORM  9500-ERROR-STATUS-FICHERO

           END-EVALUATE

           .


       2120-LEE-DELTA.

           READ  DELTA-ENTRADA  INTO  WS-REG-DELTA

           EVALUATE  FS-DELTA

               WHEN  '00'
                     ADD  1  TO  WS-CONT-LEIDOS-DELTA
                     MOVE  WS-DEL-EMP      TO  SD-EMPRESA
                     MOVE  'D'             TO  SD-ORIGEN
                     MOVE  WS-REG-DELTA    TO  SD-DATOS
                     RELEASE  SD-REG

               WHEN  '10'
                     SET  SI-FIN-FICHERO  TO  TRUE

               WHEN  OTHER
                     MOVE  'ERROR DE LECTURA'    TO  WS-ERROR-ACCION
                     MOVE  WS-2100-CARGA-SORT    TO  WS-ERROR-PARRAFO
                     PERFORM  9500-ERROR-STATUS-FICHERO

           END-EVALUATE

           .


      *++++++++++++++++++++++++++++++++++++++++*
      *    SALIDA DEL SORT: ROTURA POR EMPRESA *
      *++++++++++++++++++++++++++++++++++++++++*
       2300-REPARTE-EMPRESAS.

           SET  NO-SORT-FIN  TO  TRUE

           PERFORM  2310-RETORNA-REGISTRO
                    UNTIL  SI-SORT-FIN

           IF  WS-ROT-EMPRESA  NOT =  SPACES
               PERFORM  2400-CIERRA-EMPRESA
           END-IF

           .


       2310-RETORNA-REGISTRO.

           RETURN  SORT-TRABAJO  INTO  WS-SORT-SALIDA
               AT  END
                   SET  SI-SORT-FIN  TO  TRUE
               NOT  AT  END
                   IF  WS-SRT-EMPRESA  NOT =  WS-ROT-EMPRESA
                       IF  WS-ROT-EMPRESA  NOT =  SPACES
                           PERFORM  2400-CIERRA-EMPRESA
                       END-IF
                       MOVE  WS-SRT-EMPRESA  TO  WS-ROT-EMPRESA
                       PERFORM  2350-ABRE-EMPRESA
                   END-IF
                   PERFORM  2360-TRATA-REGISTRO
           END-RETURN

           .


       2350-ABRE-EMPRESA.

           MOVE  ZEROES  TO  WS-ROT-REG-SALIDA
                             WS-ROT-IMP-SALIDA
                             WS-ROT-REG-FICHERO
                             WS-ROT-IMP-FICHERO

           SET  NO-SUSCRITA         TO  TRUE
           SET  NO-FICHERO-ABIERTO  TO  TRUE

           IF  WS-TAB-SUS-CUENTA  >  0
           AND WS-ROT-EMPRESA  NOT =  SPACES
               SET  WS-TAB-SUS-IDX  TO  1
               SEARCH  WS-TAB-SUS-ENTRADA
                   AT END
                       CONTINUE
                   WHEN  WS-TAB-SUS-EMPRESA (WS-TAB-SUS-IDX)
                             =  WS-ROT-EMPRESA
                       SET  SI-SUSCRITA  TO  TRUE
               END-SEARCH
           END-IF

           IF  SI-SUSCRITA
               MOVE  'S'  TO  WS-TAB-SUS-HECHO (WS-TAB-SUS-IDX)
               PERFORM  2600-ABRE-FICHERO
           ELSE
               ADD  1  TO  WS-CONT-EMP-SIN-SUS
           END-IF

           .


      *    LAS PAREJAS SIN TRABAJADOR O SIN EMPRESA (CRUCE EXTERNO)
      *    NO SON CRUCES: NO SE DISTRIBUYEN Y VAN A LA LINEA SIN.
       2360-TRATA-REGISTRO.

           EVALUATE  TRUE

               WHEN  SI-ORIGEN-SALIDA
                     MOVE  WS-SRT-DATOS  TO  WS-REG-SALIDA
                     IF  WS-SAL-NOM  =  SPACES
                     OR  WS-SAL-EMP  =  SPACES
                         ADD  1  TO  WS-CONT-NO-CRUZADOS
                         ADD  1  TO  WS-TOT-REG-SIN
                         IF  WS-SAL-IMPORTE  IS NUMERIC
                             ADD  WS-SAL-IMPORTE-9  TO  WS-TOT-IMP-SIN
                         END-IF
                     ELSE
                         ADD  1  TO  WS-ROT-REG-SALIDA
                         IF  WS-SAL-IMPORTE  IS NUMERIC
                             ADD  WS-SAL-IMPORTE-9
                                             TO  WS-ROT-IMP-SALIDA
                         END-IF
                         IF  SI-FICHERO-ABIERTO
                         AND SI-SUS-TODO (WS-TAB-SUS-IDX)
                             PERFORM  2700-GRABA-DETALLE
                         END-IF
                     END-IF

               WHEN  SI-ORIGEN-DELTA
                     MOVE  WS-SRT-DATOS  TO  WS-REG-DELTA
                     IF  SI-FICHERO-ABIERTO
                     AND SI-SUS-DELTA (WS-TAB-SUS-IDX)
                     AND WS-DEL-NOM  NOT =  SPACES
                         PERFORM  2700-GRABA-DETALLE
                     END-IF

           END-EVALUATE

           .


      *++++++++++++++++++++++++++++++++++++++++*
      *    FIN DE EMPRESA: TRAILER Y LINEA DEL *
      *    MANIFIESTO, O SU PARTE A LA LINEA   *
      *    SIN SI NO ESTA SUSCRITA             *
      *++++++++++++++++++++++++++++++++++++++++*
       2400-CIERRA-EMPRESA.

           IF  SI-SUSCRITA

               IF  SI-FICHERO-ABIERTO
                   PERFORM  2750-GRABA-TRAILER
                   CLOSE  DISTRIBUCION
                   ADD  1  TO  WS-CONT-FICHEROS
                   ADD  WS-ROT-REG-FICHERO  TO  WS-TOT-REG-FICHEROS
                   ADD  WS-ROT-IMP-FICHERO  TO  WS-TOT-IMP-FICHEROS
               END-IF

               MOVE  'FIC'                   TO  WS-MAN-TIPO
               MOVE  WS-ROT-EMPRESA          TO  WS-MAN-EMPRESA
               MOVE  WS-TAB-SUS-FORMATO (WS-TAB-SUS-IDX)
                                             TO  WS-MAN-FORMATO
               MOVE  WS-TAB-SUS-CONTENIDO (WS-TAB-SUS-IDX)
                                             TO  WS-MAN-CONTENIDO
               MOVE  WS-ROT-SECUENCIA        TO  WS-MAN-SECUENCIA
               MOVE  WS-ROT-REG-FICHERO      TO  WS-MAN-REG-FICHERO
               MOVE  WS-ROT-IMP-FICHERO      TO  WS-MAN-IMP-FICHERO
               MOVE  WS-ROT-REG-SALIDA       TO  WS-MAN-REG-SALIDA
               MOVE  WS-ROT-IMP-SALIDA       TO  WS-MAN-IMP-SALIDA
               MOVE  WS-ROT-ESTADO           TO  WS-MAN-ESTADO
               IF  SI-FICHERO-ABIERTO
                   MOVE  WS-FICH-DISTRIB     TO  WS-MAN-FICHERO
               ELSE
                   MOVE  SPACES              TO  WS-MAN-FICHERO
               END-IF
               PERFORM  2900-GRABA-MANIFIESTO

           ELSE

               ADD  WS-ROT-REG-SALIDA  TO  WS-TOT-REG-SIN
               ADD  WS-ROT-IMP-SALIDA  TO  WS-TOT-IMP-SIN

           END-IF

           SET  NO-FICHERO-ABIERTO  TO  TRUE

           .


      *++++++++++++++++++++++++++++++++++++++++*
      *    APERTURA DEL FICHERO DEL SUSCRIPTOR *
      *    EN CURSO (WS-TAB-SUS-IDX) CON SU    *
      *    SECUENCIA Y SU CABECERA             *
      *++++++++++++++++++++++++++++++++++++++++*
       2600-ABRE-FICHERO.

           MOVE  'OK'  TO  WS-ROT-ESTADO

      *    SIN DELTA NO SE CONSUME SECUENCIA, PARA QUE EL CLIENTE NO
      *    VEA UN HUECO EN LA NUMERACION.
           IF  SI-SUS-DELTA (WS-TAB-SUS-IDX)
           AND NO-HAY-DELTA
               MOVE  'SD'    TO  WS-ROT-ESTADO
               MOVE  ZEROES  TO  WS-ROT-SECUENCIA
               ADD  1  TO  WS-CONT-SIN-DELTA
           ELSE
               PERFORM  2650-SECUENCIA
               MOVE  SPACES  TO  WS-FICH-DISTRIB
               IF  SI-SUS-CSV (WS-TAB-SUS-IDX)
                   STRING  'distrib-'         DELIMITED BY SIZE
                           WS-ROT-EMPRESA     DELIMITED BY SPACE
                           '-'                DELIMITED BY SIZE
                           WS-FECHA-NEGOCIO   DELIMITED BY SIZE
                           '.csv'             DELIMITED BY SIZE
                           INTO  WS-FICH-DISTRIB
               ELSE
                   STRING  'distrib-'         DELIMITED BY SIZE
                           WS-ROT-EMPRESA     DELIMITED BY SPACE
                           '-'                DELIMITED BY SIZE
                           WS-FECHA-NEGOCIO   DELIMITED BY SIZE
                           '.txt'             DELIMITED BY SIZE
                           INTO  WS-FICH-DISTRIB
               END-IF

               OPEN  OUTPUT  DISTRIBUCION

               IF  FS-DISTRIBUCION  NOT =  '00'
                   MOVE  'ERROR DE APERTURA'     TO  WS-ERROR-ACCION
                   MOVE  WS-2600-ABRE-FICHERO    TO  WS-ERROR-PARRAFO
                   PERFORM  9500-ERROR-STATUS-FICHERO
               END-IF

               SET  SI-FICHERO-ABIERTO  TO  TRUE

               IF  SI-SUS-CSV (WS-TAB-SUS-IDX)
                   MOVE  WS-ROT-EMPRESA     TO  WS-CSC-EMPRESA
                   MOVE  WS-FECHA-NEGOCIO   TO  WS-CSC-FECHA
                   MOVE  WS-ROT-SECUENCIA   TO  WS-CSC-SECUENCIA
                   IF  SI-SUS-DELTA (WS-TAB-SUS-IDX)
                       MOVE  'DELTA'        TO  WS-CSC-CONTENIDO
                       WRITE  REG-DISTRIBUCION  FROM  WS-CSV-CABECERA
                       PERFORM  2690-CONTROLA-ESCRITURA
                       WRITE  REG-DISTRIBUCION
                              FROM  WS-CSV-COLUMNAS-DELTA
                   ELSE
                       MOVE  'COMPLETO'     TO  WS-CSC-CONTENIDO
                       WRITE  REG-DISTRIBUCION  FROM  WS-CSV-CABECERA
                       PERFORM  2690-CONTROLA-ESCRITURA
                       WRITE  REG-DISTRIBUCION
                              FROM  WS-CSV-COLUMNAS-TODO
                   END-IF
               ELSE
                   MOVE  WS-ROT-EMPRESA     TO  WS-FJC-EMPRESA
                   MOVE  WS-FECHA-NEGOCIO   TO  WS-FJC-FECHA
                   MOVE  WS-ROT-SECUENCIA   TO  WS-FJC-SECUENCIA
                   MOVE  WS-TAB-SUS-CONTENIDO (WS-TAB-SUS-IDX)
                                            TO  WS-FJC-CONTENIDO
                   WRITE  REG-DISTRIBUCION  FROM  WS-FIJ-CABECERA
               END-IF
               PERFORM  2690-CONTROLA-ESCRITURA
           END-IF

           .


      *    LA SECUENCIA SOLO AVANZA CON LA FECHA DE NEGOCIO: UN
      *    RELANZAMIENTO DE LA MISMA NOCHE REPITE LA MISMA.
       2650-SECUENCIA.

           SET  NO-SECUENCIA-HALLADA  TO  TRUE

           IF  WS-TAB-SEC-CUENTA  >  0
               SET  WS-TAB-SEC-IDX  TO  1
               SEARCH  WS-TAB-SEC-ENTRADA
                   AT END
                       CONTINUE
                   WHEN  WS-TAB-SEC-EMPRESA (WS-TAB-SEC-IDX)
                             =  WS-ROT-EMPRESA
                       SET  SI-SECUENCIA-HALLADA  TO  TRUE
               END-SEARCH
           END-IF

           IF  SI-SECUENCIA-HALLADA
               IF  WS-TAB-SEC-FECHA (WS-TAB-SEC-IDX)
                       NOT =  WS-FECHA-NEGOCIO
                   IF  WS-TAB-SEC-NUMERO (WS-TAB-SEC-IDX)  =  999999
                       MOVE  1  TO  WS-TAB-SEC-NUMERO (WS-TAB-SEC-IDX)
                   ELSE
                       ADD   1  TO  WS-TAB-SEC-NUMERO (WS-TAB-SEC-IDX)
                   END-IF
                   MOVE  WS-FECHA-NEGOCIO  TO
                         WS-TAB-SEC-FECHA (WS-TAB-SEC-IDX)
               END-IF
           ELSE
               IF  WS-TAB-SEC-CUENTA  NOT <  5000
                   MOVE  WS-2600-ABRE-FICHERO   TO  WS-ERROR-PARRAFO
                   MOVE  WS-TXT-TABLA-LLENA     TO  WS-ERROR-ACCION
                   MOVE  'SECUENCIAS'           TO  WS-ERROR-FICHERO
                   MOVE  FS-SECUENCIAS          TO  WS-ERROR-FS
                   PERFORM  9900-ERROR-ABORTAR
               END-IF
               ADD  1  TO  WS-TAB-SEC-CUENTA
               SET  WS-TAB-SEC-IDX  TO  WS-TAB-SEC-CUENTA
               MOVE  WS-ROT-EMPRESA    TO
                     WS-TAB-SEC-EMPRESA (WS-TAB-SEC-IDX)
               MOVE  1                 TO
                     WS-TAB-SEC-NUMERO (WS-TAB-SEC-IDX)
               MOVE  WS-FECHA-NEGOCIO  TO
                     WS-TAB-SEC-FECHA (WS-TAB-SEC-IDX)
           END-IF

           MOVE  WS-TAB-SEC-NUMERO (WS-TAB-SEC-IDX)
                                   TO  WS-ROT-SECUENCIA

           .


       2690-CONTROLA-ESCRITURA.

           IF  FS-DISTRIBUCION  NOT =  '00'
               MOVE  'ERROR DE ESCRITURA'     TO  WS-ERROR-ACCION
               MOVE  WS-2700-GRABA-DETALLE    TO  WS-ERROR-PARRAFO
               PERFORM  9500-ERROR-STATUS-FICHERO
           END-IF

           .


      *++++++++++++++++++++++++++++++++++++++++*
      *    DETALLE: LA PAREJA (TODO) O EL      *
      *    MOVIMIENTO DEL DELTA, EN FIJO O CSV *
      *++++++++++++++++++++++++++++++++++++++++*
       2700-GRABA-DETALLE.

           ADD  1  TO  WS-ROT-REG-FICHERO

           IF  SI-SUS-TODO (WS-TAB-SUS-IDX)

               IF  WS-SAL-IMPORTE  IS NUMERIC
                   ADD  WS-SAL-IMPORTE-9  TO  WS-ROT-IMP-FICHERO
               END-IF

               IF  SI-SUS-CSV (WS-TAB-SUS-IDX)
                   MOVE  WS-SAL-NOM         TO  WS-CST-NOM
                   MOVE  WS-SAL-EMP         TO  WS-CST-EMP
                   IF  WS-SAL-IMPORTE  IS NUMERIC
                       MOVE  WS-SAL-IMPORTE-9  TO  WS-CST-IMPORTE
                   ELSE
                       MOVE  ZEROES            TO  WS-CST-IMPORTE
                   END-IF
                   MOVE  WS-SAL-REGION      TO  WS-CST-REGION
                   WRITE  REG-DISTRIBUCION  FROM  WS-CSV-DETALLE-TODO
               ELSE
                   WRITE  REG-DISTRIBUCION  FROM  WS-REG-SALIDA
               END-IF

           ELSE

               IF  WS-DEL-IMPORTE  IS NUMERIC
                   ADD  WS-DEL-IMPORTE-9  TO  WS-ROT-IMP-FICHERO
               END-IF

               IF  SI-SUS-CSV (WS-TAB-SUS-IDX)
                   MOVE  WS-DEL-TIPO        TO  WS-CSD-TIPO
                   MOVE  WS-DEL-NOM         TO  WS-CSD-NOM
                   MOVE  WS-DEL-EMP         TO  WS-CSD-EMP
                   IF  WS-DEL-IMPORTE  IS NUMERIC
                       MOVE  WS-DEL-IMPORTE-9  TO  WS-CSD-IMPORTE
                   ELSE
                       MOVE  ZEROES            TO  WS-CSD-IMPORTE
                   END-IF
                   MOVE  WS-DEL-REGION      TO  WS-CSD-REGION
                   IF  WS-DEL-IMP-ANT  IS NUMERIC
                       MOVE  WS-DEL-IMP-ANT-9  TO  WS-CSD-IMP-ANT-ED
                   ELSE
                       MOVE  SPACES            TO  WS-CSD-IMP-ANT
                   END-IF
                   WRITE  REG-DISTRIBUCION  FROM  WS-CSV-DETALLE-DELTA
               ELSE
                   WRITE  REG-DISTRIBUCION  FROM  WS-REG-DELTA
               END-IF

           END-IF

           PERFORM  2690-CONTROLA-ESCRITURA

           .


       2750-GRABA-TRAILER.

           IF  SI-SUS-CSV (WS-TAB-SUS-IDX)
               MOVE  WS-ROT-REG-FICHERO  TO  WS-CSZ-REGISTROS
               MOVE  WS-ROT-IMP-FICHERO  TO  WS-CSZ-IMPORTE
               WRITE  REG-DISTRIBUCION  FROM  WS-CSV-TOTAL
           ELSE
               MOVE  WS-ROT-REG-FICHERO  TO  WS-FJT-REGISTROS
               MOVE  WS-ROT-IMP-FICHERO  TO  WS-FJT-IMPORTE
               WRITE  REG-DISTRIBUCION  FROM  WS-FIJ-TRAILER
           END-IF

           PERFORM  2690-CONTROLA-ESCRITURA

           .


      *++++++++++++++++++++++++++++++++++++++++*
      *    SUSCRIPTORES SIN NINGUNA PAREJA NI  *
      *    MOVIMIENTO ESTA NOCHE: FICHERO CON  *
      *    CERO REGISTROS                      *
      *++++++++++++++++++++++++++++++++++++++++*
       2800-SUSCRIPTORES-SIN-CRUCES.

           PERFORM  2810-SUSCRIPTOR-PENDIENTE
               VARYING  WS-TAB-SUS-IDX  FROM  1  BY  1
               UNTIL    WS-TAB-SUS-IDX  >  WS-TAB-SUS-CUENTA

           .


       2810-SUSCRIPTOR-PENDIENTE.

           IF  WS-TAB-SUS-HECHO (WS-TAB-SUS-IDX)  NOT =  'S'
               MOVE  'S'  TO  WS-TAB-SUS-HECHO (WS-TAB-SUS-IDX)
               MOVE  WS-TAB-SUS-EMPRESA (WS-TAB-SUS-IDX)
                                          TO  WS-ROT-EMPRESA
               MOVE  ZEROES  TO  WS-ROT-REG-SALIDA
                                 WS-ROT-IMP-SALIDA
                                 WS-ROT-REG-FICHERO
                                 WS-ROT-IMP-FICHERO
               SET   SI-SUSCRITA  TO  TRUE
               SET   NO-FICHERO-ABIERTO  TO  TRUE
               PERFORM  2600-ABRE-FICHERO
               PERFORM  2400-CIERRA-EMPRESA
           END-IF

           .


       2900-GRABA-MANIFIESTO.

           WRITE  REG-MANIFIESTO  FROM  WS-MANIFIESTO

           EVALUATE  FS-MANIFIESTO

               WHEN  '00'
                     CONTINUE
               WHEN  OTHER
                     MOVE  WS-2900-GRABA-MANIFIESTO
                                                TO  WS-ERROR-PARRAFO
                     MOVE  'ERROR DE ESCRITURA' TO  WS-ERROR-ACCION
                     PERFORM  9500-ERROR-STATUS-FICHERO

           END-EVALUATE

           .


      *++++++++++++++++++++++++++++++++++++++++*
      *    CIERRE: LINEAS SIN Y TOT DEL        *
      *    MANIFIESTO Y SECUENCIAS AL DIA      *
      *++++++++++++++++++++++++++++++++++++++++*
       3000-FIN.

           MOVE  'SIN'                   TO  WS-MAN-TIPO
           MOVE  SPACES                  TO  WS-MAN-EMPRESA
                                             WS-MAN-FORMATO
                                             WS-MAN-CONTENIDO
                                             WS-MAN-ESTADO
                                             WS-MAN-FICHERO
           MOVE  ZEROES                  TO  WS-MAN-SECUENCIA
                                             WS-MAN-REG-FICHERO
                                             WS-MAN-IMP-FICHERO
           MOVE  WS-TOT-REG-SIN          TO  WS-MAN-REG-SALIDA
           MOVE  WS-TOT-IMP-SIN          TO  WS-MAN-IMP-SALIDA
           PERFORM  2900-GRABA-MANIFIESTO

           MOVE  'TOT'                   TO  WS-MAN-TIPO
           MOVE  WS-CONT-FICHEROS        TO  WS-MAN-SECUENCIA
           MOVE  WS-TOT-REG-FICHEROS     TO  WS-MAN-REG-FICHERO
           MOVE  WS-TOT-IMP-FICHEROS     TO  WS-MAN-IMP-FICHERO
           MOVE  WS-TOT-REG-LEIDOS       TO  WS-MAN-REG-SALIDA
           MOVE  WS-TOT-IMP-LEIDOS       TO  WS-MAN-IMP-SALIDA
           PERFORM  2900-GRABA-MANIFIESTO

           CLOSE  MANIFIESTO

           PERFORM  3100-GRABA-SECUENCIAS

           PERFORM  9999-MUESTRA-ESTADISTICAS

      *    CODIGO DE RETORNO 4: EL REPARTO SE HA HECHO PERO HAY QUE
      *    REVISAR LA TABLA DE SUSCRIPTORES O FALTABA EL DELTA.
           IF  WS-CONT-SUS-RECHAZADOS  >  0
           OR  WS-CONT-SIN-DELTA       >  0
               MOVE  4  TO  RETURN-CODE
           END-IF

           STOP RUN

           .


       3100-GRABA-SECUENCIAS.

           OPEN  OUTPUT  SECUENCIAS

           IF  FS-SECUENCIAS  NOT =  '00'
               MOVE  'ERROR DE APERTURA'          TO  WS-ERROR-ACCION
               MOVE  WS-3100-GRABA-SECUENCIAS     TO  WS-ERROR-PARRAFO
               PERFORM  9500-ERROR-STATUS-FICHERO
           END-IF

           PERFORM  3110-GRABA-UNA-SECUENCIA
               VARYING  WS-TAB-SEC-IDX  FROM  1  BY  1
               UNTIL    WS-TAB-SEC-IDX  >  WS-TAB-SEC-CUENTA

           CLOSE  SECUENCIAS

           .


       3110-GRABA-UNA-SECUENCIA.

           MOVE  SPACES  TO  WS-SECUENCIA-LINEA
           MOVE  WS-TAB-SEC-EMPRESA (WS-TAB-SEC-IDX)
                                      TO  WS-SEL-EMPRESA
           MOVE  WS-TAB-SEC-NUMERO (WS-TAB-SEC-IDX)
                                      TO  WS-SEL-NUMERO
           MOVE  WS-TAB-SEC-FECHA (WS-TAB-SEC-IDX)
                                      TO  WS-SEL-FECHA

           WRITE  REG-SECUENCIA  FROM  WS-SECUENCIA-LINEA

           IF  FS-SECUENCIAS  NOT =  '00'
               MOVE  'ERROR DE ESCRITURA'         TO  WS-ERROR-ACCION
               MOVE  WS-3100-GRABA-SECUENCIAS     TO  WS-ERROR-PARRAFO
               PERFORM  9500-ERROR-STATUS-FICHERO
           END-IF

           .


       9500-ERROR-STATUS-FICHERO.

           IF  FS-SALIDA  NOT EQUAL TO '00' AND
               FS-SALIDA  NOT EQUAL TO '10' AND
               FS-SALIDA  NOT EQUAL TO SPACES AND
               FS-SALIDA  NOT EQUAL TO LOW-VALUES

               MOVE  'CRUCE-SALIDA   '     TO  WS-ERROR-FICHERO
               MOVE  FS-SALIDA             TO  WS-ERROR-FS
               PERFORM  9900-ERROR-ABORTAR

           END-IF


           IF  FS-DELTA  NOT EQUAL TO '00' AND
               FS-DELTA  NOT EQUAL TO '10' AND
               FS-DELTA  NOT EQUAL TO SPACES AND
               FS-DELTA  NOT EQUAL TO LOW-VALUES

               MOVE  'DELTA-ENTRADA  '     TO  WS-ERROR-FICHERO
               MOVE  FS-DELTA              TO  WS-ERROR-FS
               PERFORM  9900-ERROR-ABORTAR

           END-IF


           IF  FS-SUSCRIPTORES  NOT EQUAL TO '00' AND
               FS-SUSCRIPTORES  NOT EQUAL TO '10' AND
               FS-SUSCRIPTORES  NOT EQUAL TO '35' AND
               FS-SUSCRIPTORES  NOT EQUAL TO SPACES AND
               FS-SUSCRIPTORES  NOT EQUAL TO LOW-VALUES

               MOVE  'SUSCRIPTORES   '     TO  WS-ERROR-FICHERO
               MOVE  FS-SUSCRIPTORES       TO  WS-ERROR-FS
               PERFORM  9900-ERROR-ABORTAR

           END-IF


           IF  FS-SECUENCIAS  NOT EQUAL TO '00' AND
               FS-SECUENCIAS  NOT EQUAL TO '10' AND
               FS-SECUENCIAS  NOT EQUAL TO '35' AND
               FS-SECUENCIAS  NOT EQUAL TO SPACES AND
               FS-SECUENCIAS  NOT EQUAL TO LOW-VALUES

               MOVE  'SECUENCIAS     '     TO  WS-ERROR-FICHERO
               MOVE  FS-SECUENCIAS         TO  WS-ERROR-FS
               PERFORM  9900-ERROR-ABORTAR

           END-IF


           IF  FS-DISTRIBUCION  NOT EQUAL TO '00' AND
               FS-DISTRIBUCION  NOT EQUAL TO '10' AND
               FS-DISTRIBUCION  NOT EQUAL TO SPACES AND
               FS-DISTRIBUCION  NOT EQUAL TO LOW-VALUES

               MOVE  WS-FICH-DISTRIB       TO  WS-ERROR-FICHERO
               MOVE  FS-DISTRIBUCION       TO  WS-ERROR-FS
               PERFORM  9900-ERROR-ABORTAR

           END-IF


           IF  FS-MANIFIESTO  NOT EQUAL TO '00' AND
               FS-MANIFIESTO  NOT EQUAL TO '10' AND
               FS-MANIFIESTO  NOT EQUAL TO SPACES AND
               FS-MANIFIESTO  NOT EQUAL TO LOW-VALUES

               MOVE  'MANIFIESTO     '     TO  WS-ERROR-FICHERO
               MOVE  FS-MANIFIESTO         TO  WS-ERROR-FS
               PERFORM  9900-ERROR-ABORTAR

           END-IF


           .


       9900-ERROR-ABORTAR.

           DISPLAY  '============================='
           DISPLAY  'ERROR EN PROG. DISTRIBUYE_CRUCES.'
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
           DISPLAY  'FECHA DE NEGOCIO:            '
                     WS-FECHA-NEGOCIO
           DISPLAY  'PAREJAS LEIDAS:              '
                     WS-TOT-REG-LEIDOS
           DISPLAY  'MOVIMIENTOS DELTA LEIDOS:    '
                     WS-CONT-LEIDOS-DELTA
           DISPLAY  'SUSCRIPTORES LEIDOS:         '
                     WS-CONT-SUS-LEIDOS
           DISPLAY  'SUSCRIPTORES RECHAZADOS:     '
                     WS-CONT-SUS-RECHAZADOS
           DISPLAY  'FICHEROS GENERADOS:          '
                     WS-CONT-FICHEROS
           DISPLAY  'REGISTROS DISTRIBUIDOS:      '
                     WS-TOT-REG-FICHEROS
           DISPLAY  'SUSCRIPTORES SIN DELTA:      '
                     WS-CONT-SIN-DELTA
           DISPLAY  'EMPRESAS SIN SUSCRIPCION:    '
                     WS-CONT-EMP-SIN-SUS
           DISPLAY  'PAREJAS NO CRUZADAS:         '
                     WS-CONT-NO-CRUZADOS
           DISPLAY  '============================='

           .

      *    de registros de cruce-salida.txt, los no cruzados, el       *
      *    recuento de la interfaz cruce-salida.csv y las filas de     *
      *    la fecha en cruce-historico.txt.                            *
      *    Cuadra tambien el reparto por empresa de DISTRIBUYE_CRUCES: *
      *    los registros e importe de distribucion-manifiesto.txt      *
      *    contra los leidos de cruce-salida.txt, y cada fichero       *
      *    distribuido (registros e importe de su detalle y de su      *
      *    trailer) contra su linea del manifiesto, y esta contra la   *
      *    parte de cruce-salida si el fichero lleva todo el cruce de  *
      *    la empresa; sin manifiesto esas comprobaciones son N/A.     *
      *    Emite un certificado (conciliacion-certificado.txt) con    *
      *    PASS / FAIL / N/A por comprobacion y un resultado global,   *
      *    y devuelve codigo de retorno 0 si todo cuadra, 8 si         *
      *    aborta, para que el planificador los diferencie.            *
      *    PARAMETRO: fecha de negocio (AAAAMMDD) a partir de la       *
      *    posicion 5 de la linea de mandatos; sin ella se toma la     *
      *    del sistema.  La fecha debe ser laborable en                *
      *    calendario-laboral.txt; un run en dia festivo o ausente     *
      *    del calendario se rechaza salvo que se fuerce con 'F' en    *
      *    la posicion 4 (sin calendario no hay control).              *
      *----------------------------------------------------------------*


               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REGIONES.

      *    MANIFIESTO DEL REPARTO POR EMPRESA Y CADA UNO DE LOS
      *    FICHEROS QUE LISTA
           SELECT  MANIFIESTO
               ASSIGN TO 'distribucion-manifiesto.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-MANIFIESTO.

           SELECT  DISTRIBUIDO  ASSIGN TO DYNAMIC WS-FICH-DISTRIB
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-DISTRIBUIDO.

           SELECT  CERTIFICADO
               ASSIGN TO 'conciliacion-certificado.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CERTIFICADO.

      *    CALENDARIO LABORAL COMPARTIDO POR LA CADENA: UNA LINEA
      *    POR DIA CON SU TIPO ('L' LABORABLE / 'F' FESTIVO O FIN
      *    DE SEMANA) Y LA MARCA DE ULTIMO LABORABLE DEL MES
           SELECT  CALENDARIO  ASSIGN TO 'calendario-laboral.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS FS-CALENDARIO.

      *================================================================*
       DATA DIVISION.
      *================================================================*
           BLOCK CONTAINS 0 RECORDS.
       01  REG-REGIONES                        PIC  X(43).

       FD  MANIFIESTO
           BLOCK CONTAINS 0 RECORDS.
       01  REG-MANIFIESTO                      PIC  X(110).

       FD  DISTRIBUIDO
           BLOCK CONTAINS 0 RECORDS.
       01  REG-DISTRIBUIDO                     PIC  X(80).

       FD  CERTIFICADO
           BLOCK CONTAINS 0 RECORDS.
       01  REG-CERTIFICADO                     PIC  X(80).

       FD  CALENDARIO
           BLOCK CONTAINS 0 RECORDS.
       01  REG-CALENDARIO                      PIC  X(40).


       WORKING-STORAGE SECTION.

       77  FS-PARAMETRO                        PIC  X(2).
       77  FS-REGIONES                         PIC  X(2).
       77  FS-CERTIFICADO                      PIC  X(2).
       77  FS-CALENDARIO                       PIC  X(2).
       77  FS-MANIFIESTO                       PIC  X(2).
       77  FS-DISTRIBUIDO                      PIC  X(2).

      *++++++++++++++++++*
      *    SWITCHES      *
               88  SI-FIN-REGIONES                         VALUE  'S'.
               88  NO-FIN-REGIONES                         VALUE  'N'.

           05  SW-CALENDARIO                   PIC  X(1)   VALUE  'N'.
               88  SI-FIN-CALENDARIO                       VALUE  'S'.
               88  NO-FIN-CALENDARIO                       VALUE  'N'.

           05  SW-DIA-CALENDARIO               PIC  X(1)   VALUE  ' '.
               88  SI-DIA-LABORABLE                        VALUE  'L'.
               88  SI-DIA-AUSENTE                          VALUE  ' '.

           05  SW-FORZADO                      PIC  X(1)   VALUE  ' '.
               88  SI-FORZADO                              VALUE  'F'.

           05  SW-MANIFIESTO                   PIC  X(1)   VALUE  'N'.
               88  SI-HAY-MANIFIESTO                       VALUE  'S'.
               88  NO-HAY-MANIFIESTO                       VALUE  'N'.

           05  SW-FIN-MANIFIESTO               PIC  X(1)   VALUE  'N'.
               88  SI-FIN-MANIFIESTO                       VALUE  'S'.
               88  NO-FIN-MANIFIESTO                       VALUE  'N'.

           05  SW-FIN-DISTRIBUIDO              PIC  X(1)   VALUE  'N'.
               88  SI-FIN-DISTRIBUIDO                      VALUE  'S'.
               88  NO-FIN-DISTRIBUIDO                      VALUE  'N'.

      *    LINEA DE MANDATOS: FECHA DE NEGOCIO (AAAAMMDD) A PARTIR
      *    DE LA POSICION 5, COMO EN LOS CRUCES; 'F' EN LA POSICION
      *    4 FUERZA EL RUN EN UN DIA NO LABORABLE.
       01  WS-PARAM-LINEA               PIC  X(12)  VALUE  SPACES.

       01  WS-FECHA-NEGOCIO             PIC  X(8)   VALUE  SPACES.

       01  WS-PARAM-AUX                     PIC  X(40) VALUE SPACES.

       01  WS-FICH-DISTRIB                  PIC  X(40) VALUE SPACES.

       01  WS-REGION-LINEA.
           05  WS-REGL-REGION              PIC  X(2).
           05  FILLER                      PIC  X(1).
      *+++++++++++++++++++++++++++++*
      *    VARIABLES DE TRABAJO     *
      *+++++++++++++++++++++++++++++*
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

      *    VISTA DE UN REGISTRO DE RUN-CONTROL (VER WS-RUN-CONTROL
      *    EN CRUCE_1N / CRUCE_SIMPLE)
       01  WS-RUN-LEIDO.
           05  WS-CSV-RECUENTO             PIC  X(7).
           05  FILLER                      PIC  X(26).

      *    PAREJA DE CRUCE-SALIDA, PARA SUMAR SU IMPORTE
       01  WS-LINEA-SALIDA                 PIC  X(26)  VALUE SPACES.

       01  FILLER  REDEFINES  WS-LINEA-SALIDA.
           05  FILLER                      PIC  X(14).
           05  WS-SAL-IMPORTE              PIC  X(9).
           05  WS-SAL-IMPORTE-9  REDEFINES  WS-SAL-IMPORTE
                                           PIC  9(7)V99.
           05  FILLER                      PIC  X(3).

       01  WS-LINEA-HISTORICO              PIC  X(32)  VALUE SPACES.

       01  FILLER  REDEFINES  WS-LINEA-HISTORICO.
           05  WS-OBS-CSV-RECUENTO         PIC  9(7)  VALUE ZEROES.
           05  WS-OBS-CSV-HAY-TOTAL        PIC  X(1)  VALUE  'N'.
           05  WS-OBS-HISTORICO            PIC  9(7)  VALUE ZEROES.
           05  WS-OBS-SALIDA-IMP           PIC  9(11)V99
                                   VALUE ZEROES.

      *++++++++++++++++++++++++++++++++++++++++*
      *    MANIFIESTO DE DISTRIBUYE_CRUCES     *
      *    (VER WS-MANIFIESTO EN ESE PROGRAMA) *
      *    Y LO QUE SE ENCUENTRA AL RELEER     *
      *    LOS FICHEROS QUE LISTA              *
      *++++++++++++++++++++++++++++++++++++++++*
       01  WS-LINEA-MANIFIESTO             PIC  X(110) VALUE SPACES.

       01  FILLER  REDEFINES  WS-LINEA-MANIFIESTO.
           05  WS-MAN-TIPO                 PIC  X(3).
           05  FILLER                      PIC  X(1).
           05  WS-MAN-EMPRESA              PIC  X(6).
           05  FILLER                      PIC  X(1).
           05  WS-MAN-FORMATO              PIC  X(1).
           05  FILLER                      PIC  X(1).
           05  WS-MAN-CONTENIDO            PIC  X(1).
           05  FILLER                      PIC  X(1).
           05  WS-MAN-SECUENCIA            PIC  9(6).
           05  FILLER                      PIC  X(1).
           05  WS-MAN-REG-FICHERO          PIC  9(7).
           05  FILLER                      PIC  X(1).
           05  WS-MAN-IMP-FICHERO          PIC  9(11)V99.
           05  FILLER                      PIC  X(1).
           05  WS-MAN-REG-SALIDA           PIC  9(7).
           05  FILLER                      PIC  X(1).
           05  WS-MAN-IMP-SALIDA           PIC  9(11)V99.
           05  FILLER                      PIC  X(1).
           05  WS-MAN-ESTADO               PIC  X(2).
           05  FILLER                      PIC  X(1).
           05  WS-MAN-FICHERO              PIC  X(40).
           05  FILLER                      PIC  X(1).

       01  FILLER  REDEFINES  WS-LINEA-MANIFIESTO.
           05  FILLER                      PIC  X(4).
           05  WS-MAN-FECHA                PIC  X(8).
           05  FILLER                      PIC  X(98).

       01  WS-DISTRIBUCION.
           05  WS-DIS-FECHA                PIC  X(8)  VALUE SPACES.
           05  WS-DIS-REG-REPARTO          PIC  9(7)  VALUE ZEROES.
           05  WS-DIS-IMP-REPARTO          PIC  9(11)V99
                                   VALUE ZEROES.
           05  WS-DIS-REG-TOTAL            PIC  9(7)  VALUE ZEROES.
           05  WS-DIS-IMP-TOTAL            PIC  9(11)V99
                                   VALUE ZEROES.
           05  WS-DIS-HAY-TOTAL            PIC  X(1)  VALUE  'N'.
           05  WS-DIS-FICHEROS             PIC  9(7)  VALUE ZEROES.
           05  WS-DIS-FICHEROS-OK          PIC  9(7)  VALUE ZEROES.
           05  WS-DIS-IMP-FICHEROS         PIC  9(11)V99
                                   VALUE ZEROES.
           05  WS-DIS-IMP-RELEIDO          PIC  9(11)V99
                                   VALUE ZEROES.

      *    RELECTURA DE UN FICHERO DISTRIBUIDO: CABECERA (UNA LINEA
      *    EN FIJO, DOS EN CSV), DETALLE Y TRAILER FIN O TOTAL CON
      *    EL CONTADOR Y EL IMPORTE (VER DISTRIBUYE_CRUCES).
       01  WS-LINEA-DISTRIBUIDO            PIC  X(80)  VALUE SPACES.

       01  FILLER  REDEFINES  WS-LINEA-DISTRIBUIDO.
           05  WS-DSF-MARCA                PIC  X(3).
           05  WS-DSF-RECUENTO             PIC  X(7).
           05  FILLER                      PIC  X(1).
           05  WS-DSF-IMPORTE              PIC  X(13).
           05  WS-DSF-IMPORTE-9  REDEFINES  WS-DSF-IMPORTE
                                           PIC  9(11)V99.
           05  FILLER                      PIC  X(56).

       01  FILLER  REDEFINES  WS-LINEA-DISTRIBUIDO.
           05  WS-DSC-MARCA                PIC  X(6).
           05  WS-DSC-RECUENTO             PIC  X(7).
           05  FILLER                      PIC  X(1).
           05  WS-DSC-IMP-ENTERO           PIC  X(11).
           05  WS-DSC-IMP-COMA             PIC  X(1).
           05  WS-DSC-IMP-DECIMALES        PIC  X(2).
           05  FILLER                      PIC  X(52).

      *    LA LINEA ANTERIOR A LA LEIDA: SOLO AL LEER LA SIGUIENTE SE
      *    SABE QUE NO ES EL TRAILER.  EN FIJO ES EL REGISTRO DE
      *    CRUCE-SALIDA ('T') O DEL DELTA ('D') TAL CUAL.
       01  WS-LINEA-DIS-ANTERIOR           PIC  X(80)  VALUE SPACES.

       01  FILLER  REDEFINES  WS-LINEA-DIS-ANTERIOR.
           05  FILLER                      PIC  X(14).
           05  WS-DAT-IMPORTE              PIC  X(9).
           05  WS-DAT-IMPORTE-9  REDEFINES  WS-DAT-IMPORTE
                                           PIC  9(7)V99.
           05  FILLER                      PIC  X(57).

       01  FILLER  REDEFINES  WS-LINEA-DIS-ANTERIOR.
           05  FILLER                      PIC  X(16).
           05  WS-DAD-IMPORTE              PIC  X(9).
           05  WS-DAD-IMPORTE-9  REDEFINES  WS-DAD-IMPORTE
                                           PIC  9(7)V99.
           05  FILLER                      PIC  X(55).

      *    CAMPOS DE UNA LINEA CSV; EL IMPORTE VA EN EL TERCERO
      *    ('T') O EN EL CUARTO ('D'), EDITADO ZZZZZZ9,99.
       01  WS-DIS-CAMPOS-CSV.
           05  WS-DIS-CAMPO-1              PIC  X(10).
           05  WS-DIS-CAMPO-2              PIC  X(10).
           05  WS-DIS-CAMPO-3              PIC  X(10).
           05  WS-DIS-CAMPO-4              PIC  X(10).

       01  WS-DIS-CAMPO-IMPORTE.
           05  WS-DCI-ENTERO               PIC  X(7).
           05  WS-DCI-COMA                 PIC  X(1).
           05  WS-DCI-DECIMALES            PIC  X(2).

      *    IMPORTE CSV PASADO A NUMERICO (PARTE ENTERA AJUSTADA A LA
      *    DERECHA Y CON CEROS A LA IZQUIERDA)
       01  WS-DIS-TEXTO-ENTERO             PIC  X(11)  JUSTIFIED RIGHT.
       01  WS-DIS-TEXTO-COMA               PIC  X(1).
       01  WS-DIS-TEXTO-DECIMALES          PIC  X(2).

       01  WS-DIS-IMPORTE-CSV.
           05  WS-DIC-ENTERO               PIC  9(11).
           05  WS-DIC-DECIMALES            PIC  9(2).

       01  WS-DIS-IMPORTE-CSV-9  REDEFINES  WS-DIS-IMPORTE-CSV
                                           PIC  9(11)V99.

       77  WS-DIS-LINEAS                   PIC  9(7)   VALUE ZEROES.
       77  WS-DIS-CABECERAS                PIC  9(1)   VALUE ZEROES.
       77  WS-DIS-DETALLE                  PIC  S9(7)  VALUE ZEROES.
       77  WS-DIS-TRAILER                  PIC  9(7)   VALUE ZEROES.
       77  WS-DIS-HAY-TRAILER              PIC  X(1)   VALUE  'N'.
       77  WS-DIS-IMP-TRAILER              PIC  9(11)V99
                                                   VALUE ZEROES.
       77  WS-DIS-IMP-DETALLE              PIC  9(11)V99
                                                   VALUE ZEROES.
       77  WS-DIS-IMPORTE-VALIDO           PIC  X(1)   VALUE  'S'.
       77  WS-DIS-IMPORTE-MAL              PIC  X(1)   VALUE  'N'.
       77  WS-DIS-CUADRA                   PIC  X(1)   VALUE  'N'.

      *++++++++++++++++++++++++++++++++++++++++*
      *    LINEAS DEL CERTIFICADO              *
                                   VALUE  ' REAL '.
           05  WS-CERT-REAL                PIC  9(7).

      *    MISMA LINEA PARA LAS COMPROBACIONES DE IMPORTE
       01  WS-CERT-LINEA-IMPORTE.
           05  WS-CERTI-NOMBRE             PIC  X(30).
           05  FILLER                      PIC  X(1)  VALUE  ' '.
           05  WS-CERTI-RESULTADO          PIC  X(4).
           05  FILLER                      PIC  X(1)  VALUE  ' '.
           05  FILLER                      PIC  X(9)
                                   VALUE  'ESPERADO '.
           05  WS-CERTI-ESPERADO           PIC  ZZZZZZZZZZ9,99.
           05  FILLER                      PIC  X(6)
                                   VALUE  ' REAL '.
           05  WS-CERTI-REAL               PIC  ZZZZZZZZZZ9,99.

       01  WS-CERT-GLOBAL.
           05  FILLER                      PIC  X(17)
                       VALUE  'RESULTADO GLOBAL '.

       01  WS-TEXTO-PARRAFO.

           05  WS-1020-DIA-LABORABLE       PIC  X(30)
                                   VALUE  '1020-DIA-LABORABLE'.
           05  WS-1025-LEE-CALENDARIO      PIC  X(30)
                                   VALUE  '1025-LEE-CALENDARIO'.
           05  WS-1200-APERTURA-FICHEROS   PIC  X(30)
                                   VALUE  '1200-APERTURA-FICHEROS'.
           05  WS-2100-LEE-RUN-CONTROL     PIC  X(30)
                                   VALUE  '3000-EMITE-CERTIFICADO'.
           05  WS-1060-DETECTA-REGIONES    PIC  X(30)
                                   VALUE  '1060-DETECTA-REGIONES'.
           05  WS-2700-LEE-MANIFIESTO      PIC  X(30)
                                   VALUE  '2700-LEE-MANIFIESTO'.
           05  WS-2750-VERIFICA-FICHERO    PIC  X(30)
                                   VALUE  '2750-VERIFICA-FICHERO'.


      *================================================================*
               ACCEPT  WS-FECHA-NEGOCIO  FROM  DATE  YYYYMMDD
           END-IF

           MOVE  WS-PARAM-LINEA(4:1)  TO  SW-FORZADO

           PERFORM  1020-DIA-LABORABLE

           PERFORM  1050-LEE-PARAMETROS

           PERFORM  1060-DETECTA-REGIONES
           .


      *++++++++++++++++++++++++++++++++++++++++*
      *    CALENDARIO LABORAL: UN RUN PARA UN  *
      *    DIA FESTIVO O AUSENTE DEL           *
      *    CALENDARIO SE RECHAZA SALVO QUE SE  *
      *    FUERCE; SIN CALENDARIO NO HAY       *
      *    CONTROL                             *
      *++++++++++++++++++++++++++++++++++++++++*
       1020-DIA-LABORABLE.

           OPEN  INPUT  CALENDARIO

           EVALUATE  FS-CALENDARIO

               WHEN  '00'
                     SET  NO-FIN-CALENDARIO  TO  TRUE
                     PERFORM  1025-LEE-CALENDARIO
                              UNTIL  SI-FIN-CALENDARIO
                     CLOSE  CALENDARIO
                     IF  NOT SI-DIA-LABORABLE
                         IF  SI-FORZADO
                             DISPLAY  'RUN FORZADO EN DIA NO LABORABLE '
                                      WS-FECHA-NEGOCIO
                         ELSE
                             MOVE  WS-1020-DIA-LABORABLE
                                               TO  WS-ERROR-PARRAFO
                             MOVE  'DIA NO LABORABLE'
                                               TO  WS-ERROR-ACCION
                             IF  SI-DIA-AUSENTE
                                 MOVE  'DIA SIN CALENDARIO'
                                               TO  WS-ERROR-ACCION
                             END-IF
                             MOVE  'CALENDARIO'  TO  WS-ERROR-FICHERO
                             MOVE  SPACES        TO  WS-ERROR-FS
                             PERFORM  9900-ERROR-ABORTAR
                         END-IF
                     END-IF

               WHEN  '35'
                     CONTINUE

               WHEN  OTHER
                     MOVE  'ERROR DE APERTURA'  TO  WS-ERROR-ACCION
                     MOVE  WS-1020-DIA-LABORABLE
                                                TO  WS-ERROR-PARRAFO
                     PERFORM  9500-ERROR-STATUS-FICHERO

           END-EVALUATE

           .


       1025-LEE-CALENDARIO.

           READ  CALENDARIO  INTO  WS-CALENDARIO

           EVALUATE  FS-CALENDARIO

               WHEN  '00'
                     IF  WS-CLB-FECHA  =  WS-FECHA-NEGOCIO
                         MOVE  WS-CLB-TIPO  TO  SW-DIA-CALENDARIO
                         SET   SI-FIN-CALENDARIO  TO  TRUE
                     END-IF

               WHEN  '10'
                     SET  SI-FIN-CALENDARIO  TO  TRUE

               WHEN  OTHER
                     MOVE  'ERROR DE LECTURA'   TO  WS-ERROR-ACCION
                     MOVE  WS-1025-LEE-CALENDARIO
                                                TO  WS-ERROR-PARRAFO
                     PERFORM  9500-ERROR-STATUS-FICHERO

           END-EVALUATE

           .


      *++++++++++++++++++++++++++++++++++++++++*
      *    MISMO CRITERIO QUE 1055-LEE-REGIONES*
      *    EN CRUCE_1N: HAY MODO MULTI-REGION  *

           PERFORM  2600-CUENTA-HISTORICO

           PERFORM  2700-LEE-MANIFIESTO

           .



       2410-CUENTA-SALIDA.

           READ  CRUCE-SALIDA  INTO  WS-LINEA-SALIDA

           EVALUATE  FS-SALIDA

               WHEN  '00'
                     ADD  1  TO  WS-OBS-SALIDA
                     IF  WS-SAL-IMPORTE  IS NUMERIC
                         ADD  WS-SAL-IMPORTE-9  TO  WS-OBS-SALIDA-IMP
                     END-IF

               WHEN  '10'
                     SET  SI-FIN-FICHERO  TO  TRUE
           .


      *++++++++++++++++++++++++++++++++++++++++*
      *    MANIFIESTO DEL REPARTO: FECHA, SUMA *
      *    DE LAS PARTES DE CRUCE-SALIDA (FIC  *
      *    Y SIN), TOTALES DE LA LINEA TOT Y   *
      *    RELECTURA DE CADA FICHERO GENERADO  *
      *++++++++++++++++++++++++++++++++++++++++*
       2700-LEE-MANIFIESTO.

           OPEN  INPUT  MANIFIESTO

           EVALUATE  FS-MANIFIESTO

               WHEN  '00'
                     SET  SI-HAY-MANIFIESTO  TO  TRUE
                     SET  NO-FIN-MANIFIESTO  TO  TRUE
                     PERFORM  2710-LINEA-MANIFIESTO
                              UNTIL  SI-FIN-MANIFIESTO
                     CLOSE  MANIFIESTO

               WHEN  '35'
                     SET  NO-HAY-MANIFIESTO  TO  TRUE
                     MOVE  SPACES  TO  FS-MANIFIESTO

               WHEN  OTHER
                     MOVE  'ERROR DE APERTURA'  TO  WS-ERROR-ACCION
                     MOVE  WS-2700-LEE-MANIFIESTO
                                                TO  WS-ERROR-PARRAFO
                     PERFORM  9500-ERROR-STATUS-FICHERO

           END-EVALUATE

           .


       2710-LINEA-MANIFIESTO.

           READ  MANIFIESTO  INTO  WS-LINEA-MANIFIESTO

           EVALUATE  FS-MANIFIESTO

               WHEN  '00'
                     EVALUATE  WS-MAN-TIPO
                         WHEN  'CAB'
                               MOVE  WS-MAN-FECHA  TO  WS-DIS-FECHA
                         WHEN  'FIC'
                               PERFORM  2720-SUMA-REPARTO
                               IF  WS-MAN-ESTADO  =  'OK'
                                   ADD  1  TO  WS-DIS-FICHEROS
                                   IF  WS-MAN-IMP-FICHERO  IS NUMERIC
                                       ADD  WS-MAN-IMP-FICHERO
                                                TO  WS-DIS-IMP-FICHEROS
                                   END-IF
                                   PERFORM  2750-VERIFICA-FICHERO
                               END-IF
                         WHEN  'SIN'
                               PERFORM  2720-SUMA-REPARTO
                         WHEN  'TOT'
                               MOVE  'S'  TO  WS-DIS-HAY-TOTAL
                               IF  WS-MAN-REG-SALIDA  IS NUMERIC
                               AND WS-MAN-IMP-SALIDA  IS NUMERIC
                                   MOVE  WS-MAN-REG-SALIDA
                                              TO  WS-DIS-REG-TOTAL
                                   MOVE  WS-MAN-IMP-SALIDA
                                              TO  WS-DIS-IMP-TOTAL
                               END-IF
                     END-EVALUATE

               WHEN  '10'
                     SET  SI-FIN-MANIFIESTO  TO  TRUE

               WHEN  OTHER
                     MOVE  'ERROR DE LECTURA'   TO  WS-ERROR-ACCION
                     MOVE  WS-2700-LEE-MANIFIESTO
                                                TO  WS-ERROR-PARRAFO
                     PERFORM  9500-ERROR-STATUS-FICHERO

           END-EVALUATE

           .


       2720-SUMA-REPARTO.

           IF  WS-MAN-REG-SALIDA  IS NUMERIC
           AND WS-MAN-IMP-SALIDA  IS NUMERIC
               ADD  WS-MAN-REG-SALIDA  TO  WS-DIS-REG-REPARTO
               ADD  WS-MAN-IMP-SALIDA  TO  WS-DIS-IMP-REPARTO
           END-IF

           .


      *    UN FICHERO CUADRA SI EXISTE, SUS LINEAS DE DETALLE Y SU
      *    TRAILER DAN EL NUMERO DE REGISTROS Y EL IMPORTE DE SU LINEA
      *    DEL MANIFIESTO Y, SI LLEVA TODO EL CRUCE DE LA EMPRESA
      *    ('T'), ESA LINEA COINCIDE CON LA PARTE DE CRUCE-SALIDA.
       2750-VERIFICA-FICHERO.

           MOVE  WS-MAN-FICHERO  TO  WS-FICH-DISTRIB
           MOVE  ZEROES          TO  WS-DIS-LINEAS
                                     WS-DIS-TRAILER
                                     WS-DIS-IMP-TRAILER
                                     WS-DIS-IMP-DETALLE
           MOVE  'N'             TO  WS-DIS-HAY-TRAILER
                                     WS-DIS-IMPORTE-MAL
           MOVE  SPACES          TO  WS-LINEA-DISTRIBUIDO
                                     WS-LINEA-DIS-ANTERIOR

           IF  WS-MAN-FORMATO  =  'C'
               MOVE  2  TO  WS-DIS-CABECERAS
           ELSE
               MOVE  1  TO  WS-DIS-CABECERAS
           END-IF

           OPEN  INPUT  DISTRIBUIDO

           EVALUATE  FS-DISTRIBUIDO

               WHEN  '00'
                     SET  NO-FIN-DISTRIBUIDO  TO  TRUE
                     PERFORM  2760-LINEA-DISTRIBUIDO
                              UNTIL  SI-FIN-DISTRIBUIDO
                     CLOSE  DISTRIBUIDO

               WHEN  '35'
                     DISPLAY  'NO EXISTE EL FICHERO DISTRIBUIDO '
                              WS-FICH-DISTRIB
                     MOVE  SPACES  TO  FS-DISTRIBUIDO

               WHEN  OTHER
                     MOVE  'ERROR DE APERTURA'  TO  WS-ERROR-ACCION
                     MOVE  WS-2750-VERIFICA-FICHERO
                                                TO  WS-ERROR-PARRAFO
                     PERFORM  9500-ERROR-STATUS-FICHERO

           END-EVALUATE

      *    LA ULTIMA LINEA LEIDA ES EL TRAILER.
           IF  WS-MAN-FORMATO  =  'C'
               MOVE  WS-DSC-IMP-ENTERO     TO  WS-DIS-TEXTO-ENTERO
               MOVE  WS-DSC-IMP-COMA       TO  WS-DIS-TEXTO-COMA
               MOVE  WS-DSC-IMP-DECIMALES  TO  WS-DIS-TEXTO-DECIMALES
               PERFORM  2780-IMPORTE-CSV
               IF  WS-DSC-MARCA  =  'TOTAL;'
               AND WS-DSC-RECUENTO  IS NUMERIC
               AND WS-DIS-IMPORTE-VALIDO  =  'S'
                   MOVE  'S'              TO  WS-DIS-HAY-TRAILER
                   MOVE  WS-DSC-RECUENTO  TO  WS-DIS-TRAILER
                   MOVE  WS-DIS-IMPORTE-CSV-9
                                          TO  WS-DIS-IMP-TRAILER
               END-IF
           ELSE
               IF  WS-DSF-MARCA  =  'FIN'
               AND WS-DSF-RECUENTO  IS NUMERIC
               AND WS-DSF-IMPORTE   IS NUMERIC
                   MOVE  'S'               TO  WS-DIS-HAY-TRAILER
                   MOVE  WS-DSF-RECUENTO   TO  WS-DIS-TRAILER
                   MOVE  WS-DSF-IMPORTE-9  TO  WS-DIS-IMP-TRAILER
               END-IF
           END-IF

           COMPUTE  WS-DIS-DETALLE  =  WS-DIS-LINEAS
                                    -  WS-DIS-CABECERAS  -  1

           ADD  WS-DIS-IMP-DETALLE  TO  WS-DIS-IMP-RELEIDO

           MOVE  'S'  TO  WS-DIS-CUADRA

           IF  WS-DIS-HAY-TRAILER  NOT =  'S'
           OR  WS-DIS-IMPORTE-MAL  =  'S'
           OR  WS-MAN-REG-FICHERO  IS NOT NUMERIC
           OR  WS-MAN-IMP-FICHERO  IS NOT NUMERIC
               MOVE  'N'  TO  WS-DIS-CUADRA
           END-IF

           IF  WS-DIS-CUADRA  =  'S'
               IF  WS-DIS-DETALLE      NOT =  WS-MAN-REG-FICHERO
               OR  WS-DIS-TRAILER      NOT =  WS-MAN-REG-FICHERO
               OR  WS-DIS-IMP-TRAILER  NOT =  WS-MAN-IMP-FICHERO
               OR  WS-DIS-IMP-DETALLE  NOT =  WS-MAN-IMP-FICHERO
                   MOVE  'N'  TO  WS-DIS-CUADRA
               END-IF
           END-IF

           IF  WS-DIS-CUADRA  =  'S'
           AND WS-MAN-CONTENIDO  =  'T'
               IF  WS-MAN-REG-SALIDA  IS NOT NUMERIC
               OR  WS-MAN-IMP-SALIDA  IS NOT NUMERIC
                   MOVE  'N'  TO  WS-DIS-CUADRA
               ELSE
                   IF  WS-MAN-REG-FICHERO  NOT =  WS-MAN-REG-SALIDA
                   OR  WS-MAN-IMP-FICHERO  NOT =  WS-MAN-IMP-SALIDA
                       MOVE  'N'  TO  WS-DIS-CUADRA
                   END-IF
               END-IF
           END-IF

           IF  WS-DIS-CUADRA  =  'S'
               ADD  1  TO  WS-DIS-FICHEROS-OK
           ELSE
               DISPLAY  'FICHERO DISTRIBUIDO SIN CUADRAR: '
                        WS-FICH-DISTRIB
           END-IF

           .


       2760-LINEA-DISTRIBUIDO.

           READ  DISTRIBUIDO  INTO  WS-LINEA-DISTRIBUIDO

           EVALUATE  FS-DISTRIBUIDO

               WHEN  '00'
                     ADD  1  TO  WS-DIS-LINEAS
                     IF  WS-DIS-LINEAS  >  WS-DIS-CABECERAS  +  1
                         PERFORM  2770-IMPORTE-DETALLE
                     END-IF
                     MOVE  WS-LINEA-DISTRIBUIDO
                                          TO  WS-LINEA-DIS-ANTERIOR

               WHEN  '10'
                     SET  SI-FIN-DISTRIBUIDO  TO  TRUE

               WHEN  OTHER
                     MOVE  'ERROR DE LECTURA'   TO  WS-ERROR-ACCION
                     MOVE  WS-2750-VERIFICA-FICHERO
                                                TO  WS-ERROR-PARRAFO
                     PERFORM  9500-ERROR-STATUS-FICHERO

           END-EVALUATE

           .


      *    IMPORTE DE LA LINEA DE DETALLE ANTERIOR.  EN FIJO UN
      *    IMPORTE NO NUMERICO NO SUMA (COMO AL GRABARLO); EN CSV UN
      *    IMPORTE ILEGIBLE DEJA EL FICHERO SIN CUADRAR.
       2770-IMPORTE-DETALLE.

           IF  WS-MAN-FORMATO  =  'C'

               MOVE  SPACES  TO  WS-DIS-CAMPOS-CSV
               UNSTRING  WS-LINEA-DIS-ANTERIOR  DELIMITED BY  ';'
                   INTO  WS-DIS-CAMPO-1
                         WS-DIS-CAMPO-2
                         WS-DIS-CAMPO-3
                         WS-DIS-CAMPO-4
               END-UNSTRING

               IF  WS-MAN-CONTENIDO  =  'T'
                   MOVE  WS-DIS-CAMPO-3  TO  WS-DIS-CAMPO-IMPORTE
               ELSE
                   MOVE  WS-DIS-CAMPO-4  TO  WS-DIS-CAMPO-IMPORTE
               END-IF

               MOVE  WS-DCI-ENTERO     TO  WS-DIS-TEXTO-ENTERO
               MOVE  WS-DCI-COMA       TO  WS-DIS-TEXTO-COMA
               MOVE  WS-DCI-DECIMALES  TO  WS-DIS-TEXTO-DECIMALES
               PERFORM  2780-IMPORTE-CSV

               IF  WS-DIS-IMPORTE-VALIDO  =  'S'
                   ADD  WS-DIS-IMPORTE-CSV-9  TO  WS-DIS-IMP-DETALLE
               ELSE
                   MOVE  'S'  TO  WS-DIS-IMPORTE-MAL
               END-IF

           ELSE

               IF  WS-MAN-CONTENIDO  =  'T'
                   IF  WS-DAT-IMPORTE  IS NUMERIC
                       ADD  WS-DAT-IMPORTE-9  TO  WS-DIS-IMP-DETALLE
                   END-IF
               ELSE
                   IF  WS-DAD-IMPORTE  IS NUMERIC
                       ADD  WS-DAD-IMPORTE-9  TO  WS-DIS-IMP-DETALLE
                   END-IF
               END-IF

           END-IF

           .


      *    IMPORTE EDITADO CON COMA DECIMAL (PARTE ENTERA EN
      *    WS-DIS-TEXTO-ENTERO, AJUSTADA A LA DERECHA) A NUMERICO.
       2780-IMPORTE-CSV.

           INSPECT  WS-DIS-TEXTO-ENTERO
                    REPLACING  LEADING  SPACES  BY  ZEROES

           IF  WS-DIS-TEXTO-ENTERO     IS NUMERIC
           AND WS-DIS-TEXTO-COMA       =  ','
           AND WS-DIS-TEXTO-DECIMALES  IS NUMERIC
               MOVE  'S'                     TO  WS-DIS-IMPORTE-VALIDO
               MOVE  WS-DIS-TEXTO-ENTERO     TO  WS-DIC-ENTERO
               MOVE  WS-DIS-TEXTO-DECIMALES  TO  WS-DIC-DECIMALES
           ELSE
               MOVE  'N'                     TO  WS-DIS-IMPORTE-VALIDO
               MOVE  ZEROES                  TO  WS-DIS-IMPORTE-CSV-9
           END-IF

           .


      *++++++++++++++++++++++++++++++++++++++++*
      *    EMISION DEL CERTIFICADO: UNA LINEA  *
      *    PASS / FAIL / N/A POR COMPROBACION  *
           END-IF
           PERFORM  3400-GRABA-CHECK

           PERFORM  3700-CHECKS-DISTRIBUCION

           IF  SI-GLOBAL-PASS
               MOVE  'PASS'  TO  WS-CERTG-RESULTADO
           ELSE
           .


      *++++++++++++++++++++++++++++++++++++++++*
      *    REPARTO POR EMPRESA: EL MANIFIESTO  *
      *    DEBE SER DE LA FECHA, REPARTIR      *
      *    TODA LA SALIDA (FIC + SIN = TOT =   *
      *    LEIDO AQUI) Y SUS FICHEROS CUADRAR  *
      *++++++++++++++++++++++++++++++++++++++++*
       3700-CHECKS-DISTRIBUCION.

           MOVE  'MANIFIESTO REGISTROS = SALIDA'  TO  WS-CERT-NOMBRE
           MOVE  WS-OBS-SALIDA               TO  WS-CERT-ESPERADO
           MOVE  WS-DIS-REG-REPARTO          TO  WS-CERT-REAL
           IF  NO-HAY-MANIFIESTO
               PERFORM  3300-ANOTA-NA
           ELSE
               IF  WS-DIS-FECHA  =  WS-FECHA-NEGOCIO
               AND WS-DIS-HAY-TOTAL  =  'S'
               AND WS-DIS-REG-REPARTO  =  WS-OBS-SALIDA
               AND WS-DIS-REG-TOTAL    =  WS-OBS-SALIDA
                   PERFORM  3100-ANOTA-PASS
               ELSE
                   PERFORM  3200-ANOTA-FAIL
               END-IF
           END-IF
           PERFORM  3400-GRABA-CHECK

           MOVE  'MANIFIESTO IMPORTE = SALIDA'    TO  WS-CERT-NOMBRE
           MOVE  WS-OBS-SALIDA-IMP           TO  WS-CERTI-ESPERADO
           MOVE  WS-DIS-IMP-REPARTO          TO  WS-CERTI-REAL
           IF  NO-HAY-MANIFIESTO
               PERFORM  3300-ANOTA-NA
           ELSE
               IF  WS-DIS-FECHA  =  WS-FECHA-NEGOCIO
               AND WS-DIS-HAY-TOTAL  =  'S'
               AND WS-DIS-IMP-REPARTO  =  WS-OBS-SALIDA-IMP
               AND WS-DIS-IMP-TOTAL    =  WS-OBS-SALIDA-IMP
                   PERFORM  3100-ANOTA-PASS
               ELSE
                   PERFORM  3200-ANOTA-FAIL
               END-IF
           END-IF
           PERFORM  3410-GRABA-CHECK-IMPORTE

           MOVE  'FICHEROS = MANIFIESTO'     TO  WS-CERT-NOMBRE
           MOVE  WS-DIS-FICHEROS             TO  WS-CERT-ESPERADO
           MOVE  WS-DIS-FICHEROS-OK          TO  WS-CERT-REAL
           IF  NO-HAY-MANIFIESTO
               PERFORM  3300-ANOTA-NA
           ELSE
               IF  WS-DIS-FICHEROS-OK  =  WS-DIS-FICHEROS
                   PERFORM  3100-ANOTA-PASS
               ELSE
                   PERFORM  3200-ANOTA-FAIL
               END-IF
           END-IF
           PERFORM  3400-GRABA-CHECK

           MOVE  'FICHEROS IMPORTE = MANIFIESTO'  TO  WS-CERT-NOMBRE
           MOVE  WS-DIS-IMP-FICHEROS         TO  WS-CERTI-ESPERADO
           MOVE  WS-DIS-IMP-RELEIDO          TO  WS-CERTI-REAL
           IF  NO-HAY-MANIFIESTO
               PERFORM  3300-ANOTA-NA
           ELSE
               IF  WS-DIS-IMP-RELEIDO  =  WS-DIS-IMP-FICHEROS
                   PERFORM  3100-ANOTA-PASS
               ELSE
                   PERFORM  3200-ANOTA-FAIL
               END-IF
           END-IF
           PERFORM  3410-GRABA-CHECK-IMPORTE

           .


       3100-ANOTA-PASS.

           MOVE  'PASS'  TO  WS-CERT-RESULTADO
           .


       3410-GRABA-CHECK-IMPORTE.

           ADD  1  TO  WS-CONT-CHECKS

           MOVE  WS-CERT-NOMBRE         TO  WS-CERTI-NOMBRE
           MOVE  WS-CERT-RESULTADO      TO  WS-CERTI-RESULTADO
           MOVE  WS-CERT-LINEA-IMPORTE  TO  WS-LINEA-EDITADA

           PERFORM  9200-GRABA-LINEA

           .


       9200-GRABA-LINEA.

           WRITE  REG-CERTIFICADO  FROM  WS-LINEA-EDITADA

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


           IF  FS-MANIFIESTO  NOT EQUAL TO '00' AND
               FS-MANIFIESTO  NOT EQUAL TO '10' AND
               FS-MANIFIESTO  NOT EQUAL TO SPACES AND
               FS-MANIFIESTO  NOT EQUAL TO LOW-VALUES

               MOVE  'MANIFIESTO     '     TO  WS-ERROR-FICHERO
               MOVE  FS-MANIFIESTO         TO  WS-ERROR-FS
               PERFORM  9900-ERROR-ABORTAR

           END-IF


           IF  FS-DISTRIBUIDO  NOT EQUAL TO '00' AND
               FS-DISTRIBUIDO  NOT EQUAL TO '10' AND
               FS-DISTRIBUIDO  NOT EQUAL TO SPACES AND
               FS-DISTRIBUIDO  NOT EQUAL TO LOW-VALUES

               MOVE  WS-FICH-DISTRIB       TO  WS-ERROR-FICHERO
               MOVE  FS-DISTRIBUIDO        TO  WS-ERROR-FS
               PERFORM  9900-ERROR-ABORTAR

           END-IF


           .


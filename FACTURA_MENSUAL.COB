      *    facturacion anterior, renombradas por la cadena), que       *
      *    viene ordenado por empresa igual que esta salida y se       *
      *    empareja secuencialmente.                                   *
      *    REGISTRO DE FACTURAS: cada documento emitido queda         *
      *    anotado en factura-registro.txt (acumulativo entre runs)    *
      *    con numero correlativo, tipo (F factura, C complementaria,  *
      *    A abono), mes, empresa, importe, fecha de emision y la      *
      *    factura que rectifica.  La primera facturacion de una       *
      *    empresa en el mes emite su factura; un run posterior del    *
      *    mismo mes (cruces recuperados por RECICLA_NOCRUZ tras la    *
      *    facturacion) no la reemite: compara el neto recalculado     *
      *    con lo ya emitido segun el registro y emite una factura     *
      *    complementaria o un abono por la diferencia, o nada si no   *
      *    la hay.  Una empresa facturada que ya no tiene cruces en    *
      *    el mes se abona entera.  factura-impresa.txt recoge solo    *
      *    los documentos emitidos en el run; factura-lineas.txt       *
      *    sigue saliendo con las cifras recalculadas de todas las     *
      *    empresas.  REGISTRO_FACTURAS lista el registro por          *
      *    periodo para contabilidad.                                  *
      *    CALCULO: BRUTO = CRUCES x TARIFA; si CRUCES alcanza el      *
      *    umbral del tramo se descuenta el porcentaje sobre el        *
      *    bruto; el neto nunca baja del cargo minimo.                 *
      *    PARAMETRO:  mes AAAAMM en la linea de mandatos; sin el      *
      *    se toma el mes de la fecha del sistema.                     *
      *    CODIGO DE RETORNO 4 si el run emite complementarias o       *
      *    abonos (mes refacturado).                                   *
      *----------------------------------------------------------------*


               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FACT-IMPRESA.

           SELECT  FACT-REGISTRO  ASSIGN TO 'factura-registro.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FACT-REGISTRO.

           SELECT  SORT-TRABAJO
               ASSIGN TO 'factura-sort.tmp'.

           BLOCK CONTAINS 0 RECORDS.
       01  REG-FACT-IMPRESA                    PIC  X(80).

       FD  FACT-REGISTRO
           BLOCK CONTAINS 0 RECORDS.
       01  REG-FACT-REGISTRO                   PIC  X(54).

       SD  SORT-TRABAJO.
       01  SD-REG.
           05  SD-EMPRESA                      PIC  X(6).
       77  FS-FACT-LINEAS                      PIC  X(2).
       77  FS-FACT-ANTERIOR                    PIC  X(2).
       77  FS-FACT-IMPRESA                     PIC  X(2).
       77  FS-FACT-REGISTRO                    PIC  X(2).

      *++++++++++++++++++*
      *    SWITCHES      *
               88  SI-MINIMO-APLICADO                      VALUE  'S'.
               88  NO-MINIMO-APLICADO                      VALUE  'N'.

           05  SW-REGISTRO                     PIC  X(1)   VALUE  'N'.
               88  SI-FIN-REGISTRO                         VALUE  'S'.
               88  NO-FIN-REGISTRO                         VALUE  'N'.

           05  SW-EMITIDA                      PIC  X(1)   VALUE  'N'.
               88  SI-EMITIDA-HALLADA                      VALUE  'S'.
               88  NO-EMITIDA-HALLADA                      VALUE  'N'.

       01  WS-PARAM-LINEA                  PIC  X(6)   VALUE  SPACES.
       01  WS-MES-FACTURA                  PIC  X(6)   VALUE  SPACES.
       01  WS-FECHA-SISTEMA                PIC  X(8)   VALUE  SPACES.
       01  WS-TOTAL-FACTURADO              PIC  9(13)V99
                                   VALUE ZEROES.

      *    NETO EMITIDO EN ESTE RUN: FACTURAS Y COMPLEMENTARIAS SUMAN,
      *    ABONOS RESTAN
       01  WS-TOTAL-EMITIDO                PIC S9(13)V99
                                   VALUE ZEROES.

      *++++++++++++++++++++++++++++++++++++++++*
      *    REGISTRO DE FACTURAS: UNA LINEA     *
      *    POR DOCUMENTO EMITIDO; ORIGEN ES    *
      *    LA FACTURA QUE RECTIFICA UNA        *
      *    COMPLEMENTARIA O UN ABONO (CEROS    *
      *    EN LAS FACTURAS)                    *
      *++++++++++++++++++++++++++++++++++++++++*
       01  WS-REGISTRO.
           05  WS-REG-NUMERO               PIC  9(7).
           05  FILLER                      PIC  X(1)  VALUE  ';'.
           05  WS-REG-TIPO                 PIC  X(1).
               88  SI-REG-FACTURA                     VALUE  'F'.
               88  SI-REG-COMPLEMENTARIA              VALUE  'C'.
               88  SI-REG-ABONO                       VALUE  'A'.
           05  FILLER                      PIC  X(1)  VALUE  ';'.
           05  WS-REG-MES                  PIC  X(6).
           05  FILLER                      PIC  X(1)  VALUE  ';'.
           05  WS-REG-EMPRESA              PIC  X(6).
           05  FILLER                      PIC  X(1)  VALUE  ';'.
           05  WS-REG-IMPORTE              PIC  9(11)V99.
           05  FILLER                      PIC  X(1)  VALUE  ';'.
           05  WS-REG-FECHA                PIC  X(8).
           05  FILLER                      PIC  X(1)  VALUE  ';'.
           05  WS-REG-ORIGEN               PIC  9(7).

      *    ULTIMO NUMERO DEL REGISTRO: LA NUMERACION SIGUE DE EL
       77  WS-ULTIMO-NUMERO                PIC  9(7)   VALUE ZEROES.

      *    NETO YA EMITIDO EN EL MES POR EMPRESA SEGUN EL REGISTRO,
      *    CON SU FACTURA ORIGINAL; VISTA = 'S' CUANDO LA EMPRESA
      *    SALE EN ESTE RUN.  MISMA HOLGURA Y CONTROL DE DESBORDE
      *    QUE LA TABLA DE TARIFAS.
       01  WS-TAB-EMITIDAS.
           05  WS-TAB-EMI-CUENTA           PIC  9(5)   VALUE ZEROES.
           05  WS-TAB-EMI-ENTRADA  OCCURS  1  TO  30000  TIMES
                                   DEPENDING ON  WS-TAB-EMI-CUENTA
                                   INDEXED BY  WS-TAB-EMI-IDX.
               10  WS-TAB-EMI-EMPRESA      PIC  X(6).
               10  WS-TAB-EMI-ORIGEN       PIC  9(7).
               10  WS-TAB-EMI-NETO         PIC S9(11)V99.
               10  WS-TAB-EMI-VISTA        PIC  X(1).

      *    DOCUMENTO A EMITIR PARA LA EMPRESA EN CURSO (TIPO SPACE:
      *    NINGUNO, EL MES YA ESTA FACTURADO POR SU IMPORTE)
       01  WS-DOCUMENTO.
           05  WS-DOC-TIPO                 PIC  X(1).
           05  WS-DOC-IMPORTE              PIC  9(11)V99.
           05  WS-DOC-EMITIDO              PIC S9(11)V99.
           05  WS-DOC-DIFERENCIA           PIC S9(11)V99.
           05  WS-DOC-ORIGEN               PIC  9(7).

      *++++++++++++++++++++++++++++++++++++++++*
      *    LINEA MECANIZABLE DE FACTURA        *
      *++++++++++++++++++++++++++++++++++++++++*
           05  FILLER                      PIC  X(5)
                                   VALUE  ' MES '.
           05  WS-LFT-MES                  PIC  X(6).
           05  FILLER                      PIC  X(6)
                                   VALUE  ' NUM. '.
           05  WS-LFT-NUMERO               PIC  9(7).

      *    FACTURA COMPLEMENTARIA O ABONO DE UN MES YA FACTURADO
       01  WS-LIN-RECT-TITULO.
           05  WS-LRT-TIPO                 PIC  X(23).
           05  FILLER                      PIC  X(5)
                                   VALUE  'NUM. '.
           05  WS-LRT-NUMERO               PIC  9(7).
           05  FILLER                      PIC  X(9)
                                   VALUE  ' EMPRESA '.
           05  WS-LRT-EMPRESA              PIC  X(6).
           05  FILLER                      PIC  X(5)
                                   VALUE  ' MES '.
           05  WS-LRT-MES                  PIC  X(6).

       01  WS-LIN-RECT-ORIGEN.
           05  FILLER                      PIC  X(20)
                                   VALUE  'RECTIFICA FACTURA   '.
           05  WS-LRO-ORIGEN               PIC  9(7).

       01  WS-LIN-RECT-RECALCULO.
           05  FILLER                      PIC  X(20)
                                   VALUE  'NETO RECALCULADO    '.
           05  WS-LRR-NETO                 PIC  ZZ.ZZZ.ZZZ.ZZ9,99.

       01  WS-LIN-RECT-EMITIDO.
           05  FILLER                      PIC  X(20)
                                   VALUE  'YA FACTURADO        '.
           05  WS-LRE-EMITIDO              PIC  ZZ.ZZZ.ZZZ.ZZ9,99-.

       01  WS-LIN-RECT-IMPORTE.
           05  WS-LRI-TEXTO                PIC  X(20).
           05  WS-LRI-IMPORTE              PIC  ZZ.ZZZ.ZZZ.ZZ9,99.

       01  WS-LIN-FACT-CRUCES.
           05  FILLER                      PIC  X(20)
                                   VALUE  'TOTAL FACTURADO     '.
           05  WS-LTG-TOTAL                PIC  Z.ZZZ.ZZZ.ZZZ.ZZ9,99.

       01  WS-LIN-TOTAL-EMITIDO.
           05  FILLER                      PIC  X(20)
                                   VALUE  'EMITIDO EN EL RUN   '.
           05  WS-LTE-TOTAL                PIC  Z.ZZZ.ZZZ.ZZZ.ZZ9,99-.

       01  WS-LIN-BLANCO                   PIC  X(80)  VALUE  SPACES.

       01  WS-LINEA-EDITADA                PIC  X(80)  VALUE  SPACES.
                                   VALUE ZEROES.
           05  WS-CONT-SIN-TARIFA          PIC  9(7)  COMP-3
                                   VALUE ZEROES.
           05  WS-CONT-LEIDOS-REGISTRO     PIC  9(7)  COMP-3
                                   VALUE ZEROES.
           05  WS-CONT-FACTURAS            PIC  9(7)  COMP-3
                                   VALUE ZEROES.
           05  WS-CONT-COMPLEMENTARIAS     PIC  9(7)  COMP-3
                                   VALUE ZEROES.
           05  WS-CONT-ABONOS              PIC  9(7)  COMP-3
                                   VALUE ZEROES.
           05  WS-CONT-SIN-CAMBIO          PIC  9(7)  COMP-3
                                   VALUE ZEROES.

       01  WS-TEXTO-PARRAFO.

                                   VALUE  '2100-VUELCA-HISTORICO'.
           05  WS-2200-RECOGE-EMPRESAS     PIC  X(30)
                                   VALUE  '2200-RECOGE-EMPRESAS'.
           05  WS-1300-CARGA-REGISTRO      PIC  X(30)
                                   VALUE  '1300-CARGA-REGISTRO'.
           05  WS-2400-LEE-ANTERIOR        PIC  X(30)
                                   VALUE  '2400-LEE-ANTERIOR'.
           05  WS-2550-EMITE-DOCUMENTO     PIC  X(30)
                                   VALUE  '2550-EMITE-DOCUMENTO'.
           05  WS-3000-FIN                 PIC  X(30)
                                   VALUE  '3000-FIN'.
           05  WS-3100-GRABA-LINEA-FACT    PIC  X(30)
                                   VALUE  '3100-GRABA-LINEA-FACT'.
           05  WS-9200-GRABA-LINEA         PIC  X(30)
                                   VALUE  'TABLA DE TARIFAS'.
           05  WS-TXT-TARIFAS-LLENAS       PIC  X(20)
                                   VALUE  'TABLA TARIFAS LLENA'.
           05  WS-TXT-EMITIDAS-LLENAS      PIC  X(20)
                                   VALUE  'TABLA EMITIDAS LLENA'.
           05  WS-TXT-MES-SIN-CRUCES       PIC  X(20)
                                   VALUE  'FACTURADO SIN CRUCES'.


      *================================================================*

           PERFORM  1100-CARGA-TARIFAS

           PERFORM  1300-CARGA-REGISTRO

           PERFORM  1200-APERTURA-FICHEROS

           PERFORM  9100-SALTO-DE-PAGINA
               PERFORM 9500-ERROR-STATUS-FICHERO
           END-IF

      *    EL REGISTRO ES ACUMULATIVO ENTRE RUNS: SIEMPRE EXTEND,
      *    CREANDOLO VACIO LA PRIMERA VEZ.
           OPEN  EXTEND  FACT-REGISTRO

           IF  FS-FACT-REGISTRO  =  '35'
               OPEN  OUTPUT  FACT-REGISTRO
               IF  FS-FACT-REGISTRO  =  '00'
                   CLOSE  FACT-REGISTRO
                   OPEN  EXTEND  FACT-REGISTRO
               END-IF
           END-IF

           IF  FS-FACT-REGISTRO NOT = '00'
           AND FS-FACT-REGISTRO NOT = '10'
               MOVE  'ERROR DE APERTURA'          TO  WS-ERROR-ACCION
               MOVE  WS-1200-APERTURA-FICHEROS    TO  WS-ERROR-PARRAFO
               PERFORM 9500-ERROR-STATUS-FICHERO
           END-IF

      *    EL RUN ANTERIOR ES OPCIONAL: SIN EL, LA COLUMNA DE
      *    COMPARACION SALE A CEROS.
           OPEN  INPUT  FACT-ANTERIOR
           .


      *++++++++++++++++++++++++++++++++++++++++*
      *    LECTURA DEL REGISTRO DE FACTURAS:   *
      *    ULTIMO NUMERO EMITIDO Y NETO YA     *
      *    EMITIDO EN EL MES POR EMPRESA. SIN  *
      *    REGISTRO NO HAY NADA FACTURADO      *
      *++++++++++++++++++++++++++++++++++++++++*
       1300-CARGA-REGISTRO.

           OPEN  INPUT  FACT-REGISTRO

           EVALUATE  FS-FACT-REGISTRO

               WHEN  '00'
                     SET  NO-FIN-REGISTRO  TO  TRUE
                     PERFORM  1350-LEE-REGISTRO
                              UNTIL  SI-FIN-REGISTRO
                     CLOSE  FACT-REGISTRO

               WHEN  '35'
                     CONTINUE

               WHEN  OTHER
                     MOVE  'ERROR DE APERTURA'     TO  WS-ERROR-ACCION
                     MOVE  WS-1300-CARGA-REGISTRO  TO  WS-ERROR-PARRAFO
                     PERFORM  9500-ERROR-STATUS-FICHERO

           END-EVALUATE

           .


       1350-LEE-REGISTRO.

           READ  FACT-REGISTRO  INTO  WS-REGISTRO

           EVALUATE  FS-FACT-REGISTRO

               WHEN  '00'
                     ADD  1  TO  WS-CONT-LEIDOS-REGISTRO
                     IF  WS-REG-NUMERO  IS NUMERIC
                         IF  WS-REG-NUMERO  >  WS-ULTIMO-NUMERO
                             MOVE  WS-REG-NUMERO  TO  WS-ULTIMO-NUMERO
                         END-IF
                         IF  WS-REG-MES  =  WS-MES-FACTURA
                         AND WS-REG-IMPORTE  IS NUMERIC
                             PERFORM  1380-ANOTA-EMITIDA
                         END-IF
                     END-IF

               WHEN  '10'
                     SET  SI-FIN-REGISTRO  TO  TRUE

               WHEN  OTHER
                     MOVE  'ERROR DE LECTURA'      TO  WS-ERROR-ACCION
                     MOVE  WS-1300-CARGA-REGISTRO  TO  WS-ERROR-PARRAFO
                     PERFORM  9500-ERROR-STATUS-FICHERO

           END-EVALUATE

           .


       1380-ANOTA-EMITIDA.

           MOVE  WS-REG-EMPRESA  TO  WS-ROT-EMPRESA

           PERFORM  2510-BUSCA-EMITIDA

           IF  NO-EMITIDA-HALLADA
               IF  WS-TAB-EMI-CUENTA  NOT <  30000
                   MOVE  WS-1300-CARGA-REGISTRO  TO  WS-ERROR-PARRAFO
                   MOVE  WS-TXT-EMITIDAS-LLENAS  TO  WS-ERROR-ACCION
                   MOVE  'FACT-REGISTRO'         TO  WS-ERROR-FICHERO
                   MOVE  FS-FACT-REGISTRO        TO  WS-ERROR-FS
                   PERFORM  9900-ERROR-ABORTAR
               END-IF
               ADD  1  TO  WS-TAB-EMI-CUENTA
               SET  WS-TAB-EMI-IDX  TO  WS-TAB-EMI-CUENTA
               MOVE  WS-REG-EMPRESA  TO
                     WS-TAB-EMI-EMPRESA (WS-TAB-EMI-IDX)
               MOVE  ZEROES          TO
                     WS-TAB-EMI-ORIGEN (WS-TAB-EMI-IDX)
                     WS-TAB-EMI-NETO (WS-TAB-EMI-IDX)
               MOVE  'N'             TO
                     WS-TAB-EMI-VISTA (WS-TAB-EMI-IDX)
           END-IF

           EVALUATE  TRUE

               WHEN  SI-REG-FACTURA
                     ADD  WS-REG-IMPORTE  TO
                          WS-TAB-EMI-NETO (WS-TAB-EMI-IDX)
                     IF  WS-TAB-EMI-ORIGEN (WS-TAB-EMI-IDX)  =  ZEROES
                         MOVE  WS-REG-NUMERO  TO
                               WS-TAB-EMI-ORIGEN (WS-TAB-EMI-IDX)
                     END-IF

               WHEN  SI-REG-COMPLEMENTARIA
                     ADD  WS-REG-IMPORTE  TO
                          WS-TAB-EMI-NETO (WS-TAB-EMI-IDX)

               WHEN  SI-REG-ABONO
                     SUBTRACT  WS-REG-IMPORTE  FROM
                               WS-TAB-EMI-NETO (WS-TAB-EMI-IDX)

               WHEN  OTHER
                     CONTINUE

           END-EVALUATE

           MOVE  SPACES  TO  WS-ROT-EMPRESA

           .


      *++++++++++++++++++++++++++++++++++++++++*
      *    VUELCO AL SORT DE LAS FILAS DEL     *
      *    HISTORICO DEL MES PEDIDO            *

           ADD  WS-CAL-NETO  TO  WS-TOTAL-FACTURADO

           PERFORM  2500-DECIDE-DOCUMENTO

           PERFORM  3100-GRABA-LINEA-FACT

           EVALUATE  WS-DOC-TIPO

               WHEN  'F'
                     PERFORM  3200-IMPRIME-FACTURA

               WHEN  'C'
               WHEN  'A'
                     PERFORM  3300-IMPRIME-RECTIFICATIVA

               WHEN  OTHER
                     CONTINUE

           END-EVALUATE

           .

           .


      *++++++++++++++++++++++++++++++++++++++++*
      *    DOCUMENTO DE LA EMPRESA SEGUN EL    *
      *    REGISTRO: FACTURA SI EL MES NO ESTA *
      *    FACTURADO; SI LO ESTA, SOLO LA      *
      *    DIFERENCIA CON LO YA EMITIDO        *
      *++++++++++++++++++++++++++++++++++++++++*
       2500-DECIDE-DOCUMENTO.

           PERFORM  2510-BUSCA-EMITIDA

           IF  NO-EMITIDA-HALLADA
               MOVE  'F'           TO  WS-DOC-TIPO
               MOVE  WS-CAL-NETO   TO  WS-DOC-IMPORTE
               MOVE  ZEROES        TO  WS-DOC-EMITIDO
                                       WS-DOC-DIFERENCIA
                                       WS-DOC-ORIGEN
               PERFORM  2550-EMITE-DOCUMENTO
           ELSE
               MOVE  'S'  TO  WS-TAB-EMI-VISTA (WS-TAB-EMI-IDX)
               MOVE  WS-TAB-EMI-NETO (WS-TAB-EMI-IDX)
                                   TO  WS-DOC-EMITIDO
               MOVE  WS-TAB-EMI-ORIGEN (WS-TAB-EMI-IDX)
                                   TO  WS-DOC-ORIGEN
               COMPUTE  WS-DOC-DIFERENCIA  =
                        WS-CAL-NETO  -  WS-DOC-EMITIDO
               PERFORM  2520-RECTIFICA
           END-IF

           .


       2510-BUSCA-EMITIDA.

           SET  NO-EMITIDA-HALLADA  TO  TRUE

           IF  WS-TAB-EMI-CUENTA  >  0
               SET  WS-TAB-EMI-IDX  TO  1
               SEARCH  WS-TAB-EMI-ENTRADA
                   AT END
                       CONTINUE
                   WHEN  WS-TAB-EMI-EMPRESA (WS-TAB-EMI-IDX)
                             =  WS-ROT-EMPRESA
                       SET  SI-EMITIDA-HALLADA  TO  TRUE
               END-SEARCH
           END-IF

           .


       2520-RECTIFICA.

           EVALUATE  TRUE

               WHEN  WS-DOC-DIFERENCIA  >  0
                     MOVE  'C'  TO  WS-DOC-TIPO
                     MOVE  WS-DOC-DIFERENCIA  TO  WS-DOC-IMPORTE
                     PERFORM  2550-EMITE-DOCUMENTO

               WHEN  WS-DOC-DIFERENCIA  <  0
                     MOVE  'A'  TO  WS-DOC-TIPO
                     COMPUTE  WS-DOC-IMPORTE  =
                              0  -  WS-DOC-DIFERENCIA
                     PERFORM  2550-EMITE-DOCUMENTO

               WHEN  OTHER
                     MOVE  SPACE  TO  WS-DOC-TIPO
                     ADD  1  TO  WS-CONT-SIN-CAMBIO

           END-EVALUATE

           .


      *++++++++++++++++++++++++++++++++++++++++*
      *    ALTA DEL DOCUMENTO EN EL REGISTRO   *
      *    CON EL SIGUIENTE NUMERO; SE GRABA   *
      *    AL EMITIRLO, ASI UN RUN CAIDO A     *
      *    MEDIAS NO REEMITE AL REPETIRSE      *
      *++++++++++++++++++++++++++++++++++++++++*
       2550-EMITE-DOCUMENTO.

           ADD  1  TO  WS-ULTIMO-NUMERO

           MOVE  WS-ULTIMO-NUMERO   TO  WS-REG-NUMERO
           MOVE  WS-DOC-TIPO        TO  WS-REG-TIPO
           MOVE  WS-MES-FACTURA     TO  WS-REG-MES
           MOVE  WS-ROT-EMPRESA     TO  WS-REG-EMPRESA
           MOVE  WS-DOC-IMPORTE     TO  WS-REG-IMPORTE
           MOVE  WS-FECHA-EDICION   TO  WS-REG-FECHA
           MOVE  WS-DOC-ORIGEN      TO  WS-REG-ORIGEN

           WRITE  REG-FACT-REGISTRO  FROM  WS-REGISTRO

           EVALUATE  FS-FACT-REGISTRO

               WHEN  '00'
                     CONTINUE
               WHEN  OTHER
                     MOVE  WS-2550-EMITE-DOCUMENTO
                                                TO  WS-ERROR-PARRAFO
                     MOVE  'ERROR DE ESCRITURA' TO  WS-ERROR-ACCION
                     PERFORM  9500-ERROR-STATUS-FICHERO

           END-EVALUATE

           EVALUATE  TRUE

               WHEN  SI-REG-FACTURA
                     ADD  1               TO  WS-CONT-FACTURAS
                     ADD  WS-DOC-IMPORTE  TO  WS-TOTAL-EMITIDO

               WHEN  SI-REG-COMPLEMENTARIA
                     ADD  1               TO  WS-CONT-COMPLEMENTARIAS
                     ADD  WS-DOC-IMPORTE  TO  WS-TOTAL-EMITIDO

               WHEN  SI-REG-ABONO
                     ADD  1               TO  WS-CONT-ABONOS
                     SUBTRACT  WS-DOC-IMPORTE  FROM  WS-TOTAL-EMITIDO

           END-EVALUATE

           .


      *++++++++++++++++++++++++++++++++++++++++*
      *    EMPRESAS FACTURADAS EN EL MES QUE   *
      *    YA NO TIENEN CRUCES: SE ABONA LO    *
      *    EMITIDO                             *
      *++++++++++++++++++++++++++++++++++++++++*
       2700-ABONA-AUSENTE.

           IF  WS-TAB-EMI-VISTA (WS-TAB-EMI-IDX)  =  'N'
           AND WS-TAB-EMI-NETO (WS-TAB-EMI-IDX)  >  0
               MOVE  WS-TAB-EMI-EMPRESA (WS-TAB-EMI-IDX)
                                       TO  WS-ROT-EMPRESA
               MOVE  ZEROES            TO  WS-ROT-CRUCES
                                           WS-ROT-IMPORTE
                                           WS-CAL-NETO
               MOVE  WS-TAB-EMI-NETO (WS-TAB-EMI-IDX)
                                       TO  WS-DOC-EMITIDO
               MOVE  WS-TAB-EMI-ORIGEN (WS-TAB-EMI-IDX)
                                       TO  WS-DOC-ORIGEN
               COMPUTE  WS-DOC-DIFERENCIA  =
                        0  -  WS-DOC-EMITIDO
               PERFORM  2520-RECTIFICA
               PERFORM  3300-IMPRIME-RECTIFICATIVA
           END-IF

           .


       3100-GRABA-LINEA-FACT.

           MOVE  WS-ROT-EMPRESA     TO  WS-FL-EMPRESA

           MOVE  WS-ROT-EMPRESA    TO  WS-LFT-EMPRESA
           MOVE  WS-MES-FACTURA    TO  WS-LFT-MES
           MOVE  WS-REG-NUMERO     TO  WS-LFT-NUMERO
           MOVE  WS-LIN-FACT-TITULO  TO  WS-LINEA-EDITADA
           PERFORM  9200-GRABA-LINEA

           .


       3300-IMPRIME-RECTIFICATIVA.

           IF  WS-DOC-TIPO  =  'C'
               MOVE  'FACTURA COMPLEMENTARIA '  TO  WS-LRT-TIPO
               MOVE  'A FACTURAR          '     TO  WS-LRI-TEXTO
           ELSE
               MOVE  'ABONO                  '  TO  WS-LRT-TIPO
               MOVE  'A ABONAR            '     TO  WS-LRI-TEXTO
           END-IF

           MOVE  WS-REG-NUMERO     TO  WS-LRT-NUMERO
           MOVE  WS-ROT-EMPRESA    TO  WS-LRT-EMPRESA
           MOVE  WS-MES-FACTURA    TO  WS-LRT-MES
           MOVE  WS-LIN-RECT-TITULO  TO  WS-LINEA-EDITADA
           PERFORM  9200-GRABA-LINEA

           MOVE  WS-DOC-ORIGEN     TO  WS-LRO-ORIGEN
           MOVE  WS-LIN-RECT-ORIGEN  TO  WS-LINEA-EDITADA
           PERFORM  9200-GRABA-LINEA

           MOVE  WS-ROT-CRUCES     TO  WS-LFC-CRUCES
           MOVE  WS-LIN-FACT-CRUCES  TO  WS-LINEA-EDITADA
           PERFORM  9200-GRABA-LINEA

           MOVE  WS-ROT-IMPORTE    TO  WS-LFI-IMPORTE
           MOVE  WS-LIN-FACT-IMPORTE  TO  WS-LINEA-EDITADA
           PERFORM  9200-GRABA-LINEA

           MOVE  WS-CAL-NETO       TO  WS-LRR-NETO
           MOVE  WS-LIN-RECT-RECALCULO  TO  WS-LINEA-EDITADA
           PERFORM  9200-GRABA-LINEA

           MOVE  WS-DOC-EMITIDO    TO  WS-LRE-EMITIDO
           MOVE  WS-LIN-RECT-EMITIDO  TO  WS-LINEA-EDITADA
           PERFORM  9200-GRABA-LINEA

           MOVE  WS-DOC-IMPORTE    TO  WS-LRI-IMPORTE
           MOVE  WS-LIN-RECT-IMPORTE  TO  WS-LINEA-EDITADA
           PERFORM  9200-GRABA-LINEA

           MOVE  WS-LIN-BLANCO     TO  WS-LINEA-EDITADA
           PERFORM  9200-GRABA-LINEA

           .


       3000-FIN.

      *    UN MES YA FACTURADO QUE AHORA NO TRAE NINGUN CRUCE ES UN
      *    HISTORICO EQUIVOCADO O PERDIDO, NO UNA ANULACION: SE ABORTA
      *    ANTES DE ABONARLO ENTERO.
           IF  WS-CONT-SELECCIONADOS  =  0
           AND WS-TAB-EMI-CUENTA  >  0
               MOVE  WS-3000-FIN             TO  WS-ERROR-PARRAFO
               MOVE  WS-TXT-MES-SIN-CRUCES   TO  WS-ERROR-ACCION
               MOVE  'HIST-ENTRADA'          TO  WS-ERROR-FICHERO
               MOVE  FS-HIST-ENTRADA         TO  WS-ERROR-FS
               PERFORM  9900-ERROR-ABORTAR
           END-IF

           PERFORM  2700-ABONA-AUSENTE
                    VARYING  WS-TAB-EMI-IDX  FROM  1  BY  1
                    UNTIL    WS-TAB-EMI-IDX  >  WS-TAB-EMI-CUENTA

           MOVE  WS-TOTAL-FACTURADO  TO  WS-LTG-TOTAL
           MOVE  WS-LIN-SEPARADOR    TO  WS-LINEA-EDITADA
           PERFORM  9200-GRABA-LINEA
           MOVE  WS-LIN-TOTAL-GENERAL  TO  WS-LINEA-EDITADA
           PERFORM  9200-GRABA-LINEA
           MOVE  WS-TOTAL-EMITIDO    TO  WS-LTE-TOTAL
           MOVE  WS-LIN-TOTAL-EMITIDO  TO  WS-LINEA-EDITADA
           PERFORM  9200-GRABA-LINEA

           PERFORM  9999-MUESTRA-ESTADISTICAS

           PERFORM  5000-CIERRA-FICHEROS

      *    CODIGO DE RETORNO 4: EL MES SE HA REFACTURADO.
           IF  WS-CONT-COMPLEMENTARIAS  >  0
           OR  WS-CONT-ABONOS  >  0
               MOVE  4  TO  RETURN-CODE
           END-IF

           STOP RUN

           .

           CLOSE  FACT-LINEAS
                  FACT-IMPRESA
                  FACT-REGISTRO

           IF  SI-HAY-ANTERIOR
               CLOSE  FACT-ANTERIOR
               PERFORM 9500-ERROR-STATUS-FICHERO
           END-IF

           IF  FS-FACT-REGISTRO NOT = '00'
           AND FS-FACT-REGISTRO NOT = '10'
               MOVE  'ERROR DE CIERRE'            TO  WS-ERROR-ACCION
               MOVE  WS-5000-CIERRA-FICHEROS      TO  WS-ERROR-PARRAFO
               PERFORM 9500-ERROR-STATUS-FICHERO
           END-IF

           .


           END-IF


           IF  FS-FACT-REGISTRO  NOT EQUAL TO '00' AND
               FS-FACT-REGISTRO  NOT EQUAL TO '10' AND
               FS-FACT-REGISTRO  NOT EQUAL TO '35' AND
               FS-FACT-REGISTRO  NOT EQUAL TO SPACES AND
               FS-FACT-REGISTRO  NOT EQUAL TO LOW-VALUES

               MOVE  'FACT-REGISTRO  '     TO  WS-ERROR-FICHERO
               MOVE  FS-FACT-REGISTRO      TO  WS-ERROR-FS
               PERFORM  9900-ERROR-ABORTAR

           END-IF


           .


                     WS-CONT-TARIFAS
           DISPLAY  'EMPRESAS SIN TARIFA:         '
                     WS-CONT-SIN-TARIFA
           DISPLAY  'REGISTRO: DOCUMENTOS LEIDOS: '
                     WS-CONT-LEIDOS-REGISTRO
           DISPLAY  'FACTURAS EMITIDAS:           '
                     WS-CONT-FACTURAS
           DISPLAY  'COMPLEMENTARIAS EMITIDAS:    '
                     WS-CONT-COMPLEMENTARIAS
           DISPLAY  'ABONOS EMITIDOS:             '
                     WS-CONT-ABONOS
           DISPLAY  'EMPRESAS YA FACTURADAS:      '
                     WS-CONT-SIN-CAMBIO
           DISPLAY  'ULTIMO NUMERO DEL REGISTRO:  '
                     WS-ULTIMO-NUMERO
           DISPLAY  '============================='

           .

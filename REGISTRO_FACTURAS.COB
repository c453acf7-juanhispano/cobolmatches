      *----------------------------------------------------------------*
      *    OBJETIVO:  Este programa lista para contabilidad el         *
      *    registro de facturas de FACTURA_MENSUAL                     *
      *    (factura-registro.txt: una linea por documento emitido con  *
      *    numero, tipo F factura / C complementaria / A abono, mes    *
      *    facturado, empresa, importe, fecha de emision y factura     *
      *    rectificada) en un periodo de meses de emision.  El         *
      *    registro se graba en orden de numero, que es el orden de    *
      *    emision, y el listado sale con subtotales por mes de        *
      *    emision y totales del periodo por tipo de documento; los    *
      *    abonos restan del neto.                                     *
      *    PARAMETROS: mes desde (AAAAMM) en la posicion 1 y mes       *
      *    hasta en la posicion 8 de la linea de mandatos; sin ellos   *
      *    se lista todo el registro.                                  *
      *----------------------------------------------------------------*


      *================================================================*
       IDENTIFICATION DIVISION.
      *================================================================*
       PROGRAM-ID. REGISTRO_FACTURAS.

      *================================================================*
       ENVIRONMENT DIVISION.
      *================================================================*
       CONFIGURATION SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT  FACT-REGISTRO  ASSIGN TO 'factura-registro.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FACT-REGISTRO.

           SELECT  REG-LISTADO
               ASSIGN TO 'factura-registro-listado.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REG-LISTADO.

      *================================================================*
       DATA DIVISION.
      *================================================================*
       FILE SECTION.

       FD  FACT-REGISTRO
           BLOCK CONTAINS 0 RECORDS.
       01  REG-FACT-REGISTRO                   PIC  X(54).

       FD  REG-LISTADO
           BLOCK CONTAINS 0 RECORDS.
       01  REG-REG-LISTADO                     PIC  X(80).


       WORKING-STORAGE SECTION.

      *++++++++++++++++++*
      *    FILE STATUS   *
      *++++++++++++++++++*
       77  FS-FACT-REGISTRO                    PIC  X(2).
       77  FS-REG-LISTADO                      PIC  X(2).

      *++++++++++++++++++*
      *    SWITCHES      *
      *++++++++++++++++++*
       01  SWITCHES.
           05  SW-REGISTRO                     PIC  X(1)   VALUE  'N'.
               88  SI-FIN-REGISTRO                         VALUE  'S'.
               88  NO-FIN-REGISTRO                         VALUE  'N'.

      *    LINEA DE MANDATOS: MES DESDE EN LA POSICION 1 Y MES HASTA
      *    EN LA POSICION 8 (AMBOS AAAAMM).
       01  WS-PARAM-LINEA               PIC  X(13)  VALUE  SPACES.

       01  WS-MES-DESDE                 PIC  X(6)   VALUE  '000000'.
       01  WS-MES-HASTA                 PIC  X(6)   VALUE  '999999'.

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
      *    LINEA DEL REGISTRO (VER 2550-EMITE-DOCUMENTO EN
      *    FACTURA_MENSUAL)
       01  WS-REGISTRO.
           05  WS-REG-NUMERO               PIC  9(7).
           05  FILLER                      PIC  X(1).
           05  WS-REG-TIPO                 PIC  X(1).
               88  SI-REG-FACTURA                     VALUE  'F'.
               88  SI-REG-COMPLEMENTARIA              VALUE  'C'.
               88  SI-REG-ABONO                       VALUE  'A'.
           05  FILLER                      PIC  X(1).
           05  WS-REG-MES                  PIC  X(6).
           05  FILLER                      PIC  X(1).
           05  WS-REG-EMPRESA              PIC  X(6).
           05  FILLER                      PIC  X(1).
           05  WS-REG-IMPORTE              PIC  9(11)V99.
           05  FILLER                      PIC  X(1).
           05  WS-REG-FECHA                PIC  X(8).
           05  FILLER                      PIC  X(1).
           05  WS-REG-ORIGEN               PIC  9(7).

      *    MES DE EMISION EN CURSO (ROTURA DE CONTROL)
       77  WS-MES-EMISION                  PIC  X(6)   VALUE  SPACES.

       77  WS-IMPORTE-FIRMADO              PIC S9(11)V99 VALUE ZEROES.

      *++++++++++++++++++++++++++++++++++++++++*
      *    TOTALES POR TIPO DE DOCUMENTO: DEL  *
      *    MES DE EMISION Y DEL PERIODO, CON   *
      *    UNA VISTA COMUN PARA EDITARLOS      *
      *++++++++++++++++++++++++++++++++++++++++*
       01  WS-TOTALES-MES.
           05  WS-TMS-FACTURAS             PIC  9(7).
           05  WS-TMS-IMP-FACTURAS         PIC  9(13)V99.
           05  WS-TMS-COMPLEMENTARIAS      PIC  9(7).
           05  WS-TMS-IMP-COMPLEMENTARIAS  PIC  9(13)V99.
           05  WS-TMS-ABONOS               PIC  9(7).
           05  WS-TMS-IMP-ABONOS           PIC  9(13)V99.

       01  WS-TOTALES-PERIODO.
           05  WS-TPE-FACTURAS             PIC  9(7).
           05  WS-TPE-IMP-FACTURAS         PIC  9(13)V99.
           05  WS-TPE-COMPLEMENTARIAS      PIC  9(7).
           05  WS-TPE-IMP-COMPLEMENTARIAS  PIC  9(13)V99.
           05  WS-TPE-ABONOS               PIC  9(7).
           05  WS-TPE-IMP-ABONOS           PIC  9(13)V99.

       01  WS-TOTALES-EDICION.
           05  WS-TED-FACTURAS             PIC  9(7).
           05  WS-TED-IMP-FACTURAS         PIC  9(13)V99.
           05  WS-TED-COMPLEMENTARIAS      PIC  9(7).
           05  WS-TED-IMP-COMPLEMENTARIAS  PIC  9(13)V99.
           05  WS-TED-ABONOS               PIC  9(7).
           05  WS-TED-IMP-ABONOS           PIC  9(13)V99.

       77  WS-TED-NETO                     PIC S9(13)V99 VALUE ZEROES.

      *++++++++++++++++++++++++++++++++++++++++*
      *    CONTROL DE PAGINACION (MISMO        *
      *    CRITERIO QUE FACTURA_MENSUAL)       *
      *++++++++++++++++++++++++++++++++++++++++*
       77  WS-PAGINA                       PIC  9(3)  VALUE ZEROES.
       77  WS-LINEAS-PAGINA                PIC  9(2)  VALUE ZEROES.
       77  WS-LINEAS-MAXIMO                PIC  9(2)  COMP-3
                                   VALUE  56.

       77  WS-FECHA-EDICION                PIC  X(8).

      *++++++++++++++++++++++++++++++++++++++++*
      *    LINEAS DEL LISTADO                  *
      *++++++++++++++++++++++++++++++++++++++++*
       01  WS-LIN-CABECERA1.
           05  FILLER                      PIC  X(20)
                                   VALUE  'REGISTRO DE FACTURAS'.
           05  FILLER                      PIC  X(7)
                                   VALUE  ' DESDE '.
           05  WS-CAB-DESDE                PIC  X(6).
           05  FILLER                      PIC  X(7)
                                   VALUE  ' HASTA '.
           05  WS-CAB-HASTA                PIC  X(6).
           05  FILLER                      PIC  X(6)   VALUE  SPACES.
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

       01  WS-LIN-CABECERA2.
           05  FILLER                      PIC  X(8)
                                   VALUE  'NUMERO'.
           05  FILLER                      PIC  X(15)
                                   VALUE  'DOCUMENTO'.
           05  FILLER                      PIC  X(12)
                                   VALUE  'EMISION'.
           05  FILLER                      PIC  X(8)
                                   VALUE  'MES'.
           05  FILLER                      PIC  X(8)
                                   VALUE  'EMPRESA'.
           05  FILLER                      PIC  X(9)
                                   VALUE  'RECTIFICA'.
           05  FILLER                      PIC  X(18)
                                   VALUE  '           IMPORTE'.

       01  WS-LIN-SEPARADOR.
           05  FILLER                      PIC  X(78)
                                   VALUE  ALL  '-'.

       01  WS-LIN-DETALLE.
           05  WS-LDE-NUMERO               PIC  9(7).
           05  FILLER                      PIC  X(1)   VALUE  SPACE.
           05  WS-LDE-TIPO                 PIC  X(14).
           05  FILLER                      PIC  X(1)   VALUE  SPACE.
           05  WS-LDE-FECHA-DD             PIC  X(2).
           05  FILLER                      PIC  X(1)   VALUE  '/'.
           05  WS-LDE-FECHA-MM             PIC  X(2).
           05  FILLER                      PIC  X(1)   VALUE  '/'.
           05  WS-LDE-FECHA-AAAA           PIC  X(4).
           05  FILLER                      PIC  X(2)   VALUE  SPACES.
           05  WS-LDE-MES                  PIC  X(6).
           05  FILLER                      PIC  X(2)   VALUE  SPACES.
           05  WS-LDE-EMPRESA              PIC  X(6).
           05  FILLER                      PIC  X(2)   VALUE  SPACES.
           05  WS-LDE-ORIGEN               PIC  X(7).
           05  FILLER                      PIC  X(2)   VALUE  SPACES.
           05  WS-LDE-IMPORTE              PIC  ZZ.ZZZ.ZZZ.ZZ9,99-.

       01  WS-LIN-TIT-TOTAL.
           05  WS-LTT-TEXTO                PIC  X(30).
           05  WS-LTT-MES                  PIC  X(6).

       01  WS-LIN-TOTAL.
           05  FILLER                      PIC  X(4)   VALUE  SPACES.
           05  WS-LTO-TEXTO                PIC  X(16).
           05  WS-LTO-DOCUMENTOS           PIC  Z.ZZZ.ZZ9.
           05  FILLER                      PIC  X(4)   VALUE  SPACES.
           05  WS-LTO-IMPORTE              PIC  Z.ZZZ.ZZZ.ZZZ.ZZ9,99-.

       01  WS-LIN-BLANCO                   PIC  X(80)  VALUE  SPACES.

       01  WS-LINEA-EDITADA                PIC  X(80)  VALUE  SPACES.

      *++++++++++++++++++++++++++++++++++++++++*
      *    VARIABLES DE CONTROL-CONTADORES     *
      *++++++++++++++++++++++++++++++++++++++++*
       01  WS-CONTADORES.
           05  WS-CONT-LEIDOS              PIC  9(7)  COMP-3
                                   VALUE ZEROES.
           05  WS-CONT-LISTADOS            PIC  9(7)  COMP-3
                                   VALUE ZEROES.
           05  WS-CONT-DESCARTADOS         PIC  9(7)  COMP-3
                                   VALUE ZEROES.

       01  WS-TEXTO-PARRAFO.

           05  WS-1200-APERTURA-FICHEROS   PIC  X(30)
                                   VALUE  '1200-APERTURA-FICHEROS'.
           05  WS-1300-LEE-REGISTRO        PIC  X(30)
                                   VALUE  '1300-LEE-REGISTRO'.
           05  WS-9200-GRABA-LINEA         PIC  X(30)
                                   VALUE  '9200-GRABA-LINEA'.
           05  WS-5000-CIERRA-FICHEROS     PIC  X(30)
                                   VALUE  '5000-CIERRA-FICHEROS'.


      *================================================================*
       PROCEDURE DIVISION.
      *================================================================*

           PERFORM  1000-INICIO
           PERFORM  2000-LISTA-REGISTRO
           PERFORM  3000-FIN

           .


       1000-INICIO.

           INITIALIZE  WS-ERROR
                       WS-CONTADORES
                       WS-TOTALES-MES
                       WS-TOTALES-PERIODO

           ACCEPT  WS-PARAM-LINEA  FROM  COMMAND-LINE

           IF  WS-PARAM-LINEA(1:6)  IS NUMERIC
               MOVE  WS-PARAM-LINEA(1:6)  TO  WS-MES-DESDE
           END-IF

           IF  WS-PARAM-LINEA(8:6)  IS NUMERIC
               MOVE  WS-PARAM-LINEA(8:6)  TO  WS-MES-HASTA
           END-IF

           ACCEPT  WS-FECHA-EDICION  FROM  DATE  YYYYMMDD

           MOVE  WS-FECHA-EDICION(7:2)  TO  WS-CAB-FECHA-DD
           MOVE  WS-FECHA-EDICION(5:2)  TO  WS-CAB-FECHA-MM
           MOVE  WS-FECHA-EDICION(1:4)  TO  WS-CAB-FECHA-AAAA
           MOVE  WS-MES-DESDE           TO  WS-CAB-DESDE
           MOVE  WS-MES-HASTA           TO  WS-CAB-HASTA

           PERFORM  1200-APERTURA-FICHEROS

           PERFORM  9100-SALTO-DE-PAGINA

           .


       1200-APERTURA-FICHEROS.

           OPEN  OUTPUT  REG-LISTADO

           IF  FS-REG-LISTADO NOT = '00' AND FS-REG-LISTADO NOT = '10'
               MOVE  'ERROR DE APERTURA'          TO  WS-ERROR-ACCION
               MOVE  WS-1200-APERTURA-FICHEROS    TO  WS-ERROR-PARRAFO
               PERFORM 9500-ERROR-STATUS-FICHERO
           END-IF

           .


       1300-LEE-REGISTRO.

           READ  FACT-REGISTRO  INTO  WS-REGISTRO

           EVALUATE  FS-FACT-REGISTRO

               WHEN  '00'
                     ADD  1  TO  WS-CONT-LEIDOS

               WHEN  '10'
                     SET  SI-FIN-REGISTRO  TO  TRUE

               WHEN  OTHER
                     MOVE  'ERROR DE LECTURA'     TO  WS-ERROR-ACCION
                     MOVE  WS-1300-LEE-REGISTRO   TO  WS-ERROR-PARRAFO
                     PERFORM  9500-ERROR-STATUS-FICHERO

           END-EVALUATE

           .


      *++++++++++++++++++++++++++++++++++++++++*
      *    RECORRIDO DEL REGISTRO: SIN EL, EL  *
      *    LISTADO SALE VACIO                  *
      *++++++++++++++++++++++++++++++++++++++++*
       2000-LISTA-REGISTRO.

           OPEN  INPUT  FACT-REGISTRO

           EVALUATE  FS-FACT-REGISTRO

               WHEN  '00'
                     SET  NO-FIN-REGISTRO  TO  TRUE
                     PERFORM  1300-LEE-REGISTRO
                     PERFORM  2100-TRATA-DOCUMENTO
                              UNTIL  SI-FIN-REGISTRO
                     CLOSE  FACT-REGISTRO

               WHEN  '35'
                     CONTINUE

               WHEN  OTHER
                     MOVE  'ERROR DE APERTURA'    TO  WS-ERROR-ACCION
                     MOVE  WS-1300-LEE-REGISTRO   TO  WS-ERROR-PARRAFO
                     PERFORM  9500-ERROR-STATUS-FICHERO

           END-EVALUATE

           IF  WS-MES-EMISION  NOT =  SPACES
               PERFORM  2300-CIERRA-MES
           END-IF

           .


       2100-TRATA-DOCUMENTO.

           IF  WS-REG-NUMERO   IS NUMERIC
           AND WS-REG-IMPORTE  IS NUMERIC
           AND WS-REG-FECHA(1:6)  NOT <  WS-MES-DESDE
           AND WS-REG-FECHA(1:6)  NOT >  WS-MES-HASTA
           AND ( SI-REG-FACTURA
              OR SI-REG-COMPLEMENTARIA
              OR SI-REG-ABONO )
               PERFORM  2200-LISTA-DOCUMENTO
           ELSE
               ADD  1  TO  WS-CONT-DESCARTADOS
           END-IF

           PERFORM  1300-LEE-REGISTRO

           .


      *++++++++++++++++++++++++++++++++++++++++*
      *    LINEA DE DETALLE Y ACUMULADO; AL    *
      *    CAMBIAR EL MES DE EMISION SE CIERRA *
      *    EL SUBTOTAL DEL ANTERIOR            *
      *++++++++++++++++++++++++++++++++++++++++*
       2200-LISTA-DOCUMENTO.

           IF  WS-REG-FECHA(1:6)  NOT =  WS-MES-EMISION
               IF  WS-MES-EMISION  NOT =  SPACES
                   PERFORM  2300-CIERRA-MES
               END-IF
               MOVE  WS-REG-FECHA(1:6)  TO  WS-MES-EMISION
               INITIALIZE  WS-TOTALES-MES
           END-IF

           ADD  1  TO  WS-CONT-LISTADOS

           EVALUATE  TRUE

               WHEN  SI-REG-FACTURA
                     MOVE  'FACTURA'         TO  WS-LDE-TIPO
                     MOVE  WS-REG-IMPORTE    TO  WS-IMPORTE-FIRMADO
                     ADD   1                 TO  WS-TMS-FACTURAS
                     ADD   WS-REG-IMPORTE    TO  WS-TMS-IMP-FACTURAS

               WHEN  SI-REG-COMPLEMENTARIA
                     MOVE  'COMPLEMENTARIA'  TO  WS-LDE-TIPO
                     MOVE  WS-REG-IMPORTE    TO  WS-IMPORTE-FIRMADO
                     ADD   1                 TO  WS-TMS-COMPLEMENTARIAS
                     ADD   WS-REG-IMPORTE
                                         TO  WS-TMS-IMP-COMPLEMENTARIAS

               WHEN  SI-REG-ABONO
                     MOVE  'ABONO'           TO  WS-LDE-TIPO
                     COMPUTE  WS-IMPORTE-FIRMADO  =
                              0  -  WS-REG-IMPORTE
                     ADD   1                 TO  WS-TMS-ABONOS
                     ADD   WS-REG-IMPORTE    TO  WS-TMS-IMP-ABONOS

           END-EVALUATE

           MOVE  WS-REG-NUMERO       TO  WS-LDE-NUMERO
           MOVE  WS-REG-FECHA(7:2)   TO  WS-LDE-FECHA-DD
           MOVE  WS-REG-FECHA(5:2)   TO  WS-LDE-FECHA-MM
           MOVE  WS-REG-FECHA(1:4)   TO  WS-LDE-FECHA-AAAA
           MOVE  WS-REG-MES          TO  WS-LDE-MES
           MOVE  WS-REG-EMPRESA      TO  WS-LDE-EMPRESA

           IF  WS-REG-ORIGEN  IS NUMERIC
           AND WS-REG-ORIGEN  >  ZEROES
               MOVE  WS-REG-ORIGEN   TO  WS-LDE-ORIGEN
           ELSE
               MOVE  SPACES          TO  WS-LDE-ORIGEN
           END-IF

           MOVE  WS-IMPORTE-FIRMADO  TO  WS-LDE-IMPORTE

           MOVE  WS-LIN-DETALLE      TO  WS-LINEA-EDITADA
           PERFORM  9200-GRABA-LINEA

           .


       2300-CIERRA-MES.

           MOVE  'TOTAL MES DE EMISION '  TO  WS-LTT-TEXTO
           MOVE  WS-MES-EMISION           TO  WS-LTT-MES
           MOVE  WS-TOTALES-MES           TO  WS-TOTALES-EDICION

           PERFORM  3100-EDITA-TOTALES

           ADD  WS-TMS-FACTURAS             TO  WS-TPE-FACTURAS
           ADD  WS-TMS-IMP-FACTURAS         TO  WS-TPE-IMP-FACTURAS
           ADD  WS-TMS-COMPLEMENTARIAS      TO  WS-TPE-COMPLEMENTARIAS
           ADD  WS-TMS-IMP-COMPLEMENTARIAS
                                        TO  WS-TPE-IMP-COMPLEMENTARIAS
           ADD  WS-TMS-ABONOS               TO  WS-TPE-ABONOS
           ADD  WS-TMS-IMP-ABONOS           TO  WS-TPE-IMP-ABONOS

           .


       3000-FIN.

           MOVE  WS-LIN-SEPARADOR       TO  WS-LINEA-EDITADA
           PERFORM  9200-GRABA-LINEA

           MOVE  'TOTAL DEL PERIODO'    TO  WS-LTT-TEXTO
           MOVE  SPACES                 TO  WS-LTT-MES
           MOVE  WS-TOTALES-PERIODO     TO  WS-TOTALES-EDICION

           PERFORM  3100-EDITA-TOTALES

           PERFORM  9999-MUESTRA-ESTADISTICAS

           PERFORM  5000-CIERRA-FICHEROS

           STOP RUN

           .


      *++++++++++++++++++++++++++++++++++++++++*
      *    BLOQUE DE TOTALES POR TIPO: NETO =  *
      *    FACTURAS + COMPLEMENTARIAS - ABONOS *
      *++++++++++++++++++++++++++++++++++++++++*
       3100-EDITA-TOTALES.

           MOVE  WS-LIN-BLANCO          TO  WS-LINEA-EDITADA
           PERFORM  9200-GRABA-LINEA

           MOVE  WS-LIN-TIT-TOTAL       TO  WS-LINEA-EDITADA
           PERFORM  9200-GRABA-LINEA

           MOVE  'FACTURAS'             TO  WS-LTO-TEXTO
           MOVE  WS-TED-FACTURAS        TO  WS-LTO-DOCUMENTOS
           MOVE  WS-TED-IMP-FACTURAS    TO  WS-LTO-IMPORTE
           MOVE  WS-LIN-TOTAL           TO  WS-LINEA-EDITADA
           PERFORM  9200-GRABA-LINEA

           MOVE  'COMPLEMENTARIAS'      TO  WS-LTO-TEXTO
           MOVE  WS-TED-COMPLEMENTARIAS TO  WS-LTO-DOCUMENTOS
           MOVE  WS-TED-IMP-COMPLEMENTARIAS
                                        TO  WS-LTO-IMPORTE
           MOVE  WS-LIN-TOTAL           TO  WS-LINEA-EDITADA
           PERFORM  9200-GRABA-LINEA

           MOVE  'ABONOS'               TO  WS-LTO-TEXTO
           MOVE  WS-TED-ABONOS          TO  WS-LTO-DOCUMENTOS
           COMPUTE  WS-TED-NETO  =  0  -  WS-TED-IMP-ABONOS
           MOVE  WS-TED-NETO            TO  WS-LTO-IMPORTE
           MOVE  WS-LIN-TOTAL           TO  WS-LINEA-EDITADA
           PERFORM  9200-GRABA-LINEA

           COMPUTE  WS-TED-NETO  =
                    WS-TED-IMP-FACTURAS
                 +  WS-TED-IMP-COMPLEMENTARIAS
                 -  WS-TED-IMP-ABONOS
           COMPUTE  WS-LTO-DOCUMENTOS  =
                    WS-TED-FACTURAS
                 +  WS-TED-COMPLEMENTARIAS
                 +  WS-TED-ABONOS
           MOVE  'NETO'                 TO  WS-LTO-TEXTO
           MOVE  WS-TED-NETO            TO  WS-LTO-IMPORTE
           MOVE  WS-LIN-TOTAL           TO  WS-LINEA-EDITADA
           PERFORM  9200-GRABA-LINEA

           MOVE  WS-LIN-BLANCO          TO  WS-LINEA-EDITADA
           PERFORM  9200-GRABA-LINEA

           .


       5000-CIERRA-FICHEROS.

           CLOSE  REG-LISTADO

           IF  FS-REG-LISTADO NOT = '00' AND FS-REG-LISTADO NOT = '10'
               MOVE  'ERROR DE CIERRE'            TO  WS-ERROR-ACCION
               MOVE  WS-5000-CIERRA-FICHEROS      TO  WS-ERROR-PARRAFO
               PERFORM 9500-ERROR-STATUS-FICHERO
           END-IF

           .


      *++++++++++++++++++++++++++++++++++++++++*
      *    PAGINACION                          *
      *++++++++++++++++++++++++++++++++++++++++*
       9100-SALTO-DE-PAGINA.

           ADD   1           TO  WS-PAGINA
           MOVE  WS-PAGINA   TO  WS-CAB-PAGINA

           WRITE  REG-REG-LISTADO  FROM  WS-LIN-CABECERA1
           IF  FS-REG-LISTADO  NOT =  '00'
               MOVE  WS-9200-GRABA-LINEA     TO  WS-ERROR-PARRAFO
               MOVE  'ERROR DE ESCRITURA'    TO  WS-ERROR-ACCION
               PERFORM  9500-ERROR-STATUS-FICHERO
           END-IF

           WRITE  REG-REG-LISTADO  FROM  WS-LIN-SEPARADOR
           IF  FS-REG-LISTADO  NOT =  '00'
               MOVE  WS-9200-GRABA-LINEA     TO  WS-ERROR-PARRAFO
               MOVE  'ERROR DE ESCRITURA'    TO  WS-ERROR-ACCION
               PERFORM  9500-ERROR-STATUS-FICHERO
           END-IF

           WRITE  REG-REG-LISTADO  FROM  WS-LIN-CABECERA2
           IF  FS-REG-LISTADO  NOT =  '00'
               MOVE  WS-9200-GRABA-LINEA     TO  WS-ERROR-PARRAFO
               MOVE  'ERROR DE ESCRITURA'    TO  WS-ERROR-ACCION
               PERFORM  9500-ERROR-STATUS-FICHERO
           END-IF

           MOVE  3  TO  WS-LINEAS-PAGINA

           .


       9200-GRABA-LINEA.

           IF  WS-LINEAS-PAGINA  NOT <  WS-LINEAS-MAXIMO
               PERFORM  9100-SALTO-DE-PAGINA
           END-IF

           WRITE  REG-REG-LISTADO  FROM  WS-LINEA-EDITADA

           EVALUATE  FS-REG-LISTADO

               WHEN  '00'
                     ADD  1  TO  WS-LINEAS-PAGINA
               WHEN  OTHER
                     MOVE  WS-9200-GRABA-LINEA     TO  WS-ERROR-PARRAFO
                     MOVE  'ERROR DE ESCRITURA'    TO  WS-ERROR-ACCION
                     PERFORM  9500-ERROR-STATUS-FICHERO

           END-EVALUATE

           .


       9500-ERROR-STATUS-FICHERO.

           IF  FS-FACT-REGISTRO  NOT EQUAL TO '00' AND
               FS-FACT-REGISTRO  NOT EQUAL TO '10' AND
               FS-FACT-REGISTRO  NOT EQUAL TO '35' AND
               FS-FACT-REGISTRO  NOT EQUAL TO SPACES AND
               FS-FACT-REGISTRO  NOT EQUAL TO LOW-VALUES

               MOVE  'FACT-REGISTRO  '     TO  WS-ERROR-FICHERO
               MOVE  FS-FACT-REGISTRO      TO  WS-ERROR-FS
               PERFORM  9900-ERROR-ABORTAR

           END-IF


           IF  FS-REG-LISTADO  NOT EQUAL TO '00' AND
               FS-REG-LISTADO  NOT EQUAL TO '10' AND
               FS-REG-LISTADO  NOT EQUAL TO SPACES AND
               FS-REG-LISTADO  NOT EQUAL TO LOW-VALUES

               MOVE  'REG-LISTADO    '     TO  WS-ERROR-FICHERO
               MOVE  FS-REG-LISTADO        TO  WS-ERROR-FS
               PERFORM  9900-ERROR-ABORTAR

           END-IF


           .


       9900-ERROR-ABORTAR.

           DISPLAY  '============================='
           DISPLAY  'ERROR EN PROG. REGISTRO_FACTURAS.'
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
           DISPLAY  'MES DE EMISION DESDE:        '
                     WS-MES-DESDE
           DISPLAY  'MES DE EMISION HASTA:        '
                     WS-MES-HASTA
           DISPLAY  'DOCUMENTOS LEIDOS:           '
                     WS-CONT-LEIDOS
           DISPLAY  'DOCUMENTOS LISTADOS:         '
                     WS-CONT-LISTADOS
           DISPLAY  'DOCUMENTOS FUERA DE PERIODO: '
                     WS-CONT-DESCARTADOS
           DISPLAY  '============================='

           .

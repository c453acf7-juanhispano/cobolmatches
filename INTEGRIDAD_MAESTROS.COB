      *----------------------------------------------------------------*
      *    OBJETIVO:  Este programa comprueba la integridad            *
      *    referencial entre los maestros indexados de trabajadores    *
      *    y de empresas antes de que EXTRAE_MAESTROS los descargue    *
      *    para los cruces.  Ambos maestros se leen secuencialmente    *
      *    (los dos salen ordenados por codigo: trabajadores por su    *
      *    clave, empresas por la clave CODIGO + NOMBRE) y se casan    *
      *    por codigo, listando en integridad-listado.txt:             *
      *      - cada trabajador cuyo codigo no tiene ninguna empresa    *
      *        ('TRABAJADOR SIN EMPRESA');                             *
      *      - cada empresa de un codigo al que no apunta ningun       *
      *        trabajador ('EMPRESA SIN TRABAJADOR').                  *
      *    Termina con los totales de huerfanos de cada lado.          *
      *    Codigo de retorno 0 si no hay huerfanos y 4 si hay alguno,  *
      *    para que la cadena lo registre como aviso (16 = aborto).    *
      *----------------------------------------------------------------*


      *================================================================*
       IDENTIFICATION DIVISION.
      *================================================================*
       PROGRAM-ID. INTEGRIDAD_MAESTROS.

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

      *    LA CLAVE PRIMARIA CODIGO + NOMBRE DEVUELVE LAS EMPRESAS
      *    AGRUPADAS Y ORDENADAS POR CODIGO, COMO LOS TRABAJADORES.
           SELECT  MAESTRO-EMP  ASSIGN TO 'maestro-empresas.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS SEQUENTIAL
               RECORD KEY   IS MAE-EMP-CLAVE
               FILE STATUS  IS FS-MAESTRO-EMP.

           SELECT  INTEGRIDAD-LISTADO
                                ASSIGN TO 'integridad-listado.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS FS-LISTADO.

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

       FD  INTEGRIDAD-LISTADO
           BLOCK CONTAINS 0 RECORDS.
       01  REG-LISTADO                         PIC  X(60).


       WORKING-STORAGE SECTION.

      *++++++++++++++++++*
      *    FILE STATUS   *
      *++++++++++++++++++*
       77  FS-MAESTRO-TRA                      PIC  X(2).
       77  FS-MAESTRO-EMP                      PIC  X(2).
       77  FS-LISTADO                          PIC  X(2).

      *++++++++++++++++++*
      *    SWITCHES      *
      *++++++++++++++++++*
       01  SWITCHES.
           05  SW-MAESTRO-TRA                  PIC  X(1)   VALUE  'N'.
               88  SI-FIN-MAE-TRA                          VALUE  'S'.
               88  NO-FIN-MAE-TRA                          VALUE  'N'.

           05  SW-MAESTRO-EMP                  PIC  X(1)   VALUE  'N'.
               88  SI-FIN-MAE-EMP                          VALUE  'S'.
               88  NO-FIN-MAE-EMP                          VALUE  'N'.

      *    EL TRABAJADOR EN CURSO YA HA CASADO CON ALGUNA EMPRESA
           05  SW-CASADO                       PIC  X(1)   VALUE  'N'.
               88  SI-CASADO                               VALUE  'S'.
               88  NO-CASADO                               VALUE  'N'.

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
       77  WS-FECHA-SISTEMA                PIC  X(8)   VALUE SPACES.

      *    CLAVES DE CASE: AL FINAL DE CADA MAESTRO PASAN A
      *    HIGH-VALUES PARA QUE EL OTRO LADO SE VACIE ENTERO.
       77  WS-CLAVE-TRA                    PIC  X(4)   VALUE SPACES.
       77  WS-CLAVE-EMP                    PIC  X(4)   VALUE SPACES.

      *++++++++++++++++++++++++++++++++++++++++*
      *    LINEAS DEL LISTADO DE INTEGRIDAD    *
      *++++++++++++++++++++++++++++++++++++++++*
       01  WS-LIS-TITULO.
           05  FILLER                      PIC  X(34)
                       VALUE  'CONTROL DE INTEGRIDAD DE MAESTROS '.
           05  WS-LIST-FECHA               PIC  X(8).

       01  WS-LIS-CABECERA.
           05  FILLER                      PIC  X(30)
                       VALUE  'LADO CODIGO NOMBRE MOTIVO     '.

       01  WS-LIS-DETALLE.
           05  WS-LISD-LADO                PIC  X(3).
           05  FILLER                      PIC  X(2)  VALUE  SPACES.
           05  WS-LISD-COD                 PIC  X(4).
           05  FILLER                      PIC  X(3)  VALUE  SPACES.
           05  WS-LISD-NOM                 PIC  X(6).
           05  FILLER                      PIC  X(1)  VALUE  SPACES.
           05  WS-LISD-MOTIVO              PIC  X(22).

       01  WS-LIS-TOTAL.
           05  WS-LIST-LITERAL             PIC  X(30).
           05  WS-LIST-CONTADOR            PIC  9(7).

       01  WS-LINEA-EDITADA                PIC  X(60)  VALUE SPACES.

      *++++++++++++++++++++++++++++++++++++++++*
      *    VARIABLES DE CONTROL-CONTADORES     *
      *++++++++++++++++++++++++++++++++++++++++*
       01  WS-CONTADORES.
           05  WS-CONT-LEIDOS-TRA          PIC  9(7)  COMP-3
                                   VALUE ZEROES.
           05  WS-CONT-LEIDOS-EMP          PIC  9(7)  COMP-3
                                   VALUE ZEROES.
           05  WS-CONT-HUERFANOS-TRA       PIC  9(7)  COMP-3
                                   VALUE ZEROES.
           05  WS-CONT-HUERFANOS-EMP       PIC  9(7)  COMP-3
                                   VALUE ZEROES.

       01  WS-TEXTO-PARRAFO.

           05  WS-1200-APERTURA-FICHEROS   PIC  X(30)
                                   VALUE  '1200-APERTURA-FICHEROS'.
           05  WS-1300-LECTURA-TRA         PIC  X(30)
                                   VALUE  '1300-LECTURA-TRA'.
           05  WS-1400-LECTURA-EMP         PIC  X(30)
                                   VALUE  '1400-LECTURA-EMP'.
           05  WS-9200-GRABA-LINEA         PIC  X(30)
                                   VALUE  '9200-GRABA-LINEA'.
           05  WS-5000-CIERRA-FICHEROS     PIC  X(30)
                                   VALUE  '5000-CIERRA-FICHEROS'.


      *================================================================*
       PROCEDURE DIVISION.
      *================================================================*

           PERFORM  1000-INICIO
           PERFORM  2000-CASA-MAESTROS
           UNTIL    SI-FIN-MAE-TRA
           AND      SI-FIN-MAE-EMP
           PERFORM  3000-FIN

           .


       1000-INICIO.

           INITIALIZE  WS-ERROR
                       WS-CONTADORES

           ACCEPT  WS-FECHA-SISTEMA  FROM  DATE  YYYYMMDD

           PERFORM  1200-APERTURA-FICHEROS

           MOVE  WS-FECHA-SISTEMA  TO  WS-LIST-FECHA
           MOVE  WS-LIS-TITULO     TO  WS-LINEA-EDITADA
           PERFORM  9200-GRABA-LINEA

           MOVE  WS-LIS-CABECERA   TO  WS-LINEA-EDITADA
           PERFORM  9200-GRABA-LINEA

           SET  NO-CASADO  TO  TRUE

           PERFORM  1300-LECTURA-TRA
           PERFORM  1400-LECTURA-EMP

           .


       1200-APERTURA-FICHEROS.

           OPEN  INPUT   MAESTRO-TRA
                         MAESTRO-EMP

           OPEN  OUTPUT  INTEGRIDAD-LISTADO

           IF  FS-MAESTRO-TRA NOT = '00' AND FS-MAESTRO-TRA NOT = '10'
               MOVE  'ERROR DE APERTURA'          TO  WS-ERROR-ACCION
               MOVE  WS-1200-APERTURA-FICHEROS    TO  WS-ERROR-PARRAFO
               PERFORM 9500-ERROR-STATUS-FICHERO
           END-IF

           IF  FS-MAESTRO-EMP NOT = '00' AND FS-MAESTRO-EMP NOT = '10'
               MOVE  'ERROR DE APERTURA'          TO  WS-ERROR-ACCION
               MOVE  WS-1200-APERTURA-FICHEROS    TO  WS-ERROR-PARRAFO
               PERFORM 9500-ERROR-STATUS-FICHERO
           END-IF

           IF  FS-LISTADO NOT = '00' AND FS-LISTADO NOT = '10'
               MOVE  'ERROR DE APERTURA'          TO  WS-ERROR-ACCION
               MOVE  WS-1200-APERTURA-FICHEROS    TO  WS-ERROR-PARRAFO
               PERFORM 9500-ERROR-STATUS-FICHERO
           END-IF

           .


       1300-LECTURA-TRA.

           READ  MAESTRO-TRA  NEXT

           EVALUATE  FS-MAESTRO-TRA

               WHEN  '00'
                     ADD   1            TO  WS-CONT-LEIDOS-TRA
                     MOVE  MAE-TRA-COD  TO  WS-CLAVE-TRA

               WHEN  '10'
                     SET   SI-FIN-MAE-TRA  TO  TRUE
                     MOVE  HIGH-VALUES     TO  WS-CLAVE-TRA

               WHEN  OTHER
                     MOVE  'ERROR DE LECTURA'    TO  WS-ERROR-ACCION
                     MOVE  WS-1300-LECTURA-TRA   TO  WS-ERROR-PARRAFO
                     PERFORM  9500-ERROR-STATUS-FICHERO

           END-EVALUATE

           .


       1400-LECTURA-EMP.

           READ  MAESTRO-EMP  NEXT

           EVALUATE  FS-MAESTRO-EMP

               WHEN  '00'
                     ADD   1            TO  WS-CONT-LEIDOS-EMP
                     MOVE  MAE-EMP-COD  TO  WS-CLAVE-EMP

               WHEN  '10'
                     SET   SI-FIN-MAE-EMP  TO  TRUE
                     MOVE  HIGH-VALUES     TO  WS-CLAVE-EMP

               WHEN  OTHER
                     MOVE  'ERROR DE LECTURA'    TO  WS-ERROR-ACCION
                     MOVE  WS-1400-LECTURA-EMP   TO  WS-ERROR-PARRAFO
                     PERFORM  9500-ERROR-STATUS-FICHERO

           END-EVALUATE

           .


      *++++++++++++++++++++++++++++++++++++++++*
      *    CASE POR CODIGO.  UN TRABAJADOR     *
      *    POR CODIGO Y N EMPRESAS POR CODIGO: *
      *    CON CLAVES IGUALES AVANZAN LAS      *
      *    EMPRESAS Y EL TRABAJADOR QUEDA      *
      *    CASADO HASTA QUE EL GRUPO SE ACABA  *
      *++++++++++++++++++++++++++++++++++++++++*
       2000-CASA-MAESTROS.

           EVALUATE  TRUE

               WHEN  WS-CLAVE-TRA  =  WS-CLAVE-EMP
                     SET  SI-CASADO  TO  TRUE
                     PERFORM  1400-LECTURA-EMP

               WHEN  WS-CLAVE-TRA  <  WS-CLAVE-EMP
                     IF  NO-CASADO
                         PERFORM  2100-TRABAJADOR-HUERFANO
                     END-IF
                     SET  NO-CASADO  TO  TRUE
                     PERFORM  1300-LECTURA-TRA

               WHEN  OTHER
                     PERFORM  2200-EMPRESA-HUERFANA
                     PERFORM  1400-LECTURA-EMP

           END-EVALUATE

           .


       2100-TRABAJADOR-HUERFANO.

           ADD   1                         TO  WS-CONT-HUERFANOS-TRA

           MOVE  'TRA'                     TO  WS-LISD-LADO
           MOVE  MAE-TRA-COD               TO  WS-LISD-COD
           MOVE  MAE-TRA-NOM               TO  WS-LISD-NOM
           MOVE  'TRABAJADOR SIN EMPRESA'  TO  WS-LISD-MOTIVO

           MOVE  WS-LIS-DETALLE            TO  WS-LINEA-EDITADA
           PERFORM  9200-GRABA-LINEA

           .


       2200-EMPRESA-HUERFANA.

           ADD   1                         TO  WS-CONT-HUERFANOS-EMP

           MOVE  'EMP'                     TO  WS-LISD-LADO
           MOVE  MAE-EMP-COD               TO  WS-LISD-COD
           MOVE  MAE-EMP-EMP               TO  WS-LISD-NOM
           MOVE  'EMPRESA SIN TRABAJADOR'  TO  WS-LISD-MOTIVO

           MOVE  WS-LIS-DETALLE            TO  WS-LINEA-EDITADA
           PERFORM  9200-GRABA-LINEA

           .


       3000-FIN.

           MOVE  'TRABAJADORES LEIDOS:'    TO  WS-LIST-LITERAL
           MOVE  WS-CONT-LEIDOS-TRA        TO  WS-LIST-CONTADOR
           MOVE  WS-LIS-TOTAL              TO  WS-LINEA-EDITADA
           PERFORM  9200-GRABA-LINEA

           MOVE  'EMPRESAS LEIDAS:'        TO  WS-LIST-LITERAL
           MOVE  WS-CONT-LEIDOS-EMP        TO  WS-LIST-CONTADOR
           MOVE  WS-LIS-TOTAL              TO  WS-LINEA-EDITADA
           PERFORM  9200-GRABA-LINEA

           MOVE  'TRABAJADORES SIN EMPRESA:'
                                           TO  WS-LIST-LITERAL
           MOVE  WS-CONT-HUERFANOS-TRA     TO  WS-LIST-CONTADOR
           MOVE  WS-LIS-TOTAL              TO  WS-LINEA-EDITADA
           PERFORM  9200-GRABA-LINEA

           MOVE  'EMPRESAS SIN TRABAJADOR:'
                                           TO  WS-LIST-LITERAL
           MOVE  WS-CONT-HUERFANOS-EMP     TO  WS-LIST-CONTADOR
           MOVE  WS-LIS-TOTAL              TO  WS-LINEA-EDITADA
           PERFORM  9200-GRABA-LINEA

           PERFORM  9999-MUESTRA-ESTADISTICAS

           PERFORM  5000-CIERRA-FICHEROS

      *    CODIGO DE RETORNO 4 SI QUEDA ALGUN HUERFANO EN CUALQUIERA
      *    DE LOS DOS LADOS (EL 16 QUEDA PARA ABORTOS).
           IF  WS-CONT-HUERFANOS-TRA  >  ZEROES
           OR  WS-CONT-HUERFANOS-EMP  >  ZEROES
               MOVE  4  TO  RETURN-CODE
           END-IF

           STOP RUN

           .


       5000-CIERRA-FICHEROS.

           CLOSE  MAESTRO-TRA
                  MAESTRO-EMP
                  INTEGRIDAD-LISTADO

           IF  FS-MAESTRO-TRA NOT = '00' AND FS-MAESTRO-TRA NOT = '10'
               MOVE  'ERROR DE CIERRE'            TO  WS-ERROR-ACCION
               MOVE  WS-5000-CIERRA-FICHEROS      TO  WS-ERROR-PARRAFO
               PERFORM 9500-ERROR-STATUS-FICHERO
           END-IF

           IF  FS-MAESTRO-EMP NOT = '00' AND FS-MAESTRO-EMP NOT = '10'
               MOVE  'ERROR DE CIERRE'            TO  WS-ERROR-ACCION
               MOVE  WS-5000-CIERRA-FICHEROS      TO  WS-ERROR-PARRAFO
               PERFORM 9500-ERROR-STATUS-FICHERO
           END-IF

           IF  FS-LISTADO NOT = '00' AND FS-LISTADO NOT = '10'
               MOVE  'ERROR DE CIERRE'            TO  WS-ERROR-ACCION
               MOVE  WS-5000-CIERRA-FICHEROS      TO  WS-ERROR-PARRAFO
               PERFORM 9500-ERROR-STATUS-FICHERO
           END-IF

           .


       9200-GRABA-LINEA.

           WRITE  REG-LISTADO  FROM  WS-LINEA-EDITADA

           EVALUATE  FS-LISTADO

               WHEN  '00'
                     CONTINUE
               WHEN  OTHER
                     MOVE  WS-9200-GRABA-LINEA  TO  WS-ERROR-PARRAFO
                     MOVE  'ERROR DE ESCRITURA' TO  WS-ERROR-ACCION
                     PERFORM  9500-ERROR-STATUS-FICHERO

           END-EVALUATE

           MOVE  SPACES  TO  WS-LINEA-EDITADA

           .


       9500-ERROR-STATUS-FICHERO.

           IF  FS-MAESTRO-TRA NOT EQUAL TO '00' AND
               FS-MAESTRO-TRA NOT EQUAL TO '10'

               MOVE  'MAESTRO-TRA    '     TO  WS-ERROR-FICHERO
               MOVE  FS-MAESTRO-TRA        TO  WS-ERROR-FS
               PERFORM  9900-ERROR-ABORTAR

           END-IF


           IF  FS-MAESTRO-EMP  NOT EQUAL TO '00' AND
               FS-MAESTRO-EMP  NOT EQUAL TO '10'

               MOVE  'MAESTRO-EMP    '     TO  WS-ERROR-FICHERO
               MOVE  FS-MAESTRO-EMP        TO  WS-ERROR-FS
               PERFORM  9900-ERROR-ABORTAR

           END-IF


           IF  FS-LISTADO  NOT EQUAL TO '00' AND
               FS-LISTADO  NOT EQUAL TO '10' AND
               FS-LISTADO  NOT EQUAL TO SPACES AND
               FS-LISTADO  NOT EQUAL TO LOW-VALUES

               MOVE  'INTEGRIDAD-LISTADO'  TO  WS-ERROR-FICHERO
               MOVE  FS-LISTADO            TO  WS-ERROR-FS
               PERFORM  9900-ERROR-ABORTAR

           END-IF


           .


       9900-ERROR-ABORTAR.

           DISPLAY  '============================='
           DISPLAY  'ERROR EN PROG. INTEGRIDAD_MAESTROS.'
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
           DISPLAY  'TRABAJADORES LEIDOS:         '
                     WS-CONT-LEIDOS-TRA
           DISPLAY  'EMPRESAS LEIDAS:             '
                     WS-CONT-LEIDOS-EMP
           DISPLAY  'TRABAJADORES SIN EMPRESA:    '
                     WS-CONT-HUERFANOS-TRA
           DISPLAY  'EMPRESAS SIN TRABAJADOR:     '
                     WS-CONT-HUERFANOS-EMP
           DISPLAY  '============================='

           .

      *----------------------------------------------------------------*
      *    OBJETIVO:  Este programa lanza la cadena nocturna para una  *
      *    fecha de negocio a partir de una tabla de pasos             *
      *    (cadena-pasos.txt; sin ella se usa la tabla por omision     *
      *    de 1100-PASOS-OMISION, que es la cadena habitual).  Cada    *
      *    linea de la tabla lleva:                                    *
      *      - programa a lanzar, o una accion interna: '*RENOMBRA'    *
      *        (renombra el fichero 1 al fichero 2, p.ej.              *
      *        cruce-salida.txt a cruce-salida-anterior.txt) o         *
      *        '*COPIA' (copia el fichero 1 sobre el fichero 2, asi    *
      *        se instala el fichero de parametros de cada pasada de   *
      *        VALIDA_ENTRADAS)                                        *
      *      - conmutadores de las posiciones 1-3 de su linea de       *
      *        mandatos                                                *
      *      - tipo de fecha: 'D' la fecha de negocio va a partir de   *
      *        la posicion 5; 'N' el programa no lleva fecha; 'M' el   *
      *        mes AAAAMM de la fecha de negocio y 'A' el mes          *
      *        anterior, ambos desde la posicion 1 (programas          *
      *        mensuales)                                              *
      *      - codigo de retorno maximo admitido                       *
      *      - 'S' si el paso puede saltarse al reanudar               *
      *      - condicion: 'C' solo la noche de cierre de mes; en       *
      *        blanco o 'T' todas las noches                           *
      *    El calendario laboral (calendario-laboral.txt) decide la    *
      *    noche de cierre: el dia marcado como ultimo laborable del   *
      *    mes se lanzan ademas RESUMEN_MENSUAL y FACTURA_MENSUAL      *
      *    del mes, ARCHIVA_HISTORICO del mes anterior y la            *
      *    comparativa de doce meses EVOLUCION_EMPRESAS hasta el mes;  *
      *    las demas noches esos pasos quedan como saltados.  Sin      *
      *    calendario no hay noche de cierre y los mensuales se        *
      *    lanzan a mano.                                              *
      *    Una fecha no laborable (o ausente del calendario) se        *
      *    rechaza salvo con 'F' en la posicion 4, que se propaga a    *
      *    los pasos con fecha 'D' para que tampoco la rechacen.       *
      *    La cadena se detiene en el primer paso cuyo codigo de       *
      *    retorno supere el admitido.  Cada arranque, cada paso       *
      *    (iniciado, correcto, fallido o saltado) y el final se       *
      *    registran en run-control.txt con el programa               *
      *    CADENA_NOCHE; al relanzar la misma fecha la cadena se       *
      *    reanuda en el primer paso no terminado, saltando los        *
      *    anteriores marcados como saltables y repitiendo los que     *
      *    no lo son.  Una cadena ya terminada para la fecha se        *
      *    rechaza salvo con 'T' (desde el principio).  En cualquier   *
      *    modo, un '*RENOMBRA' ya hecho para la fecha no se repite    *
      *    (queda como saltado): volver a renombrar pondria el         *
      *    fichero del dia sobre el del run anterior.                  *
      *    CODIGO DE RETORNO: 0 cadena completa y limpia, 4 completa   *
      *    con algun paso en aviso admitido, 8 cadena detenida en un   *
      *    paso fallido, 16 aborto del propio lanzador.                *
      *    PARAMETROS: 'T' en la posicion 1 de la linea de mandatos    *
      *    para relanzar desde el primer paso; 'F' en la posicion 4    *
      *    para forzar un dia no laborable; fecha de negocio           *
      *    (AAAAMMDD) a partir de la posicion 5; sin ella se toma la   *
      *    del sistema.                                                *
      *----------------------------------------------------------------*


      *================================================================*
       IDENTIFICATION DIVISION.
      *================================================================*
       PROGRAM-ID. CADENA_NOCHE.

      *================================================================*
       ENVIRONMENT DIVISION.
      *================================================================*
       CONFIGURATION SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT  TABLA-PASOS  ASSIGN TO 'cadena-pasos.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PASOS.

           SELECT  RUN-CONTROL  ASSIGN TO 'run-control.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RUN-CONTROL.

      *    CALENDARIO LABORAL COMPARTIDO POR LA CADENA: UNA LINEA
      *    POR DIA CON SU TIPO ('L' LABORABLE / 'F' FESTIVO O FIN
      *    DE SEMANA) Y LA MARCA DE ULTIMO LABORABLE DEL MES
           SELECT  CALENDARIO  ASSIGN TO 'calendario-laboral.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS FS-CALENDARIO.

      *================================================================*
       DATA DIVISION.
      *================================================================*
       FILE SECTION.

       FD  TABLA-PASOS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-PASOS                           PIC  X(115).

       FD  RUN-CONTROL
           BLOCK CONTAINS 0 RECORDS.
       01  REG-RUN-CONTROL                     PIC  X(92).

       FD  CALENDARIO
           BLOCK CONTAINS 0 RECORDS.
       01  REG-CALENDARIO                      PIC  X(40).


       WORKING-STORAGE SECTION.

      *++++++++++++++++++*
      *    FILE STATUS   *
      *++++++++++++++++++*
       77  FS-PASOS                            PIC  X(2).
       77  FS-RUN-CONTROL                      PIC  X(2).
       77  FS-CALENDARIO                       PIC  X(2).

      *++++++++++++++++++*
      *    SWITCHES      *
      *++++++++++++++++++*
       01  SWITCHES.
           05  SW-PASOS                        PIC  X(1)   VALUE  'N'.
               88  SI-FIN-PASOS                            VALUE  'S'.
               88  NO-FIN-PASOS                            VALUE  'N'.

           05  SW-RUN-CONTROL                  PIC  X(1)   VALUE  'N'.
               88  SI-FIN-RUNCTL                           VALUE  'S'.
               88  NO-FIN-RUNCTL                           VALUE  'N'.

           05  SW-CADENA                       PIC  X(1)   VALUE  'N'.
               88  SI-FIN-CADENA                           VALUE  'S'.
               88  NO-FIN-CADENA                           VALUE  'N'.

           05  SW-PASO-FALLIDO                 PIC  X(1)   VALUE  'N'.
               88  SI-PASO-FALLIDO                         VALUE  'S'.
               88  NO-PASO-FALLIDO                         VALUE  'N'.

      *    LA FECHA YA TIENE UN INTENTO ANTERIOR DE LA CADENA
           05  SW-INTENTO-PREVIO               PIC  X(1)   VALUE  'N'.
               88  SI-INTENTO-PREVIO                       VALUE  'S'.
               88  NO-INTENTO-PREVIO                       VALUE  'N'.

      *    EL ULTIMO INTENTO DE LA FECHA TERMINO CON FIN 00 / 04
           05  SW-CADENA-TERMINADA             PIC  X(1)   VALUE  'N'.
               88  SI-CADENA-TERMINADA                     VALUE  'S'.
               88  NO-CADENA-TERMINADA                     VALUE  'N'.

      *    MODO DE LANZAMIENTO: 'N' NORMAL, 'R' REANUDACION DE UN
      *    INTENTO ANTERIOR, 'T' DESDE EL PRIMER PASO
           05  SW-MODO                         PIC  X(1)   VALUE  'N'.
               88  SI-MODO-NORMAL                          VALUE  'N'.
               88  SI-MODO-REANUDA                         VALUE  'R'.
               88  SI-MODO-TOTAL                           VALUE  'T'.

           05  SW-CALENDARIO                   PIC  X(1)   VALUE  'N'.
               88  SI-FIN-CALENDARIO                       VALUE  'S'.
               88  NO-FIN-CALENDARIO                       VALUE  'N'.

           05  SW-DIA-CALENDARIO               PIC  X(1)   VALUE  ' '.
               88  SI-DIA-LABORABLE                        VALUE  'L'.
               88  SI-DIA-AUSENTE                          VALUE  ' '.

      *    LA FECHA DE NEGOCIO ES EL ULTIMO LABORABLE DEL MES
           05  SW-DIA-CIERRE                   PIC  X(1)   VALUE  'N'.
               88  SI-DIA-CIERRE                           VALUE  'S'.
               88  NO-DIA-CIERRE                           VALUE  'N'.

           05  SW-FORZADO                      PIC  X(1)   VALUE  ' '.
               88  SI-FORZADO                              VALUE  'F'.

      *    LINEA DE MANDATOS: 'T' EN LA POSICION 1, 'F' EN LA
      *    POSICION 4 PARA FORZAR UN DIA NO LABORABLE Y FECHA DE
      *    NEGOCIO (AAAAMMDD) A PARTIR DE LA POSICION 5, COMO EN LOS
      *    CRUCES.
       01  WS-PARAM-LINEA               PIC  X(12)  VALUE  SPACES.

       01  WS-FECHA-NEGOCIO             PIC  X(8)   VALUE  SPACES.

      *++++++++++++++++++*
      *    LITERALES     *
      *++++++++++++++++++*
       01  WS-ERROR.
           05  WS-ERROR-PARRAFO            PIC  X(30).
           05  WS-ERROR-ACCION             PIC  X(20).
           05  WS-ERROR-FICHERO            PIC  X(30).
           05  WS-ERROR-FS                 PIC  X(2).

       01  WS-TXT-RESULTADOS.
           05  WS-TXT-INICIADO             PIC  X(9)
                                   VALUE  'INICIADO'.
           05  WS-TXT-CORRECTO             PIC  X(9)
                                   VALUE  'CORRECTO'.
           05  WS-TXT-FALLIDO              PIC  X(9)
                                   VALUE  'FALLIDO'.
           05  WS-TXT-SALTADO              PIC  X(9)
                                   VALUE  'SALTADO'.

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

      *++++++++++++++++++++++++++++++++++++++++*
      *    LINEA DE LA TABLA DE PASOS          *
      *++++++++++++++++++++++++++++++++++++++++*
       01  WS-PASO-LINEA.
           05  WS-PSL-PROGRAMA             PIC  X(20).
           05  FILLER                      PIC  X(1).
           05  WS-PSL-CONMUTADORES         PIC  X(3).
           05  FILLER                      PIC  X(1).
           05  WS-PSL-FECHA                PIC  X(1).
           05  FILLER                      PIC  X(1).
           05  WS-PSL-RC-MAXIMO            PIC  X(2).
           05  FILLER                      PIC  X(1).
           05  WS-PSL-SALTABLE             PIC  X(1).
           05  FILLER                      PIC  X(1).
           05  WS-PSL-CONDICION            PIC  X(1).
           05  FILLER                      PIC  X(1).
           05  WS-PSL-FICHERO-1            PIC  X(40).
           05  FILLER                      PIC  X(1).
           05  WS-PSL-FICHERO-2            PIC  X(40).

      *++++++++++++++++++++++++++++++++++++++++*
      *    TABLA DE PASOS EN MEMORIA CON LA    *
      *    MARCA DE PASO YA TERMINADO EN UN    *
      *    INTENTO ANTERIOR DE LA FECHA        *
      *++++++++++++++++++++++++++++++++++++++++*
       01  WS-TAB-PASOS.
           05  WS-TAB-PAS-CUENTA           PIC  9(3)   VALUE ZEROES.
           05  WS-TAB-PAS-ENTRADA  OCCURS  1  TO  99  TIMES
                                   DEPENDING ON  WS-TAB-PAS-CUENTA.
               10  WS-TAB-PAS-PROGRAMA     PIC  X(20).
               10  WS-TAB-PAS-CONMUTADORES PIC  X(3).
               10  WS-TAB-PAS-FECHA        PIC  X(1).
               10  WS-TAB-PAS-RC-MAXIMO    PIC  9(2).
               10  WS-TAB-PAS-SALTABLE     PIC  X(1).
               10  WS-TAB-PAS-CONDICION    PIC  X(1).
               10  WS-TAB-PAS-FICHERO-1    PIC  X(40).
               10  WS-TAB-PAS-FICHERO-2    PIC  X(40).
               10  WS-TAB-PAS-HECHO        PIC  X(1).

       77  WS-PASO-IDX                     PIC  9(3)   VALUE ZEROES.
       77  WS-PUNTO-REINICIO               PIC  9(3)   VALUE ZEROES.
       77  WS-PASO-FALLIDO                 PIC  9(3)   VALUE ZEROES.

      *++++++++++++++++++++++++++++++++++++++++*
      *    LANZAMIENTO DE UN PASO: MANDATO,    *
      *    LINEA DE PARAMETROS DEL PROGRAMA    *
      *    (CONMUTADORES EN 1-3, FORZADO EN 4  *
      *    Y FECHA EN 5, O SOLO EL MES AAAAMM  *
      *    EN LOS MENSUALES) Y CODIGO DE       *
      *    RETORNO OBTENIDO                    *
      *++++++++++++++++++++++++++++++++++++++++*
       01  WS-COMANDO                      PIC  X(80)  VALUE SPACES.

       01  WS-PASO-PARAMETROS.
           05  WS-PPA-CONMUTADORES         PIC  X(3).
           05  WS-PPA-FORZADO              PIC  X(1).
           05  WS-PPA-FECHA                PIC  X(8).

       01  FILLER  REDEFINES  WS-PASO-PARAMETROS.
           05  WS-PPA-MES                  PIC  X(6).
           05  FILLER                      PIC  X(6).

      *    MES DE LA FECHA DE NEGOCIO Y MES ANTERIOR (AAAAMM)
       01  WS-MES-NEGOCIO.
           05  WS-MNG-AAAA                 PIC  9(4).
           05  WS-MNG-MM                   PIC  9(2).

       01  WS-MES-ANTERIOR.
           05  WS-MAN-AAAA                 PIC  9(4).
           05  WS-MAN-MM                   PIC  9(2).

       77  WS-PASO-RC                      PIC S9(9)   VALUE ZEROES.
       77  WS-RC-PEOR                      PIC  9(2)   VALUE ZEROES.

      *    DATOS DE FICHERO DEVUELTOS POR CBL_CHECK_FILE_EXIST
       01  WS-DATOS-FICHERO                PIC  X(16)  VALUE SPACES.

      *++++++++++++++++++++++++++++++++++++++++*
      *    CONTROL DE EJECUCIONES: MISMO       *
      *    REGISTRO DE 92 BYTES QUE CRUCE_1N,  *
      *    CON EL DETALLE DEL PASO (NUMERO,    *
      *    PROGRAMA, CODIGO DE RETORNO Y       *
      *    RESULTADO) EN EL HUECO DE LOS       *
      *    CONTADORES                          *
      *++++++++++++++++++++++++++++++++++++++++*
       01  WS-RUN-CONTROL.
           05  WS-RUN-PROGRAMA             PIC  X(12)
                                   VALUE  'CADENA_NOCHE'.
           05  FILLER                      PIC  X(1)  VALUE  ' '.
           05  WS-RUN-FECHA                PIC  X(8).
           05  FILLER                      PIC  X(1)  VALUE  ' '.
           05  WS-RUN-TIPO                 PIC  X(6).
           05  FILLER                      PIC  X(1)  VALUE  ' '.
           05  WS-RUN-SELLO.
               10  WS-RUN-SELLO-FECHA      PIC  X(8).
               10  WS-RUN-SELLO-HORA       PIC  X(8).
           05  FILLER                      PIC  X(1)  VALUE  ' '.
           05  WS-RUN-CONMUTADORES         PIC  X(3).
           05  FILLER                      PIC  X(1)  VALUE  ' '.
           05  WS-RUN-DETALLE.
               10  WS-RUN-PASO             PIC  9(3).
               10  FILLER                  PIC  X(1)  VALUE  ' '.
               10  WS-RUN-PASO-PROGRAMA    PIC  X(20).
               10  FILLER                  PIC  X(1)  VALUE  ' '.
               10  WS-RUN-PASO-RC          PIC  9(4).
               10  FILLER                  PIC  X(1)  VALUE  ' '.
               10  WS-RUN-PASO-RESULTADO   PIC  X(9).
           05  FILLER                      PIC  X(1)  VALUE  ' '.
           05  WS-RUN-ESTADO               PIC  X(2).

       01  WS-RUN-LEIDO.
           05  WS-RUNL-PROGRAMA            PIC  X(12).
           05  FILLER                      PIC  X(1).
           05  WS-RUNL-FECHA               PIC  X(8).
           05  FILLER                      PIC  X(1).
           05  WS-RUNL-TIPO                PIC  X(6).
           05  FILLER                      PIC  X(1).
           05  WS-RUNL-SELLO               PIC  X(16).
           05  FILLER                      PIC  X(1).
           05  WS-RUNL-CONMUTADORES        PIC  X(3).
           05  FILLER                      PIC  X(1).
           05  WS-RUNL-PASO                PIC  X(3).
           05  FILLER                      PIC  X(1).
           05  WS-RUNL-PASO-PROGRAMA       PIC  X(20).
           05  FILLER                      PIC  X(1).
           05  WS-RUNL-PASO-RC             PIC  X(4).
           05  FILLER                      PIC  X(1).
           05  WS-RUNL-PASO-RESULTADO      PIC  X(9).
           05  FILLER                      PIC  X(1).
           05  WS-RUNL-ESTADO              PIC  X(2).

       77  WS-RUNL-PASO-NUM                PIC  9(3)   VALUE ZEROES.

      *++++++++++++++++++++++++++++++++++++++++*
      *    VARIABLES DE CONTROL-CONTADORES     *
      *++++++++++++++++++++++++++++++++++++++++*
       01  WS-CONTADORES.
           05  WS-CONT-EJECUTADOS          PIC  9(7)  COMP-3
                                   VALUE ZEROES.
           05  WS-CONT-SALTADOS            PIC  9(7)  COMP-3
                                   VALUE ZEROES.
           05  WS-CONT-AVISOS              PIC  9(7)  COMP-3
                                   VALUE ZEROES.

       01  WS-TEXTO-PARRAFO.

           05  WS-1020-DIA-LABORABLE       PIC  X(30)
                                   VALUE  '1020-DIA-LABORABLE'.
           05  WS-1025-LEE-CALENDARIO      PIC  X(30)
                                   VALUE  '1025-LEE-CALENDARIO'.
           05  WS-1050-LEE-PASOS           PIC  X(30)
                                   VALUE  '1050-LEE-PASOS'.
           05  WS-1090-ANADE-PASO          PIC  X(30)
                                   VALUE  '1090-ANADE-PASO'.
           05  WS-1060-CONTROLA-EJEC       PIC  X(30)
                                   VALUE  '1060-CONTROLA-EJECUCION'.
           05  WS-9100-GRABA-RUN-CTL       PIC  X(30)
                                   VALUE  '9100-GRABA-RUN-CONTROL'.


      *================================================================*
       PROCEDURE DIVISION.
      *================================================================*

           PERFORM  1000-INICIO
           PERFORM  2000-PROCESO
           UNTIL    SI-FIN-CADENA
           PERFORM  3000-FIN

           .


       1000-INICIO.

           INITIALIZE  WS-ERROR
                       WS-CONTADORES

           ACCEPT  WS-PARAM-LINEA  FROM  COMMAND-LINE

           IF  WS-PARAM-LINEA(1:1)  =  'T'
               SET  SI-MODO-TOTAL  TO  TRUE
           END-IF

           IF  WS-PARAM-LINEA(5:8)  IS NUMERIC
               MOVE  WS-PARAM-LINEA(5:8)  TO  WS-FECHA-NEGOCIO
           ELSE
               ACCEPT  WS-FECHA-NEGOCIO  FROM  DATE  YYYYMMDD
           END-IF

           MOVE  WS-PARAM-LINEA(4:1)  TO  SW-FORZADO

           PERFORM  1020-DIA-LABORABLE

           MOVE  WS-FECHA-NEGOCIO(1:6)  TO  WS-MES-NEGOCIO
           IF  WS-MNG-MM  =  1
               COMPUTE  WS-MAN-AAAA  =  WS-MNG-AAAA  -  1
               MOVE  12  TO  WS-MAN-MM
           ELSE
               MOVE  WS-MNG-AAAA  TO  WS-MAN-AAAA
               COMPUTE  WS-MAN-MM  =  WS-MNG-MM  -  1
           END-IF

           IF  SI-DIA-CIERRE
               DISPLAY  'CADENA_NOCHE: NOCHE DE CIERRE DEL MES '
                        WS-MES-NEGOCIO
           END-IF

           PERFORM  1050-LEE-PASOS

           PERFORM  1060-CONTROLA-EJECUCION

           PERFORM  1070-PUNTO-REINICIO

           MOVE  'INICIO'   TO  WS-RUN-TIPO
           MOVE  ZEROES     TO  WS-RUN-PASO
                                WS-RUN-PASO-RC
           MOVE  SPACES     TO  WS-RUN-PASO-PROGRAMA
                                WS-RUN-PASO-RESULTADO
                                WS-RUN-ESTADO
           PERFORM  9100-GRABA-RUN-CONTROL

           MOVE  ZEROES     TO  WS-PASO-IDX

           .


      *++++++++++++++++++++++++++++++++++++++++*
      *    CALENDARIO LABORAL: UN RUN PARA UN  *
      *    DIA FESTIVO O AUSENTE DEL           *
      *    CALENDARIO SE RECHAZA SALVO QUE SE  *
      *    FUERCE; SIN CALENDARIO NO HAY       *
      *    CONTROL NI NOCHE DE CIERRE          *
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
                         IF  WS-CLB-TIPO    =  'L'
                         AND WS-CLB-CIERRE  =  'S'
                             SET  SI-DIA-CIERRE  TO  TRUE
                         END-IF
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
      *    CARGA DE LA TABLA DE PASOS; SIN     *
      *    FICHERO SE TOMA LA CADENA POR       *
      *    OMISION                             *
      *++++++++++++++++++++++++++++++++++++++++*
       1050-LEE-PASOS.

           MOVE  ZEROES  TO  WS-TAB-PAS-CUENTA

           OPEN  INPUT  TABLA-PASOS

           EVALUATE  FS-PASOS

               WHEN  '00'
                     SET  NO-FIN-PASOS  TO  TRUE
                     PERFORM  1055-LEE-PASO-LINEA
                              UNTIL  SI-FIN-PASOS
                     CLOSE  TABLA-PASOS

               WHEN  '35'
                     MOVE  SPACES  TO  FS-PASOS
                     PERFORM  1100-PASOS-OMISION

               WHEN  OTHER
                     MOVE  'ERROR DE APERTURA'  TO  WS-ERROR-ACCION
                     MOVE  WS-1050-LEE-PASOS    TO  WS-ERROR-PARRAFO
                     PERFORM  9500-ERROR-STATUS-FICHERO

           END-EVALUATE

           IF  WS-TAB-PAS-CUENTA  =  0
               MOVE  WS-1050-LEE-PASOS     TO  WS-ERROR-PARRAFO
               MOVE  'TABLA SIN PASOS'     TO  WS-ERROR-ACCION
               MOVE  'TABLA-PASOS'         TO  WS-ERROR-FICHERO
               MOVE  FS-PASOS              TO  WS-ERROR-FS
               PERFORM  9900-ERROR-ABORTAR
           END-IF

           .


       1055-LEE-PASO-LINEA.

           MOVE  SPACES  TO  WS-PASO-LINEA

           READ  TABLA-PASOS  INTO  WS-PASO-LINEA

           EVALUATE  FS-PASOS

               WHEN  '00'
                     IF  WS-PASO-LINEA  NOT =  SPACES
                         PERFORM  1090-ANADE-PASO
                     END-IF

               WHEN  '10'
                     SET  SI-FIN-PASOS  TO  TRUE

               WHEN  OTHER
                     MOVE  'ERROR DE LECTURA'   TO  WS-ERROR-ACCION
                     MOVE  WS-1050-LEE-PASOS    TO  WS-ERROR-PARRAFO
                     PERFORM  9500-ERROR-STATUS-FICHERO

           END-EVALUATE

           .


      *++++++++++++++++++++++++++++++++++++++++*
      *    ALTA DE UN PASO EN LA TABLA: UNA    *
      *    LINEA MAL FORMADA ABORTA ANTES DE   *
      *    LANZAR NADA                         *
      *++++++++++++++++++++++++++++++++++++++++*
       1090-ANADE-PASO.

           IF  WS-PSL-PROGRAMA  =  SPACES
           OR  WS-PSL-RC-MAXIMO  IS NOT NUMERIC
           OR  ( WS-PSL-FECHA  NOT =  'D'
                 AND  WS-PSL-FECHA  NOT =  'N'
                 AND  WS-PSL-FECHA  NOT =  'M'
                 AND  WS-PSL-FECHA  NOT =  'A' )
           OR  ( WS-PSL-SALTABLE  NOT =  'S'
                 AND  WS-PSL-SALTABLE  NOT =  'N' )
           OR  ( WS-PSL-CONDICION  NOT =  SPACE
                 AND  WS-PSL-CONDICION  NOT =  'T'
                 AND  WS-PSL-CONDICION  NOT =  'C' )
           OR  ( ( WS-PSL-PROGRAMA  =  '*RENOMBRA'
                   OR  WS-PSL-PROGRAMA  =  '*COPIA' )
                 AND ( WS-PSL-FICHERO-1  =  SPACES
                       OR  WS-PSL-FICHERO-2  =  SPACES ) )
               MOVE  WS-1090-ANADE-PASO    TO  WS-ERROR-PARRAFO
               MOVE  'PASO INVALIDO'       TO  WS-ERROR-ACCION
               MOVE  WS-PSL-PROGRAMA       TO  WS-ERROR-FICHERO
               MOVE  FS-PASOS              TO  WS-ERROR-FS
               PERFORM  9900-ERROR-ABORTAR
           END-IF

           IF  WS-TAB-PAS-CUENTA  NOT <  99
               MOVE  WS-1090-ANADE-PASO    TO  WS-ERROR-PARRAFO
               MOVE  'DESBORDE TABLA'      TO  WS-ERROR-ACCION
               MOVE  'TABLA-PASOS'         TO  WS-ERROR-FICHERO
               MOVE  FS-PASOS              TO  WS-ERROR-FS
               PERFORM  9900-ERROR-ABORTAR
           END-IF

           ADD  1  TO  WS-TAB-PAS-CUENTA

           MOVE  WS-PSL-PROGRAMA
                     TO  WS-TAB-PAS-PROGRAMA (WS-TAB-PAS-CUENTA)
           MOVE  WS-PSL-CONMUTADORES
                     TO  WS-TAB-PAS-CONMUTADORES (WS-TAB-PAS-CUENTA)
           MOVE  WS-PSL-FECHA
                     TO  WS-TAB-PAS-FECHA (WS-TAB-PAS-CUENTA)
           MOVE  WS-PSL-RC-MAXIMO
                     TO  WS-TAB-PAS-RC-MAXIMO (WS-TAB-PAS-CUENTA)
           MOVE  WS-PSL-SALTABLE
                     TO  WS-TAB-PAS-SALTABLE (WS-TAB-PAS-CUENTA)
           MOVE  WS-PSL-CONDICION
                     TO  WS-TAB-PAS-CONDICION (WS-TAB-PAS-CUENTA)
           MOVE  WS-PSL-FICHERO-1
                     TO  WS-TAB-PAS-FICHERO-1 (WS-TAB-PAS-CUENTA)
           MOVE  WS-PSL-FICHERO-2
                     TO  WS-TAB-PAS-FICHERO-2 (WS-TAB-PAS-CUENTA)
           MOVE  'N'
                     TO  WS-TAB-PAS-HECHO (WS-TAB-PAS-CUENTA)

           .


      *++++++++++++++++++++++++++++++++++++++++*
      *    CADENA POR OMISION: EL ORDEN DE     *
      *    EXPLOTACION DE CADA NOCHE           *
      *++++++++++++++++++++++++++++++++++++++++*
       1100-PASOS-OMISION.

           MOVE  SPACES                    TO  WS-PASO-LINEA
           MOVE  'CARGA_MOVIMIENTOS'       TO  WS-PSL-PROGRAMA
           MOVE  'N'                       TO  WS-PSL-FECHA
           MOVE  '04'                      TO  WS-PSL-RC-MAXIMO
           MOVE  'S'                       TO  WS-PSL-SALTABLE
           PERFORM  1090-ANADE-PASO

           MOVE  SPACES                    TO  WS-PASO-LINEA
           MOVE  'MANT_MAESTROS'           TO  WS-PSL-PROGRAMA
           MOVE  'D'                       TO  WS-PSL-FECHA
           MOVE  '04'                      TO  WS-PSL-RC-MAXIMO
           MOVE  'S'                       TO  WS-PSL-SALTABLE
           PERFORM  1090-ANADE-PASO

      *    INTEGRIDAD ENTRE MAESTROS ANTES DE DESCARGARLOS: LOS
      *    HUERFANOS SALEN CON RC 4 Y QUEDAN COMO AVISO EN LA CADENA.
           MOVE  SPACES                    TO  WS-PASO-LINEA
           MOVE  'INTEGRIDAD_MAESTROS'     TO  WS-PSL-PROGRAMA
           MOVE  'N'                       TO  WS-PSL-FECHA
           MOVE  '04'                      TO  WS-PSL-RC-MAXIMO
           MOVE  'S'                       TO  WS-PSL-SALTABLE
           PERFORM  1090-ANADE-PASO

           MOVE  SPACES                    TO  WS-PASO-LINEA
           MOVE  'EXTRAE_MAESTROS'         TO  WS-PSL-PROGRAMA
           MOVE  'N'                       TO  WS-PSL-FECHA
           MOVE  '00'                      TO  WS-PSL-RC-MAXIMO
           MOVE  'S'                       TO  WS-PSL-SALTABLE
           PERFORM  1090-ANADE-PASO

      *    VALIDA_ENTRADAS UNA VEZ POR EXTRACTO: ANTES DE CADA PASADA
      *    SE INSTALA SU FICHERO DE PARAMETROS (ENTRADA, DEPURADO Y
      *    RECHAZOS).  LA COPIA NO ES SALTABLE PARA QUE UNA
      *    REANUDACION NUNCA VALIDE CON LOS PARAMETROS DEL OTRO
      *    EXTRACTO.
           MOVE  SPACES                    TO  WS-PASO-LINEA
           MOVE  '*COPIA'                  TO  WS-PSL-PROGRAMA
           MOVE  'N'                       TO  WS-PSL-FECHA
           MOVE  '00'                      TO  WS-PSL-RC-MAXIMO
           MOVE  'N'                       TO  WS-PSL-SALTABLE
           MOVE  'valida-entradas-parametros-tra.txt'
                                           TO  WS-PSL-FICHERO-1
           MOVE  'valida-entradas-parametros.txt'
                                           TO  WS-PSL-FICHERO-2
           PERFORM  1090-ANADE-PASO

           MOVE  SPACES                    TO  WS-PASO-LINEA
           MOVE  'VALIDA_ENTRADAS'         TO  WS-PSL-PROGRAMA
           MOVE  'D'                       TO  WS-PSL-FECHA
           MOVE  '04'                      TO  WS-PSL-RC-MAXIMO
           MOVE  'S'                       TO  WS-PSL-SALTABLE
           PERFORM  1090-ANADE-PASO

           MOVE  SPACES                    TO  WS-PASO-LINEA
           MOVE  '*COPIA'                  TO  WS-PSL-PROGRAMA
           MOVE  'N'                       TO  WS-PSL-FECHA
           MOVE  '00'                      TO  WS-PSL-RC-MAXIMO
           MOVE  'N'                       TO  WS-PSL-SALTABLE
           MOVE  'valida-entradas-parametros-emp.txt'
                                           TO  WS-PSL-FICHERO-1
           MOVE  'valida-entradas-parametros.txt'
                                           TO  WS-PSL-FICHERO-2
           PERFORM  1090-ANADE-PASO

           MOVE  SPACES                    TO  WS-PASO-LINEA
           MOVE  'VALIDA_ENTRADAS'         TO  WS-PSL-PROGRAMA
           MOVE  'D'                       TO  WS-PSL-FECHA
           MOVE  '04'                      TO  WS-PSL-RC-MAXIMO
           MOVE  'S'                       TO  WS-PSL-SALTABLE
           PERFORM  1090-ANADE-PASO

           MOVE  SPACES                    TO  WS-PASO-LINEA
           MOVE  'RECICLA_NOCRUZ'          TO  WS-PSL-PROGRAMA
           MOVE  'P'                       TO  WS-PSL-CONMUTADORES
           MOVE  'D'                       TO  WS-PSL-FECHA
           MOVE  '04'                      TO  WS-PSL-RC-MAXIMO
           MOVE  'S'                       TO  WS-PSL-SALTABLE
           PERFORM  1090-ANADE-PASO

      *    LA SALIDA DEL CRUCE ANTERIOR QUEDA COMO CRUCE-SALIDA-
      *    ANTERIOR.TXT PARA DELTA_SALIDA (SUS LINEAS DE PARAMETROS
      *    APUNTAN A ELLA); SALTABLE PARA QUE UNA REANUDACION NO
      *    MACHAQUE LA DE AYER CON UNA SALIDA A MEDIAS DE HOY.
           MOVE  SPACES                    TO  WS-PASO-LINEA
           MOVE  '*RENOMBRA'               TO  WS-PSL-PROGRAMA
           MOVE  'N'                       TO  WS-PSL-FECHA
           MOVE  '04'                      TO  WS-PSL-RC-MAXIMO
           MOVE  'S'                       TO  WS-PSL-SALTABLE
           MOVE  'cruce-salida.txt'        TO  WS-PSL-FICHERO-1
           MOVE  'cruce-salida-anterior.txt'
                                           TO  WS-PSL-FICHERO-2
           PERFORM  1090-ANADE-PASO

           MOVE  SPACES                    TO  WS-PASO-LINEA
           MOVE  'CRUCE_1N'                TO  WS-PSL-PROGRAMA
           MOVE  'D'                       TO  WS-PSL-FECHA
           MOVE  '04'                      TO  WS-PSL-RC-MAXIMO
           MOVE  'S'                       TO  WS-PSL-SALTABLE
           PERFORM  1090-ANADE-PASO

           MOVE  SPACES                    TO  WS-PASO-LINEA
           MOVE  'RECICLA_NOCRUZ'          TO  WS-PSL-PROGRAMA
           MOVE  'C'                       TO  WS-PSL-CONMUTADORES
           MOVE  'D'                       TO  WS-PSL-FECHA
           MOVE  '04'                      TO  WS-PSL-RC-MAXIMO
           MOVE  'S'                       TO  WS-PSL-SALTABLE
           PERFORM  1090-ANADE-PASO

           MOVE  SPACES                    TO  WS-PASO-LINEA
           MOVE  'DELTA_SALIDA'            TO  WS-PSL-PROGRAMA
           MOVE  'N'                       TO  WS-PSL-FECHA
           MOVE  '00'                      TO  WS-PSL-RC-MAXIMO
           MOVE  'S'                       TO  WS-PSL-SALTABLE
           PERFORM  1090-ANADE-PASO

      *    REPARTO POR EMPRESA CLIENTE DE LA SALIDA Y DEL DELTA,
      *    ANTES DE CONCILIA_NOCHE, QUE CUADRA SU MANIFIESTO.
           MOVE  SPACES                    TO  WS-PASO-LINEA
           MOVE  'DISTRIBUYE_CRUCES'       TO  WS-PSL-PROGRAMA
           MOVE  'D'                       TO  WS-PSL-FECHA
           MOVE  '04'                      TO  WS-PSL-RC-MAXIMO
           MOVE  'S'                       TO  WS-PSL-SALTABLE
           PERFORM  1090-ANADE-PASO

           MOVE  SPACES                    TO  WS-PASO-LINEA
           MOVE  'CONCILIA_NOCHE'          TO  WS-PSL-PROGRAMA
           MOVE  'D'                       TO  WS-PSL-FECHA
           MOVE  '00'                      TO  WS-PSL-RC-MAXIMO
           MOVE  'S'                       TO  WS-PSL-SALTABLE
           PERFORM  1090-ANADE-PASO

      *    CIERRE DE MES (SOLO LA NOCHE DEL ULTIMO LABORABLE, CON EL
      *    CRUCE DEL DIA YA EN EL HISTORICO): RESUMEN Y FACTURACION
      *    DEL MES Y ARCHIVO DEL MES ANTERIOR, YA SIN REPROCESOS.
           MOVE  SPACES                    TO  WS-PASO-LINEA
           MOVE  'RESUMEN_MENSUAL'         TO  WS-PSL-PROGRAMA
           MOVE  'M'                       TO  WS-PSL-FECHA
           MOVE  '00'                      TO  WS-PSL-RC-MAXIMO
           MOVE  'S'                       TO  WS-PSL-SALTABLE
           MOVE  'C'                       TO  WS-PSL-CONDICION
           PERFORM  1090-ANADE-PASO

      *    LAS LINEAS DE FACTURACION DEL CIERRE ANTERIOR PASAN A SER
      *    LA COLUMNA DE COMPARACION DE FACTURA_MENSUAL.
           MOVE  SPACES                    TO  WS-PASO-LINEA
           MOVE  '*RENOMBRA'               TO  WS-PSL-PROGRAMA
           MOVE  'N'                       TO  WS-PSL-FECHA
           MOVE  '04'                      TO  WS-PSL-RC-MAXIMO
           MOVE  'S'                       TO  WS-PSL-SALTABLE
           MOVE  'C'                       TO  WS-PSL-CONDICION
           MOVE  'factura-lineas.txt'      TO  WS-PSL-FICHERO-1
           MOVE  'factura-lineas-anterior.txt'
                                           TO  WS-PSL-FICHERO-2
           PERFORM  1090-ANADE-PASO

           MOVE  SPACES                    TO  WS-PASO-LINEA
           MOVE  'FACTURA_MENSUAL'         TO  WS-PSL-PROGRAMA
           MOVE  'M'                       TO  WS-PSL-FECHA
           MOVE  '04'                      TO  WS-PSL-RC-MAXIMO
           MOVE  'S'                       TO  WS-PSL-SALTABLE
           MOVE  'C'                       TO  WS-PSL-CONDICION
           PERFORM  1090-ANADE-PASO

           MOVE  SPACES                    TO  WS-PASO-LINEA
           MOVE  'ARCHIVA_HISTORICO'       TO  WS-PSL-PROGRAMA
           MOVE  'A'                       TO  WS-PSL-FECHA
           MOVE  '00'                      TO  WS-PSL-RC-MAXIMO
           MOVE  'S'                       TO  WS-PSL-SALTABLE
           MOVE  'C'                       TO  WS-PSL-CONDICION
           PERFORM  1090-ANADE-PASO

      *    COMPARATIVA DE DOCE MESES, YA CON EL MES ANTERIOR EN SU
      *    GENERACION; UN MES AUSENTE SALE MARCADO CON AVISO (RC 4).
           MOVE  SPACES                    TO  WS-PASO-LINEA
           MOVE  'EVOLUCION_EMPRESAS'      TO  WS-PSL-PROGRAMA
           MOVE  'M'                       TO  WS-PSL-FECHA
           MOVE  '04'                      TO  WS-PSL-RC-MAXIMO
           MOVE  'S'                       TO  WS-PSL-SALTABLE
           MOVE  'C'                       TO  WS-PSL-CONDICION
           PERFORM  1090-ANADE-PASO

           .


      *++++++++++++++++++++++++++++++++++++++++*
      *    CONTROL DE EJECUCIONES: SE REVISAN  *
      *    LOS REGISTROS DE CADENA_NOCHE DE LA *
      *    FECHA PARA SABER QUE PASOS QUEDARON *
      *    TERMINADOS (VALE EL ULTIMO          *
      *    RESULTADO DE CADA PASO) Y SI LA     *
      *    CADENA YA SE COMPLETO               *
      *++++++++++++++++++++++++++++++++++++++++*
       1060-CONTROLA-EJECUCION.

           OPEN  INPUT  RUN-CONTROL

           EVALUATE  FS-RUN-CONTROL

               WHEN  '00'
                     SET  NO-FIN-RUNCTL  TO  TRUE
                     PERFORM  1065-LEE-RUN-CONTROL
                              UNTIL  SI-FIN-RUNCTL
                     CLOSE  RUN-CONTROL

      *        PRIMERA EJECUCION: RUN-CONTROL SE CREA AL GRABAR.
               WHEN  '35'
                     MOVE  SPACES  TO  FS-RUN-CONTROL

               WHEN  OTHER
                     MOVE  WS-1060-CONTROLA-EJEC   TO  WS-ERROR-PARRAFO
                     MOVE  'ERROR DE APERTURA'     TO  WS-ERROR-ACCION
                     PERFORM  9500-ERROR-STATUS-FICHERO

           END-EVALUATE

           IF  SI-CADENA-TERMINADA
           AND NOT SI-MODO-TOTAL
               MOVE  WS-1060-CONTROLA-EJEC   TO  WS-ERROR-PARRAFO
               MOVE  'CADENA YA TERMINADA'   TO  WS-ERROR-ACCION
               MOVE  'RUN-CONTROL'           TO  WS-ERROR-FICHERO
               MOVE  FS-RUN-CONTROL          TO  WS-ERROR-FS
               PERFORM  9900-ERROR-ABORTAR
           END-IF

           IF  SI-INTENTO-PREVIO
           AND SI-MODO-NORMAL
               SET  SI-MODO-REANUDA  TO  TRUE
           END-IF

           .


       1065-LEE-RUN-CONTROL.

           READ  RUN-CONTROL  INTO  WS-RUN-LEIDO

           EVALUATE  FS-RUN-CONTROL

               WHEN  '00'
                     IF  WS-RUNL-PROGRAMA  =  WS-RUN-PROGRAMA
                     AND WS-RUNL-FECHA     =  WS-FECHA-NEGOCIO
                         PERFORM  1067-ANOTA-RUN-CONTROL
                     END-IF

               WHEN  '10'
                     SET  SI-FIN-RUNCTL  TO  TRUE

               WHEN  OTHER
                     MOVE  WS-1060-CONTROLA-EJEC   TO  WS-ERROR-PARRAFO
                     MOVE  'ERROR DE LECTURA'      TO  WS-ERROR-ACCION
                     PERFORM  9500-ERROR-STATUS-FICHERO

           END-EVALUATE

           .


       1067-ANOTA-RUN-CONTROL.

           EVALUATE  WS-RUNL-TIPO

               WHEN  'INICIO'
                     SET  SI-INTENTO-PREVIO    TO  TRUE
                     SET  NO-CADENA-TERMINADA  TO  TRUE

               WHEN  'FIN'
                     IF  WS-RUNL-ESTADO  =  '00'
                     OR  WS-RUNL-ESTADO  =  '04'
                         SET  SI-CADENA-TERMINADA  TO  TRUE
                     ELSE
                         SET  NO-CADENA-TERMINADA  TO  TRUE
                     END-IF

      *        EL PASO SOLO CUENTA SI SIGUE SIENDO EL MISMO PROGRAMA
      *        EN LA MISMA POSICION DE LA TABLA.
               WHEN  'PASO'
                     IF  WS-RUNL-PASO  IS NUMERIC
                         MOVE  WS-RUNL-PASO  TO  WS-RUNL-PASO-NUM
                         IF  WS-RUNL-PASO-NUM  >  0
                         AND WS-RUNL-PASO-NUM  NOT >  WS-TAB-PAS-CUENTA
                         AND WS-RUNL-PASO-PROGRAMA  =
                             WS-TAB-PAS-PROGRAMA (WS-RUNL-PASO-NUM)
                             IF  WS-RUNL-PASO-RESULTADO  =
                                     WS-TXT-CORRECTO
                             OR  WS-RUNL-PASO-RESULTADO  =
                                     WS-TXT-SALTADO
                                 MOVE  'S'  TO
                                 WS-TAB-PAS-HECHO (WS-RUNL-PASO-NUM)
                             ELSE
                                 MOVE  'N'  TO
                                 WS-TAB-PAS-HECHO (WS-RUNL-PASO-NUM)
                             END-IF
                         END-IF
                     END-IF

               WHEN  OTHER
                     CONTINUE

           END-EVALUATE

           .


      *++++++++++++++++++++++++++++++++++++++++*
      *    PUNTO DE REANUDACION: PRIMER PASO   *
      *    NO TERMINADO EN EL INTENTO          *
      *    ANTERIOR.  EN UN LANZAMIENTO NORMAL *
      *    O DESDE EL PRINCIPIO ES EL PASO 1   *
      *++++++++++++++++++++++++++++++++++++++++*
       1070-PUNTO-REINICIO.

           MOVE  1  TO  WS-PUNTO-REINICIO

           IF  SI-MODO-REANUDA

               MOVE  ZEROES  TO  WS-PUNTO-REINICIO

               PERFORM  1075-BUSCA-NO-HECHO
                   VARYING  WS-PASO-IDX  FROM  1  BY  1
                   UNTIL    WS-PASO-IDX  >  WS-TAB-PAS-CUENTA
                   OR       WS-PUNTO-REINICIO  >  0

      *        TODOS LOS PASOS TERMINADOS PERO SIN FIN REGISTRADO: SOLO
      *        SE REPITEN LOS NO SALTABLES.
               IF  WS-PUNTO-REINICIO  =  0
                   COMPUTE  WS-PUNTO-REINICIO  =
                            WS-TAB-PAS-CUENTA  +  1
               END-IF

               DISPLAY  'CADENA_NOCHE: REANUDACION DESDE EL PASO '
                        WS-PUNTO-REINICIO

           END-IF

           .


       1075-BUSCA-NO-HECHO.

           IF  WS-TAB-PAS-HECHO (WS-PASO-IDX)  NOT =  'S'
               MOVE  WS-PASO-IDX  TO  WS-PUNTO-REINICIO
           END-IF

           .


      *++++++++++++++++++++++++++++++++++++++++*
      *    UN PASO POR ITERACION: ANTES DEL    *
      *    PUNTO DE REANUDACION LOS SALTABLES  *
      *    SE SALTAN, LO MISMO QUE LOS DE      *
      *    CIERRE DE MES FUERA DE LA NOCHE DE  *
      *    CIERRE Y LOS RENOMBRADOS YA HECHOS  *
      *    PARA LA FECHA; EL RESTO SE LANZA    *
      *++++++++++++++++++++++++++++++++++++++++*
       2000-PROCESO.

           ADD  1  TO  WS-PASO-IDX

           IF  WS-PASO-IDX  >  WS-TAB-PAS-CUENTA
               SET  SI-FIN-CADENA  TO  TRUE
           ELSE
               IF  ( WS-PASO-IDX  <  WS-PUNTO-REINICIO
                     AND WS-TAB-PAS-SALTABLE (WS-PASO-IDX)  =  'S' )
               OR  ( WS-TAB-PAS-CONDICION (WS-PASO-IDX)  =  'C'
                     AND NO-DIA-CIERRE )
      *        UN RENOMBRADO REPETIDO MACHACARIA EL FICHERO ANTERIOR
      *        CON EL DE ESTA MISMA FECHA.
               OR  ( WS-TAB-PAS-PROGRAMA (WS-PASO-IDX)  =  '*RENOMBRA'
                     AND WS-TAB-PAS-HECHO (WS-PASO-IDX)  =  'S' )
                   PERFORM  2150-SALTA-PASO
               ELSE
                   PERFORM  2100-EJECUTA-PASO
               END-IF
           END-IF

           .


       2100-EJECUTA-PASO.

           MOVE  WS-TXT-INICIADO  TO  WS-RUN-PASO-RESULTADO
           MOVE  ZEROES           TO  WS-RUN-PASO-RC
           MOVE  SPACES           TO  WS-RUN-ESTADO
           PERFORM  2900-REGISTRA-PASO

           EVALUATE  WS-TAB-PAS-PROGRAMA (WS-PASO-IDX)
               WHEN  '*RENOMBRA'
                     PERFORM  2200-RENOMBRA-FICHERO
               WHEN  '*COPIA'
                     PERFORM  2300-COPIA-FICHERO
               WHEN  OTHER
                     PERFORM  2400-LANZA-PROGRAMA
           END-EVALUATE

           ADD  1  TO  WS-CONT-EJECUTADOS

      *    UN CODIGO NEGATIVO ES UN FALLO DEL PROPIO LANZAMIENTO.
           IF  WS-PASO-RC  <  0
           OR  WS-PASO-RC  >  WS-TAB-PAS-RC-MAXIMO (WS-PASO-IDX)
               SET  SI-PASO-FALLIDO  TO  TRUE
               SET  SI-FIN-CADENA    TO  TRUE
               MOVE  WS-PASO-IDX     TO  WS-PASO-FALLIDO
               MOVE  WS-TXT-FALLIDO  TO  WS-RUN-PASO-RESULTADO
               MOVE  '16'            TO  WS-RUN-ESTADO
           ELSE
               MOVE  WS-TXT-CORRECTO TO  WS-RUN-PASO-RESULTADO
               MOVE  '00'            TO  WS-RUN-ESTADO
               IF  WS-PASO-RC  >  0
                   ADD  1  TO  WS-CONT-AVISOS
                   IF  WS-PASO-RC  >  WS-RC-PEOR
                       MOVE  WS-PASO-RC  TO  WS-RC-PEOR
                   END-IF
               END-IF
           END-IF

           IF  WS-PASO-RC  <  0
           OR  WS-PASO-RC  >  9999
               MOVE  9999            TO  WS-RUN-PASO-RC
           ELSE
               MOVE  WS-PASO-RC      TO  WS-RUN-PASO-RC
           END-IF

           PERFORM  2900-REGISTRA-PASO

           .


       2150-SALTA-PASO.

           ADD  1  TO  WS-CONT-SALTADOS

           MOVE  WS-TXT-SALTADO   TO  WS-RUN-PASO-RESULTADO
           MOVE  ZEROES           TO  WS-RUN-PASO-RC
           MOVE  '00'             TO  WS-RUN-ESTADO
           PERFORM  2900-REGISTRA-PASO

           .


      *++++++++++++++++++++++++++++++++++++++++*
      *    RENOMBRADO: SIN FICHERO DE ORIGEN   *
      *    (NO HUBO RUN ANTERIOR) EL PASO      *
      *    TERMINA EN AVISO 4 Y EL DESTINO SE  *
      *    CONSERVA; UN FALLO DEL RENOMBRADO   *
      *    ES UN 16                            *
      *++++++++++++++++++++++++++++++++++++++++*
       2200-RENOMBRA-FICHERO.

           CALL  'CBL_CHECK_FILE_EXIST'
                 USING  WS-TAB-PAS-FICHERO-1 (WS-PASO-IDX)
                        WS-DATOS-FICHERO

           IF  RETURN-CODE  NOT =  0
               DISPLAY  'CADENA_NOCHE: NO EXISTE '
                        WS-TAB-PAS-FICHERO-1 (WS-PASO-IDX)
               MOVE  4  TO  WS-PASO-RC
           ELSE
               CALL  'CBL_DELETE_FILE'
                     USING  WS-TAB-PAS-FICHERO-2 (WS-PASO-IDX)
               CALL  'CBL_RENAME_FILE'
                     USING  WS-TAB-PAS-FICHERO-1 (WS-PASO-IDX)
                            WS-TAB-PAS-FICHERO-2 (WS-PASO-IDX)
               IF  RETURN-CODE  =  0
                   MOVE  0   TO  WS-PASO-RC
               ELSE
                   MOVE  16  TO  WS-PASO-RC
               END-IF
           END-IF

           MOVE  0  TO  RETURN-CODE

           .


      *++++++++++++++++++++++++++++++++++++++++*
      *    COPIA: MISMO CRITERIO QUE EL        *
      *    RENOMBRADO PARA EL ORIGEN AUSENTE   *
      *++++++++++++++++++++++++++++++++++++++++*
       2300-COPIA-FICHERO.

           CALL  'CBL_CHECK_FILE_EXIST'
                 USING  WS-TAB-PAS-FICHERO-1 (WS-PASO-IDX)
                        WS-DATOS-FICHERO

           IF  RETURN-CODE  NOT =  0
               DISPLAY  'CADENA_NOCHE: NO EXISTE '
                        WS-TAB-PAS-FICHERO-1 (WS-PASO-IDX)
               MOVE  4  TO  WS-PASO-RC
           ELSE
               CALL  'CBL_COPY_FILE'
                     USING  WS-TAB-PAS-FICHERO-1 (WS-PASO-IDX)
                            WS-TAB-PAS-FICHERO-2 (WS-PASO-IDX)
               IF  RETURN-CODE  =  0
                   MOVE  0   TO  WS-PASO-RC
               ELSE
                   MOVE  16  TO  WS-PASO-RC
               END-IF
           END-IF

           MOVE  0  TO  RETURN-CODE

           .


      *++++++++++++++++++++++++++++++++++++++++*
      *    LANZAMIENTO DE UN PROGRAMA: LA      *
      *    LINEA DE PARAMETROS VA ENTRE        *
      *    COMILLAS PARA CONSERVAR LAS         *
      *    POSICIONES (CONMUTADORES EN 1-3,    *
      *    FORZADO EN 4 Y FECHA EN 5; LOS      *
      *    MENSUALES SOLO LLEVAN EL MES)       *
      *++++++++++++++++++++++++++++++++++++++++*
       2400-LANZA-PROGRAMA.

           MOVE  SPACES            TO  WS-PASO-PARAMETROS

           EVALUATE  WS-TAB-PAS-FECHA (WS-PASO-IDX)
               WHEN  'D'
                     MOVE  WS-TAB-PAS-CONMUTADORES (WS-PASO-IDX)
                                           TO  WS-PPA-CONMUTADORES
                     MOVE  SW-FORZADO      TO  WS-PPA-FORZADO
                     MOVE  WS-FECHA-NEGOCIO
                                           TO  WS-PPA-FECHA
               WHEN  'M'
                     MOVE  WS-MES-NEGOCIO  TO  WS-PPA-MES
               WHEN  'A'
                     MOVE  WS-MES-ANTERIOR TO  WS-PPA-MES
               WHEN  OTHER
                     MOVE  WS-TAB-PAS-CONMUTADORES (WS-PASO-IDX)
                                           TO  WS-PPA-CONMUTADORES
           END-EVALUATE

           MOVE  SPACES  TO  WS-COMANDO

           IF  WS-PASO-PARAMETROS  =  SPACES
               STRING  WS-TAB-PAS-PROGRAMA (WS-PASO-IDX)
                                       DELIMITED BY  SPACE
                       INTO  WS-COMANDO
               END-STRING
           ELSE
               STRING  WS-TAB-PAS-PROGRAMA (WS-PASO-IDX)
                                       DELIMITED BY  SPACE
                       ' "'            DELIMITED BY  SIZE
                       WS-PASO-PARAMETROS
                                       DELIMITED BY  SIZE
                       '"'             DELIMITED BY  SIZE
                       INTO  WS-COMANDO
               END-STRING
           END-IF

           DISPLAY  'CADENA_NOCHE: PASO '  WS-PASO-IDX  ' '  WS-COMANDO

           CALL  'SYSTEM'  USING  WS-COMANDO

           MOVE  RETURN-CODE  TO  WS-PASO-RC
           MOVE  0            TO  RETURN-CODE

      *    SEGUN EL SISTEMA EL CODIGO LLEGA COMO ESTADO DE ESPERA
      *    (CODIGO DE SALIDA x 256): SE REDUCE AL CODIGO DEL PROGRAMA.
           IF  WS-PASO-RC  >  255
               DIVIDE  256  INTO  WS-PASO-RC
           END-IF

           .


       2900-REGISTRA-PASO.

           MOVE  'PASO'           TO  WS-RUN-TIPO
           MOVE  WS-PASO-IDX      TO  WS-RUN-PASO
           MOVE  WS-TAB-PAS-PROGRAMA (WS-PASO-IDX)
                                  TO  WS-RUN-PASO-PROGRAMA

           PERFORM  9100-GRABA-RUN-CONTROL

           DISPLAY  'CADENA_NOCHE: PASO '  WS-RUN-PASO  ' '
                    WS-RUN-PASO-PROGRAMA  ' RC '  WS-RUN-PASO-RC
                    ' '  WS-RUN-PASO-RESULTADO

           .


       3000-FIN.

           MOVE  'FIN'  TO  WS-RUN-TIPO

           IF  SI-PASO-FALLIDO
               MOVE  WS-PASO-FALLIDO  TO  WS-RUN-PASO
               MOVE  WS-TAB-PAS-PROGRAMA (WS-PASO-FALLIDO)
                                      TO  WS-RUN-PASO-PROGRAMA
               MOVE  WS-TXT-FALLIDO   TO  WS-RUN-PASO-RESULTADO
               MOVE  '16'             TO  WS-RUN-ESTADO
           ELSE
               MOVE  ZEROES           TO  WS-RUN-PASO
                                          WS-RUN-PASO-RC
               MOVE  SPACES           TO  WS-RUN-PASO-PROGRAMA
               MOVE  WS-TXT-CORRECTO  TO  WS-RUN-PASO-RESULTADO
               IF  WS-RC-PEOR  >  0
                   MOVE  '04'         TO  WS-RUN-ESTADO
               ELSE
                   MOVE  '00'         TO  WS-RUN-ESTADO
               END-IF
           END-IF

           PERFORM  9100-GRABA-RUN-CONTROL

           PERFORM  9999-MUESTRA-ESTADISTICAS

      *    CODIGO DE RETORNO: 8 CADENA DETENIDA, 4 COMPLETA CON
      *    AVISOS ADMITIDOS (EL 16 QUEDA PARA ABORTOS).
           EVALUATE  TRUE
               WHEN  SI-PASO-FALLIDO
                     MOVE  8  TO  RETURN-CODE
               WHEN  WS-RC-PEOR  >  0
                     MOVE  4  TO  RETURN-CODE
               WHEN  OTHER
                     MOVE  0  TO  RETURN-CODE
           END-EVALUATE

           STOP RUN

           .


      *++++++++++++++++++++++++++++++++++++++++*
      *    GRABACION EN RUN-CONTROL: SE ABRE   *
      *    Y SE CIERRA EN CADA REGISTRO PORQUE *
      *    LOS PROPIOS PASOS (CRUCE_1N) LEEN Y *
      *    AMPLIAN EL MISMO FICHERO            *
      *++++++++++++++++++++++++++++++++++++++++*
       9100-GRABA-RUN-CONTROL.

           MOVE    WS-FECHA-NEGOCIO  TO  WS-RUN-FECHA
           ACCEPT  WS-RUN-SELLO-FECHA  FROM  DATE  YYYYMMDD
           ACCEPT  WS-RUN-SELLO-HORA   FROM  TIME

      *    CONMUTADORES DEL REGISTRO: MODO DE LANZAMIENTO, 'C' EN
      *    NOCHE DE CIERRE DE MES Y 'F' SI LA FECHA SE FORZO.
           MOVE  SPACES   TO  WS-RUN-CONMUTADORES
           MOVE  SW-MODO  TO  WS-RUN-CONMUTADORES(1:1)
           IF  SI-DIA-CIERRE
               MOVE  'C'  TO  WS-RUN-CONMUTADORES(2:1)
           END-IF
           IF  SI-FORZADO
               MOVE  'F'  TO  WS-RUN-CONMUTADORES(3:1)
           END-IF

           OPEN  EXTEND  RUN-CONTROL

           IF  FS-RUN-CONTROL  =  '35'
               OPEN  OUTPUT  RUN-CONTROL
               IF  FS-RUN-CONTROL  =  '00'
                   CLOSE  RUN-CONTROL
                   OPEN  EXTEND  RUN-CONTROL
               END-IF
           END-IF

           IF  FS-RUN-CONTROL  NOT =  '00'
               MOVE  WS-9100-GRABA-RUN-CTL   TO  WS-ERROR-PARRAFO
               MOVE  'ERROR DE APERTURA'     TO  WS-ERROR-ACCION
               PERFORM  9500-ERROR-STATUS-FICHERO
           END-IF

           WRITE  REG-RUN-CONTROL  FROM  WS-RUN-CONTROL

           IF  FS-RUN-CONTROL  NOT =  '00'
               MOVE  WS-9100-GRABA-RUN-CTL   TO  WS-ERROR-PARRAFO
               MOVE  'ERROR DE ESCRITURA'    TO  WS-ERROR-ACCION
               PERFORM  9500-ERROR-STATUS-FICHERO
           END-IF

           CLOSE  RUN-CONTROL

           .


       9500-ERROR-STATUS-FICHERO.

           IF  FS-PASOS  NOT EQUAL TO '00' AND
               FS-PASOS  NOT EQUAL TO '10' AND
               FS-PASOS  NOT EQUAL TO SPACES AND
               FS-PASOS  NOT EQUAL TO LOW-VALUES

               MOVE  'TABLA-PASOS    '     TO  WS-ERROR-FICHERO
               MOVE  FS-PASOS              TO  WS-ERROR-FS
               PERFORM  9900-ERROR-ABORTAR

           END-IF


           IF  FS-RUN-CONTROL  NOT EQUAL TO '00' AND
               FS-RUN-CONTROL  NOT EQUAL TO '10' AND
               FS-RUN-CONTROL  NOT EQUAL TO SPACES AND
               FS-RUN-CONTROL  NOT EQUAL TO LOW-VALUES

               MOVE  'RUN-CONTROL    '     TO  WS-ERROR-FICHERO
               MOVE  FS-RUN-CONTROL        TO  WS-ERROR-FS
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


           .


       9900-ERROR-ABORTAR.

           DISPLAY  '============================='
           DISPLAY  'ERROR EN PROG. CADENA_NOCHE. '
           DISPLAY  'PARRAFO DE ERROR:            '  WS-ERROR-PARRAFO
           DISPLAY  'TIPO DE ERROR:               '  WS-ERROR-ACCION
           DISPLAY  'FICHERO DE ERROR:            '  WS-ERROR-FICHERO
           DISPLAY  'FILE-STATUS DE FICHERO:      '  WS-ERROR-FS

           PERFORM  9999-MUESTRA-ESTADISTICAS

      *    CODIGO DE RETORNO 16: ABORTO DEL LANZADOR, DISTINTO DEL 8
      *    DE CADENA DETENIDA EN UN PASO.
           MOVE  16  TO  RETURN-CODE

           STOP RUN
           .


       9999-MUESTRA-ESTADISTICAS.

           DISPLAY  ' '
           DISPLAY  '============================='
           DISPLAY  '        ESTADISTICAS         '
           DISPLAY  'FECHA DE NEGOCIO:            '
                     WS-FECHA-NEGOCIO
           DISPLAY  'MODO DE LANZAMIENTO:         '
                     SW-MODO
           DISPLAY  'NOCHE DE CIERRE DE MES:      '
                     SW-DIA-CIERRE
           DISPLAY  'PASOS EN LA TABLA:           '
                     WS-TAB-PAS-CUENTA
           DISPLAY  'PASOS EJECUTADOS:            '
                     WS-CONT-EJECUTADOS
           DISPLAY  'PASOS SALTADOS:              '
                     WS-CONT-SALTADOS
           DISPLAY  'PASOS EN AVISO ADMITIDO:     '
                     WS-CONT-AVISOS
           DISPLAY  'PASO FALLIDO:                '
                     WS-PASO-FALLIDO
           DISPLAY  '============================='

           .

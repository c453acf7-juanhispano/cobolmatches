      *    hora, la duracion transcurrida, el estado y los             *
      *    contadores del FIN; senala un INICIO sin FIN (run caido)    *
      *    y los finales con estado de aviso o fatal; y compara la     *
      *    duracion con la media de los ultimos N dias laborables      *
      *    (linea 1 de monitor-parametros.txt, por omision 7; los      *
      *    festivos de calendario-laboral.txt no cuentan) para ver     *
      *    venir el crecimiento de la ventana de batch antes de que    *
      *    reviente el SLA.                                            *
      *    El listado sale por monitor-cadena.txt y por consola.       *
      *    CODIGO DE RETORNO: 8 si la cadena esta incompleta (no hay   *
      *    registros de la fecha o algun INICIO quedo sin FIN), 0 si   *
      *    pueda avisar al reten.                                      *
      *    PARAMETRO: fecha de negocio (AAAAMMDD) a partir de la       *
      *    posicion 5 de la linea de mandatos; sin ella se toma la     *
      *    del sistema.  La fecha debe ser laborable en                *
      *    calendario-laboral.txt; un run en dia festivo o ausente     *
      *    del calendario se rechaza salvo que se fuerce con 'F' en    *
      *    la posicion 4 (sin calendario no hay control).              *
      *----------------------------------------------------------------*


               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PARAMETRO.

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
       01  REG-PARAMETRO                       PIC  X(40).

       FD  CALENDARIO
           BLOCK CONTAINS 0 RECORDS.
       01  REG-CALENDARIO                      PIC  X(40).


       WORKING-STORAGE SECTION.

       77  FS-RUN-CONTROL                      PIC  X(2).
       77  FS-MONITOR                          PIC  X(2).
       77  FS-PARAMETRO                        PIC  X(2).
       77  FS-CALENDARIO                       PIC  X(2).

      *++++++++++++++++++*
      *    SWITCHES      *
               88  SI-HAY-FECHA                            VALUE  'S'.
               88  NO-HAY-FECHA                            VALUE  'N'.

           05  SW-CALENDARIO                   PIC  X(1)   VALUE  'N'.
               88  SI-FIN-CALENDARIO                       VALUE  'S'.
               88  NO-FIN-CALENDARIO                       VALUE  'N'.

           05  SW-DIA-CALENDARIO               PIC  X(1)   VALUE  ' '.
               88  SI-DIA-LABORABLE                        VALUE  'L'.
               88  SI-DIA-AUSENTE                          VALUE  ' '.

           05  SW-FORZADO                      PIC  X(1)   VALUE  ' '.
               88  SI-FORZADO                              VALUE  'F'.

           05  SW-DIA-FESTIVO                  PIC  X(1)   VALUE  'N'.
               88  SI-DIA-FESTIVO                          VALUE  'S'.
               88  NO-DIA-FESTIVO                          VALUE  'N'.

      *    LINEA DE MANDATOS: FECHA DE NEGOCIO (AAAAMMDD) A PARTIR
      *    DE LA POSICION 5, COMO EN LOS CRUCES; 'F' EN LA POSICION
      *    4 FUERZA EL RUN EN UN DIA NO LABORABLE.
       01  WS-PARAM-LINEA               PIC  X(12)  VALUE  SPACES.

       01  WS-FECHA-NEGOCIO             PIC  X(8)   VALUE  SPACES.
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
                   15  WS-PRO-ESTADO       PIC  X(2).
                   15  WS-PRO-CONTADORES   PIC  X(39).

      *++++++++++++++++++++++++++++++++++++++++*
      *    DIAS NO LABORABLES DEL CALENDARIO   *
      *    (FUERA DE LA MEDIA DE DURACION)     *
      *++++++++++++++++++++++++++++++++++++++++*
       01  WS-TAB-NO-LABORABLES.
           05  WS-TAB-NLB-CUENTA           PIC  9(4)   VALUE ZEROES.
           05  WS-TAB-NLB-ENTRADA  OCCURS  1  TO  2000  TIMES
                                   DEPENDING ON  WS-TAB-NLB-CUENTA
                                   INDEXED BY  WS-TAB-NLB-IDX.
               10  WS-TAB-NLB-FECHA        PIC  X(8).

       77  WS-PRO-IDX                      PIC  9(1)   VALUE ZEROES.
       77  WS-FEC-IDX                      PIC  9(3)   VALUE ZEROES.
       77  WS-FEC-ACTUAL                   PIC  9(3)   VALUE ZEROES.

       01  WS-TEXTO-PARRAFO.

           05  WS-1020-DIA-LABORABLE       PIC  X(30)
                                   VALUE  '1020-DIA-LABORABLE'.
           05  WS-1025-LEE-CALENDARIO      PIC  X(30)
                                   VALUE  '1025-LEE-CALENDARIO'.
           05  WS-2100-LEE-RUN-CONTROL     PIC  X(30)
                                   VALUE  '2100-LEE-RUN-CONTROL'.
           05  WS-3000-EDITA-MONITOR       PIC  X(30)
               ACCEPT  WS-FECHA-NEGOCIO  FROM  DATE  YYYYMMDD
           END-IF

           MOVE  WS-PARAM-LINEA(4:1)  TO  SW-FORZADO

           PERFORM  1020-DIA-LABORABLE

           PERFORM  1050-LEE-PARAMETROS

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
                     END-IF
                     IF  WS-CLB-TIPO  NOT =  'L'
                         PERFORM  1030-ANOTA-NO-LABORABLE
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
      *    LOS DIAS NO LABORABLES SE GUARDAN   *
      *    PARA EXCLUIRLOS DE LA MEDIA DE      *
      *    DURACION                            *
      *++++++++++++++++++++++++++++++++++++++++*
       1030-ANOTA-NO-LABORABLE.

           IF  WS-TAB-NLB-CUENTA  <  2000
               ADD   1  TO  WS-TAB-NLB-CUENTA
               MOVE  WS-CLB-FECHA  TO
                     WS-TAB-NLB-FECHA (WS-TAB-NLB-CUENTA)
           ELSE
               MOVE  WS-1025-LEE-CALENDARIO  TO  WS-ERROR-PARRAFO
               MOVE  'DESBORDE TABLA'        TO  WS-ERROR-ACCION
               MOVE  'CALENDARIO'            TO  WS-ERROR-FICHERO
               MOVE  SPACES                  TO  WS-ERROR-FS
               PERFORM  9900-ERROR-ABORTAR
           END-IF

           .


       1050-LEE-PARAMETROS.

           OPEN  INPUT  PARAM-FICHERO

       3350-ACUMULA-DIA-MEDIA.

      *    LOS FESTIVOS DEL CALENDARIO NO ENTRAN EN LA MEDIA: UN RUN
      *    FORZADO EN DIA NO LABORABLE NO ES REPRESENTATIVO.
           SET  NO-DIA-FESTIVO  TO  TRUE

           IF  WS-TAB-NLB-CUENTA  >  0
               SET  WS-TAB-NLB-IDX  TO  1
               SEARCH  WS-TAB-NLB-ENTRADA
                   AT END
                       CONTINUE
                   WHEN  WS-TAB-NLB-FECHA (WS-TAB-NLB-IDX)  =
                         WS-PRO-FECHA (WS-PRO-IDX, WS-FEC-IDX)
                       SET  SI-DIA-FESTIVO  TO  TRUE
               END-SEARCH
           END-IF

           IF  WS-PRO-FECHA (WS-PRO-IDX, WS-FEC-IDX)
                   <  WS-FECHA-NEGOCIO
           AND WS-PRO-INI-SELLO (WS-PRO-IDX, WS-FEC-IDX)
                   NOT =  SPACES
           AND WS-PRO-FIN-SELLO (WS-PRO-IDX, WS-FEC-IDX)
                   NOT =  SPACES
           AND NO-DIA-FESTIVO
               MOVE  WS-FEC-IDX  TO  WS-FEC-ACTUAL
               PERFORM  3250-CALCULA-DURACION
               ADD  WS-DURACION  TO  WS-MEDIA-SUMA

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


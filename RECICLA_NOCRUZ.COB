      *    cruce1n-parametros.txt; los pendientes que alcanzan la      *
      *    edad maxima (linea 1 de reciclaje-parametros.txt, por       *
      *    omision 5 fallos) no se reciclan y pasan al informe         *
      *    acumulativo de descartes definitivos.  Con                  *
      *    calendario-laboral.txt la edad se mide en dias laborables   *
      *    transcurridos desde el primer fallo (que cuenta como 1),    *
      *    no en runs, de modo que un festivo o un run perdido no      *
      *    alargan ni acortan la vida de un pendiente; sin             *
      *    calendario es el numero de fallos.  Un pendiente cuyo       *
      *    registro ya vuelve en el extracto del dia (el maestro se    *
      *    vuelca completo cada noche) se descarta de la fusion        *
      *    para no entrar duplicado en el cruce.                       *
      *    de los del mismo dia.                                       *
      *    PARAMETROS: modo ('P' / 'C') en la posicion 1 de la linea   *
      *    de mandatos y fecha de negocio (AAAAMMDD) a partir de la    *
      *    posicion 5; sin fecha se toma la del sistema.  La fecha     *
      *    debe ser laborable en el calendario; un run en dia festivo  *
      *    o ausente del calendario se rechaza salvo que se fuerce     *
      *    con 'F' en la posicion 4.                                   *
      *----------------------------------------------------------------*


               FILE STATUS IS FS-EMP-ENTRADA.

      *    ALMACEN DE PENDIENTES: REGISTRO ORIGINAL + FECHA DEL
      *    PRIMER FALLO + EDAD (DIAS LABORABLES DESDE EL PRIMER
      *    FALLO, O NUMERO DE FALLOS ACUMULADOS SIN CALENDARIO)
           SELECT  TRA-PENDIENTES  ASSIGN TO 'tra-pendientes.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-TRA-PEND.
           SELECT  SORT-TRABAJO
               ASSIGN TO 'recicla-sort.tmp'.

      *    CALENDARIO LABORAL COMPARTIDO POR LA CADENA: UNA LINEA
      *    POR DIA CON SU TIPO ('L' LABORABLE / 'F' FESTIVO O FIN
      *    DE SEMANA) Y LA MARCA DE ULTIMO LABORABLE DEL MES
           SELECT  CALENDARIO  ASSIGN TO 'calendario-laboral.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS FS-CALENDARIO.

      *================================================================*
       DATA DIVISION.
      *================================================================*
           05  SD-RESTO                        PIC  X(11).
           05  SD-ORIGEN                       PIC  X(1).

       FD  CALENDARIO
           BLOCK CONTAINS 0 RECORDS.
       01  REG-CALENDARIO                      PIC  X(40).


       WORKING-STORAGE SECTION.

       77  FS-EMP-NOCRUZ                       PIC  X(2).
       77  FS-SALIDA                           PIC  X(2).
       77  FS-PARAMETRO                        PIC  X(2).
       77  FS-CALENDARIO                       PIC  X(2).

      *++++++++++++++++++*
      *    SWITCHES      *
               88  SI-PEND-HALLADO                         VALUE  'S'.
               88  NO-PEND-HALLADO                         VALUE  'N'.

           05  SW-CALENDARIO                   PIC  X(1)   VALUE  'N'.
               88  SI-FIN-CALENDARIO                       VALUE  'S'.
               88  NO-FIN-CALENDARIO                       VALUE  'N'.

           05  SW-DIA-CALENDARIO               PIC  X(1)   VALUE  ' '.
               88  SI-DIA-LABORABLE                        VALUE  'L'.
               88  SI-DIA-AUSENTE                          VALUE  ' '.

           05  SW-FORZADO                      PIC  X(1)   VALUE  ' '.
               88  SI-FORZADO                              VALUE  'F'.

           05  SW-HAY-CALENDARIO               PIC  X(1)   VALUE  'N'.
               88  SI-HAY-CALENDARIO                       VALUE  'S'.
               88  NO-HAY-CALENDARIO                       VALUE  'N'.

      *    LINEA DE MANDATOS: MODO EN LA POSICION 1, 'F' EN LA
      *    POSICION 4 PARA FORZAR EL RUN EN UN DIA NO LABORABLE Y
      *    FECHA DE NEGOCIO (AAAAMMDD) A PARTIR DE LA POSICION 5.
       01  WS-PARAM-LINEA               PIC  X(12)  VALUE  SPACES.

       01  WS-FECHA-NEGOCIO             PIC  X(8)   VALUE  SPACES.
      *++++++++++++++++++++++++++++++++++++++++*
      *    EDAD MAXIMA DE RECICLAJE: LINEA 1   *
      *    DEL FICHERO DE PARAMETROS, EN       *
      *    NUMERO DE FALLOS (DIAS LABORABLES   *
      *    CON CALENDARIO) DE 3 CIFRAS.  SIN   *
      *    FICHERO O CON VALOR NO NUMERICO SE  *
      *    DESCARTA AL QUINTO                  *
      *++++++++++++++++++++++++++++++++++++++++*
       77  WS-EDAD-MAXIMA                  PIC  9(3)   VALUE  5.

       01  WS-PARAM-EDAD                   PIC  X(40)  VALUE SPACES.

      *++++++++++++++++++++++++++++++++++++++++*
      *    DIAS LABORABLES DEL CALENDARIO Y    *
      *    CALCULO DE LA EDAD EN DIAS          *
      *    LABORABLES DESDE EL PRIMER FALLO    *
      *++++++++++++++++++++++++++++++++++++++++*
       01  WS-TAB-LABORABLES.
           05  WS-TAB-LAB-CUENTA           PIC  9(4)   VALUE ZEROES.
           05  WS-TAB-LAB-ENTRADA  OCCURS  1  TO  3000  TIMES
                                   DEPENDING ON  WS-TAB-LAB-CUENTA
                                   INDEXED BY  WS-TAB-LAB-IDX.
               10  WS-TAB-LAB-FECHA        PIC  X(8).

       77  WS-EDAD-DESDE                   PIC  X(8)   VALUE SPACES.
       77  WS-EDAD-LABORABLE               PIC  9(4)   VALUE ZEROES.

      *++++++++++++++++++*
      *    LITERALES     *
      *++++++++++++++++++*
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

       01  WS-SORT-ACTUAL                  PIC  X(21)  VALUE SPACES.

       01  WS-SORT-PREVIO                  PIC  X(21)  VALUE SPACES.

       01  WS-TEXTO-PARRAFO.

           05  WS-1020-DIA-LABORABLE       PIC  X(30)
                                   VALUE  '1020-DIA-LABORABLE'.
           05  WS-1025-LEE-CALENDARIO      PIC  X(30)
                                   VALUE  '1025-LEE-CALENDARIO'.
           05  WS-1050-LEE-PARAMETROS      PIC  X(30)
                                   VALUE  '1050-LEE-PARAMETROS'.
           05  WS-1000-INICIO              PIC  X(30)
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
                     SET  SI-HAY-CALENDARIO  TO  TRUE
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
                     IF  WS-CLB-TIPO  =  'L'
                         PERFORM  1030-ANOTA-LABORABLE
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
      *    LOS DIAS LABORABLES SE GUARDAN      *
      *    PARA MEDIR LA EDAD DE LOS           *
      *    PENDIENTES                          *
      *++++++++++++++++++++++++++++++++++++++++*
       1030-ANOTA-LABORABLE.

           IF  WS-TAB-LAB-CUENTA  <  3000
               ADD   1  TO  WS-TAB-LAB-CUENTA
               MOVE  WS-CLB-FECHA  TO
                     WS-TAB-LAB-FECHA (WS-TAB-LAB-CUENTA)
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
           EVALUATE  FS-TRA-PEND

               WHEN  '00'
                     IF  SI-HAY-CALENDARIO
                         MOVE  WS-PTRA-FECHA  TO  WS-EDAD-DESDE
                         PERFORM  8000-EDAD-LABORABLE
                         MOVE  WS-EDAD-LABORABLE  TO  WS-PTRA-EDAD
                     END-IF
                     IF  WS-PTRA-EDAD  IS NUMERIC
                     AND WS-PTRA-EDAD  <  WS-EDAD-MAXIMA
                         MOVE  WS-PTRA-REGISTRO  TO  SD-REG(1:21)
           EVALUATE  FS-EMP-PEND

               WHEN  '00'
                     IF  SI-HAY-CALENDARIO
                         MOVE  WS-PEMP-FECHA  TO  WS-EDAD-DESDE
                         PERFORM  8000-EDAD-LABORABLE
                         MOVE  WS-EDAD-LABORABLE  TO  WS-PEMP-EDAD
                     END-IF
                     IF  WS-PEMP-EDAD  IS NUMERIC
                     AND WS-PEMP-EDAD  <  WS-EDAD-MAXIMA
                         MOVE  SPACES            TO  SD-REG(1:21)
      *    TRABAJADORES: UN NO-CRUZADO QUE YA  *
      *    VENIA DEL RECICLAJE CONSERVA SU     *
      *    FECHA DE PRIMER FALLO Y SUMA UN     *
      *    FALLO (CON CALENDARIO, LOS DIAS     *
      *    LABORABLES TRANSCURRIDOS); UNO      *
      *    NUEVO ENTRA CON LA FECHA DE NEGOCIO *
      *    Y EDAD 1                            *
      *++++++++++++++++++++++++++++++++++++++++*
       3300-REHACE-PEND-TRA.

                     IF  SI-PEND-HALLADO
                         MOVE  WS-TAB-PTRA-FECHA (WS-TAB-PTRA-IDX)
                                             TO  WS-PTRA-FECHA
                         IF  SI-HAY-CALENDARIO
                             MOVE  WS-PTRA-FECHA  TO  WS-EDAD-DESDE
                             PERFORM  8100-EDAD-AL-CIERRE
                             MOVE  WS-EDAD-LABORABLE  TO  WS-PTRA-EDAD
                         ELSE
                             COMPUTE  WS-PTRA-EDAD  =
                                      WS-TAB-PTRA-EDAD (WS-TAB-PTRA-IDX)
                                      +  1
                         END-IF
                     ELSE
                         MOVE  WS-FECHA-NEGOCIO  TO  WS-PTRA-FECHA
                         MOVE  1                 TO  WS-PTRA-EDAD
           IF  SI-PEND-HALLADO
               MOVE  WS-TAB-PEMP-FECHA (WS-TAB-PEMP-IDX)
                                   TO  WS-PEMP-FECHA
               IF  SI-HAY-CALENDARIO
                   MOVE  WS-PEMP-FECHA  TO  WS-EDAD-DESDE
                   PERFORM  8100-EDAD-AL-CIERRE
                   MOVE  WS-EDAD-LABORABLE  TO  WS-PEMP-EDAD
               ELSE
                   COMPUTE  WS-PEMP-EDAD  =
                            WS-TAB-PEMP-EDAD (WS-TAB-PEMP-IDX)  +  1
               END-IF
           ELSE
               MOVE  WS-FECHA-NEGOCIO  TO  WS-PEMP-FECHA
               MOVE  1                 TO  WS-PEMP-EDAD
           .


      *++++++++++++++++++++++++++++++++++++++++*
      *    EDAD EN DIAS LABORABLES DE UN       *
      *    PENDIENTE CUYO PRIMER FALLO FUE EN  *
      *    WS-EDAD-DESDE: EL DIA DEL FALLO     *
      *    CUENTA 1 Y SE SUMA CADA LABORABLE   *
      *    POSTERIOR Y ANTERIOR A LA FECHA DE  *
      *    NEGOCIO (LA EDAD CON LA QUE LLEGA   *
      *    AL RUN DE HOY)                      *
      *++++++++++++++++++++++++++++++++++++++++*
       8000-EDAD-LABORABLE.

           MOVE  1  TO  WS-EDAD-LABORABLE

           PERFORM  8010-CUENTA-LABORABLE
               VARYING  WS-TAB-LAB-IDX  FROM  1  BY  1
               UNTIL    WS-TAB-LAB-IDX  >  WS-TAB-LAB-CUENTA

           IF  WS-EDAD-LABORABLE  >  999
               MOVE  999  TO  WS-EDAD-LABORABLE
           END-IF

           .


       8010-CUENTA-LABORABLE.

           IF  WS-TAB-LAB-FECHA (WS-TAB-LAB-IDX)  >  WS-EDAD-DESDE
           AND WS-TAB-LAB-FECHA (WS-TAB-LAB-IDX)  <  WS-FECHA-NEGOCIO
               ADD  1  TO  WS-EDAD-LABORABLE
           END-IF

           .


      *++++++++++++++++++++++++++++++++++++++++*
      *    EDAD AL CIERRE: LA DE LLEGADA MAS   *
      *    EL DIA DE HOY SI ES LABORABLE (UN   *
      *    RUN FORZADO EN FESTIVO NO ENVEJECE  *
      *    LOS PENDIENTES)                     *
      *++++++++++++++++++++++++++++++++++++++++*
       8100-EDAD-AL-CIERRE.

           PERFORM  8000-EDAD-LABORABLE

           IF  SI-DIA-LABORABLE
           AND WS-EDAD-DESDE  <  WS-FECHA-NEGOCIO
           AND WS-EDAD-LABORABLE  <  999
               ADD  1  TO  WS-EDAD-LABORABLE
           END-IF

           .


       4000-FIN.

           PERFORM  9999-MUESTRA-ESTADISTICAS

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


      *    RECICLA_NOCRUZ con los no cruzados de dias anteriores);     *
      *    emp-no-cruzados.txt lleva el registro completo de 19        *
      *    bytes para que el reciclaje pueda reinyectarlo.             *
      *    La fecha de negocio debe ser laborable en                   *
      *    calendario-laboral.txt; un run en dia festivo o ausente     *
      *    del calendario se rechaza salvo que se fuerce con 'F' en    *
      *    la posicion 4 de la linea de mandatos.                      *
      *----------------------------------------------------------------*


               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-EMP-ORDENADO.

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
       01  REG-EMP-ORDENADO                    PIC  X(19).

       FD  CALENDARIO
           BLOCK CONTAINS 0 RECORDS.
       01  REG-CALENDARIO                      PIC  X(40).


       WORKING-STORAGE SECTION.

       77  FS-CONSOLIDADO                      PIC  X(2).
       77  FS-TOTEMP                           PIC  X(2).
       77  FS-TOTEMP-RECORTE                   PIC  X(2).
       77  FS-CALENDARIO                       PIC  X(2).

      *++++++++++++++++++*
      *    SWITCHES      *
               88  SI-TRA-OVERRIDE                         VALUE  'S'.
               88  NO-TRA-OVERRIDE                         VALUE  'N'.

           05  SW-CALENDARIO                   PIC  X(1)   VALUE  'N'.
               88  SI-FIN-CALENDARIO                       VALUE  'S'.
               88  NO-FIN-CALENDARIO                       VALUE  'N'.

           05  SW-DIA-CALENDARIO               PIC  X(1)   VALUE  ' '.
               88  SI-DIA-LABORABLE                        VALUE  'L'.
               88  SI-DIA-AUSENTE                          VALUE  ' '.

           05  SW-FORZADO                      PIC  X(1)   VALUE  ' '.
               88  SI-FORZADO                              VALUE  'F'.

      *    LINEA DE MANDATOS: CONMUTADORES EN LAS POSICIONES 1-3,
      *    'F' EN LA POSICION 4 PARA FORZAR EL RUN EN UN DIA NO
      *    LABORABLE Y FECHA DE NEGOCIO (AAAAMMDD) A PARTIR DE LA
      *    POSICION 5.
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

       01  WS-CLAVE-TRA-ENT.
           05  WS-CLAVE-TRA-NOM            PIC  X(6).
           05  WS-CLAVE-TRA-COD            PIC  X(4).

       01  WS-TEXTO-PARRAFO.

           05  WS-1020-DIA-LABORABLE       PIC  X(30)
                                   VALUE  '1020-DIA-LABORABLE'.
           05  WS-1025-LEE-CALENDARIO      PIC  X(30)
                                   VALUE  '1025-LEE-CALENDARIO'.
           05  WS-1200-APERTURA-FICHEROS   PIC  X(30)
                                   VALUE  '1200-APERTURA-FICHEROS'.
           05  WS-2100-ESCRIBE-SALIDA      PIC  X(30)

           MOVE  WS-FECHA-NEGOCIO  TO  WS-INF-FECHA

           MOVE  WS-PARAM-LINEA(4:1)  TO  SW-FORZADO

           PERFORM  1020-DIA-LABORABLE

           PERFORM  1050-LEE-PARAMETROS

           PERFORM  1055-LEE-REGIONES
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


       1100-INICIALIZA-REGISTROS.

           INITIALIZE  WS-ERROR

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


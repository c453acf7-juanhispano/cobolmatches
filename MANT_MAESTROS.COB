      *    movimientos-pendientes-listado.txt.                         *
      *    PARAMETRO: fecha de negocio (AAAAMMDD) a partir de la       *
      *    posicion 5 de la linea de mandatos; sin ella se toma la     *
      *    del sistema.  La fecha debe ser laborable en                *
      *    calendario-laboral.txt; un run en dia festivo o ausente     *
      *    del calendario se rechaza salvo que se fuerce con 'F' en    *
      *    la posicion 4 (sin calendario no hay control).              *
      *    Cada movimiento aplicado deja ademas en el journal          *
      *    acumulativo mantenimiento-journal.txt un registro con       *
      *    imagen anterior e imagen posterior, sello de fecha/hora y   *
      *    fecha de negocio; con el y una copia base,                  *
      *    RECONSTRUYE_MAESTRO puede reconstruir cualquiera de los     *
      *    dos maestros a una fecha de negocio dada.                   *
      *    Integridad referencial entre los dos maestros: se rechaza   *
      *    ('GRUPO CON TRABAJADOR') la baja de la ultima empresa de    *
      *    un codigo al que aun apunta un trabajador, y ('CODIGO SIN   *
      *    EMPRESA') el alta de un trabajador con un codigo sin        *
      *    ninguna empresa, salvo que otro movimiento del mismo run    *
      *    (almacen de pendientes que vence o fichero del dia) arregle *
      *    la referencia: un alta de empresa para ese codigo, o la     *
      *    baja del trabajador en el caso de la baja de empresa.       *
      *    Doble control: los movimientos que superan un umbral de     *
      *    mantenimiento-parametros.txt (linea 1: variacion maxima en  *
      *    % del importe en una 'M', 3 cifras; linea 2: importe        *
      *    maximo 9(7)V99 en altas y modificaciones; linea 3: 'S' si   *
      *    las bajas de empresa necesitan aprobacion; sin fichero o    *
      *    sin valor el control queda desactivado) no se aplican:      *
      *    pasan a la cola mantenimiento-aprobacion.txt con un numero  *
      *    de cola y se listan en mantenimiento-aprobacion-listado.txt.*
      *    Una segunda persona los libera ('L') o los deniega ('R') en *
      *    mantenimiento-autorizaciones.txt (NUMERO 9(6) + DECISION +  *
      *    APROBADOR X(8)), que lee el run siguiente: los liberados se *
      *    aplican antes que ningun otro movimiento y dejan en el      *
      *    journal la identidad del aprobador.  Mientras quede algo en *
      *    la cola el programa termina con codigo de retorno 4.        *
      *    Los maestros son la fuente unica de la que EXTRAE_MAESTROS  *
      *    descarga los ficheros planos que consumen los cruces.       *
      *----------------------------------------------------------------*
      *    EMPRESAS ES EL LADO N DEL CRUCE: UN MISMO CODIGO DE 4
      *    BYTES APARECE EN VARIOS REGISTROS (UNO POR EMPRESA DEL
      *    GRUPO), POR LO QUE LA CLAVE PRIMARIA ES CODIGO + NOMBRE.
      *    EL ACCESO DINAMICO PERMITE RECORRER UN GRUPO COMPLETO PARA
      *    LOS CONTROLES DE INTEGRIDAD CON EL MAESTRO DE TRABAJADORES.
           SELECT  MAESTRO-EMP  ASSIGN TO 'maestro-empresas.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS MAE-EMP-CLAVE
               FILE STATUS  IS FS-MAESTRO-EMP.

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS FS-JOURNAL.

      *    UMBRALES DEL DOBLE CONTROL (OPCIONAL)
           SELECT  PARAM-FICHERO
               ASSIGN TO 'mantenimiento-parametros.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS FS-PARAMETRO.

      *    COLA DE MOVIMIENTOS PENDIENTES DE APROBACION: SE CARGA AL
      *    PRINCIPIO DE CADA RUN Y SE REESCRIBE AL FINAL CON LO QUE
      *    SIGUE SIN DECIDIR MAS LO QUE ENTRA NUEVO
           SELECT  COLA-APROBACION
               ASSIGN TO 'mantenimiento-aprobacion.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS FS-COLA.

           SELECT  AUTORIZACIONES
               ASSIGN TO 'mantenimiento-autorizaciones.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS FS-AUTORIZACION.

           SELECT  APROB-LISTADO
               ASSIGN TO 'mantenimiento-aprobacion-listado.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS FS-APROB-LISTADO.

      *    CALENDARIO LABORAL COMPARTIDO POR LA CADENA: UNA LINEA
      *    POR DIA CON SU TIPO ('L' LABORABLE / 'F' FESTIVO O FIN
      *    DE SEMANA) Y LA MARCA DE ULTIMO LABORABLE DEL MES
           SELECT  CALENDARIO  ASSIGN TO 'calendario-laboral.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS FS-CALENDARIO.

      *================================================================*
       DATA DIVISION.
      *================================================================*

       FD  MANT-JOURNAL
           BLOCK CONTAINS 0 RECORDS.
       01  REG-JOURNAL                         PIC  X(78).

       FD  CALENDARIO
           BLOCK CONTAINS 0 RECORDS.
       01  REG-CALENDARIO                      PIC  X(40).

       FD  PARAM-FICHERO
           BLOCK CONTAINS 0 RECORDS.
       01  REG-PARAMETRO                       PIC  X(40).

       FD  COLA-APROBACION
           BLOCK CONTAINS 0 RECORDS.
       01  REG-COLA                            PIC  X(66).

       FD  AUTORIZACIONES
           BLOCK CONTAINS 0 RECORDS.
       01  REG-AUTORIZACION                    PIC  X(40).

       FD  APROB-LISTADO
           BLOCK CONTAINS 0 RECORDS.
       01  REG-APROB-LISTADO                   PIC  X(90).


       WORKING-STORAGE SECTION.
       77  FS-PEND-ENTRADA                     PIC  X(2).
       77  FS-PEND-LISTADO                     PIC  X(2).
       77  FS-JOURNAL                          PIC  X(2).
       77  FS-CALENDARIO                       PIC  X(2).
       77  FS-PARAMETRO                        PIC  X(2).
       77  FS-COLA                             PIC  X(2).
       77  FS-AUTORIZACION                     PIC  X(2).
       77  FS-APROB-LISTADO                    PIC  X(2).

      *++++++++++++++++++*
      *    SWITCHES      *
               88  SI-SORT-FIN                             VALUE  'S'.
               88  NO-SORT-FIN                             VALUE  'N'.

           05  SW-CALENDARIO                   PIC  X(1)   VALUE  'N'.
               88  SI-FIN-CALENDARIO                       VALUE  'S'.
               88  NO-FIN-CALENDARIO                       VALUE  'N'.

           05  SW-DIA-CALENDARIO               PIC  X(1)   VALUE  ' '.
               88  SI-DIA-LABORABLE                        VALUE  'L'.
               88  SI-DIA-AUSENTE                          VALUE  ' '.

           05  SW-FORZADO                      PIC  X(1)   VALUE  ' '.
               88  SI-FORZADO                              VALUE  'F'.

           05  SW-GRUPO                        PIC  X(1)   VALUE  'N'.
               88  SI-FIN-GRUPO                            VALUE  'S'.
               88  NO-FIN-GRUPO                            VALUE  'N'.

           05  SW-REFERENCIA                   PIC  X(1)   VALUE  'N'.
               88  SI-REFERENCIA                           VALUE  'S'.
               88  NO-REFERENCIA                           VALUE  'N'.

           05  SW-EXCLUIDA                     PIC  X(1)   VALUE  'N'.
               88  SI-EXCLUIDA                             VALUE  'S'.
               88  NO-EXCLUIDA                             VALUE  'N'.

           05  SW-ARREGLO                      PIC  X(1)   VALUE  'N'.
               88  SI-ARREGLO                              VALUE  'S'.
               88  NO-ARREGLO                              VALUE  'N'.

           05  SW-COLA                         PIC  X(1)   VALUE  'N'.
               88  SI-FIN-COLA                             VALUE  'S'.
               88  NO-FIN-COLA                             VALUE  'N'.

           05  SW-AUTORIZACION                 PIC  X(1)   VALUE  'N'.
               88  SI-FIN-AUTORIZACION                     VALUE  'S'.
               88  NO-FIN-AUTORIZACION                     VALUE  'N'.

      *    EL MOVIMIENTO EN CURSO SE PARA EN LA COLA DE APROBACION
           05  SW-EN-COLA                      PIC  X(1)   VALUE  'N'.
               88  SI-EN-COLA                              VALUE  'S'.
               88  NO-EN-COLA                              VALUE  'N'.

      *    EL MOVIMIENTO EN CURSO VIENE LIBERADO POR UN APROBADOR Y
      *    NO SE VUELVE A PASAR POR LOS UMBRALES
           05  SW-LIBERADO                     PIC  X(1)   VALUE  'N'.
               88  SI-LIBERADO                             VALUE  'S'.
               88  NO-LIBERADO                             VALUE  'N'.

           05  SW-CONTROL-BAJA-EMP             PIC  X(1)   VALUE  'N'.
               88  SI-CONTROL-BAJA-EMP                     VALUE  'S'.

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

       01  WS-MOVIMIENTO.
           05  WS-MOV-FICHERO              PIC  X(1).
               88  SI-MOV-TRABAJADOR                   VALUE  'T'.
           05  WS-MOV-IMPORTE-9            PIC  9(7)V99.
           05  FILLER                      PIC  X(8).

      *++++++++++++++++++++++++++++++++++++++++*
      *    ARREGLOS DE REFERENCIA DEL RUN: SE  *
      *    ANOTAN ANTES DE APLICAR NADA LAS    *
      *    ALTAS DE EMPRESA ('E') Y LAS BAJAS  *
      *    DE TRABAJADOR ('B') CON EFECTO      *
      *    HASTA LA FECHA DE NEGOCIO, DEL      *
      *    ALMACEN DE PENDIENTES Y DEL FICHERO *
      *    DEL DIA, PARA QUE EL ORDEN DE LOS   *
      *    MOVIMIENTOS NO DECIDA EL RECHAZO.   *
      *    SI LA TABLA SE DESBORDA EL PROGRAMA *
      *    ABORTA ANTES DE TOCAR LOS MAESTROS  *
      *++++++++++++++++++++++++++++++++++++++++*
       01  WS-TAB-ARREGLOS.
           05  WS-TAB-ARR-CUENTA           PIC  9(4)   VALUE ZEROES.
           05  WS-TAB-ARR-ENTRADA  OCCURS  1  TO  9999  TIMES
                                   DEPENDING ON  WS-TAB-ARR-CUENTA
                                   INDEXED BY  WS-TAB-ARR-IDX.
               10  WS-TAB-ARR-TIPO         PIC  X(1).
               10  WS-TAB-ARR-COD          PIC  X(4).

       77  WS-ARR-TIPO-BUSCADO             PIC  X(1)   VALUE SPACES.

      *    EMPRESAS DEL GRUPO QUE QUEDARIAN TRAS LA BAJA
       77  WS-GRUPO-RESTANTES              PIC  9(4)   VALUE ZEROES.
       77  WS-GRUPO-EXCLUIDA               PIC  X(6)   VALUE SPACES.

      *++++++++++++++++++++++++++++++++++++++++*
      *    UMBRALES DEL DOBLE CONTROL: 999 EN  *
      *    EL PORCENTAJE Y EL IMPORTE MAXIMO   *
      *    POSIBLE DEJAN EL CONTROL            *
      *    DESACTIVADO, IGUAL QUE SIN FICHERO  *
      *++++++++++++++++++++++++++++++++++++++++*
       01  WS-UMBRALES.
           05  WS-UMBRAL-PORCENTAJE        PIC  9(3)   VALUE  999.
           05  WS-UMBRAL-IMPORTE           PIC  9(7)V99
                                           VALUE  9999999,99.

       01  WS-UMBRAL-LINEA                 PIC  X(40)  VALUE SPACES.
       01  WS-UMBRAL-LINEA-IMP  REDEFINES  WS-UMBRAL-LINEA.
           05  WS-UMB-LIN-IMPORTE          PIC  9(7)V99.
           05  FILLER                      PIC  X(31).

       77  WS-IMPORTE-ANTERIOR             PIC  9(7)V99 VALUE ZEROES.
       77  WS-DIFERENCIA                   PIC  9(7)V99 VALUE ZEROES.
       77  WS-VARIACION-PCT                PIC  9(7)V99 VALUE ZEROES.
       77  WS-MOTIVO-COLA                  PIC  X(20)  VALUE SPACES.

      *    APROBADOR DEL MOVIMIENTO QUE SE ESTA APLICANDO (EN BLANCO
      *    SI NO VIENE DE LA COLA); VA AL JOURNAL
       77  WS-APROBADOR-ACTUAL             PIC  X(8)   VALUE SPACES.

      *++++++++++++++++++++++++++++++++++++++++*
      *    REGISTRO DE LA COLA DE APROBACION:  *
      *    NUMERO DE COLA + FECHA DE NEGOCIO   *
      *    EN QUE SE PARO + MOTIVO + EL        *
      *    MOVIMIENTO TAL CUAL LLEGO.  EL      *
      *    TRAILER FIN LLEVA EL NUMERO DE      *
      *    REGISTROS Y EL ULTIMO NUMERO DE     *
      *    COLA ASIGNADO, PARA QUE LOS NUMEROS *
      *    NO SE REPITAN ENTRE RUNS            *
      *++++++++++++++++++++++++++++++++++++++++*
       01  WS-COLA.
           05  WS-COL-NUMERO               PIC  9(6).
           05  FILLER                      PIC  X(1)  VALUE  ' '.
           05  WS-COL-FECHA                PIC  X(8).
           05  FILLER                      PIC  X(1)  VALUE  ' '.
           05  WS-COL-MOTIVO               PIC  X(20).
           05  FILLER                      PIC  X(1)  VALUE  ' '.
           05  WS-COL-MOVIMIENTO           PIC  X(29).

       01  WS-TRAILER-COLA  REDEFINES  WS-COLA.
           05  WS-TRAILER-COL-MARCA        PIC  X(3).
           05  WS-TRAILER-COL-CONTADOR     PIC  9(7).
           05  FILLER                      PIC  X(1).
           05  WS-TRAILER-COL-ULTIMO       PIC  9(6).
           05  FILLER                      PIC  X(49).

       77  WS-ULTIMO-NUMERO-COLA           PIC  9(6)   VALUE ZEROES.

      *    DECISION: ' ' SIN DECIDIR, 'N' ENTRADA NUEVA DEL RUN,
      *    'L' LIBERADO, 'R' DENEGADO
       01  WS-TAB-COLA.
           05  WS-TAB-COL-CUENTA           PIC  9(4)   VALUE ZEROES.
           05  WS-TAB-COL-ENTRADA  OCCURS  1  TO  999  TIMES
                                   DEPENDING ON  WS-TAB-COL-CUENTA
                                   INDEXED BY  WS-TAB-COL-IDX.
               10  WS-TAB-COL-NUMERO       PIC  9(6).
               10  WS-TAB-COL-FECHA        PIC  X(8).
               10  WS-TAB-COL-MOTIVO       PIC  X(20).
               10  WS-TAB-COL-MOVIMIENTO   PIC  X(29).
               10  WS-TAB-COL-DECISION     PIC  X(1).
                   88  SI-COL-SIN-DECIDIR              VALUE  ' '.
                   88  SI-COL-NUEVA                    VALUE  'N'.
                   88  SI-COL-LIBERADA                 VALUE  'L'.
                   88  SI-COL-DENEGADA                 VALUE  'R'.
               10  WS-TAB-COL-APROBADOR    PIC  X(8).
               10  WS-TAB-COL-RESULTADO    PIC  X(9).
               10  WS-TAB-COL-FALLO        PIC  X(20).

      *    ENTRADAS DE LA COLA CARGADAS DEL RUN ANTERIOR (LAS NUEVAS
      *    SE ANADEN DETRAS)
       77  WS-COLA-CARGADAS                PIC  9(4)   VALUE ZEROES.

      *++++++++++++++++++++++++++++++++++++++++*
      *    LINEA DEL FICHERO DE AUTORIZACIONES *
      *++++++++++++++++++++++++++++++++++++++++*
       01  WS-AUTORIZACION.
           05  WS-AUT-NUMERO               PIC  X(6).
           05  WS-AUT-NUMERO-9  REDEFINES  WS-AUT-NUMERO
                                           PIC  9(6).
           05  FILLER                      PIC  X(1).
           05  WS-AUT-DECISION             PIC  X(1).
               88  SI-AUT-VALIDA                   VALUE  'L'  'R'.
           05  FILLER                      PIC  X(1).
           05  WS-AUT-APROBADOR            PIC  X(8).
           05  FILLER                      PIC  X(23).

      *    USADA: 'S' CASADA CON LA COLA, 'N' SIN MOVIMIENTO EN LA
      *    COLA, 'I' LINEA INVALIDA
       01  WS-TAB-AUTORIZACIONES.
           05  WS-TAB-AUT-CUENTA           PIC  9(4)   VALUE ZEROES.
           05  WS-TAB-AUT-ENTRADA  OCCURS  1  TO  999  TIMES
                                   DEPENDING ON  WS-TAB-AUT-CUENTA
                                   INDEXED BY  WS-TAB-AUT-IDX.
               10  WS-TAB-AUT-LINEA        PIC  X(17).
               10  WS-TAB-AUT-USADA        PIC  X(1).

      *++++++++++++++++++++++++++++++++++++++++*
      *    LISTADO DE APROBACION               *
      *++++++++++++++++++++++++++++++++++++++++*
       01  WS-APR-TITULO.
           05  FILLER                      PIC  X(36)
                       VALUE  'COLA DE APROBACION DE MANTENIMIENTO '.
           05  WS-APRT-FECHA               PIC  X(8).

       01  WS-APR-CABECERA.
           05  FILLER                      PIC  X(36)
                       VALUE  'NUMERO ESTADO    FECHA    MOTIVO    '.
           05  FILLER                      PIC  X(11)  VALUE SPACES.
           05  FILLER                      PIC  X(30)
                       VALUE  'MOVIMIENTO'.
           05  FILLER                      PIC  X(9)
                       VALUE  'APROBADOR'.

       01  WS-APR-DETALLE.
           05  WS-APRD-NUMERO              PIC  X(6).
           05  FILLER                      PIC  X(1)  VALUE  ' '.
           05  WS-APRD-ESTADO              PIC  X(9).
           05  FILLER                      PIC  X(1)  VALUE  ' '.
           05  WS-APRD-FECHA               PIC  X(8).
           05  FILLER                      PIC  X(1)  VALUE  ' '.
           05  WS-APRD-MOTIVO              PIC  X(20).
           05  FILLER                      PIC  X(1)  VALUE  ' '.
           05  WS-APRD-MOVIMIENTO          PIC  X(29).
           05  FILLER                      PIC  X(1)  VALUE  ' '.
           05  WS-APRD-APROBADOR           PIC  X(8).

       01  WS-APR-TOTAL.
           05  WS-APRT-LITERAL             PIC  X(30).
           05  WS-APRT-CONTADOR            PIC  9(7).

       01  WS-APR-LINEA-EDITADA            PIC  X(90)  VALUE SPACES.

      *++++++++++++++++++++++++++++++++++++++++*
      *    LINEA DEL LISTADO DE MANTENIMIENTO  *
      *++++++++++++++++++++++++++++++++++++++++*
      *    NEGOCIO + SELLO + FICHERO + ACCION  *
      *    + IMAGEN ANTERIOR + IMAGEN          *
      *    POSTERIOR (19 BYTES CADA UNA, EL    *
      *    FORMATO DEL PROPIO MAESTRO) + EL    *
      *    APROBADOR SI VIENE DE LA COLA       *
      *++++++++++++++++++++++++++++++++++++++++*
       01  WS-JOURNAL.
           05  WS-JRN-FECHA                PIC  X(8).
           05  WS-JRN-ANTES                PIC  X(19).
           05  FILLER                      PIC  X(1)  VALUE  ' '.
           05  WS-JRN-DESPUES              PIC  X(19).
           05  FILLER                      PIC  X(1)  VALUE  ' '.
           05  WS-JRN-APROBADOR            PIC  X(8).

       01  WS-TEXTO-RESULTADO.
           05  WS-TXT-APLICADO             PIC  X(9)
                                   VALUE  'RECHAZADO'.
           05  WS-TXT-RETENIDO             PIC  X(9)
                                   VALUE  'RETENIDO '.
           05  WS-TXT-EN-COLA              PIC  X(9)
                                   VALUE  'EN COLA  '.

       01  WS-TEXTO-MOTIVO.
           05  WS-TXT-YA-EXISTE            PIC  X(20)
                                   VALUE  'FECHA INVALIDA'.
           05  WS-TXT-EFECTO-FUTURO        PIC  X(20)
                                   VALUE  'EFECTO FUTURO'.
           05  WS-TXT-SIN-EMPRESA          PIC  X(20)
                                   VALUE  'CODIGO SIN EMPRESA'.
           05  WS-TXT-GRUPO-OCUPADO        PIC  X(20)
                                   VALUE  'GRUPO CON TRABAJADOR'.
           05  WS-TXT-UMB-PORCENTAJE       PIC  X(20)
                                   VALUE  'UMBRAL PORCENTAJE'.
           05  WS-TXT-UMB-IMPORTE          PIC  X(20)
                                   VALUE  'UMBRAL IMPORTE'.
           05  WS-TXT-UMB-BAJA-EMP         PIC  X(20)
                                   VALUE  'BAJA DE EMPRESA'.
           05  WS-TXT-DENEGADO             PIC  X(20)
                                   VALUE  'DENEGADO APROBADOR'.

      *++++++++++++++++++++++++++++++++++++++++*
      *    VARIABLES DE CONTROL-CONTADORES     *
                                   VALUE ZEROES.
           05  WS-CONT-JOURNAL             PIC  9(7)  COMP-3
                                   VALUE ZEROES.
           05  WS-CONT-INTEGRIDAD          PIC  9(7)  COMP-3
                                   VALUE ZEROES.
           05  WS-CONT-EN-COLA             PIC  9(7)  COMP-3
                                   VALUE ZEROES.
           05  WS-CONT-LIBERADOS           PIC  9(7)  COMP-3
                                   VALUE ZEROES.
           05  WS-CONT-DENEGADOS           PIC  9(7)  COMP-3
                                   VALUE ZEROES.
           05  WS-CONT-COLA-PENDIENTE      PIC  9(7)  COMP-3
                                   VALUE ZEROES.
           05  WS-CONT-AUT-SIN-USO         PIC  9(7)  COMP-3
                                   VALUE ZEROES.

       01  WS-TEXTO-PARRAFO.

           05  WS-1020-DIA-LABORABLE       PIC  X(30)
                                   VALUE  '1020-DIA-LABORABLE'.
           05  WS-1025-LEE-CALENDARIO      PIC  X(30)
                                   VALUE  '1025-LEE-CALENDARIO'.
           05  WS-1050-LEE-PARAMETROS      PIC  X(30)
                                   VALUE  '1050-LEE-PARAMETROS'.
           05  WS-1060-CARGA-AUTORIZACIONES
                                           PIC  X(30)
                                   VALUE  '1060-CARGA-AUTORIZACIONES'.
           05  WS-1070-CARGA-COLA          PIC  X(30)
                                   VALUE  '1070-CARGA-COLA'.
           05  WS-1100-ANOTA-ARREGLOS      PIC  X(30)
                                   VALUE  '1100-ANOTA-ARREGLOS'.
           05  WS-1200-APERTURA-FICHEROS   PIC  X(30)
                                   VALUE  '1200-APERTURA-FICHEROS'.
           05  WS-1250-CREA-MAESTRO-TRA    PIC  X(30)
                                   VALUE  '1260-CREA-MAESTRO-EMP'.
           05  WS-1300-LECTURA-MOV         PIC  X(30)
                                   VALUE  '1300-LECTURA-MOV'.
           05  WS-2300-INTEGRIDAD          PIC  X(30)
                                   VALUE  '2300-INTEGRIDAD'.
           05  WS-2200-CONTROL-UMBRALES    PIC  X(30)
                                   VALUE  '2200-CONTROL-UMBRALES'.
           05  WS-2400-APLICA-TRABAJADOR   PIC  X(30)
                                   VALUE  '2400-APLICA-TRABAJADOR'.
           05  WS-2500-APLICA-EMPRESA      PIC  X(30)
                                   VALUE  '1450-LECTURA-PEND'.
           05  WS-3500-RECOGE-PENDIENTES   PIC  X(30)
                                   VALUE  '3500-RECOGE-PENDIENTES'.
           05  WS-3600-GRABA-COLA          PIC  X(30)
                                   VALUE  '3600-GRABA-COLA'.
           05  WS-3700-LISTADO-APROBACION  PIC  X(30)
                                   VALUE  '3700-LISTADO-APROBACION'.
           05  WS-2600-GRABA-JOURNAL       PIC  X(30)
                                   VALUE  '2600-GRABA-JOURNAL'.
           05  WS-5000-CIERRA-FICHEROS     PIC  X(30)
               ACCEPT  WS-FECHA-NEGOCIO  FROM  DATE  YYYYMMDD
           END-IF

           MOVE  WS-PARAM-LINEA(4:1)  TO  SW-FORZADO

           PERFORM  1020-DIA-LABORABLE

           PERFORM  1200-APERTURA-FICHEROS

           PERFORM  1050-LEE-PARAMETROS

           PERFORM  1060-CARGA-AUTORIZACIONES

           PERFORM  1070-CARGA-COLA

           PERFORM  1100-ANOTA-ARREGLOS

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
      *    UMBRALES DEL DOBLE CONTROL: SIN     *
      *    FICHERO O CON UN VALOR NO NUMERICO  *
      *    EL UMBRAL QUEDA DESACTIVADO         *
      *++++++++++++++++++++++++++++++++++++++++*
       1050-LEE-PARAMETROS.

           OPEN  INPUT  PARAM-FICHERO

           IF  FS-PARAMETRO  =  '00'

               READ  PARAM-FICHERO  INTO  WS-UMBRAL-LINEA
               IF  FS-PARAMETRO  =  '00'
               AND WS-UMBRAL-LINEA(1:3)  IS NUMERIC
                   MOVE  WS-UMBRAL-LINEA(1:3)  TO  WS-UMBRAL-PORCENTAJE
               END-IF

               IF  FS-PARAMETRO  =  '00'
                   READ  PARAM-FICHERO  INTO  WS-UMBRAL-LINEA
                   IF  FS-PARAMETRO  =  '00'
                   AND WS-UMBRAL-LINEA(1:9)  IS NUMERIC
                       MOVE  WS-UMB-LIN-IMPORTE    TO  WS-UMBRAL-IMPORTE
                   END-IF
               END-IF

               IF  FS-PARAMETRO  =  '00'
                   READ  PARAM-FICHERO  INTO  WS-UMBRAL-LINEA
                   IF  FS-PARAMETRO  =  '00'
                       MOVE  WS-UMBRAL-LINEA(1:1)
                                               TO  SW-CONTROL-BAJA-EMP
                   END-IF
               END-IF

               CLOSE  PARAM-FICHERO

           END-IF

           .


      *++++++++++++++++++++++++++++++++++++++++*
      *    DECISIONES DEL APROBADOR SOBRE LA   *
      *    COLA DEL RUN ANTERIOR.  UNA LINEA   *
      *    SIN NUMERO, SIN DECISION L/R O SIN  *
      *    APROBADOR NO VALE Y SE LISTA COMO   *
      *    INVALIDA                            *
      *++++++++++++++++++++++++++++++++++++++++*
       1060-CARGA-AUTORIZACIONES.

           MOVE  ZEROES  TO  WS-TAB-AUT-CUENTA

           OPEN  INPUT  AUTORIZACIONES

           EVALUATE  FS-AUTORIZACION

               WHEN  '00'
                     SET  NO-FIN-AUTORIZACION  TO  TRUE
                     PERFORM  1065-LEE-AUTORIZACION
                              UNTIL  SI-FIN-AUTORIZACION
                     CLOSE  AUTORIZACIONES

      *        SIN FICHERO NO HAY NADA QUE LIBERAR NI DENEGAR.
               WHEN  '35'
                     CONTINUE

               WHEN  OTHER
                     MOVE  'ERROR DE APERTURA'  TO  WS-ERROR-ACCION
                     MOVE  WS-1060-CARGA-AUTORIZACIONES
                                                TO  WS-ERROR-PARRAFO
                     PERFORM  9500-ERROR-STATUS-FICHERO

           END-EVALUATE

           .


       1065-LEE-AUTORIZACION.

           MOVE  SPACES  TO  WS-AUTORIZACION

           READ  AUTORIZACIONES  INTO  WS-AUTORIZACION

           EVALUATE  FS-AUTORIZACION

               WHEN  '00'
                     IF  WS-AUTORIZACION  NOT =  SPACES
                         PERFORM  1068-ANOTA-AUTORIZACION
                     END-IF

               WHEN  '10'
                     SET  SI-FIN-AUTORIZACION  TO  TRUE

               WHEN  OTHER
                     MOVE  'ERROR DE LECTURA'   TO  WS-ERROR-ACCION
                     MOVE  WS-1060-CARGA-AUTORIZACIONES
                                                TO  WS-ERROR-PARRAFO
                     PERFORM  9500-ERROR-STATUS-FICHERO

           END-EVALUATE

           .


       1068-ANOTA-AUTORIZACION.

           IF  WS-TAB-AUT-CUENTA  NOT <  999
               MOVE  WS-1060-CARGA-AUTORIZACIONES
                                             TO  WS-ERROR-PARRAFO
               MOVE  'DESBORDE TABLA'        TO  WS-ERROR-ACCION
               MOVE  'AUTORIZACIONES'        TO  WS-ERROR-FICHERO
               MOVE  SPACES                  TO  WS-ERROR-FS
               PERFORM  9900-ERROR-ABORTAR
           END-IF

           ADD   1  TO  WS-TAB-AUT-CUENTA
           MOVE  WS-AUTORIZACION(1:17)
                     TO  WS-TAB-AUT-LINEA (WS-TAB-AUT-CUENTA)

           IF  WS-AUT-NUMERO  IS NUMERIC
           AND SI-AUT-VALIDA
           AND WS-AUT-APROBADOR  NOT =  SPACES
               MOVE  'N'  TO  WS-TAB-AUT-USADA (WS-TAB-AUT-CUENTA)
           ELSE
               MOVE  'I'  TO  WS-TAB-AUT-USADA (WS-TAB-AUT-CUENTA)
           END-IF

           .


      *++++++++++++++++++++++++++++++++++++++++*
      *    COLA DE APROBACION DEL RUN ANTERIOR *
      *    A TABLA, CON LA DECISION QUE LE     *
      *    CORRESPONDA DEL FICHERO DE          *
      *    AUTORIZACIONES.  EL TRAILER DEBE    *
      *    CUADRAR CON LOS REGISTROS LEIDOS:   *
      *    UNA COLA DESCUADRADA ABORTA ANTES   *
      *    DE TOCAR LOS MAESTROS               *
      *++++++++++++++++++++++++++++++++++++++++*
       1070-CARGA-COLA.

           MOVE  ZEROES  TO  WS-TAB-COL-CUENTA
                             WS-ULTIMO-NUMERO-COLA

           OPEN  INPUT  COLA-APROBACION

           EVALUATE  FS-COLA

               WHEN  '00'
                     SET  NO-FIN-COLA  TO  TRUE
                     PERFORM  1075-LEE-COLA
                              UNTIL  SI-FIN-COLA
                     CLOSE  COLA-APROBACION

      *        PRIMER RUN: AUN NO HAY COLA.
               WHEN  '35'
                     CONTINUE

               WHEN  OTHER
                     MOVE  'ERROR DE APERTURA'  TO  WS-ERROR-ACCION
                     MOVE  WS-1070-CARGA-COLA   TO  WS-ERROR-PARRAFO
                     PERFORM  9500-ERROR-STATUS-FICHERO

           END-EVALUATE

           MOVE  WS-TAB-COL-CUENTA  TO  WS-COLA-CARGADAS

           .


       1075-LEE-COLA.

           READ  COLA-APROBACION  INTO  WS-COLA

           EVALUATE  FS-COLA

               WHEN  '00'
                     IF  WS-TRAILER-COL-MARCA  =  'FIN'
                         PERFORM  1078-CUADRA-COLA
                     ELSE
                         PERFORM  1080-ANOTA-COLA
                     END-IF

               WHEN  '10'
                     SET  SI-FIN-COLA  TO  TRUE

               WHEN  OTHER
                     MOVE  'ERROR DE LECTURA'   TO  WS-ERROR-ACCION
                     MOVE  WS-1070-CARGA-COLA   TO  WS-ERROR-PARRAFO
                     PERFORM  9500-ERROR-STATUS-FICHERO

           END-EVALUATE

           .


       1078-CUADRA-COLA.

           IF  WS-TRAILER-COL-CONTADOR  NOT =  WS-TAB-COL-CUENTA
               MOVE  WS-1070-CARGA-COLA       TO  WS-ERROR-PARRAFO
               MOVE  'TRAILER DESCUADRADO'    TO  WS-ERROR-ACCION
               MOVE  'COLA-APROBACION'        TO  WS-ERROR-FICHERO
               MOVE  FS-COLA                  TO  WS-ERROR-FS
               PERFORM  9900-ERROR-ABORTAR
           END-IF

           IF  WS-TRAILER-COL-ULTIMO  >  WS-ULTIMO-NUMERO-COLA
               MOVE  WS-TRAILER-COL-ULTIMO  TO  WS-ULTIMO-NUMERO-COLA
           END-IF

           .


       1080-ANOTA-COLA.

           IF  WS-TAB-COL-CUENTA  NOT <  999
               MOVE  WS-1070-CARGA-COLA       TO  WS-ERROR-PARRAFO
               MOVE  'DESBORDE TABLA'         TO  WS-ERROR-ACCION
               MOVE  'COLA-APROBACION'        TO  WS-ERROR-FICHERO
               MOVE  SPACES                   TO  WS-ERROR-FS
               PERFORM  9900-ERROR-ABORTAR
           END-IF

           ADD   1  TO  WS-TAB-COL-CUENTA
           SET   WS-TAB-COL-IDX  TO  WS-TAB-COL-CUENTA

           MOVE  WS-COL-NUMERO
                           TO  WS-TAB-COL-NUMERO (WS-TAB-COL-IDX)
           MOVE  WS-COL-FECHA
                           TO  WS-TAB-COL-FECHA (WS-TAB-COL-IDX)
           MOVE  WS-COL-MOTIVO
                           TO  WS-TAB-COL-MOTIVO (WS-TAB-COL-IDX)
           MOVE  WS-COL-MOVIMIENTO
                           TO  WS-TAB-COL-MOVIMIENTO (WS-TAB-COL-IDX)
           MOVE  SPACES    TO  WS-TAB-COL-DECISION (WS-TAB-COL-IDX)
                               WS-TAB-COL-APROBADOR (WS-TAB-COL-IDX)
                               WS-TAB-COL-RESULTADO (WS-TAB-COL-IDX)
                               WS-TAB-COL-FALLO (WS-TAB-COL-IDX)

           IF  WS-COL-NUMERO  >  WS-ULTIMO-NUMERO-COLA
               MOVE  WS-COL-NUMERO  TO  WS-ULTIMO-NUMERO-COLA
           END-IF

      *    LA ULTIMA LINEA VALIDA DEL FICHERO PARA ESTE NUMERO ES LA
      *    QUE DECIDE.
           IF  WS-TAB-AUT-CUENTA  >  ZEROES
               PERFORM  1085-BUSCA-AUTORIZACION
                        VARYING  WS-TAB-AUT-IDX  FROM  1  BY  1
                        UNTIL    WS-TAB-AUT-IDX  >  WS-TAB-AUT-CUENTA
           END-IF

           .


       1085-BUSCA-AUTORIZACION.

           MOVE  WS-TAB-AUT-LINEA (WS-TAB-AUT-IDX)
                                     TO  WS-AUTORIZACION

           IF  WS-TAB-AUT-USADA (WS-TAB-AUT-IDX)  NOT =  'I'
           AND WS-AUT-NUMERO-9  =  WS-TAB-COL-NUMERO (WS-TAB-COL-IDX)
               MOVE  'S'  TO  WS-TAB-AUT-USADA (WS-TAB-AUT-IDX)
               MOVE  WS-AUT-DECISION
                         TO  WS-TAB-COL-DECISION (WS-TAB-COL-IDX)
               MOVE  WS-AUT-APROBADOR
                         TO  WS-TAB-COL-APROBADOR (WS-TAB-COL-IDX)
           END-IF

           .


      *++++++++++++++++++++++++++++++++++++++++*
      *    PRIMERA PASADA, SIN APLICAR NADA,   *
      *    POR EL ALMACEN DE PENDIENTES Y EL   *
      *    FICHERO DEL DIA: ANOTA LOS          *
      *    MOVIMIENTOS QUE ARREGLAN UNA        *
      *    REFERENCIA ENTRE MAESTROS           *
      *++++++++++++++++++++++++++++++++++++++++*
       1100-ANOTA-ARREGLOS.

           MOVE  ZEROES  TO  WS-TAB-ARR-CUENTA

      *    LO LIBERADO DE LA COLA SE APLICA ANTES QUE NADA.
           IF  WS-TAB-COL-CUENTA  >  ZEROES
               PERFORM  1105-ARREGLO-COLA
                        VARYING  WS-TAB-COL-IDX  FROM  1  BY  1
                        UNTIL    WS-TAB-COL-IDX  >  WS-TAB-COL-CUENTA
           END-IF

           OPEN  INPUT  PEND-ENTRADA

           EVALUATE  FS-PEND-ENTRADA

               WHEN  '00'
                     SET  NO-FIN-PEND  TO  TRUE
                     PERFORM  1450-LECTURA-PEND
                     PERFORM  1110-ARREGLO-PENDIENTE
                              UNTIL  SI-FIN-PEND
                     CLOSE  PEND-ENTRADA

               WHEN  '35'
                     CONTINUE

               WHEN  OTHER
                     MOVE  'ERROR DE APERTURA'  TO  WS-ERROR-ACCION
                     MOVE  WS-1100-ANOTA-ARREGLOS
                                                TO  WS-ERROR-PARRAFO
                     PERFORM  9500-ERROR-STATUS-FICHERO

           END-EVALUATE

           SET  NO-FIN-MOV  TO  TRUE
           PERFORM  1300-LECTURA-MOV
           PERFORM  1120-ARREGLO-DIA
                    UNTIL  SI-FIN-MOV

      *    EL FICHERO DEL DIA SE REABRE PARA EL PROCESO REAL.
           CLOSE  MOV-ENTRADA
           OPEN   INPUT  MOV-ENTRADA

           IF  FS-MOV-ENTRADA NOT = '00' AND FS-MOV-ENTRADA NOT = '10'
               MOVE  'ERROR DE APERTURA'          TO  WS-ERROR-ACCION
               MOVE  WS-1100-ANOTA-ARREGLOS       TO  WS-ERROR-PARRAFO
               PERFORM 9500-ERROR-STATUS-FICHERO
           END-IF

      *    LA PASADA NO CUENTA COMO LECTURA: LOS CONTADORES Y LOS
      *    FINES DE FICHERO VUELVEN A CERO PARA EL PROCESO REAL.
           MOVE  ZEROES  TO  WS-CONT-LEIDOS-MOV
                             WS-CONT-PEND-LEIDOS
           SET   NO-FIN-MOV   TO  TRUE
           SET   NO-FIN-PEND  TO  TRUE

           .


       1105-ARREGLO-COLA.

           IF  SI-COL-LIBERADA (WS-TAB-COL-IDX)
               MOVE  WS-TAB-COL-MOVIMIENTO (WS-TAB-COL-IDX)
                                          TO  WS-MOVIMIENTO
               SET   SI-LIBERADO          TO  TRUE
               PERFORM  1150-ANOTA-ARREGLO
               SET   NO-LIBERADO          TO  TRUE
           END-IF

           .


       1110-ARREGLO-PENDIENTE.

           PERFORM  1150-ANOTA-ARREGLO

           PERFORM  1450-LECTURA-PEND

           .


       1120-ARREGLO-DIA.

           PERFORM  1150-ANOTA-ARREGLO

           PERFORM  1300-LECTURA-MOV

           .


      *    UN ALTA DE EMPRESA POR ENCIMA DEL IMPORTE MAXIMO SE VA A
      *    PARAR EN LA COLA DE APROBACION Y NO ARREGLA NADA EN ESTE
      *    RUN, SALVO QUE YA VENGA LIBERADA.
       1150-ANOTA-ARREGLO.

           IF  SI-MOV-EMPRESA
           AND SI-MOV-ALTA
           AND NO-LIBERADO
           AND WS-MOV-IMPORTE  IS NUMERIC
           AND WS-MOV-IMPORTE-9  >  WS-UMBRAL-IMPORTE
               CONTINUE
           ELSE
               PERFORM  1160-ANOTA-SI-EFECTIVO
           END-IF

           .


      *    SOLO ARREGLA UN MOVIMIENTO QUE LUEGO SE VA A APLICAR: SE
      *    VALIDA COMO EN EL PROCESO REAL (2020 LO VUELVE A VALIDAR).
       1160-ANOTA-SI-EFECTIVO.

           PERFORM  2050-VALIDA-MOVIMIENTO

           IF  SI-MOV-BUENO
           AND ( SI-EFECTO-INMEDIATO
                 OR  WS-MOV-FECHA-EFECTO  NOT >  WS-FECHA-NEGOCIO )
           AND ( ( SI-MOV-EMPRESA  AND  SI-MOV-ALTA )
                 OR  ( SI-MOV-TRABAJADOR  AND  SI-MOV-BAJA ) )
               IF  WS-TAB-ARR-CUENTA  NOT <  9999
                   MOVE  WS-1100-ANOTA-ARREGLOS  TO  WS-ERROR-PARRAFO
                   MOVE  'DESBORDE TABLA'        TO  WS-ERROR-ACCION
                   MOVE  'ARREGLOS DEL RUN'      TO  WS-ERROR-FICHERO
                   MOVE  SPACES                  TO  WS-ERROR-FS
                   PERFORM  9900-ERROR-ABORTAR
               END-IF
               ADD   1  TO  WS-TAB-ARR-CUENTA
               IF  SI-MOV-EMPRESA
                   MOVE  'E'
                         TO  WS-TAB-ARR-TIPO (WS-TAB-ARR-CUENTA)
               ELSE
                   MOVE  'B'
                         TO  WS-TAB-ARR-TIPO (WS-TAB-ARR-CUENTA)
               END-IF
               MOVE  WS-MOV-COD
                         TO  WS-TAB-ARR-COD (WS-TAB-ARR-CUENTA)
           END-IF

           .


      *++++++++++++++++++++++++++++++++++++++++*
       1500-PROCESA-ENTRADAS.

           PERFORM  1600-DECISIONES-COLA

           PERFORM  1400-BARRE-PENDIENTES

           PERFORM  1300-LECTURA-MOV
               WHEN  '10'
                     SET  SI-FIN-PEND  TO  TRUE

               WHEN  OTHER
                     MOVE     WS-1450-LECTURA-PEND
                                        TO  WS-ERROR-PARRAFO
                     PERFORM  9500-ERROR-STATUS-FICHERO

           END-EVALUATE

           .


       1900-PROCESO-PENDIENTE.

           PERFORM  2020-TRATA-MOVIMIENTO

           PERFORM  1450-LECTURA-PEND

           .


      *++++++++++++++++++++++++++++++++++++++++*
      *    DECISIONES DEL APROBADOR: LO        *
      *    LIBERADO SE APLICA (SIN VOLVER A    *
      *    PASAR POR LOS UMBRALES, PERO SI POR *
      *    LA VALIDACION Y LA INTEGRIDAD) Y LO *
      *    DENEGADO SE LISTA COMO RECHAZADO;   *
      *    AMBOS SALEN DE LA COLA              *
      *++++++++++++++++++++++++++++++++++++++++*
       1600-DECISIONES-COLA.

           IF  WS-COLA-CARGADAS  >  ZEROES
               PERFORM  1610-DECIDE-COLA
                        VARYING  WS-TAB-COL-IDX  FROM  1  BY  1
                        UNTIL    WS-TAB-COL-IDX  >  WS-COLA-CARGADAS
           END-IF

           .


       1610-DECIDE-COLA.

           EVALUATE  TRUE

               WHEN  SI-COL-LIBERADA (WS-TAB-COL-IDX)
                     ADD   1  TO  WS-CONT-LIBERADOS
                     MOVE  WS-TAB-COL-MOVIMIENTO (WS-TAB-COL-IDX)
                                               TO  WS-MOVIMIENTO
                     MOVE  WS-TAB-COL-APROBADOR (WS-TAB-COL-IDX)
                                               TO  WS-APROBADOR-ACTUAL
                     SET   SI-LIBERADO         TO  TRUE
                     PERFORM  2020-TRATA-MOVIMIENTO
                     SET   NO-LIBERADO         TO  TRUE
                     MOVE  SPACES              TO  WS-APROBADOR-ACTUAL
                     MOVE  WS-LIS-RESULTADO
                               TO  WS-TAB-COL-RESULTADO (WS-TAB-COL-IDX)
                     MOVE  WS-LIS-MOTIVO
                               TO  WS-TAB-COL-FALLO (WS-TAB-COL-IDX)

               WHEN  SI-COL-DENEGADA (WS-TAB-COL-IDX)
                     ADD   1  TO  WS-CONT-DENEGADOS
                     MOVE  WS-TAB-COL-MOVIMIENTO (WS-TAB-COL-IDX)
                                               TO  WS-MOVIMIENTO
                     SET   NO-RETENIDO         TO  TRUE
                     SET   NO-EN-COLA          TO  TRUE
                     MOVE  WS-TXT-DENEGADO     TO  WS-LIS-MOTIVO
                     PERFORM  2060-RECHAZA-MOVIMIENTO
                     PERFORM  2700-GRABA-LISTADO

               WHEN  OTHER
                     CONTINUE

           END-EVALUATE

           .

               AND WS-MOV-FECHA-EFECTO  >  WS-FECHA-NEGOCIO
                   PERFORM  2080-RETIENE-MOVIMIENTO
               ELSE
                   PERFORM  2300-INTEGRIDAD
               END-IF
           END-IF

           IF  SI-MOV-BUENO
           AND NO-RETENIDO
           AND NO-LIBERADO
               PERFORM  2200-CONTROL-UMBRALES
           END-IF

           IF  SI-MOV-BUENO
           AND NO-RETENIDO
           AND NO-EN-COLA
               IF  SI-MOV-TRABAJADOR
                   PERFORM  2400-APLICA-TRABAJADOR
               ELSE
                   PERFORM  2500-APLICA-EMPRESA
               END-IF
           END-IF

           IF  SI-MOV-BUENO
           AND SI-LIBERADO
               STRING  'LIBERADO '          DELIMITED BY SIZE
                       WS-APROBADOR-ACTUAL  DELIMITED BY SIZE
                       INTO  WS-LIS-MOTIVO
           END-IF

           PERFORM  2700-GRABA-LISTADO

           .

           SET   SI-MOV-BUENO       TO  TRUE
           SET   NO-RETENIDO        TO  TRUE
           SET   NO-EN-COLA         TO  TRUE
           MOVE  WS-TXT-APLICADO    TO  WS-LIS-RESULTADO
           MOVE  SPACES             TO  WS-LIS-MOTIVO

           .


      *++++++++++++++++++++++++++++++++++++++++*
      *    DOBLE CONTROL: UN MOVIMIENTO QUE    *
      *    SUPERA UN UMBRAL NO SE APLICA, SE   *
      *    PARA EN LA COLA DE APROBACION       *
      *++++++++++++++++++++++++++++++++++++++++*
       2200-CONTROL-UMBRALES.

           MOVE  SPACES  TO  WS-MOTIVO-COLA

           EVALUATE  TRUE

               WHEN  SI-MOV-EMPRESA  AND  SI-MOV-BAJA
                     IF  SI-CONTROL-BAJA-EMP
                         MOVE  WS-TXT-UMB-BAJA-EMP  TO  WS-MOTIVO-COLA
                     END-IF

               WHEN  ( SI-MOV-ALTA  OR  SI-MOV-MODIF )
               AND   WS-MOV-IMPORTE-9  >  WS-UMBRAL-IMPORTE
                     MOVE  WS-TXT-UMB-IMPORTE  TO  WS-MOTIVO-COLA

               WHEN  SI-MOV-MODIF
               AND   WS-UMBRAL-PORCENTAJE  <  999
                     PERFORM  2210-VARIACION-MODIF
                     IF  WS-VARIACION-PCT  >  WS-UMBRAL-PORCENTAJE
                         MOVE  WS-TXT-UMB-PORCENTAJE
                                               TO  WS-MOTIVO-COLA
                     END-IF

               WHEN  OTHER
                     CONTINUE

           END-EVALUATE

           IF  WS-MOTIVO-COLA  NOT =  SPACES
               PERFORM  2250-PASA-A-COLA
           END-IF

           .


      *    VARIACION EN % DEL IMPORTE NUEVO SOBRE EL DEL MAESTRO.  SI
      *    LA CLAVE NO EXISTE NO HAY VARIACION (LA APLICACION LA
      *    RECHAZARA); DESDE UN IMPORTE CERO CUALQUIER CAMBIO SUPERA
      *    EL UMBRAL.
       2210-VARIACION-MODIF.

           MOVE  ZEROES  TO  WS-VARIACION-PCT
                             WS-IMPORTE-ANTERIOR
           SET   NO-REFERENCIA  TO  TRUE

           IF  SI-MOV-TRABAJADOR
               MOVE  WS-MOV-COD  TO  MAE-TRA-COD
               READ  MAESTRO-TRA
               EVALUATE  FS-MAESTRO-TRA
                   WHEN  '00'
                         SET   SI-REFERENCIA    TO  TRUE
                         MOVE  MAE-TRA-IMPORTE  TO  WS-IMPORTE-ANTERIOR
                   WHEN  '23'
                         CONTINUE
                   WHEN  OTHER
                         MOVE  'ERROR DE LECTURA'  TO  WS-ERROR-ACCION
                         MOVE  WS-2200-CONTROL-UMBRALES
                                                   TO  WS-ERROR-PARRAFO
                         PERFORM  9500-ERROR-STATUS-FICHERO
               END-EVALUATE
           ELSE
               MOVE  WS-MOV-COD  TO  MAE-EMP-COD
               MOVE  WS-MOV-NOM  TO  MAE-EMP-EMP
               READ  MAESTRO-EMP
               EVALUATE  FS-MAESTRO-EMP
                   WHEN  '00'
                         SET   SI-REFERENCIA    TO  TRUE
                         MOVE  MAE-EMP-IMPORTE  TO  WS-IMPORTE-ANTERIOR
                   WHEN  '23'
                         CONTINUE
                   WHEN  OTHER
                         MOVE  'ERROR DE LECTURA'  TO  WS-ERROR-ACCION
                         MOVE  WS-2200-CONTROL-UMBRALES
                                                   TO  WS-ERROR-PARRAFO
                         PERFORM  9500-ERROR-STATUS-FICHERO
               END-EVALUATE
           END-IF

           IF  SI-REFERENCIA
               IF  WS-MOV-IMPORTE-9  >  WS-IMPORTE-ANTERIOR
                   COMPUTE  WS-DIFERENCIA  =  WS-MOV-IMPORTE-9
                                           -  WS-IMPORTE-ANTERIOR
               ELSE
                   COMPUTE  WS-DIFERENCIA  =  WS-IMPORTE-ANTERIOR
                                           -  WS-MOV-IMPORTE-9
               END-IF
               IF  WS-IMPORTE-ANTERIOR  =  ZEROES
                   IF  WS-DIFERENCIA  >  ZEROES
                       MOVE  9999999,99  TO  WS-VARIACION-PCT
                   END-IF
               ELSE
                   COMPUTE  WS-VARIACION-PCT  ROUNDED
                            =  WS-DIFERENCIA  *  100
                            /  WS-IMPORTE-ANTERIOR
                       ON SIZE ERROR
                            MOVE  9999999,99  TO  WS-VARIACION-PCT
                   END-COMPUTE
               END-IF
           END-IF

           .


       2250-PASA-A-COLA.

           IF  WS-TAB-COL-CUENTA  NOT <  999
               MOVE  WS-2200-CONTROL-UMBRALES TO  WS-ERROR-PARRAFO
               MOVE  'DESBORDE TABLA'         TO  WS-ERROR-ACCION
               MOVE  'COLA-APROBACION'        TO  WS-ERROR-FICHERO
               MOVE  SPACES                   TO  WS-ERROR-FS
               PERFORM  9900-ERROR-ABORTAR
           END-IF

           ADD   1  TO  WS-TAB-COL-CUENTA
                        WS-ULTIMO-NUMERO-COLA
           SET   WS-TAB-COL-IDX  TO  WS-TAB-COL-CUENTA

           MOVE  WS-ULTIMO-NUMERO-COLA
                           TO  WS-TAB-COL-NUMERO (WS-TAB-COL-IDX)
           MOVE  WS-FECHA-NEGOCIO
                           TO  WS-TAB-COL-FECHA (WS-TAB-COL-IDX)
           MOVE  WS-MOTIVO-COLA
                           TO  WS-TAB-COL-MOTIVO (WS-TAB-COL-IDX)
           MOVE  WS-MOVIMIENTO
                           TO  WS-TAB-COL-MOVIMIENTO (WS-TAB-COL-IDX)
           MOVE  'N'       TO  WS-TAB-COL-DECISION (WS-TAB-COL-IDX)
           MOVE  SPACES    TO  WS-TAB-COL-APROBADOR (WS-TAB-COL-IDX)
                               WS-TAB-COL-RESULTADO (WS-TAB-COL-IDX)
                               WS-TAB-COL-FALLO (WS-TAB-COL-IDX)

           SET   SI-EN-COLA           TO  TRUE
           MOVE  WS-TXT-EN-COLA       TO  WS-LIS-RESULTADO
           MOVE  WS-MOTIVO-COLA       TO  WS-LIS-MOTIVO

           .


      *++++++++++++++++++++++++++++++++++++++++*
      *    INTEGRIDAD ENTRE MAESTROS: EL ALTA  *
      *    DE UN TRABAJADOR NECESITA ALGUNA    *
      *    EMPRESA EN SU CODIGO, Y LA BAJA DE  *
      *    LA ULTIMA EMPRESA DE UN CODIGO NO   *
      *    PUEDE DEJAR HUERFANO AL TRABAJADOR  *
      *    QUE APUNTA A EL; EN AMBOS CASOS     *
      *    VALE UN ARREGLO DEL MISMO RUN       *
      *++++++++++++++++++++++++++++++++++++++++*
       2300-INTEGRIDAD.

           EVALUATE  TRUE

               WHEN  SI-MOV-TRABAJADOR  AND  SI-MOV-ALTA
                     MOVE  SPACES  TO  MAE-EMP-EMP
                     PERFORM  2310-CUENTA-GRUPO
                     IF  WS-GRUPO-RESTANTES  =  ZEROES
                         MOVE  'E'  TO  WS-ARR-TIPO-BUSCADO
                         PERFORM  2350-BUSCA-ARREGLO
                         IF  NO-ARREGLO
                             MOVE  WS-TXT-SIN-EMPRESA
                                               TO  WS-LIS-MOTIVO
                             PERFORM  2060-RECHAZA-MOVIMIENTO
                         END-IF
                     END-IF

               WHEN  SI-MOV-EMPRESA  AND  SI-MOV-BAJA
                     MOVE  WS-MOV-NOM  TO  MAE-EMP-EMP
                     PERFORM  2310-CUENTA-GRUPO
      *              SI LA EMPRESA NO EXISTE, LA BAJA LA RECHAZA LA
      *              PROPIA APLICACION CON SU MOTIVO HABITUAL.
                     IF  WS-GRUPO-RESTANTES  =  ZEROES
                     AND SI-EXCLUIDA
                         PERFORM  2330-TRABAJADOR-DEL-CODIGO
                         IF  SI-REFERENCIA
                             MOVE  'E'  TO  WS-ARR-TIPO-BUSCADO
                             PERFORM  2350-BUSCA-ARREGLO
                             IF  NO-ARREGLO
                                 MOVE  'B'  TO  WS-ARR-TIPO-BUSCADO
                                 PERFORM  2350-BUSCA-ARREGLO
                             END-IF
                             IF  NO-ARREGLO
                                 MOVE  WS-TXT-GRUPO-OCUPADO
                                               TO  WS-LIS-MOTIVO
                                 PERFORM  2060-RECHAZA-MOVIMIENTO
                             END-IF
                         END-IF
                     END-IF

               WHEN  OTHER
                     CONTINUE

           END-EVALUATE

           IF  NO-MOV-BUENO
               ADD  1  TO  WS-CONT-INTEGRIDAD
           END-IF

           .


      *    EMPRESAS DEL CODIGO DEL MOVIMIENTO DISTINTAS DE LA QUE
      *    VIENE EN MAE-EMP-EMP (EN BLANCO PARA CONTARLAS TODAS); BASTA
      *    CON SABER SI QUEDA ALGUNA.
       2310-CUENTA-GRUPO.

           MOVE  ZEROES       TO  WS-GRUPO-RESTANTES
           MOVE  MAE-EMP-EMP  TO  WS-GRUPO-EXCLUIDA
           SET   NO-EXCLUIDA  TO  TRUE

           MOVE  WS-MOV-COD   TO  MAE-EMP-COD
           MOVE  LOW-VALUES   TO  MAE-EMP-EMP

           SET  NO-FIN-GRUPO  TO  TRUE

           START  MAESTRO-EMP
                  KEY  IS NOT LESS THAN  MAE-EMP-CLAVE

           EVALUATE  FS-MAESTRO-EMP
               WHEN  '00'
                     PERFORM  2320-LEE-GRUPO
                              UNTIL  SI-FIN-GRUPO
               WHEN  '23'
                     CONTINUE
               WHEN  OTHER
                     MOVE  'ERROR DE LECTURA'   TO  WS-ERROR-ACCION
                     MOVE  WS-2300-INTEGRIDAD   TO  WS-ERROR-PARRAFO
                     PERFORM  9500-ERROR-STATUS-FICHERO
           END-EVALUATE

           .


       2320-LEE-GRUPO.

           READ  MAESTRO-EMP  NEXT

           EVALUATE  FS-MAESTRO-EMP
               WHEN  '00'
                     IF  MAE-EMP-COD  NOT =  WS-MOV-COD
                         SET  SI-FIN-GRUPO  TO  TRUE
                     ELSE
                         IF  MAE-EMP-EMP  NOT =  WS-GRUPO-EXCLUIDA
                             ADD  1  TO  WS-GRUPO-RESTANTES
                             SET  SI-FIN-GRUPO  TO  TRUE
                         ELSE
                             SET  SI-EXCLUIDA   TO  TRUE
                         END-IF
                     END-IF
               WHEN  '10'
                     SET  SI-FIN-GRUPO  TO  TRUE
               WHEN  OTHER
                     MOVE  'ERROR DE LECTURA'   TO  WS-ERROR-ACCION
                     MOVE  WS-2300-INTEGRIDAD   TO  WS-ERROR-PARRAFO
                     PERFORM  9500-ERROR-STATUS-FICHERO
           END-EVALUATE

           .


       2330-TRABAJADOR-DEL-CODIGO.

           SET   NO-REFERENCIA  TO  TRUE
           MOVE  WS-MOV-COD     TO  MAE-TRA-COD

           READ  MAESTRO-TRA

           EVALUATE  FS-MAESTRO-TRA
               WHEN  '00'
                     SET  SI-REFERENCIA  TO  TRUE
               WHEN  '23'
                     CONTINUE
               WHEN  OTHER
                     MOVE  'ERROR DE LECTURA'   TO  WS-ERROR-ACCION
                     MOVE  WS-2300-INTEGRIDAD   TO  WS-ERROR-PARRAFO
                     PERFORM  9500-ERROR-STATUS-FICHERO
           END-EVALUATE

           .


       2350-BUSCA-ARREGLO.

           SET  NO-ARREGLO  TO  TRUE

           IF  WS-TAB-ARR-CUENTA  >  ZEROES
               SET  WS-TAB-ARR-IDX  TO  1
               SEARCH  WS-TAB-ARR-ENTRADA
                   AT END
                       CONTINUE
                   WHEN  WS-TAB-ARR-TIPO (WS-TAB-ARR-IDX)
                                         =  WS-ARR-TIPO-BUSCADO
                   AND   WS-TAB-ARR-COD (WS-TAB-ARR-IDX)
                                         =  WS-MOV-COD
                       SET  SI-ARREGLO  TO  TRUE
               END-SEARCH
           END-IF

           .


      *++++++++++++++++++++++++++++++++++++++++*
      *    EN BAJAS Y MODIFICACIONES SE LEE    *
      *    PRIMERO EL REGISTRO PARA CAPTURAR   *
           ACCEPT  WS-JRN-SELLO-FECHA  FROM  DATE  YYYYMMDD
           ACCEPT  WS-JRN-SELLO-HORA   FROM  TIME
           MOVE    WS-MOV-ACCION       TO  WS-JRN-ACCION
           MOVE    WS-APROBADOR-ACTUAL TO  WS-JRN-APROBADOR

           WRITE  REG-JOURNAL  FROM  WS-JOURNAL

               WHEN  SI-RETENIDO
                     ADD  1  TO  WS-CONT-RETENIDOS

               WHEN  SI-EN-COLA
                     ADD  1  TO  WS-CONT-EN-COLA

               WHEN  SI-MOV-BUENO
                     ADD  1  TO  WS-CONT-APLICADOS

           .


      *++++++++++++++++++++++++++++++++++++++++*
      *    NUEVA COLA DE APROBACION: LO QUE    *
      *    SIGUE SIN DECIDIR MAS LO PARADO EN  *
      *    ESTE RUN, CON SU TRAILER FIN        *
      *++++++++++++++++++++++++++++++++++++++++*
       3600-GRABA-COLA.

           MOVE  ZEROES  TO  WS-CONT-COLA-PENDIENTE

           OPEN  OUTPUT  COLA-APROBACION

           IF  FS-COLA  NOT =  '00'
               MOVE  'ERROR DE APERTURA'       TO  WS-ERROR-ACCION
               MOVE  WS-3600-GRABA-COLA        TO  WS-ERROR-PARRAFO
               PERFORM  9500-ERROR-STATUS-FICHERO
           END-IF

           IF  WS-TAB-COL-CUENTA  >  ZEROES
               PERFORM  3610-GRABA-ENTRADA-COLA
                        VARYING  WS-TAB-COL-IDX  FROM  1  BY  1
                        UNTIL    WS-TAB-COL-IDX  >  WS-TAB-COL-CUENTA
           END-IF

           MOVE  SPACES                  TO  WS-COLA
           MOVE  'FIN'                   TO  WS-TRAILER-COL-MARCA
           MOVE  WS-CONT-COLA-PENDIENTE  TO  WS-TRAILER-COL-CONTADOR
           MOVE  WS-ULTIMO-NUMERO-COLA   TO  WS-TRAILER-COL-ULTIMO

           WRITE  REG-COLA  FROM  WS-COLA

           IF  FS-COLA  NOT =  '00'
               MOVE  'ERROR DE ESCRITURA'      TO  WS-ERROR-ACCION
               MOVE  WS-3600-GRABA-COLA        TO  WS-ERROR-PARRAFO
               PERFORM  9500-ERROR-STATUS-FICHERO
           END-IF

           CLOSE  COLA-APROBACION

           .


       3610-GRABA-ENTRADA-COLA.

           IF  SI-COL-SIN-DECIDIR (WS-TAB-COL-IDX)
           OR  SI-COL-NUEVA (WS-TAB-COL-IDX)
               MOVE  SPACES  TO  WS-COLA
               MOVE  WS-TAB-COL-NUMERO (WS-TAB-COL-IDX)
                                           TO  WS-COL-NUMERO
               MOVE  WS-TAB-COL-FECHA (WS-TAB-COL-IDX)
                                           TO  WS-COL-FECHA
               MOVE  WS-TAB-COL-MOTIVO (WS-TAB-COL-IDX)
                                           TO  WS-COL-MOTIVO
               MOVE  WS-TAB-COL-MOVIMIENTO (WS-TAB-COL-IDX)
                                           TO  WS-COL-MOVIMIENTO
               WRITE  REG-COLA  FROM  WS-COLA
               IF  FS-COLA  NOT =  '00'
                   MOVE  'ERROR DE ESCRITURA'  TO  WS-ERROR-ACCION
                   MOVE  WS-3600-GRABA-COLA    TO  WS-ERROR-PARRAFO
                   PERFORM  9500-ERROR-STATUS-FICHERO
               END-IF
               ADD   1  TO  WS-CONT-COLA-PENDIENTE
           END-IF

           .


      *++++++++++++++++++++++++++++++++++++++++*
      *    LISTADO DE APROBACION: TODA LA COLA *
      *    CON SU ESTADO EN ESTE RUN (NUEVO,   *
      *    PENDIENTE, LIBERADO, DENEGADO), LAS *
      *    AUTORIZACIONES QUE NO CASAN CON     *
      *    NADA Y LOS TOTALES                  *
      *++++++++++++++++++++++++++++++++++++++++*
       3700-LISTADO-APROBACION.

           OPEN  OUTPUT  APROB-LISTADO

           IF  FS-APROB-LISTADO  NOT =  '00'
               MOVE  'ERROR DE APERTURA'          TO  WS-ERROR-ACCION
               MOVE  WS-3700-LISTADO-APROBACION   TO  WS-ERROR-PARRAFO
               PERFORM  9500-ERROR-STATUS-FICHERO
           END-IF

           MOVE  WS-FECHA-NEGOCIO  TO  WS-APRT-FECHA
           MOVE  WS-APR-TITULO     TO  WS-APR-LINEA-EDITADA
           PERFORM  9300-GRABA-LINEA-APROBACION

           MOVE  WS-APR-CABECERA   TO  WS-APR-LINEA-EDITADA
           PERFORM  9300-GRABA-LINEA-APROBACION

           IF  WS-TAB-COL-CUENTA  >  ZEROES
               PERFORM  3710-DETALLE-COLA
                        VARYING  WS-TAB-COL-IDX  FROM  1  BY  1
                        UNTIL    WS-TAB-COL-IDX  >  WS-TAB-COL-CUENTA
           END-IF

           MOVE  ZEROES  TO  WS-CONT-AUT-SIN-USO

           IF  WS-TAB-AUT-CUENTA  >  ZEROES
               PERFORM  3720-DETALLE-AUTORIZACION
                        VARYING  WS-TAB-AUT-IDX  FROM  1  BY  1
                        UNTIL    WS-TAB-AUT-IDX  >  WS-TAB-AUT-CUENTA
           END-IF

           MOVE  'NUEVOS EN COLA:'          TO  WS-APRT-LITERAL
           MOVE  WS-CONT-EN-COLA            TO  WS-APRT-CONTADOR
           MOVE  WS-APR-TOTAL               TO  WS-APR-LINEA-EDITADA
           PERFORM  9300-GRABA-LINEA-APROBACION

           MOVE  'LIBERADOS:'               TO  WS-APRT-LITERAL
           MOVE  WS-CONT-LIBERADOS          TO  WS-APRT-CONTADOR
           MOVE  WS-APR-TOTAL               TO  WS-APR-LINEA-EDITADA
           PERFORM  9300-GRABA-LINEA-APROBACION

           MOVE  'DENEGADOS:'               TO  WS-APRT-LITERAL
           MOVE  WS-CONT-DENEGADOS          TO  WS-APRT-CONTADOR
           MOVE  WS-APR-TOTAL               TO  WS-APR-LINEA-EDITADA
           PERFORM  9300-GRABA-LINEA-APROBACION

           MOVE  'PENDIENTES DE APROBACION:' TO  WS-APRT-LITERAL
           MOVE  WS-CONT-COLA-PENDIENTE     TO  WS-APRT-CONTADOR
           MOVE  WS-APR-TOTAL               TO  WS-APR-LINEA-EDITADA
           PERFORM  9300-GRABA-LINEA-APROBACION

           MOVE  'AUTORIZACIONES SIN USO:'  TO  WS-APRT-LITERAL
           MOVE  WS-CONT-AUT-SIN-USO        TO  WS-APRT-CONTADOR
           MOVE  WS-APR-TOTAL               TO  WS-APR-LINEA-EDITADA
           PERFORM  9300-GRABA-LINEA-APROBACION

           CLOSE  APROB-LISTADO

           .


       3710-DETALLE-COLA.

           MOVE  WS-TAB-COL-NUMERO (WS-TAB-COL-IDX)
                                          TO  WS-APRD-NUMERO
           MOVE  WS-TAB-COL-FECHA (WS-TAB-COL-IDX)
                                          TO  WS-APRD-FECHA
           MOVE  WS-TAB-COL-MOTIVO (WS-TAB-COL-IDX)
                                          TO  WS-APRD-MOTIVO
           MOVE  WS-TAB-COL-MOVIMIENTO (WS-TAB-COL-IDX)
                                          TO  WS-APRD-MOVIMIENTO
           MOVE  WS-TAB-COL-APROBADOR (WS-TAB-COL-IDX)
                                          TO  WS-APRD-APROBADOR

           EVALUATE  TRUE
               WHEN  SI-COL-NUEVA (WS-TAB-COL-IDX)
                     MOVE  'NUEVO'       TO  WS-APRD-ESTADO
               WHEN  SI-COL-LIBERADA (WS-TAB-COL-IDX)
                     MOVE  'LIBERADO'    TO  WS-APRD-ESTADO
      *              LIBERADO PERO NO APLICABLE: SE LISTA EL MOTIVO
      *              DEL RECHAZO EN LUGAR DEL DE LA COLA.
                     IF  WS-TAB-COL-RESULTADO (WS-TAB-COL-IDX)
                                         =  WS-TXT-RECHAZADO
                         MOVE  WS-TAB-COL-FALLO (WS-TAB-COL-IDX)
                                         TO  WS-APRD-MOTIVO
                     END-IF
               WHEN  SI-COL-DENEGADA (WS-TAB-COL-IDX)
                     MOVE  'DENEGADO'    TO  WS-APRD-ESTADO
               WHEN  OTHER
                     MOVE  'PENDIENTE'   TO  WS-APRD-ESTADO
           END-EVALUATE

           MOVE  WS-APR-DETALLE  TO  WS-APR-LINEA-EDITADA
           PERFORM  9300-GRABA-LINEA-APROBACION

           .


       3720-DETALLE-AUTORIZACION.

           IF  WS-TAB-AUT-USADA (WS-TAB-AUT-IDX)  NOT =  'S'
               ADD   1  TO  WS-CONT-AUT-SIN-USO
               MOVE  WS-TAB-AUT-LINEA (WS-TAB-AUT-IDX)
                                          TO  WS-AUTORIZACION
               MOVE  SPACES               TO  WS-APR-DETALLE
               MOVE  WS-AUT-NUMERO        TO  WS-APRD-NUMERO
               MOVE  WS-AUT-APROBADOR     TO  WS-APRD-APROBADOR
               MOVE  'AUTORIZA.'          TO  WS-APRD-ESTADO
               IF  WS-TAB-AUT-USADA (WS-TAB-AUT-IDX)  =  'I'
                   MOVE  'AUTORIZACION INVALIDA'
                                          TO  WS-APRD-MOTIVO
               ELSE
                   MOVE  'NUMERO NO EN COLA'
                                          TO  WS-APRD-MOTIVO
               END-IF
               MOVE  WS-APR-DETALLE  TO  WS-APR-LINEA-EDITADA
               PERFORM  9300-GRABA-LINEA-APROBACION
           END-IF

           .


       3000-FIN.

           PERFORM  3600-GRABA-COLA

           PERFORM  3700-LISTADO-APROBACION

           PERFORM  9999-MUESTRA-ESTADISTICAS

           PERFORM  5000-CIERRA-FICHEROS

      *    CODIGO DE RETORNO 4 MIENTRAS QUEDE ALGO EN LA COLA DE
      *    APROBACION (EL 16 QUEDA PARA ABORTOS).
           IF  WS-CONT-COLA-PENDIENTE  >  ZEROES
               MOVE  4  TO  RETURN-CODE
           END-IF

           STOP RUN

           .
           .


       9300-GRABA-LINEA-APROBACION.

           WRITE  REG-APROB-LISTADO  FROM  WS-APR-LINEA-EDITADA

           EVALUATE  FS-APROB-LISTADO

               WHEN  '00'
                     CONTINUE
               WHEN  OTHER
                     MOVE  WS-3700-LISTADO-APROBACION
                                                TO  WS-ERROR-PARRAFO
                     MOVE  'ERROR DE ESCRITURA' TO  WS-ERROR-ACCION
                     PERFORM  9500-ERROR-STATUS-FICHERO

           END-EVALUATE

           MOVE  SPACES  TO  WS-APR-LINEA-EDITADA

           .


       9500-ERROR-STATUS-FICHERO.

           IF  FS-MOV-ENTRADA NOT EQUAL TO '00' AND
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


           IF  FS-PARAMETRO  NOT EQUAL TO '00' AND
               FS-PARAMETRO  NOT EQUAL TO '10' AND
               FS-PARAMETRO  NOT EQUAL TO '35' AND
               FS-PARAMETRO  NOT EQUAL TO SPACES AND
               FS-PARAMETRO  NOT EQUAL TO LOW-VALUES

               MOVE  'PARAM-FICHERO  '     TO  WS-ERROR-FICHERO
               MOVE  FS-PARAMETRO          TO  WS-ERROR-FS
               PERFORM  9900-ERROR-ABORTAR

           END-IF


           IF  FS-AUTORIZACION  NOT EQUAL TO '00' AND
               FS-AUTORIZACION  NOT EQUAL TO '10' AND
               FS-AUTORIZACION  NOT EQUAL TO '35' AND
               FS-AUTORIZACION  NOT EQUAL TO SPACES AND
               FS-AUTORIZACION  NOT EQUAL TO LOW-VALUES

               MOVE  'AUTORIZACIONES '     TO  WS-ERROR-FICHERO
               MOVE  FS-AUTORIZACION       TO  WS-ERROR-FS
               PERFORM  9900-ERROR-ABORTAR

           END-IF


           IF  FS-COLA  NOT EQUAL TO '00' AND
               FS-COLA  NOT EQUAL TO '10' AND
               FS-COLA  NOT EQUAL TO '35' AND
               FS-COLA  NOT EQUAL TO SPACES AND
               FS-COLA  NOT EQUAL TO LOW-VALUES

               MOVE  'COLA-APROBACION'     TO  WS-ERROR-FICHERO
               MOVE  FS-COLA               TO  WS-ERROR-FS
               PERFORM  9900-ERROR-ABORTAR

           END-IF


           IF  FS-APROB-LISTADO  NOT EQUAL TO '00' AND
               FS-APROB-LISTADO  NOT EQUAL TO '10' AND
               FS-APROB-LISTADO  NOT EQUAL TO SPACES AND
               FS-APROB-LISTADO  NOT EQUAL TO LOW-VALUES

               MOVE  'APROB-LISTADO  '     TO  WS-ERROR-FICHERO
               MOVE  FS-APROB-LISTADO      TO  WS-ERROR-FS
               PERFORM  9900-ERROR-ABORTAR

           END-IF


           .


                     WS-CONT-RETENIDOS
           DISPLAY  'REGISTROS DE JOURNAL:        '
                     WS-CONT-JOURNAL
           DISPLAY  'RECHAZOS POR INTEGRIDAD:     '
                     WS-CONT-INTEGRIDAD
           DISPLAY  'PARADOS EN COLA APROBACION:  '
                     WS-CONT-EN-COLA
           DISPLAY  'LIBERADOS POR APROBADOR:     '
                     WS-CONT-LIBERADOS
           DISPLAY  'DENEGADOS POR APROBADOR:     '
                     WS-CONT-DENEGADOS
           DISPLAY  '============================='

           .


       FD  MANT-JOURNAL
           BLOCK CONTAINS 0 RECORDS.
       01  REG-JOURNAL                         PIC  X(78).


       WORKING-STORAGE SECTION.
           05  WS-JRN-ANTES                PIC  X(19).
           05  FILLER                      PIC  X(1).
           05  WS-JRN-DESPUES              PIC  X(19).
      *    APROBADOR DEL DOBLE CONTROL (EN BLANCO EN LOS MOVIMIENTOS
      *    QUE NO PASARON POR LA COLA Y EN LOS REGISTROS ANTIGUOS)
           05  FILLER                      PIC  X(1).
           05  WS-JRN-APROBADOR            PIC  X(8).

      *++++++++++++++++++++++++++++++++++++++++*
      *    VARIABLES DE CONTROL-CONTADORES     *

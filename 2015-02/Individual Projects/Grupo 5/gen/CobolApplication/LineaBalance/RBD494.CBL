      *          AGREGA EL CAMPO ENTIDAD AL FINAL DE LOS LAYOUTS      *
      *          COMPARTIDOS (BLANCO = '01', EL BANCO PRINCIPAL),     *
      *          PARA SEGUIR SIENDO LOS MISMOS QUE GRABA LA CADENA    *
      *----------------------------------------------------------------*
      * NRO REQ: REQPR00192183                                       *
      * FECHA  : 20 DE MAYO DE 2016                                   *
      * AUTOR  : M. SOSA                                              *
      * DESCRIP: LAS TARJETAS DEL CARGADOR RBD478 (LAYOUT CN287SE)   *
      *          GANAN AL FINAL LA FECHA EFECTIVA DEL CAMBIO; ESTE   *
      *          PROCESO LA GRABA EN CERO (APLICAR AL APROBAR)       *
      *==============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   RBD494.
           03 RB494-FEC-ALTA              PIC 9(08).
           03 RB494-FEC-BAJA              PIC 9(08).
           03 RB494-ENTIDAD               PIC X(02).
           03 RB494-FECHA-EFECTIVA        PIC 9(08).

      *----------------------------------------------------------------*
      * FECHA DE PROCESO CENTRAL DE LA LINEA DE BALANCE                *
           MOVE CN285SE-FEC-ALTA        TO RB494-FEC-ALTA.
           MOVE WK-FECHA-SISTEMA        TO RB494-FEC-BAJA.
           MOVE CN285SE-ENTIDAD         TO RB494-ENTIDAD.
           MOVE 0                       TO RB494-FECHA-EFECTIVA.

           WRITE REG-RB494SS.
           IF ES-RB494SS NOT = '00'

      *          AGREGA RB483-ENTIDAD AL LAYOUT DE RB483SS PARA      *
      *          SEGUIR SIENDO EL MISMO QUE CONSUME EL CARGADOR      *
      *          RBD478 (BLANCO = '01', EL BANCO PRINCIPAL)          *
      *----------------------------------------------------------------*
      * NRO REQ: REQPR00192183                                       *
      * FECHA  : 20 DE MAYO DE 2016                                   *
      * AUTOR  : M. SOSA                                              *
      * DESCRIP: LAS TARJETAS DEL CARGADOR RBD478 (LAYOUT CN287SE)   *
      *          GANAN AL FINAL LA FECHA EFECTIVA DEL CAMBIO; ESTE   *
      *          PROCESO LA GRABA EN CERO (APLICAR AL APROBAR)       *
      *==============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   RBD482.
           03 RB483-FEC-ALTA              PIC 9(08).
           03 RB483-FEC-BAJA              PIC 9(08).
           03 RB483-ENTIDAD               PIC X(02).
           03 RB483-FECHA-EFECTIVA        PIC 9(08).

       FD  FECPRSS.
       01  REG-FECPRSS.
           MOVE 0                    TO RB483-COD-ADQUI.
           MOVE 0                    TO RB483-FEC-ALTA.
           MOVE WK-FECHA-SISTEMA     TO RB483-FEC-BAJA.
           MOVE 0                    TO RB483-FECHA-EFECTIVA.
           WRITE REG-RB483SS.

           IF ES-RB483SS = '00'

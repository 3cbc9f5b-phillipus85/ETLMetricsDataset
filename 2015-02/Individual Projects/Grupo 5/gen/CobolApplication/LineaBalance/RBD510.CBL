      *          AGREGA EL CAMPO ENTIDAD AL FINAL DE LOS LAYOUTS      *
      *          COMPARTIDOS (BLANCO = '01', EL BANCO PRINCIPAL),     *
      *          PARA SEGUIR SIENDO LOS MISMOS QUE GRABA LA CADENA    *
      *----------------------------------------------------------------*
      * NRO REQ: REQPR00192173                                       *
      * FECHA  : 02 DE MAYO DE 2016                                   *
      * AUTOR  : M. SOSA                                              *
      * DESCRIP: RB461SS TRAE AHORA EL NOMB-ARCH-CARG DE ORIGEN Y    *
      *          SUS DEVOLUCIONES SE RUTEAN COMO LAS DE RB451SS Y    *
      *          RB460SS (LAS GENERACIONES VIEJAS, EN BLANCO, SIGUEN *
      *          A RET450NR). RUTASSS GANA AL FINAL LA HORA DE CORTE *
      *          ACORDADA CON CADA CARGADOR (HHMMSS) QUE USA EL      *
      *          TABLERO RBD521                                      *
      *==============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   RBD510.

      *----------------------------------------------------------------*
      * TABLA DE RUTEO POR ORIGEN: PREFIJO DE NOMB-ARCH-CARG, SISTEMA  *
      * DUENO Y SALIDA ASIGNADA (1 A 4). LA HORA DE CORTE ACORDADA LA  *
      * USA EL TABLERO DE CARGADORES RBD521                            *
      *----------------------------------------------------------------*
       FD  RUTASSS.
       01  REG-RUTASSS.
           03 RUTA-PREFIJO                PIC X(20).
           03 RUTA-SISTEMA                PIC X(08).
           03 RUTA-SALIDA                 PIC 9(01).
           03 RUTA-HORA-CORTE             PIC 9(06).

       FD  RB451SS.
       01  REG-RB451SS.
           03 RB461SS-FECHA-TRANSAC       PIC X(8).
           03 RB461SS-HORA-TRANSAC        PIC X(6).
           03 RB461SS-MOTIVO              PIC X(2).
           03 RB461SS-NOMB-ARCH-CARG      PIC X(100).
       01  REG-RB461SS-TRL.
           03 RB461SS-TRL-TIPO-REG        PIC X(3) VALUE 'TRL'.
           03 RB461SS-TRL-CANT-REGS       PIC 9(10).
           EXIT.

      *----------------------------------------------------------------*
      * RB461SS NO GUARDA NOMBRE-RED Y SUS CAMPOS PUEDEN TRAER BASURA: *
      * VIAJAN TAL CUAL CON EL MOTIVO EN LA DESCRIPCION. SE RUTEA POR  *
      * SU NOMB-ARCH-CARG; LAS GENERACIONES ANTERIORES AL CAMPO LO     *
      * TRAEN EN BLANCO Y SU DEVOLUCION VA A LOS SIN-RUTA              *
      *----------------------------------------------------------------*
       400-DEVOLVER-RB461SS.

                 STRING 'CALIDAD DE DATOS MOTIVO ' RB461SS-MOTIVO
                        DELIMITED BY SIZE
                        INTO WK-C255-DESCRP-TRANSAC
                 MOVE RB461SS-NOMB-ARCH-CARG  TO WK-C255-NOMB-ARCH-CARG
                 MOVE RB461SS-NOMB-ARCH-CARG  TO WK-NOMB-ARCH-ACT
                 PERFORM 800-RUTEAR-Y-GRABAR THRU 800-FIN
              END-IF
           ELSE

      *          ORIGINALES EN EL PASO SIGUIENTE DE LA JCL DE        *
      *          BACKOUT. FECPRSS SOLO SE RETROCEDE SI SU FECHA ES   *
      *          POSTERIOR A LA FECHA RETIRADA                       *
      *----------------------------------------------------------------*
      * NRO REQ: REQPR00192173                                       *
      * FECHA  : 02 DE MAYO DE 2016                                   *
      * AUTOR  : M. SOSA                                              *
      * DESCRIP: RB452SS GANA AL FINAL LA HORA DE PROCESO (HORA-     *
      *          PROC); LA COPIA FILTRADA RB452NW PASA A 126         *
      *          POSICIONES                                          *
      *==============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   RBD504.
           03 RB452SS-NOMB-ARCH           PIC X(100).
           03 RB452SS-CANT-REGS           PIC 9(10).
           03 RB452SS-FECHA-PROC          PIC 9(8).
           03 RB452SS-HORA-PROC           PIC 9(8).

       FD  RB452NW.
       01  REG-RB452NW                    PIC X(126).

       FD  RBVOLSS.
       01  REG-RBVOLSS.

      *          AGREGA EL CAMPO ENTIDAD AL FINAL DE LOS LAYOUTS      *
      *          COMPARTIDOS (BLANCO = '01', EL BANCO PRINCIPAL),     *
      *          PARA SEGUIR SIENDO LOS MISMOS QUE GRABA LA CADENA    *
      *----------------------------------------------------------------*
      * NRO REQ: REQPR00192169                                       *
      * FECHA  : 26 DE ABRIL DE 2016                                  *
      * AUTOR  : M. SOSA                                              *
      * DESCRIP: LA TABLA DE EXTRACTOS PROCESADOS PASA DE 200 A 2000 *
      *          ENTRADAS: LA DEPURACION RBD518 CONSERVA EN RB452SS  *
      *          AL MENOS UN ANIO DE EXTRACTOS PARA EL CONTROL DE    *
      *          DOBLE CARGA                                         *
      *----------------------------------------------------------------*
      * NRO REQ: REQPR00192173                                       *
      * FECHA  : 02 DE MAYO DE 2016                                   *
      * AUTOR  : M. SOSA                                              *
      * DESCRIP: RB452SS GANA AL FINAL LA HORA DE INICIO DE LA       *
      *          CORRIDA (HORA-PROC), MISMO LAYOUT QUE GRABA RBD457  *
      *==============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   RBD496.
           03 RB452SS-NOMB-ARCH           PIC X(100).
           03 RB452SS-CANT-REGS           PIC 9(10).
           03 RB452SS-FECHA-PROC          PIC 9(8).
           03 RB452SS-HORA-PROC           PIC 9(8).

      *----------------------------------------------------------------*
      * HISTORIA DE VOLUMEN POR CORRIDA (VER RBD457)                   *
           03  WK-TRL-CANT                  PIC   9(10).
           03  WK-TRL-HASH                  PIC   9(18).
           03  WK-SW-TRL-VISTO              PIC   9(01).
           03  WK-CANT-ARCH-PROC            PIC   9(04).
           03  WK-IX-ARCH-PROC              PIC   9(04).
           03  WK-CANT-ARCH-VISTOS          PIC   9(03).
           03  WK-IX-ARCH-VISTO             PIC   9(03).
           03  WK-SW-ARCH-REGISTRADO        PIC   9(01).
           03 FILLER                        PIC   X(07) VALUE 'RB457OT'.

       01  TB-ARCH-PROCESADOS.
           03  TB-ARCH-PROC OCCURS 2000 TIMES PIC X(100).

       01  TB-ARCH-VISTOS-TAB.
           03  TB-ARCH-VISTO OCCURS 31 TIMES.

           READ RB452SS.
           IF ES-RB452SS = '00'
              IF WK-CANT-ARCH-PROC >= 2000
                 DISPLAY 'TABLA DE EXTRACTOS PROCESADOS LLENA, '
                         'DEPURAR RB452SS'
                 MOVE     999           TO   RETURN-CODE
           MOVE TB-AV-NOMBRE(WK-IX-ARCH-VISTO) TO RB452SS-NOMB-ARCH.
           MOVE TB-AV-CANT(WK-IX-ARCH-VISTO)   TO RB452SS-CANT-REGS.
           MOVE WK-FECHA-SISTEMA               TO RB452SS-FECHA-PROC.
           MOVE WK-HORA-INICIO                 TO RB452SS-HORA-PROC.
           WRITE REG-RB452SS.
           IF ES-RB452SS NOT = '00'
              DISPLAY 'ERROR AL GRABAR REGISTRO RB452SS ' ES-RB452SS

      *          LEEN RBD470/RBD485/RBD490 SE DESCARGA DE TASACSE
      *          EN EL PASO DE EXTRACCION PREVIO A LA CADENA
      *----------------------------------------------------------------
      * REQ    : REQPR00192171
      * FECHA  : 28 DE ABRIL DE 2016
      * AUTOR  : M. SOSA
      * DESCR  : CN288SS GANA AL FINAL EL PERFIL DEL USUARIO Y LOS
      *          DATOS DE QUIEN LO AUTORIZO, QUE MANTIENE RDK08405.
      *          ESTA FUNCION SOLO ADMITE EL PERFIL 'T'
      *          (OPERADOR DE TASAS); UN USUARIO SIN PERFIL
      *          (ESPACIOS, AUN NO RECERTIFICADO) SIGUE VALIDANDOSE
      *          SOLO POR ACCIONES. EL AREA SE LIMPIA ANTES DE LEER
      *          PORQUE LOS REGISTROS VIEJOS SON MAS CORTOS
      *----------------------------------------------------------------
      * REQ    :
      * FECHA  :
      * AUTOR  :
              03 CN288-USUARIO               PIC X(13).
           02 CN288-NUM-OFI                  PIC 9(03).
           02 CN288-ACCIONES                 PIC X(03).
           02 CN288-PERFIL                   PIC X(01).
           02 CN288-FECHA-ALTA               PIC 9(08).
           02 CN288-USUARIO-ALTA             PIC X(13).
           02 CN288-FECHA-ULT-ACT            PIC 9(08).
           02 CN288-USUARIO-ULT-ACT          PIC X(13).

       01  WK-RESP-CN288                     PIC S9(08) COMP.

              GO TO 018-FIN
           END-IF.

           INITIALIZE AREA-CN288.
           MOVE RD73-USUARIO TO CN288-USUARIO.

           EXEC CICS READ
              GO TO 018-FIN
           END-IF.

           IF CN288-PERFIL NOT = SPACE AND CN288-PERFIL NOT = 'T'
              MOVE WK-COD-ACCNOAUT TO RD73-COD-RESP
              MOVE 'PERFIL DEL USUARIO NO HABILITA ESTA FUNCION'
                                   TO RD73-DES-RESP
              GO TO 018-FIN
           END-IF.

           IF RD73-TIP-ACCION = CN288-ACCIONES(1:1) OR
              RD73-TIP-ACCION = CN288-ACCIONES(2:1) OR
              RD73-TIP-ACCION = CN288-ACCIONES(3:1)

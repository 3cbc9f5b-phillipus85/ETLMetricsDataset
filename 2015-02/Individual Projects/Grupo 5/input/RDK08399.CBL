      *          RESUELTO SE RECHAZA Y LO CASTIGADO SOLO SE REABRE
      *          POR EL REVERSO CONTABLE DE RBD499
      *----------------------------------------------------------------
      * REQ    : REQPR00192171
      * FECHA  : 28 DE ABRIL DE 2016
      * AUTOR  : M. SOSA
      * DESCR  : CN288SS GANA AL FINAL EL PERFIL DEL USUARIO Y LOS
      *          DATOS DE QUIEN LO AUTORIZO, QUE MANTIENE RDK08405.
      *          ESTA FUNCION SOLO ADMITE EL PERFIL 'C'
      *          (CAPTURADOR (OPERACIONES)); UN USUARIO SIN PERFIL
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
           MOVE RD79-USUARIO TO CN288-USUARIO.

           EXEC CICS READ
              GO TO 018-FIN
           END-IF.

           IF CN288-PERFIL NOT = SPACE AND CN288-PERFIL NOT = 'C'
              MOVE WK-COD-ACCNOAUT TO RD79-COD-RESP
              MOVE 'PERFIL DEL USUARIO NO HABILITA ESTA FUNCION'
                                   TO RD79-DES-RESP
              GO TO 018-FIN
           END-IF.

           MOVE 1 TO WK-SW-AUTORIZADO.

       018-FIN.

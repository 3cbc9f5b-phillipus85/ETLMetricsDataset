      *          EL PENDIENTE CN289SS Y LA BITACORA CN286SS GANAN EL
      *          CAMPO ENTIDAD AL FINAL
      *----------------------------------------------------------------
      * REQ    : REQPR00192171
      * FECHA  : 28 DE ABRIL DE 2016
      * AUTOR  : M. SOSA
      * DESCR  : CN288SS GANA AL FINAL EL PERFIL DEL USUARIO Y LOS
      *          DATOS DE QUIEN LO AUTORIZO, QUE MANTIENE RDK08405.
      *          ESTA FUNCION SOLO ADMITE EL PERFIL 'C'
      *          (CAPTURADOR DE CN285SE); UN USUARIO SIN PERFIL
      *          (ESPACIOS, AUN NO RECERTIFICADO) SIGUE VALIDANDOSE
      *          SOLO POR ACCIONES. EL AREA SE LIMPIA ANTES DE LEER
      *          PORQUE LOS REGISTROS VIEJOS SON MAS CORTOS
      *----------------------------------------------------------------
      * REQ    : REQPR00192183
      * FECHA  : 20 DE MAYO DE 2016
      * AUTOR  : M. SOSA
      * DESCR  : CAMBIOS CON FECHA EFECTIVA: LA COMMAREA INCORPORA
      *          AL FINAL RD69-FECHA-EFECTIVA (0 = INMEDIATO). SI SE
      *          INFORMA DEBE SER POSTERIOR A HOY (0095) Y VIAJA EN
      *          EL PENDIENTE CN289SS; AL APROBARLO RDK08394 LO DEJA
      *          PROGRAMADO EN CN291SS Y LO APLICA EL BATCH RBD528
      *          EL DIA QUE CORRESPONDE. RDK08407 LOS CONSULTA Y
      *          PERMITE CANCELARLOS
      *----------------------------------------------------------------
      * REQ    :
      * FECHA  :
      * AUTOR  :
           02 CN289-FECHA-DECISION           PIC 9(08).
           02 CN289-HORA-DECISION            PIC 9(06).
           02 CN289-ENTIDAD                  PIC X(02).
           02 CN289-FECHA-EFECTIVA           PIC 9(08).

       01  WK-RESP-CN289                     PIC S9(08) COMP.

              03 CN288-USUARIO               PIC X(13).
           02 CN288-NUM-OFI                  PIC 9(03).
           02 CN288-ACCIONES                 PIC X(03).
           02 CN288-PERFIL                   PIC X(01).
           02 CN288-FECHA-ALTA               PIC 9(08).
           02 CN288-USUARIO-ALTA             PIC X(13).
           02 CN288-FECHA-ULT-ACT            PIC 9(08).
           02 CN288-USUARIO-ULT-ACT          PIC X(13).

       01  WK-RESP-CN288                     PIC S9(08) COMP.
       01  WK-COD-NOAUTOR                    PIC 9(04) VALUE 0092.
       01  WK-COD-DISPOB                     PIC 9(04) VALUE 0096.
       01  WK-COD-VALIDACION                 PIC 9(04) VALUE 0.
       01  WK-DES-VALIDACION                 PIC X(60).
       01  WK-FECHA-HOY                      PIC 9(08).

       LINKAGE SECTION.
       01  DFHCOMMAREA.
              03 RD69-USUARIO                PIC X(13).
              03 RD69-NUM-OFI                PIC 9(03).
              03 RD69-ENTIDAD                PIC X(02).
              03 RD69-FECHA-EFECTIVA         PIC 9(08).

           02 RD69-SALIDA.
              03 RD69-COD-RESP               PIC 9(04).
              GO TO 015-FIN
           END-IF.

      * LA FECHA EFECTIVA ES OPCIONAL (0 = APLICAR AL APROBAR); SI
      * SE INFORMA DEBE SER FUTURA, LO DE HOY NO SE PROGRAMA
           IF RD69-FECHA-EFECTIVA NOT NUMERIC
              SET WK-ACCION-INVALIDA TO TRUE
              MOVE WK-COD-FECINC TO WK-COD-VALIDACION
              MOVE 'FECHA EFECTIVA NO NUMERICA'
                                 TO WK-DES-VALIDACION
              GO TO 015-FIN
           END-IF.

           ACCEPT WK-FECHA-HOY FROM DATE YYYYMMDD.
           IF RD69-FECHA-EFECTIVA > 0 AND
              RD69-FECHA-EFECTIVA NOT > WK-FECHA-HOY
              SET WK-ACCION-INVALIDA TO TRUE
              MOVE WK-COD-FECINC TO WK-COD-VALIDACION
              MOVE 'FECHA EFECTIVA DEBE SER POSTERIOR A HOY'
                                 TO WK-DES-VALIDACION
              GO TO 015-FIN
           END-IF.

           IF RD69-ES-ALTA OR RD69-ES-MODIFICA
              PERFORM 0150-VALIDAR-RED THRU 0150-FIN
           END-IF.
              GO TO 018-FIN
           END-IF.

           INITIALIZE AREA-CN288.
           MOVE RD69-USUARIO TO CN288-USUARIO.

           EXEC CICS READ
              GO TO 018-FIN
           END-IF.

           IF CN288-PERFIL NOT = SPACE AND CN288-PERFIL NOT = 'C'
              MOVE WK-COD-ACCNOAUT TO RD69-COD-RESP
              MOVE 'PERFIL DEL USUARIO NO HABILITA ESTA FUNCION'
                                   TO RD69-DES-RESP
              GO TO 018-FIN
           END-IF.

           IF RD69-TIP-ACCION = CN288-ACCIONES(1:1) OR
              RD69-TIP-ACCION = CN288-ACCIONES(2:1) OR
              RD69-TIP-ACCION = CN288-ACCIONES(3:1)
           ELSE
              MOVE RD69-ENTIDAD  TO CN289-ENTIDAD
           END-IF.
           MOVE RD69-FECHA-EFECTIVA   TO CN289-FECHA-EFECTIVA.

           EXEC CICS WRITE
                     FILE('CN289SS')

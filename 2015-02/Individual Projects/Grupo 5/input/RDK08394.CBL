      *          GANAN EL CAMPO ENTIDAD AL FINAL Y LA APROBACION LO
      *          PROPAGA AL KSDS Y A LA BITACORA
      *----------------------------------------------------------------
      * REQ    : REQPR00192171
      * FECHA  : 28 DE ABRIL DE 2016
      * AUTOR  : M. SOSA
      * DESCR  : CN288SS GANA AL FINAL EL PERFIL DEL USUARIO Y LOS
      *          DATOS DE QUIEN LO AUTORIZO, QUE MANTIENE RDK08405.
      *          ESTA FUNCION SOLO ADMITE EL PERFIL 'P'
      *          (APROBADOR DE CN285SE); UN USUARIO SIN PERFIL
      *          (ESPACIOS, AUN NO RECERTIFICADO) SIGUE VALIDANDOSE
      *          SOLO POR ACCIONES. EL AREA SE LIMPIA ANTES DE LEER
      *          PORQUE LOS REGISTROS VIEJOS SON MAS CORTOS
      *----------------------------------------------------------------
      * REQ    : REQPR00192183
      * FECHA  : 20 DE MAYO DE 2016
      * AUTOR  : M. SOSA
      * DESCR  : CAMBIOS CON FECHA EFECTIVA: CN289SS GANA AL FINAL
      *          CN289-FECHA-EFECTIVA. SI AL APROBAR ES POSTERIOR A
      *          HOY EL CAMBIO NO TOCA CN285SE (NI PIDE VENTANA):
      *          QUEDA PROGRAMADO EN CN291SS CON ESTADO 'P' Y LO
      *          APLICA, Y REGISTRA EN CN286SS, EL BATCH RBD528 EL
      *          DIA QUE CORRESPONDE. EL LISTADO DEVUELVE AL FINAL
      *          DE LA COMMAREA LA FECHA EFECTIVA DE CADA PENDIENTE.
      *          EL AREA CN289 SE LIMPIA ANTES DE CADA LECTURA
      *          PORQUE LOS REGISTROS VIEJOS SON MAS CORTOS
      *----------------------------------------------------------------
      * REQ    :
      * FECHA  :
      * AUTOR  :
           02 CN289-FECHA-DECISION           PIC 9(08).
           02 CN289-HORA-DECISION            PIC 9(06).
           02 CN289-ENTIDAD                  PIC X(02).
           02 CN289-FECHA-EFECTIVA           PIC 9(08).

       01  WK-RESP-CN289                     PIC S9(08) COMP.

      *----------------------------------------------------------------
      * CAMBIOS APROBADOS CON FECHA EFECTIVA FUTURA, A LA ESPERA DE
      * QUE LOS APLIQUE RBD528 (ESTADO 'P'). LOS CONSULTA Y CANCELA
      * RDK08407
      *----------------------------------------------------------------
       01  AREA-CN291.
           02 CN291-LLAVE.
              03 CN291-NUM-CTA               PIC 9(16).
              03 CN291-FECHA-EFECTIVA        PIC 9(08).
              03 CN291-FECHA-CAPTURA         PIC 9(08).
              03 CN291-HORA-CAPTURA          PIC 9(06).
           02 CN291-TIP-ACCION               PIC X(01).
           02 CN291-DATOS-TRX.
              03 CN291-DISP                  PIC X(03).
              03 CN291-LOCALIZACION          PIC X(01).
              03 CN291-ORIGEN                PIC X(03).
              03 CN291-APLIC-ORIGEN          PIC X(02).
              03 CN291-APLIC-DEST            PIC X(02).
           02 CN291-RED-ADQUIR               PIC X(02).
           02 CN291-COD-ADQUI                PIC 9(02).
           02 CN291-NUM-DISPOSITIVO          PIC X(04).
           02 CN291-DESCRIPCION              PIC X(100).
           02 CN291-IND-ENCRIPCION           PIC X(01).
           02 CN291-LLAVE-ENCRP              PIC X(09).
           02 CN291-FEC-ALTA                 PIC 9(08).
           02 CN291-FEC-BAJA                 PIC 9(08).
           02 CN291-USUARIO                  PIC X(13).
           02 CN291-NUM-OFI                  PIC 9(03).
           02 CN291-APROBADOR                PIC X(13).
           02 CN291-FECHA-APROBACION         PIC 9(08).
           02 CN291-ENTIDAD                  PIC X(02).
           02 CN291-ESTADO                   PIC X(01).
              88 CN291-PROGRAMADO            VALUE 'P'.
              88 CN291-EJECUTADO             VALUE 'E'.
              88 CN291-CANCELADO             VALUE 'C'.
              88 CN291-FALLIDO               VALUE 'F'.
           02 CN291-FECHA-ESTADO             PIC 9(08).
           02 CN291-USUARIO-ESTADO           PIC X(13).
           02 CN291-MOTIVO                   PIC X(02).

       01  WK-RESP-CN291                     PIC S9(08) COMP.
       01  WK-FECHA-HOY                      PIC 9(08).
       01  WK-SW-PROGRAMADO                  PIC 9(01) VALUE 0.

      *----------------------------------------------------------------
      * BITACORA DE CAMBIOS, MISMO LAYOUT DE AREA-CN286 DE RDK08320
      *----------------------------------------------------------------
              03 CN288-USUARIO               PIC X(13).
           02 CN288-NUM-OFI                  PIC 9(03).
           02 CN288-ACCIONES                 PIC X(03).
           02 CN288-PERFIL                   PIC X(01).
           02 CN288-FECHA-ALTA               PIC 9(08).
           02 CN288-USUARIO-ALTA             PIC X(13).
           02 CN288-FECHA-ULT-ACT            PIC 9(08).
           02 CN288-USUARIO-ULT-ACT          PIC X(13).

       01  WK-RESP-CN288                     PIC S9(08) COMP.

                    05 RD75-PEND-ACCION      PIC X(01).
                    05 RD75-PEND-RED         PIC X(02).
                    05 RD75-PEND-USUARIO     PIC X(13).
              03 RD75-PEND-FECHAS-EFECTIVAS.
                 04 RD75-PEND-FEC-EFECTIVA   PIC 9(08) OCCURS 15 TIMES.

       PROCEDURE DIVISION.


       022-LEER-PENDIENTE.

           INITIALIZE AREA-CN289.

           EXEC CICS READNEXT
                     FILE('CN289SS')
                     INTO(AREA-CN289)
           MOVE CN289-TIP-ACCION TO RD75-PEND-ACCION(RD75-CANT-PEND).
           MOVE CN289-RED-ADQUIR TO RD75-PEND-RED(RD75-CANT-PEND).
           MOVE CN289-USUARIO    TO RD75-PEND-USUARIO(RD75-CANT-PEND).
           IF CN289-FECHA-EFECTIVA NUMERIC
              MOVE CN289-FECHA-EFECTIVA
                              TO RD75-PEND-FEC-EFECTIVA(RD75-CANT-PEND)
           END-IF.

       022-FIN.
           EXIT.
      *----------------------------------------------------------------
       023-DECIDIR-PENDIENTE.

           INITIALIZE AREA-CN289.
           MOVE RD75-FECHA   TO CN289-FECHA.
           MOVE RD75-HORA    TO CN289-HORA.
           MOVE RD75-NUM-CTA TO CN289-NUM-CTA.
              GO TO 023-FIN
           END-IF.

      * UN CAMBIO CON FECHA EFECTIVA FUTURA NO TOCA CN285SE: QUEDA
      * PROGRAMADO EN CN291SS PARA EL BATCH RBD528. SI LA FECHA YA
      * LLEGO CUANDO SE APRUEBA, SE APLICA DE INMEDIATO
           MOVE 0 TO WK-SW-PROGRAMADO.
           IF CN289-FECHA-EFECTIVA NOT NUMERIC
              MOVE 0 TO CN289-FECHA-EFECTIVA
           END-IF.
           ACCEPT WK-FECHA-HOY FROM DATE YYYYMMDD.
           IF RD75-ES-APROBAR AND CN289-FECHA-EFECTIVA > WK-FECHA-HOY
              PERFORM 031-PROGRAMAR-CAMBIO THRU 031-FIN
              IF WK-SW-PROGRAMADO = 0
                 GO TO 023-FIN
              END-IF
           END-IF.

           IF RD75-ES-APROBAR AND WK-SW-PROGRAMADO = 0
              PERFORM 016-VERIFICAR-VENTANA THRU 016-FIN
              IF WK-SW-VENTANA-BATCH = 1
                 MOVE WK-COD-VENTANA TO RD75-COD-RESP
              IF WK-SW-APLICADO = 0
                 GO TO 023-FIN
              END-IF
           END-IF.

           IF RD75-ES-APROBAR
              SET CN289-APROBADO TO TRUE
           ELSE
              SET CN289-RECHAZADO TO TRUE
              GO TO 023-FIN
           END-IF.

           IF WK-SW-PROGRAMADO = 1
              MOVE 0 TO RD75-COD-RESP
              MOVE SPACES TO RD75-DES-RESP
              STRING 'CAMBIO APROBADO, PROGRAMADO PARA EL '
                     CN289-FECHA-EFECTIVA
                     DELIMITED BY SIZE INTO RD75-DES-RESP
              GO TO 023-FIN
           END-IF.

           IF RD75-ES-APROBAR
              PERFORM 025-GRABAR-CN286SS THRU 025-FIN
              IF RD75-COD-RESP = 0
              GO TO 018-FIN
           END-IF.

           INITIALIZE AREA-CN288.
           MOVE RD75-USUARIO TO CN288-USUARIO.

           EXEC CICS READ
              GO TO 018-FIN
           END-IF.

           IF CN288-PERFIL NOT = SPACE AND CN288-PERFIL NOT = 'P'
              MOVE WK-COD-ACCNOAUT TO RD75-COD-RESP
              MOVE 'PERFIL DEL USUARIO NO HABILITA ESTA FUNCION'
                                   TO RD75-DES-RESP
              GO TO 018-FIN
           END-IF.

           IF CN289-TIP-ACCION = CN288-ACCIONES(1:1) OR
              CN289-TIP-ACCION = CN288-ACCIONES(2:1) OR
              CN289-TIP-ACCION = CN288-ACCIONES(3:1)
       025-FIN.
           EXIT.

      *----------------------------------------------------------------
      * DEJA EL CAMBIO APROBADO PROGRAMADO EN CN291SS (ESTADO 'P')
      * CON LOS DATOS DEL PENDIENTE, EL CAPTURADOR Y EL APROBADOR.
      * LA BITACORA CN286SS LA GRABA RBD528 CUANDO LO APLICA
      *----------------------------------------------------------------
       031-PROGRAMAR-CAMBIO.

           INITIALIZE AREA-CN291.
           MOVE CN289-NUM-CTA         TO CN291-NUM-CTA.
           MOVE CN289-FECHA-EFECTIVA  TO CN291-FECHA-EFECTIVA.
           MOVE CN289-FECHA           TO CN291-FECHA-CAPTURA.
           MOVE CN289-HORA            TO CN291-HORA-CAPTURA.
           MOVE CN289-TIP-ACCION      TO CN291-TIP-ACCION.
           MOVE CN289-DATOS-TRX       TO CN291-DATOS-TRX.
           MOVE CN289-RED-ADQUIR      TO CN291-RED-ADQUIR.
           MOVE CN289-COD-ADQUI       TO CN291-COD-ADQUI.
           MOVE CN289-NUM-DISPOSITIVO TO CN291-NUM-DISPOSITIVO.
           MOVE CN289-DESCRIPCION     TO CN291-DESCRIPCION.
           MOVE CN289-IND-ENCRIPCION  TO CN291-IND-ENCRIPCION.
           MOVE CN289-LLAVE-ENCRP     TO CN291-LLAVE-ENCRP.
           MOVE CN289-FEC-ALTA        TO CN291-FEC-ALTA.
           MOVE CN289-FEC-BAJA        TO CN291-FEC-BAJA.
           MOVE CN289-USUARIO         TO CN291-USUARIO.
           MOVE CN289-NUM-OFI         TO CN291-NUM-OFI.
           MOVE RD75-USUARIO          TO CN291-APROBADOR.
           MOVE WK-FECHA-HOY          TO CN291-FECHA-APROBACION.
           IF CN289-ENTIDAD = SPACES OR CN289-ENTIDAD = '00'
              MOVE '01'           TO CN291-ENTIDAD
           ELSE
              MOVE CN289-ENTIDAD  TO CN291-ENTIDAD
           END-IF.
           SET  CN291-PROGRAMADO      TO TRUE.
           MOVE WK-FECHA-HOY          TO CN291-FECHA-ESTADO.
           MOVE RD75-USUARIO          TO CN291-USUARIO-ESTADO.

           EXEC CICS WRITE
                     FILE('CN291SS')
                     FROM(AREA-CN291)
                     LENGTH(LENGTH OF AREA-CN291)
                     RIDFLD(CN291-LLAVE)
                     RESP(WK-RESP-CN291)
           END-EXEC.

           IF WK-RESP-CN291 = DFHRESP(NORMAL)
              MOVE 1   TO WK-SW-PROGRAMADO
           ELSE
              MOVE 999 TO RD75-COD-RESP
              MOVE 'ERROR AL PROGRAMAR EL CAMBIO EN CN291SS'
                       TO RD75-DES-RESP
           END-IF.

       031-FIN.
           EXIT.

       990-ERROR-SISTEMA.
           CALL 'SOC300' USING DFHEIBLK RETURNING SOC300-SALIDA.
           MOVE 999                           TO RD75-COD-RESP.

       IDENTIFICATION DIVISION.
       PROGRAM-ID.   RDK08404.
      * AUTOR    :   M. SOSA
      * OBJETIVO :   MANTENIMIENTO EN LINEA DEL TARIFARIO DE
      *              INTERCAMBIO (COPIA VSAM RD479SS, LLAVE RED +
      *              TIPO DE TRANSACCION + FECHA DESDE) QUE HOY SE
      *              EDITA COMO ARCHIVO PLANO TARIFSS. PERMITE ALTA Y
      *              MODIFICACION DE UNA REGLA, VALIDA AL OPERADOR
      *              CONTRA CN288SS Y RECHAZA RANGOS DE VIGENCIA QUE
      *              SE SOLAPEN PARA LA MISMA RED Y TIPO. LA ACCION
      *              'S' SIMULA LA REGLA PROPUESTA SOBRE EL VOLUMEN DEL
      *              ULTIMO PERIODO LIQUIDADO POR RBD502 (RESUMEN
      *              RB502VS) Y DEVUELVE, POR TIPO Y MONEDA DE LA RED,
      *              LA TARIFA ACTUAL, LA PROPUESTA Y LA DIFERENCIA,
      *              SIN GRABAR NADA
      *              FORMATEADOR PARA INTRANET HAC
      *----------------------------------------------------------------
      * NRO SOL: REQPR00192170
      * FECHA  : 27 DE ABRIL DE 2016
      * AUTOR  : M. SOSA
      * DESCRIP: VERSION INICIAL DEL PROGRAMA. LOS PRIMEROS 38 BYTES
      *          DE RD479SS SON EL RENGLON DE TARIFSS; SE DESCARGAN
      *          COMO TABNEWSS DE RBD506 (TABLA TARIF) EN EL PASO DE
      *          EXTRACCION PREVIO A LA LIQUIDACION. LA SIMULACION
      *          APLICA LA REGLA A TODO EL PERIODO, SIN MIRAR SU
      *          VIGENCIA: UNA REGLA DE TIPO EXACTO TARIFA ESE TIPO Y
      *          UNA REGLA COMODIN (TIPO EN ESPACIOS) LOS TIPOS DE LA
      *          RED QUE NO TIENEN REGLA EXACTA, IGUAL QUE RBD502
      *----------------------------------------------------------------
      * REQ    : REQPR00192171
      * FECHA  : 28 DE ABRIL DE 2016
      * AUTOR  : M. SOSA
      * DESCR  : CN288SS GANA AL FINAL EL PERFIL DEL USUARIO Y LOS
      *          DATOS DE QUIEN LO AUTORIZO, QUE MANTIENE RDK08405.
      *          ESTA FUNCION SOLO ADMITE EL PERFIL 'T'
      *          (OPERADOR DE TASAS Y TARIFAS); UN USUARIO SIN PERFIL
      *          (ESPACIOS, AUN NO RECERTIFICADO) SIGUE VALIDANDOSE
      *          SOLO POR ACCIONES. EL AREA SE LIMPIA ANTES DE LEER
      *          PORQUE LOS REGISTROS VIEJOS SON MAS CORTOS
      *----------------------------------------------------------------
      * REQ    : REQPR00192196
      * FECHA  : 30 DE JUNIO DE 2016
      * AUTOR  : M. SOSA
      * DESCR  : RD479SS NO PASA POR RBD506: LA DESCARGA AL PLANO
      *          TARIFSS LA HACE RBD543, PRIMER PASO DE RBD502P.JCL,
      *          ANTES DE LA LIQUIDACION
      *----------------------------------------------------------------
      * REQ    :
      * FECHA  :
      * AUTOR  :
      * DESCR  :
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.        IBM-9672.
       OBJECT-COMPUTER.        IBM-9672.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

      * ------ PARAMETROS RUTINA MANEJO DE ERRORES -----
       01  SOC300-SALIDA.
           COPY 'SOY300'.

      *----------------------------------------------------------------
      * COPIA VSAM DEL TARIFARIO: RENGLON DE TARIFSS (MISMOS CAMPOS
      * QUE LEE RBD502) MAS QUIEN Y CUANDO LO CARGO O CAMBIO
      *----------------------------------------------------------------
       01  AREA-RD479.
           02 RD479-TARIFSS.
              03 RD479-LLAVE.
                 04 RD479-RED-ADQUIR         PIC X(02).
                 04 RD479-TIP-TRANSAC        PIC X(03).
                 04 RD479-FECHA-DESDE        PIC 9(08).
              03 RD479-FECHA-HASTA           PIC 9(08).
              03 RD479-TASA-PCT              PIC 9(03)V9(04).
              03 RD479-TARIFA-FIJA           PIC 9(07)V9(02).
              03 RD479-SENTIDO               PIC X(01).
           02 RD479-USUARIO                  PIC X(13).
           02 RD479-NUM-OFI                  PIC 9(03).
           02 RD479-FECHA-ULT-ACT            PIC 9(08).
           02 RD479-HORA-ULT-ACT             PIC 9(06).

       01  WK-LLAVE-BROWSE.
           02 WK-BRW-RED-ADQUIR              PIC X(02).
           02 WK-BRW-TIP-TRANSAC             PIC X(03).
           02 WK-BRW-FECHA-DESDE             PIC 9(08).

       01  WK-RESP-RD479                     PIC S9(08) COMP.
       01  WK-HORA-CAPTURA                   PIC 9(08).

      *----------------------------------------------------------------
      * RESUMEN DE VOLUMEN DEL ULTIMO PERIODO LIQUIDADO, QUE GRABA
      * RBD502 (MISMO LAYOUT DE REG-RB502VS)
      *----------------------------------------------------------------
       01  AREA-RB502VS.
           02 RB502VS-LLAVE.
              03 RB502VS-RED-ADQUIR          PIC X(02).
              03 RB502VS-TIP-TRANSAC         PIC X(03).
              03 RB502VS-MONEDA              PIC X(03).
           02 RB502VS-FECHA-MIN              PIC 9(08).
           02 RB502VS-FECHA-MAX              PIC 9(08).
           02 RB502VS-CANT                   PIC 9(10).
           02 RB502VS-MONTO                  PIC 9(15)V9(02).
           02 RB502VS-TARIFA                 PIC 9(13)V9(02).
           02 RB502VS-CANT-SIN-REGLA         PIC 9(10).
           02 RB502VS-IND-EXACTA             PIC X(01).
           02 RB502VS-SENTIDO                PIC X(01).
           02 RB502VS-FECHA-PROCESO          PIC 9(08).

       01  WK-LLAVE-VS.
           02 WK-VS-RED-ADQUIR               PIC X(02).
           02 WK-VS-TIP-TRANSAC              PIC X(03).
           02 WK-VS-MONEDA                   PIC X(03).

       01  WK-RESP-RB502VS                   PIC S9(08) COMP.

      *----------------------------------------------------------------
      * ARCHIVO DE AUTORIZACIONES DE MANTENIMIENTO, EL MISMO QUE
      * CONSULTA RDK08320
      *----------------------------------------------------------------
       01  AREA-CN288.
           02 CN288-LLAVE.
              03 CN288-USUARIO               PIC X(13).
           02 CN288-NUM-OFI                  PIC 9(03).
           02 CN288-ACCIONES                 PIC X(03).
           02 CN288-PERFIL                   PIC X(01).
           02 CN288-FECHA-ALTA               PIC 9(08).
           02 CN288-USUARIO-ALTA             PIC X(13).
           02 CN288-FECHA-ULT-ACT            PIC 9(08).
           02 CN288-USUARIO-ULT-ACT          PIC X(13).

       01  WK-RESP-CN288                     PIC S9(08) COMP.

       01  WK-COD-INVREQ                     PIC 9(04) VALUE 0008.
       01  WK-COD-NOTFND                     PIC 9(04) VALUE 0081.
       01  WK-COD-NOAUTOR                    PIC 9(04) VALUE 0092.
       01  WK-COD-ACCNOAUT                   PIC 9(04) VALUE 0093.
       01  WK-COD-SOLAPE                     PIC 9(04) VALUE 0098.

       01  WK-SW-AUTORIZADO                  PIC 9(01) VALUE 0.
       01  WK-SW-FIN-BROWSE                  PIC 9(01) VALUE 0.
       01  WK-SW-SOLAPE                      PIC 9(01) VALUE 0.
       01  WK-SW-APLICA                      PIC 9(01) VALUE 0.
       01  WK-SW-MONEDA-HALLADA              PIC 9(01) VALUE 0.

       01  WK-HASTA-NUEVA                    PIC 9(08).
       01  WK-HASTA-EXISTENTE                PIC 9(08).
       01  WK-DESDE-SOLAPE                   PIC 9(08).
       01  WK-TARIFA-PROPUESTA               PIC 9(15)V9(02).
       01  WK-IX-MONEDA                      PIC 9(01).

       LINKAGE SECTION.
       01  DFHCOMMAREA.
           02 RD81-ENTRADA.
              03 RD81-TIP-ACCION             PIC X(01).
                 88 RD81-ES-ALTA      VALUE 'A'.
                 88 RD81-ES-MODIFICA  VALUE 'M'.
                 88 RD81-ES-SIMULA    VALUE 'S'.
              03 RD81-RED-ADQUIR             PIC X(02).
              03 RD81-TIP-TRANSAC            PIC X(03).
              03 RD81-FECHA-DESDE            PIC 9(08).
              03 RD81-FECHA-HASTA            PIC 9(08).
              03 RD81-TASA-PCT               PIC 9(03)V9(04).
              03 RD81-TARIFA-FIJA            PIC 9(07)V9(02).
              03 RD81-SENTIDO                PIC X(01).
              03 RD81-USUARIO                PIC X(13).
              03 RD81-NUM-OFI                PIC 9(03).

           02 RD81-SALIDA.
              03 RD81-COD-RESP               PIC 9(04).
              03 RD81-DES-RESP               PIC X(60).
              03 RD81-PER-DESDE              PIC 9(08).
              03 RD81-PER-HASTA              PIC 9(08).
              03 RD81-CANT-FILAS             PIC 9(02).
              03 RD81-IND-MAS                PIC X(01).
              03 RD81-FILAS.
                 04 RD81-FIL OCCURS 20 TIMES.
                    05 RD81-FIL-TIP-TRANSAC  PIC X(03).
                    05 RD81-FIL-MONEDA       PIC X(03).
                    05 RD81-FIL-SENTIDO      PIC X(01).
                    05 RD81-FIL-CANT         PIC 9(10).
                    05 RD81-FIL-MONTO        PIC 9(15)V9(02).
                    05 RD81-FIL-TARIFA-ACT   PIC 9(15)V9(02).
                    05 RD81-FIL-TARIFA-PROP  PIC 9(15)V9(02).
                    05 RD81-FIL-DIFERENCIA   PIC S9(15)V9(02).
              03 RD81-CANT-MONEDAS           PIC 9(01).
              03 RD81-TOTALES.
                 04 RD81-TOT OCCURS 5 TIMES.
                    05 RD81-TOT-MONEDA       PIC X(03).
                    05 RD81-TOT-TARIFA-ACT   PIC 9(15)V9(02).
                    05 RD81-TOT-TARIFA-PROP  PIC 9(15)V9(02).
                    05 RD81-TOT-DIFERENCIA   PIC S9(15)V9(02).

       PROCEDURE DIVISION.

           PERFORM 010-INICIALIZAR     THRU 010-FIN.
           PERFORM 020-PROCESO         THRU 020-FIN.
           PERFORM 030-TERMINAR        THRU 030-FIN.

       010-INICIALIZAR.

           EXEC CICS HANDLE ABEND
                    LABEL(990-ERROR-SISTEMA)
           END-EXEC.

           INITIALIZE RD81-SALIDA.
           MOVE 'N' TO RD81-IND-MAS.

       010-FIN.
           EXIT.

       020-PROCESO.

           PERFORM 015-VALIDAR-ENTRADA THRU 015-FIN.
           IF RD81-COD-RESP NOT = 0
              GO TO 020-FIN
           END-IF.

           PERFORM 018-VERIFICAR-AUTORIZACION THRU 018-FIN.
           IF WK-SW-AUTORIZADO = 0
              GO TO 020-FIN
           END-IF.

           IF RD81-ES-SIMULA
              PERFORM 040-SIMULAR-REGLA THRU 040-FIN
              GO TO 020-FIN
           END-IF.

           PERFORM 022-VERIFICAR-SOLAPE THRU 022-FIN.
           IF WK-SW-SOLAPE = 1
              GO TO 020-FIN
           END-IF.

           IF RD81-ES-ALTA
              PERFORM 027-ALTA-RD479     THRU 027-FIN
           ELSE
              PERFORM 028-MODIFICA-RD479 THRU 028-FIN
           END-IF.

       020-FIN.
           EXIT.

       015-VALIDAR-ENTRADA.

           IF NOT RD81-ES-ALTA AND NOT RD81-ES-MODIFICA
                               AND NOT RD81-ES-SIMULA
              MOVE WK-COD-INVREQ TO RD81-COD-RESP
              MOVE 'TIPO DE ACCION INVALIDO' TO RD81-DES-RESP
              GO TO 015-FIN
           END-IF.

           IF RD81-RED-ADQUIR = SPACES
              MOVE WK-COD-INVREQ TO RD81-COD-RESP
              MOVE 'RED ADQUIRIENTE NO INFORMADA' TO RD81-DES-RESP
              GO TO 015-FIN
           END-IF.

           IF RD81-FECHA-DESDE NOT NUMERIC OR RD81-FECHA-DESDE = 0
              MOVE WK-COD-INVREQ TO RD81-COD-RESP
              MOVE 'FECHA DESDE INVALIDA' TO RD81-DES-RESP
              GO TO 015-FIN
           END-IF.

      * FECHA HASTA EN CERO ES UNA REGLA SIN FECHA DE FIN, COMO EN
      * EL TARIFSS QUE LEE RBD502
           IF RD81-FECHA-HASTA NOT NUMERIC OR
              (RD81-FECHA-HASTA > 0 AND
               RD81-FECHA-HASTA < RD81-FECHA-DESDE)
              MOVE WK-COD-INVREQ TO RD81-COD-RESP
              MOVE 'FECHA HASTA INVALIDA O ANTERIOR A FECHA DESDE'
                                 TO RD81-DES-RESP
              GO TO 015-FIN
           END-IF.

           IF RD81-TASA-PCT NOT NUMERIC OR
              RD81-TARIFA-FIJA NOT NUMERIC OR
              (RD81-TASA-PCT = 0 AND RD81-TARIFA-FIJA = 0)
              MOVE WK-COD-INVREQ TO RD81-COD-RESP
              MOVE 'TASA Y TARIFA FIJA EN CERO O NO NUMERICAS'
                                 TO RD81-DES-RESP
              GO TO 015-FIN
           END-IF.

           IF RD81-SENTIDO = SPACE
              MOVE 'C' TO RD81-SENTIDO
           END-IF.

           IF RD81-SENTIDO NOT = 'C' AND RD81-SENTIDO NOT = 'P'
              MOVE WK-COD-INVREQ TO RD81-COD-RESP
              MOVE 'SENTIDO INVALIDO (C POR COBRAR, P POR PAGAR)'
                                 TO RD81-DES-RESP
           END-IF.

       015-FIN.
           EXIT.

      *----------------------------------------------------------------
      * AUTORIZACION DEL OPERADOR CONTRA CN288SS, MISMO CONTROL QUE
      * EL MANTENIMIENTO DE CN285SE EN RDK08320. LA SIMULACION NO
      * GRABA, SOLO PIDE USUARIO Y OFICINA AUTORIZADOS; ALTA Y
      * MODIFICACION DEBEN ESTAR ENTRE LAS ACCIONES DEL USUARIO
      *----------------------------------------------------------------
       018-VERIFICAR-AUTORIZACION.

           MOVE 0 TO WK-SW-AUTORIZADO.

           IF RD81-USUARIO = SPACES
              MOVE WK-COD-NOAUTOR TO RD81-COD-RESP
              MOVE 'USUARIO NO INFORMADO EN LA SOLICITUD'
                                  TO RD81-DES-RESP
              GO TO 018-FIN
           END-IF.

           INITIALIZE AREA-CN288.
           MOVE RD81-USUARIO TO CN288-USUARIO.

           EXEC CICS READ
                     FILE('CN288SS')
                     INTO(AREA-CN288)
                     RIDFLD(CN288-USUARIO)
                     RESP(WK-RESP-CN288)
           END-EXEC.

           IF WK-RESP-CN288 NOT = DFHRESP(NORMAL)
              MOVE WK-COD-NOAUTOR TO RD81-COD-RESP
              MOVE 'USUARIO NO AUTORIZADO PARA MANTENIMIENTO'
                                  TO RD81-DES-RESP
              GO TO 018-FIN
           END-IF.

           IF CN288-NUM-OFI > 0 AND
              CN288-NUM-OFI NOT = RD81-NUM-OFI
              MOVE WK-COD-ACCNOAUT TO RD81-COD-RESP
              MOVE 'OFICINA NO AUTORIZADA PARA EL USUARIO'
                                   TO RD81-DES-RESP
              GO TO 018-FIN
           END-IF.

           IF RD81-ES-SIMULA
              MOVE 1 TO WK-SW-AUTORIZADO
              GO TO 018-FIN
           END-IF.

           IF CN288-PERFIL NOT = SPACE AND CN288-PERFIL NOT = 'T'
              MOVE WK-COD-ACCNOAUT TO RD81-COD-RESP
              MOVE 'PERFIL DEL USUARIO NO HABILITA ESTA FUNCION'
                                   TO RD81-DES-RESP
              GO TO 018-FIN
           END-IF.

           IF RD81-TIP-ACCION = CN288-ACCIONES(1:1) OR
              RD81-TIP-ACCION = CN288-ACCIONES(2:1) OR
              RD81-TIP-ACCION = CN288-ACCIONES(3:1)
              MOVE 1 TO WK-SW-AUTORIZADO
           ELSE
              MOVE WK-COD-ACCNOAUT TO RD81-COD-RESP
              MOVE 'ACCION NO AUTORIZADA PARA EL USUARIO'
                                   TO RD81-DES-RESP
           END-IF.

       018-FIN.
           EXIT.

      *----------------------------------------------------------------
      * RECORRE LAS REGLAS DE LA MISMA RED Y TIPO; NINGUNA PUEDE
      * TENER VIGENCIA COMUN CON LA NUEVA (FECHA HASTA EN CERO ES SIN
      * FIN). EN LA MODIFICACION SE SALTA LA PROPIA REGLA. LA REGLA
      * COMODIN Y LAS DE TIPO EXACTO PUEDEN CONVIVIR, PORQUE RBD502
      * PREFIERE LA EXACTA
      *----------------------------------------------------------------
       022-VERIFICAR-SOLAPE.

           MOVE 0 TO WK-SW-SOLAPE.

           IF RD81-FECHA-HASTA = 0
              MOVE 99999999         TO WK-HASTA-NUEVA
           ELSE
              MOVE RD81-FECHA-HASTA TO WK-HASTA-NUEVA
           END-IF.

           MOVE RD81-RED-ADQUIR  TO WK-BRW-RED-ADQUIR.
           MOVE RD81-TIP-TRANSAC TO WK-BRW-TIP-TRANSAC.
           MOVE 0                TO WK-BRW-FECHA-DESDE.

           EXEC CICS STARTBR
                     FILE('RD479SS')
                     RIDFLD(WK-LLAVE-BROWSE)
                     GTEQ
                     RESP(WK-RESP-RD479)
           END-EXEC.

           IF WK-RESP-RD479 NOT = DFHRESP(NORMAL)
              GO TO 022-FIN
           END-IF.

           MOVE 0 TO WK-SW-FIN-BROWSE.
           PERFORM 023-LEER-REGLA THRU 023-FIN
                   UNTIL WK-SW-FIN-BROWSE = 1.

           EXEC CICS ENDBR
                     FILE('RD479SS')
                     RESP(WK-RESP-RD479)
           END-EXEC.

           IF WK-SW-SOLAPE = 1
              MOVE WK-COD-SOLAPE TO RD81-COD-RESP
              STRING 'VIGENCIA SE SOLAPA CON LA REGLA DESDE '
                     WK-DESDE-SOLAPE
                     DELIMITED BY SIZE INTO RD81-DES-RESP
           END-IF.

       022-FIN.
           EXIT.

       023-LEER-REGLA.

           EXEC CICS READNEXT
                     FILE('RD479SS')
                     INTO(AREA-RD479)
                     RIDFLD(WK-LLAVE-BROWSE)
                     RESP(WK-RESP-RD479)
           END-EXEC.

           IF WK-RESP-RD479 NOT = DFHRESP(NORMAL)
              MOVE 1 TO WK-SW-FIN-BROWSE
              GO TO 023-FIN
           END-IF.

           IF RD479-RED-ADQUIR  NOT = RD81-RED-ADQUIR OR
              RD479-TIP-TRANSAC NOT = RD81-TIP-TRANSAC
              MOVE 1 TO WK-SW-FIN-BROWSE
              GO TO 023-FIN
           END-IF.

           IF RD81-ES-MODIFICA AND
              RD479-FECHA-DESDE = RD81-FECHA-DESDE
              GO TO 023-FIN
           END-IF.

           IF RD479-FECHA-HASTA = 0
              MOVE 99999999          TO WK-HASTA-EXISTENTE
           ELSE
              MOVE RD479-FECHA-HASTA TO WK-HASTA-EXISTENTE
           END-IF.

           IF RD81-FECHA-DESDE  <= WK-HASTA-EXISTENTE AND
              RD479-FECHA-DESDE <= WK-HASTA-NUEVA
              MOVE 1                 TO WK-SW-SOLAPE
              MOVE RD479-FECHA-DESDE TO WK-DESDE-SOLAPE
              MOVE 1                 TO WK-SW-FIN-BROWSE
           END-IF.

       023-FIN.
           EXIT.

       027-ALTA-RD479.

           INITIALIZE AREA-RD479.
           MOVE RD81-RED-ADQUIR   TO RD479-RED-ADQUIR.
           MOVE RD81-TIP-TRANSAC  TO RD479-TIP-TRANSAC.
           MOVE RD81-FECHA-DESDE  TO RD479-FECHA-DESDE.
           PERFORM 029-MOVER-REGLA THRU 029-FIN.

           EXEC CICS WRITE
                     FILE('RD479SS')
                     FROM(AREA-RD479)
                     RIDFLD(RD479-LLAVE)
                     RESP(WK-RESP-RD479)
           END-EXEC.

           IF WK-RESP-RD479 = DFHRESP(NORMAL)
              MOVE 0 TO RD81-COD-RESP
              MOVE 'REGLA DE TARIFA CARGADA' TO RD81-DES-RESP
           ELSE
              IF WK-RESP-RD479 = DFHRESP(DUPREC)
                 MOVE WK-COD-INVREQ TO RD81-COD-RESP
                 MOVE 'REGLA YA EXISTE PARA ESA FECHA, USE MODIFICACION'
                                    TO RD81-DES-RESP
              ELSE
                 MOVE 999 TO RD81-COD-RESP
                 MOVE 'ERROR AL CARGAR LA REGLA EN RD479SS'
                                    TO RD81-DES-RESP
              END-IF
           END-IF.

       027-FIN.
           EXIT.

       028-MODIFICA-RD479.

           MOVE RD81-RED-ADQUIR   TO RD479-RED-ADQUIR.
           MOVE RD81-TIP-TRANSAC  TO RD479-TIP-TRANSAC.
           MOVE RD81-FECHA-DESDE  TO RD479-FECHA-DESDE.

           EXEC CICS READ
                     FILE('RD479SS')
                     INTO(AREA-RD479)
                     RIDFLD(RD479-LLAVE)
                     UPDATE
                     RESP(WK-RESP-RD479)
           END-EXEC.

           IF WK-RESP-RD479 NOT = DFHRESP(NORMAL)
              MOVE WK-COD-NOTFND TO RD81-COD-RESP
              MOVE 'NO EXISTE REGLA PARA ESA RED, TIPO Y FECHA'
                                 TO RD81-DES-RESP
              GO TO 028-FIN
           END-IF.

           PERFORM 029-MOVER-REGLA THRU 029-FIN.

           EXEC CICS REWRITE
                     FILE('RD479SS')
                     FROM(AREA-RD479)
                     RESP(WK-RESP-RD479)
           END-EXEC.

           IF WK-RESP-RD479 = DFHRESP(NORMAL)
              MOVE 0 TO RD81-COD-RESP
              MOVE 'REGLA DE TARIFA MODIFICADA' TO RD81-DES-RESP
           ELSE
              MOVE 999 TO RD81-COD-RESP
              MOVE 'ERROR AL MODIFICAR LA REGLA EN RD479SS'
                                 TO RD81-DES-RESP
           END-IF.

       028-FIN.
           EXIT.

       029-MOVER-REGLA.

           MOVE RD81-FECHA-HASTA  TO RD479-FECHA-HASTA.
           MOVE RD81-TASA-PCT     TO RD479-TASA-PCT.
           MOVE RD81-TARIFA-FIJA  TO RD479-TARIFA-FIJA.
           MOVE RD81-SENTIDO      TO RD479-SENTIDO.
           MOVE RD81-USUARIO      TO RD479-USUARIO.
           MOVE RD81-NUM-OFI      TO RD479-NUM-OFI.
           ACCEPT RD479-FECHA-ULT-ACT FROM DATE YYYYMMDD.
           ACCEPT WK-HORA-CAPTURA FROM TIME.
           MOVE WK-HORA-CAPTURA(1:6) TO RD479-HORA-ULT-ACT.

       029-FIN.
           EXIT.

      *----------------------------------------------------------------
      * SIMULACION: TARIFA LA REGLA PROPUESTA SOBRE EL VOLUMEN DE LA
      * RED EN RB502VS. TARIFA = MONTO X TASA / 100 + CANTIDAD X
      * TARIFA FIJA. DEVUELVE CADA TIPO Y MONEDA AFECTADOS Y EL TOTAL
      * DE LA RED POR MONEDA
      *----------------------------------------------------------------
       040-SIMULAR-REGLA.

           MOVE RD81-RED-ADQUIR  TO WK-VS-RED-ADQUIR.
           MOVE LOW-VALUES       TO WK-VS-TIP-TRANSAC.
           MOVE LOW-VALUES       TO WK-VS-MONEDA.

           EXEC CICS STARTBR
                     FILE('RB502VS')
                     RIDFLD(WK-LLAVE-VS)
                     GTEQ
                     RESP(WK-RESP-RB502VS)
           END-EXEC.

           IF WK-RESP-RB502VS NOT = DFHRESP(NORMAL)
              MOVE WK-COD-NOTFND TO RD81-COD-RESP
              MOVE 'SIN VOLUMEN LIQUIDADO PARA LA RED'
                                 TO RD81-DES-RESP
              GO TO 040-FIN
           END-IF.

           MOVE 0 TO WK-SW-FIN-BROWSE.
           PERFORM 041-LEER-VOLUMEN THRU 041-FIN
                   UNTIL WK-SW-FIN-BROWSE = 1.

           EXEC CICS ENDBR
                     FILE('RB502VS')
                     RESP(WK-RESP-RB502VS)
           END-EXEC.

           IF RD81-CANT-FILAS = 0
              MOVE WK-COD-NOTFND TO RD81-COD-RESP
              MOVE 'SIN VOLUMEN LIQUIDADO AL QUE APLIQUE LA REGLA'
                                 TO RD81-DES-RESP
              GO TO 040-FIN
           END-IF.

           MOVE 0 TO RD81-COD-RESP.
           MOVE 'SIMULACION SOBRE EL ULTIMO PERIODO LIQUIDADO'
                              TO RD81-DES-RESP.

       040-FIN.
           EXIT.

       041-LEER-VOLUMEN.

           EXEC CICS READNEXT
                     FILE('RB502VS')
                     INTO(AREA-RB502VS)
                     RIDFLD(WK-LLAVE-VS)
                     RESP(WK-RESP-RB502VS)
           END-EXEC.

           IF WK-RESP-RB502VS NOT = DFHRESP(NORMAL)
              MOVE 1 TO WK-SW-FIN-BROWSE
              GO TO 041-FIN
           END-IF.

           IF RB502VS-RED-ADQUIR NOT = RD81-RED-ADQUIR
              MOVE 1 TO WK-SW-FIN-BROWSE
              GO TO 041-FIN
           END-IF.

      * LA REGLA EXACTA TARIFA SOLO SU TIPO; EL COMODIN SOLO LOS TIPOS
      * QUE EN EL PERIODO NO TUVIERON REGLA EXACTA
           MOVE 0 TO WK-SW-APLICA.
           IF RD81-TIP-TRANSAC = SPACES
              IF RB502VS-IND-EXACTA NOT = 'S'
                 MOVE 1 TO WK-SW-APLICA
              END-IF
           ELSE
              IF RB502VS-TIP-TRANSAC = RD81-TIP-TRANSAC
                 MOVE 1 TO WK-SW-APLICA
              END-IF
           END-IF.

           IF WK-SW-APLICA = 0
              GO TO 041-FIN
           END-IF.

           IF RD81-CANT-FILAS >= 20
              MOVE 'S' TO RD81-IND-MAS
              MOVE 1   TO WK-SW-FIN-BROWSE
              GO TO 041-FIN
           END-IF.

           COMPUTE WK-TARIFA-PROPUESTA =
                   (RB502VS-MONTO * RD81-TASA-PCT) / 100
                   + RB502VS-CANT * RD81-TARIFA-FIJA.

           ADD 1 TO RD81-CANT-FILAS.
           MOVE RB502VS-TIP-TRANSAC
                TO RD81-FIL-TIP-TRANSAC(RD81-CANT-FILAS).
           MOVE RB502VS-MONEDA
                TO RD81-FIL-MONEDA(RD81-CANT-FILAS).
           MOVE RB502VS-SENTIDO
                TO RD81-FIL-SENTIDO(RD81-CANT-FILAS).
           MOVE RB502VS-CANT
                TO RD81-FIL-CANT(RD81-CANT-FILAS).
           MOVE RB502VS-MONTO
                TO RD81-FIL-MONTO(RD81-CANT-FILAS).
           MOVE RB502VS-TARIFA
                TO RD81-FIL-TARIFA-ACT(RD81-CANT-FILAS).
           MOVE WK-TARIFA-PROPUESTA
                TO RD81-FIL-TARIFA-PROP(RD81-CANT-FILAS).
           COMPUTE RD81-FIL-DIFERENCIA(RD81-CANT-FILAS) =
                   WK-TARIFA-PROPUESTA - RB502VS-TARIFA.

           IF RD81-PER-DESDE = 0 OR
              RB502VS-FECHA-MIN < RD81-PER-DESDE
              MOVE RB502VS-FECHA-MIN TO RD81-PER-DESDE
           END-IF.
           IF RB502VS-FECHA-MAX > RD81-PER-HASTA
              MOVE RB502VS-FECHA-MAX TO RD81-PER-HASTA
           END-IF.

           PERFORM 042-ACUMULAR-MONEDA THRU 042-FIN.

       041-FIN.
           EXIT.

       042-ACUMULAR-MONEDA.

           MOVE 0 TO WK-IX-MONEDA.
           MOVE 0 TO WK-SW-MONEDA-HALLADA.
           PERFORM 043-BUSCAR-MONEDA THRU 043-FIN
                   UNTIL WK-IX-MONEDA >= RD81-CANT-MONEDAS OR
                         WK-SW-MONEDA-HALLADA = 1.

           IF WK-SW-MONEDA-HALLADA = 0
              IF RD81-CANT-MONEDAS >= 5
                 MOVE 'S' TO RD81-IND-MAS
                 GO TO 042-FIN
              END-IF
              ADD 1 TO RD81-CANT-MONEDAS
              MOVE RD81-CANT-MONEDAS TO WK-IX-MONEDA
              MOVE RB502VS-MONEDA    TO RD81-TOT-MONEDA(WK-IX-MONEDA)
           END-IF.

           ADD RB502VS-TARIFA
               TO RD81-TOT-TARIFA-ACT(WK-IX-MONEDA).
           ADD WK-TARIFA-PROPUESTA
               TO RD81-TOT-TARIFA-PROP(WK-IX-MONEDA).
           COMPUTE RD81-TOT-DIFERENCIA(WK-IX-MONEDA) =
                   RD81-TOT-TARIFA-PROP(WK-IX-MONEDA)
                 - RD81-TOT-TARIFA-ACT(WK-IX-MONEDA).

       042-FIN.
           EXIT.

       043-BUSCAR-MONEDA.

           ADD 1 TO WK-IX-MONEDA.
           IF RB502VS-MONEDA = RD81-TOT-MONEDA(WK-IX-MONEDA)
              MOVE 1 TO WK-SW-MONEDA-HALLADA
           END-IF.

       043-FIN.
           EXIT.

       990-ERROR-SISTEMA.
           CALL 'SOC300' USING DFHEIBLK RETURNING SOC300-SALIDA.
           MOVE 999                           TO RD81-COD-RESP.
           MOVE SOC300-SALIDA                 TO RD81-DES-RESP.
           PERFORM 030-TERMINAR THRU 030-FIN.
       990-FIN.
           EXIT.

       030-TERMINAR.
           EXEC CICS RETURN END-EXEC.
       030-FIN.
           EXIT.

       IDENTIFICATION DIVISION.
       PROGRAM-ID.   RDK08407.
      * AUTOR    :   M. SOSA
      * OBJETIVO :   CONSULTA Y CANCELACION EN LINEA DE LOS CAMBIOS
      *              DE PARAMETRIZACION DE CANALES (CN285SE) CON
      *              FECHA EFECTIVA FUTURA QUE RDK08394 APROBO Y DEJO
      *              PROGRAMADOS EN CN291SS. LA ACCION 'C' CONSULTA
      *              LOS CAMBIOS DE UNA CUENTA (OPCIONALMENTE SOLO LOS
      *              DE UN ESTADO), DE A 15 Y CON LLAVE PARA
      *              CONTINUAR; LA ACCION 'X' CANCELA UN CAMBIO
      *              MIENTRAS SIGA PROGRAMADO, ANTES DE QUE LO APLIQUE
      *              EL BATCH RBD528
      *              FORMATEADOR PARA INTRANET HAC
      *----------------------------------------------------------------
      * NRO SOL: REQPR00192183
      * FECHA  : 20 DE MAYO DE 2016
      * AUTOR  : M. SOSA
      * DESCRIP: VERSION INICIAL DEL PROGRAMA. EL OPERADOR SE VALIDA
      *          CONTRA CN288SS: LA CONSULTA ADMITE CUALQUIER
      *          USUARIO DE LA OFICINA Y LA CANCELACION EL PERFIL
      *          'C' O 'P' (O UN USUARIO SIN PERFIL) CON LA ACCION
      *          DEL CAMBIO ENTRE LAS SUYAS. LA CANCELACION QUEDA EN
      *          EL PROGRAMADO (ESTADO 'C', USUARIO Y FECHA) Y EN LA
      *          BITACORA CN286SS CON ACCION 'X', QUE LOS PROCESOS
      *          DE REAPLICACION OMITEN. CON LA VENTANA BATCH EN
      *          CURSO NO SE CANCELA (0090)
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
      * CAMBIOS PROGRAMADOS, MISMO LAYOUT DE AREA-CN291 DE RDK08394
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

       01  WK-LLAVE-BROWSE.
           02 WK-BRW-NUM-CTA                 PIC 9(16).
           02 WK-BRW-FECHA-EFECTIVA          PIC 9(08).
           02 WK-BRW-FECHA-CAPTURA           PIC 9(08).
           02 WK-BRW-HORA-CAPTURA            PIC 9(06).

       01  WK-RESP-CN291                     PIC S9(08) COMP.

      *----------------------------------------------------------------
      * BITACORA DE CAMBIOS, MISMO LAYOUT DE AREA-CN286 DE RDK08320
      *----------------------------------------------------------------
       01  AREA-CN286.
           02 CN286-LLAVE.
              03 CN286-FECHA                 PIC 9(08).
              03 CN286-HORA                  PIC 9(06).
              03 CN286-NUM-CTA               PIC 9(16).
           02 CN286-TIP-ACCION               PIC X(01).
           02 CN286-DATOS-TRX.
              03 CN286-DISP                  PIC X(03).
              03 CN286-LOCALIZACION          PIC X(01).
              03 CN286-ORIGEN                PIC X(03).
              03 CN286-APLIC-ORIGEN          PIC X(02).
              03 CN286-APLIC-DEST            PIC X(02).
           02 CN286-RED-ADQUIR               PIC X(02).
           02 CN286-COD-ADQUI                PIC 9(02).
           02 CN286-NUM-DISPOSITIVO          PIC X(04).
           02 CN286-DESCRIPCION              PIC X(100).
           02 CN286-IND-ENCRIPCION           PIC X(01).
           02 CN286-LLAVE-ENCRP              PIC X(09).
           02 CN286-FEC-ALTA                 PIC 9(08).
           02 CN286-FEC-BAJA                 PIC 9(08).
           02 CN286-USUARIO                  PIC X(13).
           02 CN286-NUM-OFI                  PIC 9(03).
           02 CN286-APROBADOR                PIC X(13).
           02 CN286-ENTIDAD                  PIC X(02).

       01  WK-RESP-CN286                     PIC S9(08) COMP.
       01  WK-HORA-CAPTURA                   PIC 9(08).
       01  WK-FECHA-HOY                      PIC 9(08).

      *----------------------------------------------------------------
      * REGISTRO DE CONTROL DE LA VENTANA BATCH SOBRE CN285SE, QUE
      * MARCAN RBD528 Y RBD457
      *----------------------------------------------------------------
       01  AREA-CNCTL.
           02 CNCTL-ID                       PIC X(08).
           02 CNCTL-ESTADO                   PIC X(01).
           02 CNCTL-FECHA                    PIC 9(08).
           02 CNCTL-HORA                     PIC 9(08).
           02 CNCTL-PROGRAMA                 PIC X(08).

       01  WK-RESP-CNCTL                     PIC S9(08) COMP.
       01  WK-SW-VENTANA-BATCH               PIC 9(01) VALUE 0.

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
       01  WK-COD-VENTANA                    PIC 9(04) VALUE 0090.
       01  WK-COD-NOAUTOR                    PIC 9(04) VALUE 0092.
       01  WK-COD-ACCNOAUT                   PIC 9(04) VALUE 0093.

       01  WK-SW-AUTORIZADO                  PIC 9(01) VALUE 0.
       01  WK-SW-FIN-BROWSE                  PIC 9(01) VALUE 0.

       LINKAGE SECTION.
       01  DFHCOMMAREA.
           02 RD84-ENTRADA.
              03 RD84-TIP-ACCION             PIC X(01).
                 88 RD84-ES-CONSULTA  VALUE 'C'.
                 88 RD84-ES-CANCELAR  VALUE 'X'.
              03 RD84-LLAVE.
                 04 RD84-NUM-CTA             PIC 9(16).
                 04 RD84-FECHA-EFECTIVA      PIC 9(08).
                 04 RD84-FECHA-CAPTURA       PIC 9(08).
                 04 RD84-HORA-CAPTURA        PIC 9(06).
              03 RD84-ESTADO-FILTRO          PIC X(01).
              03 RD84-USUARIO                PIC X(13).
              03 RD84-NUM-OFI                PIC 9(03).

           02 RD84-SALIDA.
              03 RD84-COD-RESP               PIC 9(04).
              03 RD84-DES-RESP               PIC X(60).
              03 RD84-CANT-FILAS             PIC 9(02).
              03 RD84-IND-MAS                PIC X(01).
              03 RD84-LLAVE-SIGUIENTE        PIC X(38).
              03 RD84-FILAS.
                 04 RD84-FIL OCCURS 15 TIMES.
                    05 RD84-FIL-LLAVE.
                       06 RD84-FIL-NUM-CTA       PIC 9(16).
                       06 RD84-FIL-FECHA-EFECTIVA PIC 9(08).
                       06 RD84-FIL-FECHA-CAPTURA PIC 9(08).
                       06 RD84-FIL-HORA-CAPTURA  PIC 9(06).
                    05 RD84-FIL-ACCION       PIC X(01).
                    05 RD84-FIL-RED          PIC X(02).
                    05 RD84-FIL-DISP         PIC X(03).
                    05 RD84-FIL-USUARIO      PIC X(13).
                    05 RD84-FIL-APROBADOR    PIC X(13).
                    05 RD84-FIL-ESTADO       PIC X(01).
                    05 RD84-FIL-FECHA-ESTADO PIC 9(08).
                    05 RD84-FIL-USR-ESTADO   PIC X(13).
                    05 RD84-FIL-MOTIVO       PIC X(02).

       PROCEDURE DIVISION.

           PERFORM 010-INICIALIZAR     THRU 010-FIN.
           PERFORM 020-PROCESO         THRU 020-FIN.
           PERFORM 030-TERMINAR        THRU 030-FIN.

       010-INICIALIZAR.

           EXEC CICS HANDLE ABEND
                    LABEL(990-ERROR-SISTEMA)
           END-EXEC.

           INITIALIZE RD84-SALIDA.
           MOVE 'N' TO RD84-IND-MAS.

       010-FIN.
           EXIT.

       020-PROCESO.

           PERFORM 015-VALIDAR-ENTRADA THRU 015-FIN.
           IF RD84-COD-RESP NOT = 0
              GO TO 020-FIN
           END-IF.

           IF RD84-ES-CONSULTA
              PERFORM 018-VERIFICAR-AUTORIZACION THRU 018-FIN
              IF WK-SW-AUTORIZADO = 0
                 GO TO 020-FIN
              END-IF
              PERFORM 040-CONSULTAR THRU 040-FIN
           ELSE
              PERFORM 027-CANCELAR  THRU 027-FIN
           END-IF.

       020-FIN.
           EXIT.

       015-VALIDAR-ENTRADA.

           IF NOT RD84-ES-CONSULTA AND NOT RD84-ES-CANCELAR
              MOVE WK-COD-INVREQ TO RD84-COD-RESP
              MOVE 'TIPO DE ACCION INVALIDO (C/X)' TO RD84-DES-RESP
              GO TO 015-FIN
           END-IF.

           IF RD84-NUM-CTA NOT NUMERIC OR RD84-NUM-CTA = 0
              MOVE WK-COD-INVREQ TO RD84-COD-RESP
              MOVE 'NUMERO DE CUENTA INVALIDO' TO RD84-DES-RESP
              GO TO 015-FIN
           END-IF.

           IF RD84-ES-CONSULTA
              IF RD84-ESTADO-FILTRO NOT = SPACE AND
                 RD84-ESTADO-FILTRO NOT = 'P' AND
                 RD84-ESTADO-FILTRO NOT = 'E' AND
                 RD84-ESTADO-FILTRO NOT = 'C' AND
                 RD84-ESTADO-FILTRO NOT = 'F'
                 MOVE WK-COD-INVREQ TO RD84-COD-RESP
                 MOVE 'ESTADO DE FILTRO INVALIDO (P/E/C/F O BLANCO)'
                                    TO RD84-DES-RESP
              END-IF
              GO TO 015-FIN
           END-IF.

      * LA CANCELACION SE HACE SOBRE UN CAMBIO: LLAVE COMPLETA
           IF RD84-FECHA-EFECTIVA NOT NUMERIC OR
              RD84-FECHA-EFECTIVA = 0 OR
              RD84-FECHA-CAPTURA NOT NUMERIC OR
              RD84-FECHA-CAPTURA = 0 OR
              RD84-HORA-CAPTURA NOT NUMERIC
              MOVE WK-COD-INVREQ TO RD84-COD-RESP
              MOVE 'LLAVE DEL CAMBIO PROGRAMADO INCOMPLETA'
                                 TO RD84-DES-RESP
           END-IF.

       015-FIN.
           EXIT.

      *----------------------------------------------------------------
      * CONSULTA EL REGISTRO DE CONTROL DE LA VENTANA BATCH. SI EL
      * ARCHIVO NO EXISTE O EL REGISTRO NO ESTA, SE ASUME VENTANA
      * LIBRE
      *----------------------------------------------------------------
       016-VERIFICAR-VENTANA.

           MOVE 0         TO WK-SW-VENTANA-BATCH.
           MOVE 'VENTANA ' TO CNCTL-ID.

           EXEC CICS READ
                     FILE('CNCTLSS')
                     INTO(AREA-CNCTL)
                     RIDFLD(CNCTL-ID)
                     RESP(WK-RESP-CNCTL)
           END-EXEC.

           IF WK-RESP-CNCTL = DFHRESP(NORMAL) AND
              CNCTL-ESTADO = 'B'
              MOVE 1 TO WK-SW-VENTANA-BATCH
           END-IF.

       016-FIN.
           EXIT.

      *----------------------------------------------------------------
      * AUTORIZACION DEL OPERADOR CONTRA CN288SS, MISMO CONTROL QUE
      * EL MANTENIMIENTO DE CN285SE EN RDK08320. LA CONSULTA SOLO
      * PIDE USUARIO Y OFICINA AUTORIZADOS; LA CANCELACION PIDE EL
      * PERFIL DE CAPTURADOR O APROBADOR Y QUE LA ACCION DEL CAMBIO
      * (A/M/D, YA LEIDO EN AREA-CN291) ESTE ENTRE LAS DEL USUARIO
      *----------------------------------------------------------------
       018-VERIFICAR-AUTORIZACION.

           MOVE 0 TO WK-SW-AUTORIZADO.

           IF RD84-USUARIO = SPACES
              MOVE WK-COD-NOAUTOR TO RD84-COD-RESP
              MOVE 'USUARIO NO INFORMADO EN LA SOLICITUD'
                                  TO RD84-DES-RESP
              GO TO 018-FIN
           END-IF.

           INITIALIZE AREA-CN288.
           MOVE RD84-USUARIO TO CN288-USUARIO.

           EXEC CICS READ
                     FILE('CN288SS')
                     INTO(AREA-CN288)
                     RIDFLD(CN288-USUARIO)
                     RESP(WK-RESP-CN288)
           END-EXEC.

           IF WK-RESP-CN288 NOT = DFHRESP(NORMAL)
              MOVE WK-COD-NOAUTOR TO RD84-COD-RESP
              MOVE 'USUARIO NO AUTORIZADO PARA MANTENIMIENTO'
                                  TO RD84-DES-RESP
              GO TO 018-FIN
           END-IF.

           IF CN288-NUM-OFI > 0 AND
              CN288-NUM-OFI NOT = RD84-NUM-OFI
              MOVE WK-COD-ACCNOAUT TO RD84-COD-RESP
              MOVE 'OFICINA NO AUTORIZADA PARA EL USUARIO'
                                   TO RD84-DES-RESP
              GO TO 018-FIN
           END-IF.

           IF RD84-ES-CONSULTA
              MOVE 1 TO WK-SW-AUTORIZADO
              GO TO 018-FIN
           END-IF.

           IF CN288-PERFIL NOT = SPACE AND CN288-PERFIL NOT = 'C'
                                       AND CN288-PERFIL NOT = 'P'
              MOVE WK-COD-ACCNOAUT TO RD84-COD-RESP
              MOVE 'PERFIL DEL USUARIO NO HABILITA ESTA FUNCION'
                                   TO RD84-DES-RESP
              GO TO 018-FIN
           END-IF.

           IF CN291-TIP-ACCION = CN288-ACCIONES(1:1) OR
              CN291-TIP-ACCION = CN288-ACCIONES(2:1) OR
              CN291-TIP-ACCION = CN288-ACCIONES(3:1)
              MOVE 1 TO WK-SW-AUTORIZADO
           ELSE
              MOVE WK-COD-ACCNOAUT TO RD84-COD-RESP
              MOVE 'ACCION NO AUTORIZADA PARA EL USUARIO'
                                   TO RD84-DES-RESP
           END-IF.

       018-FIN.
           EXIT.

      *----------------------------------------------------------------
      * CANCELACION DE UN CAMBIO PROGRAMADO. SOLO MIENTRAS SIGA EN
      * 'P': LO APLICADO, FALLIDO O YA CANCELADO NO SE TOCA. CON LA
      * VENTANA BATCH EN CURSO RBD528 PUEDE ESTAR APLICANDOLO
      *----------------------------------------------------------------
       027-CANCELAR.

           PERFORM 016-VERIFICAR-VENTANA THRU 016-FIN.
           IF WK-SW-VENTANA-BATCH = 1
              MOVE WK-COD-VENTANA TO RD84-COD-RESP
              MOVE 'VENTANA BATCH EN CURSO, INTENTE MAS TARDE'
                                  TO RD84-DES-RESP
              GO TO 027-FIN
           END-IF.

           MOVE RD84-LLAVE TO CN291-LLAVE.

           EXEC CICS READ
                     FILE('CN291SS')
                     INTO(AREA-CN291)
                     RIDFLD(CN291-LLAVE)
                     UPDATE
                     RESP(WK-RESP-CN291)
           END-EXEC.

           IF WK-RESP-CN291 NOT = DFHRESP(NORMAL)
              MOVE WK-COD-NOTFND TO RD84-COD-RESP
              MOVE 'NO EXISTE EL CAMBIO PROGRAMADO EN CN291SS'
                                 TO RD84-DES-RESP
              GO TO 027-FIN
           END-IF.

           IF NOT CN291-PROGRAMADO
              EXEC CICS UNLOCK
                        FILE('CN291SS')
                        RESP(WK-RESP-CN291)
              END-EXEC
              MOVE WK-COD-INVREQ TO RD84-COD-RESP
              MOVE 'EL CAMBIO YA NO ESTA PROGRAMADO, NO SE CANCELA'
                                 TO RD84-DES-RESP
              GO TO 027-FIN
           END-IF.

           PERFORM 018-VERIFICAR-AUTORIZACION THRU 018-FIN.
           IF WK-SW-AUTORIZADO = 0
              EXEC CICS UNLOCK
                        FILE('CN291SS')
                        RESP(WK-RESP-CN291)
              END-EXEC
              GO TO 027-FIN
           END-IF.

           ACCEPT WK-FECHA-HOY FROM DATE YYYYMMDD.
           SET  CN291-CANCELADO   TO TRUE.
           MOVE WK-FECHA-HOY      TO CN291-FECHA-ESTADO.
           MOVE RD84-USUARIO      TO CN291-USUARIO-ESTADO.
           MOVE SPACES            TO CN291-MOTIVO.

           EXEC CICS REWRITE
                     FILE('CN291SS')
                     FROM(AREA-CN291)
                     RESP(WK-RESP-CN291)
           END-EXEC.

           IF WK-RESP-CN291 NOT = DFHRESP(NORMAL)
              MOVE 999 TO RD84-COD-RESP
              MOVE 'ERROR AL GRABAR LA CANCELACION EN CN291SS'
                                 TO RD84-DES-RESP
              GO TO 027-FIN
           END-IF.

           PERFORM 028-REGISTRAR-CANCELACION THRU 028-FIN.

           MOVE 0 TO RD84-COD-RESP.
           MOVE 'CAMBIO PROGRAMADO CANCELADO' TO RD84-DES-RESP.
           MOVE 1 TO RD84-CANT-FILAS.
           PERFORM 042-MOVER-FILA THRU 042-FIN.

       027-FIN.
           EXIT.

      *----------------------------------------------------------------
      * DEJA CONSTANCIA EN CN286SS DE LA CANCELACION (ACCION 'X'),
      * CON LOS DATOS DEL CAMBIO, EL CAPTURADOR Y COMO APROBADOR QUIEN
      * CANCELA. LOS PROCESOS QUE REAPLICAN CN286SS SOLO TOMAN LAS
      * ACCIONES A/M/D, ASI QUE ES SOLO EVIDENCIA DE AUDITORIA
      *----------------------------------------------------------------
       028-REGISTRAR-CANCELACION.

           INITIALIZE AREA-CN286.
           MOVE WK-FECHA-HOY          TO CN286-FECHA.
           ACCEPT WK-HORA-CAPTURA FROM TIME.
           MOVE WK-HORA-CAPTURA(1:6)  TO CN286-HORA.
           MOVE CN291-NUM-CTA         TO CN286-NUM-CTA.
           MOVE 'X'                   TO CN286-TIP-ACCION.
           MOVE CN291-DATOS-TRX       TO CN286-DATOS-TRX.
           MOVE CN291-RED-ADQUIR      TO CN286-RED-ADQUIR.
           MOVE CN291-COD-ADQUI       TO CN286-COD-ADQUI.
           MOVE CN291-NUM-DISPOSITIVO TO CN286-NUM-DISPOSITIVO.
           MOVE CN291-DESCRIPCION     TO CN286-DESCRIPCION.
           MOVE CN291-IND-ENCRIPCION  TO CN286-IND-ENCRIPCION.
           MOVE CN291-LLAVE-ENCRP     TO CN286-LLAVE-ENCRP.
           MOVE CN291-FEC-ALTA        TO CN286-FEC-ALTA.
           MOVE CN291-FEC-BAJA        TO CN286-FEC-BAJA.
           MOVE CN291-USUARIO         TO CN286-USUARIO.
           MOVE RD84-NUM-OFI          TO CN286-NUM-OFI.
           MOVE RD84-USUARIO          TO CN286-APROBADOR.
           MOVE CN291-ENTIDAD         TO CN286-ENTIDAD.

           EXEC CICS WRITE
                     FILE('CN286SS')
                     FROM(AREA-CN286)
                     LENGTH(LENGTH OF AREA-CN286)
                     RIDFLD(CN286-LLAVE)
                     RESP(WK-RESP-CN286)
           END-EXEC.

           IF WK-RESP-CN286 = DFHRESP(DUPREC)
              ADD 1 TO CN286-HORA
              EXEC CICS WRITE
                        FILE('CN286SS')
                        FROM(AREA-CN286)
                        LENGTH(LENGTH OF AREA-CN286)
                        RIDFLD(CN286-LLAVE)
                        RESP(WK-RESP-CN286)
              END-EXEC
           END-IF.

      * UN FALLO AL REGISTRAR LA CANCELACION NO LA DESHACE: EL
      * PROGRAMADO YA QUEDO EN 'C' CON EL USUARIO Y LA FECHA.

       028-FIN.
           EXIT.

      *----------------------------------------------------------------
      * CONSULTA: RECORRE CN291SS DESDE LA LLAVE INFORMADA (SOLO LA
      * CUENTA, O LA LLAVE SIGUIENTE DEVUELTA POR LA PAGINA ANTERIOR)
      * Y DEVUELVE HASTA 15 CAMBIOS DE ESA CUENTA DEL ESTADO PEDIDO
      *----------------------------------------------------------------
       040-CONSULTAR.

           MOVE RD84-LLAVE TO WK-LLAVE-BROWSE.
           IF WK-BRW-FECHA-EFECTIVA NOT NUMERIC
              MOVE 0 TO WK-BRW-FECHA-EFECTIVA
           END-IF.
           IF WK-BRW-FECHA-CAPTURA NOT NUMERIC
              MOVE 0 TO WK-BRW-FECHA-CAPTURA
           END-IF.
           IF WK-BRW-HORA-CAPTURA NOT NUMERIC
              MOVE 0 TO WK-BRW-HORA-CAPTURA
           END-IF.

           EXEC CICS STARTBR
                     FILE('CN291SS')
                     RIDFLD(WK-LLAVE-BROWSE)
                     GTEQ
                     RESP(WK-RESP-CN291)
           END-EXEC.

           IF WK-RESP-CN291 NOT = DFHRESP(NORMAL)
              MOVE WK-COD-NOTFND TO RD84-COD-RESP
              MOVE 'SIN CAMBIOS PROGRAMADOS PARA LA CUENTA'
                                 TO RD84-DES-RESP
              GO TO 040-FIN
           END-IF.

           MOVE 0 TO WK-SW-FIN-BROWSE.
           PERFORM 041-LEER-CAMBIO THRU 041-FIN
                   UNTIL WK-SW-FIN-BROWSE = 1.

           EXEC CICS ENDBR
                     FILE('CN291SS')
                     RESP(WK-RESP-CN291)
           END-EXEC.

           IF RD84-CANT-FILAS = 0
              MOVE WK-COD-NOTFND TO RD84-COD-RESP
              MOVE 'SIN CAMBIOS PROGRAMADOS PARA LA CONSULTA'
                                 TO RD84-DES-RESP
              GO TO 040-FIN
           END-IF.

           MOVE 0 TO RD84-COD-RESP.
           MOVE 'CONSULTA DE CAMBIOS PROGRAMADOS' TO RD84-DES-RESP.

       040-FIN.
           EXIT.

       041-LEER-CAMBIO.

           EXEC CICS READNEXT
                     FILE('CN291SS')
                     INTO(AREA-CN291)
                     RIDFLD(WK-LLAVE-BROWSE)
                     RESP(WK-RESP-CN291)
           END-EXEC.

           IF WK-RESP-CN291 NOT = DFHRESP(NORMAL)
              MOVE 1 TO WK-SW-FIN-BROWSE
              GO TO 041-FIN
           END-IF.

      * LA LLAVE EMPIEZA POR LA CUENTA: AL CAMBIAR TERMINA LA CONSULTA
           IF CN291-NUM-CTA NOT = RD84-NUM-CTA
              MOVE 1 TO WK-SW-FIN-BROWSE
              GO TO 041-FIN
           END-IF.

           IF RD84-ESTADO-FILTRO NOT = SPACE AND
              CN291-ESTADO NOT = RD84-ESTADO-FILTRO
              GO TO 041-FIN
           END-IF.

      * PAGINA LLENA: SE DEVUELVE LA LLAVE DESDE LA QUE SIGUE
           IF RD84-CANT-FILAS >= 15
              MOVE 'S'         TO RD84-IND-MAS
              MOVE CN291-LLAVE TO RD84-LLAVE-SIGUIENTE
              MOVE 1           TO WK-SW-FIN-BROWSE
              GO TO 041-FIN
           END-IF.

           ADD 1 TO RD84-CANT-FILAS.
           PERFORM 042-MOVER-FILA THRU 042-FIN.

       041-FIN.
           EXIT.

       042-MOVER-FILA.

           MOVE CN291-LLAVE
                TO RD84-FIL-LLAVE(RD84-CANT-FILAS).
           MOVE CN291-TIP-ACCION
                TO RD84-FIL-ACCION(RD84-CANT-FILAS).
           MOVE CN291-RED-ADQUIR
                TO RD84-FIL-RED(RD84-CANT-FILAS).
           MOVE CN291-DISP
                TO RD84-FIL-DISP(RD84-CANT-FILAS).
           MOVE CN291-USUARIO
                TO RD84-FIL-USUARIO(RD84-CANT-FILAS).
           MOVE CN291-APROBADOR
                TO RD84-FIL-APROBADOR(RD84-CANT-FILAS).
           MOVE CN291-ESTADO
                TO RD84-FIL-ESTADO(RD84-CANT-FILAS).
           MOVE CN291-FECHA-ESTADO
                TO RD84-FIL-FECHA-ESTADO(RD84-CANT-FILAS).
           MOVE CN291-USUARIO-ESTADO
                TO RD84-FIL-USR-ESTADO(RD84-CANT-FILAS).
           MOVE CN291-MOTIVO
                TO RD84-FIL-MOTIVO(RD84-CANT-FILAS).

       042-FIN.
           EXIT.

       990-ERROR-SISTEMA.
           CALL 'SOC300' USING DFHEIBLK RETURNING SOC300-SALIDA.
           MOVE 999                           TO RD84-COD-RESP.
           MOVE SOC300-SALIDA                 TO RD84-DES-RESP.
           PERFORM 030-TERMINAR THRU 030-FIN.
       990-FIN.
           EXIT.

       030-TERMINAR.
           EXEC CICS RETURN END-EXEC.
       030-FIN.
           EXIT.

       IDENTIFICATION DIVISION.
       PROGRAM-ID.   RDK08408.
      * AUTOR    :   M. SOSA
      * OBJETIVO :   REVISION EN LINEA DE LAS ALERTAS DE SANCIONES
      *              QUE RBD532 DEJA EN LA CUSTODIA RB532SS. LA ACCION
      *              'C' CONSULTA LAS ALERTAS DESDE UNA CUENTA
      *              (OPCIONALMENTE SOLO LAS DE UN ESTADO), DE A 20 Y
      *              CON LLAVE PARA CONTINUAR; LA ACCION 'S' CONFIRMA
      *              LA COINCIDENCIA (LA TRANSACCION SIGUE RETENIDA
      *              FUERA DE LOS EXTRACTOS POR RED) Y LA 'L' LA
      *              LIBERA COMO FALSO POSITIVO O CASO RESUELTO, PARA
      *              QUE RBD457 LA ENVIE A SU RED EN LA PROXIMA
      *              CORRIDA. QUEDAN EN LA ALERTA EL USUARIO, LA
      *              OFICINA, LA FECHA, LA HORA Y LA OBSERVACION
      *              FORMATEADOR PARA INTRANET HAC
      *----------------------------------------------------------------
      * NRO SOL: REQPR00192187
      * FECHA  : 02 DE JUNIO DE 2016
      * AUTOR  : M. SOSA
      * DESCRIP: VERSION INICIAL DEL PROGRAMA. LA DECISION SE PUEDE
      *          CAMBIAR MIENTRAS LA ALERTA NO SE HAYA ENVIADO A LAS
      *          REDES ('F'). LA OBSERVACION ES OBLIGATORIA PARA
      *          DECIDIR. EL OPERADOR SE VALIDA CONTRA CN288SS: LA
      *          CONSULTA ADMITE CUALQUIER USUARIO DE LA OFICINA Y
      *          LA DECISION SOLO EL PERFIL 'U' (CUMPLIMIENTO,
      *          ACCIONES 'SL', OTORGADO EN RDK08405) O UN USUARIO
      *          SIN PERFIL CON LA ACCION ENTRE LAS SUYAS
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
      * CUSTODIA DE ALERTAS (MISMO LAYOUT QUE REG-RB532SS DE RBD532)
      *----------------------------------------------------------------
       01  AREA-RB532.
           02 RB532-LLAVE.
              03 RB532-NUM-CTA               PIC 9(16).
              03 RB532-NUM-TRANSAC           PIC 9(16).
              03 RB532-TIP-TRANSAC           PIC X(03).
           02 RB532-FECHA-ALERTA             PIC 9(08).
           02 RB532-SCORE                    PIC 9(03).
           02 RB532-CAMPO                    PIC X(12).
           02 RB532-LISTA-ID                 PIC X(12).
           02 RB532-LISTA                    PIC X(10).
           02 RB532-LISTA-NOMBRE             PIC X(80).
           02 RB532-TEXTO                    PIC X(100).
           02 RB532-ESTADO                   PIC X(01).
              88 RB532-PENDIENTE      VALUE 'P'.
              88 RB532-CONFIRMADA     VALUE 'S'.
              88 RB532-LIBERADA       VALUE 'L'.
              88 RB532-ENVIADA        VALUE 'F'.
           02 RB532-USUARIO-DECISION         PIC X(13).
           02 RB532-NUM-OFI-DECISION         PIC 9(03).
           02 RB532-FECHA-DECISION           PIC 9(08).
           02 RB532-HORA-DECISION            PIC 9(06).
           02 RB532-OBSERVACION              PIC X(40).
           02 RB532-MONTO-TRANSAC            PIC 9(13)V9(02).
           02 RB532-MONEDA                   PIC X(03).
           02 RB532-FECHA-TRANSAC            PIC 9(08).
           02 RB532-HORA-TRANSAC             PIC 9(06).
           02 RB532-NOMB-ARCH-CARG           PIC X(100).
           02 RB532-NOMBRE-RED               PIC X(100).
           02 RB532-FECHA-RETENCION          PIC 9(08).
           02 RB532-RED-ADQUIR               PIC X(02).
           02 RB532-ENTIDAD                  PIC X(02).
           02 RB532-FECHA-ENVIO              PIC 9(08).
           02 RB532-CTA-EXTRACTO             PIC 9(16).

       01  WK-LLAVE-BROWSE.
           02 WK-BRW-NUM-CTA                 PIC 9(16).
           02 WK-BRW-NUM-TRANSAC             PIC 9(16).
           02 WK-BRW-TIP-TRANSAC             PIC X(03).

       01  WK-RESP-RB532                     PIC S9(08) COMP.
       01  WK-HORA-CAPTURA                   PIC 9(08).

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

       01  WK-SW-AUTORIZADO                  PIC 9(01) VALUE 0.
       01  WK-SW-FIN-BROWSE                  PIC 9(01) VALUE 0.

       LINKAGE SECTION.
       01  DFHCOMMAREA.
           02 RD85-ENTRADA.
              03 RD85-TIP-ACCION             PIC X(01).
                 88 RD85-ES-CONSULTA  VALUE 'C'.
                 88 RD85-ES-CONFIRMAR VALUE 'S'.
                 88 RD85-ES-LIBERAR   VALUE 'L'.
              03 RD85-LLAVE.
                 04 RD85-NUM-CTA             PIC 9(16).
                 04 RD85-NUM-TRANSAC         PIC 9(16).
                 04 RD85-TIP-TRANSAC         PIC X(03).
              03 RD85-ESTADO-FILTRO          PIC X(01).
              03 RD85-OBSERVACION            PIC X(40).
              03 RD85-USUARIO                PIC X(13).
              03 RD85-NUM-OFI                PIC 9(03).

           02 RD85-SALIDA.
              03 RD85-COD-RESP               PIC 9(04).
              03 RD85-DES-RESP               PIC X(60).
              03 RD85-CANT-FILAS             PIC 9(02).
              03 RD85-IND-MAS                PIC X(01).
              03 RD85-LLAVE-SIGUIENTE        PIC X(35).
              03 RD85-FILAS.
                 04 RD85-FIL OCCURS 20 TIMES.
                    05 RD85-FIL-LLAVE.
                       06 RD85-FIL-NUM-CTA       PIC 9(16).
                       06 RD85-FIL-NUM-TRANSAC   PIC 9(16).
                       06 RD85-FIL-TIP-TRANSAC   PIC X(03).
                    05 RD85-FIL-MONTO        PIC 9(13)V9(02).
                    05 RD85-FIL-MONEDA       PIC X(03).
                    05 RD85-FIL-FECHA-TRANSAC PIC 9(08).
                    05 RD85-FIL-FECHA-ALERTA PIC 9(08).
                    05 RD85-FIL-SCORE        PIC 9(03).
                    05 RD85-FIL-CAMPO        PIC X(12).
                    05 RD85-FIL-LISTA        PIC X(10).
                    05 RD85-FIL-LISTA-ID     PIC X(12).
                    05 RD85-FIL-LISTA-NOMBRE PIC X(40).
                    05 RD85-FIL-TEXTO        PIC X(60).
                    05 RD85-FIL-ESTADO       PIC X(01).
                    05 RD85-FIL-USUARIO      PIC X(13).
                    05 RD85-FIL-FECHA-DEC    PIC 9(08).
                    05 RD85-FIL-OBSERVACION  PIC X(40).

       PROCEDURE DIVISION.

           PERFORM 010-INICIALIZAR     THRU 010-FIN.
           PERFORM 020-PROCESO         THRU 020-FIN.
           PERFORM 030-TERMINAR        THRU 030-FIN.

       010-INICIALIZAR.

           EXEC CICS HANDLE ABEND
                    LABEL(990-ERROR-SISTEMA)
           END-EXEC.

           INITIALIZE RD85-SALIDA.
           MOVE 'N' TO RD85-IND-MAS.

       010-FIN.
           EXIT.

       020-PROCESO.

           PERFORM 015-VALIDAR-ENTRADA THRU 015-FIN.
           IF RD85-COD-RESP NOT = 0
              GO TO 020-FIN
           END-IF.

           PERFORM 018-VERIFICAR-AUTORIZACION THRU 018-FIN.
           IF WK-SW-AUTORIZADO = 0
              GO TO 020-FIN
           END-IF.

           IF RD85-ES-CONSULTA
              PERFORM 040-CONSULTAR THRU 040-FIN
           ELSE
              PERFORM 027-DECIDIR   THRU 027-FIN
           END-IF.

       020-FIN.
           EXIT.

       015-VALIDAR-ENTRADA.

           IF NOT RD85-ES-CONSULTA AND NOT RD85-ES-CONFIRMAR
                                   AND NOT RD85-ES-LIBERAR
              MOVE WK-COD-INVREQ TO RD85-COD-RESP
              MOVE 'TIPO DE ACCION INVALIDO (C/S/L)' TO RD85-DES-RESP
              GO TO 015-FIN
           END-IF.

           IF RD85-NUM-CTA NOT NUMERIC
              MOVE WK-COD-INVREQ TO RD85-COD-RESP
              MOVE 'NUMERO DE CUENTA INVALIDO' TO RD85-DES-RESP
              GO TO 015-FIN
           END-IF.

           IF RD85-ES-CONSULTA
              IF RD85-ESTADO-FILTRO NOT = SPACE AND
                 RD85-ESTADO-FILTRO NOT = 'P' AND
                 RD85-ESTADO-FILTRO NOT = 'S' AND
                 RD85-ESTADO-FILTRO NOT = 'L' AND
                 RD85-ESTADO-FILTRO NOT = 'F'
                 MOVE WK-COD-INVREQ TO RD85-COD-RESP
                 MOVE 'ESTADO DE FILTRO INVALIDO (P/S/L/F O BLANCO)'
                                    TO RD85-DES-RESP
              END-IF
              GO TO 015-FIN
           END-IF.

      * LA DECISION SE TOMA SOBRE UNA ALERTA: LLAVE COMPLETA Y
      * OBSERVACION QUE LA FUNDAMENTE
           IF RD85-NUM-CTA = 0 OR
              RD85-NUM-TRANSAC NOT NUMERIC OR
              RD85-TIP-TRANSAC = SPACES
              MOVE WK-COD-INVREQ TO RD85-COD-RESP
              MOVE 'LLAVE DE LA ALERTA INCOMPLETA' TO RD85-DES-RESP
              GO TO 015-FIN
           END-IF.

           IF RD85-OBSERVACION = SPACES
              MOVE WK-COD-INVREQ TO RD85-COD-RESP
              MOVE 'FALTA LA OBSERVACION QUE FUNDAMENTA LA DECISION'
                                 TO RD85-DES-RESP
           END-IF.

       015-FIN.
           EXIT.

      *----------------------------------------------------------------
      * AUTORIZACION DEL OPERADOR CONTRA CN288SS, MISMO CONTROL QUE
      * EL MANTENIMIENTO DE CN285SE EN RDK08320. LA CONSULTA NO
      * GRABA, SOLO PIDE USUARIO Y OFICINA AUTORIZADOS; LA DECISION
      * PIDE EL PERFIL DE CUMPLIMIENTO 'U' Y LA ACCION ENTRE LAS DEL
      * USUARIO
      *----------------------------------------------------------------
       018-VERIFICAR-AUTORIZACION.

           MOVE 0 TO WK-SW-AUTORIZADO.

           IF RD85-USUARIO = SPACES
              MOVE WK-COD-NOAUTOR TO RD85-COD-RESP
              MOVE 'USUARIO NO INFORMADO EN LA SOLICITUD'
                                  TO RD85-DES-RESP
              GO TO 018-FIN
           END-IF.

           INITIALIZE AREA-CN288.
           MOVE RD85-USUARIO TO CN288-USUARIO.

           EXEC CICS READ
                     FILE('CN288SS')
                     INTO(AREA-CN288)
                     RIDFLD(CN288-USUARIO)
                     RESP(WK-RESP-CN288)
           END-EXEC.

           IF WK-RESP-CN288 NOT = DFHRESP(NORMAL)
              MOVE WK-COD-NOAUTOR TO RD85-COD-RESP
              MOVE 'USUARIO NO AUTORIZADO PARA MANTENIMIENTO'
                                  TO RD85-DES-RESP
              GO TO 018-FIN
           END-IF.

           IF CN288-NUM-OFI > 0 AND
              CN288-NUM-OFI NOT = RD85-NUM-OFI
              MOVE WK-COD-ACCNOAUT TO RD85-COD-RESP
              MOVE 'OFICINA NO AUTORIZADA PARA EL USUARIO'
                                   TO RD85-DES-RESP
              GO TO 018-FIN
           END-IF.

           IF RD85-ES-CONSULTA
              MOVE 1 TO WK-SW-AUTORIZADO
              GO TO 018-FIN
           END-IF.

           IF CN288-PERFIL NOT = SPACE AND CN288-PERFIL NOT = 'U'
              MOVE WK-COD-ACCNOAUT TO RD85-COD-RESP
              MOVE 'PERFIL DEL USUARIO NO HABILITA ESTA FUNCION'
                                   TO RD85-DES-RESP
              GO TO 018-FIN
           END-IF.

           IF RD85-TIP-ACCION = CN288-ACCIONES(1:1) OR
              RD85-TIP-ACCION = CN288-ACCIONES(2:1) OR
              RD85-TIP-ACCION = CN288-ACCIONES(3:1)
              MOVE 1 TO WK-SW-AUTORIZADO
           ELSE
              MOVE WK-COD-ACCNOAUT TO RD85-COD-RESP
              MOVE 'ACCION NO AUTORIZADA PARA EL USUARIO'
                                   TO RD85-DES-RESP
           END-IF.

       018-FIN.
           EXIT.

      *----------------------------------------------------------------
      * DECISION DE CUMPLIMIENTO SOBRE UNA ALERTA. SE PUEDE CORREGIR
      * MIENTRAS NO SE HAYA ENVIADO; UNA ALERTA ENVIADA YA SALIO A
      * SU RED CON RBD457 Y NO SE TOCA
      *----------------------------------------------------------------
       027-DECIDIR.

           MOVE RD85-LLAVE TO RB532-LLAVE.

           EXEC CICS READ
                     FILE('RB532SS')
                     INTO(AREA-RB532)
                     RIDFLD(RB532-LLAVE)
                     UPDATE
                     RESP(WK-RESP-RB532)
           END-EXEC.

           IF WK-RESP-RB532 NOT = DFHRESP(NORMAL)
              MOVE WK-COD-NOTFND TO RD85-COD-RESP
              MOVE 'NO EXISTE LA ALERTA EN LA CUSTODIA RB532SS'
                                 TO RD85-DES-RESP
              GO TO 027-FIN
           END-IF.

           IF RB532-ENVIADA
              EXEC CICS UNLOCK
                        FILE('RB532SS')
                        RESP(WK-RESP-RB532)
              END-EXEC
              MOVE WK-COD-INVREQ TO RD85-COD-RESP
              MOVE 'ALERTA YA ENVIADA A LA RED, NO SE MODIFICA'
                                 TO RD85-DES-RESP
              GO TO 027-FIN
           END-IF.

           MOVE RD85-TIP-ACCION   TO RB532-ESTADO.
           MOVE RD85-USUARIO      TO RB532-USUARIO-DECISION.
           MOVE RD85-NUM-OFI      TO RB532-NUM-OFI-DECISION.
           MOVE RD85-OBSERVACION  TO RB532-OBSERVACION.
           ACCEPT RB532-FECHA-DECISION FROM DATE YYYYMMDD.
           ACCEPT WK-HORA-CAPTURA FROM TIME.
           MOVE WK-HORA-CAPTURA(1:6) TO RB532-HORA-DECISION.

           EXEC CICS REWRITE
                     FILE('RB532SS')
                     FROM(AREA-RB532)
                     RESP(WK-RESP-RB532)
           END-EXEC.

           IF WK-RESP-RB532 NOT = DFHRESP(NORMAL)
              MOVE 999 TO RD85-COD-RESP
              MOVE 'ERROR AL GRABAR LA DECISION EN RB532SS'
                                 TO RD85-DES-RESP
              GO TO 027-FIN
           END-IF.

           MOVE 0 TO RD85-COD-RESP.
           IF RD85-ES-CONFIRMAR
              MOVE 'COINCIDENCIA CONFIRMADA, TRANSACCION RETENIDA'
                                 TO RD85-DES-RESP
           ELSE
              MOVE 'ALERTA LIBERADA, SE ENVIA EN LA PROXIMA CORRIDA'
                                 TO RD85-DES-RESP
           END-IF.
           MOVE 1 TO RD85-CANT-FILAS.
           PERFORM 042-MOVER-FILA THRU 042-FIN.

       027-FIN.
           EXIT.

      *----------------------------------------------------------------
      * CONSULTA: RECORRE LA CUSTODIA DESDE LA LLAVE INFORMADA (SOLO
      * LA CUENTA, O LA LLAVE SIGUIENTE DEVUELTA POR LA PAGINA
      * ANTERIOR) Y DEVUELVE HASTA 20 ALERTAS DEL ESTADO PEDIDO
      *----------------------------------------------------------------
       040-CONSULTAR.

           MOVE RD85-LLAVE TO WK-LLAVE-BROWSE.
           IF WK-BRW-NUM-TRANSAC NOT NUMERIC
              MOVE 0 TO WK-BRW-NUM-TRANSAC
           END-IF.

           EXEC CICS STARTBR
                     FILE('RB532SS')
                     RIDFLD(WK-LLAVE-BROWSE)
                     GTEQ
                     RESP(WK-RESP-RB532)
           END-EXEC.

           IF WK-RESP-RB532 NOT = DFHRESP(NORMAL)
              MOVE WK-COD-NOTFND TO RD85-COD-RESP
              MOVE 'SIN ALERTAS EN LA CUSTODIA DESDE ESA CUENTA'
                                 TO RD85-DES-RESP
              GO TO 040-FIN
           END-IF.

           MOVE 0 TO WK-SW-FIN-BROWSE.
           PERFORM 041-LEER-ALERTA THRU 041-FIN
                   UNTIL WK-SW-FIN-BROWSE = 1.

           EXEC CICS ENDBR
                     FILE('RB532SS')
                     RESP(WK-RESP-RB532)
           END-EXEC.

           IF RD85-CANT-FILAS = 0
              MOVE WK-COD-NOTFND TO RD85-COD-RESP
              MOVE 'SIN ALERTAS PARA LA CONSULTA'
                                 TO RD85-DES-RESP
              GO TO 040-FIN
           END-IF.

           MOVE 0 TO RD85-COD-RESP.
           MOVE 'CONSULTA DE ALERTAS DE SANCIONES' TO RD85-DES-RESP.

       040-FIN.
           EXIT.

       041-LEER-ALERTA.

           EXEC CICS READNEXT
                     FILE('RB532SS')
                     INTO(AREA-RB532)
                     RIDFLD(WK-LLAVE-BROWSE)
                     RESP(WK-RESP-RB532)
           END-EXEC.

           IF WK-RESP-RB532 NOT = DFHRESP(NORMAL)
              MOVE 1 TO WK-SW-FIN-BROWSE
              GO TO 041-FIN
           END-IF.

           IF RD85-ESTADO-FILTRO NOT = SPACE AND
              RB532-ESTADO NOT = RD85-ESTADO-FILTRO
              GO TO 041-FIN
           END-IF.

      * PAGINA LLENA: SE DEVUELVE LA LLAVE DESDE LA QUE SIGUE
           IF RD85-CANT-FILAS >= 20
              MOVE 'S'         TO RD85-IND-MAS
              MOVE RB532-LLAVE TO RD85-LLAVE-SIGUIENTE
              MOVE 1           TO WK-SW-FIN-BROWSE
              GO TO 041-FIN
           END-IF.

           ADD 1 TO RD85-CANT-FILAS.
           PERFORM 042-MOVER-FILA THRU 042-FIN.

       041-FIN.
           EXIT.

       042-MOVER-FILA.

           MOVE RB532-LLAVE
                TO RD85-FIL-LLAVE(RD85-CANT-FILAS).
           MOVE RB532-MONTO-TRANSAC
                TO RD85-FIL-MONTO(RD85-CANT-FILAS).
           MOVE RB532-MONEDA
                TO RD85-FIL-MONEDA(RD85-CANT-FILAS).
           MOVE RB532-FECHA-TRANSAC
                TO RD85-FIL-FECHA-TRANSAC(RD85-CANT-FILAS).
           MOVE RB532-FECHA-ALERTA
                TO RD85-FIL-FECHA-ALERTA(RD85-CANT-FILAS).
           MOVE RB532-SCORE
                TO RD85-FIL-SCORE(RD85-CANT-FILAS).
           MOVE RB532-CAMPO
                TO RD85-FIL-CAMPO(RD85-CANT-FILAS).
           MOVE RB532-LISTA
                TO RD85-FIL-LISTA(RD85-CANT-FILAS).
           MOVE RB532-LISTA-ID
                TO RD85-FIL-LISTA-ID(RD85-CANT-FILAS).
           MOVE RB532-LISTA-NOMBRE(1:40)
                TO RD85-FIL-LISTA-NOMBRE(RD85-CANT-FILAS).
           MOVE RB532-TEXTO(1:60)
                TO RD85-FIL-TEXTO(RD85-CANT-FILAS).
           MOVE RB532-ESTADO
                TO RD85-FIL-ESTADO(RD85-CANT-FILAS).
           MOVE RB532-USUARIO-DECISION
                TO RD85-FIL-USUARIO(RD85-CANT-FILAS).
           MOVE RB532-FECHA-DECISION
                TO RD85-FIL-FECHA-DEC(RD85-CANT-FILAS).
           MOVE RB532-OBSERVACION
                TO RD85-FIL-OBSERVACION(RD85-CANT-FILAS).

       042-FIN.
           EXIT.

       990-ERROR-SISTEMA.
           CALL 'SOC300' USING DFHEIBLK RETURNING SOC300-SALIDA.
           MOVE 999                           TO RD85-COD-RESP.
           MOVE SOC300-SALIDA                 TO RD85-DES-RESP.
           PERFORM 030-TERMINAR THRU 030-FIN.
       990-FIN.
           EXIT.

       030-TERMINAR.
           EXEC CICS RETURN END-EXEC.
       030-FIN.
           EXIT.

       IDENTIFICATION DIVISION.
       PROGRAM-ID.   RDK08406.
      * AUTOR    :   M. SOSA
      * OBJETIVO :   REVISION EN LINEA DE LOS DUPLICADOS DE CN255SE
      *              QUE RBD522 CARGA DESDE RB460SS EN LA CUSTODIA
      *              RB522SS. LA ACCION 'C' CONSULTA LAS PARTIDAS
      *              DESDE UNA CUENTA (OPCIONALMENTE SOLO LAS DE UN
      *              ESTADO), DE A 20 Y CON LLAVE PARA CONTINUAR; LA
      *              ACCION 'D' LA MARCA COMO DUPLICADO CONFIRMADO Y
      *              LA 'L' LA LIBERA COMO TRANSACCION LEGITIMA, QUE
      *              RBD522 REALIMENTA AL PROXIMO CICLO DE RBD457.
      *              QUEDAN EN LA PARTIDA EL USUARIO, LA OFICINA, LA
      *              FECHA Y LA HORA DE LA DECISION
      *              FORMATEADOR PARA INTRANET HAC
      *----------------------------------------------------------------
      * NRO SOL: REQPR00192176
      * FECHA  : 05 DE MAYO DE 2016
      * AUTOR  : M. SOSA
      * DESCRIP: VERSION INICIAL DEL PROGRAMA. LA DECISION SE PUEDE
      *          CAMBIAR MIENTRAS LA PARTIDA NO SE HAYA REALIMENTADO
      *          ('F'). EL OPERADOR SE VALIDA CONTRA CN288SS: LA
      *          CONSULTA ADMITE CUALQUIER USUARIO DE LA OFICINA Y
      *          LA DECISION SOLO EL PERFIL 'R' (REVISOR DE
      *          DUPLICADOS, ACCIONES 'DL') O UN USUARIO SIN PERFIL
      *          CON LA ACCION ENTRE LAS SUYAS
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
      * CUSTODIA DE DUPLICADOS (MISMO LAYOUT QUE REG-RB522SS DE RBD522)
      *----------------------------------------------------------------
       01  AREA-RB522.
           02 RB522-LLAVE.
              03 RB522-NUM-CTA               PIC 9(16).
              03 RB522-NUM-TRANSAC           PIC 9(16).
              03 RB522-TIP-TRANSAC           PIC X(03).
              03 RB522-FECHA-ALTA            PIC 9(08).
              03 RB522-SEC-CARGA             PIC 9(07).
           02 RB522-MONTO-TRANSAC            PIC 9(13)V9(02).
           02 RB522-MONEDA                   PIC X(03).
           02 RB522-FECHA-TRANSAC            PIC 9(08).
           02 RB522-HORA-TRANSAC             PIC 9(06).
           02 RB522-NOMB-ARCH-CARG           PIC X(100).
           02 RB522-NOMBRE-RED               PIC X(100).
           02 RB522-ESTADO                   PIC X(01).
              88 RB522-PENDIENTE      VALUE 'P'.
              88 RB522-DUPLICADO      VALUE 'D'.
              88 RB522-LIBERADO       VALUE 'L'.
              88 RB522-REALIMENTADO   VALUE 'F'.
           02 RB522-USUARIO-DECISION         PIC X(13).
           02 RB522-NUM-OFI-DECISION         PIC 9(03).
           02 RB522-FECHA-DECISION           PIC 9(08).
           02 RB522-HORA-DECISION            PIC 9(06).
           02 RB522-FECHA-REALIM             PIC 9(08).

       01  WK-LLAVE-BROWSE.
           02 WK-BRW-NUM-CTA                 PIC 9(16).
           02 WK-BRW-NUM-TRANSAC             PIC 9(16).
           02 WK-BRW-TIP-TRANSAC             PIC X(03).
           02 WK-BRW-FECHA-ALTA              PIC 9(08).
           02 WK-BRW-SEC-CARGA               PIC 9(07).

       01  WK-RESP-RB522                     PIC S9(08) COMP.
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
           02 RD83-ENTRADA.
              03 RD83-TIP-ACCION             PIC X(01).
                 88 RD83-ES-CONSULTA  VALUE 'C'.
                 88 RD83-ES-DUPLICADO VALUE 'D'.
                 88 RD83-ES-LIBERAR   VALUE 'L'.
              03 RD83-LLAVE.
                 04 RD83-NUM-CTA             PIC 9(16).
                 04 RD83-NUM-TRANSAC         PIC 9(16).
                 04 RD83-TIP-TRANSAC         PIC X(03).
                 04 RD83-FECHA-ALTA          PIC 9(08).
                 04 RD83-SEC-CARGA           PIC 9(07).
              03 RD83-ESTADO-FILTRO          PIC X(01).
              03 RD83-USUARIO                PIC X(13).
              03 RD83-NUM-OFI                PIC 9(03).

           02 RD83-SALIDA.
              03 RD83-COD-RESP               PIC 9(04).
              03 RD83-DES-RESP               PIC X(60).
              03 RD83-CANT-FILAS             PIC 9(02).
              03 RD83-IND-MAS                PIC X(01).
              03 RD83-LLAVE-SIGUIENTE        PIC X(50).
              03 RD83-FILAS.
                 04 RD83-FIL OCCURS 20 TIMES.
                    05 RD83-FIL-LLAVE.
                       06 RD83-FIL-NUM-CTA       PIC 9(16).
                       06 RD83-FIL-NUM-TRANSAC   PIC 9(16).
                       06 RD83-FIL-TIP-TRANSAC   PIC X(03).
                       06 RD83-FIL-FECHA-ALTA    PIC 9(08).
                       06 RD83-FIL-SEC-CARGA     PIC 9(07).
                    05 RD83-FIL-MONTO        PIC 9(13)V9(02).
                    05 RD83-FIL-MONEDA       PIC X(03).
                    05 RD83-FIL-FECHA-TRANSAC PIC 9(08).
                    05 RD83-FIL-HORA-TRANSAC PIC 9(06).
                    05 RD83-FIL-RED          PIC X(20).
                    05 RD83-FIL-ESTADO       PIC X(01).
                    05 RD83-FIL-USUARIO      PIC X(13).
                    05 RD83-FIL-FECHA-DEC    PIC 9(08).

       PROCEDURE DIVISION.

           PERFORM 010-INICIALIZAR     THRU 010-FIN.
           PERFORM 020-PROCESO         THRU 020-FIN.
           PERFORM 030-TERMINAR        THRU 030-FIN.

       010-INICIALIZAR.

           EXEC CICS HANDLE ABEND
                    LABEL(990-ERROR-SISTEMA)
           END-EXEC.

           INITIALIZE RD83-SALIDA.
           MOVE 'N' TO RD83-IND-MAS.

       010-FIN.
           EXIT.

       020-PROCESO.

           PERFORM 015-VALIDAR-ENTRADA THRU 015-FIN.
           IF RD83-COD-RESP NOT = 0
              GO TO 020-FIN
           END-IF.

           PERFORM 018-VERIFICAR-AUTORIZACION THRU 018-FIN.
           IF WK-SW-AUTORIZADO = 0
              GO TO 020-FIN
           END-IF.

           IF RD83-ES-CONSULTA
              PERFORM 040-CONSULTAR THRU 040-FIN
           ELSE
              PERFORM 027-DECIDIR   THRU 027-FIN
           END-IF.

       020-FIN.
           EXIT.

       015-VALIDAR-ENTRADA.

           IF NOT RD83-ES-CONSULTA AND NOT RD83-ES-DUPLICADO
                                   AND NOT RD83-ES-LIBERAR
              MOVE WK-COD-INVREQ TO RD83-COD-RESP
              MOVE 'TIPO DE ACCION INVALIDO (C/D/L)' TO RD83-DES-RESP
              GO TO 015-FIN
           END-IF.

           IF RD83-NUM-CTA NOT NUMERIC
              MOVE WK-COD-INVREQ TO RD83-COD-RESP
              MOVE 'NUMERO DE CUENTA INVALIDO' TO RD83-DES-RESP
              GO TO 015-FIN
           END-IF.

           IF RD83-ES-CONSULTA
              IF RD83-ESTADO-FILTRO NOT = SPACE AND
                 RD83-ESTADO-FILTRO NOT = 'P' AND
                 RD83-ESTADO-FILTRO NOT = 'D' AND
                 RD83-ESTADO-FILTRO NOT = 'L' AND
                 RD83-ESTADO-FILTRO NOT = 'F'
                 MOVE WK-COD-INVREQ TO RD83-COD-RESP
                 MOVE 'ESTADO DE FILTRO INVALIDO (P/D/L/F O BLANCO)'
                                    TO RD83-DES-RESP
              END-IF
              GO TO 015-FIN
           END-IF.

      * LA DECISION SE TOMA SOBRE UNA PARTIDA: LLAVE COMPLETA
           IF RD83-NUM-CTA = 0 OR
              RD83-NUM-TRANSAC NOT NUMERIC OR
              RD83-FECHA-ALTA NOT NUMERIC OR RD83-FECHA-ALTA = 0 OR
              RD83-SEC-CARGA NOT NUMERIC OR RD83-SEC-CARGA = 0
              MOVE WK-COD-INVREQ TO RD83-COD-RESP
              MOVE 'LLAVE DE LA PARTIDA INCOMPLETA' TO RD83-DES-RESP
           END-IF.

       015-FIN.
           EXIT.

      *----------------------------------------------------------------
      * AUTORIZACION DEL OPERADOR CONTRA CN288SS, MISMO CONTROL QUE
      * EL MANTENIMIENTO DE CN285SE EN RDK08320. LA CONSULTA NO
      * GRABA, SOLO PIDE USUARIO Y OFICINA AUTORIZADOS; LA DECISION
      * PIDE EL PERFIL DE REVISOR Y LA ACCION ENTRE LAS DEL USUARIO
      *----------------------------------------------------------------
       018-VERIFICAR-AUTORIZACION.

           MOVE 0 TO WK-SW-AUTORIZADO.

           IF RD83-USUARIO = SPACES
              MOVE WK-COD-NOAUTOR TO RD83-COD-RESP
              MOVE 'USUARIO NO INFORMADO EN LA SOLICITUD'
                                  TO RD83-DES-RESP
              GO TO 018-FIN
           END-IF.

           INITIALIZE AREA-CN288.
           MOVE RD83-USUARIO TO CN288-USUARIO.

           EXEC CICS READ
                     FILE('CN288SS')
                     INTO(AREA-CN288)
                     RIDFLD(CN288-USUARIO)
                     RESP(WK-RESP-CN288)
           END-EXEC.

           IF WK-RESP-CN288 NOT = DFHRESP(NORMAL)
              MOVE WK-COD-NOAUTOR TO RD83-COD-RESP
              MOVE 'USUARIO NO AUTORIZADO PARA MANTENIMIENTO'
                                  TO RD83-DES-RESP
              GO TO 018-FIN
           END-IF.

           IF CN288-NUM-OFI > 0 AND
              CN288-NUM-OFI NOT = RD83-NUM-OFI
              MOVE WK-COD-ACCNOAUT TO RD83-COD-RESP
              MOVE 'OFICINA NO AUTORIZADA PARA EL USUARIO'
                                   TO RD83-DES-RESP
              GO TO 018-FIN
           END-IF.

           IF RD83-ES-CONSULTA
              MOVE 1 TO WK-SW-AUTORIZADO
              GO TO 018-FIN
           END-IF.

           IF CN288-PERFIL NOT = SPACE AND CN288-PERFIL NOT = 'R'
              MOVE WK-COD-ACCNOAUT TO RD83-COD-RESP
              MOVE 'PERFIL DEL USUARIO NO HABILITA ESTA FUNCION'
                                   TO RD83-DES-RESP
              GO TO 018-FIN
           END-IF.

           IF RD83-TIP-ACCION = CN288-ACCIONES(1:1) OR
              RD83-TIP-ACCION = CN288-ACCIONES(2:1) OR
              RD83-TIP-ACCION = CN288-ACCIONES(3:1)
              MOVE 1 TO WK-SW-AUTORIZADO
           ELSE
              MOVE WK-COD-ACCNOAUT TO RD83-COD-RESP
              MOVE 'ACCION NO AUTORIZADA PARA EL USUARIO'
                                   TO RD83-DES-RESP
           END-IF.

       018-FIN.
           EXIT.

      *----------------------------------------------------------------
      * DECISION DEL ANALISTA SOBRE UNA PARTIDA. SE PUEDE CORREGIR
      * MIENTRAS NO SE HAYA REALIMENTADO; UNA PARTIDA REALIMENTADA YA
      * ENTRO AL CICLO DE RBD457 Y NO SE TOCA
      *----------------------------------------------------------------
       027-DECIDIR.

           MOVE RD83-LLAVE TO RB522-LLAVE.

           EXEC CICS READ
                     FILE('RB522SS')
                     INTO(AREA-RB522)
                     RIDFLD(RB522-LLAVE)
                     UPDATE
                     RESP(WK-RESP-RB522)
           END-EXEC.

           IF WK-RESP-RB522 NOT = DFHRESP(NORMAL)
              MOVE WK-COD-NOTFND TO RD83-COD-RESP
              MOVE 'NO EXISTE LA PARTIDA EN LA CUSTODIA RB522SS'
                                 TO RD83-DES-RESP
              GO TO 027-FIN
           END-IF.

           IF RB522-REALIMENTADO
              EXEC CICS UNLOCK
                        FILE('RB522SS')
                        RESP(WK-RESP-RB522)
              END-EXEC
              MOVE WK-COD-INVREQ TO RD83-COD-RESP
              MOVE 'PARTIDA YA REALIMENTADA A RBD457, NO SE MODIFICA'
                                 TO RD83-DES-RESP
              GO TO 027-FIN
           END-IF.

           MOVE RD83-TIP-ACCION   TO RB522-ESTADO.
           MOVE RD83-USUARIO      TO RB522-USUARIO-DECISION.
           MOVE RD83-NUM-OFI      TO RB522-NUM-OFI-DECISION.
           ACCEPT RB522-FECHA-DECISION FROM DATE YYYYMMDD.
           ACCEPT WK-HORA-CAPTURA FROM TIME.
           MOVE WK-HORA-CAPTURA(1:6) TO RB522-HORA-DECISION.

           EXEC CICS REWRITE
                     FILE('RB522SS')
                     FROM(AREA-RB522)
                     RESP(WK-RESP-RB522)
           END-EXEC.

           IF WK-RESP-RB522 NOT = DFHRESP(NORMAL)
              MOVE 999 TO RD83-COD-RESP
              MOVE 'ERROR AL GRABAR LA DECISION EN RB522SS'
                                 TO RD83-DES-RESP
              GO TO 027-FIN
           END-IF.

           MOVE 0 TO RD83-COD-RESP.
           IF RD83-ES-DUPLICADO
              MOVE 'PARTIDA CONFIRMADA COMO DUPLICADO' TO RD83-DES-RESP
           ELSE
              MOVE 'PARTIDA LIBERADA, SE REALIMENTA AL PROXIMO CICLO'
                                 TO RD83-DES-RESP
           END-IF.
           MOVE 1 TO RD83-CANT-FILAS.
           PERFORM 042-MOVER-FILA THRU 042-FIN.

       027-FIN.
           EXIT.

      *----------------------------------------------------------------
      * CONSULTA: RECORRE LA CUSTODIA DESDE LA LLAVE INFORMADA (SOLO
      * LA CUENTA, O LA LLAVE SIGUIENTE DEVUELTA POR LA PAGINA
      * ANTERIOR) Y DEVUELVE HASTA 20 PARTIDAS DEL ESTADO PEDIDO
      *----------------------------------------------------------------
       040-CONSULTAR.

           MOVE RD83-LLAVE TO WK-LLAVE-BROWSE.
           IF WK-BRW-NUM-TRANSAC NOT NUMERIC
              MOVE 0 TO WK-BRW-NUM-TRANSAC
           END-IF.
           IF WK-BRW-FECHA-ALTA NOT NUMERIC
              MOVE 0 TO WK-BRW-FECHA-ALTA
           END-IF.
           IF WK-BRW-SEC-CARGA NOT NUMERIC
              MOVE 0 TO WK-BRW-SEC-CARGA
           END-IF.

           EXEC CICS STARTBR
                     FILE('RB522SS')
                     RIDFLD(WK-LLAVE-BROWSE)
                     GTEQ
                     RESP(WK-RESP-RB522)
           END-EXEC.

           IF WK-RESP-RB522 NOT = DFHRESP(NORMAL)
              MOVE WK-COD-NOTFND TO RD83-COD-RESP
              MOVE 'SIN PARTIDAS EN LA CUSTODIA DESDE ESA CUENTA'
                                 TO RD83-DES-RESP
              GO TO 040-FIN
           END-IF.

           MOVE 0 TO WK-SW-FIN-BROWSE.
           PERFORM 041-LEER-PARTIDA THRU 041-FIN
                   UNTIL WK-SW-FIN-BROWSE = 1.

           EXEC CICS ENDBR
                     FILE('RB522SS')
                     RESP(WK-RESP-RB522)
           END-EXEC.

           IF RD83-CANT-FILAS = 0
              MOVE WK-COD-NOTFND TO RD83-COD-RESP
              MOVE 'SIN PARTIDAS PARA LA CONSULTA'
                                 TO RD83-DES-RESP
              GO TO 040-FIN
           END-IF.

           MOVE 0 TO RD83-COD-RESP.
           MOVE 'CONSULTA DE DUPLICADOS EN CUSTODIA' TO RD83-DES-RESP.

       040-FIN.
           EXIT.

       041-LEER-PARTIDA.

           EXEC CICS READNEXT
                     FILE('RB522SS')
                     INTO(AREA-RB522)
                     RIDFLD(WK-LLAVE-BROWSE)
                     RESP(WK-RESP-RB522)
           END-EXEC.

           IF WK-RESP-RB522 NOT = DFHRESP(NORMAL)
              MOVE 1 TO WK-SW-FIN-BROWSE
              GO TO 041-FIN
           END-IF.

           IF RD83-ESTADO-FILTRO NOT = SPACE AND
              RB522-ESTADO NOT = RD83-ESTADO-FILTRO
              GO TO 041-FIN
           END-IF.

      * PAGINA LLENA: SE DEVUELVE LA LLAVE DESDE LA QUE SIGUE
           IF RD83-CANT-FILAS >= 20
              MOVE 'S'         TO RD83-IND-MAS
              MOVE RB522-LLAVE TO RD83-LLAVE-SIGUIENTE
              MOVE 1           TO WK-SW-FIN-BROWSE
              GO TO 041-FIN
           END-IF.

           ADD 1 TO RD83-CANT-FILAS.
           PERFORM 042-MOVER-FILA THRU 042-FIN.

       041-FIN.
           EXIT.

       042-MOVER-FILA.

           MOVE RB522-LLAVE
                TO RD83-FIL-LLAVE(RD83-CANT-FILAS).
           MOVE RB522-MONTO-TRANSAC
                TO RD83-FIL-MONTO(RD83-CANT-FILAS).
           MOVE RB522-MONEDA
                TO RD83-FIL-MONEDA(RD83-CANT-FILAS).
           MOVE RB522-FECHA-TRANSAC
                TO RD83-FIL-FECHA-TRANSAC(RD83-CANT-FILAS).
           MOVE RB522-HORA-TRANSAC
                TO RD83-FIL-HORA-TRANSAC(RD83-CANT-FILAS).
           MOVE RB522-NOMBRE-RED(1:20)
                TO RD83-FIL-RED(RD83-CANT-FILAS).
           MOVE RB522-ESTADO
                TO RD83-FIL-ESTADO(RD83-CANT-FILAS).
           MOVE RB522-USUARIO-DECISION
                TO RD83-FIL-USUARIO(RD83-CANT-FILAS).
           MOVE RB522-FECHA-DECISION
                TO RD83-FIL-FECHA-DEC(RD83-CANT-FILAS).

       042-FIN.
           EXIT.

       990-ERROR-SISTEMA.
           CALL 'SOC300' USING DFHEIBLK RETURNING SOC300-SALIDA.
           MOVE 999                           TO RD83-COD-RESP.
           MOVE SOC300-SALIDA                 TO RD83-DES-RESP.
           PERFORM 030-TERMINAR THRU 030-FIN.
       990-FIN.
           EXIT.

       030-TERMINAR.
           EXEC CICS RETURN END-EXEC.
       030-FIN.
           EXIT.

       IDENTIFICATION DIVISION.
       PROGRAM-ID.   RDK08405.
      * AUTOR    :   M. SOSA
      * OBJETIVO :   ADMINISTRACION EN LINEA DEL ARCHIVO DE
      *              AUTORIZACIONES CN288SS (HALLAZGO DE AUDITORIA
      *              EXTERNA), QUE CONTROLA QUIEN MANTIENE CN285SE
      *              (RDK08320/RDK08394/RDK08399), LAS TASAS Y EL
      *              TARIFARIO (RDK08392/RDK08404) Y EL CALENDARIO
      *              (RDK08396) Y HASTA HOY SE EDITABA A MANO. EL
      *              ADMINISTRADOR DE SEGURIDAD OTORGA, MODIFICA,
      *              REVOCA O CONSULTA EL PERFIL DE UN USUARIO; LAS
      *              ACCIONES PERMITIDAS SALEN DEL PERFIL Y CADA
      *              CAMBIO QUEDA EN LA BITACORA CN290SS CON EL ANTES,
      *              EL DESPUES, QUIEN Y CUANDO. RBD519 EMITE LA
      *              RECERTIFICACION TRIMESTRAL POR OFICINA
      *              FORMATEADOR PARA INTRANET HAC
      *----------------------------------------------------------------
      * NRO SOL: REQPR00192171
      * FECHA  : 28 DE ABRIL DE 2016
      * AUTOR  : M. SOSA
      * DESCRIP: VERSION INICIAL DEL PROGRAMA. PERFILES Y ACCIONES:
      *          'C' CAPTURADOR CN285SE (AMD), 'P' APROBADOR CN285SE
      *          (AMD), 'T' TASAS Y TARIFAS (AMB), 'K' CALENDARIO
      *          (AD), 'L' SOLO CONSULTA Y 'S' ADMINISTRADOR DE
      *          SEGURIDAD (SIN ACCIONES DE MANTENIMIENTO). SOLO UN
      *          USUARIO CON PERFIL 'S' ADMINISTRA, Y NUNCA SU PROPIO
      *          REGISTRO. LA REVOCACION BORRA EL USUARIO DE CN288SS;
      *          LA HISTORIA QUEDA EN CN290SS
      *----------------------------------------------------------------
      * REQ    : REQPR00192176
      * FECHA  : 05 DE MAYO DE 2016
      * AUTOR  : M. SOSA
      * DESCR  : NUEVO PERFIL 'R' REVISOR DE DUPLICADOS (ACCIONES
      *          'DL': CONFIRMAR DUPLICADO Y LIBERAR) PARA LA REVISION
      *          DE LA CUSTODIA RB522SS EN RDK08406
      *----------------------------------------------------------------
      * REQ    : REQPR00192196
      * FECHA  : 30 DE JUNIO DE 2016
      * AUTOR  : M. SOSA
      * DESCR  : NUEVO PERFIL 'U' CUMPLIMIENTO (ACCIONES 'SL':
      *          CONFIRMAR LA ALERTA DE SANCIONES Y LIBERARLA) PARA LA
      *          REVISION DE LA CUSTODIA RB532SS EN RDK08408. EL
      *          ADMINISTRADOR DE SEGURIDAD 'S' SIGUE SIN ACCIONES
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
      * ARCHIVO DE AUTORIZACIONES: POR USUARIO, LA OFICINA HABILITADA
      * (0 = CUALQUIERA), LAS ACCIONES PERMITIDAS, EL PERFIL Y QUIEN
      * LO OTORGO Y CAMBIO POR ULTIMA VEZ
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

      *----------------------------------------------------------------
      * REGISTRO DEL ADMINISTRADOR QUE OPERA, LEIDO DEL MISMO CN288SS
      *----------------------------------------------------------------
       01  AREA-CN288-ADM.
           02 CN288A-LLAVE.
              03 CN288A-USUARIO              PIC X(13).
           02 CN288A-NUM-OFI                 PIC 9(03).
           02 CN288A-ACCIONES                PIC X(03).
           02 CN288A-PERFIL                  PIC X(01).
           02 CN288A-FECHA-ALTA              PIC 9(08).
           02 CN288A-USUARIO-ALTA            PIC X(13).
           02 CN288A-FECHA-ULT-ACT           PIC 9(08).
           02 CN288A-USUARIO-ULT-ACT         PIC X(13).

      *----------------------------------------------------------------
      * BITACORA DE OTORGAMIENTOS, CAMBIOS Y REVOCACIONES
      *----------------------------------------------------------------
       01  AREA-CN290.
           02 CN290-LLAVE.
              03 CN290-FECHA                 PIC 9(08).
              03 CN290-HORA                  PIC 9(06).
              03 CN290-USUARIO-OBJ           PIC X(13).
           02 CN290-TIP-ACCION               PIC X(01).
           02 CN290-PERFIL-ANT               PIC X(01).
           02 CN290-NUM-OFI-ANT              PIC 9(03).
           02 CN290-ACCIONES-ANT             PIC X(03).
           02 CN290-PERFIL-NUEVO             PIC X(01).
           02 CN290-NUM-OFI-NUEVA            PIC 9(03).
           02 CN290-ACCIONES-NUEVAS          PIC X(03).
           02 CN290-USUARIO                  PIC X(13).
           02 CN290-NUM-OFI                  PIC 9(03).

       01  WK-RESP-CN290                     PIC S9(08) COMP.
       01  WK-HORA-CAPTURA                   PIC 9(08).
       01  WK-FECHA-HOY                      PIC 9(08).

       01  WK-PERFIL-ANT                     PIC X(01).
       01  WK-NUM-OFI-ANT                    PIC 9(03).
       01  WK-ACCIONES-ANT                   PIC X(03).
       01  WK-ACCIONES-PERFIL                PIC X(03).

       01  WK-COD-INVREQ                     PIC 9(04) VALUE 0008.
       01  WK-COD-NOTFND                     PIC 9(04) VALUE 0081.
       01  WK-COD-NOAUTOR                    PIC 9(04) VALUE 0092.
       01  WK-COD-ACCNOAUT                   PIC 9(04) VALUE 0093.
       01  WK-COD-MISMOUSR                   PIC 9(04) VALUE 0097.

       01  WK-SW-AUTORIZADO                  PIC 9(01) VALUE 0.
       01  WK-SW-APLICADO                    PIC 9(01) VALUE 0.

       LINKAGE SECTION.
       01  DFHCOMMAREA.
           02 RD82-ENTRADA.
              03 RD82-TIP-ACCION             PIC X(01).
                 88 RD82-ES-OTORGAR   VALUE 'O'.
                 88 RD82-ES-MODIFICA  VALUE 'M'.
                 88 RD82-ES-REVOCAR   VALUE 'R'.
                 88 RD82-ES-CONSULTA  VALUE 'C'.
              03 RD82-USUARIO-OBJ            PIC X(13).
              03 RD82-PERFIL                 PIC X(01).
                 88 RD82-PERFIL-VALIDO VALUES 'C' 'P' 'T' 'K'
                                              'L' 'S' 'R' 'U'.
              03 RD82-NUM-OFI-OBJ            PIC 9(03).
              03 RD82-USUARIO                PIC X(13).
              03 RD82-NUM-OFI                PIC 9(03).

           02 RD82-SALIDA.
              03 RD82-COD-RESP               PIC 9(04).
              03 RD82-DES-RESP               PIC X(60).
              03 RD82-USR-PERFIL             PIC X(01).
              03 RD82-USR-NUM-OFI            PIC 9(03).
              03 RD82-USR-ACCIONES           PIC X(03).
              03 RD82-USR-FECHA-ALTA         PIC 9(08).
              03 RD82-USR-USUARIO-ALTA       PIC X(13).
              03 RD82-USR-FECHA-ULT-ACT      PIC 9(08).
              03 RD82-USR-USUARIO-ULT-ACT    PIC X(13).

       PROCEDURE DIVISION.

           PERFORM 010-INICIALIZAR     THRU 010-FIN.
           PERFORM 020-PROCESO         THRU 020-FIN.
           PERFORM 030-TERMINAR        THRU 030-FIN.

       010-INICIALIZAR.

           EXEC CICS HANDLE ABEND
                    LABEL(990-ERROR-SISTEMA)
           END-EXEC.

           INITIALIZE RD82-SALIDA.
           ACCEPT WK-FECHA-HOY FROM DATE YYYYMMDD.

       010-FIN.
           EXIT.

       020-PROCESO.

           PERFORM 015-VALIDAR-ENTRADA THRU 015-FIN.
           IF RD82-COD-RESP NOT = 0
              GO TO 020-FIN
           END-IF.

           PERFORM 018-VERIFICAR-AUTORIZACION THRU 018-FIN.
           IF WK-SW-AUTORIZADO = 0
              GO TO 020-FIN
           END-IF.

           MOVE 0 TO WK-SW-APLICADO.
      * LOS REGISTROS CARGADOS A MANO SON MAS CORTOS QUE EL AREA
           INITIALIZE AREA-CN288.
           MOVE RD82-USUARIO-OBJ TO CN288-USUARIO.

           EVALUATE TRUE
               WHEN RD82-ES-OTORGAR
                   PERFORM 027-OTORGAR-PERFIL  THRU 027-FIN
               WHEN RD82-ES-MODIFICA
                   PERFORM 028-MODIFICAR-PERFIL THRU 028-FIN
               WHEN RD82-ES-REVOCAR
                   PERFORM 029-REVOCAR-PERFIL  THRU 029-FIN
               WHEN RD82-ES-CONSULTA
                   PERFORM 026-CONSULTAR-PERFIL THRU 026-FIN
           END-EVALUATE.

           IF WK-SW-APLICADO = 1
              PERFORM 025-GRABAR-CN290SS THRU 025-FIN
           END-IF.

       020-FIN.
           EXIT.

       015-VALIDAR-ENTRADA.

           IF NOT RD82-ES-OTORGAR AND NOT RD82-ES-MODIFICA AND
              NOT RD82-ES-REVOCAR AND NOT RD82-ES-CONSULTA
              MOVE WK-COD-INVREQ TO RD82-COD-RESP
              MOVE 'TIPO DE ACCION INVALIDO' TO RD82-DES-RESP
              GO TO 015-FIN
           END-IF.

           IF RD82-USUARIO-OBJ = SPACES
              MOVE WK-COD-INVREQ TO RD82-COD-RESP
              MOVE 'USUARIO A ADMINISTRAR NO INFORMADO'
                                 TO RD82-DES-RESP
              GO TO 015-FIN
           END-IF.

           IF (RD82-ES-OTORGAR OR RD82-ES-MODIFICA) AND
              NOT RD82-PERFIL-VALIDO
              MOVE WK-COD-INVREQ TO RD82-COD-RESP
              MOVE 'PERFIL INVALIDO (C/P/T/K/L/S/R/U)' TO RD82-DES-RESP
              GO TO 015-FIN
           END-IF.

           IF (RD82-ES-OTORGAR OR RD82-ES-MODIFICA) AND
              RD82-NUM-OFI-OBJ NOT NUMERIC
              MOVE WK-COD-INVREQ TO RD82-COD-RESP
              MOVE 'OFICINA DEL USUARIO NO NUMERICA' TO RD82-DES-RESP
           END-IF.

       015-FIN.
           EXIT.

      *----------------------------------------------------------------
      * EL OPERADOR DEBE ESTAR EN CN288SS CON PERFIL 'S', EN SU
      * OFICINA (0 = TODAS), Y NO PUEDE CAMBIAR SU PROPIO REGISTRO.
      * LA CONSULTA TAMBIEN QUEDA RESERVADA AL ADMINISTRADOR
      *----------------------------------------------------------------
       018-VERIFICAR-AUTORIZACION.

           MOVE 0 TO WK-SW-AUTORIZADO.

           IF RD82-USUARIO = SPACES
              MOVE WK-COD-NOAUTOR TO RD82-COD-RESP
              MOVE 'USUARIO NO INFORMADO EN LA SOLICITUD'
                                  TO RD82-DES-RESP
              GO TO 018-FIN
           END-IF.

           INITIALIZE AREA-CN288-ADM.
           MOVE RD82-USUARIO TO CN288A-USUARIO.

           EXEC CICS READ
                     FILE('CN288SS')
                     INTO(AREA-CN288-ADM)
                     RIDFLD(CN288A-USUARIO)
                     RESP(WK-RESP-CN288)
           END-EXEC.

           IF WK-RESP-CN288 NOT = DFHRESP(NORMAL)
              MOVE WK-COD-NOAUTOR TO RD82-COD-RESP
              MOVE 'USUARIO NO AUTORIZADO PARA ADMINISTRAR CN288SS'
                                  TO RD82-DES-RESP
              GO TO 018-FIN
           END-IF.

           IF CN288A-NUM-OFI > 0 AND
              CN288A-NUM-OFI NOT = RD82-NUM-OFI
              MOVE WK-COD-ACCNOAUT TO RD82-COD-RESP
              MOVE 'OFICINA NO AUTORIZADA PARA EL USUARIO'
                                   TO RD82-DES-RESP
              GO TO 018-FIN
           END-IF.

           IF CN288A-PERFIL NOT = 'S'
              MOVE WK-COD-ACCNOAUT TO RD82-COD-RESP
              MOVE 'PERFIL DEL USUARIO NO HABILITA ESTA FUNCION'
                                   TO RD82-DES-RESP
              GO TO 018-FIN
           END-IF.

           IF RD82-USUARIO-OBJ = RD82-USUARIO AND
              NOT RD82-ES-CONSULTA
              MOVE WK-COD-MISMOUSR TO RD82-COD-RESP
              MOVE 'NO PUEDE ADMINISTRAR SU PROPIO USUARIO'
                                   TO RD82-DES-RESP
              GO TO 018-FIN
           END-IF.

           MOVE 1 TO WK-SW-AUTORIZADO.

       018-FIN.
           EXIT.

      *----------------------------------------------------------------
      * ACCIONES DE MANTENIMIENTO QUE CORRESPONDEN A CADA PERFIL,
      * SEGUN LO QUE VALIDA CADA TRANSACCION CONTRA CN288-ACCIONES
      *----------------------------------------------------------------
       019-ACCIONES-PERFIL.

           EVALUATE RD82-PERFIL
               WHEN 'C'
                   MOVE 'AMD' TO WK-ACCIONES-PERFIL
               WHEN 'P'
                   MOVE 'AMD' TO WK-ACCIONES-PERFIL
               WHEN 'T'
                   MOVE 'AMB' TO WK-ACCIONES-PERFIL
               WHEN 'K'
                   MOVE 'AD ' TO WK-ACCIONES-PERFIL
               WHEN 'R'
                   MOVE 'DL ' TO WK-ACCIONES-PERFIL
               WHEN 'U'
                   MOVE 'SL ' TO WK-ACCIONES-PERFIL
               WHEN OTHER
                   MOVE SPACES TO WK-ACCIONES-PERFIL
           END-EVALUATE.

       019-FIN.
           EXIT.

       026-CONSULTAR-PERFIL.

           EXEC CICS READ
                     FILE('CN288SS')
                     INTO(AREA-CN288)
                     RIDFLD(CN288-USUARIO)
                     RESP(WK-RESP-CN288)
           END-EXEC.

           IF WK-RESP-CN288 NOT = DFHRESP(NORMAL)
              MOVE WK-COD-NOTFND TO RD82-COD-RESP
              MOVE 'USUARIO NO EXISTE EN CN288SS' TO RD82-DES-RESP
              GO TO 026-FIN
           END-IF.

           PERFORM 024-DEVOLVER-USUARIO THRU 024-FIN.
           MOVE 0 TO RD82-COD-RESP.
           IF CN288-PERFIL = SPACE
              MOVE 'USUARIO SIN PERFIL, PENDIENTE DE RECERTIFICAR'
                                 TO RD82-DES-RESP
           ELSE
              MOVE 'CONSULTA EXITOSA' TO RD82-DES-RESP
           END-IF.

       026-FIN.
           EXIT.

       027-OTORGAR-PERFIL.

           PERFORM 019-ACCIONES-PERFIL THRU 019-FIN.

           INITIALIZE AREA-CN288.
           MOVE RD82-USUARIO-OBJ     TO CN288-USUARIO.
           MOVE RD82-NUM-OFI-OBJ     TO CN288-NUM-OFI.
           MOVE WK-ACCIONES-PERFIL   TO CN288-ACCIONES.
           MOVE RD82-PERFIL          TO CN288-PERFIL.
           MOVE WK-FECHA-HOY         TO CN288-FECHA-ALTA.
           MOVE RD82-USUARIO         TO CN288-USUARIO-ALTA.
           MOVE WK-FECHA-HOY         TO CN288-FECHA-ULT-ACT.
           MOVE RD82-USUARIO         TO CN288-USUARIO-ULT-ACT.

           MOVE SPACE                TO WK-PERFIL-ANT.
           MOVE 0                    TO WK-NUM-OFI-ANT.
           MOVE SPACES               TO WK-ACCIONES-ANT.

           EXEC CICS WRITE
                     FILE('CN288SS')
                     FROM(AREA-CN288)
                     RIDFLD(CN288-LLAVE)
                     RESP(WK-RESP-CN288)
           END-EXEC.

           IF WK-RESP-CN288 = DFHRESP(NORMAL)
              MOVE 1 TO WK-SW-APLICADO
              MOVE 0 TO RD82-COD-RESP
              MOVE 'PERFIL OTORGADO' TO RD82-DES-RESP
              PERFORM 024-DEVOLVER-USUARIO THRU 024-FIN
           ELSE
              IF WK-RESP-CN288 = DFHRESP(DUPREC)
                 MOVE WK-COD-INVREQ TO RD82-COD-RESP
                 MOVE 'USUARIO YA EXISTE EN CN288SS, USE MODIFICACION'
                                    TO RD82-DES-RESP
              ELSE
                 MOVE 999 TO RD82-COD-RESP
                 MOVE 'ERROR AL GRABAR EL USUARIO EN CN288SS'
                                    TO RD82-DES-RESP
              END-IF
           END-IF.

       027-FIN.
           EXIT.

      *----------------------------------------------------------------
      * LA MODIFICACION TAMBIEN ES LA FORMA DE PASAR A UN PERFIL A LOS
      * USUARIOS CARGADOS A MANO (PERFIL EN ESPACIOS). SI NO TIENEN
      * FECHA DE ALTA, LA DEL PERFIL QUEDA COMO TAL
      *----------------------------------------------------------------
       028-MODIFICAR-PERFIL.

           EXEC CICS READ
                     FILE('CN288SS')
                     INTO(AREA-CN288)
                     RIDFLD(CN288-USUARIO)
                     UPDATE
                     RESP(WK-RESP-CN288)
           END-EXEC.

           IF WK-RESP-CN288 NOT = DFHRESP(NORMAL)
              MOVE WK-COD-NOTFND TO RD82-COD-RESP
              MOVE 'USUARIO NO EXISTE EN CN288SS' TO RD82-DES-RESP
              GO TO 028-FIN
           END-IF.

           MOVE CN288-PERFIL         TO WK-PERFIL-ANT.
           MOVE CN288-NUM-OFI        TO WK-NUM-OFI-ANT.
           MOVE CN288-ACCIONES       TO WK-ACCIONES-ANT.

           PERFORM 019-ACCIONES-PERFIL THRU 019-FIN.
           MOVE RD82-NUM-OFI-OBJ     TO CN288-NUM-OFI.
           MOVE WK-ACCIONES-PERFIL   TO CN288-ACCIONES.
           MOVE RD82-PERFIL          TO CN288-PERFIL.
           IF CN288-FECHA-ALTA NOT NUMERIC OR CN288-FECHA-ALTA = 0
              MOVE WK-FECHA-HOY      TO CN288-FECHA-ALTA
              MOVE RD82-USUARIO      TO CN288-USUARIO-ALTA
           END-IF.
           MOVE WK-FECHA-HOY         TO CN288-FECHA-ULT-ACT.
           MOVE RD82-USUARIO         TO CN288-USUARIO-ULT-ACT.

           EXEC CICS REWRITE
                     FILE('CN288SS')
                     FROM(AREA-CN288)
                     RESP(WK-RESP-CN288)
           END-EXEC.

           IF WK-RESP-CN288 = DFHRESP(NORMAL)
              MOVE 1 TO WK-SW-APLICADO
              MOVE 0 TO RD82-COD-RESP
              MOVE 'PERFIL MODIFICADO' TO RD82-DES-RESP
              PERFORM 024-DEVOLVER-USUARIO THRU 024-FIN
           ELSE
              MOVE 999 TO RD82-COD-RESP
              MOVE 'ERROR AL MODIFICAR EL USUARIO EN CN288SS'
                                 TO RD82-DES-RESP
           END-IF.

       028-FIN.
           EXIT.

       029-REVOCAR-PERFIL.

           EXEC CICS READ
                     FILE('CN288SS')
                     INTO(AREA-CN288)
                     RIDFLD(CN288-USUARIO)
                     UPDATE
                     RESP(WK-RESP-CN288)
           END-EXEC.

           IF WK-RESP-CN288 NOT = DFHRESP(NORMAL)
              MOVE WK-COD-NOTFND TO RD82-COD-RESP
              MOVE 'USUARIO NO EXISTE EN CN288SS' TO RD82-DES-RESP
              GO TO 029-FIN
           END-IF.

           MOVE CN288-PERFIL         TO WK-PERFIL-ANT.
           MOVE CN288-NUM-OFI        TO WK-NUM-OFI-ANT.
           MOVE CN288-ACCIONES       TO WK-ACCIONES-ANT.

           EXEC CICS DELETE
                     FILE('CN288SS')
                     RESP(WK-RESP-CN288)
           END-EXEC.

           IF WK-RESP-CN288 = DFHRESP(NORMAL)
              MOVE 1 TO WK-SW-APLICADO
              MOVE 0 TO RD82-COD-RESP
              MOVE 'PERFIL REVOCADO' TO RD82-DES-RESP
           ELSE
              MOVE 999 TO RD82-COD-RESP
              MOVE 'ERROR AL REVOCAR EL USUARIO EN CN288SS'
                                 TO RD82-DES-RESP
           END-IF.

       029-FIN.
           EXIT.

       024-DEVOLVER-USUARIO.

           MOVE CN288-PERFIL          TO RD82-USR-PERFIL.
           MOVE CN288-NUM-OFI         TO RD82-USR-NUM-OFI.
           MOVE CN288-ACCIONES        TO RD82-USR-ACCIONES.
           MOVE CN288-FECHA-ALTA      TO RD82-USR-FECHA-ALTA.
           MOVE CN288-USUARIO-ALTA    TO RD82-USR-USUARIO-ALTA.
           MOVE CN288-FECHA-ULT-ACT   TO RD82-USR-FECHA-ULT-ACT.
           MOVE CN288-USUARIO-ULT-ACT TO RD82-USR-USUARIO-ULT-ACT.

       024-FIN.
           EXIT.

      *----------------------------------------------------------------
      * BITACORA CN290SS: SOLO LAS ACCIONES APLICADAS CON EXITO DEJAN
      * REGISTRO, CON EL PERFIL, OFICINA Y ACCIONES DE ANTES Y DESPUES
      *----------------------------------------------------------------
       025-GRABAR-CN290SS.

           INITIALIZE AREA-CN290.
           MOVE WK-FECHA-HOY         TO CN290-FECHA.
           ACCEPT WK-HORA-CAPTURA FROM TIME.
           MOVE WK-HORA-CAPTURA(1:6) TO CN290-HORA.
           MOVE RD82-USUARIO-OBJ     TO CN290-USUARIO-OBJ.
           MOVE RD82-TIP-ACCION      TO CN290-TIP-ACCION.
           MOVE WK-PERFIL-ANT        TO CN290-PERFIL-ANT.
           MOVE WK-NUM-OFI-ANT       TO CN290-NUM-OFI-ANT.
           MOVE WK-ACCIONES-ANT      TO CN290-ACCIONES-ANT.
           IF NOT RD82-ES-REVOCAR
              MOVE RD82-PERFIL        TO CN290-PERFIL-NUEVO
              MOVE RD82-NUM-OFI-OBJ   TO CN290-NUM-OFI-NUEVA
              MOVE WK-ACCIONES-PERFIL TO CN290-ACCIONES-NUEVAS
           END-IF.
           MOVE RD82-USUARIO         TO CN290-USUARIO.
           MOVE RD82-NUM-OFI         TO CN290-NUM-OFI.

           EXEC CICS WRITE
                     FILE('CN290SS')
                     FROM(AREA-CN290)
                     LENGTH(LENGTH OF AREA-CN290)
                     RIDFLD(CN290-LLAVE)
                     RESP(WK-RESP-CN290)
           END-EXEC.

           IF WK-RESP-CN290 NOT = DFHRESP(NORMAL)
              MOVE 999 TO RD82-COD-RESP
              MOVE 'CAMBIO APLICADO PERO SIN REGISTRO EN BITACORA'
                       TO RD82-DES-RESP
           END-IF.

       025-FIN.
           EXIT.

       990-ERROR-SISTEMA.
           CALL 'SOC300' USING DFHEIBLK RETURNING SOC300-SALIDA.
           MOVE 999                           TO RD82-COD-RESP.
           MOVE SOC300-SALIDA                 TO RD82-DES-RESP.
           PERFORM 030-TERMINAR THRU 030-FIN.
       990-FIN.
           EXIT.

       030-TERMINAR.
           EXEC CICS RETURN END-EXEC.
       030-FIN.
           EXIT.

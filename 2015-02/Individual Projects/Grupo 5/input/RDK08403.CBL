       IDENTIFICATION DIVISION.
       PROGRAM-ID.   RDK08403.
      * AUTOR    :   M. SOSA
      * OBJETIVO :   CONSULTA EN LINEA PARA LAS OFICINAS DEL MAESTRO
      *              DE INSCRIPCIONES AL SEGURO VOLUNTARIO RD477SS
      *              (QUE ACTUALIZA RDK08301 CON CADA VALIDACION O
      *              CANCELACION NORMAL): LA PANTALLA ENVIA TIPO Y
      *              NUMERO DE IDENTIFICACION Y RECIBE SI EL CLIENTE
      *              ESTA CUBIERTO, Y CADA TARJETA INSCRITA CON SU
      *              ESTADO, FECHA DE ALTA (DESDE CUANDO ESTA
      *              CUBIERTA), FECHA DE BAJA Y OFICINA QUE LA
      *              INSCRIBIO, EN VEZ DE LLAMAR A LA ASEGURADORA.
      *              PARA MAS DE 30 TARJETAS SE PAGINA REENVIANDO LA
      *              ULTIMA TARJETA RECIBIDA COMO CONTINUACION
      *              FORMATEADOR PARA INTRANET HAC
      *----------------------------------------------------------------
      * NRO SOL: REQPR00192166
      * FECHA  : 23 DE ABRIL DE 2016
      * AUTOR  : M. SOSA
      * DESCRIP: VERSION INICIAL DEL PROGRAMA. EL DOMINIO DE TIP-IDE
      *          ES EL MISMO QUE VALIDA RDK08301 (C/R/P/E)
      *----------------------------------------------------------------
      * REQ    : REQPR00192196
      * FECHA  : 30 DE JUNIO DE 2016
      * AUTOR  : M. SOSA
      * DESCR  : EL INDICADOR DE CLIENTE CUBIERTO SE CALCULA SOBRE
      *          TODAS LAS TARJETAS DEL CLIENTE (022) Y NO SOLO SOBRE
      *          LAS DE LA PAGINA DEVUELTA
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
      * MISMO LAYOUT DE AREA-RD477 QUE MANTIENE RDK08301
      *----------------------------------------------------------------
       01  AREA-RD477.
           02 RD477-LLAVE.
              03 RD477-TIP-IDE               PIC X(01).
              03 RD477-NUM-IDE               PIC 9(16).
              03 RD477-NUM-TC                PIC 9(16).
           02 RD477-ESTADO                   PIC X(01).
              88 RD477-ACTIVA                VALUE 'A'.
              88 RD477-CANCELADA             VALUE 'C'.
           02 RD477-TIP-TC                   PIC X(50).
           02 RD477-NUM-OFI                  PIC 9(03).
           02 RD477-FECHA-ALTA               PIC 9(08).
           02 RD477-USUARIO-ALTA             PIC 9(13).
           02 RD477-FECHA-BAJA               PIC 9(08).
           02 RD477-USUARIO-BAJA             PIC 9(13).
           02 RD477-FECHA-ULT-ACT            PIC 9(08).

       01  WK-LLAVE-BROWSE.
           02 WK-BRW-TIP-IDE                 PIC X(01).
           02 WK-BRW-NUM-IDE                 PIC 9(16).
           02 WK-BRW-NUM-TC                  PIC 9(16).

       01  WK-RESP-RD477                     PIC S9(08) COMP.

       01  WK-COD-NOTFND                     PIC 9(04) VALUE 0081.
       01  WK-COD-INVREQ                     PIC 9(04) VALUE 0008.

       01  WK-SW-FIN-BROWSE                  PIC 9(01) VALUE 0.

       LINKAGE SECTION.
       01  DFHCOMMAREA.
           02 RD80-ENTRADA.
              03 RD80-TIP-IDE                PIC X(01).
                 88 RD80-TIP-IDE-VALIDO VALUES 'C' 'R' 'P' 'E'.
              03 RD80-NUM-IDE                PIC 9(16).
              03 RD80-NUM-OFI                PIC 9(03).
              03 RD80-TC-CONT                PIC 9(16).

           02 RD80-SALIDA.
              03 RD80-COD-RESP               PIC 9(04).
              03 RD80-DES-RESP               PIC X(60).
              03 RD80-IND-CUBIERTO           PIC X(01).
                 88 RD80-CUBIERTO            VALUE 'S'.
                 88 RD80-NO-CUBIERTO         VALUE 'N'.
              03 RD80-CANT-TC                PIC 9(02).
              03 RD80-IND-MAS                PIC X(01).
              03 RD80-INSCRIPCIONES.
                 04 RD80-INS OCCURS 30 TIMES.
                    05 RD80-INS-NUM-TC       PIC 9(16).
                    05 RD80-INS-TIP-TC       PIC X(50).
                    05 RD80-INS-ESTADO       PIC X(01).
                    05 RD80-INS-FECHA-ALTA   PIC 9(08).
                    05 RD80-INS-FECHA-BAJA   PIC 9(08).
                    05 RD80-INS-NUM-OFI      PIC 9(03).

       PROCEDURE DIVISION.

           PERFORM 010-INICIALIZAR     THRU 010-FIN.
           PERFORM 020-PROCESO         THRU 020-FIN.
           PERFORM 030-TERMINAR        THRU 030-FIN.

       010-INICIALIZAR.

           EXEC CICS HANDLE ABEND
                    LABEL(990-ERROR-SISTEMA)
           END-EXEC.

           INITIALIZE RD80-SALIDA.
           MOVE 'N' TO RD80-IND-MAS.
           SET RD80-NO-CUBIERTO TO TRUE.

       010-FIN.
           EXIT.

       020-PROCESO.

           IF NOT RD80-TIP-IDE-VALIDO OR
              RD80-NUM-IDE NOT NUMERIC OR RD80-NUM-IDE = 0
              MOVE WK-COD-INVREQ TO RD80-COD-RESP
              MOVE 'IDENTIFICACION INVALIDA' TO RD80-DES-RESP
              GO TO 020-FIN
           END-IF.

           IF RD80-TC-CONT NOT NUMERIC
              MOVE 0 TO RD80-TC-CONT
           END-IF.

           MOVE RD80-TIP-IDE TO WK-BRW-TIP-IDE.
           MOVE RD80-NUM-IDE TO WK-BRW-NUM-IDE.

      * COBERTURA: SE RECORREN TODAS LAS TARJETAS DEL CLIENTE DESDE
      * LA PRIMERA, SIN IMPORTAR LA PAGINA PEDIDA, HASTA ENCONTRAR
      * UNA INSCRIPCION ACTIVA
           MOVE 0 TO WK-BRW-NUM-TC.

           EXEC CICS STARTBR
                     FILE('RD477SS')
                     RIDFLD(WK-LLAVE-BROWSE)
                     GTEQ
                     RESP(WK-RESP-RD477)
           END-EXEC.

           IF WK-RESP-RD477 NOT = DFHRESP(NORMAL)
              MOVE WK-COD-NOTFND TO RD80-COD-RESP
              MOVE 'CLIENTE SIN INSCRIPCIONES AL SEGURO VOLUNTARIO'
                                 TO RD80-DES-RESP
              GO TO 020-FIN
           END-IF.

           MOVE 0 TO WK-SW-FIN-BROWSE.
           PERFORM 022-VERIFICAR-COBERTURA THRU 022-FIN
                   UNTIL WK-SW-FIN-BROWSE = 1.

           EXEC CICS ENDBR
                     FILE('RD477SS')
                     RESP(WK-RESP-RD477)
           END-EXEC.

      * CONTINUACION DE PAGINA: SE REPOSICIONA JUSTO DESPUES DE LA
      * ULTIMA TARJETA DEVUELTA EN LA PAGINA ANTERIOR
           IF RD80-TC-CONT > 0
              MOVE RD80-TC-CONT TO WK-BRW-NUM-TC
              ADD  1            TO WK-BRW-NUM-TC
           ELSE
              MOVE 0            TO WK-BRW-NUM-TC
           END-IF.

           EXEC CICS STARTBR
                     FILE('RD477SS')
                     RIDFLD(WK-LLAVE-BROWSE)
                     GTEQ
                     RESP(WK-RESP-RD477)
           END-EXEC.

           IF WK-RESP-RD477 NOT = DFHRESP(NORMAL)
              MOVE WK-COD-NOTFND TO RD80-COD-RESP
              MOVE 'CLIENTE SIN INSCRIPCIONES AL SEGURO VOLUNTARIO'
                                 TO RD80-DES-RESP
              GO TO 020-FIN
           END-IF.

           MOVE 0 TO WK-SW-FIN-BROWSE.
           PERFORM 021-LEER-INSCRIPCION THRU 021-FIN
                   UNTIL WK-SW-FIN-BROWSE = 1.

           EXEC CICS ENDBR
                     FILE('RD477SS')
                     RESP(WK-RESP-RD477)
           END-EXEC.

           IF RD80-CANT-TC = 0
              MOVE WK-COD-NOTFND TO RD80-COD-RESP
              MOVE 'CLIENTE SIN INSCRIPCIONES AL SEGURO VOLUNTARIO'
                                 TO RD80-DES-RESP
              GO TO 020-FIN
           END-IF.

           MOVE 0 TO RD80-COD-RESP.
           IF RD80-CUBIERTO
              MOVE 'CLIENTE CUBIERTO POR EL SEGURO VOLUNTARIO'
                                 TO RD80-DES-RESP
           ELSE
              MOVE 'CLIENTE CON EL SEGURO VOLUNTARIO CANCELADO'
                                 TO RD80-DES-RESP
           END-IF.

       020-FIN.
           EXIT.

       021-LEER-INSCRIPCION.

           EXEC CICS READNEXT
                     FILE('RD477SS')
                     INTO(AREA-RD477)
                     RIDFLD(WK-LLAVE-BROWSE)
                     RESP(WK-RESP-RD477)
           END-EXEC.

           IF WK-RESP-RD477 NOT = DFHRESP(NORMAL)
              MOVE 1 TO WK-SW-FIN-BROWSE
              GO TO 021-FIN
           END-IF.

           IF RD477-TIP-IDE NOT = RD80-TIP-IDE OR
              RD477-NUM-IDE NOT = RD80-NUM-IDE
              MOVE 1 TO WK-SW-FIN-BROWSE
              GO TO 021-FIN
           END-IF.

           IF RD80-CANT-TC >= 30
              MOVE 'S' TO RD80-IND-MAS
              MOVE 1   TO WK-SW-FIN-BROWSE
              GO TO 021-FIN
           END-IF.

           ADD 1 TO RD80-CANT-TC.
           MOVE RD477-NUM-TC
                TO RD80-INS-NUM-TC(RD80-CANT-TC).
           MOVE RD477-TIP-TC
                TO RD80-INS-TIP-TC(RD80-CANT-TC).
           MOVE RD477-ESTADO
                TO RD80-INS-ESTADO(RD80-CANT-TC).
           MOVE RD477-FECHA-ALTA
                TO RD80-INS-FECHA-ALTA(RD80-CANT-TC).
           MOVE RD477-FECHA-BAJA
                TO RD80-INS-FECHA-BAJA(RD80-CANT-TC).
           MOVE RD477-NUM-OFI
                TO RD80-INS-NUM-OFI(RD80-CANT-TC).

      * PUNTO DE CONTINUACION PARA LA PROXIMA PAGINA
           MOVE RD477-NUM-TC TO RD80-TC-CONT.

       021-FIN.
           EXIT.

       022-VERIFICAR-COBERTURA.

           EXEC CICS READNEXT
                     FILE('RD477SS')
                     INTO(AREA-RD477)
                     RIDFLD(WK-LLAVE-BROWSE)
                     RESP(WK-RESP-RD477)
           END-EXEC.

           IF WK-RESP-RD477 NOT = DFHRESP(NORMAL)
              MOVE 1 TO WK-SW-FIN-BROWSE
              GO TO 022-FIN
           END-IF.

           IF RD477-TIP-IDE NOT = RD80-TIP-IDE OR
              RD477-NUM-IDE NOT = RD80-NUM-IDE
              MOVE 1 TO WK-SW-FIN-BROWSE
              GO TO 022-FIN
           END-IF.

           IF RD477-ACTIVA
              SET RD80-CUBIERTO TO TRUE
              MOVE 1 TO WK-SW-FIN-BROWSE
           END-IF.

       022-FIN.
           EXIT.

       990-ERROR-SISTEMA.
           CALL 'SOC300' USING DFHEIBLK RETURNING SOC300-SALIDA.
           MOVE 999                           TO RD80-COD-RESP.
           MOVE SOC300-SALIDA                 TO RD80-DES-RESP.
           PERFORM 030-TERMINAR THRU 030-FIN.
       990-FIN.
           EXIT.

       030-TERMINAR.
           EXEC CICS RETURN END-EXEC.
       030-FIN.
           EXIT.

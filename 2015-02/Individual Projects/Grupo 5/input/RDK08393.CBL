      * AUTOR  : M. SOSA
      * DESCRIP: VERSION INICIAL DEL PROGRAMA
      *----------------------------------------------------------------
      * REQ    : REQPR00192184
      * FECHA  : 24 DE MAYO DE 2016
      * AUTOR  : M. SOSA
      * DESCR  : RENUMERACION DE CUENTAS: LA CONSULTA SIGUE LA
      *          REFERENCIA CRUZADA RBXRFSS (RBD529) HASTA EL NUMERO
      *          VIGENTE Y MUESTRA COMO UNA SOLA HISTORIA LA DE ESE
      *          NUMERO Y LA DE TODOS SUS ANTERIORES, DEL MAS VIEJO
      *          AL VIGENTE. CADA MOVIMIENTO DEVUELVE EL NUMERO BAJO
      *          EL QUE SE REPORTO (RD74-MOV-NUM-CTA) Y LA
      *          CONTINUACION DE PAGINA AGREGA RD74-CTA-CONT. SIN
      *          RBXRFSS SE CONSULTA SOLO LA CUENTA PEDIDA
      *----------------------------------------------------------------
      * REQ    : REQPR00192197
      * FECHA  : 04 DE JULIO DE 2016
      * AUTOR  : M. SOSA
      * DESCR  : LA PRIMERA PAGINA EMPIEZA SIEMPRE EN EL NUMERO MAS
      *          VIEJO DE LA CADENA DE RENUMERACION; SOLO LA
      *          CONTINUACION SE UBICA POR RD74-CTA-CONT
      *----------------------------------------------------------------
      * REQ    :
      * FECHA  :
      * AUTOR  :

       01  WK-RESP-RBHIS                     PIC S9(08) COMP.

      *----------------------------------------------------------------
      * REFERENCIA CRUZADA DE RENUMERACIONES, MISMO LAYOUT QUE GRABA
      * RBD529: 'V' + CUENTA VIEJA Y 'N' + CUENTA NUEVA + VIEJA
      *----------------------------------------------------------------
       01  AREA-RBXRF.
           02 RBXRF-LLAVE.
              03 RBXRF-TIPO                  PIC X(01).
              03 RBXRF-CTA-LLAVE             PIC 9(16).
              03 RBXRF-CTA-RELAC             PIC 9(16).
           02 RBXRF-CTA-ANTERIOR             PIC 9(16).
           02 RBXRF-CTA-NUEVA                PIC 9(16).
           02 RBXRF-FECHA-RENUM              PIC 9(08).
           02 RBXRF-MOTIVO                   PIC X(02).
           02 RBXRF-FECHA-PROCESO            PIC 9(08).
           02 RBXRF-DIRECTO                  PIC X(01).

       01  WK-LLAVE-XREF.
           02 WK-XRF-TIPO                    PIC X(01).
           02 WK-XRF-CTA-LLAVE               PIC 9(16).
           02 WK-XRF-CTA-RELAC               PIC 9(16).

       01  WK-RESP-RBXRF                     PIC S9(08) COMP.

      *----------------------------------------------------------------
      * NUMEROS DE LA CUENTA EN ORDEN DE RENUMERACION: LOS ANTERIORES
      * DEL MAS VIEJO AL MAS RECIENTE Y AL FINAL EL VIGENTE
      *----------------------------------------------------------------
       01  TB-CTAS-HIST.
           02 TB-CH OCCURS 20 TIMES.
              03 TB-CH-NUM-CTA               PIC 9(16).
              03 TB-CH-FECHA                 PIC 9(08).

       01  WK-CANT-CTAS                      PIC 9(02) VALUE 0.
       01  WK-IX-CTA                         PIC 9(02) VALUE 0.
       01  WK-IX-INS                         PIC 9(02) VALUE 0.
       01  WK-SALTOS                         PIC 9(02) VALUE 0.
       01  WK-CTA-VIGENTE                    PIC 9(16) VALUE 0.
       01  WK-CTA-ACTUAL                     PIC 9(16) VALUE 0.
       01  WK-CTA-INICIO                     PIC 9(16) VALUE 0.
       01  WK-FECHA-CONT-ENT                 PIC 9(08) VALUE 0.
       01  WK-TRANSAC-CONT-ENT               PIC 9(16) VALUE 0.
       01  WK-SW-FIN-XREF                    PIC 9(01) VALUE 0.
       01  WK-SW-FIN-INS                     PIC 9(01) VALUE 0.
       01  WK-SW-CONTINUAR                   PIC 9(01) VALUE 0.
       01  WK-SW-PAGINA-LLENA                PIC 9(01) VALUE 0.

       01  WK-COD-NOTFND                     PIC 9(04) VALUE 0081.
       01  WK-COD-INVREQ                     PIC 9(04) VALUE 0008.

                    05 RD74-MOV-MONEDA       PIC X(03).
                    05 RD74-MOV-RED          PIC X(02).
                    05 RD74-MOV-FEC-PROCESO  PIC 9(08).
              03 RD74-MOVS-CUENTA.
                 04 RD74-MOV-NUM-CTA         PIC 9(16) OCCURS 20 TIMES.

           02 RD74-CONTINUACION.
              03 RD74-CTA-CONT               PIC 9(16).

       PROCEDURE DIVISION.

              GO TO 020-FIN
           END-IF.

           PERFORM 022-ARMAR-CADENA THRU 022-FIN.

      * CONTINUACION DE PAGINA: SE RETOMA EN EL NUMERO DE CUENTA DE LA
      * ULTIMA LLAVE DEVUELTA, JUSTO DESPUES DE ELLA
           MOVE 0 TO WK-SW-CONTINUAR.
           MOVE RD74-NUM-CTA TO WK-CTA-INICIO.
           IF RD74-FECHA-CONT > 0
              MOVE 1                 TO WK-SW-CONTINUAR
              MOVE RD74-FECHA-CONT   TO WK-FECHA-CONT-ENT
              MOVE RD74-TRANSAC-CONT TO WK-TRANSAC-CONT-ENT
              IF RD74-CTA-CONT NUMERIC AND RD74-CTA-CONT > 0
                 MOVE RD74-CTA-CONT  TO WK-CTA-INICIO
              END-IF
           END-IF.

      * LA PRIMERA PAGINA ARRANCA SIEMPRE EN EL NUMERO MAS VIEJO DE LA
      * CADENA; SOLO LA CONTINUACION SE UBICA POR WK-CTA-INICIO
           MOVE 1 TO WK-IX-CTA.
           IF WK-SW-CONTINUAR = 1
              MOVE 0 TO WK-IX-CTA
              MOVE 0 TO WK-SW-FIN-XREF
              PERFORM 023-UBICAR-INICIO THRU 023-FIN
                      UNTIL WK-SW-FIN-XREF = 1 OR
                            WK-IX-CTA >= WK-CANT-CTAS
              IF WK-SW-FIN-XREF = 0
                 MOVE 1 TO WK-IX-CTA
                 MOVE 0 TO WK-SW-CONTINUAR
              END-IF
           END-IF.

           MOVE 0 TO WK-SW-PAGINA-LLENA.
           PERFORM 024-RECORRER-CUENTA THRU 024-FIN
                   UNTIL WK-IX-CTA > WK-CANT-CTAS OR
                         WK-SW-PAGINA-LLENA = 1.

           IF RD74-CANT-MOVS = 0
              MOVE WK-COD-NOTFND TO RD74-COD-RESP
                                 TO RD74-DES-RESP
           ELSE
              MOVE 0 TO RD74-COD-RESP
              IF WK-CANT-CTAS > 1
                 MOVE 'HISTORIA DE LA CUENTA CON SUS NUMEROS ANTERIORES'
                                 TO RD74-DES-RESP
              ELSE
                 MOVE 'HISTORIA DE LA CUENTA' TO RD74-DES-RESP
              END-IF
           END-IF.

       020-FIN.
              GO TO 021-FIN
           END-IF.

           IF RBHIS-NUM-CTA NOT = WK-CTA-ACTUAL
              MOVE 1 TO WK-SW-FIN-BROWSE
              GO TO 021-FIN
           END-IF.
           IF RD74-CANT-MOVS >= 20
              MOVE 'S' TO RD74-IND-MAS
              MOVE 1   TO WK-SW-FIN-BROWSE
              MOVE 1   TO WK-SW-PAGINA-LLENA
              GO TO 021-FIN
           END-IF.

                TO RD74-MOV-RED(RD74-CANT-MOVS).
           MOVE RBHIS-FECHA-PROCESO
                TO RD74-MOV-FEC-PROCESO(RD74-CANT-MOVS).
           MOVE RBHIS-NUM-CTA
                TO RD74-MOV-NUM-CTA(RD74-CANT-MOVS).

      * PUNTO DE CONTINUACION PARA LA PROXIMA PAGINA
           MOVE RBHIS-FECHA-TRANSAC TO RD74-FECHA-CONT.
           MOVE RBHIS-NUM-TRANSAC   TO RD74-TRANSAC-CONT.
           MOVE RBHIS-NUM-CTA       TO RD74-CTA-CONT.

       021-FIN.
           EXIT.

      *----------------------------------------------------------------
      * NUMEROS DE LA CUENTA SEGUN RBXRFSS: SE SIGUE HACIA ADELANTE
      * ('V') HASTA EL VIGENTE Y DESDE EL SE TOMAN SUS ANTERIORES
      * ('N'). SIN REFERENCIA CRUZADA QUEDA SOLO LA CUENTA PEDIDA
      *----------------------------------------------------------------
       022-ARMAR-CADENA.

           MOVE 0            TO WK-CANT-CTAS.
           MOVE RD74-NUM-CTA TO WK-CTA-VIGENTE.

           MOVE 0 TO WK-SALTOS.
           MOVE 0 TO WK-SW-FIN-XREF.
           PERFORM 025-BUSCAR-VIGENTE THRU 025-FIN
                   UNTIL WK-SW-FIN-XREF = 1 OR WK-SALTOS >= 20.

           MOVE 'N'            TO WK-XRF-TIPO.
           MOVE WK-CTA-VIGENTE TO WK-XRF-CTA-LLAVE.
           MOVE 0              TO WK-XRF-CTA-RELAC.

           EXEC CICS STARTBR
                     FILE('RBXRFSS')
                     RIDFLD(WK-LLAVE-XREF)
                     GTEQ
                     RESP(WK-RESP-RBXRF)
           END-EXEC.

           IF WK-RESP-RBXRF = DFHRESP(NORMAL)
              MOVE 0 TO WK-SW-FIN-XREF
              PERFORM 026-LEER-ANTERIOR THRU 026-FIN
                      UNTIL WK-SW-FIN-XREF = 1
              EXEC CICS ENDBR
                        FILE('RBXRFSS')
                        RESP(WK-RESP-RBXRF)
              END-EXEC
           END-IF.

           ADD  1              TO WK-CANT-CTAS.
           MOVE WK-CTA-VIGENTE TO TB-CH-NUM-CTA(WK-CANT-CTAS).
           MOVE 99999999       TO TB-CH-FECHA(WK-CANT-CTAS).

       022-FIN.
           EXIT.

       023-UBICAR-INICIO.

           ADD 1 TO WK-IX-CTA.
           IF TB-CH-NUM-CTA(WK-IX-CTA) = WK-CTA-INICIO
              MOVE 1 TO WK-SW-FIN-XREF
           END-IF.

       023-FIN.
           EXIT.

      *----------------------------------------------------------------
      * HISTORIA DE UNO DE LOS NUMEROS DE LA CUENTA. EL PRIMERO DE UNA
      * CONTINUACION ARRANCA DESPUES DE LA ULTIMA LLAVE DEVUELTA; LOS
      * SIGUIENTES DESDE LA FECHA PEDIDA
      *----------------------------------------------------------------
       024-RECORRER-CUENTA.

           MOVE TB-CH-NUM-CTA(WK-IX-CTA) TO WK-CTA-ACTUAL.
           MOVE WK-CTA-ACTUAL            TO WK-BRW-NUM-CTA.
           IF WK-SW-CONTINUAR = 1
              MOVE WK-FECHA-CONT-ENT     TO WK-BRW-FECHA
              MOVE WK-TRANSAC-CONT-ENT   TO WK-BRW-TRANSAC
              ADD  1                     TO WK-BRW-TRANSAC
              MOVE 0                     TO WK-SW-CONTINUAR
           ELSE
              MOVE RD74-FECHA-DESDE      TO WK-BRW-FECHA
              MOVE 0                     TO WK-BRW-TRANSAC
           END-IF.
           ADD 1 TO WK-IX-CTA.

           EXEC CICS STARTBR
                     FILE('RBHISSS')
                     RIDFLD(WK-LLAVE-BROWSE)
                     GTEQ
                     RESP(WK-RESP-RBHIS)
           END-EXEC.

           IF WK-RESP-RBHIS NOT = DFHRESP(NORMAL)
              GO TO 024-FIN
           END-IF.

           MOVE 0 TO WK-SW-FIN-BROWSE.
           PERFORM 021-LEER-MOVIMIENTO THRU 021-FIN
                   UNTIL WK-SW-FIN-BROWSE = 1.

           EXEC CICS ENDBR
                     FILE('RBHISSS')
                     RESP(WK-RESP-RBHIS)
           END-EXEC.

       024-FIN.
           EXIT.

       025-BUSCAR-VIGENTE.

           ADD  1              TO WK-SALTOS.
           MOVE 'V'            TO WK-XRF-TIPO.
           MOVE WK-CTA-VIGENTE TO WK-XRF-CTA-LLAVE.
           MOVE 0              TO WK-XRF-CTA-RELAC.

           EXEC CICS READ
                     FILE('RBXRFSS')
                     INTO(AREA-RBXRF)
                     RIDFLD(WK-LLAVE-XREF)
                     RESP(WK-RESP-RBXRF)
           END-EXEC.

           IF WK-RESP-RBXRF = DFHRESP(NORMAL)
              MOVE RBXRF-CTA-NUEVA TO WK-CTA-VIGENTE
           ELSE
              MOVE 1 TO WK-SW-FIN-XREF
           END-IF.

       025-FIN.
           EXIT.

      *----------------------------------------------------------------
      * CADA 'N' DEL VIGENTE ES UN NUMERO ANTERIOR; SE INSERTA EN LA
      * TABLA EN ORDEN DE FECHA DE RENUMERACION. EL ULTIMO LUGAR QUEDA
      * RESERVADO PARA EL VIGENTE
      *----------------------------------------------------------------
       026-LEER-ANTERIOR.

           EXEC CICS READNEXT
                     FILE('RBXRFSS')
                     INTO(AREA-RBXRF)
                     RIDFLD(WK-LLAVE-XREF)
                     RESP(WK-RESP-RBXRF)
           END-EXEC.

           IF WK-RESP-RBXRF NOT = DFHRESP(NORMAL)
              MOVE 1 TO WK-SW-FIN-XREF
              GO TO 026-FIN
           END-IF.

           IF RBXRF-TIPO NOT = 'N' OR
              RBXRF-CTA-LLAVE NOT = WK-CTA-VIGENTE OR
              WK-CANT-CTAS >= 19
              MOVE 1 TO WK-SW-FIN-XREF
              GO TO 026-FIN
           END-IF.

           MOVE WK-CANT-CTAS TO WK-IX-INS.
           MOVE 0            TO WK-SW-FIN-INS.
           PERFORM 027-CORRER-POSICION THRU 027-FIN
                   UNTIL WK-SW-FIN-INS = 1.

           ADD  1                 TO WK-IX-INS.
           MOVE RBXRF-CTA-RELAC   TO TB-CH-NUM-CTA(WK-IX-INS).
           MOVE RBXRF-FECHA-RENUM TO TB-CH-FECHA(WK-IX-INS).
           ADD  1                 TO WK-CANT-CTAS.

       026-FIN.
           EXIT.

       027-CORRER-POSICION.

           IF WK-IX-INS = 0
              MOVE 1 TO WK-SW-FIN-INS
              GO TO 027-FIN
           END-IF.
           IF TB-CH-FECHA(WK-IX-INS) NOT > RBXRF-FECHA-RENUM
              MOVE 1 TO WK-SW-FIN-INS
              GO TO 027-FIN
           END-IF.

           MOVE TB-CH(WK-IX-INS) TO TB-CH(WK-IX-INS + 1).
           SUBTRACT 1 FROM WK-IX-INS.

       027-FIN.
           EXIT.

       990-ERROR-SISTEMA.
           CALL 'SOC300' USING DFHEIBLK RETURNING SOC300-SALIDA.
           MOVE 999                           TO RD74-COD-RESP.

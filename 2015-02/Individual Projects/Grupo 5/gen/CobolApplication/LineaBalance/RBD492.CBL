      *          AGREGA EL CAMPO ENTIDAD AL FINAL DE LOS LAYOUTS      *
      *          COMPARTIDOS (BLANCO = '01', EL BANCO PRINCIPAL),     *
      *          PARA SEGUIR SIENDO LOS MISMOS QUE GRABA LA CADENA    *
      *----------------------------------------------------------------*
      * NRO REQ: REQPR00192173                                       *
      * FECHA  : 02 DE MAYO DE 2016                                   *
      * AUTOR  : M. SOSA                                              *
      * DESCRIP: RB461SS GANA AL FINAL EL NOMB-ARCH-CARG DEL         *
      *          EXTRACTO DE ORIGEN, MISMO LAYOUT QUE GRABA RBD457   *
      *----------------------------------------------------------------*
      * NRO REQ: REQPR00192184                                       *
      * FECHA  : 24 DE MAYO DE 2016                                   *
      * AUTOR  : M. SOSA                                              *
      * DESCRIP: RENUMERACION DE CUENTAS: SE SIGUE LA REFERENCIA     *
      *          CRUZADA RBXRFSS QUE MANTIENE RBD529 HASTA EL NUMERO *
      *          VIGENTE DE LA CUENTA PEDIDA Y SE RASTREA LA         *
      *          TRANSACCION BAJO ESE NUMERO Y TODOS SUS ANTERIORES, *
      *          INFORMANDO BAJO CUAL APARECIO. SIN RBXRFSS SE       *
      *          RASTREA SOLO LA CUENTA PEDIDA, COMO HASTA AHORA     *
      *==============================================================*

       IDENTIFICATION DIVISION.
                               RECORD KEY IS RB484-LLAVE
                               FILE STATUS ES-RB484SS.

           SELECT  RBXRFSS     ASSIGN TO SYS010-RBXRFSS
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS RBXRF-LLAVE
                               FILE STATUS ES-RBXRFSS.

       DATA DIVISION.
       FILE SECTION.

           03 RB461SS-FECHA-TRANSAC       PIC X(8).
           03 RB461SS-HORA-TRANSAC        PIC X(6).
           03 RB461SS-MOTIVO              PIC X(2).
           03 RB461SS-NOMB-ARCH-CARG      PIC X(100).
       01  REG-RB461SS-TRL.
           03 RB461SS-TRL-TIPO-REG        PIC X(3) VALUE 'TRL'.
           03 RB461SS-TRL-CANT-REGS       PIC 9(10).
           03 RB484-VERSION-FORMATO       PIC 9(2).
           03 RB484-ENTIDAD               PIC X(10).

      *----------------------------------------------------------------*
      * REFERENCIA CRUZADA DE RENUMERACIONES, MISMO LAYOUT QUE GRABA   *
      * RBD529: 'V' + CUENTA VIEJA Y 'N' + CUENTA NUEVA + VIEJA        *
      *----------------------------------------------------------------*
       FD  RBXRFSS.
       01  REG-RBXRFSS.
           03 RBXRF-LLAVE.
              05 RBXRF-TIPO               PIC X(01).
                 88 RBXRF-POR-ANTERIOR    VALUE 'V'.
                 88 RBXRF-POR-NUEVA       VALUE 'N'.
              05 RBXRF-CTA-LLAVE          PIC 9(16).
              05 RBXRF-CTA-RELAC          PIC 9(16).
           03 RBXRF-CTA-ANTERIOR          PIC 9(16).
           03 RBXRF-CTA-NUEVA             PIC 9(16).
           03 RBXRF-FECHA-RENUM           PIC 9(08).
           03 RBXRF-MOTIVO                PIC X(02).
           03 RBXRF-FECHA-PROCESO         PIC 9(08).
           03 RBXRF-DIRECTO               PIC X(01).
              88 RBXRF-ES-DIRECTO         VALUE 'S'.
              88 RBXRF-ES-HEREDADO        VALUE 'H'.

       WORKING-STORAGE SECTION.

       01  WK-VARIABLES.
           03  ES-RB462SS                   PIC   X(02).
           03  ES-CNB470SS                  PIC   X(02).
           03  ES-RB484SS                   PIC   X(02).
           03  ES-RBXRFSS                   PIC   X(02).
           03  SW-FIN                       PIC   9(01).
           03  WK-CTA-BUSCADA               PIC   9(16).
           03  WK-TRX-BUSCADA               PIC   9(16).
           03  WK-SW-VALOR-VALIDO           PIC   9(01).
           03  WK-SW-FIN-VALOR              PIC   9(01).
           03  WK-CANT-IGUAL                PIC   9(02).
           03  WK-CTA-VIGENTE               PIC   9(16).
           03  WK-CTA-COMPARAR              PIC   9(16).
           03  WK-SW-CTA-EQUIV              PIC   9(01).
           03  WK-SW-FIN-XREF               PIC   9(01).
           03  WK-IX-CTA                    PIC   9(02).
           03  WK-CANT-CTAS                 PIC   9(02).
           03  WK-SALTOS                    PIC   9(02).

      *----------------------------------------------------------------*
      * CUENTAS EQUIVALENTES A LA BUSCADA SEGUN RBXRFSS: LA VIGENTE Y  *
      * TODAS LAS ANTERIORES DE LAS QUE VIENE                          *
      *----------------------------------------------------------------*
       01  TB-CTAS-EQUIV.
           03  TB-CE-NUM-CTA OCCURS 20 TIMES PIC  9(16).

       01  WK-PARM-VALOR                    PIC   X(50).
       01  WK-PARM-VALOR-R REDEFINES WK-PARM-VALOR.
           DISPLAY ' TRANSACCION : ' WK-TRX-BUSCADA.
           DISPLAY '=============================================='.

           PERFORM 150-ARMAR-CADENA THRU 150-FIN.

       100-FIN.
           EXIT.

       1015-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * RENUMERACIONES: SE SIGUE RBXRFSS HACIA ADELANTE ('V') HASTA LA *
      * CUENTA VIGENTE Y DESDE ELLA SE TOMAN TODAS SUS ANTERIORES      *
      * ('N'), ASI LA TRANSACCION SE RASTREA BAJO CUALQUIER NUMERO QUE *
      * HAYA TENIDO LA CUENTA. SIN RBXRFSS SE RASTREA SOLO LA PEDIDA   *
      *----------------------------------------------------------------*
       150-ARMAR-CADENA.

           MOVE 1              TO WK-CANT-CTAS.
           MOVE WK-CTA-BUSCADA TO TB-CE-NUM-CTA(1).
           MOVE WK-CTA-BUSCADA TO WK-CTA-VIGENTE.

           OPEN INPUT RBXRFSS.
           IF ES-RBXRFSS NOT = '00'
              DISPLAY 'RBXRFSS  : NO DISPONIBLE (' ES-RBXRFSS '), SE '
                      'RASTREA SOLO LA CUENTA PEDIDA'
              GO TO 150-FIN
           END-IF.

           MOVE 0 TO WK-SALTOS.
           MOVE 0 TO WK-SW-FIN-XREF.
           PERFORM 1500-BUSCAR-VIGENTE THRU 1500-FIN
                   UNTIL WK-SW-FIN-XREF = 1 OR WK-SALTOS >= 20.

           MOVE WK-CTA-VIGENTE TO TB-CE-NUM-CTA(1).
           IF WK-CTA-VIGENTE NOT = WK-CTA-BUSCADA
              DISPLAY 'RBXRFSS  : CUENTA RENUMERADA, NUMERO VIGENTE '
                       WK-CTA-VIGENTE
           END-IF.

           MOVE 'N'            TO RBXRF-TIPO.
           MOVE WK-CTA-VIGENTE TO RBXRF-CTA-LLAVE.
           MOVE 0              TO RBXRF-CTA-RELAC.
           START RBXRFSS KEY IS NOT LESS THAN RBXRF-LLAVE.
           IF ES-RBXRFSS = '00'
              MOVE 0 TO WK-SW-FIN-XREF
              PERFORM 1510-LEER-ANTERIOR THRU 1510-FIN
                      UNTIL WK-SW-FIN-XREF = 1
           END-IF.

           CLOSE RBXRFSS.

       150-FIN.
           EXIT.

       1500-BUSCAR-VIGENTE.

           ADD  1              TO WK-SALTOS.
           MOVE 'V'            TO RBXRF-TIPO.
           MOVE WK-CTA-VIGENTE TO RBXRF-CTA-LLAVE.
           MOVE 0              TO RBXRF-CTA-RELAC.
           READ RBXRFSS KEY IS RBXRF-LLAVE.
           IF ES-RBXRFSS = '00'
              MOVE RBXRF-CTA-NUEVA TO WK-CTA-VIGENTE
           ELSE
              MOVE 1 TO WK-SW-FIN-XREF
           END-IF.

       1500-FIN.
           EXIT.

       1510-LEER-ANTERIOR.

           READ RBXRFSS NEXT RECORD.
           IF ES-RBXRFSS NOT = '00'
              MOVE 1 TO WK-SW-FIN-XREF
              GO TO 1510-FIN
           END-IF.
           IF NOT RBXRF-POR-NUEVA OR
              RBXRF-CTA-LLAVE NOT = WK-CTA-VIGENTE
              MOVE 1 TO WK-SW-FIN-XREF
              GO TO 1510-FIN
           END-IF.
           IF WK-CANT-CTAS >= 20
              DISPLAY 'RBXRFSS  : MAS DE 20 NUMEROS EN LA CADENA, SE '
                      'RASTREAN LOS PRIMEROS'
              MOVE 1 TO WK-SW-FIN-XREF
              GO TO 1510-FIN
           END-IF.

           ADD  1               TO WK-CANT-CTAS.
           MOVE RBXRF-CTA-RELAC TO TB-CE-NUM-CTA(WK-CANT-CTAS).
           DISPLAY 'RBXRFSS  : NUMERO ANTERIOR ' RBXRF-CTA-RELAC
                   ' RENUMERADO EL ' RBXRF-FECHA-RENUM.

       1510-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * WK-SW-CTA-EQUIV = 1 SI WK-CTA-COMPARAR ES ALGUNO DE LOS        *
      * NUMEROS DE LA CUENTA BUSCADA                                   *
      *----------------------------------------------------------------*
       160-CTA-EQUIVALENTE.

           MOVE 0 TO WK-SW-CTA-EQUIV.
           MOVE 0 TO WK-IX-CTA.
           PERFORM 1600-COMPARAR-CTA THRU 1600-FIN
                   UNTIL WK-SW-CTA-EQUIV = 1 OR
                         WK-IX-CTA >= WK-CANT-CTAS.

       160-FIN.
           EXIT.

       1600-COMPARAR-CTA.

           ADD 1 TO WK-IX-CTA.
           IF TB-CE-NUM-CTA(WK-IX-CTA) = WK-CTA-COMPARAR
              MOVE 1 TO WK-SW-CTA-EQUIV
           END-IF.

       1600-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * ACLARA BAJO QUE NUMERO APARECIO, SI NO ES EL PEDIDO            *
      *----------------------------------------------------------------*
       170-INFORMAR-CUENTA.

           IF WK-CTA-COMPARAR NOT = WK-CTA-BUSCADA
              DISPLAY '           (BAJO EL NUMERO DE CUENTA '
                      WK-CTA-COMPARAR ')'
           END-IF.

       170-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * UN BLOQUE DE RASTREO POR ARCHIVO: SE RECORRE COMPLETO Y SE     *
      * INFORMA CADA APARICION DE LA LLAVE BUSCADA CON SU DISPOSICION  *
              IF RB457SS-TRL-TIPO-REG = 'TRL'
                 MOVE 1 TO SW-FIN
              ELSE
                 MOVE RB457SS-NUM-CTA TO WK-CTA-COMPARAR
                 PERFORM 160-CTA-EQUIVALENTE THRU 160-FIN
                 IF WK-SW-CTA-EQUIV = 1 AND
                    RB457SS-NUM-TRANSAC = WK-TRX-BUSCADA
                    ADD 1 TO WK-HALLAZGOS
                    ADD 1 TO WK-HALLADOS-ARCHIVO
                            ' MONTO ' RB457SS-MONTO-TRANSAC
                            ' ' RB457SS-MONEDA
                            ' ORIGEN ' RB457SS-NOMB-ARCH-CARG(1:30)
                    PERFORM 170-INFORMAR-CUENTA THRU 170-FIN
                 END-IF
              END-IF
           ELSE
              IF RB451SS-TRL-TIPO-REG = 'TRL'
                 MOVE 1 TO SW-FIN
              ELSE
                 MOVE RB451SS-NUM-CTA TO WK-CTA-COMPARAR
                 PERFORM 160-CTA-EQUIVALENTE THRU 160-FIN
                 IF WK-SW-CTA-EQUIV = 1 AND
                    RB451SS-NUM-TRANSAC = WK-TRX-BUSCADA
                    ADD 1 TO WK-HALLAZGOS
                    ADD 1 TO WK-HALLADOS-ARCHIVO
                    DISPLAY 'RB451SS  : NO EMPAREJADA (SIN '
                            'PARAMETRIZACION EN CN285SE). ORIGEN '
                            RB451SS-NOMB-ARCH-CARG(1:30)
                    PERFORM 170-INFORMAR-CUENTA THRU 170-FIN
                 END-IF
              END-IF
           ELSE
              IF RB459SS-TRL-TIPO-REG = 'TRL'
                 MOVE 1 TO SW-FIN
              ELSE
                 MOVE RB459SS-NUM-CTA TO WK-CTA-COMPARAR
                 PERFORM 160-CTA-EQUIVALENTE THRU 160-FIN
                 IF WK-SW-CTA-EQUIV = 1
                    ADD 1 TO WK-HALLAZGOS
                    ADD 1 TO WK-HALLADOS-ARCHIVO
                    IF RB459SS-MOTIVO = 'R'
                       DISPLAY 'RB459SS  : PARAMETRIZACION NO '
                               'VIGENTE A LA FECHA DE PROCESO'
                    END-IF
                    PERFORM 170-INFORMAR-CUENTA THRU 170-FIN
                 END-IF
              END-IF
           ELSE
              IF RB460SS-TRL-TIPO-REG = 'TRL'
                 MOVE 1 TO SW-FIN
              ELSE
                 MOVE RB460SS-NUM-CTA TO WK-CTA-COMPARAR
                 PERFORM 160-CTA-EQUIVALENTE THRU 160-FIN
                 IF WK-SW-CTA-EQUIV = 1 AND
                    RB460SS-NUM-TRANSAC = WK-TRX-BUSCADA
                    ADD 1 TO WK-HALLAZGOS
                    ADD 1 TO WK-HALLADOS-ARCHIVO
                    DISPLAY 'RB460SS  : DESVIADA COMO DUPLICADA '
                            '(CARGA REPETIDA EN CN255SE)'
                    PERFORM 170-INFORMAR-CUENTA THRU 170-FIN
                 END-IF
              END-IF
           ELSE
              IF RB461SS-TRL-TIPO-REG = 'TRL'
                 MOVE 1 TO SW-FIN
              ELSE
                 MOVE 0 TO WK-SW-CTA-EQUIV
                 IF RB461SS-NUM-CTA NUMERIC
                    MOVE RB461SS-NUM-CTA TO WK-CTA-COMPARAR
                    PERFORM 160-CTA-EQUIVALENTE THRU 160-FIN
                 END-IF
                 IF WK-SW-CTA-EQUIV = 1 AND
                    RB461SS-NUM-TRANSAC = WK-TRX-BUSCADA
                    ADD 1 TO WK-HALLAZGOS
                    ADD 1 TO WK-HALLADOS-ARCHIVO
                    DISPLAY 'RB461SS  : RECHAZADA POR CALIDAD DE '
                            'DATOS, MOTIVO ' RB461SS-MOTIVO
                    PERFORM 170-INFORMAR-CUENTA THRU 170-FIN
                 END-IF
              END-IF
           ELSE
                      END-IF
                  WHEN 'DET'
                      IF WK-VERSION-ENVIO = 2
                         MOVE CNB470-DT2-NUM-CTA TO WK-CTA-COMPARAR
                         PERFORM 160-CTA-EQUIVALENTE THRU 160-FIN
                         IF WK-SW-CTA-EQUIV = 1 AND
                            CNB470-DT2-NUM-TRANSAC = WK-TRX-BUSCADA
                            ADD 1 TO WK-HALLAZGOS
                            ADD 1 TO WK-HALLADOS-ARCHIVO
                            DISPLAY 'CNB470SS : INCLUIDA EN EL ENVIO '
                                    'DEL ' WK-FECHA-ENVIO
                                    ' RED ' CNB470-DT2-RED-ADQUIR
                            PERFORM 170-INFORMAR-CUENTA THRU 170-FIN
                         END-IF
                      ELSE
                         MOVE CNB470-NUM-CTA TO WK-CTA-COMPARAR
                         PERFORM 160-CTA-EQUIVALENTE THRU 160-FIN
                         IF WK-SW-CTA-EQUIV = 1 AND
                            CNB470-NUM-TRANSAC = WK-TRX-BUSCADA
                            ADD 1 TO WK-HALLAZGOS
                            ADD 1 TO WK-HALLADOS-ARCHIVO
                            DISPLAY 'CNB470SS : INCLUIDA EN EL ENVIO '
                                    'DEL ' WK-FECHA-ENVIO
                                    ' RED ' CNB470-RED-ADQUIR
                            PERFORM 170-INFORMAR-CUENTA THRU 170-FIN
                         END-IF
                      END-IF
                  WHEN OTHER

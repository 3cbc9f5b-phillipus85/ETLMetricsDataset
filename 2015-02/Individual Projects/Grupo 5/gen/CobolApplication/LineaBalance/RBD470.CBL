      *          SE CONSERVA EL ENVIO UNICO HISTORICO. EL MODO       *
      *          TRANSICION Y EL PARALELO CNB470BS APLICAN SOLO A    *
      *          LA SALIDA PRIMARIA                                  *
      *----------------------------------------------------------------*
      * NRO REQ: REQPR00192174                                       *
      * FECHA  : 03 DE MAYO DE 2016                                   *
      * AUTOR  : M. SOSA                                              *
      * DESCRIP: CORRECCION DE UN MES CERRADO: NUEVA TARJETA         *
      *          PERIODO-CORRECCION=AAAAMM (SOLO CON TIPO-ENVIO=C)   *
      *          PARA ENVIAR LAS TARDIAS RB457LT DE RBD457. EL       *
      *          HEADER GANA CNB470-HDR-PERIODO CON EL MES CORREGIDO *
      *          (EN BLANCO SIN TARJETA) Y SE FORMATEAN SOLO LAS     *
      *          TRANSACCIONES DE ESE MES; LAS DEMAS SE CUENTAN COMO *
      *          OMITIDAS. LA VERIFICACION DEL TRAILER SIGUE SOBRE   *
      *          EL ARCHIVO COMPLETO                                 *
      *==============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   RBD470.
           03 CNB470-HDR-ENTIDAD          PIC X(10) VALUE 'CNBS'.
           03 CNB470-HDR-VERSION          PIC X(2).
           03 CNB470-HDR-TIPO-ENVIO       PIC X(1).
           03 CNB470-HDR-PERIODO          PIC X(6).
           03 FILLER                      PIC X(70).
       01  REG-CNB470SS-DET.
           03 CNB470-DET-TIPO-REG         PIC X(3) VALUE 'DET'.
           03 CNB470-NUM-CTA              PIC 9(16).
           03  WK-PRE-TRL-VISTO             PIC   9(01).
           03  WK-PRE-TRL-CANT              PIC   9(10).
           03  WK-PRE-TRL-HASH              PIC   9(18).
           03  WK-PERIODO-CORRECCION        PIC   9(06).
           03  WK-OMITIDOS-PERIODO          PIC   9(10).

       01  TB-TASAS.
           03  TB-TASA OCCURS 10 TIMES.
           03 WK-V2-HDR-ENTIDAD             PIC X(10)  VALUE 'CNBS'.
           03 WK-V2-HDR-VERSION             PIC 9(02).
           03 WK-V2-HDR-TIPO-ENVIO          PIC X(01).
           03 WK-V2-HDR-PERIODO             PIC X(06).
           03 FILLER                        PIC X(70)  VALUE SPACES.

       01  WK-V2-DET.
           03 FILLER                        PIC X(03)  VALUE 'DET'.
           MOVE 1   TO WK-VERSION-FORMATO.
           MOVE 'N' TO WK-MODO-TRANSICION.
           MOVE 'N' TO WK-TIPO-ENVIO.
           MOVE 0   TO WK-PERIODO-CORRECCION.
           INITIALIZE TB-ENTIDADES.
           INITIALIZE TB-SALIDAS-ENVIO.
           PERFORM 104-LEER-PARM470SS THRU 104-FIN.
           DISPLAY 'VERSION-FORMATO  = ' WK-VERSION-FORMATO.
           DISPLAY 'MODO-TRANSICION  = ' WK-MODO-TRANSICION.
           DISPLAY 'TIPO-ENVIO       = ' WK-TIPO-ENVIO.
           DISPLAY 'PERIODO-CORRECCION = ' WK-PERIODO-CORRECCION.
      * EL PERIODO SOLO TIENE SENTIDO EN UN ENVIO DE CORRECCION
           IF WK-PERIODO-CORRECCION > 0 AND WK-TIPO-ENVIO NOT = 'C'
              DISPLAY 'PERIODO-CORRECCION REQUIERE TIPO-ENVIO=C'
              MOVE     999           TO   RETURN-CODE
              PERFORM  995-ERROR-INICIALIZAR THRU 995-FIN
           END-IF.

       104-FIN.
           EXIT.
                      PERFORM 1045-VALOR-INVALIDO THRU 1045-FIN
                   END-IF
                   MOVE WK-PARM-VAL-CH(1) TO WK-TIPO-ENVIO
      * MES CERRADO (AAAAMM) QUE CORRIGE EL ENVIO: SE FORMATEAN SOLO
      * LAS TRANSACCIONES DE ESE MES (TARDIAS RB457LT DE RBD457)
               WHEN 'PERIODO-CORRECCION'
                   PERFORM 1043-CONVERTIR-NUMERO THRU 1043-FIN
                   IF WK-SW-VALOR-VALIDO = 0 OR WK-PARM-LARGO NOT = 6
                      PERFORM 1045-VALOR-INVALIDO THRU 1045-FIN
                   END-IF
                   MOVE WK-PARM-NUMERO TO WK-PERIODO-CORRECCION
                   IF WK-PERIODO-CORRECCION(5:2) < '01' OR
                      WK-PERIODO-CORRECCION(5:2) > '12'
                      PERFORM 1045-VALOR-INVALIDO THRU 1045-FIN
                   END-IF
               WHEN OTHER
                   DISPLAY 'PALABRA CLAVE DESCONOCIDA EN PARM470SS: '
                            WK-PARM-CLAVE
              MOVE SPACES TO CNB470-HDR-TIPO-ENVIO
              MOVE SPACES TO WK-V2-HDR-TIPO-ENVIO
           END-IF.
      * UNA CORRECCION DE UN MES CERRADO LLEVA ESE MES EN EL HEADER;
      * SIN PERIODO EL CAMPO QUEDA EN BLANCO COMO ANTES
           MOVE SPACES TO CNB470-HDR-PERIODO.
           MOVE SPACES TO WK-V2-HDR-PERIODO.
           IF WK-PERIODO-CORRECCION > 0
              MOVE WK-PERIODO-CORRECCION TO CNB470-HDR-PERIODO
              MOVE WK-PERIODO-CORRECCION TO WK-V2-HDR-PERIODO
           END-IF.

           IF WK-VERSION-FORMATO = 2
              WRITE REG-CNB470SS-HDR FROM WK-V2-HDR
              IF WK-TIPO-ENVIO = 'C'
                 MOVE 'C' TO CNB470-HDR-TIPO-ENVIO
              END-IF
              IF WK-PERIODO-CORRECCION > 0
                 MOVE WK-PERIODO-CORRECCION TO CNB470-HDR-PERIODO
              END-IF
              WRITE REG-CNB470S2 FROM REG-CNB470SS-HDR
              IF ES-CNB470S2 NOT = '00'
                 DISPLAY 'ERROR AL GRABAR HEADER CNB470S2 '
                 IF WK-TIPO-ENVIO = 'C'
                    MOVE 'C' TO CNB470-HDR-TIPO-ENVIO
                 END-IF
                 IF WK-PERIODO-CORRECCION > 0
                    MOVE WK-PERIODO-CORRECCION TO CNB470-HDR-PERIODO
                 END-IF
                 WRITE REG-CNB470BS FROM REG-CNB470SS-HDR
              ELSE
                 WRITE REG-CNB470BS FROM WK-V2-HDR

       200-PROCESO.

      * EN UNA CORRECCION POR PERIODO, LO QUE NO ES DEL MES CORREGIDO
      * NO SE FORMATEA: SE CUENTA COMO OMITIDO
           IF WK-PERIODO-CORRECCION > 0 AND
              RB457SS-FECHA-TRANSAC(1:6) NOT = WK-PERIODO-CORRECCION
              ADD 1 TO WK-OMITIDOS-PERIODO
              PERFORM 210-LEER-RB457SS THRU 210-FIN
              GO TO 200-FIN
           END-IF.

           MOVE RB457SS-NUM-CTA         TO CNB470-NUM-CTA.
           MOVE RB457SS-NUM-TRANSAC     TO CNB470-NUM-TRANSAC.
           MOVE RB457SS-TIP-TRANSAC     TO CNB470-TIP-TRANSAC.
              DISPLAY 'REGS. GRABADOS EN CNB470SS : ' WK-GRABADOS
              DISPLAY 'MONTO TOTAL ENVIADO        : ' WK-MONTO-TOTAL
              DISPLAY 'MONTO TOTAL EN MONEDA LOCAL: ' WK-MONTO-LOCAL
              IF WK-PERIODO-CORRECCION > 0
                 DISPLAY 'PERIODO CORREGIDO          : '
                          WK-PERIODO-CORRECCION
                 DISPLAY 'OMITIDOS DE OTRO PERIODO   : '
                          WK-OMITIDOS-PERIODO
              END-IF
              DISPLAY 'TOTALES POR MONEDA:'.

           MOVE 0 TO WK-IX-MON.
           ACCEPT WK-HORA-FIN FROM TIME.
           MOVE WK-HORA-FIN          TO RBLEDG-HORA-FIN.
           MOVE RETURN-CODE          TO RBLEDG-RETURN-CODE.
           MOVE 3                    TO RBLEDG-CANT-CONTADORES.
           MOVE 'LEIDOS-RB457SS'     TO RBLEDG-CONT-NOMBRE(1).
           MOVE WK-LEIDOS            TO RBLEDG-CONT-VALOR(1).
           MOVE 'GRABADOS-CNB470SS'  TO RBLEDG-CONT-NOMBRE(2).
           MOVE WK-GRABADOS          TO RBLEDG-CONT-VALOR(2).
           MOVE 'OMITIDOS-PERIODO'   TO RBLEDG-CONT-NOMBRE(3).
           MOVE WK-OMITIDOS-PERIODO  TO RBLEDG-CONT-VALOR(3).

           WRITE REG-RBLEDSS.
           IF ES-RBLEDSS NOT = '00'

      *          AGREGA EL CAMPO ENTIDAD AL FINAL DE LOS LAYOUTS      *
      *          COMPARTIDOS (BLANCO = '01', EL BANCO PRINCIPAL),     *
      *          PARA SEGUIR SIENDO LOS MISMOS QUE GRABA LA CADENA    *
      *----------------------------------------------------------------*
      * NRO REQ: REQPR00192197                                       *
      * FECHA  : 04 DE JULIO DE 2016                                  *
      * AUTOR  : M. SOSA                                              *
      * DESCRIP: SE RELEEN TAMBIEN LAS TARDIAS RB457LT Y LAS         *
      *          EXCEPCIONES RB457EX, CON CANTIDAD, HASH Y TRAILER   *
      *          COMO LOS DEMAS. EL CUADRE POR MONEDA COMPARA LOS    *
      *          EXTRACTOS POR RED CONTRA RB457SS MAS RB457LT (LA    *
      *          TARDIA SE DESVIA DEL CNBS PERO SALE A SU RED),      *
      *          MENOS LAS RETENIDAS POR SANCIONES (AJUSTE RS) Y MAS *
      *          LAS LIBERADAS EN LA CORRIDA (AJUSTE LS). SIN ESTO   *
      *          CUALQUIER TARDIA O SANCION DEJABA EL PASO EN RC 8 Y *
      *          RETENIA RBD524. NUEVAS DD SYS009-RB457LT Y          *
      *          SYS010-RB457EX                                      *
      *==============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   RBD474.
           SELECT  RB457OT     ASSIGN TO SYS008-RB457OT
                               FILE STATUS ES-RB457OT.

           SELECT  RB457LT     ASSIGN TO SYS009-RB457LT
                               FILE STATUS ES-RB457LT.

           SELECT  RB457EX     ASSIGN TO SYS010-RB457EX
                               FILE STATUS ES-RB457EX.

           SELECT  FECPRSS     ASSIGN TO SYS032-FECPRSS
                               FILE STATUS ES-FECPRSS.

           03 RB457OT-TRL-CANT-REGS       PIC 9(10).
           03 RB457OT-TRL-HASH-CTL        PIC 9(18).

      *----------------------------------------------------------------*
      * TARDIAS DE MESES CERRADOS: IMAGEN DE RB457SS QUE RBD457 DESVIA *
      * DEL REPORTE AL CNBS PERO QUE SI SALE A SU EXTRACTO POR RED     *
      *----------------------------------------------------------------*
       FD  RB457LT.
       01  REG-RB457LT.
           03 RB457LT-NUM-CTA             PIC 9(16).
           03 RB457LT-NUM-TRANSAC         PIC 9(16).
           03 RB457LT-TIP-TRANSAC         PIC X(3).
           03 RB457LT-MONTO-TRANSAC       PIC 9(13)V9(02).
           03 RB457LT-MONEDA              PIC X(3).
           03 RB457LT-FECHA-TRANSAC       PIC 9(8).
           03 RB457LT-HORA-TRANSAC        PIC 9(6).
           03 RB457LT-NOMB-ARCH-CARG      PIC X(100).
           03 RB457LT-NOMBRE-RED          PIC X(100).
           03 RB457LT-RED-ADQUIR          PIC X(2).
           03 RB457LT-ENTIDAD             PIC X(2).
       01  REG-RB457LT-TRL.
           03 RB457LT-TRL-TIPO-REG        PIC X(3) VALUE 'TRL'.
           03 RB457LT-TRL-CANT-REGS       PIC 9(10).
           03 RB457LT-TRL-HASH-CTL        PIC 9(18).
           03 RB457LT-TRL-PERIODO-DESDE   PIC 9(06).
           03 RB457LT-TRL-PERIODO-HASTA   PIC 9(06).

      *----------------------------------------------------------------*
      * EXCEPCIONES DE RBD457: EXCESOS DE LIMITE (MT, MD, CD), QUE NO  *
      * MUEVEN MONTO, Y AJUSTES DE SANCIONES: RS RETENIDA (EN RB457SS  *
      * Y NO EN SU EXTRACTO) Y LS LIBERADA (EN SU EXTRACTO Y NO EN     *
      * RB457SS)                                                       *
      *----------------------------------------------------------------*
       FD  RB457EX.
       01  REG-RB457EX.
           03 RB457EX-NUM-CTA             PIC 9(16).
           03 RB457EX-NUM-TRANSAC         PIC 9(16).
           03 RB457EX-TIP-TRANSAC         PIC X(3).
           03 RB457EX-MONTO-TRANSAC       PIC 9(13)V9(02).
           03 RB457EX-MONEDA              PIC X(3).
           03 RB457EX-FECHA-TRANSAC       PIC 9(8).
           03 RB457EX-HORA-TRANSAC        PIC 9(6).
           03 RB457EX-RED-ADQUIR          PIC X(2).
           03 RB457EX-DISP                PIC X(3).
           03 RB457EX-NUM-DISPOSITIVO     PIC X(4).
           03 RB457EX-LOCALIZACION        PIC X(1).
           03 RB457EX-ENTIDAD             PIC X(2).
           03 RB457EX-MOTIVO              PIC X(2).
              88 RB457EX-MONTO-TRX        VALUE 'MT'.
              88 RB457EX-MONTO-DIA        VALUE 'MD'.
              88 RB457EX-CANT-DIA         VALUE 'CD'.
              88 RB457EX-RETENIDA-SANC    VALUE 'RS'.
              88 RB457EX-LIBERADA-SANC    VALUE 'LS'.
           03 RB457EX-LIMITE              PIC 9(13)V9(02).
           03 RB457EX-VALOR               PIC 9(15)V9(02).
       01  REG-RB457EX-TRL.
           03 RB457EX-TRL-TIPO-REG        PIC X(3) VALUE 'TRL'.
           03 RB457EX-TRL-CANT-REGS       PIC 9(10).
           03 RB457EX-TRL-HASH-CTL        PIC 9(18).

      *----------------------------------------------------------------*
      * FECHA DE PROCESO CENTRAL DE LA LINEA DE BALANCE                *
      *----------------------------------------------------------------*
           03  ES-RB457VI                   PIC   X(02).
           03  ES-RB457MC                   PIC   X(02).
           03  ES-RB457OT                   PIC   X(02).
           03  ES-RB457LT                   PIC   X(02).
           03  ES-RB457EX                   PIC   X(02).
           03  SW-FIN                       PIC   9(01).
           03  WK-SW-TRL-VISTO              PIC   9(01).
           03  WK-TRL-CANT                  PIC   9(10).
           03  WK-CANT-MON                  PIC   9(02).
           03  WK-IX-MON                    PIC   9(02).
           03  WK-SW-MON-HALLADA            PIC   9(01).
           03  WK-MON-NETO-457              PIC   S9(15)V9(02).
           03  ES-RBLEDSS                   PIC   X(02).
           03  ES-FECPRSS                   PIC   X(02).

               05 TB-MON-MONTO-457          PIC   9(15)V9(02).
               05 TB-MON-MONTO-451          PIC   9(15)V9(02).
               05 TB-MON-MONTO-RED          PIC   9(15)V9(02).
               05 TB-MON-MONTO-LT           PIC   9(15)V9(02).
               05 TB-MON-MONTO-RET          PIC   9(15)V9(02).
               05 TB-MON-MONTO-LIB          PIC   9(15)V9(02).

       01  WK-FECHA                         PIC       9(8).
       01  WK-HORA                          PIC       9(8).
           PERFORM 250-VERIFICAR-457VI THRU 250-FIN.
           PERFORM 260-VERIFICAR-457MC THRU 260-FIN.
           PERFORM 270-VERIFICAR-457OT THRU 270-FIN.
           PERFORM 280-VERIFICAR-457LT THRU 280-FIN.
           PERFORM 290-VERIFICAR-457EX THRU 290-FIN.
           PERFORM 900-COMPARAR-MONEDAS THRU 900-FIN.
           PERFORM 990-FINALIZAR       THRU 990-FIN.

       2700-FIN.
           EXIT.

       280-VERIFICAR-457LT.

           OPEN INPUT RB457LT.
           IF ES-RB457LT NOT = '00'
              DISPLAY 'ERROR AL ABRIR ARCHIVO RB457LT ' ES-RB457LT
              MOVE     999           TO   RETURN-CODE
              PERFORM  990-FINALIZAR THRU 990-FIN
           END-IF.
           MOVE 'RB457LT' TO WK-ARCHIVO-ACT.
           PERFORM 800-REINICIAR-CONTROL THRU 800-FIN.
           PERFORM 2800-LEER-457LT THRU 2800-FIN
                   UNTIL SW-FIN = 1.
           CLOSE RB457LT.
           MOVE 1 TO WK-SW-HASH-APLICA.
           PERFORM 810-CONTROLAR-ARCHIVO THRU 810-FIN.

       280-FIN.
           EXIT.

       2800-LEER-457LT.

           READ RB457LT

           IF ES-RB457LT = '00'
              IF RB457LT-TRL-TIPO-REG = 'TRL'
                 MOVE 1                     TO WK-SW-TRL-VISTO
                 MOVE RB457LT-TRL-CANT-REGS TO WK-TRL-CANT
                 MOVE RB457LT-TRL-HASH-CTL  TO WK-TRL-HASH
                 MOVE 1                     TO SW-FIN
              ELSE
                 ADD 1                  TO WK-CANT-ACT
                 ADD RB457LT-NUM-CTA    TO WK-HASH-ACT
                 MOVE RB457LT-MONEDA        TO WK-MON-COD
                 MOVE RB457LT-MONTO-TRANSAC TO WK-MON-MONTO
                 MOVE 4                     TO WK-MON-DESTINO
                 PERFORM 820-ACUMULAR-MONEDA THRU 820-FIN
              END-IF
           ELSE
            IF ES-RB457LT = '10' OR '46'
              MOVE 1 TO SW-FIN
            ELSE
               DISPLAY 'ERROR AL LEER ARCHIVO RB457LT ' ES-RB457LT
               MOVE     999           TO   RETURN-CODE
               PERFORM  990-FINALIZAR THRU 990-FIN.

       2800-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * RB457EX: TODOS SUS REGISTROS ENTRAN A CANTIDAD Y HASH; SOLO    *
      * LOS AJUSTES DE SANCIONES (RS, LS) ENTRAN AL CUADRE POR MONEDA  *
      *----------------------------------------------------------------*
       290-VERIFICAR-457EX.

           OPEN INPUT RB457EX.
           IF ES-RB457EX NOT = '00'
              DISPLAY 'ERROR AL ABRIR ARCHIVO RB457EX ' ES-RB457EX
              MOVE     999           TO   RETURN-CODE
              PERFORM  990-FINALIZAR THRU 990-FIN
           END-IF.
           MOVE 'RB457EX' TO WK-ARCHIVO-ACT.
           PERFORM 800-REINICIAR-CONTROL THRU 800-FIN.
           PERFORM 2900-LEER-457EX THRU 2900-FIN
                   UNTIL SW-FIN = 1.
           CLOSE RB457EX.
           MOVE 1 TO WK-SW-HASH-APLICA.
           PERFORM 810-CONTROLAR-ARCHIVO THRU 810-FIN.

       290-FIN.
           EXIT.

       2900-LEER-457EX.

           READ RB457EX

           IF ES-RB457EX = '00'
              IF RB457EX-TRL-TIPO-REG = 'TRL'
                 MOVE 1                     TO WK-SW-TRL-VISTO
                 MOVE RB457EX-TRL-CANT-REGS TO WK-TRL-CANT
                 MOVE RB457EX-TRL-HASH-CTL  TO WK-TRL-HASH
                 MOVE 1                     TO SW-FIN
              ELSE
                 ADD 1                  TO WK-CANT-ACT
                 ADD RB457EX-NUM-CTA    TO WK-HASH-ACT
                 MOVE RB457EX-MONEDA        TO WK-MON-COD
                 MOVE RB457EX-MONTO-TRANSAC TO WK-MON-MONTO
                 IF RB457EX-RETENIDA-SANC
                    MOVE 5                  TO WK-MON-DESTINO
                    PERFORM 820-ACUMULAR-MONEDA THRU 820-FIN
                 END-IF
                 IF RB457EX-LIBERADA-SANC
                    MOVE 6                  TO WK-MON-DESTINO
                    PERFORM 820-ACUMULAR-MONEDA THRU 820-FIN
                 END-IF
              END-IF
           ELSE
            IF ES-RB457EX = '10' OR '46'
              MOVE 1 TO SW-FIN
            ELSE
               DISPLAY 'ERROR AL LEER ARCHIVO RB457EX ' ES-RB457EX
               MOVE     999           TO   RETURN-CODE
               PERFORM  990-FINALIZAR THRU 990-FIN.

       2900-FIN.
           EXIT.

       800-REINICIAR-CONTROL.

           MOVE 0 TO SW-FIN.
              MOVE 0           TO TB-MON-MONTO-457(WK-IX-MON)
              MOVE 0           TO TB-MON-MONTO-451(WK-IX-MON)
              MOVE 0           TO TB-MON-MONTO-RED(WK-IX-MON)
              MOVE 0           TO TB-MON-MONTO-LT(WK-IX-MON)
              MOVE 0           TO TB-MON-MONTO-RET(WK-IX-MON)
              MOVE 0           TO TB-MON-MONTO-LIB(WK-IX-MON)
           END-IF.

           EVALUATE WK-MON-DESTINO
                   ADD WK-MON-MONTO TO TB-MON-MONTO-451(WK-IX-MON)
               WHEN 3
                   ADD WK-MON-MONTO TO TB-MON-MONTO-RED(WK-IX-MON)
               WHEN 4
                   ADD WK-MON-MONTO TO TB-MON-MONTO-LT(WK-IX-MON)
               WHEN 5
                   ADD WK-MON-MONTO TO TB-MON-MONTO-RET(WK-IX-MON)
               WHEN 6
                   ADD WK-MON-MONTO TO TB-MON-MONTO-LIB(WK-IX-MON)
           END-EVALUATE.

       820-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * TOTALES DE MONTO POR MONEDA: LO GRABADO EN RB457SS, MAS LAS    *
      * TARDIAS RB457LT (DESVIADAS DEL CNBS PERO ENVIADAS A SU RED),   *
      * MENOS LAS RETENIDAS POR SANCIONES Y MAS LAS LIBERADAS EN LA    *
      * CORRIDA (AJUSTES RS Y LS DE RB457EX), DEBE SER IGUAL A LA SUMA *
      * DE LOS TRES EXTRACTOS POR RED, MONEDA POR MONEDA. RB451SS SE   *
      * INFORMA COMO REFERENCIA DEL NO EMPAREJADO                      *
      *----------------------------------------------------------------*
       900-COMPARAR-MONEDAS.

           DISPLAY '--------------------------------------'.
           DISPLAY 'TOTALES POR MONEDA (457SS / 451SS / EXTRACTOS)'.
           DISPLAY 'NETO 457 = 457SS + TARDIAS - RETENIDAS + LIBERADAS'.
           MOVE 0 TO WK-IX-MON.
           PERFORM 9000-COMPARAR-UNA-MONEDA THRU 9000-FIN
                   UNTIL WK-IX-MON >= WK-CANT-MON.
                   TB-MON-MONTO-457(WK-IX-MON).
           DISPLAY TB-MON-COD(WK-IX-MON) ' RB451SS : '
                   TB-MON-MONTO-451(WK-IX-MON).
           DISPLAY TB-MON-COD(WK-IX-MON) ' RB457LT : '
                   TB-MON-MONTO-LT(WK-IX-MON).
           DISPLAY TB-MON-COD(WK-IX-MON) ' RETENID : '
                   TB-MON-MONTO-RET(WK-IX-MON).
           DISPLAY TB-MON-COD(WK-IX-MON) ' LIBERAD : '
                   TB-MON-MONTO-LIB(WK-IX-MON).
           DISPLAY TB-MON-COD(WK-IX-MON) ' EXTRACT : '
                   TB-MON-MONTO-RED(WK-IX-MON).
           COMPUTE WK-MON-NETO-457 = TB-MON-MONTO-457(WK-IX-MON)
                                   + TB-MON-MONTO-LT(WK-IX-MON)
                                   - TB-MON-MONTO-RET(WK-IX-MON)
                                   + TB-MON-MONTO-LIB(WK-IX-MON).
           IF WK-MON-NETO-457 NOT =
              TB-MON-MONTO-RED(WK-IX-MON)
              DISPLAY 'MONEDA ' TB-MON-COD(WK-IX-MON)
                      ' NO CUADRA ENTRE RB457SS Y EXTRACTOS POR RED'
